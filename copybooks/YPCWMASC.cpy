      *================================================================*
      *   AREA PER LA MASCHERATURA DI PAN E IBAN SULLE USCITE DESTINATE
      *   AGLI OPERATORI (SCARTI, MAIL ERRORI, STAMPA): IL CHIAMANTE
      *   MUOVE IL DATO IN MASC-DATO, ESEGUE MASC-MASCHERA E USA
      *   MASC-DATO; RESTANO LEGGIBILI SOLO GLI ULTIMI 4 CARATTERI
      *   SIGNIFICATIVI, GLI ALTRI CARATTERI NON SPAZIO DIVENTANO '*'
      *================================================================*
       01  YPCWMASC-AREA.
           05  MASC-DATO                 PIC X(34).
           05  MASC-IND                  PIC S9(04) COMP.
           05  MASC-VISIBILI             PIC S9(04) COMP.
