      *================================================================*
      *   TRACCIATO ACCREDITO TRATTENUTO IN ATTESA DI APPROVAZIONE:
      *   FLUSSO DELLE NUOVE TRATTENUTE YPOHOLD (YPBCEPGP) E REGISTRO
      *   DELLE TRATTENUTE APERTE (IHOLDREG/OHOLDREG DI YPBCHOLD).
      *   LA RIGA YPTBPGPF DELL'ACCREDITO E' MARCATA CON
      *   SUPPRESS_CODE 'H' FINCHE' DUE OPERATORI DIVERSI NON NE
      *   DECIDONO IL RILASCIO ('L') O IL RIFIUTO ('N').
      *   LA PRIMA DECISIONE RICEVUTA RESTA SUL REGISTRO IN ATTESA
      *   DELLA CONFERMA DEL SECONDO OPERATORE.
      *   IN CODA L'IMMAGINE IPAYMENT ORIGINALE DEL RECORD, CHE AL
      *   RILASCIO RIENTRA NEL FLUSSO DELTA DI YPBCEPGP.
      *   CHIAVE DI REGISTRO: PAYMENT UID
      *================================================================*
       01  YPCRHOLD-REC.
           05  HOLD-PAYEMT-UID           PIC X(18).
           05  HOLD-MERCHANT-ID          PIC X(15).
           05  HOLD-FUNCT-CODE           PIC X(03).
           05  HOLD-IMPORTO              PIC S9(13)V99.
           05  HOLD-DATA-TRATT           PIC 9(08).
           05  HOLD-MOTIVO               PIC X(01).
               88  HOLD-MOTIVO-MASSIMALE VALUE 'M'.
               88  HOLD-MOTIVO-MEDIA     VALUE 'A'.
           05  HOLD-SOGLIA               PIC S9(13)V99.
           05  HOLD-MEDIA                PIC S9(13)V99.
           05  HOLD-ESITO-1              PIC X(01).
               88  HOLD-ESITO-1-NESSUNO  VALUE SPACE.
               88  HOLD-ESITO-1-APPROVA  VALUE 'A'.
               88  HOLD-ESITO-1-RESPINGE VALUE 'R'.
           05  HOLD-OPER-1               PIC X(08).
           05  HOLD-DATA-1               PIC 9(08).
           05  FILLER                    PIC X(93).
           05  HOLD-IMMAGINE             PIC X(2000).
