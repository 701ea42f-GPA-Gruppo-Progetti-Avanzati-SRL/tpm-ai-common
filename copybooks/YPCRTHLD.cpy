      *================================================================*
      *   TABELLA GEP HLD - TRATTENUTA DEGLI ACCREDITI ANOMALI AD
      *   ESERCENTI IN ATTESA DI APPROVAZIONE (ELEMENTO XYTBTABE CON
      *   KVARTB1 = 'HLD' PER I VALORI GENERALI, KVARTB1 = 'HLD' +
      *   PGPF-ME-ID-CODE PER I VALORI DEL SINGOLO ESERCENTE).
      *   L'ACCREDITO E' TRATTENUTO SE SUPERA IL MASSIMALE OPPURE
      *   IL MULTIPLO DELLA MEDIA DEGLI ACCREDITI DELL'ESERCENTE SU
      *   YPTBPGPF NEGLI ULTIMI GIORNI-MEDIA GIORNI (SOLO SE LA MEDIA
      *   POGGIA SU ALMENO MIN-ACCREDITI ACCREDITI E L'IMPORTO NON E'
      *   INFERIORE A IMPORTO-MINIMO).
      *   CAMPO A ZERO = REGOLA NON ATTIVA SULL'ELEMENTO GENERALE;
      *   SULL'ELEMENTO DI ESERCENTE CAMPO A ZERO = VALORE GENERALE;
      *   GIORNI-MEDIA A ZERO SU ENTRAMBI = 30 GIORNI
      *================================================================*
       01  YPCRTHLD-DATI.
           05  THLD-MASSIMALE            PIC 9(11)V99.
           05  THLD-MOLTIPLICATORE       PIC 9(03)V99.
           05  THLD-GIORNI-MEDIA         PIC 9(03).
           05  THLD-MIN-ACCREDITI        PIC 9(05).
           05  THLD-IMPORTO-MINIMO       PIC 9(11)V99.
           05  FILLER                    PIC X(1961).
