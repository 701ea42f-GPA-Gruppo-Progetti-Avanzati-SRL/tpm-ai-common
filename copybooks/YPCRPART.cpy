      *================================================================*
      *   TRACCIATO PARTITA SOSPESA DCD: REGISTRO PARTITE APERTE
      *   (IPARTITE/OPARTITE DI YPBCPART) E FLUSSO MOVIMENTI PARTITA
      *   YPOPART SCRITTO DA YPBCEPGP:
      *   . 'A' = APERTURA DI UNA PARTITA DCD (SCRIVI-DCD-APER E
      *           SCRIVI-DCD-APER-CCB), CON L'IMMAGINE DEL DCD
      *   . 'C' = PAYMENT UID CONTABILIZZATO CON ESITO POSITIVO,
      *           CANDIDATO ALLA CHIUSURA DELLE PARTITE APERTE
      *   CHIAVE DI REGISTRO: PAYMENT UID + PROGRESSIVO PARTITA +
      *   CONTO DCD
      *================================================================*
       01  YPCRPART-REC.
           05  PART-TIPO-REC             PIC X(01).
               88  PART-REC-APERTURA     VALUE 'A'.
               88  PART-REC-CONTABIL     VALUE 'C'.
           05  PART-STATO                PIC X(01).
               88  PART-APERTA           VALUE 'A'.
               88  PART-CHIUSA           VALUE 'C'.
           05  PART-PAYMENT-UID          PIC X(18).
           05  PART-PROGR                PIC X(06).
           05  PART-COD-CONT             PIC X(08).
           05  PART-COD-TIP-PART         PIC X(09).
           05  PART-FLG-SGN              PIC X(01).
           05  PART-IMPORTO              PIC S9(13)V99.
           05  PART-DATA-APER            PIC 9(08).
           05  PART-DATA-CHIU            PIC 9(08).
           05  PART-MERCHANT-ID          PIC X(15).
           05  PART-FUNCT-CODE           PIC X(03).
           05  PART-DB-CR-FLAG           PIC X(01).
           05  PART-PROGRAMMA            PIC X(08).
           05  PART-ORIGINE-CHIU         PIC X(08).
           05  PART-DCD-APER             PIC X(255).
           05  FILLER                    PIC X(35).
