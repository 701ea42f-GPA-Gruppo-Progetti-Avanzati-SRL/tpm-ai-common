      *================================================================*
      *   TRACCIATO DEL FLUSSO DI LIQUIDAZIONE MENSILE PAGOPA MONOENTE
      *   PER ENTE CREDITORE (FILE OLIQUID DI YPBCRIPA)
      *   . 'H' TESTATA: MESE DI RIFERIMENTO, DATA DI PRODUZIONE
      *   . 'D' DETTAGLIO: UN RECORD PER CONTRATTO CCB DELL'ENTE CON
      *     LORDO INCASSATO, PERCENTUALE POSTE APPLICATA (FPR), QUOTA
      *     POSTE (ASI), QUOTA ENTE (ASA) E POSIZIONE NETTA VERSO L'ENTE
      *     P = DA PAGARE ALL'ENTE, F = DA FATTURARE ALL'ENTE (STORNI
      *     SUPERIORI AGLI INCASSI), Z = NESSUN MOVIMENTO DI SALDO
      *   . 'T' CODA: NUMERO ENTI E TOTALI
      *   IMPORTI CON SEGNO: DARE POSITIVO, AVERE (STORNI) NEGATIVO
      *================================================================*
       01  RIPA-REC.
           05  RIPA-TIPO-REC             PIC X(01).
               88  RIPA-REC-TESTATA      VALUE 'H'.
               88  RIPA-REC-DATI         VALUE 'D'.
               88  RIPA-REC-CODA         VALUE 'T'.
           05  RIPA-DATI                 PIC X(149).
      *
           05  RIPA-TESTATA              REDEFINES RIPA-DATI.
               10  RIPA-H-MESE               PIC 9(06).
               10  RIPA-H-DATA-PRODUZIONE    PIC 9(08).
               10  RIPA-H-PROGRAMMA          PIC X(08).
               10  FILLER                    PIC X(127).
      *
           05  RIPA-DETTAGLIO            REDEFINES RIPA-DATI.
               10  RIPA-D-CONTRATTO          PIC X(20).
               10  RIPA-D-MESE               PIC 9(06).
               10  RIPA-D-NUM-OPER           PIC 9(09).
               10  RIPA-D-IMPORTO-LORDO      PIC S9(13)V99.
               10  RIPA-D-PERC-POSTE         PIC 9(04)V9(02).
               10  RIPA-D-PERC-VARIATA       PIC X(01).
                   88  RIPA-D-PERC-VARIATA-SI    VALUE 'S'.
                   88  RIPA-D-PERC-VARIATA-NO    VALUE 'N'.
               10  RIPA-D-PERC-MINIMA        PIC 9(04)V9(02).
               10  RIPA-D-PERC-MASSIMA       PIC 9(04)V9(02).
               10  RIPA-D-QUOTA-POSTE        PIC S9(13)V99.
               10  RIPA-D-QUOTA-ENTE         PIC S9(13)V99.
               10  RIPA-D-SALDO              PIC 9(13)V99.
               10  RIPA-D-TIPO-SALDO         PIC X(01).
                   88  RIPA-D-DA-PAGARE      VALUE 'P'.
                   88  RIPA-D-DA-FATTURARE   VALUE 'F'.
                   88  RIPA-D-SALDO-ZERO     VALUE 'Z'.
               10  RIPA-D-QUADRATURA         PIC X(01).
                   88  RIPA-D-QUADRATO       VALUE 'S'.
                   88  RIPA-D-NON-QUADRATO   VALUE 'N'.
               10  FILLER                    PIC X(33).
      *
           05  RIPA-CODA                 REDEFINES RIPA-DATI.
               10  RIPA-T-NUM-ENTI           PIC 9(09).
               10  RIPA-T-IMPORTO-LORDO      PIC S9(15)V99.
               10  RIPA-T-QUOTA-POSTE        PIC S9(15)V99.
               10  RIPA-T-QUOTA-ENTE         PIC S9(15)V99.
               10  FILLER                    PIC X(89).
