      *================================================================*
      *   TRACCIATO DEL FLUSSO DI SEGNALAZIONE STATISTICA DI VIGILANZA
      *   (FILE OSTATSEG DI YPBCSTAT) - OPERATIVITA' DI ACQUIRING CARTE
      *   E PAGOPA DEL PERIODO DI RIFERIMENTO
      *   . 'H' TESTATA: PERIODICITA', INIZIO/FINE PERIODO, DATA DI
      *     PRODUZIONE
      *   . 'D' DETTAGLIO: NUMERO E IMPORTO DEI PAGAMENTI 200/300 PER
      *     PAYMENT_SCHEME, BRAND, SOURCE_CODE_IND, CATEGORIA MCC
      *     (P PEDAGGI, C CSD, A ATM, O ALTRE), SEGNO ED ESITO
      *     (N REGOLARI, R RITORNATI, K RESPINTI IN CONTABILITA')
      *   . 'T' CODA: NUMERO DETTAGLI, TOTALE OPERAZIONI E IMPORTI
      *================================================================*
       01  STAT-REC.
           05  STAT-TIPO-REC             PIC X(01).
               88  STAT-REC-TESTATA      VALUE 'H'.
               88  STAT-REC-DATI         VALUE 'D'.
               88  STAT-REC-CODA         VALUE 'T'.
           05  STAT-DATI                 PIC X(149).
      *
           05  STAT-TESTATA              REDEFINES STAT-DATI.
               10  STAT-H-PERIODICITA        PIC X(01).
                   88  STAT-H-TRIMESTRALE    VALUE 'T'.
                   88  STAT-H-SEMESTRALE     VALUE 'S'.
               10  STAT-H-DATA-INIZIO        PIC 9(08).
               10  STAT-H-DATA-FINE          PIC 9(08).
               10  STAT-H-DATA-PRODUZIONE    PIC 9(08).
               10  STAT-H-PROGRAMMA          PIC X(08).
               10  FILLER                    PIC X(116).
      *
           05  STAT-DETTAGLIO            REDEFINES STAT-DATI.
               10  STAT-D-PAYMENT-SCHEME     PIC X(03).
               10  STAT-D-BRAND              PIC X(04).
               10  STAT-D-SRC-COD-IND        PIC X(03).
               10  STAT-D-CATEGORIA          PIC X(01).
                   88  STAT-D-CAT-PEDAGGI    VALUE 'P'.
                   88  STAT-D-CAT-CSD        VALUE 'C'.
                   88  STAT-D-CAT-ATM        VALUE 'A'.
                   88  STAT-D-CAT-ALTRE      VALUE 'O'.
               10  STAT-D-D-C-IND            PIC X(01).
               10  STAT-D-ESITO              PIC X(01).
                   88  STAT-D-REGOLARI       VALUE 'N'.
                   88  STAT-D-RITORNATI      VALUE 'R'.
                   88  STAT-D-RESPINTI       VALUE 'K'.
               10  STAT-D-NUM-OPER           PIC 9(11).
               10  STAT-D-IMPORTO            PIC S9(15)V99.
               10  FILLER                    PIC X(108).
      *
           05  STAT-CODA                 REDEFINES STAT-DATI.
               10  STAT-T-NUM-DETTAGLI       PIC 9(09).
               10  STAT-T-NUM-OPER           PIC 9(11).
               10  STAT-T-IMPORTO            PIC S9(15)V99.
               10  FILLER                    PIC X(112).
