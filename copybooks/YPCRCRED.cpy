      *================================================================*
      *   TRACCIATO CREDITI VERSO ESERCENTI (ADDEBITI NON RECUPERATI):
      *   FLUSSO MOVIMENTI YPOCRED (YPBCEPGP) / OCRED (YPBCACKM) E
      *   REGISTRO SALDI PER ESERCENTE (ICREDSAL/OCREDSAL DI YPBCCRED)
      *   . 'A' = APERTURA CREDITO: ADDEBITO NON INCASSATO, ORIGINE
      *           'K' = ESITO CONTABILE KO (SUPPRESS_CODE 'K')
      *           'C' = ADDEBITO CONTO BANCARIO SCARTATO PER CONTRATTO
      *                 DI BILLING CCB ASSENTE
      *   . 'R' = RECUPERO PER COMPENSAZIONE SU UN ACCREDITO, ORIGINE
      *           'P' = ACCREDITO SU RAPPORTO POSTE (OPECONT/OPECONTB)
      *           'B' = ACCREDITO SU CONTO BANCARIO (OUTFXML)
      *   . 'S' = SALDO DEL REGISTRO PER ESERCENTE
      *   CHIAVE DI REGISTRO: CODICE ANAGRAFICO ESERCENTE
      *   (PGPF-ME-ID-CODE-200, IN MANCANZA PGPF-ME-ID-CODE)
      *================================================================*
       01  YPCRCRED-REC.
           05  CRED-TIPO-REC             PIC X(01).
               88  CRED-REC-APERTURA     VALUE 'A'.
               88  CRED-REC-RECUPERO     VALUE 'R'.
               88  CRED-REC-SALDO        VALUE 'S'.
           05  CRED-ORIGINE              PIC X(01).
               88  CRED-ORIG-ESITO-KO    VALUE 'K'.
               88  CRED-ORIG-CCB-NO-CONT VALUE 'C'.
               88  CRED-ORIG-CONTO-POSTE VALUE 'P'.
               88  CRED-ORIG-CONTO-BANCA VALUE 'B'.
           05  CRED-MERCHANT-200         PIC X(15).
           05  CRED-MERCHANT-ID          PIC X(15).
           05  CRED-PAYMENT-UID          PIC X(18).
           05  CRED-FUNCT-CODE           PIC X(03).
           05  CRED-IMPORTO              PIC S9(13)V99.
           05  CRED-DATA-MOV             PIC 9(08).
           05  CRED-CAUSALE              PIC X(10).
           05  CRED-PROGRAMMA            PIC X(08).
      *--* Campi valorizzati solo sul record saldo 'S'
           05  CRED-SALDO                PIC S9(13)V99.
           05  CRED-DATA-PRIMA-APER      PIC 9(08).
           05  CRED-DATA-ULT-MOV         PIC 9(08).
           05  CRED-TOT-APERTO           PIC S9(13)V99.
           05  CRED-TOT-RECUPERATO       PIC S9(13)V99.
           05  FILLER                    PIC X(45).
