      *================================================================*
      *   TABELLA GEP BLK - ESERCENTI BLOCCATI (ELEMENTO XYTBTABE CON
      *   KVARTB1 = 'BLK' + PGPF-ME-ID-CODE PER IL SINGOLO ESERCENTE,
      *   KVARTB1 = 'BLK' PER I VALORI GENERALI).
      *   DALLA DATA EFFETTO GLI ACCREDITI DELL'ESERCENTE NON VANNO
      *   PIU' IN CONTABILITA' (OPECONT/OUTFXML) MA SONO DEVIATI:
      *   . 'F' = CONGELAMENTO ANTIRICICLAGGIO: TUTTO TRATTENUTO SULLA
      *           CAUSALE DI SOSPESO DELL'ELEMENTO GENERALE;
      *   . 'C' = CHIUSURA DEL RAPPORTO: COME 'F';
      *   . 'G' = PIGNORAMENTO: BONIFICO AL CREDITORE PIGNORANTE FINO
      *           AL MASSIMALE (CUMULATO PER RIFERIMENTO LEGALE SUL
      *           REGISTRO YPBCBLOC), L'ECCEDENZA TRATTENUTA IN SOSPESO.
      *   ELEMENTO GENERALE: CAUSALE E CODICE OPERAZIONE DEL MOVIMENTO
      *   DI SOSPESO SUL RAPPORTO DI REGOLAMENTO (ELEMENTO 'CCB');
      *   CODICE OPERAZIONE NON VALORIZZATO = CAUSALE
      *================================================================*
       01  YPCRTBLK-DATI.
           05  TBLK-TIPO-BLOCCO          PIC X(01).
               88  TBLK-CONGELAMENTO     VALUE 'F'.
               88  TBLK-CHIUSURA         VALUE 'C'.
               88  TBLK-PIGNORAMENTO     VALUE 'G'.
           05  TBLK-DATA-EFFETTO         PIC 9(08).
           05  TBLK-RIF-LEGALE           PIC X(30).
           05  TBLK-IBAN-CREDITORE       PIC X(27).
           05  TBLK-NOME-CREDITORE       PIC X(60).
           05  TBLK-MASSIMALE            PIC 9(11)V99.
           05  FILLER                    PIC X(1861).
       01  YPCRTBLK-GENERALE             REDEFINES YPCRTBLK-DATI.
           05  TBLK-CAUSALE-SOSP         PIC X(10).
           05  TBLK-CODOPE-SOSP          PIC X(10).
           05  FILLER                    PIC X(1980).
