       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCSTAT.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20039                                   *
      *================================================================*
      *                                                                *
      * YPBCSTAT:  SEGNALAZIONE STATISTICA PERIODICA DI VIGILANZA      *
      *            (BANCA D'ITALIA / BCE) SULL'OPERATIVITA' DI         *
      *            ACQUIRING CARTE E PAGOPA.                           *
      *                                                                *
      *            . FONTI: YPTBPGPF E LE GENERAZIONI OSTORICO DI      *
      *              YPBCARCP IN CONCATENAZIONE SU INARCHIV (FILE      *
      *              FACOLTATIVO), RIGHE CON PGPF_DATE NEL PERIODO;    *
      *            . AGGREGA I PAGAMENTI 200/300 PER PAYMENT_SCHEME,   *
      *              BRAND, SOURCE_CODE_IND, CATEGORIA MCC, SEGNO ED   *
      *              ESITO; I RIEPILOGHI 301 NON SONO OPERAZIONI E     *
      *              ENTRANO SOLO NELLA QUADRATURA;                    *
      *            . CATEGORIA MCC: IL CODICE MCC DELL'ESERCENTE VIENE *
      *              DALL'ESTRATTO ANAGRAFICO IMERMCC (ORDINATO PER    *
      *              MERCHANT_ID) ED E' CONFRONTATO CON L'ELEMENTO GEP *
      *              MCC (PEDAGGI, CSD, ATM); ALTRI CODICI ED          *
      *              ESERCENTI NON PRESENTI NELL'ESTRATTO VANNO IN     *
      *              'ALTRE';                                          *
      *            . ESITO: SUPPRESS_CODE 'R' = RITORNATI, 'K' =       *
      *              RESPINTI IN CONTABILITA', ALTRI = REGOLARI;       *
      *            . SCRIVE IL FLUSSO DI SEGNALAZIONE OSTATSEG E IL    *
      *              PROSPETTO OSTATREP CON LA PAGINA DI QUADRATURA    *
      *              CONTRO I CONTATORI YPOCNTR DEL PERIODO (GENERA-   *
      *              ZIONI DELLE ISTANZE YPBCEPGP IN CONCATENAZIONE    *
      *              SU ICNTR): RIGHE TROVATE = RIGHE INSERITE IN      *
      *              YPTBPGPF; SE NON QUADRA RETURN CODE 4.            *
      *              LA SATURAZIONE DELLA TABELLA MCC (50000           *
      *              ESERCENTI) O DELLA TABELLA DELLE CHIAVI           *
      *              STATISTICHE (3000) INTERROMPE IL RUN (RETURN CODE *
      *              12) PRIMA DI SCRIVERE LA SEGNALAZIONE.            *
      *                                                                *
      *            PARM (FACOLTATIVO): PERIODICITA' X(01) 'S' =        *
      *            SEMESTRALE (DEFAULT), 'T' = TRIMESTRALE; INIZIO E   *
      *            FINE PERIODO AAAAMMGG (DEFAULT SEMESTRE/TRIMESTRE   *
      *            SOLARE PRECEDENTE LA DATA DEL GIORNO).              *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMERMCC                ASSIGN       TO IMERMCC
                                         FILE STATUS  IS ST-IMERMCC.

           SELECT INARCHIV               ASSIGN       TO INARCHIV
                                         FILE STATUS  IS ST-INARCHIV.

           SELECT ICNTR                  ASSIGN       TO ICNTR
                                         FILE STATUS  IS ST-ICNTR.

           SELECT OSTATSEG               ASSIGN       TO OSTATSEG
                                         FILE STATUS  IS ST-OSTATSEG.

           SELECT OSTATREP               ASSIGN       TO OSTATREP
                                         FILE STATUS  IS ST-OSTATREP.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IMERMCC       :  ESTRATTO ANAGRAFICO MCC ESERCENTI     (INPUT) *
      *                  (ORDINATO PER MERCHANT_ID)                    *
      *----------------------------------------------------------------*
       FD  IMERMCC                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IMERMCC-REC.
           03  MERC-MERCHANT-ID          PIC X(15).
           03  MERC-MCC                  PIC X(04).
           03  FILLER                    PIC X(61).
      *
      *----------------------------------------------------------------*
      * INARCHIV      :  STORICO OSTORICO DI YPBCARCP          (INPUT) *
      *                  (GENERAZIONI IN CONCATENAZIONE)               *
      *----------------------------------------------------------------*
       FD  INARCHIV                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  INARCHIV-REC                  PIC X(420).
      *
      *----------------------------------------------------------------*
      * ICNTR         :  CONTATORI DI RUN YPOCNTR DEL PERIODO  (INPUT) *
      *                  (GENERAZIONI IN CONCATENAZIONE)               *
      *----------------------------------------------------------------*
       FD  ICNTR                         LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ICNTR-REC                     PIC X(300).
      *
      *----------------------------------------------------------------*
      * OSTATSEG      :  FLUSSO DI SEGNALAZIONE STATISTICA    (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OSTATSEG                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OSTATSEG-REC                  PIC X(150).
      *
      *----------------------------------------------------------------*
      * OSTATREP      :  PROSPETTO STATISTICO E QUADRATURA    (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OSTATREP                      LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OSTATREP.
           03 OSTATREP-ASA               PIC X(01).
           03 RIGA-OSTATREP              PIC X(132).
      *
      *----------------------------------------------------------------*
      * ST            :  FILE STAMPA                          (OUTPUT) *
      *----------------------------------------------------------------*
       FD  ST                            LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-ST.
           03 FILLER                     PIC X(01).
           03 RIGA-ST                    PIC X(132).
      *
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCSTAT'.
       01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IMERMCC                    PIC  X(02).
           88  IMER-NORMAL               VALUE '00'.
           88  IMER-EOF                  VALUE '10'.
           88  IMER-NOTFND               VALUE '35'.
       01  ST-INARCHIV                   PIC  X(02).
           88  IARC-NORMAL               VALUE '00'.
           88  IARC-EOF                  VALUE '10'.
           88  IARC-NOTFND               VALUE '35'.
       01  ST-ICNTR                      PIC  X(02).
           88  ICNT-NORMAL               VALUE '00'.
           88  ICNT-EOF                  VALUE '10'.
           88  ICNT-NOTFND               VALUE '35'.
       01  ST-OSTATSEG                   PIC  X(02).
           88  OSSE-NORMAL               VALUE '00'.
       01  ST-OSTATREP                   PIC  X(02).
           88  OSRE-NORMAL               VALUE '00'.
      *
      *--* Periodo di riferimento
       01  WS-PERIODICITA                PIC X(01).
           88  PERIODO-TRIMESTRALE       VALUE 'T'.
           88  PERIODO-SEMESTRALE        VALUE 'S'.
       01  WS-DATA-INIZIO                PIC 9(08).
       01  WS-DATA-FINE                  PIC 9(08).
       01  WS-OGGI.
           05  WS-OGGI-ANNO              PIC 9(04).
           05  WS-OGGI-MESE              PIC 9(02).
           05  WS-OGGI-GIORNO            PIC 9(02).
       01  WS-OGGI-R                     REDEFINES WS-OGGI
                                         PIC X(08).
       01  WS-PERIODO.
           05  WS-PER-ANNO               PIC 9(04).
           05  WS-PER-MESE-INI           PIC 9(02).
           05  WS-PER-MESE-FIN           PIC 9(02).
           05  WS-PER-GIORNO-FIN         PIC 9(02).
       01  WS-TRIMESTRE                  PIC 9(01).
       01  WS-ARC-DATA-8                 PIC X(08).
      *
       01  WS-ARCHIVIO-ASSENTE           PIC X(01) VALUE 'N'.
           88  ARCHIVIO-ASSENTE-SI       VALUE 'S'.
           88  ARCHIVIO-ASSENTE-NO       VALUE 'N'.
       01  WS-CNTR-ASSENTE               PIC X(01) VALUE 'N'.
           88  CNTR-ASSENTE-SI           VALUE 'S'.
           88  CNTR-ASSENTE-NO           VALUE 'N'.
       01  WS-QUADRATURA                 PIC X(01) VALUE 'S'.
           88  QUADRATURA-SI             VALUE 'S'.
           88  QUADRATURA-NO             VALUE 'N'.
      *
      *--* Codici MCC delle categorie (default se l'elemento GEP/MCC
      *    non e' censito su XYTBTABE)
       01  WS-MCC-PEDAGGI                PIC 9(04) VALUE 4784.
       01  WS-MCC-CSD                    PIC 9(04) VALUE 6010.
       01  WS-MCC-ATM                    PIC 9(04) VALUE 6011.
      *
      *--* MCC degli esercenti dall'estratto anagrafico, in ordine
      *    di MERCHANT_ID per la ricerca dicotomica
       01  WS-IND-MERC                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-MERC.
           05  WK-ME-ELEM                OCCURS 50000 TIMES.
               07  WK-ME-MERCHANT-ID         PIC X(15).
               07  WK-ME-MCC                 PIC X(04).
       01  WS-ME-PREC                    PIC X(15).
       01  WS-ME-CORR                    PIC 9(05).
       01  WS-BS-INF                     PIC 9(05).
       01  WS-BS-SUP                     PIC 9(05).
       01  WS-BS-MED                     PIC 9(05).
      *
      *--* Aggregati statistici
       01  WS-IND-STAT                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-STAT.
           05  WK-ST-ELEM                OCCURS 3000 TIMES.
               07  WK-ST-PAYMENT-SCHEME      PIC X(03).
               07  WK-ST-BRAND               PIC X(04).
               07  WK-ST-SRC-COD-IND         PIC X(03).
               07  WK-ST-CATEGORIA           PIC X(01).
               07  WK-ST-D-C-IND             PIC X(01).
               07  WK-ST-ESITO               PIC X(01).
               07  WK-ST-NUM-OPER            PIC 9(11).
               07  WK-ST-IMPORTO             PIC S9(15)V99 COMP-3.
       01  WS-IND-ST                     PIC 9(05).
       01  WS-ST-CORR                    PIC 9(05).
      *
      *--* Movimento corrente (gruppo di tabella o riga di storico)
       01  WS-MOVIMENTO.
           05  WS-MV-PAYMENT-SCHEME      PIC X(03).
           05  WS-MV-BRAND               PIC X(04).
           05  WS-MV-SRC-COD-IND         PIC X(03).
           05  WS-MV-MERCHANT-ID         PIC X(15).
           05  WS-MV-D-C-IND             PIC X(01).
           05  WS-MV-FUNCTION-CODE       PIC X(03).
           05  WS-MV-SUPPRESS-CODE       PIC X(01).
           05  WS-MV-CATEGORIA           PIC X(01).
           05  WS-MV-ESITO               PIC X(01).
           05  WS-MV-NUM-OPER            PIC 9(09).
           05  WS-MV-IMPORTO             PIC S9(15)V99 COMP-3.
           05  WS-MV-ORIGINE             PIC X(01).
               88  MV-TABELLA            VALUE 'T'.
               88  MV-STORICO            VALUE 'S'.
      *
      *--* Righe del prospetto OSTATREP
       01  STA-RIGA-INTESTA.
           03  FILLER                PIC X(47) VALUE
               'SEGNALAZIONE STATISTICA ACQUIRING - PERIODO DAL'.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  STA-INTESTA-INIZIO    PIC X(10).
           03  FILLER                PIC X(04) VALUE ' AL '.
           03  STA-INTESTA-FINE      PIC X(10).
           03  FILLER                PIC X(03) VALUE ' - '.
           03  STA-INTESTA-PERIODO   PIC X(11).
       01  STA-RIGA-COLONNE.
           03  FILLER                PIC X(07) VALUE 'SCHEMA'.
           03  FILLER                PIC X(06) VALUE 'BRAND'.
           03  FILLER                PIC X(05) VALUE 'SRC'.
           03  FILLER                PIC X(11) VALUE 'CATEGORIA'.
           03  FILLER                PIC X(06) VALUE 'SEGNO'.
           03  FILLER                PIC X(11) VALUE 'ESITO'.
           03  FILLER                PIC X(15) VALUE
               '     OPERAZIONI'.
           03  FILLER                PIC X(23) VALUE
               '                IMPORTO'.
       01  STA-RIGA-DETT.
           03  STA-DETT-SCHEME       PIC X(03).
           03  FILLER                PIC X(04) VALUE SPACES.
           03  STA-DETT-BRAND        PIC X(04).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  STA-DETT-SRC          PIC X(03).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  STA-DETT-CATEGORIA    PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  STA-DETT-SEGNO        PIC X(01).
           03  FILLER                PIC X(05) VALUE SPACES.
           03  STA-DETT-ESITO        PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  STA-DETT-NUM-OPER     PIC ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  STA-DETT-IMPORTO      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  STA-RIGA-QUAD.
           03  STA-QUAD-DESCR        PIC X(50).
           03  STA-QUAD-NUMERO       PIC ZZ.ZZZ.ZZZ.ZZ9-.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  STA-QUAD-IMPORTO      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  STA-QUAD-NOTA         PIC X(20).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IMERMCC               PIC 9(01).
           03  WS-EOF-INARCHIV              PIC 9(01).
           03  WS-EOF-ICNTR                 PIC 9(01).
           03  WS-FINE-CURSORE              PIC 9(01).
      *
           03  CTR-MERC-LETTI               PIC 9(09).
           03  CTR-MERC-SCARTATI            PIC 9(09).
           03  CTR-GRUPPI-TABELLA           PIC 9(09).
           03  CTR-ARCH-LETTI               PIC 9(09).
           03  CTR-ARCH-PERIODO             PIC 9(09).
           03  CTR-MCC-ASSENTE              PIC 9(09).
           03  CTR-DETT-SCRITTI             PIC 9(09).
      *--* Righe trovate per origine e function code
           03  CTR-TAB-200                  PIC 9(11).
           03  CTR-TAB-300                  PIC 9(11).
           03  CTR-TAB-301                  PIC 9(11).
           03  CTR-STO-200                  PIC 9(11).
           03  CTR-STO-300                  PIC 9(11).
           03  CTR-STO-301                  PIC 9(11).
           03  CTR-TOT-TROVATE              PIC 9(11).
           03  CTR-IMPO-TABELLA             PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-STORICO             PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-301                 PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-TROVATE             PIC S9(15)V99 COMP-3.
      *--* Totali della segnalazione
           03  CTR-STAT-NUM-OPER            PIC 9(11).
           03  CTR-STAT-IMPORTO             PIC S9(15)V99 COMP-3.
      *--* Contatori YPOCNTR del periodo
           03  CTR-CNTR-LETTI               PIC 9(09).
           03  CTR-CNTR-DATI-200            PIC 9(11).
           03  CTR-CNTR-DATI-300            PIC 9(11).
           03  CTR-CNTR-DATI-301            PIC 9(11).
           03  CTR-CNTR-SCARTI              PIC 9(11).
           03  CTR-CNTR-SCART2              PIC 9(11).
           03  CTR-CNTR-TABPGPF-INSE        PIC 9(11).
           03  CTR-CNTR-IMPO-LETTI          PIC S9(15)V99 COMP-3.
           03  CTR-DIFF-RIGHE               PIC S9(11).
           03  CTR-DIFF-IMPO                PIC S9(15)V99 COMP-3.
      *
           03  ETR-CONTA                    PIC ZZZ.ZZZ.ZZ9.
           03  ETR-IMPO                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *
      *================================================================*
      *    Area inizializzata a space                                  *
      *================================================================*
       01  WS-SPACE.
      *
           03  FILLER                       PIC X(01).
      *
           03  WS-DATA-AAMMGG               PIC X(06).
           03  WS-DATA-AAAAMMGG             PIC X(08).
      *
       01  P303-MSG-ERRORE.
           02  P303-MSG-ERRORE-1.
           03  FILLER                      PIC X(11)  VALUE
               'PROGRAMMA: '.
           03  P303-MSGER-PGM              PIC X(08)  VALUE SPACES.
           03  FILLER                      PIC X(12)  VALUE
               '  . RIFER. ('.
           03  P303-MSGER-RIF              PIC X(02)  VALUE ZERO.
           03  FILLER                      PIC X(04)  VALUE
               ') - '.
           03  P303-MSGER-TIPO             PIC X(08)  VALUE SPACES.
           03  FILLER                      PIC X(03)  VALUE ' - '.
           03  P303-MSGER-FILE             PIC X(08)  VALUE SPACES.
           03  FILLER                      PIC X(11)  VALUE
               ' - STATUS: '.
           03  P303-MSGER-STATUS           PIC X(06)  VALUE SPACES.
           03  FILLER                      PIC X(07)  VALUE ' DATO: '.
           03  P303-MSGER-DATO             PIC X(20)  VALUE SPACES.
           03  FILLER                      PIC X(04)  VALUE ' -- '.
           03  P303-MSGER-DESCR            PIC X(30)  VALUE SPACES.
           02  P303-MSG-ERRORE-2           PIC X(50)  VALUE SPACES.
       01  P303-FILE-STATUS                PIC XX.
      *
      * ----- TRACCIATO STORICO OSTORICO
           COPY YPCRARCH.
      *
      * ----- CONTATORI DI RUN YPOCNTR
           COPY YPCRCNTR.
      *
      * ----- FLUSSO DI SEGNALAZIONE STATISTICA
           COPY YPCRSTAT.
      *
      * ----- TABELLA GEP MCC
           COPY YPCRTMCC.
      *
      *--------------------------------------------------------
       01 HV-TABE.
          05 HV-TABE-KNAMTB1                PIC X(0003).
          05 HV-TABE-KVARTB1                PIC X(0027).
          05 HV-TABE-DATI.
             49 HV-TABE-DATI-L              PIC  S9(4) COMP.
             49 HV-TABE-DATI-A              PIC X(2000).
      *
      *--* Variabili host del cursore su YPTBPGPF
       01  HV-DATA-INIZIO                PIC X(10).
       01  HV-DATA-FINE                  PIC X(10).
       01  HV-PAYMENT-SCHEME             PIC X(03).
       01  HV-BRAND                      PIC X(04).
       01  HV-SOURCE-CODE-IND            PIC X(03).
       01  HV-MERCHANT-ID                PIC X(15).
       01  HV-D-C-IND                    PIC X(01).
       01  HV-FUNCTION-CODE              PIC X(03).
       01  HV-SUPPRESS-CODE              PIC X(01).
       01  HV-NUM-RIGHE                  PIC S9(09) COMP.
       01  HV-SOMMA-IMPORTO              PIC S9(15)V99 COMP-3.
      *
      *================================================================*
      *    Area DB2                                                    *
      *================================================================*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W100-APPO-SQLCODE                 PIC -----9.
      *
      *--* Pagamenti e riepiloghi del periodo raggruppati per chiave
      *    statistica ed esercente (per la categoria MCC)
           EXEC SQL
                DECLARE CUR-STAT CURSOR FOR
                SELECT PAYMENT_SCHEME
                      ,BRAND
                      ,SOURCE_CODE_IND
                      ,MERCHANT_ID
                      ,D_C_IND
                      ,FUNCTION_CODE
                      ,SUPPRESS_CODE
                      ,COUNT(*)
                      ,SUM(PAYMENT_AMOUNT)
                  FROM YPTBPGPF
                 WHERE PGPF_DATE BETWEEN :HV-DATA-INIZIO
                                     AND :HV-DATA-FINE
                   AND FUNCTION_CODE IN ('200', '300', '301')
                 GROUP BY PAYMENT_SCHEME
                         ,BRAND
                         ,SOURCE_CODE_IND
                         ,MERCHANT_ID
                         ,D_C_IND
                         ,FUNCTION_CODE
                         ,SUPPRESS_CODE
           END-EXEC.
      *
      * ----- UTILITY PER STAMPA ELAB
       COPY YPCWS001.
      *
      * ----- RECORD DI PASSO DEL GIORNALE DI RUN
           COPY YPCWJRNL.
      *
      *================================================================*
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LL                   PIC S9(04) COMP.
           05  PARM-DATI.
               10  PARM-PERIODICITA      PIC X(01).
               10  PARM-DATA-INIZIO      PIC X(08).
               10  PARM-DATA-FINE        PIC X(08).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
           PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
           PERFORM CALC-PERIODO           THRU F-CALC-PERIODO
           PERFORM CARICA-GEP-MCC         THRU F-CARICA-GEP-MCC
      *
      *--* MCC degli esercenti
           PERFORM LEGG-IMERMCC           THRU F-LEGG-IMERMCC
           PERFORM CARI-MERCHANT          THRU F-CARI-MERCHANT
                                          UNTIL WS-EOF-IMERMCC = 1
      *
      *--* Tabella viva
           PERFORM APRI-CUR-STAT          THRU F-APRI-CUR-STAT
           PERFORM FETCH-CUR-STAT         THRU F-FETCH-CUR-STAT
           PERFORM ELAB-GRUPPO-TABELLA    THRU F-ELAB-GRUPPO-TABELLA
                                          UNTIL WS-FINE-CURSORE = 1
           PERFORM CHIUDI-CUR-STAT        THRU F-CHIUDI-CUR-STAT
      *
      *--* Parte del periodo gia' storicizzata
           PERFORM CERCA-STORICO          THRU F-CERCA-STORICO
      *
      *--* Contatori YPOCNTR del periodo
           PERFORM LEGG-ICNTR             THRU F-LEGG-ICNTR
           PERFORM SOMMA-CNTR             THRU F-SOMMA-CNTR
                                          UNTIL WS-EOF-ICNTR = 1
      *
           PERFORM SCRIVI-SEGNALAZIONE    THRU F-SCRIVI-SEGNALAZIONE
           PERFORM STAM-PROSPETTO         THRU F-STAM-PROSPETTO
           PERFORM STAM-QUADRATURA        THRU F-STAM-QUADRATURA
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = quadratura non riuscita o
      *    estratto MCC scartato
           IF  RETURN-CODE = ZERO
           AND (   QUADRATURA-NO
                OR CTR-MERC-SCARTATI > ZERO)
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
           PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
      *================================================================*
      *    Record di passo per il giornale di run: letti = righe del   *
      *    periodo (tabella e storico), scritti = dettagli della       *
      *    segnalazione, scartati = record MCC scartati; importo in    *
      *    entrata = importo delle righe trovate                       *
      *================================================================*
       CARI-JOURNAL.
      *
           IF PARM-LL > ZERO
              MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
           END-IF
           MOVE CTR-TOT-TROVATE              TO JRNL-REC-LETTI
           MOVE CTR-DETT-SCRITTI             TO JRNL-REC-SCRITTI
           MOVE CTR-MERC-SCARTATI            TO JRNL-REC-SCARTATI
           MOVE CTR-IMPO-TROVATE             TO JRNL-IMPO-ENTRATA
      *
           PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
           .
       F-CARI-JOURNAL.
           EXIT.
      *================================================================*
       INIZ-WORK.
      *
      *--* La stampa va aperta subito: i controlli sul PARM possono
      *--* gia' passare da ERRORE-P303
           OPEN OUTPUT ST.
      *
           MOVE ZERO                        TO WS-ZERO
           MOVE SPACE                       TO WS-SPACE
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
           MOVE WS-DATA-AAAAMMGG            TO WS-OGGI-R
      *
           MOVE 'S'                         TO WS-PERIODICITA
           IF  PARM-LL >= 1
           AND PARM-PERIODICITA NOT = SPACE
              MOVE PARM-PERIODICITA         TO WS-PERIODICITA
              IF  NOT PERIODO-TRIMESTRALE
              AND NOT PERIODO-SEMESTRALE
                 MOVE PARM-PERIODICITA      TO P303-MSGER-DATO
                 MOVE '01'                  TO P303-MSGER-RIF
                 MOVE 'PARM'                TO P303-MSGER-TIPO
                 MOVE 'PARM    '            TO P303-MSGER-FILE
                 MOVE 'PERIODICITA ERRATA (S/T)'
                                            TO P303-MSGER-DESCR
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           END-IF
           .
       F-INIZ-WORK.
           EXIT.
      *================================================================*
      *    Periodo di riferimento: date del PARM, altrimenti il        *
      *    semestre o trimestre solare precedente la data del giorno   *
      *================================================================*
       CALC-PERIODO.
      *
           IF PARM-LL >= 17
              IF  PARM-DATA-INIZIO IS NUMERIC
              AND PARM-DATA-FINE   IS NUMERIC
              AND PARM-DATA-INIZIO > '19000000'
              AND PARM-DATA-FINE NOT < PARM-DATA-INIZIO
                 MOVE PARM-DATA-INIZIO      TO WS-DATA-INIZIO
                 MOVE PARM-DATA-FINE        TO WS-DATA-FINE
                 GO TO CALC-PERIODO-HV
              ELSE
                 MOVE PARM-DATI(2:16)       TO P303-MSGER-DATO
                 MOVE '02'                  TO P303-MSGER-RIF
                 MOVE 'PARM'                TO P303-MSGER-TIPO
                 MOVE 'PARM    '            TO P303-MSGER-FILE
                 MOVE 'PERIODO DI RIFERIMENTO ERRATO'
                                            TO P303-MSGER-DESCR
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           END-IF
      *
           MOVE WS-OGGI-ANNO                TO WS-PER-ANNO
           IF PERIODO-SEMESTRALE
              IF WS-OGGI-MESE > 6
                 MOVE 01                    TO WS-PER-MESE-INI
                 MOVE 06                    TO WS-PER-MESE-FIN
                 MOVE 30                    TO WS-PER-GIORNO-FIN
              ELSE
                 SUBTRACT 1               FROM WS-PER-ANNO
                 MOVE 07                    TO WS-PER-MESE-INI
                 MOVE 12                    TO WS-PER-MESE-FIN
                 MOVE 31                    TO WS-PER-GIORNO-FIN
              END-IF
           ELSE
              COMPUTE WS-TRIMESTRE = (WS-OGGI-MESE - 1) / 3
              IF WS-TRIMESTRE = ZERO
                 SUBTRACT 1               FROM WS-PER-ANNO
                 MOVE 4                     TO WS-TRIMESTRE
              END-IF
              COMPUTE WS-PER-MESE-FIN = WS-TRIMESTRE * 3
              COMPUTE WS-PER-MESE-INI = WS-PER-MESE-FIN - 2
              IF WS-TRIMESTRE = 2 OR 3
                 MOVE 30                    TO WS-PER-GIORNO-FIN
              ELSE
                 MOVE 31                    TO WS-PER-GIORNO-FIN
              END-IF
           END-IF
           COMPUTE WS-DATA-INIZIO = WS-PER-ANNO     * 10000
                                  + WS-PER-MESE-INI * 100
                                  + 1
           COMPUTE WS-DATA-FINE   = WS-PER-ANNO     * 10000
                                  + WS-PER-MESE-FIN * 100
                                  + WS-PER-GIORNO-FIN
           .
       CALC-PERIODO-HV.
      *
           MOVE SPACES                      TO HV-DATA-INIZIO
                                               HV-DATA-FINE
           STRING WS-DATA-INIZIO(1:4) '-' WS-DATA-INIZIO(5:2) '-'
                  WS-DATA-INIZIO(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-INIZIO
           END-STRING
           STRING WS-DATA-FINE(1:4) '-' WS-DATA-FINE(5:2) '-'
                  WS-DATA-FINE(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-FINE
           END-STRING
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'PERIODO DI RIFERIMENTO DAL: ' HV-DATA-INIZIO
                  ' AL: ' HV-DATA-FINE ' - PERIODICITA: '
                  WS-PERIODICITA
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-CALC-PERIODO.
           EXIT.
      *================================================================*
      *    Routine di segnalazione inizio programma                    *
      *================================================================*
       STAM-PRIM-RIGH.
      *
           MOVE  SPACES                     TO YPCWS001-TEST-1
      *
           STRING '* FULL ACQUIRING * '
                  'SEGNALAZIONE STATISTICA DI VIGILANZA '
                  '- PROGRAMMA: YPBCSTAT -'
           DELIMITED BY SIZE              INTO YPCWS001-TEST-1
           END-STRING
      *
           MOVE YPCWS001-TEST-1             TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-PRIM-RIGH.
           EXIT.
      *================================================================*
      *    Apertura archivi                                            *
      *================================================================*
       OPEN-FILE.
      *
      *--* Estratto MCC e contatori possono mancare: le operazioni
      *    vanno in 'ALTRE' e la quadratura non e' eseguita
           OPEN INPUT  IMERMCC
           IF NOT IMER-NORMAL
              IF IMER-NOTFND
                 MOVE 1                  TO WS-EOF-IMERMCC
              ELSE
                 MOVE ST-IMERMCC         TO P303-FILE-STATUS
                 MOVE '03'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IMERMCC'          TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN INPUT  ICNTR
           IF NOT ICNT-NORMAL
              IF ICNT-NOTFND
                 MOVE 1                  TO WS-EOF-ICNTR
                 SET CNTR-ASSENTE-SI     TO TRUE
              ELSE
                 MOVE ST-ICNTR           TO P303-FILE-STATUS
                 MOVE '04'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'ICNTR'            TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN OUTPUT OSTATSEG
           IF NOT OSSE-NORMAL
              MOVE ST-OSTATSEG           TO P303-FILE-STATUS
              MOVE '05'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OSTATSEG'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OSTATREP
           IF NOT OSRE-NORMAL
              MOVE ST-OSTATREP           TO P303-FILE-STATUS
              MOVE '06'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OSTATREP'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
      *    Codici MCC delle categorie dall'elemento GEP/MCC            *
      *================================================================*
       CARICA-GEP-MCC.
      *
           INITIALIZE                       HV-TABE
           MOVE 'GEP'                       TO HV-TABE-KNAMTB1
           MOVE 'MCC'                       TO HV-TABE-KVARTB1(1:3)
      *
           EXEC SQL SELECT DATI
                INTO :HV-TABE-DATI
                FROM XYTBTABE
           WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
                 KVARTB1 = :HV-TABE-KVARTB1
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-TABE-DATI-A        TO YPCRTMCC-DATI
                 MOVE TMCC-MCC-PEDAGGI      TO WS-MCC-PEDAGGI
                 MOVE TMCC-MCC-CSD          TO WS-MCC-CSD
                 MOVE TMCC-MCC-ATM          TO WS-MCC-ATM
              WHEN +100
      *--* Elemento GEP/MCC non censito: restano i valori di default
                 CONTINUE
              WHEN OTHER
                 PERFORM ERRO-SQL          THRU F-ERRO-SQL
           END-EVALUATE
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'MCC CATEGORIE - PEDAGGI: ' WS-MCC-PEDAGGI
                  ' - CSD: ' WS-MCC-CSD ' - ATM: ' WS-MCC-ATM
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-CARICA-GEP-MCC.
           EXIT.
      *================================================================*
       LEGG-IMERMCC.
      *
           IF WS-EOF-IMERMCC = 1
              GO TO F-LEGG-IMERMCC
           END-IF
      *
           READ IMERMCC
      *
           IF IMER-EOF
              MOVE 1 TO WS-EOF-IMERMCC
              GO TO F-LEGG-IMERMCC
           END-IF
      *
           IF NOT IMER-NORMAL
              MOVE ST-IMERMCC               TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IMERMCC'                TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-MERC-LETTI
           .
       F-LEGG-IMERMCC.
           EXIT.
      *================================================================*
      *    Carica l'MCC dell'esercente; l'estratto deve essere in      *
      *    ordine crescente di MERCHANT_ID senza doppi                 *
      *================================================================*
       CARI-MERCHANT.
      *
           IF  MERC-MERCHANT-ID NOT = SPACES AND LOW-VALUE
           AND MERC-MCC IS NUMERIC
           AND (WS-IND-MERC = ZERO
                OR MERC-MERCHANT-ID > WS-ME-PREC)
              CONTINUE
           ELSE
              ADD 1                         TO CTR-MERC-SCARTATI
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'RECORD MCC ERRATO O FUORI SEQUENZA: '
                     IMERMCC-REC(1:19)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-MERCHANT-LEGG
           END-IF
      *
      *--* Estratto oltre la capienza: gli esercenti esclusi finirebbero
      *    in 'ALTRE' e la segnalazione sarebbe errata
           IF WS-IND-MERC NOT < 50000
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** ESTRATTO MCC SATURO (MAX 50000) SU: '
                     MERC-MERCHANT-ID
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '13'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-ME'                  TO P303-MSGER-FILE
              MOVE MERC-MERCHANT-ID         TO P303-MSGER-DATO
              MOVE 'TABELLA MCC SATURA'     TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO WS-IND-MERC
           MOVE MERC-MERCHANT-ID      TO WK-ME-MERCHANT-ID(WS-IND-MERC)
           MOVE MERC-MCC              TO WK-ME-MCC(WS-IND-MERC)
           MOVE MERC-MERCHANT-ID            TO WS-ME-PREC
           .
       CARI-MERCHANT-LEGG.
           PERFORM LEGG-IMERMCC           THRU F-LEGG-IMERMCC
           .
       F-CARI-MERCHANT.
           EXIT.
      *================================================================*
       APRI-CUR-STAT.
      *
           EXEC SQL OPEN CUR-STAT END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-APRI-CUR-STAT.
           EXIT.
      *================================================================*
       FETCH-CUR-STAT.
      *
           EXEC SQL
                FETCH CUR-STAT
                 INTO :HV-PAYMENT-SCHEME
                     ,:HV-BRAND
                     ,:HV-SOURCE-CODE-IND
                     ,:HV-MERCHANT-ID
                     ,:HV-D-C-IND
                     ,:HV-FUNCTION-CODE
                     ,:HV-SUPPRESS-CODE
                     ,:HV-NUM-RIGHE
                     ,:HV-SOMMA-IMPORTO
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 1                     TO WS-FINE-CURSORE
              WHEN OTHER
                 PERFORM ERRO-SQL          THRU F-ERRO-SQL
           END-EVALUATE
           .
       F-FETCH-CUR-STAT.
           EXIT.
      *================================================================*
       ELAB-GRUPPO-TABELLA.
      *
           ADD 1                            TO CTR-GRUPPI-TABELLA
           MOVE HV-PAYMENT-SCHEME           TO WS-MV-PAYMENT-SCHEME
           MOVE HV-BRAND                    TO WS-MV-BRAND
           MOVE HV-SOURCE-CODE-IND          TO WS-MV-SRC-COD-IND
           MOVE HV-MERCHANT-ID              TO WS-MV-MERCHANT-ID
           MOVE HV-D-C-IND                  TO WS-MV-D-C-IND
           MOVE HV-FUNCTION-CODE            TO WS-MV-FUNCTION-CODE
           MOVE HV-SUPPRESS-CODE            TO WS-MV-SUPPRESS-CODE
           MOVE HV-NUM-RIGHE                TO WS-MV-NUM-OPER
           MOVE HV-SOMMA-IMPORTO            TO WS-MV-IMPORTO
           MOVE 'T'                         TO WS-MV-ORIGINE
      *
           PERFORM ACCUMULA-MOVIMENTO     THRU F-ACCUMULA-MOVIMENTO
      *
           PERFORM FETCH-CUR-STAT         THRU F-FETCH-CUR-STAT
           .
       F-ELAB-GRUPPO-TABELLA.
           EXIT.
      *================================================================*
       CHIUDI-CUR-STAT.
      *
           EXEC SQL CLOSE CUR-STAT END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-CHIUDI-CUR-STAT.
           EXIT.
      *================================================================*
      *    Parte di periodo storicizzata: righe dati dello storico     *
      *    con PGPF_DATE nel periodo                                   *
      *================================================================*
       CERCA-STORICO.
      *
           OPEN INPUT INARCHIV
           IF NOT IARC-NORMAL
              IF IARC-NOTFND
                 SET ARCHIVIO-ASSENTE-SI    TO TRUE
                 MOVE SPACES                TO YPCWS001-RIGA
                 MOVE 'STORICO INARCHIV ASSENTE - STATISTICA SOLO SU TAB
      -              'ELLA'                 TO YPCWS001-RIGA
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
                 GO TO F-CERCA-STORICO
              ELSE
                 MOVE ST-INARCHIV           TO P303-FILE-STATUS
                 MOVE '08'                  TO P303-MSGER-RIF
                 MOVE 'OPENINP'             TO P303-MSGER-TIPO
                 MOVE 'INARCHIV'            TO P303-MSGER-FILE
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           END-IF
      *
           PERFORM LEGG-INARCHIV          THRU F-LEGG-INARCHIV
           PERFORM ELAB-RIGA-ARCHIVIO     THRU F-ELAB-RIGA-ARCHIVIO
                                          UNTIL WS-EOF-INARCHIV = 1
      *
           CLOSE INARCHIV
           .
       F-CERCA-STORICO.
           EXIT.
      *================================================================*
       LEGG-INARCHIV.
      *
           READ INARCHIV                  INTO ARCH-RECORD
      *
           IF IARC-EOF
              MOVE 1 TO WS-EOF-INARCHIV
              GO TO F-LEGG-INARCHIV
           END-IF
      *
           IF NOT IARC-NORMAL
              MOVE ST-INARCHIV              TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'INARCHIV'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-ARCH-LETTI
           .
       F-LEGG-INARCHIV.
           EXIT.
      *================================================================*
       ELAB-RIGA-ARCHIVIO.
      *
           IF NOT ARCH-REC-DATI
              GO TO ELAB-RIGA-ARCHIVIO-LEGG
           END-IF
      *
           IF  ARCH-FUNCTION-CODE NOT = '200'
           AND ARCH-FUNCTION-CODE NOT = '300'
           AND ARCH-FUNCTION-CODE NOT = '301'
              GO TO ELAB-RIGA-ARCHIVIO-LEGG
           END-IF
      *
           MOVE SPACES                      TO WS-ARC-DATA-8
           STRING ARCH-PGPF-DATE(1:4) ARCH-PGPF-DATE(6:2)
                  ARCH-PGPF-DATE(9:2)
           DELIMITED BY SIZE              INTO WS-ARC-DATA-8
           END-STRING
           IF WS-ARC-DATA-8 < WS-DATA-INIZIO
           OR WS-ARC-DATA-8 > WS-DATA-FINE
              GO TO ELAB-RIGA-ARCHIVIO-LEGG
           END-IF
      *
           ADD 1                            TO CTR-ARCH-PERIODO
           MOVE ARCH-PAYMENT-SCHEME         TO WS-MV-PAYMENT-SCHEME
           MOVE ARCH-BRAND                  TO WS-MV-BRAND
           MOVE ARCH-SOURCE-CODE-IND        TO WS-MV-SRC-COD-IND
           MOVE ARCH-MERCHANT-ID            TO WS-MV-MERCHANT-ID
           MOVE ARCH-D-C-IND                TO WS-MV-D-C-IND
           MOVE ARCH-FUNCTION-CODE          TO WS-MV-FUNCTION-CODE
           MOVE ARCH-SUPPRESS-CODE          TO WS-MV-SUPPRESS-CODE
           MOVE 1                           TO WS-MV-NUM-OPER
           MOVE ARCH-PAYMENT-AMOUNT         TO WS-MV-IMPORTO
           MOVE 'S'                         TO WS-MV-ORIGINE
      *
           PERFORM ACCUMULA-MOVIMENTO     THRU F-ACCUMULA-MOVIMENTO
           .
       ELAB-RIGA-ARCHIVIO-LEGG.
           PERFORM LEGG-INARCHIV          THRU F-LEGG-INARCHIV
           .
       F-ELAB-RIGA-ARCHIVIO.
           EXIT.
      *================================================================*
      *    Movimento del periodo: conteggio per la quadratura e, per i *
      *    pagamenti 200/300, accumulo sulla chiave statistica         *
      *================================================================*
       ACCUMULA-MOVIMENTO.
      *
           ADD WS-MV-NUM-OPER               TO CTR-TOT-TROVATE
           ADD WS-MV-IMPORTO                TO CTR-IMPO-TROVATE
           IF MV-TABELLA
              ADD WS-MV-IMPORTO             TO CTR-IMPO-TABELLA
              EVALUATE WS-MV-FUNCTION-CODE
                 WHEN '200'
                    ADD WS-MV-NUM-OPER      TO CTR-TAB-200
                 WHEN '300'
                    ADD WS-MV-NUM-OPER      TO CTR-TAB-300
                 WHEN OTHER
                    ADD WS-MV-NUM-OPER      TO CTR-TAB-301
              END-EVALUATE
           ELSE
              ADD WS-MV-IMPORTO             TO CTR-IMPO-STORICO
              EVALUATE WS-MV-FUNCTION-CODE
                 WHEN '200'
                    ADD WS-MV-NUM-OPER      TO CTR-STO-200
                 WHEN '300'
                    ADD WS-MV-NUM-OPER      TO CTR-STO-300
                 WHEN OTHER
                    ADD WS-MV-NUM-OPER      TO CTR-STO-301
              END-EVALUATE
           END-IF
      *
      *--* I riepiloghi 301 non sono operazioni della segnalazione
           IF WS-MV-FUNCTION-CODE = '301'
              ADD WS-MV-IMPORTO             TO CTR-IMPO-301
              GO TO F-ACCUMULA-MOVIMENTO
           END-IF
      *
           PERFORM CALC-CATEGORIA         THRU F-CALC-CATEGORIA
      *
           EVALUATE WS-MV-SUPPRESS-CODE
              WHEN 'R'
                 MOVE 'R'                   TO WS-MV-ESITO
              WHEN 'K'
                 MOVE 'K'                   TO WS-MV-ESITO
              WHEN OTHER
                 MOVE 'N'                   TO WS-MV-ESITO
           END-EVALUATE
      *
           MOVE ZERO                        TO WS-ST-CORR
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-IND-STAT
              IF  WK-ST-PAYMENT-SCHEME(WS-IND-ST) = WS-MV-PAYMENT-SCHEME
              AND WK-ST-BRAND(WS-IND-ST)          = WS-MV-BRAND
              AND WK-ST-SRC-COD-IND(WS-IND-ST)    = WS-MV-SRC-COD-IND
              AND WK-ST-CATEGORIA(WS-IND-ST)      = WS-MV-CATEGORIA
              AND WK-ST-D-C-IND(WS-IND-ST)        = WS-MV-D-C-IND
              AND WK-ST-ESITO(WS-IND-ST)          = WS-MV-ESITO
                 MOVE WS-IND-ST             TO WS-ST-CORR
                 MOVE 3000                  TO WS-IND-ST
              END-IF
           END-PERFORM
      *
           IF WS-ST-CORR = ZERO
      *--* Chiavi oltre la capienza: le operazioni escluse mancherebbero
      *    dalla segnalazione, il run si interrompe
              IF WS-IND-STAT NOT < 3000
                 MOVE SPACES                TO YPCWS001-RIGA
                 STRING '*** TABELLA CHIAVI STATISTICHE SATURA (MAX '
                        '3000) SU: ' WS-MV-PAYMENT-SCHEME ' '
                        WS-MV-BRAND ' ' WS-MV-SRC-COD-IND ' '
                        WS-MV-CATEGORIA ' ' WS-MV-D-C-IND ' '
                        WS-MV-ESITO
                 DELIMITED BY SIZE        INTO YPCWS001-RIGA
                 END-STRING
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
                 MOVE SPACES                TO P303-FILE-STATUS
                 MOVE '14'                  TO P303-MSGER-RIF
                 MOVE 'TABELLA'             TO P303-MSGER-TIPO
                 MOVE 'WK-ST'               TO P303-MSGER-FILE
                 MOVE WS-MV-BRAND           TO P303-MSGER-DATO
                 MOVE 'TABELLA CHIAVI SATURA' TO P303-MSGER-DESCR
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
              ADD 1                         TO WS-IND-STAT
              MOVE WS-IND-STAT              TO WS-ST-CORR
              MOVE WS-MV-PAYMENT-SCHEME
                                 TO WK-ST-PAYMENT-SCHEME(WS-ST-CORR)
              MOVE WS-MV-BRAND        TO WK-ST-BRAND(WS-ST-CORR)
              MOVE WS-MV-SRC-COD-IND  TO WK-ST-SRC-COD-IND(WS-ST-CORR)
              MOVE WS-MV-CATEGORIA    TO WK-ST-CATEGORIA(WS-ST-CORR)
              MOVE WS-MV-D-C-IND      TO WK-ST-D-C-IND(WS-ST-CORR)
              MOVE WS-MV-ESITO        TO WK-ST-ESITO(WS-ST-CORR)
              MOVE ZERO               TO WK-ST-NUM-OPER(WS-ST-CORR)
                                         WK-ST-IMPORTO(WS-ST-CORR)
           END-IF
      *
           ADD WS-MV-NUM-OPER         TO WK-ST-NUM-OPER(WS-ST-CORR)
           ADD WS-MV-IMPORTO          TO WK-ST-IMPORTO(WS-ST-CORR)
           ADD WS-MV-NUM-OPER               TO CTR-STAT-NUM-OPER
           ADD WS-MV-IMPORTO                TO CTR-STAT-IMPORTO
           .
       F-ACCUMULA-MOVIMENTO.
           EXIT.
      *================================================================*
      *    Categoria MCC dell'esercente: ricerca dicotomica            *
      *    nell'estratto, confronto con i codici dell'elemento GEP     *
      *================================================================*
       CALC-CATEGORIA.
      *
           MOVE 'O'                         TO WS-MV-CATEGORIA
           MOVE ZERO                        TO WS-ME-CORR
           MOVE 1                           TO WS-BS-INF
           MOVE WS-IND-MERC                 TO WS-BS-SUP
           PERFORM UNTIL WS-BS-INF > WS-BS-SUP
                      OR WS-ME-CORR > ZERO
              COMPUTE WS-BS-MED = (WS-BS-INF + WS-BS-SUP) / 2
              EVALUATE TRUE
                 WHEN WK-ME-MERCHANT-ID(WS-BS-MED) = WS-MV-MERCHANT-ID
                    MOVE WS-BS-MED          TO WS-ME-CORR
                 WHEN WK-ME-MERCHANT-ID(WS-BS-MED) < WS-MV-MERCHANT-ID
                    COMPUTE WS-BS-INF = WS-BS-MED + 1
                 WHEN OTHER
                    COMPUTE WS-BS-SUP = WS-BS-MED - 1
              END-EVALUATE
           END-PERFORM
      *
           IF WS-ME-CORR = ZERO
              ADD WS-MV-NUM-OPER            TO CTR-MCC-ASSENTE
              GO TO F-CALC-CATEGORIA
           END-IF
      *
           EVALUATE WK-ME-MCC(WS-ME-CORR)
              WHEN WS-MCC-PEDAGGI
                 MOVE 'P'                   TO WS-MV-CATEGORIA
              WHEN WS-MCC-CSD
                 MOVE 'C'                   TO WS-MV-CATEGORIA
              WHEN WS-MCC-ATM
                 MOVE 'A'                   TO WS-MV-CATEGORIA
              WHEN OTHER
                 MOVE 'O'                   TO WS-MV-CATEGORIA
           END-EVALUATE
           .
       F-CALC-CATEGORIA.
           EXIT.
      *================================================================*
       LEGG-ICNTR.
      *
           IF WS-EOF-ICNTR = 1
              GO TO F-LEGG-ICNTR
           END-IF
      *
           READ ICNTR
      *
           IF ICNT-EOF
              MOVE 1 TO WS-EOF-ICNTR
              GO TO F-LEGG-ICNTR
           END-IF
      *
           IF NOT ICNT-NORMAL
              MOVE ST-ICNTR                 TO P303-FILE-STATUS
              MOVE '10'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'ICNTR'                  TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-CNTR-LETTI
           .
       F-LEGG-ICNTR.
           EXIT.
      *================================================================*
      *    Somma dei contatori delle istanze YPBCEPGP del periodo      *
      *================================================================*
       SOMMA-CNTR.
      *
           MOVE ICNTR-REC                   TO YPCRCNTR-REC
      *
           ADD CNTR-LETTI-DATI-200          TO CTR-CNTR-DATI-200
           ADD CNTR-LETTI-DATI-300          TO CTR-CNTR-DATI-300
           ADD CNTR-LETTI-DATI-301          TO CTR-CNTR-DATI-301
           ADD CNTR-SCARTI                  TO CTR-CNTR-SCARTI
           ADD CNTR-SCART2                  TO CTR-CNTR-SCART2
           ADD CNTR-TABPGPF-INSE            TO CTR-CNTR-TABPGPF-INSE
           IF CNTR-IMPO-LETTI IS NUMERIC
              ADD CNTR-IMPO-LETTI           TO CTR-CNTR-IMPO-LETTI
           END-IF
      *
           PERFORM LEGG-ICNTR             THRU F-LEGG-ICNTR
           .
       F-SOMMA-CNTR.
           EXIT.
      *================================================================*
      *    Flusso di segnalazione: testata, dettagli, coda             *
      *================================================================*
       SCRIVI-SEGNALAZIONE.
      *
           MOVE SPACES                      TO STAT-REC
           MOVE 'H'                         TO STAT-TIPO-REC
           MOVE WS-PERIODICITA              TO STAT-H-PERIODICITA
           MOVE WS-DATA-INIZIO              TO STAT-H-DATA-INIZIO
           MOVE WS-DATA-FINE                TO STAT-H-DATA-FINE
           MOVE WS-DATA-AAAAMMGG            TO STAT-H-DATA-PRODUZIONE
           MOVE PROGRAMMA                   TO STAT-H-PROGRAMMA
           PERFORM SCRIVI-OSTATSEG        THRU F-SCRIVI-OSTATSEG
      *
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-IND-STAT
              MOVE SPACES                   TO STAT-REC
              MOVE 'D'                      TO STAT-TIPO-REC
              MOVE WK-ST-PAYMENT-SCHEME(WS-IND-ST)
                                            TO STAT-D-PAYMENT-SCHEME
              MOVE WK-ST-BRAND(WS-IND-ST)   TO STAT-D-BRAND
              MOVE WK-ST-SRC-COD-IND(WS-IND-ST)
                                            TO STAT-D-SRC-COD-IND
              MOVE WK-ST-CATEGORIA(WS-IND-ST) TO STAT-D-CATEGORIA
              MOVE WK-ST-D-C-IND(WS-IND-ST) TO STAT-D-D-C-IND
              MOVE WK-ST-ESITO(WS-IND-ST)   TO STAT-D-ESITO
              MOVE WK-ST-NUM-OPER(WS-IND-ST) TO STAT-D-NUM-OPER
              MOVE WK-ST-IMPORTO(WS-IND-ST) TO STAT-D-IMPORTO
              PERFORM SCRIVI-OSTATSEG     THRU F-SCRIVI-OSTATSEG
              ADD 1                         TO CTR-DETT-SCRITTI
           END-PERFORM
      *
           MOVE SPACES                      TO STAT-REC
           MOVE 'T'                         TO STAT-TIPO-REC
           MOVE CTR-DETT-SCRITTI            TO STAT-T-NUM-DETTAGLI
           MOVE CTR-STAT-NUM-OPER           TO STAT-T-NUM-OPER
           MOVE CTR-STAT-IMPORTO            TO STAT-T-IMPORTO
           PERFORM SCRIVI-OSTATSEG        THRU F-SCRIVI-OSTATSEG
           .
       F-SCRIVI-SEGNALAZIONE.
           EXIT.
      *================================================================*
       SCRIVI-OSTATSEG.
      *
           WRITE OSTATSEG-REC             FROM STAT-REC
      *
           IF NOT OSSE-NORMAL
              MOVE ST-OSTATSEG              TO P303-FILE-STATUS
              MOVE '11'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OSTATSEG'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE SEGNALAZIONE' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-SCRIVI-OSTATSEG.
           EXIT.
      *================================================================*
      *    Prospetto statistico: una riga per chiave della             *
      *    segnalazione e totale                                       *
      *================================================================*
       STAM-PROSPETTO.
      *
           MOVE SPACES                      TO STA-INTESTA-INIZIO
                                               STA-INTESTA-FINE
           STRING WS-DATA-INIZIO(7:2) '-' WS-DATA-INIZIO(5:2) '-'
                  WS-DATA-INIZIO(1:4)
           DELIMITED BY SIZE              INTO STA-INTESTA-INIZIO
           END-STRING
           STRING WS-DATA-FINE(7:2) '-' WS-DATA-FINE(5:2) '-'
                  WS-DATA-FINE(1:4)
           DELIMITED BY SIZE              INTO STA-INTESTA-FINE
           END-STRING
           IF PERIODO-TRIMESTRALE
              MOVE 'TRIMESTRALE'            TO STA-INTESTA-PERIODO
           ELSE
              MOVE 'SEMESTRALE'             TO STA-INTESTA-PERIODO
           END-IF
      *
           MOVE '1'                         TO OSTATREP-ASA
           MOVE STA-RIGA-INTESTA            TO RIGA-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           MOVE STA-RIGA-COLONNE            TO RIGA-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
      *
           PERFORM VARYING WS-IND-ST FROM 1 BY 1
              UNTIL WS-IND-ST > WS-IND-STAT
              PERFORM STAM-RIGA-STAT      THRU F-STAM-RIGA-STAT
           END-PERFORM
      *
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           MOVE SPACES                      TO STA-RIGA-DETT
           MOVE 'TOTALE SEGNALATO'          TO STA-RIGA-DETT(1:30)
           MOVE CTR-STAT-NUM-OPER           TO STA-DETT-NUM-OPER
           MOVE CTR-STAT-IMPORTO            TO STA-DETT-IMPORTO
           MOVE STA-RIGA-DETT               TO RIGA-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           .
       F-STAM-PROSPETTO.
           EXIT.
      *================================================================*
       STAM-RIGA-STAT.
      *
           MOVE WK-ST-PAYMENT-SCHEME(WS-IND-ST) TO STA-DETT-SCHEME
           MOVE WK-ST-BRAND(WS-IND-ST)      TO STA-DETT-BRAND
           MOVE WK-ST-SRC-COD-IND(WS-IND-ST) TO STA-DETT-SRC
           EVALUATE WK-ST-CATEGORIA(WS-IND-ST)
              WHEN 'P'
                 MOVE 'PEDAGGI'             TO STA-DETT-CATEGORIA
              WHEN 'C'
                 MOVE 'CSD'                 TO STA-DETT-CATEGORIA
              WHEN 'A'
                 MOVE 'ATM'                 TO STA-DETT-CATEGORIA
              WHEN OTHER
                 MOVE 'ALTRE'               TO STA-DETT-CATEGORIA
           END-EVALUATE
           MOVE WK-ST-D-C-IND(WS-IND-ST)    TO STA-DETT-SEGNO
           EVALUATE WK-ST-ESITO(WS-IND-ST)
              WHEN 'R'
                 MOVE 'RITORNATI'           TO STA-DETT-ESITO
              WHEN 'K'
                 MOVE 'RESPINTI'            TO STA-DETT-ESITO
              WHEN OTHER
                 MOVE 'REGOLARI'            TO STA-DETT-ESITO
           END-EVALUATE
           MOVE WK-ST-NUM-OPER(WS-IND-ST)   TO STA-DETT-NUM-OPER
           MOVE WK-ST-IMPORTO(WS-IND-ST)    TO STA-DETT-IMPORTO
      *
           MOVE STA-RIGA-DETT               TO RIGA-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           .
       F-STAM-RIGA-STAT.
           EXIT.
      *================================================================*
      *    Pagina di quadratura: righe e importi trovati su tabella e  *
      *    storico contro i contatori YPOCNTR delle istanze del        *
      *    periodo. La condizione di quadratura e' righe trovate =     *
      *    righe inserite in YPTBPGPF; gli importi letti comprendono   *
      *    anche gli scarti e sono riportati per confronto             *
      *================================================================*
       STAM-QUADRATURA.
      *
           MOVE '1'                         TO OSTATREP-ASA
           MOVE 'QUADRATURA CON I CONTATORI YPOCNTR DEL PERIODO'
                                            TO RIGA-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
      *
           MOVE SPACES                      TO STA-RIGA-QUAD
           MOVE 'PAGAMENTI 200 SU YPTBPGPF'   TO STA-QUAD-DESCR
           MOVE CTR-TAB-200                 TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'PAGAMENTI 300 SU YPTBPGPF'   TO STA-QUAD-DESCR
           MOVE CTR-TAB-300                 TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'RIEPILOGHI 301 SU YPTBPGPF'  TO STA-QUAD-DESCR
           MOVE CTR-TAB-301                 TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'TOTALE YPTBPGPF'           TO STA-QUAD-DESCR
           COMPUTE STA-QUAD-NUMERO = CTR-TAB-200 + CTR-TAB-300
                                   + CTR-TAB-301
           MOVE CTR-IMPO-TABELLA            TO STA-QUAD-IMPORTO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
      *
           IF ARCHIVIO-ASSENTE-NO
              MOVE 'PAGAMENTI 200 SU STORICO'  TO STA-QUAD-DESCR
              MOVE CTR-STO-200              TO STA-QUAD-NUMERO
              PERFORM STAM-RIGA-QUAD      THRU F-STAM-RIGA-QUAD
              MOVE 'PAGAMENTI 300 SU STORICO'  TO STA-QUAD-DESCR
              MOVE CTR-STO-300              TO STA-QUAD-NUMERO
              PERFORM STAM-RIGA-QUAD      THRU F-STAM-RIGA-QUAD
              MOVE 'RIEPILOGHI 301 SU STORICO' TO STA-QUAD-DESCR
              MOVE CTR-STO-301              TO STA-QUAD-NUMERO
              PERFORM STAM-RIGA-QUAD      THRU F-STAM-RIGA-QUAD
              MOVE 'TOTALE STORICO'         TO STA-QUAD-DESCR
              COMPUTE STA-QUAD-NUMERO = CTR-STO-200 + CTR-STO-300
                                      + CTR-STO-301
              MOVE CTR-IMPO-STORICO         TO STA-QUAD-IMPORTO
              PERFORM STAM-RIGA-QUAD      THRU F-STAM-RIGA-QUAD
           ELSE
              MOVE 'STORICO NON PRESENTE'   TO STA-QUAD-DESCR
              PERFORM STAM-RIGA-QUAD      THRU F-STAM-RIGA-QUAD
           END-IF
      *
           MOVE 'RIGHE TROVATE NEL PERIODO (A)' TO STA-QUAD-DESCR
           MOVE CTR-TOT-TROVATE             TO STA-QUAD-NUMERO
           MOVE CTR-IMPO-TROVATE            TO STA-QUAD-IMPORTO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE '  DI CUI RIEPILOGHI 301 NON SEGNALATI'
                                            TO STA-QUAD-DESCR
           COMPUTE STA-QUAD-NUMERO = CTR-TAB-301 + CTR-STO-301
           MOVE CTR-IMPO-301                TO STA-QUAD-IMPORTO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE '  DI CUI OPERAZIONI SEGNALATE'  TO STA-QUAD-DESCR
           MOVE CTR-STAT-NUM-OPER           TO STA-QUAD-NUMERO
           MOVE CTR-STAT-IMPORTO            TO STA-QUAD-IMPORTO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE '  OPERAZIONI SENZA MCC IN ANAGRAFICA (ALTRE)'
                                            TO STA-QUAD-DESCR
           MOVE CTR-MCC-ASSENTE             TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
      *
           IF CNTR-ASSENTE-SI
              SET QUADRATURA-NO             TO TRUE
              MOVE '*** CONTATORI YPOCNTR NON PRESENTI - QUADRATURA NON
      -            ' ESEGUITA ***'          TO RIGA-OSTATREP
              PERFORM SCRIVI-OSTATREP     THRU F-SCRIVI-OSTATREP
              GO TO F-STAM-QUADRATURA
           END-IF
      *
           MOVE 'RECORD YPOCNTR LETTI (ISTANZE)' TO STA-QUAD-DESCR
           MOVE CTR-CNTR-LETTI              TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'YPOCNTR - RECORD DATI 200 LETTI' TO STA-QUAD-DESCR
           MOVE CTR-CNTR-DATI-200           TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'YPOCNTR - RECORD DATI 300 LETTI' TO STA-QUAD-DESCR
           MOVE CTR-CNTR-DATI-300           TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'YPOCNTR - RECORD DATI 301 LETTI' TO STA-QUAD-DESCR
           MOVE CTR-CNTR-DATI-301           TO STA-QUAD-NUMERO
           MOVE CTR-CNTR-IMPO-LETTI         TO STA-QUAD-IMPORTO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'YPOCNTR - SCARTI / SCARTI SDD' TO STA-QUAD-DESCR
           COMPUTE STA-QUAD-NUMERO = CTR-CNTR-SCARTI
                                   + CTR-CNTR-SCART2
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'YPOCNTR - RIGHE INSERITE IN YPTBPGPF (B)'
                                            TO STA-QUAD-DESCR
           MOVE CTR-CNTR-TABPGPF-INSE       TO STA-QUAD-NUMERO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
      *
           COMPUTE CTR-DIFF-RIGHE = CTR-TOT-TROVATE
                                  - CTR-CNTR-TABPGPF-INSE
           COMPUTE CTR-DIFF-IMPO  = CTR-IMPO-TROVATE
                                  - CTR-CNTR-IMPO-LETTI
           MOVE 'DIFFERENZA RIGHE (A - B)'  TO STA-QUAD-DESCR
           MOVE CTR-DIFF-RIGHE              TO STA-QUAD-NUMERO
           IF CTR-DIFF-RIGHE = ZERO
              MOVE 'QUADRATO'               TO STA-QUAD-NOTA
           ELSE
              SET QUADRATURA-NO             TO TRUE
              MOVE '*** NON QUADRATO ***'   TO STA-QUAD-NOTA
           END-IF
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           MOVE 'DIFFERENZA IMPORTI TROVATI - LETTI (SCARTI)'
                                            TO STA-QUAD-DESCR
           MOVE CTR-DIFF-IMPO               TO STA-QUAD-IMPORTO
           PERFORM STAM-RIGA-QUAD         THRU F-STAM-RIGA-QUAD
           .
       F-STAM-QUADRATURA.
           EXIT.
      *================================================================*
       STAM-RIGA-QUAD.
      *
           MOVE STA-RIGA-QUAD               TO RIGA-OSTATREP
           PERFORM SCRIVI-OSTATREP        THRU F-SCRIVI-OSTATREP
           MOVE SPACES                      TO STA-RIGA-QUAD
           MOVE ZERO                        TO STA-QUAD-NUMERO
                                               STA-QUAD-IMPORTO
           .
       F-STAM-RIGA-QUAD.
           EXIT.
      *================================================================*
       SCRIVI-OSTATREP.
      *
           WRITE REC-OSTATREP
      *
           IF NOT OSRE-NORMAL
              MOVE ST-OSTATREP              TO P303-FILE-STATUS
              MOVE '12'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OSTATREP'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OSTATREP' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OSTATREP-ASA
           MOVE SPACES                      TO RIGA-OSTATREP
           .
       F-SCRIVI-OSTATREP.
           EXIT.
      *================================================================*
       ERRO-SQL.
      *
           MOVE SQLCODE                     TO W100-APPO-SQLCODE
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ERRORE SQL SU YPTBPGPF/XYTBTABE - SQLCODE: '
                  W100-APPO-SQLCODE
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           MOVE '*** ELABORAZIONE INTERROTTA ***' TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE 12 TO RETURN-CODE
           GO TO FINE-JOB
           .
       F-ERRO-SQL.
           EXIT.
      *================================================================*
      *    Routine di segnalazione di fine programma                   *
      *================================================================*
       STAM-RIGH-TOTA.
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE    '**** RIEPILOGO OPERAZIONI DI INPUT OUTPUT ****'
                                            TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           MOVE CTR-MERC-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD ESTRATTO MCC LETTI__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MERC-SCARTATI           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD ESTRATTO MCC SCARTATI_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-GRUPPI-TABELLA          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GRUPPI LETTI DA YPTBPGPF___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF ARCHIVIO-ASSENTE-NO
              MOVE CTR-ARCH-LETTI           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD STORICO LETTI_______________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-ARCH-PERIODO         TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD STORICO NEL PERIODO_________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           MOVE CTR-CNTR-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD CONTATORI YPOCNTR LETTI_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-DETT-SCRITTI            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'DETTAGLI SCRITTI SU OSTATSEG_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-STAT-IMPORTO            TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO SEGNALATO__________________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF QUADRATURA-NO
              MOVE SPACES                   TO YPCWS001-RIGA
              MOVE '*** QUADRATURA CON YPOCNTR NON RIUSCITA - VEDERE OS
      -            'TATREP ***'             TO YPCWS001-RIGA
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE    'ELABORAZIONE CHIUSA CORRETTAMENTE'
                                            TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-RIGH-TOTA.
           EXIT.
      *================================================================*
      *    Chiusura archivi                                            *
      *================================================================*
       CLOSE-FILE.
      *
           CLOSE OSTATSEG
                 OSTATREP
                 ST
           IF WS-EOF-IMERMCC = 1
           AND IMER-NOTFND
              CONTINUE
           ELSE
              CLOSE IMERMCC
           END-IF
           IF CNTR-ASSENTE-NO
              CLOSE ICNTR
           END-IF
           .
       F-CLOSE-FILE.
           EXIT.
      *================================================================*
      * ROUTINE DI GESTIONE ERRORE GENERICO
      *----------------------------------------------------------------
       ERRORE-P303.
      *
           MOVE PROGRAMMA                   TO P303-MSGER-PGM
           MOVE P303-FILE-STATUS            TO P303-MSGER-STATUS
           MOVE SPACES                      TO YPCWS001-RIGA
           MOVE P303-MSG-ERRORE-1           TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           MOVE '*** ELABORAZIONE INTERROTTA ***' TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           MOVE 12 TO RETURN-CODE
           GO TO FINE-JOB
           .
      *
       EX-ERRORE-P303.  EXIT.
      *================================================================*
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
      *================================================================*
      * ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
      *----------------------------------------------------------------
           COPY  YPCPJRNL.
