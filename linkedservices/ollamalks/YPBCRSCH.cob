       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCRSCH.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20035                                   *
      *================================================================*
      *                                                                *
      * YPBCRSCH:  RICONCILIAZIONE GIORNALIERA DEI TOTALI DI           *
      *            REGOLAMENTO DEI CIRCUITI (VISA, MASTERCARD,         *
      *            PAGOBANCOMAT, PAGOPA) CON I PAGAMENTI RICEVUTI      *
      *            DALL'ACQUIRER SU IPAYMENT E REGISTRATI IN YPTBPGPF. *
      *                                                                *
      *            . LEGGE IL REGISTRO DEGLI SBILANCI ANCORA APERTI    *
      *              (IRICSBIL, ASSENTE ALLA PRIMA ESECUZIONE);        *
      *            . LEGGE I TOTALI DEL GIORNO DEI CIRCUITI (ISCHEME)  *
      *              PER BRAND, SOURCE CODE IND, BUSINESS DATE E       *
      *              SEGNO;                                            *
      *            . SOMMA YPTBPGPF PER BRAND, SOURCE_CODE_IND,        *
      *              PGPF_DATE E D_C_IND, SEPARATAMENTE PER DETTAGLI   *
      *              200/300 E SUMMARY 301 (LA TABELLA NON HA UNA      *
      *              COLONNA BUSINESS DATE: PGPF_DATE E' LA DATA DEL   *
      *              FLUSSO IPAYMENT DELLA GIORNATA);                  *
      *            . STAMPA SU OSCHREP OGNI CHIAVE IN CUI IMPORTO O    *
      *              NUMERO DIFFERISCONO OLTRE LA TOLLERANZA E GLI     *
      *              SBILANCI RIENTRATI;                               *
      *            . RISCRIVE SU ORICSBIL GLI SBILANCI ANCORA APERTI   *
      *              CON I GIORNI DI APERTURA: OLTRE I GIORNI DI       *
      *              ESCALATION LO SBILANCIO E' DA ESCALARE E IL       *
      *              PROGRAMMA CHIUDE CON RETURN CODE 4. LA            *
      *              SATURAZIONE DELLA TABELLA CHIAVI INTERROMPE IL    *
      *              RUN (RETURN CODE 12) PRIMA DI RISCRIVERE IL       *
      *              REGISTRO.                                         *
      *                                                                *
      *            PARM (FACOLTATIVO): TOLLERANZA IMPORTO 9(07)V99,    *
      *            TOLLERANZA NUMERO 9(05), GIORNI DI ESCALATION       *
      *            9(02). DEFAULT 1,00 EURO, ZERO OPERAZIONI, 3        *
      *            GIORNI. LA SUMMARY 301 E' CONFRONTATA SOLO SE       *
      *            PRESENTE PER LA CHIAVE.                             *
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
           SELECT ISCHEME                ASSIGN       TO ISCHEME
                                         FILE STATUS  IS ST-ISCHEME.

           SELECT IRICSBIL               ASSIGN       TO IRICSBIL
                                         FILE STATUS  IS ST-IRICSBIL.

           SELECT ORICSBIL               ASSIGN       TO ORICSBIL
                                         FILE STATUS  IS ST-ORICSBIL.

           SELECT OSCHREP                ASSIGN       TO OSCHREP
                                         FILE STATUS  IS ST-OSCHREP.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * ISCHEME       :  TOTALI DI REGOLAMENTO DEI CIRCUITI    (INPUT) *
      *----------------------------------------------------------------*
       FD  ISCHEME                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ISCHEME-REC                   PIC  X(100).
      *
      *----------------------------------------------------------------*
      * IRICSBIL      :  REGISTRO SBILANCI PRECEDENTE          (INPUT) *
      *----------------------------------------------------------------*
       FD  IRICSBIL                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IRICSBIL-REC                  PIC  X(200).
      *
      *----------------------------------------------------------------*
      * ORICSBIL      :  REGISTRO SBILANCI AGGIORNATO         (OUTPUT) *
      *----------------------------------------------------------------*
       FD  ORICSBIL                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ORICSBIL-REC                  PIC  X(200).
      *
      *----------------------------------------------------------------*
      * OSCHREP       :  PROSPETTO SBILANCI CIRCUITI          (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OSCHREP                       LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OSCHREP.
           03 OSCHREP-ASA                PIC X(01).
           03 RIGA-OSCHREP               PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCRSCH'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-ISCHEME                    PIC  X(02).
           88  ISCH-NORMAL               VALUE '00'.
           88  ISCH-EOF                  VALUE '10'.
       01  ST-IRICSBIL                   PIC  X(02).
           88  IRSB-NORMAL               VALUE '00'.
           88  IRSB-EOF                  VALUE '10'.
           88  IRSB-NOTFND               VALUE '35'.
       01  ST-ORICSBIL                   PIC  X(02).
           88  ORSB-NORMAL               VALUE '00'.
       01  ST-OSCHREP                    PIC  X(02).
           88  OSCR-NORMAL               VALUE '00'.
      *
      *--* Parametri di riconciliazione (PARM o default)
       01  WS-TOLL-IMPORTO               PIC 9(07)V99.
       01  WS-TOLL-NUMERO                PIC 9(05).
       01  WS-GIORNI-ESCAL               PIC 9(02).
      *
      *--* Chiavi da riconciliare: sbilanci precedenti, totali del
      *    giorno dei circuiti e somme YPTBPGPF
       01  WS-IND-CHIAVI                 PIC 9(05) VALUE ZERO.
       01  WK-AREA-CHIAVI.
           05  WK-RC-ELEM                OCCURS 3000 TIMES.
               07  WK-RC-BRAND               PIC X(04).
               07  WK-RC-SRC-COD-IND         PIC X(03).
               07  WK-RC-BUSINESS-DATE       PIC 9(08).
               07  WK-RC-D-C-IND             PIC X(01).
               07  WK-RC-SCHM-NUM            PIC 9(09) COMP-3.
               07  WK-RC-SCHM-IMPORTO        PIC S9(13)V99 COMP-3.
               07  WK-RC-DETT-NUM            PIC 9(09) COMP-3.
               07  WK-RC-DETT-IMPORTO        PIC S9(13)V99 COMP-3.
               07  WK-RC-SUMM-NUM            PIC 9(09) COMP-3.
               07  WK-RC-SUMM-IMPORTO        PIC S9(13)V99 COMP-3.
               07  WK-RC-DATA-PRIMA-RILEV    PIC 9(08).
               07  WK-RC-GIORNI-APERTO       PIC 9(03).
               07  WK-RC-PRECEDENTE          PIC X(01).
               07  WK-RC-SCHM-OGGI           PIC X(01).
       01  WS-IND-RC                     PIC 9(05).
       01  WS-RC-CORR                    PIC 9(05).
      *
      *--* Business date presenti nei totali del giorno: solo per
      *    queste una somma YPTBPGPF senza totale circuito e' uno
      *    sbilancio
       01  WS-IND-DATE                   PIC 9(03) VALUE ZERO.
       01  WK-AREA-DATE.
           05  WK-DT-DATA                OCCURS 100 TIMES
                                         PIC 9(08).
       01  WS-IND-DT                     PIC 9(03).
       01  WS-DATA-TROVATA               PIC X(01).
           88  DATA-TROVATA-SI           VALUE '1'.
           88  DATA-TROVATA-NO           VALUE '0'.
      *
      *--* Chiave corrente per la ricerca in tabella
       01  WS-CHIAVE-CORR.
           05  WS-CH-BRAND               PIC X(04).
           05  WS-CH-SRC-COD-IND         PIC X(03).
           05  WS-CH-BUSINESS-DATE       PIC 9(08).
           05  WS-CH-D-C-IND             PIC X(01).
      *
      *--* Estremi del periodo da sommare su YPTBPGPF
       01  WS-DATA-MIN                   PIC 9(08).
       01  WS-DATA-MAX                   PIC 9(08).
       01  WS-DATA-APPO                  PIC X(10).
      *
      *--* Esito del confronto della chiave corrente
       01  WS-SBILANCIO                  PIC X(01).
           88  WS-SBILANCIO-SI           VALUE 'S'.
           88  WS-SBILANCIO-NO           VALUE 'N'.
       01  WS-SBIL-301                   PIC X(01).
           88  WS-SBIL-301-SI            VALUE 'S'.
           88  WS-SBIL-301-NO            VALUE 'N'.
       01  WS-DIFF-IMPORTO               PIC S9(13)V99 COMP-3.
       01  WS-DIFF-SUMM                  PIC S9(13)V99 COMP-3.
       01  WS-DIFF-NUMERO                PIC S9(09) COMP-3.
       01  WS-DIFF-ASSOLUTA              PIC S9(13)V99 COMP-3.
      *
      *--* Righe del prospetto OSCHREP
       01  SCH-RIGA-INTESTA.
           03  FILLER                PIC X(53) VALUE
               'RICONCILIAZIONE TOTALI CIRCUITI / YPTBPGPF - SBILANCI'.
           03  FILLER                PIC X(04) VALUE ' AL '.
           03  SCH-INTESTA-DATA      PIC X(10).
           03  FILLER                PIC X(14) VALUE
               ' - TOLLERANZA '.
           03  SCH-INTESTA-TOLL      PIC ZZZ.ZZ9,99.
       01  SCH-RIGA-COLONNE.
           03  FILLER                PIC X(05) VALUE 'BRND'.
           03  FILLER                PIC X(04) VALUE 'SRC'.
           03  FILLER                PIC X(11) VALUE 'BUS.DATE'.
           03  FILLER                PIC X(02) VALUE 'S'.
           03  FILLER                PIC X(09) VALUE '  N.CIRC'.
           03  FILLER                PIC X(19) VALUE
               '   IMPORTO CIRCUITO'.
           03  FILLER                PIC X(09) VALUE '  N.DETT'.
           03  FILLER                PIC X(19) VALUE
               ' IMPORTO DETT. PGPF'.
           03  FILLER                PIC X(19) VALUE
               '         DIFFERENZA'.
           03  FILLER                PIC X(19) VALUE
               '   IMPORTO SUMM.301'.
           03  FILLER                PIC X(04) VALUE '  GG'.
           03  FILLER                PIC X(10) VALUE ' STATO'.
       01  SCH-RIGA-DETTA.
           03  SCH-DETTA-BRAND       PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-SRC         PIC X(03).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-DATA        PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-DC          PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-SCHM-NUM    PIC ZZZZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-SCHM-IMPO   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-DETT-NUM    PIC ZZZZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-DETT-IMPO   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-DIFF        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-SUMM-IMPO   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-GIORNI      PIC ZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  SCH-DETTA-STATO       PIC X(10).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-ISCHEME               PIC 9(01).
           03  WS-EOF-IRICSBIL              PIC 9(01).
           03  WS-FINE-CURSORE              PIC 9(01).
      *
           03  CTR-SBIL-LETTI               PIC 9(09).
           03  CTR-SCHM-LETTI               PIC 9(09).
           03  CTR-SCHM-DATI                PIC 9(09).
           03  CTR-SCHM-ALTRI               PIC 9(09).
           03  CTR-SCHM-ERRATI              PIC 9(09).
           03  CTR-GRUPPI-PGPF              PIC 9(09).
           03  CTR-GRUPPI-IGNORATI          PIC 9(09).
           03  CTR-CHIAVI-QUADRATE          PIC 9(09).
           03  CTR-SBIL-NUOVI               PIC 9(09).
           03  CTR-SBIL-APERTI              PIC 9(09).
           03  CTR-SBIL-ESCALARE            PIC 9(09).
           03  CTR-SBIL-RIENTRATI           PIC 9(09).
           03  CTR-SBIL-SCRITTI             PIC 9(09).
           03  CTR-DATE-ECCED               PIC 9(09).
           03  CTR-IMPO-SCHEMA              PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-PGPF                PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-SBILANCIO           PIC S9(15)V99 COMP-3.
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
      * ----- TOTALI DI REGOLAMENTO DEI CIRCUITI
           COPY YPCRSCHM.
      *
      * ----- REGISTRO SBILANCI DI RICONCILIAZIONE
           COPY YPCRSBIL.
      *
      *--* Variabili host del cursore di somma su YPTBPGPF
       01  HV-DATA-DA                    PIC X(10).
       01  HV-DATA-A                     PIC X(10).
       01  HV-BRAND                      PIC X(04).
       01  HV-SOURCE-CODE-IND            PIC X(03).
       01  HV-PGPF-DATE                  PIC X(10).
       01  HV-D-C-IND                    PIC X(01).
       01  HV-FUNCTION-CODE              PIC X(03).
       01  HV-NUM-RIGHE                  PIC S9(09) COMP.
       01  HV-SOMMA-IMPORTO              PIC S9(13)V99 COMP-3.
      *
      *================================================================*
      *    Area DB2                                                    *
      *================================================================*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W100-APPO-SQLCODE                 PIC -----9.
      *
      *--* Somme per brand, source code ind, data flusso, segno e
      *    function code sul periodo delle chiavi da riconciliare
           EXEC SQL
                DECLARE CUR-SCHM CURSOR FOR
                SELECT BRAND
                      ,SOURCE_CODE_IND
                      ,PGPF_DATE
                      ,D_C_IND
                      ,FUNCTION_CODE
                      ,COUNT(*)
                      ,SUM(PAYMENT_AMOUNT)
                  FROM YPTBPGPF
                 WHERE PGPF_DATE BETWEEN :HV-DATA-DA AND :HV-DATA-A
                   AND FUNCTION_CODE IN ('200', '300', '301')
                 GROUP BY BRAND
                         ,SOURCE_CODE_IND
                         ,PGPF_DATE
                         ,D_C_IND
                         ,FUNCTION_CODE
           END-EXEC.
      *
      * ----- UTILITY PER STAMPA ELAB
       COPY YPCWS001.
R20037*
R20037* ----- RECORD DI PASSO DEL GIORNALE DI RUN
R20037     COPY YPCWJRNL.
      *
      *================================================================*
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LL                   PIC S9(04) COMP.
           05  PARM-DATI.
               10  PARM-TOLL-IMPORTO     PIC X(09).
               10  PARM-TOLL-NUMERO      PIC X(05).
               10  PARM-GIORNI-ESCAL     PIC X(02).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
R20037     PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
      *
      *--* Sbilanci ancora aperti dalle esecuzioni precedenti
           PERFORM LEGG-IRICSBIL          THRU F-LEGG-IRICSBIL
           PERFORM CARI-SBILANCIO         THRU F-CARI-SBILANCIO
                                          UNTIL WS-EOF-IRICSBIL = 1
      *
      *--* Totali del giorno dei circuiti
           PERFORM LEGG-ISCHEME           THRU F-LEGG-ISCHEME
           PERFORM CARI-TOTALE-SCHEMA     THRU F-CARI-TOTALE-SCHEMA
                                          UNTIL WS-EOF-ISCHEME = 1
      *
      *--* Somme YPTBPGPF sul periodo delle chiavi
           IF WS-IND-CHIAVI > ZERO
              PERFORM CALC-PERIODO        THRU F-CALC-PERIODO
              PERFORM APRI-CURSORE        THRU F-APRI-CURSORE
              PERFORM FETCH-CURSORE       THRU F-FETCH-CURSORE
              PERFORM ELAB-GRUPPO         THRU F-ELAB-GRUPPO
                                          UNTIL WS-FINE-CURSORE = 1
              PERFORM CHIUDI-CURSORE      THRU F-CHIUDI-CURSORE
           END-IF
      *
      *--* Confronto, prospetto e nuovo registro sbilanci
           PERFORM STAM-TEST-PROSPETTO    THRU F-STAM-TEST-PROSPETTO
           PERFORM VARYING WS-IND-RC FROM 1 BY 1
              UNTIL WS-IND-RC > WS-IND-CHIAVI
              PERFORM CONFRONTA-CHIAVE    THRU F-CONFRONTA-CHIAVE
           END-PERFORM
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = sbilanci da escalare,
      *    totali circuito errati o tabella date satura
           IF  RETURN-CODE = ZERO
           AND (   CTR-SBIL-ESCALARE > ZERO
                OR CTR-SCHM-ERRATI   > ZERO
                OR CTR-DATE-ECCED    > ZERO)
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = totali di   *
R20037*    circuito, scritti = sbilanci a registro, scartati = totali  *
R20037*    errati; importo = totali di circuito                        *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-SCHM-DATI                TO JRNL-REC-LETTI
R20037     MOVE CTR-SBIL-SCRITTI             TO JRNL-REC-SCRITTI
R20037     MOVE CTR-SCHM-ERRATI              TO JRNL-REC-SCARTATI
R20037     MOVE CTR-IMPO-SCHEMA              TO JRNL-IMPO-ENTRATA
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
           MOVE ZERO                        TO WS-ZERO
           MOVE SPACE                       TO WS-SPACE
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
      *
      *--* Parametri da PARM, altrimenti default
           MOVE 1                           TO WS-TOLL-IMPORTO
           MOVE ZERO                        TO WS-TOLL-NUMERO
           MOVE 3                           TO WS-GIORNI-ESCAL
           IF  PARM-LL >= 9
           AND PARM-TOLL-IMPORTO IS NUMERIC
              MOVE PARM-TOLL-IMPORTO        TO WS-TOLL-IMPORTO(1:9)
           END-IF
           IF  PARM-LL >= 14
           AND PARM-TOLL-NUMERO IS NUMERIC
              MOVE PARM-TOLL-NUMERO         TO WS-TOLL-NUMERO
           END-IF
           IF  PARM-LL >= 16
           AND PARM-GIORNI-ESCAL IS NUMERIC
           AND PARM-GIORNI-ESCAL > '00'
              MOVE PARM-GIORNI-ESCAL        TO WS-GIORNI-ESCAL
           END-IF
           .
       F-INIZ-WORK.
           EXIT.
      *================================================================*
      *    Routine di segnalazione inizio programma                    *
      *================================================================*
       STAM-PRIM-RIGH.
      *
           MOVE  SPACES                     TO YPCWS001-TEST-1
      *
           STRING '* FULL ACQUIRING * '
                  'RICONCILIAZIONE TOTALI CIRCUITI '
                  '- PROGRAMMA: YPBCRSCH -'
           DELIMITED BY SIZE              INTO YPCWS001-TEST-1
           END-STRING
      *
           MOVE YPCWS001-TEST-1             TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           MOVE WS-TOLL-IMPORTO             TO ETR-IMPO
           MOVE WS-TOLL-NUMERO              TO ETR-CONTA
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'TOLLERANZA IMPORTO: ' ETR-IMPO
                  ' - TOLLERANZA NUMERO: ' ETR-CONTA
                  ' - GIORNI DI ESCALATION: ' WS-GIORNI-ESCAL
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
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
           OPEN OUTPUT ST.
      *
      *--* Il registro puo' non esistere ancora (prima esecuzione)
           OPEN INPUT  IRICSBIL
           IF NOT IRSB-NORMAL
              IF IRSB-NOTFND
                 MOVE 1                  TO WS-EOF-IRICSBIL
              ELSE
                 MOVE ST-IRICSBIL        TO P303-FILE-STATUS
                 MOVE '01'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IRICSBIL'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN INPUT  ISCHEME
           IF NOT ISCH-NORMAL
              MOVE ST-ISCHEME            TO P303-FILE-STATUS
              MOVE '02'                  TO P303-MSGER-RIF
              MOVE 'OPENINP'             TO P303-MSGER-TIPO
              MOVE 'ISCHEME'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT ORICSBIL
           IF NOT ORSB-NORMAL
              MOVE ST-ORICSBIL           TO P303-FILE-STATUS
              MOVE '03'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'ORICSBIL'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OSCHREP
           IF NOT OSCR-NORMAL
              MOVE ST-OSCHREP            TO P303-FILE-STATUS
              MOVE '04'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OSCHREP'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-IRICSBIL.
      *
           IF WS-EOF-IRICSBIL = 1
              GO TO F-LEGG-IRICSBIL
           END-IF
      *
           READ IRICSBIL                  INTO YPCRSBIL-REC
      *
           IF IRSB-EOF
              MOVE 1 TO WS-EOF-IRICSBIL
              GO TO F-LEGG-IRICSBIL
           END-IF
      *
           IF NOT IRSB-NORMAL
              MOVE ST-IRICSBIL              TO P303-FILE-STATUS
              MOVE '05'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IRICSBIL'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-SBIL-LETTI
           .
       F-LEGG-IRICSBIL.
           EXIT.
      *================================================================*
      *    Sbilancio precedente in tabella: restano i totali del       *
      *    circuito e la data di prima rilevazione, le somme YPTBPGPF  *
      *    vengono ricalcolate                                         *
      *================================================================*
       CARI-SBILANCIO.
      *
           MOVE SBIL-BRAND                  TO WS-CH-BRAND
           MOVE SBIL-SRC-COD-IND            TO WS-CH-SRC-COD-IND
           MOVE SBIL-BUSINESS-DATE          TO WS-CH-BUSINESS-DATE
           MOVE SBIL-D-C-IND                TO WS-CH-D-C-IND
           PERFORM CERCA-CHIAVE           THRU F-CERCA-CHIAVE
      *
           MOVE SBIL-SCHM-NUM         TO WK-RC-SCHM-NUM(WS-RC-CORR)
           MOVE SBIL-SCHM-IMPORTO     TO WK-RC-SCHM-IMPORTO(WS-RC-CORR)
           MOVE SBIL-DATA-PRIMA-RILEV
                                TO WK-RC-DATA-PRIMA-RILEV(WS-RC-CORR)
           MOVE SBIL-GIORNI-APERTO
                                TO WK-RC-GIORNI-APERTO(WS-RC-CORR)
           MOVE 'S'                   TO WK-RC-PRECEDENTE(WS-RC-CORR)
           .
       CARI-SBILANCIO-LEGG.
           PERFORM LEGG-IRICSBIL          THRU F-LEGG-IRICSBIL
           .
       F-CARI-SBILANCIO.
           EXIT.
      *================================================================*
       LEGG-ISCHEME.
      *
           READ ISCHEME                   INTO YPCRSCHM-REC
      *
           IF ISCH-EOF
              MOVE 1 TO WS-EOF-ISCHEME
              GO TO F-LEGG-ISCHEME
           END-IF
      *
           IF NOT ISCH-NORMAL
              MOVE ST-ISCHEME               TO P303-FILE-STATUS
              MOVE '06'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'ISCHEME'                TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-SCHM-LETTI
           .
       F-LEGG-ISCHEME.
           EXIT.
      *================================================================*
      *    Totale del circuito: sostituisce quello eventualmente gia'  *
      *    ricevuto per la stessa chiave (rettifica)                   *
      *================================================================*
       CARI-TOTALE-SCHEMA.
      *
           IF NOT SCHM-REC-DATI
              ADD 1                         TO CTR-SCHM-ALTRI
              GO TO CARI-TOTALE-SCHEMA-LEGG
           END-IF
      *
           IF  SCHM-BUSINESS-DATE IS NUMERIC
           AND SCHM-NUM-OPER      IS NUMERIC
           AND SCHM-IMPORTO       IS NUMERIC
           AND (SCHM-DARE OR SCHM-AVERE)
              CONTINUE
           ELSE
              ADD 1                         TO CTR-SCHM-ERRATI
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TOTALE CIRCUITO ERRATO - SCARTATO: '
                     YPCRSCHM-REC(1:40)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-TOTALE-SCHEMA-LEGG
           END-IF
      *
           ADD 1                            TO CTR-SCHM-DATI
           ADD SCHM-IMPORTO                 TO CTR-IMPO-SCHEMA
      *
           MOVE SCHM-BRAND                  TO WS-CH-BRAND
           MOVE SCHM-SRC-COD-IND            TO WS-CH-SRC-COD-IND
           MOVE SCHM-BUSINESS-DATE          TO WS-CH-BUSINESS-DATE
           MOVE SCHM-D-C-IND                TO WS-CH-D-C-IND
           PERFORM CERCA-CHIAVE           THRU F-CERCA-CHIAVE
      *
           MOVE SCHM-NUM-OPER         TO WK-RC-SCHM-NUM(WS-RC-CORR)
           MOVE SCHM-IMPORTO          TO WK-RC-SCHM-IMPORTO(WS-RC-CORR)
           MOVE 'S'                   TO WK-RC-SCHM-OGGI(WS-RC-CORR)
      *
      *--* Business date coperta dai totali del giorno
           SET DATA-TROVATA-NO              TO TRUE
           PERFORM VARYING WS-IND-DT FROM 1 BY 1
              UNTIL WS-IND-DT > WS-IND-DATE
              IF WK-DT-DATA(WS-IND-DT) = SCHM-BUSINESS-DATE
                 SET DATA-TROVATA-SI        TO TRUE
                 MOVE 100                   TO WS-IND-DT
              END-IF
           END-PERFORM
           IF DATA-TROVATA-NO
              IF WS-IND-DATE < 100
                 ADD 1                      TO WS-IND-DATE
                 MOVE SCHM-BUSINESS-DATE TO WK-DT-DATA(WS-IND-DATE)
              ELSE
                 ADD 1                      TO CTR-DATE-ECCED
              END-IF
           END-IF
           .
       CARI-TOTALE-SCHEMA-LEGG.
           PERFORM LEGG-ISCHEME           THRU F-LEGG-ISCHEME
           .
       F-CARI-TOTALE-SCHEMA.
           EXIT.
      *================================================================*
      *    Cerca WS-CHIAVE-CORR in tabella e la inserisce se assente;  *
      *    a tabella satura il run si interrompe: gli sbilanci non     *
      *    riscritti su ORICSBIL andrebbero persi                      *
      *================================================================*
       CERCA-CHIAVE.
      *
           PERFORM CERCA-SOLO-CHIAVE      THRU F-CERCA-SOLO-CHIAVE
           IF WS-RC-CORR > ZERO
              GO TO F-CERCA-CHIAVE
           END-IF
      *
           IF WS-IND-CHIAVI < 3000
              ADD 1                         TO WS-IND-CHIAVI
              MOVE WS-IND-CHIAVI            TO WS-RC-CORR
              MOVE WS-CH-BRAND         TO WK-RC-BRAND(WS-RC-CORR)
              MOVE WS-CH-SRC-COD-IND   TO WK-RC-SRC-COD-IND(WS-RC-CORR)
              MOVE WS-CH-BUSINESS-DATE
                                 TO WK-RC-BUSINESS-DATE(WS-RC-CORR)
              MOVE WS-CH-D-C-IND       TO WK-RC-D-C-IND(WS-RC-CORR)
              MOVE ZERO                TO WK-RC-SCHM-NUM(WS-RC-CORR)
                                          WK-RC-SCHM-IMPORTO(WS-RC-CORR)
                                          WK-RC-DETT-NUM(WS-RC-CORR)
                                          WK-RC-DETT-IMPORTO(WS-RC-CORR)
                                          WK-RC-SUMM-NUM(WS-RC-CORR)
                                          WK-RC-SUMM-IMPORTO(WS-RC-CORR)
                                          WK-RC-DATA-PRIMA-RILEV
                                                         (WS-RC-CORR)
                                          WK-RC-GIORNI-APERTO
                                                         (WS-RC-CORR)
              MOVE 'N'                 TO WK-RC-PRECEDENTE(WS-RC-CORR)
                                          WK-RC-SCHM-OGGI(WS-RC-CORR)
           ELSE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TABELLA CHIAVI SATURA (MAX 3000) SU: '
                     WS-CH-BRAND ' ' WS-CH-SRC-COD-IND ' '
                     WS-CH-BUSINESS-DATE ' ' WS-CH-D-C-IND
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-RC'                  TO P303-MSGER-FILE
              MOVE WS-CH-BUSINESS-DATE      TO P303-MSGER-DATO
              MOVE 'TABELLA CHIAVI SATURA'  TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-CERCA-CHIAVE.
           EXIT.
      *================================================================*
       CERCA-SOLO-CHIAVE.
      *
           MOVE ZERO                        TO WS-RC-CORR
           PERFORM VARYING WS-IND-RC FROM 1 BY 1
              UNTIL WS-IND-RC > WS-IND-CHIAVI
              IF  WK-RC-BRAND(WS-IND-RC)         = WS-CH-BRAND
              AND WK-RC-SRC-COD-IND(WS-IND-RC)   = WS-CH-SRC-COD-IND
              AND WK-RC-BUSINESS-DATE(WS-IND-RC) = WS-CH-BUSINESS-DATE
              AND WK-RC-D-C-IND(WS-IND-RC)       = WS-CH-D-C-IND
                 MOVE WS-IND-RC             TO WS-RC-CORR
                 MOVE 3000                  TO WS-IND-RC
              END-IF
           END-PERFORM
           .
       F-CERCA-SOLO-CHIAVE.
           EXIT.
      *================================================================*
      *    Periodo da sommare: dalla business date piu' vecchia alla   *
      *    piu' recente fra le chiavi in tabella                       *
      *================================================================*
       CALC-PERIODO.
      *
           MOVE 99999999                    TO WS-DATA-MIN
           MOVE ZERO                        TO WS-DATA-MAX
           PERFORM VARYING WS-IND-RC FROM 1 BY 1
              UNTIL WS-IND-RC > WS-IND-CHIAVI
              IF WK-RC-BUSINESS-DATE(WS-IND-RC) < WS-DATA-MIN
                 MOVE WK-RC-BUSINESS-DATE(WS-IND-RC) TO WS-DATA-MIN
              END-IF
              IF WK-RC-BUSINESS-DATE(WS-IND-RC) > WS-DATA-MAX
                 MOVE WK-RC-BUSINESS-DATE(WS-IND-RC) TO WS-DATA-MAX
              END-IF
           END-PERFORM
      *
           MOVE SPACES                      TO HV-DATA-DA
                                               HV-DATA-A
           STRING WS-DATA-MIN(1:4) '-' WS-DATA-MIN(5:2) '-'
                  WS-DATA-MIN(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-DA
           END-STRING
           STRING WS-DATA-MAX(1:4) '-' WS-DATA-MAX(5:2) '-'
                  WS-DATA-MAX(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-A
           END-STRING
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'PERIODO SOMMATO SU YPTBPGPF (PGPF_DATE): '
                  HV-DATA-DA ' - ' HV-DATA-A
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-CALC-PERIODO.
           EXIT.
      *================================================================*
       APRI-CURSORE.
      *
           EXEC SQL OPEN CUR-SCHM END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-APRI-CURSORE.
           EXIT.
      *================================================================*
       FETCH-CURSORE.
      *
           EXEC SQL
                FETCH CUR-SCHM
                 INTO :HV-BRAND
                     ,:HV-SOURCE-CODE-IND
                     ,:HV-PGPF-DATE
                     ,:HV-D-C-IND
                     ,:HV-FUNCTION-CODE
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
       F-FETCH-CURSORE.
           EXIT.
      *================================================================*
      *    Somma YPTBPGPF di una chiave: dettagli 200/300 e summary    *
      *    301 separati. Una chiave senza totale del circuito entra    *
      *    in riconciliazione solo se la sua data e' coperta dai       *
      *    totali del giorno                                           *
      *================================================================*
       ELAB-GRUPPO.
      *
           ADD 1                            TO CTR-GRUPPI-PGPF
      *
           MOVE HV-BRAND                    TO WS-CH-BRAND
           MOVE HV-SOURCE-CODE-IND          TO WS-CH-SRC-COD-IND
           MOVE HV-D-C-IND                  TO WS-CH-D-C-IND
           MOVE SPACES                      TO WS-DATA-APPO
           STRING HV-PGPF-DATE(1:4) HV-PGPF-DATE(6:2)
                  HV-PGPF-DATE(9:2)
           DELIMITED BY SIZE              INTO WS-DATA-APPO
           END-STRING
           MOVE WS-DATA-APPO(1:8)           TO WS-CH-BUSINESS-DATE
      *
           PERFORM CERCA-SOLO-CHIAVE      THRU F-CERCA-SOLO-CHIAVE
           IF WS-RC-CORR = ZERO
              SET DATA-TROVATA-NO           TO TRUE
              PERFORM VARYING WS-IND-DT FROM 1 BY 1
                 UNTIL WS-IND-DT > WS-IND-DATE
                 IF WK-DT-DATA(WS-IND-DT) = WS-CH-BUSINESS-DATE
                    SET DATA-TROVATA-SI     TO TRUE
                    MOVE 100                TO WS-IND-DT
                 END-IF
              END-PERFORM
              IF DATA-TROVATA-NO
                 ADD 1                      TO CTR-GRUPPI-IGNORATI
                 GO TO ELAB-GRUPPO-FETCH
              END-IF
              PERFORM CERCA-CHIAVE        THRU F-CERCA-CHIAVE
           END-IF
      *
           ADD HV-SOMMA-IMPORTO             TO CTR-IMPO-PGPF
           IF HV-FUNCTION-CODE = '301'
              ADD HV-NUM-RIGHE        TO WK-RC-SUMM-NUM(WS-RC-CORR)
              ADD HV-SOMMA-IMPORTO    TO WK-RC-SUMM-IMPORTO(WS-RC-CORR)
           ELSE
              ADD HV-NUM-RIGHE        TO WK-RC-DETT-NUM(WS-RC-CORR)
              ADD HV-SOMMA-IMPORTO    TO WK-RC-DETT-IMPORTO(WS-RC-CORR)
           END-IF
           .
       ELAB-GRUPPO-FETCH.
           PERFORM FETCH-CURSORE          THRU F-FETCH-CURSORE
           .
       F-ELAB-GRUPPO.
           EXIT.
      *================================================================*
       CHIUDI-CURSORE.
      *
           EXEC SQL CLOSE CUR-SCHM END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-CHIUDI-CURSORE.
           EXIT.
      *================================================================*
      *    Prospetto OSCHREP degli sbilanci                            *
      *================================================================*
       STAM-TEST-PROSPETTO.
      *
           MOVE SPACES                      TO SCH-INTESTA-DATA
           STRING WS-DATA-AAAAMMGG(7:2) '-'
                  WS-DATA-AAAAMMGG(5:2) '-'
                  WS-DATA-AAAAMMGG(1:4)
           DELIMITED BY SIZE              INTO SCH-INTESTA-DATA
           END-STRING
           MOVE WS-TOLL-IMPORTO             TO SCH-INTESTA-TOLL
           MOVE '1'                         TO OSCHREP-ASA
           MOVE SCH-RIGA-INTESTA            TO RIGA-OSCHREP
           PERFORM SCRIVI-OSCHREP         THRU F-SCRIVI-OSCHREP
           PERFORM SCRIVI-OSCHREP         THRU F-SCRIVI-OSCHREP
           MOVE SCH-RIGA-COLONNE            TO RIGA-OSCHREP
           PERFORM SCRIVI-OSCHREP         THRU F-SCRIVI-OSCHREP
           PERFORM SCRIVI-OSCHREP         THRU F-SCRIVI-OSCHREP
           .
       F-STAM-TEST-PROSPETTO.
           EXIT.
      *================================================================*
      *    Chiave WS-IND-RC: confronto del totale circuito con i       *
      *    dettagli 200/300 (importo e numero) e con le summary 301    *
      *    (importo, se presenti). Sbilancio = riga di prospetto e     *
      *    voce di registro; sbilancio precedente quadrato = riga      *
      *    RIENTRATO e uscita dal registro                             *
      *================================================================*
       CONFRONTA-CHIAVE.
      *
           SET WS-SBILANCIO-NO              TO TRUE
           SET WS-SBIL-301-NO               TO TRUE
      *
           COMPUTE WS-DIFF-IMPORTO = WK-RC-SCHM-IMPORTO(WS-IND-RC)
                                   - WK-RC-DETT-IMPORTO(WS-IND-RC)
           COMPUTE WS-DIFF-NUMERO  = WK-RC-SCHM-NUM(WS-IND-RC)
                                   - WK-RC-DETT-NUM(WS-IND-RC)
           COMPUTE WS-DIFF-SUMM    = WK-RC-SCHM-IMPORTO(WS-IND-RC)
                                   - WK-RC-SUMM-IMPORTO(WS-IND-RC)
      *
           MOVE WS-DIFF-IMPORTO             TO WS-DIFF-ASSOLUTA
           IF WS-DIFF-ASSOLUTA < ZERO
              COMPUTE WS-DIFF-ASSOLUTA = WS-DIFF-ASSOLUTA * -1
           END-IF
           IF WS-DIFF-ASSOLUTA > WS-TOLL-IMPORTO
              SET WS-SBILANCIO-SI           TO TRUE
           END-IF
      *
           IF WS-DIFF-NUMERO < ZERO
              COMPUTE WS-DIFF-NUMERO = WS-DIFF-NUMERO * -1
           END-IF
           IF WS-DIFF-NUMERO > WS-TOLL-NUMERO
              SET WS-SBILANCIO-SI           TO TRUE
           END-IF
      *
           IF WK-RC-SUMM-NUM(WS-IND-RC) > ZERO
              MOVE WS-DIFF-SUMM             TO WS-DIFF-ASSOLUTA
              IF WS-DIFF-ASSOLUTA < ZERO
                 COMPUTE WS-DIFF-ASSOLUTA = WS-DIFF-ASSOLUTA * -1
              END-IF
              IF WS-DIFF-ASSOLUTA > WS-TOLL-IMPORTO
                 SET WS-SBILANCIO-SI        TO TRUE
                 SET WS-SBIL-301-SI         TO TRUE
              END-IF
           END-IF
      *
           IF WS-SBILANCIO-NO
              IF WK-RC-PRECEDENTE(WS-IND-RC) = 'S'
                 ADD 1                      TO CTR-SBIL-RIENTRATI
                 MOVE 'RIENTRATO'           TO SCH-DETTA-STATO
                 PERFORM STAM-RIGA-PROSPETTO
                                          THRU F-STAM-RIGA-PROSPETTO
              ELSE
                 ADD 1                      TO CTR-CHIAVI-QUADRATE
              END-IF
              GO TO F-CONFRONTA-CHIAVE
           END-IF
      *
      *--* Sbilancio: nuovo o riportato, con un giorno di apertura in
      *    piu' a ogni esecuzione
           ADD WS-DIFF-IMPORTO              TO CTR-IMPO-SBILANCIO
           ADD 1                      TO WK-RC-GIORNI-APERTO(WS-IND-RC)
           IF WK-RC-PRECEDENTE(WS-IND-RC) = 'S'
              ADD 1                         TO CTR-SBIL-APERTI
              MOVE 'APERTO'                 TO SCH-DETTA-STATO
           ELSE
              ADD 1                         TO CTR-SBIL-NUOVI
              MOVE WS-DATA-AAAAMMGG
                             TO WK-RC-DATA-PRIMA-RILEV(WS-IND-RC)
              MOVE 'NUOVO'                  TO SCH-DETTA-STATO
           END-IF
           IF WK-RC-GIORNI-APERTO(WS-IND-RC) > WS-GIORNI-ESCAL
              ADD 1                         TO CTR-SBIL-ESCALARE
              MOVE 'ESCALARE'               TO SCH-DETTA-STATO
           END-IF
           PERFORM STAM-RIGA-PROSPETTO    THRU F-STAM-RIGA-PROSPETTO
      *
           IF WS-SBIL-301-SI
              MOVE WS-DIFF-SUMM             TO ETR-IMPO
              STRING '      DIFFERENZA CIRCUITO / SUMMARY 301: '
                     ETR-IMPO
              DELIMITED BY SIZE           INTO RIGA-OSCHREP
              END-STRING
              PERFORM SCRIVI-OSCHREP      THRU F-SCRIVI-OSCHREP
           END-IF
      *
           INITIALIZE YPCRSBIL-REC
           MOVE WK-RC-BRAND(WS-IND-RC)      TO SBIL-BRAND
           MOVE WK-RC-SRC-COD-IND(WS-IND-RC) TO SBIL-SRC-COD-IND
           MOVE WK-RC-BUSINESS-DATE(WS-IND-RC) TO SBIL-BUSINESS-DATE
           MOVE WK-RC-D-C-IND(WS-IND-RC)    TO SBIL-D-C-IND
           MOVE WK-RC-SCHM-NUM(WS-IND-RC)   TO SBIL-SCHM-NUM
           MOVE WK-RC-SCHM-IMPORTO(WS-IND-RC) TO SBIL-SCHM-IMPORTO
           MOVE WK-RC-DETT-NUM(WS-IND-RC)   TO SBIL-DETT-NUM
           MOVE WK-RC-DETT-IMPORTO(WS-IND-RC) TO SBIL-DETT-IMPORTO
           MOVE WK-RC-SUMM-NUM(WS-IND-RC)   TO SBIL-SUMM-NUM
           MOVE WK-RC-SUMM-IMPORTO(WS-IND-RC) TO SBIL-SUMM-IMPORTO
           MOVE WK-RC-DATA-PRIMA-RILEV(WS-IND-RC)
                                            TO SBIL-DATA-PRIMA-RILEV
           MOVE WS-DATA-AAAAMMGG            TO SBIL-DATA-ULT-RILEV
           MOVE WK-RC-GIORNI-APERTO(WS-IND-RC) TO SBIL-GIORNI-APERTO
           EVALUATE TRUE
              WHEN WK-RC-GIORNI-APERTO(WS-IND-RC) > WS-GIORNI-ESCAL
                 SET SBIL-ESCALATO          TO TRUE
              WHEN WK-RC-PRECEDENTE(WS-IND-RC) = 'S'
                 SET SBIL-APERTO            TO TRUE
              WHEN OTHER
                 SET SBIL-NUOVO             TO TRUE
           END-EVALUATE
           MOVE PROGRAMMA                   TO SBIL-PROGRAMMA
      *
           WRITE ORICSBIL-REC             FROM YPCRSBIL-REC
      *
           IF NOT ORSB-NORMAL
              MOVE ST-ORICSBIL              TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'ORICSBIL'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE REGISTRO'  TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-SBIL-SCRITTI
           .
       F-CONFRONTA-CHIAVE.
           EXIT.
      *================================================================*
       STAM-RIGA-PROSPETTO.
      *
           MOVE WK-RC-BRAND(WS-IND-RC)      TO SCH-DETTA-BRAND
           MOVE WK-RC-SRC-COD-IND(WS-IND-RC) TO SCH-DETTA-SRC
           MOVE SPACES                      TO SCH-DETTA-DATA
           STRING WK-RC-BUSINESS-DATE(WS-IND-RC)(7:2) '-'
                  WK-RC-BUSINESS-DATE(WS-IND-RC)(5:2) '-'
                  WK-RC-BUSINESS-DATE(WS-IND-RC)(1:4)
           DELIMITED BY SIZE              INTO SCH-DETTA-DATA
           END-STRING
           MOVE WK-RC-D-C-IND(WS-IND-RC)    TO SCH-DETTA-DC
           MOVE WK-RC-SCHM-NUM(WS-IND-RC)   TO SCH-DETTA-SCHM-NUM
           MOVE WK-RC-SCHM-IMPORTO(WS-IND-RC) TO SCH-DETTA-SCHM-IMPO
           MOVE WK-RC-DETT-NUM(WS-IND-RC)   TO SCH-DETTA-DETT-NUM
           MOVE WK-RC-DETT-IMPORTO(WS-IND-RC) TO SCH-DETTA-DETT-IMPO
           MOVE WS-DIFF-IMPORTO             TO SCH-DETTA-DIFF
           MOVE WK-RC-SUMM-IMPORTO(WS-IND-RC) TO SCH-DETTA-SUMM-IMPO
           MOVE WK-RC-GIORNI-APERTO(WS-IND-RC) TO SCH-DETTA-GIORNI
      *
           MOVE SCH-RIGA-DETTA              TO RIGA-OSCHREP
           PERFORM SCRIVI-OSCHREP         THRU F-SCRIVI-OSCHREP
           .
       F-STAM-RIGA-PROSPETTO.
           EXIT.
      *================================================================*
       SCRIVI-OSCHREP.
      *
           WRITE REC-OSCHREP
      *
           IF NOT OSCR-NORMAL
              MOVE ST-OSCHREP               TO P303-FILE-STATUS
              MOVE '08'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OSCHREP'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OSCHREP' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OSCHREP-ASA
           MOVE SPACES                      TO RIGA-OSCHREP
           .
       F-SCRIVI-OSCHREP.
           EXIT.
      *================================================================*
       ERRO-SQL.
      *
           MOVE SQLCODE                     TO W100-APPO-SQLCODE
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ERRORE SQL SU YPTBPGPF - SQLCODE: '
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
           MOVE CTR-SBIL-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCI PRECEDENTI RILETTI________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SCHM-DATI               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'TOTALI CIRCUITO DEL GIORNO_________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-SCHEMA             TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO TOTALI CIRCUITO____________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-SCHM-ALTRI > ZERO
              MOVE CTR-SCHM-ALTRI           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD TESTATA/CODA IGNORATI_______:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           MOVE CTR-SCHM-ERRATI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'TOTALI CIRCUITO ERRATI SCARTATI____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-GRUPPI-PGPF             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GRUPPI YPTBPGPF SOMMATI____________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-GRUPPI-IGNORATI         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GRUPPI FUORI DATE DEL GIORNO_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CHIAVI-QUADRATE         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'CHIAVI QUADRATE____________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SBIL-NUOVI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCI NUOVI_____________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SBIL-APERTI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCI RIPORTATI ANCORA APERTI___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SBIL-RIENTRATI          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCI RIENTRATI_________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SBIL-ESCALARE           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCI DA ESCALARE_______________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-SBILANCIO          TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCIO NETTO CIRCUITO - PGPF____:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SBIL-SCRITTI            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SBILANCI SCRITTI A REGISTRO________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-DATE-ECCED > ZERO
              MOVE CTR-DATE-ECCED           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA DATE SATURA (MAX 100) - '
                      'TOTALI SENZA CONTROLLO INVERSO: '
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
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
      *================================================================
      * CHIUSURA ARCHIVI
      *================================================================
       CLOSE-FILE.
      *
           CLOSE ISCHEME
                 ORICSBIL
                 OSCHREP
                 ST
           IF WS-EOF-IRICSBIL = 1
           AND IRSB-NOTFND
              CONTINUE
           ELSE
              CLOSE IRICSBIL
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
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
