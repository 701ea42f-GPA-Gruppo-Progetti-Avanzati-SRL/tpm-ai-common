       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCPAGE.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20031                                   *
      *================================================================*
      *                                                                *
      * YPBCPAGE:  STAMPA SETTIMANALE DI ANZIANITA' DELLE PARTITE      *
      *            SOSPESE DCD ANCORA APERTE SUL REGISTRO PRODOTTO DA  *
      *            YPBCPART. PER OGNI CONTO DCD RIPORTA NUMERO E       *
      *            IMPORTO DELLE PARTITE PER FASCIA DI GIORNI DALLA    *
      *            DATA DI APERTURA:                                   *
      *                 0-30  /  31-60  /  61-90  /  OLTRE 90          *
      *            SEGUITO DAL DETTAGLIO DELLE PARTITE OLTRE 90 GIORNI.*
      *                                                                *
      *            LA DATA DI RIFERIMENTO E' LA DATA DEL GIORNO,       *
      *            SOSTITUIBILE DA PARM (AAAAMMGG) PER RISTAMPE.       *
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
           SELECT IPARTITE               ASSIGN       TO IPARTITE
                                         FILE STATUS  IS ST-IPARTITE.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IPARTITE      :  REGISTRO PARTITE SOSPESE DCD          (INPUT) *
      *----------------------------------------------------------------*
       FD  IPARTITE                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IPARTITE-REC                  PIC  X(400).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCPAGE'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IPARTITE                   PIC  X(02).
           88  IPAR-NORMAL               VALUE '00'.
           88  IPAR-EOF                  VALUE '10'.
           88  IPAR-NOTFND               VALUE '35'.
      *
       01  WS-XSCDAT                     PIC X(08) VALUE 'XSCDAT'.
      *
      *--* Date limite delle fasce (data riferimento - 30/60/90 gg)
       01  WS-DATA-RIFE                  PIC 9(08).
       01  WS-DATA-LIM-30                PIC 9(08).
       01  WS-DATA-LIM-60                PIC 9(08).
       01  WS-DATA-LIM-90                PIC 9(08).
       01  WS-GIORNI-FASCIA              PIC S9(05).
       01  WS-DATA-LIMITE                PIC 9(08).
      *
      *--* Fascia della partita in esame (1=0-30 2=31-60 3=61-90
      *    4=OLTRE 90)
       01  WS-FASCIA                     PIC 9(01).
      *
      *--* Riepilogo per conto DCD: la posizione 51 raccoglie i conti
      *    eccedenti la tabella
       01  WS-IND-CONT                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-CONT.
           05  WK-CO-ELEM                OCCURS 51 TIMES.
               07  WK-CO-CONTO               PIC X(08).
               07  WK-CO-FASCIA              OCCURS 4 TIMES.
                   09  WK-CO-NUM                 PIC 9(09).
                   09  WK-CO-IMPO                PIC S9(15)V99 COMP-3.
       01  WS-IND-CO                     PIC 9(05).
       01  WS-IND-FA                     PIC 9(01).
       01  WS-IND-TROVATO                PIC 9(05).
       01  CTR-CONT-ECCED                PIC 9(09) VALUE ZERO.
      *
      *--* Totali generali per fascia
       01  WK-AREA-TOTA.
           05  WK-TO-FASCIA              OCCURS 4 TIMES.
               07  WK-TO-NUM                 PIC 9(09).
               07  WK-TO-IMPO                PIC S9(15)V99 COMP-3.
      *
      *--* Riga di stampa riepilogo per conto
       01  WS-RIGA-CONTO.
           05  RC-CONTO                  PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RC-FASCIA                 OCCURS 4 TIMES.
               07  RC-NUM                    PIC ZZZ.ZZ9.
               07  FILLER                    PIC X(01) VALUE SPACE.
               07  RC-IMPO                   PIC ZZZ.ZZZ.ZZ9,99-.
               07  FILLER                    PIC X(02) VALUE SPACE.
      *
       01  WS-RIGA-TESTATA.
           05  FILLER                    PIC X(09) VALUE 'CONTO DCD'.
           05  FILLER                    PIC X(25) VALUE
               '   0-30 GG'.
           05  FILLER                    PIC X(25) VALUE
               '  31-60 GG'.
           05  FILLER                    PIC X(25) VALUE
               '  61-90 GG'.
           05  FILLER                    PIC X(25) VALUE
               ' OLTRE 90 GG'.
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IPARTITE              PIC 9(01).
      *
           03  CTR-REGI-LETTE               PIC 9(09).
           03  CTR-PART-CHIUSE              PIC 9(09).
           03  CTR-PART-APERTE              PIC 9(09).
           03  CTR-IMPO-APERTE              PIC S9(15)V99 COMP-3.
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
      * ----- TRACCIATO PARTITA SOSPESA
           COPY YPCRPART.
      *
      * ----- PARAMETRI ROUTINE DATA
           COPY XSADAT.
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
               10  PARM-DATA-RIFE        PIC X(08).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
R20037     PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
      *
           PERFORM CALC-DATE-LIMITE       THRU F-CALC-DATE-LIMITE
      *
      *--* Scorre il registro: riepilogo per conto e dettaglio delle
      *    partite oltre 90 giorni
           MOVE SPACES                      TO YPCWS001-RIGA
           MOVE 'DETTAGLIO PARTITE APERTE DA OLTRE 90 GIORNI'
                                            TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           PERFORM LEGG-IPARTITE          THRU F-LEGG-IPARTITE
           PERFORM ELAB                   THRU F-ELAB
                                          UNTIL WS-EOF-IPARTITE = 1
      *
           PERFORM STAM-RIEP-CONTI        THRU F-STAM-RIEP-CONTI
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = voci del    *
R20037*    registro, scritti = partite aperte; importo = partite aperte*
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-REGI-LETTE               TO JRNL-REC-LETTI
R20037     MOVE CTR-PART-APERTE              TO JRNL-REC-SCRITTI
R20037     MOVE CTR-IMPO-APERTE              TO JRNL-IMPO-USCITA
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
           INITIALIZE WK-AREA-CONT
                      WK-AREA-TOTA
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
      *
      *--* Data di riferimento da PARM (ristampa), altrimenti oggi
           IF PARM-LL >= 8
           AND PARM-DATA-RIFE IS NUMERIC
              MOVE PARM-DATA-RIFE           TO WS-DATA-RIFE
           ELSE
              MOVE WS-DATA-AAAAMMGG         TO WS-DATA-RIFE
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
                  'ANZIANITA'' PARTITE SOSPESE DCD '
                  '- PROGRAMMA: YPBCPAGE - '
                  'DATA RIFERIMENTO: ' WS-DATA-RIFE
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
           OPEN OUTPUT ST.
      *
      *--* Registro assente (nessuna partita mai aperta): stampa vuota
           OPEN INPUT  IPARTITE
           IF NOT IPAR-NORMAL
              IF IPAR-NOTFND
                 MOVE 1                  TO WS-EOF-IPARTITE
              ELSE
                 MOVE ST-IPARTITE        TO P303-FILE-STATUS
                 MOVE '01'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IPARTITE'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
      *    Date limite delle fasce: riferimento meno 30, 60, 90 gg     *
      *================================================================*
       CALC-DATE-LIMITE.
      *
           MOVE -30                         TO WS-GIORNI-FASCIA
           PERFORM CALC-DATA              THRU F-CALC-DATA
           MOVE WS-DATA-LIMITE              TO WS-DATA-LIM-30
      *
           MOVE -60                         TO WS-GIORNI-FASCIA
           PERFORM CALC-DATA              THRU F-CALC-DATA
           MOVE WS-DATA-LIMITE              TO WS-DATA-LIM-60
      *
           MOVE -90                         TO WS-GIORNI-FASCIA
           PERFORM CALC-DATA              THRU F-CALC-DATA
           MOVE WS-DATA-LIMITE              TO WS-DATA-LIM-90
           .
       F-CALC-DATE-LIMITE.
           EXIT.
      *================================================================*
       CALC-DATA.
      *
           MOVE SPACES                      TO UTDATA-PARAM
           INITIALIZE UTDATA-PARAM
           MOVE WS-DATA-RIFE                TO UTDATA-DATA-1
           MOVE 3                           TO UTDATA-FUNZIONE
           MOVE WS-GIORNI-FASCIA            TO UTDATA-GIORNI
      *
           CALL WS-XSCDAT USING UTDATA-PARAM
      *
           IF UTDATA-ERRORE NOT = ZEROES
              MOVE UTDATA-ERRORE            TO P303-FILE-STATUS
              MOVE '02'                     TO P303-MSGER-RIF
              MOVE 'CALL'                   TO P303-MSGER-TIPO
              MOVE 'XSCDAT'                 TO P303-MSGER-FILE
              MOVE WS-DATA-RIFE             TO P303-MSGER-DATO
              MOVE 'ERRORE CALCOLO DATA LIMITE' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE UTDATA-DATA-2               TO WS-DATA-LIMITE
           .
       F-CALC-DATA.
           EXIT.
      *================================================================*
       LEGG-IPARTITE.
      *
           READ IPARTITE                  INTO YPCRPART-REC
      *
           IF IPAR-EOF
              MOVE 1 TO WS-EOF-IPARTITE
              GO TO F-LEGG-IPARTITE
           END-IF
      *
           IF NOT IPAR-NORMAL
              MOVE ST-IPARTITE              TO P303-FILE-STATUS
              MOVE '03'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IPARTITE'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-REGI-LETTE
           .
       F-LEGG-IPARTITE.
           EXIT.
      *================================================================*
      *    Partita del registro: le chiuse non concorrono             *
      *================================================================*
       ELAB.
      *
           IF NOT PART-APERTA
              ADD 1                         TO CTR-PART-CHIUSE
              GO TO ELAB-LEGG
           END-IF
      *
           ADD 1                            TO CTR-PART-APERTE
           ADD PART-IMPORTO                 TO CTR-IMPO-APERTE
      *
           EVALUATE TRUE
              WHEN PART-DATA-APER >= WS-DATA-LIM-30
                 MOVE 1                     TO WS-FASCIA
              WHEN PART-DATA-APER >= WS-DATA-LIM-60
                 MOVE 2                     TO WS-FASCIA
              WHEN PART-DATA-APER >= WS-DATA-LIM-90
                 MOVE 3                     TO WS-FASCIA
              WHEN OTHER
                 MOVE 4                     TO WS-FASCIA
           END-EVALUATE
      *
           PERFORM CERCA-CONTO            THRU F-CERCA-CONTO
      *
           ADD 1                     TO WK-CO-NUM(WS-IND-TROVATO
                                                  WS-FASCIA)
           ADD PART-IMPORTO          TO WK-CO-IMPO(WS-IND-TROVATO
                                                   WS-FASCIA)
           ADD 1                     TO WK-TO-NUM(WS-FASCIA)
           ADD PART-IMPORTO          TO WK-TO-IMPO(WS-FASCIA)
      *
           IF WS-FASCIA = 4
              MOVE PART-IMPORTO             TO ETR-IMPO
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'CONTO: ' PART-COD-CONT
                     ' UID: ' PART-PAYMENT-UID
                     ' PROGR: ' PART-PROGR
                     ' APERTA IL: ' PART-DATA-APER
                     ' MERCHANT: ' PART-MERCHANT-ID
                     ' ' PART-FLG-SGN
                     ' ' ETR-IMPO
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
           .
       ELAB-LEGG.
           PERFORM LEGG-IPARTITE          THRU F-LEGG-IPARTITE
           .
       F-ELAB.
           EXIT.
      *================================================================*
      *    Posizione del conto DCD in tabella riepilogo (inserito se   *
      *    nuovo; oltre 50 conti si accumula sulla voce 'ALTRI')       *
      *================================================================*
       CERCA-CONTO.
      *
           MOVE ZERO                        TO WS-IND-TROVATO
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > WS-IND-CONT
              IF WK-CO-CONTO(WS-IND-CO) = PART-COD-CONT
                 MOVE WS-IND-CO             TO WS-IND-TROVATO
                 MOVE 51                    TO WS-IND-CO
              END-IF
           END-PERFORM
      *
           IF WS-IND-TROVATO > ZERO
              GO TO F-CERCA-CONTO
           END-IF
      *
           IF WS-IND-CONT < 50
              ADD 1                         TO WS-IND-CONT
              MOVE PART-COD-CONT        TO WK-CO-CONTO(WS-IND-CONT)
              MOVE WS-IND-CONT              TO WS-IND-TROVATO
           ELSE
              ADD 1                         TO CTR-CONT-ECCED
              MOVE 'ALTRI'                  TO WK-CO-CONTO(51)
              MOVE 51                       TO WS-IND-TROVATO
           END-IF
           .
       F-CERCA-CONTO.
           EXIT.
      *================================================================*
      *    Riepilogo per conto DCD e fascia di anzianita'              *
      *================================================================*
       STAM-RIEP-CONTI.
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE 'RIEPILOGO PARTITE APERTE PER CONTO E ANZIANITA'''
                                            TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE WS-RIGA-TESTATA             TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           PERFORM VARYING WS-IND-CO FROM 1 BY 1
              UNTIL WS-IND-CO > 51
              IF WK-CO-CONTO(WS-IND-CO) NOT = SPACES
                 MOVE WK-CO-CONTO(WS-IND-CO) TO RC-CONTO
                 PERFORM VARYING WS-IND-FA FROM 1 BY 1
                    UNTIL WS-IND-FA > 4
                    MOVE WK-CO-NUM(WS-IND-CO WS-IND-FA)
                                          TO RC-NUM(WS-IND-FA)
                    MOVE WK-CO-IMPO(WS-IND-CO WS-IND-FA)
                                          TO RC-IMPO(WS-IND-FA)
                 END-PERFORM
                 MOVE WS-RIGA-CONTO         TO YPCWS001-RIGA
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
              END-IF
           END-PERFORM
      *
           MOVE 'TOTALE'                    TO RC-CONTO
           PERFORM VARYING WS-IND-FA FROM 1 BY 1
              UNTIL WS-IND-FA > 4
              MOVE WK-TO-NUM(WS-IND-FA)     TO RC-NUM(WS-IND-FA)
              MOVE WK-TO-IMPO(WS-IND-FA)    TO RC-IMPO(WS-IND-FA)
           END-PERFORM
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE WS-RIGA-CONTO               TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-RIEP-CONTI.
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
           MOVE CTR-REGI-LETTE              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'VOCI DI REGISTRO LETTE_____________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PART-CHIUSE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PARTITE CHIUSE (ESCLUSE)___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PART-APERTE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PARTITE APERTE_____________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-APERTE             TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO PARTITE APERTE_____________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-CONT-ECCED > ZERO
              MOVE CTR-CONT-ECCED           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA CONTI SATURA (MAX 50) - PARTITE '
                      'SU VOCE ALTRI: '
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
           CLOSE ST
           IF WS-EOF-IPARTITE = 1
           AND IPAR-NOTFND
              CONTINUE
           ELSE
              CLOSE IPARTITE
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
