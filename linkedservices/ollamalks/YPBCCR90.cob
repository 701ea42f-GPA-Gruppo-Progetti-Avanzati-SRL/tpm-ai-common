       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCCR90.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20032                                   *
      *================================================================*
      *                                                                *
      * YPBCCR90:  STAMPA MENSILE DEGLI ESERCENTI CON CREDITO APERTO   *
      *            IL CUI SALDO NON SI E' MOSSO DA OLTRE 90 GIORNI     *
      *            (NESSUNA APERTURA NE' RECUPERO), DA PASSARE AL      *
      *            RECUPERO CREDITI. LEGGE IL REGISTRO SALDI PRODOTTO  *
      *            DA YPBCCRED: SONO ELENCATI GLI ESERCENTI CON SALDO  *
      *            POSITIVO E DATA ULTIMO MOVIMENTO ANTERIORE ALLA     *
      *            DATA DI RIFERIMENTO MENO 90 GIORNI.                 *
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
           SELECT ICREDSAL               ASSIGN       TO ICREDSAL
                                         FILE STATUS  IS ST-ICREDSAL.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * ICREDSAL      :  REGISTRO SALDI CREDITI ESERCENTI      (INPUT) *
      *----------------------------------------------------------------*
       FD  ICREDSAL                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ICREDSAL-REC                  PIC  X(200).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCCR90'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-ICREDSAL                   PIC  X(02).
           88  ICRS-NORMAL               VALUE '00'.
           88  ICRS-EOF                  VALUE '10'.
           88  ICRS-NOTFND               VALUE '35'.
      *
       01  WS-XSCDAT                     PIC X(08) VALUE 'XSCDAT'.
      *
      *--* Data limite: riferimento - 90 gg
       01  WS-DATA-RIFE                  PIC 9(08).
       01  WS-DATA-LIM-90                PIC 9(08).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-ICREDSAL              PIC 9(01).
      *
           03  CTR-SALDI-LETTI              PIC 9(09).
           03  CTR-SALDI-APERTI             PIC 9(09).
           03  CTR-SALDI-FERMI              PIC 9(09).
           03  CTR-IMPO-APERTI              PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-FERMI               PIC S9(15)V99 COMP-3.
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
      * ----- TRACCIATO CREDITI VERSO ESERCENTI
           COPY YPCRCRED.
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
           PERFORM CALC-DATA-LIMITE       THRU F-CALC-DATA-LIMITE
      *
      *--* Scorre il registro: elenco degli esercenti fermi
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ESERCENTI CON CREDITO FERMO DA OLTRE 90 GIORNI '
                  '(ULTIMO MOVIMENTO ANTERIORE AL ' WS-DATA-LIM-90 ')'
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ESERCENTE       MERCHANT ID     '
                  '   RESIDUO DA RECUPERARE'
                  '  PRIMA APER ULTIMO MOV'
                  '          TOTALE APERTO'
                  '      TOTALE RECUPERATO'
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE ALL '-'                     TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           PERFORM LEGG-ICREDSAL          THRU F-LEGG-ICREDSAL
           PERFORM ELAB                   THRU F-ELAB
                                          UNTIL WS-EOF-ICREDSAL = 1
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = saldi del   *
R20037*    registro, scritti = esercenti fermi stampati; importi =     *
R20037*    crediti aperti in entrata, da passare al recupero in uscita *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-SALDI-LETTI              TO JRNL-REC-LETTI
R20037     MOVE CTR-SALDI-FERMI              TO JRNL-REC-SCRITTI
R20037     MOVE CTR-IMPO-APERTI              TO JRNL-IMPO-ENTRATA
R20037     MOVE CTR-IMPO-FERMI               TO JRNL-IMPO-USCITA
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
                  'CREDITI ESERCENTI FERMI DA 90 GG '
                  '- PROGRAMMA: YPBCCR90 - '
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
      *--* Registro assente (nessun credito mai aperto): stampa vuota
           OPEN INPUT  ICREDSAL
           IF NOT ICRS-NORMAL
              IF ICRS-NOTFND
                 MOVE 1                  TO WS-EOF-ICREDSAL
              ELSE
                 MOVE ST-ICREDSAL        TO P303-FILE-STATUS
                 MOVE '01'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'ICREDSAL'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
      *    Data limite: riferimento meno 90 gg                         *
      *================================================================*
       CALC-DATA-LIMITE.
      *
           MOVE SPACES                      TO UTDATA-PARAM
           INITIALIZE UTDATA-PARAM
           MOVE WS-DATA-RIFE                TO UTDATA-DATA-1
           MOVE 3                           TO UTDATA-FUNZIONE
           MOVE -90                         TO UTDATA-GIORNI
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
           MOVE UTDATA-DATA-2               TO WS-DATA-LIM-90
           .
       F-CALC-DATA-LIMITE.
           EXIT.
      *================================================================*
       LEGG-ICREDSAL.
      *
           IF WS-EOF-ICREDSAL = 1
              GO TO F-LEGG-ICREDSAL
           END-IF
      *
           READ ICREDSAL                  INTO YPCRCRED-REC
      *
           IF ICRS-EOF
              MOVE 1 TO WS-EOF-ICREDSAL
              GO TO F-LEGG-ICREDSAL
           END-IF
      *
           IF NOT ICRS-NORMAL
              MOVE ST-ICREDSAL              TO P303-FILE-STATUS
              MOVE '03'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'ICREDSAL'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-SALDI-LETTI
           .
       F-LEGG-ICREDSAL.
           EXIT.
      *================================================================*
      *    Saldo di registro: solo i crediti ancora da recuperare il   *
      *    cui ultimo movimento e' anteriore alla data limite          *
      *================================================================*
       ELAB.
      *
           IF NOT CRED-REC-SALDO
           OR CRED-SALDO NOT > ZERO
              GO TO ELAB-LEGG
           END-IF
      *
           ADD 1                            TO CTR-SALDI-APERTI
           ADD CRED-SALDO                   TO CTR-IMPO-APERTI
      *
           IF CRED-DATA-ULT-MOV NOT < WS-DATA-LIM-90
              GO TO ELAB-LEGG
           END-IF
      *
           ADD 1                            TO CTR-SALDI-FERMI
           ADD CRED-SALDO                   TO CTR-IMPO-FERMI
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING CRED-MERCHANT-200 ' '
                  CRED-MERCHANT-ID ' '
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           MOVE CRED-SALDO                  TO ETR-IMPO
           MOVE ETR-IMPO                    TO YPCWS001-RIGA(37:19)
           MOVE CRED-DATA-PRIMA-APER        TO YPCWS001-RIGA(58:8)
           MOVE CRED-DATA-ULT-MOV           TO YPCWS001-RIGA(69:8)
           MOVE CRED-TOT-APERTO             TO ETR-IMPO
           MOVE ETR-IMPO                    TO YPCWS001-RIGA(79:19)
           MOVE CRED-TOT-RECUPERATO         TO ETR-IMPO
           MOVE ETR-IMPO                    TO YPCWS001-RIGA(103:19)
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       ELAB-LEGG.
           PERFORM LEGG-ICREDSAL          THRU F-LEGG-ICREDSAL
           .
       F-ELAB.
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
           MOVE CTR-SALDI-LETTI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SALDI DI REGISTRO LETTI____________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-APERTI            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI CON CREDITO APERTO_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-APERTI             TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO CREDITI APERTI_____________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-FERMI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI FERMI DA OLTRE 90 GIORNI_:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-FERMI              TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO DA PASSARE AL RECUPERO_____:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
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
           IF WS-EOF-ICREDSAL = 1
           AND ICRS-NOTFND
              CONTINUE
           ELSE
              CLOSE ICREDSAL
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
