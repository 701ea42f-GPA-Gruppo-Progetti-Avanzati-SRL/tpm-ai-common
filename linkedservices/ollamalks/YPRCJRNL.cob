       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPRCJRNL.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20037                                   *
      *================================================================*
      *                                                                *
      * YPRCJRNL:  ROUTINE DI SCRITTURA DEL GIORNALE DI RUN DELLA      *
      *            CATENA YP. RICEVE IL RECORD DI PASSO (AREA          *
      *            YPCWJRNL), COMPLETA DATA/ORA DI FINE E, SE NON      *
      *            VALORIZZATA DAL CHIAMANTE, LA BUSINESS DATE (DATA   *
      *            DI INIZIO, O GIORNO PRECEDENTE SE IL PASSO E'       *
      *            PARTITO PRIMA DELLE 06:00), E LO ACCODA AL FILE     *
      *            YPJRNL APRENDOLO E CHIUDENDOLO A OGNI CHIAMATA.     *
      *                                                                *
      *            ESITO: 'OK' = RECORD SCRITTO; 'KO' = ERRORE DI      *
      *            APERTURA/SCRITTURA (IL CHIAMANTE SEGNALA E          *
      *            PROSEGUE, IL GIORNALE NON FERMA LA CATENA).         *
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
           SELECT YPJRNL                 ASSIGN       TO YPJRNL
                                         FILE STATUS  IS ST-YPJRNL.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * YPJRNL        :  GIORNALE DI RUN DELLA CATENA         (EXTEND) *
      *----------------------------------------------------------------*
       FD  YPJRNL                        LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  YPJRNL-REC                    PIC X(200).
      *
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPRCJRNL'.
       01  WS-XSCDAT                     PIC  X(08)  VALUE 'XSCDAT'.
      *
       01  ST-YPJRNL                     PIC  X(02).
           88  JRNL-NORMAL               VALUE '00'.
           88  JRNL-NOTFND               VALUE '35'.
      *
      *--* Ora di inizio della giornata operativa: i passi partiti
      *    prima appartengono alla business date precedente
       01  WS-ORA-CAMBIO-GIORNO          PIC 9(08) VALUE 06000000.
      *
      * ----- PARAMETRI ROUTINE DATE XSCDAT
           COPY XSADAT.
      *
      *================================================================*
       LINKAGE SECTION.
      *
      * ----- RECORD DI PASSO DEL GIORNALE
           COPY YPCWJRNL.
      *
      *================================================================*
       PROCEDURE DIVISION USING YPCWJRNL-AREA.
      *
           MOVE 'OK'                        TO JRNL-O-ESITO
      *
           ACCEPT JRNL-DATA-FINE          FROM DATE YYYYMMDD
           ACCEPT JRNL-ORA-FINE           FROM TIME
      *
           IF JRNL-BUSINESS-DATE = ZERO
              PERFORM CALC-BUSINESS-DATE  THRU F-CALC-BUSINESS-DATE
           END-IF
      *
           OPEN EXTEND YPJRNL
           IF JRNL-NOTFND
              OPEN OUTPUT YPJRNL
           END-IF
           IF NOT JRNL-NORMAL
              MOVE 'KO'                     TO JRNL-O-ESITO
              GO TO FINE-ROUTINE
           END-IF
      *
           WRITE YPJRNL-REC               FROM JRNL-RECORD
           IF NOT JRNL-NORMAL
              MOVE 'KO'                     TO JRNL-O-ESITO
           END-IF
      *
           CLOSE YPJRNL
           .
       FINE-ROUTINE.
           GOBACK
           .
      *================================================================*
      *    Business date del passo: data di inizio, o giorno           *
      *    precedente se partito prima del cambio giornata             *
      *================================================================*
       CALC-BUSINESS-DATE.
      *
           MOVE JRNL-DATA-INIZIO            TO JRNL-BUSINESS-DATE
           IF JRNL-ORA-INIZIO NOT < WS-ORA-CAMBIO-GIORNO
              GO TO F-CALC-BUSINESS-DATE
           END-IF
      *
           MOVE SPACES                      TO UTDATA-PARAM
           INITIALIZE UTDATA-PARAM
           MOVE JRNL-DATA-INIZIO            TO UTDATA-DATA-1
           MOVE 3                           TO UTDATA-FUNZIONE
           MOVE -1                          TO UTDATA-GIORNI
      *
           CALL WS-XSCDAT USING UTDATA-PARAM
      *
           IF UTDATA-ERRORE = ZEROES
              MOVE UTDATA-DATA-2            TO JRNL-BUSINESS-DATE
           END-IF
           .
       F-CALC-BUSINESS-DATE.
           EXIT.
