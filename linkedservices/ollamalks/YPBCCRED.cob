       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCCRED.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20032                                   *
      *================================================================*
      *                                                                *
      * YPBCCRED:  REGISTRO DEI CREDITI VERSO ESERCENTI PER ADDEBITI   *
      *            NON RECUPERATI (CANONI, COMMISSIONI PSF, CHARGEBACK *
      *            RIFIUTATI DALLA CONTABILITA' E ADDEBITI SU CONTO    *
      *            BANCARIO SENZA CONTRATTO DI BILLING CCB). GIRA A    *
      *            VALLE DI TUTTE LE ESECUZIONI DI YPBCEPGP E DI       *
      *            YPBCACKM DELLA GIORNATA E:                          *
      *                                                                *
      *            . RILEGGE IL REGISTRO SALDI PRECEDENTE (ICREDSAL,   *
      *              ASSENTE O VUOTO ALLA PRIMA ESECUZIONE);           *
      *            . APPLICA I MOVIMENTI DEL GIORNO (ICREDMOV: YPOCRED *
      *              DI YPBCEPGP E OCRED DI YPBCACKM IN CONCATENAZIONE)*
      *              APERTURE 'A' IN AUMENTO E RECUPERI 'R' IN         *
      *              DIMINUZIONE DEL SALDO DELL'ESERCENTE;             *
      *            . RISCRIVE IL REGISTRO SU OCREDSAL (UN RECORD 'S'   *
      *              PER ESERCENTE CON SALDO DIVERSO DA ZERO): I       *
      *              CREDITI INTERAMENTE RECUPERATI ESCONO DAL         *
      *              REGISTRO;                                         *
      *            . STAMPA L'ESTRATTO GIORNALIERO PER ESERCENTE       *
      *              (APERTO E RECUPERATO NEL GIORNO, RESIDUO DA       *
      *              RECUPERARE) E I TOTALI.                           *
      *                                                                *
      *            CHIAVE DI REGISTRO: CODICE ANAGRAFICO ESERCENTE     *
      *            (PGPF-ME-ID-CODE-200). UN SALDO NEGATIVO (RECUPERO  *
      *            ECCEDENTE) RESTA A REGISTRO E VIENE SEGNALATO CON   *
      *            RETURN CODE 4; LA SATURAZIONE DELLA TABELLA         *
      *            INTERROMPE IL RUN (RETURN CODE 12) PRIMA DI         *
      *            SCRIVERE IL NUOVO REGISTRO.                         *
      *            GLI ESERCENTI FERMI DA 90 GIORNI SONO ELENCATI      *
      *            MENSILMENTE DA YPBCCR90 SUL REGISTRO PRODOTTO.      *
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

           SELECT ICREDMOV               ASSIGN       TO ICREDMOV
                                         FILE STATUS  IS ST-ICREDMOV.

           SELECT OCREDSAL               ASSIGN       TO OCREDSAL
                                         FILE STATUS  IS ST-OCREDSAL.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * ICREDSAL      :  REGISTRO SALDI CREDITI PRECEDENTE     (INPUT) *
      *----------------------------------------------------------------*
       FD  ICREDSAL                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ICREDSAL-REC                  PIC  X(200).
      *
      *----------------------------------------------------------------*
      * ICREDMOV      :  MOVIMENTI CREDITI DEL GIORNO (YPOCRED DI      *
      *                  YPBCEPGP E OCRED DI YPBCACKM IN               *
      *                  CONCATENAZIONE)                       (INPUT) *
      *----------------------------------------------------------------*
       FD  ICREDMOV                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ICREDMOV-REC                  PIC  X(200).
      *
      *----------------------------------------------------------------*
      * OCREDSAL      :  REGISTRO SALDI CREDITI AGGIORNATO    (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OCREDSAL                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OCREDSAL-REC                  PIC  X(200).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCCRED'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-ICREDSAL                   PIC  X(02).
           88  ICRS-NORMAL               VALUE '00'.
           88  ICRS-EOF                  VALUE '10'.
           88  ICRS-NOTFND               VALUE '35'.
       01  ST-ICREDMOV                   PIC  X(02).
           88  ICRM-NORMAL               VALUE '00'.
           88  ICRM-EOF                  VALUE '10'.
       01  ST-OCREDSAL                   PIC  X(02).
           88  OCRS-NORMAL               VALUE '00'.
      *
      *--* Situazione per esercente: registro precedente piu'
      *    movimenti del giorno
       01  WS-IND-ESER                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-ESER.
           05  WK-ES-ELEM                OCCURS 20000 TIMES.
               07  WK-ES-MERCHANT            PIC X(15).
               07  WK-ES-MERCHANT-ID         PIC X(15).
               07  WK-ES-SALDO               PIC S9(13)V99 COMP-3.
               07  WK-ES-DATA-PRIMA-APER     PIC 9(08).
               07  WK-ES-DATA-ULT-MOV        PIC 9(08).
               07  WK-ES-TOT-APERTO          PIC S9(13)V99 COMP-3.
               07  WK-ES-TOT-RECUPERATO      PIC S9(13)V99 COMP-3.
               07  WK-ES-APER-GIORNO         PIC S9(13)V99 COMP-3.
               07  WK-ES-RECU-GIORNO         PIC S9(13)V99 COMP-3.
               07  WK-ES-MOV-GIORNO          PIC X(01).
       01  WS-IND-ES                     PIC 9(05).
       01  WS-ES-CORR                    PIC 9(05).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-ICREDSAL              PIC 9(01).
           03  WS-EOF-ICREDMOV              PIC 9(01).
      *
           03  CTR-SALDI-LETTI              PIC 9(09).
           03  CTR-SALDI-SCRITTI            PIC 9(09).
           03  CTR-SALDI-ESTINTI            PIC 9(09).
           03  CTR-SALDI-NEGATIVI           PIC 9(09).
           03  CTR-MOVI-LETTI               PIC 9(09).
           03  CTR-MOVI-APER                PIC 9(09).
           03  CTR-MOVI-RECU                PIC 9(09).
           03  CTR-MOVI-ALTRI               PIC 9(09).
           03  CTR-ESER-MOVIMENTATI         PIC 9(09).
           03  CTR-IMPO-APER                PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-RECU                PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-RESIDUO             PIC S9(15)V99 COMP-3.
      *
           03  ETR-CONTA                    PIC ZZZ.ZZZ.ZZ9.
           03  ETR-IMPO                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ETR-IMPO-APER                PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ETR-IMPO-RECU                PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
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
      * ----- TRACCIATO CREDITI VERSO ESERCENTI (REGISTRO E MOVIMENTI)
           COPY YPCRCRED.
      *
      * ----- UTILITY PER STAMPA ELAB
       COPY YPCWS001.
R20037*
R20037* ----- RECORD DI PASSO DEL GIORNALE DI RUN
R20037     COPY YPCWJRNL.
      *
      *================================================================*
       PROCEDURE DIVISION.
      *
R20037     PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
      *
      *--* Registro precedente in tabella
           PERFORM LEGG-ICREDSAL          THRU F-LEGG-ICREDSAL
           PERFORM CARI-REGISTRO          THRU F-CARI-REGISTRO
                                          UNTIL WS-EOF-ICREDSAL = 1
      *
      *--* Movimenti del giorno sul saldo dell'esercente
           PERFORM LEGG-ICREDMOV          THRU F-LEGG-ICREDMOV
           PERFORM ELAB-MOVIMENTO         THRU F-ELAB-MOVIMENTO
                                          UNTIL WS-EOF-ICREDMOV = 1
      *
      *--* Estratto giornaliero e nuovo registro
           PERFORM STAM-TEST-ESTRATTO     THRU F-STAM-TEST-ESTRATTO
           PERFORM VARYING WS-IND-ES FROM 1 BY 1
              UNTIL WS-IND-ES > WS-IND-ESER
              PERFORM CHIUDI-ESERCENTE    THRU F-CHIUDI-ESERCENTE
           END-PERFORM
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = saldi negativi
           IF  RETURN-CODE = ZERO
           AND CTR-SALDI-NEGATIVI > ZERO
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = movimenti   *
R20037*    del giorno, scritti = saldi a registro, scartati = movimenti*
R20037*    non riconosciuti; importi = aperture e recuperi del giorno  *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     MOVE CTR-MOVI-LETTI               TO JRNL-REC-LETTI
R20037     MOVE CTR-SALDI-SCRITTI            TO JRNL-REC-SCRITTI
R20037     MOVE CTR-MOVI-ALTRI               TO JRNL-REC-SCARTATI
R20037     MOVE CTR-IMPO-APER                TO JRNL-IMPO-ENTRATA
R20037     MOVE CTR-IMPO-RECU                TO JRNL-IMPO-USCITA
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
                  'REGISTRO CREDITI VERSO ESERCENTI '
                  '- PROGRAMMA: YPBCCRED -'
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
      *--* Il registro puo' non esistere ancora (prima esecuzione)
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
           END-IF.

           OPEN INPUT  ICREDMOV
           IF NOT ICRM-NORMAL
              MOVE ST-ICREDMOV           TO P303-FILE-STATUS
              MOVE '02'                  TO P303-MSGER-RIF
              MOVE 'OPENINP'             TO P303-MSGER-TIPO
              MOVE 'ICREDMOV'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OCREDSAL
           IF NOT OCRS-NORMAL
              MOVE ST-OCREDSAL           TO P303-FILE-STATUS
              MOVE '03'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OCREDSAL'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
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
              MOVE '04'                     TO P303-MSGER-RIF
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
      *    Voce del registro precedente in tabella esercenti           *
      *================================================================*
       CARI-REGISTRO.
      *
           IF NOT CRED-REC-SALDO
              GO TO CARI-REGISTRO-LEGG
           END-IF
      *
           PERFORM CERCA-ESERCENTE        THRU F-CERCA-ESERCENTE
      *
           ADD CRED-SALDO             TO WK-ES-SALDO(WS-ES-CORR)
           ADD CRED-TOT-APERTO        TO WK-ES-TOT-APERTO(WS-ES-CORR)
           ADD CRED-TOT-RECUPERATO
                                 TO WK-ES-TOT-RECUPERATO(WS-ES-CORR)
           IF WK-ES-DATA-PRIMA-APER(WS-ES-CORR) = ZERO
           OR WK-ES-DATA-PRIMA-APER(WS-ES-CORR) > CRED-DATA-PRIMA-APER
              MOVE CRED-DATA-PRIMA-APER
                                 TO WK-ES-DATA-PRIMA-APER(WS-ES-CORR)
           END-IF
           IF WK-ES-DATA-ULT-MOV(WS-ES-CORR) < CRED-DATA-ULT-MOV
              MOVE CRED-DATA-ULT-MOV TO WK-ES-DATA-ULT-MOV(WS-ES-CORR)
           END-IF
           .
       CARI-REGISTRO-LEGG.
           PERFORM LEGG-ICREDSAL          THRU F-LEGG-ICREDSAL
           .
       F-CARI-REGISTRO.
           EXIT.
      *================================================================*
       LEGG-ICREDMOV.
      *
           READ ICREDMOV                  INTO YPCRCRED-REC
      *
           IF ICRM-EOF
              MOVE 1 TO WS-EOF-ICREDMOV
              GO TO F-LEGG-ICREDMOV
           END-IF
      *
           IF NOT ICRM-NORMAL
              MOVE ST-ICREDMOV              TO P303-FILE-STATUS
              MOVE '05'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'ICREDMOV'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-MOVI-LETTI
           .
       F-LEGG-ICREDMOV.
           EXIT.
      *================================================================*
      *    Movimento del giorno: l'apertura aumenta e il recupero      *
      *    diminuisce il saldo dell'esercente                          *
      *================================================================*
       ELAB-MOVIMENTO.
      *
           IF NOT CRED-REC-APERTURA
           AND NOT CRED-REC-RECUPERO
              ADD 1                         TO CTR-MOVI-ALTRI
              GO TO ELAB-MOVIMENTO-LEGG
           END-IF
      *
           PERFORM CERCA-ESERCENTE        THRU F-CERCA-ESERCENTE
      *
           IF CRED-REC-APERTURA
              ADD 1                         TO CTR-MOVI-APER
              ADD CRED-IMPORTO              TO CTR-IMPO-APER
              ADD CRED-IMPORTO         TO WK-ES-SALDO(WS-ES-CORR)
              ADD CRED-IMPORTO         TO WK-ES-TOT-APERTO(WS-ES-CORR)
              ADD CRED-IMPORTO         TO WK-ES-APER-GIORNO(WS-ES-CORR)
              IF WK-ES-DATA-PRIMA-APER(WS-ES-CORR) = ZERO
                 MOVE CRED-DATA-MOV
                                 TO WK-ES-DATA-PRIMA-APER(WS-ES-CORR)
              END-IF
           ELSE
              ADD 1                         TO CTR-MOVI-RECU
              ADD CRED-IMPORTO              TO CTR-IMPO-RECU
              SUBTRACT CRED-IMPORTO  FROM WK-ES-SALDO(WS-ES-CORR)
              ADD CRED-IMPORTO     TO WK-ES-TOT-RECUPERATO(WS-ES-CORR)
              ADD CRED-IMPORTO     TO WK-ES-RECU-GIORNO(WS-ES-CORR)
           END-IF
      *
           MOVE 'S'                   TO WK-ES-MOV-GIORNO(WS-ES-CORR)
           IF WK-ES-DATA-ULT-MOV(WS-ES-CORR) < CRED-DATA-MOV
              MOVE CRED-DATA-MOV      TO WK-ES-DATA-ULT-MOV(WS-ES-CORR)
           END-IF
           IF WK-ES-MERCHANT-ID(WS-ES-CORR) = SPACES
              MOVE CRED-MERCHANT-ID   TO WK-ES-MERCHANT-ID(WS-ES-CORR)
           END-IF
           .
       ELAB-MOVIMENTO-LEGG.
           PERFORM LEGG-ICREDMOV          THRU F-LEGG-ICREDMOV
           .
       F-ELAB-MOVIMENTO.
           EXIT.
      *================================================================*
      *    Cerca l'esercente CRED-MERCHANT-200 in tabella e lo         *
      *    inserisce se assente; a tabella satura il run si            *
      *    interrompe prima di scrivere il nuovo registro              *
      *================================================================*
       CERCA-ESERCENTE.
      *
           MOVE ZERO                        TO WS-ES-CORR
           PERFORM VARYING WS-IND-ES FROM 1 BY 1
              UNTIL WS-IND-ES > WS-IND-ESER
              IF WK-ES-MERCHANT(WS-IND-ES) = CRED-MERCHANT-200
                 MOVE WS-IND-ES             TO WS-ES-CORR
                 MOVE 20000                 TO WS-IND-ES
              END-IF
           END-PERFORM
      *
           IF WS-ES-CORR > ZERO
              GO TO F-CERCA-ESERCENTE
           END-IF
      *
           IF WS-IND-ESER < 20000
              ADD 1                         TO WS-IND-ESER
              MOVE WS-IND-ESER              TO WS-ES-CORR
              MOVE CRED-MERCHANT-200   TO WK-ES-MERCHANT(WS-ES-CORR)
              MOVE CRED-MERCHANT-ID    TO WK-ES-MERCHANT-ID(WS-ES-CORR)
              MOVE ZERO                TO WK-ES-SALDO(WS-ES-CORR)
                                          WK-ES-DATA-PRIMA-APER
                                                         (WS-ES-CORR)
                                          WK-ES-DATA-ULT-MOV(WS-ES-CORR)
                                          WK-ES-TOT-APERTO(WS-ES-CORR)
                                          WK-ES-TOT-RECUPERATO
                                                         (WS-ES-CORR)
                                          WK-ES-APER-GIORNO(WS-ES-CORR)
                                          WK-ES-RECU-GIORNO(WS-ES-CORR)
              MOVE 'N'                 TO WK-ES-MOV-GIORNO(WS-ES-CORR)
           ELSE
      *--* Tabella satura: il registro riscritto perderebbe saldi,
      *    il run si interrompe
              MOVE CRED-IMPORTO             TO ETR-IMPO
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TABELLA ESERCENTI SATURA (MAX 20000) SU: '
                     CRED-TIPO-REC ' ' CRED-MERCHANT-200
                     ' UID: ' CRED-PAYMENT-UID
                     ' IMPORTO: ' ETR-IMPO
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-ES'                  TO P303-MSGER-FILE
              MOVE CRED-MERCHANT-200        TO P303-MSGER-DATO
              MOVE 'TABELLA ESERCENTI SATURA' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-CERCA-ESERCENTE.
           EXIT.
      *================================================================*
      *    Intestazione dell'estratto giornaliero per esercente        *
      *================================================================*
       STAM-TEST-ESTRATTO.
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ESTRATTO CREDITI VERSO ESERCENTI AL '
                  WS-DATA-AAAAMMGG
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ESERCENTE       '
                  '       APERTO OGGI   '
                  '   RECUPERATO OGGI   '
                  '  RESIDUO DA RECUPERARE'
                  '  PRIMA APER ULTIMO MOV'
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE ALL '-'                     TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-TEST-ESTRATTO.
           EXIT.
      *================================================================*
      *    Esercente WS-IND-ES: riga di estratto se movimentato nel    *
      *    giorno o con residuo, voce di registro se saldo non zero    *
      *================================================================*
       CHIUDI-ESERCENTE.
      *
           IF WK-ES-MOV-GIORNO(WS-IND-ES) = 'S'
              ADD 1                         TO CTR-ESER-MOVIMENTATI
           END-IF
      *
           IF WK-ES-SALDO(WS-IND-ES) = ZERO
              IF WK-ES-MOV-GIORNO(WS-IND-ES) = 'S'
                 ADD 1                      TO CTR-SALDI-ESTINTI
                 PERFORM STAM-RIGA-ESTRATTO
                                          THRU F-STAM-RIGA-ESTRATTO
              END-IF
              GO TO F-CHIUDI-ESERCENTE
           END-IF
      *
           PERFORM STAM-RIGA-ESTRATTO     THRU F-STAM-RIGA-ESTRATTO
           ADD WK-ES-SALDO(WS-IND-ES)       TO CTR-IMPO-RESIDUO
      *
           IF WK-ES-SALDO(WS-IND-ES) < ZERO
              ADD 1                         TO CTR-SALDI-NEGATIVI
              MOVE WK-ES-SALDO(WS-IND-ES)   TO ETR-IMPO
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** SALDO NEGATIVO (RECUPERO ECCEDENTE) - '
                     'ESERCENTE: ' WK-ES-MERCHANT(WS-IND-ES)
                     ' SALDO: ' ETR-IMPO
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
      *
           INITIALIZE YPCRCRED-REC
           SET CRED-REC-SALDO               TO TRUE
           MOVE WK-ES-MERCHANT(WS-IND-ES)   TO CRED-MERCHANT-200
           MOVE WK-ES-MERCHANT-ID(WS-IND-ES) TO CRED-MERCHANT-ID
           MOVE WK-ES-SALDO(WS-IND-ES)      TO CRED-SALDO
           MOVE WK-ES-DATA-PRIMA-APER(WS-IND-ES)
                                            TO CRED-DATA-PRIMA-APER
           MOVE WK-ES-DATA-ULT-MOV(WS-IND-ES) TO CRED-DATA-ULT-MOV
           MOVE WK-ES-TOT-APERTO(WS-IND-ES) TO CRED-TOT-APERTO
           MOVE WK-ES-TOT-RECUPERATO(WS-IND-ES)
                                            TO CRED-TOT-RECUPERATO
           MOVE WS-DATA-AAAAMMGG            TO CRED-DATA-MOV
           MOVE PROGRAMMA                   TO CRED-PROGRAMMA
      *
           WRITE OCREDSAL-REC             FROM YPCRCRED-REC
      *
           IF NOT OCRS-NORMAL
              MOVE ST-OCREDSAL              TO P303-FILE-STATUS
              MOVE '06'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OCREDSAL'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE REGISTRO'  TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-SALDI-SCRITTI
           .
       F-CHIUDI-ESERCENTE.
           EXIT.
      *================================================================*
       STAM-RIGA-ESTRATTO.
      *
           MOVE WK-ES-APER-GIORNO(WS-IND-ES) TO ETR-IMPO-APER
           MOVE WK-ES-RECU-GIORNO(WS-IND-ES) TO ETR-IMPO-RECU
           MOVE WK-ES-SALDO(WS-IND-ES)       TO ETR-IMPO
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING WK-ES-MERCHANT(WS-IND-ES) ' '
                  ETR-IMPO-APER ' '
                  ETR-IMPO-RECU '   '
                  ETR-IMPO '   '
                  WK-ES-DATA-PRIMA-APER(WS-IND-ES) '   '
                  WK-ES-DATA-ULT-MOV(WS-IND-ES)
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-RIGA-ESTRATTO.
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
           STRING  'SALDI DI REGISTRO RILETTI__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'MOVIMENTI DEL GIORNO LETTI_________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-APER               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'CREDITI APERTI NEL GIORNO__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-APER               TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO CREDITI APERTI NEL GIORNO__:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-RECU               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECUPERI PER COMPENSAZIONE_________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-RECU               TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO RECUPERATO NEL GIORNO______:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-MOVI-ALTRI > ZERO
              MOVE CTR-MOVI-ALTRI           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'MOVIMENTI NON RICONOSCIUTI_________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           MOVE CTR-ESER-MOVIMENTATI        TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI MOVIMENTATI NEL GIORNO___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-ESTINTI           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI CON CREDITO ESTINTO______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-SCRITTI           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI CON RESIDUO A REGISTRO___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-RESIDUO            TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO RESIDUO DA RECUPERARE______:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-NEGATIVI          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI CON SALDO NEGATIVO_______:'
                   ETR-CONTA
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
           CLOSE ICREDMOV
                 OCREDSAL
                 ST
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
