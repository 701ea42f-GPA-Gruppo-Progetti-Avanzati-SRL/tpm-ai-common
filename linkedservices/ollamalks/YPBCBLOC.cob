       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCBLOC.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20034                                   *
      *================================================================*
      *                                                                *
      * YPBCBLOC:  REGISTRO DEGLI ACCREDITI AD ESERCENTI BLOCCATI      *
      *            (ELEMENTO GEP "BLK": CONGELAMENTO, CHIUSURA DEL     *
      *            RAPPORTO, PIGNORAMENTO). GIRA A VALLE DI TUTTE LE   *
      *            ESECUZIONI DI YPBCEPGP DELLA GIORNATA E:            *
      *                                                                *
      *            . RILEGGE IL REGISTRO PRECEDENTE (IBLKREG, ASSENTE  *
      *              O VUOTO ALLA PRIMA ESECUZIONE);                   *
      *            . APPLICA I MOVIMENTI DEL GIORNO (IBLKMOV: YPOBLOC  *
      *              DI YPBCEPGP IN CONCATENAZIONE) CUMULANDO IMPORTO  *
      *              RICEVUTO, TRATTENUTO IN SOSPESO E GIRATO AL       *
      *              CREDITORE PIGNORANTE;                             *
      *            . RISCRIVE IL REGISTRO SU OBLKREG (UN RECORD 'S'    *
      *              PER ESERCENTE E RIFERIMENTO LEGALE). LE VOCI NON  *
      *              ESCONO MAI DAL REGISTRO: IL GIRATO CUMULATO E'    *
      *              LA BASE DEL MASSIMALE DEL PIGNORAMENTO PER        *
      *              YPBCEPGP (FILE IBLKSAL);                          *
      *            . STAMPA L'ESTRATTO GIORNALIERO DEGLI ESERCENTI     *
      *              MOVIMENTATI E I TOTALI.                           *
      *                                                                *
      *            CHIAVE DI REGISTRO: MERCHANT ID E RIFERIMENTO       *
      *            LEGALE. UN GIRATO CUMULATO OLTRE IL MASSIMALE E'    *
      *            SEGNALATO CON RETURN CODE 4; LA SATURAZIONE DELLA   *
      *            TABELLA INTERROMPE IL RUN (RETURN CODE 12) PRIMA DI *
      *            SCRIVERE IL NUOVO REGISTRO. L'ESTRATTO MENSILE PER  *
      *            L'UFFICIO LEGALE E' PRODOTTO DA YPBCBLES.           *
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
           SELECT IBLKREG                ASSIGN       TO IBLKREG
                                         FILE STATUS  IS ST-IBLKREG.

           SELECT IBLKMOV                ASSIGN       TO IBLKMOV
                                         FILE STATUS  IS ST-IBLKMOV.

           SELECT OBLKREG                ASSIGN       TO OBLKREG
                                         FILE STATUS  IS ST-OBLKREG.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IBLKREG       :  REGISTRO ESERCENTI BLOCCATI PRECEDENTE(INPUT) *
      *----------------------------------------------------------------*
       FD  IBLKREG                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IBLKREG-REC                   PIC  X(200).
      *
      *----------------------------------------------------------------*
      * IBLKMOV       :  ACCREDITI DEVIATI DEL GIORNO (YPOBLOC DI      *
      *                  YPBCEPGP IN CONCATENAZIONE)           (INPUT) *
      *----------------------------------------------------------------*
       FD  IBLKMOV                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IBLKMOV-REC                   PIC  X(200).
      *
      *----------------------------------------------------------------*
      * OBLKREG       :  REGISTRO ESERCENTI BLOCCATI AGGIORNATO        *
      *                                                       (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OBLKREG                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OBLKREG-REC                   PIC  X(200).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCBLOC'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IBLKREG                    PIC  X(02).
           88  IBLR-NORMAL               VALUE '00'.
           88  IBLR-EOF                  VALUE '10'.
           88  IBLR-NOTFND               VALUE '35'.
       01  ST-IBLKMOV                    PIC  X(02).
           88  IBLM-NORMAL               VALUE '00'.
           88  IBLM-EOF                  VALUE '10'.
       01  ST-OBLKREG                    PIC  X(02).
           88  OBLR-NORMAL               VALUE '00'.
      *
      *--* Situazione per esercente e riferimento legale: registro
      *    precedente piu' movimenti del giorno
       01  WS-IND-BLOC                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-BLOC.
           05  WK-BR-ELEM                OCCURS 5000 TIMES.
               07  WK-BR-MERCHANT-ID         PIC X(15).
               07  WK-BR-RIF-LEGALE          PIC X(30).
               07  WK-BR-TIPO-BLOCCO         PIC X(01).
               07  WK-BR-IBAN-CREDITORE      PIC X(27).
               07  WK-BR-MASSIMALE           PIC 9(11)V99 COMP-3.
               07  WK-BR-RICEVUTO            PIC S9(13)V99 COMP-3.
               07  WK-BR-TRATTENUTO          PIC S9(13)V99 COMP-3.
               07  WK-BR-GIRATO              PIC S9(13)V99 COMP-3.
               07  WK-BR-RICE-GIORNO         PIC S9(13)V99 COMP-3.
               07  WK-BR-TRAT-GIORNO         PIC S9(13)V99 COMP-3.
               07  WK-BR-GIRA-GIORNO         PIC S9(13)V99 COMP-3.
               07  WK-BR-DATA-PRIMO-MOV      PIC 9(08).
               07  WK-BR-DATA-ULT-MOV        PIC 9(08).
               07  WK-BR-NUM-MOV             PIC 9(07).
               07  WK-BR-MOV-GIORNO          PIC X(01).
       01  WS-IND-BR                     PIC 9(05).
       01  WS-BR-CORR                    PIC 9(05).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IBLKREG               PIC 9(01).
           03  WS-EOF-IBLKMOV               PIC 9(01).
      *
           03  CTR-SALDI-LETTI              PIC 9(09).
           03  CTR-SALDI-SCRITTI            PIC 9(09).
           03  CTR-SALDI-OLTRE-MAX          PIC 9(09).
           03  CTR-MOVI-LETTI               PIC 9(09).
           03  CTR-MOVI-ALTRI               PIC 9(09).
           03  CTR-BLOC-MOVIMENTATI         PIC 9(09).
           03  CTR-IMPO-RICEVUTO            PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-TRATTENUTO          PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-GIRATO              PIC S9(15)V99 COMP-3.
      *
           03  ETR-CONTA                    PIC ZZZ.ZZZ.ZZ9.
           03  ETR-IMPO                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ETR-IMPO-TRAT                PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ETR-IMPO-GIRA                PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
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
      * ----- TRACCIATO ACCREDITI AD ESERCENTI BLOCCATI (REGISTRO E
      *       MOVIMENTI)
           COPY YPCRBLOC.
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
           PERFORM LEGG-IBLKREG           THRU F-LEGG-IBLKREG
           PERFORM CARI-REGISTRO          THRU F-CARI-REGISTRO
                                          UNTIL WS-EOF-IBLKREG = 1
      *
      *--* Accrediti deviati del giorno
           PERFORM LEGG-IBLKMOV           THRU F-LEGG-IBLKMOV
           PERFORM ELAB-MOVIMENTO         THRU F-ELAB-MOVIMENTO
                                          UNTIL WS-EOF-IBLKMOV = 1
      *
      *--* Estratto giornaliero e nuovo registro
           PERFORM STAM-TEST-ESTRATTO     THRU F-STAM-TEST-ESTRATTO
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
              UNTIL WS-IND-BR > WS-IND-BLOC
              PERFORM CHIUDI-BLOCCO       THRU F-CHIUDI-BLOCCO
           END-PERFORM
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = girato oltre il massimale
           IF  RETURN-CODE = ZERO
           AND CTR-SALDI-OLTRE-MAX > ZERO
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = accrediti   *
R20037*    deviati del giorno, scritti = voci del nuovo registro,      *
R20037*    scartati = movimenti non riconosciuti; importo = ricevuto   *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     MOVE CTR-MOVI-LETTI               TO JRNL-REC-LETTI
R20037     MOVE CTR-SALDI-SCRITTI            TO JRNL-REC-SCRITTI
R20037     MOVE CTR-MOVI-ALTRI               TO JRNL-REC-SCARTATI
R20037     MOVE CTR-IMPO-RICEVUTO            TO JRNL-IMPO-ENTRATA
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
                  'REGISTRO ACCREDITI ESERCENTI BLOCCATI '
                  '- PROGRAMMA: YPBCBLOC -'
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
           OPEN INPUT  IBLKREG
           IF NOT IBLR-NORMAL
              IF IBLR-NOTFND
                 MOVE 1                  TO WS-EOF-IBLKREG
              ELSE
                 MOVE ST-IBLKREG         TO P303-FILE-STATUS
                 MOVE '01'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IBLKREG'          TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN INPUT  IBLKMOV
           IF NOT IBLM-NORMAL
              MOVE ST-IBLKMOV            TO P303-FILE-STATUS
              MOVE '02'                  TO P303-MSGER-RIF
              MOVE 'OPENINP'             TO P303-MSGER-TIPO
              MOVE 'IBLKMOV'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OBLKREG
           IF NOT OBLR-NORMAL
              MOVE ST-OBLKREG            TO P303-FILE-STATUS
              MOVE '03'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OBLKREG'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-IBLKREG.
      *
           IF WS-EOF-IBLKREG = 1
              GO TO F-LEGG-IBLKREG
           END-IF
      *
           READ IBLKREG                   INTO YPCRBLOC-REC
      *
           IF IBLR-EOF
              MOVE 1 TO WS-EOF-IBLKREG
              GO TO F-LEGG-IBLKREG
           END-IF
      *
           IF NOT IBLR-NORMAL
              MOVE ST-IBLKREG               TO P303-FILE-STATUS
              MOVE '04'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IBLKREG'                TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-SALDI-LETTI
           .
       F-LEGG-IBLKREG.
           EXIT.
      *================================================================*
      *    Voce del registro precedente in tabella                     *
      *================================================================*
       CARI-REGISTRO.
      *
           IF NOT BLOC-REC-SALDO
              GO TO CARI-REGISTRO-LEGG
           END-IF
      *
           PERFORM CERCA-BLOCCO           THRU F-CERCA-BLOCCO
      *
           ADD BLOC-RICEVUTO          TO WK-BR-RICEVUTO(WS-BR-CORR)
           ADD BLOC-TRATTENUTO        TO WK-BR-TRATTENUTO(WS-BR-CORR)
           ADD BLOC-GIRATO            TO WK-BR-GIRATO(WS-BR-CORR)
           ADD BLOC-NUM-MOV           TO WK-BR-NUM-MOV(WS-BR-CORR)
           IF WK-BR-DATA-PRIMO-MOV(WS-BR-CORR) = ZERO
           OR WK-BR-DATA-PRIMO-MOV(WS-BR-CORR) > BLOC-DATA-PRIMO-MOV
              MOVE BLOC-DATA-PRIMO-MOV
                                 TO WK-BR-DATA-PRIMO-MOV(WS-BR-CORR)
           END-IF
           IF WK-BR-DATA-ULT-MOV(WS-BR-CORR) < BLOC-DATA-ULT-MOV
              MOVE BLOC-DATA-ULT-MOV TO WK-BR-DATA-ULT-MOV(WS-BR-CORR)
           END-IF
           .
       CARI-REGISTRO-LEGG.
           PERFORM LEGG-IBLKREG           THRU F-LEGG-IBLKREG
           .
       F-CARI-REGISTRO.
           EXIT.
      *================================================================*
       LEGG-IBLKMOV.
      *
           READ IBLKMOV                   INTO YPCRBLOC-REC
      *
           IF IBLM-EOF
              MOVE 1 TO WS-EOF-IBLKMOV
              GO TO F-LEGG-IBLKMOV
           END-IF
      *
           IF NOT IBLM-NORMAL
              MOVE ST-IBLKMOV               TO P303-FILE-STATUS
              MOVE '05'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IBLKMOV'                TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-MOVI-LETTI
           .
       F-LEGG-IBLKMOV.
           EXIT.
      *================================================================*
      *    Accredito deviato del giorno: cumula ricevuto, trattenuto   *
      *    e girato sulla voce esercente / riferimento legale; tipo    *
      *    blocco, IBAN e massimale sono quelli dell'ultimo movimento  *
      *================================================================*
       ELAB-MOVIMENTO.
      *
           IF NOT BLOC-REC-MOVIMENTO
              ADD 1                         TO CTR-MOVI-ALTRI
              GO TO ELAB-MOVIMENTO-LEGG
           END-IF
      *
           PERFORM CERCA-BLOCCO           THRU F-CERCA-BLOCCO
      *
           ADD BLOC-RICEVUTO                TO CTR-IMPO-RICEVUTO
           ADD BLOC-TRATTENUTO              TO CTR-IMPO-TRATTENUTO
           ADD BLOC-GIRATO                  TO CTR-IMPO-GIRATO
      *
           ADD BLOC-RICEVUTO          TO WK-BR-RICEVUTO(WS-BR-CORR)
                                         WK-BR-RICE-GIORNO(WS-BR-CORR)
           ADD BLOC-TRATTENUTO        TO WK-BR-TRATTENUTO(WS-BR-CORR)
                                         WK-BR-TRAT-GIORNO(WS-BR-CORR)
           ADD BLOC-GIRATO            TO WK-BR-GIRATO(WS-BR-CORR)
                                         WK-BR-GIRA-GIORNO(WS-BR-CORR)
           ADD 1                      TO WK-BR-NUM-MOV(WS-BR-CORR)
      *
           MOVE BLOC-TIPO-BLOCCO     TO WK-BR-TIPO-BLOCCO(WS-BR-CORR)
           MOVE BLOC-IBAN-CREDITORE
                                 TO WK-BR-IBAN-CREDITORE(WS-BR-CORR)
           MOVE BLOC-MASSIMALE       TO WK-BR-MASSIMALE(WS-BR-CORR)
           MOVE 'S'                  TO WK-BR-MOV-GIORNO(WS-BR-CORR)
           IF WK-BR-DATA-PRIMO-MOV(WS-BR-CORR) = ZERO
              MOVE BLOC-DATA-MOV TO WK-BR-DATA-PRIMO-MOV(WS-BR-CORR)
           END-IF
           IF WK-BR-DATA-ULT-MOV(WS-BR-CORR) < BLOC-DATA-MOV
              MOVE BLOC-DATA-MOV     TO WK-BR-DATA-ULT-MOV(WS-BR-CORR)
           END-IF
           .
       ELAB-MOVIMENTO-LEGG.
           PERFORM LEGG-IBLKMOV           THRU F-LEGG-IBLKMOV
           .
       F-ELAB-MOVIMENTO.
           EXIT.
      *================================================================*
      *    Cerca esercente e riferimento legale del record corrente    *
      *    in tabella e li inserisce se assenti. A tabella satura il   *
      *    run si interrompe prima di scrivere il nuovo registro: un   *
      *    saldo non caricato ne uscirebbe perso (girato e base del    *
      *    massimale)                                                  *
      *================================================================*
       CERCA-BLOCCO.
      *
           MOVE ZERO                        TO WS-BR-CORR
           PERFORM VARYING WS-IND-BR FROM 1 BY 1
              UNTIL WS-IND-BR > WS-IND-BLOC
              IF  WK-BR-MERCHANT-ID(WS-IND-BR) = BLOC-MERCHANT-ID
              AND WK-BR-RIF-LEGALE(WS-IND-BR)  = BLOC-RIF-LEGALE
                 MOVE WS-IND-BR             TO WS-BR-CORR
                 MOVE 5000                  TO WS-IND-BR
              END-IF
           END-PERFORM
      *
           IF WS-BR-CORR > ZERO
              GO TO F-CERCA-BLOCCO
           END-IF
      *
           IF WS-IND-BLOC < 5000
              ADD 1                         TO WS-IND-BLOC
              MOVE WS-IND-BLOC              TO WS-BR-CORR
              MOVE BLOC-MERCHANT-ID  TO WK-BR-MERCHANT-ID(WS-BR-CORR)
              MOVE BLOC-RIF-LEGALE   TO WK-BR-RIF-LEGALE(WS-BR-CORR)
              MOVE BLOC-TIPO-BLOCCO  TO WK-BR-TIPO-BLOCCO(WS-BR-CORR)
              MOVE BLOC-IBAN-CREDITORE
                                 TO WK-BR-IBAN-CREDITORE(WS-BR-CORR)
              MOVE BLOC-MASSIMALE    TO WK-BR-MASSIMALE(WS-BR-CORR)
              MOVE ZERO              TO WK-BR-RICEVUTO(WS-BR-CORR)
                                        WK-BR-TRATTENUTO(WS-BR-CORR)
                                        WK-BR-GIRATO(WS-BR-CORR)
                                        WK-BR-RICE-GIORNO(WS-BR-CORR)
                                        WK-BR-TRAT-GIORNO(WS-BR-CORR)
                                        WK-BR-GIRA-GIORNO(WS-BR-CORR)
                                        WK-BR-DATA-PRIMO-MOV
                                                         (WS-BR-CORR)
                                        WK-BR-DATA-ULT-MOV(WS-BR-CORR)
                                        WK-BR-NUM-MOV(WS-BR-CORR)
              MOVE 'N'               TO WK-BR-MOV-GIORNO(WS-BR-CORR)
           ELSE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TABELLA ESERCENTI BLOCCATI SATURA (MAX '
                     '5000) SU: ' BLOC-TIPO-REC ' ' BLOC-MERCHANT-ID
                     ' UID: ' BLOC-PAYMENT-UID
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-BR'                  TO P303-MSGER-FILE
              MOVE BLOC-MERCHANT-ID         TO P303-MSGER-DATO
              MOVE 'TABELLA ESERCENTI SATURA' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-CERCA-BLOCCO.
           EXIT.
      *================================================================*
      *    Intestazione dell'estratto giornaliero                      *
      *================================================================*
       STAM-TEST-ESTRATTO.
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ESTRATTO ACCREDITI ESERCENTI BLOCCATI AL '
                  WS-DATA-AAAAMMGG
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'ESERCENTE       T '
                  'RIFERIMENTO LEGALE             '
                  '      RICEVUTO OGGI   '
                  '    TRATTENUTO OGGI   '
                  '        GIRATO OGGI'
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE ALL '-'                     TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-TEST-ESTRATTO.
           EXIT.
      *================================================================*
      *    Voce WS-IND-BR: riga di estratto se movimentata nel giorno, *
      *    controllo del massimale e voce di registro                  *
      *================================================================*
       CHIUDI-BLOCCO.
      *
           IF WK-BR-MOV-GIORNO(WS-IND-BR) = 'S'
              ADD 1                         TO CTR-BLOC-MOVIMENTATI
              PERFORM STAM-RIGA-ESTRATTO  THRU F-STAM-RIGA-ESTRATTO
           END-IF
      *
           IF  WK-BR-TIPO-BLOCCO(WS-IND-BR) = 'G'
           AND WK-BR-GIRATO(WS-IND-BR) > WK-BR-MASSIMALE(WS-IND-BR)
              ADD 1                         TO CTR-SALDI-OLTRE-MAX
              MOVE WK-BR-GIRATO(WS-IND-BR)  TO ETR-IMPO
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** GIRATO OLTRE IL MASSIMALE - '
                     'ESERCENTE: ' WK-BR-MERCHANT-ID(WS-IND-BR)
                     ' RIF: ' WK-BR-RIF-LEGALE(WS-IND-BR)
                     ' GIRATO: ' ETR-IMPO
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
      *
           INITIALIZE YPCRBLOC-REC
           SET BLOC-REC-SALDO               TO TRUE
           MOVE WK-BR-MERCHANT-ID(WS-IND-BR) TO BLOC-MERCHANT-ID
           MOVE WK-BR-RIF-LEGALE(WS-IND-BR) TO BLOC-RIF-LEGALE
           MOVE WK-BR-TIPO-BLOCCO(WS-IND-BR) TO BLOC-TIPO-BLOCCO
           MOVE WK-BR-RICEVUTO(WS-IND-BR)   TO BLOC-RICEVUTO
           MOVE WK-BR-TRATTENUTO(WS-IND-BR) TO BLOC-TRATTENUTO
           MOVE WK-BR-GIRATO(WS-IND-BR)     TO BLOC-GIRATO
           MOVE WK-BR-IBAN-CREDITORE(WS-IND-BR)
                                            TO BLOC-IBAN-CREDITORE
           MOVE WK-BR-MASSIMALE(WS-IND-BR)  TO BLOC-MASSIMALE
           MOVE WK-BR-DATA-PRIMO-MOV(WS-IND-BR)
                                            TO BLOC-DATA-PRIMO-MOV
           MOVE WK-BR-DATA-ULT-MOV(WS-IND-BR) TO BLOC-DATA-ULT-MOV
           MOVE WK-BR-NUM-MOV(WS-IND-BR)    TO BLOC-NUM-MOV
           MOVE WS-DATA-AAAAMMGG            TO BLOC-DATA-MOV
           MOVE PROGRAMMA                   TO BLOC-PROGRAMMA
      *
           WRITE OBLKREG-REC              FROM YPCRBLOC-REC
      *
           IF NOT OBLR-NORMAL
              MOVE ST-OBLKREG               TO P303-FILE-STATUS
              MOVE '06'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OBLKREG'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE REGISTRO'  TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-SALDI-SCRITTI
           .
       F-CHIUDI-BLOCCO.
           EXIT.
      *================================================================*
       STAM-RIGA-ESTRATTO.
      *
           MOVE WK-BR-RICE-GIORNO(WS-IND-BR) TO ETR-IMPO
           MOVE WK-BR-TRAT-GIORNO(WS-IND-BR) TO ETR-IMPO-TRAT
           MOVE WK-BR-GIRA-GIORNO(WS-IND-BR) TO ETR-IMPO-GIRA
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING WK-BR-MERCHANT-ID(WS-IND-BR) ' '
                  WK-BR-TIPO-BLOCCO(WS-IND-BR) ' '
                  WK-BR-RIF-LEGALE(WS-IND-BR) ' '
                  ETR-IMPO ' '
                  ETR-IMPO-TRAT ' '
                  ETR-IMPO-GIRA
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
           STRING  'VOCI DI REGISTRO RILETTE___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ACCREDITI DEVIATI DEL GIORNO LETTI_:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-RICEVUTO           TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO RICEVUTO NEL GIORNO________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-TRATTENUTO         TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO TRATTENUTO IN SOSPESO______:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-GIRATO             TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO GIRATO A CREDITORI_________:'
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
           MOVE CTR-BLOC-MOVIMENTATI        TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESERCENTI BLOCCATI MOVIMENTATI_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-SCRITTI           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'VOCI DI REGISTRO SCRITTE___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SALDI-OLTRE-MAX         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PIGNORAMENTI GIRATI OLTRE MASSIMALE:'
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
           CLOSE IBLKMOV
                 OBLKREG
                 ST
           IF WS-EOF-IBLKREG = 1
           AND IBLR-NOTFND
              CONTINUE
           ELSE
              CLOSE IBLKREG
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
