       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCBLES.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20034                                   *
      *================================================================*
      *                                                                *
      * YPBCBLES:  ESTRATTO MENSILE PER L'UFFICIO LEGALE DEGLI         *
      *            ACCREDITI AD ESERCENTI BLOCCATI (CONGELAMENTO,      *
      *            CHIUSURA DEL RAPPORTO, PIGNORAMENTO). PER OGNI      *
      *            ESERCENTE E RIFERIMENTO LEGALE STAMPA SU OBLKEST,   *
      *            A PAGINA NUOVA:                                     *
      *                                                                *
      *            . GLI ACCREDITI DEVIATI NEL MESE (DATA, PAYMENT     *
      *              UID, IMPORTO RICEVUTO, TRATTENUTO IN SOSPESO E    *
      *              GIRATO AL CREDITORE PIGNORANTE);                  *
      *            . I TOTALI DEL MESE;                                *
      *            . I CUMULATI DEL REGISTRO YPBCBLOC E, PER IL        *
      *              PIGNORAMENTO, IL MASSIMALE ANCORA DISPONIBILE.    *
      *                                                                *
      *            INPUT: IBLKMOV (YPOBLOC DEL MESE IN CONCATENAZIONE, *
      *            I MOVIMENTI DI ALTRI MESI SONO IGNORATI) E IBLKREG  *
      *            (ULTIMO REGISTRO DI YPBCBLOC, PUO' MANCARE).        *
      *            IL MESE DI RIFERIMENTO E' IL MESE PRECEDENTE LA     *
      *            DATA DEL GIORNO, SOSTITUIBILE DA PARM (AAAAMM) PER  *
      *            RISTAMPE. LA SATURAZIONE DELLE TABELLE E' SEGNALATA *
      *            CON RETURN CODE 4.                                  *
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

           SELECT OBLKEST                ASSIGN       TO OBLKEST
                                         FILE STATUS  IS ST-OBLKEST.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IBLKREG       :  REGISTRO ESERCENTI BLOCCATI (YPBCBLOC)(INPUT) *
      *----------------------------------------------------------------*
       FD  IBLKREG                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IBLKREG-REC                   PIC  X(200).
      *
      *----------------------------------------------------------------*
      * IBLKMOV       :  ACCREDITI DEVIATI DEL MESE (YPOBLOC DI        *
      *                  YPBCEPGP IN CONCATENAZIONE)           (INPUT) *
      *----------------------------------------------------------------*
       FD  IBLKMOV                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IBLKMOV-REC                   PIC  X(200).
      *
      *----------------------------------------------------------------*
      * OBLKEST       :  ESTRATTO MENSILE ESERCENTI BLOCCATI  (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OBLKEST                       LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OBLKEST.
           03 OBLKEST-ASA                PIC X(01).
           03 RIGA-OBLKEST               PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCBLES'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IBLKREG                    PIC  X(02).
           88  IBLR-NORMAL               VALUE '00'.
           88  IBLR-EOF                  VALUE '10'.
           88  IBLR-NOTFND               VALUE '35'.
       01  ST-IBLKMOV                    PIC  X(02).
           88  IBLM-NORMAL               VALUE '00'.
           88  IBLM-EOF                  VALUE '10'.
       01  ST-OBLKEST                    PIC  X(02).
           88  OBLE-NORMAL               VALUE '00'.
      *
      *--* Mese di riferimento dell'estratto
       01  WS-MESE-RIFE                  PIC 9(06).
       01  FILLER                        REDEFINES WS-MESE-RIFE.
           05  WS-MESE-RIFE-AAAA         PIC 9(04).
           05  WS-MESE-RIFE-MM           PIC 9(02).
      *
      *--* Voci esercente / riferimento legale: cumulati del registro
      *    e totali del mese
       01  WS-IND-ESER                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-ESER.
           05  WK-ES-ELEM                OCCURS 2000 TIMES.
               07  WK-ES-MERCHANT-ID         PIC X(15).
               07  WK-ES-RIF-LEGALE          PIC X(30).
               07  WK-ES-TIPO-BLOCCO         PIC X(01).
               07  WK-ES-IBAN-CREDITORE      PIC X(27).
               07  WK-ES-MASSIMALE           PIC 9(11)V99 COMP-3.
               07  WK-ES-MES-RICEVUTO        PIC S9(13)V99 COMP-3.
               07  WK-ES-MES-TRATTENUTO      PIC S9(13)V99 COMP-3.
               07  WK-ES-MES-GIRATO          PIC S9(13)V99 COMP-3.
               07  WK-ES-MES-NUM-MOV         PIC 9(07).
               07  WK-ES-CUM-RICEVUTO        PIC S9(13)V99 COMP-3.
               07  WK-ES-CUM-TRATTENUTO      PIC S9(13)V99 COMP-3.
               07  WK-ES-CUM-GIRATO          PIC S9(13)V99 COMP-3.
               07  WK-ES-DATA-REGISTRO       PIC 9(08).
       01  WS-IND-ES                     PIC 9(05).
       01  WS-ES-CORR                    PIC 9(05).
      *
      *--* Accrediti deviati del mese, legati alla voce esercente
       01  WS-IND-MOVI                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-MOVI.
           05  WK-MV-ELEM                OCCURS 20000 TIMES.
               07  WK-MV-ESER                PIC 9(05).
               07  WK-MV-DATA                PIC 9(08).
               07  WK-MV-PAYMENT-UID         PIC X(18).
               07  WK-MV-FUNCT-CODE          PIC X(03).
               07  WK-MV-RICEVUTO            PIC S9(13)V99 COMP-3.
               07  WK-MV-TRATTENUTO          PIC S9(13)V99 COMP-3.
               07  WK-MV-GIRATO              PIC S9(13)V99 COMP-3.
       01  WS-IND-MV                     PIC 9(05).
      *
      *--* Righe dell'estratto OBLKEST
       01  EST-RIGA-INTESTA.
           03  FILLER                PIC X(51) VALUE
               'ESTRATTO MENSILE ACCREDITI ESERCENTI BLOCCATI - '.
           03  FILLER                PIC X(05) VALUE 'MESE '.
           03  EST-INTESTA-MM        PIC X(02).
           03  FILLER                PIC X(01) VALUE '/'.
           03  EST-INTESTA-AAAA      PIC X(04).
       01  EST-RIGA-ESERCENTE.
           03  FILLER                PIC X(11) VALUE 'ESERCENTE: '.
           03  EST-ESER-MID          PIC X(15).
           03  FILLER                PIC X(10) VALUE '  BLOCCO: '.
           03  EST-ESER-TIPO         PIC X(20).
           03  FILLER                PIC X(15) VALUE
               '  RIF. LEGALE: '.
           03  EST-ESER-RIF          PIC X(30).
       01  EST-RIGA-CREDITORE.
           03  FILLER                PIC X(11) VALUE 'CREDITORE: '.
           03  EST-CRED-IBAN         PIC X(27).
           03  FILLER                PIC X(14) VALUE
               '  MASSIMALE: '.
           03  EST-CRED-MASSIMALE    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  EST-RIGA-COLONNE.
           03  FILLER                PIC X(12) VALUE 'DATA'.
           03  FILLER                PIC X(20) VALUE 'PAYMENT UID'.
           03  FILLER                PIC X(05) VALUE 'F.C.'.
           03  FILLER                PIC X(20) VALUE
               '          RICEVUTO'.
           03  FILLER                PIC X(20) VALUE
               '        TRATTENUTO'.
           03  FILLER                PIC X(20) VALUE
               '            GIRATO'.
       01  EST-RIGA-DETTA.
           03  EST-DETTA-DATA        PIC X(10).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETTA-UID         PIC X(18).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETTA-FUNC        PIC X(03).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETTA-RICEVUTO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETTA-TRATTENUTO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETTA-GIRATO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  EST-RIGA-TOTALE.
           03  EST-TOTA-DESC         PIC X(37).
           03  EST-TOTA-RICEVUTO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-TOTA-TRATTENUTO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-TOTA-GIRATO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           03  CTR-MOVI-LETTI               PIC 9(09).
           03  CTR-MOVI-MESE                PIC 9(09).
           03  CTR-MOVI-FUORI-MESE          PIC 9(09).
           03  CTR-MOVI-ALTRI               PIC 9(09).
           03  CTR-MOVI-ECCED               PIC 9(09).
           03  CTR-ESER-ECCED               PIC 9(09).
           03  CTR-ESER-STAMPATI            PIC 9(09).
           03  CTR-IMPO-RICEVUTO            PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-TRATTENUTO          PIC S9(15)V99 COMP-3.
           03  CTR-IMPO-GIRATO              PIC S9(15)V99 COMP-3.
           03  WS-RESIDUO-MASSIMALE         PIC S9(13)V99 COMP-3.
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
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LL                   PIC S9(04) COMP.
           05  PARM-DATI.
               10  PARM-MESE-RIFE        PIC X(06).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
R20037     PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
      *
      *--* Cumulati del registro in tabella
           PERFORM LEGG-IBLKREG           THRU F-LEGG-IBLKREG
           PERFORM CARI-REGISTRO          THRU F-CARI-REGISTRO
                                          UNTIL WS-EOF-IBLKREG = 1
      *
      *--* Accrediti deviati del mese
           PERFORM LEGG-IBLKMOV           THRU F-LEGG-IBLKMOV
           PERFORM ELAB-MOVIMENTO         THRU F-ELAB-MOVIMENTO
                                          UNTIL WS-EOF-IBLKMOV = 1
      *
      *--* Estratto per esercente e riferimento legale
           PERFORM VARYING WS-IND-ES FROM 1 BY 1
              UNTIL WS-IND-ES > WS-IND-ESER
              PERFORM STAM-ESTRATTO       THRU F-STAM-ESTRATTO
           END-PERFORM
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = tabelle sature, estratto
      *    incompleto
           IF  RETURN-CODE = ZERO
           AND (   CTR-ESER-ECCED > ZERO
                OR CTR-MOVI-ECCED > ZERO)
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
R20037*    deviati, scritti = accrediti del mese estratti, scartati =  *
R20037*    movimenti non riconosciuti; importo = ricevuto nel mese     *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-MOVI-LETTI               TO JRNL-REC-LETTI
R20037     MOVE CTR-MOVI-MESE                TO JRNL-REC-SCRITTI
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
      *
      *--* Mese di riferimento da PARM (ristampa), altrimenti il mese
      *    precedente la data del giorno
           IF PARM-LL >= 6
           AND PARM-MESE-RIFE IS NUMERIC
              MOVE PARM-MESE-RIFE           TO WS-MESE-RIFE
           ELSE
              MOVE WS-DATA-AAAAMMGG(1:6)    TO WS-MESE-RIFE
              IF WS-MESE-RIFE-MM = 1
                 MOVE 12                    TO WS-MESE-RIFE-MM
                 SUBTRACT 1               FROM WS-MESE-RIFE-AAAA
              ELSE
                 SUBTRACT 1               FROM WS-MESE-RIFE-MM
              END-IF
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
                  'ESTRATTO MENSILE ESERCENTI BLOCCATI '
                  '- PROGRAMMA: YPBCBLES - '
                  'MESE: ' WS-MESE-RIFE
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
      *--* Registro assente (nessun accredito mai deviato): solo i
      *    movimenti del mese
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

           OPEN OUTPUT OBLKEST
           IF NOT OBLE-NORMAL
              MOVE ST-OBLKEST            TO P303-FILE-STATUS
              MOVE '03'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OBLKEST'             TO P303-MSGER-FILE
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
      *    Voce del registro: cumulati, tipo blocco e massimale        *
      *================================================================*
       CARI-REGISTRO.
      *
           IF NOT BLOC-REC-SALDO
              GO TO CARI-REGISTRO-LEGG
           END-IF
      *
           PERFORM CERCA-ESERCENTE        THRU F-CERCA-ESERCENTE
           IF WS-ES-CORR = ZERO
              GO TO CARI-REGISTRO-LEGG
           END-IF
      *
           ADD BLOC-RICEVUTO       TO WK-ES-CUM-RICEVUTO(WS-ES-CORR)
           ADD BLOC-TRATTENUTO     TO WK-ES-CUM-TRATTENUTO(WS-ES-CORR)
           ADD BLOC-GIRATO         TO WK-ES-CUM-GIRATO(WS-ES-CORR)
           MOVE BLOC-DATA-MOV      TO WK-ES-DATA-REGISTRO(WS-ES-CORR)
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
      *    Accredito deviato: se del mese di riferimento va nei totali *
      *    del mese della voce e nel dettaglio dell'estratto           *
      *================================================================*
       ELAB-MOVIMENTO.
      *
           IF NOT BLOC-REC-MOVIMENTO
              ADD 1                         TO CTR-MOVI-ALTRI
              GO TO ELAB-MOVIMENTO-LEGG
           END-IF
      *
           IF BLOC-DATA-MOV(1:6) NOT = WS-MESE-RIFE
              ADD 1                         TO CTR-MOVI-FUORI-MESE
              GO TO ELAB-MOVIMENTO-LEGG
           END-IF
      *
           PERFORM CERCA-ESERCENTE        THRU F-CERCA-ESERCENTE
           IF WS-ES-CORR = ZERO
              GO TO ELAB-MOVIMENTO-LEGG
           END-IF
      *
           ADD 1                            TO CTR-MOVI-MESE
           ADD BLOC-RICEVUTO                TO CTR-IMPO-RICEVUTO
           ADD BLOC-TRATTENUTO              TO CTR-IMPO-TRATTENUTO
           ADD BLOC-GIRATO                  TO CTR-IMPO-GIRATO
      *
           ADD BLOC-RICEVUTO       TO WK-ES-MES-RICEVUTO(WS-ES-CORR)
           ADD BLOC-TRATTENUTO     TO WK-ES-MES-TRATTENUTO(WS-ES-CORR)
           ADD BLOC-GIRATO         TO WK-ES-MES-GIRATO(WS-ES-CORR)
           ADD 1                   TO WK-ES-MES-NUM-MOV(WS-ES-CORR)
      *
      *--* Tipo blocco, IBAN e massimale dell'ultimo movimento se
      *    la voce non e' ancora a registro
           IF WK-ES-DATA-REGISTRO(WS-ES-CORR) = ZERO
              MOVE BLOC-TIPO-BLOCCO TO WK-ES-TIPO-BLOCCO(WS-ES-CORR)
              MOVE BLOC-IBAN-CREDITORE
                                 TO WK-ES-IBAN-CREDITORE(WS-ES-CORR)
              MOVE BLOC-MASSIMALE   TO WK-ES-MASSIMALE(WS-ES-CORR)
           END-IF
      *
           IF WS-IND-MOVI < 20000
              ADD 1                         TO WS-IND-MOVI
              MOVE WS-ES-CORR          TO WK-MV-ESER(WS-IND-MOVI)
              MOVE BLOC-DATA-MOV       TO WK-MV-DATA(WS-IND-MOVI)
              MOVE BLOC-PAYMENT-UID    TO WK-MV-PAYMENT-UID(WS-IND-MOVI)
              MOVE BLOC-FUNCT-CODE     TO WK-MV-FUNCT-CODE(WS-IND-MOVI)
              MOVE BLOC-RICEVUTO       TO WK-MV-RICEVUTO(WS-IND-MOVI)
              MOVE BLOC-TRATTENUTO     TO WK-MV-TRATTENUTO(WS-IND-MOVI)
              MOVE BLOC-GIRATO         TO WK-MV-GIRATO(WS-IND-MOVI)
           ELSE
      *--* Tabella movimenti satura: il movimento resta nei totali
      *    ma manca dal dettaglio
              ADD 1                         TO CTR-MOVI-ECCED
              MOVE BLOC-RICEVUTO            TO ETR-IMPO
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TABELLA MOVIMENTI SATURA - NON IN DETTAGLIO: '
                     BLOC-MERCHANT-ID
                     ' UID: ' BLOC-PAYMENT-UID
                     ' RICEVUTO: ' ETR-IMPO
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
           .
       ELAB-MOVIMENTO-LEGG.
           PERFORM LEGG-IBLKMOV           THRU F-LEGG-IBLKMOV
           .
       F-ELAB-MOVIMENTO.
           EXIT.
      *================================================================*
      *    Cerca esercente e riferimento legale del record corrente    *
      *    in tabella e li inserisce se assenti; WS-ES-CORR = 0 se     *
      *    tabella satura                                              *
      *================================================================*
       CERCA-ESERCENTE.
      *
           MOVE ZERO                        TO WS-ES-CORR
           PERFORM VARYING WS-IND-ES FROM 1 BY 1
              UNTIL WS-IND-ES > WS-IND-ESER
              IF  WK-ES-MERCHANT-ID(WS-IND-ES) = BLOC-MERCHANT-ID
              AND WK-ES-RIF-LEGALE(WS-IND-ES)  = BLOC-RIF-LEGALE
                 MOVE WS-IND-ES             TO WS-ES-CORR
                 MOVE 2000                  TO WS-IND-ES
              END-IF
           END-PERFORM
      *
           IF WS-ES-CORR > ZERO
              GO TO F-CERCA-ESERCENTE
           END-IF
      *
           IF WS-IND-ESER < 2000
              ADD 1                         TO WS-IND-ESER
              MOVE WS-IND-ESER              TO WS-ES-CORR
              MOVE BLOC-MERCHANT-ID  TO WK-ES-MERCHANT-ID(WS-ES-CORR)
              MOVE BLOC-RIF-LEGALE   TO WK-ES-RIF-LEGALE(WS-ES-CORR)
              MOVE BLOC-TIPO-BLOCCO  TO WK-ES-TIPO-BLOCCO(WS-ES-CORR)
              MOVE BLOC-IBAN-CREDITORE
                                 TO WK-ES-IBAN-CREDITORE(WS-ES-CORR)
              MOVE BLOC-MASSIMALE    TO WK-ES-MASSIMALE(WS-ES-CORR)
              MOVE ZERO              TO WK-ES-MES-RICEVUTO(WS-ES-CORR)
                                        WK-ES-MES-TRATTENUTO
                                                         (WS-ES-CORR)
                                        WK-ES-MES-GIRATO(WS-ES-CORR)
                                        WK-ES-MES-NUM-MOV(WS-ES-CORR)
                                        WK-ES-CUM-RICEVUTO(WS-ES-CORR)
                                        WK-ES-CUM-TRATTENUTO
                                                         (WS-ES-CORR)
                                        WK-ES-CUM-GIRATO(WS-ES-CORR)
                                        WK-ES-DATA-REGISTRO
                                                         (WS-ES-CORR)
           ELSE
      *--* Tabella satura: la voce manca dall'estratto e il fatto va
      *    segnalato
              ADD 1                         TO CTR-ESER-ECCED
              MOVE BLOC-RICEVUTO            TO ETR-IMPO
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TABELLA ESERCENTI BLOCCATI SATURA - NON '
                     'TRATTATO: ' BLOC-TIPO-REC ' ' BLOC-MERCHANT-ID
                     ' RIF: ' BLOC-RIF-LEGALE
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
           .
       F-CERCA-ESERCENTE.
           EXIT.
      *================================================================*
      *    Estratto della voce WS-IND-ES a pagina nuova: testata,      *
      *    dettaglio del mese, totali del mese, cumulati e massimale   *
      *================================================================*
       STAM-ESTRATTO.
      *
           ADD 1                            TO CTR-ESER-STAMPATI
      *
           MOVE WS-MESE-RIFE-MM             TO EST-INTESTA-MM
           MOVE WS-MESE-RIFE-AAAA           TO EST-INTESTA-AAAA
           MOVE '1'                         TO OBLKEST-ASA
           MOVE EST-RIGA-INTESTA            TO RIGA-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
      *
           MOVE WK-ES-MERCHANT-ID(WS-IND-ES) TO EST-ESER-MID
           MOVE WK-ES-RIF-LEGALE(WS-IND-ES) TO EST-ESER-RIF
           EVALUATE WK-ES-TIPO-BLOCCO(WS-IND-ES)
              WHEN 'F'
                 MOVE 'CONGELAMENTO'        TO EST-ESER-TIPO
              WHEN 'C'
                 MOVE 'CHIUSURA RAPPORTO'   TO EST-ESER-TIPO
              WHEN 'G'
                 MOVE 'PIGNORAMENTO'        TO EST-ESER-TIPO
              WHEN OTHER
                 MOVE WK-ES-TIPO-BLOCCO(WS-IND-ES) TO EST-ESER-TIPO
           END-EVALUATE
           MOVE EST-RIGA-ESERCENTE          TO RIGA-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
      *
           IF WK-ES-TIPO-BLOCCO(WS-IND-ES) = 'G'
              MOVE WK-ES-IBAN-CREDITORE(WS-IND-ES) TO EST-CRED-IBAN
              MOVE WK-ES-MASSIMALE(WS-IND-ES) TO EST-CRED-MASSIMALE
              MOVE EST-RIGA-CREDITORE       TO RIGA-OBLKEST
              PERFORM SCRIVI-OBLKEST      THRU F-SCRIVI-OBLKEST
           END-IF
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
      *
      *--* Dettaglio del mese
           MOVE EST-RIGA-COLONNE            TO RIGA-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
           IF WK-ES-MES-NUM-MOV(WS-IND-ES) = ZERO
              MOVE 'NESSUN ACCREDITO NEL MESE' TO RIGA-OBLKEST
              PERFORM SCRIVI-OBLKEST      THRU F-SCRIVI-OBLKEST
           ELSE
              PERFORM VARYING WS-IND-MV FROM 1 BY 1
                 UNTIL WS-IND-MV > WS-IND-MOVI
                 IF WK-MV-ESER(WS-IND-MV) = WS-IND-ES
                    PERFORM STAM-RIGA-DETTAGLIO
                                          THRU F-STAM-RIGA-DETTAGLIO
                 END-IF
              END-PERFORM
           END-IF
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
      *
      *--* Totali del mese e cumulati di registro
           MOVE 'TOTALE DEL MESE'           TO EST-TOTA-DESC
           MOVE WK-ES-MES-RICEVUTO(WS-IND-ES) TO EST-TOTA-RICEVUTO
           MOVE WK-ES-MES-TRATTENUTO(WS-IND-ES) TO EST-TOTA-TRATTENUTO
           MOVE WK-ES-MES-GIRATO(WS-IND-ES) TO EST-TOTA-GIRATO
           MOVE EST-RIGA-TOTALE             TO RIGA-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
      *
           IF WK-ES-DATA-REGISTRO(WS-IND-ES) = ZERO
              MOVE 'ESERCENTE NON ANCORA A REGISTRO' TO RIGA-OBLKEST
              PERFORM SCRIVI-OBLKEST      THRU F-SCRIVI-OBLKEST
              GO TO F-STAM-ESTRATTO
           END-IF
      *
           MOVE SPACES                      TO EST-TOTA-DESC
           STRING 'CUMULATO A REGISTRO AL '
                  WK-ES-DATA-REGISTRO(WS-IND-ES)(7:2) '-'
                  WK-ES-DATA-REGISTRO(WS-IND-ES)(5:2) '-'
                  WK-ES-DATA-REGISTRO(WS-IND-ES)(1:4)
           DELIMITED BY SIZE              INTO EST-TOTA-DESC
           END-STRING
           MOVE WK-ES-CUM-RICEVUTO(WS-IND-ES) TO EST-TOTA-RICEVUTO
           MOVE WK-ES-CUM-TRATTENUTO(WS-IND-ES) TO EST-TOTA-TRATTENUTO
           MOVE WK-ES-CUM-GIRATO(WS-IND-ES) TO EST-TOTA-GIRATO
           MOVE EST-RIGA-TOTALE             TO RIGA-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
      *
           IF WK-ES-TIPO-BLOCCO(WS-IND-ES) = 'G'
              COMPUTE WS-RESIDUO-MASSIMALE =
                      WK-ES-MASSIMALE(WS-IND-ES)
                    - WK-ES-CUM-GIRATO(WS-IND-ES)
              MOVE WS-RESIDUO-MASSIMALE     TO ETR-IMPO
              PERFORM SCRIVI-OBLKEST      THRU F-SCRIVI-OBLKEST
              STRING 'MASSIMALE ANCORA DISPONIBILE_______:'
                     ETR-IMPO
              DELIMITED BY SIZE           INTO RIGA-OBLKEST
              END-STRING
              PERFORM SCRIVI-OBLKEST      THRU F-SCRIVI-OBLKEST
           END-IF
           .
       F-STAM-ESTRATTO.
           EXIT.
      *================================================================*
       STAM-RIGA-DETTAGLIO.
      *
           MOVE SPACES                      TO EST-DETTA-DATA
           STRING WK-MV-DATA(WS-IND-MV)(7:2) '-'
                  WK-MV-DATA(WS-IND-MV)(5:2) '-'
                  WK-MV-DATA(WS-IND-MV)(1:4)
           DELIMITED BY SIZE              INTO EST-DETTA-DATA
           END-STRING
           MOVE WK-MV-PAYMENT-UID(WS-IND-MV) TO EST-DETTA-UID
           MOVE WK-MV-FUNCT-CODE(WS-IND-MV) TO EST-DETTA-FUNC
           MOVE WK-MV-RICEVUTO(WS-IND-MV)   TO EST-DETTA-RICEVUTO
           MOVE WK-MV-TRATTENUTO(WS-IND-MV) TO EST-DETTA-TRATTENUTO
           MOVE WK-MV-GIRATO(WS-IND-MV)     TO EST-DETTA-GIRATO
           MOVE EST-RIGA-DETTA              TO RIGA-OBLKEST
           PERFORM SCRIVI-OBLKEST         THRU F-SCRIVI-OBLKEST
           .
       F-STAM-RIGA-DETTAGLIO.
           EXIT.
      *================================================================*
       SCRIVI-OBLKEST.
      *
           WRITE REC-OBLKEST
      *
           IF NOT OBLE-NORMAL
              MOVE ST-OBLKEST               TO P303-FILE-STATUS
              MOVE '06'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OBLKEST'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OBLKEST' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OBLKEST-ASA
           MOVE SPACES                      TO RIGA-OBLKEST
           .
       F-SCRIVI-OBLKEST.
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
           STRING  'VOCI DI REGISTRO LETTE_____________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ACCREDITI DEVIATI LETTI____________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-MESE               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ACCREDITI DEVIATI NEL MESE_________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-FUORI-MESE         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ACCREDITI DI ALTRI MESI IGNORATI___:'
                   ETR-CONTA
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
           MOVE CTR-IMPO-RICEVUTO           TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO RICEVUTO NEL MESE__________:'
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
           MOVE CTR-ESER-STAMPATI           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ESTRATTI ESERCENTE STAMPATI________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-ESER-ECCED > ZERO
              MOVE CTR-ESER-ECCED           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA ESERCENTI BLOCCATI SATURA (MAX '
                      '2000) - RECORD NON TRATTATI: '
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           IF CTR-MOVI-ECCED > ZERO
              MOVE CTR-MOVI-ECCED           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA MOVIMENTI SATURA (MAX 20000) - '
                      'NON IN DETTAGLIO: '
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
           CLOSE IBLKMOV
                 OBLKEST
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
