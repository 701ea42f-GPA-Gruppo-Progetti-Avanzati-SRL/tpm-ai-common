       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCPART.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20031                                   *
      *================================================================*
      *                                                                *
      * YPBCPART:  REGISTRO DELLE PARTITE SOSPESE DCD APERTE DA        *
      *            YPBCEPGP (SCRIVI-DCD-APER / SCRIVI-DCD-APER-CCB,    *
      *            CONTI DCBAKKMP, DCBAKOMP, DCBAKKCM, DCBAKOCM,       *
      *            DCBCFACP, DCBAMCBS; GLI ADDEBITI SU CONTO BANCARIO  *
      *            SENZA CONTRATTO DI BILLING CCB NON ARRIVANO QUI MA  *
      *            SUL REGISTRO CREDITI YPBCCRED). GIRA A VALLE DI     *
      *            TUTTE LE ESECUZIONI DI YPBCEPGP DELLA GIORNATA      *
      *            (RICICLO SCARTI COMPRESO) E:                        *
      *                                                                *
      *            . ACCODA AL REGISTRO LE APERTURE DEL GIORNO (FILE   *
      *              YPOPART DI YPBCEPGP, RECORD 'A'), CON CHIAVE      *
      *              PAYMENT UID + PROGRESSIVO PARTITA + CONTO;        *
      *            . CHIUDE LE PARTITE APERTE IL CUI PAYMENT UID E'    *
      *              STATO CONTABILIZZATO CON ESITO POSITIVO (YPOPART, *
      *              RECORD 'C') O E' INDICATO SU UNA SCHEDA DI        *
      *              RIPARAZIONE MANUALE (IPARTMAN, EVENTUALMENTE      *
      *              LIMITATA A UN SINGOLO PROGRESSIVO PARTITA),       *
      *              GENERANDO IL DCD DI CHIUSURA SU ODCDCHIU (STESSA  *
      *              PARTITA E CONTO DELL'APERTURA, SEGNO OPPOSTO);    *
      *            . RISCRIVE IL REGISTRO SU OPARTITE: LE PARTITE      *
      *              CHIUSE NEL RUN RESTANO SUL REGISTRO UN GIRO CON   *
      *              DATA E ORIGINE DI CHIUSURA E VENGONO ELIMINATE    *
      *              DAL RUN SUCCESSIVO.                               *
      *                                                                *
      *            IL REGISTRO VIENE RILETTO DA IPARTITE (ASSENTE O    *
      *            VUOTO ALLA PRIMA ESECUZIONE). LE SCHEDE DI          *
      *            RIPARAZIONE CHE NON TROVANO PARTITE APERTE VENGONO  *
      *            SEGNALATE CON RETURN CODE 4; LA SATURAZIONE DELLA   *
      *            TABELLA DELLE CHIUSURE INTERROMPE IL RUN (RETURN    *
      *            CODE 12). IL CODICE OPERAZIONE DEL DCD DI CHIUSURA  *
      *            E' LETTO DALL'ELEMENTO GEP "FADCH" (TRACCIATO FAD). *
      *            L'ANZIANITA' DELLE PARTITE APERTE E' STAMPATA       *
      *            SETTIMANALMENTE DA YPBCPAGE SUL REGISTRO PRODOTTO.  *
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

           SELECT IPARTMOV               ASSIGN       TO IPARTMOV
                                         FILE STATUS  IS ST-IPARTMOV.

           SELECT IPARTMAN               ASSIGN       TO IPARTMAN
                                         FILE STATUS  IS ST-IPARTMAN.

           SELECT OPARTITE               ASSIGN       TO OPARTITE
                                         FILE STATUS  IS ST-OPARTITE.

           SELECT ODCDCHIU               ASSIGN       TO ODCDCHIU
                                         FILE STATUS  IS ST-ODCDCHIU.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IPARTITE      :  REGISTRO PARTITE SOSPESE PRECEDENTE   (INPUT) *
      *----------------------------------------------------------------*
       FD  IPARTITE                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IPARTITE-REC                  PIC  X(400).
      *
      *----------------------------------------------------------------*
      * IPARTMOV      :  MOVIMENTI PARTITE DEL GIORNO (YPOPART DI      *
      *                  YPBCEPGP, GENERAZIONI IN CONCATENAZIONE)      *
      *                                                        (INPUT) *
      *----------------------------------------------------------------*
       FD  IPARTMOV                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IPARTMOV-REC                  PIC  X(400).
      *
      *----------------------------------------------------------------*
      * IPARTMAN      :  SCHEDE DI RIPARAZIONE MANUALE         (INPUT) *
      *----------------------------------------------------------------*
       FD  IPARTMAN                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IPARTMAN-REC                  PIC  X(80).
      *
      *----------------------------------------------------------------*
      * OPARTITE      :  REGISTRO PARTITE SOSPESE AGGIORNATO  (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OPARTITE                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OPARTITE-REC                  PIC  X(400).
      *
      *----------------------------------------------------------------*
      * ODCDCHIU      :  DCD DI CHIUSURA PARTITE              (OUTPUT) *
      *----------------------------------------------------------------*
       FD  ODCDCHIU                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ODCDCHIU-REC                  PIC  X(800).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCPART'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IPARTITE                   PIC  X(02).
           88  IPAR-NORMAL               VALUE '00'.
           88  IPAR-EOF                  VALUE '10'.
           88  IPAR-NOTFND               VALUE '35'.
       01  ST-IPARTMOV                   PIC  X(02).
           88  IMOV-NORMAL               VALUE '00'.
           88  IMOV-EOF                  VALUE '10'.
           88  IMOV-NOTFND               VALUE '35'.
       01  ST-IPARTMAN                   PIC  X(02).
           88  IMAN-NORMAL               VALUE '00'.
           88  IMAN-EOF                  VALUE '10'.
           88  IMAN-NOTFND               VALUE '35'.
       01  ST-OPARTITE                   PIC  X(02).
           88  OPAR-NORMAL               VALUE '00'.
       01  ST-ODCDCHIU                   PIC  X(02).
           88  ODCD-NORMAL               VALUE '00'.
      *
      *--* Scheda di riparazione manuale: progressivo a spazi = tutte
      *    le partite aperte del payment uid
       01  MAN-RECORD.
           05  MAN-PAYMENT-UID           PIC X(18).
           05  MAN-PROGR                 PIC X(06).
           05  MAN-OPERATORE             PIC X(08).
           05  MAN-NOTE                  PIC X(40).
           05  FILLER                    PIC X(08).
      *
      *--* Payment uid da chiudere: contabilizzati del giorno e schede
      *    manuali; il flag 'S' marca le voci che hanno chiuso almeno
      *    una partita (le schede rimaste a 'N' vengono segnalate)
       01  WS-IND-CHIU                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-CHIU.
           05  WK-CH-ELEM                OCCURS 20000 TIMES.
               07  WK-CH-UID                 PIC X(18).
               07  WK-CH-PROGR               PIC X(06).
               07  WK-CH-ORIGINE             PIC X(08).
               07  WK-CH-MANUALE             PIC X(01).
               07  WK-CH-USATO               PIC X(01).
       01  WS-IND-CH                     PIC 9(05).
       01  WS-CHIU-TROVATO               PIC X(01).
           88  CHIU-TROVATO-SI           VALUE 'S'.
           88  CHIU-TROVATO-NO           VALUE 'N'.
       01  WS-CHIU-ORIGINE               PIC X(08).
      *
      *--* Codice operazione DCD di chiusura partita (GEP "FADCH")
       01  WS-DCD-CHIUSURA               PIC X(02) VALUE SPACES.
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IPARTITE              PIC 9(01).
           03  WS-EOF-IPARTMOV              PIC 9(01).
           03  WS-EOF-IPARTMAN              PIC 9(01).
      *
           03  CTR-REGI-LETTE               PIC 9(09).
           03  CTR-REGI-SCRITTE             PIC 9(09).
           03  CTR-REGI-ELIMINATE           PIC 9(09).
           03  CTR-MOVI-LETTI               PIC 9(09).
           03  CTR-MOVI-APER                PIC 9(09).
           03  CTR-MOVI-CONT                PIC 9(09).
           03  CTR-MOVI-ALTRI               PIC 9(09).
           03  CTR-MAN-LETTE                PIC 9(09).
           03  CTR-MAN-SCARTATE             PIC 9(09).
           03  CTR-MAN-SENZA-PART           PIC 9(09).
           03  CTR-PART-CHIUSE              PIC 9(09).
           03  CTR-PART-CHIUSE-MAN          PIC 9(09).
           03  CTR-PART-APERTE              PIC 9(09).
           03  CTR-DCD-SCRITTI              PIC 9(09).
           03  CTR-IMPO-CHIUSE              PIC S9(15)V99 COMP-3.
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
      * ----- TRACCIATO PARTITA SOSPESA (REGISTRO E MOVIMENTI)
           COPY YPCRPART.
      *
      * ----- TRACCIATO RECORD DCD
       01 FILLER.
           COPY VVG0000R.
      *
      * ----- TABELLA GEP FAD (DATI DCD) PER LA CHIUSURA PARTITE
           COPY YPCRTFAD.
      *
      *--------------------------------------------------------
       01 HV-TABE.
          05 HV-TABE-KNAMTB1                PIC X(0003).
          05 HV-TABE-KVARTB1                PIC X(0027).
          05 HV-TABE-DATI.
             49 HV-TABE-DATI-L              PIC  S9(4) COMP.
             49 HV-TABE-DATI-A              PIC X(2000).
      *
      *================================================================*
      *    Area DB2                                                    *
      *================================================================*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W100-APPO-SQLCODE                 PIC -----9.
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
           PERFORM SELE-TABE-GEP-FADCH    THRU F-SELE-TABE-GEP-FADCH
      *
      *--* Payment uid da chiudere: contabilizzati del giorno e schede
      *    di riparazione manuale
           PERFORM LEGG-IPARTMOV          THRU F-LEGG-IPARTMOV
           PERFORM CARI-CONTABIL          THRU F-CARI-CONTABIL
                                          UNTIL WS-EOF-IPARTMOV = 1
           PERFORM LEGG-IPARTMAN          THRU F-LEGG-IPARTMAN
           PERFORM CARI-MANUALE           THRU F-CARI-MANUALE
                                          UNTIL WS-EOF-IPARTMAN = 1
      *
      *--* Registro precedente: chiusura delle partite contabilizzate
           PERFORM LEGG-IPARTITE          THRU F-LEGG-IPARTITE
           PERFORM ELAB-REGISTRO          THRU F-ELAB-REGISTRO
                                          UNTIL WS-EOF-IPARTITE = 1
      *
      *--* Aperture del giorno in coda al registro (chiuse subito se
      *    contabilizzate o riparate nello stesso giorno): IPARTMOV
      *    viene riletto dall'inizio
           PERFORM RIAPRI-IPARTMOV        THRU F-RIAPRI-IPARTMOV
           PERFORM LEGG-IPARTMOV          THRU F-LEGG-IPARTMOV
           PERFORM ACCODA-APERTURA        THRU F-ACCODA-APERTURA
                                          UNTIL WS-EOF-IPARTMOV = 1
      *
           PERFORM SEGNALA-MANUALI        THRU F-SEGNALA-MANUALI
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = schede manuali scartate o
      *    senza partite aperte da chiudere
           IF  RETURN-CODE = ZERO
           AND (   CTR-MAN-SCARTATE   > ZERO
                OR CTR-MAN-SENZA-PART > ZERO)
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = voci del    *
R20037*    registro, scritti = voci riscritte, scartati = movimenti e  *
R20037*    schede scartati; importo in uscita = partite ancora aperte  *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     MOVE CTR-REGI-LETTE               TO JRNL-REC-LETTI
R20037     MOVE CTR-REGI-SCRITTE             TO JRNL-REC-SCRITTI
R20037     COMPUTE JRNL-REC-SCARTATI = CTR-MOVI-ALTRI
R20037                               + CTR-MAN-SCARTATE
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
                  'REGISTRO PARTITE SOSPESE DCD '
                  '- PROGRAMMA: YPBCPART -'
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
           END-IF.

           OPEN INPUT  IPARTMOV
           IF NOT IMOV-NORMAL
              MOVE ST-IPARTMOV           TO P303-FILE-STATUS
              MOVE '02'                  TO P303-MSGER-RIF
              MOVE 'OPENINP'             TO P303-MSGER-TIPO
              MOVE 'IPARTMOV'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

      *--* Le schede manuali sono facoltative
           OPEN INPUT  IPARTMAN
           IF NOT IMAN-NORMAL
              IF IMAN-NOTFND
                 MOVE 1                  TO WS-EOF-IPARTMAN
              ELSE
                 MOVE ST-IPARTMAN        TO P303-FILE-STATUS
                 MOVE '03'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IPARTMAN'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN OUTPUT OPARTITE
           IF NOT OPAR-NORMAL
              MOVE ST-OPARTITE           TO P303-FILE-STATUS
              MOVE '04'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OPARTITE'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT ODCDCHIU
           IF NOT ODCD-NORMAL
              MOVE ST-ODCDCHIU           TO P303-FILE-STATUS
              MOVE '05'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'ODCDCHIU'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
      *    Codice operazione del DCD di chiusura dall'elemento GEP     *
      *    "FADCH" (stesso tracciato FAD dei DCD di YPBCEPGP): senza   *
      *    l'elemento non si possono emettere chiusure                 *
      *================================================================*
       SELE-TABE-GEP-FADCH.
      *
           INITIALIZE                    HV-TABE
           MOVE 'GEP'                 TO HV-TABE-KNAMTB1
           MOVE 'FADCH'               TO HV-TABE-KVARTB1

           EXEC SQL SELECT DATI
                INTO :HV-TABE-DATI
                FROM XYTBTABE
           WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
                 KVARTB1 = :HV-TABE-KVARTB1
           END-EXEC
           .

           MOVE SQLCODE                  TO W100-APPO-SQLCODE
           EVALUATE SQLCODE
            WHEN +0
                   MOVE HV-TABE-DATI-A      TO YPCRTFAD-DATI
                   MOVE TFAD-D-DCD-FLG-SEL-TIP-OPE
                                            TO WS-DCD-CHIUSURA
            WHEN +100
                   CONTINUE
            WHEN OTHER
              MOVE SPACES                      TO YPCWS001-RIGA
              STRING
                  'ERRORE read TABELLA GEP-FADCH SQLCODE: '
                  W100-APPO-SQLCODE
              DELIMITED BY SIZE              INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST            THRU EX-SCRIVI-ST
              MOVE '13'                        TO P303-MSGER-RIF
              MOVE 'SELECT'                    TO P303-MSGER-TIPO
              MOVE 'XYTBTABE'                  TO P303-MSGER-FILE
              MOVE 'ERRORE LETTURA GEP-FADCH'  TO P303-MSGER-DESCR
              PERFORM ERRORE-P303            THRU EX-ERRORE-P303
           END-EVALUATE
      *
           IF WS-DCD-CHIUSURA = SPACES OR LOW-VALUE
              MOVE SPACES                      TO P303-FILE-STATUS
              MOVE '14'                        TO P303-MSGER-RIF
              MOVE 'SELECT'                    TO P303-MSGER-TIPO
              MOVE 'XYTBTABE'                  TO P303-MSGER-FILE
              MOVE 'GEP FADCH'                 TO P303-MSGER-DATO
              MOVE 'COD. OPERAZIONE CHIUSURA ASSENTE'
                                               TO P303-MSGER-DESCR
              PERFORM ERRORE-P303            THRU EX-ERRORE-P303
           END-IF
           .
       F-SELE-TABE-GEP-FADCH.
           EXIT.
      *================================================================*
       LEGG-IPARTMOV.
      *
           READ IPARTMOV                  INTO YPCRPART-REC
      *
           IF IMOV-EOF
              MOVE 1 TO WS-EOF-IPARTMOV
              GO TO F-LEGG-IPARTMOV
           END-IF
      *
           IF NOT IMOV-NORMAL
              MOVE ST-IPARTMOV              TO P303-FILE-STATUS
              MOVE '06'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IPARTMOV'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-LEGG-IPARTMOV.
           EXIT.
      *================================================================*
      *    Primo passaggio su IPARTMOV: i payment uid contabilizzati   *
      *    entrano nella tabella delle chiusure                        *
      *================================================================*
       CARI-CONTABIL.
      *
           ADD 1                            TO CTR-MOVI-LETTI
      *
           EVALUATE TRUE
              WHEN PART-REC-APERTURA
                 ADD 1                      TO CTR-MOVI-APER
              WHEN PART-REC-CONTABIL
                 ADD 1                      TO CTR-MOVI-CONT
                 MOVE PART-ORIGINE-CHIU     TO WS-CHIU-ORIGINE
                 PERFORM INSE-CHIUSURA    THRU F-INSE-CHIUSURA
                 IF WS-IND-CHIU > ZERO
                 AND WK-CH-UID(WS-IND-CHIU) = PART-PAYMENT-UID
                    MOVE 'N'           TO WK-CH-MANUALE(WS-IND-CHIU)
                 END-IF
              WHEN OTHER
                 ADD 1                      TO CTR-MOVI-ALTRI
           END-EVALUATE
      *
           PERFORM LEGG-IPARTMOV          THRU F-LEGG-IPARTMOV
           .
       F-CARI-CONTABIL.
           EXIT.
      *================================================================*
      *    Inserisce in tabella chiusure il payment uid di             *
      *    PART-PAYMENT-UID (progressivo a spazi = tutte le partite)   *
      *================================================================*
       INSE-CHIUSURA.
      *
           IF WS-IND-CHIU < 20000
              ADD 1                         TO WS-IND-CHIU
              MOVE PART-PAYMENT-UID     TO WK-CH-UID(WS-IND-CHIU)
              MOVE PART-PROGR           TO WK-CH-PROGR(WS-IND-CHIU)
              MOVE WS-CHIU-ORIGINE      TO WK-CH-ORIGINE(WS-IND-CHIU)
              MOVE 'N'                  TO WK-CH-USATO(WS-IND-CHIU)
           ELSE
      *--* Tabella satura: il payment uid non chiuderebbe nulla e il
      *    registro riscritto sarebbe errato, il run si interrompe
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '12'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-CH'                  TO P303-MSGER-FILE
              MOVE PART-PAYMENT-UID         TO P303-MSGER-DATO
              MOVE 'TABELLA CHIUSURE SATURA' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-INSE-CHIUSURA.
           EXIT.
      *================================================================*
       LEGG-IPARTMAN.
      *
           IF WS-EOF-IPARTMAN = 1
              GO TO F-LEGG-IPARTMAN
           END-IF
      *
           READ IPARTMAN                  INTO MAN-RECORD
      *
           IF IMAN-EOF
              MOVE 1 TO WS-EOF-IPARTMAN
              GO TO F-LEGG-IPARTMAN
           END-IF
      *
           IF NOT IMAN-NORMAL
              MOVE ST-IPARTMAN              TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IPARTMAN'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-MAN-LETTE
           .
       F-LEGG-IPARTMAN.
           EXIT.
      *================================================================*
      *    Scheda di riparazione manuale: payment uid obbligatorio,    *
      *    operatore obbligatorio (diventa l'origine della chiusura)   *
      *================================================================*
       CARI-MANUALE.
      *
           IF MAN-PAYMENT-UID = SPACES OR LOW-VALUE
           OR MAN-OPERATORE   = SPACES OR LOW-VALUE
              ADD 1                         TO CTR-MAN-SCARTATE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'SCHEDA MANUALE SCARTATA (UID O OPERATORE '
                     'MANCANTE): ' MAN-RECORD(1:72)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-MANUALE-LEGG
           END-IF
      *
           INITIALIZE YPCRPART-REC
           MOVE MAN-PAYMENT-UID             TO PART-PAYMENT-UID
           MOVE MAN-PROGR                   TO PART-PROGR
           MOVE MAN-OPERATORE               TO WS-CHIU-ORIGINE
           PERFORM INSE-CHIUSURA          THRU F-INSE-CHIUSURA
           IF WS-IND-CHIU > ZERO
           AND WK-CH-UID(WS-IND-CHIU) = MAN-PAYMENT-UID
              MOVE 'S'                 TO WK-CH-MANUALE(WS-IND-CHIU)
           END-IF
           .
       CARI-MANUALE-LEGG.
           PERFORM LEGG-IPARTMAN          THRU F-LEGG-IPARTMAN
           .
       F-CARI-MANUALE.
           EXIT.
      *================================================================*
       LEGG-IPARTITE.
      *
           IF WS-EOF-IPARTITE = 1
              GO TO F-LEGG-IPARTITE
           END-IF
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
              MOVE '08'                     TO P303-MSGER-RIF
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
      *    Voce di registro: le partite chiuse in un run precedente    *
      *    escono dal registro, le aperte vengono confrontate con la   *
      *    tabella delle chiusure                                      *
      *================================================================*
       ELAB-REGISTRO.
      *
           IF PART-CHIUSA
              ADD 1                         TO CTR-REGI-ELIMINATE
              GO TO ELAB-REGISTRO-LEGG
           END-IF
      *
           PERFORM CERCA-CHIUSURA         THRU F-CERCA-CHIUSURA
      *
           IF CHIU-TROVATO-SI
              PERFORM CHIUDI-PARTITA      THRU F-CHIUDI-PARTITA
           ELSE
              ADD 1                         TO CTR-PART-APERTE
              ADD PART-IMPORTO              TO CTR-IMPO-APERTE
           END-IF
      *
           PERFORM SCRIVI-REGISTRO        THRU F-SCRIVI-REGISTRO
           .
       ELAB-REGISTRO-LEGG.
           PERFORM LEGG-IPARTITE          THRU F-LEGG-IPARTITE
           .
       F-ELAB-REGISTRO.
           EXIT.
      *================================================================*
      *    Cerca il payment uid della partita fra le chiusure: una     *
      *    voce a progressivo spazi chiude tutte le partite dell'uid   *
      *================================================================*
       CERCA-CHIUSURA.
      *
           SET CHIU-TROVATO-NO              TO TRUE
           PERFORM VARYING WS-IND-CH FROM 1 BY 1
              UNTIL WS-IND-CH > WS-IND-CHIU
              IF  WK-CH-UID(WS-IND-CH) = PART-PAYMENT-UID
              AND (   WK-CH-PROGR(WS-IND-CH) = SPACES
                   OR WK-CH-PROGR(WS-IND-CH) = PART-PROGR)
                 SET CHIU-TROVATO-SI        TO TRUE
                 MOVE 'S'                   TO WK-CH-USATO(WS-IND-CH)
                 MOVE WK-CH-ORIGINE(WS-IND-CH) TO WS-CHIU-ORIGINE
                 IF WK-CH-MANUALE(WS-IND-CH) = 'S'
                    ADD 1                   TO CTR-PART-CHIUSE-MAN
                 END-IF
                 MOVE 20000                 TO WS-IND-CH
              END-IF
           END-PERFORM
           .
       F-CERCA-CHIUSURA.
           EXIT.
      *================================================================*
      *    Chiusura della partita: DCD di chiusura sulla stessa        *
      *    partita e conto dell'apertura, segno opposto, date del      *
      *    giorno; la voce resta sul registro un giro come chiusa      *
      *================================================================*
       CHIUDI-PARTITA.
      *
           MOVE PART-DCD-APER               TO VG0000R
           MOVE WS-DCD-CHIUSURA             TO VG000-FLG-SEL-TIP-OPE
           IF VG000-FLG-SGN = 'D'
              MOVE 'A'                      TO VG000-FLG-SGN
           ELSE
              MOVE 'D'                      TO VG000-FLG-SGN
           END-IF
           MOVE WS-DATA-AAMMGG              TO VG000-DAT-CONTABILE-AUTO
           MOVE WS-DATA-AAAAMMGG            TO VG000-DAT-CHD
           MOVE WS-DATA-AAAAMMGG            TO VG000-DAT-SOL
           MOVE WS-DATA-AAAAMMGG            TO VG000-DAT-CONTABILE-X8
      *
           WRITE ODCDCHIU-REC             FROM VG0000R
      *
           IF NOT ODCD-NORMAL
              MOVE ST-ODCDCHIU              TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'ODCDCHIU'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE DCD CHIUSURA' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-DCD-SCRITTI
           ADD 1                            TO CTR-PART-CHIUSE
           ADD PART-IMPORTO                 TO CTR-IMPO-CHIUSE
      *
           SET PART-CHIUSA                  TO TRUE
           MOVE WS-DATA-AAAAMMGG            TO PART-DATA-CHIU
           MOVE WS-CHIU-ORIGINE             TO PART-ORIGINE-CHIU
      *
           MOVE PART-IMPORTO                TO ETR-IMPO
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'CHIUSA PARTITA UID: ' PART-PAYMENT-UID
                  ' PROGR: ' PART-PROGR
                  ' CONTO: ' PART-COD-CONT
                  ' APERTA IL: ' PART-DATA-APER
                  ' IMPORTO: ' ETR-IMPO
                  ' DA: ' WS-CHIU-ORIGINE
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-CHIUDI-PARTITA.
           EXIT.
      *================================================================*
       RIAPRI-IPARTMOV.
      *
           CLOSE IPARTMOV
           MOVE ZERO                        TO WS-EOF-IPARTMOV
           OPEN INPUT  IPARTMOV
           IF NOT IMOV-NORMAL
              MOVE ST-IPARTMOV              TO P303-FILE-STATUS
              MOVE '10'                     TO P303-MSGER-RIF
              MOVE 'OPENINP'                TO P303-MSGER-TIPO
              MOVE 'IPARTMOV'               TO P303-MSGER-FILE
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-RIAPRI-IPARTMOV.
           EXIT.
      *================================================================*
      *    Secondo passaggio su IPARTMOV: le aperture del giorno       *
      *    entrano nel registro; come per il registro precedente       *
      *    quelle gia' contabilizzate o riparate nel giorno vengono    *
      *    chiuse subito con il loro DCD                               *
      *================================================================*
       ACCODA-APERTURA.
      *
           IF NOT PART-REC-APERTURA
              GO TO ACCODA-APERTURA-LEGG
           END-IF
      *
           SET PART-APERTA                  TO TRUE
           MOVE ZERO                        TO PART-DATA-CHIU
           MOVE SPACES                      TO PART-ORIGINE-CHIU
      *
           PERFORM CERCA-CHIUSURA         THRU F-CERCA-CHIUSURA
      *
           IF CHIU-TROVATO-SI
              PERFORM CHIUDI-PARTITA      THRU F-CHIUDI-PARTITA
           ELSE
              ADD 1                         TO CTR-PART-APERTE
              ADD PART-IMPORTO              TO CTR-IMPO-APERTE
           END-IF
      *
           PERFORM SCRIVI-REGISTRO        THRU F-SCRIVI-REGISTRO
           .
       ACCODA-APERTURA-LEGG.
      *
           PERFORM LEGG-IPARTMOV          THRU F-LEGG-IPARTMOV
           .
       F-ACCODA-APERTURA.
           EXIT.
      *================================================================*
       SCRIVI-REGISTRO.
      *
           WRITE OPARTITE-REC             FROM YPCRPART-REC
      *
           IF NOT OPAR-NORMAL
              MOVE ST-OPARTITE              TO P303-FILE-STATUS
              MOVE '11'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OPARTITE'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE REGISTRO'  TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-REGI-SCRITTE
           .
       F-SCRIVI-REGISTRO.
           EXIT.
      *================================================================*
      *    Schede manuali che non hanno trovato partite aperte         *
      *================================================================*
       SEGNALA-MANUALI.
      *
           PERFORM VARYING WS-IND-CH FROM 1 BY 1
              UNTIL WS-IND-CH > WS-IND-CHIU
              IF  WK-CH-MANUALE(WS-IND-CH) = 'S'
              AND WK-CH-USATO(WS-IND-CH)   = 'N'
                 ADD 1                      TO CTR-MAN-SENZA-PART
                 MOVE SPACES                TO YPCWS001-RIGA
                 STRING 'SCHEDA MANUALE SENZA PARTITE APERTE - UID: '
                        WK-CH-UID(WS-IND-CH)
                        ' PROGR: ' WK-CH-PROGR(WS-IND-CH)
                        ' OPERATORE: ' WK-CH-ORIGINE(WS-IND-CH)
                 DELIMITED BY SIZE        INTO YPCWS001-RIGA
                 END-STRING
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
              END-IF
           END-PERFORM
           .
       F-SEGNALA-MANUALI.
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
           STRING  'VOCI DI REGISTRO RILETTE___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-REGI-ELIMINATE          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PARTITE CHIUSE NEL RUN PRECEDENTE__:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-APER               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'APERTURE DEL GIORNO DA YPOPART_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MOVI-CONT               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'UID CONTABILIZZATI DA YPOPART______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-MOVI-ALTRI > ZERO
              MOVE CTR-MOVI-ALTRI           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'MOVIMENTI YPOPART NON RICONOSCIUTI_:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           MOVE CTR-MAN-LETTE               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI RIPARAZIONE LETTE________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MAN-SCARTATE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI RIPARAZIONE SCARTATE_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-MAN-SENZA-PART          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE SENZA PARTITE DA CHIUDERE___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PART-CHIUSE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PARTITE CHIUSE IN QUESTO RUN_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PART-CHIUSE-MAN         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'DI CUI DA RIPARAZIONE MANUALE______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-CHIUSE             TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO PARTITE CHIUSE_____________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-DCD-SCRITTI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'DCD DI CHIUSURA SCRITTI SU ODCDCHIU:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PART-APERTE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PARTITE ANCORA APERTE A REGISTRO___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-APERTE             TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO PARTITE ANCORA APERTE______:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-REGI-SCRITTE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'VOCI DI REGISTRO RISCRITTE_________:'
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
           CLOSE IPARTMOV
                 OPARTITE
                 ODCDCHIU
                 ST
           IF WS-EOF-IPARTITE = 1
           AND IPAR-NOTFND
              CONTINUE
           ELSE
              CLOSE IPARTITE
           END-IF
           IF WS-EOF-IPARTMAN = 1
           AND IMAN-NOTFND
              CONTINUE
           ELSE
              CLOSE IPARTMAN
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
