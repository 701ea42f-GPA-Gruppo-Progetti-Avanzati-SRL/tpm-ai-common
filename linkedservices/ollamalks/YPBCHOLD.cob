       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCHOLD.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20033                                   *
      *================================================================*
      *                                                                *
      * YPBCHOLD:  RILASCIO DEGLI ACCREDITI TRATTENUTI CON DOPPIA      *
      *            APPROVAZIONE. YPBCEPGP TRATTIENE GLI ACCREDITI      *
      *            ANOMALI (OLTRE LE SOGLIE DELL'ELEMENTO GEP "HLD"),  *
      *            LI INSERISCE SU YPTBPGPF CON SUPPRESS_CODE 'H' E    *
      *            NE SCRIVE L'IMMAGINE SU YPOHOLD. QUESTO PROGRAMMA   *
      *            UNISCE LE NUOVE TRATTENUTE (IHOLDNEW) AL REGISTRO   *
      *            DEL GIORNO PRECEDENTE (IHOLDREG) E APPLICA LE       *
      *            SCHEDE DI APPROVAZIONE (INAPPROV: PAYMENT UID,      *
      *            ESITO 'A' APPROVA / 'R' RESPINGE, OPERATORE).       *
      *                                                                *
      *            LA DECISIONE RICHIEDE DUE OPERATORI DIVERSI CON LO  *
      *            STESSO ESITO, ANCHE IN GIORNI DIVERSI: LA PRIMA     *
      *            SCHEDA RESTA SUL REGISTRO IN ATTESA DELLA CONFERMA, *
      *            UNA SCHEDA DELLO STESSO OPERATORE VIENE SCARTATA,   *
      *            UNA SCHEDA DI ESITO DISCORDE ANNULLA LA PRIMA       *
      *            DECISIONE. A DECISIONE COMPLETA:                    *
      *                                                                *
      *            . APPROVATO: LA RIGA YPTBPGPF PASSA A 'L' E         *
      *              L'IMMAGINE IPAYMENT VA SUL FLUSSO DELTA OPAYMENT  *
      *              (TESTA 697/681 + RECORD DATI + CODA 695, COME IL  *
      *              RICICLO SCARTI YPBCRIS1): AL GIRO SUCCESSIVO      *
      *              YPBCEPGP LO RICONOSCE E LO CONTABILIZZA;          *
      *            . RESPINTO: LA RIGA YPTBPGPF PASSA A 'N' E          *
      *              L'ACCREDITO NON VIENE PAGATO.                     *
      *                                                                *
      *            OGNI DECISIONE E' REGISTRATA SU OAUDIT CON I DUE    *
      *            OPERATORI. GLI ACCREDITI ANCORA IN ATTESA VANNO     *
      *            SUL NUOVO REGISTRO OHOLDREG E SUL PROSPETTO         *
      *            GIORNALIERO STHOLD, CON I GIORNI DI ATTESA.         *
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
           SELECT IHOLDREG               ASSIGN       TO IHOLDREG
                                         FILE STATUS  IS ST-IHOLDREG.

           SELECT IHOLDNEW               ASSIGN       TO IHOLDNEW
                                         FILE STATUS  IS ST-IHOLDNEW.

           SELECT INAPPROV               ASSIGN       TO INAPPROV
                                         FILE STATUS  IS ST-INAPPROV.

           SELECT OHOLDREG               ASSIGN       TO OHOLDREG
                                         FILE STATUS  IS ST-OHOLDREG.

           SELECT OPAYMENT               ASSIGN       TO OPAYMENT
                                         FILE STATUS  IS ST-OPAYMENT.

           SELECT OAUDIT                 ASSIGN       TO OAUDIT
                                         FILE STATUS  IS ST-OAUDIT.

           SELECT STHOLD                 ASSIGN       TO STHOLD
                                         FILE STATUS  IS ST-STHOLD.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IHOLDREG      :  REGISTRO TRATTENUTE APERTE DEL GIORNO         *
      *                  PRECEDENTE (FACOLTATIVO)              (INPUT) *
      *----------------------------------------------------------------*
       FD  IHOLDREG                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IHOLDREG-REC                  PIC X(2200).
      *
      *----------------------------------------------------------------*
      * IHOLDNEW      :  NUOVE TRATTENUTE YPOHOLD DI YPBCEPGP          *
      *                  (FACOLTATIVO)                         (INPUT) *
      *----------------------------------------------------------------*
       FD  IHOLDNEW                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IHOLDNEW-REC                  PIC X(2200).
      *
      *----------------------------------------------------------------*
      * INAPPROV      :  SCHEDE DI APPROVAZIONE DEGLI OPERATORI        *
      *                  (FACOLTATIVO)                         (INPUT) *
      *----------------------------------------------------------------*
       FD  INAPPROV                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  INAPPROV-REC.
           03  CARD-PAYMENT-UID          PIC X(18).
           03  CARD-ESITO                PIC X(01).
               88  CARD-APPROVA          VALUE 'A'.
               88  CARD-RESPINGE         VALUE 'R'.
           03  CARD-OPERATORE            PIC X(08).
           03  FILLER                    PIC X(53).
      *
      *----------------------------------------------------------------*
      * OHOLDREG      :  REGISTRO TRATTENUTE APERTE AGGIORNATO(OUTPUT) *
      *----------------------------------------------------------------*
       FD  OHOLDREG                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OHOLDREG-REC                  PIC X(2200).
      *
      *----------------------------------------------------------------*
      * OPAYMENT      :  FLUSSO IPAYMENT DELTA DEI RILASCIATI (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OPAYMENT                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OPAYMENT-REC                  PIC  X(2000).
      *
      *----------------------------------------------------------------*
      * OAUDIT        :  TRACCIA DELLE DECISIONI SUGLI ACCREDITI       *
      *                  TRATTENUTI (RILASCIO/RIFIUTO)        (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OAUDIT                        LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OAUDIT-REC.
           03  AUDI-PAYEMT-UID           PIC X(18).
           03  AUDI-MERCHANT-ID          PIC X(15).
           03  AUDI-FUNCT-CODE           PIC X(03).
           03  AUDI-IMPORTO              PIC S9(13)V99.
           03  AUDI-DATA-TRATT           PIC 9(08).
           03  AUDI-MOTIVO               PIC X(01).
           03  AUDI-ESITO                PIC X(01).
               88  AUDI-RILASCIATO       VALUE 'L'.
               88  AUDI-RESPINTO         VALUE 'N'.
           03  AUDI-OPER-1               PIC X(08).
           03  AUDI-DATA-1               PIC 9(08).
           03  AUDI-OPER-2               PIC X(08).
           03  AUDI-DATA-ESITO           PIC 9(08).
           03  AUDI-GIORNI-ATTESA        PIC 9(05).
           03  AUDI-PROGRAMMA            PIC X(08).
           03  FILLER                    PIC X(94).
      *
      *----------------------------------------------------------------*
      * STHOLD        :  PROSPETTO ACCREDITI ANCORA TRATTENUTI(OUTPUT) *
      *----------------------------------------------------------------*
       FD  STHOLD                        LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-STHOLD.
           03 STHOLD-ASA                 PIC X(01).
           03 RIGA-STHOLD                PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCHOLD'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IHOLDREG                   PIC  X(02)  VALUE '00'.
           88  IREG-NORMAL               VALUE '00'.
           88  IREG-EOF                  VALUE '10'.
           88  IREG-NOTFND               VALUE '35'.
       01  ST-IHOLDNEW                   PIC  X(02)  VALUE '00'.
           88  INEW-NORMAL               VALUE '00'.
           88  INEW-EOF                  VALUE '10'.
           88  INEW-NOTFND               VALUE '35'.
       01  ST-INAPPROV                   PIC  X(02)  VALUE '00'.
           88  IAPP-NORMAL               VALUE '00'.
           88  IAPP-EOF                  VALUE '10'.
           88  IAPP-NOTFND               VALUE '35'.
       01  ST-OHOLDREG                   PIC  X(02).
           88  OREG-NORMAL               VALUE '00'.
       01  ST-OPAYMENT                   PIC  X(02).
           88  OPAY-NORMAL               VALUE '00'.
       01  ST-OAUDIT                     PIC  X(02).
           88  OAUD-NORMAL               VALUE '00'.
       01  ST-STHOLD                     PIC  X(02).
           88  SHLD-NORMAL               VALUE '00'.
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IHOLDREG              PIC 9(01).
           03  WS-EOF-IHOLDNEW              PIC 9(01).
           03  WS-EOF-INAPPROV              PIC 9(01).
      *
           03  WS-IND-CARTE                 PIC 9(05).
           03  WS-IND-CA                    PIC 9(05).
           03  WS-GIORNI-ATTESA             PIC 9(05).
           03  WS-GS-SERIALE-OGGI           PIC S9(09) COMP.
           03  WS-GS-SERIALE                PIC S9(09) COMP.
           03  WS-GS-ANNO                   PIC S9(09) COMP.
           03  WS-GS-MESE                   PIC S9(09) COMP.
           03  WS-GS-Q1                     PIC S9(09) COMP.
           03  WS-GS-Q2                     PIC S9(09) COMP.
           03  WS-GS-Q3                     PIC S9(09) COMP.
           03  WS-GS-Q4                     PIC S9(09) COMP.
           03  WS-GS-DATA                   PIC 9(08).
           03  WS-GS-DATA-R REDEFINES WS-GS-DATA.
               05  WS-GS-AAAA               PIC 9(04).
               05  WS-GS-MM                 PIC 9(02).
               05  WS-GS-GG                 PIC 9(02).
      *
           03  CTR-LETTI-REGISTRO           PIC 9(09).
           03  CTR-LETTI-NUOVI              PIC 9(09).
           03  CTR-CARTE-LETTE              PIC 9(09).
           03  CTR-CARTE-CARICATE           PIC 9(09).
           03  CTR-CARTE-ERRATE             PIC 9(09).
           03  CTR-CARTE-ECCED              PIC 9(09).
           03  CTR-CARTE-SENZA-TRATT        PIC 9(09).
           03  CTR-CARTE-STESSO-OPER        PIC 9(09).
           03  CTR-CARTE-GIA-DECISE         PIC 9(09).
           03  CTR-PRIME-DECISIONI          PIC 9(09).
           03  CTR-DECISIONI-DISCORDI       PIC 9(09).
           03  CTR-RILASCIATI               PIC 9(09).
           03  CTR-RILASCIATI-IMPO          PIC S9(13)V99 COMP-3.
           03  CTR-RESPINTI                 PIC 9(09).
           03  CTR-RESPINTI-IMPO            PIC S9(13)V99 COMP-3.
           03  CTR-NON-PIU-TRATT            PIC 9(09).
           03  CTR-IN-ATTESA                PIC 9(09).
           03  CTR-IN-ATTESA-IMPO           PIC S9(13)V99 COMP-3.
           03  CTR-SCRITTI-DATI             PIC 9(09).
           03  CTR-SCRITTI-AUDIT            PIC 9(09).
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
           03  WS-DATA-AAAAMMGG-N REDEFINES WS-DATA-AAAAMMGG
                                            PIC 9(08).
           03  WS-DATA-GGMMSSAA             PIC X(10).
           03  WS-ORA-DAY                   PIC X(08).
      *--* Esito della decisione sulla trattenuta corrente:
      *    'L' = rilasciare, 'N' = respingere, spazio = in attesa
           03  WS-DECISIONE                 PIC X(01).
               88  WS-DECISIONE-NESSUNA     VALUE SPACE.
               88  WS-DECISIONE-RILASCIO    VALUE 'L'.
               88  WS-DECISIONE-RIFIUTO     VALUE 'N'.
           03  WS-OPER-2                    PIC X(08).
           03  WS-MSG-CARTA                 PIC X(50).
      *
      *--* Schede di approvazione del giorno: caricate a inizio job
      *    (nell'ordine del file) e consumate dalle trattenute del
      *    registro; a tabella piena le schede in eccesso non vengono
      *    caricate e vanno ripresentate
       01  WK-AREA-CARTE.
           05  WK-CA-ELEM                OCCURS 2000 TIMES.
               07  WK-CA-UID             PIC X(18).
               07  WK-CA-ESITO           PIC X(01).
               07  WK-CA-OPER            PIC X(08).
               07  WK-CA-USATA           PIC X(01).
      *
      *--* Righe del prospetto STHOLD
       01  HLD-RIGA-INTESTA.
           03  FILLER                PIC X(49) VALUE
               'ACCREDITI TRATTENUTI IN ATTESA DI APPROVAZIONE - '.
           03  FILLER                PIC X(04) VALUE 'AL  '.
           03  HLD-INTESTA-DATA      PIC X(10).
       01  HLD-RIGA-COLONNE.
           03  FILLER                PIC X(20) VALUE 'PAYMENT UID'.
           03  FILLER                PIC X(17) VALUE 'MERCHANT ID'.
           03  FILLER                PIC X(05) VALUE 'F.C.'.
           03  FILLER                PIC X(20) VALUE
               '           IMPORTO'.
           03  FILLER                PIC X(12) VALUE 'TRATTENUTO'.
           03  FILLER                PIC X(07) VALUE 'GIORNI'.
           03  FILLER                PIC X(11) VALUE 'MOTIVO'.
           03  FILLER                PIC X(20) VALUE
               '            SOGLIA'.
           03  FILLER                PIC X(20) VALUE
               'PRIMA DECISIONE'.
       01  HLD-RIGA-DETTA.
           03  HLD-DETTA-UID         PIC X(18).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-MID         PIC X(15).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-FUNC        PIC X(03).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-IMPO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-DATA        PIC X(10).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-GIORNI      PIC ZZZZ9.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-MOTIVO      PIC X(09).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-SOGLIA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  HLD-DETTA-DECIS       PIC X(20).
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
       01  HV-PAYMENT-UID                PIC  X(18).
       01  HV-SUPPRESS-CODE              PIC  X(01).
      *
      *  ---- TRACCIATO ACCREDITO TRATTENUTO (REGISTRO/YPOHOLD)
           COPY  YPCRHOLD.
      *
      *  ---- TRACCIATO FILE PGPF INPUT
           COPY  YPCRPGPF.
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
      *
      *--* Schede di approvazione del giorno
           IF WS-EOF-INAPPROV = 0
              PERFORM LEGG-INAPPROV       THRU F-LEGG-INAPPROV
              PERFORM CARI-CARTE          THRU F-CARI-CARTE
                                          UNTIL WS-EOF-INAPPROV = 1
           END-IF
      *
      *--* Testata sintetica del flusso delta (697/681)
           PERFORM SCRIVI-TESTA           THRU F-SCRIVI-TESTA
           PERFORM STAM-TEST-PROSPETTO    THRU F-STAM-TEST-PROSPETTO
      *
      *--* Trattenute ancora aperte dal registro precedente
           IF WS-EOF-IHOLDREG = 0
              PERFORM LEGG-IHOLDREG       THRU F-LEGG-IHOLDREG
              PERFORM ELAB-IHOLDREG       THRU F-ELAB-IHOLDREG
                                          UNTIL WS-EOF-IHOLDREG = 1
           END-IF
      *
      *--* Nuove trattenute del giorno (YPOHOLD di YPBCEPGP)
           IF WS-EOF-IHOLDNEW = 0
              PERFORM LEGG-IHOLDNEW       THRU F-LEGG-IHOLDNEW
              PERFORM ELAB-IHOLDNEW       THRU F-ELAB-IHOLDNEW
                                          UNTIL WS-EOF-IHOLDNEW = 1
           END-IF
      *
      *--* Coda sintetica del flusso delta (695)
           PERFORM SCRIVI-CODA            THRU F-SCRIVI-CODA
      *
      *--* Schede rimaste senza una trattenuta aperta
           PERFORM CTRL-CARTE-RESIDUE     THRU F-CTRL-CARTE-RESIDUE
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
      *
           PERFORM STAM-CODA-PROSPETTO    THRU F-STAM-CODA-PROSPETTO
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = trattenute  *
R20037*    del registro e nuove, scritti = trattenute sul nuovo        *
R20037*    registro, scartati = schede errate; importo = rilasciato    *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     COMPUTE JRNL-REC-LETTI    = CTR-LETTI-REGISTRO
R20037                               + CTR-LETTI-NUOVI
R20037     MOVE CTR-IN-ATTESA                TO JRNL-REC-SCRITTI
R20037     MOVE CTR-CARTE-ERRATE             TO JRNL-REC-SCARTATI
R20037     MOVE CTR-RILASCIATI-IMPO          TO JRNL-IMPO-USCITA
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
           MOVE SPACES                      TO WK-AREA-CARTE
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
           ACCEPT WS-ORA-DAY              FROM TIME
           STRING WS-DATA-AAMMGG(5:2) '-'
                  WS-DATA-AAMMGG(3:2) '-'
                  '20' WS-DATA-AAMMGG(1:2)
           DELIMITED BY SIZE              INTO WS-DATA-GGMMSSAA
           END-STRING
      *
      *--* Numero del giorno corrente per il calcolo dell'attesa
           MOVE WS-DATA-AAAAMMGG-N          TO WS-GS-DATA
           PERFORM CALC-GIORNO-SERIALE    THRU F-CALC-GIORNO-SERIALE
           MOVE WS-GS-SERIALE               TO WS-GS-SERIALE-OGGI
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
                  'RILASCIO ACCREDITI TRATTENUTI '
                  '- PROGRAMMA: YPBCHOLD -'
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
      *--* Gli input possono mancare (primo giorno, nessuna nuova
      *--* trattenuta, nessuna scheda): status 35 = file non
      *--* presente, l'input viene semplicemente saltato
           OPEN INPUT  IHOLDREG
           IF NOT IREG-NORMAL
              IF IREG-NOTFND
                 MOVE 1                  TO WS-EOF-IHOLDREG
              ELSE
                 MOVE ST-IHOLDREG        TO P303-FILE-STATUS
                 MOVE '01'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IHOLDREG'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303   THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN INPUT  IHOLDNEW
           IF NOT INEW-NORMAL
              IF INEW-NOTFND
                 MOVE 1                  TO WS-EOF-IHOLDNEW
              ELSE
                 MOVE ST-IHOLDNEW        TO P303-FILE-STATUS
                 MOVE '02'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IHOLDNEW'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303   THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN INPUT  INAPPROV
           IF NOT IAPP-NORMAL
              IF IAPP-NOTFND
                 MOVE 1                  TO WS-EOF-INAPPROV
              ELSE
                 MOVE ST-INAPPROV        TO P303-FILE-STATUS
                 MOVE '03'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'INAPPROV'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303   THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN OUTPUT OHOLDREG
           IF NOT OREG-NORMAL
              MOVE ST-OHOLDREG           TO P303-FILE-STATUS
              MOVE '04'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OHOLDREG'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OPAYMENT
           IF NOT OPAY-NORMAL
              MOVE ST-OPAYMENT           TO P303-FILE-STATUS
              MOVE '05'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OPAYMENT'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OAUDIT
           IF NOT OAUD-NORMAL
              MOVE ST-OAUDIT             TO P303-FILE-STATUS
              MOVE '06'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OAUDIT'              TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT STHOLD
           IF NOT SHLD-NORMAL
              MOVE ST-STHOLD             TO P303-FILE-STATUS
              MOVE '07'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'STHOLD'              TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-INAPPROV.
      *
           READ INAPPROV
      *
           IF IAPP-EOF
              MOVE 1 TO WS-EOF-INAPPROV
              GO TO F-LEGG-INAPPROV
           END-IF
      *
           IF NOT IAPP-NORMAL
              MOVE ST-INAPPROV              TO P303-FILE-STATUS
              MOVE '08'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'INAPPROV'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-CARTE-LETTE
           .
       F-LEGG-INAPPROV.
           EXIT.
      *================================================================*
      *    Validazione e caricamento della scheda di approvazione      *
      *================================================================*
       CARI-CARTE.
      *
           IF  CARD-PAYMENT-UID NOT = SPACES AND LOW-VALUE
           AND (CARD-APPROVA OR CARD-RESPINGE)
           AND CARD-OPERATORE NOT = SPACES AND LOW-VALUE
              CONTINUE
           ELSE
              ADD 1                         TO CTR-CARTE-ERRATE
              MOVE 4                        TO RETURN-CODE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'SCHEDA DI APPROVAZIONE ERRATA/INCOMPLETA: '
                     INAPPROV-REC(1:27)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-CARTE-LEGG
           END-IF
      *
           IF WS-IND-CARTE NOT < 2000
              ADD 1                         TO CTR-CARTE-ECCED
              MOVE 4                        TO RETURN-CODE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'TABELLA SCHEDE SATURA (MAX 2000) - SCHEDA DA '
                     'RIPRESENTARE: '
                     INAPPROV-REC(1:27)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-CARTE-LEGG
           END-IF
      *
           ADD 1                            TO WS-IND-CARTE
           MOVE CARD-PAYMENT-UID         TO WK-CA-UID(WS-IND-CARTE)
           MOVE CARD-ESITO               TO WK-CA-ESITO(WS-IND-CARTE)
           MOVE CARD-OPERATORE           TO WK-CA-OPER(WS-IND-CARTE)
           MOVE 'N'                      TO WK-CA-USATA(WS-IND-CARTE)
           ADD 1                            TO CTR-CARTE-CARICATE
           .
       CARI-CARTE-LEGG.
           PERFORM LEGG-INAPPROV          THRU F-LEGG-INAPPROV
           .
       F-CARI-CARTE.
           EXIT.
      *================================================================*
      *    Testata sintetica 697/681 del flusso delta                  *
      *================================================================*
       SCRIVI-TESTA.
      *
           MOVE SPACES                      TO YPCRPGPF-WORK
           MOVE '0610'                      TO PGPFH-MSG-TYPE-ID
           MOVE '697'                       TO PGPFH-FUNCT-CODE
           MOVE '681'                       TO PGPFH-ACTION-CODE
           MOVE 1                           TO PGPFH-MSG-NUMBER
           STRING WS-DATA-AAAAMMGG WS-ORA-DAY(1:6)
                  DELIMITED BY SIZE
                  INTO PGPFH-DATE-TIME-CRE
           END-STRING
           MOVE '0610'                      TO PGPF-MSG-TYPE-ID
           MOVE '697'                       TO PGPF-FUNCT-CODE
      *
           PERFORM SCRIVI-OPAYMENT        THRU F-SCRIVI-OPAYMENT
           .
       F-SCRIVI-TESTA.
           EXIT.
      *================================================================*
      *    Coda sintetica 695 del flusso delta                         *
      *================================================================*
       SCRIVI-CODA.
      *
           MOVE SPACES                      TO YPCRPGPF-WORK
           MOVE '0610'                      TO PGPFH-MSG-TYPE-ID
           MOVE '695'                       TO PGPFH-FUNCT-CODE
           MOVE SPACES                      TO PGPFH-ACTION-CODE
           COMPUTE PGPFH-MSG-NUMBER = CTR-SCRITTI-DATI + 2
           STRING WS-DATA-AAAAMMGG WS-ORA-DAY(1:6)
                  DELIMITED BY SIZE
                  INTO PGPFH-DATE-TIME-CRE
           END-STRING
           MOVE '0610'                      TO PGPF-MSG-TYPE-ID
           MOVE '695'                       TO PGPF-FUNCT-CODE
      *
           PERFORM SCRIVI-OPAYMENT        THRU F-SCRIVI-OPAYMENT
           .
       F-SCRIVI-CODA.
           EXIT.
      *================================================================*
       LEGG-IHOLDREG.
      *
           READ IHOLDREG                  INTO YPCRHOLD-REC
      *
           IF IREG-EOF
              MOVE 1 TO WS-EOF-IHOLDREG
              GO TO F-LEGG-IHOLDREG
           END-IF
      *
           IF NOT IREG-NORMAL
              MOVE ST-IHOLDREG              TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IHOLDREG'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-LETTI-REGISTRO
           .
       F-LEGG-IHOLDREG.
           EXIT.
      *================================================================*
       ELAB-IHOLDREG.
      *
           PERFORM TRATTA-TRATTENUTA      THRU F-TRATTA-TRATTENUTA
           PERFORM LEGG-IHOLDREG          THRU F-LEGG-IHOLDREG
           .
       F-ELAB-IHOLDREG.
           EXIT.
      *================================================================*
       LEGG-IHOLDNEW.
      *
           READ IHOLDNEW                  INTO YPCRHOLD-REC
      *
           IF INEW-EOF
              MOVE 1 TO WS-EOF-IHOLDNEW
              GO TO F-LEGG-IHOLDNEW
           END-IF
      *
           IF NOT INEW-NORMAL
              MOVE ST-IHOLDNEW              TO P303-FILE-STATUS
              MOVE '10'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IHOLDNEW'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-LETTI-NUOVI
           .
       F-LEGG-IHOLDNEW.
           EXIT.
      *================================================================*
       ELAB-IHOLDNEW.
      *
           PERFORM TRATTA-TRATTENUTA      THRU F-TRATTA-TRATTENUTA
           PERFORM LEGG-IHOLDNEW          THRU F-LEGG-IHOLDNEW
           .
       F-ELAB-IHOLDNEW.
           EXIT.
      *================================================================*
      *    Applica le schede del giorno alla trattenuta e ne esegue    *
      *    la decisione, altrimenti la riporta sul nuovo registro      *
      *================================================================*
       TRATTA-TRATTENUTA.
      *
           MOVE SPACES                      TO WS-DECISIONE
                                               WS-OPER-2
      *
           PERFORM VARYING WS-IND-CA FROM 1 BY 1
              UNTIL WS-IND-CA > WS-IND-CARTE
              IF  WK-CA-UID(WS-IND-CA) = HOLD-PAYEMT-UID
              AND WK-CA-USATA(WS-IND-CA) = 'N'
                 PERFORM APPLICA-CARTA    THRU F-APPLICA-CARTA
              END-IF
           END-PERFORM
      *
      *--* Giorni di attesa dalla data di trattenuta
           MOVE HOLD-DATA-TRATT             TO WS-GS-DATA
           PERFORM CALC-GIORNO-SERIALE    THRU F-CALC-GIORNO-SERIALE
           IF WS-GS-SERIALE-OGGI > WS-GS-SERIALE
              COMPUTE WS-GIORNI-ATTESA =
                      WS-GS-SERIALE-OGGI - WS-GS-SERIALE
           ELSE
              MOVE ZERO                     TO WS-GIORNI-ATTESA
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-DECISIONE-RILASCIO
                 PERFORM RILASCIA-TRATTENUTA
                    THRU F-RILASCIA-TRATTENUTA
              WHEN WS-DECISIONE-RIFIUTO
                 PERFORM RESPINGI-TRATTENUTA
                    THRU F-RESPINGI-TRATTENUTA
              WHEN OTHER
                 PERFORM SCRIVI-OHOLDREG  THRU F-SCRIVI-OHOLDREG
                 PERFORM STAM-RIGA-PROSPETTO
                    THRU F-STAM-RIGA-PROSPETTO
           END-EVALUATE
           .
       F-TRATTA-TRATTENUTA.
           EXIT.
      *================================================================*
      *    Doppia approvazione: la prima scheda resta sul registro,    *
      *    la seconda deve essere di un altro operatore e con lo       *
      *    stesso esito; un esito discorde annulla la prima decisione  *
      *================================================================*
       APPLICA-CARTA.
      *
           MOVE 'S'                         TO WK-CA-USATA(WS-IND-CA)
      *
           IF NOT WS-DECISIONE-NESSUNA
              ADD 1                         TO CTR-CARTE-GIA-DECISE
              MOVE 'TRATTENUTA GIA'' DECISA, SCHEDA IGNORATA'
                                            TO WS-MSG-CARTA
              PERFORM STAM-CARTA-SCARTATA THRU F-STAM-CARTA-SCARTATA
              GO TO F-APPLICA-CARTA
           END-IF
      *
           IF HOLD-ESITO-1-NESSUNO
              MOVE WK-CA-ESITO(WS-IND-CA)   TO HOLD-ESITO-1
              MOVE WK-CA-OPER(WS-IND-CA)    TO HOLD-OPER-1
              MOVE WS-DATA-AAAAMMGG-N       TO HOLD-DATA-1
              ADD 1                         TO CTR-PRIME-DECISIONI
              GO TO F-APPLICA-CARTA
           END-IF
      *
           IF WK-CA-OPER(WS-IND-CA) = HOLD-OPER-1
              ADD 1                         TO CTR-CARTE-STESSO-OPER
              MOVE 4                        TO RETURN-CODE
              MOVE 'STESSO OPERATORE DELLA PRIMA DECISIONE'
                                            TO WS-MSG-CARTA
              PERFORM STAM-CARTA-SCARTATA THRU F-STAM-CARTA-SCARTATA
              GO TO F-APPLICA-CARTA
           END-IF
      *
           IF WK-CA-ESITO(WS-IND-CA) NOT = HOLD-ESITO-1
              ADD 1                         TO CTR-DECISIONI-DISCORDI
              MOVE 4                        TO RETURN-CODE
              MOVE 'ESITO DISCORDE, PRIMA DECISIONE ANNULLATA'
                                            TO WS-MSG-CARTA
              PERFORM STAM-CARTA-SCARTATA THRU F-STAM-CARTA-SCARTATA
              MOVE SPACES                   TO HOLD-ESITO-1
                                               HOLD-OPER-1
              MOVE ZERO                     TO HOLD-DATA-1
              GO TO F-APPLICA-CARTA
           END-IF
      *
           MOVE WK-CA-OPER(WS-IND-CA)       TO WS-OPER-2
           IF HOLD-ESITO-1-APPROVA
              SET WS-DECISIONE-RILASCIO     TO TRUE
           ELSE
              SET WS-DECISIONE-RIFIUTO      TO TRUE
           END-IF
           .
       F-APPLICA-CARTA.
           EXIT.
      *================================================================*
       STAM-CARTA-SCARTATA.
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'SCHEDA SCARTATA - UID: '
                  WK-CA-UID(WS-IND-CA)
                  ' ESITO: '
                  WK-CA-ESITO(WS-IND-CA)
                  ' OPER: '
                  WK-CA-OPER(WS-IND-CA)
                  ' -- '
                  WS-MSG-CARTA
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-STAM-CARTA-SCARTATA.
           EXIT.
      *================================================================*
      *    Rilascio: riga YPTBPGPF da 'H' a 'L' e immagine IPAYMENT    *
      *    sul flusso delta per il giro successivo di YPBCEPGP         *
      *================================================================*
       RILASCIA-TRATTENUTA.
      *
           MOVE HOLD-PAYEMT-UID             TO HV-PAYMENT-UID
           MOVE 'L'                         TO HV-SUPPRESS-CODE
           PERFORM MARCA-RIGA-PGPF        THRU F-MARCA-RIGA-PGPF
           IF SQLCODE = +100
              GO TO F-RILASCIA-TRATTENUTA
           END-IF
      *
           MOVE HOLD-IMMAGINE               TO YPCRPGPF-WORK
      *--* Riallinea l'envelope del messaggio al flusso delta
           MOVE '0610'                      TO PGPFH-MSG-TYPE-ID
           MOVE PGPF-FUNCT-CODE             TO PGPFH-FUNCT-CODE
           MOVE SPACES                      TO PGPFH-ACTION-CODE
           COMPUTE PGPFH-MSG-NUMBER = CTR-SCRITTI-DATI + 2
           STRING WS-DATA-AAAAMMGG WS-ORA-DAY(1:6)
                  DELIMITED BY SIZE
                  INTO PGPFH-DATE-TIME-CRE
           END-STRING
      *
           PERFORM SCRIVI-OPAYMENT        THRU F-SCRIVI-OPAYMENT
           ADD 1                            TO CTR-SCRITTI-DATI
      *
           ADD 1                            TO CTR-RILASCIATI
           ADD HOLD-IMPORTO                 TO CTR-RILASCIATI-IMPO
           PERFORM SCRIVI-OAUDIT          THRU F-SCRIVI-OAUDIT
           .
       F-RILASCIA-TRATTENUTA.
           EXIT.
      *================================================================*
      *    Rifiuto: riga YPTBPGPF da 'H' a 'N', l'accredito non viene  *
      *    pagato                                                      *
      *================================================================*
       RESPINGI-TRATTENUTA.
      *
           MOVE HOLD-PAYEMT-UID             TO HV-PAYMENT-UID
           MOVE 'N'                         TO HV-SUPPRESS-CODE
           PERFORM MARCA-RIGA-PGPF        THRU F-MARCA-RIGA-PGPF
           IF SQLCODE = +100
              GO TO F-RESPINGI-TRATTENUTA
           END-IF
      *
           ADD 1                            TO CTR-RESPINTI
           ADD HOLD-IMPORTO                 TO CTR-RESPINTI-IMPO
           PERFORM SCRIVI-OAUDIT          THRU F-SCRIVI-OAUDIT
           .
       F-RESPINGI-TRATTENUTA.
           EXIT.
      *================================================================*
      *    Marca la riga trattenuta con l'esito della decisione; se    *
      *    la riga non e' piu' in stato 'H' la trattenuta esce dal     *
      *    registro senza ulteriori azioni                             *
      *================================================================*
       MARCA-RIGA-PGPF.
      *
           EXEC SQL
                UPDATE YPTBPGPF
                   SET SUPPRESS_CODE  = :HV-SUPPRESS-CODE
                 WHERE PAYMENT_UID    = :HV-PAYMENT-UID
                   AND SUPPRESS_CODE  = 'H'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 ADD 1                      TO CTR-NON-PIU-TRATT
                 MOVE 4                     TO RETURN-CODE
                 MOVE SPACES                TO YPCWS001-RIGA
                 STRING 'RIGA YPTBPGPF NON PIU'' TRATTENUTA - UID: '
                        HOLD-PAYEMT-UID
                        ' - DECISIONE NON APPLICATA'
                 DELIMITED BY SIZE        INTO YPCWS001-RIGA
                 END-STRING
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
              WHEN OTHER
                 PERFORM ERRO-SQL          THRU F-ERRO-SQL
           END-EVALUATE
           .
       F-MARCA-RIGA-PGPF.
           EXIT.
      *================================================================*
       SCRIVI-OAUDIT.
      *
           MOVE SPACES                      TO OAUDIT-REC
           MOVE HOLD-PAYEMT-UID             TO AUDI-PAYEMT-UID
           MOVE HOLD-MERCHANT-ID            TO AUDI-MERCHANT-ID
           MOVE HOLD-FUNCT-CODE             TO AUDI-FUNCT-CODE
           MOVE HOLD-IMPORTO                TO AUDI-IMPORTO
           MOVE HOLD-DATA-TRATT             TO AUDI-DATA-TRATT
           MOVE HOLD-MOTIVO                 TO AUDI-MOTIVO
           MOVE WS-DECISIONE                TO AUDI-ESITO
           MOVE HOLD-OPER-1                 TO AUDI-OPER-1
           MOVE HOLD-DATA-1                 TO AUDI-DATA-1
           MOVE WS-OPER-2                   TO AUDI-OPER-2
           MOVE WS-DATA-AAAAMMGG-N          TO AUDI-DATA-ESITO
           MOVE WS-GIORNI-ATTESA            TO AUDI-GIORNI-ATTESA
           MOVE PROGRAMMA                   TO AUDI-PROGRAMMA
      *
           WRITE OAUDIT-REC
      *
           IF NOT OAUD-NORMAL
              MOVE ST-OAUDIT                TO P303-FILE-STATUS
              MOVE '11'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OAUDIT'                 TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OAUDIT' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-SCRITTI-AUDIT
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           IF WS-DECISIONE-RILASCIO
              STRING 'RILASCIATO - UID: ' HOLD-PAYEMT-UID
                     ' MID: '   HOLD-MERCHANT-ID
                     ' OPER: '  HOLD-OPER-1 ' / ' WS-OPER-2
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
           ELSE
              STRING 'RESPINTO   - UID: ' HOLD-PAYEMT-UID
                     ' MID: '   HOLD-MERCHANT-ID
                     ' OPER: '  HOLD-OPER-1 ' / ' WS-OPER-2
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
           END-IF
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-SCRIVI-OAUDIT.
           EXIT.
      *================================================================*
       SCRIVI-OHOLDREG.
      *
           WRITE OHOLDREG-REC             FROM YPCRHOLD-REC
      *
           IF NOT OREG-NORMAL
              MOVE ST-OHOLDREG              TO P303-FILE-STATUS
              MOVE '12'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OHOLDREG'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE REGISTRO TRATTENUTE'
                                            TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-IN-ATTESA
           ADD HOLD-IMPORTO                 TO CTR-IN-ATTESA-IMPO
           .
       F-SCRIVI-OHOLDREG.
           EXIT.
      *================================================================*
       SCRIVI-OPAYMENT.
      *
           WRITE OPAYMENT-REC             FROM YPCRPGPF-WORK
      *
           IF NOT OPAY-NORMAL
              MOVE ST-OPAYMENT              TO P303-FILE-STATUS
              MOVE '13'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OPAYMENT'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FLUSSO DELTA' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-SCRIVI-OPAYMENT.
           EXIT.
      *================================================================*
      *    Schede non consumate: payment uid senza trattenuta aperta   *
      *================================================================*
       CTRL-CARTE-RESIDUE.
      *
           PERFORM VARYING WS-IND-CA FROM 1 BY 1
              UNTIL WS-IND-CA > WS-IND-CARTE
              IF WK-CA-USATA(WS-IND-CA) = 'N'
                 ADD 1                      TO CTR-CARTE-SENZA-TRATT
                 MOVE 4                     TO RETURN-CODE
                 MOVE 'NESSUNA TRATTENUTA APERTA PER IL PAYMENT UID'
                                            TO WS-MSG-CARTA
                 PERFORM STAM-CARTA-SCARTATA
                    THRU F-STAM-CARTA-SCARTATA
              END-IF
           END-PERFORM
           .
       F-CTRL-CARTE-RESIDUE.
           EXIT.
      *================================================================*
      *    Numero progressivo del giorno (dal calendario gregoriano)   *
      *    per la differenza in giorni fra due date AAAAMMGG:          *
      *    gennaio e febbraio contano come mesi 13 e 14 dell'anno      *
      *    precedente, come nel calcolo del giorno della settimana     *
      *================================================================*
       CALC-GIORNO-SERIALE.
      *
           MOVE ZERO                        TO WS-GS-SERIALE
           IF WS-GS-DATA NOT NUMERIC
           OR WS-GS-DATA = ZERO
              GO TO F-CALC-GIORNO-SERIALE
           END-IF
      *
           IF WS-GS-MM < 3
              COMPUTE WS-GS-MESE = WS-GS-MM + 12
              COMPUTE WS-GS-ANNO = WS-GS-AAAA - 1
           ELSE
              MOVE WS-GS-MM                 TO WS-GS-MESE
              MOVE WS-GS-AAAA               TO WS-GS-ANNO
           END-IF
      *
           COMPUTE WS-GS-Q1 = ( 306 * ( WS-GS-MESE + 1 ) ) / 10
           COMPUTE WS-GS-Q2 = WS-GS-ANNO / 4
           COMPUTE WS-GS-Q3 = WS-GS-ANNO / 100
           COMPUTE WS-GS-Q4 = WS-GS-ANNO / 400
           COMPUTE WS-GS-SERIALE = ( 365 * WS-GS-ANNO )
                                 + WS-GS-Q2
                                 - WS-GS-Q3
                                 + WS-GS-Q4
                                 + WS-GS-Q1
                                 + WS-GS-GG
           .
       F-CALC-GIORNO-SERIALE.
           EXIT.
      *================================================================*
      *    Prospetto STHOLD degli accrediti ancora trattenuti          *
      *================================================================*
       STAM-TEST-PROSPETTO.
      *
           MOVE WS-DATA-GGMMSSAA            TO HLD-INTESTA-DATA
           MOVE '1'                         TO STHOLD-ASA
           MOVE HLD-RIGA-INTESTA            TO RIGA-STHOLD
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           MOVE HLD-RIGA-COLONNE            TO RIGA-STHOLD
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           .
       F-STAM-TEST-PROSPETTO.
           EXIT.
      *================================================================*
       STAM-RIGA-PROSPETTO.
      *
           MOVE HOLD-PAYEMT-UID             TO HLD-DETTA-UID
           MOVE HOLD-MERCHANT-ID            TO HLD-DETTA-MID
           MOVE HOLD-FUNCT-CODE             TO HLD-DETTA-FUNC
           MOVE HOLD-IMPORTO                TO HLD-DETTA-IMPO
           MOVE SPACES                      TO HLD-DETTA-DATA
           STRING HOLD-DATA-TRATT(7:2) '-'
                  HOLD-DATA-TRATT(5:2) '-'
                  HOLD-DATA-TRATT(1:4)
           DELIMITED BY SIZE              INTO HLD-DETTA-DATA
           END-STRING
           MOVE WS-GIORNI-ATTESA            TO HLD-DETTA-GIORNI
           EVALUATE TRUE
              WHEN HOLD-MOTIVO-MASSIMALE
                 MOVE 'MASSIMALE'           TO HLD-DETTA-MOTIVO
              WHEN HOLD-MOTIVO-MEDIA
                 MOVE 'MEDIA'               TO HLD-DETTA-MOTIVO
              WHEN OTHER
                 MOVE HOLD-MOTIVO           TO HLD-DETTA-MOTIVO
           END-EVALUATE
           MOVE HOLD-SOGLIA                 TO HLD-DETTA-SOGLIA
           MOVE SPACES                      TO HLD-DETTA-DECIS
           EVALUATE TRUE
              WHEN HOLD-ESITO-1-APPROVA
                 STRING 'APPROVA ' HOLD-OPER-1
                 DELIMITED BY SIZE        INTO HLD-DETTA-DECIS
                 END-STRING
              WHEN HOLD-ESITO-1-RESPINGE
                 STRING 'RESPINGE ' HOLD-OPER-1
                 DELIMITED BY SIZE        INTO HLD-DETTA-DECIS
                 END-STRING
              WHEN OTHER
                 MOVE 'NESSUNA'             TO HLD-DETTA-DECIS
           END-EVALUATE
      *
           MOVE HLD-RIGA-DETTA              TO RIGA-STHOLD
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           .
       F-STAM-RIGA-PROSPETTO.
           EXIT.
      *================================================================*
       STAM-CODA-PROSPETTO.
      *
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           MOVE CTR-IN-ATTESA               TO ETR-CONTA
           STRING 'ACCREDITI ANCORA TRATTENUTI________:'
                  ETR-CONTA
           DELIMITED BY SIZE              INTO RIGA-STHOLD
           END-STRING
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           MOVE CTR-IN-ATTESA-IMPO          TO ETR-IMPO
           STRING 'IMPORTO ACCREDITI TRATTENUTI_______:'
                  ETR-IMPO
           DELIMITED BY SIZE              INTO RIGA-STHOLD
           END-STRING
           PERFORM SCRIVI-STHOLD          THRU F-SCRIVI-STHOLD
           .
       F-STAM-CODA-PROSPETTO.
           EXIT.
      *================================================================*
       SCRIVI-STHOLD.
      *
           WRITE REC-STHOLD
      *
           IF NOT SHLD-NORMAL
              MOVE ST-STHOLD                TO P303-FILE-STATUS
              MOVE '14'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'STHOLD'                 TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE STHOLD' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO STHOLD-ASA
           MOVE SPACES                      TO RIGA-STHOLD
           .
       F-SCRIVI-STHOLD.
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
           EXEC SQL ROLLBACK END-EXEC
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
           MOVE CTR-LETTI-REGISTRO          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'TRATTENUTE DA REGISTRO PRECEDENTE__:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-LETTI-NUOVI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'NUOVE TRATTENUTE DEL GIORNO________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-LETTE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI APPROVAZIONE LETTE_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-ERRATE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE ERRATE/INCOMPLETE___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-SENZA-TRATT       TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE SENZA TRATTENUTA APERTA_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-STESSO-OPER       TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DELLO STESSO OPERATORE______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-GIA-DECISE        TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE SU TRATTENUTE GIA DECISE____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PRIME-DECISIONI         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PRIME DECISIONI IN ATTESA CONFERMA_:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-DECISIONI-DISCORDI      TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'DECISIONI DISCORDI ANNULLATE_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-RILASCIATI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ACCREDITI RILASCIATI_______________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-RILASCIATI-IMPO         TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO ACCREDITI RILASCIATI_______:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-RESPINTI                TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ACCREDITI RESPINTI_________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-RESPINTI-IMPO           TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO ACCREDITI RESPINTI_________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-NON-PIU-TRATT           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RIGHE PGPF NON PIU IN TRATTENUTA___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IN-ATTESA               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'TRATTENUTE SUL NUOVO REGISTRO______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SCRITTI-DATI            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORDS DATI FLUSSO DELTA SCRITTI__:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SCRITTI-AUDIT           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORDS OAUDIT SCRITTI_____________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-CARTE-ECCED > ZERO
              MOVE CTR-CARTE-ECCED          TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA SCHEDE SATURA (MAX 2000) - '
                      'SCHEDE NON CARICATE: '
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           MOVE    SPACES     TO        YPCWS001-RIGA
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           MOVE    'ELABORAZIONE CHIUSA CORRETTAMENTE'
                                            TO YPCWS001-RIGA
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           .
       F-STAM-RIGH-TOTA.
           EXIT.
      *================================================================
      * CHIUSURA ARCHIVI
      *================================================================
       CLOSE-FILE.
      *
           IF WS-EOF-IHOLDREG = 1
           AND IREG-NOTFND
              CONTINUE
           ELSE
              CLOSE IHOLDREG
           END-IF
           IF WS-EOF-IHOLDNEW = 1
           AND INEW-NOTFND
              CONTINUE
           ELSE
              CLOSE IHOLDNEW
           END-IF
           IF WS-EOF-INAPPROV = 1
           AND IAPP-NOTFND
              CONTINUE
           ELSE
              CLOSE INAPPROV
           END-IF
           CLOSE OHOLDREG
                 OPAYMENT
                 OAUDIT
                 STHOLD
                 ST
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
