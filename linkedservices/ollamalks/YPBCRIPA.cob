       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCRIPA.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20040                                   *
      *================================================================*
      *                                                                *
      * YPBCRIPA:  RIPARTIZIONE MENSILE DEGLI INCASSI PAGOPA MONOENTE  *
      *            TRA POSTE ED ENTE CREDITORE.                        *
      *                                                                *
      *            . FONTE: LE GAMBE ASI (QUOTA POSTE) E ASA (QUOTA    *
      *              ENTE) SCRITTE DA YPBCEPGP SU BILLCCB IN           *
      *              IMPOSTA-BILLCCB-2, GENERAZIONI DEL MESE IN        *
      *              CONCATENAZIONE SU IBILLCCB; LE GAMBE PORTANO      *
      *              DATA CONTABILE, LORDO PGPF E PERCENTUALE POSTE    *
      *              (ELEMENTO GEP FPR) APPLICATA;                     *
      *            . AGGREGA PER ENTE CREDITORE (CONTRATTO CCB         *
      *              YPCWFAMI-O-CONT-BILLI-CCB) E PER GIORNO DEL MESE; *
      *            . OESTRATT: RENDICONTO PER ENTE, UNA PAGINA PER     *
      *              ENTE CON IL DETTAGLIO GIORNALIERO, LA PERCENTUALE *
      *              APPLICATA (SEGNALATA SE VARIATA NEL MESE), QUOTA  *
      *              POSTE, QUOTA ENTE E POSIZIONE NETTA;              *
      *            . OLIQUID: FLUSSO DI LIQUIDAZIONE, UN RECORD PER    *
      *              ENTE: QUOTA ENTE POSITIVA = DA PAGARE ALL'ENTE,   *
      *              NEGATIVA (STORNI SUPERIORI AGLI INCASSI) = DA     *
      *              FATTURARE ALL'ENTE;                               *
      *            . OQUADRAT: PAGINA DI CONTROLLO ASI + ASA = LORDO   *
      *              PGPF PER OGNI ENTE; RICONCILIAZIONE DEL LORDO     *
      *              DELLE GAMBE CON IL LORDO MONOENTE CONTATO DA      *
      *              YPBCEPGP SUI CONTATORI DI RUN (YPOCNTR DEL MESE   *
      *              IN CONCATENAZIONE SU ICNTR, CAMPO                 *
      *              CNTR-IMPO-MONOENTE); ELENCO DEI GIORNI LAVORATIVI *
      *              (LUNEDI'-VENERDI') DEL MESE SENZA GAMBE LETTE.    *
      *              SE UN ENTE NON QUADRA, SE IL LORDO NON RICONCILIA *
      *              CON YPOCNTR O SE ICNTR E' ASSENTE RETURN CODE 4.  *
      *              LA SATURAZIONE DELLA TABELLA ENTI (1000)          *
      *              INTERROMPE IL RUN (RETURN CODE 12) PRIMA DI       *
      *              SCRIVERE LA LIQUIDAZIONE.                         *
      *                                                                *
      *            PARM (FACOLTATIVO): MESE DI RIFERIMENTO AAAAMM      *
      *            (DEFAULT MESE SOLARE PRECEDENTE LA DATA DEL GIORNO) *
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
           SELECT IBILLCCB               ASSIGN       TO IBILLCCB
                                         FILE STATUS  IS ST-IBILLCCB.

           SELECT ICNTR                  ASSIGN       TO ICNTR
                                         FILE STATUS  IS ST-ICNTR.

           SELECT OLIQUID                ASSIGN       TO OLIQUID
                                         FILE STATUS  IS ST-OLIQUID.

           SELECT OESTRATT               ASSIGN       TO OESTRATT
                                         FILE STATUS  IS ST-OESTRATT.

           SELECT OQUADRAT               ASSIGN       TO OQUADRAT
                                         FILE STATUS  IS ST-OQUADRAT.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IBILLCCB      :  FLUSSO BILL CCB DEL MESE              (INPUT) *
      *                  (GENERAZIONI IN CONCATENAZIONE)               *
      *----------------------------------------------------------------*
       FD  IBILLCCB                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IBILLCCB-REC                  PIC X(300).
      *
      *----------------------------------------------------------------*
      * ICNTR         :  CONTATORI DI RUN YPBCEPGP DEL MESE    (INPUT) *
      *                  (GENERAZIONI YPOCNTR IN CONCATENAZIONE)       *
      *----------------------------------------------------------------*
       FD  ICNTR                         LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ICNTR-REC                     PIC X(300).
      *
      *----------------------------------------------------------------*
      * OLIQUID       :  FLUSSO DI LIQUIDAZIONE PER ENTE      (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OLIQUID                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  OLIQUID-REC                   PIC X(150).
      *
      *----------------------------------------------------------------*
      * OESTRATT      :  RENDICONTO MENSILE PER ENTE          (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OESTRATT                      LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OESTRATT.
           03 OESTRATT-ASA               PIC X(01).
           03 RIGA-OESTRATT              PIC X(132).
      *
      *----------------------------------------------------------------*
      * OQUADRAT      :  CONTROLLO ASI + ASA = LORDO PGPF     (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OQUADRAT                      LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OQUADRAT.
           03 OQUADRAT-ASA               PIC X(01).
           03 RIGA-OQUADRAT              PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCRIPA'.
       01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IBILLCCB                   PIC  X(02).
           88  IBIL-NORMAL               VALUE '00'.
           88  IBIL-EOF                  VALUE '10'.
       01  ST-ICNTR                      PIC  X(02).
           88  ICNT-NORMAL               VALUE '00'.
           88  ICNT-EOF                  VALUE '10'.
           88  ICNT-NOTFND               VALUE '35'.
       01  ST-OLIQUID                    PIC  X(02).
           88  OLIQ-NORMAL               VALUE '00'.
       01  ST-OESTRATT                   PIC  X(02).
           88  OEST-NORMAL               VALUE '00'.
       01  ST-OQUADRAT                   PIC  X(02).
           88  OQUA-NORMAL               VALUE '00'.
      *
      *--* Mese di riferimento
       01  WS-MESE-RIF                   PIC 9(06).
       01  WS-MESE-RIF-R                 REDEFINES WS-MESE-RIF.
           05  WS-MESE-RIF-ANNO          PIC 9(04).
           05  WS-MESE-RIF-MESE          PIC 9(02).
       01  WS-OGGI.
           05  WS-OGGI-ANNO              PIC 9(04).
           05  WS-OGGI-MESE              PIC 9(02).
           05  WS-OGGI-GIORNO            PIC 9(02).
       01  WS-OGGI-R                     REDEFINES WS-OGGI
                                         PIC X(08).
      *
      *--* Gamba BILLCCB corrente
       01  WS-LEG-DATA.
           05  WS-LEG-MESE               PIC 9(06).
           05  WS-LEG-GIORNO             PIC 9(02).
       01  WS-LEG-DATA-R                 REDEFINES WS-LEG-DATA
                                         PIC 9(08).
       01  WS-LEG-IMPORTO                PIC S9(13)V99 COMP-3.
       01  WS-LEG-LORDO                  PIC S9(13)V99 COMP-3.
      *
       01  WS-QUADRATURA                 PIC X(01) VALUE 'S'.
           88  QUADRATURA-SI             VALUE 'S'.
           88  QUADRATURA-NO             VALUE 'N'.
      *
      *--* Esito della riconciliazione con i contatori YPOCNTR
       01  WS-RICO-CNTR                  PIC X(01) VALUE 'S'.
           88  RICO-CNTR-SI              VALUE 'S'.
           88  RICO-CNTR-NO              VALUE 'N'.
           88  RICO-CNTR-ASSENTE         VALUE 'A'.
      *
      *--* Giorni del mese con almeno una gamba ASI/ASA letta
       01  WS-TAB-GIORNI.
           05  WS-GG-GAMBE               PIC X(01) OCCURS 31 TIMES.
               88  GG-GAMBE-SI           VALUE 'S'.
       01  WS-GG-MESE                    PIC 9(02).
       01  WS-GG-RESTO                   PIC 9(03).
       01  WS-GG-QUOZ                    PIC 9(04).
      *--* Giorno della settimana (congruenza di Zeller: 0 = sabato,
      *    1 = domenica)
       01  WS-ZEL-MESE                   PIC 9(02).
       01  WS-ZEL-ANNO                   PIC 9(04).
       01  WS-ZEL-SEC                    PIC 9(02).
       01  WS-ZEL-AA                     PIC 9(02).
       01  WS-ZEL-T1                     PIC 9(03).
       01  WS-ZEL-T2                     PIC 9(02).
       01  WS-ZEL-T3                     PIC 9(02).
       01  WS-ZEL-SOMMA                  PIC 9(04).
       01  WS-ZEL-QUOZ                   PIC 9(04).
       01  WS-ZEL-GIORNO-SETT            PIC 9(01).
           88  ZEL-FINE-SETTIMANA        VALUE 0 1.
      *
      *--* Enti creditori del mese con dettaglio giornaliero
       01  WS-IND-ENTI                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-ENTI.
           05  WK-EN-ELEM                OCCURS 1000 TIMES.
               07  WK-EN-CONTRATTO           PIC X(20).
               07  WK-EN-NUM-ASI             PIC 9(09).
               07  WK-EN-NUM-ASA             PIC 9(09).
               07  WK-EN-LORDO               PIC S9(13)V99 COMP-3.
               07  WK-EN-LORDO-ASA           PIC S9(13)V99 COMP-3.
               07  WK-EN-ASI                 PIC S9(13)V99 COMP-3.
               07  WK-EN-ASA                 PIC S9(13)V99 COMP-3.
               07  WK-EN-PERC-MIN            PIC 9(04)V9(02).
               07  WK-EN-PERC-MAX            PIC 9(04)V9(02).
               07  WK-EN-PERC-ULTIMA         PIC 9(04)V9(02).
               07  WK-EN-DATA-ULTIMA         PIC 9(08).
               07  WK-EN-GIORNO              OCCURS 31 TIMES.
                   09  WK-GI-NUM-OPER            PIC S9(07) COMP-3.
                   09  WK-GI-LORDO               PIC S9(13)V99 COMP-3.
                   09  WK-GI-ASI                 PIC S9(13)V99 COMP-3.
                   09  WK-GI-ASA                 PIC S9(13)V99 COMP-3.
                   09  WK-GI-PERC-MIN            PIC 9(04)V9(02).
                   09  WK-GI-PERC-MAX            PIC 9(04)V9(02).
       01  WS-IND-EN                     PIC 9(05).
       01  WS-EN-CORR                    PIC 9(05) VALUE ZERO.
       01  WS-IND-GI                     PIC 9(02).
      *
      *--* Controllo per ente
       01  WS-EN-ASI-ASA                 PIC S9(13)V99 COMP-3.
       01  WS-EN-DIFF                    PIC S9(13)V99 COMP-3.
       01  WS-EN-DIFF-LORDO              PIC S9(13)V99 COMP-3.
       01  WS-EN-QUADRA                  PIC X(01).
           88  EN-QUADRA-SI              VALUE 'S'.
           88  EN-QUADRA-NO              VALUE 'N'.
      *
      *--* Righe del rendiconto OESTRATT
       01  EST-RIGA-INTESTA.
           03  FILLER                PIC X(46) VALUE
               'RENDICONTO MENSILE PAGOPA MONOENTE - CONTRATTO'.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  EST-INTESTA-CONTRATTO PIC X(20).
           03  FILLER                PIC X(09) VALUE ' - MESE: '.
           03  EST-INTESTA-MESE      PIC 99/9999.
       01  EST-RIGA-COLONNE.
           03  FILLER                PIC X(12) VALUE 'GIORNO'.
           03  FILLER                PIC X(13) VALUE ' OPERAZIONI'.
           03  FILLER                PIC X(21) VALUE
               '      LORDO INCASSATO'.
           03  FILLER                PIC X(16) VALUE
               '  PERC. POSTE'.
           03  FILLER                PIC X(21) VALUE
               '    QUOTA POSTE (ASI)'.
           03  FILLER                PIC X(21) VALUE
               '     QUOTA ENTE (ASA)'.
       01  EST-RIGA-DETT.
           03  EST-DETT-DATA         PIC X(10).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETT-NUM-OPER     PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETT-LORDO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(04) VALUE SPACES.
           03  EST-DETT-PERC         PIC ZZZ9,99.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  EST-DETT-NOTA         PIC X(04).
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETT-ASI          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  EST-DETT-ASA          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  EST-RIGA-PERC.
           03  FILLER                PIC X(30) VALUE
               'PERCENTUALE POSTE APPLICATA: '.
           03  EST-PERC-APPLICATA    PIC ZZZ9,99.
           03  EST-PERC-NOTA         PIC X(60).
       01  EST-RIGA-NETTO.
           03  FILLER                PIC X(30) VALUE
               'POSIZIONE NETTA VERSO L''ENTE:'.
           03  EST-NETTO-IMPORTO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                PIC X(03) VALUE ' - '.
           03  EST-NETTO-TIPO        PIC X(30).
      *
      *--* Righe della pagina di controllo OQUADRAT
       01  QUA-RIGA-INTESTA.
           03  FILLER                PIC X(53) VALUE
               'CONTROLLO RIPARTIZIONE PAGOPA MONOENTE - ASI + ASA = '.
           03  FILLER                PIC X(20) VALUE
               'LORDO PGPF - MESE: '.
           03  QUA-INTESTA-MESE      PIC 99/9999.
       01  QUA-RIGA-COLONNE.
           03  FILLER                PIC X(21) VALUE 'CONTRATTO CCB'.
           03  FILLER                PIC X(20) VALUE
               '         LORDO PGPF'.
           03  FILLER                PIC X(20) VALUE
               '   QUOTA POSTE (ASI)'.
           03  FILLER                PIC X(20) VALUE
               '    QUOTA ENTE (ASA)'.
           03  FILLER                PIC X(20) VALUE
               '           ASI + ASA'.
           03  FILLER                PIC X(20) VALUE
               '          DIFFERENZA'.
           03  FILLER                PIC X(10) VALUE ' ESITO'.
       01  QUA-RIGA-DETT.
           03  QUA-DETT-CONTRATTO    PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  QUA-DETT-LORDO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  QUA-DETT-ASI          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  QUA-DETT-ASA          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  QUA-DETT-ASI-ASA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  QUA-DETT-DIFF         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  QUA-DETT-ESITO        PIC X(12).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IBILLCCB              PIC 9(01).
           03  WS-EOF-ICNTR                 PIC 9(01).
      *
           03  CTR-LETTI                    PIC 9(09).
           03  CTR-NON-MONOENTE             PIC 9(09).
           03  CTR-SENZA-ORIGINE            PIC 9(09).
           03  CTR-FUORI-MESE               PIC 9(09).
           03  CTR-LEG-ASI                  PIC 9(09).
           03  CTR-LEG-ASA                  PIC 9(09).
           03  CTR-LIQUID-SCRITTI           PIC 9(09).
           03  CTR-ENTI-NON-QUADRATI        PIC 9(09).
           03  CTR-PERC-VARIATE             PIC 9(09).
           03  CTR-TOT-LORDO                PIC S9(15)V99 COMP-3.
           03  CTR-TOT-ASI                  PIC S9(15)V99 COMP-3.
           03  CTR-TOT-ASA                  PIC S9(15)V99 COMP-3.
           03  CTR-TOT-DIFF                 PIC S9(15)V99 COMP-3.
           03  CTR-CNTR-LETTI               PIC 9(09).
           03  CTR-CNTR-SENZA-IMPO          PIC 9(09).
           03  CTR-CNTR-IMPO-MONOENTE       PIC S9(15)V99 COMP-3.
           03  CTR-CNTR-DIFF                PIC S9(15)V99 COMP-3.
           03  CTR-LORDO-FUORI-MESE         PIC S9(15)V99 COMP-3.
           03  CTR-GIORNI-SENZA-GAMBE       PIC 9(09).
      *
           03  ETR-CONTA                    PIC ZZZ.ZZZ.ZZ9.
           03  ETR-CONTA-2                  PIC ZZZ.ZZZ.ZZ9.
           03  ETR-IMPO                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  ETR-PERC-MIN                 PIC ZZZ9,99.
           03  ETR-PERC-MAX                 PIC ZZZ9,99.
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
           03  WS-GG-DATA-EDIT              PIC X(10).
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
      * ----- TRACCIATO FLUSSO OUT BILL CCB
           COPY YPCRBILC.
      *
      * ----- FLUSSO DI LIQUIDAZIONE PAGOPA MONOENTE
           COPY YPCRRIPA.
      *
      * ----- RECORD CONTATORI DI RUN YPBCEPGP
           COPY YPCRCNTR.
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
               10  PARM-MESE             PIC X(06).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
           PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
      *
           PERFORM LEGG-IBILLCCB          THRU F-LEGG-IBILLCCB
           PERFORM ELAB-GAMBA             THRU F-ELAB-GAMBA
                                          UNTIL WS-EOF-IBILLCCB = 1
      *
           PERFORM LEGG-ICNTR             THRU F-LEGG-ICNTR
           PERFORM ELAB-CNTR              THRU F-ELAB-CNTR
                                          UNTIL WS-EOF-ICNTR = 1
      *
           PERFORM SCRIVI-LIQUIDAZIONE    THRU F-SCRIVI-LIQUIDAZIONE
           PERFORM CONTROLLA-CNTR         THRU F-CONTROLLA-CNTR
           PERFORM STAM-QUADRATURA        THRU F-STAM-QUADRATURA
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = enti non quadrati, lordo
      *    non riconciliato con YPOCNTR o gambe senza dati di origine
           IF  RETURN-CODE = ZERO
           AND (   QUADRATURA-NO
                OR NOT RICO-CNTR-SI
                OR CTR-SENZA-ORIGINE > ZERO)
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
           PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
      *================================================================*
      *    Record di passo per il giornale di run: letti = record      *
      *    BILLCCB, scritti = enti liquidati, scartati = gambe ASI/ASA *
      *    senza dati di origine; entrata = lordo, uscita = quota ente *
      *================================================================*
       CARI-JOURNAL.
      *
           IF PARM-LL > ZERO
              MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
           END-IF
           MOVE CTR-LETTI                   TO JRNL-REC-LETTI
           MOVE CTR-LIQUID-SCRITTI          TO JRNL-REC-SCRITTI
           MOVE CTR-SENZA-ORIGINE           TO JRNL-REC-SCARTATI
           MOVE CTR-TOT-LORDO               TO JRNL-IMPO-ENTRATA
           MOVE CTR-TOT-ASA                 TO JRNL-IMPO-USCITA
      *
           PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
           .
       F-CARI-JOURNAL.
           EXIT.
      *================================================================*
       INIZ-WORK.
      *
      *--* La stampa va aperta subito: il controllo sul PARM puo'
      *--* gia' passare da ERRORE-P303
           OPEN OUTPUT ST.
      *
           MOVE ZERO                        TO WS-ZERO
           MOVE SPACE                       TO WS-SPACE
           MOVE SPACES                      TO WS-TAB-GIORNI
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
           MOVE WS-DATA-AAAAMMGG            TO WS-OGGI-R
      *
      *--* Mese di riferimento: PARM AAAAMM, altrimenti il mese
      *    precedente la data del giorno
           IF  PARM-LL >= 6
           AND PARM-MESE NOT = SPACES
              IF  PARM-MESE IS NUMERIC
              AND PARM-MESE(5:2) >= '01'
              AND PARM-MESE(5:2) <= '12'
                 MOVE PARM-MESE             TO WS-MESE-RIF
              ELSE
                 MOVE PARM-MESE             TO P303-MSGER-DATO
                 MOVE '01'                  TO P303-MSGER-RIF
                 MOVE 'PARM'                TO P303-MSGER-TIPO
                 MOVE 'PARM    '            TO P303-MSGER-FILE
                 MOVE 'MESE DI RIFERIMENTO ERRATO'
                                            TO P303-MSGER-DESCR
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           ELSE
              MOVE WS-OGGI-ANNO             TO WS-MESE-RIF-ANNO
              IF WS-OGGI-MESE = 1
                 SUBTRACT 1               FROM WS-MESE-RIF-ANNO
                 MOVE 12                    TO WS-MESE-RIF-MESE
              ELSE
                 COMPUTE WS-MESE-RIF-MESE = WS-OGGI-MESE - 1
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
                  'RIPARTIZIONE PAGOPA MONOENTE PER ENTE '
                  '- PROGRAMMA: YPBCRIPA -'
           DELIMITED BY SIZE              INTO YPCWS001-TEST-1
           END-STRING
      *
           MOVE YPCWS001-TEST-1             TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'MESE DI RIFERIMENTO: ' WS-MESE-RIF-MESE '/'
                  WS-MESE-RIF-ANNO
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
           OPEN INPUT  IBILLCCB
           IF NOT IBIL-NORMAL
              MOVE ST-IBILLCCB           TO P303-FILE-STATUS
              MOVE '02'                  TO P303-MSGER-RIF
              MOVE 'OPENINP'             TO P303-MSGER-TIPO
              MOVE 'IBILLCCB'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

      *--* Contatori assenti: la ripartizione si produce comunque ma
      *    il lordo resta non riconciliato (return code 4)
           OPEN INPUT  ICNTR
           IF NOT ICNT-NORMAL
              IF ICNT-NOTFND
                 MOVE 1                  TO WS-EOF-ICNTR
                 SET RICO-CNTR-ASSENTE   TO TRUE
              ELSE
                 MOVE ST-ICNTR           TO P303-FILE-STATUS
                 MOVE '10'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'ICNTR'            TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN OUTPUT OLIQUID
           IF NOT OLIQ-NORMAL
              MOVE ST-OLIQUID            TO P303-FILE-STATUS
              MOVE '03'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OLIQUID'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OESTRATT
           IF NOT OEST-NORMAL
              MOVE ST-OESTRATT           TO P303-FILE-STATUS
              MOVE '04'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OESTRATT'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OQUADRAT
           IF NOT OQUA-NORMAL
              MOVE ST-OQUADRAT           TO P303-FILE-STATUS
              MOVE '05'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OQUADRAT'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-IBILLCCB.
      *
           READ IBILLCCB                  INTO YPCRBILC-REC
      *
           IF IBIL-EOF
              MOVE 1 TO WS-EOF-IBILLCCB
              GO TO F-LEGG-IBILLCCB
           END-IF
      *
           IF NOT IBIL-NORMAL
              MOVE ST-IBILLCCB              TO P303-FILE-STATUS
              MOVE '06'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IBILLCCB'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-LETTI
           .
       F-LEGG-IBILLCCB.
           EXIT.
      *================================================================*
       LEGG-ICNTR.
      *
           IF WS-EOF-ICNTR = 1
              GO TO F-LEGG-ICNTR
           END-IF
      *
           READ ICNTR                     INTO YPCRCNTR-REC
      *
           IF ICNT-EOF
              MOVE 1 TO WS-EOF-ICNTR
              GO TO F-LEGG-ICNTR
           END-IF
      *
           IF NOT ICNT-NORMAL
              MOVE ST-ICNTR                 TO P303-FILE-STATUS
              MOVE '11'                     TO P303-MSGER-RIF
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
      *    Contatori di un'istanza YPBCEPGP: lordo monoente ripartito  *
      *    contato sul PGPF, indipendente dalle gambe BILLCCB; i       *
      *    record senza il campo (FILLER) non sono riconciliabili      *
      *================================================================*
       ELAB-CNTR.
      *
           IF CNTR-IMPO-MONOENTE IS NUMERIC
              ADD CNTR-IMPO-MONOENTE        TO CTR-CNTR-IMPO-MONOENTE
           ELSE
              ADD 1                         TO CTR-CNTR-SENZA-IMPO
           END-IF
      *
           PERFORM LEGG-ICNTR             THRU F-LEGG-ICNTR
           .
       F-ELAB-CNTR.
           EXIT.
      *================================================================*
      *    Gamba BILLCCB: solo i prodotti ASI/ASA dello split PagoPA   *
      *    monoente con data contabile nel mese di riferimento; gli    *
      *    storni (AVERE) riducono lordo e quote                       *
      *================================================================*
       ELAB-GAMBA.
      *
           IF  YPCRBILC-PRODOTTO NOT = 'ASI'
           AND YPCRBILC-PRODOTTO NOT = 'ASA'
              ADD 1                         TO CTR-NON-MONOENTE
              GO TO ELAB-GAMBA-LEGG
           END-IF
      *
           IF YPCRBILC-DATA-CONTABILE NOT NUMERIC
           OR YPCRBILC-DATA-CONTABILE = ZERO
           OR YPCRBILC-IMPORTO-LORDO NOT NUMERIC
           OR YPCRBILC-PERC-POSTE NOT NUMERIC
              ADD 1                         TO CTR-SENZA-ORIGINE
              GO TO ELAB-GAMBA-LEGG
           END-IF
      *
           MOVE YPCRBILC-DATA-CONTABILE     TO WS-LEG-DATA-R
           IF WS-LEG-MESE NOT = WS-MESE-RIF
           OR WS-LEG-GIORNO < 1
           OR WS-LEG-GIORNO > 31
              ADD 1                         TO CTR-FUORI-MESE
      *--* Il lordo delle gambe ASI fuori mese e' comunque contato
      *    nei YPOCNTR delle stesse esecuzioni: serve alla
      *    riconciliazione
              IF YPCRBILC-PRODOTTO = 'ASI'
                 IF YPCRBILC-DARE-AVERE = 'H'
                    SUBTRACT YPCRBILC-IMPORTO-LORDO
                                          FROM CTR-LORDO-FUORI-MESE
                 ELSE
                    ADD YPCRBILC-IMPORTO-LORDO
                                            TO CTR-LORDO-FUORI-MESE
                 END-IF
              END-IF
              GO TO ELAB-GAMBA-LEGG
           END-IF
           MOVE 'S'                  TO WS-GG-GAMBE(WS-LEG-GIORNO)
      *
           IF YPCRBILC-DARE-AVERE = 'H'
              COMPUTE WS-LEG-IMPORTO = YPCRBILC-IMPORTO * -1
              COMPUTE WS-LEG-LORDO   = YPCRBILC-IMPORTO-LORDO * -1
           ELSE
              MOVE YPCRBILC-IMPORTO         TO WS-LEG-IMPORTO
              MOVE YPCRBILC-IMPORTO-LORDO   TO WS-LEG-LORDO
           END-IF
      *
           PERFORM CERCA-ENTE             THRU F-CERCA-ENTE
           MOVE WS-LEG-GIORNO               TO WS-IND-GI
      *
           IF YPCRBILC-PRODOTTO = 'ASA'
              ADD 1                         TO CTR-LEG-ASA
              ADD 1                    TO WK-EN-NUM-ASA(WS-EN-CORR)
              ADD WS-LEG-LORDO         TO WK-EN-LORDO-ASA(WS-EN-CORR)
              ADD WS-LEG-IMPORTO       TO WK-EN-ASA(WS-EN-CORR)
              ADD WS-LEG-IMPORTO
                               TO WK-GI-ASA(WS-EN-CORR, WS-IND-GI)
              GO TO ELAB-GAMBA-LEGG
           END-IF
      *
      *--* Gamba ASI: una per operazione, porta lordo e percentuale
           ADD 1                            TO CTR-LEG-ASI
           ADD 1                       TO WK-EN-NUM-ASI(WS-EN-CORR)
           ADD WS-LEG-LORDO            TO WK-EN-LORDO(WS-EN-CORR)
           ADD WS-LEG-IMPORTO          TO WK-EN-ASI(WS-EN-CORR)
           ADD 1
                          TO WK-GI-NUM-OPER(WS-EN-CORR, WS-IND-GI)
           ADD WS-LEG-LORDO
                          TO WK-GI-LORDO(WS-EN-CORR, WS-IND-GI)
           ADD WS-LEG-IMPORTO
                          TO WK-GI-ASI(WS-EN-CORR, WS-IND-GI)
      *
           IF WK-EN-NUM-ASI(WS-EN-CORR) = 1
           OR YPCRBILC-PERC-POSTE < WK-EN-PERC-MIN(WS-EN-CORR)
              MOVE YPCRBILC-PERC-POSTE TO WK-EN-PERC-MIN(WS-EN-CORR)
           END-IF
           IF YPCRBILC-PERC-POSTE > WK-EN-PERC-MAX(WS-EN-CORR)
              MOVE YPCRBILC-PERC-POSTE TO WK-EN-PERC-MAX(WS-EN-CORR)
           END-IF
           IF WS-LEG-DATA-R NOT < WK-EN-DATA-ULTIMA(WS-EN-CORR)
              MOVE WS-LEG-DATA-R     TO WK-EN-DATA-ULTIMA(WS-EN-CORR)
              MOVE YPCRBILC-PERC-POSTE
                                     TO WK-EN-PERC-ULTIMA(WS-EN-CORR)
           END-IF
           IF WK-GI-NUM-OPER(WS-EN-CORR, WS-IND-GI) = 1
           OR YPCRBILC-PERC-POSTE
                          < WK-GI-PERC-MIN(WS-EN-CORR, WS-IND-GI)
              MOVE YPCRBILC-PERC-POSTE
                          TO WK-GI-PERC-MIN(WS-EN-CORR, WS-IND-GI)
           END-IF
           IF YPCRBILC-PERC-POSTE
                          > WK-GI-PERC-MAX(WS-EN-CORR, WS-IND-GI)
              MOVE YPCRBILC-PERC-POSTE
                          TO WK-GI-PERC-MAX(WS-EN-CORR, WS-IND-GI)
           END-IF
           .
       ELAB-GAMBA-LEGG.
           PERFORM LEGG-IBILLCCB          THRU F-LEGG-IBILLCCB
           .
       F-ELAB-GAMBA.
           EXIT.
      *================================================================*
      *    Ricerca/inserimento dell'ente (contratto CCB) in tabella;   *
      *    le gambe ASI/ASA dello stesso pagamento sono consecutive,   *
      *    si prova prima l'ente della gamba precedente                *
      *================================================================*
       CERCA-ENTE.
      *
           IF  WS-EN-CORR > ZERO
           AND WK-EN-CONTRATTO(WS-EN-CORR) = YPCRBILC-CONTRATTO-PROVIDER
              GO TO F-CERCA-ENTE
           END-IF
      *
           MOVE ZERO                        TO WS-EN-CORR
           PERFORM VARYING WS-IND-EN FROM 1 BY 1
              UNTIL WS-IND-EN > WS-IND-ENTI
              IF WK-EN-CONTRATTO(WS-IND-EN)
                                     = YPCRBILC-CONTRATTO-PROVIDER
                 MOVE WS-IND-EN             TO WS-EN-CORR
                 MOVE 1000                  TO WS-IND-EN
              END-IF
           END-PERFORM
           IF WS-EN-CORR > ZERO
              GO TO F-CERCA-ENTE
           END-IF
      *
      *--* Tabella satura: l'ente resterebbe senza liquidazione, il
      *    run si interrompe prima di scrivere OLIQUID
           IF WS-IND-ENTI NOT < 1000
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** TABELLA ENTI SATURA (MAX 1000) SU: '
                     YPCRBILC-CONTRATTO-PROVIDER
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '12'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-EN'                  TO P303-MSGER-FILE
              MOVE YPCRBILC-CONTRATTO-PROVIDER
                                            TO P303-MSGER-DATO
              MOVE 'TABELLA ENTI SATURA'    TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO WS-IND-ENTI
           MOVE WS-IND-ENTI                 TO WS-EN-CORR
           INITIALIZE                          WK-EN-ELEM(WS-EN-CORR)
           MOVE YPCRBILC-CONTRATTO-PROVIDER
                                  TO WK-EN-CONTRATTO(WS-EN-CORR)
           .
       F-CERCA-ENTE.
           EXIT.
      *================================================================*
      *    Per ogni ente: rendiconto, record di liquidazione           *
      *================================================================*
       SCRIVI-LIQUIDAZIONE.
      *
           MOVE SPACES                      TO RIPA-REC
           MOVE 'H'                         TO RIPA-TIPO-REC
           MOVE WS-MESE-RIF                 TO RIPA-H-MESE
           MOVE WS-DATA-AAAAMMGG            TO RIPA-H-DATA-PRODUZIONE
           MOVE PROGRAMMA                   TO RIPA-H-PROGRAMMA
           PERFORM SCRIVI-OLIQUID         THRU F-SCRIVI-OLIQUID
      *
           PERFORM VARYING WS-IND-EN FROM 1 BY 1
              UNTIL WS-IND-EN > WS-IND-ENTI
              PERFORM CONTROLLA-ENTE      THRU F-CONTROLLA-ENTE
              PERFORM STAM-RENDICONTO     THRU F-STAM-RENDICONTO
              PERFORM SCRIVI-ENTE         THRU F-SCRIVI-ENTE
           END-PERFORM
      *
           MOVE SPACES                      TO RIPA-REC
           MOVE 'T'                         TO RIPA-TIPO-REC
           MOVE CTR-LIQUID-SCRITTI          TO RIPA-T-NUM-ENTI
           MOVE CTR-TOT-LORDO               TO RIPA-T-IMPORTO-LORDO
           MOVE CTR-TOT-ASI                 TO RIPA-T-QUOTA-POSTE
           MOVE CTR-TOT-ASA                 TO RIPA-T-QUOTA-ENTE
           PERFORM SCRIVI-OLIQUID         THRU F-SCRIVI-OLIQUID
           .
       F-SCRIVI-LIQUIDAZIONE.
           EXIT.
      *================================================================*
      *    Esito del controllo dell'ente e totali del mese             *
      *================================================================*
       CONTROLLA-ENTE.
      *
           PERFORM CALC-CONTROLLO         THRU F-CALC-CONTROLLO
           IF EN-QUADRA-NO
              SET QUADRATURA-NO             TO TRUE
              ADD 1                         TO CTR-ENTI-NON-QUADRATI
           END-IF
      *
           ADD WK-EN-LORDO(WS-IND-EN)       TO CTR-TOT-LORDO
           ADD WK-EN-ASI(WS-IND-EN)         TO CTR-TOT-ASI
           ADD WK-EN-ASA(WS-IND-EN)         TO CTR-TOT-ASA
           ADD WS-EN-DIFF                   TO CTR-TOT-DIFF
           IF WK-EN-PERC-MIN(WS-IND-EN) NOT = WK-EN-PERC-MAX(WS-IND-EN)
              ADD 1                         TO CTR-PERC-VARIATE
           END-IF
           .
       F-CONTROLLA-ENTE.
           EXIT.
      *================================================================*
      *    Riconciliazione del lordo delle gambe ASI (del mese e fuori *
      *    mese) con il lordo monoente dei contatori di run del mese   *
      *================================================================*
       CONTROLLA-CNTR.
      *
           COMPUTE CTR-CNTR-DIFF = CTR-CNTR-IMPO-MONOENTE
                                 - CTR-TOT-LORDO
                                 - CTR-LORDO-FUORI-MESE
      *
           IF RICO-CNTR-ASSENTE
              GO TO F-CONTROLLA-CNTR
           END-IF
      *
           IF CTR-CNTR-DIFF NOT = ZERO
           OR CTR-CNTR-SENZA-IMPO > ZERO
           OR CTR-CNTR-LETTI = ZERO
              SET RICO-CNTR-NO              TO TRUE
           END-IF
           .
       F-CONTROLLA-CNTR.
           EXIT.
      *================================================================*
      *    Rendiconto dell'ente: una pagina, dettaglio per giorno      *
      *================================================================*
       STAM-RENDICONTO.
      *
           MOVE WK-EN-CONTRATTO(WS-IND-EN)  TO EST-INTESTA-CONTRATTO
           COMPUTE EST-INTESTA-MESE = WS-MESE-RIF-MESE * 10000
                                    + WS-MESE-RIF-ANNO
           MOVE '1'                         TO OESTRATT-ASA
           MOVE EST-RIGA-INTESTA            TO RIGA-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
           MOVE EST-RIGA-COLONNE            TO RIGA-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
      *
           PERFORM VARYING WS-IND-GI FROM 1 BY 1
              UNTIL WS-IND-GI > 31
              IF WK-GI-NUM-OPER(WS-IND-EN, WS-IND-GI) NOT = ZERO
              OR WK-GI-ASA(WS-IND-EN, WS-IND-GI) NOT = ZERO
                 PERFORM STAM-RIGA-GIORNO THRU F-STAM-RIGA-GIORNO
              END-IF
           END-PERFORM
      *
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
           MOVE SPACES                      TO EST-RIGA-DETT
           MOVE 'TOTALE'                    TO EST-DETT-DATA
           MOVE WK-EN-NUM-ASI(WS-IND-EN)    TO EST-DETT-NUM-OPER
           MOVE WK-EN-LORDO(WS-IND-EN)      TO EST-DETT-LORDO
           MOVE WK-EN-ASI(WS-IND-EN)        TO EST-DETT-ASI
           MOVE WK-EN-ASA(WS-IND-EN)        TO EST-DETT-ASA
           MOVE EST-RIGA-DETT               TO RIGA-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
      *
      *--* A percentuale variata nel mese si riporta l'ultima
      *    applicata e l'intervallo; il dettaglio e' sui giorni *VAR
           MOVE WK-EN-PERC-ULTIMA(WS-IND-EN) TO EST-PERC-APPLICATA
           MOVE SPACES                      TO EST-PERC-NOTA
           IF WK-EN-PERC-MIN(WS-IND-EN) NOT = WK-EN-PERC-MAX(WS-IND-EN)
              MOVE WK-EN-PERC-MIN(WS-IND-EN) TO ETR-PERC-MIN
              MOVE WK-EN-PERC-MAX(WS-IND-EN) TO ETR-PERC-MAX
              STRING ' *** FPR VARIATA NEL MESE: DA '
                     ETR-PERC-MIN ' A ' ETR-PERC-MAX ' ***'
              DELIMITED BY SIZE           INTO EST-PERC-NOTA
              END-STRING
           END-IF
           MOVE EST-RIGA-PERC               TO RIGA-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
      *
           IF WK-EN-ASA(WS-IND-EN) < ZERO
              COMPUTE EST-NETTO-IMPORTO = WK-EN-ASA(WS-IND-EN) * -1
              MOVE 'DA FATTURARE ALL''ENTE'  TO EST-NETTO-TIPO
           ELSE
              MOVE WK-EN-ASA(WS-IND-EN)     TO EST-NETTO-IMPORTO
              MOVE 'DA PAGARE ALL''ENTE'     TO EST-NETTO-TIPO
           END-IF
           MOVE EST-RIGA-NETTO              TO RIGA-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
      *
           IF EN-QUADRA-NO
              PERFORM SCRIVI-OESTRATT     THRU F-SCRIVI-OESTRATT
              MOVE '*** RIPARTIZIONE NON QUADRATA - VEDERE OQUADRAT ***'
                                            TO RIGA-OESTRATT
              PERFORM SCRIVI-OESTRATT     THRU F-SCRIVI-OESTRATT
           END-IF
           .
       F-STAM-RENDICONTO.
           EXIT.
      *================================================================*
       STAM-RIGA-GIORNO.
      *
           MOVE SPACES                      TO EST-RIGA-DETT
           STRING WS-IND-GI '-' WS-MESE-RIF-MESE '-' WS-MESE-RIF-ANNO
           DELIMITED BY SIZE              INTO EST-DETT-DATA
           END-STRING
           MOVE WK-GI-NUM-OPER(WS-IND-EN, WS-IND-GI)
                                            TO EST-DETT-NUM-OPER
           MOVE WK-GI-LORDO(WS-IND-EN, WS-IND-GI) TO EST-DETT-LORDO
           MOVE WK-GI-PERC-MAX(WS-IND-EN, WS-IND-GI) TO EST-DETT-PERC
           IF WK-GI-PERC-MIN(WS-IND-EN, WS-IND-GI)
                          NOT = WK-GI-PERC-MAX(WS-IND-EN, WS-IND-GI)
              MOVE '*VAR'                   TO EST-DETT-NOTA
           END-IF
           MOVE WK-GI-ASI(WS-IND-EN, WS-IND-GI) TO EST-DETT-ASI
           MOVE WK-GI-ASA(WS-IND-EN, WS-IND-GI) TO EST-DETT-ASA
      *
           MOVE EST-RIGA-DETT               TO RIGA-OESTRATT
           PERFORM SCRIVI-OESTRATT        THRU F-SCRIVI-OESTRATT
           .
       F-STAM-RIGA-GIORNO.
           EXIT.
      *================================================================*
      *    Record di liquidazione dell'ente                            *
      *================================================================*
       SCRIVI-ENTE.
      *
           MOVE SPACES                      TO RIPA-REC
           MOVE 'D'                         TO RIPA-TIPO-REC
           MOVE WK-EN-CONTRATTO(WS-IND-EN)  TO RIPA-D-CONTRATTO
           MOVE WS-MESE-RIF                 TO RIPA-D-MESE
           MOVE WK-EN-NUM-ASI(WS-IND-EN)    TO RIPA-D-NUM-OPER
           MOVE WK-EN-LORDO(WS-IND-EN)      TO RIPA-D-IMPORTO-LORDO
           MOVE WK-EN-PERC-ULTIMA(WS-IND-EN) TO RIPA-D-PERC-POSTE
           MOVE WK-EN-PERC-MIN(WS-IND-EN)   TO RIPA-D-PERC-MINIMA
           MOVE WK-EN-PERC-MAX(WS-IND-EN)   TO RIPA-D-PERC-MASSIMA
           IF WK-EN-PERC-MIN(WS-IND-EN) NOT = WK-EN-PERC-MAX(WS-IND-EN)
              SET RIPA-D-PERC-VARIATA-SI    TO TRUE
           ELSE
              SET RIPA-D-PERC-VARIATA-NO    TO TRUE
           END-IF
           MOVE WK-EN-ASI(WS-IND-EN)        TO RIPA-D-QUOTA-POSTE
           MOVE WK-EN-ASA(WS-IND-EN)        TO RIPA-D-QUOTA-ENTE
           EVALUATE TRUE
              WHEN WK-EN-ASA(WS-IND-EN) > ZERO
                 MOVE WK-EN-ASA(WS-IND-EN)  TO RIPA-D-SALDO
                 SET RIPA-D-DA-PAGARE       TO TRUE
              WHEN WK-EN-ASA(WS-IND-EN) < ZERO
                 COMPUTE RIPA-D-SALDO = WK-EN-ASA(WS-IND-EN) * -1
                 SET RIPA-D-DA-FATTURARE    TO TRUE
              WHEN OTHER
                 MOVE ZERO                  TO RIPA-D-SALDO
                 SET RIPA-D-SALDO-ZERO      TO TRUE
           END-EVALUATE
           IF EN-QUADRA-SI
              SET RIPA-D-QUADRATO           TO TRUE
           ELSE
              SET RIPA-D-NON-QUADRATO       TO TRUE
           END-IF
      *
           PERFORM SCRIVI-OLIQUID         THRU F-SCRIVI-OLIQUID
           ADD 1                            TO CTR-LIQUID-SCRITTI
           .
       F-SCRIVI-ENTE.
           EXIT.
      *================================================================*
       SCRIVI-OLIQUID.
      *
           WRITE OLIQUID-REC              FROM RIPA-REC
      *
           IF NOT OLIQ-NORMAL
              MOVE ST-OLIQUID               TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OLIQUID'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE LIQUIDAZIONE' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
           .
       F-SCRIVI-OLIQUID.
           EXIT.
      *================================================================*
      *    Pagina di controllo: per ogni ente lordo PGPF, quote ASI e  *
      *    ASA, loro somma e differenza                                *
      *================================================================*
       STAM-QUADRATURA.
      *
           COMPUTE QUA-INTESTA-MESE = WS-MESE-RIF-MESE * 10000
                                    + WS-MESE-RIF-ANNO
           MOVE '1'                         TO OQUADRAT-ASA
           MOVE QUA-RIGA-INTESTA            TO RIGA-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           MOVE QUA-RIGA-COLONNE            TO RIGA-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           PERFORM VARYING WS-IND-EN FROM 1 BY 1
              UNTIL WS-IND-EN > WS-IND-ENTI
              PERFORM STAM-RIGA-QUAD      THRU F-STAM-RIGA-QUAD
           END-PERFORM
      *
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           MOVE SPACES                      TO QUA-RIGA-DETT
           MOVE 'TOTALE'                    TO QUA-DETT-CONTRATTO
           MOVE CTR-TOT-LORDO               TO QUA-DETT-LORDO
           MOVE CTR-TOT-ASI                 TO QUA-DETT-ASI
           MOVE CTR-TOT-ASA                 TO QUA-DETT-ASA
           COMPUTE QUA-DETT-ASI-ASA = CTR-TOT-ASI + CTR-TOT-ASA
           MOVE CTR-TOT-DIFF                TO QUA-DETT-DIFF
           IF QUADRATURA-SI
              MOVE 'QUADRATO'               TO QUA-DETT-ESITO
           ELSE
              MOVE '*** ERRORE'             TO QUA-DETT-ESITO
           END-IF
           MOVE QUA-RIGA-DETT               TO RIGA-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           IF CTR-SENZA-ORIGINE > ZERO
              PERFORM SCRIVI-OQUADRAT     THRU F-SCRIVI-OQUADRAT
              MOVE CTR-SENZA-ORIGINE        TO ETR-CONTA
              STRING '*** GAMBE ASI/ASA SENZA DATI DI ORIGINE, ESCLUSE '
                     'DALLA RIPARTIZIONE: ' ETR-CONTA
              DELIMITED BY SIZE           INTO RIGA-OQUADRAT
              END-STRING
              PERFORM SCRIVI-OQUADRAT     THRU F-SCRIVI-OQUADRAT
           END-IF
      *
           PERFORM STAM-RICO-CNTR         THRU F-STAM-RICO-CNTR
           PERFORM STAM-GIORNI-VUOTI      THRU F-STAM-GIORNI-VUOTI
           .
       F-STAM-QUADRATURA.
           EXIT.
      *================================================================*
       STAM-RIGA-QUAD.
      *
           PERFORM CALC-CONTROLLO         THRU F-CALC-CONTROLLO
      *
           MOVE SPACES                      TO QUA-RIGA-DETT
           MOVE WK-EN-CONTRATTO(WS-IND-EN)  TO QUA-DETT-CONTRATTO
           MOVE WK-EN-LORDO(WS-IND-EN)      TO QUA-DETT-LORDO
           MOVE WK-EN-ASI(WS-IND-EN)        TO QUA-DETT-ASI
           MOVE WK-EN-ASA(WS-IND-EN)        TO QUA-DETT-ASA
           MOVE WS-EN-ASI-ASA               TO QUA-DETT-ASI-ASA
           MOVE WS-EN-DIFF                  TO QUA-DETT-DIFF
           IF EN-QUADRA-SI
              MOVE 'QUADRATO'               TO QUA-DETT-ESITO
           ELSE
              IF WS-EN-DIFF = ZERO
                 MOVE '*** GAMBE'           TO QUA-DETT-ESITO
              ELSE
                 MOVE '*** DIFF.'           TO QUA-DETT-ESITO
              END-IF
           END-IF
           MOVE QUA-RIGA-DETT               TO RIGA-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
      *--* Somme in pari ma gambe spaiate: una gamba ASI o ASA e'
      *    mancante o doppia nelle generazioni lette
           IF  EN-QUADRA-NO
           AND WS-EN-DIFF = ZERO
              MOVE WK-EN-NUM-ASI(WS-IND-EN) TO ETR-CONTA
              MOVE WK-EN-NUM-ASA(WS-IND-EN) TO ETR-CONTA-2
              MOVE WS-EN-DIFF-LORDO         TO ETR-IMPO
              STRING '  GAMBE ASI: ' ETR-CONTA
                     ' - GAMBE ASA: ' ETR-CONTA-2
                     ' - DIFFERENZA LORDO ASI/ASA: ' ETR-IMPO
              DELIMITED BY SIZE           INTO RIGA-OQUADRAT
              END-STRING
              PERFORM SCRIVI-OQUADRAT     THRU F-SCRIVI-OQUADRAT
           END-IF
           .
       F-STAM-RIGA-QUAD.
           EXIT.
      *================================================================*
      *    Riconciliazione con YPOCNTR: lordo monoente contato da      *
      *    YPBCEPGP contro il lordo delle gambe ASI ripartite          *
      *================================================================*
       STAM-RICO-CNTR.
      *
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           STRING 'RICONCILIAZIONE CON I CONTATORI DI RUN YPBCEPGP '
                  '(YPOCNTR)'
           DELIMITED BY SIZE              INTO RIGA-OQUADRAT
           END-STRING
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           IF RICO-CNTR-ASSENTE
              STRING '*** CONTATORI YPOCNTR DEL MESE NON DISPONIBILI '
                     '- LORDO NON RICONCILIATO'
              DELIMITED BY SIZE           INTO RIGA-OQUADRAT
              END-STRING
              PERFORM SCRIVI-OQUADRAT     THRU F-SCRIVI-OQUADRAT
              GO TO F-STAM-RICO-CNTR
           END-IF
      *
           MOVE CTR-CNTR-LETTI              TO ETR-CONTA
           STRING 'RECORD YPOCNTR LETTI_______________: ' ETR-CONTA
           DELIMITED BY SIZE              INTO RIGA-OQUADRAT
           END-STRING
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           MOVE CTR-CNTR-IMPO-MONOENTE      TO ETR-IMPO
           STRING 'LORDO MONOENTE DA YPOCNTR__________: ' ETR-IMPO
           DELIMITED BY SIZE              INTO RIGA-OQUADRAT
           END-STRING
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           MOVE CTR-TOT-LORDO               TO ETR-IMPO
           STRING 'LORDO DELLE GAMBE ASI RIPARTITE____: ' ETR-IMPO
           DELIMITED BY SIZE              INTO RIGA-OQUADRAT
           END-STRING
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           MOVE CTR-LORDO-FUORI-MESE        TO ETR-IMPO
           STRING 'LORDO DELLE GAMBE ASI FUORI MESE___: ' ETR-IMPO
           DELIMITED BY SIZE              INTO RIGA-OQUADRAT
           END-STRING
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           MOVE CTR-CNTR-DIFF               TO ETR-IMPO
           IF RICO-CNTR-SI
              STRING 'DIFFERENZA_________________________: ' ETR-IMPO
                     '  QUADRATO'
              DELIMITED BY SIZE           INTO RIGA-OQUADRAT
              END-STRING
           ELSE
              STRING 'DIFFERENZA_________________________: ' ETR-IMPO
                     '  *** ERRORE'
              DELIMITED BY SIZE           INTO RIGA-OQUADRAT
              END-STRING
           END-IF
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           IF CTR-CNTR-SENZA-IMPO > ZERO
              MOVE CTR-CNTR-SENZA-IMPO      TO ETR-CONTA
              STRING '*** RECORD YPOCNTR SENZA LORDO MONOENTE, NON '
                     'RICONCILIABILI: ' ETR-CONTA
              DELIMITED BY SIZE           INTO RIGA-OQUADRAT
              END-STRING
              PERFORM SCRIVI-OQUADRAT     THRU F-SCRIVI-OQUADRAT
           END-IF
           .
       F-STAM-RICO-CNTR.
           EXIT.
      *================================================================*
      *    Giorni lavorativi (lunedi'-venerdi') del mese senza gambe   *
      *    ASI/ASA lette: generazione BILLCCB mancante o giornata      *
      *    senza incassi monoente (le festivita' non sono escluse)     *
      *================================================================*
       STAM-GIORNI-VUOTI.
      *
           MOVE 31                          TO WS-GG-MESE
           IF WS-MESE-RIF-MESE = 4 OR 6 OR 9 OR 11
              MOVE 30                       TO WS-GG-MESE
           END-IF
           IF WS-MESE-RIF-MESE = 2
              MOVE 28                       TO WS-GG-MESE
              DIVIDE WS-MESE-RIF-ANNO BY 4
                                        GIVING WS-GG-QUOZ
                                     REMAINDER WS-GG-RESTO
              IF WS-GG-RESTO = ZERO
                 MOVE 29                    TO WS-GG-MESE
                 DIVIDE WS-MESE-RIF-ANNO BY 100
                                        GIVING WS-GG-QUOZ
                                     REMAINDER WS-GG-RESTO
                 IF WS-GG-RESTO = ZERO
                    MOVE 28                 TO WS-GG-MESE
                    DIVIDE WS-MESE-RIF-ANNO BY 400
                                        GIVING WS-GG-QUOZ
                                     REMAINDER WS-GG-RESTO
                    IF WS-GG-RESTO = ZERO
                       MOVE 29              TO WS-GG-MESE
                    END-IF
                 END-IF
              END-IF
           END-IF
      *
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           MOVE 'GIORNI LAVORATIVI DEL MESE SENZA GAMBE ASI/ASA LETTE'
                                            TO RIGA-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
      *
           PERFORM VARYING WS-IND-GI FROM 1 BY 1
              UNTIL WS-IND-GI > WS-GG-MESE
              PERFORM STAM-GIORNO-VUOTO   THRU F-STAM-GIORNO-VUOTO
           END-PERFORM
      *
           IF CTR-GIORNI-SENZA-GAMBE = ZERO
              MOVE '  NESSUNO'              TO RIGA-OQUADRAT
              PERFORM SCRIVI-OQUADRAT     THRU F-SCRIVI-OQUADRAT
           END-IF
           .
       F-STAM-GIORNI-VUOTI.
           EXIT.
      *================================================================*
       STAM-GIORNO-VUOTO.
      *
           IF GG-GAMBE-SI(WS-IND-GI)
              GO TO F-STAM-GIORNO-VUOTO
           END-IF
      *
           PERFORM CALC-GIORNO-SETT       THRU F-CALC-GIORNO-SETT
           IF ZEL-FINE-SETTIMANA
              GO TO F-STAM-GIORNO-VUOTO
           END-IF
      *
           ADD 1                            TO CTR-GIORNI-SENZA-GAMBE
           STRING WS-IND-GI '/' WS-MESE-RIF-MESE '/' WS-MESE-RIF-ANNO
           DELIMITED BY SIZE              INTO WS-GG-DATA-EDIT
           END-STRING
           STRING '  ' WS-GG-DATA-EDIT
           DELIMITED BY SIZE              INTO RIGA-OQUADRAT
           END-STRING
           PERFORM SCRIVI-OQUADRAT        THRU F-SCRIVI-OQUADRAT
           .
       F-STAM-GIORNO-VUOTO.
           EXIT.
      *================================================================*
      *    Giorno della settimana del giorno WS-IND-GI del mese di     *
      *    riferimento (gennaio e febbraio come mesi 13 e 14 dell'anno *
      *    precedente)                                                 *
      *================================================================*
       CALC-GIORNO-SETT.
      *
           MOVE WS-MESE-RIF-MESE            TO WS-ZEL-MESE
           MOVE WS-MESE-RIF-ANNO            TO WS-ZEL-ANNO
           IF WS-ZEL-MESE < 3
              ADD 12                        TO WS-ZEL-MESE
              SUBTRACT 1                  FROM WS-ZEL-ANNO
           END-IF
      *
           DIVIDE WS-ZEL-ANNO BY 100    GIVING WS-ZEL-SEC
                                     REMAINDER WS-ZEL-AA
           COMPUTE WS-ZEL-T1 = (13 * (WS-ZEL-MESE + 1)) / 5
           COMPUTE WS-ZEL-T2 = WS-ZEL-AA / 4
           COMPUTE WS-ZEL-T3 = WS-ZEL-SEC / 4
           COMPUTE WS-ZEL-SOMMA = WS-IND-GI + WS-ZEL-T1 + WS-ZEL-AA
                                + WS-ZEL-T2 + WS-ZEL-T3
                                + (5 * WS-ZEL-SEC)
           DIVIDE WS-ZEL-SOMMA BY 7     GIVING WS-ZEL-QUOZ
                                     REMAINDER WS-ZEL-GIORNO-SETT
           .
       F-CALC-GIORNO-SETT.
           EXIT.
      *================================================================*
      *    Controllo dell'ente: ASI + ASA = lordo PGPF e stesso lordo  *
      *    e numero di gambe sui due lati                              *
      *================================================================*
       CALC-CONTROLLO.
      *
           COMPUTE WS-EN-ASI-ASA = WK-EN-ASI(WS-IND-EN)
                                 + WK-EN-ASA(WS-IND-EN)
           COMPUTE WS-EN-DIFF    = WK-EN-LORDO(WS-IND-EN)
                                 - WS-EN-ASI-ASA
           COMPUTE WS-EN-DIFF-LORDO = WK-EN-LORDO(WS-IND-EN)
                                    - WK-EN-LORDO-ASA(WS-IND-EN)
           IF  WS-EN-DIFF = ZERO
           AND WS-EN-DIFF-LORDO = ZERO
           AND WK-EN-NUM-ASI(WS-IND-EN) = WK-EN-NUM-ASA(WS-IND-EN)
              SET EN-QUADRA-SI              TO TRUE
           ELSE
              SET EN-QUADRA-NO              TO TRUE
           END-IF
           .
       F-CALC-CONTROLLO.
           EXIT.
      *================================================================*
       SCRIVI-OESTRATT.
      *
           WRITE REC-OESTRATT
      *
           IF NOT OEST-NORMAL
              MOVE ST-OESTRATT              TO P303-FILE-STATUS
              MOVE '08'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OESTRATT'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OESTRATT' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OESTRATT-ASA
           MOVE SPACES                      TO RIGA-OESTRATT
           .
       F-SCRIVI-OESTRATT.
           EXIT.
      *================================================================*
       SCRIVI-OQUADRAT.
      *
           WRITE REC-OQUADRAT
      *
           IF NOT OQUA-NORMAL
              MOVE ST-OQUADRAT              TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OQUADRAT'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OQUADRAT' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OQUADRAT-ASA
           MOVE SPACES                      TO RIGA-OQUADRAT
           .
       F-SCRIVI-OQUADRAT.
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
           MOVE CTR-LETTI                   TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD BILLCCB LETTI_______________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-NON-MONOENTE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD NON ASI/ASA IGNORATI________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-LEG-ASI                 TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GAMBE ASI (QUOTA POSTE) DEL MESE___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-LEG-ASA                 TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GAMBE ASA (QUOTA ENTE) DEL MESE____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-FUORI-MESE              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GAMBE FUORI MESE IGNORATE__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SENZA-ORIGINE           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GAMBE SENZA DATI DI ORIGINE________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-LIQUID-SCRITTI          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ENTI LIQUIDATI SU OLIQUID__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PERC-VARIATE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ENTI CON PERCENTUALE FPR VARIATA___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-ENTI-NON-QUADRATI       TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'ENTI NON QUADRATI__________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-TOT-LORDO               TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'LORDO INCASSATO____________________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-TOT-ASI                 TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'QUOTA POSTE (ASI)__________________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-TOT-ASA                 TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'QUOTA ENTI (ASA)___________________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CNTR-IMPO-MONOENTE      TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'LORDO MONOENTE DA YPOCNTR__________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-GIORNI-SENZA-GAMBE      TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'GIORNI LAVORATIVI SENZA GAMBE______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF QUADRATURA-NO
              MOVE SPACES                   TO YPCWS001-RIGA
              MOVE '*** RIPARTIZIONE NON QUADRATA - VEDERE OQUADRAT ***'
                                            TO YPCWS001-RIGA
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
           IF NOT RICO-CNTR-SI
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** LORDO NON RICONCILIATO CON YPOCNTR - '
                     'VEDERE OQUADRAT ***'
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
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
           CLOSE IBILLCCB
                 OLIQUID
                 OESTRATT
                 OQUADRAT
                 ST
           IF WS-EOF-ICNTR = 1
           AND ICNT-NOTFND
              CONTINUE
           ELSE
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
