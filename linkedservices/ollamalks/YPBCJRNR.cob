       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCJRNR.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20037                                   *
      *================================================================*
      *                                                                *
      * YPBCJRNR:  REPORT DEL MATTINO SUL GIORNALE DI RUN DELLA        *
      *            CATENA YP (FILE YPJRNL SCRITTO DALLA ROUTINE        *
      *            YPRCJRNL DA OGNI PROGRAMMA A FINE PASSO). PER LA    *
      *            BUSINESS DATE DI RIFERIMENTO STAMPA SU OJRNREP:     *
      *                                                                *
      *            . I PASSI ESEGUITI CON ORA DI INIZIO, DURATA,       *
      *              DURATA MEDIA DEGLI ULTIMI 30 GIORNI (STESSO       *
      *              PROGRAMMA E PARM, SOLO PASSI CHIUSI CON RC < 8),  *
      *              RETURN CODE, RECORD E IMPORTI; SEGNALA RC > 0,    *
      *              DURATA OLTRE IL FATTORE PER LA MEDIA (LENTO) E    *
      *              PASSO GIA' ESEGUITO CON LO STESSO PARM (DOPPIO,   *
      *              O RIPRESA SE IL PRECEDENTE ERA CHIUSO CON RC >=8);*
      *            . IL CONTROLLO DEI PASSI ATTESI DELLA CATENA:       *
      *              MANCANTI, FALLITI SENZA RIPRESA, ESEGUITI PIU'    *
      *              VOLTE, RIPARTITI DOPO ERRORE; LE ISTANZE YPBCEPGP *
      *              ATTESE SONO QUELLE DICHIARATE DA YPBCSPLT, I      *
      *              PASSI PERIODICI (YPBCARCP, YPBCFATT, YPBCMTAB,    *
      *              YPBCPAGE, YPBCCR90, YPBCBLES) SONO CONTROLLATI    *
      *              SOLO SE PRESENTI;                                 *
      *            . IL CONTROLLO DI TRASCINAMENTO FRA I PASSI:        *
      *              YPBCREGF = YPBCSPLT IN ENTRATA, YPBCSPLT IN       *
      *              USCITA = SOMMA DELLE ISTANZE YPBCEPGP IN          *
      *              ENTRATA, YPBCMRGE FASE CNTR = SOMMA DELLE         *
      *              ISTANZE (RECORD E IMPORTI). VALGONO SOLO I        *
      *              PASSI CHIUSI CON RC < 8 (PER YPBCREGF, YPBCSPLT   *
      *              E YPBCMRGE L'ULTIMO ESEGUITO).                    *
      *                                                                *
      *            PARM (FACOLTATIVO): BUSINESS DATE AAAAMMGG (DEFAULT *
      *            IL GIORNO PRECEDENTE) E, DOPO UNO SPAZIO, FATTORE   *
      *            DI DURATA 1-9 (DEFAULT 2). RETURN CODE 4 SE C'E'    *
      *            ALMENO UNA ANOMALIA O UNA TABELLA SATURA.           *
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
           SELECT IJRNL                  ASSIGN       TO IJRNL
                                         FILE STATUS  IS ST-IJRNL.

           SELECT OJRNREP                ASSIGN       TO OJRNREP
                                         FILE STATUS  IS ST-OJRNREP.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IJRNL         :  GIORNALE DI RUN DELLA CATENA (YPJRNL) (INPUT) *
      *----------------------------------------------------------------*
       FD  IJRNL                         LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IJRNL-REC                     PIC  X(200).
      *
      *----------------------------------------------------------------*
      * OJRNREP       :  REPORT DEL MATTINO SULLA CATENA      (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OJRNREP                       LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OJRNREP.
           03 OJRNREP-ASA                PIC X(01).
           03 RIGA-OJRNREP               PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCJRNR'.
      *
       01  ST-IJRNL                      PIC  X(02).
           88  IJRN-NORMAL               VALUE '00'.
           88  IJRN-EOF                  VALUE '10'.
       01  ST-OJRNREP                    PIC  X(02).
           88  OJRR-NORMAL               VALUE '00'.
      *
       01  WS-XSCDAT                     PIC X(08) VALUE 'XSCDAT'.
      *
      *--* Business date di riferimento del report
       01  WS-DATA-RIFE                  PIC 9(08).
       01  FILLER                        REDEFINES WS-DATA-RIFE.
           05  WS-DATA-RIFE-AAAA         PIC X(04).
           05  WS-DATA-RIFE-MM           PIC X(02).
           05  WS-DATA-RIFE-GG           PIC X(02).
      *
      *--* Fattore di durata (PARM): un passo e' LENTO se dura piu'
      *    del fattore per la media; sotto la durata minima (secondi)
      *    lo scostamento non e' significativo e non si segnala
       01  WS-FATTORE                    PIC 9(01) VALUE 2.
       01  WS-DURATA-MINIMA              PIC 9(05) VALUE 120.
      *
      *--* Giorni di storico per la durata media
       01  WS-GIORNI-STORIA              PIC 9(03) VALUE 30.
      *
      *--* Passi attesi della catena giornaliera. TIPO: '1' = almeno
      *    una esecuzione al giorno, 'F' = una per flusso partizionato
      *    (numero dichiarato da YPBCSPLT), '0' = periodico,
      *    controllato solo se eseguito. PARM non vuoto = il passo e'
      *    distinto dai primi 4 caratteri del PARM
       01  WK-ATT-V.
           05  FILLER          PIC X(13) VALUE 'YPBCREGF    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCSPLT    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCEPGP    F'.
           05  FILLER          PIC X(13) VALUE 'YPBCMRGEOPEC1'.
           05  FILLER          PIC X(13) VALUE 'YPBCMRGEBILL1'.
           05  FILLER          PIC X(13) VALUE 'YPBCMRGEFXML1'.
           05  FILLER          PIC X(13) VALUE 'YPBCMRGEDCD 1'.
           05  FILLER          PIC X(13) VALUE 'YPBCMRGECNTR1'.
           05  FILLER          PIC X(13) VALUE 'YPBCSENT    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCACKM    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCSTOR    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCRIEM    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCRIS1    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCRIS2    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCHOLD    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCBLOC    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCCRED    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCPART    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCRSCH    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCDUPL    1'.
           05  FILLER          PIC X(13) VALUE 'YPBCARCP    0'.
           05  FILLER          PIC X(13) VALUE 'YPBCFATT    0'.
           05  FILLER          PIC X(13) VALUE 'YPBCMTAB    0'.
           05  FILLER          PIC X(13) VALUE 'YPBCPAGE    0'.
           05  FILLER          PIC X(13) VALUE 'YPBCCR90    0'.
           05  FILLER          PIC X(13) VALUE 'YPBCBLES    0'.
       01  WK-ATT REDEFINES WK-ATT-V.
           05  WK-AT-ELEM                OCCURS 26 TIMES.
               07  WK-AT-PROGRAMMA           PIC X(08).
               07  WK-AT-PARM                PIC X(04).
               07  WK-AT-TIPO                PIC X(01).
                   88  WK-AT-GIORNALIERO     VALUE '1'.
                   88  WK-AT-PER-FLUSSO      VALUE 'F'.
                   88  WK-AT-PERIODICO       VALUE '0'.
       01  WS-NUM-ATT                    PIC 9(03) VALUE 26.
       01  WS-IND-AT                     PIC 9(03).
      *
      *--* Esecuzioni trovate per passo atteso
       01  WK-AREA-ESIT.
           05  WK-EA-ELEM                OCCURS 26 TIMES.
               07  WK-EA-ATTESI              PIC 9(03).
               07  WK-EA-ESEGUITI            PIC 9(03).
               07  WK-EA-FALLITI             PIC 9(03).
               07  WK-EA-DOPPI               PIC 9(03).
      *
      *--* Passi della business date di riferimento, nell'ordine del
      *    giornale (ordine di fine passo)
       01  WS-IND-PASS                   PIC 9(03) VALUE ZERO.
       01  WK-AREA-PASS.
           05  WK-PS-ELEM                OCCURS 500 TIMES.
               07  WK-PS-PROGRAMMA           PIC X(08).
               07  WK-PS-PARM                PIC X(40).
               07  WK-PS-ORA-INIZIO          PIC 9(08).
               07  WK-PS-DURATA              PIC S9(09) COMP.
               07  WK-PS-RC                  PIC 9(04).
               07  WK-PS-LETTI               PIC 9(11).
               07  WK-PS-SCRITTI             PIC 9(11).
               07  WK-PS-SCARTATI            PIC 9(11).
               07  WK-PS-ENTRATA             PIC S9(15)V99 COMP-3.
               07  WK-PS-USCITA              PIC S9(15)V99 COMP-3.
               07  WK-PS-NUM-FLUSSI          PIC 9(02).
               07  WK-PS-RIPETIZ             PIC X(01).
                   88  WK-PS-DOPPIO          VALUE 'D'.
                   88  WK-PS-RIPRESO         VALUE 'R'.
       01  WS-IND-PS                     PIC 9(03).
       01  WS-IND-PS2                    PIC 9(03).
      *
      *--* Storico durate per programma e PARM (ultimi
      *    WS-GIORNI-STORIA giorni, passi chiusi con RC < 8)
       01  WS-IND-STOR                   PIC 9(03) VALUE ZERO.
       01  WK-AREA-STOR.
           05  WK-SR-ELEM                OCCURS 300 TIMES.
               07  WK-SR-PROGRAMMA           PIC X(08).
               07  WK-SR-PARM                PIC X(40).
               07  WK-SR-DURATA-TOT          PIC S9(11) COMP-3.
               07  WK-SR-NUM                 PIC 9(05).
       01  WS-IND-SR                     PIC 9(03).
       01  WS-SR-CORR                    PIC 9(03).
      *
      *--* Righe del report OJRNREP
       01  REP-RIGA-INTESTA.
           03  FILLER                PIC X(44) VALUE
               'GIORNALE DI RUN CATENA YP - BUSINESS DATE '.
           03  REP-INTESTA-DATA      PIC X(10).
           03  FILLER                PIC X(20) VALUE
               '   FATTORE DURATA: '.
           03  REP-INTESTA-FATTORE   PIC 9(01).
       01  REP-RIGA-COLONNE-PASSI.
           03  FILLER                PIC X(09) VALUE 'PASSO'.
           03  FILLER                PIC X(09) VALUE 'PARM'.
           03  FILLER                PIC X(09) VALUE 'INIZIO'.
           03  FILLER                PIC X(09) VALUE 'DURATA'.
           03  FILLER                PIC X(09) VALUE 'MEDIA'.
           03  FILLER                PIC X(04) VALUE ' RC'.
           03  FILLER                PIC X(10) VALUE '    LETTI'.
           03  FILLER                PIC X(10) VALUE '  SCRITTI'.
           03  FILLER                PIC X(10) VALUE ' SCARTATI'.
           03  FILLER                PIC X(19) VALUE
               '   IMPORTO ENTRATA'.
           03  FILLER                PIC X(19) VALUE
               '    IMPORTO USCITA'.
           03  FILLER                PIC X(15) VALUE 'ANOMALIE'.
       01  REP-RIGA-PASSO.
           03  REP-PS-PROGRAMMA      PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-PARM           PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-INIZIO         PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-DURATA         PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-MEDIA          PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-RC             PIC ZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-LETTI          PIC ZZZZZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-SCRITTI        PIC ZZZZZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-SCARTATI       PIC ZZZZZZZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-ENTRATA        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-USCITA         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-PS-ANOM-RC        PIC X(03).
           03  REP-PS-ANOM-LENTO     PIC X(06).
           03  REP-PS-ANOM-RIPET     PIC X(06).
       01  REP-RIGA-COLONNE-ATTESI.
           03  FILLER                PIC X(09) VALUE 'PASSO'.
           03  FILLER                PIC X(09) VALUE 'PARM'.
           03  FILLER                PIC X(09) VALUE '   ATTESI'.
           03  FILLER                PIC X(09) VALUE ' ESEGUITI'.
           03  FILLER                PIC X(09) VALUE '  FALLITI'.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  FILLER                PIC X(05) VALUE 'ESITO'.
       01  REP-RIGA-ATTESO.
           03  REP-AT-PROGRAMMA      PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  REP-AT-PARM           PIC X(04).
           03  FILLER                PIC X(05) VALUE SPACES.
           03  REP-AT-ATTESI         PIC Z(08)9.
           03  REP-AT-ESEGUITI       PIC Z(08)9.
           03  REP-AT-FALLITI        PIC Z(08)9.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  REP-AT-ESITO          PIC X(40).
       01  REP-RIGA-QUADRA-CONTA.
           03  REP-QC-DESC           PIC X(60).
           03  FILLER                PIC X(06) VALUE SPACES.
           03  REP-QC-VAL-A          PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(05) VALUE SPACES.
           03  REP-QC-VAL-B          PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  REP-QC-ESITO          PIC X(20).
       01  REP-RIGA-QUADRA-IMPO.
           03  REP-QI-DESC           PIC X(60).
           03  FILLER                PIC X(03) VALUE SPACES.
           03  REP-QI-VAL-A          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  REP-QI-VAL-B          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  REP-QI-ESITO          PIC X(20).
      *
      *--* Ora e durata in formato HH:MM:SS
       01  WS-ORA-EDIT.
           03  WS-OE-HH              PIC 9(02).
           03  FILLER                PIC X(01) VALUE ':'.
           03  WS-OE-MM              PIC 9(02).
           03  FILLER                PIC X(01) VALUE ':'.
           03  WS-OE-SS              PIC 9(02).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IJRNL                 PIC 9(01).
      *
      *--* Numero progressivo del giorno e secondi del giorno
           03  WS-GS-SERIALE-RIFE           PIC S9(09) COMP.
           03  WS-GS-SERIALE-INIZIO         PIC S9(09) COMP.
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
           03  WS-ORA-APPO                  PIC 9(08).
           03  WS-ORA-APPO-R REDEFINES WS-ORA-APPO.
               05  WS-ORA-HH                PIC 9(02).
               05  WS-ORA-MM                PIC 9(02).
               05  WS-ORA-SS                PIC 9(02).
               05  WS-ORA-CC                PIC 9(02).
           03  WS-SEC-INIZIO                PIC S9(09) COMP.
           03  WS-SEC-FINE                  PIC S9(09) COMP.
           03  WS-DURATA                    PIC S9(09) COMP.
           03  WS-MEDIA                     PIC S9(09) COMP.
           03  WS-DU-SECONDI                PIC S9(09) COMP.
           03  WS-DU-RESTO                  PIC S9(09) COMP.
           03  WS-DU-HH                     PIC S9(09) COMP.
           03  WS-DU-MM                     PIC S9(09) COMP.
           03  WS-DU-SS                     PIC S9(09) COMP.
      *
      *--* Valori per il controllo di trascinamento
           03  WS-TROV-REGF                 PIC 9(01).
           03  WS-TROV-SPLT                 PIC 9(01).
           03  WS-TROV-MRGE                 PIC 9(01).
           03  WS-REGF-LETTI                PIC 9(11).
           03  WS-REGF-ENTRATA              PIC S9(15)V99.
           03  WS-SPLT-LETTI                PIC 9(11).
           03  WS-SPLT-SCRITTI              PIC 9(11).
           03  WS-SPLT-ENTRATA              PIC S9(15)V99.
           03  WS-SPLT-USCITA               PIC S9(15)V99.
           03  WS-SPLT-NUM-FLUSSI           PIC 9(02).
           03  WS-MRGE-LETTI                PIC 9(11).
           03  WS-MRGE-SCRITTI              PIC 9(11).
           03  WS-MRGE-SCARTATI             PIC 9(11).
           03  WS-MRGE-ENTRATA              PIC S9(15)V99.
           03  WS-EPGP-ISTANZE              PIC 9(11).
           03  WS-EPGP-LETTI                PIC 9(11).
           03  WS-EPGP-SCRITTI              PIC 9(11).
           03  WS-EPGP-SCARTATI             PIC 9(11).
           03  WS-EPGP-ENTRATA              PIC S9(15)V99.
      *
      *--* Singolo controllo di trascinamento (QUADRA-CONTROLLO)
           03  WS-QU-VERIFICABILE           PIC 9(01).
           03  WS-QU-TIPO                   PIC X(01).
               88  WS-QU-CONTEGGIO          VALUE 'C'.
               88  WS-QU-IMPORTO            VALUE 'I'.
           03  WS-QU-VAL-A                  PIC S9(15)V99.
           03  WS-QU-VAL-B                  PIC S9(15)V99.
           03  WS-QU-ESITO                  PIC X(20).
           03  WS-VALIDI                    PIC S9(05).
      *
           03  CTR-JRNL-LETTI               PIC 9(09).
           03  CTR-JRNL-GIORNO              PIC 9(09).
           03  CTR-JRNL-STORIA              PIC 9(09).
           03  CTR-JRNL-ALTRI               PIC 9(09).
           03  CTR-PASS-ECCED               PIC 9(09).
           03  CTR-STOR-ECCED               PIC 9(09).
           03  CTR-PASS-RC                  PIC 9(09).
           03  CTR-PASS-LENTI               PIC 9(09).
           03  CTR-PASSI-MANCANTI           PIC 9(09).
           03  CTR-PASSI-DOPPI              PIC 9(09).
           03  CTR-PASSI-RIPARTITI          PIC 9(09).
           03  CTR-SQUADRATURE              PIC 9(09).
           03  CTR-ANOMALIE                 PIC 9(09).
      *
           03  ETR-CONTA                    PIC ZZZ.ZZZ.ZZ9.
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
      * ----- RECORD DI PASSO DEL GIORNALE DI RUN
           COPY YPCWJRNL.
      *
      * ----- PARAMETRI ROUTINE DATE XSCDAT
           COPY XSADAT.
      *
      * ----- UTILITY PER STAMPA ELAB
       COPY YPCWS001.
      *
      *================================================================*
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LL                   PIC S9(04) COMP.
           05  PARM-DATI.
               10  PARM-DATA-RIFE        PIC X(08).
               10  FILLER                PIC X(01).
               10  PARM-FATTORE          PIC X(01).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM CALC-DATA-RIFE         THRU F-CALC-DATA-RIFE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
      *
      *--* Passi della business date e storico delle durate
           PERFORM LEGG-IJRNL             THRU F-LEGG-IJRNL
           PERFORM ELAB-JOURNAL           THRU F-ELAB-JOURNAL
                                          UNTIL WS-EOF-IJRNL = 1
      *
      *--* Esecuzioni per passo atteso e valori di trascinamento
           PERFORM VARYING WS-IND-PS FROM 1 BY 1
              UNTIL WS-IND-PS > WS-IND-PASS
              PERFORM ACCUMULA-PASSO      THRU F-ACCUMULA-PASSO
           END-PERFORM
      *
           PERFORM STAM-PASSI             THRU F-STAM-PASSI
           PERFORM STAM-ATTESI            THRU F-STAM-ATTESI
           PERFORM STAM-QUADRATURE        THRU F-STAM-QUADRATURE
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = catena da verificare
           IF  RETURN-CODE = ZERO
           AND (   CTR-ANOMALIE   > ZERO
                OR CTR-PASS-ECCED > ZERO
                OR CTR-STOR-ECCED > ZERO)
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
           GOBACK
           .
      *================================================================*
       INIZ-WORK.
      *
           MOVE ZERO                        TO WS-ZERO
           MOVE SPACE                       TO WS-SPACE
           INITIALIZE WK-AREA-ESIT
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
      *
      *--* Fattore di durata da PARM (1-9), altrimenti 2
           IF  PARM-LL >= 10
           AND PARM-FATTORE IS NUMERIC
           AND PARM-FATTORE > '0'
              MOVE PARM-FATTORE             TO WS-FATTORE
           END-IF
           .
       F-INIZ-WORK.
           EXIT.
      *================================================================*
      *    Business date da PARM (ristampa), altrimenti il giorno      *
      *    precedente la data del giorno (il report gira al mattino    *
      *    dopo la catena notturna)                                    *
      *================================================================*
       CALC-DATA-RIFE.
      *
           IF  PARM-LL >= 8
           AND PARM-DATA-RIFE IS NUMERIC
           AND PARM-DATA-RIFE > '00000000'
              MOVE PARM-DATA-RIFE           TO WS-DATA-RIFE
           ELSE
              MOVE SPACES                   TO UTDATA-PARAM
              INITIALIZE UTDATA-PARAM
              MOVE WS-DATA-AAAAMMGG         TO UTDATA-DATA-1
              MOVE 3                        TO UTDATA-FUNZIONE
              MOVE -1                       TO UTDATA-GIORNI
      *
              CALL WS-XSCDAT USING UTDATA-PARAM
      *
              IF UTDATA-ERRORE NOT = ZEROES
                 MOVE UTDATA-ERRORE         TO P303-FILE-STATUS
                 MOVE '01'                  TO P303-MSGER-RIF
                 MOVE 'CALL'                TO P303-MSGER-TIPO
                 MOVE 'XSCDAT'              TO P303-MSGER-FILE
                 MOVE WS-DATA-AAAAMMGG      TO P303-MSGER-DATO
                 MOVE 'ERRORE CALCOLO GIORNO PRECEDENTE'
                                            TO P303-MSGER-DESCR
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
              MOVE UTDATA-DATA-2            TO WS-DATA-RIFE
           END-IF
      *
           MOVE WS-DATA-RIFE                TO WS-GS-DATA
           PERFORM CALC-GIORNO-SERIALE    THRU F-CALC-GIORNO-SERIALE
           MOVE WS-GS-SERIALE               TO WS-GS-SERIALE-RIFE
           .
       F-CALC-DATA-RIFE.
           EXIT.
      *================================================================*
      *    Routine di segnalazione inizio programma                    *
      *================================================================*
       STAM-PRIM-RIGH.
      *
           MOVE  SPACES                     TO YPCWS001-TEST-1
      *
           STRING '* FULL ACQUIRING * '
                  'REPORT GIORNALE DI RUN CATENA YP '
                  '- PROGRAMMA: YPBCJRNR - '
                  'BUSINESS DATE: ' WS-DATA-RIFE
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
           OPEN INPUT  IJRNL
           IF NOT IJRN-NORMAL
              MOVE ST-IJRNL              TO P303-FILE-STATUS
              MOVE '02'                  TO P303-MSGER-RIF
              MOVE 'OPENINP'             TO P303-MSGER-TIPO
              MOVE 'IJRNL'               TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT OJRNREP
           IF NOT OJRR-NORMAL
              MOVE ST-OJRNREP            TO P303-FILE-STATUS
              MOVE '03'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OJRNREP'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-IJRNL.
      *
           READ IJRNL                     INTO JRNL-RECORD
      *
           IF IJRN-EOF
              MOVE 1 TO WS-EOF-IJRNL
              GO TO F-LEGG-IJRNL
           END-IF
      *
           IF NOT IJRN-NORMAL
              MOVE ST-IJRNL                 TO P303-FILE-STATUS
              MOVE '04'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IJRNL'                  TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-JRNL-LETTI
           .
       F-LEGG-IJRNL.
           EXIT.
      *================================================================*
      *    Record del giornale: passo della business date, storico     *
      *    per la durata media o record fuori finestra                 *
      *================================================================*
       ELAB-JOURNAL.
      *
           IF JRNL-BUSINESS-DATE NOT NUMERIC
           OR JRNL-BUSINESS-DATE = ZERO
              ADD 1                         TO CTR-JRNL-ALTRI
              GO TO ELAB-JOURNAL-LEGG
           END-IF
      *
           IF JRNL-BUSINESS-DATE = WS-DATA-RIFE
              ADD 1                         TO CTR-JRNL-GIORNO
              PERFORM CARI-PASSO          THRU F-CARI-PASSO
              GO TO ELAB-JOURNAL-LEGG
           END-IF
      *
           MOVE JRNL-BUSINESS-DATE          TO WS-GS-DATA
           PERFORM CALC-GIORNO-SERIALE    THRU F-CALC-GIORNO-SERIALE
           IF  WS-GS-SERIALE < WS-GS-SERIALE-RIFE
           AND WS-GS-SERIALE NOT < WS-GS-SERIALE-RIFE
                                  - WS-GIORNI-STORIA
              ADD 1                         TO CTR-JRNL-STORIA
              PERFORM CARI-STORIA         THRU F-CARI-STORIA
           ELSE
              ADD 1                         TO CTR-JRNL-ALTRI
           END-IF
           .
       ELAB-JOURNAL-LEGG.
           PERFORM LEGG-IJRNL             THRU F-LEGG-IJRNL
           .
       F-ELAB-JOURNAL.
           EXIT.
      *================================================================*
      *    Passo della business date in tabella. Lo stesso programma   *
      *    gia' eseguito con lo stesso PARM e' un DOPPIO, o una        *
      *    RIPRESA se l'esecuzione precedente era chiusa con RC >= 8;  *
      *    le istanze YPBCEPGP hanno tutte lo stesso PARM e sono       *
      *    controllate sul numero di flussi                            *
      *================================================================*
       CARI-PASSO.
      *
           IF WS-IND-PASS >= 500
              ADD 1                         TO CTR-PASS-ECCED
              GO TO F-CARI-PASSO
           END-IF
      *
           ADD 1                            TO WS-IND-PASS
           MOVE JRNL-PROGRAMMA      TO WK-PS-PROGRAMMA(WS-IND-PASS)
           MOVE JRNL-PARM           TO WK-PS-PARM(WS-IND-PASS)
           MOVE JRNL-ORA-INIZIO     TO WK-PS-ORA-INIZIO(WS-IND-PASS)
           MOVE JRNL-RETURN-CODE    TO WK-PS-RC(WS-IND-PASS)
           MOVE JRNL-REC-LETTI      TO WK-PS-LETTI(WS-IND-PASS)
           MOVE JRNL-REC-SCRITTI    TO WK-PS-SCRITTI(WS-IND-PASS)
           MOVE JRNL-REC-SCARTATI   TO WK-PS-SCARTATI(WS-IND-PASS)
           MOVE JRNL-IMPO-ENTRATA   TO WK-PS-ENTRATA(WS-IND-PASS)
           MOVE JRNL-IMPO-USCITA    TO WK-PS-USCITA(WS-IND-PASS)
           MOVE JRNL-NUM-FLUSSI     TO WK-PS-NUM-FLUSSI(WS-IND-PASS)
           MOVE SPACE               TO WK-PS-RIPETIZ(WS-IND-PASS)
      *
           PERFORM CALC-DURATA            THRU F-CALC-DURATA
           MOVE WS-DURATA           TO WK-PS-DURATA(WS-IND-PASS)
      *
           IF JRNL-PROGRAMMA = 'YPBCEPGP'
              GO TO F-CARI-PASSO
           END-IF
      *
           PERFORM VARYING WS-IND-PS2 FROM 1 BY 1
              UNTIL WS-IND-PS2 NOT < WS-IND-PASS
              IF  WK-PS-PROGRAMMA(WS-IND-PS2) = JRNL-PROGRAMMA
              AND WK-PS-PARM(WS-IND-PS2)      = JRNL-PARM
                 IF WK-PS-RC(WS-IND-PS2) NOT < 8
                    SET WK-PS-RIPRESO(WS-IND-PASS) TO TRUE
                 ELSE
                    SET WK-PS-DOPPIO(WS-IND-PASS)  TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
       F-CARI-PASSO.
           EXIT.
      *================================================================*
      *    Durata del passo di un giorno precedente nello storico del  *
      *    programma/PARM (i passi chiusi con RC >= 8 non fanno media) *
      *================================================================*
       CARI-STORIA.
      *
           IF JRNL-RETURN-CODE NOT < 8
              GO TO F-CARI-STORIA
           END-IF
      *
           MOVE ZERO                        TO WS-SR-CORR
           PERFORM VARYING WS-IND-SR FROM 1 BY 1
              UNTIL WS-IND-SR > WS-IND-STOR
                 OR WS-SR-CORR > ZERO
              IF  WK-SR-PROGRAMMA(WS-IND-SR) = JRNL-PROGRAMMA
              AND WK-SR-PARM(WS-IND-SR)      = JRNL-PARM
                 MOVE WS-IND-SR             TO WS-SR-CORR
              END-IF
           END-PERFORM
      *
           IF WS-SR-CORR = ZERO
              IF WS-IND-STOR >= 300
                 ADD 1                      TO CTR-STOR-ECCED
                 GO TO F-CARI-STORIA
              END-IF
              ADD 1                         TO WS-IND-STOR
              MOVE WS-IND-STOR              TO WS-SR-CORR
              MOVE JRNL-PROGRAMMA   TO WK-SR-PROGRAMMA(WS-SR-CORR)
              MOVE JRNL-PARM        TO WK-SR-PARM(WS-SR-CORR)
              MOVE ZERO             TO WK-SR-DURATA-TOT(WS-SR-CORR)
                                       WK-SR-NUM(WS-SR-CORR)
           END-IF
      *
           PERFORM CALC-DURATA            THRU F-CALC-DURATA
           ADD WS-DURATA            TO WK-SR-DURATA-TOT(WS-SR-CORR)
           ADD 1                    TO WK-SR-NUM(WS-SR-CORR)
           .
       F-CARI-STORIA.
           EXIT.
      *================================================================*
      *    Durata in secondi del record corrente del giornale, anche   *
      *    a cavallo della mezzanotte                                  *
      *================================================================*
       CALC-DURATA.
      *
           MOVE ZERO                        TO WS-DURATA
      *
           MOVE JRNL-DATA-INIZIO            TO WS-GS-DATA
           PERFORM CALC-GIORNO-SERIALE    THRU F-CALC-GIORNO-SERIALE
           MOVE WS-GS-SERIALE               TO WS-GS-SERIALE-INIZIO
           MOVE JRNL-DATA-FINE              TO WS-GS-DATA
           PERFORM CALC-GIORNO-SERIALE    THRU F-CALC-GIORNO-SERIALE
           IF WS-GS-SERIALE-INIZIO = ZERO
           OR WS-GS-SERIALE        = ZERO
              GO TO F-CALC-DURATA
           END-IF
      *
           MOVE JRNL-ORA-INIZIO             TO WS-ORA-APPO
           COMPUTE WS-SEC-INIZIO = WS-ORA-HH * 3600
                                 + WS-ORA-MM * 60
                                 + WS-ORA-SS
           MOVE JRNL-ORA-FINE               TO WS-ORA-APPO
           COMPUTE WS-SEC-FINE   = WS-ORA-HH * 3600
                                 + WS-ORA-MM * 60
                                 + WS-ORA-SS
      *
           COMPUTE WS-DURATA = ( WS-GS-SERIALE
                               - WS-GS-SERIALE-INIZIO ) * 86400
                             + WS-SEC-FINE
                             - WS-SEC-INIZIO
           IF WS-DURATA < ZERO
              MOVE ZERO                     TO WS-DURATA
           END-IF
           .
       F-CALC-DURATA.
           EXIT.
      *================================================================*
      *    Passo WS-IND-PS: esecuzioni per passo atteso e valori per   *
      *    il controllo di trascinamento (solo passi con RC < 8)       *
      *================================================================*
       ACCUMULA-PASSO.
      *
           PERFORM VARYING WS-IND-AT FROM 1 BY 1
              UNTIL WS-IND-AT > WS-NUM-ATT
              IF  WK-PS-PROGRAMMA(WS-IND-PS)
                                         = WK-AT-PROGRAMMA(WS-IND-AT)
              AND (   WK-AT-PARM(WS-IND-AT) = SPACES
                   OR WK-PS-PARM(WS-IND-PS)(1:4)
                                         = WK-AT-PARM(WS-IND-AT))
                 ADD 1                 TO WK-EA-ESEGUITI(WS-IND-AT)
                 IF WK-PS-RC(WS-IND-PS) NOT < 8
                    ADD 1              TO WK-EA-FALLITI(WS-IND-AT)
                 END-IF
                 IF WK-PS-DOPPIO(WS-IND-PS)
                    ADD 1              TO WK-EA-DOPPI(WS-IND-AT)
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WK-PS-RC(WS-IND-PS) NOT < 8
              GO TO F-ACCUMULA-PASSO
           END-IF
      *
           EVALUATE TRUE
              WHEN WK-PS-PROGRAMMA(WS-IND-PS) = 'YPBCREGF'
                 MOVE 1                     TO WS-TROV-REGF
                 MOVE WK-PS-LETTI(WS-IND-PS)    TO WS-REGF-LETTI
                 MOVE WK-PS-ENTRATA(WS-IND-PS)  TO WS-REGF-ENTRATA
              WHEN WK-PS-PROGRAMMA(WS-IND-PS) = 'YPBCSPLT'
                 MOVE 1                     TO WS-TROV-SPLT
                 MOVE WK-PS-LETTI(WS-IND-PS)    TO WS-SPLT-LETTI
                 MOVE WK-PS-SCRITTI(WS-IND-PS)  TO WS-SPLT-SCRITTI
                 MOVE WK-PS-ENTRATA(WS-IND-PS)  TO WS-SPLT-ENTRATA
                 MOVE WK-PS-USCITA(WS-IND-PS)   TO WS-SPLT-USCITA
                 MOVE WK-PS-NUM-FLUSSI(WS-IND-PS)
                                            TO WS-SPLT-NUM-FLUSSI
              WHEN WK-PS-PROGRAMMA(WS-IND-PS) = 'YPBCEPGP'
                 ADD 1                      TO WS-EPGP-ISTANZE
                 ADD WK-PS-LETTI(WS-IND-PS)     TO WS-EPGP-LETTI
                 ADD WK-PS-SCRITTI(WS-IND-PS)   TO WS-EPGP-SCRITTI
                 ADD WK-PS-SCARTATI(WS-IND-PS)  TO WS-EPGP-SCARTATI
                 ADD WK-PS-ENTRATA(WS-IND-PS)   TO WS-EPGP-ENTRATA
              WHEN WK-PS-PROGRAMMA(WS-IND-PS) = 'YPBCMRGE'
               AND WK-PS-PARM(WS-IND-PS)(1:4) = 'CNTR'
                 MOVE 1                     TO WS-TROV-MRGE
                 MOVE WK-PS-LETTI(WS-IND-PS)    TO WS-MRGE-LETTI
                 MOVE WK-PS-SCRITTI(WS-IND-PS)  TO WS-MRGE-SCRITTI
                 MOVE WK-PS-SCARTATI(WS-IND-PS) TO WS-MRGE-SCARTATI
                 MOVE WK-PS-ENTRATA(WS-IND-PS)  TO WS-MRGE-ENTRATA
           END-EVALUATE
           .
       F-ACCUMULA-PASSO.
           EXIT.
      *================================================================*
      *    Prima parte del report: passi eseguiti nella business date  *
      *================================================================*
       STAM-PASSI.
      *
           MOVE SPACES                      TO REP-INTESTA-DATA
           STRING WS-DATA-RIFE-GG '-' WS-DATA-RIFE-MM '-'
                  WS-DATA-RIFE-AAAA
           DELIMITED BY SIZE              INTO REP-INTESTA-DATA
           END-STRING
           MOVE WS-FATTORE                  TO REP-INTESTA-FATTORE
           MOVE '1'                         TO OJRNREP-ASA
           MOVE REP-RIGA-INTESTA            TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
      *
           MOVE 'PASSI ESEGUITI'            TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           MOVE REP-RIGA-COLONNE-PASSI      TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
      *
           IF WS-IND-PASS = ZERO
              MOVE 'NESSUN PASSO REGISTRATO PER LA BUSINESS DATE'
                                            TO RIGA-OJRNREP
              PERFORM SCRIVI-OJRNREP      THRU F-SCRIVI-OJRNREP
           END-IF
      *
           PERFORM VARYING WS-IND-PS FROM 1 BY 1
              UNTIL WS-IND-PS > WS-IND-PASS
              PERFORM STAM-RIGA-PASSO     THRU F-STAM-RIGA-PASSO
           END-PERFORM
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           .
       F-STAM-PASSI.
           EXIT.
      *================================================================*
      *    Riga del passo WS-IND-PS con confronto sulla durata media   *
      *================================================================*
       STAM-RIGA-PASSO.
      *
           MOVE WK-PS-PROGRAMMA(WS-IND-PS)  TO REP-PS-PROGRAMMA
           MOVE WK-PS-PARM(WS-IND-PS)       TO REP-PS-PARM
           MOVE WK-PS-ORA-INIZIO(WS-IND-PS) TO WS-ORA-APPO
           MOVE WS-ORA-HH                   TO WS-OE-HH
           MOVE WS-ORA-MM                   TO WS-OE-MM
           MOVE WS-ORA-SS                   TO WS-OE-SS
           MOVE WS-ORA-EDIT                 TO REP-PS-INIZIO
           MOVE WK-PS-DURATA(WS-IND-PS)     TO WS-DU-SECONDI
           PERFORM EDIT-DURATA            THRU F-EDIT-DURATA
           MOVE WS-ORA-EDIT                 TO REP-PS-DURATA
           MOVE WK-PS-RC(WS-IND-PS)         TO REP-PS-RC
           MOVE WK-PS-LETTI(WS-IND-PS)      TO REP-PS-LETTI
           MOVE WK-PS-SCRITTI(WS-IND-PS)    TO REP-PS-SCRITTI
           MOVE WK-PS-SCARTATI(WS-IND-PS)   TO REP-PS-SCARTATI
           MOVE WK-PS-ENTRATA(WS-IND-PS)    TO REP-PS-ENTRATA
           MOVE WK-PS-USCITA(WS-IND-PS)     TO REP-PS-USCITA
           MOVE SPACES                      TO REP-PS-ANOM-RC
                                               REP-PS-ANOM-LENTO
                                               REP-PS-ANOM-RIPET
      *
           IF WK-PS-RC(WS-IND-PS) > ZERO
              MOVE 'RC'                     TO REP-PS-ANOM-RC
              ADD 1                         TO CTR-PASS-RC
              ADD 1                         TO CTR-ANOMALIE
           END-IF
           IF WK-PS-DOPPIO(WS-IND-PS)
              MOVE 'DOPPIO'                 TO REP-PS-ANOM-RIPET
           END-IF
           IF WK-PS-RIPRESO(WS-IND-PS)
              MOVE 'RIPRES'                 TO REP-PS-ANOM-RIPET
           END-IF
      *
      *--* Durata media dello stesso programma/PARM nello storico
           MOVE ZERO                        TO WS-SR-CORR
           PERFORM VARYING WS-IND-SR FROM 1 BY 1
              UNTIL WS-IND-SR > WS-IND-STOR
                 OR WS-SR-CORR > ZERO
              IF  WK-SR-PROGRAMMA(WS-IND-SR)
                                         = WK-PS-PROGRAMMA(WS-IND-PS)
              AND WK-SR-PARM(WS-IND-SR)  = WK-PS-PARM(WS-IND-PS)
                 MOVE WS-IND-SR             TO WS-SR-CORR
              END-IF
           END-PERFORM
      *
           IF WS-SR-CORR = ZERO
              MOVE '   N.D. '               TO REP-PS-MEDIA
           ELSE
              COMPUTE WS-MEDIA ROUNDED = WK-SR-DURATA-TOT(WS-SR-CORR)
                                       / WK-SR-NUM(WS-SR-CORR)
              MOVE WS-MEDIA                 TO WS-DU-SECONDI
              PERFORM EDIT-DURATA         THRU F-EDIT-DURATA
              MOVE WS-ORA-EDIT              TO REP-PS-MEDIA
              IF  WK-PS-DURATA(WS-IND-PS) > WS-FATTORE * WS-MEDIA
              AND WK-PS-DURATA(WS-IND-PS) NOT < WS-DURATA-MINIMA
                 MOVE 'LENTO'               TO REP-PS-ANOM-LENTO
                 ADD 1                      TO CTR-PASS-LENTI
                 ADD 1                      TO CTR-ANOMALIE
              END-IF
           END-IF
      *
           MOVE REP-RIGA-PASSO              TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           .
       F-STAM-RIGA-PASSO.
           EXIT.
      *================================================================*
      *    Secondi WS-DU-SECONDI in formato HH:MM:SS su WS-ORA-EDIT    *
      *================================================================*
       EDIT-DURATA.
      *
           DIVIDE WS-DU-SECONDI BY 3600   GIVING WS-DU-HH
                                       REMAINDER WS-DU-RESTO
           DIVIDE WS-DU-RESTO   BY 60     GIVING WS-DU-MM
                                       REMAINDER WS-DU-SS
           IF WS-DU-HH > 99
              MOVE 99                       TO WS-DU-HH
           END-IF
           MOVE WS-DU-HH                    TO WS-OE-HH
           MOVE WS-DU-MM                    TO WS-OE-MM
           MOVE WS-DU-SS                    TO WS-OE-SS
           .
       F-EDIT-DURATA.
           EXIT.
      *================================================================*
      *    Seconda parte del report: controllo dei passi attesi        *
      *================================================================*
       STAM-ATTESI.
      *
           MOVE 'CONTROLLO PASSI ATTESI DELLA CATENA' TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           MOVE REP-RIGA-COLONNE-ATTESI     TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
      *
           PERFORM VARYING WS-IND-AT FROM 1 BY 1
              UNTIL WS-IND-AT > WS-NUM-ATT
              PERFORM VALUTA-ATTESO       THRU F-VALUTA-ATTESO
           END-PERFORM
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           .
       F-STAM-ATTESI.
           EXIT.
      *================================================================*
      *    Esito del passo atteso WS-IND-AT                            *
      *================================================================*
       VALUTA-ATTESO.
      *
           EVALUATE TRUE
              WHEN WK-AT-PER-FLUSSO(WS-IND-AT)
                 IF  WS-TROV-SPLT = 1
                 AND WS-SPLT-NUM-FLUSSI > ZERO
                    MOVE WS-SPLT-NUM-FLUSSI
                                       TO WK-EA-ATTESI(WS-IND-AT)
                 ELSE
                    MOVE 1             TO WK-EA-ATTESI(WS-IND-AT)
                 END-IF
              WHEN WK-AT-GIORNALIERO(WS-IND-AT)
                 MOVE 1                TO WK-EA-ATTESI(WS-IND-AT)
              WHEN OTHER
                 MOVE ZERO             TO WK-EA-ATTESI(WS-IND-AT)
           END-EVALUATE
      *
           COMPUTE WS-VALIDI = WK-EA-ESEGUITI(WS-IND-AT)
                             - WK-EA-FALLITI(WS-IND-AT)
      *
           EVALUATE TRUE
              WHEN WK-EA-ESEGUITI(WS-IND-AT) = ZERO
               AND WK-AT-PERIODICO(WS-IND-AT)
                 MOVE 'NON ESEGUITO (PERIODICO)' TO REP-AT-ESITO
              WHEN WK-EA-ESEGUITI(WS-IND-AT) = ZERO
                 MOVE '*** MANCANTE ***'    TO REP-AT-ESITO
                 ADD 1                      TO CTR-PASSI-MANCANTI
                 ADD 1                      TO CTR-ANOMALIE
              WHEN WS-VALIDI = ZERO
                 MOVE '*** FALLITO E NON RIPRESO ***'
                                            TO REP-AT-ESITO
                 ADD 1                      TO CTR-PASSI-MANCANTI
                 ADD 1                      TO CTR-ANOMALIE
              WHEN WK-AT-PER-FLUSSO(WS-IND-AT)
               AND WS-VALIDI < WK-EA-ATTESI(WS-IND-AT)
                 MOVE '*** ISTANZE MANCANTI ***' TO REP-AT-ESITO
                 ADD 1                      TO CTR-PASSI-MANCANTI
                 ADD 1                      TO CTR-ANOMALIE
              WHEN WK-AT-PER-FLUSSO(WS-IND-AT)
               AND WS-VALIDI > WK-EA-ATTESI(WS-IND-AT)
                 MOVE '*** ESEGUITO PIU'' VOLTE ***' TO REP-AT-ESITO
                 ADD 1                      TO CTR-PASSI-DOPPI
                 ADD 1                      TO CTR-ANOMALIE
              WHEN WK-EA-DOPPI(WS-IND-AT) > ZERO
                 MOVE '*** ESEGUITO PIU'' VOLTE ***' TO REP-AT-ESITO
                 ADD 1                      TO CTR-PASSI-DOPPI
                 ADD 1                      TO CTR-ANOMALIE
              WHEN WK-EA-FALLITI(WS-IND-AT) > ZERO
                 MOVE 'RIPARTITO DOPO ERRORE' TO REP-AT-ESITO
                 ADD 1                      TO CTR-PASSI-RIPARTITI
                 ADD 1                      TO CTR-ANOMALIE
              WHEN OTHER
                 MOVE 'OK'                  TO REP-AT-ESITO
           END-EVALUATE
      *
           MOVE WK-AT-PROGRAMMA(WS-IND-AT)  TO REP-AT-PROGRAMMA
           MOVE WK-AT-PARM(WS-IND-AT)       TO REP-AT-PARM
           MOVE WK-EA-ATTESI(WS-IND-AT)     TO REP-AT-ATTESI
           MOVE WK-EA-ESEGUITI(WS-IND-AT)   TO REP-AT-ESEGUITI
           MOVE WK-EA-FALLITI(WS-IND-AT)    TO REP-AT-FALLITI
           MOVE REP-RIGA-ATTESO             TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           .
       F-VALUTA-ATTESO.
           EXIT.
      *================================================================*
      *    Terza parte del report: trascinamento di record e importi   *
      *    fra i passi                                                 *
      *================================================================*
       STAM-QUADRATURE.
      *
           MOVE 'CONTROLLO DI TRASCINAMENTO FRA I PASSI'
                                            TO RIGA-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
      *
      *--* Presidio in ingresso e splitter leggono lo stesso flusso
           MOVE ZERO                        TO WS-QU-VERIFICABILE
           IF WS-TROV-REGF = 1 AND WS-TROV-SPLT = 1
              MOVE 1                        TO WS-QU-VERIFICABILE
           END-IF
           MOVE 'C'                         TO WS-QU-TIPO
           MOVE 'YPBCREGF RECORD LETTI / YPBCSPLT RECORD LETTI'
                                            TO REP-QC-DESC
           MOVE WS-REGF-LETTI               TO WS-QU-VAL-A
           MOVE WS-SPLT-LETTI               TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
           MOVE 'I'                         TO WS-QU-TIPO
           MOVE 'YPBCREGF IMPORTO LETTO / YPBCSPLT IMPORTO LETTO'
                                            TO REP-QI-DESC
           MOVE WS-REGF-ENTRATA             TO WS-QU-VAL-A
           MOVE WS-SPLT-ENTRATA             TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
      *--* Flussi partizionati = somma degli ingressi delle istanze
           MOVE ZERO                        TO WS-QU-VERIFICABILE
           IF WS-TROV-SPLT = 1 AND WS-EPGP-ISTANZE > ZERO
              MOVE 1                        TO WS-QU-VERIFICABILE
           END-IF
           MOVE 'C'                         TO WS-QU-TIPO
           MOVE 'YPBCSPLT RECORD SCRITTI / SOMMA LETTI YPBCEPGP'
                                            TO REP-QC-DESC
           MOVE WS-SPLT-SCRITTI             TO WS-QU-VAL-A
           MOVE WS-EPGP-LETTI               TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
           MOVE 'I'                         TO WS-QU-TIPO
           MOVE 'YPBCSPLT IMPORTO USCITA / SOMMA IMPORTI YPBCEPGP'
                                            TO REP-QI-DESC
           MOVE WS-SPLT-USCITA              TO WS-QU-VAL-A
           MOVE WS-EPGP-ENTRATA             TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
      *--* Consolidato contatori = somma delle istanze
           MOVE ZERO                        TO WS-QU-VERIFICABILE
           IF WS-TROV-MRGE = 1 AND WS-EPGP-ISTANZE > ZERO
              MOVE 1                        TO WS-QU-VERIFICABILE
           END-IF
           MOVE 'C'                         TO WS-QU-TIPO
           MOVE 'YPBCMRGE CNTR ISTANZE LETTE / ISTANZE YPBCEPGP'
                                            TO REP-QC-DESC
           MOVE WS-MRGE-LETTI               TO WS-QU-VAL-A
           MOVE WS-EPGP-ISTANZE             TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
           MOVE 'YPBCMRGE CNTR MOVIMENTI / SOMMA SCRITTI YPBCEPGP'
                                            TO REP-QC-DESC
           MOVE WS-MRGE-SCRITTI             TO WS-QU-VAL-A
           MOVE WS-EPGP-SCRITTI             TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
           MOVE 'YPBCMRGE CNTR SCARTI / SOMMA SCARTATI YPBCEPGP'
                                            TO REP-QC-DESC
           MOVE WS-MRGE-SCARTATI            TO WS-QU-VAL-A
           MOVE WS-EPGP-SCARTATI            TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
      *
           MOVE 'I'                         TO WS-QU-TIPO
           MOVE 'YPBCMRGE CNTR IMPORTO / SOMMA IMPORTI YPBCEPGP'
                                            TO REP-QI-DESC
           MOVE WS-MRGE-ENTRATA             TO WS-QU-VAL-A
           MOVE WS-EPGP-ENTRATA             TO WS-QU-VAL-B
           PERFORM QUADRA-CONTROLLO       THRU F-QUADRA-CONTROLLO
           .
       F-STAM-QUADRATURE.
           EXIT.
      *================================================================*
      *    Confronto WS-QU-VAL-A / WS-QU-VAL-B e riga di esito; un     *
      *    passo assente o fallito rende il controllo non verificabile *
      *    (l'assenza e' gia' segnalata fra i passi attesi)            *
      *================================================================*
       QUADRA-CONTROLLO.
      *
           EVALUATE TRUE
              WHEN WS-QU-VERIFICABILE = ZERO
                 MOVE 'NON VERIFICABILE'    TO WS-QU-ESITO
                 MOVE ZERO                  TO WS-QU-VAL-A
                                               WS-QU-VAL-B
              WHEN WS-QU-VAL-A = WS-QU-VAL-B
                 MOVE 'QUADRA'              TO WS-QU-ESITO
              WHEN OTHER
                 MOVE '*** SQUADRA ***'     TO WS-QU-ESITO
                 ADD 1                      TO CTR-SQUADRATURE
                 ADD 1                      TO CTR-ANOMALIE
           END-EVALUATE
      *
           IF WS-QU-CONTEGGIO
              MOVE WS-QU-VAL-A              TO REP-QC-VAL-A
              MOVE WS-QU-VAL-B              TO REP-QC-VAL-B
              MOVE WS-QU-ESITO              TO REP-QC-ESITO
              MOVE REP-RIGA-QUADRA-CONTA    TO RIGA-OJRNREP
           ELSE
              MOVE WS-QU-VAL-A              TO REP-QI-VAL-A
              MOVE WS-QU-VAL-B              TO REP-QI-VAL-B
              MOVE WS-QU-ESITO              TO REP-QI-ESITO
              MOVE REP-RIGA-QUADRA-IMPO     TO RIGA-OJRNREP
           END-IF
           PERFORM SCRIVI-OJRNREP         THRU F-SCRIVI-OJRNREP
           .
       F-QUADRA-CONTROLLO.
           EXIT.
      *================================================================*
       SCRIVI-OJRNREP.
      *
           WRITE REC-OJRNREP
      *
           IF NOT OJRR-NORMAL
              MOVE ST-OJRNREP               TO P303-FILE-STATUS
              MOVE '05'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OJRNREP'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE OJRNREP' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OJRNREP-ASA
           MOVE SPACES                      TO RIGA-OJRNREP
           .
       F-SCRIVI-OJRNREP.
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
           MOVE CTR-JRNL-LETTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD GIORNALE LETTI______________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-JRNL-GIORNO             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI DELLA BUSINESS DATE__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-JRNL-STORIA             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI DI STORICO PER LE MEDIE______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-JRNL-ALTRI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'RECORD FUORI FINESTRA IGNORATI_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PASS-RC                 TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI CON RETURN CODE MAGGIORE DI 0:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PASS-LENTI              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI OLTRE LA DURATA ABITUALE_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PASSI-MANCANTI          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI ATTESI MANCANTI O FALLITI____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PASSI-DOPPI             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI ESEGUITI PIU'' VOLTE__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-PASSI-RIPARTITI         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'PASSI RIPARTITI DOPO ERRORE________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-SQUADRATURE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'CONTROLLI DI TRASCINAMENTO SQUADRATI:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-PASS-ECCED > ZERO
              MOVE CTR-PASS-ECCED           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA PASSI SATURA (MAX 500) - '
                      'PASSI NON TRATTATI: '
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           IF CTR-STOR-ECCED > ZERO
              MOVE CTR-STOR-ECCED           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA STORICO DURATE SATURA (MAX 300) - '
                      'RECORD NON TRATTATI: '
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
           CLOSE IJRNL
                 OJRNREP
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
