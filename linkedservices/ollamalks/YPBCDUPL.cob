       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCDUPL.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20036                                   *
      *================================================================*
      *                                                                *
      * YPBCDUPL:  CONTROLLO GIORNALIERO DEI PAGAMENTI SOSPETTI        *
      *            DOPPI FRA GIORNATE DIVERSE. INTERCETTA IL CASO IN   *
      *            CUI L'ACQUIRER RIGENERA LO STESSO REGOLAMENTO CON   *
      *            UN NUOVO PAYMENT_UID (NON VISTO DALLO SCARTO -803   *
      *            YPODUPK NE' DAL REGISTRO FLUSSI YPBCREGF).          *
      *                                                                *
      *            . I PAGAMENTI 200/300 DELLA DATA DI ELABORAZIONE    *
      *              SONO CONFRONTATI CON QUELLI DELLA FINESTRA DEI    *
      *              GIORNI PRECEDENTI (E DELLA STESSA GIORNATA):      *
      *              STESSI MERCHANT_ID, D_C_IND, PAYMENT_AMOUNT E     *
      *              BRAND, PAYMENT_UID DIVERSO, REF_PERIOD_DATE E/O   *
      *              DEVICE_TOT UGUALI;                                *
      *            . PER LA PARTE DI FINESTRA GIA' STORICIZZATA DA     *
      *              YPBCARCP IL CONFRONTO E' FATTO SULLE GENERAZIONI  *
      *              OSTORICO IN CONCATENAZIONE SU INARCHIV (FILE      *
      *              FACOLTATIVO);                                     *
      *            . CONFIDENZA: ALTA = REF_PERIOD_DATE E DEVICE_TOT   *
      *              UGUALI SU GIORNATE DIVERSE; MEDIA = ENTRAMBI      *
      *              UGUALI NELLA STESSA GIORNATA O UNO SOLO UGUALE    *
      *              SU GIORNATE DIVERSE; BASSA = UNO SOLO UGUALE      *
      *              NELLA STESSA GIORNATA;                            *
      *            . LE COPPIE CONFERMATE LEGITTIME DAGLI OPERATORI    *
      *              (SCHEDE INDUPCON, ESITO 'L'; ESITO 'A' ANNULLA LA *
      *              CONFERMA) SONO TENUTE IN WHITELIST IDUPWHL ->     *
      *              ODUPWHL E NON VENGONO PIU' SEGNALATE;             *
      *            . LE COPPIE SOSPETTE VANNO SUL FILE ECCEZIONI       *
      *              ODUPEXC E SUL PROSPETTO ODUPREP; IN PRESENZA DI   *
      *              COPPIE O DI SCHEDE ERRATE RETURN CODE 4.          *
      *            UNA WHITELIST PRECEDENTE OLTRE LA CAPIENZA DELLA    *
      *            TABELLA (10000 COPPIE) INTERROMPE IL RUN (RETURN    *
      *            CODE 12) PRIMA DI SCRIVERE ODUPWHL; UNA CONFERMA    *
      *            NUOVA OLTRE LA CAPIENZA E' SCARTATA (RETURN CODE 4) *
      *            E VA RIPRESENTATA.                                  *
      *                                                                *
      *            PARM (FACOLTATIVO): DATA DI ELABORAZIONE AAAAMMGG   *
      *            (DEFAULT DATA DEL GIORNO) E GIORNI DI FINESTRA      *
      *            9(02) (DEFAULT 5).                                  *
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
           SELECT INARCHIV               ASSIGN       TO INARCHIV
                                         FILE STATUS  IS ST-INARCHIV.

           SELECT IDUPWHL                ASSIGN       TO IDUPWHL
                                         FILE STATUS  IS ST-IDUPWHL.

           SELECT INDUPCON               ASSIGN       TO INDUPCON
                                         FILE STATUS  IS ST-INDUPCON.

           SELECT ODUPWHL                ASSIGN       TO ODUPWHL
                                         FILE STATUS  IS ST-ODUPWHL.

           SELECT ODUPEXC                ASSIGN       TO ODUPEXC
                                         FILE STATUS  IS ST-ODUPEXC.

           SELECT ODUPREP                ASSIGN       TO ODUPREP
                                         FILE STATUS  IS ST-ODUPREP.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * INARCHIV      :  STORICO OSTORICO DI YPBCARCP          (INPUT) *
      *                  (GENERAZIONI IN CONCATENAZIONE)               *
      *----------------------------------------------------------------*
       FD  INARCHIV                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  INARCHIV-REC                  PIC X(420).
      *
      *----------------------------------------------------------------*
      * IDUPWHL       :  WHITELIST COPPIE LEGITTIME PRECEDENTE (INPUT) *
      *----------------------------------------------------------------*
       FD  IDUPWHL                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IDUPWHL-REC                   PIC X(100).
      *
      *----------------------------------------------------------------*
      * INDUPCON      :  SCHEDE DI CONFERMA DEGLI OPERATORI    (INPUT) *
      *----------------------------------------------------------------*
       FD  INDUPCON                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  INDUPCON-REC.
           03  CARD-UID-1                PIC X(18).
           03  CARD-UID-2                PIC X(18).
           03  CARD-ESITO                PIC X(01).
               88  CARD-LEGITTIMA        VALUE 'L'.
               88  CARD-ANNULLA          VALUE 'A'.
           03  CARD-OPERATORE            PIC X(08).
           03  CARD-NOTE                 PIC X(35).
      *
      *----------------------------------------------------------------*
      * ODUPWHL       :  WHITELIST COPPIE LEGITTIME AGGIORNATA(OUTPUT) *
      *----------------------------------------------------------------*
       FD  ODUPWHL                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ODUPWHL-REC                   PIC X(100).
      *
      *----------------------------------------------------------------*
      * ODUPEXC       :  COPPIE SOSPETTE PER GLI OPERATORI    (OUTPUT) *
      *----------------------------------------------------------------*
       FD  ODUPEXC                       LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ODUPEXC-REC                   PIC X(200).
      *
      *----------------------------------------------------------------*
      * ODUPREP       :  PROSPETTO PAGAMENTI SOSPETTI DOPPI   (OUTPUT) *
      *----------------------------------------------------------------*
       FD  ODUPREP                       LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-ODUPREP.
           03 ODUPREP-ASA                PIC X(01).
           03 RIGA-ODUPREP               PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCDUPL'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
       01  WS-XSCDAT                     PIC  X(08)  VALUE 'XSCDAT'.
      *
       01  ST-INARCHIV                   PIC  X(02).
           88  IARC-NORMAL               VALUE '00'.
           88  IARC-EOF                  VALUE '10'.
           88  IARC-NOTFND               VALUE '35'.
       01  ST-IDUPWHL                    PIC  X(02).
           88  IDWH-NORMAL               VALUE '00'.
           88  IDWH-EOF                  VALUE '10'.
           88  IDWH-NOTFND               VALUE '35'.
       01  ST-INDUPCON                   PIC  X(02).
           88  IDCO-NORMAL               VALUE '00'.
           88  IDCO-EOF                  VALUE '10'.
           88  IDCO-NOTFND               VALUE '35'.
       01  ST-ODUPWHL                    PIC  X(02).
           88  ODWH-NORMAL               VALUE '00'.
       01  ST-ODUPEXC                    PIC  X(02).
           88  ODEX-NORMAL               VALUE '00'.
       01  ST-ODUPREP                    PIC  X(02).
           88  ODRE-NORMAL               VALUE '00'.
      *
      *--* Data di elaborazione e finestra di confronto
       01  WS-DATA-ELAB                  PIC 9(08).
       01  WS-DATA-INIZIO                PIC 9(08).
       01  WS-GIORNI-FINESTRA            PIC 9(02).
       01  WS-ARC-DATA-8                 PIC X(08).
      *
       01  WS-ARCHIVIO-ASSENTE           PIC X(01) VALUE 'N'.
           88  ARCHIVIO-ASSENTE-SI       VALUE 'S'.
           88  ARCHIVIO-ASSENTE-NO       VALUE 'N'.
      *
      *--* Whitelist delle coppie confermate legittime
       01  WS-IND-WHITE                  PIC 9(05) VALUE ZERO.
       01  WK-AREA-WHITE.
           05  WK-WH-ELEM                OCCURS 10000 TIMES.
               07  WK-WH-UID-1               PIC X(18).
               07  WK-WH-UID-2               PIC X(18).
               07  WK-WH-DATA-CONFERMA       PIC 9(08).
               07  WK-WH-OPERATORE           PIC X(08).
               07  WK-WH-NOTE                PIC X(35).
               07  WK-WH-ANNULLATA           PIC X(01).
       01  WS-IND-WH                     PIC 9(05).
       01  WS-WH-CORR                    PIC 9(05).
      *
      *--* Pagamenti della data di elaborazione, per il confronto
      *    con lo storico
       01  WS-IND-NUOVI                  PIC 9(05) VALUE ZERO.
       01  WK-AREA-NUOVI.
           05  WK-NU-ELEM                OCCURS 20000 TIMES.
               07  WK-NU-PAYMENT-UID         PIC X(18).
               07  WK-NU-FUNCTION-CODE       PIC X(03).
               07  WK-NU-MERCHANT-ID         PIC X(15).
               07  WK-NU-BRAND               PIC X(04).
               07  WK-NU-D-C-IND             PIC X(01).
               07  WK-NU-PAYMENT-AMOUNT      PIC S9(13)V99 COMP-3.
               07  WK-NU-REF-PERIOD-DATE     PIC X(10).
               07  WK-NU-DEVICE-TOT          PIC 9(09).
       01  WS-IND-NU                     PIC 9(05).
      *
      *--* Coppia corrente
       01  WS-COPPIA.
           05  WS-CP-MERCHANT-ID         PIC X(15).
           05  WS-CP-BRAND               PIC X(04).
           05  WS-CP-D-C-IND             PIC X(01).
           05  WS-CP-IMPORTO             PIC S9(13)V99 COMP-3.
           05  WS-CP-NUOVO-UID           PIC X(18).
           05  WS-CP-NUOVO-DATA          PIC X(10).
           05  WS-CP-NUOVO-FUNCT         PIC X(03).
           05  WS-CP-NUOVO-REF-PERIOD    PIC X(10).
           05  WS-CP-NUOVO-DEVICE-TOT    PIC 9(09).
           05  WS-CP-PREC-UID            PIC X(18).
           05  WS-CP-PREC-DATA           PIC X(10).
           05  WS-CP-PREC-FUNCT          PIC X(03).
           05  WS-CP-PREC-REF-PERIOD     PIC X(10).
           05  WS-CP-PREC-DEVICE-TOT     PIC 9(09).
           05  WS-CP-PREC-ORIGINE        PIC X(01).
       01  WS-UID-MIN                    PIC X(18).
       01  WS-UID-MAX                    PIC X(18).
       01  WS-CONFIDENZA                 PIC X(01).
           88  CONF-ALTA                 VALUE 'A'.
           88  CONF-MEDIA                VALUE 'M'.
           88  CONF-BASSA                VALUE 'B'.
       01  WS-NUM-UGUALI                 PIC 9(01).
      *
      *--* Righe del prospetto ODUPREP
       01  DUP-RIGA-INTESTA.
           03  FILLER                PIC X(39) VALUE
               'PAGAMENTI SOSPETTI DOPPI - ELABORAZIONE'.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-INTESTA-DATA      PIC X(10).
           03  FILLER                PIC X(19) VALUE
               ' - FINESTRA GIORNI '.
           03  DUP-INTESTA-GIORNI    PIC Z9.
       01  DUP-RIGA-COLONNE-1.
           03  FILLER                PIC X(05) VALUE 'CONF'.
           03  FILLER                PIC X(16) VALUE 'MERCHANT ID'.
           03  FILLER                PIC X(05) VALUE 'BRND'.
           03  FILLER                PIC X(02) VALUE 'S'.
           03  FILLER                PIC X(19) VALUE
               '            IMPORTO'.
           03  FILLER                PIC X(19) VALUE 'UID NUOVO'.
           03  FILLER                PIC X(11) VALUE 'DATA'.
           03  FILLER                PIC X(11) VALUE 'REF.PERIOD'.
           03  FILLER                PIC X(10) VALUE 'DEVICE TOT'.
       01  DUP-RIGA-COLONNE-2.
           03  FILLER                PIC X(47) VALUE SPACES.
           03  FILLER                PIC X(19) VALUE 'UID PRECEDENTE'.
           03  FILLER                PIC X(11) VALUE 'DATA'.
           03  FILLER                PIC X(11) VALUE 'REF.PERIOD'.
           03  FILLER                PIC X(10) VALUE 'DEVICE TOT'.
           03  FILLER                PIC X(08) VALUE ' ORIGINE'.
       01  DUP-RIGA-NUOVO.
           03  DUP-NUOVO-CONF        PIC X(05).
           03  DUP-NUOVO-MERCHANT    PIC X(15).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-BRAND       PIC X(04).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-DC          PIC X(01).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-IMPORTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-UID         PIC X(18).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-DATA        PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-REF-PERIOD  PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-NUOVO-DEVICE-TOT  PIC ZZZZZZZZ9.
       01  DUP-RIGA-PREC.
           03  FILLER                PIC X(47) VALUE SPACES.
           03  DUP-PREC-UID          PIC X(18).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-PREC-DATA         PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-PREC-REF-PERIOD   PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  DUP-PREC-DEVICE-TOT   PIC ZZZZZZZZ9.
           03  FILLER                PIC X(02) VALUE SPACES.
           03  DUP-PREC-ORIGINE      PIC X(08).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-INARCHIV              PIC 9(01).
           03  WS-EOF-IDUPWHL               PIC 9(01).
           03  WS-EOF-INDUPCON              PIC 9(01).
           03  WS-FINE-CURSORE              PIC 9(01).
      *
           03  CTR-WHITE-LETTE              PIC 9(09).
           03  CTR-CARTE-LETTE              PIC 9(09).
           03  CTR-CARTE-ERRATE             PIC 9(09).
           03  CTR-WHITE-AGGIUNTE           PIC 9(09).
           03  CTR-WHITE-GIA-PRES           PIC 9(09).
           03  CTR-WHITE-ANNULLATE          PIC 9(09).
           03  CTR-WHITE-SCRITTE            PIC 9(09).
           03  CTR-WHITE-ECCED              PIC 9(09).
           03  CTR-NUOVI-CARICATI           PIC 9(09).
           03  CTR-NUOVI-ECCED              PIC 9(09).
           03  CTR-ARCH-LETTI               PIC 9(09).
           03  CTR-ARCH-FINESTRA            PIC 9(09).
           03  CTR-COPPIE-TABELLA           PIC 9(09).
           03  CTR-COPPIE-STORICO           PIC 9(09).
           03  CTR-COPPIE-WHITE             PIC 9(09).
           03  CTR-CONF-ALTA                PIC 9(09).
           03  CTR-CONF-MEDIA               PIC 9(09).
           03  CTR-CONF-BASSA               PIC 9(09).
           03  CTR-ECCEZIONI                PIC 9(09).
           03  CTR-IMPO-ECCEZIONI           PIC S9(15)V99 COMP-3.
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
      * ----- TRACCIATO STORICO OSTORICO
           COPY YPCRARCH.
      *
      * ----- COPPIE SOSPETTE E WHITELIST
           COPY YPCRDUPL.
      *
      * ----- PARAMETRI ROUTINE DATE XSCDAT
           COPY XSADAT.
      *
      *--* Variabili host dei cursori su YPTBPGPF
       01  HV-DATA-ELAB                  PIC X(10).
       01  HV-DATA-INIZIO                PIC X(10).
       01  HV-NU-PAYMENT-UID             PIC X(18).
       01  HV-NU-PGPF-DATE               PIC X(10).
       01  HV-NU-FUNCTION-CODE           PIC X(03).
       01  HV-NU-REF-PERIOD-DATE         PIC X(10).
       01  HV-NU-DEVICE-TOT              PIC S9(09) COMP.
       01  HV-PR-PAYMENT-UID             PIC X(18).
       01  HV-PR-PGPF-DATE               PIC X(10).
       01  HV-PR-FUNCTION-CODE           PIC X(03).
       01  HV-PR-REF-PERIOD-DATE         PIC X(10).
       01  HV-PR-DEVICE-TOT              PIC S9(09) COMP.
       01  HV-MERCHANT-ID                PIC X(15).
       01  HV-BRAND                      PIC X(04).
       01  HV-D-C-IND                    PIC X(01).
       01  HV-PAYMENT-AMOUNT             PIC S9(13)V99 COMP-3.
      *
      *================================================================*
      *    Area DB2                                                    *
      *================================================================*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W100-APPO-SQLCODE                 PIC -----9.
      *
      *--* Coppie sospette sulla tabella viva: pagamento della data
      *    di elaborazione contro la finestra; nella stessa giornata
      *    la coppia e' presa una volta sola (UID precedente minore)
           EXEC SQL
                DECLARE CUR-DUPL CURSOR FOR
                SELECT N.PAYMENT_UID
                      ,N.PGPF_DATE
                      ,N.FUNCTION_CODE
                      ,N.REF_PERIOD_DATE
                      ,N.DEVICE_TOT
                      ,P.PAYMENT_UID
                      ,P.PGPF_DATE
                      ,P.FUNCTION_CODE
                      ,P.REF_PERIOD_DATE
                      ,P.DEVICE_TOT
                      ,N.MERCHANT_ID
                      ,N.BRAND
                      ,N.D_C_IND
                      ,N.PAYMENT_AMOUNT
                  FROM YPTBPGPF N
                      ,YPTBPGPF P
                 WHERE N.PGPF_DATE      = :HV-DATA-ELAB
                   AND N.FUNCTION_CODE IN ('200', '300')
                   AND P.PGPF_DATE BETWEEN :HV-DATA-INIZIO
                                       AND :HV-DATA-ELAB
                   AND P.FUNCTION_CODE IN ('200', '300')
                   AND P.MERCHANT_ID    = N.MERCHANT_ID
                   AND P.D_C_IND        = N.D_C_IND
                   AND P.PAYMENT_AMOUNT = N.PAYMENT_AMOUNT
                   AND P.BRAND          = N.BRAND
                   AND P.PAYMENT_UID   <> N.PAYMENT_UID
                   AND (   P.REF_PERIOD_DATE = N.REF_PERIOD_DATE
                        OR P.DEVICE_TOT      = N.DEVICE_TOT)
                   AND (   P.PGPF_DATE   < N.PGPF_DATE
                        OR P.PAYMENT_UID < N.PAYMENT_UID)
                 ORDER BY N.MERCHANT_ID
                         ,N.PAYMENT_UID
                         ,P.PGPF_DATE
           END-EXEC.
      *
      *--* Pagamenti della data di elaborazione per il confronto con
      *    la parte di finestra gia' storicizzata
           EXEC SQL
                DECLARE CUR-NUOVI CURSOR FOR
                SELECT PAYMENT_UID
                      ,FUNCTION_CODE
                      ,MERCHANT_ID
                      ,BRAND
                      ,D_C_IND
                      ,PAYMENT_AMOUNT
                      ,REF_PERIOD_DATE
                      ,DEVICE_TOT
                  FROM YPTBPGPF
                 WHERE PGPF_DATE      = :HV-DATA-ELAB
                   AND FUNCTION_CODE IN ('200', '300')
           END-EXEC.
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
               10  PARM-DATA-ELAB        PIC X(08).
               10  PARM-GIORNI-FINESTRA  PIC X(02).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
R20037     PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
           PERFORM CALC-FINESTRA          THRU F-CALC-FINESTRA
      *
      *--* Whitelist precedente e schede di conferma degli operatori
           PERFORM LEGG-IDUPWHL           THRU F-LEGG-IDUPWHL
           PERFORM CARI-WHITELIST         THRU F-CARI-WHITELIST
                                          UNTIL WS-EOF-IDUPWHL = 1
           PERFORM LEGG-INDUPCON          THRU F-LEGG-INDUPCON
           PERFORM ELAB-CONFERMA          THRU F-ELAB-CONFERMA
                                          UNTIL WS-EOF-INDUPCON = 1
      *
      *--* Coppie sospette sulla tabella viva
           PERFORM STAM-TEST-PROSPETTO    THRU F-STAM-TEST-PROSPETTO
           PERFORM APRI-CUR-DUPL          THRU F-APRI-CUR-DUPL
           PERFORM FETCH-CUR-DUPL         THRU F-FETCH-CUR-DUPL
           PERFORM ELAB-COPPIA-TABELLA    THRU F-ELAB-COPPIA-TABELLA
                                          UNTIL WS-FINE-CURSORE = 1
           PERFORM CHIUDI-CUR-DUPL        THRU F-CHIUDI-CUR-DUPL
      *
      *--* Coppie sospette sulla parte di finestra storicizzata
           PERFORM CERCA-STORICO          THRU F-CERCA-STORICO
      *
      *--* Nuova whitelist
           PERFORM VARYING WS-IND-WH FROM 1 BY 1
              UNTIL WS-IND-WH > WS-IND-WHITE
              PERFORM SCRIVI-WHITELIST    THRU F-SCRIVI-WHITELIST
           END-PERFORM
      *
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 4 = coppie sospette da
      *    lavorare, schede errate o tabelle sature
           IF  RETURN-CODE = ZERO
           AND (   CTR-ECCEZIONI    > ZERO
                OR CTR-CARTE-ERRATE > ZERO
                OR CTR-WHITE-ECCED  > ZERO
                OR CTR-NUOVI-ECCED  > ZERO)
              MOVE 4                        TO RETURN-CODE
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = coppie      *
R20037*    candidate, scritti = coppie sospette, scartati = coppie in  *
R20037*    whitelist; importo in uscita = importo coppie sospette      *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     COMPUTE JRNL-REC-LETTI    = CTR-COPPIE-TABELLA
R20037                               + CTR-COPPIE-STORICO
R20037     COMPUTE JRNL-REC-SCRITTI  = CTR-CONF-ALTA
R20037                               + CTR-CONF-MEDIA
R20037                               + CTR-CONF-BASSA
R20037     MOVE CTR-COPPIE-WHITE             TO JRNL-REC-SCARTATI
R20037     MOVE CTR-IMPO-ECCEZIONI           TO JRNL-IMPO-USCITA
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
      *--* La stampa va aperta subito: i controlli sul PARM possono
      *--* gia' passare da ERRORE-P303
           OPEN OUTPUT ST.
      *
           MOVE ZERO                        TO WS-ZERO
           MOVE SPACE                       TO WS-SPACE
      *
      *--* Acquisizione data
           ACCEPT WS-DATA-AAMMGG          FROM DATE
           MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
           MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
      *
      *--* Data di elaborazione e giorni di finestra da PARM,
      *    altrimenti data del giorno e 5 giorni
           MOVE WS-DATA-AAAAMMGG            TO WS-DATA-ELAB
           MOVE 5                           TO WS-GIORNI-FINESTRA
           IF PARM-LL >= 8
              IF  PARM-DATA-ELAB IS NUMERIC
              AND PARM-DATA-ELAB > '19000000'
                 MOVE PARM-DATA-ELAB        TO WS-DATA-ELAB
              ELSE
                 IF PARM-DATA-ELAB NOT = SPACES
                    MOVE PARM-DATA-ELAB     TO P303-MSGER-DATO
                    MOVE '01'               TO P303-MSGER-RIF
                    MOVE 'PARM'             TO P303-MSGER-TIPO
                    MOVE 'PARM    '         TO P303-MSGER-FILE
                    MOVE 'DATA ELABORAZIONE ERRATA'
                                            TO P303-MSGER-DESCR
                    PERFORM ERRORE-P303   THRU EX-ERRORE-P303
                 END-IF
              END-IF
           END-IF
           IF  PARM-LL >= 10
           AND PARM-GIORNI-FINESTRA IS NUMERIC
           AND PARM-GIORNI-FINESTRA > '00'
              MOVE PARM-GIORNI-FINESTRA     TO WS-GIORNI-FINESTRA
           END-IF
           .
       F-INIZ-WORK.
           EXIT.
      *================================================================*
      *    Inizio finestra: data di elaborazione meno i giorni di      *
      *    finestra                                                    *
      *================================================================*
       CALC-FINESTRA.
      *
           MOVE SPACES                      TO UTDATA-PARAM
           INITIALIZE UTDATA-PARAM
           MOVE WS-DATA-ELAB                TO UTDATA-DATA-1
           MOVE 3                           TO UTDATA-FUNZIONE
           COMPUTE UTDATA-GIORNI = ZERO - WS-GIORNI-FINESTRA
      *
           CALL WS-XSCDAT USING UTDATA-PARAM
      *
           IF UTDATA-ERRORE NOT = ZEROES
              MOVE UTDATA-ERRORE            TO P303-FILE-STATUS
              MOVE '02'                     TO P303-MSGER-RIF
              MOVE 'CALL'                   TO P303-MSGER-TIPO
              MOVE 'XSCDAT'                 TO P303-MSGER-FILE
              MOVE WS-DATA-ELAB             TO P303-MSGER-DATO
              MOVE 'ERRORE CALCOLO INIZIO FINESTRA' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE UTDATA-DATA-2               TO WS-DATA-INIZIO
      *
           MOVE SPACES                      TO HV-DATA-ELAB
                                               HV-DATA-INIZIO
           STRING WS-DATA-ELAB(1:4) '-' WS-DATA-ELAB(5:2) '-'
                  WS-DATA-ELAB(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-ELAB
           END-STRING
           STRING WS-DATA-INIZIO(1:4) '-' WS-DATA-INIZIO(5:2) '-'
                  WS-DATA-INIZIO(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-INIZIO
           END-STRING
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'DATA DI ELABORAZIONE: ' HV-DATA-ELAB
                  ' - FINESTRA DAL: ' HV-DATA-INIZIO
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-CALC-FINESTRA.
           EXIT.
      *================================================================*
      *    Routine di segnalazione inizio programma                    *
      *================================================================*
       STAM-PRIM-RIGH.
      *
           MOVE  SPACES                     TO YPCWS001-TEST-1
      *
           STRING '* FULL ACQUIRING * '
                  'PAGAMENTI SOSPETTI DOPPI '
                  '- PROGRAMMA: YPBCDUPL -'
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
      *--* Whitelist e schede possono non esistere (prima esecuzione,
      *    giornata senza conferme)
           OPEN INPUT  IDUPWHL
           IF NOT IDWH-NORMAL
              IF IDWH-NOTFND
                 MOVE 1                  TO WS-EOF-IDUPWHL
              ELSE
                 MOVE ST-IDUPWHL         TO P303-FILE-STATUS
                 MOVE '03'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IDUPWHL'          TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN INPUT  INDUPCON
           IF NOT IDCO-NORMAL
              IF IDCO-NOTFND
                 MOVE 1                  TO WS-EOF-INDUPCON
              ELSE
                 MOVE ST-INDUPCON        TO P303-FILE-STATUS
                 MOVE '04'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'INDUPCON'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN OUTPUT ODUPWHL
           IF NOT ODWH-NORMAL
              MOVE ST-ODUPWHL            TO P303-FILE-STATUS
              MOVE '05'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'ODUPWHL'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT ODUPEXC
           IF NOT ODEX-NORMAL
              MOVE ST-ODUPEXC            TO P303-FILE-STATUS
              MOVE '06'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'ODUPEXC'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

           OPEN OUTPUT ODUPREP
           IF NOT ODRE-NORMAL
              MOVE ST-ODUPREP            TO P303-FILE-STATUS
              MOVE '07'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'ODUPREP'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-IDUPWHL.
      *
           IF WS-EOF-IDUPWHL = 1
              GO TO F-LEGG-IDUPWHL
           END-IF
      *
           READ IDUPWHL                   INTO DUPW-REC
      *
           IF IDWH-EOF
              MOVE 1 TO WS-EOF-IDUPWHL
              GO TO F-LEGG-IDUPWHL
           END-IF
      *
           IF NOT IDWH-NORMAL
              MOVE ST-IDUPWHL               TO P303-FILE-STATUS
              MOVE '08'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IDUPWHL'                TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-WHITE-LETTE
           .
       F-LEGG-IDUPWHL.
           EXIT.
      *================================================================*
       CARI-WHITELIST.
      *
           IF WS-IND-WHITE < 10000
              ADD 1                         TO WS-IND-WHITE
              MOVE DUPW-UID-1         TO WK-WH-UID-1(WS-IND-WHITE)
              MOVE DUPW-UID-2         TO WK-WH-UID-2(WS-IND-WHITE)
              MOVE DUPW-DATA-CONFERMA
                                 TO WK-WH-DATA-CONFERMA(WS-IND-WHITE)
              MOVE DUPW-OPERATORE     TO WK-WH-OPERATORE(WS-IND-WHITE)
              MOVE DUPW-NOTE          TO WK-WH-NOTE(WS-IND-WHITE)
              MOVE 'N'                TO WK-WH-ANNULLATA(WS-IND-WHITE)
           ELSE
      *--* Whitelist precedente oltre la capienza: le coppie escluse
      *    non sarebbero riscritte su ODUPWHL, il run si interrompe
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING '*** WHITELIST SATURA (MAX 10000) SU: '
                     DUPW-UID-1 ' ' DUPW-UID-2
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              MOVE SPACES                   TO P303-FILE-STATUS
              MOVE '15'                     TO P303-MSGER-RIF
              MOVE 'TABELLA'                TO P303-MSGER-TIPO
              MOVE 'WK-WH'                  TO P303-MSGER-FILE
              MOVE DUPW-UID-1               TO P303-MSGER-DATO
              MOVE 'WHITELIST SATURA'       TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           PERFORM LEGG-IDUPWHL           THRU F-LEGG-IDUPWHL
           .
       F-CARI-WHITELIST.
           EXIT.
      *================================================================*
       LEGG-INDUPCON.
      *
           IF WS-EOF-INDUPCON = 1
              GO TO F-LEGG-INDUPCON
           END-IF
      *
           READ INDUPCON
      *
           IF IDCO-EOF
              MOVE 1 TO WS-EOF-INDUPCON
              GO TO F-LEGG-INDUPCON
           END-IF
      *
           IF NOT IDCO-NORMAL
              MOVE ST-INDUPCON              TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'INDUPCON'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-CARTE-LETTE
           .
       F-LEGG-INDUPCON.
           EXIT.
      *================================================================*
      *    Scheda di conferma: 'L' = coppia legittima, entra in        *
      *    whitelist; 'A' = annulla una conferma precedente. La        *
      *    coppia e' tenuta con l'UID minore per primo, l'ordine       *
      *    sulla scheda e' indifferente                                *
      *================================================================*
       ELAB-CONFERMA.
      *
           IF  CARD-UID-1 NOT = SPACES AND LOW-VALUE
           AND CARD-UID-2 NOT = SPACES AND LOW-VALUE
           AND CARD-UID-1 NOT = CARD-UID-2
           AND (CARD-LEGITTIMA OR CARD-ANNULLA)
           AND CARD-OPERATORE NOT = SPACES AND LOW-VALUE
              CONTINUE
           ELSE
              ADD 1                         TO CTR-CARTE-ERRATE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'SCHEDA DI CONFERMA ERRATA/INCOMPLETA: '
                     INDUPCON-REC(1:45)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO ELAB-CONFERMA-LEGG
           END-IF
      *
           IF CARD-UID-1 < CARD-UID-2
              MOVE CARD-UID-1               TO WS-UID-MIN
              MOVE CARD-UID-2               TO WS-UID-MAX
           ELSE
              MOVE CARD-UID-2               TO WS-UID-MIN
              MOVE CARD-UID-1               TO WS-UID-MAX
           END-IF
           PERFORM CERCA-WHITELIST        THRU F-CERCA-WHITELIST
      *
           IF CARD-ANNULLA
              IF WS-WH-CORR = ZERO
                 ADD 1                      TO CTR-CARTE-ERRATE
                 MOVE SPACES                TO YPCWS001-RIGA
                 STRING 'ANNULLO DI COPPIA NON IN WHITELIST: '
                        INDUPCON-REC(1:45)
                 DELIMITED BY SIZE        INTO YPCWS001-RIGA
                 END-STRING
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
              ELSE
                 MOVE 'S'             TO WK-WH-ANNULLATA(WS-WH-CORR)
                 ADD 1                      TO CTR-WHITE-ANNULLATE
              END-IF
              GO TO ELAB-CONFERMA-LEGG
           END-IF
      *
           IF WS-WH-CORR > ZERO
              ADD 1                         TO CTR-WHITE-GIA-PRES
              GO TO ELAB-CONFERMA-LEGG
           END-IF
      *
           IF WS-IND-WHITE NOT < 10000
              ADD 1                         TO CTR-WHITE-ECCED
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'WHITELIST SATURA (MAX 10000) - SCHEDA DA '
                     'RIPRESENTARE: '
                     INDUPCON-REC(1:45)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO ELAB-CONFERMA-LEGG
           END-IF
      *
           ADD 1                            TO WS-IND-WHITE
           MOVE WS-UID-MIN            TO WK-WH-UID-1(WS-IND-WHITE)
           MOVE WS-UID-MAX            TO WK-WH-UID-2(WS-IND-WHITE)
           MOVE WS-DATA-AAAAMMGG
                                 TO WK-WH-DATA-CONFERMA(WS-IND-WHITE)
           MOVE CARD-OPERATORE        TO WK-WH-OPERATORE(WS-IND-WHITE)
           MOVE CARD-NOTE             TO WK-WH-NOTE(WS-IND-WHITE)
           MOVE 'N'                   TO WK-WH-ANNULLATA(WS-IND-WHITE)
           ADD 1                            TO CTR-WHITE-AGGIUNTE
           .
       ELAB-CONFERMA-LEGG.
           PERFORM LEGG-INDUPCON          THRU F-LEGG-INDUPCON
           .
       F-ELAB-CONFERMA.
           EXIT.
      *================================================================*
      *    Cerca la coppia WS-UID-MIN/WS-UID-MAX fra le conferme       *
      *    valide; WS-WH-CORR = 0 se assente                           *
      *================================================================*
       CERCA-WHITELIST.
      *
           MOVE ZERO                        TO WS-WH-CORR
           PERFORM VARYING WS-IND-WH FROM 1 BY 1
              UNTIL WS-IND-WH > WS-IND-WHITE
              IF  WK-WH-UID-1(WS-IND-WH)     = WS-UID-MIN
              AND WK-WH-UID-2(WS-IND-WH)     = WS-UID-MAX
              AND WK-WH-ANNULLATA(WS-IND-WH) = 'N'
                 MOVE WS-IND-WH             TO WS-WH-CORR
                 MOVE 10000                 TO WS-IND-WH
              END-IF
           END-PERFORM
           .
       F-CERCA-WHITELIST.
           EXIT.
      *================================================================*
       APRI-CUR-DUPL.
      *
           EXEC SQL OPEN CUR-DUPL END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-APRI-CUR-DUPL.
           EXIT.
      *================================================================*
       FETCH-CUR-DUPL.
      *
           EXEC SQL
                FETCH CUR-DUPL
                 INTO :HV-NU-PAYMENT-UID
                     ,:HV-NU-PGPF-DATE
                     ,:HV-NU-FUNCTION-CODE
                     ,:HV-NU-REF-PERIOD-DATE
                     ,:HV-NU-DEVICE-TOT
                     ,:HV-PR-PAYMENT-UID
                     ,:HV-PR-PGPF-DATE
                     ,:HV-PR-FUNCTION-CODE
                     ,:HV-PR-REF-PERIOD-DATE
                     ,:HV-PR-DEVICE-TOT
                     ,:HV-MERCHANT-ID
                     ,:HV-BRAND
                     ,:HV-D-C-IND
                     ,:HV-PAYMENT-AMOUNT
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 1                     TO WS-FINE-CURSORE
              WHEN OTHER
                 PERFORM ERRO-SQL          THRU F-ERRO-SQL
           END-EVALUATE
           .
       F-FETCH-CUR-DUPL.
           EXIT.
      *================================================================*
       ELAB-COPPIA-TABELLA.
      *
           MOVE HV-MERCHANT-ID              TO WS-CP-MERCHANT-ID
           MOVE HV-BRAND                    TO WS-CP-BRAND
           MOVE HV-D-C-IND                  TO WS-CP-D-C-IND
           MOVE HV-PAYMENT-AMOUNT           TO WS-CP-IMPORTO
           MOVE HV-NU-PAYMENT-UID           TO WS-CP-NUOVO-UID
           MOVE HV-NU-PGPF-DATE             TO WS-CP-NUOVO-DATA
           MOVE HV-NU-FUNCTION-CODE         TO WS-CP-NUOVO-FUNCT
           MOVE HV-NU-REF-PERIOD-DATE       TO WS-CP-NUOVO-REF-PERIOD
           MOVE HV-NU-DEVICE-TOT            TO WS-CP-NUOVO-DEVICE-TOT
           MOVE HV-PR-PAYMENT-UID           TO WS-CP-PREC-UID
           MOVE HV-PR-PGPF-DATE             TO WS-CP-PREC-DATA
           MOVE HV-PR-FUNCTION-CODE         TO WS-CP-PREC-FUNCT
           MOVE HV-PR-REF-PERIOD-DATE       TO WS-CP-PREC-REF-PERIOD
           MOVE HV-PR-DEVICE-TOT            TO WS-CP-PREC-DEVICE-TOT
           MOVE 'T'                         TO WS-CP-PREC-ORIGINE
           ADD 1                            TO CTR-COPPIE-TABELLA
      *
           PERFORM TRATTA-COPPIA          THRU F-TRATTA-COPPIA
      *
           PERFORM FETCH-CUR-DUPL         THRU F-FETCH-CUR-DUPL
           .
       F-ELAB-COPPIA-TABELLA.
           EXIT.
      *================================================================*
       CHIUDI-CUR-DUPL.
      *
           EXEC SQL CLOSE CUR-DUPL END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-CHIUDI-CUR-DUPL.
           EXIT.
      *================================================================*
      *    Parte di finestra storicizzata: i pagamenti della data di   *
      *    elaborazione vanno in tabella e ogni riga dati dello        *
      *    storico compresa nella finestra viene confrontata con essi  *
      *================================================================*
       CERCA-STORICO.
      *
           MOVE ZERO                        TO WS-EOF-INARCHIV
           OPEN INPUT INARCHIV
           IF NOT IARC-NORMAL
              IF IARC-NOTFND
                 SET ARCHIVIO-ASSENTE-SI    TO TRUE
                 MOVE SPACES                TO YPCWS001-RIGA
                 MOVE 'STORICO INARCHIV ASSENTE - CONFRONTO SOLO SU TABE
      -              'LLA'                  TO YPCWS001-RIGA
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
                 GO TO F-CERCA-STORICO
              ELSE
                 MOVE ST-INARCHIV           TO P303-FILE-STATUS
                 MOVE '10'                  TO P303-MSGER-RIF
                 MOVE 'OPENINP'             TO P303-MSGER-TIPO
                 MOVE 'INARCHIV'            TO P303-MSGER-FILE
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           END-IF
      *
           MOVE ZERO                        TO WS-FINE-CURSORE
           PERFORM APRI-CUR-NUOVI         THRU F-APRI-CUR-NUOVI
           PERFORM FETCH-CUR-NUOVI        THRU F-FETCH-CUR-NUOVI
           PERFORM CARI-NUOVO             THRU F-CARI-NUOVO
                                          UNTIL WS-FINE-CURSORE = 1
           PERFORM CHIUDI-CUR-NUOVI       THRU F-CHIUDI-CUR-NUOVI
      *
           IF WS-IND-NUOVI > ZERO
              PERFORM LEGG-INARCHIV       THRU F-LEGG-INARCHIV
              PERFORM ELAB-RIGA-ARCHIVIO  THRU F-ELAB-RIGA-ARCHIVIO
                                          UNTIL WS-EOF-INARCHIV = 1
           END-IF
      *
           CLOSE INARCHIV
           .
       F-CERCA-STORICO.
           EXIT.
      *================================================================*
       APRI-CUR-NUOVI.
      *
           EXEC SQL OPEN CUR-NUOVI END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-APRI-CUR-NUOVI.
           EXIT.
      *================================================================*
       FETCH-CUR-NUOVI.
      *
           EXEC SQL
                FETCH CUR-NUOVI
                 INTO :HV-NU-PAYMENT-UID
                     ,:HV-NU-FUNCTION-CODE
                     ,:HV-MERCHANT-ID
                     ,:HV-BRAND
                     ,:HV-D-C-IND
                     ,:HV-PAYMENT-AMOUNT
                     ,:HV-NU-REF-PERIOD-DATE
                     ,:HV-NU-DEVICE-TOT
           END-EXEC
      *
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 1                     TO WS-FINE-CURSORE
              WHEN OTHER
                 PERFORM ERRO-SQL          THRU F-ERRO-SQL
           END-EVALUATE
           .
       F-FETCH-CUR-NUOVI.
           EXIT.
      *================================================================*
       CARI-NUOVO.
      *
           IF WS-IND-NUOVI < 20000
              ADD 1                         TO WS-IND-NUOVI
              ADD 1                         TO CTR-NUOVI-CARICATI
              MOVE HV-NU-PAYMENT-UID
                                  TO WK-NU-PAYMENT-UID(WS-IND-NUOVI)
              MOVE HV-NU-FUNCTION-CODE
                                  TO WK-NU-FUNCTION-CODE(WS-IND-NUOVI)
              MOVE HV-MERCHANT-ID TO WK-NU-MERCHANT-ID(WS-IND-NUOVI)
              MOVE HV-BRAND       TO WK-NU-BRAND(WS-IND-NUOVI)
              MOVE HV-D-C-IND     TO WK-NU-D-C-IND(WS-IND-NUOVI)
              MOVE HV-PAYMENT-AMOUNT
                                  TO WK-NU-PAYMENT-AMOUNT(WS-IND-NUOVI)
              MOVE HV-NU-REF-PERIOD-DATE
                                  TO WK-NU-REF-PERIOD-DATE(WS-IND-NUOVI)
              MOVE HV-NU-DEVICE-TOT
                                  TO WK-NU-DEVICE-TOT(WS-IND-NUOVI)
           ELSE
      *--* Tabella satura: il pagamento non e' confrontato con lo
      *    storico e il fatto va segnalato
              ADD 1                         TO CTR-NUOVI-ECCED
           END-IF
      *
           PERFORM FETCH-CUR-NUOVI        THRU F-FETCH-CUR-NUOVI
           .
       F-CARI-NUOVO.
           EXIT.
      *================================================================*
       CHIUDI-CUR-NUOVI.
      *
           EXEC SQL CLOSE CUR-NUOVI END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-CHIUDI-CUR-NUOVI.
           EXIT.
      *================================================================*
       LEGG-INARCHIV.
      *
           READ INARCHIV                  INTO ARCH-RECORD
      *
           IF IARC-EOF
              MOVE 1 TO WS-EOF-INARCHIV
              GO TO F-LEGG-INARCHIV
           END-IF
      *
           IF NOT IARC-NORMAL
              MOVE ST-INARCHIV              TO P303-FILE-STATUS
              MOVE '11'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'INARCHIV'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-ARCH-LETTI
           .
       F-LEGG-INARCHIV.
           EXIT.
      *================================================================*
       ELAB-RIGA-ARCHIVIO.
      *
      *--* Solo i record dati 'D' 200/300 compresi nella finestra
           IF NOT ARCH-REC-DATI
              GO TO ELAB-RIGA-ARCHIVIO-LEGG
           END-IF
           IF  ARCH-FUNCTION-CODE NOT = '200'
           AND ARCH-FUNCTION-CODE NOT = '300'
              GO TO ELAB-RIGA-ARCHIVIO-LEGG
           END-IF
      *
           MOVE SPACES                      TO WS-ARC-DATA-8
           STRING ARCH-PGPF-DATE(1:4)
                  ARCH-PGPF-DATE(6:2)
                  ARCH-PGPF-DATE(9:2)
           DELIMITED BY SIZE              INTO WS-ARC-DATA-8
           END-STRING
           IF WS-ARC-DATA-8 < WS-DATA-INIZIO
           OR WS-ARC-DATA-8 NOT < WS-DATA-ELAB
              GO TO ELAB-RIGA-ARCHIVIO-LEGG
           END-IF
           ADD 1                            TO CTR-ARCH-FINESTRA
      *
           PERFORM VARYING WS-IND-NU FROM 1 BY 1
              UNTIL WS-IND-NU > WS-IND-NUOVI
              IF  WK-NU-MERCHANT-ID(WS-IND-NU)    = ARCH-MERCHANT-ID
              AND WK-NU-D-C-IND(WS-IND-NU)        = ARCH-D-C-IND
              AND WK-NU-PAYMENT-AMOUNT(WS-IND-NU) = ARCH-PAYMENT-AMOUNT
              AND WK-NU-BRAND(WS-IND-NU)          = ARCH-BRAND
              AND WK-NU-PAYMENT-UID(WS-IND-NU) NOT = ARCH-PAYMENT-UID
              AND (   WK-NU-REF-PERIOD-DATE(WS-IND-NU)
                                             = ARCH-REF-PERIOD-DATE
                   OR WK-NU-DEVICE-TOT(WS-IND-NU) = ARCH-DEVICE-TOT)
                 PERFORM ELAB-COPPIA-STORICO
                                          THRU F-ELAB-COPPIA-STORICO
              END-IF
           END-PERFORM
           .
       ELAB-RIGA-ARCHIVIO-LEGG.
           PERFORM LEGG-INARCHIV          THRU F-LEGG-INARCHIV
           .
       F-ELAB-RIGA-ARCHIVIO.
           EXIT.
      *================================================================*
       ELAB-COPPIA-STORICO.
      *
           MOVE WK-NU-MERCHANT-ID(WS-IND-NU) TO WS-CP-MERCHANT-ID
           MOVE WK-NU-BRAND(WS-IND-NU)      TO WS-CP-BRAND
           MOVE WK-NU-D-C-IND(WS-IND-NU)    TO WS-CP-D-C-IND
           MOVE WK-NU-PAYMENT-AMOUNT(WS-IND-NU) TO WS-CP-IMPORTO
           MOVE WK-NU-PAYMENT-UID(WS-IND-NU) TO WS-CP-NUOVO-UID
           MOVE HV-DATA-ELAB                TO WS-CP-NUOVO-DATA
           MOVE WK-NU-FUNCTION-CODE(WS-IND-NU) TO WS-CP-NUOVO-FUNCT
           MOVE WK-NU-REF-PERIOD-DATE(WS-IND-NU)
                                            TO WS-CP-NUOVO-REF-PERIOD
           MOVE WK-NU-DEVICE-TOT(WS-IND-NU) TO WS-CP-NUOVO-DEVICE-TOT
           MOVE ARCH-PAYMENT-UID            TO WS-CP-PREC-UID
           MOVE ARCH-PGPF-DATE              TO WS-CP-PREC-DATA
           MOVE ARCH-FUNCTION-CODE          TO WS-CP-PREC-FUNCT
           MOVE ARCH-REF-PERIOD-DATE        TO WS-CP-PREC-REF-PERIOD
           MOVE ARCH-DEVICE-TOT             TO WS-CP-PREC-DEVICE-TOT
           MOVE 'S'                         TO WS-CP-PREC-ORIGINE
           ADD 1                            TO CTR-COPPIE-STORICO
      *
           PERFORM TRATTA-COPPIA          THRU F-TRATTA-COPPIA
           .
       F-ELAB-COPPIA-STORICO.
           EXIT.
      *================================================================*
      *    Coppia sospetta WS-COPPIA: scartata se in whitelist,        *
      *    altrimenti classificata e scritta su eccezioni e prospetto  *
      *================================================================*
       TRATTA-COPPIA.
      *
           IF WS-CP-NUOVO-UID < WS-CP-PREC-UID
              MOVE WS-CP-NUOVO-UID          TO WS-UID-MIN
              MOVE WS-CP-PREC-UID           TO WS-UID-MAX
           ELSE
              MOVE WS-CP-PREC-UID           TO WS-UID-MIN
              MOVE WS-CP-NUOVO-UID          TO WS-UID-MAX
           END-IF
           PERFORM CERCA-WHITELIST        THRU F-CERCA-WHITELIST
           IF WS-WH-CORR > ZERO
              ADD 1                         TO CTR-COPPIE-WHITE
              GO TO F-TRATTA-COPPIA
           END-IF
      *
      *--* Confidenza: quanti fra REF_PERIOD_DATE e DEVICE_TOT sono
      *    uguali e se la rigenerazione e' su una giornata diversa
           MOVE ZERO                        TO WS-NUM-UGUALI
           IF WS-CP-NUOVO-REF-PERIOD = WS-CP-PREC-REF-PERIOD
              ADD 1                         TO WS-NUM-UGUALI
           END-IF
           IF WS-CP-NUOVO-DEVICE-TOT = WS-CP-PREC-DEVICE-TOT
              ADD 1                         TO WS-NUM-UGUALI
           END-IF
           EVALUATE TRUE
              WHEN WS-NUM-UGUALI = 2
               AND WS-CP-NUOVO-DATA NOT = WS-CP-PREC-DATA
                 SET CONF-ALTA              TO TRUE
                 ADD 1                      TO CTR-CONF-ALTA
              WHEN WS-NUM-UGUALI = 2
              WHEN WS-CP-NUOVO-DATA NOT = WS-CP-PREC-DATA
                 SET CONF-MEDIA             TO TRUE
                 ADD 1                      TO CTR-CONF-MEDIA
              WHEN OTHER
                 SET CONF-BASSA             TO TRUE
                 ADD 1                      TO CTR-CONF-BASSA
           END-EVALUATE
      *
           INITIALIZE DUPL-REC
           MOVE WS-CONFIDENZA               TO DUPL-CONFIDENZA
           MOVE WS-DATA-ELAB                TO DUPL-DATA-ELAB
           MOVE WS-CP-MERCHANT-ID           TO DUPL-MERCHANT-ID
           MOVE WS-CP-BRAND                 TO DUPL-BRAND
           MOVE WS-CP-D-C-IND               TO DUPL-D-C-IND
           MOVE WS-CP-IMPORTO               TO DUPL-IMPORTO
           MOVE WS-CP-NUOVO-UID             TO DUPL-NUOVO-UID
           MOVE WS-CP-NUOVO-DATA            TO DUPL-NUOVO-DATA
           MOVE WS-CP-NUOVO-FUNCT           TO DUPL-NUOVO-FUNCT
           MOVE WS-CP-NUOVO-REF-PERIOD      TO DUPL-NUOVO-REF-PERIOD
           MOVE WS-CP-NUOVO-DEVICE-TOT      TO DUPL-NUOVO-DEVICE-TOT
           MOVE WS-CP-PREC-UID              TO DUPL-PREC-UID
           MOVE WS-CP-PREC-DATA             TO DUPL-PREC-DATA
           MOVE WS-CP-PREC-FUNCT            TO DUPL-PREC-FUNCT
           MOVE WS-CP-PREC-REF-PERIOD       TO DUPL-PREC-REF-PERIOD
           MOVE WS-CP-PREC-DEVICE-TOT       TO DUPL-PREC-DEVICE-TOT
           MOVE WS-CP-PREC-ORIGINE          TO DUPL-PREC-ORIGINE
           MOVE PROGRAMMA                   TO DUPL-PROGRAMMA
      *
           WRITE ODUPEXC-REC              FROM DUPL-REC
      *
           IF NOT ODEX-NORMAL
              MOVE ST-ODUPEXC               TO P303-FILE-STATUS
              MOVE '12'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'ODUPEXC'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE ECCEZIONI' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-ECCEZIONI
           ADD WS-CP-IMPORTO                TO CTR-IMPO-ECCEZIONI
      *
      *--* Prospetto: riga del pagamento nuovo e riga del precedente
           EVALUATE TRUE
              WHEN CONF-ALTA
                 MOVE 'ALTA'                TO DUP-NUOVO-CONF
              WHEN CONF-MEDIA
                 MOVE 'MEDIA'               TO DUP-NUOVO-CONF
              WHEN OTHER
                 MOVE 'BASSA'               TO DUP-NUOVO-CONF
           END-EVALUATE
           MOVE WS-CP-MERCHANT-ID           TO DUP-NUOVO-MERCHANT
           MOVE WS-CP-BRAND                 TO DUP-NUOVO-BRAND
           MOVE WS-CP-D-C-IND               TO DUP-NUOVO-DC
           MOVE WS-CP-IMPORTO               TO DUP-NUOVO-IMPORTO
           MOVE WS-CP-NUOVO-UID             TO DUP-NUOVO-UID
           MOVE WS-CP-NUOVO-DATA            TO DUP-NUOVO-DATA
           MOVE WS-CP-NUOVO-REF-PERIOD      TO DUP-NUOVO-REF-PERIOD
           MOVE WS-CP-NUOVO-DEVICE-TOT      TO DUP-NUOVO-DEVICE-TOT
           MOVE DUP-RIGA-NUOVO              TO RIGA-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
      *
           MOVE WS-CP-PREC-UID              TO DUP-PREC-UID
           MOVE WS-CP-PREC-DATA             TO DUP-PREC-DATA
           MOVE WS-CP-PREC-REF-PERIOD       TO DUP-PREC-REF-PERIOD
           MOVE WS-CP-PREC-DEVICE-TOT       TO DUP-PREC-DEVICE-TOT
           IF WS-CP-PREC-ORIGINE = 'S'
              MOVE 'STORICO'                TO DUP-PREC-ORIGINE
           ELSE
              MOVE 'TABELLA'                TO DUP-PREC-ORIGINE
           END-IF
           MOVE DUP-RIGA-PREC               TO RIGA-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           .
       F-TRATTA-COPPIA.
           EXIT.
      *================================================================*
      *    Whitelist aggiornata: le conferme annullate non vengono     *
      *    riportate                                                   *
      *================================================================*
       SCRIVI-WHITELIST.
      *
           IF WK-WH-ANNULLATA(WS-IND-WH) = 'S'
              GO TO F-SCRIVI-WHITELIST
           END-IF
      *
           INITIALIZE DUPW-REC
           MOVE WK-WH-UID-1(WS-IND-WH)      TO DUPW-UID-1
           MOVE WK-WH-UID-2(WS-IND-WH)      TO DUPW-UID-2
           MOVE WK-WH-DATA-CONFERMA(WS-IND-WH) TO DUPW-DATA-CONFERMA
           MOVE WK-WH-OPERATORE(WS-IND-WH)  TO DUPW-OPERATORE
           MOVE WK-WH-NOTE(WS-IND-WH)       TO DUPW-NOTE
      *
           WRITE ODUPWHL-REC              FROM DUPW-REC
      *
           IF NOT ODWH-NORMAL
              MOVE ST-ODUPWHL               TO P303-FILE-STATUS
              MOVE '13'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'ODUPWHL'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE WHITELIST' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD 1                            TO CTR-WHITE-SCRITTE
           .
       F-SCRIVI-WHITELIST.
           EXIT.
      *================================================================*
      *    Prospetto ODUPREP delle coppie sospette                     *
      *================================================================*
       STAM-TEST-PROSPETTO.
      *
           MOVE SPACES                      TO DUP-INTESTA-DATA
           STRING WS-DATA-ELAB(7:2) '-'
                  WS-DATA-ELAB(5:2) '-'
                  WS-DATA-ELAB(1:4)
           DELIMITED BY SIZE              INTO DUP-INTESTA-DATA
           END-STRING
           MOVE WS-GIORNI-FINESTRA          TO DUP-INTESTA-GIORNI
           MOVE '1'                         TO ODUPREP-ASA
           MOVE DUP-RIGA-INTESTA            TO RIGA-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           MOVE DUP-RIGA-COLONNE-1          TO RIGA-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           MOVE DUP-RIGA-COLONNE-2          TO RIGA-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           PERFORM SCRIVI-ODUPREP         THRU F-SCRIVI-ODUPREP
           .
       F-STAM-TEST-PROSPETTO.
           EXIT.
      *================================================================*
       SCRIVI-ODUPREP.
      *
           WRITE REC-ODUPREP
      *
           IF NOT ODRE-NORMAL
              MOVE ST-ODUPREP               TO P303-FILE-STATUS
              MOVE '14'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'ODUPREP'                TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE FILE ODUPREP' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO ODUPREP-ASA
           MOVE SPACES                      TO RIGA-ODUPREP
           .
       F-SCRIVI-ODUPREP.
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
           MOVE CTR-WHITE-LETTE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE IN WHITELIST PRECEDENTE_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-LETTE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI CONFERMA LETTE___________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-WHITE-AGGIUNTE          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE AGGIUNTE ALLA WHITELIST_____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-WHITE-GIA-PRES          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'CONFERME GIA PRESENTI IN WHITELIST_:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-WHITE-ANNULLATE         TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'CONFERME ANNULLATE_________________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-ERRATE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI CONFERMA SCARTATE________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-COPPIE-TABELLA          TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE CANDIDATE DA YPTBPGPF_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF ARCHIVIO-ASSENTE-NO
              MOVE CTR-ARCH-FINESTRA        TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RIGHE STORICO NELLA FINESTRA_______:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-COPPIE-STORICO       TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'COPPIE CANDIDATE DA STORICO________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           MOVE CTR-COPPIE-WHITE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE ESCLUSE DA WHITELIST________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CONF-ALTA               TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE SOSPETTE CONFIDENZA ALTA____:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CONF-MEDIA              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE SOSPETTE CONFIDENZA MEDIA___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CONF-BASSA              TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE SOSPETTE CONFIDENZA BASSA___:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-IMPO-ECCEZIONI          TO ETR-IMPO
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'IMPORTO COPPIE SOSPETTE____________:'
                   ETR-IMPO
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-WHITE-SCRITTE           TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'COPPIE SCRITTE SU NUOVA WHITELIST__:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF CTR-WHITE-ECCED > ZERO
              MOVE CTR-WHITE-ECCED          TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** WHITELIST SATURA (MAX 10000) - '
                      'SCHEDE DA RIPRESENTARE: '
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           IF CTR-NUOVI-ECCED > ZERO
              MOVE CTR-NUOVI-ECCED          TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  '*** TABELLA PAGAMENTI SATURA (MAX 20000) - '
                      'NON CONFRONTATI CON LO STORICO: '
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
           CLOSE ODUPWHL
                 ODUPEXC
                 ODUPREP
                 ST
           IF WS-EOF-IDUPWHL = 1
           AND IDWH-NOTFND
              CONTINUE
           ELSE
              CLOSE IDUPWHL
           END-IF
           IF WS-EOF-INDUPCON = 1
           AND IDCO-NOTFND
              CONTINUE
           ELSE
              CLOSE INDUPCON
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
