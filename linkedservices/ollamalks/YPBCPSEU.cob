       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YPBCPSEU.
       AUTHOR.        TAS.
      *================================================================*
      *  VERSIONE 01.00 DEL : 15/10/26 --- ULTIMA MODIFICA : XX/XX/XX  *
      *  SCHEDA ........... : R20038                                   *
      *================================================================*
      *                                                                *
      * YPBCPSEU:  PSEUDONIMIZZAZIONE DEI DATI PERSONALI DEGLI         *
      *            ESERCENTI PERSONE FISICHE (DITTE INDIVIDUALI) SU    *
      *            YPTBPGPF E SULLE GENERAZIONI DELLO STORICO OSTORICO *
      *            SCRITTE DA YPBCARCP.                                *
      *                                                                *
      *            . COLONNE TRATTATE: NOME_MERCHANT, VAT_NUM (CHE     *
      *              PER LE DITTE INDIVIDUALI E' IL CODICE FISCALE) E  *
      *              BANK_ACCOUNT_NUM, SOSTITUITE CON UN VALORE FISSO  *
      *              DI PSEUDONIMIZZAZIONE; IMPORTI, DATE E CHIAVI     *
      *              NON VENGONO TOCCATI;                              *
      *            . CONSERVAZIONE SCADUTA: RIGHE CON PGPF_DATE        *
      *              ANTERIORE AL LIMITE (DATA DEL GIORNO MENO GLI     *
      *              ANNI DI CONSERVAZIONE, ART. 2220 C.C.) IL CUI     *
      *              VAT_NUM HA LA FORMA DI UN CODICE FISCALE DI       *
      *              PERSONA FISICA (16 CARATTERI, PRIMI 6 E ULTIMO    *
      *              ALFABETICI);                                      *
      *            . RICHIESTA FORMALE DI CANCELLAZIONE: SCHEDE        *
      *              IPSEURIC (FACOLTATIVO), TUTTE LE RIGHE DEL        *
      *              MERCHANT_ID INDICATO A QUALSIASI DATA;            *
      *            . LE RIGHE GIA' PSEUDONIMIZZATE NON VENGONO         *
      *              RITRATTATE: IL PASSO E' RIESEGUIBILE;             *
      *            . LO STORICO (UNA GENERAZIONE PER ESECUZIONE, DD    *
      *              ISTORICO, FACOLTATIVO) E' RISCRITTO SUL POSTO;    *
      *              NUMERO RIGHE E SOMMA IMPORTI DEI RECORD DATI      *
      *              VENGONO RICONTROLLATI CONTRO IL RECORD DI CODA:   *
      *              SE NON QUADRANO RETURN CODE 8;                    *
      *            . IL CERTIFICATO OPSEUCER RIPORTA PER ESERCENTE     *
      *              MOTIVO, RIGHE E DATE TRATTATE E L'ESITO DI OGNI   *
      *              RICHIESTA, SENZA ALCUN DATO PERSONALE.            *
      *                                                                *
      *            PARM (FACOLTATIVO): FUNZIONE X(01) 'T' = SOLO       *
      *            TABELLA, 'S' = SOLO STORICO, SPAZIO = ENTRAMBI;     *
      *            ANNI DI CONSERVAZIONE 9(02) (DEFAULT 10). IL RESTO  *
      *            DEL PARM E' LIBERO (ES. GENERAZIONE TRATTATA) E     *
      *            VIENE SOLO RIPORTATO NEL GIORNALE DI RUN.           *
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
           SELECT IPSEURIC               ASSIGN       TO IPSEURIC
                                         FILE STATUS  IS ST-IPSEURIC.

           SELECT ISTORICO               ASSIGN       TO ISTORICO
                                         FILE STATUS  IS ST-ISTORICO.

           SELECT OPSEUCER               ASSIGN       TO OPSEUCER
                                         FILE STATUS  IS ST-OPSEUCER.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *----------------------------------------------------------------*
      * IPSEURIC      :  SCHEDE RICHIESTE DI CANCELLAZIONE     (INPUT) *
      *----------------------------------------------------------------*
       FD  IPSEURIC                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  IPSEURIC-REC                  PIC X(80).
      *
      *----------------------------------------------------------------*
      * ISTORICO      :  GENERAZIONE OSTORICO DI YPBCARCP        (I-O) *
      *----------------------------------------------------------------*
       FD  ISTORICO                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

       01  ISTORICO-REC                  PIC X(420).
      *
      *----------------------------------------------------------------*
      * OPSEUCER      :  CERTIFICATO DI PSEUDONIMIZZAZIONE    (OUTPUT) *
      *----------------------------------------------------------------*
       FD  OPSEUCER                      LABEL RECORD STANDARD
                                         RECORDING MODE F
                                         BLOCK 0      RECORDS.
       01  REC-OPSEUCER.
           03 OPSEUCER-ASA               PIC X(01).
           03 RIGA-OPSEUCER              PIC X(132).
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
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCPSEU'.
       01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IPSEURIC                   PIC  X(02).
           88  IPSE-NORMAL               VALUE '00'.
           88  IPSE-EOF                  VALUE '10'.
           88  IPSE-NOTFND               VALUE '35'.
       01  ST-ISTORICO                   PIC  X(02).
           88  ISTO-NORMAL               VALUE '00'.
           88  ISTO-EOF                  VALUE '10'.
           88  ISTO-NOTFND               VALUE '35'.
       01  ST-OPSEUCER                   PIC  X(02).
           88  OPSE-NORMAL               VALUE '00'.
      *
      *--* Funzione e periodo di conservazione
       01  WS-FUNZIONE                   PIC X(01).
           88  FUNZ-TABELLA              VALUE 'T'.
           88  FUNZ-STORICO              VALUE 'S'.
           88  FUNZ-ENTRAMBI             VALUE ' '.
       01  WS-ANNI-RETENTION             PIC 9(02).
       01  WS-DATA-LIMITE.
           05  WS-LIM-ANNO               PIC 9(04).
           05  WS-LIM-MESE               PIC 9(02).
           05  WS-LIM-GIORNO             PIC 9(02).
       01  WS-DATA-LIMITE-R              REDEFINES WS-DATA-LIMITE
                                         PIC X(08).
      *
       01  WK-BLOCCO-COMMIT              PIC 9(05) VALUE 1000.
      *
       01  WS-STORICO-ASSENTE            PIC X(01) VALUE 'N'.
           88  STORICO-ASSENTE-SI        VALUE 'S'.
           88  STORICO-ASSENTE-NO        VALUE 'N'.
       01  WS-ISTORICO-APERTO            PIC X(01) VALUE 'N'.
           88  ISTORICO-APERTO-SI        VALUE 'S'.
           88  ISTORICO-APERTO-NO        VALUE 'N'.
       01  WS-CODA-QUADRA                PIC X(01) VALUE 'S'.
           88  CODA-QUADRA-SI            VALUE 'S'.
           88  CODA-QUADRA-NO            VALUE 'N'.
      *
      *--* Valori di pseudonimizzazione
       01  WK-PSEU-NOME                  PIC X(60) VALUE
           'ESERCENTE PSEUDONIMIZZATO'.
       01  WK-PSEU-VAT                   PIC X(16) VALUE
           'PSEUDONIMIZZATO'.
       01  WK-PSEU-IBAN                  PIC X(34) VALUE
           'PSEUDONIMIZZATO'.
      *
      *--* Richieste di cancellazione valide
       01  WS-IND-RICH                   PIC 9(03) VALUE ZERO.
       01  WK-AREA-RICH.
           05  WK-RI-ELEM                OCCURS 500 TIMES.
               07  WK-RI-MERCHANT-ID         PIC X(15).
               07  WK-RI-RIFERIMENTO         PIC X(20).
               07  WK-RI-DATA-RICHIESTA      PIC X(08).
               07  WK-RI-OPERATORE           PIC X(08).
               07  WK-RI-RIGHE-TAB           PIC 9(09).
               07  WK-RI-RIGHE-STO           PIC 9(09).
       01  WS-IND-RI                     PIC 9(03).
       01  WS-RI-CORR                    PIC 9(03).
      *
      *--* Righe trattate per esercente, motivo e origine
      *    (contenuto del certificato)
       01  WS-IND-CERT                   PIC 9(05) VALUE ZERO.
       01  WK-AREA-CERT.
           05  WK-CE-ELEM                OCCURS 5000 TIMES.
               07  WK-CE-MERCHANT-ID         PIC X(15).
               07  WK-CE-MOTIVO              PIC X(01).
               07  WK-CE-ORIGINE             PIC X(01).
               07  WK-CE-IND-RICH            PIC 9(03).
               07  WK-CE-RIGHE               PIC 9(09).
               07  WK-CE-DATA-MIN            PIC X(10).
               07  WK-CE-DATA-MAX            PIC X(10).
       01  WS-IND-CE                     PIC 9(05).
       01  WS-CE-CORR                    PIC 9(05).
      *
      *--* Riga corrente (tabella o storico)
       01  WS-RIGA-CORR.
           05  WS-RG-MERCHANT-ID         PIC X(15).
           05  WS-RG-PGPF-DATE           PIC X(10).
           05  WS-RG-VAT-NUM             PIC X(16).
           05  WS-RG-ORIGINE             PIC X(01).
               88  RG-TABELLA            VALUE 'T'.
               88  RG-STORICO            VALUE 'S'.
           05  WS-RG-MOTIVO              PIC X(01).
               88  RG-RICHIESTA          VALUE 'R'.
               88  RG-CONSERVAZIONE      VALUE 'C'.
               88  RG-NON-TRATTARE       VALUE ' '.
      *
       01  WS-PERSONA-FISICA             PIC X(01).
           88  PERSONA-FISICA-SI         VALUE 'S'.
           88  PERSONA-FISICA-NO         VALUE 'N'.
       01  WS-CF-SPAZI                   PIC 9(02).
      *
      *--* Righe del certificato OPSEUCER
       01  CER-RIGA-INTESTA.
           03  FILLER                PIC X(47) VALUE
               'CERTIFICATO DI PSEUDONIMIZZAZIONE DATI PERSONAL'.
           03  FILLER                PIC X(20) VALUE
               'I - ELABORAZIONE DEL'.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-INTESTA-DATA      PIC X(10).
           03  FILLER                PIC X(25) VALUE
               ' - LIMITE CONSERVAZIONE: '.
           03  CER-INTESTA-LIMITE    PIC X(10).
       01  CER-RIGA-COLONNE.
           03  FILLER                PIC X(16) VALUE 'MERCHANT ID'.
           03  FILLER                PIC X(11) VALUE 'MOTIVO'.
           03  FILLER                PIC X(21) VALUE 'RIFERIMENTO'.
           03  FILLER                PIC X(08) VALUE 'ORIGINE'.
           03  FILLER                PIC X(12) VALUE '       RIGHE'.
           03  FILLER                PIC X(11) VALUE ' DATA DAL'.
           03  FILLER                PIC X(11) VALUE 'DATA AL'.
           03  FILLER                PIC X(16) VALUE
               'COLONNE TRATTATE'.
       01  CER-RIGA-DETT.
           03  CER-DETT-MERCHANT     PIC X(15).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-DETT-MOTIVO       PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-DETT-RIFERIMENTO  PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-DETT-ORIGINE      PIC X(07).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-DETT-RIGHE        PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-DETT-DATA-MIN     PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-DETT-DATA-MAX     PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  FILLER                PIC X(40) VALUE
               'NOME_MERCHANT, VAT_NUM, BANK_ACCOUNT_NUM'.
       01  CER-RIGA-RICH-COLONNE.
           03  FILLER                PIC X(16) VALUE 'MERCHANT ID'.
           03  FILLER                PIC X(21) VALUE 'RIFERIMENTO'.
           03  FILLER                PIC X(11) VALUE 'RICHIESTA'.
           03  FILLER                PIC X(09) VALUE 'OPERAT.'.
           03  FILLER                PIC X(12) VALUE ' RIGHE TAB.'.
           03  FILLER                PIC X(12) VALUE ' RIGHE STOR.'.
           03  FILLER                PIC X(06) VALUE ' ESITO'.
       01  CER-RIGA-RICH.
           03  CER-RICH-MERCHANT     PIC X(15).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-RICH-RIFERIMENTO  PIC X(20).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-RICH-DATA         PIC X(10).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-RICH-OPERATORE    PIC X(08).
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-RICH-RIGHE-TAB    PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-RICH-RIGHE-STO    PIC ZZZ.ZZZ.ZZ9.
           03  FILLER                PIC X(01) VALUE SPACES.
           03  CER-RICH-ESITO        PIC X(40).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
      *================================================================*
       01  WS-ZERO.
      *-
           03  FILLER                       PIC 9(01).
      *
           03  WS-EOF-IPSEURIC              PIC 9(01).
           03  WS-EOF-ISTORICO              PIC 9(01).
           03  WS-FINE-CURSORE              PIC 9(01).
           03  WS-CONTA-BLOCCO              PIC 9(05).
      *
           03  CTR-CARTE-LETTE              PIC 9(09).
           03  CTR-CARTE-ERRATE             PIC 9(09).
           03  CTR-CERT-ECCED               PIC 9(09).
           03  CTR-TAB-ESAMINATE            PIC 9(09).
           03  CTR-TAB-RICHIESTA            PIC 9(09).
           03  CTR-TAB-CONSERVAZ            PIC 9(09).
           03  CTR-TAB-NON-PF               PIC 9(09).
           03  CTR-COMMIT-ESEGUITI          PIC 9(09).
           03  CTR-STO-LETTI                PIC 9(09).
           03  CTR-STO-DATI                 PIC 9(09).
           03  CTR-STO-CODE                 PIC 9(09).
           03  CTR-STO-SCONOSCIUTI          PIC 9(09).
           03  CTR-STO-GIA-PSEU             PIC 9(09).
           03  CTR-STO-RICHIESTA            PIC 9(09).
           03  CTR-STO-CONSERVAZ            PIC 9(09).
           03  CTR-STO-SOMMA-IMPO           PIC S9(15)V99 COMP-3.
           03  CTR-CODA-NUM-RIGHE           PIC 9(09).
           03  CTR-CODA-SOMMA-IMPO          PIC S9(15)V99 COMP-3.
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
      * ----- SCHEDA RICHIESTA DI CANCELLAZIONE
           COPY YPCRPSEU.
      *
      * ----- TRACCIATO STORICO OSTORICO
           COPY YPCRARCH.
      *
      *--* Variabili host dei cursori su YPTBPGPF
       01  HV-DATA-LIMITE                PIC X(10).
       01  HV-MERCHANT-ID                PIC X(15).
       01  HV-PGPF-DATE                  PIC X(10).
       01  HV-VAT-NUM                    PIC X(16).
       01  HV-PSEU-NOME                  PIC X(60).
       01  HV-PSEU-VAT                   PIC X(16).
       01  HV-PSEU-IBAN                  PIC X(34).
      *
      *================================================================*
      *    Area DB2                                                    *
      *================================================================*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W100-APPO-SQLCODE                 PIC -----9.
      *
      *--* Righe di un esercente con richiesta di cancellazione, a
      *    qualsiasi data; WITH HOLD per i COMMIT a blocchi
           EXEC SQL
                DECLARE CUR-RICH CURSOR WITH HOLD FOR
                SELECT MERCHANT_ID
                      ,PGPF_DATE
                  FROM YPTBPGPF
                 WHERE MERCHANT_ID = :HV-MERCHANT-ID
                   AND VAT_NUM    <> :HV-PSEU-VAT
                 FOR UPDATE OF NOME_MERCHANT
                              ,VAT_NUM
                              ,BANK_ACCOUNT_NUM
           END-EXEC.
      *
      *--* Righe con conservazione scaduta non ancora trattate; la
      *    forma del VAT_NUM (persona fisica) e' verificata riga per
      *    riga dal programma
           EXEC SQL
                DECLARE CUR-CONS CURSOR WITH HOLD FOR
                SELECT MERCHANT_ID
                      ,PGPF_DATE
                      ,VAT_NUM
                  FROM YPTBPGPF
                 WHERE PGPF_DATE   < :HV-DATA-LIMITE
                   AND VAT_NUM    <> :HV-PSEU-VAT
                 FOR UPDATE OF NOME_MERCHANT
                              ,VAT_NUM
                              ,BANK_ACCOUNT_NUM
           END-EXEC.
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
               10  PARM-FUNZIONE         PIC X(01).
               10  PARM-ANNI-RETENTION   PIC X(02).
               10  FILLER                PIC X(37).
      *
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
      *
           PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM OPEN-FILE              THRU F-OPEN-FILE
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
           PERFORM CALC-DATA-LIMITE       THRU F-CALC-DATA-LIMITE
      *
      *--* Richieste formali di cancellazione
           PERFORM LEGG-IPSEURIC          THRU F-LEGG-IPSEURIC
           PERFORM CARI-RICHIESTA         THRU F-CARI-RICHIESTA
                                          UNTIL WS-EOF-IPSEURIC = 1
      *
      *--* Tabella viva
           IF FUNZ-TABELLA OR FUNZ-ENTRAMBI
              PERFORM TRATTA-TABELLA      THRU F-TRATTA-TABELLA
           END-IF
      *
      *--* Generazione dello storico
           IF FUNZ-STORICO OR FUNZ-ENTRAMBI
              PERFORM TRATTA-STORICO      THRU F-TRATTA-STORICO
           END-IF
      *
           PERFORM STAM-CERTIFICATO       THRU F-STAM-CERTIFICATO
           PERFORM STAM-RIGH-TOTA         THRU F-STAM-RIGH-TOTA
      *
      *--* Esito per lo schedulatore: 8 = storico con coda non
      *    quadrata; 4 = schede scartate o certificato incompleto
           IF RETURN-CODE = ZERO
              IF CODA-QUADRA-NO
                 MOVE 8                     TO RETURN-CODE
              ELSE
                 IF CTR-CARTE-ERRATE > ZERO
                 OR CTR-CERT-ECCED   > ZERO
                    MOVE 4                  TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
           PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
      *================================================================*
      *    Record di passo per il giornale di run: letti = righe       *
      *    esaminate su tabella e storico, scritti = righe             *
      *    pseudonimizzate, scartati = schede di richiesta errate      *
      *================================================================*
       CARI-JOURNAL.
      *
           IF PARM-LL > ZERO
              MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
           END-IF
           COMPUTE JRNL-REC-LETTI    = CTR-TAB-ESAMINATE
                                     + CTR-STO-DATI
           COMPUTE JRNL-REC-SCRITTI  = CTR-TAB-RICHIESTA
                                     + CTR-TAB-CONSERVAZ
                                     + CTR-STO-RICHIESTA
                                     + CTR-STO-CONSERVAZ
           MOVE CTR-CARTE-ERRATE             TO JRNL-REC-SCARTATI
      *
           PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
           .
       F-CARI-JOURNAL.
           EXIT.
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
      *--* Funzione e anni di conservazione da PARM, altrimenti
      *    tabella e storico con conservazione decennale
           MOVE SPACE                       TO WS-FUNZIONE
           MOVE 10                          TO WS-ANNI-RETENTION
           IF PARM-LL >= 1
              MOVE PARM-FUNZIONE            TO WS-FUNZIONE
              IF NOT FUNZ-TABELLA
              AND NOT FUNZ-STORICO
              AND NOT FUNZ-ENTRAMBI
                 MOVE PARM-FUNZIONE         TO P303-MSGER-DATO
                 MOVE '01'                  TO P303-MSGER-RIF
                 MOVE 'PARM'                TO P303-MSGER-TIPO
                 MOVE 'PARM    '            TO P303-MSGER-FILE
                 MOVE 'FUNZIONE ERRATA (T/S/SPAZIO)'
                                            TO P303-MSGER-DESCR
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           END-IF
           IF PARM-LL >= 3
              IF  PARM-ANNI-RETENTION IS NUMERIC
              AND PARM-ANNI-RETENTION > '00'
                 MOVE PARM-ANNI-RETENTION   TO WS-ANNI-RETENTION
              ELSE
                 IF PARM-ANNI-RETENTION NOT = SPACES
                    MOVE PARM-ANNI-RETENTION TO P303-MSGER-DATO
                    MOVE '02'               TO P303-MSGER-RIF
                    MOVE 'PARM'             TO P303-MSGER-TIPO
                    MOVE 'PARM    '         TO P303-MSGER-FILE
                    MOVE 'ANNI DI CONSERVAZIONE ERRATI'
                                            TO P303-MSGER-DESCR
                    PERFORM ERRORE-P303   THRU EX-ERRORE-P303
                 END-IF
              END-IF
           END-IF
      *
           MOVE WK-PSEU-NOME                TO HV-PSEU-NOME
           MOVE WK-PSEU-VAT                 TO HV-PSEU-VAT
           MOVE WK-PSEU-IBAN                TO HV-PSEU-IBAN
           .
       F-INIZ-WORK.
           EXIT.
      *================================================================*
      *    Limite di conservazione: data del giorno meno gli anni di   *
      *    conservazione (il 29 febbraio diventa 28)                   *
      *================================================================*
       CALC-DATA-LIMITE.
      *
           MOVE WS-DATA-AAAAMMGG            TO WS-DATA-LIMITE-R
           SUBTRACT WS-ANNI-RETENTION     FROM WS-LIM-ANNO
           IF  WS-LIM-MESE   = 02
           AND WS-LIM-GIORNO = 29
              MOVE 28                       TO WS-LIM-GIORNO
           END-IF
      *
           MOVE SPACES                      TO HV-DATA-LIMITE
           STRING WS-DATA-LIMITE-R(1:4) '-' WS-DATA-LIMITE-R(5:2) '-'
                  WS-DATA-LIMITE-R(7:2)
           DELIMITED BY SIZE              INTO HV-DATA-LIMITE
           END-STRING
      *
           MOVE SPACES                      TO YPCWS001-RIGA
           STRING 'FUNZIONE: ' WS-FUNZIONE
                  ' - LIMITE DI CONSERVAZIONE: ' HV-DATA-LIMITE
           DELIMITED BY SIZE              INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE SPACES                      TO YPCWS001-RIGA
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           .
       F-CALC-DATA-LIMITE.
           EXIT.
      *================================================================*
      *    Routine di segnalazione inizio programma                    *
      *================================================================*
       STAM-PRIM-RIGH.
      *
           MOVE  SPACES                     TO YPCWS001-TEST-1
      *
           STRING '* FULL ACQUIRING * '
                  'PSEUDONIMIZZAZIONE DATI PERSONALI '
                  '- PROGRAMMA: YPBCPSEU -'
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
      *--* Le schede possono non esistere (solo conservazione scaduta)
           OPEN INPUT  IPSEURIC
           IF NOT IPSE-NORMAL
              IF IPSE-NOTFND
                 MOVE 1                  TO WS-EOF-IPSEURIC
              ELSE
                 MOVE ST-IPSEURIC        TO P303-FILE-STATUS
                 MOVE '03'               TO P303-MSGER-RIF
                 MOVE 'OPENINP'          TO P303-MSGER-TIPO
                 MOVE 'IPSEURIC'         TO P303-MSGER-FILE
                 PERFORM ERRORE-P303    THRU EX-ERRORE-P303
              END-IF
           END-IF.

           OPEN OUTPUT OPSEUCER
           IF NOT OPSE-NORMAL
              MOVE ST-OPSEUCER           TO P303-FILE-STATUS
              MOVE '04'                  TO P303-MSGER-RIF
              MOVE 'OPENOUT'             TO P303-MSGER-TIPO
              MOVE 'OPSEUCER'            TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF
           .
       F-OPEN-FILE.
           EXIT.
      *================================================================*
       LEGG-IPSEURIC.
      *
           IF WS-EOF-IPSEURIC = 1
              GO TO F-LEGG-IPSEURIC
           END-IF
      *
           READ IPSEURIC                  INTO PSEU-CARD
      *
           IF IPSE-EOF
              MOVE 1 TO WS-EOF-IPSEURIC
              GO TO F-LEGG-IPSEURIC
           END-IF
      *
           IF NOT IPSE-NORMAL
              MOVE ST-IPSEURIC              TO P303-FILE-STATUS
              MOVE '05'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'IPSEURIC'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-CARTE-LETTE
           .
       F-LEGG-IPSEURIC.
           EXIT.
      *================================================================*
      *    Scheda di richiesta: esercente, riferimento, data e         *
      *    operatore obbligatori; una sola richiesta per esercente     *
      *================================================================*
       CARI-RICHIESTA.
      *
           IF  PSEU-MERCHANT-ID NOT = SPACES AND LOW-VALUE
           AND PSEU-RIFERIMENTO NOT = SPACES AND LOW-VALUE
           AND PSEU-DATA-RICHIESTA IS NUMERIC
           AND PSEU-DATA-RICHIESTA > '19000000'
           AND PSEU-OPERATORE NOT = SPACES AND LOW-VALUE
              CONTINUE
           ELSE
              ADD 1                         TO CTR-CARTE-ERRATE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'SCHEDA DI RICHIESTA ERRATA/INCOMPLETA: '
                     IPSEURIC-REC(1:51)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-RICHIESTA-LEGG
           END-IF
      *
           MOVE PSEU-MERCHANT-ID            TO WS-RG-MERCHANT-ID
           PERFORM CERCA-RICHIESTA        THRU F-CERCA-RICHIESTA
           IF WS-RI-CORR > ZERO
              ADD 1                         TO CTR-CARTE-ERRATE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'RICHIESTA DOPPIA PER LO STESSO ESERCENTE: '
                     IPSEURIC-REC(1:51)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-RICHIESTA-LEGG
           END-IF
      *
           IF WS-IND-RICH NOT < 500
              ADD 1                         TO CTR-CARTE-ERRATE
              MOVE SPACES                   TO YPCWS001-RIGA
              STRING 'RICHIESTE OLTRE IL MASSIMO (500) - SCHEDA DA '
                     'RIPRESENTARE: '
                     IPSEURIC-REC(1:51)
              DELIMITED BY SIZE           INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
              GO TO CARI-RICHIESTA-LEGG
           END-IF
      *
           ADD 1                            TO WS-IND-RICH
           MOVE PSEU-MERCHANT-ID    TO WK-RI-MERCHANT-ID(WS-IND-RICH)
           MOVE PSEU-RIFERIMENTO    TO WK-RI-RIFERIMENTO(WS-IND-RICH)
           MOVE PSEU-DATA-RICHIESTA
                                 TO WK-RI-DATA-RICHIESTA(WS-IND-RICH)
           MOVE PSEU-OPERATORE      TO WK-RI-OPERATORE(WS-IND-RICH)
           MOVE ZERO                TO WK-RI-RIGHE-TAB(WS-IND-RICH)
                                       WK-RI-RIGHE-STO(WS-IND-RICH)
           .
       CARI-RICHIESTA-LEGG.
           PERFORM LEGG-IPSEURIC          THRU F-LEGG-IPSEURIC
           .
       F-CARI-RICHIESTA.
           EXIT.
      *================================================================*
      *    Cerca WS-RG-MERCHANT-ID fra le richieste valide;            *
      *    WS-RI-CORR = 0 se assente                                   *
      *================================================================*
       CERCA-RICHIESTA.
      *
           MOVE ZERO                        TO WS-RI-CORR
           PERFORM VARYING WS-IND-RI FROM 1 BY 1
              UNTIL WS-IND-RI > WS-IND-RICH
              IF WK-RI-MERCHANT-ID(WS-IND-RI) = WS-RG-MERCHANT-ID
                 MOVE WS-IND-RI             TO WS-RI-CORR
                 MOVE 500                   TO WS-IND-RI
              END-IF
           END-PERFORM
           .
       F-CERCA-RICHIESTA.
           EXIT.
      *================================================================*
      *    VAT_NUM con la forma di un codice fiscale di persona        *
      *    fisica: 16 caratteri senza spazi, primi 6 (cognome e nome)  *
      *    e ultimo (carattere di controllo) alfabetici. Le partite    *
      *    IVA (11 cifre) e i codici fiscali numerici delle societa'   *
      *    restano esclusi                                             *
      *================================================================*
       VERI-PERSONA-FISICA.
      *
           SET PERSONA-FISICA-NO            TO TRUE
           MOVE ZERO                        TO WS-CF-SPAZI
           INSPECT WS-RG-VAT-NUM TALLYING WS-CF-SPAZI FOR ALL SPACE
      *
           IF  WS-CF-SPAZI = ZERO
           AND WS-RG-VAT-NUM(1:6)  IS ALPHABETIC
           AND WS-RG-VAT-NUM(16:1) IS ALPHABETIC
              SET PERSONA-FISICA-SI         TO TRUE
           END-IF
           .
       F-VERI-PERSONA-FISICA.
           EXIT.
      *================================================================*
      *    Motivo di trattamento della riga corrente: richiesta di     *
      *    cancellazione dell'esercente, altrimenti conservazione      *
      *    scaduta per le persone fisiche                              *
      *================================================================*
       SELEZ-RIGA.
      *
           MOVE SPACE                       TO WS-RG-MOTIVO
      *
           PERFORM CERCA-RICHIESTA        THRU F-CERCA-RICHIESTA
           IF WS-RI-CORR > ZERO
              SET RG-RICHIESTA              TO TRUE
              GO TO F-SELEZ-RIGA
           END-IF
      *
           IF WS-RG-PGPF-DATE NOT < HV-DATA-LIMITE
              GO TO F-SELEZ-RIGA
           END-IF
      *
           PERFORM VERI-PERSONA-FISICA    THRU F-VERI-PERSONA-FISICA
           IF PERSONA-FISICA-SI
              SET RG-CONSERVAZIONE          TO TRUE
           END-IF
           .
       F-SELEZ-RIGA.
           EXIT.
      *================================================================*
      *    Tabella viva: prima le richieste di cancellazione, poi le   *
      *    righe con conservazione scaduta                             *
      *================================================================*
       TRATTA-TABELLA.
      *
           MOVE 'T'                         TO WS-RG-ORIGINE
      *
           PERFORM VARYING WS-IND-RI FROM 1 BY 1
              UNTIL WS-IND-RI > WS-IND-RICH
              MOVE WS-IND-RI                TO WS-RI-CORR
              PERFORM TRATTA-RICH-TABELLA THRU F-TRATTA-RICH-TABELLA
              MOVE WS-RI-CORR               TO WS-IND-RI
           END-PERFORM
      *
           MOVE ZERO                        TO WS-FINE-CURSORE
           PERFORM APRI-CUR-CONS          THRU F-APRI-CUR-CONS
           PERFORM FETCH-CUR-CONS         THRU F-FETCH-CUR-CONS
           PERFORM ELAB-RIGA-CONS         THRU F-ELAB-RIGA-CONS
                                          UNTIL WS-FINE-CURSORE = 1
           PERFORM CHIUDI-CUR-CONS        THRU F-CHIUDI-CUR-CONS
      *
      *--* Commit del blocco residuo
           IF WS-CONTA-BLOCCO > ZERO
              PERFORM ESEGUI-COMMIT       THRU F-ESEGUI-COMMIT
           END-IF
           .
       F-TRATTA-TABELLA.
           EXIT.
      *================================================================*
       TRATTA-RICH-TABELLA.
      *
           MOVE WK-RI-MERCHANT-ID(WS-RI-CORR) TO HV-MERCHANT-ID
           MOVE ZERO                        TO WS-FINE-CURSORE
      *
           PERFORM APRI-CUR-RICH          THRU F-APRI-CUR-RICH
           PERFORM FETCH-CUR-RICH         THRU F-FETCH-CUR-RICH
           PERFORM ELAB-RIGA-RICH         THRU F-ELAB-RIGA-RICH
                                          UNTIL WS-FINE-CURSORE = 1
           PERFORM CHIUDI-CUR-RICH        THRU F-CHIUDI-CUR-RICH
           .
       F-TRATTA-RICH-TABELLA.
           EXIT.
      *================================================================*
       APRI-CUR-RICH.
      *
           EXEC SQL OPEN CUR-RICH END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-APRI-CUR-RICH.
           EXIT.
      *================================================================*
       FETCH-CUR-RICH.
      *
           EXEC SQL
                FETCH CUR-RICH
                 INTO :HV-MERCHANT-ID
                     ,:HV-PGPF-DATE
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
       F-FETCH-CUR-RICH.
           EXIT.
      *================================================================*
       ELAB-RIGA-RICH.
      *
           ADD 1                            TO CTR-TAB-ESAMINATE
           MOVE HV-MERCHANT-ID              TO WS-RG-MERCHANT-ID
           MOVE HV-PGPF-DATE                TO WS-RG-PGPF-DATE
           SET RG-RICHIESTA                 TO TRUE
      *
           EXEC SQL
                UPDATE YPTBPGPF
                   SET NOME_MERCHANT    = :HV-PSEU-NOME
                      ,VAT_NUM          = :HV-PSEU-VAT
                      ,BANK_ACCOUNT_NUM = :HV-PSEU-IBAN
                 WHERE CURRENT OF CUR-RICH
           END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
      *
           ADD 1                            TO CTR-TAB-RICHIESTA
           ADD 1                      TO WK-RI-RIGHE-TAB(WS-RI-CORR)
           PERFORM REGI-CERTIFICATO       THRU F-REGI-CERTIFICATO
           PERFORM CONTA-BLOCCO           THRU F-CONTA-BLOCCO
      *
           PERFORM FETCH-CUR-RICH         THRU F-FETCH-CUR-RICH
           .
       F-ELAB-RIGA-RICH.
           EXIT.
      *================================================================*
       CHIUDI-CUR-RICH.
      *
           EXEC SQL CLOSE CUR-RICH END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-CHIUDI-CUR-RICH.
           EXIT.
      *================================================================*
       APRI-CUR-CONS.
      *
           EXEC SQL OPEN CUR-CONS END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-APRI-CUR-CONS.
           EXIT.
      *================================================================*
       FETCH-CUR-CONS.
      *
           EXEC SQL
                FETCH CUR-CONS
                 INTO :HV-MERCHANT-ID
                     ,:HV-PGPF-DATE
                     ,:HV-VAT-NUM
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
       F-FETCH-CUR-CONS.
           EXIT.
      *================================================================*
       ELAB-RIGA-CONS.
      *
           ADD 1                            TO CTR-TAB-ESAMINATE
           MOVE HV-MERCHANT-ID              TO WS-RG-MERCHANT-ID
           MOVE HV-PGPF-DATE                TO WS-RG-PGPF-DATE
           MOVE HV-VAT-NUM                  TO WS-RG-VAT-NUM
      *
           PERFORM SELEZ-RIGA             THRU F-SELEZ-RIGA
           IF RG-NON-TRATTARE
              ADD 1                         TO CTR-TAB-NON-PF
              GO TO ELAB-RIGA-CONS-FETCH
           END-IF
      *
           EXEC SQL
                UPDATE YPTBPGPF
                   SET NOME_MERCHANT    = :HV-PSEU-NOME
                      ,VAT_NUM          = :HV-PSEU-VAT
                      ,BANK_ACCOUNT_NUM = :HV-PSEU-IBAN
                 WHERE CURRENT OF CUR-CONS
           END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
      *
           IF RG-RICHIESTA
              ADD 1                         TO CTR-TAB-RICHIESTA
              ADD 1                   TO WK-RI-RIGHE-TAB(WS-RI-CORR)
           ELSE
              ADD 1                         TO CTR-TAB-CONSERVAZ
           END-IF
           PERFORM REGI-CERTIFICATO       THRU F-REGI-CERTIFICATO
           PERFORM CONTA-BLOCCO           THRU F-CONTA-BLOCCO
           .
       ELAB-RIGA-CONS-FETCH.
           PERFORM FETCH-CUR-CONS         THRU F-FETCH-CUR-CONS
           .
       F-ELAB-RIGA-CONS.
           EXIT.
      *================================================================*
       CHIUDI-CUR-CONS.
      *
           EXEC SQL CLOSE CUR-CONS END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
           .
       F-CHIUDI-CUR-CONS.
           EXIT.
      *================================================================*
      *    Commit a blocchi: il passo e' ripartibile perche' le righe  *
      *    gia' pseudonimizzate non vengono riestratte                 *
      *================================================================*
       CONTA-BLOCCO.
      *
           ADD 1                            TO WS-CONTA-BLOCCO
           IF WS-CONTA-BLOCCO >= WK-BLOCCO-COMMIT
              PERFORM ESEGUI-COMMIT       THRU F-ESEGUI-COMMIT
           END-IF
           .
       F-CONTA-BLOCCO.
           EXIT.
      *================================================================*
       ESEGUI-COMMIT.
      *
           EXEC SQL COMMIT END-EXEC
      *
           IF SQLCODE NOT = 0
              PERFORM ERRO-SQL            THRU F-ERRO-SQL
           END-IF
      *
           MOVE ZERO                        TO WS-CONTA-BLOCCO
           ADD 1                            TO CTR-COMMIT-ESEGUITI
           .
       F-ESEGUI-COMMIT.
           EXIT.
      *================================================================*
      *    Generazione dello storico: riscrittura sul posto dei record *
      *    dati da trattare e riconteggio righe/importi per la         *
      *    verifica del record di coda                                 *
      *================================================================*
       TRATTA-STORICO.
      *
           MOVE 'S'                         TO WS-RG-ORIGINE
      *
           OPEN I-O ISTORICO
           IF NOT ISTO-NORMAL
              IF ISTO-NOTFND
                 SET STORICO-ASSENTE-SI     TO TRUE
                 MOVE SPACES                TO YPCWS001-RIGA
                 MOVE 'STORICO ISTORICO ASSENTE - TRATTATA SOLO LA TABEL
      -              'LA'                   TO YPCWS001-RIGA
                 PERFORM SCRIVI-ST        THRU EX-SCRIVI-ST
                 GO TO F-TRATTA-STORICO
              ELSE
                 MOVE ST-ISTORICO           TO P303-FILE-STATUS
                 MOVE '06'                  TO P303-MSGER-RIF
                 MOVE 'OPENI-O'             TO P303-MSGER-TIPO
                 MOVE 'ISTORICO'            TO P303-MSGER-FILE
                 PERFORM ERRORE-P303      THRU EX-ERRORE-P303
              END-IF
           END-IF
           SET ISTORICO-APERTO-SI           TO TRUE
      *
           PERFORM LEGG-ISTORICO          THRU F-LEGG-ISTORICO
           PERFORM ELAB-RECORD-STORICO    THRU F-ELAB-RECORD-STORICO
                                          UNTIL WS-EOF-ISTORICO = 1
      *
           PERFORM VERI-CODA-STORICO      THRU F-VERI-CODA-STORICO
           .
       F-TRATTA-STORICO.
           EXIT.
      *================================================================*
       LEGG-ISTORICO.
      *
           READ ISTORICO
      *
           IF ISTO-EOF
              MOVE 1 TO WS-EOF-ISTORICO
              GO TO F-LEGG-ISTORICO
           END-IF
      *
           IF NOT ISTO-NORMAL
              MOVE ST-ISTORICO              TO P303-FILE-STATUS
              MOVE '07'                     TO P303-MSGER-RIF
              MOVE 'READ'                   TO P303-MSGER-TIPO
              MOVE 'ISTORICO'               TO P303-MSGER-FILE
              MOVE SPACES                   TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           ADD  1                           TO CTR-STO-LETTI
           MOVE ISTORICO-REC                TO ARCH-RECORD
           .
       F-LEGG-ISTORICO.
           EXIT.
      *================================================================*
       ELAB-RECORD-STORICO.
      *
           IF ARCH-REC-CODA
              MOVE ISTORICO-REC             TO ARCH-RECORD-CODA
              ADD 1                         TO CTR-STO-CODE
              MOVE ARCH-CODA-NUM-RIGHE      TO CTR-CODA-NUM-RIGHE
              MOVE ARCH-CODA-SOMMA-IMPO     TO CTR-CODA-SOMMA-IMPO
              GO TO ELAB-RECORD-STORICO-LEGG
           END-IF
      *
           IF NOT ARCH-REC-DATI
              ADD 1                         TO CTR-STO-SCONOSCIUTI
              GO TO ELAB-RECORD-STORICO-LEGG
           END-IF
      *
           ADD 1                            TO CTR-STO-DATI
           ADD ARCH-PAYMENT-AMOUNT          TO CTR-STO-SOMMA-IMPO
      *
           IF ARCH-VAT-NUM = WK-PSEU-VAT
              ADD 1                         TO CTR-STO-GIA-PSEU
              GO TO ELAB-RECORD-STORICO-LEGG
           END-IF
      *
           MOVE ARCH-MERCHANT-ID            TO WS-RG-MERCHANT-ID
           MOVE ARCH-PGPF-DATE              TO WS-RG-PGPF-DATE
           MOVE ARCH-VAT-NUM                TO WS-RG-VAT-NUM
           PERFORM SELEZ-RIGA             THRU F-SELEZ-RIGA
           IF RG-NON-TRATTARE
              GO TO ELAB-RECORD-STORICO-LEGG
           END-IF
      *
      *--* Solo le colonne personali: importi, date e chiavi del
      *    record restano invariati e la coda resta valida
           MOVE WK-PSEU-NOME                TO ARCH-NOME-MERCHANT
           MOVE WK-PSEU-VAT                 TO ARCH-VAT-NUM
           MOVE WK-PSEU-IBAN                TO ARCH-BANK-ACCOUNT-NUM
      *
           REWRITE ISTORICO-REC           FROM ARCH-RECORD
      *
           IF NOT ISTO-NORMAL
              MOVE ST-ISTORICO              TO P303-FILE-STATUS
              MOVE '08'                     TO P303-MSGER-RIF
              MOVE 'REWRITE'                TO P303-MSGER-TIPO
              MOVE 'ISTORICO'               TO P303-MSGER-FILE
              MOVE 'ERRORE REWRITE FILE STORICO' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           IF RG-RICHIESTA
              ADD 1                         TO CTR-STO-RICHIESTA
              ADD 1                   TO WK-RI-RIGHE-STO(WS-RI-CORR)
           ELSE
              ADD 1                         TO CTR-STO-CONSERVAZ
           END-IF
           PERFORM REGI-CERTIFICATO       THRU F-REGI-CERTIFICATO
           .
       ELAB-RECORD-STORICO-LEGG.
           PERFORM LEGG-ISTORICO          THRU F-LEGG-ISTORICO
           .
       F-ELAB-RECORD-STORICO.
           EXIT.
      *================================================================*
      *    La generazione deve avere un solo record di coda con        *
      *    numero righe e somma importi uguali a quelli dei record     *
      *    dati                                                        *
      *================================================================*
       VERI-CODA-STORICO.
      *
           IF  CTR-STO-CODE        = 1
           AND CTR-CODA-NUM-RIGHE  = CTR-STO-DATI
           AND CTR-CODA-SOMMA-IMPO = CTR-STO-SOMMA-IMPO
              SET CODA-QUADRA-SI            TO TRUE
           ELSE
              SET CODA-QUADRA-NO            TO TRUE
              MOVE SPACES                   TO YPCWS001-RIGA
              MOVE '*** CODA DELLO STORICO NON QUADRATA CON I RECORD DAT
      -            'I - VERIFICARE LA GENERAZIONE ***'
                                            TO YPCWS001-RIGA
              PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
           END-IF
           .
       F-VERI-CODA-STORICO.
           EXIT.
      *================================================================*
      *    Accumulo della riga trattata per esercente, motivo e        *
      *    origine, con prima e ultima PGPF_DATE                       *
      *================================================================*
       REGI-CERTIFICATO.
      *
           MOVE ZERO                        TO WS-CE-CORR
           PERFORM VARYING WS-IND-CE FROM 1 BY 1
              UNTIL WS-IND-CE > WS-IND-CERT
              IF  WK-CE-MERCHANT-ID(WS-IND-CE) = WS-RG-MERCHANT-ID
              AND WK-CE-MOTIVO(WS-IND-CE)      = WS-RG-MOTIVO
              AND WK-CE-ORIGINE(WS-IND-CE)     = WS-RG-ORIGINE
                 MOVE WS-IND-CE             TO WS-CE-CORR
                 MOVE 5000                  TO WS-IND-CE
              END-IF
           END-PERFORM
      *
           IF WS-CE-CORR = ZERO
              IF WS-IND-CERT NOT < 5000
                 ADD 1                      TO CTR-CERT-ECCED
                 GO TO F-REGI-CERTIFICATO
              END-IF
              ADD 1                         TO WS-IND-CERT
              MOVE WS-IND-CERT              TO WS-CE-CORR
              MOVE WS-RG-MERCHANT-ID  TO WK-CE-MERCHANT-ID(WS-CE-CORR)
              MOVE WS-RG-MOTIVO       TO WK-CE-MOTIVO(WS-CE-CORR)
              MOVE WS-RG-ORIGINE      TO WK-CE-ORIGINE(WS-CE-CORR)
              MOVE ZERO               TO WK-CE-IND-RICH(WS-CE-CORR)
              IF RG-RICHIESTA
                 MOVE WS-RI-CORR      TO WK-CE-IND-RICH(WS-CE-CORR)
              END-IF
              MOVE ZERO               TO WK-CE-RIGHE(WS-CE-CORR)
              MOVE WS-RG-PGPF-DATE    TO WK-CE-DATA-MIN(WS-CE-CORR)
                                         WK-CE-DATA-MAX(WS-CE-CORR)
           END-IF
      *
           ADD 1                      TO WK-CE-RIGHE(WS-CE-CORR)
           IF WS-RG-PGPF-DATE < WK-CE-DATA-MIN(WS-CE-CORR)
              MOVE WS-RG-PGPF-DATE    TO WK-CE-DATA-MIN(WS-CE-CORR)
           END-IF
           IF WS-RG-PGPF-DATE > WK-CE-DATA-MAX(WS-CE-CORR)
              MOVE WS-RG-PGPF-DATE    TO WK-CE-DATA-MAX(WS-CE-CORR)
           END-IF
           .
       F-REGI-CERTIFICATO.
           EXIT.
      *================================================================*
      *    Certificato OPSEUCER: righe trattate per esercente, esito   *
      *    delle richieste e verifica della coda dello storico         *
      *================================================================*
       STAM-CERTIFICATO.
      *
           MOVE SPACES                      TO CER-INTESTA-DATA
           STRING WS-DATA-AAAAMMGG(7:2) '-'
                  WS-DATA-AAAAMMGG(5:2) '-'
                  WS-DATA-AAAAMMGG(1:4)
           DELIMITED BY SIZE              INTO CER-INTESTA-DATA
           END-STRING
           MOVE HV-DATA-LIMITE              TO CER-INTESTA-LIMITE
           MOVE '1'                         TO OPSEUCER-ASA
           MOVE CER-RIGA-INTESTA            TO RIGA-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           MOVE CER-RIGA-COLONNE            TO RIGA-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
      *
           IF WS-IND-CERT = ZERO
              MOVE 'NESSUNA RIGA PSEUDONIMIZZATA'
                                            TO RIGA-OPSEUCER
              PERFORM SCRIVI-OPSEUCER     THRU F-SCRIVI-OPSEUCER
           END-IF
           PERFORM VARYING WS-IND-CE FROM 1 BY 1
              UNTIL WS-IND-CE > WS-IND-CERT
              PERFORM STAM-RIGA-CERT      THRU F-STAM-RIGA-CERT
           END-PERFORM
           IF CTR-CERT-ECCED > ZERO
              MOVE CTR-CERT-ECCED           TO ETR-CONTA
              STRING '*** CERTIFICATO INCOMPLETO (MAX 5000 RIGHE) - '
                     'RIGHE TRATTATE NON RIPORTATE: '
                     ETR-CONTA
              DELIMITED BY SIZE           INTO RIGA-OPSEUCER
              END-STRING
              PERFORM SCRIVI-OPSEUCER     THRU F-SCRIVI-OPSEUCER
           END-IF
      *
      *--* Esito delle richieste di cancellazione
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           MOVE 'ESITO DELLE RICHIESTE DI CANCELLAZIONE'
                                            TO RIGA-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           IF WS-IND-RICH = ZERO
              MOVE 'NESSUNA RICHIESTA PRESENTATA'
                                            TO RIGA-OPSEUCER
              PERFORM SCRIVI-OPSEUCER     THRU F-SCRIVI-OPSEUCER
           ELSE
              MOVE CER-RIGA-RICH-COLONNE    TO RIGA-OPSEUCER
              PERFORM SCRIVI-OPSEUCER     THRU F-SCRIVI-OPSEUCER
              PERFORM VARYING WS-IND-RI FROM 1 BY 1
                 UNTIL WS-IND-RI > WS-IND-RICH
                 PERFORM STAM-RIGA-RICH   THRU F-STAM-RIGA-RICH
              END-PERFORM
           END-IF
      *
      *--* Verifica della coda dello storico
           IF  (FUNZ-STORICO OR FUNZ-ENTRAMBI)
           AND STORICO-ASSENTE-NO
              PERFORM STAM-CODA-CERT      THRU F-STAM-CODA-CERT
           END-IF
           .
       F-STAM-CERTIFICATO.
           EXIT.
      *================================================================*
       STAM-RIGA-CERT.
      *
           MOVE WK-CE-MERCHANT-ID(WS-IND-CE) TO CER-DETT-MERCHANT
           MOVE SPACES                      TO CER-DETT-RIFERIMENTO
           IF WK-CE-MOTIVO(WS-IND-CE) = 'R'
              MOVE 'RICHIESTA'              TO CER-DETT-MOTIVO
              MOVE WK-CE-IND-RICH(WS-IND-CE) TO WS-IND-RI
              MOVE WK-RI-RIFERIMENTO(WS-IND-RI)
                                            TO CER-DETT-RIFERIMENTO
           ELSE
              MOVE 'CONSERVAZ.'             TO CER-DETT-MOTIVO
           END-IF
           IF WK-CE-ORIGINE(WS-IND-CE) = 'T'
              MOVE 'TABELLA'                TO CER-DETT-ORIGINE
           ELSE
              MOVE 'STORICO'                TO CER-DETT-ORIGINE
           END-IF
           MOVE WK-CE-RIGHE(WS-IND-CE)      TO CER-DETT-RIGHE
           MOVE WK-CE-DATA-MIN(WS-IND-CE)   TO CER-DETT-DATA-MIN
           MOVE WK-CE-DATA-MAX(WS-IND-CE)   TO CER-DETT-DATA-MAX
      *
           MOVE CER-RIGA-DETT               TO RIGA-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           .
       F-STAM-RIGA-CERT.
           EXIT.
      *================================================================*
       STAM-RIGA-RICH.
      *
           MOVE WK-RI-MERCHANT-ID(WS-IND-RI) TO CER-RICH-MERCHANT
           MOVE WK-RI-RIFERIMENTO(WS-IND-RI) TO CER-RICH-RIFERIMENTO
           MOVE SPACES                      TO CER-RICH-DATA
           STRING WK-RI-DATA-RICHIESTA(WS-IND-RI)(7:2) '-'
                  WK-RI-DATA-RICHIESTA(WS-IND-RI)(5:2) '-'
                  WK-RI-DATA-RICHIESTA(WS-IND-RI)(1:4)
           DELIMITED BY SIZE              INTO CER-RICH-DATA
           END-STRING
           MOVE WK-RI-OPERATORE(WS-IND-RI)  TO CER-RICH-OPERATORE
           MOVE WK-RI-RIGHE-TAB(WS-IND-RI)  TO CER-RICH-RIGHE-TAB
           MOVE WK-RI-RIGHE-STO(WS-IND-RI)  TO CER-RICH-RIGHE-STO
      *
      *--* Nessuna riga: esercente gia' trattato in precedenza o non
      *    presente nella tabella/generazione elaborata
           IF  WK-RI-RIGHE-TAB(WS-IND-RI) = ZERO
           AND WK-RI-RIGHE-STO(WS-IND-RI) = ZERO
              MOVE 'ESEGUITA - NESSUNA RIGA DA TRATTARE'
                                            TO CER-RICH-ESITO
           ELSE
              MOVE 'ESEGUITA'               TO CER-RICH-ESITO
           END-IF
      *
           MOVE CER-RIGA-RICH               TO RIGA-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           .
       F-STAM-RIGA-RICH.
           EXIT.
      *================================================================*
       STAM-CODA-CERT.
      *
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           MOVE 'VERIFICA DEL RECORD DI CODA DELLO STORICO'
                                            TO RIGA-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
      *
           MOVE CTR-STO-DATI                TO ETR-CONTA
           MOVE CTR-STO-SOMMA-IMPO          TO ETR-IMPO
           STRING 'RECORD DATI: ' ETR-CONTA
                  ' - SOMMA IMPORTI: ' ETR-IMPO
           DELIMITED BY SIZE              INTO RIGA-OPSEUCER
           END-STRING
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
      *
           MOVE CTR-CODA-NUM-RIGHE          TO ETR-CONTA
           MOVE CTR-CODA-SOMMA-IMPO         TO ETR-IMPO
           STRING 'CODA      : ' ETR-CONTA
                  ' - SOMMA IMPORTI: ' ETR-IMPO
           DELIMITED BY SIZE              INTO RIGA-OPSEUCER
           END-STRING
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
      *
           IF CODA-QUADRA-SI
              STRING 'ESITO     : CODA QUADRATA - '
                     'IMPORTI E NUMERO RIGHE INVARIATI'
              DELIMITED BY SIZE           INTO RIGA-OPSEUCER
              END-STRING
           ELSE
              STRING 'ESITO     : *** CODA NON QUADRATA - '
                     'GENERAZIONE DA VERIFICARE ***'
              DELIMITED BY SIZE           INTO RIGA-OPSEUCER
              END-STRING
           END-IF
           PERFORM SCRIVI-OPSEUCER        THRU F-SCRIVI-OPSEUCER
           .
       F-STAM-CODA-CERT.
           EXIT.
      *================================================================*
       SCRIVI-OPSEUCER.
      *
           WRITE REC-OPSEUCER
      *
           IF NOT OPSE-NORMAL
              MOVE ST-OPSEUCER              TO P303-FILE-STATUS
              MOVE '09'                     TO P303-MSGER-RIF
              MOVE 'WRITE'                  TO P303-MSGER-TIPO
              MOVE 'OPSEUCER'               TO P303-MSGER-FILE
              MOVE 'ERRORE WRITE CERTIFICATO' TO P303-MSGER-DESCR
              PERFORM ERRORE-P303         THRU EX-ERRORE-P303
           END-IF
      *
           MOVE SPACE                       TO OPSEUCER-ASA
           MOVE SPACES                      TO RIGA-OPSEUCER
           .
       F-SCRIVI-OPSEUCER.
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
           MOVE CTR-CARTE-LETTE             TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI RICHIESTA LETTE__________:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           MOVE CTR-CARTE-ERRATE            TO ETR-CONTA
           MOVE    SPACES     TO        YPCWS001-RIGA
           STRING  'SCHEDE DI RICHIESTA SCARTATE_______:'
                   ETR-CONTA
                   DELIMITED BY SIZE
                   INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
           IF FUNZ-TABELLA OR FUNZ-ENTRAMBI
              MOVE CTR-TAB-ESAMINATE        TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RIGHE YPTBPGPF ESAMINATE___________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-TAB-RICHIESTA        TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RIGHE YPTBPGPF TRATTATE X RICHIESTA:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-TAB-CONSERVAZ        TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RIGHE YPTBPGPF TRATTATE X CONSERVAZ:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-TAB-NON-PF           TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RIGHE SCADUTE NON PERSONA FISICA___:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-COMMIT-ESEGUITI      TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'COMMIT ESEGUITI____________________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           END-IF
      *
           IF  (FUNZ-STORICO OR FUNZ-ENTRAMBI)
           AND STORICO-ASSENTE-NO
              MOVE CTR-STO-LETTI            TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD STORICO LETTI_______________:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-STO-GIA-PSEU         TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD STORICO GIA PSEUDONIMIZZATI_:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-STO-RICHIESTA        TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD STORICO RISCRITTI X RICHIEST:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              MOVE CTR-STO-CONSERVAZ        TO ETR-CONTA
              MOVE    SPACES     TO        YPCWS001-RIGA
              STRING  'RECORD STORICO RISCRITTI X CONSERVA:'
                      ETR-CONTA
                      DELIMITED BY SIZE
                      INTO YPCWS001-RIGA
              END-STRING
              PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
              IF CTR-STO-SCONOSCIUTI > ZERO
                 MOVE CTR-STO-SCONOSCIUTI   TO ETR-CONTA
                 MOVE    SPACES     TO        YPCWS001-RIGA
                 STRING  'RECORD STORICO DI TIPO SCONOSCIUTO_:'
                         ETR-CONTA
                         DELIMITED BY SIZE
                         INTO YPCWS001-RIGA
                 END-STRING
                 PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
              END-IF
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
           CLOSE OPSEUCER
                 ST
           IF WS-EOF-IPSEURIC = 1
           AND IPSE-NOTFND
              CONTINUE
           ELSE
              CLOSE IPSEURIC
           END-IF
           IF ISTORICO-APERTO-SI
              CLOSE ISTORICO
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
