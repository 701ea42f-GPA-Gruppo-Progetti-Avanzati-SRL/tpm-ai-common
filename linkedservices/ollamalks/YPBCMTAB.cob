      *              SMAC CARICATE DA YPBCEPGP IN WK-AREA-CAUS-OPE);   *
      *            . GLI ELEMENTI "GEP" DELLA TABELLA DB2 XYTBTABE     *
      *              (PGP/CCB/FAD/FPR/MCC LETTI DA SELE-TABE-GEP-*).   *
R20034*            . GLI ELEMENTI "GEP" "BLK" DEGLI ESERCENTI BLOCCATI *
R20034*              (CONGELAMENTO, CHIUSURA RAPPORTO, PIGNORAMENTO)   *
R20034*              LETTI DA YPBCEPGP PER LA DEVIAZIONE ACCREDITI.    *
      *                                                                *
      *            OGNI MOVIMENTO VIENE VALIDATO PRIMA DI TOCCARE      *
      *            L'ARCHIVIO (CAUSALI DI 10 CHAR PRESENTI SUL         *
      *            RIFERIMENTO CAUSALI, IBAN CCB VERIFICATO CON LA     *
      *            ROUTINE IBAN Z3BSPO2/Z3CLSPO2, MCC NUMERICI,        *
R20034*            IBAN DEL CREDITORE DI PIGNORAMENTO CON CONTROLLO    *
R20034*            FORMALE ISO 13616 (PUO' ESSERE DI ALTRA BANCA),     *
      *            PERCENTUALE POSTE FPR IN RANGE 0-100); I MOVIMENTI  *
      *            ERRATI VENGONO RESPINTI SU STAMPA, QUELLI ACCETTATI *
      *            PRODUCONO UN'IMMAGINE PRIMA/DOPO SUL FILE DI AUDIT  *
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCMTAB'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-TRANSIN                    PIC  X(02)  VALUE '00'.
           88  TRAN-NORMAL               VALUE '00'.
       01  WS-TPGP-DATI.
           05  WS-TPGP-TIPO-ELAB         PIC X(04).
           05  FILLER                    PIC X(496).
R20034*
R20034*--* Elemento GEP "BLK" del singolo esercente (chiave 'BLK' +
R20034*    merchant id) e elemento generale (chiave 'BLK')
R20034 01  WS-TBLK-DATI.
R20034     05  WS-TBLK-TIPO-BLOCCO       PIC X(01).
R20034         88  WS-TBLK-TIPO-VALIDO   VALUE 'F' 'C' 'G'.
R20034         88  WS-TBLK-PIGNORAMENTO  VALUE 'G'.
R20034     05  WS-TBLK-DATA-EFFETTO      PIC X(08).
R20034     05  FILLER REDEFINES WS-TBLK-DATA-EFFETTO.
R20034         07  WS-TBLK-EFFETTO-AAAA  PIC 9(04).
R20034         07  WS-TBLK-EFFETTO-MM    PIC 9(02).
R20034         07  WS-TBLK-EFFETTO-GG    PIC 9(02).
R20034     05  WS-TBLK-RIF-LEGALE        PIC X(30).
R20034     05  WS-TBLK-IBAN              PIC X(27).
R20034     05  WS-TBLK-NOME-CREDITORE    PIC X(60).
R20034     05  WS-TBLK-MASSIMALE         PIC X(13).
R20034     05  WS-TBLK-MASSIMALE-N REDEFINES WS-TBLK-MASSIMALE
R20034                                   PIC 9(11)V9(02).
R20034     05  FILLER                    PIC X(361).
R20034 01  WS-TBLKG-DATI                 REDEFINES WS-TBLK-DATI.
R20034     05  WS-TBLKG-CAUSALE          PIC X(10).
R20034     05  WS-TBLKG-CODOPE           PIC X(10).
R20034     05  FILLER                    PIC X(480).
R20034*
R20034*--* Controllo formale IBAN creditore (ISO 13616, modulo 97):
R20034*    IBAN riordinato (BBAN + paese + check digit) e calcolo
R20034*    del resto un carattere per volta
R20034 01  WS-IBAN-RIORD                 PIC X(27).
R20034 01  WS-IBAN-CAR                   PIC X(01).
R20034 01  WS-IBAN-CIFRA REDEFINES WS-IBAN-CAR
R20034                                   PIC 9(01).
R20034 01  WS-IBAN-ALFABETO              PIC X(26)
R20034                     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
R20034 01  WS-IBAN-IND                   PIC 9(02).
R20034 01  WS-IBAN-IND-AL                PIC 9(02).
R20034 01  WS-IBAN-SPAZI                 PIC 9(02).
R20034 01  WS-IBAN-VALORE                PIC 9(02).
R20034 01  WS-IBAN-APPO                  PIC 9(05).
R20034 01  WS-IBAN-QUOZ                  PIC 9(05).
R20034 01  WS-IBAN-RESTO                 PIC 9(02).
      *
R20013*  ---- AREA UTILIZZATA PER RICHIAMARE MODULI DI CARD
           COPY Z3CWDCOM  REPLACING =='Z3CWDCOM'== BY ==Z3CWDCOM==.
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
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = transazioni *
R20037*    di manutenzione, scritti = accettate, scartati = respinte   *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     MOVE CTR-TRANS-LETTE             TO JRNL-REC-LETTI
R20037     MOVE CTR-TRANS-ACCETTATE         TO JRNL-REC-SCRITTI
R20037     MOVE CTR-TRANS-RESPINTE          TO JRNL-REC-SCARTATI
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
                 MOVE TRANS-DATI            TO WS-TPGP-DATI
                 PERFORM CTRL-DATI-PGP    THRU F-CTRL-DATI-PGP
      *
R20034*--* Elementi GEP "BLK" (esercenti bloccati e valori generali)
R20034        WHEN TRANS-CHIAVE(1:6) = 'GEPBLK'
R20034           MOVE TRANS-DATI            TO WS-TBLK-DATI
R20034           PERFORM CTRL-DATI-BLK    THRU F-CTRL-DATI-BLK
R20034*
      *--* Elementi GEP "FAD": nessun campo codificato da validare,
      *--* basta che i dati non siano vuoti
              WHEN TRANS-CHIAVE(1:6) = 'GEPFAD'
       F-CTRL-DATI-PGP.
           EXIT.
      *================================================================*
R20034*    Elemento GEP BLK generale: causale di sospeso sul           *
R20034*    riferimento causali. Elemento del singolo esercente: tipo   *
R20034*    blocco, data effetto, riferimento legale e, solo per il     *
R20034*    pignoramento, creditore, IBAN (controllo formale) e         *
R20034*    massimale                                                   *
      *================================================================*
R20034 CTRL-DATI-BLK.
R20034*
R20034     IF TRANS-CHIAVE(7:24) = SPACES
R20034        MOVE WS-TBLKG-CAUSALE         TO WS-CAUS-DA-CERCARE
R20034        PERFORM CTRL-SINGOLA-CAUSALE
R20034           THRU F-CTRL-SINGOLA-CAUSALE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034     IF NOT WS-TBLK-TIPO-VALIDO
R20034        MOVE 'TIPO BLOCCO NON PREVISTO (F/C/G)'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034     IF  WS-TBLK-DATA-EFFETTO IS NUMERIC
R20034     AND WS-TBLK-EFFETTO-AAAA > 1999
R20034     AND WS-TBLK-EFFETTO-MM   > ZERO
R20034     AND WS-TBLK-EFFETTO-MM   < 13
R20034     AND WS-TBLK-EFFETTO-GG   > ZERO
R20034     AND WS-TBLK-EFFETTO-GG   < 32
R20034        CONTINUE
R20034     ELSE
R20034        MOVE 'DATA EFFETTO BLOCCO NON VALIDA (AAAAMMGG)'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034     IF WS-TBLK-RIF-LEGALE = SPACES
R20034        MOVE 'RIFERIMENTO LEGALE NON VALORIZZATO'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034*--* Congelamento e chiusura: nessun dato del creditore
R20034     IF NOT WS-TBLK-PIGNORAMENTO
R20034        IF  WS-TBLK-IBAN           = SPACES
R20034        AND WS-TBLK-NOME-CREDITORE = SPACES
R20034        AND (   WS-TBLK-MASSIMALE  = SPACES
R20034             OR WS-TBLK-MASSIMALE  = ZERO)
R20034           CONTINUE
R20034        ELSE
R20034           MOVE 'DATI CREDITORE AMMESSI SOLO PER PIGNORAMENTO'
R20034                                      TO WS-MOTIVO-SCARTO
R20034           SET WS-TRANS-VALIDA-NO     TO TRUE
R20034        END-IF
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034     IF WS-TBLK-NOME-CREDITORE = SPACES
R20034        MOVE 'NOMINATIVO CREDITORE NON VALORIZZATO'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034     IF WS-TBLK-MASSIMALE IS NOT NUMERIC
R20034        MOVE 'MASSIMALE PIGNORAMENTO NON NUMERICO'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034     IF WS-TBLK-MASSIMALE-N = ZERO
R20034        MOVE 'MASSIMALE PIGNORAMENTO A ZERO'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-DATI-BLK
R20034     END-IF
R20034*
R20034*--* IBAN del creditore: il creditore puo' avere il conto
R20034*    presso qualunque banca, quindi solo controllo formale
R20034     PERFORM CTRL-IBAN-CREDITORE
R20034        THRU F-CTRL-IBAN-CREDITORE
R20034     .
R20034 F-CTRL-DATI-BLK.
R20034     EXIT.
      *================================================================*
R20034*    Controllo formale IBAN del creditore del pignoramento:      *
R20034*    paese IT, 27 caratteri senza spazi, check digit numerici e  *
R20034*    verifica modulo 97 (ISO 13616) sull'IBAN riordinato con le  *
R20034*    lettere convertite in 10-35. Valido se il resto vale 1      *
      *================================================================*
R20034 CTRL-IBAN-CREDITORE.
R20034*
R20034     IF WS-TBLK-IBAN(1:2) NOT = 'IT'
R20034        MOVE 'IBAN CREDITORE NON ITALIANO (IT)'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-IBAN-CREDITORE
R20034     END-IF
R20034*
R20034     MOVE ZERO                        TO WS-IBAN-SPAZI
R20034     INSPECT WS-TBLK-IBAN TALLYING WS-IBAN-SPAZI
R20034             FOR ALL SPACE
R20034     IF WS-IBAN-SPAZI NOT = ZERO
R20034        MOVE 'IBAN CREDITORE NON DI 27 CARATTERI'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-IBAN-CREDITORE
R20034     END-IF
R20034*
R20034     IF WS-TBLK-IBAN(3:2) IS NOT NUMERIC
R20034        MOVE 'CHECK DIGIT IBAN CREDITORE NON NUMERICI'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034        GO TO F-CTRL-IBAN-CREDITORE
R20034     END-IF
R20034*
R20034     MOVE WS-TBLK-IBAN(5:23)          TO WS-IBAN-RIORD(1:23)
R20034     MOVE WS-TBLK-IBAN(1:4)           TO WS-IBAN-RIORD(24:4)
R20034     MOVE ZERO                        TO WS-IBAN-RESTO
R20034*
R20034     PERFORM VARYING WS-IBAN-IND FROM 1 BY 1
R20034        UNTIL WS-IBAN-IND > 27
R20034        OR WS-TRANS-VALIDA-NO
R20034        MOVE WS-IBAN-RIORD(WS-IBAN-IND:1) TO WS-IBAN-CAR
R20034        IF WS-IBAN-CAR IS NUMERIC
R20034           COMPUTE WS-IBAN-APPO = WS-IBAN-RESTO * 10
R20034                                + WS-IBAN-CIFRA
R20034        ELSE
R20034           MOVE ZERO                  TO WS-IBAN-VALORE
R20034           PERFORM VARYING WS-IBAN-IND-AL FROM 1 BY 1
R20034              UNTIL WS-IBAN-IND-AL > 26
R20034              IF WS-IBAN-ALFABETO(WS-IBAN-IND-AL:1) = WS-IBAN-CAR
R20034                 COMPUTE WS-IBAN-VALORE = WS-IBAN-IND-AL + 9
R20034                 MOVE 26              TO WS-IBAN-IND-AL
R20034              END-IF
R20034           END-PERFORM
R20034           IF WS-IBAN-VALORE = ZERO
R20034              MOVE 'IBAN CREDITORE CON CARATTERI NON AMMESSI'
R20034                                      TO WS-MOTIVO-SCARTO
R20034              SET WS-TRANS-VALIDA-NO  TO TRUE
R20034           END-IF
R20034           COMPUTE WS-IBAN-APPO = WS-IBAN-RESTO * 100
R20034                                + WS-IBAN-VALORE
R20034        END-IF
R20034        DIVIDE WS-IBAN-APPO BY 97 GIVING WS-IBAN-QUOZ
R20034               REMAINDER WS-IBAN-RESTO
R20034     END-PERFORM
R20034*
R20034     IF WS-TRANS-VALIDA-SI
R20034     AND WS-IBAN-RESTO NOT = 1
R20034        MOVE 'IBAN CREDITORE CON CHECK DIGIT ERRATI'
R20034                                      TO WS-MOTIVO-SCARTO
R20034        SET WS-TRANS-VALIDA-NO        TO TRUE
R20034     END-IF
R20034     .
R20034 F-CTRL-IBAN-CREDITORE.
R20034     EXIT.
      *================================================================*
      *    Aggiornamento elemento su VSAM YYDTABE con recupero         *
      *    dell'immagine prima                                         *
      *================================================================*
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
