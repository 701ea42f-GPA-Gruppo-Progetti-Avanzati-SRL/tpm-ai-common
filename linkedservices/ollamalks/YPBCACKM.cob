      *              IL MOVIMENTO VIENE RISCRITTO IN FORMATO D50 SUL   *
      *              FILE DI RIPRESENTAZIONE ORIPRES;                  *
      *            . MOVIMENTI ACCETTATI: SOLO CONTEGGIATI.            *
R20032*            . ADDEBITI RIFIUTATI (FLAG DARE, CANONI, COMMISSIONI*
R20032*              E RECUPERI CREDITI COMPRESI): DOPO LA MARCATURA   *
R20032*              VIENE APERTO IL CREDITO VERSO L'ESERCENTE SUL     *
R20032*              FLUSSO OCRED PER IL REGISTRO YPBCCRED (CHIAVE     *
R20032*              ANAGRAFICA PAYMENT_NUMBER, IN MANCANZA            *
R20032*              MERCHANT_ID).                                     *
      *                                                                *
      *            I TOTALI ACCETTATI/RIFIUTATI DEVONO QUADRARE CON I  *
      *            CONTATORI DI SCRITTURA DEL FLUSSO (RECORD YPOCNTR   *
      *            SU INCNTR, SOMMATI SU TUTTE LE ISTANZE DEL RUN      *
      *            PARTIZIONATO): CNTR-SCRITTI + CNTR-COMM-SCRITTE     *
R20032*            + CNTR-RECU-SCRITTE PER 'ONL ', CNTR-SCRITTI-B +    *
R20032*            CNTR-COMM-SCRITTE-B + CNTR-RECU-SCRITTE-B PER       *
R20032*            'BAT '; LO SQUADRO VIENE SEGNALATO E CHIUDE         *
      *            CON RETURN CODE 4.                                  *
      *                                                                *
      *================================================================*
           SELECT ORIPRES                ASSIGN       TO ORIPRES
                                         FILE STATUS  IS ST-ORIPRES.

R20032     SELECT OCRED                  ASSIGN       TO OCRED
R20032                                   FILE STATUS  IS ST-OCRED.

           SELECT ST                     ASSIGN       TO STAMPA.

      *================================================================*
                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

R20032 01  INCNTR-REC                    PIC X(300).
      *
      *----------------------------------------------------------------*
      * ORIPRES       :  MOVIMENTI RIFIUTATI DA RIPRESENTARE  (OUTPUT) *

       01  ORIPRES-REC                   PIC X(478).
      *
R20032*----------------------------------------------------------------*
R20032* OCRED         :  CREDITI VERSO ESERCENTI PER ADDEBITI          *
R20032*                  RIFIUTATI (TRACCIATO YPCRCRED)       (OUTPUT) *
R20032*----------------------------------------------------------------*
R20032 FD  OCRED                         LABEL RECORD STANDARD
R20032                                   RECORDING MODE IS F
R20032                                   BLOCK      0 RECORDS.
R20032
R20032 01  OCRED-REC                     PIC X(200).
R20032*
      *----------------------------------------------------------------*
      * ST            :  FILE STAMPA                          (OUTPUT) *
      *----------------------------------------------------------------*
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCACKM'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
R20037*
R20037*--* Importi dei D50 letti e accettati (giornale di run)
R20037 01  WS-IMPO-D50-LETTI             PIC S9(15)V99 VALUE ZERO.
R20037 01  WS-IMPO-ACCETTATI             PIC S9(15)V99 VALUE ZERO.
      *
       01  ST-IESITI                     PIC  X(02)  VALUE '00'.
           88  IESI-NORMAL               VALUE '00'.
           88  ICNT-NOTFND               VALUE '35'.
       01  ST-ORIPRES                    PIC  X(02).
           88  ORIP-NORMAL               VALUE '00'.
R20032 01  ST-OCRED                      PIC  X(02).
R20032     88  OCRE-NORMAL               VALUE '00'.
      *
      *--* Flusso D50 da abbinare in questa esecuzione (PARM)
       01  WS-TIPO-FLUSSO                PIC X(04) VALUE SPACES.
       01  WS-PREC-PROGRES-ESI           PIC 9(09) VALUE ZERO.
      *
       01  WS-PAYMENT-UID-D50            PIC X(18).
R20032 01  WS-DATA-AAMMGG                PIC X(06).
R20032 01  WS-DATA-AAAAMMGG              PIC X(08).
      *
      *================================================================*
      *    Area inizializzata a zero                                   *
           03  CTR-D50-SENZA-UID            PIC 9(09).
           03  CTR-RIPRES-SCRITTI           PIC 9(09).
           03  CTR-ATTESI-CNTR              PIC 9(09).
R20032     03  CTR-CRED-APERTI              PIC 9(09).
R20032     03  CTR-CRED-APERTI-IMPO         PIC S9(13)V99 COMP-3.
      *
           03  ETR-CONTA                    PIC ZZZ.ZZZ.ZZ9.
R20032     03  ETR-IMPO                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * ----- TRACCIATO FILE OPECONT
           COPY  CRVFSD50.
      *  ---- RECORD CONTATORI DI RUN (FILE YPOCNTR)
           COPY YPCRCNTR.
      *
R20032*  ---- CREDITI VERSO ESERCENTI (FILE OCRED)
R20032     COPY YPCRCRED.
R20032*
       01  P303-MSG-ERRORE.
           02  P303-MSG-ERRORE-1.
           03  FILLER                      PIC X(11)  VALUE
      *================================================================*
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
R20032     EXEC SQL INCLUDE YPDCPGPF  END-EXEC.
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
       LINKAGE SECTION.
      *================================================================*
       PROCEDURE DIVISION USING PARM-AREA.
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
R20037*    Record di passo per il giornale di run: letti = movimenti   *
R20037*    D50, scritti = accettati, scartati = rifiutati; importi     *
R20037*    dei D50 letti e degli accettati                             *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-D50-LETTI               TO JRNL-REC-LETTI
R20037     MOVE CTR-ACCETTATI               TO JRNL-REC-SCRITTI
R20037     MOVE CTR-RIFIUTATI               TO JRNL-REC-SCARTATI
R20037     MOVE WS-IMPO-D50-LETTI           TO JRNL-IMPO-ENTRATA
R20037     MOVE WS-IMPO-ACCETTATI           TO JRNL-IMPO-USCITA
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
           OPEN OUTPUT ST.
      *
           MOVE ZERO                        TO WS-ZERO
R20032*
R20032*--* Data di apertura dei crediti verso esercenti
R20032     ACCEPT WS-DATA-AAMMGG          FROM DATE
R20032     MOVE '20'                        TO WS-DATA-AAAAMMGG(1:2)
R20032     MOVE WS-DATA-AAMMGG              TO WS-DATA-AAAAMMGG(3:6)
      *
      *--* Tipo di flusso da abbinare, da PARM (obbligatorio):
      *--* ONL = OPECONT, BAT = OPECONTB
              MOVE 'ORIPRES'             TO P303-MSGER-FILE
              PERFORM ERRORE-P303       THRU EX-ERRORE-P303
           END-IF.

R20032     OPEN OUTPUT OCRED
R20032     IF NOT OCRE-NORMAL
R20032        MOVE ST-OCRED              TO P303-FILE-STATUS
R20032        MOVE '13'                  TO P303-MSGER-RIF
R20032        MOVE 'OPENOUT'             TO P303-MSGER-TIPO
R20032        MOVE 'OCRED'               TO P303-MSGER-FILE
R20032        PERFORM ERRORE-P303       THRU EX-ERRORE-P303
R20032     END-IF.
           .
       F-OPEN-FILE.
           EXIT.
              COMPUTE CTR-ATTESI-CNTR = CTR-ATTESI-CNTR
                                      + CNTR-SCRITTI
                                      + CNTR-COMM-SCRITTE
R20032                                + CNTR-RECU-SCRITTE
           ELSE
              COMPUTE CTR-ATTESI-CNTR = CTR-ATTESI-CNTR
                                      + CNTR-SCRITTI-B
                                      + CNTR-COMM-SCRITTE-B
R20032                                + CNTR-RECU-SCRITTE-B
           END-IF
      *
           PERFORM LEGG-INCNTR            THRU F-LEGG-INCNTR
           END-IF
      *
           ADD  1                           TO CTR-D50-LETTI
R20037     ADD  CRVSD50-IMPOPER             TO WS-IMPO-D50-LETTI
      *
      *--* Il match a due file regge solo su flussi ordinati
           IF CRVSD50-PROGRES < WS-PREC-PROGRES-D50
      *
           IF ESIT-ACCETTATO
              ADD 1                         TO CTR-ACCETTATI
R20037        ADD CRVSD50-IMPOPER           TO WS-IMPO-ACCETTATI
              GO TO F-TRATTA-ABBINATO
           END-IF
      *
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                      TO CTR-RIGHE-MARCATE
R20032*--* Addebito non incassato: apre il credito verso l'esercente
R20032           IF CRVSD50-FLAGDA = 'D'
R20032              PERFORM APRI-CRED-ESERC THRU F-APRI-CRED-ESERC
R20032           END-IF
              WHEN +100
      *--* Riga gia' storicizzata da YPBCARCP o uid non caricato
                 ADD 1                      TO CTR-UID-NON-TROVATI
       F-MARCA-RIGA-PGPF.
           EXIT.
      *================================================================*
R20032*    Addebito rifiutato dalla contabilita': credito verso        *
R20032*    l'esercente su OCRED, chiave anagrafica della riga PGPF     *
R20032*    (PAYMENT_NUMBER, righe storiche senza chiave conservata     *
R20032*    ripiegano su MERCHANT_ID)                                   *
R20032*================================================================*
R20032 APRI-CRED-ESERC.
R20032*
R20032     EXEC SQL
R20032          SELECT MERCHANT_ID
R20032                ,PAYMENT_NUMBER
R20032                ,FUNCTION_CODE
R20032            INTO :YPDCPGPF-MERCHANT-ID
R20032                ,:YPDCPGPF-PAYMENT-NUMBER
R20032                ,:YPDCPGPF-FUNCTION-CODE
R20032            FROM YPTBPGPF
R20032           WHERE PAYMENT_UID    = :HV-PAYMENT-UID
R20032     END-EXEC
R20032*
R20032     IF SQLCODE NOT = 0
R20032        PERFORM ERRO-SQL            THRU F-ERRO-SQL
R20032     END-IF
R20032*
R20032     INITIALIZE YPCRCRED-REC
R20032     SET CRED-REC-APERTURA            TO TRUE
R20032     SET CRED-ORIG-ESITO-KO           TO TRUE
R20032     IF YPDCPGPF-PAYMENT-NUMBER NOT = SPACES AND LOW-VALUE
R20032        MOVE YPDCPGPF-PAYMENT-NUMBER  TO CRED-MERCHANT-200
R20032     ELSE
R20032        MOVE YPDCPGPF-MERCHANT-ID     TO CRED-MERCHANT-200
R20032     END-IF
R20032     MOVE YPDCPGPF-MERCHANT-ID        TO CRED-MERCHANT-ID
R20032     MOVE WS-PAYMENT-UID-D50          TO CRED-PAYMENT-UID
R20032     MOVE YPDCPGPF-FUNCTION-CODE      TO CRED-FUNCT-CODE
R20032     MOVE CRVSD50-IMPOPER             TO CRED-IMPORTO
R20032     MOVE WS-DATA-AAAAMMGG            TO CRED-DATA-MOV
R20032     MOVE CRVSD50-CAUSALE             TO CRED-CAUSALE
R20032     MOVE PROGRAMMA                   TO CRED-PROGRAMMA
R20032*
R20032     WRITE OCRED-REC                FROM YPCRCRED-REC
R20032     IF NOT OCRE-NORMAL
R20032        MOVE ST-OCRED                 TO P303-FILE-STATUS
R20032        MOVE '14'                     TO P303-MSGER-RIF
R20032        MOVE 'WRITE'                  TO P303-MSGER-TIPO
R20032        MOVE 'OCRED'                  TO P303-MSGER-FILE
R20032        MOVE 'ERRORE WRITE CREDITI'   TO P303-MSGER-DESCR
R20032        PERFORM ERRORE-P303         THRU EX-ERRORE-P303
R20032     END-IF
R20032*
R20032     ADD 1                            TO CTR-CRED-APERTI
R20032     ADD CRVSD50-IMPOPER              TO CTR-CRED-APERTI-IMPO
R20032     .
R20032 F-APRI-CRED-ESERC.
R20032     EXIT.
      *================================================================*
       SCRIVI-RIPRES.
      *
           WRITE ORIPRES-REC              FROM CRVSD50-RECF
           END-STRING
           PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
      *
R20032     MOVE CTR-CRED-APERTI             TO ETR-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'CREDITI ESERCENTI APERTI SU OCRED__:'
R20032             ETR-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-CRED-APERTI-IMPO        TO ETR-IMPO
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'IMPORTO CREDITI ESERCENTI APERTI___:'
R20032             ETR-IMPO
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
      *--* Quadratura con i contatori di scrittura del run
           IF WS-LETTO-CNTR = 1
              MOVE CTR-CNTR-LETTI           TO ETR-CONTA
           CLOSE IESITI
                 INOPEC
                 ORIPRES
R20032           OCRED
                 ST
           IF WS-LETTO-CNTR = 1
              CLOSE INCNTR
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
