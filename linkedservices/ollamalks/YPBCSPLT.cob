      *            CODE 695 VENGONO RICOPIATE SU OGNI FLUSSO, COSI'    *
      *            OGNI ISTANZA DI YPBCEPGP TROVA UN FLUSSO COERENTE   *
      *            (CONTROLLI TESTA/CODA COMPRESI).                    *
R20032*            LE ISTANZE DI YPBCEPGP VANNO LANCIATE CON PARM      *
R20032*            'P' IN POSIZIONE 9 (ISTANZA DI RUN PARTIZIONATO):   *
R20032*            IL REGISTRO CREDITI VERSO ESERCENTI E' PER CODICE   *
R20032*            ANAGRAFICO (PGPF-ME-ID-CODE-200) E NON PER MERCHANT *
R20032*            ID, QUINDI UNO STESSO SALDO PUO' CADERE SU PIU'     *
R20032*            FLUSSI E LA COMPENSAZIONE NON DEVE GIRARE. LA       *
R20032*            CHIAVE DI SMISTAMENTO RESTA IL MERCHANT ID PERCHE'  *
R20032*            I SUMMARY 301 (SOLO PGPF-ME-ID-CODE-301) DEVONO     *
R20032*            STARE NELLO STESSO FLUSSO DEI PROPRI DETTAGLI.      *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCSPLT'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IPAYMENT                   PIC  X(02)  VALUE '00'.
           88  IPAY-NORMAL               VALUE '00'.
      *
      *--* Numero di flussi partizionati (PARM, default 4, max 8)
       01  WS-NUM-FLUSSI                 PIC 9(01) VALUE 4.
R20037*
R20037*--* Somma importi dei record dati smistati (giornale di run,
R20037*    trascinamento verso le istanze YPBCEPGP)
R20037 01  WS-IMPO-DATI-TOT              PIC S9(15)V99 VALUE ZERO.
      *
      *--* Alfabeto di decodifica per l'hash stabile del merchant id:
      *    ogni carattere contribuisce con la propria posizione
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
R20037*    Record di passo per il giornale di run: scritti = totale    *
R20037*    dei flussi partizionati (teste/code ricopiate comprese),    *
R20037*    da ritrovare come letti nella somma delle istanze YPBCEPGP  *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI                TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-LETTI-TOT               TO JRNL-REC-LETTI
R20037     PERFORM VARYING WS-IND-FL FROM 1 BY 1
R20037             UNTIL WS-IND-FL > WS-NUM-FLUSSI
R20037        ADD CTR-SCRITTI-FLUSSO(WS-IND-FL) TO JRNL-REC-SCRITTI
R20037     END-PERFORM
R20037     MOVE WS-IMPO-DATI-TOT            TO JRNL-IMPO-ENTRATA
R20037                                         JRNL-IMPO-USCITA
R20037     MOVE WS-NUM-FLUSSI               TO JRNL-NUM-FLUSSI
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
              END-PERFORM
           ELSE
              ADD 1                         TO CTR-DATI-SMISTATI
R20037        PERFORM SOMMA-IMPO-DATI     THRU F-SOMMA-IMPO-DATI
              PERFORM CALC-FLUSSO         THRU F-CALC-FLUSSO
              PERFORM SCRIVI-FLUSSO       THRU F-SCRIVI-FLUSSO
           END-IF
           .
       F-ELAB.
           EXIT.
R20037*================================================================*
R20037*    Importo del record dati per il giornale di run: solo i      *
R20037*    record dati veri (200/300/301, come YPBCREGF), gli altri    *
R20037*    function code non hanno un importo COMP-3 valido            *
R20037*================================================================*
R20037 SOMMA-IMPO-DATI.
R20037*
R20037     EVALUATE TRUE
R20037        WHEN PGPF-MSG-TYPE-ID = '0610'
R20037         AND PGPF-FUNCT-CODE  = '301'
R20037           COMPUTE WS-IMPO-DATI-TOT = WS-IMPO-DATI-TOT
R20037                 + (PGPF-PAYMT-TOT-301 / 100)
R20037        WHEN PGPF-MSG-TYPE-ID = '0610'
R20037         AND (   PGPF-FUNCT-CODE = '200'
R20037              OR PGPF-FUNCT-CODE = '300')
R20037           COMPUTE WS-IMPO-DATI-TOT = WS-IMPO-DATI-TOT
R20037                 + (PGPF-PAYMT-TOT / 100)
R20037     END-EVALUATE
R20037     .
R20037 F-SOMMA-IMPO-DATI.
R20037     EXIT.
      *================================================================*
      *    Hash stabile del merchant id: somma delle posizioni dei     *
      *    caratteri nell'alfabeto, pesate per la posizione nel        *
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
