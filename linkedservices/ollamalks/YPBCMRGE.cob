                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

R20032 01  INCNTR-REC                    PIC X(300).
      *
      *----------------------------------------------------------------*
      * OPECONT       :  FLUSSO D50 CONSOLIDATO E RINUMERATO (OUTPUT)  *
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCMRGE'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-INFLUSSO                   PIC  X(02)  VALUE '00'.
           88  IFLU-NORMAL               VALUE '00'.
           COPY YPCRCNTR.
      *
       01  CTR-COM-IMPORTO               PIC 9(11)V99.
R20037*
R20037*--* Somma importi dei D50 travasati (giornale di run)
R20037 01  WS-IMPO-TRAVASATO             PIC S9(15)V99 VALUE ZERO.
      *
      * ----- TRACCIATO FILE OPECONT
           COPY  CRVFSD50.
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
R20037*    Record di passo per il giornale di run. Nella fase          *
R20037*    contatori riporta i consolidati delle istanze YPBCEPGP      *
R20037*    (letti = record YPOCNTR, uno per istanza; scritti/scartati  *
R20037*    = movimenti e scarti sommati; importo = somma importi       *
R20037*    letti) per il controllo di trascinamento; nelle fasi di     *
R20037*    travaso letti/scritti del flusso (importo solo per i D50)   *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     IF WS-FLUSSO-CNTR
R20037        MOVE CTR-CNTR-LETTI           TO JRNL-REC-LETTI
R20037        COMPUTE JRNL-REC-SCRITTI  = SOMM-SCRITTI
R20037                                  + SOMM-SCRITTI-B
R20037        COMPUTE JRNL-REC-SCARTATI = SOMM-SCARTI
R20037                                  + SOMM-SCART2
R20037        MOVE SOMM-IMPO-LETTI          TO JRNL-IMPO-ENTRATA
R20037     ELSE
R20037        MOVE CTR-LETTI-TOT            TO JRNL-REC-LETTI
R20037        MOVE CTR-SCRITTI-TOT          TO JRNL-REC-SCRITTI
R20037        MOVE WS-IMPO-TRAVASATO        TO JRNL-IMPO-ENTRATA
R20037                                         JRNL-IMPO-USCITA
R20037     END-IF
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
           END-IF
      *
           ADD 1                            TO CTR-SCRITTI-TOT
R20037     ADD CRVSD50-IMPOPER              TO WS-IMPO-TRAVASATO
           .
       F-TRAVASA-OPECONT.
           EXIT.
           ADD CNTR-TABFPR-NOT-FOUND     TO SOMM-TABFPR-NOT-FOUND
R20024     ADD CNTR-COMM-SCRITTE         TO SOMM-COMM-SCRITTE
R20028     ADD CNTR-COMM-SCRITTE-B       TO SOMM-COMM-SCRITTE-B
R20032     ADD CNTR-RECU-SCRITTE         TO SOMM-RECU-SCRITTE
R20032     ADD CNTR-RECU-SCRITTE-B       TO SOMM-RECU-SCRITTE-B
R20037     ADD CNTR-IMPO-LETTI           TO SOMM-IMPO-LETTI
           .
       F-SOMMA-CNTR.
           EXIT.
R20028             INTO YPCWS001-RIGA
R20028     END-STRING
R20028     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     MOVE SOMM-RECU-SCRITTE           TO ETR-CONTA
R20032     STRING  'MOVIMENTI DI RECUPERO SCRITTI______:'
R20032             ETR-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     MOVE SOMM-RECU-SCRITTE-B         TO ETR-CONTA
R20032     STRING  'MOVIMENTI DI RECUPERO BATCH________:'
R20032             ETR-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
           .
       F-STAM-RIGA-1.
           EXIT.
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
