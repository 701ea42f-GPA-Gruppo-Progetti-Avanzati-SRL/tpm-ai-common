      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCARCP'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-OSTORICO                   PIC  X(02).
           88  OSTO-NORMAL               VALUE '00'.
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
R20037*    Record di passo per il giornale di run: letti = righe       *
R20037*    scaricate sullo storico, scritti = righe cancellate dalla   *
R20037*    tabella; importo = somma importi scaricati                  *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-RIGHE-SCARICATE         TO JRNL-REC-LETTI
R20037     MOVE CTR-RIGHE-CANCELLATE        TO JRNL-REC-SCRITTI
R20037     MOVE CTR-SOMMA-IMPORTI           TO JRNL-IMPO-ENTRATA
R20037                                         JRNL-IMPO-USCITA
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
