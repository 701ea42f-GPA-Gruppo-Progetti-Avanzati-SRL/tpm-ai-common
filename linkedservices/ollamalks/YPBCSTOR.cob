      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCSTOR'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
R20037*
R20037*--* Importi dei ritorni letti e degli storni (giornale di run)
R20037 01  WS-IMPO-RITORNI               PIC S9(15)V99 VALUE ZERO.
R20037 01  WS-IMPO-STORNI                PIC S9(15)V99 VALUE ZERO.
       01  CRVYD228                      PIC  X(08)  VALUE 'CRVYD228'.
      *
       01  ST-INRETURN                   PIC  X(02)  VALUE '00'.
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
R20037*    Record di passo per il giornale di run: letti = ritorni,    *
R20037*    scritti = storni D50, scartati = ritorni non agganciati;    *
R20037*    importi dei ritorni letti e degli storni scritti            *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     MOVE CTR-RITORNI-LETTI           TO JRNL-REC-LETTI
R20037     MOVE CTR-STORNI-SCRITTI          TO JRNL-REC-SCRITTI
R20037     MOVE CTR-RITORNI-NON-AGGANCIATI  TO JRNL-REC-SCARTATI
R20037     MOVE WS-IMPO-RITORNI             TO JRNL-IMPO-ENTRATA
R20037     MOVE WS-IMPO-STORNI              TO JRNL-IMPO-USCITA
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
           ADD  1                           TO CTR-RITORNI-LETTI
R20037     ADD  RTRN-IMPORTO                TO WS-IMPO-RITORNI
           .
       F-LEGG-INRETURN.
           EXIT.
            END-IF
      *
            ADD     1                       TO CTR-STORNI-SCRITTI
R20037      ADD     CRVSD50-IMPOPER         TO WS-IMPO-STORNI
            .
       EX-SCRIVI-REC-OUT.
           EXIT.
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
