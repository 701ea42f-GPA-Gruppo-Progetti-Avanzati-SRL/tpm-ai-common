                                         RECORDING MODE IS F
                                         BLOCK      0 RECORDS.

R20032 01  INCNTR-REC                    PIC X(300).
      *
      *----------------------------------------------------------------*
      * ISTORIA       :  STORICO CONTATORI DEI RUN PRECEDENTI  (INPUT) *
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCSENT'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-INCNTR                     PIC  X(02)  VALUE '00'.
           88  ICNT-NORMAL               VALUE '00'.
           05  WK-OG-VAL                 OCCURS 12 TIMES
                                         PIC 9(09).
      *--* Immagine YPOCNTR del run odierno come letta da INCNTR
R20032*    (lo storico ne conserva i primi 250 byte, dove stanno i
R20032*    contatori presidiati)
R20032 01  WS-CNTR-OGGI                  PIC X(300).
      *
       01  WS-IND-SR                     PIC 9(02).
       01  WS-IND-CN                     PIC 9(02).
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
R20037*    Record di passo per il giornale di run: letti = record      *
R20037*    YPOCNTR del run, scritti = righe di storico riscritte       *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     MOVE CTR-CNTR-LETTI              TO JRNL-REC-LETTI
R20037     MOVE CTR-STORIA-SCRITTE          TO JRNL-REC-SCRITTI
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
           ADD CNTR-TABFPR-NOT-FOUND     TO SOMM-TABFPR-NOT-FOUND
           ADD CNTR-COMM-SCRITTE         TO SOMM-COMM-SCRITTE
           ADD CNTR-COMM-SCRITTE-B       TO SOMM-COMM-SCRITTE-B
R20032     ADD CNTR-RECU-SCRITTE         TO SOMM-RECU-SCRITTE
R20032     ADD CNTR-RECU-SCRITTE-B       TO SOMM-RECU-SCRITTE-B
      *
           PERFORM LEGG-INCNTR            THRU F-LEGG-INCNTR
           .
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
