       01  INSCARTI-REC                  PIC  X(2000).
      *
      *----------------------------------------------------------------*
R20038* INSCART2      :  SCARTI OUSC2RIC DEL PASSAGGIO DELTA  (INPUT)  *
R20038*                  (COPIA IN CHIARO DI OUSCART2)                 *
      *----------------------------------------------------------------*
       FD  INSCART2                      LABEL RECORD STANDARD
                                         RECORDING MODE IS F
      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCRIS2'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-INSCARTI                   PIC  X(02)  VALUE '00'.
           88  ISCA-NORMAL               VALUE '00'.
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
R20037*    Record di passo per il giornale di run: letti = scarti,     *
R20037*    scarti tipo 2 e controllo, scritti = nuovo residuo,         *
R20037*    scartati = record oltre il massimo di ricicli               *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     COMPUTE JRNL-REC-LETTI = CTR-LETTI-SCARTI
R20037                            + CTR-LETTI-SCART2
R20037                            + CTR-LETTI-CONTROL
R20037     MOVE CTR-SCRITTI-RESIDUO         TO JRNL-REC-SCRITTI
R20037     MOVE CTR-OLTRE-MAX               TO JRNL-REC-SCARTATI
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
