      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCREGF'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
      *
       01  ST-IPAYMENT                   PIC  X(02)  VALUE '00'.
           88  IPAY-NORMAL               VALUE '00'.
               07  WK-RG-FORZATO             PIC X(01).
       01  WS-IND-RG                     PIC 9(05).
       01  CTR-REGI-ECCED                PIC 9(09) VALUE ZERO.
R20037*
R20037*--* Somma importi dei record dati letti (giornale di run)
R20037 01  WS-IMPO-LETTI-TOT             PIC S9(15)V99 VALUE ZERO.
      *
      *--* Voci rilette da IREGISTR: le aggiunte di questo run stanno
      *    oltre questo indice e NON vanno riscritte se il flusso
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
R20037*    Record di passo per il giornale di run: letti = record del  *
R20037*    flusso, scritti = voci di registro, scartati = gruppi       *
R20037*    duplicati                                                   *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-LETTI-TOT               TO JRNL-REC-LETTI
R20037     MOVE CTR-REGI-SCRITTE            TO JRNL-REC-SCRITTI
R20037     MOVE CTR-GRUPPI-DUPLICATI        TO JRNL-REC-SCARTATI
R20037     MOVE WS-IMPO-LETTI-TOT           TO JRNL-IMPO-ENTRATA
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
                 ADD 1                      TO WS-GRP-CONTA-DATI
                 COMPUTE WS-GRP-IMPO-TOT = WS-GRP-IMPO-TOT
                       + (PGPF-PAYMT-TOT-301 / 100)
R20037           COMPUTE WS-IMPO-LETTI-TOT = WS-IMPO-LETTI-TOT
R20037                 + (PGPF-PAYMT-TOT-301 / 100)
              WHEN PGPF-MSG-TYPE-ID = '0610'
               AND (   PGPF-FUNCT-CODE = '200'
                    OR PGPF-FUNCT-CODE = '300')
                 ADD 1                      TO WS-GRP-CONTA-DATI
                 COMPUTE WS-GRP-IMPO-TOT = WS-GRP-IMPO-TOT
                       + (PGPF-PAYMT-TOT / 100)
R20037           COMPUTE WS-IMPO-LETTI-TOT = WS-IMPO-LETTI-TOT
R20037                 + (PGPF-PAYMT-TOT / 100)
              WHEN OTHER
                 ADD 1                      TO CTR-RECO-ALTRI
           END-EVALUATE
      * ROUTINE DI SCRITTURA RIGA SU STAMPA ST
      *----------------------------------------------------------------
           COPY  YPCPS001.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
