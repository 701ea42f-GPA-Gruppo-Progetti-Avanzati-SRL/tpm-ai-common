      *================================================================*
      *   ROUTINE DI INIZIO E FINE PASSO PER IL GIORNALE DI RUN
      *   (AREA YPCWJRNL, ROUTINE YPRCJRNL). JRNL-SCRIVI VA ESEGUITA
      *   IN FINE-JOB DOPO AVER VALORIZZATO CONTATORI, IMPORTI E
      *   PARM DEL PASSO: UN ERRORE DEL GIORNALE NON CAMBIA IL
      *   RETURN CODE DEL PROGRAMMA
      *================================================================*
       JRNL-INIZIO.
           INITIALIZE YPCWJRNL-AREA
           MOVE PROGRAMMA                TO JRNL-PROGRAMMA
           ACCEPT JRNL-DATA-INIZIO     FROM DATE YYYYMMDD
           ACCEPT JRNL-ORA-INIZIO      FROM TIME
           .
       F-JRNL-INIZIO.
           EXIT.
      *
       JRNL-SCRIVI.
           MOVE RETURN-CODE              TO JRNL-RETURN-CODE
           CALL YPRCJRNL              USING YPCWJRNL-AREA
           IF NOT JRNL-ESITO-OK
              DISPLAY '*** ' PROGRAMMA ' - GIORNALE DI RUN YPJRNL '
                      'NON AGGIORNATO - ESITO: ' JRNL-O-ESITO
           END-IF
           MOVE JRNL-RETURN-CODE         TO RETURN-CODE
           .
       F-JRNL-SCRIVI.
           EXIT.
