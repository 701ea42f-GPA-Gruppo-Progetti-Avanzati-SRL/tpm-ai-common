      *================================================================*
      *   MASCHERATURA DI PAN/IBAN (AREA YPCWMASC): SCANDISCE MASC-DATO
      *   DA DESTRA, LASCIA IN CHIARO GLI ULTIMI 4 CARATTERI NON SPAZIO
      *   E SOSTITUISCE CON '*' TUTTI I CARATTERI NON SPAZIO PRECEDENTI
      *================================================================*
       MASC-MASCHERA.
           MOVE ZERO                     TO MASC-VISIBILI
           PERFORM VARYING MASC-IND FROM 34 BY -1
              UNTIL MASC-IND < 1
              IF MASC-DATO(MASC-IND:1) NOT = SPACE
                 IF MASC-VISIBILI < 4
                    ADD 1                TO MASC-VISIBILI
                 ELSE
                    MOVE '*'             TO MASC-DATO(MASC-IND:1)
                 END-IF
              END-IF
           END-PERFORM
           .
       F-MASC-MASCHERA.
           EXIT.
