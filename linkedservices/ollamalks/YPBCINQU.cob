R20029        WHEN 'E'
R20029           MOVE 'RITORNATO E RIEMESSO (BONIFICO RIGENER.)'
R20029                                      TO WS-MOVI-ESITO
R20033        WHEN 'H'
R20033           MOVE 'TRATTENUTO IN ATTESA DI APPROVAZIONE'
R20033                                      TO WS-MOVI-ESITO
R20033        WHEN 'L'
R20033           MOVE 'TRATTENUTO E RILASCIATO (IN RIENTRO)'
R20033                                      TO WS-MOVI-ESITO
R20033        WHEN 'N'
R20033           MOVE 'TRATTENUTO E RESPINTO (NON PAGATO)'
R20033                                      TO WS-MOVI-ESITO
R20034        WHEN 'B'
R20034           MOVE 'ESERCENTE BLOCCATO: TRATTENUTO SOSPESO'
R20034                                      TO WS-MOVI-ESITO
R20034        WHEN 'G'
R20034           MOVE 'ESERCENTE PIGNORATO: GIRATO CREDITORE'
R20034                                      TO WS-MOVI-ESITO
              WHEN OTHER
                 MOVE SPACES                TO WS-MOVI-ESITO
                 STRING 'SUPPRESS CODE: ' WS-MOVI-SUPPRESS
