      *================================================================*
      *   SCHEDA DI RICHIESTA FORMALE DI CANCELLAZIONE DEI DATI
      *   PERSONALI DI UN ESERCENTE (FILE IPSEURIC DI YPBCPSEU)
      *   . PSEU-MERCHANT-ID    : ESERCENTE DA PSEUDONIMIZZARE
      *   . PSEU-RIFERIMENTO    : PROTOCOLLO DELLA RICHIESTA
      *   . PSEU-DATA-RICHIESTA : DATA DELLA RICHIESTA AAAAMMGG
      *   . PSEU-OPERATORE      : OPERATORE CHE HA ISTRUITO LA PRATICA
      *================================================================*
       01  PSEU-CARD.
           05  PSEU-MERCHANT-ID          PIC X(15).
           05  PSEU-RIFERIMENTO          PIC X(20).
           05  PSEU-DATA-RICHIESTA       PIC X(08).
           05  PSEU-OPERATORE            PIC X(08).
           05  FILLER                    PIC X(29).
