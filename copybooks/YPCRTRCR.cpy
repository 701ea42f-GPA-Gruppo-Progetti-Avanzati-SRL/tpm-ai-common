      *================================================================*
      *   TABELLA GEP RCR - RECUPERO CREDITI VERSO ESERCENTI PER
      *   COMPENSAZIONE SUGLI ACCREDITI (ELEMENTO XYTBTABE CON
      *   KVARTB1 = 'RCR'): CAUSALE E CODICE OPERAZIONE DEL MOVIMENTO
      *   DI RECUPERO SU RAPPORTO POSTE E SUL RAPPORTO DI REGOLAMENTO
      *   DEI CONTI BANCARI (ELEMENTO 'CCB'); CAUSALE NON VALORIZZATA
      *   = NESSUNA COMPENSAZIONE SU QUEL CANALE
      *================================================================*
       01  YPCRTRCR-DATI.
           05  TRCR-CAUSALE-POSTE        PIC X(10).
           05  TRCR-CODOPE-POSTE         PIC X(10).
           05  TRCR-CAUSALE-BANCA        PIC X(10).
           05  TRCR-CODOPE-BANCA         PIC X(10).
           05  FILLER                    PIC X(1960).
