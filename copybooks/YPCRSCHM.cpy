      *================================================================*
      *   TRACCIATO TOTALI GIORNALIERI DI REGOLAMENTO DEI CIRCUITI     *
      *   (VISA, MASTERCARD, PAGOBANCOMAT, PAGOPA) - FILE ISCHEME DI   *
      *   YPBCRSCH. UN RECORD 'D' PER CIRCUITO (BRAND), SOURCE CODE    *
      *   IND, BUSINESS DATE E SEGNO; UN RECORD GIA' RICEVUTO PER LA   *
      *   STESSA CHIAVE E' SOSTITUITO (RETTIFICA DEL CIRCUITO).        *
      *   RECORD DI TESTATA 'H' E DI CODA 'T' IGNORATI.                *
      *================================================================*
       01  YPCRSCHM-REC.
           05  SCHM-TIPO-REC             PIC X(01).
               88  SCHM-REC-DATI         VALUE 'D'.
               88  SCHM-REC-TESTATA      VALUE 'H'.
               88  SCHM-REC-CODA         VALUE 'T'.
           05  SCHM-BRAND                PIC X(04).
           05  SCHM-SRC-COD-IND          PIC X(03).
           05  SCHM-BUSINESS-DATE        PIC 9(08).
           05  SCHM-D-C-IND              PIC X(01).
               88  SCHM-DARE             VALUE 'D'.
               88  SCHM-AVERE            VALUE 'C'.
           05  SCHM-NUM-OPER             PIC 9(09).
           05  SCHM-IMPORTO              PIC 9(13)V99.
           05  SCHM-DATA-REGOLAMENTO     PIC 9(08).
           05  FILLER                    PIC X(51).
