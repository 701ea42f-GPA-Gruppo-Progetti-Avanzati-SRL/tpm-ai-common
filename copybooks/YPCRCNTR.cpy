           05  CNTR-TABFPR-NOT-FOUND     PIC 9(09).
           05  CNTR-COMM-SCRITTE         PIC 9(09).
           05  CNTR-COMM-SCRITTE-B       PIC 9(09).
           05  CNTR-RECU-SCRITTE         PIC 9(09).
           05  CNTR-RECU-SCRITTE-B       PIC 9(09).
      *--* Somma importi dei record dati letti dall'istanza
           05  CNTR-IMPO-LETTI           PIC S9(15)V99.
      *--* Lordo dei pagamenti PagoPA monoente ripartiti ASI/ASA
      *    (dare positivo, avere negativo), quadrato da YPBCRIPA
           05  CNTR-IMPO-MONOENTE        PIC S9(15)V99.
           05  FILLER                    PIC X(01).
