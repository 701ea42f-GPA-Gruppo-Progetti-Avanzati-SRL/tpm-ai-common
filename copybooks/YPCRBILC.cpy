           05  YPCRBILC-PRODOTTO                 PIC X(03).
           05  YPCRBILC-OMOLOGAZIONE             PIC X(01).
           05  YPCRBILC-UNIVERSALE-NONUNIVERS    PIC X(01).
      *--* Dati di origine delle gambe ASI/ASA (split PagoPA monoente
      *    di IMPOSTA-BILLCCB-2): data contabile, importo lordo PGPF,
      *    percentuale Poste applicata (GEP FPR), pagamento ed esercente
           05  YPCRBILC-DATA-CONTABILE           PIC 9(08).
           05  YPCRBILC-IMPORTO-LORDO            PIC S9(13)V99 COMP-3.
           05  YPCRBILC-PERC-POSTE               PIC 9(04)V9(02).
           05  YPCRBILC-PAYMENT-UID              PIC X(18).
           05  YPCRBILC-MERCHANT-ID              PIC X(15).
           05  FILLER                            PIC X(189).
