      *================================================================*
      *   TRACCIATI DEL CONTROLLO PAGAMENTI SOSPETTI DOPPI (YPBCDUPL)
      *   . DUPL-REC: COPPIA SOSPETTA DEL FILE ECCEZIONI ODUPEXC -
      *     STESSI MERCHANT_ID, D_C_IND, PAYMENT_AMOUNT E BRAND CON
      *     PAYMENT_UID DIVERSO E REF_PERIOD_DATE E/O DEVICE_TOT
      *     UGUALI; IL PAGAMENTO 'NUOVO' E' QUELLO DELLA DATA DI
      *     ELABORAZIONE, IL 'PRECEDENTE' VIENE DALLA TABELLA YPTBPGPF
      *     (ORIGINE 'T') O DALLO STORICO OSTORICO (ORIGINE 'S')
      *   . DUPW-REC: COPPIA CONFERMATA LEGITTIMA DAGLI OPERATORI
      *     (WHITELIST IDUPWHL/ODUPWHL), UID-1 MINORE DI UID-2
      *================================================================*
       01  DUPL-REC.
           05  DUPL-CONFIDENZA           PIC X(01).
               88  DUPL-CONF-ALTA        VALUE 'A'.
               88  DUPL-CONF-MEDIA       VALUE 'M'.
               88  DUPL-CONF-BASSA       VALUE 'B'.
           05  DUPL-DATA-ELAB            PIC 9(08).
           05  DUPL-MERCHANT-ID          PIC X(15).
           05  DUPL-BRAND                PIC X(04).
           05  DUPL-D-C-IND              PIC X(01).
           05  DUPL-IMPORTO              PIC S9(13)V99.
           05  DUPL-NUOVO-UID            PIC X(18).
           05  DUPL-NUOVO-DATA           PIC X(10).
           05  DUPL-NUOVO-FUNCT          PIC X(03).
           05  DUPL-NUOVO-REF-PERIOD     PIC X(10).
           05  DUPL-NUOVO-DEVICE-TOT     PIC 9(09).
           05  DUPL-PREC-UID             PIC X(18).
           05  DUPL-PREC-DATA            PIC X(10).
           05  DUPL-PREC-FUNCT           PIC X(03).
           05  DUPL-PREC-REF-PERIOD      PIC X(10).
           05  DUPL-PREC-DEVICE-TOT      PIC 9(09).
           05  DUPL-PREC-ORIGINE         PIC X(01).
               88  DUPL-PREC-TABELLA     VALUE 'T'.
               88  DUPL-PREC-STORICO     VALUE 'S'.
           05  DUPL-PROGRAMMA            PIC X(08).
           05  FILLER                    PIC X(47).
      *
       01  DUPW-REC.
           05  DUPW-UID-1                PIC X(18).
           05  DUPW-UID-2                PIC X(18).
           05  DUPW-DATA-CONFERMA        PIC 9(08).
           05  DUPW-OPERATORE            PIC X(08).
           05  DUPW-NOTE                 PIC X(35).
           05  FILLER                    PIC X(13).
