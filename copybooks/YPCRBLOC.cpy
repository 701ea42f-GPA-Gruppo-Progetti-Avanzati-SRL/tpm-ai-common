      *================================================================*
      *   TRACCIATO ACCREDITI AD ESERCENTI BLOCCATI (ELEMENTO GEP BLK):
      *   FLUSSO MOVIMENTI YPOBLOC (YPBCEPGP) E REGISTRO SALDI PER
      *   ESERCENTE E RIFERIMENTO LEGALE (IBLKREG/OBLKREG DI YPBCBLOC)
      *   . 'M' = ACCREDITO DEVIATO: IMPORTO RICEVUTO, DI CUI
      *           TRATTENUTO IN SOSPESO E GIRATO AL CREDITORE
      *   . 'S' = SALDO DEL REGISTRO: IMPORTI CUMULATI DALLA PRIMA
      *           DEVIAZIONE PER ESERCENTE E RIFERIMENTO LEGALE
      *   CHIAVE DI REGISTRO: MERCHANT ID (PGPF-ME-ID-CODE) E
      *   RIFERIMENTO LEGALE DEL BLOCCO
      *================================================================*
       01  YPCRBLOC-REC.
           05  BLOC-TIPO-REC             PIC X(01).
               88  BLOC-REC-MOVIMENTO    VALUE 'M'.
               88  BLOC-REC-SALDO        VALUE 'S'.
           05  BLOC-MERCHANT-ID          PIC X(15).
           05  BLOC-RIF-LEGALE           PIC X(30).
           05  BLOC-TIPO-BLOCCO          PIC X(01).
               88  BLOC-CONGELAMENTO     VALUE 'F'.
               88  BLOC-CHIUSURA         VALUE 'C'.
               88  BLOC-PIGNORAMENTO     VALUE 'G'.
           05  BLOC-PAYMENT-UID          PIC X(18).
           05  BLOC-FUNCT-CODE           PIC X(03).
           05  BLOC-DATA-MOV             PIC 9(08).
           05  BLOC-RICEVUTO             PIC S9(13)V99.
           05  BLOC-TRATTENUTO           PIC S9(13)V99.
           05  BLOC-GIRATO               PIC S9(13)V99.
           05  BLOC-IBAN-CREDITORE       PIC X(27).
           05  BLOC-MASSIMALE            PIC 9(11)V99.
           05  BLOC-PROGRAMMA            PIC X(08).
      *--* Campi valorizzati solo sul record saldo 'S'
           05  BLOC-DATA-PRIMO-MOV       PIC 9(08).
           05  BLOC-DATA-ULT-MOV         PIC 9(08).
           05  BLOC-NUM-MOV              PIC 9(07).
           05  FILLER                    PIC X(08).
