      *================================================================*
      *   AREA PASSAGGIO DATI PER ROUTINE YPRCJRNL: RECORD DI PASSO
      *   DEL GIORNALE DI RUN DELLA CATENA YP (FILE YPJRNL, IN
      *   ACCODAMENTO). OGNI PROGRAMMA LO VALORIZZA A INIZIO PASSO
      *   (JRNL-INIZIO) E LO SCRIVE IN FINE-JOB (JRNL-SCRIVI), ANCHE
      *   IN CASO DI CHIUSURA CON ERRORE.
      *   . BUSINESS DATE: GIORNATA OPERATIVA DEL PASSO, RICAVATA
      *     DALLA ROUTINE SE NON VALORIZZATA DAL CHIAMANTE: DATA DI
      *     INIZIO, O GIORNO PRECEDENTE PER I PASSI PARTITI PRIMA
      *     DELLE 06:00 (CATENA NOTTURNA A CAVALLO DELLA MEZZANOTTE)
      *   . IMPORTI IN EURO; PER YPBCSPLT/YPBCEPGP/YPBCMRGE
      *     L'IMPORTO IN ENTRATA/USCITA E' LA SOMMA DEI PAGAMENTI
      *     DEI RECORD DATI IPAYMENT, PER IL CONTROLLO DI TRASCINAMENTO
      *     FRA I PASSI
      *   . NUM-FLUSSI: VALORIZZATO DA YPBCSPLT CON IL NUMERO DI
      *     ISTANZE YPBCEPGP ATTESE
      *================================================================*
       01  YPCWJRNL-AREA.
           05  JRNL-RECORD.
               10  JRNL-BUSINESS-DATE        PIC 9(08).
               10  JRNL-PROGRAMMA            PIC X(08).
               10  JRNL-PARM                 PIC X(40).
               10  JRNL-DATA-INIZIO          PIC 9(08).
               10  JRNL-ORA-INIZIO           PIC 9(08).
               10  JRNL-DATA-FINE            PIC 9(08).
               10  JRNL-ORA-FINE             PIC 9(08).
               10  JRNL-RETURN-CODE          PIC 9(04).
               10  JRNL-REC-LETTI            PIC 9(11).
               10  JRNL-REC-SCRITTI          PIC 9(11).
               10  JRNL-REC-SCARTATI         PIC 9(11).
               10  JRNL-IMPO-ENTRATA         PIC S9(15)V99.
               10  JRNL-IMPO-USCITA          PIC S9(15)V99.
               10  JRNL-NUM-FLUSSI           PIC 9(02).
               10  FILLER                    PIC X(39).
      *--* Esito della routine
           05  JRNL-O-ESITO                  PIC X(02).
               88  JRNL-ESITO-OK             VALUE 'OK'.
