      *================================================================*
      *   REGISTRO SBILANCI DI RICONCILIAZIONE CIRCUITI (YPBCRSCH):    *
      *   UN RECORD PER BRAND / SOURCE CODE IND / BUSINESS DATE /      *
      *   SEGNO IN CUI IL TOTALE DEL CIRCUITO NON QUADRA CON YPTBPGPF  *
      *   (DETTAGLI 200/300 E SUMMARY 301) OLTRE LA TOLLERANZA. IL     *
      *   RECORD RESTA A REGISTRO FINCHE' LO SBILANCIO NON RIENTRA.    *
      *   GLI IMPORTI DEL CIRCUITO SONO QUELLI DELL'ULTIMO TOTALE      *
      *   RICEVUTO, QUELLI YPTBPGPF DELL'ULTIMO RICALCOLO.             *
      *================================================================*
       01  YPCRSBIL-REC.
           05  SBIL-BRAND                PIC X(04).
           05  SBIL-SRC-COD-IND          PIC X(03).
           05  SBIL-BUSINESS-DATE        PIC 9(08).
           05  SBIL-D-C-IND              PIC X(01).
           05  SBIL-SCHM-NUM             PIC 9(09).
           05  SBIL-SCHM-IMPORTO         PIC S9(13)V99.
           05  SBIL-DETT-NUM             PIC 9(09).
           05  SBIL-DETT-IMPORTO         PIC S9(13)V99.
           05  SBIL-SUMM-NUM             PIC 9(09).
           05  SBIL-SUMM-IMPORTO         PIC S9(13)V99.
           05  SBIL-DATA-PRIMA-RILEV     PIC 9(08).
           05  SBIL-DATA-ULT-RILEV       PIC 9(08).
           05  SBIL-GIORNI-APERTO        PIC 9(03).
           05  SBIL-STATO                PIC X(01).
               88  SBIL-NUOVO            VALUE 'N'.
               88  SBIL-APERTO           VALUE 'A'.
               88  SBIL-ESCALATO         VALUE 'E'.
           05  SBIL-PROGRAMMA            PIC X(08).
           05  FILLER                    PIC X(84).
