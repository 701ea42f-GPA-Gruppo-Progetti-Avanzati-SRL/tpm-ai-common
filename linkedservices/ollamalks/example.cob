R11817     SELECT OUSCART2               ASSIGN       TO OUSCART2
R11817                                   FILE STATUS  IS ST-OUSCART2.

R20038     SELECT OUSC2RIC               ASSIGN       TO OUSC2RIC
R20038                                   FILE STATUS  IS ST-OUSC2RIC.

R05818     SELECT OUTFXML                ASSIGN       TO OUTFXML
R05818                                   FILE STATUS  IS ST-OUTFXML.

R20030     SELECT YPOMANW                ASSIGN       TO YPOMANW
R20030                                   FILE STATUS  IS ST-YPOMANW.

R20031     SELECT YPOPART                ASSIGN       TO YPOPART
R20031                                   FILE STATUS  IS ST-YPOPART.

R20032     SELECT YPOCRED                ASSIGN       TO YPOCRED
R20032                                   FILE STATUS  IS ST-YPOCRED.

R20033     SELECT YPOHOLD                ASSIGN       TO YPOHOLD
R20033                                   FILE STATUS  IS ST-YPOHOLD.

R20034     SELECT YPOBLOC                ASSIGN       TO YPOBLOC
R20034                                   FILE STATUS  IS ST-YPOBLOC.

R20034     SELECT IBLKSAL                ASSIGN       TO IBLKSAL
R20034                                   FILE STATUS  IS ST-IBLKSAL.

R20032     SELECT ICREDSAL               ASSIGN       TO ICREDSAL
R20032                                   FILE STATUS  IS ST-ICREDSAL.

R12019     SELECT BILLCCB                ASSIGN       TO BILLCCB
R12019                                   FILE STATUS  IS ST-BILLCCB.

R11817     03  OUSCART2-PARTE1           PIC X(2000).
R11817     03  OUSCART2-PARTE2           PIC X(0800).
R11817
R20038*----------------------------------------------------------------*
R20038* OUSC2RIC :  SCARTI OUSCART2 IN CHIARO PER IL RICICLO (INSCART2
R20038*             DI YPBCRIS1/YPBCRIS2); OUSCART2 PER GLI OPERATORI
R20038*             PORTA PAN/IBAN MASCHERATI
R20038*----------------------------------------------------------------*
R20038 FD  OUSC2RIC                      LABEL RECORD STANDARD
R20038                                   RECORDING MODE IS F
R20038                                   BLOCK      0 RECORDS.
R20038
R20038 01  OUSC2RIC-REC.
R20038     03  OUSC2RIC-PARTE1           PIC X(2000).
R20038     03  OUSC2RIC-PARTE2           PIC X(0800).
R20038
      *----------------------------------------------------------------*
R05818* OUTFXML       :  DATI PER PRODUZIONE FLUSSO XML                *
R05818*----------------------------------------------------------------*
R20030
R20030 01  YPOMANW-REC                   PIC X(120).
      *----------------------------------------------------------------*
R20031* YPOPART       :  MOVIMENTI PARTITE SOSPESE DCD PER IL          *
R20031*                  REGISTRO YPBCPART (APERTURE E PAYMENT UID     *
R20031*                  CONTABILIZZATI)                     (OUTPUT)  *
R20031*----------------------------------------------------------------*
R20031 FD  YPOPART                       LABEL RECORD STANDARD
R20031                                   RECORDING MODE IS F
R20031                                   BLOCK      0 RECORDS.
R20031
R20031 01  YPOPART-REC                   PIC X(400).
      *----------------------------------------------------------------*
R20032* YPOCRED       :  MOVIMENTI CREDITI VERSO ESERCENTI PER IL      *
R20032*                  REGISTRO YPBCCRED (ADDEBITI NON INCASSATI E   *
R20032*                  RECUPERI SUGLI ACCREDITI)           (OUTPUT)  *
R20032*----------------------------------------------------------------*
R20032 FD  YPOCRED                       LABEL RECORD STANDARD
R20032                                   RECORDING MODE IS F
R20032                                   BLOCK      0 RECORDS.
R20032
R20032 01  YPOCRED-REC                   PIC X(200).
      *----------------------------------------------------------------*
R20033* YPOHOLD       :  ACCREDITI TRATTENUTI IN ATTESA DI APPROVAZIONE*
R20033*                  PER IL REGISTRO YPBCHOLD            (OUTPUT)  *
R20033*----------------------------------------------------------------*
R20033 FD  YPOHOLD                       LABEL RECORD STANDARD
R20033                                   RECORDING MODE IS F
R20033                                   BLOCK      0 RECORDS.
R20033
R20033 01  YPOHOLD-REC                   PIC X(2200).
      *----------------------------------------------------------------*
R20034* YPOBLOC       :  ACCREDITI DEVIATI AD ESERCENTI BLOCCATI PER   *
R20034*                  IL REGISTRO YPBCBLOC                (OUTPUT)  *
R20034*----------------------------------------------------------------*
R20034 FD  YPOBLOC                       LABEL RECORD STANDARD
R20034                                   RECORDING MODE IS F
R20034                                   BLOCK      0 RECORDS.
R20034
R20034 01  YPOBLOC-REC                   PIC X(200).
      *----------------------------------------------------------------*
R20034* IBLKSAL       :  REGISTRO SALDI ESERCENTI BLOCCATI DI YPBCBLOC *
R20034*                  IN CONCATENAZIONE CON GLI YPOBLOC DELLE       *
R20034*                  ESECUZIONI PRECEDENTI DELLA GIORNATA          *
R20034*                  (FACOLTATIVO)                        (INPUT)  *
R20034*----------------------------------------------------------------*
R20034 FD  IBLKSAL                       LABEL RECORD STANDARD
R20034                                   RECORDING MODE IS F
R20034                                   BLOCK      0 RECORDS.
R20034
R20034 01  IBLKSAL-REC                   PIC X(200).
      *----------------------------------------------------------------*
R20032* ICREDSAL      :  REGISTRO SALDI CREDITI VERSO ESERCENTI DI     *
R20032*                  YPBCCRED DEL GIORNO PRECEDENTE                *
R20032*                  (FACOLTATIVO)                        (INPUT)  *
R20032*----------------------------------------------------------------*
R20032 FD  ICREDSAL                      LABEL RECORD STANDARD
R20032                                   RECORDING MODE IS F
R20032                                   BLOCK      0 RECORDS.
R20032
R20032 01  ICREDSAL-REC                  PIC X(200).
      *----------------------------------------------------------------*
      * YYDTABE       :  TABELLA VSAM                         (INPUT)  *
      *----------------------------------------------------------------*
       FD  YYDTABE.
R20020                               LABEL RECORD STANDARD
R20020                               BLOCK    0   RECORDS.
R20020
R20032 01  YPOCNTR-REC                   PIC X(300).
R20020*

      *================================================================*
       WORKING-STORAGE SECTION.
       01  PROGRAMMA                     PIC  X(08)  VALUE 'YPBCEPGP'.
R20037 01  YPRCJRNL                      PIC  X(08)  VALUE 'YPRCJRNL'.
R11422 01  W100-PGM-CALL                 PIC  X(08) VALUE SPACES.
       01  CRVYD228                      PIC  X(08)  VALUE 'CRVYD228'.
       01  XYRC0005                      PIC  X(08)  VALUE 'XYRC0005'.
R20024     88  COMM-NORMAL               VALUE '00'.
R20030 01  ST-YPOMANW                    PIC  X(02).
R20030     88  MANW-NORMAL               VALUE '00'.
R20031 01  ST-YPOPART                    PIC  X(02).
R20031     88  OPAR-NORMAL               VALUE '00'.
R20032 01  ST-YPOCRED                    PIC  X(02).
R20032     88  OCRE-NORMAL               VALUE '00'.
R20033 01  ST-YPOHOLD                    PIC  X(02).
R20033     88  OHLD-NORMAL               VALUE '00'.
R20034 01  ST-YPOBLOC                    PIC  X(02).
R20034     88  OBLC-NORMAL               VALUE '00'.
R20034 01  ST-IBLKSAL                    PIC  X(02).
R20034     88  IBLS-NORMAL               VALUE '00'.
R20034     88  IBLS-EOF                  VALUE '10'.
R20034     88  IBLS-NOTFND               VALUE '35'.
R20032 01  ST-ICREDSAL                   PIC  X(02).
R20032     88  ICRS-NORMAL               VALUE '00'.
R20032     88  ICRS-EOF                  VALUE '10'.
R20032     88  ICRS-NOTFND               VALUE '35'.
R11817 01  ST-OUSCART2                   PIC  X(02).
R11817     88  OUS2-NORMAL               VALUE '00'.
R20038 01  ST-OUSC2RIC                   PIC  X(02).
R20038     88  OS2R-NORMAL               VALUE '00'.
       01  ST-YPOERRO                    PIC  X(02).
           88  OERR-NORMAL               VALUE '00'.
R20012 01  ST-STMERC                     PIC  X(02).
R20030     05  MANW-IBAN                 PIC X(27).
R20030     05  MANW-MOTIVO               PIC X(30).
R20030     05  FILLER                    PIC X(05).
R20031*--* Alimentazione del registro partite sospese DCD (YPBCPART):
R20031*    ogni apertura scritta su OUTDCD e ogni payment uid
R20031*    contabilizzato con esito positivo vanno su YPOPART
R20031 01  CTR-PART-APER                 PIC 9(09) VALUE ZERO.
R20031 01  CTR-PART-CONT                 PIC 9(09) VALUE ZERO.
R20031 01  ETR-PART-CONTA                PIC ZZZ.ZZZ.ZZ9.
R20031     COPY YPCRPART.
R20032*--* Crediti verso esercenti per addebiti non incassati: i saldi
R20032*    del registro YPBCCRED (ICREDSAL) sono caricati a inizio job
R20032*    per codice anagrafico esercente e compensati sugli accrediti
R20032*    dello stesso esercente; aperture e recuperi del giorno vanno
R20032*    su YPOCRED. A tabella piena gli esercenti in eccesso non
R20032*    vengono compensati (il saldo resta sul registro) e si conta
R20032*    la saturazione
R20032 01  WS-IND-CRED                   PIC 9(05) VALUE ZERO.
R20032 01  WK-AREA-CRED.
R20032     05  WK-CR-ELEM                OCCURS 10000 TIMES.
R20032         07  WK-CR-MERCHANT        PIC X(15).
R20032         07  WK-CR-SALDO           PIC S9(13)V99 COMP-3.
R20032 01  WS-IND-CR                     PIC 9(05).
R20032 01  WS-CR-CORR                    PIC 9(05).
R20032 01  WS-EOF-ICREDSAL               PIC 9(01) VALUE ZERO.
R20032 01  WS-CR-MERCHANT                PIC X(15).
R20032 01  WS-CR-ORIGINE                 PIC X(01).
R20032 01  WS-CR-CAUSALE                 PIC X(10).
R20032 01  WS-CR-IMPORTO                 PIC S9(13)V99 COMP-3.
R20032 01  WS-CR-RECUPERO                PIC S9(13)V99 COMP-3.
R20032 01  WS-RECU-TOTALE                PIC X(01).
R20032     88  WS-RECU-TOTALE-SI         VALUE 'S'.
R20032     88  WS-RECU-TOTALE-NO         VALUE 'N'.
R20032*--* Recuperi sugli accrediti a conti bancari: il bonifico parte
R20032*    al netto e il recuperato e' contabilizzato a fine run con
R20032*    un unico movimento sul rapporto di regolamento CCB
R20032 01  WS-CR-RECU-BANCA              PIC S9(13)V99 COMP-3
R20032                                   VALUE ZERO.
R20032*--* Addebito su conto bancario scartato per contratto di
R20032*    billing CCB assente (YPCWFAMI-O-CONT-BILLI-CCB)
R20032 01  WS-CCB-NO-CONT                PIC X(01).
R20032     88  WS-CCB-NO-CONT-SI         VALUE 'S'.
R20032     88  WS-CCB-NO-CONT-NO         VALUE 'N'.
R20032*--* Istanza di run partizionato (PARM): YPBCSPLT smista per
R20032*    merchant id mentre il registro crediti e' per codice
R20032*    anagrafico, quindi un esercente puo' cadere su piu'
R20032*    istanze che caricano lo stesso saldo; la compensazione
R20032*    viene disattivata (solo aperture dei crediti)
R20032 01  WS-TIPO-PART                  PIC X(01) VALUE SPACE.
R20032     88  WS-RUN-PARTIZIONATO       VALUE 'P'.
R20032 01  CTR-CRED-SALDI-LETTI          PIC 9(09) VALUE ZERO.
R20032 01  CTR-CRED-ECCED                PIC 9(09) VALUE ZERO.
R20032 01  CTR-CRED-APER                 PIC 9(09) VALUE ZERO.
R20032 01  CTR-CRED-APER-IMPO            PIC S9(13)V99 COMP-3
R20032                                   VALUE ZERO.
R20032 01  CTR-CRED-RECU                 PIC 9(09) VALUE ZERO.
R20032 01  CTR-CRED-RECU-IMPO            PIC S9(13)V99 COMP-3
R20032                                   VALUE ZERO.
R20032 01  CTR-CRED-SENZA-CAUS           PIC 9(09) VALUE ZERO.
R20032*--* Movimenti D50 di recupero, contati per flusso come le gambe
R20032*    commissionali (quadratura esiti YPBCACKM)
R20032 01  CTR-RECU-SCRITTE              PIC 9(09) VALUE ZERO.
R20032 01  CTR-RECU-SCRITTE-B            PIC 9(09) VALUE ZERO.
R20032 01  ETR-CRED-CONTA                PIC ZZZ.ZZZ.ZZ9.
R20032 01  ETR-CRED-IMPO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
R20032     COPY YPCRCRED.
R20032*--* Descrizioni dei movimenti di recupero (max 120 byte, vedi
R20032*    nota su CRVSD50-DESCMOV)
R20032 01  W100-DESCMOV-RECU.
R20032     03  FILLER                 PIC X(31) VALUE
R20032     'Recupero crediti Full Acquiring'.
R20032     03  FILLER                 PIC X(05) VALUE
R20032     ' del '.
R20032     03  W100-RECU-DATA         PIC X(10) VALUE SPACES.
R20032     03  FILLER                 PIC X(05) VALUE ' Mid '.
R20032     03  W100-RECU-MERCHANT     PIC X(15).
R20032 01  W100-DESCMOV-RECU-CC.
R20032     03  FILLER                 PIC X(31) VALUE
R20032     'Recupero crediti Full Acquiring'.
R20032     03  FILLER                 PIC X(21) VALUE
R20032     ' su accrediti bancari'.
R20032     03  FILLER                 PIC X(05) VALUE
R20032     ' del '.
R20032     03  W100-RECU-DATA-CC      PIC X(10) VALUE SPACES.
R20033*--* Trattenuta degli accrediti anomali (elemento GEP "HLD"):
R20033*    valori generali caricati a inizio job e cache per merchant
R20033*    id con massimale, multiplo e media recente degli accrediti
R20033*    dell'esercente su YPTBPGPF (esito 'T' = almeno una regola
R20033*    attiva, 'N' = nessuna regola: accredito mai trattenuto).
R20033*    A cache piena si riusa l'ultima posizione e si conta la
R20033*    saturazione, come per la cache commissionale
R20033 01  WS-HOLD-GEN-MASSIMALE         PIC 9(11)V99 COMP-3
R20033                                   VALUE ZERO.
R20033 01  WS-HOLD-GEN-MOLTIPLIC         PIC 9(03)V99 COMP-3
R20033                                   VALUE ZERO.
R20033 01  WS-HOLD-GEN-GIORNI            PIC 9(03) VALUE ZERO.
R20033 01  WS-HOLD-GEN-MIN-ACCR          PIC 9(05) VALUE ZERO.
R20033 01  WS-HOLD-GEN-IMPO-MIN          PIC 9(11)V99 COMP-3
R20033                                   VALUE ZERO.
R20033 01  WS-IND-HOLD                   PIC 9(03) VALUE ZERO.
R20033 01  WK-AREA-HOLD.
R20033     05  WK-HL-ELEM                OCCURS 500 TIMES.
R20033         07  WK-HL-MID             PIC X(15).
R20033         07  WK-HL-ESITO           PIC X(01).
R20033         07  WK-HL-MASSIMALE       PIC 9(11)V99 COMP-3.
R20033         07  WK-HL-MOLTIPLIC       PIC 9(03)V99 COMP-3.
R20033         07  WK-HL-GIORNI          PIC 9(03).
R20033         07  WK-HL-MIN-ACCR        PIC 9(05).
R20033         07  WK-HL-IMPO-MIN        PIC 9(11)V99 COMP-3.
R20033         07  WK-HL-MEDIA           PIC S9(13)V99 COMP-3.
R20033         07  WK-HL-NUM-ACCR        PIC 9(09).
R20033 01  WS-IND-HL                     PIC 9(03).
R20033 01  WS-HL-CORR                    PIC 9(03).
R20033 01  WS-TRATTENUTO                 PIC X(01).
R20033     88  WS-TRATTENUTO-SI          VALUE 'S'.
R20033     88  WS-TRATTENUTO-NO          VALUE 'N'.
R20033*--* Accredito trattenuto e approvato (riga YPTBPGPF marcata 'L'
R20033*    da YPBCHOLD) che rientra dal flusso delta
R20033 01  WS-RILASCIATO                 PIC X(01).
R20033     88  WS-RILASCIATO-SI          VALUE 'S'.
R20033     88  WS-RILASCIATO-NO          VALUE 'N'.
R20033 01  WS-HOLD-IMPORTO               PIC S9(13)V99 COMP-3.
R20033 01  WS-HOLD-SOGLIA                PIC S9(13)V99 COMP-3.
R20033 01  WS-HOLD-MOTIVO                PIC X(01).
R20033 01  WS-HOLD-DATA-INI              PIC 9(08).
R20033 01  CTR-HOLD-TRATT                PIC 9(09) VALUE ZERO.
R20033 01  CTR-HOLD-TRATT-IMPO           PIC S9(13)V99 COMP-3
R20033                                   VALUE ZERO.
R20033 01  CTR-HOLD-MASSIMALE            PIC 9(09) VALUE ZERO.
R20033 01  CTR-HOLD-MEDIA                PIC 9(09) VALUE ZERO.
R20033 01  CTR-HOLD-RILA                 PIC 9(09) VALUE ZERO.
R20033 01  CTR-HOLD-RILA-IMPO            PIC S9(13)V99 COMP-3
R20033                                   VALUE ZERO.
R20033 01  CTR-HOLD-CACHE-ECCED          PIC 9(09) VALUE ZERO.
R20033 01  ETR-HOLD-CONTA                PIC ZZZ.ZZZ.ZZ9.
R20033 01  ETR-HOLD-IMPO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
R20033     COPY YPCRHOLD.
R20034*--* Deviazione degli accrediti ad esercenti bloccati (elemento
R20034*    GEP "BLK"): causale di sospeso dall'elemento generale e
R20034*    cache per merchant id del blocco in vigore (esito 'B' =
R20034*    bloccato alla data del giorno, 'N' = non bloccato). A cache
R20034*    piena si riusa l'ultima posizione e si conta la saturazione
R20034 01  WS-BLK-CAUSALE-SOSP           PIC X(10) VALUE SPACES.
R20034 01  WS-BLK-CODOPE-SOSP            PIC X(10) VALUE SPACES.
R20034 01  WS-BLK-DATA-OGGI              PIC 9(08) VALUE ZERO.
R20034 01  WS-IND-BLK                    PIC 9(03) VALUE ZERO.
R20034 01  WK-AREA-BLK.
R20034     05  WK-BK-ELEM                OCCURS 500 TIMES.
R20034         07  WK-BK-MID             PIC X(15).
R20034         07  WK-BK-ESITO           PIC X(01).
R20034         07  WK-BK-TIPO            PIC X(01).
R20034             88  WK-BK-PIGNORAMENTO    VALUE 'G'.
R20034         07  WK-BK-RIF-LEGALE      PIC X(30).
R20034         07  WK-BK-IBAN            PIC X(27).
R20034         07  WK-BK-NOME            PIC X(60).
R20034         07  WK-BK-MASSIMALE       PIC 9(11)V99 COMP-3.
R20034 01  WS-IND-BK                     PIC 9(03).
R20034 01  WS-BK-CORR                    PIC 9(03).
R20034*--* Girato cumulato ai creditori per esercente e riferimento
R20034*    legale (registro YPBCBLOC e YPOBLOC della giornata): il
R20034*    pignoramento si ferma al massimale. Un pignoramento che non
R20034*    trova posto in tabella viene interamente trattenuto
R20034 01  WS-IND-BLK-SAL                PIC 9(04) VALUE ZERO.
R20034 01  WK-AREA-BLK-SALDI.
R20034     05  WK-BS-ELEM                OCCURS 2000 TIMES.
R20034         07  WK-BS-MID             PIC X(15).
R20034         07  WK-BS-RIF-LEGALE      PIC X(30).
R20034         07  WK-BS-GIRATO          PIC S9(13)V99 COMP-3.
R20034 01  WS-IND-BS                     PIC 9(04).
R20034 01  WS-BS-CORR                    PIC 9(04).
R20034 01  WS-BS-MID                     PIC X(15).
R20034 01  WS-BS-RIF-LEGALE              PIC X(30).
R20034 01  WS-EOF-IBLKSAL                PIC 9(01) VALUE ZERO.
R20034 01  WS-BLOCCATO                   PIC X(01).
R20034     88  WS-BLOCCATO-SI            VALUE 'S'.
R20034     88  WS-BLOCCATO-NO            VALUE 'N'.
R20034 01  WS-BLK-SUPPRESS               PIC X(01).
R20034 01  WS-BLK-IMPORTO                PIC S9(13)V99 COMP-3.
R20034 01  WS-BLK-RESIDUO                PIC S9(13)V99 COMP-3.
R20034 01  WS-BLK-GIRATO                 PIC S9(13)V99 COMP-3.
R20034 01  WS-BLK-TRATTENUTO             PIC S9(13)V99 COMP-3.
R20034 01  CTR-BLK-DEVIATI               PIC 9(09) VALUE ZERO.
R20034 01  CTR-BLK-RICEVUTO-IMPO         PIC S9(13)V99 COMP-3
R20034                                   VALUE ZERO.
R20034 01  CTR-BLK-SOSPESO               PIC 9(09) VALUE ZERO.
R20034 01  CTR-BLK-SOSPESO-IMPO          PIC S9(13)V99 COMP-3
R20034                                   VALUE ZERO.
R20034 01  CTR-BLK-GIRATI                PIC 9(09) VALUE ZERO.
R20034 01  CTR-BLK-GIRATO-IMPO           PIC S9(13)V99 COMP-3
R20034                                   VALUE ZERO.
R20034 01  CTR-BLK-SENZA-CAUS            PIC 9(09) VALUE ZERO.
R20034 01  CTR-BLK-SALDI-LETTI           PIC 9(09) VALUE ZERO.
R20034 01  CTR-BLK-SALDI-ECCED           PIC 9(09) VALUE ZERO.
R20034 01  CTR-BLK-CACHE-ECCED           PIC 9(09) VALUE ZERO.
R20034 01  ETR-BLK-CONTA                 PIC ZZZ.ZZZ.ZZ9.
R20034 01  ETR-BLK-IMPO                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
R20034     COPY YPCRBLOC.
R20034*--* Descrizione del movimento di sospeso (max 120 byte, vedi
R20034*    nota su CRVSD50-DESCMOV)
R20034 01  W100-DESCMOV-BLK-CC.
R20034     03  FILLER                 PIC X(30) VALUE
R20034     'Accredito esercente bloccato '.
R20034     03  FILLER                 PIC X(05) VALUE
R20034     ' Mid '.
R20034     03  W100-BLK-MERCHANT      PIC X(15).
R20034     03  FILLER                 PIC X(05) VALUE
R20034     ' Rif '.
R20034     03  W100-BLK-RIF-LEGALE    PIC X(30).
R20034     03  FILLER                 PIC X(05) VALUE
R20034     ' Uid '.
R20034     03  W100-BLK-UID           PIC X(18).
      *-----------------------------------------------
TK1274 01  WK-TROVATO-SU-FPR             PIC  X(02).
TK1274     88  TROVATO-SU-FPR-SI         VALUE 'SI'.
           03  WS-EOF-IPAYMENT              PIC 9(01).
           03  CTR-PROGRES                  PIC 9(11).
           03  CTR-CONT-LETTI-TOT           PIC 9(09).
R20037*--* Somma importi dei record dati letti (giornale di run e
R20037*    YPOCNTR, per il trascinamento da YPBCSPLT a YPBCMRGE)
R20037     03  CTR-IMPO-LETTI-TOT           PIC S9(15)V99.
R20040*--* Lordo dei pagamenti monoente ripartiti ASI/ASA (YPOCNTR,
R20040*    quadratura mensile di YPBCRIPA)
R20040     03  CTR-IMPO-MONOENTE            PIC S9(15)V99.
      *--* Checkpoint/restart su IPAYMENT (YPOCKPT)
R20002     03  WS-CKPT-RESTART              PIC X(01) VALUE 'N'.
R20002         88 WS-CKPT-RESTART-SI        VALUE 'S'.
R20010     03  CTR-RICO-PGPF-C-300-SCAR     PIC 9(09).
R20010     03  CTR-RICO-PGPF-D-OTHER-SCAR   PIC 9(09).
R20010     03  CTR-RICO-PGPF-C-OTHER-SCAR   PIC 9(09).
R20033*--* Accrediti trattenuti su YPOHOLD (CTRL-TRATTENUTA): come gli
R20033*    scarti non generano scritture a valle e vanno sottratti
R20033*    dal lato PGPF prima del confronto in STMP-RIGH-T14
R20033     03  CTR-RICO-PGPF-C-200-TRAT     PIC 9(09).
R20033     03  CTR-RICO-PGPF-C-300-TRAT     PIC 9(09).
R20000     03  WS-RICO-MISMATCH             PIC X(01) VALUE 'N'.
R20000         88 WS-RICO-MISMATCH-NO       VALUE 'N'.
R20000         88 WS-RICO-MISMATCH-SI       VALUE 'S'.
R20010     03  ETR-RICO-PGPF-C-300-SCAR     PIC ZZZ.ZZZ.ZZ9.
R20010     03  ETR-RICO-PGPF-D-OTHER-SCAR   PIC ZZZ.ZZZ.ZZ9.
R20010     03  ETR-RICO-PGPF-C-OTHER-SCAR   PIC ZZZ.ZZZ.ZZ9.
R20033     03  ETR-RICO-PGPF-C-200-TRAT     PIC ZZZ.ZZZ.ZZ9.
R20033     03  ETR-RICO-PGPF-C-300-TRAT     PIC ZZZ.ZZZ.ZZ9.
R20007     03  ETR-RICO-PGPF-IMPO-D-BILL    PIC ZZZ.ZZZ.ZZ9,99.
R20007     03  ETR-RICO-BILLCCB-IMPO-D      PIC ZZZ.ZZZ.ZZ9,99.
R20007     03  ETR-RICO-VARIANZA-BILLCCB    PIC ---.---.--9,99.
R20024*---------------------------------------------------------------
R20024     COPY YPCRTCOM REPLACING 'YPCRTCOM' BY YPCRTCOM
R20024                                 'TCOM' BY     TCOM.
R20032*---------------------------------------------------------------
R20032*   TABELLA GEP RCR - Causali di recupero crediti verso esercenti
R20032*   per compensazione sugli accrediti
R20032*---------------------------------------------------------------
R20032     COPY YPCRTRCR REPLACING 'YPCRTRCR' BY YPCRTRCR
R20032                                 'TRCR' BY     TRCR.
R20033*---------------------------------------------------------------
R20033*   TABELLA GEP HLD - Soglie di trattenuta degli accrediti
R20033*   anomali agli esercenti
R20033*---------------------------------------------------------------
R20033     COPY YPCRTHLD REPLACING 'YPCRTHLD' BY YPCRTHLD
R20033                                 'THLD' BY     THLD.
R20034*---------------------------------------------------------------
R20034*   TABELLA GEP BLK - Esercenti bloccati (congelamento,
R20034*   chiusura rapporto, pignoramento) e causale di sospeso
R20034*---------------------------------------------------------------
R20034     COPY YPCRTBLK REPLACING 'YPCRTBLK' BY YPCRTBLK
R20034                                 'TBLK' BY     TBLK.
      *---------------------------------------------------------------
      *   TABELLA GEP FAD CONTENENTE PER TIPOLOGIA RAPPORTO, ALCUNI
      *   DATI RELATIVI ALLA COMPILAZIONE DEL TRACCIATO D50
       01  HV-FUNCTION-CODE              PIC  X(03).
       01  HV-SUMMARY-UID                PIC  X(18).
       01  HV-PAYMENT-UID                PIC  X(18).
R20033 01  HV-SUPPRESS-CODE              PIC  X(01).
R20033 01  HV-HOLD-MERCHANT              PIC  X(15).
R20033 01  HV-HOLD-DATA-INI              PIC  X(10).
R20033 01  HV-HOLD-DATA-FIN              PIC  X(10).
R20033 01  HV-HOLD-MEDIA                 PIC S9(13)V99 COMP-3.
R20033 01  HV-HOLD-NUM                   PIC S9(09) COMP.
      *--------------------------------------------------------
       01 HV-TABE.
          05 HV-TABE-KNAMTB1                PIC X(0003).
      *
      * ----- UTILITY PER STAMPA ELAB/CALCOLO DATE/ERRORI VSAM
       COPY YPCWS001.
R20037*
R20037* ----- RECORD DI PASSO DEL GIORNALE DI RUN
R20037     COPY YPCWJRNL.
R20038*
R20038* ----- MASCHERATURA PAN/IBAN SULLE USCITE PER GLI OPERATORI
R20038     COPY YPCWMASC.
R20038 01  WS-MASC-RAPPORTO              PIC X(12).
R20038 01  WS-SCA2-BANK-ACCOUNT          PIC X(34).
R20038 01  WS-SCA2-KEY-PROC              PIC X(31).
      *
      *================================================================*
R20014 LINKAGE SECTION.
R20026*    assente o diverso = comportamento attuale, lordo per
R20026*    movimento
R20026         10  PARM-FLAG-NET         PIC X(01).
R20032         10  FILLER                PIC X(01).
R20032*--* 'P' = istanza di run partizionato (flussi di YPBCSPLT):
R20032*    nessuna compensazione dei crediti verso esercenti
R20032         10  PARM-FLAG-PART        PIC X(01).
      *================================================================*
R20014 PROCEDURE DIVISION         USING PARM-AREA.
      *
R20037     PERFORM JRNL-INIZIO            THRU F-JRNL-INIZIO
      *--* Label iniziali
           PERFORM INIZ-WORK              THRU F-INIZ-WORK
           PERFORM STAM-PRIM-RIGH         THRU F-STAM-PRIM-RIGH
R11422             THRU EX-SCRIVI-FXM2
R11422     END-IF
      *
R20032*--* Movimento unico di recupero crediti sugli accrediti a
R20032*    conti bancari (bonifici gia' emessi al netto)
R20032     IF WS-CR-RECU-BANCA > ZERO
R20032        PERFORM SCRIVI-RECU-BANCA   THRU F-SCRIVI-RECU-BANCA
R20032     END-IF
R20032*
R20019*--* Quadratura dei summary F.C.301 con i dettagli 200/300
R20019     PERFORM CTRL-QUADRA-SUMM       THRU F-CTRL-QUADRA-SUMM
      *
           .
       FINE-JOB.
           PERFORM CLOSE-FILE             THRU F-CLOSE-FILE
R20037     PERFORM CARI-JOURNAL           THRU F-CARI-JOURNAL
           GOBACK
           .
R20037*================================================================*
R20037*    Record di passo per il giornale di run: letti = record      *
R20037*    IPAYMENT dell'istanza, scritti = movimenti contabili ONL e  *
R20037*    BAT, scartati = scarti dei due tipi                         *
R20037*================================================================*
R20037 CARI-JOURNAL.
R20037*
R20037     IF PARM-LL > ZERO
R20037        MOVE PARM-DATI(1:PARM-LL)     TO JRNL-PARM
R20037     END-IF
R20037     MOVE CTR-CONT-LETTI-TOT          TO JRNL-REC-LETTI
R20037     COMPUTE JRNL-REC-SCRITTI  = CTR-CONT-SCRITTI
R20037                               + CTR-CONT-SCRITTI-B
R20037     COMPUTE JRNL-REC-SCARTATI = CTR-CONT-SCARTI
R20037                               + CTR-CONT-SCART2
R20037     MOVE CTR-IMPO-LETTI-TOT          TO JRNL-IMPO-ENTRATA
R20037*
R20037     PERFORM JRNL-SCRIVI            THRU F-JRNL-SCRIVI
R20037     .
R20037 F-CARI-JOURNAL.
R20037     EXIT.
      *================================================================*
       INIZ-WORK.
      *
R20026     AND PARM-FLAG-NET = 'N'
R20026        MOVE 'N'                      TO WS-TIPO-NET
R20026     END-IF
R20032*
R20032*--* Istanza di run partizionato da PARM (assente o diverso =
R20032*    run unico, compensazione crediti attiva)
R20032     IF  PARM-LL >= 9
R20032     AND PARM-FLAG-PART = 'P'
R20032        MOVE 'P'                      TO WS-TIPO-PART
R20032     END-IF
R05818     SET WS-LETTA-GEP-CCB-NO          TO TRUE
      *
      *--* Acquisizione data
R20004*--* Carica le categorie MCC parametriche da GEP (XYTBTABE),
R20004*    se non censite restano i valori di default impostati sopra
R20004     PERFORM CARICA-GEP-MCC         THRU F-CARICA-GEP-MCC
R20032*
R20032*--* Causali di recupero crediti verso esercenti da GEP (RCR):
R20032*    se non censite gli accrediti non vengono compensati
R20032     PERFORM CARICA-GEP-RCR         THRU F-CARICA-GEP-RCR
R20033*
R20033*--* Soglie generali di trattenuta degli accrediti anomali da
R20033*    GEP (HLD): se non censite nessun accredito viene trattenuto
R20033*    (salvo soglie censite sul singolo esercente)
R20033     PERFORM CARICA-GEP-HLD         THRU F-CARICA-GEP-HLD
R20034*
R20034*--* Causale di sospeso degli esercenti bloccati da GEP (BLK):
R20034*    se non censita gli accrediti da trattenere vengono
R20034*    parcheggiati e segnalati
R20034     PERFORM CARICA-GEP-BLK         THRU F-CARICA-GEP-BLK
R20030*
R20030*--* Soglia di preavviso decadenza mandati: primo giorno del
R20030*    mese corrente meno 35 mesi (il mandato SEPA decade dopo
R11817        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R11817     END-IF.

R20038     OPEN OUTPUT OUSC2RIC.
R20038     IF NOT OS2R-NORMAL
R20038        MOVE ST-OUSC2RIC           TO P303-FILE-STATUS
R20038        MOVE '04'                  TO P303-MSGER-RIF
R20038        MOVE 'OPENOUT'             TO P303-MSGER-TIPO
R20038        MOVE 'OUSC2RIC'            TO P303-MSGER-FILE
R20038        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20038     END-IF.

R05818     OPEN OUTPUT OUTFXML.
R05818     IF NOT OXML-NORMAL
R05818        MOVE ST-OUTFXML            TO P303-FILE-STATUS
R20030        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20030     END-IF.

R20031     OPEN OUTPUT YPOPART.
R20031     IF NOT OPAR-NORMAL
R20031        MOVE ST-YPOPART            TO P303-FILE-STATUS
R20031        MOVE '43'                  TO P303-MSGER-RIF
R20031        MOVE 'OPENOUT'             TO P303-MSGER-TIPO
R20031        MOVE 'YPOPART'             TO P303-MSGER-FILE
R20031        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20031     END-IF.

R20032     OPEN OUTPUT YPOCRED.
R20032     IF NOT OCRE-NORMAL
R20032        MOVE ST-YPOCRED            TO P303-FILE-STATUS
R20032        MOVE '45'                  TO P303-MSGER-RIF
R20032        MOVE 'OPENOUT'             TO P303-MSGER-TIPO
R20032        MOVE 'YPOCRED'             TO P303-MSGER-FILE
R20032        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20032     END-IF.

R20033     OPEN OUTPUT YPOHOLD.
R20033     IF NOT OHLD-NORMAL
R20033        MOVE ST-YPOHOLD            TO P303-FILE-STATUS
R20033        MOVE '50'                  TO P303-MSGER-RIF
R20033        MOVE 'OPENOUT'             TO P303-MSGER-TIPO
R20033        MOVE 'YPOHOLD'             TO P303-MSGER-FILE
R20033        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20033     END-IF.
R20034     OPEN OUTPUT YPOBLOC.
R20034     IF NOT OBLC-NORMAL
R20034        MOVE ST-YPOBLOC            TO P303-FILE-STATUS
R20034        MOVE '52'                  TO P303-MSGER-RIF
R20034        MOVE 'OPENOUT'             TO P303-MSGER-TIPO
R20034        MOVE 'YPOBLOC'             TO P303-MSGER-FILE
R20034        PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20034     END-IF.
R12019     OPEN OUTPUT BILLCCB.
R12019     IF NOT BILC-NORMAL
R12019        MOVE ST-BILLCCB            TO P303-FILE-STATUS
R20002*    (se interrotta) e riapre YPOCKPT in scrittura per registrare
R20002*    i nuovi checkpoint di questa esecuzione
R20002     PERFORM LEGGI-CKPT             THRU F-LEGGI-CKPT
R20032*
R20032*--* Carica i saldi dei crediti verso esercenti dal registro
R20032*    YPBCCRED del giorno precedente (se presente)
R20032     PERFORM CARICA-SALDI-CRED      THRU F-CARICA-SALDI-CRED
R20034*
R20034*--* Carica il girato ai creditori per esercente bloccato e
R20034*    riferimento legale dal registro YPBCBLOC (se presente)
R20034     PERFORM CARICA-SALDI-BLK       THRU F-CARICA-SALDI-BLK

           OPEN OUTPUT YPOERRO.
           IF NOT OERR-NORMAL
      *
           MOVE PGPFH-FUNCT-CODE            TO WS-TIPO-FUN-CODE
           ADD  1                           TO CTR-CONT-LETTI-TOT
R20037*
R20037*--* Importo dei soli record dati veri (200/300/301, come
R20037*    YPBCREGF e YPBCSPLT): gli altri non hanno un COMP-3 valido
R20037     EVALUATE TRUE
R20037        WHEN PGPF-MSG-TYPE-ID = '0610'
R20037         AND PGPF-FUNCT-CODE  = '301'
R20037           COMPUTE CTR-IMPO-LETTI-TOT = CTR-IMPO-LETTI-TOT
R20037                 + (PGPF-PAYMT-TOT-301 / 100)
R20037        WHEN PGPF-MSG-TYPE-ID = '0610'
R20037         AND (   PGPF-FUNCT-CODE = '200'
R20037              OR PGPF-FUNCT-CODE = '300')
R20037           COMPUTE CTR-IMPO-LETTI-TOT = CTR-IMPO-LETTI-TOT
R20037                 + (PGPF-PAYMT-TOT / 100)
R20037     END-EVALUATE
           .
       F-LEGG-FILE.
           EXIT.
R20015     SET WS-DIVISA-VALIDATA-NO        TO TRUE
R20016     SET WS-ERRO-TECNICO-NO           TO TRUE
R20016     SET WS-PARCHEGGIATO-NO           TO TRUE
R20032     SET WS-CCB-NO-CONT-NO            TO TRUE
R20032     SET WS-RECU-TOTALE-NO            TO TRUE
R20032     MOVE ZERO                        TO WS-CR-RECUPERO
R20033     SET WS-TRATTENUTO-NO             TO TRUE
R20033     SET WS-RILASCIATO-NO             TO TRUE
R20034     SET WS-BLOCCATO-NO               TO TRUE
      *-
      *--* Esegue controlli sul record letto
           PERFORM CTRL-MSG
DBG==>*    DISPLAY 'WS-SALT-ELAB     -2-  ('WS-SALT-ELAB')'
              IF WS-SALT-ELAB-NO
      *-
R20033*--* Accredito anomalo oltre le soglie GEP "HLD": la riga PGPF
R20033*    viene inserita con SUPPRESS_CODE 'H' e il movimento resta
R20033*    trattenuto su YPOHOLD in attesa di approvazione (YPBCHOLD);
R20033*    l'accredito gia' rilasciato rientra senza nuovo controllo
R20034*--* Esercente bloccato (elemento GEP "BLK"): l'accredito non
R20034*    segue il percorso contabile normale ma va in sospeso o
R20034*    al creditore pignorante (ESEGUI-DEVIAZIONE) e non passa
R20034*    dalla trattenuta; la riga PGPF ha SUPPRESS_CODE 'B'/'G'
R20034           PERFORM CTRL-BLOCCO
R20034           THRU F-CTRL-BLOCCO
R20033           IF WS-RILASCIATO-NO
R20034           AND WS-BLOCCATO-NO
R20033              PERFORM CTRL-TRATTENUTA
R20033              THRU F-CTRL-TRATTENUTA
R20033           END-IF
      *--* Inserisce dati sulla tabella PGPF
R20034           IF WS-SALT-ELAB-NO
TEST             PERFORM INSE-TABE-PGPF
TEST             THRU  F-INSE-TABE-PGPF
R20034           END-IF
R20034           IF  WS-SALT-ELAB-NO
R20034           AND WS-BLOCCATO-SI
R20034              PERFORM ESEGUI-DEVIAZIONE
R20034              THRU F-ESEGUI-DEVIAZIONE
R20034           END-IF
R20033           IF  WS-SALT-ELAB-NO
R20033           AND WS-TRATTENUTO-SI
R20033              PERFORM SCRIVI-TRATTENUTA
R20033              THRU F-SCRIVI-TRATTENUTA
R20033           END-IF
                 IF WS-SALT-ELAB-NO
R05316          AND WS-SALT-CONT-NO
R08421          AND PGPF-FUNCT-CODE NOT = '301'
R20033          AND WS-TRATTENUTO-NO
R20034          AND WS-BLOCCATO-NO
      *-
      *--* Imposta dati per scrivere file di output
R14316*--* Se siamo nel caso di Postepay Evolution Business
R14316              IF WS-PAN-PPAY-EVOL-BUSI-SI
R14316                 PERFORM IMPOSTA-DATI-OUT-CONT
R14316                 THRU EX-IMPOSTA-DATI-OUT-CONT
R20032*--* Compensazione dei crediti verso l'esercente anche
R20032*    sull'accredito alla carta: il movimento XYDCONT parte al
R20032*    netto del recuperato (importo in centesimi), a recupero
R20032*    totale non viene scritto; il recuperato confluisce nel
R20032*    movimento unico di fine run come per i conti bancari
R20032                 IF PGPF-DB-CR-FLAG = 'C'
R20032                    PERFORM CALC-RECU-BANCA
R20032                    THRU F-CALC-RECU-BANCA
R20032                 END-IF
R20032                 IF WS-RECU-TOTALE-NO
R20032                    COMPUTE XYCRCONT-IMPORTO = XYCRCONT-IMPORTO
R20032                                          - (WS-CR-RECUPERO * 100)
R14316                    PERFORM SCRIVI-REC-OUT-CONT
R14316                    THRU EX-SCRIVI-REC-OUT-CONT
R20032                 ELSE
R20032                    PERFORM RICO-AGGIO-DEST
R20032                    THRU F-RICO-AGGIO-DEST
R20032                 END-IF
R20032                 IF WS-CR-RECUPERO > ZERO
R20032                    PERFORM REGISTRA-RECU-BANCA
R20032                    THRU F-REGISTRA-RECU-BANCA
R20032                 END-IF
R14316              ELSE
DBG==>*              DISPLAY 'WS-TIPO-CC          ('WS-TIPO-CC ')'
DBG==>*              DISPLAY 'PGPF-DB-CR-FLAG     ('PGPF-DB-CR-FLAG ')'
R20024*--* gamba, comportamento attuale invariato
R20024                 PERFORM TRATTA-COMMISSIONE
R20024                 THRU F-TRATTA-COMMISSIONE
R20032*--* Compensazione dei crediti verso l'esercente (addebiti non
R20032*--* incassati): gamba D50 di recupero sullo stesso flusso del
R20032*--* movimento principale, causale dall'elemento GEP "RCR"
R20032                 PERFORM TRATTA-RECU-POSTE
R20032                 THRU F-TRATTA-RECU-POSTE
R05818               END-IF
R05818               IF WS-CC-BANCARIO
R05818                 IF  PGPF-DB-CR-FLAG = 'D'
R12019                          IF YPCWFAMI-O-CONT-BILLI-CCB = SPACES
R12019                          OR YPCWFAMI-O-CONT-BILLI-CCB = LOW-VALUE
R12019                             SET WS-SCRI-SCAR-SI TO TRUE
R20032                             SET WS-CCB-NO-CONT-SI TO TRUE
R12019                          ELSE
TK1274                           PERFORM CONTROLLA-GEP-FPR
TK1274                             THRU EX-CONTROLLA-GEP-FPR
R12019                                 THRU EX-SCRIVI-BILLCCB
ZANCHI                          ELSE
R05818                             SET WS-SCRI-SCAR-SI TO TRUE
R20032                             IF YPCWFAMI-O-CONT-BILLI-CCB
R20032                                = SPACES OR LOW-VALUE
R20032                                SET WS-CCB-NO-CONT-SI TO TRUE
R20032                             END-IF
ZANCHI                          END-IF
R12019                     END-EVALUATE
R05818                 END-IF
R20032*--* Compensazione dei crediti verso l'esercente: il bonifico
R20032*    parte al netto del recuperato, a recupero totale non si
R20032*    emette alcun bonifico
R20032                 IF  PGPF-DB-CR-FLAG = 'C'
R20032                    PERFORM CALC-RECU-BANCA
R20032                    THRU F-CALC-RECU-BANCA
R20032                 END-IF
R05818                 IF  PGPF-DB-CR-FLAG = 'C'
R20032                 AND WS-RECU-TOTALE-NO
R05818                    PERFORM ADD-TOTALI
R05818                    THRU EX-ADD-TOTALI
R20032                    SUBTRACT WS-CR-RECUPERO FROM WS-TOTALI-IMPO-CC
R05818                    PERFORM IMPOSTA-DATI-FXML
R05818                    THRU EX-IMPOSTA-DATI-FXML
R20032                    IF WS-CR-RECUPERO > ZERO
R20032                       SUBTRACT WS-CR-RECUPERO FROM WS-IMPO-MOV
R20032                       MOVE WS-DATI-XML      TO OUTFXML-DATI
R20032                    END-IF
R05818                    PERFORM SCRIVI-FXML
R05818                    THRU EX-SCRIVI-FXML
R20010                    PERFORM RICO-AGGIO-DEST
R20008                    PERFORM SCRIVI-FCSV
R20008                    THRU EX-SCRIVI-FCSV
R05818                 END-IF
R20032                 IF  PGPF-DB-CR-FLAG = 'C'
R20032                 AND WS-CR-RECUPERO > ZERO
R20032*--* Il movimento recuperato per intero non arriva in banca ma
R20032*    e' comunque destinato (al recupero)
R20032                    IF WS-RECU-TOTALE-SI
R20032                       PERFORM RICO-AGGIO-DEST
R20032                       THRU F-RICO-AGGIO-DEST
R20032                    END-IF
R20032                    PERFORM REGISTRA-RECU-BANCA
R20032                    THRU F-REGISTRA-RECU-BANCA
R20032                 END-IF
R05818               END-IF
R14316              END-IF
                 END-IF
R13519*           THRU EX-SCRIVI-SCART2
R13519            PERFORM SCRIVI-SCARTI
R13519            THRU EX-SCRIVI-SCARTI
R20032*--* Addebito non incassato per contratto di billing CCB
R20032*    assente: apre il credito verso l'esercente (registro
R20032*    unico, SCRIVI-DCD-APER-CCB non lo riporta su YPOPART)
R20032            IF WS-CCB-NO-CONT-SI
R20032               PERFORM SCRIVI-CRED-APER
R20032               THRU F-SCRIVI-CRED-APER
R20032            END-IF
R20030*--* Descrizione e codice scarto gia' impostati da CTRL-MANDATO
R11422          END-IF
R05818         ELSE
R20012        PERFORM AGGIORNA-STAT-MERC
R20012        THRU F-AGGIORNA-STAT-MERC
R20012     END-IF
R20031*-
R20031*--* Movimento contabilizzato con esito positivo (compreso
R20031*    l'addebito SDD andato a buon fine in TRATTA-CC-BANCARIO):
R20031*    il payment uid va su YPOPART perche' YPBCPART chiuda le
R20031*    partite DCD aperte sullo stesso uid in un giro precedente
R20031     IF  PGPF-MSG-TYPE-ID = '0610'
R20031     AND (   PGPF-FUNCT-CODE = '200'
R20031          OR PGPF-FUNCT-CODE = '300')
R20031     AND WS-PARCHEGGIATO-NO
R20031     AND (   (    WS-SCRI-SCAR-NO
R20031              AND WS-SALT-ELAB-NO
R20033              AND WS-SALT-CONT-NO
R20033              AND WS-TRATTENUTO-NO)
R20031          OR WS-ELAB-CC-BANCARI-SI)
R20031        PERFORM SCRIVI-PART-CONT    THRU F-SCRIVI-PART-CONT
R20031     END-IF
           .
R20016 F-TRATTA-RECORD.
R20016     EXIT.
           IF WS-IBAN NOT = PGPF-BANK-ACCOUNT(1:27)
              DISPLAY '********************************************'
              DISPLAY 'ATTENZIONE iban disallineato smac/anagFA    '
R20038        MOVE PGPF-BANK-ACCOUNT(1:27) TO MASC-DATO
R20038        PERFORM MASC-MASCHERA       THRU F-MASC-MASCHERA
R20038        DISPLAY 'IBAN SMAC   = ' MASC-DATO(1:27)
R20038        MOVE WS-IBAN                  TO MASC-DATO
R20038        PERFORM MASC-MASCHERA       THRU F-MASC-MASCHERA
R20038        DISPLAY 'IBAN AnagFA = ' MASC-DATO(1:27)
              DISPLAY '********************************************'
           END-IF
R05818     IF WS-CC-BANCARIO
      *
           EXEC SQL
                SELECT FUNCTION_CODE
R20033                ,SUPPRESS_CODE
                  INTO :HV-FUNCTION-CODE
R20033                ,:HV-SUPPRESS-CODE
                  FROM YPTBPGPF
                 WHERE
                       SUMMARY_UID   = :HV-SUMMARY-UID
           END-EXEC
DBG==>*    DISPLAY 'SQLCODE    : ' SQLCODE
      *
R20033*--* Riga marcata 'L' da YPBCHOLD: e' l'accredito trattenuto e
R20033*    approvato che rientra dal flusso delta, non un doppio
R20033     IF  SQLCODE = 0
R20033     AND HV-SUPPRESS-CODE = 'L'
R20033     AND PGPF-FUNCT-CODE NOT = '301'
R20033        SET WS-RILASCIATO-SI          TO TRUE
R20033        GO TO F-CTRL-ESIS-RIGA
R20033     END-IF
R20033*
           IF SQLCODE = 0
              ADD 1                         TO W300-SCART-DUPKEY
              SET WS-SCRI-SCAR-SI           TO TRUE
               WHEN '002'
      *-          IBAN NON TROVATO
                   MOVE SPACES                  TO YPCWS001-RIGA
R20038             MOVE WS-IBAN                 TO MASC-DATO
R20038             PERFORM MASC-MASCHERA      THRU F-MASC-MASCHERA
R20038             STRING ' - IBAN NON TROVATO SU CARD:' MASC-DATO(1:27)
                     DELIMITED BY SIZE
                     INTO YPCWS001-RIGA
                   END-STRING
R20005             MOVE 'IBA3'       TO WS-AREA-APPO-YPOE-COD
              WHEN OTHER
                   MOVE SPACES                  TO YPCWS001-RIGA
R20038             MOVE WS-IBAN                 TO MASC-DATO
R20038             PERFORM MASC-MASCHERA      THRU F-MASC-MASCHERA
R20038             STRING ' - ERRORE SU CARD X IBAN:' MASC-DATO(1:27)
                     DELIMITED BY SIZE
                     INTO YPCWS001-RIGA
                   END-STRING
      *
            IF PGPF-PAYMT-TOT = 0
               MOVE SPACES                  TO YPCWS001-RIGA
R20038          MOVE PGPF-BANK-ACCOUNT      TO MASC-DATO
R20038          PERFORM MASC-MASCHERA     THRU F-MASC-MASCHERA
R20038          STRING  'IBAN: ' MASC-DATO
                        ' - IMPORTO NON VALORIZZATO'
                        DELIMITED BY SIZE
                        INTO YPCWS001-RIGA
      *
            IF  W100-CAUSALE = SPACES
                MOVE SPACES                 TO YPCWS001-RIGA
R20038          MOVE PGPF-BANK-ACCOUNT      TO MASC-DATO
R20038          PERFORM MASC-MASCHERA     THRU F-MASC-MASCHERA
R20038          STRING  'IBAN: ' MASC-DATO
                        ' CAUSALE NON TROVATA SU YYDTABE'
                        DELIMITED BY SIZE
                        INTO YPCWS001-RIGA
      *
            IF  W100-CODOPE  = SPACES
                MOVE SPACES                 TO YPCWS001-RIGA
R20038          MOVE PGPF-BANK-ACCOUNT      TO MASC-DATO
R20038          PERFORM MASC-MASCHERA     THRU F-MASC-MASCHERA
R20038          STRING  'IBAN: ' MASC-DATO
                        ' CODOPE  NON TROVATO SU YYDTABE'
                        DELIMITED BY SIZE
                        INTO YPCWS001-RIGA
      *
            IF  W100-CAUSALE = SPACES
                MOVE SPACES                 TO YPCWS001-RIGA
R20038          MOVE PGPF-BANK-ACCOUNT      TO MASC-DATO
R20038          PERFORM MASC-MASCHERA     THRU F-MASC-MASCHERA
R20038          STRING  'IBAN: ' MASC-DATO
                        ' CAUSALE NON TROVATA SU YYDTABE'
                        DELIMITED BY SIZE
                        INTO YPCWS001-RIGA
      *
            IF  W100-CODOPE  = SPACES
                MOVE SPACES                 TO YPCWS001-RIGA
R20038          MOVE PGPF-BANK-ACCOUNT      TO MASC-DATO
R20038          PERFORM MASC-MASCHERA     THRU F-MASC-MASCHERA
R20038          STRING  'IBAN: ' MASC-DATO
                        ' CODOPE  NON TROVATO SU YYDTABE'
                        DELIMITED BY SIZE
                        INTO YPCWS001-RIGA
      *================================================================*
R11817 SCRIVI-SCART2.
      *
R20038*--* Record in chiaro per il riciclo degli scarti
R20038      MOVE YPCRPGPF-WORK              TO OUSC2RIC-PARTE1
R20038      MOVE VG0000R                    TO OUSC2RIC-PARTE2
R20038      WRITE OUSC2RIC-REC
R20038*
R20038      IF NOT OS2R-NORMAL
R20038         MOVE ST-OUSC2RIC             TO P303-FILE-STATUS
R20038         MOVE '08'                    TO P303-MSGER-RIF
R20038         MOVE 'OUSC2RIC'              TO P303-MSGER-FILE
R20038         MOVE 'WRITE'                 TO P303-MSGER-TIPO
R20038         MOVE 'ERRORE WRITE FILE SCA2 RICICLO'
R20038                                      TO P303-MSGER-DESCR
R20038         PERFORM ERRORE-P303        THRU EX-ERRORE-P303
R20038      END-IF
R20038*
R20038*--* Record per gli operatori: IBAN/PAN del movimento e numero
R20038*    rapporto/IBAN della chiave DCD mascherati; i dati di lavoro
R20038*    sono ripristinati dopo la scrittura
R20038      IF PGPF-FUNCT-CODE NOT = '301'
R20038         MOVE PGPF-BANK-ACCOUNT       TO WS-SCA2-BANK-ACCOUNT
R20038                                         MASC-DATO
R20038         PERFORM MASC-MASCHERA      THRU F-MASC-MASCHERA
R20038         MOVE MASC-DATO               TO PGPF-BANK-ACCOUNT
R20038      ELSE
R20038         MOVE PGPF-BANK-ACCOUNT-301   TO WS-SCA2-BANK-ACCOUNT
R20038                                         MASC-DATO
R20038         PERFORM MASC-MASCHERA      THRU F-MASC-MASCHERA
R20038         MOVE MASC-DATO               TO PGPF-BANK-ACCOUNT-301
R20038      END-IF
R20038      MOVE VG000-KEY-PROC(1:31)       TO WS-SCA2-KEY-PROC
R20038                                         MASC-DATO
R20038      PERFORM MASC-MASCHERA         THRU F-MASC-MASCHERA
R20038      MOVE MASC-DATO(1:31)            TO VG000-KEY-PROC(1:31)
R20038*
            MOVE YPCRPGPF-WORK              TO OUSCART2-PARTE1
            MOVE VG0000R                    TO OUSCART2-PARTE2
            WRITE OUSCART2-REC.
               MOVE 'ERRORE WRITE FILE SCA2' TO P303-MSGER-DESCR
               PERFORM ERRORE-P303        THRU EX-ERRORE-P303
            END-IF
R20038*
R20038      IF PGPF-FUNCT-CODE NOT = '301'
R20038         MOVE WS-SCA2-BANK-ACCOUNT    TO PGPF-BANK-ACCOUNT
R20038      ELSE
R20038         MOVE WS-SCA2-BANK-ACCOUNT    TO PGPF-BANK-ACCOUNT-301
R20038      END-IF
R20038      MOVE WS-SCA2-KEY-PROC           TO VG000-KEY-PROC(1:31)
      *
            ADD 1                           TO CTR-CONT-SCART2
            .
           PERFORM R315-INCREMENTA-PROGR  THRU R315-INCREMENTA-PROGR-EX
           PERFORM IMPO-DCD-DEF           THRU F-IMPO-DCD-DEF
           PERFORM WRITE-OUTDCD           THRU F-WRITE-OUTDCD
R20031     PERFORM SCRIVI-PART-APER       THRU F-SCRIVI-PART-APER
      * se il canone e/c � KO devo fare l'apertura anche per il
      * mancato coec
           IF  PGPF-FUNCT-CODE = '200'
                MOVE 'A'                 TO VG000-FLG-SGN
                MOVE 'DCBCFACP'          TO VG000-COD-CONT
                PERFORM WRITE-OUTDCD   THRU F-WRITE-OUTDCD
R20031          PERFORM SCRIVI-PART-APER
R20031                                 THRU F-SCRIVI-PART-APER
           END-IF.

           .
R12019     MOVE WS-AREA-APPO-YPOE-DESC      TO VG000-KEY-PROC(32:20)
R12019     MOVE YPCWFAMI-O-CODI-FISC        TO VG000-KEY-PROC(52:16)
           PERFORM WRITE-OUTDCD           THRU F-WRITE-OUTDCD
R20032*--* Addebito senza contratto billing CCB: l'importo e' seguito
R20032*    come credito verso l'esercente sul registro YPBCCRED e
R20032*    chiuso dai recuperi; non va anche tra le partite sospese
R20032     IF WS-CCB-NO-CONT-NO
R20032        PERFORM SCRIVI-PART-APER    THRU F-SCRIVI-PART-APER
R20032     END-IF
           .
R05818 EX-SCRIVI-DCD-APER-CCB.
           EXIT.
      *================================================================*
R20031*    Apertura partita sospesa: il DCD appena scritto su OUTDCD   *
R20031*    viene riportato su YPOPART per il registro YPBCPART, con    *
R20031*    chiave payment uid + progressivo partita + conto            *
R20031*================================================================*
R20031 SCRIVI-PART-APER.
R20031*
R20031     INITIALIZE YPCRPART-REC
R20031     SET PART-REC-APERTURA            TO TRUE
R20031     SET PART-APERTA                  TO TRUE
R20031     MOVE PGPF-PAYEMT-UID             TO PART-PAYMENT-UID
R20031     MOVE VG000-CNT-PRG-MOV-PAR       TO PART-PROGR
R20031     MOVE VG000-COD-CONT              TO PART-COD-CONT
R20031     MOVE VG000-COD-TIP-PART          TO PART-COD-TIP-PART
R20031     MOVE VG000-FLG-SGN               TO PART-FLG-SGN
R20031     COMPUTE PART-IMPORTO = PGPF-PAYMT-TOT / 100
R20031     MOVE WS-DATA-AAAAMMGG            TO PART-DATA-APER
R20031     MOVE ZERO                        TO PART-DATA-CHIU
R20031     MOVE PGPF-ME-ID-CODE             TO PART-MERCHANT-ID
R20031     MOVE PGPF-FUNCT-CODE             TO PART-FUNCT-CODE
R20031     MOVE PGPF-DB-CR-FLAG             TO PART-DB-CR-FLAG
R20031     MOVE PROGRAMMA                   TO PART-PROGRAMMA
R20031     MOVE VG0000R                     TO PART-DCD-APER
R20031*
R20031     PERFORM WRITE-YPOPART          THRU F-WRITE-YPOPART
R20031     ADD 1                            TO CTR-PART-APER
R20031     .
R20031 F-SCRIVI-PART-APER.
R20031     EXIT.
      *================================================================*
R20031*    Payment uid contabilizzato con esito positivo: candidato    *
R20031*    alla chiusura delle partite aperte sullo stesso uid in un   *
R20031*    giro precedente (riciclo scarti compreso)                   *
R20031*================================================================*
R20031 SCRIVI-PART-CONT.
R20031*
R20031     INITIALIZE YPCRPART-REC
R20031     SET PART-REC-CONTABIL            TO TRUE
R20031     MOVE PGPF-PAYEMT-UID             TO PART-PAYMENT-UID
R20031     COMPUTE PART-IMPORTO = PGPF-PAYMT-TOT / 100
R20031     MOVE ZERO                        TO PART-DATA-APER
R20031     MOVE WS-DATA-AAAAMMGG            TO PART-DATA-CHIU
R20031     MOVE PGPF-ME-ID-CODE             TO PART-MERCHANT-ID
R20031     MOVE PGPF-FUNCT-CODE             TO PART-FUNCT-CODE
R20031     MOVE PGPF-DB-CR-FLAG             TO PART-DB-CR-FLAG
R20031     MOVE PROGRAMMA                   TO PART-PROGRAMMA
R20031     MOVE PROGRAMMA                   TO PART-ORIGINE-CHIU
R20031*
R20031     PERFORM WRITE-YPOPART          THRU F-WRITE-YPOPART
R20031     ADD 1                            TO CTR-PART-CONT
R20031     .
R20031 F-SCRIVI-PART-CONT.
R20031     EXIT.
      *================================================================*
R20031 WRITE-YPOPART.
R20031*
R20031     IF NOT WS-RUN-SIMULAZIONE
R20031        WRITE YPOPART-REC            FROM YPCRPART-REC
R20031        IF NOT OPAR-NORMAL
R20031           MOVE ST-YPOPART            TO P303-FILE-STATUS
R20031           MOVE '44'                  TO P303-MSGER-RIF
R20031           MOVE 'YPOPART '            TO P303-MSGER-FILE
R20031           MOVE 'WRITE'               TO P303-MSGER-TIPO
R20031           MOVE 'ERRORE WRITE FILE YPOPART' TO P303-MSGER-DESCR
R20031           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20031        END-IF
R20031     END-IF
R20031     .
R20031 F-WRITE-YPOPART.
R20031     EXIT.
      *================================================================*
R20032*    Carica in tabella i saldi dei crediti verso esercenti dal   *
R20032*    registro YPBCCRED (record saldo con importo positivo);      *
R20032*    registro assente = nessun credito da compensare             *
R20032*================================================================*
R20032 CARICA-SALDI-CRED.
R20032*
R20032     MOVE ZERO                        TO WS-IND-CRED
R20032     MOVE ZERO                        TO WS-EOF-ICREDSAL
R20032     OPEN INPUT ICREDSAL
R20032     IF ICRS-NOTFND
R20032        GO TO F-CARICA-SALDI-CRED
R20032     END-IF
R20032     IF NOT ICRS-NORMAL
R20032        MOVE ST-ICREDSAL              TO P303-FILE-STATUS
R20032        MOVE '47'                     TO P303-MSGER-RIF
R20032        MOVE 'OPENINP'                TO P303-MSGER-TIPO
R20032        MOVE 'ICREDSAL'               TO P303-MSGER-FILE
R20032        PERFORM ERRORE-P303         THRU EX-ERRORE-P303
R20032     END-IF
R20032*
R20032     PERFORM LEGG-ICREDSAL          THRU F-LEGG-ICREDSAL
R20032     PERFORM CARI-SALDO-CRED        THRU F-CARI-SALDO-CRED
R20032        UNTIL WS-EOF-ICREDSAL = 1
R20032     CLOSE ICREDSAL
R20032     .
R20032 F-CARICA-SALDI-CRED.
R20032     EXIT.
      *================================================================*
R20032 CARI-SALDO-CRED.
R20032*
R20032     IF  CRED-REC-SALDO
R20032     AND CRED-SALDO > ZERO
R20032        IF WS-IND-CRED < 10000
R20032           ADD 1                      TO WS-IND-CRED
R20032           MOVE CRED-MERCHANT-200
R20032             TO WK-CR-MERCHANT(WS-IND-CRED)
R20032           MOVE CRED-SALDO
R20032             TO WK-CR-SALDO(WS-IND-CRED)
R20032           ADD 1                      TO CTR-CRED-SALDI-LETTI
R20032        ELSE
R20032           ADD 1                      TO CTR-CRED-ECCED
R20032        END-IF
R20032     END-IF
R20032*
R20032     PERFORM LEGG-ICREDSAL          THRU F-LEGG-ICREDSAL
R20032     .
R20032 F-CARI-SALDO-CRED.
R20032     EXIT.
      *================================================================*
R20032 LEGG-ICREDSAL.
R20032*
R20032     READ ICREDSAL                  INTO YPCRCRED-REC
R20032     IF ICRS-EOF
R20032        MOVE 1                        TO WS-EOF-ICREDSAL
R20032     ELSE
R20032        IF NOT ICRS-NORMAL
R20032           MOVE ST-ICREDSAL           TO P303-FILE-STATUS
R20032           MOVE '48'                  TO P303-MSGER-RIF
R20032           MOVE 'READ'                TO P303-MSGER-TIPO
R20032           MOVE 'ICREDSAL'            TO P303-MSGER-FILE
R20032           MOVE 'ERRORE READ FILE ICREDSAL' TO P303-MSGER-DESCR
R20032           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20032        END-IF
R20032     END-IF
R20032     .
R20032 F-LEGG-ICREDSAL.
R20032     EXIT.
      *================================================================*
R20032*    Chiave del registro crediti (codice anagrafico esercente,   *
R20032*    in mancanza il merchant id) e posizione del saldo in        *
R20032*    tabella (WS-CR-CORR = 0 se l'esercente non ha crediti)      *
R20032*================================================================*
R20032 CERCA-SALDO-CRED.
R20032*
R20032     MOVE PGPF-ME-ID-CODE-200         TO WS-CR-MERCHANT
R20032     IF WS-CR-MERCHANT = SPACES OR LOW-VALUE
R20032        MOVE PGPF-ME-ID-CODE          TO WS-CR-MERCHANT
R20032     END-IF
R20032*
R20032     MOVE ZERO                        TO WS-CR-CORR
R20032     PERFORM VARYING WS-IND-CR FROM 1 BY 1
R20032        UNTIL WS-IND-CR > WS-IND-CRED
R20032        IF WK-CR-MERCHANT(WS-IND-CR) = WS-CR-MERCHANT
R20032           MOVE WS-IND-CR             TO WS-CR-CORR
R20032           MOVE WS-IND-CRED           TO WS-IND-CR
R20032        END-IF
R20032     END-PERFORM
R20032     .
R20032 F-CERCA-SALDO-CRED.
R20032     EXIT.
      *================================================================*
R20032*    Quota dell'accredito (F.C. 200/300) da trattenere a         *
R20032*    recupero del credito verso l'esercente: il minore tra       *
R20032*    saldo aperto e importo dell'accredito; nessun recupero in   *
R20032*    un'istanza di run partizionato                              *
R20032*================================================================*
R20032 CALC-RECUPERO-CRED.
R20032*
R20032     MOVE ZERO                        TO WS-CR-RECUPERO
R20032     SET WS-RECU-TOTALE-NO            TO TRUE
R20032     IF WS-RUN-PARTIZIONATO
R20032        GO TO F-CALC-RECUPERO-CRED
R20032     END-IF
R20032     IF  PGPF-FUNCT-CODE NOT = '200'
R20032     AND PGPF-FUNCT-CODE NOT = '300'
R20032        GO TO F-CALC-RECUPERO-CRED
R20032     END-IF
R20032*
R20032     COMPUTE WS-CR-IMPORTO = PGPF-PAYMT-TOT / 100
R20032     IF WS-CR-IMPORTO NOT > ZERO
R20032        GO TO F-CALC-RECUPERO-CRED
R20032     END-IF
R20032*
R20032     PERFORM CERCA-SALDO-CRED       THRU F-CERCA-SALDO-CRED
R20032     IF WS-CR-CORR = ZERO
R20032        GO TO F-CALC-RECUPERO-CRED
R20032     END-IF
R20032     IF WK-CR-SALDO(WS-CR-CORR) NOT > ZERO
R20032        GO TO F-CALC-RECUPERO-CRED
R20032     END-IF
R20032*
R20032     IF WK-CR-SALDO(WS-CR-CORR) < WS-CR-IMPORTO
R20032        MOVE WK-CR-SALDO(WS-CR-CORR)  TO WS-CR-RECUPERO
R20032     ELSE
R20032        MOVE WS-CR-IMPORTO            TO WS-CR-RECUPERO
R20032        SET WS-RECU-TOTALE-SI         TO TRUE
R20032     END-IF
R20032     .
R20032 F-CALC-RECUPERO-CRED.
R20032     EXIT.
      *================================================================*
R20032*    Accredito su rapporto Poste: il movimento principale e'     *
R20032*    gia' scritto (o accumulato a netto), la compensazione e'    *
R20032*    una gamba D50 in DARE con la causale di recupero, come la   *
R20032*    gamba commissionale                                         *
R20032*================================================================*
R20032 TRATTA-RECU-POSTE.
R20032*
R20032     IF PGPF-DB-CR-FLAG NOT = 'C'
R20032        GO TO F-TRATTA-RECU-POSTE
R20032     END-IF
R20032*
R20032     PERFORM CALC-RECUPERO-CRED     THRU F-CALC-RECUPERO-CRED
R20032     IF WS-CR-RECUPERO = ZERO
R20032        GO TO F-TRATTA-RECU-POSTE
R20032     END-IF
R20032*
R20032*--* Senza causale di recupero per i rapporti Poste la gamba non
R20032*    e' contabilizzabile: l'accredito resta pieno e il credito
R20032*    resta aperto sul registro
R20032     IF TRCR-CAUSALE-POSTE = SPACES OR LOW-VALUE
R20032        ADD 1                         TO CTR-CRED-SENZA-CAUS
R20032        MOVE ZERO                     TO WS-CR-RECUPERO
R20032        GO TO F-TRATTA-RECU-POSTE
R20032     END-IF
R20032*
R20032     PERFORM IMPOSTA-DATI-RECU      THRU F-IMPOSTA-DATI-RECU
R20032     PERFORM SCRIVI-REC-RECU        THRU F-SCRIVI-REC-RECU
R20032     MOVE 'P'                         TO WS-CR-ORIGINE
R20032     MOVE TRCR-CAUSALE-POSTE          TO WS-CR-CAUSALE
R20032     PERFORM SCRIVI-CRED-RECU       THRU F-SCRIVI-CRED-RECU
R20032     .
R20032 F-TRATTA-RECU-POSTE.
R20032     EXIT.
      *================================================================*
R20032 IMPOSTA-DATI-RECU.
R20032*
R20032     MOVE TRCR-CAUSALE-POSTE          TO CRVSD50-CAUSALE
R20032     IF TRCR-CODOPE-POSTE = SPACES OR LOW-VALUE
R20032        MOVE TRCR-CAUSALE-POSTE       TO CRVSD50-CODOPE
R20032     ELSE
R20032        MOVE TRCR-CODOPE-POSTE        TO CRVSD50-CODOPE
R20032     END-IF
R20032     MOVE 'D'                         TO CRVSD50-FLAGDA
R20032     MOVE WS-CR-RECUPERO              TO CRVSD50-IMPOPER
R20032     MOVE WS-CR-RECUPERO              TO CRVSD50-CVALORE
R20032     MOVE W100-DATA-OPERAZ            TO W100-RECU-DATA
R20032     MOVE WS-CR-MERCHANT              TO W100-RECU-MERCHANT
R20032     MOVE W100-DESCMOV-RECU           TO CRVSD50-DESCMOV
R20032     MOVE 'D'                         TO CRVSD50-AREAPAS(177:01)
R20032     .
R20032 F-IMPOSTA-DATI-RECU.
R20032     EXIT.
      *================================================================*
R20032*    NB: come la gamba commissionale, il recupero non passa da   *
R20032*    SCRIVI-REC-OUT/SCRIVI-REC-OUTB (niente CTR-CONT-SCRITTI ne' *
R20032*    RICO-AGGIO-DEST): e' un movimento in piu' senza             *
R20032*    contropartita lato PGPF                                     *
R20032*================================================================*
R20032 SCRIVI-REC-RECU.
R20032*
R20032      IF NOT WS-RUN-SIMULAZIONE
R20032      EVALUATE  YPCRTPGP-DATI-TIPO-ELAB
R20032      WHEN 'IBAN'
R20032         WRITE  OPECONT-REC         FROM  CRVSD50-RECF
R20032         IF NOT OPEC-NORMAL
R20032            MOVE ST-OPECONT           TO P303-FILE-STATUS
R20032            MOVE '49'                 TO P303-MSGER-RIF
R20032            MOVE 'OPECONT '           TO P303-MSGER-FILE
R20032            MOVE 'WRITE'              TO P303-MSGER-TIPO
R20032            MOVE 'ERRORE WRITE RECUPERO' TO P303-MSGER-DESCR
R20032            PERFORM ERRORE-P303     THRU EX-ERRORE-P303
R20032         END-IF
R20032      WHEN 'IBAB'
R20032         WRITE  OPECONTB-REC        FROM  CRVSD50-RECF
R20032         IF NOT OPECB-NORMAL
R20032            MOVE ST-OPECONTB          TO P303-FILE-STATUS
R20032            MOVE '49'                 TO P303-MSGER-RIF
R20032            MOVE 'OPECONTB'           TO P303-MSGER-FILE
R20032            MOVE 'WRITE'              TO P303-MSGER-TIPO
R20032            MOVE 'ERRORE WRITE RECUPERO' TO P303-MSGER-DESCR
R20032            PERFORM ERRORE-P303     THRU EX-ERRORE-P303
R20032         END-IF
R20032      END-EVALUATE
R20032      END-IF
R20032*
R20032      IF YPCRTPGP-DATI-TIPO-ELAB = 'IBAB'
R20032         ADD 1                       TO CTR-RECU-SCRITTE-B
R20032      ELSE
R20032         ADD 1                       TO CTR-RECU-SCRITTE
R20032      END-IF
R20032      .
R20032 F-SCRIVI-REC-RECU.
R20032     EXIT.
      *================================================================*
R20032*    Accredito su conto bancario: se l'esercente ha un credito   *
R20032*    aperto il bonifico viene ridotto della quota recuperata     *
R20032*    (solo con causale di recupero CCB censita su GEP "RCR")     *
R20032*================================================================*
R20032 CALC-RECU-BANCA.
R20032*
R20032     PERFORM CALC-RECUPERO-CRED     THRU F-CALC-RECUPERO-CRED
R20032     IF  WS-CR-RECUPERO > ZERO
R20032     AND (   TRCR-CAUSALE-BANCA = SPACES
R20032          OR TRCR-CAUSALE-BANCA = LOW-VALUE)
R20032        ADD 1                         TO CTR-CRED-SENZA-CAUS
R20032        MOVE ZERO                     TO WS-CR-RECUPERO
R20032        SET WS-RECU-TOTALE-NO         TO TRUE
R20032     END-IF
R20032     .
R20032 F-CALC-RECU-BANCA.
R20032     EXIT.
      *================================================================*
R20032 REGISTRA-RECU-BANCA.
R20032*
R20032     ADD WS-CR-RECUPERO               TO WS-CR-RECU-BANCA
R20032     MOVE 'B'                         TO WS-CR-ORIGINE
R20032     MOVE TRCR-CAUSALE-BANCA          TO WS-CR-CAUSALE
R20032     PERFORM SCRIVI-CRED-RECU       THRU F-SCRIVI-CRED-RECU
R20032     .
R20032 F-REGISTRA-RECU-BANCA.
R20032     EXIT.
      *================================================================*
R20032*    Fine run: movimento unico dei recuperi sugli accrediti a    *
R20032*    conti bancari e a carte Postepay Evolution Business, sul    *
R20032*    rapporto di regolamento CCB (stessa                         *
R20032*    impostazione del giroconto IMPOSTA-DATI-OUT-CC-VTPIE) con   *
R20032*    la causale di recupero CCB dell'elemento GEP "RCR"          *
R20032*================================================================*
R20032 SCRIVI-RECU-BANCA.
R20032*
R20032     PERFORM IMPOSTA-DATI-OUT-CC-VTPIE
R20032        THRU EX-IMPOSTA-DATI-OUT-CC-VTPIE
R20032     MOVE TRCR-CAUSALE-BANCA          TO CRVSD50-CAUSALE
R20032     IF TRCR-CODOPE-BANCA = SPACES OR LOW-VALUE
R20032        MOVE TRCR-CAUSALE-BANCA       TO CRVSD50-CODOPE
R20032     ELSE
R20032        MOVE TRCR-CODOPE-BANCA        TO CRVSD50-CODOPE
R20032     END-IF
R20032     MOVE WS-CR-RECU-BANCA            TO CRVSD50-IMPOPER
R20032     MOVE WS-CR-RECU-BANCA            TO CRVSD50-CVALORE
R20032     MOVE W100-DATA-OPER              TO W100-RECU-DATA-CC
R20032     MOVE W100-DESCMOV-RECU-CC        TO CRVSD50-DESCMOV
R20032*
R20032     IF NOT WS-RUN-SIMULAZIONE
R20032        WRITE  OPECONT-REC            FROM  CRVSD50-RECF
R20032        IF NOT OPEC-NORMAL
R20032           MOVE ST-OPECONT            TO P303-FILE-STATUS
R20032           MOVE '49'                  TO P303-MSGER-RIF
R20032           MOVE 'OPECONT '            TO P303-MSGER-FILE
R20032           MOVE 'WRITE'               TO P303-MSGER-TIPO
R20032           MOVE 'ERRORE WRITE RECUPERO' TO P303-MSGER-DESCR
R20032           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20032        END-IF
R20032     END-IF
R20032     ADD 1                            TO CTR-RECU-SCRITTE
R20032     .
R20032 F-SCRIVI-RECU-BANCA.
R20032     EXIT.
      *================================================================*
R20032*    Apertura credito verso l'esercente: addebito su conto       *
R20032*    bancario non incassato (contratto billing CCB assente);     *
R20032*    il saldo in tabella cresce subito, cosi' gli accrediti      *
R20032*    successivi dello stesso run lo compensano                   *
R20032*================================================================*
R20032 SCRIVI-CRED-APER.
R20032*
R20032     COMPUTE WS-CR-IMPORTO = PGPF-PAYMT-TOT / 100
R20032     IF WS-CR-IMPORTO < ZERO
R20032        COMPUTE WS-CR-IMPORTO = WS-CR-IMPORTO * -1
R20032     END-IF
R20032*
R20032     PERFORM CERCA-SALDO-CRED       THRU F-CERCA-SALDO-CRED
R20032     IF WS-CR-CORR = ZERO
R20032        IF WS-IND-CRED < 10000
R20032           ADD 1                      TO WS-IND-CRED
R20032           MOVE WS-IND-CRED           TO WS-CR-CORR
R20032           MOVE WS-CR-MERCHANT
R20032             TO WK-CR-MERCHANT(WS-CR-CORR)
R20032           MOVE ZERO                  TO WK-CR-SALDO(WS-CR-CORR)
R20032        ELSE
R20032           ADD 1                      TO CTR-CRED-ECCED
R20032        END-IF
R20032     END-IF
R20032     IF WS-CR-CORR > ZERO
R20032        ADD WS-CR-IMPORTO             TO WK-CR-SALDO(WS-CR-CORR)
R20032     END-IF
R20032*
R20032     INITIALIZE YPCRCRED-REC
R20032     SET CRED-REC-APERTURA            TO TRUE
R20032     SET CRED-ORIG-CCB-NO-CONT        TO TRUE
R20032     MOVE WS-CR-MERCHANT              TO CRED-MERCHANT-200
R20032     MOVE PGPF-ME-ID-CODE             TO CRED-MERCHANT-ID
R20032     MOVE PGPF-PAYEMT-UID             TO CRED-PAYMENT-UID
R20032     MOVE PGPF-FUNCT-CODE             TO CRED-FUNCT-CODE
R20032     MOVE WS-CR-IMPORTO               TO CRED-IMPORTO
R20032     MOVE WS-DATA-AAAAMMGG            TO CRED-DATA-MOV
R20032     MOVE PROGRAMMA                   TO CRED-PROGRAMMA
R20032*
R20032     PERFORM WRITE-YPOCRED          THRU F-WRITE-YPOCRED
R20032     ADD 1                            TO CTR-CRED-APER
R20032     ADD WS-CR-IMPORTO                TO CTR-CRED-APER-IMPO
R20032     .
R20032 F-SCRIVI-CRED-APER.
R20032     EXIT.
      *================================================================*
R20032*    Recupero del credito verso l'esercente su un accredito:     *
R20032*    scala il saldo in tabella e lo riporta su YPOCRED           *
R20032*================================================================*
R20032 SCRIVI-CRED-RECU.
R20032*
R20032     SUBTRACT WS-CR-RECUPERO        FROM WK-CR-SALDO(WS-CR-CORR)
R20032*
R20032     INITIALIZE YPCRCRED-REC
R20032     SET CRED-REC-RECUPERO            TO TRUE
R20032     MOVE WS-CR-ORIGINE               TO CRED-ORIGINE
R20032     MOVE WS-CR-MERCHANT              TO CRED-MERCHANT-200
R20032     MOVE PGPF-ME-ID-CODE             TO CRED-MERCHANT-ID
R20032     MOVE PGPF-PAYEMT-UID             TO CRED-PAYMENT-UID
R20032     MOVE PGPF-FUNCT-CODE             TO CRED-FUNCT-CODE
R20032     MOVE WS-CR-RECUPERO              TO CRED-IMPORTO
R20032     MOVE WS-DATA-AAAAMMGG            TO CRED-DATA-MOV
R20032     MOVE WS-CR-CAUSALE               TO CRED-CAUSALE
R20032     MOVE PROGRAMMA                   TO CRED-PROGRAMMA
R20032*
R20032     PERFORM WRITE-YPOCRED          THRU F-WRITE-YPOCRED
R20032     ADD 1                            TO CTR-CRED-RECU
R20032     ADD WS-CR-RECUPERO               TO CTR-CRED-RECU-IMPO
R20032     .
R20032 F-SCRIVI-CRED-RECU.
R20032     EXIT.
      *================================================================*
R20032 WRITE-YPOCRED.
R20032*
R20032     IF NOT WS-RUN-SIMULAZIONE
R20032        WRITE YPOCRED-REC            FROM YPCRCRED-REC
R20032        IF NOT OCRE-NORMAL
R20032           MOVE ST-YPOCRED            TO P303-FILE-STATUS
R20032           MOVE '46'                  TO P303-MSGER-RIF
R20032           MOVE 'YPOCRED '            TO P303-MSGER-FILE
R20032           MOVE 'WRITE'               TO P303-MSGER-TIPO
R20032           MOVE 'ERRORE WRITE FILE YPOCRED' TO P303-MSGER-DESCR
R20032           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20032        END-IF
R20032     END-IF
R20032     .
R20032 F-WRITE-YPOCRED.
R20032     EXIT.
      *================================================================*
R20033*    Trattenuta degli accrediti anomali: accredito 200/300       *
R20033*    destinato alla contabilizzazione oltre il massimale         *
R20033*    dell'esercente o oltre il multiplo della sua media recente  *
R20033*    (elemento GEP "HLD")                                        *
      *================================================================*
R20033 CTRL-TRATTENUTA.
R20033*
R20033     IF  PGPF-DB-CR-FLAG NOT = 'C'
R20033     OR  WS-SALT-CONT-SI
R20033     OR (    PGPF-FUNCT-CODE NOT = '200'
R20033         AND PGPF-FUNCT-CODE NOT = '300')
R20033        GO TO F-CTRL-TRATTENUTA
R20033     END-IF
R20033*
R20033     PERFORM CERCA-SOGLIE-HOLD      THRU F-CERCA-SOGLIE-HOLD
R20033     IF WK-HL-ESITO(WS-HL-CORR) NOT = 'T'
R20033        GO TO F-CTRL-TRATTENUTA
R20033     END-IF
R20033*
R20033     COMPUTE WS-HOLD-IMPORTO = PGPF-PAYMT-TOT / 100
R20033     MOVE ZERO                        TO WS-HOLD-SOGLIA
R20033     MOVE SPACES                      TO WS-HOLD-MOTIVO
R20033*
R20033*--* Massimale dell'esercente (in mancanza quello generale)
R20033     IF  WK-HL-MASSIMALE(WS-HL-CORR) > ZERO
R20033     AND WS-HOLD-IMPORTO > WK-HL-MASSIMALE(WS-HL-CORR)
R20033        MOVE WK-HL-MASSIMALE(WS-HL-CORR) TO WS-HOLD-SOGLIA
R20033        MOVE 'M'                      TO WS-HOLD-MOTIVO
R20033        ADD 1                         TO CTR-HOLD-MASSIMALE
R20033        SET WS-TRATTENUTO-SI          TO TRUE
R20033        GO TO F-CTRL-TRATTENUTA
R20033     END-IF
R20033*
R20033*--* Multiplo della media recente: solo se la media poggia su
R20033*    abbastanza accrediti e l'importo supera il minimo
R20033     IF  WK-HL-MOLTIPLIC(WS-HL-CORR) > ZERO
R20033     AND WK-HL-NUM-ACCR(WS-HL-CORR) > ZERO
R20033     AND WK-HL-NUM-ACCR(WS-HL-CORR) NOT <
R20033         WK-HL-MIN-ACCR(WS-HL-CORR)
R20033     AND WS-HOLD-IMPORTO NOT < WK-HL-IMPO-MIN(WS-HL-CORR)
R20033        COMPUTE WS-HOLD-SOGLIA ROUNDED =
R20033                WK-HL-MEDIA(WS-HL-CORR)
R20033              * WK-HL-MOLTIPLIC(WS-HL-CORR)
R20033        IF WS-HOLD-IMPORTO > WS-HOLD-SOGLIA
R20033           MOVE 'A'                   TO WS-HOLD-MOTIVO
R20033           ADD 1                      TO CTR-HOLD-MEDIA
R20033           SET WS-TRATTENUTO-SI       TO TRUE
R20033        END-IF
R20033     END-IF
R20033     .
R20033 F-CTRL-TRATTENUTA.
R20033     EXIT.
      *================================================================*
R20033*    Cerca le soglie dell'esercente in cache, se assenti le      *
R20033*    calcola (elemento GEP "HLD" dell'esercente e media degli    *
R20033*    accrediti recenti su YPTBPGPF)                              *
      *================================================================*
R20033 CERCA-SOGLIE-HOLD.
R20033*
R20033     MOVE ZERO                        TO WS-HL-CORR
R20033     PERFORM VARYING WS-IND-HL FROM 1 BY 1
R20033        UNTIL WS-IND-HL > WS-IND-HOLD
R20033        IF WK-HL-MID(WS-IND-HL) = PGPF-ME-ID-CODE
R20033           MOVE WS-IND-HL             TO WS-HL-CORR
R20033           MOVE 501                   TO WS-IND-HL
R20033        END-IF
R20033     END-PERFORM
R20033*
R20033     IF WS-HL-CORR = ZERO
R20033        IF WS-IND-HOLD < 500
R20033           ADD 1                      TO WS-IND-HOLD
R20033        ELSE
R20033           ADD 1                      TO CTR-HOLD-CACHE-ECCED
R20033        END-IF
R20033        MOVE WS-IND-HOLD              TO WS-HL-CORR
R20033        MOVE PGPF-ME-ID-CODE    TO WK-HL-MID(WS-HL-CORR)
R20033        PERFORM CARICA-SOGLIE-HOLD  THRU F-CARICA-SOGLIE-HOLD
R20033     END-IF
R20033     .
R20033 F-CERCA-SOGLIE-HOLD.
R20033     EXIT.
      *================================================================*
R20033 CARICA-SOGLIE-HOLD.
R20033*
R20033     MOVE WS-HOLD-GEN-MASSIMALE    TO WK-HL-MASSIMALE(WS-HL-CORR)
R20033     MOVE WS-HOLD-GEN-MOLTIPLIC    TO WK-HL-MOLTIPLIC(WS-HL-CORR)
R20033     MOVE WS-HOLD-GEN-GIORNI       TO WK-HL-GIORNI(WS-HL-CORR)
R20033     MOVE WS-HOLD-GEN-MIN-ACCR     TO WK-HL-MIN-ACCR(WS-HL-CORR)
R20033     MOVE WS-HOLD-GEN-IMPO-MIN     TO WK-HL-IMPO-MIN(WS-HL-CORR)
R20033     MOVE ZERO                     TO WK-HL-MEDIA(WS-HL-CORR)
R20033                                      WK-HL-NUM-ACCR(WS-HL-CORR)
R20033*
R20033*--* Elemento dell'esercente: i campi valorizzati sostituiscono
R20033*    i valori generali
R20033     MOVE SPACES                   TO YPCRTHLD-DATI
R20033     INITIALIZE                    HV-TABE
R20033     MOVE 'GEP'                 TO HV-TABE-KNAMTB1
R20033     MOVE 'HLD'                 TO HV-TABE-KVARTB1(1:3)
R20033     MOVE PGPF-ME-ID-CODE       TO HV-TABE-KVARTB1(4:15)
R20033
R20033     EXEC SQL SELECT DATI
R20033          INTO :HV-TABE-DATI
R20033          FROM XYTBTABE
R20033     WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
R20033           KVARTB1 = :HV-TABE-KVARTB1
R20033     END-EXEC
R20033     .
R20033
R20033     MOVE SQLCODE                  TO W100-APPO-SQLCODE
R20033     EVALUATE SQLCODE
R20033      WHEN +0
R20033             MOVE HV-TABE-DATI-A      TO YPCRTHLD-DATI
R20033             IF  THLD-MASSIMALE IS NUMERIC
R20033             AND THLD-MASSIMALE > ZERO
R20033                MOVE THLD-MASSIMALE
R20033                  TO WK-HL-MASSIMALE(WS-HL-CORR)
R20033             END-IF
R20033             IF  THLD-MOLTIPLICATORE IS NUMERIC
R20033             AND THLD-MOLTIPLICATORE > ZERO
R20033                MOVE THLD-MOLTIPLICATORE
R20033                  TO WK-HL-MOLTIPLIC(WS-HL-CORR)
R20033             END-IF
R20033             IF  THLD-GIORNI-MEDIA IS NUMERIC
R20033             AND THLD-GIORNI-MEDIA > ZERO
R20033                MOVE THLD-GIORNI-MEDIA
R20033                  TO WK-HL-GIORNI(WS-HL-CORR)
R20033             END-IF
R20033             IF  THLD-MIN-ACCREDITI IS NUMERIC
R20033             AND THLD-MIN-ACCREDITI > ZERO
R20033                MOVE THLD-MIN-ACCREDITI
R20033                  TO WK-HL-MIN-ACCR(WS-HL-CORR)
R20033             END-IF
R20033             IF  THLD-IMPORTO-MINIMO IS NUMERIC
R20033             AND THLD-IMPORTO-MINIMO > ZERO
R20033                MOVE THLD-IMPORTO-MINIMO
R20033                  TO WK-HL-IMPO-MIN(WS-HL-CORR)
R20033             END-IF
R20033      WHEN +100
R20033*--* Esercente senza soglie proprie: valori generali
R20033             CONTINUE
R20033      WHEN OTHER
R20033        MOVE SPACES                      TO YPCWS001-RIGA
R20033        MOVE SPACES                      TO YP-MSGERR
R20033        STRING
R20033            'ERRORE read TABELLA GEP-HLD SQLCODE: '
R20033            W100-APPO-SQLCODE ' riga =>'
R20033        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20033        END-STRING
R20033        MOVE HV-TABE                     TO YP-MSGERR-2
R20033*
R20033        PERFORM GEST-ERRO-SU-TRE-RIGH
R20033           THRU F-GEST-ERRO-SU-TRE-RIGH
R20033     END-EVALUATE
R20033*
R20033     IF  WK-HL-MASSIMALE(WS-HL-CORR) = ZERO
R20033     AND WK-HL-MOLTIPLIC(WS-HL-CORR) = ZERO
R20033        MOVE 'N'                      TO WK-HL-ESITO(WS-HL-CORR)
R20033        GO TO F-CARICA-SOGLIE-HOLD
R20033     END-IF
R20033     MOVE 'T'                         TO WK-HL-ESITO(WS-HL-CORR)
R20033*
R20033     IF WK-HL-MOLTIPLIC(WS-HL-CORR) > ZERO
R20033        PERFORM CALC-MEDIA-HOLD     THRU F-CALC-MEDIA-HOLD
R20033     END-IF
R20033     .
R20033 F-CARICA-SOGLIE-HOLD.
R20033     EXIT.
      *================================================================*
R20033*    Media degli accrediti 200/300 dell'esercente su YPTBPGPF    *
R20033*    negli ultimi giorni (esclusi il giorno corrente e gli       *
R20033*    accrediti ancora trattenuti o respinti)                     *
      *================================================================*
R20033 CALC-MEDIA-HOLD.
R20033*
R20033     IF WK-HL-GIORNI(WS-HL-CORR) = ZERO
R20033        MOVE 30                       TO WK-HL-GIORNI(WS-HL-CORR)
R20033     END-IF
R20033*
R20033     MOVE SPACES                      TO UTDATA-PARAM
R20033     INITIALIZE UTDATA-PARAM
R20033     MOVE WS-DATA-AAAAMMGG            TO UTDATA-DATA-1
R20033     MOVE 3                           TO UTDATA-FUNZIONE
R20033     COMPUTE UTDATA-GIORNI = ZERO - WK-HL-GIORNI(WS-HL-CORR)
R20033*
R20033     CALL WS-XSCDAT USING UTDATA-PARAM
R20033*
R20033     IF UTDATA-ERRORE NOT = ZEROES
R20033        DISPLAY '*** ERRORE CALCOLO ROUTINE DATA XSCDAT *** '
R20033        DISPLAY '  COD-ERR ---> '  UTDATA-ERRORE
R20033        DISPLAY '  DATA    ---> '  UTDATA-DATA-1
R20033        DISPLAY '  MEDIA NON CALCOLATA PER ' PGPF-ME-ID-CODE
R20033        GO TO F-CALC-MEDIA-HOLD
R20033     END-IF
R20033     MOVE UTDATA-DATA-2               TO WS-HOLD-DATA-INI
R20033*
R20033     MOVE PGPF-ME-ID-CODE             TO HV-HOLD-MERCHANT
R20033     MOVE SPACES                      TO HV-HOLD-DATA-INI
R20033                                         HV-HOLD-DATA-FIN
R20033     STRING WS-HOLD-DATA-INI(1:4) '-'
R20033            WS-HOLD-DATA-INI(5:2) '-'
R20033            WS-HOLD-DATA-INI(7:2)
R20033            DELIMITED BY SIZE
R20033            INTO HV-HOLD-DATA-INI
R20033     END-STRING
R20033     STRING WS-DATA-AAAAMMGG(1:4) '-'
R20033            WS-DATA-AAAAMMGG(5:2) '-'
R20033            WS-DATA-AAAAMMGG(7:2)
R20033            DELIMITED BY SIZE
R20033            INTO HV-HOLD-DATA-FIN
R20033     END-STRING
R20033*
R20033     EXEC SQL
R20033          SELECT VALUE(AVG(PAYMENT_AMOUNT), 0)
R20033                ,COUNT(*)
R20033            INTO :HV-HOLD-MEDIA
R20033                ,:HV-HOLD-NUM
R20033            FROM YPTBPGPF
R20033           WHERE MERCHANT_ID   = :HV-HOLD-MERCHANT
R20033             AND D_C_IND       = 'C'
R20033             AND FUNCTION_CODE IN ('200', '300')
R20033             AND PGPF_DATE    >= :HV-HOLD-DATA-INI
R20033             AND PGPF_DATE     < :HV-HOLD-DATA-FIN
R20033             AND SUPPRESS_CODE NOT IN ('H', 'N')
R20033     END-EXEC
R20033*
R20033     MOVE SQLCODE                     TO W100-APPO-SQLCODE
R20033     IF SQLCODE = 0
R20033        MOVE HV-HOLD-MEDIA         TO WK-HL-MEDIA(WS-HL-CORR)
R20033        MOVE HV-HOLD-NUM           TO WK-HL-NUM-ACCR(WS-HL-CORR)
R20033     ELSE
R20033        MOVE SPACES                      TO YPCWS001-RIGA
R20033        MOVE SPACES                      TO YP-MSGERR
R20033        STRING
R20033            'ERRORE MEDIA ACCREDITI YPTBPGPF SQLCODE: '
R20033            W100-APPO-SQLCODE ' riga =>'
R20033        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20033        END-STRING
R20033        MOVE HV-HOLD-MERCHANT            TO YP-MSGERR-2
R20033*
R20033        PERFORM GEST-ERRO-SU-TRE-RIGH
R20033           THRU F-GEST-ERRO-SU-TRE-RIGH
R20033     END-IF
R20033     .
R20033 F-CALC-MEDIA-HOLD.
R20033     EXIT.
      *================================================================*
R20033*    Accredito trattenuto: l'immagine IPAYMENT originale va su   *
R20033*    YPOHOLD per il registro YPBCHOLD; come per gli scarti il    *
R20033*    lato PGPF del cross-foot viene stornato                     *
      *================================================================*
R20033 SCRIVI-TRATTENUTA.
R20033*
R20033     MOVE SPACES                      TO YPCRHOLD-REC
R20033     MOVE PGPF-PAYEMT-UID             TO HOLD-PAYEMT-UID
R20033     MOVE PGPF-ME-ID-CODE             TO HOLD-MERCHANT-ID
R20033     MOVE PGPF-FUNCT-CODE             TO HOLD-FUNCT-CODE
R20033     MOVE WS-HOLD-IMPORTO             TO HOLD-IMPORTO
R20033     MOVE WS-DATA-AAAAMMGG            TO HOLD-DATA-TRATT
R20033     MOVE WS-HOLD-MOTIVO              TO HOLD-MOTIVO
R20033     MOVE WS-HOLD-SOGLIA              TO HOLD-SOGLIA
R20033     MOVE WK-HL-MEDIA(WS-HL-CORR)     TO HOLD-MEDIA
R20033     MOVE ZERO                        TO HOLD-DATA-1
R20033     MOVE WS-IMMAGINE-INGRESSO        TO HOLD-IMMAGINE
R20033*
R20033     IF NOT WS-RUN-SIMULAZIONE
R20033        WRITE YPOHOLD-REC            FROM YPCRHOLD-REC
R20033        IF NOT OHLD-NORMAL
R20033           MOVE ST-YPOHOLD            TO P303-FILE-STATUS
R20033           MOVE '51'                  TO P303-MSGER-RIF
R20033           MOVE 'YPOHOLD '            TO P303-MSGER-FILE
R20033           MOVE 'WRITE'               TO P303-MSGER-TIPO
R20033           MOVE 'ERRORE WRITE FILE YPOHOLD' TO P303-MSGER-DESCR
R20033           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20033        END-IF
R20033     END-IF
R20033*
R20033     ADD 1                            TO CTR-HOLD-TRATT
R20033     ADD WS-HOLD-IMPORTO              TO CTR-HOLD-TRATT-IMPO
R20033*
R20033     IF WS-RICO-PGPF-CONTATO-SI
R20033        IF PGPF-FUNCT-CODE = '200'
R20033           ADD 1                      TO CTR-RICO-PGPF-C-200-TRAT
R20033        ELSE
R20033           ADD 1                      TO CTR-RICO-PGPF-C-300-TRAT
R20033        END-IF
R20033     END-IF
R20033     .
R20033 F-SCRIVI-TRATTENUTA.
R20033     EXIT.
      *================================================================*
R20033*    Accredito rilasciato da YPBCHOLD: la riga YPTBPGPF (marcata *
R20033*    'L') torna al SUPPRESS_CODE del flusso e il record prosegue *
R20033*    nella contabilizzazione come un inserimento riuscito        *
      *================================================================*
R20033 AGGIO-PGPF-RILASCIO.
R20033*
R20033     IF WS-RUN-SIMULAZIONE
R20033        ADD 1                         TO CTR-HOLD-RILA
R20033        COMPUTE CTR-HOLD-RILA-IMPO = CTR-HOLD-RILA-IMPO
R20033                                   + (PGPF-PAYMT-TOT / 100)
R20033        PERFORM RICO-AGGIO-PGPF       THRU F-RICO-AGGIO-PGPF
R20033        GO TO F-AGGIO-PGPF-RILASCIO
R20033     END-IF
R20033*
R20033     MOVE PGPF-PAYEMT-UID             TO HV-PAYMENT-UID
R20033     MOVE PGPF-SUPPRESS-CODE          TO HV-SUPPRESS-CODE
R20034     IF WS-BLOCCATO-SI
R20034        MOVE WS-BLK-SUPPRESS          TO HV-SUPPRESS-CODE
R20034     END-IF
R20033*
R20033     EXEC SQL
R20033          UPDATE YPTBPGPF
R20033             SET SUPPRESS_CODE = :HV-SUPPRESS-CODE
R20033           WHERE PAYMENT_UID   = :HV-PAYMENT-UID
R20033             AND SUPPRESS_CODE = 'L'
R20033     END-EXEC
R20033*
R20033     MOVE SQLCODE                     TO W100-APPO-SQLCODE
R20033     EVALUATE SQLCODE
R20033      WHEN +0
R20033        ADD 1                         TO CTR-HOLD-RILA
R20033        COMPUTE CTR-HOLD-RILA-IMPO = CTR-HOLD-RILA-IMPO
R20033                                   + (PGPF-PAYMT-TOT / 100)
R20033        PERFORM RICO-AGGIO-PGPF       THRU F-RICO-AGGIO-PGPF
R20033        IF WS-FASE-RIPESCA-NO
R20033           PERFORM SCRIVI-CKPT        THRU F-SCRIVI-CKPT
R20033        END-IF
R20033      WHEN +100
R20033*--* Riga non piu' in stato 'L' (accredito gia' rientrato):
R20033*    il record e' un doppio
R20033        ADD 1                         TO W300-SCART-DUPKEY
R20033        SET WS-SCRI-SCAR-SI           TO TRUE
R20033        SET WS-SALT-ELAB-SI           TO TRUE
R20033        PERFORM IMPO-ERRO-X-DUP-KEY   THRU F-IMPO-ERRO-X-DUP-KEY
R20033      WHEN OTHER
R20033        MOVE SPACES                      TO YPCWS001-RIGA
R20033        MOVE SPACES                      TO YP-MSGERR
R20033        STRING
R20033            'ERRORE UPDATE RILASCIO YPTBPGPF SQLCODE: '
R20033            W100-APPO-SQLCODE ' riga =>'
R20033        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20033        END-STRING
R20033        MOVE HV-PAYMENT-UID              TO YP-MSGERR-2
R20033*
R20033        PERFORM GEST-ERRO-SU-TRE-RIGH
R20033           THRU F-GEST-ERRO-SU-TRE-RIGH
R20033     END-EVALUATE
R20033     .
R20033 F-AGGIO-PGPF-RILASCIO.
R20033     EXIT.
      *================================================================*
R20034*    Esercente bloccato: accredito 200/300 destinato alla        *
R20034*    contabilizzazione di un esercente con blocco GEP "BLK" in   *
R20034*    vigore. Per il pignoramento il girato al creditore arriva   *
R20034*    al massimale residuo, il resto (e tutto l'accredito per     *
R20034*    congelamento e chiusura) va trattenuto in sospeso           *
      *================================================================*
R20034 CTRL-BLOCCO.
R20034*
R20034     IF  PGPF-DB-CR-FLAG NOT = 'C'
R20034     OR  WS-SALT-CONT-SI
R20034     OR (    PGPF-FUNCT-CODE NOT = '200'
R20034         AND PGPF-FUNCT-CODE NOT = '300')
R20034        GO TO F-CTRL-BLOCCO
R20034     END-IF
R20034*
R20034     PERFORM CERCA-BLOCCO           THRU F-CERCA-BLOCCO
R20034     IF WK-BK-ESITO(WS-BK-CORR) NOT = 'B'
R20034        GO TO F-CTRL-BLOCCO
R20034     END-IF
R20034*
R20034     COMPUTE WS-BLK-IMPORTO = PGPF-PAYMT-TOT / 100
R20034     MOVE ZERO                        TO WS-BLK-GIRATO
R20034                                         WS-BS-CORR
R20034*
R20034     IF WK-BK-PIGNORAMENTO(WS-BK-CORR)
R20034        MOVE PGPF-ME-ID-CODE          TO WS-BS-MID
R20034        MOVE WK-BK-RIF-LEGALE(WS-BK-CORR) TO WS-BS-RIF-LEGALE
R20034        PERFORM CERCA-SALDO-BLK     THRU F-CERCA-SALDO-BLK
R20034     END-IF
R20034*
R20034     IF WS-BS-CORR > ZERO
R20034        COMPUTE WS-BLK-RESIDUO = WK-BK-MASSIMALE(WS-BK-CORR)
R20034                               - WK-BS-GIRATO(WS-BS-CORR)
R20034        IF WS-BLK-RESIDUO > ZERO
R20034           IF WS-BLK-RESIDUO < WS-BLK-IMPORTO
R20034              MOVE WS-BLK-RESIDUO     TO WS-BLK-GIRATO
R20034           ELSE
R20034              MOVE WS-BLK-IMPORTO     TO WS-BLK-GIRATO
R20034           END-IF
R20034        END-IF
R20034     END-IF
R20034     COMPUTE WS-BLK-TRATTENUTO = WS-BLK-IMPORTO - WS-BLK-GIRATO
R20034*
R20034*--* Quota da trattenere senza causale di sospeso censita: non
R20034*    e' uno scarto di mestiere, il record viene parcheggiato e
R20034*    rielaborato (nessuna scrittura a valle, nessuna riga PGPF)
R20034     IF  WS-BLK-TRATTENUTO > ZERO
R20034     AND WS-BLK-CAUSALE-SOSP = SPACES
R20034         ADD 1                        TO CTR-BLK-SENZA-CAUS
R20034         MOVE SPACES                  TO YPCWS001-RIGA
R20034         STRING  'ESERCENTE BLOCCATO: ' PGPF-ME-ID-CODE
R20034                 ' - CAUSALE SOSPESO GEP-BLK NON CENSITA'
R20034                 ' - RECORD PARCHEGGIATO'
R20034                 DELIMITED BY SIZE
R20034                 INTO YPCWS001-RIGA
R20034         END-STRING
R20034         PERFORM SCRIVI-ST          THRU EX-SCRIVI-ST
R20034         SET WS-SCRI-SCAR-SI          TO TRUE
R20034         SET WS-SALT-ELAB-SI          TO TRUE
R20034*-
R20034*--* Imposta area x messaggio errori via mail
R20034         MOVE 'Causale sospeso BLK non censita    -'
R20034                                      TO WS-AREA-APPO-YPOE-DESC
R20034         MOVE 'BLK1'       TO WS-AREA-APPO-YPOE-COD
R20034         SET WS-ERRO-TECNICO-SI       TO TRUE
R20034         GO TO F-CTRL-BLOCCO
R20034     END-IF
R20034*
R20034     SET WS-BLOCCATO-SI               TO TRUE
R20034     IF WS-BLK-GIRATO > ZERO
R20034        MOVE 'G'                      TO WS-BLK-SUPPRESS
R20034     ELSE
R20034        MOVE 'B'                      TO WS-BLK-SUPPRESS
R20034     END-IF
R20034     .
R20034 F-CTRL-BLOCCO.
R20034     EXIT.
      *================================================================*
R20034*    Cerca il blocco dell'esercente in cache, se assente lo      *
R20034*    legge dall'elemento GEP "BLK" dell'esercente                *
      *================================================================*
R20034 CERCA-BLOCCO.
R20034*
R20034     MOVE ZERO                        TO WS-BK-CORR
R20034     PERFORM VARYING WS-IND-BK FROM 1 BY 1
R20034        UNTIL WS-IND-BK > WS-IND-BLK
R20034        IF WK-BK-MID(WS-IND-BK) = PGPF-ME-ID-CODE
R20034           MOVE WS-IND-BK             TO WS-BK-CORR
R20034           MOVE 501                   TO WS-IND-BK
R20034        END-IF
R20034     END-PERFORM
R20034*
R20034     IF WS-BK-CORR = ZERO
R20034        IF WS-IND-BLK < 500
R20034           ADD 1                      TO WS-IND-BLK
R20034        ELSE
R20034           ADD 1                      TO CTR-BLK-CACHE-ECCED
R20034        END-IF
R20034        MOVE WS-IND-BLK               TO WS-BK-CORR
R20034        MOVE PGPF-ME-ID-CODE    TO WK-BK-MID(WS-BK-CORR)
R20034        PERFORM CARICA-BLOCCO       THRU F-CARICA-BLOCCO
R20034     END-IF
R20034     .
R20034 F-CERCA-BLOCCO.
R20034     EXIT.
      *================================================================*
R20034 CARICA-BLOCCO.
R20034*
R20034     MOVE 'N'                      TO WK-BK-ESITO(WS-BK-CORR)
R20034     MOVE SPACES                   TO WK-BK-TIPO(WS-BK-CORR)
R20034                                      WK-BK-RIF-LEGALE(WS-BK-CORR)
R20034                                      WK-BK-IBAN(WS-BK-CORR)
R20034                                      WK-BK-NOME(WS-BK-CORR)
R20034     MOVE ZERO                     TO WK-BK-MASSIMALE(WS-BK-CORR)
R20034*
R20034     MOVE SPACES                   TO YPCRTBLK-DATI
R20034     INITIALIZE                    HV-TABE
R20034     MOVE 'GEP'                 TO HV-TABE-KNAMTB1
R20034     MOVE 'BLK'                 TO HV-TABE-KVARTB1(1:3)
R20034     MOVE PGPF-ME-ID-CODE       TO HV-TABE-KVARTB1(4:15)
R20034
R20034     EXEC SQL SELECT DATI
R20034          INTO :HV-TABE-DATI
R20034          FROM XYTBTABE
R20034     WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
R20034           KVARTB1 = :HV-TABE-KVARTB1
R20034     END-EXEC
R20034     .
R20034
R20034     MOVE SQLCODE                  TO W100-APPO-SQLCODE
R20034     EVALUATE SQLCODE
R20034      WHEN +0
R20034             MOVE HV-TABE-DATI-A      TO YPCRTBLK-DATI
R20034      WHEN +100
R20034*--* Esercente non bloccato
R20034             GO TO F-CARICA-BLOCCO
R20034      WHEN OTHER
R20034        MOVE SPACES                      TO YPCWS001-RIGA
R20034        MOVE SPACES                      TO YP-MSGERR
R20034        STRING
R20034            'ERRORE read TABELLA GEP-BLK SQLCODE: '
R20034            W100-APPO-SQLCODE ' riga =>'
R20034        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20034        END-STRING
R20034        MOVE HV-TABE                     TO YP-MSGERR-2
R20034*
R20034        PERFORM GEST-ERRO-SU-TRE-RIGH
R20034           THRU F-GEST-ERRO-SU-TRE-RIGH
R20034     END-EVALUATE
R20034*
R20034*--* Blocco non ancora in vigore alla data del giorno
R20034     IF TBLK-DATA-EFFETTO IS NOT NUMERIC
R20034     OR TBLK-DATA-EFFETTO > WS-BLK-DATA-OGGI
R20034        GO TO F-CARICA-BLOCCO
R20034     END-IF
R20034*
R20034     MOVE 'B'                      TO WK-BK-ESITO(WS-BK-CORR)
R20034     MOVE TBLK-RIF-LEGALE       TO WK-BK-RIF-LEGALE(WS-BK-CORR)
R20034*
R20034*--* Pignoramento senza IBAN o massimale utilizzabile: il
R20034*    massimale resta a zero e tutto l'accredito va in sospeso
R20034     IF TBLK-PIGNORAMENTO
R20034        MOVE 'G'                      TO WK-BK-TIPO(WS-BK-CORR)
R20034        MOVE TBLK-IBAN-CREDITORE  TO WK-BK-IBAN(WS-BK-CORR)
R20034        MOVE TBLK-NOME-CREDITORE  TO WK-BK-NOME(WS-BK-CORR)
R20034        IF  TBLK-MASSIMALE IS NUMERIC
R20034        AND TBLK-IBAN-CREDITORE NOT = SPACES
R20034           MOVE TBLK-MASSIMALE   TO WK-BK-MASSIMALE(WS-BK-CORR)
R20034        END-IF
R20034     ELSE
R20034        MOVE TBLK-TIPO-BLOCCO     TO WK-BK-TIPO(WS-BK-CORR)
R20034     END-IF
R20034     .
R20034 F-CARICA-BLOCCO.
R20034     EXIT.
      *================================================================*
R20034*    Cerca il girato cumulato di WS-BS-MID/WS-BS-RIF-LEGALE e lo *
R20034*    inserisce a zero se assente; WS-BS-CORR = 0 se tabella      *
R20034*    satura                                                      *
      *================================================================*
R20034 CERCA-SALDO-BLK.
R20034*
R20034     MOVE ZERO                        TO WS-BS-CORR
R20034     PERFORM VARYING WS-IND-BS FROM 1 BY 1
R20034        UNTIL WS-IND-BS > WS-IND-BLK-SAL
R20034        IF  WK-BS-MID(WS-IND-BS)       = WS-BS-MID
R20034        AND WK-BS-RIF-LEGALE(WS-IND-BS) = WS-BS-RIF-LEGALE
R20034           MOVE WS-IND-BS             TO WS-BS-CORR
R20034           MOVE 2000                  TO WS-IND-BS
R20034        END-IF
R20034     END-PERFORM
R20034*
R20034     IF WS-BS-CORR > ZERO
R20034        GO TO F-CERCA-SALDO-BLK
R20034     END-IF
R20034*
R20034     IF WS-IND-BLK-SAL < 2000
R20034        ADD 1                         TO WS-IND-BLK-SAL
R20034        MOVE WS-IND-BLK-SAL           TO WS-BS-CORR
R20034        MOVE WS-BS-MID           TO WK-BS-MID(WS-BS-CORR)
R20034        MOVE WS-BS-RIF-LEGALE    TO WK-BS-RIF-LEGALE(WS-BS-CORR)
R20034        MOVE ZERO                TO WK-BS-GIRATO(WS-BS-CORR)
R20034     ELSE
R20034        ADD 1                         TO CTR-BLK-SALDI-ECCED
R20034        MOVE SPACES                   TO YPCWS001-RIGA
R20034        STRING '*** TABELLA SALDI ESERCENTI BLOCCATI SATURA - '
R20034               'PIGNORAMENTO TRATTENUTO: ' WS-BS-MID
R20034               ' RIF: ' WS-BS-RIF-LEGALE
R20034        DELIMITED BY SIZE           INTO YPCWS001-RIGA
R20034        END-STRING
R20034        PERFORM SCRIVI-ST           THRU EX-SCRIVI-ST
R20034     END-IF
R20034     .
R20034 F-CERCA-SALDO-BLK.
R20034     EXIT.
      *================================================================*
R20034*    Deviazione dell'accredito gia' registrato su YPTBPGPF:      *
R20034*    movimento D50 di sospeso sul rapporto di regolamento CCB    *
R20034*    per la quota trattenuta, bonifico OUTFXML al creditore per  *
R20034*    la quota girata, traccia su YPOBLOC per il registro         *
      *================================================================*
R20034 ESEGUI-DEVIAZIONE.
R20034*
R20034     ADD 1                            TO CTR-BLK-DEVIATI
R20034     ADD WS-BLK-IMPORTO               TO CTR-BLK-RICEVUTO-IMPO
R20034*
R20034     IF WS-BLK-TRATTENUTO > ZERO
R20034        PERFORM SCRIVI-SOSP-BLK     THRU F-SCRIVI-SOSP-BLK
R20034     END-IF
R20034*
R20034     IF WS-BLK-GIRATO > ZERO
R20034        PERFORM SCRIVI-GIRO-BLK     THRU F-SCRIVI-GIRO-BLK
R20034*--* Il lato DEST del cross-foot va contato una volta sola per
R20034*    record: SCRIVI-REC-OUT lo ha gia' fatto per il sospeso
R20034        IF WS-BLK-TRATTENUTO = ZERO
R20034           PERFORM RICO-AGGIO-DEST  THRU F-RICO-AGGIO-DEST
R20034        END-IF
R20034        ADD WS-BLK-GIRATO        TO WK-BS-GIRATO(WS-BS-CORR)
R20034     END-IF
R20034*
R20034     INITIALIZE YPCRBLOC-REC
R20034     SET BLOC-REC-MOVIMENTO           TO TRUE
R20034     MOVE PGPF-ME-ID-CODE             TO BLOC-MERCHANT-ID
R20034     MOVE WK-BK-RIF-LEGALE(WS-BK-CORR) TO BLOC-RIF-LEGALE
R20034     MOVE WK-BK-TIPO(WS-BK-CORR)      TO BLOC-TIPO-BLOCCO
R20034     MOVE PGPF-PAYEMT-UID             TO BLOC-PAYMENT-UID
R20034     MOVE PGPF-FUNCT-CODE             TO BLOC-FUNCT-CODE
R20034     MOVE WS-DATA-AAAAMMGG            TO BLOC-DATA-MOV
R20034     MOVE WS-BLK-IMPORTO              TO BLOC-RICEVUTO
R20034     MOVE WS-BLK-TRATTENUTO           TO BLOC-TRATTENUTO
R20034     MOVE WS-BLK-GIRATO               TO BLOC-GIRATO
R20034     MOVE WK-BK-IBAN(WS-BK-CORR)      TO BLOC-IBAN-CREDITORE
R20034     MOVE WK-BK-MASSIMALE(WS-BK-CORR) TO BLOC-MASSIMALE
R20034     MOVE PROGRAMMA                   TO BLOC-PROGRAMMA
R20034*
R20034     IF NOT WS-RUN-SIMULAZIONE
R20034        WRITE YPOBLOC-REC            FROM YPCRBLOC-REC
R20034        IF NOT OBLC-NORMAL
R20034           MOVE ST-YPOBLOC            TO P303-FILE-STATUS
R20034           MOVE '55'                  TO P303-MSGER-RIF
R20034           MOVE 'YPOBLOC '            TO P303-MSGER-FILE
R20034           MOVE 'WRITE'               TO P303-MSGER-TIPO
R20034           MOVE 'ERRORE WRITE FILE YPOBLOC' TO P303-MSGER-DESCR
R20034           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20034        END-IF
R20034     END-IF
R20034     .
R20034 F-ESEGUI-DEVIAZIONE.
R20034     EXIT.
      *================================================================*
R20034*    Quota trattenuta: movimento D50 in avere sul rapporto di    *
R20034*    regolamento CCB (stessa impostazione del giroconto          *
R20034*    IMPOSTA-DATI-OUT-CC-VTPIE) con la causale di sospeso        *
R20034*    dell'elemento GEP "BLK" generale                            *
      *================================================================*
R20034 SCRIVI-SOSP-BLK.
R20034*
R20034     PERFORM IMPOSTA-DATI-OUT-CC-VTPIE
R20034        THRU EX-IMPOSTA-DATI-OUT-CC-VTPIE
R20034     MOVE WS-BLK-CAUSALE-SOSP         TO CRVSD50-CAUSALE
R20034     IF WS-BLK-CODOPE-SOSP = SPACES OR LOW-VALUE
R20034        MOVE WS-BLK-CAUSALE-SOSP      TO CRVSD50-CODOPE
R20034     ELSE
R20034        MOVE WS-BLK-CODOPE-SOSP       TO CRVSD50-CODOPE
R20034     END-IF
R20034     MOVE WS-BLK-TRATTENUTO           TO CRVSD50-IMPOPER
R20034     MOVE WS-BLK-TRATTENUTO           TO CRVSD50-CVALORE
R20034     MOVE PGPF-ME-ID-CODE             TO W100-BLK-MERCHANT
R20034     MOVE WK-BK-RIF-LEGALE(WS-BK-CORR) TO W100-BLK-RIF-LEGALE
R20034     MOVE PGPF-PAYEMT-UID             TO W100-BLK-UID
R20034     MOVE W100-DESCMOV-BLK-CC         TO CRVSD50-DESCMOV
R20034*
R20034     PERFORM SCRIVI-REC-OUT         THRU EX-SCRIVI-REC-OUT
R20034*
R20034     ADD 1                            TO CTR-BLK-SOSPESO
R20034     ADD WS-BLK-TRATTENUTO            TO CTR-BLK-SOSPESO-IMPO
R20034     .
R20034 F-SCRIVI-SOSP-BLK.
R20034     EXIT.
      *================================================================*
R20034*    Quota girata: bonifico al creditore pignorante su OUTFXML   *
R20034*    (e OUTFCSV), finanziato dal giroconto di fine run sul       *
R20034*    rapporto di regolamento come gli accrediti bancari          *
      *================================================================*
R20034 SCRIVI-GIRO-BLK.
R20034*
R20034     INITIALIZE OUTFXML-DATI
R20034     INITIALIZE WS-DATI-XML
R20034     MOVE WK-BK-IBAN(WS-BK-CORR)      TO WS-IBAN-DEST
R20034     MOVE WK-BK-NOME(WS-BK-CORR)      TO WS-RAGI-SOC
R20034     MOVE WS-BLK-GIRATO               TO WS-IMPO-MOV
R20034     MOVE PGPF-PAYEMT-UID             TO WS-PAYMENT-UID
R20034     MOVE SPACES                      TO OUTFXML-DESC
R20034     STRING 'Pignoramento rif. '
R20034            WK-BK-RIF-LEGALE(WS-BK-CORR)
R20034            ' su accrediti Full Acquiring Mid '
R20034            PGPF-ME-ID-CODE
R20034            DELIMITED BY SIZE
R20034            INTO OUTFXML-DESC
R20034     END-STRING
R20034     MOVE '1'                         TO OUTFXML-TIPO-REC
R20034     MOVE WS-DATI-XML                 TO OUTFXML-DATI
R20034*
R20034     ADD WS-BLK-GIRATO                TO WS-TOTALI-IMPO-CC
R20034     ADD 1                            TO WS-NUM-OPER-CC
R20034*
R20034     PERFORM SCRIVI-FXML            THRU EX-SCRIVI-FXML
R20034     PERFORM SCRIVI-FCSV            THRU EX-SCRIVI-FCSV
R20034*
R20034     ADD 1                            TO CTR-BLK-GIRATI
R20034     ADD WS-BLK-GIRATO                TO CTR-BLK-GIRATO-IMPO
R20034     .
R20034 F-SCRIVI-GIRO-BLK.
R20034     EXIT.
      *================================================================*
R20034*    Carica in tabella il girato ai creditori per esercente e    *
R20034*    riferimento legale: record saldo del registro YPBCBLOC e    *
R20034*    movimenti YPOBLOC delle esecuzioni precedenti del giorno;   *
R20034*    registro assente = nessun girato pregresso                  *
      *================================================================*
R20034 CARICA-SALDI-BLK.
R20034*
R20034     MOVE ZERO                        TO WS-IND-BLK-SAL
R20034     MOVE ZERO                        TO WS-EOF-IBLKSAL
R20034     OPEN INPUT IBLKSAL
R20034     IF IBLS-NOTFND
R20034        GO TO F-CARICA-SALDI-BLK
R20034     END-IF
R20034     IF NOT IBLS-NORMAL
R20034        MOVE ST-IBLKSAL               TO P303-FILE-STATUS
R20034        MOVE '53'                     TO P303-MSGER-RIF
R20034        MOVE 'OPENINP'                TO P303-MSGER-TIPO
R20034        MOVE 'IBLKSAL'                TO P303-MSGER-FILE
R20034        PERFORM ERRORE-P303         THRU EX-ERRORE-P303
R20034     END-IF
R20034*
R20034     PERFORM LEGG-IBLKSAL           THRU F-LEGG-IBLKSAL
R20034     PERFORM CARI-SALDO-BLK         THRU F-CARI-SALDO-BLK
R20034        UNTIL WS-EOF-IBLKSAL = 1
R20034     CLOSE IBLKSAL
R20034     .
R20034 F-CARICA-SALDI-BLK.
R20034     EXIT.
      *================================================================*
R20034 CARI-SALDO-BLK.
R20034*
R20034     IF  (BLOC-REC-SALDO OR BLOC-REC-MOVIMENTO)
R20034     AND BLOC-PIGNORAMENTO
R20034     AND BLOC-GIRATO > ZERO
R20034        MOVE BLOC-MERCHANT-ID         TO WS-BS-MID
R20034        MOVE BLOC-RIF-LEGALE          TO WS-BS-RIF-LEGALE
R20034        PERFORM CERCA-SALDO-BLK     THRU F-CERCA-SALDO-BLK
R20034        IF WS-BS-CORR > ZERO
R20034           ADD BLOC-GIRATO       TO WK-BS-GIRATO(WS-BS-CORR)
R20034           ADD 1                      TO CTR-BLK-SALDI-LETTI
R20034        END-IF
R20034     END-IF
R20034*
R20034     PERFORM LEGG-IBLKSAL           THRU F-LEGG-IBLKSAL
R20034     .
R20034 F-CARI-SALDO-BLK.
R20034     EXIT.
      *================================================================*
R20034 LEGG-IBLKSAL.
R20034*
R20034     READ IBLKSAL                   INTO YPCRBLOC-REC
R20034     IF IBLS-EOF
R20034        MOVE 1                        TO WS-EOF-IBLKSAL
R20034     ELSE
R20034        IF NOT IBLS-NORMAL
R20034           MOVE ST-IBLKSAL            TO P303-FILE-STATUS
R20034           MOVE '54'                  TO P303-MSGER-RIF
R20034           MOVE 'READ'                TO P303-MSGER-TIPO
R20034           MOVE 'IBLKSAL'             TO P303-MSGER-FILE
R20034           MOVE 'ERRORE READ FILE IBLKSAL' TO P303-MSGER-DESCR
R20034           PERFORM ERRORE-P303      THRU EX-ERRORE-P303
R20034        END-IF
R20034     END-IF
R20034     .
R20034 F-LEGG-IBLKSAL.
R20034     EXIT.
      *==============================================================*
R14316 R315-INCREMENTA-PROGR.
      *
R20005     MOVE WS-AREA-APPO-YPOE-COD       TO WS-AREA-APPO-YPOE-RCOD
R14316*    MOVE PGPF-PAYEMT-UID             TO WS-AREA-APPO-PAYEMT-UID
R11422*    MOVE PGPF-BANK-ACCOUNT           TO WS-AREA-APPO-YPOE-IBAN
R20038     MOVE YPCWFAMI-O-NUME-RAPP-FA     TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     MOVE MASC-DATO(1:12)             TO WS-AREA-APPO-YPOE-NRFA
R11422     IF PGPF-FUNCT-CODE NOT = '301'
R11422        MOVE PGPF-ME-ID-CODE          TO WS-AREA-APPO-YPOE-MID
R11422     ELSE
R20010*    volta per record sorgente, qui e non in SCRIVI-BILLCCB/
R20010*    IMPOSTA-BILLCCB-ASA
R20010     PERFORM RICO-AGGIO-DEST      THRU F-RICO-AGGIO-DEST
R20040*--* Lordo monoente per la quadratura di YPBCRIPA: anch'esso una
R20040*    sola volta per record sorgente, dal PGPF e non dalle gambe
R20040     IF PGPF-DB-CR-FLAG = 'C'
R20040        COMPUTE CTR-IMPO-MONOENTE =
R20040              CTR-IMPO-MONOENTE - (PGPF-PAYMT-TOT / 100)
R20040     ELSE
R20040        COMPUTE CTR-IMPO-MONOENTE =
R20040              CTR-IMPO-MONOENTE + (PGPF-PAYMT-TOT / 100)
R20040     END-IF
R20040     PERFORM IMPOSTA-BILLCCB-ORIG THRU EX-IMPOSTA-BILLCCB-ORIG
           .
TK1274 EX-IMPOSTA-BILLCCB-ASI.
TK1274     EXIT.
           MOVE  'ASA'             TO  YPCRBILC-PRODOTTO
           MOVE  'N'               TO  YPCRBILC-OMOLOGAZIONE
           MOVE  'N'               TO  YPCRBILC-UNIVERSALE-NONUNIVERS
R20040     PERFORM IMPOSTA-BILLCCB-ORIG THRU EX-IMPOSTA-BILLCCB-ORIG
           .
TK1274 EX-IMPOSTA-BILLCCB-ASA.
TK1274     EXIT.
R20040*================================================================*
R20040*    Dati di origine sulle gambe ASI/ASA: servono al rendiconto  *
R20040*    mensile per ente creditore (YPBCRIPA) per ricostruire lordo *
R20040*    incassato, percentuale applicata e giorno contabile         *
R20040*================================================================*
R20040 IMPOSTA-BILLCCB-ORIG.
R20040*
R20040     MOVE WS-BUSINESS-DATE        TO YPCRBILC-DATA-CONTABILE
R20040     COMPUTE YPCRBILC-IMPORTO-LORDO = PGPF-PAYMT-TOT / 100
R20040     MOVE TFPR-PERCENTUALE-POSTE  TO YPCRBILC-PERC-POSTE
R20040     MOVE PGPF-PAYEMT-UID         TO YPCRBILC-PAYMENT-UID
R20040     MOVE PGPF-ME-ID-CODE         TO YPCRBILC-MERCHANT-ID
R20040     .
R20040 EX-IMPOSTA-BILLCCB-ORIG.
R20040     EXIT.
      *================================================================*
R05818 IMPOSTA-DATI-FXML.
      *
      *================================================================*
       INSE-TABE-PGPF.
      *
R20033*--* Accredito rilasciato da YPBCHOLD: la riga esiste gia' e
R20033*    viene solo riportata al SUPPRESS_CODE del flusso
R20033     IF WS-RILASCIATO-SI
R20033        PERFORM AGGIO-PGPF-RILASCIO THRU F-AGGIO-PGPF-RILASCIO
R20033        GO TO F-INSE-TABE-PGPF
R20033     END-IF
R20033*
DBG==>*    DISPLAY 'PGPF-FUNCT-CODE (' PGPF-FUNCT-CODE')'
R08421     IF PGPF-FUNCT-CODE NOT = '301'
DBG==>*       DISPLAY 'ESEGUO IMPO-PGPF'
180112     MOVE PGPF-NAME            TO YPDCPGPF-NOME-MERCHANT
           MOVE PGPF-BILLING-FLAG    TO YPDCPGPF-NET-GROSS-IND
           MOVE PGPF-SUPPRESS-CODE   TO YPDCPGPF-SUPPRESS-CODE
R20033     IF WS-TRATTENUTO-SI
R20033        MOVE 'H'               TO YPDCPGPF-SUPPRESS-CODE
R20033     END-IF
R20034     IF WS-BLOCCATO-SI
R20034        MOVE WS-BLK-SUPPRESS   TO YPDCPGPF-SUPPRESS-CODE
R20034     END-IF
R05316     IF PGPF-FUNCT-CODE = '300'
             MOVE PGPF-PAYMENT-SCHEME  TO YPDCPGPF-PAYMENT-SCHEME
             MOVE PGPF-VAT-NUMBER      TO YPDCPGPF-VAT-NUM
      *
R20030     PERFORM STMP-RIGH-T25          THRU F-STMP-RIGH-T25
      *
R20031     PERFORM STMP-RIGH-T26          THRU F-STMP-RIGH-T26
      *
R20032     PERFORM STMP-RIGH-T27          THRU F-STMP-RIGH-T27
      *
R20033     PERFORM STMP-RIGH-T28          THRU F-STMP-RIGH-T28
      *
R20034     PERFORM STMP-RIGH-T29          THRU F-STMP-RIGH-T29
      *
R20014     IF WS-RUN-SIMULAZIONE
R20014        PERFORM STMP-RIGH-T17       THRU F-STMP-RIGH-T17
R20014     END-IF
R20010                                   TO ETR-RICO-PGPF-D-OTHER-SCAR
R20010     MOVE CTR-RICO-PGPF-C-OTHER-SCAR
R20010                                   TO ETR-RICO-PGPF-C-OTHER-SCAR
R20033     MOVE CTR-RICO-PGPF-C-200-TRAT TO ETR-RICO-PGPF-C-200-TRAT
R20033     MOVE CTR-RICO-PGPF-C-300-TRAT TO ETR-RICO-PGPF-C-300-TRAT
R20000*
R20000     SET WS-RICO-MISMATCH-NO       TO TRUE
R20000*
R20000     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20000*
R20000     MOVE SPACES                   TO WS-RICO-FLAG-TXT
R20033     IF (CTR-RICO-PGPF-C-200 - CTR-RICO-PGPF-C-200-SCAR
R20033                             - CTR-RICO-PGPF-C-200-TRAT)
R20010        NOT = CTR-RICO-DEST-C-200
R20000        MOVE '  **MISMATCH**'      TO WS-RICO-FLAG-TXT
R20000        SET WS-RICO-MISMATCH-SI    TO TRUE
R20000     MOVE    SPACES     TO        YPCWS001-RIGA
R20000     STRING  'F.C.200 CRE. PGPF='  ETR-RICO-PGPF-C-200
R20010             ' SCARTATI='          ETR-RICO-PGPF-C-200-SCAR
R20033             ' TRATTENUTI='        ETR-RICO-PGPF-C-200-TRAT
R20000             ' MOVIM='             ETR-RICO-DEST-C-200
R20000             WS-RICO-FLAG-TXT
R20000             DELIMITED BY SIZE     INTO YPCWS001-RIGA
R20000     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20000*
R20000     MOVE SPACES                   TO WS-RICO-FLAG-TXT
R20033     IF (CTR-RICO-PGPF-C-300 - CTR-RICO-PGPF-C-300-SCAR
R20033                             - CTR-RICO-PGPF-C-300-TRAT)
R20010        NOT = CTR-RICO-DEST-C-300
R20000        MOVE '  **MISMATCH**'      TO WS-RICO-FLAG-TXT
R20000        SET WS-RICO-MISMATCH-SI    TO TRUE
R20000     MOVE    SPACES     TO        YPCWS001-RIGA
R20000     STRING  'F.C.300 CRE. PGPF='  ETR-RICO-PGPF-C-300
R20010             ' SCARTATI='          ETR-RICO-PGPF-C-300-SCAR
R20033             ' TRATTENUTI='        ETR-RICO-PGPF-C-300-TRAT
R20000             ' MOVIM='             ETR-RICO-DEST-C-300
R20000             WS-RICO-FLAG-TXT
R20000             DELIMITED BY SIZE     INTO YPCWS001-RIGA
R20030 F-STMP-RIGH-T25.
R20030     EXIT.
      *================================================================*
R20031 STMP-RIGH-T26.
R20031*
R20031     MOVE CTR-PART-APER               TO ETR-PART-CONTA
R20031     MOVE    SPACES     TO        YPCWS001-RIGA
R20031     STRING  'APERTURE PARTITE DCD SU YPOPART____:'
R20031             ETR-PART-CONTA
R20031             DELIMITED BY SIZE
R20031             INTO YPCWS001-RIGA
R20031     END-STRING
R20031     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20031*
R20031     MOVE CTR-PART-CONT               TO ETR-PART-CONTA
R20031     MOVE    SPACES     TO        YPCWS001-RIGA
R20031     STRING  'UID CONTABILIZZATI SU YPOPART______:'
R20031             ETR-PART-CONTA
R20031             DELIMITED BY SIZE
R20031             INTO YPCWS001-RIGA
R20031     END-STRING
R20031     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20031     .
R20031 F-STMP-RIGH-T26.
R20031     EXIT.
      *================================================================*
R20032 STMP-RIGH-T27.
R20032*
R20032     IF WS-RUN-PARTIZIONATO
R20032        MOVE    SPACES     TO        YPCWS001-RIGA
R20032        STRING  '*** ISTANZA DI RUN PARTIZIONATO - '
R20032                'COMPENSAZIONE CREDITI DISATTIVATA'
R20032                DELIMITED BY SIZE
R20032                INTO YPCWS001-RIGA
R20032        END-STRING
R20032        PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032     END-IF
R20032*
R20032     MOVE CTR-CRED-SALDI-LETTI        TO ETR-CRED-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'SALDI CREDITI ESERCENTI CARICATI___:'
R20032             ETR-CRED-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-CRED-APER               TO ETR-CRED-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'CREDITI APERTI SU YPOCRED__________:'
R20032             ETR-CRED-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-CRED-APER-IMPO          TO ETR-CRED-IMPO
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'IMPORTO CREDITI APERTI_____________:'
R20032             ETR-CRED-IMPO
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-CRED-RECU               TO ETR-CRED-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'RECUPERI SU ACCREDITI SU YPOCRED___:'
R20032             ETR-CRED-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-CRED-RECU-IMPO          TO ETR-CRED-IMPO
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'IMPORTO CREDITI RECUPERATI_________:'
R20032             ETR-CRED-IMPO
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-RECU-SCRITTE            TO ETR-CRED-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'MOVIMENTI DI RECUPERO SCRITTI______:'
R20032             ETR-CRED-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-RECU-SCRITTE-B          TO ETR-CRED-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'MOVIMENTI DI RECUPERO BATCH________:'
R20032             ETR-CRED-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     MOVE CTR-CRED-SENZA-CAUS         TO ETR-CRED-CONTA
R20032     MOVE    SPACES     TO        YPCWS001-RIGA
R20032     STRING  'RECUPERI SENZA CAUSALE GEP-RCR_____:'
R20032             ETR-CRED-CONTA
R20032             DELIMITED BY SIZE
R20032             INTO YPCWS001-RIGA
R20032     END-STRING
R20032     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032*
R20032     IF CTR-CRED-ECCED > ZERO
R20032        MOVE CTR-CRED-ECCED           TO ETR-CRED-CONTA
R20032        MOVE    SPACES     TO        YPCWS001-RIGA
R20032        STRING  '*** TABELLA CREDITI SATURA (MAX 10000) - '
R20032                'ESERCENTI NON COMPENSATI: '
R20032                ETR-CRED-CONTA
R20032                DELIMITED BY SIZE
R20032                INTO YPCWS001-RIGA
R20032        END-STRING
R20032        PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20032     END-IF
R20032     .
R20032 F-STMP-RIGH-T27.
R20032     EXIT.
      *================================================================*
R20033 STMP-RIGH-T28.
R20033*
R20033     MOVE CTR-HOLD-TRATT              TO ETR-HOLD-CONTA
R20033     MOVE    SPACES     TO        YPCWS001-RIGA
R20033     STRING  'ACCREDITI TRATTENUTI SU YPOHOLD____:'
R20033             ETR-HOLD-CONTA
R20033             DELIMITED BY SIZE
R20033             INTO YPCWS001-RIGA
R20033     END-STRING
R20033     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033*
R20033     MOVE CTR-HOLD-TRATT-IMPO         TO ETR-HOLD-IMPO
R20033     MOVE    SPACES     TO        YPCWS001-RIGA
R20033     STRING  'IMPORTO ACCREDITI TRATTENUTI_______:'
R20033             ETR-HOLD-IMPO
R20033             DELIMITED BY SIZE
R20033             INTO YPCWS001-RIGA
R20033     END-STRING
R20033     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033*
R20033     MOVE CTR-HOLD-MASSIMALE          TO ETR-HOLD-CONTA
R20033     MOVE    SPACES     TO        YPCWS001-RIGA
R20033     STRING  '  DI CUI OLTRE IL MASSIMALE________:'
R20033             ETR-HOLD-CONTA
R20033             DELIMITED BY SIZE
R20033             INTO YPCWS001-RIGA
R20033     END-STRING
R20033     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033*
R20033     MOVE CTR-HOLD-MEDIA              TO ETR-HOLD-CONTA
R20033     MOVE    SPACES     TO        YPCWS001-RIGA
R20033     STRING  '  DI CUI OLTRE IL MULTIPLO MEDIA___:'
R20033             ETR-HOLD-CONTA
R20033             DELIMITED BY SIZE
R20033             INTO YPCWS001-RIGA
R20033     END-STRING
R20033     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033*
R20033     MOVE CTR-HOLD-RILA               TO ETR-HOLD-CONTA
R20033     MOVE    SPACES     TO        YPCWS001-RIGA
R20033     STRING  'ACCREDITI RILASCIATI CONTABILIZZATI:'
R20033             ETR-HOLD-CONTA
R20033             DELIMITED BY SIZE
R20033             INTO YPCWS001-RIGA
R20033     END-STRING
R20033     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033*
R20033     MOVE CTR-HOLD-RILA-IMPO          TO ETR-HOLD-IMPO
R20033     MOVE    SPACES     TO        YPCWS001-RIGA
R20033     STRING  'IMPORTO ACCREDITI RILASCIATI_______:'
R20033             ETR-HOLD-IMPO
R20033             DELIMITED BY SIZE
R20033             INTO YPCWS001-RIGA
R20033     END-STRING
R20033     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033*
R20033     IF CTR-HOLD-CACHE-ECCED > ZERO
R20033        MOVE CTR-HOLD-CACHE-ECCED     TO ETR-HOLD-CONTA
R20033        MOVE    SPACES     TO        YPCWS001-RIGA
R20033        STRING  '*** CACHE SOGLIE GEP-HLD SATURA (MAX 500) - '
R20033                'ESERCENTI RICARICATI: '
R20033                ETR-HOLD-CONTA
R20033                DELIMITED BY SIZE
R20033                INTO YPCWS001-RIGA
R20033        END-STRING
R20033        PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20033     END-IF
R20033     .
R20033 F-STMP-RIGH-T28.
R20033     EXIT.
      *================================================================*
R20034 STMP-RIGH-T29.
R20034*
R20034     MOVE CTR-BLK-DEVIATI             TO ETR-BLK-CONTA
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'ACCREDITI ESERCENTI BLOCCATI_______:'
R20034             ETR-BLK-CONTA
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     MOVE CTR-BLK-RICEVUTO-IMPO       TO ETR-BLK-IMPO
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'IMPORTO RICEVUTO ESERCENTI BLOCCATI:'
R20034             ETR-BLK-IMPO
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     MOVE CTR-BLK-SOSPESO             TO ETR-BLK-CONTA
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'MOVIMENTI DI SOSPESO SU OPECONT____:'
R20034             ETR-BLK-CONTA
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     MOVE CTR-BLK-SOSPESO-IMPO        TO ETR-BLK-IMPO
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'IMPORTO TRATTENUTO IN SOSPESO______:'
R20034             ETR-BLK-IMPO
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     MOVE CTR-BLK-GIRATI              TO ETR-BLK-CONTA
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'BONIFICI A CREDITORI PIGNORANTI____:'
R20034             ETR-BLK-CONTA
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     MOVE CTR-BLK-GIRATO-IMPO         TO ETR-BLK-IMPO
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'IMPORTO GIRATO A CREDITORI_________:'
R20034             ETR-BLK-IMPO
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     MOVE CTR-BLK-SALDI-LETTI         TO ETR-BLK-CONTA
R20034     MOVE    SPACES     TO        YPCWS001-RIGA
R20034     STRING  'SALDI PIGNORAMENTI CARICATI________:'
R20034             ETR-BLK-CONTA
R20034             DELIMITED BY SIZE
R20034             INTO YPCWS001-RIGA
R20034     END-STRING
R20034     PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034*
R20034     IF CTR-BLK-SENZA-CAUS > ZERO
R20034        MOVE CTR-BLK-SENZA-CAUS       TO ETR-BLK-CONTA
R20034        MOVE    SPACES     TO        YPCWS001-RIGA
R20034        STRING  '*** CAUSALE SOSPESO GEP-BLK ASSENTE - '
R20034                'ACCREDITI PARCHEGGIATI: '
R20034                ETR-BLK-CONTA
R20034                DELIMITED BY SIZE
R20034                INTO YPCWS001-RIGA
R20034        END-STRING
R20034        PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034     END-IF
R20034*
R20034     IF CTR-BLK-SALDI-ECCED > ZERO
R20034        MOVE CTR-BLK-SALDI-ECCED      TO ETR-BLK-CONTA
R20034        MOVE    SPACES     TO        YPCWS001-RIGA
R20034        STRING  '*** TABELLA SALDI PIGNORAMENTI SATURA (MAX '
R20034                '2000) - NON TRATTATI: '
R20034                ETR-BLK-CONTA
R20034                DELIMITED BY SIZE
R20034                INTO YPCWS001-RIGA
R20034        END-STRING
R20034        PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034     END-IF
R20034*
R20034     IF CTR-BLK-CACHE-ECCED > ZERO
R20034        MOVE CTR-BLK-CACHE-ECCED      TO ETR-BLK-CONTA
R20034        MOVE    SPACES     TO        YPCWS001-RIGA
R20034        STRING  '*** CACHE BLOCCHI GEP-BLK SATURA (MAX 500) - '
R20034                'ESERCENTI RICARICATI: '
R20034                ETR-BLK-CONTA
R20034                DELIMITED BY SIZE
R20034                INTO YPCWS001-RIGA
R20034        END-STRING
R20034        PERFORM SCRIVI-ST  THRU      EX-SCRIVI-ST
R20034     END-IF
R20034     .
R20034 F-STMP-RIGH-T29.
R20034     EXIT.
      *================================================================*
R20020 SCRIVI-CNTR.
R20020*
R20020     INITIALIZE YPCRCNTR-REC
R20020     MOVE CTR-TABFPR-NOT-FOUND        TO CNTR-TABFPR-NOT-FOUND
R20024     MOVE CTR-COMM-SCRITTE            TO CNTR-COMM-SCRITTE
R20028     MOVE CTR-COMM-SCRITTE-B          TO CNTR-COMM-SCRITTE-B
R20032     MOVE CTR-RECU-SCRITTE            TO CNTR-RECU-SCRITTE
R20032     MOVE CTR-RECU-SCRITTE-B          TO CNTR-RECU-SCRITTE-B
R20037     MOVE CTR-IMPO-LETTI-TOT          TO CNTR-IMPO-LETTI
R20040     MOVE CTR-IMPO-MONOENTE           TO CNTR-IMPO-MONOENTE
R20020*
R20020     WRITE YPOCNTR-REC              FROM YPCRCNTR-REC
R20020*
R14316           XYDCONT
R14316           OUTDCD
                 OUSCARTI
R20038           OUSCART2
R20038           OUSC2RIC
R05818           OUTFXML
R11422           OUTFXM2
R20008           OUTFCSV
R20024           OUTCOMM
R20030           YPOMANW
R20031           YPOPART
R20032           YPOCRED
R20033           YPOHOLD
R20034           YPOBLOC
                 YYDTABE
                 YPOERRO
R20016           YPOPARK
           MOVE 'ERRORE GRAVE CALL PGM. CRVYD228'
                                            TO P303-MSGER-DESCR
           MOVE INCC-RETCODE                TO P303-FILE-STATUS
R20038     MOVE INCC-CV20-RAPPORT           TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     MOVE MASC-DATO(1:12)             TO P303-MSGER-DATO
           PERFORM ERRORE-P303            THRU EX-ERRORE-P303
           .
       F-IMPO-ERRO-INCC-HIVA.
           MOVE SPACES                      TO YPCWS001-RIGA
           MOVE SPACES                      TO YP-MSGERR
      *
R20038     MOVE INCC-CV20-RAPPORT           TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     STRING 'RAPPORTO: ' MASC-DATO(1:12)
                  DELIMITED BY SIZE
                  INTO YPCWS001-RIGA
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           MOVE 'ERRORE CRVYD228 '          TO P303-MSGER-DESCR
           MOVE INCC-RETCODE                TO P303-FILE-STATUS
R20038     MOVE INCC-CV20-RAPPORT           TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     MOVE MASC-DATO(1:12)             TO P303-MSGER-DATO
           PERFORM ERRORE-P303            THRU EX-ERRORE-P303
           .
       F-IMPO-ERRO-INCC-NO.
       IMPO-ERRO-INCC-NF.
      *
           MOVE SPACES                      TO YPCWS001-RIGA
R20038     MOVE INCC-CV20-RAPPORT           TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     MOVE MASC-DATO(1:12)             TO WS-MASC-RAPPORTO
R20038     MOVE PGPF-BANK-ACCOUNT           TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     STRING 'IBAN: ' MASC-DATO ' - '
R20038            'RAPPORTO: ' WS-MASC-RAPPORTO
                  DELIMITED BY SIZE
                  INTO YPCWS001-RIGA
           END-STRING
           END-STRING
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
           PERFORM SCRIVI-ST              THRU EX-SCRIVI-ST
R20038     MOVE YPDCFAS2-NUME-RAPP-FA       TO MASC-DATO
R20038     PERFORM MASC-MASCHERA          THRU F-MASC-MASCHERA
R20038     STRING 'NUMERO-RAPPORTO ==> '  MASC-DATO(1:12)
                  DELIMITED BY SIZE
                  INTO YPCWS001-RIGA
           END-STRING
           .
      *
       EX-ERRORE-P303.  EXIT.
R20037*================================================================*
R20037* ROUTINE DI INIZIO E FINE PASSO DEL GIORNALE DI RUN
R20037*----------------------------------------------------------------
R20037     COPY  YPCPJRNL.
R20038*================================================================*
R20038* MASCHERATURA PAN/IBAN SU SCARTI, MAIL ERRORI E STAMPA
R20038*----------------------------------------------------------------
R20038     COPY  YPCPMASC.

      *================================================================*
       GEST-ERRO-SU-TRE-RIGH.
R20004 F-CARICA-GEP-MCC.
R20004     EXIT.
      *================================================================*
R20032 CARICA-GEP-RCR.
R20032*
R20032     MOVE SPACES                   TO YPCRTRCR-DATI
R20032     INITIALIZE                    HV-TABE
R20032     MOVE 'GEP'                 TO HV-TABE-KNAMTB1
R20032     MOVE 'RCR'                 TO HV-TABE-KVARTB1(1:3)
R20032*
R20032     EXEC SQL SELECT DATI
R20032          INTO :HV-TABE-DATI
R20032          FROM XYTBTABE
R20032     WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
R20032           KVARTB1 = :HV-TABE-KVARTB1
R20032     END-EXEC
R20032     .
R20032*
R20032     MOVE SQLCODE                  TO W100-APPO-SQLCODE
R20032     EVALUATE SQLCODE
R20032      WHEN +0
R20032             MOVE HV-TABE-DATI-A      TO YPCRTRCR-DATI
R20032      WHEN +100
R20032*--* Elemento GEP/RCR non censito: nessuna compensazione
R20032             CONTINUE
R20032      WHEN OTHER
R20032        MOVE SPACES                      TO YPCWS001-RIGA
R20032        MOVE SPACES                      TO YP-MSGERR
R20032        STRING
R20032            'ERRORE read TABELLA GEP-RCR SQLCODE: '
R20032            W100-APPO-SQLCODE ' riga =>'
R20032        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20032        END-STRING
R20032        MOVE HV-TABE                     TO YP-MSGERR-2
R20032*
R20032        PERFORM GEST-ERRO-SU-TRE-RIGH
R20032           THRU F-GEST-ERRO-SU-TRE-RIGH
R20032     END-EVALUATE
R20032     .
R20032 F-CARICA-GEP-RCR.
R20032     EXIT.
      *================================================================*
R20033 CARICA-GEP-HLD.
R20033*
R20033     MOVE SPACES                   TO YPCRTHLD-DATI
R20033     INITIALIZE                    HV-TABE
R20033     MOVE 'GEP'                 TO HV-TABE-KNAMTB1
R20033     MOVE 'HLD'                 TO HV-TABE-KVARTB1(1:3)
R20033*
R20033     EXEC SQL SELECT DATI
R20033          INTO :HV-TABE-DATI
R20033          FROM XYTBTABE
R20033     WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
R20033           KVARTB1 = :HV-TABE-KVARTB1
R20033     END-EXEC
R20033     .
R20033*
R20033     MOVE SQLCODE                  TO W100-APPO-SQLCODE
R20033     EVALUATE SQLCODE
R20033      WHEN +0
R20033             MOVE HV-TABE-DATI-A      TO YPCRTHLD-DATI
R20033             IF THLD-MASSIMALE IS NUMERIC
R20033                MOVE THLD-MASSIMALE   TO WS-HOLD-GEN-MASSIMALE
R20033             END-IF
R20033             IF THLD-MOLTIPLICATORE IS NUMERIC
R20033                MOVE THLD-MOLTIPLICATORE
R20033                                      TO WS-HOLD-GEN-MOLTIPLIC
R20033             END-IF
R20033             IF THLD-GIORNI-MEDIA IS NUMERIC
R20033                MOVE THLD-GIORNI-MEDIA
R20033                                      TO WS-HOLD-GEN-GIORNI
R20033             END-IF
R20033             IF THLD-MIN-ACCREDITI IS NUMERIC
R20033                MOVE THLD-MIN-ACCREDITI
R20033                                      TO WS-HOLD-GEN-MIN-ACCR
R20033             END-IF
R20033             IF THLD-IMPORTO-MINIMO IS NUMERIC
R20033                MOVE THLD-IMPORTO-MINIMO
R20033                                      TO WS-HOLD-GEN-IMPO-MIN
R20033             END-IF
R20033      WHEN +100
R20033*--* Elemento GEP/HLD generale non censito: valgono solo le
R20033*    soglie censite sul singolo esercente
R20033             CONTINUE
R20033      WHEN OTHER
R20033        MOVE SPACES                      TO YPCWS001-RIGA
R20033        MOVE SPACES                      TO YP-MSGERR
R20033        STRING
R20033            'ERRORE read TABELLA GEP-HLD SQLCODE: '
R20033            W100-APPO-SQLCODE ' riga =>'
R20033        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20033        END-STRING
R20033        MOVE HV-TABE                     TO YP-MSGERR-2
R20033*
R20033        PERFORM GEST-ERRO-SU-TRE-RIGH
R20033           THRU F-GEST-ERRO-SU-TRE-RIGH
R20033     END-EVALUATE
R20033     .
R20033 F-CARICA-GEP-HLD.
R20033     EXIT.
      *================================================================*
R20034 CARICA-GEP-BLK.
R20034*
R20034     MOVE WS-DATA-AAAAMMGG            TO WS-BLK-DATA-OGGI
R20034     MOVE SPACES                   TO YPCRTBLK-DATI
R20034     INITIALIZE                    HV-TABE
R20034     MOVE 'GEP'                 TO HV-TABE-KNAMTB1
R20034     MOVE 'BLK'                 TO HV-TABE-KVARTB1(1:3)
R20034*
R20034     EXEC SQL SELECT DATI
R20034          INTO :HV-TABE-DATI
R20034          FROM XYTBTABE
R20034     WHERE KNAMTB1 = :HV-TABE-KNAMTB1 AND
R20034           KVARTB1 = :HV-TABE-KVARTB1
R20034     END-EXEC
R20034     .
R20034*
R20034     MOVE SQLCODE                  TO W100-APPO-SQLCODE
R20034     EVALUATE SQLCODE
R20034      WHEN +0
R20034             MOVE HV-TABE-DATI-A      TO YPCRTBLK-DATI
R20034             MOVE TBLK-CAUSALE-SOSP   TO WS-BLK-CAUSALE-SOSP
R20034             MOVE TBLK-CODOPE-SOSP    TO WS-BLK-CODOPE-SOSP
R20034             IF WS-BLK-CAUSALE-SOSP = LOW-VALUE
R20034                MOVE SPACES           TO WS-BLK-CAUSALE-SOSP
R20034             END-IF
R20034      WHEN +100
R20034*--* Elemento GEP/BLK generale non censito: gli accrediti da
R20034*    trattenere in sospeso vengono parcheggiati
R20034             CONTINUE
R20034      WHEN OTHER
R20034        MOVE SPACES                      TO YPCWS001-RIGA
R20034        MOVE SPACES                      TO YP-MSGERR
R20034        STRING
R20034            'ERRORE read TABELLA GEP-BLK SQLCODE: '
R20034            W100-APPO-SQLCODE ' riga =>'
R20034        DELIMITED BY SIZE              INTO YP-MSGERR-1
R20034        END-STRING
R20034        MOVE HV-TABE                     TO YP-MSGERR-2
R20034*
R20034        PERFORM GEST-ERRO-SU-TRE-RIGH
R20034           THRU F-GEST-ERRO-SU-TRE-RIGH
R20034     END-EVALUATE
R20034     .
R20034 F-CARICA-GEP-BLK.
R20034     EXIT.
      *================================================================*
TK1274 CONTROLLA-GEP-FPR.
      *
           SET TROVATO-SU-FPR-NO  TO TRUE
