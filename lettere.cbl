      * DI LETTERE/ETICHETTE IMPAGINATO PER CITTA, CON UNA PAGINA
      * DI RIEPILOGO DELLE LETTERE PRODOTTE PER CITTA DA QUADRARE
      * CON LA DISTRIBUZIONE DI FAMIGLIE-REPORTF.
      * SE CAMPAGNA.TXT PORTA 'SPEDIZIONE MASSIVA' LE LETTERE ESCONO
      * INVECE IN ORDINE DI CAP PER LA POSTA MASSIVA: MAZZETTI DI
      * UNO STESSO CAP E SACCHI DI UNO STESSO BACINO (PRIME TRE
      * CIFRE DEL CAP), CON LE CAPIENZE LETTE DA TARIFFE-POSTA.TXT
      * (MAZZETTO, SACCO, MINIMO-MA), I PEZZI PER CAP SUL RIEPILOGO
      * E LA DISTINTA DI DEPOSITO IN LETTERE-DISTINTA.TXT.
      * IL TESTO DELLA LETTERA VIENE DAL MODELLO DELLA CAMPAGNA IN
      * MODELLI-LETTERA.TXT (UN MODELLO PER LE FAMIGLIE IN ITALIA E
      * UNO PER QUELLE ALL'ESTERO), CON I CAMPI DI FUSIONE
      * &INTESTATARIO& &CITTA& &ETA& &FILIALE& &CAMPAGNA&: UN CAMPO
      * SCONOSCIUTO FERMA IL GIRO PRIMA DI STAMPARE.
      * CON RISTAMPA.TXT IL GIRO E' UNA RISTAMPA DOPO UN INCEPPAMENTO:
      * RIFA' TUTTO IL PERCORSO MA SCRIVE IN LETTERE-RISTAMPA.TXT LE
      * SOLE LETTERE DELL'INTERVALLO (PER FAMIGLIA O PER PAGINA),
      * IDENTICHE ALL'ORIGINALE, NON TOCCA CAMPAGNE.TXT NE' I
      * RIEPILOGHI E REGISTRA OPERATORE E INTERVALLO IN
      * LETTERE-RISTAMPE.TXT PER LA QUADRATURA POSTALE. A RISTAMPA
      * RIUSCITA RISTAMPA.TXT VIENE CANCELLATO E IL GIORNALE NE
      * RIPORTA UNA RIGA RISTAM, COSI' IL GIRO SUCCESSIVO TORNA
      * ORDINARIO.
      * LE LETTERE DEL GIRO ORDINARIO SI REGISTRANO PER FILIALE IN
      * CONSUMI.TXT (MODULO CONSUMO) PER GLI ADDEBITI DI FINE MESE.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-NEGATI-STATUS.
      * FILE DELLE LETTERE IMPAGINATE

           SELECT LETTEREF ASSIGN TO WS-NOME-LETTERE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * CODICE E CRITERI DELLA CAMPAGNA IN CORSO (FACOLTATIVI)
           SELECT REPORTF ASSIGN TO 'LETTERE-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * TARIFFARIO POSTALE: CAPIENZE DI MAZZETTI E SACCHI (FACOLT.)

           SELECT OPTIONAL TARIFFEF ASSIGN TO 'TARIFFE-POSTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARIFFE-STATUS.
      * DISTINTA DI DEPOSITO DELLA POSTA MASSIVA

           SELECT DISTINTAF ASSIGN TO 'LETTERE-DISTINTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * MODELLI DEL TESTO DELLE LETTERE PER CAMPAGNA (FACOLTATIVO)

           SELECT OPTIONAL MODELLIF ASSIGN TO 'MODELLI-LETTERA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MODELLI-STATUS.
      * MASTER DELLE CITTA' CENSITE, PER IL FLAG ESTERO (FACOLT.)

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * MASTER DELLE FILIALI, PER LA DESCRIZIONE (FACOLTATIVO)

           SELECT FILIALIMF ASSIGN TO 'FILIALI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY FMF-CODICE
           ALTERNATE RECORD KEY IS FMF-DESC WITH DUPLICATES
           STATUS WS-FILIALIMF-STATUS.
      * PARAMETRI DELLA RISTAMPA DOPO UN INCEPPAMENTO (FACOLTATIVO)

           SELECT OPTIONAL RISTAMPAF ASSIGN TO 'RISTAMPA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RISTAMPA-STATUS.
      * REGISTRO DELLE RISTAMPE, PER LA QUADRATURA POSTALE

           SELECT OPTIONAL RISTAMPEF ASSIGN TO 'LETTERE-RISTAMPE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RISTAMPE-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
      * FILE DI LAVORO DEL SORT PER CAP

           SELECT SORTWK ASSIGN TO 'LETTERE-WORK'.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   TARIFFEF
            DATA RECORD IS REC-TARIFFEF.
       01 REC-TARIFFEF.
          05 TAR-CHIAVE     PIC X(10).
          05 TAR-VALORE     PIC X(10).

       FD   DISTINTAF
            DATA RECORD IS REC-DISTINTA.
       01 REC-DISTINTA  PIC X(80).

       FD   MODELLIF
            DATA RECORD IS REC-MODELLIF.
       01 REC-MODELLIF.
          05 MOD-CODICE     PIC X(8).
          05 FILLER         PIC X.
          05 MOD-TIPO       PIC X.
          05 FILLER         PIC X.
          05 MOD-TESTO      PIC X(66).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

       FD   FILIALIMF
            DATA RECORD IS REC-FILIALIMF.
       01 REC-FILIALIMF.
          05 FMF-CODICE    PIC 9(4).
          05 FMF-DESC      PIC X(16).
          05 FMF-STATO     PIC X.
          05 FMF-DATA-AP   PIC 9(8).
          05 FMF-DATA-CH   PIC 9(8).

       FD   RISTAMPAF
            DATA RECORD IS REC-RISTAMPAF.
       01 REC-RISTAMPAF.
          05 RST-CHIAVE     PIC X(10).
          05 RST-VALORE     PIC X(40).

       FD   RISTAMPEF
            DATA RECORD IS REC-RISTAMPEF.
       01 REC-RISTAMPEF  PIC X(80).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-FUORI        PIC X.
          05 SORT-CAP          PIC X(5).
          05 SORT-CITTA        PIC X(10).
          05 SORT-COGNOME      PIC X(10).
          05 SORT-PROGR        PIC 9(6).
          05 SORT-INTESTATARIO PIC X(25).
          05 SORT-TROVATO      PIC X.
          05 SORT-VIA          PIC X(20).
          05 SORT-NUMERO       PIC X(5).
          05 SORT-CAP-IND      PIC X(5).
          05 SORT-CITTA-IND    PIC X(10).
          05 SORT-MRG-ETA      PIC X(3).
          05 SORT-MRG-FILIALE  PIC X(16).
          05 SORT-MRG-ESTERO   PIC X.
          05 SORT-FAM-ID       PIC 9(5).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
               10 PE-ID        PIC 9(5).
               10 PE-ETA       PIC 999.
               10 PE-STATO     PIC X.
               10 PE-FILIALE   PIC 9(4).
       01 WS-NUM-PERSONE      PIC 9(4) VALUE 0.
       01 WS-TABELLA-PIENA    PIC X VALUE 'N'.

       01 WS-SCELTO-ID        PIC 9(5) VALUE 0.
       01 WS-SCELTO-NOME      PIC X(10) VALUE SPACES.
       01 WS-SCELTO-ETA       PIC 999 VALUE 0.
       01 WS-SCELTO-FILIALE   PIC 9(4) VALUE 0.
       01 WS-INDIRIZZO-TROVATO PIC X VALUE 'N'.

      ************************************************************
       01 WS-NUMERO-PAGINA    PIC 9(4) VALUE 0.
       01 WS-RIGHE-PAGINA     PIC 99 VALUE 0.
       01 WS-RIGHE-PER-PAGINA PIC 99 VALUE 60.
       01 WS-RIGHE-LETTERA    PIC 99 VALUE 5.

       01 INTESTAZIONE-PAGINA.
            05 FILLER          PIC X(15) VALUE 'LETTERE CITTA: '.
       01 WS-CONTA-OPPOSTE    PIC 9(6) VALUE 0.
       01 WS-CONTA-NEGATE     PIC 9(6) VALUE 0.

      ************************************************************
      *      LETTERE PER FILIALE DEL COMPONENTE SCELTO, PER GLI     *
      *      ADDEBITI DI FINE MESE (MODULO CONSUMO). LE RISTAMPE    *
      *      NON SI ADDEBITANO: LA FILIALE LE HA GIA' PAGATE.       *
      ************************************************************
       COPY CONSUMO.

      ************************************************************
      *      POSTA MASSIVA: LE LETTERE SI ORDINANO PER CAP E SI     *
      *      RAGGRUPPANO IN MAZZETTI (STESSO CAP, AL PIU' WS-MAX-   *
      *      PEZZI-MAZZ PEZZI) E IN SACCHI (STESSO BACINO, CIOE'    *
      *      STESSE PRIME TRE CIFRE DEL CAP, AL PIU' WS-MAX-MAZZ-   *
      *      SACCO MAZZETTI). LE LETTERE SENZA INDIRIZZO O CON UN   *
      *      CAP NON VALIDO RESTANO FUORI DAL DEPOSITO E SI         *
      *      STAMPANO IN CODA PER CITTA.                            *
      ************************************************************
       01 WS-MASSIVA          PIC X VALUE 'N'.
       01 WS-TARIFFE-STATUS   PIC XX.
       01 WS-TARIFFE-EOF      PIC X VALUE 'N'.
       01 WS-MAX-PEZZI-MAZZ   PIC 9(5) VALUE 50.
       01 WS-MAX-MAZZ-SACCO   PIC 9(5) VALUE 20.
       01 WS-MINIMO-MASSIVA   PIC 9(5) VALUE 0.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-PRIMO-PEZZO      PIC X VALUE 'S'.
       01 WS-IN-FUORI         PIC X VALUE 'N'.
       01 WS-ROTTURA          PIC X VALUE SPACE.
       01 WS-CAP-CORR         PIC X(5) VALUE SPACES.
       01 WS-NUM-SACCO        PIC 9(4) VALUE 0.
       01 WS-NUM-MAZZETTO     PIC 9(5) VALUE 0.
       01 WS-PEZZI-MAZZETTO   PIC 9(5) VALUE 0.
       01 WS-MAZZETTI-SACCO   PIC 9(5) VALUE 0.
       01 WS-PEZZI-SACCO      PIC 9(6) VALUE 0.
       01 WS-PEZZI-CAP        PIC 9(6) VALUE 0.
       01 WS-MAZZETTI-CAP     PIC 9(5) VALUE 0.
       01 WS-CONTA-MASSIVA    PIC 9(6) VALUE 0.
       01 WS-CONTA-FUORI-MASS PIC 9(6) VALUE 0.

       01 WS-MAX-CAP          PIC 9(4) VALUE 2000.
       01 TAB-CAP.
            05 VOCE-CAP OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-CAP
               INDEXED BY IND-CAP.
               10 TC-CAP       PIC X(5).
               10 TC-PEZZI     PIC 9(6).
               10 TC-MAZZETTI  PIC 9(5).
       01 WS-NUM-CAP          PIC 9(4) VALUE 0.

       01 INTESTAZIONE-MAZZETTO.
            05 FILLER          PIC X(6)  VALUE 'SACCO '.
            05 IM-SACCO        PIC ZZZ9.
            05 FILLER          PIC X(11) VALUE '  MAZZETTO '.
            05 IM-MAZZETTO     PIC ZZZZ9.
            05 FILLER          PIC X(6)  VALUE '  CAP '.
            05 IM-CAP          PIC X(5).
            05 FILLER          PIC X(9)  VALUE '  PAGINA '.
            05 IM-PAGINA       PIC ZZZ9.

       01 INTESTAZIONE-DISTINTA.
            05 FILLER          PIC X(34) VALUE
               'DISTINTA DI DEPOSITO POSTA MASSIVA'.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 FILLER          PIC X(5)  VALUE 'DATA '.
            05 ID-GG           PIC 99.
            05 FILLER          PIC X     VALUE '/'.
            05 ID-MM           PIC 99.
            05 FILLER          PIC X     VALUE '/'.
            05 ID-AAAA         PIC 9999.

       01 COLONNE-DISTINTA.
            05 FILLER          PIC X(12) VALUE ' SACCO CAP  '.
            05 FILLER          PIC X(8)  VALUE '   PEZZI'.
            05 FILLER          PIC X(9)  VALUE ' MAZZETTI'.

       01 RIGA-DISTINTA.
            05 DS-SACCO        PIC ZZZZZ9.
            05 FILLER          PIC X     VALUE SPACE.
            05 DS-CAP          PIC X(5).
            05 DS-PEZZI        PIC ZZZZZZZ9.
            05 DS-MAZZETTI     PIC ZZZZZZZZ9.

       01 RIGA-TOTALE-DISTINTA.
            05 TD-ETICHETTA    PIC X(12).
            05 TD-PEZZI        PIC ZZZZZZZ9.
            05 TD-MAZZETTI     PIC ZZZZZZZZ9.

       01 COLONNE-CAP.
            05 FILLER          PIC X(5)  VALUE 'CAP  '.
            05 FILLER          PIC X(8)  VALUE '   PEZZI'.
            05 FILLER          PIC X(9)  VALUE ' MAZZETTI'.

       01 RIGA-CAP.
            05 RK-CAP          PIC X(5).
            05 RK-PEZZI        PIC ZZZZZZZ9.
            05 RK-MAZZETTI     PIC ZZZZZZZZ9.

      ************************************************************
      *      MODELLI DEL TESTO DELLA LETTERA: LE RIGHE DI           *
      *      MODELLI-LETTERA.TXT CON IL CODICE DELLA CAMPAGNA IN    *
      *      CORSO, TIPO 'N' (FAMIGLIE IN ITALIA) O 'E' (FAMIGLIE   *
      *      ALL'ESTERO), NELL'ORDINE IN CUI COMPAIONO NEL FILE     *
      ************************************************************
       01 WS-MODELLI-STATUS   PIC XX.
       01 WS-MODELLI-MODE     PIC X VALUE 'N'.
       01 WS-MODELLI-EOF      PIC X VALUE 'N'.
       01 WS-MODELLO-ERRATO   PIC X VALUE 'N'.
       01 WS-MAX-RIGHE-MOD    PIC 99 VALUE 40.
       01 TAB-MODELLO.
            05 RIGA-MODELLO OCCURS 1 TO 40 TIMES
               DEPENDING ON WS-NUM-RIGHE-MOD
               INDEXED BY IND-MOD.
               10 TM-TIPO      PIC X.
               10 TM-TESTO     PIC X(66).
       01 WS-NUM-RIGHE-MOD    PIC 99 VALUE 0.
       01 WS-RIGHE-MOD-N      PIC 99 VALUE 0.
       01 WS-RIGHE-MOD-E      PIC 99 VALUE 0.
       01 WS-TIPO-MODELLO     PIC X VALUE 'N'.

       COPY CITTAMAS.

       COPY FILIALMA.

      ************************************************************
      *      CAMPI DI FUSIONE DELLA LETTERA CORRENTE E AREE DI      *
      *      LAVORO DELLA FUSIONE: I CAMPI SONO NOMI RACCHIUSI TRA  *
      *      DUE '&' E SI SOSTITUISCONO COL VALORE SENZA GLI SPAZI  *
      *      DI CODA                                                *
      ************************************************************
       01 WS-MRG-INTESTATARIO PIC X(25) VALUE SPACES.
       01 WS-MRG-CITTA        PIC X(10) VALUE SPACES.
       01 WS-MRG-ETA          PIC X(3)  VALUE SPACES.
       01 WS-MRG-ETA-AREA.
            05 WS-MRG-ETA-ED   PIC ZZ9.
       01 WS-MRG-FILIALE      PIC X(16) VALUE SPACES.
       01 WS-MRG-ESTERO       PIC X VALUE 'N'.

       01 WS-MRG-SORGENTE.
            05 WS-MRG-TESTO    PIC X(66).
            05 FILLER          PIC X VALUE SPACE.
       01 WS-MRG-RIGA         PIC X(80) VALUE SPACES.
       01 WS-MRG-I            PIC 99 VALUE 0.
       01 WS-MRG-O            PIC 99 VALUE 0.
       01 WS-MRG-CAMPO        PIC X(15) VALUE SPACES.
       01 WS-MRG-LC           PIC 99 VALUE 0.
       01 WS-MRG-VALORE       PIC X(25) VALUE SPACES.
       01 WS-MRG-LV           PIC 99 VALUE 0.
       01 WS-MRG-SPAZIO       PIC 99 VALUE 0.
       01 WS-MRG-FINE         PIC X VALUE 'N'.
       01 WS-MRG-CHIUSO       PIC X VALUE 'N'.
       01 WS-MODELLO-LUNGO    PIC X VALUE 'N'.
       01 WS-CAMPO-IGNOTO     PIC X VALUE 'N'.
       01 WS-CAMPO-ERRATO     PIC X(15) VALUE SPACES.

      ************************************************************
      *      RISTAMPA DOPO UN INCEPPAMENTO: TIPO F (FAMIGLIE, PER   *
      *      FAM-ID) O P (PAGINE DEL FILE DELLE LETTERE), DA-A.     *
      *      OGNI RIGA DELLE LETTERE PASSA DA EMETTI-RIGA, CHE LA   *
      *      SCRIVE SOLO SE CADE NELL'INTERVALLO; LA TESTATA DELLA  *
      *      PAGINA SI RIPETE DAVANTI ALLA PRIMA LETTERA RISTAMPATA *
      ************************************************************
       01 WS-NOME-LETTERE     PIC X(30) VALUE 'LETTERE.TXT'.
       01 WS-RISTAMPA-STATUS  PIC XX.
       01 WS-RISTAMPE-STATUS  PIC XX.
       01 WS-OPER-STATUS      PIC XX.
       01 WS-RISTAMPA         PIC X VALUE 'N'.
       01 WS-RISTAMPA-ERRATA  PIC X VALUE 'N'.
       01 WS-RISTAMPA-EOF     PIC X VALUE 'N'.
       01 WS-RIST-TIPO        PIC X VALUE SPACE.
       01 WS-RIST-DA          PIC 9(6) VALUE 0.
       01 WS-RIST-A           PIC 9(6) VALUE 0.
       01 WS-RIST-OPERATORE   PIC X(3) VALUE SPACES.
       01 WS-RIST-LETTERE     PIC 9(6) VALUE 0.
       01 WS-RIST-PAGINE      PIC 9(6) VALUE 0.
       01 WS-IN-RISTAMPA      PIC X VALUE 'N'.
       01 WS-FAM-CORRENTE     PIC 9(5) VALUE 0.
       01 WS-TESTATA-EMESSA   PIC X VALUE 'N'.
       01 WS-TESTATA-SALVATA  PIC X(80) VALUE SPACES.
       01 WS-RIGA-APPOGGIO    PIC X(80) VALUE SPACES.
       01 WS-RIGA-DISTINTA    PIC X(80) VALUE SPACES.

       01 RIGA-RISTAMPE.
            05 RS-DATA         PIC 9(8).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-ORA          PIC 9(4).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-OPERATORE    PIC X(3).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-CAMPAGNA     PIC X(8).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-TIPO         PIC X.
            05 FILLER          PIC X VALUE SPACE.
            05 RS-DA           PIC 9(6).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-A            PIC 9(6).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-LETTERE      PIC 9(6).
            05 FILLER          PIC X VALUE SPACE.
            05 RS-PAGINE       PIC 9(6).

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
            05 WS-SEC            PIC 99.
            05 WS-CENT           PIC 99.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
            MOVE WS-ANNO TO WS-ANNO-CORRENTE.

            PERFORM LEGGI-CAMPAGNA THRU FINE-LEGGI-CAMPAGNA.
            PERFORM CARICA-MODELLI THRU FINE-CARICA-MODELLI.
            PERFORM LEGGI-RISTAMPA THRU FINE-LEGGI-RISTAMPA.
            IF WS-MODELLO-ERRATO = 'N' AND WS-RISTAMPA-ERRATA = 'N'
                PERFORM CARICA-ANAGRAFICA THRU FINE-CARICA-ANAGRAFICA
                PERFORM CARICA-OPPOSIZIONI
                   THRU FINE-CARICA-OPPOSIZIONI
                PERFORM CARICA-NEGATI THRU FINE-CARICA-NEGATI
                IF WS-MASSIVA = 'S'
                    PERFORM LEGGI-TARIFFE THRU FINE-LEGGI-TARIFFE
                    SORT SORTWK
                         ON ASCENDING KEY SORT-FUORI SORT-CAP
                                          SORT-CITTA SORT-COGNOME
                                          SORT-PROGR
                         INPUT PROCEDURE IS RILASCIA-LETTERE
                              THRU FINE-RILASCIA-LETTERE
                         OUTPUT PROCEDURE IS STAMPA-MASSIVA
                              THRU FINE-STAMPA-MASSIVA
                ELSE
                    PERFORM APERTURA THRU FINE-APERTURA
                    PERFORM ELABORA THRU FINE-ELABORA
                         UNTIL FINE-FILE = 'S'
                END-IF
                PERFORM CHIUSURA THRU FINE-CHIUSURA
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       CARICA-MODELLI.
      **************************************************************
      * CARICA IL MODELLO DELLA CAMPAGNA IN CORSO E NE VERIFICA     *
      * TUTTI I CAMPI DI FUSIONE PRIMA DI STAMPARE QUALUNQUE COSA:  *
      * UN CAMPO SCONOSCIUTO (O UN '&' NON CHIUSO) O UN MODELLO     *
      * OLTRE LE RIGHE AMMESSE FERMANO IL GIRO CON RC 8. SENZA      *
      * CAMPAGNA O SENZA MODELLO LE LETTERE ESCONO COME SEMPRE,     *
      * CON IL SOLO BLOCCO DELL'INDIRIZZO.                          *
      **************************************************************
           MOVE 'N'  TO WS-MODELLI-MODE.
           MOVE 'N'  TO WS-MODELLO-ERRATO.
           MOVE 'N'  TO WS-MODELLO-LUNGO.
           MOVE ZERO TO WS-NUM-RIGHE-MOD.
           MOVE ZERO TO WS-RIGHE-MOD-N.
           MOVE ZERO TO WS-RIGHE-MOD-E.
           IF WS-CAMPAGNA-MODE = 'S'
               MOVE 'N' TO WS-MODELLI-EOF
               OPEN INPUT MODELLIF
               IF WS-MODELLI-STATUS = '00'
                   PERFORM LEGGI-RIGA-MODELLO
                      THRU FINE-LEGGI-RIGA-MODELLO
                        UNTIL WS-MODELLI-EOF = 'S'
               END-IF
               CLOSE MODELLIF
           END-IF.

           IF WS-NUM-RIGHE-MOD > ZERO
               MOVE 'N'    TO WS-CAMPO-IGNOTO
               MOVE SPACES TO WS-CAMPO-ERRATO
               PERFORM VERIFICA-RIGA-MODELLO
                  THRU FINE-VERIFICA-RIGA-MODELLO
                    VARYING IND-MOD FROM 1 BY 1
                    UNTIL IND-MOD > WS-NUM-RIGHE-MOD
               IF WS-CAMPO-IGNOTO = 'S'
                   DISPLAY 'CAMPO DI FUSIONE SCONOSCIUTO: '
                           WS-CAMPO-ERRATO
                   MOVE 'S' TO WS-MODELLO-ERRATO
                   MOVE 'CARICA-MODELLI' TO ECC-PARAGRAFO
                   MOVE WS-CAMPO-ERRATO  TO ECC-CHIAVE
                   MOVE 'CAMPO SCONOSCIUTO NEL MODELLO LETTERA'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
               IF WS-MODELLO-LUNGO = 'S'
                   DISPLAY 'MODELLO DI LETTERA OLTRE LE '
                           WS-MAX-RIGHE-MOD ' RIGHE'
                   MOVE 'S' TO WS-MODELLO-ERRATO
                   MOVE 'CARICA-MODELLI'     TO ECC-PARAGRAFO
                   MOVE WS-CAMPAGNA-CODICE   TO ECC-CHIAVE
                   MOVE 'MODELLO LETTERA OLTRE LE RIGHE AMMESSE'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
               IF WS-MODELLO-ERRATO = 'S'
                   DISPLAY 'NESSUNA LETTERA STAMPATA'
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   MOVE 'S' TO WS-MODELLI-MODE
                   IF WS-RIGHE-MOD-N > WS-RIGHE-MOD-E
                       COMPUTE WS-RIGHE-LETTERA = WS-RIGHE-MOD-N + 6
                   ELSE
                       COMPUTE WS-RIGHE-LETTERA = WS-RIGHE-MOD-E + 6
                   END-IF
                   PERFORM CARICA-CITTA-MASTER
                      THRU FINE-CARICA-CITTA-MASTER
                   PERFORM CARICA-FILIALI-MASTER
                      THRU FINE-CARICA-FILIALI-MASTER
                   DISPLAY 'MODELLO DI LETTERA DELLA CAMPAGNA '
                           WS-CAMPAGNA-CODICE
               END-IF
           ELSE
               IF WS-CAMPAGNA-MODE = 'S'
                   DISPLAY 'NESSUN MODELLO DI LETTERA PER LA CAMPAGNA'
               END-IF
           END-IF.
       FINE-CARICA-MODELLI.
            EXIT.
      *
       LEGGI-RIGA-MODELLO.
           READ MODELLIF AT END
                MOVE 'S' TO WS-MODELLI-EOF
                NOT AT END
                     IF MOD-CODICE = WS-CAMPAGNA-CODICE
                         IF WS-NUM-RIGHE-MOD < WS-MAX-RIGHE-MOD
                             ADD 1 TO WS-NUM-RIGHE-MOD
                             MOVE MOD-TESTO
                                  TO TM-TESTO(WS-NUM-RIGHE-MOD)
                             IF MOD-TIPO = 'E'
                                 MOVE 'E' TO TM-TIPO(WS-NUM-RIGHE-MOD)
                                 ADD 1 TO WS-RIGHE-MOD-E
                             ELSE
                                 MOVE 'N' TO TM-TIPO(WS-NUM-RIGHE-MOD)
                                 ADD 1 TO WS-RIGHE-MOD-N
                             END-IF
                         ELSE
                             MOVE 'S' TO WS-MODELLO-LUNGO
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-MODELLO.
            EXIT.
      *
       VERIFICA-RIGA-MODELLO.
           MOVE TM-TESTO(IND-MOD) TO WS-MRG-TESTO.
           PERFORM FONDI-RIGA THRU FINE-FONDI-RIGA.
       FINE-VERIFICA-RIGA-MODELLO.
            EXIT.
      *
       CARICA-CITTA-MASTER.
      **************************************************************
      * CARICA IN TABELLA IL MASTER DELLE CITTA' (CITTA.IDX) SE     *
      * PRESENTE: IL FLAG ESTERO DELLA CITTA DELLA FAMIGLIA SCEGLIE *
      * IL MODELLO 'E'. SENZA MASTER TUTTE LE FAMIGLIE USANO 'N'.   *
      **************************************************************
           MOVE 'N'  TO WS-CITTAMST-MODE.
           MOVE ZERO TO WS-NUM-CITTA-MST.
           OPEN INPUT CITTAMF.
           IF WS-CITTAMST-STATUS = '00'
               MOVE 'S' TO WS-CITTAMST-MODE
               MOVE 'N' TO WS-CITTAMST-EOF
               PERFORM LEGGI-CITTA-MST THRU FINE-LEGGI-CITTA-MST
                    UNTIL WS-CITTAMST-EOF = 'S'
               CLOSE CITTAMF
           END-IF.
       FINE-CARICA-CITTA-MASTER.
            EXIT.
      *
       LEGGI-CITTA-MST.
           READ CITTAMF AT END
                MOVE 'S' TO WS-CITTAMST-EOF
                NOT AT END
                     IF WS-NUM-CITTA-MST < WS-MAX-CITTA-MST
                         ADD 1 TO WS-NUM-CITTA-MST
                         MOVE CMF-CITTA
                              TO CM-TAB-CITTA(WS-NUM-CITTA-MST)
                         MOVE CMF-PROVINCIA
                              TO CM-TAB-PROVINCIA(WS-NUM-CITTA-MST)
                         MOVE CMF-REGIONE
                              TO CM-TAB-REGIONE(WS-NUM-CITTA-MST)
                         MOVE CMF-ESTERO
                              TO CM-TAB-ESTERO(WS-NUM-CITTA-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-CITTA-MST.
            EXIT.
      *
       CARICA-FILIALI-MASTER.
      **************************************************************
      * CARICA IN TABELLA LE FILIALI DA FILIALI.IDX SE PRESENTE:    *
      * LA DESCRIZIONE DELLA FILIALE DEL COMPONENTE SCELTO E' IL    *
      * CAMPO &FILIALE& (VUOTO SENZA MASTER O SENZA FILIALE).       *
      **************************************************************
           MOVE 'N'  TO WS-FILIALIMF-MODE.
           MOVE ZERO TO WS-NUM-FILIALI-MST.
           OPEN INPUT FILIALIMF.
           IF WS-FILIALIMF-STATUS = '00'
               MOVE 'S' TO WS-FILIALIMF-MODE
               MOVE 'N' TO WS-FILIALIMF-EOF
               PERFORM LEGGI-FILIALE-MST THRU FINE-LEGGI-FILIALE-MST
                    UNTIL WS-FILIALIMF-EOF = 'S'
               CLOSE FILIALIMF
           END-IF.
       FINE-CARICA-FILIALI-MASTER.
            EXIT.
      *
       LEGGI-FILIALE-MST.
           READ FILIALIMF AT END
                MOVE 'S' TO WS-FILIALIMF-EOF
                NOT AT END
                     IF WS-NUM-FILIALI-MST < WS-MAX-FILIALI-MST
                         ADD 1 TO WS-NUM-FILIALI-MST
                         MOVE FMF-CODICE
                              TO FM-TAB-CODICE(WS-NUM-FILIALI-MST)
                         MOVE FMF-DESC
                              TO FM-TAB-DESC(WS-NUM-FILIALI-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-FILIALE-MST.
            EXIT.
      *
       CARICA-ANAGRAFICA.
      **************************************************************
                         MOVE WS-ETA-CORRENTE
                                      TO PE-ETA(WS-NUM-PERSONE)
                         MOVE STATO   TO PE-STATO(WS-NUM-PERSONE)
                         MOVE COD-FILIALE
                                      TO PE-FILIALE(WS-NUM-PERSONE)
                     ELSE
                         IF WS-TABELLA-PIENA = 'N'
                             MOVE 'S' TO WS-TABELLA-PIENA
      * COGNOME (O NOME E COGNOME PER UN SOLO COMPONENTE),          *
      * INDIRIZZO DEL COMPONENTE PIU' ANZIANO DA INDIRIZZI.IDX.     *
      **************************************************************
           MOVE FAM-ID TO WS-FAM-CORRENTE.
           IF WS-MASSIVA = 'N'
               IF WS-PRIMA-CITTA = 'S'
                       OR FAM-CITTA NOT = WS-CITTA-CORR
                   MOVE 'N' TO WS-PRIMA-CITTA
                   MOVE FAM-CITTA TO WS-CITTA-CORR
                   PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
               ELSE
                   IF WS-RIGHE-PAGINA + WS-RIGHE-LETTERA
                           > WS-RIGHE-PER-PAGINA
                       PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
                   END-IF
               END-IF
           END-IF.

               IF WS-ID-NEGATO = 'S'
                   ADD 1 TO WS-CONTA-NEGATE
               ELSE
                   IF WS-MASSIVA = 'S'
                       PERFORM RILASCIA-LETTERA
                          THRU FINE-RILASCIA-LETTERA
                   ELSE
                       PERFORM SCRIVI-LETTERA THRU FINE-SCRIVI-LETTERA
                   END-IF
               END-IF
           END-IF.
       FINE-STAMPA-LETTERA.
            EXIT.
      *
       SCRIVI-LETTERA.
           PERFORM COMPONI-INTESTATARIO THRU FINE-COMPONI-INTESTATARIO.
           MOVE RIGA-INTESTATARIO TO REC-LETTERA.
           PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA.
           IF WS-IN-RISTAMPA = 'S'
               ADD 1 TO WS-RIST-LETTERE
           END-IF.
           ADD 1 TO WS-RIGHE-PAGINA.

           PERFORM STAMPA-INDIRIZZO THRU FINE-STAMPA-INDIRIZZO.
           IF WS-MODELLI-MODE = 'S'
               PERFORM PREPARA-FUSIONE THRU FINE-PREPARA-FUSIONE
               PERFORM STAMPA-TESTO-LETTERA
                  THRU FINE-STAMPA-TESTO-LETTERA
           END-IF.

           MOVE SPACES TO REC-LETTERA.
           PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA.
           ADD 1 TO WS-RIGHE-PAGINA.

           ADD 1 TO WS-CONTA-LETTERE.
           PERFORM AGGIORNA-RIEPILOGO THRU FINE-AGGIORNA-RIEPILOGO.
           PERFORM REGISTRA-CONSUMO THRU FINE-REGISTRA-CONSUMO.
       FINE-SCRIVI-LETTERA.
            EXIT.
      *
       COMPONI-INTESTATARIO.
           MOVE SPACES TO RI-TESTO.
           IF FAM-COMPONENTI = 1 AND WS-SCELTO-ID > ZERO
               STRING WS-SCELTO-NOME DELIMITED BY '  '
                      FAM-COGNOME DELIMITED BY SIZE
                      INTO RI-TESTO
           END-IF.
       FINE-COMPONI-INTESTATARIO.
            EXIT.
      *
       RILASCIA-LETTERE.
      **************************************************************
      * POSTA MASSIVA, FASE DI INGRESSO DEL SORT: LO STESSO GIRO    *
      * DI FAMIGLIE.TXT DELLA STAMPA ORDINARIA, MA OGNI LETTERA     *
      * VA AL SORT CON IL CAP DELL'INDIRIZZO DEL COMPONENTE SCELTO  *
      * INVECE DI ESSERE SCRITTA SUBITO.                            *
      **************************************************************
           PERFORM APERTURA THRU FINE-APERTURA.
           PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
       FINE-RILASCIA-LETTERE.
            EXIT.
      *
       RILASCIA-LETTERA.
      **************************************************************
      * UNA LETTERA AL SORT. ENTRA NEL DEPOSITO (SORT-FUORI = '0')  *
      * SOLO CON UN INDIRIZZO E UN CAP NUMERICO: LE ALTRE VANNO IN  *
      * CODA (SORT-FUORI = '1') E SI SPEDISCONO A PARTE. IL         *
      * PROGRESSIVO TIENE, A PARITA' DI CHIAVE, L'ORDINE ORIGINALE. *
      **************************************************************
           PERFORM COMPONI-INTESTATARIO THRU FINE-COMPONI-INTESTATARIO.
           PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO.

           MOVE FAM-CITTA         TO SORT-CITTA.
           MOVE FAM-COGNOME       TO SORT-COGNOME.
           MOVE WS-CONTA-FAMIGLIE TO SORT-PROGR.
           MOVE FAM-ID            TO SORT-FAM-ID.
           MOVE RI-TESTO          TO SORT-INTESTATARIO.
           MOVE WS-INDIRIZZO-TROVATO TO SORT-TROVATO.
           IF WS-INDIRIZZO-TROVATO = 'S'
               MOVE IDX-VIA    TO SORT-VIA
               MOVE IDX-NUMERO TO SORT-NUMERO
               MOVE IDX-CAP    TO SORT-CAP
               MOVE IDX-CAP    TO SORT-CAP-IND
               MOVE IDX-CITTA  TO SORT-CITTA-IND
           ELSE
               MOVE SPACES     TO SORT-VIA
               MOVE SPACES     TO SORT-NUMERO
               MOVE SPACES     TO SORT-CAP
               MOVE SPACES     TO SORT-CAP-IND
               MOVE FAM-CITTA  TO SORT-CITTA-IND
           END-IF.
           IF WS-INDIRIZZO-TROVATO = 'S' AND IDX-CAP IS NUMERIC
               MOVE '0' TO SORT-FUORI
           ELSE
               MOVE '1' TO SORT-FUORI
               MOVE SPACES TO SORT-CAP
           END-IF.
           MOVE SPACES TO SORT-MRG-ETA.
           MOVE SPACES TO SORT-MRG-FILIALE.
           MOVE 'N'    TO SORT-MRG-ESTERO.
           IF WS-MODELLI-MODE = 'S'
               PERFORM PREPARA-FUSIONE THRU FINE-PREPARA-FUSIONE
               MOVE WS-MRG-ETA     TO SORT-MRG-ETA
               MOVE WS-MRG-FILIALE TO SORT-MRG-FILIALE
               MOVE WS-MRG-ESTERO  TO SORT-MRG-ESTERO
           END-IF.
           RELEASE REC-SORT.

           ADD 1 TO WS-CONTA-LETTERE.
           PERFORM AGGIORNA-RIEPILOGO THRU FINE-AGGIORNA-RIEPILOGO.
           PERFORM REGISTRA-CONSUMO THRU FINE-REGISTRA-CONSUMO.
       FINE-RILASCIA-LETTERA.
            EXIT.
      *
       STAMPA-MASSIVA.
      **************************************************************
      * POSTA MASSIVA, FASE DI USCITA DEL SORT: LE LETTERE ARRIVANO *
      * IN ORDINE DI CAP E SI SCRIVONO UN MAZZETTO PER PAGINA, CON  *
      * SACCO, MAZZETTO E CAP IN TESTA. OGNI CAP DI OGNI SACCO E'   *
      * UNA RIGA DELLA DISTINTA DI DEPOSITO; IN CODA I TOTALI DEI    *
      * SACCHI E DEL DEPOSITO E LE LETTERE RIMASTE FUORI.           *
      **************************************************************
           IF WS-RETURN-CODE NOT = 8
               IF WS-RISTAMPA = 'N'
                   OPEN OUTPUT DISTINTAF
               END-IF
               PERFORM STAMPA-TESTA-DISTINTA
                  THRU FINE-STAMPA-TESTA-DISTINTA
               MOVE 'N' TO WS-SORT-EOF
               PERFORM RITIRA-LETTERA THRU FINE-RITIRA-LETTERA
                    UNTIL WS-SORT-EOF = 'S'
               IF WS-PRIMO-PEZZO = 'N' AND WS-IN-FUORI = 'N'
                   PERFORM CHIUDI-CAP THRU FINE-CHIUDI-CAP
                   PERFORM CHIUDI-SACCO THRU FINE-CHIUDI-SACCO
               END-IF
               PERFORM STAMPA-CODA-DISTINTA
                  THRU FINE-STAMPA-CODA-DISTINTA
               IF WS-RISTAMPA = 'N'
                   CLOSE DISTINTAF
               END-IF
               DISPLAY 'PEZZI IN POSTA MASSIVA: ' WS-CONTA-MASSIVA
               DISPLAY 'SACCHI: ' WS-NUM-SACCO
                       ' MAZZETTI: ' WS-NUM-MAZZETTO
               IF WS-CONTA-MASSIVA < WS-MINIMO-MASSIVA
                       AND WS-RISTAMPA = 'N'
                   DISPLAY 'PEZZI SOTTO IL MINIMO DELLA MASSIVA'
                   MOVE 'STAMPA-MASSIVA' TO ECC-PARAGRAFO
                   MOVE SPACES           TO ECC-CHIAVE
                   MOVE 'PEZZI SOTTO IL MINIMO DELLA MASSIVA'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-STAMPA-MASSIVA.
            EXIT.
      *
       RITIRA-LETTERA.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     MOVE SORT-FAM-ID TO WS-FAM-CORRENTE
                     IF SORT-FUORI = '0'
                         PERFORM ROTTURA-MASSIVA
                            THRU FINE-ROTTURA-MASSIVA
                         ADD 1 TO WS-PEZZI-MAZZETTO
                         ADD 1 TO WS-PEZZI-CAP
                         ADD 1 TO WS-PEZZI-SACCO
                         ADD 1 TO WS-CONTA-MASSIVA
                     ELSE
                         PERFORM ROTTURA-FUORI THRU FINE-ROTTURA-FUORI
                         ADD 1 TO WS-CONTA-FUORI-MASS
                     END-IF
                     PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO
           END-RETURN.
       FINE-RITIRA-LETTERA.
            EXIT.
      *
       ROTTURA-MASSIVA.
      **************************************************************
      * SACCO NUOVO AL CAMBIO DI BACINO (PRIME TRE CIFRE DEL CAP)   *
      * O A SACCO PIENO; MAZZETTO NUOVO AL CAMBIO DI CAP O A        *
      * MAZZETTO PIENO. UNA PAGINA PIENA DENTRO LO STESSO MAZZETTO  *
      * RIPETE SOLO LA TESTATA.                                     *
      **************************************************************
           MOVE SPACE TO WS-ROTTURA.
           IF WS-PRIMO-PEZZO = 'S'
               MOVE 'S' TO WS-ROTTURA
           ELSE
               IF SORT-CAP(1:3) NOT = WS-CAP-CORR(1:3)
                   MOVE 'S' TO WS-ROTTURA
               ELSE
                   IF SORT-CAP NOT = WS-CAP-CORR
                           OR WS-PEZZI-MAZZETTO >= WS-MAX-PEZZI-MAZZ
                       MOVE 'M' TO WS-ROTTURA
                       IF WS-MAZZETTI-SACCO >= WS-MAX-MAZZ-SACCO
                           MOVE 'S' TO WS-ROTTURA
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-ROTTURA NOT = SPACE AND WS-PRIMO-PEZZO = 'N'
               IF WS-ROTTURA = 'S' OR SORT-CAP NOT = WS-CAP-CORR
                   PERFORM CHIUDI-CAP THRU FINE-CHIUDI-CAP
               END-IF
               IF WS-ROTTURA = 'S'
                   PERFORM CHIUDI-SACCO THRU FINE-CHIUDI-SACCO
               END-IF
           END-IF.

           IF WS-ROTTURA = 'S'
               ADD 1 TO WS-NUM-SACCO
               MOVE ZERO TO WS-MAZZETTI-SACCO
               MOVE ZERO TO WS-PEZZI-SACCO
           END-IF.
           IF WS-ROTTURA NOT = SPACE
               MOVE 'N'      TO WS-PRIMO-PEZZO
               MOVE SORT-CAP TO WS-CAP-CORR
               ADD 1 TO WS-NUM-MAZZETTO
               ADD 1 TO WS-MAZZETTI-SACCO
               ADD 1 TO WS-MAZZETTI-CAP
               MOVE ZERO TO WS-PEZZI-MAZZETTO
               PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
           ELSE
               IF WS-RIGHE-PAGINA + WS-RIGHE-LETTERA
                       > WS-RIGHE-PER-PAGINA
                   PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
               END-IF
           END-IF.
       FINE-ROTTURA-MASSIVA.
            EXIT.
      *
       ROTTURA-FUORI.
      **************************************************************
      * LE LETTERE FUORI DEPOSITO ARRIVANO PER ULTIME, IN ORDINE DI *
      * CITTA: LA PRIMA CHIUDE L'ULTIMO MAZZETTO E L'ULTIMO SACCO,  *
      * POI SI IMPAGINA PER CITTA COME NELLA STAMPA ORDINARIA.      *
      **************************************************************
           IF WS-IN-FUORI = 'N'
               IF WS-PRIMO-PEZZO = 'N'
                   PERFORM CHIUDI-CAP THRU FINE-CHIUDI-CAP
                   PERFORM CHIUDI-SACCO THRU FINE-CHIUDI-SACCO
               END-IF
               MOVE 'S' TO WS-IN-FUORI
               MOVE SORT-CITTA TO WS-CITTA-CORR
               PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
           ELSE
               IF SORT-CITTA NOT = WS-CITTA-CORR
                   MOVE SORT-CITTA TO WS-CITTA-CORR
                   PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
               ELSE
                   IF WS-RIGHE-PAGINA + WS-RIGHE-LETTERA
                           > WS-RIGHE-PER-PAGINA
                       PERFORM NUOVA-PAGINA THRU FINE-NUOVA-PAGINA
                   END-IF
               END-IF
           END-IF.
       FINE-ROTTURA-FUORI.
            EXIT.
      *
       SCRIVI-PEZZO.
           MOVE SORT-INTESTATARIO TO RI-TESTO.
           MOVE RIGA-INTESTATARIO TO REC-LETTERA.
           PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA.
           IF WS-IN-RISTAMPA = 'S'
               ADD 1 TO WS-RIST-LETTERE
           END-IF.
           ADD 1 TO WS-RIGHE-PAGINA.
           IF SORT-TROVATO = 'S'
               MOVE SORT-VIA    TO RV-VIA
               MOVE SORT-NUMERO TO RV-NUMERO
               MOVE RIGA-VIA TO REC-LETTERA
               PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA
               ADD 1 TO WS-RIGHE-PAGINA
           END-IF.
           MOVE SORT-CAP-IND   TO RL-CAP.
           MOVE SORT-CITTA-IND TO RL-CITTA.
           MOVE RIGA-LOCALITA TO REC-LETTERA.
           PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA.
           ADD 1 TO WS-RIGHE-PAGINA.
           IF WS-MODELLI-MODE = 'S'
               MOVE SORT-INTESTATARIO TO WS-MRG-INTESTATARIO
               MOVE SORT-CITTA        TO WS-MRG-CITTA
               MOVE SORT-MRG-ETA      TO WS-MRG-ETA
               MOVE SORT-MRG-FILIALE  TO WS-MRG-FILIALE
               MOVE SORT-MRG-ESTERO   TO WS-MRG-ESTERO
               PERFORM STAMPA-TESTO-LETTERA
                  THRU FINE-STAMPA-TESTO-LETTERA
           END-IF.
           MOVE SPACES TO REC-LETTERA.
           PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA.
           ADD 1 TO WS-RIGHE-PAGINA.
       FINE-SCRIVI-PEZZO.
            EXIT.
      *
       PREPARA-FUSIONE.
      **************************************************************
      * VALORI DEI CAMPI DI FUSIONE PER LA FAMIGLIA CORRENTE:       *
      * INTESTATARIO GIA' COMPOSTO, CITTA DELLA FAMIGLIA, ETA'      *
      * CORRENTE E DESCRIZIONE DELLA FILIALE DEL COMPONENTE SCELTO, *
      * FLAG ESTERO DELLA CITTA DAL MASTER.                         *
      **************************************************************
           MOVE RI-TESTO  TO WS-MRG-INTESTATARIO.
           MOVE FAM-CITTA TO WS-MRG-CITTA.

           MOVE SPACES TO WS-MRG-ETA.
           IF WS-SCELTO-ID > ZERO
               MOVE WS-SCELTO-ETA TO WS-MRG-ETA-ED
               IF WS-SCELTO-ETA < 10
                   MOVE WS-MRG-ETA-AREA(3:1) TO WS-MRG-ETA
               ELSE
                   IF WS-SCELTO-ETA < 100
                       MOVE WS-MRG-ETA-AREA(2:2) TO WS-MRG-ETA
                   ELSE
                       MOVE WS-MRG-ETA-AREA TO WS-MRG-ETA
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-MRG-FILIALE.
           IF WS-FILIALIMF-MODE = 'S' AND WS-SCELTO-FILIALE > ZERO
               MOVE 'N' TO WS-FILIALE-CENSITA
               SET IND-FILIALE-MST TO 1
               PERFORM CERCA-FILIALE-MST THRU FINE-CERCA-FILIALE-MST
                    UNTIL IND-FILIALE-MST > WS-NUM-FILIALI-MST
                       OR WS-FILIALE-CENSITA = 'S'
           END-IF.

           MOVE 'N' TO WS-MRG-ESTERO.
           IF WS-CITTAMST-MODE = 'S'
               MOVE 'N' TO WS-CITTA-CENSITA
               SET IND-CITTA-MST TO 1
               PERFORM CERCA-CITTA-MST THRU FINE-CERCA-CITTA-MST
                    UNTIL IND-CITTA-MST > WS-NUM-CITTA-MST
                       OR WS-CITTA-CENSITA = 'S'
           END-IF.
       FINE-PREPARA-FUSIONE.
            EXIT.
      *
       CERCA-FILIALE-MST.
           IF FM-TAB-CODICE(IND-FILIALE-MST) = WS-SCELTO-FILIALE
               MOVE 'S' TO WS-FILIALE-CENSITA
               MOVE FM-TAB-DESC(IND-FILIALE-MST) TO WS-MRG-FILIALE
           END-IF.
           SET IND-FILIALE-MST UP BY 1.
       FINE-CERCA-FILIALE-MST.
            EXIT.
      *
       CERCA-CITTA-MST.
           IF CM-TAB-CITTA(IND-CITTA-MST) = FAM-CITTA
               MOVE 'S' TO WS-CITTA-CENSITA
               IF CM-TAB-ESTERO(IND-CITTA-MST) = 'S'
                   MOVE 'S' TO WS-MRG-ESTERO
               END-IF
           END-IF.
           SET IND-CITTA-MST UP BY 1.
       FINE-CERCA-CITTA-MST.
            EXIT.
      *
       STAMPA-TESTO-LETTERA.
      **************************************************************
      * TESTO DELLA LETTERA DAL MODELLO: 'E' PER LE FAMIGLIE IN     *
      * UNA CITTA ESTERA, 'N' PER LE ALTRE; SE LA CAMPAGNA HA UN    *
      * SOLO MODELLO LO USANO TUTTE.                                *
      **************************************************************
           IF WS-MRG-ESTERO = 'S' AND WS-RIGHE-MOD-E > ZERO
               MOVE 'E' TO WS-TIPO-MODELLO
           ELSE
               IF WS-RIGHE-MOD-N > ZERO
                   MOVE 'N' TO WS-TIPO-MODELLO
               ELSE
                   MOVE 'E' TO WS-TIPO-MODELLO
               END-IF
           END-IF.
           MOVE SPACES TO REC-LETTERA.
           PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA.
           ADD 1 TO WS-RIGHE-PAGINA.
           PERFORM STAMPA-RIGA-MODELLO THRU FINE-STAMPA-RIGA-MODELLO
                VARYING IND-MOD FROM 1 BY 1
                UNTIL IND-MOD > WS-NUM-RIGHE-MOD.
       FINE-STAMPA-TESTO-LETTERA.
            EXIT.
      *
       STAMPA-RIGA-MODELLO.
           IF TM-TIPO(IND-MOD) = WS-TIPO-MODELLO
               MOVE TM-TESTO(IND-MOD) TO WS-MRG-TESTO
               PERFORM FONDI-RIGA THRU FINE-FONDI-RIGA
               MOVE WS-MRG-RIGA TO REC-LETTERA
               PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA
               ADD 1 TO WS-RIGHE-PAGINA
           END-IF.
       FINE-STAMPA-RIGA-MODELLO.
            EXIT.
      *
       FONDI-RIGA.
      **************************************************************
      * FONDE UNA RIGA DI MODELLO (WS-MRG-TESTO) IN WS-MRG-RIGA:    *
      * OGNI NOME TRA DUE '&' SI SOSTITUISCE COL SUO VALORE, IL     *
      * RESTO SI COPIA COM'E'. CIO' CHE NON ENTRA IN 80 COLONNE SI  *
      * PERDE. UN NOME SCONOSCIUTO ACCENDE WS-CAMPO-IGNOTO.         *
      **************************************************************
           MOVE SPACES TO WS-MRG-RIGA.
           MOVE 1 TO WS-MRG-I.
           MOVE 1 TO WS-MRG-O.
           PERFORM FONDI-CARATTERE THRU FINE-FONDI-CARATTERE
                UNTIL WS-MRG-I > 66.
       FINE-FONDI-RIGA.
            EXIT.
      *
       FONDI-CARATTERE.
           IF WS-MRG-SORGENTE(WS-MRG-I:1) = '&'
               PERFORM ESTRAI-CAMPO THRU FINE-ESTRAI-CAMPO
               PERFORM RISOLVI-CAMPO THRU FINE-RISOLVI-CAMPO
               PERFORM ACCODA-VALORE THRU FINE-ACCODA-VALORE
           ELSE
               IF WS-MRG-O <= 80
                   MOVE WS-MRG-SORGENTE(WS-MRG-I:1)
                        TO WS-MRG-RIGA(WS-MRG-O:1)
                   ADD 1 TO WS-MRG-O
               END-IF
               ADD 1 TO WS-MRG-I
           END-IF.
       FINE-FONDI-CARATTERE.
            EXIT.
      *
       ESTRAI-CAMPO.
           MOVE SPACES TO WS-MRG-CAMPO.
           MOVE ZERO   TO WS-MRG-LC.
           MOVE 'N'    TO WS-MRG-CHIUSO.
           MOVE 'N'    TO WS-MRG-FINE.
           ADD 1 TO WS-MRG-I.
           PERFORM ESTRAI-CARATTERE THRU FINE-ESTRAI-CARATTERE
                UNTIL WS-MRG-FINE = 'S'.
       FINE-ESTRAI-CAMPO.
            EXIT.
      *
       ESTRAI-CARATTERE.
           IF WS-MRG-I > 66
               MOVE 'S' TO WS-MRG-FINE
           ELSE
               IF WS-MRG-SORGENTE(WS-MRG-I:1) = '&'
                   MOVE 'S' TO WS-MRG-FINE
                   MOVE 'S' TO WS-MRG-CHIUSO
               ELSE
                   IF WS-MRG-LC < 15
                       ADD 1 TO WS-MRG-LC
                       MOVE WS-MRG-SORGENTE(WS-MRG-I:1)
                            TO WS-MRG-CAMPO(WS-MRG-LC:1)
                   END-IF
               END-IF
               ADD 1 TO WS-MRG-I
           END-IF.
       FINE-ESTRAI-CARATTERE.
            EXIT.
      *
       RISOLVI-CAMPO.
           MOVE SPACES TO WS-MRG-VALORE.
           MOVE 'N'    TO WS-TROVATA.
           IF WS-MRG-CAMPO = 'INTESTATARIO'
               MOVE WS-MRG-INTESTATARIO TO WS-MRG-VALORE
               MOVE 'S' TO WS-TROVATA
           END-IF.
           IF WS-MRG-CAMPO = 'CITTA'
               MOVE WS-MRG-CITTA TO WS-MRG-VALORE
               MOVE 'S' TO WS-TROVATA
           END-IF.
           IF WS-MRG-CAMPO = 'ETA'
               MOVE WS-MRG-ETA TO WS-MRG-VALORE
               MOVE 'S' TO WS-TROVATA
           END-IF.
           IF WS-MRG-CAMPO = 'FILIALE'
               MOVE WS-MRG-FILIALE TO WS-MRG-VALORE
               MOVE 'S' TO WS-TROVATA
           END-IF.
           IF WS-MRG-CAMPO = 'CAMPAGNA'
               MOVE WS-CAMPAGNA-CODICE TO WS-MRG-VALORE
               MOVE 'S' TO WS-TROVATA
           END-IF.
           IF WS-MRG-CHIUSO = 'N'
               MOVE 'N' TO WS-TROVATA
           END-IF.

           IF WS-TROVATA = 'N'
               MOVE SPACES TO WS-MRG-VALORE
               MOVE 'S' TO WS-CAMPO-IGNOTO
               IF WS-CAMPO-ERRATO = SPACES
                   IF WS-MRG-CAMPO = SPACES
                       MOVE '&&' TO WS-CAMPO-ERRATO
                   ELSE
                       MOVE WS-MRG-CAMPO TO WS-CAMPO-ERRATO
                   END-IF
               END-IF
           END-IF.

           MOVE 25  TO WS-MRG-LV.
           MOVE 'N' TO WS-MRG-FINE.
           PERFORM ACCORCIA-VALORE THRU FINE-ACCORCIA-VALORE
                UNTIL WS-MRG-FINE = 'S'.
       FINE-RISOLVI-CAMPO.
            EXIT.
      *
       ACCORCIA-VALORE.
           IF WS-MRG-LV = ZERO
               MOVE 'S' TO WS-MRG-FINE
           ELSE
               IF WS-MRG-VALORE(WS-MRG-LV:1) NOT = SPACE
                   MOVE 'S' TO WS-MRG-FINE
               ELSE
                   SUBTRACT 1 FROM WS-MRG-LV
               END-IF
           END-IF.
       FINE-ACCORCIA-VALORE.
            EXIT.
      *
       ACCODA-VALORE.
           COMPUTE WS-MRG-SPAZIO = 81 - WS-MRG-O.
           IF WS-MRG-LV > WS-MRG-SPAZIO
               MOVE WS-MRG-SPAZIO TO WS-MRG-LV
           END-IF.
           IF WS-MRG-LV > ZERO
               MOVE WS-MRG-VALORE(1:WS-MRG-LV)
                    TO WS-MRG-RIGA(WS-MRG-O:WS-MRG-LV)
               ADD WS-MRG-LV TO WS-MRG-O
           END-IF.
       FINE-ACCODA-VALORE.
            EXIT.
      *
       CHIUDI-CAP.
      **************************************************************
      * RIGA DELLA DISTINTA PER IL CAP APPENA CHIUSO NEL SACCO      *
      * CORRENTE. IL CONTEGGIO PER CAP DEL RIEPILOGO SOMMA LE RIGHE *
      * DELLO STESSO CAP SPEZZATO SU PIU' SACCHI.                   *
      **************************************************************
           MOVE WS-NUM-SACCO    TO DS-SACCO.
           MOVE WS-CAP-CORR     TO DS-CAP.
           MOVE WS-PEZZI-CAP    TO DS-PEZZI.
           MOVE WS-MAZZETTI-CAP TO DS-MAZZETTI.
           MOVE RIGA-DISTINTA TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.

           MOVE 'N' TO WS-TROVATA.
           IF WS-NUM-CAP > ZERO
               IF TC-CAP(WS-NUM-CAP) = WS-CAP-CORR
                   MOVE 'S' TO WS-TROVATA
               END-IF
           END-IF.
           IF WS-TROVATA = 'N' AND WS-NUM-CAP < WS-MAX-CAP
               ADD 1 TO WS-NUM-CAP
               MOVE WS-CAP-CORR TO TC-CAP(WS-NUM-CAP)
               MOVE ZERO        TO TC-PEZZI(WS-NUM-CAP)
               MOVE ZERO        TO TC-MAZZETTI(WS-NUM-CAP)
               MOVE 'S' TO WS-TROVATA
           END-IF.
           IF WS-TROVATA = 'S'
               ADD WS-PEZZI-CAP    TO TC-PEZZI(WS-NUM-CAP)
               ADD WS-MAZZETTI-CAP TO TC-MAZZETTI(WS-NUM-CAP)
           END-IF.
           MOVE ZERO TO WS-PEZZI-CAP.
           MOVE ZERO TO WS-MAZZETTI-CAP.
       FINE-CHIUDI-CAP.
            EXIT.
      *
       CHIUDI-SACCO.
           MOVE 'TOTALE SACCO'    TO TD-ETICHETTA.
           MOVE WS-PEZZI-SACCO    TO TD-PEZZI.
           MOVE WS-MAZZETTI-SACCO TO TD-MAZZETTI.
           MOVE RIGA-TOTALE-DISTINTA TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
           MOVE SPACES TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
       FINE-CHIUDI-SACCO.
            EXIT.
      *
       EMETTI-DISTINTA.
      * IN RISTAMPA LA DISTINTA DEL GIRO ORIGINALE NON SI RISCRIVE
           IF WS-RISTAMPA = 'N'
               WRITE REC-DISTINTA FROM WS-RIGA-DISTINTA
           END-IF.
       FINE-EMETTI-DISTINTA.
            EXIT.
      *
       STAMPA-TESTA-DISTINTA.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO ID-GG.
           MOVE WS-MESE   TO ID-MM.
           MOVE WS-ANNO   TO ID-AAAA.
           MOVE INTESTAZIONE-DISTINTA TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
           IF WS-CAMPAGNA-MODE = 'S'
               MOVE SPACES TO WS-RIGA-DISTINTA
               STRING 'CAMPAGNA ' DELIMITED BY SIZE
                      WS-CAMPAGNA-CODICE DELIMITED BY SIZE
                      INTO WS-RIGA-DISTINTA
               PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA
           END-IF.
           MOVE SPACES TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
           MOVE COLONNE-DISTINTA TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
       FINE-STAMPA-TESTA-DISTINTA.
            EXIT.
      *
       STAMPA-CODA-DISTINTA.
           MOVE 'TOT.DEPOSITO'   TO TD-ETICHETTA.
           MOVE WS-CONTA-MASSIVA TO TD-PEZZI.
           MOVE WS-NUM-MAZZETTO  TO TD-MAZZETTI.
           MOVE RIGA-TOTALE-DISTINTA TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
           MOVE 'SACCHI                ' TO RC-ETICHETTA.
           MOVE WS-NUM-SACCO             TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
           MOVE 'FUORI DEPOSITO        ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FUORI-MASS      TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-DISTINTA.
           PERFORM EMETTI-DISTINTA THRU FINE-EMETTI-DISTINTA.
       FINE-STAMPA-CODA-DISTINTA.
            EXIT.
      *
       LEGGI-TARIFFE.
      **************************************************************
      * CAPIENZE DELLA POSTA MASSIVA DAL TARIFFARIO DI PREVPOST     *
      * (PAROLA CHIAVE COL. 1-10, VALORE DAL COL. 11): MAZZETTO =   *
      * PEZZI PER MAZZETTO, SACCO = MAZZETTI PER SACCO, MINIMO-MA = *
      * PEZZI MINIMI DEL DEPOSITO. SENZA VOCI VALGONO 50 E 20 E     *
      * NESSUN MINIMO.                                              *
      **************************************************************
           MOVE 'N' TO WS-TARIFFE-EOF.
           OPEN INPUT TARIFFEF.
           IF WS-TARIFFE-STATUS = '00'
               PERFORM LEGGI-UNA-TARIFFA THRU FINE-LEGGI-UNA-TARIFFA
                    UNTIL WS-TARIFFE-EOF = 'S'
           END-IF.
           CLOSE TARIFFEF.
           DISPLAY 'POSTA MASSIVA: ' WS-MAX-PEZZI-MAZZ
                   ' PEZZI PER MAZZETTO, ' WS-MAX-MAZZ-SACCO
                   ' MAZZETTI PER SACCO'.
       FINE-LEGGI-TARIFFE.
            EXIT.
      *
       LEGGI-UNA-TARIFFA.
           READ TARIFFEF AT END
                MOVE 'S' TO WS-TARIFFE-EOF
                NOT AT END
                     IF TAR-CHIAVE = 'MAZZETTO  '
                             AND TAR-VALORE(1:5) IS NUMERIC
                             AND TAR-VALORE(1:5) > ZERO
                         MOVE TAR-VALORE(1:5) TO WS-MAX-PEZZI-MAZZ
                     END-IF
                     IF TAR-CHIAVE = 'SACCO     '
                             AND TAR-VALORE(1:5) IS NUMERIC
                             AND TAR-VALORE(1:5) > ZERO
                         MOVE TAR-VALORE(1:5) TO WS-MAX-MAZZ-SACCO
                     END-IF
                     IF TAR-CHIAVE = 'MINIMO-MA '
                             AND TAR-VALORE(1:5) IS NUMERIC
                         MOVE TAR-VALORE(1:5) TO WS-MINIMO-MASSIVA
                     END-IF
           END-READ.
       FINE-LEGGI-UNA-TARIFFA.
            EXIT.
      *
       CARICA-OPPOSIZIONI.
       NUOVA-PAGINA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZERO TO WS-RIGHE-PAGINA.
           IF WS-MASSIVA = 'S' AND WS-IN-FUORI = 'N'
               MOVE WS-NUM-SACCO     TO IM-SACCO
               MOVE WS-NUM-MAZZETTO  TO IM-MAZZETTO
               MOVE WS-CAP-CORR      TO IM-CAP
               MOVE WS-NUMERO-PAGINA TO IM-PAGINA
               MOVE INTESTAZIONE-MAZZETTO TO REC-LETTERA
           ELSE
               MOVE WS-CITTA-CORR    TO IP-CITTA
               MOVE WS-NUMERO-PAGINA TO IP-PAGINA
               MOVE INTESTAZIONE-PAGINA TO REC-LETTERA
           END-IF.
           PERFORM EMETTI-TESTATA THRU FINE-EMETTI-TESTATA.
           MOVE 2 TO WS-RIGHE-PAGINA.
       FINE-NUOVA-PAGINA.
            EXIT.
      *
       EMETTI-TESTATA.
      **************************************************************
      * TESTATA DI PAGINA (GIA' IN REC-LETTERA) E RIGA VUOTA. IN    *
      * RISTAMPA LA TESTATA SI CONSERVA: SE LA PAGINA NON CADE      *
      * NELL'INTERVALLO MA UNA SUA LETTERA SI', EMETTI-RIGA LA      *
      * SCRIVE DAVANTI A QUELLA LETTERA.                            *
      **************************************************************
           MOVE REC-LETTERA TO WS-TESTATA-SALVATA.
           MOVE 'N' TO WS-TESTATA-EMESSA.
           PERFORM VALUTA-RISTAMPA THRU FINE-VALUTA-RISTAMPA.
           IF WS-RISTAMPA = 'N' OR WS-IN-RISTAMPA = 'S'
               PERFORM SCRIVI-TESTATA THRU FINE-SCRIVI-TESTATA
           END-IF.
       FINE-EMETTI-TESTATA.
            EXIT.
      *
       SCRIVI-TESTATA.
           MOVE WS-TESTATA-SALVATA TO REC-LETTERA.
           WRITE REC-LETTERA.
           MOVE SPACES TO REC-LETTERA.
           WRITE REC-LETTERA.
           MOVE 'S' TO WS-TESTATA-EMESSA.
           IF WS-RISTAMPA = 'S'
               ADD 1 TO WS-RIST-PAGINE
           END-IF.
       FINE-SCRIVI-TESTATA.
            EXIT.
      *
       EMETTI-RIGA.
           PERFORM VALUTA-RISTAMPA THRU FINE-VALUTA-RISTAMPA.
           IF WS-RISTAMPA = 'N'
               WRITE REC-LETTERA
           ELSE
               IF WS-IN-RISTAMPA = 'S'
                   IF WS-TESTATA-EMESSA = 'N'
                       MOVE REC-LETTERA TO WS-RIGA-APPOGGIO
                       PERFORM SCRIVI-TESTATA THRU FINE-SCRIVI-TESTATA
                       MOVE WS-RIGA-APPOGGIO TO REC-LETTERA
                   END-IF
                   WRITE REC-LETTERA
               END-IF
           END-IF.
       FINE-EMETTI-RIGA.
            EXIT.
      *
       VALUTA-RISTAMPA.
           MOVE 'N' TO WS-IN-RISTAMPA.
           IF WS-RISTAMPA = 'S'
               IF WS-RIST-TIPO = 'P'
                   IF WS-NUMERO-PAGINA >= WS-RIST-DA
                           AND WS-NUMERO-PAGINA <= WS-RIST-A
                       MOVE 'S' TO WS-IN-RISTAMPA
                   END-IF
               ELSE
                   IF WS-FAM-CORRENTE >= WS-RIST-DA
                           AND WS-FAM-CORRENTE <= WS-RIST-A
                       MOVE 'S' TO WS-IN-RISTAMPA
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-RISTAMPA.
            EXIT.
      *
       SCEGLI-COMPONENTE.
      **************************************************************
           MOVE ZERO   TO WS-SCELTO-ID.
           MOVE ZERO   TO WS-SCELTO-ETA.
           MOVE SPACES TO WS-SCELTO-NOME.
           MOVE ZERO   TO WS-SCELTO-FILIALE.
           PERFORM VALUTA-COMPONENTE THRU FINE-VALUTA-COMPONENTE
                VARYING IND-PERS FROM 1 BY 1
                UNTIL IND-PERS > WS-NUM-PERSONE.
                   MOVE PE-ID(IND-PERS)   TO WS-SCELTO-ID
                   MOVE PE-ETA(IND-PERS)  TO WS-SCELTO-ETA
                   MOVE PE-NOME(IND-PERS) TO WS-SCELTO-NOME
                   MOVE PE-FILIALE(IND-PERS) TO WS-SCELTO-FILIALE
               END-IF
           END-IF.
       FINE-VALUTA-COMPONENTE.
      * SENZA INDIRIZZO: SONO QUELLE CHE L'UFFICIO POSTA NON PUO'   *
      * ANCORA SPEDIRE.                                             *
      **************************************************************
           PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO.

           IF WS-INDIRIZZO-TROVATO = 'S'
               MOVE IDX-VIA    TO RV-VIA
               MOVE IDX-NUMERO TO RV-NUMERO
               MOVE RIGA-VIA TO REC-LETTERA
               PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA
               ADD 1 TO WS-RIGHE-PAGINA
               MOVE IDX-CAP    TO RL-CAP
               MOVE IDX-CITTA  TO RL-CITTA
               MOVE RIGA-LOCALITA TO REC-LETTERA
               PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA
               ADD 1 TO WS-RIGHE-PAGINA
           ELSE
               MOVE SPACES    TO RL-CAP
               MOVE FAM-CITTA TO RL-CITTA
               MOVE RIGA-LOCALITA TO REC-LETTERA
               PERFORM EMETTI-RIGA THRU FINE-EMETTI-RIGA
               ADD 1 TO WS-RIGHE-PAGINA
           END-IF.
       FINE-STAMPA-INDIRIZZO.
            EXIT.
      *
       CERCA-INDIRIZZO.
           MOVE 'N' TO WS-INDIRIZZO-TROVATO.
           IF WS-INDIR-MODE = 'S' AND WS-SCELTO-ID > ZERO
               MOVE WS-SCELTO-ID TO INDIRM-ID
               READ INDIRF INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE 'S' TO WS-INDIRIZZO-TROVATO
               END-READ
           END-IF.
           IF WS-INDIRIZZO-TROVATO = 'N'
               ADD 1 TO WS-CONTA-SENZA-IND
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       FINE-CERCA-INDIRIZZO.
            EXIT.
      *
       AGGIORNA-RIEPILOGO.
           MOVE 'N' TO WS-TROVATA.
               END-IF
           END-IF.
           CLOSE FAMIGLIE.
           IF WS-RISTAMPA = 'S'
               IF WS-RETURN-CODE NOT = 8
                   PERFORM REGISTRA-RISTAMPA
                      THRU FINE-REGISTRA-RISTAMPA
                   PERFORM CONSUMA-RISTAMPA
                      THRU FINE-CONSUMA-RISTAMPA
               END-IF
           ELSE
               PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
               PERFORM CHIUDI-CONSUMI THRU FINE-CHIUDI-CONSUMI
               IF WS-CAMPAGNA-MODE = 'S' AND WS-RETURN-CODE NOT = 8
                   PERFORM REGISTRA-CAMPAGNA
                      THRU FINE-REGISTRA-CAMPAGNA
               END-IF
           END-IF.
       FINE-CHIUSURA.
            EXIT.
      *
       REGISTRA-CONSUMO.
      **************************************************************
      * OGNI LETTERA E' UN CONSUMO DELLA FILIALE DEL COMPONENTE     *
      * SCELTO (ZERO SE LA FAMIGLIA NON NE HA UNO ATTIVO).          *
      **************************************************************
           IF WS-RISTAMPA = 'N'
               MOVE 'A'               TO CNS-AZIONE
               MOVE 'LETTERE '        TO CNS-PROGRAMMA
               MOVE 'LETTERE '        TO CNS-SERVIZIO
               MOVE WS-SCELTO-FILIALE TO CNS-FILIALE
               MOVE 1                 TO CNS-QUANTITA
               MOVE ZERO              TO CNS-IMPORTO
               MOVE SPACES            TO CNS-OPERATORE
               CALL 'CONSUMO' USING CNS-CHIAMATA
           END-IF.
       FINE-REGISTRA-CONSUMO.
            EXIT.
      *
       CHIUDI-CONSUMI.
           MOVE 'C'              TO CNS-AZIONE.
           MOVE 'LETTERE '       TO CNS-PROGRAMMA.
           MOVE 'LETTERE '       TO CNS-SERVIZIO.
           MOVE ZERO             TO CNS-FILIALE CNS-IMPORTO.
           MOVE WS-CONTA-LETTERE TO CNS-QUANTITA.
           MOVE SPACES           TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-CHIUDI-CONSUMI.
            EXIT.
      *
       LEGGI-RISTAMPA.
      **************************************************************
      * LEGGE I PARAMETRI DELLA RISTAMPA DA RISTAMPA.TXT (PAROLE    *
      * CHIAVE TIPO F/P, DA, A, E FACOLTATIVA OPERATORE SE NON C'E' *
      * OPERATORE.TXT). SENZA FILE IL GIRO E' QUELLO ORDINARIO; UN  *
      * FILE INCOMPLETO O UN INTERVALLO ROVESCIATO FERMANO IL GIRO  *
      * CON RC 8 PRIMA DI STAMPARE, PERCHE' UNA RISTAMPA SBAGLIATA  *
      * DIVENTEREBBE UNA SPEDIZIONE COMPLETA.                       *
      **************************************************************
           MOVE 'N'    TO WS-RISTAMPA.
           MOVE 'N'    TO WS-RISTAMPA-ERRATA.
           MOVE 'N'    TO WS-RISTAMPA-EOF.
           MOVE SPACE  TO WS-RIST-TIPO.
           MOVE ZERO   TO WS-RIST-DA.
           MOVE ZERO   TO WS-RIST-A.
           MOVE SPACES TO WS-RIST-OPERATORE.
           OPEN INPUT RISTAMPAF.
           IF WS-RISTAMPA-STATUS = '00'
               MOVE 'S' TO WS-RISTAMPA
               PERFORM LEGGI-RIGA-RISTAMPA
                  THRU FINE-LEGGI-RIGA-RISTAMPA
                    UNTIL WS-RISTAMPA-EOF = 'S'
           END-IF.
           CLOSE RISTAMPAF.

           IF WS-RISTAMPA = 'S'
               IF (WS-RIST-TIPO NOT = 'F' AND WS-RIST-TIPO NOT = 'P')
                       OR WS-RIST-DA = ZERO
                       OR WS-RIST-DA > WS-RIST-A
                   MOVE 'S' TO WS-RISTAMPA-ERRATA
                   DISPLAY 'PARAMETRI DI RISTAMPA NON VALIDI'
                   DISPLAY 'NESSUNA LETTERA STAMPATA'
                   MOVE 'LEGGI-RISTAMPA' TO ECC-PARAGRAFO
                   MOVE SPACES           TO ECC-CHIAVE
                   MOVE 'PARAMETRI DI RISTAMPA NON VALIDI'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE
                   MOVE 'LETTERE-RISTAMPA.TXT' TO WS-NOME-LETTERE
                   DISPLAY 'RISTAMPA ' WS-RIST-TIPO ' DA ' WS-RIST-DA
                           ' A ' WS-RIST-A
                           ' OPERATORE ' WS-RIST-OPERATORE
               END-IF
           END-IF.
       FINE-LEGGI-RISTAMPA.
            EXIT.
      *
       LEGGI-RIGA-RISTAMPA.
           READ RISTAMPAF AT END
                MOVE 'S' TO WS-RISTAMPA-EOF
                NOT AT END
                     IF RST-CHIAVE = 'TIPO      '
                         MOVE RST-VALORE(1:1) TO WS-RIST-TIPO
                     END-IF
                     IF RST-CHIAVE = 'DA        '
                             AND RST-VALORE(1:6) IS NUMERIC
                         MOVE RST-VALORE(1:6) TO WS-RIST-DA
                     END-IF
                     IF RST-CHIAVE = 'A         '
                             AND RST-VALORE(1:6) IS NUMERIC
                         MOVE RST-VALORE(1:6) TO WS-RIST-A
                     END-IF
                     IF RST-CHIAVE = 'OPERATORE '
                         MOVE RST-VALORE(1:3) TO WS-RIST-OPERATORE
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-RISTAMPA.
            EXIT.
      *
       LEGGI-OPERATORE.
           OPEN INPUT OPERATORE.
           IF WS-OPER-STATUS = '00'
               READ OPERATORE AT END
                    CONTINUE
                    NOT AT END
                         IF OPE-SIGLA NOT = SPACES
                             MOVE OPE-SIGLA TO WS-RIST-OPERATORE
                         END-IF
               END-READ
           END-IF.
           CLOSE OPERATORE.
       FINE-LEGGI-OPERATORE.
            EXIT.
      *
       REGISTRA-RISTAMPA.
      **************************************************************
      * ACCODA AL REGISTRO DELLE RISTAMPE DATA, ORA, OPERATORE,     *
      * CAMPAGNA, INTERVALLO E PEZZI RISTAMPATI: E' LA PEZZA        *
      * D'APPOGGIO PER SPIEGARE I PEZZI IN PIU' IN QUADRATURA.      *
      **************************************************************
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.
           MOVE WS-DATA-ESECUZIONE  TO RS-DATA.
           MOVE WS-ORA-ESECUZIONE(1:4) TO RS-ORA.
           MOVE WS-RIST-OPERATORE   TO RS-OPERATORE.
           MOVE WS-CAMPAGNA-CODICE  TO RS-CAMPAGNA.
           MOVE WS-RIST-TIPO        TO RS-TIPO.
           MOVE WS-RIST-DA          TO RS-DA.
           MOVE WS-RIST-A           TO RS-A.
           MOVE WS-RIST-LETTERE     TO RS-LETTERE.
           MOVE WS-RIST-PAGINE      TO RS-PAGINE.

           OPEN EXTEND RISTAMPEF.
           IF WS-RISTAMPE-STATUS NOT = '00'
               OPEN OUTPUT RISTAMPEF
           END-IF.
           MOVE SPACES TO REC-RISTAMPEF.
           WRITE REC-RISTAMPEF FROM RIGA-RISTAMPE.
           CLOSE RISTAMPEF.
           DISPLAY 'RISTAMPA REGISTRATA: ' WS-RIST-LETTERE
                   ' LETTERE, ' WS-RIST-PAGINE ' PAGINE'.
       FINE-REGISTRA-RISTAMPA.
            EXIT.
      *
       CONSUMA-RISTAMPA.
      **************************************************************
      * UNA RICHIESTA DI RISTAMPA VALE PER UN SOLO GIRO: REGISTRATA *
      * LA RISTAMPA, RISTAMPA.TXT SI CANCELLA (COME LA CATENA FA    *
      * CON RIPARTENZA.TXT) PERCHE' LA CAMPAGNA SUCCESSIVA NON      *
      * RESTI IN SILENZIO IN MODO RISTAMPA. IL GIORNALE NE TIENE    *
      * UNA RIGA RISTAM CON LETTERE, PAGINE E OPERATORE.            *
      **************************************************************
           DELETE FILE RISTAMPAF.

           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR     TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'LETTERE '           TO GIO-PROGRAMMA.
           MOVE 'RISTAM'             TO GIO-TIPO.
           MOVE WS-RIST-LETTERE      TO GIO-LETTI.
           MOVE WS-RIST-PAGINE       TO GIO-SCRITTI.
           MOVE WS-RETURN-CODE       TO GIO-RC.
           MOVE WS-RIST-OPERATORE    TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
           DISPLAY 'RICHIESTA DI RISTAMPA ESAURITA: RISTAMPA.TXT '
                   'CANCELLATO'.
       FINE-CONSUMA-RISTAMPA.
            EXIT.
      *
       LEGGI-CAMPAGNA.
      **************************************************************
               DISPLAY 'TIRATURA PER LA CAMPAGNA '
                       WS-CAMPAGNA-CODICE
           END-IF.
           IF WS-MASSIVA = 'S'
               DISPLAY 'LETTERE IN ORDINE DI CAP PER LA POSTA MASSIVA'
           END-IF.
       FINE-LEGGI-CAMPAGNA.
            EXIT.
      *
                     IF CMP-CHIAVE = 'CRITERI   '
                         MOVE CMP-VALORE TO WS-CAMPAGNA-CRITERI
                     END-IF
                     IF CMP-CHIAVE = 'SPEDIZIONE'
                             AND CMP-VALORE(1:7) = 'MASSIVA'
                         MOVE 'S' TO WS-MASSIVA
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-CAMPAGNA.
            EXIT.
      **************************************************************
           MOVE SPACES TO REC-LETTERA.
           WRITE REC-LETTERA.
           IF WS-RISTAMPA = 'S'
               PERFORM STAMPA-RIEPILOGO-RISTAMPA
                  THRU FINE-STAMPA-RIEPILOGO-RISTAMPA
           ELSE
               MOVE 'RIEPILOGO LETTERE PER CITTA' TO REC-LETTERA
               WRITE REC-LETTERA
               PERFORM STAMPA-RIGA-RIEP THRU FINE-STAMPA-RIGA-RIEP
                    VARYING IND-RIEP FROM 1 BY 1
                    UNTIL IND-RIEP > WS-NUM-CITTA
           END-IF.
       FINE-STAMPA-RIEPILOGO-FINALE.
            EXIT.
      *
       STAMPA-RIEPILOGO-RISTAMPA.
      **************************************************************
      * IN RISTAMPA IL RIEPILOGO NON RIPETE LE LETTERE PER CITTA    *
      * DEL GIRO ORIGINALE: DICHIARA CHE SI TRATTA DI UNA RISTAMPA, *
      * CON INTERVALLO, OPERATORE E PEZZI RISTAMPATI.               *
      **************************************************************
           MOVE SPACES TO REC-LETTERA.
           IF WS-RIST-TIPO = 'P'
               STRING '*** RISTAMPA - PAGINE DA ' DELIMITED BY SIZE
                      WS-RIST-DA DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WS-RIST-A DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                      INTO REC-LETTERA
           ELSE
               STRING '*** RISTAMPA - FAMIGLIE DA ' DELIMITED BY SIZE
                      WS-RIST-DA DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WS-RIST-A DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                      INTO REC-LETTERA
           END-IF.
           WRITE REC-LETTERA.
           IF WS-CAMPAGNA-MODE = 'S'
               MOVE SPACES TO REC-LETTERA
               STRING 'CAMPAGNA ' DELIMITED BY SIZE
                      WS-CAMPAGNA-CODICE DELIMITED BY SIZE
                      INTO REC-LETTERA
               WRITE REC-LETTERA
           END-IF.
           MOVE SPACES TO REC-LETTERA.
           STRING 'OPERATORE ' DELIMITED BY SIZE
                  WS-RIST-OPERATORE DELIMITED BY SIZE
                  INTO REC-LETTERA.
           WRITE REC-LETTERA.
           MOVE 'LETTERE RISTAMPATE    ' TO RC-ETICHETTA.
           MOVE WS-RIST-LETTERE          TO RC-VALORE.
           MOVE SPACES TO REC-LETTERA.
           WRITE REC-LETTERA FROM RIGA-CONTEGGIO.
           MOVE 'PAGINE RISTAMPATE     ' TO RC-ETICHETTA.
           MOVE WS-RIST-PAGINE           TO RC-VALORE.
           MOVE SPACES TO REC-LETTERA.
           WRITE REC-LETTERA FROM RIGA-CONTEGGIO.
       FINE-STAMPA-RIEPILOGO-RISTAMPA.
            EXIT.
      *
       STAMPA-RIGA-RIEP.
           MOVE RP-CITTA(IND-RIEP)   TO RR-CITTA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           IF WS-MASSIVA = 'S'
               PERFORM STAMPA-REPORT-MASSIVA
                  THRU FINE-STAMPA-REPORT-MASSIVA
           END-IF.

           IF WS-CAMPAGNA-MODE = 'S'
               MOVE SPACES TO REC-REPORTF
               STRING 'CAMPAGNA ' DELIMITED BY SIZE
           WRITE REC-REPORTF FROM RIGA-RIEPILOGO.
       FINE-STAMPA-RIGA-REPORT.
            EXIT.
      *
       STAMPA-REPORT-MASSIVA.
      **************************************************************
      * PEZZI DELLA POSTA MASSIVA: TOTALI DEL DEPOSITO E PEZZI E    *
      * MAZZETTI PER CAP, DA QUADRARE CON LA DISTINTA.              *
      **************************************************************
           MOVE 'PEZZI IN DEPOSITO     ' TO RC-ETICHETTA.
           MOVE WS-CONTA-MASSIVA         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'FUORI DEPOSITO        ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FUORI-MASS      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'MAZZETTI              ' TO RC-ETICHETTA.
           MOVE WS-NUM-MAZZETTO          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'SACCHI                ' TO RC-ETICHETTA.
           MOVE WS-NUM-SACCO             TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM COLONNE-CAP.
           PERFORM STAMPA-RIGA-CAP THRU FINE-STAMPA-RIGA-CAP
                VARYING IND-CAP FROM 1 BY 1
                UNTIL IND-CAP > WS-NUM-CAP.
       FINE-STAMPA-REPORT-MASSIVA.
            EXIT.
      *
       STAMPA-RIGA-CAP.
           MOVE TC-CAP(IND-CAP)      TO RK-CAP.
           MOVE TC-PEZZI(IND-CAP)    TO RK-PEZZI.
           MOVE TC-MAZZETTI(IND-CAP) TO RK-MAZZETTI.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CAP.
       FINE-STAMPA-RIGA-CAP.
            EXIT.
