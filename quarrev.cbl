      * RECORD DEVIATI DA QUARANT (QUARANTENA.TXT), LI RILASCIA
      * COSI' COME SONO OPPURE LI CORREGGE PRIMA; IL RILASCIO
      * RIVALIDA CON LE STESSE REGOLE (MODULO COMUNE VALANAG) E
      * SCRIVE LA CORREZIONE COME NUOVA VERSIONE DATATA SUL MASTER
      * UNICO ANAGR.IDX, DA CUI DERIVA RIGENERA LE COPIE PIATTE:
      * IL RECORD RIENTRA NEL FLUSSO DALLA NOTTE SUCCESSIVA. IL
      * RILASCIO DI UN RECORD ANCORA SPORCO VIENE RIFIUTATO (LA
      * QUARANTENA ESISTE APPOSTA), COME QUELLO DI UN RECORD SENZA
      * UNA PERSONA SUL MASTER, CHE VA INSERITO DA ANAGRIDX.
      * OGNI RILASCIO LASCIA LA RIGA PRIMA/DOPO SUL GIORNALE DELLE
      * VARIAZIONI ANAGRAFICHE (ANAGR-VARIAZIONI.TXT).
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUAR-STATUS.
      * MASTER INDICIZZATO VERSIONATO, UNA NUOVA VERSIONE PER RILASCIO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE (PRIMA/DOPO)

           SELECT VARIAZF ASSIGN TO 'ANAGR-VARIAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
          05 FILLER         PIC X.
          05 QUA-RECORD     PIC X(71).

       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 IDX-CHIAVE.
             10 IDX-ID       PIC 9(5).
             10 IDX-DATA-EFF PIC 9(8).
          05 IDX-NOME      PIC X(10).
          05 IDX-COGNOME   PIC X(10).
          05 IDX-ANNI      PIC 999.
          05 IDX-CITTA     PIC X(10).
          05 IDX-FILIALE   PIC 9(4).
          05 IDX-ANNO-NASC PIC 9(4).
          05 IDX-STATO     PIC X.
          05 IDX-STATO-DATA PIC 9(8).
          05 IDX-COD-FISCALE PIC X(16).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
       COPY ANAGRAF.

       01   WS-QUAR-STATUS    PIC XX.
       01   WS-IDX-STATUS     PIC XX.

       01 FINE-FILE            PIC X VALUE 'N'.
       01 CONTINUA             PIC X VALUE SPACE.
       01 WS-QC-VALIDO         PIC X  VALUE 'N'.
       01 WS-RECORD-PULITO     PIC X VALUE 'N'.

      ************************************************************
      *      AREE PER LA VERSIONE IN VIGORE SUL MASTER: IL RILASCIO *
      *      PARTE DA QUELLA E VI RIPORTA SOLO I CAMPI CORREGGIBILI *
      *      (NOME, COGNOME, CITTA), COSI' UN'IMMAGINE RIMASTA IN   *
      *      CODA PER GIORNI NON CANCELLA LE MODIFICHE FATTE NEL    *
      *      FRATTEMPO (STATO, FILIALE, CODICE FISCALE).            *
      ************************************************************
       01 WS-OGGI              PIC 9(8) VALUE 0.
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-VERSIONE-TROVATA  PIC X VALUE 'N'.
       01 WS-VERSIONE-VIGENTE  PIC X(79) VALUE SPACES.
       01 WS-RILASCIO-OK       PIC X VALUE 'N'.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      AREE PER IL GIORNALE DELLE VARIAZIONI ANAGRAFICHE      *
      ************************************************************
       COPY VARIAZ.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, IL GIORNALE DELLE VARIAZIONI USA    *
      *      QUELLA (LA NOTTE CHE SI STA RIFACENDO).                *
      ************************************************************
       01 WS-DATAELAB-STATUS   PIC XX.
       01 WS-DATAELAB-MODE     PIC X VALUE 'N'.
       01 WS-DATA-ELAB         PIC X(8) VALUE SPACES.

       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.
      **************************************************************
      * IL RILASCIO RIVALIDA CON LE STESSE REGOLE DEL PRESIDIO: UN  *
      * RECORD ANCORA SPORCO RESTA IN QUARANTENA, UNO PULITO VIENE  *
      * SCRITTO COME NUOVA VERSIONE SU ANAGR.IDX E TOLTO DALLA CODA.*
      **************************************************************
           PERFORM LEGGI-NUMERO-RIGA THRU FINE-LEGGI-NUMERO-RIGA.
           IF WS-NUMERO-RIGA > ZERO
               IF WS-RECORD-PULITO = 'N'
                   DISPLAY 'RECORD ANCORA SPORCO: CORREGGERE PRIMA'
               ELSE
                   PERFORM SCRIVI-VERSIONE THRU FINE-SCRIVI-VERSIONE
               END-IF
               IF WS-RECORD-PULITO = 'S' AND WS-RILASCIO-OK = 'S'
                   PERFORM RIMUOVI-QUARANTENATO
                      THRU FINE-RIMUOVI-QUARANTENATO
                   DISPLAY 'RECORD RILASCIATO NEL FLUSSO'
           END-IF.
       FINE-RIVALIDA.
            EXIT.
      *
       SCRIVI-VERSIONE.
      **************************************************************
      * IL RILASCIO E' UNA NUOVA VERSIONE DELLA PERSONA CON         *
      * DECORRENZA OGGI (SE NE ESISTE GIA' UNA DI OGGI LA SI        *
      * SOSTITUISCE). SENZA ID-PERSONA O SENZA LA PERSONA SUL       *
      * MASTER IL RILASCIO SI RIFIUTA: L'INSERIMENTO E' DI ANAGRIDX.*
      **************************************************************
           MOVE 'N' TO WS-RILASCIO-OK.
           IF ID-PERSONA IS NOT NUMERIC OR ID-PERSONA = ZERO
               DISPLAY 'RECORD SENZA ID-PERSONA: INSERIRLO DA ANAGRIDX'
           ELSE
               OPEN I-O IDXF
               IF WS-IDX-STATUS NOT = '00'
                   DISPLAY 'FILE ANAGR.IDX NON DISPONIBILE: RILASCIO'
                           ' NON ESEGUITO'
                   MOVE 'SCRIVI-VERSIONE' TO ECC-PARAGRAFO
                   MOVE ID-PERSONA        TO ECC-CHIAVE
                   MOVE 'FILE ANAGR.IDX NON DISPONIBILE'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   PERFORM CERCA-VERSIONE-VIGENTE
                      THRU FINE-CERCA-VERSIONE-VIGENTE
                   IF WS-VERSIONE-TROVATA = 'N'
                       DISPLAY 'PERSONA ' ID-PERSONA ' NON PRESENTE SUL'
                               ' MASTER: INSERIRLA DA ANAGRIDX'
                   ELSE
                       PERFORM APPLICA-RILASCIO
                          THRU FINE-APPLICA-RILASCIO
                   END-IF
               END-IF
               CLOSE IDXF
           END-IF.
       FINE-SCRIVI-VERSIONE.
            EXIT.
      *
       APPLICA-RILASCIO.
           MOVE WS-VERSIONE-VIGENTE TO REC-IDXF.
           MOVE WS-OGGI  TO IDX-DATA-EFF.
           MOVE NOME     TO IDX-NOME.
           MOVE COGNOME  TO IDX-COGNOME.
           MOVE CITTA    TO IDX-CITTA.
           MOVE 'S' TO WS-RILASCIO-OK.
           WRITE REC-IDXF INVALID KEY
                REWRITE REC-IDXF INVALID KEY
                     MOVE 'N' TO WS-RILASCIO-OK
                     DISPLAY 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                     MOVE 'APPLICA-RILASCIO' TO ECC-PARAGRAFO
                     MOVE ID-PERSONA         TO ECC-CHIAVE
                     MOVE 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                          TO ECC-DESCRIZIONE
                     MOVE 'A' TO ECC-SEVERITA
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                END-REWRITE
           END-WRITE.
           IF WS-RILASCIO-OK = 'S'
               MOVE ID-PERSONA TO VAR-ID
               MOVE WS-VERSIONE-VIGENTE TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
               MOVE REC-IDXF TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-DOPO
               PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE
           END-IF.
       FINE-APPLICA-RILASCIO.
            EXIT.
      *
       CERCA-VERSIONE-VIGENTE.
           ACCEPT WS-OGGI FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-VERSIONE-TROVATA.
           MOVE 'N' TO WS-IDX-EOF.
           MOVE ID-PERSONA TO IDX-ID.
           MOVE ZERO       TO IDX-DATA-EFF.
           START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                INVALID KEY MOVE 'S' TO WS-IDX-EOF
           END-START.
           PERFORM LEGGI-VERSIONE THRU FINE-LEGGI-VERSIONE
                UNTIL WS-IDX-EOF = 'S'.
       FINE-CERCA-VERSIONE-VIGENTE.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     IF IDX-ID NOT = ID-PERSONA
                             OR IDX-DATA-EFF > WS-OGGI
                         MOVE 'S' TO WS-IDX-EOF
                     ELSE
                         MOVE 'S' TO WS-VERSIONE-TROVATA
                         MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       RIMUOVI-QUARANTENATO.
           PERFORM COMPATTA-QUARANTENA THRU FINE-COMPATTA-QUARANTENA
           MOVE TQ-RECORD(WS-NUMERO-RIGA) TO TQ-RECORD(IND-QUA).
       FINE-COMPATTA-QUARANTENA.
            EXIT.
      *
       IMMAGINE-VERSIONE.
      **************************************************************
      * RIPORTA LA VERSIONE DI ANAGR.IDX IN WS-VAR-VERSIONE AL      *
      * TRACCIATO DI 71 BYTE DEL GIORNALE DELLE VARIAZIONI.         *
      **************************************************************
           MOVE VV-NOME         TO VI-NOME.
           MOVE VV-COGNOME      TO VI-COGNOME.
           MOVE VV-ANNI         TO VI-ANNI.
           MOVE VV-CITTA        TO VI-CITTA.
           MOVE VV-ID           TO VI-ID.
           MOVE VV-FILIALE      TO VI-FILIALE.
           MOVE VV-ANNO-NASC    TO VI-ANNO-NASC.
           MOVE VV-STATO        TO VI-STATO.
           MOVE VV-STATO-DATA   TO VI-STATO-DATA.
           MOVE VV-COD-FISCALE  TO VI-COD-FISCALE.
       FINE-IMMAGINE-VERSIONE.
            EXIT.
      *
       SCRIVI-VARIAZIONE.
      **************************************************************
      * ACCODA LA RIGA PRIMA/DOPO GIA' PREPARATA IN VAR-ID,         *
      * VAR-PRIMA E VAR-DOPO.                                       *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO VAR-DATA
           ELSE
               ACCEPT VAR-DATA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-VAR-ORA-CORR FROM TIME.
           MOVE WS-VAR-ORA-CORR(1:6) TO VAR-ORA.
           MOVE 'QUARREV '        TO VAR-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO VAR-OPERATORE.

           OPEN EXTEND VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               OPEN OUTPUT VARIAZF
           END-IF.
           WRITE REC-VARIAZF FROM RIGA-VARIAZIONE.
           CLOSE VARIAZF.
       FINE-SCRIVI-VARIAZIONE.
            EXIT.
      *
       LEGGI-DATA-ELAB.
           MOVE 'N' TO WS-DATAELAB-MODE.
           OPEN INPUT DATAELAB.
           IF WS-DATAELAB-STATUS = '00'
               READ DATAELAB AT END
                    CONTINUE
                    NOT AT END
                         IF REC-DATAELAB IS NUMERIC
                             MOVE REC-DATAELAB TO WS-DATA-ELAB
                             MOVE 'S' TO WS-DATAELAB-MODE
                         END-IF
               END-READ
           END-IF.
           CLOSE DATAELAB.
       FINE-LEGGI-DATA-ELAB.
            EXIT.
      *
       LEGGI-OPERATORE.
           MOVE SPACES TO WS-OPERATORE-CORR.
