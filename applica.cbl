      * (ANAGR-IMPORT-BASE.TXT) E' LA BASE DEL CONFRONTO, E SE IL
      * MASTER E' CAMBIATO DOPO QUELL'ESTRATTO LA RIGA NON
      * SOVRASCRIVE IL DATO PIU' RECENTE MA FINISCE SU
      * ANAGR-CONFLITTI.TXT PER LA DECISIONE DI UN OPERATORE
      * (POSTAZIONE RISOLVI). I CONFLITTI SI ACCODANO A QUELLI
      * ANCORA APERTI: RISOLVI TOGLIE DAL FILE QUELLI DECISI.
      * IL MASTER E' VERSIONATO: OGNI APPLICAZIONE SCRIVE UNA
      * NUOVA VERSIONE CON DECORRENZA DELLA GIORNATA, CONSERVANDO
      * FILIALE E STATO DELLA VERSIONE PRECEDENTE (L'ESTRATTO
      * DELLE FILIALI NON LI PORTA). OGNI VERSIONE SCRITTA ACCODA
      * LA RIGA PRIMA/DOPO AL GIORNALE ANAGR-VARIAZIONI.TXT.
      *
      * CODICI MOTIVO DI CONFLITTO:
      *  01 BASE NON TROVATA PER L'ID

           SELECT CONFLITTI ASSIGN TO 'ANAGR-CONFLITTI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFL-STATUS.
      * RIEPILOGO DELL'APPLICAZIONE

           SELECT REPORTF ASSIGN TO 'APPLICA-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
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
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
       01   WS-IMPORT-STATUS  PIC XX.
       01   WS-BASE-STATUS    PIC XX.
       01   WS-IDX-STATUS     PIC XX.
       01   WS-CONFL-STATUS   PIC XX.

       01 FINE-FILE PIC X VALUE 'N'.
       01 WS-BASE-EOF          PIC X VALUE 'N'.
            05 WS-MV-STATO-DATA PIC 9(8).
            05 WS-MV-COD-FISCALE PIC X(16).

       01 WS-VERSIONE-PRECEDENTE PIC X(79) VALUE SPACES.

       01 WS-MOTIVO            PIC X(2) VALUE SPACES.

      ************************************************************
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

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

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       MAIN-LINE.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            MOVE WS-DATA-ESECUZIONE TO WS-OGGI.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.

            PERFORM CARICA-BASE THRU FINE-CARICA-BASE.
            IF WS-RETURN-CODE NOT = 8
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   OPEN EXTEND CONFLITTI
                   IF WS-CONFL-STATUS NOT = '00'
                       OPEN OUTPUT CONFLITTI
                   END-IF
                   READ IMPORTF INTO WS-PRIMOF AT END
                        MOVE 'S' TO FINE-FILE
                        DISPLAY 'FILE ANAGR-IMPORT.TXT VUOTO'
                         MOVE 'S' TO WS-SCAN-EOF
                     ELSE
                         MOVE 'S' TO WS-MASTER-PRESENTE
                         MOVE REC-IDXF      TO WS-VERSIONE-PRECEDENTE
                         MOVE IDX-NOME      TO WS-MV-NOME
                         MOVE IDX-COGNOME   TO WS-MV-COGNOME
                         MOVE IDX-ANNI      TO WS-MV-ANNI
                        THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     ADD 1 TO WS-CONTA-APPLICATE
                     PERFORM REGISTRA-VARIAZIONE
                        THRU FINE-REGISTRA-VARIAZIONE
                END-REWRITE
           NOT INVALID KEY
                ADD 1 TO WS-CONTA-APPLICATE
                PERFORM REGISTRA-VARIAZIONE
                   THRU FINE-REGISTRA-VARIAZIONE
           END-WRITE.
       FINE-SCRIVI-VERSIONE.
            EXIT.
      *
       REGISTRA-VARIAZIONE.
           MOVE COD-PERSONA TO VAR-ID.
           MOVE WS-VERSIONE-PRECEDENTE TO WS-VAR-VERSIONE.
           PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE.
           MOVE WS-VAR-IMMAGINE TO VAR-PRIMA.
           MOVE REC-IDXF TO WS-VAR-VERSIONE.
           PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE.
           MOVE WS-VAR-IMMAGINE TO VAR-DOPO.
           PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE.
       FINE-REGISTRA-VARIAZIONE.
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
           MOVE 'APPLICA '        TO VAR-PROGRAMMA.
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
           OPEN INPUT OPERATORE.
           IF WS-OPER-STATUS = '00'
               READ OPERATORE AT END
                    CONTINUE
                    NOT AT END
                         MOVE OPE-SIGLA TO WS-OPERATORE-CORR
               END-READ
           END-IF.
           CLOSE OPERATORE.
       FINE-LEGGI-OPERATORE.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
