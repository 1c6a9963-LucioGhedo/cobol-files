      * CARICAMENTO INIZIALE) E OGNI MODIFICA SCRIVE UNA NUOVA
      * VERSIONE INVECE DI SOVRASCRIVERE: 'COSA DICEVA IL RECORD
      * A MARZO' E' UNA INTERROGAZIONE A VIDEO (SCELTA 9) E NON
      * PIU' UNA GIORNATA DI SCAVI NEGLI ARCHIVI. AGGIUNTE,
      * MODIFICHE, CAMBI DI STATO E CANCELLAZIONI ACCODANO LA RIGA
      * PRIMA/DOPO AL GIORNALE ANAGR-VARIAZIONI.TXT (IL CARICAMENTO
      * INIZIALE NO: NON E' UNA VARIAZIONE MA LA NASCITA DEL MASTER).
      * LA SCELTA 0 AGGIUNGE UNA NOTA LIBERA DATATA SULLA PERSONA
      * (NOTE.IDX), CON CATEGORIA E SIGLA DELL'OPERATORE.
      *
       ENVIRONMENT DIVISION.
      *
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-STATUS.
      * NOTE LIBERE SULLE PERSONE, CHIAVE CODICE + DATA + ORA

           SELECT NOTEF    ASSIGN TO 'NOTE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY NOTF-CHIAVE
           STATUS WS-NOTE-STATUS.
      * FILE PIATTO DI PARTENZA PER IL CARICAMENTO INIZIALE

           SELECT CARICOF  ASSIGN TO 'ANAGR.TXT'
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
             10 IDX-STATO-DATA PIC 9(8).
             10 IDX-COD-FISCALE PIC X(16).

       FD   NOTEF
            DATA RECORD IS REC-NOTEF.
       01 REC-NOTEF.
          05 NOTF-CHIAVE.
             10 NOTF-ID     PIC 9(5).
             10 NOTF-DATA   PIC 9(8).
             10 NOTF-ORA    PIC 9(6).
          05 FILLER         PIC X(64).

       FD   CARICOF
            DATA RECORD IS REC-CARICOF.
       01 REC-CARICOF  PIC X(71).
            DATA RECORD IS REC-SCARICOF.
       01 REC-SCARICOF  PIC X(71).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
       01 REC-BATCH.
          05 BATCH-SCELTA    PIC 9.
          05 BATCH-CODICE    PIC 9(5).
          05 BATCH-DATI.
             10 BATCH-NOME      PIC X(10).
             10 BATCH-COGNOME   PIC X(10).
             10 BATCH-ANNI      PIC 999.
             10 BATCH-CITTA     PIC X(10).
             10 BATCH-FILIALE   PIC 9(4).
             10 BATCH-ANNO-NASC PIC 9(4).
             10 BATCH-STATO     PIC X.
             10 BATCH-STATO-DATA PIC 9(8).
             10 BATCH-COD-FISCALE PIC X(16).
      * RIGA DI SCELTA 0: DOPO IL CODICE, CATEGORIA E TESTO DELLA NOTA
          05 BATCH-DATI-NOTA REDEFINES BATCH-DATI.
             10 BATCH-NOTA-CATEGORIA PIC X.
             10 BATCH-NOTA-TESTO     PIC X(60).
             10 FILLER               PIC X(5).

      ************************************************************
      *                WORKING-STORAGE SECTION
               INDEXED BY IND-VERS.
               10 VS-DATA-EFF  PIC 9(8).
       01   WS-ID-PREC        PIC 9(5) VALUE 0.
      * VERSIONE IN VIGORE PRIMA DELLA VARIAZIONE (SPAZI SE NUOVA)
       01   WS-VERSIONE-PRIMA PIC X(79) VALUE SPACES.
       01   WS-PRIMO-SCARICO  PIC X VALUE 'S'.

       01 WS-STATUS PIC XX.
       01 WS-CARICO-STATUS PIC XX.

      ************************************************************
      *      NOTE LIBERE SULLA PERSONA (NOTE.IDX): DATA E ORA DI    *
      *      REGISTRAZIONE, SIGLA DELL'OPERATORE, CATEGORIA.        *
      ************************************************************
       COPY NOTE.
       01 WS-NOTE-STATUS       PIC XX.
       01 WS-NOTA-VALIDA       PIC X VALUE 'N'.
       01 WS-NOTA-ORA          PIC 9(8) VALUE 0.
       01 FINE-FILE PIC X VALUE SPACES.

      ************************************************************
       01 WS-CONT-CARICATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARICATI   PIC 9(6) VALUE 0.

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
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM CONTROLLA-BLOCCO THRU FINE-CONTROLLA-BLOCCO.
            IF WS-BLOCCO-ATTIVO = 'S'
                MOVE 8 TO WS-RETURN-CODE
               OPEN I-O PRIMOF
           END-IF.

           OPEN I-O NOTEF.
           IF WS-NOTE-STATUS NOT = '00'
               OPEN OUTPUT NOTEF
               CLOSE NOTEF
               OPEN I-O NOTEF
           END-IF.

           MOVE 'N' TO WS-BATCH-MODE.
           OPEN INPUT BATCH-INPUT.
           IF WS-BATCH-STATUS = '00'
           DISPLAY '6-CARICA DA ANAGR.TXT 7-SCARICA SU ANAGR.TXT'.
           DISPLAY '8-IMPOSTA STATO (A/D/E CON DECORRENZA)'.
           DISPLAY '9-STORIA E INTERROGAZIONE AD UNA DATA'.
           DISPLAY '0-AGGIUNGI UNA NOTA ALLA PERSONA'.
           ACCEPT WS-SCELTA.

           PERFORM ESEGUI-SCELTA THRU FINE-ESEGUI-SCELTA.
           IF WS-SCELTA = 9
               PERFORM STORIA-PERSONA THRU FINE-STORIA-PERSONA
           END-IF.
           IF WS-SCELTA = 0
               PERFORM AGGIUNGI-NOTA THRU FINE-AGGIUNGI-NOTA
           END-IF.
       FINE-ESEGUI-SCELTA.
            EXIT.
      *
                   PERFORM ELIMINA-VERSIONE THRU FINE-ELIMINA-VERSIONE
                        VARYING IND-VERS FROM 1 BY 1
                        UNTIL IND-VERS > WS-CONTA-VERSIONI
                   MOVE WS-VV-ID TO VAR-ID
                   MOVE WS-VERSIONE-PRIMA TO WS-VAR-VERSIONE
                   PERFORM IMMAGINE-VERSIONE
                      THRU FINE-IMMAGINE-VERSIONE
                   MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
                   MOVE SPACES          TO VAR-DOPO
                   PERFORM SCRIVI-VARIAZIONE
                      THRU FINE-SCRIVI-VARIAZIONE
                   DISPLAY 'PERSONA ELIMINATA ('
                           WS-CONTA-VERSIONI ' VERSIONI)'
               END-IF
      **************************************************************
           MOVE 'N' TO WS-VV-TROVATA.
           MOVE 'N' TO WS-VV-EOF.
           MOVE SPACES TO WS-VERSIONE-PRIMA.
           MOVE WS-VV-ID TO COD-PERSONA.
           MOVE ZERO     TO IDX-DATA-EFF.
           START PRIMOF KEY IS NOT LESS THAN IDX-CHIAVE
                         MOVE 'S' TO WS-VV-EOF
                     ELSE
                         MOVE REC-PRIMOF TO WS-PERSONA
                         MOVE REC-PRIMOF TO WS-VERSIONE-PRIMA
                         MOVE 'S' TO WS-VV-TROVATA
                     END-IF
           END-READ.
      **************************************************************
           MOVE ZERO TO WS-CONTA-VERSIONI.
           MOVE 'N'  TO WS-VV-EOF.
           MOVE SPACES TO WS-VERSIONE-PRIMA.
           ACCEPT WS-OGGI FROM DATE YYYYMMDD.
           MOVE WS-VV-ID TO COD-PERSONA.
           MOVE ZERO     TO IDX-DATA-EFF.
           START PRIMOF KEY IS NOT LESS THAN IDX-CHIAVE
                         ADD 1 TO WS-CONTA-VERSIONI
                         MOVE IDX-DATA-EFF
                              TO VS-DATA-EFF(WS-CONTA-VERSIONI)
                         IF WS-CONTA-VERSIONI = 1
                                 OR IDX-DATA-EFF NOT > WS-OGGI
                             MOVE REC-PRIMOF TO WS-VERSIONE-PRIMA
                         END-IF
                     END-IF
           END-READ.
       FINE-RACCOGLI-UNA-VERSIONE.
                          TO ECC-DESCRIZIONE
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     PERFORM REGISTRA-VARIAZIONE
                        THRU FINE-REGISTRA-VARIAZIONE
                END-REWRITE
           NOT INVALID KEY
                PERFORM REGISTRA-VARIAZIONE
                   THRU FINE-REGISTRA-VARIAZIONE
           END-WRITE.
       FINE-SCRIVI-VERSIONE.
            EXIT.
      *
       REGISTRA-VARIAZIONE.
           MOVE WS-COD-PERSONA TO VAR-ID.
           IF WS-VERSIONE-PRIMA = SPACES
               MOVE SPACES TO VAR-PRIMA
           ELSE
               MOVE WS-VERSIONE-PRIMA TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
           END-IF.
           MOVE WS-PERSONA TO WS-VAR-VERSIONE.
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
           MOVE 'ANAGRIDX'        TO VAR-PROGRAMMA.
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
       STORIA-PERSONA.
      **************************************************************
           END-READ.
       FINE-MOSTRA-UNA-VERSIONE.
            EXIT.
      *
       AGGIUNGI-NOTA.
      **************************************************************
      * NOTA LIBERA SU UNA PERSONA GIA' PRESENTE SUL MASTER: DATA E *
      * ORA SONO QUELLE DELLA REGISTRAZIONE, LA SIGLA QUELLA        *
      * DELL'OPERATORE COLLEGATO. UNA NOTA SENZA TESTO O CON UNA    *
      * CATEGORIA SCONOSCIUTA NON SI REGISTRA.                      *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-CODICE TO USER-INPUT
           ELSE
               MOVE 'CODICE DELLA PERSONA' TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
           END-IF.
           MOVE USER-INPUT TO WS-VV-ID.
           MOVE 99999999   TO WS-VV-DATA.
           IF USER-INPUT = ZERO
               MOVE 'N' TO WS-VV-TROVATA
           ELSE
               PERFORM LEGGI-VERSIONE-VIGENTE
                  THRU FINE-LEGGI-VERSIONE-VIGENTE
           END-IF.
           IF WS-VV-TROVATA = 'N'
               DISPLAY 'RECORD NON TROVATO'
               MOVE 'AGGIUNGI-NOTA'    TO ECC-PARAGRAFO
               MOVE WS-VV-ID           TO ECC-CHIAVE
               MOVE 'NOTA SU PERSONA NON PRESENTE'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               PERFORM RICHIEDI-NOTA THRU FINE-RICHIEDI-NOTA
               IF WS-NOTA-VALIDA = 'S'
                   PERFORM SCRIVI-NOTA THRU FINE-SCRIVI-NOTA
               ELSE
                   DISPLAY 'NOTA NON REGISTRATA: CATEGORIA O TESTO'
                           ' NON VALIDI'
                   MOVE 'AGGIUNGI-NOTA'    TO ECC-PARAGRAFO
                   MOVE WS-VV-ID           TO ECC-CHIAVE
                   MOVE 'NOTA SCARTATA: CATEGORIA O TESTO'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-AGGIUNGI-NOTA.
            EXIT.
      *
       RICHIEDI-NOTA.
           MOVE SPACES TO WS-NOTA.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-NOTA-CATEGORIA TO NTA-CATEGORIA
               MOVE BATCH-NOTA-TESTO     TO NTA-TESTO
           ELSE
               DISPLAY 'CATEGORIA: C=CONTATTO T=TRASFERIMENTO'
                       ' L=LINGUA R=RECLAMO A=ALTRO'
               ACCEPT NTA-CATEGORIA
               DISPLAY 'TESTO DELLA NOTA (MASSIMO 60 CARATTERI)'
               ACCEPT NTA-TESTO
           END-IF.
           MOVE 'S' TO WS-NOTA-VALIDA.
           IF NOT NTA-CONTATTO AND NOT NTA-TRASFERIMENTO
                   AND NOT NTA-LINGUA AND NOT NTA-RECLAMO
                   AND NOT NTA-ALTRO
               MOVE 'N' TO WS-NOTA-VALIDA
           END-IF.
           IF NTA-TESTO = SPACES
               MOVE 'N' TO WS-NOTA-VALIDA
           END-IF.
       FINE-RICHIEDI-NOTA.
            EXIT.
      *
       SCRIVI-NOTA.
      * DUE NOTE DELLO STESSO ID NELLO STESSO SECONDO: LA SECONDA
      * PRENDE IL SECONDO SUCCESSIVO PER NON PERDERSI
           MOVE WS-VV-ID TO NTA-ID-PERSONA.
           ACCEPT NTA-DATA    FROM DATE YYYYMMDD.
           ACCEPT WS-NOTA-ORA FROM TIME.
           MOVE WS-NOTA-ORA(1:6)  TO NTA-ORA.
           MOVE WS-OPERATORE-CORR TO NTA-OPERATORE.
           WRITE REC-NOTEF FROM WS-NOTA INVALID KEY
                ADD 1 TO NTA-ORA
                WRITE REC-NOTEF FROM WS-NOTA INVALID KEY
                     DISPLAY 'ERRORE IN SCRITTURA DELLA NOTA'
                     MOVE 'SCRIVI-NOTA'  TO ECC-PARAGRAFO
                     MOVE NTA-ID-PERSONA TO ECC-CHIAVE
                     MOVE 'ERRORE IN SCRITTURA DELLA NOTA'
                          TO ECC-DESCRIZIONE
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     DISPLAY 'NOTA REGISTRATA'
                END-WRITE
           NOT INVALID KEY
                DISPLAY 'NOTA REGISTRATA'
           END-WRITE.
       FINE-SCRIVI-NOTA.
            EXIT.
      *
       LEGGI-OPERATORE.
           MOVE SPACES TO WS-OPERATORE-CORR.
       CHIUSURA.

           CLOSE PRIMOF.
           CLOSE NOTEF.
           IF WS-BATCH-MODE = 'S'
               CLOSE BATCH-INPUT
           END-IF.
