      * FUSIONE SORVEGLIATA DEI DOPPIONI: L'OPERATORE RIVEDE LE
      * COPPIE PROPOSTE DA DOPPIONI (DOPPIONI-PROPOSTE.TXT), NE
      * CONFERMA UNA E IL SISTEMA FONDE LE DUE POSIZIONI: L'ID DA
      * TENERE RESTA SUL MASTER, L'ALTRO VIENE RIMOSSO DAL MASTER
      * UNICO ANAGR.IDX (LE COPIE PIATTE LE RIGENERA DERIVA LA
      * NOTTE) E REGISTRATO COME ALIAS SU
      * ALIAS.TXT (VECCHIO ID -> ID TENUTO), COSI' LE VECCHIE
      * RIGHE DI CERCA-AUDIT E GLI ARCHIVI DATATI SI RISOLVONO
      * ANCORA. NIENTE SI FONDE SENZA UNA CONFERMA ESPLICITA.
      * LA RIMOZIONE DELL'ID FUSO LASCIA LA RIGA PRIMA/DOPO (DOPO
      * A SPAZI) SUL GIORNALE DELLE VARIAZIONI ANAGRAFICHE.
      * LE NOTE LIBERE DELL'ID FUSO (NOTE.IDX) PASSANO ALL'ID TENUTO.
      * COSI' I CONTATTI (CONTATTI.IDX), CON IL PROGRESSIVO SUCCESSIVO
      * A QUELLI DELL'ID TENUTO E SENZA UN SECONDO PREFERITO, E I
      * LEGAMI DI PARENTELA (LEGAMI.IDX) NEI DUE VERSI; UN LEGAME FRA
      * LE DUE POSIZIONI FUSE NON PASSA (SAREBBE UN LEGAME CON SE
      * STESSO) E SI TOGLIE.
      * LA FUSIONE NON SI PUO' DISFARE: ALLA CONFERMA SERVE ANCHE LA
      * DOPPIA FIRMA (MODULO DOPPIAF). LA PRIMA CONFERMA CREA LA
      * RICHIESTA CON IL MOTIVO; LA FUSIONE SI FA CONFERMANDO DI
      * NUOVO LA STESSA COPPIA DOPO CHE UN ALTRO OPERATORE, CON LA
      * CLASSE D SU FONDI, L'HA FIRMATA DALLA CONSOLLE.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
      * MASTER INDICIZZATO, UNICO ARCHIVIO DI RIFERIMENTO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
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
      * NOTE LIBERE SULLE PERSONE (FACOLTATIVO)

           SELECT NOTEF ASSIGN TO 'NOTE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY NTF-CHIAVE
           STATUS WS-NOTE-STATUS.
      * CONTATTI TELEFONICI E DI POSTA ELETTRONICA (FACOLTATIVO)

           SELECT CONTATTIF ASSIGN TO 'CONTATTI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CNF-CHIAVE
           STATUS WS-CONTATTI-STATUS.
      * LEGAMI DI PARENTELA, TENUTI NEI DUE VERSI (FACOLTATIVO)

           SELECT LEGAMIF ASSIGN TO 'LEGAMI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LGF-CHIAVE
           STATUS WS-LEGAMI-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            DATA RECORD IS REC-PROPOSTA.
       01 REC-PROPOSTA  PIC X(49).

       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   NOTEF
            DATA RECORD IS REC-NOTEF.
       01 REC-NOTEF.
          05 NTF-CHIAVE.
             10 NTF-ID     PIC 9(5).
             10 NTF-DATA   PIC 9(8).
             10 NTF-ORA    PIC 9(6).
          05 FILLER        PIC X(64).

       FD   CONTATTIF
            DATA RECORD IS REC-CONTATTIF.
       01 REC-CONTATTIF.
          05 CNF-CHIAVE.
             10 CNF-ID     PIC 9(5).
             10 CNF-PROG   PIC 99.
          05 FILLER        PIC X(60).

       FD   LEGAMIF
            DATA RECORD IS REC-LEGAMIF.
       01 REC-LEGAMIF.
          05 LGF-CHIAVE.
             10 LGF-ID-DA  PIC 9(5).
             10 LGF-ID-A   PIC 9(5).
          05 FILLER        PIC X(17).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
       COPY ANAGRAF.

       01   WS-PROPOSTE-STATUS PIC XX.
       01   WS-IDX-STATUS      PIC XX.
       01   WS-ALIAS-STATUS    PIC XX.

               10 TP-RIGA      PIC X(49).
       01 WS-NUM-PROPOSTE     PIC 9(4) VALUE 0.

      ************************************************************
      *      AREE DELLA FUSIONE IN CORSO                            *
      ************************************************************
       01 WS-ID-FUSO          PIC 9(5) VALUE 0.
       01 WS-CODICE-STAGING   PIC X(5) VALUE SPACES.
       01 WS-CONFERMA         PIC X VALUE 'N'.
       01 WS-FUSIONE-OK       PIC X VALUE 'N'.

      ************************************************************
      *      DOPPIA FIRMA (MODULO DOPPIAF): LA COPPIA SI FONDE SOLO *
      *      CON UNA RICHIESTA FIRMATA DA UN SECONDO OPERATORE      *
      ************************************************************
       COPY DOPPIAF.
       01 WS-PARAMETRI-FUSIONE.
            05 WS-PF-FUSO         PIC 9(5).
            05 FILLER             PIC X(4) VALUE ' IN '.
            05 WS-PF-TENUTO       PIC 9(5).
            05 FILLER             PIC X(6) VALUE SPACES.

      ************************************************************
      *      DATE DI EFFETTO DELLE VERSIONI DELL'ID FUSO SUL        *
      *      MASTER INDICIZZATO (VERSIONATO): SI CANCELLANO TUTTE   *
               10 VS-DATA-EFF  PIC 9(8).
       01 WS-CONTA-VERSIONI   PIC 9(3) VALUE 0.
       01 WS-VERSIONI-EOF     PIC X VALUE 'N'.
       01 WS-ID-VERSIONI      PIC 9(5) VALUE 0.
      * VERSIONE IN VIGORE DELL'ID RACCOLTO, PER IL GIORNALE DELLE
      * VARIAZIONI (IN MANCANZA, LA PRIMA VERSIONE TROVATA)
       01 WS-OGGI             PIC 9(8) VALUE 0.
       01 WS-VERSIONE-VIGENTE PIC X(79) VALUE SPACES.

      ************************************************************
      *      NOTE LIBERE DELL'ID FUSO (NOTE.IDX): SI RACCOLGONO E   *
      *      SI RISCRIVONO SOTTO L'ID TENUTO, DATA E ORA INVARIATE. *
      ************************************************************
       COPY NOTE.
       01 WS-NOTE-STATUS      PIC XX.
       01 WS-NOTE-EOF         PIC X VALUE 'N'.
       01 WS-MAX-NOTE         PIC 9(3) VALUE 200.
       01 TAB-NOTE.
            05 NOTA-FUSA OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CONTA-NOTE
               INDEXED BY IND-NOTA.
               10 NF-RIGA      PIC X(83).
       01 WS-CONTA-NOTE       PIC 9(3) VALUE 0.
       01 WS-NOTE-SPOSTATE    PIC 9(3) VALUE 0.

      ************************************************************
      *      CONTATTI DELL'ID FUSO (CONTATTI.IDX): SI RISCRIVONO    *
      *      SOTTO L'ID TENUTO CON I PROGRESSIVI SUCCESSIVI AL SUO  *
      *      PIU' ALTO; SE L'ID TENUTO HA GIA' UN PREFERITO, QUELLO *
      *      DELL'ID FUSO PERDE IL CONTRASSEGNO.                    *
      ************************************************************
       COPY CONTATTI.
       01 WS-CONTATTI-STATUS  PIC XX.
       01 WS-CONTATTI-EOF     PIC X VALUE 'N'.
       01 WS-MAX-CONTATTI     PIC 9(3) VALUE 99.
       01 TAB-CONTATTI.
            05 CONTATTO-FUSO OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-CONTA-CONTATTI
               INDEXED BY IND-CONT.
               10 CF-RIGA      PIC X(67).
       01 WS-CONTA-CONTATTI   PIC 9(3) VALUE 0.
       01 WS-CONTATTI-SPOSTATI PIC 9(3) VALUE 0.
       01 WS-PROSSIMO-PROG    PIC 999 VALUE 0.
       01 WS-PREFERITO-TENUTO PIC X VALUE 'N'.

      ************************************************************
      *      LEGAMI DELL'ID FUSO (LEGAMI.IDX): OGNI VERSO CHE PARTE *
      *      DALL'ID FUSO PASSA ALL'ID TENUTO INSIEME AL SUO        *
      *      INVERSO. UN LEGAME CHE L'ID TENUTO HA GIA' CON LA      *
      *      STESSA PERSONA RESTA COM'E'.                           *
      ************************************************************
       COPY LEGAMI.
       01   WS-LEGAME-INVERSO.
            05 INV-CHIAVE.
               10 INV-ID-DA       PIC 9(5).
               10 INV-ID-A        PIC 9(5).
            05 INV-TIPO           PIC X.
            05 INV-DATA-INIZIO    PIC 9(8).
            05 INV-DATA-FINE      PIC 9(8).
       01 WS-LEGAMI-STATUS    PIC XX.
       01 WS-LEGAMI-EOF       PIC X VALUE 'N'.
       01 WS-MAX-LEGAMI       PIC 9(3) VALUE 200.
       01 TAB-LEGAMI.
            05 LEGAME-FUSO OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CONTA-LEGAMI
               INDEXED BY IND-LEG.
               10 LF-RIGA      PIC X(27).
       01 WS-CONTA-LEGAMI     PIC 9(3) VALUE 0.
       01 WS-LEGAMI-SPOSTATI  PIC 9(3) VALUE 0.
       01 WS-LEGAMI-TOLTI     PIC 9(3) VALUE 0.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
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
                           ' IN ' WS-ID-TENUTO '? (S/N)'
                   ACCEPT WS-CONFERMA
                   IF WS-CONFERMA = 'S'
                       PERFORM CONTROLLA-FIRMA
                          THRU FINE-CONTROLLA-FIRMA
                       IF DPF-ESITO = 'S'
                           PERFORM ESEGUI-FUSIONE
                              THRU FINE-ESEGUI-FUSIONE
                       END-IF
                   ELSE
                       DISPLAY 'FUSIONE ANNULLATA'
                   END-IF
           END-IF.
       FINE-FONDI-COPPIA.
            EXIT.
      *
       CONTROLLA-FIRMA.
      **************************************************************
      * LA PRIMA VOLTA IL MODULO CHIEDE IL MOTIVO (ESITO M): LO SI  *
      * DOMANDA ALL'OPERATORE E SI RICHIAMA PER CREARE LA RICHIESTA.*
      **************************************************************
           MOVE WS-ID-FUSO        TO WS-PF-FUSO.
           MOVE WS-ID-TENUTO      TO WS-PF-TENUTO.
           MOVE SPACES            TO DPF-CHIAMATA.
           MOVE 'V'               TO DPF-AZIONE.
           MOVE WS-OPERATORE-CORR TO DPF-SIGLA.
           MOVE 'FONDI   '        TO DPF-PROGRAMMA.
           MOVE 'D'               TO DPF-CLASSE.
           MOVE WS-PARAMETRI-FUSIONE TO DPF-PARAMETRI.
           MOVE ZERO              TO DPF-NUMERO.
           CALL 'DOPPIAF' USING DPF-CHIAMATA.
           IF DPF-ESITO = 'M'
               DISPLAY 'SERVE LA SECONDA FIRMA: MOTIVO DELLA FUSIONE'
               ACCEPT DPF-MOTIVO
               IF DPF-MOTIVO NOT = SPACES
                   CALL 'DOPPIAF' USING DPF-CHIAMATA
               END-IF
           END-IF.
           IF DPF-ESITO = 'A' OR DPF-ESITO = 'C'
               DISPLAY 'RICHIESTA NUMERO ' DPF-NUMERO ': '
                       DPF-MESSAGGIO
           ELSE
               DISPLAY 'DOPPIA FIRMA: ' DPF-MESSAGGIO
           END-IF.
           IF DPF-ESITO NOT = 'S'
               DISPLAY 'FUSIONE NON ESEGUITA'
           END-IF.
       FINE-CONTROLLA-FIRMA.
            EXIT.
      *
       ESEGUI-FUSIONE.
           MOVE 'N' TO WS-FUSIONE-OK.
           PERFORM RIMUOVI-DA-INDICE THRU FINE-RIMUOVI-DA-INDICE.
           IF WS-FUSIONE-OK = 'S'
               PERFORM SCRIVI-ALIAS THRU FINE-SCRIVI-ALIAS
               PERFORM SPOSTA-NOTE THRU FINE-SPOSTA-NOTE
               PERFORM SPOSTA-CONTATTI THRU FINE-SPOSTA-CONTATTI
               PERFORM SPOSTA-LEGAMI THRU FINE-SPOSTA-LEGAMI
               PERFORM RIMUOVI-PROPOSTA THRU FINE-RIMUOVI-PROPOSTA
               DISPLAY 'FUSIONE ESEGUITA: ' WS-ID-FUSO
                       ' E'' ORA ALIAS DI ' WS-ID-TENUTO
       FINE-ESEGUI-FUSIONE.
            EXIT.
      *
       RIMUOVI-DA-INDICE.
      **************************************************************
      * IL MASTER INDICIZZATO E' VERSIONATO (CODICE + DATA DI       *
      * EFFETTO): LA FUSIONE CANCELLA TUTTE LE VERSIONI DELL'ID     *
      * FUSO. SE IL MASTER NON SI APRE, O SE UNO DEI DUE ID NON VI  *
      * COMPARE, LA FUSIONE NON PROCEDE: MEGLIO UNA PROPOSTA ANCORA *
      * APERTA DI UN ALIAS VERSO UNA PERSONA CHE NON ESISTE.        *
      **************************************************************
           OPEN I-O IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON DISPONIBILE'
               MOVE 'RIMUOVI-DA-INDICE' TO ECC-PARAGRAFO
               MOVE WS-ID-FUSO          TO ECC-CHIAVE
               MOVE 'FUSIONE: ANAGR.IDX NON LAVORABILE'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE WS-ID-TENUTO TO WS-ID-VERSIONI
               PERFORM RACCOGLI-VERSIONI THRU FINE-RACCOGLI-VERSIONI
               IF WS-CONTA-VERSIONI = ZERO
                   DISPLAY 'ID DA TENERE NON PRESENTE SU ANAGR.IDX:'
                           ' FUSIONE NON ESEGUITA'
               ELSE
                   MOVE WS-ID-FUSO TO WS-ID-VERSIONI
                   PERFORM RACCOGLI-VERSIONI
                      THRU FINE-RACCOGLI-VERSIONI
                   IF WS-CONTA-VERSIONI = ZERO
                       DISPLAY 'ID FUSO NON PRESENTE SU ANAGR.IDX:'
                               ' FUSIONE NON ESEGUITA'
                   ELSE
                       PERFORM ELIMINA-VERSIONE
                          THRU FINE-ELIMINA-VERSIONE
                            VARYING IND-VERS FROM 1 BY 1
                            UNTIL IND-VERS > WS-CONTA-VERSIONI
                       MOVE 'S' TO WS-FUSIONE-OK
                       MOVE WS-ID-FUSO TO VAR-ID
                       MOVE WS-VERSIONE-VIGENTE TO WS-VAR-VERSIONE
                       PERFORM IMMAGINE-VERSIONE
                          THRU FINE-IMMAGINE-VERSIONE
                       MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
                       MOVE SPACES          TO VAR-DOPO
                       PERFORM SCRIVI-VARIAZIONE
                          THRU FINE-SCRIVI-VARIAZIONE
                   END-IF
               END-IF
               CLOSE IDXF
           END-IF.
       FINE-RIMUOVI-DA-INDICE.
            EXIT.
      *
       RACCOGLI-VERSIONI.
           ACCEPT WS-OGGI FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-VERSIONE-VIGENTE.
           MOVE ZERO TO WS-CONTA-VERSIONI.
           MOVE 'N'  TO WS-VERSIONI-EOF.
           MOVE WS-ID-VERSIONI TO COD-PERSONA.
           MOVE ZERO           TO IDX-DATA-EFF.
           START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                INVALID KEY MOVE 'S' TO WS-VERSIONI-EOF
           END-START.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-VERSIONI-EOF
                NOT AT END
                     IF COD-PERSONA NOT = WS-ID-VERSIONI
                             OR WS-CONTA-VERSIONI >= WS-MAX-VERSIONI
                         MOVE 'S' TO WS-VERSIONI-EOF
                     ELSE
                         ADD 1 TO WS-CONTA-VERSIONI
                         MOVE IDX-DATA-EFF
                              TO VS-DATA-EFF(WS-CONTA-VERSIONI)
                         IF WS-CONTA-VERSIONI = 1
                                 OR IDX-DATA-EFF NOT > WS-OGGI
                             MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                         END-IF
                     END-IF
           END-READ.
       FINE-RACCOGLI-UNA-VERSIONE.
           CLOSE ALIASF.
       FINE-SCRIVI-ALIAS.
            EXIT.
      *
       SPOSTA-NOTE.
      **************************************************************
      * LE NOTE DELL'ID FUSO SI RACCOLGONO IN TABELLA E SI          *
      * RISCRIVONO UNA PER UNA SOTTO L'ID TENUTO: PRIMA LA NUOVA,   *
      * POI SI CANCELLA LA VECCHIA, COSI' UNA SCRITTURA FALLITA NON *
      * PERDE LA NOTA. SENZA NOTE.IDX NON C'E' NIENTE DA SPOSTARE.  *
      **************************************************************
           MOVE ZERO TO WS-NOTE-SPOSTATE.
           OPEN I-O NOTEF.
           IF WS-NOTE-STATUS = '00'
               MOVE ZERO TO WS-CONTA-NOTE
               MOVE 'N'  TO WS-NOTE-EOF
               MOVE WS-ID-FUSO TO NTF-ID
               MOVE ZERO       TO NTF-DATA NTF-ORA
               START NOTEF KEY IS NOT LESS THAN NTF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-NOTE-EOF
               END-START
               PERFORM RACCOGLI-NOTA THRU FINE-RACCOGLI-NOTA
                    UNTIL WS-NOTE-EOF = 'S'
               IF WS-CONTA-NOTE > ZERO
                   PERFORM SPOSTA-UNA-NOTA THRU FINE-SPOSTA-UNA-NOTA
                        VARYING IND-NOTA FROM 1 BY 1
                        UNTIL IND-NOTA > WS-CONTA-NOTE
               END-IF
               CLOSE NOTEF
           END-IF.
           IF WS-NOTE-SPOSTATE > ZERO
               DISPLAY 'NOTE PASSATE ALL''ID TENUTO: '
                       WS-NOTE-SPOSTATE
           END-IF.
       FINE-SPOSTA-NOTE.
            EXIT.
      *
       RACCOGLI-NOTA.
           READ NOTEF NEXT RECORD AT END
                MOVE 'S' TO WS-NOTE-EOF
                NOT AT END
                     IF NTF-ID NOT = WS-ID-FUSO
                         MOVE 'S' TO WS-NOTE-EOF
                     ELSE
                         IF WS-CONTA-NOTE >= WS-MAX-NOTE
                             MOVE 'S' TO WS-NOTE-EOF
                             MOVE 'SPOSTA-NOTE'  TO ECC-PARAGRAFO
                             MOVE WS-ID-FUSO     TO ECC-CHIAVE
                             MOVE 'TROPPE NOTE: ALCUNE NON SPOSTATE'
                                  TO ECC-DESCRIZIONE
                             PERFORM SCRIVI-ECCEZIONE
                                THRU FINE-SCRIVI-ECCEZIONE
                         ELSE
                             ADD 1 TO WS-CONTA-NOTE
                             MOVE REC-NOTEF TO NF-RIGA(WS-CONTA-NOTE)
                         END-IF
                     END-IF
           END-READ.
       FINE-RACCOGLI-NOTA.
            EXIT.
      *
       SPOSTA-UNA-NOTA.
      * STESSA DATA E ORA GIA' OCCUPATE SULL'ID TENUTO: LA NOTA
      * PRENDE IL SECONDO SUCCESSIVO
           MOVE NF-RIGA(IND-NOTA) TO WS-NOTA.
           MOVE WS-ID-TENUTO TO NTA-ID-PERSONA.
           WRITE REC-NOTEF FROM WS-NOTA INVALID KEY
                ADD 1 TO NTA-ORA
                WRITE REC-NOTEF FROM WS-NOTA INVALID KEY
                     MOVE 'SPOSTA-NOTE'  TO ECC-PARAGRAFO
                     MOVE WS-ID-FUSO     TO ECC-CHIAVE
                     MOVE 'NOTA DELL''ID FUSO NON SPOSTATA'
                          TO ECC-DESCRIZIONE
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     PERFORM CANCELLA-NOTA-FUSA
                        THRU FINE-CANCELLA-NOTA-FUSA
                END-WRITE
           NOT INVALID KEY
                PERFORM CANCELLA-NOTA-FUSA THRU FINE-CANCELLA-NOTA-FUSA
           END-WRITE.
       FINE-SPOSTA-UNA-NOTA.
            EXIT.
      *
       CANCELLA-NOTA-FUSA.
           MOVE NF-RIGA(IND-NOTA)(1:19) TO NTF-CHIAVE.
           DELETE NOTEF INVALID KEY
                CONTINUE
           END-DELETE.
           ADD 1 TO WS-NOTE-SPOSTATE.
       FINE-CANCELLA-NOTA-FUSA.
            EXIT.
      *
       SPOSTA-CONTATTI.
      **************************************************************
      * SI SCORRONO I CONTATTI DELL'ID TENUTO PER IL PROGRESSIVO    *
      * PIU' ALTO E PER IL PREFERITO, POI QUELLI DELL'ID FUSO SI    *
      * RACCOLGONO IN TABELLA E SI RISCRIVONO UNO PER UNO SOTTO     *
      * L'ID TENUTO: PRIMA IL NUOVO, POI SI CANCELLA IL VECCHIO,    *
      * COME PER LE NOTE. SENZA CONTATTI.IDX NON C'E' NIENTE DA     *
      * SPOSTARE.                                                   *
      **************************************************************
           MOVE ZERO TO WS-CONTATTI-SPOSTATI.
           OPEN I-O CONTATTIF.
           IF WS-CONTATTI-STATUS = '00'
               MOVE ZERO TO WS-PROSSIMO-PROG
               MOVE 'N'  TO WS-PREFERITO-TENUTO
               MOVE 'N'  TO WS-CONTATTI-EOF
               MOVE WS-ID-TENUTO TO CNF-ID
               MOVE ZERO         TO CNF-PROG
               START CONTATTIF KEY IS NOT LESS THAN CNF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-CONTATTI-EOF
               END-START
               PERFORM ESAMINA-CONTATTO-TENUTO
                  THRU FINE-ESAMINA-CONTATTO-TENUTO
                    UNTIL WS-CONTATTI-EOF = 'S'
               MOVE ZERO TO WS-CONTA-CONTATTI
               MOVE 'N'  TO WS-CONTATTI-EOF
               MOVE WS-ID-FUSO TO CNF-ID
               MOVE ZERO       TO CNF-PROG
               START CONTATTIF KEY IS NOT LESS THAN CNF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-CONTATTI-EOF
               END-START
               PERFORM RACCOGLI-CONTATTO THRU FINE-RACCOGLI-CONTATTO
                    UNTIL WS-CONTATTI-EOF = 'S'
               IF WS-CONTA-CONTATTI > ZERO
                   PERFORM SPOSTA-UN-CONTATTO
                      THRU FINE-SPOSTA-UN-CONTATTO
                        VARYING IND-CONT FROM 1 BY 1
                        UNTIL IND-CONT > WS-CONTA-CONTATTI
               END-IF
               CLOSE CONTATTIF
           END-IF.
           IF WS-CONTATTI-SPOSTATI > ZERO
               DISPLAY 'CONTATTI PASSATI ALL''ID TENUTO: '
                       WS-CONTATTI-SPOSTATI
           END-IF.
       FINE-SPOSTA-CONTATTI.
            EXIT.
      *
       ESAMINA-CONTATTO-TENUTO.
           READ CONTATTIF NEXT RECORD INTO WS-CONTATTO AT END
                MOVE 'S' TO WS-CONTATTI-EOF
                NOT AT END
                     IF CON-ID-PERSONA NOT = WS-ID-TENUTO
                         MOVE 'S' TO WS-CONTATTI-EOF
                     ELSE
                         MOVE CON-PROG TO WS-PROSSIMO-PROG
                         IF CON-PREFERITO = 'S'
                             MOVE 'S' TO WS-PREFERITO-TENUTO
                         END-IF
                     END-IF
           END-READ.
       FINE-ESAMINA-CONTATTO-TENUTO.
            EXIT.
      *
       RACCOGLI-CONTATTO.
           READ CONTATTIF NEXT RECORD AT END
                MOVE 'S' TO WS-CONTATTI-EOF
                NOT AT END
                     IF CNF-ID NOT = WS-ID-FUSO
                         MOVE 'S' TO WS-CONTATTI-EOF
                     ELSE
                         IF WS-CONTA-CONTATTI >= WS-MAX-CONTATTI
                             MOVE 'S' TO WS-CONTATTI-EOF
                         ELSE
                             ADD 1 TO WS-CONTA-CONTATTI
                             MOVE REC-CONTATTIF
                                  TO CF-RIGA(WS-CONTA-CONTATTI)
                         END-IF
                     END-IF
           END-READ.
       FINE-RACCOGLI-CONTATTO.
            EXIT.
      *
       SPOSTA-UN-CONTATTO.
      * PROGRESSIVI DELL'ID TENUTO ESAURITI: IL CONTATTO RESTA SOTTO
      * L'ID FUSO E SI SEGNALA
           ADD 1 TO WS-PROSSIMO-PROG.
           IF WS-PROSSIMO-PROG > 99
               MOVE 'SPOSTA-CONTATTI' TO ECC-PARAGRAFO
               MOVE WS-ID-FUSO        TO ECC-CHIAVE
               MOVE 'CONTATTO DELL''ID FUSO NON SPOSTATO'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               GO TO FINE-SPOSTA-UN-CONTATTO
           END-IF.
           MOVE CF-RIGA(IND-CONT) TO WS-CONTATTO.
           MOVE WS-ID-TENUTO      TO CON-ID-PERSONA.
           MOVE WS-PROSSIMO-PROG  TO CON-PROG.
           IF CON-PREFERITO = 'S'
               IF WS-PREFERITO-TENUTO = 'S'
                   MOVE 'N' TO CON-PREFERITO
               ELSE
                   MOVE 'S' TO WS-PREFERITO-TENUTO
               END-IF
           END-IF.
           WRITE REC-CONTATTIF FROM WS-CONTATTO INVALID KEY
                MOVE 'SPOSTA-CONTATTI' TO ECC-PARAGRAFO
                MOVE WS-ID-FUSO        TO ECC-CHIAVE
                MOVE 'CONTATTO DELL''ID FUSO NON SPOSTATO'
                     TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                MOVE CF-RIGA(IND-CONT)(1:7) TO CNF-CHIAVE
                DELETE CONTATTIF INVALID KEY
                     CONTINUE
                END-DELETE
                ADD 1 TO WS-CONTATTI-SPOSTATI
           END-WRITE.
       FINE-SPOSTA-UN-CONTATTO.
            EXIT.
      *
       SPOSTA-LEGAMI.
      **************************************************************
      * I VERSI CHE PARTONO DALL'ID FUSO SI RACCOLGONO IN TABELLA   *
      * (CHIAVE ID + 00000). PER OGNUNO SI SCRIVONO IL VERSO DALL'ID*
      * TENUTO E IL SUO INVERSO, POI SI CANCELLANO I DUE VERSI      *
      * DELL'ID FUSO; UN LEGAME FRA L'ID FUSO E L'ID TENUTO SI      *
      * TOGLIE SOLTANTO. SENZA LEGAMI.IDX NON C'E' NIENTE DA FARE.  *
      **************************************************************
           MOVE ZERO TO WS-LEGAMI-SPOSTATI WS-LEGAMI-TOLTI.
           OPEN I-O LEGAMIF.
           IF WS-LEGAMI-STATUS = '00'
               MOVE ZERO TO WS-CONTA-LEGAMI
               MOVE 'N'  TO WS-LEGAMI-EOF
               MOVE WS-ID-FUSO TO LGF-ID-DA
               MOVE ZERO       TO LGF-ID-A
               START LEGAMIF KEY IS NOT LESS THAN LGF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-LEGAMI-EOF
               END-START
               PERFORM RACCOGLI-LEGAME THRU FINE-RACCOGLI-LEGAME
                    UNTIL WS-LEGAMI-EOF = 'S'
               IF WS-CONTA-LEGAMI > ZERO
                   PERFORM SPOSTA-UN-LEGAME THRU FINE-SPOSTA-UN-LEGAME
                        VARYING IND-LEG FROM 1 BY 1
                        UNTIL IND-LEG > WS-CONTA-LEGAMI
               END-IF
               CLOSE LEGAMIF
           END-IF.
           IF WS-LEGAMI-SPOSTATI > ZERO
               DISPLAY 'LEGAMI PASSATI ALL''ID TENUTO: '
                       WS-LEGAMI-SPOSTATI
           END-IF.
           IF WS-LEGAMI-TOLTI > ZERO
               DISPLAY 'LEGAMI FRA LE DUE POSIZIONI TOLTI: '
                       WS-LEGAMI-TOLTI
           END-IF.
       FINE-SPOSTA-LEGAMI.
            EXIT.
      *
       RACCOGLI-LEGAME.
           READ LEGAMIF NEXT RECORD AT END
                MOVE 'S' TO WS-LEGAMI-EOF
                NOT AT END
                     IF LGF-ID-DA NOT = WS-ID-FUSO
                         MOVE 'S' TO WS-LEGAMI-EOF
                     ELSE
                         IF WS-CONTA-LEGAMI >= WS-MAX-LEGAMI
                             MOVE 'S' TO WS-LEGAMI-EOF
                             MOVE 'SPOSTA-LEGAMI' TO ECC-PARAGRAFO
                             MOVE WS-ID-FUSO      TO ECC-CHIAVE
                             MOVE 'TROPPI LEGAMI: ALCUNI NON SPOSTATI'
                                  TO ECC-DESCRIZIONE
                             PERFORM SCRIVI-ECCEZIONE
                                THRU FINE-SCRIVI-ECCEZIONE
                         ELSE
                             ADD 1 TO WS-CONTA-LEGAMI
                             MOVE REC-LEGAMIF
                                  TO LF-RIGA(WS-CONTA-LEGAMI)
                         END-IF
                     END-IF
           END-READ.
       FINE-RACCOGLI-LEGAME.
            EXIT.
      *
       SPOSTA-UN-LEGAME.
      * IL VERSO O L'INVERSO GIA' PRESENTI SULL'ID TENUTO RESTANO
      * COME SONO: L'ID TENUTO AVEVA GIA' QUEL LEGAME
           MOVE LF-RIGA(IND-LEG) TO WS-LEGAME.
           IF LEG-ID-A NOT = WS-ID-TENUTO
               MOVE WS-ID-TENUTO TO LEG-ID-DA
               PERFORM COMPONI-INVERSO THRU FINE-COMPONI-INVERSO
               WRITE REC-LEGAMIF FROM WS-LEGAME INVALID KEY
                    CONTINUE
               END-WRITE
               WRITE REC-LEGAMIF FROM WS-LEGAME-INVERSO INVALID KEY
                    CONTINUE
               END-WRITE
               ADD 1 TO WS-LEGAMI-SPOSTATI
           ELSE
               ADD 1 TO WS-LEGAMI-TOLTI
           END-IF.
           MOVE LF-RIGA(IND-LEG) TO WS-LEGAME.
           MOVE LEG-ID-DA TO LGF-ID-DA.
           MOVE LEG-ID-A  TO LGF-ID-A.
           DELETE LEGAMIF INVALID KEY
                CONTINUE
           END-DELETE.
           MOVE LEG-ID-A  TO LGF-ID-DA.
           MOVE LEG-ID-DA TO LGF-ID-A.
           DELETE LEGAMIF INVALID KEY
                CONTINUE
           END-DELETE.
       FINE-SPOSTA-UN-LEGAME.
            EXIT.
      *
       COMPONI-INVERSO.
           MOVE LEG-ID-A        TO INV-ID-DA.
           MOVE LEG-ID-DA       TO INV-ID-A.
           MOVE LEG-DATA-INIZIO TO INV-DATA-INIZIO.
           MOVE LEG-DATA-FINE   TO INV-DATA-FINE.
           MOVE LEG-TIPO        TO INV-TIPO.
           IF LEG-GENITORE
               MOVE 'F' TO INV-TIPO
           END-IF.
           IF LEG-FIGLIO
               MOVE 'G' TO INV-TIPO
           END-IF.
           IF LEG-TUTORE
               MOVE 'P' TO INV-TIPO
           END-IF.
           IF LEG-TUTELATO
               MOVE 'T' TO INV-TIPO
           END-IF.
       FINE-COMPONI-INVERSO.
            EXIT.
      *
       RIMUOVI-PROPOSTA.
           PERFORM COMPATTA-PROPOSTE THRU FINE-COMPATTA-PROPOSTE
           MOVE TP-RIGA(WS-NUMERO-RIGA) TO TP-RIGA(IND-PRO).
       FINE-COMPATTA-PROPOSTE.
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
           MOVE 'FONDI   '        TO VAR-PROGRAMMA.
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
