           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALIASID-STATUS.
      * REGISTRO DELLE GRAFIE PRECEDENTI DEI NOMI (DA NORMNOMI)

           SELECT OPTIONAL GRAFIEF ASSIGN TO 'GRAFIE-PRECEDENTI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRAFIE-STATUS.
      * SECONDA VIA DI LETTURA DEL MASTER PIATTO, PER LA SCHEDA

           SELECT OPTIONAL SCHEDAF ASSIGN TO 'ANAGR.TXT'
           RECORD KEY FMF-CODICE
           ALTERNATE RECORD KEY IS FMF-DESC WITH DUPLICATES
           STATUS WS-FILIALIMF-STATUS.
      * CONTATTI TELEFONICI E DI POSTA (FACOLTATIVO), PER LA SCHEDA

           SELECT CONTATTIF ASSIGN TO 'CONTATTI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CNF-CHIAVE
           STATUS WS-CONTATTIF-STATUS.
      * LEGAMI DI PARENTELA (FACOLTATIVO), PER LA SCHEDA

           SELECT LEGAMIF ASSIGN TO 'LEGAMI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LGF-CHIAVE
           STATUS WS-LEGAMIF-STATUS.
      * NOTE LIBERE SULLE PERSONE (FACOLTATIVO), PER LA SCHEDA

           SELECT NOTEF    ASSIGN TO 'NOTE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY NTF-CHIAVE
           STATUS WS-NOTEF-STATUS.

      ************************************************************
      *                       DATA DIVISION

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   CSVOUT
            DATA RECORD IS REC-CSVOUT.
          05 ALI-TENUTO     PIC 9(5).
          05 FILLER         PIC X(12).

       FD   GRAFIEF
            DATA RECORD IS REC-GRAFIEF.
       01 REC-GRAFIEF  PIC X(58).

       FD   SCHEDAF
            DATA RECORD IS REC-SCHEDAF.
       01 REC-SCHEDAF  PIC X(71).
          05 FILLER         PIC X.
          05 FAM-ETA-MAX    PIC 9(3).

       FD   CONTATTIF
            DATA RECORD IS REC-CONTATTIF.
       01 REC-CONTATTIF.
          05 CNF-CHIAVE.
             10 CNF-ID        PIC 9(5).
             10 CNF-PROG      PIC 99.
          05 CNF-TIPO         PIC X.
          05 CNF-VALORE       PIC X(50).
          05 CNF-PREFERITO    PIC X.
          05 CNF-DATA-VER     PIC 9(8).

       FD   LEGAMIF
            DATA RECORD IS REC-LEGAMIF.
       01 REC-LEGAMIF.
          05 LGF-CHIAVE.
             10 LGF-ID-DA     PIC 9(5).
             10 LGF-ID-A      PIC 9(5).
          05 LGF-TIPO         PIC X.
          05 LGF-DATA-INIZIO  PIC 9(8).
          05 LGF-DATA-FINE    PIC 9(8).

       FD   NOTEF
            DATA RECORD IS REC-NOTEF.
       01 REC-NOTEF.
          05 NTF-CHIAVE.
             10 NTF-ID        PIC 9(5).
             10 NTF-DATA      PIC 9(8).
             10 NTF-ORA       PIC 9(6).
          05 FILLER           PIC X(64).

       FD   LIVELLIF
            DATA RECORD IS REC-LIVELLIF.
       01 REC-LIVELLIF.
               10 TAB-CITTA   PIC X(10).
               10 TAB-ID      PIC 9(5).
               10 TAB-STATO   PIC X.
               10 TAB-FILIALE PIC 9(4).
       01   CONT              PIC 9(4) VALUE 0.
      ************************************************************
      *      COPIA ORDINATA PER COGNOME DELLA TABELLA, COSTRUITA    *
               10 ORD-CITTA   PIC X(10).
               10 ORD-ID      PIC 9(5).
               10 ORD-STATO   PIC X.
               10 ORD-FILIALE PIC 9(4).
       01   WS-SCAMBIO-ORD    PIC X(43).

      ************************************************************
      *      DESCRIZIONE A VIDEO DELLO STATO DI CICLO DI VITA: IL   *
       01   WS-AUD-IX           PIC 9 VALUE 0.
       01   WS-SCHEDA-CITTA     PIC X(10) VALUE SPACES.

      ************************************************************
      *      CONTATTI DELLA SCHEDA (CONTATTI.IDX, DA CONTMST): SE   *
      *      LA PERSONA E' ISCRITTA AL REGISTRO DELLE OPPOSIZIONI   *
      *      I CONTATTI SI MOSTRANO LO STESSO, CON L'AVVERTENZA DI  *
      *      NON USARLI.                                            *
      ************************************************************
       01   WS-CONTATTIF-STATUS PIC XX.
       01   WS-CON-EOF          PIC X VALUE 'N'.
       01   WS-NUM-CON-SCHEDA   PIC 99 VALUE 0.
       01   WS-CON-TIPO-DESC    PIC X(9) VALUE SPACES.
       01   WS-CON-PREF-DESC    PIC X(10) VALUE SPACES.

      ************************************************************
      *      PARENTI DELLA SCHEDA (LEGAMI.IDX, DA LEGAMST): IL      *
      *      NOME DEL PARENTE VIENE DALLA TABELLA DI SESSIONE O,    *
      *      IN MODO INDICE, DALLA SUA PRIMA VERSIONE SU ANAGR.IDX. *
      ************************************************************
       01   WS-LEGAMIF-STATUS   PIC XX.
       01   WS-LEG-EOF          PIC X VALUE 'N'.
       01   WS-NUM-LEG-SCHEDA   PIC 99 VALUE 0.
       01   WS-LEG-TIPO-DESC    PIC X(9) VALUE SPACES.
       01   WS-LEG-NOME         PIC X(10) VALUE SPACES.
       01   WS-LEG-COGNOME      PIC X(10) VALUE SPACES.

      ************************************************************
      *      NOTE DELLA SCHEDA (NOTE.IDX, DA ANAGRIDX): SI TENGONO  *
      *      LE ULTIME VENTI IN ORDINE DI TEMPO E SI MOSTRANO       *
      *      DALLA PIU' RECENTE.                                    *
      ************************************************************
       01   WS-NOTEF-STATUS     PIC XX.
       01   WS-NTA-EOF          PIC X VALUE 'N'.
       01   WS-NUM-NTA          PIC 99 VALUE 0.
       01   WS-MAX-NTA          PIC 99 VALUE 20.
       01   WS-NTA-IX           PIC 99 VALUE 0.
       01   WS-NTA-CAT-DESC     PIC X(13) VALUE SPACES.
       01   TAB-NOTE-SCHEDA.
            05 NTA-RECENTE OCCURS 20 TIMES PIC X(83).
       COPY NOTE.

      ************************************************************
      *      ALIAS DELLE FUSIONI (ALIAS.TXT, SCRITTO DA FONDI):     *
      *      UN ID FUSO VIA SI TRADUCE NELL'ID TENUTO PRIMA DELLA   *
       01   WS-ALIAS-TRADOTTO   PIC X VALUE 'N'.
       01   WS-ALIAS-SALTI      PIC 9 VALUE 0.

      ************************************************************
      *      GRAFIE PRECEDENTI (GRAFIE-PRECEDENTI.TXT, SCRITTO DA   *
      *      NORMNOMI): UN COGNOME O UN NOME CHE NON TROVA NULLA    *
      *      SI RIPROVA CON LA GRAFIA UNIFORMATA CHE LO HA          *
      *      SOSTITUITO, COSI' CHI CERCA 'D AMICO' TROVA ANCORA     *
      *      LA PERSONA ORA REGISTRATA COME 'D'AMICO'.              *
      *      GP-CAMPO: 'C' = COGNOME, 'N' = NOME.                   *
      ************************************************************
       COPY GRAFIE.
       01   WS-GRAFIE-STATUS    PIC XX.
       01   WS-GRAFIE-EOF       PIC X VALUE 'N'.
       01   WS-MAX-GRAFIE       PIC 9(4) VALUE 1000.
       01   TAB-GRAFIE.
            05 GRAFIA-PRECEDENTE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-GRAFIE
               INDEXED BY IND-GRAFIA.
               10 GP-CAMPO      PIC X.
               10 GP-VECCHIA    PIC X(10).
               10 GP-NUOVA      PIC X(10).
       01   WS-NUM-GRAFIE       PIC 9(4) VALUE 0.
       01   WS-GRAFIA-CAMPO     PIC X VALUE SPACE.
       01   WS-GRAFIA-CERCA     PIC X(10) VALUE SPACES.
       01   WS-GRAFIA-LUNG      PIC 99 VALUE 10.
       01   WS-GRAFIA-TRADOTTA  PIC X VALUE 'N'.
       01   WS-GRAFIA-RICHIESTA PIC X(10) VALUE SPACES.

      ************************************************************
      *      ACCESSO DIRETTO ALL'INDICE: SE ANAGR.IDX E' IN         *
      *      CONSEGNA LA PARTENZA NON CARICA PIU' TUTTO ANAGR.TXT   *
               10 RI-ANNI      PIC 999.
               10 RI-CITTA     PIC X(10).
               10 RI-STATO     PIC X.
               10 RI-FILIALE   PIC 9(4).
               10 RI-VALIDO    PIC X.
       01   WS-NUM-RIS        PIC 9(3) VALUE 0.
       01   WS-RIS-TROVATO    PIC X VALUE 'N'.

       COPY AUDIT.

      ************************************************************
      *      VISIBILITA' PER FILIALE (MODULO VISIBIL SU            *
      *      PROFILI.TXT): LE PERSONE DI FILIALI CHE NON SONO DI    *
      *      CASA DELL'OPERATORE NON SI MOSTRANO. A VIDEO, AL PRIMO *
      *      RISCONTRO FUORI FILIALE DI UNA RICERCA SI CHIEDE UN    *
      *      CODICE MOTIVO: DATO IL MOTIVO, I RISCONTRI FUORI       *
      *      FILIALE DI QUELLA RICERCA SI MOSTRANO E OGNUNO LASCIA  *
      *      IN CERCA-AUDIT.TXT UNA RIGA 'MOTIVO' CON IL CODICE     *
      *      DATO E LA PERSONA VISTA. IN BATCH NON SI CHIEDE NULLA  *
      *      E I RISCONTRI FUORI FILIALE RESTANO RISERVATI.         *
      *      WS-VIS-ESITO: 'S' = DI CASA, 'M' = FUORI FILIALE CON   *
      *      MOTIVO, 'N' = RISERVATO.                               *
      ************************************************************
       01 WS-VIS-FILIALE       PIC 9(4) VALUE ZERO.
       01 WS-VIS-ESITO         PIC X VALUE 'S'.
       01 WS-MOTIVO-CORR       PIC X(10) VALUE SPACES.
       01 WS-MOTIVO-CHIESTO    PIC X VALUE 'N'.
       01 WS-CONTA-RISERVATI   PIC 9(4) VALUE 0.
       01 WS-MOT-CAMPO-SALV    PIC X(10) VALUE SPACES.
       01 WS-MOT-VALORE-SALV   PIC X(10) VALUE SPACES.
       01 WS-MOT-TROVATI-SALV  PIC 9(4) VALUE 0.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
            05 CSV-VIRGOLA-CAMP PIC X     VALUE SPACE.
            05 CSV-CAMPAGNA     PIC X(8)  VALUE SPACES.

      ************************************************************
      *      RIGHE CSV SCRITTE, PER FILIALE, PER GLI ADDEBITI DI    *
      *      FINE MESE (MODULO CONSUMO, SERVIZIO CSV)               *
      ************************************************************
       01 WS-CONTA-RIGHE-CSV   PIC 9(6) VALUE 0.
       COPY CONSUMO.

      ************************************************************
      *      CODICE DELLA CAMPAGNA IN CORSO (CAMPAGNA.TXT, RIGA     *
      *      CODICE): SE IN CONSEGNA, L'ESTRATTO CSV LO PORTA IN    *
              THRU FINE-CARICA-FILIALI-MASTER.
           PERFORM CARICA-LIVELLI THRU FINE-CARICA-LIVELLI.
           PERFORM CARICA-ALIAS-ID THRU FINE-CARICA-ALIAS-ID.
           PERFORM CARICA-GRAFIE THRU FINE-CARICA-GRAFIE.

      * SE IL MASTER INDICIZZATO E' IN CONSEGNA LA TABELLA NON
      * SERVE: LA PARTENZA SMETTE DI CRESCERE CON IL FILE
                  THRU FINE-CALCOLA-ETA-CORRENTE
               MOVE WS-PRIMOF TO ELEMENTO(CONT)
               MOVE STATO     TO TAB-STATO(CONT)
               MOVE COD-FILIALE TO TAB-FILIALE(CONT)
               DISPLAY 'RIGA ' CONT ' ' ELEMENTO(CONT)
           ELSE
               DISPLAY 'TABELLA PIENA: RECORD IN ECCESSO IGNORATI'
            EXIT.
      *
       RICERCA.
           PERFORM AZZERA-MOTIVO THRU FINE-AZZERA-MOTIVO.
           DISPLAY 'RICERCA PER 1-COGNOME 2-NOME 3-CITTA'
                   ' 4-ESPORTA CSV 5-SCHEDA PERSONA'.
           ACCEPT WS-CHOICE.
                   DISPLAY 'ID NON NUMERICO'
               END-IF
           END-IF.
           IF WS-CONTA-RISERVATI > ZERO
               DISPLAY 'RISCONTRI DI ALTRE FILIALI NON MOSTRATI: '
                       WS-CONTA-RISERVATI
           END-IF.

           DISPLAY 'VUOI FINIRE ?'.
           ACCEPT FINE-PGM.
                MOVE 'S' TO WS-BATCH-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-RICHIESTE
                     PERFORM AZZERA-MOTIVO THRU FINE-AZZERA-MOTIVO
                     MOVE REC-BATCH TO SURNAME
                     PERFORM CERCA-PER-COGNOME
                        THRU FINE-CERCA-PER-COGNOME
           MOVE ZERO TO WS-TROVATI.
           MOVE 'COGNOME'  TO WS-AUDIT-CAMPO.
           MOVE SURNAME    TO WS-AUDIT-VALORE.
           PERFORM CERCA-COGNOME-ESATTO THRU FINE-CERCA-COGNOME-ESATTO.

      * NIENTE CON LA GRAFIA RICHIESTA: SE E' UNA GRAFIA PRECEDENTE
      * SI RIPROVA CON QUELLA UNIFORMATA, POI SI TORNA ALLA RICHIESTA
           IF WS-TROVATI = ZERO AND WS-NUM-GRAFIE > ZERO
               MOVE 'C'            TO WS-GRAFIA-CAMPO
               MOVE SURNAME        TO WS-GRAFIA-CERCA
               MOVE WS-LEN-COGNOME TO WS-GRAFIA-LUNG
               PERFORM TRADUCI-GRAFIA THRU FINE-TRADUCI-GRAFIA
               IF WS-GRAFIA-TRADOTTA = 'S'
                   MOVE SURNAME TO WS-GRAFIA-RICHIESTA
                   MOVE WS-GRAFIA-CERCA TO SURNAME
                   DISPLAY 'COGNOME ORA REGISTRATO COME ' SURNAME
                   MOVE 10 TO WS-LEN-COGNOME
                   PERFORM CALCOLA-LUNGHEZZA-COGNOME
                      THRU FINE-CALCOLA-LUNGHEZZA-COGNOME
                      UNTIL SURNAME(WS-LEN-COGNOME:1) NOT = SPACE
                         OR WS-LEN-COGNOME = 1
                   PERFORM CERCA-COGNOME-ESATTO
                      THRU FINE-CERCA-COGNOME-ESATTO
                   MOVE WS-GRAFIA-RICHIESTA TO SURNAME
                   MOVE WS-GRAFIA-LUNG      TO WS-LEN-COGNOME
               END-IF
           END-IF.

           IF WS-TROVATI = ZERO AND WS-INDICE-MODE NOT = 'S'
               PERFORM RICERCA-TOLLERANTE
                  THRU FINE-RICERCA-TOLLERANTE
           END-IF.

           IF WS-TROVATI = ZERO
               DISPLAY 'COGNOME NON TROVATO'
               IF WS-BATCH-MODE = 'S' AND WS-SUGGERITI = ZERO
           END-IF.
       FINE-CERCA-PER-COGNOME.
            EXIT.
      *
       CERCA-COGNOME-ESATTO.
      **************************************************************
      * RICERCA ESATTA O A PREFISSO DI SURNAME PER WS-LEN-COGNOME  *
      * CARATTERI, SULLA CHIAVE ALTERNATA O SULLA COPIA ORDINATA.   *
      **************************************************************
           MOVE 'N' TO WS-BS-TROVATO.

           IF WS-INDICE-MODE = 'S'
               PERFORM CERCA-COGNOME-INDICE
                  THRU FINE-CERCA-COGNOME-INDICE
           ELSE
               IF CONT > 0
                   IF WS-LEN-COGNOME = 10
                       SET INDICE-ORD TO 1
                       SEARCH ALL ELEMENTO-ORD
                            AT END
                                 CONTINUE
                       WHEN ORD-COGNOME(INDICE-ORD) = SURNAME
                            SET WS-BS-MEZZO TO INDICE-ORD
                            MOVE 'S' TO WS-BS-TROVATO
                       END-SEARCH
                   ELSE
                       PERFORM RICERCA-BINARIA-PREFISSO
                          THRU FINE-RICERCA-BINARIA-PREFISSO
                   END-IF
               END-IF
               IF WS-BS-TROVATO = 'S'
                   PERFORM ESPANDI-RISULTATI
                      THRU FINE-ESPANDI-RISULTATI
               END-IF
           END-IF.
       FINE-CERCA-COGNOME-ESATTO.
            EXIT.
      *
       CALCOLA-LUNGHEZZA-COGNOME.
           SUBTRACT 1 FROM WS-LEN-COGNOME.
      * SCHEDA A 360 GRADI: PER L'ID RICHIESTO MOSTRA IN UNA SOLA   *
      * VIDEATA L'ANAGRAFICA CON L'ETA' CORRENTE, LO STATO, IL      *
      * LIVELLO, LA FILIALE CON LA SUA DESCRIZIONE, LA FAMIGLIA DI  *
      * APPARTENENZA, I PARENTI REGISTRATI, I CONTATTI TELEFONICI   *
      * E DI POSTA, LE NOTE DEGLI OPERATORI DALLA PIU' RECENTE E LE *
      * ULTIME RICERCHE REGISTRATE NELL'AUDIT.                      *
      **************************************************************
           MOVE 'SCHEDA'       TO WS-AUDIT-CAMPO.
           MOVE WS-SCHEDA-ID-X TO WS-AUDIT-VALORE.
           END-IF.
           PERFORM CERCA-PERSONA-SCHEDA
              THRU FINE-CERCA-PERSONA-SCHEDA.
           IF WS-SCHEDA-TROVATA = 'S'
               MOVE COD-FILIALE TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
               IF WS-VIS-ESITO = 'N'
                   MOVE 'N' TO WS-SCHEDA-TROVATA
               END-IF
           END-IF.
           IF WS-SCHEDA-TROVATA = 'N'
               DISPLAY 'ID NON TROVATO'
               MOVE ZERO   TO WS-TROVATI
                  THRU FINE-MOSTRA-FILIALE-SCHEDA
               PERFORM MOSTRA-FAMIGLIA-SCHEDA
                  THRU FINE-MOSTRA-FAMIGLIA-SCHEDA
               PERFORM MOSTRA-PARENTI-SCHEDA
                  THRU FINE-MOSTRA-PARENTI-SCHEDA
               PERFORM MOSTRA-CONTATTI-SCHEDA
                  THRU FINE-MOSTRA-CONTATTI-SCHEDA
               PERFORM MOSTRA-NOTE-SCHEDA
                  THRU FINE-MOSTRA-NOTE-SCHEDA
               PERFORM MOSTRA-AUDIT-RECENTI
                  THRU FINE-MOSTRA-AUDIT-RECENTI
               MOVE 1          TO WS-TROVATI
               MOVE WS-SCHEDA-CITTA TO WS-AUDIT-CITTA
               MOVE ID-PERSONA TO WS-AUDIT-ID
               PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT
               IF WS-VIS-ESITO = 'M'
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
           END-IF.
       FINE-SCHEDA-PERSONA.
            EXIT.
           END-READ.
       FINE-LEGGI-RIGA-FAMIGLIA.
            EXIT.
      *
       MOSTRA-PARENTI-SCHEDA.
      **************************************************************
      * ELENCA I LEGAMI DELL'ID DA LEGAMI.IDX, POSIZIONANDOSI SULLA *
      * CHIAVE ID + 00000: OGNI LEGAME E' TENUTO NEI DUE VERSI, E   *
      * QUELLO DELLA PERSONA BASTA. IL TIPO SI LEGGE DAL SUO PUNTO  *
      * DI VISTA (GENITORE DI, FIGLIO DI ...).                      *
      **************************************************************
           MOVE ZERO TO WS-NUM-LEG-SCHEDA.
           MOVE 'N'  TO WS-LEG-EOF.
           OPEN INPUT LEGAMIF.
           IF WS-LEGAMIF-STATUS = '00'
               MOVE ID-PERSONA TO LGF-ID-DA
               MOVE ZERO       TO LGF-ID-A
               START LEGAMIF KEY IS NOT LESS THAN LGF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-LEG-EOF
               END-START
               PERFORM LEGGI-LEGAME-SCHEDA
                  THRU FINE-LEGGI-LEGAME-SCHEDA
                    UNTIL WS-LEG-EOF = 'S'
               CLOSE LEGAMIF
           END-IF.
           IF WS-NUM-LEG-SCHEDA = ZERO
               DISPLAY 'NESSUN PARENTE REGISTRATO'
           END-IF.
       FINE-MOSTRA-PARENTI-SCHEDA.
            EXIT.
      *
       LEGGI-LEGAME-SCHEDA.
           READ LEGAMIF NEXT RECORD AT END
                MOVE 'S' TO WS-LEG-EOF
                NOT AT END
                     IF LGF-ID-DA NOT = ID-PERSONA
                         MOVE 'S' TO WS-LEG-EOF
                     ELSE
                         ADD 1 TO WS-NUM-LEG-SCHEDA
                         PERFORM MOSTRA-LEGAME-SCHEDA
                            THRU FINE-MOSTRA-LEGAME-SCHEDA
                     END-IF
           END-READ.
       FINE-LEGGI-LEGAME-SCHEDA.
            EXIT.
      *
       MOSTRA-LEGAME-SCHEDA.
           MOVE 'CONIUGE  ' TO WS-LEG-TIPO-DESC.
           IF LGF-TIPO = 'G'
               MOVE 'GENITORE' TO WS-LEG-TIPO-DESC
           END-IF.
           IF LGF-TIPO = 'F'
               MOVE 'FIGLIO'   TO WS-LEG-TIPO-DESC
           END-IF.
           IF LGF-TIPO = 'T'
               MOVE 'TUTORE'   TO WS-LEG-TIPO-DESC
           END-IF.
           IF LGF-TIPO = 'P'
               MOVE 'TUTELATO' TO WS-LEG-TIPO-DESC
           END-IF.
           PERFORM CERCA-NOME-PARENTE THRU FINE-CERCA-NOME-PARENTE.
           DISPLAY WS-LEG-TIPO-DESC ' DI ' LGF-ID-A ' '
                   WS-LEG-COGNOME ' ' WS-LEG-NOME.
           IF LGF-DATA-INIZIO NOT = ZERO OR LGF-DATA-FINE NOT = ZERO
               DISPLAY '   DAL ' LGF-DATA-INIZIO ' AL ' LGF-DATA-FINE
           END-IF.
       FINE-MOSTRA-LEGAME-SCHEDA.
            EXIT.
      *
       CERCA-NOME-PARENTE.
      * LA POSIZIONE SU ANAGR.IDX NON SERVE PIU' ALLA SCHEDA, CHE
      * HA GIA' COPIATO I SUOI CAMPI: LA SI PUO' SPOSTARE
           MOVE '(NON IN' TO WS-LEG-COGNOME.
           MOVE 'ANAGR.)' TO WS-LEG-NOME.
           IF WS-INDICE-MODE = 'S'
               MOVE LGF-ID-A TO IDX2-ID
               MOVE ZERO     TO IDX2-DATA-EFF
               START ANAGIDX KEY IS NOT LESS THAN IDX2-CHIAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ ANAGIDX NEXT RECORD AT END
                             CONTINUE
                             NOT AT END
                                  IF IDX2-ID = LGF-ID-A
                                      MOVE IDX2-COGNOME
                                           TO WS-LEG-COGNOME
                                      MOVE IDX2-NOME TO WS-LEG-NOME
                                  END-IF
                        END-READ
               END-START
           ELSE
               SET INDICE TO 1
               PERFORM CERCA-PARENTE-TABELLA
                  THRU FINE-CERCA-PARENTE-TABELLA
                    UNTIL INDICE > CONT
           END-IF.
       FINE-CERCA-NOME-PARENTE.
            EXIT.
      *
       CERCA-PARENTE-TABELLA.
           IF TAB-ID(INDICE) = LGF-ID-A
               MOVE TAB-COGNOME(INDICE) TO WS-LEG-COGNOME
               MOVE TAB-NOME(INDICE)    TO WS-LEG-NOME
               SET INDICE TO CONT
           END-IF.
           SET INDICE UP BY 1.
       FINE-CERCA-PARENTE-TABELLA.
            EXIT.
      *
       MOSTRA-CONTATTI-SCHEDA.
      **************************************************************
      * ELENCA I CONTATTI DELL'ID DA CONTATTI.IDX, POSIZIONANDOSI   *
      * SULLA CHIAVE ID + 00. SE L'ID E' NEL REGISTRO DELLE         *
      * OPPOSIZIONI LO SI DICE PRIMA DELL'ELENCO.                   *
      **************************************************************
           MOVE ZERO TO WS-NUM-CON-SCHEDA.
           MOVE 'N'  TO WS-CON-EOF.
           OPEN INPUT CONTATTIF.
           IF WS-CONTATTIF-STATUS = '00'
               PERFORM CARICA-OPPOSIZIONI
                  THRU FINE-CARICA-OPPOSIZIONI
               PERFORM CONTROLLA-OPPOSIZIONE-SCHEDA
                  THRU FINE-CONTROLLA-OPPOSIZIONE-SCHEDA
               IF WS-ID-OPPOSTO = 'S'
                   DISPLAY 'ISCRITTO AL REGISTRO DELLE OPPOSIZIONI:'
                           ' NON CONTATTARE'
               END-IF
               MOVE ID-PERSONA TO CNF-ID
               MOVE ZERO       TO CNF-PROG
               START CONTATTIF KEY IS NOT LESS THAN CNF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-CON-EOF
               END-START
               PERFORM LEGGI-CONTATTO-SCHEDA
                  THRU FINE-LEGGI-CONTATTO-SCHEDA
                    UNTIL WS-CON-EOF = 'S'
               CLOSE CONTATTIF
           END-IF.
           IF WS-NUM-CON-SCHEDA = ZERO
               DISPLAY 'NESSUN CONTATTO REGISTRATO'
           END-IF.
       FINE-MOSTRA-CONTATTI-SCHEDA.
            EXIT.
      *
       LEGGI-CONTATTO-SCHEDA.
           READ CONTATTIF NEXT RECORD AT END
                MOVE 'S' TO WS-CON-EOF
                NOT AT END
                     IF CNF-ID NOT = ID-PERSONA
                         MOVE 'S' TO WS-CON-EOF
                     ELSE
                         ADD 1 TO WS-NUM-CON-SCHEDA
                         PERFORM MOSTRA-CONTATTO-SCHEDA
                            THRU FINE-MOSTRA-CONTATTO-SCHEDA
                     END-IF
           END-READ.
       FINE-LEGGI-CONTATTO-SCHEDA.
            EXIT.
      *
       MOSTRA-CONTATTO-SCHEDA.
           MOVE 'TELEFONO ' TO WS-CON-TIPO-DESC.
           IF CNF-TIPO = 'C'
               MOVE 'CELLULARE' TO WS-CON-TIPO-DESC
           END-IF.
           IF CNF-TIPO = 'E'
               MOVE 'E-MAIL   ' TO WS-CON-TIPO-DESC
           END-IF.
           MOVE SPACES TO WS-CON-PREF-DESC.
           IF CNF-PREFERITO = 'S'
               MOVE 'PREFERITO' TO WS-CON-PREF-DESC
           END-IF.
           IF CNF-DATA-VER = ZERO
               DISPLAY WS-CON-TIPO-DESC ' ' CNF-VALORE
               DISPLAY '   ' WS-CON-PREF-DESC ' NON VERIFICATO'
           ELSE
               DISPLAY WS-CON-TIPO-DESC ' ' CNF-VALORE
               DISPLAY '   ' WS-CON-PREF-DESC ' VERIFICATO IL '
                       CNF-DATA-VER
           END-IF.
       FINE-MOSTRA-CONTATTO-SCHEDA.
            EXIT.
      *
       MOSTRA-NOTE-SCHEDA.
      **************************************************************
      * NOTE DELL'ID DA NOTE.IDX, POSIZIONANDOSI SULLA CHIAVE ID +  *
      * DATA E ORA ZERO: LA CHIAVE LE DA' IN ORDINE DI TEMPO, SI    *
      * TENGONO LE ULTIME VENTI E SI MOSTRANO A RITROSO.            *
      **************************************************************
           MOVE ZERO TO WS-NUM-NTA.
           MOVE 'N'  TO WS-NTA-EOF.
           OPEN INPUT NOTEF.
           IF WS-NOTEF-STATUS = '00'
               MOVE ID-PERSONA TO NTF-ID
               MOVE ZERO       TO NTF-DATA NTF-ORA
               START NOTEF KEY IS NOT LESS THAN NTF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-NTA-EOF
               END-START
               PERFORM LEGGI-NOTA-SCHEDA THRU FINE-LEGGI-NOTA-SCHEDA
                    UNTIL WS-NTA-EOF = 'S'
               CLOSE NOTEF
           END-IF.
           IF WS-NUM-NTA = ZERO
               DISPLAY 'NESSUNA NOTA REGISTRATA'
           ELSE
               DISPLAY 'NOTE SU QUESTA PERSONA:'
               PERFORM MOSTRA-NOTA-SCHEDA THRU FINE-MOSTRA-NOTA-SCHEDA
                    VARYING WS-NTA-IX FROM WS-NUM-NTA BY -1
                    UNTIL WS-NTA-IX < 1
           END-IF.
       FINE-MOSTRA-NOTE-SCHEDA.
            EXIT.
      *
       LEGGI-NOTA-SCHEDA.
           READ NOTEF NEXT RECORD AT END
                MOVE 'S' TO WS-NTA-EOF
                NOT AT END
                     IF NTF-ID NOT = ID-PERSONA
                         MOVE 'S' TO WS-NTA-EOF
                     ELSE
                         PERFORM ACCODA-NOTA-SCHEDA
                            THRU FINE-ACCODA-NOTA-SCHEDA
                     END-IF
           END-READ.
       FINE-LEGGI-NOTA-SCHEDA.
            EXIT.
      *
       ACCODA-NOTA-SCHEDA.
           IF WS-NUM-NTA < WS-MAX-NTA
               ADD 1 TO WS-NUM-NTA
           ELSE
               PERFORM SCALA-NOTE-SCHEDA THRU FINE-SCALA-NOTE-SCHEDA
                    VARYING WS-NTA-IX FROM 1 BY 1
                    UNTIL WS-NTA-IX NOT < WS-MAX-NTA
           END-IF.
           MOVE REC-NOTEF TO NTA-RECENTE(WS-NUM-NTA).
       FINE-ACCODA-NOTA-SCHEDA.
            EXIT.
      *
       SCALA-NOTE-SCHEDA.
           MOVE NTA-RECENTE(WS-NTA-IX + 1) TO NTA-RECENTE(WS-NTA-IX).
       FINE-SCALA-NOTE-SCHEDA.
            EXIT.
      *
       MOSTRA-NOTA-SCHEDA.
           MOVE NTA-RECENTE(WS-NTA-IX) TO WS-NOTA.
           MOVE 'ALTRO        ' TO WS-NTA-CAT-DESC.
           IF NTA-CONTATTO
               MOVE 'CONTATTO     ' TO WS-NTA-CAT-DESC
           END-IF.
           IF NTA-TRASFERIMENTO
               MOVE 'TRASFERIMENTO' TO WS-NTA-CAT-DESC
           END-IF.
           IF NTA-LINGUA
               MOVE 'LINGUA       ' TO WS-NTA-CAT-DESC
           END-IF.
           IF NTA-RECLAMO
               MOVE 'RECLAMO      ' TO WS-NTA-CAT-DESC
           END-IF.
           DISPLAY NTA-DATA ' ' NTA-ORA(1:4) ' ' NTA-OPERATORE ' '
                   WS-NTA-CAT-DESC.
           DISPLAY '   ' NTA-TESTO.
       FINE-MOSTRA-NOTA-SCHEDA.
            EXIT.
      *
       CONTROLLA-OPPOSIZIONE-SCHEDA.
           MOVE 'N' TO WS-ID-OPPOSTO.
           IF WS-OPPOSIZ-MODE = 'S'
               SET IND-OPPOS TO 1
               PERFORM CERCA-OPPOSIZIONE-SCHEDA
                  THRU FINE-CERCA-OPPOSIZIONE-SCHEDA
                    UNTIL IND-OPPOS > WS-NUM-OPPOSIZIONI
                       OR WS-ID-OPPOSTO = 'S'
           END-IF.
       FINE-CONTROLLA-OPPOSIZIONE-SCHEDA.
            EXIT.
      *
       CERCA-OPPOSIZIONE-SCHEDA.
           IF OP-TAB-ID(IND-OPPOS) = ID-PERSONA
               MOVE 'S' TO WS-ID-OPPOSTO
           END-IF.
           SET IND-OPPOS UP BY 1.
       FINE-CERCA-OPPOSIZIONE-SCHEDA.
            EXIT.
      *
       MOSTRA-AUDIT-RECENTI.
      **************************************************************
           SET IND-ALIAS-ID UP BY 1.
       FINE-CERCA-ALIAS-ID.
            EXIT.
      *
       CARICA-GRAFIE.
      **************************************************************
      * CARICA IN TABELLA IL REGISTRO DELLE GRAFIE PRECEDENTI       *
      * (GRAFIE-PRECEDENTI.TXT, SCRITTO DA NORMNOMI), SE IN         *
      * CONSEGNA: UNA RIGA PER IL COGNOME E UNA PER IL NOME, SOLO   *
      * SE LA GRAFIA E' DAVVERO CAMBIATA.                           *
      **************************************************************
           MOVE ZERO TO WS-NUM-GRAFIE.
           OPEN INPUT GRAFIEF.
           IF WS-GRAFIE-STATUS = '00'
               MOVE 'N' TO WS-GRAFIE-EOF
               PERFORM LEGGI-RIGA-GRAFIE THRU FINE-LEGGI-RIGA-GRAFIE
                    UNTIL WS-GRAFIE-EOF = 'S'
           END-IF.
           CLOSE GRAFIEF.
       FINE-CARICA-GRAFIE.
            EXIT.
      *
       LEGGI-RIGA-GRAFIE.
           READ GRAFIEF INTO RIGA-GRAFIA AT END
                MOVE 'S' TO WS-GRAFIE-EOF
                NOT AT END
                     IF GRF-COGNOME-PRIMA NOT = GRF-COGNOME-DOPO
                             AND GRF-COGNOME-PRIMA NOT = SPACES
                             AND WS-NUM-GRAFIE < WS-MAX-GRAFIE
                         ADD 1 TO WS-NUM-GRAFIE
                         MOVE 'C' TO GP-CAMPO(WS-NUM-GRAFIE)
                         MOVE GRF-COGNOME-PRIMA
                              TO GP-VECCHIA(WS-NUM-GRAFIE)
                         MOVE GRF-COGNOME-DOPO
                              TO GP-NUOVA(WS-NUM-GRAFIE)
                     END-IF
                     IF GRF-NOME-PRIMA NOT = GRF-NOME-DOPO
                             AND GRF-NOME-PRIMA NOT = SPACES
                             AND WS-NUM-GRAFIE < WS-MAX-GRAFIE
                         ADD 1 TO WS-NUM-GRAFIE
                         MOVE 'N' TO GP-CAMPO(WS-NUM-GRAFIE)
                         MOVE GRF-NOME-PRIMA
                              TO GP-VECCHIA(WS-NUM-GRAFIE)
                         MOVE GRF-NOME-DOPO
                              TO GP-NUOVA(WS-NUM-GRAFIE)
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-GRAFIE.
            EXIT.
      *
       TRADUCI-GRAFIA.
      **************************************************************
      * CERCA WS-GRAFIA-CERCA (I PRIMI WS-GRAFIA-LUNG CARATTERI,    *
      * PER LA RICERCA A PREFISSO) FRA LE GRAFIE PRECEDENTI DEL     *
      * CAMPO WS-GRAFIA-CAMPO; TROVATA, LA SOSTITUISCE CON LA       *
      * GRAFIA UNIFORMATA. VALE LA PRIMA RIGA CHE CORRISPONDE.      *
      **************************************************************
           MOVE 'N' TO WS-GRAFIA-TRADOTTA.
           SET IND-GRAFIA TO 1.
           PERFORM CERCA-GRAFIA THRU FINE-CERCA-GRAFIA
                UNTIL IND-GRAFIA > WS-NUM-GRAFIE
                   OR WS-GRAFIA-TRADOTTA = 'S'.
       FINE-TRADUCI-GRAFIA.
            EXIT.
      *
       CERCA-GRAFIA.
           IF GP-CAMPO(IND-GRAFIA) = WS-GRAFIA-CAMPO
                   AND GP-VECCHIA(IND-GRAFIA)(1:WS-GRAFIA-LUNG) =
                       WS-GRAFIA-CERCA(1:WS-GRAFIA-LUNG)
               MOVE GP-NUOVA(IND-GRAFIA) TO WS-GRAFIA-CERCA
               MOVE 'S' TO WS-GRAFIA-TRADOTTA
           END-IF.
           SET IND-GRAFIA UP BY 1.
       FINE-CERCA-GRAFIA.
            EXIT.
      *
       MOSTRA-LIVELLO.
      **************************************************************
            EXIT.
      *
       MOSTRA-RISULTATO-ORD.
           MOVE ORD-FILIALE(WS-ORD-IX) TO WS-VIS-FILIALE.
           PERFORM CONTROLLA-VISIBILITA
              THRU FINE-CONTROLLA-VISIBILITA.
           IF WS-VIS-ESITO NOT = 'N'
               PERFORM MOSTRA-RIGA-ORD THRU FINE-MOSTRA-RIGA-ORD
           END-IF.
           ADD 1 TO WS-ORD-IX.
       FINE-MOSTRA-RISULTATO-ORD.
            EXIT.
      *
       MOSTRA-RIGA-ORD.
           DISPLAY 'ID '      ORD-ID(WS-ORD-IX).
           DISPLAY 'COGNOME ' ORD-COGNOME(WS-ORD-IX).
           DISPLAY 'NOME '    ORD-NOME(WS-ORD-IX).
           PERFORM MOSTRA-LIVELLO THRU FINE-MOSTRA-LIVELLO.
           ADD 1 TO WS-TROVATI.
           IF WS-BATCH-MODE = 'S'
               MOVE WS-AUDIT-VALORE         TO RIS-RICHIESTA
               MOVE 'TROVATO  '             TO RIS-ESITO
               MOVE ORD-ID(WS-ORD-IX)       TO RIS-ID
               MOVE ORD-NOME(WS-ORD-IX)     TO RIS-NOME
           MOVE ORD-CITTA(WS-ORD-IX)   TO WS-AUDIT-CITTA.
           MOVE ORD-ID(WS-ORD-IX)      TO WS-AUDIT-ID.
           PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT.
           IF WS-VIS-ESITO = 'M'
               PERFORM SCRIVI-AUDIT-MOTIVO
                  THRU FINE-SCRIVI-AUDIT-MOTIVO
           END-IF.
       FINE-MOSTRA-RIGA-ORD.
            EXIT.
      *
       CERCA-PER-NOME.
           MOVE ZERO TO WS-TROVATI.
           MOVE 'NOME'        TO WS-AUDIT-CAMPO.
           MOVE WS-NOME-CERCA TO WS-AUDIT-VALORE.
           PERFORM CERCA-NOME-ESATTO THRU FINE-CERCA-NOME-ESATTO.

           IF WS-TROVATI = ZERO AND WS-NUM-GRAFIE > ZERO
               MOVE 'N'           TO WS-GRAFIA-CAMPO
               MOVE WS-NOME-CERCA TO WS-GRAFIA-CERCA
               MOVE 10            TO WS-GRAFIA-LUNG
               PERFORM TRADUCI-GRAFIA THRU FINE-TRADUCI-GRAFIA
               IF WS-GRAFIA-TRADOTTA = 'S'
                   MOVE WS-NOME-CERCA   TO WS-GRAFIA-RICHIESTA
                   MOVE WS-GRAFIA-CERCA TO WS-NOME-CERCA
                   DISPLAY 'NOME ORA REGISTRATO COME ' WS-NOME-CERCA
                   PERFORM CERCA-NOME-ESATTO THRU FINE-CERCA-NOME-ESATTO
                   MOVE WS-GRAFIA-RICHIESTA TO WS-NOME-CERCA
               END-IF
           END-IF.

           IF WS-TROVATI = ZERO
           END-IF.
       FINE-CERCA-PER-NOME.
            EXIT.
      *
       CERCA-NOME-ESATTO.
           IF WS-INDICE-MODE = 'S'
               PERFORM CERCA-NOME-INDICE THRU FINE-CERCA-NOME-INDICE
           ELSE
               SET INDICE TO 1
               PERFORM SCANSIONA-NOME THRU FINE-SCANSIONA-NOME
                    UNTIL INDICE > CONT
           END-IF.
       FINE-CERCA-NOME-ESATTO.
            EXIT.
      *
       SCANSIONA-NOME.
           IF TAB-NOME(INDICE) = WS-NOME-CERCA
               MOVE TAB-FILIALE(INDICE) TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
           ELSE
               MOVE 'N' TO WS-VIS-ESITO
           END-IF.
           IF WS-VIS-ESITO NOT = 'N'
               DISPLAY 'ID '      TAB-ID(INDICE)
               DISPLAY 'COGNOME ' TAB-COGNOME(INDICE)
               DISPLAY 'CITTA '   TAB-CITTA(INDICE)
               MOVE TAB-CITTA(INDICE)   TO WS-AUDIT-CITTA
               MOVE TAB-ID(INDICE)      TO WS-AUDIT-ID
               PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT
               IF WS-VIS-ESITO = 'M'
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
           END-IF.
           SET INDICE UP BY 1.
       FINE-SCANSIONA-NOME.
      *
       SCANSIONA-CITTA.
           IF TAB-CITTA(INDICE) = WS-CITTA-CERCA
               MOVE TAB-FILIALE(INDICE) TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
           ELSE
               MOVE 'N' TO WS-VIS-ESITO
           END-IF.
           IF WS-VIS-ESITO NOT = 'N'
               DISPLAY 'ID '      TAB-ID(INDICE)
               DISPLAY 'COGNOME ' TAB-COGNOME(INDICE)
               DISPLAY 'NOME '    TAB-NOME(INDICE)
               MOVE TAB-CITTA(INDICE)   TO WS-AUDIT-CITTA
               MOVE TAB-ID(INDICE)      TO WS-AUDIT-ID
               PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT
               IF WS-VIS-ESITO = 'M'
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
           END-IF.
           SET INDICE UP BY 1.
       FINE-SCANSIONA-CITTA.
           MOVE IDX2-COGNOME  TO RI-COGNOME(WS-RIGA-RIS).
           MOVE IDX2-CITTA    TO RI-CITTA(WS-RIGA-RIS).
           MOVE IDX2-STATO    TO RI-STATO(WS-RIGA-RIS).
           MOVE IDX2-FILIALE  TO RI-FILIALE(WS-RIGA-RIS).
           MOVE IDX2-ANNI     TO RI-ANNI(WS-RIGA-RIS).
           IF IDX2-ANNO-NASC IS NUMERIC AND IDX2-ANNO-NASC > ZERO
                   AND IDX2-ANNO-NASC <= WS-ANNO-CORRENTE
               MOVE ANNI    TO RI-ANNI(WS-IX-RIS)
               MOVE CITTA   TO RI-CITTA(WS-IX-RIS)
               MOVE STATO   TO RI-STATO(WS-IX-RIS)
               MOVE COD-FILIALE TO RI-FILIALE(WS-IX-RIS)
               IF WS-VERIFICA-TIPO = 'C'
                       AND COGNOME(1:WS-LEN-COGNOME) NOT =
                           SURNAME(1:WS-LEN-COGNOME)
            EXIT.
      *
       MOSTRA-UN-RISULTATO.
           IF RI-VALIDO(WS-IX-RIS) = 'S'
               MOVE RI-FILIALE(WS-IX-RIS) TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
           END-IF.
           IF RI-VALIDO(WS-IX-RIS) = 'N' OR WS-VIS-ESITO = 'N'
               CONTINUE
           ELSE
               PERFORM MOSTRA-RISULTATO-VALIDO
           MOVE RI-CITTA(WS-IX-RIS)   TO WS-AUDIT-CITTA.
           MOVE RI-ID(WS-IX-RIS)      TO WS-AUDIT-ID.
           PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT.
           IF WS-VIS-ESITO = 'M'
               PERFORM SCRIVI-AUDIT-MOTIVO
                  THRU FINE-SCRIVI-AUDIT-MOTIVO
           END-IF.
       FINE-MOSTRA-RISULTATO-VALIDO.
            EXIT.
      *
                         MOVE IDX2-CITTA   TO TAB-CITTA(CONT)
                         MOVE IDX2-ID      TO TAB-ID(CONT)
                         MOVE IDX2-STATO   TO TAB-STATO(CONT)
                         MOVE IDX2-FILIALE TO TAB-FILIALE(CONT)
                         MOVE IDX2-ANNI    TO TAB-ANNI(CONT)
                         IF IDX2-ANNO-NASC IS NUMERIC
                                 AND IDX2-ANNO-NASC > ZERO
                   OR WS-TC-LB = 1.
           PERFORM CONFRONTA-TOLLERANTE
              THRU FINE-CONFRONTA-TOLLERANTE.
           IF WS-SIMILE = 'S'
               MOVE TAB-FILIALE(WS-TC-IX) TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
               IF WS-VIS-ESITO = 'N'
                   MOVE 'N' TO WS-SIMILE
               END-IF
           END-IF.
           IF WS-SIMILE = 'S'
               ADD 1 TO WS-SUGGERITI
               DISPLAY 'SUGGERIMENTO: ' TAB-COGNOME(WS-TC-IX)
               MOVE TAB-CITTA(WS-TC-IX)   TO WS-AUDIT-CITTA
               MOVE TAB-ID(WS-TC-IX)      TO WS-AUDIT-ID
               PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT
               IF WS-VIS-ESITO = 'M'
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
               MOVE 'COGNOME'    TO WS-AUDIT-CAMPO
               IF WS-BATCH-MODE = 'S'
                   MOVE SURNAME                TO RIS-RICHIESTA
           CLOSE AUDIT.
       FINE-SCRIVI-AUDIT.
            EXIT.
      *
       AZZERA-MOTIVO.
      **************************************************************
      * IL CODICE MOTIVO VALE PER UNA SOLA RICERCA: OGNI NUOVA      *
      * RICERCA RIPARTE SENZA MOTIVO E SENZA RISERVATI.             *
      **************************************************************
           MOVE SPACES TO WS-MOTIVO-CORR.
           MOVE 'N'    TO WS-MOTIVO-CHIESTO.
           MOVE ZERO   TO WS-CONTA-RISERVATI.
       FINE-AZZERA-MOTIVO.
            EXIT.
      *
       CONTROLLA-VISIBILITA.
      **************************************************************
      * LA FILIALE DEL RISCONTRO E' DI CASA DELL'OPERATORE? SE NO,  *
      * A VIDEO SI CHIEDE (UNA VOLTA PER RICERCA) IL CODICE MOTIVO: *
      * CON IL MOTIVO IL RISCONTRO SI MOSTRA ('M'), SENZA RESTA     *
      * RISERVATO ('N') E SI CONTA SOLTANTO.                        *
      **************************************************************
           CALL 'VISIBIL' USING WS-OPERATORE-CORR WS-VIS-FILIALE
                                WS-VIS-ESITO.
           IF WS-VIS-ESITO = 'N'
               IF WS-BATCH-MODE = 'N' AND WS-MOTIVO-CHIESTO = 'N'
                   PERFORM CHIEDI-MOTIVO THRU FINE-CHIEDI-MOTIVO
               END-IF
               IF WS-MOTIVO-CORR NOT = SPACES
                   MOVE 'M' TO WS-VIS-ESITO
               ELSE
                   ADD 1 TO WS-CONTA-RISERVATI
               END-IF
           END-IF.
       FINE-CONTROLLA-VISIBILITA.
            EXIT.
      *
       CHIEDI-MOTIVO.
           MOVE 'S' TO WS-MOTIVO-CHIESTO.
           DISPLAY 'RISCONTRO IN UNA FILIALE NON DI CASA'.
           DISPLAY 'PER VEDERLO DIGITA IL CODICE MOTIVO'
                   ' (INVIO = NON MOSTRARE)'.
           ACCEPT WS-MOTIVO-CORR.
       FINE-CHIEDI-MOTIVO.
            EXIT.
      *
       SCRIVI-AUDIT-MOTIVO.
      **************************************************************
      * OGNI PERSONA VISTA FUORI FILIALE LASCIA IN CERCA-AUDIT.TXT, *
      * DOPO LA RIGA DEL RISCONTRO, UNA RIGA CAMPO 'MOTIVO' CON IL  *
      * CODICE DATO DALL'OPERATORE E LA PERSONA VISTA.              *
      **************************************************************
           MOVE WS-AUDIT-CAMPO  TO WS-MOT-CAMPO-SALV.
           MOVE WS-AUDIT-VALORE TO WS-MOT-VALORE-SALV.
           MOVE WS-TROVATI      TO WS-MOT-TROVATI-SALV.
           MOVE 'MOTIVO'        TO WS-AUDIT-CAMPO.
           MOVE WS-MOTIVO-CORR  TO WS-AUDIT-VALORE.
           MOVE 1               TO WS-TROVATI.
           PERFORM SCRIVI-AUDIT THRU FINE-SCRIVI-AUDIT.
           MOVE WS-MOT-CAMPO-SALV   TO WS-AUDIT-CAMPO.
           MOVE WS-MOT-VALORE-SALV  TO WS-AUDIT-VALORE.
           MOVE WS-MOT-TROVATI-SALV TO WS-TROVATI.
       FINE-SCRIVI-AUDIT-MOTIVO.
            EXIT.
      *
       CONTROLLA-BLOCCO.
      **************************************************************
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'CERCA   ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
           END-IF.
           WRITE REC-CSVOUT.

           MOVE ZERO TO WS-CONTA-ESCLUSI WS-CONTA-RIGHE-CSV.
           SET INDICE TO 1.
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV
                UNTIL INDICE > CONT.

           CLOSE CSVOUT.
           PERFORM CHIUDI-CONSUMI-CSV THRU FINE-CHIUDI-CONSUMI-CSV.
           DISPLAY 'ESTRATTO SCRITTO SU CERCA-EXPORT.CSV'.
           IF WS-ESCLUDI-MODE = 'S'
               DISPLAY 'RIGHE ESCLUSE PER OPPOSIZIONE: '
           ELSE
               MOVE 'N' TO WS-ID-OPPOSTO
           END-IF.
           IF WS-ID-OPPOSTO = 'N'
               MOVE TAB-FILIALE(INDICE) TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
           END-IF.
           IF WS-ID-OPPOSTO = 'S'
               ADD 1 TO WS-CONTA-ESCLUSI
           END-IF.
           IF WS-ID-OPPOSTO = 'N' AND WS-VIS-ESITO NOT = 'N'
               MOVE TAB-ID(INDICE)      TO CSV-ID
               MOVE TAB-NOME(INDICE)    TO CSV-NOME
               MOVE TAB-COGNOME(INDICE) TO CSV-COGNOME
               END-IF
               MOVE RIGA-CSV            TO REC-CSVOUT
               WRITE REC-CSVOUT
               PERFORM REGISTRA-CONSUMO-CSV
                  THRU FINE-REGISTRA-CONSUMO-CSV
               IF WS-VIS-ESITO = 'M'
                   MOVE 'ESPORTA'           TO WS-AUDIT-CAMPO
                   MOVE 'CSV'               TO WS-AUDIT-VALORE
                   MOVE TAB-NOME(INDICE)    TO WS-AUDIT-NOME
                   MOVE TAB-COGNOME(INDICE) TO WS-AUDIT-COGNOME
                   MOVE TAB-CITTA(INDICE)   TO WS-AUDIT-CITTA
                   MOVE TAB-ID(INDICE)      TO WS-AUDIT-ID
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
           END-IF.
           SET INDICE UP BY 1.
       FINE-SCRIVI-RIGA-CSV.
            EXIT.
      *
       REGISTRA-CONSUMO-CSV.
      **************************************************************
      * OGNI RIGA CSV SCRITTA E' UN CONSUMO DELLA FILIALE DELLA     *
      * PERSONA; IL TOTALE SI REGISTRA A FINE ESTRATTO.             *
      **************************************************************
           ADD 1 TO WS-CONTA-RIGHE-CSV.
           MOVE 'A'               TO CNS-AZIONE.
           MOVE 'CERCA   '        TO CNS-PROGRAMMA.
           MOVE 'CSV     '        TO CNS-SERVIZIO.
           MOVE TAB-FILIALE(INDICE) TO CNS-FILIALE.
           MOVE 1                 TO CNS-QUANTITA.
           MOVE ZERO              TO CNS-IMPORTO.
           MOVE WS-OPERATORE-CORR TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-REGISTRA-CONSUMO-CSV.
            EXIT.
      *
       CHIUDI-CONSUMI-CSV.
           MOVE 'C'                TO CNS-AZIONE.
           MOVE 'CERCA   '         TO CNS-PROGRAMMA.
           MOVE 'CSV     '         TO CNS-SERVIZIO.
           MOVE ZERO               TO CNS-FILIALE CNS-IMPORTO.
           MOVE WS-CONTA-RIGHE-CSV TO CNS-QUANTITA.
           MOVE WS-OPERATORE-CORR  TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-CHIUDI-CONSUMI-CSV.
            EXIT.
      *
       MASCHERA-RIGA-CSV.
      **************************************************************
