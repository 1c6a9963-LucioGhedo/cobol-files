       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVVISI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * RECEPIMENTO DEGLI AVVISI DI DECESSO E DI EMIGRAZIONE CHE IL
      * COMUNE INVIA PERIODICAMENTE SU AVVISI-COMUNE.TXT. OGNI
      * AVVISO SI ABBINA A UNA PERSONA DEL MASTER ANAGR.IDX
      * (VERSIONE IN VIGORE) PRIMA PER CODICE FISCALE, POI PER
      * COGNOME, NOME E ANNO-NASC; A OGNI ABBINAMENTO CORRISPONDE
      * UNA NUOVA VERSIONE DATATA OGGI CON STATO 'D' O 'E' E LA
      * DATA DELL'EVENTO IN STATO-DATA (LE COPIE PIATTE LE
      * RIGENERA DERIVA, CHE NELLA CATENA SEGUE), CON LA RIGA
      * PRIMA/DOPO SUL GIORNALE DELLE VARIAZIONI ANAGRAFICHE.
      * GLI AVVISI NON VALIDI, AMBIGUI O SENZA ABBINAMENTO
      * FINISCONO SULLA LISTA DI LAVORO AVVISI-LAVORO.TXT CON IL
      * MOTIVO. IL REPORT QUADRA GLI AVVISI LETTI CON QUELLI
      * REGISTRATI, GIA' REGISTRATI E IN LISTA DI LAVORO. GLI
      * AVVISI GIA' RECEPITI NON SI RIAPPLICANO, COSI' IL LAVORO E'
      * RILANCIABILE SULLO STESSO FILE.
      *
      * FILE DEGLI AVVISI (AVVISI-COMUNE.TXT):
      *   COL. 1-16  CODICE FISCALE (SPAZI SE NON NOTO)
      *   COL. 18-27 COGNOME
      *   COL. 29-38 NOME
      *   COL. 40-43 ANNO DI NASCITA
      *   COL. 45-52 DATA DELL'EVENTO AAAAMMGG
      *   COL. 54    TIPO EVENTO (D = DECESSO, E = EMIGRAZIONE)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER INDICIZZATO VERSIONATO DA AGGIORNARE

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * AVVISI DI DECESSO ED EMIGRAZIONE DAL COMUNE (FACOLTATIVO)

           SELECT OPTIONAL AVVISIF ASSIGN TO 'AVVISI-COMUNE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVV-STATUS.
      * LISTA DI LAVORO DEGLI AVVISI NON ABBINATI

           SELECT LAVOROF ASSIGN TO 'AVVISI-LAVORO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * REPORT DI QUADRATURA

           SELECT REPORTF ASSIGN TO 'AVVISI-REPORTF.TXT'
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
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD   AVVISIF
            DATA RECORD IS REC-AVVISIF.
       01 REC-AVVISIF.
          05 AVV-COD-FISCALE PIC X(16).
          05 FILLER         PIC X.
          05 AVV-COGNOME    PIC X(10).
          05 FILLER         PIC X.
          05 AVV-NOME       PIC X(10).
          05 FILLER         PIC X.
          05 AVV-ANNO-NASC  PIC X(4).
          05 FILLER         PIC X.
          05 AVV-DATA       PIC X(8).
          05 FILLER         PIC X.
          05 AVV-TIPO       PIC X.

       FD   LAVOROF
            DATA RECORD IS REC-LAVORO.
       01 REC-LAVORO.
          05 LAV-COD-FISCALE PIC X(16).
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-COGNOME    PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-NOME       PIC X(10).
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-ANNO-NASC  PIC X(4).
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-DATA       PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-TIPO       PIC X.
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-MOTIVO     PIC X(30).
          05 FILLER         PIC X VALUE SPACE.
          05 LAV-ID         PIC 9(5).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01   WS-IDX-STATUS     PIC XX.
       01   WS-AVV-STATUS     PIC XX.

      ************************************************************
      *      TABELLA DELLE VERSIONI IN VIGORE (STILE GENCF):        *
      *      RC-RECORD E' LA VERSIONE DI PARTENZA, RC-STATO E       *
      *      RC-STATO-DATA LO STATO DA SCRIVERE SE RC-MODIFICATO.   *
      ************************************************************
       01 WS-MAX-RECORD        PIC 9(4) VALUE 2000.
       01 TAB-RECORD.
            05 RECORD-CONV OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-RECORD
               INDEXED BY IND-RECORD.
               10 RC-RECORD.
                  15 RC-ID          PIC 9(5).
                  15 RC-DATA-EFF    PIC 9(8).
                  15 RC-NOME        PIC X(10).
                  15 RC-COGNOME     PIC X(10).
                  15 RC-ANNI        PIC 999.
                  15 RC-CITTA       PIC X(10).
                  15 RC-FILIALE     PIC 9(4).
                  15 RC-ANNO-NASC   PIC 9(4).
                  15 RC-STATO-VIG   PIC X.
                  15 RC-STATO-DATA-VIG PIC 9(8).
                  15 RC-COD-FISCALE PIC X(16).
               10 RC-STATO         PIC X.
               10 RC-STATO-DATA    PIC 9(8).
               10 RC-MODIFICATO    PIC X.
       01 WS-NUM-RECORD        PIC 9(4) VALUE 0.
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-TABELLA-PIENA     PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VIGENTE-TROVATA   PIC X VALUE 'N'.
       01 WS-VERSIONE-VIGENTE  PIC X(79) VALUE SPACES.
       01 WS-SCRITTURA-OK      PIC X VALUE 'S'.

      ************************************************************
      *      ABBINAMENTO DI UN AVVISO: WS-NUM-CANDIDATI CONTA LE    *
      *      PERSONE CHE CORRISPONDONO, WS-RIGA-CANDIDATO E' LA     *
      *      PRIMA TROVATA.                                         *
      ************************************************************
       01 WS-AVV-EOF           PIC X VALUE 'N'.
       01 WS-AVV-ANNO          PIC 9(4) VALUE 0.
       01 WS-AVV-DATA          PIC 9(8) VALUE 0.
       01 WS-NUM-CANDIDATI     PIC 9(4) VALUE 0.
       01 WS-RIGA-CANDIDATO    PIC 9(4) VALUE 0.
       01 WS-MOTIVO-LAVORO     PIC X(30) VALUE SPACES.
       01 WS-STATO-PERSONA     PIC X VALUE SPACE.

      ************************************************************
      *           CONTATORI PER IL REPORT DI QUADRATURA             *
      ************************************************************
       01 WS-CONTA-AVVISI      PIC 9(6) VALUE 0.
       01 WS-CONTA-DECESSI     PIC 9(6) VALUE 0.
       01 WS-CONTA-EMIGRAZIONI PIC 9(6) VALUE 0.
       01 WS-CONTA-PER-CF      PIC 9(6) VALUE 0.
       01 WS-CONTA-PER-NOME    PIC 9(6) VALUE 0.
       01 WS-CONTA-GIA-FATTI   PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-VALIDI  PIC 9(6) VALUE 0.
       01 WS-CONTA-AMBIGUI     PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-TROVATI PIC 9(6) VALUE 0.
       01 WS-CONTA-LAVORO      PIC 9(6) VALUE 0.
       01 WS-CONTA-SCRITTI     PIC 9(6) VALUE 0.
       01 WS-CONTA-QUADRATI    PIC 9(6) VALUE 0.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'AVVISI DAL COMUNE'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

       01 RIGA-QUADRATURA.
            05 FILLER            PIC X(22) VALUE 'QUADRATURA AVVISI:'.
            05 RQ-ESITO          PIC X(12).

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = AVVISI RECEPITI (O NESSUN AVVISO IN CONSEGNA)          *
      * 4 = AVVISI RIMASTI SULLA LISTA DI LAVORO                   *
      * 8 = MASTER NON LAVORABILE O QUADRATURA NON RIUSCITA        *
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
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS         PIC XX.
       01 WS-ORA-ESECUZIONE.
            05 WS-ORE            PIC 99.
            05 WS-MIN            PIC 99.
            05 WS-SEC            PIC 99.
            05 WS-CENT           PIC 99.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM CARICA-FILE THRU FINE-CARICA-FILE.
            IF WS-RETURN-CODE NOT = 8
                OPEN OUTPUT LAVOROF
                MOVE 'N' TO WS-AVV-EOF
                OPEN INPUT AVVISIF
                IF WS-AVV-STATUS = '00'
                    PERFORM LAVORA-AVVISO THRU FINE-LAVORA-AVVISO
                         UNTIL WS-AVV-EOF = 'S'
                END-IF
                CLOSE AVVISIF
                CLOSE LAVOROF
                PERFORM SCRIVI-VERSIONI THRU FINE-SCRIVI-VERSIONI
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                IF WS-CONTA-LAVORO > ZERO AND WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-AVVISI  TO GIO-LETTI.
            MOVE WS-CONTA-SCRITTI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE   TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       CARICA-FILE.
      **************************************************************
      * DI OGNI PERSONA SUL MASTER SI CARICA LA VERSIONE IN VIGORE  *
      * (L'ULTIMA CON DECORRENZA NON SUCCESSIVA A OGGI).            *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-NUM-RECORD.
           MOVE 'N'  TO WS-IDX-EOF.
           MOVE 'N'  TO WS-TABELLA-PIENA.
           MOVE 'S'  TO WS-PRIMA-VERSIONE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-FILE' TO ECC-PARAGRAFO
               MOVE SPACES        TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-IDX-EOF
               END-START
               PERFORM CARICA-RECORD THRU FINE-CARICA-RECORD
                    UNTIL WS-IDX-EOF = 'S'
               IF WS-PRIMA-VERSIONE = 'N'
                   PERFORM ACCODA-PERSONA THRU FINE-ACCODA-PERSONA
               END-IF
               IF WS-TABELLA-PIENA = 'S'
                   DISPLAY 'TABELLA PIENA: LAVORO NON ESEGUITO'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'CARICA-FILE' TO ECC-PARAGRAFO
                   MOVE SPACES        TO ECC-CHIAVE
                   MOVE 'TABELLA PIENA: LAVORO NON ESEGUITO'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
               CLOSE IDXF
           END-IF.
       FINE-CARICA-FILE.
            EXIT.
      *
       CARICA-RECORD.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-PREC
                         PERFORM ACCODA-PERSONA
                            THRU FINE-ACCODA-PERSONA
                     END-IF
                     IF WS-PRIMA-VERSIONE = 'S'
                             OR IDX-ID NOT = WS-ID-PREC
                         MOVE 'N' TO WS-VIGENTE-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-PREC
                     IF IDX-DATA-EFF NOT > WS-DATA-OGGI
                         MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                         MOVE 'S'      TO WS-VIGENTE-TROVATA
                     END-IF
           END-READ.
       FINE-CARICA-RECORD.
            EXIT.
      *
       ACCODA-PERSONA.
           IF WS-VIGENTE-TROVATA = 'S'
               IF WS-NUM-RECORD < WS-MAX-RECORD
                   ADD 1 TO WS-NUM-RECORD
                   MOVE WS-VERSIONE-VIGENTE
                        TO RC-RECORD(WS-NUM-RECORD)
                   MOVE RC-STATO-VIG(WS-NUM-RECORD)
                        TO RC-STATO(WS-NUM-RECORD)
                   MOVE RC-STATO-DATA-VIG(WS-NUM-RECORD)
                        TO RC-STATO-DATA(WS-NUM-RECORD)
                   MOVE 'N' TO RC-MODIFICATO(WS-NUM-RECORD)
               ELSE
                   MOVE 'S' TO WS-TABELLA-PIENA
                   MOVE 'S' TO WS-IDX-EOF
               END-IF
           END-IF.
       FINE-ACCODA-PERSONA.
            EXIT.
      *
       LAVORA-AVVISO.
      **************************************************************
      * CONTROLLA L'AVVISO, CERCA LA PERSONA PER CODICE FISCALE E,  *
      * SE IL CODICE MANCA O NON E' SUL MASTER, PER COGNOME, NOME E *
      * ANNO-NASC. UN SOLO CANDIDATO SI AGGIORNA; ZERO O PIU' DI    *
      * UNO MANDANO L'AVVISO SULLA LISTA DI LAVORO.                 *
      **************************************************************
           READ AVVISIF AT END
                MOVE 'S' TO WS-AVV-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-AVVISI
                     MOVE SPACES TO WS-MOTIVO-LAVORO
                     MOVE ZERO   TO WS-RIGA-CANDIDATO
                     PERFORM CONTROLLA-AVVISO
                        THRU FINE-CONTROLLA-AVVISO
                     IF WS-MOTIVO-LAVORO = SPACES
                         PERFORM ABBINA-AVVISO THRU FINE-ABBINA-AVVISO
                     END-IF
                     IF WS-MOTIVO-LAVORO = SPACES
                         PERFORM APPLICA-AVVISO
                            THRU FINE-APPLICA-AVVISO
                     END-IF
                     IF WS-MOTIVO-LAVORO NOT = SPACES
                         PERFORM SCRIVI-LAVORO THRU FINE-SCRIVI-LAVORO
                     END-IF
           END-READ.
       FINE-LAVORA-AVVISO.
            EXIT.
      *
       CONTROLLA-AVVISO.
           IF AVV-TIPO NOT = 'D' AND AVV-TIPO NOT = 'E'
               MOVE 'TIPO EVENTO NON VALIDO' TO WS-MOTIVO-LAVORO
           END-IF.
           IF WS-MOTIVO-LAVORO = SPACES
               IF AVV-DATA IS NOT NUMERIC
                   MOVE 'DATA EVENTO NON VALIDA' TO WS-MOTIVO-LAVORO
               ELSE
                   MOVE AVV-DATA TO WS-AVV-DATA
                   IF WS-AVV-DATA = ZERO OR WS-AVV-DATA > WS-DATA-OGGI
                       MOVE 'DATA EVENTO NON VALIDA'
                            TO WS-MOTIVO-LAVORO
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-AVV-ANNO.
           IF AVV-ANNO-NASC IS NUMERIC
               MOVE AVV-ANNO-NASC TO WS-AVV-ANNO
           END-IF.
           IF WS-MOTIVO-LAVORO = SPACES
               IF AVV-COD-FISCALE = SPACES
                       AND (AVV-COGNOME = SPACES OR AVV-NOME = SPACES
                            OR WS-AVV-ANNO = ZERO)
                   MOVE 'DATI DI ABBINAMENTO ASSENTI'
                        TO WS-MOTIVO-LAVORO
               END-IF
           END-IF.
           IF WS-MOTIVO-LAVORO NOT = SPACES
               ADD 1 TO WS-CONTA-NON-VALIDI
           END-IF.
       FINE-CONTROLLA-AVVISO.
            EXIT.
      *
       ABBINA-AVVISO.
           MOVE ZERO TO WS-NUM-CANDIDATI.
           IF AVV-COD-FISCALE NOT = SPACES
               PERFORM CONFRONTA-CF THRU FINE-CONFRONTA-CF
                    VARYING IND-RECORD FROM 1 BY 1
                    UNTIL IND-RECORD > WS-NUM-RECORD
               IF WS-NUM-CANDIDATI = 1
                   ADD 1 TO WS-CONTA-PER-CF
               END-IF
           END-IF.

           IF WS-NUM-CANDIDATI = ZERO
                   AND AVV-COGNOME NOT = SPACES
                   AND AVV-NOME NOT = SPACES
                   AND WS-AVV-ANNO > ZERO
               PERFORM CONFRONTA-NOME THRU FINE-CONFRONTA-NOME
                    VARYING IND-RECORD FROM 1 BY 1
                    UNTIL IND-RECORD > WS-NUM-RECORD
               IF WS-NUM-CANDIDATI = 1
                   IF AVV-COD-FISCALE NOT = SPACES AND
                      RC-COD-FISCALE(WS-RIGA-CANDIDATO) NOT = SPACES
                       MOVE 'CODICE FISCALE DISCORDE'
                            TO WS-MOTIVO-LAVORO
                       ADD 1 TO WS-CONTA-AMBIGUI
                   ELSE
                       ADD 1 TO WS-CONTA-PER-NOME
                   END-IF
               END-IF
           END-IF.

           IF WS-NUM-CANDIDATI = ZERO
               MOVE 'PERSONA NON TROVATA' TO WS-MOTIVO-LAVORO
               ADD 1 TO WS-CONTA-NON-TROVATI
           END-IF.
           IF WS-NUM-CANDIDATI > 1
               MOVE 'ABBINAMENTO AMBIGUO' TO WS-MOTIVO-LAVORO
               ADD 1 TO WS-CONTA-AMBIGUI
           END-IF.
       FINE-ABBINA-AVVISO.
            EXIT.
      *
       CONFRONTA-CF.
           IF RC-COD-FISCALE(IND-RECORD) = AVV-COD-FISCALE
               ADD 1 TO WS-NUM-CANDIDATI
               IF WS-NUM-CANDIDATI = 1
                   SET WS-RIGA-CANDIDATO TO IND-RECORD
               END-IF
           END-IF.
       FINE-CONFRONTA-CF.
            EXIT.
      *
       CONFRONTA-NOME.
           IF RC-COGNOME(IND-RECORD) = AVV-COGNOME
                   AND RC-NOME(IND-RECORD) = AVV-NOME
                   AND RC-ANNO-NASC(IND-RECORD) = WS-AVV-ANNO
               ADD 1 TO WS-NUM-CANDIDATI
               IF WS-NUM-CANDIDATI = 1
                   SET WS-RIGA-CANDIDATO TO IND-RECORD
               END-IF
           END-IF.
       FINE-CONFRONTA-NOME.
            EXIT.
      *
       APPLICA-AVVISO.
      **************************************************************
      * UNA PERSONA GIA' NELLO STATO DELL'AVVISO NON SI TOCCA (E'   *
      * IL CASO DEL RILANCIO); UNA GIA' DECEDUTA O EMIGRATA CON     *
      * L'ALTRO STATO VA VERIFICATA A MANO.                         *
      **************************************************************
           MOVE RC-STATO(WS-RIGA-CANDIDATO) TO WS-STATO-PERSONA.
           IF WS-STATO-PERSONA = AVV-TIPO
               ADD 1 TO WS-CONTA-GIA-FATTI
           ELSE
               IF WS-STATO-PERSONA = 'D' OR WS-STATO-PERSONA = 'E'
                   MOVE 'PERSONA GIA IN ALTRO STATO'
                        TO WS-MOTIVO-LAVORO
                   ADD 1 TO WS-CONTA-AMBIGUI
               ELSE
                   MOVE AVV-TIPO    TO RC-STATO(WS-RIGA-CANDIDATO)
                   MOVE WS-AVV-DATA TO RC-STATO-DATA(WS-RIGA-CANDIDATO)
                   MOVE 'S' TO RC-MODIFICATO(WS-RIGA-CANDIDATO)
                   IF AVV-TIPO = 'D'
                       ADD 1 TO WS-CONTA-DECESSI
                   ELSE
                       ADD 1 TO WS-CONTA-EMIGRAZIONI
                   END-IF
               END-IF
           END-IF.
       FINE-APPLICA-AVVISO.
            EXIT.
      *
       SCRIVI-LAVORO.
           ADD 1 TO WS-CONTA-LAVORO.
           MOVE AVV-COD-FISCALE  TO LAV-COD-FISCALE.
           MOVE AVV-COGNOME      TO LAV-COGNOME.
           MOVE AVV-NOME         TO LAV-NOME.
           MOVE AVV-ANNO-NASC    TO LAV-ANNO-NASC.
           MOVE AVV-DATA         TO LAV-DATA.
           MOVE AVV-TIPO         TO LAV-TIPO.
           MOVE WS-MOTIVO-LAVORO TO LAV-MOTIVO.
           IF WS-RIGA-CANDIDATO > ZERO
               MOVE RC-ID(WS-RIGA-CANDIDATO) TO LAV-ID
           ELSE
               MOVE ZERO TO LAV-ID
           END-IF.
           WRITE REC-LAVORO.
       FINE-SCRIVI-LAVORO.
            EXIT.
      *
       SCRIVI-VERSIONI.
      **************************************************************
      * OGNI PERSONA AGGIORNATA DIVENTA UNA NUOVA VERSIONE CON      *
      * DECORRENZA OGGI (SE NE ESISTE GIA' UNA DI OGGI LA SI        *
      * SOSTITUISCE), CON LA RIGA PRIMA/DOPO SUL GIORNALE DELLE     *
      * VARIAZIONI.                                                 *
      **************************************************************
           OPEN I-O IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON AGGIORNABILE'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'SCRIVI-VERSIONI' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON AGGIORNABILE'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               PERFORM SCRIVI-UNA-VERSIONE
                  THRU FINE-SCRIVI-UNA-VERSIONE
                    VARYING IND-RECORD FROM 1 BY 1
                    UNTIL IND-RECORD > WS-NUM-RECORD
               CLOSE IDXF
           END-IF.
       FINE-SCRIVI-VERSIONI.
            EXIT.
      *
       SCRIVI-UNA-VERSIONE.
           IF RC-MODIFICATO(IND-RECORD) = 'S'
               MOVE RC-RECORD(IND-RECORD)     TO REC-IDXF
               MOVE WS-DATA-OGGI              TO IDX-DATA-EFF
               MOVE RC-STATO(IND-RECORD)      TO IDX-STATO
               MOVE RC-STATO-DATA(IND-RECORD) TO IDX-STATO-DATA
               MOVE 'S' TO WS-SCRITTURA-OK
               WRITE REC-IDXF INVALID KEY
                    REWRITE REC-IDXF INVALID KEY
                         MOVE 'N' TO WS-SCRITTURA-OK
                         MOVE 'SCRIVI-UNA-VERSIONE' TO ECC-PARAGRAFO
                         MOVE IDX-ID                TO ECC-CHIAVE
                         MOVE 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                              TO ECC-DESCRIZIONE
                         MOVE 'A' TO ECC-SEVERITA
                         PERFORM SCRIVI-ECCEZIONE
                            THRU FINE-SCRIVI-ECCEZIONE
                         IF WS-RETURN-CODE < 4
                             MOVE 4 TO WS-RETURN-CODE
                         END-IF
                    END-REWRITE
               END-WRITE
               IF WS-SCRITTURA-OK = 'S'
                   ADD 1 TO WS-CONTA-SCRITTI
                   MOVE IDX-ID TO VAR-ID
                   MOVE RC-RECORD(IND-RECORD) TO WS-VAR-VERSIONE
                   PERFORM IMMAGINE-VERSIONE
                      THRU FINE-IMMAGINE-VERSIONE
                   MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
                   MOVE REC-IDXF TO WS-VAR-VERSIONE
                   PERFORM IMMAGINE-VERSIONE
                      THRU FINE-IMMAGINE-VERSIONE
                   MOVE WS-VAR-IMMAGINE TO VAR-DOPO
                   PERFORM SCRIVI-VARIAZIONE
                      THRU FINE-SCRIVI-VARIAZIONE
               END-IF
           END-IF.
       FINE-SCRIVI-UNA-VERSIONE.
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
      * VAR-PRIMA E VAR-DOPO. PASSO NOTTURNO: NESSUN OPERATORE.     *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO VAR-DATA
           ELSE
               ACCEPT VAR-DATA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-VAR-ORA-CORR FROM TIME.
           MOVE WS-VAR-ORA-CORR(1:6) TO VAR-ORA.
           MOVE 'AVVISI  '        TO VAR-PROGRAMMA.
           MOVE SPACES            TO VAR-OPERATORE.

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
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'AVVISI  ' TO GIO-PROGRAMMA.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'AVVISI'     TO ECC-PROGRAMMA.

           IF ECC-SEVERITA NOT = 'G' AND ECC-SEVERITA NOT = 'A'
                   AND ECC-SEVERITA NOT = 'I'
               MOVE 'A' TO ECC-SEVERITA
           END-IF.
           MOVE SPACES TO ECC-ACK-SIGLA.

           OPEN EXTEND ECCEZIONI.
           IF WS-ECC-STATUS NOT = '00'
               OPEN OUTPUT ECCEZIONI
           END-IF.
           WRITE REC-ECCEZIONE FROM RIGA-ECCEZIONE.
           CLOSE ECCEZIONI.
           MOVE SPACE TO ECC-SEVERITA.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
      *
       STAMPA-REPORT.
      **************************************************************
      * QUADRATURA: AVVISI LETTI = DECESSI + EMIGRAZIONI REGISTRATI *
      * + GIA' REGISTRATI + IN LISTA DI LAVORO. SE NON QUADRA IL    *
      * LAVORO CHIUDE A 8 PER FERMARE LA CATENA.                    *
      **************************************************************
           OPEN OUTPUT REPORTF.

           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.

           MOVE 'AVVISI LETTI          ' TO RC-ETICHETTA.
           MOVE WS-CONTA-AVVISI          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'DECESSI REGISTRATI    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-DECESSI         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'EMIGRAZIONI REGISTR.  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-EMIGRAZIONI     TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'GIA REGISTRATI        ' TO RC-ETICHETTA.
           MOVE WS-CONTA-GIA-FATTI       TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'IN LISTA DI LAVORO    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-LAVORO          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE '  DI CUI NON VALIDI   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-VALIDI      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE '  DI CUI AMBIGUI      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-AMBIGUI         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE '  DI CUI NON TROVATI  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-TROVATI     TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'ABBINATI PER CODICE   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-PER-CF          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'ABBINATI PER NOME     ' TO RC-ETICHETTA.
           MOVE WS-CONTA-PER-NOME        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'VERSIONI SCRITTE      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCRITTI         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           COMPUTE WS-CONTA-QUADRATI = WS-CONTA-DECESSI
                 + WS-CONTA-EMIGRAZIONI + WS-CONTA-GIA-FATTI
                 + WS-CONTA-LAVORO.
           IF WS-CONTA-QUADRATI = WS-CONTA-AVVISI
               MOVE 'OK'         TO RQ-ESITO
           ELSE
               MOVE 'NON QUADRA' TO RQ-ESITO
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'STAMPA-REPORT' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'QUADRATURA AVVISI NON RIUSCITA'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-QUADRATURA.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
