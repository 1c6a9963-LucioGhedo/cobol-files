       AUTHOR. LUCIO
       DATE-WRITTEN. 13/3/2017
      * QUESTO E' UN COMMENTO
      * I DOPPIONI DEVIATI SU DUPFILE.TXT VANNO ANCHE NEL REGISTRO
      * DUPFILE-REGISTRO.TXT PER LA REVISIONE CON DUPREV; QUELLI
      * RILASCIATI DALL'OPERATORE NON SI DEVIANO PIU'.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUP-STATUS.
      * REGISTRO DEI DOPPIONI DEVIATI, CON LE DECISIONI DI DUPREV

           SELECT OPTIONAL DUPREG ASSIGN TO 'DUPFILE-REGISTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUPREG-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI DI TUTTI I JOB

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            05 DUP-CITTA      PIC X(10).
            05 DUP-ID         PIC 9(5).

       FD   DUPREG
            DATA RECORD IS REC-DUPREG.
       01 REC-DUPREG  PIC X(75).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
               10 VI-NOME       PIC X(10).
               10 VI-COGNOME    PIC X(10).
               10 VI-CITTA      PIC X(10).
               10 VI-ID         PIC 9(5).
       01 WS-NUM-VISTI          PIC 9(4) VALUE 0.
       01 WS-DUPLICATO          PIC X    VALUE 'N'.
       01 WS-DUP-STATUS         PIC XX.
       01 WS-ID-ORIGINE         PIC 9(5) VALUE 0.
       01 WS-DATA-REGISTRO      PIC 9(8) VALUE 0.
       COPY DUPREG.

      ************************************************************
      *           CONTATORI PER IL REPORT DI CONTROLLO              *
       01 WS-COUNT-ALTRI        PIC 9(6) VALUE 0.
       01 WS-COUNT-ESTERO       PIC 9(6) VALUE 0.
       01 WS-COUNT-DUP          PIC 9(6) VALUE 0.
       01 WS-COUNT-RILASCIATI   PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-ATTIVI   PIC 9(6) VALUE 0.

       01 WS-MODALITA-SCRITTURA PIC X    VALUE 'S'.
               THRU FINE-CARICA-FILIALI-MASTER.
            PERFORM CONTROLLA-CHECKPOINT
               THRU FINE-CONTROLLA-CHECKPOINT.
            IF WS-DATAELAB-MODE = 'S'
                MOVE WS-DATA-ELAB TO WS-DATA-REGISTRO
            ELSE
                MOVE WS-DATA-ESECUZIONE TO WS-DATA-REGISTRO
            END-IF.
            PERFORM CARICA-DUPREG THRU FINE-CARICA-DUPREG.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.
           PERFORM CERCA-VISTO THRU FINE-CERCA-VISTO
                UNTIL IND-VISTI > WS-NUM-VISTI OR WS-DUPLICATO = 'S'.

           IF WS-DUPLICATO = 'S'
               PERFORM REGISTRA-DOPPIONE THRU FINE-REGISTRA-DOPPIONE
           END-IF.

           IF WS-DUPLICATO = 'N'
               IF WS-NUM-VISTI < WS-MAX-VISTI
                   ADD 1 TO WS-NUM-VISTI
                   MOVE NOME    TO VI-NOME(WS-NUM-VISTI)
                   MOVE COGNOME TO VI-COGNOME(WS-NUM-VISTI)
                   MOVE CITTA   TO VI-CITTA(WS-NUM-VISTI)
                   MOVE ID-PERSONA TO VI-ID(WS-NUM-VISTI)
               END-IF
           END-IF.
       FINE-CONTROLLA-DUPLICATO.
            EXIT.
      *
       REGISTRA-DOPPIONE.
      **************************************************************
      * UN DOPPIONE GIA' RILASCIATO CON DUPREV E' UNA PERSONA        *
      * DISTINTA: NON SI DEVIA PIU' E SEGUE L'INSTRADAMENTO NORMALE. *
      * GLI ALTRI VANNO NEL REGISTRO (NUOVI IN ATTESA DI DECISIONE)  *
      * CON LA DATA DELL'ULTIMA DEVIAZIONE.                          *
      **************************************************************
           MOVE ID-PERSONA TO DPR-ID.
           PERFORM CERCA-DUPREG THRU FINE-CERCA-DUPREG.
           IF WS-DUPREG-TROVATO = 'S'
               SET IND-DUPREG TO WS-DUPREG-RIGA
               IF TD-ESITO(IND-DUPREG) = 'R'
                   MOVE 'N' TO WS-DUPLICATO
                   ADD 1 TO WS-COUNT-RILASCIATI
               ELSE
                   IF TD-ULTIMA-VISTA(IND-DUPREG) NOT = WS-DATA-REGISTRO
                       MOVE WS-DATA-REGISTRO
                            TO TD-ULTIMA-VISTA(IND-DUPREG)
                       MOVE 'S' TO WS-DUPREG-MODIFICATO
                   END-IF
               END-IF
           ELSE
               IF WS-NUM-DUPREG < WS-MAX-DUPREG
                   ADD 1 TO WS-NUM-DUPREG
                   SET IND-DUPREG TO WS-NUM-DUPREG
                   MOVE ID-PERSONA      TO TD-ID(IND-DUPREG)
                   MOVE WS-ID-ORIGINE   TO TD-ID-ORIGINE(IND-DUPREG)
                   MOVE NOME            TO TD-NOME(IND-DUPREG)
                   MOVE COGNOME         TO TD-COGNOME(IND-DUPREG)
                   MOVE CITTA           TO TD-CITTA(IND-DUPREG)
                   MOVE WS-DATA-REGISTRO
                        TO TD-PRIMA-VISTA(IND-DUPREG)
                           TD-ULTIMA-VISTA(IND-DUPREG)
                   MOVE SPACE           TO TD-ESITO(IND-DUPREG)
                   MOVE ZERO            TO TD-DATA-ESITO(IND-DUPREG)
                   MOVE SPACES          TO TD-SIGLA(IND-DUPREG)
                   MOVE 'S' TO WS-DUPREG-MODIFICATO
               ELSE
                   MOVE 'REGISTRA-DOPPIONE' TO ECC-PARAGRAFO
                   MOVE ID-PERSONA  TO ECC-CHIAVE
                   MOVE 'REGISTRO DOPPIONI PIENO: ID NON AGGIUNTO'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-REGISTRA-DOPPIONE.
            EXIT.
      *
      *
       CERCA-VISTO.
           IF VI-NOME(IND-VISTI)    = NOME
              AND VI-COGNOME(IND-VISTI) = COGNOME
              AND VI-CITTA(IND-VISTI)   = CITTA
               MOVE 'S' TO WS-DUPLICATO
               MOVE VI-ID(IND-VISTI) TO WS-ID-ORIGINE
           END-IF.
           SET IND-VISTI UP BY 1.
       FINE-CERCA-VISTO.
                     DUPFILE
           END-IF.

           PERFORM RISCRIVI-DUPREG THRU FINE-RISCRIVI-DUPREG.
           PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.
           PERFORM COPIA-GENERAZIONE THRU FINE-COPIA-GENERAZIONE.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           MOVE 'DOPPIONI RILASCIATI   ' TO RC-ETICHETTA.
           MOVE WS-COUNT-RILASCIATI      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           MOVE 'NON ATTIVI ESCLUSI    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ATTIVI      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           CLOSE DATAELAB.
       FINE-LEGGI-DATA-ELAB.
            EXIT.
      *
       CARICA-DUPREG.
      **************************************************************
      * CARICA IN TABELLA IL REGISTRO DEI DOPPIONI DEVIATI. SE LA   *
      * TABELLA SI RIEMPIE IL REGISTRO NON SI RISCRIVE, PER NON     *
      * PERDERE LE RIGHE RIMASTE FUORI.                             *
      **************************************************************
           MOVE ZERO TO WS-NUM-DUPREG.
           MOVE 'N'  TO WS-DUPREG-EOF.
           MOVE 'N'  TO WS-DUPREG-PARZIALE.
           MOVE 'N'  TO WS-DUPREG-MODIFICATO.
           OPEN INPUT DUPREG.
           IF WS-DUPREG-STATUS = '00'
               PERFORM LEGGI-DUPREG THRU FINE-LEGGI-DUPREG
                    UNTIL WS-DUPREG-EOF = 'S'
           END-IF.
           CLOSE DUPREG.
       FINE-CARICA-DUPREG.
            EXIT.
      *
       LEGGI-DUPREG.
           READ DUPREG INTO RIGA-DUPREG AT END
                MOVE 'S' TO WS-DUPREG-EOF
                NOT AT END
                     IF WS-NUM-DUPREG < WS-MAX-DUPREG
                         ADD 1 TO WS-NUM-DUPREG
                         SET IND-DUPREG TO WS-NUM-DUPREG
                         MOVE DPR-ID         TO TD-ID(IND-DUPREG)
                         MOVE DPR-ID-ORIGINE
                              TO TD-ID-ORIGINE(IND-DUPREG)
                         MOVE DPR-NOME       TO TD-NOME(IND-DUPREG)
                         MOVE DPR-COGNOME    TO TD-COGNOME(IND-DUPREG)
                         MOVE DPR-CITTA      TO TD-CITTA(IND-DUPREG)
                         MOVE DPR-PRIMA-VISTA
                              TO TD-PRIMA-VISTA(IND-DUPREG)
                         MOVE DPR-ULTIMA-VISTA
                              TO TD-ULTIMA-VISTA(IND-DUPREG)
                         MOVE DPR-ESITO      TO TD-ESITO(IND-DUPREG)
                         MOVE DPR-DATA-ESITO
                              TO TD-DATA-ESITO(IND-DUPREG)
                         MOVE DPR-SIGLA      TO TD-SIGLA(IND-DUPREG)
                     ELSE
                         MOVE 'S' TO WS-DUPREG-PARZIALE
                         MOVE 'S' TO WS-DUPREG-EOF
                     END-IF
           END-READ.
       FINE-LEGGI-DUPREG.
            EXIT.
      *
       CERCA-DUPREG.
      **************************************************************
      * CERCA IN TABELLA L'ID IN DPR-ID: ESITO IN WS-DUPREG-TROVATO *
      * E POSIZIONE IN WS-DUPREG-RIGA.                              *
      **************************************************************
           MOVE 'N'  TO WS-DUPREG-TROVATO.
           MOVE ZERO TO WS-DUPREG-RIGA.
           SET IND-DUPREG TO 1.
           PERFORM CONFRONTA-DUPREG THRU FINE-CONFRONTA-DUPREG
                UNTIL IND-DUPREG > WS-NUM-DUPREG
                   OR WS-DUPREG-TROVATO = 'S'.
       FINE-CERCA-DUPREG.
            EXIT.
      *
       CONFRONTA-DUPREG.
           IF TD-ID(IND-DUPREG) = DPR-ID
               MOVE 'S' TO WS-DUPREG-TROVATO
               SET WS-DUPREG-RIGA TO IND-DUPREG
           END-IF.
           SET IND-DUPREG UP BY 1.
       FINE-CONFRONTA-DUPREG.
            EXIT.
      *
       RISCRIVI-DUPREG.
           IF WS-DUPREG-MODIFICATO = 'S'
               IF WS-DUPREG-PARZIALE = 'S'
                   DISPLAY 'REGISTRO DOPPIONI INCOMPLETO IN TABELLA:'
                           ' NON RISCRITTO'
               ELSE
                   OPEN OUTPUT DUPREG
                   PERFORM SCRIVI-UNA-DUPREG
                      THRU FINE-SCRIVI-UNA-DUPREG
                        VARYING IND-DUPREG FROM 1 BY 1
                        UNTIL IND-DUPREG > WS-NUM-DUPREG
                   CLOSE DUPREG
               END-IF
           END-IF.
       FINE-RISCRIVI-DUPREG.
            EXIT.
      *
       SCRIVI-UNA-DUPREG.
           MOVE TD-ID(IND-DUPREG)           TO DPR-ID.
           MOVE TD-ID-ORIGINE(IND-DUPREG)   TO DPR-ID-ORIGINE.
           MOVE TD-NOME(IND-DUPREG)         TO DPR-NOME.
           MOVE TD-COGNOME(IND-DUPREG)      TO DPR-COGNOME.
           MOVE TD-CITTA(IND-DUPREG)        TO DPR-CITTA.
           MOVE TD-PRIMA-VISTA(IND-DUPREG)  TO DPR-PRIMA-VISTA.
           MOVE TD-ULTIMA-VISTA(IND-DUPREG) TO DPR-ULTIMA-VISTA.
           MOVE TD-ESITO(IND-DUPREG)        TO DPR-ESITO.
           MOVE TD-DATA-ESITO(IND-DUPREG)   TO DPR-DATA-ESITO.
           MOVE TD-SIGLA(IND-DUPREG)        TO DPR-SIGLA.
           WRITE REC-DUPREG FROM RIGA-DUPREG.
       FINE-SCRIVI-UNA-DUPREG.
            EXIT.

      *
       STAMPA-TOTALI-PAESE.
