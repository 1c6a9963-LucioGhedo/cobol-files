       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREEMST.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MANUTENZIONE A VIDEO DELLA GERARCHIA SOPRA LE FILIALI: LE
      * REGIONI DI DIREZIONE (REGIONI.TXT) E LE AREE CON IL LORO
      * RESPONSABILE (AREE.TXT). OGNI AREA DEVE APPARTENERE A UNA
      * REGIONE CENSITA; UNA REGIONE CHE HA ANCORA AREE NON SI
      * ELIMINA, E NEMMENO UN'AREA CHE HA ANCORA FILIALI
      * (FILIALI-AREE.TXT, MANUTENUTO DA INDICI, QUI SOLO LETTO).
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGIONI DI DIREZIONE, RILETTE E RISCRITTE

           SELECT OPTIONAL REGIONIF ASSIGN TO 'REGIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGIONI-STATUS.
      * AREE, RILETTE E RISCRITTE

           SELECT OPTIONAL AREEF ASSIGN TO 'AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AREE-STATUS.
      * AREA DI OGNI FILIALE, MANUTENUTA DA INDICI

           SELECT OPTIONAL FILAREEF ASSIGN TO 'FILIALI-AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FIL-AREE-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   REGIONIF
            DATA RECORD IS REC-REGIONIF.
       01 REC-REGIONIF  PIC X(19).

       FD   AREEF
            DATA RECORD IS REC-AREEF.
       01 REC-AREEF  PIC X(44).

       FD   FILAREEF
            DATA RECORD IS REC-FILAREEF.
       01 REC-FILAREEF  PIC X(8).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY GERARCH.

       01 CONTINUA             PIC X VALUE SPACE.
       01 WS-SCELTA            PIC 9 VALUE 0.
       01 WS-CARICO-PARZIALE   PIC X VALUE 'N'.

      ************************************************************
      *           AREE PER LE OPERAZIONI A VIDEO                    *
      ************************************************************
       01 WS-REGIONE-STAGING   PIC X(2) VALUE SPACES.
       01 WS-AREA-STAGING      PIC X(3) VALUE SPACES.
       01 WS-DESC-STAGING      PIC X(16) VALUE SPACES.
       01 WS-RESP-STAGING      PIC X(20) VALUE SPACES.
       01 WS-REGIONE-RICHIESTA PIC 9(2) VALUE 0.
       01 WS-AREA-RICHIESTA    PIC 9(3) VALUE 0.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-RIGA-TROVATA      PIC 9(4) VALUE 0.
       01 WS-RIGA-SUCCESSIVA   PIC 9(4) VALUE 0.
       01 WS-CONTA-USI         PIC 9(4) VALUE 0.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.

            STOP RUN.

       APERTURA.
      **************************************************************
      * CARICA REGIONI, AREE E AREE DELLE FILIALI IN TABELLA: LE    *
      * MODIFICHE AVVENGONO IN MEMORIA E REGIONI E AREE VENGONO     *
      * RISCRITTE ALLA CHIUSURA. FILE ASSENTI = ELENCHI VUOTI.      *
      **************************************************************
           MOVE ZERO TO WS-NUM-REGIONI WS-NUM-AREE WS-NUM-FIL-AREE.

           OPEN INPUT REGIONIF.
           IF WS-REGIONI-STATUS = '00'
               MOVE 'N' TO WS-REGIONI-EOF
               PERFORM CARICA-REGIONE THRU FINE-CARICA-REGIONE
                    UNTIL WS-REGIONI-EOF = 'S'
           END-IF.
           CLOSE REGIONIF.

           OPEN INPUT AREEF.
           IF WS-AREE-STATUS = '00'
               MOVE 'N' TO WS-AREE-EOF
               PERFORM CARICA-AREA THRU FINE-CARICA-AREA
                    UNTIL WS-AREE-EOF = 'S'
           END-IF.
           CLOSE AREEF.

           OPEN INPUT FILAREEF.
           IF WS-FIL-AREE-STATUS = '00'
               MOVE 'N' TO WS-FIL-AREE-EOF
               PERFORM CARICA-FIL-AREA THRU FINE-CARICA-FIL-AREA
                    UNTIL WS-FIL-AREE-EOF = 'S'
           END-IF.
           CLOSE FILAREEF.

           DISPLAY 'REGIONI PRESENTI: ' WS-NUM-REGIONI.
           DISPLAY 'AREE PRESENTI: ' WS-NUM-AREE.
       FINE-APERTURA.
            EXIT.
      *
       CARICA-REGIONE.
           READ REGIONIF INTO RIGA-REGIONE AT END
                MOVE 'S' TO WS-REGIONI-EOF
                NOT AT END
                     IF WS-NUM-REGIONI < WS-MAX-REGIONI
                         ADD 1 TO WS-NUM-REGIONI
                         MOVE RGN-CODICE
                              TO GRG-CODICE(WS-NUM-REGIONI)
                         MOVE RGN-DESC
                              TO GRG-DESC(WS-NUM-REGIONI)
                     ELSE
                         DISPLAY 'TABELLA PIENA: REGIONI TRONCATE'
                         MOVE 'S' TO WS-CARICO-PARZIALE
                         MOVE 'S' TO WS-REGIONI-EOF
                     END-IF
           END-READ.
       FINE-CARICA-REGIONE.
            EXIT.
      *
       CARICA-AREA.
           READ AREEF INTO RIGA-AREA AT END
                MOVE 'S' TO WS-AREE-EOF
                NOT AT END
                     IF WS-NUM-AREE < WS-MAX-AREE
                         ADD 1 TO WS-NUM-AREE
                         MOVE ARE-CODICE
                              TO GAR-CODICE(WS-NUM-AREE)
                         MOVE ARE-DESC
                              TO GAR-DESC(WS-NUM-AREE)
                         MOVE ARE-RESPONSABILE
                              TO GAR-RESPONSABILE(WS-NUM-AREE)
                         MOVE ARE-REGIONE
                              TO GAR-REGIONE(WS-NUM-AREE)
                     ELSE
                         DISPLAY 'TABELLA PIENA: AREE TRONCATE'
                         MOVE 'S' TO WS-CARICO-PARZIALE
                         MOVE 'S' TO WS-AREE-EOF
                     END-IF
           END-READ.
       FINE-CARICA-AREA.
            EXIT.
      *
       CARICA-FIL-AREA.
           READ FILAREEF INTO RIGA-FIL-AREA AT END
                MOVE 'S' TO WS-FIL-AREE-EOF
                NOT AT END
                     IF WS-NUM-FIL-AREE < WS-MAX-FIL-AREE
                         ADD 1 TO WS-NUM-FIL-AREE
                         MOVE FAR-FILIALE
                              TO GFA-FILIALE(WS-NUM-FIL-AREE)
                         MOVE FAR-AREA
                              TO GFA-AREA(WS-NUM-FIL-AREE)
                     END-IF
           END-READ.
       FINE-CARICA-FIL-AREA.
            EXIT.
      *
       ELABORA.
           DISPLAY 'GERARCHIA: 1-ELENCA REGIONI 2-NUOVA REGIONE'
                   ' 3-MODIFICA REGIONE 4-ELIMINA REGIONE'.
           DISPLAY '           5-ELENCA AREE 6-NUOVA AREA'
                   ' 7-MODIFICA AREA 8-ELIMINA AREA'.
           ACCEPT WS-SCELTA.

           IF WS-SCELTA = 1
               PERFORM ELENCA-REGIONI THRU FINE-ELENCA-REGIONI
           END-IF.
           IF WS-SCELTA = 2
               PERFORM AGGIUNGI-REGIONE THRU FINE-AGGIUNGI-REGIONE
           END-IF.
           IF WS-SCELTA = 3
               PERFORM MODIFICA-REGIONE THRU FINE-MODIFICA-REGIONE
           END-IF.
           IF WS-SCELTA = 4
               PERFORM ELIMINA-REGIONE THRU FINE-ELIMINA-REGIONE
           END-IF.
           IF WS-SCELTA = 5
               PERFORM ELENCA-AREE THRU FINE-ELENCA-AREE
           END-IF.
           IF WS-SCELTA = 6
               PERFORM AGGIUNGI-AREA THRU FINE-AGGIUNGI-AREA
           END-IF.
           IF WS-SCELTA = 7
               PERFORM MODIFICA-AREA THRU FINE-MODIFICA-AREA
           END-IF.
           IF WS-SCELTA = 8
               PERFORM ELIMINA-AREA THRU FINE-ELIMINA-AREA
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
       FINE-ELABORA.
            EXIT.
      *
       ELENCA-REGIONI.
           PERFORM MOSTRA-REGIONE THRU FINE-MOSTRA-REGIONE
                VARYING IND-REGIONE FROM 1 BY 1
                UNTIL IND-REGIONE > WS-NUM-REGIONI.
       FINE-ELENCA-REGIONI.
            EXIT.
      *
       MOSTRA-REGIONE.
           DISPLAY GRG-CODICE(IND-REGIONE) ' '
                   GRG-DESC(IND-REGIONE).
       FINE-MOSTRA-REGIONE.
            EXIT.
      *
       ELENCA-AREE.
           PERFORM MOSTRA-AREA THRU FINE-MOSTRA-AREA
                VARYING IND-AREA FROM 1 BY 1
                UNTIL IND-AREA > WS-NUM-AREE.
       FINE-ELENCA-AREE.
            EXIT.
      *
       MOSTRA-AREA.
           DISPLAY GAR-CODICE(IND-AREA) ' '
                   GAR-DESC(IND-AREA) ' '
                   GAR-RESPONSABILE(IND-AREA) ' REG. '
                   GAR-REGIONE(IND-AREA).
       FINE-MOSTRA-AREA.
            EXIT.
      *
       LEGGI-REGIONE-RICHIESTA.
           DISPLAY 'CODICE REGIONE (01-99)'.
           ACCEPT WS-REGIONE-STAGING.
           IF WS-REGIONE-STAGING IS NUMERIC
                   AND WS-REGIONE-STAGING NOT = ZERO
               MOVE WS-REGIONE-STAGING TO WS-REGIONE-RICHIESTA
           ELSE
               MOVE ZERO TO WS-REGIONE-RICHIESTA
               DISPLAY 'REGIONE NON VALIDA'
           END-IF.
       FINE-LEGGI-REGIONE-RICHIESTA.
            EXIT.
      *
       LEGGI-AREA-RICHIESTA.
           DISPLAY 'CODICE AREA (001-999)'.
           ACCEPT WS-AREA-STAGING.
           IF WS-AREA-STAGING IS NUMERIC
                   AND WS-AREA-STAGING NOT = ZERO
               MOVE WS-AREA-STAGING TO WS-AREA-RICHIESTA
           ELSE
               MOVE ZERO TO WS-AREA-RICHIESTA
               DISPLAY 'AREA NON VALIDA'
           END-IF.
       FINE-LEGGI-AREA-RICHIESTA.
            EXIT.
      *
       CERCA-REGIONE-IN-TABELLA.
           MOVE 'N'  TO WS-TROVATO.
           MOVE ZERO TO WS-RIGA-TROVATA.
           SET IND-REGIONE TO 1.
           PERFORM CONFRONTA-REGIONE THRU FINE-CONFRONTA-REGIONE
                UNTIL IND-REGIONE > WS-NUM-REGIONI
                   OR WS-TROVATO = 'S'.
       FINE-CERCA-REGIONE-IN-TABELLA.
            EXIT.
      *
       CONFRONTA-REGIONE.
           IF GRG-CODICE(IND-REGIONE) = WS-REGIONE-RICHIESTA
               MOVE 'S' TO WS-TROVATO
               SET WS-RIGA-TROVATA TO IND-REGIONE
           END-IF.
           SET IND-REGIONE UP BY 1.
       FINE-CONFRONTA-REGIONE.
            EXIT.
      *
       CERCA-AREA-IN-TABELLA.
           MOVE 'N'  TO WS-TROVATO.
           MOVE ZERO TO WS-RIGA-TROVATA.
           SET IND-AREA TO 1.
           PERFORM CONFRONTA-AREA THRU FINE-CONFRONTA-AREA
                UNTIL IND-AREA > WS-NUM-AREE
                   OR WS-TROVATO = 'S'.
       FINE-CERCA-AREA-IN-TABELLA.
            EXIT.
      *
       CONFRONTA-AREA.
           IF GAR-CODICE(IND-AREA) = WS-AREA-RICHIESTA
               MOVE 'S' TO WS-TROVATO
               SET WS-RIGA-TROVATA TO IND-AREA
           END-IF.
           SET IND-AREA UP BY 1.
       FINE-CONFRONTA-AREA.
            EXIT.
      *
       AGGIUNGI-REGIONE.
           PERFORM LEGGI-REGIONE-RICHIESTA
              THRU FINE-LEGGI-REGIONE-RICHIESTA.
           IF WS-REGIONE-RICHIESTA > ZERO
               PERFORM CERCA-REGIONE-IN-TABELLA
                  THRU FINE-CERCA-REGIONE-IN-TABELLA
               IF WS-TROVATO = 'S'
                   DISPLAY 'REGIONE GIA CENSITA'
               ELSE
                   IF WS-NUM-REGIONI < WS-MAX-REGIONI
                       DISPLAY 'DESCRIZIONE REGIONE'
                       ACCEPT WS-DESC-STAGING
                       ADD 1 TO WS-NUM-REGIONI
                       MOVE WS-REGIONE-RICHIESTA
                            TO GRG-CODICE(WS-NUM-REGIONI)
                       MOVE WS-DESC-STAGING
                            TO GRG-DESC(WS-NUM-REGIONI)
                       MOVE 'S' TO WS-REGIONI-MODIFICATO
                       DISPLAY 'REGIONE REGISTRATA'
                   ELSE
                       DISPLAY 'TABELLA PIENA: REGIONE RIFIUTATA'
                   END-IF
               END-IF
           END-IF.
       FINE-AGGIUNGI-REGIONE.
            EXIT.
      *
       MODIFICA-REGIONE.
           PERFORM LEGGI-REGIONE-RICHIESTA
              THRU FINE-LEGGI-REGIONE-RICHIESTA.
           IF WS-REGIONE-RICHIESTA > ZERO
               PERFORM CERCA-REGIONE-IN-TABELLA
                  THRU FINE-CERCA-REGIONE-IN-TABELLA
               IF WS-TROVATO = 'N'
                   DISPLAY 'REGIONE NON CENSITA'
               ELSE
                   DISPLAY 'DESCRIZIONE ATTUALE: '
                           GRG-DESC(WS-RIGA-TROVATA)
                   DISPLAY 'NUOVA DESCRIZIONE REGIONE'
                   ACCEPT WS-DESC-STAGING
                   MOVE WS-DESC-STAGING
                        TO GRG-DESC(WS-RIGA-TROVATA)
                   MOVE 'S' TO WS-REGIONI-MODIFICATO
                   DISPLAY 'REGIONE AGGIORNATA'
               END-IF
           END-IF.
       FINE-MODIFICA-REGIONE.
            EXIT.
      *
       ELIMINA-REGIONE.
      **************************************************************
      * UNA REGIONE CHE HA ANCORA AREE NON SI ELIMINA: LE AREE      *
      * RESTEREBBERO SENZA REGIONE E INTEGRA LE SEGNALEREBBE. PRIMA *
      * SI SPOSTANO LE AREE SU UN'ALTRA REGIONE.                    *
      **************************************************************
           PERFORM LEGGI-REGIONE-RICHIESTA
              THRU FINE-LEGGI-REGIONE-RICHIESTA.
           IF WS-REGIONE-RICHIESTA > ZERO
               PERFORM CERCA-REGIONE-IN-TABELLA
                  THRU FINE-CERCA-REGIONE-IN-TABELLA
               IF WS-TROVATO = 'N'
                   DISPLAY 'REGIONE NON CENSITA'
               ELSE
                   MOVE ZERO TO WS-CONTA-USI
                   PERFORM CONTA-AREE-REGIONE
                      THRU FINE-CONTA-AREE-REGIONE
                        VARYING IND-AREA FROM 1 BY 1
                        UNTIL IND-AREA > WS-NUM-AREE
                   IF WS-CONTA-USI > ZERO
                       DISPLAY 'REGIONE CON ' WS-CONTA-USI
                               ' AREE: SPOSTARLE PRIMA'
                   ELSE
                       PERFORM COMPATTA-REGIONI
                          THRU FINE-COMPATTA-REGIONI
                            VARYING IND-REGIONE FROM WS-RIGA-TROVATA
                            BY 1
                            UNTIL IND-REGIONE >= WS-NUM-REGIONI
                       SUBTRACT 1 FROM WS-NUM-REGIONI
                       MOVE 'S' TO WS-REGIONI-MODIFICATO
                       DISPLAY 'REGIONE ELIMINATA'
                   END-IF
               END-IF
           END-IF.
       FINE-ELIMINA-REGIONE.
            EXIT.
      *
       CONTA-AREE-REGIONE.
           IF GAR-REGIONE(IND-AREA) = WS-REGIONE-RICHIESTA
               ADD 1 TO WS-CONTA-USI
           END-IF.
       FINE-CONTA-AREE-REGIONE.
            EXIT.
      *
       COMPATTA-REGIONI.
           SET WS-RIGA-SUCCESSIVA TO IND-REGIONE.
           ADD 1 TO WS-RIGA-SUCCESSIVA.
           MOVE REGIONE-DIR(WS-RIGA-SUCCESSIVA)
                TO REGIONE-DIR(IND-REGIONE).
       FINE-COMPATTA-REGIONI.
            EXIT.
      *
       LEGGI-DATI-AREA.
      **************************************************************
      * DESCRIZIONE, RESPONSABILE E REGIONE DELL'AREA. LA REGIONE   *
      * DEVE ESSERE CENSITA: UN'AREA SENZA REGIONE NON SI REGISTRA. *
      * A REGIONE RIFIUTATA WS-REGIONE-RICHIESTA TORNA A ZERO.      *
      **************************************************************
           DISPLAY 'DESCRIZIONE AREA'.
           ACCEPT WS-DESC-STAGING.
           DISPLAY 'RESPONSABILE D''AREA'.
           ACCEPT WS-RESP-STAGING.
           PERFORM LEGGI-REGIONE-RICHIESTA
              THRU FINE-LEGGI-REGIONE-RICHIESTA.
           IF WS-REGIONE-RICHIESTA > ZERO
               PERFORM CERCA-REGIONE-IN-TABELLA
                  THRU FINE-CERCA-REGIONE-IN-TABELLA
               IF WS-TROVATO = 'N'
                   DISPLAY 'REGIONE NON CENSITA: AREA RIFIUTATA'
                   MOVE ZERO TO WS-REGIONE-RICHIESTA
               END-IF
           END-IF.
       FINE-LEGGI-DATI-AREA.
            EXIT.
      *
       AGGIUNGI-AREA.
           PERFORM LEGGI-AREA-RICHIESTA THRU FINE-LEGGI-AREA-RICHIESTA.
           IF WS-AREA-RICHIESTA > ZERO
               PERFORM CERCA-AREA-IN-TABELLA
                  THRU FINE-CERCA-AREA-IN-TABELLA
               IF WS-TROVATO = 'S'
                   DISPLAY 'AREA GIA CENSITA'
               ELSE
                   IF WS-NUM-AREE < WS-MAX-AREE
                       PERFORM LEGGI-DATI-AREA
                          THRU FINE-LEGGI-DATI-AREA
                       IF WS-REGIONE-RICHIESTA > ZERO
                           ADD 1 TO WS-NUM-AREE
                           MOVE WS-AREA-RICHIESTA
                                TO GAR-CODICE(WS-NUM-AREE)
                           MOVE WS-DESC-STAGING
                                TO GAR-DESC(WS-NUM-AREE)
                           MOVE WS-RESP-STAGING
                                TO GAR-RESPONSABILE(WS-NUM-AREE)
                           MOVE WS-REGIONE-RICHIESTA
                                TO GAR-REGIONE(WS-NUM-AREE)
                           MOVE 'S' TO WS-AREE-MODIFICATO
                           DISPLAY 'AREA REGISTRATA'
                       END-IF
                   ELSE
                       DISPLAY 'TABELLA PIENA: AREA RIFIUTATA'
                   END-IF
               END-IF
           END-IF.
       FINE-AGGIUNGI-AREA.
            EXIT.
      *
       MODIFICA-AREA.
           PERFORM LEGGI-AREA-RICHIESTA THRU FINE-LEGGI-AREA-RICHIESTA.
           IF WS-AREA-RICHIESTA > ZERO
               PERFORM CERCA-AREA-IN-TABELLA
                  THRU FINE-CERCA-AREA-IN-TABELLA
               IF WS-TROVATO = 'N'
                   DISPLAY 'AREA NON CENSITA'
               ELSE
                   MOVE WS-RIGA-TROVATA TO WS-RIGA-SUCCESSIVA
                   DISPLAY 'DATI ATTUALI: '
                           GAR-DESC(WS-RIGA-SUCCESSIVA) ' '
                           GAR-RESPONSABILE(WS-RIGA-SUCCESSIVA)
                           ' REG. ' GAR-REGIONE(WS-RIGA-SUCCESSIVA)
                   PERFORM LEGGI-DATI-AREA THRU FINE-LEGGI-DATI-AREA
                   IF WS-REGIONE-RICHIESTA > ZERO
                       MOVE WS-DESC-STAGING
                            TO GAR-DESC(WS-RIGA-SUCCESSIVA)
                       MOVE WS-RESP-STAGING
                            TO GAR-RESPONSABILE(WS-RIGA-SUCCESSIVA)
                       MOVE WS-REGIONE-RICHIESTA
                            TO GAR-REGIONE(WS-RIGA-SUCCESSIVA)
                       MOVE 'S' TO WS-AREE-MODIFICATO
                       DISPLAY 'AREA AGGIORNATA'
                   END-IF
               END-IF
           END-IF.
       FINE-MODIFICA-AREA.
            EXIT.
      *
       ELIMINA-AREA.
      **************************************************************
      * UN'AREA CHE HA ANCORA FILIALI NON SI ELIMINA: PRIMA SI      *
      * RIASSEGNANO LE FILIALI CON INDICI (SCELTA AREA FILIALE).    *
      **************************************************************
           PERFORM LEGGI-AREA-RICHIESTA THRU FINE-LEGGI-AREA-RICHIESTA.
           IF WS-AREA-RICHIESTA > ZERO
               PERFORM CERCA-AREA-IN-TABELLA
                  THRU FINE-CERCA-AREA-IN-TABELLA
               IF WS-TROVATO = 'N'
                   DISPLAY 'AREA NON CENSITA'
               ELSE
                   MOVE ZERO TO WS-CONTA-USI
                   PERFORM CONTA-FILIALI-AREA
                      THRU FINE-CONTA-FILIALI-AREA
                        VARYING IND-FIL-AREA FROM 1 BY 1
                        UNTIL IND-FIL-AREA > WS-NUM-FIL-AREE
                   IF WS-CONTA-USI > ZERO
                       DISPLAY 'AREA CON ' WS-CONTA-USI
                               ' FILIALI: RIASSEGNARLE PRIMA'
                   ELSE
                       PERFORM COMPATTA-AREE THRU FINE-COMPATTA-AREE
                            VARYING IND-AREA FROM WS-RIGA-TROVATA
                            BY 1
                            UNTIL IND-AREA >= WS-NUM-AREE
                       SUBTRACT 1 FROM WS-NUM-AREE
                       MOVE 'S' TO WS-AREE-MODIFICATO
                       DISPLAY 'AREA ELIMINATA'
                   END-IF
               END-IF
           END-IF.
       FINE-ELIMINA-AREA.
            EXIT.
      *
       CONTA-FILIALI-AREA.
           IF GFA-AREA(IND-FIL-AREA) = WS-AREA-RICHIESTA
               ADD 1 TO WS-CONTA-USI
           END-IF.
       FINE-CONTA-FILIALI-AREA.
            EXIT.
      *
       COMPATTA-AREE.
           SET WS-RIGA-SUCCESSIVA TO IND-AREA.
           ADD 1 TO WS-RIGA-SUCCESSIVA.
           MOVE AREA-DIR(WS-RIGA-SUCCESSIVA) TO AREA-DIR(IND-AREA).
       FINE-COMPATTA-AREE.
            EXIT.
      *
       CHIUSURA.
      **************************************************************
      * RISCRIVE REGIONI E AREE SE LA SESSIONE LE HA MODIFICATE.    *
      * SE IL CARICAMENTO ERA INCOMPLETO NON SI RISCRIVE NULLA PER  *
      * NON PERDERE RIGHE.                                          *
      **************************************************************
           IF WS-CARICO-PARZIALE = 'S'
               DISPLAY 'CARICAMENTO INCOMPLETO: TABELLE NON'
                       ' RISCRITTE, MODIFICHE NON SALVATE'
           ELSE
               IF WS-REGIONI-MODIFICATO = 'S'
                   OPEN OUTPUT REGIONIF
                   PERFORM RISCRIVI-REGIONE THRU FINE-RISCRIVI-REGIONE
                        VARYING IND-REGIONE FROM 1 BY 1
                        UNTIL IND-REGIONE > WS-NUM-REGIONI
                   CLOSE REGIONIF
               END-IF
               IF WS-AREE-MODIFICATO = 'S'
                   OPEN OUTPUT AREEF
                   PERFORM RISCRIVI-AREA THRU FINE-RISCRIVI-AREA
                        VARYING IND-AREA FROM 1 BY 1
                        UNTIL IND-AREA > WS-NUM-AREE
                   CLOSE AREEF
               END-IF
           END-IF.
           DISPLAY 'REGIONI PRESENTI: ' WS-NUM-REGIONI.
           DISPLAY 'AREE PRESENTI: ' WS-NUM-AREE.
       FINE-CHIUSURA.
            EXIT.
      *
       RISCRIVI-REGIONE.
           MOVE GRG-CODICE(IND-REGIONE) TO RGN-CODICE.
           MOVE GRG-DESC(IND-REGIONE)   TO RGN-DESC.
           WRITE REC-REGIONIF FROM RIGA-REGIONE.
       FINE-RISCRIVI-REGIONE.
            EXIT.
      *
       RISCRIVI-AREA.
           MOVE GAR-CODICE(IND-AREA)       TO ARE-CODICE.
           MOVE GAR-DESC(IND-AREA)         TO ARE-DESC.
           MOVE GAR-RESPONSABILE(IND-AREA) TO ARE-RESPONSABILE.
           MOVE GAR-REGIONE(IND-AREA)      TO ARE-REGIONE.
           WRITE REC-AREEF FROM RIGA-AREA.
       FINE-RISCRIVI-AREA.
            EXIT.
