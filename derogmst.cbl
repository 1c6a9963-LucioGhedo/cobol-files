      * (CONIUGI CON COGNOMI DIVERSI), 'SEPARA' STACCA UN ID IN
      * UNA FAMIGLIA A SE' (COINQUILINI OMONIMI). FAMIGLIE LE
      * APPLICA DOPO LA SUA ROTTURA ORDINARIA.
      * LE PROPOSTE CHE PROPFAM RICAVA OGNI NOTTE DAGLI INDIRIZZI
      * (FAMIGLIE-PROPOSTE.TXT) SI ACCETTANO O SI RESPINGONO DA QUI:
      * ACCETTARE UNA PROPOSTA REGISTRA LE DEROGHE CORRISPONDENTI
      * (PER 'UNISCI' CON UN NUMERO DI GRUPPO NUOVO), RESPINGERLA LA
      * TOGLIE DALLE PROPOSTE DELLE NOTTI SUCCESSIVE.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEROGHE-STATUS.
      * REGISTRO DELLE PROPOSTE DI PROPFAM, RILETTO E RISCRITTO

           SELECT OPTIONAL PROPOSTEF ASSIGN TO 'FAMIGLIE-PROPOSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
            DATA RECORD IS REC-DEROGA.
       01 REC-DEROGA  PIC X(16).

       FD   PROPOSTEF
            DATA RECORD IS REC-PROPOSTA.
       01 REC-PROPOSTA  PIC X(92).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
       01 WS-RIGA-TROVATA      PIC 9(3) VALUE 0.
       01 WS-NUMERO-EDIT       PIC ZZ9.

      ************************************************************
      *      PROPOSTE DI DEROGA DA INDIRIZZI (PROPFAM)              *
      ************************************************************
       COPY PROPOSTE.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-NUMERO-STAGING    PIC X(5) VALUE SPACES.
       01 WS-NUMERO-PROPOSTA   PIC 9(5) VALUE 0.
       01 WS-DECISIONE         PIC X VALUE SPACE.
       01 WS-CONTA-ATTESA      PIC 9(4) VALUE 0.
       01 WS-CONTA-RIGHE-PROP  PIC 9(4) VALUE 0.
       01 WS-CONTA-GIA-DEROGA  PIC 9(4) VALUE 0.
       01 WS-TIPO-PROPOSTA     PIC X(6) VALUE SPACES.
       01 WS-GRUPPO-MAX        PIC 9(4) VALUE 0.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.
               DISPLAY 'ELENCO DEROGHE NUOVO'
           END-IF.
           DISPLAY 'DEROGHE PRESENTI: ' WS-NUM-RIGHE.
           PERFORM CARICA-PROPOSTE THRU FINE-CARICA-PROPOSTE.
           IF WS-PROPOSTE-PARZIALE = 'S'
               DISPLAY 'TABELLA PIENA: REGISTRO PROPOSTE TRONCATO'
           END-IF.
           PERFORM CONTA-ATTESA THRU FINE-CONTA-ATTESA.
           DISPLAY 'PROPOSTE IN ATTESA DI DECISIONE: ' WS-CONTA-ATTESA.
       FINE-APERTURA.
            EXIT.
      *
      *
       ELABORA.
           DISPLAY 'DEROGHE FAMIGLIE: 1-ELENCA 2-UNISCI'
                   ' 3-SEPARA 4-RIMUOVI 5-PROPOSTE 6-DECIDI PROPOSTA'.
           ACCEPT WS-SCELTA.

           IF WS-SCELTA = 1
           IF WS-SCELTA = 4
               PERFORM RIMUOVI THRU FINE-RIMUOVI
           END-IF.
           IF WS-SCELTA = 5
               PERFORM ELENCA-PROPOSTE THRU FINE-ELENCA-PROPOSTE
           END-IF.
           IF WS-SCELTA = 6
               PERFORM DECIDI-PROPOSTA THRU FINE-DECIDI-PROPOSTA
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
               CLOSE DEROGHEF
           END-IF.
           DISPLAY 'DEROGHE PRESENTI: ' WS-NUM-RIGHE.
           PERFORM RISCRIVI-PROPOSTE THRU FINE-RISCRIVI-PROPOSTE.
       FINE-CHIUSURA.
            EXIT.
      *
           WRITE REC-DEROGA.
       FINE-RISCRIVI-RIGA.
            EXIT.
      *
       CARICA-PROPOSTE.
      **************************************************************
      * CARICA IN TABELLA IL REGISTRO DELLE PROPOSTE DI PROPFAM. SE *
      * LA TABELLA SI RIEMPIE IL REGISTRO NON SI RISCRIVE E LE      *
      * PROPOSTE NON SI DECIDONO, PER NON PERDERE RIGHE.            *
      **************************************************************
           MOVE ZERO TO WS-NUM-PROPOSTE.
           MOVE 'N'  TO WS-PROPOSTE-EOF.
           MOVE 'N'  TO WS-PROPOSTE-PARZIALE.
           MOVE 'N'  TO WS-PROPOSTE-MODIFICATO.
           OPEN INPUT PROPOSTEF.
           IF WS-PROPOSTE-STATUS = '00'
               PERFORM LEGGI-PROPOSTA THRU FINE-LEGGI-PROPOSTA
                    UNTIL WS-PROPOSTE-EOF = 'S'
           END-IF.
           CLOSE PROPOSTEF.
       FINE-CARICA-PROPOSTE.
            EXIT.
      *
       LEGGI-PROPOSTA.
           READ PROPOSTEF INTO RIGA-PROPOSTA AT END
                MOVE 'S' TO WS-PROPOSTE-EOF
                NOT AT END
                     IF WS-NUM-PROPOSTE < WS-MAX-PROPOSTE
                         ADD 1 TO WS-NUM-PROPOSTE
                         SET IND-PROPOSTA TO WS-NUM-PROPOSTE
                         MOVE PRP-NUMERO  TO TP-NUMERO(IND-PROPOSTA)
                         MOVE PRP-TIPO    TO TP-TIPO(IND-PROPOSTA)
                         MOVE PRP-ID      TO TP-ID(IND-PROPOSTA)
                         MOVE PRP-COGNOME TO TP-COGNOME(IND-PROPOSTA)
                         MOVE PRP-CITTA   TO TP-CITTA(IND-PROPOSTA)
                         MOVE PRP-VIA     TO TP-VIA(IND-PROPOSTA)
                         MOVE PRP-CIVICO  TO TP-CIVICO(IND-PROPOSTA)
                         MOVE PRP-DATA    TO TP-DATA(IND-PROPOSTA)
                         MOVE PRP-ESITO   TO TP-ESITO(IND-PROPOSTA)
                         MOVE PRP-DATA-ESITO
                              TO TP-DATA-ESITO(IND-PROPOSTA)
                         MOVE PRP-SIGLA   TO TP-SIGLA(IND-PROPOSTA)
                     ELSE
                         MOVE 'S' TO WS-PROPOSTE-PARZIALE
                         MOVE 'S' TO WS-PROPOSTE-EOF
                     END-IF
           END-READ.
       FINE-LEGGI-PROPOSTA.
            EXIT.
      *
       CONTA-ATTESA.
           MOVE ZERO TO WS-CONTA-ATTESA.
           PERFORM CONTA-UNA-ATTESA THRU FINE-CONTA-UNA-ATTESA
                VARYING IND-PROPOSTA FROM 1 BY 1
                UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE.
       FINE-CONTA-ATTESA.
            EXIT.
      *
       CONTA-UNA-ATTESA.
           IF TP-ESITO(IND-PROPOSTA) = SPACE
               ADD 1 TO WS-CONTA-ATTESA
           END-IF.
       FINE-CONTA-UNA-ATTESA.
            EXIT.
      *
       ELENCA-PROPOSTE.
           IF WS-CONTA-ATTESA = ZERO
               DISPLAY 'NESSUNA PROPOSTA IN ATTESA'
           END-IF.
           MOVE ZERO TO WS-NUMERO-PROPOSTA.
           PERFORM MOSTRA-PROPOSTA THRU FINE-MOSTRA-PROPOSTA
                VARYING IND-PROPOSTA FROM 1 BY 1
                UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE.
       FINE-ELENCA-PROPOSTE.
            EXIT.
      *
       MOSTRA-PROPOSTA.
      **************************************************************
      * CON WS-NUMERO-PROPOSTA A ZERO MOSTRA TUTTE LE RIGHE IN      *
      * ATTESA, ALTRIMENTI SOLO QUELLE DELLA PROPOSTA INDICATA.     *
      **************************************************************
           IF TP-ESITO(IND-PROPOSTA) = SPACE
                   AND (WS-NUMERO-PROPOSTA = ZERO
                        OR TP-NUMERO(IND-PROPOSTA)
                           = WS-NUMERO-PROPOSTA)
               DISPLAY TP-NUMERO(IND-PROPOSTA) ' '
                       TP-TIPO(IND-PROPOSTA) ' '
                       TP-ID(IND-PROPOSTA) ' '
                       TP-COGNOME(IND-PROPOSTA) ' '
                       TP-CITTA(IND-PROPOSTA) ' '
                       TP-VIA(IND-PROPOSTA) ' '
                       TP-CIVICO(IND-PROPOSTA) ' DAL '
                       TP-DATA(IND-PROPOSTA)
           END-IF.
       FINE-MOSTRA-PROPOSTA.
            EXIT.
      *
       DECIDI-PROPOSTA.
      **************************************************************
      * MOSTRA LE RIGHE DELLA PROPOSTA E REGISTRA LA DECISIONE:     *
      * A = ACCETTA (LE DEROGHE ENTRANO IN ELENCO), R = RESPINGI    *
      * (PROPFAM NON LA RIPROPONE), 0 = RINVIA. UNA 'UNISCI' SI     *
      * ACCETTA SOLO SE NESSUNA DELLE SUE PERSONE E' GIA' IN        *
      * DEROGA: ALTRIMENTI SI RIMUOVE PRIMA QUELLA ESISTENTE.       *
      **************************************************************
           IF WS-PROPOSTE-PARZIALE = 'S'
               DISPLAY 'REGISTRO PROPOSTE INCOMPLETO IN TABELLA:'
                       ' DECISIONI NON AMMESSE'
           ELSE
               DISPLAY 'NUMERO DELLA PROPOSTA'
               ACCEPT WS-NUMERO-STAGING
               MOVE ZERO TO WS-NUMERO-PROPOSTA
               IF WS-NUMERO-STAGING IS NUMERIC
                   MOVE WS-NUMERO-STAGING TO WS-NUMERO-PROPOSTA
               END-IF
               MOVE ZERO   TO WS-CONTA-RIGHE-PROP
               MOVE ZERO   TO WS-CONTA-GIA-DEROGA
               MOVE SPACES TO WS-TIPO-PROPOSTA
               IF WS-NUMERO-PROPOSTA > ZERO
                   PERFORM ESAMINA-RIGA-PROPOSTA
                      THRU FINE-ESAMINA-RIGA-PROPOSTA
                        VARYING IND-PROPOSTA FROM 1 BY 1
                        UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE
               END-IF
               IF WS-CONTA-RIGHE-PROP = ZERO
                   DISPLAY 'PROPOSTA INESISTENTE O GIA DECISA'
               ELSE
                   PERFORM MOSTRA-PROPOSTA THRU FINE-MOSTRA-PROPOSTA
                        VARYING IND-PROPOSTA FROM 1 BY 1
                        UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE
                   DISPLAY 'DECISIONE: A-ACCETTA R-RESPINGI 0-RINVIA'
                   ACCEPT WS-DECISIONE
                   IF WS-DECISIONE = 'A'
                       PERFORM ACCETTA-PROPOSTA
                          THRU FINE-ACCETTA-PROPOSTA
                   ELSE
                       IF WS-DECISIONE = 'R'
                           PERFORM SEGNA-PROPOSTA
                              THRU FINE-SEGNA-PROPOSTA
                                VARYING IND-PROPOSTA FROM 1 BY 1
                                UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE
                           DISPLAY 'PROPOSTA RESPINTA: NON SARA'''
                                   ' RIPROPOSTA'
                       ELSE
                           DISPLAY 'DECISIONE RINVIATA'
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-NUMERO-PROPOSTA.
       FINE-DECIDI-PROPOSTA.
            EXIT.
      *
       ESAMINA-RIGA-PROPOSTA.
           IF TP-ESITO(IND-PROPOSTA) = SPACE
                   AND TP-NUMERO(IND-PROPOSTA) = WS-NUMERO-PROPOSTA
               ADD 1 TO WS-CONTA-RIGHE-PROP
               MOVE TP-TIPO(IND-PROPOSTA) TO WS-TIPO-PROPOSTA
               MOVE TP-ID(IND-PROPOSTA)   TO WS-ID-RICHIESTO
               PERFORM CERCA-ID-IN-TABELLA
                  THRU FINE-CERCA-ID-IN-TABELLA
               IF WS-TROVATO = 'S'
                   ADD 1 TO WS-CONTA-GIA-DEROGA
                   DISPLAY 'ID GIA IN DEROGA: ' WS-ID-RICHIESTO
               END-IF
           END-IF.
       FINE-ESAMINA-RIGA-PROPOSTA.
            EXIT.
      *
       ACCETTA-PROPOSTA.
      **************************************************************
      * UNA 'UNISCI' RICEVE IL PRIMO NUMERO DI GRUPPO DOPO IL PIU'  *
      * ALTO GIA' IN ELENCO; LE DEROGHE SI REGISTRANO TUTTE O       *
      * NESSUNA.                                                    *
      **************************************************************
           MOVE ZERO TO WS-GRUPPO-RICHIESTO.
           IF WS-TIPO-PROPOSTA = 'UNISCI'
               MOVE ZERO TO WS-GRUPPO-MAX
               PERFORM CERCA-GRUPPO-MAX THRU FINE-CERCA-GRUPPO-MAX
                    VARYING IND-DER FROM 1 BY 1
                    UNTIL IND-DER > WS-NUM-RIGHE
               ADD 1 TO WS-GRUPPO-MAX
               IF WS-GRUPPO-MAX < 1000
                   MOVE WS-GRUPPO-MAX TO WS-GRUPPO-RICHIESTO
               END-IF
           END-IF.
           IF WS-CARICO-PARZIALE = 'S'
               DISPLAY 'ELENCO DEROGHE INCOMPLETO: PROPOSTA NON'
                       ' ACCETTABILE'
           ELSE
               IF WS-CONTA-GIA-DEROGA > ZERO
                   DISPLAY 'PERSONE GIA IN DEROGA: RIMUOVERE PRIMA'
                           ' QUELLE ESISTENTI'
               ELSE
                   IF WS-NUM-RIGHE + WS-CONTA-RIGHE-PROP
                           > WS-MAX-RIGHE
                       DISPLAY 'TABELLA PIENA: PROPOSTA RIFIUTATA'
                   ELSE
                       IF WS-TIPO-PROPOSTA = 'UNISCI'
                               AND WS-GRUPPO-RICHIESTO = ZERO
                           DISPLAY 'NUMERI DI GRUPPO ESAURITI:'
                                   ' PROPOSTA RIFIUTATA'
                       ELSE
                           MOVE 'A' TO WS-DECISIONE
                           PERFORM SEGNA-PROPOSTA
                              THRU FINE-SEGNA-PROPOSTA
                                VARYING IND-PROPOSTA FROM 1 BY 1
                                UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE
                           IF WS-TIPO-PROPOSTA = 'UNISCI'
                               MOVE WS-GRUPPO-RICHIESTO
                                    TO WS-NUMERO-EDIT
                               DISPLAY 'PROPOSTA ACCETTATA: GRUPPO '
                                       WS-NUMERO-EDIT
                           ELSE
                               DISPLAY 'PROPOSTA ACCETTATA'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-ACCETTA-PROPOSTA.
            EXIT.
      *
       CERCA-GRUPPO-MAX.
           MOVE TD-RIGA(IND-DER) TO RIGA-DEROGA.
           IF DER-TIPO = 'UNISCI' AND DER-GRUPPO IS NUMERIC
                   AND DER-GRUPPO > WS-GRUPPO-MAX
               MOVE DER-GRUPPO TO WS-GRUPPO-MAX
           END-IF.
       FINE-CERCA-GRUPPO-MAX.
            EXIT.
      *
       SEGNA-PROPOSTA.
      **************************************************************
      * REGISTRA LA DECISIONE IN WS-DECISIONE SULLE RIGHE IN ATTESA *
      * DELLA PROPOSTA; SE ACCETTATA, OGNI RIGA DIVENTA UNA DEROGA. *
      **************************************************************
           IF TP-ESITO(IND-PROPOSTA) = SPACE
                   AND TP-NUMERO(IND-PROPOSTA) = WS-NUMERO-PROPOSTA
               MOVE WS-DECISIONE      TO TP-ESITO(IND-PROPOSTA)
               MOVE WS-DATA-OGGI      TO TP-DATA-ESITO(IND-PROPOSTA)
               MOVE WS-OPERATORE-CORR TO TP-SIGLA(IND-PROPOSTA)
               MOVE 'S' TO WS-PROPOSTE-MODIFICATO
               SUBTRACT 1 FROM WS-CONTA-ATTESA
               IF WS-DECISIONE = 'A'
                   MOVE TP-TIPO(IND-PROPOSTA) TO DER-TIPO
                   MOVE TP-ID(IND-PROPOSTA)   TO DER-ID
                   MOVE WS-GRUPPO-RICHIESTO   TO DER-GRUPPO
                   ADD 1 TO WS-NUM-RIGHE
                   MOVE RIGA-DEROGA TO TD-RIGA(WS-NUM-RIGHE)
               END-IF
           END-IF.
       FINE-SEGNA-PROPOSTA.
            EXIT.
      *
       RISCRIVI-PROPOSTE.
           IF WS-PROPOSTE-MODIFICATO = 'S'
               IF WS-PROPOSTE-PARZIALE = 'S'
                   DISPLAY 'REGISTRO PROPOSTE INCOMPLETO IN TABELLA:'
                           ' NON RISCRITTO'
               ELSE
                   OPEN OUTPUT PROPOSTEF
                   PERFORM SCRIVI-UNA-PROPOSTA
                      THRU FINE-SCRIVI-UNA-PROPOSTA
                        VARYING IND-PROPOSTA FROM 1 BY 1
                        UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE
                   CLOSE PROPOSTEF
               END-IF
           END-IF.
           DISPLAY 'PROPOSTE ANCORA IN ATTESA: ' WS-CONTA-ATTESA.
       FINE-RISCRIVI-PROPOSTE.
            EXIT.
      *
       SCRIVI-UNA-PROPOSTA.
           MOVE TP-NUMERO(IND-PROPOSTA)     TO PRP-NUMERO.
           MOVE TP-TIPO(IND-PROPOSTA)       TO PRP-TIPO.
           MOVE TP-ID(IND-PROPOSTA)         TO PRP-ID.
           MOVE TP-COGNOME(IND-PROPOSTA)    TO PRP-COGNOME.
           MOVE TP-CITTA(IND-PROPOSTA)      TO PRP-CITTA.
           MOVE TP-VIA(IND-PROPOSTA)        TO PRP-VIA.
           MOVE TP-CIVICO(IND-PROPOSTA)     TO PRP-CIVICO.
           MOVE TP-DATA(IND-PROPOSTA)       TO PRP-DATA.
           MOVE TP-ESITO(IND-PROPOSTA)      TO PRP-ESITO.
           MOVE TP-DATA-ESITO(IND-PROPOSTA) TO PRP-DATA-ESITO.
           MOVE TP-SIGLA(IND-PROPOSTA)      TO PRP-SIGLA.
           WRITE REC-PROPOSTA FROM RIGA-PROPOSTA.
       FINE-SCRIVI-UNA-PROPOSTA.
            EXIT.
