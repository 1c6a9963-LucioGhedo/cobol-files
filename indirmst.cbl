      * RECAPITO, VALIDATA CONTRO CITTA.IDX COME NEI CARICATORI.
      * SENZA QUESTO MASTER LE LETTERE ALLE FAMIGLIE PARTONO SENZA
      * VIA E NUMERO E NON SONO RECAPITABILI.
      * VIA E CAP VENGONO CONTROLLATI CONTRO LO STRADARIO DELLA
      * CITTA (MODULO STRADARI): A VIDEO SI PROPONE LA VIA PIU'
      * VICINA E IL SUO CAP, IN BATCH E AL CARICAMENTO LA
      * DIFFORMITA' FINISCE SU ECCEZIONI.TXT SENZA BLOCCARE.
      *
       ENVIRONMENT DIVISION.
      *
      ************************************************************
       01 WS-RETURN-CODE       PIC 9 VALUE ZERO.

      ************************************************************
      *      ESITO DEL CONTROLLO CONTRO LO STRADARIO (STRADARI):    *
      *      VIA E CAP SUGGERITI DA PROPORRE ALL'OPERATORE          *
      ************************************************************
       01 WS-ESITO-STRADA      PIC X VALUE SPACE.
       01 WS-VIA-SUGGERITA     PIC X(20) VALUE SPACES.
       01 WS-CAP-SUGGERITO     PIC X(5) VALUE SPACES.
       01 WS-ACCETTA-SUGG      PIC X VALUE 'N'.

      ************************************************************
      *      AREE PER L'ESECUZIONE SENZA OPERATORE (BATCH)          *
      ************************************************************
                  THRU FINE-RICHIEDI-DATI-INDIRIZZO
               PERFORM CONTROLLA-CITTA-RECAPITO
                  THRU FINE-CONTROLLA-CITTA-RECAPITO
               PERFORM CONTROLLA-VIA-STRADARIO
                  THRU FINE-CONTROLLA-VIA-STRADARIO
               WRITE REC-PRIMOF FROM WS-RECORD INVALID KEY
                    DISPLAY 'INDIRIZZO GIA ESISTENTE'
                    MOVE 'AGGIUNGI-INDIRIZZO' TO ECC-PARAGRAFO
           SET IND-CITTA-MST UP BY 1.
       FINE-CERCA-CITTA-MST.
            EXIT.
      *
       CONTROLLA-VIA-STRADARIO.
      **************************************************************
      * CONTROLLA VIA E CAP CONTRO LO STRADARIO DELLA CITTA. A      *
      * VIDEO (AGGIUNTA E MODIFICA) SI MOSTRA LA VIA PIU' VICINA O  *
      * IL CAP GIUSTO E L'OPERATORE PUO' ACCETTARLI; IN BATCH E AL  *
      * CARICAMENTO INIZIALE, O SE IL SUGGERIMENTO VIENE RIFIUTATO, *
      * LA DIFFORMITA' FINISCE SU ECCEZIONI.TXT SENZA BLOCCARE,     *
      * COME PER LA CITTA NON CENSITA. SENZA STRADARIO, O PER UNA   *
      * CITTA ANCORA SENZA VIE, IL CONTROLLO NON SI FA.             *
      **************************************************************
           CALL 'STRADARI' USING WS-IDX-CITTA WS-IDX-VIA WS-IDX-CAP
                                 WS-ESITO-STRADA WS-VIA-SUGGERITA
                                 WS-CAP-SUGGERITO.
           MOVE 'N' TO WS-ACCETTA-SUGG.
           IF WS-ESITO-STRADA = 'C' OR WS-ESITO-STRADA = 'V'
               IF WS-BATCH-MODE = 'N' AND WS-SCELTA NOT = 6
                   IF WS-ESITO-STRADA = 'C'
                       DISPLAY 'CAP DIVERSO DA QUELLO DELLO STRADARIO: '
                               WS-CAP-SUGGERITO
                   ELSE
                       DISPLAY 'VIA NON TROVATA NELLO STRADARIO,'
                               ' FORSE: ' WS-VIA-SUGGERITA ' '
                               WS-CAP-SUGGERITO
                   END-IF
                   DISPLAY 'ACCETTI IL SUGGERIMENTO? (S/N)'
                   ACCEPT WS-ACCETTA-SUGG
               END-IF
           END-IF.
           IF WS-ACCETTA-SUGG = 'S'
               MOVE WS-VIA-SUGGERITA TO WS-IDX-VIA
               MOVE WS-CAP-SUGGERITO TO WS-IDX-CAP
           ELSE
               IF WS-ESITO-STRADA = 'C' OR WS-ESITO-STRADA = 'V'
                       OR WS-ESITO-STRADA = 'N'
                   PERFORM SEGNALA-VIA-STRADARIO
                      THRU FINE-SEGNALA-VIA-STRADARIO
               END-IF
           END-IF.
       FINE-CONTROLLA-VIA-STRADARIO.
            EXIT.
      *
       SEGNALA-VIA-STRADARIO.
           MOVE 'CONTROLLA-VIA'   TO ECC-PARAGRAFO.
           MOVE WS-INDIRM-ID      TO ECC-CHIAVE.
           MOVE SPACES            TO ECC-DESCRIZIONE.
           IF WS-ESITO-STRADA = 'C'
               STRING 'CAP NON DA STRADARIO, ATTESO '
                      WS-CAP-SUGGERITO DELIMITED BY SIZE
                      INTO ECC-DESCRIZIONE
           END-IF.
           IF WS-ESITO-STRADA = 'V'
               STRING 'VIA IGNOTA, FORSE ' WS-VIA-SUGGERITA
                      DELIMITED BY SIZE INTO ECC-DESCRIZIONE
           END-IF.
           IF WS-ESITO-STRADA = 'N'
               MOVE 'VIA NON PRESENTE NELLO STRADARIO'
                    TO ECC-DESCRIZIONE
           END-IF.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-VIA-STRADARIO.
            EXIT.
      *
       MODIFICA-INDIRIZZO.
           IF WS-BATCH-MODE = 'S'
                       THRU FINE-RICHIEDI-DATI-INDIRIZZO
                    PERFORM CONTROLLA-CITTA-RECAPITO
                       THRU FINE-CONTROLLA-CITTA-RECAPITO
                    PERFORM CONTROLLA-VIA-STRADARIO
                       THRU FINE-CONTROLLA-VIA-STRADARIO
                    REWRITE REC-PRIMOF FROM WS-RECORD INVALID KEY
                         DISPLAY 'ERRORE IN MODIFICA'
                         MOVE 'MODIFICA-INDIRIZZO' TO ECC-PARAGRAFO
                     MOVE IND-CITTA      TO WS-IDX-CITTA
                     PERFORM CONTROLLA-CITTA-RECAPITO
                        THRU FINE-CONTROLLA-CITTA-RECAPITO
                     PERFORM CONTROLLA-VIA-STRADARIO
                        THRU FINE-CONTROLLA-VIA-STRADARIO
                     WRITE REC-PRIMOF FROM WS-RECORD INVALID KEY
                          DISPLAY 'CODICE DUPLICATO IN CARICAMENTO'
                          MOVE 'CARICA-INDIRIZZO' TO ECC-PARAGRAFO
