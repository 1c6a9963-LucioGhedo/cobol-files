      * RECORD CHE VIOLANO CIASCUNA REGOLA, CON DETTAGLIO PER
      * CITTA E CONFRONTO CON L'ESECUZIONE PRECEDENTE: E' IL
      * DOCUMENTO DA RIMANDARE AL FORNITORE DEI DATI
      * OGNI CAMPO IN VIOLAZIONE DI UNA PERSONA E' ANCHE UN RILIEVO
      * IN RILIEVI.TXT (MODULO RILIEVO), DA CUI CORREZ RICAVA LA
      * CODA DELLE CORREZIONI PER FILIALE
      *
       ENVIRONMENT DIVISION.
      *

       01 FINE-FILE PIC X VALUE SPACES.

      ************************************************************
      *      RILIEVI SULLE PERSONE PER LA CODA DELLE CORREZIONI     *
      *      (MODULO RILIEVO): UNO PER CAMPO IN VIOLAZIONE          *
      ************************************************************
       COPY RILIEVO.
       01 WS-CONTA-RILIEVI     PIC 9(7) VALUE 0.

      ************************************************************
      *      PUNTEGGI DELL'ESECUZIONE PRECEDENTE                    *
      ************************************************************
                   AND WS-RIGA-CITTA > ZERO
               ADD 1 TO CP-ERR-NOME(WS-RIGA-CITTA)
           END-IF.
           MOVE 'NOME' TO RIL-TIPO.
           PERFORM SEGNALA-CAMPO THRU FINE-SEGNALA-CAMPO.

           MOVE COGNOME TO WS-QC-CAMPO.
           MOVE 3       TO WS-BASE-REGOLA.
                   AND WS-RIGA-CITTA > ZERO
               ADD 1 TO CP-ERR-COGN(WS-RIGA-CITTA)
           END-IF.
           MOVE 'COGNOME' TO RIL-TIPO.
           PERFORM SEGNALA-CAMPO THRU FINE-SEGNALA-CAMPO.

           MOVE CITTA TO WS-QC-CAMPO.
           MOVE 6     TO WS-BASE-REGOLA.
                   AND WS-RIGA-CITTA > ZERO
               ADD 1 TO CP-ERR-CITTA(WS-RIGA-CITTA)
           END-IF.
           MOVE 'CITTA' TO RIL-TIPO.
           PERFORM SEGNALA-CAMPO THRU FINE-SEGNALA-CAMPO.

           IF ANNI IS NOT NUMERIC
               ADD 1 TO TOT-REGOLA(10)
               IF WS-RIGA-CITTA > ZERO
                   ADD 1 TO CP-ERR-ANNI(WS-RIGA-CITTA)
               END-IF
               MOVE 'ANNI'                TO RIL-TIPO
               MOVE NOME-REGOLA(10)       TO RIL-DETTAGLIO
               PERFORM SEGNALA-RILIEVO THRU FINE-SEGNALA-RILIEVO
           END-IF.

           READ PRIMOF INTO WS-PRIMOF AT END
           END-IF.
       FINE-ANALIZZA-CAMPO.
            EXIT.
      *
       SEGNALA-CAMPO.
      **************************************************************
      * UN CAMPO IN VIOLAZIONE E' UN RILIEVO SULLA PERSONA, CON LA  *
      * PRIMA REGOLA VIOLATA COME DETTAGLIO: LA CORREZIONE E' UNA   *
      * SOLA PER CAMPO, QUALUNQUE SIANO LE REGOLE VIOLATE.          *
      **************************************************************
           IF WS-QC-CIFRA = 'S' OR WS-QC-SPAZIO-INIZ = 'S'
                   OR WS-QC-SPAZIO-DOPPIO = 'S'
               IF WS-QC-CIFRA = 'S'
                   COMPUTE IND-REGOLA = WS-BASE-REGOLA + 1
               ELSE
                   IF WS-QC-SPAZIO-INIZ = 'S'
                       COMPUTE IND-REGOLA = WS-BASE-REGOLA + 2
                   ELSE
                       COMPUTE IND-REGOLA = WS-BASE-REGOLA + 3
                   END-IF
               END-IF
               MOVE NOME-REGOLA(IND-REGOLA) TO RIL-DETTAGLIO
               PERFORM SEGNALA-RILIEVO THRU FINE-SEGNALA-RILIEVO
           END-IF.
       FINE-SEGNALA-CAMPO.
            EXIT.
      *
       SEGNALA-RILIEVO.
           MOVE 'S'         TO RIL-AZIONE.
           MOVE 'PAGELLA'   TO RIL-PROGRAMMA.
           MOVE ID-PERSONA  TO RIL-ID.
           MOVE COD-FILIALE TO RIL-FILIALE.
           MOVE ZERO        TO RIL-QUANTITA.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
           ADD 1 TO WS-CONTA-RILIEVI.
       FINE-SEGNALA-RILIEVO.
            EXIT.
      *
       CHIUDI-RILIEVI.
      **************************************************************
      * LA PAGELLA HA GUARDATO TUTTA L'ANAGRAFICA: LA RIGA DI       *
      * CONTROLLO VALE PER TUTTI I TIPI DI RILIEVO DEL PROGRAMMA.   *
      **************************************************************
           MOVE 'C'              TO RIL-AZIONE.
           MOVE 'PAGELLA'        TO RIL-PROGRAMMA.
           MOVE ZERO             TO RIL-ID RIL-FILIALE.
           MOVE SPACES           TO RIL-TIPO RIL-DETTAGLIO.
           MOVE WS-CONTA-RILIEVI TO RIL-QUANTITA.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
       FINE-CHIUDI-RILIEVI.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
       CHIUSURA.

           CLOSE PRIMOF.
           IF WS-RETURN-CODE NOT = 8
               PERFORM CHIUDI-RILIEVI THRU FINE-CHIUDI-RILIEVI
           END-IF.
           PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.
           PERFORM SALVA-SCORES THRU FINE-SALVA-SCORES.

