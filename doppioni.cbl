      * SOSTITUZIONE, UNA TRASPOSIZIONE O UNA OMISSIONE). LE
      * COPPIE FINISCONO SU DOPPIONI-PROPOSTE.TXT E LE CONFERMA UN
      * OPERATORE CON IL PROGRAMMA FONDI: QUI NON SI FONDE NULLA.
      * OGNI PERSONA DI UNA COPPIA E' ANCHE UN RILIEVO IN
      * RILIEVI.TXT (MODULO RILIEVO), DA CUI CORREZ RICAVA LA CODA
      * DELLE CORREZIONI PER FILIALE.
      *
       ENVIRONMENT DIVISION.
      *
               10 PE-CITTA     PIC X(10).
               10 PE-ANNO-NASC PIC 9(4).
               10 PE-ID        PIC 9(5).
               10 PE-FILIALE   PIC 9(4).
       01 WS-NUM-PERSONE      PIC 9(4) VALUE 0.
       01 WS-TABELLA-PIENA    PIC X VALUE 'N'.

       01 WS-CONTA-LETTI      PIC 9(6) VALUE 0.
       01 WS-CONTA-PROPOSTE   PIC 9(6) VALUE 0.

      ************************************************************
      *      RILIEVI SULLE PERSONE PER LA CODA DELLE CORREZIONI     *
      *      (MODULO RILIEVO): UNO PER PERSONA DI OGNI COPPIA       *
      ************************************************************
       COPY RILIEVO.
       01 WS-CONTA-RILIEVI    PIC 9(7) VALUE 0.
       01 WS-IX-SEGNALA       PIC 9(4) VALUE 0.
       01 WS-IX-DOPPIO        PIC 9(4) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
                     VARYING WS-IX-1 FROM 1 BY 1
                     UNTIL WS-IX-1 >= WS-NUM-PERSONE
                CLOSE PROPOSTE
                IF WS-TABELLA-PIENA = 'N'
                    PERFORM CHIUDI-RILIEVI THRU FINE-CHIUDI-RILIEVI
                END-IF
                IF WS-CONTA-PROPOSTE > ZERO AND WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                              TO PE-ANNO-NASC(WS-NUM-PERSONE)
                         MOVE ID-PERSONA
                              TO PE-ID(WS-NUM-PERSONE)
                         MOVE COD-FILIALE
                              TO PE-FILIALE(WS-NUM-PERSONE)
                     ELSE
                         MOVE 'S' TO WS-TABELLA-PIENA
                         MOVE 'S' TO FINE-FILE
                   MOVE PE-CITTA(WS-IX-1)   TO PRO-CITTA
                   MOVE PE-ANNO-NASC(WS-IX-1) TO PRO-ANNO-NASC
                   WRITE REC-PROPOSTA
                   MOVE WS-IX-1 TO WS-IX-SEGNALA
                   MOVE WS-IX-2 TO WS-IX-DOPPIO
                   PERFORM SEGNALA-RILIEVO THRU FINE-SEGNALA-RILIEVO
                   MOVE WS-IX-2 TO WS-IX-SEGNALA
                   MOVE WS-IX-1 TO WS-IX-DOPPIO
                   PERFORM SEGNALA-RILIEVO THRU FINE-SEGNALA-RILIEVO
               END-IF
           END-IF.
           ADD 1 TO WS-IX-2.
       FINE-CONFRONTA-COPPIA.
            EXIT.
      *
       SEGNALA-RILIEVO.
      **************************************************************
      * LA COPPIA E' UN RILIEVO SU ENTRAMBE LE PERSONE, CIASCUNA    *
      * NELLA SUA FILIALE, CON L'ID DELL'ALTRA COME DETTAGLIO.      *
      **************************************************************
           MOVE 'S'                       TO RIL-AZIONE.
           MOVE 'DOPPIONI'                TO RIL-PROGRAMMA.
           MOVE PE-ID(WS-IX-SEGNALA)      TO RIL-ID.
           MOVE PE-FILIALE(WS-IX-SEGNALA) TO RIL-FILIALE.
           MOVE 'DOPPIONE'                TO RIL-TIPO.
           MOVE SPACES                    TO RIL-DETTAGLIO.
           STRING 'PROBABILE DOPPIO DI ID ' PE-ID(WS-IX-DOPPIO)
                  DELIMITED BY SIZE INTO RIL-DETTAGLIO.
           MOVE ZERO                      TO RIL-QUANTITA.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
           ADD 1 TO WS-CONTA-RILIEVI.
       FINE-SEGNALA-RILIEVO.
            EXIT.
      *
       CHIUDI-RILIEVI.
           MOVE 'C'              TO RIL-AZIONE.
           MOVE 'DOPPIONI'       TO RIL-PROGRAMMA.
           MOVE ZERO             TO RIL-ID RIL-FILIALE.
           MOVE SPACES           TO RIL-TIPO RIL-DETTAGLIO.
           MOVE WS-CONTA-RILIEVI TO RIL-QUANTITA.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
       FINE-CHIUDI-RILIEVI.
            EXIT.
      *
       PREPARA-CONFRONTO.
           MOVE PE-COGNOME(WS-IX-1) TO WS-TC-A.
