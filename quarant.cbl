      * I QUARANTENATI SI RIVEDONO E SI RILASCIANO CON QUARREV;
      * I CONTEGGI FINISCONO SUL REPORT E SUL GIORNALE, COSI'
      * L'ARRETRATO SPORCO SI VEDE SCENDERE NOTTE DOPO NOTTE.
      * LE DUE COPIE PIATTE SONO RIGENERATE OGNI NOTTE DA DERIVA
      * DAL MASTER UNICO ANAGR.IDX, QUINDI UN RECORD SPORCO SUL
      * MASTER RIPASSA DI QUI TUTTE LE NOTTI: QUARANTENA.TXT E'
      * CARICATA IN TESTA, UN RECORD GIA' IN CODA (STESSO ID, O
      * STESSA IMMAGINE SE L'ID E' ZERO) VIENE SOLO AGGIORNATO,
      * SENZA NUOVA ECCEZIONE, E UN ID TORNATO PULITO SUL MASTER
      * (CORRETTO DA ANAGRIDX) ESCE DA SOLO DALLA CODA. IL FILE DI
      * QUARANTENA E' RISCRITTO PER INTERO A FINE PASSO.
      * OGNI PERSONA CHE A FINE PASSO E' IN CODA E' ANCHE UN
      * RILIEVO IN RILIEVI.TXT (MODULO RILIEVO), DA CUI CORREZ
      * RICAVA LA CODA DELLE CORREZIONI PER FILIALE.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SECONDO-STATUS.
      * FILE DI QUARANTENA, CARICATO IN TESTA E RISCRITTO IN CODA

           SELECT OPTIONAL QUARF ASSIGN TO 'QUARANTENA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 WS-NUM-RECORD        PIC 9(4) VALUE 0.
       01 WS-TABELLA-PIENA     PIC X VALUE 'N'.

      ************************************************************
      *      TABELLA DELLA QUARANTENA: STESSA CAPIENZA DI QUARREV,  *
      *      CHE NON SAPREBBE RIVEDERE UNA CODA PIU' LUNGA          *
      ************************************************************
       01 WS-MAX-QUAR          PIC 9(4) VALUE 1000.
       01 TAB-QUAR.
            05 QUARANTENATO OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-QUAR
               INDEXED BY IND-QUA.
               10 TQ-MOTIVO    PIC X(10).
               10 TQ-RECORD    PIC X(71).
               10 TQ-TIENI     PIC X.
       01 WS-NUM-QUAR          PIC 9(4) VALUE 0.
       01 WS-POS-QUAR          PIC 9(4) VALUE 0.
       01 WS-ID-QUAR           PIC 9(5) VALUE 0.
       01 WS-QUAR-MODIFICATA   PIC X VALUE 'N'.
      * 'M' = PASSO SUL MASTER ANAGR.TXT, 'C' = SULLA CONSOLIDATA
       01 WS-PASSO             PIC X VALUE 'M'.

      ************************************************************
      *      AREE PER IL CONTROLLO VIA MODULO COMUNE VALANAG        *
      ************************************************************
       01 WS-CONTA-DEVIATI     PIC 9(6) VALUE 0.
       01 WS-DEVIATI-ANAGR     PIC 9(6) VALUE 0.
       01 WS-DEVIATI-ANAGRA    PIC 9(6) VALUE 0.
       01 WS-CONTA-NUOVI       PIC 9(6) VALUE 0.
       01 WS-CONTA-GIA-QUAR    PIC 9(6) VALUE 0.
       01 WS-CONTA-USCITI      PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-ACCODATI PIC 9(6) VALUE 0.

      ************************************************************
      *      RILIEVI SULLE PERSONE PER LA CODA DELLE CORREZIONI     *
      *      (MODULO RILIEVO): UNO PER PERSONA IN QUARANTENA        *
      ************************************************************
       COPY RILIEVO.
       01 WS-CONTA-RILIEVI     PIC 9(7) VALUE 0.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM CARICA-QUARANTENA THRU FINE-CARICA-QUARANTENA.
            IF WS-RETURN-CODE NOT = 8
                PERFORM PRESIDIA-ANAGR THRU FINE-PRESIDIA-ANAGR
            END-IF.
            IF WS-RETURN-CODE NOT = 8
                PERFORM PRESIDIA-ANAGRA THRU FINE-PRESIDIA-ANAGRA
            END-IF.
            IF WS-QUAR-MODIFICATA = 'S'
                PERFORM RISCRIVI-QUARANTENA
                   THRU FINE-RISCRIVI-QUARANTENA
            END-IF.
            IF WS-RETURN-CODE NOT = 8
                PERFORM REGISTRA-RILIEVI THRU FINE-REGISTRA-RILIEVI
            END-IF.
            IF WS-RETURN-CODE NOT = 8
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                IF WS-CONTA-DEVIATI > ZERO AND WS-RETURN-CODE < 4
      **************************************************************
           PERFORM CARICA-MASTER THRU FINE-CARICA-MASTER.
           IF WS-RETURN-CODE NOT = 8
               MOVE 'M' TO WS-PASSO
               PERFORM ESAMINA-RECORD THRU FINE-ESAMINA-RECORD
                    VARYING IND-RECORD FROM 1 BY 1
                    UNTIL IND-RECORD > WS-NUM-RECORD
               PERFORM RISCRIVI-MASTER THRU FINE-RISCRIVI-MASTER
               MOVE WS-CONTA-DEVIATI TO WS-DEVIATI-ANAGR
           END-IF.
                   PERFORM SCRIVI-ECCEZIONE
                      THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   MOVE 'C' TO WS-PASSO
                   PERFORM ESAMINA-RECORD THRU FINE-ESAMINA-RECORD
                        VARYING IND-RECORD FROM 1 BY 1
                        UNTIL IND-RECORD > WS-NUM-RECORD
                   PERFORM RISCRIVI-SECONDO
                      THRU FINE-RISCRIVI-SECONDO
                   COMPUTE WS-DEVIATI-ANAGRA =
      **************************************************************
      * NOME E COGNOME PASSANO DAL MODULO COMUNE VALANAG: LA PRIMA  *
      * REGOLA VIOLATA DEVIA IL RECORD IN QUARANTENA CON IL NOME    *
      * DEL CAMPO COME MOTIVO. UN RECORD GIA' IN CODA VIENE SOLO    *
      * AGGIORNATO; SE LA CODA E' PIENA IL RECORD RESTA NEL FLUSSO, *
      * PERCHE' NON ANDREBBE DA NESSUNA PARTE. SUL PASSO DEL MASTER *
      * UN RECORD PULITO IL CUI ID E' IN CODA NE ESCE.              *
      **************************************************************
           MOVE RM-RECORD(IND-RECORD) TO WS-PRIMOF.
           MOVE SPACES TO WS-MOTIVO.

           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CONTA-PULITI
               IF WS-PASSO = 'M' AND ID-PERSONA > ZERO
                   PERFORM CERCA-IN-QUARANTENA
                      THRU FINE-CERCA-IN-QUARANTENA
                   IF WS-POS-QUAR > ZERO
                       IF TQ-TIENI(WS-POS-QUAR) = 'S'
                           MOVE 'N' TO TQ-TIENI(WS-POS-QUAR)
                           MOVE 'S' TO WS-QUAR-MODIFICATA
                           ADD 1 TO WS-CONTA-USCITI
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM CERCA-IN-QUARANTENA
                  THRU FINE-CERCA-IN-QUARANTENA
               IF WS-POS-QUAR > ZERO
                   ADD 1 TO WS-CONTA-DEVIATI
                   ADD 1 TO WS-CONTA-GIA-QUAR
                   MOVE 'N' TO RM-TIENI(IND-RECORD)
                   MOVE WS-MOTIVO TO TQ-MOTIVO(WS-POS-QUAR)
                   MOVE WS-PRIMOF TO TQ-RECORD(WS-POS-QUAR)
                   MOVE 'S'       TO TQ-TIENI(WS-POS-QUAR)
                   MOVE 'S'       TO WS-QUAR-MODIFICATA
               ELSE
                   IF WS-NUM-QUAR < WS-MAX-QUAR
                       ADD 1 TO WS-CONTA-DEVIATI
                       ADD 1 TO WS-CONTA-NUOVI
                       MOVE 'N' TO RM-TIENI(IND-RECORD)
                       ADD 1 TO WS-NUM-QUAR
                       MOVE WS-MOTIVO TO TQ-MOTIVO(WS-NUM-QUAR)
                       MOVE WS-PRIMOF TO TQ-RECORD(WS-NUM-QUAR)
                       MOVE 'S'       TO TQ-TIENI(WS-NUM-QUAR)
                       MOVE 'S'       TO WS-QUAR-MODIFICATA
                       MOVE 'ESAMINA-RECORD' TO ECC-PARAGRAFO
                       MOVE ID-PERSONA       TO ECC-CHIAVE
                       MOVE 'RECORD DEVIATO IN QUARANTENA'
                            TO ECC-DESCRIZIONE
                       MOVE 'A' TO ECC-SEVERITA
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                   ELSE
                       ADD 1 TO WS-CONTA-NON-ACCODATI
                       MOVE 'ESAMINA-RECORD' TO ECC-PARAGRAFO
                       MOVE ID-PERSONA       TO ECC-CHIAVE
                       MOVE 'QUARANTENA PIENA: RECORD LASCIATO'
                            TO ECC-DESCRIZIONE
                       MOVE 'G' TO ECC-SEVERITA
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                   END-IF
               END-IF
           END-IF.
       FINE-ESAMINA-RECORD.
            EXIT.
      *
       CARICA-QUARANTENA.
      **************************************************************
      * LA CODA ESISTENTE SI CARICA PER INTERO: SE NON CI STA, IL   *
      * PRESIDIO NON SI ESEGUE, PERCHE' RISCRIVENDOLA SE NE         *
      * PERDEREBBE LA CODA.                                         *
      **************************************************************
           MOVE ZERO TO WS-NUM-QUAR.
           MOVE 'N'  TO FINE-FILE.
           OPEN INPUT QUARF.
           IF WS-QUAR-STATUS = '00'
               PERFORM LEGGI-QUARANTENATO THRU FINE-LEGGI-QUARANTENATO
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE QUARF.
           IF WS-RETURN-CODE = 8
               DISPLAY 'QUARANTENA.TXT TROPPO LUNGA: PRESIDIO'
                       ' NON ESEGUITO'
               MOVE 'CARICA-QUARANTENA' TO ECC-PARAGRAFO
               MOVE SPACES              TO ECC-CHIAVE
               MOVE 'QUARANTENA PIENA: RIVEDERE CON QUARREV'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-QUARANTENA.
            EXIT.
      *
       LEGGI-QUARANTENATO.
           READ QUARF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF WS-NUM-QUAR < WS-MAX-QUAR
                         ADD 1 TO WS-NUM-QUAR
                         MOVE QUA-MOTIVO TO TQ-MOTIVO(WS-NUM-QUAR)
                         MOVE QUA-RECORD TO TQ-RECORD(WS-NUM-QUAR)
                         MOVE 'S'        TO TQ-TIENI(WS-NUM-QUAR)
                     ELSE
                         MOVE 8   TO WS-RETURN-CODE
                         MOVE 'S' TO FINE-FILE
                     END-IF
           END-READ.
       FINE-LEGGI-QUARANTENATO.
            EXIT.
      *
       CERCA-IN-QUARANTENA.
      **************************************************************
      * CON ID-PERSONA VALORIZZATO SI CERCA L'ID, ALTRIMENTI        *
      * L'IMMAGINE INTERA DEL RECORD. RISPOSTA IN WS-POS-QUAR       *
      * (ZERO = NON IN CODA).                                       *
      **************************************************************
           MOVE ZERO TO WS-POS-QUAR.
           PERFORM CONFRONTA-QUARANTENATO
              THRU FINE-CONFRONTA-QUARANTENATO
                VARYING IND-QUA FROM 1 BY 1
                UNTIL IND-QUA > WS-NUM-QUAR
                   OR WS-POS-QUAR > ZERO.
       FINE-CERCA-IN-QUARANTENA.
            EXIT.
      *
       CONFRONTA-QUARANTENATO.
           IF ID-PERSONA > ZERO
               MOVE TQ-RECORD(IND-QUA)(34:5) TO WS-ID-QUAR
               IF WS-ID-QUAR = ID-PERSONA
                   SET WS-POS-QUAR TO IND-QUA
               END-IF
           ELSE
               IF TQ-RECORD(IND-QUA) = WS-PRIMOF
                   SET WS-POS-QUAR TO IND-QUA
               END-IF
           END-IF.
       FINE-CONFRONTA-QUARANTENATO.
            EXIT.
      *
       RISCRIVI-QUARANTENA.
           OPEN OUTPUT QUARF.
           PERFORM SCRIVI-QUARANTENATO THRU FINE-SCRIVI-QUARANTENATO
                VARYING IND-QUA FROM 1 BY 1
                UNTIL IND-QUA > WS-NUM-QUAR.
           CLOSE QUARF.
       FINE-RISCRIVI-QUARANTENA.
            EXIT.
      *
       SCRIVI-QUARANTENATO.
           IF TQ-TIENI(IND-QUA) = 'S'
               MOVE SPACES             TO REC-QUARF
               MOVE TQ-MOTIVO(IND-QUA) TO QUA-MOTIVO
               MOVE TQ-RECORD(IND-QUA) TO QUA-RECORD
               WRITE REC-QUARF
           END-IF.
       FINE-SCRIVI-QUARANTENATO.
            EXIT.
      *
       REGISTRA-RILIEVI.
      **************************************************************
      * LA CODA A FINE PASSO E' L'ELENCO COMPLETO DELLE PERSONE DA  *
      * CORREGGERE: CHI E' USCITO DALLA CODA NON SI SEGNALA PIU' E  *
      * CORREZ NE CHIUDE LA CORREZIONE. I RECORD SENZA ID-PERSONA   *
      * NON SI POSSONO SEGUIRE NOTTE PER NOTTE E RESTANO FUORI.     *
      **************************************************************
           MOVE ZERO TO WS-CONTA-RILIEVI.
           PERFORM SEGNALA-QUARANTENATO THRU FINE-SEGNALA-QUARANTENATO
                VARYING IND-QUA FROM 1 BY 1
                UNTIL IND-QUA > WS-NUM-QUAR.
           MOVE 'C'              TO RIL-AZIONE.
           MOVE 'QUARANT'        TO RIL-PROGRAMMA.
           MOVE ZERO             TO RIL-ID RIL-FILIALE.
           MOVE SPACES           TO RIL-TIPO RIL-DETTAGLIO.
           MOVE WS-CONTA-RILIEVI TO RIL-QUANTITA.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
       FINE-REGISTRA-RILIEVI.
            EXIT.
      *
       SEGNALA-QUARANTENATO.
           MOVE TQ-RECORD(IND-QUA) TO WS-PRIMOF.
           IF TQ-TIENI(IND-QUA) = 'S' AND ID-PERSONA IS NUMERIC
                   AND ID-PERSONA > ZERO
               MOVE 'S'          TO RIL-AZIONE
               MOVE 'QUARANT'    TO RIL-PROGRAMMA
               MOVE ID-PERSONA   TO RIL-ID
               MOVE COD-FILIALE  TO RIL-FILIALE
               MOVE 'QUARANTENA' TO RIL-TIPO
               MOVE SPACES       TO RIL-DETTAGLIO
               STRING 'MOTIVO ' TQ-MOTIVO(IND-QUA) DELIMITED BY SIZE
                      INTO RIL-DETTAGLIO
               MOVE ZERO         TO RIL-QUANTITA
               CALL 'RILIEVO' USING RIL-CHIAMATA
               ADD 1 TO WS-CONTA-RILIEVI
           END-IF.
       FINE-SEGNALA-QUARANTENATO.
            EXIT.
      *
       RISCRIVI-MASTER.
           MOVE WS-DEVIATI-ANAGRA        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'NUOVI IN QUARANTENA   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NUOVI           TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'GIA IN QUARANTENA     ' TO RC-ETICHETTA.
           MOVE WS-CONTA-GIA-QUAR        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'USCITI DA QUARANTENA  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-USCITI          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'NON ACCODATI, PIENA   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ACCODATI    TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'IN CODA A FINE PASSO  ' TO RC-ETICHETTA.
           MOVE ZERO                     TO WS-POS-QUAR.
           PERFORM CONTA-IN-CODA THRU FINE-CONTA-IN-CODA
                VARYING IND-QUA FROM 1 BY 1
                UNTIL IND-QUA > WS-NUM-QUAR.
           MOVE WS-POS-QUAR              TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       CONTA-IN-CODA.
           IF TQ-TIENI(IND-QUA) = 'S'
               ADD 1 TO WS-POS-QUAR
           END-IF.
       FINE-CONTA-IN-CODA.
            EXIT.
