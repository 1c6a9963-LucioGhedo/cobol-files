      *   3) ID PRESENTI IN ANAGR.IDX MA NON IN ANAGR.TXT
      *   4) FAMIGLIE DI FAMIGLIE.TXT SENZA PIU' COMPONENTI SUL
      *      MASTER (COGNOME+CITTA NON RITROVATI)
      *   5) FILIALI APERTE DI FILIALI.IDX SENZA UN'AREA CENSITA
      *      (FILIALI-AREE.TXT CONTRO AREE.TXT)
      *   6) AREE DI AREE.TXT SENZA UNA REGIONE CENSITA IN
      *      REGIONI.TXT
      * GLI ORFANI FINISCONO SUL REPORT RAGGRUPPATI PER CONTROLLO
      * E LA CORSA CHIUDE CON RC=4: LA CATENA REGISTRA L'AVVISO
      * SENZA FERMARE LA NOTTE.
      * GLI ORFANI DEI CONTROLLI 1-3 SONO PERSONE: OGNUNO E' ANCHE
      * UN RILIEVO IN RILIEVI.TXT (MODULO RILIEVO), DA CUI CORREZ
      * RICAVA LA CODA DELLE CORREZIONI PER FILIALE.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAMIGLIE-STATUS.
      * REGIONI DI DIREZIONE MANUTENUTE DA AREEMST

           SELECT OPTIONAL REGIONIF ASSIGN TO 'REGIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGIONI-STATUS.
      * AREE MANUTENUTE DA AREEMST

           SELECT OPTIONAL AREEF ASSIGN TO 'AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AREE-STATUS.
      * AREA DI OGNI FILIALE, MANUTENUTA DA INDICI

           SELECT OPTIONAL FILAREEF ASSIGN TO 'FILIALI-AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FIL-AREE-STATUS.
      * REPORT DEGLI ORFANI, RAGGRUPPATI PER CONTROLLO

           SELECT REPORTF ASSIGN TO 'INTEGRA-REPORTF.TXT'
          05 IDX2-COGNOME   PIC X(10).
          05 IDX2-ANNI      PIC 999.
          05 IDX2-CITTA     PIC X(10).
          05 IDX2-FILIALE   PIC 9(4).
          05 FILLER         PIC X(29).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
          05 FILLER         PIC X.
          05 FAM-ETA-MAX    PIC 9(3).

       FD   REGIONIF
            DATA RECORD IS REC-REGIONIF.
       01 REC-REGIONIF  PIC X(19).

       FD   AREEF
            DATA RECORD IS REC-AREEF.
       01 REC-AREEF  PIC X(44).

       FD   FILAREEF
            DATA RECORD IS REC-FILAREEF.
       01 REC-FILAREEF  PIC X(8).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       COPY ANAGRAF.
       COPY CITTAMAS.
       COPY FILIALMA.
       COPY GERARCH.

       01   WS-PRIMOF-STATUS   PIC XX.
       01   WS-INDICE-STATUS   PIC XX.
       01 WS-ID-SCANSIONE     PIC 9(5) VALUE 0.
       01 WS-INDICE-EOF       PIC X VALUE 'N'.

      ************************************************************
      *      STATO DELLE FILIALI LETTE DA FILIALI.IDX: LA TABELLA   *
      *      CONDIVISA FILIALMA NON PORTA LO STATO, QUI SERVE PER   *
      *      NON PRETENDERE L'AREA DALLE FILIALI CHIUSE.            *
      ************************************************************
       01 TAB-STATO-FILIALI.
            05 SF-STATO OCCURS 500 TIMES PIC X.
       01 WS-AREA-CERCATA     PIC 9(3) VALUE 0.
       01 WS-REGIONE-CERCATA  PIC 9(2) VALUE 0.

      ************************************************************
      *           CONTATORI PER CONTROLLO                           *
      ************************************************************
       01 WS-ORFANI-FILIALE   PIC 9(6) VALUE 0.
       01 WS-ORFANI-INDICE    PIC 9(6) VALUE 0.
       01 WS-ORFANI-FAMIGLIE  PIC 9(6) VALUE 0.
       01 WS-ORFANI-AREA      PIC 9(6) VALUE 0.
       01 WS-ORFANI-REGIONE   PIC 9(6) VALUE 0.
       01 WS-TOTALE-ORFANI    PIC 9(6) VALUE 0.
       01 WS-CONTA-LETTI      PIC 9(6) VALUE 0.

      ************************************************************
      *      RILIEVI SULLE PERSONE PER LA CODA DELLE CORREZIONI     *
      *      (MODULO RILIEVO), UN TIPO PER CONTROLLO                *
      ************************************************************
       COPY RILIEVO.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
                PERFORM CONTROLLO-INDICE THRU FINE-CONTROLLO-INDICE
                PERFORM CONTROLLO-FAMIGLIE
                   THRU FINE-CONTROLLO-FAMIGLIE
                PERFORM CONTROLLO-GERARCHIA
                   THRU FINE-CONTROLLO-GERARCHIA
                PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI
            END-IF.
            CLOSE REPORTF.

            COMPUTE WS-TOTALE-ORFANI =
                    WS-ORFANI-CITTA + WS-ORFANI-FILIALE
                  + WS-ORFANI-INDICE + WS-ORFANI-FAMIGLIE
                  + WS-ORFANI-AREA + WS-ORFANI-REGIONE.
            IF WS-TOTALE-ORFANI > ZERO AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
                MOVE 'MAIN-LINE'        TO ECC-PARAGRAFO
                              TO FM-TAB-CODICE(WS-NUM-FILIALI-MST)
                         MOVE FMF-DESC
                              TO FM-TAB-DESC(WS-NUM-FILIALI-MST)
                         MOVE FMF-STATO
                              TO SF-STATO(WS-NUM-FILIALI-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-FILIALE-MST.
               PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA
                    UNTIL FINE-FILE = 'S'
               CLOSE PRIMOF
               IF WS-CITTAMST-MODE = 'S'
                   MOVE 'CITTA-MST'     TO RIL-TIPO
                   MOVE WS-ORFANI-CITTA TO RIL-QUANTITA
                   PERFORM CHIUDI-RILIEVI THRU FINE-CHIUDI-RILIEVI
               END-IF
               IF WS-FILIALIMF-MODE = 'S'
                   MOVE 'FILIALE'         TO RIL-TIPO
                   MOVE WS-ORFANI-FILIALE TO RIL-QUANTITA
                   PERFORM CHIUDI-RILIEVI THRU FINE-CHIUDI-RILIEVI
               END-IF
           END-IF.
       FINE-CONTROLLO-ANAGRAFICA.
            EXIT.
                          INTO RO-DETTAGLIO
                   MOVE SPACES TO REC-REPORTF
                   WRITE REC-REPORTF FROM RIGA-ORFANO
                   MOVE 'CITTA-MST'  TO RIL-TIPO
                   MOVE ID-PERSONA   TO RIL-ID
                   MOVE COD-FILIALE  TO RIL-FILIALE
                   PERFORM SEGNALA-RILIEVO THRU FINE-SEGNALA-RILIEVO
               END-IF
           END-IF.
       FINE-VERIFICA-CITTA.
                          INTO RO-DETTAGLIO
                   MOVE SPACES TO REC-REPORTF
                   WRITE REC-REPORTF FROM RIGA-ORFANO
                   MOVE 'FILIALE'    TO RIL-TIPO
                   MOVE ID-PERSONA   TO RIL-ID
                   MOVE COD-FILIALE  TO RIL-FILIALE
                   PERFORM SEGNALA-RILIEVO THRU FINE-SEGNALA-RILIEVO
               END-IF
           END-IF.
       FINE-VERIFICA-FILIALE.
               PERFORM LEGGI-INDICE THRU FINE-LEGGI-INDICE
                    UNTIL WS-INDICE-EOF = 'S'
               CLOSE ANAGIDX
               MOVE 'SOLO-IDX'       TO RIL-TIPO
               MOVE WS-ORFANI-INDICE TO RIL-QUANTITA
               PERFORM CHIUDI-RILIEVI THRU FINE-CHIUDI-RILIEVI
           END-IF.
       FINE-CONTROLLO-INDICE.
            EXIT.
                             MOVE 'SOLO SU ANAGR.IDX' TO RO-DETTAGLIO
                             MOVE SPACES TO REC-REPORTF
                             WRITE REC-REPORTF FROM RIGA-ORFANO
                             MOVE 'SOLO-IDX'   TO RIL-TIPO
                             MOVE IDX2-ID      TO RIL-ID
                             MOVE IDX2-FILIALE TO RIL-FILIALE
                             PERFORM SEGNALA-RILIEVO
                                THRU FINE-SEGNALA-RILIEVO
                         END-IF
                     END-IF
           END-READ.
           SET IND-PERS UP BY 1.
       FINE-CONFRONTA-COMPONENTE.
            EXIT.
      *
       CONTROLLO-GERARCHIA.
      **************************************************************
      * OGNI FILIALE APERTA DEVE APPARTENERE A UN'AREA CENSITA E    *
      * OGNI AREA A UNA REGIONE CENSITA, ALTRIMENTI I TOTALI PER    *
      * AREA E PER REGIONE DEI REPORT NON TORNANO CON LE FILIALI.   *
      **************************************************************
           PERFORM CARICA-GERARCHIA THRU FINE-CARICA-GERARCHIA.

           MOVE 'FILIALI SENZA AREA CENSITA              '
                TO RG-TITOLO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-GRUPPO.
           IF WS-FILIALIMF-MODE = 'S'
               PERFORM VERIFICA-AREA-FILIALE
                  THRU FINE-VERIFICA-AREA-FILIALE
                    VARYING IND-FILIALE-MST FROM 1 BY 1
                    UNTIL IND-FILIALE-MST > WS-NUM-FILIALI-MST
           END-IF.

           MOVE 'AREE SENZA REGIONE CENSITA              '
                TO RG-TITOLO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-GRUPPO.
           PERFORM VERIFICA-REGIONE-AREA
              THRU FINE-VERIFICA-REGIONE-AREA
                VARYING IND-AREA FROM 1 BY 1
                UNTIL IND-AREA > WS-NUM-AREE.
       FINE-CONTROLLO-GERARCHIA.
            EXIT.
      *
       CARICA-GERARCHIA.
           MOVE ZERO TO WS-NUM-REGIONI WS-NUM-AREE WS-NUM-FIL-AREE.

           OPEN INPUT REGIONIF.
           IF WS-REGIONI-STATUS = '00'
               MOVE 'N' TO WS-REGIONI-EOF
               PERFORM LEGGI-REGIONE THRU FINE-LEGGI-REGIONE
                    UNTIL WS-REGIONI-EOF = 'S'
           END-IF.
           CLOSE REGIONIF.

           OPEN INPUT AREEF.
           IF WS-AREE-STATUS = '00'
               MOVE 'N' TO WS-AREE-EOF
               PERFORM LEGGI-AREA THRU FINE-LEGGI-AREA
                    UNTIL WS-AREE-EOF = 'S'
           END-IF.
           CLOSE AREEF.

           OPEN INPUT FILAREEF.
           IF WS-FIL-AREE-STATUS = '00'
               MOVE 'N' TO WS-FIL-AREE-EOF
               PERFORM LEGGI-FIL-AREA THRU FINE-LEGGI-FIL-AREA
                    UNTIL WS-FIL-AREE-EOF = 'S'
           END-IF.
           CLOSE FILAREEF.
       FINE-CARICA-GERARCHIA.
            EXIT.
      *
       LEGGI-REGIONE.
           READ REGIONIF INTO RIGA-REGIONE AT END
                MOVE 'S' TO WS-REGIONI-EOF
                NOT AT END
                     IF WS-NUM-REGIONI < WS-MAX-REGIONI
                             AND RGN-CODICE IS NUMERIC
                         ADD 1 TO WS-NUM-REGIONI
                         MOVE RGN-CODICE
                              TO GRG-CODICE(WS-NUM-REGIONI)
                     END-IF
           END-READ.
       FINE-LEGGI-REGIONE.
            EXIT.
      *
       LEGGI-AREA.
           READ AREEF INTO RIGA-AREA AT END
                MOVE 'S' TO WS-AREE-EOF
                NOT AT END
                     IF WS-NUM-AREE < WS-MAX-AREE
                             AND ARE-CODICE IS NUMERIC
                         ADD 1 TO WS-NUM-AREE
                         MOVE ARE-CODICE
                              TO GAR-CODICE(WS-NUM-AREE)
                         MOVE ARE-DESC
                              TO GAR-DESC(WS-NUM-AREE)
                         IF ARE-REGIONE IS NUMERIC
                             MOVE ARE-REGIONE
                                  TO GAR-REGIONE(WS-NUM-AREE)
                         ELSE
                             MOVE ZERO TO GAR-REGIONE(WS-NUM-AREE)
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-AREA.
            EXIT.
      *
       LEGGI-FIL-AREA.
           READ FILAREEF INTO RIGA-FIL-AREA AT END
                MOVE 'S' TO WS-FIL-AREE-EOF
                NOT AT END
                     IF WS-NUM-FIL-AREE < WS-MAX-FIL-AREE
                             AND FAR-FILIALE IS NUMERIC
                             AND FAR-AREA IS NUMERIC
                         ADD 1 TO WS-NUM-FIL-AREE
                         MOVE FAR-FILIALE
                              TO GFA-FILIALE(WS-NUM-FIL-AREE)
                         MOVE FAR-AREA
                              TO GFA-AREA(WS-NUM-FIL-AREE)
                     END-IF
           END-READ.
       FINE-LEGGI-FIL-AREA.
            EXIT.
      *
       VERIFICA-AREA-FILIALE.
           IF SF-STATO(IND-FILIALE-MST) NOT = 'C'
               MOVE ZERO TO WS-AREA-CERCATA
               MOVE 'N' TO WS-GERARCHIA-TROVATA
               SET IND-FIL-AREA TO 1
               PERFORM CERCA-FIL-AREA THRU FINE-CERCA-FIL-AREA
                    UNTIL IND-FIL-AREA > WS-NUM-FIL-AREE
                       OR WS-GERARCHIA-TROVATA = 'S'
               IF WS-GERARCHIA-TROVATA = 'S'
                   MOVE 'N' TO WS-GERARCHIA-TROVATA
                   SET IND-AREA TO 1
                   PERFORM CERCA-AREA THRU FINE-CERCA-AREA
                        UNTIL IND-AREA > WS-NUM-AREE
                           OR WS-GERARCHIA-TROVATA = 'S'
               END-IF
               IF WS-GERARCHIA-TROVATA = 'N'
                   ADD 1 TO WS-ORFANI-AREA
                   MOVE FM-TAB-CODICE(IND-FILIALE-MST) TO RO-CHIAVE
                   MOVE SPACES TO RO-DETTAGLIO
                   IF WS-AREA-CERCATA = ZERO
                       STRING FM-TAB-DESC(IND-FILIALE-MST)
                              ' SENZA AREA' DELIMITED BY SIZE
                              INTO RO-DETTAGLIO
                   ELSE
                       STRING FM-TAB-DESC(IND-FILIALE-MST)
                              ' AREA ' WS-AREA-CERCATA
                              DELIMITED BY SIZE
                              INTO RO-DETTAGLIO
                   END-IF
                   MOVE SPACES TO REC-REPORTF
                   WRITE REC-REPORTF FROM RIGA-ORFANO
               END-IF
           END-IF.
       FINE-VERIFICA-AREA-FILIALE.
            EXIT.
      *
       CERCA-FIL-AREA.
           IF GFA-FILIALE(IND-FIL-AREA) = FM-TAB-CODICE(IND-FILIALE-MST)
                   AND GFA-AREA(IND-FIL-AREA) > ZERO
               MOVE GFA-AREA(IND-FIL-AREA) TO WS-AREA-CERCATA
               MOVE 'S' TO WS-GERARCHIA-TROVATA
           END-IF.
           SET IND-FIL-AREA UP BY 1.
       FINE-CERCA-FIL-AREA.
            EXIT.
      *
       CERCA-AREA.
           IF GAR-CODICE(IND-AREA) = WS-AREA-CERCATA
               MOVE 'S' TO WS-GERARCHIA-TROVATA
           END-IF.
           SET IND-AREA UP BY 1.
       FINE-CERCA-AREA.
            EXIT.
      *
       VERIFICA-REGIONE-AREA.
           MOVE GAR-REGIONE(IND-AREA) TO WS-REGIONE-CERCATA.
           MOVE 'N' TO WS-GERARCHIA-TROVATA.
           IF WS-REGIONE-CERCATA > ZERO
               SET IND-REGIONE TO 1
               PERFORM CERCA-REGIONE THRU FINE-CERCA-REGIONE
                    UNTIL IND-REGIONE > WS-NUM-REGIONI
                       OR WS-GERARCHIA-TROVATA = 'S'
           END-IF.
           IF WS-GERARCHIA-TROVATA = 'N'
               ADD 1 TO WS-ORFANI-REGIONE
               MOVE GAR-CODICE(IND-AREA) TO RO-CHIAVE
               MOVE SPACES TO RO-DETTAGLIO
               STRING GAR-DESC(IND-AREA) ' REGIONE '
                      WS-REGIONE-CERCATA DELIMITED BY SIZE
                      INTO RO-DETTAGLIO
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-ORFANO
           END-IF.
       FINE-VERIFICA-REGIONE-AREA.
            EXIT.
      *
       CERCA-REGIONE.
           IF GRG-CODICE(IND-REGIONE) = WS-REGIONE-CERCATA
               MOVE 'S' TO WS-GERARCHIA-TROVATA
           END-IF.
           SET IND-REGIONE UP BY 1.
       FINE-CERCA-REGIONE.
            EXIT.
      *
       STAMPA-INTESTAZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-ORFANI-FAMIGLIE       TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'FILIALI SENZA AREA    ' TO RC-ETICHETTA.
           MOVE WS-ORFANI-AREA           TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'AREE SENZA REGIONE    ' TO RC-ETICHETTA.
           MOVE WS-ORFANI-REGIONE        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
       FINE-STAMPA-TOTALI.
            EXIT.
      *
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
      *
       SEGNALA-RILIEVO.
           MOVE 'S'            TO RIL-AZIONE.
           MOVE 'INTEGRA'      TO RIL-PROGRAMMA.
           MOVE RO-DETTAGLIO   TO RIL-DETTAGLIO.
           MOVE ZERO           TO RIL-QUANTITA.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
       FINE-SEGNALA-RILIEVO.
            EXIT.
      *
       CHIUDI-RILIEVI.
      **************************************************************
      * RIGA DI CONTROLLO DEL TIPO IN RIL-TIPO, SCRITTA SOLO SE IL  *
      * CONTROLLO HA POTUTO GIRARE (MASTER DI CONFRONTO PRESENTE):  *
      * SENZA, LE CORREZIONI DI QUEL TIPO RESTANO COME SONO.        *
      **************************************************************
           MOVE 'C'            TO RIL-AZIONE.
           MOVE 'INTEGRA'      TO RIL-PROGRAMMA.
           MOVE ZERO           TO RIL-ID RIL-FILIALE.
           MOVE SPACES         TO RIL-DETTAGLIO.
           CALL 'RILIEVO' USING RIL-CHIAMATA.
       FINE-CHIUDI-RILIEVI.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
