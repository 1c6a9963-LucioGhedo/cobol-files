      * INDICATE NEI PARAMETRI) ENTRO L'ORIZZONTE RICHIESTO,
      * SCRIVE GLI INTERESSATI NEL TRACCIATO ANAGRAF STANDARD
      * COSI' CHE LE FILIALI POSSANO LAVORARLI COME UN ESTRATTO,
      * E STAMPA LE DISTRIBUZIONI PER CITTA E PER FILIALE, CON LA
      * RISALITA PER AREA E PER REGIONE DI DIREZIONE (GERARCH).
      * L'ANNO-NASC VALORIZZATO DA CONVNAS E' LA BASE DEL CALCOLO;
      * I RECORD NON ANCORA CONVERTITI (ANNO-NASC ZERO) NON SONO
      * VALUTABILI E SI CONTANO A PARTE SUL REPORT.
      * GLI INTERESSATI VANNO ANCHE IN TRAGUARD-FILIALI.TXT
      * (PEZZIFIL), ATTRIBUITI ALLA FILIALE, PER LO SMISTAMENTO
      * ALLE FILIALI (SMISTA).
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF ASSIGN TO 'TRAGUARD-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * INTERESSATI PER FILIALE, PER LO SMISTAMENTO

           SELECT PEZZIF  ASSIGN TO 'TRAGUARD-FILIALI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   PEZZIF
            DATA RECORD IS REC-PEZZIF.
       01 REC-PEZZIF  PIC X(142).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
       01 WS-NUM-DIST-FIL      PIC 9(3) VALUE 0.
       01 WS-DIST-TROVATA      PIC X VALUE 'N'.

      ************************************************************
      *      DISTRIBUZIONI PER AREA E PER REGIONE, RICAVATE DA      *
      *      QUELLA PER FILIALE                                     *
      ************************************************************
       COPY TOTAREA.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *      RIGHE DEI PEZZI PER FILIALE (SMISTA)                   *
      ************************************************************
       COPY PEZZIFIL.
       01 WS-PEZZI-PROGR         PIC 9(6) VALUE 0.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
           OPEN INPUT PRIMOF.
           OPEN OUTPUT ESTRATTO.
           OPEN OUTPUT REPORTF.
           OPEN OUTPUT PEZZIF.
           PERFORM STAMPA-INTESTAZIONE THRU FINE-STAMPA-INTESTAZIONE.

           READ PRIMOF INTO WS-PRIMOF AT END
           MOVE WS-ANNO-COLPITO TO RD-ANNO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-DETTAGLIO.
           IF COD-FILIALE IS NUMERIC
               MOVE COD-FILIALE TO PZ-FILIALE
           ELSE
               MOVE ZERO        TO PZ-FILIALE
           END-IF.
           MOVE 'D'              TO PZ-TIPO.
           MOVE 'INTERESSATI'    TO PZ-SEZIONE.
           MOVE 1                TO PZ-QUANTITA.
           MOVE RIGA-DETTAGLIO   TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
       FINE-STAMPA-DETTAGLIO.
            EXIT.
      *
                VARYING IND-DF FROM 1 BY 1
                UNTIL IND-DF > WS-NUM-DIST-FIL.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'DISTRIBUZIONE PER AREA        '
                TO RTS-TESTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-TITOLO-SEZIONE.
           PERFORM STAMPA-TOT-AREA THRU FINE-STAMPA-TOT-AREA
                VARYING IND-TOA FROM 1 BY 1
                UNTIL IND-TOA > WS-NUM-TOT-AREE.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'DISTRIBUZIONE PER REGIONE     '
                TO RTS-TESTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-TITOLO-SEZIONE.
           PERFORM STAMPA-TOT-REGIONE THRU FINE-STAMPA-TOT-REGIONE
                VARYING IND-TOR FROM 1 BY 1
                UNTIL IND-TOR > WS-NUM-TOT-REGIONI.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'RECORD LETTI          ' TO RC-ETICHETTA.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.
           MOVE ZERO                TO PZ-FILIALE.
           MOVE 'C'                 TO PZ-TIPO.
           MOVE 'REPORT TRAGUARDI DI ETA' TO PZ-SEZIONE.
           MOVE WS-CONTA-ESTRATTI   TO PZ-QUANTITA.
           MOVE WS-DATA-ESECUZIONE TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           CLOSE PEZZIF.

           IF WS-CONTA-ESTRATTI = ZERO
                   AND WS-RETURN-CODE < 4

       FINE-CHIUSURA.
            EXIT.
      *
       SCRIVI-PEZZO.
      **************************************************************
      * UNA RIGA DEI PEZZI PER FILIALE: GLI INTERESSATI SOMMATI SU  *
      * TUTTE LE FILIALI (0000 COMPRESA) DEVONO TORNARE CON IL      *
      * TOTALE DELLA RIGA 'C'.                                      *
      **************************************************************
           ADD 1 TO WS-PEZZI-PROGR.
           MOVE WS-PEZZI-PROGR TO PZ-PROGR.
           MOVE 'TRAGUARD'     TO PZ-PROGRAMMA.
           WRITE REC-PEZZIF FROM RIGA-PEZZO.
       FINE-SCRIVI-PEZZO.
            EXIT.
      *
       STAMPA-DIST-CITTA.
           MOVE DC-CITTA(IND-DC)  TO RDC-CITTA.
           MOVE DF-TOTALE(IND-DF)  TO RDF-TOTALE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-DIST-FILIALE.
           MOVE DF-FILIALE(IND-DF) TO GER-FILIALE.
           MOVE DF-TOTALE(IND-DF)  TO GER-TOTALE.
           PERFORM ACCUMULA-GERARCHIA THRU FINE-ACCUMULA-GERARCHIA.
       FINE-STAMPA-DIST-FILIALE.
            EXIT.
      *
       ACCUMULA-GERARCHIA.
      **************************************************************
      * SOMMA GER-TOTALE DELLA FILIALE GER-FILIALE NEI TOTALI DELLA *
      * SUA AREA E DELLA SUA REGIONE (MODULO GERARCH). LE FILIALI   *
      * FUORI GERARCHIA VANNO SOTTO AREA 000 E REGIONE 00.          *
      **************************************************************
           CALL 'GERARCH' USING GER-FILIALE GER-AREA GER-DESC-AREA
                                GER-REGIONE GER-DESC-REGIONE GER-ESITO.
           IF GER-ESITO = 'A'
               MOVE 'SENZA AREA' TO GER-DESC-AREA
           END-IF.
           IF GER-ESITO = 'R' AND GER-DESC-AREA = SPACES
               MOVE 'AREA NON CENSITA' TO GER-DESC-AREA
           END-IF.
           IF GER-ESITO NOT = 'S'
               MOVE 'SENZA REGIONE' TO GER-DESC-REGIONE
           END-IF.

           MOVE 'N' TO WS-TOT-TROVATO.
           SET IND-TOA TO 1.
           PERFORM CERCA-TOT-AREA THRU FINE-CERCA-TOT-AREA
                UNTIL IND-TOA > WS-NUM-TOT-AREE
                   OR WS-TOT-TROVATO = 'S'.
           IF WS-TOT-TROVATO = 'N'
                   AND WS-NUM-TOT-AREE < WS-MAX-TOT-AREE
               ADD 1 TO WS-NUM-TOT-AREE
               MOVE GER-AREA      TO TOA-AREA(WS-NUM-TOT-AREE)
               MOVE GER-DESC-AREA TO TOA-DESC(WS-NUM-TOT-AREE)
               MOVE GER-REGIONE   TO TOA-REGIONE(WS-NUM-TOT-AREE)
               MOVE GER-TOTALE    TO TOA-TOTALE(WS-NUM-TOT-AREE)
           END-IF.

           MOVE 'N' TO WS-TOT-TROVATO.
           SET IND-TOR TO 1.
           PERFORM CERCA-TOT-REGIONE THRU FINE-CERCA-TOT-REGIONE
                UNTIL IND-TOR > WS-NUM-TOT-REGIONI
                   OR WS-TOT-TROVATO = 'S'.
           IF WS-TOT-TROVATO = 'N'
                   AND WS-NUM-TOT-REGIONI < WS-MAX-TOT-REGIONI
               ADD 1 TO WS-NUM-TOT-REGIONI
               MOVE GER-REGIONE      TO TOR-REGIONE(WS-NUM-TOT-REGIONI)
               MOVE GER-DESC-REGIONE TO TOR-DESC(WS-NUM-TOT-REGIONI)
               MOVE GER-TOTALE       TO TOR-TOTALE(WS-NUM-TOT-REGIONI)
           END-IF.
       FINE-ACCUMULA-GERARCHIA.
            EXIT.
      *
       CERCA-TOT-AREA.
           IF TOA-AREA(IND-TOA) = GER-AREA
               ADD GER-TOTALE TO TOA-TOTALE(IND-TOA)
               MOVE 'S' TO WS-TOT-TROVATO
           END-IF.
           SET IND-TOA UP BY 1.
       FINE-CERCA-TOT-AREA.
            EXIT.
      *
       CERCA-TOT-REGIONE.
           IF TOR-REGIONE(IND-TOR) = GER-REGIONE
               ADD GER-TOTALE TO TOR-TOTALE(IND-TOR)
               MOVE 'S' TO WS-TOT-TROVATO
           END-IF.
           SET IND-TOR UP BY 1.
       FINE-CERCA-TOT-REGIONE.
            EXIT.
      *
       STAMPA-TOT-AREA.
           MOVE TOA-AREA(IND-TOA)    TO RTA-AREA.
           MOVE TOA-DESC(IND-TOA)    TO RTA-DESC.
           MOVE TOA-REGIONE(IND-TOA) TO RTA-REGIONE.
           MOVE TOA-TOTALE(IND-TOA)  TO RTA-TOTALE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-TOT-AREA.
       FINE-STAMPA-TOT-AREA.
            EXIT.
      *
       STAMPA-TOT-REGIONE.
           MOVE TOR-REGIONE(IND-TOR) TO RTR-REGIONE.
           MOVE TOR-DESC(IND-TOR)    TO RTR-DESC.
           MOVE TOR-TOTALE(IND-TOR)  TO RTR-TOTALE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-TOT-REGIONE.
       FINE-STAMPA-TOT-REGIONE.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
