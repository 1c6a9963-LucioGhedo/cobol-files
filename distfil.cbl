      * (PACCO-NNNN-AAAAMMGG.TXT). OGNI PACCO CHIUDE CON UNA RIGA
      * DI CONTROLLO (CONTEGGIO E SOMMA DEGLI ID) NELLO STILE DEL
      * TRAILER DI ABITANTI.TXT; IL MANIFESTO COMPLESSIVO
      * (PACCHI-MANIFESTO.TXT) RIPORTA UNA RIGA PER PACCO E IN
      * CODA LE RIGHE DISTRIBUITE PER AREA E PER REGIONE DI
      * DIREZIONE (MODULO GERARCH). LE
      * FILIALI ATTIVE RIMASTE A ZERO RECORD SI SEGNALANO SUL
      * REPORT E NELLE ECCEZIONI: UN PACCO CHE SI SVUOTA DI COLPO
      * E' IL SINTOMO DI UN CARICAMENTO ANDATO MALE.
      * I RECORD DI OGNI PACCO SI REGISTRANO IN CONSUMI.TXT (MODULO
      * CONSUMO) PER GLI ADDEBITI DI FINE MESE.
      *
       ENVIRONMENT DIVISION.
      *

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
            05 FILLER          PIC X VALUE SPACE.
            05 MAN-SOMMA-ID    PIC 9(10).

      ************************************************************
      *      RIGHE DI TOTALE DEL MANIFESTO: UNA PER AREA ('AREA')   *
      *      E UNA PER REGIONE ('REG.'), CON LE RIGHE DISTRIBUITE   *
      *      NELLA STESSA COLONNA DI MAN-RIGHE                      *
      ************************************************************
       01 RIGA-MANIFESTO-TOTALE.
            05 MTO-DATA        PIC 9(8).
            05 FILLER          PIC X VALUE SPACE.
            05 MTO-TIPO        PIC X(4).
            05 FILLER          PIC X VALUE SPACE.
            05 MTO-CODICE      PIC 9(3).
            05 FILLER          PIC X VALUE SPACE.
            05 MTO-DESC        PIC X(16).
            05 FILLER          PIC X(10) VALUE SPACES.
            05 MTO-RIGHE       PIC 9(6).
            05 FILLER          PIC X(10) VALUE SPACES.

      ************************************************************
      *      TOTALI PER AREA E PER REGIONE DEI PACCHI PRODOTTI      *
      ************************************************************
       COPY TOTAREA.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
       01 WS-CONTA-ORFANI      PIC 9(6) VALUE 0.
       01 WS-CONTA-SCRITTI     PIC 9(6) VALUE 0.

      ************************************************************
      *      RECORD DI OGNI PACCO, PER GLI ADDEBITI DI FINE MESE    *
      *      (MODULO CONSUMO, SERVIZIO PACCHI)                      *
      ************************************************************
       COPY CONSUMO.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG I PACCHI E IL MANIFESTO LA USANO.    *
               ADD 1 TO WS-CONTA-PACCHI
               PERFORM SCRIVI-RIGA-MANIFESTO
                  THRU FINE-SCRIVI-RIGA-MANIFESTO
               MOVE WS-FIL-CORRENTE TO GER-FILIALE
               MOVE WS-PACCO-RIGHE  TO GER-TOTALE
               PERFORM ACCUMULA-GERARCHIA
                  THRU FINE-ACCUMULA-GERARCHIA
               PERFORM SCRIVI-RIGA-REPORT
                  THRU FINE-SCRIVI-RIGA-REPORT
               IF WS-PACCO-RIGHE > ZERO
                   MOVE 'A'             TO CNS-AZIONE
                   MOVE WS-FIL-CORRENTE TO CNS-FILIALE
                   MOVE WS-PACCO-RIGHE  TO CNS-QUANTITA
                   PERFORM REGISTRA-CONSUMO
                      THRU FINE-REGISTRA-CONSUMO
               END-IF
           END-IF.
       FINE-SCRIVI-PACCO-FILIALE.
            EXIT.
           WRITE REC-MANIFESTO FROM RIGA-MANIFESTO.
       FINE-SCRIVI-RIGA-MANIFESTO.
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
       SCRIVI-TOTALI-MANIFESTO.
      **************************************************************
      * IN CODA AL MANIFESTO LE RIGHE DISTRIBUITE PER AREA E POI    *
      * PER REGIONE: LA SOMMA DI CIASCUN GRUPPO TORNA CON QUELLA    *
      * DELLE RIGHE DI PACCO.                                       *
      **************************************************************
           MOVE WS-DATA-ESECUZIONE TO MTO-DATA.
           MOVE 'AREA' TO MTO-TIPO.
           PERFORM SCRIVI-MANIFESTO-AREA THRU FINE-SCRIVI-MANIFESTO-AREA
                VARYING IND-TOA FROM 1 BY 1
                UNTIL IND-TOA > WS-NUM-TOT-AREE.
           MOVE 'REG.' TO MTO-TIPO.
           PERFORM SCRIVI-MANIFESTO-REGIONE
              THRU FINE-SCRIVI-MANIFESTO-REGIONE
                VARYING IND-TOR FROM 1 BY 1
                UNTIL IND-TOR > WS-NUM-TOT-REGIONI.
       FINE-SCRIVI-TOTALI-MANIFESTO.
            EXIT.
      *
       SCRIVI-MANIFESTO-AREA.
           MOVE TOA-AREA(IND-TOA)   TO MTO-CODICE.
           MOVE TOA-DESC(IND-TOA)   TO MTO-DESC.
           MOVE TOA-TOTALE(IND-TOA) TO MTO-RIGHE.
           WRITE REC-MANIFESTO FROM RIGA-MANIFESTO-TOTALE.
       FINE-SCRIVI-MANIFESTO-AREA.
            EXIT.
      *
       SCRIVI-MANIFESTO-REGIONE.
           MOVE TOR-REGIONE(IND-TOR) TO MTO-CODICE.
           MOVE TOR-DESC(IND-TOR)    TO MTO-DESC.
           MOVE TOR-TOTALE(IND-TOR)  TO MTO-RIGHE.
           WRITE REC-MANIFESTO FROM RIGA-MANIFESTO-TOTALE.
       FINE-SCRIVI-MANIFESTO-REGIONE.
            EXIT.
      *
       SCRIVI-RIGA-REPORT.
           MOVE WS-FIL-CORRENTE TO RP-FILIALE.
            EXIT.
      *
       CHIUSURA.
           PERFORM SCRIVI-TOTALI-MANIFESTO
              THRU FINE-SCRIVI-TOTALI-MANIFESTO.
           CLOSE MANIFESTO.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.

           MOVE 'C'              TO CNS-AZIONE.
           MOVE ZERO             TO CNS-FILIALE.
           MOVE WS-CONTA-SCRITTI TO CNS-QUANTITA.
           PERFORM REGISTRA-CONSUMO THRU FINE-REGISTRA-CONSUMO.
       FINE-CHIUSURA.
            EXIT.
      *
       REGISTRA-CONSUMO.
      **************************************************************
      * I RECORD DI OGNI PACCO SONO IL CONSUMO DELLA FILIALE; IN    *
      * CHIUSURA IL TOTALE DISTRIBUITO FA DA CONTROLLO.             *
      **************************************************************
           MOVE 'DISTFIL '   TO CNS-PROGRAMMA.
           MOVE 'PACCHI  '   TO CNS-SERVIZIO.
           MOVE ZERO         TO CNS-IMPORTO.
           MOVE SPACES       TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-REGISTRA-CONSUMO.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
