       PROGRAM-ID. RPTFIL.
       AUTHOR. LUCIO
       DATE-WRITTEN. 22/8/2026
      * REPORT DELLE PERSONE PER FILIALE DI APPARTENENZA, CON I
      * TOTALI PER AREA E PER REGIONE DI DIREZIONE (MODULO GERARCH).
      * LE RIGHE DI FILIALE VANNO ANCHE IN RPTFIL-FILIALI.TXT
      * (PEZZIFIL) PER LO SMISTAMENTO ALLE FILIALI (SMISTA).
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF  ASSIGN TO 'RPTFIL-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * RIGHE DEL REPORT PER FILIALE, PER LO SMISTAMENTO

           SELECT PEZZIF   ASSIGN TO 'RPTFIL-FILIALI.TXT'
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
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *      AREE PER I TOTALI PER AREA E PER REGIONE               *
      ************************************************************
       COPY TOTAREA.

       01 RIGA-TITOLO-TOTALI.
            05 RTT-TESTO         PIC X(30).

      ************************************************************
      *      RIGHE DEI PEZZI PER FILIALE (SMISTA)                   *
      ************************************************************
       COPY PEZZIFIL.
       01 WS-PEZZI-PROGR         PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE SPACES TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           OPEN OUTPUT PEZZIF.

           PERFORM SCRIVI-RIGA-FILIALE THRU FINE-SCRIVI-RIGA-FILIALE
                VARYING IND-CONTEGGIO FROM 1 BY 1
                UNTIL IND-CONTEGGIO > WS-NUM-CONTEGGI.
           PERFORM STAMPA-TOTALI-GERARCHIA
              THRU FINE-STAMPA-TOTALI-GERARCHIA.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
           MOVE RIGA-NON-ASSEGNATE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE ZERO                   TO PZ-FILIALE.
           MOVE 'D'                    TO PZ-TIPO.
           MOVE 'PERSONE SENZA FILIALE' TO PZ-SEZIONE.
           MOVE WS-CONTA-NON-ASSEGNATE TO PZ-QUANTITA.
           MOVE RIGA-NON-ASSEGNATE     TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           MOVE WS-CONTA-LETTI TO RT-TOTALE.
           MOVE RIGA-TOTALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
           MOVE ZERO                   TO PZ-FILIALE.
           MOVE 'C'                    TO PZ-TIPO.
           MOVE 'REPORT PERSONE/FILIALE' TO PZ-SEZIONE.
           MOVE WS-CONTA-LETTI         TO PZ-QUANTITA.
           MOVE WS-DATA-ESECUZIONE TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           CLOSE PEZZIF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
           MOVE RIGA-FILIALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE CO-CODICE(IND-CONTEGGIO) TO PZ-FILIALE.
           MOVE 'D'                      TO PZ-TIPO.
           MOVE 'PERSONE PER FILIALE'    TO PZ-SEZIONE.
           MOVE CO-TOTALE(IND-CONTEGGIO) TO PZ-QUANTITA.
           MOVE RIGA-FILIALE             TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           MOVE CO-CODICE(IND-CONTEGGIO) TO GER-FILIALE.
           MOVE CO-TOTALE(IND-CONTEGGIO) TO GER-TOTALE.
           PERFORM ACCUMULA-GERARCHIA THRU FINE-ACCUMULA-GERARCHIA.
       FINE-SCRIVI-RIGA-FILIALE.
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
       STAMPA-TOTALI-GERARCHIA.
      **************************************************************
      * DOPO LE FILIALI, I TOTALI PER AREA E PER REGIONE: LA LORO   *
      * SOMMA TORNA CON QUELLA DELLE RIGHE DI FILIALE.              *
      **************************************************************
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'TOTALI PER AREA' TO RTT-TESTO.
           MOVE RIGA-TITOLO-TOTALI TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-TOT-AREA THRU FINE-STAMPA-TOT-AREA
                VARYING IND-TOA FROM 1 BY 1
                UNTIL IND-TOA > WS-NUM-TOT-AREE.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'TOTALI PER REGIONE' TO RTT-TESTO.
           MOVE RIGA-TITOLO-TOTALI TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-TOT-REGIONE THRU FINE-STAMPA-TOT-REGIONE
                VARYING IND-TOR FROM 1 BY 1
                UNTIL IND-TOR > WS-NUM-TOT-REGIONI.
       FINE-STAMPA-TOTALI-GERARCHIA.
            EXIT.
      *
       STAMPA-TOT-AREA.
           MOVE TOA-AREA(IND-TOA)    TO RTA-AREA.
           MOVE TOA-DESC(IND-TOA)    TO RTA-DESC.
           MOVE TOA-REGIONE(IND-TOA) TO RTA-REGIONE.
           MOVE TOA-TOTALE(IND-TOA)  TO RTA-TOTALE.
           MOVE RIGA-TOT-AREA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-TOT-AREA.
            EXIT.
      *
       STAMPA-TOT-REGIONE.
           MOVE TOR-REGIONE(IND-TOR) TO RTR-REGIONE.
           MOVE TOR-DESC(IND-TOR)    TO RTR-DESC.
           MOVE TOR-TOTALE(IND-TOR)  TO RTR-TOTALE.
           MOVE RIGA-TOT-REGIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-TOT-REGIONE.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
           WRITE REC-REPORTF FROM IMP-TESTATA(WS-IX-TESTATA).
       FINE-SCRIVI-RIGA-TESTATA.
            EXIT.
      *
       SCRIVI-PEZZO.
      **************************************************************
      * UNA RIGA DEI PEZZI PER FILIALE: LA QUANTITA DELLE RIGHE 'D' *
      * DEVE TORNARE, SOMMATA SU TUTTE LE FILIALI (0000 COMPRESA),  *
      * CON IL TOTALE DELLA RIGA 'C' (PERSONE LETTE).               *
      **************************************************************
           ADD 1 TO WS-PEZZI-PROGR.
           MOVE WS-PEZZI-PROGR TO PZ-PROGR.
           MOVE 'RPTFIL'       TO PZ-PROGRAMMA.
           WRITE REC-PEZZIF FROM RIGA-PEZZO.
       FINE-SCRIVI-PEZZO.
            EXIT.
