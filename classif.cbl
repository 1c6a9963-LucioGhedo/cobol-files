      * STAMPA LA DISTRIBUZIONE PER LIVELLO E PER CITTA. COSI' IL
      * "TERZO LIVELLO" DIVENTA UNA RIGA DI REGOLA INVECE DEI
      * CRITERI CONGELATI NEL PROGRAMMA TERZLIV.
      * LA STESSA DISTRIBUZIONE, RIPARTITA PER FILIALE, VA IN
      * CLASSIF-FILIALI.TXT (PEZZIFIL) PER LO SMISTAMENTO ALLE
      * FILIALI (SMISTA).
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF ASSIGN TO 'CLASSIF-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * DISTRIBUZIONE PER FILIALE, PER LO SMISTAMENTO

           SELECT PEZZIF  ASSIGN TO 'CLASSIF-FILIALI.TXT'
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

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
       01 WS-IND-LIV           PIC 99 VALUE 0.
       01 WS-IX-LIV            PIC 99 VALUE 0.

      ************************************************************
      *      LA STESSA DISTRIBUZIONE PER FILIALE E CITTA, PER I     *
      *      PEZZI DA SMISTARE ALLE FILIALI (PEZZIFIL)              *
      ************************************************************
       01 WS-MAX-DIST-FIL      PIC 9(4) VALUE 2000.
       01 TAB-DIST-FILIALI.
            05 DIST-FIL OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-DIST-FIL
               INDEXED BY IND-DFI.
               10 DF-FILIALE   PIC 9(4).
               10 DF-CITTA     PIC X(10).
               10 DF-LIV       OCCURS 10 TIMES PIC 9(5).
       01 WS-NUM-DIST-FIL      PIC 9(4) VALUE 0.
       01 WS-FIL-CORRENTE      PIC 9(4) VALUE 0.
       01 WS-FIL-PIENA         PIC X VALUE 'N'.
       COPY PEZZIFIL.
       01 WS-PEZZI-PROGR       PIC 9(6) VALUE 0.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
               MOVE WS-CITTA-LAVORO TO DI-CITTA(WS-NUM-DIST)
               ADD 1 TO DI-LIV(WS-NUM-DIST WS-IND-LIV)
           END-IF.

           IF COD-FILIALE IS NUMERIC
               MOVE COD-FILIALE TO WS-FIL-CORRENTE
           ELSE
               MOVE ZERO        TO WS-FIL-CORRENTE
           END-IF.
           MOVE 'N' TO WS-DIST-TROVATA.
           SET IND-DFI TO 1.
           PERFORM CERCA-DIST-FIL THRU FINE-CERCA-DIST-FIL
                UNTIL IND-DFI > WS-NUM-DIST-FIL
                   OR WS-DIST-TROVATA = 'S'.
           IF WS-DIST-TROVATA = 'N'
               IF WS-NUM-DIST-FIL < WS-MAX-DIST-FIL
                   ADD 1 TO WS-NUM-DIST-FIL
                   MOVE WS-FIL-CORRENTE
                        TO DF-FILIALE(WS-NUM-DIST-FIL)
                   MOVE WS-CITTA-LAVORO
                        TO DF-CITTA(WS-NUM-DIST-FIL)
                   ADD 1 TO DF-LIV(WS-NUM-DIST-FIL WS-IND-LIV)
               ELSE
      * TABELLA PIENA: I PEZZI DELLE FILIALI NON QUADRERANNO, LO
      * SI SEGNALA UNA VOLTA
                   IF WS-FIL-PIENA = 'N'
                       MOVE 'S' TO WS-FIL-PIENA
                       MOVE 'ACCUMULA-DISTRIBUZIONE' TO ECC-PARAGRAFO
                       MOVE WS-FIL-CORRENTE          TO ECC-CHIAVE
                       MOVE 'TABELLA FILIALI/CITTA PIENA'
                            TO ECC-DESCRIZIONE
                       MOVE 'A' TO ECC-SEVERITA
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-ACCUMULA-DISTRIBUZIONE.
            EXIT.
      *
           SET IND-DIST UP BY 1.
       FINE-CERCA-DIST.
            EXIT.
      *
       CERCA-DIST-FIL.
           IF DF-FILIALE(IND-DFI) = WS-FIL-CORRENTE
                   AND DF-CITTA(IND-DFI) = WS-CITTA-LAVORO
               MOVE 'S' TO WS-DIST-TROVATA
               ADD 1 TO DF-LIV(IND-DFI WS-IND-LIV)
           END-IF.
           SET IND-DFI UP BY 1.
       FINE-CERCA-DIST-FIL.
            EXIT.
      *
       CHIUSURA.

           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.
           PERFORM SCRIVI-PEZZI THRU FINE-SCRIVI-PEZZI.
       FINE-STAMPA-REPORT.
            EXIT.
      *
           END-IF.
       FINE-STAMPA-LIV-CITTA.
            EXIT.
      *
       SCRIVI-PEZZI.
      **************************************************************
      * I PEZZI PER FILIALE: PER OGNI LIVELLO LE CITTA DI OGNI      *
      * FILIALE, NELLO STESSO ORDINE DEL REPORT. LA SOMMA SU TUTTE  *
      * LE FILIALI (0000 COMPRESA) TORNA CON I RECORD LETTI DELLA   *
      * RIGA DI CONTROLLO 'C'.                                      *
      **************************************************************
           OPEN OUTPUT PEZZIF.
           PERFORM SCRIVI-PEZZI-LIVELLO THRU FINE-SCRIVI-PEZZI-LIVELLO
                VARYING WS-IX-LIV FROM 1 BY 1
                UNTIL WS-IX-LIV > 10.
           MOVE ZERO               TO PZ-FILIALE.
           MOVE 'C'                TO PZ-TIPO.
           MOVE 'DISTRIBUZIONE LIVELLI' TO PZ-SEZIONE.
           MOVE WS-CONTA-LETTI     TO PZ-QUANTITA.
           MOVE WS-DATA-ESECUZIONE TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           CLOSE PEZZIF.
       FINE-SCRIVI-PEZZI.
            EXIT.
      *
       SCRIVI-PEZZI-LIVELLO.
           IF TL-TOTALE(WS-IX-LIV) > ZERO
               COMPUTE WS-IND-LIV = WS-IX-LIV - 1
               MOVE SPACES TO PZ-SEZIONE
               STRING 'LIVELLO ' DELIMITED BY SIZE
                      WS-IND-LIV(2:1) DELIMITED BY SIZE
                      INTO PZ-SEZIONE
               PERFORM SCRIVI-PEZZO-CITTA THRU FINE-SCRIVI-PEZZO-CITTA
                    VARYING IND-DFI FROM 1 BY 1
                    UNTIL IND-DFI > WS-NUM-DIST-FIL
           END-IF.
       FINE-SCRIVI-PEZZI-LIVELLO.
            EXIT.
      *
       SCRIVI-PEZZO-CITTA.
           IF DF-LIV(IND-DFI WS-IX-LIV) > ZERO
               MOVE DF-CITTA(IND-DFI)          TO RLC-CITTA
               MOVE DF-LIV(IND-DFI WS-IX-LIV)  TO RLC-TOTALE
               MOVE DF-FILIALE(IND-DFI)        TO PZ-FILIALE
               MOVE 'D'                        TO PZ-TIPO
               MOVE DF-LIV(IND-DFI WS-IX-LIV)  TO PZ-QUANTITA
               MOVE RIGA-LIV-CITTA             TO PZ-TESTO
               PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO
           END-IF.
       FINE-SCRIVI-PEZZO-CITTA.
            EXIT.
      *
       SCRIVI-PEZZO.
           ADD 1 TO WS-PEZZI-PROGR.
           MOVE WS-PEZZI-PROGR TO PZ-PROGR.
           MOVE 'CLASSIF'      TO PZ-PROGRAMMA.
           WRITE REC-PEZZIF FROM RIGA-PEZZO.
       FINE-SCRIVI-PEZZO.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
