      * LEGGE LO STORICO ABI-STORICO.TXT, AFFIANCA L'ULTIMA
      * ESECUZIONE ALLA PRECEDENTE E SEGNALA OGNI CITTA CHE OSCILLA
      * OLTRE LA SOGLIA, COSI' UN CALO SILENZIOSO DI VOLUMI SI
      * SCOPRE LA MATTINA STESSA E NON A FINE MESE.
      * UN COMUNE FUSO O RINOMINATO (REGISTRO ABI-CONTINUITA.TXT,
      * SCRITTO DA FUSIONE) SI RIPORTA AL NOME NUOVO: LE SUE NOTTI
      * PRECEDENTI SI CONFRONTANO CON QUELLE DEL COMUNE CHE LO
      * CONTINUA, SENZA FALSI ALLARMI DI CITTA SPARITA O NATA.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * REGISTRO DI CONTINUITA' DEI COMUNI FUSI O RINOMINATI

           SELECT OPTIONAL CONTINF ASSIGN TO 'ABI-CONTINUITA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTINUITA-STATUS.

      ************************************************************
      *                       DATA DIVISION
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   CONTINF
            DATA RECORD IS REC-CONTINF.
       01 REC-CONTINF  PIC X(30).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************
       01 WS-TROVATO          PIC X VALUE 'N'.
       01 WS-TOTALE-PREC      PIC 9(6) VALUE 0.

      ************************************************************
      *      REGISTRO DI CONTINUITA' DELLO STORICO ABI              *
      ************************************************************
       COPY CONTINUA.

      ************************************************************
      *      SOGLIA DI OSCILLAZIONE (PERCENTO, DEFAULT 50)          *
      ************************************************************

       MAIN-LINE.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM CARICA-CONTINUITA THRU FINE-CARICA-CONTINUITA.
            PERFORM CARICA-STORICO THRU FINE-CARICA-STORICO.
            PERFORM CONFRONTA-ESECUZIONI
               THRU FINE-CONFRONTA-ESECUZIONI.
                         PERFORM CHIUDI-ESECUZIONE
                            THRU FINE-CHIUDI-ESECUZIONE
                     ELSE
                         PERFORM ACCUMULA-CITTA
                            THRU FINE-ACCUMULA-CITTA
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-STORICO.
            EXIT.
      *
       ACCUMULA-CITTA.
      **************************************************************
      * IL NOME DI UN COMUNE FUSO O RINOMINATO SI RIPORTA A QUELLO  *
      * NUOVO; SE LA CITTA C'E' GIA' NELL'ESECUZIONE IN CORSO (DUE  *
      * COMUNI FUSI NELLA STESSA NOTTE) I TOTALI SI SOMMANO.        *
      **************************************************************
           MOVE ST-CITTA TO WS-CITTA-CONTINUITA.
           PERFORM TRADUCI-CITTA THRU FINE-TRADUCI-CITTA
                VARYING IND-CONTINUITA FROM 1 BY 1
                UNTIL IND-CONTINUITA > WS-NUM-CONTINUITA.
           MOVE ST-DATA TO WS-DATA-CORRENTE.
           MOVE 'N' TO WS-TROVATO.
           PERFORM CERCA-IN-CORRENTE THRU FINE-CERCA-IN-CORRENTE
                VARYING IND-CORRENTE FROM 1 BY 1
                UNTIL IND-CORRENTE > WS-NUM-CORRENTE
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'N' AND WS-NUM-CORRENTE < WS-MAX-CITTA
               ADD 1 TO WS-NUM-CORRENTE
               MOVE WS-CITTA-CONTINUITA
                    TO CO-CITTA(WS-NUM-CORRENTE)
               MOVE ST-TOTALE
                    TO CO-TOTALE(WS-NUM-CORRENTE)
           END-IF.
       FINE-ACCUMULA-CITTA.
            EXIT.
      *
       CERCA-IN-CORRENTE.
           IF CO-CITTA(IND-CORRENTE) = WS-CITTA-CONTINUITA
               ADD ST-TOTALE TO CO-TOTALE(IND-CORRENTE)
               MOVE 'S' TO WS-TROVATO
           END-IF.
       FINE-CERCA-IN-CORRENTE.
            EXIT.
      *
       TRADUCI-CITTA.
           IF CN-VECCHIA(IND-CONTINUITA) = WS-CITTA-CONTINUITA
               MOVE CN-NUOVA(IND-CONTINUITA) TO WS-CITTA-CONTINUITA
           END-IF.
       FINE-TRADUCI-CITTA.
            EXIT.
      *
       CARICA-CONTINUITA.
      **************************************************************
      * CARICA IL REGISTRO DI CONTINUITA' (FACOLTATIVO): SENZA      *
      * REGISTRO OGNI NOME DELLO STORICO RESTA COM'E'.              *
      **************************************************************
           MOVE ZERO TO WS-NUM-CONTINUITA.
           MOVE 'N' TO WS-CONTINUITA-EOF.
           OPEN INPUT CONTINF.
           IF WS-CONTINUITA-STATUS NOT = '00'
               MOVE 'S' TO WS-CONTINUITA-EOF
           END-IF.
           PERFORM LEGGI-CONTINUITA THRU FINE-LEGGI-CONTINUITA
                UNTIL WS-CONTINUITA-EOF = 'S'.
           CLOSE CONTINF.
       FINE-CARICA-CONTINUITA.
            EXIT.
      *
       LEGGI-CONTINUITA.
           READ CONTINF INTO RIGA-CONTINUITA AT END
                MOVE 'S' TO WS-CONTINUITA-EOF
                NOT AT END
                     IF WS-NUM-CONTINUITA < WS-MAX-CONTINUITA
                         ADD 1 TO WS-NUM-CONTINUITA
                         MOVE CON-VECCHIA
                              TO CN-VECCHIA(WS-NUM-CONTINUITA)
                         MOVE CON-NUOVA
                              TO CN-NUOVA(WS-NUM-CONTINUITA)
                     END-IF
           END-READ.
       FINE-LEGGI-CONTINUITA.
            EXIT.
      *
       CHIUDI-ESECUZIONE.
      **************************************************************
