       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSUMO.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE DEL REGISTRO DEI CONSUMI: I PROGRAMMI
      * CHE LAVORANO PER LE FILIALI (RIGHE ESTRATTE, RIGHE CSV,
      * RECORD NEI PACCHI, LETTERE, POSTA PREZZATA) GLI PASSANO A
      * OGNI UNITA' PRODOTTA LA FILIALE DI APPARTENENZA; IL MODULO
      * ACCUMULA IN TABELLA E ALLA CHIUSURA ACCODA A CONSUMI.TXT
      * UNA RIGA PER FILIALE PIU' LA RIGA DI CONTROLLO CON IL
      * TOTALE CONTATO DAL PROGRAMMA. LE RIGHE LE LEGGE A FINE
      * MESE ADDEBITI, CHE LE PREZZA E LE QUADRA.
      *
      * CHIAMATA: CALL 'CONSUMO' USING CNS-CHIAMATA (CONSUMO.CPY)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGISTRO DEI CONSUMI PER FILIALE (SOLO IN CODA)

           SELECT OPTIONAL CONSUMIF ASSIGN TO 'CONSUMI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSM-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   CONSUMIF
            DATA RECORD IS REC-CONSUMIF.
       01 REC-CONSUMIF  PIC X(62).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY CONSUMI.

       01 WS-CSM-STATUS        PIC XX.
       01 WS-TROVATA           PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-ORA-OGGI.
            05 WS-ORA-HHMMSS   PIC 9(6).
            05 WS-ORA-CENT     PIC 99.

      ************************************************************
      *      CONSUMI DELL'ESECUZIONE IN CORSO, UNA RIGA PER         *
      *      FILIALE, NELL'ORDINE IN CUI LE FILIALI SI PRESENTANO   *
      ************************************************************
       01 WS-MAX-FILIALI       PIC 9(4) VALUE 1000.
       01 TAB-CONSUMI.
            05 CONSUMO-TAB OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-FILIALI
               INDEXED BY IND-CNS.
               10 TC-FILIALE    PIC 9(4).
               10 TC-QUANTITA   PIC 9(7).
               10 TC-IMPORTO    PIC 9(9).
       01 WS-NUM-FILIALI       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       COPY CONSUMO.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING CNS-CHIAMATA.

       MAIN-LINE.
            MOVE 'S' TO CNS-ESITO.
            IF CNS-AZIONE = 'A'
                PERFORM ACCUMULA THRU FINE-ACCUMULA
            END-IF.
            IF CNS-AZIONE = 'C'
                PERFORM CHIUDI THRU FINE-CHIUDI
            END-IF.

            GOBACK.
      *
       ACCUMULA.
      **************************************************************
      * SOMMA QUANTITA E IMPORTO SULLA RIGA DELLA FILIALE, CHE SI   *
      * AGGIUNGE ALLA PRIMA UNITA'. A TABELLA PIENA IL CONSUMO NON  *
      * SI REGISTRA: IL TOTALE DI CONTROLLO LO CONTA COMUNQUE, COSI' *
      * LA DIFFERENZA SALTA FUORI NEL RIEPILOGO DI ADDEBITI.        *
      **************************************************************
           MOVE 'N' TO WS-TROVATA.
           SET IND-CNS TO 1.
           PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
                UNTIL IND-CNS > WS-NUM-FILIALI
                   OR WS-TROVATA = 'S'.
           IF WS-TROVATA = 'N'
               IF WS-NUM-FILIALI < WS-MAX-FILIALI
                   ADD 1 TO WS-NUM-FILIALI
                   SET IND-CNS TO WS-NUM-FILIALI
                   MOVE CNS-FILIALE TO TC-FILIALE(IND-CNS)
                   MOVE ZERO        TO TC-QUANTITA(IND-CNS)
                                       TC-IMPORTO(IND-CNS)
                   MOVE 'S' TO WS-TROVATA
               ELSE
                   MOVE 'N' TO CNS-ESITO
               END-IF
           END-IF.
           IF WS-TROVATA = 'S'
               ADD CNS-QUANTITA TO TC-QUANTITA(IND-CNS)
               ADD CNS-IMPORTO  TO TC-IMPORTO(IND-CNS)
           END-IF.
       FINE-ACCUMULA.
            EXIT.
      *
       CERCA-FILIALE.
           IF TC-FILIALE(IND-CNS) = CNS-FILIALE
               MOVE 'S' TO WS-TROVATA
           ELSE
               SET IND-CNS UP BY 1
           END-IF.
       FINE-CERCA-FILIALE.
            EXIT.
      *
       CHIUDI.
      **************************************************************
      * ACCODA LE RIGHE DI DETTAGLIO E LA RIGA DI CONTROLLO CON IL  *
      * TOTALE DEL CHIAMANTE. UN'ESECUZIONE CHE NON HA PRODOTTO     *
      * NULLA NON LASCIA RIGHE.                                     *
      **************************************************************
           IF WS-NUM-FILIALI > ZERO OR CNS-QUANTITA > ZERO
                   OR CNS-IMPORTO > ZERO
               ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD
               ACCEPT WS-ORA-OGGI  FROM TIME
               MOVE WS-DATA-OGGI  TO CSM-DATA
               MOVE WS-ORA-HHMMSS TO CSM-ORA
               MOVE CNS-PROGRAMMA TO CSM-PROGRAMMA
               MOVE CNS-SERVIZIO  TO CSM-SERVIZIO
               MOVE CNS-OPERATORE TO CSM-OPERATORE
               OPEN EXTEND CONSUMIF
               IF WS-CSM-STATUS NOT = '00'
                   OPEN OUTPUT CONSUMIF
               END-IF
               PERFORM SCRIVI-DETTAGLIO THRU FINE-SCRIVI-DETTAGLIO
                    VARYING IND-CNS FROM 1 BY 1
                    UNTIL IND-CNS > WS-NUM-FILIALI
               MOVE 'T'          TO CSM-TIPO
               MOVE ZERO         TO CSM-FILIALE
               MOVE CNS-QUANTITA TO CSM-QUANTITA
               MOVE CNS-IMPORTO  TO CSM-IMPORTO
               WRITE REC-CONSUMIF FROM RIGA-CONSUMO
               CLOSE CONSUMIF
           END-IF.
           MOVE ZERO TO WS-NUM-FILIALI.
       FINE-CHIUDI.
            EXIT.
      *
       SCRIVI-DETTAGLIO.
           MOVE 'D'                  TO CSM-TIPO.
           MOVE TC-FILIALE(IND-CNS)  TO CSM-FILIALE.
           MOVE TC-QUANTITA(IND-CNS) TO CSM-QUANTITA.
           MOVE TC-IMPORTO(IND-CNS)  TO CSM-IMPORTO.
           WRITE REC-CONSUMIF FROM RIGA-CONSUMO.
       FINE-SCRIVI-DETTAGLIO.
            EXIT.
