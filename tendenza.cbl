      * (TENDENZA-STORICO.TXT) CHE SOPRAVVIVE AI TAGLI DI
      * CONSERVAZIONE DI ARCHIVIA SULLO STORICO NOTTURNO: ABIVAR
      * RESTA IL CONFRONTO NOTTE SU NOTTE, QUESTO E' IL MESE.
      * ACCANTO AL REPORT SI SCRIVE L'EDIZIONE CSV DATATA DELLE
      * STESSE RIGHE (TENDENZA-REPORTF-AAAAMMGG.CSV), REGISTRATA
      * FRA LE GENERAZIONI; NON AVENDO IL REPORT UN TOTALE, SI
      * QUADRA CON LA SOMMA DEI FINE MESE STAMPATI.
      * UN COMUNE FUSO O RINOMINATO (REGISTRO ABI-CONTINUITA.TXT,
      * SCRITTO DA FUSIONE) SI RIPORTA AL NOME NUOVO, NELLO STORICO
      * NOTTURNO COME NELLA STORIA COMPATTA: LE NOTTI DEI DUE
      * COMUNI FUSI SI SOMMANO E LA TENDENZA NON SI SPEZZA.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF ASSIGN TO 'TENDENZA-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * EDIZIONE CSV DATATA DEL REPORT, PER I FOGLI DI CALCOLO

           SELECT EDIZCSV ASSIGN TO WS-NOME-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.
      * ELENCO CONDIVISO DELLE GENERAZIONI DI REPORT PRODOTTE

           SELECT ELENCOGEN ASSIGN TO 'REPORT-GENERAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ELENCOGEN-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
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
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   EDIZCSV
            DATA RECORD IS REC-EDIZCSV.
       01 REC-EDIZCSV  PIC X(250).

       FD   ELENCOGEN
            DATA RECORD IS REC-ELENCOGEN.
       01 REC-ELENCOGEN  PIC X(50).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   CONTINF
            DATA RECORD IS REC-CONTINF.
       01 REC-CONTINF  PIC X(30).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************
      ************************************************************
      *      TABELLA MESE+CITTA: PRIMA LA STORIA COMPATTA, POI I    *
      *      MESI RICALCOLATI DALLO STORICO NOTTURNO (CHE VINCONO   *
      *      SULLA STORIA PER GLI STESSI MESI). TM-ESECUZIONE E'    *
      *      L'ESECUZIONE NOTTURNA CHE HA ALIMENTATO PER ULTIMA LA  *
      *      RIGA: DUE COMUNI FUSI NELLA STESSA ESECUZIONE SONO UNA *
      *      SOLA NOTTE.                                            *
      ************************************************************
       01 WS-MAX-MESI         PIC 9(4) VALUE 2000.
       01 TAB-MESI.
               10 TM-MEDIA     PIC 9(6).
               10 TM-FINE-MESE PIC 9(6).
               10 TM-ORIGINE   PIC X.
               10 TM-ESECUZIONE PIC 9(6).
       01 WS-NUM-MESI         PIC 9(4) VALUE 0.
       01 WS-MESE-TROVATO     PIC X VALUE 'N'.
       01 WS-RIGA-MESE        PIC 9(4) VALUE 0.
       01 WS-MESE-CORRENTE    PIC 9(6) VALUE 0.
       01 WS-ESECUZIONE       PIC 9(6) VALUE 1.

      ************************************************************
      *      REGISTRO DI CONTINUITA' DELLO STORICO ABI              *
      ************************************************************
       COPY CONTINUA.

      ************************************************************
      *      ELENCO DELLE CITTA DISTINTE PER LA STAMPA              *
            05 RCA-CITTA         PIC X(10).
            05 RCA-DELTA         PIC +++++++9.

      ************************************************************
      *      EDIZIONE CSV DEL REPORT (MODULO COMUNE EDICSV) E RIGA  *
      *      DELL'ELENCO DELLE GENERAZIONI CHE LA REGISTRA; LA      *
      *      SOMMA DEI FINE MESE STAMPATI E' IL TOTALE DI CONTROLLO *
      ************************************************************
       01 WS-NOME-CSV          PIC X(40) VALUE SPACES.
       01 WS-CSV-STATUS        PIC XX.
       01 WS-TOT-FINE-MESE     PIC 9(9) VALUE 0.
       COPY EDICSV.
       01 WS-ELENCOGEN-STATUS  PIC XX.
       01 RIGA-ELENCOGEN.
            05 EG-DATA         PIC 9(8).
            05 FILLER          PIC X     VALUE SPACE.
            05 EG-NOME         PIC X(34).
            05 FILLER          PIC X     VALUE SPACE.
            05 EG-RIGHE        PIC 9(6).

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = TENDENZA PRODOTTA                                      *
      * 8 = STORICO ASSENTE O TABELLA PIENA, O EDIZIONE CSV CHE    *
      *     NON QUADRA CON I FINE MESE STAMPATI                    *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM CARICA-CONTINUITA THRU FINE-CARICA-CONTINUITA.
            PERFORM CARICA-STORIA THRU FINE-CARICA-STORIA.
            PERFORM AGGREGA-STORICO THRU FINE-AGGREGA-STORICO.
            IF WS-RETURN-CODE NOT = 8
            EXIT.
      *
       LEGGI-STORIA.
      **************************************************************
      * UN MESE DELLA STORIA COMPATTA INTESTATO A UN COMUNE FUSO SI *
      * SOMMA AL MESE DEL COMUNE CHE LO CONTINUA, SE C'E' GIA'.     *
      **************************************************************
           READ MENSILE AT END
                MOVE 'S' TO FINE-FILE
                GO TO FINE-LEGGI-STORIA
           END-READ.
           MOVE MEN-MESE  TO WS-MESE-CORRENTE.
           MOVE MEN-CITTA TO WS-CITTA-CONTINUITA.
           PERFORM TRADUCI-CITTA THRU FINE-TRADUCI-CITTA
                VARYING IND-CONTINUITA FROM 1 BY 1
                UNTIL IND-CONTINUITA > WS-NUM-CONTINUITA.
           MOVE 'N'  TO WS-MESE-TROVATO.
           SET IND-MESE TO 1.
           PERFORM CERCA-MESE THRU FINE-CERCA-MESE
                UNTIL IND-MESE > WS-NUM-MESI
                   OR WS-MESE-TROVATO = 'S'.
           IF WS-MESE-TROVATO = 'S'
               ADD MEN-MEDIA     TO TM-MEDIA(WS-RIGA-MESE)
               ADD MEN-FINE-MESE TO TM-FINE-MESE(WS-RIGA-MESE)
               GO TO FINE-LEGGI-STORIA
           END-IF.
           IF WS-NUM-MESI < WS-MAX-MESI
               ADD 1 TO WS-NUM-MESI
               MOVE MEN-MESE  TO TM-MESE(WS-NUM-MESI)
               MOVE WS-CITTA-CONTINUITA TO TM-CITTA(WS-NUM-MESI)
               MOVE MEN-MEDIA TO TM-MEDIA(WS-NUM-MESI)
               MOVE MEN-FINE-MESE
                              TO TM-FINE-MESE(WS-NUM-MESI)
               MOVE ZERO TO TM-SOMMA(WS-NUM-MESI)
               MOVE ZERO TO TM-NOTTI(WS-NUM-MESI)
               MOVE ZERO TO TM-ULTIMA(WS-NUM-MESI)
               MOVE ZERO TO TM-ESECUZIONE(WS-NUM-MESI)
               MOVE 'H'  TO TM-ORIGINE(WS-NUM-MESI)
           ELSE
               MOVE 'S' TO FINE-FILE
           END-IF.
       FINE-LEGGI-STORIA.
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
       TRADUCI-CITTA.
           IF CN-VECCHIA(IND-CONTINUITA) = WS-CITTA-CONTINUITA
               MOVE CN-NUOVA(IND-CONTINUITA) TO WS-CITTA-CONTINUITA
           END-IF.
       FINE-TRADUCI-CITTA.
            EXIT.
      *
       AGGREGA-STORICO.
           READ STORICO AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF ST-CITTA = '*TOTALE*  '
                         ADD 1 TO WS-ESECUZIONE
                     END-IF
                     IF ST-CITTA NOT = '*TOTALE*  '
                             AND ST-DATA IS NUMERIC
                         MOVE ST-DATA(1:6) TO WS-MESE-CORRENTE
                         MOVE ST-CITTA TO WS-CITTA-CONTINUITA
                         PERFORM TRADUCI-CITTA THRU FINE-TRADUCI-CITTA
                              VARYING IND-CONTINUITA FROM 1 BY 1
                              UNTIL IND-CONTINUITA > WS-NUM-CONTINUITA
                         PERFORM AGGIORNA-MESE THRU FINE-AGGIORNA-MESE
                     END-IF
           END-READ.
                   ADD 1 TO WS-NUM-MESI
                   MOVE WS-NUM-MESI TO WS-RIGA-MESE
                   MOVE WS-MESE-CORRENTE TO TM-MESE(WS-RIGA-MESE)
                   MOVE WS-CITTA-CONTINUITA
                                         TO TM-CITTA(WS-RIGA-MESE)
                   MOVE ZERO TO TM-SOMMA(WS-RIGA-MESE)
                   MOVE ZERO TO TM-NOTTI(WS-RIGA-MESE)
                   MOVE ZERO TO TM-ULTIMA(WS-RIGA-MESE)
                   MOVE ZERO TO TM-MEDIA(WS-RIGA-MESE)
                   MOVE ZERO TO TM-FINE-MESE(WS-RIGA-MESE)
                   MOVE ZERO TO TM-ESECUZIONE(WS-RIGA-MESE)
                   MOVE 'C'  TO TM-ORIGINE(WS-RIGA-MESE)
               ELSE
                   DISPLAY 'TABELLA MESI PIENA'
                   MOVE 'C'  TO TM-ORIGINE(WS-RIGA-MESE)
               END-IF
               ADD ST-TOTALE TO TM-SOMMA(WS-RIGA-MESE)
      * UN SECONDO COMUNE DELLA STESSA ESECUZIONE RICONDOTTO ALLA
      * STESSA CITTA NON E' UN'ALTRA NOTTE: SI SOMMA ALLA PRIMA
               IF TM-ESECUZIONE(WS-RIGA-MESE) = WS-ESECUZIONE
                   ADD ST-TOTALE TO TM-FINE-MESE(WS-RIGA-MESE)
               ELSE
                   ADD 1 TO TM-NOTTI(WS-RIGA-MESE)
                   IF ST-DATA >= TM-ULTIMA(WS-RIGA-MESE)
                       MOVE ST-DATA   TO TM-ULTIMA(WS-RIGA-MESE)
                       MOVE ST-TOTALE TO TM-FINE-MESE(WS-RIGA-MESE)
                   END-IF
               END-IF
               MOVE WS-ESECUZIONE TO TM-ESECUZIONE(WS-RIGA-MESE)
           END-IF.
       FINE-AGGIORNA-MESE.
            EXIT.
      *
       CERCA-MESE.
           IF TM-MESE(IND-MESE) = WS-MESE-CORRENTE
                   AND TM-CITTA(IND-MESE) = WS-CITTA-CONTINUITA
               MOVE 'S' TO WS-MESE-TROVATO
               SET WS-RIGA-MESE TO IND-MESE
           END-IF.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           PERFORM APRI-CSV THRU FINE-APRI-CSV.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           PERFORM STAMPA-MOVIMENTI THRU FINE-STAMPA-MOVIMENTI.

           CLOSE REPORTF.
           PERFORM CHIUDI-CSV THRU FINE-CHIUDI-CSV.
       FINE-STAMPA-REPORT.
            EXIT.
      *
               MOVE TM-FINE-MESE(WS-RIGA-MESE) TO RM-FINE-MESE
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-MESE
               ADD TM-FINE-MESE(WS-RIGA-MESE) TO WS-TOT-FINE-MESE
               MOVE 'D'                   TO EDC-AZIONE
               MOVE 'MESE'                TO EDC-CAMPO(1)
               MOVE TC-CITTA(WS-IX-CITTA) TO EDC-CAMPO(2)
               MOVE RM-MESE               TO EDC-CAMPO(3)
               MOVE RM-MEDIA              TO EDC-CAMPO(4)
               MOVE RM-FINE-MESE          TO EDC-CAMPO(5)
               MOVE SPACES                TO EDC-CAMPO(6)
               MOVE TM-FINE-MESE(WS-RIGA-MESE) TO EDC-QUANTITA
               PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV
           END-IF.
      * AVANZA DI UN MESE: DAL PRECEDENTE DI 11 SI RISALE FINO AL
      * MESE PIU' RECENTE
               MOVE WS-MAX-CRESCITA   TO RCR-DELTA
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-CRESCITA
               MOVE 'T'               TO EDC-AZIONE
               MOVE 'MAGGIORE CRESCITA' TO EDC-CAMPO(1)
               MOVE RCR-CITTA         TO EDC-CAMPO(2)
               MOVE RCR-DELTA         TO EDC-CAMPO(6)
               PERFORM SCRIVI-MOVIMENTO-CSV
                  THRU FINE-SCRIVI-MOVIMENTO-CSV
           END-IF.
           IF WS-CITTA-CALO NOT = SPACES
               MOVE WS-CITTA-CALO TO RCA-CITTA
               MOVE WS-MAX-CALO   TO RCA-DELTA
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-CALO
               MOVE 'T'               TO EDC-AZIONE
               MOVE 'MAGGIORE CALO'   TO EDC-CAMPO(1)
               MOVE RCA-CITTA         TO EDC-CAMPO(2)
               MOVE RCA-DELTA         TO EDC-CAMPO(6)
               PERFORM SCRIVI-MOVIMENTO-CSV
                  THRU FINE-SCRIVI-MOVIMENTO-CSV
           END-IF.
       FINE-STAMPA-MOVIMENTI.
            EXIT.
                   MOVE WS-DELTA TO RMO-DELTA
                   MOVE SPACES TO REC-REPORTF
                   WRITE REC-REPORTF FROM RIGA-MOVIMENTO
                   MOVE 'T'          TO EDC-AZIONE
                   MOVE 'MOVIMENTO'  TO EDC-CAMPO(1)
                   MOVE RMO-CITTA    TO EDC-CAMPO(2)
                   MOVE RMO-DELTA    TO EDC-CAMPO(6)
                   PERFORM SCRIVI-MOVIMENTO-CSV
                      THRU FINE-SCRIVI-MOVIMENTO-CSV
                   IF WS-DELTA > WS-MAX-CRESCITA
                       MOVE WS-DELTA TO WS-MAX-CRESCITA
                       MOVE TC-CITTA(WS-IX-CITTA)
           END-IF.
       FINE-TROVA-FINE-MESE.
            EXIT.
      *
       APRI-CSV.
      **************************************************************
      * APRE L'EDIZIONE CSV DATATA (TENDENZA-REPORTF-AAAAMMGG.CSV)  *
      * E NE SCRIVE L'INTESTAZIONE: LE RIGHE DEI MESI PORTANO MEDIA *
      * E FINE MESE, QUELLE DEI MOVIMENTI IL DELTA.                 *
      **************************************************************
           MOVE WS-DATA-ESECUZIONE TO EDC-DATA.
           MOVE SPACES TO WS-NOME-CSV.
           STRING 'TENDENZA-REPORTF-' DELIMITED BY SIZE
                  WS-DATA-ESECUZIONE DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-CSV.
           MOVE ZERO         TO WS-TOT-FINE-MESE.
           MOVE 'I'          TO EDC-AZIONE.
           MOVE 6            TO EDC-NUM-CAMPI.
           MOVE 'RIGA'       TO EDC-CAMPO(1).
           MOVE 'CITTA'      TO EDC-CAMPO(2).
           MOVE 'MESE'       TO EDC-CAMPO(3).
           MOVE 'MEDIA'      TO EDC-CAMPO(4).
           MOVE 'FINE MESE'  TO EDC-CAMPO(5).
           MOVE 'DELTA'      TO EDC-CAMPO(6).
           CALL 'EDICSV' USING AREA-CSV.
           OPEN OUTPUT EDIZCSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-APRI-CSV.
            EXIT.
      *
       SCRIVI-MOVIMENTO-CSV.
           MOVE SPACES TO EDC-CAMPO(3) EDC-CAMPO(4) EDC-CAMPO(5).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-SCRIVI-MOVIMENTO-CSV.
            EXIT.
      *
       SCRIVI-RIGA-CSV.
           CALL 'EDICSV' USING AREA-CSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-SCRIVI-RIGA-CSV.
            EXIT.
      *
       CHIUDI-CSV.
      **************************************************************
      * CHIUDE L'EDIZIONE CSV, LA REGISTRA FRA LE GENERAZIONI PER   *
      * ARCHIVIA E VERIFICA CHE LE RIGHE DEI MESI TORNINO CON LA    *
      * SOMMA DEI FINE MESE STAMPATI.                               *
      **************************************************************
           MOVE 'F'              TO EDC-AZIONE.
           MOVE WS-TOT-FINE-MESE TO EDC-TOTALE-STAMPA.
           CALL 'EDICSV' USING AREA-CSV.
           CLOSE EDIZCSV.

           MOVE EDC-DATA    TO EG-DATA.
           MOVE WS-NOME-CSV TO EG-NOME.
           MOVE EDC-RIGHE   TO EG-RIGHE.
           OPEN EXTEND ELENCOGEN.
           IF WS-ELENCOGEN-STATUS NOT = '00'
               OPEN OUTPUT ELENCOGEN
           END-IF.
           WRITE REC-ELENCOGEN FROM RIGA-ELENCOGEN.
           CLOSE ELENCOGEN.

           IF EDC-ESITO NOT = 'S'
               DISPLAY 'ERRORE: IL CSV NON QUADRA CON IL REPORT'
               MOVE 'CHIUDI-CSV' TO ECC-PARAGRAFO
               MOVE EDC-DATA     TO ECC-CHIAVE
               MOVE 'IL CSV NON QUADRA COL TOTALE STAMPATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       FINE-CHIUDI-CSV.
            EXIT.
