           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ELENCOGEN-STATUS.
      * EDIZIONE CSV DATATA DEL REPORT, PER I FOGLI DI CALCOLO

           SELECT EDIZCSV ASSIGN TO WS-NOME-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.
      * CHECKPOINT FILE PER IL RESTART

           SELECT CHECKPOINT ASSIGN TO 'ABI-CHECKPOINT.TXT'
            DATA RECORD IS REC-ELENCOGEN.
       01 REC-ELENCOGEN  PIC X(50).

       FD   EDIZCSV
            DATA RECORD IS REC-EDIZCSV.
       01 REC-EDIZCSV  PIC X(250).

       FD   CHECKPOINT
            RECORD CONTAINS 22 CHARACTERS
            DATA RECORD IS REC-CHECKPOINT.

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
            05 FILLER          PIC X VALUE SPACE.
            05 EG-RIGHE        PIC 9(6).

      ************************************************************
      *      EDIZIONE CSV DEL REPORT (MODULO COMUNE EDICSV): LE     *
      *      STESSE CIFRE DELLA STAMPA, UNA RIGA PER COGNOME E PER  *
      *      TOTALE, CON LA DATA DEL REPORT SU OGNI RIGA. E' UNA    *
      *      GENERAZIONE DATATA COME LA COPIA STAMPATA.             *
      ************************************************************
       01 WS-NOME-CSV          PIC X(40) VALUE SPACES.
       01 WS-CSV-STATUS        PIC XX.
       COPY EDICSV.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
           MOVE WS-GIORNO TO I1-GG.
           MOVE WS-MESE   TO I1-MM.
           MOVE WS-ANNO   TO I1-AAAA.
           PERFORM APRI-CSV THRU FINE-APRI-CSV.

           IF WS-RESTART = 'S'
               OPEN EXTEND REPORTF
           MOVE SPACES      TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-COGNOME.
           ADD TOTALE       TO CITTA-TOTALE.
           MOVE 'D'         TO EDC-AZIONE.
           MOVE 'COGNOME'   TO EDC-CAMPO(1).
           MOVE WS-CITTA    TO EDC-CAMPO(2).
           MOVE RCG-COGNOME TO EDC-CAMPO(3).
           MOVE RCG-TOTALE  TO EDC-CAMPO(4).
           MOVE TOTALE      TO EDC-QUANTITA.
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-STAMPA-RIGA-COGNOME.
            EXIT.
      *
           MOVE SPACES         TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CITTA.
           ADD CITTA-TOTALE    TO WS-GRAN-TOTALE.
           MOVE 'T'            TO EDC-AZIONE.
           MOVE 'TOTALE CITTA' TO EDC-CAMPO(1).
           MOVE WS-CITTA       TO EDC-CAMPO(2).
           MOVE SPACES         TO EDC-CAMPO(3).
           MOVE RC-TOTALE      TO EDC-CAMPO(4).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
           MOVE WS-CITTA       TO ST-CITTA.
           MOVE CITTA-TOTALE   TO ST-TOTALE.
           PERFORM SCRIVI-STORICO THRU FINE-SCRIVI-STORICO.
           MOVE WS-GRAN-TOTALE TO RT-TOTALE.
           MOVE SPACES       TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-TOTALE.
           MOVE 'T'               TO EDC-AZIONE.
           MOVE 'TOTALE GENERALE' TO EDC-CAMPO(1).
           MOVE SPACES            TO EDC-CAMPO(2) EDC-CAMPO(3).
           MOVE RT-TOTALE         TO EDC-CAMPO(4).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.

           MOVE '*TOTALE*  '   TO ST-CITTA.
           MOVE WS-GRAN-TOTALE TO ST-TOTALE.
               MOVE WS-CONTA-NON-ATTIVI TO RNA-TOTALE
               MOVE SPACES              TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-NON-ATTIVI
               MOVE 'T'          TO EDC-AZIONE
               MOVE 'NON ATTIVI ESCLUSI' TO EDC-CAMPO(1)
               MOVE SPACES       TO EDC-CAMPO(2) EDC-CAMPO(3)
               MOVE RNA-TOTALE   TO EDC-CAMPO(4)
               PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV
           END-IF.

           IF WS-TRAILER-ERRORE = 'S'
           CLOSE PRIMOF.
           CLOSE REPORTF.
           PERFORM COPIA-GENERAZIONE THRU FINE-COPIA-GENERAZIONE.
           PERFORM CHIUDI-CSV THRU FINE-CHIUDI-CSV.

      * FILE ELABORATO PER INTERO: IL CHECKPOINT NON SERVE PIU'.
           OPEN OUTPUT CHECKPOINT.
           CLOSE ELENCOGEN.
       FINE-COPIA-GENERAZIONE.
            EXIT.
      *
       APRI-CSV.
      **************************************************************
      * APRE L'EDIZIONE CSV DATATA (ABI-REPORTF-AAAAMMGG.CSV) CON   *
      * LA SUA RIGA DI INTESTAZIONE. IN RIPRESA DA CHECKPOINT SI    *
      * ACCODA A QUELLA GIA' SCRITTA, COME IL REPORT, E LA SOMMA DI  *
      * CONTROLLO RIPARTE DAL TOTALE DEL CHECKPOINT.                *
      **************************************************************
           MOVE WS-DATA-ESECUZIONE TO EDC-DATA.
           MOVE SPACES TO WS-NOME-CSV.
           STRING 'ABI-REPORTF-' DELIMITED BY SIZE
                  WS-DATA-ESECUZIONE DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-CSV.
           MOVE 'I'          TO EDC-AZIONE.
           MOVE 4            TO EDC-NUM-CAMPI.
           MOVE 'RIGA'       TO EDC-CAMPO(1).
           MOVE 'CITTA'      TO EDC-CAMPO(2).
           MOVE 'COGNOME'    TO EDC-CAMPO(3).
           MOVE 'PERSONE'    TO EDC-CAMPO(4).
           CALL 'EDICSV' USING AREA-CSV.
           MOVE '99' TO WS-CSV-STATUS.
           IF WS-RESTART = 'S'
               OPEN EXTEND EDIZCSV
           END-IF.
           IF WS-CSV-STATUS = '00'
               MOVE WS-GRAN-TOTALE TO EDC-SOMMA
           ELSE
               OPEN OUTPUT EDIZCSV
               WRITE REC-EDIZCSV FROM EDC-RIGA
           END-IF.
       FINE-APRI-CSV.
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
      * CHIUDE L'EDIZIONE CSV, LA REGISTRA FRA LE GENERAZIONI (CHE  *
      * ARCHIVIA CONSERVA E POTA COME LE ALTRE) E VERIFICA CHE LE   *
      * RIGHE DI DETTAGLIO TORNINO CON IL TOTALE STAMPATO: UN CSV   *
      * CHE NON QUADRA FINIREBBE NEI FOGLI DELLA DIREZIONE.         *
      **************************************************************
           MOVE 'F'            TO EDC-AZIONE.
           MOVE WS-GRAN-TOTALE TO EDC-TOTALE-STAMPA.
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
      *
       COPIA-RIGA-GENERAZIONE.
           READ REPORTF AT END
