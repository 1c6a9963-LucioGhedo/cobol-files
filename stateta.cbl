      * MINIMO, MASSIMO E MEDIA, COMPLESSIVI E PER CITTA. GLI
      * ATTUARI CHIEDONO LA MEDIANA DA ANNI E LA RISPOSTA NON PUO'
      * PIU' ESSERE 'SUI QUARANTA, PROBABILMENTE'.
      * ACCANTO AL REPORT SI SCRIVE L'EDIZIONE CSV DATATA DELLE
      * STESSE STATISTICHE (STATETA-REPORTF-AAAAMMGG.CSV),
      * REGISTRATA FRA LE GENERAZIONI E QUADRATA CON IL NUMERO
      * COMPLESSIVO STAMPATO.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF ASSIGN TO 'STATETA-REPORTF.TXT'
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
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   EDIZCSV
            DATA RECORD IS REC-EDIZCSV.
       01 REC-EDIZCSV  PIC X(250).

       FD   ELENCOGEN
            DATA RECORD IS REC-ELENCOGEN.
       01 REC-ELENCOGEN  PIC X(50).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
            05 RS-MAX            PIC ZZZZ9.
            05 RS-MEDIA          PIC ZZZZZ9.9.

      ************************************************************
      *      EDIZIONE CSV DEL REPORT (MODULO COMUNE EDICSV) E RIGA  *
      *      DELL'ELENCO DELLE GENERAZIONI CHE LA REGISTRA          *
      ************************************************************
       01 WS-NOME-CSV          PIC X(40) VALUE SPACES.
       01 WS-CSV-STATUS        PIC XX.
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
      * 0 = ELABORAZIONE REGOLARE                                 *
      * 4 = INPUT NON IN ORDINE DI ETA' (STATISTICHE COMUNQUE      *
      *     CALCOLATE DALL'ISTOGRAMMA)                             *
      * 8 = ESTRATTO ASSENTE O VUOTO, O EDIZIONE CSV CHE NON       *
      *     QUADRA CON IL NUMERO COMPLESSIVO STAMPATO              *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           PERFORM APRI-CSV THRU FINE-APRI-CSV.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
                UNTIL WS-RIGA-CITTA > WS-NUM-CITTA.

           CLOSE REPORTF.
           PERFORM CHIUDI-CSV THRU FINE-CHIUDI-CSV.
       FINE-STAMPA-REPORT.
            EXIT.
      *
           MOVE WS-MEDIA      TO RS-MEDIA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-STATISTICA.
           MOVE 'T'          TO EDC-AZIONE.
           MOVE 'COMPLESSIVO' TO EDC-CAMPO(1).
           MOVE SPACES       TO EDC-CAMPO(2).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
       FINE-STAMPA-COMPLESSIVO.
           MOVE WS-MEDIA                 TO RS-MEDIA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-STATISTICA.
           MOVE 'D'                      TO EDC-AZIONE.
           MOVE 'CITTA'                  TO EDC-CAMPO(1).
           MOVE RS-CITTA                 TO EDC-CAMPO(2).
           MOVE CS-TOTALE(WS-RIGA-CITTA) TO EDC-QUANTITA.
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-STAMPA-UNA-CITTA.
            EXIT.
      *
       APRI-CSV.
      **************************************************************
      * APRE L'EDIZIONE CSV DATATA (STATETA-REPORTF-AAAAMMGG.CSV)   *
      * E NE SCRIVE L'INTESTAZIONE CON LE COLONNE DEL REPORT.       *
      **************************************************************
           MOVE WS-DATA-ESECUZIONE TO EDC-DATA.
           MOVE SPACES TO WS-NOME-CSV.
           STRING 'STATETA-REPORTF-' DELIMITED BY SIZE
                  WS-DATA-ESECUZIONE DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-CSV.
           MOVE 'I'          TO EDC-AZIONE.
           MOVE 9            TO EDC-NUM-CAMPI.
           MOVE 'RIGA'       TO EDC-CAMPO(1).
           MOVE 'CITTA'      TO EDC-CAMPO(2).
           MOVE 'N'          TO EDC-CAMPO(3).
           MOVE 'MIN'        TO EDC-CAMPO(4).
           MOVE 'Q1'         TO EDC-CAMPO(5).
           MOVE 'MED'        TO EDC-CAMPO(6).
           MOVE 'Q3'         TO EDC-CAMPO(7).
           MOVE 'MAX'        TO EDC-CAMPO(8).
           MOVE 'MEDIA'      TO EDC-CAMPO(9).
           CALL 'EDICSV' USING AREA-CSV.
           OPEN OUTPUT EDIZCSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-APRI-CSV.
            EXIT.
      *
       SCRIVI-RIGA-CSV.
      **************************************************************
      * LA RIGA CSV PRENDE LE CIFRE DALLA RIGA APPENA STAMPATA: IL   *
      * CHIAMANTE IMPOSTA SOLO TIPO, CITTA E QUANTITA.              *
      **************************************************************
           MOVE RS-N         TO EDC-CAMPO(3).
           MOVE RS-MIN       TO EDC-CAMPO(4).
           MOVE RS-Q1        TO EDC-CAMPO(5).
           MOVE RS-MED       TO EDC-CAMPO(6).
           MOVE RS-Q3        TO EDC-CAMPO(7).
           MOVE RS-MAX       TO EDC-CAMPO(8).
           MOVE RS-MEDIA     TO EDC-CAMPO(9).
           CALL 'EDICSV' USING AREA-CSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-SCRIVI-RIGA-CSV.
            EXIT.
      *
       CHIUDI-CSV.
      **************************************************************
      * CHIUDE L'EDIZIONE CSV, LA REGISTRA FRA LE GENERAZIONI PER   *
      * ARCHIVIA E VERIFICA CHE I NUMERI PER CITTA TORNINO CON IL   *
      * NUMERO COMPLESSIVO STAMPATO (NON TORNANO SE LA TABELLA      *
      * DELLE CITTA E' PIENA).                                      *
      **************************************************************
           MOVE 'F'           TO EDC-AZIONE.
           MOVE WS-TOT-RECORD TO EDC-TOTALE-STAMPA.
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
