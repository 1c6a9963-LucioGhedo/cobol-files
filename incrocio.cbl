       AUTHOR. LUCIO
       DATE-WRITTEN. 22/8/2026
      * MATRICE CITTA PER FASCIA DI ETA' (LE STESSE FASCE DI
      * CLASSIFICA-ETA DI TABORD), CON TOTALI E PERCENTUALI.
      * LA STESSA MATRICE, RIPARTITA PER FILIALE (SENZA LE
      * PERCENTUALI), VA IN INCROCIO-FILIALI.TXT (PEZZIFIL) PER
      * LO SMISTAMENTO ALLE FILIALI (SMISTA).
      * ACCANTO AL REPORT SI SCRIVE L'EDIZIONE CSV DATATA DELLA
      * MATRICE (INCROCIO-REPORTF-AAAAMMGG.CSV), REGISTRATA FRA LE
      * GENERAZIONI E QUADRATA CON IL TOTALE STAMPATO.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF  ASSIGN TO 'INCROCIO-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * MATRICE PER FILIALE, PER LO SMISTAMENTO

           SELECT PEZZIF   ASSIGN TO 'INCROCIO-FILIALI.TXT'
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

       FD   PEZZIF
            DATA RECORD IS REC-PEZZIF.
       01 REC-PEZZIF  PIC X(142).

       FD   EDIZCSV
            DATA RECORD IS REC-EDIZCSV.
       01 REC-EDIZCSV  PIC X(250).

       FD   ELENCOGEN
            DATA RECORD IS REC-ELENCOGEN.
       01 REC-ELENCOGEN  PIC X(50).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).
       01   WS-PIENA-SEGNALATA PIC X VALUE 'N'.
       01   IND-COLONNA       PIC 9 VALUE 0.

      ************************************************************
      *      LA STESSA MATRICE CON UNA RIGA PER FILIALE E CITTA,    *
      *      PER I PEZZI DA SMISTARE ALLE FILIALI (PEZZIFIL)        *
      ************************************************************
       01   WS-MAX-MAT-FIL    PIC 9(4) VALUE 2000.
       01   TAB-MATRICE-FILIALI.
            05 RIGA-MAT-FIL OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-MAT-FIL
               INDEXED BY IND-MFI.
               10 MF-FILIALE   PIC 9(4).
               10 MF-CITTA     PIC X(10).
               10 MF-FASCIA    OCCURS 4 TIMES PIC 9(6).
               10 MF-TOTALE    PIC 9(6).
       01   WS-NUM-MAT-FIL    PIC 9(4) VALUE 0.
       01   WS-FIL-CORRENTE   PIC 9(4) VALUE 0.
       01   WS-FIL-PIENA      PIC X VALUE 'N'.
       COPY PEZZIFIL.
       01   WS-PEZZI-PROGR    PIC 9(6) VALUE 0.

       01 FINE-FILE PIC X VALUE SPACES.
       01 WS-ANNO-CORRENTE PIC 9999 VALUE 0.
       01 WS-ETA-CALCOLATA PIC 9(4) VALUE 0.
            05 RC-PERC           PIC ZZZ9.9.
            05 FILLER            PIC X VALUE '%'.

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
      * 8 = FILE ANAGR.TXT VUOTO, O EDIZIONE CSV CHE NON QUADRA    *
      *     CON IL TOTALE STAMPATO                                 *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

              THRU FINE-CALCOLA-ETA-CORRENTE.
           PERFORM CLASSIFICA-FASCIA THRU FINE-CLASSIFICA-FASCIA.
           PERFORM ACCUMULA-CITTA THRU FINE-ACCUMULA-CITTA.
           PERFORM ACCUMULA-FILIALE THRU FINE-ACCUMULA-FILIALE.
           ADD 1 TO CL-FASCIA(WS-FASCIA-CORR).
           ADD 1 TO WS-GRAN-TOTALE.

       FINE-CERCA-RIGA-CITTA.
            EXIT.
      *
       ACCUMULA-FILIALE.
           IF COD-FILIALE IS NUMERIC
               MOVE COD-FILIALE TO WS-FIL-CORRENTE
           ELSE
               MOVE ZERO        TO WS-FIL-CORRENTE
           END-IF.
           MOVE 'N' TO WS-TROVATA.
           SET IND-MFI TO 1.
           PERFORM CERCA-RIGA-FILIALE THRU FINE-CERCA-RIGA-FILIALE
                UNTIL IND-MFI > WS-NUM-MAT-FIL
                   OR WS-TROVATA = 'S'.

           IF WS-TROVATA = 'N'
               IF WS-NUM-MAT-FIL < WS-MAX-MAT-FIL
                   ADD 1 TO WS-NUM-MAT-FIL
                   SET IND-MFI TO WS-NUM-MAT-FIL
                   MOVE WS-FIL-CORRENTE TO MF-FILIALE(IND-MFI)
                   MOVE CITTA TO MF-CITTA(IND-MFI)
                   MOVE ZERO  TO MF-FASCIA(IND-MFI 1)
                   MOVE ZERO  TO MF-FASCIA(IND-MFI 2)
                   MOVE ZERO  TO MF-FASCIA(IND-MFI 3)
                   MOVE ZERO  TO MF-FASCIA(IND-MFI 4)
                   MOVE 1     TO MF-FASCIA(IND-MFI WS-FASCIA-CORR)
                   MOVE 1     TO MF-TOTALE(IND-MFI)
               ELSE
      * TABELLA PIENA: I PEZZI DELLE FILIALI NON QUADRERANNO, LO
      * SI SEGNALA UNA VOLTA
                   IF WS-FIL-PIENA = 'N'
                       MOVE 'S' TO WS-FIL-PIENA
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                       MOVE 'ACCUMULA-FILIALE' TO ECC-PARAGRAFO
                       MOVE WS-FIL-CORRENTE    TO ECC-CHIAVE
                       MOVE 'TABELLA FILIALI/CITTA PIENA'
                            TO ECC-DESCRIZIONE
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                   END-IF
               END-IF
           END-IF.
       FINE-ACCUMULA-FILIALE.
            EXIT.
       CERCA-RIGA-FILIALE.
           IF MF-FILIALE(IND-MFI) = WS-FIL-CORRENTE
                   AND MF-CITTA(IND-MFI) = CITTA
               ADD 1 TO MF-FASCIA(IND-MFI WS-FASCIA-CORR)
               ADD 1 TO MF-TOTALE(IND-MFI)
               MOVE 'S' TO WS-TROVATA
           END-IF.
           SET IND-MFI UP BY 1.
       FINE-CERCA-RIGA-FILIALE.
            EXIT.
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.
           MOVE INTESTAZIONE-REPORT  TO IMP-TITOLO.
           MOVE INTESTAZIONE-COLONNE TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           PERFORM APRI-CSV THRU FINE-APRI-CSV.

           PERFORM STAMPA-RIGA-MATRICE THRU FINE-STAMPA-RIGA-MATRICE
                VARYING IND-MATRICE FROM 1 BY 1
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
           PERFORM CHIUDI-CSV THRU FINE-CHIUDI-CSV.
           PERFORM SCRIVI-PEZZI THRU FINE-SCRIVI-PEZZI.
       FINE-STAMPA-REPORT.
            EXIT.
       SCRIVI-PEZZI.
      **************************************************************
      * I PEZZI PER FILIALE: LE COLONNE SENZA LA PERCENTUALE (CHE   *
      * SUL PEZZO DI UNA FILIALE NON AVREBBE SENSO) E UNA RIGA PER  *
      * CITTA DI OGNI FILIALE. LA SOMMA DEI TOTALI DI RIGA SU TUTTE *
      * LE FILIALI (0000 COMPRESA) TORNA CON IL GRAN TOTALE.        *
      **************************************************************
           OPEN OUTPUT PEZZIF.
           MOVE ZERO                 TO PZ-FILIALE.
           MOVE 'H'                  TO PZ-TIPO.
           MOVE SPACES               TO PZ-SEZIONE.
           MOVE ZERO                 TO PZ-QUANTITA.
           MOVE INTESTAZIONE-COLONNE TO PZ-TESTO.
           MOVE SPACES               TO PZ-TESTO(51:7).
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           PERFORM SCRIVI-PEZZO-CITTA THRU FINE-SCRIVI-PEZZO-CITTA
                VARYING IND-MFI FROM 1 BY 1
                UNTIL IND-MFI > WS-NUM-MAT-FIL.
           MOVE ZERO                 TO PZ-FILIALE.
           MOVE 'C'                  TO PZ-TIPO.
           MOVE 'INCROCIO CITTA/FASCE' TO PZ-SEZIONE.
           MOVE WS-GRAN-TOTALE       TO PZ-QUANTITA.
           MOVE WS-DATA-ESECUZIONE   TO PZ-TESTO.
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
           CLOSE PEZZIF.
       FINE-SCRIVI-PEZZI.
            EXIT.
       SCRIVI-PEZZO-CITTA.
           MOVE MF-CITTA(IND-MFI)    TO RC-CITTA.
           MOVE MF-FASCIA(IND-MFI 1) TO RC-F1.
           MOVE MF-FASCIA(IND-MFI 2) TO RC-F2.
           MOVE MF-FASCIA(IND-MFI 3) TO RC-F3.
           MOVE MF-FASCIA(IND-MFI 4) TO RC-F4.
           MOVE MF-TOTALE(IND-MFI)   TO RC-TOTALE.
           MOVE MF-FILIALE(IND-MFI)  TO PZ-FILIALE.
           MOVE 'D'                  TO PZ-TIPO.
           MOVE 'CITTA PER FASCIA DI ETA' TO PZ-SEZIONE.
           MOVE MF-TOTALE(IND-MFI)   TO PZ-QUANTITA.
           MOVE RIGA-CITTA           TO PZ-TESTO.
           MOVE SPACES               TO PZ-TESTO(51:7).
           PERFORM SCRIVI-PEZZO THRU FINE-SCRIVI-PEZZO.
       FINE-SCRIVI-PEZZO-CITTA.
            EXIT.
       SCRIVI-PEZZO.
           ADD 1 TO WS-PEZZI-PROGR.
           MOVE WS-PEZZI-PROGR TO PZ-PROGR.
           MOVE 'INCROCIO'     TO PZ-PROGRAMMA.
           WRITE REC-PEZZIF FROM RIGA-PEZZO.
       FINE-SCRIVI-PEZZO.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
           MOVE RIGA-CITTA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'D'                    TO EDC-AZIONE.
           MOVE 'CITTA'                TO EDC-CAMPO(1).
           MOVE MX-TOTALE(IND-MATRICE) TO EDC-QUANTITA.
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-STAMPA-RIGA-MATRICE.
            EXIT.
      *
           MOVE RIGA-CITTA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'T'            TO EDC-AZIONE.
           MOVE 'TOTALE'       TO EDC-CAMPO(1).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-STAMPA-RIGA-TOTALI.
            EXIT.
      *
       APRI-CSV.
      **************************************************************
      * APRE L'EDIZIONE CSV DATATA (INCROCIO-REPORTF-AAAAMMGG.CSV)  *
      * E NE SCRIVE L'INTESTAZIONE CON LE STESSE COLONNE DEL        *
      * REPORT.                                                     *
      **************************************************************
           MOVE WS-DATA-ESECUZIONE TO EDC-DATA.
           MOVE SPACES TO WS-NOME-CSV.
           STRING 'INCROCIO-REPORTF-' DELIMITED BY SIZE
                  WS-DATA-ESECUZIONE DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-CSV.
           MOVE 'I'          TO EDC-AZIONE.
           MOVE 8            TO EDC-NUM-CAMPI.
           MOVE 'RIGA'       TO EDC-CAMPO(1).
           MOVE 'CITTA'      TO EDC-CAMPO(2).
           MOVE 'ETA 0-17'   TO EDC-CAMPO(3).
           MOVE 'ETA 18-35'  TO EDC-CAMPO(4).
           MOVE 'ETA 36-60'  TO EDC-CAMPO(5).
           MOVE 'ETA 61+'    TO EDC-CAMPO(6).
           MOVE 'TOTALE'     TO EDC-CAMPO(7).
           MOVE 'PERC'       TO EDC-CAMPO(8).
           CALL 'EDICSV' USING AREA-CSV.
           OPEN OUTPUT EDIZCSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-APRI-CSV.
            EXIT.
      *
       SCRIVI-RIGA-CSV.
      **************************************************************
      * LA RIGA CSV PRENDE LE CIFRE DALLA RIGA APPENA STAMPATA: IL   *
      * CHIAMANTE IMPOSTA SOLO IL TIPO DI RIGA E LA QUANTITA.       *
      **************************************************************
           MOVE RC-CITTA     TO EDC-CAMPO(2).
           MOVE RC-F1        TO EDC-CAMPO(3).
           MOVE RC-F2        TO EDC-CAMPO(4).
           MOVE RC-F3        TO EDC-CAMPO(5).
           MOVE RC-F4        TO EDC-CAMPO(6).
           MOVE RC-TOTALE    TO EDC-CAMPO(7).
           MOVE RC-PERC      TO EDC-CAMPO(8).
           CALL 'EDICSV' USING AREA-CSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-SCRIVI-RIGA-CSV.
            EXIT.
      *
       CHIUDI-CSV.
      **************************************************************
      * CHIUDE L'EDIZIONE CSV, LA REGISTRA FRA LE GENERAZIONI PER   *
      * ARCHIVIA E VERIFICA CHE I TOTALI DI CITTA TORNINO CON IL    *
      * TOTALE STAMPATO (NON TORNANO SE LA MATRICE E' PIENA).       *
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
