      * MASTER FINISCONO IN UN SECCHIO PROPRIO. LE CIFRE PER
      * REGIONE CHE LA DIREZIONE CHIEDE OGNI TRIMESTRE SMETTONO DI
      * NASCERE DALLA CALCOLATRICE SOPRA IL REPORT PER CITTA.
      * ACCANTO AL REPORT SI SCRIVE L'EDIZIONE CSV DATATA DELLE
      * STESSE CIFRE (ROLLREG-REPORTF-AAAAMMGG.CSV), REGISTRATA FRA
      * LE GENERAZIONI E QUADRATA CON IL TOTALE NAZIONALE.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT REPORTF ASSIGN TO 'ROLLREG-REPORTF.TXT'
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
               'TOTALE NAZIONALE           '.
            05 RT-TOTALE         PIC ZZZZZZZ9.

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
      * 0 = CONSOLIDAMENTO PRODOTTO                                *
      * 4 = CITTA NON CENSITE NEL SECCHIO PROPRIO                  *
      * 8 = STORICO O MASTER CITTA ASSENTI, O EDIZIONE CSV CHE     *
      *     NON QUADRA CON IL TOTALE NAZIONALE                     *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.
           PERFORM APRI-CSV THRU FINE-APRI-CSV.

           MOVE WS-DATA-ULTIMA TO IR-DATA.
           MOVE SPACES TO REC-REPORTF.
               MOVE WS-TOTALE-NON-CENS TO RN-TOTALE
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-NON-CENSITE
               MOVE 'D'                 TO EDC-AZIONE
               MOVE 'NON CENSITE'       TO EDC-CAMPO(1)
               MOVE SPACES              TO EDC-CAMPO(2) EDC-CAMPO(3)
               MOVE RN-TOTALE           TO EDC-CAMPO(4)
               MOVE WS-TOTALE-NON-CENS  TO EDC-QUANTITA
               PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV
           END-IF.
           MOVE WS-TOTALE-NAZIONALE TO RT-TOTALE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-NAZIONALE.
           MOVE 'T'                 TO EDC-AZIONE.
           MOVE 'NAZIONALE'         TO EDC-CAMPO(1).
           MOVE SPACES              TO EDC-CAMPO(2) EDC-CAMPO(3).
           MOVE RT-TOTALE           TO EDC-CAMPO(4).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.

           CLOSE REPORTF.
           PERFORM CHIUDI-CSV THRU FINE-CHIUDI-CSV.
       FINE-STAMPA-REPORT.
            EXIT.
      *
           MOVE RG-TOTALE(WS-IX-REG)  TO RR-TOTALE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-REGIONE.
           MOVE 'T'                   TO EDC-AZIONE.
           MOVE 'REGIONE'             TO EDC-CAMPO(1).
           MOVE RG-REGIONE(WS-IX-REG) TO EDC-CAMPO(2).
           MOVE SPACES                TO EDC-CAMPO(3).
           MOVE RR-TOTALE             TO EDC-CAMPO(4).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
           PERFORM STAMPA-PROVINCIA-DI THRU FINE-STAMPA-PROVINCIA-DI
                VARYING IND-PROV FROM 1 BY 1
                UNTIL IND-PROV > WS-NUM-PROVINCE.
               MOVE PV-TOTALE(IND-PROV)    TO RP-TOTALE
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-PROVINCIA
               MOVE 'D'                    TO EDC-AZIONE
               MOVE 'PROVINCIA'            TO EDC-CAMPO(1)
               MOVE PV-REGIONE(IND-PROV)   TO EDC-CAMPO(2)
               MOVE PV-PROVINCIA(IND-PROV) TO EDC-CAMPO(3)
               MOVE RP-TOTALE              TO EDC-CAMPO(4)
               MOVE PV-TOTALE(IND-PROV)    TO EDC-QUANTITA
               PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV
           END-IF.
       FINE-STAMPA-PROVINCIA-DI.
            EXIT.
      *
       APRI-CSV.
      **************************************************************
      * APRE L'EDIZIONE CSV DATATA CON LA NOTTE CONSOLIDATA         *
      * (ROLLREG-REPORTF-AAAAMMGG.CSV) E NE SCRIVE L'INTESTAZIONE.  *
      **************************************************************
           MOVE WS-DATA-ULTIMA TO EDC-DATA.
           MOVE SPACES TO WS-NOME-CSV.
           STRING 'ROLLREG-REPORTF-' DELIMITED BY SIZE
                  WS-DATA-ULTIMA DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-CSV.
           MOVE 'I'          TO EDC-AZIONE.
           MOVE 4            TO EDC-NUM-CAMPI.
           MOVE 'LIVELLO'    TO EDC-CAMPO(1).
           MOVE 'REGIONE'    TO EDC-CAMPO(2).
           MOVE 'PROVINCIA'  TO EDC-CAMPO(3).
           MOVE 'TOTALE'     TO EDC-CAMPO(4).
           CALL 'EDICSV' USING AREA-CSV.
           OPEN OUTPUT EDIZCSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
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
      * CHIUDE L'EDIZIONE CSV, LA REGISTRA FRA LE GENERAZIONI PER   *
      * ARCHIVIA E VERIFICA CHE PROVINCE E NON CENSITE TORNINO CON  *
      * IL TOTALE NAZIONALE STAMPATO.                               *
      **************************************************************
           MOVE 'F'                 TO EDC-AZIONE.
           MOVE WS-TOTALE-NAZIONALE TO EDC-TOTALE-STAMPA.
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
