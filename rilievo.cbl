       IDENTIFICATION DIVISION.
       PROGRAM-ID. RILIEVO.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE DEL REGISTRO DEI RILIEVI: I CONTROLLI
      * NOTTURNI CHE TROVANO PROBLEMI SULLE SINGOLE PERSONE
      * (PAGELLA, INTEGRA, QUARANT, DOPPIONI) GLI PASSANO OGNI
      * RILIEVO CON ID-PERSONA, FILIALE E TIPO, E ALLA FINE DI OGNI
      * CONTROLLO ESEGUITO PER INTERO LA RIGA DI CONTROLLO CON IL
      * NUMERO DI RILIEVI. LE RIGHE SI ACCODANO A RILIEVI.TXT E LE
      * CONSUMA CORREZ, CHE NE TIENE LA CODA DELLE CORREZIONI.
      *
      * CHIAMATA: CALL 'RILIEVO' USING RIL-CHIAMATA (RILIEVO.CPY)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGISTRO DEI RILIEVI DELLA NOTTE (SOLO IN CODA)

           SELECT OPTIONAL RILIEVIF ASSIGN TO 'RILIEVI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RLV-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RILIEVIF
            DATA RECORD IS REC-RILIEVIF.
       01 REC-RILIEVIF  PIC X(87).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY RILIEVI.

       01 WS-RLV-STATUS        PIC XX.
      * IL FILE RESTA APERTO DAL PRIMO RILIEVO ALLA CHIUSURA
       01 WS-FILE-APERTO       PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-ORA-OGGI.
            05 WS-ORA-HHMMSS   PIC 9(6).
            05 WS-ORA-CENT     PIC 99.

       LINKAGE SECTION.
       COPY RILIEVO.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING RIL-CHIAMATA.

       MAIN-LINE.
            MOVE 'S' TO RIL-ESITO.
            IF RIL-AZIONE = 'S'
                PERFORM SEGNALA THRU FINE-SEGNALA
            END-IF.
            IF RIL-AZIONE = 'C'
                PERFORM CHIUDI THRU FINE-CHIUDI
            END-IF.

            GOBACK.
      *
       SEGNALA.
           PERFORM APRI-REGISTRO THRU FINE-APRI-REGISTRO.
           MOVE 'D'           TO RLV-RIGA.
           MOVE RIL-ID        TO RLV-ID.
           MOVE RIL-FILIALE   TO RLV-FILIALE.
           MOVE RIL-DETTAGLIO TO RLV-DETTAGLIO.
           MOVE ZERO          TO RLV-QUANTITA.
           WRITE REC-RILIEVIF FROM RIGA-RILIEVO.
       FINE-SEGNALA.
            EXIT.
      *
       CHIUDI.
      **************************************************************
      * RIGA DI CONTROLLO DEL TIPO (O DI TUTTO IL PROGRAMMA): DICE  *
      * A CORREZ CHE IL CONTROLLO E' STATO FATTO, ANCHE QUANDO NON  *
      * HA TROVATO NULLA. IL FILE SI CHIUDE A OGNI RIGA DI          *
      * CONTROLLO: IL CHIAMANTE PUO' CHIUDERE PIU' TIPI DI SEGUITO. *
      **************************************************************
           PERFORM APRI-REGISTRO THRU FINE-APRI-REGISTRO.
           MOVE 'T'           TO RLV-RIGA.
           MOVE ZERO          TO RLV-ID RLV-FILIALE.
           MOVE SPACES        TO RLV-DETTAGLIO.
           MOVE RIL-QUANTITA  TO RLV-QUANTITA.
           WRITE REC-RILIEVIF FROM RIGA-RILIEVO.
           CLOSE RILIEVIF.
           MOVE 'N' TO WS-FILE-APERTO.
       FINE-CHIUDI.
            EXIT.
      *
       APRI-REGISTRO.
           IF WS-FILE-APERTO = 'N'
               OPEN EXTEND RILIEVIF
               IF WS-RLV-STATUS NOT = '00'
                   OPEN OUTPUT RILIEVIF
               END-IF
               MOVE 'S' TO WS-FILE-APERTO
           END-IF.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-OGGI  FROM TIME.
           MOVE WS-DATA-OGGI  TO RLV-DATA.
           MOVE WS-ORA-HHMMSS TO RLV-ORA.
           MOVE RIL-PROGRAMMA TO RLV-PROGRAMMA.
           MOVE RIL-TIPO      TO RLV-TIPO.
       FINE-APRI-REGISTRO.
            EXIT.
