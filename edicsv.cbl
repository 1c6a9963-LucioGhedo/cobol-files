       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDICSV.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO COMUNE DELL'EDIZIONE CSV DEI REPORT STATISTICI: LA
      * DIREZIONE RIBATTEVA A MANO LE CIFRE DEI REPORT STAMPATI NEI
      * FOGLI DI CALCOLO, E GLI ERRORI DI COPIATURA SONO ARRIVATI
      * FINO AI DOCUMENTI DEL CONSIGLIO. ACCANTO AL REPORT OGNI
      * PROGRAMMA SCRIVE UNA COPIA LEGGIBILE DA MACCHINA DELLE
      * STESSE CIFRE; QUI, NELLO STILE A CALL DI IMPAGINA, SI
      * COMPONE OGNI RIGA (DATA DEL REPORT IN TESTA, CAMPI SEPARATI
      * DA VIRGOLA, SENZA SPAZI DI RIEMPIMENTO), SI CONTANO LE
      * RIGHE E SI SOMMANO LE QUANTITA DI DETTAGLIO, CHE A FINE
      * EDIZIONE DEVONO TORNARE CON IL TOTALE STAMPATO.
      *
      * CHIAMATA: CALL 'EDICSV' USING AREA-CSV
      *   (AREA CONDIVISA NEL COPY EDICSV: AZIONE I/D/T/F)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01 WS-DATA-CSV.
            05 WS-DC-ANNO      PIC 9999.
            05 WS-DC-MESE      PIC 99.
            05 WS-DC-GIORNO    PIC 99.

       01 WS-DATA-EDITATA.
            05 WS-DE-GIORNO    PIC 99.
            05 FILLER          PIC X VALUE '/'.
            05 WS-DE-MESE      PIC 99.
            05 FILLER          PIC X VALUE '/'.
            05 WS-DE-ANNO      PIC 9999.

       01 WS-CAMPO             PIC X(30) VALUE SPACES.
       01 WS-IX-CAMPO          PIC 99 VALUE 0.
       01 WS-INIZIO            PIC 99 VALUE 0.
       01 WS-FINE              PIC 99 VALUE 0.
       01 WS-LUNGHEZZA         PIC 99 VALUE 0.
       01 WS-PUNTATORE         PIC 999 VALUE 0.

       LINKAGE SECTION.
       01   LNK-AREA.
            05 LNK-AZIONE        PIC X.
            05 LNK-DATA          PIC 9(8).
            05 LNK-NUM-CAMPI     PIC 99.
            05 LNK-CAMPO         OCCURS 10 TIMES PIC X(30).
            05 LNK-QUANTITA      PIC 9(9).
            05 LNK-RIGA          PIC X(250).
            05 LNK-RIGHE         PIC 9(6).
            05 LNK-SOMMA         PIC 9(9).
            05 LNK-TOTALE-STAMPA PIC 9(9).
            05 LNK-ESITO         PIC X.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING LNK-AREA.

       MAIN-LINE.
            IF LNK-AZIONE = 'I'
                PERFORM INTESTAZIONE-CSV THRU FINE-INTESTAZIONE-CSV
            END-IF.
            IF LNK-AZIONE = 'D' OR LNK-AZIONE = 'T'
                PERFORM RIGA-CSV THRU FINE-RIGA-CSV
            END-IF.
            IF LNK-AZIONE = 'F'
                PERFORM CHIUDI-EDIZIONE THRU FINE-CHIUDI-EDIZIONE
            END-IF.
            GOBACK.
      *
       INTESTAZIONE-CSV.
           MOVE ZERO  TO LNK-RIGHE.
           MOVE ZERO  TO LNK-SOMMA.
           MOVE SPACE TO LNK-ESITO.
           MOVE SPACES TO LNK-RIGA.
           MOVE 1 TO WS-PUNTATORE.
           STRING 'DATA' DELIMITED BY SIZE
                  INTO LNK-RIGA WITH POINTER WS-PUNTATORE.
           PERFORM AGGIUNGI-CAMPO THRU FINE-AGGIUNGI-CAMPO
                VARYING WS-IX-CAMPO FROM 1 BY 1
                UNTIL WS-IX-CAMPO > LNK-NUM-CAMPI.
           ADD 1 TO LNK-RIGHE.
       FINE-INTESTAZIONE-CSV.
            EXIT.
      *
       RIGA-CSV.
      **************************************************************
      * UNA RIGA DI DATI: LA DATA DEL REPORT IN TESTA, POI I CAMPI. *
      * SOLO LE RIGHE DI DETTAGLIO CONCORRONO ALLA SOMMA DI         *
      * CONTROLLO; LE RIGHE DI TOTALE LA RIPETEREBBERO.             *
      **************************************************************
           MOVE LNK-DATA     TO WS-DATA-CSV.
           MOVE WS-DC-GIORNO TO WS-DE-GIORNO.
           MOVE WS-DC-MESE   TO WS-DE-MESE.
           MOVE WS-DC-ANNO   TO WS-DE-ANNO.
           MOVE SPACES TO LNK-RIGA.
           MOVE 1 TO WS-PUNTATORE.
           STRING WS-DATA-EDITATA DELIMITED BY SIZE
                  INTO LNK-RIGA WITH POINTER WS-PUNTATORE.
           PERFORM AGGIUNGI-CAMPO THRU FINE-AGGIUNGI-CAMPO
                VARYING WS-IX-CAMPO FROM 1 BY 1
                UNTIL WS-IX-CAMPO > LNK-NUM-CAMPI.
           ADD 1 TO LNK-RIGHE.
           IF LNK-AZIONE = 'D'
               ADD LNK-QUANTITA TO LNK-SOMMA
           END-IF.
       FINE-RIGA-CSV.
            EXIT.
      *
       AGGIUNGI-CAMPO.
      **************************************************************
      * ACCODA UN CAMPO PRECEDUTO DALLA VIRGOLA, SENZA GLI SPAZI DI  *
      * TESTA (CIFRE EDITATE) E DI CODA; UNA VIRGOLA NEL TESTO      *
      * SPOSTEREBBE LE COLONNE E DIVENTA PUNTO E VIRGOLA.           *
      **************************************************************
           MOVE LNK-CAMPO(WS-IX-CAMPO) TO WS-CAMPO.
           INSPECT WS-CAMPO REPLACING ALL ',' BY ';'.
           STRING ',' DELIMITED BY SIZE
                  INTO LNK-RIGA WITH POINTER WS-PUNTATORE.
           IF WS-CAMPO NOT = SPACES
               MOVE ZERO TO WS-INIZIO
               INSPECT WS-CAMPO TALLYING WS-INIZIO FOR LEADING SPACE
               ADD 1 TO WS-INIZIO
               PERFORM CERCA-FINE-CAMPO THRU FINE-CERCA-FINE-CAMPO
                    VARYING WS-FINE FROM 30 BY -1
                    UNTIL WS-CAMPO(WS-FINE:1) NOT = SPACE
               COMPUTE WS-LUNGHEZZA = WS-FINE - WS-INIZIO + 1
               STRING WS-CAMPO(WS-INIZIO:WS-LUNGHEZZA)
                      DELIMITED BY SIZE
                      INTO LNK-RIGA WITH POINTER WS-PUNTATORE
           END-IF.
       FINE-AGGIUNGI-CAMPO.
            EXIT.
      *
       CERCA-FINE-CAMPO.
       FINE-CERCA-FINE-CAMPO.
            EXIT.
      *
       CHIUDI-EDIZIONE.
           IF LNK-SOMMA = LNK-TOTALE-STAMPA
               MOVE 'S' TO LNK-ESITO
           ELSE
               MOVE 'N' TO LNK-ESITO
           END-IF.
       FINE-CHIUDI-EDIZIONE.
            EXIT.
