       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVAR.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * INTERROGAZIONE DEL GIORNALE DELLE VARIAZIONI ANAGRAFICHE
      * (ANAGR-VARIAZIONI.TXT) PER UN ID-PERSONA: ELENCA IN ORDINE
      * DI DATA E ORA OGNI VARIAZIONE CON PROGRAMMA, OPERATORE,
      * IMMAGINE PRIMA E DOPO E I CAMPI CAMBIATI. ALLA FILIALE CHE
      * CHIEDE 'CHI HA CAMBIATO LA CITTA DI QUESTA PERSONA, E
      * QUANDO' SI RISPONDE CON QUESTO REPORT E NON CONFRONTANDO A
      * MANO GLI ARCHIVI DATATI.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE

           SELECT VARIAZF  ASSIGN TO 'ANAGR-VARIAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.
      * FILE DI LAVORO DEL SORT

           SELECT SORTWK ASSIGN TO 'RPTVAR-WORK'.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'RPTVAR-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-DATA     PIC 9(8).
          05 SORT-ORA      PIC 9(6).
          05 SORT-PROGR    PIC 9(6).
          05 SORT-RIGA     PIC X(178).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY VARIAZ.

       01 FINE-FILE PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-ID-RICHIESTO      PIC X(5) VALUE SPACES.
       01 WS-ID-CERCATO        PIC 9(5) VALUE 0.
       01 WS-CONTA-LETTE       PIC 9(6) VALUE 0.
       01 WS-CONTA-TROVATE     PIC 9(6) VALUE 0.

      ************************************************************
      *      IMMAGINI PRIMA E DOPO DELLA VARIAZIONE IN STAMPA, PER  *
      *      IL CONFRONTO CAMPO PER CAMPO                           *
      ************************************************************
       01 WS-IMM-PRIMA.
            05 IP-NOME           PIC X(10).
            05 IP-COGNOME        PIC X(10).
            05 IP-ANNI           PIC X(3).
            05 IP-CITTA          PIC X(10).
            05 IP-ID             PIC X(5).
            05 IP-FILIALE        PIC X(4).
            05 IP-ANNO-NASC      PIC X(4).
            05 IP-STATO          PIC X.
            05 IP-STATO-DATA     PIC X(8).
            05 IP-COD-FISCALE    PIC X(16).
       01 WS-IMM-DOPO.
            05 ID-NOME           PIC X(10).
            05 ID-COGNOME        PIC X(10).
            05 ID-ANNI           PIC X(3).
            05 ID-CITTA          PIC X(10).
            05 ID-ID             PIC X(5).
            05 ID-FILIALE        PIC X(4).
            05 ID-ANNO-NASC      PIC X(4).
            05 ID-STATO          PIC X.
            05 ID-STATO-DATA     PIC X(8).
            05 ID-COD-FISCALE    PIC X(16).
       01 WS-PUNTATORE         PIC 99 VALUE 1.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'VARIAZIONI ANAGRAFICHE'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 INTESTAZIONE-ID.
            05 FILLER            PIC X(14) VALUE 'ID-PERSONA    '.
            05 II-ID             PIC 9(5).

       01 RIGA-TESTATA.
            05 RT-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RT-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RT-AAAA           PIC 9999.
            05 FILLER            PIC X     VALUE SPACE.
            05 RT-HH             PIC 99.
            05 FILLER            PIC X     VALUE ':'.
            05 RT-MIN            PIC 99.
            05 FILLER            PIC X     VALUE ':'.
            05 RT-SS             PIC 99.
            05 FILLER            PIC X(13) VALUE '  PROGRAMMA  '.
            05 RT-PROGRAMMA      PIC X(8).
            05 FILLER            PIC X(13) VALUE '  OPERATORE  '.
            05 RT-OPERATORE      PIC X(3).

       01 RIGA-IMMAGINE.
            05 RI-ETICHETTA      PIC X(9).
            05 RI-IMMAGINE       PIC X(71).

       01 RIGA-CAMPI.
            05 FILLER            PIC X(11) VALUE '  VARIATI: '.
            05 RV-CAMPI          PIC X(69).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
      * 4 = GIORNALE ASSENTE O NESSUNA VARIAZIONE PER L'ID         *
      * 8 = ID-PERSONA NON VALIDO                                  *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            DISPLAY 'ID-PERSONA DA INTERROGARE'.
            ACCEPT WS-ID-RICHIESTO.
            INSPECT WS-ID-RICHIESTO REPLACING LEADING SPACE BY '0'.
            IF WS-ID-RICHIESTO IS NOT NUMERIC
                DISPLAY 'ID-PERSONA NON VALIDO'
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                MOVE WS-ID-RICHIESTO TO WS-ID-CERCATO
                IF WS-ID-CERCATO = ZERO
                    DISPLAY 'ID-PERSONA NON VALIDO'
                    MOVE 8 TO WS-RETURN-CODE
                ELSE
                    SORT SORTWK
                         ON ASCENDING KEY SORT-DATA SORT-ORA
                                          SORT-PROGR
                         INPUT PROCEDURE IS RILASCIA-VARIAZIONI
                              THRU FINE-RILASCIA-VARIAZIONI
                         OUTPUT PROCEDURE IS STAMPA-REPORT
                              THRU FINE-STAMPA-REPORT
                    DISPLAY 'VARIAZIONI TROVATE: ' WS-CONTA-TROVATE
                END-IF
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       RILASCIA-VARIAZIONI.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR-VARIAZIONI.TXT NON TROVATO'
               MOVE 4 TO WS-RETURN-CODE
               MOVE 'S' TO FINE-FILE
           END-IF.
           PERFORM RILASCIA-UNA-VARIAZIONE
                THRU FINE-RILASCIA-UNA-VARIAZIONE
                UNTIL FINE-FILE = 'S'.
           CLOSE VARIAZF.
       FINE-RILASCIA-VARIAZIONI.
            EXIT.
      *
       RILASCIA-UNA-VARIAZIONE.
      **************************************************************
      * IL GIORNALE E' IN ORDINE DI SCRITTURA, NON DI DATA: LE      *
      * RIGHE DELL'ID SI ORDINANO PER DATA E ORA, A PARITA' NELLO   *
      * STESSO ORDINE IN CUI SONO STATE SCRITTE.                    *
      **************************************************************
           READ VARIAZF INTO RIGA-VARIAZIONE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO WS-CONTA-LETTE
                     IF VAR-ID = WS-ID-CERCATO
                         MOVE VAR-DATA        TO SORT-DATA
                         MOVE VAR-ORA         TO SORT-ORA
                         MOVE WS-CONTA-LETTE  TO SORT-PROGR
                         MOVE RIGA-VARIAZIONE TO SORT-RIGA
                         RELEASE REC-SORT
                     END-IF
           END-READ.
       FINE-RILASCIA-UNA-VARIAZIONE.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE WS-ID-CERCATO TO II-ID.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-ID.

           MOVE ZERO TO WS-CONTA-TROVATE.
           MOVE 'N'  TO WS-SORT-EOF.
           PERFORM RITIRA-VARIAZIONE THRU FINE-RITIRA-VARIAZIONE
                UNTIL WS-SORT-EOF = 'S'.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'RIGHE DEL GIORNALE   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTE          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'VARIAZIONI DELL''ID  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-TROVATE        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           IF WS-CONTA-TROVATE = ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       RITIRA-VARIAZIONE.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     MOVE SORT-RIGA TO RIGA-VARIAZIONE
                     ADD 1 TO WS-CONTA-TROVATE
                     PERFORM STAMPA-VARIAZIONE
                        THRU FINE-STAMPA-VARIAZIONE
           END-RETURN.
       FINE-RITIRA-VARIAZIONE.
            EXIT.
      *
       STAMPA-VARIAZIONE.
           MOVE VAR-DATA(7:2)  TO RT-GG.
           MOVE VAR-DATA(5:2)  TO RT-MM.
           MOVE VAR-DATA(1:4)  TO RT-AAAA.
           MOVE VAR-ORA(1:2)   TO RT-HH.
           MOVE VAR-ORA(3:2)   TO RT-MIN.
           MOVE VAR-ORA(5:2)   TO RT-SS.
           MOVE VAR-PROGRAMMA  TO RT-PROGRAMMA.
           MOVE VAR-OPERATORE  TO RT-OPERATORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-TESTATA.

           MOVE '  PRIMA: ' TO RI-ETICHETTA.
           MOVE VAR-PRIMA   TO RI-IMMAGINE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-IMMAGINE.
           MOVE '  DOPO : ' TO RI-ETICHETTA.
           MOVE VAR-DOPO    TO RI-IMMAGINE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-IMMAGINE.

           PERFORM CONFRONTA-IMMAGINI THRU FINE-CONFRONTA-IMMAGINI.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CAMPI.
       FINE-STAMPA-VARIAZIONE.
            EXIT.
      *
       CONFRONTA-IMMAGINI.
      **************************************************************
      * ELENCA I CAMPI CHE DIFFERISCONO TRA PRIMA E DOPO. UNA RIGA  *
      * SENZA IMMAGINE PRIMA E' UN INSERIMENTO, SENZA IMMAGINE DOPO *
      * UNA RIMOZIONE DAL MASTER.                                   *
      **************************************************************
           MOVE SPACES    TO RV-CAMPI.
           MOVE VAR-PRIMA TO WS-IMM-PRIMA.
           MOVE VAR-DOPO  TO WS-IMM-DOPO.
           MOVE 1 TO WS-PUNTATORE.
           IF VAR-PRIMA = SPACES
               MOVE 'INSERIMENTO' TO RV-CAMPI
           ELSE
               IF VAR-DOPO = SPACES
                   MOVE 'RIMOZIONE DAL MASTER' TO RV-CAMPI
               ELSE
                   PERFORM ELENCA-CAMPI THRU FINE-ELENCA-CAMPI
               END-IF
           END-IF.
       FINE-CONFRONTA-IMMAGINI.
            EXIT.
      *
       ELENCA-CAMPI.
           IF IP-NOME NOT = ID-NOME
               STRING 'NOME ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-COGNOME NOT = ID-COGNOME
               STRING 'COGNOME ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-ANNI NOT = ID-ANNI
               STRING 'ANNI ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-CITTA NOT = ID-CITTA
               STRING 'CITTA ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-FILIALE NOT = ID-FILIALE
               STRING 'FILIALE ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-ANNO-NASC NOT = ID-ANNO-NASC
               STRING 'ANNO-NASC ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-STATO NOT = ID-STATO
                   OR IP-STATO-DATA NOT = ID-STATO-DATA
               STRING 'STATO ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF IP-COD-FISCALE NOT = ID-COD-FISCALE
               STRING 'COD-FISCALE ' DELIMITED BY SIZE
                    INTO RV-CAMPI WITH POINTER WS-PUNTATORE
           END-IF.
           IF RV-CAMPI = SPACES
               MOVE 'NESSUNO' TO RV-CAMPI
           END-IF.
       FINE-ELENCA-CAMPI.
            EXIT.
