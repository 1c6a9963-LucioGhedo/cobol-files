       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISOLVI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * POSTAZIONE A VIDEO DEI CONFLITTI DI APPLICA: SCORRE
      * ANAGR-CONFLITTI.TXT E PER OGNI RIGA MOSTRA AFFIANCATE LE
      * TRE VERSIONI DELLA PERSONA: LA BASE DELL'ESTRATTO
      * (ANAGR-IMPORT-BASE.TXT), LA VERSIONE IN VIGORE SU
      * ANAGR.IDX E LA RIGA IN ARRIVO DALLA FILIALE. L'OPERATORE
      * TIENE IL MASTER, PRENDE L'IMPORT O FONDE CAMPO PER CAMPO;
      * LA DECISIONE DIVENTA UNA NUOVA VERSIONE CON DECORRENZA
      * DELLA GIORNATA (CON LA RIGA PRIMA/DOPO SUL GIORNALE
      * ANAGR-VARIAZIONI.TXT), IL CONFLITTO ESCE DAL FILE E LA
      * SIGLA DELL'OPERATORE FINISCE SU RISOLVI-LOG.TXT. PRIMA
      * DI QUESTO PROGRAMMA LA CORREZIONE DELLA FILIALE RESTAVA
      * FERMA NEI CONFLITTI.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CONFLITTI DI APPLICA, RILETTI E RISCRITTI

           SELECT CONFLITTI ASSIGN TO 'ANAGR-CONFLITTI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFL-STATUS.
      * COPIA DI LAVORO DEI CONFLITTI, SE IL CARICAMENTO E' PARZIALE

           SELECT LAVORO ASSIGN TO 'ANAGR-CONFLITTI-LAVORO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LAVORO-STATUS.
      * COPIA TRATTENUTA DELL'ESTRATTO CONSEGNATO ALLA FILIALE

           SELECT BASEF ASSIGN TO 'ANAGR-IMPORT-BASE.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BASE-STATUS.
      * MASTER ANAGRAFICA INDICIZZATO, VERSIONATO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * REGISTRO DELLE DECISIONI, CON LA SIGLA DELL'OPERATORE

           SELECT OPTIONAL LOGF ASSIGN TO 'RISOLVI-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE (PRIMA/DOPO)

           SELECT VARIAZF ASSIGN TO 'ANAGR-VARIAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   CONFLITTI
            DATA RECORD IS REC-CONFLITTO.
       01 REC-CONFLITTO.
          05 CON-MOTIVO     PIC X(2).
          05 FILLER         PIC X.
          05 CON-RIGA       PIC X(71).

       FD   LAVORO
            DATA RECORD IS REC-LAVORO.
       01 REC-LAVORO  PIC X(74).

       FD   BASEF
            DATA RECORD IS REC-BASEF.
       01 REC-BASEF  PIC X(71).

       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 IDX-CHIAVE.
             10 COD-PERSONA  PIC 9(5).
             10 IDX-DATA-EFF PIC 9(8).
          05 IDX-NOME      PIC X(10).
          05 IDX-COGNOME   PIC X(10).
          05 IDX-ANNI      PIC 999.
          05 IDX-CITTA     PIC X(10).
          05 IDX-FILIALE   PIC 9(4).
          05 IDX-ANNO-NASC PIC 9(4).
          05 IDX-STATO     PIC X.
          05 IDX-STATO-DATA PIC 9(8).
          05 IDX-COD-FISCALE PIC X(16).

       FD   LOGF
            DATA RECORD IS REC-LOGF.
       01 REC-LOGF  PIC X(40).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.

       01   WS-CONFL-STATUS    PIC XX.
       01   WS-BASE-STATUS     PIC XX.
       01   WS-IDX-STATUS      PIC XX.
       01   WS-LOG-STATUS      PIC XX.
       01   WS-LAVORO-STATUS   PIC XX.

       01 FINE-FILE            PIC X VALUE 'N'.
       01 CONTINUA             PIC X VALUE SPACE.
       01 WS-SCELTA            PIC 9 VALUE 0.
       01 WS-OGGI              PIC 9(8) VALUE 0.

      ************************************************************
      *      TABELLA DEI CONFLITTI CARICATI IN MEMORIA              *
      ************************************************************
       01 WS-MAX-CONFLITTI     PIC 9(4) VALUE 1000.
       01 TAB-CONFLITTI.
            05 CONFLITTO OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-CONFLITTI
               INDEXED BY IND-CON.
               10 TC-MOTIVO    PIC X(2).
               10 TC-RIGA      PIC X(71).
       01 WS-NUM-CONFLITTI     PIC 9(4) VALUE 0.
       01 WS-CARICO-PARZIALE   PIC X VALUE 'N'.
      * RIGHE DEL FILE CARICATE IN TABELLA (LE PRIME DEL FILE)
       01 WS-NUM-CARICATI      PIC 9(4) VALUE 0.
       01 WS-RIGHE-SALTATE     PIC 9(4) VALUE 0.
       01 WS-LAVORO-EOF        PIC X VALUE 'N'.

      ************************************************************
      *      LE TRE VERSIONI DEL CONFLITTO IN LAVORAZIONE: LA RIGA  *
      *      IN ARRIVO E' IN WS-PRIMOF (TRACCIATO ANAGRAF)          *
      ************************************************************
       01 WS-NUMERO-RIGA       PIC 9(4) VALUE 0.
       01 WS-NUMERO-EDIT       PIC ZZZ9.
       01 WS-MOTIVO            PIC X(2) VALUE SPACES.
       01 WS-DESCR-MOTIVO      PIC X(30) VALUE SPACES.

       01 WS-BASE-TROVATA      PIC X VALUE 'N'.
       01 WS-BASE-EOF          PIC X VALUE 'N'.
       01 WS-BASE-RIGA.
            05 BS-NOME           PIC X(10).
            05 BS-COGNOME        PIC X(10).
            05 BS-ANNI           PIC 999.
            05 BS-CITTA          PIC X(10).
            05 BS-ID             PIC 9(5).
            05 BS-FILIALE        PIC 9(4).
            05 BS-ANNO-NASC      PIC 9(4).
            05 BS-STATO          PIC X.
            05 BS-STATO-DATA     PIC 9(8).
            05 BS-COD-FISCALE    PIC X(16).

       01 WS-MASTER-PRESENTE   PIC X VALUE 'N'.
       01 WS-SCAN-EOF          PIC X VALUE 'N'.
       01 WS-MASTER.
            05 MS-ID             PIC 9(5).
            05 MS-DATA-EFF       PIC 9(8).
            05 MS-NOME           PIC X(10).
            05 MS-COGNOME        PIC X(10).
            05 MS-ANNI           PIC 999.
            05 MS-CITTA          PIC X(10).
            05 MS-FILIALE        PIC 9(4).
            05 MS-ANNO-NASC      PIC 9(4).
            05 MS-STATO          PIC X.
            05 MS-STATO-DATA     PIC 9(8).
            05 MS-COD-FISCALE    PIC X(16).

      * VERSIONE RISULTANTE DALLA DECISIONE
       01 WS-NUOVA.
            05 NV-ID             PIC 9(5).
            05 NV-DATA-EFF       PIC 9(8).
            05 NV-NOME           PIC X(10).
            05 NV-COGNOME        PIC X(10).
            05 NV-ANNI           PIC 999.
            05 NV-CITTA          PIC X(10).
            05 NV-FILIALE        PIC 9(4).
            05 NV-ANNO-NASC      PIC 9(4).
            05 NV-STATO          PIC X.
            05 NV-STATO-DATA     PIC 9(8).
            05 NV-COD-FISCALE    PIC X(16).
       01 WS-DECISIONE         PIC 9 VALUE 0.
       01 WS-DECISIONE-OK      PIC X VALUE 'N'.
       01 WS-SCRITTURA-OK      PIC X VALUE 'N'.
       01 WS-ESITO             PIC X(7) VALUE SPACES.

      ************************************************************
      *      AREE DEL CONFRONTO AFFIANCATO E DELLA FUSIONE          *
      ************************************************************
       01 RIGA-CONFRONTO.
            05 RCF-CAMPO         PIC X(12).
            05 RCF-BASE          PIC X(17).
            05 RCF-MASTER        PIC X(17).
            05 RCF-IMPORT        PIC X(17).
            05 RCF-SEGNO         PIC X(2).
       01 WS-ETICHETTA-CAMPO   PIC X(12) VALUE SPACES.
       01 WS-VALORE-MASTER     PIC X(16) VALUE SPACES.
       01 WS-VALORE-IMPORT     PIC X(16) VALUE SPACES.
       01 WS-VALORE-SCELTO     PIC X(16) VALUE SPACES.
       01 WS-SCELTA-CAMPO      PIC X VALUE SPACE.

      ************************************************************
      *      RIGA DEL REGISTRO DELLE DECISIONI                      *
      ************************************************************
       01 RIGA-LOG.
            05 LOG-DATA        PIC 9(8).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-SIGLA       PIC X(3).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-MOTIVO      PIC X(2).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-ID          PIC 9(5).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-ESITO       PIC X(7).

      ************************************************************
      *      AREE PER IL GIORNALE DELLE VARIAZIONI ANAGRAFICHE      *
      ************************************************************
       COPY VARIAZ.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, IL GIORNALE DELLE VARIAZIONI USA    *
      *      QUELLA (LA NOTTE CHE SI STA RIFACENDO).                *
      ************************************************************
       01 WS-DATAELAB-STATUS   PIC XX.
       01 WS-DATAELAB-MODE     PIC X VALUE 'N'.
       01 WS-DATA-ELAB         PIC X(8) VALUE SPACES.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.


       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            MOVE WS-DATA-ESECUZIONE TO WS-OGGI.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.

            STOP RUN.

       APERTURA.
           MOVE ZERO TO WS-NUM-CONFLITTI.
           MOVE 'N'  TO FINE-FILE.
           OPEN INPUT CONFLITTI.
           IF WS-CONFL-STATUS = '00'
               PERFORM CARICA-CONFLITTO THRU FINE-CARICA-CONFLITTO
                    UNTIL FINE-FILE = 'S'
               CLOSE CONFLITTI
               MOVE WS-NUM-CONFLITTI TO WS-NUM-CARICATI
               OPEN I-O IDXF
               IF WS-IDX-STATUS NOT = '00'
                   DISPLAY 'FILE ANAGR.IDX NON APRIBILE'
                   MOVE 'N' TO CONTINUA
                   MOVE 'S' TO WS-CARICO-PARZIALE
               END-IF
           ELSE
               DISPLAY 'NESSUN CONFLITTO: ESEGUIRE PRIMA APPLICA'
               MOVE 'N' TO CONTINUA
           END-IF.
           DISPLAY 'CONFLITTI DA DECIDERE: ' WS-NUM-CONFLITTI.
       FINE-APERTURA.
            EXIT.
      *
       CARICA-CONFLITTO.
           READ CONFLITTI AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF WS-NUM-CONFLITTI < WS-MAX-CONFLITTI
                         ADD 1 TO WS-NUM-CONFLITTI
                         MOVE CON-MOTIVO
                              TO TC-MOTIVO(WS-NUM-CONFLITTI)
                         MOVE CON-RIGA
                              TO TC-RIGA(WS-NUM-CONFLITTI)
                     ELSE
                         DISPLAY 'TABELLA PIENA: CONFLITTI TRONCATI'
                         MOVE 'S' TO WS-CARICO-PARZIALE
                         MOVE 'S' TO FINE-FILE
                     END-IF
           END-READ.
       FINE-CARICA-CONFLITTO.
            EXIT.
      *
       ELABORA.
           DISPLAY 'CONFLITTI IMPORT: 1-ELENCA 2-DECIDI UN CONFLITTO'.
           ACCEPT WS-SCELTA.

           IF WS-SCELTA = 1
               PERFORM ELENCA THRU FINE-ELENCA
           END-IF.
           IF WS-SCELTA = 2
               PERFORM DECIDI-CONFLITTO THRU FINE-DECIDI-CONFLITTO
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
       FINE-ELABORA.
            EXIT.
      *
       ELENCA.
           PERFORM MOSTRA-CONFLITTO THRU FINE-MOSTRA-CONFLITTO
                VARYING IND-CON FROM 1 BY 1
                UNTIL IND-CON > WS-NUM-CONFLITTI.
       FINE-ELENCA.
            EXIT.
      *
       MOSTRA-CONFLITTO.
           SET WS-NUMERO-RIGA TO IND-CON.
           MOVE WS-NUMERO-RIGA TO WS-NUMERO-EDIT.
           MOVE TC-MOTIVO(IND-CON) TO WS-MOTIVO.
           PERFORM DESCRIVI-MOTIVO THRU FINE-DESCRIVI-MOTIVO.
           MOVE TC-RIGA(IND-CON) TO WS-PRIMOF.
           DISPLAY WS-NUMERO-EDIT ' ' TC-MOTIVO(IND-CON) ' '
                   WS-DESCR-MOTIVO ' ID ' ID-PERSONA ' '
                   COGNOME ' ' NOME.
       FINE-MOSTRA-CONFLITTO.
            EXIT.
      *
       DESCRIVI-MOTIVO.
           MOVE 'MOTIVO SCONOSCIUTO           ' TO WS-DESCR-MOTIVO.
           IF WS-MOTIVO = '01'
               MOVE 'BASE NON TROVATA PER L''ID    ' TO WS-DESCR-MOTIVO
           END-IF.
           IF WS-MOTIVO = '02'
               MOVE 'MASTER VARIATO DOPO ESTRATTO ' TO WS-DESCR-MOTIVO
           END-IF.
           IF WS-MOTIVO = '03'
               MOVE 'ID ASSENTE SUL MASTER        ' TO WS-DESCR-MOTIVO
           END-IF.
       FINE-DESCRIVI-MOTIVO.
            EXIT.
      *
       DECIDI-CONFLITTO.
      **************************************************************
      * MOSTRA LE TRE VERSIONI, RACCOGLIE LA DECISIONE E, SE LA     *
      * VERSIONE RISULTANTE E' SCRITTA, TOGLIE IL CONFLITTO DALLA   *
      * CODA. 0 = RINVIA: IL CONFLITTO RESTA PER DOPO.              *
      **************************************************************
           DISPLAY 'NUMERO DEL CONFLITTO DA DECIDERE'.
           ACCEPT WS-NUMERO-RIGA.
           IF WS-NUMERO-RIGA = ZERO
                   OR WS-NUMERO-RIGA > WS-NUM-CONFLITTI
               DISPLAY 'NUMERO CONFLITTO NON VALIDO'
           ELSE
               MOVE TC-MOTIVO(WS-NUMERO-RIGA) TO WS-MOTIVO
               MOVE TC-RIGA(WS-NUMERO-RIGA)   TO WS-PRIMOF
               PERFORM DESCRIVI-MOTIVO THRU FINE-DESCRIVI-MOTIVO
               DISPLAY 'MOTIVO ' WS-MOTIVO ' ' WS-DESCR-MOTIVO
               PERFORM CERCA-BASE THRU FINE-CERCA-BASE
               PERFORM LEGGI-VERSIONE-VIGENTE
                  THRU FINE-LEGGI-VERSIONE-VIGENTE
               PERFORM MOSTRA-CONFRONTO THRU FINE-MOSTRA-CONFRONTO
               PERFORM RACCOGLI-DECISIONE
                  THRU FINE-RACCOGLI-DECISIONE
               IF WS-DECISIONE-OK = 'S'
                   PERFORM APPLICA-DECISIONE
                      THRU FINE-APPLICA-DECISIONE
               END-IF
               IF WS-SCRITTURA-OK = 'S'
                   PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
                   PERFORM RIMUOVI-CONFLITTO
                      THRU FINE-RIMUOVI-CONFLITTO
                   DISPLAY 'CONFLITTO DECISO: ' WS-ESITO
               END-IF
           END-IF.
       FINE-DECIDI-CONFLITTO.
            EXIT.
      *
       CERCA-BASE.
           MOVE 'N'    TO WS-BASE-TROVATA.
           MOVE 'N'    TO WS-BASE-EOF.
           MOVE SPACES TO WS-BASE-RIGA.
           OPEN INPUT BASEF.
           IF WS-BASE-STATUS = '00'
               PERFORM LEGGI-BASE THRU FINE-LEGGI-BASE
                    UNTIL WS-BASE-EOF = 'S'
                       OR WS-BASE-TROVATA = 'S'
           END-IF.
           CLOSE BASEF.
           IF WS-BASE-TROVATA = 'N'
               MOVE SPACES TO WS-BASE-RIGA
           END-IF.
       FINE-CERCA-BASE.
            EXIT.
      *
       LEGGI-BASE.
           READ BASEF INTO WS-BASE-RIGA AT END
                MOVE 'S' TO WS-BASE-EOF
                NOT AT END
                     IF BS-ID = ID-PERSONA
                         MOVE 'S' TO WS-BASE-TROVATA
                     END-IF
           END-READ.
       FINE-LEGGI-BASE.
            EXIT.
      *
       LEGGI-VERSIONE-VIGENTE.
      **************************************************************
      * SCORRE LE VERSIONI DELL'ID E TRATTIENE QUELLA IN VIGORE     *
      * OGGI (IN MANCANZA, LA PRIMA TROVATA).                       *
      **************************************************************
           MOVE 'N'    TO WS-MASTER-PRESENTE.
           MOVE 'N'    TO WS-SCAN-EOF.
           MOVE SPACES TO WS-MASTER.
           MOVE ID-PERSONA TO COD-PERSONA.
           MOVE ZERO       TO IDX-DATA-EFF.
           START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                INVALID KEY MOVE 'S' TO WS-SCAN-EOF
           END-START.
           PERFORM LEGGI-UNA-VERSIONE THRU FINE-LEGGI-UNA-VERSIONE
                UNTIL WS-SCAN-EOF = 'S'.
       FINE-LEGGI-VERSIONE-VIGENTE.
            EXIT.
      *
       LEGGI-UNA-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-SCAN-EOF
                NOT AT END
                     IF COD-PERSONA NOT = ID-PERSONA
                         MOVE 'S' TO WS-SCAN-EOF
                     ELSE
                         IF WS-MASTER-PRESENTE = 'N'
                                 OR IDX-DATA-EFF NOT > WS-OGGI
                             MOVE REC-IDXF TO WS-MASTER
                         END-IF
                         MOVE 'S' TO WS-MASTER-PRESENTE
                     END-IF
           END-READ.
       FINE-LEGGI-UNA-VERSIONE.
            EXIT.
      *
       MOSTRA-CONFRONTO.
      **************************************************************
      * LE TRE VERSIONI AFFIANCATE; '<>' DOVE MASTER E IMPORT        *
      * DIFFERISCONO, CIOE' DOVE SERVE UNA DECISIONE.               *
      **************************************************************
           IF WS-BASE-TROVATA = 'N'
               DISPLAY 'BASE DELL''ESTRATTO NON TROVATA PER L''ID'
           END-IF.
           IF WS-MASTER-PRESENTE = 'N'
               DISPLAY 'ID ' ID-PERSONA ' ASSENTE SU ANAGR.IDX'
           END-IF.
           MOVE 'CAMPO'  TO RCF-CAMPO.
           MOVE 'BASE'   TO RCF-BASE.
           MOVE 'MASTER' TO RCF-MASTER.
           MOVE 'IMPORT' TO RCF-IMPORT.
           MOVE SPACES   TO RCF-SEGNO.
           DISPLAY RIGA-CONFRONTO.

           MOVE 'NOME'     TO RCF-CAMPO.
           MOVE BS-NOME    TO RCF-BASE.
           MOVE MS-NOME    TO RCF-MASTER.
           MOVE NOME       TO RCF-IMPORT.
           PERFORM MOSTRA-RIGA-CONFRONTO
              THRU FINE-MOSTRA-RIGA-CONFRONTO.
           MOVE 'COGNOME'  TO RCF-CAMPO.
           MOVE BS-COGNOME TO RCF-BASE.
           MOVE MS-COGNOME TO RCF-MASTER.
           MOVE COGNOME    TO RCF-IMPORT.
           PERFORM MOSTRA-RIGA-CONFRONTO
              THRU FINE-MOSTRA-RIGA-CONFRONTO.
           MOVE 'ANNI'     TO RCF-CAMPO.
           MOVE WS-BASE-RIGA(21:3) TO RCF-BASE.
           MOVE WS-MASTER(34:3)    TO RCF-MASTER.
           MOVE ANNI       TO RCF-IMPORT.
           PERFORM MOSTRA-RIGA-CONFRONTO
              THRU FINE-MOSTRA-RIGA-CONFRONTO.
           MOVE 'CITTA'    TO RCF-CAMPO.
           MOVE BS-CITTA   TO RCF-BASE.
           MOVE MS-CITTA   TO RCF-MASTER.
           MOVE CITTA      TO RCF-IMPORT.
           PERFORM MOSTRA-RIGA-CONFRONTO
              THRU FINE-MOSTRA-RIGA-CONFRONTO.
           MOVE 'ANNO-NASC' TO RCF-CAMPO.
           MOVE WS-BASE-RIGA(43:4) TO RCF-BASE.
           MOVE WS-MASTER(51:4)    TO RCF-MASTER.
           MOVE ANNO-NASC  TO RCF-IMPORT.
           PERFORM MOSTRA-RIGA-CONFRONTO
              THRU FINE-MOSTRA-RIGA-CONFRONTO.
           MOVE 'COD.FISCALE' TO RCF-CAMPO.
           MOVE BS-COD-FISCALE TO RCF-BASE.
           MOVE MS-COD-FISCALE TO RCF-MASTER.
           MOVE COD-FISCALE    TO RCF-IMPORT.
           PERFORM MOSTRA-RIGA-CONFRONTO
              THRU FINE-MOSTRA-RIGA-CONFRONTO.
           IF WS-MASTER-PRESENTE = 'S'
               DISPLAY 'SUL MASTER: FILIALE ' MS-FILIALE
                       ' STATO ' MS-STATO ' DAL ' MS-STATO-DATA
                       ' (RESTANO QUELLI DEL MASTER)'
           END-IF.
       FINE-MOSTRA-CONFRONTO.
            EXIT.
      *
       MOSTRA-RIGA-CONFRONTO.
           IF RCF-MASTER NOT = RCF-IMPORT
               MOVE '<>' TO RCF-SEGNO
           ELSE
               MOVE SPACES TO RCF-SEGNO
           END-IF.
           DISPLAY RIGA-CONFRONTO.
       FINE-MOSTRA-RIGA-CONFRONTO.
            EXIT.
      *
       RACCOGLI-DECISIONE.
      **************************************************************
      * SE L'ID NON E' SUL MASTER NON C'E' NULLA DA FONDERE:        *
      * PRENDERE L'IMPORT CREA LA PERSONA, TENERE IL MASTER CHIUDE  *
      * IL CONFLITTO SENZA SCRIVERE VERSIONI.                       *
      **************************************************************
           MOVE 'N' TO WS-DECISIONE-OK.
           MOVE 'N' TO WS-SCRITTURA-OK.
           DISPLAY '1-TIENI IL MASTER 2-PRENDI L''IMPORT'
                   ' 3-FONDI CAMPO PER CAMPO 0-RINVIA'.
           ACCEPT WS-DECISIONE.
           IF WS-DECISIONE = 1 OR WS-DECISIONE = 2
               MOVE 'S' TO WS-DECISIONE-OK
           END-IF.
           IF WS-DECISIONE = 3
               IF WS-MASTER-PRESENTE = 'S'
                   MOVE 'S' TO WS-DECISIONE-OK
               ELSE
                   DISPLAY 'ID ASSENTE SUL MASTER: NIENTE DA FONDERE'
               END-IF
           END-IF.
           IF WS-DECISIONE = 0
               DISPLAY 'CONFLITTO RINVIATO'
           END-IF.
           IF WS-DECISIONE > 3
               DISPLAY 'SCELTA NON VALIDA: CONFLITTO RINVIATO'
           END-IF.
       FINE-RACCOGLI-DECISIONE.
            EXIT.
      *
       APPLICA-DECISIONE.
           IF WS-DECISIONE = 1
               MOVE 'MASTER ' TO WS-ESITO
               IF WS-MASTER-PRESENTE = 'S'
                   MOVE WS-MASTER TO WS-NUOVA
                   PERFORM SCRIVI-VERSIONE THRU FINE-SCRIVI-VERSIONE
               ELSE
                   MOVE 'S' TO WS-SCRITTURA-OK
               END-IF
           END-IF.
           IF WS-DECISIONE = 2
               MOVE 'IMPORT ' TO WS-ESITO
               PERFORM PRENDI-IMPORT THRU FINE-PRENDI-IMPORT
               PERFORM SCRIVI-VERSIONE THRU FINE-SCRIVI-VERSIONE
           END-IF.
           IF WS-DECISIONE = 3
               MOVE 'FUSIONE' TO WS-ESITO
               PERFORM FONDI-CAMPI THRU FINE-FONDI-CAMPI
               PERFORM SCRIVI-VERSIONE THRU FINE-SCRIVI-VERSIONE
           END-IF.
       FINE-APPLICA-DECISIONE.
            EXIT.
      *
       PRENDI-IMPORT.
      **************************************************************
      * COME IN APPLICA: I CAMPI DELL'ESTRATTO VENGONO DALLA RIGA   *
      * IN ARRIVO, FILIALE E STATO DALLA VERSIONE DEL MASTER; UN    *
      * CODICE FISCALE VUOTO NON CANCELLA QUELLO DEL MASTER.        *
      **************************************************************
           MOVE NOME        TO NV-NOME.
           MOVE COGNOME     TO NV-COGNOME.
           MOVE ANNI        TO NV-ANNI.
           MOVE CITTA       TO NV-CITTA.
           MOVE ANNO-NASC   TO NV-ANNO-NASC.
           IF WS-MASTER-PRESENTE = 'S'
               MOVE MS-FILIALE    TO NV-FILIALE
               MOVE MS-STATO      TO NV-STATO
               MOVE MS-STATO-DATA TO NV-STATO-DATA
               IF COD-FISCALE NOT = SPACES
                   MOVE COD-FISCALE    TO NV-COD-FISCALE
               ELSE
                   MOVE MS-COD-FISCALE TO NV-COD-FISCALE
               END-IF
           ELSE
               MOVE COD-FILIALE TO NV-FILIALE
               MOVE 'A'         TO NV-STATO
               MOVE ZERO        TO NV-STATO-DATA
               MOVE COD-FISCALE TO NV-COD-FISCALE
           END-IF.
       FINE-PRENDI-IMPORT.
            EXIT.
      *
       FONDI-CAMPI.
      **************************************************************
      * PER OGNI CAMPO DELL'ESTRATTO L'OPERATORE SCEGLIE M (MASTER) *
      * O I (IMPORT); QUALSIASI ALTRA RISPOSTA TIENE IL MASTER.     *
      **************************************************************
           MOVE WS-MASTER TO WS-NUOVA.

           MOVE 'NOME'     TO WS-ETICHETTA-CAMPO.
           MOVE MS-NOME    TO WS-VALORE-MASTER.
           MOVE NOME       TO WS-VALORE-IMPORT.
           PERFORM SCEGLI-CAMPO THRU FINE-SCEGLI-CAMPO.
           MOVE WS-VALORE-SCELTO TO NV-NOME.

           MOVE 'COGNOME'  TO WS-ETICHETTA-CAMPO.
           MOVE MS-COGNOME TO WS-VALORE-MASTER.
           MOVE COGNOME    TO WS-VALORE-IMPORT.
           PERFORM SCEGLI-CAMPO THRU FINE-SCEGLI-CAMPO.
           MOVE WS-VALORE-SCELTO TO NV-COGNOME.

           MOVE 'ANNI'     TO WS-ETICHETTA-CAMPO.
           MOVE MS-ANNI    TO WS-VALORE-MASTER.
           MOVE ANNI       TO WS-VALORE-IMPORT.
           PERFORM SCEGLI-CAMPO THRU FINE-SCEGLI-CAMPO.
           IF WS-SCELTA-CAMPO = 'I'
               MOVE ANNI TO NV-ANNI
           END-IF.

           MOVE 'CITTA'    TO WS-ETICHETTA-CAMPO.
           MOVE MS-CITTA   TO WS-VALORE-MASTER.
           MOVE CITTA      TO WS-VALORE-IMPORT.
           PERFORM SCEGLI-CAMPO THRU FINE-SCEGLI-CAMPO.
           MOVE WS-VALORE-SCELTO TO NV-CITTA.

           MOVE 'ANNO-NASC'  TO WS-ETICHETTA-CAMPO.
           MOVE MS-ANNO-NASC TO WS-VALORE-MASTER.
           MOVE ANNO-NASC    TO WS-VALORE-IMPORT.
           PERFORM SCEGLI-CAMPO THRU FINE-SCEGLI-CAMPO.
           IF WS-SCELTA-CAMPO = 'I'
               MOVE ANNO-NASC TO NV-ANNO-NASC
           END-IF.

           MOVE 'COD.FISCALE'  TO WS-ETICHETTA-CAMPO.
           MOVE MS-COD-FISCALE TO WS-VALORE-MASTER.
           MOVE COD-FISCALE    TO WS-VALORE-IMPORT.
           PERFORM SCEGLI-CAMPO THRU FINE-SCEGLI-CAMPO.
           MOVE WS-VALORE-SCELTO TO NV-COD-FISCALE.
       FINE-FONDI-CAMPI.
            EXIT.
      *
       SCEGLI-CAMPO.
           MOVE WS-VALORE-MASTER TO WS-VALORE-SCELTO.
           IF WS-VALORE-MASTER = WS-VALORE-IMPORT
               MOVE 'M' TO WS-SCELTA-CAMPO
           ELSE
               DISPLAY WS-ETICHETTA-CAMPO ' M=' WS-VALORE-MASTER
                       ' I=' WS-VALORE-IMPORT ' (M/I)'
               ACCEPT WS-SCELTA-CAMPO
               IF WS-SCELTA-CAMPO = 'I'
                   MOVE WS-VALORE-IMPORT TO WS-VALORE-SCELTO
               ELSE
                   MOVE 'M' TO WS-SCELTA-CAMPO
               END-IF
           END-IF.
       FINE-SCEGLI-CAMPO.
            EXIT.
      *
       SCRIVI-VERSIONE.
      **************************************************************
      * LA DECISIONE E' UNA NUOVA VERSIONE CON DECORRENZA DELLA     *
      * GIORNATA; SE NE ESISTE GIA' UNA DI OGGI LA SI SOSTITUISCE.  *
      **************************************************************
           MOVE 'N'        TO WS-SCRITTURA-OK.
           MOVE ID-PERSONA TO NV-ID.
           MOVE WS-OGGI    TO NV-DATA-EFF.
           MOVE WS-NUOVA   TO REC-IDXF.
           WRITE REC-IDXF INVALID KEY
                REWRITE REC-IDXF INVALID KEY
                     DISPLAY 'ERRORE IN SCRITTURA: ' COD-PERSONA
                NOT INVALID KEY
                     MOVE 'S' TO WS-SCRITTURA-OK
                END-REWRITE
           NOT INVALID KEY
                MOVE 'S' TO WS-SCRITTURA-OK
           END-WRITE.
           IF WS-SCRITTURA-OK = 'S'
               MOVE NV-ID TO VAR-ID
               IF WS-MASTER-PRESENTE = 'S'
                   MOVE WS-MASTER TO WS-VAR-VERSIONE
                   PERFORM IMMAGINE-VERSIONE
                      THRU FINE-IMMAGINE-VERSIONE
                   MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
               ELSE
                   MOVE SPACES TO VAR-PRIMA
               END-IF
               MOVE WS-NUOVA TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-DOPO
               PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE
           END-IF.
       FINE-SCRIVI-VERSIONE.
            EXIT.
      *
       SCRIVI-LOG.
           MOVE WS-OGGI           TO LOG-DATA.
           MOVE WS-OPERATORE-CORR TO LOG-SIGLA.
           MOVE WS-MOTIVO         TO LOG-MOTIVO.
           MOVE ID-PERSONA        TO LOG-ID.
           MOVE WS-ESITO          TO LOG-ESITO.
           OPEN EXTEND LOGF.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOGF
           END-IF.
           WRITE REC-LOGF FROM RIGA-LOG.
           CLOSE LOGF.
       FINE-SCRIVI-LOG.
            EXIT.
      *
       RIMUOVI-CONFLITTO.
           PERFORM COMPATTA-CONFLITTI THRU FINE-COMPATTA-CONFLITTI
                VARYING IND-CON FROM WS-NUMERO-RIGA BY 1
                UNTIL IND-CON >= WS-NUM-CONFLITTI.
           SUBTRACT 1 FROM WS-NUM-CONFLITTI.
       FINE-RIMUOVI-CONFLITTO.
            EXIT.
      *
       COMPATTA-CONFLITTI.
           SET WS-NUMERO-RIGA TO IND-CON.
           ADD 1 TO WS-NUMERO-RIGA.
           MOVE TC-MOTIVO(WS-NUMERO-RIGA) TO TC-MOTIVO(IND-CON).
           MOVE TC-RIGA(WS-NUMERO-RIGA)   TO TC-RIGA(IND-CON).
       FINE-COMPATTA-CONFLITTI.
            EXIT.
      *
       IMMAGINE-VERSIONE.
      **************************************************************
      * RIPORTA LA VERSIONE DI ANAGR.IDX IN WS-VAR-VERSIONE AL      *
      * TRACCIATO DI 71 BYTE DEL GIORNALE DELLE VARIAZIONI.         *
      **************************************************************
           MOVE VV-NOME         TO VI-NOME.
           MOVE VV-COGNOME      TO VI-COGNOME.
           MOVE VV-ANNI         TO VI-ANNI.
           MOVE VV-CITTA        TO VI-CITTA.
           MOVE VV-ID           TO VI-ID.
           MOVE VV-FILIALE      TO VI-FILIALE.
           MOVE VV-ANNO-NASC    TO VI-ANNO-NASC.
           MOVE VV-STATO        TO VI-STATO.
           MOVE VV-STATO-DATA   TO VI-STATO-DATA.
           MOVE VV-COD-FISCALE  TO VI-COD-FISCALE.
       FINE-IMMAGINE-VERSIONE.
            EXIT.
      *
       SCRIVI-VARIAZIONE.
      **************************************************************
      * ACCODA LA RIGA PRIMA/DOPO GIA' PREPARATA IN VAR-ID,         *
      * VAR-PRIMA E VAR-DOPO.                                       *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO VAR-DATA
           ELSE
               ACCEPT VAR-DATA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-VAR-ORA-CORR FROM TIME.
           MOVE WS-VAR-ORA-CORR(1:6) TO VAR-ORA.
           MOVE 'RISOLVI '        TO VAR-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO VAR-OPERATORE.

           OPEN EXTEND VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               OPEN OUTPUT VARIAZF
           END-IF.
           WRITE REC-VARIAZF FROM RIGA-VARIAZIONE.
           CLOSE VARIAZF.
       FINE-SCRIVI-VARIAZIONE.
            EXIT.
      *
       LEGGI-DATA-ELAB.
           MOVE 'N' TO WS-DATAELAB-MODE.
           OPEN INPUT DATAELAB.
           IF WS-DATAELAB-STATUS = '00'
               READ DATAELAB AT END
                    CONTINUE
                    NOT AT END
                         IF REC-DATAELAB IS NUMERIC
                             MOVE REC-DATAELAB TO WS-DATA-ELAB
                             MOVE 'S' TO WS-DATAELAB-MODE
                         END-IF
               END-READ
           END-IF.
           CLOSE DATAELAB.
       FINE-LEGGI-DATA-ELAB.
            EXIT.
      *
       LEGGI-OPERATORE.
           MOVE SPACES TO WS-OPERATORE-CORR.
           OPEN INPUT OPERATORE.
           IF WS-OPER-STATUS = '00'
               READ OPERATORE AT END
                    CONTINUE
                    NOT AT END
                         MOVE OPE-SIGLA TO WS-OPERATORE-CORR
               END-READ
           END-IF.
           CLOSE OPERATORE.
       FINE-LEGGI-OPERATORE.
            EXIT.
      *
       CHIUSURA.
      **************************************************************
      * RISCRIVE I CONFLITTI ANCORA APERTI: QUELLI DECISI SONO      *
      * USCITI DALLA CODA. SE IL CARICAMENTO ERA INCOMPLETO LE      *
      * RIGHE OLTRE LA TABELLA NON SONO IN MEMORIA: IL FILE SI      *
      * RICOSTRUISCE IN ANAGR-CONFLITTI-LAVORO.TXT CON I CONFLITTI  *
      * APERTI DELLA TABELLA E, COPIATE DAL FILE, LE RIGHE NON      *
      * CARICATE; POI LA COPIA DI LAVORO PRENDE IL POSTO DEL FILE.  *
      **************************************************************
           IF WS-CONFL-STATUS = '00'
               CLOSE IDXF
           END-IF.
           IF WS-CARICO-PARZIALE = 'S'
               PERFORM RICOSTRUISCI-CONFLITTI
                  THRU FINE-RICOSTRUISCI-CONFLITTI
               DISPLAY 'CARICAMENTO INCOMPLETO: CONFLITTI DECISI'
                       ' TOLTI, NON CARICATI RIMASTI IN CODA'
           ELSE
               IF WS-CONFL-STATUS = '00'
                   OPEN OUTPUT CONFLITTI
                   PERFORM RISCRIVI-CONFLITTO
                      THRU FINE-RISCRIVI-CONFLITTO
                        VARYING IND-CON FROM 1 BY 1
                        UNTIL IND-CON > WS-NUM-CONFLITTI
                   CLOSE CONFLITTI
               END-IF
           END-IF.
           DISPLAY 'CONFLITTI ANCORA DA DECIDERE: ' WS-NUM-CONFLITTI.
       FINE-CHIUSURA.
            EXIT.
      *
       RICOSTRUISCI-CONFLITTI.
           OPEN OUTPUT LAVORO.
           PERFORM COPIA-APERTO THRU FINE-COPIA-APERTO
                VARYING IND-CON FROM 1 BY 1
                UNTIL IND-CON > WS-NUM-CONFLITTI.
           MOVE ZERO TO WS-RIGHE-SALTATE.
           MOVE 'N'  TO FINE-FILE.
           OPEN INPUT CONFLITTI.
           PERFORM COPIA-NON-CARICATO THRU FINE-COPIA-NON-CARICATO
                UNTIL FINE-FILE = 'S'.
           CLOSE CONFLITTI.
           CLOSE LAVORO.

           MOVE 'N' TO WS-LAVORO-EOF.
           OPEN INPUT LAVORO.
           OPEN OUTPUT CONFLITTI.
           PERFORM RIPORTA-LAVORO THRU FINE-RIPORTA-LAVORO
                UNTIL WS-LAVORO-EOF = 'S'.
           CLOSE CONFLITTI.
           CLOSE LAVORO.
       FINE-RICOSTRUISCI-CONFLITTI.
            EXIT.
      *
       COPIA-APERTO.
           MOVE SPACES             TO REC-CONFLITTO.
           MOVE TC-MOTIVO(IND-CON) TO CON-MOTIVO.
           MOVE TC-RIGA(IND-CON)   TO CON-RIGA.
           WRITE REC-LAVORO FROM REC-CONFLITTO.
       FINE-COPIA-APERTO.
            EXIT.
      *
       COPIA-NON-CARICATO.
           READ CONFLITTI AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF WS-RIGHE-SALTATE < WS-NUM-CARICATI
                         ADD 1 TO WS-RIGHE-SALTATE
                     ELSE
                         WRITE REC-LAVORO FROM REC-CONFLITTO
                     END-IF
           END-READ.
       FINE-COPIA-NON-CARICATO.
            EXIT.
      *
       RIPORTA-LAVORO.
           READ LAVORO AT END
                MOVE 'S' TO WS-LAVORO-EOF
                NOT AT END
                     WRITE REC-CONFLITTO FROM REC-LAVORO
           END-READ.
       FINE-RIPORTA-LAVORO.
            EXIT.
      *
       RISCRIVI-CONFLITTO.
           MOVE SPACES             TO REC-CONFLITTO.
           MOVE TC-MOTIVO(IND-CON) TO CON-MOTIVO.
           MOVE TC-RIGA(IND-CON)   TO CON-RIGA.
           WRITE REC-CONFLITTO.
       FINE-RISCRIVI-CONFLITTO.
            EXIT.
