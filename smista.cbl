       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMISTA.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * SMISTAMENTO PER FILIALE DEI REPORT NOTTURNI (RPTFIL,
      * TRAGUARD, CLASSIF, INCROCIO): OGNUNO, OLTRE AL REPORT
      * AZIENDALE, LASCIA IN <PROGRAMMA>-FILIALI.TXT (PEZZIFIL) LE
      * SUE RIGHE ATTRIBUITE ALLA FILIALE E IL TOTALE AZIENDALE.
      * SMISTA LE ORDINA PER FILIALE E SCRIVE PER OGNI FILIALE E
      * REPORT PREVISTI DALLA LISTA DI DISTRIBUZIONE DELL'ESERCIZIO
      * (SMISTA-DISTRIB.TXT) UN FILE DATATO
      * RPT-NNNN-PROGRAMM-AAAAMMGG.TXT, IMPAGINATO CON IL MODULO
      * IMPAGINA, CON I TOTALI DI SEZIONE E DI FILIALE. UNA FILIALE
      * IN LISTA SENZA RIGHE RICEVE COMUNQUE IL SUO FILE A ZERO.
      * IL MANIFESTO (SMISTA-MANIFESTO.TXT) HA UNA RIGA PER FILE
      * CONSEGNATO E, PER OGNI REPORT, LA QUADRATURA DEI PEZZI DI
      * TUTTE LE FILIALI (CONSEGNATI, NON IN LISTA, SENZA FILIALE)
      * CON IL TOTALE AZIENDALE. UN REPORT CHE NON QUADRA FERMA LA
      * NOTTE (RC 8); UN FILE DEI PEZZI ASSENTE O NON DI OGGI NON
      * SI SMISTA E SI SEGNALA.
      *
      * TRACCIATO DI SMISTA-DISTRIB.TXT (RIGHE CHE INIZIANO CON *
      * O VUOTE SONO COMMENTI):
      *   COL. 1-4   FILIALE
      *   COL. 6-13  REPORT (RPTFIL, TRAGUARD, CLASSIF, INCROCIO
      *              O TUTTI)
      *   COL. 15-54 DESTINATARIO
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LISTA DI DISTRIBUZIONE MANTENUTA DALL'ESERCIZIO

           SELECT OPTIONAL DISTRIBF ASSIGN TO 'SMISTA-DISTRIB.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIS-STATUS.
      * PEZZI PER FILIALE DI UN REPORT (NOME ASSEGNATO A PROGRAMMA)

           SELECT OPTIONAL PEZZIF ASSIGN TO WS-NOME-PEZZI
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEZZI-STATUS.
      * FILE DI LAVORO DEL SORT

           SELECT SORTWK ASSIGN TO 'SMISTA-WORK'.
      * REPORT DI UNA FILIALE (NOME ASSEGNATO A PROGRAMMA)

           SELECT USCITA ASSIGN TO WS-NOME-USCITA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * MANIFESTO DEI FILE CONSEGNATI E QUADRATURA

           SELECT MANIFESTO ASSIGN TO 'SMISTA-MANIFESTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'SMISTA-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   DISTRIBF
            DATA RECORD IS REC-DISTRIBF.
       01 REC-DISTRIBF.
          05 DIS-FILIALE      PIC X(4).
          05 FILLER           PIC X.
          05 DIS-PROGRAMMA    PIC X(8).
          05 FILLER           PIC X.
          05 DIS-DESTINATARIO PIC X(40).

       FD   PEZZIF
            DATA RECORD IS REC-PEZZIF.
       01 REC-PEZZIF  PIC X(142).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-FILIALE      PIC 9(4).
          05 SORT-ORDINE       PIC 9.
          05 SORT-PROGR        PIC 9(6).
          05 SORT-SEZIONE      PIC X(30).
          05 SORT-QUANTITA     PIC 9(7).
          05 SORT-TESTO        PIC X(80).

       FD   USCITA
            DATA RECORD IS REC-USCITA.
       01 REC-USCITA  PIC X(80).

       FD   MANIFESTO
            DATA RECORD IS REC-MANIFESTO.
       01 REC-MANIFESTO  PIC X(129).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY PEZZIFIL.

       01 WS-DIS-STATUS        PIC XX.
       01 WS-PEZZI-STATUS      PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-NOME-PEZZI        PIC X(40) VALUE SPACES.
       01 WS-NOME-USCITA       PIC X(40) VALUE SPACES.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.

      ************************************************************
      *      REPORT DA SMISTARE, NELL'ORDINE IN CUI SI CONSEGNANO.  *
      *      PR-STATO: 'S' = PEZZI DI OGGI, 'A' = FILE ASSENTE,     *
      *      'V' = FILE NON DI OGGI O SENZA RIGA DI CONTROLLO.      *
      *      PR-PEZZI E' LA SOMMA DI TUTTE LE FILIALI, CHE DEVE     *
      *      TORNARE CON PR-TOTALE (TOTALE AZIENDALE DEL REPORT).   *
      ************************************************************
       01 WS-REPORT-NOTI.
            05 FILLER PIC X(32) VALUE
               'RPTFIL  TRAGUARDCLASSIF INCROCIO'.
       01 TAB-REPORT-NOTI REDEFINES WS-REPORT-NOTI.
            05 RN-NOME OCCURS 4 TIMES PIC X(8).
       01 WS-NUM-REPORT        PIC 9 VALUE 4.
       01 TAB-REPORT.
            05 REPORT-SMISTATO OCCURS 4 TIMES.
               10 PR-NOME          PIC X(8).
               10 PR-STATO         PIC X.
               10 PR-TITOLO        PIC X(30).
               10 PR-COLONNE       PIC X(80).
               10 PR-TOTALE        PIC 9(7).
               10 PR-PEZZI         PIC 9(7).
               10 PR-CONSEGNATO    PIC 9(7).
               10 PR-SENZA-FIL     PIC 9(7).
               10 PR-NON-DISTR     PIC 9(7).
               10 PR-FILE          PIC 9(4).
               10 PR-ESITO         PIC X(10).
       01 WS-IX-REP            PIC 9 VALUE 0.

      ************************************************************
      *      LISTA DI DISTRIBUZIONE: UNA VOCE PER FILIALE E REPORT  *
      *      (TUTTI SI ESPANDE NEI QUATTRO REPORT). DS-ESITO DICE   *
      *      COME E' ANDATA LA CONSEGNA DI STANOTTE.                *
      ************************************************************
       01 WS-MAX-DISTRIB       PIC 9(4) VALUE 1000.
       01 TAB-DISTRIB.
            05 DISTRIB OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-DISTRIB
               INDEXED BY IND-DIS.
               10 DS-FILIALE       PIC 9(4).
               10 DS-ORDINE        PIC 9.
               10 DS-DESTINATARIO  PIC X(40).
               10 DS-ESITO         PIC X(16).
               10 DS-RIGHE         PIC 9(6).
               10 DS-QUANTITA      PIC 9(7).
               10 DS-FILE          PIC X(30).
       01 WS-NUM-DISTRIB       PIC 9(4) VALUE 0.
       01 WS-DIS-PRESENTE      PIC X VALUE 'N'.
       01 WS-RIGA-DIS          PIC 9(4) VALUE 0.
       01 WS-ORDINE-LETTO      PIC 9 VALUE 0.
       01 WS-FIL-LETTA         PIC 9(4) VALUE 0.
       01 WS-DIS-TROVATA       PIC X VALUE 'N'.
       01 WS-IX-DIS            PIC 9(4) VALUE 0.
       01 WS-IX-CERCA          PIC 9(4) VALUE 0.

      ************************************************************
      *      PEZZO IN CORSO (UNA FILIALE DI UN REPORT).             *
      *      WS-PEZZO-STATO: 'N' = NESSUNO, 'S' = SI CONSEGNA,      *
      *      'X' = SI CONTA SOLTANTO (FILIALE 0000 O NON IN LISTA), *
      *      'V' = REPORT NON SMISTABILE STANOTTE.                  *
      ************************************************************
       01 WS-PEZZO-STATO       PIC X VALUE 'N'.
       01 WS-FIL-CORR          PIC 9(4) VALUE 0.
       01 WS-ORD-CORR          PIC 9 VALUE 0.
       01 WS-SEZ-CORR          PIC X(30) VALUE SPACES.
       01 WS-PEZZO-RIGHE       PIC 9(6) VALUE 0.
       01 WS-PEZZO-QUANTITA    PIC 9(7) VALUE 0.
       01 WS-SEZ-QUANTITA      PIC 9(7) VALUE 0.

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-RILASCIATE  PIC 9(7) VALUE 0.
       01 WS-CONTA-FILE        PIC 9(6) VALUE 0.
       01 WS-CONTA-VUOTI       PIC 9(6) VALUE 0.
       01 WS-CONTA-SCARTATE    PIC 9(4) VALUE 0.
       01 WS-CONTA-NON-QUADRA  PIC 9 VALUE 0.
       01 WS-CONTA-MANCANTI    PIC 9 VALUE 0.

      ************************************************************
      *      RIGHE DEL MANIFESTO: UNA PER FILE CONSEGNATO E, IN     *
      *      CODA, UNA DI QUADRATURA PER REPORT ('QUADRATURA' NELLA *
      *      COLONNA DEL NOME FILE)                                 *
      ************************************************************
       01 RIGA-MANIFESTO.
            05 MAN-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 MAN-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 MAN-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 MAN-NOME          PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 MAN-RIGHE         PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 MAN-QUANTITA      PIC 9(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 MAN-DESTINATARIO  PIC X(40).

       01 RIGA-MANIFESTO-QUADRA.
            05 MQ-DATA           PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 FILLER            PIC X(4)  VALUE '0000'.
            05 FILLER            PIC X     VALUE SPACE.
            05 MQ-PROGRAMMA      PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 FILLER            PIC X(11) VALUE 'QUADRATURA '.
            05 FILLER            PIC X(8)  VALUE 'AZIENDA='.
            05 MQ-TOTALE         PIC 9(7).
            05 FILLER            PIC X(8)  VALUE ' FILIALI'.
            05 FILLER            PIC X     VALUE '='.
            05 MQ-PEZZI          PIC 9(7).
            05 FILLER            PIC X(11) VALUE ' CONSEGNATI'.
            05 FILLER            PIC X     VALUE '='.
            05 MQ-CONSEGNATO     PIC 9(7).
            05 FILLER            PIC X(9)  VALUE ' NONLISTA'.
            05 FILLER            PIC X     VALUE '='.
            05 MQ-NON-DISTR      PIC 9(7).
            05 FILLER            PIC X(9)  VALUE ' SENZAFIL'.
            05 FILLER            PIC X     VALUE '='.
            05 MQ-SENZA-FIL      PIC 9(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 MQ-ESITO          PIC X(10).

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *           AREE PER I REPORT                                 *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-PEZZO.
            05 IP-TITOLO         PIC X(24).
            05 FILLER            PIC X(6)  VALUE ' FIL. '.
            05 IP-FILIALE        PIC 9(4).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IP-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IP-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IP-AAAA           PIC 9999.

       01 RIGA-TITOLO-SEZIONE.
            05 RTS-TESTO         PIC X(30).

       01 RIGA-TOTALE-SEZIONE.
            05 FILLER            PIC X(7)  VALUE 'TOTALE '.
            05 RTZ-SEZIONE       PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 RTZ-QUANTITA      PIC ZZZZZZ9.

       01 RIGA-TOTALE-FILIALE.
            05 FILLER            PIC X(15) VALUE 'TOTALE FILIALE '.
            05 RTF-FILIALE       PIC 9(4).
            05 FILLER            PIC X(19) VALUE SPACES.
            05 RTF-QUANTITA      PIC ZZZZZZ9.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'SMISTAMENTO PER FILIALE'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE-REPORT.
            05 FILLER            PIC X(9)  VALUE 'REPORT'.
            05 FILLER            PIC X(11) VALUE 'ESITO'.
            05 FILLER            PIC X(8)  VALUE ' AZIENDA'.
            05 FILLER            PIC X(8)  VALUE ' FILIALI'.
            05 FILLER            PIC X(8)  VALUE ' CONSEGN'.
            05 FILLER            PIC X(8)  VALUE ' NONLIST'.
            05 FILLER            PIC X(8)  VALUE ' SENZAFI'.
            05 FILLER            PIC X(6)  VALUE '  FILE'.

       01 RIGA-REPORT-SMISTATO.
            05 RRS-NOME          PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-ESITO         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-TOTALE        PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-PEZZI         PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-CONSEGNATO    PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-NON-DISTR     PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-SENZA-FIL     PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RRS-FILE          PIC ZZZZ9.

       01 RIGA-CONSEGNA.
            05 RCO-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCO-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCO-ESITO         PIC X(16).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCO-QUANTITA      PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCO-DESTINATARIO  PIC X(40).

       01 RIGA-ERRORE.
            05 FILLER            PIC X(5)  VALUE 'RIGA '.
            05 RE-RIGA           PIC ZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RE-MESSAGGIO      PIC X(50).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      * ERRORI DELLA LISTA DI DISTRIBUZIONE TENUTI PER IL REPORT
       01 TAB-ERRORI.
            05 ER-RIGA OCCURS 20 TIMES PIC X(70).
       01 WS-NUM-ERRORI        PIC 99 VALUE 0.
       01 WS-IX-ERRORE         PIC 99 VALUE 0.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = TUTTI I REPORT SMISTATI E QUADRATI                     *
      * 4 = LISTA ASSENTE O CON RIGHE SCARTATE, FILE DEI PEZZI     *
      *     ASSENTE O NON DI OGGI                                  *
      * 8 = ALMENO UN REPORT I CUI PEZZI NON QUADRANO CON IL       *
      *     TOTALE AZIENDALE                                       *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS         PIC XX.
       01 WS-ORA-ESECUZIONE.
            05 WS-ORE            PIC 99.
            05 WS-MIN            PIC 99.
            05 WS-SEC            PIC 99.
            05 WS-CENT           PIC 99.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            MOVE WS-DATA-OGGI TO WS-DATA-ESECUZIONE.
            PERFORM INIZIA-REPORT THRU FINE-INIZIA-REPORT
                 VARYING WS-IX-REP FROM 1 BY 1
                 UNTIL WS-IX-REP > WS-NUM-REPORT.
            PERFORM CARICA-DISTRIBUZIONE THRU FINE-CARICA-DISTRIBUZIONE.

            OPEN OUTPUT MANIFESTO.
            SORT SORTWK
                 ON ASCENDING KEY SORT-FILIALE SORT-ORDINE SORT-PROGR
                 INPUT PROCEDURE IS RILASCIA-PEZZI
                      THRU FINE-RILASCIA-PEZZI
                 OUTPUT PROCEDURE IS SMISTA-PEZZI
                      THRU FINE-SMISTA-PEZZI.
            PERFORM CONSEGNA-VUOTO THRU FINE-CONSEGNA-VUOTO
                 VARYING IND-DIS FROM 1 BY 1
                 UNTIL IND-DIS > WS-NUM-DISTRIB.
            PERFORM QUADRA-REPORT THRU FINE-QUADRA-REPORT
                 VARYING WS-IX-REP FROM 1 BY 1
                 UNTIL WS-IX-REP > WS-NUM-REPORT.
            CLOSE MANIFESTO.

            PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

            IF WS-CONTA-NON-QUADRA > ZERO
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            IF (WS-DIS-PRESENTE = 'N' OR WS-CONTA-SCARTATE > ZERO
                    OR WS-CONTA-MANCANTI > ZERO)
                    AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-RILASCIATE TO GIO-LETTI.
            MOVE WS-CONTA-FILE       TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE      TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'FILE DI FILIALE CONSEGNATI: ' WS-CONTA-FILE
                    ' REPORT CHE NON QUADRANO: ' WS-CONTA-NON-QUADRA.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
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
       INIZIA-REPORT.
           MOVE RN-NOME(WS-IX-REP) TO PR-NOME(WS-IX-REP).
           MOVE 'A'    TO PR-STATO(WS-IX-REP).
           MOVE SPACES TO PR-TITOLO(WS-IX-REP) PR-COLONNE(WS-IX-REP)
                          PR-ESITO(WS-IX-REP).
           MOVE ZERO   TO PR-TOTALE(WS-IX-REP) PR-PEZZI(WS-IX-REP)
                          PR-CONSEGNATO(WS-IX-REP)
                          PR-SENZA-FIL(WS-IX-REP)
                          PR-NON-DISTR(WS-IX-REP) PR-FILE(WS-IX-REP).
       FINE-INIZIA-REPORT.
            EXIT.
      *
       CARICA-DISTRIBUZIONE.
      **************************************************************
      * CARICA LA LISTA DI DISTRIBUZIONE. UNA RIGA SCORRETTA        *
      * (FILIALE NON NUMERICA, REPORT SCONOSCIUTO, VOCE DOPPIA) SI  *
      * SCARTA E SI SEGNALA; LE ALTRE FILIALI RICEVONO COMUNQUE I   *
      * LORO FILE.                                                  *
      **************************************************************
           MOVE ZERO TO WS-NUM-DISTRIB WS-RIGA-DIS.
           MOVE 'N'  TO WS-DIS-PRESENTE.
           MOVE 'N'  TO WS-LETTURA-EOF.
           OPEN INPUT DISTRIBF.
           IF WS-DIS-STATUS = '00'
               MOVE 'S' TO WS-DIS-PRESENTE
               PERFORM LEGGI-DISTRIBUZIONE
                  THRU FINE-LEGGI-DISTRIBUZIONE
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE DISTRIBF.
           IF WS-DIS-PRESENTE = 'N'
               MOVE 'CARICA-DISTRIBUZIONE' TO ECC-PARAGRAFO
               MOVE SPACES                 TO ECC-CHIAVE
               MOVE 'LISTA SMISTA-DISTRIB.TXT ASSENTE'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-DISTRIBUZIONE.
            EXIT.
      *
       LEGGI-DISTRIBUZIONE.
           READ DISTRIBF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     ADD 1 TO WS-RIGA-DIS
                     IF REC-DISTRIBF NOT = SPACES
                             AND DIS-FILIALE(1:1) NOT = '*'
                         PERFORM VALUTA-DISTRIBUZIONE
                            THRU FINE-VALUTA-DISTRIBUZIONE
                     END-IF
           END-READ.
       FINE-LEGGI-DISTRIBUZIONE.
            EXIT.
      *
       VALUTA-DISTRIBUZIONE.
           MOVE ZERO TO WS-ORDINE-LETTO.
           PERFORM CERCA-REPORT-NOTO THRU FINE-CERCA-REPORT-NOTO
                VARYING WS-IX-REP FROM 1 BY 1
                UNTIL WS-IX-REP > WS-NUM-REPORT.
           IF DIS-FILIALE IS NOT NUMERIC OR DIS-FILIALE = '0000'
               MOVE 'FILIALE NON VALIDA' TO RE-MESSAGGIO
               PERFORM SCARTA-DISTRIBUZIONE
                  THRU FINE-SCARTA-DISTRIBUZIONE
           ELSE
           IF WS-ORDINE-LETTO = ZERO AND DIS-PROGRAMMA NOT = 'TUTTI'
               MOVE 'REPORT SCONOSCIUTO' TO RE-MESSAGGIO
               PERFORM SCARTA-DISTRIBUZIONE
                  THRU FINE-SCARTA-DISTRIBUZIONE
           ELSE
               MOVE DIS-FILIALE TO WS-FIL-LETTA
               IF DIS-PROGRAMMA = 'TUTTI'
                   PERFORM AGGIUNGI-DISTRIBUZIONE
                      THRU FINE-AGGIUNGI-DISTRIBUZIONE
                        VARYING WS-ORDINE-LETTO FROM 1 BY 1
                        UNTIL WS-ORDINE-LETTO > WS-NUM-REPORT
               ELSE
                   PERFORM AGGIUNGI-DISTRIBUZIONE
                      THRU FINE-AGGIUNGI-DISTRIBUZIONE
               END-IF
           END-IF
           END-IF.
       FINE-VALUTA-DISTRIBUZIONE.
            EXIT.
      *
       CERCA-REPORT-NOTO.
           IF RN-NOME(WS-IX-REP) = DIS-PROGRAMMA
               MOVE WS-IX-REP TO WS-ORDINE-LETTO
           END-IF.
       FINE-CERCA-REPORT-NOTO.
            EXIT.
      *
       AGGIUNGI-DISTRIBUZIONE.
           MOVE WS-FIL-LETTA    TO WS-FIL-CORR.
           MOVE WS-ORDINE-LETTO TO WS-ORD-CORR.
           PERFORM CERCA-DISTRIBUZIONE THRU FINE-CERCA-DISTRIBUZIONE.
           IF WS-DIS-TROVATA = 'S'
               MOVE 'VOCE GIA IN LISTA PER LA FILIALE' TO RE-MESSAGGIO
               PERFORM SCARTA-DISTRIBUZIONE
                  THRU FINE-SCARTA-DISTRIBUZIONE
           ELSE
           IF WS-NUM-DISTRIB NOT < WS-MAX-DISTRIB
               MOVE 'LISTA PIENA: MASSIMO 1000 VOCI' TO RE-MESSAGGIO
               PERFORM SCARTA-DISTRIBUZIONE
                  THRU FINE-SCARTA-DISTRIBUZIONE
           ELSE
               ADD 1 TO WS-NUM-DISTRIB
               SET IND-DIS TO WS-NUM-DISTRIB
               MOVE WS-FIL-LETTA     TO DS-FILIALE(IND-DIS)
               MOVE WS-ORDINE-LETTO  TO DS-ORDINE(IND-DIS)
               MOVE DIS-DESTINATARIO TO DS-DESTINATARIO(IND-DIS)
               MOVE SPACES           TO DS-ESITO(IND-DIS)
                                        DS-FILE(IND-DIS)
               MOVE ZERO             TO DS-RIGHE(IND-DIS)
                                        DS-QUANTITA(IND-DIS)
           END-IF
           END-IF.
       FINE-AGGIUNGI-DISTRIBUZIONE.
            EXIT.
      *
       CERCA-DISTRIBUZIONE.
           MOVE 'N'  TO WS-DIS-TROVATA.
           MOVE ZERO TO WS-IX-DIS.
           PERFORM CONFRONTA-DISTRIBUZIONE
              THRU FINE-CONFRONTA-DISTRIBUZIONE
                VARYING WS-IX-CERCA FROM 1 BY 1
                UNTIL WS-IX-CERCA > WS-NUM-DISTRIB
                   OR WS-DIS-TROVATA = 'S'.
       FINE-CERCA-DISTRIBUZIONE.
            EXIT.
      *
       CONFRONTA-DISTRIBUZIONE.
           IF DS-FILIALE(WS-IX-CERCA) = WS-FIL-CORR
                   AND DS-ORDINE(WS-IX-CERCA) = WS-ORD-CORR
               MOVE 'S' TO WS-DIS-TROVATA
               MOVE WS-IX-CERCA TO WS-IX-DIS
           END-IF.
       FINE-CONFRONTA-DISTRIBUZIONE.
            EXIT.
      *
       SCARTA-DISTRIBUZIONE.
           ADD 1 TO WS-CONTA-SCARTATE.
           MOVE WS-RIGA-DIS TO RE-RIGA.
           IF WS-NUM-ERRORI < 20
               ADD 1 TO WS-NUM-ERRORI
               MOVE RIGA-ERRORE TO ER-RIGA(WS-NUM-ERRORI)
           END-IF.
           MOVE 'CARICA-DISTRIBUZIONE' TO ECC-PARAGRAFO.
           MOVE REC-DISTRIBF(1:13)     TO ECC-CHIAVE.
           MOVE RE-MESSAGGIO           TO ECC-DESCRIZIONE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SCARTA-DISTRIBUZIONE.
            EXIT.
      *
       RILASCIA-PEZZI.
      **************************************************************
      * FASE DI INGRESSO DEL SORT: I FILE DEI PEZZI DEI QUATTRO     *
      * REPORT, UNO DOPO L'ALTRO. LE RIGHE 'D' VANNO AL SORT CON    *
      * L'ORDINE DEL REPORT E IL PROGRESSIVO DI STAMPA; LE RIGHE    *
      * 'C' E 'H' SI TENGONO IN TABELLA. SE IL FILE NON E' DI OGGI  *
      * LE SUE RIGHE SI SCARTANO ALL'USCITA DEL SORT.               *
      **************************************************************
           PERFORM RILASCIA-REPORT THRU FINE-RILASCIA-REPORT
                VARYING WS-IX-REP FROM 1 BY 1
                UNTIL WS-IX-REP > WS-NUM-REPORT.
       FINE-RILASCIA-PEZZI.
            EXIT.
      *
       RILASCIA-REPORT.
           MOVE SPACES TO WS-NOME-PEZZI.
           STRING PR-NOME(WS-IX-REP) DELIMITED BY SPACE
                  '-FILIALI.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-PEZZI.
           MOVE 'N' TO WS-LETTURA-EOF.
           OPEN INPUT PEZZIF.
           IF WS-PEZZI-STATUS = '00'
               MOVE 'V' TO PR-STATO(WS-IX-REP)
               PERFORM RILASCIA-RIGA THRU FINE-RILASCIA-RIGA
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE PEZZIF.
           IF PR-STATO(WS-IX-REP) = 'A'
               MOVE 'ASSENTE' TO PR-ESITO(WS-IX-REP)
               MOVE 'FILE DEI PEZZI ASSENTE' TO ECC-DESCRIZIONE
           END-IF.
           IF PR-STATO(WS-IX-REP) = 'V'
               MOVE 'VECCHIO' TO PR-ESITO(WS-IX-REP)
               MOVE 'FILE DEI PEZZI NON DI OGGI' TO ECC-DESCRIZIONE
           END-IF.
           IF PR-STATO(WS-IX-REP) NOT = 'S'
               ADD 1 TO WS-CONTA-MANCANTI
               MOVE 'RILASCIA-REPORT'  TO ECC-PARAGRAFO
               MOVE PR-NOME(WS-IX-REP) TO ECC-CHIAVE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-RILASCIA-REPORT.
            EXIT.
      *
       RILASCIA-RIGA.
           READ PEZZIF INTO RIGA-PEZZO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF PZ-TIPO = 'C'
                         MOVE PZ-SEZIONE  TO PR-TITOLO(WS-IX-REP)
                         MOVE PZ-QUANTITA TO PR-TOTALE(WS-IX-REP)
                         IF PZ-TESTO(1:8) = WS-DATA-ESECUZIONE
                             MOVE 'S' TO PR-STATO(WS-IX-REP)
                         END-IF
                     END-IF
                     IF PZ-TIPO = 'H'
                         MOVE PZ-TESTO TO PR-COLONNE(WS-IX-REP)
                     END-IF
                     IF PZ-TIPO = 'D'
                         MOVE PZ-FILIALE  TO SORT-FILIALE
                         MOVE WS-IX-REP   TO SORT-ORDINE
                         MOVE PZ-PROGR    TO SORT-PROGR
                         MOVE PZ-SEZIONE  TO SORT-SEZIONE
                         MOVE PZ-QUANTITA TO SORT-QUANTITA
                         MOVE PZ-TESTO    TO SORT-TESTO
                         RELEASE REC-SORT
                         ADD 1 TO WS-CONTA-RILASCIATE
                     END-IF
           END-READ.
       FINE-RILASCIA-RIGA.
            EXIT.
      *
       SMISTA-PEZZI.
      **************************************************************
      * FASE DI USCITA DEL SORT: LE RIGHE ARRIVANO PER FILIALE E,   *
      * DENTRO LA FILIALE, PER REPORT NELL'ORDINE DI STAMPA. A OGNI *
      * CAMBIO DI FILIALE O DI REPORT SI CHIUDE IL PEZZO PRECEDENTE *
      * E SE NE APRE UNO NUOVO.                                     *
      **************************************************************
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-PEZZO-STATO.
           PERFORM RITIRA-RIGA THRU FINE-RITIRA-RIGA
                UNTIL WS-SORT-EOF = 'S'.
           PERFORM CHIUDI-PEZZO THRU FINE-CHIUDI-PEZZO.
       FINE-SMISTA-PEZZI.
            EXIT.
      *
       RITIRA-RIGA.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     IF WS-PEZZO-STATO = 'N'
                             OR SORT-FILIALE NOT = WS-FIL-CORR
                             OR SORT-ORDINE NOT = WS-ORD-CORR
                         PERFORM CHIUDI-PEZZO THRU FINE-CHIUDI-PEZZO
                         PERFORM APRI-PEZZO THRU FINE-APRI-PEZZO
                     END-IF
                     PERFORM SCRIVI-RIGA-PEZZO
                        THRU FINE-SCRIVI-RIGA-PEZZO
           END-RETURN.
       FINE-RITIRA-RIGA.
            EXIT.
      *
       APRI-PEZZO.
      **************************************************************
      * UN PEZZO SI CONSEGNA SE IL REPORT E' DI OGGI E LA FILIALE   *
      * LO HA IN LISTA; ALTRIMENTI SE NE CONTANO SOLO LE QUANTITA,  *
      * CHE SERVONO ALLA QUADRATURA.                                *
      **************************************************************
           MOVE SORT-FILIALE TO WS-FIL-CORR.
           MOVE SORT-ORDINE  TO WS-ORD-CORR.
           IF PR-STATO(WS-ORD-CORR) NOT = 'S'
               MOVE 'V' TO WS-PEZZO-STATO
           ELSE
               MOVE 'X' TO WS-PEZZO-STATO
               IF WS-FIL-CORR NOT = ZERO
                   PERFORM CERCA-DISTRIBUZIONE
                      THRU FINE-CERCA-DISTRIBUZIONE
                   IF WS-DIS-TROVATA = 'S'
                       PERFORM INIZIA-FILE-PEZZO
                          THRU FINE-INIZIA-FILE-PEZZO
                   END-IF
               END-IF
           END-IF.
       FINE-APRI-PEZZO.
            EXIT.
      *
       INIZIA-FILE-PEZZO.
           MOVE 'S'    TO WS-PEZZO-STATO.
           MOVE SPACES TO WS-SEZ-CORR.
           MOVE ZERO   TO WS-PEZZO-RIGHE WS-PEZZO-QUANTITA
                          WS-SEZ-QUANTITA.
           MOVE SPACES TO WS-NOME-USCITA.
           STRING 'RPT-' DELIMITED BY SIZE
                  WS-FIL-CORR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  PR-NOME(WS-ORD-CORR) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-USCITA.
           OPEN OUTPUT USCITA.

           MOVE PR-TITOLO(WS-ORD-CORR) TO IP-TITOLO.
           MOVE WS-FIL-CORR TO IP-FILIALE.
           MOVE WS-GIORNO   TO IP-GG.
           MOVE WS-MESE     TO IP-MM.
           MOVE WS-ANNO     TO IP-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-PEZZO     TO IMP-TITOLO.
           MOVE PR-COLONNE(WS-ORD-CORR) TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
       FINE-INIZIA-FILE-PEZZO.
            EXIT.
      *
       SCRIVI-RIGA-PEZZO.
           IF WS-PEZZO-STATO NOT = 'V'
               ADD SORT-QUANTITA TO PR-PEZZI(WS-ORD-CORR)
           END-IF.
           IF WS-PEZZO-STATO = 'X'
               IF WS-FIL-CORR = ZERO
                   ADD SORT-QUANTITA TO PR-SENZA-FIL(WS-ORD-CORR)
               ELSE
                   ADD SORT-QUANTITA TO PR-NON-DISTR(WS-ORD-CORR)
               END-IF
           END-IF.
           IF WS-PEZZO-STATO = 'S'
               IF SORT-SEZIONE NOT = WS-SEZ-CORR
                   PERFORM CAMBIA-SEZIONE THRU FINE-CAMBIA-SEZIONE
               END-IF
               ADD SORT-QUANTITA TO WS-SEZ-QUANTITA
               ADD SORT-QUANTITA TO WS-PEZZO-QUANTITA
               ADD 1 TO WS-PEZZO-RIGHE
               MOVE SORT-TESTO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO
           END-IF.
       FINE-SCRIVI-RIGA-PEZZO.
            EXIT.
      *
       CAMBIA-SEZIONE.
           IF WS-SEZ-CORR NOT = SPACES
               PERFORM TOTALE-SEZIONE THRU FINE-TOTALE-SEZIONE
           END-IF.
           MOVE SORT-SEZIONE TO WS-SEZ-CORR.
           MOVE ZERO         TO WS-SEZ-QUANTITA.
           MOVE WS-SEZ-CORR  TO RTS-TESTO.
           MOVE RIGA-TITOLO-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO.
       FINE-CAMBIA-SEZIONE.
            EXIT.
      *
       TOTALE-SEZIONE.
           MOVE WS-SEZ-CORR     TO RTZ-SEZIONE.
           MOVE WS-SEZ-QUANTITA TO RTZ-QUANTITA.
           MOVE RIGA-TOTALE-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO.
       FINE-TOTALE-SEZIONE.
            EXIT.
      *
       CHIUDI-PEZZO.
      **************************************************************
      * CHIUDE IL FILE DELLA FILIALE CON IL TOTALE DELL'ULTIMA      *
      * SEZIONE E QUELLO DI FILIALE, E NE SCRIVE LA RIGA DI         *
      * MANIFESTO.                                                  *
      **************************************************************
           IF WS-PEZZO-STATO = 'S'
               IF WS-SEZ-CORR NOT = SPACES
                   PERFORM TOTALE-SEZIONE THRU FINE-TOTALE-SEZIONE
               END-IF
               MOVE WS-FIL-CORR       TO RTF-FILIALE
               MOVE WS-PEZZO-QUANTITA TO RTF-QUANTITA
               MOVE RIGA-TOTALE-FILIALE TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO
               MOVE 'F' TO IMP-AZIONE
               CALL 'IMPAGINA' USING AREA-IMPAGINA
               WRITE REC-USCITA FROM IMP-CODA
               CLOSE USCITA

               ADD 1 TO WS-CONTA-FILE
               ADD 1 TO PR-FILE(WS-ORD-CORR)
               ADD WS-PEZZO-QUANTITA TO PR-CONSEGNATO(WS-ORD-CORR)
               IF WS-PEZZO-RIGHE = ZERO
                   MOVE 'CONSEGNATO VUOTO' TO DS-ESITO(WS-IX-DIS)
               ELSE
                   MOVE 'CONSEGNATO'    TO DS-ESITO(WS-IX-DIS)
               END-IF
               MOVE WS-PEZZO-RIGHE    TO DS-RIGHE(WS-IX-DIS)
               MOVE WS-PEZZO-QUANTITA TO DS-QUANTITA(WS-IX-DIS)
               MOVE WS-NOME-USCITA    TO DS-FILE(WS-IX-DIS)

               MOVE WS-DATA-OGGI         TO MAN-DATA
               MOVE WS-FIL-CORR          TO MAN-FILIALE
               MOVE PR-NOME(WS-ORD-CORR) TO MAN-PROGRAMMA
               MOVE WS-NOME-USCITA       TO MAN-NOME
               MOVE WS-PEZZO-RIGHE       TO MAN-RIGHE
               MOVE WS-PEZZO-QUANTITA    TO MAN-QUANTITA
               MOVE DS-DESTINATARIO(WS-IX-DIS) TO MAN-DESTINATARIO
               WRITE REC-MANIFESTO FROM RIGA-MANIFESTO
           END-IF.
           MOVE 'N' TO WS-PEZZO-STATO.
       FINE-CHIUDI-PEZZO.
            EXIT.
      *
       CONSEGNA-VUOTO.
      **************************************************************
      * LA FILIALE IN LISTA CHE NON HA RIGHE IN UN REPORT DI OGGI   *
      * RICEVE LO STESSO IL SUO FILE, CON IL TOTALE A ZERO: COSI'   *
      * UN FILE MANCANTE E' SEMPRE UN ERRORE E MAI UN "NIENTE".     *
      **************************************************************
           IF DS-ESITO(IND-DIS) = SPACES
               MOVE DS-FILIALE(IND-DIS) TO WS-FIL-CORR
               MOVE DS-ORDINE(IND-DIS)  TO WS-ORD-CORR
               IF PR-STATO(WS-ORD-CORR) = 'S'
                   SET WS-IX-DIS TO IND-DIS
                   PERFORM INIZIA-FILE-PEZZO
                      THRU FINE-INIZIA-FILE-PEZZO
                   MOVE 'NESSUNA RIGA PER LA FILIALE' TO WS-RIGA-REPORT
                   PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO
                   MOVE SPACES TO WS-RIGA-REPORT
                   PERFORM STAMPA-RIGA-PEZZO THRU FINE-STAMPA-RIGA-PEZZO
                   PERFORM CHIUDI-PEZZO THRU FINE-CHIUDI-PEZZO
                   ADD 1 TO WS-CONTA-VUOTI
               ELSE
                   MOVE 'NON CONSEGNATO' TO DS-ESITO(IND-DIS)
               END-IF
           END-IF.
       FINE-CONSEGNA-VUOTO.
            EXIT.
      *
       QUADRA-REPORT.
      **************************************************************
      * I PEZZI DI TUTTE LE FILIALI (CONSEGNATI, NON IN LISTA E     *
      * SENZA FILIALE) DEVONO TORNARE CON IL TOTALE AZIENDALE DEL   *
      * REPORT. SE NON TORNANO I FILE CONSEGNATI NON SONO AFFIDABILI*
      * E LA NOTTE SI FERMA.                                        *
      **************************************************************
           IF PR-STATO(WS-IX-REP) = 'S'
               IF PR-PEZZI(WS-IX-REP) = PR-TOTALE(WS-IX-REP)
                   MOVE 'QUADRA' TO PR-ESITO(WS-IX-REP)
               ELSE
                   MOVE 'NON QUADRA' TO PR-ESITO(WS-IX-REP)
                   ADD 1 TO WS-CONTA-NON-QUADRA
                   MOVE 'QUADRA-REPORT'    TO ECC-PARAGRAFO
                   MOVE PR-NOME(WS-IX-REP) TO ECC-CHIAVE
                   MOVE 'PEZZI DI FILIALE NON QUADRANO COL TOTALE'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
           MOVE WS-DATA-OGGI               TO MQ-DATA.
           MOVE PR-NOME(WS-IX-REP)         TO MQ-PROGRAMMA.
           MOVE PR-TOTALE(WS-IX-REP)       TO MQ-TOTALE.
           MOVE PR-PEZZI(WS-IX-REP)        TO MQ-PEZZI.
           MOVE PR-CONSEGNATO(WS-IX-REP)   TO MQ-CONSEGNATO.
           MOVE PR-NON-DISTR(WS-IX-REP)    TO MQ-NON-DISTR.
           MOVE PR-SENZA-FIL(WS-IX-REP)    TO MQ-SENZA-FIL.
           MOVE PR-ESITO(WS-IX-REP)        TO MQ-ESITO.
           WRITE REC-MANIFESTO FROM RIGA-MANIFESTO-QUADRA.
       FINE-QUADRA-REPORT.
            EXIT.
      *
       STAMPA-RIGA-PEZZO.
           MOVE 'R' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           IF IMP-NUOVA-PAGINA = 'S'
               PERFORM SCRIVI-TESTATA-PEZZO
                  THRU FINE-SCRIVI-TESTATA-PEZZO
                    VARYING WS-IX-TESTATA FROM 1 BY 1
                    UNTIL WS-IX-TESTATA > IMP-NUM-TESTATA
           END-IF.
           WRITE REC-USCITA FROM WS-RIGA-REPORT.
       FINE-STAMPA-RIGA-PEZZO.
            EXIT.
      *
       SCRIVI-TESTATA-PEZZO.
           WRITE REC-USCITA FROM IMP-TESTATA(WS-IX-TESTATA).
       FINE-SCRIVI-TESTATA-PEZZO.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE RIGA-COLONNE-REPORT TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.

           PERFORM STAMPA-REPORT-SMISTATO
              THRU FINE-STAMPA-REPORT-SMISTATO
                VARYING WS-IX-REP FROM 1 BY 1
                UNTIL WS-IX-REP > WS-NUM-REPORT.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-DIS-PRESENTE = 'N'
               MOVE 'LISTA DI DISTRIBUZIONE SMISTA-DISTRIB.TXT ASSENTE'
                    TO WS-RIGA-REPORT
           ELSE
               MOVE 'CONSEGNE DELLA LISTA DI DISTRIBUZIONE'
                    TO WS-RIGA-REPORT
           END-IF.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-CONSEGNA THRU FINE-STAMPA-CONSEGNA
                VARYING IND-DIS FROM 1 BY 1
                UNTIL IND-DIS > WS-NUM-DISTRIB.

           IF WS-NUM-ERRORI > ZERO
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE 'RIGHE SCARTATE DELLA LISTA DI DISTRIBUZIONE'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               PERFORM STAMPA-ERRORE THRU FINE-STAMPA-ERRORE
                    VARYING WS-IX-ERRORE FROM 1 BY 1
                    UNTIL WS-IX-ERRORE > WS-NUM-ERRORI
           END-IF.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE DI FILIALE SMISTATE' TO RC-ETICHETTA.
           MOVE WS-CONTA-RILASCIATE         TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'FILE DI FILIALE CONSEGNATI' TO RC-ETICHETTA.
           MOVE WS-CONTA-FILE                TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'DI CUI SENZA RIGHE' TO RC-ETICHETTA.
           MOVE WS-CONTA-VUOTI       TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE DI LISTA SCARTATE' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCARTATE         TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'REPORT CHE NON QUADRANO' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-QUADRA       TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-REPORT-SMISTATO.
           MOVE PR-NOME(WS-IX-REP)       TO RRS-NOME.
           MOVE PR-ESITO(WS-IX-REP)      TO RRS-ESITO.
           MOVE PR-TOTALE(WS-IX-REP)     TO RRS-TOTALE.
           MOVE PR-PEZZI(WS-IX-REP)      TO RRS-PEZZI.
           MOVE PR-CONSEGNATO(WS-IX-REP) TO RRS-CONSEGNATO.
           MOVE PR-NON-DISTR(WS-IX-REP)  TO RRS-NON-DISTR.
           MOVE PR-SENZA-FIL(WS-IX-REP)  TO RRS-SENZA-FIL.
           MOVE PR-FILE(WS-IX-REP)       TO RRS-FILE.
           MOVE RIGA-REPORT-SMISTATO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-REPORT-SMISTATO.
            EXIT.
      *
       STAMPA-CONSEGNA.
           MOVE DS-FILIALE(IND-DIS)      TO RCO-FILIALE.
           MOVE DS-ORDINE(IND-DIS)       TO WS-ORD-CORR.
           MOVE PR-NOME(WS-ORD-CORR)     TO RCO-PROGRAMMA.
           MOVE DS-ESITO(IND-DIS)        TO RCO-ESITO.
           MOVE DS-QUANTITA(IND-DIS)     TO RCO-QUANTITA.
           MOVE DS-DESTINATARIO(IND-DIS) TO RCO-DESTINATARIO.
           MOVE RIGA-CONSEGNA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONSEGNA.
            EXIT.
      *
       STAMPA-ERRORE.
           MOVE ER-RIGA(WS-IX-ERRORE) TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-ERRORE.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
      * OGNI RIGA DEL REPORT PASSA DAL MODULO COMUNE IMPAGINA: A    *
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA.    *
      **************************************************************
           MOVE 'R' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           IF IMP-NUOVA-PAGINA = 'S'
               PERFORM SCRIVI-RIGA-TESTATA
                  THRU FINE-SCRIVI-RIGA-TESTATA
                    VARYING WS-IX-TESTATA FROM 1 BY 1
                    UNTIL WS-IX-TESTATA > IMP-NUM-TESTATA
           END-IF.
           WRITE REC-REPORTF FROM WS-RIGA-REPORT.
       FINE-STAMPA-RIGA-IMPAGINATA.
            EXIT.
      *
       SCRIVI-RIGA-TESTATA.
           WRITE REC-REPORTF FROM IMP-TESTATA(WS-IX-TESTATA).
       FINE-SCRIVI-RIGA-TESTATA.
            EXIT.
      *
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'SMISTA  ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'SMISTA'     TO ECC-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO ECC-OPERATORE.

           IF ECC-SEVERITA NOT = 'G' AND ECC-SEVERITA NOT = 'A'
                   AND ECC-SEVERITA NOT = 'I'
               MOVE 'A' TO ECC-SEVERITA
           END-IF.
           MOVE SPACES TO ECC-ACK-SIGLA.

           OPEN EXTEND ECCEZIONI.
           IF WS-ECC-STATUS NOT = '00'
               OPEN OUTPUT ECCEZIONI
           END-IF.
           WRITE REC-ECCEZIONE FROM RIGA-ECCEZIONE.
           CLOSE ECCEZIONI.
           MOVE SPACE TO ECC-SEVERITA.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
