       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABULA.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * TABELLA INCROCIATA A PARAMETRI SULL'ANAGRAFICA: INCROCIO DA'
      * SOLO CITTA PER FASCIA DI ETA', E OGNI ALTRO ABBINAMENTO
      * (FILIALE PER STATO, REGIONE PER LIVELLO, PROVINCIA PER
      * DECENNIO DI NASCITA) DIVENTAVA UN PROGRAMMA UNA-TANTUM O UN
      * FOGLIO DI CALCOLO. IL FILE PARAMETRI (TABULA-PARAM.TXT)
      * NOMINA LA DIMENSIONE DELLE RIGHE, QUELLA DELLE COLONNE E UN
      * FILTRO FACOLTATIVO; IL REPORT STAMPA I CONTEGGI CON I TOTALI
      * DI RIGA E DI COLONNA E LE PERCENTUALI SUL TOTALE, IMPAGINATO
      * CON IL MODULO IMPAGINA A PANNELLI DI CINQUE COLONNE, E
      * L'EDIZIONE CSV DATATA (TABULA-REPORTF-AAAAMMGG.CSV) HA UNA
      * RIGA PER CELLA, REGISTRATA FRA LE GENERAZIONI.
      * SI CONTANO TUTTE LE PERSONE: PER LE SOLE ATTIVE SI FILTRA
      * SU STATO = ATTIVA.
      *
      * DIMENSIONI: CITTA, PROVINCIA, REGIONE (DA CITTA.IDX),
      *   FILIALE, AREA (MODULO GERARCH), LIVELLO (LIVELLI.TXT DI
      *   CLASSIF), STATO, FASCIA (LE FASCE DI ETA' DI INCROCIO),
      *   DECENNIO (DI NASCITA).
      *
      * TRACCIATO DI TABULA-PARAM.TXT (RIGHE CHE INIZIANO CON * O
      * VUOTE SONO COMMENTI):
      *   COL. 1-10  CHIAVE: RIGHE, COLONNE, FILTRO (DIMENSIONE) O
      *              VALORE (UN VALORE AMMESSO DAL FILTRO, FINO A 10)
      *   COL. 11-26 DIMENSIONE O VALORE, COME STAMPATO NEL REPORT
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE

           SELECT PRIMOF   ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * PARAMETRI DELLA TABELLA INCROCIATA

           SELECT OPTIONAL PARAMF ASSIGN TO 'TABULA-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * MASTER DELLE CITTA' CENSITE

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * CLASSIFICAZIONE A LIVELLI SCRITTA DA CLASSIF

           SELECT OPTIONAL LIVELLIF ASSIGN TO 'LIVELLI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIVELLI-STATUS.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'TABULA-REPORTF.TXT'
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

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(16).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

       FD   LIVELLIF
            DATA RECORD IS REC-LIVELLIF.
       01 REC-LIVELLIF.
          05 LVF-ID        PIC 9(5).
          05 FILLER        PIC X.
          05 LVF-LIVELLO   PIC X.
          05 FILLER        PIC X(16).

       FD   REPORTF
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
       COPY CITTAMAS.

       01 WS-PRIMOF-STATUS     PIC XX.
       01 WS-PARAM-STATUS      PIC XX.
       01 WS-LIVELLI-STATUS    PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-LIVELLI-EOF       PIC X VALUE 'N'.
       01 FINE-FILE            PIC X VALUE 'N'.
       01 WS-ANNO-CORRENTE     PIC 9999 VALUE 0.
       01 WS-ETA-CALCOLATA     PIC 9(4) VALUE 0.
       01 WS-ANNO-NASCITA      PIC 9(4) VALUE 0.

      ************************************************************
      *      DIMENSIONI AMMESSE, NELL'ORDINE DEI CODICI 1-9         *
      ************************************************************
       01 WS-DIMENSIONI-NOTE.
            05 FILLER PIC X(50) VALUE
               'CITTA     PROVINCIA REGIONE   FILIALE   AREA      '.
            05 FILLER PIC X(40) VALUE
               'LIVELLO   STATO     FASCIA    DECENNIO  '.
       01 TAB-DIMENSIONI REDEFINES WS-DIMENSIONI-NOTE.
            05 DIM-NOME OCCURS 9 TIMES PIC X(10).
       01 WS-NUM-DIMENSIONI    PIC 9 VALUE 9.
       01 WS-IX-DIM            PIC 99 VALUE 0.

      ************************************************************
      *      PARAMETRI LETTI: CODICE DELLA DIMENSIONE DELLE RIGHE,  *
      *      DELLE COLONNE E DEL FILTRO (0 = NESSUNO) E VALORI      *
      *      AMMESSI DAL FILTRO                                     *
      ************************************************************
       01 WS-DIM-RIGHE         PIC 9 VALUE 0.
       01 WS-DIM-COLONNE       PIC 9 VALUE 0.
       01 WS-DIM-FILTRO        PIC 9 VALUE 0.
       01 WS-DIM-LETTA         PIC 9 VALUE 0.
       01 WS-DIM-CORR          PIC 9 VALUE 0.
       01 WS-PARAM-RIGA        PIC 9(4) VALUE 0.
       01 WS-PARAM-SCARTATI    PIC 9(4) VALUE 0.
       01 WS-PARAM-ERRATI      PIC X VALUE 'N'.
       01 WS-MAX-FILTRO        PIC 99 VALUE 10.
       01 TAB-FILTRO.
            05 FV-VALORE OCCURS 10 TIMES PIC X(16).
       01 WS-NUM-FILTRO        PIC 99 VALUE 0.
       01 WS-IX-FILTRO         PIC 99 VALUE 0.
       01 WS-FILTRO-OK         PIC X VALUE 'N'.

      ************************************************************
      *      CHE COSA SERVE CARICARE PER LE DIMENSIONI SCELTE       *
      ************************************************************
       01 WS-SERVE-MASTER      PIC X VALUE 'N'.
       01 WS-SERVE-AREA        PIC X VALUE 'N'.
       01 WS-SERVE-LIVELLI     PIC X VALUE 'N'.
       01 WS-LIVELLI-MODE      PIC X VALUE 'N'.

      ************************************************************
      *      LIVELLO DI CLASSIFICAZIONE PER ID-PERSONA (LIVELLI.TXT *
      *      DI CLASSIF), INDIRIZZATO DIRETTAMENTE DALL'ID          *
      ************************************************************
       01 TAB-LIVELLI.
            05 LT-LIVELLO OCCURS 99999 TIMES PIC X VALUE SPACE.

      ************************************************************
      *      VALORI DELLE DIMENSIONI PER IL RECORD IN CORSO         *
      ************************************************************
       01 WS-CITTA-LAVORO      PIC X(10) VALUE SPACES.
       01 WS-ALIAS-ESITO       PIC X VALUE 'N'.
       01 WS-PROV-LAVORO       PIC X(2) VALUE SPACES.
       01 WS-REGIONE-LAVORO    PIC X(15) VALUE SPACES.
       01 WS-VALORE-DIM        PIC X(16) VALUE SPACES.
       01 WS-VALORE-RIGA       PIC X(16) VALUE SPACES.
       01 WS-VALORE-COLONNA    PIC X(16) VALUE SPACES.
       01 WS-DECENNIO.
            05 WS-DEC-INIZIO    PIC 999.
            05 FILLER           PIC XX VALUE '0-'.
            05 WS-DEC-FINE      PIC 9.
            05 FILLER           PIC X VALUE '9'.
       COPY TOTAREA.

      ************************************************************
      *      TABELLA INCROCIATA: UNA RIGA PER VALORE DELLA          *
      *      DIMENSIONE DELLE RIGHE, UNA CELLA PER VALORE DI        *
      *      QUELLA DELLE COLONNE. L'ULTIMA RIGA E L'ULTIMA         *
      *      COLONNA SONO RISERVATE AI VALORI IN ECCESSO ('ALTRI'), *
      *      COSI' I TOTALI TORNANO ANCHE A TABELLA PIENA.          *
      ************************************************************
       01 WS-MAX-RIGHE         PIC 9(3) VALUE 200.
       01 TAB-RIGHE.
            05 RIGA-TAB OCCURS 201 TIMES.
               10 TR-VALORE    PIC X(16).
               10 TR-TOTALE    PIC 9(7) VALUE 0.
               10 TR-CELLA     OCCURS 31 TIMES PIC 9(7) VALUE 0.
       01 WS-NUM-RIGHE         PIC 9(3) VALUE 0.
       01 WS-RIGHE-ALTRI       PIC X VALUE 'N'.
       01 WS-RIGA-CORR         PIC 9(3) VALUE 0.
       01 WS-IX-RIGA           PIC 9(3) VALUE 0.

       01 WS-MAX-COLONNE       PIC 99 VALUE 30.
       01 TAB-COLONNE.
            05 COLONNA-TAB OCCURS 31 TIMES.
               10 TC-VALORE    PIC X(16).
               10 TC-TOTALE    PIC 9(7) VALUE 0.
       01 WS-NUM-COLONNE       PIC 99 VALUE 0.
       01 WS-COLONNE-ALTRI     PIC X VALUE 'N'.
       01 WS-COL-CORR          PIC 99 VALUE 0.
       01 WS-IX-COL            PIC 99 VALUE 0.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-TOTALE-GENERALE   PIC 9(7) VALUE 0.

      ************************************************************
      *      ORDINE DI STAMPA: RIGHE E COLONNE PER VALORE           *
      *      CRESCENTE, CON 'ALTRI' IN CODA                         *
      ************************************************************
       01 TAB-ORDINE-RIGHE.
            05 OR-RIGA OCCURS 201 TIMES PIC 9(3).
       01 WS-NUM-ORD-RIGHE     PIC 9(3) VALUE 0.
       01 TAB-ORDINE-COLONNE.
            05 OC-COLONNA OCCURS 31 TIMES PIC 99.
       01 WS-NUM-ORD-COLONNE   PIC 99 VALUE 0.
       01 WS-PASSATA           PIC 9(3) VALUE 0.
       01 WS-CONFRONTO         PIC 9(3) VALUE 0.
       01 WS-SCAMBIO           PIC 9(3) VALUE 0.

      ************************************************************
      *      PANNELLI DI STAMPA: CINQUE COLONNE PER PANNELLO, OGNI  *
      *      PANNELLO CON I SUOI TOTALI DI RIGA E DI COLONNA        *
      ************************************************************
       01 WS-COL-PANNELLO      PIC 9 VALUE 5.
       01 WS-NUM-PANNELLI      PIC 99 VALUE 0.
       01 WS-PANNELLO          PIC 99 VALUE 0.
       01 WS-IX-CELLA          PIC 9 VALUE 0.
       01 WS-POSIZIONE         PIC 99 VALUE 0.
       01 TAB-PANNELLO.
            05 PN-COLONNA OCCURS 5 TIMES PIC 99.

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-LETTI       PIC 9(7) VALUE 0.
       01 WS-CONTA-FILTRATI    PIC 9(7) VALUE 0.
       01 WS-PERCENTO          PIC 999V9 VALUE 0.

      ************************************************************
      *      EDIZIONE CSV DEL REPORT (MODULO COMUNE EDICSV) E RIGA  *
      *      DELL'ELENCO DELLE GENERAZIONI CHE LA REGISTRA          *
      ************************************************************
       01 WS-NOME-CSV          PIC X(40) VALUE SPACES.
       01 WS-CSV-STATUS        PIC XX.
       01 WS-CONTO-EDIT        PIC ZZZZZZ9.
       01 WS-PERC-EDIT         PIC ZZ9.9.
       COPY EDICSV.
       01 WS-ELENCOGEN-STATUS  PIC XX.
       01 RIGA-ELENCOGEN.
            05 EG-DATA         PIC 9(8).
            05 FILLER          PIC X     VALUE SPACE.
            05 EG-NOME         PIC X(34).
            05 FILLER          PIC X     VALUE SPACE.
            05 EG-RIGHE        PIC 9(6).

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(8)  VALUE 'TABULA: '.
            05 IR-RIGHE          PIC X(10).
            05 FILLER            PIC X(5)  VALUE ' PER '.
            05 IR-COLONNE        PIC X(10).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 INTESTAZIONE-COLONNE.
            05 IC-DIMENSIONE     PIC X(16).
            05 IC-NOME OCCURS 5 TIMES PIC X(9).
            05 FILLER            PIC X(9)  VALUE '   TOTALE'.
            05 FILLER            PIC X(7)  VALUE '   PERC'.

       01 RIGA-TABELLA.
            05 RT-ETICHETTA      PIC X(16).
            05 RT-CELLA OCCURS 5 TIMES.
               10 RT-SPAZIO      PIC X.
               10 RT-CONTO       PIC ZZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RT-TOTALE         PIC ZZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RT-PERC           PIC ZZZ9.9.
            05 FILLER            PIC X     VALUE '%'.

       01 RIGA-PERC-COLONNE.
            05 FILLER            PIC X(16) VALUE 'PERC. COLONNA'.
            05 RPC-CELLA OCCURS 5 TIMES.
               10 RPC-SPAZIO     PIC X(4).
               10 RPC-PERC       PIC ZZ9.9.

       01 RIGA-FILTRO.
            05 FILLER            PIC X(7)  VALUE 'FILTRO '.
            05 RF-DIMENSIONE     PIC X(10).
            05 FILLER            PIC X(3)  VALUE ' = '.
            05 RF-VALORE         PIC X(16).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = TABELLA PRODOTTA                                       *
      * 4 = RIGHE DI PARAMETRO SCARTATE, FILTRO SENZA VALORI,      *
      *     VALORI IN ECCESSO RAGGRUPPATI IN 'ALTRI', MASTER       *
      *     CITTA O LIVELLI.TXT ASSENTI PER LA DIMENSIONE SCELTA   *
      * 8 = PARAMETRI ASSENTI O SENZA RIGHE/COLONNE VALIDE,        *
      *     ANAGR.TXT ASSENTE, O EDIZIONE CSV CHE NON QUADRA CON   *
      *     IL TOTALE STAMPATO                                     *
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
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            MOVE WS-ANNO TO WS-ANNO-CORRENTE.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            IF WS-RETURN-CODE NOT = 8
                PERFORM CARICA-RIFERIMENTI
                   THRU FINE-CARICA-RIFERIMENTI
                PERFORM APERTURA THRU FINE-APERTURA
            END-IF.
            IF WS-RETURN-CODE NOT = 8
                PERFORM ELABORA THRU FINE-ELABORA
                     UNTIL FINE-FILE = 'S'
                CLOSE PRIMOF
                PERFORM ORDINA-TABELLA THRU FINE-ORDINA-TABELLA
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                PERFORM SCRIVI-CSV THRU FINE-SCRIVI-CSV
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTI     TO GIO-LETTI.
            MOVE WS-TOTALE-GENERALE TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE     TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'RECORD LETTI: ' WS-CONTA-LETTI
                    ' PERSONE CONTATE: ' WS-TOTALE-GENERALE.
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
       LEGGI-PARAMETRI.
      **************************************************************
      * LEGGE RIGHE, COLONNE E FILTRO. SENZA UNA DIMENSIONE VALIDA  *
      * PER LE RIGHE E UNA PER LE COLONNE NON C'E' TABELLA DA       *
      * FARE (RC 8); UNA RIGA SCORRETTA SI SCARTA E SI SEGNALA; UN  *
      * FILTRO SENZA VALORI SI IGNORA, PERCHE' ESCLUDEREBBE TUTTI.  *
      **************************************************************
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS NOT = '00'
               DISPLAY 'FILE TABULA-PARAM.TXT NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE TABULA-PARAM.TXT NON TROVATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE 'N' TO WS-PARAM-EOF
               PERFORM LEGGI-UN-PARAMETRO THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
           IF WS-RETURN-CODE = 8
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.

           IF WS-DIM-RIGHE = ZERO OR WS-DIM-COLONNE = ZERO
               DISPLAY 'MANCA LA DIMENSIONE DELLE RIGHE O COLONNE'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'RIGHE O COLONNE ASSENTI O NON VALIDE'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.

           IF WS-DIM-FILTRO NOT = ZERO AND WS-NUM-FILTRO = ZERO
               DISPLAY 'FILTRO SENZA VALORI: IGNORATO'
               MOVE 'LEGGI-PARAMETRI'     TO ECC-PARAGRAFO
               MOVE DIM-NOME(WS-DIM-FILTRO) TO ECC-CHIAVE
               MOVE 'FILTRO SENZA VALORI, IGNORATO'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               MOVE ZERO TO WS-DIM-FILTRO
               MOVE 'S'  TO WS-PARAM-ERRATI
           END-IF.
           IF WS-DIM-FILTRO = ZERO AND WS-NUM-FILTRO > ZERO
               DISPLAY 'VALORI DI FILTRO SENZA FILTRO: IGNORATI'
               MOVE ZERO TO WS-NUM-FILTRO
               MOVE 'S'  TO WS-PARAM-ERRATI
           END-IF.
           IF WS-PARAM-ERRATI = 'S' AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           MOVE WS-DIM-RIGHE TO WS-DIM-CORR.
           PERFORM SEGNA-FABBISOGNO THRU FINE-SEGNA-FABBISOGNO.
           MOVE WS-DIM-COLONNE TO WS-DIM-CORR.
           PERFORM SEGNA-FABBISOGNO THRU FINE-SEGNA-FABBISOGNO.
           MOVE WS-DIM-FILTRO TO WS-DIM-CORR.
           PERFORM SEGNA-FABBISOGNO THRU FINE-SEGNA-FABBISOGNO.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     ADD 1 TO WS-PARAM-RIGA
                     IF REC-PARAMF NOT = SPACES
                             AND PAR-CHIAVE(1:1) NOT = '*'
                         PERFORM CLASSIFICA-PARAMETRO
                            THRU FINE-CLASSIFICA-PARAMETRO
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CLASSIFICA-PARAMETRO.
           IF PAR-CHIAVE = 'VALORE    '
               IF WS-NUM-FILTRO < WS-MAX-FILTRO
                       AND PAR-VALORE NOT = SPACES
                   ADD 1 TO WS-NUM-FILTRO
                   MOVE PAR-VALORE TO FV-VALORE(WS-NUM-FILTRO)
               ELSE
                   PERFORM SCARTA-PARAMETRO
                      THRU FINE-SCARTA-PARAMETRO
               END-IF
               GO TO FINE-CLASSIFICA-PARAMETRO
           END-IF.

           MOVE ZERO TO WS-DIM-LETTA.
           PERFORM CERCA-DIMENSIONE THRU FINE-CERCA-DIMENSIONE
                VARYING WS-IX-DIM FROM 1 BY 1
                UNTIL WS-IX-DIM > WS-NUM-DIMENSIONI
                   OR WS-DIM-LETTA NOT = ZERO.
           IF WS-DIM-LETTA = ZERO
               PERFORM SCARTA-PARAMETRO THRU FINE-SCARTA-PARAMETRO
               GO TO FINE-CLASSIFICA-PARAMETRO
           END-IF.

           IF PAR-CHIAVE = 'RIGHE     '
               MOVE WS-DIM-LETTA TO WS-DIM-RIGHE
           ELSE
               IF PAR-CHIAVE = 'COLONNE   '
                   MOVE WS-DIM-LETTA TO WS-DIM-COLONNE
               ELSE
                   IF PAR-CHIAVE = 'FILTRO    '
                       MOVE WS-DIM-LETTA TO WS-DIM-FILTRO
                   ELSE
                       PERFORM SCARTA-PARAMETRO
                          THRU FINE-SCARTA-PARAMETRO
                   END-IF
               END-IF
           END-IF.
       FINE-CLASSIFICA-PARAMETRO.
            EXIT.
      *
       CERCA-DIMENSIONE.
           IF DIM-NOME(WS-IX-DIM) = PAR-VALORE(1:10)
                   AND PAR-VALORE(11:6) = SPACES
               MOVE WS-IX-DIM TO WS-DIM-LETTA
           END-IF.
       FINE-CERCA-DIMENSIONE.
            EXIT.
      *
       SCARTA-PARAMETRO.
           ADD 1 TO WS-PARAM-SCARTATI.
           MOVE 'S' TO WS-PARAM-ERRATI.
           DISPLAY 'RIGA DI PARAMETRO SCARTATA: ' WS-PARAM-RIGA.
           MOVE 'CLASSIFICA-PARAMETRO' TO ECC-PARAGRAFO.
           MOVE PAR-CHIAVE             TO ECC-CHIAVE.
           MOVE 'RIGA DI PARAMETRO NON VALIDA, SCARTATA'
                TO ECC-DESCRIZIONE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SCARTA-PARAMETRO.
            EXIT.
      *
       SEGNA-FABBISOGNO.
           IF WS-DIM-CORR = 2 OR WS-DIM-CORR = 3
               MOVE 'S' TO WS-SERVE-MASTER
           END-IF.
           IF WS-DIM-CORR = 5
               MOVE 'S' TO WS-SERVE-AREA
           END-IF.
           IF WS-DIM-CORR = 6
               MOVE 'S' TO WS-SERVE-LIVELLI
           END-IF.
       FINE-SEGNA-FABBISOGNO.
            EXIT.
      *
       CARICA-RIFERIMENTI.
      **************************************************************
      * CARICA SOLO CIO' CHE LE DIMENSIONI SCELTE RICHIEDONO. SENZA *
      * MASTER CITTA (PROVINCIA, REGIONE) O SENZA LIVELLI.TXT LE    *
      * PERSONE FINISCONO TUTTE SOTTO 'NON CENSITA' O 'NON          *
      * CLASSIF.': LA TABELLA SI STAMPA MA SI SEGNALA.              *
      **************************************************************
           IF WS-SERVE-MASTER = 'S'
               PERFORM CARICA-CITTA-MASTER
                  THRU FINE-CARICA-CITTA-MASTER
               IF WS-CITTAMST-MODE = 'N'
                   DISPLAY 'FILE CITTA.IDX NON TROVATO'
                   MOVE 'CARICA-RIFERIMENTI' TO ECC-PARAGRAFO
                   MOVE SPACES               TO ECC-CHIAVE
                   MOVE 'FILE CITTA.IDX NON TROVATO'
                        TO ECC-DESCRIZIONE
                   MOVE 'A' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-SERVE-LIVELLI = 'S'
               PERFORM CARICA-LIVELLI THRU FINE-CARICA-LIVELLI
               IF WS-LIVELLI-MODE = 'N'
                   DISPLAY 'FILE LIVELLI.TXT NON TROVATO'
                   MOVE 'CARICA-RIFERIMENTI' TO ECC-PARAGRAFO
                   MOVE SPACES               TO ECC-CHIAVE
                   MOVE 'FILE LIVELLI.TXT NON TROVATO'
                        TO ECC-DESCRIZIONE
                   MOVE 'A' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       FINE-CARICA-RIFERIMENTI.
            EXIT.
      *
       CARICA-CITTA-MASTER.
           MOVE 'N'  TO WS-CITTAMST-MODE.
           MOVE ZERO TO WS-NUM-CITTA-MST.
           OPEN INPUT CITTAMF.
           IF WS-CITTAMST-STATUS = '00'
               MOVE 'S' TO WS-CITTAMST-MODE
               MOVE 'N' TO WS-CITTAMST-EOF
               PERFORM LEGGI-CITTA-MST THRU FINE-LEGGI-CITTA-MST
                    UNTIL WS-CITTAMST-EOF = 'S'
               CLOSE CITTAMF
           END-IF.
       FINE-CARICA-CITTA-MASTER.
            EXIT.
      *
       LEGGI-CITTA-MST.
           READ CITTAMF AT END
                MOVE 'S' TO WS-CITTAMST-EOF
                NOT AT END
                     IF WS-NUM-CITTA-MST < WS-MAX-CITTA-MST
                         ADD 1 TO WS-NUM-CITTA-MST
                         MOVE CMF-CITTA
                              TO CM-TAB-CITTA(WS-NUM-CITTA-MST)
                         MOVE CMF-PROVINCIA
                              TO CM-TAB-PROVINCIA(WS-NUM-CITTA-MST)
                         MOVE CMF-REGIONE
                              TO CM-TAB-REGIONE(WS-NUM-CITTA-MST)
                         MOVE CMF-ESTERO
                              TO CM-TAB-ESTERO(WS-NUM-CITTA-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-CITTA-MST.
            EXIT.
      *
       CARICA-LIVELLI.
           MOVE 'N' TO WS-LIVELLI-MODE.
           OPEN INPUT LIVELLIF.
           IF WS-LIVELLI-STATUS = '00'
               MOVE 'S' TO WS-LIVELLI-MODE
               MOVE 'N' TO WS-LIVELLI-EOF
               PERFORM LEGGI-RIGA-LIVELLI THRU FINE-LEGGI-RIGA-LIVELLI
                    UNTIL WS-LIVELLI-EOF = 'S'
           END-IF.
           CLOSE LIVELLIF.
       FINE-CARICA-LIVELLI.
            EXIT.
      *
       LEGGI-RIGA-LIVELLI.
           READ LIVELLIF AT END
                MOVE 'S' TO WS-LIVELLI-EOF
                NOT AT END
                     IF LVF-ID IS NUMERIC AND LVF-ID > ZERO
                         MOVE LVF-LIVELLO TO LT-LIVELLO(LVF-ID)
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-LIVELLI.
            EXIT.
      *
       APERTURA.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.TXT NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'APERTURA' TO ECC-PARAGRAFO
               MOVE SPACES     TO ECC-CHIAVE
               MOVE 'FILE ANAGR.TXT NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               READ PRIMOF INTO WS-PRIMOF AT END
                    MOVE 'S' TO FINE-FILE
               END-READ
           END-IF.
       FINE-APERTURA.
            EXIT.
      *
       ELABORA.
           ADD 1 TO WS-CONTA-LETTI.
           PERFORM PREPARA-RECORD THRU FINE-PREPARA-RECORD.

           MOVE 'S' TO WS-FILTRO-OK.
           IF WS-DIM-FILTRO NOT = ZERO
               MOVE WS-DIM-FILTRO TO WS-DIM-CORR
               PERFORM VALUTA-DIMENSIONE THRU FINE-VALUTA-DIMENSIONE
               MOVE 'N' TO WS-FILTRO-OK
               PERFORM CERCA-VALORE-FILTRO
                  THRU FINE-CERCA-VALORE-FILTRO
                    VARYING WS-IX-FILTRO FROM 1 BY 1
                    UNTIL WS-IX-FILTRO > WS-NUM-FILTRO
                       OR WS-FILTRO-OK = 'S'
           END-IF.

           IF WS-FILTRO-OK = 'S'
               MOVE WS-DIM-RIGHE TO WS-DIM-CORR
               PERFORM VALUTA-DIMENSIONE THRU FINE-VALUTA-DIMENSIONE
               MOVE WS-VALORE-DIM TO WS-VALORE-RIGA
               MOVE WS-DIM-COLONNE TO WS-DIM-CORR
               PERFORM VALUTA-DIMENSIONE THRU FINE-VALUTA-DIMENSIONE
               MOVE WS-VALORE-DIM TO WS-VALORE-COLONNA
               PERFORM POSIZIONA-RIGA THRU FINE-POSIZIONA-RIGA
               PERFORM POSIZIONA-COLONNA THRU FINE-POSIZIONA-COLONNA
               ADD 1 TO TR-CELLA(WS-RIGA-CORR WS-COL-CORR)
               ADD 1 TO TR-TOTALE(WS-RIGA-CORR)
               ADD 1 TO TC-TOTALE(WS-COL-CORR)
               ADD 1 TO WS-TOTALE-GENERALE
           ELSE
               ADD 1 TO WS-CONTA-FILTRATI
           END-IF.

           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
           END-READ.
       FINE-ELABORA.
            EXIT.
      *
       PREPARA-RECORD.
      **************************************************************
      * ETA' CORRENTE DALL'ANNO DI NASCITA (COME INCROCIO), CITTA   *
      * CANONICA (MODULO CITALIAS) CON PROVINCIA E REGIONE DAL      *
      * MASTER, AREA DELLA FILIALE (MODULO GERARCH) QUANDO SERVE.   *
      **************************************************************
           IF ANNO-NASC IS NUMERIC AND ANNO-NASC > ZERO
                   AND ANNO-NASC <= WS-ANNO-CORRENTE
               MOVE ANNO-NASC TO WS-ANNO-NASCITA
               COMPUTE WS-ETA-CALCOLATA =
                       WS-ANNO-CORRENTE - ANNO-NASC
               IF WS-ETA-CALCOLATA <= 999
                   MOVE WS-ETA-CALCOLATA TO ANNI
               END-IF
           ELSE
               IF ANNI IS NUMERIC AND ANNI <= WS-ANNO-CORRENTE
                   COMPUTE WS-ANNO-NASCITA = WS-ANNO-CORRENTE - ANNI
               ELSE
                   MOVE ZERO TO WS-ANNO-NASCITA
               END-IF
           END-IF.

           MOVE CITTA TO WS-CITTA-LAVORO.
           CALL 'CITALIAS' USING WS-CITTA-LAVORO WS-ALIAS-ESITO.

           IF WS-SERVE-MASTER = 'S'
               MOVE 'N' TO WS-CITTA-CENSITA
               MOVE SPACES TO WS-PROV-LAVORO WS-REGIONE-LAVORO
               SET IND-CITTA-MST TO 1
               PERFORM CERCA-CITTA-MST THRU FINE-CERCA-CITTA-MST
                    UNTIL IND-CITTA-MST > WS-NUM-CITTA-MST
                       OR WS-CITTA-CENSITA = 'S'
           END-IF.

           IF WS-SERVE-AREA = 'S'
               MOVE COD-FILIALE TO GER-FILIALE
               CALL 'GERARCH' USING GER-FILIALE GER-AREA GER-DESC-AREA
                                    GER-REGIONE GER-DESC-REGIONE
                                    GER-ESITO
           END-IF.
       FINE-PREPARA-RECORD.
            EXIT.
      *
       CERCA-CITTA-MST.
           IF CM-TAB-CITTA(IND-CITTA-MST) = WS-CITTA-LAVORO
               MOVE 'S' TO WS-CITTA-CENSITA
               MOVE CM-TAB-PROVINCIA(IND-CITTA-MST) TO WS-PROV-LAVORO
               MOVE CM-TAB-REGIONE(IND-CITTA-MST)
                    TO WS-REGIONE-LAVORO
           END-IF.
           SET IND-CITTA-MST UP BY 1.
       FINE-CERCA-CITTA-MST.
            EXIT.
      *
       VALUTA-DIMENSIONE.
      **************************************************************
      * VALORE DELLA DIMENSIONE WS-DIM-CORR PER IL RECORD IN CORSO, *
      * COSI' COME SI STAMPA E COME SI SCRIVE NEL FILTRO.           *
      **************************************************************
           MOVE SPACES TO WS-VALORE-DIM.
           IF WS-DIM-CORR = 1
               MOVE WS-CITTA-LAVORO TO WS-VALORE-DIM
           END-IF.
           IF WS-DIM-CORR = 2
               IF WS-CITTA-CENSITA = 'S'
                   MOVE WS-PROV-LAVORO TO WS-VALORE-DIM
               ELSE
                   MOVE 'NON CENSITA' TO WS-VALORE-DIM
               END-IF
           END-IF.
           IF WS-DIM-CORR = 3
               IF WS-CITTA-CENSITA = 'S'
                   MOVE WS-REGIONE-LAVORO TO WS-VALORE-DIM
               ELSE
                   MOVE 'NON CENSITA' TO WS-VALORE-DIM
               END-IF
           END-IF.
           IF WS-DIM-CORR = 4
               MOVE COD-FILIALE TO WS-VALORE-DIM
           END-IF.
           IF WS-DIM-CORR = 5
               IF GER-ESITO = 'A'
                   MOVE 'SENZA AREA' TO WS-VALORE-DIM
               ELSE
                   MOVE GER-AREA TO WS-VALORE-DIM
               END-IF
           END-IF.
           IF WS-DIM-CORR = 6
               MOVE 'NON CLASSIF.' TO WS-VALORE-DIM
               IF ID-PERSONA IS NUMERIC AND ID-PERSONA > ZERO
                   IF LT-LIVELLO(ID-PERSONA) NOT = SPACE
                       MOVE LT-LIVELLO(ID-PERSONA) TO WS-VALORE-DIM
                   END-IF
               END-IF
           END-IF.
           IF WS-DIM-CORR = 7
               PERFORM VALUTA-STATO THRU FINE-VALUTA-STATO
           END-IF.
           IF WS-DIM-CORR = 8
               PERFORM VALUTA-FASCIA THRU FINE-VALUTA-FASCIA
           END-IF.
           IF WS-DIM-CORR = 9
               IF WS-ANNO-NASCITA = ZERO
                   MOVE 'IGNOTO' TO WS-VALORE-DIM
               ELSE
                   MOVE WS-ANNO-NASCITA(1:3) TO WS-DEC-INIZIO
                   MOVE WS-ANNO-NASCITA(3:1) TO WS-DEC-FINE
                   MOVE WS-DECENNIO TO WS-VALORE-DIM
               END-IF
           END-IF.
       FINE-VALUTA-DIMENSIONE.
            EXIT.
      *
       VALUTA-STATO.
           IF STATO = SPACE OR STATO = 'A'
               MOVE 'ATTIVA' TO WS-VALORE-DIM
           ELSE
               IF STATO = 'D'
                   MOVE 'DECEDUTA' TO WS-VALORE-DIM
               ELSE
                   IF STATO = 'E'
                       MOVE 'EMIGRATA' TO WS-VALORE-DIM
                   ELSE
                       MOVE 'STATO' TO WS-VALORE-DIM
                       MOVE STATO   TO WS-VALORE-DIM(7:1)
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-STATO.
            EXIT.
      *
       VALUTA-FASCIA.
      * LE STESSE FASCE DI INCROCIO E DI CLASSIFICA-ETA DI TABORD
           IF ANNI <= 17
               MOVE '0-17' TO WS-VALORE-DIM
           ELSE
               IF ANNI <= 35
                   MOVE '18-35' TO WS-VALORE-DIM
               ELSE
                   IF ANNI <= 60
                       MOVE '36-60' TO WS-VALORE-DIM
                   ELSE
                       MOVE '61+' TO WS-VALORE-DIM
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-FASCIA.
            EXIT.
      *
       CERCA-VALORE-FILTRO.
           IF FV-VALORE(WS-IX-FILTRO) = WS-VALORE-DIM
               MOVE 'S' TO WS-FILTRO-OK
           END-IF.
       FINE-CERCA-VALORE-FILTRO.
            EXIT.
      *
       POSIZIONA-RIGA.
      **************************************************************
      * RIGA DEL VALORE: SE NUOVO SI AGGIUNGE; A TABELLA PIENA VA   *
      * NELLA RIGA RISERVATA 'ALTRI', SEGNALATA UNA VOLTA.          *
      **************************************************************
           MOVE 'N' TO WS-TROVATO.
           PERFORM CERCA-RIGA THRU FINE-CERCA-RIGA
                VARYING WS-IX-RIGA FROM 1 BY 1
                UNTIL WS-IX-RIGA > WS-NUM-RIGHE
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'N'
               IF WS-NUM-RIGHE < WS-MAX-RIGHE
                   ADD 1 TO WS-NUM-RIGHE
                   MOVE WS-NUM-RIGHE   TO WS-RIGA-CORR
                   MOVE WS-VALORE-RIGA TO TR-VALORE(WS-RIGA-CORR)
               ELSE
                   COMPUTE WS-RIGA-CORR = WS-MAX-RIGHE + 1
                   IF WS-RIGHE-ALTRI = 'N'
                       MOVE 'S' TO WS-RIGHE-ALTRI
                       MOVE '*ALTRI*' TO TR-VALORE(WS-RIGA-CORR)
                       DISPLAY 'TROPPI VALORI DI RIGA: ECCESSO IN ALTRI'
                       MOVE 'POSIZIONA-RIGA' TO ECC-PARAGRAFO
                       MOVE WS-VALORE-RIGA   TO ECC-CHIAVE
                       MOVE 'TROPPI VALORI DI RIGA, RAGGRUPPATI'
                            TO ECC-DESCRIZIONE
                       MOVE 'A' TO ECC-SEVERITA
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-POSIZIONA-RIGA.
            EXIT.
      *
       CERCA-RIGA.
           IF TR-VALORE(WS-IX-RIGA) = WS-VALORE-RIGA
               MOVE 'S' TO WS-TROVATO
               MOVE WS-IX-RIGA TO WS-RIGA-CORR
           END-IF.
       FINE-CERCA-RIGA.
            EXIT.
      *
       POSIZIONA-COLONNA.
           MOVE 'N' TO WS-TROVATO.
           PERFORM CERCA-COLONNA THRU FINE-CERCA-COLONNA
                VARYING WS-IX-COL FROM 1 BY 1
                UNTIL WS-IX-COL > WS-NUM-COLONNE
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'N'
               IF WS-NUM-COLONNE < WS-MAX-COLONNE
                   ADD 1 TO WS-NUM-COLONNE
                   MOVE WS-NUM-COLONNE    TO WS-COL-CORR
                   MOVE WS-VALORE-COLONNA TO TC-VALORE(WS-COL-CORR)
               ELSE
                   COMPUTE WS-COL-CORR = WS-MAX-COLONNE + 1
                   IF WS-COLONNE-ALTRI = 'N'
                       MOVE 'S' TO WS-COLONNE-ALTRI
                       MOVE '*ALTRI*' TO TC-VALORE(WS-COL-CORR)
                       DISPLAY 'TROPPI VALORI DI COLONNA: ECCESSO IN'
                               ' ALTRI'
                       MOVE 'POSIZIONA-COLONNA' TO ECC-PARAGRAFO
                       MOVE WS-VALORE-COLONNA   TO ECC-CHIAVE
                       MOVE 'TROPPI VALORI DI COLONNA, RAGGRUPPATI'
                            TO ECC-DESCRIZIONE
                       MOVE 'A' TO ECC-SEVERITA
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-POSIZIONA-COLONNA.
            EXIT.
      *
       CERCA-COLONNA.
           IF TC-VALORE(WS-IX-COL) = WS-VALORE-COLONNA
               MOVE 'S' TO WS-TROVATO
               MOVE WS-IX-COL TO WS-COL-CORR
           END-IF.
       FINE-CERCA-COLONNA.
            EXIT.
      *
       ORDINA-TABELLA.
      **************************************************************
      * ORDINE DI STAMPA PER VALORE CRESCENTE (ORDINAMENTO A BOLLE  *
      * SUGLI INDICI, LA TABELLA RESTA DOV'E'), 'ALTRI' IN CODA.    *
      **************************************************************
           MOVE WS-NUM-RIGHE TO WS-NUM-ORD-RIGHE.
           PERFORM CARICA-ORDINE-RIGA THRU FINE-CARICA-ORDINE-RIGA
                VARYING WS-IX-RIGA FROM 1 BY 1
                UNTIL WS-IX-RIGA > WS-NUM-RIGHE.
           PERFORM PASSATA-RIGHE THRU FINE-PASSATA-RIGHE
                VARYING WS-PASSATA FROM 1 BY 1
                UNTIL WS-PASSATA >= WS-NUM-ORD-RIGHE.
           IF WS-RIGHE-ALTRI = 'S'
               ADD 1 TO WS-NUM-ORD-RIGHE
               COMPUTE OR-RIGA(WS-NUM-ORD-RIGHE) = WS-MAX-RIGHE + 1
           END-IF.

           MOVE WS-NUM-COLONNE TO WS-NUM-ORD-COLONNE.
           PERFORM CARICA-ORDINE-COLONNA
              THRU FINE-CARICA-ORDINE-COLONNA
                VARYING WS-IX-COL FROM 1 BY 1
                UNTIL WS-IX-COL > WS-NUM-COLONNE.
           PERFORM PASSATA-COLONNE THRU FINE-PASSATA-COLONNE
                VARYING WS-PASSATA FROM 1 BY 1
                UNTIL WS-PASSATA >= WS-NUM-ORD-COLONNE.
           IF WS-COLONNE-ALTRI = 'S'
               ADD 1 TO WS-NUM-ORD-COLONNE
               COMPUTE OC-COLONNA(WS-NUM-ORD-COLONNE) =
                       WS-MAX-COLONNE + 1
           END-IF.
       FINE-ORDINA-TABELLA.
            EXIT.
      *
       CARICA-ORDINE-RIGA.
           MOVE WS-IX-RIGA TO OR-RIGA(WS-IX-RIGA).
       FINE-CARICA-ORDINE-RIGA.
            EXIT.
      *
       PASSATA-RIGHE.
           PERFORM CONFRONTA-RIGHE THRU FINE-CONFRONTA-RIGHE
                VARYING WS-CONFRONTO FROM 1 BY 1
                UNTIL WS-CONFRONTO > WS-NUM-ORD-RIGHE - WS-PASSATA.
       FINE-PASSATA-RIGHE.
            EXIT.
      *
       CONFRONTA-RIGHE.
           IF TR-VALORE(OR-RIGA(WS-CONFRONTO)) >
              TR-VALORE(OR-RIGA(WS-CONFRONTO + 1))
               MOVE OR-RIGA(WS-CONFRONTO)     TO WS-SCAMBIO
               MOVE OR-RIGA(WS-CONFRONTO + 1)
                    TO OR-RIGA(WS-CONFRONTO)
               MOVE WS-SCAMBIO TO OR-RIGA(WS-CONFRONTO + 1)
           END-IF.
       FINE-CONFRONTA-RIGHE.
            EXIT.
      *
       CARICA-ORDINE-COLONNA.
           MOVE WS-IX-COL TO OC-COLONNA(WS-IX-COL).
       FINE-CARICA-ORDINE-COLONNA.
            EXIT.
      *
       PASSATA-COLONNE.
           PERFORM CONFRONTA-COLONNE THRU FINE-CONFRONTA-COLONNE
                VARYING WS-CONFRONTO FROM 1 BY 1
                UNTIL WS-CONFRONTO > WS-NUM-ORD-COLONNE - WS-PASSATA.
       FINE-PASSATA-COLONNE.
            EXIT.
      *
       CONFRONTA-COLONNE.
           IF TC-VALORE(OC-COLONNA(WS-CONFRONTO)) >
              TC-VALORE(OC-COLONNA(WS-CONFRONTO + 1))
               MOVE OC-COLONNA(WS-CONFRONTO)     TO WS-SCAMBIO
               MOVE OC-COLONNA(WS-CONFRONTO + 1)
                    TO OC-COLONNA(WS-CONFRONTO)
               MOVE WS-SCAMBIO TO OC-COLONNA(WS-CONFRONTO + 1)
           END-IF.
       FINE-CONFRONTA-COLONNE.
            EXIT.
      *
       STAMPA-REPORT.
      **************************************************************
      * UN PANNELLO PER OGNI GRUPPO DI CINQUE COLONNE: OGNI         *
      * PANNELLO RIPARTE DA PAGINA NUOVA CON LA SUA TESTATA E       *
      * RIPETE I TOTALI DI RIGA, COSI' SI LEGGE DA SOLO. IN CODA IL *
      * FILTRO APPLICATO E I CONTEGGI DEI RECORD.                   *
      **************************************************************
           OPEN OUTPUT REPORTF.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE DIM-NOME(WS-DIM-RIGHE)   TO IR-RIGHE.
           MOVE DIM-NOME(WS-DIM-COLONNE) TO IR-COLONNE.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE SPACES TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.

           COMPUTE WS-NUM-PANNELLI =
                   (WS-NUM-ORD-COLONNE + WS-COL-PANNELLO - 1)
                   / WS-COL-PANNELLO.
           IF WS-NUM-PANNELLI = ZERO
               MOVE 1 TO WS-NUM-PANNELLI
           END-IF.
           PERFORM STAMPA-PANNELLO THRU FINE-STAMPA-PANNELLO
                VARYING WS-PANNELLO FROM 1 BY 1
                UNTIL WS-PANNELLO > WS-NUM-PANNELLI.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-DIM-FILTRO NOT = ZERO
               MOVE DIM-NOME(WS-DIM-FILTRO) TO RF-DIMENSIONE
               PERFORM STAMPA-FILTRO THRU FINE-STAMPA-FILTRO
                    VARYING WS-IX-FILTRO FROM 1 BY 1
                    UNTIL WS-IX-FILTRO > WS-NUM-FILTRO
           END-IF.
           MOVE 'RECORD LETTI'       TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI       TO RC-VALORE.
           MOVE RIGA-CONTEGGIO       TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'ESCLUSI DAL FILTRO' TO RC-ETICHETTA.
           MOVE WS-CONTA-FILTRATI    TO RC-VALORE.
           MOVE RIGA-CONTEGGIO       TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'PERSONE CONTATE'    TO RC-ETICHETTA.
           MOVE WS-TOTALE-GENERALE   TO RC-VALORE.
           MOVE RIGA-CONTEGGIO       TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-PANNELLO.
           MOVE SPACES TO INTESTAZIONE-COLONNE.
           MOVE '   TOTALE' TO INTESTAZIONE-COLONNE(62:9).
           MOVE '   PERC'   TO INTESTAZIONE-COLONNE(71:7).
           MOVE DIM-NOME(WS-DIM-RIGHE) TO IC-DIMENSIONE.
           PERFORM PREPARA-COLONNA-PANNELLO
              THRU FINE-PREPARA-COLONNA-PANNELLO
                VARYING WS-IX-CELLA FROM 1 BY 1
                UNTIL WS-IX-CELLA > WS-COL-PANNELLO.
           MOVE INTESTAZIONE-COLONNE TO IMP-COLONNE.
      * PAGINA NUOVA: LA TESTATA RIPORTA LE COLONNE DEL PANNELLO
           MOVE ZERO TO IMP-RIGHE-CORRENTI.

           PERFORM STAMPA-RIGA-TABELLA THRU FINE-STAMPA-RIGA-TABELLA
                VARYING WS-IX-RIGA FROM 1 BY 1
                UNTIL WS-IX-RIGA > WS-NUM-ORD-RIGHE.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'TOTALE' TO RT-ETICHETTA.
           PERFORM PREPARA-CELLA-TOTALE THRU FINE-PREPARA-CELLA-TOTALE
                VARYING WS-IX-CELLA FROM 1 BY 1
                UNTIL WS-IX-CELLA > WS-COL-PANNELLO.
           MOVE WS-TOTALE-GENERALE TO RT-TOTALE.
           IF WS-TOTALE-GENERALE > ZERO
               MOVE 100 TO WS-PERCENTO
           ELSE
               MOVE ZERO TO WS-PERCENTO
           END-IF.
           MOVE WS-PERCENTO TO RT-PERC.
           MOVE RIGA-TABELLA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM PREPARA-PERC-COLONNA
              THRU FINE-PREPARA-PERC-COLONNA
                VARYING WS-IX-CELLA FROM 1 BY 1
                UNTIL WS-IX-CELLA > WS-COL-PANNELLO.
           MOVE RIGA-PERC-COLONNE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-PANNELLO.
            EXIT.
      *
       PREPARA-COLONNA-PANNELLO.
      * COLONNA DI TABELLA NELLA CELLA DEL PANNELLO (0 = NESSUNA)
           COMPUTE WS-POSIZIONE =
                   (WS-PANNELLO - 1) * WS-COL-PANNELLO + WS-IX-CELLA.
           IF WS-POSIZIONE > WS-NUM-ORD-COLONNE
               MOVE ZERO TO PN-COLONNA(WS-IX-CELLA)
           ELSE
               MOVE OC-COLONNA(WS-POSIZIONE) TO PN-COLONNA(WS-IX-CELLA)
               MOVE TC-VALORE(PN-COLONNA(WS-IX-CELLA))(1:8)
                    TO IC-NOME(WS-IX-CELLA)(2:8)
           END-IF.
       FINE-PREPARA-COLONNA-PANNELLO.
            EXIT.
      *
       STAMPA-RIGA-TABELLA.
           MOVE OR-RIGA(WS-IX-RIGA) TO WS-RIGA-CORR.
           MOVE TR-VALORE(WS-RIGA-CORR) TO RT-ETICHETTA.
           PERFORM PREPARA-CELLA THRU FINE-PREPARA-CELLA
                VARYING WS-IX-CELLA FROM 1 BY 1
                UNTIL WS-IX-CELLA > WS-COL-PANNELLO.
           MOVE TR-TOTALE(WS-RIGA-CORR) TO RT-TOTALE.
           IF WS-TOTALE-GENERALE > ZERO
               COMPUTE WS-PERCENTO ROUNDED =
                       TR-TOTALE(WS-RIGA-CORR) * 100
                       / WS-TOTALE-GENERALE
           ELSE
               MOVE ZERO TO WS-PERCENTO
           END-IF.
           MOVE WS-PERCENTO TO RT-PERC.
           MOVE RIGA-TABELLA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-RIGA-TABELLA.
            EXIT.
      *
       PREPARA-CELLA.
           IF PN-COLONNA(WS-IX-CELLA) = ZERO
               MOVE SPACES TO RT-CELLA(WS-IX-CELLA)
           ELSE
               MOVE SPACE TO RT-SPAZIO(WS-IX-CELLA)
               MOVE TR-CELLA(WS-RIGA-CORR PN-COLONNA(WS-IX-CELLA))
                    TO RT-CONTO(WS-IX-CELLA)
           END-IF.
       FINE-PREPARA-CELLA.
            EXIT.
      *
       PREPARA-CELLA-TOTALE.
           IF PN-COLONNA(WS-IX-CELLA) = ZERO
               MOVE SPACES TO RT-CELLA(WS-IX-CELLA)
           ELSE
               MOVE SPACE TO RT-SPAZIO(WS-IX-CELLA)
               MOVE TC-TOTALE(PN-COLONNA(WS-IX-CELLA))
                    TO RT-CONTO(WS-IX-CELLA)
           END-IF.
       FINE-PREPARA-CELLA-TOTALE.
            EXIT.
      *
       PREPARA-PERC-COLONNA.
           IF PN-COLONNA(WS-IX-CELLA) = ZERO
               MOVE SPACES TO RPC-CELLA(WS-IX-CELLA)
           ELSE
               MOVE SPACES TO RPC-SPAZIO(WS-IX-CELLA)
               IF WS-TOTALE-GENERALE > ZERO
                   COMPUTE WS-PERCENTO ROUNDED =
                           TC-TOTALE(PN-COLONNA(WS-IX-CELLA)) * 100
                           / WS-TOTALE-GENERALE
               ELSE
                   MOVE ZERO TO WS-PERCENTO
               END-IF
               MOVE WS-PERCENTO TO RPC-PERC(WS-IX-CELLA)
           END-IF.
       FINE-PREPARA-PERC-COLONNA.
            EXIT.
      *
       STAMPA-FILTRO.
           MOVE FV-VALORE(WS-IX-FILTRO) TO RF-VALORE.
           MOVE RIGA-FILTRO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-FILTRO.
            EXIT.
      *
       SCRIVI-CSV.
      **************************************************************
      * EDIZIONE CSV DATATA (TABULA-REPORTF-AAAAMMGG.CSV): UNA RIGA *
      * PER CELLA (ANCHE A ZERO) CON LA SUA PERCENTUALE SUL TOTALE, *
      * POI I TOTALI DI RIGA, DI COLONNA E GENERALE. LE CELLE       *
      * DEVONO TORNARE CON IL TOTALE STAMPATO; SI REGISTRA FRA LE   *
      * GENERAZIONI PER ARCHIVIA.                                   *
      **************************************************************
           MOVE WS-DATA-ESECUZIONE TO EDC-DATA.
           MOVE SPACES TO WS-NOME-CSV.
           STRING 'TABULA-REPORTF-' DELIMITED BY SIZE
                  WS-DATA-ESECUZIONE DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-CSV.
           MOVE 'I'          TO EDC-AZIONE.
           MOVE 5            TO EDC-NUM-CAMPI.
           MOVE 'RIGA'       TO EDC-CAMPO(1).
           MOVE DIM-NOME(WS-DIM-RIGHE)   TO EDC-CAMPO(2).
           MOVE DIM-NOME(WS-DIM-COLONNE) TO EDC-CAMPO(3).
           MOVE 'PERSONE'    TO EDC-CAMPO(4).
           MOVE 'PERC'       TO EDC-CAMPO(5).
           CALL 'EDICSV' USING AREA-CSV.
           OPEN OUTPUT EDIZCSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.

           PERFORM CSV-RIGA-TABELLA THRU FINE-CSV-RIGA-TABELLA
                VARYING WS-IX-RIGA FROM 1 BY 1
                UNTIL WS-IX-RIGA > WS-NUM-ORD-RIGHE.
           PERFORM CSV-TOTALE-RIGA THRU FINE-CSV-TOTALE-RIGA
                VARYING WS-IX-RIGA FROM 1 BY 1
                UNTIL WS-IX-RIGA > WS-NUM-ORD-RIGHE.
           PERFORM CSV-TOTALE-COLONNA THRU FINE-CSV-TOTALE-COLONNA
                VARYING WS-IX-COL FROM 1 BY 1
                UNTIL WS-IX-COL > WS-NUM-ORD-COLONNE.
           MOVE 'T'               TO EDC-AZIONE.
           MOVE 'TOTALE GENERALE' TO EDC-CAMPO(1).
           MOVE SPACES            TO EDC-CAMPO(2) EDC-CAMPO(3).
           MOVE WS-TOTALE-GENERALE TO WS-CONTO-EDIT.
           MOVE WS-CONTO-EDIT     TO EDC-CAMPO(4).
           IF WS-TOTALE-GENERALE > ZERO
               MOVE 100 TO WS-PERCENTO
           ELSE
               MOVE ZERO TO WS-PERCENTO
           END-IF.
           MOVE WS-PERCENTO       TO WS-PERC-EDIT.
           MOVE WS-PERC-EDIT      TO EDC-CAMPO(5).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.

           MOVE 'F'                TO EDC-AZIONE.
           MOVE WS-TOTALE-GENERALE TO EDC-TOTALE-STAMPA.
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
               MOVE 'SCRIVI-CSV' TO ECC-PARAGRAFO
               MOVE EDC-DATA     TO ECC-CHIAVE
               MOVE 'IL CSV NON QUADRA COL TOTALE STAMPATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       FINE-SCRIVI-CSV.
            EXIT.
      *
       CSV-RIGA-TABELLA.
           MOVE OR-RIGA(WS-IX-RIGA) TO WS-RIGA-CORR.
           PERFORM CSV-CELLA THRU FINE-CSV-CELLA
                VARYING WS-IX-COL FROM 1 BY 1
                UNTIL WS-IX-COL > WS-NUM-ORD-COLONNE.
       FINE-CSV-RIGA-TABELLA.
            EXIT.
      *
       CSV-CELLA.
           MOVE OC-COLONNA(WS-IX-COL) TO WS-COL-CORR.
           MOVE 'D'                     TO EDC-AZIONE.
           MOVE 'CELLA'                 TO EDC-CAMPO(1).
           MOVE TR-VALORE(WS-RIGA-CORR) TO EDC-CAMPO(2).
           MOVE TC-VALORE(WS-COL-CORR)  TO EDC-CAMPO(3).
           MOVE TR-CELLA(WS-RIGA-CORR WS-COL-CORR) TO EDC-QUANTITA.
           MOVE TR-CELLA(WS-RIGA-CORR WS-COL-CORR) TO WS-CONTO-EDIT.
           MOVE WS-CONTO-EDIT           TO EDC-CAMPO(4).
           IF WS-TOTALE-GENERALE > ZERO
               COMPUTE WS-PERCENTO ROUNDED =
                       TR-CELLA(WS-RIGA-CORR WS-COL-CORR) * 100
                       / WS-TOTALE-GENERALE
           ELSE
               MOVE ZERO TO WS-PERCENTO
           END-IF.
           MOVE WS-PERCENTO             TO WS-PERC-EDIT.
           MOVE WS-PERC-EDIT            TO EDC-CAMPO(5).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-CSV-CELLA.
            EXIT.
      *
       CSV-TOTALE-RIGA.
           MOVE OR-RIGA(WS-IX-RIGA) TO WS-RIGA-CORR.
           MOVE 'T'                     TO EDC-AZIONE.
           MOVE 'TOTALE RIGA'           TO EDC-CAMPO(1).
           MOVE TR-VALORE(WS-RIGA-CORR) TO EDC-CAMPO(2).
           MOVE SPACES                  TO EDC-CAMPO(3).
           MOVE TR-TOTALE(WS-RIGA-CORR) TO WS-CONTO-EDIT.
           MOVE WS-CONTO-EDIT           TO EDC-CAMPO(4).
           IF WS-TOTALE-GENERALE > ZERO
               COMPUTE WS-PERCENTO ROUNDED =
                       TR-TOTALE(WS-RIGA-CORR) * 100
                       / WS-TOTALE-GENERALE
           ELSE
               MOVE ZERO TO WS-PERCENTO
           END-IF.
           MOVE WS-PERCENTO             TO WS-PERC-EDIT.
           MOVE WS-PERC-EDIT            TO EDC-CAMPO(5).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-CSV-TOTALE-RIGA.
            EXIT.
      *
       CSV-TOTALE-COLONNA.
           MOVE OC-COLONNA(WS-IX-COL) TO WS-COL-CORR.
           MOVE 'T'                     TO EDC-AZIONE.
           MOVE 'TOTALE COLONNA'        TO EDC-CAMPO(1).
           MOVE SPACES                  TO EDC-CAMPO(2).
           MOVE TC-VALORE(WS-COL-CORR)  TO EDC-CAMPO(3).
           MOVE TC-TOTALE(WS-COL-CORR)  TO WS-CONTO-EDIT.
           MOVE WS-CONTO-EDIT           TO EDC-CAMPO(4).
           IF WS-TOTALE-GENERALE > ZERO
               COMPUTE WS-PERCENTO ROUNDED =
                       TC-TOTALE(WS-COL-CORR) * 100
                       / WS-TOTALE-GENERALE
           ELSE
               MOVE ZERO TO WS-PERCENTO
           END-IF.
           MOVE WS-PERCENTO             TO WS-PERC-EDIT.
           MOVE WS-PERC-EDIT            TO EDC-CAMPO(5).
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV.
       FINE-CSV-TOTALE-COLONNA.
            EXIT.
      *
       SCRIVI-RIGA-CSV.
           CALL 'EDICSV' USING AREA-CSV.
           WRITE REC-EDIZCSV FROM EDC-RIGA.
       FINE-SCRIVI-RIGA-CSV.
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
           MOVE 'TABULA  ' TO GIO-PROGRAMMA.
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
           MOVE 'TABULA'     TO ECC-PROGRAMMA.
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
