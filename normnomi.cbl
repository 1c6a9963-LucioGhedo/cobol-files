       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMNOMI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * UNIFORMAZIONE DELLA GRAFIA DI NOME E COGNOME SUL MASTER
      * ANAGR.IDX. STRINGA2 E VALANAG SEGNALANO I NOMI STRANI MA
      * NESSUNO LI RENDE COERENTI: 'D'AMICO', 'DAMICO' E 'D AMICO'
      * PER LA STESSA FAMIGLIA, 'DE ROSSI' E 'DEROSSI', SPAZI IN
      * TESTA E SPAZI DOPPI SPEZZANO I NUCLEI DI FAMIGLIE E FANNO
      * FALLIRE LE RICERCHE DI CERCA. LE REGOLE LE MANTIENE
      * L'ESERCIZIO IN NOMI-REGOLE.TXT.
      * DUE MODI, DA NORMNOMI-PARAM.TXT (MODO):
      *   PROPONI (DEFAULT) = APPLICA LE REGOLE ALLA VERSIONE IN
      *             VIGORE DI OGNI PERSONA E SCRIVE LE VARIAZIONI
      *             PROPOSTE IN NORMNOMI-PROPOSTE.TXT E NEL REPORT,
      *             SENZA TOCCARE IL MASTER.
      *   APPLICA = DOPO LA REVISIONE (LE RIGHE NON APPROVATE SI
      *             TOLGONO DAL FILE DELLE PROPOSTE) SCRIVE SU
      *             ANAGR.IDX UNA NUOVA VERSIONE DATATA PER OGNI
      *             PROPOSTA ANCORA VALIDA, CON LA RIGA PRIMA/DOPO
      *             SUL GIORNALE DELLE VARIAZIONI ANAGRAFICHE, E
      *             ACCODA LA GRAFIA DI PRIMA AL REGISTRO
      *             GRAFIE-PRECEDENTI.TXT: CERCA LO CONSULTA, COSI'
      *             CHI CERCA CON LA VECCHIA GRAFIA TROVA ANCORA LA
      *             PERSONA.
      *
      * TRACCIATO DI NOMI-REGOLE.TXT (RIGHE CHE INIZIANO CON * O
      * VUOTE SONO COMMENTI):
      *   COL. 1-10  TIPO DI REGOLA
      *   COL. 11-20 VALORE
      *   COL. 21-30 SECONDO VALORE
      *   COL. 31    CAMPO: C = SOLO COGNOME, N = SOLO NOME,
      *              SPAZIO = ENTRAMBI
      * TIPI DI REGOLA, APPLICATI SEMPRE IN QUEST'ORDINE:
      *   SPAZI      TOGLIE GLI SPAZI IN TESTA E RIDUCE A UNO GLI
      *              SPAZI DOPPI ('  DE  ROSSI' -> 'DE ROSSI')
      *   APOSTROFO  PARTICELLA ELISA (D, DELL, SANT...): SE E' IN
      *              TESTA SEGUITA DA SPAZIO O DA APOSTROFO E
      *              SPAZIO SI UNISCE CON L'APOSTROFO ('D AMICO' ->
      *              'D'AMICO'); LA FORMA ATTACCATA ('DAMICO') SI
      *              CORREGGE SOLO SE LA FORMA CON L'APOSTROFO E'
      *              GIA' IN USO SUL MASTER
      *   PARTICELLA PARTICELLA (DE, DI, DEL, LA...) E NEL SECONDO
      *              VALORE LA FORMA SCELTA: UNITA ('DE ROSSI' ->
      *              'DEROSSI') O STACCATA ('DEROSSI' -> 'DE ROSSI',
      *              SOLO SE 'DE ROSSI' E' GIA' IN USO SUL MASTER:
      *              'DELIA' NON DIVENTA 'DEL IA')
      *   FORMA      GRAFIA INTERA DA SOSTITUIRE (VALORE) E GRAFIA
      *              GIUSTA (SECONDO VALORE), PER I CASI PARTICOLARI
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: MODO DI ESECUZIONE (FACOLTATIVO)

           SELECT OPTIONAL PARAMF ASSIGN TO 'NORMNOMI-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * REGOLE DI UNIFORMAZIONE, MANTENUTE DALL'ESERCIZIO

           SELECT OPTIONAL REGOLEF ASSIGN TO 'NOMI-REGOLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGOLE-STATUS.
      * MASTER INDICIZZATO VERSIONATO, UNA NUOVA VERSIONE PER PERSONA

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * PROPOSTE DI UNIFORMAZIONE, DA RIVEDERE PRIMA DELL'APPLICA

           SELECT OPTIONAL PROPOSTEF ASSIGN TO 'NORMNOMI-PROPOSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
      * REGISTRO DELLE GRAFIE PRECEDENTI, PER LE RICERCHE DI CERCA

           SELECT GRAFIEF ASSIGN TO 'GRAFIE-PRECEDENTI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRAFIE-STATUS.
      * REPORT DELLE VARIAZIONI PROPOSTE O APPLICATE

           SELECT REPORTF ASSIGN TO 'NORMNOMI-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
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
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(10).

       FD   REGOLEF
            DATA RECORD IS REC-REGOLEF.
       01 REC-REGOLEF.
          05 REG-TIPO       PIC X(10).
          05 REG-VALORE     PIC X(10).
          05 REG-NUOVO      PIC X(10).
          05 REG-CAMPO      PIC X.

       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 IDX-CHIAVE.
             10 IDX-ID       PIC 9(5).
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

       FD   PROPOSTEF
            DATA RECORD IS REC-PROPOSTEF.
       01 REC-PROPOSTEF  PIC X(58).

       FD   GRAFIEF
            DATA RECORD IS REC-GRAFIEF.
       01 REC-GRAFIEF  PIC X(58).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

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

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.

       01   WS-PARAM-STATUS     PIC XX.
       01   WS-REGOLE-STATUS    PIC XX.
       01   WS-IDX-STATUS       PIC XX.
       01   WS-PROPOSTE-STATUS  PIC XX.
       01   WS-GRAFIE-STATUS    PIC XX.

      ************************************************************
      *      MODO DI ESECUZIONE: 'P' = PROPONI, 'A' = APPLICA       *
      ************************************************************
       01 WS-MODO              PIC X VALUE 'P'.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-PARAMETRI-VALIDI  PIC X VALUE 'S'.
       01 WS-IDX-APERTO        PIC X VALUE 'N'.

      ************************************************************
      *      REGOLE DI UNIFORMAZIONE NELL'ORDINE DEL FILE.          *
      *      RG-TIPO: 'S' = SPAZI, 'A' = APOSTROFO, 'P' =           *
      *      PARTICELLA (RG-UNITA 'S' = UNITA, 'N' = STACCATA),     *
      *      'F' = FORMA. RG-LUNG E' LA LUNGHEZZA DELLA PARTICELLA. *
      ************************************************************
       01 WS-MAX-REGOLE        PIC 9(3) VALUE 200.
       01 TAB-REGOLE.
            05 REGOLA OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-REGOLE
               INDEXED BY IND-REG.
               10 RG-TIPO      PIC X.
               10 RG-VALORE    PIC X(10).
               10 RG-NUOVO     PIC X(10).
               10 RG-LUNG      PIC 99.
               10 RG-CAMPO     PIC X.
               10 RG-UNITA     PIC X.
       01 WS-NUM-REGOLE        PIC 9(3) VALUE 0.
       01 WS-REGOLE-EOF        PIC X VALUE 'N'.
       01 WS-REGOLA-VALIDA     PIC X VALUE 'N'.
       01 WS-RIGA-REGOLA       PIC 9(4) VALUE 0.

      ************************************************************
      *      GRAFIE CON SPAZIO O APOSTROFO GIA' IN USO SUL MASTER   *
      *      (PRIMA PASSATA DEL MODO PROPONI): UNA FORMA ATTACCATA  *
      *      SI STACCA SOLO VERSO UNA DI QUESTE. FU-CAMPO 'C' O 'N'.*
      ************************************************************
       01 WS-MAX-FORME         PIC 9(4) VALUE 2000.
       01 TAB-FORME.
            05 FORMA-USATA OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-FORME
               INDEXED BY IND-FRM.
               10 FU-CAMPO     PIC X.
               10 FU-VALORE    PIC X(10).
       01 WS-NUM-FORME         PIC 9(4) VALUE 0.
       01 WS-FORME-PIENE       PIC X VALUE 'N'.
       01 WS-FORMA-TROVATA     PIC X VALUE 'N'.

      ************************************************************
      *      AREE DI LAVORO DELL'UNIFORMAZIONE DI UN CAMPO          *
      ************************************************************
       01 WS-CAMPO             PIC X(10) VALUE SPACES.
       01 WS-TIPO-CAMPO        PIC X VALUE SPACE.
       01 WS-RISULTATO         PIC X(10) VALUE SPACES.
       01 WS-LUNG              PIC 99 VALUE 0.
       01 WS-LUNG-PART         PIC 99 VALUE 0.
       01 WS-IX-CAR            PIC 99 VALUE 0.
       01 WS-POS-OUT           PIC 99 VALUE 0.
       01 WS-PREC-SPAZIO       PIC X VALUE 'S'.
       01 WS-FINE-SEP          PIC X VALUE 'N'.
       01 WS-SEP-APOSTROFO     PIC X VALUE 'N'.
       01 WS-SEPARATORE        PIC X VALUE SPACE.
       01 WS-NUM-SEPARATORI    PIC 99 VALUE 0.
       01 WS-PASSO             PIC 9 VALUE 0.
       01 WS-FASE              PIC 9 VALUE 0.
       01 WS-SEPARATO          PIC X VALUE 'N'.
       01 WS-FORMA-APPLICATA   PIC X VALUE 'N'.
       01 WS-NOME-NUOVO        PIC X(10) VALUE SPACES.
       01 WS-COGNOME-NUOVO     PIC X(10) VALUE SPACES.

      ************************************************************
      *      RIGA DEL FILE DELLE PROPOSTE (NORMNOMI-PROPOSTE.TXT):  *
      *      PERSONA, NOME E COGNOME IN VIGORE, NOME E COGNOME      *
      *      PROPOSTI, DATA. IN ORDINE DI ID. LUNGHEZZA: 58 BYTE.   *
      ************************************************************
       01 RIGA-UNIFORMAZIONE.
            05 UNI-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 UNI-NOME-PRIMA    PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 UNI-COGNOME-PRIMA PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 UNI-NOME-DOPO     PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 UNI-COGNOME-DOPO  PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 UNI-DATA          PIC 9(8).

      ************************************************************
      *      RIGA DEL REGISTRO DELLE GRAFIE PRECEDENTI              *
      ************************************************************
       COPY GRAFIE.

      ************************************************************
      *      PROPOSTE APPROVATE (MODO APPLICA), IN ORDINE DI ID:    *
      *      LO SCORRIMENTO DEL MASTER LE CONFRONTA A CURSORE.      *
      ************************************************************
       01 WS-MAX-APPROVATE     PIC 9(4) VALUE 5000.
       01 TAB-APPROVATE.
            05 APPROVATA OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-APPROVATE.
               10 TA-ID           PIC 9(5).
               10 TA-NOME-PRIMA   PIC X(10).
               10 TA-COGNOME-PRIMA PIC X(10).
               10 TA-NOME-DOPO    PIC X(10).
               10 TA-COGNOME-DOPO PIC X(10).
       01 WS-NUM-APPROVATE     PIC 9(4) VALUE 0.
       01 WS-IX-APP            PIC 9(4) VALUE 0.
       01 WS-APP-FINE          PIC X VALUE 'N'.
       01 WS-PROPOSTE-EOF      PIC X VALUE 'N'.
       01 WS-ID-PRECEDENTE     PIC 9(5) VALUE 0.

      ************************************************************
      *      TABELLA DELLE VERSIONI DA SCRIVERE (MODO APPLICA):     *
      *      SI RACCOLGONO NELLO SCORRIMENTO E SI SCRIVONO DOPO,    *
      *      COME IN ASSEGNA.                                       *
      ************************************************************
       01 WS-MAX-RIGHE         PIC 9(4) VALUE 5000.
       01 TAB-RIGHE.
            05 RIGA-LAVORO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-RIGHE
               INDEXED BY IND-RIGA.
               10 TR-VERSIONE  PIC X(79).
               10 TR-NOME      PIC X(10).
               10 TR-COGNOME   PIC X(10).
       01 WS-NUM-RIGHE         PIC 9(4) VALUE 0.
       01 WS-TROPPO-GRANDE     PIC X VALUE 'N'.

      ************************************************************
      *      SCORRIMENTO DEL MASTER PER VERSIONE IN VIGORE          *
      ************************************************************
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VERSIONE-TROVATA  PIC X VALUE 'N'.
       01 WS-ULTIMA-VERSIONE   PIC X(79) VALUE SPACES.
       01 WS-VIGENTE REDEFINES WS-ULTIMA-VERSIONE.
            05 VG-ID           PIC 9(5).
            05 VG-DATA-EFF     PIC 9(8).
            05 VG-NOME         PIC X(10).
            05 VG-COGNOME      PIC X(10).
            05 FILLER          PIC X(46).
       01 WS-ID-CORRENTE       PIC 9(5) VALUE 0.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-SCRITTURA-OK      PIC X VALUE 'S'.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
       01 WS-CONTA-LETTI       PIC 9(6) VALUE 0.
       01 WS-CONTA-PROPOSTE    PIC 9(6) VALUE 0.
       01 WS-CONTA-COGNOMI     PIC 9(6) VALUE 0.
       01 WS-CONTA-NOMI        PIC 9(6) VALUE 0.
       01 WS-CONTA-SCARTATE    PIC 9(6) VALUE 0.
       01 WS-CONTA-APPLICATE   PIC 9(6) VALUE 0.
       01 WS-CONTA-SUPERATE    PIC 9(6) VALUE 0.
       01 WS-CONTA-IDX-AGG     PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(21) VALUE
               'UNIFORMAZIONE NOMI'.
            05 IR-MODO           PIC X(7).
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(7)  VALUE 'ID'.
            05 FILLER            PIC X(12) VALUE 'COGNOME'.
            05 FILLER            PIC X(12) VALUE 'NUOVO'.
            05 FILLER            PIC X(12) VALUE 'NOME'.
            05 FILLER            PIC X(10) VALUE 'NUOVO'.

       01 RIGA-DETTAGLIO.
            05 RD-ID             PIC 9(5).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-COGNOME-PRIMA  PIC X(10).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-COGNOME-DOPO   PIC X(10).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-NOME-PRIMA     PIC X(10).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-NOME-DOPO      PIC X(10).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(26).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
      * 4 = ESEGUITO CON SEGNALAZIONI (RIGHE DI REGOLA SCARTATE,   *
      *     TABELLA DELLE FORME PIENA, PROPOSTE SUPERATE, ERRORI   *
      *     DI SCRITTURA)                                          *
      * 8 = MODO NON VALIDO, REGOLE, ANAGR.IDX O PROPOSTE ASSENTI  *
      *     O NON VALIDI: NESSUNA PROPOSTA E NESSUNA VARIAZIONE    *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

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
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM APRI-REPORT THRU FINE-APRI-REPORT.
            IF WS-PARAMETRI-VALIDI = 'S'
                IF WS-MODO = 'A'
                    PERFORM CARICA-APPROVATE
                       THRU FINE-CARICA-APPROVATE
                ELSE
                    PERFORM CARICA-REGOLE THRU FINE-CARICA-REGOLE
                END-IF
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM ELABORA-MASTER THRU FINE-ELABORA-MASTER
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S' AND WS-MODO = 'A'
                    AND WS-RETURN-CODE NOT = 8
                PERFORM AGGIORNA-INDICE THRU FINE-AGGIORNA-INDICE
            END-IF.
            IF WS-IDX-APERTO = 'S'
                CLOSE IDXF
            END-IF.
            PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTI TO GIO-LETTI.
            IF WS-MODO = 'A'
                MOVE WS-CONTA-IDX-AGG  TO GIO-SCRITTI
            ELSE
                MOVE WS-CONTA-PROPOSTE TO GIO-SCRITTI
            END-IF.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       LEGGI-PARAMETRI.
      **************************************************************
      * IL FILE DEI PARAMETRI E' FACOLTATIVO: SENZA, SI PROPONE.    *
      * UN MODO DIVERSO DA PROPONI E APPLICA FERMA IL LAVORO.       *
      **************************************************************
           MOVE 'P' TO WS-MODO.
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               MOVE 'N' TO WS-PARAM-EOF
               PERFORM LEGGI-UN-PARAMETRO
                  THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
           IF WS-PARAMETRI-VALIDI = 'N'
               DISPLAY 'MODO NON VALIDO: PROPONI O APPLICA'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'MODO NON VALIDO IN NORMNOMI-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     IF PAR-CHIAVE = 'MODO      '
                         IF PAR-VALORE = 'APPLICA   '
                             MOVE 'A' TO WS-MODO
                         ELSE
                             IF PAR-VALORE = 'PROPONI   '
                                 MOVE 'P' TO WS-MODO
                             ELSE
                                 MOVE 'N' TO WS-PARAMETRI-VALIDI
                             END-IF
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CARICA-REGOLE.
      **************************************************************
      * CARICA LE REGOLE DI NOMI-REGOLE.TXT. SENZA FILE, O SENZA    *
      * NEMMENO UNA REGOLA VALIDA, NON SI PROPONE NULLA; UNA RIGA   *
      * NON VALIDA SI SCARTA CON UN'ECCEZIONE E LE ALTRE VALGONO.   *
      **************************************************************
           OPEN INPUT REGOLEF.
           IF WS-REGOLE-STATUS = '00'
               MOVE 'N' TO WS-REGOLE-EOF
               PERFORM LEGGI-REGOLA THRU FINE-LEGGI-REGOLA
                    UNTIL WS-REGOLE-EOF = 'S'
           END-IF.
           CLOSE REGOLEF.
           IF WS-NUM-REGOLE = ZERO
               DISPLAY 'NESSUNA REGOLA VALIDA IN NOMI-REGOLE.TXT'
               MOVE 'N' TO WS-PARAMETRI-VALIDI
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-REGOLE' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'NOMI-REGOLE.TXT ASSENTE O SENZA REGOLE'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF WS-CONTA-SCARTATE > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-CARICA-REGOLE.
            EXIT.
      *
       LEGGI-REGOLA.
           READ REGOLEF AT END
                MOVE 'S' TO WS-REGOLE-EOF
                NOT AT END
                     ADD 1 TO WS-RIGA-REGOLA
                     IF REC-REGOLEF NOT = SPACES
                             AND REG-TIPO(1:1) NOT = '*'
                         PERFORM CONVALIDA-REGOLA
                            THRU FINE-CONVALIDA-REGOLA
                     END-IF
           END-READ.
       FINE-LEGGI-REGOLA.
            EXIT.
      *
       CONVALIDA-REGOLA.
      **************************************************************
      * UNA PARTICELLA (APOSTROFO, PARTICELLA) NON PUO' INIZIARE    *
      * CON UNO SPAZIO E DEVE LASCIARE POSTO AL RESTO DEL NOME.     *
      **************************************************************
           MOVE 'N' TO WS-REGOLA-VALIDA.
           IF WS-NUM-REGOLE NOT < WS-MAX-REGOLE
               GO TO SCARTA-REGOLA
           END-IF.
           IF REG-CAMPO NOT = SPACE AND REG-CAMPO NOT = 'C'
                   AND REG-CAMPO NOT = 'N'
               GO TO SCARTA-REGOLA
           END-IF.
           ADD 1 TO WS-NUM-REGOLE.
           MOVE REG-VALORE TO RG-VALORE(WS-NUM-REGOLE).
           MOVE REG-NUOVO  TO RG-NUOVO(WS-NUM-REGOLE).
           MOVE REG-CAMPO  TO RG-CAMPO(WS-NUM-REGOLE).
           MOVE 'N'        TO RG-UNITA(WS-NUM-REGOLE).
           MOVE REG-VALORE TO WS-CAMPO.
           PERFORM CALCOLA-LUNGHEZZA THRU FINE-CALCOLA-LUNGHEZZA.
           MOVE WS-LUNG TO RG-LUNG(WS-NUM-REGOLE).

           IF REG-TIPO = 'SPAZI     '
               MOVE 'S' TO RG-TIPO(WS-NUM-REGOLE)
               MOVE 'S' TO WS-REGOLA-VALIDA
           END-IF.
           IF REG-TIPO = 'APOSTROFO ' AND WS-LUNG > ZERO
                   AND WS-LUNG < 9 AND REG-VALORE(1:1) NOT = SPACE
               MOVE 'A' TO RG-TIPO(WS-NUM-REGOLE)
               MOVE 'S' TO WS-REGOLA-VALIDA
           END-IF.
           IF REG-TIPO = 'PARTICELLA' AND WS-LUNG > ZERO
                   AND WS-LUNG < 9 AND REG-VALORE(1:1) NOT = SPACE
               IF REG-NUOVO = 'UNITA     '
                   MOVE 'P' TO RG-TIPO(WS-NUM-REGOLE)
                   MOVE 'S' TO RG-UNITA(WS-NUM-REGOLE)
                   MOVE 'S' TO WS-REGOLA-VALIDA
               END-IF
               IF REG-NUOVO = 'STACCATA  '
                   MOVE 'P' TO RG-TIPO(WS-NUM-REGOLE)
                   MOVE 'S' TO WS-REGOLA-VALIDA
               END-IF
           END-IF.
           IF REG-TIPO = 'FORMA     ' AND REG-VALORE NOT = SPACES
                   AND REG-NUOVO NOT = SPACES
               MOVE 'F' TO RG-TIPO(WS-NUM-REGOLE)
               MOVE 'S' TO WS-REGOLA-VALIDA
           END-IF.
           IF WS-REGOLA-VALIDA = 'S'
               GO TO FINE-CONVALIDA-REGOLA
           END-IF.
           SUBTRACT 1 FROM WS-NUM-REGOLE.
       SCARTA-REGOLA.
           ADD 1 TO WS-CONTA-SCARTATE.
           DISPLAY 'RIGA DI REGOLA SCARTATA: ' WS-RIGA-REGOLA.
           MOVE 'CONVALIDA-REGOLA' TO ECC-PARAGRAFO.
           MOVE REG-TIPO           TO ECC-CHIAVE.
           MOVE 'RIGA DI NOMI-REGOLE.TXT NON VALIDA'
                TO ECC-DESCRIZIONE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-CONVALIDA-REGOLA.
            EXIT.
      *
       CARICA-APPROVATE.
      **************************************************************
      * MODO APPLICA: CARICA LE PROPOSTE RIMASTE NEL FILE DOPO LA   *
      * REVISIONE. IL FILE DEVE ESSERCI ED ESSERE IN ORDINE DI ID   *
      * COME LO SCRIVE IL MODO PROPONI.                             *
      **************************************************************
           OPEN INPUT PROPOSTEF.
           IF WS-PROPOSTE-STATUS NOT = '00'
               DISPLAY 'FILE NORMNOMI-PROPOSTE.TXT NON TROVATO'
               MOVE 'N' TO WS-PARAMETRI-VALIDI
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-APPROVATE' TO ECC-PARAGRAFO
               MOVE SPACES             TO ECC-CHIAVE
               MOVE 'FILE NORMNOMI-PROPOSTE.TXT NON TROVATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE ZERO TO WS-ID-PRECEDENTE
               MOVE 'N' TO WS-PROPOSTE-EOF
               PERFORM LEGGI-APPROVATA THRU FINE-LEGGI-APPROVATA
                    UNTIL WS-PROPOSTE-EOF = 'S'
           END-IF.
           CLOSE PROPOSTEF.
           MOVE 1 TO WS-IX-APP.
       FINE-CARICA-APPROVATE.
            EXIT.
      *
       LEGGI-APPROVATA.
           READ PROPOSTEF INTO RIGA-UNIFORMAZIONE AT END
                MOVE 'S' TO WS-PROPOSTE-EOF
                NOT AT END
                     IF UNI-ID IS NOT NUMERIC
                             OR UNI-ID NOT > WS-ID-PRECEDENTE
                         PERFORM RIFIUTA-PROPOSTE
                            THRU FINE-RIFIUTA-PROPOSTE
                     ELSE
                         IF WS-NUM-APPROVATE < WS-MAX-APPROVATE
                             PERFORM AGGIUNGI-APPROVATA
                                THRU FINE-AGGIUNGI-APPROVATA
                         ELSE
                             MOVE 'S' TO WS-TROPPO-GRANDE
                             PERFORM RIFIUTA-PROPOSTE
                                THRU FINE-RIFIUTA-PROPOSTE
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-APPROVATA.
            EXIT.
      *
       AGGIUNGI-APPROVATA.
           ADD 1 TO WS-NUM-APPROVATE.
           MOVE UNI-ID            TO WS-ID-PRECEDENTE.
           MOVE UNI-ID            TO TA-ID(WS-NUM-APPROVATE).
           MOVE UNI-NOME-PRIMA    TO TA-NOME-PRIMA(WS-NUM-APPROVATE).
           MOVE UNI-COGNOME-PRIMA
                TO TA-COGNOME-PRIMA(WS-NUM-APPROVATE).
           MOVE UNI-NOME-DOPO     TO TA-NOME-DOPO(WS-NUM-APPROVATE).
           MOVE UNI-COGNOME-DOPO
                TO TA-COGNOME-DOPO(WS-NUM-APPROVATE).
       FINE-AGGIUNGI-APPROVATA.
            EXIT.
      *
       RIFIUTA-PROPOSTE.
      **************************************************************
      * UN FILE DELLE PROPOSTE FUORI ORDINE, CON RIGHE ILLEGGIBILI  *
      * O TROPPO GRANDE NON SI APPLICA NEMMENO IN PARTE: MEGLIO     *
      * RIGENERARLO CON IL MODO PROPONI E RIVEDERLO DI NUOVO.       *
      **************************************************************
           IF WS-PARAMETRI-VALIDI = 'S'
               DISPLAY 'FILE DELLE PROPOSTE NON VALIDO: RIGENERARE'
               MOVE 'N' TO WS-PARAMETRI-VALIDI
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-APPROVATE' TO ECC-PARAGRAFO
               MOVE REC-PROPOSTEF(1:5) TO ECC-CHIAVE
               IF WS-TROPPO-GRANDE = 'S'
                   MOVE 'TROPPE PROPOSTE: NESSUNA APPLICATA'
                        TO ECC-DESCRIZIONE
               ELSE
                   MOVE 'PROPOSTE FUORI ORDINE O NON VALIDE'
                        TO ECC-DESCRIZIONE
               END-IF
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           MOVE 'S' TO WS-PROPOSTE-EOF.
       FINE-RIFIUTA-PROPOSTE.
            EXIT.
      *
       ELABORA-MASTER.
      **************************************************************
      * MASTER UNICO ANAGR.IDX IN ORDINE DI CODICE + DECORRENZA,    *
      * TENENDO DI OGNI PERSONA LA VERSIONE IN VIGORE OGGI. NEL     *
      * MODO PROPONI SI SCORRE DUE VOLTE: LA PRIMA RACCOGLIE LE     *
      * GRAFIE CON SPAZIO O APOSTROFO GIA' IN USO, LA SECONDA       *
      * SCRIVE LE PROPOSTE. NEL MODO APPLICA SI APRE IN             *
      * AGGIORNAMENTO E SI RACCOLGONO LE VERSIONI DA SCRIVERE.      *
      **************************************************************
           IF WS-MODO = 'A'
               OPEN I-O IDXF
           ELSE
               OPEN INPUT IDXF
           END-IF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'ELABORA-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES           TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               GO TO FINE-ELABORA-MASTER
           END-IF.
           MOVE 'S' TO WS-IDX-APERTO.
           IF WS-MODO = 'P'
               MOVE 1 TO WS-FASE
               PERFORM SCORRI-MASTER THRU FINE-SCORRI-MASTER
               IF WS-FORME-PIENE = 'S'
                   DISPLAY 'TROPPE GRAFIE CON SPAZIO O APOSTROFO'
                   MOVE 'ELABORA-MASTER' TO ECC-PARAGRAFO
                   MOVE SPACES           TO ECC-CHIAVE
                   MOVE 'TABELLA DELLE GRAFIE IN USO PIENA'
                        TO ECC-DESCRIZIONE
                   MOVE 'A' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               OPEN OUTPUT PROPOSTEF
           END-IF.
           MOVE 2 TO WS-FASE.
           PERFORM SCORRI-MASTER THRU FINE-SCORRI-MASTER.
           IF WS-MODO = 'P'
               CLOSE PROPOSTEF
           END-IF.
           IF WS-TROPPO-GRANDE = 'S'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'ELABORA-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES           TO ECC-CHIAVE
               MOVE 'TABELLA DI LAVORO PIENA'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-ELABORA-MASTER.
            EXIT.
      *
       SCORRI-MASTER.
           MOVE 'N' TO WS-IDX-EOF.
           MOVE 'S' TO WS-PRIMA-VERSIONE.
           MOVE 'N' TO WS-VERSIONE-TROVATA.
           MOVE ZERO TO IDX-ID IDX-DATA-EFF.
           START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                INVALID KEY MOVE 'S' TO WS-IDX-EOF
           END-START.
           PERFORM LEGGI-VERSIONE THRU FINE-LEGGI-VERSIONE
                UNTIL WS-IDX-EOF = 'S'.
           IF WS-PRIMA-VERSIONE = 'N'
               PERFORM VALUTA-PERSONA THRU FINE-VALUTA-PERSONA
           END-IF.
       FINE-SCORRI-MASTER.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-CORRENTE
                         PERFORM VALUTA-PERSONA
                            THRU FINE-VALUTA-PERSONA
                         MOVE 'N' TO WS-VERSIONE-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-CORRENTE
                     IF IDX-DATA-EFF NOT > WS-DATA-OGGI
                         MOVE REC-IDXF TO WS-ULTIMA-VERSIONE
                         MOVE 'S' TO WS-VERSIONE-TROVATA
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       VALUTA-PERSONA.
           IF WS-VERSIONE-TROVATA = 'N'
               GO TO FINE-VALUTA-PERSONA
           END-IF.
           IF WS-FASE = 1
               PERFORM UNIFORMA-PERSONA THRU FINE-UNIFORMA-PERSONA
               MOVE WS-COGNOME-NUOVO TO WS-CAMPO
               MOVE 'C' TO WS-TIPO-CAMPO
               PERFORM REGISTRA-FORMA THRU FINE-REGISTRA-FORMA
               MOVE WS-NOME-NUOVO TO WS-CAMPO
               MOVE 'N' TO WS-TIPO-CAMPO
               PERFORM REGISTRA-FORMA THRU FINE-REGISTRA-FORMA
               GO TO FINE-VALUTA-PERSONA
           END-IF.
           ADD 1 TO WS-CONTA-LETTI.
           IF WS-MODO = 'A'
               PERFORM CONFRONTA-APPROVATA THRU FINE-CONFRONTA-APPROVATA
           ELSE
               PERFORM UNIFORMA-PERSONA THRU FINE-UNIFORMA-PERSONA
               IF WS-NOME-NUOVO NOT = VG-NOME
                       OR WS-COGNOME-NUOVO NOT = VG-COGNOME
                   PERFORM PROPONI-PERSONA THRU FINE-PROPONI-PERSONA
               END-IF
           END-IF.
       FINE-VALUTA-PERSONA.
            EXIT.
      *
       UNIFORMA-PERSONA.
           MOVE VG-COGNOME TO WS-CAMPO.
           MOVE 'C' TO WS-TIPO-CAMPO.
           PERFORM UNIFORMA-CAMPO THRU FINE-UNIFORMA-CAMPO.
           MOVE WS-CAMPO TO WS-COGNOME-NUOVO.
           MOVE VG-NOME TO WS-CAMPO.
           MOVE 'N' TO WS-TIPO-CAMPO.
           PERFORM UNIFORMA-CAMPO THRU FINE-UNIFORMA-CAMPO.
           MOVE WS-CAMPO TO WS-NOME-NUOVO.
       FINE-UNIFORMA-PERSONA.
            EXIT.
      *
       UNIFORMA-CAMPO.
      **************************************************************
      * APPLICA LE REGOLE A WS-CAMPO PER TIPO, NELL'ORDINE FISSO:   *
      * 1 SPAZI, 2 APOSTROFO E PARTICELLA UNITA, 3 FORMA ATTACCATA  *
      * DA STACCARE (SOLO IN SECONDA PASSATA, VERSO UNA GRAFIA GIA' *
      * IN USO; VALE LA PRIMA CHE RIESCE), 4 FORMA (VALE LA PRIMA). *
      **************************************************************
           MOVE 'N' TO WS-SEPARATO.
           MOVE 'N' TO WS-FORMA-APPLICATA.
           PERFORM APPLICA-REGOLE THRU FINE-APPLICA-REGOLE
                VARYING WS-PASSO FROM 1 BY 1
                UNTIL WS-PASSO > 4.
       FINE-UNIFORMA-CAMPO.
            EXIT.
      *
       APPLICA-REGOLE.
           IF WS-PASSO = 3 AND WS-FASE = 1
               GO TO FINE-APPLICA-REGOLE
           END-IF.
           PERFORM APPLICA-REGOLA THRU FINE-APPLICA-REGOLA
                VARYING IND-REG FROM 1 BY 1
                UNTIL IND-REG > WS-NUM-REGOLE.
       FINE-APPLICA-REGOLE.
            EXIT.
      *
       APPLICA-REGOLA.
           IF RG-CAMPO(IND-REG) NOT = SPACE
                   AND RG-CAMPO(IND-REG) NOT = WS-TIPO-CAMPO
               GO TO FINE-APPLICA-REGOLA
           END-IF.
           IF WS-CAMPO = SPACES
               GO TO FINE-APPLICA-REGOLA
           END-IF.
           IF WS-PASSO = 1 AND RG-TIPO(IND-REG) = 'S'
               PERFORM COMPATTA-SPAZI THRU FINE-COMPATTA-SPAZI
           END-IF.
           IF WS-PASSO = 2 AND RG-TIPO(IND-REG) = 'A'
               MOVE 'S' TO WS-SEP-APOSTROFO
               MOVE '''' TO WS-SEPARATORE
               PERFORM UNISCI-PARTICELLA THRU FINE-UNISCI-PARTICELLA
           END-IF.
           IF WS-PASSO = 2 AND RG-TIPO(IND-REG) = 'P'
                   AND RG-UNITA(IND-REG) = 'S'
               MOVE 'N' TO WS-SEP-APOSTROFO
               MOVE SPACE TO WS-SEPARATORE
               PERFORM UNISCI-PARTICELLA THRU FINE-UNISCI-PARTICELLA
           END-IF.
           IF WS-PASSO = 3 AND WS-SEPARATO = 'N'
               IF RG-TIPO(IND-REG) = 'A'
                   MOVE '''' TO WS-SEPARATORE
                   PERFORM STACCA-PARTICELLA
                      THRU FINE-STACCA-PARTICELLA
               END-IF
               IF RG-TIPO(IND-REG) = 'P' AND RG-UNITA(IND-REG) = 'N'
                   MOVE SPACE TO WS-SEPARATORE
                   PERFORM STACCA-PARTICELLA
                      THRU FINE-STACCA-PARTICELLA
               END-IF
           END-IF.
           IF WS-PASSO = 4 AND RG-TIPO(IND-REG) = 'F'
                   AND WS-FORMA-APPLICATA = 'N'
               IF WS-CAMPO = RG-VALORE(IND-REG)
                   MOVE RG-NUOVO(IND-REG) TO WS-CAMPO
                   MOVE 'S' TO WS-FORMA-APPLICATA
               END-IF
           END-IF.
       FINE-APPLICA-REGOLA.
            EXIT.
      *
       COMPATTA-SPAZI.
      **************************************************************
      * RICOPIA IL CAMPO SALTANDO GLI SPAZI IN TESTA E TENENDO UN   *
      * SOLO SPAZIO DOVE CE NE SONO PIU' DI SEGUITO.                *
      **************************************************************
           MOVE SPACES TO WS-RISULTATO.
           MOVE ZERO   TO WS-POS-OUT.
           MOVE 'S'    TO WS-PREC-SPAZIO.
           PERFORM COPIA-CARATTERE THRU FINE-COPIA-CARATTERE
                VARYING WS-IX-CAR FROM 1 BY 1
                UNTIL WS-IX-CAR > 10.
           MOVE WS-RISULTATO TO WS-CAMPO.
       FINE-COMPATTA-SPAZI.
            EXIT.
      *
       COPIA-CARATTERE.
           IF WS-CAMPO(WS-IX-CAR:1) = SPACE
               IF WS-PREC-SPAZIO = 'N'
                   ADD 1 TO WS-POS-OUT
                   MOVE 'S' TO WS-PREC-SPAZIO
               END-IF
           ELSE
               ADD 1 TO WS-POS-OUT
               MOVE WS-CAMPO(WS-IX-CAR:1)
                    TO WS-RISULTATO(WS-POS-OUT:1)
               MOVE 'N' TO WS-PREC-SPAZIO
           END-IF.
       FINE-COPIA-CARATTERE.
            EXIT.
      *
       UNISCI-PARTICELLA.
      **************************************************************
      * PARTICELLA IN TESTA SEGUITA DA SPAZI (PER L'APOSTROFO ANCHE *
      * DA APOSTROFO E SPAZI): SI RIATTACCA AL RESTO DEL NOME CON   *
      * WS-SEPARATORE (APOSTROFO, O NIENTE PER LA PARTICELLA UNITA).*
      * IL RISULTATO NON E' MAI PIU' LUNGO DELL'ORIGINALE.          *
      **************************************************************
           MOVE RG-LUNG(IND-REG) TO WS-LUNG-PART.
           IF WS-CAMPO(1:WS-LUNG-PART)
                   NOT = RG-VALORE(IND-REG)(1:WS-LUNG-PART)
               GO TO FINE-UNISCI-PARTICELLA
           END-IF.
           COMPUTE WS-IX-CAR = WS-LUNG-PART + 1.
           IF WS-CAMPO(WS-IX-CAR:1) NOT = SPACE
               IF WS-SEP-APOSTROFO = 'N'
                   GO TO FINE-UNISCI-PARTICELLA
               END-IF
               IF WS-CAMPO(WS-IX-CAR:1) NOT = ''''
                       OR WS-CAMPO(WS-IX-CAR + 1:1) NOT = SPACE
                   GO TO FINE-UNISCI-PARTICELLA
               END-IF
           END-IF.
           MOVE 'N' TO WS-FINE-SEP.
           PERFORM SALTA-SEPARATORE THRU FINE-SALTA-SEPARATORE
                UNTIL WS-FINE-SEP = 'S'.
           IF WS-IX-CAR > 10
               GO TO FINE-UNISCI-PARTICELLA
           END-IF.
           MOVE SPACES TO WS-RISULTATO.
           IF WS-SEP-APOSTROFO = 'S'
               STRING RG-VALORE(IND-REG)(1:WS-LUNG-PART)
                                          DELIMITED BY SIZE
                      WS-SEPARATORE       DELIMITED BY SIZE
                      WS-CAMPO(WS-IX-CAR:) DELIMITED BY SIZE
                      INTO WS-RISULTATO
           ELSE
               STRING RG-VALORE(IND-REG)(1:WS-LUNG-PART)
                                          DELIMITED BY SIZE
                      WS-CAMPO(WS-IX-CAR:) DELIMITED BY SIZE
                      INTO WS-RISULTATO
           END-IF.
           MOVE WS-RISULTATO TO WS-CAMPO.
       FINE-UNISCI-PARTICELLA.
            EXIT.
      *
       SALTA-SEPARATORE.
           IF WS-IX-CAR > 10
               MOVE 'S' TO WS-FINE-SEP
               GO TO FINE-SALTA-SEPARATORE
           END-IF.
           IF WS-CAMPO(WS-IX-CAR:1) = SPACE
               ADD 1 TO WS-IX-CAR
               GO TO FINE-SALTA-SEPARATORE
           END-IF.
           IF WS-CAMPO(WS-IX-CAR:1) = '''' AND WS-SEP-APOSTROFO = 'S'
               ADD 1 TO WS-IX-CAR
               GO TO FINE-SALTA-SEPARATORE
           END-IF.
           MOVE 'S' TO WS-FINE-SEP.
       FINE-SALTA-SEPARATORE.
            EXIT.
      *
       STACCA-PARTICELLA.
      **************************************************************
      * FORMA ATTACCATA ('DAMICO', 'DEROSSI'): SI STACCA LA         *
      * PARTICELLA CON WS-SEPARATORE SOLO SE LA GRAFIA CHE NE ESCE  *
      * E' GIA' IN USO SUL MASTER PER LO STESSO CAMPO, PERCHE' NON  *
      * OGNI NOME CHE COMINCIA COME UNA PARTICELLA NE CONTIENE UNA. *
      **************************************************************
           MOVE RG-LUNG(IND-REG) TO WS-LUNG-PART.
           PERFORM CALCOLA-LUNGHEZZA THRU FINE-CALCOLA-LUNGHEZZA.
           IF WS-LUNG > 9 OR WS-LUNG NOT > WS-LUNG-PART
               GO TO FINE-STACCA-PARTICELLA
           END-IF.
           IF WS-CAMPO(1:WS-LUNG-PART)
                   NOT = RG-VALORE(IND-REG)(1:WS-LUNG-PART)
               GO TO FINE-STACCA-PARTICELLA
           END-IF.
           COMPUTE WS-IX-CAR = WS-LUNG-PART + 1.
           IF WS-CAMPO(WS-IX-CAR:1) = SPACE
                   OR WS-CAMPO(WS-IX-CAR:1) = ''''
               GO TO FINE-STACCA-PARTICELLA
           END-IF.
           MOVE SPACES TO WS-RISULTATO.
           STRING RG-VALORE(IND-REG)(1:WS-LUNG-PART)
                                      DELIMITED BY SIZE
                  WS-SEPARATORE       DELIMITED BY SIZE
                  WS-CAMPO(WS-IX-CAR:) DELIMITED BY SIZE
                  INTO WS-RISULTATO.
           MOVE 'N' TO WS-FORMA-TROVATA.
           SET IND-FRM TO 1.
           PERFORM CERCA-FORMA THRU FINE-CERCA-FORMA
                UNTIL IND-FRM > WS-NUM-FORME
                   OR WS-FORMA-TROVATA = 'S'.
           IF WS-FORMA-TROVATA = 'S'
               MOVE WS-RISULTATO TO WS-CAMPO
               MOVE 'S' TO WS-SEPARATO
           END-IF.
       FINE-STACCA-PARTICELLA.
            EXIT.
      *
       CERCA-FORMA.
           IF FU-CAMPO(IND-FRM) = WS-TIPO-CAMPO
                   AND FU-VALORE(IND-FRM) = WS-RISULTATO
               MOVE 'S' TO WS-FORMA-TROVATA
           END-IF.
           SET IND-FRM UP BY 1.
       FINE-CERCA-FORMA.
            EXIT.
      *
       REGISTRA-FORMA.
      **************************************************************
      * PRIMA PASSATA: UNA GRAFIA (GIA' UNIFORMATA) CON UNO SPAZIO  *
      * INTERNO O UN APOSTROFO ENTRA NELLA TABELLA DELLE FORME IN   *
      * USO, SE NON C'E' GIA'.                                      *
      **************************************************************
           PERFORM CALCOLA-LUNGHEZZA THRU FINE-CALCOLA-LUNGHEZZA.
           IF WS-LUNG = ZERO
               GO TO FINE-REGISTRA-FORMA
           END-IF.
           MOVE ZERO TO WS-NUM-SEPARATORI.
           INSPECT WS-CAMPO(1:WS-LUNG) TALLYING WS-NUM-SEPARATORI
                   FOR ALL SPACE ALL ''''.
           IF WS-NUM-SEPARATORI = ZERO
               GO TO FINE-REGISTRA-FORMA
           END-IF.
           MOVE WS-CAMPO TO WS-RISULTATO.
           MOVE 'N' TO WS-FORMA-TROVATA.
           SET IND-FRM TO 1.
           PERFORM CERCA-FORMA THRU FINE-CERCA-FORMA
                UNTIL IND-FRM > WS-NUM-FORME
                   OR WS-FORMA-TROVATA = 'S'.
           IF WS-FORMA-TROVATA = 'N'
               IF WS-NUM-FORME < WS-MAX-FORME
                   ADD 1 TO WS-NUM-FORME
                   MOVE WS-TIPO-CAMPO TO FU-CAMPO(WS-NUM-FORME)
                   MOVE WS-CAMPO      TO FU-VALORE(WS-NUM-FORME)
               ELSE
                   MOVE 'S' TO WS-FORME-PIENE
               END-IF
           END-IF.
       FINE-REGISTRA-FORMA.
            EXIT.
      *
       CALCOLA-LUNGHEZZA.
           IF WS-CAMPO = SPACES
               MOVE ZERO TO WS-LUNG
           ELSE
               MOVE 10 TO WS-LUNG
               PERFORM ACCORCIA-LUNGHEZZA THRU FINE-ACCORCIA-LUNGHEZZA
                    UNTIL WS-CAMPO(WS-LUNG:1) NOT = SPACE
           END-IF.
       FINE-CALCOLA-LUNGHEZZA.
            EXIT.
      *
       ACCORCIA-LUNGHEZZA.
           SUBTRACT 1 FROM WS-LUNG.
       FINE-ACCORCIA-LUNGHEZZA.
            EXIT.
      *
       PROPONI-PERSONA.
           MOVE VG-ID            TO UNI-ID.
           MOVE VG-NOME          TO UNI-NOME-PRIMA.
           MOVE VG-COGNOME       TO UNI-COGNOME-PRIMA.
           MOVE WS-NOME-NUOVO    TO UNI-NOME-DOPO.
           MOVE WS-COGNOME-NUOVO TO UNI-COGNOME-DOPO.
           MOVE WS-DATA-OGGI     TO UNI-DATA.
           WRITE REC-PROPOSTEF FROM RIGA-UNIFORMAZIONE.
           ADD 1 TO WS-CONTA-PROPOSTE.
           IF WS-COGNOME-NUOVO NOT = VG-COGNOME
               ADD 1 TO WS-CONTA-COGNOMI
           END-IF.
           IF WS-NOME-NUOVO NOT = VG-NOME
               ADD 1 TO WS-CONTA-NOMI
           END-IF.
           MOVE VG-ID            TO RD-ID.
           MOVE VG-COGNOME       TO RD-COGNOME-PRIMA.
           MOVE WS-COGNOME-NUOVO TO RD-COGNOME-DOPO.
           MOVE VG-NOME          TO RD-NOME-PRIMA.
           MOVE WS-NOME-NUOVO    TO RD-NOME-DOPO.
           MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-PROPONI-PERSONA.
            EXIT.
      *
       CONFRONTA-APPROVATA.
      **************************************************************
      * MODO APPLICA: PERSONE E PROPOSTE SONO ENTRAMBE IN ORDINE DI *
      * ID, SI AVANZA IL CURSORE FINO ALL'ID CORRENTE. LA PROPOSTA  *
      * SI APPLICA SOLO SE NOME E COGNOME IN VIGORE SONO ANCORA     *
      * QUELLI DA CUI ERA PARTITA.                                  *
      **************************************************************
           MOVE 'N' TO WS-APP-FINE.
           PERFORM AVANZA-APPROVATA THRU FINE-AVANZA-APPROVATA
                UNTIL WS-APP-FINE = 'S'.
           IF WS-IX-APP NOT > WS-NUM-APPROVATE
               IF TA-ID(WS-IX-APP) = VG-ID
                   IF TA-NOME-PRIMA(WS-IX-APP) = VG-NOME
                           AND TA-COGNOME-PRIMA(WS-IX-APP) = VG-COGNOME
                       IF WS-NUM-RIGHE < WS-MAX-RIGHE
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE WS-ULTIMA-VERSIONE
                                TO TR-VERSIONE(WS-NUM-RIGHE)
                           MOVE TA-NOME-DOPO(WS-IX-APP)
                                TO TR-NOME(WS-NUM-RIGHE)
                           MOVE TA-COGNOME-DOPO(WS-IX-APP)
                                TO TR-COGNOME(WS-NUM-RIGHE)
                           ADD 1 TO WS-CONTA-APPLICATE
                       ELSE
                           MOVE 'S' TO WS-TROPPO-GRANDE
                           MOVE 'S' TO WS-IDX-EOF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-CONFRONTA-APPROVATA.
            EXIT.
      *
       AVANZA-APPROVATA.
           IF WS-IX-APP > WS-NUM-APPROVATE
               MOVE 'S' TO WS-APP-FINE
           ELSE
               IF TA-ID(WS-IX-APP) < VG-ID
                   ADD 1 TO WS-IX-APP
               ELSE
                   MOVE 'S' TO WS-APP-FINE
               END-IF
           END-IF.
       FINE-AVANZA-APPROVATA.
            EXIT.
      *
       AGGIORNA-INDICE.
      **************************************************************
      * SECONDA PASSATA DEL MODO APPLICA: PER OGNI PROPOSTA ANCORA  *
      * VALIDA SI SCRIVE UNA NUOVA VERSIONE CON DECORRENZA DI OGGI  *
      * E LA NUOVA GRAFIA (UNA VERSIONE GIA' DI OGGI SI             *
      * SOSTITUISCE), E LA GRAFIA DI PRIMA VA NEL REGISTRO DELLE    *
      * GRAFIE PRECEDENTI. LE PROPOSTE NON APPLICATE SONO SUPERATE. *
      **************************************************************
           OPEN EXTEND GRAFIEF.
           IF WS-GRAFIE-STATUS NOT = '00'
               OPEN OUTPUT GRAFIEF
           END-IF.
           PERFORM AGGIORNA-UNA-VERSIONE
              THRU FINE-AGGIORNA-UNA-VERSIONE
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           CLOSE GRAFIEF.
           COMPUTE WS-CONTA-SUPERATE =
                   WS-NUM-APPROVATE - WS-CONTA-APPLICATE.
           IF WS-CONTA-SUPERATE > ZERO
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
               MOVE 'AGGIORNA-INDICE' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'PROPOSTE SUPERATE NON APPLICATE'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-AGGIORNA-INDICE.
            EXIT.
      *
       AGGIORNA-UNA-VERSIONE.
           MOVE TR-VERSIONE(IND-RIGA) TO REC-IDXF.
           MOVE IDX-ID       TO WS-ID-CORRENTE.
           MOVE WS-DATA-OGGI TO IDX-DATA-EFF.
           MOVE TR-NOME(IND-RIGA)    TO IDX-NOME.
           MOVE TR-COGNOME(IND-RIGA) TO IDX-COGNOME.
           MOVE 'S' TO WS-SCRITTURA-OK.
           WRITE REC-IDXF INVALID KEY
                REWRITE REC-IDXF INVALID KEY
                     MOVE 'AGGIORNA-UNA-VERSIONE'
                          TO ECC-PARAGRAFO
                     MOVE WS-ID-CORRENTE TO ECC-CHIAVE
                     MOVE 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                          TO ECC-DESCRIZIONE
                     MOVE 'A' TO ECC-SEVERITA
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                     IF WS-RETURN-CODE < 4
                         MOVE 4 TO WS-RETURN-CODE
                     END-IF
                     MOVE 'N' TO WS-SCRITTURA-OK
                END-REWRITE
           END-WRITE.
           IF WS-SCRITTURA-OK = 'S'
               ADD 1 TO WS-CONTA-IDX-AGG
               MOVE WS-ID-CORRENTE TO VAR-ID
               MOVE TR-VERSIONE(IND-RIGA) TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
               MOVE REC-IDXF TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-DOPO
               PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE
               MOVE TR-VERSIONE(IND-RIGA) TO WS-ULTIMA-VERSIONE
               MOVE WS-ID-CORRENTE       TO GRF-ID
               MOVE WS-DATA-OGGI         TO GRF-DATA
               MOVE VG-NOME              TO GRF-NOME-PRIMA
               MOVE VG-COGNOME           TO GRF-COGNOME-PRIMA
               MOVE TR-NOME(IND-RIGA)    TO GRF-NOME-DOPO
               MOVE TR-COGNOME(IND-RIGA) TO GRF-COGNOME-DOPO
               WRITE REC-GRAFIEF FROM RIGA-GRAFIA
               IF TR-COGNOME(IND-RIGA) NOT = VG-COGNOME
                   ADD 1 TO WS-CONTA-COGNOMI
               END-IF
               IF TR-NOME(IND-RIGA) NOT = VG-NOME
                   ADD 1 TO WS-CONTA-NOMI
               END-IF
               MOVE WS-ID-CORRENTE       TO RD-ID
               MOVE VG-COGNOME           TO RD-COGNOME-PRIMA
               MOVE TR-COGNOME(IND-RIGA) TO RD-COGNOME-DOPO
               MOVE VG-NOME              TO RD-NOME-PRIMA
               MOVE TR-NOME(IND-RIGA)    TO RD-NOME-DOPO
               MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-AGGIORNA-UNA-VERSIONE.
            EXIT.
      *
       APRI-REPORT.
           OPEN OUTPUT REPORTF.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           IF WS-MODO = 'A'
               MOVE 'APPLICA' TO IR-MODO
           ELSE
               MOVE 'PROPONI' TO IR-MODO
           END-IF.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE RIGA-COLONNE        TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
       FINE-APRI-REPORT.
            EXIT.
      *
       CHIUDI-REPORT.
      **************************************************************
      * DOPO LE RIGHE DELLE VARIAZIONI (GIA' STAMPATE MAN MANO),    *
      * I TOTALI DEL MODO DI ESECUZIONE.                            *
      **************************************************************
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'PERSONE IN VIGORE         ' TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI               TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-MODO = 'A'
               MOVE 'PROPOSTE APPROVATE        ' TO RC-ETICHETTA
               MOVE WS-NUM-APPROVATE             TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'PROPOSTE SUPERATE         ' TO RC-ETICHETTA
               MOVE WS-CONTA-SUPERATE            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'VERSIONI IDX SCRITTE      ' TO RC-ETICHETTA
               MOVE WS-CONTA-IDX-AGG             TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
           ELSE
               MOVE 'REGOLE CARICATE           ' TO RC-ETICHETTA
               MOVE WS-NUM-REGOLE                TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'RIGHE DI REGOLA SCARTATE  ' TO RC-ETICHETTA
               MOVE WS-CONTA-SCARTATE            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'GRAFIE IN USO CON SEPARAT.' TO RC-ETICHETTA
               MOVE WS-NUM-FORME                 TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'PROPOSTE SCRITTE          ' TO RC-ETICHETTA
               MOVE WS-CONTA-PROPOSTE            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
           END-IF.
           MOVE 'DI CUI COGNOMI VARIATI    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-COGNOMI             TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'DI CUI NOMI VARIATI       ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NOMI                TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-CHIUDI-REPORT.
            EXIT.
      *
       STAMPA-CONTEGGIO.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONTEGGIO.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
      * OGNI RIGA DEL REPORT PASSA DAL MODULO COMUNE IMPAGINA: A    *
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA     *
      * (TITOLO CON PAGINA E SEGUE, COLONNE, RIGA BIANCA).          *
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
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'NORMNOMI'   TO ECC-PROGRAMMA.
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
           MOVE 'NORMNOMI'        TO VAR-PROGRAMMA.
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
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'NORMNOMI' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
