       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONE.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * FUSIONE O CAMBIO DI NOME DI UN COMUNE IN UN SOLO GIRO SU
      * TUTTI GLI ARCHIVI CHE PORTANO LA CITTA: CITTA.IDX,
      * CITTA-ROUTE.TXT, CITTA-CATASTO.TXT, ANAGR.IDX,
      * INDIRIZZI.IDX E FAMIGLIE.TXT. PRIMA OGNI FILE SI
      * CORREGGEVA A MANO PER CONTO SUO, E LO STORICO ABI MOSTRAVA
      * UNA CITTA CROLLATA A ZERO E UNA NUOVA NATA DAL NULLA.
      * PARAMETRI IN FUSIONE-PARAM.TXT (CHIAVE COL. 1-10, VALORE
      * COL. 11-20):
      *   VECCHIA    NOME DEL COMUNE CHE CESSA (CENSITO IN CITTA.IDX)
      *   NUOVA      NOME CHE LO CONTINUA: SE E' GIA' CENSITO E' UNA
      *              FUSIONE (LA SCHEDA DEL VECCHIO SI TOGLIE), SE
      *              NON LO E' UN CAMBIO DI NOME (LA SCHEDA DEL
      *              VECCHIO PASSA AL NUOVO NOME)
      *   DATA       DECORRENZA AAAAMMGG, NON POSTERIORE ALLA DATA
      *              DI ELABORAZIONE
      * SU ANAGR.IDX (VERSIONATO) OGNI PERSONA CHE ALLA DECORRENZA
      * RISIEDE NEL VECCHIO COMUNE RICEVE UNA NUOVA VERSIONE DATATA
      * ALLA DECORRENZA, CON LA RIGA PRIMA/DOPO SUL GIORNALE DELLE
      * VARIAZIONI; LE VERSIONI GIA' DATATE DOPO LA DECORRENZA SI
      * CORREGGONO SUL POSTO. ANAGR.TXT E ANAGRA.TXT NON SI
      * RISCRIVONO QUI: DERIVA LI RIGENERA DA ANAGR.IDX.
      * NEI FILE DI RIFERIMENTO CHIAVE PER CITTA (CITTA.IDX,
      * CITTA-ROUTE.TXT) UNA FUSIONE TOGLIE LA RIGA DEL VECCHIO E
      * TIENE QUELLA DEL NUOVO.
      * IL VECCHIO NOME SI REGISTRA COME ALIAS DEL NUOVO IN
      * CITTA-ALIAS.TXT (I CARICAMENTI LO RICONDUCONO DA SOLI) E
      * LA CONTINUITA' SI SEGNA IN ABI-CONTINUITA.TXT, CHE ABIVAR E
      * TENDENZA LEGGONO PER TRATTARE LO STORICO ABI COME UNA SOLA
      * CITTA. CITTA.IDX, ALIAS E CONTINUITA' SI TOCCANO PER
      * ULTIMI: SE LA CORSA SI INTERROMPE, IL VECCHIO NOME E' ANCORA
      * CENSITO E LA CORSA SI PUO' RIFARE.
      * IL REPORT FUSIONE-REPORTF.TXT DA' PER OGNI FILE I CONTEGGI
      * PRIMA E DOPO (RIGHE, RIGHE DEL VECCHIO E DEL NUOVO NOME,
      * RIGHE TOLTE E AGGIUNTE) E LA QUADRATURA: NULLA SI E' PERSO.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: VECCHIO NOME, NUOVO NOME E DECORRENZA

           SELECT PARAMF ASSIGN TO 'FUSIONE-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * MASTER DELLE CITTA CENSITE

           SELECT CITTAF   ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CIT-NOME
           STATUS WS-CITTA-STATUS.
      * FILE DI CONTROLLO DELLE ROTTE PER CITTA (FACOLTATIVO)

           SELECT OPTIONAL ROUTEF ASSIGN TO 'CITTA-ROUTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROUTE-STATUS.
      * CODICI CATASTALI DEI COMUNI (FACOLTATIVO)

           SELECT OPTIONAL CATASTOF ASSIGN TO 'CITTA-CATASTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATASTO-STATUS.
      * TABELLA DEGLI ALIAS DELLE CITTA (VARIANTE -> CANONICA)

           SELECT OPTIONAL ALIASF ASSIGN TO 'CITTA-ALIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALIAS-STATUS.
      * MASTER INDICIZZATO VERSIONATO, UNA NUOVA VERSIONE PER PERSONA

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * MASTER DEGLI INDIRIZZI STRADALI

           SELECT INDIRF ASSIGN TO 'INDIRIZZI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY INDIRM-ID
           STATUS WS-INDIR-STATUS.
      * FILE DELLE FAMIGLIE PRESUNTE

           SELECT OPTIONAL FAMIGLIE ASSIGN TO 'FAMIGLIE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAMIGLIE-STATUS.
      * REGISTRO DI CONTINUITA' DELLO STORICO ABI

           SELECT OPTIONAL CONTINF ASSIGN TO 'ABI-CONTINUITA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTINUITA-STATUS.
      * REPORT DEI CONTEGGI PRIMA/DOPO PER FILE

           SELECT REPORTF ASSIGN TO 'FUSIONE-REPORTF.TXT'
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

       FD   CITTAF
            DATA RECORD IS REC-CITTAF.
       01 REC-CITTAF.
          05 CIT-NOME       PIC X(10).
          05 CIT-PROVINCIA  PIC X(2).
          05 CIT-REGIONE    PIC X(15).
          05 CIT-ESTERO     PIC X.

       FD   ROUTEF
            DATA RECORD IS REC-ROUTEF.
       01 REC-ROUTEF  PIC X(11).

       FD   CATASTOF
            DATA RECORD IS REC-CATASTOF.
       01 REC-CATASTOF  PIC X(15).

       FD   ALIASF
            DATA RECORD IS REC-ALIASF.
       01 REC-ALIASF.
          05 ALI-VARIANTE   PIC X(10).
          05 FILLER         PIC X.
          05 ALI-CANONICA   PIC X(10).

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

       FD   INDIRF
            DATA RECORD IS REC-INDIRF.
       01 REC-INDIRF.
          05 INDIRM-ID     PIC 9(5).
          05 INDIRM-VIA    PIC X(20).
          05 INDIRM-NUMERO PIC X(5).
          05 INDIRM-CAP    PIC X(5).
          05 INDIRM-CITTA  PIC X(10).

       FD   FAMIGLIE
            DATA RECORD IS REC-FAMIGLIE.
       01 REC-FAMIGLIE  PIC X(39).

       FD   CONTINF
            DATA RECORD IS REC-CONTINF.
       01 REC-CONTINF  PIC X(30).

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
       01   WS-CITTA-STATUS     PIC XX.
       01   WS-ROUTE-STATUS     PIC XX.
       01   WS-CATASTO-STATUS   PIC XX.
       01   WS-ALIAS-STATUS     PIC XX.
       01   WS-IDX-STATUS       PIC XX.
       01   WS-INDIR-STATUS     PIC XX.
       01   WS-FAMIGLIE-STATUS  PIC XX.

       01 FINE-FILE PIC X VALUE 'N'.

      ************************************************************
      *      PARAMETRI DELLA CORSA E TIPO DI OPERAZIONE:            *
      *      WS-TIPO 'F' = FUSIONE (NUOVO NOME GIA' CENSITO),       *
      *      'R' = CAMBIO DI NOME (NUOVO NOME NON CENSITO)          *
      ************************************************************
       01 WS-VECCHIA           PIC X(10) VALUE SPACES.
       01 WS-NUOVA             PIC X(10) VALUE SPACES.
       01 WS-DATA-PARAM        PIC X(10) VALUE SPACES.
       01 WS-DATA-EFFETTO      PIC 9(8) VALUE 0.
       01 WS-DATA-EFF-X REDEFINES WS-DATA-EFFETTO.
            05 WS-EFF-AAAA     PIC 9(4).
            05 WS-EFF-MM       PIC 99.
            05 WS-EFF-GG       PIC 99.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-PARAMETRI-VALIDI  PIC X VALUE 'N'.
       01 WS-TIPO              PIC X VALUE SPACE.
       01 WS-ERRORE            PIC X VALUE 'N'.
       01 WS-SCHEDA-VECCHIA    PIC X(28) VALUE SPACES.

      ************************************************************
      *      TABELLA DI LAVORO PER LA RISCRITTURA DEI FILE PIATTI:  *
      *      IL FILE SI CARICA, SI RINOMINA IN MEMORIA E SI         *
      *      RISCRIVE, COME IN OBLIO. TR-TIENI = 'N' TOGLIE LA RIGA.*
      ************************************************************
       01 WS-MAX-RIGHE         PIC 9(4) VALUE 2000.
       01 TAB-RIGHE.
            05 RIGA-LAVORO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-RIGHE
               INDEXED BY IND-RIGA.
               10 TR-RIGA      PIC X(71).
               10 TR-TIENI     PIC X.
       01 WS-NUM-RIGHE         PIC 9(4) VALUE 0.
       01 WS-TROPPO-GRANDE     PIC X VALUE 'N'.
       01 WS-RIGA-LETTA        PIC X(71) VALUE SPACES.
       01 WS-POS-CITTA         PIC 99 VALUE 1.
       01 WS-CHIAVE-CITTA      PIC X VALUE 'N'.
       01 WS-CITTA-RIGA        PIC X(10) VALUE SPACES.

      ************************************************************
      *      VERSIONI DI ANAGR.IDX DA SCRIVERE: SI RACCOLGONO NELLO *
      *      SCORRIMENTO E SI SCRIVONO DOPO, COME IN NORMNOMI.      *
      *      TV-AZIONE 'N' = NUOVA VERSIONE ALLA DECORRENZA,        *
      *      'R' = VERSIONE POSTERIORE CORRETTA SUL POSTO.          *
      ************************************************************
       01 WS-MAX-VERSIONI      PIC 9(4) VALUE 5000.
       01 TAB-VERSIONI.
            05 VERSIONE OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-VERSIONI
               INDEXED BY IND-VERS.
               10 TV-VERSIONE  PIC X(79).
               10 TV-AZIONE    PIC X.
       01 WS-NUM-VERSIONI      PIC 9(4) VALUE 0.

      ************************************************************
      *      SCORRIMENTO DEL MASTER PER VERSIONE IN VIGORE ALLA     *
      *      DECORRENZA. WS-FASE 1 = RACCOLTA E CONTEGGI PRIMA,     *
      *      WS-FASE 2 = CONTEGGI DOPO LA SCRITTURA.                *
      ************************************************************
       01 WS-FASE              PIC 9 VALUE 0.
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VERSIONE-TROVATA  PIC X VALUE 'N'.
       01 WS-ULTIMA-VERSIONE   PIC X(79) VALUE SPACES.
       01 WS-VIGENTE REDEFINES WS-ULTIMA-VERSIONE.
            05 VG-ID           PIC 9(5).
            05 VG-DATA-EFF     PIC 9(8).
            05 VG-NOME         PIC X(10).
            05 VG-COGNOME      PIC X(10).
            05 VG-ANNI         PIC 999.
            05 VG-CITTA        PIC X(10).
            05 FILLER          PIC X(33).
       01 WS-ID-CORRENTE       PIC 9(5) VALUE 0.
       01 WS-SCRITTURA-OK      PIC X VALUE 'S'.

      ************************************************************
      *      CONTEGGI PRIMA/DOPO DEL FILE IN LAVORAZIONE E TOTALI   *
      ************************************************************
       01 WS-NOME-FILE         PIC X(14) VALUE SPACES.
       01 WS-RIGHE-PRIMA       PIC 9(6) VALUE 0.
       01 WS-RIGHE-DOPO        PIC 9(6) VALUE 0.
       01 WS-VECCHIA-PRIMA     PIC 9(6) VALUE 0.
       01 WS-NUOVA-PRIMA       PIC 9(6) VALUE 0.
       01 WS-VECCHIA-DOPO      PIC 9(6) VALUE 0.
       01 WS-NUOVA-DOPO        PIC 9(6) VALUE 0.
       01 WS-RIGHE-TOLTE       PIC 9(4) VALUE 0.
       01 WS-RIGHE-AGGIUNTE    PIC 9(4) VALUE 0.
       01 WS-RIGHE-TOCCATE     PIC 9(6) VALUE 0.
       01 WS-ESITO             PIC X(10) VALUE SPACES.
       01 WS-CONTA-LETTI       PIC 9(6) VALUE 0.
       01 WS-CONTA-RINOMINATE  PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-QUADRA  PIC 9(3) VALUE 0.
       01 WS-CONTINUITA-GIA    PIC X VALUE 'N'.

      ************************************************************
      *      REGISTRO DI CONTINUITA' DELLO STORICO ABI              *
      ************************************************************
       COPY CONTINUA.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(28) VALUE
               'FUSIONE E RINOMINA COMUNI'.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(14) VALUE 'ARCHIVIO'.
            05 FILLER            PIC X(7)  VALUE '  RIGHE'.
            05 FILLER            PIC X(7)  VALUE '   DOPO'.
            05 FILLER            PIC X(7)  VALUE ' VEC.PR'.
            05 FILLER            PIC X(7)  VALUE ' NUO.PR'.
            05 FILLER            PIC X(7)  VALUE ' VEC.DO'.
            05 FILLER            PIC X(7)  VALUE ' NUO.DO'.
            05 FILLER            PIC X(5)  VALUE ' TOLT'.
            05 FILLER            PIC X(5)  VALUE '  AGG'.
            05 FILLER            PIC X(6)  VALUE ' ESITO'.

       01 RIGA-OPERAZIONE.
            05 RO-TIPO           PIC X(9).
            05 FILLER            PIC X     VALUE SPACE.
            05 RO-VECCHIA        PIC X(10).
            05 FILLER            PIC X(4)  VALUE ' -> '.
            05 RO-NUOVA          PIC X(10).
            05 FILLER            PIC X(13) VALUE '  DECORRENZA '.
            05 RO-DATA           PIC 9(8).

       01 RIGA-QUADRATURA.
            05 RQ-FILE           PIC X(14).
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-RIGHE-PRIMA    PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-RIGHE-DOPO     PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-VECCHIA-PRIMA  PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-NUOVA-PRIMA    PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-VECCHIA-DOPO   PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-NUOVA-DOPO     PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-TOLTE          PIC ZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-AGGIUNTE       PIC ZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-ESITO          PIC X(10).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(26).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = COMUNE RINOMINATO OVUNQUE, TUTTI I FILE QUADRANO       *
      * 4 = ERRORI DI SCRITTURA SU QUALCHE RIGA                    *
      * 8 = PARAMETRI NON VALIDI, VECCHIO NOME NON CENSITO,        *
      *     ARCHIVIO NON LAVORABILE O FILE CHE NON QUADRA          *
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
       01 WS-DATA-RIFERIMENTO  PIC 9(8) VALUE 0.

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

            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM VERIFICA-CITTA THRU FINE-VERIFICA-CITTA
            END-IF.
            PERFORM APRI-REPORT THRU FINE-APRI-REPORT.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM ELABORA-ANAGR-IDX THRU FINE-ELABORA-ANAGR-IDX
                PERFORM ELABORA-INDIRIZZI THRU FINE-ELABORA-INDIRIZZI
                PERFORM ELABORA-FAMIGLIE THRU FINE-ELABORA-FAMIGLIE
                PERFORM ELABORA-ROUTE THRU FINE-ELABORA-ROUTE
                PERFORM ELABORA-CATASTO THRU FINE-ELABORA-CATASTO
                PERFORM ELABORA-CITTA THRU FINE-ELABORA-CITTA
                PERFORM ELABORA-ALIAS THRU FINE-ELABORA-ALIAS
                PERFORM ELABORA-CONTINUITA
                   THRU FINE-ELABORA-CONTINUITA
            END-IF.
            PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT.

            IF WS-ERRORE = 'S'
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTI      TO GIO-LETTI.
            MOVE WS-CONTA-RINOMINATE TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE      TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       LEGGI-PARAMETRI.
      **************************************************************
      * VECCHIA, NUOVA E DATA SONO TUTTI OBBLIGATORI: SENZA FILE,   *
      * CON UN NOME MANCANTE, CON I DUE NOMI UGUALI O CON UNA DATA  *
      * NON VALIDA NON SI TOCCA NULLA (RC=8, ECCEZIONE GRAVE).      *
      * LO STESSO PER UNA DATA POSTERIORE A QUELLA DI ELABORAZIONE: *
      * IL VECCHIO COMUNE RESTEREBBE IN VIGORE SU ANAGR.IDX FINO    *
      * ALLA DECORRENZA, MA NON SAREBBE PIU' CENSITO IN CITTA.IDX.  *
      **************************************************************
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS NOT = '00'
               DISPLAY 'FILE FUSIONE-PARAM.TXT NON TROVATO'
               MOVE 'FILE FUSIONE-PARAM.TXT NON TROVATO'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           MOVE 'N' TO WS-PARAM-EOF.
           PERFORM LEGGI-UN-PARAMETRO THRU FINE-LEGGI-UN-PARAMETRO
                UNTIL WS-PARAM-EOF = 'S'.
           CLOSE PARAMF.

           IF WS-VECCHIA = SPACES OR WS-NUOVA = SPACES
               MOVE 'VECCHIA O NUOVA MANCANTE IN FUSIONE-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           IF WS-VECCHIA = WS-NUOVA
               MOVE 'VECCHIA E NUOVA COINCIDONO IN FUSIONE-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           IF WS-DATA-PARAM(1:8) IS NOT NUMERIC
                   OR WS-DATA-PARAM(9:2) NOT = SPACES
               MOVE 'DATA NON VALIDA IN FUSIONE-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           MOVE WS-DATA-PARAM(1:8) TO WS-DATA-EFFETTO.
           IF WS-EFF-AAAA < 1900 OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                   OR WS-EFF-GG < 1 OR WS-EFF-GG > 31
               MOVE 'DATA NON VALIDA IN FUSIONE-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO WS-DATA-RIFERIMENTO
           ELSE
               ACCEPT WS-DATA-RIFERIMENTO FROM DATE YYYYMMDD
           END-IF.
           IF WS-DATA-EFFETTO > WS-DATA-RIFERIMENTO
               DISPLAY 'DECORRENZA FUTURA: ' WS-DATA-EFFETTO
               MOVE 'DATA FUTURA IN FUSIONE-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           MOVE 'S' TO WS-PARAMETRI-VALIDI.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     IF PAR-CHIAVE = 'VECCHIA   '
                         MOVE PAR-VALORE TO WS-VECCHIA
                     END-IF
                     IF PAR-CHIAVE = 'NUOVA     '
                         MOVE PAR-VALORE TO WS-NUOVA
                     END-IF
                     IF PAR-CHIAVE = 'DATA      '
                         MOVE PAR-VALORE TO WS-DATA-PARAM
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       SEGNALA-PARAMETRI.
           DISPLAY ECC-DESCRIZIONE.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE 'N' TO WS-PARAMETRI-VALIDI.
           MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO.
           MOVE WS-VECCHIA        TO ECC-CHIAVE.
           MOVE 'G' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-PARAMETRI.
            EXIT.
      *
       VERIFICA-CITTA.
      **************************************************************
      * IL VECCHIO NOME DEVE ESSERE CENSITO IN CITTA.IDX (UN NOME   *
      * SBAGLIATO NON DEVE FINIRE NEGLI ALIAS NE' NEL REGISTRO DI   *
      * CONTINUITA'). SE IL NUOVO NOME E' GIA' CENSITO SI TRATTA DI *
      * UNA FUSIONE, ALTRIMENTI DI UN CAMBIO DI NOME: LA SCHEDA DEL *
      * VECCHIO (PROVINCIA, REGIONE, ESTERO) PASSA AL NUOVO NOME.   *
      **************************************************************
           OPEN INPUT CITTAF.
           IF WS-CITTA-STATUS NOT = '00'
               MOVE 'FILE CITTA.IDX NON DISPONIBILE'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-PARAMETRI THRU FINE-SEGNALA-PARAMETRI
               GO TO FINE-VERIFICA-CITTA
           END-IF.
           MOVE WS-VECCHIA TO CIT-NOME.
           READ CITTAF KEY IS CIT-NOME
                INVALID KEY
                     MOVE 'VECCHIO NOME NON CENSITO IN CITTA.IDX'
                          TO ECC-DESCRIZIONE
                     PERFORM SEGNALA-PARAMETRI
                        THRU FINE-SEGNALA-PARAMETRI
                NOT INVALID KEY
                     MOVE REC-CITTAF TO WS-SCHEDA-VECCHIA
           END-READ.
           IF WS-PARAMETRI-VALIDI = 'S'
               MOVE WS-NUOVA TO CIT-NOME
               READ CITTAF KEY IS CIT-NOME
                    INVALID KEY
                         MOVE 'R' TO WS-TIPO
                    NOT INVALID KEY
                         MOVE 'F' TO WS-TIPO
               END-READ
           END-IF.
           CLOSE CITTAF.
       FINE-VERIFICA-CITTA.
            EXIT.
      *
       ELABORA-ANAGR-IDX.
      **************************************************************
      * MASTER VERSIONATO: LA PRIMA PASSATA CONTA LE PERSONE IN     *
      * VIGORE ALLA DECORRENZA E RACCOGLIE LE VERSIONI DA SCRIVERE, *
      * POI SI SCRIVONO (NUOVA VERSIONE DATATA ALLA DECORRENZA, O   *
      * CORREZIONE SUL POSTO DI UNA VERSIONE POSTERIORE) E UNA      *
      * SECONDA PASSATA RICONTA LE STESSE PERSONE. ANAGR.TXT E      *
      * ANAGRA.TXT NON SI TOCCANO: LI RIGENERA DERIVA DA ANAGR.IDX, *
      * E NEL REPORT PORTANO GLI STESSI CONTEGGI DEL MASTER.        *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'ANAGR.IDX' TO WS-NOME-FILE.
           MOVE ZERO TO WS-NUM-VERSIONI.
           OPEN I-O IDXF.
           IF WS-IDX-STATUS NOT = '00'
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-ANAGR-IDX
           END-IF.
           MOVE 1 TO WS-FASE.
           PERFORM SCORRI-MASTER THRU FINE-SCORRI-MASTER.
           IF WS-TROPPO-GRANDE = 'S'
               CLOSE IDXF
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-ANAGR-IDX
           END-IF.
           PERFORM SCRIVI-VERSIONE THRU FINE-SCRIVI-VERSIONE
                VARYING IND-VERS FROM 1 BY 1
                UNTIL IND-VERS > WS-NUM-VERSIONI.
           MOVE 2 TO WS-FASE.
           PERFORM SCORRI-MASTER THRU FINE-SCORRI-MASTER.
           CLOSE IDXF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
           PERFORM STAMPA-DERIVATI THRU FINE-STAMPA-DERIVATI.
       FINE-ELABORA-ANAGR-IDX.
            EXIT.
      *
       STAMPA-DERIVATI.
           MOVE 'DA DERIVA ' TO WS-ESITO.
           MOVE 'ANAGR.TXT' TO WS-NOME-FILE.
           PERFORM STAMPA-RIGA-FILE THRU FINE-STAMPA-RIGA-FILE.
           MOVE 'ANAGRA.TXT' TO WS-NOME-FILE.
           PERFORM STAMPA-RIGA-FILE THRU FINE-STAMPA-RIGA-FILE.
       FINE-STAMPA-DERIVATI.
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
                     IF IDX-DATA-EFF NOT > WS-DATA-EFFETTO
                         MOVE REC-IDXF TO WS-ULTIMA-VERSIONE
                         MOVE 'S' TO WS-VERSIONE-TROVATA
                     ELSE
                         IF IDX-CITTA = WS-VECCHIA
                             PERFORM VERSIONE-POSTERIORE
                                THRU FINE-VERSIONE-POSTERIORE
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       VERSIONE-POSTERIORE.
      **************************************************************
      * UNA VERSIONE DATATA DOPO LA DECORRENZA CHE PORTA ANCORA IL  *
      * VECCHIO NOME SI CORREGGE SUL POSTO; SE DOPO LA SCRITTURA NE *
      * RESTA UNA, E' UN VECCHIO NOME SOPRAVVISSUTO E NON QUADRA.   *
      **************************************************************
           IF WS-FASE = 2
               ADD 1 TO WS-VECCHIA-DOPO
               GO TO FINE-VERSIONE-POSTERIORE
           END-IF.
           IF WS-NUM-VERSIONI < WS-MAX-VERSIONI
               ADD 1 TO WS-NUM-VERSIONI
               MOVE REC-IDXF TO TV-VERSIONE(WS-NUM-VERSIONI)
               MOVE 'R'      TO TV-AZIONE(WS-NUM-VERSIONI)
           ELSE
               MOVE 'S' TO WS-TROPPO-GRANDE
               MOVE 'S' TO WS-IDX-EOF
           END-IF.
       FINE-VERSIONE-POSTERIORE.
            EXIT.
      *
       VALUTA-PERSONA.
           IF WS-VERSIONE-TROVATA = 'N'
               GO TO FINE-VALUTA-PERSONA
           END-IF.
           MOVE VG-CITTA TO WS-CITTA-RIGA.
           IF WS-FASE = 2
               PERFORM CONTA-RIGA-DOPO THRU FINE-CONTA-RIGA-DOPO
               GO TO FINE-VALUTA-PERSONA
           END-IF.
           PERFORM CONTA-RIGA-PRIMA THRU FINE-CONTA-RIGA-PRIMA.
           IF VG-CITTA = WS-VECCHIA
               IF WS-NUM-VERSIONI < WS-MAX-VERSIONI
                   ADD 1 TO WS-NUM-VERSIONI
                   MOVE WS-ULTIMA-VERSIONE
                        TO TV-VERSIONE(WS-NUM-VERSIONI)
                   MOVE 'N' TO TV-AZIONE(WS-NUM-VERSIONI)
               ELSE
                   MOVE 'S' TO WS-TROPPO-GRANDE
                   MOVE 'S' TO WS-IDX-EOF
               END-IF
           END-IF.
       FINE-VALUTA-PERSONA.
            EXIT.
      *
       SCRIVI-VERSIONE.
      **************************************************************
      * LA NUOVA VERSIONE PRENDE LA DECORRENZA DEL PARAMETRO; SE    *
      * LA PERSONA HA GIA' UNA VERSIONE CON QUELLA DATA, SI         *
      * SOSTITUISCE. OGNI SCRITTURA RIUSCITA LASCIA LA RIGA         *
      * PRIMA/DOPO SUL GIORNALE DELLE VARIAZIONI.                   *
      **************************************************************
           MOVE TV-VERSIONE(IND-VERS) TO REC-IDXF.
           MOVE IDX-ID   TO WS-ID-CORRENTE.
           MOVE WS-NUOVA TO IDX-CITTA.
           MOVE 'S' TO WS-SCRITTURA-OK.
           IF TV-AZIONE(IND-VERS) = 'N'
               MOVE WS-DATA-EFFETTO TO IDX-DATA-EFF
               WRITE REC-IDXF INVALID KEY
                    REWRITE REC-IDXF INVALID KEY
                         MOVE 'N' TO WS-SCRITTURA-OK
                    END-REWRITE
               END-WRITE
           ELSE
               REWRITE REC-IDXF INVALID KEY
                    MOVE 'N' TO WS-SCRITTURA-OK
               END-REWRITE
           END-IF.
           IF WS-SCRITTURA-OK = 'N'
               MOVE 'SCRIVI-VERSIONE' TO ECC-PARAGRAFO
               MOVE WS-ID-CORRENTE    TO ECC-CHIAVE
               MOVE 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO FINE-SCRIVI-VERSIONE
           END-IF.
           ADD 1 TO WS-RIGHE-TOCCATE WS-CONTA-RINOMINATE.
           MOVE WS-ID-CORRENTE TO VAR-ID.
           MOVE TV-VERSIONE(IND-VERS) TO WS-VAR-VERSIONE.
           PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE.
           MOVE WS-VAR-IMMAGINE TO VAR-PRIMA.
           MOVE REC-IDXF TO WS-VAR-VERSIONE.
           PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE.
           MOVE WS-VAR-IMMAGINE TO VAR-DOPO.
           PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE.
       FINE-SCRIVI-VERSIONE.
            EXIT.
      *
       ELABORA-INDIRIZZI.
      **************************************************************
      * INDIRIZZI.IDX HA PER CHIAVE L'ID-PERSONA: SI SCORRE TUTTO,  *
      * SI CORREGGE SUL POSTO OGNI RECAPITO NEL VECCHIO COMUNE E    *
      * UNA SECONDA PASSATA RICONTA.                                *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'INDIRIZZI.IDX' TO WS-NOME-FILE.
           OPEN I-O INDIRF.
           IF WS-INDIR-STATUS NOT = '00'
               PERFORM STAMPA-ASSENTE THRU FINE-STAMPA-ASSENTE
               GO TO FINE-ELABORA-INDIRIZZI
           END-IF.
           MOVE 1 TO WS-FASE.
           PERFORM SCORRI-INDIRIZZI THRU FINE-SCORRI-INDIRIZZI.
           MOVE 2 TO WS-FASE.
           PERFORM SCORRI-INDIRIZZI THRU FINE-SCORRI-INDIRIZZI.
           CLOSE INDIRF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-INDIRIZZI.
            EXIT.
      *
       SCORRI-INDIRIZZI.
           MOVE 'N' TO FINE-FILE.
           MOVE ZERO TO INDIRM-ID.
           START INDIRF KEY IS NOT LESS THAN INDIRM-ID
                INVALID KEY MOVE 'S' TO FINE-FILE
           END-START.
           PERFORM LEGGI-INDIRIZZO THRU FINE-LEGGI-INDIRIZZO
                UNTIL FINE-FILE = 'S'.
       FINE-SCORRI-INDIRIZZI.
            EXIT.
      *
       LEGGI-INDIRIZZO.
           READ INDIRF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                GO TO FINE-LEGGI-INDIRIZZO
           END-READ.
           MOVE INDIRM-CITTA TO WS-CITTA-RIGA.
           IF WS-FASE = 2
               PERFORM CONTA-RIGA-DOPO THRU FINE-CONTA-RIGA-DOPO
               GO TO FINE-LEGGI-INDIRIZZO
           END-IF.
           PERFORM CONTA-RIGA-PRIMA THRU FINE-CONTA-RIGA-PRIMA.
           IF INDIRM-CITTA = WS-VECCHIA
               MOVE WS-NUOVA TO INDIRM-CITTA
               REWRITE REC-INDIRF INVALID KEY
                    MOVE 'LEGGI-INDIRIZZO' TO ECC-PARAGRAFO
                    MOVE INDIRM-ID         TO ECC-CHIAVE
                    MOVE 'ERRORE DI SCRITTURA SU INDIRIZZI.IDX'
                         TO ECC-DESCRIZIONE
                    MOVE 'A' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE
                       THRU FINE-SCRIVI-ECCEZIONE
                    IF WS-RETURN-CODE < 4
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                NOT INVALID KEY
                    ADD 1 TO WS-RIGHE-TOCCATE WS-CONTA-RINOMINATE
               END-REWRITE
           END-IF.
       FINE-LEGGI-INDIRIZZO.
            EXIT.
      *
       ELABORA-FAMIGLIE.
      **************************************************************
      * FAMIGLIE.TXT: LA CITTA E' NELLE COLONNE 7-16. LE FAMIGLIE   *
      * DELLO STESSO COGNOME NEI DUE COMUNI RESTANO DUE RIGHE: LE   *
      * RIUNISCE, SE E' IL CASO, LA PROSSIMA CORSA DI FAMIGLIE.     *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'FAMIGLIE.TXT' TO WS-NOME-FILE.
           MOVE 7   TO WS-POS-CITTA.
           MOVE 'N' TO WS-CHIAVE-CITTA.
           OPEN INPUT FAMIGLIE.
           IF WS-FAMIGLIE-STATUS NOT = '00'
               CLOSE FAMIGLIE
               PERFORM STAMPA-ASSENTE THRU FINE-STAMPA-ASSENTE
               GO TO FINE-ELABORA-FAMIGLIE
           END-IF.
           PERFORM CARICA-RIGA-FAMIGLIA THRU FINE-CARICA-RIGA-FAMIGLIA
                UNTIL FINE-FILE = 'S'.
           CLOSE FAMIGLIE.
           IF WS-TROPPO-GRANDE = 'S'
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-FAMIGLIE
           END-IF.
           PERFORM RINOMINA-RIGA THRU FINE-RINOMINA-RIGA
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           OPEN OUTPUT FAMIGLIE.
           PERFORM RISCRIVI-RIGA-FAMIGLIA
              THRU FINE-RISCRIVI-RIGA-FAMIGLIA
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           CLOSE FAMIGLIE.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-FAMIGLIE.
            EXIT.
      *
       CARICA-RIGA-FAMIGLIA.
           READ FAMIGLIE INTO WS-RIGA-LETTA AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM ACCODA-RIGA THRU FINE-ACCODA-RIGA
           END-READ.
       FINE-CARICA-RIGA-FAMIGLIA.
            EXIT.
      *
       RISCRIVI-RIGA-FAMIGLIA.
           IF TR-TIENI(IND-RIGA) = 'S'
               MOVE TR-RIGA(IND-RIGA)(1:39) TO REC-FAMIGLIE
               WRITE REC-FAMIGLIE
           END-IF.
       FINE-RISCRIVI-RIGA-FAMIGLIA.
            EXIT.
      *
       ELABORA-ROUTE.
      **************************************************************
      * CITTA-ROUTE.TXT HA UNA RIGA PER CITTA: IN UNA FUSIONE LA    *
      * ROTTA DEL COMUNE CHE RESTA VALE PER TUTTI E LA RIGA DEL     *
      * VECCHIO SI TOGLIE; IN UN CAMBIO DI NOME SI RINOMINA.        *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'CITTA-ROUTE' TO WS-NOME-FILE.
           MOVE 1   TO WS-POS-CITTA.
           MOVE 'S' TO WS-CHIAVE-CITTA.
           OPEN INPUT ROUTEF.
           IF WS-ROUTE-STATUS NOT = '00'
               CLOSE ROUTEF
               PERFORM STAMPA-ASSENTE THRU FINE-STAMPA-ASSENTE
               GO TO FINE-ELABORA-ROUTE
           END-IF.
           PERFORM CARICA-RIGA-ROUTE THRU FINE-CARICA-RIGA-ROUTE
                UNTIL FINE-FILE = 'S'.
           CLOSE ROUTEF.
           IF WS-TROPPO-GRANDE = 'S'
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-ROUTE
           END-IF.
           PERFORM RINOMINA-RIGA THRU FINE-RINOMINA-RIGA
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           OPEN OUTPUT ROUTEF.
           PERFORM RISCRIVI-RIGA-ROUTE THRU FINE-RISCRIVI-RIGA-ROUTE
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           CLOSE ROUTEF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-ROUTE.
            EXIT.
      *
       CARICA-RIGA-ROUTE.
           READ ROUTEF INTO WS-RIGA-LETTA AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM ACCODA-RIGA THRU FINE-ACCODA-RIGA
           END-READ.
       FINE-CARICA-RIGA-ROUTE.
            EXIT.
      *
       RISCRIVI-RIGA-ROUTE.
           IF TR-TIENI(IND-RIGA) = 'S'
               MOVE TR-RIGA(IND-RIGA)(1:11) TO REC-ROUTEF
               WRITE REC-ROUTEF
           END-IF.
       FINE-RISCRIVI-RIGA-ROUTE.
            EXIT.
      *
       ELABORA-CATASTO.
      **************************************************************
      * CITTA-CATASTO.TXT: IL CODICE CATASTALE DEL COMUNE CESSATO   *
      * RESTA (E' NEL CODICE FISCALE DI CHI VI E' NATO) MA ORA      *
      * RICONDUCE AL NUOVO NOME: SI RINOMINA, NON SI TOGLIE.        *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'CITTA-CATASTO' TO WS-NOME-FILE.
           MOVE 1   TO WS-POS-CITTA.
           MOVE 'N' TO WS-CHIAVE-CITTA.
           OPEN INPUT CATASTOF.
           IF WS-CATASTO-STATUS NOT = '00'
               CLOSE CATASTOF
               PERFORM STAMPA-ASSENTE THRU FINE-STAMPA-ASSENTE
               GO TO FINE-ELABORA-CATASTO
           END-IF.
           PERFORM CARICA-RIGA-CATASTO THRU FINE-CARICA-RIGA-CATASTO
                UNTIL FINE-FILE = 'S'.
           CLOSE CATASTOF.
           IF WS-TROPPO-GRANDE = 'S'
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-CATASTO
           END-IF.
           PERFORM RINOMINA-RIGA THRU FINE-RINOMINA-RIGA
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           OPEN OUTPUT CATASTOF.
           PERFORM RISCRIVI-RIGA-CATASTO
              THRU FINE-RISCRIVI-RIGA-CATASTO
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           CLOSE CATASTOF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-CATASTO.
            EXIT.
      *
       CARICA-RIGA-CATASTO.
           READ CATASTOF INTO WS-RIGA-LETTA AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM ACCODA-RIGA THRU FINE-ACCODA-RIGA
           END-READ.
       FINE-CARICA-RIGA-CATASTO.
            EXIT.
      *
       RISCRIVI-RIGA-CATASTO.
           IF TR-TIENI(IND-RIGA) = 'S'
               MOVE TR-RIGA(IND-RIGA)(1:15) TO REC-CATASTOF
               WRITE REC-CATASTOF
           END-IF.
       FINE-RISCRIVI-RIGA-CATASTO.
            EXIT.
      *
       ELABORA-CITTA.
      **************************************************************
      * CITTA.IDX PER ULTIMO: NEL CAMBIO DI NOME LA SCHEDA DEL      *
      * VECCHIO SI RISCRIVE COL NUOVO NOME, NELLA FUSIONE RESTA     *
      * QUELLA DEL NUOVO; IN ENTRAMBI I CASI IL VECCHIO SI TOGLIE.  *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'CITTA.IDX' TO WS-NOME-FILE.
           OPEN I-O CITTAF.
           IF WS-CITTA-STATUS NOT = '00'
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-CITTA
           END-IF.
           MOVE 1 TO WS-FASE.
           PERFORM CONTA-CITTA THRU FINE-CONTA-CITTA.
           IF WS-TIPO = 'R'
               MOVE WS-SCHEDA-VECCHIA TO REC-CITTAF
               MOVE WS-NUOVA TO CIT-NOME
               WRITE REC-CITTAF INVALID KEY
                    MOVE 'ERRORE DI SCRITTURA SU CITTA.IDX'
                         TO ECC-DESCRIZIONE
                    PERFORM SEGNALA-CITTA THRU FINE-SEGNALA-CITTA
               END-WRITE
           ELSE
               ADD 1 TO WS-RIGHE-TOLTE
           END-IF.
           MOVE WS-VECCHIA TO CIT-NOME.
           DELETE CITTAF INVALID KEY
                MOVE 'ERRORE DI CANCELLAZIONE SU CITTA.IDX'
                     TO ECC-DESCRIZIONE
                PERFORM SEGNALA-CITTA THRU FINE-SEGNALA-CITTA
           NOT INVALID KEY
                ADD 1 TO WS-RIGHE-TOCCATE WS-CONTA-RINOMINATE
           END-DELETE.
           MOVE 2 TO WS-FASE.
           PERFORM CONTA-CITTA THRU FINE-CONTA-CITTA.
           CLOSE CITTAF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-CITTA.
            EXIT.
      *
       CONTA-CITTA.
           MOVE 'N' TO FINE-FILE.
           MOVE LOW-VALUES TO CIT-NOME.
           START CITTAF KEY IS NOT LESS THAN CIT-NOME
                INVALID KEY MOVE 'S' TO FINE-FILE
           END-START.
           PERFORM LEGGI-CITTA THRU FINE-LEGGI-CITTA
                UNTIL FINE-FILE = 'S'.
       FINE-CONTA-CITTA.
            EXIT.
      *
       LEGGI-CITTA.
           READ CITTAF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE CIT-NOME TO WS-CITTA-RIGA
                     IF WS-FASE = 1
                         PERFORM CONTA-RIGA-PRIMA
                            THRU FINE-CONTA-RIGA-PRIMA
                     ELSE
                         PERFORM CONTA-RIGA-DOPO
                            THRU FINE-CONTA-RIGA-DOPO
                     END-IF
           END-READ.
       FINE-LEGGI-CITTA.
            EXIT.
      *
       SEGNALA-CITTA.
           MOVE 'ELABORA-CITTA' TO ECC-PARAGRAFO.
           MOVE WS-VECCHIA      TO ECC-CHIAVE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-SEGNALA-CITTA.
            EXIT.
      *
       ELABORA-ALIAS.
      **************************************************************
      * CITTA-ALIAS.TXT: GLI ALIAS CHE PORTAVANO AL VECCHIO NOME    *
      * ORA PORTANO AL NUOVO; SI TOLGONO LE RIGHE CHE AVEVANO PER   *
      * VARIANTE IL VECCHIO O IL NUOVO NOME (IL NUOVO E' CANONICO,  *
      * IL VECCHIO ORA HA UNA SOLA DESTINAZIONE) E SI AGGIUNGE LA   *
      * RIGA VECCHIO -> NUOVO. QUI I CONTEGGI DEL VECCHIO E DEL     *
      * NUOVO NOME SONO SULLA CANONICA.                             *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'CITTA-ALIAS' TO WS-NOME-FILE.
           MOVE 12  TO WS-POS-CITTA.
           OPEN INPUT ALIASF.
           IF WS-ALIAS-STATUS = '00'
               PERFORM CARICA-RIGA-ALIAS THRU FINE-CARICA-RIGA-ALIAS
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE ALIASF.
           IF WS-TROPPO-GRANDE = 'S'
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-ALIAS
           END-IF.
           PERFORM RINOMINA-ALIAS THRU FINE-RINOMINA-ALIAS
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           MOVE SPACES     TO REC-ALIASF.
           MOVE WS-VECCHIA TO ALI-VARIANTE.
           MOVE WS-NUOVA   TO ALI-CANONICA.
           IF WS-NUM-RIGHE NOT < WS-MAX-RIGHE
               MOVE 'S' TO WS-TROPPO-GRANDE
               PERFORM SEGNALA-NON-LAVORABILE
                  THRU FINE-SEGNALA-NON-LAVORABILE
               GO TO FINE-ELABORA-ALIAS
           END-IF.
           ADD 1 TO WS-NUM-RIGHE.
           MOVE REC-ALIASF TO TR-RIGA(WS-NUM-RIGHE).
           MOVE 'S' TO TR-TIENI(WS-NUM-RIGHE).
           ADD 1 TO WS-RIGHE-AGGIUNTE.
           MOVE WS-NUOVA TO WS-CITTA-RIGA.
           PERFORM CONTA-RIGA-DOPO THRU FINE-CONTA-RIGA-DOPO.
           OPEN OUTPUT ALIASF.
           PERFORM RISCRIVI-RIGA-ALIAS THRU FINE-RISCRIVI-RIGA-ALIAS
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           CLOSE ALIASF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-ALIAS.
            EXIT.
      *
       CARICA-RIGA-ALIAS.
           READ ALIASF INTO WS-RIGA-LETTA AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM ACCODA-RIGA THRU FINE-ACCODA-RIGA
           END-READ.
       FINE-CARICA-RIGA-ALIAS.
            EXIT.
      *
       RINOMINA-ALIAS.
           IF TR-RIGA(IND-RIGA)(1:10) = WS-VECCHIA
                   OR TR-RIGA(IND-RIGA)(1:10) = WS-NUOVA
               MOVE 'N' TO TR-TIENI(IND-RIGA)
               ADD 1 TO WS-RIGHE-TOLTE
               GO TO FINE-RINOMINA-ALIAS
           END-IF.
           IF TR-RIGA(IND-RIGA)(12:10) = WS-VECCHIA
               MOVE WS-NUOVA TO TR-RIGA(IND-RIGA)(12:10)
               ADD 1 TO WS-RIGHE-TOCCATE WS-CONTA-RINOMINATE
           END-IF.
           MOVE TR-RIGA(IND-RIGA)(12:10) TO WS-CITTA-RIGA.
           PERFORM CONTA-RIGA-DOPO THRU FINE-CONTA-RIGA-DOPO.
       FINE-RINOMINA-ALIAS.
            EXIT.
      *
       RISCRIVI-RIGA-ALIAS.
           IF TR-TIENI(IND-RIGA) = 'S'
               MOVE TR-RIGA(IND-RIGA)(1:21) TO REC-ALIASF
               WRITE REC-ALIASF
           END-IF.
       FINE-RISCRIVI-RIGA-ALIAS.
            EXIT.
      *
       ELABORA-CONTINUITA.
      **************************************************************
      * SEGNA LA CONTINUITA' NEL REGISTRO DELLO STORICO ABI, UNA    *
      * SOLA VOLTA PER COPPIA VECCHIO/NUOVO (UNA CORSA RIFATTA NON  *
      * DUPLICA LA RIGA). IL REGISTRO E' STORIA E NON SI RINOMINA:  *
      * LE RIGHE CHE FINIVANO SUL VECCHIO NOME, LETTE ATTRAVERSO LA *
      * CATENA, ORA FINISCONO SUL NUOVO, E COSI' SI CONTANO DOPO.   *
      **************************************************************
           PERFORM AZZERA-CONTEGGI THRU FINE-AZZERA-CONTEGGI.
           MOVE 'ABI-CONTINUITA' TO WS-NOME-FILE.
           MOVE 'N' TO WS-CONTINUITA-GIA.
           OPEN INPUT CONTINF.
           IF WS-CONTINUITA-STATUS = '00'
               PERFORM LEGGI-CONTINUITA THRU FINE-LEGGI-CONTINUITA
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE CONTINF.
           MOVE WS-RIGHE-PRIMA   TO WS-RIGHE-DOPO.
           MOVE ZERO             TO WS-VECCHIA-DOPO.
           ADD WS-VECCHIA-PRIMA WS-NUOVA-PRIMA GIVING WS-NUOVA-DOPO.
           IF WS-CONTINUITA-GIA = 'N'
               MOVE WS-DATA-EFFETTO TO CON-DATA
               MOVE WS-VECCHIA      TO CON-VECCHIA
               MOVE WS-NUOVA        TO CON-NUOVA
               OPEN EXTEND CONTINF
               IF WS-CONTINUITA-STATUS NOT = '00'
                   OPEN OUTPUT CONTINF
               END-IF
               WRITE REC-CONTINF FROM RIGA-CONTINUITA
               CLOSE CONTINF
               ADD 1 TO WS-RIGHE-AGGIUNTE WS-RIGHE-DOPO
               ADD 1 TO WS-NUOVA-DOPO
           END-IF.
           PERFORM STAMPA-QUADRATURA THRU FINE-STAMPA-QUADRATURA.
       FINE-ELABORA-CONTINUITA.
            EXIT.
      *
       LEGGI-CONTINUITA.
           READ CONTINF INTO RIGA-CONTINUITA AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE CON-NUOVA TO WS-CITTA-RIGA
                     PERFORM CONTA-RIGA-PRIMA
                        THRU FINE-CONTA-RIGA-PRIMA
                     IF CON-VECCHIA = WS-VECCHIA
                             AND CON-NUOVA = WS-NUOVA
                         MOVE 'S' TO WS-CONTINUITA-GIA
                     END-IF
           END-READ.
       FINE-LEGGI-CONTINUITA.
            EXIT.
      *
       AZZERA-CONTEGGI.
           MOVE ZERO TO WS-NUM-RIGHE WS-RIGHE-PRIMA WS-RIGHE-DOPO.
           MOVE ZERO TO WS-VECCHIA-PRIMA WS-NUOVA-PRIMA.
           MOVE ZERO TO WS-VECCHIA-DOPO WS-NUOVA-DOPO.
           MOVE ZERO TO WS-RIGHE-TOLTE WS-RIGHE-AGGIUNTE.
           MOVE ZERO TO WS-RIGHE-TOCCATE.
           MOVE 'N'  TO FINE-FILE WS-TROPPO-GRANDE.
       FINE-AZZERA-CONTEGGI.
            EXIT.
      *
       ACCODA-RIGA.
      **************************************************************
      * ACCODA WS-RIGA-LETTA ALLA TABELLA DI LAVORO E LA CONTA      *
      * FRA LE RIGHE PRIMA (CITTA ALLA POSIZIONE WS-POS-CITTA).     *
      **************************************************************
           IF WS-NUM-RIGHE < WS-MAX-RIGHE
               ADD 1 TO WS-NUM-RIGHE
               MOVE WS-RIGA-LETTA TO TR-RIGA(WS-NUM-RIGHE)
               MOVE 'S' TO TR-TIENI(WS-NUM-RIGHE)
               MOVE WS-RIGA-LETTA(WS-POS-CITTA:10) TO WS-CITTA-RIGA
               PERFORM CONTA-RIGA-PRIMA THRU FINE-CONTA-RIGA-PRIMA
           ELSE
               MOVE 'S' TO WS-TROPPO-GRANDE
               MOVE 'S' TO FINE-FILE
           END-IF.
       FINE-ACCODA-RIGA.
            EXIT.
      *
       RINOMINA-RIGA.
      **************************************************************
      * RINOMINA LA CITTA DELLA RIGA; NEI FILE CON UNA RIGA PER     *
      * CITTA (WS-CHIAVE-CITTA = 'S'), SE IL NUOVO NOME C'ERA GIA', *
      * LA RIGA DEL VECCHIO SI TOGLIE INVECE DI DUPLICARLO.         *
      **************************************************************
           MOVE TR-RIGA(IND-RIGA)(WS-POS-CITTA:10) TO WS-CITTA-RIGA.
           IF WS-CITTA-RIGA = WS-VECCHIA
               IF WS-CHIAVE-CITTA = 'S' AND WS-NUOVA-PRIMA > ZERO
                   MOVE 'N' TO TR-TIENI(IND-RIGA)
                   ADD 1 TO WS-RIGHE-TOLTE
               ELSE
                   MOVE WS-NUOVA
                        TO TR-RIGA(IND-RIGA)(WS-POS-CITTA:10)
                   MOVE WS-NUOVA TO WS-CITTA-RIGA
               END-IF
               ADD 1 TO WS-RIGHE-TOCCATE WS-CONTA-RINOMINATE
           END-IF.
           IF TR-TIENI(IND-RIGA) = 'S'
               PERFORM CONTA-RIGA-DOPO THRU FINE-CONTA-RIGA-DOPO
           END-IF.
       FINE-RINOMINA-RIGA.
            EXIT.
      *
       CONTA-RIGA-PRIMA.
           ADD 1 TO WS-RIGHE-PRIMA WS-CONTA-LETTI.
           IF WS-CITTA-RIGA = WS-VECCHIA
               ADD 1 TO WS-VECCHIA-PRIMA
           END-IF.
           IF WS-CITTA-RIGA = WS-NUOVA
               ADD 1 TO WS-NUOVA-PRIMA
           END-IF.
       FINE-CONTA-RIGA-PRIMA.
            EXIT.
      *
       CONTA-RIGA-DOPO.
           ADD 1 TO WS-RIGHE-DOPO.
           IF WS-CITTA-RIGA = WS-VECCHIA
               ADD 1 TO WS-VECCHIA-DOPO
           END-IF.
           IF WS-CITTA-RIGA = WS-NUOVA
               ADD 1 TO WS-NUOVA-DOPO
           END-IF.
       FINE-CONTA-RIGA-DOPO.
            EXIT.
      *
       STAMPA-QUADRATURA.
      **************************************************************
      * UN FILE QUADRA SE NON GLI RESTA IL VECCHIO NOME E SE LE     *
      * RIGHE DOPO, PIU' QUELLE TOLTE, MENO QUELLE AGGIUNTE, SONO   *
      * QUELLE DI PRIMA; SENZA RIGHE AGGIUNTE IL NUOVO NOME DEVE    *
      * AVERE, PIU' LE TOLTE, LE RIGHE CHE AVEVANO I DUE NOMI PRIMA.*
      * UN FILE CHE NON QUADRA E' UN ERRORE GRAVE.                  *
      **************************************************************
           MOVE 'QUADRA    ' TO WS-ESITO.
           IF WS-VECCHIA-DOPO NOT = ZERO
               MOVE 'NON QUADRA' TO WS-ESITO
           END-IF.
           IF WS-RIGHE-DOPO + WS-RIGHE-TOLTE
                   NOT = WS-RIGHE-PRIMA + WS-RIGHE-AGGIUNTE
               MOVE 'NON QUADRA' TO WS-ESITO
           END-IF.
           IF WS-RIGHE-AGGIUNTE = ZERO
                   AND WS-NUOVA-DOPO + WS-RIGHE-TOLTE
                       NOT = WS-VECCHIA-PRIMA + WS-NUOVA-PRIMA
               MOVE 'NON QUADRA' TO WS-ESITO
           END-IF.
           IF WS-ESITO = 'NON QUADRA'
               ADD 1 TO WS-CONTA-NON-QUADRA
               MOVE 'S' TO WS-ERRORE
               DISPLAY 'ARCHIVIO CHE NON QUADRA: ' WS-NOME-FILE
               MOVE 'STAMPA-QUADRATURA' TO ECC-PARAGRAFO
               MOVE WS-NOME-FILE        TO ECC-CHIAVE
               MOVE 'FUSIONE: CONTEGGI PRIMA/DOPO CHE NON QUADRANO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           PERFORM STAMPA-RIGA-FILE THRU FINE-STAMPA-RIGA-FILE.
       FINE-STAMPA-QUADRATURA.
            EXIT.
      *
       STAMPA-ASSENTE.
           MOVE 'ASSENTE   ' TO WS-ESITO.
           PERFORM STAMPA-RIGA-FILE THRU FINE-STAMPA-RIGA-FILE.
       FINE-STAMPA-ASSENTE.
            EXIT.
      *
       STAMPA-RIGA-FILE.
           MOVE WS-NOME-FILE      TO RQ-FILE.
           MOVE WS-RIGHE-PRIMA    TO RQ-RIGHE-PRIMA.
           MOVE WS-RIGHE-DOPO     TO RQ-RIGHE-DOPO.
           MOVE WS-VECCHIA-PRIMA  TO RQ-VECCHIA-PRIMA.
           MOVE WS-NUOVA-PRIMA    TO RQ-NUOVA-PRIMA.
           MOVE WS-VECCHIA-DOPO   TO RQ-VECCHIA-DOPO.
           MOVE WS-NUOVA-DOPO     TO RQ-NUOVA-DOPO.
           MOVE WS-RIGHE-TOLTE    TO RQ-TOLTE.
           MOVE WS-RIGHE-AGGIUNTE TO RQ-AGGIUNTE.
           MOVE WS-ESITO          TO RQ-ESITO.
           MOVE RIGA-QUADRATURA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-RIGA-FILE.
            EXIT.
      *
       SEGNALA-NON-LAVORABILE.
           MOVE 'S' TO WS-ERRORE.
           DISPLAY 'ARCHIVIO NON LAVORABILE: ' WS-NOME-FILE.
           MOVE 'SEGNALA-NON-LAVORABILE' TO ECC-PARAGRAFO.
           MOVE WS-NOME-FILE             TO ECC-CHIAVE.
           MOVE 'FUSIONE: ARCHIVIO NON LAVORABILE' TO ECC-DESCRIZIONE.
           MOVE 'G' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
           MOVE 'ERRORE    ' TO WS-ESITO.
           PERFORM STAMPA-RIGA-FILE THRU FINE-STAMPA-RIGA-FILE.
       FINE-SEGNALA-NON-LAVORABILE.
            EXIT.
      *
       APRI-REPORT.
           OPEN OUTPUT REPORTF.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE RIGA-COLONNE        TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           IF WS-TIPO = 'F'
               MOVE 'FUSIONE  ' TO RO-TIPO
           ELSE
               IF WS-TIPO = 'R'
                   MOVE 'RINOMINA ' TO RO-TIPO
               ELSE
                   MOVE 'RESPINTA ' TO RO-TIPO
               END-IF
           END-IF.
           MOVE WS-VECCHIA      TO RO-VECCHIA.
           MOVE WS-NUOVA        TO RO-NUOVA.
           MOVE WS-DATA-EFFETTO TO RO-DATA.
           MOVE RIGA-OPERAZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-APRI-REPORT.
            EXIT.
      *
       CHIUDI-REPORT.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE RINOMINATE O TOLTE  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-RINOMINATE          TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'ARCHIVI CHE NON QUADRANO  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-QUADRA          TO RC-VALORE.
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
           MOVE 'FUSIONE'    TO ECC-PROGRAMMA.
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
           MOVE 'FUSIONE '        TO VAR-PROGRAMMA.
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
           MOVE 'FUSIONE ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
