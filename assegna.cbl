       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSEGNA.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * ASSEGNAZIONE AUTOMATICA DELLA FILIALE ALLE PERSONE CHE NE
      * SONO ANCORA SENZA (FILIALE ZERO), CHE ALTRIMENTI NON
      * FINISCONO IN NESSUN PACCO DI DISTFIL NE' IN NESSUNA RIGA
      * DI RPTFIL. LA FILIALE SI RICAVA DAL BACINO DI UTENZA
      * MANTENUTO DALL'ESERCIZIO (BACINI-FILIALI.TXT): PRIMA LA
      * VOCE DELLA CITTA CANONICA DELLA PERSONA, IN MANCANZA QUELLA
      * DELLA SUA PROVINCIA LETTA DA CITTA.IDX.
      * DUE MODI, DA ASSEGNA-PARAM.TXT (MODO):
      *   PROPONI (DEFAULT) = SCRIVE LE PROPOSTE IN
      *             ASSEGNA-PROPOSTE.TXT E IL REPORT PER FILIALE DI
      *             QUANTE PERSONE OGNUNA ACQUISTEREBBE, CON GLI
      *             AVVISI PER I BACINI CHE PUNTANO A UNA FILIALE
      *             CHIUSA. NESSUNA MODIFICA AL MASTER.
      *   APPLICA = DOPO LA REVISIONE (LE RIGHE NON APPROVATE SI
      *             TOLGONO DAL FILE DELLE PROPOSTE) SCRIVE SU
      *             ANAGR.IDX UNA NUOVA VERSIONE DATATA PER OGNI
      *             PROPOSTA ANCORA VALIDA, CON LA RIGA PRIMA/DOPO
      *             SUL GIORNALE DELLE VARIAZIONI ANAGRAFICHE.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: MODO DI ESECUZIONE (FACOLTATIVO)

           SELECT OPTIONAL PARAMF ASSIGN TO 'ASSEGNA-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * BACINI DI UTENZA DELLE FILIALI, MANTENUTI DALL'ESERCIZIO

           SELECT OPTIONAL BACINIF ASSIGN TO 'BACINI-FILIALI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BACINI-STATUS.
      * MASTER DELLE FILIALI, PER LE VERIFICHE DI STATO

           SELECT FILIALIMF ASSIGN TO 'FILIALI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY FMF-CODICE
           ALTERNATE RECORD KEY IS FMF-DESC WITH DUPLICATES
           STATUS WS-FILIALIMF-STATUS.
      * MASTER DELLE CITTA' CENSITE, PER LA PROVINCIA (FACOLTATIVO)

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * MASTER INDICIZZATO VERSIONATO, UNA NUOVA VERSIONE PER PERSONA

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * PROPOSTE DI ASSEGNAZIONE, DA RIVEDERE PRIMA DELL'APPLICA

           SELECT OPTIONAL PROPOSTEF ASSIGN TO 'ASSEGNA-PROPOSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
      * REPORT DELLE ASSEGNAZIONI PER FILIALE

           SELECT REPORTF ASSIGN TO 'ASSEGNA-REPORTF.TXT'
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

       FD   BACINIF
            DATA RECORD IS REC-BACINIF.
       01 REC-BACINIF.
          05 BAC-TIPO       PIC X.
          05 FILLER         PIC X.
          05 BAC-CHIAVE     PIC X(10).
          05 FILLER         PIC X.
          05 BAC-FILIALE    PIC X(4).

       FD   FILIALIMF
            DATA RECORD IS REC-FILIALIMF.
       01 REC-FILIALIMF.
          05 FMF-CODICE    PIC 9(4).
          05 FMF-DESC      PIC X(16).
          05 FMF-STATO     PIC X.
          05 FMF-DATA-AP   PIC 9(8).
          05 FMF-DATA-CH   PIC 9(8).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA      PIC X(10).
          05 CMF-PROVINCIA  PIC X(2).
          05 CMF-REGIONE    PIC X(15).
          05 CMF-ESTERO     PIC X.

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
       01 REC-PROPOSTEF  PIC X(35).

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
       01   WS-BACINI-STATUS    PIC XX.
       01   WS-FILIALIMF-STATUS PIC XX.
       01   WS-CITTAMST-STATUS  PIC XX.
       01   WS-IDX-STATUS       PIC XX.
       01   WS-PROPOSTE-STATUS  PIC XX.

      ************************************************************
      *      MODO DI ESECUZIONE: 'P' = PROPONI, 'A' = APPLICA       *
      ************************************************************
       01 WS-MODO              PIC X VALUE 'P'.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-PARAMETRI-VALIDI  PIC X VALUE 'S'.
       01 WS-FILIALI-APERTO    PIC X VALUE 'N'.
       01 WS-CITTAMST-MODE     PIC X VALUE 'N'.
       01 WS-IDX-APERTO        PIC X VALUE 'N'.

      ************************************************************
      *      BACINI DI UTENZA: TIPO 'C' (CITTA CANONICA) O 'P'      *
      *      (SIGLA DI PROVINCIA) E FILIALE DI RIFERIMENTO. LO      *
      *      STATO DELLA FILIALE SI LEGGE AL CARICAMENTO: 'A' =     *
      *      ATTIVA, 'C' = CHIUSA, 'N' = NON CENSITA. SOLO I        *
      *      BACINI SU FILIALE ATTIVA PRODUCONO PROPOSTE.           *
      ************************************************************
       01 WS-MAX-BACINI        PIC 9(3) VALUE 500.
       01 TAB-BACINI.
            05 BACINO OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-BACINI
               INDEXED BY IND-BAC.
               10 BT-TIPO      PIC X.
               10 BT-CHIAVE    PIC X(10).
               10 BT-FILIALE   PIC 9(4).
               10 BT-STATO     PIC X.
       01 WS-NUM-BACINI        PIC 9(3) VALUE 0.
       01 WS-BACINI-EOF        PIC X VALUE 'N'.
       01 WS-BAC-TROVATO       PIC X VALUE 'N'.
       01 WS-POS-BAC           PIC 9(3) VALUE 0.
       01 WS-TIPO-CERCA        PIC X VALUE SPACE.
       01 WS-CHIAVE-CERCA      PIC X(10) VALUE SPACES.
       01 WS-BAC-DOPPIO        PIC X VALUE 'N'.

      ************************************************************
      *      RIGA DEL FILE DELLE PROPOSTE (ASSEGNA-PROPOSTE.TXT):   *
      *      PERSONA, CITTA CANONICA E PROVINCIA AL MOMENTO DELLA   *
      *      PROPOSTA, FILIALE PROPOSTA, BASE ('C' = BACINO DELLA   *
      *      CITTA, 'P' = DELLA PROVINCIA), DATA. IN ORDINE DI ID.  *
      *      LUNGHEZZA: 35 BYTE.                                    *
      ************************************************************
       01 RIGA-ASSEGNAZIONE.
            05 ASG-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 ASG-CITTA         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 ASG-PROVINCIA     PIC X(2).
            05 FILLER            PIC X     VALUE SPACE.
            05 ASG-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 ASG-BASE          PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 ASG-DATA          PIC 9(8).

      ************************************************************
      *      PROPOSTE APPROVATE (MODO APPLICA), IN ORDINE DI ID:    *
      *      LO SCORRIMENTO DEL MASTER LE CONFRONTA A CURSORE.      *
      *      TA-VALIDA = 'N' SE LA FILIALE NON E' PIU' ATTIVA.      *
      ************************************************************
       01 WS-MAX-APPROVATE     PIC 9(4) VALUE 5000.
       01 TAB-APPROVATE.
            05 APPROVATA OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-APPROVATE.
               10 TA-ID        PIC 9(5).
               10 TA-CITTA     PIC X(10).
               10 TA-FILIALE   PIC 9(4).
               10 TA-VALIDA    PIC X.
       01 WS-NUM-APPROVATE     PIC 9(4) VALUE 0.
       01 WS-IX-APP            PIC 9(4) VALUE 0.
       01 WS-APP-FINE          PIC X VALUE 'N'.
       01 WS-PROPOSTE-EOF      PIC X VALUE 'N'.
       01 WS-ID-PRECEDENTE     PIC 9(5) VALUE 0.

      ************************************************************
      *      TABELLA DELLE VERSIONI DA SCRIVERE (MODO APPLICA):     *
      *      SI RACCOLGONO NELLA PRIMA PASSATA E SI SCRIVONO DOPO,  *
      *      COME IN TRASFIL (SCRIVERE DURANTE LO SCORRIMENTO       *
      *      FAREBBE RILEGGERE LE VERSIONI APPENA AGGIUNTE).        *
      ************************************************************
       01 WS-MAX-RIGHE         PIC 9(4) VALUE 5000.
       01 TAB-RIGHE.
            05 RIGA-LAVORO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-RIGHE
               INDEXED BY IND-RIGA.
               10 TR-VERSIONE  PIC X(79).
               10 TR-FILIALE   PIC 9(4).
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
            05 VG-ANNI         PIC 999.
            05 VG-CITTA        PIC X(10).
            05 VG-FILIALE      PIC 9(4).
            05 VG-ANNO-NASC    PIC 9(4).
            05 VG-STATO        PIC X.
            05 FILLER          PIC X(24).
       01 WS-ID-CORRENTE       PIC 9(5) VALUE 0.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-SCRITTURA-OK      PIC X VALUE 'S'.
       01 WS-CITTA-CANONICA    PIC X(10) VALUE SPACES.
       01 WS-ESITO-ALIAS       PIC X VALUE 'N'.
       01 WS-PROVINCIA         PIC X(2) VALUE SPACES.

      ************************************************************
      *      PERSONE ACQUISITE PER FILIALE (PROPOSTE O APPLICATE),  *
      *      CON DESCRIZIONE E STATO DA FILIALI.IDX                 *
      ************************************************************
       01 WS-MAX-GUADAGNI      PIC 9(3) VALUE 500.
       01 TAB-GUADAGNI.
            05 GUADAGNO OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-GUADAGNI
               INDEXED BY IND-GUA.
               10 GU-FILIALE   PIC 9(4).
               10 GU-DESC      PIC X(16).
               10 GU-STATO     PIC X.
               10 GU-TOTALE    PIC 9(6).
       01 WS-NUM-GUADAGNI      PIC 9(3) VALUE 0.
       01 WS-GUA-TROVATO       PIC X VALUE 'N'.
       01 WS-FIL-CERCA         PIC 9(4) VALUE 0.
       01 WS-FIL-CERCA-X       PIC X(4) VALUE SPACES.

      ************************************************************
      *      CITTA SENZA BACINO NE' DI CITTA NE' DI PROVINCIA       *
      ************************************************************
       01 WS-MAX-SCOPERTE      PIC 9(3) VALUE 500.
       01 TAB-SCOPERTE.
            05 SCOPERTA OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-SCOPERTE
               INDEXED BY IND-SCO.
               10 SC-CITTA     PIC X(10).
               10 SC-PROVINCIA PIC X(2).
               10 SC-TOTALE    PIC 9(6).
       01 WS-NUM-SCOPERTE      PIC 9(3) VALUE 0.
       01 WS-SCO-TROVATA       PIC X VALUE 'N'.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
       01 WS-CONTA-LETTI       PIC 9(6) VALUE 0.
       01 WS-CONTA-VERSIONI    PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-ATTIVI  PIC 9(6) VALUE 0.
       01 WS-CONTA-SENZA-FIL   PIC 9(6) VALUE 0.
       01 WS-CONTA-PROPOSTE    PIC 9(6) VALUE 0.
       01 WS-CONTA-PER-CITTA   PIC 9(6) VALUE 0.
       01 WS-CONTA-PER-PROV    PIC 9(6) VALUE 0.
       01 WS-CONTA-BLOCCATI    PIC 9(6) VALUE 0.
       01 WS-CONTA-SCOPERTI    PIC 9(6) VALUE 0.
       01 WS-CONTA-APPLICATE   PIC 9(6) VALUE 0.
       01 WS-CONTA-SUPERATE    PIC 9(6) VALUE 0.
       01 WS-CONTA-FIL-CHIUSA  PIC 9(6) VALUE 0.
       01 WS-CONTA-IDX-AGG     PIC 9(6) VALUE 0.
       01 WS-CONTA-SCARTATI    PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(21) VALUE
               'ASSEGNAZIONE FILIALI'.
            05 IR-MODO           PIC X(7).
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(6)  VALUE 'FIL.'.
            05 FILLER            PIC X(17) VALUE 'DESCRIZIONE'.
            05 FILLER            PIC X(9)  VALUE 'STATO'.
            05 FILLER            PIC X(8)  VALUE 'PERSONE'.

       01 RIGA-FILIALE.
            05 RF-FILIALE        PIC 9(4).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RF-DESC           PIC X(16).
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-STATO          PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-TOTALE         PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-NOTA           PIC X(30).

       01 RIGA-AVVISO.
            05 FILLER            PIC X(12) VALUE 'ATTENZIONE: '.
            05 FILLER            PIC X(7)  VALUE 'BACINO '.
            05 RA-TIPO           PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 RA-CHIAVE         PIC X(10).
            05 FILLER            PIC X(10) VALUE ' FILIALE '.
            05 RA-FILIALE        PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 RA-ESITO          PIC X(11).

       01 RIGA-SCOPERTA.
            05 FILLER            PIC X(14) VALUE 'SENZA BACINO: '.
            05 RS-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RS-PROVINCIA      PIC X(2).
            05 FILLER            PIC X(6)  VALUE SPACES.
            05 RS-TOTALE         PIC ZZZZZ9.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(26).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
      * 4 = ESEGUITO CON SEGNALAZIONI (BACINI SU FILIALI CHIUSE,   *
      *     PROPOSTE SUPERATE, ERRORI DI SCRITTURA)                *
      * 8 = BACINI, FILIALI.IDX, ANAGR.IDX O PROPOSTE ASSENTI O    *
      *     NON VALIDI: NESSUNA PROPOSTA E NESSUNA VARIAZIONE      *
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
                PERFORM APRI-FILIALI THRU FINE-APRI-FILIALI
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S'
                IF WS-MODO = 'A'
                    PERFORM CARICA-APPROVATE
                       THRU FINE-CARICA-APPROVATE
                ELSE
                    PERFORM CARICA-BACINI THRU FINE-CARICA-BACINI
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
            IF WS-FILIALI-APERTO = 'S'
                CLOSE FILIALIMF
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
               MOVE 'MODO NON VALIDO IN ASSEGNA-PARAM.TXT'
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
       APRI-FILIALI.
      **************************************************************
      * FILIALI.IDX RESTA APERTO PER TUTTO IL GIRO: SERVE ALLE      *
      * VERIFICHE DI STATO DEI BACINI E DELLE PROPOSTE E ALLA       *
      * DESCRIZIONE NEL REPORT. CITTA.IDX, PER LA PROVINCIA, E'     *
      * FACOLTATIVO: SENZA, VALGONO SOLO I BACINI DI CITTA.         *
      **************************************************************
           OPEN INPUT FILIALIMF.
           IF WS-FILIALIMF-STATUS NOT = '00'
               DISPLAY 'FILE FILIALI.IDX NON TROVATO'
               MOVE 'N' TO WS-PARAMETRI-VALIDI
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'APRI-FILIALI' TO ECC-PARAGRAFO
               MOVE SPACES         TO ECC-CHIAVE
               MOVE 'FILE FILIALI.IDX NON TROVATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE 'S' TO WS-FILIALI-APERTO
           END-IF.
       FINE-APRI-FILIALI.
            EXIT.
      *
       CARICA-BACINI.
      **************************************************************
      * CARICA I BACINI DI UTENZA E VERIFICA OGNI FILIALE SU        *
      * FILIALI.IDX: UN BACINO SU FILIALE CHIUSA O NON CENSITA      *
      * DIVENTA UN AVVISO NEL REPORT E UN'ECCEZIONE, E LE SUE       *
      * PERSONE RESTANO SENZA PROPOSTA FINCHE' L'ESERCIZIO NON      *
      * CORREGGE IL FILE. RIGHE DI TIPO DIVERSO DA C/P O CON        *
      * FILIALE NON NUMERICA SI SCARTANO; A PARITA' DI CHIAVE VALE  *
      * LA PRIMA.                                                   *
      **************************************************************
           OPEN INPUT BACINIF.
           IF WS-BACINI-STATUS NOT = '00'
               DISPLAY 'FILE BACINI-FILIALI.TXT NON TROVATO'
               MOVE 'N' TO WS-PARAMETRI-VALIDI
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-BACINI' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'FILE BACINI-FILIALI.TXT NON TROVATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE 'N' TO WS-BACINI-EOF
               PERFORM LEGGI-BACINO THRU FINE-LEGGI-BACINO
                    UNTIL WS-BACINI-EOF = 'S'
           END-IF.
           CLOSE BACINIF.
           IF WS-PARAMETRI-VALIDI = 'S'
               OPEN INPUT CITTAMF
               IF WS-CITTAMST-STATUS = '00'
                   MOVE 'S' TO WS-CITTAMST-MODE
               ELSE
                   MOVE 'N' TO WS-CITTAMST-MODE
               END-IF
           END-IF.
       FINE-CARICA-BACINI.
            EXIT.
      *
       LEGGI-BACINO.
           READ BACINIF AT END
                MOVE 'S' TO WS-BACINI-EOF
                NOT AT END
                     IF (BAC-TIPO = 'C' OR BAC-TIPO = 'P')
                             AND BAC-CHIAVE NOT = SPACES
                             AND BAC-FILIALE IS NUMERIC
                         PERFORM AGGIUNGI-BACINO
                            THRU FINE-AGGIUNGI-BACINO
                     ELSE
                         ADD 1 TO WS-CONTA-SCARTATI
                     END-IF
           END-READ.
       FINE-LEGGI-BACINO.
            EXIT.
      *
       AGGIUNGI-BACINO.
           MOVE BAC-TIPO   TO WS-TIPO-CERCA.
           MOVE BAC-CHIAVE TO WS-CHIAVE-CERCA.
           PERFORM CERCA-BACINO THRU FINE-CERCA-BACINO.
           IF WS-BAC-TROVATO = 'S'
               ADD 1 TO WS-CONTA-SCARTATI
               MOVE 'AGGIUNGI-BACINO' TO ECC-PARAGRAFO
               MOVE BAC-CHIAVE        TO ECC-CHIAVE
               MOVE 'BACINO DOPPIO, VALE LA PRIMA RIGA'
                    TO ECC-DESCRIZIONE
               MOVE 'I' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               IF WS-NUM-BACINI < WS-MAX-BACINI
                   ADD 1 TO WS-NUM-BACINI
                   MOVE BAC-TIPO    TO BT-TIPO(WS-NUM-BACINI)
                   MOVE BAC-CHIAVE  TO BT-CHIAVE(WS-NUM-BACINI)
                   MOVE BAC-FILIALE TO BT-FILIALE(WS-NUM-BACINI)
                   MOVE BAC-FILIALE TO FMF-CODICE
                   READ FILIALIMF INVALID KEY
                        MOVE 'N' TO BT-STATO(WS-NUM-BACINI)
                   NOT INVALID KEY
                        IF FMF-STATO = 'C'
                            MOVE 'C' TO BT-STATO(WS-NUM-BACINI)
                        ELSE
                            MOVE 'A' TO BT-STATO(WS-NUM-BACINI)
                        END-IF
                   END-READ
                   IF BT-STATO(WS-NUM-BACINI) NOT = 'A'
                       PERFORM AVVISA-BACINO THRU FINE-AVVISA-BACINO
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTA-SCARTATI
               END-IF
           END-IF.
       FINE-AGGIUNGI-BACINO.
            EXIT.
      *
       AVVISA-BACINO.
           MOVE BT-TIPO(WS-NUM-BACINI)    TO RA-TIPO.
           MOVE BT-CHIAVE(WS-NUM-BACINI)  TO RA-CHIAVE.
           MOVE BT-FILIALE(WS-NUM-BACINI) TO RA-FILIALE.
           IF BT-STATO(WS-NUM-BACINI) = 'C'
               MOVE 'CHIUSA'      TO RA-ESITO
               MOVE 'BACINO SU FILIALE CHIUSA'
                    TO ECC-DESCRIZIONE
           ELSE
               MOVE 'NON CENSITA' TO RA-ESITO
               MOVE 'BACINO SU FILIALE NON CENSITA'
                    TO ECC-DESCRIZIONE
           END-IF.
           MOVE RIGA-AVVISO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE 'CARICA-BACINI' TO ECC-PARAGRAFO.
           MOVE BT-CHIAVE(WS-NUM-BACINI) TO ECC-CHIAVE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-AVVISA-BACINO.
            EXIT.
      *
       CERCA-BACINO.
           MOVE 'N' TO WS-BAC-TROVATO.
           SET IND-BAC TO 1.
           PERFORM CONFRONTA-BACINO THRU FINE-CONFRONTA-BACINO
                UNTIL IND-BAC > WS-NUM-BACINI
                   OR WS-BAC-TROVATO = 'S'.
       FINE-CERCA-BACINO.
            EXIT.
      *
       CONFRONTA-BACINO.
           IF BT-TIPO(IND-BAC) = WS-TIPO-CERCA
                   AND BT-CHIAVE(IND-BAC) = WS-CHIAVE-CERCA
               MOVE 'S' TO WS-BAC-TROVATO
               SET WS-POS-BAC TO IND-BAC
           END-IF.
           SET IND-BAC UP BY 1.
       FINE-CONFRONTA-BACINO.
            EXIT.
      *
       CARICA-APPROVATE.
      **************************************************************
      * MODO APPLICA: CARICA LE PROPOSTE RIMASTE NEL FILE DOPO LA   *
      * REVISIONE. IL FILE DEVE ESSERCI ED ESSERE IN ORDINE DI ID   *
      * COME LO SCRIVE IL MODO PROPONI; UNA PROPOSTA SU FILIALE     *
      * NEL FRATTEMPO CHIUSA RESTA IN TABELLA MA NON SI APPLICA.    *
      **************************************************************
           OPEN INPUT PROPOSTEF.
           IF WS-PROPOSTE-STATUS NOT = '00'
               DISPLAY 'FILE ASSEGNA-PROPOSTE.TXT NON TROVATO'
               MOVE 'N' TO WS-PARAMETRI-VALIDI
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-APPROVATE' TO ECC-PARAGRAFO
               MOVE SPACES             TO ECC-CHIAVE
               MOVE 'FILE ASSEGNA-PROPOSTE.TXT NON TROVATO'
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
           READ PROPOSTEF INTO RIGA-ASSEGNAZIONE AT END
                MOVE 'S' TO WS-PROPOSTE-EOF
                NOT AT END
                     IF ASG-ID IS NOT NUMERIC
                             OR ASG-FILIALE IS NOT NUMERIC
                             OR ASG-ID NOT > WS-ID-PRECEDENTE
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
           MOVE ASG-ID      TO WS-ID-PRECEDENTE.
           MOVE ASG-ID      TO TA-ID(WS-NUM-APPROVATE).
           MOVE ASG-CITTA   TO TA-CITTA(WS-NUM-APPROVATE).
           MOVE ASG-FILIALE TO TA-FILIALE(WS-NUM-APPROVATE).
           MOVE 'S'         TO TA-VALIDA(WS-NUM-APPROVATE).
           MOVE ASG-FILIALE TO FMF-CODICE.
           READ FILIALIMF INVALID KEY
                MOVE 'N' TO TA-VALIDA(WS-NUM-APPROVATE)
           NOT INVALID KEY
                IF FMF-STATO = 'C'
                    MOVE 'N' TO TA-VALIDA(WS-NUM-APPROVATE)
                END-IF
           END-READ.
           IF TA-VALIDA(WS-NUM-APPROVATE) = 'N'
               ADD 1 TO WS-CONTA-FIL-CHIUSA
           END-IF.
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
      * MODO PROPONI SI APRE IN LETTURA E LE PROPOSTE SI SCRIVONO   *
      * MAN MANO; NEL MODO APPLICA SI APRE IN AGGIORNAMENTO E SI    *
      * RACCOLGONO LE VERSIONI DA SCRIVERE NELLA SECONDA PASSATA.   *
      **************************************************************
           MOVE 'N' TO WS-IDX-EOF WS-TROPPO-GRANDE.
           MOVE 'S' TO WS-PRIMA-VERSIONE.
           MOVE 'N' TO WS-VERSIONE-TROVATA.
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
           ELSE
               MOVE 'S' TO WS-IDX-APERTO
               IF WS-MODO = 'P'
                   OPEN OUTPUT PROPOSTEF
               END-IF
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-IDX-EOF
               END-START
               PERFORM LEGGI-VERSIONE THRU FINE-LEGGI-VERSIONE
                    UNTIL WS-IDX-EOF = 'S'
               IF WS-PRIMA-VERSIONE = 'N'
                   PERFORM VALUTA-PERSONA THRU FINE-VALUTA-PERSONA
               END-IF
               IF WS-MODO = 'P'
                   CLOSE PROPOSTEF
               END-IF
               IF WS-TROPPO-GRANDE = 'S'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'ELABORA-MASTER' TO ECC-PARAGRAFO
                   MOVE SPACES           TO ECC-CHIAVE
                   MOVE 'TABELLA DI LAVORO PIENA'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE
                      THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
           IF WS-CITTAMST-MODE = 'S'
               CLOSE CITTAMF
           END-IF.
       FINE-ELABORA-MASTER.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-VERSIONI
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
           IF WS-VERSIONE-TROVATA = 'S'
               ADD 1 TO WS-CONTA-LETTI
               IF VG-STATO = 'D' OR VG-STATO = 'E'
                   ADD 1 TO WS-CONTA-NON-ATTIVI
               ELSE
                   IF VG-FILIALE = ZERO
                       ADD 1 TO WS-CONTA-SENZA-FIL
                       MOVE VG-CITTA TO WS-CITTA-CANONICA
                       CALL 'CITALIAS' USING WS-CITTA-CANONICA
                                             WS-ESITO-ALIAS
                       IF WS-MODO = 'A'
                           PERFORM CONFRONTA-APPROVATA
                              THRU FINE-CONFRONTA-APPROVATA
                       ELSE
                           PERFORM PROPONI-PERSONA
                              THRU FINE-PROPONI-PERSONA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-PERSONA.
            EXIT.
      *
       PROPONI-PERSONA.
      **************************************************************
      * PRIMA IL BACINO DELLA CITTA CANONICA, POI QUELLO DELLA      *
      * PROVINCIA DA CITTA.IDX. UN BACINO SU FILIALE NON ATTIVA SI  *
      * CONTA NEL REPORT SOTTO QUELLA FILIALE MA NON SI PROPONE.    *
      **************************************************************
           MOVE SPACES TO WS-PROVINCIA.
           IF WS-CITTAMST-MODE = 'S'
               MOVE WS-CITTA-CANONICA TO CMF-CITTA
               READ CITTAMF INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE CMF-PROVINCIA TO WS-PROVINCIA
               END-READ
           END-IF.
           MOVE 'C'               TO WS-TIPO-CERCA.
           MOVE WS-CITTA-CANONICA TO WS-CHIAVE-CERCA.
           PERFORM CERCA-BACINO THRU FINE-CERCA-BACINO.
           IF WS-BAC-TROVATO = 'N' AND WS-PROVINCIA NOT = SPACES
               MOVE 'P'          TO WS-TIPO-CERCA
               MOVE WS-PROVINCIA TO WS-CHIAVE-CERCA
               PERFORM CERCA-BACINO THRU FINE-CERCA-BACINO
           END-IF.
           IF WS-BAC-TROVATO = 'N'
               ADD 1 TO WS-CONTA-SCOPERTI
               PERFORM ACCUMULA-SCOPERTA THRU FINE-ACCUMULA-SCOPERTA
           ELSE
               MOVE BT-FILIALE(WS-POS-BAC) TO WS-FIL-CERCA
               PERFORM ACCUMULA-FILIALE THRU FINE-ACCUMULA-FILIALE
               IF BT-STATO(WS-POS-BAC) = 'A'
                   MOVE VG-ID                  TO ASG-ID
                   MOVE WS-CITTA-CANONICA      TO ASG-CITTA
                   MOVE WS-PROVINCIA           TO ASG-PROVINCIA
                   MOVE BT-FILIALE(WS-POS-BAC) TO ASG-FILIALE
                   MOVE BT-TIPO(WS-POS-BAC)    TO ASG-BASE
                   MOVE WS-DATA-OGGI           TO ASG-DATA
                   WRITE REC-PROPOSTEF FROM RIGA-ASSEGNAZIONE
                   ADD 1 TO WS-CONTA-PROPOSTE
                   IF WS-TIPO-CERCA = 'C'
                       ADD 1 TO WS-CONTA-PER-CITTA
                   ELSE
                       ADD 1 TO WS-CONTA-PER-PROV
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTA-BLOCCATI
               END-IF
           END-IF.
       FINE-PROPONI-PERSONA.
            EXIT.
      *
       CONFRONTA-APPROVATA.
      **************************************************************
      * MODO APPLICA: PERSONE E PROPOSTE SONO ENTRAMBE IN ORDINE DI *
      * ID, SI AVANZA IL CURSORE FINO ALL'ID CORRENTE. LA PROPOSTA  *
      * SI APPLICA SOLO SE LA PERSONA E' ANCORA SENZA FILIALE NELLA *
      * STESSA CITTA E LA FILIALE E' ANCORA ATTIVA.                 *
      **************************************************************
           MOVE 'N' TO WS-APP-FINE.
           PERFORM AVANZA-APPROVATA THRU FINE-AVANZA-APPROVATA
                UNTIL WS-APP-FINE = 'S'.
           IF WS-IX-APP NOT > WS-NUM-APPROVATE
               IF TA-ID(WS-IX-APP) = VG-ID
                   IF TA-CITTA(WS-IX-APP) = WS-CITTA-CANONICA
                           AND TA-VALIDA(WS-IX-APP) = 'S'
                       IF WS-NUM-RIGHE < WS-MAX-RIGHE
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE WS-ULTIMA-VERSIONE
                                TO TR-VERSIONE(WS-NUM-RIGHE)
                           MOVE TA-FILIALE(WS-IX-APP)
                                TO TR-FILIALE(WS-NUM-RIGHE)
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
       ACCUMULA-FILIALE.
           MOVE 'N' TO WS-GUA-TROVATO.
           SET IND-GUA TO 1.
           PERFORM CERCA-FILIALE-GUA THRU FINE-CERCA-FILIALE-GUA
                UNTIL IND-GUA > WS-NUM-GUADAGNI
                   OR WS-GUA-TROVATO = 'S'.
           IF WS-GUA-TROVATO = 'N'
                   AND WS-NUM-GUADAGNI < WS-MAX-GUADAGNI
               ADD 1 TO WS-NUM-GUADAGNI
               MOVE WS-FIL-CERCA TO GU-FILIALE(WS-NUM-GUADAGNI)
               MOVE 1            TO GU-TOTALE(WS-NUM-GUADAGNI)
               MOVE WS-FIL-CERCA TO FMF-CODICE
               READ FILIALIMF INVALID KEY
                    MOVE SPACES TO GU-DESC(WS-NUM-GUADAGNI)
                    MOVE 'N'    TO GU-STATO(WS-NUM-GUADAGNI)
               NOT INVALID KEY
                    MOVE FMF-DESC TO GU-DESC(WS-NUM-GUADAGNI)
                    IF FMF-STATO = 'C'
                        MOVE 'C' TO GU-STATO(WS-NUM-GUADAGNI)
                    ELSE
                        MOVE 'A' TO GU-STATO(WS-NUM-GUADAGNI)
                    END-IF
               END-READ
           END-IF.
       FINE-ACCUMULA-FILIALE.
            EXIT.
      *
       CERCA-FILIALE-GUA.
           IF GU-FILIALE(IND-GUA) = WS-FIL-CERCA
               MOVE 'S' TO WS-GUA-TROVATO
               ADD 1 TO GU-TOTALE(IND-GUA)
           END-IF.
           SET IND-GUA UP BY 1.
       FINE-CERCA-FILIALE-GUA.
            EXIT.
      *
       ACCUMULA-SCOPERTA.
           MOVE 'N' TO WS-SCO-TROVATA.
           SET IND-SCO TO 1.
           PERFORM CERCA-SCOPERTA THRU FINE-CERCA-SCOPERTA
                UNTIL IND-SCO > WS-NUM-SCOPERTE
                   OR WS-SCO-TROVATA = 'S'.
           IF WS-SCO-TROVATA = 'N'
                   AND WS-NUM-SCOPERTE < WS-MAX-SCOPERTE
               ADD 1 TO WS-NUM-SCOPERTE
               MOVE WS-CITTA-CANONICA TO SC-CITTA(WS-NUM-SCOPERTE)
               MOVE WS-PROVINCIA      TO SC-PROVINCIA(WS-NUM-SCOPERTE)
               MOVE 1                 TO SC-TOTALE(WS-NUM-SCOPERTE)
           END-IF.
       FINE-ACCUMULA-SCOPERTA.
            EXIT.
      *
       CERCA-SCOPERTA.
           IF SC-CITTA(IND-SCO) = WS-CITTA-CANONICA
               MOVE 'S' TO WS-SCO-TROVATA
               ADD 1 TO SC-TOTALE(IND-SCO)
           END-IF.
           SET IND-SCO UP BY 1.
       FINE-CERCA-SCOPERTA.
            EXIT.
      *
       AGGIORNA-INDICE.
      **************************************************************
      * SECONDA PASSATA DEL MODO APPLICA: PER OGNI PROPOSTA ANCORA  *
      * VALIDA SI SCRIVE UNA NUOVA VERSIONE CON DECORRENZA DI OGGI  *
      * E LA FILIALE PROPOSTA (UNA VERSIONE GIA' DI OGGI SI         *
      * SOSTITUISCE). LE PROPOSTE NON APPLICATE SONO SUPERATE.      *
      **************************************************************
           PERFORM AGGIORNA-UNA-VERSIONE
              THRU FINE-AGGIORNA-UNA-VERSIONE
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
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
           MOVE TR-FILIALE(IND-RIGA) TO IDX-FILIALE.
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
               MOVE TR-FILIALE(IND-RIGA) TO WS-FIL-CERCA
               PERFORM ACCUMULA-FILIALE THRU FINE-ACCUMULA-FILIALE
               MOVE WS-ID-CORRENTE TO VAR-ID
               MOVE TR-VERSIONE(IND-RIGA) TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
               MOVE REC-IDXF TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-DOPO
               PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE
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
      * DOPO GLI AVVISI SUI BACINI (GIA' STAMPATI AL CARICAMENTO):  *
      * LE PERSONE ACQUISITE PER FILIALE, CON LE FILIALI NON        *
      * ATTIVE SEGNALATE, LE CITTA SENZA BACINO E I TOTALI.         *
      **************************************************************
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-UNA-FILIALE THRU FINE-STAMPA-UNA-FILIALE
                VARYING IND-GUA FROM 1 BY 1
                UNTIL IND-GUA > WS-NUM-GUADAGNI.
           IF WS-NUM-SCOPERTE > ZERO
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               PERFORM STAMPA-UNA-SCOPERTA
                  THRU FINE-STAMPA-UNA-SCOPERTA
                    VARYING IND-SCO FROM 1 BY 1
                    UNTIL IND-SCO > WS-NUM-SCOPERTE
           END-IF.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'PERSONE IN VIGORE         ' TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI               TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'NON ATTIVI ESCLUSI        ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ATTIVI          TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'ATTIVI SENZA FILIALE      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SENZA-FIL           TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-MODO = 'A'
               MOVE 'PROPOSTE APPROVATE        ' TO RC-ETICHETTA
               MOVE WS-NUM-APPROVATE             TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'DI CUI SU FILIALE CHIUSA  ' TO RC-ETICHETTA
               MOVE WS-CONTA-FIL-CHIUSA          TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'PROPOSTE SUPERATE         ' TO RC-ETICHETTA
               MOVE WS-CONTA-SUPERATE            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'VERSIONI IDX SCRITTE      ' TO RC-ETICHETTA
               MOVE WS-CONTA-IDX-AGG             TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
           ELSE
               MOVE 'BACINI CARICATI           ' TO RC-ETICHETTA
               MOVE WS-NUM-BACINI                TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'RIGHE BACINI SCARTATE     ' TO RC-ETICHETTA
               MOVE WS-CONTA-SCARTATI            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'PROPOSTE SCRITTE          ' TO RC-ETICHETTA
               MOVE WS-CONTA-PROPOSTE            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'DI CUI PER CITTA          ' TO RC-ETICHETTA
               MOVE WS-CONTA-PER-CITTA           TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'DI CUI PER PROVINCIA      ' TO RC-ETICHETTA
               MOVE WS-CONTA-PER-PROV            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'BLOCCATE, FILIALE CHIUSA  ' TO RC-ETICHETTA
               MOVE WS-CONTA-BLOCCATI            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'SENZA BACINO              ' TO RC-ETICHETTA
               MOVE WS-CONTA-SCOPERTI            TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               IF WS-CITTAMST-MODE = 'N'
                   MOVE 'CITTA.IDX ASSENTE: SOLO BACINI DI CITTA'
                        TO WS-RIGA-REPORT
                   PERFORM STAMPA-RIGA-IMPAGINATA
                      THRU FINE-STAMPA-RIGA-IMPAGINATA
               END-IF
           END-IF.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-CHIUDI-REPORT.
            EXIT.
      *
       STAMPA-UNA-FILIALE.
           MOVE GU-FILIALE(IND-GUA) TO RF-FILIALE.
           MOVE GU-DESC(IND-GUA)    TO RF-DESC.
           MOVE GU-TOTALE(IND-GUA)  TO RF-TOTALE.
           MOVE SPACES              TO RF-NOTA.
           IF GU-STATO(IND-GUA) = 'A'
               MOVE 'ATTIVA'   TO RF-STATO
           ELSE
               IF GU-STATO(IND-GUA) = 'C'
                   MOVE 'CHIUSA'   TO RF-STATO
               ELSE
                   MOVE 'NON CENS' TO RF-STATO
               END-IF
               MOVE 'ATTENZIONE: NON ASSEGNATE' TO RF-NOTA
           END-IF.
           MOVE RIGA-FILIALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-UNA-FILIALE.
            EXIT.
      *
       STAMPA-UNA-SCOPERTA.
           MOVE SC-CITTA(IND-SCO)     TO RS-CITTA.
           MOVE SC-PROVINCIA(IND-SCO) TO RS-PROVINCIA.
           MOVE SC-TOTALE(IND-SCO)    TO RS-TOTALE.
           MOVE RIGA-SCOPERTA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-UNA-SCOPERTA.
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
           MOVE 'ASSEGNA'    TO ECC-PROGRAMMA.

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
           MOVE 'ASSEGNA '        TO VAR-PROGRAMMA.
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
           MOVE 'ASSEGNA ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
