       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSREG.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MASTER ANAGRAFICO REGIONALE CONSOLIDATO DALLE TRASMISSIONI
      * DELLE SEDI. PASSO DELLA SEDE REGIONALE DOPO RICEVI: LA
      * GENERAZIONE IN SCAMBIO-ANAGR.TXT SI CARICA SOLO SE RICEVI
      * L'HA VERIFICATA E REGISTRATA (RICEVI-GENERAZIONI.TXT, STESSO
      * MITTENTE E STESSA GENERAZIONE). IN REGIONALE.TXT OGNI
      * RECORD ANAGRAF PORTA DAVANTI IL CODICE DELLA SEDE MITTENTE
      * E LA GENERAZIONE DA CUI VIENE: LA NUOVA GENERAZIONE DI UNA
      * SEDE SOSTITUISCE PER INTERO LA PORZIONE PRECEDENTE DI
      * QUELLA SEDE E LASCIA INTATTE LE ALTRE. IL REGISTRO
      * REGIONALE-SEDI.TXT TIENE PER OGNI SEDE L'ULTIMA GENERAZIONE
      * CARICATA: LA STESSA GENERAZIONE NON SI RICARICA, UNA PIU'
      * VECCHIA SI RIFIUTA (AVVISO, RC 4).
      * LA RISCRITTURA PASSA DA REGIONALE-LAVORO.TXT, CHE RESTA SUL
      * DISCO: SE LA COPIA DI RITORNO SI INTERROMPE, LA CONTIENE
      * GIA' COMPLETA.
      * DAL MASTER CONSOLIDATO (PERSONE ATTIVE) IL REPORT STAMPA:
      *   - LE PERSONE PRESENTI IN PIU' SEDI CON LO STESSO CODICE
      *     FISCALE (RICERCA CON UN SORT SUL CODICE, COME VERIFCF);
      *   - LE PERSONE PRESENTI IN PIU' SEDI CON STESSI COGNOME,
      *     NOME, ANNO-NASC E CITTA (SECONDO SORT);
      *   - I TOTALI PER CITTA RAGGRUPPATI PER REGIONE E PROVINCIA
      *     COME IN ROLLREG (DA CITTA.IDX), CON LE CITTA NON
      *     CENSITE NEL LORO SECCHIO E IL TOTALE CONSOLIDATO;
      *   - LE PORZIONI DI OGNI SEDE.
      * SENZA SCAMBIO-ANAGR.TXT NON SI CARICA NULLA E SI STAMPA IL
      * REPORT SUL MASTER COSI' COM'E'.
      * LUNGHEZZA DEL RECORD DI REGIONALE.TXT: 85 BYTE.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILE DI SCAMBIO RICEVUTO DA UNA SEDE

           SELECT OPTIONAL SCAMBIO ASSIGN TO 'SCAMBIO-ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCAMBIO-STATUS.
      * REGISTRO DELLE GENERAZIONI VERIFICATE DA RICEVI

           SELECT OPTIONAL RICEVUTE ASSIGN TO 'RICEVI-GENERAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RICEVUTE-STATUS.
      * MASTER ANAGRAFICO REGIONALE CONSOLIDATO

           SELECT OPTIONAL REGIONALE ASSIGN TO 'REGIONALE.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGIONALE-STATUS.
      * COPIA DI LAVORO DEL MASTER REGIONALE

           SELECT LAVORO ASSIGN TO 'REGIONALE-LAVORO.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LAVORO-STATUS.
      * ULTIMA GENERAZIONE CARICATA PER OGNI SEDE

           SELECT OPTIONAL SEDIF ASSIGN TO 'REGIONALE-SEDI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEDI-STATUS.
      * MASTER DELLE CITTA' CENSITE

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * FILE DI LAVORO DEL SORT PER LA RICERCA DEI DOPPI

           SELECT SORTWK ASSIGN TO 'CONSREG-WORK'.
      * REPORT DEL CONSOLIDAMENTO

           SELECT REPORTF ASSIGN TO 'CONSREG-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * SIGLA DELL'OPERATORE COLLEGATO

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
       FD   SCAMBIO
            DATA RECORD IS REC-SCAMBIO.
       01 REC-SCAMBIO  PIC X(71).

       FD   RICEVUTE
            DATA RECORD IS REC-RICEVUTE.
       01 REC-RICEVUTE  PIC X(24).

       FD   REGIONALE
            DATA RECORD IS REC-REGIONALE.
       01 REC-REGIONALE.
          05 REG-SEDE        PIC X(8).
          05 REG-GENERAZIONE PIC 9(6).
          05 REG-PERSONA     PIC X(71).

       FD   LAVORO
            DATA RECORD IS REC-LAVORO.
       01 REC-LAVORO  PIC X(85).

       FD   SEDIF
            DATA RECORD IS REC-SEDIF.
       01 REC-SEDIF  PIC X(40).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-CHIAVE      PIC X(34).
          05 SORT-SEDE        PIC X(8).
          05 SORT-PERSONA     PIC X(71).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

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
       COPY ANAGRAF.
       COPY CITTAMAS.

       01   WS-SCAMBIO-STATUS   PIC XX.
       01   WS-RICEVUTE-STATUS  PIC XX.
       01   WS-REGIONALE-STATUS PIC XX.
       01   WS-LAVORO-STATUS    PIC XX.
       01   WS-SEDI-STATUS      PIC XX.

      ************************************************************
      *      IMMAGINI DI TESTATA E CODA DEL FILE DI SCAMBIO (STESSO *
      *      TRACCIATO DI SPEDISCI E RICEVI)                        *
      ************************************************************
       01 WS-RIGA-SCAMBIO      PIC X(71).
       01 WS-VISTA-TIPO REDEFINES WS-RIGA-SCAMBIO.
            05 VT-TIPO         PIC X(10).
            05 FILLER          PIC X(61).
       01 WS-VISTA-TESTATA REDEFINES WS-RIGA-SCAMBIO.
            05 FILLER          PIC X(10).
            05 VH-MITTENTE     PIC X(8).
            05 FILLER          PIC X.
            05 VH-DATA         PIC 9(8).
            05 FILLER          PIC X.
            05 VH-GENERAZIONE  PIC 9(6).
            05 FILLER          PIC X(37).

       01 WS-SCAMBIO-EOF       PIC X VALUE 'N'.
       01 WS-TESTATA-VISTA     PIC X VALUE 'N'.
       01 WS-CODA-VISTA        PIC X VALUE 'N'.
       01 WS-PRIMA-RIGA        PIC X VALUE 'S'.
       01 WS-MITTENTE          PIC X(8) VALUE SPACES.
       01 WS-DATA-SPEDIZIONE   PIC 9(8) VALUE 0.
       01 WS-GENERAZIONE       PIC 9(6) VALUE 0.
       01 WS-DA-CARICARE       PIC X VALUE 'N'.
       01 WS-ESITO-CARICO      PIC X(40) VALUE SPACES.

      ************************************************************
      *      RIGA DEL REGISTRO DI RICEVI (GENERAZIONE, DATA,        *
      *      MITTENTE; SENZA MITTENTE E' DELLA SEDE 'SEDE')         *
      ************************************************************
       01 RIGA-RICEVUTA.
            05 RIC-GENERAZIONE PIC 9(6).
            05 FILLER          PIC X.
            05 RIC-DATA        PIC 9(8).
            05 FILLER          PIC X.
            05 RIC-MITTENTE    PIC X(8).
       01 WS-RICEVUTE-EOF      PIC X VALUE 'N'.
       01 WS-VERIFICATA        PIC X VALUE 'N'.

      ************************************************************
      *      REGISTRO DELLE SEDI: ULTIMA GENERAZIONE CARICATA       *
      ************************************************************
       01 RIGA-SEDE.
            05 SD-SEDE           PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 SD-GENERAZIONE    PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 SD-DATA-SPED      PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 SD-DATA-CARICO    PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 SD-RIGHE          PIC 9(6).
       01 WS-MAX-SEDI          PIC 99 VALUE 50.
       01 TAB-SEDI.
            05 SEDE-REG OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NUM-SEDI
               INDEXED BY IND-SEDE.
               10 TS-SEDE          PIC X(8).
               10 TS-GENERAZIONE   PIC 9(6).
               10 TS-DATA-SPED     PIC 9(8).
               10 TS-DATA-CARICO   PIC 9(8).
               10 TS-RIGHE         PIC 9(6).
               10 TS-ATTIVE        PIC 9(7).
               10 TS-CARICATA      PIC X.
       01 WS-NUM-SEDI          PIC 99 VALUE 0.
       01 WS-SEDI-EOF          PIC X VALUE 'N'.
       01 WS-SEDE-CERCA        PIC X(8) VALUE SPACES.
       01 WS-SEDE-TROVATA      PIC X VALUE 'N'.
       01 WS-SEDE-RIGA         PIC 99 VALUE 0.

      ************************************************************
      *      CONTEGGI DEL CARICAMENTO                               *
      ************************************************************
       01 WS-REGIONALE-EOF     PIC X VALUE 'N'.
       01 WS-LAVORO-EOF        PIC X VALUE 'N'.
       01 WS-CONTA-SCAMBIO     PIC 9(7) VALUE 0.
       01 WS-CONTA-TENUTI      PIC 9(7) VALUE 0.
       01 WS-CONTA-RIMOSSI     PIC 9(7) VALUE 0.
       01 WS-CONTA-AGGIUNTI    PIC 9(7) VALUE 0.
       01 WS-CONTA-MASTER      PIC 9(7) VALUE 0.
       01 WS-CONTA-ATTIVE      PIC 9(7) VALUE 0.

      ************************************************************
      *      RICERCA DEI DOPPI FRA SEDI: IL TIPO DI CHIAVE DEL      *
      *      SORT IN CORSO ('F' CODICE FISCALE, 'A' DATI            *
      *      ANAGRAFICI) E IL GRUPPO DI RECORD CON LA STESSA CHIAVE *
      ************************************************************
       01 WS-TIPO-CHIAVE       PIC X VALUE 'F'.
       01 WS-CHIAVE-ANAGRAFICA.
            05 CA-COGNOME      PIC X(10).
            05 CA-NOME         PIC X(10).
            05 CA-ANNO-NASC    PIC 9(4).
            05 CA-CITTA        PIC X(10).
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-CHIAVE-PREC       PIC X(34) VALUE SPACES.
       01 WS-MAX-GRUPPO        PIC 99 VALUE 50.
       01 TAB-GRUPPO.
            05 MEMBRO-GRUPPO OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NUM-GRUPPO
               INDEXED BY IND-GRU.
               10 GR-SEDE          PIC X(8).
               10 GR-PERSONA       PIC X(71).
       01 WS-NUM-GRUPPO        PIC 99 VALUE 0.
       01 WS-GRUPPO-PIENO      PIC X VALUE 'N'.
       01 WS-PIU-SEDI          PIC X VALUE 'N'.
       01 WS-CONTA-GRUPPI-CF   PIC 9(6) VALUE 0.
       01 WS-CONTA-GRUPPI-AN   PIC 9(6) VALUE 0.
       01 WS-CONTA-PERSONE-CF  PIC 9(6) VALUE 0.
       01 WS-CONTA-PERSONE-AN  PIC 9(6) VALUE 0.

      ************************************************************
      *      TOTALI PER CITTA DEL MASTER CONSOLIDATO, CON PROVINCIA *
      *      E REGIONE DA CITTA.IDX                                 *
      ************************************************************
       01 WS-MAX-CITTA-REG     PIC 9(4) VALUE 500.
       01 TAB-CITTA-REG.
            05 CITTA-REG OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-CITTA-REG
               INDEXED BY IND-CRG.
               10 TC-CITTA         PIC X(10).
               10 TC-PROVINCIA     PIC X(2).
               10 TC-REGIONE       PIC X(15).
               10 TC-CENSITA       PIC X.
               10 TC-TOTALE        PIC 9(8).
       01 WS-NUM-CITTA-REG     PIC 9(4) VALUE 0.
       01 WS-CITTA-TROVATA     PIC X VALUE 'N'.
       01 WS-CITTA-RIGA        PIC 9(4) VALUE 0.
       01 WS-TABELLE-PIENE       PIC X VALUE 'N'.

      ************************************************************
      *      SUBTOTALI PER PROVINCIA E PER REGIONE (COME ROLLREG)   *
      ************************************************************
       01 WS-MAX-PROVINCE      PIC 9(3) VALUE 150.
       01 TAB-PROVINCE.
            05 PROVINCIA-TOT OCCURS 1 TO 150 TIMES
               DEPENDING ON WS-NUM-PROVINCE
               INDEXED BY IND-PROV.
               10 PV-REGIONE   PIC X(15).
               10 PV-PROVINCIA PIC X(2).
               10 PV-TOTALE    PIC 9(8).
       01 WS-NUM-PROVINCE      PIC 9(3) VALUE 0.
       01 WS-PROV-TROVATA      PIC X VALUE 'N'.
       01 WS-RIGA-PROV         PIC 9(3) VALUE 0.
       01 WS-MAX-REGIONI       PIC 9(3) VALUE 30.
       01 TAB-REGIONI.
            05 REGIONE-TOT OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-NUM-REGIONI
               INDEXED BY IND-REG.
               10 RG-REGIONE   PIC X(15).
               10 RG-TOTALE    PIC 9(8).
       01 WS-NUM-REGIONI       PIC 9(3) VALUE 0.
       01 WS-REG-TROVATA       PIC X VALUE 'N'.
       01 WS-RIGA-REG          PIC 9(3) VALUE 0.
       01 WS-IX-REG            PIC 9(3) VALUE 0.
       01 WS-IX-PROV           PIC 9(3) VALUE 0.
       01 WS-TOTALE-REGIONALE  PIC 9(8) VALUE 0.
       01 WS-TOTALE-NON-CENS   PIC 9(8) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.
       01 WS-DATA-CARICO       PIC 9(8) VALUE 0.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'MASTER REGIONALE'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-TITOLO-SEZIONE.
            05 FILLER            PIC X(4)  VALUE '*** '.
            05 RTS-TESTO         PIC X(50).

       01 RIGA-TRASMISSIONE.
            05 FILLER            PIC X(10) VALUE 'MITTENTE  '.
            05 RT-MITTENTE       PIC X(8).
            05 FILLER            PIC X(7)  VALUE '  GEN. '.
            05 RT-GENERAZIONE    PIC 9(6).
            05 FILLER            PIC X(3)  VALUE ' : '.
            05 RT-ESITO          PIC X(40).

       01 COLONNE-DOPPI.
            05 FILLER            PIC X(34) VALUE
               'SEDE        ID COGNOME    NOME    '.
            05 FILLER            PIC X(34) VALUE
               '   NASC CITTA      CODICE FISCALE'.

       01 RIGA-DOPPIO.
            05 RD-SEDE           PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-ID             PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-COGNOME        PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-NOME           PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-ANNO-NASC      PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-COD-FISCALE    PIC X(16).

       01 COLONNE-TOTALI.
            05 FILLER            PIC X(24) VALUE
               'LIVELLO  NOME'.
            05 FILLER            PIC X(20) VALUE
               '              TOTALE'.

       01 RIGA-REGIONE.
            05 FILLER            PIC X(9)  VALUE 'REGIONE  '.
            05 RR-REGIONE        PIC X(15).
            05 FILLER            PIC X(12) VALUE SPACES.
            05 RR-TOTALE         PIC ZZZZZZZ9.

       01 RIGA-PROVINCIA.
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 FILLER            PIC X(10) VALUE 'PROVINCIA '.
            05 RP-PROVINCIA      PIC X(2).
            05 FILLER            PIC X(21) VALUE SPACES.
            05 RP-TOTALE         PIC ZZZZZZZ9.

       01 RIGA-CITTA.
            05 FILLER            PIC X(6)  VALUE SPACES.
            05 FILLER            PIC X(6)  VALUE 'CITTA '.
            05 RCT-CITTA         PIC X(10).
            05 FILLER            PIC X(14) VALUE SPACES.
            05 RCT-TOTALE        PIC ZZZZZZZ9.

       01 RIGA-NON-CENSITE.
            05 FILLER            PIC X(36) VALUE
               'CITTA NON CENSITE'.
            05 RN-TOTALE         PIC ZZZZZZZ9.

       01 RIGA-CONSOLIDATO.
            05 FILLER            PIC X(36) VALUE
               'TOTALE CONSOLIDATO'.
            05 RTC-TOTALE        PIC ZZZZZZZ9.

       01 COLONNE-SEDI.
            05 FILLER            PIC X(50) VALUE
               'SEDE       GEN. SPEDITA  CARICATA   RECORD  ATTIVE'.

       01 RIGA-PORZIONE.
            05 RPS-SEDE          PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RPS-GENERAZIONE   PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RPS-DATA-SPED     PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RPS-DATA-CARICO   PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RPS-RIGHE         PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RPS-ATTIVE        PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RPS-NOTA          PIC X(8).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = MASTER AGGIORNATO (O NESSUNA TRASMISSIONE DA CARICARE) *
      * 4 = GENERAZIONE PIU' VECCHIA DI QUELLA CARICATA, PERSONE   *
      *     IN PIU' SEDI, CITTA NON CENSITE O TABELLE PIENE        *
      * 8 = GENERAZIONE NON VERIFICATA DA RICEVI O TRASMISSIONE    *
      *     SENZA TESTATA O CODA: NULLA E' CARICATO                *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, E' LA DATA DI CARICO REGISTRATA.    *
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

            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM CARICA-SEDI THRU FINE-CARICA-SEDI.
            PERFORM LEGGI-SCAMBIO THRU FINE-LEGGI-SCAMBIO.
            IF WS-DA-CARICARE = 'S'
                PERFORM VERIFICA-GENERAZIONE
                   THRU FINE-VERIFICA-GENERAZIONE
            END-IF.
            IF WS-DA-CARICARE = 'S'
                PERFORM SOSTITUISCI-PORZIONE
                   THRU FINE-SOSTITUISCI-PORZIONE
                PERFORM SCRIVI-SEDI THRU FINE-SCRIVI-SEDI
            END-IF.

            PERFORM CARICA-CITTA-MASTER THRU FINE-CARICA-CITTA-MASTER.
            PERFORM APRI-REPORT THRU FINE-APRI-REPORT.

            MOVE 'F' TO WS-TIPO-CHIAVE.
            MOVE COLONNE-DOPPI TO IMP-COLONNE.
            MOVE ZERO TO IMP-RIGHE-CORRENTI.
            MOVE 'STESSO CODICE FISCALE IN PIU'' SEDI' TO RTS-TESTO.
            PERFORM STAMPA-TITOLO-SEZIONE
               THRU FINE-STAMPA-TITOLO-SEZIONE.
            SORT SORTWK
                 ON ASCENDING KEY SORT-CHIAVE SORT-SEDE
                 INPUT PROCEDURE IS RILASCIA-MASTER
                      THRU FINE-RILASCIA-MASTER
                 OUTPUT PROCEDURE IS CERCA-DOPPI
                      THRU FINE-CERCA-DOPPI.

            MOVE 'A' TO WS-TIPO-CHIAVE.
            MOVE ZERO TO IMP-RIGHE-CORRENTI.
            MOVE 'STESSI COGNOME, NOME, NASCITA, CITTA IN PIU'' SEDI'
                 TO RTS-TESTO.
            PERFORM STAMPA-TITOLO-SEZIONE
               THRU FINE-STAMPA-TITOLO-SEZIONE.
            SORT SORTWK
                 ON ASCENDING KEY SORT-CHIAVE SORT-SEDE
                 INPUT PROCEDURE IS RILASCIA-MASTER
                      THRU FINE-RILASCIA-MASTER
                 OUTPUT PROCEDURE IS CERCA-DOPPI
                      THRU FINE-CERCA-DOPPI.

            PERFORM RIPORTA-CITTA THRU FINE-RIPORTA-CITTA
                 VARYING IND-CRG FROM 1 BY 1
                 UNTIL IND-CRG > WS-NUM-CITTA-REG.
            PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI.
            PERFORM STAMPA-SEDI THRU FINE-STAMPA-SEDI.
            PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-SCAMBIO  TO GIO-LETTI.
            MOVE WS-CONTA-AGGIUNTI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE    TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       CARICA-SEDI.
           MOVE ZERO TO WS-NUM-SEDI.
           MOVE 'N'  TO WS-SEDI-EOF.
           OPEN INPUT SEDIF.
           IF WS-SEDI-STATUS = '00'
               PERFORM LEGGI-SEDE THRU FINE-LEGGI-SEDE
                    UNTIL WS-SEDI-EOF = 'S'
           END-IF.
           CLOSE SEDIF.
       FINE-CARICA-SEDI.
            EXIT.
      *
       LEGGI-SEDE.
           READ SEDIF INTO RIGA-SEDE AT END
                MOVE 'S' TO WS-SEDI-EOF
                NOT AT END
                     IF SD-SEDE NOT = SPACES
                             AND SD-GENERAZIONE IS NUMERIC
                         MOVE SD-SEDE TO WS-SEDE-CERCA
                         PERFORM TROVA-SEDE THRU FINE-TROVA-SEDE
                         IF WS-SEDE-TROVATA = 'S'
                             MOVE SD-GENERAZIONE
                                  TO TS-GENERAZIONE(WS-SEDE-RIGA)
                             MOVE SD-DATA-SPED
                                  TO TS-DATA-SPED(WS-SEDE-RIGA)
                             MOVE SD-DATA-CARICO
                                  TO TS-DATA-CARICO(WS-SEDE-RIGA)
                             MOVE SD-RIGHE
                                  TO TS-RIGHE(WS-SEDE-RIGA)
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-SEDE.
            EXIT.
      *
       TROVA-SEDE.
      **************************************************************
      * POSIZIONA WS-SEDE-RIGA SULLA SEDE IN WS-SEDE-CERCA,         *
      * AGGIUNGENDOLA ALLA TABELLA SE MANCA                         *
      **************************************************************
           MOVE 'N'  TO WS-SEDE-TROVATA.
           MOVE ZERO TO WS-SEDE-RIGA.
           SET IND-SEDE TO 1.
           PERFORM CONFRONTA-SEDE THRU FINE-CONFRONTA-SEDE
                UNTIL IND-SEDE > WS-NUM-SEDI
                   OR WS-SEDE-TROVATA = 'S'.
           IF WS-SEDE-TROVATA = 'N'
               IF WS-NUM-SEDI < WS-MAX-SEDI
                   ADD 1 TO WS-NUM-SEDI
                   MOVE WS-NUM-SEDI   TO WS-SEDE-RIGA
                   MOVE WS-SEDE-CERCA TO TS-SEDE(WS-SEDE-RIGA)
                   MOVE ZERO TO TS-GENERAZIONE(WS-SEDE-RIGA)
                                TS-DATA-SPED(WS-SEDE-RIGA)
                                TS-DATA-CARICO(WS-SEDE-RIGA)
                                TS-RIGHE(WS-SEDE-RIGA)
                                TS-ATTIVE(WS-SEDE-RIGA)
                   MOVE 'N' TO TS-CARICATA(WS-SEDE-RIGA)
                   MOVE 'S' TO WS-SEDE-TROVATA
               ELSE
                   MOVE 'S' TO WS-TABELLE-PIENE
               END-IF
           END-IF.
       FINE-TROVA-SEDE.
            EXIT.
      *
       CONFRONTA-SEDE.
           IF TS-SEDE(IND-SEDE) = WS-SEDE-CERCA
               MOVE 'S' TO WS-SEDE-TROVATA
               SET WS-SEDE-RIGA TO IND-SEDE
           END-IF.
           SET IND-SEDE UP BY 1.
       FINE-CONFRONTA-SEDE.
            EXIT.
      *
       LEGGI-SCAMBIO.
      **************************************************************
      * LA TRASMISSIONE SI RILEGGE PER TESTATA, CONTEGGIO E CODA:   *
      * I TOTALI LI HA GIA' VERIFICATI RICEVI, QUI BASTA CHE IL     *
      * FILE SIA INTERO PRIMA DI SOSTITUIRE LA PORZIONE DELLA SEDE. *
      **************************************************************
           MOVE 'N' TO WS-DA-CARICARE.
           MOVE 'N' TO WS-SCAMBIO-EOF.
           MOVE 'S' TO WS-PRIMA-RIGA.
           OPEN INPUT SCAMBIO.
           IF WS-SCAMBIO-STATUS NOT = '00'
               MOVE 'NESSUNA TRASMISSIONE DA CARICARE'
                    TO WS-ESITO-CARICO
               CLOSE SCAMBIO
               GO TO FINE-LEGGI-SCAMBIO
           END-IF.
           PERFORM LEGGI-RIGA-SCAMBIO THRU FINE-LEGGI-RIGA-SCAMBIO
                UNTIL WS-SCAMBIO-EOF = 'S'.
           CLOSE SCAMBIO.
           IF WS-TESTATA-VISTA = 'N' AND WS-CONTA-SCAMBIO = ZERO
               MOVE 'NESSUNA TRASMISSIONE DA CARICARE'
                    TO WS-ESITO-CARICO
               GO TO FINE-LEGGI-SCAMBIO
           END-IF.
           IF WS-TESTATA-VISTA = 'N' OR WS-CODA-VISTA = 'N'
                   OR WS-MITTENTE = SPACES
               MOVE 'TRASMISSIONE SENZA TESTATA O CODA'
                    TO WS-ESITO-CARICO
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
               GO TO FINE-LEGGI-SCAMBIO
           END-IF.
           MOVE 'S' TO WS-DA-CARICARE.
       FINE-LEGGI-SCAMBIO.
            EXIT.
      *
       LEGGI-RIGA-SCAMBIO.
           READ SCAMBIO INTO WS-RIGA-SCAMBIO AT END
                MOVE 'S' TO WS-SCAMBIO-EOF
                NOT AT END
                     IF VT-TIPO = 'HEADER    '
                         IF WS-PRIMA-RIGA = 'S'
                             MOVE 'S'            TO WS-TESTATA-VISTA
                             MOVE VH-MITTENTE    TO WS-MITTENTE
                             MOVE VH-DATA        TO WS-DATA-SPEDIZIONE
                             MOVE VH-GENERAZIONE TO WS-GENERAZIONE
                         END-IF
                     ELSE
                         IF VT-TIPO = 'TRAILER   '
                             MOVE 'S' TO WS-CODA-VISTA
                         ELSE
                             ADD 1 TO WS-CONTA-SCAMBIO
                         END-IF
                     END-IF
                     MOVE 'N' TO WS-PRIMA-RIGA
           END-READ.
       FINE-LEGGI-RIGA-SCAMBIO.
            EXIT.
      *
       SEGNALA-RIFIUTO.
           DISPLAY 'TRASMISSIONE NON CARICATA: ' WS-ESITO-CARICO.
           MOVE 'N' TO WS-DA-CARICARE.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE 'LEGGI-SCAMBIO'   TO ECC-PARAGRAFO.
           MOVE SPACES            TO ECC-CHIAVE.
           STRING WS-MITTENTE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-GENERAZIONE DELIMITED BY SIZE
                  INTO ECC-CHIAVE
           END-STRING.
           MOVE WS-ESITO-CARICO   TO ECC-DESCRIZIONE.
           MOVE 'G' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-RIFIUTO.
            EXIT.
      *
       VERIFICA-GENERAZIONE.
      **************************************************************
      * SI CARICA SOLO UNA GENERAZIONE CHE RICEVI HA ACCETTATO E    *
      * CHE E' PIU' RECENTE DI QUELLA GIA' CARICATA PER LA SEDE.    *
      **************************************************************
           MOVE 'N' TO WS-VERIFICATA.
           MOVE 'N' TO WS-RICEVUTE-EOF.
           OPEN INPUT RICEVUTE.
           IF WS-RICEVUTE-STATUS = '00'
               PERFORM LEGGI-RICEVUTA THRU FINE-LEGGI-RICEVUTA
                    UNTIL WS-RICEVUTE-EOF = 'S'
                       OR WS-VERIFICATA = 'S'
           END-IF.
           CLOSE RICEVUTE.
           IF WS-VERIFICATA = 'N'
               MOVE 'GENERAZIONE NON VERIFICATA DA RICEVI'
                    TO WS-ESITO-CARICO
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
               GO TO FINE-VERIFICA-GENERAZIONE
           END-IF.

           MOVE WS-MITTENTE TO WS-SEDE-CERCA.
           PERFORM TROVA-SEDE THRU FINE-TROVA-SEDE.
           IF WS-SEDE-TROVATA = 'N'
               MOVE 'TABELLA DELLE SEDI PIENA' TO WS-ESITO-CARICO
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
               GO TO FINE-VERIFICA-GENERAZIONE
           END-IF.
           IF TS-GENERAZIONE(WS-SEDE-RIGA) = WS-GENERAZIONE
               MOVE 'N' TO WS-DA-CARICARE
               MOVE 'GENERAZIONE GIA'' CARICATA' TO WS-ESITO-CARICO
               DISPLAY WS-ESITO-CARICO
               GO TO FINE-VERIFICA-GENERAZIONE
           END-IF.
           IF TS-GENERAZIONE(WS-SEDE-RIGA) > WS-GENERAZIONE
               MOVE 'N' TO WS-DA-CARICARE
               MOVE 'GENERAZIONE PIU'' VECCHIA DELLA CARICATA'
                    TO WS-ESITO-CARICO
               DISPLAY WS-ESITO-CARICO
               MOVE 'VERIFICA-GENERAZIONE' TO ECC-PARAGRAFO
               MOVE SPACES                 TO ECC-CHIAVE
               STRING WS-MITTENTE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-GENERAZIONE DELIMITED BY SIZE
                      INTO ECC-CHIAVE
               END-STRING
               MOVE WS-ESITO-CARICO TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       FINE-VERIFICA-GENERAZIONE.
            EXIT.
      *
       LEGGI-RICEVUTA.
           MOVE SPACES TO RIGA-RICEVUTA.
           READ RICEVUTE INTO RIGA-RICEVUTA AT END
                MOVE 'S' TO WS-RICEVUTE-EOF
                NOT AT END
                     IF RIC-MITTENTE = SPACES
                         MOVE 'SEDE    ' TO RIC-MITTENTE
                     END-IF
                     IF RIC-GENERAZIONE = WS-GENERAZIONE
                             AND RIC-MITTENTE = WS-MITTENTE
                         MOVE 'S' TO WS-VERIFICATA
                     END-IF
           END-READ.
       FINE-LEGGI-RICEVUTA.
            EXIT.
      *
       SOSTITUISCI-PORZIONE.
      **************************************************************
      * IL MASTER SI RICOSTRUISCE IN REGIONALE-LAVORO.TXT: PRIMA I  *
      * RECORD DELLE ALTRE SEDI, POI LA NUOVA PORZIONE DEL          *
      * MITTENTE; QUINDI LA COPIA DI LAVORO TORNA IN REGIONALE.TXT. *
      **************************************************************
           MOVE 'N' TO WS-REGIONALE-EOF.
           OPEN OUTPUT LAVORO.
           OPEN INPUT REGIONALE.
           IF WS-REGIONALE-STATUS = '00'
               PERFORM TIENI-ALTRE-SEDI THRU FINE-TIENI-ALTRE-SEDI
                    UNTIL WS-REGIONALE-EOF = 'S'
           END-IF.
           CLOSE REGIONALE.

           MOVE 'N' TO WS-SCAMBIO-EOF.
           OPEN INPUT SCAMBIO.
           PERFORM AGGIUNGI-PORZIONE THRU FINE-AGGIUNGI-PORZIONE
                UNTIL WS-SCAMBIO-EOF = 'S'.
           CLOSE SCAMBIO.
           CLOSE LAVORO.

           MOVE 'N' TO WS-LAVORO-EOF.
           OPEN INPUT LAVORO.
           OPEN OUTPUT REGIONALE.
           PERFORM RIPORTA-LAVORO THRU FINE-RIPORTA-LAVORO
                UNTIL WS-LAVORO-EOF = 'S'.
           CLOSE REGIONALE.
           CLOSE LAVORO.

           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO WS-DATA-CARICO
           ELSE
               ACCEPT WS-DATA-CARICO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-GENERAZIONE     TO TS-GENERAZIONE(WS-SEDE-RIGA).
           MOVE WS-DATA-SPEDIZIONE TO TS-DATA-SPED(WS-SEDE-RIGA).
           MOVE WS-DATA-CARICO     TO TS-DATA-CARICO(WS-SEDE-RIGA).
           MOVE WS-CONTA-AGGIUNTI  TO TS-RIGHE(WS-SEDE-RIGA).
           MOVE 'S'                TO TS-CARICATA(WS-SEDE-RIGA).
           MOVE 'GENERAZIONE CARICATA' TO WS-ESITO-CARICO.
           DISPLAY 'SEDE ' WS-MITTENTE ' GENERAZIONE '
                   WS-GENERAZIONE ' CARICATA'.
       FINE-SOSTITUISCI-PORZIONE.
            EXIT.
      *
       TIENI-ALTRE-SEDI.
           READ REGIONALE AT END
                MOVE 'S' TO WS-REGIONALE-EOF
                NOT AT END
                     IF REG-SEDE = WS-MITTENTE
                         ADD 1 TO WS-CONTA-RIMOSSI
                     ELSE
                         WRITE REC-LAVORO FROM REC-REGIONALE
                         ADD 1 TO WS-CONTA-TENUTI
                     END-IF
           END-READ.
       FINE-TIENI-ALTRE-SEDI.
            EXIT.
      *
       AGGIUNGI-PORZIONE.
           READ SCAMBIO INTO WS-RIGA-SCAMBIO AT END
                MOVE 'S' TO WS-SCAMBIO-EOF
                NOT AT END
                     IF VT-TIPO NOT = 'HEADER    '
                             AND VT-TIPO NOT = 'TRAILER   '
                         MOVE WS-MITTENTE     TO REG-SEDE
                         MOVE WS-GENERAZIONE  TO REG-GENERAZIONE
                         MOVE WS-RIGA-SCAMBIO TO REG-PERSONA
                         WRITE REC-LAVORO FROM REC-REGIONALE
                         ADD 1 TO WS-CONTA-AGGIUNTI
                     END-IF
           END-READ.
       FINE-AGGIUNGI-PORZIONE.
            EXIT.
      *
       RIPORTA-LAVORO.
           READ LAVORO AT END
                MOVE 'S' TO WS-LAVORO-EOF
                NOT AT END
                     WRITE REC-REGIONALE FROM REC-LAVORO
           END-READ.
       FINE-RIPORTA-LAVORO.
            EXIT.
      *
       SCRIVI-SEDI.
      * IL REGISTRO DELLE SEDI SI RISCRIVE PER ULTIMO
           OPEN OUTPUT SEDIF.
           PERFORM SCRIVI-UNA-SEDE THRU FINE-SCRIVI-UNA-SEDE
                VARYING IND-SEDE FROM 1 BY 1
                UNTIL IND-SEDE > WS-NUM-SEDI.
           CLOSE SEDIF.
       FINE-SCRIVI-SEDI.
            EXIT.
      *
       SCRIVI-UNA-SEDE.
           IF TS-GENERAZIONE(IND-SEDE) > ZERO
               MOVE TS-SEDE(IND-SEDE)        TO SD-SEDE
               MOVE TS-GENERAZIONE(IND-SEDE) TO SD-GENERAZIONE
               MOVE TS-DATA-SPED(IND-SEDE)   TO SD-DATA-SPED
               MOVE TS-DATA-CARICO(IND-SEDE) TO SD-DATA-CARICO
               MOVE TS-RIGHE(IND-SEDE)       TO SD-RIGHE
               WRITE REC-SEDIF FROM RIGA-SEDE
           END-IF.
       FINE-SCRIVI-UNA-SEDE.
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
       RILASCIA-MASTER.
      **************************************************************
      * PROCEDURA DI INGRESSO DEI DUE SORT: LE PERSONE ATTIVE DEL   *
      * MASTER CONSOLIDATO CON LA CHIAVE DEL SORT IN CORSO. AL      *
      * PRIMO SORT SI CONTANO ANCHE I TOTALI PER CITTA E PER SEDE.  *
      **************************************************************
           MOVE 'N' TO WS-REGIONALE-EOF.
           OPEN INPUT REGIONALE.
           IF WS-REGIONALE-STATUS = '00'
               PERFORM RILASCIA-PERSONA THRU FINE-RILASCIA-PERSONA
                    UNTIL WS-REGIONALE-EOF = 'S'
           END-IF.
           CLOSE REGIONALE.
       FINE-RILASCIA-MASTER.
            EXIT.
      *
       RILASCIA-PERSONA.
           READ REGIONALE AT END
                MOVE 'S' TO WS-REGIONALE-EOF
                NOT AT END
                     MOVE REG-PERSONA TO WS-PRIMOF
                     IF WS-TIPO-CHIAVE = 'F'
                         PERFORM CONTA-PERSONA THRU FINE-CONTA-PERSONA
                     END-IF
                     IF STATO NOT = 'D' AND STATO NOT = 'E'
                         PERFORM PREPARA-CHIAVE
                            THRU FINE-PREPARA-CHIAVE
                     END-IF
           END-READ.
       FINE-RILASCIA-PERSONA.
            EXIT.
      *
       PREPARA-CHIAVE.
           MOVE SPACES      TO SORT-CHIAVE.
           MOVE REG-SEDE    TO SORT-SEDE.
           MOVE REG-PERSONA TO SORT-PERSONA.
           IF WS-TIPO-CHIAVE = 'F'
               IF COD-FISCALE NOT = SPACES
                   MOVE COD-FISCALE TO SORT-CHIAVE
                   RELEASE REC-SORT
               END-IF
           ELSE
               IF COGNOME NOT = SPACES
                   MOVE COGNOME   TO CA-COGNOME
                   MOVE NOME      TO CA-NOME
                   MOVE ANNO-NASC TO CA-ANNO-NASC
                   MOVE CITTA     TO CA-CITTA
                   MOVE WS-CHIAVE-ANAGRAFICA TO SORT-CHIAVE
                   RELEASE REC-SORT
               END-IF
           END-IF.
       FINE-PREPARA-CHIAVE.
            EXIT.
      *
       CONTA-PERSONA.
           ADD 1 TO WS-CONTA-MASTER.
           MOVE REG-SEDE TO WS-SEDE-CERCA.
           PERFORM TROVA-SEDE THRU FINE-TROVA-SEDE.
           IF STATO = 'D' OR STATO = 'E'
               GO TO FINE-CONTA-PERSONA
           END-IF.
           ADD 1 TO WS-CONTA-ATTIVE.
           IF WS-SEDE-TROVATA = 'S'
               ADD 1 TO TS-ATTIVE(WS-SEDE-RIGA)
           END-IF.
           PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA.
           IF WS-CITTA-TROVATA = 'S'
               ADD 1 TO TC-TOTALE(WS-CITTA-RIGA)
           END-IF.
       FINE-CONTA-PERSONA.
            EXIT.
      *
       TROVA-CITTA.
           MOVE 'N'  TO WS-CITTA-TROVATA.
           MOVE ZERO TO WS-CITTA-RIGA.
           SET IND-CRG TO 1.
           PERFORM CONFRONTA-CITTA THRU FINE-CONFRONTA-CITTA
                UNTIL IND-CRG > WS-NUM-CITTA-REG
                   OR WS-CITTA-TROVATA = 'S'.
           IF WS-CITTA-TROVATA = 'N'
               IF WS-NUM-CITTA-REG < WS-MAX-CITTA-REG
                   ADD 1 TO WS-NUM-CITTA-REG
                   MOVE WS-NUM-CITTA-REG TO WS-CITTA-RIGA
                   MOVE CITTA  TO TC-CITTA(WS-CITTA-RIGA)
                   MOVE SPACES TO TC-PROVINCIA(WS-CITTA-RIGA)
                                  TC-REGIONE(WS-CITTA-RIGA)
                   MOVE 'N'    TO TC-CENSITA(WS-CITTA-RIGA)
                   MOVE ZERO   TO TC-TOTALE(WS-CITTA-RIGA)
                   SET IND-CITTA-MST TO 1
                   SEARCH CITTA-MST
                        WHEN CM-TAB-CITTA(IND-CITTA-MST) = CITTA
                             MOVE CM-TAB-PROVINCIA(IND-CITTA-MST)
                                  TO TC-PROVINCIA(WS-CITTA-RIGA)
                             MOVE CM-TAB-REGIONE(IND-CITTA-MST)
                                  TO TC-REGIONE(WS-CITTA-RIGA)
                             MOVE 'S' TO TC-CENSITA(WS-CITTA-RIGA)
                   END-SEARCH
                   MOVE 'S' TO WS-CITTA-TROVATA
               ELSE
                   MOVE 'S' TO WS-TABELLE-PIENE
               END-IF
           END-IF.
       FINE-TROVA-CITTA.
            EXIT.
      *
       CONFRONTA-CITTA.
           IF TC-CITTA(IND-CRG) = CITTA
               MOVE 'S' TO WS-CITTA-TROVATA
               SET WS-CITTA-RIGA TO IND-CRG
           END-IF.
           SET IND-CRG UP BY 1.
       FINE-CONFRONTA-CITTA.
            EXIT.
      *
       CERCA-DOPPI.
      **************************************************************
      * PROCEDURA DI USCITA DEI SORT: I RECORD CON LA STESSA CHIAVE *
      * ARRIVANO CONSECUTIVI E SI RACCOLGONO IN UN GRUPPO; A OGNI   *
      * CAMBIO DI CHIAVE UN GRUPPO CHE TOCCA PIU' DI UNA SEDE SI    *
      * STAMPA PER INTERO. I DOPPI DENTRO LA STESSA SEDE SONO       *
      * MATERIA DI DOPPIONI E VERIFCF, NON DI QUESTO REPORT.        *
      **************************************************************
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE SPACES TO WS-CHIAVE-PREC.
           MOVE ZERO   TO WS-NUM-GRUPPO.
           PERFORM RITIRA-PERSONA THRU FINE-RITIRA-PERSONA
                UNTIL WS-SORT-EOF = 'S'.
           PERFORM CHIUDI-GRUPPO THRU FINE-CHIUDI-GRUPPO.
       FINE-CERCA-DOPPI.
            EXIT.
      *
       RITIRA-PERSONA.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     IF SORT-CHIAVE NOT = WS-CHIAVE-PREC
                         PERFORM CHIUDI-GRUPPO THRU FINE-CHIUDI-GRUPPO
                         MOVE SORT-CHIAVE TO WS-CHIAVE-PREC
                     END-IF
                     IF WS-NUM-GRUPPO < WS-MAX-GRUPPO
                         ADD 1 TO WS-NUM-GRUPPO
                         MOVE SORT-SEDE    TO GR-SEDE(WS-NUM-GRUPPO)
                         MOVE SORT-PERSONA TO GR-PERSONA(WS-NUM-GRUPPO)
                     ELSE
                         MOVE 'S' TO WS-GRUPPO-PIENO
                     END-IF
           END-RETURN.
       FINE-RITIRA-PERSONA.
            EXIT.
      *
       CHIUDI-GRUPPO.
           MOVE 'N' TO WS-PIU-SEDI.
           IF WS-NUM-GRUPPO > 1
               SET IND-GRU TO 2
               SEARCH MEMBRO-GRUPPO
                    WHEN GR-SEDE(IND-GRU) NOT = GR-SEDE(1)
                         MOVE 'S' TO WS-PIU-SEDI
               END-SEARCH
           END-IF.
           IF WS-PIU-SEDI = 'S'
               PERFORM SEGNALA-GRUPPO THRU FINE-SEGNALA-GRUPPO
           END-IF.
           MOVE ZERO TO WS-NUM-GRUPPO.
       FINE-CHIUDI-GRUPPO.
            EXIT.
      *
       SEGNALA-GRUPPO.
           IF WS-TIPO-CHIAVE = 'F'
               ADD 1 TO WS-CONTA-GRUPPI-CF
               ADD WS-NUM-GRUPPO TO WS-CONTA-PERSONE-CF
               MOVE 'CODICE FISCALE PRESENTE IN PIU'' SEDI'
                    TO ECC-DESCRIZIONE
           ELSE
               ADD 1 TO WS-CONTA-GRUPPI-AN
               ADD WS-NUM-GRUPPO TO WS-CONTA-PERSONE-AN
               MOVE 'DATI ANAGRAFICI PRESENTI IN PIU'' SEDI'
                    TO ECC-DESCRIZIONE
           END-IF.
           PERFORM STAMPA-MEMBRO THRU FINE-STAMPA-MEMBRO
                VARYING IND-GRU FROM 1 BY 1
                UNTIL IND-GRU > WS-NUM-GRUPPO.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'CERCA-DOPPI'         TO ECC-PARAGRAFO.
           MOVE WS-CHIAVE-PREC(1:15)  TO ECC-CHIAVE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-SEGNALA-GRUPPO.
            EXIT.
      *
       STAMPA-MEMBRO.
           MOVE GR-PERSONA(IND-GRU) TO WS-PRIMOF.
           MOVE GR-SEDE(IND-GRU)    TO RD-SEDE.
           MOVE ID-PERSONA          TO RD-ID.
           MOVE COGNOME             TO RD-COGNOME.
           MOVE NOME                TO RD-NOME.
           MOVE ANNO-NASC           TO RD-ANNO-NASC.
           MOVE CITTA               TO RD-CITTA.
           MOVE COD-FISCALE         TO RD-COD-FISCALE.
           MOVE RIGA-DOPPIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-MEMBRO.
            EXIT.
      *
       RIPORTA-CITTA.
      **************************************************************
      * I TOTALI DELLE CITTA CENSITE SI SOMMANO PER PROVINCIA E PER *
      * REGIONE COME IN ROLLREG; LE ALTRE VANNO NEL LORO SECCHIO.   *
      **************************************************************
           ADD TC-TOTALE(IND-CRG) TO WS-TOTALE-REGIONALE.
           IF TC-CENSITA(IND-CRG) = 'N'
               ADD TC-TOTALE(IND-CRG) TO WS-TOTALE-NON-CENS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM SOMMA-PROVINCIA THRU FINE-SOMMA-PROVINCIA
               PERFORM SOMMA-REGIONE THRU FINE-SOMMA-REGIONE
           END-IF.
       FINE-RIPORTA-CITTA.
            EXIT.
      *
       SOMMA-PROVINCIA.
           MOVE 'N'  TO WS-PROV-TROVATA.
           MOVE ZERO TO WS-RIGA-PROV.
           SET IND-PROV TO 1.
           PERFORM CERCA-PROVINCIA THRU FINE-CERCA-PROVINCIA
                UNTIL IND-PROV > WS-NUM-PROVINCE
                   OR WS-PROV-TROVATA = 'S'.
           IF WS-PROV-TROVATA = 'N'
               IF WS-NUM-PROVINCE < WS-MAX-PROVINCE
                   ADD 1 TO WS-NUM-PROVINCE
                   MOVE WS-NUM-PROVINCE TO WS-RIGA-PROV
                   MOVE TC-REGIONE(IND-CRG)
                        TO PV-REGIONE(WS-RIGA-PROV)
                   MOVE TC-PROVINCIA(IND-CRG)
                        TO PV-PROVINCIA(WS-RIGA-PROV)
                   MOVE ZERO TO PV-TOTALE(WS-RIGA-PROV)
               ELSE
                   MOVE ZERO TO WS-RIGA-PROV
                   MOVE 'S' TO WS-TABELLE-PIENE
               END-IF
           END-IF.
           IF WS-RIGA-PROV > ZERO
               ADD TC-TOTALE(IND-CRG) TO PV-TOTALE(WS-RIGA-PROV)
           END-IF.
       FINE-SOMMA-PROVINCIA.
            EXIT.
      *
       CERCA-PROVINCIA.
           IF PV-PROVINCIA(IND-PROV) = TC-PROVINCIA(IND-CRG)
                   AND PV-REGIONE(IND-PROV) = TC-REGIONE(IND-CRG)
               MOVE 'S' TO WS-PROV-TROVATA
               SET WS-RIGA-PROV TO IND-PROV
           END-IF.
           SET IND-PROV UP BY 1.
       FINE-CERCA-PROVINCIA.
            EXIT.
      *
       SOMMA-REGIONE.
           MOVE 'N'  TO WS-REG-TROVATA.
           MOVE ZERO TO WS-RIGA-REG.
           SET IND-REG TO 1.
           PERFORM CERCA-REGIONE THRU FINE-CERCA-REGIONE
                UNTIL IND-REG > WS-NUM-REGIONI
                   OR WS-REG-TROVATA = 'S'.
           IF WS-REG-TROVATA = 'N'
               IF WS-NUM-REGIONI < WS-MAX-REGIONI
                   ADD 1 TO WS-NUM-REGIONI
                   MOVE WS-NUM-REGIONI TO WS-RIGA-REG
                   MOVE TC-REGIONE(IND-CRG) TO RG-REGIONE(WS-RIGA-REG)
                   MOVE ZERO                TO RG-TOTALE(WS-RIGA-REG)
               ELSE
                   MOVE ZERO TO WS-RIGA-REG
                   MOVE 'S' TO WS-TABELLE-PIENE
               END-IF
           END-IF.
           IF WS-RIGA-REG > ZERO
               ADD TC-TOTALE(IND-CRG) TO RG-TOTALE(WS-RIGA-REG)
           END-IF.
       FINE-SOMMA-REGIONE.
            EXIT.
      *
       CERCA-REGIONE.
           IF RG-REGIONE(IND-REG) = TC-REGIONE(IND-CRG)
               MOVE 'S' TO WS-REG-TROVATA
               SET WS-RIGA-REG TO IND-REG
           END-IF.
           SET IND-REG UP BY 1.
       FINE-CERCA-REGIONE.
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
           MOVE SPACES TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           MOVE WS-MITTENTE     TO RT-MITTENTE.
           MOVE WS-GENERAZIONE  TO RT-GENERAZIONE.
           MOVE WS-ESITO-CARICO TO RT-ESITO.
           MOVE RIGA-TRASMISSIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-DA-CARICARE = 'S'
               MOVE 'RECORD NELLA TRASMISSIONE    ' TO RC-ETICHETTA
               MOVE WS-CONTA-SCAMBIO                TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'PORZIONE PRECEDENTE RIMOSSA  ' TO RC-ETICHETTA
               MOVE WS-CONTA-RIMOSSI                TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'RECORD DELLE ALTRE SEDI      ' TO RC-ETICHETTA
               MOVE WS-CONTA-TENUTI                 TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
               MOVE 'NUOVA PORZIONE CARICATA      ' TO RC-ETICHETTA
               MOVE WS-CONTA-AGGIUNTI               TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
           END-IF.
       FINE-APRI-REPORT.
            EXIT.
      *
       STAMPA-TITOLO-SEZIONE.
           MOVE RIGA-TITOLO-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-TITOLO-SEZIONE.
            EXIT.
      *
       STAMPA-TOTALI.
           MOVE COLONNE-TOTALI TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'TOTALI PER CITTA DEL MASTER CONSOLIDATO'
                TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-UNA-REGIONE THRU FINE-STAMPA-UNA-REGIONE
                VARYING WS-IX-REG FROM 1 BY 1
                UNTIL WS-IX-REG > WS-NUM-REGIONI.
           IF WS-TOTALE-NON-CENS > ZERO
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE WS-TOTALE-NON-CENS TO RN-TOTALE
               MOVE RIGA-NON-CENSITE TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               PERFORM STAMPA-NON-CENSITA THRU FINE-STAMPA-NON-CENSITA
                    VARYING IND-CRG FROM 1 BY 1
                    UNTIL IND-CRG > WS-NUM-CITTA-REG
           END-IF.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE WS-TOTALE-REGIONALE TO RTC-TOTALE.
           MOVE RIGA-CONSOLIDATO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-TOTALI.
            EXIT.
      *
       STAMPA-UNA-REGIONE.
      **************************************************************
      * RIGA DI REGIONE, POI OGNI SUA PROVINCIA SEGUITA DALLE SUE   *
      * CITTA: LA STAMPA RAGGRUPPA SCORRENDO LE TABELLE.            *
      **************************************************************
           MOVE RG-REGIONE(WS-IX-REG) TO RR-REGIONE.
           MOVE RG-TOTALE(WS-IX-REG)  TO RR-TOTALE.
           MOVE RIGA-REGIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-PROVINCIA-DI THRU FINE-STAMPA-PROVINCIA-DI
                VARYING WS-IX-PROV FROM 1 BY 1
                UNTIL WS-IX-PROV > WS-NUM-PROVINCE.
       FINE-STAMPA-UNA-REGIONE.
            EXIT.
      *
       STAMPA-PROVINCIA-DI.
           IF PV-REGIONE(WS-IX-PROV) = RG-REGIONE(WS-IX-REG)
               MOVE PV-PROVINCIA(WS-IX-PROV) TO RP-PROVINCIA
               MOVE PV-TOTALE(WS-IX-PROV)    TO RP-TOTALE
               MOVE RIGA-PROVINCIA TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               PERFORM STAMPA-CITTA-DI THRU FINE-STAMPA-CITTA-DI
                    VARYING IND-CRG FROM 1 BY 1
                    UNTIL IND-CRG > WS-NUM-CITTA-REG
           END-IF.
       FINE-STAMPA-PROVINCIA-DI.
            EXIT.
      *
       STAMPA-CITTA-DI.
           IF TC-CENSITA(IND-CRG) = 'S'
                   AND TC-REGIONE(IND-CRG) = PV-REGIONE(WS-IX-PROV)
                   AND TC-PROVINCIA(IND-CRG) = PV-PROVINCIA(WS-IX-PROV)
               MOVE TC-CITTA(IND-CRG)  TO RCT-CITTA
               MOVE TC-TOTALE(IND-CRG) TO RCT-TOTALE
               MOVE RIGA-CITTA TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-CITTA-DI.
            EXIT.
      *
       STAMPA-NON-CENSITA.
           IF TC-CENSITA(IND-CRG) = 'N'
               MOVE TC-CITTA(IND-CRG)  TO RCT-CITTA
               MOVE TC-TOTALE(IND-CRG) TO RCT-TOTALE
               MOVE RIGA-CITTA TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-NON-CENSITA.
            EXIT.
      *
       STAMPA-SEDI.
           MOVE COLONNE-SEDI TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'PORZIONI DELLE SEDI NEL MASTER CONSOLIDATO'
                TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-UNA-SEDE THRU FINE-STAMPA-UNA-SEDE
                VARYING IND-SEDE FROM 1 BY 1
                UNTIL IND-SEDE > WS-NUM-SEDI.
       FINE-STAMPA-SEDI.
            EXIT.
      *
       STAMPA-UNA-SEDE.
           MOVE TS-SEDE(IND-SEDE)        TO RPS-SEDE.
           MOVE TS-GENERAZIONE(IND-SEDE) TO RPS-GENERAZIONE.
           MOVE TS-DATA-SPED(IND-SEDE)   TO RPS-DATA-SPED.
           MOVE TS-DATA-CARICO(IND-SEDE) TO RPS-DATA-CARICO.
           MOVE TS-RIGHE(IND-SEDE)       TO RPS-RIGHE.
           MOVE TS-ATTIVE(IND-SEDE)      TO RPS-ATTIVE.
           MOVE SPACES                   TO RPS-NOTA.
           IF TS-CARICATA(IND-SEDE) = 'S'
               MOVE 'NUOVA' TO RPS-NOTA
           END-IF.
           MOVE RIGA-PORZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-UNA-SEDE.
            EXIT.
      *
       CHIUDI-REPORT.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RECORD NEL MASTER REGIONALE  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-MASTER                 TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'PERSONE ATTIVE               ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ATTIVE                 TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'GRUPPI STESSO CODICE FISCALE ' TO RC-ETICHETTA.
           MOVE WS-CONTA-GRUPPI-CF              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'GRUPPI STESSI DATI ANAGRAFICI' TO RC-ETICHETTA.
           MOVE WS-CONTA-GRUPPI-AN              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-GRUPPO-PIENO = 'S' OR WS-TABELLE-PIENE = 'S'
               MOVE 'TABELLE PIENE: REPORT INCOMPLETO'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE 'CHIUDI-REPORT' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'TABELLE PIENE: REPORT INCOMPLETO'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

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
           MOVE 'CONSREG'    TO ECC-PROGRAMMA.
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
           MOVE 'CONSREG' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
