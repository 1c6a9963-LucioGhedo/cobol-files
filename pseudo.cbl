       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEUDO.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * COPIA PSEUDONIMIZZATA DEI MASTER DI PRODUZIONE PER L'AMBIENTE
      * DI PROVA: GENERA DA' IL VOLUME, MA CERTI PROBLEMI SI
      * RIPRODUCONO SOLO SUI DATI VERI, CHE IN PROVA NON POSSONO
      * ANDARE. DA ANAGR.TXT, ANAGRA.TXT, ANAGR.IDX, INDIRIZZI.IDX,
      * FAMIGLIE.TXT, OPPOSIZIONI.TXT E CERCA-AUDIT.TXT PRODUCE LE
      * COPIE PROVA-<NOME> CON NOMI, COGNOMI, VIE E CODICI FISCALI
      * SOSTITUITI. LA SOSTITUZIONE E' PER VALORE E VALE PER TUTTA
      * L'ESECUZIONE: LO STESSO COGNOME DIVENTA LO STESSO
      * PSEUDONIMO IN OGNI FILE, COSI' LA STESSA PERSONA SI
      * RICONOSCE OVUNQUE E FAMIGLIE RITROVA GLI STESSI GRUPPI.
      * IL NUOVO CODICE FISCALE SI COMPONE DALLE TERNE DEGLI
      * PSEUDONIMI, TIENE ANNO, SESSO E COMUNE, CAMBIA MESE E
      * GIORNO, E IL CARATTERE DI CONTROLLO LO CALCOLA CODFISC.
      * ID-PERSONA, CITTA, FILIALI E ANNI DI NASCITA RESTANO QUELLI
      * DI PRODUZIONE, PERCHE' LA CATENA SI COMPORTI ALLO STESSO
      * MODO; LE NOTE LIBERE DELLE OPPOSIZIONI SI SVUOTANO.
      * IL REPORT DI CONTROLLO RILEGGE ORIGINALI E COPIE E METTE A
      * CONFRONTO RECORD E LEGAMI (ID PRESENTI SUL MASTER, COGNOME
      * E CODICE FISCALE CONCORDI CON LA PERSONA, FAMIGLIE CON LA
      * LORO CITTA E COGNOME).
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER INDICIZZATO VERSIONATO (ORIGINALE O COPIA)

           SELECT IDXF ASSIGN TO WS-NOME-IDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * COPIA PSEUDONIMIZZATA DEL MASTER

           SELECT IDXOUT ASSIGN TO 'PROVA-ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IDO-CHIAVE
           ALTERNATE RECORD KEY IS IDO-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDO-CITTA WITH DUPLICATES
           STATUS WS-IDXOUT-STATUS.
      * COPIA PIATTA PER LA CATENA (ORIGINALE O COPIA)

           SELECT OPTIONAL ANAGRF ASSIGN TO WS-NOME-ANAGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGR-STATUS.
      * COPIA PIATTA CONSOLIDATA (ORIGINALE O COPIA)

           SELECT OPTIONAL ANAGRAF2 ASSIGN TO WS-NOME-ANAGRA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGRA-STATUS.
      * USCITA PSEUDONIMIZZATA DELLE DUE COPIE PIATTE

           SELECT PIATTOUT ASSIGN TO WS-NOME-USCITA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * MASTER DEGLI INDIRIZZI STRADALI (ORIGINALE O COPIA)

           SELECT INDIRF ASSIGN TO WS-NOME-INDIR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY INDIRM-ID
           STATUS WS-INDIR-STATUS.
      * COPIA PSEUDONIMIZZATA DEGLI INDIRIZZI

           SELECT INDIROUT ASSIGN TO 'PROVA-INDIRIZZI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY INDIRO-ID
           STATUS WS-INDIROUT-STATUS.
      * FILE DELLE FAMIGLIE PRESUNTE (ORIGINALE O COPIA)

           SELECT OPTIONAL FAMIGLIE ASSIGN TO WS-NOME-FAMIGLIE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAMIGLIE-STATUS.
      * REGISTRO DELLE OPPOSIZIONI AL CONTATTO (ORIGINALE O COPIA)

           SELECT OPTIONAL OPPOSIZI ASSIGN TO WS-NOME-OPPOSIZ
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPPOSIZ-STATUS.
      * AUDIT DELLE RICERCHE (ORIGINALE O COPIA)

           SELECT OPTIONAL AUDITF ASSIGN TO WS-NOME-AUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * USCITA PSEUDONIMIZZATA DEI FILE DI RIGHE

           SELECT RIGHEOUT ASSIGN TO WS-NOME-USCITA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * REPORT DI CONTROLLO DELLA COPIA

           SELECT REPORTF ASSIGN TO 'PSEUDO-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
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

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD   IDXOUT
            DATA RECORD IS REC-IDXOUT.
       01 REC-IDXOUT.
          05 IDO-CHIAVE    PIC X(13).
          05 FILLER        PIC X(10).
          05 IDO-COGNOME   PIC X(10).
          05 FILLER        PIC X(3).
          05 IDO-CITTA     PIC X(10).
          05 FILLER        PIC X(33).

       FD   ANAGRF
            DATA RECORD IS REC-ANAGRF.
       01 REC-ANAGRF  PIC X(71).

       FD   ANAGRAF2
            DATA RECORD IS REC-ANAGRAF2.
       01 REC-ANAGRAF2  PIC X(71).

       FD   PIATTOUT
            DATA RECORD IS REC-PIATTOUT.
       01 REC-PIATTOUT  PIC X(71).

       FD   INDIRF
            DATA RECORD IS REC-INDIRF.
       01 REC-INDIRF.
          05 INDIRM-ID     PIC 9(5).
          05 FILLER        PIC X(40).

       FD   INDIROUT
            DATA RECORD IS REC-INDIROUT.
       01 REC-INDIROUT.
          05 INDIRO-ID     PIC 9(5).
          05 FILLER        PIC X(40).

       FD   FAMIGLIE
            DATA RECORD IS REC-FAMIGLIE.
       01 REC-FAMIGLIE.
          05 FAM-ID         PIC 9(5).
          05 FILLER         PIC X.
          05 FAM-CITTA      PIC X(10).
          05 FILLER         PIC X.
          05 FAM-COGNOME    PIC X(10).
          05 FILLER         PIC X(12).

       FD   OPPOSIZI
            DATA RECORD IS REC-OPPOSIZIONE.
       01 REC-OPPOSIZIONE.
          05 OPP-ID         PIC 9(5).
          05 FILLER         PIC X(14).
          05 OPP-NOTA       PIC X(20).

       FD   AUDITF
            DATA RECORD IS REC-AUDITF.
       01 REC-AUDITF  PIC X(121).

       FD   RIGHEOUT
            DATA RECORD IS REC-RIGHEOUT.
       01 REC-RIGHEOUT  PIC X(121).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.
       COPY INDIRIZ.
       COPY AUDIT.

       01   WS-IDX-STATUS       PIC XX.
       01   WS-IDXOUT-STATUS    PIC XX.
       01   WS-ANAGR-STATUS     PIC XX.
       01   WS-ANAGRA-STATUS    PIC XX.
       01   WS-INDIR-STATUS     PIC XX.
       01   WS-INDIROUT-STATUS  PIC XX.
       01   WS-FAMIGLIE-STATUS  PIC XX.
       01   WS-OPPOSIZ-STATUS   PIC XX.
       01   WS-AUDIT-STATUS     PIC XX.

       01 FINE-FILE PIC X VALUE 'N'.

      ************************************************************
      *      NOMI DEI FILE: GLI ORIGINALI SI LEGGONO CON IL LORO    *
      *      NOME, LE COPIE PORTANO IL PREFISSO PROVA-. LA STESSA   *
      *      LETTURA SERVE PER I DUE LATI DEL CONTROLLO.            *
      ************************************************************
       01 WS-PREFISSO          PIC X(6) VALUE SPACES.
       01 WS-NOME-IDX          PIC X(40) VALUE SPACES.
       01 WS-NOME-ANAGR        PIC X(40) VALUE SPACES.
       01 WS-NOME-ANAGRA       PIC X(40) VALUE SPACES.
       01 WS-NOME-INDIR        PIC X(40) VALUE SPACES.
       01 WS-NOME-FAMIGLIE     PIC X(40) VALUE SPACES.
       01 WS-NOME-OPPOSIZ      PIC X(40) VALUE SPACES.
       01 WS-NOME-AUDIT        PIC X(40) VALUE SPACES.
       01 WS-NOME-USCITA       PIC X(40) VALUE SPACES.
       01 WS-NOME-ORIGINALE    PIC X(40) VALUE SPACES.

      ************************************************************
      *      TABELLA DEGLI PSEUDONIMI PER VALORE: PS-TIPO 'C' PER I *
      *      COGNOMI, 'N' PER I NOMI, 'V' PER LE VIE. IL PRIMO      *
      *      VALORE INCONTRATO PRENDE IL PRIMO PSEUDONIMO LIBERO    *
      *      DEL SUO TIPO E LO TIENE PER TUTTA L'ESECUZIONE.        *
      ************************************************************
       01 WS-MAX-PSEUDO        PIC 9(4) VALUE 6000.
       01 TAB-PSEUDO.
            05 PSEUDONIMO OCCURS 1 TO 6000 TIMES
               DEPENDING ON WS-NUM-PSEUDO
               INDEXED BY IND-PSEUDO.
               10 PS-TIPO      PIC X.
               10 PS-ORIGINALE PIC X(20).
               10 PS-PSEUDO    PIC X(20).
       01 WS-NUM-PSEUDO        PIC 9(4) VALUE 0.
       01 WS-CONTA-COGNOMI     PIC 9(4) VALUE 0.
       01 WS-CONTA-NOMI        PIC 9(4) VALUE 0.
       01 WS-CONTA-VIE         PIC 9(4) VALUE 0.
       01 WS-PS-TIPO           PIC X VALUE SPACE.
       01 WS-PS-ORIGINALE      PIC X(20) VALUE SPACES.
       01 WS-PS-PSEUDO         PIC X(20) VALUE SPACES.
       01 WS-PS-NUMERO         PIC 9(4) VALUE 0.
       01 WS-PS-QUOZIENTE      PIC 9(4) VALUE 0.
       01 WS-PS-S1             PIC 99 VALUE 0.
       01 WS-PS-S2             PIC 99 VALUE 0.
       01 WS-PS-S3             PIC 99 VALUE 0.
       01 WS-PS-TROVATO        PIC X VALUE 'N'.
       01 WS-TABELLA-PIENA     PIC X VALUE 'N'.

      ************************************************************
      *      SILLABE DEGLI PSEUDONIMI: TRE SILLABE PIU' UNA CODA    *
      *      PER TIPO DANNO 8000 VALORI DIVERSI, TUTTI DI SOLE      *
      *      LETTERE, COSI' LE TERNE DEL CODICE FISCALE TORNANO.    *
      ************************************************************
       01 WS-ELENCO-SILLABE    PIC X(40) VALUE
          'BACEDIFOGULAMENIPORUSATEVIZOMAREDOLINUGE'.
       01 TAB-SILLABE REDEFINES WS-ELENCO-SILLABE.
            05 SILLABA OCCURS 20 TIMES PIC X(2).

      ************************************************************
      *      TABELLA DEI CODICI FISCALI PSEUDONIMIZZATI, PER VALORE *
      ************************************************************
       01 WS-MAX-CODICI        PIC 9(4) VALUE 3000.
       01 TAB-CODICI.
            05 CODICE-PSEUDO OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-NUM-CODICI
               INDEXED BY IND-CODICE.
               10 CP-ORIGINALE PIC X(16).
               10 CP-PSEUDO    PIC X(16).
       01 WS-NUM-CODICI        PIC 9(4) VALUE 0.
       01 WS-CF-ORIGINALE      PIC X(16) VALUE SPACES.
       01 WS-CF-PSEUDO         PIC X(16) VALUE SPACES.
       01 WS-CF-COGNOME        PIC X(10) VALUE SPACES.
       01 WS-CF-NOME           PIC X(10) VALUE SPACES.
       01 WS-CF-AZIONE         PIC X VALUE 'C'.
       01 WS-CF-VALIDO         PIC X VALUE 'N'.
       01 WS-CF-GIORNO         PIC 99 VALUE 0.
       01 WS-CF-MESE           PIC 99 VALUE 0.
       01 WS-CF-QUOZIENTE      PIC 9(4) VALUE 0.
       01 WS-CF-NON-RICOSTRUITI PIC 9(6) VALUE 0.
       01 WS-LETTERE-MESE      PIC X(12) VALUE 'ABCDEHLMPRST'.
       01 TAB-LETTERE-MESE REDEFINES WS-LETTERE-MESE.
            05 LM-LETTERA      OCCURS 12 TIMES PIC X.

      ************************************************************
      *      AREE DI DERIVAZIONE DELLE TERNE COGNOME/NOME           *
      ************************************************************
       01 WS-CAMPO-TERNA       PIC X(10) VALUE SPACES.
       01 TAB-CAMPO-TERNA REDEFINES WS-CAMPO-TERNA.
            05 CT-CARATTERE    OCCURS 10 TIMES PIC X.
       01 WS-CONSONANTI        PIC X(10) VALUE SPACES.
       01 WS-VOCALI            PIC X(10) VALUE SPACES.
       01 WS-NUM-CONSONANTI    PIC 99 VALUE 0.
       01 WS-NUM-VOCALI        PIC 99 VALUE 0.
       01 WS-IND-CAR           PIC 99 VALUE 0.
       01 WS-E-NOME            PIC X VALUE 'N'.
       01 WS-TERNA             PIC X(3) VALUE SPACES.
       01 WS-IND-TERNA         PIC 9 VALUE 0.
       01 WS-TERNA-COGNOME     PIC X(3) VALUE SPACES.
       01 WS-TERNA-NOME        PIC X(3) VALUE SPACES.

      ************************************************************
      *      PERSONE DEL MASTER (VERSIONE IN VIGORE) PER IL         *
      *      CONTROLLO DEI LEGAMI, CARICATE A OGNI LATO. IL MASTER  *
      *      SI LEGGE IN ORDINE DI CHIAVE, QUINDI LA TABELLA E' IN  *
      *      ORDINE DI ID E SI CERCA CON SEARCH ALL.                *
      ************************************************************
       01 WS-MAX-PERSONE       PIC 9(4) VALUE 3000.
       01 TAB-PERSONE.
            05 PERSONA-MASTER OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-NUM-PERSONE
               ASCENDING KEY IS PM-ID
               INDEXED BY IND-PERSONA.
               10 PM-ID        PIC 9(5).
               10 PM-COGNOME   PIC X(10).
               10 PM-CITTA     PIC X(10).
               10 PM-CF        PIC X(16).
       01 WS-NUM-PERSONE       PIC 9(4) VALUE 0.
       01 WS-OGGI              PIC 9(8) VALUE 0.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-ID-CERCATO        PIC 9(5) VALUE 0.
       01 WS-PERSONA-TROVATA   PIC X VALUE 'N'.
       01 WS-RIGA-PERSONA      PIC 9(4) VALUE 0.
       01 WS-FAMIGLIA-TROVATA  PIC X VALUE 'N'.
       01 WS-CITTA-LAVORO      PIC X(10) VALUE SPACES.
       01 WS-ALIAS-ESITO       PIC X VALUE 'N'.

      ************************************************************
      *      QUADRO DI CONTROLLO: PER OGNI FILE RECORD E LEGAMI     *
      *      SULL'ORIGINALE (LATO 1) E SULLA COPIA (LATO 2). LA     *
      *      RIGA 8 CONTA I CODICI FISCALI DEL MASTER: PRESENTI E   *
      *      VALIDI PER CODFISC.                                    *
      ************************************************************
       01 WS-ELENCO-CONTROLLI.
            05 FILLER PIC X(20) VALUE 'ANAGR.IDX           '.
            05 FILLER PIC X(20) VALUE 'ANAGR.TXT           '.
            05 FILLER PIC X(20) VALUE 'ANAGRA.TXT          '.
            05 FILLER PIC X(20) VALUE 'INDIRIZZI.IDX       '.
            05 FILLER PIC X(20) VALUE 'FAMIGLIE.TXT        '.
            05 FILLER PIC X(20) VALUE 'OPPOSIZIONI.TXT     '.
            05 FILLER PIC X(20) VALUE 'CERCA-AUDIT.TXT     '.
            05 FILLER PIC X(20) VALUE 'COD. FISC. VALIDI   '.
       01 TAB-NOMI-CONTROLLI REDEFINES WS-ELENCO-CONTROLLI.
            05 CT-NOME OCCURS 8 TIMES PIC X(20).
       01 TAB-CONTROLLI.
            05 CONTROLLO OCCURS 8 TIMES.
               10 CT-LATO OCCURS 2 TIMES.
                  15 CT-RECORD   PIC 9(6).
                  15 CT-LEGAMI   PIC 9(6).
                  15 CT-ASSENTE  PIC X.
       01 WS-CT-IX             PIC 9 VALUE 0.
       01 WS-LATO              PIC 9 VALUE 0.
       01 WS-DIFFERENZE        PIC 9(3) VALUE 0.
       01 WS-CONTA-COPIATI     PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'COPIA PSEUDONIMIZZATA'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 TESTATA-CONTROLLO.
            05 FILLER            PIC X(20) VALUE 'FILE'.
            05 FILLER            PIC X(10) VALUE '  REC.ORIG'.
            05 FILLER            PIC X(10) VALUE '  REC.COP.'.
            05 FILLER            PIC X(10) VALUE '  LEG.ORIG'.
            05 FILLER            PIC X(10) VALUE '  LEG.COP.'.
            05 FILLER            PIC X(10) VALUE '  ESITO'.

       01 RIGA-CONTROLLO.
            05 RCT-NOME          PIC X(20).
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RCT-REC-ORIG      PIC ZZZZZ9.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RCT-REC-COPIA     PIC ZZZZZ9.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RCT-LEG-ORIG      PIC ZZZZZ9.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RCT-LEG-COPIA     PIC ZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RCT-ESITO         PIC X(8).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = COPIA ESEGUITA E QUADRATA                              *
      * 4 = COPIA ESEGUITA CON DIFFERENZE SUL QUADRO DI CONTROLLO  *
      * 8 = MASTER ASSENTE O TABELLE PIENE: COPIA NON UTILIZZABILE *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

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
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            ACCEPT WS-OGGI FROM DATE YYYYMMDD.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            INITIALIZE TAB-CONTROLLI.
            MOVE SPACES TO WS-PREFISSO.
            PERFORM COMPONI-NOMI THRU FINE-COMPONI-NOMI.

            PERFORM COPIA-MASTER THRU FINE-COPIA-MASTER.
            IF WS-RETURN-CODE NOT = 8
                PERFORM COPIA-ANAGR THRU FINE-COPIA-ANAGR
                PERFORM COPIA-ANAGRA THRU FINE-COPIA-ANAGRA
                PERFORM COPIA-INDIRIZZI THRU FINE-COPIA-INDIRIZZI
                PERFORM COPIA-FAMIGLIE THRU FINE-COPIA-FAMIGLIE
                PERFORM COPIA-OPPOSIZIONI
                   THRU FINE-COPIA-OPPOSIZIONI
                PERFORM COPIA-AUDIT THRU FINE-COPIA-AUDIT
                IF WS-TABELLA-PIENA = 'S'
                    DISPLAY 'TABELLA PSEUDONIMI PIENA'
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE 'MAIN-LINE' TO ECC-PARAGRAFO
                    MOVE SPACES      TO ECC-CHIAVE
                    MOVE 'TABELLA PSEUDONIMI PIENA: COPIA INUTILE'
                         TO ECC-DESCRIZIONE
                    MOVE 'G' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                END-IF
                PERFORM CONTROLLA-LATO THRU FINE-CONTROLLA-LATO
                     VARYING WS-LATO FROM 1 BY 1
                     UNTIL WS-LATO > 2
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       COMPONI-NOMI.
      **************************************************************
      * NOMI DEI FILE DEL LATO IN LAVORO: PREFISSO VUOTO PER GLI    *
      * ORIGINALI, PROVA- PER LE COPIE.                             *
      **************************************************************
           MOVE SPACES TO WS-NOME-IDX WS-NOME-ANAGR WS-NOME-ANAGRA
                          WS-NOME-INDIR WS-NOME-FAMIGLIE
                          WS-NOME-OPPOSIZ WS-NOME-AUDIT.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'ANAGR.IDX' DELIMITED BY SIZE
                  INTO WS-NOME-IDX.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'ANAGR.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-ANAGR.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'ANAGRA.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-ANAGRA.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'INDIRIZZI.IDX' DELIMITED BY SIZE
                  INTO WS-NOME-INDIR.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'FAMIGLIE.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-FAMIGLIE.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'OPPOSIZIONI.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-OPPOSIZ.
           STRING WS-PREFISSO DELIMITED BY SPACE
                  'CERCA-AUDIT.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-AUDIT.
       FINE-COMPONI-NOMI.
            EXIT.
      *
       COMPONI-NOME-USCITA.
      * IL NOME DELL'ORIGINALE E' GIA' IN WS-NOME-USCITA
           MOVE WS-NOME-USCITA TO WS-NOME-ORIGINALE.
           MOVE SPACES TO WS-NOME-USCITA.
           STRING 'PROVA-' DELIMITED BY SIZE
                  WS-NOME-ORIGINALE DELIMITED BY SPACE
                  INTO WS-NOME-USCITA.
       FINE-COMPONI-NOME-USCITA.
            EXIT.
      *
       COPIA-MASTER.
      **************************************************************
      * IL MASTER SI COPIA VERSIONE PER VERSIONE NELL'ORDINE DI     *
      * CHIAVE, CHE E' QUELLO IN CUI LA COPIA INDICIZZATA SI        *
      * SCRIVE. SENZA MASTER LA COPIA NON HA SENSO.                 *
      **************************************************************
           MOVE ZERO TO WS-CONTA-COPIATI.
           MOVE 'N'  TO FINE-FILE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'COPIA-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES         TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               OPEN OUTPUT IDXOUT
               PERFORM COPIA-VERSIONE THRU FINE-COPIA-VERSIONE
                    UNTIL FINE-FILE = 'S'
               CLOSE IDXOUT
               CLOSE IDXF
               DISPLAY 'VERSIONI COPIATE SU PROVA-ANAGR.IDX: '
                       WS-CONTA-COPIATI
           END-IF.
       FINE-COPIA-MASTER.
            EXIT.
      *
       COPIA-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE IDX-NOME        TO NOME
                     MOVE IDX-COGNOME     TO COGNOME
                     MOVE IDX-COD-FISCALE TO COD-FISCALE
                     PERFORM PSEUDO-PERSONA THRU FINE-PSEUDO-PERSONA
                     MOVE NOME            TO IDX-NOME
                     MOVE COGNOME         TO IDX-COGNOME
                     MOVE COD-FISCALE     TO IDX-COD-FISCALE
                     WRITE REC-IDXOUT FROM REC-IDXF
                     ADD 1 TO WS-CONTA-COPIATI
           END-READ.
       FINE-COPIA-VERSIONE.
            EXIT.
      *
       COPIA-ANAGR.
           MOVE WS-NOME-ANAGR TO WS-NOME-USCITA.
           PERFORM COMPONI-NOME-USCITA THRU FINE-COMPONI-NOME-USCITA.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT ANAGRF.
           IF WS-ANAGR-STATUS = '00'
               OPEN OUTPUT PIATTOUT
               PERFORM COPIA-RIGA-ANAGR THRU FINE-COPIA-RIGA-ANAGR
                    UNTIL FINE-FILE = 'S'
               CLOSE PIATTOUT
           END-IF.
           CLOSE ANAGRF.
       FINE-COPIA-ANAGR.
            EXIT.
      *
       COPIA-RIGA-ANAGR.
           READ ANAGRF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM PSEUDO-PERSONA THRU FINE-PSEUDO-PERSONA
                     WRITE REC-PIATTOUT FROM WS-PRIMOF
           END-READ.
       FINE-COPIA-RIGA-ANAGR.
            EXIT.
      *
       COPIA-ANAGRA.
           MOVE WS-NOME-ANAGRA TO WS-NOME-USCITA.
           PERFORM COMPONI-NOME-USCITA THRU FINE-COMPONI-NOME-USCITA.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT ANAGRAF2.
           IF WS-ANAGRA-STATUS = '00'
               OPEN OUTPUT PIATTOUT
               PERFORM COPIA-RIGA-ANAGRA THRU FINE-COPIA-RIGA-ANAGRA
                    UNTIL FINE-FILE = 'S'
               CLOSE PIATTOUT
           END-IF.
           CLOSE ANAGRAF2.
       FINE-COPIA-ANAGRA.
            EXIT.
      *
       COPIA-RIGA-ANAGRA.
           READ ANAGRAF2 INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM PSEUDO-PERSONA THRU FINE-PSEUDO-PERSONA
                     WRITE REC-PIATTOUT FROM WS-PRIMOF
           END-READ.
       FINE-COPIA-RIGA-ANAGRA.
            EXIT.
      *
       COPIA-INDIRIZZI.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT INDIRF.
           IF WS-INDIR-STATUS = '00'
               OPEN OUTPUT INDIROUT
               PERFORM COPIA-INDIRIZZO THRU FINE-COPIA-INDIRIZZO
                    UNTIL FINE-FILE = 'S'
               CLOSE INDIROUT
               CLOSE INDIRF
           END-IF.
       FINE-COPIA-INDIRIZZI.
            EXIT.
      *
       COPIA-INDIRIZZO.
      * SI SOSTITUISCE LA VIA; NUMERO, CAP E CITTA RESTANO
           READ INDIRF NEXT RECORD INTO WS-INDIRIZZO AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE 'V'     TO WS-PS-TIPO
                     MOVE IND-VIA TO WS-PS-ORIGINALE
                     PERFORM CERCA-PSEUDONIMO
                        THRU FINE-CERCA-PSEUDONIMO
                     MOVE WS-PS-PSEUDO TO IND-VIA
                     WRITE REC-INDIROUT FROM WS-INDIRIZZO
           END-READ.
       FINE-COPIA-INDIRIZZO.
            EXIT.
      *
       COPIA-FAMIGLIE.
           MOVE WS-NOME-FAMIGLIE TO WS-NOME-USCITA.
           PERFORM COMPONI-NOME-USCITA THRU FINE-COMPONI-NOME-USCITA.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT FAMIGLIE.
           IF WS-FAMIGLIE-STATUS = '00'
               OPEN OUTPUT RIGHEOUT
               PERFORM COPIA-FAMIGLIA THRU FINE-COPIA-FAMIGLIA
                    UNTIL FINE-FILE = 'S'
               CLOSE RIGHEOUT
           END-IF.
           CLOSE FAMIGLIE.
       FINE-COPIA-FAMIGLIE.
            EXIT.
      *
       COPIA-FAMIGLIA.
           READ FAMIGLIE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE 'C'         TO WS-PS-TIPO
                     MOVE FAM-COGNOME TO WS-PS-ORIGINALE
                     PERFORM CERCA-PSEUDONIMO
                        THRU FINE-CERCA-PSEUDONIMO
                     MOVE WS-PS-PSEUDO TO FAM-COGNOME
                     MOVE SPACES TO REC-RIGHEOUT
                     MOVE REC-FAMIGLIE TO REC-RIGHEOUT
                     WRITE REC-RIGHEOUT
           END-READ.
       FINE-COPIA-FAMIGLIA.
            EXIT.
      *
       COPIA-OPPOSIZIONI.
           MOVE WS-NOME-OPPOSIZ TO WS-NOME-USCITA.
           PERFORM COMPONI-NOME-USCITA THRU FINE-COMPONI-NOME-USCITA.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT OPPOSIZI.
           IF WS-OPPOSIZ-STATUS = '00'
               OPEN OUTPUT RIGHEOUT
               PERFORM COPIA-OPPOSIZIONE THRU FINE-COPIA-OPPOSIZIONE
                    UNTIL FINE-FILE = 'S'
               CLOSE RIGHEOUT
           END-IF.
           CLOSE OPPOSIZI.
       FINE-COPIA-OPPOSIZIONI.
            EXIT.
      *
       COPIA-OPPOSIZIONE.
      * LA NOTA E' TESTO LIBERO E PUO' NOMINARE PERSONE: SI SVUOTA
           READ OPPOSIZI AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE SPACES TO OPP-NOTA
                     MOVE SPACES TO REC-RIGHEOUT
                     MOVE REC-OPPOSIZIONE TO REC-RIGHEOUT
                     WRITE REC-RIGHEOUT
           END-READ.
       FINE-COPIA-OPPOSIZIONE.
            EXIT.
      *
       COPIA-AUDIT.
           MOVE WS-NOME-AUDIT TO WS-NOME-USCITA.
           PERFORM COMPONI-NOME-USCITA THRU FINE-COMPONI-NOME-USCITA.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT AUDITF.
           IF WS-AUDIT-STATUS = '00'
               OPEN OUTPUT RIGHEOUT
               PERFORM COPIA-RIGA-AUDIT THRU FINE-COPIA-RIGA-AUDIT
                    UNTIL FINE-FILE = 'S'
               CLOSE RIGHEOUT
           END-IF.
           CLOSE AUDITF.
       FINE-COPIA-AUDIT.
            EXIT.
      *
       COPIA-RIGA-AUDIT.
      **************************************************************
      * NOME E COGNOME DEL RISCONTRO SI SOSTITUISCONO; IL VALORE    *
      * CERCATO SOLO SE E' UN COGNOME O UN NOME (LE RICERCHE PER    *
      * CITTA E LE SCHEDE PER ID RESTANO COM'ERANO).                *
      **************************************************************
           READ AUDITF INTO RIGA-AUDIT AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE 'N'      TO WS-PS-TIPO
                     MOVE AUD-NOME TO WS-PS-ORIGINALE
                     PERFORM CERCA-PSEUDONIMO
                        THRU FINE-CERCA-PSEUDONIMO
                     MOVE WS-PS-PSEUDO TO AUD-NOME
                     MOVE 'C'         TO WS-PS-TIPO
                     MOVE AUD-COGNOME TO WS-PS-ORIGINALE
                     PERFORM CERCA-PSEUDONIMO
                        THRU FINE-CERCA-PSEUDONIMO
                     MOVE WS-PS-PSEUDO TO AUD-COGNOME
                     IF AUD-CAMPO = 'COGNOME' OR AUD-CAMPO = 'SUGGERITO'
                         MOVE 'C' TO WS-PS-TIPO
                     ELSE
                         MOVE 'N' TO WS-PS-TIPO
                     END-IF
                     IF AUD-CAMPO = 'COGNOME' OR AUD-CAMPO = 'SUGGERITO'
                             OR AUD-CAMPO = 'NOME'
                         MOVE AUD-VALORE TO WS-PS-ORIGINALE
                         PERFORM CERCA-PSEUDONIMO
                            THRU FINE-CERCA-PSEUDONIMO
                         MOVE WS-PS-PSEUDO TO AUD-VALORE
                     END-IF
                     WRITE REC-RIGHEOUT FROM RIGA-AUDIT
           END-READ.
       FINE-COPIA-RIGA-AUDIT.
            EXIT.
      *
       PSEUDO-PERSONA.
      **************************************************************
      * SOSTITUISCE NOME, COGNOME E CODICE FISCALE DEL RECORD IN    *
      * WS-PRIMOF. IL CODICE FISCALE SI RICOMPONE DAGLI PSEUDONIMI  *
      * APPENA ASSEGNATI.                                           *
      **************************************************************
           MOVE 'N'  TO WS-PS-TIPO.
           MOVE NOME TO WS-PS-ORIGINALE.
           PERFORM CERCA-PSEUDONIMO THRU FINE-CERCA-PSEUDONIMO.
           MOVE WS-PS-PSEUDO TO NOME.
           MOVE 'C'     TO WS-PS-TIPO.
           MOVE COGNOME TO WS-PS-ORIGINALE.
           PERFORM CERCA-PSEUDONIMO THRU FINE-CERCA-PSEUDONIMO.
           MOVE WS-PS-PSEUDO TO COGNOME.
           IF COD-FISCALE NOT = SPACES
               MOVE COD-FISCALE TO WS-CF-ORIGINALE
               MOVE COGNOME     TO WS-CF-COGNOME
               MOVE NOME        TO WS-CF-NOME
               PERFORM CERCA-CODICE THRU FINE-CERCA-CODICE
               MOVE WS-CF-PSEUDO TO COD-FISCALE
           END-IF.
       FINE-PSEUDO-PERSONA.
            EXIT.
      *
       CERCA-PSEUDONIMO.
      **************************************************************
      * PSEUDONIMO DEL VALORE IN WS-PS-ORIGINALE PER IL TIPO IN     *
      * WS-PS-TIPO: QUELLO GIA' ASSEGNATO SE IL VALORE E' GIA'      *
      * COMPARSO, ALTRIMENTI IL PROSSIMO DEL TIPO. GLI SPAZI        *
      * RESTANO SPAZI.                                              *
      **************************************************************
           MOVE SPACES TO WS-PS-PSEUDO.
           MOVE 'N' TO WS-PS-TROVATO.
           IF WS-PS-ORIGINALE NOT = SPACES
               IF WS-NUM-PSEUDO > ZERO
                   SET IND-PSEUDO TO 1
                   SEARCH PSEUDONIMO
                       AT END CONTINUE
                       WHEN PS-TIPO(IND-PSEUDO) = WS-PS-TIPO
                            AND PS-ORIGINALE(IND-PSEUDO)
                                = WS-PS-ORIGINALE
                           MOVE 'S' TO WS-PS-TROVATO
                           MOVE PS-PSEUDO(IND-PSEUDO) TO WS-PS-PSEUDO
                   END-SEARCH
               END-IF
               IF WS-PS-TROVATO = 'N'
                   PERFORM NUOVO-PSEUDONIMO THRU FINE-NUOVO-PSEUDONIMO
               END-IF
           END-IF.
       FINE-CERCA-PSEUDONIMO.
            EXIT.
      *
       NUOVO-PSEUDONIMO.
      **************************************************************
      * IL NUMERO D'ORDINE NEL TIPO SCELTO TRE SILLABE; LA CODA     *
      * DISTINGUE I TIPI: -NI PER I COGNOMI, -O PER I NOMI, VIA     *
      * DAVANTI PER LE VIE. A TABELLA PIENA IL VALORE SI SVUOTA E   *
      * IL LAVORO FINISCE CON RC 8.                                 *
      **************************************************************
           IF WS-NUM-PSEUDO NOT < WS-MAX-PSEUDO
               MOVE 'S' TO WS-TABELLA-PIENA
           ELSE
               IF WS-PS-TIPO = 'C'
                   MOVE WS-CONTA-COGNOMI TO WS-PS-NUMERO
                   ADD 1 TO WS-CONTA-COGNOMI
               END-IF
               IF WS-PS-TIPO = 'N'
                   MOVE WS-CONTA-NOMI TO WS-PS-NUMERO
                   ADD 1 TO WS-CONTA-NOMI
               END-IF
               IF WS-PS-TIPO = 'V'
                   MOVE WS-CONTA-VIE TO WS-PS-NUMERO
                   ADD 1 TO WS-CONTA-VIE
               END-IF
               DIVIDE WS-PS-NUMERO BY 20
                      GIVING WS-PS-QUOZIENTE REMAINDER WS-PS-S3
               DIVIDE WS-PS-QUOZIENTE BY 20
                      GIVING WS-PS-QUOZIENTE REMAINDER WS-PS-S2
               DIVIDE WS-PS-QUOZIENTE BY 20
                      GIVING WS-PS-QUOZIENTE REMAINDER WS-PS-S1
               ADD 1 TO WS-PS-S1 WS-PS-S2 WS-PS-S3
               IF WS-PS-TIPO = 'C'
                   STRING SILLABA(WS-PS-S1) DELIMITED BY SIZE
                          SILLABA(WS-PS-S2) DELIMITED BY SIZE
                          SILLABA(WS-PS-S3) DELIMITED BY SIZE
                          'NI'              DELIMITED BY SIZE
                          INTO WS-PS-PSEUDO
               END-IF
               IF WS-PS-TIPO = 'N'
                   STRING SILLABA(WS-PS-S1) DELIMITED BY SIZE
                          SILLABA(WS-PS-S2) DELIMITED BY SIZE
                          SILLABA(WS-PS-S3) DELIMITED BY SIZE
                          'O'               DELIMITED BY SIZE
                          INTO WS-PS-PSEUDO
               END-IF
               IF WS-PS-TIPO = 'V'
                   STRING 'VIA '            DELIMITED BY SIZE
                          SILLABA(WS-PS-S1) DELIMITED BY SIZE
                          SILLABA(WS-PS-S2) DELIMITED BY SIZE
                          SILLABA(WS-PS-S3) DELIMITED BY SIZE
                          'NI'              DELIMITED BY SIZE
                          INTO WS-PS-PSEUDO
               END-IF
               ADD 1 TO WS-NUM-PSEUDO
               MOVE WS-PS-TIPO      TO PS-TIPO(WS-NUM-PSEUDO)
               MOVE WS-PS-ORIGINALE TO PS-ORIGINALE(WS-NUM-PSEUDO)
               MOVE WS-PS-PSEUDO    TO PS-PSEUDO(WS-NUM-PSEUDO)
           END-IF.
       FINE-NUOVO-PSEUDONIMO.
            EXIT.
      *
       CERCA-CODICE.
      **************************************************************
      * CODICE FISCALE PSEUDONIMIZZATO DEL CODICE IN               *
      * WS-CF-ORIGINALE: LO STESSO CODICE DIVENTA SEMPRE LO STESSO  *
      * PSEUDO-CODICE, COMPOSTO LA PRIMA VOLTA DAGLI PSEUDONIMI IN  *
      * WS-CF-COGNOME E WS-CF-NOME.                                 *
      **************************************************************
           MOVE SPACES TO WS-CF-PSEUDO.
           MOVE 'N' TO WS-PS-TROVATO.
           IF WS-NUM-CODICI > ZERO
               SET IND-CODICE TO 1
               SEARCH CODICE-PSEUDO
                   AT END CONTINUE
                   WHEN CP-ORIGINALE(IND-CODICE) = WS-CF-ORIGINALE
                       MOVE 'S' TO WS-PS-TROVATO
                       MOVE CP-PSEUDO(IND-CODICE) TO WS-CF-PSEUDO
               END-SEARCH
           END-IF.
           IF WS-PS-TROVATO = 'N'
               IF WS-NUM-CODICI NOT < WS-MAX-CODICI
                   MOVE 'S' TO WS-TABELLA-PIENA
               ELSE
                   PERFORM COMPONI-CODICE THRU FINE-COMPONI-CODICE
                   ADD 1 TO WS-NUM-CODICI
                   MOVE WS-CF-ORIGINALE TO CP-ORIGINALE(WS-NUM-CODICI)
                   MOVE WS-CF-PSEUDO    TO CP-PSEUDO(WS-NUM-CODICI)
               END-IF
           END-IF.
       FINE-CERCA-CODICE.
            EXIT.
      *
       COMPONI-CODICE.
      **************************************************************
      * TERNE DAGLI PSEUDONIMI, ANNO E COMUNE DAL CODICE ORIGINALE, *
      * MESE E GIORNO DAL NUMERO D'ORDINE DEL CODICE (IL +40 DELLE  *
      * DONNE SI CONSERVA), CARATTERE DI CONTROLLO DA CODFISC. SE   *
      * IL CODICE ORIGINALE NON SI PRESTA IL CAMPO SI SVUOTA.       *
      **************************************************************
           MOVE WS-CF-COGNOME TO WS-CAMPO-TERNA.
           MOVE 'N' TO WS-E-NOME.
           PERFORM DERIVA-TERNA THRU FINE-DERIVA-TERNA.
           MOVE WS-TERNA TO WS-TERNA-COGNOME.

           MOVE WS-CF-NOME TO WS-CAMPO-TERNA.
           MOVE 'S' TO WS-E-NOME.
           PERFORM DERIVA-TERNA THRU FINE-DERIVA-TERNA.
           MOVE WS-TERNA TO WS-TERNA-NOME.

           DIVIDE WS-NUM-CODICI BY 12
                  GIVING WS-CF-QUOZIENTE REMAINDER WS-CF-MESE.
           ADD 1 TO WS-CF-MESE.
           DIVIDE WS-NUM-CODICI BY 28
                  GIVING WS-CF-QUOZIENTE REMAINDER WS-CF-GIORNO.
           ADD 1 TO WS-CF-GIORNO.
           IF WS-CF-ORIGINALE(10:2) IS NUMERIC
               IF WS-CF-ORIGINALE(10:2) > '40'
                   ADD 40 TO WS-CF-GIORNO
               END-IF
           END-IF.

           MOVE SPACES TO WS-CF-PSEUDO.
           STRING WS-TERNA-COGNOME         DELIMITED BY SIZE
                  WS-TERNA-NOME            DELIMITED BY SIZE
                  WS-CF-ORIGINALE(7:2)     DELIMITED BY SIZE
                  LM-LETTERA(WS-CF-MESE)   DELIMITED BY SIZE
                  WS-CF-GIORNO             DELIMITED BY SIZE
                  WS-CF-ORIGINALE(12:4)    DELIMITED BY SIZE
                  INTO WS-CF-PSEUDO.

           MOVE 'C' TO WS-CF-AZIONE.
           CALL 'CODFISC' USING WS-CF-AZIONE WS-CF-PSEUDO WS-CF-VALIDO.
           IF WS-CF-VALIDO = 'N'
               MOVE SPACES TO WS-CF-PSEUDO
               ADD 1 TO WS-CF-NON-RICOSTRUITI
           END-IF.
       FINE-COMPONI-CODICE.
            EXIT.
      *
       DERIVA-TERNA.
      **************************************************************
      * TERNA DI LEGGE: CONSONANTI POI VOCALI POI 'X' A RIEMPIRE;   *
      * PER IL NOME CON ALMENO QUATTRO CONSONANTI SI PRENDONO LA    *
      * PRIMA, LA TERZA E LA QUARTA.                                *
      **************************************************************
           MOVE SPACES TO WS-CONSONANTI WS-VOCALI WS-TERNA.
           MOVE ZERO   TO WS-NUM-CONSONANTI WS-NUM-VOCALI.
           PERFORM CLASSIFICA-CARATTERE THRU FINE-CLASSIFICA-CARATTERE
                VARYING WS-IND-CAR FROM 1 BY 1
                UNTIL WS-IND-CAR > 10.

           IF WS-E-NOME = 'S' AND WS-NUM-CONSONANTI >= 4
               MOVE WS-CONSONANTI(1:1) TO WS-TERNA(1:1)
               MOVE WS-CONSONANTI(3:1) TO WS-TERNA(2:1)
               MOVE WS-CONSONANTI(4:1) TO WS-TERNA(3:1)
           ELSE
               MOVE ZERO TO WS-IND-TERNA
               PERFORM PRENDI-CONSONANTE THRU FINE-PRENDI-CONSONANTE
                    VARYING WS-IND-CAR FROM 1 BY 1
                    UNTIL WS-IND-CAR > WS-NUM-CONSONANTI
                       OR WS-IND-TERNA >= 3
               PERFORM PRENDI-VOCALE THRU FINE-PRENDI-VOCALE
                    VARYING WS-IND-CAR FROM 1 BY 1
                    UNTIL WS-IND-CAR > WS-NUM-VOCALI
                       OR WS-IND-TERNA >= 3
               PERFORM RIEMPI-CON-X THRU FINE-RIEMPI-CON-X
                    UNTIL WS-IND-TERNA >= 3
           END-IF.
       FINE-DERIVA-TERNA.
            EXIT.
      *
       CLASSIFICA-CARATTERE.
           IF CT-CARATTERE(WS-IND-CAR) = 'A'
                   OR CT-CARATTERE(WS-IND-CAR) = 'E'
                   OR CT-CARATTERE(WS-IND-CAR) = 'I'
                   OR CT-CARATTERE(WS-IND-CAR) = 'O'
                   OR CT-CARATTERE(WS-IND-CAR) = 'U'
               ADD 1 TO WS-NUM-VOCALI
               MOVE CT-CARATTERE(WS-IND-CAR)
                    TO WS-VOCALI(WS-NUM-VOCALI:1)
           ELSE
               IF CT-CARATTERE(WS-IND-CAR) >= 'A'
                       AND CT-CARATTERE(WS-IND-CAR) <= 'Z'
                   ADD 1 TO WS-NUM-CONSONANTI
                   MOVE CT-CARATTERE(WS-IND-CAR)
                        TO WS-CONSONANTI(WS-NUM-CONSONANTI:1)
               END-IF
           END-IF.
       FINE-CLASSIFICA-CARATTERE.
            EXIT.
      *
       PRENDI-CONSONANTE.
           ADD 1 TO WS-IND-TERNA.
           MOVE WS-CONSONANTI(WS-IND-CAR:1)
                TO WS-TERNA(WS-IND-TERNA:1).
       FINE-PRENDI-CONSONANTE.
            EXIT.
      *
       PRENDI-VOCALE.
           ADD 1 TO WS-IND-TERNA.
           MOVE WS-VOCALI(WS-IND-CAR:1)
                TO WS-TERNA(WS-IND-TERNA:1).
       FINE-PRENDI-VOCALE.
            EXIT.
      *
       RIEMPI-CON-X.
           ADD 1 TO WS-IND-TERNA.
           MOVE 'X' TO WS-TERNA(WS-IND-TERNA:1).
       FINE-RIEMPI-CON-X.
            EXIT.
      *
       CONTROLLA-LATO.
      **************************************************************
      * RILEGGE I FILE DI UN LATO (1 = ORIGINALI, 2 = COPIE) E NE   *
      * CONTA RECORD E LEGAMI CON LE PERSONE DEL MASTER DELLO       *
      * STESSO LATO.                                                *
      **************************************************************
           IF WS-LATO = 1
               MOVE SPACES TO WS-PREFISSO
           ELSE
               MOVE 'PROVA-' TO WS-PREFISSO
           END-IF.
           PERFORM COMPONI-NOMI THRU FINE-COMPONI-NOMI.
           PERFORM CONTA-MASTER THRU FINE-CONTA-MASTER.
           PERFORM CONTA-ANAGR THRU FINE-CONTA-ANAGR.
           PERFORM CONTA-ANAGRA THRU FINE-CONTA-ANAGRA.
           PERFORM CONTA-INDIRIZZI THRU FINE-CONTA-INDIRIZZI.
           PERFORM CONTA-FAMIGLIE THRU FINE-CONTA-FAMIGLIE.
           PERFORM CONTA-OPPOSIZIONI THRU FINE-CONTA-OPPOSIZIONI.
           PERFORM CONTA-AUDIT THRU FINE-CONTA-AUDIT.
       FINE-CONTROLLA-LATO.
            EXIT.
      *
       CONTA-MASTER.
      **************************************************************
      * RECORD = VERSIONI, LEGAMI = PERSONE DISTINTE. INTANTO SI    *
      * CARICA LA VERSIONE IN VIGORE DI OGNI PERSONA (IN MANCANZA   *
      * LA PRIMA) E SI CONTANO I CODICI FISCALI.                    *
      **************************************************************
           MOVE 1 TO WS-CT-IX.
           MOVE ZERO TO WS-NUM-PERSONE.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(WS-CT-IX, WS-LATO)
           ELSE
               PERFORM CONTA-VERSIONE THRU FINE-CONTA-VERSIONE
                    UNTIL FINE-FILE = 'S'
               CLOSE IDXF
           END-IF.
           MOVE WS-NUM-PERSONE TO CT-LEGAMI(1, WS-LATO).
       FINE-CONTA-MASTER.
            EXIT.
      *
       CONTA-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO CT-RECORD(1, WS-LATO)
                     IF IDX-COD-FISCALE NOT = SPACES
                         ADD 1 TO CT-RECORD(8, WS-LATO)
                         MOVE 'V' TO WS-CF-AZIONE
                         CALL 'CODFISC' USING WS-CF-AZIONE
                              IDX-COD-FISCALE WS-CF-VALIDO
                         IF WS-CF-VALIDO = 'S'
                             ADD 1 TO CT-LEGAMI(8, WS-LATO)
                         END-IF
                     END-IF
                     IF WS-NUM-PERSONE = ZERO
                             OR IDX-ID NOT = WS-ID-PREC
                         PERFORM ACCODA-PERSONA
                            THRU FINE-ACCODA-PERSONA
                     ELSE
                         IF IDX-DATA-EFF NOT > WS-OGGI
                             PERFORM VALORIZZA-PERSONA
                                THRU FINE-VALORIZZA-PERSONA
                         END-IF
                     END-IF
                     MOVE IDX-ID TO WS-ID-PREC
           END-READ.
       FINE-CONTA-VERSIONE.
            EXIT.
      *
       ACCODA-PERSONA.
           IF WS-NUM-PERSONE < WS-MAX-PERSONE
               ADD 1 TO WS-NUM-PERSONE
               PERFORM VALORIZZA-PERSONA THRU FINE-VALORIZZA-PERSONA
           ELSE
               MOVE 'S' TO WS-TABELLA-PIENA
               IF WS-RETURN-CODE NOT = 8
                   DISPLAY 'TABELLA PERSONE PIENA'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'ACCODA-PERSONA' TO ECC-PARAGRAFO
                   MOVE SPACES           TO ECC-CHIAVE
                   MOVE 'TABELLA PERSONE PIENA: CONTROLLO MONCO'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-ACCODA-PERSONA.
            EXIT.
      *
       VALORIZZA-PERSONA.
           MOVE IDX-CITTA TO WS-CITTA-LAVORO.
           CALL 'CITALIAS' USING WS-CITTA-LAVORO WS-ALIAS-ESITO.
           MOVE IDX-ID          TO PM-ID(WS-NUM-PERSONE).
           MOVE IDX-COGNOME     TO PM-COGNOME(WS-NUM-PERSONE).
           MOVE WS-CITTA-LAVORO TO PM-CITTA(WS-NUM-PERSONE).
           MOVE IDX-COD-FISCALE TO PM-CF(WS-NUM-PERSONE).
       FINE-VALORIZZA-PERSONA.
            EXIT.
      *
       CERCA-PERSONA.
      * PERSONA DEL MASTER CON ID WS-ID-CERCATO
           MOVE 'N'  TO WS-PERSONA-TROVATA.
           MOVE ZERO TO WS-RIGA-PERSONA.
           IF WS-NUM-PERSONE > ZERO
               SEARCH ALL PERSONA-MASTER
                   AT END CONTINUE
                   WHEN PM-ID(IND-PERSONA) = WS-ID-CERCATO
                       MOVE 'S' TO WS-PERSONA-TROVATA
                       SET WS-RIGA-PERSONA TO IND-PERSONA
               END-SEARCH
           END-IF.
       FINE-CERCA-PERSONA.
            EXIT.
      *
       CONTA-ANAGR.
      * LEGAME = ID SUL MASTER CON COGNOME E CODICE FISCALE CONCORDI
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT ANAGRF.
           IF WS-ANAGR-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(2, WS-LATO)
           ELSE
               MOVE 2 TO WS-CT-IX
               PERFORM CONTA-RIGA-ANAGR THRU FINE-CONTA-RIGA-ANAGR
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE ANAGRF.
       FINE-CONTA-ANAGR.
            EXIT.
      *
       CONTA-RIGA-ANAGR.
           READ ANAGRF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM CONTA-PERSONA-PIATTA
                        THRU FINE-CONTA-PERSONA-PIATTA
           END-READ.
       FINE-CONTA-RIGA-ANAGR.
            EXIT.
      *
       CONTA-ANAGRA.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT ANAGRAF2.
           IF WS-ANAGRA-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(3, WS-LATO)
           ELSE
               MOVE 3 TO WS-CT-IX
               PERFORM CONTA-RIGA-ANAGRA THRU FINE-CONTA-RIGA-ANAGRA
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE ANAGRAF2.
       FINE-CONTA-ANAGRA.
            EXIT.
      *
       CONTA-RIGA-ANAGRA.
           READ ANAGRAF2 INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     PERFORM CONTA-PERSONA-PIATTA
                        THRU FINE-CONTA-PERSONA-PIATTA
           END-READ.
       FINE-CONTA-RIGA-ANAGRA.
            EXIT.
      *
       CONTA-PERSONA-PIATTA.
      * IL RECORD E' IN WS-PRIMOF, LA RIGA DEL QUADRO IN WS-CT-IX
           ADD 1 TO CT-RECORD(WS-CT-IX, WS-LATO).
           MOVE ID-PERSONA TO WS-ID-CERCATO.
           PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA.
           IF WS-PERSONA-TROVATA = 'S'
               IF COGNOME = PM-COGNOME(WS-RIGA-PERSONA)
                       AND COD-FISCALE = PM-CF(WS-RIGA-PERSONA)
                   ADD 1 TO CT-LEGAMI(WS-CT-IX, WS-LATO)
               END-IF
           END-IF.
       FINE-CONTA-PERSONA-PIATTA.
            EXIT.
      *
       CONTA-INDIRIZZI.
      * LEGAME = ID SUL MASTER
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT INDIRF.
           IF WS-INDIR-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(4, WS-LATO)
           ELSE
               PERFORM CONTA-INDIRIZZO THRU FINE-CONTA-INDIRIZZO
                    UNTIL FINE-FILE = 'S'
               CLOSE INDIRF
           END-IF.
       FINE-CONTA-INDIRIZZI.
            EXIT.
      *
       CONTA-INDIRIZZO.
           READ INDIRF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO CT-RECORD(4, WS-LATO)
                     MOVE INDIRM-ID TO WS-ID-CERCATO
                     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
                     IF WS-PERSONA-TROVATA = 'S'
                         ADD 1 TO CT-LEGAMI(4, WS-LATO)
                     END-IF
           END-READ.
       FINE-CONTA-INDIRIZZO.
            EXIT.
      *
       CONTA-FAMIGLIE.
      * LEGAME = ALMENO UNA PERSONA CON LO STESSO COGNOME E CITTA
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT FAMIGLIE.
           IF WS-FAMIGLIE-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(5, WS-LATO)
           ELSE
               PERFORM CONTA-FAMIGLIA THRU FINE-CONTA-FAMIGLIA
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE FAMIGLIE.
       FINE-CONTA-FAMIGLIE.
            EXIT.
      *
       CONTA-FAMIGLIA.
           READ FAMIGLIE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO CT-RECORD(5, WS-LATO)
                     MOVE 'N' TO WS-FAMIGLIA-TROVATA
                     IF WS-NUM-PERSONE > ZERO
                         SET IND-PERSONA TO 1
                         SEARCH PERSONA-MASTER
                             AT END CONTINUE
                             WHEN PM-COGNOME(IND-PERSONA) = FAM-COGNOME
                                  AND PM-CITTA(IND-PERSONA) = FAM-CITTA
                                 MOVE 'S' TO WS-FAMIGLIA-TROVATA
                         END-SEARCH
                     END-IF
                     IF WS-FAMIGLIA-TROVATA = 'S'
                         ADD 1 TO CT-LEGAMI(5, WS-LATO)
                     END-IF
           END-READ.
       FINE-CONTA-FAMIGLIA.
            EXIT.
      *
       CONTA-OPPOSIZIONI.
      * LEGAME = ID SUL MASTER
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT OPPOSIZI.
           IF WS-OPPOSIZ-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(6, WS-LATO)
           ELSE
               PERFORM CONTA-OPPOSIZIONE THRU FINE-CONTA-OPPOSIZIONE
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE OPPOSIZI.
       FINE-CONTA-OPPOSIZIONI.
            EXIT.
      *
       CONTA-OPPOSIZIONE.
           READ OPPOSIZI AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO CT-RECORD(6, WS-LATO)
                     MOVE OPP-ID TO WS-ID-CERCATO
                     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
                     IF WS-PERSONA-TROVATA = 'S'
                         ADD 1 TO CT-LEGAMI(6, WS-LATO)
                     END-IF
           END-READ.
       FINE-CONTA-OPPOSIZIONE.
            EXIT.
      *
       CONTA-AUDIT.
      * LEGAME = ID SUL MASTER CON IL COGNOME DEL RISCONTRO CONCORDE
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT AUDITF.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'S' TO CT-ASSENTE(7, WS-LATO)
           ELSE
               PERFORM CONTA-RIGA-AUDIT THRU FINE-CONTA-RIGA-AUDIT
                    UNTIL FINE-FILE = 'S'
           END-IF.
           CLOSE AUDITF.
       FINE-CONTA-AUDIT.
            EXIT.
      *
       CONTA-RIGA-AUDIT.
           READ AUDITF INTO RIGA-AUDIT AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO CT-RECORD(7, WS-LATO)
                     IF AUD-ID IS NUMERIC
                         MOVE AUD-ID TO WS-ID-CERCATO
                         PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
                         IF WS-PERSONA-TROVATA = 'S'
                             IF AUD-COGNOME
                                     = PM-COGNOME(WS-RIGA-PERSONA)
                                 ADD 1 TO CT-LEGAMI(7, WS-LATO)
                             END-IF
                         END-IF
                     END-IF
           END-READ.
       FINE-CONTA-RIGA-AUDIT.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           WRITE REC-REPORTF FROM TESTATA-CONTROLLO.

           PERFORM STAMPA-CONTROLLO THRU FINE-STAMPA-CONTROLLO
                VARYING WS-CT-IX FROM 1 BY 1
                UNTIL WS-CT-IX > 8.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'COGNOMI SOSTITUITI    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-COGNOMI         TO RC-VALORE.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'NOMI SOSTITUITI       ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NOMI            TO RC-VALORE.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'VIE SOSTITUITE        ' TO RC-ETICHETTA.
           MOVE WS-CONTA-VIE             TO RC-VALORE.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'COD. FISC. SOSTITUITI ' TO RC-ETICHETTA.
           MOVE WS-NUM-CODICI            TO RC-VALORE.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'COD. FISC. SVUOTATI   ' TO RC-ETICHETTA.
           MOVE WS-CF-NON-RICOSTRUITI    TO RC-VALORE.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'RIGHE NON QUADRATE    ' TO RC-ETICHETTA.
           MOVE WS-DIFFERENZE            TO RC-VALORE.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.
           IF WS-DIFFERENZE > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-CONTROLLO.
      **************************************************************
      * UNA RIGA DEL QUADRO: LA COPIA QUADRA SE RECORD E LEGAMI     *
      * COINCIDONO CON L'ORIGINALE. PER I CODICI FISCALI LA COPIA   *
      * DEVE AVERNE QUANTI L'ORIGINALE, TUTTI VALIDI.               *
      **************************************************************
           MOVE CT-NOME(WS-CT-IX)                TO RCT-NOME.
           MOVE CT-RECORD(WS-CT-IX, 1)           TO RCT-REC-ORIG.
           MOVE CT-RECORD(WS-CT-IX, 2)           TO RCT-REC-COPIA.
           MOVE CT-LEGAMI(WS-CT-IX, 1)           TO RCT-LEG-ORIG.
           MOVE CT-LEGAMI(WS-CT-IX, 2)           TO RCT-LEG-COPIA.
           MOVE 'QUADRA  ' TO RCT-ESITO.
           IF CT-ASSENTE(WS-CT-IX, 1) = 'S'
               MOVE 'ASSENTE ' TO RCT-ESITO
           ELSE
               IF CT-RECORD(WS-CT-IX, 1) NOT = CT-RECORD(WS-CT-IX, 2)
                       OR CT-ASSENTE(WS-CT-IX, 2) = 'S'
                   MOVE 'DIVERSO ' TO RCT-ESITO
               END-IF
               IF WS-CT-IX = 8
                   IF CT-LEGAMI(8, 2) NOT = CT-RECORD(8, 2)
                       MOVE 'DIVERSO ' TO RCT-ESITO
                   END-IF
               ELSE
                   IF CT-LEGAMI(WS-CT-IX, 1)
                           NOT = CT-LEGAMI(WS-CT-IX, 2)
                       MOVE 'DIVERSO ' TO RCT-ESITO
                   END-IF
               END-IF
           END-IF.
           IF RCT-ESITO = 'DIVERSO '
               ADD 1 TO WS-DIFFERENZE
               MOVE 'STAMPA-CONTROLLO'  TO ECC-PARAGRAFO
               MOVE CT-NOME(WS-CT-IX)   TO ECC-CHIAVE
               MOVE 'COPIA DI PROVA NON QUADRA CON ORIGINALE'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTROLLO.
       FINE-STAMPA-CONTROLLO.
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
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'PSEUDO'     TO ECC-PROGRAMMA.

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
