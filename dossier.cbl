       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIER.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * DOSSIER DI ACCESSO DELL'INTERESSATO: DATO UN ID-PERSONA IN
      * DOSSIER-PARAM.TXT, RACCOGLIE IN UN SOLO STAMPATO
      * (DOSSIER-REPORTF.TXT) TUTTO QUELLO CHE L'IMPIANTO TIENE
      * SULLA PERSONA: OGNI VERSIONE DI ANAGR.IDX, L'INDIRIZZO DI
      * INDIRIZZI.IDX, I CONTATTI, I LEGAMI DI PARENTELA, LE NOTE,
      * LE RIGHE DI OPPOSIZIONI.TXT E RECAPITI-NEGATI.TXT, LA
      * FAMIGLIA DI FAMIGLIE.TXT, IL LIVELLO DI LIVELLI.TXT, LE
      * CAMPAGNE DI CAMPAGNE.TXT SPEDITE NELLA SUA CITTA, LE
      * MODIFICHE DEL GIORNALE DELLE VARIAZIONI, CHI L'HA CERCATA
      * (CERCA-AUDIT.TXT E LE SUE GENERAZIONI DATATE SOTTO
      * ARCHIVI-INDICE.TXT) E GLI ID FUSI IN QUESTO (ALIAS.TXT).
      * E' IL RIBALTATO DI OBLIO, CHE CANCELLA GLI STESSI ARCHIVI:
      * NIENTE SI MODIFICA. OGNI ARCHIVIO CONSULTATO LASCIA UNA RIGA
      * SUL REGISTRO DOSSIER-LOG.TXT, STESSO TRACCIATO DI
      * OBLIO-LOG.TXT, PER IL RESPONSABILE DELLA PROTEZIONE DATI.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRO: ID-PERSONA RICHIESTO (PRIMA RIGA, 5 CIFRE)

           SELECT PARAMF ASSIGN TO 'DOSSIER-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * MASTER ANAGRAFICA INDICIZZATO

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
           ACCESS MODE IS RANDOM
           RECORD KEY INDIRM-ID
           STATUS WS-INDIR-STATUS.
      * MASTER DEI CONTATTI TELEFONICI E DI POSTA ELETTRONICA

           SELECT CONTATTIF ASSIGN TO 'CONTATTI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CNF-CHIAVE
           STATUS WS-CONTATTI-STATUS.
      * MASTER DEI LEGAMI DI PARENTELA (TENUTI NEI DUE VERSI)

           SELECT LEGAMIF ASSIGN TO 'LEGAMI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LGF-CHIAVE
           STATUS WS-LEGAMI-STATUS.
      * MASTER DELLE NOTE LIBERE SULLE PERSONE

           SELECT NOTEF ASSIGN TO 'NOTE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY NTF-CHIAVE
           STATUS WS-NOTE-STATUS.
      * REGISTRO DELLE OPPOSIZIONI AL CONTATTO

           SELECT OPTIONAL OPPOSIZI ASSIGN TO 'OPPOSIZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPPOSIZ-STATUS.
      * REGISTRO DELLE PERSONE NON RECAPITABILI

           SELECT OPTIONAL NEGATIF ASSIGN TO 'RECAPITI-NEGATI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEGATI-STATUS.
      * FILE DELLE FAMIGLIE PRESUNTE

           SELECT OPTIONAL FAMIGLIE ASSIGN TO 'FAMIGLIE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAMIGLIE-STATUS.
      * CLASSIFICAZIONE NOTTURNA (DA CLASSIF)

           SELECT OPTIONAL LIVELLIF ASSIGN TO 'LIVELLI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIVELLI-STATUS.
      * REGISTRO DELLE CAMPAGNE (DA LETTERE)

           SELECT OPTIONAL CAMPAGNE ASSIGN TO 'CAMPAGNE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAMPAGNE-STATUS.
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE (PRIMA/DOPO)

           SELECT OPTIONAL VARIAZF ASSIGN TO 'ANAGR-VARIAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.
      * INDICE DEGLI ARCHIVI DATATI PRODOTTI DA ARCHIVIA

           SELECT OPTIONAL INDICEF ASSIGN TO 'ARCHIVI-INDICE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INDICE-STATUS.
      * AUDIT DELLE RICERCHE O SUA GENERAZIONE (NOME A PROGRAMMA)

           SELECT ARCFILE ASSIGN TO WS-NOME-ARCHIVIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCFILE-STATUS.
      * REGISTRO DEGLI ALIAS (VECCHIO ID -> ID TENUTO)

           SELECT OPTIONAL ALIASF ASSIGN TO 'ALIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALIAS-STATUS.
      * STAMPATO DEL DOSSIER

           SELECT REPORTF  ASSIGN TO 'DOSSIER-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * REGISTRO DEI DOSSIER ESTRATTI, PER IL RESPONSABILE

           SELECT LOGF ASSIGN TO 'DOSSIER-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
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
       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF  PIC X(10).

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

       FD   INDIRF
            DATA RECORD IS REC-INDIRF.
       01 REC-INDIRF.
          05 INDIRM-ID     PIC 9(5).
          05 FILLER        PIC X(40).

       FD   CONTATTIF
            DATA RECORD IS REC-CONTATTIF.
       01 REC-CONTATTIF.
          05 CNF-CHIAVE.
             10 CNF-ID     PIC 9(5).
             10 CNF-PROG   PIC 99.
          05 FILLER        PIC X(60).

       FD   LEGAMIF
            DATA RECORD IS REC-LEGAMIF.
       01 REC-LEGAMIF.
          05 LGF-CHIAVE.
             10 LGF-ID-DA  PIC 9(5).
             10 LGF-ID-A   PIC 9(5).
          05 FILLER        PIC X(17).

       FD   NOTEF
            DATA RECORD IS REC-NOTEF.
       01 REC-NOTEF.
          05 NTF-CHIAVE.
             10 NTF-ID     PIC 9(5).
             10 NTF-DATA   PIC 9(8).
             10 NTF-ORA    PIC 9(6).
          05 FILLER        PIC X(64).

       FD   OPPOSIZI
            DATA RECORD IS REC-OPPOSIZIONE.
       01 REC-OPPOSIZIONE.
          05 OPP-ID        PIC 9(5).
          05 FILLER        PIC X(34).

       FD   NEGATIF
            DATA RECORD IS REC-NEGATO.
       01 REC-NEGATO.
          05 NEG-ID        PIC 9(5).
          05 FILLER        PIC X(14).

       FD   FAMIGLIE
            DATA RECORD IS REC-FAMIGLIE.
       01 REC-FAMIGLIE.
          05 FAM-ID         PIC 9(5).
          05 FILLER         PIC X.
          05 FAM-CITTA      PIC X(10).
          05 FILLER         PIC X.
          05 FAM-COGNOME    PIC X(10).
          05 FILLER         PIC X(12).

       FD   LIVELLIF
            DATA RECORD IS REC-LIVELLIF.
       01 REC-LIVELLIF.
          05 LVF-ID        PIC 9(5).
          05 FILLER        PIC X(17).

       FD   CAMPAGNE
            DATA RECORD IS REC-CAMPAGNE.
       01 REC-CAMPAGNE.
          05 CAM-CODICE     PIC X(8).
          05 FILLER         PIC X.
          05 CAM-DATA       PIC 9(8).
          05 FILLER         PIC X.
          05 CAM-CITTA      PIC X(10).
          05 FILLER         PIC X(48).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   INDICEF
            DATA RECORD IS REC-INDICEF.
       01 REC-INDICEF.
          05 IN-DATA         PIC 9(8).
          05 FILLER          PIC X.
          05 IN-NOME         PIC X(34).
          05 FILLER          PIC X.
          05 IN-CONTA        PIC 9(6).

       FD   ARCFILE
            DATA RECORD IS REC-ARCFILE.
       01 REC-ARCFILE  PIC X(132).

       FD   ALIASF
            DATA RECORD IS REC-ALIAS.
       01 REC-ALIAS.
          05 ALI-VECCHIO    PIC 9(5).
          05 FILLER         PIC X.
          05 ALI-TENUTO     PIC 9(5).
          05 FILLER         PIC X(12).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   LOGF
            DATA RECORD IS REC-LOGF.
       01 REC-LOGF  PIC X(64).

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
       COPY AUDIT.
       COPY INDIRIZ.
       COPY CONTATTI.
       COPY LEGAMI.
       COPY NOTE.
       COPY VARIAZ.

       01   WS-PARAM-STATUS    PIC XX.
       01   WS-IDX-STATUS      PIC XX.
       01   WS-INDIR-STATUS    PIC XX.
       01   WS-CONTATTI-STATUS PIC XX.
       01   WS-LEGAMI-STATUS   PIC XX.
       01   WS-NOTE-STATUS     PIC XX.
       01   WS-OPPOSIZ-STATUS  PIC XX.
       01   WS-NEGATI-STATUS   PIC XX.
       01   WS-FAMIGLIE-STATUS PIC XX.
       01   WS-LIVELLI-STATUS  PIC XX.
       01   WS-CAMPAGNE-STATUS PIC XX.
       01   WS-INDICE-STATUS   PIC XX.
       01   WS-ARCFILE-STATUS  PIC XX.
       01   WS-ALIAS-STATUS    PIC XX.
       01   WS-LOG-STATUS      PIC XX.

       01   WS-NOME-ARCHIVIO   PIC X(40) VALUE SPACES.

       01 FINE-FILE PIC X VALUE 'N'.
       01 WS-FINE-INDICE      PIC X VALUE 'N'.
       01 WS-ID-DOSSIER       PIC 9(5) VALUE 0.
       01 WS-PARAM-VALIDO     PIC X VALUE 'N'.

      ************************************************************
      *      DATI DELLA PERSONA DALLA VERSIONE IN VIGORE SU         *
      *      ANAGR.IDX: COGNOME E CITTA CANONICA AGGANCIANO         *
      *      FAMIGLIE.TXT E CAMPAGNE.TXT, CHE NON PORTANO L'ID      *
      ************************************************************
       01 WS-PERSONA-TROVATA  PIC X VALUE 'N'.
       01 WS-DOSSIER-COGNOME  PIC X(10) VALUE SPACES.
       01 WS-DOSSIER-CITTA    PIC X(10) VALUE SPACES.
       01 WS-ALIAS-ESITO      PIC X VALUE 'N'.
       01 WS-OGGI             PIC 9(8) VALUE 0.
       01 WS-VERSIONI-EOF     PIC X VALUE 'N'.
       01 WS-RIGHE-TOCCATE    PIC 9(6) VALUE 0.

      ************************************************************
      *      ID FUSI IN QUELLO RICHIESTO (ALIAS.TXT, ANCHE A        *
      *      CATENA: A FUSO IN B, B FUSO NEL RICHIESTO). LE RIGHE   *
      *      DI AUDIT SCRITTE CON UN VECCHIO ID SONO DELLA PERSONA. *
      ************************************************************
       01 WS-MAX-ALIAS        PIC 9(3) VALUE 500.
       01 TAB-ALIAS.
            05 ALIAS-RIGA OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-ALIAS
               INDEXED BY IND-ALIAS.
               10 TA-VECCHIO   PIC 9(5).
               10 TA-TENUTO    PIC 9(5).
               10 TA-PRESO     PIC X.
       01 WS-NUM-ALIAS        PIC 9(3) VALUE 0.
       01 WS-MAX-FUSI         PIC 9(3) VALUE 100.
       01 TAB-FUSI.
            05 ID-FUSO OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NUM-FUSI
               INDEXED BY IND-FUSO.
               10 TF-ID        PIC 9(5).
       01 WS-NUM-FUSI         PIC 9(3) VALUE 0.
       01 WS-FUSI-AGGIUNTI    PIC X VALUE 'N'.
       01 WS-ID-CERCATO       PIC 9(5) VALUE 0.
       01 WS-ID-DELLA-PERSONA PIC X VALUE 'N'.

      ************************************************************
      *      RIGA DEL REGISTRO DEI DOSSIER (TRACCIATO OBLIO-LOG)    *
      ************************************************************
       01 RIGA-LOG.
            05 LOG-DATA        PIC 9(8).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-ID          PIC 9(5).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-FILE        PIC X(30).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-AZIONE      PIC X(9).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-RIGHE       PIC 9(4).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-OPERATORE   PIC X(3).

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'DOSSIER DI ACCESSO ID '.
            05 IR-ID             PIC 9(5).
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-SEZIONE.
            05 FILLER            PIC X(10) VALUE 'ARCHIVIO: '.
            05 RS-FILE           PIC X(40).

       01 WS-DETTAGLIO         PIC X(77) VALUE SPACES.

       01 RIGA-VERSIONE.
            05 DV-DATA-EFF       PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-NOME           PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-COGNOME        PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-ANNO-NASC      PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-FILIALE        PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-STATO          PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 DV-COD-FISCALE    PIC X(16).

       01 RIGA-INDIRIZZO.
            05 DI-VIA            PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 DI-NUMERO         PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 DI-CAP            PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 DI-CITTA          PIC X(10).

       01 RIGA-CONTATTO.
            05 DC-TIPO           PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 DC-VALORE         PIC X(50).
            05 FILLER            PIC X     VALUE SPACE.
            05 DC-PREFERITO      PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 DC-DATA-VERIFICA  PIC 9(8).

       01 RIGA-LEGAME.
            05 FILLER            PIC X(8)  VALUE 'PARENTE '.
            05 DL-ID-A           PIC 9(5).
            05 FILLER            PIC X(6)  VALUE ' TIPO '.
            05 DL-TIPO           PIC X.
            05 FILLER            PIC X(5)  VALUE ' DAL '.
            05 DL-DATA-INIZIO    PIC 9(8).
            05 FILLER            PIC X(4)  VALUE ' AL '.
            05 DL-DATA-FINE      PIC 9(8).

       01 RIGA-NOTA.
            05 DN-DATA           PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 DN-ORA            PIC 9(6).
            05 FILLER            PIC X(4)  VALUE ' OP '.
            05 DN-OPERATORE      PIC X(3).
            05 FILLER            PIC X(11) VALUE ' CATEGORIA '.
            05 DN-CATEGORIA      PIC X.

       01 RIGA-ALIAS.
            05 FILLER            PIC X(8)  VALUE 'ID FUSO '.
            05 DA-VECCHIO        PIC 9(5).
            05 FILLER            PIC X(9)  VALUE ' NELL''ID '.
            05 DA-TENUTO         PIC 9(5).

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = DOSSIER ESTRATTO                                       *
      * 4 = PERSONA NON PRESENTE SU ANAGR.IDX (DOSSIER DEGLI ALTRI *
      *     ARCHIVI ESTRATTO COMUNQUE)                             *
      * 8 = PARAMETRO ASSENTE O NON VALIDO                         *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

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
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-PARAMETRO THRU FINE-LEGGI-PARAMETRO.
            IF WS-PARAM-VALIDO = 'S'
                PERFORM APRI-REPORT THRU FINE-APRI-REPORT
                PERFORM ESTRAI-ANAGR-IDX THRU FINE-ESTRAI-ANAGR-IDX
                PERFORM ESTRAI-ALIAS THRU FINE-ESTRAI-ALIAS
                PERFORM ESTRAI-INDIRIZZI THRU FINE-ESTRAI-INDIRIZZI
                PERFORM ESTRAI-CONTATTI THRU FINE-ESTRAI-CONTATTI
                PERFORM ESTRAI-LEGAMI THRU FINE-ESTRAI-LEGAMI
                PERFORM ESTRAI-NOTE THRU FINE-ESTRAI-NOTE
                PERFORM ESTRAI-OPPOSIZIONI
                   THRU FINE-ESTRAI-OPPOSIZIONI
                PERFORM ESTRAI-NEGATI THRU FINE-ESTRAI-NEGATI
                PERFORM ESTRAI-FAMIGLIE THRU FINE-ESTRAI-FAMIGLIE
                PERFORM ESTRAI-LIVELLI THRU FINE-ESTRAI-LIVELLI
                PERFORM ESTRAI-CAMPAGNE THRU FINE-ESTRAI-CAMPAGNE
                PERFORM ESTRAI-VARIAZIONI
                   THRU FINE-ESTRAI-VARIAZIONI
                PERFORM ESTRAI-AUDIT THRU FINE-ESTRAI-AUDIT
                PERFORM ESTRAI-ARCHIVI THRU FINE-ESTRAI-ARCHIVI
                PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       LEGGI-PARAMETRO.
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS NOT = '00'
               DISPLAY 'FILE DOSSIER-PARAM.TXT NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'LEGGI-PARAMETRO' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE DOSSIER-PARAM.TXT NON TROVATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               READ PARAMF AT END
                    CONTINUE
                    NOT AT END
                         IF REC-PARAMF(1:5) IS NUMERIC
                                 AND REC-PARAMF(1:5) NOT = '00000'
                             MOVE REC-PARAMF(1:5) TO WS-ID-DOSSIER
                             MOVE 'S' TO WS-PARAM-VALIDO
                         END-IF
               END-READ
           END-IF.
           CLOSE PARAMF.

           IF WS-PARAM-VALIDO = 'N' AND WS-RETURN-CODE NOT = 8
               DISPLAY 'ID NON VALIDO IN DOSSIER-PARAM.TXT'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'LEGGI-PARAMETRO' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'ID DEL DOSSIER NON VALIDO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF WS-PARAM-VALIDO = 'S'
               DISPLAY 'DOSSIER RICHIESTO PER ID ' WS-ID-DOSSIER
           END-IF.
       FINE-LEGGI-PARAMETRO.
            EXIT.
      *
       APRI-REPORT.
           OPEN OUTPUT REPORTF.
           MOVE WS-ID-DOSSIER TO IR-ID.
           MOVE WS-GIORNO     TO IR-GG.
           MOVE WS-MESE       TO IR-MM.
           MOVE WS-ANNO       TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE SPACES TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
       FINE-APRI-REPORT.
            EXIT.
      *
       CHIUDI-REPORT.
           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
           DISPLAY 'DOSSIER SCRITTO SU DOSSIER-REPORTF.TXT'.
       FINE-CHIUDI-REPORT.
            EXIT.
      *
       ESTRAI-ANAGR-IDX.
      **************************************************************
      * TUTTE LE VERSIONI DELL'ID SUL MASTER VERSIONATO, DALLA PIU' *
      * VECCHIA. DALLA VERSIONE IN VIGORE OGGI (IN MANCANZA LA      *
      * PRIMA) SI TENGONO COGNOME E CITTA CANONICA PER GLI ARCHIVI  *
      * CHE NON PORTANO L'ID.                                       *
      **************************************************************
           MOVE 'ANAGR.IDX' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               ACCEPT WS-OGGI FROM DATE YYYYMMDD
               MOVE 'N' TO WS-VERSIONI-EOF
               MOVE WS-ID-DOSSIER TO COD-PERSONA
               MOVE ZERO          TO IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-VERSIONI-EOF
               END-START
               PERFORM LEGGI-VERSIONE THRU FINE-LEGGI-VERSIONE
                    UNTIL WS-VERSIONI-EOF = 'S'
               CLOSE IDXF
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
           IF WS-PERSONA-TROVATA = 'N'
               DISPLAY 'ID ' WS-ID-DOSSIER ' NON PRESENTE SU ANAGR.IDX'
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               CALL 'CITALIAS' USING WS-DOSSIER-CITTA WS-ALIAS-ESITO
           END-IF.
       FINE-ESTRAI-ANAGR-IDX.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-VERSIONI-EOF
                NOT AT END
                     IF COD-PERSONA NOT = WS-ID-DOSSIER
                         MOVE 'S' TO WS-VERSIONI-EOF
                     ELSE
                         IF WS-PERSONA-TROVATA = 'N'
                                 OR IDX-DATA-EFF NOT > WS-OGGI
                             MOVE 'S'         TO WS-PERSONA-TROVATA
                             MOVE IDX-COGNOME TO WS-DOSSIER-COGNOME
                             MOVE IDX-CITTA   TO WS-DOSSIER-CITTA
                         END-IF
                         MOVE IDX-DATA-EFF    TO DV-DATA-EFF
                         MOVE IDX-NOME        TO DV-NOME
                         MOVE IDX-COGNOME     TO DV-COGNOME
                         MOVE IDX-CITTA       TO DV-CITTA
                         MOVE IDX-ANNO-NASC   TO DV-ANNO-NASC
                         MOVE IDX-FILIALE     TO DV-FILIALE
                         MOVE IDX-STATO       TO DV-STATO
                         MOVE IDX-COD-FISCALE TO DV-COD-FISCALE
                         MOVE RIGA-VERSIONE   TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       ESTRAI-ALIAS.
      **************************************************************
      * GLI ID FUSI NELLA PERSONA: SI CARICA ALIAS.TXT E SI         *
      * RACCOLGONO A GIRI SUCCESSIVI LE RIGHE IL CUI ID TENUTO E'   *
      * QUELLO RICHIESTO O UN ID GIA' RACCOLTO, FINCHE' UN GIRO NON *
      * NE AGGIUNGE PIU'.                                           *
      **************************************************************
           MOVE 'ALIAS.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE ZERO TO WS-NUM-ALIAS WS-NUM-FUSI.
           MOVE 'N'  TO FINE-FILE.
           OPEN INPUT ALIASF.
           IF WS-ALIAS-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               PERFORM CARICA-RIGA-ALIAS THRU FINE-CARICA-RIGA-ALIAS
                    UNTIL FINE-FILE = 'S'
               MOVE 'S' TO WS-FUSI-AGGIUNTI
               PERFORM GIRO-ALIAS THRU FINE-GIRO-ALIAS
                    UNTIL WS-FUSI-AGGIUNTI = 'N'
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           CLOSE ALIASF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-ALIAS.
            EXIT.
      *
       CARICA-RIGA-ALIAS.
           READ ALIASF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF WS-NUM-ALIAS < WS-MAX-ALIAS
                         ADD 1 TO WS-NUM-ALIAS
                         MOVE ALI-VECCHIO TO TA-VECCHIO(WS-NUM-ALIAS)
                         MOVE ALI-TENUTO  TO TA-TENUTO(WS-NUM-ALIAS)
                         MOVE 'N'         TO TA-PRESO(WS-NUM-ALIAS)
                     END-IF
           END-READ.
       FINE-CARICA-RIGA-ALIAS.
            EXIT.
      *
       GIRO-ALIAS.
           MOVE 'N' TO WS-FUSI-AGGIUNTI.
           PERFORM ESAMINA-ALIAS THRU FINE-ESAMINA-ALIAS
                VARYING IND-ALIAS FROM 1 BY 1
                UNTIL IND-ALIAS > WS-NUM-ALIAS.
       FINE-GIRO-ALIAS.
            EXIT.
      *
       ESAMINA-ALIAS.
           IF TA-PRESO(IND-ALIAS) = 'N'
                   AND WS-NUM-FUSI < WS-MAX-FUSI
               MOVE TA-TENUTO(IND-ALIAS) TO WS-ID-CERCATO
               PERFORM CONTROLLA-ID-PERSONA
                  THRU FINE-CONTROLLA-ID-PERSONA
               IF WS-ID-DELLA-PERSONA = 'S'
                   MOVE 'S' TO TA-PRESO(IND-ALIAS)
                   MOVE 'S' TO WS-FUSI-AGGIUNTI
                   ADD 1 TO WS-NUM-FUSI
                   MOVE TA-VECCHIO(IND-ALIAS) TO TF-ID(WS-NUM-FUSI)
                   MOVE TA-VECCHIO(IND-ALIAS) TO DA-VECCHIO
                   MOVE TA-TENUTO(IND-ALIAS)  TO DA-TENUTO
                   MOVE RIGA-ALIAS TO WS-DETTAGLIO
                   PERFORM STAMPA-DETTAGLIO THRU FINE-STAMPA-DETTAGLIO
               END-IF
           END-IF.
       FINE-ESAMINA-ALIAS.
            EXIT.
      *
       CONTROLLA-ID-PERSONA.
      **************************************************************
      * WS-ID-CERCATO E' DELLA PERSONA SE E' L'ID RICHIESTO O UNO   *
      * DEGLI ID FUSI IN ESSO.                                      *
      **************************************************************
           MOVE 'N' TO WS-ID-DELLA-PERSONA.
           IF WS-ID-CERCATO = WS-ID-DOSSIER
               MOVE 'S' TO WS-ID-DELLA-PERSONA
           ELSE
               IF WS-NUM-FUSI > ZERO
                   SET IND-FUSO TO 1
                   SEARCH ID-FUSO
                       AT END CONTINUE
                       WHEN TF-ID(IND-FUSO) = WS-ID-CERCATO
                           MOVE 'S' TO WS-ID-DELLA-PERSONA
                   END-SEARCH
               END-IF
           END-IF.
       FINE-CONTROLLA-ID-PERSONA.
            EXIT.
      *
       ESTRAI-INDIRIZZI.
           MOVE 'INDIRIZZI.IDX' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           OPEN INPUT INDIRF.
           IF WS-INDIR-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               MOVE WS-ID-DOSSIER TO INDIRM-ID
               READ INDIRF INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE REC-INDIRF TO WS-INDIRIZZO
                    MOVE IND-VIA    TO DI-VIA
                    MOVE IND-NUMERO TO DI-NUMERO
                    MOVE IND-CAP    TO DI-CAP
                    MOVE IND-CITTA  TO DI-CITTA
                    MOVE RIGA-INDIRIZZO TO WS-DETTAGLIO
                    PERFORM STAMPA-DETTAGLIO THRU FINE-STAMPA-DETTAGLIO
               END-READ
               CLOSE INDIRF
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-INDIRIZZI.
            EXIT.
      *
       ESTRAI-CONTATTI.
           MOVE 'CONTATTI.IDX' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           OPEN INPUT CONTATTIF.
           IF WS-CONTATTI-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               MOVE 'N' TO FINE-FILE
               MOVE WS-ID-DOSSIER TO CNF-ID
               MOVE ZERO          TO CNF-PROG
               START CONTATTIF KEY IS NOT LESS THAN CNF-CHIAVE
                    INVALID KEY MOVE 'S' TO FINE-FILE
               END-START
               PERFORM LEGGI-CONTATTO THRU FINE-LEGGI-CONTATTO
                    UNTIL FINE-FILE = 'S'
               CLOSE CONTATTIF
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-CONTATTI.
            EXIT.
      *
       LEGGI-CONTATTO.
           READ CONTATTIF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF CNF-ID NOT = WS-ID-DOSSIER
                         MOVE 'S' TO FINE-FILE
                     ELSE
                         MOVE REC-CONTATTIF     TO WS-CONTATTO
                         MOVE CON-TIPO          TO DC-TIPO
                         MOVE CON-VALORE        TO DC-VALORE
                         MOVE CON-PREFERITO     TO DC-PREFERITO
                         MOVE CON-DATA-VERIFICA TO DC-DATA-VERIFICA
                         MOVE RIGA-CONTATTO     TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-CONTATTO.
            EXIT.
      *
       ESTRAI-LEGAMI.
           MOVE 'LEGAMI.IDX' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           OPEN INPUT LEGAMIF.
           IF WS-LEGAMI-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               MOVE 'N' TO FINE-FILE
               MOVE WS-ID-DOSSIER TO LGF-ID-DA
               MOVE ZERO          TO LGF-ID-A
               START LEGAMIF KEY IS NOT LESS THAN LGF-CHIAVE
                    INVALID KEY MOVE 'S' TO FINE-FILE
               END-START
               PERFORM LEGGI-LEGAME THRU FINE-LEGGI-LEGAME
                    UNTIL FINE-FILE = 'S'
               CLOSE LEGAMIF
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-LEGAMI.
            EXIT.
      *
       LEGGI-LEGAME.
           READ LEGAMIF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF LGF-ID-DA NOT = WS-ID-DOSSIER
                         MOVE 'S' TO FINE-FILE
                     ELSE
                         MOVE REC-LEGAMIF     TO WS-LEGAME
                         MOVE LEG-ID-A        TO DL-ID-A
                         MOVE LEG-TIPO        TO DL-TIPO
                         MOVE LEG-DATA-INIZIO TO DL-DATA-INIZIO
                         MOVE LEG-DATA-FINE   TO DL-DATA-FINE
                         MOVE RIGA-LEGAME     TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-LEGAME.
            EXIT.
      *
       ESTRAI-NOTE.
           MOVE 'NOTE.IDX' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           OPEN INPUT NOTEF.
           IF WS-NOTE-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               MOVE 'N' TO FINE-FILE
               MOVE WS-ID-DOSSIER TO NTF-ID
               MOVE ZERO          TO NTF-DATA NTF-ORA
               START NOTEF KEY IS NOT LESS THAN NTF-CHIAVE
                    INVALID KEY MOVE 'S' TO FINE-FILE
               END-START
               PERFORM LEGGI-NOTA THRU FINE-LEGGI-NOTA
                    UNTIL FINE-FILE = 'S'
               CLOSE NOTEF
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-NOTE.
            EXIT.
      *
       LEGGI-NOTA.
      * LA NOTA OCCUPA DUE RIGHE: DATA, ORA, SIGLA E CATEGORIA, POI
      * IL TESTO; LA SECONDA RIGA NON CONTA COME DATO ESTRATTO
           READ NOTEF NEXT RECORD AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF NTF-ID NOT = WS-ID-DOSSIER
                         MOVE 'S' TO FINE-FILE
                     ELSE
                         MOVE REC-NOTEF     TO WS-NOTA
                         MOVE NTA-DATA      TO DN-DATA
                         MOVE NTA-ORA       TO DN-ORA
                         MOVE NTA-OPERATORE TO DN-OPERATORE
                         MOVE NTA-CATEGORIA TO DN-CATEGORIA
                         MOVE RIGA-NOTA     TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                         MOVE SPACES        TO WS-DETTAGLIO
                         MOVE NTA-TESTO     TO WS-DETTAGLIO(4:60)
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                         SUBTRACT 1 FROM WS-RIGHE-TOCCATE
                     END-IF
           END-READ.
       FINE-LEGGI-NOTA.
            EXIT.
      *
       ESTRAI-OPPOSIZIONI.
           MOVE 'OPPOSIZIONI.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT OPPOSIZI.
           IF WS-OPPOSIZ-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               PERFORM LEGGI-OPPOSIZIONE THRU FINE-LEGGI-OPPOSIZIONE
                    UNTIL FINE-FILE = 'S'
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           CLOSE OPPOSIZI.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-OPPOSIZIONI.
            EXIT.
      *
       LEGGI-OPPOSIZIONE.
           READ OPPOSIZI AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF OPP-ID = WS-ID-DOSSIER
                         MOVE REC-OPPOSIZIONE TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-OPPOSIZIONE.
            EXIT.
      *
       ESTRAI-NEGATI.
           MOVE 'RECAPITI-NEGATI.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT NEGATIF.
           IF WS-NEGATI-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               PERFORM LEGGI-NEGATO THRU FINE-LEGGI-NEGATO
                    UNTIL FINE-FILE = 'S'
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           CLOSE NEGATIF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-NEGATI.
            EXIT.
      *
       LEGGI-NEGATO.
           READ NEGATIF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF NEG-ID = WS-ID-DOSSIER
                         MOVE REC-NEGATO TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-NEGATO.
            EXIT.
      *
       ESTRAI-FAMIGLIE.
      **************************************************************
      * FAMIGLIE.TXT NON PORTA L'ID: SI AGGANCIA PER COGNOME E      *
      * CITTA CANONICA DELLA VERSIONE IN VIGORE, COME FA OBLIO.     *
      **************************************************************
           MOVE 'FAMIGLIE.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           IF WS-PERSONA-TROVATA = 'N'
               MOVE 'NONTROV. ' TO LOG-AZIONE
           ELSE
               OPEN INPUT FAMIGLIE
               IF WS-FAMIGLIE-STATUS NOT = '00'
                   MOVE 'ASSENTE  ' TO LOG-AZIONE
               ELSE
                   PERFORM LEGGI-FAMIGLIA THRU FINE-LEGGI-FAMIGLIA
                        UNTIL FINE-FILE = 'S'
                   MOVE 'ESTRATTE ' TO LOG-AZIONE
               END-IF
               CLOSE FAMIGLIE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-FAMIGLIE.
            EXIT.
      *
       LEGGI-FAMIGLIA.
           READ FAMIGLIE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF FAM-COGNOME = WS-DOSSIER-COGNOME
                             AND FAM-CITTA = WS-DOSSIER-CITTA
                         MOVE REC-FAMIGLIE TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-FAMIGLIA.
            EXIT.
      *
       ESTRAI-LIVELLI.
           MOVE 'LIVELLI.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT LIVELLIF.
           IF WS-LIVELLI-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               PERFORM LEGGI-LIVELLO THRU FINE-LEGGI-LIVELLO
                    UNTIL FINE-FILE = 'S'
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           CLOSE LIVELLIF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-LIVELLI.
            EXIT.
      *
       LEGGI-LIVELLO.
           READ LIVELLIF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF LVF-ID = WS-ID-DOSSIER
                         MOVE REC-LIVELLIF TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-LIVELLO.
            EXIT.
      *
       ESTRAI-CAMPAGNE.
      **************************************************************
      * IL REGISTRO DELLE CAMPAGNE E' PER CITTA: SI RIPORTANO LE    *
      * CAMPAGNE SPEDITE NELLA CITTA CANONICA DELLA PERSONA.        *
      **************************************************************
           MOVE 'CAMPAGNE.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           IF WS-PERSONA-TROVATA = 'N'
               MOVE 'NONTROV. ' TO LOG-AZIONE
           ELSE
               OPEN INPUT CAMPAGNE
               IF WS-CAMPAGNE-STATUS NOT = '00'
                   MOVE 'ASSENTE  ' TO LOG-AZIONE
               ELSE
                   PERFORM LEGGI-CAMPAGNA THRU FINE-LEGGI-CAMPAGNA
                        UNTIL FINE-FILE = 'S'
                   MOVE 'ESTRATTE ' TO LOG-AZIONE
               END-IF
               CLOSE CAMPAGNE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-CAMPAGNE.
            EXIT.
      *
       LEGGI-CAMPAGNA.
           READ CAMPAGNE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF CAM-CITTA = WS-DOSSIER-CITTA
                         MOVE REC-CAMPAGNE TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-CAMPAGNA.
            EXIT.
      *
       ESTRAI-VARIAZIONI.
      **************************************************************
      * DAL GIORNALE DELLE VARIAZIONI SI RIPORTANO DATA, ORA,       *
      * PROGRAMMA E OPERATORE DI OGNI MODIFICA ALLA PERSONA O A UN  *
      * ID FUSO IN ESSA: I DATI STESSI SONO GIA' NELLE VERSIONI.    *
      **************************************************************
           MOVE 'ANAGR-VARIAZIONI.TXT' TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               PERFORM LEGGI-VARIAZIONE THRU FINE-LEGGI-VARIAZIONE
                    UNTIL FINE-FILE = 'S'
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           CLOSE VARIAZF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-VARIAZIONI.
            EXIT.
      *
       LEGGI-VARIAZIONE.
           READ VARIAZF INTO RIGA-VARIAZIONE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE VAR-ID TO WS-ID-CERCATO
                     PERFORM CONTROLLA-ID-PERSONA
                        THRU FINE-CONTROLLA-ID-PERSONA
                     IF WS-ID-DELLA-PERSONA = 'S'
                         MOVE RIGA-VARIAZIONE(1:34) TO WS-DETTAGLIO
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-VARIAZIONE.
            EXIT.
      *
       ESTRAI-AUDIT.
           MOVE 'CERCA-AUDIT.TXT' TO WS-NOME-ARCHIVIO.
           PERFORM ESTRAI-UN-AUDIT THRU FINE-ESTRAI-UN-AUDIT.
       FINE-ESTRAI-AUDIT.
            EXIT.
      *
       ESTRAI-ARCHIVI.
      **************************************************************
      * GENERAZIONI DATATE DELL'AUDIT SOTTO ARCHIVI-INDICE.TXT: GLI *
      * ALTRI ARCHIVI RUOTATI NON PORTANO DATI AGGANCIATI ALL'ID.   *
      **************************************************************
           MOVE 'N' TO WS-FINE-INDICE.
           OPEN INPUT INDICEF.
           IF WS-INDICE-STATUS = '00'
               PERFORM LEGGI-VOCE-INDICE THRU FINE-LEGGI-VOCE-INDICE
                    UNTIL WS-FINE-INDICE = 'S'
           END-IF.
           CLOSE INDICEF.
       FINE-ESTRAI-ARCHIVI.
            EXIT.
      *
       LEGGI-VOCE-INDICE.
           READ INDICEF AT END
                MOVE 'S' TO WS-FINE-INDICE
                NOT AT END
                     IF IN-NOME(1:11) = 'CERCA-AUDIT'
                         MOVE IN-NOME TO WS-NOME-ARCHIVIO
                         PERFORM ESTRAI-UN-AUDIT
                            THRU FINE-ESTRAI-UN-AUDIT
                     END-IF
           END-READ.
       FINE-LEGGI-VOCE-INDICE.
            EXIT.
      *
       ESTRAI-UN-AUDIT.
      **************************************************************
      * CHI HA CERCATO LA PERSONA E QUANDO: RIGHE DI AUDIT CON      *
      * L'ID RICHIESTO O CON UN ID FUSO IN ESSO. IL NOME DEL FILE   *
      * E' GIA' IN WS-NOME-ARCHIVIO.                                *
      **************************************************************
           MOVE WS-NOME-ARCHIVIO TO LOG-FILE.
           PERFORM APRI-SEZIONE THRU FINE-APRI-SEZIONE.
           MOVE 'N' TO FINE-FILE.
           OPEN INPUT ARCFILE.
           IF WS-ARCFILE-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
           ELSE
               PERFORM LEGGI-RIGA-AUDIT THRU FINE-LEGGI-RIGA-AUDIT
                    UNTIL FINE-FILE = 'S'
               CLOSE ARCFILE
               MOVE 'ESTRATTE ' TO LOG-AZIONE
           END-IF.
           PERFORM CHIUDI-SEZIONE THRU FINE-CHIUDI-SEZIONE.
       FINE-ESTRAI-UN-AUDIT.
            EXIT.
      *
       LEGGI-RIGA-AUDIT.
           READ ARCFILE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE REC-ARCFILE(1:121) TO RIGA-AUDIT
                     MOVE AUD-ID TO WS-ID-CERCATO
                     PERFORM CONTROLLA-ID-PERSONA
                        THRU FINE-CONTROLLA-ID-PERSONA
                     IF WS-ID-DELLA-PERSONA = 'S'
                         MOVE RIGA-AUDIT(1:39)   TO WS-DETTAGLIO
                         MOVE RIGA-AUDIT(115:7)  TO WS-DETTAGLIO(40:7)
                         PERFORM STAMPA-DETTAGLIO
                            THRU FINE-STAMPA-DETTAGLIO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-AUDIT.
            EXIT.
      *
       APRI-SEZIONE.
      **************************************************************
      * OGNI ARCHIVIO APRE LA SUA SEZIONE DEL DOSSIER CON UNA RIGA  *
      * BIANCA E IL NOME DEL FILE, GIA' IN LOG-FILE.                *
      **************************************************************
           MOVE ZERO TO WS-RIGHE-TOCCATE.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE LOG-FILE TO RS-FILE.
           MOVE RIGA-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-APRI-SEZIONE.
            EXIT.
      *
       CHIUDI-SEZIONE.
      **************************************************************
      * CHIUDE LA SEZIONE: SE L'ARCHIVIO NON C'E' O NON PORTA NULLA *
      * SULLA PERSONA LO SI DICE NEL DOSSIER, POI SI REGISTRA LA    *
      * CONSULTAZIONE. L'AZIONE E' GIA' IN LOG-AZIONE.              *
      **************************************************************
           IF LOG-AZIONE = 'ASSENTE  '
               MOVE '   ARCHIVIO ASSENTE' TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           ELSE
               IF WS-RIGHE-TOCCATE = ZERO
                   MOVE 'NONTROV. ' TO LOG-AZIONE
                   MOVE '   NESSUN DATO SULLA PERSONA'
                        TO WS-RIGA-REPORT
                   PERFORM STAMPA-RIGA-IMPAGINATA
                      THRU FINE-STAMPA-RIGA-IMPAGINATA
               END-IF
           END-IF.
           PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG.
       FINE-CHIUDI-SEZIONE.
            EXIT.
      *
       STAMPA-DETTAGLIO.
           MOVE SPACES       TO WS-RIGA-REPORT.
           MOVE WS-DETTAGLIO TO WS-RIGA-REPORT(4:77).
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES       TO WS-DETTAGLIO.
           ADD 1 TO WS-RIGHE-TOCCATE.
       FINE-STAMPA-DETTAGLIO.
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
       SCRIVI-LOG.
           MOVE WS-DATA-ESECUZIONE TO LOG-DATA.
           MOVE WS-ID-DOSSIER      TO LOG-ID.
           MOVE WS-RIGHE-TOCCATE   TO LOG-RIGHE.
           MOVE WS-OPERATORE-CORR  TO LOG-OPERATORE.
           OPEN EXTEND LOGF.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOGF
           END-IF.
           WRITE REC-LOGF FROM RIGA-LOG.
           CLOSE LOGF.
       FINE-SCRIVI-LOG.
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
           MOVE 'DOSSIER'    TO ECC-PROGRAMMA.

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
