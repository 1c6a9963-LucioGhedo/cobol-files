       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAMST.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MANUTENZIONE A VIDEO DEI LEGAMI DI PARENTELA TRA PERSONE
      * (LEGAMI.IDX, CHIAVE ID-DA + ID-A): CONIUGE, GENITORE/FIGLIO,
      * TUTORE LEGALE/TUTELATO, CON DATA DI INIZIO E DI FINE. OGNI
      * LEGAME VIVE NEI DUE VERSI E IL PROGRAMMA LI SCRIVE, MODIFICA
      * E CANCELLA SEMPRE IN COPPIA. PRIMA DI OGNI SCRITTURA IL
      * LEGAME PASSA DAI CONTROLLI DI PLAUSIBILITA' CONTRO ANAGR.IDX:
      * ENTRAMBE LE PERSONE ESISTONO, IL GENITORE E' NATO ALMENO 12
      * ANNI PRIMA DEL FIGLIO, IL TUTORE E' MAGGIORENNE, I CONIUGI
      * HANNO ALMENO 16 ANNI E NESSUN LEGAME INIZIA DOPO IL DECESSO
      * DI UNA DELLE DUE PERSONE. LA VERIFICA (SCELTA 8) RIPASSA
      * TUTTO IL MASTER, RICOSTRUISCE I VERSI INVERSI MANCANTI E
      * SEGNALA I LEGAMI DIVENTATI NON PLAUSIBILI.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER DEI LEGAMI, CHIAVE CODICE PERSONA DA + CODICE PERSONA A

           SELECT PRIMOF   ASSIGN TO 'LEGAMI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LEGM-CHIAVE
           STATUS WS-STATUS.
      * FILE PIATTO DI PARTENZA PER IL CARICAMENTO INIZIALE

           SELECT CARICOF  ASSIGN TO 'LEGAMI.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARICO-STATUS.
      * FILE PIATTO PRODOTTO DALLO SCARICO

           SELECT SCARICOF ASSIGN TO 'LEGAMI.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * MASTER ANAGRAFICA INDICIZZATO, PER I CONTROLLI DI PLAUSIBILITA'

           SELECT ANAGIDX  ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-INDICE-STATUS.
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
      * BLOCCO DI ESECUZIONE CONTRO LE PARTENZE CONCORRENTI

           SELECT LOCKF ASSIGN TO 'LEGAMST-LOCK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * FILE DI CONTROLLO OPZIONALE, PER L'ESECUZIONE SENZA OPERATORE

           SELECT OPTIONAL BATCH-INPUT ASSIGN TO 'LEGAMST-BATCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.
      *

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF.
          05 LEGM-CHIAVE.
             10 LEGM-ID-DA     PIC 9(5).
             10 LEGM-ID-A      PIC 9(5).
          05 DATI-LEGAME.
             10 IDX-TIPO       PIC X.
             10 IDX-DATA-INIZIO PIC 9(8).
             10 IDX-DATA-FINE  PIC 9(8).

       FD   CARICOF
            DATA RECORD IS REC-CARICOF.
       01 REC-CARICOF  PIC X(27).

       FD   SCARICOF
            DATA RECORD IS REC-SCARICOF.
       01 REC-SCARICOF  PIC X(27).

       FD   ANAGIDX
            DATA RECORD IS REC-ANAGIDX.
       01 REC-ANAGIDX.
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

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   LOCKF
            DATA RECORD IS REC-LOCKF.
       01 REC-LOCKF.
          05 LCK-PROGRAMMA  PIC X(8).
          05 FILLER         PIC X VALUE SPACE.
          05 LCK-DATA       PIC 9(8).
          05 FILLER         PIC X VALUE SPACE.
          05 LCK-ORA        PIC 9(6).
          05 FILLER         PIC X VALUE SPACE.
          05 LCK-OPERATORE  PIC X(3).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   BATCH-INPUT
            DATA RECORD IS REC-BATCH.
       01 REC-BATCH.
          05 BATCH-SCELTA      PIC 9.
          05 BATCH-ID-DA       PIC 9(5).
          05 BATCH-ID-A        PIC 9(5).
          05 BATCH-TIPO        PIC X.
          05 BATCH-DATA-INIZIO PIC X(8).
          05 BATCH-DATA-FINE   PIC X(8).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY LEGAMI.

      ************************************************************
      *      VERSO INVERSO DEL LEGAME IN LAVORAZIONE: CHIAVE        *
      *      SCAMBIATA E TIPO RECIPROCO (CONIUGE -> CONIUGE,        *
      *      GENITORE <-> FIGLIO, TUTORE <-> TUTELATO).             *
      ************************************************************
       01   WS-LEGAME-INVERSO.
            05 INV-CHIAVE.
               10 INV-ID-DA       PIC 9(5).
               10 INV-ID-A        PIC 9(5).
            05 INV-TIPO           PIC X.
            05 INV-DATA-INIZIO    PIC 9(8).
            05 INV-DATA-FINE      PIC 9(8).

       01   USER-INPUT PIC 9(5) VALUE 0.
       01   USER-INPUT-A PIC 9(5) VALUE 0.
       01   CONTINUA   PIC X.
       01   WS-CODICE-STAGING PIC X(5).
       01   WS-CODICE-VALIDO  PIC X VALUE 'N'.
       01   WS-PROMPT-CODICE  PIC X(40) VALUE SPACES.

       01 WS-STATUS PIC XX.
       01 WS-CARICO-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-INDICE-MODE   PIC X VALUE 'N'.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT,      *
      *      SCRITTO DALLA CONSOLLE AL COLLEGAMENTO): FINISCE SU    *
      *      OGNI RIGA DI ECCEZIONE DELLA SESSIONE.                 *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      BLOCCO DI ESECUZIONE: SCRITTO ALLA PARTENZA E RIMOSSO  *
      *      ALLA CHIUSURA. UNA SECONDA PARTENZA CONTRO UN BLOCCO   *
      *      VIVO SI RIFIUTA; UN BLOCCO RESIDUO DI UN CRASH VIENE   *
      *      MOSTRATO CON IL SUO ORARIO PERCHE' L'OPERATORE LO      *
      *      RIMUOVA DELIBERATAMENTE.                               *
      ************************************************************
       01 WS-LOCK-STATUS       PIC XX.
       01 WS-BLOCCO-ATTIVO     PIC X VALUE 'N'.
       01 WS-LOCK-DATA-ORA.
            05 WS-LK-DATA      PIC 9(8).
            05 WS-LK-ORA       PIC 9(8).

      ************************************************************
      *           AREE PER IL MENU DI MANUTENZIONE                 *
      ************************************************************
       01 WS-SCELTA           PIC 9 VALUE 0.
       01 WS-BROWSE-EOF       PIC X VALUE 'N'.
       01 WS-CONTA-PERSONA    PIC 9(4) VALUE 0.
       01 WS-CHIAVE-SALVATA   PIC X(10) VALUE SPACES.

      ************************************************************
      *      CONTROLLI DI FORMATO E DI PLAUSIBILITA' DEL LEGAME:    *
      *      IL MOTIVO DEL PRIMO SCARTO FINISCE SU ECCEZIONI.TXT.   *
      *      GLI SCARTI MINIMI D'ETA' SONO IN ANNI DI NASCITA.      *
      ************************************************************
       01 WS-INIZIO-STAGING    PIC X(8) VALUE SPACES.
       01 WS-FINE-STAGING      PIC X(8) VALUE SPACES.
       01 WS-DATA-CTRL         PIC 9(8) VALUE 0.
       01 WS-DATA-CTRL-R REDEFINES WS-DATA-CTRL.
            05 WS-DC-ANNO      PIC 9999.
            05 WS-DC-MESE      PIC 99.
            05 WS-DC-GIORNO    PIC 99.
       01 WS-DATA-OK           PIC X VALUE 'N'.
       01 WS-LEGAME-VALIDO     PIC X VALUE 'N'.
       01 WS-MOTIVO-SCARTO     PIC X(40) VALUE SPACES.
       01 WS-OGGI              PIC 9(8) VALUE 0.
       01 WS-OGGI-R REDEFINES WS-OGGI.
            05 WS-OGGI-ANNO    PIC 9999.
            05 FILLER          PIC 9(4).
       01 WS-ANNO-RIF          PIC 9999 VALUE 0.
       01 WS-SCARTO-GENITORE   PIC 99 VALUE 12.
       01 WS-ETA-TUTORE        PIC 99 VALUE 18.
       01 WS-ETA-CONIUGE       PIC 99 VALUE 16.
       01 WS-ANNO-ANZIANO      PIC 9999 VALUE 0.
       01 WS-ANNO-GIOVANE      PIC 9999 VALUE 0.

      ************************************************************
      *      DATI ANAGRAFICI DELLE DUE PERSONE DEL LEGAME, DALLA    *
      *      VERSIONE IN VIGORE OGGI SU ANAGR.IDX                   *
      ************************************************************
       01 WS-PERS-ID           PIC 9(5) VALUE 0.
       01 WS-PERS-TROVATA      PIC X VALUE 'N'.
       01 WS-PERS-EOF          PIC X VALUE 'N'.
       01 WS-PERS-ANNO-NASC    PIC 9(4) VALUE 0.
       01 WS-PERS-STATO        PIC X VALUE SPACE.
       01 WS-PERS-STATO-DATA   PIC 9(8) VALUE 0.
       01 WS-DA-TROVATA        PIC X VALUE 'N'.
       01 WS-DA-ANNO-NASC      PIC 9(4) VALUE 0.
       01 WS-DA-STATO          PIC X VALUE SPACE.
       01 WS-DA-STATO-DATA     PIC 9(8) VALUE 0.
       01 WS-A-TROVATA         PIC X VALUE 'N'.
       01 WS-A-ANNO-NASC       PIC 9(4) VALUE 0.
       01 WS-A-STATO           PIC X VALUE SPACE.
       01 WS-A-STATO-DATA      PIC 9(8) VALUE 0.

      ************************************************************
      *      AREE PER IL CARICAMENTO INIZIALE, LO SCARICO E LA      *
      *      VERIFICA DEL MASTER                                    *
      ************************************************************
       01 WS-CARICO-EOF       PIC X VALUE 'N'.
       01 WS-CONT-CARICATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARTATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARICATI   PIC 9(6) VALUE 0.
       01 WS-CONT-VERIFICATI  PIC 9(6) VALUE 0.
       01 WS-CONT-RICOSTRUITI PIC 9(6) VALUE 0.
       01 WS-CONT-DISCORDI    PIC 9(6) VALUE 0.
       01 WS-CONT-IMPLAUSIBILI PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS        PIC XX.
       01 WS-DATA-ECCEZIONE.
            05 WS-DE-ANNO      PIC 9999.
            05 WS-DE-MESE      PIC 99.
            05 WS-DE-GIORNO    PIC 99.
       01 WS-ORA-ECCEZIONE.
            05 WS-OE-ORE       PIC 99.
            05 WS-OE-MIN       PIC 99.
            05 WS-OE-SEC       PIC 99.
            05 WS-OE-CENT      PIC 99.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
      * 4 = ALMENO UNA OPERAZIONE HA SCRITTO UN'ECCEZIONE          *
      ************************************************************
       01 WS-RETURN-CODE       PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'ESECUZIONE SENZA OPERATORE (BATCH)          *
      ************************************************************
       01 WS-BATCH-STATUS      PIC XX.
       01 WS-BATCH-MODE        PIC X VALUE 'N'.
       01 WS-BATCH-EOF         PIC X VALUE 'N'.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM CONTROLLA-BLOCCO THRU FINE-CONTROLLA-BLOCCO.
            IF WS-BLOCCO-ATTIVO = 'S'
                MOVE 8 TO WS-RETURN-CODE
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM APERTURA THRU FINE-APERTURA.
            IF WS-BATCH-MODE = 'S'
                PERFORM ELABORA-BATCH THRU FINE-ELABORA-BATCH
                     UNTIL WS-BATCH-EOF = 'S'
            ELSE
                PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'
            END-IF.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.
            PERFORM RIMUOVI-BLOCCO THRU FINE-RIMUOVI-BLOCCO.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       APERTURA.
      **************************************************************
      * SE ESISTE LEGAMST-BATCH.TXT, UNA RIGA PER OGNI OPERAZIONE   *
      * DA ESEGUIRE VIENE LETTA DA LI' INVECE DI FAR DIGITARE LA    *
      * SCELTA DI MENU A UN OPERATORE. SENZA ANAGR.IDX I CONTROLLI  *
      * SULLE PERSONE NON SI POSSONO FARE E LO SI SEGNALA UNA VOLTA.*
      **************************************************************
           OPEN I-O PRIMOF.
           IF WS-STATUS NOT = '00'
               OPEN OUTPUT PRIMOF
               CLOSE PRIMOF
               OPEN I-O PRIMOF
           END-IF.

           ACCEPT WS-OGGI FROM DATE YYYYMMDD.

           MOVE 'N' TO WS-INDICE-MODE.
           OPEN INPUT ANAGIDX.
           IF WS-INDICE-STATUS = '00'
               MOVE 'S' TO WS-INDICE-MODE
           ELSE
               DISPLAY 'ANAGR.IDX ASSENTE: PERSONE NON CONTROLLATE'
               MOVE 'APERTURA'        TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'ANAGR.IDX ASSENTE: NESSUN CONTROLLO'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.

           MOVE 'N' TO WS-BATCH-MODE.
           OPEN INPUT BATCH-INPUT.
           IF WS-BATCH-STATUS = '00'
               MOVE 'S' TO WS-BATCH-MODE
           ELSE
               CLOSE BATCH-INPUT
           END-IF.

       FINE-APERTURA.
            EXIT.
      *
       ELABORA.
           DISPLAY 'LEGAMI: 1-CERCA PER CODICE 2-AGGIUNGI'.
           DISPLAY '3-MODIFICA DATE 4-ELIMINA 5-SFOGLIA'.
           DISPLAY '6-CARICA DA LEGAMI.TXT 7-SCARICA SU'
                   ' LEGAMI.TXT'.
           DISPLAY '8-VERIFICA DEL MASTER'.
           ACCEPT WS-SCELTA.

           PERFORM ESEGUI-SCELTA THRU FINE-ESEGUI-SCELTA.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
       FINE-ELABORA.
            EXIT.
      *
       ELABORA-BATCH.
      **************************************************************
      * STESSO DISPATCH DI ELABORA, MA LA SCELTA E I PARAMETRI      *
      * ARRIVANO DA LEGAMST-BATCH.TXT INVECE CHE DA ACCEPT.         *
      **************************************************************
           READ BATCH-INPUT INTO REC-BATCH AT END
                MOVE 'S' TO WS-BATCH-EOF
                NOT AT END
                     MOVE BATCH-SCELTA TO WS-SCELTA
                     PERFORM ESEGUI-SCELTA THRU FINE-ESEGUI-SCELTA
           END-READ.
       FINE-ELABORA-BATCH.
            EXIT.
      *
       ESEGUI-SCELTA.
           IF WS-SCELTA = 1
               PERFORM CERCA-PER-CODICE THRU FINE-CERCA-PER-CODICE
           END-IF.
           IF WS-SCELTA = 2
               PERFORM AGGIUNGI-LEGAME THRU FINE-AGGIUNGI-LEGAME
           END-IF.
           IF WS-SCELTA = 3
               PERFORM MODIFICA-LEGAME THRU FINE-MODIFICA-LEGAME
           END-IF.
           IF WS-SCELTA = 4
               PERFORM ELIMINA-LEGAME THRU FINE-ELIMINA-LEGAME
           END-IF.
           IF WS-SCELTA = 5
               PERFORM SFOGLIA THRU FINE-SFOGLIA
           END-IF.
           IF WS-SCELTA = 6
               PERFORM CARICA-INIZIALE THRU FINE-CARICA-INIZIALE
           END-IF.
           IF WS-SCELTA = 7
               PERFORM SCARICA-SU-PIATTO THRU FINE-SCARICA-SU-PIATTO
           END-IF.
           IF WS-SCELTA = 8
               PERFORM VERIFICA-MASTER THRU FINE-VERIFICA-MASTER
           END-IF.
       FINE-ESEGUI-SCELTA.
            EXIT.
      *
       LEGGI-CODICE-PERSONA.
      **************************************************************
      * RIPETE LA RICHIESTA FINCHE' L'OPERATORE NON DIGITA UN        *
      * CODICE NUMERICO MAGGIORE DI ZERO, SCARTANDO SUBITO QUALSIASI *
      * VALORE NON NUMERICO INVECE DI LASCIARLO ARRIVARE ALLA READ.  *
      **************************************************************
           MOVE 'N' TO WS-CODICE-VALIDO.
           PERFORM LEGGI-UN-CODICE-PERSONA
              THRU FINE-LEGGI-UN-CODICE-PERSONA
                UNTIL WS-CODICE-VALIDO = 'S'.
       FINE-LEGGI-CODICE-PERSONA.
            EXIT.
      *
       LEGGI-UN-CODICE-PERSONA.
           DISPLAY WS-PROMPT-CODICE.
           ACCEPT WS-CODICE-STAGING.
           IF WS-CODICE-STAGING IS NUMERIC
                   AND WS-CODICE-STAGING NOT = ZERO
               MOVE WS-CODICE-STAGING TO USER-INPUT
               MOVE 'S' TO WS-CODICE-VALIDO
           ELSE
               DISPLAY 'CODICE NON VALIDO: INSERIRE UN NUMERO'
                       ' MAGGIORE DI ZERO'
           END-IF.
       FINE-LEGGI-UN-CODICE-PERSONA.
            EXIT.
      *
       LEGGI-COPPIA.
      **************************************************************
      * LE DUE PERSONE DEL LEGAME: DALLA RIGA BATCH O CON DUE        *
      * RICHIESTE ALL'OPERATORE. IL TIPO SI LEGGE DAL PUNTO DI VISTA *
      * DELLA PRIMA PERSONA (A E' GENITORE DI B).                    *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-ID-DA TO USER-INPUT
               MOVE BATCH-ID-A  TO USER-INPUT-A
           ELSE
               MOVE 'CODICE DELLA PRIMA PERSONA' TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
               MOVE USER-INPUT TO USER-INPUT-A
               MOVE 'CODICE DELLA SECONDA PERSONA' TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
               MOVE USER-INPUT   TO WS-PERS-ID
               MOVE USER-INPUT-A TO USER-INPUT
               MOVE WS-PERS-ID   TO USER-INPUT-A
           END-IF.
       FINE-LEGGI-COPPIA.
            EXIT.
      *
       CERCA-PER-CODICE.
      **************************************************************
      * MOSTRA TUTTI I LEGAMI DELLA PERSONA, POSIZIONANDOSI SULLA   *
      * CHIAVE ID + 00000: BASTA IL VERSO DELLA PERSONA, L'INVERSO  *
      * E' GARANTITO DALLA MANUTENZIONE.                            *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-ID-DA TO USER-INPUT
           ELSE
               MOVE 'DAMMI UN CODICE PERSONA' TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
           END-IF.
           IF USER-INPUT = ZERO
               DISPLAY 'CODICE NON VALIDO: DEVE ESSERE MAGGIORE'
                       ' DI ZERO'
           ELSE
               MOVE ZERO TO WS-CONTA-PERSONA
               MOVE 'N'  TO WS-BROWSE-EOF
               MOVE USER-INPUT TO LEGM-ID-DA
               MOVE ZERO       TO LEGM-ID-A
               START PRIMOF KEY IS NOT LESS THAN LEGM-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
               END-START
               PERFORM MOSTRA-LEGAME-PERSONA
                  THRU FINE-MOSTRA-LEGAME-PERSONA
                    UNTIL WS-BROWSE-EOF = 'S'
               IF WS-CONTA-PERSONA = ZERO
                   DISPLAY 'NESSUN LEGAME PER QUESTO CODICE'
                   MOVE 'CERCA-PER-CODICE' TO ECC-PARAGRAFO
                   MOVE USER-INPUT         TO ECC-CHIAVE
                   MOVE 'LEGAME NON TROVATO' TO ECC-DESCRIZIONE
                   MOVE 'I' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-CERCA-PER-CODICE.
            EXIT.
      *
       MOSTRA-LEGAME-PERSONA.
           READ PRIMOF NEXT RECORD AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     IF LEGM-ID-DA NOT = USER-INPUT
                         MOVE 'S' TO WS-BROWSE-EOF
                     ELSE
                         ADD 1 TO WS-CONTA-PERSONA
                         DISPLAY LEGM-ID-DA ' ' IDX-TIPO ' '
                                 LEGM-ID-A ' DAL ' IDX-DATA-INIZIO
                                 ' AL ' IDX-DATA-FINE
                     END-IF
           END-READ.
       FINE-MOSTRA-LEGAME-PERSONA.
            EXIT.
      *
       AGGIUNGI-LEGAME.
           PERFORM LEGGI-COPPIA THRU FINE-LEGGI-COPPIA.
           MOVE USER-INPUT   TO LEG-ID-DA.
           MOVE USER-INPUT-A TO LEG-ID-A.
           PERFORM RICHIEDI-TIPO THRU FINE-RICHIEDI-TIPO.
           PERFORM RICHIEDI-DATE THRU FINE-RICHIEDI-DATE.
           PERFORM VALIDA-LEGAME THRU FINE-VALIDA-LEGAME.
           IF WS-LEGAME-VALIDO = 'S'
               PERFORM SCRIVI-COPPIA THRU FINE-SCRIVI-COPPIA
           ELSE
               MOVE 'AGGIUNGI-LEGAME' TO ECC-PARAGRAFO
               PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
           END-IF.
       FINE-AGGIUNGI-LEGAME.
            EXIT.
      *
       SCRIVI-COPPIA.
      **************************************************************
      * SCRIVE IL VERSO DIGITATO E IL SUO INVERSO. SE IL PRIMO      *
      * ESISTE GIA' NON SI TOCCA NIENTE; SE MANCAVA SOLO L'INVERSO  *
      * (MASTER DISALLINEATO) LO SI RISCRIVE CON I DATI NUOVI.      *
      **************************************************************
           PERFORM COMPONI-INVERSO THRU FINE-COMPONI-INVERSO.
           WRITE REC-PRIMOF FROM WS-LEGAME INVALID KEY
                DISPLAY 'LEGAME GIA ESISTENTE'
                MOVE 'SCRIVI-COPPIA'   TO ECC-PARAGRAFO
                MOVE LEG-CHIAVE        TO ECC-CHIAVE
                MOVE 'LEGAME GIA ESISTENTE' TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                WRITE REC-PRIMOF FROM WS-LEGAME-INVERSO INVALID KEY
                     REWRITE REC-PRIMOF FROM WS-LEGAME-INVERSO
                END-WRITE
                DISPLAY 'LEGAME AGGIUNTO NEI DUE VERSI'
           END-WRITE.
       FINE-SCRIVI-COPPIA.
            EXIT.
      *
       COMPONI-INVERSO.
           MOVE LEG-ID-A        TO INV-ID-DA.
           MOVE LEG-ID-DA       TO INV-ID-A.
           MOVE LEG-DATA-INIZIO TO INV-DATA-INIZIO.
           MOVE LEG-DATA-FINE   TO INV-DATA-FINE.
           MOVE LEG-TIPO        TO INV-TIPO.
           IF LEG-GENITORE
               MOVE 'F' TO INV-TIPO
           END-IF.
           IF LEG-FIGLIO
               MOVE 'G' TO INV-TIPO
           END-IF.
           IF LEG-TUTORE
               MOVE 'P' TO INV-TIPO
           END-IF.
           IF LEG-TUTELATO
               MOVE 'T' TO INV-TIPO
           END-IF.
       FINE-COMPONI-INVERSO.
            EXIT.
      *
       RICHIEDI-TIPO.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-TIPO TO LEG-TIPO
           ELSE
               DISPLAY 'LA PRIMA PERSONA E'' DELLA SECONDA:'
               DISPLAY 'C=CONIUGE G=GENITORE F=FIGLIO T=TUTORE'
                       ' P=TUTELATO'
               ACCEPT LEG-TIPO
           END-IF.
       FINE-RICHIEDI-TIPO.
            EXIT.
      *
       RICHIEDI-DATE.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-DATA-INIZIO TO WS-INIZIO-STAGING
               MOVE BATCH-DATA-FINE   TO WS-FINE-STAGING
           ELSE
               DISPLAY 'DATA DI INIZIO AAAAMMGG (VUOTA SE NON NOTA)'
               ACCEPT WS-INIZIO-STAGING
               DISPLAY 'DATA DI FINE AAAAMMGG (VUOTA SE IN CORSO)'
               ACCEPT WS-FINE-STAGING
           END-IF.
       FINE-RICHIEDI-DATE.
            EXIT.
      *
       VALIDA-LEGAME.
      **************************************************************
      * PRIMA IL FORMATO (TIPO, CODICI, DATE), POI LA PLAUSIBILITA' *
      * CONTRO L'ANAGRAFICA. AL PRIMO CONTROLLO FALLITO SI FERMA E  *
      * LASCIA IL MOTIVO IN WS-MOTIVO-SCARTO.                       *
      **************************************************************
           MOVE 'S'    TO WS-LEGAME-VALIDO.
           MOVE SPACES TO WS-MOTIVO-SCARTO.
           IF LEG-ID-DA = ZERO OR LEG-ID-A = ZERO
               MOVE 'N' TO WS-LEGAME-VALIDO
               MOVE 'CODICE PERSONA NON VALIDO' TO WS-MOTIVO-SCARTO
           END-IF.
           IF WS-LEGAME-VALIDO = 'S' AND LEG-ID-DA = LEG-ID-A
               MOVE 'N' TO WS-LEGAME-VALIDO
               MOVE 'LEGAME DI UNA PERSONA CON SE STESSA'
                    TO WS-MOTIVO-SCARTO
           END-IF.
           IF WS-LEGAME-VALIDO = 'S'
               IF NOT LEG-CONIUGE AND NOT LEG-GENITORE
                       AND NOT LEG-FIGLIO AND NOT LEG-TUTORE
                       AND NOT LEG-TUTELATO
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'TIPO LEGAME NON VALIDO (C/G/F/T/P)'
                        TO WS-MOTIVO-SCARTO
               END-IF
           END-IF.
           IF WS-LEGAME-VALIDO = 'S'
               PERFORM VALIDA-DATE THRU FINE-VALIDA-DATE
           END-IF.
           IF WS-LEGAME-VALIDO = 'S'
               PERFORM VALIDA-PLAUSIBILITA
                  THRU FINE-VALIDA-PLAUSIBILITA
           END-IF.
       FINE-VALIDA-LEGAME.
            EXIT.
      *
       VALIDA-DATE.
           MOVE ZERO TO LEG-DATA-INIZIO LEG-DATA-FINE.
           IF WS-INIZIO-STAGING NOT = SPACES
               PERFORM CONTROLLA-DATA-INIZIO
                  THRU FINE-CONTROLLA-DATA-INIZIO
           END-IF.
           IF WS-LEGAME-VALIDO = 'S' AND WS-FINE-STAGING NOT = SPACES
               IF WS-FINE-STAGING IS NOT NUMERIC
                   MOVE 'N' TO WS-DATA-OK
               ELSE
                   MOVE WS-FINE-STAGING TO WS-DATA-CTRL
                   PERFORM CONTROLLA-DATA THRU FINE-CONTROLLA-DATA
               END-IF
               IF WS-DATA-OK = 'N'
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'DATA DI FINE NON VALIDA' TO WS-MOTIVO-SCARTO
               ELSE
                   MOVE WS-DATA-CTRL TO LEG-DATA-FINE
                   IF LEG-DATA-FINE < LEG-DATA-INIZIO
                       MOVE 'N' TO WS-LEGAME-VALIDO
                       MOVE 'DATA DI FINE PRIMA DELL''INIZIO'
                            TO WS-MOTIVO-SCARTO
                   END-IF
               END-IF
           END-IF.
       FINE-VALIDA-DATE.
            EXIT.
      *
       CONTROLLA-DATA-INIZIO.
           IF WS-INIZIO-STAGING IS NOT NUMERIC
               MOVE 'N' TO WS-DATA-OK
           ELSE
               MOVE WS-INIZIO-STAGING TO WS-DATA-CTRL
               PERFORM CONTROLLA-DATA THRU FINE-CONTROLLA-DATA
           END-IF.
           IF WS-DATA-OK = 'N'
               MOVE 'N' TO WS-LEGAME-VALIDO
               MOVE 'DATA DI INIZIO NON VALIDA' TO WS-MOTIVO-SCARTO
           ELSE
               MOVE WS-DATA-CTRL TO LEG-DATA-INIZIO
           END-IF.
       FINE-CONTROLLA-DATA-INIZIO.
            EXIT.
      *
       CONTROLLA-DATA.
      **************************************************************
      * DATA AAAAMMGG PLAUSIBILE: ZERO E' AMMESSO (NON NOTA), UNA   *
      * DATA PRESENTE HA MESE E GIORNO NEI LIMITI E NON E' FUTURA.  *
      **************************************************************
           MOVE 'S' TO WS-DATA-OK.
           IF WS-DATA-CTRL NOT = ZERO
               IF WS-DC-MESE < 1 OR WS-DC-MESE > 12
                       OR WS-DC-GIORNO < 1 OR WS-DC-GIORNO > 31
                       OR WS-DATA-CTRL > WS-OGGI
                   MOVE 'N' TO WS-DATA-OK
               END-IF
           END-IF.
       FINE-CONTROLLA-DATA.
            EXIT.
      *
       VALIDA-PLAUSIBILITA.
      **************************************************************
      * ENTRAMBE LE PERSONE DEVONO ESISTERE; POI GLI SCARTI D'ETA'  *
      * (IN ANNI DI NASCITA, SE NOTI) E IL DECESSO: NESSUN LEGAME   *
      * PUO' INIZIARE DOPO LA DATA DI DECESSO DI UNA DELLE DUE.     *
      **************************************************************
           IF WS-INDICE-MODE = 'S'
               PERFORM CARICA-COPPIA THRU FINE-CARICA-COPPIA
               IF WS-DA-TROVATA = 'N' OR WS-A-TROVATA = 'N'
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'PERSONA NON PRESENTE IN ANAGRAFICA'
                        TO WS-MOTIVO-SCARTO
               ELSE
                   PERFORM CONTROLLA-ETA THRU FINE-CONTROLLA-ETA
                   IF WS-LEGAME-VALIDO = 'S'
                       PERFORM CONTROLLA-DECESSO
                          THRU FINE-CONTROLLA-DECESSO
                   END-IF
               END-IF
           END-IF.
       FINE-VALIDA-PLAUSIBILITA.
            EXIT.
      *
       CARICA-COPPIA.
           MOVE LEG-ID-DA TO WS-PERS-ID.
           PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA.
           MOVE WS-PERS-TROVATA    TO WS-DA-TROVATA.
           MOVE WS-PERS-ANNO-NASC  TO WS-DA-ANNO-NASC.
           MOVE WS-PERS-STATO      TO WS-DA-STATO.
           MOVE WS-PERS-STATO-DATA TO WS-DA-STATO-DATA.
           MOVE LEG-ID-A TO WS-PERS-ID.
           PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA.
           MOVE WS-PERS-TROVATA    TO WS-A-TROVATA.
           MOVE WS-PERS-ANNO-NASC  TO WS-A-ANNO-NASC.
           MOVE WS-PERS-STATO      TO WS-A-STATO.
           MOVE WS-PERS-STATO-DATA TO WS-A-STATO-DATA.
       FINE-CARICA-COPPIA.
            EXIT.
      *
       LEGGI-PERSONA.
      **************************************************************
      * VERSIONE IN VIGORE OGGI DELLA PERSONA SU ANAGR.IDX: SI      *
      * SCORRONO LE SUE VERSIONI E SI TIENE L'ULTIMA CON DATA DI    *
      * DECORRENZA NON FUTURA.                                      *
      **************************************************************
           MOVE 'N'    TO WS-PERS-TROVATA.
           MOVE 'N'    TO WS-PERS-EOF.
           MOVE ZERO   TO WS-PERS-ANNO-NASC WS-PERS-STATO-DATA.
           MOVE SPACE  TO WS-PERS-STATO.
           MOVE WS-PERS-ID TO IDX-ID.
           MOVE ZERO       TO IDX-DATA-EFF.
           START ANAGIDX KEY IS NOT LESS THAN IDX-CHIAVE
                INVALID KEY MOVE 'S' TO WS-PERS-EOF
           END-START.
           PERFORM LEGGI-VERSIONE-PERSONA
              THRU FINE-LEGGI-VERSIONE-PERSONA
                UNTIL WS-PERS-EOF = 'S'.
       FINE-LEGGI-PERSONA.
            EXIT.
      *
       LEGGI-VERSIONE-PERSONA.
           READ ANAGIDX NEXT RECORD AT END
                MOVE 'S' TO WS-PERS-EOF
                NOT AT END
                     IF IDX-ID NOT = WS-PERS-ID
                             OR IDX-DATA-EFF > WS-OGGI
                         MOVE 'S' TO WS-PERS-EOF
                     ELSE
                         MOVE 'S'            TO WS-PERS-TROVATA
                         MOVE IDX-ANNO-NASC  TO WS-PERS-ANNO-NASC
                         MOVE IDX-STATO      TO WS-PERS-STATO
                         MOVE IDX-STATO-DATA TO WS-PERS-STATO-DATA
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE-PERSONA.
            EXIT.
      *
       CONTROLLA-ETA.
      **************************************************************
      * ANNO DI RIFERIMENTO: QUELLO DI INIZIO DEL LEGAME SE NOTO,   *
      * ALTRIMENTI L'ANNO CORRENTE. GENITORE/FIGLIO: IL GENITORE E' *
      * NATO ALMENO WS-SCARTO-GENITORE ANNI PRIMA. TUTORE: HA       *
      * ALMENO WS-ETA-TUTORE ANNI ALL'INIZIO. CONIUGI: ENTRAMBI     *
      * ALMENO WS-ETA-CONIUGE ANNI ALL'INIZIO.                      *
      **************************************************************
           IF LEG-DATA-INIZIO > ZERO
               MOVE LEG-DATA-INIZIO(1:4) TO WS-ANNO-RIF
           ELSE
               MOVE WS-OGGI-ANNO TO WS-ANNO-RIF
           END-IF.
           IF LEG-GENITORE OR LEG-TUTORE
               MOVE WS-DA-ANNO-NASC TO WS-ANNO-ANZIANO
               MOVE WS-A-ANNO-NASC  TO WS-ANNO-GIOVANE
           ELSE
               MOVE WS-A-ANNO-NASC  TO WS-ANNO-ANZIANO
               MOVE WS-DA-ANNO-NASC TO WS-ANNO-GIOVANE
           END-IF.
           IF (LEG-GENITORE OR LEG-FIGLIO)
                   AND WS-ANNO-ANZIANO > ZERO
                   AND WS-ANNO-GIOVANE > ZERO
               IF WS-ANNO-ANZIANO + WS-SCARTO-GENITORE
                       > WS-ANNO-GIOVANE
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'GENITORE TROPPO GIOVANE PER IL FIGLIO'
                        TO WS-MOTIVO-SCARTO
               END-IF
           END-IF.
           IF (LEG-TUTORE OR LEG-TUTELATO)
                   AND WS-ANNO-ANZIANO > ZERO
               IF WS-ANNO-ANZIANO + WS-ETA-TUTORE > WS-ANNO-RIF
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'TUTORE NON MAGGIORENNE' TO WS-MOTIVO-SCARTO
               END-IF
           END-IF.
           IF LEG-CONIUGE
               IF (WS-DA-ANNO-NASC > ZERO AND
                   WS-DA-ANNO-NASC + WS-ETA-CONIUGE > WS-ANNO-RIF)
                  OR (WS-A-ANNO-NASC > ZERO AND
                   WS-A-ANNO-NASC + WS-ETA-CONIUGE > WS-ANNO-RIF)
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'CONIUGE SOTTO L''ETA'' MINIMA'
                        TO WS-MOTIVO-SCARTO
               END-IF
           END-IF.
       FINE-CONTROLLA-ETA.
            EXIT.
      *
       CONTROLLA-DECESSO.
           IF LEG-DATA-INIZIO > ZERO
               IF (WS-DA-STATO = 'D' AND WS-DA-STATO-DATA > ZERO
                       AND LEG-DATA-INIZIO > WS-DA-STATO-DATA)
                  OR (WS-A-STATO = 'D' AND WS-A-STATO-DATA > ZERO
                       AND LEG-DATA-INIZIO > WS-A-STATO-DATA)
                   MOVE 'N' TO WS-LEGAME-VALIDO
                   MOVE 'LEGAME INIZIATO DOPO IL DECESSO'
                        TO WS-MOTIVO-SCARTO
               END-IF
           END-IF.
       FINE-CONTROLLA-DECESSO.
            EXIT.
      *
       SEGNALA-SCARTO.
           DISPLAY 'LEGAME SCARTATO: ' WS-MOTIVO-SCARTO.
           MOVE LEG-CHIAVE       TO ECC-CHIAVE.
           MOVE WS-MOTIVO-SCARTO TO ECC-DESCRIZIONE.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-SCARTO.
            EXIT.
      *
       MODIFICA-LEGAME.
      **************************************************************
      * SI MODIFICANO SOLO LE DATE: CAMBIARE IL TIPO E' CANCELLARE  *
      * IL LEGAME E AGGIUNGERNE UN ALTRO. LE DATE NUOVE PASSANO     *
      * DAGLI STESSI CONTROLLI E FINISCONO SU ENTRAMBI I VERSI.     *
      **************************************************************
           PERFORM LEGGI-COPPIA THRU FINE-LEGGI-COPPIA.
           MOVE USER-INPUT   TO LEGM-ID-DA.
           MOVE USER-INPUT-A TO LEGM-ID-A.
           READ PRIMOF INTO WS-LEGAME INVALID KEY
                DISPLAY 'LEGAME NON TROVATO'
                MOVE 'MODIFICA-LEGAME' TO ECC-PARAGRAFO
                MOVE LEGM-CHIAVE       TO ECC-CHIAVE
                MOVE 'LEGAME NON TROVATO' TO ECC-DESCRIZIONE
                MOVE 'I' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                PERFORM RICHIEDI-DATE THRU FINE-RICHIEDI-DATE
                PERFORM VALIDA-LEGAME THRU FINE-VALIDA-LEGAME
                IF WS-LEGAME-VALIDO = 'S'
                    PERFORM RISCRIVI-COPPIA THRU FINE-RISCRIVI-COPPIA
                ELSE
                    MOVE 'MODIFICA-LEGAME' TO ECC-PARAGRAFO
                    PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
                END-IF
           END-READ.
       FINE-MODIFICA-LEGAME.
            EXIT.
      *
       RISCRIVI-COPPIA.
           PERFORM COMPONI-INVERSO THRU FINE-COMPONI-INVERSO.
           MOVE LEG-CHIAVE TO LEGM-CHIAVE.
           REWRITE REC-PRIMOF FROM WS-LEGAME INVALID KEY
                DISPLAY 'ERRORE IN MODIFICA'
                MOVE 'RISCRIVI-COPPIA' TO ECC-PARAGRAFO
                MOVE LEG-CHIAVE        TO ECC-CHIAVE
                MOVE 'ERRORE IN MODIFICA' TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                MOVE INV-CHIAVE TO LEGM-CHIAVE
                REWRITE REC-PRIMOF FROM WS-LEGAME-INVERSO INVALID KEY
                     WRITE REC-PRIMOF FROM WS-LEGAME-INVERSO
                END-REWRITE
                DISPLAY 'LEGAME MODIFICATO NEI DUE VERSI'
           END-REWRITE.
       FINE-RISCRIVI-COPPIA.
            EXIT.
      *
       ELIMINA-LEGAME.
           PERFORM LEGGI-COPPIA THRU FINE-LEGGI-COPPIA.
           MOVE USER-INPUT   TO LEGM-ID-DA.
           MOVE USER-INPUT-A TO LEGM-ID-A.
           READ PRIMOF INTO WS-LEGAME INVALID KEY
                DISPLAY 'LEGAME NON TROVATO'
                MOVE 'ELIMINA-LEGAME'  TO ECC-PARAGRAFO
                MOVE LEGM-CHIAVE       TO ECC-CHIAVE
                MOVE 'LEGAME NON TROVATO' TO ECC-DESCRIZIONE
                MOVE 'I' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                DELETE PRIMOF INVALID KEY
                     DISPLAY 'ERRORE IN CANCELLAZIONE'
                     MOVE 'ELIMINA-LEGAME' TO ECC-PARAGRAFO
                     MOVE LEGM-CHIAVE      TO ECC-CHIAVE
                     MOVE 'ERRORE IN CANCELLAZIONE'
                                           TO ECC-DESCRIZIONE
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     PERFORM COMPONI-INVERSO THRU FINE-COMPONI-INVERSO
                     MOVE INV-CHIAVE TO LEGM-CHIAVE
                     DELETE PRIMOF INVALID KEY
                          CONTINUE
                     END-DELETE
                     DISPLAY 'LEGAME ELIMINATO NEI DUE VERSI'
                END-DELETE
           END-READ.
       FINE-ELIMINA-LEGAME.
            EXIT.
      *
       SFOGLIA.
      **************************************************************
      * SCORRE TUTTO IL MASTER IN ORDINE DI CHIAVE E LO MOSTRA A    *
      * VIDEO, UN VERSO DI LEGAME PER RIGA.                         *
      **************************************************************
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE ZERO TO LEGM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN LEGM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM MOSTRA-LEGAME THRU FINE-MOSTRA-LEGAME
                UNTIL WS-BROWSE-EOF = 'S'.
       FINE-SFOGLIA.
            EXIT.
      *
       MOSTRA-LEGAME.
           READ PRIMOF NEXT RECORD AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     DISPLAY LEGM-ID-DA ' ' IDX-TIPO ' ' LEGM-ID-A
                             ' DAL ' IDX-DATA-INIZIO
                             ' AL ' IDX-DATA-FINE
           END-READ.
       FINE-MOSTRA-LEGAME.
            EXIT.
      *
       CARICA-INIZIALE.
      **************************************************************
      * COSTRUISCE IL MASTER INDICIZZATO A PARTIRE DAL FILE PIATTO  *
      * LEGAMI.TXT (TRACCIATO CONDIVISO COPY LEGAMI). IL MASTER     *
      * VIENE RICREATO DA ZERO AD OGNI CARICAMENTO; OGNI RIGA PASSA *
      * DAGLI STESSI CONTROLLI DELLA MANUTENZIONE A VIDEO E PORTA   *
      * CON SE' IL SUO INVERSO, COSI' UN FILE CHE NE ELENCA UNO     *
      * SOLO DEI DUE VERSI PRODUCE COMUNQUE UN MASTER ALLINEATO.    *
      **************************************************************
           CLOSE PRIMOF.
           OPEN OUTPUT PRIMOF.
           CLOSE PRIMOF.
           OPEN I-O PRIMOF.

           MOVE ZERO TO WS-CONT-CARICATI WS-CONT-SCARTATI.
           MOVE 'N'  TO WS-CARICO-EOF.
           OPEN INPUT CARICOF.
           IF WS-CARICO-STATUS = '00'
               PERFORM CARICA-LEGAME THRU FINE-CARICA-LEGAME
                    UNTIL WS-CARICO-EOF = 'S'
               CLOSE CARICOF
               DISPLAY 'CARICATI ' WS-CONT-CARICATI ' LEGAMI, '
                       'SCARTATI ' WS-CONT-SCARTATI
           ELSE
               DISPLAY 'FILE LEGAMI.TXT NON TROVATO'
               MOVE 'CARICA-INIZIALE' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE LEGAMI.TXT NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-INIZIALE.
            EXIT.
      *
       CARICA-LEGAME.
           READ CARICOF INTO WS-LEGAME AT END
                MOVE 'S' TO WS-CARICO-EOF
                NOT AT END
                     PERFORM PREPARA-RIGA-CARICO
                        THRU FINE-PREPARA-RIGA-CARICO
                     IF WS-LEGAME-VALIDO = 'S'
                         PERFORM VALIDA-LEGAME THRU FINE-VALIDA-LEGAME
                     END-IF
                     IF WS-LEGAME-VALIDO = 'S'
                         PERFORM SCRIVI-LEGAME-CARICATO
                            THRU FINE-SCRIVI-LEGAME-CARICATO
                     ELSE
                         ADD 1 TO WS-CONT-SCARTATI
                         MOVE 'CARICA-LEGAME' TO ECC-PARAGRAFO
                         PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
                     END-IF
           END-READ.
       FINE-CARICA-LEGAME.
            EXIT.
      *
       PREPARA-RIGA-CARICO.
      **************************************************************
      * LE DATE DELLA RIGA PIATTA TORNANO NELLE AREE DI APPOGGIO    *
      * (ZERO = VUOTA) PERCHE' LA VALIDAZIONE LE TRATTI COME QUELLE *
      * DIGITATE; CODICI NON NUMERICI SCARTANO LA RIGA SUBITO.      *
      **************************************************************
           MOVE 'S'    TO WS-LEGAME-VALIDO.
           MOVE SPACES TO WS-INIZIO-STAGING WS-FINE-STAGING.
           IF LEG-ID-DA IS NOT NUMERIC OR LEG-ID-A IS NOT NUMERIC
               MOVE 'N' TO WS-LEGAME-VALIDO
               MOVE 'CODICE PERSONA NON VALIDO' TO WS-MOTIVO-SCARTO
           END-IF.
           IF LEG-DATA-INIZIO NOT = ZERO
               MOVE LEG-DATA-INIZIO TO WS-INIZIO-STAGING
           END-IF.
           IF LEG-DATA-FINE NOT = ZERO
               MOVE LEG-DATA-FINE TO WS-FINE-STAGING
           END-IF.
       FINE-PREPARA-RIGA-CARICO.
            EXIT.
      *
       SCRIVI-LEGAME-CARICATO.
      **************************************************************
      * IL VERSO INVERSO PUO' ESSERE GIA' ENTRATO DA UNA RIGA       *
      * PRECEDENTE: IN QUEL CASO NON E' UN DUPLICATO MA LA COPPIA   *
      * CHE SI COMPLETA, E IL VERSO LETTO PRENDE IL POSTO GIA'      *
      * SCRITTO DALL'INVERSO.                                       *
      **************************************************************
           PERFORM COMPONI-INVERSO THRU FINE-COMPONI-INVERSO.
           WRITE REC-PRIMOF FROM WS-LEGAME INVALID KEY
                REWRITE REC-PRIMOF FROM WS-LEGAME
           NOT INVALID KEY
                ADD 1 TO WS-CONT-CARICATI
           END-WRITE.
           WRITE REC-PRIMOF FROM WS-LEGAME-INVERSO INVALID KEY
                CONTINUE
           END-WRITE.
       FINE-SCRIVI-LEGAME-CARICATO.
            EXIT.
      *
       SCARICA-SU-PIATTO.
      **************************************************************
      * RISCRIVE IL MASTER INDICIZZATO SUL FILE PIATTO LEGAMI.TXT   *
      * NEL TRACCIATO CONDIVISO (COPY LEGAMI), ENTRAMBI I VERSI.    *
      **************************************************************
           OPEN OUTPUT SCARICOF.
           MOVE ZERO TO WS-CONT-SCARICATI.
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE ZERO TO LEGM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN LEGM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM SCARICA-LEGAME THRU FINE-SCARICA-LEGAME
                UNTIL WS-BROWSE-EOF = 'S'.
           CLOSE SCARICOF.
           DISPLAY 'SCARICATI ' WS-CONT-SCARICATI ' LEGAMI'.
       FINE-SCARICA-SU-PIATTO.
            EXIT.
      *
       SCARICA-LEGAME.
           READ PRIMOF NEXT RECORD INTO WS-LEGAME AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     WRITE REC-SCARICOF FROM WS-LEGAME
                     ADD 1 TO WS-CONT-SCARICATI
           END-READ.
       FINE-SCARICA-LEGAME.
            EXIT.
      *
       VERIFICA-MASTER.
      **************************************************************
      * RIPASSA TUTTO IL MASTER. PER OGNI VERSO: L'INVERSO DEVE     *
      * ESISTERE CON IL TIPO RECIPROCO E LE STESSE DATE (SE MANCA   *
      * SI RICOSTRUISCE, SE DISCORDA SI SEGNALA); IL LEGAME DEVE    *
      * ESSERE ANCORA PLAUSIBILE (UN DECESSO REGISTRATO DOPO LA     *
      * SCRITTURA DEL LEGAME PUO' RENDERLO TALE). OGNI LETTURA      *
      * DIRETTA SPOSTA LA POSIZIONE, PERCIO' DOPO OGNI VERSO SI     *
      * RIPARTE CON UNA START OLTRE LA CHIAVE APPENA VISTA.         *
      **************************************************************
           MOVE ZERO TO WS-CONT-VERIFICATI WS-CONT-RICOSTRUITI
                        WS-CONT-DISCORDI WS-CONT-IMPLAUSIBILI.
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE ZERO TO LEGM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN LEGM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM VERIFICA-LEGAME THRU FINE-VERIFICA-LEGAME
                UNTIL WS-BROWSE-EOF = 'S'.
           DISPLAY 'VERSI VERIFICATI     ' WS-CONT-VERIFICATI.
           DISPLAY 'INVERSI RICOSTRUITI  ' WS-CONT-RICOSTRUITI.
           DISPLAY 'INVERSI DISCORDANTI  ' WS-CONT-DISCORDI.
           DISPLAY 'LEGAMI NON PLAUSIBILI ' WS-CONT-IMPLAUSIBILI.
       FINE-VERIFICA-MASTER.
            EXIT.
      *
       VERIFICA-LEGAME.
           READ PRIMOF NEXT RECORD INTO WS-LEGAME AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     ADD 1 TO WS-CONT-VERIFICATI
                     MOVE LEG-CHIAVE TO WS-CHIAVE-SALVATA
                     PERFORM VERIFICA-INVERSO
                        THRU FINE-VERIFICA-INVERSO
                     PERFORM VERIFICA-PLAUSIBILE
                        THRU FINE-VERIFICA-PLAUSIBILE
                     MOVE WS-CHIAVE-SALVATA TO LEGM-CHIAVE
                     START PRIMOF KEY IS GREATER THAN LEGM-CHIAVE
                          INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
                     END-START
           END-READ.
       FINE-VERIFICA-LEGAME.
            EXIT.
      *
       VERIFICA-INVERSO.
           PERFORM COMPONI-INVERSO THRU FINE-COMPONI-INVERSO.
           MOVE INV-CHIAVE TO LEGM-CHIAVE.
           READ PRIMOF INVALID KEY
                WRITE REC-PRIMOF FROM WS-LEGAME-INVERSO
                ADD 1 TO WS-CONT-RICOSTRUITI
                MOVE 'VERIFICA-INVERSO' TO ECC-PARAGRAFO
                MOVE INV-CHIAVE         TO ECC-CHIAVE
                MOVE 'VERSO INVERSO MANCANTE: RICOSTRUITO'
                     TO ECC-DESCRIZIONE
                MOVE 'I' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                IF DATI-LEGAME NOT = WS-LEGAME-INVERSO(11:17)
                    ADD 1 TO WS-CONT-DISCORDI
                    MOVE 'VERIFICA-INVERSO' TO ECC-PARAGRAFO
                    MOVE INV-CHIAVE         TO ECC-CHIAVE
                    MOVE 'VERSO INVERSO DISCORDANTE'
                         TO ECC-DESCRIZIONE
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                END-IF
           END-READ.
       FINE-VERIFICA-INVERSO.
            EXIT.
      *
       VERIFICA-PLAUSIBILE.
      * OGNI LEGAME VIVE IN DUE VERSI: BASTA CONTROLLARNE UNO
           IF LEG-ID-DA < LEG-ID-A
               MOVE 'S' TO WS-LEGAME-VALIDO
               PERFORM VALIDA-PLAUSIBILITA
                  THRU FINE-VALIDA-PLAUSIBILITA
               IF WS-LEGAME-VALIDO = 'N'
                   ADD 1 TO WS-CONT-IMPLAUSIBILI
                   MOVE 'VERIFICA-PLAUSIBILE' TO ECC-PARAGRAFO
                   PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
               END-IF
           END-IF.
       FINE-VERIFICA-PLAUSIBILE.
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
       CONTROLLA-BLOCCO.
      **************************************************************
      * SE ESISTE GIA' UN BLOCCO DI ESECUZIONE, QUESTO AVVIO SI     *
      * RIFIUTA MOSTRANDO DI CHI E DI QUANDO E' IL BLOCCO;          *
      * ALTRIMENTI NE SCRIVE UNO PROPRIO.                           *
      **************************************************************
           MOVE 'N' TO WS-BLOCCO-ATTIVO.
           OPEN INPUT LOCKF.
           IF WS-LOCK-STATUS = '00'
               READ LOCKF AT END
                    CONTINUE
                    NOT AT END
                         MOVE 'S' TO WS-BLOCCO-ATTIVO
                         DISPLAY 'ESECUZIONE RIFIUTATA: BLOCCO DI '
                                 LCK-PROGRAMMA ' DEL ' LCK-DATA
                                 ' ORE ' LCK-ORA ' OPERATORE '
                                 LCK-OPERATORE
                         DISPLAY 'SE E'' UN RESIDUO DI UNA CADUTA,'
                                 ' RIMUOVERE LEGAMST-LOCK.TXT'
               END-READ
           END-IF.
           CLOSE LOCKF.

           IF WS-BLOCCO-ATTIVO = 'N'
               ACCEPT WS-LK-DATA FROM DATE YYYYMMDD
               ACCEPT WS-LK-ORA  FROM TIME
               OPEN OUTPUT LOCKF
               MOVE 'LEGAMST ' TO LCK-PROGRAMMA
               MOVE WS-LK-DATA      TO LCK-DATA
               MOVE WS-LK-ORA(1:6)  TO LCK-ORA
               MOVE WS-OPERATORE-CORR TO LCK-OPERATORE
               WRITE REC-LOCKF
               CLOSE LOCKF
           END-IF.
       FINE-CONTROLLA-BLOCCO.
            EXIT.
      *
       RIMUOVI-BLOCCO.
           DELETE FILE LOCKF.
       FINE-RIMUOVI-BLOCCO.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ECCEZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ECCEZIONE  FROM TIME.

           MOVE WS-DE-GIORNO TO ECC-GG.
           MOVE WS-DE-MESE   TO ECC-MM.
           MOVE WS-DE-ANNO   TO ECC-AAAA.
           MOVE WS-OE-ORE    TO ECC-HH.
           MOVE WS-OE-MIN    TO ECC-MIN.
           MOVE 'LEGAMST '   TO ECC-PROGRAMMA.

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

           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
      *
       CHIUSURA.

           CLOSE PRIMOF.
           IF WS-INDICE-MODE = 'S'
               CLOSE ANAGIDX
           END-IF.
           IF WS-BATCH-MODE = 'S'
               CLOSE BATCH-INPUT
           END-IF.

       FINE-CHIUSURA.
            EXIT.
