       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMST.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MANUTENZIONE A VIDEO DEI CONTATTI TELEFONICI E DI POSTA
      * ELETTRONICA (CONTATTI.IDX, CHIAVE ID-PERSONA + PROGRESSIVO):
      * TIPO (T = TELEFONO, C = CELLULARE, E = E-MAIL), VALORE,
      * CONTRASSEGNO DI PREFERITO E DATA DI VERIFICA. IL FORMATO DEL
      * VALORE VIENE CONTROLLATO PRIMA DI OGNI SCRITTURA: UN
      * CONTATTO MALFORMATO NON ENTRA NEL MASTER E FINISCE SU
      * ECCEZIONI.TXT. AL PIU' UN CONTATTO PER PERSONA E' PREFERITO:
      * MARCARNE UNO TOGLIE IL CONTRASSEGNO AGLI ALTRI.
      * CARICO E SCARICO SU CONTATTI.TXT (COPY CONTATTI) COME PER
      * GLI INDIRIZZI; L'ESTRATTO PER LE FILIALI CONTATTI-EXPORT.CSV
      * ESCLUDE SEMPRE GLI ISCRITTI AL REGISTRO DELLE OPPOSIZIONI.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER DEI CONTATTI, CHIAVE CODICE PERSONA + PROGRESSIVO

           SELECT PRIMOF   ASSIGN TO 'CONTATTI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CONTM-CHIAVE
           STATUS WS-STATUS.
      * FILE PIATTO DI PARTENZA PER IL CARICAMENTO INIZIALE

           SELECT CARICOF  ASSIGN TO 'CONTATTI.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARICO-STATUS.
      * FILE PIATTO PRODOTTO DALLO SCARICO

           SELECT SCARICOF ASSIGN TO 'CONTATTI.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * ESTRATTO CSV DEI CONTATTI PER LE FILIALI

           SELECT CSVOUT   ASSIGN TO 'CONTATTI-EXPORT.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.
      * REGISTRO DELLE OPPOSIZIONI AL CONTATTO (FACOLTATIVO)

           SELECT OPTIONAL OPPOSIZI ASSIGN TO 'OPPOSIZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPPOSIZ-STATUS.
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

           SELECT LOCKF ASSIGN TO 'CONTMST-LOCK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * FILE DI CONTROLLO OPZIONALE, PER L'ESECUZIONE SENZA OPERATORE

           SELECT OPTIONAL BATCH-INPUT ASSIGN TO 'CONTMST-BATCH.TXT'
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
          05 CONTM-CHIAVE.
             10 CONTM-ID       PIC 9(5).
             10 CONTM-PROG     PIC 99.
          05 DATI-CONTATTO.
             10 IDX-TIPO       PIC X.
             10 IDX-VALORE     PIC X(50).
             10 IDX-PREFERITO  PIC X.
             10 IDX-DATA-VER   PIC 9(8).

       FD   CARICOF
            DATA RECORD IS REC-CARICOF.
       01 REC-CARICOF  PIC X(67).

       FD   SCARICOF
            DATA RECORD IS REC-SCARICOF.
       01 REC-SCARICOF  PIC X(67).

       FD   CSVOUT
            DATA RECORD IS REC-CSVOUT.
       01 REC-CSVOUT  PIC X(80).

       FD   OPPOSIZI
            DATA RECORD IS REC-OPPOSIZIONE.
       01 REC-OPPOSIZIONE.
          05 OPP-ID        PIC 9(5).
          05 FILLER        PIC X(34).

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
          05 BATCH-SCELTA    PIC 9.
          05 BATCH-ID        PIC 9(5).
          05 BATCH-PROG      PIC 99.
          05 BATCH-TIPO      PIC X.
          05 BATCH-VALORE    PIC X(50).
          05 BATCH-PREFERITO PIC X.
          05 BATCH-DATA-VER  PIC X(8).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY CONTATTI.

       01   USER-INPUT PIC 9(5) VALUE 0.
       01   CONTINUA   PIC X.
       01   WS-CODICE-STAGING PIC X(5).
       01   WS-CODICE-VALIDO  PIC X VALUE 'N'.
       01   WS-PROMPT-CODICE  PIC X(40) VALUE SPACES.
       01   WS-PROG-INPUT     PIC 99 VALUE 0.
       01   WS-PROG-STAGING   PIC X(2).

       01 WS-STATUS PIC XX.
       01 WS-CARICO-STATUS PIC XX.

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
       01 WS-CONTA-PERSONA    PIC 99 VALUE 0.
       01 WS-PROSSIMO-PROG    PIC 999 VALUE 0.

      ************************************************************
      *      CONTROLLO DI FORMATO DEL CONTATTO: I DATI DIGITATI O   *
      *      CARICATI PASSANO PRIMA DALLE AREE DI APPOGGIO, POI     *
      *      DAI CONTROLLI; IL MOTIVO DEL PRIMO SCARTO VA SU        *
      *      ECCEZIONI.TXT. UN TELEFONO E' FATTO DI SOLE CIFRE      *
      *      (DA 6 A 15) CON UN '+' INIZIALE FACOLTATIVO; UNA       *
      *      E-MAIL HA UNA SOLA CHIOCCIOLA, UNA PARTE LOCALE NON    *
      *      VUOTA E UN DOMINIO CON ALMENO UN PUNTO INTERNO. NESSUN *
      *      VALORE PUO' CONTENERE SPAZI.                           *
      ************************************************************
       01 WS-PREFERITO-STAGING PIC X VALUE SPACE.
       01 WS-DATA-VER-STAGING  PIC X(8) VALUE SPACES.
       01 WS-DATA-VER          PIC 9(8) VALUE 0.
       01 WS-DATA-VER-R REDEFINES WS-DATA-VER.
            05 WS-DV-ANNO      PIC 9999.
            05 WS-DV-MESE      PIC 99.
            05 WS-DV-GIORNO    PIC 99.
       01 WS-CONTATTO-VALIDO   PIC X VALUE 'N'.
       01 WS-MOTIVO-SCARTO     PIC X(40) VALUE SPACES.
       01 WS-LUNG-VALORE       PIC 99 VALUE 0.
       01 WS-INIZIO-CIFRE      PIC 99 VALUE 0.
       01 WS-NUM-CIFRE         PIC 99 VALUE 0.
       01 WS-CONTA-CHIOCC      PIC 99 VALUE 0.
       01 WS-POS-CHIOCC        PIC 99 VALUE 0.
       01 WS-LUNG-DOMINIO      PIC 99 VALUE 0.
       01 WS-CONTA-PUNTI       PIC 99 VALUE 0.
       01 WS-OGGI              PIC 9(8) VALUE 0.

      ************************************************************
      *      AREE PER IL CARICAMENTO INIZIALE E LO SCARICO          *
      ************************************************************
       01 WS-CARICO-EOF       PIC X VALUE 'N'.
       01 WS-CONT-CARICATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARTATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARICATI   PIC 9(6) VALUE 0.

      ************************************************************
      *      ESTRATTO CSV PER LE FILIALI: GLI ISCRITTI AL REGISTRO  *
      *      DELLE OPPOSIZIONI NON VI COMPAIONO MAI (COME NELLA     *
      *      STAMPA LETTERE) E IL CONTEGGIO DEGLI ESCLUSI VIENE     *
      *      MOSTRATO A FINE ESTRATTO A PROVA DELL'APPLICAZIONE.    *
      *      LO SCARICO SU CONTATTI.TXT INVECE RESTA INTEGRALE:     *
      *      E' LA COPIA DI CARICO DEL MASTER, NON UN ESTRATTO.     *
      ************************************************************
       COPY OPPOSIZ.
       01 WS-CSV-STATUS        PIC XX.
       01 WS-CONT-ESTRATTI     PIC 9(6) VALUE 0.
       01 WS-CONT-ESCLUSI      PIC 9(6) VALUE 0.
       01 RIGA-CSV.
            05 CSV-ID           PIC 9(5).
            05 FILLER           PIC X     VALUE ','.
            05 CSV-TIPO         PIC X.
            05 FILLER           PIC X     VALUE ','.
            05 CSV-VALORE       PIC X(50).
            05 FILLER           PIC X     VALUE ','.
            05 CSV-PREFERITO    PIC X.
            05 FILLER           PIC X     VALUE ','.
            05 CSV-DATA-VER     PIC 9(8).

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
      * SE ESISTE CONTMST-BATCH.TXT, UNA RIGA PER OGNI OPERAZIONE   *
      * DA ESEGUIRE VIENE LETTA DA LI' INVECE DI FAR DIGITARE LA    *
      * SCELTA DI MENU A UN OPERATORE, COSI' IL CARICAMENTO, LO     *
      * SCARICO E L'ESTRATTO POSSONO GIRARE COME PASSI BATCH.       *
      **************************************************************
           OPEN I-O PRIMOF.
           IF WS-STATUS NOT = '00'
               OPEN OUTPUT PRIMOF
               CLOSE PRIMOF
               OPEN I-O PRIMOF
           END-IF.

           ACCEPT WS-OGGI FROM DATE YYYYMMDD.

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
           DISPLAY 'CONTATTI: 1-CERCA PER CODICE 2-AGGIUNGI'.
           DISPLAY '3-MODIFICA 4-ELIMINA 5-SFOGLIA'.
           DISPLAY '6-CARICA DA CONTATTI.TXT 7-SCARICA SU'
                   ' CONTATTI.TXT'.
           DISPLAY '8-ESTRATTO PER LE FILIALI'.
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
      * ARRIVANO DA CONTMST-BATCH.TXT INVECE CHE DA ACCEPT.         *
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
               PERFORM AGGIUNGI-CONTATTO THRU FINE-AGGIUNGI-CONTATTO
           END-IF.
           IF WS-SCELTA = 3
               PERFORM MODIFICA-CONTATTO THRU FINE-MODIFICA-CONTATTO
           END-IF.
           IF WS-SCELTA = 4
               PERFORM ELIMINA-CONTATTO THRU FINE-ELIMINA-CONTATTO
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
               PERFORM ESTRAI-PER-FILIALI THRU FINE-ESTRAI-PER-FILIALI
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
       LEGGI-PROGRESSIVO.
      **************************************************************
      * COME PER IL CODICE PERSONA: SI RIPETE FINCHE' L'OPERATORE   *
      * NON DIGITA UN PROGRESSIVO DI DUE CIFRE MAGGIORE DI ZERO.    *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-PROG TO WS-PROG-INPUT
           ELSE
               MOVE 'N' TO WS-CODICE-VALIDO
               PERFORM LEGGI-UN-PROGRESSIVO
                  THRU FINE-LEGGI-UN-PROGRESSIVO
                    UNTIL WS-CODICE-VALIDO = 'S'
           END-IF.
       FINE-LEGGI-PROGRESSIVO.
            EXIT.
      *
       LEGGI-UN-PROGRESSIVO.
           DISPLAY 'PROGRESSIVO DEL CONTATTO (2 CIFRE)'.
           ACCEPT WS-PROG-STAGING.
           IF WS-PROG-STAGING IS NUMERIC
                   AND WS-PROG-STAGING NOT = ZERO
               MOVE WS-PROG-STAGING TO WS-PROG-INPUT
               MOVE 'S' TO WS-CODICE-VALIDO
           ELSE
               DISPLAY 'PROGRESSIVO NON VALIDO: DA 01 A 99'
           END-IF.
       FINE-LEGGI-UN-PROGRESSIVO.
            EXIT.
      *
       CERCA-PER-CODICE.
      **************************************************************
      * MOSTRA TUTTI I CONTATTI DELLA PERSONA, IN ORDINE DI         *
      * PROGRESSIVO, POSIZIONANDOSI SULLA CHIAVE ID + 00.           *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-ID TO USER-INPUT
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
               MOVE USER-INPUT TO CONTM-ID
               MOVE ZERO       TO CONTM-PROG
               START PRIMOF KEY IS NOT LESS THAN CONTM-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
               END-START
               PERFORM MOSTRA-CONTATTO-PERSONA
                  THRU FINE-MOSTRA-CONTATTO-PERSONA
                    UNTIL WS-BROWSE-EOF = 'S'
               IF WS-CONTA-PERSONA = ZERO
                   DISPLAY 'NESSUN CONTATTO PER QUESTO CODICE'
                   MOVE 'CERCA-PER-CODICE' TO ECC-PARAGRAFO
                   MOVE USER-INPUT         TO ECC-CHIAVE
                   MOVE 'CONTATTO NON TROVATO' TO ECC-DESCRIZIONE
                   MOVE 'I' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-CERCA-PER-CODICE.
            EXIT.
      *
       MOSTRA-CONTATTO-PERSONA.
           READ PRIMOF NEXT RECORD AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     IF CONTM-ID NOT = USER-INPUT
                         MOVE 'S' TO WS-BROWSE-EOF
                     ELSE
                         ADD 1 TO WS-CONTA-PERSONA
                         DISPLAY CONTM-PROG ' ' IDX-TIPO ' '
                                 IDX-VALORE ' ' IDX-PREFERITO ' '
                                 IDX-DATA-VER
                     END-IF
           END-READ.
       FINE-MOSTRA-CONTATTO-PERSONA.
            EXIT.
      *
       AGGIUNGI-CONTATTO.
      **************************************************************
      * IL PROGRESSIVO NON SI DIGITA: E' IL PRIMO LIBERO DOPO IL    *
      * PIU' ALTO GIA' IN USO PER LA PERSONA.                       *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-ID TO USER-INPUT
           ELSE
               MOVE 'CODICE DELLA PERSONA' TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
           END-IF.
           IF USER-INPUT = ZERO
               DISPLAY 'CODICE NON VALIDO: DEVE ESSERE MAGGIORE'
                       ' DI ZERO'
           ELSE
               PERFORM CALCOLA-PROSSIMO-PROG
                  THRU FINE-CALCOLA-PROSSIMO-PROG
               IF WS-PROSSIMO-PROG > 99
                   DISPLAY 'TROPPI CONTATTI PER QUESTA PERSONA'
                   MOVE 'AGGIUNGI-CONTATTO' TO ECC-PARAGRAFO
                   MOVE USER-INPUT          TO ECC-CHIAVE
                   MOVE 'PROGRESSIVI DEI CONTATTI ESAURITI'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   MOVE USER-INPUT       TO CON-ID-PERSONA
                   MOVE WS-PROSSIMO-PROG TO CON-PROG
                   PERFORM RICHIEDI-DATI-CONTATTO
                      THRU FINE-RICHIEDI-DATI-CONTATTO
                   PERFORM VALIDA-CONTATTO THRU FINE-VALIDA-CONTATTO
                   IF WS-CONTATTO-VALIDO = 'S'
                       PERFORM SCRIVI-NUOVO-CONTATTO
                          THRU FINE-SCRIVI-NUOVO-CONTATTO
                   ELSE
                       MOVE 'AGGIUNGI-CONTATTO' TO ECC-PARAGRAFO
                       PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
                   END-IF
               END-IF
           END-IF.
       FINE-AGGIUNGI-CONTATTO.
            EXIT.
      *
       CALCOLA-PROSSIMO-PROG.
           MOVE 1    TO WS-PROSSIMO-PROG.
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE USER-INPUT TO CONTM-ID.
           MOVE ZERO       TO CONTM-PROG.
           START PRIMOF KEY IS NOT LESS THAN CONTM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM LEGGI-PROG-PERSONA THRU FINE-LEGGI-PROG-PERSONA
                UNTIL WS-BROWSE-EOF = 'S'.
       FINE-CALCOLA-PROSSIMO-PROG.
            EXIT.
      *
       LEGGI-PROG-PERSONA.
           READ PRIMOF NEXT RECORD AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     IF CONTM-ID NOT = USER-INPUT
                         MOVE 'S' TO WS-BROWSE-EOF
                     ELSE
                         COMPUTE WS-PROSSIMO-PROG = CONTM-PROG + 1
                     END-IF
           END-READ.
       FINE-LEGGI-PROG-PERSONA.
            EXIT.
      *
       SCRIVI-NUOVO-CONTATTO.
           IF CON-PREFERITO = 'S'
               PERFORM AZZERA-PREFERITI THRU FINE-AZZERA-PREFERITI
           END-IF.
           WRITE REC-PRIMOF FROM WS-CONTATTO INVALID KEY
                DISPLAY 'CONTATTO GIA ESISTENTE'
                MOVE 'SCRIVI-NUOVO-CONTATTO' TO ECC-PARAGRAFO
                MOVE CON-CHIAVE              TO ECC-CHIAVE
                MOVE 'CONTATTO GIA ESISTENTE' TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                DISPLAY 'CONTATTO AGGIUNTO CON PROGRESSIVO ' CON-PROG
           END-WRITE.
       FINE-SCRIVI-NUOVO-CONTATTO.
            EXIT.
      *
       RICHIEDI-DATI-CONTATTO.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-TIPO      TO CON-TIPO
               MOVE BATCH-VALORE    TO CON-VALORE
               MOVE BATCH-PREFERITO TO WS-PREFERITO-STAGING
               MOVE BATCH-DATA-VER  TO WS-DATA-VER-STAGING
           ELSE
               DISPLAY 'TIPO (T=TELEFONO C=CELLULARE E=E-MAIL)'
               ACCEPT CON-TIPO
               DISPLAY 'NUMERO O INDIRIZZO DI POSTA ELETTRONICA'
               ACCEPT CON-VALORE
               DISPLAY 'PREFERITO (S/N)'
               ACCEPT WS-PREFERITO-STAGING
               DISPLAY 'DATA DI VERIFICA AAAAMMGG (VUOTA SE NON'
                       ' VERIFICATO)'
               ACCEPT WS-DATA-VER-STAGING
           END-IF.
       FINE-RICHIEDI-DATI-CONTATTO.
            EXIT.
      *
       VALIDA-CONTATTO.
      **************************************************************
      * CONTROLLA TIPO, FORMATO DEL VALORE, PREFERITO E DATA DI     *
      * VERIFICA DEL CONTATTO IN WS-CONTATTO. AL PRIMO CONTROLLO    *
      * FALLITO SI FERMA E LASCIA IL MOTIVO IN WS-MOTIVO-SCARTO.    *
      **************************************************************
           MOVE 'S'    TO WS-CONTATTO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-SCARTO.
           IF NOT CON-TELEFONO AND NOT CON-CELLULARE
                   AND NOT CON-EMAIL
               MOVE 'N' TO WS-CONTATTO-VALIDO
               MOVE 'TIPO CONTATTO NON VALIDO (T/C/E)'
                    TO WS-MOTIVO-SCARTO
           END-IF.
           IF WS-CONTATTO-VALIDO = 'S'
               PERFORM MISURA-VALORE THRU FINE-MISURA-VALORE
           END-IF.
           IF WS-CONTATTO-VALIDO = 'S'
               IF CON-EMAIL
                   PERFORM VALIDA-EMAIL THRU FINE-VALIDA-EMAIL
               ELSE
                   PERFORM VALIDA-TELEFONO THRU FINE-VALIDA-TELEFONO
               END-IF
           END-IF.
           IF WS-CONTATTO-VALIDO = 'S'
               PERFORM VALIDA-PREFERITO THRU FINE-VALIDA-PREFERITO
           END-IF.
           IF WS-CONTATTO-VALIDO = 'S'
               PERFORM VALIDA-DATA-VERIFICA
                  THRU FINE-VALIDA-DATA-VERIFICA
           END-IF.
       FINE-VALIDA-CONTATTO.
            EXIT.
      *
       MISURA-VALORE.
      **************************************************************
      * LA LUNGHEZZA UTILE E' QUELLA FINO AL PRIMO SPAZIO: SE DOPO  *
      * RESTA ALTRO TESTO IL VALORE CONTIENE SPAZI E VIENE SCARTATO.*
      **************************************************************
           MOVE ZERO TO WS-LUNG-VALORE.
           INSPECT CON-VALORE TALLYING WS-LUNG-VALORE
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LUNG-VALORE = ZERO
               MOVE 'N' TO WS-CONTATTO-VALIDO
               MOVE 'VALORE DEL CONTATTO MANCANTE'
                    TO WS-MOTIVO-SCARTO
           ELSE
               IF WS-LUNG-VALORE < 50
                   IF CON-VALORE(WS-LUNG-VALORE + 1:) NOT = SPACES
                       MOVE 'N' TO WS-CONTATTO-VALIDO
                       MOVE 'IL VALORE NON PUO CONTENERE SPAZI'
                            TO WS-MOTIVO-SCARTO
                   END-IF
               END-IF
           END-IF.
       FINE-MISURA-VALORE.
            EXIT.
      *
       VALIDA-TELEFONO.
           MOVE 1 TO WS-INIZIO-CIFRE.
           IF CON-VALORE(1:1) = '+'
               MOVE 2 TO WS-INIZIO-CIFRE
           END-IF.
           COMPUTE WS-NUM-CIFRE = WS-LUNG-VALORE - WS-INIZIO-CIFRE + 1.
           IF WS-NUM-CIFRE < 6 OR WS-NUM-CIFRE > 15
               MOVE 'N' TO WS-CONTATTO-VALIDO
               MOVE 'NUMERO DI TELEFONO: DA 6 A 15 CIFRE'
                    TO WS-MOTIVO-SCARTO
           ELSE
               IF CON-VALORE(WS-INIZIO-CIFRE:WS-NUM-CIFRE)
                       IS NOT NUMERIC
                   MOVE 'N' TO WS-CONTATTO-VALIDO
                   MOVE 'NUMERO DI TELEFONO NON NUMERICO'
                        TO WS-MOTIVO-SCARTO
               END-IF
           END-IF.
       FINE-VALIDA-TELEFONO.
            EXIT.
      *
       VALIDA-EMAIL.
           MOVE ZERO TO WS-CONTA-CHIOCC WS-POS-CHIOCC.
           INSPECT CON-VALORE TALLYING WS-CONTA-CHIOCC FOR ALL '@'.
           IF WS-CONTA-CHIOCC NOT = 1
               MOVE 'N' TO WS-CONTATTO-VALIDO
               MOVE 'E-MAIL: SERVE UNA SOLA CHIOCCIOLA'
                    TO WS-MOTIVO-SCARTO
           ELSE
               INSPECT CON-VALORE TALLYING WS-POS-CHIOCC
                       FOR CHARACTERS BEFORE INITIAL '@'
               ADD 1 TO WS-POS-CHIOCC
               COMPUTE WS-LUNG-DOMINIO =
                       WS-LUNG-VALORE - WS-POS-CHIOCC
               IF WS-POS-CHIOCC = 1 OR WS-LUNG-DOMINIO < 3
                   MOVE 'N' TO WS-CONTATTO-VALIDO
                   MOVE 'E-MAIL: UTENTE O DOMINIO MANCANTE'
                        TO WS-MOTIVO-SCARTO
               ELSE
                   PERFORM VALIDA-DOMINIO THRU FINE-VALIDA-DOMINIO
               END-IF
           END-IF.
       FINE-VALIDA-EMAIL.
            EXIT.
      *
       VALIDA-DOMINIO.
           MOVE ZERO TO WS-CONTA-PUNTI.
           INSPECT CON-VALORE(WS-POS-CHIOCC + 1:WS-LUNG-DOMINIO)
                   TALLYING WS-CONTA-PUNTI FOR ALL '.'.
           IF WS-CONTA-PUNTI = ZERO
                   OR CON-VALORE(WS-POS-CHIOCC + 1:1) = '.'
                   OR CON-VALORE(WS-LUNG-VALORE:1) = '.'
               MOVE 'N' TO WS-CONTATTO-VALIDO
               MOVE 'E-MAIL: DOMINIO NON VALIDO'
                    TO WS-MOTIVO-SCARTO
           END-IF.
       FINE-VALIDA-DOMINIO.
            EXIT.
      *
       VALIDA-PREFERITO.
           IF WS-PREFERITO-STAGING = SPACE
               MOVE 'N' TO WS-PREFERITO-STAGING
           END-IF.
           IF WS-PREFERITO-STAGING = 'S' OR WS-PREFERITO-STAGING = 'N'
               MOVE WS-PREFERITO-STAGING TO CON-PREFERITO
           ELSE
               MOVE 'N' TO WS-CONTATTO-VALIDO
               MOVE 'PREFERITO NON VALIDO (S/N)' TO WS-MOTIVO-SCARTO
           END-IF.
       FINE-VALIDA-PREFERITO.
            EXIT.
      *
       VALIDA-DATA-VERIFICA.
      **************************************************************
      * DATA VUOTA = CONTATTO NON ANCORA VERIFICATO (ZERO). UNA     *
      * DATA PRESENTE DEVE ESSERE AAAAMMGG PLAUSIBILE E NON FUTURA. *
      **************************************************************
           IF WS-DATA-VER-STAGING = SPACES
               MOVE ZERO TO CON-DATA-VERIFICA
           ELSE
               IF WS-DATA-VER-STAGING IS NOT NUMERIC
                   MOVE 'N' TO WS-CONTATTO-VALIDO
                   MOVE 'DATA DI VERIFICA NON NUMERICA'
                        TO WS-MOTIVO-SCARTO
               ELSE
                   MOVE WS-DATA-VER-STAGING TO WS-DATA-VER
                   IF WS-DV-MESE < 1 OR WS-DV-MESE > 12
                           OR WS-DV-GIORNO < 1 OR WS-DV-GIORNO > 31
                           OR WS-DATA-VER > WS-OGGI
                       MOVE 'N' TO WS-CONTATTO-VALIDO
                       MOVE 'DATA DI VERIFICA NON VALIDA'
                            TO WS-MOTIVO-SCARTO
                   ELSE
                       MOVE WS-DATA-VER TO CON-DATA-VERIFICA
                   END-IF
               END-IF
           END-IF.
       FINE-VALIDA-DATA-VERIFICA.
            EXIT.
      *
       SEGNALA-SCARTO.
           DISPLAY 'CONTATTO SCARTATO: ' WS-MOTIVO-SCARTO.
           MOVE CON-CHIAVE       TO ECC-CHIAVE.
           MOVE WS-MOTIVO-SCARTO TO ECC-DESCRIZIONE.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-SCARTO.
            EXIT.
      *
       AZZERA-PREFERITI.
      **************************************************************
      * IL CONTATTO CHE STA PER ESSERE SCRITTO E' IL PREFERITO:     *
      * GLI ALTRI CONTATTI DELLA STESSA PERSONA PERDONO IL          *
      * CONTRASSEGNO, COSI' NE RESTA SEMPRE UNO SOLO.               *
      **************************************************************
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE CON-ID-PERSONA TO CONTM-ID.
           MOVE ZERO           TO CONTM-PROG.
           START PRIMOF KEY IS NOT LESS THAN CONTM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM AZZERA-UN-PREFERITO THRU FINE-AZZERA-UN-PREFERITO
                UNTIL WS-BROWSE-EOF = 'S'.
       FINE-AZZERA-PREFERITI.
            EXIT.
      *
       AZZERA-UN-PREFERITO.
           READ PRIMOF NEXT RECORD AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     IF CONTM-ID NOT = CON-ID-PERSONA
                         MOVE 'S' TO WS-BROWSE-EOF
                     ELSE
                         IF CONTM-PROG NOT = CON-PROG
                                 AND IDX-PREFERITO = 'S'
                             MOVE 'N' TO IDX-PREFERITO
                             REWRITE REC-PRIMOF
                             DISPLAY 'TOLTO IL PREFERITO AL CONTATTO '
                                     CONTM-PROG
                         END-IF
                     END-IF
           END-READ.
       FINE-AZZERA-UN-PREFERITO.
            EXIT.
      *
       MODIFICA-CONTATTO.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-ID TO USER-INPUT
           ELSE
               MOVE 'CODICE DELLA PERSONA DA MODIFICARE'
                    TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
           END-IF.
           PERFORM LEGGI-PROGRESSIVO THRU FINE-LEGGI-PROGRESSIVO.
           IF USER-INPUT = ZERO OR WS-PROG-INPUT = ZERO
               DISPLAY 'CODICE O PROGRESSIVO NON VALIDO'
           ELSE
               MOVE USER-INPUT    TO CONTM-ID
               MOVE WS-PROG-INPUT TO CONTM-PROG
               READ PRIMOF INTO WS-CONTATTO INVALID KEY
                    DISPLAY 'CONTATTO NON TROVATO'
                    MOVE 'MODIFICA-CONTATTO' TO ECC-PARAGRAFO
                    MOVE CONTM-CHIAVE        TO ECC-CHIAVE
                    MOVE 'CONTATTO NON TROVATO' TO ECC-DESCRIZIONE
                    MOVE 'I' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               NOT INVALID KEY
                    PERFORM RICHIEDI-DATI-CONTATTO
                       THRU FINE-RICHIEDI-DATI-CONTATTO
                    PERFORM VALIDA-CONTATTO THRU FINE-VALIDA-CONTATTO
                    IF WS-CONTATTO-VALIDO = 'S'
                        PERFORM RISCRIVI-CONTATTO
                           THRU FINE-RISCRIVI-CONTATTO
                    ELSE
                        MOVE 'MODIFICA-CONTATTO' TO ECC-PARAGRAFO
                        PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
                    END-IF
               END-READ
           END-IF.
       FINE-MODIFICA-CONTATTO.
            EXIT.
      *
       RISCRIVI-CONTATTO.
           IF CON-PREFERITO = 'S'
               PERFORM AZZERA-PREFERITI THRU FINE-AZZERA-PREFERITI
           END-IF.
           MOVE CON-CHIAVE TO CONTM-CHIAVE.
           REWRITE REC-PRIMOF FROM WS-CONTATTO INVALID KEY
                DISPLAY 'ERRORE IN MODIFICA'
                MOVE 'RISCRIVI-CONTATTO' TO ECC-PARAGRAFO
                MOVE CON-CHIAVE          TO ECC-CHIAVE
                MOVE 'ERRORE IN MODIFICA' TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                DISPLAY 'CONTATTO MODIFICATO'
           END-REWRITE.
       FINE-RISCRIVI-CONTATTO.
            EXIT.
      *
       ELIMINA-CONTATTO.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-ID TO USER-INPUT
           ELSE
               MOVE 'CODICE DELLA PERSONA DA ELIMINARE'
                    TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-PERSONA
                  THRU FINE-LEGGI-CODICE-PERSONA
           END-IF.
           PERFORM LEGGI-PROGRESSIVO THRU FINE-LEGGI-PROGRESSIVO.
           IF USER-INPUT = ZERO OR WS-PROG-INPUT = ZERO
               DISPLAY 'CODICE O PROGRESSIVO NON VALIDO'
           ELSE
               MOVE USER-INPUT    TO CONTM-ID
               MOVE WS-PROG-INPUT TO CONTM-PROG
               READ PRIMOF INTO WS-CONTATTO INVALID KEY
                    DISPLAY 'CONTATTO NON TROVATO'
                    MOVE 'ELIMINA-CONTATTO'  TO ECC-PARAGRAFO
                    MOVE CONTM-CHIAVE        TO ECC-CHIAVE
                    MOVE 'CONTATTO NON TROVATO' TO ECC-DESCRIZIONE
                    MOVE 'I' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               NOT INVALID KEY
                    DELETE PRIMOF INVALID KEY
                         DISPLAY 'ERRORE IN CANCELLAZIONE'
                         MOVE 'ELIMINA-CONTATTO' TO ECC-PARAGRAFO
                         MOVE CONTM-CHIAVE       TO ECC-CHIAVE
                         MOVE 'ERRORE IN CANCELLAZIONE'
                                                  TO ECC-DESCRIZIONE
                         PERFORM SCRIVI-ECCEZIONE
                            THRU FINE-SCRIVI-ECCEZIONE
                    NOT INVALID KEY
                         DISPLAY 'CONTATTO ELIMINATO'
                    END-DELETE
               END-READ
           END-IF.
       FINE-ELIMINA-CONTATTO.
            EXIT.
      *
       SFOGLIA.
      **************************************************************
      * SCORRE TUTTO IL MASTER IN ORDINE DI CODICE E PROGRESSIVO E  *
      * LO MOSTRA A VIDEO, UN CONTATTO PER RIGA.                    *
      **************************************************************
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE ZERO TO CONTM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN CONTM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM MOSTRA-CONTATTO THRU FINE-MOSTRA-CONTATTO
                UNTIL WS-BROWSE-EOF = 'S'.
       FINE-SFOGLIA.
            EXIT.
      *
       MOSTRA-CONTATTO.
           READ PRIMOF NEXT RECORD AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     DISPLAY CONTM-ID ' ' CONTM-PROG ' ' IDX-TIPO ' '
                             IDX-VALORE ' ' IDX-PREFERITO ' '
                             IDX-DATA-VER
           END-READ.
       FINE-MOSTRA-CONTATTO.
            EXIT.
      *
       CARICA-INIZIALE.
      **************************************************************
      * COSTRUISCE IL MASTER INDICIZZATO A PARTIRE DAL FILE PIATTO  *
      * CONTATTI.TXT (TRACCIATO CONDIVISO COPY CONTATTI). OGNI      *
      * RECORD PORTA GIA' L'ID-PERSONA ASSEGNATO DA ANAGRIDX E IL   *
      * SUO PROGRESSIVO. IL MASTER VIENE RICREATO DA ZERO AD OGNI   *
      * CARICAMENTO; OGNI RIGA PASSA DAGLI STESSI CONTROLLI DI      *
      * FORMATO DELLA MANUTENZIONE A VIDEO E QUELLE MALFORMATE      *
      * RESTANO FUORI, SEGNALATE SU ECCEZIONI.TXT.                  *
      **************************************************************
           CLOSE PRIMOF.
           OPEN OUTPUT PRIMOF.
           CLOSE PRIMOF.
           OPEN I-O PRIMOF.

           MOVE ZERO TO WS-CONT-CARICATI WS-CONT-SCARTATI.
           MOVE 'N'  TO WS-CARICO-EOF.
           OPEN INPUT CARICOF.
           IF WS-CARICO-STATUS = '00'
               PERFORM CARICA-CONTATTO THRU FINE-CARICA-CONTATTO
                    UNTIL WS-CARICO-EOF = 'S'
               CLOSE CARICOF
               DISPLAY 'CARICATI ' WS-CONT-CARICATI ' CONTATTI, '
                       'SCARTATI ' WS-CONT-SCARTATI
           ELSE
               DISPLAY 'FILE CONTATTI.TXT NON TROVATO'
               MOVE 'CARICA-INIZIALE' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE CONTATTI.TXT NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-INIZIALE.
            EXIT.
      *
       CARICA-CONTATTO.
           READ CARICOF INTO WS-CONTATTO AT END
                MOVE 'S' TO WS-CARICO-EOF
                NOT AT END
                     MOVE CON-PREFERITO TO WS-PREFERITO-STAGING
                     MOVE CON-DATA-VERIFICA TO WS-DATA-VER-STAGING
                     IF CON-DATA-VERIFICA = ZERO
                         MOVE SPACES TO WS-DATA-VER-STAGING
                     END-IF
                     PERFORM VALIDA-CONTATTO THRU FINE-VALIDA-CONTATTO
                     IF CON-ID-PERSONA IS NOT NUMERIC
                             OR CON-PROG IS NOT NUMERIC
                             OR CON-ID-PERSONA = ZERO
                             OR CON-PROG = ZERO
                         MOVE 'N' TO WS-CONTATTO-VALIDO
                         MOVE 'CODICE O PROGRESSIVO NON VALIDO'
                              TO WS-MOTIVO-SCARTO
                     END-IF
                     IF WS-CONTATTO-VALIDO = 'S'
                         PERFORM SCRIVI-CONTATTO-CARICATO
                            THRU FINE-SCRIVI-CONTATTO-CARICATO
                     ELSE
                         ADD 1 TO WS-CONT-SCARTATI
                         MOVE 'CARICA-CONTATTO' TO ECC-PARAGRAFO
                         PERFORM SEGNALA-SCARTO THRU FINE-SEGNALA-SCARTO
                     END-IF
           END-READ.
       FINE-CARICA-CONTATTO.
            EXIT.
      *
       SCRIVI-CONTATTO-CARICATO.
           IF CON-PREFERITO = 'S'
               PERFORM AZZERA-PREFERITI THRU FINE-AZZERA-PREFERITI
           END-IF.
           WRITE REC-PRIMOF FROM WS-CONTATTO INVALID KEY
                ADD 1 TO WS-CONT-SCARTATI
                DISPLAY 'CODICE DUPLICATO IN CARICAMENTO'
                MOVE 'CARICA-CONTATTO' TO ECC-PARAGRAFO
                MOVE CON-CHIAVE        TO ECC-CHIAVE
                MOVE 'CODICE DUPLICATO IN CARICAMENTO'
                     TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                ADD 1 TO WS-CONT-CARICATI
           END-WRITE.
       FINE-SCRIVI-CONTATTO-CARICATO.
            EXIT.
      *
       SCARICA-SU-PIATTO.
      **************************************************************
      * RISCRIVE IL MASTER INDICIZZATO SUL FILE PIATTO CONTATTI.TXT *
      * NEL TRACCIATO CONDIVISO (COPY CONTATTI), INTEGRALE: E' LA   *
      * COPIA DA CUI IL CARICAMENTO RICOSTRUISCE IL MASTER.         *
      **************************************************************
           OPEN OUTPUT SCARICOF.
           MOVE ZERO TO WS-CONT-SCARICATI.
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE ZERO TO CONTM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN CONTM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM SCARICA-CONTATTO THRU FINE-SCARICA-CONTATTO
                UNTIL WS-BROWSE-EOF = 'S'.
           CLOSE SCARICOF.
           DISPLAY 'SCARICATI ' WS-CONT-SCARICATI ' CONTATTI'.
       FINE-SCARICA-SU-PIATTO.
            EXIT.
      *
       SCARICA-CONTATTO.
           READ PRIMOF NEXT RECORD INTO WS-CONTATTO AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     WRITE REC-SCARICOF FROM WS-CONTATTO
                     ADD 1 TO WS-CONT-SCARICATI
           END-READ.
       FINE-SCARICA-CONTATTO.
            EXIT.
      *
       ESTRAI-PER-FILIALI.
      **************************************************************
      * ESTRATTO CSV DEI CONTATTI DA CONSEGNARE ALLE FILIALI AL     *
      * POSTO DEI LORO FOGLI DI CALCOLO: CHI E' ISCRITTO AL         *
      * REGISTRO DELLE OPPOSIZIONI NON VI COMPARE.                  *
      **************************************************************
           PERFORM CARICA-OPPOSIZIONI THRU FINE-CARICA-OPPOSIZIONI.
           OPEN OUTPUT CSVOUT.
           MOVE ZERO TO WS-CONT-ESTRATTI WS-CONT-ESCLUSI.
           MOVE 'N'  TO WS-BROWSE-EOF.
           MOVE ZERO TO CONTM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN CONTM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM ESTRAI-CONTATTO THRU FINE-ESTRAI-CONTATTO
                UNTIL WS-BROWSE-EOF = 'S'.
           CLOSE CSVOUT.
           DISPLAY 'ESTRATTI ' WS-CONT-ESTRATTI ' CONTATTI'.
           DISPLAY 'CONTATTI ESCLUSI PER OPPOSIZIONE: '
                   WS-CONT-ESCLUSI.
       FINE-ESTRAI-PER-FILIALI.
            EXIT.
      *
       ESTRAI-CONTATTO.
           READ PRIMOF NEXT RECORD INTO WS-CONTATTO AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     PERFORM CONTROLLA-OPPOSIZIONE
                        THRU FINE-CONTROLLA-OPPOSIZIONE
                     IF WS-ID-OPPOSTO = 'S'
                         ADD 1 TO WS-CONT-ESCLUSI
                     ELSE
                         MOVE CON-ID-PERSONA    TO CSV-ID
                         MOVE CON-TIPO          TO CSV-TIPO
                         MOVE CON-VALORE        TO CSV-VALORE
                         MOVE CON-PREFERITO     TO CSV-PREFERITO
                         MOVE CON-DATA-VERIFICA TO CSV-DATA-VER
                         MOVE SPACES TO REC-CSVOUT
                         WRITE REC-CSVOUT FROM RIGA-CSV
                         ADD 1 TO WS-CONT-ESTRATTI
                     END-IF
           END-READ.
       FINE-ESTRAI-CONTATTO.
            EXIT.
      *
       CARICA-OPPOSIZIONI.
           MOVE 'N'  TO WS-OPPOSIZ-MODE.
           MOVE ZERO TO WS-NUM-OPPOSIZIONI.
           OPEN INPUT OPPOSIZI.
           IF WS-OPPOSIZ-STATUS = '00'
               MOVE 'S' TO WS-OPPOSIZ-MODE
               MOVE 'N' TO WS-OPPOSIZ-EOF
               PERFORM LEGGI-OPPOSIZIONE THRU FINE-LEGGI-OPPOSIZIONE
                    UNTIL WS-OPPOSIZ-EOF = 'S'
           END-IF.
           CLOSE OPPOSIZI.
       FINE-CARICA-OPPOSIZIONI.
            EXIT.
      *
       LEGGI-OPPOSIZIONE.
           READ OPPOSIZI AT END
                MOVE 'S' TO WS-OPPOSIZ-EOF
                NOT AT END
                     IF WS-NUM-OPPOSIZIONI < WS-MAX-OPPOSIZIONI
                             AND OPP-ID IS NUMERIC
                         ADD 1 TO WS-NUM-OPPOSIZIONI
                         MOVE OPP-ID
                              TO OP-TAB-ID(WS-NUM-OPPOSIZIONI)
                     END-IF
           END-READ.
       FINE-LEGGI-OPPOSIZIONE.
            EXIT.
      *
       CONTROLLA-OPPOSIZIONE.
           MOVE 'N' TO WS-ID-OPPOSTO.
           IF WS-OPPOSIZ-MODE = 'S'
               SET IND-OPPOS TO 1
               PERFORM CERCA-OPPOSIZIONE THRU FINE-CERCA-OPPOSIZIONE
                    UNTIL IND-OPPOS > WS-NUM-OPPOSIZIONI
                       OR WS-ID-OPPOSTO = 'S'
           END-IF.
       FINE-CONTROLLA-OPPOSIZIONE.
            EXIT.
      *
       CERCA-OPPOSIZIONE.
           IF OP-TAB-ID(IND-OPPOS) = CON-ID-PERSONA
               MOVE 'S' TO WS-ID-OPPOSTO
           END-IF.
           SET IND-OPPOS UP BY 1.
       FINE-CERCA-OPPOSIZIONE.
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
                                 ' RIMUOVERE CONTMST-LOCK.TXT'
               END-READ
           END-IF.
           CLOSE LOCKF.

           IF WS-BLOCCO-ATTIVO = 'N'
               ACCEPT WS-LK-DATA FROM DATE YYYYMMDD
               ACCEPT WS-LK-ORA  FROM TIME
               OPEN OUTPUT LOCKF
               MOVE 'CONTMST ' TO LCK-PROGRAMMA
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
           MOVE 'CONTMST '   TO ECC-PROGRAMMA.

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
           IF WS-BATCH-MODE = 'S'
               CLOSE BATCH-INPUT
           END-IF.

       FINE-CHIUSURA.
            EXIT.
