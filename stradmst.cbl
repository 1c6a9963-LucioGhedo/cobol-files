       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRADMST.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MANUTENZIONE A VIDEO DELLO STRADARIO (STRADARIO.IDX, CHIAVE
      * CITTA + VIA): PER OGNI CITTA CENSITA LE VIE VALIDE E IL CAP
      * CHE SERVE CIASCUNA. LA CITTA VIENE RIPORTATA ALLA VOCE
      * CANONICA (CITALIAS) E DEVE ESSERE CENSITA IN CITTA.IDX,
      * ALTRIMENTI LA VIA VIENE RIFIUTATA. CONTRO QUESTO MASTER IL
      * MODULO STRADARI VALIDA GLI INDIRIZZI DI INDIRMST E DEL
      * CONTROLLO NOTTURNO STRADREP. CARICO E SCARICO SU
      * STRADARIO.TXT (COPY STRADA) COME PER GLI ALTRI MASTER.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER DELLO STRADARIO, CHIAVE CITTA + VIA

           SELECT PRIMOF   ASSIGN TO 'STRADARIO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STRM-CHIAVE
           STATUS WS-STATUS.
      * FILE PIATTO DI PARTENZA PER IL CARICAMENTO INIZIALE

           SELECT CARICOF  ASSIGN TO 'STRADARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARICO-STATUS.
      * FILE PIATTO PRODOTTO DALLO SCARICO

           SELECT SCARICOF ASSIGN TO 'STRADARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * MASTER DELLE CITTA' CENSITE (FACOLTATIVO), PER LA VALIDAZIONE

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
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

           SELECT LOCKF ASSIGN TO 'STRADMST-LOCK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * FILE DI CONTROLLO OPZIONALE, PER L'ESECUZIONE SENZA OPERATORE

           SELECT OPTIONAL BATCH-INPUT ASSIGN TO 'STRADMST-BATCH.TXT'
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
          05 STRM-CHIAVE.
             10 STRM-CITTA  PIC X(10).
             10 STRM-VIA    PIC X(20).
          05 STRM-CAP       PIC X(5).

       FD   CARICOF
            DATA RECORD IS REC-CARICOF.
       01 REC-CARICOF  PIC X(35).

       FD   SCARICOF
            DATA RECORD IS REC-SCARICOF.
       01 REC-SCARICOF  PIC X(35).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

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
          05 BATCH-CITTA     PIC X(10).
          05 BATCH-VIA       PIC X(20).
          05 BATCH-CAP       PIC X(5).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY STRADA.

       01   CONTINUA   PIC X.
       01   WS-ESITO-ALIAS    PIC X VALUE 'N'.
       01   WS-STRADA-VALIDA  PIC X VALUE 'N'.
       01   WS-CITTA-FILTRO   PIC X(10) VALUE SPACES.

       01 WS-STATUS PIC XX.
       01 WS-CARICO-STATUS PIC XX.

      ************************************************************
      *      TABELLA DELLE CITTA' CENSITE: UNA VIA SI ACCETTA SOLO  *
      *      SE LA SUA CITTA E' CENSITA                             *
      ************************************************************
       COPY CITTAMAS.

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

      ************************************************************
      *      AREE PER IL CARICAMENTO INIZIALE E LO SCARICO          *
      ************************************************************
       01 WS-CARICO-EOF       PIC X VALUE 'N'.
       01 WS-CONT-CARICATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARTATI    PIC 9(6) VALUE 0.
       01 WS-CONT-SCARICATI   PIC 9(6) VALUE 0.

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
      * SE ESISTE STRADMST-BATCH.TXT, UNA RIGA PER OGNI OPERAZIONE  *
      * DA ESEGUIRE VIENE LETTA DA LI' INVECE DI FAR DIGITARE LA    *
      * SCELTA DI MENU A UN OPERATORE, COSI' IL CARICAMENTO         *
      * INIZIALE E LO SCARICO POSSONO GIRARE COME PASSI BATCH.      *
      **************************************************************
           OPEN I-O PRIMOF.
           IF WS-STATUS NOT = '00'
               OPEN OUTPUT PRIMOF
               CLOSE PRIMOF
               OPEN I-O PRIMOF
           END-IF.

           PERFORM CARICA-CITTA-MASTER THRU FINE-CARICA-CITTA-MASTER.

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
           DISPLAY 'STRADARIO: 1-CERCA 2-AGGIUNGI 3-MODIFICA CAP'.
           DISPLAY '4-ELIMINA 5-SFOGLIA PER CITTA'.
           DISPLAY '6-CARICA DA STRADARIO.TXT 7-SCARICA SU'
                   ' STRADARIO.TXT'.
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
      * ARRIVANO DA STRADMST-BATCH.TXT INVECE CHE DA ACCEPT.        *
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
               PERFORM CERCA-STRADA THRU FINE-CERCA-STRADA
           END-IF.
           IF WS-SCELTA = 2
               PERFORM AGGIUNGI-STRADA THRU FINE-AGGIUNGI-STRADA
           END-IF.
           IF WS-SCELTA = 3
               PERFORM MODIFICA-STRADA THRU FINE-MODIFICA-STRADA
           END-IF.
           IF WS-SCELTA = 4
               PERFORM ELIMINA-STRADA THRU FINE-ELIMINA-STRADA
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
       FINE-ESEGUI-SCELTA.
            EXIT.
      *
       RICHIEDI-CHIAVE-STRADA.
      **************************************************************
      * CITTA E VIA DELLA VOCE, DA BATCH O DA VIDEO. LA CITTA       *
      * VIENE SUBITO RIPORTATA ALLA VOCE CANONICA, COSI' 'ROMA.' E  *
      * 'ROMA' CERCANO E SCRIVONO LA STESSA CHIAVE.                 *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-CITTA TO STR-CITTA
               MOVE BATCH-VIA   TO STR-VIA
           ELSE
               DISPLAY 'CITTA'
               ACCEPT STR-CITTA
               DISPLAY 'VIA'
               ACCEPT STR-VIA
           END-IF.
           CALL 'CITALIAS' USING STR-CITTA WS-ESITO-ALIAS.
       FINE-RICHIEDI-CHIAVE-STRADA.
            EXIT.
      *
       RICHIEDI-CAP.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-CAP TO STR-CAP
           ELSE
               DISPLAY 'CAP CHE SERVE LA VIA'
               ACCEPT STR-CAP
           END-IF.
       FINE-RICHIEDI-CAP.
            EXIT.
      *
       CERCA-STRADA.
           PERFORM RICHIEDI-CHIAVE-STRADA
              THRU FINE-RICHIEDI-CHIAVE-STRADA.
           MOVE STR-CHIAVE TO STRM-CHIAVE.
           READ PRIMOF INTO WS-STRADA INVALID KEY
                DISPLAY 'VIA NON TROVATA NELLO STRADARIO'
                MOVE 'CERCA-STRADA' TO ECC-PARAGRAFO
                MOVE STR-CITTA      TO ECC-CHIAVE
                MOVE 'VIA NON TROVATA NELLO STRADARIO'
                     TO ECC-DESCRIZIONE
                MOVE 'I' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     DISPLAY 'RECORD LETTO'
                     DISPLAY WS-STRADA
           END-READ.
       FINE-CERCA-STRADA.
            EXIT.
      *
       AGGIUNGI-STRADA.
           PERFORM RICHIEDI-CHIAVE-STRADA
              THRU FINE-RICHIEDI-CHIAVE-STRADA.
           PERFORM RICHIEDI-CAP THRU FINE-RICHIEDI-CAP.
           PERFORM CONTROLLA-STRADA THRU FINE-CONTROLLA-STRADA.
           IF WS-STRADA-VALIDA = 'S'
               WRITE REC-PRIMOF FROM WS-STRADA INVALID KEY
                    DISPLAY 'VIA GIA PRESENTE NELLO STRADARIO'
                    MOVE 'AGGIUNGI-STRADA' TO ECC-PARAGRAFO
                    MOVE STR-CITTA         TO ECC-CHIAVE
                    MOVE 'VIA GIA PRESENTE NELLO STRADARIO'
                         TO ECC-DESCRIZIONE
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                    DISPLAY 'VIA AGGIUNTA'
               END-WRITE
           END-IF.
       FINE-AGGIUNGI-STRADA.
            EXIT.
      *
       CONTROLLA-STRADA.
      **************************************************************
      * UNA VOCE SI ACCETTA SOLO CON VIA VALORIZZATA, CAP DI CINQUE *
      * CIFRE E CITTA CENSITA IN CITTA.IDX (SE IN CONSEGNA): LO     *
      * STRADARIO E' IL RIFERIMENTO DEGLI INDIRIZZI E NON PUO'      *
      * CONTENERE CITTA CHE IL RESTO DEL SISTEMA NON CONOSCE. IL    *
      * MOTIVO DEL RIFIUTO FINISCE SU ECCEZIONI.TXT.                *
      **************************************************************
           MOVE 'S' TO WS-STRADA-VALIDA.
           IF STR-CITTA = SPACES OR STR-VIA = SPACES
               MOVE 'N' TO WS-STRADA-VALIDA
               DISPLAY 'CITTA E VIA SONO OBBLIGATORIE'
               MOVE 'CONTROLLA-STRADA' TO ECC-PARAGRAFO
               MOVE STR-CITTA          TO ECC-CHIAVE
               MOVE 'CITTA O VIA MANCANTE, VOCE RIFIUTATA'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF WS-STRADA-VALIDA = 'S' AND STR-CAP IS NOT NUMERIC
               MOVE 'N' TO WS-STRADA-VALIDA
               DISPLAY 'CAP NON VALIDO: ' STR-CAP
               MOVE 'CONTROLLA-STRADA' TO ECC-PARAGRAFO
               MOVE STR-CITTA          TO ECC-CHIAVE
               MOVE 'CAP NON NUMERICO, VOCE RIFIUTATA'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF WS-STRADA-VALIDA = 'S' AND WS-CITTAMST-MODE = 'S'
               MOVE 'N' TO WS-CITTA-CENSITA
               SET IND-CITTA-MST TO 1
               PERFORM CERCA-CITTA-MST THRU FINE-CERCA-CITTA-MST
                    UNTIL IND-CITTA-MST > WS-NUM-CITTA-MST
                       OR WS-CITTA-CENSITA = 'S'
               IF WS-CITTA-CENSITA = 'N'
                   MOVE 'N' TO WS-STRADA-VALIDA
                   DISPLAY 'CITTA NON CENSITA: ' STR-CITTA
                   MOVE 'CONTROLLA-STRADA' TO ECC-PARAGRAFO
                   MOVE STR-CITTA          TO ECC-CHIAVE
                   MOVE 'CITTA NON CENSITA, VOCE RIFIUTATA'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-CONTROLLA-STRADA.
            EXIT.
      *
       CERCA-CITTA-MST.
           IF CM-TAB-CITTA(IND-CITTA-MST) = STR-CITTA
               MOVE 'S' TO WS-CITTA-CENSITA
           END-IF.
           SET IND-CITTA-MST UP BY 1.
       FINE-CERCA-CITTA-MST.
            EXIT.
      *
       MODIFICA-STRADA.
      **************************************************************
      * SI MODIFICA SOLO IL CAP: CITTA E VIA SONO LA CHIAVE, E UNA  *
      * VIA RINOMINATA SI ELIMINA E SI REINSERISCE.                 *
      **************************************************************
           PERFORM RICHIEDI-CHIAVE-STRADA
              THRU FINE-RICHIEDI-CHIAVE-STRADA.
           MOVE STR-CHIAVE TO STRM-CHIAVE.
           READ PRIMOF INTO WS-STRADA INVALID KEY
                DISPLAY 'VIA NON TROVATA NELLO STRADARIO'
                MOVE 'MODIFICA-STRADA' TO ECC-PARAGRAFO
                MOVE STR-CITTA         TO ECC-CHIAVE
                MOVE 'VIA NON TROVATA NELLO STRADARIO'
                     TO ECC-DESCRIZIONE
                MOVE 'I' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     PERFORM RICHIEDI-CAP THRU FINE-RICHIEDI-CAP
                     PERFORM CONTROLLA-STRADA
                        THRU FINE-CONTROLLA-STRADA
                     IF WS-STRADA-VALIDA = 'S'
                         REWRITE REC-PRIMOF FROM WS-STRADA
                              INVALID KEY
                              DISPLAY 'ERRORE IN MODIFICA'
                              MOVE 'MODIFICA-STRADA' TO ECC-PARAGRAFO
                              MOVE STR-CITTA         TO ECC-CHIAVE
                              MOVE 'ERRORE IN MODIFICA'
                                   TO ECC-DESCRIZIONE
                              PERFORM SCRIVI-ECCEZIONE
                                 THRU FINE-SCRIVI-ECCEZIONE
                         NOT INVALID KEY
                              DISPLAY 'CAP MODIFICATO'
                         END-REWRITE
                     END-IF
           END-READ.
       FINE-MODIFICA-STRADA.
            EXIT.
      *
       ELIMINA-STRADA.
           PERFORM RICHIEDI-CHIAVE-STRADA
              THRU FINE-RICHIEDI-CHIAVE-STRADA.
           MOVE STR-CHIAVE TO STRM-CHIAVE.
           READ PRIMOF INTO WS-STRADA INVALID KEY
                DISPLAY 'VIA NON TROVATA NELLO STRADARIO'
                MOVE 'ELIMINA-STRADA' TO ECC-PARAGRAFO
                MOVE STR-CITTA        TO ECC-CHIAVE
                MOVE 'VIA NON TROVATA NELLO STRADARIO'
                     TO ECC-DESCRIZIONE
                MOVE 'I' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     DELETE PRIMOF INVALID KEY
                          DISPLAY 'ERRORE IN CANCELLAZIONE'
                          MOVE 'ELIMINA-STRADA' TO ECC-PARAGRAFO
                          MOVE STR-CITTA        TO ECC-CHIAVE
                          MOVE 'ERRORE IN CANCELLAZIONE'
                               TO ECC-DESCRIZIONE
                          PERFORM SCRIVI-ECCEZIONE
                             THRU FINE-SCRIVI-ECCEZIONE
                     NOT INVALID KEY
                          DISPLAY 'VIA ELIMINATA'
                     END-DELETE
           END-READ.
       FINE-ELIMINA-STRADA.
            EXIT.
      *
       SFOGLIA.
      **************************************************************
      * MOSTRA LE VIE DI UNA CITTA IN ORDINE ALFABETICO, UNA PER    *
      * RIGA CON IL SUO CAP; CITTA A SPAZI = TUTTO LO STRADARIO.    *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-CITTA TO WS-CITTA-FILTRO
           ELSE
               DISPLAY 'CITTA DA SFOGLIARE (SPAZI = TUTTE)'
               ACCEPT WS-CITTA-FILTRO
           END-IF.
           IF WS-CITTA-FILTRO NOT = SPACES
               CALL 'CITALIAS' USING WS-CITTA-FILTRO WS-ESITO-ALIAS
           END-IF.
           MOVE 'N'             TO WS-BROWSE-EOF.
           MOVE WS-CITTA-FILTRO TO STRM-CITTA.
           MOVE SPACES          TO STRM-VIA.
           START PRIMOF KEY IS NOT LESS THAN STRM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM MOSTRA-STRADA THRU FINE-MOSTRA-STRADA
                UNTIL WS-BROWSE-EOF = 'S'.
       FINE-SFOGLIA.
            EXIT.
      *
       MOSTRA-STRADA.
           READ PRIMOF NEXT RECORD INTO WS-STRADA AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     IF WS-CITTA-FILTRO NOT = SPACES
                             AND STR-CITTA NOT = WS-CITTA-FILTRO
                         MOVE 'S' TO WS-BROWSE-EOF
                     ELSE
                         DISPLAY STR-CITTA ' ' STR-VIA ' ' STR-CAP
                     END-IF
           END-READ.
       FINE-MOSTRA-STRADA.
            EXIT.
      *
       CARICA-INIZIALE.
      **************************************************************
      * COSTRUISCE IL MASTER INDICIZZATO A PARTIRE DAL FILE PIATTO  *
      * STRADARIO.TXT (TRACCIATO CONDIVISO COPY STRADA). IL MASTER  *
      * VIENE RICREATO DA ZERO AD OGNI CARICAMENTO; OGNI VOCE PASSA *
      * DAGLI STESSI CONTROLLI DELL'INSERIMENTO A VIDEO E LE VOCI   *
      * RIFIUTATE FINISCONO SU ECCEZIONI.TXT.                       *
      **************************************************************
           CLOSE PRIMOF.
           OPEN OUTPUT PRIMOF.

           MOVE ZERO TO WS-CONT-CARICATI.
           MOVE ZERO TO WS-CONT-SCARTATI.
           MOVE 'N'  TO WS-CARICO-EOF.
           OPEN INPUT CARICOF.
           IF WS-CARICO-STATUS = '00'
               PERFORM CARICA-STRADA THRU FINE-CARICA-STRADA
                    UNTIL WS-CARICO-EOF = 'S'
               CLOSE CARICOF
               DISPLAY 'CARICATE ' WS-CONT-CARICATI ' VIE, SCARTATE '
                       WS-CONT-SCARTATI
           ELSE
               DISPLAY 'FILE STRADARIO.TXT NON TROVATO'
               MOVE 'CARICA-INIZIALE' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE STRADARIO.TXT NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.

           CLOSE PRIMOF.
           OPEN I-O PRIMOF.
       FINE-CARICA-INIZIALE.
            EXIT.
      *
       CARICA-STRADA.
           READ CARICOF INTO WS-STRADA AT END
                MOVE 'S' TO WS-CARICO-EOF
                NOT AT END
                     CALL 'CITALIAS' USING STR-CITTA WS-ESITO-ALIAS
                     PERFORM CONTROLLA-STRADA THRU FINE-CONTROLLA-STRADA
                     IF WS-STRADA-VALIDA = 'S'
                         WRITE REC-PRIMOF FROM WS-STRADA INVALID KEY
                              DISPLAY 'VIA DUPLICATA IN CARICAMENTO'
                              MOVE 'CARICA-STRADA' TO ECC-PARAGRAFO
                              MOVE STR-CITTA       TO ECC-CHIAVE
                              MOVE 'VIA DUPLICATA IN CARICAMENTO'
                                   TO ECC-DESCRIZIONE
                              PERFORM SCRIVI-ECCEZIONE
                                 THRU FINE-SCRIVI-ECCEZIONE
                              ADD 1 TO WS-CONT-SCARTATI
                         NOT INVALID KEY
                              ADD 1 TO WS-CONT-CARICATI
                         END-WRITE
                     ELSE
                         ADD 1 TO WS-CONT-SCARTATI
                     END-IF
           END-READ.
       FINE-CARICA-STRADA.
            EXIT.
      *
       SCARICA-SU-PIATTO.
      **************************************************************
      * RISCRIVE IL MASTER INDICIZZATO SUL FILE PIATTO              *
      * STRADARIO.TXT NEL TRACCIATO CONDIVISO (COPY STRADA).        *
      **************************************************************
           OPEN OUTPUT SCARICOF.
           MOVE ZERO   TO WS-CONT-SCARICATI.
           MOVE 'N'    TO WS-BROWSE-EOF.
           MOVE SPACES TO STRM-CHIAVE.
           START PRIMOF KEY IS NOT LESS THAN STRM-CHIAVE
                INVALID KEY MOVE 'S' TO WS-BROWSE-EOF
           END-START.
           PERFORM SCARICA-STRADA THRU FINE-SCARICA-STRADA
                UNTIL WS-BROWSE-EOF = 'S'.
           CLOSE SCARICOF.
           DISPLAY 'SCARICATE ' WS-CONT-SCARICATI ' VIE'.
       FINE-SCARICA-SU-PIATTO.
            EXIT.
      *
       SCARICA-STRADA.
           READ PRIMOF NEXT RECORD INTO WS-STRADA AT END
                MOVE 'S' TO WS-BROWSE-EOF
                NOT AT END
                     WRITE REC-SCARICOF FROM WS-STRADA
                     ADD 1 TO WS-CONT-SCARICATI
           END-READ.
       FINE-SCARICA-STRADA.
            EXIT.
      *
       CARICA-CITTA-MASTER.
      **************************************************************
      * CARICA IN TABELLA IL MASTER DELLE CITTA' (CITTA.IDX,        *
      * MANUTENUTO DA CITTAMST) SE PRESENTE: OGNI CITTA DELLO       *
      * STRADARIO VERRA' VALIDATA CONTRO QUESTO ELENCO.             *
      **************************************************************
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
                                 ' RIMUOVERE STRADMST-LOCK.TXT'
               END-READ
           END-IF.
           CLOSE LOCKF.

           IF WS-BLOCCO-ATTIVO = 'N'
               ACCEPT WS-LK-DATA FROM DATE YYYYMMDD
               ACCEPT WS-LK-ORA  FROM TIME
               OPEN OUTPUT LOCKF
               MOVE 'STRADMST' TO LCK-PROGRAMMA
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
           MOVE 'STRADMST'   TO ECC-PROGRAMMA.

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
