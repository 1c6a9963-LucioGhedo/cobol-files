       DATE-WRITTEN. 22/8/2026
      * CONSOLLE UNICA DI SALA: COLLEGAMENTO DELL'OPERATORE CON
      * SIGLA E NOME, MENU DA CUI SI LANCIANO I PROGRAMMI A VIDEO
      * (CERCA, INDICI, TABORD, LIVELLO, GESTECC, PROFMST) E
      * SCOLLEGAMENTO.
      * LA SIGLA RESTA IN OPERATORE.TXT PER TUTTA LA SESSIONE E I
      * PROGRAMMI LANCIATI LA RIPORTANO SU OGNI RIGA DI AUDIT E DI
      * ECCEZIONE: ALLA DOMANDA 'CHI HA CERCATO QUESTO CLIENTE?'
      * LA RISPOSTA NON E' PIU' 'QUALCUNO'.
      * CON PIN-OPERATORI.TXT IN CONSEGNA LA SIGLA DA SOLA NON
      * BASTA: SI CHIEDE IL PIN (CONSERVATO SOLO COME IMPRONTA,
      * MODULO PINHASH), CHE VA CAMBIATO AL PRIMO USO E OGNI 90
      * GIORNI; AL TERZO PIN ERRATO LA SIGLA SI BLOCCA, CON UNA
      * ECCEZIONE GRAVE, FINCHE' UN RESPONSABILE NON LA SBLOCCA
      * DA PROFMST. I PROGRAMMI BATCH NON PASSANO DA QUI E NON
      * CHIEDONO PIN.
      * DAL MENU SI DA' ANCHE LA SECONDA FIRMA (FIRME) ALLE
      * OPERAZIONI IRREVERSIBILI CHIESTE DA UN ALTRO OPERATORE.
      * OGNI COLLEGAMENTO E SCOLLEGAMENTO RESTA IN COLLEGAMENTI.TXT
      * CON DATA E ORA, PER IL REPORT DI ATTIVITA' (ATTIVOP).
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
      * PIN DEGLI OPERATORI (SOLO IMPRONTE), DATI DA PROFMST

           SELECT OPTIONAL PINF ASSIGN TO 'PIN-OPERATORI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PIN-STATUS.
      * REGISTRO DEI COLLEGAMENTI E DEGLI SCOLLEGAMENTI

           SELECT OPTIONAL COLLEGAF ASSIGN TO 'COLLEGAMENTI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COLLEGA-STATUS.

      ************************************************************
      *                       DATA DIVISION

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
          05 FILLER         PIC X.
          05 LCK-OPERATORE  PIC X(3).

       FD   PINF
            DATA RECORD IS REC-PINF.
       01 REC-PINF  PIC X(31).

       FD   COLLEGAF
            DATA RECORD IS REC-COLLEGAF.
       01 REC-COLLEGAF  PIC X(28).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************
       01 WS-SCELTA            PIC 9 VALUE 9.
       01 WS-COMANDO           PIC X(40) VALUE SPACES.
       01 WS-COLLEGATO         PIC X VALUE 'N'.
       01 WS-COLLEGA-STATUS    PIC XX.
       COPY ATTIVITA.

      ************************************************************
      *      BOLLETTINO DI COLLEGAMENTO: LO STATO DEL MONDO PRIMA   *
            05 FILLER PIC X(20) VALUE 'ANAGRIDX-LOCK.TXT   '.
            05 FILLER PIC X(20) VALUE 'CERCA-LOCK.TXT      '.
            05 FILLER PIC X(20) VALUE 'CITTAMST-LOCK.TXT   '.
            05 FILLER PIC X(20) VALUE 'CONTMST-LOCK.TXT    '.
            05 FILLER PIC X(20) VALUE 'COPYING-LOCK.TXT    '.
            05 FILLER PIC X(20) VALUE 'INDICI-LOCK.TXT     '.
            05 FILLER PIC X(20) VALUE 'INDIRMST-LOCK.TXT   '.
            05 FILLER PIC X(20) VALUE 'LEGAMST-LOCK.TXT    '.
            05 FILLER PIC X(20) VALUE 'STRADMST-LOCK.TXT   '.
            05 FILLER PIC X(20) VALUE 'TABORD-LOCK.TXT     '.
       01 TAB-BLOCCHI REDEFINES WS-ELENCO-BLOCCHI.
            05 BLOCCO OCCURS 11 TIMES INDEXED BY IND-BLOCCO.
               10 BL-NOME PIC X(20).
       01 WS-NUM-BLOCCHI       PIC 99 VALUE 11.

      ************************************************************
      *      CALCOLO DEL NUMERO SERIALE DI GIORNO PER L'ETA' DEI    *
      ************************************************************
       COPY GIORNALE.
       COPY ECCEZIONI.
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

      ************************************************************
      *      PIN DI COLLEGAMENTO: TABELLA DELLE IMPRONTE, RILETTA   *
      *      A OGNI VERIFICA E RISCRITTA A OGNI CAMBIAMENTO         *
      *      (TENTATIVI ERRATI, BLOCCO, NUOVO PIN).                 *
      ************************************************************
       COPY PIN.
       01 WS-PIN-ACCETTATO     PIC X VALUE 'N'.
       01 WS-PIN-GIUSTO        PIC X VALUE 'N'.
       01 WS-PIN-CAMBIATO      PIC X VALUE 'N'.
       01 WS-PIN-TRONCATI      PIC X VALUE 'N'.
       01 WS-ETA-PIN           PIC 9(5) VALUE 0.

      ************************************************************
      *                PROCEDURE DIVISION
      **************************************************************
      * COLLEGAMENTO DELL'OPERATORE: SIGLA OBBLIGATORIA DI 3        *
      * LETTERE E NOME, REGISTRATI IN OPERATORE.TXT PERCHE' I       *
      * PROGRAMMI LANCIATI LI RITROVINO. SE I PIN SONO IN USO LA    *
      * SIGLA PASSA SOLO CON IL SUO PIN.                            *
      **************************************************************
           DISPLAY '================================='.
           DISPLAY ' CONSOLLE OPERATORE - COLLEGAMENTO'.
           IF WS-SIGLA = SPACES
               DISPLAY 'SIGLA OBBLIGATORIA'
           ELSE
               PERFORM VERIFICA-PIN THRU FINE-VERIFICA-PIN
               IF WS-PIN-ACCETTATO = 'S'
                   DISPLAY 'NOME E COGNOME'
                   ACCEPT WS-NOME-OPERATORE
                   OPEN OUTPUT OPERATORE
                   MOVE WS-SIGLA          TO OPE-SIGLA
                   MOVE WS-NOME-OPERATORE TO OPE-NOME
                   WRITE REC-OPERATORE
                   CLOSE OPERATORE
                   MOVE 'S' TO WS-COLLEGATO
                   MOVE 'COLLEGA ' TO COL-EVENTO
                   PERFORM REGISTRA-COLLEGAMENTO
                      THRU FINE-REGISTRA-COLLEGAMENTO
                   DISPLAY 'COLLEGATO COME ' WS-SIGLA
                   PERFORM BOLLETTINO THRU FINE-BOLLETTINO
                   PERFORM MOSTRA-CONSEGNE THRU FINE-MOSTRA-CONSEGNE
               END-IF
           END-IF.
       FINE-COLLEGAMENTO.
            EXIT.
      *
       VERIFICA-PIN.
      **************************************************************
      * SENZA PIN-OPERATORI.TXT (O CON IL FILE VUOTO) IL            *
      * COLLEGAMENTO RESTA COME PRIMA: LA TRANSIZIONE NON DEVE      *
      * CHIUDERE FUORI LA SALA. CON IL FILE: SIGLA SENZA PIN O      *
      * BLOCCATA RIFIUTATA; PIN GIUSTO MA PROVVISORIO O SCADUTO DA  *
      * CAMBIARE SUBITO.                                            *
      **************************************************************
           MOVE 'S' TO WS-PIN-ACCETTATO.
           PERFORM CARICA-PIN THRU FINE-CARICA-PIN.
           IF WS-PIN-PRESENTI = 'S'
               PERFORM CERCA-PIN-SIGLA THRU FINE-CERCA-PIN-SIGLA
               IF WS-PIN-TROVATO = 'N'
                   MOVE 'N' TO WS-PIN-ACCETTATO
                   DISPLAY 'SIGLA ' WS-SIGLA ' SENZA PIN: CHIEDERE'
                           ' UN PIN PROVVISORIO AL RESPONSABILE'
               ELSE
                   IF PO-BLOCCATO(WS-RIGA-PIN) = 'S'
                       MOVE 'N' TO WS-PIN-ACCETTATO
                       DISPLAY 'SIGLA ' WS-SIGLA ' BLOCCATA: CHIEDERE'
                               ' LO SBLOCCO AL RESPONSABILE'
                   ELSE
                       PERFORM CONTROLLA-PIN THRU FINE-CONTROLLA-PIN
                       MOVE WS-PIN-GIUSTO TO WS-PIN-ACCETTATO
                   END-IF
               END-IF
           END-IF.
           IF WS-PIN-ACCETTATO = 'S' AND WS-PIN-PRESENTI = 'S'
               PERFORM CONTROLLA-SCADENZA-PIN
                  THRU FINE-CONTROLLA-SCADENZA-PIN
           END-IF.
       FINE-VERIFICA-PIN.
            EXIT.
      *
       CONTROLLA-SCADENZA-PIN.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE WS-DATA-OGGI TO WS-CD-DATA.
           PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
           MOVE WS-CD-SERIALE TO WS-SERIALE-OGGI.
           MOVE PO-DATA-CAMBIO(WS-RIGA-PIN) TO WS-CD-DATA.
           IF WS-CD-MESE < 1 OR WS-CD-MESE > 12
               MOVE WS-PIN-VALIDITA TO WS-ETA-PIN
           ELSE
               PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
               COMPUTE WS-ETA-PIN = WS-SERIALE-OGGI - WS-CD-SERIALE
           END-IF.
           IF PO-DA-CAMBIARE(WS-RIGA-PIN) = 'S'
               DISPLAY 'PIN PROVVISORIO: VA CAMBIATO ORA'
           ELSE
               IF WS-ETA-PIN NOT < WS-PIN-VALIDITA
                   DISPLAY 'PIN SCADUTO: VA CAMBIATO ORA'
               END-IF
           END-IF.
           IF PO-DA-CAMBIARE(WS-RIGA-PIN) = 'S'
                   OR WS-ETA-PIN NOT < WS-PIN-VALIDITA
               PERFORM CAMBIA-PIN THRU FINE-CAMBIA-PIN
               MOVE WS-PIN-CAMBIATO TO WS-PIN-ACCETTATO
           END-IF.
       FINE-CONTROLLA-SCADENZA-PIN.
            EXIT.
      *
       CARICA-PIN.
           MOVE 'N'  TO WS-PIN-PRESENTI WS-PIN-EOF WS-PIN-TRONCATI.
           MOVE ZERO TO WS-NUM-PIN.
           OPEN INPUT PINF.
           IF WS-PIN-STATUS = '00'
               MOVE 'S' TO WS-PIN-PRESENTI
               PERFORM LEGGI-PIN THRU FINE-LEGGI-PIN
                    UNTIL WS-PIN-EOF = 'S'
           END-IF.
           CLOSE PINF.
           IF WS-NUM-PIN = ZERO
               MOVE 'N' TO WS-PIN-PRESENTI
           END-IF.
       FINE-CARICA-PIN.
            EXIT.
      *
       LEGGI-PIN.
           READ PINF INTO RIGA-PIN AT END
                MOVE 'S' TO WS-PIN-EOF
                NOT AT END
                     IF PIN-SIGLA NOT = SPACES
                         IF WS-NUM-PIN < WS-MAX-PIN
                             ADD 1 TO WS-NUM-PIN
                             MOVE PIN-SIGLA
                                  TO PO-SIGLA(WS-NUM-PIN)
                             MOVE PIN-IMPRONTA
                                  TO PO-IMPRONTA(WS-NUM-PIN)
                             MOVE PIN-DATA-CAMBIO
                                  TO PO-DATA-CAMBIO(WS-NUM-PIN)
                             MOVE PIN-DA-CAMBIARE
                                  TO PO-DA-CAMBIARE(WS-NUM-PIN)
                             MOVE PIN-ERRATI
                                  TO PO-ERRATI(WS-NUM-PIN)
                             MOVE PIN-BLOCCATO
                                  TO PO-BLOCCATO(WS-NUM-PIN)
                         ELSE
                             MOVE 'S' TO WS-PIN-TRONCATI
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-PIN.
            EXIT.
      *
       CERCA-PIN-SIGLA.
           MOVE 'N'  TO WS-PIN-TROVATO.
           MOVE ZERO TO WS-RIGA-PIN.
           SET IND-PIN TO 1.
           PERFORM CONFRONTA-PIN-SIGLA THRU FINE-CONFRONTA-PIN-SIGLA
                UNTIL IND-PIN > WS-NUM-PIN OR WS-PIN-TROVATO = 'S'.
       FINE-CERCA-PIN-SIGLA.
            EXIT.
      *
       CONFRONTA-PIN-SIGLA.
           IF PO-SIGLA(IND-PIN) = WS-SIGLA
               MOVE 'S'     TO WS-PIN-TROVATO
               SET WS-RIGA-PIN TO IND-PIN
           END-IF.
           SET IND-PIN UP BY 1.
       FINE-CONFRONTA-PIN-SIGLA.
            EXIT.
      *
       CONTROLLA-PIN.
      **************************************************************
      * CHIEDE IL PIN E NE CONFRONTA L'IMPRONTA. IL PIN GIUSTO      *
      * AZZERA I TENTATIVI ERRATI; OGNI ERRORE SI CONTA SUL FILE,   *
      * COSI' NON BASTA RIAVVIARE LA CONSOLLE, E AL TERZO LA SIGLA  *
      * SI BLOCCA CON UN'ECCEZIONE GRAVE.                           *
      **************************************************************
           MOVE 'N'    TO WS-PIN-GIUSTO.
           MOVE SPACES TO PIN-IN-CHIARO.
           DISPLAY 'PIN'.
           ACCEPT PIN-IN-CHIARO.
           CALL 'PINHASH' USING WS-SIGLA PIN-IN-CHIARO
                                PIN-IMPRONTA-CALC PIN-ESITO.
           MOVE SPACES TO PIN-IN-CHIARO.
           IF PIN-ESITO = 'S'
                   AND PIN-IMPRONTA-CALC = PO-IMPRONTA(WS-RIGA-PIN)
               MOVE 'S'  TO WS-PIN-GIUSTO
               IF PO-ERRATI(WS-RIGA-PIN) NOT = ZERO
                   MOVE ZERO TO PO-ERRATI(WS-RIGA-PIN)
                   PERFORM RISCRIVI-PIN THRU FINE-RISCRIVI-PIN
               END-IF
           ELSE
               ADD 1 TO PO-ERRATI(WS-RIGA-PIN)
               IF PO-ERRATI(WS-RIGA-PIN) NOT < WS-PIN-MAX-ERRATI
                   MOVE 'S' TO PO-BLOCCATO(WS-RIGA-PIN)
                   DISPLAY 'PIN ERRATO PER LA '
                           WS-PIN-MAX-ERRATI 'A VOLTA: SIGLA '
                           WS-SIGLA ' BLOCCATA'
                   PERFORM SEGNALA-BLOCCO THRU FINE-SEGNALA-BLOCCO
               ELSE
                   DISPLAY 'PIN ERRATO'
               END-IF
               PERFORM RISCRIVI-PIN THRU FINE-RISCRIVI-PIN
           END-IF.
       FINE-CONTROLLA-PIN.
            EXIT.
      *
       CAMBIA-PIN.
      **************************************************************
      * NUOVO PIN DA 4 A 8 CIFRE, DIGITATO DUE VOLTE E DIVERSO DAL  *
      * PRECEDENTE. RIPARTE LA VALIDITA' DI 90 GIORNI.              *
      **************************************************************
           MOVE 'N'    TO WS-PIN-CAMBIATO.
           MOVE SPACES TO PIN-IN-CHIARO PIN-CONFERMA.
           DISPLAY 'NUOVO PIN (DA 4 A 8 CIFRE)'.
           ACCEPT PIN-IN-CHIARO.
           DISPLAY 'RIPETERE IL NUOVO PIN'.
           ACCEPT PIN-CONFERMA.
           CALL 'PINHASH' USING WS-SIGLA PIN-IN-CHIARO
                                PIN-IMPRONTA-CALC PIN-ESITO.
           IF PIN-ESITO NOT = 'S'
               DISPLAY 'PIN NON VALIDO: DA 4 A 8 CIFRE'
           ELSE
               IF PIN-CONFERMA NOT = PIN-IN-CHIARO
                   DISPLAY 'I DUE PIN NON COINCIDONO'
               ELSE
                   IF PIN-IMPRONTA-CALC = PO-IMPRONTA(WS-RIGA-PIN)
                       DISPLAY 'IL NUOVO PIN DEVE ESSERE DIVERSO'
                               ' DAL PRECEDENTE'
                   ELSE
                       MOVE 'S' TO WS-PIN-CAMBIATO
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO PIN-IN-CHIARO PIN-CONFERMA.
           IF WS-PIN-CAMBIATO = 'S'
               ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD
               MOVE PIN-IMPRONTA-CALC TO PO-IMPRONTA(WS-RIGA-PIN)
               MOVE WS-DATA-OGGI      TO PO-DATA-CAMBIO(WS-RIGA-PIN)
               MOVE 'N'               TO PO-DA-CAMBIARE(WS-RIGA-PIN)
               MOVE ZERO              TO PO-ERRATI(WS-RIGA-PIN)
               PERFORM RISCRIVI-PIN THRU FINE-RISCRIVI-PIN
               IF WS-PIN-TRONCATI = 'N'
                   DISPLAY 'PIN CAMBIATO'
               ELSE
                   MOVE 'N' TO WS-PIN-CAMBIATO
               END-IF
           END-IF.
       FINE-CAMBIA-PIN.
            EXIT.
      *
       RISCRIVI-PIN.
      **************************************************************
      * RISCRIVE PIN-OPERATORI.TXT DALLA TABELLA. UN FILE PIU'      *
      * LUNGO DELLA TABELLA NON SI RISCRIVE, PER NON PERDERE LE     *
      * RIGHE RIMASTE FUORI.                                        *
      **************************************************************
           IF WS-PIN-TRONCATI = 'S'
               DISPLAY 'PIN-OPERATORI.TXT OLTRE ' WS-MAX-PIN
                       ' SIGLE: NON AGGIORNATO'
           ELSE
               OPEN OUTPUT PINF
               PERFORM RISCRIVI-RIGA-PIN THRU FINE-RISCRIVI-RIGA-PIN
                    VARYING IND-PIN FROM 1 BY 1
                    UNTIL IND-PIN > WS-NUM-PIN
               CLOSE PINF
           END-IF.
       FINE-RISCRIVI-PIN.
            EXIT.
      *
       RISCRIVI-RIGA-PIN.
           MOVE PO-SIGLA(IND-PIN)       TO PIN-SIGLA.
           MOVE PO-IMPRONTA(IND-PIN)    TO PIN-IMPRONTA.
           MOVE PO-DATA-CAMBIO(IND-PIN) TO PIN-DATA-CAMBIO.
           MOVE PO-DA-CAMBIARE(IND-PIN) TO PIN-DA-CAMBIARE.
           MOVE PO-ERRATI(IND-PIN)      TO PIN-ERRATI.
           MOVE PO-BLOCCATO(IND-PIN)    TO PIN-BLOCCATO.
           WRITE REC-PINF FROM RIGA-PIN.
       FINE-RISCRIVI-RIGA-PIN.
            EXIT.
      *
       SEGNALA-BLOCCO.
      **************************************************************
      * IL BLOCCO DI UNA SIGLA E' UN'ECCEZIONE GRAVE: QUALCUNO HA   *
      * PROVATO TRE PIN SBAGLIATI. LA SIGLA VA NELLA CHIAVE.        *
      **************************************************************
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-NOTA        FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ON-ORE    TO ECC-HH.
           MOVE WS-ON-MIN    TO ECC-MIN.
           MOVE 'CONSOLLE'   TO ECC-PROGRAMMA.
           MOVE 'CONTROLLA-PIN'     TO ECC-PARAGRAFO.
           MOVE WS-SIGLA            TO ECC-CHIAVE.
           MOVE SPACES              TO ECC-DESCRIZIONE.
           STRING 'SIGLA BLOCCATA DOPO ' DELIMITED BY SIZE
                  WS-PIN-MAX-ERRATI DELIMITED BY SIZE
                  ' PIN ERRATI' DELIMITED BY SIZE
                  INTO ECC-DESCRIZIONE.
           MOVE 'G'    TO ECC-SEVERITA.
           MOVE WS-SIGLA TO ECC-OPERATORE.
           MOVE SPACES TO ECC-ACK-SIGLA.

           OPEN EXTEND ECCEZIONI.
           IF WS-ECC-STATUS NOT = '00'
               OPEN OUTPUT ECCEZIONI
           END-IF.
           WRITE REC-ECCEZIONE FROM RIGA-ECCEZIONE.
           CLOSE ECCEZIONI.
           MOVE SPACE  TO ECC-SEVERITA.
           MOVE SPACES TO ECC-OPERATORE.
       FINE-SEGNALA-BLOCCO.
            EXIT.
      *
       BOLLETTINO.
      **************************************************************
           DISPLAY ' 4 - ELENCO TERZO LIVELLO (LIVELLO)'.
           DISPLAY ' 5 - REVISIONE ECCEZIONI (GESTECC)'.
           DISPLAY ' 6 - NOTA DI CONSEGNA TURNO'.
           DISPLAY ' 7 - PROFILI OPERATORE (PROFMST)'.
           DISPLAY ' 8 - CAMBIO PIN'.
           DISPLAY ' 9 - SECONDE FIRME (FIRME)'.
           DISPLAY ' 0 - SCOLLEGAMENTO E USCITA'.
           ACCEPT WS-SCELTA.

                      THRU FINE-LANCIA-PROGRAMMA
               END-IF
           END-IF.
           IF WS-SCELTA = 7
               MOVE 'PROFMST ' TO WS-AUT-PROGRAMMA
               MOVE 'U'        TO WS-AUT-CLASSE
               PERFORM CONTROLLA-AUTORIZZAZIONE
                  THRU FINE-CONTROLLA-AUTORIZZAZIONE
               IF WS-AUT-ESITO = 'S'
                   MOVE './PROFMST' TO WS-COMANDO
                   PERFORM LANCIA-PROGRAMMA
                      THRU FINE-LANCIA-PROGRAMMA
               END-IF
           END-IF.
           IF WS-SCELTA = 8
               PERFORM CAMBIO-PIN-RICHIESTO
                  THRU FINE-CAMBIO-PIN-RICHIESTO
           END-IF.
           IF WS-SCELTA = 9
               MOVE './FIRME' TO WS-COMANDO
               PERFORM LANCIA-PROGRAMMA
                  THRU FINE-LANCIA-PROGRAMMA
           END-IF.
       FINE-ELABORA.
            EXIT.
      *
       CAMBIO-PIN-RICHIESTO.
      **************************************************************
      * CAMBIO DEL PIN A RICHIESTA DELL'OPERATORE: PRIMA IL PIN     *
      * ATTUALE (CHE CONTA NEI TENTATIVI ERRATI), POI IL NUOVO.     *
      **************************************************************
           PERFORM CARICA-PIN THRU FINE-CARICA-PIN.
           IF WS-PIN-PRESENTI = 'N'
               DISPLAY 'PIN NON IN USO IN QUESTA SALA'
           ELSE
               PERFORM CERCA-PIN-SIGLA THRU FINE-CERCA-PIN-SIGLA
               IF WS-PIN-TROVATO = 'N'
                   DISPLAY 'SIGLA ' WS-SIGLA ' SENZA PIN: CHIEDERE'
                           ' UN PIN PROVVISORIO AL RESPONSABILE'
               ELSE
                   IF PO-BLOCCATO(WS-RIGA-PIN) = 'S'
                       DISPLAY 'SIGLA ' WS-SIGLA ' BLOCCATA: CHIEDERE'
                               ' LO SBLOCCO AL RESPONSABILE'
                   ELSE
                       DISPLAY 'PIN ATTUALE'
                       PERFORM CONTROLLA-PIN THRU FINE-CONTROLLA-PIN
                       IF WS-PIN-GIUSTO = 'S'
                           PERFORM CAMBIA-PIN THRU FINE-CAMBIA-PIN
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-CAMBIO-PIN-RICHIESTO.
            EXIT.
      *
       CONTROLLA-AUTORIZZAZIONE.
           CALL 'AUTORIZZ' USING WS-SIGLA WS-AUT-PROGRAMMA
           END-IF.
           OPEN OUTPUT OPERATORE.
           CLOSE OPERATORE.
           MOVE 'SCOLLEGA' TO COL-EVENTO.
           PERFORM REGISTRA-COLLEGAMENTO
              THRU FINE-REGISTRA-COLLEGAMENTO.
           DISPLAY 'OPERATORE ' WS-SIGLA ' SCOLLEGATO'.
       FINE-SCOLLEGAMENTO.
            EXIT.
      *
       REGISTRA-COLLEGAMENTO.
      **************************************************************
      * UNA RIGA PER COLLEGAMENTO E PER SCOLLEGAMENTO: L'INIZIO E   *
      * LA FINE DELLA SESSIONE NON SI RICOSTRUISCONO DA NESSUN      *
      * ALTRO FILE.                                                 *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-NOTA  FROM TIME.
           MOVE WS-DATA-OGGI      TO COL-DATA.
           MOVE WS-ORA-NOTA(1:6)  TO COL-ORA.
           MOVE WS-SIGLA          TO COL-SIGLA.
           OPEN EXTEND COLLEGAF.
           IF WS-COLLEGA-STATUS NOT = '00'
               OPEN OUTPUT COLLEGAF
           END-IF.
           WRITE REC-COLLEGAF FROM RIGA-COLLEGAMENTO.
           CLOSE COLLEGAF.
       FINE-REGISTRA-COLLEGAMENTO.
            EXIT.
      *
       SCRIVI-CONSEGNA.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
