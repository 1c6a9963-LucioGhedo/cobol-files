       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFMST.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MANUTENZIONE A VIDEO DEI PROFILI OPERATORE (PROFILI.TXT),
      * FINORA CORRETTI A MANO CON UN EDITOR: CONCESSIONI (SIGLA,
      * PROGRAMMA, CLASSE I/U/D/R/S O '*') LETTE DA AUTORIZZ E
      * FILIALI DI CASA (PROGRAMMA 'FILIALE', CLASSE 'V') LETTE DA
      * VISIBIL. I PROGRAMMI AMMESSI SONO QUELLI DELL'ELENCO IN
      * PROFILI.CPY, GLI ALTRI NOMI SONO RIFIUTATI. OGNI
      * CONCESSIONE, REVOCA O CONFERMA DI RICERTIFICAZIONE LASCIA
      * UNA RIGA IN PROFILI-GIORNALE.TXT CON DATA, ORA E SIGLA DI
      * CHI L'HA FATTA. SERVE LA CONCESSIONE PROFMST/U E NESSUNO
      * MODIFICA IL PROPRIO PROFILO. PROFILI.TXT E' RISCRITTO A
      * OGNI MODIFICA, COSI' FILE E GIORNALE NON SI SEPARANO MAI.
      * DA QUI IL RESPONSABILE DA' ANCHE IL PIN PROVVISORIO DI
      * COLLEGAMENTO (PIN-OPERATORI.TXT, SOLO IMPRONTA, DA CAMBIARE
      * AL PRIMO USO) E SBLOCCA LE SIGLE BLOCCATE DA CONSOLLE DOPO
      * TRE PIN ERRATI; ANCHE QUESTO FINISCE NEL GIORNALE.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROFILI DEGLI OPERATORI, RILETTI E RISCRITTI

           SELECT OPTIONAL PROFILIF ASSIGN TO 'PROFILI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROFILI-STATUS.
      * GIORNALE DELLE CONCESSIONI E DELLE REVOCHE

           SELECT GIOPROF ASSIGN TO 'PROFILI-GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIOPROF-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * PIN DEGLI OPERATORI (SOLO IMPRONTE), USATI DA CONSOLLE

           SELECT OPTIONAL PINF ASSIGN TO 'PIN-OPERATORI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PIN-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PROFILIF
            DATA RECORD IS REC-PROFILIF.
       01 REC-PROFILIF  PIC X(19).

       FD   GIOPROF
            DATA RECORD IS REC-GIOPROF.
       01 REC-GIOPROF  PIC X(48).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   PINF
            DATA RECORD IS REC-PINF.
       01 REC-PINF  PIC X(31).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY PROFILI.

       01 CONTINUA             PIC X VALUE SPACE.
       01 WS-SCELTA            PIC 9 VALUE 0.
       01 WS-PROFILI-STATUS    PIC XX.
       01 WS-PROFILI-EOF       PIC X VALUE 'N'.
       01 WS-GIOPROF-STATUS    PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-CARICO-PARZIALE   PIC X VALUE 'N'.
       01 WS-RETURN-CODE       PIC 9 VALUE ZERO.

      ************************************************************
      *      PROFILI CARICATI IN TABELLA: OGNI RIGA HA LA FORMA DI  *
      *      RIGA-PROFILO, COSI' IL CONFRONTO E' SULL'INTERA RIGA   *
      ************************************************************
       01 WS-MAX-PROFILI       PIC 9(3) VALUE 200.
       01 TAB-PROFILI.
            05 PROFILO-TAB OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-PROFILI
               INDEXED BY IND-PROFILO.
               10 PT-SIGLA      PIC X(3).
               10 FILLER        PIC X.
               10 PT-PROGRAMMA  PIC X(8).
               10 FILLER        PIC X.
               10 PT-CLASSE     PIC X.
               10 FILLER        PIC X.
               10 PT-FILIALE    PIC X(4).
       01 WS-NUM-PROFILI       PIC 9(3) VALUE 0.

      ************************************************************
      *      OPERATORE COLLEGATO E SUA AUTORIZZAZIONE (AUTORIZZ)    *
      ************************************************************
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-AUT-PROGRAMMA     PIC X(8) VALUE 'PROFMST '.
       01 WS-AUT-CLASSE        PIC X VALUE 'U'.
       01 WS-AUT-ESITO         PIC X VALUE 'N'.

      ************************************************************
      *           AREE PER LE OPERAZIONI A VIDEO                    *
      ************************************************************
       01 WS-SIGLA-STAGING     PIC X(3) VALUE SPACES.
       01 WS-PROGRAMMA-STAGING PIC X(8) VALUE SPACES.
       01 WS-CLASSE-STAGING    PIC X VALUE SPACE.
       01 WS-FILIALE-STAGING   PIC X(4) VALUE SPACES.
       01 WS-DATI-VALIDI       PIC X VALUE 'N'.
       01 WS-CONFERMA          PIC X VALUE 'N'.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-RIGA-TROVATA      PIC 9(4) VALUE 0.
       01 WS-RIGA-SUCCESSIVA   PIC 9(4) VALUE 0.
       01 WS-CONTA-MOSTRATI    PIC 9(4) VALUE 0.
       01 WS-AZIONE            PIC X(8) VALUE SPACES.
       01 WS-DATA-GIOPROF      PIC 9(8) VALUE 0.
       01 WS-ORA-GIOPROF       PIC 9(8) VALUE 0.

      ************************************************************
      *      PIN DI COLLEGAMENTO: PIN PROVVISORIO E SBLOCCO         *
      ************************************************************
       COPY PIN.
       01 WS-PIN-TRONCATI      PIC X VALUE 'N'.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM APERTURA THRU FINE-APERTURA.
            IF WS-RETURN-CODE = ZERO
                PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'
                DISPLAY 'PROFILI PRESENTI: ' WS-NUM-PROFILI
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       APERTURA.
      **************************************************************
      * SENZA UN OPERATORE COLLEGATO IL GIORNALE NON SAPREBBE CHI   *
      * HA CONCESSO COSA: LA SESSIONE NON PARTE. POI SERVE LA       *
      * CONCESSIONE PROFMST/U (SENZA PROFILI.TXT IN CONSEGNA        *
      * AUTORIZZ PERMETTE TUTTO, ED E' COSI' CHE SI CREA IL PRIMO). *
      **************************************************************
           PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
           IF WS-OPERATORE-CORR = SPACES
               DISPLAY 'NESSUN OPERATORE COLLEGATO: COLLEGARSI'
                       ' DALLA CONSOLLE'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               CALL 'AUTORIZZ' USING WS-OPERATORE-CORR
                                     WS-AUT-PROGRAMMA
                                     WS-AUT-CLASSE WS-AUT-ESITO
               IF WS-AUT-ESITO NOT = 'S'
                   DISPLAY 'MANUTENZIONE PROFILI NON AUTORIZZATA PER '
                           WS-OPERATORE-CORR
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

           IF WS-RETURN-CODE = ZERO
               PERFORM CARICA-PROFILI THRU FINE-CARICA-PROFILI
               DISPLAY 'PROFILI PRESENTI: ' WS-NUM-PROFILI
           END-IF.
       FINE-APERTURA.
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
       CARICA-PROFILI.
      **************************************************************
      * TUTTE LE RIGHE NON VUOTE SONO TENUTE COSI' COME SONO, ANCHE *
      * QUELLE SCRITTE A MANO CON PROGRAMMI NON PIU' IN ELENCO: LA  *
      * RISCRITTURA NON PERDE NULLA, E SI POSSONO SEMPRE REVOCARE.  *
      **************************************************************
           MOVE ZERO TO WS-NUM-PROFILI.
           OPEN INPUT PROFILIF.
           IF WS-PROFILI-STATUS = '00'
               MOVE 'N' TO WS-PROFILI-EOF
               PERFORM CARICA-PROFILO THRU FINE-CARICA-PROFILO
                    UNTIL WS-PROFILI-EOF = 'S'
           END-IF.
           CLOSE PROFILIF.
       FINE-CARICA-PROFILI.
            EXIT.
      *
       CARICA-PROFILO.
           MOVE SPACES TO REC-PROFILIF.
           READ PROFILIF AT END
                MOVE 'S' TO WS-PROFILI-EOF
                NOT AT END
                     IF REC-PROFILIF NOT = SPACES
                         IF WS-NUM-PROFILI < WS-MAX-PROFILI
                             ADD 1 TO WS-NUM-PROFILI
                             MOVE REC-PROFILIF
                                  TO PROFILO-TAB(WS-NUM-PROFILI)
                         ELSE
                             DISPLAY 'TABELLA PIENA: PROFILI TRONCATI'
                             MOVE 'S' TO WS-CARICO-PARZIALE
                             MOVE 'S' TO WS-PROFILI-EOF
                         END-IF
                     END-IF
           END-READ.
       FINE-CARICA-PROFILO.
            EXIT.
      *
       ELABORA.
           DISPLAY 'PROFILI: 1-ELENCA 2-CONCEDI 3-REVOCA'
                   ' 4-CONFERMA (RICERTIFICAZIONE)'.
           DISPLAY '         5-PIN PROVVISORIO 6-SBLOCCO SIGLA'.
           ACCEPT WS-SCELTA.

           IF (WS-SCELTA = 2 OR WS-SCELTA = 3)
                   AND WS-CARICO-PARZIALE = 'S'
               DISPLAY 'CARICAMENTO INCOMPLETO: PROFILI NON'
                       ' MODIFICABILI'
               MOVE ZERO TO WS-SCELTA
           END-IF.

           IF WS-SCELTA = 1
               PERFORM ELENCA-PROFILI THRU FINE-ELENCA-PROFILI
           END-IF.
           IF WS-SCELTA = 2
               PERFORM CONCEDI THRU FINE-CONCEDI
           END-IF.
           IF WS-SCELTA = 3
               PERFORM REVOCA THRU FINE-REVOCA
           END-IF.
           IF WS-SCELTA = 4
               PERFORM CONFERMA THRU FINE-CONFERMA
           END-IF.
           IF WS-SCELTA = 5
               PERFORM PIN-PROVVISORIO THRU FINE-PIN-PROVVISORIO
           END-IF.
           IF WS-SCELTA = 6
               PERFORM SBLOCCA-SIGLA THRU FINE-SBLOCCA-SIGLA
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
       FINE-ELABORA.
            EXIT.
      *
       ELENCA-PROFILI.
           DISPLAY 'SIGLA DA ELENCARE (VUOTA = TUTTE)'.
           ACCEPT WS-SIGLA-STAGING.
           MOVE ZERO TO WS-CONTA-MOSTRATI.
           PERFORM MOSTRA-PROFILO THRU FINE-MOSTRA-PROFILO
                VARYING IND-PROFILO FROM 1 BY 1
                UNTIL IND-PROFILO > WS-NUM-PROFILI.
           DISPLAY 'RIGHE MOSTRATE: ' WS-CONTA-MOSTRATI.
       FINE-ELENCA-PROFILI.
            EXIT.
      *
       MOSTRA-PROFILO.
           IF WS-SIGLA-STAGING = SPACES
                   OR PT-SIGLA(IND-PROFILO) = WS-SIGLA-STAGING
               ADD 1 TO WS-CONTA-MOSTRATI
               DISPLAY PT-SIGLA(IND-PROFILO) ' '
                       PT-PROGRAMMA(IND-PROFILO) ' '
                       PT-CLASSE(IND-PROFILO) ' '
                       PT-FILIALE(IND-PROFILO)
           END-IF.
       FINE-MOSTRA-PROFILO.
            EXIT.
      *
       LEGGI-DATI-PROFILO.
      **************************************************************
      * SIGLA, PROGRAMMA E CLASSE DELLA RIGA DA CONCEDERE, REVOCARE *
      * O CONFERMARE, MONTATI IN RIGA-PROFILO. IL PROGRAMMA DEVE    *
      * ESSERE NELL'ELENCO DI PROFILI.CPY O '*'; PER 'FILIALE' LA   *
      * CLASSE E' SOLO 'V' E SI CHIEDE LA FILIALE (4 CIFRE O '*').  *
      * A DATI RIFIUTATI WS-DATI-VALIDI RESTA 'N'.                  *
      **************************************************************
           MOVE 'N' TO WS-DATI-VALIDI.
           MOVE SPACES TO RIGA-PROFILO.
           MOVE SPACES TO WS-SIGLA-STAGING WS-PROGRAMMA-STAGING
                          WS-CLASSE-STAGING WS-FILIALE-STAGING.
           DISPLAY 'SIGLA OPERATORE'.
           ACCEPT WS-SIGLA-STAGING.
           IF WS-SIGLA-STAGING = SPACES
               DISPLAY 'SIGLA NON VALIDA'
           ELSE
               DISPLAY 'PROGRAMMA (O * PER TUTTI, FILIALE PER LE'
                       ' FILIALI DI CASA)'
               ACCEPT WS-PROGRAMMA-STAGING
               PERFORM CONTROLLA-PROGRAMMA
                  THRU FINE-CONTROLLA-PROGRAMMA
           END-IF.

           IF WS-DATI-VALIDI = 'S'
               PERFORM LEGGI-CLASSE THRU FINE-LEGGI-CLASSE
           END-IF.

           IF WS-DATI-VALIDI = 'S'
               MOVE WS-SIGLA-STAGING     TO PRF-SIGLA
               MOVE WS-PROGRAMMA-STAGING TO PRF-PROGRAMMA
               MOVE WS-CLASSE-STAGING    TO PRF-CLASSE
               MOVE WS-FILIALE-STAGING   TO PRF-FILIALE
           END-IF.
       FINE-LEGGI-DATI-PROFILO.
            EXIT.
      *
       CONTROLLA-PROGRAMMA.
           IF WS-PROGRAMMA-STAGING = '*       '
               MOVE 'S' TO WS-DATI-VALIDI
           ELSE
               SET IND-PGM TO 1
               PERFORM CONFRONTA-PROGRAMMA
                  THRU FINE-CONFRONTA-PROGRAMMA
                    UNTIL IND-PGM > WS-NUM-PROGRAMMI
                       OR WS-DATI-VALIDI = 'S'
               IF WS-DATI-VALIDI = 'N'
                   DISPLAY 'PROGRAMMA SCONOSCIUTO: '
                           WS-PROGRAMMA-STAGING
               END-IF
           END-IF.
       FINE-CONTROLLA-PROGRAMMA.
            EXIT.
      *
       CONFRONTA-PROGRAMMA.
           IF PN-PROGRAMMA(IND-PGM) = WS-PROGRAMMA-STAGING
               MOVE 'S' TO WS-DATI-VALIDI
           END-IF.
           SET IND-PGM UP BY 1.
       FINE-CONFRONTA-PROGRAMMA.
            EXIT.
      *
       LEGGI-CLASSE.
           MOVE 'N' TO WS-DATI-VALIDI.
           IF WS-PROGRAMMA-STAGING = 'FILIALE '
               MOVE 'V' TO WS-CLASSE-STAGING
               DISPLAY 'FILIALE DI CASA (4 CIFRE, ES. 0012, O *)'
               ACCEPT WS-FILIALE-STAGING
               IF WS-FILIALE-STAGING = '*   '
                       OR (WS-FILIALE-STAGING IS NUMERIC
                           AND WS-FILIALE-STAGING NOT = '0000')
                   MOVE 'S' TO WS-DATI-VALIDI
               ELSE
                   DISPLAY 'FILIALE NON VALIDA'
               END-IF
           ELSE
               DISPLAY 'CLASSE: I-INTERROGAZIONE U-AGGIORNAMENTO'
                       ' D-CANCELLAZIONE R-RISCONTRO'
               DISPLAY '        S-SALVATAGGIO * QUALSIASI'
               ACCEPT WS-CLASSE-STAGING
               IF WS-CLASSE-STAGING = 'I' OR WS-CLASSE-STAGING = 'U'
                       OR WS-CLASSE-STAGING = 'D'
                       OR WS-CLASSE-STAGING = 'R'
                       OR WS-CLASSE-STAGING = 'S'
                       OR WS-CLASSE-STAGING = '*'
                   MOVE 'S' TO WS-DATI-VALIDI
               ELSE
                   DISPLAY 'CLASSE NON VALIDA'
               END-IF
           END-IF.
       FINE-LEGGI-CLASSE.
            EXIT.
      *
       CONTROLLA-PROPRIO.
      **************************************************************
      * NESSUNO CONCEDE, REVOCA O CONFERMA LE PROPRIE CONCESSIONI:  *
      * LO FA UN ALTRO OPERATORE CON LA CONCESSIONE PROFMST.        *
      **************************************************************
           IF PRF-SIGLA = WS-OPERATORE-CORR
               DISPLAY 'NON SI MODIFICA IL PROPRIO PROFILO'
               MOVE 'N' TO WS-DATI-VALIDI
           END-IF.
       FINE-CONTROLLA-PROPRIO.
            EXIT.
      *
       CERCA-PROFILO.
           MOVE 'N'  TO WS-TROVATO.
           MOVE ZERO TO WS-RIGA-TROVATA.
           SET IND-PROFILO TO 1.
           PERFORM CONFRONTA-PROFILO THRU FINE-CONFRONTA-PROFILO
                UNTIL IND-PROFILO > WS-NUM-PROFILI
                   OR WS-TROVATO = 'S'.
       FINE-CERCA-PROFILO.
            EXIT.
      *
       CONFRONTA-PROFILO.
           IF PROFILO-TAB(IND-PROFILO) = RIGA-PROFILO
               MOVE 'S' TO WS-TROVATO
               SET WS-RIGA-TROVATA TO IND-PROFILO
           END-IF.
           SET IND-PROFILO UP BY 1.
       FINE-CONFRONTA-PROFILO.
            EXIT.
      *
       CONFERMA-PRIMO-PROFILO.
      **************************************************************
      * FINCHE' PROFILI.TXT E' VUOTO O MANCA TUTTO E' PERMESSO; LA  *
      * PRIMA CONCESSIONE CHIUDE FUORI TUTTE LE ALTRE SIGLE. SI     *
      * CHIEDE CONFERMA PRIMA DI SCRIVERLA.                         *
      **************************************************************
           DISPLAY 'ATTENZIONE: E'' IL PRIMO PROFILO. DA ORA LE SIGLE'
                   ' SENZA CONCESSIONE SARANNO RIFIUTATE'.
           DISPLAY 'CONFERMI? (S/N)'.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               DISPLAY 'CONCESSIONE ANNULLATA'
               MOVE 'N' TO WS-DATI-VALIDI
           END-IF.
       FINE-CONFERMA-PRIMO-PROFILO.
            EXIT.
      *
       CONCEDI.
           PERFORM LEGGI-DATI-PROFILO THRU FINE-LEGGI-DATI-PROFILO.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CONTROLLA-PROPRIO THRU FINE-CONTROLLA-PROPRIO
           END-IF.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CERCA-PROFILO THRU FINE-CERCA-PROFILO
               IF WS-TROVATO = 'S'
                   DISPLAY 'CONCESSIONE GIA PRESENTE'
                   MOVE 'N' TO WS-DATI-VALIDI
               END-IF
               IF WS-NUM-PROFILI NOT < WS-MAX-PROFILI
                   DISPLAY 'TABELLA PIENA: CONCESSIONE RIFIUTATA'
                   MOVE 'N' TO WS-DATI-VALIDI
               END-IF
           END-IF.
           IF WS-DATI-VALIDI = 'S' AND WS-NUM-PROFILI = ZERO
               PERFORM CONFERMA-PRIMO-PROFILO
                  THRU FINE-CONFERMA-PRIMO-PROFILO
           END-IF.

           IF WS-DATI-VALIDI = 'S'
               ADD 1 TO WS-NUM-PROFILI
               MOVE RIGA-PROFILO TO PROFILO-TAB(WS-NUM-PROFILI)
               PERFORM RISCRIVI-PROFILI THRU FINE-RISCRIVI-PROFILI
               MOVE 'CONCEDE ' TO WS-AZIONE
               PERFORM SCRIVI-GIORNALE-PROFILI
                  THRU FINE-SCRIVI-GIORNALE-PROFILI
               DISPLAY 'CONCESSIONE REGISTRATA'
           END-IF.
       FINE-CONCEDI.
            EXIT.
      *
       REVOCA.
           PERFORM LEGGI-DATI-PROFILO THRU FINE-LEGGI-DATI-PROFILO.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CONTROLLA-PROPRIO THRU FINE-CONTROLLA-PROPRIO
           END-IF.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CERCA-PROFILO THRU FINE-CERCA-PROFILO
               IF WS-TROVATO = 'N'
                   DISPLAY 'CONCESSIONE NON PRESENTE'
               ELSE
                   PERFORM COMPATTA-PROFILI THRU FINE-COMPATTA-PROFILI
                        VARYING IND-PROFILO FROM WS-RIGA-TROVATA BY 1
                        UNTIL IND-PROFILO >= WS-NUM-PROFILI
                   SUBTRACT 1 FROM WS-NUM-PROFILI
                   PERFORM RISCRIVI-PROFILI THRU FINE-RISCRIVI-PROFILI
                   MOVE 'REVOCA  ' TO WS-AZIONE
                   PERFORM SCRIVI-GIORNALE-PROFILI
                      THRU FINE-SCRIVI-GIORNALE-PROFILI
                   DISPLAY 'CONCESSIONE REVOCATA'
               END-IF
           END-IF.
       FINE-REVOCA.
            EXIT.
      *
       COMPATTA-PROFILI.
           SET WS-RIGA-SUCCESSIVA TO IND-PROFILO.
           ADD 1 TO WS-RIGA-SUCCESSIVA.
           MOVE PROFILO-TAB(WS-RIGA-SUCCESSIVA)
                TO PROFILO-TAB(IND-PROFILO).
       FINE-COMPATTA-PROFILI.
            EXIT.
      *
       CONFERMA.
      **************************************************************
      * FIRMA DI RICERTIFICAZIONE: IL RESPONSABILE CHE HA VISTO IL  *
      * REPORT DI RICERTIF CONFERMA LA CONCESSIONE, CHE RESTA COSI' *
      * COM'E'; RESTA LA RIGA 'CONFERMA' NEL GIORNALE E IL PROSSIMO *
      * REPORT NE MOSTRA LA DATA.                                   *
      **************************************************************
           PERFORM LEGGI-DATI-PROFILO THRU FINE-LEGGI-DATI-PROFILO.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CONTROLLA-PROPRIO THRU FINE-CONTROLLA-PROPRIO
           END-IF.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CERCA-PROFILO THRU FINE-CERCA-PROFILO
               IF WS-TROVATO = 'N'
                   DISPLAY 'CONCESSIONE NON PRESENTE'
               ELSE
                   MOVE 'CONFERMA' TO WS-AZIONE
                   PERFORM SCRIVI-GIORNALE-PROFILI
                      THRU FINE-SCRIVI-GIORNALE-PROFILI
                   DISPLAY 'CONCESSIONE CONFERMATA'
               END-IF
           END-IF.
       FINE-CONFERMA.
            EXIT.
      *
       LEGGI-SIGLA-PIN.
      **************************************************************
      * SIGLA DI CUI SI GESTISCE IL PIN: OBBLIGATORIA E MAI LA      *
      * PROPRIA. POI SI RILEGGE PIN-OPERATORI.TXT, CHE CONSOLLE     *
      * PUO' AVER AGGIORNATO NEL FRATTEMPO.                         *
      **************************************************************
           MOVE 'S'    TO WS-DATI-VALIDI.
           MOVE SPACES TO RIGA-PROFILO.
           DISPLAY 'SIGLA OPERATORE (3 LETTERE)'.
           ACCEPT WS-SIGLA-STAGING.
           IF WS-SIGLA-STAGING = SPACES
               DISPLAY 'SIGLA OBBLIGATORIA'
               MOVE 'N' TO WS-DATI-VALIDI
           ELSE
               MOVE WS-SIGLA-STAGING TO PRF-SIGLA
               PERFORM CONTROLLA-PROPRIO THRU FINE-CONTROLLA-PROPRIO
           END-IF.
           IF WS-DATI-VALIDI = 'S'
               PERFORM CARICA-PIN THRU FINE-CARICA-PIN
               IF WS-PIN-TRONCATI = 'S'
                   DISPLAY 'PIN-OPERATORI.TXT OLTRE ' WS-MAX-PIN
                           ' SIGLE: PIN NON MODIFICABILI'
                   MOVE 'N' TO WS-DATI-VALIDI
               ELSE
                   PERFORM CERCA-PIN-SIGLA THRU FINE-CERCA-PIN-SIGLA
               END-IF
           END-IF.
       FINE-LEGGI-SIGLA-PIN.
            EXIT.
      *
       PIN-PROVVISORIO.
      **************************************************************
      * IL RESPONSABILE DETTA UN PIN PROVVISORIO: SI CONSERVA SOLO  *
      * L'IMPRONTA, LA SIGLA E' SBLOCCATA, I TENTATIVI AZZERATI E   *
      * CONSOLLE NE IMPONE IL CAMBIO AL PRIMO COLLEGAMENTO. VALE    *
      * PER IL PRIMO PIN DI UNA SIGLA COME PER IL PIN DIMENTICATO.  *
      **************************************************************
           PERFORM LEGGI-SIGLA-PIN THRU FINE-LEGGI-SIGLA-PIN.
           IF WS-DATI-VALIDI = 'S'
               MOVE SPACES TO PIN-IN-CHIARO
               DISPLAY 'PIN PROVVISORIO (DA 4 A 8 CIFRE)'
               ACCEPT PIN-IN-CHIARO
               CALL 'PINHASH' USING WS-SIGLA-STAGING PIN-IN-CHIARO
                                    PIN-IMPRONTA-CALC PIN-ESITO
               MOVE SPACES TO PIN-IN-CHIARO
               IF PIN-ESITO NOT = 'S'
                   DISPLAY 'PIN NON VALIDO: DA 4 A 8 CIFRE'
                   MOVE 'N' TO WS-DATI-VALIDI
               END-IF
           END-IF.
           IF WS-DATI-VALIDI = 'S' AND WS-PIN-TROVATO = 'N'
               IF WS-NUM-PIN NOT < WS-MAX-PIN
                   DISPLAY 'TABELLA PIN PIENA: PIN RIFIUTATO'
                   MOVE 'N' TO WS-DATI-VALIDI
               END-IF
           END-IF.
           IF WS-DATI-VALIDI = 'S' AND WS-NUM-PIN = ZERO
               PERFORM CONFERMA-PRIMO-PIN THRU FINE-CONFERMA-PRIMO-PIN
           END-IF.

           IF WS-DATI-VALIDI = 'S'
               IF WS-PIN-TROVATO = 'N'
                   ADD 1 TO WS-NUM-PIN
                   MOVE WS-NUM-PIN       TO WS-RIGA-PIN
                   MOVE WS-SIGLA-STAGING TO PO-SIGLA(WS-RIGA-PIN)
               END-IF
               ACCEPT WS-DATA-GIOPROF FROM DATE YYYYMMDD
               MOVE PIN-IMPRONTA-CALC TO PO-IMPRONTA(WS-RIGA-PIN)
               MOVE WS-DATA-GIOPROF   TO PO-DATA-CAMBIO(WS-RIGA-PIN)
               MOVE 'S'               TO PO-DA-CAMBIARE(WS-RIGA-PIN)
               MOVE ZERO              TO PO-ERRATI(WS-RIGA-PIN)
               MOVE 'N'               TO PO-BLOCCATO(WS-RIGA-PIN)
               PERFORM RISCRIVI-PIN THRU FINE-RISCRIVI-PIN
               MOVE 'PINPROVV' TO WS-AZIONE
               PERFORM SCRIVI-GIORNALE-PROFILI
                  THRU FINE-SCRIVI-GIORNALE-PROFILI
               DISPLAY 'PIN PROVVISORIO REGISTRATO PER '
                       WS-SIGLA-STAGING ': VA CAMBIATO AL PRIMO'
                       ' COLLEGAMENTO'
           END-IF.
       FINE-PIN-PROVVISORIO.
            EXIT.
      *
       CONFERMA-PRIMO-PIN.
      **************************************************************
      * COL PRIMO PIN CONSOLLE COMINCIA A RIFIUTARE LE SIGLE SENZA  *
      * PIN, COMPRESI I RESPONSABILI: SI CHIEDE CONFERMA.           *
      **************************************************************
           DISPLAY 'ATTENZIONE: E'' IL PRIMO PIN. DA ORA LE SIGLE'
                   ' SENZA PIN NON SI COLLEGANO PIU'''.
           DISPLAY 'DARE SUBITO IL PIN ANCHE AI RESPONSABILI'
                   ' (COMPRESO CHI STA OPERANDO)'.
           DISPLAY 'CONFERMI? (S/N)'.
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S'
               DISPLAY 'PIN ANNULLATO'
               MOVE 'N' TO WS-DATI-VALIDI
           END-IF.
       FINE-CONFERMA-PRIMO-PIN.
            EXIT.
      *
       SBLOCCA-SIGLA.
      **************************************************************
      * SBLOCCO DI UNA SIGLA BLOCCATA DA CONSOLLE: IL PIN RESTA     *
      * QUELLO DI PRIMA E I TENTATIVI ERRATI RIPARTONO DA ZERO. SE  *
      * L'OPERATORE IL PIN NON LO RICORDA SERVE UN PIN PROVVISORIO. *
      **************************************************************
           PERFORM LEGGI-SIGLA-PIN THRU FINE-LEGGI-SIGLA-PIN.
           IF WS-DATI-VALIDI = 'S'
               IF WS-PIN-TROVATO = 'N'
                   DISPLAY 'SIGLA SENZA PIN: DARE UN PIN PROVVISORIO'
               ELSE
                   IF PO-BLOCCATO(WS-RIGA-PIN) NOT = 'S'
                       DISPLAY 'SIGLA NON BLOCCATA'
                   ELSE
                       MOVE 'N'  TO PO-BLOCCATO(WS-RIGA-PIN)
                       MOVE ZERO TO PO-ERRATI(WS-RIGA-PIN)
                       PERFORM RISCRIVI-PIN THRU FINE-RISCRIVI-PIN
                       MOVE 'SBLOCCA ' TO WS-AZIONE
                       PERFORM SCRIVI-GIORNALE-PROFILI
                          THRU FINE-SCRIVI-GIORNALE-PROFILI
                       DISPLAY 'SIGLA ' WS-SIGLA-STAGING ' SBLOCCATA'
                   END-IF
               END-IF
           END-IF.
       FINE-SBLOCCA-SIGLA.
            EXIT.
      *
       CARICA-PIN.
           MOVE 'N'  TO WS-PIN-EOF WS-PIN-TRONCATI.
           MOVE ZERO TO WS-NUM-PIN.
           OPEN INPUT PINF.
           IF WS-PIN-STATUS = '00'
               PERFORM LEGGI-PIN THRU FINE-LEGGI-PIN
                    UNTIL WS-PIN-EOF = 'S'
           END-IF.
           CLOSE PINF.
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
           IF PO-SIGLA(IND-PIN) = WS-SIGLA-STAGING
               MOVE 'S'     TO WS-PIN-TROVATO
               SET WS-RIGA-PIN TO IND-PIN
           END-IF.
           SET IND-PIN UP BY 1.
       FINE-CONFRONTA-PIN-SIGLA.
            EXIT.
      *
       RISCRIVI-PIN.
           OPEN OUTPUT PINF.
           PERFORM RISCRIVI-RIGA-PIN THRU FINE-RISCRIVI-RIGA-PIN
                VARYING IND-PIN FROM 1 BY 1
                UNTIL IND-PIN > WS-NUM-PIN.
           CLOSE PINF.
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
       RISCRIVI-PROFILI.
           OPEN OUTPUT PROFILIF.
           PERFORM RISCRIVI-PROFILO THRU FINE-RISCRIVI-PROFILO
                VARYING IND-PROFILO FROM 1 BY 1
                UNTIL IND-PROFILO > WS-NUM-PROFILI.
           CLOSE PROFILIF.
       FINE-RISCRIVI-PROFILI.
            EXIT.
      *
       RISCRIVI-PROFILO.
           WRITE REC-PROFILIF FROM PROFILO-TAB(IND-PROFILO).
       FINE-RISCRIVI-PROFILO.
            EXIT.
      *
       SCRIVI-GIORNALE-PROFILI.
      **************************************************************
      * ACCODA A PROFILI-GIORNALE.TXT DATA, ORA, SIGLA DI CHI HA    *
      * OPERATO, AZIONE (CONCEDE/REVOCA/CONFERMA) E LA RIGA DI      *
      * PROFILO INTERESSATA, COSI' COM'E' IN PROFILI.TXT. PER IL    *
      * PIN (PINPROVV/SBLOCCA) DELLA RIGA C'E' SOLO LA SIGLA.       *
      **************************************************************
           ACCEPT WS-DATA-GIOPROF FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-GIOPROF  FROM TIME.
           MOVE WS-DATA-GIOPROF       TO GPR-DATA.
           MOVE WS-ORA-GIOPROF(1:6)   TO GPR-ORA.
           MOVE WS-OPERATORE-CORR     TO GPR-OPERATORE.
           MOVE WS-AZIONE             TO GPR-AZIONE.
           MOVE RIGA-PROFILO          TO GPR-PROFILO.

           OPEN EXTEND GIOPROF.
           IF WS-GIOPROF-STATUS NOT = '00'
               OPEN OUTPUT GIOPROF
           END-IF.
           WRITE REC-GIOPROF FROM RIGA-GIORNALE-PROFILI.
           CLOSE GIOPROF.
       FINE-SCRIVI-GIORNALE-PROFILI.
            EXIT.
