       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRME.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * SECONDA FIRMA A VIDEO DELLE OPERAZIONI IRREVERSIBILI, DALLA
      * CONSOLLE: ELENCA LE RICHIESTE APERTE IN APPROVAZIONI.TXT
      * (CHI LE HA CHIESTE, PROGRAMMA, PARAMETRI, MOTIVO) E PERMETTE
      * DI APPROVARLE O RESPINGERLE PER NUMERO. I CONTROLLI (ALTRO
      * OPERATORE, CLASSE IN PROFILI.TXT, SCADENZE) E LA
      * REGISTRAZIONE IN APPROVAZIONI-GIORNALE.TXT LI FA IL MODULO
      * DOPPIAF; QUI SI MOSTRA SOLO L'ESITO. SERVE UN OPERATORE
      * COLLEGATO.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RICHIESTE APERTE (SCRITTE DA DOPPIAF)

           SELECT OPTIONAL RICHIESTEF ASSIGN TO 'APPROVAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RIC-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RICHIESTEF
            DATA RECORD IS REC-RICHIESTEF.
       01 REC-RICHIESTEF  PIC X(114).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY RICHIESTE.
       COPY DOPPIAF.

       01 CONTINUA             PIC X VALUE SPACE.
       01 WS-SCELTA            PIC 9 VALUE 0.
       01 WS-RIC-STATUS        PIC XX.
       01 WS-RIC-EOF           PIC X VALUE 'N'.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-RETURN-CODE       PIC 9 VALUE ZERO.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-CONTA-MOSTRATE    PIC 9(4) VALUE 0.
       01 WS-NUMERO-STAGING    PIC 9(6) VALUE 0.
       01 WS-CONFERMA          PIC X VALUE 'N'.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM APERTURA THRU FINE-APERTURA.
            IF WS-RETURN-CODE = ZERO
                PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

       APERTURA.
      **************************************************************
      * LA FIRMA E' DI UNA PERSONA: SENZA OPERATORE COLLEGATO NON   *
      * SI FIRMA NULLA. PRIMA DELL'ELENCO SI FANNO SCADERE LE       *
      * RICHIESTE TROPPO VECCHIE, COSI' NON SI MOSTRANO.            *
      **************************************************************
           PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
           IF WS-OPERATORE-CORR = SPACES
               DISPLAY 'NESSUN OPERATORE COLLEGATO: COLLEGARSI'
                       ' DALLA CONSOLLE'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES            TO DPF-CHIAMATA
               MOVE 'S'               TO DPF-AZIONE
               MOVE WS-OPERATORE-CORR TO DPF-SIGLA
               CALL 'DOPPIAF' USING DPF-CHIAMATA
               IF DPF-ESITO NOT = 'S'
                   DISPLAY DPF-MESSAGGIO
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM ELENCA-RICHIESTE THRU FINE-ELENCA-RICHIESTE
               END-IF
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
       ELABORA.
           DISPLAY 'FIRME: 1-ELENCA 2-APPROVA 3-RESPINGI'.
           ACCEPT WS-SCELTA.

           IF WS-SCELTA = 1
               PERFORM ELENCA-RICHIESTE THRU FINE-ELENCA-RICHIESTE
           END-IF.
           IF WS-SCELTA = 2
               MOVE 'F' TO DPF-AZIONE
               PERFORM DECIDI THRU FINE-DECIDI
           END-IF.
           IF WS-SCELTA = 3
               MOVE 'R' TO DPF-AZIONE
               PERFORM DECIDI THRU FINE-DECIDI
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
       FINE-ELABORA.
            EXIT.
      *
       ELENCA-RICHIESTE.
           MOVE ZERO TO WS-CONTA-MOSTRATE.
           MOVE 'N'  TO WS-RIC-EOF.
           DISPLAY 'NUMERO S PROGRAM. C PARAMETRI            CHI'
                   ' DATA     FIRMA'.
           OPEN INPUT RICHIESTEF.
           IF WS-RIC-STATUS = '00'
               PERFORM MOSTRA-RICHIESTA THRU FINE-MOSTRA-RICHIESTA
                    UNTIL WS-RIC-EOF = 'S'
           END-IF.
           CLOSE RICHIESTEF.
           DISPLAY 'RICHIESTE APERTE: ' WS-CONTA-MOSTRATE.
       FINE-ELENCA-RICHIESTE.
            EXIT.
      *
       MOSTRA-RICHIESTA.
           READ RICHIESTEF INTO RIGA-RICHIESTA AT END
                MOVE 'S' TO WS-RIC-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-MOSTRATE
                     DISPLAY RIC-NUMERO ' ' RIC-STATO ' '
                             RIC-PROGRAMMA ' ' RIC-CLASSE ' '
                             RIC-PARAMETRI ' ' RIC-RICHIEDENTE ' '
                             RIC-DATA ' ' RIC-FIRMA
                     DISPLAY '       MOTIVO: ' RIC-MOTIVO
           END-READ.
       FINE-MOSTRA-RICHIESTA.
            EXIT.
      *
       DECIDI.
      **************************************************************
      * NUMERO E CONFERMA A VIDEO; LA DECISIONE LA PRENDE DOPPIAF.  *
      **************************************************************
           DISPLAY 'NUMERO DELLA RICHIESTA'.
           ACCEPT WS-NUMERO-STAGING.
           IF WS-NUMERO-STAGING = ZERO
               DISPLAY 'NUMERO NON VALIDO'
           ELSE
               IF DPF-AZIONE = 'F'
                   DISPLAY 'CONFERMI L''APPROVAZIONE DELLA '
                           WS-NUMERO-STAGING '? (S/N)'
               ELSE
                   DISPLAY 'CONFERMI IL RIFIUTO DELLA '
                           WS-NUMERO-STAGING '? (S/N)'
               END-IF
               ACCEPT WS-CONFERMA
               IF WS-CONFERMA = 'S'
                   MOVE WS-OPERATORE-CORR TO DPF-SIGLA
                   MOVE SPACES            TO DPF-PROGRAMMA
                                             DPF-CLASSE
                                             DPF-PARAMETRI
                                             DPF-MOTIVO
                   MOVE WS-NUMERO-STAGING TO DPF-NUMERO
                   CALL 'DOPPIAF' USING DPF-CHIAMATA
                   DISPLAY WS-NUMERO-STAGING ': ' DPF-MESSAGGIO
               END-IF
           END-IF.
       FINE-DECIDI.
            EXIT.
