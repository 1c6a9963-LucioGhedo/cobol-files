       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISIBIL.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE DELLA VISIBILITA' PER FILIALE: OGNI
      * OPERATORE VEDE LE PERSONE DELLE SOLE FILIALI DI CASA SUA.
      * LE FILIALI DI CASA STANNO IN PROFILI.TXT ACCANTO ALLE
      * CONCESSIONI DI AUTORIZZ, COME RIGHE DI PROGRAMMA 'FILIALE'
      * E CLASSE 'V' CON IL CODICE DELLA FILIALE IN CODA:
      *   ABC FILIALE  V 0012     ABC VEDE LA FILIALE 0012
      *   XYZ FILIALE  V *        XYZ (SEDE CENTRALE) VEDE TUTTO
      * UNA SIGLA PUO' AVERE PIU' RIGHE, UNA PER FILIALE. LE
      * PERSONE NON ASSEGNATE (COD-FILIALE 0) LE VEDE SOLO CHI HA
      * LA CONCESSIONE '*'. SENZA PROFILI.TXT IN CONSEGNA TUTTO
      * RESTA VISIBILE, COME PER AUTORIZZ.
      * IL MODULO DICE SOLO SE LA FILIALE E' DI CASA: LA DOMANDA
      * DEL CODICE MOTIVO PER LA CONSULTAZIONE FUORI FILIALE E LA
      * SUA RIGA IN CERCA-AUDIT.TXT SONO DEL CHIAMANTE.
      *
      * CHIAMATA: CALL 'VISIBIL' USING SIGLA(3) FILIALE(9(4))
      *                                ESITO(1)
      *   ESITO 'S' = FILIALE VISIBILE, 'N' = FUORI FILIALE
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROFILI DEGLI OPERATORI MANTENUTI CON PROFMST

           SELECT OPTIONAL PROFILIF ASSIGN TO 'PROFILI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROFILI-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PROFILIF
            DATA RECORD IS REC-PROFILIF.
       01 REC-PROFILIF.
          05 PRO-SIGLA      PIC X(3).
          05 FILLER         PIC X.
          05 PRO-PROGRAMMA  PIC X(8).
          05 FILLER         PIC X.
          05 PRO-CLASSE     PIC X.
          05 FILLER         PIC X.
          05 PRO-FILIALE    PIC X(4).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01 WS-PROFILI-STATUS    PIC XX.
       01 WS-PROFILI-CARICATI  PIC X VALUE 'N'.
       01 WS-PROFILI-PRESENTI  PIC X VALUE 'N'.
       01 WS-PROFILI-EOF       PIC X VALUE 'N'.

      ************************************************************
      *      FILIALI DI CASA CARICATE ALLA PRIMA CHIAMATA E TENUTE  *
      *      IN MEMORIA PER TUTTA L'ESECUZIONE                      *
      ************************************************************
       01 WS-MAX-VISIBILI      PIC 9(3) VALUE 200.
       01 TAB-VISIBILI.
            05 VISIBILE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-VISIBILI
               INDEXED BY IND-VISIBILE.
               10 VF-SIGLA      PIC X(3).
               10 VF-FILIALE    PIC X(4).
       01 WS-NUM-VISIBILI      PIC 9(3) VALUE 0.
       01 WS-VISIBILE          PIC X VALUE 'N'.
       01 WS-FILIALE-X         PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-SIGLA            PIC X(3).
       01 LNK-FILIALE          PIC 9(4).
       01 LNK-ESITO            PIC X.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING LNK-SIGLA LNK-FILIALE LNK-ESITO.

       MAIN-LINE.
            IF WS-PROFILI-CARICATI = 'N'
                PERFORM CARICA-PROFILI THRU FINE-CARICA-PROFILI
            END-IF.

            IF WS-PROFILI-PRESENTI = 'N'
                MOVE 'S' TO LNK-ESITO
            ELSE
                MOVE 'N' TO WS-VISIBILE
                MOVE LNK-FILIALE TO WS-FILIALE-X
                SET IND-VISIBILE TO 1
                PERFORM CERCA-VISIBILE THRU FINE-CERCA-VISIBILE
                     UNTIL IND-VISIBILE > WS-NUM-VISIBILI
                        OR WS-VISIBILE = 'S'
                MOVE WS-VISIBILE TO LNK-ESITO
            END-IF.

            GOBACK.
      *
       CARICA-PROFILI.
           MOVE 'S'  TO WS-PROFILI-CARICATI.
           MOVE ZERO TO WS-NUM-VISIBILI.
           OPEN INPUT PROFILIF.
           IF WS-PROFILI-STATUS = '00'
               MOVE 'S' TO WS-PROFILI-PRESENTI
               MOVE 'N' TO WS-PROFILI-EOF
               PERFORM LEGGI-PROFILO THRU FINE-LEGGI-PROFILO
                    UNTIL WS-PROFILI-EOF = 'S'
           END-IF.
           CLOSE PROFILIF.
       FINE-CARICA-PROFILI.
            EXIT.
      *
       LEGGI-PROFILO.
      **************************************************************
      * DEL FILE DEI PROFILI INTERESSANO SOLO LE RIGHE DI           *
      * VISIBILITA': LE CONCESSIONI DEI PROGRAMMI LE LEGGE          *
      * AUTORIZZ.                                                   *
      **************************************************************
           MOVE SPACES TO REC-PROFILIF.
           READ PROFILIF AT END
                MOVE 'S' TO WS-PROFILI-EOF
                NOT AT END
                     IF PRO-SIGLA NOT = SPACES
                             AND PRO-PROGRAMMA = 'FILIALE '
                             AND PRO-CLASSE = 'V'
                             AND (PRO-FILIALE IS NUMERIC
                                  OR PRO-FILIALE = '*   ')
                             AND WS-NUM-VISIBILI < WS-MAX-VISIBILI
                         ADD 1 TO WS-NUM-VISIBILI
                         MOVE PRO-SIGLA
                              TO VF-SIGLA(WS-NUM-VISIBILI)
                         MOVE PRO-FILIALE
                              TO VF-FILIALE(WS-NUM-VISIBILI)
                     END-IF
           END-READ.
       FINE-LEGGI-PROFILO.
            EXIT.
      *
       CERCA-VISIBILE.
           IF VF-SIGLA(IND-VISIBILE) = LNK-SIGLA
                   AND (VF-FILIALE(IND-VISIBILE) = '*   '
                        OR (VF-FILIALE(IND-VISIBILE) = WS-FILIALE-X
                            AND LNK-FILIALE > ZERO))
               MOVE 'S' TO WS-VISIBILE
           END-IF.
           SET IND-VISIBILE UP BY 1.
       FINE-CERCA-VISIBILE.
            EXIT.
