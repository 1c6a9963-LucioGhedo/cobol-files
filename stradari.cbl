       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRADARI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE DI VALIDAZIONE DELL'INDIRIZZO CONTRO LO
      * STRADARIO (STRADARIO.IDX, MANUTENUTO DA STRADMST): LA VIA
      * DEVE ESISTERE TRA LE VIE DELLA CITTA E IL CAP DEVE ESSERE
      * QUELLO CHE LA SERVE. SE LA VIA NON C'E' SI PROPONE LA VIA
      * PIU' VICINA DELLA STESSA CITTA (CARATTERI DIVERSI, CON UN
      * CARATTERE IN PIU' O IN MENO AMMESSO), COSI' I REFUSI DI
      * DIGITAZIONE NON FINISCONO PIU' TRA I RESI DELLA POSTA.
      * LA CITTA VIENE PRIMA RIPORTATA ALLA VOCE CANONICA (CITALIAS).
      *
      * CHIAMATA: CALL 'STRADARI' USING CITTA(10) VIA(20) CAP(5)
      *                 ESITO(1) VIA-SUGGERITA(20) CAP-SUGGERITO(5)
      *   ESITO 'S' = VIA E CAP NELLO STRADARIO
      *         'C' = VIA NELLO STRADARIO MA CAP DIVERSO
      *               (CAP-SUGGERITO = QUELLO DELLO STRADARIO)
      *         'V' = VIA NON TROVATA, SUGGERITA LA PIU' VICINA
      *         'N' = VIA NON TROVATA E NESSUNA ABBASTANZA VICINA
      *         'A' = CITTA SENZA VIE NELLO STRADARIO
      *         'X' = STRADARIO NON IN CONSEGNA, NESSUN CONTROLLO
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * STRADARIO, CHIAVE CITTA + VIA

           SELECT STRADF   ASSIGN TO 'STRADARIO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STRF-CHIAVE
           STATUS WS-STRADF-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   STRADF
            DATA RECORD IS REC-STRADF.
       01 REC-STRADF.
          05 STRF-CHIAVE.
             10 STRF-CITTA     PIC X(10).
             10 STRF-VIA       PIC X(20).
          05 STRF-CAP          PIC X(5).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01 WS-STRADF-STATUS     PIC XX.
       01 WS-STRADARIO-APERTO  PIC X VALUE 'N'.
       01 WS-STRADARIO-MODE    PIC X VALUE 'N'.
       01 WS-STRADF-EOF        PIC X VALUE 'N'.

       01 WS-CITTA-CANONICA    PIC X(10) VALUE SPACES.
       01 WS-ESITO-ALIAS       PIC X VALUE 'N'.
       01 WS-VIE-CITTA         PIC 9(5) VALUE 0.

      ************************************************************
      *      RICERCA DELLA VIA PIU' VICINA: DISTANZA = CARATTERI    *
      *      DIVERSI POSIZIONE PER POSIZIONE, OPPURE 1 + CARATTERI  *
      *      DIVERSI DOPO AVER TOLTO UN CARATTERE ALLA PRIMA        *
      *      DIFFERENZA (LETTERA IN PIU' O IN MENO). SOPRA LA       *
      *      SOGLIA LA VIA NON VIENE PROPOSTA.                      *
      ************************************************************
       01 WS-SOGLIA-DISTANZA   PIC 99 VALUE 3.
       01 WS-DISTANZA-MIN      PIC 99 VALUE 0.
       01 WS-DISTANZA          PIC 99 VALUE 0.
       01 WS-DISTANZA-ALT      PIC 99 VALUE 0.
       01 WS-VIA-CERCATA       PIC X(20) VALUE SPACES.
       01 WS-VIA-CANDIDATA     PIC X(20) VALUE SPACES.
       01 WS-VIA-RIDOTTA       PIC X(20) VALUE SPACES.
       01 WS-CONFR-A           PIC X(20) VALUE SPACES.
       01 WS-CONFR-B           PIC X(20) VALUE SPACES.
       01 WS-DIFFERENZE        PIC 99 VALUE 0.
       01 WS-POS               PIC 99 VALUE 0.
       01 WS-PRIMA-DIFF        PIC 99 VALUE 0.
       01 WS-LUNG-CODA         PIC 99 VALUE 0.
       01 WS-POS-CODA          PIC 99 VALUE 0.
       01 WS-STRINGA-RIDURRE   PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-CITTA            PIC X(10).
       01 LNK-VIA              PIC X(20).
       01 LNK-CAP              PIC X(5).
       01 LNK-ESITO            PIC X.
       01 LNK-VIA-SUGG         PIC X(20).
       01 LNK-CAP-SUGG         PIC X(5).

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING LNK-CITTA LNK-VIA LNK-CAP LNK-ESITO
                                LNK-VIA-SUGG LNK-CAP-SUGG.

       MAIN-LINE.
            IF WS-STRADARIO-APERTO = 'N'
                PERFORM APRI-STRADARIO THRU FINE-APRI-STRADARIO
            END-IF.

            MOVE 'X'    TO LNK-ESITO.
            MOVE SPACES TO LNK-VIA-SUGG.
            MOVE SPACES TO LNK-CAP-SUGG.
            IF WS-STRADARIO-MODE = 'S'
                MOVE LNK-CITTA TO WS-CITTA-CANONICA
                CALL 'CITALIAS' USING WS-CITTA-CANONICA WS-ESITO-ALIAS
                PERFORM CONTROLLA-VIA THRU FINE-CONTROLLA-VIA
            END-IF.
            GOBACK.
      *
       APRI-STRADARIO.
      **************************************************************
      * IL MASTER VIENE APERTO ALLA PRIMA CHIAMATA E RESTA APERTO   *
      * PER TUTTA L'ESECUZIONE DEL CHIAMANTE. SENZA STRADARIO IN    *
      * CONSEGNA OGNI CHIAMATA RISPONDE 'X' E NON BLOCCA NULLA.     *
      **************************************************************
           MOVE 'S' TO WS-STRADARIO-APERTO.
           MOVE 'N' TO WS-STRADARIO-MODE.
           OPEN INPUT STRADF.
           IF WS-STRADF-STATUS = '00'
               MOVE 'S' TO WS-STRADARIO-MODE
           END-IF.
       FINE-APRI-STRADARIO.
            EXIT.
      *
       CONTROLLA-VIA.
           MOVE WS-CITTA-CANONICA TO STRF-CITTA.
           MOVE LNK-VIA           TO STRF-VIA.
           READ STRADF INVALID KEY
                PERFORM CERCA-VIA-VICINA THRU FINE-CERCA-VIA-VICINA
                NOT INVALID KEY
                     IF STRF-CAP = LNK-CAP
                         MOVE 'S' TO LNK-ESITO
                     ELSE
                         MOVE 'C'      TO LNK-ESITO
                         MOVE STRF-VIA TO LNK-VIA-SUGG
                         MOVE STRF-CAP TO LNK-CAP-SUGG
                     END-IF
           END-READ.
       FINE-CONTROLLA-VIA.
            EXIT.
      *
       CERCA-VIA-VICINA.
      **************************************************************
      * SCORRE LE VIE DELLA STESSA CITTA (LA CHIAVE LE TIENE IN     *
      * FILA) E TIENE LA PIU' VICINA ALLA VIA DIGITATA; A PARITA'   *
      * DI DISTANZA VINCE LA PRIMA IN ORDINE ALFABETICO.            *
      **************************************************************
           MOVE LNK-VIA TO WS-VIA-CERCATA.
           MOVE ZERO    TO WS-VIE-CITTA.
           MOVE 99      TO WS-DISTANZA-MIN.
           MOVE 'N'     TO WS-STRADF-EOF.
           MOVE WS-CITTA-CANONICA TO STRF-CITTA.
           MOVE SPACES            TO STRF-VIA.
           START STRADF KEY IS NOT LESS THAN STRF-CHIAVE
                INVALID KEY MOVE 'S' TO WS-STRADF-EOF
           END-START.
           PERFORM LEGGI-VIA-CITTA THRU FINE-LEGGI-VIA-CITTA
                UNTIL WS-STRADF-EOF = 'S'.

           IF WS-VIE-CITTA = ZERO
               MOVE 'A' TO LNK-ESITO
           ELSE
               IF WS-DISTANZA-MIN NOT > WS-SOGLIA-DISTANZA
                   MOVE 'V' TO LNK-ESITO
               ELSE
                   MOVE 'N'    TO LNK-ESITO
                   MOVE SPACES TO LNK-VIA-SUGG
                   MOVE SPACES TO LNK-CAP-SUGG
               END-IF
           END-IF.
       FINE-CERCA-VIA-VICINA.
            EXIT.
      *
       LEGGI-VIA-CITTA.
           READ STRADF NEXT RECORD AT END
                MOVE 'S' TO WS-STRADF-EOF
                NOT AT END
                     IF STRF-CITTA NOT = WS-CITTA-CANONICA
                         MOVE 'S' TO WS-STRADF-EOF
                     ELSE
                         ADD 1 TO WS-VIE-CITTA
                         MOVE STRF-VIA TO WS-VIA-CANDIDATA
                         PERFORM CALCOLA-DISTANZA
                            THRU FINE-CALCOLA-DISTANZA
                         IF WS-DISTANZA < WS-DISTANZA-MIN
                             MOVE WS-DISTANZA TO WS-DISTANZA-MIN
                             MOVE STRF-VIA    TO LNK-VIA-SUGG
                             MOVE STRF-CAP    TO LNK-CAP-SUGG
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-VIA-CITTA.
            EXIT.
      *
       CALCOLA-DISTANZA.
      **************************************************************
      * PRIMA IL CONFRONTO POSIZIONE PER POSIZIONE; POI, DALLA      *
      * PRIMA POSIZIONE DIVERSA, SI TOGLIE UN CARATTERE ORA ALLA    *
      * VIA DIGITATA ORA ALLA CANDIDATA E SI RICONFRONTA: COSI'     *
      * 'VIA GARIBLDI' E 'VIA GARIBALDI' RISULTANO A DISTANZA 1.    *
      **************************************************************
           MOVE WS-VIA-CERCATA   TO WS-CONFR-A.
           MOVE WS-VIA-CANDIDATA TO WS-CONFR-B.
           PERFORM CONTA-DIFFERENZE THRU FINE-CONTA-DIFFERENZE.
           MOVE WS-DIFFERENZE TO WS-DISTANZA.

           IF WS-DISTANZA > 1
               MOVE ZERO TO WS-PRIMA-DIFF
               PERFORM TROVA-PRIMA-DIFF THRU FINE-TROVA-PRIMA-DIFF
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > 20 OR WS-PRIMA-DIFF > ZERO

               MOVE WS-VIA-CERCATA TO WS-STRINGA-RIDURRE
               PERFORM TOGLI-CARATTERE THRU FINE-TOGLI-CARATTERE
               MOVE WS-VIA-RIDOTTA   TO WS-CONFR-A
               MOVE WS-VIA-CANDIDATA TO WS-CONFR-B
               PERFORM CONTA-DIFFERENZE THRU FINE-CONTA-DIFFERENZE
               COMPUTE WS-DISTANZA-ALT = WS-DIFFERENZE + 1
               IF WS-DISTANZA-ALT < WS-DISTANZA
                   MOVE WS-DISTANZA-ALT TO WS-DISTANZA
               END-IF

               MOVE WS-VIA-CANDIDATA TO WS-STRINGA-RIDURRE
               PERFORM TOGLI-CARATTERE THRU FINE-TOGLI-CARATTERE
               MOVE WS-VIA-CERCATA   TO WS-CONFR-A
               MOVE WS-VIA-RIDOTTA   TO WS-CONFR-B
               PERFORM CONTA-DIFFERENZE THRU FINE-CONTA-DIFFERENZE
               COMPUTE WS-DISTANZA-ALT = WS-DIFFERENZE + 1
               IF WS-DISTANZA-ALT < WS-DISTANZA
                   MOVE WS-DISTANZA-ALT TO WS-DISTANZA
               END-IF
           END-IF.
       FINE-CALCOLA-DISTANZA.
            EXIT.
      *
       CONTA-DIFFERENZE.
           MOVE ZERO TO WS-DIFFERENZE.
           PERFORM CONFRONTA-POSIZIONE THRU FINE-CONFRONTA-POSIZIONE
                VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20.
       FINE-CONTA-DIFFERENZE.
            EXIT.
      *
       CONFRONTA-POSIZIONE.
           IF WS-CONFR-A(WS-POS:1) NOT = WS-CONFR-B(WS-POS:1)
               ADD 1 TO WS-DIFFERENZE
           END-IF.
       FINE-CONFRONTA-POSIZIONE.
            EXIT.
      *
       TROVA-PRIMA-DIFF.
           IF WS-VIA-CERCATA(WS-POS:1) NOT = WS-VIA-CANDIDATA(WS-POS:1)
               MOVE WS-POS TO WS-PRIMA-DIFF
           END-IF.
       FINE-TROVA-PRIMA-DIFF.
            EXIT.
      *
       TOGLI-CARATTERE.
      **************************************************************
      * COPIA WS-STRINGA-RIDURRE IN WS-VIA-RIDOTTA SENZA IL         *
      * CARATTERE ALLA PRIMA POSIZIONE DIVERSA, ACCODANDO UNO       *
      * SPAZIO IN FONDO.                                            *
      **************************************************************
           MOVE SPACES TO WS-VIA-RIDOTTA.
           IF WS-PRIMA-DIFF > 1
               MOVE WS-STRINGA-RIDURRE(1:WS-PRIMA-DIFF - 1)
                    TO WS-VIA-RIDOTTA(1:WS-PRIMA-DIFF - 1)
           END-IF.
           IF WS-PRIMA-DIFF < 20
               COMPUTE WS-LUNG-CODA = 20 - WS-PRIMA-DIFF
               COMPUTE WS-POS-CODA  = WS-PRIMA-DIFF + 1
               MOVE WS-STRINGA-RIDURRE(WS-POS-CODA:WS-LUNG-CODA)
                    TO WS-VIA-RIDOTTA(WS-PRIMA-DIFF:WS-LUNG-CODA)
           END-IF.
       FINE-TOGLI-CARATTERE.
            EXIT.
