           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.
      * AREE DI DIREZIONE MANUTENUTE DA AREEMST, PER LA VALIDAZIONE

           SELECT OPTIONAL AREEF ASSIGN TO 'AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AREE-STATUS.
      * AREA DI OGNI FILIALE, RILETTA E RISCRITTA

           SELECT OPTIONAL FILAREEF ASSIGN TO 'FILIALI-AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FIL-AREE-STATUS.
      *

      ************************************************************

       FD   MANUTF
            DATA RECORD IS REC-MANUTF.
       01 REC-MANUTF  PIC X(78).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
          05 BATCH-SCELTA    PIC 9.
          05 BATCH-CODICE    PIC 9(4).
          05 BATCH-DESC      PIC X(16).
          05 BATCH-AREA      PIC X(3).
          05 FILLER          PIC X.
          05 BATCH-MOTIVO    PIC X(40).

       FD   AREEF
            DATA RECORD IS REC-AREEF.
       01 REC-AREEF  PIC X(44).

       FD   FILAREEF
            DATA RECORD IS REC-FILAREEF.
       01 REC-FILAREEF  PIC X(8).

      ************************************************************
      *                WORKING-STORAGE SECTION
      *      AREE PER IL GIORNALE DELLE MANUTENZIONI: OGNI          *
      *      AGGIUNTA, MODIFICA O ELIMINAZIONE LASCIA UNA RIGA CON  *
      *      L'IMMAGINE PRIMA E DOPO DELLA DESCRIZIONE, COSI' UNA   *
      *      MODIFICA SBAGLIATA SI PUO' RICOSTRUIRE DAL GIORNALE,   *
      *      E LA SIGLA DELL'OPERATORE CHE L'HA FATTA.              *
      ************************************************************
       01 WS-MANUT-STATUS      PIC XX.
       01 WS-DESC-PRIMA        PIC X(16) VALUE SPACES.
            05 FILLER          PIC X VALUE SPACE.
            05 FILLER          PIC X(5) VALUE 'DOPO='.
            05 MAN-DOPO        PIC X(16).
            05 FILLER          PIC X VALUE SPACE.
            05 MAN-OPERATORE   PIC X(3).

      ************************************************************
      *      AREE PER IL CONTROLLO PERSONE ASSEGNATE ALLA FILIALE   *
       01 WS-ANAG-EOF          PIC X VALUE 'N'.
       01 WS-PERSONE-ASSEGNATE PIC 9(6) VALUE 0.

      ************************************************************
      *      DOPPIA FIRMA (MODULO DOPPIAF): L'ELIMINAZIONE DI UNA   *
      *      FILIALE NON SI DISFA E SI FA SOLO CON UNA RICHIESTA    *
      *      FIRMATA DA UN SECONDO OPERATORE (CLASSE D SU INDICI).  *
      ************************************************************
       COPY DOPPIAF.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       01 WS-BATCH-EOF         PIC X VALUE 'N'.
       01 WS-CONTA-OPERAZIONI  PIC 9(6) VALUE 0.

      ************************************************************
      *      AREE PER LA GERARCHIA: OGNI FILIALE APPARTIENE A UN'   *
      *      AREA CENSITA IN AREE.TXT. LE AREE DELLE FILIALI SI     *
      *      TENGONO IN TABELLA E FILIALI-AREE.TXT SI RISCRIVE ALLA *
      *      CHIUSURA SE LA SESSIONE LE HA CAMBIATE.                *
      ************************************************************
       COPY GERARCH.
       01 WS-AREA-STAGING      PIC X(3) VALUE SPACES.
       01 WS-AREA-RICHIESTA    PIC 9(3) VALUE 0.
       01 WS-AREA-VALIDA       PIC X VALUE 'N'.
       01 WS-RIGA-FIL-AREA     PIC 9(4) VALUE 0.
       01 WS-RIGA-SUCCESSIVA   PIC 9(4) VALUE 0.
       01 WS-FIL-AREE-PARZIALE PIC X VALUE 'N'.
       01 RIGA-AREA-MANUT.
            05 FILLER          PIC X(5) VALUE 'AREA '.
            05 RAM-AREA        PIC 9(3).
            05 FILLER          PIC X(8) VALUE SPACES.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
      **************************************************************
           OPEN I-O PRIMOF.
           PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
           PERFORM CARICA-GERARCHIA THRU FINE-CARICA-GERARCHIA.

           MOVE 'N' TO WS-BATCH-MODE.
           OPEN INPUT BATCH-INPUT.
           DISPLAY '3-AGGIUNGI 4-MODIFICA 5-ELIMINA'
                   ' 6-ELENCO COMPLETO'.
           DISPLAY '7-RICONCILIA CON ELENCO ATTESO'
                   ' 8-CHIUDI FILIALE 9-AREA DELLA FILIALE'.
           ACCEPT WS-SCELTA.

           IF WS-SCELTA = 1
           IF WS-SCELTA = 8
               PERFORM CHIUDI-FILIALE THRU FINE-CHIUDI-FILIALE
           END-IF.
           IF WS-SCELTA = 9
               PERFORM AREA-FILIALE THRU FINE-AREA-FILIALE
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
                         PERFORM CHIUDI-FILIALE
                              THRU FINE-CHIUDI-FILIALE
                     END-IF
                     IF WS-SCELTA = 9
                         PERFORM AREA-FILIALE
                              THRU FINE-AREA-FILIALE
                     END-IF
           END-READ.
       FINE-ELABORA-BATCH.
            EXIT.
                   DISPLAY 'DESCRIZIONE DELLA NUOVA FILIALE'
                   ACCEPT WS-DESC-FILIALE
               END-IF
               PERFORM LEGGI-AREA-FILIALE THRU FINE-LEGGI-AREA-FILIALE
           END-IF.
           IF USER-INPUT NOT = ZERO AND WS-AREA-VALIDA = 'N'
               DISPLAY 'AREA NON CENSITA: FILIALE RIFIUTATA'
               MOVE 'AGGIUNGI-FILIALE' TO ECC-PARAGRAFO
               MOVE USER-INPUT         TO ECC-CHIAVE
               MOVE 'NUOVA FILIALE SENZA AREA VALIDA'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF USER-INPUT NOT = ZERO AND WS-AREA-VALIDA = 'S'
               MOVE 'A' TO WS-STATO-FILIALE
               ACCEPT WS-DATA-ECCEZIONE FROM DATE YYYYMMDD
               MOVE WS-DATA-ECCEZIONE TO WS-DATA-APERTURA
                    MOVE WS-DESC-FILIALE  TO WS-DESC-DOPO
                    PERFORM SCRIVI-MANUTENZIONE
                       THRU FINE-SCRIVI-MANUTENZIONE
                    PERFORM REGISTRA-AREA-FILIALE
                       THRU FINE-REGISTRA-AREA-FILIALE
               END-WRITE
           END-IF.
       FINE-AGGIUNGI-FILIALE.
                    MOVE 'I' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               NOT INVALID KEY
                    PERFORM CONTROLLA-FIRMA THRU FINE-CONTROLLA-FIRMA
                    IF DPF-ESITO = 'S'
                        DELETE PRIMOF INVALID KEY
                             DISPLAY 'ERRORE IN CANCELLAZIONE'
                             MOVE 'ELIMINA-FILIALE' TO ECC-PARAGRAFO
                             MOVE COD-FILIALE       TO ECC-CHIAVE
                             MOVE 'ERRORE IN CANCELLAZIONE'
                                                    TO ECC-DESCRIZIONE
                             PERFORM SCRIVI-ECCEZIONE
                                THRU FINE-SCRIVI-ECCEZIONE
                        NOT INVALID KEY
                             DISPLAY 'FILIALE ELIMINATA'
                             MOVE 'ELIMINAZ'      TO WS-OPERAZIONE
                             MOVE WS-DESC-FILIALE TO WS-DESC-PRIMA
                             MOVE SPACES          TO WS-DESC-DOPO
                             PERFORM SCRIVI-MANUTENZIONE
                                THRU FINE-SCRIVI-MANUTENZIONE
                             PERFORM TOGLI-AREA-FILIALE
                                THRU FINE-TOGLI-AREA-FILIALE
                        END-DELETE
                    END-IF
               END-READ
               END-IF
           END-IF.
       FINE-ELIMINA-FILIALE.
            EXIT.
      *
       CONTROLLA-FIRMA.
      **************************************************************
      * FILIALE VUOTA E PRESENTE: L'ELIMINAZIONE PASSA SOLO CON UNA *
      * RICHIESTA FIRMATA PER QUEL CODICE. LA PRIMA VOLTA SI CREA,  *
      * CON IL MOTIVO CHIESTO ALL'OPERATORE O PRESO DALLA RIGA      *
      * BATCH, E LA FILIALE RESTA DOV'E'.                           *
      **************************************************************
           MOVE SPACES            TO DPF-CHIAMATA.
           MOVE 'V'               TO DPF-AZIONE.
           MOVE WS-OPERATORE-CORR TO DPF-SIGLA.
           MOVE 'INDICI  '        TO DPF-PROGRAMMA.
           MOVE 'D'               TO DPF-CLASSE.
           MOVE COD-FILIALE       TO DPF-PARAMETRI.
           MOVE ZERO              TO DPF-NUMERO.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-MOTIVO TO DPF-MOTIVO
           END-IF.
           CALL 'DOPPIAF' USING DPF-CHIAMATA.
           IF DPF-ESITO = 'M' AND WS-BATCH-MODE = 'N'
               DISPLAY 'SERVE LA SECONDA FIRMA: MOTIVO'
                       ' DELL''ELIMINAZIONE'
               ACCEPT DPF-MOTIVO
               IF DPF-MOTIVO NOT = SPACES
                   CALL 'DOPPIAF' USING DPF-CHIAMATA
               END-IF
           END-IF.
           DISPLAY 'DOPPIA FIRMA: ' DPF-MESSAGGIO.
           IF DPF-ESITO = 'A' OR DPF-ESITO = 'C'
               DISPLAY 'RICHIESTA NUMERO ' DPF-NUMERO
               MOVE 'CONTROLLA-FIRMA'  TO ECC-PARAGRAFO
               MOVE COD-FILIALE        TO ECC-CHIAVE
               MOVE 'ELIMINAZIONE IN ATTESA DELLA SECONDA FIRMA'
                    TO ECC-DESCRIZIONE
               MOVE 'I' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF DPF-ESITO = 'M' OR DPF-ESITO = 'N'
               MOVE 'CONTROLLA-FIRMA'  TO ECC-PARAGRAFO
               MOVE COD-FILIALE        TO ECC-CHIAVE
               MOVE DPF-MESSAGGIO      TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CONTROLLA-FIRMA.
            EXIT.
      *
       CONTA-PERSONE-FILIALE.
      **************************************************************
           MOVE COD-FILIALE            TO MAN-CODICE.
           MOVE WS-DESC-PRIMA          TO MAN-PRIMA.
           MOVE WS-DESC-DOPO           TO MAN-DOPO.
           MOVE WS-OPERATORE-CORR      TO MAN-OPERATORE.

           OPEN EXTEND MANUTF.
           IF WS-MANUT-STATUS NOT = '00'
           END-IF.
       FINE-CHIUDI-FILIALE.
            EXIT.
      *
       AREA-FILIALE.
      **************************************************************
      * ASSEGNA UNA FILIALE GIA' CENSITA A UN'AREA DI AREE.TXT (LE  *
      * AREE SI CREANO CON AREEMST). IL GIORNALE DELLE MANUTENZIONI *
      * RIPORTA L'AREA PRIMA E DOPO AL POSTO DELLA DESCRIZIONE.     *
      **************************************************************
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-CODICE TO USER-INPUT
           ELSE
               MOVE 'CODICE DELLA FILIALE DA ASSEGNARE'
                    TO WS-PROMPT-CODICE
               PERFORM LEGGI-CODICE-FILIALE
                  THRU FINE-LEGGI-CODICE-FILIALE
           END-IF.
           IF USER-INPUT = ZERO
               DISPLAY 'CODICE NON VALIDO: DEVE ESSERE MAGGIORE'
                       ' DI ZERO'
           ELSE
               MOVE USER-INPUT TO COD-FILIALE
               READ PRIMOF INTO WS-PRIMOF INVALID KEY
                    DISPLAY 'RECORD NON TROVATO'
                    MOVE 'AREA-FILIALE'    TO ECC-PARAGRAFO
                    MOVE COD-FILIALE       TO ECC-CHIAVE
                    MOVE 'RECORD NON TROVATO' TO ECC-DESCRIZIONE
                    MOVE 'I' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               NOT INVALID KEY
                    PERFORM CERCA-FIL-AREA THRU FINE-CERCA-FIL-AREA
                    IF WS-RIGA-FIL-AREA > ZERO
                        DISPLAY 'AREA ATTUALE: '
                                GFA-AREA(WS-RIGA-FIL-AREA)
                        MOVE GFA-AREA(WS-RIGA-FIL-AREA) TO RAM-AREA
                        MOVE RIGA-AREA-MANUT TO WS-DESC-PRIMA
                    ELSE
                        DISPLAY 'FILIALE ANCORA SENZA AREA'
                        MOVE SPACES TO WS-DESC-PRIMA
                    END-IF
                    PERFORM LEGGI-AREA-FILIALE
                       THRU FINE-LEGGI-AREA-FILIALE
                    IF WS-AREA-VALIDA = 'N'
                        DISPLAY 'AREA NON CENSITA: ASSEGNAZIONE'
                                ' RIFIUTATA'
                        MOVE 'AREA-FILIALE'    TO ECC-PARAGRAFO
                        MOVE COD-FILIALE       TO ECC-CHIAVE
                        MOVE 'AREA NON CENSITA IN AREE.TXT'
                             TO ECC-DESCRIZIONE
                        PERFORM SCRIVI-ECCEZIONE
                           THRU FINE-SCRIVI-ECCEZIONE
                    ELSE
                        PERFORM REGISTRA-AREA-FILIALE
                           THRU FINE-REGISTRA-AREA-FILIALE
                        DISPLAY 'AREA DELLA FILIALE AGGIORNATA'
                        MOVE 'AREA    '      TO WS-OPERAZIONE
                        MOVE WS-AREA-RICHIESTA TO RAM-AREA
                        MOVE RIGA-AREA-MANUT TO WS-DESC-DOPO
                        PERFORM SCRIVI-MANUTENZIONE
                           THRU FINE-SCRIVI-MANUTENZIONE
                    END-IF
               END-READ
           END-IF.
       FINE-AREA-FILIALE.
            EXIT.
      *
       LEGGI-AREA-FILIALE.
      **************************************************************
      * LEGGE L'AREA DELLA FILIALE (IN BATCH DA BATCH-AREA) E LA    *
      * CERCA IN AREE.TXT: WS-AREA-VALIDA = 'S' SOLO SE CENSITA.    *
      **************************************************************
           MOVE 'N' TO WS-AREA-VALIDA.
           MOVE ZERO TO WS-AREA-RICHIESTA.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-AREA TO WS-AREA-STAGING
           ELSE
               DISPLAY 'CODICE DELL''AREA DELLA FILIALE'
               ACCEPT WS-AREA-STAGING
           END-IF.
           IF WS-AREA-STAGING IS NUMERIC
                   AND WS-AREA-STAGING NOT = ZERO
               MOVE WS-AREA-STAGING TO WS-AREA-RICHIESTA
               SET IND-AREA TO 1
               PERFORM CERCA-AREA THRU FINE-CERCA-AREA
                    UNTIL IND-AREA > WS-NUM-AREE
                       OR WS-AREA-VALIDA = 'S'
           END-IF.
       FINE-LEGGI-AREA-FILIALE.
            EXIT.
      *
       CERCA-AREA.
           IF GAR-CODICE(IND-AREA) = WS-AREA-RICHIESTA
               MOVE 'S' TO WS-AREA-VALIDA
           END-IF.
           SET IND-AREA UP BY 1.
       FINE-CERCA-AREA.
            EXIT.
      *
       CERCA-FIL-AREA.
      **************************************************************
      * POSIZIONA WS-RIGA-FIL-AREA SULLA RIGA DELLA FILIALE         *
      * COD-FILIALE NELLA TABELLA DELLE AREE (ZERO SE NON C'E').    *
      **************************************************************
           MOVE ZERO TO WS-RIGA-FIL-AREA.
           SET IND-FIL-AREA TO 1.
           PERFORM CONFRONTA-FIL-AREA THRU FINE-CONFRONTA-FIL-AREA
                UNTIL IND-FIL-AREA > WS-NUM-FIL-AREE
                   OR WS-RIGA-FIL-AREA > ZERO.
       FINE-CERCA-FIL-AREA.
            EXIT.
      *
       CONFRONTA-FIL-AREA.
           IF GFA-FILIALE(IND-FIL-AREA) = COD-FILIALE
               SET WS-RIGA-FIL-AREA TO IND-FIL-AREA
           END-IF.
           SET IND-FIL-AREA UP BY 1.
       FINE-CONFRONTA-FIL-AREA.
            EXIT.
      *
       REGISTRA-AREA-FILIALE.
           PERFORM CERCA-FIL-AREA THRU FINE-CERCA-FIL-AREA.
           IF WS-RIGA-FIL-AREA = ZERO
               IF WS-NUM-FIL-AREE < WS-MAX-FIL-AREE
                   ADD 1 TO WS-NUM-FIL-AREE
                   MOVE WS-NUM-FIL-AREE TO WS-RIGA-FIL-AREA
                   MOVE COD-FILIALE TO GFA-FILIALE(WS-RIGA-FIL-AREA)
               ELSE
                   DISPLAY 'TABELLA AREE FILIALI PIENA'
                   MOVE 'REGISTRA-AREA-FILIALE' TO ECC-PARAGRAFO
                   MOVE COD-FILIALE             TO ECC-CHIAVE
                   MOVE 'TABELLA AREE FILIALI PIENA'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
           IF WS-RIGA-FIL-AREA > ZERO
               MOVE WS-AREA-RICHIESTA TO GFA-AREA(WS-RIGA-FIL-AREA)
               MOVE 'S' TO WS-FIL-AREE-MODIFICATO
           END-IF.
       FINE-REGISTRA-AREA-FILIALE.
            EXIT.
      *
       TOGLI-AREA-FILIALE.
           PERFORM CERCA-FIL-AREA THRU FINE-CERCA-FIL-AREA.
           IF WS-RIGA-FIL-AREA > ZERO
               PERFORM COMPATTA-FIL-AREE THRU FINE-COMPATTA-FIL-AREE
                    VARYING IND-FIL-AREA FROM WS-RIGA-FIL-AREA BY 1
                    UNTIL IND-FIL-AREA >= WS-NUM-FIL-AREE
               SUBTRACT 1 FROM WS-NUM-FIL-AREE
               MOVE 'S' TO WS-FIL-AREE-MODIFICATO
           END-IF.
       FINE-TOGLI-AREA-FILIALE.
            EXIT.
      *
       COMPATTA-FIL-AREE.
           SET WS-RIGA-SUCCESSIVA TO IND-FIL-AREA.
           ADD 1 TO WS-RIGA-SUCCESSIVA.
           MOVE FIL-AREA(WS-RIGA-SUCCESSIVA) TO FIL-AREA(IND-FIL-AREA).
       FINE-COMPATTA-FIL-AREE.
            EXIT.
      *
       CARICA-GERARCHIA.
      **************************************************************
      * CARICA LE AREE CENSITE E L'AREA DI OGNI FILIALE. SE LA      *
      * TABELLA DELLE FILIALI SI RIEMPIE IL FILE NON SI RISCRIVE,   *
      * PER NON PERDERE LE RIGHE RIMASTE FUORI.                     *
      **************************************************************
           MOVE ZERO TO WS-NUM-AREE WS-NUM-FIL-AREE.
           OPEN INPUT AREEF.
           IF WS-AREE-STATUS = '00'
               MOVE 'N' TO WS-AREE-EOF
               PERFORM CARICA-AREA THRU FINE-CARICA-AREA
                    UNTIL WS-AREE-EOF = 'S'
           END-IF.
           CLOSE AREEF.

           OPEN INPUT FILAREEF.
           IF WS-FIL-AREE-STATUS = '00'
               MOVE 'N' TO WS-FIL-AREE-EOF
               PERFORM CARICA-FIL-AREA THRU FINE-CARICA-FIL-AREA
                    UNTIL WS-FIL-AREE-EOF = 'S'
           END-IF.
           CLOSE FILAREEF.
       FINE-CARICA-GERARCHIA.
            EXIT.
      *
       CARICA-AREA.
           READ AREEF INTO RIGA-AREA AT END
                MOVE 'S' TO WS-AREE-EOF
                NOT AT END
                     IF WS-NUM-AREE < WS-MAX-AREE
                             AND ARE-CODICE IS NUMERIC
                         ADD 1 TO WS-NUM-AREE
                         MOVE ARE-CODICE TO GAR-CODICE(WS-NUM-AREE)
                     END-IF
           END-READ.
       FINE-CARICA-AREA.
            EXIT.
      *
       CARICA-FIL-AREA.
           READ FILAREEF INTO RIGA-FIL-AREA AT END
                MOVE 'S' TO WS-FIL-AREE-EOF
                NOT AT END
                     IF WS-NUM-FIL-AREE < WS-MAX-FIL-AREE
                         ADD 1 TO WS-NUM-FIL-AREE
                         MOVE FAR-FILIALE
                              TO GFA-FILIALE(WS-NUM-FIL-AREE)
                         MOVE FAR-AREA
                              TO GFA-AREA(WS-NUM-FIL-AREE)
                     ELSE
                         DISPLAY 'TABELLA AREE FILIALI PIENA'
                         MOVE 'S' TO WS-FIL-AREE-PARZIALE
                         MOVE 'S' TO WS-FIL-AREE-EOF
                     END-IF
           END-READ.
       FINE-CARICA-FIL-AREA.
            EXIT.
      *
       RISCRIVI-FIL-AREA.
           MOVE GFA-FILIALE(IND-FIL-AREA) TO FAR-FILIALE.
           MOVE GFA-AREA(IND-FIL-AREA)    TO FAR-AREA.
           WRITE REC-FILAREEF FROM RIGA-FIL-AREA.
       FINE-RISCRIVI-FIL-AREA.
            EXIT.
      *
       ELENCO-COMPLETO.
      **************************************************************
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'INDICI  ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
           IF WS-BATCH-MODE = 'S'
               CLOSE BATCH-INPUT
           END-IF.
           IF WS-FIL-AREE-MODIFICATO = 'S'
               IF WS-FIL-AREE-PARZIALE = 'S'
                   DISPLAY 'AREE DELLE FILIALI NON RISCRITTE:'
                           ' TABELLA INCOMPLETA'
                   MOVE 'CHIUSURA'   TO ECC-PARAGRAFO
                   MOVE SPACES       TO ECC-CHIAVE
                   MOVE 'FILIALI-AREE.TXT NON RISCRITTO'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   OPEN OUTPUT FILAREEF
                   PERFORM RISCRIVI-FIL-AREA
                      THRU FINE-RISCRIVI-FIL-AREA
                        VARYING IND-FIL-AREA FROM 1 BY 1
                        UNTIL IND-FIL-AREA > WS-NUM-FIL-AREE
                   CLOSE FILAREEF
               END-IF
           END-IF.

       FINE-CHIUSURA.
            EXIT.
