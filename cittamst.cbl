      * E DELLA TABELLA DEGLI ALIAS (CITTA-ALIAS.TXT): LE GRAFIE
      * VARIANTI REGISTRATE QUI VENGONO RIPORTATE ALLA VOCE
      * CANONICA DAI CARICATORI TRAMITE IL MODULO COMUNE CITALIAS.
      * TIENE ANCHE IL CODICE CATASTALE DI OGNI CITTA' CENSITA
      * (CITTA-CATASTO.TXT), USATO DA VERIFCF PER IL COMUNE DI
      * NASCITA DEL CODICE FISCALE.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALIASF-STATUS.
      * CODICI CATASTALI DELLE CITTA' CENSITE

           SELECT OPTIONAL CATASTOF ASSIGN TO 'CITTA-CATASTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATASTO-STATUS.
      * ELENCO COMPLETO SU REPORT

           SELECT REPORTF ASSIGN TO 'CITTAMST-REPORTF.TXT'
          05 FILLER         PIC X VALUE SPACE.
          05 ALI-CANONICA   PIC X(10).

       FD   CATASTOF
            DATA RECORD IS REC-CATASTOF.
       01 REC-CATASTOF  PIC X(15).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).
          05 BATCH-PROVINCIA PIC X(2).
          05 BATCH-REGIONE   PIC X(15).
          05 BATCH-ESTERO    PIC X.
          05 BATCH-CATASTALE PIC X(4).

      ************************************************************
      *                WORKING-STORAGE SECTION
       01 WS-VARIANTE-CERCA   PIC X(10) VALUE SPACES.
       01 WS-NUMERO-EDIT      PIC ZZ9.

      ************************************************************
      *      TABELLA DEI CODICI CATASTALI: COME GLI ALIAS SI        *
      *      CARICA ALLA PARTENZA E SI RISCRIVE ALLA CHIUSURA. UN   *
      *      CODICE APPARTIENE A UNA SOLA CITTA' CENSITA.           *
      ************************************************************
       COPY CATASTO.
       01 WS-CODICE-CATASTALE PIC X(4) VALUE SPACES.
       01 WS-CODICE-PARTI REDEFINES WS-CODICE-CATASTALE.
            05 WS-CC-LETTERA  PIC X.
            05 WS-CC-NUMERO   PIC X(3).
       01 WS-CODICE-VALIDO    PIC X VALUE 'N'.
       01 WS-CATASTO-CITTA    PIC X(10) VALUE SPACES.

       01 INTESTAZIONE-ELENCO.
            05 FILLER         PIC X(18) VALUE 'ELENCO CITTA'.
            05 FILLER         PIC X(12) VALUE SPACES.
            05 FILLER         PIC X(3)  VALUE SPACES.
            05 FILLER         PIC X(7)  VALUE 'ESTERO '.
            05 EL-ESTERO      PIC X.
            05 FILLER         PIC X(3)  VALUE SPACES.
            05 FILLER         PIC X(9)  VALUE 'CATASTO '.
            05 EL-CATASTALE   PIC X(4).

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
           END-IF.

           PERFORM CARICA-ALIAS THRU FINE-CARICA-ALIAS.
           PERFORM CARICA-CATASTO THRU FINE-CARICA-CATASTO.

           MOVE 'N' TO WS-BATCH-MODE.
           OPEN INPUT BATCH-INPUT.
           DISPLAY 'CITTA: 1-CERCA 2-AGGIUNGI 3-MODIFICA'
                   ' 4-ELIMINA 5-ELENCO COMPLETO'.
           DISPLAY '6-AGGIUNGI ALIAS 7-ELENCA ALIAS 8-RIMUOVI ALIAS'.
           DISPLAY '9-CODICE CATASTALE'.
           ACCEPT WS-SCELTA.

           PERFORM ESEGUI-SCELTA THRU FINE-ESEGUI-SCELTA.
           IF WS-SCELTA = 8
               PERFORM RIMUOVI-ALIAS THRU FINE-RIMUOVI-ALIAS
           END-IF.
           IF WS-SCELTA = 9
               PERFORM IMPOSTA-CATASTO THRU FINE-IMPOSTA-CATASTO
           END-IF.
       FINE-ESEGUI-SCELTA.
            EXIT.
      *
           NOT INVALID KEY
                DISPLAY 'RECORD LETTO'
                DISPLAY WS-CITTAM
                MOVE WS-CITTA-CERCA TO WS-CATASTO-CITTA
                PERFORM CERCA-CATASTO-CITTA
                   THRU FINE-CERCA-CATASTO-CITTA
                IF WS-CATASTO-TROVATO = 'S'
                    DISPLAY 'CODICE CATASTALE '
                            CT-CODICE(WS-CATASTO-RIGA)
                END-IF
           END-READ.
       FINE-CERCA-CITTA.
            EXIT.
                        THRU FINE-SCRIVI-ECCEZIONE
                NOT INVALID KEY
                     DISPLAY 'CITTA ELIMINATA'
                     MOVE WS-CITTA-CERCA TO WS-CATASTO-CITTA
                     PERFORM CERCA-CATASTO-CITTA
                        THRU FINE-CERCA-CATASTO-CITTA
                     IF WS-CATASTO-TROVATO = 'S'
                         PERFORM TOGLI-CATASTO THRU FINE-TOGLI-CATASTO
                     END-IF
                END-DELETE
           END-READ.
       FINE-ELIMINA-CITTA.
                     MOVE WS-CITTAM-PROVINCIA TO EL-PROVINCIA
                     MOVE WS-CITTAM-REGIONE   TO EL-REGIONE
                     MOVE WS-CITTAM-ESTERO    TO EL-ESTERO
                     MOVE WS-CITTAM-NOME      TO WS-CATASTO-CITTA
                     PERFORM CERCA-CATASTO-CITTA
                        THRU FINE-CERCA-CATASTO-CITTA
                     IF WS-CATASTO-TROVATO = 'S'
                         MOVE CT-CODICE(WS-CATASTO-RIGA)
                              TO EL-CATASTALE
                     ELSE
                         MOVE SPACES TO EL-CATASTALE
                     END-IF
                     MOVE SPACES              TO REC-REPORTF
                     WRITE REC-REPORTF FROM RIGA-ELENCO
           END-READ.
           WRITE REC-ALIASF.
       FINE-SCRIVI-UN-ALIAS.
            EXIT.
      *
       CARICA-CATASTO.
           MOVE ZERO TO WS-NUM-CATASTO.
           MOVE 'N'  TO WS-CATASTO-EOF.
           OPEN INPUT CATASTOF.
           IF WS-CATASTO-STATUS = '00'
               PERFORM LEGGI-UN-CATASTO THRU FINE-LEGGI-UN-CATASTO
                    UNTIL WS-CATASTO-EOF = 'S'
           END-IF.
           CLOSE CATASTOF.
       FINE-CARICA-CATASTO.
            EXIT.
      *
       LEGGI-UN-CATASTO.
           READ CATASTOF INTO RIGA-CATASTO AT END
                MOVE 'S' TO WS-CATASTO-EOF
                NOT AT END
                     IF WS-NUM-CATASTO < WS-MAX-CATASTO
                         ADD 1 TO WS-NUM-CATASTO
                         MOVE CAT-CITTA  TO CT-CITTA(WS-NUM-CATASTO)
                         MOVE CAT-CODICE TO CT-CODICE(WS-NUM-CATASTO)
                     ELSE
                         MOVE 'S' TO WS-CATASTO-EOF
                     END-IF
           END-READ.
       FINE-LEGGI-UN-CATASTO.
            EXIT.
      *
       IMPOSTA-CATASTO.
      **************************************************************
      * ASSEGNA O SOSTITUISCE IL CODICE CATASTALE DI UNA CITTA'     *
      * CENSITA; UN CODICE A SPAZI LO TOGLIE. IL CODICE E' UNA      *
      * LETTERA SEGUITA DA TRE CIFRE E NON PUO' ESSERE GIA' DI      *
      * UN'ALTRA CITTA'.                                            *
      **************************************************************
           PERFORM LEGGI-NOME-CITTA THRU FINE-LEGGI-NOME-CITTA.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-CATASTALE TO WS-CODICE-CATASTALE
           ELSE
               DISPLAY 'CODICE CATASTALE (ES. H501, SPAZI = TOGLI)'
               ACCEPT WS-CODICE-CATASTALE
           END-IF.
           MOVE WS-CITTA-CERCA TO CITTAM-NOME.
           READ PRIMOF INTO WS-CITTAM INVALID KEY
                DISPLAY 'CITTA NON TROVATA'
                MOVE 'IMPOSTA-CATASTO'   TO ECC-PARAGRAFO
                MOVE WS-CITTA-CERCA      TO ECC-CHIAVE
                MOVE 'CODICE CATASTALE PER CITTA NON CENSITA'
                     TO ECC-DESCRIZIONE
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           NOT INVALID KEY
                MOVE WS-CITTA-CERCA TO WS-CATASTO-CITTA
                PERFORM CERCA-CATASTO-CITTA
                   THRU FINE-CERCA-CATASTO-CITTA
                IF WS-CODICE-CATASTALE = SPACES
                    IF WS-CATASTO-TROVATO = 'S'
                        PERFORM TOGLI-CATASTO THRU FINE-TOGLI-CATASTO
                        DISPLAY 'CODICE CATASTALE TOLTO'
                    ELSE
                        DISPLAY 'LA CITTA NON HA CODICE CATASTALE'
                    END-IF
                ELSE
                    PERFORM ASSEGNA-CATASTO THRU FINE-ASSEGNA-CATASTO
                END-IF
           END-READ.
       FINE-IMPOSTA-CATASTO.
            EXIT.
      *
       ASSEGNA-CATASTO.
           MOVE 'S' TO WS-CODICE-VALIDO.
           IF WS-CC-LETTERA IS NOT ALPHABETIC-UPPER
                   OR WS-CC-LETTERA = SPACE
                   OR WS-CC-NUMERO IS NOT NUMERIC
               MOVE 'N' TO WS-CODICE-VALIDO
               DISPLAY 'CODICE CATASTALE NON VALIDO'
           ELSE
               SET IND-CATASTO TO 1
               PERFORM CONFRONTA-CODICE-CATASTO
                  THRU FINE-CONFRONTA-CODICE-CATASTO
                    UNTIL IND-CATASTO > WS-NUM-CATASTO
                       OR WS-CODICE-VALIDO = 'N'
           END-IF.
           IF WS-CODICE-VALIDO = 'S'
               IF WS-CATASTO-TROVATO = 'S'
                   MOVE WS-CODICE-CATASTALE
                        TO CT-CODICE(WS-CATASTO-RIGA)
                   DISPLAY 'CODICE CATASTALE SOSTITUITO'
               ELSE
                   IF WS-NUM-CATASTO < WS-MAX-CATASTO
                       ADD 1 TO WS-NUM-CATASTO
                       MOVE WS-CITTA-CERCA
                            TO CT-CITTA(WS-NUM-CATASTO)
                       MOVE WS-CODICE-CATASTALE
                            TO CT-CODICE(WS-NUM-CATASTO)
                       DISPLAY 'CODICE CATASTALE REGISTRATO'
                   ELSE
                       DISPLAY 'TABELLA CODICI CATASTALI PIENA'
                   END-IF
               END-IF
           END-IF.
       FINE-ASSEGNA-CATASTO.
            EXIT.
      *
       CONFRONTA-CODICE-CATASTO.
           IF CT-CODICE(IND-CATASTO) = WS-CODICE-CATASTALE
                   AND CT-CITTA(IND-CATASTO) NOT = WS-CITTA-CERCA
               MOVE 'N' TO WS-CODICE-VALIDO
               DISPLAY 'CODICE GIA ASSEGNATO A '
                       CT-CITTA(IND-CATASTO)
               MOVE 'ASSEGNA-CATASTO'     TO ECC-PARAGRAFO
               MOVE WS-CODICE-CATASTALE   TO ECC-CHIAVE
               MOVE 'CODICE CATASTALE GIA DI UN ALTRA CITTA'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           SET IND-CATASTO UP BY 1.
       FINE-CONFRONTA-CODICE-CATASTO.
            EXIT.
      *
       CERCA-CATASTO-CITTA.
           MOVE 'N'  TO WS-CATASTO-TROVATO.
           MOVE ZERO TO WS-CATASTO-RIGA.
           SET IND-CATASTO TO 1.
           PERFORM CONFRONTA-CATASTO-CITTA
              THRU FINE-CONFRONTA-CATASTO-CITTA
                UNTIL IND-CATASTO > WS-NUM-CATASTO
                   OR WS-CATASTO-TROVATO = 'S'.
       FINE-CERCA-CATASTO-CITTA.
            EXIT.
      *
       CONFRONTA-CATASTO-CITTA.
           IF CT-CITTA(IND-CATASTO) = WS-CATASTO-CITTA
               MOVE 'S' TO WS-CATASTO-TROVATO
               SET WS-CATASTO-RIGA TO IND-CATASTO
           END-IF.
           SET IND-CATASTO UP BY 1.
       FINE-CONFRONTA-CATASTO-CITTA.
            EXIT.
      *
       TOGLI-CATASTO.
           PERFORM COMPATTA-CATASTO THRU FINE-COMPATTA-CATASTO
                VARYING IND-CATASTO FROM WS-CATASTO-RIGA BY 1
                UNTIL IND-CATASTO >= WS-NUM-CATASTO.
           SUBTRACT 1 FROM WS-NUM-CATASTO.
       FINE-TOGLI-CATASTO.
            EXIT.
      *
       COMPATTA-CATASTO.
           SET WS-CATASTO-RIGA TO IND-CATASTO.
           ADD 1 TO WS-CATASTO-RIGA.
           MOVE CT-CITTA(WS-CATASTO-RIGA)  TO CT-CITTA(IND-CATASTO).
           MOVE CT-CODICE(WS-CATASTO-RIGA) TO CT-CODICE(IND-CATASTO).
       FINE-COMPATTA-CATASTO.
            EXIT.
      *
       RISCRIVI-CATASTO.
           OPEN OUTPUT CATASTOF.
           PERFORM SCRIVI-UN-CATASTO THRU FINE-SCRIVI-UN-CATASTO
                VARYING IND-CATASTO FROM 1 BY 1
                UNTIL IND-CATASTO > WS-NUM-CATASTO.
           CLOSE CATASTOF.
       FINE-RISCRIVI-CATASTO.
            EXIT.
      *
       SCRIVI-UN-CATASTO.
           MOVE CT-CITTA(IND-CATASTO)  TO CAT-CITTA.
           MOVE CT-CODICE(IND-CATASTO) TO CAT-CODICE.
           WRITE REC-CATASTOF FROM RIGA-CATASTO.
       FINE-SCRIVI-UN-CATASTO.
            EXIT.
      *
       LEGGI-OPERATORE.
           MOVE SPACES TO WS-OPERATORE-CORR.
       CHIUSURA.

           PERFORM RISCRIVI-ALIAS THRU FINE-RISCRIVI-ALIAS.
           PERFORM RISCRIVI-CATASTO THRU FINE-RISCRIVI-CATASTO.
           CLOSE PRIMOF.
           IF WS-BATCH-MODE = 'S'
               CLOSE BATCH-INPUT
