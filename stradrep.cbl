       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRADREP.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * CONTROLLO NOTTURNO DEGLI INDIRIZZI CONTRO LO STRADARIO: OGNI
      * RECORD DI INDIRIZZI.IDX PASSA DAL MODULO STRADARI E QUELLI
      * CON VIA O CAP FUORI STRADARIO (O IN UNA CITTA CHE NON HA
      * ANCORA VIE CENSITE) FINISCONO NEL REPORT, RAGGRUPPATI PER
      * CITTA CANONICA E FILIALE DELLA PERSONA (DA ANAGR.TXT), CON
      * LA VIA E IL CAP SUGGERITI. COSI' LE FILIALI CORREGGONO GLI
      * INDIRIZZI PRIMA CHE LA POSTA LI RESTITUISCA.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER DEGLI INDIRIZZI, CHIAVE CODICE PERSONA

           SELECT INDIRF   ASSIGN TO 'INDIRIZZI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY INF-ID
           STATUS WS-INDIR-STATUS.
      * ANAGRAFICA, PER LA FILIALE DELLA PERSONA

           SELECT PRIMOF   ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * FILE DI LAVORO DEL SORT

           SELECT SORTWK ASSIGN TO 'STRADREP-WORK'.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'STRADREP-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   INDIRF
            DATA RECORD IS REC-INDIRF.
       01 REC-INDIRF.
          05 INF-ID        PIC 9(5).
          05 INF-VIA       PIC X(20).
          05 INF-NUMERO    PIC X(5).
          05 INF-CAP       PIC X(5).
          05 INF-CITTA     PIC X(10).

       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-CITTA     PIC X(10).
          05 SORT-FILIALE   PIC 9(4).
          05 SORT-ID        PIC 9(5).
          05 SORT-VIA       PIC X(20).
          05 SORT-NUMERO    PIC X(5).
          05 SORT-CAP       PIC X(5).
          05 SORT-ESITO     PIC X.
          05 SORT-VIA-SUGG  PIC X(20).
          05 SORT-CAP-SUGG  PIC X(5).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.

       01   WS-INDIR-STATUS   PIC XX.
       01   WS-PRIMOF-STATUS  PIC XX.

       01 FINE-FILE PIC X VALUE 'N'.
       01 WS-ANAGR-EOF        PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.

      ************************************************************
      *      TABELLA DELLE FILIALI PER ID-PERSONA, DA ANAGR.TXT     *
      ************************************************************
       01 WS-MAX-PERSONE      PIC 9(4) VALUE 5000.
       01 TAB-PERSONE.
            05 PERSONA OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-PERSONE
               INDEXED BY IND-PERS.
               10 PE-ID        PIC 9(5).
               10 PE-FILIALE   PIC 9(4).
       01 WS-NUM-PERSONE      PIC 9(4) VALUE 0.
       01 WS-TROVATO          PIC X VALUE 'N'.

      ************************************************************
      *      AREE DEL CONTROLLO CONTRO LO STRADARIO (STRADARI)      *
      ************************************************************
       01 WS-CITTA-CANONICA   PIC X(10) VALUE SPACES.
       01 WS-ESITO-ALIAS      PIC X VALUE 'N'.
       01 WS-ESITO-STRADA     PIC X VALUE SPACE.
       01 WS-VIA-SUGGERITA    PIC X(20) VALUE SPACES.
       01 WS-CAP-SUGGERITO    PIC X(5) VALUE SPACES.
       01 WS-STRADARIO-ASSENTE PIC X VALUE 'N'.

      ************************************************************
      *      CONTATORI E ROTTURE DI CONTROLLO DEL REPORT            *
      ************************************************************
       01 WS-CONTA-LETTI      PIC 9(6) VALUE 0.
       01 WS-CONTA-CONFORMI   PIC 9(6) VALUE 0.
       01 WS-CONTA-VIA        PIC 9(6) VALUE 0.
       01 WS-CONTA-CAP        PIC 9(6) VALUE 0.
       01 WS-CONTA-SENZA-VIE  PIC 9(6) VALUE 0.
       01 WS-CONTA-SEGNALATI  PIC 9(6) VALUE 0.
       01 WS-CONTA-CITTA      PIC 9(6) VALUE 0.
       01 WS-CONTA-FILIALE    PIC 9(6) VALUE 0.
       01 WS-PRIMO-GRUPPO     PIC X VALUE 'S'.
       01 WS-CITTA-PREC       PIC X(10) VALUE SPACES.
       01 WS-FILIALE-PREC     PIC 9(4) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'CONTROLLO STRADARIO'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(7)  VALUE 'ID-P.  '.
            05 FILLER            PIC X(21) VALUE 'VIA'.
            05 FILLER            PIC X(6)  VALUE 'NUM.'.
            05 FILLER            PIC X(7)  VALUE 'CAP'.
            05 FILLER            PIC X(11) VALUE 'MOTIVO'.
            05 FILLER            PIC X(26) VALUE 'SUGGERIMENTO'.

       01 RIGA-GRUPPO.
            05 FILLER            PIC X(6)  VALUE 'CITTA '.
            05 RG-CITTA          PIC X(10).
            05 FILLER            PIC X(10) VALUE '  FILIALE '.
            05 RG-FILIALE        PIC 9(4).
            05 RG-NOTA           PIC X(16).

       01 RIGA-DETTAGLIO.
            05 RD-ID             PIC 9(5).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-VIA            PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-NUMERO         PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CAP            PIC X(5).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-MOTIVO         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-VIA-SUGG       PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CAP-SUGG       PIC X(5).

       01 RIGA-SUBTOTALE.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RS-ETICHETTA      PIC X(18).
            05 RS-VALORE         PIC ZZZZZ9.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = TUTTI GLI INDIRIZZI CONFORMI ALLO STRADARIO            *
      * 4 = INDIRIZZI FUORI STRADARIO, O STRADARIO ASSENTE         *
      * 8 = INDIRIZZI.IDX ASSENTE, CONTROLLO NON ESEGUITO          *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS         PIC XX.
       01 WS-ORA-ESECUZIONE.
            05 WS-ORE            PIC 99.
            05 WS-MIN            PIC 99.
            05 WS-SEC            PIC 99.
            05 WS-CENT           PIC 99.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM CARICA-PERSONE THRU FINE-CARICA-PERSONE.
            OPEN INPUT INDIRF.
            IF WS-INDIR-STATUS NOT = '00'
                DISPLAY 'FILE INDIRIZZI.IDX NON TROVATO'
                MOVE 'MAIN-LINE' TO ECC-PARAGRAFO
                MOVE SPACES      TO ECC-CHIAVE
                MOVE 'FILE INDIRIZZI.IDX NON TROVATO'
                     TO ECC-DESCRIZIONE
                MOVE 'G' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                SORT SORTWK
                     ON ASCENDING KEY SORT-CITTA SORT-FILIALE SORT-ID
                     INPUT PROCEDURE IS CONTROLLA-INDIRIZZI
                          THRU FINE-CONTROLLA-INDIRIZZI
                     OUTPUT PROCEDURE IS STAMPA-REPORT
                          THRU FINE-STAMPA-REPORT
                CLOSE INDIRF
                DISPLAY 'INDIRIZZI LETTI: ' WS-CONTA-LETTI
                        ' FUORI STRADARIO: ' WS-CONTA-SEGNALATI
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       CARICA-PERSONE.
      **************************************************************
      * LA FILIALE DI OGNI PERSONA VIENE DA ANAGR.TXT, RIGENERATO   *
      * DA DERIVA IN TESTA ALLA CATENA. UNA PERSONA CHE NON C'E'    *
      * FINISCE NEL GRUPPO DELLA FILIALE 0 (NON ASSEGNATA).         *
      **************************************************************
           MOVE ZERO TO WS-NUM-PERSONE.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS = '00'
               MOVE 'N' TO WS-ANAGR-EOF
               PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA
                    UNTIL WS-ANAGR-EOF = 'S'
               CLOSE PRIMOF
           ELSE
               DISPLAY 'FILE ANAGR.TXT NON TROVATO'
               MOVE 'CARICA-PERSONE' TO ECC-PARAGRAFO
               MOVE SPACES           TO ECC-CHIAVE
               MOVE 'ANAGR.TXT ASSENTE, FILIALI NON NOTE'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-PERSONE.
            EXIT.
      *
       LEGGI-PERSONA.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO WS-ANAGR-EOF
                NOT AT END
                     IF WS-NUM-PERSONE < WS-MAX-PERSONE
                         ADD 1 TO WS-NUM-PERSONE
                         MOVE ID-PERSONA TO PE-ID(WS-NUM-PERSONE)
                         IF COD-FILIALE IS NUMERIC
                             MOVE COD-FILIALE
                                  TO PE-FILIALE(WS-NUM-PERSONE)
                         ELSE
                             MOVE ZERO TO PE-FILIALE(WS-NUM-PERSONE)
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-PERSONA.
            EXIT.
      *
       CONTROLLA-INDIRIZZI.
           MOVE 'N' TO FINE-FILE.
           PERFORM CONTROLLA-UN-INDIRIZZO
              THRU FINE-CONTROLLA-UN-INDIRIZZO
                UNTIL FINE-FILE = 'S'.
           IF WS-STRADARIO-ASSENTE = 'S'
               DISPLAY 'FILE STRADARIO.IDX NON TROVATO'
               MOVE 'CONTROLLA-INDIRIZZI' TO ECC-PARAGRAFO
               MOVE SPACES                TO ECC-CHIAVE
               MOVE 'STRADARIO.IDX ASSENTE, NESSUN CONTROLLO'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CONTROLLA-INDIRIZZI.
            EXIT.
      *
       CONTROLLA-UN-INDIRIZZO.
      **************************************************************
      * OGNI INDIRIZZO PASSA DA STRADARI; QUELLI NON CONFORMI VANNO *
      * AL SORT CON LA CITTA CANONICA, LA FILIALE DELLA PERSONA E   *
      * IL SUGGERIMENTO DEL MODULO.                                 *
      **************************************************************
           READ INDIRF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO WS-CONTA-LETTI
                     CALL 'STRADARI' USING INF-CITTA INF-VIA INF-CAP
                                           WS-ESITO-STRADA
                                           WS-VIA-SUGGERITA
                                           WS-CAP-SUGGERITO
                     IF WS-ESITO-STRADA = 'X'
                         MOVE 'S' TO WS-STRADARIO-ASSENTE
                     END-IF
                     IF WS-ESITO-STRADA = 'S' OR WS-ESITO-STRADA = 'X'
                         ADD 1 TO WS-CONTA-CONFORMI
                     ELSE
                         PERFORM RILASCIA-INDIRIZZO
                            THRU FINE-RILASCIA-INDIRIZZO
                     END-IF
           END-READ.
       FINE-CONTROLLA-UN-INDIRIZZO.
            EXIT.
      *
       RILASCIA-INDIRIZZO.
           MOVE INF-CITTA TO WS-CITTA-CANONICA.
           CALL 'CITALIAS' USING WS-CITTA-CANONICA WS-ESITO-ALIAS.
           MOVE WS-CITTA-CANONICA TO SORT-CITTA.
           MOVE ZERO TO SORT-FILIALE.
           MOVE 'N' TO WS-TROVATO.
           SET IND-PERS TO 1.
           PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
                UNTIL IND-PERS > WS-NUM-PERSONE
                   OR WS-TROVATO = 'S'.
           MOVE INF-ID           TO SORT-ID.
           MOVE INF-VIA          TO SORT-VIA.
           MOVE INF-NUMERO       TO SORT-NUMERO.
           MOVE INF-CAP          TO SORT-CAP.
           MOVE WS-ESITO-STRADA  TO SORT-ESITO.
           MOVE WS-VIA-SUGGERITA TO SORT-VIA-SUGG.
           MOVE WS-CAP-SUGGERITO TO SORT-CAP-SUGG.
           RELEASE REC-SORT.
       FINE-RILASCIA-INDIRIZZO.
            EXIT.
      *
       CERCA-PERSONA.
           IF PE-ID(IND-PERS) = INF-ID
               MOVE PE-FILIALE(IND-PERS) TO SORT-FILIALE
               MOVE 'S' TO WS-TROVATO
           END-IF.
           SET IND-PERS UP BY 1.
       FINE-CERCA-PERSONA.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE RIGA-COLONNE        TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.

           MOVE 'S' TO WS-PRIMO-GRUPPO.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM RITIRA-INDIRIZZO THRU FINE-RITIRA-INDIRIZZO
                UNTIL WS-SORT-EOF = 'S'.
           IF WS-PRIMO-GRUPPO = 'N'
               PERFORM CHIUDI-FILIALE THRU FINE-CHIUDI-FILIALE
               PERFORM CHIUDI-CITTA THRU FINE-CHIUDI-CITTA
           END-IF.

           PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
           IF WS-CONTA-SEGNALATI > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       RITIRA-INDIRIZZO.
      **************************************************************
      * ROTTURE DI CONTROLLO: A OGNI CAMBIO DI CITTA SI CHIUDONO    *
      * FILIALE E CITTA PRECEDENTI CON I LORO TOTALI; A OGNI CAMBIO *
      * DI FILIALE NELLA STESSA CITTA SOLO LA FILIALE.              *
      **************************************************************
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     IF WS-PRIMO-GRUPPO = 'S'
                         MOVE 'N' TO WS-PRIMO-GRUPPO
                         PERFORM APRI-GRUPPO THRU FINE-APRI-GRUPPO
                     ELSE
                         IF SORT-CITTA NOT = WS-CITTA-PREC
                             PERFORM CHIUDI-FILIALE
                                THRU FINE-CHIUDI-FILIALE
                             PERFORM CHIUDI-CITTA
                                THRU FINE-CHIUDI-CITTA
                             PERFORM APRI-GRUPPO THRU FINE-APRI-GRUPPO
                         ELSE
                             IF SORT-FILIALE NOT = WS-FILIALE-PREC
                                 PERFORM CHIUDI-FILIALE
                                    THRU FINE-CHIUDI-FILIALE
                                 PERFORM APRI-GRUPPO
                                    THRU FINE-APRI-GRUPPO
                             END-IF
                         END-IF
                     END-IF
                     PERFORM STAMPA-DETTAGLIO
                        THRU FINE-STAMPA-DETTAGLIO
           END-RETURN.
       FINE-RITIRA-INDIRIZZO.
            EXIT.
      *
       APRI-GRUPPO.
           MOVE ZERO         TO WS-CONTA-FILIALE.
           MOVE SORT-CITTA   TO WS-CITTA-PREC.
           MOVE SORT-FILIALE TO WS-FILIALE-PREC.
           MOVE SORT-CITTA   TO RG-CITTA.
           MOVE SORT-FILIALE TO RG-FILIALE.
           IF SORT-FILIALE = ZERO
               MOVE ' (NON ASSEGNATA)' TO RG-NOTA
           ELSE
               MOVE SPACES TO RG-NOTA
           END-IF.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE RIGA-GRUPPO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-APRI-GRUPPO.
            EXIT.
      *
       STAMPA-DETTAGLIO.
           MOVE SORT-ID       TO RD-ID.
           MOVE SORT-VIA      TO RD-VIA.
           MOVE SORT-NUMERO   TO RD-NUMERO.
           MOVE SORT-CAP      TO RD-CAP.
           MOVE SORT-VIA-SUGG TO RD-VIA-SUGG.
           MOVE SORT-CAP-SUGG TO RD-CAP-SUGG.
           IF SORT-ESITO = 'C'
               MOVE 'CAP ERRATO' TO RD-MOTIVO
               ADD 1 TO WS-CONTA-CAP
           END-IF.
           IF SORT-ESITO = 'V' OR SORT-ESITO = 'N'
               MOVE 'VIA IGNOTA' TO RD-MOTIVO
               ADD 1 TO WS-CONTA-VIA
           END-IF.
           IF SORT-ESITO = 'A'
               MOVE 'SENZA VIE ' TO RD-MOTIVO
               ADD 1 TO WS-CONTA-SENZA-VIE
           END-IF.
           ADD 1 TO WS-CONTA-SEGNALATI.
           ADD 1 TO WS-CONTA-CITTA.
           ADD 1 TO WS-CONTA-FILIALE.
           MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-DETTAGLIO.
            EXIT.
      *
       CHIUDI-FILIALE.
           MOVE 'TOTALE FILIALE    ' TO RS-ETICHETTA.
           MOVE WS-CONTA-FILIALE     TO RS-VALORE.
           MOVE RIGA-SUBTOTALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-CHIUDI-FILIALE.
            EXIT.
      *
       CHIUDI-CITTA.
           MOVE 'TOTALE CITTA      ' TO RS-ETICHETTA.
           MOVE WS-CONTA-CITTA       TO RS-VALORE.
           MOVE RIGA-SUBTOTALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE ZERO TO WS-CONTA-CITTA.
       FINE-CHIUDI-CITTA.
            EXIT.
      *
       STAMPA-TOTALI.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-STRADARIO-ASSENTE = 'S'
               MOVE 'STRADARIO.IDX ASSENTE: NESSUN CONTROLLO ESEGUITO'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           MOVE 'INDIRIZZI LETTI      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI          TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CONFORMI O NON CONTR.' TO RC-ETICHETTA.
           MOVE WS-CONTA-CONFORMI       TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'VIA IGNOTA           ' TO RC-ETICHETTA.
           MOVE WS-CONTA-VIA            TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CAP ERRATO           ' TO RC-ETICHETTA.
           MOVE WS-CONTA-CAP            TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CITTA SENZA VIE      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SENZA-VIE      TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'FUORI STRADARIO      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SEGNALATI      TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
       FINE-STAMPA-TOTALI.
            EXIT.
      *
       STAMPA-CONTEGGIO.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONTEGGIO.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
      * OGNI RIGA DEL REPORT PASSA DAL MODULO COMUNE IMPAGINA: A    *
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA     *
      * (TITOLO CON PAGINA E SEGUE, COLONNE, RIGA BIANCA).          *
      **************************************************************
           MOVE 'R' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           IF IMP-NUOVA-PAGINA = 'S'
               PERFORM SCRIVI-RIGA-TESTATA
                  THRU FINE-SCRIVI-RIGA-TESTATA
                    VARYING WS-IX-TESTATA FROM 1 BY 1
                    UNTIL WS-IX-TESTATA > IMP-NUM-TESTATA
           END-IF.
           WRITE REC-REPORTF FROM WS-RIGA-REPORT.
       FINE-STAMPA-RIGA-IMPAGINATA.
            EXIT.
      *
       SCRIVI-RIGA-TESTATA.
           WRITE REC-REPORTF FROM IMP-TESTATA(WS-IX-TESTATA).
       FINE-SCRIVI-RIGA-TESTATA.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'STRADREP'   TO ECC-PROGRAMMA.

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
