       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADABI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * QUADRATURA NOTTURNA DEL FLUSSO ABITANTI CONTRO L'ANAGRAFICA:
      * LA CODA DI ABITANTI.TXT DICE SOLO CHE IL FILE E' ARRIVATO
      * INTERO, NON CHE DESCRIVA LA STESSA POPOLAZIONE DI ANAGR.TXT.
      * SI CONTANO LE PERSONE ATTIVE PER CITTA SUI DUE LATI, CON LA
      * CITTA RIPORTATA ALLA VOCE CANONICA DA CITALIAS:
      *   - ANAGRAFE: RECORD CON STATO SPAZIO O A;
      *   - ABITANTI: RIGHE DEL FLUSSO, TOLTE (COME IN ABI) QUELLE
      *     CHE PER NOME+COGNOME+CITTA CORRISPONDONO A UNA PERSONA
      *     DECEDUTA O EMIGRATA (STATO D/E) DELL'ANAGRAFICA.
      * IL REPORT AFFIANCA I DUE CONTEGGI IN ORDINE DI CITTA CON LA
      * DIFFERENZA (ABITANTI MENO ANAGRAFE) E MARCA LE CITTA
      * PRESENTI DA UN LATO SOLO. OGNI CITTA CON DIFFERENZA IN
      * VALORE ASSOLUTO OLTRE LA SOGLIA DIVENTA UN'ECCEZIONE.
      * LA SOGLIA (NUMERO DI PERSONE, DEFAULT 0: OGNI DIFFERENZA)
      * SI LEGGE DALLE COLONNE 1-5 DI QUADABI-PARAM.TXT.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FLUSSO ABITANTI LETTO DA ABI

           SELECT OPTIONAL ABITANTI ASSIGN TO 'ABITANTI.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ABITANTI-STATUS.
      * ANAGRAFICA

           SELECT OPTIONAL ANAGRF ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGRF-STATUS.
      * SOGLIA DI DIFFERENZA AMMESSA PER CITTA (PERSONE)

           SELECT OPTIONAL PARAMF ASSIGN TO 'QUADABI-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * FILE DI LAVORO DEL SORT PER L'ORDINE DI CITTA

           SELECT SORTWK ASSIGN TO 'QUADABI-WORK'.
      * REPORT DI QUADRATURA

           SELECT REPORTF ASSIGN TO 'QUADABI-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * SIGLA DELL'OPERATORE COLLEGATO

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   ABITANTI
            RECORD CONTAINS 30 CHARACTERS
            DATA RECORD IS REC-ABITANTI.
       01 REC-ABITANTI  PIC X(30).

       FD   ANAGRF
            DATA RECORD IS REC-ANAGRF.
       01 REC-ANAGRF  PIC X(71).

       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF  PIC X(80).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-CITTA       PIC X(10).
          05 SORT-ABITANTI    PIC 9(7).
          05 SORT-ANAGRAFE    PIC 9(7).
      * 'B' IN ENTRAMBI, 'A' SOLO ABITANTI, 'N' SOLO ANAGRAFE
          05 SORT-PRESENZA    PIC X.

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.

       01   WS-ABITANTI-STATUS  PIC XX.
       01   WS-ANAGRF-STATUS    PIC XX.
       01   WS-PARAM-STATUS     PIC XX.

      ************************************************************
      *      RIGA DEL FLUSSO ABITANTI E SUA CODA (COME IN ABI)      *
      ************************************************************
       01   WS-ABITANTE.
            05 AB-CITTA          PIC X(10).
            05 AB-NOME           PIC X(10).
            05 AB-COGNOME        PIC X(10).
       01   WS-TRAILER REDEFINES WS-ABITANTE.
            05 TR-ID             PIC X(10).
            05 TR-COUNT          PIC 9(10).
            05 FILLER            PIC X(10).
       01 WS-ABITANTI-EOF      PIC X VALUE 'N'.
       01 WS-ANAGRF-EOF        PIC X VALUE 'N'.
       01 WS-CODA-VISTA        PIC X VALUE 'N'.
       01 WS-CODA-ESITO        PIC X(40) VALUE SPACES.
       01 WS-CONTA-RIGHE-ABI   PIC 9(7) VALUE 0.
       01 WS-CONTA-RECORD-ANAG PIC 9(7) VALUE 0.
       01 WS-CONTA-NON-ATTIVI  PIC 9(7) VALUE 0.
       01 WS-ALIAS-ESITO       PIC X VALUE 'N'.

      ************************************************************
      *      PERSONE NON ATTIVE DELL'ANAGRAFICA (STATO D/E), PER    *
      *      NOME+COGNOME+CITTA: IL FLUSSO ABITANTI NON PORTA L'ID  *
      ************************************************************
       01 WS-MAX-NON-ATTIVE    PIC 9(4) VALUE 2000.
       01 TAB-NON-ATTIVE.
            05 NON-ATTIVA OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-NON-ATTIVE
               INDEXED BY IND-NAT.
               10 NA-NOME          PIC X(10).
               10 NA-COGNOME       PIC X(10).
               10 NA-CITTA         PIC X(10).
       01 WS-NUM-NON-ATTIVE    PIC 9(4) VALUE 0.
       01 WS-PERSONA-ATTIVA    PIC X VALUE 'S'.

      ************************************************************
      *      CONTEGGI PER CITTA SUI DUE LATI. QC-VISTA-ABI E        *
      *      QC-VISTA-ANAG: 'S' SE LA CITTA COMPARE SU QUEL LATO    *
      ************************************************************
       01 WS-MAX-QUADRA        PIC 9(4) VALUE 500.
       01 TAB-QUADRA.
            05 QUADRA-CITTA OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-QUADRA
               INDEXED BY IND-QUA.
               10 QC-CITTA         PIC X(10).
               10 QC-ABITANTI      PIC 9(7).
               10 QC-ANAGRAFE      PIC 9(7).
               10 QC-VISTA-ABI     PIC X.
               10 QC-VISTA-ANAG    PIC X.
       01 WS-NUM-QUADRA        PIC 9(4) VALUE 0.
       01 WS-CITTA-CERCA       PIC X(10) VALUE SPACES.
       01 WS-CITTA-TROVATA     PIC X VALUE 'N'.
       01 WS-CITTA-RIGA        PIC 9(4) VALUE 0.
       01 WS-TABELLE-PIENE     PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.

      ************************************************************
      *      SOGLIA DI DIFFERENZA (PERSONE, DEFAULT 0)              *
      ************************************************************
       01 WS-SOGLIA            PIC 9(5) VALUE 0.
       01 WS-PARAM-LETTO       PIC X(5) VALUE SPACES.
       01 WS-DIFFERENZA        PIC S9(7) VALUE 0.
       01 WS-DIFFERENZA-ASS    PIC 9(7) VALUE 0.

       01 WS-TOTALI.
            05 WS-TOT-ABITANTI   PIC 9(7).
            05 WS-TOT-ANAGRAFE   PIC 9(7).
            05 WS-CONTA-CITTA    PIC 9(5).
            05 WS-CONTA-SOLO-ABI PIC 9(5).
            05 WS-CONTA-SOLO-ANA PIC 9(5).
            05 WS-CONTA-ALLARMI  PIC 9(5).

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'QUADRATURA ABITANTI'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 COLONNE-QUADRA.
            05 FILLER            PIC X(32) VALUE
               'CITTA       ABITANTI  ANAGRAFE '.
            05 FILLER            PIC X(16) VALUE
               'DIFFERENZA  NOTA'.

       01 RIGA-QUADRA.
            05 RQ-CITTA          PIC X(10).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RQ-ABITANTI       PIC ZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RQ-ANAGRAFE       PIC ZZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-DIFFERENZA     PIC +++++++++9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RQ-NOTA           PIC X(17).
            05 FILLER            PIC X     VALUE SPACE.
            05 RQ-ALLARME        PIC X(8).

       01 RIGA-TOTALE-QUADRA.
            05 FILLER            PIC X(10) VALUE 'TOTALE'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RTQ-ABITANTI      PIC ZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RTQ-ANAGRAFE      PIC ZZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RTQ-DIFFERENZA    PIC +++++++++9.

       01 RIGA-CODA.
            05 FILLER            PIC X(18) VALUE 'CODA ABITANTI.TXT:'.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCO-ESITO         PIC X(40).

       01 RIGA-SOGLIA.
            05 FILLER            PIC X(30) VALUE
               'SOGLIA DI DIFFERENZA (PERSONE)'.
            05 FILLER            PIC X     VALUE SPACE.
            05 RS-SOGLIA         PIC ZZZZ9.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = I DUE LATI QUADRANO ENTRO LA SOGLIA                    *
      * 4 = ALMENO UNA CITTA OLTRE SOGLIA, CODA DI ABITANTI.TXT    *
      *     ASSENTE O DISCORDANTE, TABELLE PIENE                   *
      * 8 = ABITANTI.TXT O ANAGR.TXT ASSENTE: NESSUNA QUADRATURA   *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

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
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            INITIALIZE WS-TOTALI.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM APRI-REPORT THRU FINE-APRI-REPORT.
            PERFORM CONTA-ANAGRAFE THRU FINE-CONTA-ANAGRAFE.
            IF WS-RETURN-CODE < 8
                PERFORM CONTA-ABITANTI THRU FINE-CONTA-ABITANTI
            END-IF.
            IF WS-RETURN-CODE < 8
                SORT SORTWK
                     ON ASCENDING KEY SORT-CITTA
                     INPUT PROCEDURE IS RILASCIA-CITTA
                          THRU FINE-RILASCIA-CITTA
                     OUTPUT PROCEDURE IS STAMPA-QUADRATURA
                          THRU FINE-STAMPA-QUADRATURA
            END-IF.
            PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT.

            MOVE 'FINE  ' TO GIO-TIPO.
            COMPUTE GIO-LETTI = WS-CONTA-RIGHE-ABI
                              + WS-CONTA-RECORD-ANAG.
            MOVE WS-CONTA-CITTA TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       LEGGI-PARAMETRI.
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               READ PARAMF AT END
                    CONTINUE
                    NOT AT END
                         MOVE REC-PARAMF(1:5) TO WS-PARAM-LETTO
                         IF WS-PARAM-LETTO IS NUMERIC
                             MOVE WS-PARAM-LETTO TO WS-SOGLIA
                         END-IF
               END-READ
           END-IF.
           CLOSE PARAMF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       CONTA-ANAGRAFE.
      **************************************************************
      * LATO ANAGRAFE: LE PERSONE ATTIVE SI CONTANO PER CITTA, LE   *
      * NON ATTIVE SI METTONO DA PARTE PER TOGLIERLE DAL FLUSSO.    *
      **************************************************************
           MOVE 'N' TO WS-ANAGRF-EOF.
           OPEN INPUT ANAGRF.
           IF WS-ANAGRF-STATUS NOT = '00'
               CLOSE ANAGRF
               MOVE 'CONTA-ANAGRAFE' TO ECC-PARAGRAFO
               MOVE 'ANAGR.TXT'      TO ECC-CHIAVE
               MOVE 'ANAGRAFICA ASSENTE: NESSUNA QUADRATURA'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-MANCANTE THRU FINE-SEGNALA-MANCANTE
               GO TO FINE-CONTA-ANAGRAFE
           END-IF.
           PERFORM LEGGI-ANAGRAFE THRU FINE-LEGGI-ANAGRAFE
                UNTIL WS-ANAGRF-EOF = 'S'.
           CLOSE ANAGRF.
       FINE-CONTA-ANAGRAFE.
            EXIT.
      *
       LEGGI-ANAGRAFE.
           READ ANAGRF INTO WS-PRIMOF AT END
                MOVE 'S' TO WS-ANAGRF-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-RECORD-ANAG
                     CALL 'CITALIAS' USING CITTA WS-ALIAS-ESITO
                     IF STATO = 'D' OR STATO = 'E'
                         PERFORM METTI-NON-ATTIVA
                            THRU FINE-METTI-NON-ATTIVA
                     ELSE
                         MOVE CITTA TO WS-CITTA-CERCA
                         PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
                         IF WS-CITTA-TROVATA = 'S'
                             ADD 1 TO QC-ANAGRAFE(WS-CITTA-RIGA)
                             MOVE 'S' TO QC-VISTA-ANAG(WS-CITTA-RIGA)
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-ANAGRAFE.
            EXIT.
      *
       METTI-NON-ATTIVA.
           IF WS-NUM-NON-ATTIVE < WS-MAX-NON-ATTIVE
               ADD 1 TO WS-NUM-NON-ATTIVE
               MOVE NOME    TO NA-NOME(WS-NUM-NON-ATTIVE)
               MOVE COGNOME TO NA-COGNOME(WS-NUM-NON-ATTIVE)
               MOVE CITTA   TO NA-CITTA(WS-NUM-NON-ATTIVE)
           ELSE
               MOVE 'S' TO WS-TABELLE-PIENE
           END-IF.
       FINE-METTI-NON-ATTIVA.
            EXIT.
      *
       CONTA-ABITANTI.
      **************************************************************
      * LATO ABITANTI: LA CODA SI CONTROLLA COME IN ABI, MA CHE     *
      * QUADRI NON BASTA: I CONTEGGI SI CONFRONTANO CITTA PER       *
      * CITTA CON L'ANAGRAFE.                                       *
      **************************************************************
           MOVE 'N' TO WS-ABITANTI-EOF.
           OPEN INPUT ABITANTI.
           IF WS-ABITANTI-STATUS NOT = '00'
               CLOSE ABITANTI
               MOVE 'CONTA-ABITANTI' TO ECC-PARAGRAFO
               MOVE 'ABITANTI.TXT'   TO ECC-CHIAVE
               MOVE 'FLUSSO ABITANTI ASSENTE: NO QUADRATURA'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-MANCANTE THRU FINE-SEGNALA-MANCANTE
               GO TO FINE-CONTA-ABITANTI
           END-IF.
           PERFORM LEGGI-ABITANTE THRU FINE-LEGGI-ABITANTE
                UNTIL WS-ABITANTI-EOF = 'S'.
           CLOSE ABITANTI.

           IF WS-CODA-VISTA = 'N'
               MOVE 'ASSENTE' TO WS-CODA-ESITO
               MOVE 'CODA DI ABITANTI.TXT ASSENTE'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-CODA THRU FINE-SEGNALA-CODA
           END-IF.
           MOVE WS-CODA-ESITO TO RCO-ESITO.
           MOVE RIGA-CODA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-CONTA-ABITANTI.
            EXIT.
      *
       LEGGI-ABITANTE.
           READ ABITANTI INTO WS-ABITANTE AT END
                MOVE 'S' TO WS-ABITANTI-EOF
                NOT AT END
                     IF TR-ID = 'TRAILER   '
                         PERFORM VERIFICA-CODA THRU FINE-VERIFICA-CODA
                         MOVE 'S' TO WS-ABITANTI-EOF
                     ELSE
                         ADD 1 TO WS-CONTA-RIGHE-ABI
                         PERFORM CONTA-ABITANTE
                            THRU FINE-CONTA-ABITANTE
                     END-IF
           END-READ.
       FINE-LEGGI-ABITANTE.
            EXIT.
      *
       CONTA-ABITANTE.
           CALL 'CITALIAS' USING AB-CITTA WS-ALIAS-ESITO.
           MOVE 'S' TO WS-PERSONA-ATTIVA.
           SET IND-NAT TO 1.
           SEARCH NON-ATTIVA
                WHEN NA-NOME(IND-NAT) = AB-NOME
                 AND NA-COGNOME(IND-NAT) = AB-COGNOME
                 AND NA-CITTA(IND-NAT) = AB-CITTA
                     MOVE 'N' TO WS-PERSONA-ATTIVA
           END-SEARCH.
           IF WS-PERSONA-ATTIVA = 'N'
               ADD 1 TO WS-CONTA-NON-ATTIVI
               GO TO FINE-CONTA-ABITANTE
           END-IF.
           MOVE AB-CITTA TO WS-CITTA-CERCA.
           PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA.
           IF WS-CITTA-TROVATA = 'S'
               ADD 1 TO QC-ABITANTI(WS-CITTA-RIGA)
               MOVE 'S' TO QC-VISTA-ABI(WS-CITTA-RIGA)
           END-IF.
       FINE-CONTA-ABITANTE.
            EXIT.
      *
       VERIFICA-CODA.
           MOVE 'S' TO WS-CODA-VISTA.
           IF TR-COUNT IS NUMERIC AND TR-COUNT = WS-CONTA-RIGHE-ABI
               MOVE 'QUADRA CON LE RIGHE LETTE' TO WS-CODA-ESITO
           ELSE
               MOVE 'DISCORDANTE DALLE RIGHE LETTE'
                    TO WS-CODA-ESITO
               MOVE 'DISCORDANZA CONTEGGIO TRAILER'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-CODA THRU FINE-SEGNALA-CODA
           END-IF.
       FINE-VERIFICA-CODA.
            EXIT.
      *
       SEGNALA-CODA.
           DISPLAY 'ATTENZIONE: ' ECC-DESCRIZIONE.
           MOVE 'VERIFICA-CODA'  TO ECC-PARAGRAFO.
           MOVE 'ABITANTI.TXT'   TO ECC-CHIAVE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-SEGNALA-CODA.
            EXIT.
      *
       SEGNALA-MANCANTE.
           DISPLAY ECC-DESCRIZIONE.
           MOVE ECC-DESCRIZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'G' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
           MOVE 8 TO WS-RETURN-CODE.
       FINE-SEGNALA-MANCANTE.
            EXIT.
      *
       TROVA-CITTA.
           MOVE 'N'  TO WS-CITTA-TROVATA.
           MOVE ZERO TO WS-CITTA-RIGA.
           SET IND-QUA TO 1.
           PERFORM CONFRONTA-CITTA THRU FINE-CONFRONTA-CITTA
                UNTIL IND-QUA > WS-NUM-QUADRA
                   OR WS-CITTA-TROVATA = 'S'.
           IF WS-CITTA-TROVATA = 'N'
               IF WS-NUM-QUADRA < WS-MAX-QUADRA
                   ADD 1 TO WS-NUM-QUADRA
                   MOVE WS-NUM-QUADRA  TO WS-CITTA-RIGA
                   MOVE WS-CITTA-CERCA TO QC-CITTA(WS-CITTA-RIGA)
                   MOVE ZERO TO QC-ABITANTI(WS-CITTA-RIGA)
                                QC-ANAGRAFE(WS-CITTA-RIGA)
                   MOVE 'N'  TO QC-VISTA-ABI(WS-CITTA-RIGA)
                                QC-VISTA-ANAG(WS-CITTA-RIGA)
                   MOVE 'S'  TO WS-CITTA-TROVATA
               ELSE
                   MOVE 'S' TO WS-TABELLE-PIENE
               END-IF
           END-IF.
       FINE-TROVA-CITTA.
            EXIT.
      *
       CONFRONTA-CITTA.
           IF QC-CITTA(IND-QUA) = WS-CITTA-CERCA
               MOVE 'S' TO WS-CITTA-TROVATA
               SET WS-CITTA-RIGA TO IND-QUA
           END-IF.
           SET IND-QUA UP BY 1.
       FINE-CONFRONTA-CITTA.
            EXIT.
      *
       RILASCIA-CITTA.
           PERFORM RILASCIA-UNA-CITTA THRU FINE-RILASCIA-UNA-CITTA
                VARYING IND-QUA FROM 1 BY 1
                UNTIL IND-QUA > WS-NUM-QUADRA.
       FINE-RILASCIA-CITTA.
            EXIT.
      *
       RILASCIA-UNA-CITTA.
           MOVE QC-CITTA(IND-QUA)    TO SORT-CITTA.
           MOVE QC-ABITANTI(IND-QUA) TO SORT-ABITANTI.
           MOVE QC-ANAGRAFE(IND-QUA) TO SORT-ANAGRAFE.
           MOVE 'B' TO SORT-PRESENZA.
           IF QC-VISTA-ANAG(IND-QUA) = 'N'
               MOVE 'A' TO SORT-PRESENZA
           END-IF.
           IF QC-VISTA-ABI(IND-QUA) = 'N'
               MOVE 'N' TO SORT-PRESENZA
           END-IF.
           RELEASE REC-SORT.
       FINE-RILASCIA-UNA-CITTA.
            EXIT.
      *
       STAMPA-QUADRATURA.
           MOVE COLONNE-QUADRA TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
                UNTIL WS-SORT-EOF = 'S'.
       FINE-STAMPA-QUADRATURA.
            EXIT.
      *
       STAMPA-CITTA.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     PERFORM CONFRONTA-LATI THRU FINE-CONFRONTA-LATI
           END-RETURN.
       FINE-STAMPA-CITTA.
            EXIT.
      *
       CONFRONTA-LATI.
      **************************************************************
      * UNA CITTA PRESENTE DA UN LATO SOLO HA L'ALTRO CONTEGGIO A   *
      * ZERO: LA SOGLIA SI APPLICA ALLO STESSO MODO.                *
      **************************************************************
           ADD 1 TO WS-CONTA-CITTA.
           ADD SORT-ABITANTI TO WS-TOT-ABITANTI.
           ADD SORT-ANAGRAFE TO WS-TOT-ANAGRAFE.
           COMPUTE WS-DIFFERENZA = SORT-ABITANTI - SORT-ANAGRAFE.
           MOVE WS-DIFFERENZA TO WS-DIFFERENZA-ASS.

           MOVE SORT-CITTA    TO RQ-CITTA.
           MOVE SORT-ABITANTI TO RQ-ABITANTI.
           MOVE SORT-ANAGRAFE TO RQ-ANAGRAFE.
           MOVE WS-DIFFERENZA TO RQ-DIFFERENZA.
           MOVE SPACES TO RQ-NOTA.
           IF SORT-PRESENZA = 'A'
               MOVE 'SOLO IN ABITANTI' TO RQ-NOTA
               ADD 1 TO WS-CONTA-SOLO-ABI
           END-IF.
           IF SORT-PRESENZA = 'N'
               MOVE 'SOLO IN ANAGRAFE' TO RQ-NOTA
               ADD 1 TO WS-CONTA-SOLO-ANA
           END-IF.

           IF WS-DIFFERENZA-ASS > WS-SOGLIA
               MOVE 'ALLARME ' TO RQ-ALLARME
               ADD 1 TO WS-CONTA-ALLARMI
               MOVE 'CONFRONTA-LATI' TO ECC-PARAGRAFO
               MOVE SORT-CITTA       TO ECC-CHIAVE
               MOVE 'DIFFERENZA CON L''ANAGRAFE OLTRE SOGLIA'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO RQ-ALLARME
           END-IF.
           MOVE RIGA-QUADRA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-CONFRONTA-LATI.
            EXIT.
      *
       APRI-REPORT.
           OPEN OUTPUT REPORTF.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE SPACES TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           MOVE WS-SOGLIA TO RS-SOGLIA.
           MOVE RIGA-SOGLIA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-APRI-REPORT.
            EXIT.
      *
       CHIUDI-REPORT.
           IF WS-CONTA-CITTA > ZERO
               MOVE WS-TOT-ABITANTI TO RTQ-ABITANTI
               MOVE WS-TOT-ANAGRAFE TO RTQ-ANAGRAFE
               COMPUTE WS-DIFFERENZA =
                       WS-TOT-ABITANTI - WS-TOT-ANAGRAFE
               MOVE WS-DIFFERENZA TO RTQ-DIFFERENZA
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE RIGA-TOTALE-QUADRA TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE LETTE DA ABITANTI.TXT  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-RIGHE-ABI              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'DI CUI NON ATTIVE (D/E)      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ATTIVI             TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'RECORD LETTI DA ANAGR.TXT    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-RECORD-ANAG            TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CITTA CONFRONTATE            ' TO RC-ETICHETTA.
           MOVE WS-CONTA-CITTA                  TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CITTA SOLO IN ABITANTI       ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SOLO-ABI               TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CITTA SOLO IN ANAGRAFE       ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SOLO-ANA               TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'CITTA OLTRE SOGLIA           ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ALLARMI                TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-TABELLE-PIENE = 'S'
               MOVE 'TABELLE PIENE: QUADRATURA INCOMPLETA'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE 'CHIUDI-REPORT' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'TABELLE PIENE: QUADRATURA INCOMPLETA'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-CHIUDI-REPORT.
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
           MOVE 'QUADABI'    TO ECC-PROGRAMMA.
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
       FINE-SCRIVI-ECCEZIONE.
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
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'QUADABI' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
