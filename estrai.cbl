      * LIBERAMENTE DA FILE PARAMETRI, CON USCITA NEL TRACCIATO
      * ANAGRAF STANDARD COSI' DA ALIMENTARE DIRETTAMENTE COPYING,
      * TABORD O GLI ESTRATTI CSV
      * ESTRAE SOLO LE PERSONE DELLE FILIALI DI CASA DELL'OPERATORE
      * COLLEGATO (PROFILI.TXT, MODULO VISIBIL); LE ALTRE FILIALI
      * ENTRANO SOLO CON UN CODICE MOTIVO NEI PARAMETRI, E OGNI
      * PERSONA ESTRATTA FUORI FILIALE FINISCE IN CERCA-AUDIT.TXT
      * LANCIATO DA ABBONAM (RIGA ABBONAM NEI PARAMETRI) NON GUARDA
      * CHI E' COLLEGATO ALLA CONSOLLE: GIRA CON LA SIGLA DI PASSO
      * ABB, NELL'AMBITO DELLA FILIALE DEL DESTINATARIO (RIGA
      * FILIALE) E CON L'ABBONAMENTO COME MOTIVO. LA SIGLA USATA
      * VA NELLE RIGHE DI GIORNALE.TXT E DI CERCA-AUDIT.TXT
      * LE RIGHE ESTRATTE SI REGISTRANO PER FILIALE IN CONSUMI.TXT
      * (MODULO CONSUMO) PER GLI ADDEBITI DI FINE MESE
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * LOG DELLE CONSULTAZIONI, PER LE PERSONE FUORI FILIALE

           SELECT AUDIT    ASSIGN TO 'CERCA-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.

      ************************************************************
      *                       DATA DIVISION
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   AUDIT
            DATA RECORD IS REC-AUDIT.
       01 REC-AUDIT  PIC X(121).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************
      ************************************************************
      *      CRITERI LETTI DA ESTRAI-PARAM.TXT: OGNI RIGA PORTA     *
      *      UNA PAROLA CHIAVE (CITTA / ANNI-MIN / ANNI-MAX /       *
      *      COGNOME / FILIALE) NELLE PRIME 10 COLONNE E IL VALORE  *
      *      NELLE 10 SUCCESSIVE. LE CITTA SONO IN ALTERNATIVA TRA  *
      *      LORO, GLI ALTRI CRITERI SI SOMMANO. LA RIGA MOTIVO NON *
      *      E' UN CRITERIO: PORTA IL CODICE MOTIVO CHE APRE        *
      *      L'ESTRATTO ALLE FILIALI NON DI CASA DELL'OPERATORE.    *
      *      NEMMENO LA RIGA ABBONAM LO E': LA SCRIVE ABBONAM CON   *
      *      IL NOME DELL'ABBONAMENTO E FA GIRARE L'ESTRATTO CON LA *
      *      SIGLA DI PASSO ABB INVECE DI QUELLA DELLA CONSOLLE.    *
      ************************************************************
       01 WS-MAX-CITTA-SCELTE  PIC 99 VALUE 20.
       01 TAB-CITTA-SCELTE.
       01 WS-ANNI-MAX          PIC 999 VALUE 999.
       01 WS-PREFISSO          PIC X(10) VALUE SPACES.
       01 WS-LEN-PREFISSO      PIC 99 VALUE 0.
       01 WS-FILIALE-SCELTA    PIC 9(4) VALUE 0.
       01 WS-FILIALE-MODE      PIC X VALUE 'N'.
       01 WS-ABBONAMENTO       PIC X(10) VALUE SPACES.
       01 WS-SIGLA-ABBONAM     PIC X(3) VALUE 'ABB'.
       01 WS-CRITERI-PRESENTI  PIC X VALUE 'N'.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.

       01 WS-RECORD-BUONO      PIC X VALUE 'N'.
       01 WS-CITTA-AMMESSA     PIC X VALUE 'N'.

      ************************************************************
      *      VISIBILITA' PER FILIALE (MODULO VISIBIL SU            *
      *      PROFILI.TXT): UN RECORD CHE SODDISFA I CRITERI MA E'   *
      *      DI UNA FILIALE NON DI CASA DELL'OPERATORE SI SCARTA E  *
      *      SI CONTA, SALVO CODICE MOTIVO NEI PARAMETRI: ALLORA SI *
      *      ESTRAE E LASCIA UNA RIGA 'MOTIVO' IN CERCA-AUDIT.TXT.  *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-MOTIVO            PIC X(10) VALUE SPACES.
       01 WS-VIS-ESITO         PIC X VALUE 'S'.
       01 WS-CONTA-RISERVATI   PIC 9(6) VALUE 0.
       01 WS-CONTA-FUORI-FIL   PIC 9(6) VALUE 0.
       01 WS-AUDIT-STATUS      PIC XX.
       COPY AUDIT.

      ************************************************************
      *      ACCESSO DIRETTO ALL'INDICE PER I CRITERI DI CITTA:     *
      *      SE ANAGR.IDX E' IN CONSEGNA E ALMENO UNA CITTA E'      *
       01 WS-CONTA-LETTI       PIC 9(6) VALUE 0.
       01 WS-CONTA-ESTRATTI    PIC 9(6) VALUE 0.

      ************************************************************
      *      CONSUMI PER FILIALE DELLE RIGHE ESTRATTE, PER GLI      *
      *      ADDEBITI DI FINE MESE (MODULO CONSUMO)                 *
      ************************************************************
       COPY CONSUMO.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS         PIC XX.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.
       01 WS-ORA-ESECUZIONE.
            05 WS-ORE            PIC 99.
            05 WS-MIN            PIC 99.
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            IF WS-CRITERI-PRESENTI = 'S'
                PERFORM CONTROLLA-INDICE THRU FINE-CONTROLLA-INDICE
                IF WS-INDICE-MODE = 'S'
                END-IF
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTI    TO GIO-LETTI.
            MOVE WS-CONTA-ESTRATTI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE    TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
      * GIRO DI UN ABBONAMENTO: LA SIGLA DELLA CONSOLLE NON CONTA.
           IF WS-ABBONAMENTO NOT = SPACES
               MOVE WS-SIGLA-ABBONAM TO WS-OPERATORE-CORR
               DISPLAY 'ABBONAMENTO ' WS-ABBONAMENTO
                       ': ESTRAZIONE CON SIGLA ' WS-OPERATORE-CORR
           END-IF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
                       OR WS-LEN-PREFISSO = 1
               MOVE 'S' TO WS-CRITERI-PRESENTI
           END-IF.
           IF PAR-CHIAVE = 'FILIALE   '
                   AND PAR-VALORE(1:4) IS NUMERIC
                   AND PAR-VALORE(1:4) NOT = '0000'
               MOVE PAR-VALORE(1:4) TO WS-FILIALE-SCELTA
               MOVE 'S' TO WS-FILIALE-MODE
               MOVE 'S' TO WS-CRITERI-PRESENTI
           END-IF.
           IF PAR-CHIAVE = 'MOTIVO    '
               MOVE PAR-VALORE TO WS-MOTIVO
           END-IF.
           IF PAR-CHIAVE = 'ABBONAM   '
               MOVE PAR-VALORE TO WS-ABBONAMENTO
           END-IF.
       FINE-CLASSIFICA-CRITERIO.
            EXIT.
      *
           IF WS-RECORD-BUONO = 'S'
               ADD 1 TO WS-CONTA-ESTRATTI
               WRITE REC-ESTRATTO FROM WS-PRIMOF
               PERFORM REGISTRA-CONSUMO THRU FINE-REGISTRA-CONSUMO
           END-IF.

           READ PRIMOF INTO WS-PRIMOF AT END
      **************************************************************
      * I CRITERI SI SOMMANO: IL RECORD PASSA SE LA CITTA E' TRA    *
      * QUELLE SCELTE (O NESSUNA CITTA E' STATA INDICATA), SE GLI   *
      * ANNI CADONO NELL'INTERVALLO, SE IL COGNOME INIZIA CON IL    *
      * PREFISSO RICHIESTO (SE PRESENTE) E SE LA FILIALE E' QUELLA  *
      * RICHIESTA (SE PRESENTE).                                    *
      **************************************************************
           MOVE 'S' TO WS-RECORD-BUONO.
           PERFORM CALCOLA-ETA-CORRENTE
                   MOVE 'N' TO WS-RECORD-BUONO
               END-IF
           END-IF.

           IF WS-FILIALE-MODE = 'S'
                   AND COD-FILIALE NOT = WS-FILIALE-SCELTA
               MOVE 'N' TO WS-RECORD-BUONO
           END-IF.

           IF WS-RECORD-BUONO = 'S'
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
           END-IF.
       FINE-VALUTA-RECORD.
            EXIT.
      *
       CONTROLLA-VISIBILITA.
      **************************************************************
      * ULTIMO FILTRO, DOPO I CRITERI: LA FILIALE DEL RECORD DEVE   *
      * ESSERE DI CASA DELL'OPERATORE, O DEVE ESSERCI IL MOTIVO.    *
      **************************************************************
           CALL 'VISIBIL' USING WS-OPERATORE-CORR COD-FILIALE
                                WS-VIS-ESITO.
           IF WS-VIS-ESITO = 'N'
               IF WS-MOTIVO = SPACES
                   MOVE 'N' TO WS-RECORD-BUONO
                   ADD 1 TO WS-CONTA-RISERVATI
               ELSE
                   ADD 1 TO WS-CONTA-FUORI-FIL
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
           END-IF.
       FINE-CONTROLLA-VISIBILITA.
            EXIT.
      *
       SCRIVI-AUDIT-MOTIVO.
      **************************************************************
      * RIGA CAMPO 'MOTIVO' IN CERCA-AUDIT.TXT, NELLO STESSO        *
      * TRACCIATO DELLE RICERCHE DI CERCA: IL CODICE DATO NEI       *
      * PARAMETRI E LA PERSONA ESTRATTA FUORI FILIALE.              *
      **************************************************************
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.
           MOVE WS-GIORNO      TO AUD-GG.
           MOVE WS-MESE        TO AUD-MM.
           MOVE WS-ANNO        TO AUD-AAAA.
           MOVE WS-ORE         TO AUD-HH.
           MOVE WS-MIN         TO AUD-MIN.
           MOVE 'MOTIVO'       TO AUD-CAMPO.
           MOVE WS-MOTIVO      TO AUD-VALORE.
           MOVE 1              TO AUD-TROVATI.
           MOVE NOME           TO AUD-NOME.
           MOVE COGNOME        TO AUD-COGNOME.
           MOVE CITTA          TO AUD-CITTA.
           MOVE ID-PERSONA     TO AUD-ID.
           MOVE WS-OPERATORE-CORR TO AUD-OPERATORE.

           OPEN EXTEND AUDIT.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT
           END-IF.
           WRITE REC-AUDIT FROM RIGA-AUDIT.
           CLOSE AUDIT.
       FINE-SCRIVI-AUDIT-MOTIVO.
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
       REGISTRA-CONSUMO.
      **************************************************************
      * OGNI RIGA ESTRATTA E' UN CONSUMO DELLA FILIALE DELLA        *
      * PERSONA: SI ACCUMULA E SI REGISTRA A FINE ESTRAZIONE.       *
      **************************************************************
           MOVE 'A'               TO CNS-AZIONE.
           MOVE 'ESTRAI  '        TO CNS-PROGRAMMA.
           MOVE 'ESTRAI  '        TO CNS-SERVIZIO.
           MOVE COD-FILIALE       TO CNS-FILIALE.
           MOVE 1                 TO CNS-QUANTITA.
           MOVE ZERO              TO CNS-IMPORTO.
           MOVE WS-OPERATORE-CORR TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-REGISTRA-CONSUMO.
            EXIT.
      *
       CHIUDI-CONSUMI.
           MOVE 'C'               TO CNS-AZIONE.
           MOVE 'ESTRAI  '        TO CNS-PROGRAMMA.
           MOVE 'ESTRAI  '        TO CNS-SERVIZIO.
           MOVE ZERO              TO CNS-FILIALE CNS-IMPORTO.
           MOVE WS-CONTA-ESTRATTI TO CNS-QUANTITA.
           MOVE WS-OPERATORE-CORR TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-CHIUDI-CONSUMI.
            EXIT.
      *
       CALCOLA-ETA-CORRENTE.
      **************************************************************
                       AND WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               PERFORM CHIUDI-CONSUMI THRU FINE-CHIUDI-CONSUMI
               PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
           END-IF.
       FINE-ESTRAI-DA-INDICE.
               IF WS-RECORD-BUONO = 'S'
                   ADD 1 TO WS-CONTA-ESTRATTI
                   WRITE REC-ESTRATTO FROM WS-PRIMOF
                   PERFORM REGISTRA-CONSUMO
                      THRU FINE-REGISTRA-CONSUMO
               END-IF
           END-IF.
       FINE-VALUTA-RIGA-INDICE.
           MOVE SPACE TO ECC-SEVERITA.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
      *
       SCRIVI-GIORNALE.
      **************************************************************
      * RIGA DI INIZIO O DI FINE NEL GIORNALE CONDIVISO, CON LA     *
      * SIGLA CON CUI SI E' ESTRATTO (ABB PER GLI ABBONAMENTI).     *
      **************************************************************
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'ESTRAI  ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
      *
       CHIUSURA.

                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM CHIUDI-CONSUMI THRU FINE-CHIUDI-CONSUMI.
           PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

       FINE-CHIUSURA.
           MOVE WS-CONTA-ESTRATTI        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'DI CUI FUORI FILIALE  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FUORI-FIL       TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'RISERVATI ALTRE FIL.  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-RISERVATI       TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-CRITERIO
           END-IF.
           IF WS-FILIALE-MODE = 'S'
               MOVE 'FILIALE     '   TO RCR-CHIAVE
               MOVE WS-FILIALE-SCELTA TO RCR-VALORE
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-CRITERIO
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               MOVE 'MOTIVO      ' TO RCR-CHIAVE
               MOVE WS-MOTIVO      TO RCR-VALORE
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-CRITERIO
           END-IF.
           IF WS-ABBONAMENTO NOT = SPACES
               MOVE 'ABBONAM     ' TO RCR-CHIAVE
               MOVE WS-ABBONAMENTO TO RCR-VALORE
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-CRITERIO
           END-IF.
           MOVE 'SIGLA       '    TO RCR-CHIAVE.
           MOVE WS-OPERATORE-CORR TO RCR-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CRITERIO.
       FINE-STAMPA-CRITERI.
            EXIT.
      *
