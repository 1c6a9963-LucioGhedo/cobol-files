           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

      * LOG DELLE CONSULTAZIONI, PER LE RIGHE FUORI FILIALE

           SELECT AUDIT    ASSIGN TO 'CERCA-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
            DATA RECORD IS REC-CSVOUT.
       01 REC-CSVOUT  PIC X(80).

       FD   AUDIT
            DATA RECORD IS REC-AUDIT.
       01 REC-AUDIT  PIC X(121).

       FD   MASCHERA
            DATA RECORD IS REC-MASCHERA.
       01 REC-MASCHERA  PIC X(80).
            05 SC-ANNI        PIC 999.
            05 SC-CITTA       PIC X(10).

      *****************************************************
      * FILIALE DI OGNI PERSONA IN TABELLA, ALLO STESSO     *
      * POSTO DI PERSONA: SERVE ALLA VISIBILITA' PER        *
      * FILIALE DELL'ESTRATTO CSV                           *
      *****************************************************
       01   TAB-FILIALI-PERSONA.
            05 FP-FILIALE OCCURS 500 TIMES PIC 9(4).

       01   CONT              PIC 9(4) VALUE 0.
       01   USER-INPUT        PIC 9(5).
       01   SORTED            PIC 9 VALUE 0.
       01 WS-CONTA-ESCLUSI     PIC 9(4) VALUE 0.
       COPY OPPOSIZ.

      ************************************************************
      *      VISIBILITA' PER FILIALE DELL'ESTRATTO CSV (MODULO      *
      *      VISIBIL SU PROFILI.TXT): LE PERSONE DELLE FILIALI CHE  *
      *      NON SONO DI CASA DELL'OPERATORE RESTANO FUORI, A MENO  *
      *      CHE L'OPERATORE NON DIA UN CODICE MOTIVO (A VIDEO ALLA *
      *      PRIMA RIGA FUORI FILIALE, IN BATCH NEL PRIMO           *
      *      PARAMETRO DELLA SCELTA 5). OGNI RIGA FUORI FILIALE     *
      *      ESTRATTA LASCIA IN CERCA-AUDIT.TXT UNA RIGA 'MOTIVO'.  *
      *      WS-VIS-ESITO: 'S' = DI CASA, 'M' = FUORI FILIALE CON   *
      *      MOTIVO, 'N' = RISERVATO.                               *
      ************************************************************
       01 WS-VIS-FILIALE       PIC 9(4) VALUE ZERO.
       01 WS-VIS-ESITO         PIC X VALUE 'S'.
       01 WS-MOTIVO-CORR       PIC X(10) VALUE SPACES.
       01 WS-MOTIVO-CHIESTO    PIC X VALUE 'N'.
       01 WS-CONTA-RISERVATI   PIC 9(4) VALUE 0.
       01 WS-AUDIT-STATUS      PIC XX.
       COPY AUDIT.

       01 WS-CSV-STATUS        PIC XX.
       01 RIGA-CSV.
            05 CSV-COD          PIC 9(5).
            05 CSV-VIRGOLA-CAMP PIC X     VALUE SPACE.
            05 CSV-CAMPAGNA     PIC X(8)  VALUE SPACES.

      ************************************************************
      *      RIGHE CSV SCRITTE, PER FILIALE, PER GLI ADDEBITI DI    *
      *      FINE MESE (MODULO CONSUMO, SERVIZIO CSV)               *
      ************************************************************
       01 WS-CONTA-RIGHE-CSV   PIC 9(6) VALUE 0.
       COPY CONSUMO.

      ************************************************************
      *      CODICE DELLA CAMPAGNA IN CORSO (CAMPAGNA.TXT, RIGA     *
      *      CODICE): SE IN CONSEGNA, L'ESTRATTO CSV LO PORTA IN    *
           MOVE COGNOME    TO TAB-COGNOME(CONT).
           MOVE ANNI       TO TAB-ANNI(CONT).
           MOVE CITTA      TO TAB-CITTA(CONT).
           MOVE COD-FILIALE TO FP-FILIALE(CONT).

           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'TABORD  ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'

           PERFORM LEGGI-CAMPAGNA-CSV THRU FINE-LEGGI-CAMPAGNA-CSV.

           MOVE SPACES TO WS-MOTIVO-CORR.
           MOVE 'N'    TO WS-MOTIVO-CHIESTO.
           MOVE ZERO   TO WS-CONTA-RISERVATI.
           IF WS-BATCH-MODE = 'S'
               MOVE BATCH-PARAM1 TO WS-MOTIVO-CORR
               MOVE 'S' TO WS-MOTIVO-CHIESTO
           END-IF.

           OPEN OUTPUT CSVOUT.
           IF WS-CAMPAGNA-MODE = 'S'
               MOVE 'ID,NOME,COGNOME,ANNI,CITTA,CAMPAGNA'
           END-IF.
           WRITE REC-CSVOUT.

           MOVE ZERO TO WS-CONTA-ESCLUSI WS-CONTA-RIGHE-CSV.
           SET INDICE TO 1.
           PERFORM SCRIVI-RIGA-CSV THRU FINE-SCRIVI-RIGA-CSV
                UNTIL INDICE > CONT.

           CLOSE CSVOUT.
           PERFORM CHIUDI-CONSUMI-CSV THRU FINE-CHIUDI-CONSUMI-CSV.
           DISPLAY 'ESTRATTO SCRITTO SU TABORD-EXPORT.CSV'.
           IF WS-CONTA-RISERVATI > ZERO
               DISPLAY 'RIGHE DI ALTRE FILIALI ESCLUSE: '
                       WS-CONTA-RISERVATI
           END-IF.
           IF WS-ESCLUDI-MODE = 'S'
               DISPLAY 'RIGHE ESCLUSE PER OPPOSIZIONE: '
                       WS-CONTA-ESCLUSI
           ELSE
               MOVE 'N' TO WS-ID-OPPOSTO
           END-IF.
           IF WS-ID-OPPOSTO = 'N'
               MOVE FP-FILIALE(INDICE) TO WS-VIS-FILIALE
               PERFORM CONTROLLA-VISIBILITA
                  THRU FINE-CONTROLLA-VISIBILITA
           END-IF.
           IF WS-ID-OPPOSTO = 'S'
               ADD 1 TO WS-CONTA-ESCLUSI
           END-IF.
           IF WS-ID-OPPOSTO = 'N' AND WS-VIS-ESITO NOT = 'N'
               MOVE TAB-COD(INDICE)     TO CSV-COD
               MOVE TAB-NOME(INDICE)    TO CSV-NOME
               MOVE TAB-COGNOME(INDICE) TO CSV-COGNOME
               END-IF
               MOVE RIGA-CSV            TO REC-CSVOUT
               WRITE REC-CSVOUT
               PERFORM REGISTRA-CONSUMO-CSV
                  THRU FINE-REGISTRA-CONSUMO-CSV
               IF WS-VIS-ESITO = 'M'
                   PERFORM SCRIVI-AUDIT-MOTIVO
                      THRU FINE-SCRIVI-AUDIT-MOTIVO
               END-IF
           END-IF.
           SET INDICE UP BY 1.
       FINE-SCRIVI-RIGA-CSV.
            EXIT.
      *
       REGISTRA-CONSUMO-CSV.
      **************************************************************
      * OGNI RIGA CSV SCRITTA E' UN CONSUMO DELLA FILIALE DELLA     *
      * PERSONA; IL TOTALE SI REGISTRA A FINE ESTRATTO.             *
      **************************************************************
           ADD 1 TO WS-CONTA-RIGHE-CSV.
           MOVE 'A'               TO CNS-AZIONE.
           MOVE 'TABORD  '        TO CNS-PROGRAMMA.
           MOVE 'CSV     '        TO CNS-SERVIZIO.
           MOVE FP-FILIALE(INDICE) TO CNS-FILIALE.
           MOVE 1                 TO CNS-QUANTITA.
           MOVE ZERO              TO CNS-IMPORTO.
           MOVE WS-OPERATORE-CORR TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-REGISTRA-CONSUMO-CSV.
            EXIT.
      *
       CHIUDI-CONSUMI-CSV.
           MOVE 'C'                TO CNS-AZIONE.
           MOVE 'TABORD  '         TO CNS-PROGRAMMA.
           MOVE 'CSV     '         TO CNS-SERVIZIO.
           MOVE ZERO               TO CNS-FILIALE CNS-IMPORTO.
           MOVE WS-CONTA-RIGHE-CSV TO CNS-QUANTITA.
           MOVE WS-OPERATORE-CORR  TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-CHIUDI-CONSUMI-CSV.
            EXIT.
      *
       CONTROLLA-VISIBILITA.
      **************************************************************
      * LA FILIALE DELLA RIGA E' DI CASA DELL'OPERATORE? SE NO, A   *
      * VIDEO SI CHIEDE (UNA VOLTA PER ESTRATTO) IL CODICE MOTIVO:  *
      * CON IL MOTIVO LA RIGA SI ESTRAE ('M'), SENZA RESTA FUORI    *
      * ('N') E SI CONTA SOLTANTO.                                  *
      **************************************************************
           CALL 'VISIBIL' USING WS-OPERATORE-CORR WS-VIS-FILIALE
                                WS-VIS-ESITO.
           IF WS-VIS-ESITO = 'N'
               IF WS-MOTIVO-CHIESTO = 'N'
                   PERFORM CHIEDI-MOTIVO THRU FINE-CHIEDI-MOTIVO
               END-IF
               IF WS-MOTIVO-CORR NOT = SPACES
                   MOVE 'M' TO WS-VIS-ESITO
               ELSE
                   ADD 1 TO WS-CONTA-RISERVATI
               END-IF
           END-IF.
       FINE-CONTROLLA-VISIBILITA.
            EXIT.
      *
       CHIEDI-MOTIVO.
           MOVE 'S' TO WS-MOTIVO-CHIESTO.
           DISPLAY 'L''ESTRATTO COMPRENDE FILIALI NON DI CASA'.
           DISPLAY 'PER INCLUDERLE DIGITA IL CODICE MOTIVO'
                   ' (INVIO = SOLO LE PROPRIE)'.
           ACCEPT WS-MOTIVO-CORR.
       FINE-CHIEDI-MOTIVO.
            EXIT.
      *
       SCRIVI-AUDIT-MOTIVO.
      **************************************************************
      * OGNI RIGA FUORI FILIALE ESTRATTA LASCIA IN CERCA-AUDIT.TXT  *
      * UNA RIGA CAMPO 'MOTIVO' CON IL CODICE DATO E LA PERSONA,    *
      * NELLO STESSO TRACCIATO DELLE RICERCHE DI CERCA.             *
      **************************************************************
           ACCEPT WS-DATA-ECCEZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ECCEZIONE  FROM TIME.
           MOVE WS-DE-GIORNO   TO AUD-GG.
           MOVE WS-DE-MESE     TO AUD-MM.
           MOVE WS-DE-ANNO     TO AUD-AAAA.
           MOVE WS-OE-ORE      TO AUD-HH.
           MOVE WS-OE-MIN      TO AUD-MIN.
           MOVE 'MOTIVO'       TO AUD-CAMPO.
           MOVE WS-MOTIVO-CORR TO AUD-VALORE.
           MOVE 1              TO AUD-TROVATI.
           MOVE TAB-NOME(INDICE)    TO AUD-NOME.
           MOVE TAB-COGNOME(INDICE) TO AUD-COGNOME.
           MOVE TAB-CITTA(INDICE)   TO AUD-CITTA.
           MOVE TAB-COD(INDICE)     TO AUD-ID.
           MOVE WS-OPERATORE-CORR   TO AUD-OPERATORE.

           OPEN EXTEND AUDIT.
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT
           END-IF.
           WRITE REC-AUDIT FROM RIGA-AUDIT.
           CLOSE AUDIT.
       FINE-SCRIVI-AUDIT-MOTIVO.
            EXIT.
      *
       MASCHERA-RIGA-CSV.
      **************************************************************
