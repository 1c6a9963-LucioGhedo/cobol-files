      * GIUSTAMENTE RIFIUTA FINCHE' RESTANO PERSONE ASSEGNATE.
      * LEGGE DA TRASFIL-PARAM.TXT LA FILIALE DI PARTENZA (CHE DEVE
      * RISULTARE CHIUSA IN FILIALI.IDX) E QUELLA SUBENTRANTE (CHE
      * DEVE RISULTARE ATTIVA), CERCA SU ANAGR.IDX LE PERSONE LA CUI
      * VERSIONE IN VIGORE E' DELLA FILIALE DI PARTENZA E SCRIVE PER
      * OGNUNA UNA NUOVA VERSIONE DATATA CON LA FILIALE SUBENTRANTE
      * (LE COPIE PIATTE LE RIGENERA DERIVA LA NOTTE), POI STAMPA
      * IL REPORT DI CONSEGNA PER
      * CITTA DESTINATO ALLA FILIALE RICEVENTE. DOPO QUESTO GIRO
      * L'ELIMINAZIONE IN INDICI PASSA DA SOLA, PERCHE' NESSUNO
      * RESTA ASSEGNATO ALLA FILIALE CHIUSA. OGNI PERSONA MOSSA
      * LASCIA LA RIGA PRIMA/DOPO SUL GIORNALE DELLE VARIAZIONI
      * ANAGRAFICHE (ANAGR-VARIAZIONI.TXT).
      * IL TRASFERIMENTO NON SI PUO' DISFARE: VUOLE LA DOPPIA FIRMA
      * (MODULO DOPPIAF). LA PRIMA CORSA CREA LA RICHIESTA PER LA
      * COPPIA DA/A, CON IL MOTIVO DELLA RIGA 'MOTIVO' DEI
      * PARAMETRI, E CHIUDE CON RC=4 SENZA MUOVERE NESSUNO; DOPO LA
      * FIRMA DI UN ALTRO OPERATORE CON LA CLASSE U SU TRASFIL LA
      * CORSA CON GLI STESSI PARAMETRI TRASFERISCE.
      *
       ENVIRONMENT DIVISION.
      *
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: FILIALE DI PARTENZA E SUBENTRANTE, MOTIVO

           SELECT OPTIONAL PARAMF ASSIGN TO 'TRASFIL-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY FMF-CODICE
           ALTERNATE RECORD KEY IS FMF-DESC WITH DUPLICATES
           STATUS WS-FILIALIMF-STATUS.
      * MASTER INDICIZZATO VERSIONATO, UNA NUOVA VERSIONE PER MOSSO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           SELECT REPORTF ASSIGN TO 'TRASFIL-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE (PRIMA/DOPO)

           SELECT VARIAZF ASSIGN TO 'ANAGR-VARIAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(40).

       FD   FILIALIMF
            DATA RECORD IS REC-FILIALIMF.
          05 FMF-DATA-AP   PIC 9(8).
          05 FMF-DATA-CH   PIC 9(8).

       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

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

       01   WS-PARAM-STATUS     PIC XX.
       01   WS-FILIALIMF-STATUS PIC XX.
       01   WS-IDX-STATUS       PIC XX.

      ************************************************************
       01 WS-DESC-A            PIC X(16) VALUE SPACES.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-PARAMETRI-VALIDI  PIC X VALUE 'N'.
       01 WS-MOTIVO-TRASF      PIC X(40) VALUE SPACES.

      ************************************************************
      *      DOPPIA FIRMA (MODULO DOPPIAF): SI TRASFERISCE SOLO     *
      *      CON UNA RICHIESTA FIRMATA DA UN SECONDO OPERATORE      *
      ************************************************************
       COPY DOPPIAF.
       01 WS-FIRMA-OK          PIC X VALUE 'N'.
       01 WS-PARAMETRI-TRASF.
            05 FILLER             PIC X(3) VALUE 'DA '.
            05 WS-PT-DA           PIC 9(4).
            05 FILLER             PIC X(3) VALUE ' A '.
            05 WS-PT-A            PIC 9(4).
            05 FILLER             PIC X(6) VALUE SPACES.

      ************************************************************
      *      TABELLA DEI DA SPOSTARE: PRIMA PASSATA SU ANAGR.IDX    *
      *      PER RACCOGLIERE LE VERSIONI IN VIGORE DELLA FILIALE DI *
      *      PARTENZA, SECONDA PASSATA PER SCRIVERE LE NUOVE        *
      *      VERSIONI (SCRIVERE DURANTE LO SCORRIMENTO FAREBBE      *
      *      RILEGGERE LE VERSIONI APPENA AGGIUNTE).                *
      ************************************************************
       01 WS-MAX-RIGHE         PIC 9(4) VALUE 2000.
       01 TAB-RIGHE.
            05 RIGA-LAVORO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-RIGHE
               INDEXED BY IND-RIGA.
               10 TR-VERSIONE  PIC X(79).
       01 WS-NUM-RIGHE         PIC 9(4) VALUE 0.
       01 WS-TROPPO-GRANDE     PIC X VALUE 'N'.

      ************************************************************
      *      SCORRIMENTO DEL MASTER PER VERSIONE IN VIGORE          *
      ************************************************************
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VERSIONE-TROVATA  PIC X VALUE 'N'.
       01 WS-ULTIMA-VERSIONE   PIC X(79) VALUE SPACES.
       01 WS-VIGENTE REDEFINES WS-ULTIMA-VERSIONE.
            05 VG-ID           PIC 9(5).
            05 VG-DATA-EFF     PIC 9(8).
            05 VG-NOME         PIC X(10).
            05 VG-COGNOME      PIC X(10).
            05 VG-ANNI         PIC 999.
            05 VG-CITTA        PIC X(10).
            05 VG-FILIALE      PIC 9(4).
            05 FILLER          PIC X(29).
       01 WS-ID-CORRENTE       PIC 9(5) VALUE 0.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-SCRITTURA-OK      PIC X VALUE 'S'.

      ************************************************************
      *      DISTRIBUZIONE PER CITTA DEI TRASFERITI                 *
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
       01 WS-CONTA-LETTI       PIC 9(6) VALUE 0.
       01 WS-CONTA-VERSIONI    PIC 9(6) VALUE 0.
       01 WS-CONTA-MOSSI       PIC 9(6) VALUE 0.
       01 WS-CONTA-IDX-AGG     PIC 9(6) VALUE 0.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = TRASFERIMENTO ESEGUITO                                 *
      * 4 = ESEGUITO CON SEGNALAZIONI O IN ATTESA DELLA SECONDA     *
      *     FIRMA                                                   *
      * 8 = PARAMETRI O VERIFICHE DI STATO FALLITE                  *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER IL GIORNALE DELLE VARIAZIONI ANAGRAFICHE      *
      ************************************************************
       COPY VARIAZ.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, IL GIORNALE DELLE VARIAZIONI USA    *
      *      QUELLA (LA NOTTE CHE SI STA RIFACENDO).                *
      ************************************************************
       01 WS-DATAELAB-STATUS   PIC XX.
       01 WS-DATAELAB-MODE     PIC X VALUE 'N'.
       01 WS-DATA-ELAB         PIC X(8) VALUE SPACES.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM VERIFICA-FILIALI THRU FINE-VERIFICA-FILIALI
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM CONTROLLA-FIRMA THRU FINE-CONTROLLA-FIRMA
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S' AND WS-FIRMA-OK = 'S'
                PERFORM ELABORA-MASTER THRU FINE-ELABORA-MASTER
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S' AND WS-FIRMA-OK = 'S'
                    AND WS-RETURN-CODE NOT = 8
                PERFORM AGGIORNA-INDICE THRU FINE-AGGIORNA-INDICE
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                             AND PAR-VALORE(1:4) IS NUMERIC
                         MOVE PAR-VALORE(1:4) TO WS-FIL-A
                     END-IF
                     IF PAR-CHIAVE = 'MOTIVO    '
                         MOVE PAR-VALORE TO WS-MOTIVO-TRASF
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CONTROLLA-FIRMA.
      **************************************************************
      * FILIALI VERIFICATE: SENZA UNA RICHIESTA FIRMATA PER LA      *
      * COPPIA DA/A NON SI MUOVE NESSUNO. RICHIESTA CREATA O IN     *
      * ATTESA: RC=4; SENZA MOTIVO O SENZA OPERATORE: RC=8.         *
      **************************************************************
           MOVE 'N'               TO WS-FIRMA-OK.
           MOVE WS-FIL-DA         TO WS-PT-DA.
           MOVE WS-FIL-A          TO WS-PT-A.
           MOVE SPACES            TO DPF-CHIAMATA.
           MOVE 'V'               TO DPF-AZIONE.
           MOVE WS-OPERATORE-CORR TO DPF-SIGLA.
           MOVE 'TRASFIL '        TO DPF-PROGRAMMA.
           MOVE 'U'               TO DPF-CLASSE.
           MOVE WS-PARAMETRI-TRASF TO DPF-PARAMETRI.
           MOVE WS-MOTIVO-TRASF   TO DPF-MOTIVO.
           MOVE ZERO              TO DPF-NUMERO.
           CALL 'DOPPIAF' USING DPF-CHIAMATA.
           DISPLAY 'DOPPIA FIRMA: ' DPF-MESSAGGIO.
           IF DPF-ESITO = 'S'
               MOVE 'S' TO WS-FIRMA-OK
           END-IF.
           IF DPF-ESITO = 'A' OR DPF-ESITO = 'C'
               DISPLAY 'RICHIESTA NUMERO ' DPF-NUMERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF DPF-ESITO = 'M' OR DPF-ESITO = 'N'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CONTROLLA-FIRMA' TO ECC-PARAGRAFO
               MOVE WS-PARAMETRI-TRASF TO ECC-CHIAVE
               MOVE DPF-MESSAGGIO     TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CONTROLLA-FIRMA.
            EXIT.
      *
       VERIFICA-FILIALI.
      **************************************************************
      *
       ELABORA-MASTER.
      **************************************************************
      * MASTER UNICO ANAGR.IDX: PRIMA PASSATA IN ORDINE DI CODICE + *
      * DECORRENZA, TENENDO DI OGNI PERSONA LA VERSIONE IN VIGORE   *
      * OGGI; QUELLE DELLA FILIALE DI PARTENZA FINISCONO IN TABELLA *
      * CON LA DISTRIBUZIONE PER CITTA. INDICE ASSENTE = ERRORE:    *
      * E' L'UNICO ARCHIVIO DI RIFERIMENTO DELLE PERSONE.           *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-IDX-EOF WS-TROPPO-GRANDE.
           MOVE 'S' TO WS-PRIMA-VERSIONE.
           MOVE 'N' TO WS-VERSIONE-TROVATA.
           OPEN I-O IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'ELABORA-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES           TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-IDX-EOF
               END-START
               PERFORM LEGGI-VERSIONE THRU FINE-LEGGI-VERSIONE
                    UNTIL WS-IDX-EOF = 'S'
               IF WS-PRIMA-VERSIONE = 'N'
                   PERFORM VALUTA-PERSONA THRU FINE-VALUTA-PERSONA
               END-IF
               IF WS-TROPPO-GRANDE = 'S'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'ELABORA-MASTER' TO ECC-PARAGRAFO
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE
                      THRU FINE-SCRIVI-ECCEZIONE
                   CLOSE IDXF
               END-IF
           END-IF.
       FINE-ELABORA-MASTER.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-VERSIONI
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-CORRENTE
                         PERFORM VALUTA-PERSONA
                            THRU FINE-VALUTA-PERSONA
                         MOVE 'N' TO WS-VERSIONE-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-CORRENTE
                     IF IDX-DATA-EFF NOT > WS-DATA-OGGI
                         MOVE REC-IDXF TO WS-ULTIMA-VERSIONE
                         MOVE 'S' TO WS-VERSIONE-TROVATA
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       VALUTA-PERSONA.
           IF WS-VERSIONE-TROVATA = 'S'
               ADD 1 TO WS-CONTA-LETTI
               IF VG-FILIALE = WS-FIL-DA
                   IF WS-NUM-RIGHE < WS-MAX-RIGHE
                       ADD 1 TO WS-NUM-RIGHE
                       MOVE WS-ULTIMA-VERSIONE
                            TO TR-VERSIONE(WS-NUM-RIGHE)
                       ADD 1 TO WS-CONTA-MOSSI
                       MOVE VG-CITTA TO CITTA
                       PERFORM ACCUMULA-CITTA
                          THRU FINE-ACCUMULA-CITTA
                   ELSE
                       MOVE 'S' TO WS-TROPPO-GRANDE
                       MOVE 'S' TO WS-IDX-EOF
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-PERSONA.
            EXIT.
      *
       ACCUMULA-CITTA.
      *
       AGGIORNA-INDICE.
      **************************************************************
      * SECONDA PASSATA: PER OGNI PERSONA RACCOLTA SI SCRIVE UNA    *
      * NUOVA VERSIONE CON DECORRENZA DI OGGI E LA FILIALE          *
      * SUBENTRANTE (UNA VERSIONE GIA' DI OGGI SI SOSTITUISCE).     *
      **************************************************************
           PERFORM AGGIORNA-UNA-VERSIONE
              THRU FINE-AGGIORNA-UNA-VERSIONE
                VARYING IND-RIGA FROM 1 BY 1
                UNTIL IND-RIGA > WS-NUM-RIGHE.
           CLOSE IDXF.
       FINE-AGGIORNA-INDICE.
            EXIT.
      *
       AGGIORNA-UNA-VERSIONE.
           MOVE TR-VERSIONE(IND-RIGA) TO REC-IDXF.
           MOVE IDX-ID       TO WS-ID-CORRENTE.
           MOVE WS-DATA-OGGI TO IDX-DATA-EFF.
           MOVE WS-FIL-A     TO IDX-FILIALE.
           MOVE 'S' TO WS-SCRITTURA-OK.
           WRITE REC-IDXF INVALID KEY
                REWRITE REC-IDXF INVALID KEY
                     MOVE 'AGGIORNA-UNA-VERSIONE'
                          TO ECC-PARAGRAFO
                     MOVE WS-ID-CORRENTE TO ECC-CHIAVE
                     MOVE 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                          TO ECC-DESCRIZIONE
                     MOVE 'A' TO ECC-SEVERITA
                     PERFORM SCRIVI-ECCEZIONE
                        THRU FINE-SCRIVI-ECCEZIONE
                     IF WS-RETURN-CODE < 4
                         MOVE 4 TO WS-RETURN-CODE
                     END-IF
                     MOVE 'N' TO WS-SCRITTURA-OK
                END-REWRITE
           END-WRITE.
           IF WS-SCRITTURA-OK = 'S'
               ADD 1 TO WS-CONTA-IDX-AGG
               MOVE WS-ID-CORRENTE TO VAR-ID
               MOVE TR-VERSIONE(IND-RIGA) TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
               MOVE REC-IDXF TO WS-VAR-VERSIONE
               PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE
               MOVE WS-VAR-IMMAGINE TO VAR-DOPO
               PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE
           END-IF.
       FINE-AGGIORNA-UNA-VERSIONE.
            EXIT.
      *
       STAMPA-REPORT.
      **************************************************************

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'VERSIONI LETTE        ' TO RG-ETICHETTA.
           MOVE WS-CONTA-VERSIONI        TO RG-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'PERSONE IN VIGORE     ' TO RG-ETICHETTA.
           MOVE WS-CONTA-LETTI           TO RG-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE SPACE TO ECC-SEVERITA.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
      *
       IMMAGINE-VERSIONE.
      **************************************************************
      * RIPORTA LA VERSIONE DI ANAGR.IDX IN WS-VAR-VERSIONE AL      *
      * TRACCIATO DI 71 BYTE DEL GIORNALE DELLE VARIAZIONI.         *
      **************************************************************
           MOVE VV-NOME         TO VI-NOME.
           MOVE VV-COGNOME      TO VI-COGNOME.
           MOVE VV-ANNI         TO VI-ANNI.
           MOVE VV-CITTA        TO VI-CITTA.
           MOVE VV-ID           TO VI-ID.
           MOVE VV-FILIALE      TO VI-FILIALE.
           MOVE VV-ANNO-NASC    TO VI-ANNO-NASC.
           MOVE VV-STATO        TO VI-STATO.
           MOVE VV-STATO-DATA   TO VI-STATO-DATA.
           MOVE VV-COD-FISCALE  TO VI-COD-FISCALE.
       FINE-IMMAGINE-VERSIONE.
            EXIT.
      *
       SCRIVI-VARIAZIONE.
      **************************************************************
      * ACCODA LA RIGA PRIMA/DOPO GIA' PREPARATA IN VAR-ID,         *
      * VAR-PRIMA E VAR-DOPO.                                       *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO VAR-DATA
           ELSE
               ACCEPT VAR-DATA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-VAR-ORA-CORR FROM TIME.
           MOVE WS-VAR-ORA-CORR(1:6) TO VAR-ORA.
           MOVE 'TRASFIL '        TO VAR-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO VAR-OPERATORE.

           OPEN EXTEND VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               OPEN OUTPUT VARIAZF
           END-IF.
           WRITE REC-VARIAZF FROM RIGA-VARIAZIONE.
           CLOSE VARIAZF.
       FINE-SCRIVI-VARIAZIONE.
            EXIT.
      *
       LEGGI-DATA-ELAB.
           MOVE 'N' TO WS-DATAELAB-MODE.
           OPEN INPUT DATAELAB.
           IF WS-DATAELAB-STATUS = '00'
               READ DATAELAB AT END
                    CONTINUE
                    NOT AT END
                         IF REC-DATAELAB IS NUMERIC
                             MOVE REC-DATAELAB TO WS-DATA-ELAB
                             MOVE 'S' TO WS-DATAELAB-MODE
                         END-IF
               END-READ
           END-IF.
           CLOSE DATAELAB.
       FINE-LEGGI-DATA-ELAB.
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
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'TRASFIL ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
