       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVDEM.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * BILANCIO DEMOGRAFICO MENSILE PER CITTA E PER PROVINCIA PER LA
      * DIREZIONE E L'UFFICIO REGIONALE. DAL MASTER VERSIONATO
      * ANAGR.IDX SI CONFRONTA, PER OGNI PERSONA, LA VERSIONE IN
      * VIGORE ALL'APERTURA DEL MESE CON QUELLA IN VIGORE ALLA
      * CHIUSURA, E SE NE RICAVANO I MOVIMENTI DEL MESE:
      *   NUOVI   = PERSONE ATTIVE A FINE MESE CHE NON LO ERANO
      *             ALL'APERTURA (NUOVI INSERIMENTI E RIENTRI);
      *   DECES.  = PASSATE A STATO 'D' NEL MESE;
      *   EMIGR.  = PASSATE A STATO 'E' NEL MESE;
      *   ARRIVI  = TRASFERITE NEL MESE DA UN'ALTRA CITTA;
      *   PARTEN  = TRASFERITE NEL MESE VERSO UN'ALTRA CITTA.
      * LA POPOLAZIONE DI APERTURA E' LA CHIUSURA DEL MESE
      * PRECEDENTE CONSERVATA SU MOVDEM-STORICO.TXT (AL PRIMO GIRO,
      * SENZA STORIA, SI RICAVA DAL MASTER); LA CHIUSURA SI CONTA
      * SUL MASTER. SE APERTURA + MOVIMENTI NON DA' LA CHIUSURA
      * (VERSIONI RETRODATATE O PERSONE RIMOSSE DOPO L'ULTIMO
      * BILANCIO) LA CITTA' E' SEGNATA CON '*' E SI SCRIVE UNA
      * ECCEZIONE GRAVE. IL MESE E' QUELLO DELLA DATA DI
      * ELABORAZIONE (DATA-ELABORAZIONE.TXT SE PRESENTE); LA STORIA
      * TIENE GLI ULTIMI VENTIQUATTRO MESI E UN RILANCIO SOSTITUISCE
      * LE RIGHE DEL MESE. PASSO DI FINE MESE DELLA CATENA.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER ANAGRAFICA INDICIZZATO VERSIONATO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * MASTER DELLE CITTA' CENSITE (PER LA PROVINCIA)

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * CHIUSURE MENSILI PER CITTA, RILETTE E RISCRITTE

           SELECT OPTIONAL MOVSTOR ASSIGN TO 'MOVDEM-STORICO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MOVSTOR-STATUS.
      * BILANCIO DEMOGRAFICO DEL MESE

           SELECT REPORTF ASSIGN TO 'MOVDEM-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
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
       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 IDX-CHIAVE.
             10 IDX-ID       PIC 9(5).
             10 IDX-DATA-EFF PIC 9(8).
          05 IDX-NOME      PIC X(10).
          05 IDX-COGNOME   PIC X(10).
          05 IDX-ANNI      PIC 999.
          05 IDX-CITTA     PIC X(10).
          05 IDX-FILIALE   PIC 9(4).
          05 IDX-ANNO-NASC PIC 9(4).
          05 IDX-STATO     PIC X.
          05 IDX-STATO-DATA PIC 9(8).
          05 IDX-COD-FISCALE PIC X(16).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

       FD   MOVSTOR
            DATA RECORD IS REC-MOVSTOR.
       01 REC-MOVSTOR.
          05 MS-MESE        PIC 9(6).
          05 FILLER         PIC X.
          05 MS-CITTA       PIC X(10).
          05 FILLER         PIC X.
          05 MS-CHIUSURA    PIC 9(6).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01   WS-IDX-STATUS     PIC XX.
       01   WS-MOVSTOR-STATUS PIC XX.

      ************************************************************
      *      PERIODO DI RIFERIMENTO: DAL PRIMO ALL'ULTIMO GIORNO    *
      *      DEL MESE DELLA DATA DI ELABORAZIONE                    *
      ************************************************************
       01 WS-DATA-RIF.
            05 WS-RIF-ANNO       PIC 9999.
            05 WS-RIF-MESE       PIC 99.
            05 WS-RIF-GIORNO     PIC 99.
       01 WS-MESE-RIF          PIC 9(6) VALUE 0.
       01 WS-MESE-PREC         PIC 9(6) VALUE 0.
       01 WS-MESE-LIMITE       PIC 9(6) VALUE 0.
       01 WS-INIZIO-MESE       PIC 9(8) VALUE 0.
       01 WS-FINE-MESE         PIC 9(8) VALUE 0.

      ************************************************************
      *      SCORRIMENTO DEL MASTER COME IN DERIVA: PER OGNI        *
      *      PERSONA LA VERSIONE IN VIGORE ALL'APERTURA (DECORRENZA *
      *      PRIMA DEL MESE) E QUELLA IN VIGORE ALLA CHIUSURA       *
      ************************************************************
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-APERTURA-TROVATA  PIC X VALUE 'N'.
       01 WS-CHIUSURA-TROVATA  PIC X VALUE 'N'.
       01 WS-VERSIONE-APERTURA PIC X(79) VALUE SPACES.
       01 WS-APERTURA REDEFINES WS-VERSIONE-APERTURA.
            05 VA-ID           PIC 9(5).
            05 VA-DATA-EFF     PIC 9(8).
            05 VA-NOME         PIC X(10).
            05 VA-COGNOME      PIC X(10).
            05 VA-ANNI         PIC 999.
            05 VA-CITTA        PIC X(10).
            05 VA-FILIALE      PIC 9(4).
            05 VA-ANNO-NASC    PIC 9(4).
            05 VA-STATO        PIC X.
            05 VA-STATO-DATA   PIC 9(8).
            05 VA-COD-FISCALE  PIC X(16).
       01 WS-VERSIONE-CHIUSURA PIC X(79) VALUE SPACES.
       01 WS-CHIUSURA REDEFINES WS-VERSIONE-CHIUSURA.
            05 VC-ID           PIC 9(5).
            05 VC-DATA-EFF     PIC 9(8).
            05 VC-NOME         PIC X(10).
            05 VC-COGNOME      PIC X(10).
            05 VC-ANNI         PIC 999.
            05 VC-CITTA        PIC X(10).
            05 VC-FILIALE      PIC 9(4).
            05 VC-ANNO-NASC    PIC 9(4).
            05 VC-STATO        PIC X.
            05 VC-STATO-DATA   PIC 9(8).
            05 VC-COD-FISCALE  PIC X(16).
       01 WS-ATTIVA-APERTURA   PIC X VALUE 'N'.
       01 WS-ATTIVA-CHIUSURA   PIC X VALUE 'N'.

      ************************************************************
      *      CITTA' CENSITE, PER RICONDURRE OGNI CITTA ALLA SUA     *
      *      PROVINCIA ('--' SE LA CITTA NON E' CENSITA)            *
      ************************************************************
       COPY CITTAMAS.

      ************************************************************
      *      BILANCIO PER CITTA                                     *
      ************************************************************
       01 WS-MAX-BILANCIO      PIC 9(4) VALUE 500.
       01 TAB-BILANCIO.
            05 BILANCIO OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-BILANCIO
               INDEXED BY IND-BIL.
               10 BC-CITTA         PIC X(10).
               10 BC-PROVINCIA     PIC X(2).
               10 BC-APERTURA      PIC 9(6).
               10 BC-APERTURA-MST  PIC 9(6).
               10 BC-NUOVI         PIC 9(6).
               10 BC-DECESSI       PIC 9(6).
               10 BC-EMIGRAZIONI   PIC 9(6).
               10 BC-ARRIVI        PIC 9(6).
               10 BC-PARTENZE      PIC 9(6).
               10 BC-CHIUSURA      PIC 9(6).
               10 BC-SEGNO         PIC X.
       01 WS-NUM-BILANCIO      PIC 9(4) VALUE 0.
       01 WS-CITTA-CERCA       PIC X(10) VALUE SPACES.
       01 WS-BIL-TROVATO       PIC X VALUE 'N'.
       01 WS-BIL-RIGA          PIC 9(4) VALUE 0.
       01 WS-BIL-ARRIVO        PIC 9(4) VALUE 0.
       01 WS-BIL-PIENO         PIC X VALUE 'N'.

      ************************************************************
      *      BILANCIO PER PROVINCIA E TOTALE GENERALE               *
      ************************************************************
       01 WS-MAX-PROVINCE      PIC 9(4) VALUE 200.
       01 TAB-PROVINCE.
            05 PROVINCIA-BIL OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-PROVINCE
               INDEXED BY IND-PRV.
               10 BP-PROVINCIA     PIC X(2).
               10 BP-APERTURA      PIC 9(7).
               10 BP-NUOVI         PIC 9(7).
               10 BP-DECESSI       PIC 9(7).
               10 BP-EMIGRAZIONI   PIC 9(7).
               10 BP-ARRIVI        PIC 9(7).
               10 BP-PARTENZE      PIC 9(7).
               10 BP-CHIUSURA      PIC 9(7).
               10 BP-SEGNO         PIC X.
       01 WS-NUM-PROVINCE      PIC 9(4) VALUE 0.
       01 WS-PRV-TROVATA       PIC X VALUE 'N'.
       01 WS-PRV-RIGA          PIC 9(4) VALUE 0.
       01 WS-TOTALI.
            05 TT-APERTURA       PIC 9(7) VALUE 0.
            05 TT-NUOVI          PIC 9(7) VALUE 0.
            05 TT-DECESSI        PIC 9(7) VALUE 0.
            05 TT-EMIGRAZIONI    PIC 9(7) VALUE 0.
            05 TT-ARRIVI         PIC 9(7) VALUE 0.
            05 TT-PARTENZE       PIC 9(7) VALUE 0.
            05 TT-CHIUSURA       PIC 9(7) VALUE 0.
       01 WS-SALDO             PIC S9(8) VALUE 0.
       01 WS-CONTA-SQUADRATE   PIC 9(4) VALUE 0.

      ************************************************************
      *      STORIA DELLE CHIUSURE MENSILI PER CITTA                *
      ************************************************************
       01 WS-MAX-STORIA        PIC 9(5) VALUE 12000.
       01 TAB-STORIA.
            05 CHIUSURA-MESE OCCURS 1 TO 12000 TIMES
               DEPENDING ON WS-NUM-STORIA
               INDEXED BY IND-STORIA.
               10 SM-MESE          PIC 9(6).
               10 SM-CITTA         PIC X(10).
               10 SM-CHIUSURA      PIC 9(6).
       01 WS-NUM-STORIA        PIC 9(5) VALUE 0.
       01 WS-MOVSTOR-EOF       PIC X VALUE 'N'.
       01 WS-STORIA-PREC       PIC X VALUE 'N'.
       01 WS-STORIA-PIENA      PIC X VALUE 'N'.

      ************************************************************
      *           CONTATORI GENERALI                                *
      ************************************************************
       01 WS-CONTA-VERSIONI    PIC 9(6) VALUE 0.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, IL MESE E' QUELLO DI QUELLA DATA    *
      *      (LA NOTTE CHE SI STA RIFACENDO).                       *
      ************************************************************
       01 WS-DATAELAB-STATUS   PIC XX.
       01 WS-DATAELAB-MODE     PIC X VALUE 'N'.
       01 WS-DATA-ELAB         PIC X(8) VALUE SPACES.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'BILANCIO DEMOGRAFICO'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-MESE-RIF.
            05 FILLER            PIC X(22) VALUE 'MESE DI RIFERIMENTO'.
            05 RMR-MM            PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RMR-AAAA          PIC 9999.

       01 RIGA-ORIGINE-APERTURA.
            05 FILLER            PIC X(22) VALUE 'APERTURA DA:'.
            05 ROA-ORIGINE       PIC X(30).

       01 INTESTAZIONE-COLONNE.
            05 FILLER            PIC X(35) VALUE
               'CITTA      PR APERT. NUOVI  DECES. '.
            05 FILLER            PIC X(28) VALUE
               'EMIGR. ARRIVI PARTEN CHIUS. '.

       01 RIGA-MOVIMENTO.
            05 RM-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-PROVINCIA      PIC X(2).
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-APERTURA       PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-NUOVI          PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-DECESSI        PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-EMIGRAZIONI    PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-ARRIVI         PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-PARTENZE       PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-CHIUSURA       PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-SEGNO          PIC X.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = BILANCIO QUADRATO                                      *
      * 4 = BILANCIO INCOMPLETO (TABELLE PIENE)                    *
      * 8 = BILANCIO NON QUADRATO O MASTER ANAGR.IDX ASSENTE       *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

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
       01 WS-ECC-NUMERO         PIC -(7)9.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM IMPOSTA-PERIODO THRU FINE-IMPOSTA-PERIODO.
            PERFORM CARICA-CITTA-MASTER THRU FINE-CARICA-CITTA-MASTER.
            PERFORM CARICA-STORIA THRU FINE-CARICA-STORIA.
            PERFORM SCORRI-MASTER THRU FINE-SCORRI-MASTER.

            IF WS-RETURN-CODE NOT = 8
                PERFORM IMPOSTA-APERTURA THRU FINE-IMPOSTA-APERTURA
                     VARYING IND-BIL FROM 1 BY 1
                     UNTIL IND-BIL > WS-NUM-BILANCIO
                PERFORM VERIFICA-CITTA THRU FINE-VERIFICA-CITTA
                     VARYING IND-BIL FROM 1 BY 1
                     UNTIL IND-BIL > WS-NUM-BILANCIO
                PERFORM RIPORTA-PROVINCIA THRU FINE-RIPORTA-PROVINCIA
                     VARYING IND-BIL FROM 1 BY 1
                     UNTIL IND-BIL > WS-NUM-BILANCIO
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                PERFORM RISCRIVI-STORIA THRU FINE-RISCRIVI-STORIA
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-VERSIONI TO GIO-LETTI.
            MOVE WS-NUM-BILANCIO   TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE    TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       IMPOSTA-PERIODO.
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO WS-DATA-RIF
           ELSE
               ACCEPT WS-DATA-RIF FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-MESE-RIF = WS-RIF-ANNO * 100 + WS-RIF-MESE.
           COMPUTE WS-INIZIO-MESE = WS-MESE-RIF * 100 + 1.
           COMPUTE WS-FINE-MESE   = WS-MESE-RIF * 100 + 31.
           IF WS-RIF-MESE = 1
               COMPUTE WS-MESE-PREC = (WS-RIF-ANNO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MESE-PREC = WS-MESE-RIF - 1
           END-IF.
           COMPUTE WS-MESE-LIMITE = WS-MESE-RIF - 200.
       FINE-IMPOSTA-PERIODO.
            EXIT.
      *
       CARICA-CITTA-MASTER.
           MOVE 'N'  TO WS-CITTAMST-MODE.
           MOVE ZERO TO WS-NUM-CITTA-MST.
           OPEN INPUT CITTAMF.
           IF WS-CITTAMST-STATUS = '00'
               MOVE 'S' TO WS-CITTAMST-MODE
               MOVE 'N' TO WS-CITTAMST-EOF
               PERFORM LEGGI-CITTA-MST THRU FINE-LEGGI-CITTA-MST
                    UNTIL WS-CITTAMST-EOF = 'S'
               CLOSE CITTAMF
           END-IF.
       FINE-CARICA-CITTA-MASTER.
            EXIT.
      *
       LEGGI-CITTA-MST.
           READ CITTAMF AT END
                MOVE 'S' TO WS-CITTAMST-EOF
                NOT AT END
                     IF WS-NUM-CITTA-MST < WS-MAX-CITTA-MST
                         ADD 1 TO WS-NUM-CITTA-MST
                         MOVE CMF-CITTA
                              TO CM-TAB-CITTA(WS-NUM-CITTA-MST)
                         MOVE CMF-PROVINCIA
                              TO CM-TAB-PROVINCIA(WS-NUM-CITTA-MST)
                         MOVE CMF-REGIONE
                              TO CM-TAB-REGIONE(WS-NUM-CITTA-MST)
                         MOVE CMF-ESTERO
                              TO CM-TAB-ESTERO(WS-NUM-CITTA-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-CITTA-MST.
            EXIT.
      *
       CARICA-STORIA.
      **************************************************************
      * CARICA LE CHIUSURE DEGLI ULTIMI VENTIQUATTRO MESI, SCARTA   *
      * QUELLE DEL MESE IN CORSO (IL RILANCIO LE RIFA') E METTE IN  *
      * TABELLA LE CITTA' CHE AVEVANO UNA CHIUSURA NEL MESE         *
      * PRECEDENTE, ANCHE SE OGGI NON HANNO PIU' NESSUNO.           *
      **************************************************************
           MOVE ZERO TO WS-NUM-STORIA.
           MOVE 'N'  TO WS-STORIA-PREC.
           MOVE 'N'  TO WS-MOVSTOR-EOF.
           OPEN INPUT MOVSTOR.
           IF WS-MOVSTOR-STATUS = '00'
               PERFORM LEGGI-STORIA THRU FINE-LEGGI-STORIA
                    UNTIL WS-MOVSTOR-EOF = 'S'
           END-IF.
           CLOSE MOVSTOR.
       FINE-CARICA-STORIA.
            EXIT.
      *
       LEGGI-STORIA.
           READ MOVSTOR AT END
                MOVE 'S' TO WS-MOVSTOR-EOF
                NOT AT END
                     IF MS-MESE IS NUMERIC
                             AND MS-MESE > WS-MESE-LIMITE
                             AND MS-MESE NOT = WS-MESE-RIF
                         IF WS-NUM-STORIA < WS-MAX-STORIA
                             ADD 1 TO WS-NUM-STORIA
                             MOVE MS-MESE
                                  TO SM-MESE(WS-NUM-STORIA)
                             MOVE MS-CITTA
                                  TO SM-CITTA(WS-NUM-STORIA)
                             MOVE MS-CHIUSURA
                                  TO SM-CHIUSURA(WS-NUM-STORIA)
                         ELSE
                             MOVE 'S' TO WS-STORIA-PIENA
                         END-IF
                         IF MS-MESE = WS-MESE-PREC
                             MOVE 'S' TO WS-STORIA-PREC
                             MOVE MS-CITTA TO WS-CITTA-CERCA
                             PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-STORIA.
            EXIT.
      *
       SCORRI-MASTER.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-IDX-EOF.
           MOVE 'S' TO WS-PRIMA-VERSIONE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO: BILANCIO NON FATTO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'SCORRI-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
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
                   PERFORM CHIUDI-PERSONA THRU FINE-CHIUDI-PERSONA
               END-IF
               CLOSE IDXF
           END-IF.
       FINE-SCORRI-MASTER.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-VERSIONI
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-PREC
                         PERFORM CHIUDI-PERSONA
                            THRU FINE-CHIUDI-PERSONA
                     END-IF
                     IF WS-PRIMA-VERSIONE = 'S'
                             OR IDX-ID NOT = WS-ID-PREC
                         MOVE 'N' TO WS-APERTURA-TROVATA
                         MOVE 'N' TO WS-CHIUSURA-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-PREC
                     IF IDX-DATA-EFF < WS-INIZIO-MESE
                         MOVE REC-IDXF TO WS-VERSIONE-APERTURA
                         MOVE 'S'      TO WS-APERTURA-TROVATA
                     END-IF
                     IF IDX-DATA-EFF NOT > WS-FINE-MESE
                         MOVE REC-IDXF TO WS-VERSIONE-CHIUSURA
                         MOVE 'S'      TO WS-CHIUSURA-TROVATA
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       CHIUDI-PERSONA.
      **************************************************************
      * CLASSIFICA LA PERSONA CONFRONTANDO LA VERSIONE DI APERTURA  *
      * CON QUELLA DI CHIUSURA. UN CAMBIO DI CITTA' E' UNA PARTENZA *
      * E UN ARRIVO ANCHE SE NELLO STESSO MESE LA PERSONA E' POI    *
      * DECEDUTA O EMIGRATA: IL DECESSO SI CONTA SULLA CITTA' DI    *
      * CHIUSURA, COSI' OGNI CITTA' QUADRA DA SOLA.                 *
      **************************************************************
           MOVE 'N' TO WS-ATTIVA-APERTURA.
           IF WS-APERTURA-TROVATA = 'S'
                   AND VA-STATO NOT = 'D' AND VA-STATO NOT = 'E'
               MOVE 'S' TO WS-ATTIVA-APERTURA
           END-IF.
           MOVE 'N' TO WS-ATTIVA-CHIUSURA.
           IF WS-CHIUSURA-TROVATA = 'S'
                   AND VC-STATO NOT = 'D' AND VC-STATO NOT = 'E'
               MOVE 'S' TO WS-ATTIVA-CHIUSURA
           END-IF.

           IF WS-ATTIVA-APERTURA = 'S'
               MOVE VA-CITTA TO WS-CITTA-CERCA
               PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
               IF WS-BIL-TROVATO = 'S'
                   ADD 1 TO BC-APERTURA-MST(WS-BIL-RIGA)
               END-IF
           END-IF.

           IF WS-CHIUSURA-TROVATA = 'S'
               MOVE VC-CITTA TO WS-CITTA-CERCA
               PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
               MOVE WS-BIL-RIGA TO WS-BIL-ARRIVO
               IF WS-BIL-TROVATO = 'S'
                   IF WS-ATTIVA-CHIUSURA = 'S'
                       ADD 1 TO BC-CHIUSURA(WS-BIL-ARRIVO)
                   END-IF
                   IF WS-ATTIVA-APERTURA = 'N'
                           AND WS-ATTIVA-CHIUSURA = 'S'
                       ADD 1 TO BC-NUOVI(WS-BIL-ARRIVO)
                   END-IF
                   IF WS-ATTIVA-APERTURA = 'S'
                           AND VC-CITTA NOT = VA-CITTA
                       ADD 1 TO BC-ARRIVI(WS-BIL-ARRIVO)
                       MOVE VA-CITTA TO WS-CITTA-CERCA
                       PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
                       IF WS-BIL-TROVATO = 'S'
                           ADD 1 TO BC-PARTENZE(WS-BIL-RIGA)
                       END-IF
                   END-IF
                   IF WS-ATTIVA-APERTURA = 'S'
                           AND WS-ATTIVA-CHIUSURA = 'N'
                       IF VC-STATO = 'D'
                           ADD 1 TO BC-DECESSI(WS-BIL-ARRIVO)
                       ELSE
                           ADD 1 TO BC-EMIGRAZIONI(WS-BIL-ARRIVO)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-CHIUDI-PERSONA.
            EXIT.
      *
       TROVA-CITTA.
      **************************************************************
      * POSIZIONA WS-BIL-RIGA SULLA RIGA DELLA CITTA IN             *
      * WS-CITTA-CERCA, AGGIUNGENDOLA CON LA SUA PROVINCIA SE MANCA *
      **************************************************************
           MOVE 'N'  TO WS-BIL-TROVATO.
           MOVE ZERO TO WS-BIL-RIGA.
           SET IND-BIL TO 1.
           PERFORM CONFRONTA-CITTA THRU FINE-CONFRONTA-CITTA
                UNTIL IND-BIL > WS-NUM-BILANCIO
                   OR WS-BIL-TROVATO = 'S'.
           IF WS-BIL-TROVATO = 'N'
               IF WS-NUM-BILANCIO < WS-MAX-BILANCIO
                   ADD 1 TO WS-NUM-BILANCIO
                   MOVE WS-NUM-BILANCIO TO WS-BIL-RIGA
                   MOVE WS-CITTA-CERCA  TO BC-CITTA(WS-BIL-RIGA)
                   MOVE '--'            TO BC-PROVINCIA(WS-BIL-RIGA)
                   MOVE ZERO TO BC-APERTURA(WS-BIL-RIGA)
                                BC-APERTURA-MST(WS-BIL-RIGA)
                                BC-NUOVI(WS-BIL-RIGA)
                                BC-DECESSI(WS-BIL-RIGA)
                                BC-EMIGRAZIONI(WS-BIL-RIGA)
                                BC-ARRIVI(WS-BIL-RIGA)
                                BC-PARTENZE(WS-BIL-RIGA)
                                BC-CHIUSURA(WS-BIL-RIGA)
                   MOVE SPACE TO BC-SEGNO(WS-BIL-RIGA)
                   SET IND-CITTA-MST TO 1
                   SEARCH CITTA-MST
                        WHEN CM-TAB-CITTA(IND-CITTA-MST)
                                 = WS-CITTA-CERCA
                             MOVE CM-TAB-PROVINCIA(IND-CITTA-MST)
                                  TO BC-PROVINCIA(WS-BIL-RIGA)
                   END-SEARCH
                   MOVE 'S' TO WS-BIL-TROVATO
               ELSE
                   MOVE 'S' TO WS-BIL-PIENO
               END-IF
           END-IF.
       FINE-TROVA-CITTA.
            EXIT.
      *
       CONFRONTA-CITTA.
           IF BC-CITTA(IND-BIL) = WS-CITTA-CERCA
               MOVE 'S' TO WS-BIL-TROVATO
               SET WS-BIL-RIGA TO IND-BIL
           END-IF.
           SET IND-BIL UP BY 1.
       FINE-CONFRONTA-CITTA.
            EXIT.
      *
       IMPOSTA-APERTURA.
      **************************************************************
      * L'APERTURA E' LA CHIUSURA DEL MESE PRECEDENTE SULLA STORIA  *
      * (ZERO PER UNA CITTA' CHE ALLORA NON C'ERA); SENZA STORIA    *
      * DEL MESE PRECEDENTE SI USA QUELLA CONTATA SUL MASTER.       *
      **************************************************************
           IF WS-STORIA-PREC = 'S'
               MOVE ZERO TO BC-APERTURA(IND-BIL)
               SET IND-STORIA TO 1
               SEARCH CHIUSURA-MESE
                    WHEN SM-MESE(IND-STORIA) = WS-MESE-PREC
                         AND SM-CITTA(IND-STORIA) = BC-CITTA(IND-BIL)
                         MOVE SM-CHIUSURA(IND-STORIA)
                              TO BC-APERTURA(IND-BIL)
               END-SEARCH
           ELSE
               MOVE BC-APERTURA-MST(IND-BIL) TO BC-APERTURA(IND-BIL)
           END-IF.
       FINE-IMPOSTA-APERTURA.
            EXIT.
      *
       VERIFICA-CITTA.
      **************************************************************
      * LA PROVA: APERTURA + NUOVI + ARRIVI - DECESSI - EMIGRAZIONI *
      * - PARTENZE = CHIUSURA. SE NON TORNA, RIGA SEGNATA CON '*',  *
      * ECCEZIONE GRAVE E RC 8.                                     *
      **************************************************************
           COMPUTE WS-SALDO = BC-APERTURA(IND-BIL)
                            + BC-NUOVI(IND-BIL)
                            + BC-ARRIVI(IND-BIL)
                            - BC-DECESSI(IND-BIL)
                            - BC-EMIGRAZIONI(IND-BIL)
                            - BC-PARTENZE(IND-BIL)
                            - BC-CHIUSURA(IND-BIL).
           IF WS-SALDO NOT = ZERO
               MOVE '*' TO BC-SEGNO(IND-BIL)
               ADD 1 TO WS-CONTA-SQUADRATE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-SALDO TO WS-ECC-NUMERO
               MOVE 'VERIFICA-CITTA'  TO ECC-PARAGRAFO
               MOVE BC-CITTA(IND-BIL) TO ECC-CHIAVE
               MOVE SPACES            TO ECC-DESCRIZIONE
               STRING 'BILANCIO NON QUADRA, DIFFERENZA '
                      DELIMITED BY SIZE
                      WS-ECC-NUMERO DELIMITED BY SIZE
                      INTO ECC-DESCRIZIONE
               END-STRING
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-VERIFICA-CITTA.
            EXIT.
      *
       RIPORTA-PROVINCIA.
           MOVE 'N'  TO WS-PRV-TROVATA.
           MOVE ZERO TO WS-PRV-RIGA.
           SET IND-PRV TO 1.
           PERFORM CONFRONTA-PROVINCIA THRU FINE-CONFRONTA-PROVINCIA
                UNTIL IND-PRV > WS-NUM-PROVINCE
                   OR WS-PRV-TROVATA = 'S'.
           IF WS-PRV-TROVATA = 'N'
                   AND WS-NUM-PROVINCE < WS-MAX-PROVINCE
               ADD 1 TO WS-NUM-PROVINCE
               MOVE WS-NUM-PROVINCE TO WS-PRV-RIGA
               MOVE BC-PROVINCIA(IND-BIL) TO BP-PROVINCIA(WS-PRV-RIGA)
               MOVE ZERO TO BP-APERTURA(WS-PRV-RIGA)
                            BP-NUOVI(WS-PRV-RIGA)
                            BP-DECESSI(WS-PRV-RIGA)
                            BP-EMIGRAZIONI(WS-PRV-RIGA)
                            BP-ARRIVI(WS-PRV-RIGA)
                            BP-PARTENZE(WS-PRV-RIGA)
                            BP-CHIUSURA(WS-PRV-RIGA)
               MOVE SPACE TO BP-SEGNO(WS-PRV-RIGA)
               MOVE 'S' TO WS-PRV-TROVATA
           END-IF.
           IF WS-PRV-TROVATA = 'S'
               ADD BC-APERTURA(IND-BIL)    TO BP-APERTURA(WS-PRV-RIGA)
               ADD BC-NUOVI(IND-BIL)       TO BP-NUOVI(WS-PRV-RIGA)
               ADD BC-DECESSI(IND-BIL)     TO BP-DECESSI(WS-PRV-RIGA)
               ADD BC-EMIGRAZIONI(IND-BIL)
                   TO BP-EMIGRAZIONI(WS-PRV-RIGA)
               ADD BC-ARRIVI(IND-BIL)      TO BP-ARRIVI(WS-PRV-RIGA)
               ADD BC-PARTENZE(IND-BIL)    TO BP-PARTENZE(WS-PRV-RIGA)
               ADD BC-CHIUSURA(IND-BIL)    TO BP-CHIUSURA(WS-PRV-RIGA)
               IF BC-SEGNO(IND-BIL) = '*'
                   MOVE '*' TO BP-SEGNO(WS-PRV-RIGA)
               END-IF
           ELSE
               MOVE 'S' TO WS-BIL-PIENO
           END-IF.
           ADD BC-APERTURA(IND-BIL)    TO TT-APERTURA.
           ADD BC-NUOVI(IND-BIL)       TO TT-NUOVI.
           ADD BC-DECESSI(IND-BIL)     TO TT-DECESSI.
           ADD BC-EMIGRAZIONI(IND-BIL) TO TT-EMIGRAZIONI.
           ADD BC-ARRIVI(IND-BIL)      TO TT-ARRIVI.
           ADD BC-PARTENZE(IND-BIL)    TO TT-PARTENZE.
           ADD BC-CHIUSURA(IND-BIL)    TO TT-CHIUSURA.
       FINE-RIPORTA-PROVINCIA.
            EXIT.
      *
       CONFRONTA-PROVINCIA.
           IF BP-PROVINCIA(IND-PRV) = BC-PROVINCIA(IND-BIL)
               MOVE 'S' TO WS-PRV-TROVATA
               SET WS-PRV-RIGA TO IND-PRV
           END-IF.
           SET IND-PRV UP BY 1.
       FINE-CONFRONTA-PROVINCIA.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE WS-RIF-MESE TO RMR-MM.
           MOVE WS-RIF-ANNO TO RMR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-MESE-RIF.
           IF WS-STORIA-PREC = 'S'
               MOVE 'CHIUSURA DEL MESE PRECEDENTE' TO ROA-ORIGINE
           ELSE
               MOVE 'MASTER (NESSUNA STORIA)'      TO ROA-ORIGINE
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-ORIGINE-APERTURA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-COLONNE.
           PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
                VARYING IND-BIL FROM 1 BY 1
                UNTIL IND-BIL > WS-NUM-BILANCIO.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-COLONNE.
           PERFORM STAMPA-PROVINCIA THRU FINE-STAMPA-PROVINCIA
                VARYING IND-PRV FROM 1 BY 1
                UNTIL IND-PRV > WS-NUM-PROVINCE.

           MOVE 'TOTALE'          TO RM-CITTA.
           MOVE SPACES            TO RM-PROVINCIA.
           MOVE TT-APERTURA       TO RM-APERTURA.
           MOVE TT-NUOVI          TO RM-NUOVI.
           MOVE TT-DECESSI        TO RM-DECESSI.
           MOVE TT-EMIGRAZIONI    TO RM-EMIGRAZIONI.
           MOVE TT-ARRIVI         TO RM-ARRIVI.
           MOVE TT-PARTENZE       TO RM-PARTENZE.
           MOVE TT-CHIUSURA       TO RM-CHIUSURA.
           MOVE SPACE             TO RM-SEGNO.
           IF WS-CONTA-SQUADRATE > ZERO
               MOVE '*' TO RM-SEGNO
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-MOVIMENTO.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'CITTA NON QUADRATE    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SQUADRATE       TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           IF WS-BIL-PIENO = 'S'
               MOVE SPACES TO REC-REPORTF
               MOVE 'TABELLA CITTA PIENA: BILANCIO INCOMPLETO'
                    TO REC-REPORTF
               WRITE REC-REPORTF
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-CITTA.
           MOVE BC-CITTA(IND-BIL)       TO RM-CITTA.
           MOVE BC-PROVINCIA(IND-BIL)   TO RM-PROVINCIA.
           MOVE BC-APERTURA(IND-BIL)    TO RM-APERTURA.
           MOVE BC-NUOVI(IND-BIL)       TO RM-NUOVI.
           MOVE BC-DECESSI(IND-BIL)     TO RM-DECESSI.
           MOVE BC-EMIGRAZIONI(IND-BIL) TO RM-EMIGRAZIONI.
           MOVE BC-ARRIVI(IND-BIL)      TO RM-ARRIVI.
           MOVE BC-PARTENZE(IND-BIL)    TO RM-PARTENZE.
           MOVE BC-CHIUSURA(IND-BIL)    TO RM-CHIUSURA.
           MOVE BC-SEGNO(IND-BIL)       TO RM-SEGNO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-MOVIMENTO.
       FINE-STAMPA-CITTA.
            EXIT.
      *
       STAMPA-PROVINCIA.
           MOVE 'PROVINCIA'              TO RM-CITTA.
           MOVE BP-PROVINCIA(IND-PRV)    TO RM-PROVINCIA.
           MOVE BP-APERTURA(IND-PRV)     TO RM-APERTURA.
           MOVE BP-NUOVI(IND-PRV)        TO RM-NUOVI.
           MOVE BP-DECESSI(IND-PRV)      TO RM-DECESSI.
           MOVE BP-EMIGRAZIONI(IND-PRV)  TO RM-EMIGRAZIONI.
           MOVE BP-ARRIVI(IND-PRV)       TO RM-ARRIVI.
           MOVE BP-PARTENZE(IND-PRV)     TO RM-PARTENZE.
           MOVE BP-CHIUSURA(IND-PRV)     TO RM-CHIUSURA.
           MOVE BP-SEGNO(IND-PRV)        TO RM-SEGNO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-MOVIMENTO.
       FINE-STAMPA-PROVINCIA.
            EXIT.
      *
       RISCRIVI-STORIA.
      **************************************************************
      * RISCRIVE LA STORIA: I MESI PRECEDENTI CONSERVATI E LE       *
      * CHIUSURE DEL MESE APPENA CALCOLATE.                         *
      **************************************************************
           IF WS-STORIA-PIENA = 'S'
               MOVE 'RISCRIVI-STORIA' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'STORIA PIENA: MESI VECCHI NON CONSERVATI'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           OPEN OUTPUT MOVSTOR.
           PERFORM SCRIVI-UNA-STORIA THRU FINE-SCRIVI-UNA-STORIA
                VARYING IND-STORIA FROM 1 BY 1
                UNTIL IND-STORIA > WS-NUM-STORIA.
           PERFORM SCRIVI-UNA-CHIUSURA THRU FINE-SCRIVI-UNA-CHIUSURA
                VARYING IND-BIL FROM 1 BY 1
                UNTIL IND-BIL > WS-NUM-BILANCIO.
           CLOSE MOVSTOR.
       FINE-RISCRIVI-STORIA.
            EXIT.
      *
       SCRIVI-UNA-STORIA.
           MOVE SPACES                   TO REC-MOVSTOR.
           MOVE SM-MESE(IND-STORIA)      TO MS-MESE.
           MOVE SM-CITTA(IND-STORIA)     TO MS-CITTA.
           MOVE SM-CHIUSURA(IND-STORIA)  TO MS-CHIUSURA.
           WRITE REC-MOVSTOR.
       FINE-SCRIVI-UNA-STORIA.
            EXIT.
      *
       SCRIVI-UNA-CHIUSURA.
           MOVE SPACES                TO REC-MOVSTOR.
           MOVE WS-MESE-RIF           TO MS-MESE.
           MOVE BC-CITTA(IND-BIL)     TO MS-CITTA.
           MOVE BC-CHIUSURA(IND-BIL)  TO MS-CHIUSURA.
           WRITE REC-MOVSTOR.
       FINE-SCRIVI-UNA-CHIUSURA.
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
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'MOVDEM  ' TO GIO-PROGRAMMA.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
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
           MOVE 'MOVDEM'     TO ECC-PROGRAMMA.

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
