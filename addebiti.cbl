       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDEBITI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * ADDEBITI DI FINE MESE DEI SERVIZI CENTRALI ALLE FILIALI:
      * CONTA PER COD-FILIALE LE RICERCHE DI CERCA SULLE PERSONE
      * DELLA FILIALE (CERCA-AUDIT.TXT, CON LA FILIALE PRESA DA
      * ANAGR.TXT PER ID), LE RIGHE ESTRATTE DA ESTRAI, LE RIGHE
      * DEGLI ESTRATTI CSV DI CERCA E TABORD, I RECORD DEI PACCHI
      * DI DISTFIL, LE LETTERE DI LETTERE E LA POSTA PREZZATA DA
      * PREVPOST (CONSUMI.TXT, MODULO CONSUMO). LE QUANTITA SI
      * PREZZANO CON IL LISTINO MANTENUTO DALL'ESERCIZIO
      * (TARIFFE-ADDEBITO.TXT); LA POSTA PASSA AL COSTO PIU' IL
      * DIRITTO A PEZZO. STAMPA UN ESTRATTO CONTO PER FILIALE E UN
      * RIEPILOGO PER SERVIZIO CHE QUADRA LE RIGHE DI DETTAGLIO
      * CONTRO I TOTALI DI CONTROLLO DI OGNI FONTE. I CONSUMI SENZA
      * FILIALE (RICERCHE SENZA RISCONTRO, PERSONE NON PIU' IN
      * ANAGRAFICA, FILIALE ZERO) SI STAMPANO A PARTE E NON SI
      * ADDEBITANO.
      * PARAMETRI IN ADDEBITI-PARAM.TXT: MESE AAAAMM. SENZA
      * PARAMETRI SI ADDEBITA IL MESE PRECEDENTE.
      *
      * LISTINO (PAROLA CHIAVE COL. 1-10, VALORE DAL COL. 11, IN
      * CENTESIMI A UNITA'):
      *   RICERCA    NNNNN  OGNI PERSONA TROVATA DA CERCA
      *   ESTRATTO   NNNNN  OGNI RIGA ESTRATTA DA ESTRAI
      *   RIGA-CSV   NNNNN  OGNI RIGA DI UN ESTRATTO CSV
      *   PACCO      NNNNN  OGNI RECORD IN UN PACCO DI DISTFIL
      *   LETTERA    NNNNN  OGNI LETTERA STAMPATA
      *   POSTA      NNNNN  DIRITTO PER PEZZO, OLTRE ALL'AFFRANCATURA
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: MESE DA ADDEBITARE

           SELECT OPTIONAL PARAMF ASSIGN TO 'ADDEBITI-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * LISTINO DEGLI ADDEBITI MANTENUTO DALL'ESERCIZIO

           SELECT OPTIONAL TARIFFEF ASSIGN TO 'TARIFFE-ADDEBITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARIFFE-STATUS.
      * REGISTRO DEI CONSUMI PER FILIALE (SCRITTO DAL MODULO CONSUMO)

           SELECT OPTIONAL CONSUMIF ASSIGN TO 'CONSUMI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSM-STATUS.
      * AUDIT DELLE RICERCHE

           SELECT OPTIONAL AUDIT ASSIGN TO 'CERCA-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * ANAGRAFICA, PER LA FILIALE DELLE PERSONE CERCATE

           SELECT OPTIONAL PRIMOF ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * MASTER DELLE FILIALI, PER IL NOME SUGLI ESTRATTI CONTO

           SELECT FILIALIMF ASSIGN TO 'FILIALI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY FMF-CODICE
           ALTERNATE RECORD KEY IS FMF-DESC WITH DUPLICATES
           STATUS WS-FILIALIMF-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'ADDEBITI-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(10).

       FD   TARIFFEF
            DATA RECORD IS REC-TARIFFEF.
       01 REC-TARIFFEF.
          05 TAR-CHIAVE     PIC X(10).
          05 TAR-VALORE     PIC X(10).

       FD   CONSUMIF
            DATA RECORD IS REC-CONSUMIF.
       01 REC-CONSUMIF  PIC X(62).

       FD   AUDIT
            DATA RECORD IS REC-AUDIT.
       01 REC-AUDIT  PIC X(121).

       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       FD   FILIALIMF
            DATA RECORD IS REC-FILIALIMF.
       01 REC-FILIALIMF.
          05 FMF-CODICE    PIC 9(4).
          05 FMF-DESC      PIC X(16).
          05 FMF-STATO     PIC X.
          05 FMF-DATA-AP   PIC 9(8).
          05 FMF-DATA-CH   PIC 9(8).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY CONSUMI.
       COPY AUDIT.
       COPY ANAGRAF.
       COPY FILIALMA.

       01 WS-PARAM-STATUS      PIC XX.
       01 WS-TARIFFE-STATUS    PIC XX.
       01 WS-CSM-STATUS        PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-PRIMOF-STATUS     PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      MESE DA ADDEBITARE (AAAAMM): DA ADDEBITI-PARAM.TXT,    *
      *      ALTRIMENTI IL MESE PRECEDENTE A OGGI                   *
      ************************************************************
       01 WS-DATA-OGGI.
            05 WS-OGGI-ANNO      PIC 9999.
            05 WS-OGGI-MESE      PIC 99.
            05 WS-OGGI-GIORNO    PIC 99.
       01 WS-MESE-ADDEBITO.
            05 WS-MA-ANNO        PIC 9999.
            05 WS-MA-MESE        PIC 99.
       01 WS-MESE-ADDEBITO-X REDEFINES WS-MESE-ADDEBITO PIC X(6).
       01 WS-MESE-RIGA         PIC X(6) VALUE SPACES.

      ************************************************************
      *      SERVIZI ADDEBITATI: CODICE IN CONSUMI.TXT, PAROLA      *
      *      CHIAVE DEL LISTINO, DESCRIZIONE IN STAMPA. IL PRIMO    *
      *      SERVIZIO (RICERCHE) NON E' IN CONSUMI.TXT: SI CONTA    *
      *      DA CERCA-AUDIT.TXT.                                    *
      ************************************************************
       01 WS-NUM-SERVIZI       PIC 9 VALUE 6.
       01 WS-SERVIZI.
            05 FILLER PIC X(8)  VALUE 'RICERCHE'.
            05 FILLER PIC X(10) VALUE 'RICERCA'.
            05 FILLER PIC X(20) VALUE 'RICERCHE CERCA'.
            05 FILLER PIC X(8)  VALUE 'ESTRAI'.
            05 FILLER PIC X(10) VALUE 'ESTRATTO'.
            05 FILLER PIC X(20) VALUE 'RIGHE ESTRAI'.
            05 FILLER PIC X(8)  VALUE 'CSV'.
            05 FILLER PIC X(10) VALUE 'RIGA-CSV'.
            05 FILLER PIC X(20) VALUE 'RIGHE CSV'.
            05 FILLER PIC X(8)  VALUE 'PACCHI'.
            05 FILLER PIC X(10) VALUE 'PACCO'.
            05 FILLER PIC X(20) VALUE 'RECORD NEI PACCHI'.
            05 FILLER PIC X(8)  VALUE 'LETTERE'.
            05 FILLER PIC X(10) VALUE 'LETTERA'.
            05 FILLER PIC X(20) VALUE 'LETTERE STAMPATE'.
            05 FILLER PIC X(8)  VALUE 'POSTA'.
            05 FILLER PIC X(10) VALUE 'POSTA'.
            05 FILLER PIC X(20) VALUE 'POSTA (PEZZI)'.
       01 TAB-SERVIZI REDEFINES WS-SERVIZI.
            05 SERVIZIO-TAB OCCURS 6 TIMES.
               10 SV-CODICE        PIC X(8).
               10 SV-CHIAVE        PIC X(10).
               10 SV-DESCRIZIONE   PIC X(20).

      *      PER SERVIZIO: PREZZO A UNITA' (CENTESIMI), QUANTITA E
      *      IMPORTO DELLE RIGHE DI DETTAGLIO, TOTALI DI CONTROLLO
      *      DELLE FONTI, ADDEBITO CALCOLATO (CENTESIMI)
       01 TAB-TOTALI-SERVIZI.
            05 TOTALE-SERVIZIO OCCURS 6 TIMES.
               10 SV-PREZZO        PIC 9(5).
               10 SV-QUANTITA      PIC 9(9).
               10 SV-IMPORTO       PIC 9(11).
               10 SV-CTL-QUANTITA  PIC 9(9).
               10 SV-CTL-IMPORTO   PIC 9(11).
               10 SV-ADDEBITO      PIC 9(13).
       01 WS-IND-SERV          PIC 99 VALUE 0.
       01 WS-SERV-TROVATO      PIC 99 VALUE 0.
       01 WS-LISTINO-MODE      PIC X VALUE 'N'.

      ************************************************************
      *      CONSUMI PER FILIALE, IN ORDINE DI CODICE FILIALE. LA   *
      *      FILIALE ZERO RACCOGLIE I CONSUMI SENZA FILIALE.        *
      ************************************************************
       01 WS-MAX-FILIALI       PIC 9(4) VALUE 1000.
       01 TAB-FILIALI.
            05 FILIALE-TAB OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-FILIALI
               INDEXED BY IND-FIL.
               10 TF-FILIALE       PIC 9(4).
               10 TF-VOCE OCCURS 6 TIMES.
                  15 TF-QUANTITA   PIC 9(9).
                  15 TF-IMPORTO    PIC 9(11).
       01 WS-NUM-FILIALI       PIC 9(4) VALUE 0.
       01 WS-FILIALI-TRONCATE  PIC X VALUE 'N'.
       01 WS-POSIZIONE         PIC 9(4) VALUE 0.
       01 WS-POSIZIONE-TROVATA PIC X VALUE 'N'.
       01 WS-IX-SPOSTA         PIC 9(4) VALUE 0.
       01 WS-ACCETTATA         PIC X VALUE 'N'.

      *      CONSUMO IN ESAME, DA CONSUMI.TXT O DALL'AUDIT
       01 WS-EV-FILIALE        PIC 9(4) VALUE 0.
       01 WS-EV-QUANTITA       PIC 9(7) VALUE 0.
       01 WS-EV-IMPORTO        PIC 9(9) VALUE 0.

      ************************************************************
      *      FILIALE DI OGNI ID-PERSONA, DA ANAGR.TXT (L'ULTIMA     *
      *      VERSIONE LETTA VINCE): LE RIGHE DI AUDIT PORTANO SOLO  *
      *      L'ID DELLA PERSONA TROVATA                             *
      ************************************************************
       01 TAB-MAPPA-FILIALI.
            05 MF-FILIALE OCCURS 99999 TIMES PIC 9(4).
       01 WS-MAPPA-MODE        PIC X VALUE 'N'.

      ************************************************************
      *           CONTATORI E TOTALI PER IL REPORT                  *
      ************************************************************
       01 WS-CONTA-CONSUMI     PIC 9(6) VALUE 0.
       01 WS-CONTA-RICERCHE    PIC 9(6) VALUE 0.
       01 WS-CONTA-SCARTATE    PIC 9(6) VALUE 0.
       01 WS-CONTA-ADDEBITATE  PIC 9(4) VALUE 0.
       01 WS-CONTA-SQUADRATI   PIC 9 VALUE 0.
       01 WS-ADDEBITO-VOCE     PIC 9(13) VALUE 0.
       01 WS-TOTALE-FILIALE    PIC 9(13) VALUE 0.
       01 WS-TOTALE-ADDEBITATO PIC 9(13) VALUE 0.
       01 WS-TOTALE-SENZA-FIL  PIC 9(13) VALUE 0.
       01 WS-EURO-APPOGGIO     PIC 9(11)V99 VALUE 0.
       01 WS-PREZZO-EURO       PIC 9(3)V99 VALUE 0.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'ADDEBITI ALLE FILIALI'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(24) VALUE '    SERVIZIO'.
            05 FILLER            PIC X(9)  VALUE ' QUANTITA'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(6)  VALUE 'PREZZO'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(14) VALUE '  IMPORTO EURO'.

       01 RIGA-PERIODO.
            05 FILLER            PIC X(14) VALUE 'MESE ADDEBITO '.
            05 RP-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RP-AAAA           PIC 9999.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RP-LISTINO        PIC X(40).

       01 RIGA-FILIALE.
            05 FILLER            PIC X(8)  VALUE 'FILIALE '.
            05 RF-FILIALE        PIC 9(4).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RF-NOTA           PIC X(40).

       01 RIGA-DETTAGLIO.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RD-SERVIZIO       PIC X(20).
            05 RD-QUANTITA       PIC ZZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-PREZZO         PIC ZZ9.99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-IMPORTO        PIC ZZZZZZZZZZ9.99.

       01 RIGA-IMPORTO.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RI-ETICHETTA      PIC X(39).
            05 RI-IMPORTO        PIC ZZZZZZZZZZ9.99.

       01 RIGA-INTESTA-RIEPILOGO.
            05 FILLER            PIC X(24) VALUE '    SERVIZIO'.
            05 FILLER            PIC X(9)  VALUE 'DETTAGLIO'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(9)  VALUE 'CONTROLLO'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(14) VALUE '  IMPORTO EURO'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(10) VALUE 'ESITO'.

       01 RIGA-RIEPILOGO.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RS-SERVIZIO       PIC X(20).
            05 RS-QUANTITA       PIC ZZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RS-CONTROLLO      PIC ZZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RS-IMPORTO        PIC ZZZZZZZZZZ9.99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RS-ESITO          PIC X(10).

       01 RIGA-AFFRANCATURA.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(20) VALUE 'AFFRANCATURA EURO'.
            05 RA-DETTAGLIO      PIC ZZZZZZZZZZ9.99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RA-CONTROLLO      PIC ZZZZZZZZZZ9.99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RA-ESITO          PIC X(10).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ADDEBITI PRODOTTI E QUADRATI                           *
      * 4 = SERVIZI CHE NON QUADRANO, LISTINO ASSENTE (IMPORTI A   *
      *     ZERO) O FILIALI OLTRE LA TABELLA                       *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM LEGGI-LISTINO THRU FINE-LEGGI-LISTINO.
            PERFORM CARICA-FILIALI THRU FINE-CARICA-FILIALI.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-CONSUMI THRU FINE-LEGGI-CONSUMI.
            PERFORM LEGGI-RICERCHE THRU FINE-LEGGI-RICERCHE.

            PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

            MOVE 'FINE  ' TO GIO-TIPO.
            COMPUTE GIO-LETTI = WS-CONTA-CONSUMI + WS-CONTA-RICERCHE.
            MOVE WS-NUM-FILIALI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'MESE ADDEBITATO: ' WS-MESE-ADDEBITO-X.
            DISPLAY 'FILIALI ADDEBITATE: ' WS-CONTA-ADDEBITATE
                    ' SERVIZI NON QUADRATI: ' WS-CONTA-SQUADRATI.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
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
       LEGGI-PARAMETRI.
      **************************************************************
      * SENZA FILE PARAMETRI SI ADDEBITA IL MESE PRECEDENTE: E' IL  *
      * GIRO DEL PRIMO DEL MESE. UN MESE NON VALIDO SI IGNORA.      *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE WS-OGGI-ANNO TO WS-MA-ANNO.
           IF WS-OGGI-MESE > 1
               COMPUTE WS-MA-MESE = WS-OGGI-MESE - 1
           ELSE
               MOVE 12 TO WS-MA-MESE
               SUBTRACT 1 FROM WS-MA-ANNO
           END-IF.

           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               MOVE 'N' TO WS-PARAM-EOF
               PERFORM LEGGI-UN-PARAMETRO
                  THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     IF PAR-CHIAVE = 'MESE      '
                             AND PAR-VALORE(1:6) IS NUMERIC
                             AND PAR-VALORE(5:2) > '00'
                             AND PAR-VALORE(5:2) < '13'
                         MOVE PAR-VALORE(1:6) TO WS-MESE-ADDEBITO-X
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       LEGGI-LISTINO.
      **************************************************************
      * SENZA LISTINO GLI ESTRATTI CONTO SI STAMPANO LO STESSO, CON *
      * LE SOLE QUANTITA E L'AFFRANCATURA, E IL GIRO CHIUDE A 4.   *
      **************************************************************
           INITIALIZE TAB-TOTALI-SERVIZI.
           OPEN INPUT TARIFFEF.
           IF WS-TARIFFE-STATUS = '00'
               MOVE 'S' TO WS-LISTINO-MODE
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-UNA-TARIFFA THRU FINE-LEGGI-UNA-TARIFFA
                    UNTIL WS-LETTURA-EOF = 'S'
           ELSE
               DISPLAY 'FILE TARIFFE-ADDEBITO.TXT NON TROVATO:'
                       ' PREZZI A ZERO'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           CLOSE TARIFFEF.
       FINE-LEGGI-LISTINO.
            EXIT.
      *
       LEGGI-UNA-TARIFFA.
           READ TARIFFEF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF TAR-VALORE(1:5) IS NUMERIC
                         PERFORM APPLICA-TARIFFA
                            THRU FINE-APPLICA-TARIFFA
                              VARYING WS-IND-SERV FROM 1 BY 1
                              UNTIL WS-IND-SERV > WS-NUM-SERVIZI
                     END-IF
           END-READ.
       FINE-LEGGI-UNA-TARIFFA.
            EXIT.
      *
       APPLICA-TARIFFA.
           IF TAR-CHIAVE = SV-CHIAVE(WS-IND-SERV)
               MOVE TAR-VALORE(1:5) TO SV-PREZZO(WS-IND-SERV)
           END-IF.
       FINE-APPLICA-TARIFFA.
            EXIT.
      *
       CARICA-FILIALI.
      **************************************************************
      * IL MASTER DELLE FILIALI SERVE SOLO PER IL NOME IN TESTA     *
      * AGLI ESTRATTI CONTO: SENZA FILIALI.IDX SI STAMPA IL CODICE. *
      **************************************************************
           MOVE 'N'  TO WS-FILIALIMF-MODE.
           MOVE ZERO TO WS-NUM-FILIALI-MST.
           OPEN INPUT FILIALIMF.
           IF WS-FILIALIMF-STATUS = '00'
               MOVE 'S' TO WS-FILIALIMF-MODE
               MOVE 'N' TO WS-FILIALIMF-EOF
               PERFORM LEGGI-FILIALE-MST THRU FINE-LEGGI-FILIALE-MST
                    UNTIL WS-FILIALIMF-EOF = 'S'
               CLOSE FILIALIMF
           END-IF.
       FINE-CARICA-FILIALI.
            EXIT.
      *
       LEGGI-FILIALE-MST.
           READ FILIALIMF AT END
                MOVE 'S' TO WS-FILIALIMF-EOF
                NOT AT END
                     IF WS-NUM-FILIALI-MST < WS-MAX-FILIALI-MST
                         ADD 1 TO WS-NUM-FILIALI-MST
                         MOVE FMF-CODICE
                              TO FM-TAB-CODICE(WS-NUM-FILIALI-MST)
                         MOVE FMF-DESC
                              TO FM-TAB-DESC(WS-NUM-FILIALI-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-FILIALE-MST.
            EXIT.
      *
       CERCA-NOME-FILIALE.
           IF FM-TAB-CODICE(IND-FILIALE-MST) = TF-FILIALE(IND-FIL)
               MOVE 'S' TO WS-FILIALE-CENSITA
               MOVE FM-TAB-DESC(IND-FILIALE-MST) TO RF-NOTA
           ELSE
               SET IND-FILIALE-MST UP BY 1
           END-IF.
       FINE-CERCA-NOME-FILIALE.
            EXIT.
      *
       LEGGI-CONSUMI.
           OPEN INPUT CONSUMIF.
           IF WS-CSM-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-CONSUMO THRU FINE-LEGGI-RIGA-CONSUMO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE CONSUMIF.
       FINE-LEGGI-CONSUMI.
            EXIT.
      *
       LEGGI-RIGA-CONSUMO.
      **************************************************************
      * SOLO LE RIGHE DEL MESE: LE D VANNO SULLA FILIALE, LE T SONO *
      * I TOTALI DI CONTROLLO DEL SERVIZIO. RIGHE ILLEGGIBILI O DI  *
      * UN SERVIZIO SCONOSCIUTO SI CONTANO TRA LE SCARTATE.         *
      **************************************************************
           READ CONSUMIF INTO RIGA-CONSUMO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     MOVE CSM-DATA(1:6) TO WS-MESE-RIGA
                     IF WS-MESE-RIGA = WS-MESE-ADDEBITO-X
                         PERFORM VALUTA-CONSUMO THRU FINE-VALUTA-CONSUMO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-CONSUMO.
            EXIT.
      *
       VALUTA-CONSUMO.
           ADD 1 TO WS-CONTA-CONSUMI.
           MOVE ZERO TO WS-SERV-TROVATO.
           PERFORM CERCA-SERVIZIO THRU FINE-CERCA-SERVIZIO
                VARYING WS-IND-SERV FROM 2 BY 1
                UNTIL WS-IND-SERV > WS-NUM-SERVIZI.
           IF WS-SERV-TROVATO = ZERO
                   OR CSM-QUANTITA IS NOT NUMERIC
                   OR CSM-IMPORTO IS NOT NUMERIC
                   OR CSM-FILIALE IS NOT NUMERIC
               ADD 1 TO WS-CONTA-SCARTATE
           ELSE
               IF CSM-TIPO = 'T'
                   ADD CSM-QUANTITA TO SV-CTL-QUANTITA(WS-SERV-TROVATO)
                   ADD CSM-IMPORTO  TO SV-CTL-IMPORTO(WS-SERV-TROVATO)
               ELSE
                   IF CSM-TIPO = 'D'
                       MOVE CSM-FILIALE  TO WS-EV-FILIALE
                       MOVE CSM-QUANTITA TO WS-EV-QUANTITA
                       MOVE CSM-IMPORTO  TO WS-EV-IMPORTO
                       PERFORM ACCUMULA-FILIALE
                          THRU FINE-ACCUMULA-FILIALE
                   ELSE
                       ADD 1 TO WS-CONTA-SCARTATE
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-CONSUMO.
            EXIT.
      *
       CERCA-SERVIZIO.
           IF CSM-SERVIZIO = SV-CODICE(WS-IND-SERV)
               MOVE WS-IND-SERV TO WS-SERV-TROVATO
           END-IF.
       FINE-CERCA-SERVIZIO.
            EXIT.
      *
       LEGGI-RICERCHE.
      **************************************************************
      * OGNI RIGA DI AUDIT DEL MESE E' UNA PERSONA TROVATA DA UNA   *
      * RICERCA (O UNA RICERCA A VUOTO, ID ZERO). LE RIGHE MOTIVO   *
      * ACCOMPAGNANO UN RISCONTRO GIA' CONTATO E LE RIGHE ESPORTA   *
      * SONO RIGHE CSV, GIA' IN CONSUMI.TXT: NON SI CONTANO. IL     *
      * TOTALE DI CONTROLLO E' IL NUMERO DI RIGHE BUONE.            *
      **************************************************************
           MOVE 1 TO WS-SERV-TROVATO.
           OPEN INPUT AUDIT.
           IF WS-AUDIT-STATUS = '00'
               PERFORM CARICA-MAPPA THRU FINE-CARICA-MAPPA
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-AUDIT THRU FINE-LEGGI-RIGA-AUDIT
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE AUDIT.
       FINE-LEGGI-RICERCHE.
            EXIT.
      *
       CARICA-MAPPA.
           MOVE ZEROS TO TAB-MAPPA-FILIALI.
           MOVE 'N' TO WS-MAPPA-MODE.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS = '00'
               MOVE 'S' TO WS-MAPPA-MODE
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA
                    UNTIL WS-LETTURA-EOF = 'S'
           ELSE
               DISPLAY 'FILE ANAGR.TXT NON TROVATO: RICERCHE SENZA'
                       ' FILIALE'
           END-IF.
           CLOSE PRIMOF.
       FINE-CARICA-MAPPA.
            EXIT.
      *
       LEGGI-PERSONA.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF ID-PERSONA IS NUMERIC AND ID-PERSONA > ZERO
                             AND COD-FILIALE IS NUMERIC
                         MOVE COD-FILIALE TO MF-FILIALE(ID-PERSONA)
                     END-IF
           END-READ.
       FINE-LEGGI-PERSONA.
            EXIT.
      *
       LEGGI-RIGA-AUDIT.
           MOVE SPACES TO REC-AUDIT.
           READ AUDIT AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     MOVE REC-AUDIT TO RIGA-AUDIT
                     MOVE AUD-AAAA TO WS-MESE-RIGA(1:4)
                     MOVE AUD-MM   TO WS-MESE-RIGA(5:2)
                     IF WS-MESE-RIGA = WS-MESE-ADDEBITO-X
                             AND AUD-CAMPO NOT = 'MOTIVO'
                             AND AUD-CAMPO NOT = 'ESPORTA'
                         PERFORM VALUTA-RICERCA
                            THRU FINE-VALUTA-RICERCA
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-AUDIT.
            EXIT.
      *
       VALUTA-RICERCA.
           ADD 1 TO WS-CONTA-RICERCHE.
           ADD 1 TO SV-CTL-QUANTITA(1).
           MOVE ZERO TO WS-EV-FILIALE WS-EV-IMPORTO.
           MOVE 1    TO WS-EV-QUANTITA.
           IF AUD-ID IS NUMERIC AND AUD-ID > ZERO
               MOVE MF-FILIALE(AUD-ID) TO WS-EV-FILIALE
           END-IF.
           PERFORM ACCUMULA-FILIALE THRU FINE-ACCUMULA-FILIALE.
       FINE-VALUTA-RICERCA.
            EXIT.
      *
       ACCUMULA-FILIALE.
      **************************************************************
      * SOMMA IL CONSUMO SULLA FILIALE, INSERENDOLA AL SUO POSTO SE *
      * E' NUOVA. A TABELLA PIENA IL CONSUMO NON ENTRA IN NESSUN    *
      * ESTRATTO E IL SERVIZIO NON QUADRA.                          *
      **************************************************************
           MOVE 'N' TO WS-ACCETTATA.
           MOVE 'N' TO WS-POSIZIONE-TROVATA.
           MOVE 1   TO WS-POSIZIONE.
           PERFORM CERCA-POSIZIONE THRU FINE-CERCA-POSIZIONE
                UNTIL WS-POSIZIONE > WS-NUM-FILIALI
                   OR WS-POSIZIONE-TROVATA = 'S'.
           IF WS-POSIZIONE-TROVATA = 'S'
                   AND TF-FILIALE(WS-POSIZIONE) = WS-EV-FILIALE
               MOVE 'S' TO WS-ACCETTATA
           ELSE
               IF WS-NUM-FILIALI < WS-MAX-FILIALI
                   ADD 1 TO WS-NUM-FILIALI
                   PERFORM SPOSTA-FILIALE THRU FINE-SPOSTA-FILIALE
                        VARYING WS-IX-SPOSTA FROM WS-NUM-FILIALI BY -1
                        UNTIL WS-IX-SPOSTA <= WS-POSIZIONE
                   INITIALIZE FILIALE-TAB(WS-POSIZIONE)
                   MOVE WS-EV-FILIALE TO TF-FILIALE(WS-POSIZIONE)
                   MOVE 'S' TO WS-ACCETTATA
               ELSE
                   MOVE 'S' TO WS-FILIALI-TRONCATE
               END-IF
           END-IF.
           IF WS-ACCETTATA = 'S'
               ADD WS-EV-QUANTITA
                   TO TF-QUANTITA(WS-POSIZIONE WS-SERV-TROVATO)
               ADD WS-EV-IMPORTO
                   TO TF-IMPORTO(WS-POSIZIONE WS-SERV-TROVATO)
               ADD WS-EV-QUANTITA TO SV-QUANTITA(WS-SERV-TROVATO)
               ADD WS-EV-IMPORTO  TO SV-IMPORTO(WS-SERV-TROVATO)
           END-IF.
       FINE-ACCUMULA-FILIALE.
            EXIT.
      *
       CERCA-POSIZIONE.
           IF TF-FILIALE(WS-POSIZIONE) >= WS-EV-FILIALE
               MOVE 'S' TO WS-POSIZIONE-TROVATA
           ELSE
               ADD 1 TO WS-POSIZIONE
           END-IF.
       FINE-CERCA-POSIZIONE.
            EXIT.
      *
       SPOSTA-FILIALE.
           MOVE FILIALE-TAB(WS-IX-SPOSTA - 1)
                TO FILIALE-TAB(WS-IX-SPOSTA).
       FINE-SPOSTA-FILIALE.
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

           MOVE WS-MA-MESE TO RP-MM.
           MOVE WS-MA-ANNO TO RP-AAAA.
           IF WS-LISTINO-MODE = 'S'
               MOVE 'LISTINO DA TARIFFE-ADDEBITO.TXT' TO RP-LISTINO
           ELSE
               MOVE 'LISTINO ASSENTE: PREZZI A ZERO'  TO RP-LISTINO
           END-IF.
           MOVE RIGA-PERIODO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
                VARYING IND-FIL FROM 1 BY 1
                UNTIL IND-FIL > WS-NUM-FILIALI.

           PERFORM STAMPA-RIEPILOGO THRU FINE-STAMPA-RIEPILOGO.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
           IF (WS-CONTA-SQUADRATI > ZERO
                   OR WS-FILIALI-TRONCATE = 'S')
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-FILIALE.
      **************************************************************
      * ESTRATTO CONTO DI UNA FILIALE: UNA RIGA PER SERVIZIO USATO  *
      * (QUANTITA PER PREZZO, PIU' L'AFFRANCATURA PER LA POSTA) E   *
      * IL TOTALE. LA FILIALE ZERO E' IL CONTO DEI CONSUMI SENZA    *
      * FILIALE: SI STAMPA MA NON SI ADDEBITA A NESSUNO.            *
      **************************************************************
           MOVE TF-FILIALE(IND-FIL) TO RF-FILIALE.
           IF TF-FILIALE(IND-FIL) = ZERO
               MOVE 'SENZA FILIALE: NON ADDEBITATO' TO RF-NOTA
           ELSE
               MOVE SPACES TO RF-NOTA
               MOVE 'N' TO WS-FILIALE-CENSITA
               SET IND-FILIALE-MST TO 1
               PERFORM CERCA-NOME-FILIALE THRU FINE-CERCA-NOME-FILIALE
                    UNTIL IND-FILIALE-MST > WS-NUM-FILIALI-MST
                       OR WS-FILIALE-CENSITA = 'S'
               IF WS-FILIALE-CENSITA = 'N' AND WS-FILIALIMF-MODE = 'S'
                   MOVE 'NON CENSITA IN FILIALI.IDX' TO RF-NOTA
               END-IF
               ADD 1 TO WS-CONTA-ADDEBITATE
           END-IF.
           MOVE RIGA-FILIALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE ZERO TO WS-TOTALE-FILIALE.
           PERFORM STAMPA-VOCE THRU FINE-STAMPA-VOCE
                VARYING WS-IND-SERV FROM 1 BY 1
                UNTIL WS-IND-SERV > WS-NUM-SERVIZI.

           MOVE 'TOTALE FILIALE' TO RI-ETICHETTA.
           COMPUTE WS-EURO-APPOGGIO = WS-TOTALE-FILIALE / 100.
           MOVE WS-EURO-APPOGGIO TO RI-IMPORTO.
           MOVE RIGA-IMPORTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           IF TF-FILIALE(IND-FIL) = ZERO
               ADD WS-TOTALE-FILIALE TO WS-TOTALE-SENZA-FIL
           ELSE
               ADD WS-TOTALE-FILIALE TO WS-TOTALE-ADDEBITATO
           END-IF.
       FINE-STAMPA-FILIALE.
            EXIT.
      *
       STAMPA-VOCE.
           IF TF-QUANTITA(IND-FIL WS-IND-SERV) > ZERO
                   OR TF-IMPORTO(IND-FIL WS-IND-SERV) > ZERO
               COMPUTE WS-ADDEBITO-VOCE =
                       TF-QUANTITA(IND-FIL WS-IND-SERV)
                       * SV-PREZZO(WS-IND-SERV)
                       + TF-IMPORTO(IND-FIL WS-IND-SERV)
               ADD WS-ADDEBITO-VOCE TO WS-TOTALE-FILIALE
               ADD WS-ADDEBITO-VOCE TO SV-ADDEBITO(WS-IND-SERV)

               MOVE SV-DESCRIZIONE(WS-IND-SERV) TO RD-SERVIZIO
               MOVE TF-QUANTITA(IND-FIL WS-IND-SERV) TO RD-QUANTITA
               COMPUTE WS-PREZZO-EURO = SV-PREZZO(WS-IND-SERV) / 100
               MOVE WS-PREZZO-EURO TO RD-PREZZO
               COMPUTE WS-EURO-APPOGGIO = WS-ADDEBITO-VOCE / 100
               MOVE WS-EURO-APPOGGIO TO RD-IMPORTO
               MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA

               IF TF-IMPORTO(IND-FIL WS-IND-SERV) > ZERO
                   MOVE '  DI CUI AFFRANCATURA' TO RI-ETICHETTA
                   COMPUTE WS-EURO-APPOGGIO =
                           TF-IMPORTO(IND-FIL WS-IND-SERV) / 100
                   MOVE WS-EURO-APPOGGIO TO RI-IMPORTO
                   MOVE RIGA-IMPORTO TO WS-RIGA-REPORT
                   PERFORM STAMPA-RIGA-IMPAGINATA
                      THRU FINE-STAMPA-RIGA-IMPAGINATA
               END-IF
           END-IF.
       FINE-STAMPA-VOCE.
            EXIT.
      *
       STAMPA-RIEPILOGO.
      **************************************************************
      * PER OGNI SERVIZIO LA SOMMA DEGLI ESTRATTI CONTO (FILIALE    *
      * ZERO COMPRESA) CONTRO IL TOTALE DI CONTROLLO DELLA FONTE:   *
      * RIGHE T DI CONSUMI.TXT, O LE RIGHE DI AUDIT PER LE RICERCHE.*
      * PER LA POSTA QUADRA ANCHE L'AFFRANCATURA.                   *
      **************************************************************
           MOVE 'RIEPILOGO PER SERVIZIO' TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE RIGA-INTESTA-RIEPILOGO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           PERFORM STAMPA-SERVIZIO THRU FINE-STAMPA-SERVIZIO
                VARYING WS-IND-SERV FROM 1 BY 1
                UNTIL WS-IND-SERV > WS-NUM-SERVIZI.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'ADDEBITATO ALLE FILIALI' TO RI-ETICHETTA.
           COMPUTE WS-EURO-APPOGGIO = WS-TOTALE-ADDEBITATO / 100.
           MOVE WS-EURO-APPOGGIO TO RI-IMPORTO.
           MOVE RIGA-IMPORTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'SENZA FILIALE, NON ADDEBITATO' TO RI-ETICHETTA.
           COMPUTE WS-EURO-APPOGGIO = WS-TOTALE-SENZA-FIL / 100.
           MOVE WS-EURO-APPOGGIO TO RI-IMPORTO.
           MOVE RIGA-IMPORTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'FILIALI ADDEBITATE' TO RC-ETICHETTA.
           MOVE WS-CONTA-ADDEBITATE  TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE CONSUMI DEL MESE' TO RC-ETICHETTA.
           MOVE WS-CONTA-CONSUMI         TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE CONSUMI SCARTATE' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCARTATE        TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE DI AUDIT DEL MESE' TO RC-ETICHETTA.
           MOVE WS-CONTA-RICERCHE         TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-CONTA-RICERCHE > ZERO AND WS-MAPPA-MODE = 'N'
               MOVE 'ANAGR.TXT ASSENTE: RICERCHE SENZA FILIALE'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           IF WS-FILIALI-TRONCATE = 'S'
               MOVE 'TABELLA FILIALI PIENA: CONSUMI NON ADDEBITATI'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-RIEPILOGO.
            EXIT.
      *
       STAMPA-SERVIZIO.
           MOVE SV-DESCRIZIONE(WS-IND-SERV)  TO RS-SERVIZIO.
           MOVE SV-QUANTITA(WS-IND-SERV)     TO RS-QUANTITA.
           MOVE SV-CTL-QUANTITA(WS-IND-SERV) TO RS-CONTROLLO.
           COMPUTE WS-EURO-APPOGGIO = SV-ADDEBITO(WS-IND-SERV) / 100.
           MOVE WS-EURO-APPOGGIO TO RS-IMPORTO.
           IF SV-QUANTITA(WS-IND-SERV) = SV-CTL-QUANTITA(WS-IND-SERV)
               MOVE 'QUADRA'     TO RS-ESITO
           ELSE
               MOVE 'NON QUADRA' TO RS-ESITO
               ADD 1 TO WS-CONTA-SQUADRATI
           END-IF.
           MOVE RIGA-RIEPILOGO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           IF SV-IMPORTO(WS-IND-SERV) > ZERO
                   OR SV-CTL-IMPORTO(WS-IND-SERV) > ZERO
               COMPUTE WS-EURO-APPOGGIO =
                       SV-IMPORTO(WS-IND-SERV) / 100
               MOVE WS-EURO-APPOGGIO TO RA-DETTAGLIO
               COMPUTE WS-EURO-APPOGGIO =
                       SV-CTL-IMPORTO(WS-IND-SERV) / 100
               MOVE WS-EURO-APPOGGIO TO RA-CONTROLLO
               IF SV-IMPORTO(WS-IND-SERV)
                       = SV-CTL-IMPORTO(WS-IND-SERV)
                   MOVE 'QUADRA'     TO RA-ESITO
               ELSE
                   MOVE 'NON QUADRA' TO RA-ESITO
                   ADD 1 TO WS-CONTA-SQUADRATI
               END-IF
               MOVE RIGA-AFFRANCATURA TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-SERVIZIO.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
      * OGNI RIGA DEL REPORT PASSA DAL MODULO COMUNE IMPAGINA: A    *
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA.    *
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
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'ADDEBITI' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
