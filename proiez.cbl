       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROIEZ.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * PROIEZIONE DELLA STRUTTURA PER ETA' DELLA POPOLAZIONE: LA
      * PIANIFICAZIONE VUOLE SAPERE QUANTI ULTRASESSANTACINQUENNI E
      * QUANTI RAGAZZI IN ETA' SCOLARE AVRA' OGNI CITTA FRA CINQUE E
      * DIECI ANNI, MENTRE TRAGUARD GUARDA SOLO ALL'ORIZZONTE DEI
      * TRAGUARDI DI ETA' VICINI. LA POPOLAZIONE ATTIVA SI FA
      * INVECCHIARE ANNO PER ANNO DALL'ANNO-NASC, APPLICANDO A OGNI
      * ANNO IL TASSO DI SOPRAVVIVENZA DELLA FASCIA DI ETA' DALLA
      * TABELLA TENUTA DALL'ESERCIZIO (SOPRAVVIVENZA.TXT); SI STAMPA
      * LA STRUTTURA PER FASCIA DI ETA' DI OGGI E QUELLA PROIETTATA
      * A 1, 5 E 10 ANNI, PER CITTA, PER PROVINCIA (DA CITTA.IDX) E
      * PER L'INTERA ANAGRAFE. LA PROIEZIONE NON CONSIDERA NASCITE
      * NE' MIGRAZIONI: I VALORI PROIETTATI SONO ATTESI (FRAZIONARI)
      * E SI STAMPANO ARROTONDATI.
      * COME IN TRAGUARD, I RECORD NON ANCORA CONVERTITI DA CONVNAS
      * (ANNO-NASC ZERO) NON SONO PROIETTABILI E SI CONTANO A PARTE.
      *
      * TRACCIATO DI SOPRAVVIVENZA.TXT (RIGHE CHE INIZIANO CON * O
      * VUOTE SONO COMMENTI; ETA' NON COPERTE = SOPRAVVIVENZA PIENA):
      *   COL. 1-3   ETA' INIZIALE DELLA FASCIA
      *   COL. 5-7   ETA' FINALE DELLA FASCIA
      *   COL. 9-13  PROBABILITA' DI SOPRAVVIVERE UN ANNO, 9V9999
      *              (ES. 09950 = 0,9950)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE

           SELECT PRIMOF   ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * TASSI DI SOPRAVVIVENZA PER FASCIA DI ETA' (ESERCIZIO)

           SELECT OPTIONAL SOPRAVF ASSIGN TO 'SOPRAVVIVENZA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SOPRAV-STATUS.
      * MASTER DELLE CITTA' CENSITE

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'PROIEZ-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
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
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       FD   SOPRAVF
            DATA RECORD IS REC-SOPRAVF.
       01 REC-SOPRAVF.
          05 SVF-ETA-DA    PIC X(3).
          05 FILLER        PIC X.
          05 SVF-ETA-A     PIC X(3).
          05 FILLER        PIC X.
          05 SVF-TASSO     PIC 9V9999.
          05 FILLER        PIC X(27).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.
       COPY CITTAMAS.

       01 WS-PRIMOF-STATUS     PIC XX.
       01 WS-SOPRAV-STATUS     PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-SOPRAV-EOF        PIC X VALUE 'N'.
       01 FINE-FILE            PIC X VALUE 'N'.
       01 WS-ANNO-CORRENTE     PIC 9999 VALUE 0.
       01 WS-ALIAS-ESITO       PIC X VALUE 'N'.
       01 WS-CITTA-LAVORO      PIC X(10) VALUE SPACES.
       01 WS-PROV-LAVORO       PIC X(2) VALUE SPACES.

      ************************************************************
      *      TASSO DI SOPRAVVIVENZA ANNUO PER ETA' (0-130 ANNI,     *
      *      INDICE = ETA' + 1), RICAVATO DALLE FASCE DI            *
      *      SOPRAVVIVENZA.TXT. OLTRE I 130 ANNI VALE L'ULTIMO.     *
      ************************************************************
       01 WS-MAX-ETA-TASSO     PIC 999 VALUE 130.
       01 TAB-SOPRAVVIVENZA.
            05 TS-TASSO OCCURS 131 TIMES PIC 9V9999 VALUE 1.
       01 WS-SOPRAV-MODE       PIC X VALUE 'N'.
       01 WS-SOPRAV-RIGA       PIC 9(4) VALUE 0.
       01 WS-SOPRAV-VALIDE     PIC 9(4) VALUE 0.
       01 WS-SOPRAV-SCARTATE   PIC 9(4) VALUE 0.
       01 WS-ETA-DA            PIC 999 VALUE 0.
       01 WS-ETA-A             PIC 999 VALUE 0.
       01 WS-TASSO-LETTO       PIC 9V9999 VALUE 0.
       01 WS-IX-ETA            PIC 999 VALUE 0.

      ************************************************************
      *      ORIZZONTI DELLA PROIEZIONE (ANNI IN AVANTI): OGGI,     *
      *      1, 5 E 10 ANNI, CON L'ETICHETTA DI STAMPA              *
      ************************************************************
       01 WS-ORIZZONTI-NOTI.
            05 FILLER PIC X(12) VALUE '00OGGI      '.
            05 FILLER PIC X(12) VALUE '01+1 ANNO   '.
            05 FILLER PIC X(12) VALUE '05+5 ANNI   '.
            05 FILLER PIC X(12) VALUE '10+10 ANNI  '.
       01 TAB-ORIZZONTI REDEFINES WS-ORIZZONTI-NOTI.
            05 ORIZZONTE OCCURS 4 TIMES.
               10 OZ-ANNI      PIC 99.
               10 OZ-ETICHETTA PIC X(10).
       01 WS-NUM-ORIZZONTI     PIC 9 VALUE 4.
       01 WS-MAX-ANNI-AVANTI   PIC 99 VALUE 10.
       01 WS-IX-ORIZ           PIC 9 VALUE 0.
       01 WS-IX-PROVA          PIC 9 VALUE 0.
       01 WS-IX-FASCIA         PIC 9 VALUE 0.
       01 WS-NUM-FASCE         PIC 9 VALUE 5.

      ************************************************************
      *      PROIEZIONE DELLA PERSONA IN CORSO: ETA' DI OGGI E      *
      *      PESO ATTESO (PROBABILITA' DI ESSERE ANCORA IN VITA)    *
      ************************************************************
       01 WS-ETA-OGGI          PIC 999 VALUE 0.
       01 WS-ETA-PROIETTATA    PIC 999 VALUE 0.
       01 WS-ANNI-AVANTI       PIC 99 VALUE 0.
       01 WS-PESO              PIC 9V9(8) VALUE 0.
       01 WS-CONTO-ARROT       PIC 9(7) VALUE 0.
       01 WS-TOTALE-RIGA       PIC 9(7)V9(4) VALUE 0.

      ************************************************************
      *      STRUTTURA PER CITTA: PER OGNI ORIZZONTE IL NUMERO      *
      *      (ATTESO) DI PERSONE IN OGNI FASCIA DI ETA' (0-5, 6-18, *
      *      19-64, 65-79, 80+)                                     *
      ************************************************************
       01 WS-MAX-PJ-CITTA      PIC 9(3) VALUE 500.
       01 TAB-PJ-CITTA.
            05 PJ-CITTA OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-PJ-CITTA
               INDEXED BY IND-PC.
               10 PC-CITTA     PIC X(10).
               10 PC-PROVINCIA PIC X(2).
               10 PC-ORIZZONTE OCCURS 4 TIMES.
                  15 PC-FASCIA OCCURS 5 TIMES PIC 9(7)V9(4).
       01 WS-NUM-PJ-CITTA      PIC 9(3) VALUE 0.
       01 WS-CITTA-CORR        PIC 9(3) VALUE 0.

       01 WS-MAX-PJ-PROV       PIC 9(3) VALUE 150.
       01 TAB-PJ-PROVINCE.
            05 PJ-PROVINCIA OCCURS 1 TO 150 TIMES
               DEPENDING ON WS-NUM-PJ-PROV
               INDEXED BY IND-PP.
               10 PP-PROVINCIA PIC X(2).
               10 PP-ORIZZONTE OCCURS 4 TIMES.
                  15 PP-FASCIA OCCURS 5 TIMES PIC 9(7)V9(4).
       01 WS-NUM-PJ-PROV       PIC 9(3) VALUE 0.
       01 WS-PROV-CORR         PIC 9(3) VALUE 0.

       01 TAB-PJ-NAZIONALE.
            05 PN-ORIZZONTE OCCURS 4 TIMES.
               10 PN-FASCIA OCCURS 5 TIMES PIC 9(7)V9(4) VALUE 0.
       01 WS-TROVATO           PIC X VALUE 'N'.

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-LETTI       PIC 9(7) VALUE 0.
       01 WS-CONTA-PROIETTATI  PIC 9(7) VALUE 0.
       01 WS-CONTA-NON-ATTIVI  PIC 9(7) VALUE 0.
       01 WS-CONTA-SENZA-ANNO  PIC 9(7) VALUE 0.
       01 WS-CONTA-FUORI-TAB   PIC 9(7) VALUE 0.

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
            05 FILLER            PIC X(40) VALUE
               'PROIEZIONE DELLA POPOLAZIONE PER ETA'''.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 INTESTAZIONE-COLONNE.
            05 IC-ETICHETTA      PIC X(14) VALUE 'CITTA      PR'.
            05 FILLER            PIC X(9)  VALUE 'ORIZZONTE'.
            05 FILLER            PIC X(8)  VALUE '     0-5'.
            05 FILLER            PIC X(8)  VALUE '    6-18'.
            05 FILLER            PIC X(8)  VALUE '   19-64'.
            05 FILLER            PIC X(8)  VALUE '   65-79'.
            05 FILLER            PIC X(8)  VALUE '     80+'.
            05 FILLER            PIC X(8)  VALUE '  TOTALE'.

       01 RIGA-PROIEZIONE.
            05 RP-ETICHETTA.
               10 RP-NOME        PIC X(11).
               10 RP-PROV        PIC X(3).
            05 RP-ORIZZONTE      PIC X(9).
            05 RP-FASCIA OCCURS 5 TIMES PIC ZZZZZZZ9.
            05 RP-TOTALE         PIC ZZZZZZZ9.

       01 RIGA-TITOLO-SEZIONE.
            05 RTS-TESTO         PIC X(40).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = PROIEZIONE REGOLARE                                    *
      * 4 = SOPRAVVIVENZA.TXT ASSENTE (NESSUNA MORTALITA') O CON   *
      *     RIGHE SCARTATE, CITTA.IDX ASSENTE, TROPPE CITTA O      *
      *     PROVINCE PER LE TABELLE                                *
      * 8 = ANAGR.TXT ASSENTE O VUOTO                              *
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
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            MOVE WS-ANNO TO WS-ANNO-CORRENTE.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM CARICA-SOPRAVVIVENZA
               THRU FINE-CARICA-SOPRAVVIVENZA.
            PERFORM CARICA-CITTA-MASTER THRU FINE-CARICA-CITTA-MASTER.
            PERFORM APERTURA THRU FINE-APERTURA.
            IF WS-RETURN-CODE NOT = 8
                PERFORM ELABORA THRU FINE-ELABORA
                     UNTIL FINE-FILE = 'S'
                CLOSE PRIMOF
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTI      TO GIO-LETTI.
            MOVE WS-CONTA-PROIETTATI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE      TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'RECORD LETTI: ' WS-CONTA-LETTI
                    ' PROIETTATI: ' WS-CONTA-PROIETTATI.
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
       CARICA-SOPRAVVIVENZA.
      **************************************************************
      * OGNI FASCIA DELLA TABELLA DELL'ESERCIZIO SI STENDE SULLE    *
      * SUE ETA'. SENZA TABELLA LA PROIEZIONE SI FA LO STESSO MA    *
      * SENZA MORTALITA' (SOLO INVECCHIAMENTO), E SI SEGNALA.       *
      **************************************************************
           OPEN INPUT SOPRAVF.
           IF WS-SOPRAV-STATUS = '00'
               MOVE 'N' TO WS-SOPRAV-EOF
               PERFORM LEGGI-RIGA-SOPRAVV THRU FINE-LEGGI-RIGA-SOPRAVV
                    UNTIL WS-SOPRAV-EOF = 'S'
           END-IF.
           CLOSE SOPRAVF.
           IF WS-SOPRAV-VALIDE > ZERO
               MOVE 'S' TO WS-SOPRAV-MODE
           ELSE
               DISPLAY 'TABELLA DI SOPRAVVIVENZA ASSENTE O VUOTA'
               MOVE 'CARICA-SOPRAVVIVENZA' TO ECC-PARAGRAFO
               MOVE SPACES                 TO ECC-CHIAVE
               MOVE 'SOPRAVVIVENZA.TXT ASSENTE: NO MORTALITA'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-SOPRAV-SCARTATE > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-CARICA-SOPRAVVIVENZA.
            EXIT.
      *
       LEGGI-RIGA-SOPRAVV.
           READ SOPRAVF AT END
                MOVE 'S' TO WS-SOPRAV-EOF
                NOT AT END
                     ADD 1 TO WS-SOPRAV-RIGA
                     IF REC-SOPRAVF NOT = SPACES
                             AND SVF-ETA-DA(1:1) NOT = '*'
                         PERFORM VALIDA-RIGA-SOPRAVV
                            THRU FINE-VALIDA-RIGA-SOPRAVV
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-SOPRAVV.
            EXIT.
      *
       VALIDA-RIGA-SOPRAVV.
           IF SVF-ETA-DA IS NOT NUMERIC OR SVF-ETA-A IS NOT NUMERIC
                   OR SVF-TASSO IS NOT NUMERIC
               GO TO SCARTA-RIGA-SOPRAVV
           END-IF.
           MOVE SVF-ETA-DA TO WS-ETA-DA.
           MOVE SVF-ETA-A  TO WS-ETA-A.
           MOVE SVF-TASSO  TO WS-TASSO-LETTO.
           IF WS-ETA-DA > WS-ETA-A OR WS-TASSO-LETTO > 1
               GO TO SCARTA-RIGA-SOPRAVV
           END-IF.
           IF WS-ETA-DA > WS-MAX-ETA-TASSO
               MOVE WS-MAX-ETA-TASSO TO WS-ETA-DA
           END-IF.
           IF WS-ETA-A > WS-MAX-ETA-TASSO
               MOVE WS-MAX-ETA-TASSO TO WS-ETA-A
           END-IF.
           ADD 1 TO WS-SOPRAV-VALIDE.
           PERFORM STENDI-TASSO THRU FINE-STENDI-TASSO
                VARYING WS-IX-ETA FROM WS-ETA-DA BY 1
                UNTIL WS-IX-ETA > WS-ETA-A.
           GO TO FINE-VALIDA-RIGA-SOPRAVV.
       SCARTA-RIGA-SOPRAVV.
           ADD 1 TO WS-SOPRAV-SCARTATE.
           DISPLAY 'RIGA DI SOPRAVVIVENZA SCARTATA: ' WS-SOPRAV-RIGA.
           MOVE 'VALIDA-RIGA-SOPRAVV' TO ECC-PARAGRAFO.
           MOVE REC-SOPRAVF(1:13)     TO ECC-CHIAVE.
           MOVE 'RIGA DI SOPRAVVIVENZA NON VALIDA'
                TO ECC-DESCRIZIONE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-VALIDA-RIGA-SOPRAVV.
            EXIT.
      *
       STENDI-TASSO.
           MOVE WS-TASSO-LETTO TO TS-TASSO(WS-IX-ETA + 1).
       FINE-STENDI-TASSO.
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
           ELSE
               DISPLAY 'FILE CITTA.IDX NON TROVATO'
               MOVE 'CARICA-CITTA-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES                TO ECC-CHIAVE
               MOVE 'FILE CITTA.IDX NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
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
       APERTURA.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.TXT NON TROVATO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'APERTURA' TO ECC-PARAGRAFO
               MOVE SPACES     TO ECC-CHIAVE
               MOVE 'FILE ANAGR.TXT NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               GO TO FINE-APERTURA
           END-IF.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
                DISPLAY 'FILE PRIMOF VUOTO'
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'APERTURA' TO ECC-PARAGRAFO
                MOVE SPACES     TO ECC-CHIAVE
                MOVE 'FILE ANAGR.TXT VUOTO' TO ECC-DESCRIZIONE
                MOVE 'G' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                CLOSE PRIMOF
           END-READ.
       FINE-APERTURA.
            EXIT.
      *
       ELABORA.
      **************************************************************
      * SI PROIETTANO LE SOLE PERSONE ATTIVE CON L'ANNO DI NASCITA; *
      * DECEDUTI ED EMIGRATI SI ESCLUDONO E SI CONTANO, COME GLI    *
      * ANNO-NASC ANCORA A ZERO.                                    *
      **************************************************************
           ADD 1 TO WS-CONTA-LETTI.
           IF STATO = 'D' OR STATO = 'E'
               ADD 1 TO WS-CONTA-NON-ATTIVI
           ELSE
               IF ANNO-NASC IS NUMERIC AND ANNO-NASC > ZERO
                       AND ANNO-NASC <= WS-ANNO-CORRENTE
                   PERFORM POSIZIONA-CITTA THRU FINE-POSIZIONA-CITTA
                   IF WS-CITTA-CORR > ZERO
                       ADD 1 TO WS-CONTA-PROIETTATI
                       PERFORM PROIETTA-PERSONA
                          THRU FINE-PROIETTA-PERSONA
                   ELSE
                       ADD 1 TO WS-CONTA-FUORI-TAB
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTA-SENZA-ANNO
               END-IF
           END-IF.

           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
           END-READ.
       FINE-ELABORA.
            EXIT.
      *
       POSIZIONA-CITTA.
      **************************************************************
      * RIGA DELLA CITTA CANONICA (CITALIAS); ALLA PRIMA PERSONA    *
      * DELLA CITTA SI PRENDE LA PROVINCIA DAL MASTER. A TABELLA    *
      * PIENA LA PERSONA NON SI PROIETTA E SI SEGNALA UNA VOLTA.    *
      **************************************************************
           MOVE CITTA TO WS-CITTA-LAVORO.
           CALL 'CITALIAS' USING WS-CITTA-LAVORO WS-ALIAS-ESITO.
           MOVE ZERO TO WS-CITTA-CORR.
           MOVE 'N' TO WS-TROVATO.
           SET IND-PC TO 1.
           PERFORM CERCA-PJ-CITTA THRU FINE-CERCA-PJ-CITTA
                UNTIL IND-PC > WS-NUM-PJ-CITTA
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'S'
               GO TO FINE-POSIZIONA-CITTA
           END-IF.
           IF WS-NUM-PJ-CITTA < WS-MAX-PJ-CITTA
               ADD 1 TO WS-NUM-PJ-CITTA
               MOVE WS-NUM-PJ-CITTA TO WS-CITTA-CORR
               INITIALIZE PJ-CITTA(WS-CITTA-CORR)
               MOVE WS-CITTA-LAVORO TO PC-CITTA(WS-CITTA-CORR)
               MOVE 'N' TO WS-CITTA-CENSITA
               MOVE SPACES TO WS-PROV-LAVORO
               SET IND-CITTA-MST TO 1
               PERFORM CERCA-CITTA-MST THRU FINE-CERCA-CITTA-MST
                    UNTIL IND-CITTA-MST > WS-NUM-CITTA-MST
                       OR WS-CITTA-CENSITA = 'S'
               MOVE WS-PROV-LAVORO TO PC-PROVINCIA(WS-CITTA-CORR)
           ELSE
               IF WS-CONTA-FUORI-TAB = ZERO
                   DISPLAY 'TROPPE CITTA PER LA TABELLA'
                   MOVE 'POSIZIONA-CITTA' TO ECC-PARAGRAFO
                   MOVE WS-CITTA-LAVORO   TO ECC-CHIAVE
                   MOVE 'TROPPE CITTA, PERSONE NON PROIETTATE'
                        TO ECC-DESCRIZIONE
                   MOVE 'A' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       FINE-POSIZIONA-CITTA.
            EXIT.
      *
       CERCA-PJ-CITTA.
           IF PC-CITTA(IND-PC) = WS-CITTA-LAVORO
               MOVE 'S' TO WS-TROVATO
               SET WS-CITTA-CORR TO IND-PC
           END-IF.
           SET IND-PC UP BY 1.
       FINE-CERCA-PJ-CITTA.
            EXIT.
      *
       CERCA-CITTA-MST.
           IF CM-TAB-CITTA(IND-CITTA-MST) = WS-CITTA-LAVORO
               MOVE 'S' TO WS-CITTA-CENSITA
               MOVE CM-TAB-PROVINCIA(IND-CITTA-MST) TO WS-PROV-LAVORO
           END-IF.
           SET IND-CITTA-MST UP BY 1.
       FINE-CERCA-CITTA-MST.
            EXIT.
      *
       PROIETTA-PERSONA.
      **************************************************************
      * OGGI LA PERSONA CONTA 1 NELLA FASCIA DELLA SUA ETA'. OGNI   *
      * ANNO IN AVANTI IL PESO SI MOLTIPLICA PER IL TASSO DI        *
      * SOPRAVVIVENZA DELL'ETA' RAGGIUNTA E L'ETA' CRESCE DI UNO;   *
      * AGLI ORIZZONTI (1, 5, 10 ANNI) IL PESO SI SOMMA NELLA       *
      * FASCIA DELLA NUOVA ETA'.                                    *
      **************************************************************
           COMPUTE WS-ETA-OGGI = WS-ANNO-CORRENTE - ANNO-NASC.
           MOVE WS-ETA-OGGI TO WS-ETA-PROIETTATA.
           MOVE 1 TO WS-PESO.
           MOVE 1 TO WS-IX-ORIZ.
           PERFORM ACCUMULA-ORIZZONTE THRU FINE-ACCUMULA-ORIZZONTE.
           PERFORM INVECCHIA-UN-ANNO THRU FINE-INVECCHIA-UN-ANNO
                VARYING WS-ANNI-AVANTI FROM 1 BY 1
                UNTIL WS-ANNI-AVANTI > WS-MAX-ANNI-AVANTI.
       FINE-PROIETTA-PERSONA.
            EXIT.
      *
       INVECCHIA-UN-ANNO.
           IF WS-ETA-PROIETTATA > WS-MAX-ETA-TASSO
               MOVE WS-MAX-ETA-TASSO TO WS-IX-ETA
           ELSE
               MOVE WS-ETA-PROIETTATA TO WS-IX-ETA
           END-IF.
           COMPUTE WS-PESO ROUNDED =
                   WS-PESO * TS-TASSO(WS-IX-ETA + 1).
           IF WS-ETA-PROIETTATA < 999
               ADD 1 TO WS-ETA-PROIETTATA
           END-IF.
           MOVE ZERO TO WS-IX-ORIZ.
           PERFORM CERCA-ORIZZONTE THRU FINE-CERCA-ORIZZONTE
                VARYING WS-IX-PROVA FROM 2 BY 1
                UNTIL WS-IX-PROVA > WS-NUM-ORIZZONTI
                   OR WS-IX-ORIZ NOT = ZERO.
           IF WS-IX-ORIZ NOT = ZERO
               PERFORM ACCUMULA-ORIZZONTE
                  THRU FINE-ACCUMULA-ORIZZONTE
           END-IF.
       FINE-INVECCHIA-UN-ANNO.
            EXIT.
      *
       CERCA-ORIZZONTE.
           IF OZ-ANNI(WS-IX-PROVA) = WS-ANNI-AVANTI
               MOVE WS-IX-PROVA TO WS-IX-ORIZ
           END-IF.
       FINE-CERCA-ORIZZONTE.
            EXIT.
      *
       ACCUMULA-ORIZZONTE.
           PERFORM CLASSIFICA-FASCIA THRU FINE-CLASSIFICA-FASCIA.
           ADD WS-PESO
               TO PC-FASCIA(WS-CITTA-CORR WS-IX-ORIZ WS-IX-FASCIA).
           ADD WS-PESO TO PN-FASCIA(WS-IX-ORIZ WS-IX-FASCIA).
       FINE-ACCUMULA-ORIZZONTE.
            EXIT.
      *
       CLASSIFICA-FASCIA.
      * PRESCOLARE, SCOLARE, LAVORATIVA, ANZIANI, GRANDI ANZIANI
           IF WS-ETA-PROIETTATA <= 5
               MOVE 1 TO WS-IX-FASCIA
           ELSE
               IF WS-ETA-PROIETTATA <= 18
                   MOVE 2 TO WS-IX-FASCIA
               ELSE
                   IF WS-ETA-PROIETTATA <= 64
                       MOVE 3 TO WS-IX-FASCIA
                   ELSE
                       IF WS-ETA-PROIETTATA <= 79
                           MOVE 4 TO WS-IX-FASCIA
                       ELSE
                           MOVE 5 TO WS-IX-FASCIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-CLASSIFICA-FASCIA.
            EXIT.
      *
       STAMPA-REPORT.
      **************************************************************
      * TRE SEZIONI, OGNUNA DA PAGINA NUOVA: PER CITTA, PER         *
      * PROVINCIA (LE CITTA NON CENSITE VANNO SOTTO 'NON CENSITA')  *
      * E PER L'INTERA ANAGRAFE; IN CODA I CONTEGGI DEI RECORD.     *
      **************************************************************
           PERFORM RIPARTISCI-PROVINCE THRU FINE-RIPARTISCI-PROVINCE
                VARYING IND-PC FROM 1 BY 1
                UNTIL IND-PC > WS-NUM-PJ-CITTA.

           OPEN OUTPUT REPORTF.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE 'CITTA      PR' TO IC-ETICHETTA.
           MOVE INTESTAZIONE-COLONNE TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.

           MOVE 'STRUTTURA PER ETA'' PER CITTA' TO RTS-TESTO.
           MOVE RIGA-TITOLO-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
                VARYING IND-PC FROM 1 BY 1
                UNTIL IND-PC > WS-NUM-PJ-CITTA.

           MOVE 'PROVINCIA' TO IC-ETICHETTA.
           MOVE INTESTAZIONE-COLONNE TO IMP-COLONNE.
      * PAGINA NUOVA: LA TESTATA RIPORTA LE COLONNE DELLA SEZIONE
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'STRUTTURA PER ETA'' PER PROVINCIA' TO RTS-TESTO.
           MOVE RIGA-TITOLO-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-PROVINCIA THRU FINE-STAMPA-PROVINCIA
                VARYING IND-PP FROM 1 BY 1
                UNTIL IND-PP > WS-NUM-PJ-PROV.

           MOVE SPACES TO RP-ETICHETTA.
           MOVE 'TOT. ANAGRAFE' TO RP-ETICHETTA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-RIGA-NAZIONALE
              THRU FINE-STAMPA-RIGA-NAZIONALE
                VARYING WS-IX-ORIZ FROM 1 BY 1
                UNTIL WS-IX-ORIZ > WS-NUM-ORIZZONTI.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RECORD LETTI'          TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI          TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'PERSONE PROIETTATE'    TO RC-ETICHETTA.
           MOVE WS-CONTA-PROIETTATI     TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'NON ATTIVI ESCLUSI'    TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ATTIVI     TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'SENZA ANNO DI NASCITA' TO RC-ETICHETTA.
           MOVE WS-CONTA-SENZA-ANNO     TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-CONTA-FUORI-TAB > ZERO
               MOVE 'CITTA OLTRE LA TABELLA' TO RC-ETICHETTA
               MOVE WS-CONTA-FUORI-TAB       TO RC-VALORE
               PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO
           END-IF.
           IF WS-SOPRAV-MODE = 'N'
               MOVE SPACES TO WS-RIGA-REPORT
               MOVE 'SOPRAVVIVENZA ASSENTE: SENZA MORTALITA'''
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       RIPARTISCI-PROVINCE.
      * SOMMA LA CITTA NELLA SUA PROVINCIA (SPAZI = NON CENSITA)
           MOVE 'N' TO WS-TROVATO.
           SET IND-PP TO 1.
           PERFORM CERCA-PJ-PROVINCIA THRU FINE-CERCA-PJ-PROVINCIA
                UNTIL IND-PP > WS-NUM-PJ-PROV
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'N'
               IF WS-NUM-PJ-PROV < WS-MAX-PJ-PROV
                   ADD 1 TO WS-NUM-PJ-PROV
                   MOVE WS-NUM-PJ-PROV TO WS-PROV-CORR
                   INITIALIZE PJ-PROVINCIA(WS-PROV-CORR)
                   MOVE PC-PROVINCIA(IND-PC)
                        TO PP-PROVINCIA(WS-PROV-CORR)
               ELSE
                   DISPLAY 'TROPPE PROVINCE PER LA TABELLA'
                   MOVE 'RIPARTISCI-PROVINCE' TO ECC-PARAGRAFO
                   MOVE PC-PROVINCIA(IND-PC)  TO ECC-CHIAVE
                   MOVE 'TROPPE PROVINCE, PROVINCIA NON STAMPATA'
                        TO ECC-DESCRIZIONE
                   MOVE 'A' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   GO TO FINE-RIPARTISCI-PROVINCE
               END-IF
           END-IF.
           PERFORM SOMMA-ORIZZONTE-PROV THRU FINE-SOMMA-ORIZZONTE-PROV
                VARYING WS-IX-ORIZ FROM 1 BY 1
                UNTIL WS-IX-ORIZ > WS-NUM-ORIZZONTI.
       FINE-RIPARTISCI-PROVINCE.
            EXIT.
      *
       CERCA-PJ-PROVINCIA.
           IF PP-PROVINCIA(IND-PP) = PC-PROVINCIA(IND-PC)
               MOVE 'S' TO WS-TROVATO
               SET WS-PROV-CORR TO IND-PP
           END-IF.
           SET IND-PP UP BY 1.
       FINE-CERCA-PJ-PROVINCIA.
            EXIT.
      *
       SOMMA-ORIZZONTE-PROV.
           PERFORM SOMMA-FASCIA-PROV THRU FINE-SOMMA-FASCIA-PROV
                VARYING WS-IX-FASCIA FROM 1 BY 1
                UNTIL WS-IX-FASCIA > WS-NUM-FASCE.
       FINE-SOMMA-ORIZZONTE-PROV.
            EXIT.
      *
       SOMMA-FASCIA-PROV.
           ADD PC-FASCIA(IND-PC WS-IX-ORIZ WS-IX-FASCIA)
               TO PP-FASCIA(WS-PROV-CORR WS-IX-ORIZ WS-IX-FASCIA).
       FINE-SOMMA-FASCIA-PROV.
            EXIT.
      *
       STAMPA-CITTA.
           MOVE SPACES TO RP-ETICHETTA.
           MOVE PC-CITTA(IND-PC)     TO RP-NOME.
           MOVE PC-PROVINCIA(IND-PC) TO RP-PROV.
           PERFORM STAMPA-RIGA-CITTA THRU FINE-STAMPA-RIGA-CITTA
                VARYING WS-IX-ORIZ FROM 1 BY 1
                UNTIL WS-IX-ORIZ > WS-NUM-ORIZZONTI.
       FINE-STAMPA-CITTA.
            EXIT.
      *
       STAMPA-RIGA-CITTA.
           MOVE ZERO TO WS-TOTALE-RIGA.
           PERFORM PREPARA-FASCIA-CITTA THRU FINE-PREPARA-FASCIA-CITTA
                VARYING WS-IX-FASCIA FROM 1 BY 1
                UNTIL WS-IX-FASCIA > WS-NUM-FASCE.
           PERFORM SCRIVI-RIGA-PROIEZIONE
              THRU FINE-SCRIVI-RIGA-PROIEZIONE.
       FINE-STAMPA-RIGA-CITTA.
            EXIT.
      *
       PREPARA-FASCIA-CITTA.
           COMPUTE WS-CONTO-ARROT ROUNDED =
                   PC-FASCIA(IND-PC WS-IX-ORIZ WS-IX-FASCIA).
           MOVE WS-CONTO-ARROT TO RP-FASCIA(WS-IX-FASCIA).
           ADD PC-FASCIA(IND-PC WS-IX-ORIZ WS-IX-FASCIA)
               TO WS-TOTALE-RIGA.
       FINE-PREPARA-FASCIA-CITTA.
            EXIT.
      *
       STAMPA-PROVINCIA.
           MOVE SPACES TO RP-ETICHETTA.
           IF PP-PROVINCIA(IND-PP) = SPACES
               MOVE 'NON CENSITA' TO RP-ETICHETTA
           ELSE
               MOVE PP-PROVINCIA(IND-PP) TO RP-NOME
           END-IF.
           PERFORM STAMPA-RIGA-PROVINCIA
              THRU FINE-STAMPA-RIGA-PROVINCIA
                VARYING WS-IX-ORIZ FROM 1 BY 1
                UNTIL WS-IX-ORIZ > WS-NUM-ORIZZONTI.
       FINE-STAMPA-PROVINCIA.
            EXIT.
      *
       STAMPA-RIGA-PROVINCIA.
           MOVE ZERO TO WS-TOTALE-RIGA.
           PERFORM PREPARA-FASCIA-PROV THRU FINE-PREPARA-FASCIA-PROV
                VARYING WS-IX-FASCIA FROM 1 BY 1
                UNTIL WS-IX-FASCIA > WS-NUM-FASCE.
           PERFORM SCRIVI-RIGA-PROIEZIONE
              THRU FINE-SCRIVI-RIGA-PROIEZIONE.
       FINE-STAMPA-RIGA-PROVINCIA.
            EXIT.
      *
       PREPARA-FASCIA-PROV.
           COMPUTE WS-CONTO-ARROT ROUNDED =
                   PP-FASCIA(IND-PP WS-IX-ORIZ WS-IX-FASCIA).
           MOVE WS-CONTO-ARROT TO RP-FASCIA(WS-IX-FASCIA).
           ADD PP-FASCIA(IND-PP WS-IX-ORIZ WS-IX-FASCIA)
               TO WS-TOTALE-RIGA.
       FINE-PREPARA-FASCIA-PROV.
            EXIT.
      *
       STAMPA-RIGA-NAZIONALE.
           MOVE ZERO TO WS-TOTALE-RIGA.
           PERFORM PREPARA-FASCIA-NAZ THRU FINE-PREPARA-FASCIA-NAZ
                VARYING WS-IX-FASCIA FROM 1 BY 1
                UNTIL WS-IX-FASCIA > WS-NUM-FASCE.
           PERFORM SCRIVI-RIGA-PROIEZIONE
              THRU FINE-SCRIVI-RIGA-PROIEZIONE.
       FINE-STAMPA-RIGA-NAZIONALE.
            EXIT.
      *
       PREPARA-FASCIA-NAZ.
           COMPUTE WS-CONTO-ARROT ROUNDED =
                   PN-FASCIA(WS-IX-ORIZ WS-IX-FASCIA).
           MOVE WS-CONTO-ARROT TO RP-FASCIA(WS-IX-FASCIA).
           ADD PN-FASCIA(WS-IX-ORIZ WS-IX-FASCIA) TO WS-TOTALE-RIGA.
       FINE-PREPARA-FASCIA-NAZ.
            EXIT.
      *
       SCRIVI-RIGA-PROIEZIONE.
      * L'ETICHETTA SOLO SULLA PRIMA RIGA (OGGI) DEL GRUPPO
           MOVE OZ-ETICHETTA(WS-IX-ORIZ) TO RP-ORIZZONTE.
           COMPUTE WS-CONTO-ARROT ROUNDED = WS-TOTALE-RIGA.
           MOVE WS-CONTO-ARROT TO RP-TOTALE.
           MOVE RIGA-PROIEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO RP-ETICHETTA.
       FINE-SCRIVI-RIGA-PROIEZIONE.
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
           MOVE 'PROIEZ  ' TO GIO-PROGRAMMA.
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
       SCRIVI-ECCEZIONE.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'PROIEZ'     TO ECC-PROGRAMMA.
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
