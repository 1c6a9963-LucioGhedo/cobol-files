       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLARMI.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * CODA DEGLI ALLARMI IN USCITA PER IL GATEWAY POSTA/SMS: OGNI
      * EVENTO DA ALLARME (ECCEZIONI GRAVI DI QUALUNQUE PROGRAMMA,
      * RITARDI SEGNALATI DA SCADENZE, PASSI E CATENA CHIUSI A
      * RC 8 NEL GIORNALE) DIVENTA UNA RIGA IN ALLARMI-USCITA.TXT
      * (ALLARMI.CPY) PER IL GRUPPO DESTINATARIO PRESO DALLA
      * TABELLA DI INSTRADAMENTO DELL'ESERCIZIO. LE RIPETIZIONI
      * DELLO STESSO PROGRAMMA, PARAGRAFO E CHIAVE NELLA STESSA
      * NOTTE (DALLE 12:00 ALLE 11:59 DEL GIORNO DOPO) SONO UN
      * SOLO ALLARME. UN'ECCEZIONE GRAVE ANCORA DA RISCONTRARE IN
      * GESTECC DOPO IL TEMPO DI ESCALATION PASSA AL CONTATTO
      * SUCCESSIVO. GLI ALLARMI GIA' INVIATI SONO IN
      * ALLARMI-STATO.TXT: IL PROGRAMMA SI LANCIA A OGNI FINE
      * PASSO DELLA CATENA E A INTERVALLI DALLO SCHEDULATORE.
      *
      * INSTRADAMENTO IN ALLARMI-INSTRADA.TXT (VALE LA PRIMA RIGA
      * CHE CORRISPONDE, * = QUALUNQUE):
      *   COL. 1-8   PROGRAMMA O *
      *   COL. 10    SEVERITA G/A O *
      *   COL. 12-23 GRUPPO DEL PRIMO CONTATTO
      *   COL. 25-36 GRUPPO DEL SECONDO CONTATTO (ESCALATION)
      *   COL. 38-49 GRUPPO DEL TERZO CONTATTO (ESCALATION)
      * UN EVENTO CHE NESSUNA RIGA INSTRADA VA AL GRUPPO
      * SENZA-GRUPPO E IL PROGRAMMA CHIUDE A RC 4.
      * PARAMETRI IN ALLARMI-PARAM.TXT:
      *   ESCALATION NNNN   MINUTI SENZA RISCONTRO PRIMA DI PASSARE
      *                     AL CONTATTO SUCCESSIVO (DEFAULT 60)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: TEMPO DI ESCALATION

           SELECT OPTIONAL PARAMF ASSIGN TO 'ALLARMI-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * TABELLA DI INSTRADAMENTO MANTENUTA DALL'ESERCIZIO

           SELECT OPTIONAL INSTRADAF ASSIGN TO 'ALLARMI-INSTRADA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INSTRADA-STATUS.
      * ALLARMI GIA' INVIATI (RISCRITTO A OGNI ESECUZIONE)

           SELECT OPTIONAL STATOF ASSIGN TO 'ALLARMI-STATO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATO-STATUS.
      * CODA DEGLI ALLARMI IN USCITA (SOLO IN CODA)

           SELECT OPTIONAL USCITAF ASSIGN TO 'ALLARMI-USCITA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-USCITA-STATUS.
      * FILE DELLE ECCEZIONI DI TUTTI I PROGRAMMI

           SELECT OPTIONAL ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
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

       FD   INSTRADAF
            DATA RECORD IS REC-INSTRADAF.
       01 REC-INSTRADAF.
          05 INS-PROGRAMMA  PIC X(8).
          05 FILLER         PIC X.
          05 INS-SEVERITA   PIC X.
          05 FILLER         PIC X.
          05 INS-LIVELLO OCCURS 3 TIMES.
             10 INS-GRUPPO  PIC X(12).
             10 FILLER      PIC X.

       FD   STATOF
            DATA RECORD IS REC-STATOF.
       01 REC-STATOF.
          05 ST-NOTTE       PIC 9(8).
          05 FILLER         PIC X.
          05 ST-PROGRAMMA   PIC X(8).
          05 FILLER         PIC X.
          05 ST-PARAGRAFO   PIC X(20).
          05 FILLER         PIC X.
          05 ST-CHIAVE      PIC X(15).
          05 FILLER         PIC X.
          05 ST-SEVERITA    PIC X.
          05 FILLER         PIC X.
          05 ST-FONTE       PIC X.
          05 FILLER         PIC X.
          05 ST-LIVELLO     PIC 9.
          05 FILLER         PIC X.
          05 ST-DATA-INVIO  PIC 9(8).
          05 FILLER         PIC X.
          05 ST-ORA-INVIO   PIC 9(4).
          05 FILLER         PIC X.
          05 ST-RIPETIZIONI PIC 9(4).
          05 FILLER         PIC X.
          05 ST-TESTO       PIC X(40).

       FD   USCITAF
            DATA RECORD IS REC-USCITAF.
       01 REC-USCITAF  PIC X(126).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ECCEZIONI.
       COPY ALLARMI.

       01 WS-PARAM-STATUS      PIC XX.
       01 WS-INSTRADA-STATUS   PIC XX.
       01 WS-STATO-STATUS      PIC XX.
       01 WS-USCITA-STATUS     PIC XX.
       01 WS-ECC-STATUS        PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-MINUTI-ESCALATION PIC 9(4) VALUE 60.

      ************************************************************
      *      TABELLA DI INSTRADAMENTO: PROGRAMMA E SEVERITA (O *)   *
      *      E I GRUPPI DEI TRE LIVELLI DI CONTATTO                 *
      ************************************************************
       01 WS-MAX-INSTRADA      PIC 9(3) VALUE 100.
       01 TAB-INSTRADA.
            05 INSTRADA-TAB OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NUM-INSTRADA
               INDEXED BY IND-INS.
               10 IT-PROGRAMMA     PIC X(8).
               10 IT-SEVERITA      PIC X.
               10 IT-GRUPPO OCCURS 3 TIMES PIC X(12).
       01 WS-NUM-INSTRADA      PIC 9(3) VALUE 0.
       01 WS-INSTRADA-TROVATA  PIC X VALUE 'N'.
       01 WS-CONTATTI.
            05 WS-GRUPPO OCCURS 3 TIMES PIC X(12).
       01 WS-IX-LIV            PIC 9 VALUE 0.
       01 WS-CONTA-NON-INSTR   PIC 9(4) VALUE 0.

      ************************************************************
      *      ALLARMI DELLA NOTTE CORRENTE E DELLA PRECEDENTE:       *
      *      QUELLI GIA' INVIATI (DA ALLARMI-STATO.TXT) PIU' GLI    *
      *      EVENTI NUOVI TROVATI IN QUESTA ESECUZIONE              *
      ************************************************************
      *      TA-FONTE: E = ECCEZIONI.TXT, G = GIORNALE.
      *      TA-LIVELLO: ULTIMO CONTATTO AVVISATO (0 = DA INVIARE).
      *      TA-VISTE: RIGHE DELL'EVENTO TROVATE IN QUESTA LETTURA.
      *      TA-APERTO: S = ALMENO UNA RIGA ANCORA DA RISCONTRARE.
       01 WS-MAX-ALLARMI       PIC 9(3) VALUE 500.
       01 TAB-ALLARMI.
            05 ALLARME-TAB OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-ALLARMI
               INDEXED BY IND-ALL.
               10 TA-NOTTE         PIC 9(8).
               10 TA-PROGRAMMA     PIC X(8).
               10 TA-PARAGRAFO     PIC X(20).
               10 TA-CHIAVE        PIC X(15).
               10 TA-SEVERITA      PIC X.
               10 TA-FONTE         PIC X.
               10 TA-LIVELLO       PIC 9.
               10 TA-DATA-INVIO    PIC 9(8).
               10 TA-ORA-INVIO     PIC 9(4).
               10 TA-RIPETIZIONI   PIC 9(4).
               10 TA-TESTO         PIC X(40).
               10 TA-VISTE         PIC 9(4).
               10 TA-APERTO        PIC X.
       01 WS-NUM-ALLARMI       PIC 9(3) VALUE 0.
       01 WS-ALLARMI-PIENI     PIC X VALUE 'N'.
       01 WS-ALLARME-TROVATO   PIC X VALUE 'N'.

      *      EVENTO IN ESAME, DA ECCEZIONI.TXT O DAL GIORNALE
       01 WS-EV-NOTTE          PIC 9(8) VALUE 0.
       01 WS-EV-PROGRAMMA      PIC X(8) VALUE SPACES.
       01 WS-EV-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 WS-EV-CHIAVE         PIC X(15) VALUE SPACES.
       01 WS-EV-SEVERITA       PIC X VALUE SPACE.
       01 WS-EV-FONTE          PIC X VALUE SPACE.
       01 WS-EV-TESTO          PIC X(40) VALUE SPACES.
       01 WS-EV-APERTO         PIC X VALUE 'N'.
       01 WS-EV-ORE            PIC 99 VALUE 0.

      ************************************************************
      *      NOTTI E MINUTI: LA DATA SI TRASFORMA IN UN GIORNO      *
      *      PROGRESSIVO (COME IN ARCHIVIA); LA NOTTE DI UN EVENTO  *
      *      PRIMA DELLE 12:00 E' QUELLA DEL GIORNO PRIMA           *
      ************************************************************
       01 WS-CD-DATA.
            05 WS-CD-ANNO      PIC 9999.
            05 WS-CD-MESE      PIC 99.
            05 WS-CD-GIORNO    PIC 99.
       01 WS-CD-DATA-N REDEFINES WS-CD-DATA PIC 9(8).
       01 WS-CD-SERIALE        PIC 9(8) VALUE 0.
       01 WS-CD-BISESTILI      PIC 9(6) VALUE 0.
       01 WS-CD-RESTO          PIC 9(4) VALUE 0.
       01 WS-GIORNI-MESE.
            05 FILLER PIC 9(3) VALUE 000.
            05 FILLER PIC 9(3) VALUE 031.
            05 FILLER PIC 9(3) VALUE 059.
            05 FILLER PIC 9(3) VALUE 090.
            05 FILLER PIC 9(3) VALUE 120.
            05 FILLER PIC 9(3) VALUE 151.
            05 FILLER PIC 9(3) VALUE 181.
            05 FILLER PIC 9(3) VALUE 212.
            05 FILLER PIC 9(3) VALUE 243.
            05 FILLER PIC 9(3) VALUE 273.
            05 FILLER PIC 9(3) VALUE 304.
            05 FILLER PIC 9(3) VALUE 334.
       01 TAB-GIORNI-MESE REDEFINES WS-GIORNI-MESE.
            05 GM-GIORNI OCCURS 12 TIMES PIC 9(3).

       01 WS-DATA-OGGI.
            05 WS-OGGI-ANNO      PIC 9999.
            05 WS-OGGI-MESE      PIC 99.
            05 WS-OGGI-GIORNO    PIC 99.
       01 WS-DATA-OGGI-N REDEFINES WS-DATA-OGGI PIC 9(8).
       01 WS-ORA-OGGI.
            05 WS-ORA-HH         PIC 99.
            05 WS-ORA-MM         PIC 99.
            05 WS-ORA-SS         PIC 99.
            05 WS-ORA-CC         PIC 99.
       01 WS-ORA-HHMM          PIC 9(4) VALUE 0.
       01 WS-NOTTE-CORRENTE    PIC 9(8) VALUE 0.
       01 WS-NOTTE-PRECEDENTE  PIC 9(8) VALUE 0.
       01 WS-MINUTI-ORA        PIC 9(10) VALUE 0.
       01 WS-MINUTI-INVIO      PIC 9(10) VALUE 0.
       01 WS-MINUTI-TRASCORSI  PIC 9(10) VALUE 0.
       01 WS-ORA-INVIO.
            05 WS-INVIO-HH       PIC 99.
            05 WS-INVIO-MM       PIC 99.
       01 WS-ORA-INVIO-N REDEFINES WS-ORA-INVIO PIC 9(4).

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-LETTE       PIC 9(6) VALUE 0.
       01 WS-CONTA-NUOVI       PIC 9(4) VALUE 0.
       01 WS-CONTA-ESCALATION  PIC 9(4) VALUE 0.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = CODA AGGIORNATA                                        *
      * 4 = ALLARMI SENZA INSTRADAMENTO (INVIATI AL GRUPPO         *
      *     SENZA-GRUPPO) O TABELLA DEGLI ALLARMI PIENA            *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM CARICA-INSTRADAMENTO
               THRU FINE-CARICA-INSTRADAMENTO.
            PERFORM CALCOLA-ADESSO THRU FINE-CALCOLA-ADESSO.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM CARICA-STATO THRU FINE-CARICA-STATO.
            PERFORM LEGGI-ECCEZIONI THRU FINE-LEGGI-ECCEZIONI.
            PERFORM LEGGI-GIORNALE THRU FINE-LEGGI-GIORNALE.

            OPEN EXTEND USCITAF.
            IF WS-USCITA-STATUS NOT = '00'
                OPEN OUTPUT USCITAF
            END-IF.
            PERFORM VALUTA-ALLARME THRU FINE-VALUTA-ALLARME
                 VARYING IND-ALL FROM 1 BY 1
                 UNTIL IND-ALL > WS-NUM-ALLARMI.
            CLOSE USCITAF.

            PERFORM SALVA-STATO THRU FINE-SALVA-STATO.

            IF WS-CONTA-NON-INSTR > ZERO OR WS-ALLARMI-PIENI = 'S'
                MOVE 4 TO WS-RETURN-CODE
            END-IF.
            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTE TO GIO-LETTI.
            COMPUTE GIO-SCRITTI = WS-CONTA-NUOVI + WS-CONTA-ESCALATION.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'ALLARMI NUOVI: ' WS-CONTA-NUOVI
                    ' ESCALATION: ' WS-CONTA-ESCALATION
                    ' SENZA INSTRADAMENTO: ' WS-CONTA-NON-INSTR.
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
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-UN-PARAMETRO
                  THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF PAR-CHIAVE = 'ESCALATION'
                             AND PAR-VALORE(1:4) IS NUMERIC
                             AND PAR-VALORE(1:4) > '0000'
                         MOVE PAR-VALORE(1:4) TO WS-MINUTI-ESCALATION
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CARICA-INSTRADAMENTO.
           MOVE ZERO TO WS-NUM-INSTRADA.
           OPEN INPUT INSTRADAF.
           IF WS-INSTRADA-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-INSTRADAMENTO
                  THRU FINE-LEGGI-INSTRADAMENTO
                    UNTIL WS-LETTURA-EOF = 'S'
           ELSE
               DISPLAY 'FILE ALLARMI-INSTRADA.TXT NON TROVATO'
           END-IF.
           CLOSE INSTRADAF.
       FINE-CARICA-INSTRADAMENTO.
            EXIT.
      *
       LEGGI-INSTRADAMENTO.
           READ INSTRADAF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF INS-PROGRAMMA NOT = SPACES
                             AND INS-GRUPPO(1) NOT = SPACES
                             AND WS-NUM-INSTRADA < WS-MAX-INSTRADA
                         ADD 1 TO WS-NUM-INSTRADA
                         SET IND-INS TO WS-NUM-INSTRADA
                         MOVE INS-PROGRAMMA TO IT-PROGRAMMA(IND-INS)
                         MOVE INS-SEVERITA  TO IT-SEVERITA(IND-INS)
                         MOVE INS-GRUPPO(1) TO IT-GRUPPO(IND-INS 1)
                         MOVE INS-GRUPPO(2) TO IT-GRUPPO(IND-INS 2)
                         MOVE INS-GRUPPO(3) TO IT-GRUPPO(IND-INS 3)
                     END-IF
           END-READ.
       FINE-LEGGI-INSTRADAMENTO.
            EXIT.
      *
       CALCOLA-ADESSO.
      **************************************************************
      * DATA, ORA E MINUTO PROGRESSIVO DI ADESSO; NOTTE CORRENTE E  *
      * PRECEDENTE. GLI EVENTI PIU' VECCHI NON SI GUARDANO PIU':    *
      * UN ALLARME DI DUE NOTTI FA NON SERVE A NESSUNO.             *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-OGGI  FROM TIME.
           MOVE WS-ORA-HH TO WS-INVIO-HH.
           MOVE WS-ORA-MM TO WS-INVIO-MM.
           MOVE WS-ORA-INVIO-N TO WS-ORA-HHMM.
           MOVE WS-DATA-OGGI-N TO WS-CD-DATA-N.
           PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
           COMPUTE WS-MINUTI-ORA = WS-CD-SERIALE * 1440
                                 + WS-ORA-HH * 60 + WS-ORA-MM.
           MOVE WS-CD-SERIALE TO WS-NOTTE-CORRENTE.
           IF WS-ORA-HH < 12
               SUBTRACT 1 FROM WS-NOTTE-CORRENTE
           END-IF.
           COMPUTE WS-NOTTE-PRECEDENTE = WS-NOTTE-CORRENTE - 1.
       FINE-CALCOLA-ADESSO.
            EXIT.
      *
       CALCOLA-SERIALE.
      **************************************************************
      * TRASFORMA LA DATA AAAAMMGG IN UN NUMERO DI GIORNO           *
      * PROGRESSIVO (ANNI*365 + BISESTILI + GIORNI TRASCORSI NEL    *
      * MESE), SUFFICIENTE PER CONTARE NOTTI E MINUTI TRASCORSI.    *
      **************************************************************
           DIVIDE WS-CD-ANNO BY 4
                  GIVING WS-CD-BISESTILI REMAINDER WS-CD-RESTO.
           COMPUTE WS-CD-SERIALE =
                   WS-CD-ANNO * 365 + WS-CD-BISESTILI
                 + GM-GIORNI(WS-CD-MESE) + WS-CD-GIORNO.
           IF WS-CD-RESTO = ZERO AND WS-CD-MESE < 3
               SUBTRACT 1 FROM WS-CD-SERIALE
           END-IF.
       FINE-CALCOLA-SERIALE.
            EXIT.
      *
       CARICA-STATO.
           MOVE ZERO TO WS-NUM-ALLARMI.
           OPEN INPUT STATOF.
           IF WS-STATO-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-STATO THRU FINE-LEGGI-STATO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE STATOF.
       FINE-CARICA-STATO.
            EXIT.
      *
       LEGGI-STATO.
           READ STATOF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF ST-NOTTE IS NUMERIC
                             AND ST-NOTTE NOT < WS-NOTTE-PRECEDENTE
                             AND WS-NUM-ALLARMI < WS-MAX-ALLARMI
                         ADD 1 TO WS-NUM-ALLARMI
                         SET IND-ALL TO WS-NUM-ALLARMI
                         MOVE ST-NOTTE       TO TA-NOTTE(IND-ALL)
                         MOVE ST-PROGRAMMA   TO TA-PROGRAMMA(IND-ALL)
                         MOVE ST-PARAGRAFO   TO TA-PARAGRAFO(IND-ALL)
                         MOVE ST-CHIAVE      TO TA-CHIAVE(IND-ALL)
                         MOVE ST-SEVERITA    TO TA-SEVERITA(IND-ALL)
                         MOVE ST-FONTE       TO TA-FONTE(IND-ALL)
                         MOVE ST-LIVELLO     TO TA-LIVELLO(IND-ALL)
                         MOVE ST-DATA-INVIO  TO TA-DATA-INVIO(IND-ALL)
                         MOVE ST-ORA-INVIO   TO TA-ORA-INVIO(IND-ALL)
                         MOVE ST-RIPETIZIONI TO TA-RIPETIZIONI(IND-ALL)
                         MOVE ST-TESTO       TO TA-TESTO(IND-ALL)
                         MOVE ZERO           TO TA-VISTE(IND-ALL)
                         MOVE 'N'            TO TA-APERTO(IND-ALL)
                     END-IF
           END-READ.
       FINE-LEGGI-STATO.
            EXIT.
      *
       LEGGI-ECCEZIONI.
      **************************************************************
      * DA ALLARME: LE ECCEZIONI GRAVI DI QUALUNQUE PROGRAMMA E I   *
      * RITARDI DI SCADENZE (GRAVI O AVVISI). UNA RIGA RISCONTRATA  *
      * IN GESTECC CONTA COME RIPETIZIONE MA NON TIENE APERTO       *
      * L'ALLARME.                                                  *
      **************************************************************
           OPEN INPUT ECCEZIONI.
           IF WS-ECC-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-ECCEZIONE THRU FINE-LEGGI-ECCEZIONE
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE ECCEZIONI.
       FINE-LEGGI-ECCEZIONI.
            EXIT.
      *
       LEGGI-ECCEZIONE.
           READ ECCEZIONI INTO RIGA-ECCEZIONE AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF ECC-SEVERITA = 'G'
                             OR (ECC-PROGRAMMA = 'SCADENZE'
                                 AND ECC-SEVERITA = 'A')
                         IF ECC-AAAA IS NUMERIC AND ECC-MM IS NUMERIC
                                 AND ECC-GG IS NUMERIC
                                 AND ECC-HH IS NUMERIC
                                 AND ECC-MM > ZERO AND ECC-MM < 13
                             PERFORM VALUTA-ECCEZIONE
                                THRU FINE-VALUTA-ECCEZIONE
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-ECCEZIONE.
            EXIT.
      *
       VALUTA-ECCEZIONE.
           MOVE ECC-AAAA TO WS-CD-ANNO.
           MOVE ECC-MM   TO WS-CD-MESE.
           MOVE ECC-GG   TO WS-CD-GIORNO.
           MOVE ECC-HH   TO WS-EV-ORE.
           PERFORM CALCOLA-NOTTE-EVENTO THRU FINE-CALCOLA-NOTTE-EVENTO.
           MOVE ECC-PROGRAMMA   TO WS-EV-PROGRAMMA.
           MOVE ECC-PARAGRAFO   TO WS-EV-PARAGRAFO.
           MOVE ECC-CHIAVE      TO WS-EV-CHIAVE.
           MOVE ECC-SEVERITA    TO WS-EV-SEVERITA.
           MOVE ECC-DESCRIZIONE TO WS-EV-TESTO.
           MOVE 'E'             TO WS-EV-FONTE.
           IF ECC-ACK-SIGLA = SPACES
               MOVE 'S' TO WS-EV-APERTO
           ELSE
               MOVE 'N' TO WS-EV-APERTO
           END-IF.
           IF WS-EV-NOTTE NOT < WS-NOTTE-PRECEDENTE
               PERFORM REGISTRA-EVENTO THRU FINE-REGISTRA-EVENTO
           END-IF.
       FINE-VALUTA-ECCEZIONE.
            EXIT.
      *
       LEGGI-GIORNALE.
      **************************************************************
      * OGNI PASSO (O LA CATENA STESSA) CHIUSO A RC 8 E' UN ALLARME *
      * DELLA SUA NOTTE. NEL GIORNALE NON C'E' RISCONTRO: QUESTI    *
      * ALLARMI NON VANNO IN ESCALATION.                            *
      **************************************************************
           OPEN INPUT GIORNALE.
           IF WS-GIO-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-GIORNALE THRU FINE-LEGGI-RIGA-GIORNALE
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE GIORNALE.
       FINE-LEGGI-GIORNALE.
            EXIT.
      *
       LEGGI-RIGA-GIORNALE.
           READ GIORNALE INTO RIGA-GIORNALE AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF GIO-TIPO = 'FINE  ' AND GIO-RC = 8
                             AND GIO-DATA IS NUMERIC
                             AND GIO-ORA IS NUMERIC
                         PERFORM VALUTA-RIGA-GIORNALE
                            THRU FINE-VALUTA-RIGA-GIORNALE
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-GIORNALE.
            EXIT.
      *
       VALUTA-RIGA-GIORNALE.
           MOVE GIO-DATA TO WS-CD-DATA-N.
           MOVE GIO-ORA(1:2) TO WS-EV-ORE.
           IF WS-CD-MESE > ZERO AND WS-CD-MESE < 13
               PERFORM CALCOLA-NOTTE-EVENTO
                  THRU FINE-CALCOLA-NOTTE-EVENTO
               MOVE GIO-PROGRAMMA     TO WS-EV-PROGRAMMA
               MOVE 'GIORNALE FINE'   TO WS-EV-PARAGRAFO
               MOVE SPACES            TO WS-EV-CHIAVE
               MOVE 'G'               TO WS-EV-SEVERITA
               MOVE 'G'               TO WS-EV-FONTE
               MOVE 'N'               TO WS-EV-APERTO
               IF GIO-PROGRAMMA = 'CATENA  '
                   MOVE 'CATENA CHIUSA A RC 8'   TO WS-EV-TESTO
               ELSE
                   MOVE 'PASSO CHIUSO A RC 8'    TO WS-EV-TESTO
               END-IF
               IF WS-EV-NOTTE NOT < WS-NOTTE-PRECEDENTE
                   PERFORM REGISTRA-EVENTO THRU FINE-REGISTRA-EVENTO
               END-IF
           END-IF.
       FINE-VALUTA-RIGA-GIORNALE.
            EXIT.
      *
       CALCOLA-NOTTE-EVENTO.
           PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
           MOVE WS-CD-SERIALE TO WS-EV-NOTTE.
           IF WS-EV-ORE < 12
               SUBTRACT 1 FROM WS-EV-NOTTE
           END-IF.
       FINE-CALCOLA-NOTTE-EVENTO.
            EXIT.
      *
       REGISTRA-EVENTO.
      **************************************************************
      * ACCORPA L'EVENTO NELL'ALLARME DELLA STESSA NOTTE, PROGRAMMA, *
      * PARAGRAFO E CHIAVE, O NE APRE UNO NUOVO DA INVIARE.         *
      **************************************************************
           ADD 1 TO WS-CONTA-LETTE.
           MOVE 'N' TO WS-ALLARME-TROVATO.
           SET IND-ALL TO 1.
           PERFORM CERCA-ALLARME THRU FINE-CERCA-ALLARME
                UNTIL IND-ALL > WS-NUM-ALLARMI
                   OR WS-ALLARME-TROVATO = 'S'.
           IF WS-ALLARME-TROVATO = 'N'
               IF WS-NUM-ALLARMI < WS-MAX-ALLARMI
                   ADD 1 TO WS-NUM-ALLARMI
                   SET IND-ALL TO WS-NUM-ALLARMI
                   MOVE WS-EV-NOTTE     TO TA-NOTTE(IND-ALL)
                   MOVE WS-EV-PROGRAMMA TO TA-PROGRAMMA(IND-ALL)
                   MOVE WS-EV-PARAGRAFO TO TA-PARAGRAFO(IND-ALL)
                   MOVE WS-EV-CHIAVE    TO TA-CHIAVE(IND-ALL)
                   MOVE WS-EV-SEVERITA  TO TA-SEVERITA(IND-ALL)
                   MOVE WS-EV-FONTE     TO TA-FONTE(IND-ALL)
                   MOVE WS-EV-TESTO     TO TA-TESTO(IND-ALL)
                   MOVE ZERO TO TA-LIVELLO(IND-ALL)
                                TA-DATA-INVIO(IND-ALL)
                                TA-ORA-INVIO(IND-ALL)
                                TA-RIPETIZIONI(IND-ALL)
                                TA-VISTE(IND-ALL)
                   MOVE 'N'             TO TA-APERTO(IND-ALL)
                   MOVE 'S' TO WS-ALLARME-TROVATO
               ELSE
                   MOVE 'S' TO WS-ALLARMI-PIENI
               END-IF
           END-IF.
           IF WS-ALLARME-TROVATO = 'S'
               ADD 1 TO TA-VISTE(IND-ALL)
               IF WS-EV-APERTO = 'S'
                   MOVE 'S' TO TA-APERTO(IND-ALL)
               END-IF
               IF WS-EV-SEVERITA = 'G'
                   MOVE 'G' TO TA-SEVERITA(IND-ALL)
               END-IF
           END-IF.
       FINE-REGISTRA-EVENTO.
            EXIT.
      *
       CERCA-ALLARME.
           IF TA-NOTTE(IND-ALL) = WS-EV-NOTTE
                   AND TA-PROGRAMMA(IND-ALL) = WS-EV-PROGRAMMA
                   AND TA-PARAGRAFO(IND-ALL) = WS-EV-PARAGRAFO
                   AND TA-CHIAVE(IND-ALL) = WS-EV-CHIAVE
               MOVE 'S' TO WS-ALLARME-TROVATO
           ELSE
               SET IND-ALL UP BY 1
           END-IF.
       FINE-CERCA-ALLARME.
            EXIT.
      *
       VALUTA-ALLARME.
      **************************************************************
      * ALLARME NUOVO: SI INVIA AL PRIMO CONTATTO. ALLARME GIA'     *
      * INVIATO: LE NUOVE RIPETIZIONI SI ACCORPANO SENZA RIMANDARLO; *
      * SE E' UN'ECCEZIONE GRAVE ANCORA DA RISCONTRARE E DALL'ULTIMO *
      * INVIO E' PASSATO IL TEMPO DI ESCALATION, SI MANDA AL        *
      * CONTATTO SUCCESSIVO (SE LA TABELLA NE PREVEDE UNO).         *
      **************************************************************
           PERFORM TROVA-INSTRADAMENTO THRU FINE-TROVA-INSTRADAMENTO.
           IF TA-VISTE(IND-ALL) > TA-RIPETIZIONI(IND-ALL)
               MOVE TA-VISTE(IND-ALL) TO TA-RIPETIZIONI(IND-ALL)
           END-IF.
           IF TA-LIVELLO(IND-ALL) = ZERO
               MOVE 1   TO WS-IX-LIV
               MOVE 'N' TO ALL-TIPO
               PERFORM INVIA-ALLARME THRU FINE-INVIA-ALLARME
               ADD 1 TO WS-CONTA-NUOVI
           ELSE
               IF TA-FONTE(IND-ALL) = 'E'
                       AND TA-SEVERITA(IND-ALL) = 'G'
                       AND TA-APERTO(IND-ALL) = 'S'
                       AND TA-LIVELLO(IND-ALL) < 3
                   PERFORM VALUTA-ESCALATION
                      THRU FINE-VALUTA-ESCALATION
               END-IF
           END-IF.
       FINE-VALUTA-ALLARME.
            EXIT.
      *
       VALUTA-ESCALATION.
           COMPUTE WS-IX-LIV = TA-LIVELLO(IND-ALL) + 1.
           IF WS-GRUPPO(WS-IX-LIV) NOT = SPACES
               MOVE TA-DATA-INVIO(IND-ALL) TO WS-CD-DATA-N
               PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
               MOVE TA-ORA-INVIO(IND-ALL) TO WS-ORA-INVIO-N
               COMPUTE WS-MINUTI-INVIO = WS-CD-SERIALE * 1440
                                       + WS-INVIO-HH * 60
                                       + WS-INVIO-MM
               IF WS-MINUTI-ORA > WS-MINUTI-INVIO
                   COMPUTE WS-MINUTI-TRASCORSI =
                           WS-MINUTI-ORA - WS-MINUTI-INVIO
               ELSE
                   MOVE ZERO TO WS-MINUTI-TRASCORSI
               END-IF
               IF WS-MINUTI-TRASCORSI NOT < WS-MINUTI-ESCALATION
                   MOVE 'E' TO ALL-TIPO
                   PERFORM INVIA-ALLARME THRU FINE-INVIA-ALLARME
                   ADD 1 TO WS-CONTA-ESCALATION
               END-IF
           END-IF.
       FINE-VALUTA-ESCALATION.
            EXIT.
      *
       TROVA-INSTRADAMENTO.
           MOVE SPACES TO WS-CONTATTI.
           MOVE 'N' TO WS-INSTRADA-TROVATA.
           SET IND-INS TO 1.
           PERFORM CERCA-INSTRADAMENTO THRU FINE-CERCA-INSTRADAMENTO
                UNTIL IND-INS > WS-NUM-INSTRADA
                   OR WS-INSTRADA-TROVATA = 'S'.
           IF WS-INSTRADA-TROVATA = 'N'
               MOVE 'SENZA-GRUPPO' TO WS-GRUPPO(1)
           END-IF.
       FINE-TROVA-INSTRADAMENTO.
            EXIT.
      *
       CERCA-INSTRADAMENTO.
           IF (IT-PROGRAMMA(IND-INS) = TA-PROGRAMMA(IND-ALL)
                   OR IT-PROGRAMMA(IND-INS) = '*')
                   AND (IT-SEVERITA(IND-INS) = TA-SEVERITA(IND-ALL)
                        OR IT-SEVERITA(IND-INS) = '*')
               MOVE 'S' TO WS-INSTRADA-TROVATA
               MOVE IT-GRUPPO(IND-INS 1) TO WS-GRUPPO(1)
               MOVE IT-GRUPPO(IND-INS 2) TO WS-GRUPPO(2)
               MOVE IT-GRUPPO(IND-INS 3) TO WS-GRUPPO(3)
           ELSE
               SET IND-INS UP BY 1
           END-IF.
       FINE-CERCA-INSTRADAMENTO.
            EXIT.
      *
       INVIA-ALLARME.
           MOVE WS-DATA-OGGI-N           TO ALL-DATA.
           MOVE WS-ORA-OGGI(1:6)         TO ALL-ORA.
           MOVE WS-IX-LIV                TO ALL-LIVELLO.
           MOVE WS-GRUPPO(WS-IX-LIV)     TO ALL-GRUPPO.
           MOVE TA-SEVERITA(IND-ALL)     TO ALL-SEVERITA.
           MOVE TA-PROGRAMMA(IND-ALL)    TO ALL-PROGRAMMA.
           MOVE TA-PARAGRAFO(IND-ALL)    TO ALL-PARAGRAFO.
           MOVE TA-CHIAVE(IND-ALL)       TO ALL-CHIAVE.
           MOVE TA-RIPETIZIONI(IND-ALL)  TO ALL-RIPETIZIONI.
           MOVE TA-TESTO(IND-ALL)        TO ALL-TESTO.
           WRITE REC-USCITAF FROM RIGA-ALLARME.
           IF WS-INSTRADA-TROVATA = 'N'
               ADD 1 TO WS-CONTA-NON-INSTR
           END-IF.

           MOVE WS-IX-LIV      TO TA-LIVELLO(IND-ALL).
           MOVE WS-DATA-OGGI-N TO TA-DATA-INVIO(IND-ALL).
           MOVE WS-ORA-HHMM    TO TA-ORA-INVIO(IND-ALL).
       FINE-INVIA-ALLARME.
            EXIT.
      *
       SALVA-STATO.
           OPEN OUTPUT STATOF.
           PERFORM SCRIVI-STATO THRU FINE-SCRIVI-STATO
                VARYING IND-ALL FROM 1 BY 1
                UNTIL IND-ALL > WS-NUM-ALLARMI.
           CLOSE STATOF.
       FINE-SALVA-STATO.
            EXIT.
      *
       SCRIVI-STATO.
           MOVE SPACES                  TO REC-STATOF.
           MOVE TA-NOTTE(IND-ALL)       TO ST-NOTTE.
           MOVE TA-PROGRAMMA(IND-ALL)   TO ST-PROGRAMMA.
           MOVE TA-PARAGRAFO(IND-ALL)   TO ST-PARAGRAFO.
           MOVE TA-CHIAVE(IND-ALL)      TO ST-CHIAVE.
           MOVE TA-SEVERITA(IND-ALL)    TO ST-SEVERITA.
           MOVE TA-FONTE(IND-ALL)       TO ST-FONTE.
           MOVE TA-LIVELLO(IND-ALL)     TO ST-LIVELLO.
           MOVE TA-DATA-INVIO(IND-ALL)  TO ST-DATA-INVIO.
           MOVE TA-ORA-INVIO(IND-ALL)   TO ST-ORA-INVIO.
           MOVE TA-RIPETIZIONI(IND-ALL) TO ST-RIPETIZIONI.
           MOVE TA-TESTO(IND-ALL)       TO ST-TESTO.
           WRITE REC-STATOF.
       FINE-SCRIVI-STATO.
            EXIT.
      *
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'ALLARMI ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
