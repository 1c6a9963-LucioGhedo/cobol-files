       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTIVOP.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * ATTIVITA' PER OPERATORE, GIORNALIERA O MENSILE: RACCOGLIE IN
      * UN SOLO REPORT, SIGLA PER SIGLA, QUELLO CHE PRIMA STAVA IN
      * SEI FILE DIVERSI: RICERCHE (CERCA-AUDIT.TXT), MANUTENZIONI
      * DELLE FILIALI (FILIALI-GIORNALE.TXT), RIPARAZIONI
      * DELL'IMPORTAZIONE (RIPARA-LOG.TXT), CANCELLAZIONI (OBLIO-
      * LOG.TXT), ECCEZIONI RISCONTRATE (ECCEZIONI-RISCONTRI.TXT),
      * RILASCI DALLA QUARANTENA (RIGHE QUARREV DI ECCEZIONI.TXT),
      * NOTE DI CONSEGNA (CONSEGNE.TXT), CON IL PRIMO COLLEGAMENTO E
      * L'ULTIMO SCOLLEGAMENTO (COLLEGAMENTI.TXT) E I CONTEGGI PER
      * TIPO DI AZIONE. LE AZIONI CON L'ORA FUORI DAL TURNO
      * ABITUALE DELLA SIGLA (TURNI.TXT) SONO SEGNALATE.
      * PARAMETRI IN ATTIVOP-PARAM.TXT: GIORNO AAAAMMGG OPPURE MESE
      * AAAAMM, E SIGLA PER UN SOLO OPERATORE. SENZA PARAMETRI SI
      * STAMPA LA GIORNATA DI IERI PER TUTTI.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: PERIODO E SIGLA

           SELECT OPTIONAL PARAMF ASSIGN TO 'ATTIVOP-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * TURNI ABITUALI DEGLI OPERATORI

           SELECT OPTIONAL TURNIF ASSIGN TO 'TURNI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TURNI-STATUS.
      * COLLEGAMENTI E SCOLLEGAMENTI (SCRITTI DA CONSOLLE)

           SELECT OPTIONAL COLLEGAF ASSIGN TO 'COLLEGAMENTI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COLLEGA-STATUS.
      * AUDIT DELLE RICERCHE

           SELECT OPTIONAL AUDIT ASSIGN TO 'CERCA-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      * GIORNALE DELLE MANUTENZIONI SU FILIALI.IDX (SCRITTO DA INDICI)

           SELECT OPTIONAL MANUTF ASSIGN TO 'FILIALI-GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MANUT-STATUS.
      * REGISTRO DELLE RIPARAZIONI (SCRITTO DA RIPARA)

           SELECT OPTIONAL RIPARAF ASSIGN TO 'RIPARA-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RIPARA-STATUS.
      * REGISTRO DELLE CANCELLAZIONI (SCRITTO DA OBLIO)

           SELECT OPTIONAL OBLIOF ASSIGN TO 'OBLIO-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OBLIO-STATUS.
      * REGISTRO DATATO DEI RISCONTRI (SCRITTO DA GESTECC)

           SELECT OPTIONAL RISCONTRIF
           ASSIGN TO 'ECCEZIONI-RISCONTRI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSC-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI, PER I RILASCI DI QUARREV

           SELECT OPTIONAL ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * REGISTRO DELLE CONSEGNE DI TURNO (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL CONSEGNE ASSIGN TO 'CONSEGNE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONSEGNE-STATUS.
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

           SELECT REPORTF  ASSIGN TO 'ATTIVOP-REPORTF.TXT'
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

       FD   TURNIF
            DATA RECORD IS REC-TURNIF.
       01 REC-TURNIF  PIC X(13).

       FD   COLLEGAF
            DATA RECORD IS REC-COLLEGAF.
       01 REC-COLLEGAF  PIC X(28).

       FD   AUDIT
            DATA RECORD IS REC-AUDIT.
       01 REC-AUDIT  PIC X(121).

       FD   MANUTF
            DATA RECORD IS REC-MANUTF.
       01 REC-MANUTF.
          05 MAN-DATA       PIC X(8).
          05 FILLER         PIC X.
          05 MAN-ORA        PIC X(4).
          05 FILLER         PIC X(62).
          05 MAN-OPERATORE  PIC X(3).

       FD   RIPARAF
            DATA RECORD IS REC-RIPARAF.
       01 REC-RIPARAF.
          05 RIP-DATA       PIC X(8).
          05 FILLER         PIC X.
          05 RIP-SIGLA      PIC X(3).
          05 FILLER         PIC X(9).

       FD   OBLIOF
            DATA RECORD IS REC-OBLIOF.
       01 REC-OBLIOF.
          05 OBL-DATA       PIC X(8).
          05 FILLER         PIC X.
          05 OBL-ID         PIC X(5).
          05 FILLER         PIC X(47).
          05 OBL-OPERATORE  PIC X(3).

       FD   RISCONTRIF
            DATA RECORD IS REC-RISCONTRIF.
       01 REC-RISCONTRIF  PIC X(134).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   CONSEGNE
            DATA RECORD IS REC-CONSEGNE.
       01 REC-CONSEGNE.
          05 CON-DATA       PIC X(8).
          05 FILLER         PIC X.
          05 CON-ORA        PIC X(4).
          05 FILLER         PIC X(3).
          05 CON-SIGLA      PIC X(3).
          05 FILLER         PIC X(61).

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
       COPY ATTIVITA.
       COPY AUDIT.
       COPY ECCEZIONI.

       01 WS-PARAM-STATUS      PIC XX.
       01 WS-TURNI-STATUS      PIC XX.
       01 WS-COLLEGA-STATUS    PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-MANUT-STATUS      PIC XX.
       01 WS-RIPARA-STATUS     PIC XX.
       01 WS-OBLIO-STATUS      PIC XX.
       01 WS-RSC-STATUS        PIC XX.
       01 WS-ECC-STATUS        PIC XX.
       01 WS-CONSEGNE-STATUS   PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      PARAMETRI DA ATTIVOP-PARAM.TXT: IL PERIODO E' UN       *
      *      GIORNO (AAAAMMGG, 8 CIFRE CONFRONTATE) O UN MESE       *
      *      (AAAAMM, 6 CIFRE); SIGLA VUOTA = TUTTI GLI OPERATORI.  *
      ************************************************************
       01 WS-PERIODO           PIC X(8) VALUE SPACES.
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(8).
       01 WS-LUN-PERIODO       PIC 9 VALUE 8.
       01 WS-SIGLA-RICHIESTA   PIC X(3) VALUE SPACES.

      ************************************************************
      *      CALCOLO DI IERI, PERIODO DI DEFAULT                    *
      ************************************************************
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-IERI.
            05 WS-IERI-ANNO      PIC 9999.
            05 WS-IERI-MESE      PIC 99.
            05 WS-IERI-GIORNO    PIC 99.
       01 WS-IERI-N REDEFINES WS-IERI PIC 9(8).
       01 WS-LUNGHEZZE-MESI.
            05 FILLER PIC 99 VALUE 31.
            05 FILLER PIC 99 VALUE 28.
            05 FILLER PIC 99 VALUE 31.
            05 FILLER PIC 99 VALUE 30.
            05 FILLER PIC 99 VALUE 31.
            05 FILLER PIC 99 VALUE 30.
            05 FILLER PIC 99 VALUE 31.
            05 FILLER PIC 99 VALUE 31.
            05 FILLER PIC 99 VALUE 30.
            05 FILLER PIC 99 VALUE 31.
            05 FILLER PIC 99 VALUE 30.
            05 FILLER PIC 99 VALUE 31.
       01 TAB-LUNGHEZZE-MESI REDEFINES WS-LUNGHEZZE-MESI.
            05 LM-GIORNI OCCURS 12 TIMES PIC 99.
       01 WS-BISESTILI         PIC 9(4) VALUE 0.
       01 WS-RESTO             PIC 9 VALUE 0.

      ************************************************************
      *      TURNI ABITUALI DA TURNI.TXT                            *
      ************************************************************
       01 WS-MAX-TURNI         PIC 9(3) VALUE 200.
       01 TAB-TURNI.
            05 TURNO-TAB OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-TURNI
               INDEXED BY IND-TUR.
               10 TT-SIGLA         PIC X(3).
               10 TT-INIZIO        PIC 9(4).
               10 TT-FINE          PIC 9(4).
       01 WS-NUM-TURNI         PIC 9(3) VALUE 0.
       01 WS-TURNO-TROVATO     PIC X VALUE 'N'.
       01 WS-TURNO-INIZIO      PIC 9(4) VALUE 0.
       01 WS-TURNO-FINE        PIC 9(4) VALUE 0.
       01 WS-IN-TURNO          PIC X VALUE 'S'.

      ************************************************************
      *      ATTIVITA' PER SIGLA. I TIPI DI AZIONE SONO:            *
      *      1 RICERCHE          2 MANUTENZIONI FILIALI             *
      *      3 RIPARAZIONI       4 CANCELLAZIONI                    *
      *      5 RISCONTRI         6 RILASCI DALLA QUARANTENA         *
      *      7 NOTE DI CONSEGNA  8 COLLEGAMENTI                     *
      *      9 SCOLLEGAMENTI                                        *
      ************************************************************
       01 WS-NUM-TIPI          PIC 9 VALUE 9.
       01 WS-DESCRIZIONI-TIPI.
            05 FILLER PIC X(24) VALUE 'RICERCHE (CERCA)'.
            05 FILLER PIC X(24) VALUE 'MANUTENZIONI FILIALI'.
            05 FILLER PIC X(24) VALUE 'RIPARAZIONI IMPORTAZIONE'.
            05 FILLER PIC X(24) VALUE 'CANCELLAZIONI (OBLIO)'.
            05 FILLER PIC X(24) VALUE 'ECCEZIONI RISCONTRATE'.
            05 FILLER PIC X(24) VALUE 'RILASCI DALLA QUARANTENA'.
            05 FILLER PIC X(24) VALUE 'NOTE DI CONSEGNA'.
            05 FILLER PIC X(24) VALUE 'COLLEGAMENTI'.
            05 FILLER PIC X(24) VALUE 'SCOLLEGAMENTI'.
       01 TAB-DESCRIZIONI-TIPI REDEFINES WS-DESCRIZIONI-TIPI.
            05 DT-DESCRIZIONE OCCURS 9 TIMES PIC X(24).

       01 WS-MAX-OPERATORI     PIC 9(3) VALUE 200.
       01 TAB-OPERATORI.
            05 OPERATORE-TAB OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-OPERATORI
               INDEXED BY IND-OPE.
               10 TO-SIGLA         PIC X(3).
               10 TO-CONTA         PIC 9(5) OCCURS 9 TIMES.
               10 TO-COLL-DATA     PIC 9(8).
               10 TO-COLL-ORA      PIC 9(4).
               10 TO-SCOLL-DATA    PIC 9(8).
               10 TO-SCOLL-ORA     PIC 9(4).
               10 TO-FUORI-TURNO   PIC 9(5).
               10 TO-FT-DATA       PIC 9(8).
               10 TO-FT-ORA        PIC 9(4).
               10 TO-FT-TIPO       PIC 9.
               10 TO-ULTIMO-OBLIO  PIC X(13).
       01 WS-NUM-OPERATORI     PIC 9(3) VALUE 0.
       01 WS-OPERATORI-TRONCATI PIC X VALUE 'N'.
       01 WS-IND-TIPO          PIC 99 VALUE 0.

      ************************************************************
      *      EVENTO IN ESAME, PRESO DA UNO QUALSIASI DEI REGISTRI:  *
      *      SIGLA, DATA AAAAMMGG, ORA HHMM (SE IL REGISTRO LA HA)  *
      *      E TIPO DI AZIONE.                                      *
      ************************************************************
       01 WS-EV-SIGLA          PIC X(3) VALUE SPACES.
       01 WS-EV-DATA           PIC 9(8) VALUE 0.
       01 WS-EV-DATA-X REDEFINES WS-EV-DATA PIC X(8).
       01 WS-EV-ORA            PIC 9(4) VALUE 0.
       01 WS-EV-ORA-X REDEFINES WS-EV-ORA PIC X(4).
       01 WS-EV-ORA-NOTA       PIC X VALUE 'N'.
       01 WS-EV-TIPO           PIC 9 VALUE 0.
       01 WS-EV-CHIAVE-OBLIO   PIC X(13) VALUE SPACES.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-CHIAVE-RICERCA    PIC X(42) VALUE SPACES.
       01 WS-ULTIMA-RICERCA    PIC X(42) VALUE SPACES.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
       01 WS-CONTA-AZIONI      PIC 9(6) VALUE 0.
       01 WS-CONTA-SENZA-SIGLA PIC 9(6) VALUE 0.
       01 WS-CONTA-FUORI-TURNO PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-CENSITI PIC 9(6) VALUE 0.

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

       01 WS-DATA-STAMPA.
            05 WS-DS-ANNO        PIC 9999.
            05 WS-DS-MESE        PIC 99.
            05 WS-DS-GIORNO      PIC 99.
       01 WS-DATA-STAMPA-N REDEFINES WS-DATA-STAMPA PIC 9(8).
       01 WS-DATA-TESTO.
            05 DT-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 DT-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 DT-AAAA           PIC 9999.
       01 WS-DATA-TESTO-X REDEFINES WS-DATA-TESTO PIC X(10).
       01 WS-DATA-USCITA       PIC X(10) VALUE SPACES.
       01 WS-ORA-STAMPA.
            05 WS-OS-ORE         PIC 99.
            05 WS-OS-MIN         PIC 99.
       01 WS-ORA-STAMPA-N REDEFINES WS-ORA-STAMPA PIC 9(4).
       01 WS-ORA-TESTO.
            05 OT-ORE            PIC 99.
            05 FILLER            PIC X     VALUE ':'.
            05 OT-MIN            PIC 99.
       01 WS-ORA-TESTO-X REDEFINES WS-ORA-TESTO PIC X(5).

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'ATTIVITA PER OPERATORE'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(8)  VALUE SPACES.
            05 FILLER            PIC X(25) VALUE 'AZIONE'.
            05 FILLER            PIC X(7)  VALUE ' NUMERO'.
            05 FILLER            PIC X(40) VALUE '  NOTE'.

       01 RIGA-PERIODO.
            05 FILLER            PIC X(9)  VALUE 'PERIODO: '.
            05 RP-TIPO           PIC X(7).
            05 RP-PERIODO        PIC X(10).
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RP-SIGLA          PIC X(20).

       01 RIGA-OPERATORE.
            05 FILLER            PIC X(10) VALUE 'OPERATORE '.
            05 RO-SIGLA          PIC X(3).
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RO-TURNO          PIC X(30).

       01 RIGA-ORARIO.
            05 FILLER            PIC X(8)  VALUE SPACES.
            05 RH-ETICHETTA      PIC X(25).
            05 RH-DATA           PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RH-ORA            PIC X(5).

       01 RIGA-DETTAGLIO.
            05 FILLER            PIC X(8)  VALUE SPACES.
            05 RD-AZIONE         PIC X(25).
            05 RD-NUMERO         PIC ZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-NOTE           PIC X(38).

       01 RIGA-FUORI-TURNO.
            05 FILLER            PIC X(8)  VALUE SPACES.
            05 FILLER            PIC X(16) VALUE
               '*** FUORI TURNO'.
            05 RF-NUMERO         PIC ZZZZZZ9.
            05 FILLER            PIC X(7)  VALUE ' PRIMA '.
            05 RF-DATA           PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-ORA            PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-AZIONE         PIC X(24).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = NESSUNA ATTIVITA' FUORI TURNO                          *
      * 4 = AZIONI FUORI TURNO, O SIGLE OLTRE LA TABELLA           *
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
            PERFORM CARICA-TURNI THRU FINE-CARICA-TURNI.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-COLLEGAMENTI THRU FINE-LEGGI-COLLEGAMENTI.
            PERFORM LEGGI-AUDIT THRU FINE-LEGGI-AUDIT.
            PERFORM LEGGI-MANUTENZIONI THRU FINE-LEGGI-MANUTENZIONI.
            PERFORM LEGGI-RIPARAZIONI THRU FINE-LEGGI-RIPARAZIONI.
            PERFORM LEGGI-CANCELLAZIONI
               THRU FINE-LEGGI-CANCELLAZIONI.
            PERFORM LEGGI-RISCONTRI THRU FINE-LEGGI-RISCONTRI.
            PERFORM LEGGI-RILASCI THRU FINE-LEGGI-RILASCI.
            PERFORM LEGGI-CONSEGNE THRU FINE-LEGGI-CONSEGNE.

            PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-AZIONI TO GIO-LETTI.
            MOVE WS-NUM-OPERATORI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'AZIONI NEL PERIODO: ' WS-CONTA-AZIONI.
            DISPLAY 'OPERATORI: ' WS-NUM-OPERATORI
                    ' AZIONI FUORI TURNO: ' WS-CONTA-FUORI-TURNO.
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
      * SENZA FILE PARAMETRI SI STAMPA LA GIORNATA DI IERI PER      *
      * TUTTE LE SIGLE: E' IL GIRO DEL MATTINO. L'ULTIMA RIGA       *
      * GIORNO O MESE LETTA VINCE.                                  *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM CALCOLA-IERI THRU FINE-CALCOLA-IERI.
           MOVE WS-IERI-N TO WS-PERIODO-N.
           MOVE 8 TO WS-LUN-PERIODO.

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
                     PERFORM CLASSIFICA-PARAMETRO
                        THRU FINE-CLASSIFICA-PARAMETRO
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CLASSIFICA-PARAMETRO.
           IF PAR-CHIAVE = 'GIORNO    '
                   AND PAR-VALORE(1:8) IS NUMERIC
               MOVE PAR-VALORE(1:8) TO WS-PERIODO
               MOVE 8 TO WS-LUN-PERIODO
           END-IF.
           IF PAR-CHIAVE = 'MESE      '
                   AND PAR-VALORE(1:6) IS NUMERIC
               MOVE SPACES TO WS-PERIODO
               MOVE PAR-VALORE(1:6) TO WS-PERIODO(1:6)
               MOVE 6 TO WS-LUN-PERIODO
           END-IF.
           IF PAR-CHIAVE = 'SIGLA     '
               MOVE PAR-VALORE(1:3) TO WS-SIGLA-RICHIESTA
           END-IF.
       FINE-CLASSIFICA-PARAMETRO.
            EXIT.
      *
       CALCOLA-IERI.
      **************************************************************
      * IL GIORNO PRIMA DI OGGI: AL PRIMO DEL MESE SI TORNA         *
      * ALL'ULTIMO GIORNO DEL MESE PRECEDENTE (E DELL'ANNO          *
      * PRECEDENTE A GENNAIO), CON FEBBRAIO A 29 NEGLI ANNI         *
      * DIVISIBILI PER 4, COME IN CALCOLA-SERIALE.                  *
      **************************************************************
           MOVE WS-DATA-OGGI TO WS-IERI-N.
           IF WS-IERI-GIORNO > 1
               SUBTRACT 1 FROM WS-IERI-GIORNO
           ELSE
               IF WS-IERI-MESE > 1
                   SUBTRACT 1 FROM WS-IERI-MESE
               ELSE
                   MOVE 12 TO WS-IERI-MESE
                   SUBTRACT 1 FROM WS-IERI-ANNO
               END-IF
               MOVE LM-GIORNI(WS-IERI-MESE) TO WS-IERI-GIORNO
               DIVIDE WS-IERI-ANNO BY 4
                      GIVING WS-BISESTILI REMAINDER WS-RESTO
               IF WS-IERI-MESE = 2 AND WS-RESTO = ZERO
                   MOVE 29 TO WS-IERI-GIORNO
               END-IF
           END-IF.
       FINE-CALCOLA-IERI.
            EXIT.
      *
       CARICA-TURNI.
           MOVE ZERO TO WS-NUM-TURNI.
           OPEN INPUT TURNIF.
           IF WS-TURNI-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM CARICA-TURNO THRU FINE-CARICA-TURNO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE TURNIF.
       FINE-CARICA-TURNI.
            EXIT.
      *
       CARICA-TURNO.
      **************************************************************
      * RIGHE CON ORARI NON VALIDI O SENZA SIGLA SI SCARTANO: LA    *
      * SIGLA RESTA SENZA TURNO E NON VIENE SEGNALATA.              *
      **************************************************************
           READ TURNIF INTO RIGA-TURNO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF TUR-SIGLA NOT = SPACES
                             AND TUR-INIZIO IS NUMERIC
                             AND TUR-FINE IS NUMERIC
                             AND TUR-INIZIO < 2400
                             AND TUR-FINE < 2400
                             AND WS-NUM-TURNI < WS-MAX-TURNI
                         ADD 1 TO WS-NUM-TURNI
                         MOVE TUR-SIGLA  TO TT-SIGLA(WS-NUM-TURNI)
                         MOVE TUR-INIZIO TO TT-INIZIO(WS-NUM-TURNI)
                         MOVE TUR-FINE   TO TT-FINE(WS-NUM-TURNI)
                     END-IF
           END-READ.
       FINE-CARICA-TURNO.
            EXIT.
      *
       LEGGI-COLLEGAMENTI.
           OPEN INPUT COLLEGAF.
           IF WS-COLLEGA-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-COLLEGAMENTO
                  THRU FINE-LEGGI-RIGA-COLLEGAMENTO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE COLLEGAF.
       FINE-LEGGI-COLLEGAMENTI.
            EXIT.
      *
       LEGGI-RIGA-COLLEGAMENTO.
           READ COLLEGAF INTO RIGA-COLLEGAMENTO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF COL-DATA IS NUMERIC AND COL-ORA IS NUMERIC
                         MOVE COL-SIGLA      TO WS-EV-SIGLA
                         MOVE COL-DATA       TO WS-EV-DATA
                         MOVE COL-ORA(1:4)   TO WS-EV-ORA-X
                         MOVE 'S'            TO WS-EV-ORA-NOTA
                         MOVE 8              TO WS-EV-TIPO
                         IF COL-EVENTO = 'SCOLLEGA'
                             MOVE 9          TO WS-EV-TIPO
                         END-IF
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-COLLEGAMENTO.
            EXIT.
      *
       LEGGI-AUDIT.
           MOVE SPACES TO WS-ULTIMA-RICERCA.
           OPEN INPUT AUDIT.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-AUDIT THRU FINE-LEGGI-RIGA-AUDIT
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE AUDIT.
       FINE-LEGGI-AUDIT.
            EXIT.
      *
       LEGGI-RIGA-AUDIT.
      **************************************************************
      * CERCA SCRIVE UNA RIGA PER OGNI RISCONTRO: LE RIGHE DI FILA  *
      * CON STESSA DATA, ORA, CAMPO, VALORE E SIGLA SONO UNA SOLA   *
      * RICERCA.                                                    *
      **************************************************************
           MOVE SPACES TO REC-AUDIT.
           READ AUDIT AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     MOVE REC-AUDIT TO RIGA-AUDIT
                     MOVE RIGA-AUDIT(1:39) TO WS-CHIAVE-RICERCA(1:39)
                     MOVE AUD-OPERATORE TO WS-CHIAVE-RICERCA(40:3)
                     IF AUD-AAAA IS NUMERIC AND AUD-MM IS NUMERIC
                             AND AUD-GG IS NUMERIC
                             AND AUD-HH IS NUMERIC
                             AND AUD-MIN IS NUMERIC
                             AND WS-CHIAVE-RICERCA
                                 NOT = WS-ULTIMA-RICERCA
                         MOVE WS-CHIAVE-RICERCA TO WS-ULTIMA-RICERCA
                         MOVE AUD-OPERATORE TO WS-EV-SIGLA
                         COMPUTE WS-EV-DATA = AUD-AAAA * 10000
                                            + AUD-MM * 100 + AUD-GG
                         COMPUTE WS-EV-ORA = AUD-HH * 100 + AUD-MIN
                         MOVE 'S' TO WS-EV-ORA-NOTA
                         MOVE 1   TO WS-EV-TIPO
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-AUDIT.
            EXIT.
      *
       LEGGI-MANUTENZIONI.
           OPEN INPUT MANUTF.
           IF WS-MANUT-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-MANUT THRU FINE-LEGGI-RIGA-MANUT
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE MANUTF.
       FINE-LEGGI-MANUTENZIONI.
            EXIT.
      *
       LEGGI-RIGA-MANUT.
           MOVE SPACES TO REC-MANUTF.
           READ MANUTF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF MAN-DATA IS NUMERIC AND MAN-ORA IS NUMERIC
                         MOVE MAN-OPERATORE TO WS-EV-SIGLA
                         MOVE MAN-DATA      TO WS-EV-DATA-X
                         MOVE MAN-ORA       TO WS-EV-ORA-X
                         MOVE 'S'           TO WS-EV-ORA-NOTA
                         MOVE 2             TO WS-EV-TIPO
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-MANUT.
            EXIT.
      *
       LEGGI-RIPARAZIONI.
           OPEN INPUT RIPARAF.
           IF WS-RIPARA-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-RIPARA THRU FINE-LEGGI-RIGA-RIPARA
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE RIPARAF.
       FINE-LEGGI-RIPARAZIONI.
            EXIT.
      *
       LEGGI-RIGA-RIPARA.
      **************************************************************
      * RIPARA-LOG.TXT NON HA L'ORA: LA RIPARAZIONE SI CONTA MA     *
      * NON SI PUO' CONFRONTARE CON IL TURNO.                       *
      **************************************************************
           MOVE SPACES TO REC-RIPARAF.
           READ RIPARAF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF RIP-DATA IS NUMERIC
                         MOVE RIP-SIGLA     TO WS-EV-SIGLA
                         MOVE RIP-DATA      TO WS-EV-DATA-X
                         MOVE ZERO          TO WS-EV-ORA
                         MOVE 'N'           TO WS-EV-ORA-NOTA
                         MOVE 3             TO WS-EV-TIPO
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-RIPARA.
            EXIT.
      *
       LEGGI-CANCELLAZIONI.
           OPEN INPUT OBLIOF.
           IF WS-OBLIO-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-OBLIO THRU FINE-LEGGI-RIGA-OBLIO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE OBLIOF.
       FINE-LEGGI-CANCELLAZIONI.
            EXIT.
      *
       LEGGI-RIGA-OBLIO.
      **************************************************************
      * OBLIO SCRIVE UNA RIGA PER ARCHIVIO TOCCATO: LE RIGHE DELLA  *
      * STESSA DATA E DELLO STESSO ID SONO UNA SOLA CANCELLAZIONE.  *
      * LE RIGHE SCRITTE PRIMA CHE OBLIO RIPORTASSE LA SIGLA NON    *
      * HANNO OPERATORE E RESTANO FUORI. NIENTE ORA, COME RIPARA.   *
      **************************************************************
           MOVE SPACES TO REC-OBLIOF.
           READ OBLIOF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF OBL-DATA IS NUMERIC
                         MOVE OBL-OPERATORE TO WS-EV-SIGLA
                         MOVE OBL-DATA      TO WS-EV-DATA-X
                         MOVE ZERO          TO WS-EV-ORA
                         MOVE 'N'           TO WS-EV-ORA-NOTA
                         MOVE 4             TO WS-EV-TIPO
                         MOVE OBL-DATA      TO WS-EV-CHIAVE-OBLIO(1:8)
                         MOVE OBL-ID        TO WS-EV-CHIAVE-OBLIO(9:5)
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-OBLIO.
            EXIT.
      *
       LEGGI-RISCONTRI.
           OPEN INPUT RISCONTRIF.
           IF WS-RSC-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-RISCONTRO
                  THRU FINE-LEGGI-RIGA-RISCONTRO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE RISCONTRIF.
       FINE-LEGGI-RISCONTRI.
            EXIT.
      *
       LEGGI-RIGA-RISCONTRO.
           READ RISCONTRIF INTO RIGA-RISCONTRO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF RSC-DATA IS NUMERIC AND RSC-ORA IS NUMERIC
                         MOVE RSC-SIGLA      TO WS-EV-SIGLA
                         MOVE RSC-DATA       TO WS-EV-DATA
                         MOVE RSC-ORA(1:4)   TO WS-EV-ORA-X
                         MOVE 'S'            TO WS-EV-ORA-NOTA
                         MOVE 5              TO WS-EV-TIPO
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-RISCONTRO.
            EXIT.
      *
       LEGGI-RILASCI.
           OPEN INPUT ECCEZIONI.
           IF WS-ECC-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-ECCEZIONE
                  THRU FINE-LEGGI-RIGA-ECCEZIONE
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE ECCEZIONI.
       FINE-LEGGI-RILASCI.
            EXIT.
      *
       LEGGI-RIGA-ECCEZIONE.
      **************************************************************
      * IL RILASCIO DALLA QUARANTENA LO REGISTRA QUARREV COME RIGA  *
      * INFORMATIVA DI ECCEZIONE, CON LA SIGLA IN ECC-OPERATORE.    *
      **************************************************************
           READ ECCEZIONI INTO RIGA-ECCEZIONE AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF ECC-PROGRAMMA = 'QUARREV '
                             AND ECC-PARAGRAFO = 'RILASCIA'
                             AND ECC-AAAA IS NUMERIC
                             AND ECC-MM IS NUMERIC
                             AND ECC-GG IS NUMERIC
                             AND ECC-HH IS NUMERIC
                             AND ECC-MIN IS NUMERIC
                         MOVE ECC-OPERATORE TO WS-EV-SIGLA
                         COMPUTE WS-EV-DATA = ECC-AAAA * 10000
                                            + ECC-MM * 100 + ECC-GG
                         COMPUTE WS-EV-ORA = ECC-HH * 100 + ECC-MIN
                         MOVE 'S' TO WS-EV-ORA-NOTA
                         MOVE 6   TO WS-EV-TIPO
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-ECCEZIONE.
            EXIT.
      *
       LEGGI-CONSEGNE.
           OPEN INPUT CONSEGNE.
           IF WS-CONSEGNE-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-CONSEGNA
                  THRU FINE-LEGGI-RIGA-CONSEGNA
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE CONSEGNE.
       FINE-LEGGI-CONSEGNE.
            EXIT.
      *
       LEGGI-RIGA-CONSEGNA.
           MOVE SPACES TO REC-CONSEGNE.
           READ CONSEGNE AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF CON-DATA IS NUMERIC AND CON-ORA IS NUMERIC
                         MOVE CON-SIGLA     TO WS-EV-SIGLA
                         MOVE CON-DATA      TO WS-EV-DATA-X
                         MOVE CON-ORA       TO WS-EV-ORA-X
                         MOVE 'S'           TO WS-EV-ORA-NOTA
                         MOVE 7             TO WS-EV-TIPO
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-CONSEGNA.
            EXIT.
      *
       REGISTRA-EVENTO.
      **************************************************************
      * UN'AZIONE NEL PERIODO E DELLA SIGLA RICHIESTA SI CONTA      *
      * SOTTO LA SUA SIGLA; SE HA L'ORA SI CONFRONTA CON IL TURNO.  *
      * LE AZIONI SENZA SIGLA (PASSI NOTTURNI, RIGHE SCRITTE SENZA  *
      * OPERATORE COLLEGATO) SI CONTANO SOLO NEL TOTALE A PARTE.    *
      **************************************************************
           IF WS-EV-DATA-X(1:WS-LUN-PERIODO)
                   = WS-PERIODO(1:WS-LUN-PERIODO)
               IF WS-EV-SIGLA = SPACES
                   IF WS-SIGLA-RICHIESTA = SPACES
                       ADD 1 TO WS-CONTA-SENZA-SIGLA
                   END-IF
               ELSE
                   IF WS-SIGLA-RICHIESTA = SPACES
                           OR WS-SIGLA-RICHIESTA = WS-EV-SIGLA
                       PERFORM CONTA-EVENTO THRU FINE-CONTA-EVENTO
                   END-IF
               END-IF
           END-IF.
       FINE-REGISTRA-EVENTO.
            EXIT.
      *
       CONTA-EVENTO.
           MOVE 'N' TO WS-TROVATO.
           SET IND-OPE TO 1.
           PERFORM CERCA-OPERATORE THRU FINE-CERCA-OPERATORE
                UNTIL IND-OPE > WS-NUM-OPERATORI
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'N'
               IF WS-NUM-OPERATORI < WS-MAX-OPERATORI
                   ADD 1 TO WS-NUM-OPERATORI
                   SET IND-OPE TO WS-NUM-OPERATORI
                   PERFORM NUOVO-OPERATORE THRU FINE-NUOVO-OPERATORE
                   MOVE 'S' TO WS-TROVATO
               ELSE
                   MOVE 'S' TO WS-OPERATORI-TRONCATI
               END-IF
           END-IF.

           IF WS-TROVATO = 'S'
               IF WS-EV-TIPO = 4
                   IF TO-ULTIMO-OBLIO(IND-OPE) = WS-EV-CHIAVE-OBLIO
                       MOVE 'N' TO WS-TROVATO
                   ELSE
                       MOVE WS-EV-CHIAVE-OBLIO
                            TO TO-ULTIMO-OBLIO(IND-OPE)
                   END-IF
               END-IF
           END-IF.

           IF WS-TROVATO = 'S'
               ADD 1 TO WS-CONTA-AZIONI
               ADD 1 TO TO-CONTA(IND-OPE, WS-EV-TIPO)
               IF WS-EV-TIPO = 8 AND TO-COLL-DATA(IND-OPE) = ZERO
                   MOVE WS-EV-DATA TO TO-COLL-DATA(IND-OPE)
                   MOVE WS-EV-ORA  TO TO-COLL-ORA(IND-OPE)
               END-IF
               IF WS-EV-TIPO = 9
                   MOVE WS-EV-DATA TO TO-SCOLL-DATA(IND-OPE)
                   MOVE WS-EV-ORA  TO TO-SCOLL-ORA(IND-OPE)
               END-IF
               IF WS-EV-ORA-NOTA = 'S'
                   PERFORM CONTROLLA-TURNO THRU FINE-CONTROLLA-TURNO
               END-IF
           END-IF.
       FINE-CONTA-EVENTO.
            EXIT.
      *
       CERCA-OPERATORE.
           IF TO-SIGLA(IND-OPE) = WS-EV-SIGLA
               MOVE 'S' TO WS-TROVATO
           ELSE
               SET IND-OPE UP BY 1
           END-IF.
       FINE-CERCA-OPERATORE.
            EXIT.
      *
       NUOVO-OPERATORE.
           MOVE WS-EV-SIGLA TO TO-SIGLA(IND-OPE).
           PERFORM AZZERA-CONTEGGIO THRU FINE-AZZERA-CONTEGGIO
                VARYING WS-IND-TIPO FROM 1 BY 1
                UNTIL WS-IND-TIPO > WS-NUM-TIPI.
           MOVE ZERO   TO TO-COLL-DATA(IND-OPE) TO-COLL-ORA(IND-OPE)
                          TO-SCOLL-DATA(IND-OPE) TO-SCOLL-ORA(IND-OPE)
                          TO-FUORI-TURNO(IND-OPE) TO-FT-DATA(IND-OPE)
                          TO-FT-ORA(IND-OPE) TO-FT-TIPO(IND-OPE).
           MOVE SPACES TO TO-ULTIMO-OBLIO(IND-OPE).
       FINE-NUOVO-OPERATORE.
            EXIT.
      *
       AZZERA-CONTEGGIO.
           MOVE ZERO TO TO-CONTA(IND-OPE, WS-IND-TIPO).
       FINE-AZZERA-CONTEGGIO.
            EXIT.
      *
       CONTROLLA-TURNO.
      **************************************************************
      * IN TURNO SE L'ORA STA TRA INIZIO (COMPRESO) E FINE          *
      * (ESCLUSA); SE LA FINE E' MINORE DELL'INIZIO IL TURNO        *
      * SCAVALCA LA MEZZANOTTE. SIGLA SENZA TURNO = NESSUN          *
      * CONFRONTO. SI RICORDA LA PRIMA AZIONE FUORI TURNO.          *
      **************************************************************
           PERFORM TROVA-TURNO THRU FINE-TROVA-TURNO.
           IF WS-TURNO-TROVATO = 'S'
               MOVE 'S' TO WS-IN-TURNO
               IF WS-TURNO-INIZIO NOT > WS-TURNO-FINE
                   IF WS-EV-ORA < WS-TURNO-INIZIO
                           OR WS-EV-ORA NOT < WS-TURNO-FINE
                       MOVE 'N' TO WS-IN-TURNO
                   END-IF
               ELSE
                   IF WS-EV-ORA < WS-TURNO-INIZIO
                           AND WS-EV-ORA NOT < WS-TURNO-FINE
                       MOVE 'N' TO WS-IN-TURNO
                   END-IF
               END-IF
               IF WS-IN-TURNO = 'N'
                   ADD 1 TO TO-FUORI-TURNO(IND-OPE)
                   ADD 1 TO WS-CONTA-FUORI-TURNO
                   IF TO-FT-DATA(IND-OPE) = ZERO
                       MOVE WS-EV-DATA TO TO-FT-DATA(IND-OPE)
                       MOVE WS-EV-ORA  TO TO-FT-ORA(IND-OPE)
                       MOVE WS-EV-TIPO TO TO-FT-TIPO(IND-OPE)
                   END-IF
               END-IF
           END-IF.
       FINE-CONTROLLA-TURNO.
            EXIT.
      *
       TROVA-TURNO.
           MOVE 'N' TO WS-TURNO-TROVATO.
           SET IND-TUR TO 1.
           PERFORM CERCA-TURNO THRU FINE-CERCA-TURNO
                UNTIL IND-TUR > WS-NUM-TURNI
                   OR WS-TURNO-TROVATO = 'S'.
       FINE-TROVA-TURNO.
            EXIT.
      *
       CERCA-TURNO.
           IF TT-SIGLA(IND-TUR) = TO-SIGLA(IND-OPE)
               MOVE 'S' TO WS-TURNO-TROVATO
               MOVE TT-INIZIO(IND-TUR) TO WS-TURNO-INIZIO
               MOVE TT-FINE(IND-TUR)   TO WS-TURNO-FINE
           ELSE
               SET IND-TUR UP BY 1
           END-IF.
       FINE-CERCA-TURNO.
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

           PERFORM STAMPA-PERIODO THRU FINE-STAMPA-PERIODO.

           PERFORM STAMPA-OPERATORE THRU FINE-STAMPA-OPERATORE
                VARYING IND-OPE FROM 1 BY 1
                UNTIL IND-OPE > WS-NUM-OPERATORI.

           PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
           IF (WS-CONTA-FUORI-TURNO > ZERO
                   OR WS-OPERATORI-TRONCATI = 'S')
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-PERIODO.
           MOVE SPACES TO RP-PERIODO RP-SIGLA.
           IF WS-LUN-PERIODO = 8
               MOVE 'GIORNO ' TO RP-TIPO
               MOVE WS-PERIODO-N TO WS-DATA-STAMPA-N
               PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
               MOVE WS-DATA-USCITA TO RP-PERIODO
           ELSE
               MOVE 'MESE   ' TO RP-TIPO
               MOVE WS-PERIODO(5:2) TO RP-PERIODO(1:2)
               MOVE '/'             TO RP-PERIODO(3:1)
               MOVE WS-PERIODO(1:4) TO RP-PERIODO(4:4)
           END-IF.
           IF WS-SIGLA-RICHIESTA = SPACES
               MOVE 'TUTTI GLI OPERATORI' TO RP-SIGLA
           ELSE
               MOVE 'SOLO LA SIGLA '   TO RP-SIGLA
               MOVE WS-SIGLA-RICHIESTA TO RP-SIGLA(15:3)
           END-IF.
           MOVE RIGA-PERIODO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-PERIODO.
            EXIT.
      *
       STAMPA-OPERATORE.
      **************************************************************
      * UN BLOCCO PER SIGLA: TURNO, PRIMO COLLEGAMENTO E ULTIMO     *
      * SCOLLEGAMENTO DEL PERIODO, CONTEGGI PER TIPO DI AZIONE E,   *
      * SE CE NE SONO, LE AZIONI FUORI TURNO.                       *
      **************************************************************
           MOVE TO-SIGLA(IND-OPE) TO RO-SIGLA.
           MOVE SPACES TO RO-TURNO.
           PERFORM TROVA-TURNO THRU FINE-TROVA-TURNO.
           IF WS-TURNO-TROVATO = 'S'
               MOVE 'TURNO '  TO RO-TURNO
               MOVE WS-TURNO-INIZIO TO WS-ORA-STAMPA-N
               PERFORM FORMATTA-ORA THRU FINE-FORMATTA-ORA
               MOVE WS-ORA-TESTO-X  TO RO-TURNO(7:5)
               MOVE '-'             TO RO-TURNO(12:1)
               MOVE WS-TURNO-FINE   TO WS-ORA-STAMPA-N
               PERFORM FORMATTA-ORA THRU FINE-FORMATTA-ORA
               MOVE WS-ORA-TESTO-X  TO RO-TURNO(13:5)
           ELSE
               MOVE 'TURNO NON CENSITO' TO RO-TURNO
               ADD 1 TO WS-CONTA-NON-CENSITI
           END-IF.
           MOVE RIGA-OPERATORE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'PRIMO COLLEGAMENTO' TO RH-ETICHETTA.
           MOVE 'NESSUNO'            TO RH-DATA.
           MOVE SPACES               TO RH-ORA.
           IF TO-COLL-DATA(IND-OPE) > ZERO
               MOVE TO-COLL-DATA(IND-OPE) TO WS-DATA-STAMPA-N
               PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
               MOVE WS-DATA-USCITA        TO RH-DATA
               MOVE TO-COLL-ORA(IND-OPE)  TO WS-ORA-STAMPA-N
               PERFORM FORMATTA-ORA THRU FINE-FORMATTA-ORA
               MOVE WS-ORA-TESTO-X        TO RH-ORA
           END-IF.
           MOVE RIGA-ORARIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'ULTIMO SCOLLEGAMENTO' TO RH-ETICHETTA.
           MOVE 'NESSUNO'              TO RH-DATA.
           MOVE SPACES                 TO RH-ORA.
           IF TO-SCOLL-DATA(IND-OPE) > ZERO
               MOVE TO-SCOLL-DATA(IND-OPE) TO WS-DATA-STAMPA-N
               PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
               MOVE WS-DATA-USCITA         TO RH-DATA
               MOVE TO-SCOLL-ORA(IND-OPE)  TO WS-ORA-STAMPA-N
               PERFORM FORMATTA-ORA THRU FINE-FORMATTA-ORA
               MOVE WS-ORA-TESTO-X         TO RH-ORA
           END-IF.
           MOVE RIGA-ORARIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           PERFORM STAMPA-CONTEGGIO-TIPO
              THRU FINE-STAMPA-CONTEGGIO-TIPO
                VARYING WS-IND-TIPO FROM 1 BY 1
                UNTIL WS-IND-TIPO > WS-NUM-TIPI.

           IF TO-FUORI-TURNO(IND-OPE) > ZERO
               MOVE TO-FUORI-TURNO(IND-OPE) TO RF-NUMERO
               MOVE TO-FT-DATA(IND-OPE)     TO WS-DATA-STAMPA-N
               PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
               MOVE WS-DATA-USCITA          TO RF-DATA
               MOVE TO-FT-ORA(IND-OPE)      TO WS-ORA-STAMPA-N
               PERFORM FORMATTA-ORA THRU FINE-FORMATTA-ORA
               MOVE WS-ORA-TESTO-X          TO RF-ORA
               MOVE DT-DESCRIZIONE(TO-FT-TIPO(IND-OPE)) TO RF-AZIONE
               MOVE RIGA-FUORI-TURNO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-OPERATORE.
            EXIT.
      *
       STAMPA-CONTEGGIO-TIPO.
           MOVE DT-DESCRIZIONE(WS-IND-TIPO)      TO RD-AZIONE.
           MOVE TO-CONTA(IND-OPE, WS-IND-TIPO)   TO RD-NUMERO.
           MOVE SPACES TO RD-NOTE.
           IF (WS-IND-TIPO = 3 OR WS-IND-TIPO = 4)
                   AND TO-CONTA(IND-OPE, WS-IND-TIPO) > ZERO
               MOVE 'SENZA ORA: NON CONFRONTATE COL TURNO'
                    TO RD-NOTE
           END-IF.
           MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONTEGGIO-TIPO.
            EXIT.
      *
       FORMATTA-DATA.
           MOVE WS-DS-GIORNO TO DT-GG.
           MOVE WS-DS-MESE   TO DT-MM.
           MOVE WS-DS-ANNO   TO DT-AAAA.
           MOVE WS-DATA-TESTO-X TO WS-DATA-USCITA.
       FINE-FORMATTA-DATA.
            EXIT.
      *
       FORMATTA-ORA.
           MOVE WS-OS-ORE TO OT-ORE.
           MOVE WS-OS-MIN TO OT-MIN.
       FINE-FORMATTA-ORA.
            EXIT.
      *
       STAMPA-TOTALI.
           MOVE 'OPERATORI CON ATTIVITA'     TO RC-ETICHETTA.
           MOVE WS-NUM-OPERATORI             TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'AZIONI NEL PERIODO'         TO RC-ETICHETTA.
           MOVE WS-CONTA-AZIONI              TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'AZIONI FUORI TURNO'         TO RC-ETICHETTA.
           MOVE WS-CONTA-FUORI-TURNO         TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'SIGLE SENZA TURNO CENSITO'  TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-CENSITI         TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-SIGLA-RICHIESTA = SPACES
               MOVE 'AZIONI SENZA SIGLA'     TO RC-ETICHETTA
               MOVE WS-CONTA-SENZA-SIGLA     TO RC-VALORE
               MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           IF WS-OPERATORI-TRONCATI = 'S'
               MOVE 'TABELLA OPERATORI PIENA: SIGLE TRONCATE'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-TOTALI.
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
           MOVE 'ATTIVOP ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
