       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICERTIF.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * REPORT TRIMESTRALE DI RICERTIFICAZIONE DEGLI ACCESSI: PER
      * OGNI OPERATORE ELENCA LE RIGHE DI PROFILI.TXT, CON CHI LE HA
      * CONCESSE E QUANDO E L'ULTIMA CONFERMA (PROFILI-GIORNALE.TXT,
      * SCRITTO DA PROFMST), E L'ULTIMA VOLTA CHE LA CONCESSIONE E'
      * STATA DAVVERO USATA, RICAVATA DALLE TRACCE CHE PORTANO LA
      * SIGLA DELL'OPERATORE:
      *   GIORNALE.TXT          RIGHE DEI PROGRAMMI CON OPERATORE
      *   CERCA-AUDIT.TXT       RICERCHE (CERCA E FILIALI DI CASA)
      *   FILIALI-GIORNALE.TXT  MANUTENZIONI DELLE FILIALI (INDICI)
      *   PROFILI-GIORNALE.TXT  MANUTENZIONI DEI PROFILI (PROFMST)
      * LE TRACCE NON DICONO LA CLASSE DI OPERAZIONE: L'USO VALE PER
      * TUTTE LE CLASSI CONCESSE SUL PROGRAMMA, E PER IL PROGRAMMA
      * '*' VALE L'USO DI QUALSIASI PROGRAMMA DELL'ELENCO. LE
      * CONCESSIONI NON USATE DA 90 GIORNI O PIU' SONO SEGNALATE,
      * COSI' I RESPONSABILI LE CONFERMANO O LE REVOCANO CON
      * PROFMST. I PROGRAMMI CHE NON LASCIANO TRACCIA DELL'OPERATORE
      * SONO INDICATI 'NON TRACCIATO' E VANNO VALUTATI A MANO.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROFILI DEGLI OPERATORI MANTENUTI CON PROFMST

           SELECT OPTIONAL PROFILIF ASSIGN TO 'PROFILI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROFILI-STATUS.
      * GIORNALE DELLE CONCESSIONI E DELLE REVOCHE

           SELECT OPTIONAL GIOPROF ASSIGN TO 'PROFILI-GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIOPROF-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
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
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'PROFILI-RICERTIF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PROFILIF
            DATA RECORD IS REC-PROFILIF.
       01 REC-PROFILIF  PIC X(19).

       FD   GIOPROF
            DATA RECORD IS REC-GIOPROF.
       01 REC-GIOPROF  PIC X(48).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   AUDIT
            DATA RECORD IS REC-AUDIT.
       01 REC-AUDIT  PIC X(121).

       FD   MANUTF
            DATA RECORD IS REC-MANUTF.
       01 REC-MANUTF.
          05 MAN-DATA       PIC X(8).
          05 FILLER         PIC X(67).
          05 MAN-OPERATORE  PIC X(3).

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
       COPY PROFILI.
       COPY AUDIT.

       01 WS-PROFILI-STATUS    PIC XX.
       01 WS-GIOPROF-STATUS    PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-MANUT-STATUS      PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      CONCESSIONI DI PROFILI.TXT, CON LA DATA E LA SIGLA     *
      *      DELL'ULTIMA CONCESSIONE E DELL'ULTIMA CONFERMA         *
      *      RITROVATE NEL GIORNALE DEI PROFILI                     *
      ************************************************************
       01 WS-MAX-PROFILI       PIC 9(3) VALUE 200.
       01 TAB-PROFILI.
            05 PROFILO-TAB OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-PROFILI
               INDEXED BY IND-PROFILO.
               10 PT-RIGA.
                  15 PT-SIGLA      PIC X(3).
                  15 FILLER        PIC X.
                  15 PT-PROGRAMMA  PIC X(8).
                  15 FILLER        PIC X.
                  15 PT-CLASSE     PIC X.
                  15 FILLER        PIC X.
                  15 PT-FILIALE    PIC X(4).
               10 PT-DATA-CONC     PIC 9(8).
               10 PT-CONCESSA-DA   PIC X(3).
               10 PT-DATA-CONF     PIC 9(8).
               10 PT-CONFERMATA-DA PIC X(3).
       01 WS-NUM-PROFILI       PIC 9(3) VALUE 0.

      ************************************************************
      *      SIGLE DISTINTE, NELL'ORDINE IN CUI COMPAIONO           *
      ************************************************************
       01 TAB-SIGLE.
            05 SIGLA-TAB OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-SIGLE
               INDEXED BY IND-SIGLA.
               10 SG-SIGLA         PIC X(3).
       01 WS-NUM-SIGLE         PIC 9(3) VALUE 0.

      ************************************************************
      *      ULTIMO USO PER SIGLA E PROGRAMMA, DALLE TRACCE         *
      ************************************************************
       01 WS-MAX-USI           PIC 9(4) VALUE 1000.
       01 TAB-USI.
            05 USO-TAB OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-USI
               INDEXED BY IND-USO.
               10 US-SIGLA         PIC X(3).
               10 US-PROGRAMMA     PIC X(8).
               10 US-DATA          PIC 9(8).
               10 US-FONTE         PIC X(8).
       01 WS-NUM-USI           PIC 9(4) VALUE 0.
       01 WS-USI-TRONCATI      PIC X VALUE 'N'.

       01 WS-USO-SIGLA         PIC X(3) VALUE SPACES.
       01 WS-USO-PROGRAMMA     PIC X(8) VALUE SPACES.
       01 WS-USO-DATA          PIC 9(8) VALUE 0.
       01 WS-USO-DATA-X REDEFINES WS-USO-DATA PIC X(8).
       01 WS-USO-FONTE         PIC X(8) VALUE SPACES.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-TRACCIATO         PIC X VALUE 'N'.

      ************************************************************
      *      VALUTAZIONE DI UNA CONCESSIONE                         *
      ************************************************************
       01 WS-SOGLIA-GIORNI     PIC 9(3) VALUE 90.
       01 WS-PROGRAMMA-USO     PIC X(8) VALUE SPACES.
       01 WS-ULTIMO-USO        PIC 9(8) VALUE 0.
       01 WS-ULTIMA-FONTE      PIC X(8) VALUE SPACES.
       01 WS-GIORNI-INUSO      PIC 9(6) VALUE 0.
       01 WS-PROGRAMMA-NOTO    PIC X VALUE 'N'.
       01 WS-CONTA-CONCESSIONI PIC 9(6) VALUE 0.
       01 WS-CONTA-INUTILIZZATE PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-TRACC   PIC 9(6) VALUE 0.
       01 WS-CONTA-IGNOTI      PIC 9(6) VALUE 0.

      ************************************************************
      *      CALCOLO DEL NUMERO SERIALE DI GIORNO PER L'ETA' DEGLI  *
      *      USI (COME IN ARCHIVIA E CONSOLLE)                      *
      ************************************************************
       01 WS-CD-DATA.
            05 WS-CD-ANNO      PIC 9999.
            05 WS-CD-MESE      PIC 99.
            05 WS-CD-GIORNO    PIC 99.
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
       01 WS-SERIALE-OGGI      PIC 9(8) VALUE 0.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.

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

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'RICERTIFICAZIONE PROFILI'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(4)  VALUE 'SIG'.
            05 FILLER            PIC X(9)  VALUE 'PROGRAM.'.
            05 FILLER            PIC X(2)  VALUE 'C'.
            05 FILLER            PIC X(6)  VALUE 'FIL.'.
            05 FILLER            PIC X(11) VALUE 'CONCESSA'.
            05 FILLER            PIC X(5)  VALUE 'DA'.
            05 FILLER            PIC X(11) VALUE 'ULTIMO USO'.
            05 FILLER            PIC X(9)  VALUE 'FONTE'.
            05 FILLER            PIC X(6)  VALUE 'GG'.
            05 FILLER            PIC X(16) VALUE 'ESITO'.

       01 RIGA-OPERATORE.
            05 FILLER            PIC X(10) VALUE 'OPERATORE '.
            05 RO-SIGLA          PIC X(3).

       01 RIGA-DETTAGLIO.
            05 RD-SIGLA          PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-PROGRAMMA      PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CLASSE         PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-FILIALE        PIC X(4).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-CONCESSA       PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CONCESSA-DA    PIC X(3).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RD-ULTIMO-USO     PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-FONTE          PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-GIORNI         PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-ESITO          PIC X(16).
       01 WS-GIORNI-STAMPA     PIC ZZZZ9.

       01 RIGA-CONFERMA.
            05 FILLER            PIC X(8)  VALUE SPACES.
            05 FILLER            PIC X(17) VALUE 'ULTIMA CONFERMA '.
            05 RF-DATA           PIC X(10).
            05 FILLER            PIC X(4)  VALUE ' DA '.
            05 RF-SIGLA          PIC X(3).

       01 RIGA-FIRMA.
            05 FILLER            PIC X(40) VALUE
               'FIRMA DEL RESPONSABILE: _______________'.
            05 FILLER            PIC X(40) VALUE
               ' (CONFERME E REVOCHE CON PROFMST)'.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = NESSUNA CONCESSIONE DA RIVEDERE                        *
      * 4 = CONCESSIONI INUTILIZZATE O SU PROGRAMMI IGNOTI, O      *
      *     TRACCE TRONCATE PER TABELLA PIENA                      *
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
            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            MOVE WS-DATA-OGGI TO WS-CD-DATA.
            PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
            MOVE WS-CD-SERIALE TO WS-SERIALE-OGGI.

            PERFORM CARICA-PROFILI THRU FINE-CARICA-PROFILI.
            PERFORM LEGGI-GIORNALE-PROFILI
               THRU FINE-LEGGI-GIORNALE-PROFILI.
            PERFORM LEGGI-GIORNALE THRU FINE-LEGGI-GIORNALE.
            PERFORM LEGGI-AUDIT THRU FINE-LEGGI-AUDIT.
            PERFORM LEGGI-MANUTENZIONI THRU FINE-LEGGI-MANUTENZIONI.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-CONCESSIONI TO GIO-LETTI.
            MOVE WS-CONTA-INUTILIZZATE TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'CONCESSIONI ESAMINATE: ' WS-CONTA-CONCESSIONI.
            DISPLAY 'CONCESSIONI INUTILIZZATE: '
                    WS-CONTA-INUTILIZZATE.
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
       CALCOLA-SERIALE.
      **************************************************************
      * TRASFORMA LA DATA AAAAMMGG IN UN NUMERO DI GIORNO           *
      * PROGRESSIVO, SUFFICIENTE PER I GIORNI DALL'ULTIMO USO.      *
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
       CARICA-PROFILI.
      **************************************************************
      * LE CONCESSIONI IN TABELLA E, A PARTE, LE SIGLE DISTINTE:    *
      * IL REPORT E' RAGGRUPPATO PER OPERATORE.                     *
      **************************************************************
           MOVE ZERO TO WS-NUM-PROFILI WS-NUM-SIGLE.
           OPEN INPUT PROFILIF.
           IF WS-PROFILI-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM CARICA-PROFILO THRU FINE-CARICA-PROFILO
                    UNTIL WS-LETTURA-EOF = 'S'
           ELSE
               DISPLAY 'PROFILI.TXT ASSENTE: NESSUNA CONCESSIONE'
           END-IF.
           CLOSE PROFILIF.
       FINE-CARICA-PROFILI.
            EXIT.
      *
       CARICA-PROFILO.
           MOVE SPACES TO REC-PROFILIF.
           READ PROFILIF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF REC-PROFILIF NOT = SPACES
                         IF WS-NUM-PROFILI < WS-MAX-PROFILI
                             ADD 1 TO WS-NUM-PROFILI
                             MOVE REC-PROFILIF
                                  TO PT-RIGA(WS-NUM-PROFILI)
                             MOVE ZERO
                                  TO PT-DATA-CONC(WS-NUM-PROFILI)
                                     PT-DATA-CONF(WS-NUM-PROFILI)
                             MOVE SPACES
                                  TO PT-CONCESSA-DA(WS-NUM-PROFILI)
                                   PT-CONFERMATA-DA(WS-NUM-PROFILI)
                             PERFORM REGISTRA-SIGLA
                                THRU FINE-REGISTRA-SIGLA
                         ELSE
                             DISPLAY 'TABELLA PIENA: PROFILI TRONCATI'
                             MOVE 4 TO WS-RETURN-CODE
                             MOVE 'S' TO WS-LETTURA-EOF
                         END-IF
                     END-IF
           END-READ.
       FINE-CARICA-PROFILO.
            EXIT.
      *
       REGISTRA-SIGLA.
           MOVE 'N' TO WS-TROVATO.
           SET IND-SIGLA TO 1.
           PERFORM CONFRONTA-SIGLA THRU FINE-CONFRONTA-SIGLA
                UNTIL IND-SIGLA > WS-NUM-SIGLE
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'N'
               ADD 1 TO WS-NUM-SIGLE
               MOVE PT-SIGLA(WS-NUM-PROFILI)
                    TO SG-SIGLA(WS-NUM-SIGLE)
           END-IF.
       FINE-REGISTRA-SIGLA.
            EXIT.
      *
       CONFRONTA-SIGLA.
           IF SG-SIGLA(IND-SIGLA) = PT-SIGLA(WS-NUM-PROFILI)
               MOVE 'S' TO WS-TROVATO
           END-IF.
           SET IND-SIGLA UP BY 1.
       FINE-CONFRONTA-SIGLA.
            EXIT.
      *
       LEGGI-GIORNALE-PROFILI.
      **************************************************************
      * OGNI RIGA DEL GIORNALE DEI PROFILI E' UN USO DI PROFMST DA  *
      * PARTE DI CHI L'HA SCRITTA; LE CONCESSIONI E LE CONFERME     *
      * DANNO INOLTRE DATA E SIGLA ALLA RIGA DI PROFILO CORRENTE.   *
      **************************************************************
           OPEN INPUT GIOPROF.
           IF WS-GIOPROF-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RIGA-GIOPROF THRU FINE-LEGGI-RIGA-GIOPROF
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE GIOPROF.
       FINE-LEGGI-GIORNALE-PROFILI.
            EXIT.
      *
       LEGGI-RIGA-GIOPROF.
           READ GIOPROF INTO RIGA-GIORNALE-PROFILI AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF GPR-DATA IS NUMERIC
                         MOVE GPR-OPERATORE TO WS-USO-SIGLA
                         MOVE 'PROFMST '    TO WS-USO-PROGRAMMA
                         MOVE GPR-DATA      TO WS-USO-DATA
                         MOVE 'PROFILI '    TO WS-USO-FONTE
                         PERFORM REGISTRA-USO THRU FINE-REGISTRA-USO
                         PERFORM DATA-CONCESSIONE
                            THRU FINE-DATA-CONCESSIONE
                              VARYING IND-PROFILO FROM 1 BY 1
                              UNTIL IND-PROFILO > WS-NUM-PROFILI
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-GIOPROF.
            EXIT.
      *
       DATA-CONCESSIONE.
           IF PT-RIGA(IND-PROFILO) = GPR-PROFILO
               IF GPR-AZIONE = 'CONCEDE '
                   MOVE GPR-DATA      TO PT-DATA-CONC(IND-PROFILO)
                   MOVE GPR-OPERATORE TO PT-CONCESSA-DA(IND-PROFILO)
                   MOVE ZERO          TO PT-DATA-CONF(IND-PROFILO)
                   MOVE SPACES        TO PT-CONFERMATA-DA(IND-PROFILO)
               END-IF
               IF GPR-AZIONE = 'CONFERMA'
                   MOVE GPR-DATA      TO PT-DATA-CONF(IND-PROFILO)
                   MOVE GPR-OPERATORE
                        TO PT-CONFERMATA-DA(IND-PROFILO)
               END-IF
           END-IF.
       FINE-DATA-CONCESSIONE.
            EXIT.
      *
       LEGGI-GIORNALE.
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
           MOVE SPACES TO REC-GIORNALE.
           READ GIORNALE AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     MOVE REC-GIORNALE TO RIGA-GIORNALE
                     IF GIO-DATA IS NUMERIC
                         MOVE GIO-OPERATORE TO WS-USO-SIGLA
                         MOVE GIO-PROGRAMMA TO WS-USO-PROGRAMMA
                         MOVE GIO-DATA      TO WS-USO-DATA
                         MOVE 'GIORNALE'    TO WS-USO-FONTE
                         PERFORM REGISTRA-USO THRU FINE-REGISTRA-USO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-GIORNALE.
            EXIT.
      *
       LEGGI-AUDIT.
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
      * OGNI RIGA DI AUDIT E' UNA RICERCA: USO DI CERCA E, INSIEME, *
      * DELLE FILIALI DI CASA CHE NE FILTRANO I RISCONTRI.          *
      **************************************************************
           MOVE SPACES TO REC-AUDIT.
           READ AUDIT AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     MOVE REC-AUDIT TO RIGA-AUDIT
                     IF AUD-AAAA IS NUMERIC AND AUD-MM IS NUMERIC
                             AND AUD-GG IS NUMERIC
                         MOVE AUD-OPERATORE TO WS-USO-SIGLA
                         COMPUTE WS-USO-DATA = AUD-AAAA * 10000
                                             + AUD-MM * 100 + AUD-GG
                         MOVE 'AUDIT   '    TO WS-USO-FONTE
                         MOVE 'CERCA   '    TO WS-USO-PROGRAMMA
                         PERFORM REGISTRA-USO THRU FINE-REGISTRA-USO
                         MOVE 'FILIALE '    TO WS-USO-PROGRAMMA
                         PERFORM REGISTRA-USO THRU FINE-REGISTRA-USO
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
                     IF MAN-DATA IS NUMERIC
                         MOVE MAN-OPERATORE TO WS-USO-SIGLA
                         MOVE 'INDICI  '    TO WS-USO-PROGRAMMA
                         MOVE MAN-DATA      TO WS-USO-DATA-X
                         MOVE 'FILIALI '    TO WS-USO-FONTE
                         PERFORM REGISTRA-USO THRU FINE-REGISTRA-USO
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-MANUT.
            EXIT.
      *
       REGISTRA-USO.
      **************************************************************
      * TIENE LA DATA PIU' RECENTE PER SIGLA E PROGRAMMA. LE RIGHE  *
      * SENZA SIGLA (PASSI NOTTURNI, RIGHE PRECEDENTI ALLA SIGLA IN *
      * CODA) E I PROGRAMMI FUORI ELENCO NON CONTANO.               *
      **************************************************************
           MOVE 'N' TO WS-TRACCIATO.
           IF WS-USO-SIGLA NOT = SPACES AND WS-USO-DATA > ZERO
               SET IND-PGM TO 1
               PERFORM CERCA-TRACCIATO THRU FINE-CERCA-TRACCIATO
                    UNTIL IND-PGM > WS-NUM-PROGRAMMI
                       OR WS-TRACCIATO = 'S'
           END-IF.
           IF WS-TRACCIATO = 'S'
               MOVE 'N' TO WS-TROVATO
               SET IND-USO TO 1
               PERFORM CONFRONTA-USO THRU FINE-CONFRONTA-USO
                    UNTIL IND-USO > WS-NUM-USI
                       OR WS-TROVATO = 'S'
               IF WS-TROVATO = 'N'
                   IF WS-NUM-USI < WS-MAX-USI
                       ADD 1 TO WS-NUM-USI
                       MOVE WS-USO-SIGLA
                            TO US-SIGLA(WS-NUM-USI)
                       MOVE WS-USO-PROGRAMMA
                            TO US-PROGRAMMA(WS-NUM-USI)
                       MOVE WS-USO-DATA  TO US-DATA(WS-NUM-USI)
                       MOVE WS-USO-FONTE TO US-FONTE(WS-NUM-USI)
                   ELSE
                       MOVE 'S' TO WS-USI-TRONCATI
                   END-IF
               END-IF
           END-IF.
       FINE-REGISTRA-USO.
            EXIT.
      *
       CERCA-TRACCIATO.
           IF PN-PROGRAMMA(IND-PGM) = WS-USO-PROGRAMMA
                   AND PN-TRACCIATO(IND-PGM) = 'S'
               MOVE 'S' TO WS-TRACCIATO
           END-IF.
           SET IND-PGM UP BY 1.
       FINE-CERCA-TRACCIATO.
            EXIT.
      *
       CONFRONTA-USO.
           IF US-SIGLA(IND-USO) = WS-USO-SIGLA
                   AND US-PROGRAMMA(IND-USO) = WS-USO-PROGRAMMA
               MOVE 'S' TO WS-TROVATO
               IF WS-USO-DATA > US-DATA(IND-USO)
                   MOVE WS-USO-DATA  TO US-DATA(IND-USO)
                   MOVE WS-USO-FONTE TO US-FONTE(IND-USO)
               END-IF
           END-IF.
           SET IND-USO UP BY 1.
       FINE-CONFRONTA-USO.
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

           PERFORM STAMPA-OPERATORE THRU FINE-STAMPA-OPERATORE
                VARYING IND-SIGLA FROM 1 BY 1
                UNTIL IND-SIGLA > WS-NUM-SIGLE.

           PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
           IF (WS-CONTA-INUTILIZZATE > ZERO OR WS-CONTA-IGNOTI > ZERO
                   OR WS-USI-TRONCATI = 'S')
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-OPERATORE.
           MOVE SG-SIGLA(IND-SIGLA) TO RO-SIGLA.
           MOVE RIGA-OPERATORE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           PERFORM STAMPA-CONCESSIONE THRU FINE-STAMPA-CONCESSIONE
                VARYING IND-PROFILO FROM 1 BY 1
                UNTIL IND-PROFILO > WS-NUM-PROFILI.

           MOVE RIGA-FIRMA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-OPERATORE.
            EXIT.
      *
       STAMPA-CONCESSIONE.
           IF PT-SIGLA(IND-PROFILO) = SG-SIGLA(IND-SIGLA)
               PERFORM VALUTA-CONCESSIONE THRU FINE-VALUTA-CONCESSIONE
               MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               IF PT-DATA-CONF(IND-PROFILO) > ZERO
                   MOVE PT-DATA-CONF(IND-PROFILO) TO WS-DATA-STAMPA-N
                   PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
                   MOVE WS-DATA-USCITA TO RF-DATA
                   MOVE PT-CONFERMATA-DA(IND-PROFILO) TO RF-SIGLA
                   MOVE RIGA-CONFERMA TO WS-RIGA-REPORT
                   PERFORM STAMPA-RIGA-IMPAGINATA
                      THRU FINE-STAMPA-RIGA-IMPAGINATA
               END-IF
           END-IF.
       FINE-STAMPA-CONCESSIONE.
            EXIT.
      *
       VALUTA-CONCESSIONE.
      **************************************************************
      * ULTIMO USO DELLA CONCESSIONE E SUO ESITO:                   *
      *   PROGRAMMA IGNOTO  RIGA SU UN PROGRAMMA FUORI ELENCO       *
      *   NON TRACCIATO     IL PROGRAMMA NON LASCIA LA SIGLA        *
      *   INUTILIZZATA      NESSUN USO DA 90 GIORNI O PIU' (O MAI   *
      *                     USATA E CONCESSA DA ALMENO 90 GIORNI O  *
      *                     IN DATA NON NOTA)                       *
      *   MAI USATA         CONCESSA DA MENO DI 90 GIORNI           *
      *   IN USO            ALTRIMENTI                              *
      **************************************************************
           ADD 1 TO WS-CONTA-CONCESSIONI.
           MOVE PT-SIGLA(IND-PROFILO)     TO RD-SIGLA.
           MOVE PT-PROGRAMMA(IND-PROFILO) TO RD-PROGRAMMA.
           MOVE PT-CLASSE(IND-PROFILO)    TO RD-CLASSE.
           MOVE PT-FILIALE(IND-PROFILO)   TO RD-FILIALE.
           MOVE PT-CONCESSA-DA(IND-PROFILO) TO RD-CONCESSA-DA.
           MOVE SPACES TO RD-CONCESSA RD-ULTIMO-USO RD-FONTE
                          RD-GIORNI RD-ESITO.
           IF PT-DATA-CONC(IND-PROFILO) > ZERO
               MOVE PT-DATA-CONC(IND-PROFILO) TO WS-DATA-STAMPA-N
               PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
               MOVE WS-DATA-USCITA TO RD-CONCESSA
           END-IF.

           MOVE PT-PROGRAMMA(IND-PROFILO) TO WS-PROGRAMMA-USO.
           MOVE 'N' TO WS-PROGRAMMA-NOTO.
           MOVE 'N' TO WS-TRACCIATO.
           IF WS-PROGRAMMA-USO = '*       '
               MOVE 'S' TO WS-PROGRAMMA-NOTO
               MOVE 'S' TO WS-TRACCIATO
           ELSE
               SET IND-PGM TO 1
               PERFORM CERCA-PROGRAMMA THRU FINE-CERCA-PROGRAMMA
                    UNTIL IND-PGM > WS-NUM-PROGRAMMI
                       OR WS-PROGRAMMA-NOTO = 'S'
           END-IF.

           MOVE ZERO   TO WS-ULTIMO-USO.
           MOVE SPACES TO WS-ULTIMA-FONTE.
           IF WS-TRACCIATO = 'S'
               PERFORM CERCA-ULTIMO-USO THRU FINE-CERCA-ULTIMO-USO
                    VARYING IND-USO FROM 1 BY 1
                    UNTIL IND-USO > WS-NUM-USI
           END-IF.

           IF WS-PROGRAMMA-NOTO = 'N'
               MOVE 'PROGRAMMA IGNOTO' TO RD-ESITO
               ADD 1 TO WS-CONTA-IGNOTI
           END-IF.
           IF WS-PROGRAMMA-NOTO = 'S' AND WS-TRACCIATO = 'N'
               MOVE 'NON TRACCIATO' TO RD-ESITO
               ADD 1 TO WS-CONTA-NON-TRACC
           END-IF.
           IF WS-TRACCIATO = 'S'
               PERFORM VALUTA-USO THRU FINE-VALUTA-USO
           END-IF.
       FINE-VALUTA-CONCESSIONE.
            EXIT.
      *
       CERCA-PROGRAMMA.
           IF PN-PROGRAMMA(IND-PGM) = WS-PROGRAMMA-USO
               MOVE 'S' TO WS-PROGRAMMA-NOTO
               MOVE PN-TRACCIATO(IND-PGM) TO WS-TRACCIATO
           END-IF.
           SET IND-PGM UP BY 1.
       FINE-CERCA-PROGRAMMA.
            EXIT.
      *
       CERCA-ULTIMO-USO.
           IF US-SIGLA(IND-USO) = PT-SIGLA(IND-PROFILO)
                   AND (US-PROGRAMMA(IND-USO) = WS-PROGRAMMA-USO
                        OR WS-PROGRAMMA-USO = '*       ')
                   AND US-DATA(IND-USO) > WS-ULTIMO-USO
               MOVE US-DATA(IND-USO)  TO WS-ULTIMO-USO
               MOVE US-FONTE(IND-USO) TO WS-ULTIMA-FONTE
           END-IF.
       FINE-CERCA-ULTIMO-USO.
            EXIT.
      *
       VALUTA-USO.
           IF WS-ULTIMO-USO > ZERO
               MOVE WS-ULTIMO-USO TO WS-DATA-STAMPA-N
               PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA
               MOVE WS-DATA-USCITA  TO RD-ULTIMO-USO
               MOVE WS-ULTIMA-FONTE TO RD-FONTE
               MOVE WS-ULTIMO-USO   TO WS-CD-DATA
           ELSE
               MOVE PT-DATA-CONC(IND-PROFILO) TO WS-CD-DATA
           END-IF.

           MOVE ZERO TO WS-GIORNI-INUSO.
           IF WS-CD-DATA IS NUMERIC AND WS-CD-ANNO > ZERO
                   AND WS-CD-MESE > ZERO AND WS-CD-MESE < 13
               PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
               IF WS-SERIALE-OGGI > WS-CD-SERIALE
                   COMPUTE WS-GIORNI-INUSO =
                           WS-SERIALE-OGGI - WS-CD-SERIALE
               END-IF
               MOVE WS-GIORNI-INUSO TO WS-GIORNI-STAMPA
               MOVE WS-GIORNI-STAMPA TO RD-GIORNI
           ELSE
               MOVE WS-SOGLIA-GIORNI TO WS-GIORNI-INUSO
           END-IF.

           IF WS-GIORNI-INUSO NOT < WS-SOGLIA-GIORNI
               MOVE '*** INUTILIZZATA' TO RD-ESITO
               ADD 1 TO WS-CONTA-INUTILIZZATE
           ELSE
               IF WS-ULTIMO-USO > ZERO
                   MOVE 'IN USO' TO RD-ESITO
               ELSE
                   MOVE 'MAI USATA' TO RD-ESITO
               END-IF
           END-IF.
       FINE-VALUTA-USO.
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
       STAMPA-TOTALI.
           MOVE 'CONCESSIONI ESAMINATE'  TO RC-ETICHETTA.
           MOVE WS-CONTA-CONCESSIONI     TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'INUTILIZZATE DA 90 GIORNI'  TO RC-ETICHETTA.
           MOVE WS-CONTA-INUTILIZZATE    TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'NON TRACCIATE'          TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-TRACC       TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'SU PROGRAMMI IGNOTI'    TO RC-ETICHETTA.
           MOVE WS-CONTA-IGNOTI          TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-USI-TRONCATI = 'S'
               MOVE 'TABELLA USI PIENA: TRACCE TRONCATE'
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
           MOVE 'RICERTIF' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
