       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABBONAM.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * ABBONAMENTI AGLI ESTRATTI: LE FILIALI E GLI UFFICI CHE
      * CHIEDONO SEMPRE GLI STESSI ESTRATTI HANNO UN ABBONAMENTO CON
      * NOME IN ABBONAM-DEF.TXT: I CRITERI DI ESTRAI, LA FREQUENZA
      * (OGNI GIORNO LAVORATIVO, UNA VOLTA A SETTIMANA O A FINE
      * MESE, SECONDO CALENDARIO.TXT), IL DESTINATARIO E IL FORMATO
      * (TRACCIATO ANAGRAF O CSV). PASSO DELLA CATENA: PER OGNI
      * ABBONAMENTO DOVUTO SCRIVE I CRITERI IN ESTRAI-PARAM.TXT,
      * LANCIA ESTRAI E CONSEGNA L'ESTRATTO IN
      * ABB-NOME-AAAAMMGG.TXT (O .CSV) CON UNA RIGA DI CONTROLLO
      * FINALE (CONTEGGIO E SOMMA DEGLI ID, COME I PACCHI DI
      * DISTFIL). I CRITERI DELL'OPERATORE IN ESTRAI-PARAM.TXT SI
      * SALVANO PRIMA E SI RIMETTONO A POSTO ALLA FINE. OGNI
      * CONSEGNA (O FALLIMENTO) VA NEL REGISTRO ABBONAM-CONSEGNE.TXT,
      * CHE SERVE ANCHE A NON CONSEGNARE DUE VOLTE NELLO STESSO
      * GIORNO O NELLA STESSA SETTIMANA; IL REPORT ELENCA A PARTE
      * GLI ABBONAMENTI A ZERO RIGHE E QUELLI FALLITI.
      * OGNI ABBONAMENTO HA LA FILIALE DEL SUO DESTINATARIO (O *
      * PER LA SEDE CENTRALE): ESTRAI NON GIRA CON L'OPERATORE CHE
      * SI TROVA COLLEGATO ALLA CONSOLLE, MA CON LA SIGLA DI PASSO
      * ABB, CHE NON HA RIGHE FILIALE IN PROFILI.TXT. PER QUESTO
      * ABBONAM AGGIUNGE AI CRITERI LE RIGHE ABBONAM (NOME),
      * FILIALE (SALVO *) E MOTIVO (NOME): L'ESTRATTO SI LIMITA
      * ALLA FILIALE DEL DESTINATARIO E OGNI PERSONA ESTRATTA
      * FINISCE IN CERCA-AUDIT.TXT CON SIGLA ABB E L'ABBONAMENTO
      * COME MOTIVO; LA SIGLA USATA VA ANCHE NEL GIORNALE DI ESTRAI.
      *
      * TRACCIATO DI ABBONAM-DEF.TXT (RIGHE CHE INIZIANO CON * O
      * VUOTE SONO COMMENTI):
      *   RIGA A (ABBONAMENTO):
      *   COL. 1     A
      *   COL. 3-10  NOME DELL'ABBONAMENTO (NEL NOME DEL FILE)
      *   COL. 12    FREQUENZA: G = OGNI GIORNO LAVORATIVO,
      *              S = SETTIMANALE, M = FINE MESE
      *   COL. 14    GIORNO DELLA SETTIMANALE (1 = LUNEDI ...
      *              7 = DOMENICA); SE E' FESTIVO SI CONSEGNA IL
      *              PRIMO GIORNO LAVORATIVO SUCCESSIVO DELLA SETTIMANA
      *   COL. 16    FORMATO: A = TRACCIATO ANAGRAF, C = CSV
      *   COL. 18-57 DESTINATARIO
      *   COL. 59-62 FILIALE DEL DESTINATARIO (0001-9999), O * PER
      *              LA SEDE CENTRALE (TUTTE LE FILIALI)
      *   RIGHE C (CRITERI, SUBITO DOPO LA SUA RIGA A):
      *   COL. 1     C
      *   COL. 3-22  RIGA DI ESTRAI-PARAM.TXT (PAROLA CHIAVE IN
      *              10 COLONNE E VALORE IN 10); LE PAROLE CHIAVE
      *              ABBONAM, FILIALE E MOTIVO LE SCRIVE ABBONAM
      * ESEMPIO:
      *   A FIL0012  S 1 C UFFICIO SOCI FILIALE 12                0012
      *   C CITTA     ROMA
      *   C ANNI-MIN  018
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DEFINIZIONE DEGLI ABBONAMENTI MANTENUTA DALL'ESERCIZIO

           SELECT OPTIONAL DEFINIZF ASSIGN TO 'ABBONAM-DEF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEF-STATUS.
      * CRITERI DI ESTRAI (SALVATI, RISCRITTI PER OGNI ABBONAMENTO,
      * RIMESSI A POSTO)

           SELECT OPTIONAL PARAMF ASSIGN TO 'ESTRAI-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * RECORD ESTRATTI DA ESTRAI

           SELECT OPTIONAL ESTRATTO ASSIGN TO 'ESTRAI-OUTPUT.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTRATTO-STATUS.
      * CONSEGNA NEL TRACCIATO ANAGRAF (NOME COSTRUITO A PROGRAMMA)

           SELECT CONSEGNA ASSIGN TO WS-NOME-CONSEGNA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * CONSEGNA IN CSV (NOME COSTRUITO A PROGRAMMA)

           SELECT CONSEGNACSV ASSIGN TO WS-NOME-CONSEGNA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * REGISTRO DELLE CONSEGNE (SOLO IN CODA)

           SELECT REGISTRO ASSIGN TO 'ABBONAM-CONSEGNE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      * CALENDARIO DI ELABORAZIONE MANTENUTO DALL'ESERCIZIO

           SELECT OPTIONAL CALENDARIO ASSIGN TO 'CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
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
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'ABBONAM-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   DEFINIZF
            DATA RECORD IS REC-DEFINIZF.
       01 REC-DEFINIZF.
          05 DEF-TIPO         PIC X.
          05 FILLER           PIC X.
          05 DEF-DATI         PIC X(60).
       01 REC-DEF-ABBONAMENTO REDEFINES REC-DEFINIZF.
          05 FILLER           PIC X(2).
          05 DEF-NOME         PIC X(8).
          05 FILLER           PIC X.
          05 DEF-FREQUENZA    PIC X.
          05 FILLER           PIC X.
          05 DEF-GIORNO       PIC X.
          05 FILLER           PIC X.
          05 DEF-FORMATO      PIC X.
          05 FILLER           PIC X.
          05 DEF-DESTINATARIO PIC X(40).
          05 FILLER           PIC X.
          05 DEF-FILIALE      PIC X(4).
       01 REC-DEF-CRITERIO REDEFINES REC-DEFINIZF.
          05 FILLER           PIC X(2).
          05 DEF-CRITERIO     PIC X(20).
          05 FILLER           PIC X(40).

       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF  PIC X(20).

       FD   ESTRATTO
            DATA RECORD IS REC-ESTRATTO.
       01 REC-ESTRATTO  PIC X(71).

       FD   CONSEGNA
            DATA RECORD IS REC-CONSEGNA.
       01 REC-CONSEGNA  PIC X(71).

       FD   CONSEGNACSV
            DATA RECORD IS REC-CONSEGNACSV.
       01 REC-CONSEGNACSV  PIC X(80).

       FD   REGISTRO
            DATA RECORD IS REC-REGISTRO.
       01 REC-REGISTRO  PIC X(123).

       FD   CALENDARIO
            DATA RECORD IS REC-CALENDARIO.
       01 REC-CALENDARIO.
          05 CAL-DATA       PIC 9(8).
          05 FILLER         PIC X.
          05 CAL-TIPO       PIC X.
          05 FILLER         PIC X.
          05 CAL-FINEMESE   PIC X.

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

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.

       01 WS-DEF-STATUS        PIC XX.
       01 WS-PARAM-STATUS      PIC XX.
       01 WS-ESTRATTO-STATUS   PIC XX.
       01 WS-REG-STATUS        PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      ABBONAMENTI DEFINITI: I CRITERI DI OGNUNO SONO LE      *
      *      RIGHE DA AB-PRIMO-CRIT PER AB-NUM-CRIT IN TAB-CRITERI. *
      *      AB-ULTIMA: DATA DELL'ULTIMA CONSEGNA RIUSCITA (DAL     *
      *      REGISTRO). AB-ESITO: ESITO DI STANOTTE.                *
      ************************************************************
       01 WS-MAX-ABB           PIC 99 VALUE 50.
       01 TAB-ABBONAMENTI.
            05 ABBONAMENTO OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NUM-ABB
               INDEXED BY IND-ABB.
               10 AB-NOME          PIC X(8).
               10 AB-FREQUENZA     PIC X.
               10 AB-GIORNO        PIC 9.
               10 AB-FORMATO       PIC X.
               10 AB-DESTINATARIO  PIC X(40).
               10 AB-FILIALE       PIC X(4).
               10 AB-PRIMO-CRIT    PIC 9(3).
               10 AB-NUM-CRIT      PIC 99.
               10 AB-VALIDO        PIC X.
               10 AB-ULTIMA        PIC 9(8).
               10 AB-ESITO         PIC X(12).
               10 AB-RIGHE         PIC 9(6).
               10 AB-FILE          PIC X(28).
       01 WS-NUM-ABB           PIC 99 VALUE 0.

       01 WS-MAX-CRITERI       PIC 9(3) VALUE 500.
       01 TAB-CRITERI.
            05 CR-RIGA OCCURS 500 TIMES PIC X(20).
       01 WS-NUM-CRITERI       PIC 9(3) VALUE 0.
       01 WS-IX-CRIT           PIC 9(3) VALUE 0.
       01 WS-ULTIMO-CRIT       PIC 9(3) VALUE 0.

       01 WS-DEF-PRESENTE      PIC X VALUE 'N'.
       01 WS-RIGA-FILE         PIC 9(3) VALUE 0.
       01 WS-ERRORI-DEF        PIC 99 VALUE 0.
       01 WS-IX-CERCA          PIC 99 VALUE 0.
       01 WS-DOPPIO            PIC X VALUE 'N'.

      ************************************************************
      *      CRITERI DELL'OPERATORE GIA' IN ESTRAI-PARAM.TXT: SI    *
      *      TENGONO DA PARTE E SI RISCRIVONO A FINE PASSO (O SI    *
      *      CANCELLA IL FILE, SE NON C'ERA). SE SONO TROPPI PER LA *
      *      TABELLA NON SI TOCCA NULLA E GLI ABBONAMENTI DOVUTI    *
      *      NON SI ESEGUONO.                                       *
      ************************************************************
       01 WS-MAX-SALVATI       PIC 9(3) VALUE 100.
       01 TAB-SALVATI.
            05 SV-RIGA OCCURS 100 TIMES PIC X(20).
       01 WS-NUM-SALVATI       PIC 9(3) VALUE 0.
       01 WS-PARAM-ESISTENTE   PIC X VALUE 'N'.
       01 WS-PARAM-BLOCCATI    PIC X VALUE 'N'.
       01 WS-PARAM-TOCCATI     PIC X VALUE 'N'.
       01 WS-IX-SALVATO        PIC 9(3) VALUE 0.

      ************************************************************
      *      GIORNO DI CALENDARIO CORRENTE, LETTO DA               *
      *      CALENDARIO.TXT (DATA, TIPO L/F, FINE MESE S/N), E      *
      *      GIORNO DELLA SETTIMANA (1 = LUNEDI)                    *
      ************************************************************
       01 WS-CAL-STATUS        PIC XX.
       01 WS-CAL-EOF           PIC X VALUE 'N'.
       01 WS-CAL-TROVATO       PIC X VALUE 'N'.
       01 WS-GIORNO-TIPO       PIC X VALUE 'L'.
       01 WS-GIORNO-FINEMESE   PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-GIORNO-SETTIMANA  PIC 9 VALUE 0.
       01 WS-DOVUTO            PIC X VALUE 'N'.

      ************************************************************
      *      DATE: LA DATA SI TRASFORMA IN UN GIORNO PROGRESSIVO    *
      *      (COME IN ARCHIVIA) PER TROVARE LA SETTIMANA            *
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
       01 WS-SERIALE-OGGI      PIC 9(8) VALUE 0.
       01 WS-SERIALE-PREVISTO  PIC 9(8) VALUE 0.

      ************************************************************
      *      LANCIO DI ESTRAI E CONSEGNA CORRENTE                   *
      ************************************************************
       01 WS-COMANDO           PIC X(40) VALUE SPACES.
       01 RIGA-PARAMETRO.
            05 PRM-CHIAVE      PIC X(10).
            05 PRM-VALORE      PIC X(10).
       01 WS-ESITO             PIC 9(6) VALUE 0.
       01 WS-NOME-CONSEGNA     PIC X(40) VALUE SPACES.
       01 WS-CONSEGNA-RIGHE    PIC 9(6) VALUE 0.
       01 WS-CONSEGNA-SOMMA-ID PIC 9(10) VALUE 0.
       01 RIGA-TRAILER-CONSEGNA.
            05 FILLER          PIC X(10) VALUE 'TRAILER   '.
            05 TRC-RIGHE       PIC 9(6).
            05 FILLER          PIC X     VALUE SPACE.
            05 TRC-SOMMA-ID    PIC 9(10).
            05 FILLER          PIC X(44) VALUE SPACES.
       01 RIGA-CSV.
            05 CSV-COD          PIC 9(5).
            05 FILLER           PIC X     VALUE ','.
            05 CSV-NOME         PIC X(10).
            05 FILLER           PIC X     VALUE ','.
            05 CSV-COGNOME      PIC X(10).
            05 FILLER           PIC X     VALUE ','.
            05 CSV-ANNI         PIC 999.
            05 FILLER           PIC X     VALUE ','.
            05 CSV-CITTA        PIC X(10).
            05 FILLER           PIC X     VALUE ','.
            05 CSV-FILIALE      PIC 9(4).
       01 RIGA-TRAILER-CSV.
            05 FILLER           PIC X(8)  VALUE 'TRAILER,'.
            05 TRV-RIGHE        PIC 9(6).
            05 FILLER           PIC X     VALUE ','.
            05 TRV-SOMMA-ID     PIC 9(10).

      ************************************************************
      *      RIGA DEL REGISTRO DELLE CONSEGNE (ABBONAM-CONSEGNE):   *
      *      ESITO CONSEGNATO, ZERO RIGHE (CONSEGNATO VUOTO) O      *
      *      FALLITO (NIENTE CONSEGNATO: SI RIPROVA ALLA PROSSIMA   *
      *      SCADENZA O, PER LE SETTIMANALI, LA NOTTE DOPO)         *
      ************************************************************
       01 RIGA-REGISTRO.
            05 REG-DATA         PIC 9(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-ORA          PIC 9(6).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-NOME         PIC X(8).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-ESITO        PIC X(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-RIGHE        PIC 9(6).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-SOMMA-ID     PIC 9(10).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-FILE         PIC X(28).
            05 FILLER           PIC X     VALUE SPACE.
            05 REG-DESTINATARIO PIC X(40).

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-DOVUTI      PIC 99 VALUE 0.
       01 WS-CONTA-CONSEGNATI  PIC 99 VALUE 0.
       01 WS-CONTA-VUOTI       PIC 99 VALUE 0.
       01 WS-CONTA-FALLITI     PIC 99 VALUE 0.
       01 WS-CONTA-SCORRETTI   PIC 99 VALUE 0.
       01 WS-CONTA-RIGHE       PIC 9(7) VALUE 0.

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
            05 FILLER            PIC X(25) VALUE
               'ABBONAMENTI AGLI ESTRATTI'.
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(9)  VALUE 'NOME'.
            05 FILLER            PIC X(12) VALUE 'FREQUENZA'.
            05 FILLER            PIC X(8)  VALUE 'FORMATO'.
            05 FILLER            PIC X(13) VALUE 'ESITO'.
            05 FILLER            PIC X(7)  VALUE ' RIGHE '.
            05 FILLER            PIC X(28) VALUE 'CONSEGNA'.

       01 RIGA-ABBONAMENTO.
            05 RAB-NOME          PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RAB-FREQUENZA     PIC X(11).
            05 FILLER            PIC X     VALUE SPACE.
            05 RAB-FORMATO       PIC X(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 RAB-ESITO         PIC X(12).
            05 FILLER            PIC X     VALUE SPACE.
            05 RAB-RIGHE         PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RAB-FILE          PIC X(28).

       01 RIGA-DESTINATARIO.
            05 FILLER            PIC X(9)  VALUE SPACES.
            05 FILLER            PIC X(14) VALUE 'DESTINATARIO: '.
            05 RDE-DESTINATARIO  PIC X(40).
            05 FILLER            PIC X(9)  VALUE ' FILIALE '.
            05 RDE-FILIALE       PIC X(4).

       01 RIGA-ERRORE.
            05 FILLER            PIC X(5)  VALUE 'RIGA '.
            05 RE-RIGA           PIC ZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RE-NOME           PIC X(8).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RE-MESSAGGIO      PIC X(50).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      * ERRORI DI DEFINIZIONE TENUTI PER IL REPORT
       01 TAB-ERRORI.
            05 ER-RIGA OCCURS 20 TIMES PIC X(70).
       01 WS-NUM-ERRORI        PIC 99 VALUE 0.
       01 WS-IX-ERRORE         PIC 99 VALUE 0.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ABBONAMENTI DOVUTI TUTTI CONSEGNATI                    *
      * 4 = ABBONAMENTI A ZERO RIGHE, DEFINIZIONI SCORRETTE O      *
      *     DEFINIZIONE ASSENTE                                    *
      * 8 = ALMENO UN ABBONAMENTO DOVUTO NON CONSEGNATO            *
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

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-CALENDARIO THRU FINE-LEGGI-CALENDARIO.
            ACCEPT WS-GIORNO-SETTIMANA FROM DAY-OF-WEEK.
            MOVE WS-DATA-OGGI TO WS-CD-DATA-N.
            PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
            MOVE WS-CD-SERIALE TO WS-SERIALE-OGGI.

            PERFORM CARICA-DEFINIZIONI THRU FINE-CARICA-DEFINIZIONI.
            PERFORM LEGGI-REGISTRO THRU FINE-LEGGI-REGISTRO.
            PERFORM SALVA-PARAMETRI THRU FINE-SALVA-PARAMETRI.

            PERFORM ESEGUI-ABBONAMENTO THRU FINE-ESEGUI-ABBONAMENTO
                 VARYING IND-ABB FROM 1 BY 1
                 UNTIL IND-ABB > WS-NUM-ABB.

            IF WS-PARAM-TOCCATI = 'S'
                PERFORM RIPRISTINA-PARAMETRI
                   THRU FINE-RIPRISTINA-PARAMETRI
            END-IF.
            PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

            IF WS-CONTA-FALLITI > ZERO
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            IF (WS-CONTA-VUOTI > ZERO OR WS-CONTA-SCORRETTI > ZERO
                    OR WS-DEF-PRESENTE = 'N')
                    AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-DOVUTI     TO GIO-LETTI.
            MOVE WS-CONTA-CONSEGNATI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE      TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'ABBONAMENTI DOVUTI: ' WS-CONTA-DOVUTI
                    ' CONSEGNATI: ' WS-CONTA-CONSEGNATI
                    ' FALLITI: ' WS-CONTA-FALLITI.
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
       LEGGI-CALENDARIO.
      **************************************************************
      * CERCA NEL CALENDARIO DI ESERCIZIO LA RIGA DI OGGI, COME LA  *
      * CATENA: SENZA FILE O SENZA RIGA SI ASSUME GIORNO            *
      * LAVORATIVO ORDINARIO (NON DI FINE MESE).                    *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE 'L' TO WS-GIORNO-TIPO.
           MOVE 'N' TO WS-GIORNO-FINEMESE.
           MOVE 'N' TO WS-CAL-TROVATO.
           MOVE 'N' TO WS-CAL-EOF.
           OPEN INPUT CALENDARIO.
           IF WS-CAL-STATUS = '00'
               PERFORM LEGGI-RIGA-CALENDARIO
                  THRU FINE-LEGGI-RIGA-CALENDARIO
                    UNTIL WS-CAL-EOF = 'S'
                       OR WS-CAL-TROVATO = 'S'
           END-IF.
           CLOSE CALENDARIO.
       FINE-LEGGI-CALENDARIO.
            EXIT.
      *
       LEGGI-RIGA-CALENDARIO.
           READ CALENDARIO AT END
                MOVE 'S' TO WS-CAL-EOF
                NOT AT END
                     IF CAL-DATA = WS-DATA-OGGI
                         MOVE 'S' TO WS-CAL-TROVATO
                         IF CAL-TIPO = 'F'
                             MOVE 'F' TO WS-GIORNO-TIPO
                         END-IF
                         IF CAL-FINEMESE = 'S'
                             MOVE 'S' TO WS-GIORNO-FINEMESE
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-CALENDARIO.
            EXIT.
      *
       CALCOLA-SERIALE.
      **************************************************************
      * TRASFORMA LA DATA AAAAMMGG IN UN NUMERO DI GIORNO           *
      * PROGRESSIVO (ANNI*365 + BISESTILI + GIORNI TRASCORSI NEL    *
      * MESE), SUFFICIENTE PER CONTARE I GIORNI TRA DUE DATE.       *
      **************************************************************
           IF WS-CD-MESE < 1 OR WS-CD-MESE > 12
               MOVE 1 TO WS-CD-MESE
           END-IF.
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
       CARICA-DEFINIZIONI.
      **************************************************************
      * CARICA E CONVALIDA GLI ABBONAMENTI. UN ABBONAMENTO          *
      * SCORRETTO (FREQUENZA, GIORNO O FORMATO SBAGLIATI, NOME      *
      * DOPPIO, NESSUN CRITERIO) NON SI ESEGUE, MA GLI ALTRI SI:    *
      * OGNUNO HA IL SUO DESTINATARIO.                              *
      **************************************************************
           MOVE ZERO TO WS-NUM-ABB WS-NUM-CRITERI WS-RIGA-FILE.
           MOVE 'N' TO WS-DEF-PRESENTE.
           MOVE 'N' TO WS-LETTURA-EOF.
           OPEN INPUT DEFINIZF.
           IF WS-DEF-STATUS = '00'
               MOVE 'S' TO WS-DEF-PRESENTE
               PERFORM LEGGI-DEFINIZIONE THRU FINE-LEGGI-DEFINIZIONE
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE DEFINIZF.
           IF WS-NUM-ABB = ZERO
               MOVE 'N' TO WS-DEF-PRESENTE
           END-IF.
           PERFORM CONTROLLA-CRITERI THRU FINE-CONTROLLA-CRITERI
                VARYING IND-ABB FROM 1 BY 1
                UNTIL IND-ABB > WS-NUM-ABB.
       FINE-CARICA-DEFINIZIONI.
            EXIT.
      *
       LEGGI-DEFINIZIONE.
           READ DEFINIZF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     ADD 1 TO WS-RIGA-FILE
                     IF REC-DEFINIZF NOT = SPACES
                             AND DEF-TIPO NOT = '*'
                         PERFORM VALUTA-DEFINIZIONE
                            THRU FINE-VALUTA-DEFINIZIONE
                     END-IF
           END-READ.
       FINE-LEGGI-DEFINIZIONE.
            EXIT.
      *
       VALUTA-DEFINIZIONE.
           MOVE WS-RIGA-FILE TO RE-RIGA.
           MOVE SPACES       TO RE-NOME.
           IF DEF-TIPO = 'A'
               PERFORM VALUTA-ABBONAMENTO THRU FINE-VALUTA-ABBONAMENTO
           ELSE
           IF DEF-TIPO = 'C'
               PERFORM VALUTA-CRITERIO THRU FINE-VALUTA-CRITERIO
           ELSE
               MOVE 'TIPO DI RIGA SCONOSCIUTO (A O C)' TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           END-IF
           END-IF.
       FINE-VALUTA-DEFINIZIONE.
            EXIT.
      *
       VALUTA-ABBONAMENTO.
           MOVE DEF-NOME TO RE-NOME.
           IF WS-NUM-ABB NOT < WS-MAX-ABB
               MOVE 'TROPPI ABBONAMENTI: MASSIMO 50' TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           ELSE
               ADD 1 TO WS-NUM-ABB
               SET IND-ABB TO WS-NUM-ABB
               MOVE DEF-NOME         TO AB-NOME(IND-ABB)
               MOVE DEF-FREQUENZA    TO AB-FREQUENZA(IND-ABB)
               MOVE ZERO             TO AB-GIORNO(IND-ABB)
               MOVE DEF-FORMATO      TO AB-FORMATO(IND-ABB)
               MOVE DEF-DESTINATARIO TO AB-DESTINATARIO(IND-ABB)
               MOVE DEF-FILIALE      TO AB-FILIALE(IND-ABB)
               COMPUTE AB-PRIMO-CRIT(IND-ABB) = WS-NUM-CRITERI + 1
               MOVE ZERO             TO AB-NUM-CRIT(IND-ABB)
                                        AB-ULTIMA(IND-ABB)
                                        AB-RIGHE(IND-ABB)
               MOVE 'S'              TO AB-VALIDO(IND-ABB)
               MOVE SPACES           TO AB-ESITO(IND-ABB)
                                        AB-FILE(IND-ABB)

               IF DEF-NOME = SPACES OR DEF-NOME(1:1) = SPACE
                   MOVE 'NOME MANCANTE O NON ALLINEATO A COLONNA 3'
                        TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               END-IF
               MOVE 'N' TO WS-DOPPIO
               PERFORM CERCA-DOPPIO THRU FINE-CERCA-DOPPIO
                    VARYING WS-IX-CERCA FROM 1 BY 1
                    UNTIL WS-IX-CERCA >= WS-NUM-ABB
               IF WS-DOPPIO = 'S'
                   MOVE 'ABBONAMENTO GIA DEFINITO' TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               END-IF
               IF DEF-FREQUENZA NOT = 'G' AND DEF-FREQUENZA NOT = 'S'
                       AND DEF-FREQUENZA NOT = 'M'
                   MOVE 'FREQUENZA NON VALIDA (G, S O M)'
                        TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               END-IF
               IF DEF-FREQUENZA = 'S'
                   IF DEF-GIORNO IS NUMERIC
                           AND DEF-GIORNO NOT < '1'
                           AND DEF-GIORNO NOT > '7'
                       MOVE DEF-GIORNO TO AB-GIORNO(IND-ABB)
                   ELSE
                       MOVE 'GIORNO DELLA SETTIMANA NON VALIDO (1-7)'
                            TO RE-MESSAGGIO
                       PERFORM SCARTA-ABBONAMENTO
                          THRU FINE-SCARTA-ABBONAMENTO
                   END-IF
               END-IF
               IF DEF-FORMATO NOT = 'A' AND DEF-FORMATO NOT = 'C'
                   MOVE 'FORMATO NON VALIDO (A O C)' TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               END-IF
               IF DEF-DESTINATARIO = SPACES
                   MOVE 'DESTINATARIO MANCANTE' TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               END-IF
               IF DEF-FILIALE NOT = '*   '
                   IF DEF-FILIALE IS NOT NUMERIC
                           OR DEF-FILIALE = '0000'
                       MOVE 'FILIALE DEL DESTINATARIO NON VALIDA'
                            TO RE-MESSAGGIO
                       PERFORM SCARTA-ABBONAMENTO
                          THRU FINE-SCARTA-ABBONAMENTO
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-ABBONAMENTO.
            EXIT.
      *
       CERCA-DOPPIO.
           IF AB-NOME(WS-IX-CERCA) = DEF-NOME
               MOVE 'S' TO WS-DOPPIO
           END-IF.
       FINE-CERCA-DOPPIO.
            EXIT.
      *
       VALUTA-CRITERIO.
      **************************************************************
      * LA RIGA DI CRITERIO VA ALL'ULTIMO ABBONAMENTO LETTO; LA      *
      * PAROLA CHIAVE LA CONVALIDA ESTRAI, COME PER I CRITERI       *
      * SCRITTI A MANO. ABBONAM, FILIALE E MOTIVO NON SI DANNO A    *
      * MANO: LI SCRIVE IL PASSO DALLA RIGA A (SCRIVI-AMBITO).      *
      **************************************************************
           IF WS-NUM-ABB = ZERO
               MOVE 'CRITERIO SENZA ABBONAMENTO (RIGA A)'
                    TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           ELSE
               SET IND-ABB TO WS-NUM-ABB
               MOVE AB-NOME(IND-ABB) TO RE-NOME
               IF WS-NUM-CRITERI NOT < WS-MAX-CRITERI
                       OR AB-NUM-CRIT(IND-ABB) NOT < 50
                   MOVE 'TROPPI CRITERI' TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               ELSE
               IF DEF-CRITERIO(1:10) = 'ABBONAM   '
                       OR DEF-CRITERIO(1:10) = 'FILIALE   '
                       OR DEF-CRITERIO(1:10) = 'MOTIVO    '
                   MOVE 'ABBONAM/FILIALE/MOTIVO SOLO DA RIGA A'
                        TO RE-MESSAGGIO
                   PERFORM SCARTA-ABBONAMENTO
                      THRU FINE-SCARTA-ABBONAMENTO
               ELSE
                   ADD 1 TO WS-NUM-CRITERI
                   ADD 1 TO AB-NUM-CRIT(IND-ABB)
                   MOVE DEF-CRITERIO TO CR-RIGA(WS-NUM-CRITERI)
               END-IF
               END-IF
           END-IF.
       FINE-VALUTA-CRITERIO.
            EXIT.
      *
       CONTROLLA-CRITERI.
           IF AB-NUM-CRIT(IND-ABB) = ZERO
               MOVE ZERO             TO RE-RIGA
               MOVE AB-NOME(IND-ABB) TO RE-NOME
               MOVE 'NESSUN CRITERIO (RIGHE C)' TO RE-MESSAGGIO
               PERFORM SCARTA-ABBONAMENTO THRU FINE-SCARTA-ABBONAMENTO
           END-IF.
       FINE-CONTROLLA-CRITERI.
            EXIT.
      *
       SCARTA-ABBONAMENTO.
           IF AB-VALIDO(IND-ABB) = 'S'
               ADD 1 TO WS-CONTA-SCORRETTI
           END-IF.
           MOVE 'N'           TO AB-VALIDO(IND-ABB).
           MOVE 'DEFINIZIONE' TO AB-ESITO(IND-ABB).
           PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF.
       FINE-SCARTA-ABBONAMENTO.
            EXIT.
      *
       SEGNALA-ERRORE-DEF.
           ADD 1 TO WS-ERRORI-DEF.
           IF WS-NUM-ERRORI < 20
               ADD 1 TO WS-NUM-ERRORI
               MOVE RIGA-ERRORE TO ER-RIGA(WS-NUM-ERRORI)
           END-IF.
           MOVE 'CARICA-DEFINIZIONI' TO ECC-PARAGRAFO.
           MOVE RE-NOME              TO ECC-CHIAVE.
           MOVE RE-MESSAGGIO         TO ECC-DESCRIZIONE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-ERRORE-DEF.
            EXIT.
      *
       LEGGI-REGISTRO.
      **************************************************************
      * DAL REGISTRO DELLE CONSEGNE LA DATA DELL'ULTIMA CONSEGNA    *
      * RIUSCITA (ANCHE VUOTA) DI OGNI ABBONAMENTO.                 *
      **************************************************************
           MOVE 'N' TO WS-LETTURA-EOF.
           OPEN INPUT REGISTRO.
           IF WS-REG-STATUS = '00'
               PERFORM LEGGI-CONSEGNA THRU FINE-LEGGI-CONSEGNA
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE REGISTRO.
       FINE-LEGGI-REGISTRO.
            EXIT.
      *
       LEGGI-CONSEGNA.
           READ REGISTRO INTO RIGA-REGISTRO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF REG-ESITO NOT = 'FALLITO'
                             AND REG-DATA IS NUMERIC
                         PERFORM AGGIORNA-ULTIMA
                            THRU FINE-AGGIORNA-ULTIMA
                              VARYING IND-ABB FROM 1 BY 1
                              UNTIL IND-ABB > WS-NUM-ABB
                     END-IF
           END-READ.
       FINE-LEGGI-CONSEGNA.
            EXIT.
      *
       AGGIORNA-ULTIMA.
           IF AB-NOME(IND-ABB) = REG-NOME
                   AND REG-DATA > AB-ULTIMA(IND-ABB)
               MOVE REG-DATA TO AB-ULTIMA(IND-ABB)
           END-IF.
       FINE-AGGIORNA-ULTIMA.
            EXIT.
      *
       SALVA-PARAMETRI.
           MOVE ZERO TO WS-NUM-SALVATI.
           MOVE 'N'  TO WS-PARAM-ESISTENTE WS-PARAM-BLOCCATI.
           MOVE 'N'  TO WS-LETTURA-EOF.
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               MOVE 'S' TO WS-PARAM-ESISTENTE
               PERFORM SALVA-RIGA-PARAMETRI
                  THRU FINE-SALVA-RIGA-PARAMETRI
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
           IF WS-PARAM-BLOCCATI = 'S'
               MOVE 'SALVA-PARAMETRI' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'ESTRAI-PARAM.TXT TROPPO LUNGO: NON TOCCATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-SALVA-PARAMETRI.
            EXIT.
      *
       SALVA-RIGA-PARAMETRI.
           READ PARAMF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF WS-NUM-SALVATI < WS-MAX-SALVATI
                         ADD 1 TO WS-NUM-SALVATI
                         MOVE REC-PARAMF TO SV-RIGA(WS-NUM-SALVATI)
                     ELSE
                         MOVE 'S' TO WS-PARAM-BLOCCATI
                         MOVE 'S' TO WS-LETTURA-EOF
                     END-IF
           END-READ.
       FINE-SALVA-RIGA-PARAMETRI.
            EXIT.
      *
       RIPRISTINA-PARAMETRI.
      **************************************************************
      * RIMETTE ESTRAI-PARAM.TXT COM'ERA PRIMA DEL PASSO: LE RIGHE  *
      * SALVATE, O NESSUN FILE SE L'OPERATORE NON NE AVEVA.         *
      **************************************************************
           IF WS-PARAM-ESISTENTE = 'S'
               OPEN OUTPUT PARAMF
               PERFORM RISCRIVI-RIGA-PARAMETRI
                  THRU FINE-RISCRIVI-RIGA-PARAMETRI
                    VARYING WS-IX-SALVATO FROM 1 BY 1
                    UNTIL WS-IX-SALVATO > WS-NUM-SALVATI
               CLOSE PARAMF
           ELSE
               DELETE FILE PARAMF
           END-IF.
       FINE-RIPRISTINA-PARAMETRI.
            EXIT.
      *
       RISCRIVI-RIGA-PARAMETRI.
           MOVE SV-RIGA(WS-IX-SALVATO) TO REC-PARAMF.
           WRITE REC-PARAMF.
       FINE-RISCRIVI-RIGA-PARAMETRI.
            EXIT.
      *
       ESEGUI-ABBONAMENTO.
           IF AB-VALIDO(IND-ABB) = 'S'
               PERFORM VALUTA-SCADENZA THRU FINE-VALUTA-SCADENZA
               IF WS-DOVUTO = 'S'
                   ADD 1 TO WS-CONTA-DOVUTI
                   IF WS-PARAM-BLOCCATI = 'S'
                       MOVE 'NON ESEGUITO' TO AB-ESITO(IND-ABB)
                       ADD 1 TO WS-CONTA-FALLITI
                   ELSE
                       PERFORM PRODUCI-CONSEGNA
                          THRU FINE-PRODUCI-CONSEGNA
                   END-IF
               END-IF
           END-IF.
       FINE-ESEGUI-ABBONAMENTO.
            EXIT.
      *
       VALUTA-SCADENZA.
      **************************************************************
      * G: OGNI GIORNO LAVORATIVO. S: IL GIORNO SCELTO O, SE        *
      * FESTIVO, IL PRIMO LAVORATIVO DOPO NELLA STESSA SETTIMANA,   *
      * SE NELLA SETTIMANA NON C'E' GIA' STATA UNA CONSEGNA DAL     *
      * GIORNO SCELTO IN POI. M: L'ULTIMO GIORNO LAVORATIVO DEL     *
      * MESE. UNA CONSEGNA GIA' FATTA OGGI NON SI RIPETE (CATENA    *
      * RIPARTITA).                                                 *
      **************************************************************
           MOVE 'S' TO WS-DOVUTO.
           MOVE 'NON DOVUTO' TO AB-ESITO(IND-ABB).
           IF WS-GIORNO-TIPO = 'F'
               MOVE 'N' TO WS-DOVUTO
           END-IF.
           IF AB-FREQUENZA(IND-ABB) = 'M'
                   AND WS-GIORNO-FINEMESE NOT = 'S'
               MOVE 'N' TO WS-DOVUTO
           END-IF.
           IF AB-FREQUENZA(IND-ABB) = 'S'
               IF WS-GIORNO-SETTIMANA < AB-GIORNO(IND-ABB)
                   MOVE 'N' TO WS-DOVUTO
               ELSE
                   COMPUTE WS-SERIALE-PREVISTO = WS-SERIALE-OGGI
                         - WS-GIORNO-SETTIMANA + AB-GIORNO(IND-ABB)
                   IF AB-ULTIMA(IND-ABB) > ZERO
                       MOVE AB-ULTIMA(IND-ABB) TO WS-CD-DATA-N
                       PERFORM CALCOLA-SERIALE
                          THRU FINE-CALCOLA-SERIALE
                       IF WS-CD-SERIALE NOT < WS-SERIALE-PREVISTO
                               AND WS-CD-SERIALE < WS-SERIALE-OGGI
                           MOVE 'N' TO WS-DOVUTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-DOVUTO = 'S'
                   AND AB-ULTIMA(IND-ABB) = WS-DATA-OGGI
               MOVE 'N' TO WS-DOVUTO
               MOVE 'GIA FATTO' TO AB-ESITO(IND-ABB)
           END-IF.
       FINE-VALUTA-SCADENZA.
            EXIT.
      *
       PRODUCI-CONSEGNA.
      **************************************************************
      * I CRITERI DELL'ABBONAMENTO IN ESTRAI-PARAM.TXT, ESTRAI      *
      * LANCIATO COME LA CATENA LANCIA I SUOI PASSI, POI LA COPIA   *
      * DI ESTRAI-OUTPUT.TXT NEL FILE DI CONSEGNA CON LA RIGA DI    *
      * CONTROLLO. RC 4 DI ESTRAI (NESSUNA RIGA) E' UNA CONSEGNA    *
      * VUOTA, CHE IL DESTINATARIO DEVE COMUNQUE RICEVERE; RC 8 E'  *
      * UN FALLIMENTO E NON SI CONSEGNA NULLA.                      *
      **************************************************************
           MOVE 'S' TO WS-PARAM-TOCCATI.
           OPEN OUTPUT PARAMF.
           COMPUTE WS-ULTIMO-CRIT =
                   AB-PRIMO-CRIT(IND-ABB) + AB-NUM-CRIT(IND-ABB) - 1.
           PERFORM SCRIVI-CRITERIO THRU FINE-SCRIVI-CRITERIO
                VARYING WS-IX-CRIT FROM AB-PRIMO-CRIT(IND-ABB) BY 1
                UNTIL WS-IX-CRIT > WS-ULTIMO-CRIT.
           PERFORM SCRIVI-AMBITO THRU FINE-SCRIVI-AMBITO.
           CLOSE PARAMF.

           MOVE SPACES TO WS-COMANDO.
           MOVE './ESTRAI' TO WS-COMANDO.
           DISPLAY 'ABBONAMENTO ' AB-NOME(IND-ABB)
                   ': ESEGUO ' WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-ESITO.
           MOVE ZERO TO RETURN-CODE.
      * SU QUESTO AMBIENTE IL CODICE DI USCITA ARRIVA MOLTIPLICATO
      * PER 256: LO SI RIPORTA AL VALORE ORIGINALE DEL PROGRAMMA.
           IF WS-ESITO >= 256
               DIVIDE WS-ESITO BY 256 GIVING WS-ESITO
           END-IF.

           MOVE ZERO TO WS-CONSEGNA-RIGHE WS-CONSEGNA-SOMMA-ID.
           IF WS-ESITO >= 8
               MOVE 'FALLITO'  TO AB-ESITO(IND-ABB)
               MOVE 'FALLITO'  TO REG-ESITO
               MOVE SPACES     TO AB-FILE(IND-ABB)
               ADD 1 TO WS-CONTA-FALLITI
               MOVE 'PRODUCI-CONSEGNA' TO ECC-PARAGRAFO
               MOVE AB-NOME(IND-ABB)   TO ECC-CHIAVE
               MOVE 'ESTRAI FALLITO: ABBONAMENTO NON CONSEGNATO'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               PERFORM COPIA-ESTRATTO THRU FINE-COPIA-ESTRATTO
               MOVE WS-NOME-CONSEGNA TO AB-FILE(IND-ABB)
               MOVE WS-DATA-OGGI     TO AB-ULTIMA(IND-ABB)
               ADD WS-CONSEGNA-RIGHE TO WS-CONTA-RIGHE
               IF WS-CONSEGNA-RIGHE = ZERO
                   MOVE 'ZERO RIGHE' TO AB-ESITO(IND-ABB)
                   MOVE 'ZERO RIGHE' TO REG-ESITO
                   ADD 1 TO WS-CONTA-VUOTI
                   MOVE 'PRODUCI-CONSEGNA' TO ECC-PARAGRAFO
                   MOVE AB-NOME(IND-ABB)   TO ECC-CHIAVE
                   MOVE 'ABBONAMENTO CONSEGNATO SENZA RIGHE'
                        TO ECC-DESCRIZIONE
                   MOVE 'A' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   MOVE 'CONSEGNATO' TO AB-ESITO(IND-ABB)
                   MOVE 'CONSEGNATO' TO REG-ESITO
               END-IF
               ADD 1 TO WS-CONTA-CONSEGNATI
           END-IF.
           MOVE WS-CONSEGNA-RIGHE TO AB-RIGHE(IND-ABB).
           PERFORM SCRIVI-REGISTRO THRU FINE-SCRIVI-REGISTRO.
       FINE-PRODUCI-CONSEGNA.
            EXIT.
      *
       SCRIVI-CRITERIO.
           MOVE CR-RIGA(WS-IX-CRIT) TO REC-PARAMF.
           WRITE REC-PARAMF.
       FINE-SCRIVI-CRITERIO.
            EXIT.
      *
       SCRIVI-AMBITO.
      **************************************************************
      * DOPO I CRITERI, L'AMBITO DELLA CONSEGNA: ABBONAM FA GIRARE  *
      * ESTRAI CON LA SIGLA DI PASSO ABB E NON CON L'OPERATORE      *
      * COLLEGATO, FILIALE LIMITA L'ESTRATTO ALLA FILIALE DEL       *
      * DESTINATARIO (NESSUN LIMITE PER LA SEDE CENTRALE *), MOTIVO *
      * APRE LE RIGHE ALLA SIGLA ABB E LE REGISTRA UNA PER UNA IN   *
      * CERCA-AUDIT.TXT CON L'ABBONAMENTO COME MOTIVO.              *
      **************************************************************
           MOVE 'ABBONAM   '     TO PRM-CHIAVE.
           MOVE AB-NOME(IND-ABB) TO PRM-VALORE.
           MOVE RIGA-PARAMETRO   TO REC-PARAMF.
           WRITE REC-PARAMF.
           IF AB-FILIALE(IND-ABB) NOT = '*   '
               MOVE 'FILIALE   '        TO PRM-CHIAVE
               MOVE AB-FILIALE(IND-ABB) TO PRM-VALORE
               MOVE RIGA-PARAMETRO      TO REC-PARAMF
               WRITE REC-PARAMF
           END-IF.
           MOVE 'MOTIVO    '     TO PRM-CHIAVE.
           MOVE AB-NOME(IND-ABB) TO PRM-VALORE.
           MOVE RIGA-PARAMETRO   TO REC-PARAMF.
           WRITE REC-PARAMF.
       FINE-SCRIVI-AMBITO.
            EXIT.
      *
       COPIA-ESTRATTO.
           MOVE SPACES TO WS-NOME-CONSEGNA.
           IF AB-FORMATO(IND-ABB) = 'C'
               STRING 'ABB-' DELIMITED BY SIZE
                      AB-NOME(IND-ABB) DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WS-DATA-OGGI DELIMITED BY SIZE
                      '.CSV' DELIMITED BY SIZE
                      INTO WS-NOME-CONSEGNA
               OPEN OUTPUT CONSEGNACSV
           ELSE
               STRING 'ABB-' DELIMITED BY SIZE
                      AB-NOME(IND-ABB) DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WS-DATA-OGGI DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-NOME-CONSEGNA
               OPEN OUTPUT CONSEGNA
           END-IF.

           MOVE 'N' TO WS-LETTURA-EOF.
           OPEN INPUT ESTRATTO.
           IF WS-ESTRATTO-STATUS = '00'
               PERFORM COPIA-RIGA THRU FINE-COPIA-RIGA
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE ESTRATTO.

           IF AB-FORMATO(IND-ABB) = 'C'
               MOVE WS-CONSEGNA-RIGHE    TO TRV-RIGHE
               MOVE WS-CONSEGNA-SOMMA-ID TO TRV-SOMMA-ID
               MOVE SPACES TO REC-CONSEGNACSV
               MOVE RIGA-TRAILER-CSV TO REC-CONSEGNACSV
               WRITE REC-CONSEGNACSV
               CLOSE CONSEGNACSV
           ELSE
               MOVE WS-CONSEGNA-RIGHE    TO TRC-RIGHE
               MOVE WS-CONSEGNA-SOMMA-ID TO TRC-SOMMA-ID
               WRITE REC-CONSEGNA FROM RIGA-TRAILER-CONSEGNA
               CLOSE CONSEGNA
           END-IF.
       FINE-COPIA-ESTRATTO.
            EXIT.
      *
       COPIA-RIGA.
           READ ESTRATTO INTO WS-PRIMOF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     ADD 1 TO WS-CONSEGNA-RIGHE
                     IF ID-PERSONA IS NUMERIC
                         ADD ID-PERSONA TO WS-CONSEGNA-SOMMA-ID
                     END-IF
                     IF AB-FORMATO(IND-ABB) = 'C'
                         MOVE ID-PERSONA  TO CSV-COD
                         MOVE NOME        TO CSV-NOME
                         MOVE COGNOME     TO CSV-COGNOME
                         MOVE ANNI        TO CSV-ANNI
                         MOVE CITTA       TO CSV-CITTA
                         MOVE COD-FILIALE TO CSV-FILIALE
                         MOVE SPACES TO REC-CONSEGNACSV
                         MOVE RIGA-CSV TO REC-CONSEGNACSV
                         WRITE REC-CONSEGNACSV
                     ELSE
                         WRITE REC-CONSEGNA FROM WS-PRIMOF
                     END-IF
           END-READ.
       FINE-COPIA-RIGA.
            EXIT.
      *
       SCRIVI-REGISTRO.
           ACCEPT WS-ORA-ESECUZIONE FROM TIME.
           MOVE WS-DATA-OGGI           TO REG-DATA.
           MOVE WS-ORA-ESECUZIONE(1:6) TO REG-ORA.
           MOVE AB-NOME(IND-ABB)       TO REG-NOME.
           MOVE WS-CONSEGNA-RIGHE      TO REG-RIGHE.
           MOVE WS-CONSEGNA-SOMMA-ID   TO REG-SOMMA-ID.
           MOVE AB-FILE(IND-ABB)       TO REG-FILE.
           MOVE AB-DESTINATARIO(IND-ABB) TO REG-DESTINATARIO.

           OPEN EXTEND REGISTRO.
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT REGISTRO
           END-IF.
           WRITE REC-REGISTRO FROM RIGA-REGISTRO.
           CLOSE REGISTRO.
       FINE-SCRIVI-REGISTRO.
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

           IF WS-DEF-PRESENTE = 'N'
               MOVE 'NESSUN ABBONAMENTO IN ABBONAM-DEF.TXT'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           PERFORM STAMPA-ABBONAMENTO THRU FINE-STAMPA-ABBONAMENTO
                VARYING IND-ABB FROM 1 BY 1
                UNTIL IND-ABB > WS-NUM-ABB.

           IF WS-CONTA-VUOTI > ZERO OR WS-CONTA-FALLITI > ZERO
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE 'ABBONAMENTI A ZERO RIGHE O FALLITI'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               PERFORM STAMPA-DA-VERIFICARE
                  THRU FINE-STAMPA-DA-VERIFICARE
                    VARYING IND-ABB FROM 1 BY 1
                    UNTIL IND-ABB > WS-NUM-ABB
           END-IF.

           IF WS-NUM-ERRORI > ZERO
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE 'ERRORI NELLA DEFINIZIONE DEGLI ABBONAMENTI'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               PERFORM STAMPA-ERRORE THRU FINE-STAMPA-ERRORE
                    VARYING WS-IX-ERRORE FROM 1 BY 1
                    UNTIL WS-IX-ERRORE > WS-NUM-ERRORI
           END-IF.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'ABBONAMENTI DEFINITI' TO RC-ETICHETTA.
           MOVE WS-NUM-ABB             TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'DI CUI SCORRETTI' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCORRETTI TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'DOVUTI STANOTTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-DOVUTI   TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'CONSEGNATI' TO RC-ETICHETTA.
           MOVE WS-CONTA-CONSEGNATI TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'DI CUI A ZERO RIGHE' TO RC-ETICHETTA.
           MOVE WS-CONTA-VUOTI        TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'FALLITI' TO RC-ETICHETTA.
           MOVE WS-CONTA-FALLITI TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE CONSEGNATE' TO RC-ETICHETTA.
           MOVE WS-CONTA-RIGHE     TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-PARAM-BLOCCATI = 'S'
               MOVE 'ESTRAI-PARAM.TXT TROPPO LUNGO: ABBONAMENTI FERMI'
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
       STAMPA-ABBONAMENTO.
           MOVE AB-NOME(IND-ABB) TO RAB-NOME.
           MOVE SPACES TO RAB-FREQUENZA.
           IF AB-FREQUENZA(IND-ABB) = 'G'
               MOVE 'GIORNALIERO' TO RAB-FREQUENZA
           END-IF.
           IF AB-FREQUENZA(IND-ABB) = 'S'
               STRING 'SETTIM. ' DELIMITED BY SIZE
                      AB-GIORNO(IND-ABB) DELIMITED BY SIZE
                      INTO RAB-FREQUENZA
           END-IF.
           IF AB-FREQUENZA(IND-ABB) = 'M'
               MOVE 'FINE MESE' TO RAB-FREQUENZA
           END-IF.
           IF AB-FORMATO(IND-ABB) = 'C'
               MOVE 'CSV' TO RAB-FORMATO
           ELSE
               MOVE 'ANAGRAF' TO RAB-FORMATO
           END-IF.
           MOVE AB-ESITO(IND-ABB) TO RAB-ESITO.
           MOVE AB-RIGHE(IND-ABB) TO RAB-RIGHE.
           MOVE AB-FILE(IND-ABB)  TO RAB-FILE.
           MOVE RIGA-ABBONAMENTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF AB-FILE(IND-ABB) NOT = SPACES
               MOVE AB-DESTINATARIO(IND-ABB) TO RDE-DESTINATARIO
               MOVE AB-FILIALE(IND-ABB)      TO RDE-FILIALE
               MOVE RIGA-DESTINATARIO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-ABBONAMENTO.
            EXIT.
      *
       STAMPA-DA-VERIFICARE.
           IF AB-ESITO(IND-ABB) = 'ZERO RIGHE'
                   OR AB-ESITO(IND-ABB) = 'FALLITO'
                   OR AB-ESITO(IND-ABB) = 'NON ESEGUITO'
               MOVE AB-NOME(IND-ABB)  TO RAB-NOME
               MOVE AB-ESITO(IND-ABB) TO RAB-ESITO
               MOVE AB-DESTINATARIO(IND-ABB) TO RDE-DESTINATARIO
               MOVE SPACES TO WS-RIGA-REPORT
               STRING RAB-NOME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RAB-ESITO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RDE-DESTINATARIO DELIMITED BY SIZE
                      INTO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-DA-VERIFICARE.
            EXIT.
      *
       STAMPA-ERRORE.
           MOVE ER-RIGA(WS-IX-ERRORE) TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-ERRORE.
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
           MOVE 'ABBONAM ' TO GIO-PROGRAMMA.
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
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'ABBONAM'    TO ECC-PROGRAMMA.
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
