       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREZ.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * CODA DELLE CORREZIONI DEI DATI: I CONTROLLI NOTTURNI
      * (PAGELLA, INTEGRA, QUARANT, DOPPIONI) SEGNALANO OGNI
      * PROBLEMA SU UNA PERSONA IN RILIEVI.TXT (MODULO RILIEVO);
      * QUI OGNI RILIEVO DIVENTA UNA CORREZIONE ASSEGNATA ALLA
      * FILIALE DELLA PERSONA (COD-FILIALE), CON IL TIPO DI RILIEVO
      * E LA DATA IN CUI E' STATO VISTO LA PRIMA VOLTA. LA
      * CORREZIONE SI CHIUDE DA SOLA LA PRIMA NOTTE IN CUI IL
      * CONTROLLO CHE L'HA APERTA GIRA PER INTERO E NON LA SEGNALA
      * PIU'; SE IL CONTROLLO NON GIRA, LA CORREZIONE RESTA COM'E'.
      * LA CODA E' IN CORREZ-CODA.TXT, RISCRITTA A OGNI GIRO; LE
      * CORREZIONI CHIUSE SI TENGONO 30 GIORNI PER LE STATISTICHE.
      * RILIEVI.TXT SI SVUOTA DOPO L'AGGIORNAMENTO DELLA CODA: IL
      * PASSO VA IN CATENA DOPO I QUATTRO CONTROLLI.
      * IL REPORT HA UNA SEZIONE PER FILIALE CON LE CORREZIONI
      * APERTE E L'ANZIANITA' (0-7, 8-30, OLTRE 30 GIORNI) E LA
      * CLASSIFICA DELLE FILIALI PER LA SEDE.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RILIEVI DELLA NOTTE (SCRITTI DAL MODULO RILIEVO)

           SELECT OPTIONAL RILIEVIF ASSIGN TO 'RILIEVI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RLV-STATUS.
      * CODA DELLE CORREZIONI (RISCRITTA A OGNI ESECUZIONE)

           SELECT OPTIONAL CODAF ASSIGN TO 'CORREZ-CODA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CODA-STATUS.
      * MASTER DELLE FILIALI, PER IL NOME NELLE SEZIONI

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

           SELECT REPORTF  ASSIGN TO 'CORREZ-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RILIEVIF
            DATA RECORD IS REC-RILIEVIF.
       01 REC-RILIEVIF  PIC X(87).

       FD   CODAF
            DATA RECORD IS REC-CODAF.
       01 REC-CODAF.
          05 CD-NUMERO        PIC 9(6).
          05 FILLER           PIC X.
          05 CD-FILIALE       PIC 9(4).
          05 FILLER           PIC X.
          05 CD-ID            PIC 9(5).
          05 FILLER           PIC X.
          05 CD-PROGRAMMA     PIC X(8).
          05 FILLER           PIC X.
          05 CD-TIPO          PIC X(10).
          05 FILLER           PIC X.
          05 CD-DETTAGLIO     PIC X(30).
          05 FILLER           PIC X.
          05 CD-DATA-APERTURA PIC 9(8).
          05 FILLER           PIC X.
          05 CD-DATA-VISTO    PIC 9(8).
          05 FILLER           PIC X.
          05 CD-STATO         PIC X.
          05 FILLER           PIC X.
          05 CD-DATA-CHIUSURA PIC 9(8).

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
       COPY RILIEVI.
       COPY FILIALMA.

       01 WS-RLV-STATUS        PIC XX.
       01 WS-CODA-STATUS       PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-LETTURA-EOF       PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-RILIEVI-PRESENTI  PIC X VALUE 'N'.

      ************************************************************
      *      CODA DELLE CORREZIONI: LE APERTE E LE CHIUSE DEGLI     *
      *      ULTIMI 30 GIORNI, NELL'ORDINE DI APERTURA              *
      ************************************************************
      *      CQ-STATO: A = APERTA, C = CHIUSA.
      *      CQ-VISTO: S = SEGNALATA DA UN RILIEVO DI STANOTTE.
      *      CQ-NUOVA: S = APERTA STANOTTE.
       01 WS-MAX-CODA          PIC 9(4) VALUE 5000.
       01 TAB-CODA.
            05 CORREZIONE OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-CODA
               INDEXED BY IND-CODA.
               10 CQ-NUMERO        PIC 9(6).
               10 CQ-FILIALE       PIC 9(4).
               10 CQ-ID            PIC 9(5).
               10 CQ-PROGRAMMA     PIC X(8).
               10 CQ-TIPO          PIC X(10).
               10 CQ-DETTAGLIO     PIC X(30).
               10 CQ-DATA-APERTURA PIC 9(8).
               10 CQ-DATA-VISTO    PIC 9(8).
               10 CQ-STATO         PIC X.
               10 CQ-DATA-CHIUSURA PIC 9(8).
               10 CQ-VISTO         PIC X.
               10 CQ-NUOVA         PIC X.
               10 CQ-GIORNI        PIC 9(5).
       01 WS-NUM-CODA          PIC 9(4) VALUE 0.
       01 WS-ULTIMO-NUMERO     PIC 9(6) VALUE 0.
       01 WS-CODA-PIENA        PIC X VALUE 'N'.
       01 WS-CORREZIONE-TROVATA PIC X VALUE 'N'.

      ************************************************************
      *      CONTROLLI DELLA NOTTE: PER PROGRAMMA E TIPO, I RILIEVI *
      *      RICEVUTI E QUELLI DICHIARATI DALLA RIGA DI CONTROLLO.  *
      *      TIPO A SPAZI = CONTROLLO DI TUTTO IL PROGRAMMA.        *
      ************************************************************
       01 WS-MAX-CONTROLLI     PIC 99 VALUE 50.
       01 TAB-CONTROLLI.
            05 CONTROLLO-TAB OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NUM-CONTROLLI
               INDEXED BY IND-CTL.
               10 CT-PROGRAMMA     PIC X(8).
               10 CT-TIPO          PIC X(10).
               10 CT-CHIUSO        PIC X.
               10 CT-DICHIARATI    PIC 9(7).
               10 CT-RICEVUTI      PIC 9(7).
       01 WS-NUM-CONTROLLI     PIC 99 VALUE 0.
       01 WS-CONTROLLO-TROVATO PIC X VALUE 'N'.
       01 WS-CERCA-PROGRAMMA   PIC X(8) VALUE SPACES.
       01 WS-CERCA-TIPO        PIC X(10) VALUE SPACES.
       01 WS-CONTROLLI-PIENI   PIC X VALUE 'N'.
       01 WS-RICEVUTI-PROGRAMMA PIC 9(7) VALUE 0.
       01 IND-CTL-2            PIC 99 VALUE 0.

      ************************************************************
      *      STATISTICHE PER FILIALE, IN ORDINE DI CODICE, E        *
      *      CLASSIFICA (POSIZIONI NELLA TABELLA DELLE FILIALI)     *
      ************************************************************
       01 WS-MAX-FILIALI       PIC 9(4) VALUE 1000.
       01 TAB-FILIALI.
            05 FILIALE-TAB OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-NUM-FILIALI
               INDEXED BY IND-FIL.
               10 TF-FILIALE       PIC 9(4).
               10 TF-APERTE        PIC 9(5).
               10 TF-FASCIA OCCURS 3 TIMES PIC 9(5).
               10 TF-NUOVE         PIC 9(5).
               10 TF-CHIUSE-NOTTE  PIC 9(5).
               10 TF-CHIUSE-30     PIC 9(5).
       01 WS-NUM-FILIALI       PIC 9(4) VALUE 0.
       01 WS-FILIALI-TRONCATE  PIC X VALUE 'N'.
       01 WS-POSIZIONE         PIC 9(4) VALUE 0.
       01 WS-POSIZIONE-TROVATA PIC X VALUE 'N'.
       01 WS-IX-SPOSTA         PIC 9(4) VALUE 0.
       01 WS-EV-FILIALE        PIC 9(4) VALUE 0.
       01 WS-FASCIA            PIC 9 VALUE 0.

       01 TAB-CLASSIFICA.
            05 CL-POSIZIONE OCCURS 1000 TIMES PIC 9(4).
       01 WS-NUM-CLASSIFICA    PIC 9(4) VALUE 0.
       01 WS-IX-CLASSIFICA     PIC 9(4) VALUE 0.
       01 WS-IX-CONFRONTO      PIC 9(4) VALUE 0.
       01 WS-PRECEDE           PIC X VALUE 'N'.

      ************************************************************
      *      DATE: LA DATA SI TRASFORMA IN UN GIORNO PROGRESSIVO    *
      *      (COME IN ARCHIVIA) PER CONTARE I GIORNI DI ANZIANITA'  *
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
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-SERIALE-OGGI      PIC 9(8) VALUE 0.
       01 WS-GIORNI-CHIUSA     PIC 9(8) VALUE 0.

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-RILIEVI     PIC 9(7) VALUE 0.
       01 WS-CONTA-SENZA-ID    PIC 9(7) VALUE 0.
       01 WS-CONTA-APERTE      PIC 9(6) VALUE 0.
       01 WS-CONTA-NUOVE       PIC 9(6) VALUE 0.
       01 WS-CONTA-CHIUSE      PIC 9(6) VALUE 0.
       01 WS-CONTA-SCADUTE     PIC 9(6) VALUE 0.
       01 WS-CONTA-SQUADRATI   PIC 99 VALUE 0.
       01 WS-CONTA-SOSPESI     PIC 99 VALUE 0.

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
               'CODA DELLE CORREZIONI'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(7)  VALUE 'NUMERO '.
            05 FILLER            PIC X(6)  VALUE '   ID '.
            05 FILLER            PIC X(9)  VALUE 'PROGRAM. '.
            05 FILLER            PIC X(11) VALUE 'TIPO'.
            05 FILLER            PIC X(31) VALUE 'DETTAGLIO'.
            05 FILLER            PIC X(11) VALUE 'APERTA IL'.
            05 FILLER            PIC X(5)  VALUE 'GIORN'.

       01 RIGA-FILIALE.
            05 FILLER            PIC X(8)  VALUE 'FILIALE '.
            05 RF-FILIALE        PIC 9(4).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RF-NOTA           PIC X(40).

       01 RIGA-CORREZIONE.
            05 RCZ-NUMERO        PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCZ-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCZ-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCZ-TIPO          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCZ-DETTAGLIO     PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCZ-GG            PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RCZ-MM            PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RCZ-AAAA          PIC 9999.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCZ-GIORNI        PIC ZZZZ9.

       01 RIGA-ANZIANITA.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(7)  VALUE 'APERTE '.
            05 RA-APERTE         PIC ZZZZ9.
            05 FILLER            PIC X(10) VALUE '   0-7 GG '.
            05 RA-FASCIA-1       PIC ZZZZ9.
            05 FILLER            PIC X(10) VALUE '  8-30 GG '.
            05 RA-FASCIA-2       PIC ZZZZ9.
            05 FILLER            PIC X(10) VALUE '  OLTRE 30'.
            05 RA-FASCIA-3       PIC ZZZZ9.
            05 FILLER            PIC X(9)  VALUE '  CHIUSE '.
            05 RA-CHIUSE         PIC ZZZZ9.

       01 RIGA-INTESTA-CLASSIFICA.
            05 FILLER            PIC X(4)  VALUE 'POS '.
            05 FILLER            PIC X(5)  VALUE 'FIL. '.
            05 FILLER            PIC X(17) VALUE 'DESCRIZIONE'.
            05 FILLER            PIC X(6)  VALUE 'APERTE'.
            05 FILLER            PIC X(6)  VALUE '   0-7'.
            05 FILLER            PIC X(6)  VALUE '  8-30'.
            05 FILLER            PIC X(6)  VALUE '   >30'.
            05 FILLER            PIC X(6)  VALUE ' NUOVE'.
            05 FILLER            PIC X(7)  VALUE ' CHIUSE'.
            05 FILLER            PIC X(8)  VALUE ' CH.30GG'.

       01 RIGA-CLASSIFICA.
            05 RCL-POSIZIONE     PIC ZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-DESC          PIC X(16).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-APERTE        PIC ZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-FASCIA-1      PIC ZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-FASCIA-2      PIC ZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-FASCIA-3      PIC ZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RCL-NUOVE         PIC ZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RCL-CHIUSE        PIC ZZZZ9.
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RCL-CHIUSE-30     PIC ZZZZ9.

       01 RIGA-INTESTA-CONTROLLI.
            05 FILLER            PIC X(9)  VALUE 'PROGRAM. '.
            05 FILLER            PIC X(11) VALUE 'TIPO'.
            05 FILLER            PIC X(10) VALUE 'DICHIARATI'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(9)  VALUE ' RICEVUTI'.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(12) VALUE 'ESITO'.

       01 RIGA-CONTROLLO.
            05 RCT-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCT-TIPO          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCT-DICHIARATI    PIC ZZZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RCT-RICEVUTI      PIC ZZZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RCT-ESITO         PIC X(12).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = CODA AGGIORNATA                                        *
      * 4 = NESSUN RILIEVO DALLA NOTTE, CONTROLLI CHE NON QUADRANO *
      *     O NON CHIUSI, CODA O TABELLE PIENE                     *
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
            PERFORM CARICA-FILIALI THRU FINE-CARICA-FILIALI.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            MOVE WS-DATA-OGGI TO WS-CD-DATA-N.
            PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
            MOVE WS-CD-SERIALE TO WS-SERIALE-OGGI.

            PERFORM CARICA-CODA THRU FINE-CARICA-CODA.
            PERFORM LEGGI-RILIEVI THRU FINE-LEGGI-RILIEVI.
            PERFORM CHIUDI-CORREZIONI THRU FINE-CHIUDI-CORREZIONI
                 VARYING IND-CODA FROM 1 BY 1
                 UNTIL IND-CODA > WS-NUM-CODA.
            PERFORM SALVA-CODA THRU FINE-SALVA-CODA.
            IF WS-RILIEVI-PRESENTI = 'S'
                PERFORM SVUOTA-RILIEVI THRU FINE-SVUOTA-RILIEVI
            END-IF.

            PERFORM ACCUMULA-CORREZIONE THRU FINE-ACCUMULA-CORREZIONE
                 VARYING IND-CODA FROM 1 BY 1
                 UNTIL IND-CODA > WS-NUM-CODA.
            PERFORM ORDINA-CLASSIFICA THRU FINE-ORDINA-CLASSIFICA.
            PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

            IF WS-CODA-PIENA = 'S'
                MOVE 'LEGGI-RILIEVO'   TO ECC-PARAGRAFO
                MOVE WS-MAX-CODA       TO ECC-CHIAVE
                MOVE 'CODA CORREZIONI PIENA: RILIEVI PERSI'
                     TO ECC-DESCRIZIONE
                MOVE 'G' TO ECC-SEVERITA
                PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
            END-IF.
            IF (WS-RILIEVI-PRESENTI = 'N' OR WS-CODA-PIENA = 'S'
                    OR WS-CONTA-SQUADRATI > ZERO
                    OR WS-CONTA-SOSPESI > ZERO
                    OR WS-CONTROLLI-PIENI = 'S'
                    OR WS-FILIALI-TRONCATE = 'S')
                    AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-RILIEVI TO GIO-LETTI.
            MOVE WS-CONTA-APERTE  TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE   TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'CORREZIONI APERTE: ' WS-CONTA-APERTE
                    ' NUOVE: ' WS-CONTA-NUOVE
                    ' CHIUSE: ' WS-CONTA-CHIUSE.
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
       CARICA-FILIALI.
      **************************************************************
      * IL MASTER DELLE FILIALI SERVE SOLO PER IL NOME NELLE        *
      * SEZIONI E IN CLASSIFICA: SENZA FILIALI.IDX C'E' IL CODICE.  *
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
       TROVA-NOME-FILIALE.
      **************************************************************
      * NOME DELLA FILIALE TF-FILIALE(IND-FIL) IN RF-NOTA. LA       *
      * FILIALE ZERO RACCOGLIE LE PERSONE NON ASSEGNATE.            *
      **************************************************************
           MOVE SPACES TO RF-NOTA.
           IF TF-FILIALE(IND-FIL) = ZERO
               MOVE 'PERSONE SENZA FILIALE' TO RF-NOTA
           ELSE
               MOVE 'N' TO WS-FILIALE-CENSITA
               SET IND-FILIALE-MST TO 1
               PERFORM CERCA-NOME-FILIALE THRU FINE-CERCA-NOME-FILIALE
                    UNTIL IND-FILIALE-MST > WS-NUM-FILIALI-MST
                       OR WS-FILIALE-CENSITA = 'S'
               IF WS-FILIALE-CENSITA = 'N' AND WS-FILIALIMF-MODE = 'S'
                   MOVE 'NON CENSITA IN FILIALI.IDX' TO RF-NOTA
               END-IF
           END-IF.
       FINE-TROVA-NOME-FILIALE.
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
       CARICA-CODA.
      **************************************************************
      * CARICA LA CODA ESISTENTE. LE CORREZIONI CHIUSE DA PIU' DI   *
      * 30 GIORNI ESCONO DALLA CODA; IL NUMERO PIU' ALTO TROVATO    *
      * E' LA BASE PER NUMERARE LE NUOVE.                           *
      **************************************************************
           MOVE ZERO TO WS-NUM-CODA WS-ULTIMO-NUMERO.
           OPEN INPUT CODAF.
           IF WS-CODA-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-CORREZIONE THRU FINE-LEGGI-CORREZIONE
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE CODAF.
       FINE-CARICA-CODA.
            EXIT.
      *
       LEGGI-CORREZIONE.
           READ CODAF AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     IF CD-NUMERO IS NUMERIC
                         PERFORM VALUTA-CORREZIONE
                            THRU FINE-VALUTA-CORREZIONE
                     END-IF
           END-READ.
       FINE-LEGGI-CORREZIONE.
            EXIT.
      *
       VALUTA-CORREZIONE.
           IF CD-NUMERO > WS-ULTIMO-NUMERO
               MOVE CD-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.
           MOVE ZERO TO WS-GIORNI-CHIUSA.
           IF CD-STATO = 'C'
               MOVE CD-DATA-CHIUSURA TO WS-CD-DATA-N
               PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
               IF WS-SERIALE-OGGI > WS-CD-SERIALE
                   COMPUTE WS-GIORNI-CHIUSA =
                           WS-SERIALE-OGGI - WS-CD-SERIALE
               END-IF
           END-IF.
           IF WS-GIORNI-CHIUSA > 30
               ADD 1 TO WS-CONTA-SCADUTE
           ELSE
               IF WS-NUM-CODA < WS-MAX-CODA
                   ADD 1 TO WS-NUM-CODA
                   SET IND-CODA TO WS-NUM-CODA
                   MOVE CD-NUMERO        TO CQ-NUMERO(IND-CODA)
                   MOVE CD-FILIALE       TO CQ-FILIALE(IND-CODA)
                   MOVE CD-ID            TO CQ-ID(IND-CODA)
                   MOVE CD-PROGRAMMA     TO CQ-PROGRAMMA(IND-CODA)
                   MOVE CD-TIPO          TO CQ-TIPO(IND-CODA)
                   MOVE CD-DETTAGLIO     TO CQ-DETTAGLIO(IND-CODA)
                   MOVE CD-DATA-APERTURA TO CQ-DATA-APERTURA(IND-CODA)
                   MOVE CD-DATA-VISTO    TO CQ-DATA-VISTO(IND-CODA)
                   MOVE CD-STATO         TO CQ-STATO(IND-CODA)
                   MOVE CD-DATA-CHIUSURA TO CQ-DATA-CHIUSURA(IND-CODA)
                   MOVE 'N'              TO CQ-VISTO(IND-CODA)
                                            CQ-NUOVA(IND-CODA)
                   MOVE ZERO             TO CQ-GIORNI(IND-CODA)
               ELSE
                   MOVE 'S' TO WS-CODA-PIENA
               END-IF
           END-IF.
       FINE-VALUTA-CORREZIONE.
            EXIT.
      *
       LEGGI-RILIEVI.
           OPEN INPUT RILIEVIF.
           IF WS-RLV-STATUS = '00'
               MOVE 'N' TO WS-LETTURA-EOF
               PERFORM LEGGI-RILIEVO THRU FINE-LEGGI-RILIEVO
                    UNTIL WS-LETTURA-EOF = 'S'
           END-IF.
           CLOSE RILIEVIF.
       FINE-LEGGI-RILIEVI.
            EXIT.
      *
       LEGGI-RILIEVO.
           READ RILIEVIF INTO RIGA-RILIEVO AT END
                MOVE 'S' TO WS-LETTURA-EOF
                NOT AT END
                     MOVE 'S' TO WS-RILIEVI-PRESENTI
                     MOVE RLV-PROGRAMMA TO WS-CERCA-PROGRAMMA
                     MOVE RLV-TIPO      TO WS-CERCA-TIPO
                     PERFORM TROVA-CONTROLLO THRU FINE-TROVA-CONTROLLO
                     IF RLV-RIGA = 'T'
                         IF WS-CONTROLLO-TROVATO = 'S'
                                 AND RLV-QUANTITA IS NUMERIC
                             MOVE 'S' TO CT-CHIUSO(IND-CTL)
                             ADD RLV-QUANTITA TO CT-DICHIARATI(IND-CTL)
                         END-IF
                     ELSE
                         ADD 1 TO WS-CONTA-RILIEVI
                         IF WS-CONTROLLO-TROVATO = 'S'
                             ADD 1 TO CT-RICEVUTI(IND-CTL)
                         END-IF
                         IF RLV-ID IS NUMERIC AND RLV-ID > ZERO
                             PERFORM REGISTRA-RILIEVO
                                THRU FINE-REGISTRA-RILIEVO
                         ELSE
                             ADD 1 TO WS-CONTA-SENZA-ID
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-RILIEVO.
            EXIT.
      *
       TROVA-CONTROLLO.
      **************************************************************
      * POSIZIONA IND-CTL SUL CONTROLLO WS-CERCA-PROGRAMMA E        *
      * WS-CERCA-TIPO, AGGIUNGENDOLO SE E' NUOVO. A TABELLA PIENA   *
      * IL CONTROLLO NON SI REGISTRA E LE SUE CORREZIONI NON SI     *
      * CHIUDONO.                                                   *
      **************************************************************
           MOVE 'N' TO WS-CONTROLLO-TROVATO.
           SET IND-CTL TO 1.
           PERFORM CERCA-CONTROLLO THRU FINE-CERCA-CONTROLLO
                UNTIL IND-CTL > WS-NUM-CONTROLLI
                   OR WS-CONTROLLO-TROVATO = 'S'.
           IF WS-CONTROLLO-TROVATO = 'N'
               IF WS-NUM-CONTROLLI < WS-MAX-CONTROLLI
                   ADD 1 TO WS-NUM-CONTROLLI
                   SET IND-CTL TO WS-NUM-CONTROLLI
                   MOVE WS-CERCA-PROGRAMMA TO CT-PROGRAMMA(IND-CTL)
                   MOVE WS-CERCA-TIPO      TO CT-TIPO(IND-CTL)
                   MOVE 'N'  TO CT-CHIUSO(IND-CTL)
                   MOVE ZERO TO CT-DICHIARATI(IND-CTL)
                                CT-RICEVUTI(IND-CTL)
                   MOVE 'S' TO WS-CONTROLLO-TROVATO
               ELSE
                   MOVE 'S' TO WS-CONTROLLI-PIENI
               END-IF
           END-IF.
       FINE-TROVA-CONTROLLO.
            EXIT.
      *
       CERCA-CONTROLLO.
           IF CT-PROGRAMMA(IND-CTL) = WS-CERCA-PROGRAMMA
                   AND CT-TIPO(IND-CTL) = WS-CERCA-TIPO
               MOVE 'S' TO WS-CONTROLLO-TROVATO
           ELSE
               SET IND-CTL UP BY 1
           END-IF.
       FINE-CERCA-CONTROLLO.
            EXIT.
      *
       REGISTRA-RILIEVO.
      **************************************************************
      * IL RILIEVO AGGIORNA LA CORREZIONE APERTA DELLO STESSO       *
      * PROGRAMMA, PERSONA E TIPO (FILIALE E DETTAGLIO SONO QUELLI  *
      * DI STANOTTE: SE LA PERSONA HA CAMBIATO FILIALE, LA          *
      * CORREZIONE LA SEGUE) O NE APRE UNA NUOVA. UNA CORREZIONE    *
      * CHIUSA NON SI RIAPRE: SE IL PROBLEMA TORNA, E' UNA NUOVA.   *
      **************************************************************
           MOVE 'N' TO WS-CORREZIONE-TROVATA.
           SET IND-CODA TO 1.
           PERFORM CERCA-CORREZIONE THRU FINE-CERCA-CORREZIONE
                UNTIL IND-CODA > WS-NUM-CODA
                   OR WS-CORREZIONE-TROVATA = 'S'.
           IF WS-CORREZIONE-TROVATA = 'N'
               IF WS-NUM-CODA < WS-MAX-CODA
                   ADD 1 TO WS-NUM-CODA
                   ADD 1 TO WS-ULTIMO-NUMERO
                   ADD 1 TO WS-CONTA-NUOVE
                   SET IND-CODA TO WS-NUM-CODA
                   MOVE WS-ULTIMO-NUMERO TO CQ-NUMERO(IND-CODA)
                   MOVE RLV-ID           TO CQ-ID(IND-CODA)
                   MOVE RLV-PROGRAMMA    TO CQ-PROGRAMMA(IND-CODA)
                   MOVE RLV-TIPO         TO CQ-TIPO(IND-CODA)
                   MOVE RLV-DATA         TO CQ-DATA-APERTURA(IND-CODA)
                   MOVE 'A'              TO CQ-STATO(IND-CODA)
                   MOVE ZERO             TO CQ-DATA-CHIUSURA(IND-CODA)
                                            CQ-GIORNI(IND-CODA)
                   MOVE 'S'              TO CQ-NUOVA(IND-CODA)
                   MOVE 'S' TO WS-CORREZIONE-TROVATA
               ELSE
                   MOVE 'S' TO WS-CODA-PIENA
               END-IF
           END-IF.
           IF WS-CORREZIONE-TROVATA = 'S'
               MOVE RLV-FILIALE   TO CQ-FILIALE(IND-CODA)
               MOVE RLV-DETTAGLIO TO CQ-DETTAGLIO(IND-CODA)
               MOVE RLV-DATA      TO CQ-DATA-VISTO(IND-CODA)
               MOVE 'S'           TO CQ-VISTO(IND-CODA)
           END-IF.
       FINE-REGISTRA-RILIEVO.
            EXIT.
      *
       CERCA-CORREZIONE.
           IF CQ-STATO(IND-CODA) = 'A'
                   AND CQ-ID(IND-CODA) = RLV-ID
                   AND CQ-PROGRAMMA(IND-CODA) = RLV-PROGRAMMA
                   AND CQ-TIPO(IND-CODA) = RLV-TIPO
               MOVE 'S' TO WS-CORREZIONE-TROVATA
           ELSE
               SET IND-CODA UP BY 1
           END-IF.
       FINE-CERCA-CORREZIONE.
            EXIT.
      *
       CHIUDI-CORREZIONI.
      **************************************************************
      * UNA CORREZIONE APERTA NON SEGNALATA STANOTTE SI CHIUDE SOLO *
      * SE IL SUO CONTROLLO HA GIRATO PER INTERO: RIGA DI CONTROLLO *
      * DEL SUO TIPO O DI TUTTO IL SUO PROGRAMMA.                   *
      **************************************************************
           IF CQ-STATO(IND-CODA) = 'A' AND CQ-VISTO(IND-CODA) = 'N'
               MOVE CQ-PROGRAMMA(IND-CODA) TO WS-CERCA-PROGRAMMA
               MOVE CQ-TIPO(IND-CODA)      TO WS-CERCA-TIPO
               PERFORM CONTROLLO-CHIUSO THRU FINE-CONTROLLO-CHIUSO
               IF WS-CONTROLLO-TROVATO = 'N'
                   MOVE SPACES TO WS-CERCA-TIPO
                   PERFORM CONTROLLO-CHIUSO THRU FINE-CONTROLLO-CHIUSO
               END-IF
               IF WS-CONTROLLO-TROVATO = 'S'
                   MOVE 'C'          TO CQ-STATO(IND-CODA)
                   MOVE WS-DATA-OGGI TO CQ-DATA-CHIUSURA(IND-CODA)
                   ADD 1 TO WS-CONTA-CHIUSE
               END-IF
           END-IF.
       FINE-CHIUDI-CORREZIONI.
            EXIT.
      *
       CONTROLLO-CHIUSO.
           MOVE 'N' TO WS-CONTROLLO-TROVATO.
           SET IND-CTL TO 1.
           PERFORM CERCA-CONTROLLO THRU FINE-CERCA-CONTROLLO
                UNTIL IND-CTL > WS-NUM-CONTROLLI
                   OR WS-CONTROLLO-TROVATO = 'S'.
           IF WS-CONTROLLO-TROVATO = 'S'
               IF CT-CHIUSO(IND-CTL) NOT = 'S'
                   MOVE 'N' TO WS-CONTROLLO-TROVATO
               END-IF
           END-IF.
       FINE-CONTROLLO-CHIUSO.
            EXIT.
      *
       SALVA-CODA.
           OPEN OUTPUT CODAF.
           PERFORM SCRIVI-CORREZIONE THRU FINE-SCRIVI-CORREZIONE
                VARYING IND-CODA FROM 1 BY 1
                UNTIL IND-CODA > WS-NUM-CODA.
           CLOSE CODAF.
       FINE-SALVA-CODA.
            EXIT.
      *
       SCRIVI-CORREZIONE.
           MOVE SPACES                     TO REC-CODAF.
           MOVE CQ-NUMERO(IND-CODA)        TO CD-NUMERO.
           MOVE CQ-FILIALE(IND-CODA)       TO CD-FILIALE.
           MOVE CQ-ID(IND-CODA)            TO CD-ID.
           MOVE CQ-PROGRAMMA(IND-CODA)     TO CD-PROGRAMMA.
           MOVE CQ-TIPO(IND-CODA)          TO CD-TIPO.
           MOVE CQ-DETTAGLIO(IND-CODA)     TO CD-DETTAGLIO.
           MOVE CQ-DATA-APERTURA(IND-CODA) TO CD-DATA-APERTURA.
           MOVE CQ-DATA-VISTO(IND-CODA)    TO CD-DATA-VISTO.
           MOVE CQ-STATO(IND-CODA)         TO CD-STATO.
           MOVE CQ-DATA-CHIUSURA(IND-CODA) TO CD-DATA-CHIUSURA.
           WRITE REC-CODAF.
       FINE-SCRIVI-CORREZIONE.
            EXIT.
      *
       SVUOTA-RILIEVI.
      **************************************************************
      * I RILIEVI SONO ENTRATI IN CODA: LA NOTTE DOPO SI RIPARTE DA *
      * UN REGISTRO VUOTO.                                          *
      **************************************************************
           OPEN OUTPUT RILIEVIF.
           CLOSE RILIEVIF.
       FINE-SVUOTA-RILIEVI.
            EXIT.
      *
       ACCUMULA-CORREZIONE.
      **************************************************************
      * SOMMA LA CORREZIONE SULLA SUA FILIALE, INSERENDOLA AL SUO   *
      * POSTO SE E' NUOVA: LE APERTE PER FASCIA DI ANZIANITA', LE   *
      * NUOVE E LE CHIUSE DI STANOTTE, LE CHIUSE DEGLI ULTIMI 30    *
      * GIORNI.                                                     *
      **************************************************************
           IF CQ-STATO(IND-CODA) = 'A'
               MOVE CQ-DATA-APERTURA(IND-CODA) TO WS-CD-DATA-N
               PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
               IF WS-SERIALE-OGGI > WS-CD-SERIALE
                   COMPUTE CQ-GIORNI(IND-CODA) =
                           WS-SERIALE-OGGI - WS-CD-SERIALE
               ELSE
                   MOVE ZERO TO CQ-GIORNI(IND-CODA)
               END-IF
               IF CQ-GIORNI(IND-CODA) > 30
                   MOVE 3 TO WS-FASCIA
               ELSE
                   IF CQ-GIORNI(IND-CODA) > 7
                       MOVE 2 TO WS-FASCIA
                   ELSE
                       MOVE 1 TO WS-FASCIA
                   END-IF
               END-IF
           END-IF.

           MOVE CQ-FILIALE(IND-CODA) TO WS-EV-FILIALE.
           MOVE 'N' TO WS-POSIZIONE-TROVATA.
           MOVE 1   TO WS-POSIZIONE.
           PERFORM CERCA-POSIZIONE THRU FINE-CERCA-POSIZIONE
                UNTIL WS-POSIZIONE > WS-NUM-FILIALI
                   OR WS-POSIZIONE-TROVATA = 'S'.
           IF WS-POSIZIONE-TROVATA = 'N'
                   OR TF-FILIALE(WS-POSIZIONE) NOT = WS-EV-FILIALE
               IF WS-NUM-FILIALI < WS-MAX-FILIALI
                   ADD 1 TO WS-NUM-FILIALI
                   PERFORM SPOSTA-FILIALE THRU FINE-SPOSTA-FILIALE
                        VARYING WS-IX-SPOSTA FROM WS-NUM-FILIALI BY -1
                        UNTIL WS-IX-SPOSTA <= WS-POSIZIONE
                   INITIALIZE FILIALE-TAB(WS-POSIZIONE)
                   MOVE WS-EV-FILIALE TO TF-FILIALE(WS-POSIZIONE)
               ELSE
                   MOVE 'S' TO WS-FILIALI-TRONCATE
                   MOVE ZERO TO WS-POSIZIONE
               END-IF
           END-IF.

           IF CQ-STATO(IND-CODA) = 'A'
               ADD 1 TO WS-CONTA-APERTE
           END-IF.
           IF WS-POSIZIONE > ZERO
               IF CQ-STATO(IND-CODA) = 'A'
                   ADD 1 TO TF-APERTE(WS-POSIZIONE)
                   ADD 1 TO TF-FASCIA(WS-POSIZIONE WS-FASCIA)
                   IF CQ-NUOVA(IND-CODA) = 'S'
                       ADD 1 TO TF-NUOVE(WS-POSIZIONE)
                   END-IF
               ELSE
                   ADD 1 TO TF-CHIUSE-30(WS-POSIZIONE)
                   IF CQ-DATA-CHIUSURA(IND-CODA) = WS-DATA-OGGI
                       ADD 1 TO TF-CHIUSE-NOTTE(WS-POSIZIONE)
                   END-IF
               END-IF
           END-IF.
       FINE-ACCUMULA-CORREZIONE.
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
       ORDINA-CLASSIFICA.
      **************************************************************
      * CLASSIFICA PER LA SEDE: PRIMA LE FILIALI CON PIU'           *
      * CORREZIONI APERTE, A PARITA' QUELLE CON PIU' CORREZIONI     *
      * OLTRE I 30 GIORNI, POI IN ORDINE DI CODICE (INSERIMENTO     *
      * STABILE SULLA TABELLA GIA' IN ORDINE DI CODICE).            *
      **************************************************************
           MOVE ZERO TO WS-NUM-CLASSIFICA.
           PERFORM INSERISCI-CLASSIFICA THRU FINE-INSERISCI-CLASSIFICA
                VARYING IND-FIL FROM 1 BY 1
                UNTIL IND-FIL > WS-NUM-FILIALI.
       FINE-ORDINA-CLASSIFICA.
            EXIT.
      *
       INSERISCI-CLASSIFICA.
           MOVE 'N' TO WS-PRECEDE.
           MOVE 1   TO WS-POSIZIONE.
           PERFORM CONFRONTA-CLASSIFICA THRU FINE-CONFRONTA-CLASSIFICA
                UNTIL WS-POSIZIONE > WS-NUM-CLASSIFICA
                   OR WS-PRECEDE = 'S'.
           ADD 1 TO WS-NUM-CLASSIFICA.
           PERFORM SPOSTA-CLASSIFICA THRU FINE-SPOSTA-CLASSIFICA
                VARYING WS-IX-SPOSTA FROM WS-NUM-CLASSIFICA BY -1
                UNTIL WS-IX-SPOSTA <= WS-POSIZIONE.
           SET CL-POSIZIONE(WS-POSIZIONE) TO IND-FIL.
       FINE-INSERISCI-CLASSIFICA.
            EXIT.
      *
       CONFRONTA-CLASSIFICA.
           MOVE CL-POSIZIONE(WS-POSIZIONE) TO WS-IX-CONFRONTO.
           IF TF-APERTE(IND-FIL) > TF-APERTE(WS-IX-CONFRONTO)
               MOVE 'S' TO WS-PRECEDE
           ELSE
               IF TF-APERTE(IND-FIL) = TF-APERTE(WS-IX-CONFRONTO)
                       AND TF-FASCIA(IND-FIL 3)
                           > TF-FASCIA(WS-IX-CONFRONTO 3)
                   MOVE 'S' TO WS-PRECEDE
               ELSE
                   ADD 1 TO WS-POSIZIONE
               END-IF
           END-IF.
       FINE-CONFRONTA-CLASSIFICA.
            EXIT.
      *
       SPOSTA-CLASSIFICA.
           MOVE CL-POSIZIONE(WS-IX-SPOSTA - 1)
                TO CL-POSIZIONE(WS-IX-SPOSTA).
       FINE-SPOSTA-CLASSIFICA.
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

           IF WS-RILIEVI-PRESENTI = 'N'
               MOVE 'NESSUN RILIEVO DALLA NOTTE: CODA NON AGGIORNATA'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.

           PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
                VARYING IND-FIL FROM 1 BY 1
                UNTIL IND-FIL > WS-NUM-FILIALI.

           PERFORM STAMPA-CLASSIFICA THRU FINE-STAMPA-CLASSIFICA.
           PERFORM STAMPA-CONTROLLI THRU FINE-STAMPA-CONTROLLI.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-FILIALE.
      **************************************************************
      * SEZIONE DI UNA FILIALE: LE SUE CORREZIONI APERTE, DALLA     *
      * PIU' VECCHIA, E LA RIGA DI ANZIANITA'. UNA FILIALE CHE HA   *
      * SOLO CORREZIONI CHIUSE NEGLI ULTIMI 30 GIORNI NON HA        *
      * SEZIONE: COMPARE SOLO IN CLASSIFICA.                        *
      **************************************************************
           IF TF-APERTE(IND-FIL) > ZERO
                   OR TF-CHIUSE-NOTTE(IND-FIL) > ZERO
               MOVE TF-FILIALE(IND-FIL) TO RF-FILIALE
               PERFORM TROVA-NOME-FILIALE THRU FINE-TROVA-NOME-FILIALE
               MOVE RIGA-FILIALE TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA

               PERFORM STAMPA-CORREZIONE THRU FINE-STAMPA-CORREZIONE
                    VARYING IND-CODA FROM 1 BY 1
                    UNTIL IND-CODA > WS-NUM-CODA

               MOVE TF-APERTE(IND-FIL)       TO RA-APERTE
               MOVE TF-FASCIA(IND-FIL 1)     TO RA-FASCIA-1
               MOVE TF-FASCIA(IND-FIL 2)     TO RA-FASCIA-2
               MOVE TF-FASCIA(IND-FIL 3)     TO RA-FASCIA-3
               MOVE TF-CHIUSE-NOTTE(IND-FIL) TO RA-CHIUSE
               MOVE RIGA-ANZIANITA TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE SPACES TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-FILIALE.
            EXIT.
      *
       STAMPA-CORREZIONE.
           IF CQ-STATO(IND-CODA) = 'A'
                   AND CQ-FILIALE(IND-CODA) = TF-FILIALE(IND-FIL)
               MOVE CQ-NUMERO(IND-CODA)    TO RCZ-NUMERO
               MOVE CQ-ID(IND-CODA)        TO RCZ-ID
               MOVE CQ-PROGRAMMA(IND-CODA) TO RCZ-PROGRAMMA
               MOVE CQ-TIPO(IND-CODA)      TO RCZ-TIPO
               MOVE CQ-DETTAGLIO(IND-CODA) TO RCZ-DETTAGLIO
               MOVE CQ-DATA-APERTURA(IND-CODA) TO WS-CD-DATA-N
               MOVE WS-CD-GIORNO           TO RCZ-GG
               MOVE WS-CD-MESE             TO RCZ-MM
               MOVE WS-CD-ANNO             TO RCZ-AAAA
               MOVE CQ-GIORNI(IND-CODA)    TO RCZ-GIORNI
               MOVE RIGA-CORREZIONE TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-CORREZIONE.
            EXIT.
      *
       STAMPA-CLASSIFICA.
           MOVE 'CLASSIFICA DELLE FILIALI PER LA SEDE'
                TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE RIGA-INTESTA-CLASSIFICA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-POSIZIONE THRU FINE-STAMPA-POSIZIONE
                VARYING WS-IX-CLASSIFICA FROM 1 BY 1
                UNTIL WS-IX-CLASSIFICA > WS-NUM-CLASSIFICA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-FILIALI-TRONCATE = 'S'
               MOVE 'TABELLA FILIALI PIENA: CLASSIFICA INCOMPLETA'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-CLASSIFICA.
            EXIT.
      *
       STAMPA-POSIZIONE.
           SET IND-FIL TO CL-POSIZIONE(WS-IX-CLASSIFICA).
           PERFORM TROVA-NOME-FILIALE THRU FINE-TROVA-NOME-FILIALE.
           MOVE WS-IX-CLASSIFICA         TO RCL-POSIZIONE.
           MOVE TF-FILIALE(IND-FIL)      TO RCL-FILIALE.
           MOVE RF-NOTA                  TO RCL-DESC.
           MOVE TF-APERTE(IND-FIL)       TO RCL-APERTE.
           MOVE TF-FASCIA(IND-FIL 1)     TO RCL-FASCIA-1.
           MOVE TF-FASCIA(IND-FIL 2)     TO RCL-FASCIA-2.
           MOVE TF-FASCIA(IND-FIL 3)     TO RCL-FASCIA-3.
           MOVE TF-NUOVE(IND-FIL)        TO RCL-NUOVE.
           MOVE TF-CHIUSE-NOTTE(IND-FIL) TO RCL-CHIUSE.
           MOVE TF-CHIUSE-30(IND-FIL)    TO RCL-CHIUSE-30.
           MOVE RIGA-CLASSIFICA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-POSIZIONE.
            EXIT.
      *
       STAMPA-CONTROLLI.
      **************************************************************
      * PER OGNI CONTROLLO DELLA NOTTE I RILIEVI RICEVUTI CONTRO    *
      * QUELLI DICHIARATI DALLA RIGA DI CONTROLLO. LA RIGA DI TUTTO *
      * UN PROGRAMMA SI QUADRA CON LA SOMMA DEI SUOI TIPI. UN TIPO  *
      * SENZA RIGA DI CONTROLLO E' UN CONTROLLO NON CHIUSO: LE SUE  *
      * CORREZIONI RESTANO APERTE.                                  *
      **************************************************************
           MOVE 'CONTROLLI DELLA NOTTE' TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE RIGA-INTESTA-CONTROLLI TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-CONTROLLO THRU FINE-STAMPA-CONTROLLO
                VARYING IND-CTL FROM 1 BY 1
                UNTIL IND-CTL > WS-NUM-CONTROLLI.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RILIEVI DELLA NOTTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-RILIEVI      TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RILIEVI SENZA ID-PERSONA' TO RC-ETICHETTA.
           MOVE WS-CONTA-SENZA-ID          TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'CORREZIONI APERTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-APERTE     TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'DI CUI NUOVE STANOTTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-NUOVE          TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'CORREZIONI CHIUSE STANOTTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-CHIUSE              TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'CHIUSE DA OLTRE 30 GG, TOLTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCADUTE               TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-CODA-PIENA = 'S'
               MOVE 'CODA PIENA: RILIEVI NON ENTRATI IN CODA'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           IF WS-CONTROLLI-PIENI = 'S'
               MOVE 'TABELLA CONTROLLI PIENA: CORREZIONI NON CHIUSE'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
       FINE-STAMPA-CONTROLLI.
            EXIT.
      *
       STAMPA-CONTROLLO.
           MOVE CT-PROGRAMMA(IND-CTL) TO RCT-PROGRAMMA.
           IF CT-TIPO(IND-CTL) = SPACES
               MOVE '(TUTTI)' TO RCT-TIPO
               MOVE CT-PROGRAMMA(IND-CTL) TO WS-CERCA-PROGRAMMA
               MOVE ZERO TO WS-RICEVUTI-PROGRAMMA
               PERFORM SOMMA-RICEVUTI THRU FINE-SOMMA-RICEVUTI
                    VARYING IND-CTL-2 FROM 1 BY 1
                    UNTIL IND-CTL-2 > WS-NUM-CONTROLLI
           ELSE
               MOVE CT-TIPO(IND-CTL) TO RCT-TIPO
               MOVE CT-RICEVUTI(IND-CTL) TO WS-RICEVUTI-PROGRAMMA
           END-IF.
           MOVE CT-DICHIARATI(IND-CTL) TO RCT-DICHIARATI.
           MOVE WS-RICEVUTI-PROGRAMMA  TO RCT-RICEVUTI.
           IF CT-CHIUSO(IND-CTL) = 'S'
               IF CT-DICHIARATI(IND-CTL) = WS-RICEVUTI-PROGRAMMA
                   MOVE 'QUADRA'     TO RCT-ESITO
               ELSE
                   MOVE 'NON QUADRA' TO RCT-ESITO
                   ADD 1 TO WS-CONTA-SQUADRATI
               END-IF
           ELSE
               MOVE CT-PROGRAMMA(IND-CTL) TO WS-CERCA-PROGRAMMA
               MOVE 'N' TO WS-CONTROLLO-TROVATO
               PERFORM CERCA-CHIUSURA-TUTTI
                  THRU FINE-CERCA-CHIUSURA-TUTTI
                    VARYING IND-CTL-2 FROM 1 BY 1
                    UNTIL IND-CTL-2 > WS-NUM-CONTROLLI
               IF WS-CONTROLLO-TROVATO = 'S'
                   MOVE 'IN (TUTTI)'  TO RCT-ESITO
               ELSE
                   MOVE 'NON CHIUSO'  TO RCT-ESITO
                   ADD 1 TO WS-CONTA-SOSPESI
               END-IF
           END-IF.
           MOVE RIGA-CONTROLLO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONTROLLO.
            EXIT.
      *
       CERCA-CHIUSURA-TUTTI.
           IF CT-PROGRAMMA(IND-CTL-2) = WS-CERCA-PROGRAMMA
                   AND CT-TIPO(IND-CTL-2) = SPACES
                   AND CT-CHIUSO(IND-CTL-2) = 'S'
               MOVE 'S' TO WS-CONTROLLO-TROVATO
           END-IF.
       FINE-CERCA-CHIUSURA-TUTTI.
            EXIT.
      *
       SOMMA-RICEVUTI.
           IF CT-PROGRAMMA(IND-CTL-2) = WS-CERCA-PROGRAMMA
               ADD CT-RICEVUTI(IND-CTL-2) TO WS-RICEVUTI-PROGRAMMA
           END-IF.
       FINE-SOMMA-RICEVUTI.
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
           MOVE 'CORREZ  ' TO GIO-PROGRAMMA.
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
           MOVE 'CORREZ'     TO ECC-PROGRAMMA.
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
