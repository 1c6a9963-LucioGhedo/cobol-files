      * CONVERSIONE UNA-TANTUM DELL'ANAGRAFICA: DERIVA L'ANNO DI
      * NASCITA DALL'ETA' CONGELATA (ANNI) E DA UNA DATA DI
      * RIFERIMENTO DICHIARATA, E LO SCRIVE IN ANNO-NASC SUI
      * RECORD CHE NE SONO ANCORA PRIVI. LAVORA SUL MASTER UNICO
      * ANAGR.IDX: OGNI PERSONA CONVERTITA RICEVE UNA NUOVA VERSIONE
      * DATATA OGGI (LE COPIE PIATTE LE RIGENERA DERIVA LA NOTTE,
      * PERCIO' NON SI CONVERTONO PIU' UNA PER UNA) E LASCIA LA RIGA
      * PRIMA/DOPO SUL GIORNALE DELLE VARIAZIONI ANAGRAFICHE.
      *
       ENVIRONMENT DIVISION.
      *
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: DATA DI RIFERIMENTO

           SELECT OPTIONAL PARAMF ASSIGN TO 'CONVNAS-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * MASTER INDICIZZATO VERSIONATO DA CONVERTIRE

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * REPORT DELLA CONVERSIONE

           SELECT REPORTF ASSIGN TO 'CONVNAS-REPORTF.TXT'
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
       01 REC-PARAMF  PIC X(80).

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

       FD   REPORTF
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
       COPY ANAGRAF.

       01   WS-PARAM-STATUS   PIC XX.
       01   WS-IDX-STATUS     PIC XX.
       01   WS-NOME-FILE      PIC X(30) VALUE 'ANAGR.IDX'.

      ************************************************************
      *      PARAMETRI: RIGA 1 DATA DI RIFERIMENTO AAAAMMGG         *
      *      (L'ANNO IN CUI LE ETA' ERANO VERE). LA VECCHIA RIGA 2  *
      *      CON IL NOME DEL FILE SI IGNORA: IL MASTER E' UNO SOLO  *
      ************************************************************
       01 WS-DATA-RIFERIMENTO  PIC X(8) VALUE SPACES.
       01 WS-ANNO-RIFERIMENTO  PIC 9999 VALUE 0.
       01 WS-PARAMETRI-VALIDI  PIC X VALUE 'N'.

      ************************************************************
      *      TABELLA DELLE VERSIONI IN VIGORE IN CONVERSIONE: SI    *
      *      CARICA TUTTO, SI CONVERTE IN MEMORIA E SI SCRIVE UNA   *
      *      NUOVA VERSIONE PER OGNI PERSONA CONVERTITA             *
      ************************************************************
       01 WS-MAX-RECORD        PIC 9(4) VALUE 2000.
       01 TAB-RECORD.
            05 RECORD-CONV OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-RECORD
               INDEXED BY IND-RECORD.
               10 RC-RECORD    PIC X(79).
               10 RC-ANNO-NASC PIC 9(4).
               10 RC-MODIFICATO PIC X.
       01 WS-NUM-RECORD        PIC 9(4) VALUE 0.
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-TABELLA-PIENA     PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VIGENTE-TROVATA   PIC X VALUE 'N'.
       01 WS-VERSIONE-VIGENTE  PIC X(79) VALUE SPACES.
       01 WS-SCRITTURA-OK      PIC X VALUE 'S'.

       01 WS-CONTA-CONVERTITI  PIC 9(6) VALUE 0.
       01 WS-CONTA-GIA-PRONTI  PIC 9(6) VALUE 0.
       01 WS-CONTA-SCRITTI     PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
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
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM CARICA-FILE THRU FINE-CARICA-FILE
                    PERFORM CONVERTI-RECORD THRU FINE-CONVERTI-RECORD
                         VARYING IND-RECORD FROM 1 BY 1
                         UNTIL IND-RECORD > WS-NUM-RECORD
                    PERFORM SCRIVI-VERSIONI THRU FINE-SCRIVI-VERSIONI
                    PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                END-IF
            END-IF.
                         MOVE REC-PARAMF(1:8)
                              TO WS-DATA-RIFERIMENTO
               END-READ
               IF WS-DATA-RIFERIMENTO(1:4) IS NUMERIC
                       AND WS-DATA-RIFERIMENTO(1:4) NOT = '0000'
                   MOVE WS-DATA-RIFERIMENTO(1:4)
            EXIT.
      *
       CARICA-FILE.
      **************************************************************
      * DI OGNI PERSONA SUL MASTER SI CARICA LA VERSIONE IN VIGORE  *
      * (L'ULTIMA CON DECORRENZA NON SUCCESSIVA A OGGI).            *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-NUM-RECORD.
           MOVE 'N'  TO WS-IDX-EOF.
           MOVE 'N'  TO WS-TABELLA-PIENA.
           MOVE 'S'  TO WS-PRIMA-VERSIONE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE DA CONVERTIRE NON TROVATO: ' WS-NOME-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CARICA-FILE' TO ECC-PARAGRAFO
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-IDX-EOF
               END-START
               PERFORM CARICA-RECORD THRU FINE-CARICA-RECORD
                    UNTIL WS-IDX-EOF = 'S'
               IF WS-PRIMA-VERSIONE = 'N'
                   PERFORM ACCODA-PERSONA THRU FINE-ACCODA-PERSONA
               END-IF
               IF WS-TABELLA-PIENA = 'S'
                   DISPLAY 'TABELLA PIENA: CONVERSIONE NON ESEGUITA'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
               CLOSE IDXF
           END-IF.
       FINE-CARICA-FILE.
            EXIT.
      *
       CARICA-RECORD.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-PREC
                         PERFORM ACCODA-PERSONA
                            THRU FINE-ACCODA-PERSONA
                     END-IF
                     IF WS-PRIMA-VERSIONE = 'S'
                             OR IDX-ID NOT = WS-ID-PREC
                         MOVE 'N' TO WS-VIGENTE-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-PREC
                     IF IDX-DATA-EFF NOT > WS-DATA-OGGI
                         MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                         MOVE 'S'      TO WS-VIGENTE-TROVATA
                     END-IF
           END-READ.
       FINE-CARICA-RECORD.
            EXIT.
      *
       ACCODA-PERSONA.
           IF WS-VIGENTE-TROVATA = 'S'
               IF WS-NUM-RECORD < WS-MAX-RECORD
                   ADD 1 TO WS-NUM-RECORD
                   MOVE WS-VERSIONE-VIGENTE
                        TO RC-RECORD(WS-NUM-RECORD)
                   MOVE ZERO TO RC-ANNO-NASC(WS-NUM-RECORD)
                   MOVE 'N'  TO RC-MODIFICATO(WS-NUM-RECORD)
               ELSE
                   MOVE 'S' TO WS-TABELLA-PIENA
                   MOVE 'S' TO WS-IDX-EOF
               END-IF
           END-IF.
       FINE-ACCODA-PERSONA.
            EXIT.
      *
       CONVERTI-RECORD.
      **************************************************************
      * ANNO DI RIFERIMENTO - ANNI. I RECORD GIA' CONVERTITI NON    *
      * VENGONO TOCCATI, COSI' LA CONVERSIONE E' RILANCIABILE.      *
      **************************************************************
           MOVE RC-RECORD(IND-RECORD) TO WS-VAR-VERSIONE.
           PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE.
           MOVE WS-VAR-IMMAGINE TO WS-PRIMOF.
           IF ANNO-NASC IS NUMERIC AND ANNO-NASC > ZERO
               ADD 1 TO WS-CONTA-GIA-PRONTI
           ELSE
               IF ANNI IS NUMERIC
                   COMPUTE ANNO-NASC = WS-ANNO-RIFERIMENTO - ANNI
                   ADD 1 TO WS-CONTA-CONVERTITI
                   MOVE ANNO-NASC TO RC-ANNO-NASC(IND-RECORD)
                   MOVE 'S'       TO RC-MODIFICATO(IND-RECORD)
               END-IF
           END-IF.
       FINE-CONVERTI-RECORD.
            EXIT.
      *
       SCRIVI-VERSIONI.
      **************************************************************
      * OGNI PERSONA CONVERTITA RICEVE UNA NUOVA VERSIONE CON       *
      * DECORRENZA OGGI (SE NE ESISTE GIA' UNA DI OGGI LA SI        *
      * SOSTITUISCE), CON LA RIGA PRIMA/DOPO SUL GIORNALE DELLE     *
      * VARIAZIONI.                                                 *
      **************************************************************
           OPEN I-O IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON AGGIORNABILE'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'SCRIVI-VERSIONI' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON AGGIORNABILE'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               PERFORM SCRIVI-UNA-VERSIONE
                  THRU FINE-SCRIVI-UNA-VERSIONE
                    VARYING IND-RECORD FROM 1 BY 1
                    UNTIL IND-RECORD > WS-NUM-RECORD
               CLOSE IDXF
           END-IF.
       FINE-SCRIVI-VERSIONI.
            EXIT.
      *
       SCRIVI-UNA-VERSIONE.
           IF RC-MODIFICATO(IND-RECORD) = 'S'
               MOVE RC-RECORD(IND-RECORD)    TO REC-IDXF
               MOVE WS-DATA-OGGI             TO IDX-DATA-EFF
               MOVE RC-ANNO-NASC(IND-RECORD) TO IDX-ANNO-NASC
               MOVE 'S' TO WS-SCRITTURA-OK
               WRITE REC-IDXF INVALID KEY
                    REWRITE REC-IDXF INVALID KEY
                         MOVE 'N' TO WS-SCRITTURA-OK
                         MOVE 'SCRIVI-UNA-VERSIONE' TO ECC-PARAGRAFO
                         MOVE IDX-ID                TO ECC-CHIAVE
                         MOVE 'ERRORE DI SCRITTURA SU ANAGR.IDX'
                              TO ECC-DESCRIZIONE
                         MOVE 'A' TO ECC-SEVERITA
                         PERFORM SCRIVI-ECCEZIONE
                            THRU FINE-SCRIVI-ECCEZIONE
                    END-REWRITE
               END-WRITE
               IF WS-SCRITTURA-OK = 'S'
                   ADD 1 TO WS-CONTA-SCRITTI
                   MOVE IDX-ID TO VAR-ID
                   MOVE RC-RECORD(IND-RECORD) TO WS-VAR-VERSIONE
                   PERFORM IMMAGINE-VERSIONE
                      THRU FINE-IMMAGINE-VERSIONE
                   MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
                   MOVE REC-IDXF TO WS-VAR-VERSIONE
                   PERFORM IMMAGINE-VERSIONE
                      THRU FINE-IMMAGINE-VERSIONE
                   MOVE WS-VAR-IMMAGINE TO VAR-DOPO
                   PERFORM SCRIVI-VARIAZIONE
                      THRU FINE-SCRIVI-VARIAZIONE
               END-IF
           END-IF.
       FINE-SCRIVI-UNA-VERSIONE.
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
           MOVE 'CONVNAS '        TO VAR-PROGRAMMA.
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
       SCRIVI-ECCEZIONE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-NOME-FILE.

           MOVE 'PERSONE IN VIGORE     ' TO RC-ETICHETTA.
           MOVE WS-NUM-RECORD            TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE WS-CONTA-GIA-PRONTI      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'VERSIONI SCRITTE      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCRITTI         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
