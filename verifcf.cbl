       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFCF.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * VERIFICA NOTTURNA DI COERENZA DEL CODICE FISCALE CON IL
      * RESTO DELL'ANAGRAFICA. IL MODULO COMUNE CODFISC CONTROLLA
      * SOLO IL CARATTERE DI CONTROLLO: QUI DI OGNI PERSONA DEL
      * MASTER ANAGR.IDX (VERSIONE IN VIGORE) SI DECODIFICA IL
      * CODICE IN ANNO, MESE, GIORNO, SESSO E CODICE CATASTALE DEL
      * COMUNE DI NASCITA (CON LE SOSTITUZIONI DI OMOCODIA) E SI
      * SEGNALANO SU ECCEZIONI.TXT:
      *   - CODICI CON CARATTERE DI CONTROLLO ERRATO O NON
      *     DECODIFICABILI;
      *   - ANNO DEL CODICE DIVERSO DA ANNO-NASC;
      *   - COMUNE DI NASCITA CHE NON CORRISPONDE A NESSUNA CITTA'
      *     DI CITTA.IDX (CODICI CATASTALI DA CITTA-CATASTO.TXT,
      *     MANUTENUTO DA CITTAMST);
      *   - LO STESSO CODICE FISCALE SU DUE ID-PERSONA DIVERSI
      *     (RICERCA CON UN SORT SUL CODICE).
      * IL REPORT RIEPILOGA LE SEGNALAZIONI PER FILIALE, PERCHE'
      * OGNI FILIALE CORREGGA LE PROPRIE PERSONE.
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
      * MASTER DELLE CITTA' CENSITE

           SELECT CITTAMF  ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CMF-CITTA
           STATUS WS-CITTAMST-STATUS.
      * CODICI CATASTALI DELLE CITTA' CENSITE (DA CITTAMST)

           SELECT OPTIONAL CATASTOF ASSIGN TO 'CITTA-CATASTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATASTO-STATUS.
      * FILE DI LAVORO DEL SORT PER CODICE FISCALE

           SELECT SORTWK ASSIGN TO 'VERIFCF-WORK'.
      * RIEPILOGO PER FILIALE

           SELECT REPORTF ASSIGN TO 'VERIFCF-REPORTF.TXT'
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

       FD   CATASTOF
            DATA RECORD IS REC-CATASTOF.
       01 REC-CATASTOF  PIC X(15).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-COD-FISCALE PIC X(16).
          05 SORT-ID          PIC 9(5).
          05 SORT-FILIALE     PIC 9(4).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

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

      ************************************************************
      *      SCORRIMENTO DEL MASTER COME IN DERIVA: LE VERSIONI DI  *
      *      UNA PERSONA ARRIVANO CONSECUTIVE E SI VERIFICA QUELLA  *
      *      IN VIGORE, TENUTA AL CAMBIO DI CODICE.                 *
      ************************************************************
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VIGENTE-TROVATA   PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-VERSIONE-VIGENTE  PIC X(79) VALUE SPACES.
       01 WS-VIGENTE REDEFINES WS-VERSIONE-VIGENTE.
            05 VG-ID           PIC 9(5).
            05 VG-DATA-EFF     PIC 9(8).
            05 VG-NOME         PIC X(10).
            05 VG-COGNOME      PIC X(10).
            05 VG-ANNI         PIC 999.
            05 VG-CITTA        PIC X(10).
            05 VG-FILIALE      PIC 9(4).
            05 VG-ANNO-NASC    PIC 9(4).
            05 VG-STATO        PIC X.
            05 VG-STATO-DATA   PIC 9(8).
            05 VG-COD-FISCALE  PIC X(16).

      ************************************************************
      *      CITTA' CENSITE E CODICI CATASTALI: UN CODICE VALE SOLO *
      *      SE LA SUA CITTA' E' ANCORA IN CITTA.IDX. SENZA UNO DEI *
      *      DUE FILE IL CONTROLLO DEL COMUNE E' DISATTIVO.         *
      ************************************************************
       COPY CITTAMAS.
       COPY CATASTO.
       01 WS-COMUNE-MODE       PIC X VALUE 'N'.
       01 WS-CATASTO-CITTA     PIC X(10) VALUE SPACES.
       01 WS-CATASTO-SCARTATI  PIC 9(4) VALUE 0.

      ************************************************************
      *      DECODIFICA DEL CODICE FISCALE: POSIZIONI 7-8 ANNO,     *
      *      9 MESE (LETTERA), 10-11 GIORNO (+40 PER LE DONNE),     *
      *      12-15 CODICE CATASTALE. NELLE POSIZIONI NUMERICHE LE   *
      *      OMOCODIE SOSTITUISCONO LE CIFRE CON LMNPQRSTUV.        *
      ************************************************************
       01 WS-CF                PIC X(16) VALUE SPACES.
       01 WS-CF-PARTI REDEFINES WS-CF.
            05 CF-COGNOME      PIC X(3).
            05 CF-NOME         PIC X(3).
            05 CF-ANNO         PIC X(2).
            05 CF-MESE         PIC X.
            05 CF-GIORNO       PIC X(2).
            05 CF-COMUNE-LETT  PIC X.
            05 CF-COMUNE-NUM   PIC X(3).
            05 CF-CONTROLLO    PIC X.
       01 WS-CF-AZIONE         PIC X VALUE 'V'.
       01 WS-CF-VALIDO         PIC X VALUE 'N'.
       01 WS-CF-DECODIFICATO   PIC X VALUE 'N'.
       01 WS-CF-ANNO           PIC 99 VALUE 0.
       01 WS-CF-MESE           PIC 99 VALUE 0.
       01 WS-CF-GIORNO         PIC 99 VALUE 0.
       01 WS-CF-SESSO          PIC X VALUE SPACE.
       01 WS-CF-COMUNE         PIC X(4) VALUE SPACES.
       01 WS-LETTERE-MESE      PIC X(12) VALUE 'ABCDEHLMPRST'.
       01 TAB-LETTERE-MESE REDEFINES WS-LETTERE-MESE.
            05 LETTERA-MESE OCCURS 12 TIMES
               INDEXED BY IND-MESE  PIC X.
       01 WS-ANNO-NASC-AA      PIC 99 VALUE 0.
       01 WS-SECOLI            PIC 99 VALUE 0.
       01 WS-COMUNE-TROVATO    PIC X VALUE 'N'.

      ************************************************************
      *      CODICI CONDIVISI: IL SORT PORTA VICINI GLI ID CON LO   *
      *      STESSO CODICE FISCALE                                  *
      ************************************************************
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-CF-PREC           PIC X(16) VALUE SPACES.
       01 WS-ID-CF-PREC        PIC 9(5) VALUE 0.
       01 WS-FILIALE-CF-PREC   PIC 9(4) VALUE 0.
       01 WS-PREC-SEGNALATO    PIC X VALUE 'N'.
       01 WS-ID-DOPPIO         PIC 9(5) VALUE 0.
       01 WS-ID-ALTRO          PIC 9(5) VALUE 0.

      ************************************************************
      *      RIEPILOGO PER FILIALE (0 = NON ASSEGNATA)              *
      ************************************************************
       01 WS-MAX-RIEPILOGO     PIC 9(4) VALUE 500.
       01 TAB-RIEPILOGO.
            05 RIEPILOGO OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-RIEPILOGO
               INDEXED BY IND-RIEP.
               10 RF-FILIALE       PIC 9(4).
               10 RF-PERSONE       PIC 9(6).
               10 RF-SENZA-CF      PIC 9(6).
               10 RF-ILLEGGIBILI   PIC 9(6).
               10 RF-ANNO-DIVERSO  PIC 9(6).
               10 RF-COMUNE-IGNOTO PIC 9(6).
               10 RF-CONDIVISI     PIC 9(6).
       01 WS-NUM-RIEPILOGO     PIC 9(4) VALUE 0.
       01 WS-FILIALE-CERCA     PIC 9(4) VALUE 0.
       01 WS-RIEP-TROVATO      PIC X VALUE 'N'.
       01 WS-RIEP-RIGA         PIC 9(4) VALUE 0.
       01 WS-RIEP-PIENO        PIC X VALUE 'N'.

      ************************************************************
      *           CONTATORI GENERALI                                *
      ************************************************************
       01 WS-CONTA-VERSIONI    PIC 9(6) VALUE 0.
       01 WS-CONTA-PERSONE     PIC 9(6) VALUE 0.
       01 WS-CONTA-SENZA-CF    PIC 9(6) VALUE 0.
       01 WS-CONTA-ILLEGGIBILI PIC 9(6) VALUE 0.
       01 WS-CONTA-ANNO-DIV    PIC 9(6) VALUE 0.
       01 WS-CONTA-COMUNE-IGN  PIC 9(6) VALUE 0.
       01 WS-CONTA-CONDIVISI   PIC 9(6) VALUE 0.
       01 WS-CONTA-SEGNALATI   PIC 9(6) VALUE 0.

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
               'VERIFICA CODICI FISCALI'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 INTESTAZIONE-FILIALI.
            05 FILLER            PIC X(40) VALUE
               'FILIALE PERSONE  SENZA CF ILLEGG. ANNO  '.
            05 FILLER            PIC X(30) VALUE
               '   COMUNE CONDIVISI'.

       01 RIGA-FILIALE.
            05 RF-R-FILIALE      PIC 9(4).
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RF-R-PERSONE      PIC ZZZZZ9.
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RF-R-SENZA-CF     PIC ZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RF-R-ILLEGGIBILI  PIC ZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 RF-R-ANNO         PIC ZZZZZ9.
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RF-R-COMUNE       PIC ZZZZZ9.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RF-R-CONDIVISI    PIC ZZZZZ9.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

       01 RIGA-CONTROLLO-COMUNE.
            05 FILLER            PIC X(22) VALUE 'CONTROLLO COMUNE:'.
            05 RCC-STATO         PIC X(12).

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = NESSUNA INCOERENZA                                     *
      * 4 = INCOERENZE SEGNALATE SU ECCEZIONI.TXT                  *
      * 8 = MASTER ANAGR.IDX ASSENTE                               *
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
       01 WS-ECC-ANNO-EDIT      PIC 9(4).

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            PERFORM CARICA-CITTA-MASTER THRU FINE-CARICA-CITTA-MASTER.
            PERFORM CARICA-CATASTO THRU FINE-CARICA-CATASTO.

            SORT SORTWK
                 ON ASCENDING KEY SORT-COD-FISCALE SORT-ID
                 INPUT PROCEDURE IS VERIFICA-MASTER
                      THRU FINE-VERIFICA-MASTER
                 OUTPUT PROCEDURE IS CERCA-CONDIVISI
                      THRU FINE-CERCA-CONDIVISI.

            IF WS-RETURN-CODE NOT = 8
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-VERSIONI  TO GIO-LETTI.
            MOVE WS-CONTA-SEGNALATI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE     TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
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
       CARICA-CATASTO.
      **************************************************************
      * CARICA I CODICI CATASTALI TENENDO SOLO QUELLI DI CITTA'     *
      * ANCORA CENSITE: IL COMUNE DI NASCITA DEVE CORRISPONDERE A   *
      * UNA CITTA' DI CITTA.IDX, NON A UNA VOCE RIMASTA ORFANA.     *
      **************************************************************
           MOVE 'N'  TO WS-COMUNE-MODE.
           MOVE ZERO TO WS-NUM-CATASTO.
           MOVE ZERO TO WS-CATASTO-SCARTATI.
           IF WS-CITTAMST-MODE = 'S'
               MOVE 'N' TO WS-CATASTO-EOF
               OPEN INPUT CATASTOF
               IF WS-CATASTO-STATUS = '00'
                   PERFORM LEGGI-UN-CATASTO THRU FINE-LEGGI-UN-CATASTO
                        UNTIL WS-CATASTO-EOF = 'S'
               END-IF
               CLOSE CATASTOF
           END-IF.
           IF WS-NUM-CATASTO > ZERO
               MOVE 'S' TO WS-COMUNE-MODE
           ELSE
               MOVE 'CARICA-CATASTO' TO ECC-PARAGRAFO
               MOVE SPACES           TO ECC-CHIAVE
               MOVE 'CODICI CATASTALI ASSENTI: NO CONTROLLO'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-CATASTO.
            EXIT.
      *
       LEGGI-UN-CATASTO.
           READ CATASTOF INTO RIGA-CATASTO AT END
                MOVE 'S' TO WS-CATASTO-EOF
                NOT AT END
                     MOVE 'N' TO WS-CITTA-CENSITA
                     SET IND-CITTA-MST TO 1
                     PERFORM CERCA-CITTA-MST THRU FINE-CERCA-CITTA-MST
                          UNTIL IND-CITTA-MST > WS-NUM-CITTA-MST
                             OR WS-CITTA-CENSITA = 'S'
                     IF WS-CITTA-CENSITA = 'S'
                             AND WS-NUM-CATASTO < WS-MAX-CATASTO
                         ADD 1 TO WS-NUM-CATASTO
                         MOVE CAT-CITTA  TO CT-CITTA(WS-NUM-CATASTO)
                         MOVE CAT-CODICE TO CT-CODICE(WS-NUM-CATASTO)
                     ELSE
                         ADD 1 TO WS-CATASTO-SCARTATI
                     END-IF
           END-READ.
       FINE-LEGGI-UN-CATASTO.
            EXIT.
      *
       CERCA-CITTA-MST.
           IF CM-TAB-CITTA(IND-CITTA-MST) = CAT-CITTA
               MOVE 'S' TO WS-CITTA-CENSITA
           END-IF.
           SET IND-CITTA-MST UP BY 1.
       FINE-CERCA-CITTA-MST.
            EXIT.
      *
       VERIFICA-MASTER.
      **************************************************************
      * PROCEDURA DI INGRESSO DEL SORT: SCORRE IL MASTER, VERIFICA  *
      * LA VERSIONE IN VIGORE DI OGNI PERSONA E RILASCIA AL SORT I  *
      * CODICI FISCALI PRESENTI PER LA RICERCA DEI CONDIVISI.       *
      **************************************************************
           MOVE 'N' TO WS-IDX-EOF.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO: VERIFICA ANNULLATA'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'VERIFICA-MASTER' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
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
       FINE-VERIFICA-MASTER.
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
                         MOVE 'N' TO WS-VIGENTE-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-PREC
                     IF IDX-DATA-EFF NOT > WS-DATA-OGGI
                         MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                         MOVE 'S'      TO WS-VIGENTE-TROVATA
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       CHIUDI-PERSONA.
           IF WS-VIGENTE-TROVATA = 'S'
               ADD 1 TO WS-CONTA-PERSONE
               MOVE VG-FILIALE TO WS-FILIALE-CERCA
               PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
               IF WS-RIEP-TROVATO = 'S'
                   ADD 1 TO RF-PERSONE(WS-RIEP-RIGA)
               END-IF
               IF VG-COD-FISCALE = SPACES
                   ADD 1 TO WS-CONTA-SENZA-CF
                   IF WS-RIEP-TROVATO = 'S'
                       ADD 1 TO RF-SENZA-CF(WS-RIEP-RIGA)
                   END-IF
               ELSE
                   PERFORM VERIFICA-PERSONA
                      THRU FINE-VERIFICA-PERSONA
                   MOVE VG-COD-FISCALE TO SORT-COD-FISCALE
                   MOVE VG-ID          TO SORT-ID
                   MOVE VG-FILIALE     TO SORT-FILIALE
                   RELEASE REC-SORT
               END-IF
           END-IF.
       FINE-CHIUDI-PERSONA.
            EXIT.
      *
       VERIFICA-PERSONA.
      **************************************************************
      * PRIMA IL CARATTERE DI CONTROLLO (MODULO COMUNE CODFISC),    *
      * POI LA DECODIFICA; SOLO UN CODICE DECODIFICATO SI           *
      * CONFRONTA CON ANNO-NASC E CON LE CITTA' CENSITE.            *
      **************************************************************
           MOVE VG-COD-FISCALE TO WS-CF.
           MOVE 'V' TO WS-CF-AZIONE.
           CALL 'CODFISC' USING WS-CF-AZIONE WS-CF WS-CF-VALIDO.
           IF WS-CF-VALIDO = 'N'
               MOVE 'N' TO WS-CF-DECODIFICATO
           ELSE
               PERFORM DECODIFICA-CF THRU FINE-DECODIFICA-CF
           END-IF.

           IF WS-CF-DECODIFICATO = 'N'
               ADD 1 TO WS-CONTA-ILLEGGIBILI
               IF WS-RIEP-TROVATO = 'S'
                   ADD 1 TO RF-ILLEGGIBILI(WS-RIEP-RIGA)
               END-IF
               MOVE 'VERIFICA-PERSONA' TO ECC-PARAGRAFO
               MOVE VG-ID              TO ECC-CHIAVE
               IF WS-CF-VALIDO = 'N'
                   MOVE 'CODICE FISCALE CON CONTROLLO ERRATO'
                        TO ECC-DESCRIZIONE
               ELSE
                   MOVE 'CODICE FISCALE NON DECODIFICABILE'
                        TO ECC-DESCRIZIONE
               END-IF
               PERFORM SEGNALA THRU FINE-SEGNALA
           ELSE
               PERFORM CONFRONTA-ANNO THRU FINE-CONFRONTA-ANNO
               IF WS-COMUNE-MODE = 'S'
                   PERFORM CONFRONTA-COMUNE THRU FINE-CONFRONTA-COMUNE
               END-IF
           END-IF.
       FINE-VERIFICA-PERSONA.
            EXIT.
      *
       DECODIFICA-CF.
           MOVE 'S' TO WS-CF-DECODIFICATO.
           INSPECT CF-ANNO       CONVERTING 'LMNPQRSTUV'
                                         TO '0123456789'.
           INSPECT CF-GIORNO     CONVERTING 'LMNPQRSTUV'
                                         TO '0123456789'.
           INSPECT CF-COMUNE-NUM CONVERTING 'LMNPQRSTUV'
                                         TO '0123456789'.
           IF CF-ANNO IS NOT NUMERIC OR CF-GIORNO IS NOT NUMERIC
                   OR CF-COMUNE-NUM IS NOT NUMERIC
                   OR CF-COMUNE-LETT IS NOT ALPHABETIC-UPPER
                   OR CF-COMUNE-LETT = SPACE
               MOVE 'N' TO WS-CF-DECODIFICATO
           ELSE
               MOVE CF-ANNO   TO WS-CF-ANNO
               MOVE CF-GIORNO TO WS-CF-GIORNO
               MOVE 'M' TO WS-CF-SESSO
               IF WS-CF-GIORNO > 40
                   MOVE 'F' TO WS-CF-SESSO
                   SUBTRACT 40 FROM WS-CF-GIORNO
               END-IF
               IF WS-CF-GIORNO < 1 OR WS-CF-GIORNO > 31
                   MOVE 'N' TO WS-CF-DECODIFICATO
               END-IF
               MOVE ZERO TO WS-CF-MESE
               SET IND-MESE TO 1
               SEARCH LETTERA-MESE
                    AT END
                         MOVE 'N' TO WS-CF-DECODIFICATO
                    WHEN LETTERA-MESE(IND-MESE) = CF-MESE
                         SET WS-CF-MESE TO IND-MESE
               END-SEARCH
               MOVE CF-COMUNE-LETT TO WS-CF-COMUNE(1:1)
               MOVE CF-COMUNE-NUM  TO WS-CF-COMUNE(2:3)
           END-IF.
       FINE-DECODIFICA-CF.
            EXIT.
      *
       CONFRONTA-ANNO.
      **************************************************************
      * IL CODICE PORTA SOLO LE ULTIME DUE CIFRE DELL'ANNO: SI      *
      * CONFRONTANO CON QUELLE DI ANNO-NASC, SE VALORIZZATO.        *
      **************************************************************
           IF VG-ANNO-NASC > ZERO
               DIVIDE VG-ANNO-NASC BY 100
                      GIVING WS-SECOLI REMAINDER WS-ANNO-NASC-AA
               IF WS-ANNO-NASC-AA NOT = WS-CF-ANNO
                   ADD 1 TO WS-CONTA-ANNO-DIV
                   IF WS-RIEP-TROVATO = 'S'
                       ADD 1 TO RF-ANNO-DIVERSO(WS-RIEP-RIGA)
                   END-IF
                   MOVE VG-ANNO-NASC TO WS-ECC-ANNO-EDIT
                   MOVE 'CONFRONTA-ANNO' TO ECC-PARAGRAFO
                   MOVE VG-ID            TO ECC-CHIAVE
                   MOVE SPACES           TO ECC-DESCRIZIONE
                   STRING 'ANNO CF ' DELIMITED BY SIZE
                          WS-CF-ANNO DELIMITED BY SIZE
                          ' DIVERSO DA ANNO-NASC ' DELIMITED BY SIZE
                          WS-ECC-ANNO-EDIT DELIMITED BY SIZE
                          INTO ECC-DESCRIZIONE
                   END-STRING
                   PERFORM SEGNALA THRU FINE-SEGNALA
               END-IF
           END-IF.
       FINE-CONFRONTA-ANNO.
            EXIT.
      *
       CONFRONTA-COMUNE.
           MOVE 'N' TO WS-COMUNE-TROVATO.
           SET IND-CATASTO TO 1.
           PERFORM CERCA-CODICE-CATASTO THRU FINE-CERCA-CODICE-CATASTO
                UNTIL IND-CATASTO > WS-NUM-CATASTO
                   OR WS-COMUNE-TROVATO = 'S'.
           IF WS-COMUNE-TROVATO = 'N'
               ADD 1 TO WS-CONTA-COMUNE-IGN
               IF WS-RIEP-TROVATO = 'S'
                   ADD 1 TO RF-COMUNE-IGNOTO(WS-RIEP-RIGA)
               END-IF
               MOVE 'CONFRONTA-COMUNE' TO ECC-PARAGRAFO
               MOVE VG-ID              TO ECC-CHIAVE
               MOVE SPACES             TO ECC-DESCRIZIONE
               STRING 'COMUNE DI NASCITA ' DELIMITED BY SIZE
                      WS-CF-COMUNE DELIMITED BY SIZE
                      ' NON IN CITTA.IDX' DELIMITED BY SIZE
                      INTO ECC-DESCRIZIONE
               END-STRING
               PERFORM SEGNALA THRU FINE-SEGNALA
           END-IF.
       FINE-CONFRONTA-COMUNE.
            EXIT.
      *
       CERCA-CODICE-CATASTO.
           IF CT-CODICE(IND-CATASTO) = WS-CF-COMUNE
               MOVE 'S' TO WS-COMUNE-TROVATO
           END-IF.
           SET IND-CATASTO UP BY 1.
       FINE-CERCA-CODICE-CATASTO.
            EXIT.
      *
       TROVA-FILIALE.
      **************************************************************
      * POSIZIONA WS-RIEP-RIGA SULLA RIGA DI RIEPILOGO DELLA        *
      * FILIALE IN WS-FILIALE-CERCA, AGGIUNGENDOLA SE MANCA.        *
      **************************************************************
           MOVE 'N'  TO WS-RIEP-TROVATO.
           MOVE ZERO TO WS-RIEP-RIGA.
           SET IND-RIEP TO 1.
           PERFORM CONFRONTA-FILIALE THRU FINE-CONFRONTA-FILIALE
                UNTIL IND-RIEP > WS-NUM-RIEPILOGO
                   OR WS-RIEP-TROVATO = 'S'.
           IF WS-RIEP-TROVATO = 'N'
               IF WS-NUM-RIEPILOGO < WS-MAX-RIEPILOGO
                   ADD 1 TO WS-NUM-RIEPILOGO
                   MOVE WS-NUM-RIEPILOGO TO WS-RIEP-RIGA
                   MOVE WS-FILIALE-CERCA TO RF-FILIALE(WS-RIEP-RIGA)
                   MOVE ZERO TO RF-PERSONE(WS-RIEP-RIGA)
                                RF-SENZA-CF(WS-RIEP-RIGA)
                                RF-ILLEGGIBILI(WS-RIEP-RIGA)
                                RF-ANNO-DIVERSO(WS-RIEP-RIGA)
                                RF-COMUNE-IGNOTO(WS-RIEP-RIGA)
                                RF-CONDIVISI(WS-RIEP-RIGA)
                   MOVE 'S' TO WS-RIEP-TROVATO
               ELSE
                   MOVE 'S' TO WS-RIEP-PIENO
               END-IF
           END-IF.
       FINE-TROVA-FILIALE.
            EXIT.
      *
       CONFRONTA-FILIALE.
           IF RF-FILIALE(IND-RIEP) = WS-FILIALE-CERCA
               MOVE 'S' TO WS-RIEP-TROVATO
               SET WS-RIEP-RIGA TO IND-RIEP
           END-IF.
           SET IND-RIEP UP BY 1.
       FINE-CONFRONTA-FILIALE.
            EXIT.
      *
       CERCA-CONDIVISI.
      **************************************************************
      * PROCEDURA DI USCITA DEL SORT: I CODICI ARRIVANO IN ORDINE,  *
      * COSI' DUE ID CON LO STESSO CODICE SONO CONSECUTIVI. OGNI ID *
      * DI UN GRUPPO CONDIVISO SI SEGNALA UNA VOLTA SOLA, CON L'ID  *
      * CHE LO PRECEDE (O CHE LO SEGUE, PER IL PRIMO DEL GRUPPO).   *
      **************************************************************
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE SPACES TO WS-CF-PREC.
           MOVE 'N'    TO WS-PREC-SEGNALATO.
           PERFORM RITIRA-CODICE THRU FINE-RITIRA-CODICE
                UNTIL WS-SORT-EOF = 'S'.
       FINE-CERCA-CONDIVISI.
            EXIT.
      *
       RITIRA-CODICE.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     IF SORT-COD-FISCALE = WS-CF-PREC
                             AND SORT-ID NOT = WS-ID-CF-PREC
                         IF WS-PREC-SEGNALATO = 'N'
                             MOVE WS-ID-CF-PREC      TO WS-ID-DOPPIO
                             MOVE SORT-ID            TO WS-ID-ALTRO
                             MOVE WS-FILIALE-CF-PREC TO WS-FILIALE-CERCA
                             PERFORM SEGNALA-CONDIVISO
                                THRU FINE-SEGNALA-CONDIVISO
                         END-IF
                         MOVE SORT-ID       TO WS-ID-DOPPIO
                         MOVE WS-ID-CF-PREC TO WS-ID-ALTRO
                         MOVE SORT-FILIALE  TO WS-FILIALE-CERCA
                         PERFORM SEGNALA-CONDIVISO
                            THRU FINE-SEGNALA-CONDIVISO
                         MOVE 'S' TO WS-PREC-SEGNALATO
                     ELSE
                         MOVE 'N' TO WS-PREC-SEGNALATO
                     END-IF
                     MOVE SORT-COD-FISCALE TO WS-CF-PREC
                     MOVE SORT-ID          TO WS-ID-CF-PREC
                     MOVE SORT-FILIALE     TO WS-FILIALE-CF-PREC
           END-RETURN.
       FINE-RITIRA-CODICE.
            EXIT.
      *
       SEGNALA-CONDIVISO.
           ADD 1 TO WS-CONTA-CONDIVISI.
           PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE.
           IF WS-RIEP-TROVATO = 'S'
               ADD 1 TO RF-CONDIVISI(WS-RIEP-RIGA)
           END-IF.
           MOVE 'CERCA-CONDIVISI' TO ECC-PARAGRAFO.
           MOVE WS-ID-DOPPIO      TO ECC-CHIAVE.
           MOVE SPACES            TO ECC-DESCRIZIONE.
           STRING 'CODICE FISCALE ANCHE SULL''ID ' DELIMITED BY SIZE
                  WS-ID-ALTRO DELIMITED BY SIZE
                  INTO ECC-DESCRIZIONE
           END-STRING.
           PERFORM SEGNALA THRU FINE-SEGNALA.
       FINE-SEGNALA-CONDIVISO.
            EXIT.
      *
       SEGNALA.
           ADD 1 TO WS-CONTA-SEGNALATI.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-SEGNALA.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-FILIALI.

           PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
                VARYING IND-RIEP FROM 1 BY 1
                UNTIL IND-RIEP > WS-NUM-RIEPILOGO.
           IF WS-RIEP-PIENO = 'S'
               MOVE SPACES TO REC-REPORTF
               MOVE 'TABELLA FILIALI PIENA: RIEPILOGO INCOMPLETO'
                    TO REC-REPORTF
               WRITE REC-REPORTF
           END-IF.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'PERSONE VERIFICATE    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-PERSONE         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'SENZA CODICE FISCALE  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SENZA-CF        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'CODICI ILLEGGIBILI    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ILLEGGIBILI     TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'ANNO DIVERSO          ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ANNO-DIV        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'COMUNE NON CENSITO    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-COMUNE-IGN      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'CODICI CONDIVISI      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-CONDIVISI       TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'CATASTALI SENZA CITTA ' TO RC-ETICHETTA.
           MOVE WS-CATASTO-SCARTATI      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           IF WS-COMUNE-MODE = 'S'
               MOVE 'ATTIVO'       TO RCC-STATO
           ELSE
               MOVE 'DISATTIVO'    TO RCC-STATO
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTROLLO-COMUNE.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-FILIALE.
           MOVE RF-FILIALE(IND-RIEP)       TO RF-R-FILIALE.
           MOVE RF-PERSONE(IND-RIEP)       TO RF-R-PERSONE.
           MOVE RF-SENZA-CF(IND-RIEP)      TO RF-R-SENZA-CF.
           MOVE RF-ILLEGGIBILI(IND-RIEP)   TO RF-R-ILLEGGIBILI.
           MOVE RF-ANNO-DIVERSO(IND-RIEP)  TO RF-R-ANNO.
           MOVE RF-COMUNE-IGNOTO(IND-RIEP) TO RF-R-COMUNE.
           MOVE RF-CONDIVISI(IND-RIEP)     TO RF-R-CONDIVISI.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-FILIALE.
       FINE-STAMPA-FILIALE.
            EXIT.
      *
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'VERIFCF ' TO GIO-PROGRAMMA.

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
           MOVE 'VERIFCF'    TO ECC-PROGRAMMA.

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
