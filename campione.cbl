       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPIONE.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * CAMPIONE CASUALE STRATIFICATO PER LE VERIFICHE DI QUALITA'
      * E PER LE INDAGINI DEL MARKETING: FINORA SI PRENDEVANO LE
      * PRIME CENTO RIGHE DI ANAGR.TXT, CHE DI CASUALE NON HANNO
      * NIENTE. SI ESTRAGGONO N PERSONE PER STRATO (CITTA, FILIALE
      * O FASCIA DI ETA'), IN NUMERO FISSO PER STRATO O IN
      * PROPORZIONE ALLA SUA DIMENSIONE, CON UN GENERATORE
      * PSEUDO-CASUALE A SEME: IL SEME USATO SI STAMPA E SI
      * REGISTRA IN CAMPIONE-SEMI.TXT, E RIPASSANDOLO NEI PARAMETRI
      * SI RIOTTIENE LO STESSO CAMPIONE SULLA STESSA ANAGRAFE.
      * RESTANO FUORI LE PERSONE NON ATTIVE, GLI ISCRITTI AL
      * REGISTRO DELLE OPPOSIZIONI (OPPOSIZIONI.TXT) E I NON
      * RECAPITABILI (RECAPITI-NEGATI.TXT). IL CAMPIONE ESCE NEL
      * TRACCIATO ANAGRAF STANDARD (CAMPIONE-OUTPUT.TXT), IL REPORT
      * RIPORTA POPOLAZIONE E CAMPIONE DI OGNI STRATO.
      *
      * TRACCIATO DI CAMPIONE-PARAM.TXT (FACOLTATIVO; RIGHE CHE
      * INIZIANO CON * O VUOTE SONO COMMENTI):
      *   COL. 1-10  CHIAVE: STRATO (CITTA, FILIALE, FASCIA; CITTA
      *              SE ASSENTE), MODO (FISSO O PROPORZ; FISSO SE
      *              ASSENTE), NUMERO (PERSONE PER STRATO SE FISSO,
      *              CAMPIONE COMPLESSIVO SE PROPORZ; 10 SE
      *              ASSENTE), SEME (1-2147483646; SE ASSENTE SI
      *              RICAVA DALL'ORA DI ESECUZIONE)
      *   COL. 11-20 VALORE; NUMERO IN 6 CIFRE (000050), SEME IN 10
      *              CIFRE (0000012345), CON GLI ZERI IN TESTA
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
      * PARAMETRI DEL CAMPIONE

           SELECT OPTIONAL PARAMF ASSIGN TO 'CAMPIONE-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * REGISTRO DELLE OPPOSIZIONI AL CONTATTO (FACOLTATIVO)

           SELECT OPTIONAL OPPOSIZI ASSIGN TO 'OPPOSIZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPPOSIZ-STATUS.
      * REGISTRO DELLE PERSONE NON RECAPITABILI (DAI RESI POSTALI)

           SELECT OPTIONAL NEGATIF ASSIGN TO 'RECAPITI-NEGATI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEGATI-STATUS.
      * CAMPIONE ESTRATTO, NEL TRACCIATO ANAGRAF STANDARD

           SELECT ESTRATTO ASSIGN TO 'CAMPIONE-OUTPUT.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'CAMPIONE-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * REGISTRO DEI SEMI USATI, PER RIPRODURRE I CAMPIONI

           SELECT SEMIF ASSIGN TO 'CAMPIONE-SEMI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEMI-STATUS.
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

       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(10).

       FD   OPPOSIZI
            DATA RECORD IS REC-OPPOSIZIONE.
       01 REC-OPPOSIZIONE.
          05 OPP-ID        PIC 9(5).
          05 FILLER        PIC X(34).

       FD   NEGATIF
            DATA RECORD IS REC-NEGATO.
       01 REC-NEGATO.
          05 NEG-ID        PIC 9(5).
          05 FILLER        PIC X.
          05 NEG-CONTA     PIC 9(3).
          05 FILLER        PIC X.
          05 NEG-DATA      PIC 9(8).

       FD   ESTRATTO
            DATA RECORD IS REC-ESTRATTO.
       01 REC-ESTRATTO  PIC X(71).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   SEMIF
            DATA RECORD IS REC-SEMIF.
       01 REC-SEMIF  PIC X(70).

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

       01 WS-PRIMOF-STATUS     PIC XX.
       01 WS-PARAM-STATUS      PIC XX.
       01 WS-SEMI-STATUS       PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 FINE-FILE            PIC X VALUE 'N'.
       01 WS-ANNO-CORRENTE     PIC 9999 VALUE 0.
       01 WS-ETA-CALCOLATA     PIC 9(4) VALUE 0.
       01 WS-ALIAS-ESITO       PIC X VALUE 'N'.
       01 WS-PASSATA           PIC 9 VALUE 0.

      ************************************************************
      *      PARAMETRI DEL CAMPIONE, CON I VALORI DI DIFETTO        *
      ************************************************************
       01 WS-STRATO            PIC X(10) VALUE 'CITTA'.
       01 WS-MODO              PIC X(10) VALUE 'FISSO'.
       01 WS-NUMERO            PIC 9(6) VALUE 10.
       01 WS-SEME-DA-PARAM     PIC X VALUE 'N'.
       01 WS-PARAM-RIGA        PIC 9(4) VALUE 0.
       01 WS-PARAM-SCARTATI    PIC 9(4) VALUE 0.

      ************************************************************
      *      GENERATORE PSEUDO-CASUALE A SEME (CONGRUENZA           *
      *      MOLTIPLICATIVA "MINIMO STANDARD": SEME * 16807 MODULO  *
      *      2147483647). A PARITA' DI SEME E DI ANAGRAFE LA        *
      *      SEQUENZA, E QUINDI IL CAMPIONE, SI RIPETE IDENTICA.    *
      ************************************************************
       01 WS-SEME              PIC 9(10) VALUE 0.
       01 WS-SEME-INIZIALE     PIC 9(10) VALUE 0.
       01 WS-SEME-LAVORO       PIC 9(15) VALUE 0.
       01 WS-MODULO            PIC 9(10) VALUE 2147483647.
       01 WS-QUOZIENTE         PIC 9(10) VALUE 0.
       01 WS-CASO              PIC 9(10) VALUE 0.

      ************************************************************
      *      REGISTRO DELLE OPPOSIZIONI AL CONTATTO E DEI NON       *
      *      RECAPITABILI: CHI VI E' ISCRITTO NON ENTRA NEL         *
      *      CAMPIONE E NON CONTA NELLA POPOLAZIONE DELLO STRATO    *
      ************************************************************
       COPY OPPOSIZ.
       01 WS-NEGATI-STATUS    PIC XX.
       01 WS-NEGATI-MODE      PIC X VALUE 'N'.
       01 WS-NEGATI-EOF       PIC X VALUE 'N'.
       01 WS-ID-NEGATO        PIC X VALUE 'N'.
       01 WS-MAX-NEGATI       PIC 9(4) VALUE 2000.
       01 TAB-NEGATI.
            05 NEGATO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-NEGATI
               INDEXED BY IND-NEG.
               10 NG-ID        PIC 9(5).
       01 WS-NUM-NEGATI       PIC 9(4) VALUE 0.

      ************************************************************
      *      STRATI: POPOLAZIONE IDONEA, QUOTA DA ESTRARRE E, IN    *
      *      SECONDA PASSATA, IDONEI ANCORA DA ESAMINARE E QUOTA    *
      *      ANCORA DA COPRIRE. L'ULTIMO POSTO RACCOGLIE GLI STRATI *
      *      IN ECCESSO ('ALTRI').                                  *
      ************************************************************
       01 WS-MAX-STRATI        PIC 9(3) VALUE 500.
       01 TAB-STRATI.
            05 STRATO-TAB OCCURS 501 TIMES.
               10 ST-VALORE    PIC X(10).
               10 ST-POPOLAZIONE PIC 9(7) VALUE 0.
               10 ST-QUOTA     PIC 9(7) VALUE 0.
               10 ST-DA-ESAMINARE PIC 9(7) VALUE 0.
               10 ST-DA-ESTRARRE  PIC 9(7) VALUE 0.
               10 ST-ESTRATTI  PIC 9(7) VALUE 0.
       01 WS-NUM-STRATI        PIC 9(3) VALUE 0.
       01 WS-STRATI-ALTRI      PIC X VALUE 'N'.
       01 WS-STRATO-CORR       PIC 9(3) VALUE 0.
       01 WS-IX-STRATO         PIC 9(3) VALUE 0.
       01 WS-VALORE-STRATO     PIC X(10) VALUE SPACES.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-STRATI-CORTI      PIC 9(3) VALUE 0.

      ************************************************************
      *           CONTATORI                                         *
      ************************************************************
       01 WS-CONTA-LETTI       PIC 9(7) VALUE 0.
       01 WS-CONTA-IDONEI      PIC 9(7) VALUE 0.
       01 WS-CONTA-NON-ATTIVI  PIC 9(7) VALUE 0.
       01 WS-CONTA-OPPOSTE     PIC 9(7) VALUE 0.
       01 WS-CONTA-NEGATE      PIC 9(7) VALUE 0.
       01 WS-CONTA-ESTRATTI    PIC 9(7) VALUE 0.
       01 WS-TOTALE-QUOTE      PIC 9(7) VALUE 0.
       01 WS-IDONEO            PIC X VALUE 'N'.

      ************************************************************
      *      RIGA DEL REGISTRO DEI SEMI (CAMPIONE-SEMI.TXT)         *
      ************************************************************
       01 RIGA-SEMI.
            05 SM-DATA           PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-ORA            PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-SEME           PIC 9(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-STRATO         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-MODO           PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-NUMERO         PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-ESTRATTI       PIC 9(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 SM-OPERATORE      PIC X(3).

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
            05 FILLER            PIC X(30) VALUE
               'CAMPIONE CASUALE STRATIFICATO'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 INTESTAZIONE-COLONNE.
            05 FILLER            PIC X(14) VALUE 'STRATO'.
            05 FILLER            PIC X(12) VALUE '  POPOLAZ.'.
            05 FILLER            PIC X(12) VALUE '     QUOTA'.
            05 FILLER            PIC X(12) VALUE '  ESTRATTI'.

       01 RIGA-STRATO.
            05 RS-VALORE         PIC X(14).
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RS-POPOLAZIONE    PIC ZZZZZZ9.
            05 FILLER            PIC X(5)  VALUE SPACES.
            05 RS-QUOTA          PIC ZZZZZZ9.
            05 FILLER            PIC X(5)  VALUE SPACES.
            05 RS-ESTRATTI       PIC ZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RS-NOTA           PIC X(16).

       01 RIGA-PARAMETRO.
            05 RPA-ETICHETTA     PIC X(20).
            05 RPA-VALORE        PIC X(20).

       01 WS-NUMERO-EDIT       PIC ZZZZZZZZZ9.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = CAMPIONE ESTRATTO PER INTERO                           *
      * 4 = STRATI PIU' PICCOLI DELLA QUOTA (CAMPIONE CORTO),      *
      *     RIGHE DI PARAMETRO SCARTATE, STRATI IN ECCESSO         *
      *     RAGGRUPPATI IN 'ALTRI', REGISTRO DELLE OPPOSIZIONI     *
      *     ASSENTE, NESSUNA PERSONA IDONEA                        *
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
       01 WS-ORA-NUMERICA REDEFINES WS-ORA-ESECUZIONE PIC 9(8).

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            ACCEPT WS-ORA-ESECUZIONE  FROM TIME.
            MOVE WS-ANNO TO WS-ANNO-CORRENTE.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM CARICA-OPPOSIZIONI THRU FINE-CARICA-OPPOSIZIONI.
            PERFORM CARICA-NEGATI THRU FINE-CARICA-NEGATI.

            MOVE 1 TO WS-PASSATA.
            PERFORM APERTURA THRU FINE-APERTURA.
            IF WS-RETURN-CODE NOT = 8
                PERFORM CONTA-RECORD THRU FINE-CONTA-RECORD
                     UNTIL FINE-FILE = 'S'
                CLOSE PRIMOF
                PERFORM CALCOLA-QUOTE THRU FINE-CALCOLA-QUOTE
                MOVE 2 TO WS-PASSATA
                PERFORM APERTURA THRU FINE-APERTURA
                OPEN OUTPUT ESTRATTO
                PERFORM ESTRAI-RECORD THRU FINE-ESTRAI-RECORD
                     UNTIL FINE-FILE = 'S'
                CLOSE PRIMOF
                CLOSE ESTRATTO
                PERFORM REGISTRA-SEME THRU FINE-REGISTRA-SEME
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-LETTI    TO GIO-LETTI.
            MOVE WS-CONTA-ESTRATTI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE    TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'RECORD LETTI: ' WS-CONTA-LETTI
                    ' ESTRATTI: ' WS-CONTA-ESTRATTI
                    ' SEME: ' WS-SEME-INIZIALE.
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
      * SENZA FILE PARAMETRI: DIECI PERSONE PER CITTA. SENZA SEME   *
      * SE NE RICAVA UNO DALL'ORA, CHE SI STAMPA E SI REGISTRA      *
      * COMUNQUE, COSI' ANCHE QUEL CAMPIONE SI PUO' RIFARE.         *
      **************************************************************
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               MOVE 'N' TO WS-PARAM-EOF
               PERFORM LEGGI-UN-PARAMETRO THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
           IF WS-SEME-DA-PARAM = 'N'
               COMPUTE WS-SEME = WS-ORA-NUMERICA
                               + WS-GIORNO * 100000000 + 1
           END-IF.
      * IL GENERATORE VUOLE UN SEME FRA 1 E IL MODULO MENO UNO
           IF WS-SEME = ZERO OR WS-SEME >= WS-MODULO
               DIVIDE WS-SEME BY 2147483646
                      GIVING WS-QUOZIENTE REMAINDER WS-CASO
               COMPUTE WS-SEME = WS-CASO + 1
           END-IF.
           MOVE WS-SEME TO WS-SEME-INIZIALE.
           IF WS-PARAM-SCARTATI > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     ADD 1 TO WS-PARAM-RIGA
                     IF REC-PARAMF NOT = SPACES
                             AND PAR-CHIAVE(1:1) NOT = '*'
                         PERFORM CLASSIFICA-PARAMETRO
                            THRU FINE-CLASSIFICA-PARAMETRO
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CLASSIFICA-PARAMETRO.
           IF PAR-CHIAVE = 'STRATO    '
               IF PAR-VALORE = 'CITTA     ' OR PAR-VALORE = 'FILIALE   '
                       OR PAR-VALORE = 'FASCIA    '
                   MOVE PAR-VALORE TO WS-STRATO
                   GO TO FINE-CLASSIFICA-PARAMETRO
               END-IF
           END-IF.
           IF PAR-CHIAVE = 'MODO      '
               IF PAR-VALORE = 'FISSO     ' OR PAR-VALORE = 'PROPORZ   '
                   MOVE PAR-VALORE TO WS-MODO
                   GO TO FINE-CLASSIFICA-PARAMETRO
               END-IF
           END-IF.
           IF PAR-CHIAVE = 'NUMERO    '
               IF PAR-VALORE(1:6) IS NUMERIC
                   MOVE PAR-VALORE(1:6) TO WS-NUMERO
                   GO TO FINE-CLASSIFICA-PARAMETRO
               END-IF
           END-IF.
           IF PAR-CHIAVE = 'SEME      '
               IF PAR-VALORE IS NUMERIC
                   MOVE PAR-VALORE TO WS-SEME
                   MOVE 'S' TO WS-SEME-DA-PARAM
                   GO TO FINE-CLASSIFICA-PARAMETRO
               END-IF
           END-IF.

           ADD 1 TO WS-PARAM-SCARTATI.
           DISPLAY 'RIGA DI PARAMETRO SCARTATA: ' WS-PARAM-RIGA.
           MOVE 'CLASSIFICA-PARAMETRO' TO ECC-PARAGRAFO.
           MOVE PAR-CHIAVE             TO ECC-CHIAVE.
           MOVE 'RIGA DI PARAMETRO NON VALIDA, SCARTATA'
                TO ECC-DESCRIZIONE.
           MOVE 'A' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-CLASSIFICA-PARAMETRO.
            EXIT.
      *
       CARICA-OPPOSIZIONI.
      **************************************************************
      * UN CAMPIONE PER INDAGINE SENZA IL REGISTRO DELLE            *
      * OPPOSIZIONI RISCHIA DI CONTATTARE CHI HA DETTO NO: SI       *
      * ESTRAE LO STESSO MA SI SEGNALA.                             *
      **************************************************************
           MOVE 'N'  TO WS-OPPOSIZ-MODE.
           MOVE ZERO TO WS-NUM-OPPOSIZIONI.
           OPEN INPUT OPPOSIZI.
           IF WS-OPPOSIZ-STATUS = '00'
               MOVE 'S' TO WS-OPPOSIZ-MODE
               MOVE 'N' TO WS-OPPOSIZ-EOF
               PERFORM LEGGI-OPPOSIZIONE THRU FINE-LEGGI-OPPOSIZIONE
                    UNTIL WS-OPPOSIZ-EOF = 'S'
           ELSE
               DISPLAY 'REGISTRO OPPOSIZIONI NON PRESENTE'
               MOVE 'CARICA-OPPOSIZIONI' TO ECC-PARAGRAFO
               MOVE SPACES               TO ECC-CHIAVE
               MOVE 'OPPOSIZIONI.TXT ASSENTE, NON APPLICATO'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           CLOSE OPPOSIZI.
       FINE-CARICA-OPPOSIZIONI.
            EXIT.
      *
       LEGGI-OPPOSIZIONE.
           READ OPPOSIZI AT END
                MOVE 'S' TO WS-OPPOSIZ-EOF
                NOT AT END
                     IF WS-NUM-OPPOSIZIONI < WS-MAX-OPPOSIZIONI
                             AND OPP-ID IS NUMERIC
                         ADD 1 TO WS-NUM-OPPOSIZIONI
                         MOVE OPP-ID
                              TO OP-TAB-ID(WS-NUM-OPPOSIZIONI)
                     END-IF
           END-READ.
       FINE-LEGGI-OPPOSIZIONE.
            EXIT.
      *
       CARICA-NEGATI.
           MOVE 'N'  TO WS-NEGATI-MODE.
           MOVE ZERO TO WS-NUM-NEGATI.
           OPEN INPUT NEGATIF.
           IF WS-NEGATI-STATUS = '00'
               MOVE 'S' TO WS-NEGATI-MODE
               MOVE 'N' TO WS-NEGATI-EOF
               PERFORM LEGGI-NEGATO THRU FINE-LEGGI-NEGATO
                    UNTIL WS-NEGATI-EOF = 'S'
           END-IF.
           CLOSE NEGATIF.
       FINE-CARICA-NEGATI.
            EXIT.
      *
       LEGGI-NEGATO.
           READ NEGATIF AT END
                MOVE 'S' TO WS-NEGATI-EOF
                NOT AT END
                     IF WS-NUM-NEGATI < WS-MAX-NEGATI
                             AND NEG-ID IS NUMERIC
                         ADD 1 TO WS-NUM-NEGATI
                         MOVE NEG-ID TO NG-ID(WS-NUM-NEGATI)
                     END-IF
           END-READ.
       FINE-LEGGI-NEGATO.
            EXIT.
      *
       APERTURA.
           MOVE 'N' TO FINE-FILE.
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
                IF WS-PASSATA = 1
                    DISPLAY 'FILE PRIMOF VUOTO'
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE 'APERTURA' TO ECC-PARAGRAFO
                    MOVE SPACES     TO ECC-CHIAVE
                    MOVE 'FILE ANAGR.TXT VUOTO' TO ECC-DESCRIZIONE
                    MOVE 'G' TO ECC-SEVERITA
                    PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                    CLOSE PRIMOF
                END-IF
           END-READ.
       FINE-APERTURA.
            EXIT.
      *
       CONTA-RECORD.
      **************************************************************
      * PRIMA PASSATA: POPOLAZIONE IDONEA DI OGNI STRATO.           *
      **************************************************************
           ADD 1 TO WS-CONTA-LETTI.
           PERFORM VALUTA-IDONEITA THRU FINE-VALUTA-IDONEITA.
           IF WS-IDONEO = 'S'
               ADD 1 TO WS-CONTA-IDONEI
               PERFORM POSIZIONA-STRATO THRU FINE-POSIZIONA-STRATO
               ADD 1 TO ST-POPOLAZIONE(WS-STRATO-CORR)
           END-IF.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
           END-READ.
       FINE-CONTA-RECORD.
            EXIT.
      *
       VALUTA-IDONEITA.
      **************************************************************
      * IDONEA E' LA PERSONA ATTIVA, NON OPPOSTA E RECAPITABILE.    *
      * LE ESCLUSIONI SI CONTANO SOLO IN PRIMA PASSATA.             *
      **************************************************************
           MOVE 'N' TO WS-IDONEO.
           IF STATO = 'D' OR STATO = 'E'
               IF WS-PASSATA = 1
                   ADD 1 TO WS-CONTA-NON-ATTIVI
               END-IF
               GO TO FINE-VALUTA-IDONEITA
           END-IF.
           MOVE 'N' TO WS-ID-OPPOSTO.
           IF WS-OPPOSIZ-MODE = 'S'
               SET IND-OPPOS TO 1
               PERFORM CERCA-OPPOSIZIONE THRU FINE-CERCA-OPPOSIZIONE
                    UNTIL IND-OPPOS > WS-NUM-OPPOSIZIONI
                       OR WS-ID-OPPOSTO = 'S'
           END-IF.
           IF WS-ID-OPPOSTO = 'S'
               IF WS-PASSATA = 1
                   ADD 1 TO WS-CONTA-OPPOSTE
               END-IF
               GO TO FINE-VALUTA-IDONEITA
           END-IF.
           MOVE 'N' TO WS-ID-NEGATO.
           IF WS-NEGATI-MODE = 'S'
               SET IND-NEG TO 1
               PERFORM CERCA-NEGATO THRU FINE-CERCA-NEGATO
                    UNTIL IND-NEG > WS-NUM-NEGATI
                       OR WS-ID-NEGATO = 'S'
           END-IF.
           IF WS-ID-NEGATO = 'S'
               IF WS-PASSATA = 1
                   ADD 1 TO WS-CONTA-NEGATE
               END-IF
               GO TO FINE-VALUTA-IDONEITA
           END-IF.
           MOVE 'S' TO WS-IDONEO.
       FINE-VALUTA-IDONEITA.
            EXIT.
      *
       CERCA-OPPOSIZIONE.
           IF OP-TAB-ID(IND-OPPOS) = ID-PERSONA
               MOVE 'S' TO WS-ID-OPPOSTO
           END-IF.
           SET IND-OPPOS UP BY 1.
       FINE-CERCA-OPPOSIZIONE.
            EXIT.
      *
       CERCA-NEGATO.
           IF NG-ID(IND-NEG) = ID-PERSONA
               MOVE 'S' TO WS-ID-NEGATO
           END-IF.
           SET IND-NEG UP BY 1.
       FINE-CERCA-NEGATO.
            EXIT.
      *
       POSIZIONA-STRATO.
      **************************************************************
      * VALORE DELLO STRATO DEL RECORD (CITTA CANONICA, FILIALE O   *
      * FASCIA DI ETA' COME IN INCROCIO) E SUA RIGA IN TABELLA; IN  *
      * PRIMA PASSATA UNO STRATO NUOVO SI AGGIUNGE, A TABELLA PIENA *
      * VA IN 'ALTRI'.                                              *
      **************************************************************
           MOVE SPACES TO WS-VALORE-STRATO.
           IF WS-STRATO = 'CITTA     '
               MOVE CITTA TO WS-VALORE-STRATO
               CALL 'CITALIAS' USING WS-VALORE-STRATO WS-ALIAS-ESITO
           END-IF.
           IF WS-STRATO = 'FILIALE   '
               MOVE COD-FILIALE TO WS-VALORE-STRATO
           END-IF.
           IF WS-STRATO = 'FASCIA    '
               PERFORM VALUTA-FASCIA THRU FINE-VALUTA-FASCIA
           END-IF.

           MOVE 'N' TO WS-TROVATO.
           PERFORM CERCA-STRATO THRU FINE-CERCA-STRATO
                VARYING WS-IX-STRATO FROM 1 BY 1
                UNTIL WS-IX-STRATO > WS-NUM-STRATI
                   OR WS-TROVATO = 'S'.
           IF WS-TROVATO = 'S'
               GO TO FINE-POSIZIONA-STRATO
           END-IF.
           IF WS-NUM-STRATI < WS-MAX-STRATI AND WS-PASSATA = 1
               ADD 1 TO WS-NUM-STRATI
               MOVE WS-NUM-STRATI    TO WS-STRATO-CORR
               MOVE WS-VALORE-STRATO TO ST-VALORE(WS-STRATO-CORR)
               GO TO FINE-POSIZIONA-STRATO
           END-IF.
           COMPUTE WS-STRATO-CORR = WS-MAX-STRATI + 1.
           IF WS-STRATI-ALTRI = 'N'
               MOVE 'S' TO WS-STRATI-ALTRI
               MOVE '*ALTRI*' TO ST-VALORE(WS-STRATO-CORR)
               DISPLAY 'TROPPI STRATI: ECCESSO IN ALTRI'
               MOVE 'POSIZIONA-STRATO' TO ECC-PARAGRAFO
               MOVE WS-VALORE-STRATO   TO ECC-CHIAVE
               MOVE 'TROPPI STRATI, RAGGRUPPATI IN ALTRI'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       FINE-POSIZIONA-STRATO.
            EXIT.
      *
       CERCA-STRATO.
           IF ST-VALORE(WS-IX-STRATO) = WS-VALORE-STRATO
               MOVE 'S' TO WS-TROVATO
               MOVE WS-IX-STRATO TO WS-STRATO-CORR
           END-IF.
       FINE-CERCA-STRATO.
            EXIT.
      *
       VALUTA-FASCIA.
      * ETA' CORRENTE DALL'ANNO DI NASCITA QUANDO C'E' (COME INCROCIO)
           IF ANNO-NASC IS NUMERIC AND ANNO-NASC > ZERO
                   AND ANNO-NASC <= WS-ANNO-CORRENTE
               COMPUTE WS-ETA-CALCOLATA =
                       WS-ANNO-CORRENTE - ANNO-NASC
               IF WS-ETA-CALCOLATA <= 999
                   MOVE WS-ETA-CALCOLATA TO ANNI
               END-IF
           END-IF.
           IF ANNI <= 17
               MOVE '0-17' TO WS-VALORE-STRATO
           ELSE
               IF ANNI <= 35
                   MOVE '18-35' TO WS-VALORE-STRATO
               ELSE
                   IF ANNI <= 60
                       MOVE '36-60' TO WS-VALORE-STRATO
                   ELSE
                       MOVE '61+' TO WS-VALORE-STRATO
                   END-IF
               END-IF
           END-IF.
       FINE-VALUTA-FASCIA.
            EXIT.
      *
       CALCOLA-QUOTE.
      **************************************************************
      * QUOTA DI OGNI STRATO: IN MODO FISSO IL NUMERO RICHIESTO,    *
      * IN MODO PROPORZ LA PARTE DEL CAMPIONE COMPLESSIVO PARI AL   *
      * PESO DELLO STRATO (ARROTONDATA), MAI OLTRE LA POPOLAZIONE.  *
      * UNO STRATO PIU' PICCOLO DELLA QUOTA SI PRENDE PER INTERO E  *
      * SI SEGNALA.                                                 *
      **************************************************************
           IF WS-CONTA-IDONEI = ZERO
               DISPLAY 'NESSUNA PERSONA IDONEA AL CAMPIONE'
               MOVE 'CALCOLA-QUOTE' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'NESSUNA PERSONA IDONEA AL CAMPIONE'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO FINE-CALCOLA-QUOTE
           END-IF.
           PERFORM QUOTA-STRATO THRU FINE-QUOTA-STRATO
                VARYING WS-IX-STRATO FROM 1 BY 1
                UNTIL WS-IX-STRATO > WS-NUM-STRATI.
           IF WS-STRATI-ALTRI = 'S'
               COMPUTE WS-IX-STRATO = WS-MAX-STRATI + 1
               PERFORM QUOTA-STRATO THRU FINE-QUOTA-STRATO
           END-IF.
           IF WS-STRATI-CORTI > ZERO
               DISPLAY 'STRATI PIU'' PICCOLI DELLA QUOTA: '
                       WS-STRATI-CORTI
               MOVE 'CALCOLA-QUOTE' TO ECC-PARAGRAFO
               MOVE SPACES          TO ECC-CHIAVE
               MOVE 'STRATI PIU'' PICCOLI DELLA QUOTA RICHIESTA'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       FINE-CALCOLA-QUOTE.
            EXIT.
      *
       QUOTA-STRATO.
           IF WS-MODO = 'FISSO     '
               MOVE WS-NUMERO TO ST-QUOTA(WS-IX-STRATO)
           ELSE
               COMPUTE ST-QUOTA(WS-IX-STRATO) ROUNDED =
                       WS-NUMERO * ST-POPOLAZIONE(WS-IX-STRATO)
                       / WS-CONTA-IDONEI
           END-IF.
           IF ST-QUOTA(WS-IX-STRATO) > ST-POPOLAZIONE(WS-IX-STRATO)
               MOVE ST-POPOLAZIONE(WS-IX-STRATO)
                    TO ST-QUOTA(WS-IX-STRATO)
               ADD 1 TO WS-STRATI-CORTI
           END-IF.
           MOVE ST-POPOLAZIONE(WS-IX-STRATO)
                TO ST-DA-ESAMINARE(WS-IX-STRATO).
           MOVE ST-QUOTA(WS-IX-STRATO) TO ST-DA-ESTRARRE(WS-IX-STRATO).
           ADD ST-QUOTA(WS-IX-STRATO) TO WS-TOTALE-QUOTE.
       FINE-QUOTA-STRATO.
            EXIT.
      *
       ESTRAI-RECORD.
      **************************************************************
      * SECONDA PASSATA, ESTRAZIONE SEQUENZIALE: L'IDONEO SI        *
      * PRENDE CON PROBABILITA' (QUOTA ANCORA DA COPRIRE) / (IDONEI *
      * DELLO STRATO ANCORA DA ESAMINARE). COSI' OGNI STRATO DA'    *
      * ESATTAMENTE LA SUA QUOTA, OGNI IDONEO HA LA STESSA          *
      * PROBABILITA' E IL CAMPIONE ESCE NELL'ORDINE DI ANAGR.TXT.   *
      **************************************************************
           PERFORM VALUTA-IDONEITA THRU FINE-VALUTA-IDONEITA.
           IF WS-IDONEO = 'S'
               PERFORM POSIZIONA-STRATO THRU FINE-POSIZIONA-STRATO
               IF ST-DA-ESTRARRE(WS-STRATO-CORR) > ZERO
                   PERFORM ESTRAI-CASO THRU FINE-ESTRAI-CASO
                   DIVIDE WS-CASO BY ST-DA-ESAMINARE(WS-STRATO-CORR)
                          GIVING WS-QUOZIENTE REMAINDER WS-CASO
                   IF WS-CASO < ST-DA-ESTRARRE(WS-STRATO-CORR)
                       WRITE REC-ESTRATTO FROM WS-PRIMOF
                       ADD 1 TO WS-CONTA-ESTRATTI
                       ADD 1 TO ST-ESTRATTI(WS-STRATO-CORR)
                       SUBTRACT 1 FROM ST-DA-ESTRARRE(WS-STRATO-CORR)
                   END-IF
               END-IF
               SUBTRACT 1 FROM ST-DA-ESAMINARE(WS-STRATO-CORR)
           END-IF.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
           END-READ.
       FINE-ESTRAI-RECORD.
            EXIT.
      *
       ESTRAI-CASO.
      **************************************************************
      * UN PASSO DEL GENERATORE: IL SEME AVANZA E WS-CASO RESTITUISCE *
      * UN NUMERO SPARPAGLIATO 1-2147483646.                        *
      **************************************************************
           COMPUTE WS-SEME-LAVORO = WS-SEME * 16807.
           DIVIDE WS-SEME-LAVORO BY WS-MODULO
                  GIVING WS-QUOZIENTE REMAINDER WS-CASO.
           MOVE WS-CASO TO WS-SEME.
       FINE-ESTRAI-CASO.
            EXIT.
      *
       REGISTRA-SEME.
           MOVE WS-DATA-ESECUZIONE     TO SM-DATA.
           MOVE WS-ORA-ESECUZIONE(1:6) TO SM-ORA.
           MOVE WS-SEME-INIZIALE       TO SM-SEME.
           MOVE WS-STRATO              TO SM-STRATO.
           MOVE WS-MODO                TO SM-MODO.
           MOVE WS-NUMERO              TO SM-NUMERO.
           MOVE WS-CONTA-ESTRATTI      TO SM-ESTRATTI.
           MOVE WS-OPERATORE-CORR      TO SM-OPERATORE.
           OPEN EXTEND SEMIF.
           IF WS-SEMI-STATUS NOT = '00'
               OPEN OUTPUT SEMIF
           END-IF.
           WRITE REC-SEMIF FROM RIGA-SEMI.
           CLOSE SEMIF.
       FINE-REGISTRA-SEME.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE INTESTAZIONE-COLONNE TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.

           MOVE 'STRATO PER'         TO RPA-ETICHETTA.
           MOVE WS-STRATO            TO RPA-VALORE.
           PERFORM STAMPA-PARAMETRO THRU FINE-STAMPA-PARAMETRO.
           MOVE 'MODO'               TO RPA-ETICHETTA.
           MOVE WS-MODO              TO RPA-VALORE.
           PERFORM STAMPA-PARAMETRO THRU FINE-STAMPA-PARAMETRO.
           IF WS-MODO = 'FISSO     '
               MOVE 'PERSONE PER STRATO' TO RPA-ETICHETTA
           ELSE
               MOVE 'CAMPIONE RICHIESTO' TO RPA-ETICHETTA
           END-IF.
           MOVE WS-NUMERO            TO WS-NUMERO-EDIT.
           MOVE WS-NUMERO-EDIT       TO RPA-VALORE.
           PERFORM STAMPA-PARAMETRO THRU FINE-STAMPA-PARAMETRO.
           MOVE 'SEME'               TO RPA-ETICHETTA.
           MOVE WS-SEME-INIZIALE     TO WS-NUMERO-EDIT.
           MOVE WS-NUMERO-EDIT       TO RPA-VALORE.
           PERFORM STAMPA-PARAMETRO THRU FINE-STAMPA-PARAMETRO.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           PERFORM STAMPA-STRATO THRU FINE-STAMPA-STRATO
                VARYING WS-IX-STRATO FROM 1 BY 1
                UNTIL WS-IX-STRATO > WS-NUM-STRATI.
           IF WS-STRATI-ALTRI = 'S'
               COMPUTE WS-IX-STRATO = WS-MAX-STRATI + 1
               PERFORM STAMPA-STRATO THRU FINE-STAMPA-STRATO
           END-IF.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'TOTALE'             TO RS-VALORE.
           MOVE WS-CONTA-IDONEI      TO RS-POPOLAZIONE.
           MOVE WS-TOTALE-QUOTE      TO RS-QUOTA.
           MOVE WS-CONTA-ESTRATTI    TO RS-ESTRATTI.
           MOVE SPACES               TO RS-NOTA.
           MOVE RIGA-STRATO          TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RECORD LETTI'          TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI          TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'NON ATTIVI ESCLUSI'    TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ATTIVI     TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'OPPOSIZIONI ESCLUSE'   TO RC-ETICHETTA.
           MOVE WS-CONTA-OPPOSTE        TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'NON RECAPITABILI ESCLUSI' TO RC-ETICHETTA.
           MOVE WS-CONTA-NEGATE         TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'PERSONE ESTRATTE'      TO RC-ETICHETTA.
           MOVE WS-CONTA-ESTRATTI       TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-OPPOSIZ-MODE = 'N'
               MOVE SPACES TO WS-RIGA-REPORT
               MOVE 'REGISTRO OPPOSIZIONI NON PRESENTE: NON APPLICATO'
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
       STAMPA-PARAMETRO.
           MOVE RIGA-PARAMETRO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO RPA-VALORE.
       FINE-STAMPA-PARAMETRO.
            EXIT.
      *
       STAMPA-STRATO.
           MOVE ST-VALORE(WS-IX-STRATO)      TO RS-VALORE.
           MOVE ST-POPOLAZIONE(WS-IX-STRATO) TO RS-POPOLAZIONE.
           MOVE ST-QUOTA(WS-IX-STRATO)       TO RS-QUOTA.
           MOVE ST-ESTRATTI(WS-IX-STRATO)    TO RS-ESTRATTI.
           MOVE SPACES TO RS-NOTA.
           IF WS-MODO = 'FISSO     '
                   AND ST-POPOLAZIONE(WS-IX-STRATO) < WS-NUMERO
               MOVE 'STRATO PICCOLO' TO RS-NOTA
           END-IF.
           MOVE RIGA-STRATO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-STRATO.
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
           MOVE 'CAMPIONE' TO GIO-PROGRAMMA.
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
           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'CAMPIONE'   TO ECC-PROGRAMMA.
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
