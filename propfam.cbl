       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPFAM.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * PROPOSTE NOTTURNE DI DEROGA AL RAGGRUPPAMENTO DELLE FAMIGLIE
      * RICAVATE DAGLI INDIRIZZI: LE FAMIGLIE PRESUNTE DI FAMIGLIE
      * (CITTA CANONICA + COGNOME, PERSONE ATTIVE) VENGONO MESSE A
      * CONFRONTO CON INDIRIZZI.IDX. PERSONE DELLO STESSO CIVICO
      * (CITTA, VIA, NUMERO) CON FAMIGLIE DIVERSE DIVENTANO UNA
      * PROPOSTA 'UNISCI'; I COMPONENTI DI UNA FAMIGLIA CHE ABITANO
      * FUORI DALL'INDIRIZZO DEI PIU' DIVENTANO PROPOSTE 'SEPARA'.
      * LE PROPOSTE VANNO NEL REGISTRO FAMIGLIE-PROPOSTE.TXT, DOVE
      * L'OPERATORE LE ACCETTA O LE RESPINGE CON DEROGMST. LE
      * PERSONE GIA' IN DEROGA NON SI PROPONGONO, LE PROPOSTE
      * RESPINTE NON TORNANO FINCHE' L'INDIRIZZO NON CAMBIA.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ANAGRAFICA, PER COGNOME, CITTA E STATO DELLE PERSONE

           SELECT PRIMOF   ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * MASTER DEGLI INDIRIZZI, CHIAVE CODICE PERSONA

           SELECT INDIRF   ASSIGN TO 'INDIRIZZI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY INF-ID
           STATUS WS-INDIR-STATUS.
      * DEROGHE MANUALI AL RAGGRUPPAMENTO (MANUTENUTE DA DEROGMST)

           SELECT OPTIONAL DEROGHEF ASSIGN TO 'FAMIGLIE-DEROGHE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEROGHE-STATUS.
      * REGISTRO DELLE PROPOSTE, RILETTO E RISCRITTO

           SELECT OPTIONAL PROPOSTEF ASSIGN TO 'FAMIGLIE-PROPOSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
      * FILE DI LAVORO DEL SORT

           SELECT SORTWK ASSIGN TO 'PROPFAM-WORK'.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'PROPFAM-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
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
       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       FD   INDIRF
            DATA RECORD IS REC-INDIRF.
       01 REC-INDIRF.
          05 INF-ID        PIC 9(5).
          05 INF-VIA       PIC X(20).
          05 INF-NUMERO    PIC X(5).
          05 INF-CAP       PIC X(5).
          05 INF-CITTA     PIC X(10).

       FD   DEROGHEF
            DATA RECORD IS REC-DEROGHEF.
       01 REC-DEROGHEF.
          05 DER-TIPO       PIC X(6).
          05 FILLER         PIC X.
          05 DER-ID         PIC 9(5).
          05 FILLER         PIC X.
          05 DER-GRUPPO     PIC 9(3).

       FD   PROPOSTEF
            DATA RECORD IS REC-PROPOSTA.
       01 REC-PROPOSTA  PIC X(92).

       SD   SORTWK
            DATA RECORD IS REC-SORT.
       01 REC-SORT.
          05 SORT-FAMIGLIA.
             10 SORT-CITTA      PIC X(10).
             10 SORT-COGNOME    PIC X(10).
          05 SORT-INDIRIZZO.
             10 SORT-CITTA-IND  PIC X(10).
             10 SORT-VIA        PIC X(20).
             10 SORT-CIVICO     PIC X(5).
          05 SORT-ID            PIC 9(5).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.
       COPY PROPOSTE.

       01   WS-PRIMOF-STATUS  PIC XX.
       01   WS-INDIR-STATUS   PIC XX.

       01 FINE-FILE PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.

      ************************************************************
      *      PERSONE ATTIVE CON INDIRIZZO: FAMIGLIA PRESUNTA        *
      *      (CITTA CANONICA + COGNOME, LA ROTTURA DI FAMIGLIE) E   *
      *      INDIRIZZO DI RECAPITO (CITTA CANONICA, VIA, CIVICO)    *
      ************************************************************
       01 WS-MAX-PERSONE      PIC 9(4) VALUE 5000.
       01 TAB-PERSONE.
            05 PERSONA OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-NUM-PERSONE
               INDEXED BY IND-PERS.
               10 PE-ID          PIC 9(5).
               10 PE-FAMIGLIA.
                  15 PE-CITTA     PIC X(10).
                  15 PE-COGNOME   PIC X(10).
               10 PE-INDIRIZZO.
                  15 PE-CITTA-IND PIC X(10).
                  15 PE-VIA       PIC X(20).
                  15 PE-CIVICO    PIC X(5).
       01 WS-NUM-PERSONE      PIC 9(4) VALUE 0.
       01 WS-PERSONE-PIENA    PIC X VALUE 'N'.
       01 WS-CITTA-CANONICA   PIC X(10) VALUE SPACES.
       01 WS-ESITO-ALIAS      PIC X VALUE 'N'.

      ************************************************************
      *      ID GIA' IN DEROGA (QUALSIASI TIPO): DECISI A MANO,     *
      *      RESTANO FUORI DAL CONFRONTO                            *
      ************************************************************
       01 WS-DEROGHE-STATUS   PIC XX.
       01 WS-DEROGHE-EOF      PIC X VALUE 'N'.
       01 WS-MAX-DEROGHE      PIC 9(3) VALUE 200.
       01 TAB-DEROGATI.
            05 DEROGATO OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-DEROGHE
               INDEXED BY IND-DEROGA.
               10 DG-ID        PIC 9(5).
       01 WS-NUM-DEROGHE      PIC 9(3) VALUE 0.
       01 WS-IN-DEROGA        PIC X VALUE 'N'.

      ************************************************************
      *      GRUPPO IN ESAME: LE PERSONE DI UN CIVICO (PASSO        *
      *      UNISCI) O DI UNA FAMIGLIA PRESUNTA (PASSO SEPARA)      *
      ************************************************************
       01 WS-MAX-GRUPPO       PIC 9(3) VALUE 100.
       01 TAB-GRUPPO.
            05 MEMBRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NUM-MEMBRI
               INDEXED BY IND-MEMBRO.
               10 GR-ID          PIC 9(5).
               10 GR-FAMIGLIA.
                  15 GR-CITTA     PIC X(10).
                  15 GR-COGNOME   PIC X(10).
               10 GR-INDIRIZZO.
                  15 GR-CITTA-IND PIC X(10).
                  15 GR-VIA       PIC X(20).
                  15 GR-CIVICO    PIC X(5).
       01 WS-NUM-MEMBRI       PIC 9(3) VALUE 0.
       01 WS-GRUPPO-PIENO     PIC X VALUE 'N'.
       01 WS-PRIMO-GRUPPO     PIC X VALUE 'S'.
       01 WS-FAMIGLIA-PREC    PIC X(20) VALUE SPACES.
       01 WS-INDIRIZZO-PREC   PIC X(35) VALUE SPACES.
       01 WS-CONTA-DIVERSI    PIC 9(3) VALUE 0.
       01 WS-CONTA-RESPINTI   PIC 9(3) VALUE 0.
       01 WS-RUN-INIZIO       PIC 9(3) VALUE 0.
       01 WS-RUN-CONTA        PIC 9(3) VALUE 0.
       01 WS-DOM-INIZIO       PIC 9(3) VALUE 0.
       01 WS-DOM-CONTA        PIC 9(3) VALUE 0.
       01 WS-INDIRIZZO-DOM    PIC X(35) VALUE SPACES.

      ************************************************************
      *      CONFRONTO CON LE PROPOSTE GIA' A REGISTRO: LE RIGHE    *
      *      DA 1 A WS-NUM-VECCHIE SONO QUELLE RILETTE, LE NUOVE    *
      *      SI ACCODANO. DELLE VECCHIE SI CONSERVANO SOLO QUELLE   *
      *      DECISE: QUELLE IN ATTESA SI RIGENERANO (CON LA DATA    *
      *      DELLA PRIMA PROPOSTA) SE LA SITUAZIONE PERSISTE.       *
      ************************************************************
       01 WS-NUM-VECCHIE      PIC 9(4) VALUE 0.
       01 WS-ULTIMO-NUMERO    PIC 9(5) VALUE 0.
       01 WS-NUMERO-NUOVO     PIC 9(5) VALUE 0.
       01 WS-CERCA-TIPO       PIC X(6) VALUE SPACES.
       01 WS-CERCA-ID         PIC 9(5) VALUE 0.
       01 WS-CERCA-INDIRIZZO  PIC X(35) VALUE SPACES.
       01 WS-PREC-ESITO       PIC X VALUE 'N'.
       01 WS-PREC-DATA        PIC 9(8) VALUE 0.
       01 WS-REGISTRO-PIENO   PIC X VALUE 'N'.
       01 WS-OGGI             PIC 9(8) VALUE 0.

      ************************************************************
      *      CONTATORI                                              *
      ************************************************************
       01 WS-CONTA-LETTI      PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-ATTIVI PIC 9(6) VALUE 0.
       01 WS-CONTA-SENZA-IND  PIC 9(6) VALUE 0.
       01 WS-CONTA-DEROGATI   PIC 9(6) VALUE 0.
       01 WS-CONTA-UNISCI     PIC 9(6) VALUE 0.
       01 WS-CONTA-SEPARA     PIC 9(6) VALUE 0.
       01 WS-CONTA-GIA-RESP   PIC 9(6) VALUE 0.
       01 WS-CONTA-DECISE     PIC 9(6) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'PROPOSTE DI DEROGA'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(6)  VALUE 'PROP.'.
            05 FILLER            PIC X(7)  VALUE 'TIPO'.
            05 FILLER            PIC X(6)  VALUE 'ID-P.'.
            05 FILLER            PIC X(11) VALUE 'COGNOME'.
            05 FILLER            PIC X(11) VALUE 'CITTA'.
            05 FILLER            PIC X(21) VALUE 'VIA'.
            05 FILLER            PIC X(6)  VALUE 'NUM.'.
            05 FILLER            PIC X(8)  VALUE 'DAL'.

       01 RIGA-DETTAGLIO.
            05 RD-NUMERO         PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-TIPO           PIC X(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-ID             PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-COGNOME        PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-VIA            PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-CIVICO         PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RD-DATA           PIC 9(8).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(26).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ELABORAZIONE REGOLARE                                 *
      * 4 = TABELLE PIENE, PROPOSTE INCOMPLETE                     *
      * 8 = ANAGR.TXT O INDIRIZZI.IDX ASSENTE, NESSUNA PROPOSTA    *
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
            ACCEPT WS-OGGI FROM DATE YYYYMMDD.
            PERFORM CARICA-DEROGHE THRU FINE-CARICA-DEROGHE.
            PERFORM CARICA-PERSONE THRU FINE-CARICA-PERSONE.
            IF WS-RETURN-CODE < 8
                PERFORM CARICA-PROPOSTE THRU FINE-CARICA-PROPOSTE
                PERFORM APRI-REPORT THRU FINE-APRI-REPORT

                SORT SORTWK
                     ON ASCENDING KEY SORT-CITTA-IND SORT-VIA
                                      SORT-CIVICO SORT-CITTA
                                      SORT-COGNOME SORT-ID
                     INPUT PROCEDURE IS RILASCIA-PERSONE
                          THRU FINE-RILASCIA-PERSONE
                     OUTPUT PROCEDURE IS CONFRONTA-CIVICI
                          THRU FINE-CONFRONTA-CIVICI

                SORT SORTWK
                     ON ASCENDING KEY SORT-CITTA SORT-COGNOME
                                      SORT-CITTA-IND SORT-VIA
                                      SORT-CIVICO SORT-ID
                     INPUT PROCEDURE IS RILASCIA-PERSONE
                          THRU FINE-RILASCIA-PERSONE
                     OUTPUT PROCEDURE IS CONFRONTA-FAMIGLIE
                          THRU FINE-CONFRONTA-FAMIGLIE

                PERFORM REGISTRA-PROPOSTE THRU FINE-REGISTRA-PROPOSTE
                PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT
                DISPLAY 'PROPOSTE UNISCI: ' WS-CONTA-UNISCI
                        ' SEPARA: ' WS-CONTA-SEPARA
            END-IF.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       CARICA-DEROGHE.
      **************************************************************
      * GLI ID CHE HANNO GIA' UNA DEROGA (FAMIGLIE-DEROGHE.TXT)     *
      * SONO STATI DECISI A MANO E NON SI RIPROPONGONO.             *
      **************************************************************
           MOVE ZERO TO WS-NUM-DEROGHE.
           OPEN INPUT DEROGHEF.
           IF WS-DEROGHE-STATUS = '00'
               MOVE 'N' TO WS-DEROGHE-EOF
               PERFORM LEGGI-DEROGA THRU FINE-LEGGI-DEROGA
                    UNTIL WS-DEROGHE-EOF = 'S'
           END-IF.
           CLOSE DEROGHEF.
       FINE-CARICA-DEROGHE.
            EXIT.
      *
       LEGGI-DEROGA.
           READ DEROGHEF AT END
                MOVE 'S' TO WS-DEROGHE-EOF
                NOT AT END
                     IF WS-NUM-DEROGHE < WS-MAX-DEROGHE
                             AND DER-ID IS NUMERIC
                             AND (DER-TIPO = 'UNISCI'
                                  OR DER-TIPO = 'SEPARA')
                         ADD 1 TO WS-NUM-DEROGHE
                         MOVE DER-ID TO DG-ID(WS-NUM-DEROGHE)
                     END-IF
           END-READ.
       FINE-LEGGI-DEROGA.
            EXIT.
      *
       CARICA-PERSONE.
      **************************************************************
      * PERSONE ATTIVE DI ANAGR.TXT CON LA CITTA RIPORTATA ALLA     *
      * VOCE CANONICA (COME IN FAMIGLIE) E L'INDIRIZZO DI           *
      * INDIRIZZI.IDX. CHI NON HA INDIRIZZO O HA GIA' UNA DEROGA    *
      * NON ENTRA NEL CONFRONTO.                                    *
      **************************************************************
           MOVE ZERO TO WS-NUM-PERSONE.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.TXT NON TROVATO'
               MOVE 'CARICA-PERSONE' TO ECC-PARAGRAFO
               MOVE SPACES           TO ECC-CHIAVE
               MOVE 'FILE ANAGR.TXT NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT INDIRF
               IF WS-INDIR-STATUS NOT = '00'
                   DISPLAY 'FILE INDIRIZZI.IDX NON TROVATO'
                   MOVE 'CARICA-PERSONE' TO ECC-PARAGRAFO
                   MOVE SPACES           TO ECC-CHIAVE
                   MOVE 'FILE INDIRIZZI.IDX NON TROVATO'
                        TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   MOVE 'N' TO FINE-FILE
                   PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA
                        UNTIL FINE-FILE = 'S'
               END-IF
               CLOSE INDIRF
           END-IF.
           CLOSE PRIMOF.
       FINE-CARICA-PERSONE.
            EXIT.
      *
       LEGGI-PERSONA.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     ADD 1 TO WS-CONTA-LETTI
                     IF STATO = 'D' OR STATO = 'E'
                         ADD 1 TO WS-CONTA-NON-ATTIVI
                     ELSE
                         IF ID-PERSONA IS NUMERIC
                                 AND ID-PERSONA > ZERO
                             PERFORM ACCOGLI-PERSONA
                                THRU FINE-ACCOGLI-PERSONA
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-PERSONA.
            EXIT.
      *
       ACCOGLI-PERSONA.
           MOVE 'N' TO WS-IN-DEROGA.
           SET IND-DEROGA TO 1.
           PERFORM CONFRONTA-DEROGA THRU FINE-CONFRONTA-DEROGA
                UNTIL IND-DEROGA > WS-NUM-DEROGHE
                   OR WS-IN-DEROGA = 'S'.
           IF WS-IN-DEROGA = 'S'
               ADD 1 TO WS-CONTA-DEROGATI
           ELSE
               MOVE ID-PERSONA TO INF-ID
               READ INDIRF INVALID KEY
                    MOVE SPACES TO INF-VIA
               END-READ
               IF INF-VIA = SPACES
                   ADD 1 TO WS-CONTA-SENZA-IND
               ELSE
                   PERFORM AGGIUNGI-PERSONA THRU FINE-AGGIUNGI-PERSONA
               END-IF
           END-IF.
       FINE-ACCOGLI-PERSONA.
            EXIT.
      *
       CONFRONTA-DEROGA.
           IF DG-ID(IND-DEROGA) = ID-PERSONA
               MOVE 'S' TO WS-IN-DEROGA
           END-IF.
           SET IND-DEROGA UP BY 1.
       FINE-CONFRONTA-DEROGA.
            EXIT.
      *
       AGGIUNGI-PERSONA.
           IF WS-NUM-PERSONE < WS-MAX-PERSONE
               ADD 1 TO WS-NUM-PERSONE
               SET IND-PERS TO WS-NUM-PERSONE
               MOVE ID-PERSONA TO PE-ID(IND-PERS)
               MOVE CITTA TO WS-CITTA-CANONICA
               CALL 'CITALIAS' USING WS-CITTA-CANONICA WS-ESITO-ALIAS
               MOVE WS-CITTA-CANONICA TO PE-CITTA(IND-PERS)
               MOVE COGNOME    TO PE-COGNOME(IND-PERS)
               MOVE INF-CITTA TO WS-CITTA-CANONICA
               CALL 'CITALIAS' USING WS-CITTA-CANONICA WS-ESITO-ALIAS
               MOVE WS-CITTA-CANONICA TO PE-CITTA-IND(IND-PERS)
               MOVE INF-VIA    TO PE-VIA(IND-PERS)
               MOVE INF-NUMERO TO PE-CIVICO(IND-PERS)
           ELSE
               IF WS-PERSONE-PIENA = 'N'
                   MOVE 'S' TO WS-PERSONE-PIENA
                   DISPLAY 'TABELLA PERSONE PIENA: PERSONE IN'
                           ' ECCESSO NON CONFRONTATE'
                   MOVE 'AGGIUNGI-PERSONA' TO ECC-PARAGRAFO
                   MOVE ID-PERSONA         TO ECC-CHIAVE
                   MOVE 'TABELLA PERSONE PIENA: PROPOSTE PARZIALI'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-AGGIUNGI-PERSONA.
            EXIT.
      *
       RILASCIA-PERSONE.
           PERFORM RILASCIA-UNA-PERSONA THRU FINE-RILASCIA-UNA-PERSONA
                VARYING IND-PERS FROM 1 BY 1
                UNTIL IND-PERS > WS-NUM-PERSONE.
       FINE-RILASCIA-PERSONE.
            EXIT.
      *
       RILASCIA-UNA-PERSONA.
           MOVE PE-FAMIGLIA(IND-PERS)  TO SORT-FAMIGLIA.
           MOVE PE-INDIRIZZO(IND-PERS) TO SORT-INDIRIZZO.
           MOVE PE-ID(IND-PERS)        TO SORT-ID.
           RELEASE REC-SORT.
       FINE-RILASCIA-UNA-PERSONA.
            EXIT.
      *
       CONFRONTA-CIVICI.
      **************************************************************
      * PASSO UNISCI: IL FLUSSO E' ORDINATO PER INDIRIZZO E, DENTRO *
      * LO STESSO CIVICO, PER FAMIGLIA PRESUNTA. A OGNI CAMBIO DI   *
      * CIVICO SI VALUTA IL GRUPPO APPENA RACCOLTO.                 *
      **************************************************************
           MOVE 'S'  TO WS-PRIMO-GRUPPO.
           MOVE ZERO TO WS-NUM-MEMBRI.
           MOVE 'N'  TO WS-SORT-EOF.
           PERFORM RITIRA-PER-CIVICO THRU FINE-RITIRA-PER-CIVICO
                UNTIL WS-SORT-EOF = 'S'.
           IF WS-PRIMO-GRUPPO = 'N'
               PERFORM VALUTA-CIVICO THRU FINE-VALUTA-CIVICO
           END-IF.
       FINE-CONFRONTA-CIVICI.
            EXIT.
      *
       RITIRA-PER-CIVICO.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     IF WS-PRIMO-GRUPPO = 'S'
                         MOVE 'N' TO WS-PRIMO-GRUPPO
                     ELSE
                         IF SORT-INDIRIZZO NOT = WS-INDIRIZZO-PREC
                             PERFORM VALUTA-CIVICO
                                THRU FINE-VALUTA-CIVICO
                         END-IF
                     END-IF
                     MOVE SORT-INDIRIZZO TO WS-INDIRIZZO-PREC
                     PERFORM ACCODA-MEMBRO THRU FINE-ACCODA-MEMBRO
           END-RETURN.
       FINE-RITIRA-PER-CIVICO.
            EXIT.
      *
       ACCODA-MEMBRO.
           IF WS-NUM-MEMBRI < WS-MAX-GRUPPO
               ADD 1 TO WS-NUM-MEMBRI
               SET IND-MEMBRO TO WS-NUM-MEMBRI
               MOVE SORT-ID        TO GR-ID(IND-MEMBRO)
               MOVE SORT-FAMIGLIA  TO GR-FAMIGLIA(IND-MEMBRO)
               MOVE SORT-INDIRIZZO TO GR-INDIRIZZO(IND-MEMBRO)
           ELSE
               IF WS-GRUPPO-PIENO = 'N'
                   MOVE 'S' TO WS-GRUPPO-PIENO
                   DISPLAY 'GRUPPO OLTRE ' WS-MAX-GRUPPO
                           ' PERSONE: ECCEDENZA NON CONFRONTATA'
                   MOVE 'ACCODA-MEMBRO' TO ECC-PARAGRAFO
                   MOVE SORT-ID         TO ECC-CHIAVE
                   MOVE 'GRUPPO TROPPO GRANDE: PROPOSTE PARZIALI'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-ACCODA-MEMBRO.
            EXIT.
      *
       VALUTA-CIVICO.
      **************************************************************
      * UN CIVICO ABITATO DA PIU' FAMIGLIE PRESUNTE DIVENTA UNA     *
      * PROPOSTA 'UNISCI' CON TUTTE LE PERSONE DEL CIVICO. SE TUTTE *
      * HANNO GIA' UNA 'UNISCI' RESPINTA A QUESTO INDIRIZZO LA      *
      * PROPOSTA NON TORNA; UN NUOVO ARRIVATO LA FA RIPROPORRE.     *
      **************************************************************
           MOVE ZERO TO WS-CONTA-DIVERSI.
           PERFORM CONTA-FAMIGLIA THRU FINE-CONTA-FAMIGLIA
                VARYING IND-MEMBRO FROM 1 BY 1
                UNTIL IND-MEMBRO > WS-NUM-MEMBRI.
           IF WS-CONTA-DIVERSI > 1
               MOVE 'UNISCI' TO WS-CERCA-TIPO
               MOVE ZERO TO WS-CONTA-RESPINTI
               PERFORM CONTA-RESPINTO THRU FINE-CONTA-RESPINTO
                    VARYING IND-MEMBRO FROM 1 BY 1
                    UNTIL IND-MEMBRO > WS-NUM-MEMBRI
               IF WS-CONTA-RESPINTI = WS-NUM-MEMBRI
                   ADD 1 TO WS-CONTA-GIA-RESP
               ELSE
                   ADD 1 TO WS-ULTIMO-NUMERO
                   MOVE WS-ULTIMO-NUMERO TO WS-NUMERO-NUOVO
                   ADD 1 TO WS-CONTA-UNISCI
                   PERFORM PROPONI-MEMBRO THRU FINE-PROPONI-MEMBRO
                        VARYING IND-MEMBRO FROM 1 BY 1
                        UNTIL IND-MEMBRO > WS-NUM-MEMBRI
               END-IF
           END-IF.
           MOVE ZERO TO WS-NUM-MEMBRI.
       FINE-VALUTA-CIVICO.
            EXIT.
      *
       CONTA-FAMIGLIA.
           IF IND-MEMBRO = 1
               ADD 1 TO WS-CONTA-DIVERSI
           ELSE
               IF GR-FAMIGLIA(IND-MEMBRO) NOT = WS-FAMIGLIA-PREC
                   ADD 1 TO WS-CONTA-DIVERSI
               END-IF
           END-IF.
           MOVE GR-FAMIGLIA(IND-MEMBRO) TO WS-FAMIGLIA-PREC.
       FINE-CONTA-FAMIGLIA.
            EXIT.
      *
       CONTA-RESPINTO.
           MOVE GR-ID(IND-MEMBRO)        TO WS-CERCA-ID.
           MOVE GR-INDIRIZZO(IND-MEMBRO) TO WS-CERCA-INDIRIZZO.
           PERFORM CERCA-PRECEDENTE THRU FINE-CERCA-PRECEDENTE.
           IF WS-PREC-ESITO = 'R'
               ADD 1 TO WS-CONTA-RESPINTI
           END-IF.
       FINE-CONTA-RESPINTO.
            EXIT.
      *
       PROPONI-MEMBRO.
           MOVE GR-ID(IND-MEMBRO)        TO WS-CERCA-ID.
           MOVE GR-INDIRIZZO(IND-MEMBRO) TO WS-CERCA-INDIRIZZO.
           PERFORM CERCA-PRECEDENTE THRU FINE-CERCA-PRECEDENTE.
           PERFORM AGGIUNGI-PROPOSTA THRU FINE-AGGIUNGI-PROPOSTA.
       FINE-PROPONI-MEMBRO.
            EXIT.
      *
       CONFRONTA-FAMIGLIE.
      **************************************************************
      * PASSO SEPARA: IL FLUSSO E' ORDINATO PER FAMIGLIA PRESUNTA   *
      * E, DENTRO LA FAMIGLIA, PER INDIRIZZO. A OGNI CAMBIO DI      *
      * FAMIGLIA SI VALUTA IL GRUPPO APPENA RACCOLTO.               *
      **************************************************************
           MOVE 'S'  TO WS-PRIMO-GRUPPO.
           MOVE ZERO TO WS-NUM-MEMBRI.
           MOVE 'N'  TO WS-SORT-EOF.
           PERFORM RITIRA-PER-FAMIGLIA THRU FINE-RITIRA-PER-FAMIGLIA
                UNTIL WS-SORT-EOF = 'S'.
           IF WS-PRIMO-GRUPPO = 'N'
               PERFORM VALUTA-FAMIGLIA THRU FINE-VALUTA-FAMIGLIA
           END-IF.
       FINE-CONFRONTA-FAMIGLIE.
            EXIT.
      *
       RITIRA-PER-FAMIGLIA.
           RETURN SORTWK AT END
                MOVE 'S' TO WS-SORT-EOF
                NOT AT END
                     IF WS-PRIMO-GRUPPO = 'S'
                         MOVE 'N' TO WS-PRIMO-GRUPPO
                     ELSE
                         IF SORT-FAMIGLIA NOT = WS-FAMIGLIA-PREC
                             PERFORM VALUTA-FAMIGLIA
                                THRU FINE-VALUTA-FAMIGLIA
                         END-IF
                     END-IF
                     MOVE SORT-FAMIGLIA TO WS-FAMIGLIA-PREC
                     PERFORM ACCODA-MEMBRO THRU FINE-ACCODA-MEMBRO
           END-RETURN.
       FINE-RITIRA-PER-FAMIGLIA.
            EXIT.
      *
       VALUTA-FAMIGLIA.
      **************************************************************
      * L'INDIRIZZO DELLA FAMIGLIA E' QUELLO DOVE ABITANO PIU'      *
      * COMPONENTI (A PARITA', IL PRIMO IN ORDINE): OGNI COMPONENTE *
      * CHE ABITA ALTROVE DIVENTA UNA PROPOSTA 'SEPARA' A SE',      *
      * SALVO CHE NE ABBIA GIA' UNA RESPINTA A QUELL'INDIRIZZO.     *
      **************************************************************
           MOVE ZERO TO WS-CONTA-DIVERSI.
           MOVE ZERO TO WS-DOM-CONTA.
           MOVE ZERO TO WS-RUN-CONTA.
           MOVE 1    TO WS-RUN-INIZIO.
           MOVE 1    TO WS-DOM-INIZIO.
           PERFORM CONTA-INDIRIZZO THRU FINE-CONTA-INDIRIZZO
                VARYING IND-MEMBRO FROM 1 BY 1
                UNTIL IND-MEMBRO > WS-NUM-MEMBRI.
           PERFORM CHIUDI-RUN THRU FINE-CHIUDI-RUN.
           IF WS-CONTA-DIVERSI > 1
               MOVE GR-INDIRIZZO(WS-DOM-INIZIO) TO WS-INDIRIZZO-DOM
               MOVE 'SEPARA' TO WS-CERCA-TIPO
               PERFORM VALUTA-COMPONENTE THRU FINE-VALUTA-COMPONENTE
                    VARYING IND-MEMBRO FROM 1 BY 1
                    UNTIL IND-MEMBRO > WS-NUM-MEMBRI
           END-IF.
           MOVE ZERO TO WS-NUM-MEMBRI.
       FINE-VALUTA-FAMIGLIA.
            EXIT.
      *
       CONTA-INDIRIZZO.
           IF IND-MEMBRO = 1
               ADD 1 TO WS-CONTA-DIVERSI
           ELSE
               IF GR-INDIRIZZO(IND-MEMBRO) NOT = WS-INDIRIZZO-PREC
                   PERFORM CHIUDI-RUN THRU FINE-CHIUDI-RUN
                   ADD 1 TO WS-CONTA-DIVERSI
                   SET WS-RUN-INIZIO TO IND-MEMBRO
                   MOVE ZERO TO WS-RUN-CONTA
               END-IF
           END-IF.
           ADD 1 TO WS-RUN-CONTA.
           MOVE GR-INDIRIZZO(IND-MEMBRO) TO WS-INDIRIZZO-PREC.
       FINE-CONTA-INDIRIZZO.
            EXIT.
      *
       CHIUDI-RUN.
           IF WS-RUN-CONTA > WS-DOM-CONTA
               MOVE WS-RUN-CONTA  TO WS-DOM-CONTA
               MOVE WS-RUN-INIZIO TO WS-DOM-INIZIO
           END-IF.
       FINE-CHIUDI-RUN.
            EXIT.
      *
       VALUTA-COMPONENTE.
           IF GR-INDIRIZZO(IND-MEMBRO) NOT = WS-INDIRIZZO-DOM
               MOVE GR-ID(IND-MEMBRO)        TO WS-CERCA-ID
               MOVE GR-INDIRIZZO(IND-MEMBRO) TO WS-CERCA-INDIRIZZO
               PERFORM CERCA-PRECEDENTE THRU FINE-CERCA-PRECEDENTE
               IF WS-PREC-ESITO = 'R'
                   ADD 1 TO WS-CONTA-GIA-RESP
               ELSE
                   ADD 1 TO WS-ULTIMO-NUMERO
                   MOVE WS-ULTIMO-NUMERO TO WS-NUMERO-NUOVO
                   ADD 1 TO WS-CONTA-SEPARA
                   PERFORM AGGIUNGI-PROPOSTA
                      THRU FINE-AGGIUNGI-PROPOSTA
               END-IF
           END-IF.
       FINE-VALUTA-COMPONENTE.
            EXIT.
      *
       CERCA-PRECEDENTE.
      **************************************************************
      * CERCA TRA LE RIGHE RILETTE DAL REGISTRO UNA PROPOSTA DELLO  *
      * STESSO TIPO PER LO STESSO ID ALLO STESSO INDIRIZZO:         *
      * WS-PREC-ESITO = 'N' SE NON C'E', ALTRIMENTI L'ESITO (UNA    *
      * RESPINTA PREVALE) E WS-PREC-DATA LA DATA DI PROPOSTA.       *
      **************************************************************
           MOVE 'N'  TO WS-PREC-ESITO.
           MOVE ZERO TO WS-PREC-DATA.
           SET IND-PROPOSTA TO 1.
           PERFORM CONFRONTA-PRECEDENTE THRU FINE-CONFRONTA-PRECEDENTE
                UNTIL IND-PROPOSTA > WS-NUM-VECCHIE
                   OR WS-PREC-ESITO = 'R'.
       FINE-CERCA-PRECEDENTE.
            EXIT.
      *
       CONFRONTA-PRECEDENTE.
           IF TP-TIPO(IND-PROPOSTA) = WS-CERCA-TIPO
                   AND TP-ID(IND-PROPOSTA) = WS-CERCA-ID
                   AND TP-CITTA(IND-PROPOSTA)
                       = WS-CERCA-INDIRIZZO(1:10)
                   AND TP-VIA(IND-PROPOSTA)
                       = WS-CERCA-INDIRIZZO(11:20)
                   AND TP-CIVICO(IND-PROPOSTA)
                       = WS-CERCA-INDIRIZZO(31:5)
               MOVE TP-ESITO(IND-PROPOSTA) TO WS-PREC-ESITO
               MOVE TP-DATA(IND-PROPOSTA)  TO WS-PREC-DATA
           END-IF.
           SET IND-PROPOSTA UP BY 1.
       FINE-CONFRONTA-PRECEDENTE.
            EXIT.
      *
       AGGIUNGI-PROPOSTA.
      **************************************************************
      * ACCODA AL REGISTRO LA PROPOSTA IN ATTESA PER WS-CERCA-ID E  *
      * LA RIPORTA NEL REPORT. UNA PROPOSTA GIA' IN ATTESA DALLE    *
      * NOTTI PRECEDENTI CONSERVA LA DATA DELLA PRIMA PROPOSTA.     *
      **************************************************************
           IF WS-NUM-PROPOSTE < WS-MAX-PROPOSTE
               ADD 1 TO WS-NUM-PROPOSTE
               SET IND-PROPOSTA TO WS-NUM-PROPOSTE
               MOVE WS-NUMERO-NUOVO TO TP-NUMERO(IND-PROPOSTA)
               MOVE WS-CERCA-TIPO   TO TP-TIPO(IND-PROPOSTA)
               MOVE WS-CERCA-ID     TO TP-ID(IND-PROPOSTA)
               MOVE GR-COGNOME(IND-MEMBRO)
                    TO TP-COGNOME(IND-PROPOSTA)
               MOVE GR-CITTA-IND(IND-MEMBRO)
                    TO TP-CITTA(IND-PROPOSTA)
               MOVE GR-VIA(IND-MEMBRO)    TO TP-VIA(IND-PROPOSTA)
               MOVE GR-CIVICO(IND-MEMBRO) TO TP-CIVICO(IND-PROPOSTA)
               IF WS-PREC-ESITO = SPACE AND WS-PREC-DATA > ZERO
                   MOVE WS-PREC-DATA TO TP-DATA(IND-PROPOSTA)
               ELSE
                   MOVE WS-OGGI      TO TP-DATA(IND-PROPOSTA)
               END-IF
               MOVE SPACE  TO TP-ESITO(IND-PROPOSTA)
               MOVE ZERO   TO TP-DATA-ESITO(IND-PROPOSTA)
               MOVE SPACES TO TP-SIGLA(IND-PROPOSTA)
               PERFORM STAMPA-PROPOSTA THRU FINE-STAMPA-PROPOSTA
           ELSE
               IF WS-REGISTRO-PIENO = 'N'
                   MOVE 'S' TO WS-REGISTRO-PIENO
                   DISPLAY 'REGISTRO PROPOSTE PIENO: PROPOSTE IN'
                           ' ECCESSO NON REGISTRATE'
                   MOVE 'AGGIUNGI-PROPOSTA' TO ECC-PARAGRAFO
                   MOVE WS-CERCA-ID         TO ECC-CHIAVE
                   MOVE 'REGISTRO PROPOSTE PIENO: PROPOSTE PERSE'
                        TO ECC-DESCRIZIONE
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               END-IF
           END-IF.
       FINE-AGGIUNGI-PROPOSTA.
            EXIT.
      *
       CARICA-PROPOSTE.
      **************************************************************
      * CARICA IN TABELLA IL REGISTRO DELLE PROPOSTE E NE RICAVA    *
      * L'ULTIMO NUMERO USATO. SE LA TABELLA SI RIEMPIE IL REGISTRO *
      * NON SI RISCRIVE, PER NON PERDERE LE DECISIONI RIMASTE FUORI.*
      **************************************************************
           MOVE ZERO TO WS-NUM-PROPOSTE.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           MOVE 'N'  TO WS-PROPOSTE-EOF.
           MOVE 'N'  TO WS-PROPOSTE-PARZIALE.
           OPEN INPUT PROPOSTEF.
           IF WS-PROPOSTE-STATUS = '00'
               PERFORM LEGGI-PROPOSTA THRU FINE-LEGGI-PROPOSTA
                    UNTIL WS-PROPOSTE-EOF = 'S'
           END-IF.
           CLOSE PROPOSTEF.
           MOVE WS-NUM-PROPOSTE TO WS-NUM-VECCHIE.
           IF WS-PROPOSTE-PARZIALE = 'S'
               DISPLAY 'REGISTRO PROPOSTE TRONCATO IN TABELLA'
               MOVE 'CARICA-PROPOSTE' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'REGISTRO PROPOSTE PIENO: NON RISCRITTO'
                    TO ECC-DESCRIZIONE
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CARICA-PROPOSTE.
            EXIT.
      *
       LEGGI-PROPOSTA.
           READ PROPOSTEF INTO RIGA-PROPOSTA AT END
                MOVE 'S' TO WS-PROPOSTE-EOF
                NOT AT END
                     IF WS-NUM-PROPOSTE < WS-MAX-PROPOSTE
                         ADD 1 TO WS-NUM-PROPOSTE
                         SET IND-PROPOSTA TO WS-NUM-PROPOSTE
                         MOVE PRP-NUMERO  TO TP-NUMERO(IND-PROPOSTA)
                         MOVE PRP-TIPO    TO TP-TIPO(IND-PROPOSTA)
                         MOVE PRP-ID      TO TP-ID(IND-PROPOSTA)
                         MOVE PRP-COGNOME TO TP-COGNOME(IND-PROPOSTA)
                         MOVE PRP-CITTA   TO TP-CITTA(IND-PROPOSTA)
                         MOVE PRP-VIA     TO TP-VIA(IND-PROPOSTA)
                         MOVE PRP-CIVICO  TO TP-CIVICO(IND-PROPOSTA)
                         MOVE PRP-DATA    TO TP-DATA(IND-PROPOSTA)
                         MOVE PRP-ESITO   TO TP-ESITO(IND-PROPOSTA)
                         MOVE PRP-DATA-ESITO
                              TO TP-DATA-ESITO(IND-PROPOSTA)
                         MOVE PRP-SIGLA   TO TP-SIGLA(IND-PROPOSTA)
                         IF PRP-NUMERO IS NUMERIC
                                 AND PRP-NUMERO > WS-ULTIMO-NUMERO
                             MOVE PRP-NUMERO TO WS-ULTIMO-NUMERO
                         END-IF
                     ELSE
                         MOVE 'S' TO WS-PROPOSTE-PARZIALE
                         MOVE 'S' TO WS-PROPOSTE-EOF
                     END-IF
           END-READ.
       FINE-LEGGI-PROPOSTA.
            EXIT.
      *
       REGISTRA-PROPOSTE.
      **************************************************************
      * RISCRIVE IL REGISTRO: LE RIGHE GIA' DECISE (ACCETTATE O     *
      * RESPINTE) RESTANO, QUELLE IN ATTESA DELLE NOTTI PRECEDENTI  *
      * SONO SOSTITUITE DALLE PROPOSTE DI QUESTA NOTTE.             *
      **************************************************************
           IF WS-PROPOSTE-PARZIALE = 'N'
               OPEN OUTPUT PROPOSTEF
               PERFORM SCRIVI-UNA-PROPOSTA
                  THRU FINE-SCRIVI-UNA-PROPOSTA
                    VARYING IND-PROPOSTA FROM 1 BY 1
                    UNTIL IND-PROPOSTA > WS-NUM-PROPOSTE
               CLOSE PROPOSTEF
           END-IF.
       FINE-REGISTRA-PROPOSTE.
            EXIT.
      *
       SCRIVI-UNA-PROPOSTA.
           IF IND-PROPOSTA > WS-NUM-VECCHIE
                   OR TP-ESITO(IND-PROPOSTA) NOT = SPACE
               IF IND-PROPOSTA NOT > WS-NUM-VECCHIE
                   ADD 1 TO WS-CONTA-DECISE
               END-IF
               MOVE TP-NUMERO(IND-PROPOSTA)  TO PRP-NUMERO
               MOVE TP-TIPO(IND-PROPOSTA)    TO PRP-TIPO
               MOVE TP-ID(IND-PROPOSTA)      TO PRP-ID
               MOVE TP-COGNOME(IND-PROPOSTA) TO PRP-COGNOME
               MOVE TP-CITTA(IND-PROPOSTA)   TO PRP-CITTA
               MOVE TP-VIA(IND-PROPOSTA)     TO PRP-VIA
               MOVE TP-CIVICO(IND-PROPOSTA)  TO PRP-CIVICO
               MOVE TP-DATA(IND-PROPOSTA)    TO PRP-DATA
               MOVE TP-ESITO(IND-PROPOSTA)   TO PRP-ESITO
               MOVE TP-DATA-ESITO(IND-PROPOSTA) TO PRP-DATA-ESITO
               MOVE TP-SIGLA(IND-PROPOSTA)   TO PRP-SIGLA
               WRITE REC-PROPOSTA FROM RIGA-PROPOSTA
           END-IF.
       FINE-SCRIVI-UNA-PROPOSTA.
            EXIT.
      *
       APRI-REPORT.
           OPEN OUTPUT REPORTF.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE RIGA-COLONNE        TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
       FINE-APRI-REPORT.
            EXIT.
      *
       STAMPA-PROPOSTA.
           MOVE TP-NUMERO(IND-PROPOSTA)  TO RD-NUMERO.
           MOVE TP-TIPO(IND-PROPOSTA)    TO RD-TIPO.
           MOVE TP-ID(IND-PROPOSTA)      TO RD-ID.
           MOVE TP-COGNOME(IND-PROPOSTA) TO RD-COGNOME.
           MOVE TP-CITTA(IND-PROPOSTA)   TO RD-CITTA.
           MOVE TP-VIA(IND-PROPOSTA)     TO RD-VIA.
           MOVE TP-CIVICO(IND-PROPOSTA)  TO RD-CIVICO.
           MOVE TP-DATA(IND-PROPOSTA)    TO RD-DATA.
           MOVE RIGA-DETTAGLIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-PROPOSTA.
            EXIT.
      *
       CHIUDI-REPORT.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'PERSONE LETTE             ' TO RC-ETICHETTA.
           MOVE WS-CONTA-LETTI               TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'NON ATTIVI ESCLUSI        ' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-ATTIVI          TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'GIA IN DEROGA             ' TO RC-ETICHETTA.
           MOVE WS-CONTA-DEROGATI            TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'SENZA INDIRIZZO           ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SENZA-IND           TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'PERSONE CONFRONTATE       ' TO RC-ETICHETTA.
           MOVE WS-NUM-PERSONE               TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'PROPOSTE UNISCI           ' TO RC-ETICHETTA.
           MOVE WS-CONTA-UNISCI              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'PROPOSTE SEPARA           ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SEPARA              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'GIA RESPINTE, NON RIPROP. ' TO RC-ETICHETTA.
           MOVE WS-CONTA-GIA-RESP            TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'DECISIONI A REGISTRO      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-DECISE              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           IF WS-PROPOSTE-PARZIALE = 'S'
               MOVE 'REGISTRO PROPOSTE TRONCATO: NON RISCRITTO'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-CHIUDI-REPORT.
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
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA     *
      * (TITOLO CON PAGINA E SEGUE, COLONNE, RIGA BIANCA).          *
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
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'PROPFAM'    TO ECC-PROGRAMMA.

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

           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
