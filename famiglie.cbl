      * SEMPRE): PRODUCE IL FILE DELLE FAMIGLIE E LA DISTRIBUZIONE
      * DELLE DIMENSIONI PER CITTA. UNA LETTERA PER FAMIGLIA
      * INVECE CHE PER PERSONA DIMEZZA LE SPESE POSTALI.
      * I LEGAMI DI PARENTELA REGISTRATI (LEGAMI.IDX, MANUTENUTI DA
      * LEGAMST) VENGONO PRIMA DELLA REGOLA DEL COGNOME: LE PERSONE
      * ATTIVE DELLA STESSA CITTA UNITE DA LEGAMI IN CORSO FORMANO
      * UNA SOLA FAMIGLIA ANCHE CON COGNOMI DIVERSI. LE DEROGHE
      * MANUALI RESTANO L'ULTIMA PAROLA.
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEROGHE-STATUS.
      * LEGAMI DI PARENTELA TRA PERSONE (MANUTENUTI DA LEGAMST)

           SELECT OPTIONAL LEGAMIF ASSIGN TO 'LEGAMI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY LGF-CHIAVE
           STATUS WS-LEGAMI-STATUS.
      * REPORT DELLA DISTRIBUZIONE

           SELECT REPORTF ASSIGN TO 'FAMIGLIE-REPORTF.TXT'
          05 FILLER         PIC X.
          05 DER-GRUPPO     PIC 9(3).

       FD   LEGAMIF
            DATA RECORD IS REC-LEGAMIF.
       01 REC-LEGAMIF.
          05 LGF-CHIAVE.
             10 LGF-ID-DA      PIC 9(5).
             10 LGF-ID-A       PIC 9(5).
          05 LGF-TIPO          PIC X.
          05 LGF-DATA-INIZIO   PIC 9(8).
          05 LGF-DATA-FINE     PIC 9(8).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).
               10 DG-GRUPPO    PIC 9(3).
       01 WS-NUM-DEROGHE      PIC 9(3) VALUE 0.
       01 WS-DEROGA-TIPO      PIC X VALUE SPACE.
       01 WS-DEROGA-GRUPPO    PIC 9(5) VALUE 0.

      ************************************************************
      *      GRUPPI APERTI: 'U' = GRUPPO 'UNISCI' DELLE DEROGHE     *
      *      (NUMERO DI GRUPPO), 'L' = FAMIGLIA DA LEGAMI (ID DELLA *
      *      RADICE DEI LEGAMI, UN GRUPPO PER CITTA).               *
      ************************************************************
       01 WS-MAX-GRUPPI       PIC 9(3) VALUE 500.
       01 TAB-GRUPPI.
            05 GRUPPO OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-GRUPPI
               INDEXED BY IND-GRUPPO.
               10 GR-ORIGINE   PIC X.
               10 GR-NUMERO    PIC 9(5).
               10 GR-CITTA     PIC X(10).
               10 GR-COGNOME   PIC X(10).
               10 GR-COMPONENTI PIC 9(3).
       01 WS-RIGA-GRUPPO      PIC 9(3) VALUE 0.
       01 WS-GRUPPO-TROVATO   PIC X VALUE 'N'.
       01 WS-CONTA-DEROGATE   PIC 9(5) VALUE 0.
       01 WS-CONTA-DA-LEGAMI  PIC 9(5) VALUE 0.
       01 WS-GRUPPO-ORIGINE   PIC X VALUE SPACE.

      ************************************************************
      *      LEGAMI DI PARENTELA IN CORSO, RIDOTTI A INSIEMI DI     *
      *      PERSONE COLLEGATE: OGNI NODO PUNTA AL SUO PADRE FINO   *
      *      ALLA RADICE DELL'INSIEME. AL RILASCIO SI ANNOTANO LA   *
      *      CITTA CANONICA E LO STATO ATTIVO DI OGNI NODO; ND-CONTA*
      *      E' QUANTI NODI ATTIVI DELLO STESSO INSIEME VIVONO      *
      *      NELLA STESSA CITTA: DA DUE IN SU SONO UNA FAMIGLIA.    *
      ************************************************************
       01 WS-LEGAMI-STATUS    PIC XX.
       01 WS-LEGAMI-MODE      PIC X VALUE 'N'.
       01 WS-LEGAMI-EOF       PIC X VALUE 'N'.
       01 WS-OGGI             PIC 9(8) VALUE 0.
       01 WS-MAX-NODI         PIC 9(4) VALUE 2000.
       01 TAB-NODI.
            05 NODO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-NODI
               INDEXED BY IND-NODO IND-ALTRO.
               10 ND-ID        PIC 9(5).
               10 ND-PADRE     PIC 9(4).
               10 ND-RADICE    PIC 9(4).
               10 ND-CITTA     PIC X(10).
               10 ND-ATTIVO    PIC X.
               10 ND-CONTA     PIC 9(4).
       01 WS-NUM-NODI         PIC 9(4) VALUE 0.
       01 WS-NODO-ID          PIC 9(5) VALUE 0.
       01 WS-NODO-IX          PIC 9(4) VALUE 0.
       01 WS-NODO-DA          PIC 9(4) VALUE 0.
       01 WS-RADICE-IX        PIC 9(4) VALUE 0.
       01 WS-RADICE-DA        PIC 9(4) VALUE 0.
       01 WS-NODI-PIENA       PIC X VALUE 'N'.

      ************************************************************
      *      APPOGGIO DELLA ROTTURA ORDINARIA MENTRE SI CHIUDE UNA  *
               'FAMIGLIE IN DEROGA        '.
            05 RD-DEROGATE       PIC ZZZZZ9.

       01 RIGA-DA-LEGAMI.
            05 FILLER            PIC X(26) VALUE
               'FAMIGLIE DA LEGAMI        '.
            05 RL-DA-LEGAMI      PIC ZZZZZ9.

       01 RIGA-NON-ATTIVI.
            05 FILLER            PIC X(26) VALUE
               'NON ATTIVI ESCLUSI        '.
            MOVE WS-ANNO TO WS-ANNO-CORRENTE.

            PERFORM CARICA-DEROGHE THRU FINE-CARICA-DEROGHE.
            PERFORM CARICA-LEGAMI THRU FINE-CARICA-LEGAMI.

            SORT SORTWK
                 ON ASCENDING KEY SORT-CITTA SORT-COGNOME
                     IF STATO = 'D' OR STATO = 'E'
                         ADD 1 TO WS-CONTA-NON-ATTIVI
                     ELSE
                         IF WS-LEGAMI-MODE = 'S'
                             PERFORM ANNOTA-NODO THRU FINE-ANNOTA-NODO
                         END-IF
                         MOVE CITTA     TO SORT-CITTA
                         MOVE COGNOME   TO SORT-COGNOME
                         MOVE WS-PRIMOF TO SORT-DATI
      * ROTTURA CHIUDE UNA FAMIGLIA CON NUMERO PROGRESSIVO,         *
      * COMPONENTI ED ETA' MINIMA E MASSIMA (CORRENTI).             *
      **************************************************************
           IF WS-LEGAMI-MODE = 'S'
               PERFORM CONTA-NODI THRU FINE-CONTA-NODI
           END-IF.
           OPEN OUTPUT FAMIGLIE.
           MOVE 'S' TO WS-PRIMO-REC.
           MOVE 'N' TO WS-SORT-EOF.
      **************************************************************
      * PRIMA DELLA ROTTURA ORDINARIA SI GUARDANO LE DEROGHE: UN    *
      * ID 'SEPARA' ESCE SUBITO COME FAMIGLIA A SE', UN ID 'UNISCI' *
      * CONFLUISCE NEL SUO GRUPPO E NON TOCCA LA ROTTURA. POI I     *
      * LEGAMI: UNA PERSONA LEGATA AD ALTRE PERSONE ATTIVE DELLA    *
      * SUA CITTA CONFLUISCE NEL GRUPPO DEL SUO INSIEME DI LEGAMI.  *
      **************************************************************
           PERFORM CERCA-DEROGA THRU FINE-CERCA-DEROGA.
           IF WS-DEROGA-TIPO = SPACE AND WS-LEGAMI-MODE = 'S'
               PERFORM CERCA-FAMIGLIA-LEGAMI
                  THRU FINE-CERCA-FAMIGLIA-LEGAMI
           END-IF.
           IF WS-DEROGA-TIPO = 'S'
               PERFORM CALCOLA-ETA-CORRENTE
                  THRU FINE-CALCOLA-ETA-CORRENTE
               PERFORM EMETTI-SEPARATO THRU FINE-EMETTI-SEPARATO
           ELSE
               IF WS-DEROGA-TIPO = 'U' OR WS-DEROGA-TIPO = 'L'
                   PERFORM CALCOLA-ETA-CORRENTE
                      THRU FINE-CALCOLA-ETA-CORRENTE
                   MOVE WS-DEROGA-TIPO TO WS-GRUPPO-ORIGINE
                   PERFORM ACCUMULA-GRUPPO THRU FINE-ACCUMULA-GRUPPO
               ELSE
                   PERFORM ELABORA-ORDINARIA
           SET IND-DEROGA UP BY 1.
       FINE-CONFRONTA-DEROGA.
            EXIT.
      *
       CARICA-LEGAMI.
      **************************************************************
      * LEGGE LEGAMI.IDX SE PRESENTE E UNISCE IN UN INSIEME LE DUE  *
      * PERSONE DI OGNI LEGAME IN CORSO OGGI (INIZIATO E NON        *
      * CHIUSO). OGNI LEGAME E' REGISTRATO NEI DUE VERSI: BASTA     *
      * QUELLO CON ID-DA MINORE.                                    *
      **************************************************************
           MOVE 'N'  TO WS-LEGAMI-MODE.
           MOVE ZERO TO WS-NUM-NODI.
           ACCEPT WS-OGGI FROM DATE YYYYMMDD.
           OPEN INPUT LEGAMIF.
           IF WS-LEGAMI-STATUS = '00'
               MOVE 'S' TO WS-LEGAMI-MODE
               MOVE 'N' TO WS-LEGAMI-EOF
               PERFORM LEGGI-LEGAME THRU FINE-LEGGI-LEGAME
                    UNTIL WS-LEGAMI-EOF = 'S'
           END-IF.
           CLOSE LEGAMIF.
           IF WS-NUM-NODI = ZERO
               MOVE 'N' TO WS-LEGAMI-MODE
           END-IF.
       FINE-CARICA-LEGAMI.
            EXIT.
      *
       LEGGI-LEGAME.
           READ LEGAMIF NEXT RECORD AT END
                MOVE 'S' TO WS-LEGAMI-EOF
                NOT AT END
                     IF LGF-ID-DA < LGF-ID-A
                             AND LGF-DATA-INIZIO <= WS-OGGI
                             AND (LGF-DATA-FINE = ZERO
                                  OR LGF-DATA-FINE > WS-OGGI)
                         PERFORM UNISCI-LEGAME THRU FINE-UNISCI-LEGAME
                     END-IF
           END-READ.
       FINE-LEGGI-LEGAME.
            EXIT.
      *
       UNISCI-LEGAME.
           MOVE LGF-ID-DA TO WS-NODO-ID.
           PERFORM PRENDI-NODO THRU FINE-PRENDI-NODO.
           MOVE WS-NODO-IX TO WS-NODO-DA.
           MOVE LGF-ID-A TO WS-NODO-ID.
           PERFORM PRENDI-NODO THRU FINE-PRENDI-NODO.
           IF WS-NODO-DA > ZERO AND WS-NODO-IX > ZERO
               PERFORM TROVA-RADICE THRU FINE-TROVA-RADICE
               MOVE WS-RADICE-IX TO WS-RADICE-DA
               MOVE WS-NODO-DA   TO WS-NODO-IX
               PERFORM TROVA-RADICE THRU FINE-TROVA-RADICE
               IF WS-RADICE-IX NOT = WS-RADICE-DA
                   MOVE WS-RADICE-DA TO ND-PADRE(WS-RADICE-IX)
               END-IF
           END-IF.
       FINE-UNISCI-LEGAME.
            EXIT.
      *
       PRENDI-NODO.
      **************************************************************
      * POSIZIONE DI WS-NODO-ID NELLA TABELLA DEI NODI, AGGIUNTO    *
      * COME RADICE DI SE STESSO SE NON C'E' ANCORA. A TABELLA      *
      * PIENA RESTITUISCE ZERO E IL LEGAME NON CONTA (SEGNALATO     *
      * UNA VOLTA SOLA).                                            *
      **************************************************************
           PERFORM CERCA-NODO THRU FINE-CERCA-NODO.
           IF WS-NODO-IX = ZERO
               IF WS-NUM-NODI < WS-MAX-NODI
                   ADD 1 TO WS-NUM-NODI
                   MOVE WS-NUM-NODI TO WS-NODO-IX
                   MOVE WS-NODO-ID  TO ND-ID(WS-NODO-IX)
                   MOVE WS-NODO-IX  TO ND-PADRE(WS-NODO-IX)
                   MOVE ZERO        TO ND-RADICE(WS-NODO-IX)
                   MOVE SPACES      TO ND-CITTA(WS-NODO-IX)
                   MOVE 'N'         TO ND-ATTIVO(WS-NODO-IX)
                   MOVE ZERO        TO ND-CONTA(WS-NODO-IX)
               ELSE
                   IF WS-NODI-PIENA = 'N'
                       MOVE 'S' TO WS-NODI-PIENA
                       DISPLAY 'TABELLA LEGAMI PIENA: LEGAMI IN'
                               ' ECCESSO NON USATI'
                       MOVE 'PRENDI-NODO'  TO ECC-PARAGRAFO
                       MOVE WS-NODO-ID     TO ECC-CHIAVE
                       MOVE 'TABELLA LEGAMI PIENA: LEGAMI ESCLUSI'
                            TO ECC-DESCRIZIONE
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                       PERFORM SCRIVI-ECCEZIONE
                          THRU FINE-SCRIVI-ECCEZIONE
                   END-IF
               END-IF
           END-IF.
       FINE-PRENDI-NODO.
            EXIT.
      *
       CERCA-NODO.
           MOVE ZERO TO WS-NODO-IX.
           SET IND-NODO TO 1.
           PERFORM CONFRONTA-NODO THRU FINE-CONFRONTA-NODO
                UNTIL IND-NODO > WS-NUM-NODI
                   OR WS-NODO-IX > ZERO.
       FINE-CERCA-NODO.
            EXIT.
      *
       CONFRONTA-NODO.
           IF ND-ID(IND-NODO) = WS-NODO-ID
               SET WS-NODO-IX TO IND-NODO
           END-IF.
           SET IND-NODO UP BY 1.
       FINE-CONFRONTA-NODO.
            EXIT.
      *
       TROVA-RADICE.
           MOVE WS-NODO-IX TO WS-RADICE-IX.
           PERFORM SALI-RADICE THRU FINE-SALI-RADICE
                UNTIL ND-PADRE(WS-RADICE-IX) = WS-RADICE-IX.
       FINE-TROVA-RADICE.
            EXIT.
      *
       SALI-RADICE.
           MOVE ND-PADRE(WS-RADICE-IX) TO WS-RADICE-IX.
       FINE-SALI-RADICE.
            EXIT.
      *
       ANNOTA-NODO.
      * LA PERSONA ATTIVA APPENA LETTA, SE HA LEGAMI, PORTA AL SUO
      * NODO LA CITTA GIA' RICONDOTTA ALLA VOCE CANONICA
           IF ID-PERSONA IS NUMERIC AND ID-PERSONA > ZERO
               MOVE ID-PERSONA TO WS-NODO-ID
               PERFORM CERCA-NODO THRU FINE-CERCA-NODO
               IF WS-NODO-IX > ZERO
                   MOVE CITTA TO ND-CITTA(WS-NODO-IX)
                   MOVE 'S'   TO ND-ATTIVO(WS-NODO-IX)
               END-IF
           END-IF.
       FINE-ANNOTA-NODO.
            EXIT.
      *
       CONTA-NODI.
      **************************************************************
      * PRIMA DELLA COMPOSIZIONE: RADICE DI OGNI NODO, POI PER OGNI *
      * NODO ATTIVO QUANTI NODI ATTIVI CONDIVIDONO RADICE E CITTA.  *
      **************************************************************
           PERFORM FISSA-RADICE THRU FINE-FISSA-RADICE
                VARYING IND-NODO FROM 1 BY 1
                UNTIL IND-NODO > WS-NUM-NODI.
           PERFORM CONTA-UN-NODO THRU FINE-CONTA-UN-NODO
                VARYING IND-NODO FROM 1 BY 1
                UNTIL IND-NODO > WS-NUM-NODI.
       FINE-CONTA-NODI.
            EXIT.
      *
       FISSA-RADICE.
           SET WS-NODO-IX TO IND-NODO.
           PERFORM TROVA-RADICE THRU FINE-TROVA-RADICE.
           MOVE WS-RADICE-IX TO ND-RADICE(IND-NODO).
       FINE-FISSA-RADICE.
            EXIT.
      *
       CONTA-UN-NODO.
           MOVE ZERO TO ND-CONTA(IND-NODO).
           IF ND-ATTIVO(IND-NODO) = 'S'
               PERFORM CONFRONTA-ALTRO THRU FINE-CONFRONTA-ALTRO
                    VARYING IND-ALTRO FROM 1 BY 1
                    UNTIL IND-ALTRO > WS-NUM-NODI
           END-IF.
       FINE-CONTA-UN-NODO.
            EXIT.
      *
       CONFRONTA-ALTRO.
           IF ND-ATTIVO(IND-ALTRO) = 'S'
                   AND ND-RADICE(IND-ALTRO) = ND-RADICE(IND-NODO)
                   AND ND-CITTA(IND-ALTRO) = ND-CITTA(IND-NODO)
               ADD 1 TO ND-CONTA(IND-NODO)
           END-IF.
       FINE-CONFRONTA-ALTRO.
            EXIT.
      *
       CERCA-FAMIGLIA-LEGAMI.
      * LA FAMIGLIA DA LEGAMI PRENDE COME NUMERO L'ID DELLA RADICE
      * DEL SUO INSIEME; IL GRUPPO SI DISTINGUE POI ANCHE PER CITTA
           IF ID-PERSONA IS NUMERIC AND ID-PERSONA > ZERO
               MOVE ID-PERSONA TO WS-NODO-ID
               PERFORM CERCA-NODO THRU FINE-CERCA-NODO
               IF WS-NODO-IX > ZERO
                   IF ND-CONTA(WS-NODO-IX) >= 2
                       MOVE 'L' TO WS-DEROGA-TIPO
                       MOVE ND-RADICE(WS-NODO-IX) TO WS-RADICE-IX
                       MOVE ND-ID(WS-RADICE-IX) TO WS-DEROGA-GRUPPO
                   END-IF
               END-IF
           END-IF.
       FINE-CERCA-FAMIGLIA-LEGAMI.
            EXIT.
      *
       EMETTI-SEPARATO.
      **************************************************************
               IF WS-NUM-GRUPPI < WS-MAX-GRUPPI
                   ADD 1 TO WS-NUM-GRUPPI
                   MOVE WS-NUM-GRUPPI TO WS-RIGA-GRUPPO
                   MOVE WS-GRUPPO-ORIGINE
                        TO GR-ORIGINE(WS-RIGA-GRUPPO)
                   MOVE WS-DEROGA-GRUPPO
                        TO GR-NUMERO(WS-RIGA-GRUPPO)
                   MOVE CITTA   TO GR-CITTA(WS-RIGA-GRUPPO)
            EXIT.
      *
       CERCA-GRUPPO.
           IF GR-ORIGINE(IND-GRUPPO) = WS-GRUPPO-ORIGINE
                   AND GR-NUMERO(IND-GRUPPO) = WS-DEROGA-GRUPPO
               IF WS-GRUPPO-ORIGINE = 'U'
                       OR GR-CITTA(IND-GRUPPO) = CITTA
                   MOVE 'S' TO WS-GRUPPO-TROVATO
                   SET WS-RIGA-GRUPPO TO IND-GRUPPO
               END-IF
           END-IF.
           SET IND-GRUPPO UP BY 1.
       FINE-CERCA-GRUPPO.
               MOVE GR-ETA-MIN(IND-GRUPPO)    TO WS-FAM-ETA-MIN
               MOVE GR-ETA-MAX(IND-GRUPPO)    TO WS-FAM-ETA-MAX
               PERFORM CHIUDI-FAMIGLIA THRU FINE-CHIUDI-FAMIGLIA
               IF GR-ORIGINE(IND-GRUPPO) = 'L'
                   ADD 1 TO WS-CONTA-DA-LEGAMI
               ELSE
                   ADD 1 TO WS-CONTA-DEROGATE
               END-IF
               PERFORM RIPRISTINA-ROTTURA THRU FINE-RIPRISTINA-ROTTURA
           END-IF.
       FINE-CHIUDI-UN-GRUPPO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-DEROGHE.

           MOVE WS-CONTA-DA-LEGAMI TO RL-DA-LEGAMI.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-DA-LEGAMI.

           MOVE WS-CONTA-NON-ATTIVI TO RN-NON-ATTIVI.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-NON-ATTIVI.
