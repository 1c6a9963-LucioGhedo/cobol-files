       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARCH.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE DELLA GERARCHIA DELLE FILIALI: DATA
      * UNA FILIALE RESTITUISCE L'AREA A CUI E' ASSEGNATA
      * (FILIALI-AREE.TXT, MANUTENUTO DA INDICI) E LA REGIONE DI
      * DIREZIONE DELL'AREA (AREE.TXT E REGIONI.TXT, MANUTENUTI DA
      * AREEMST), COSI' I REPORT PER FILIALE (RPTFIL, DISTFIL,
      * TRAGUARD) POSSONO SOMMARE I TOTALI PER AREA E PER REGIONE.
      *
      * CHIAMATA: CALL 'GERARCH' USING FILIALE(9(4)) AREA(9(3))
      *           DESC-AREA(X(16)) REGIONE(9(2)) DESC-REGIONE(X(16))
      *           ESITO(1)
      *   ESITO 'S' = AREA E REGIONE TROVATE
      *         'A' = FILIALE SENZA AREA (AREA E REGIONE A ZERO)
      *         'R' = AREA IGNOTA O SENZA REGIONE (REGIONE A ZERO)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGIONI DI DIREZIONE MANUTENUTE DA AREEMST

           SELECT OPTIONAL REGIONIF ASSIGN TO 'REGIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGIONI-STATUS.
      * AREE MANUTENUTE DA AREEMST

           SELECT OPTIONAL AREEF ASSIGN TO 'AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AREE-STATUS.
      * AREA DI OGNI FILIALE, MANUTENUTA DA INDICI

           SELECT OPTIONAL FILAREEF ASSIGN TO 'FILIALI-AREE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FIL-AREE-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   REGIONIF
            DATA RECORD IS REC-REGIONIF.
       01 REC-REGIONIF  PIC X(19).

       FD   AREEF
            DATA RECORD IS REC-AREEF.
       01 REC-AREEF  PIC X(44).

       FD   FILAREEF
            DATA RECORD IS REC-FILAREEF.
       01 REC-FILAREEF  PIC X(8).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.

      ************************************************************
      *      TABELLE DELLA GERARCHIA, CARICATE ALLA PRIMA CHIAMATA  *
      *      E TENUTE IN MEMORIA PER TUTTA L'ESECUZIONE             *
      ************************************************************
       COPY GERARCH.
       01 WS-GERARCHIA-CARICATA PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LNK-FILIALE          PIC 9(4).
       01 LNK-AREA             PIC 9(3).
       01 LNK-DESC-AREA        PIC X(16).
       01 LNK-REGIONE          PIC 9(2).
       01 LNK-DESC-REGIONE     PIC X(16).
       01 LNK-ESITO            PIC X.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING LNK-FILIALE LNK-AREA LNK-DESC-AREA
                                LNK-REGIONE LNK-DESC-REGIONE
                                LNK-ESITO.

       MAIN-LINE.
            IF WS-GERARCHIA-CARICATA = 'N'
                PERFORM CARICA-GERARCHIA THRU FINE-CARICA-GERARCHIA
            END-IF.

            MOVE ZERO   TO LNK-AREA LNK-REGIONE.
            MOVE SPACES TO LNK-DESC-AREA LNK-DESC-REGIONE.
            MOVE 'A'    TO LNK-ESITO.

            MOVE 'N' TO WS-GERARCHIA-TROVATA.
            SET IND-FIL-AREA TO 1.
            PERFORM CERCA-FIL-AREA THRU FINE-CERCA-FIL-AREA
                 UNTIL IND-FIL-AREA > WS-NUM-FIL-AREE
                    OR WS-GERARCHIA-TROVATA = 'S'.

            IF WS-GERARCHIA-TROVATA = 'S'
                MOVE 'R' TO LNK-ESITO
                MOVE 'N' TO WS-GERARCHIA-TROVATA
                SET IND-AREA TO 1
                PERFORM CERCA-AREA THRU FINE-CERCA-AREA
                     UNTIL IND-AREA > WS-NUM-AREE
                        OR WS-GERARCHIA-TROVATA = 'S'
            END-IF.

            IF WS-GERARCHIA-TROVATA = 'S'
                MOVE 'N' TO WS-GERARCHIA-TROVATA
                SET IND-REGIONE TO 1
                PERFORM CERCA-REGIONE THRU FINE-CERCA-REGIONE
                     UNTIL IND-REGIONE > WS-NUM-REGIONI
                        OR WS-GERARCHIA-TROVATA = 'S'
                IF WS-GERARCHIA-TROVATA = 'S'
                    MOVE 'S' TO LNK-ESITO
                ELSE
                    MOVE ZERO TO LNK-REGIONE
                END-IF
            END-IF.
            GOBACK.
      *
       CARICA-GERARCHIA.
      **************************************************************
      * LE TRE TABELLE SONO FACOLTATIVE: SE MANCANO TUTTE LE        *
      * FILIALI RISULTANO SENZA AREA E I REPORT LE SOMMANO SOTTO    *
      * LA VOCE 'SENZA AREA', SENZA FERMARE IL GIRO.                *
      **************************************************************
           MOVE 'S' TO WS-GERARCHIA-CARICATA.
           MOVE ZERO TO WS-NUM-REGIONI WS-NUM-AREE WS-NUM-FIL-AREE.

           OPEN INPUT REGIONIF.
           IF WS-REGIONI-STATUS = '00'
               MOVE 'N' TO WS-REGIONI-EOF
               PERFORM LEGGI-REGIONE THRU FINE-LEGGI-REGIONE
                    UNTIL WS-REGIONI-EOF = 'S'
           END-IF.
           CLOSE REGIONIF.

           OPEN INPUT AREEF.
           IF WS-AREE-STATUS = '00'
               MOVE 'N' TO WS-AREE-EOF
               PERFORM LEGGI-AREA THRU FINE-LEGGI-AREA
                    UNTIL WS-AREE-EOF = 'S'
           END-IF.
           CLOSE AREEF.

           OPEN INPUT FILAREEF.
           IF WS-FIL-AREE-STATUS = '00'
               MOVE 'N' TO WS-FIL-AREE-EOF
               PERFORM LEGGI-FIL-AREA THRU FINE-LEGGI-FIL-AREA
                    UNTIL WS-FIL-AREE-EOF = 'S'
           END-IF.
           CLOSE FILAREEF.
       FINE-CARICA-GERARCHIA.
            EXIT.
      *
       LEGGI-REGIONE.
           READ REGIONIF INTO RIGA-REGIONE AT END
                MOVE 'S' TO WS-REGIONI-EOF
                NOT AT END
                     IF WS-NUM-REGIONI < WS-MAX-REGIONI
                             AND RGN-CODICE IS NUMERIC
                         ADD 1 TO WS-NUM-REGIONI
                         MOVE RGN-CODICE
                              TO GRG-CODICE(WS-NUM-REGIONI)
                         MOVE RGN-DESC
                              TO GRG-DESC(WS-NUM-REGIONI)
                     END-IF
           END-READ.
       FINE-LEGGI-REGIONE.
            EXIT.
      *
       LEGGI-AREA.
           READ AREEF INTO RIGA-AREA AT END
                MOVE 'S' TO WS-AREE-EOF
                NOT AT END
                     IF WS-NUM-AREE < WS-MAX-AREE
                             AND ARE-CODICE IS NUMERIC
                         ADD 1 TO WS-NUM-AREE
                         MOVE ARE-CODICE
                              TO GAR-CODICE(WS-NUM-AREE)
                         MOVE ARE-DESC
                              TO GAR-DESC(WS-NUM-AREE)
                         MOVE ARE-RESPONSABILE
                              TO GAR-RESPONSABILE(WS-NUM-AREE)
                         IF ARE-REGIONE IS NUMERIC
                             MOVE ARE-REGIONE
                                  TO GAR-REGIONE(WS-NUM-AREE)
                         ELSE
                             MOVE ZERO TO GAR-REGIONE(WS-NUM-AREE)
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-AREA.
            EXIT.
      *
       LEGGI-FIL-AREA.
           READ FILAREEF INTO RIGA-FIL-AREA AT END
                MOVE 'S' TO WS-FIL-AREE-EOF
                NOT AT END
                     IF WS-NUM-FIL-AREE < WS-MAX-FIL-AREE
                             AND FAR-FILIALE IS NUMERIC
                             AND FAR-AREA IS NUMERIC
                         ADD 1 TO WS-NUM-FIL-AREE
                         MOVE FAR-FILIALE
                              TO GFA-FILIALE(WS-NUM-FIL-AREE)
                         MOVE FAR-AREA
                              TO GFA-AREA(WS-NUM-FIL-AREE)
                     END-IF
           END-READ.
       FINE-LEGGI-FIL-AREA.
            EXIT.
      *
       CERCA-FIL-AREA.
           IF GFA-FILIALE(IND-FIL-AREA) = LNK-FILIALE
                   AND GFA-AREA(IND-FIL-AREA) > ZERO
               MOVE GFA-AREA(IND-FIL-AREA) TO LNK-AREA
               MOVE 'S' TO WS-GERARCHIA-TROVATA
           END-IF.
           SET IND-FIL-AREA UP BY 1.
       FINE-CERCA-FIL-AREA.
            EXIT.
      *
       CERCA-AREA.
           IF GAR-CODICE(IND-AREA) = LNK-AREA
               MOVE GAR-DESC(IND-AREA)    TO LNK-DESC-AREA
               MOVE GAR-REGIONE(IND-AREA) TO LNK-REGIONE
               MOVE 'S' TO WS-GERARCHIA-TROVATA
           END-IF.
           SET IND-AREA UP BY 1.
       FINE-CERCA-AREA.
            EXIT.
      *
       CERCA-REGIONE.
           IF GRG-CODICE(IND-REGIONE) = LNK-REGIONE
                   AND LNK-REGIONE > ZERO
               MOVE GRG-DESC(IND-REGIONE) TO LNK-DESC-REGIONE
               MOVE 'S' TO WS-GERARCHIA-TROVATA
           END-IF.
           SET IND-REGIONE UP BY 1.
       FINE-CERCA-REGIONE.
            EXIT.
