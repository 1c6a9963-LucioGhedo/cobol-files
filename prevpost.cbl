      * CITTAMST) E STAMPA PEZZI E COSTO PER CITTA E IN TOTALE:
      * LA DECISIONE DI SPEDIRE SI PRENDE SU UN NUMERO E NON A
      * OCCHIO DALLA DISTRIBUZIONE DI FAMIGLIE-REPORTF.
      * I PEZZI E IL COSTO SI REGISTRANO IN CONSUMI.TXT (MODULO
      * CONSUMO) PER LA FILIALE DEL COMPONENTE PIU' ANZIANO DI OGNI
      * FAMIGLIA, LO STESSO CHE LETTERE SCEGLIE COME INTESTATARIO,
      * PER GLI ADDEBITI DI FINE MESE.
      *
      * TARIFFARIO (PAROLA CHIAVE COL. 1-10, VALORE DAL COL. 11):
      *   PROVINCIA  XX     PROVINCIA DI IMPOSTAZIONE
      *   TARIFFA-PR NNNNN  CENTESIMI A PEZZO, STESSA PROVINCIA
      *   TARIFFA-NZ NNNNN  CENTESIMI A PEZZO, NAZIONALE
      *   TARIFFA-ES NNNNN  CENTESIMI A PEZZO, ESTERO
      *   TARIFFA-MA NNNNN  CENTESIMI A PEZZO, POSTA MASSIVA
      *                     (FACOLTATIVA: SE C'E' IL PREVENTIVO
      *                     RIPREZZA LA SPEDIZIONE IN MASSIVA E
      *                     STAMPA IL RISPARMIO)
      *   MINIMO-MA  NNNNN  PEZZI MINIMI PER LA MASSIVA
      *   MAZZETTO   NNNNN  PEZZI PER MAZZETTO (LETTERE)
      *   SACCO      NNNNN  MAZZETTI PER SACCO (LETTERE)
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAMIGLIE-STATUS.
      * ANAGRAFICA, PER LA FILIALE DI OGNI FAMIGLIA (FACOLTATIVA)

           SELECT OPTIONAL PRIMOF ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * TARIFFARIO POSTALE MANTENUTO DALL'ESERCIZIO

           SELECT TARIFFEF ASSIGN TO 'TARIFFE-POSTA.TXT'
          05 FILLER         PIC X.
          05 FAM-ETA-MAX    PIC 9(3).

       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       FD   TARIFFEF
            DATA RECORD IS REC-TARIFFEF.
       01 REC-TARIFFEF.
       WORKING-STORAGE SECTION.
       01   WS-FAMIGLIE-STATUS PIC XX.
       01   WS-TARIFFE-STATUS  PIC XX.
       01   WS-PRIMOF-STATUS   PIC XX.
       COPY ANAGRAF.

      ************************************************************
      *      ANAGRAFICA IN TABELLA (SOLO LE PERSONE ATTIVE), PER    *
      *      RISALIRE DALLA FAMIGLIA (CITTA + COGNOME) ALLA FILIALE *
      *      DEL COMPONENTE PIU' ANZIANO, COME IN LETTERE           *
      ************************************************************
       01 WS-MAX-PERSONE      PIC 9(4) VALUE 2000.
       01 TAB-PERSONE.
            05 PERSONA OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-PERSONE
               INDEXED BY IND-PERS.
               10 PE-COGNOME   PIC X(10).
               10 PE-CITTA     PIC X(10).
               10 PE-ETA       PIC 999.
               10 PE-FILIALE   PIC 9(4).
       01 WS-NUM-PERSONE      PIC 9(4) VALUE 0.
       01 WS-ANAGR-EOF        PIC X VALUE 'N'.
       01 WS-ALIAS-ESITO      PIC X VALUE 'N'.
       01 WS-ANNO-CORRENTE    PIC 9999 VALUE 0.
       01 WS-ETA-CALCOLATA    PIC 9(4) VALUE 0.
       01 WS-ETA-CORRENTE     PIC 999 VALUE 0.
       01 WS-SCELTO-ETA       PIC 999 VALUE 0.
       01 WS-SCELTO-TROVATO   PIC X VALUE 'N'.
       01 WS-SCELTO-FILIALE   PIC 9(4) VALUE 0.

      ************************************************************
      *      PEZZI DELLA CITTA CORRENTE PER FILIALE: IL COSTO SI    *
      *      CONOSCE SOLO ALLA ROTTURA, QUANDO LA CITTA E' STATA    *
      *      CLASSIFICATA. LE FILIALI OLTRE LA TABELLA VANNO SENZA  *
      *      FILIALE (ZERO), COSI' IL TOTALE QUADRA COMUNQUE.       *
      ************************************************************
       01 WS-MAX-FIL-CITTA    PIC 9(3) VALUE 100.
       01 TAB-FIL-CITTA.
            05 FIL-CITTA OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NUM-FIL-CITTA
               INDEXED BY IND-FC.
               10 FC-FILIALE   PIC 9(4).
               10 FC-PEZZI     PIC 9(6).
       01 WS-NUM-FIL-CITTA    PIC 9(3) VALUE 0.
       01 WS-FC-TROVATA       PIC X VALUE 'N'.
       01 WS-PEZZI-FUORI-TAB  PIC 9(6) VALUE 0.
       COPY CONSUMO.

      ************************************************************
      *      TABELLA DELLE CITTA' CENSITE, PER LA CLASSE DI         *
       01 WS-TARIFFA-PROV      PIC 9(5) VALUE 0.
       01 WS-TARIFFA-NAZ       PIC 9(5) VALUE 0.
       01 WS-TARIFFA-EST       PIC 9(5) VALUE 0.
       01 WS-TARIFFA-MASSIVA   PIC 9(5) VALUE 0.
       01 WS-MINIMO-MASSIVA    PIC 9(5) VALUE 0.
       01 WS-TARIFFE-EOF       PIC X VALUE 'N'.
       01 WS-TARIFFE-VALIDE    PIC X VALUE 'N'.

       01 WS-CONTA-NON-CENSITE PIC 9(6) VALUE 0.
       01 WS-EURO-APPOGGIO     PIC 9(7)V99 VALUE 0.

      ************************************************************
      *      POSTA MASSIVA: I PEZZI NAZIONALI (STESSA PROVINCIA E   *
      *      RESTO D'ITALIA) VANNO A TARIFFA-MA, L'ESTERO RESTA A   *
      *      TARIFFA ORDINARIA                                      *
      ************************************************************
       01 WS-PEZZI-MASSIVA     PIC 9(6) VALUE 0.
       01 WS-COSTO-MASSIVA     PIC 9(9) VALUE 0.
       01 WS-TOTALE-MASSIVA    PIC 9(9) VALUE 0.
       01 WS-RISPARMIO         PIC 9(9) VALUE 0.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
            05 RT-PEZZI          PIC ZZZZZZZ9.
            05 RT-COSTO          PIC ZZZZZZZ9.99.

       01 RIGA-RISPARMIO.
            05 RR-ETICHETTA      PIC X(18).
            05 FILLER            PIC X(8)  VALUE SPACES.
            05 RR-COSTO          PIC ZZZZZZZ9.99.

       01 RIGA-NON-CENSITE.
            05 FILLER            PIC X(26) VALUE
               'CITTA NON CENSITE (PEZZI) '.
            IF WS-TARIFFE-VALIDE = 'S'
                PERFORM CARICA-CITTA-MASTER
                   THRU FINE-CARICA-CITTA-MASTER
                PERFORM CARICA-ANAGRAFICA
                   THRU FINE-CARICA-ANAGRAFICA
                PERFORM APERTURA THRU FINE-APERTURA
                PERFORM ELABORA THRU FINE-ELABORA
                     UNTIL FINE-FILE = 'S'
                             AND TAR-VALORE(1:5) IS NUMERIC
                         MOVE TAR-VALORE(1:5) TO WS-TARIFFA-EST
                     END-IF
                     IF TAR-CHIAVE = 'TARIFFA-MA'
                             AND TAR-VALORE(1:5) IS NUMERIC
                         MOVE TAR-VALORE(1:5) TO WS-TARIFFA-MASSIVA
                     END-IF
                     IF TAR-CHIAVE = 'MINIMO-MA '
                             AND TAR-VALORE(1:5) IS NUMERIC
                         MOVE TAR-VALORE(1:5) TO WS-MINIMO-MASSIVA
                     END-IF
           END-READ.
       FINE-LEGGI-UNA-TARIFFA.
            EXIT.
           END-READ.
       FINE-LEGGI-CITTA-MST.
            EXIT.
      *
       CARICA-ANAGRAFICA.
      **************************************************************
      * SENZA ANAGRAFICA IL PREVENTIVO SI FA LO STESSO: I PEZZI SI  *
      * REGISTRANO SENZA FILIALE E RESTANO NON ATTRIBUITI.          *
      **************************************************************
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-ANNO TO WS-ANNO-CORRENTE.
           MOVE ZERO TO WS-NUM-PERSONE.
           MOVE 'N'  TO WS-ANAGR-EOF.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS = '00'
               PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA
                    UNTIL WS-ANAGR-EOF = 'S'
           ELSE
               DISPLAY 'FILE ANAGR.TXT NON TROVATO: POSTA SENZA'
                       ' FILIALE'
           END-IF.
           CLOSE PRIMOF.
       FINE-CARICA-ANAGRAFICA.
            EXIT.
      *
       LEGGI-PERSONA.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO WS-ANAGR-EOF
                NOT AT END
                     IF STATO NOT = 'D' AND STATO NOT = 'E'
                         IF WS-NUM-PERSONE < WS-MAX-PERSONE
                             PERFORM CALCOLA-ETA-CORRENTE
                                THRU FINE-CALCOLA-ETA-CORRENTE
                             CALL 'CITALIAS' USING CITTA
                                                   WS-ALIAS-ESITO
                             ADD 1 TO WS-NUM-PERSONE
                             MOVE COGNOME TO PE-COGNOME(WS-NUM-PERSONE)
                             MOVE CITTA   TO PE-CITTA(WS-NUM-PERSONE)
                             MOVE WS-ETA-CORRENTE
                                          TO PE-ETA(WS-NUM-PERSONE)
                             MOVE COD-FILIALE
                                          TO PE-FILIALE(WS-NUM-PERSONE)
                         ELSE
                             DISPLAY 'TABELLA PERSONE PIENA: ANAGRAFICA'
                                     ' TRONCATA'
                             MOVE 'S' TO WS-ANAGR-EOF
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-PERSONA.
            EXIT.
      *
       CALCOLA-ETA-CORRENTE.
           MOVE ANNI TO WS-ETA-CORRENTE.
           IF ANNO-NASC IS NUMERIC AND ANNO-NASC > ZERO
                   AND ANNO-NASC <= WS-ANNO-CORRENTE
               COMPUTE WS-ETA-CALCOLATA =
                       WS-ANNO-CORRENTE - ANNO-NASC
               IF WS-ETA-CALCOLATA <= 999
                   MOVE WS-ETA-CALCOLATA TO WS-ETA-CORRENTE
               END-IF
           END-IF.
       FINE-CALCOLA-ETA-CORRENTE.
            EXIT.
      *
       APERTURA.
           OPEN INPUT FAMIGLIE.
               END-IF
           END-IF.
           ADD 1 TO WS-PEZZI-CITTA.
           PERFORM ATTRIBUISCI-FAMIGLIA THRU FINE-ATTRIBUISCI-FAMIGLIA.

           READ FAMIGLIE AT END
                MOVE 'S' TO FINE-FILE
           MOVE WS-EURO-APPOGGIO TO RD-COSTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CITTA.

           PERFORM REGISTRA-CONSUMO THRU FINE-REGISTRA-CONSUMO
                VARYING IND-FC FROM 1 BY 1
                UNTIL IND-FC > WS-NUM-FIL-CITTA.
           IF WS-PEZZI-FUORI-TAB > ZERO
               MOVE 'A'                TO CNS-AZIONE
               MOVE ZERO               TO CNS-FILIALE
               MOVE WS-PEZZI-FUORI-TAB TO CNS-QUANTITA
               COMPUTE CNS-IMPORTO =
                       WS-PEZZI-FUORI-TAB * WS-TARIFFA-CITTA
               PERFORM CHIAMA-CONSUMO THRU FINE-CHIAMA-CONSUMO
           END-IF.
           MOVE ZERO TO WS-NUM-FIL-CITTA WS-PEZZI-FUORI-TAB.
       FINE-CHIUDI-CITTA.
            EXIT.
      *
       ATTRIBUISCI-FAMIGLIA.
      **************************************************************
      * LA FAMIGLIA VA ALLA FILIALE DEL SUO COMPONENTE ATTIVO PIU'  *
      * ANZIANO (ZERO SE NON NE HA UNO IN ANAGRAFICA) E SI CONTA    *
      * TRA I PEZZI DI QUELLA FILIALE NELLA CITTA CORRENTE.         *
      **************************************************************
           MOVE 'N'  TO WS-SCELTO-TROVATO.
           MOVE ZERO TO WS-SCELTO-ETA WS-SCELTO-FILIALE.
           PERFORM VALUTA-COMPONENTE THRU FINE-VALUTA-COMPONENTE
                VARYING IND-PERS FROM 1 BY 1
                UNTIL IND-PERS > WS-NUM-PERSONE.

           MOVE 'N' TO WS-FC-TROVATA.
           SET IND-FC TO 1.
           PERFORM CERCA-FIL-CITTA THRU FINE-CERCA-FIL-CITTA
                UNTIL IND-FC > WS-NUM-FIL-CITTA
                   OR WS-FC-TROVATA = 'S'.
           IF WS-FC-TROVATA = 'S'
               ADD 1 TO FC-PEZZI(IND-FC)
           ELSE
               IF WS-NUM-FIL-CITTA < WS-MAX-FIL-CITTA
                   ADD 1 TO WS-NUM-FIL-CITTA
                   MOVE WS-SCELTO-FILIALE
                        TO FC-FILIALE(WS-NUM-FIL-CITTA)
                   MOVE 1 TO FC-PEZZI(WS-NUM-FIL-CITTA)
               ELSE
                   ADD 1 TO WS-PEZZI-FUORI-TAB
               END-IF
           END-IF.
       FINE-ATTRIBUISCI-FAMIGLIA.
            EXIT.
      *
       VALUTA-COMPONENTE.
           IF PE-CITTA(IND-PERS) = FAM-CITTA
                   AND PE-COGNOME(IND-PERS) = FAM-COGNOME
               IF WS-SCELTO-TROVATO = 'N'
                       OR PE-ETA(IND-PERS) > WS-SCELTO-ETA
                   MOVE 'S'                  TO WS-SCELTO-TROVATO
                   MOVE PE-ETA(IND-PERS)     TO WS-SCELTO-ETA
                   MOVE PE-FILIALE(IND-PERS) TO WS-SCELTO-FILIALE
               END-IF
           END-IF.
       FINE-VALUTA-COMPONENTE.
            EXIT.
      *
       CERCA-FIL-CITTA.
           IF FC-FILIALE(IND-FC) = WS-SCELTO-FILIALE
               MOVE 'S' TO WS-FC-TROVATA
           ELSE
               SET IND-FC UP BY 1
           END-IF.
       FINE-CERCA-FIL-CITTA.
            EXIT.
      *
       REGISTRA-CONSUMO.
      **************************************************************
      * I PEZZI DI OGNI FILIALE NELLA CITTA, A TARIFFA DELLA CITTA: *
      * LA SOMMA SULLE FILIALI FA IL COSTO DELLA CITTA.             *
      **************************************************************
           MOVE 'A'                TO CNS-AZIONE.
           MOVE FC-FILIALE(IND-FC) TO CNS-FILIALE.
           MOVE FC-PEZZI(IND-FC)   TO CNS-QUANTITA.
           COMPUTE CNS-IMPORTO = FC-PEZZI(IND-FC) * WS-TARIFFA-CITTA.
           PERFORM CHIAMA-CONSUMO THRU FINE-CHIAMA-CONSUMO.
       FINE-REGISTRA-CONSUMO.
            EXIT.
      *
       CHIAMA-CONSUMO.
           MOVE 'PREVPOST' TO CNS-PROGRAMMA.
           MOVE 'POSTA   ' TO CNS-SERVIZIO.
           MOVE SPACES     TO CNS-OPERATORE.
           CALL 'CONSUMO' USING CNS-CHIAMATA.
       FINE-CHIAMA-CONSUMO.
            EXIT.
      *
       CLASSIFICA-CITTA.
      **************************************************************
           CLOSE FAMIGLIE.
           IF WS-RETURN-CODE NOT = 8
               PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI
               MOVE 'C'               TO CNS-AZIONE
               MOVE ZERO              TO CNS-FILIALE
               MOVE WS-CONTA-FAMIGLIE TO CNS-QUANTITA
               MOVE WS-COSTO-TOTALE   TO CNS-IMPORTO
               PERFORM CHIAMA-CONSUMO THRU FINE-CHIAMA-CONSUMO
           END-IF.
           CLOSE REPORTF.
       FINE-CHIUSURA.
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-NON-CENSITE
           END-IF.

           IF WS-TARIFFA-MASSIVA > ZERO
               PERFORM STAMPA-MASSIVA THRU FINE-STAMPA-MASSIVA
           END-IF.
       FINE-STAMPA-TOTALI.
            EXIT.
      *
       STAMPA-MASSIVA.
      **************************************************************
      * LA STESSA SPEDIZIONE A TARIFFA DI POSTA MASSIVA: I PEZZI    *
      * NAZIONALI A TARIFFA-MA, L'ESTERO COME SOPRA. IL RISPARMIO   *
      * E' LA DIFFERENZA COL TOTALE ORDINARIO; SOTTO IL MINIMO DI   *
      * PEZZI LA MASSIVA NON E' AMMESSA E IL RISPARMIO NON C'E'.    *
      **************************************************************
           COMPUTE WS-PEZZI-MASSIVA = WS-PEZZI-PROV + WS-PEZZI-NAZ.
           COMPUTE WS-COSTO-MASSIVA =
                   WS-PEZZI-MASSIVA * WS-TARIFFA-MASSIVA.
           COMPUTE WS-TOTALE-MASSIVA =
                   WS-COSTO-MASSIVA + WS-COSTO-EST.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'PREVENTIVO IN POSTA MASSIVA' TO REC-REPORTF.
           WRITE REC-REPORTF.

           MOVE 'MASSIVA NAZIONALE ' TO RL-ETICHETTA.
           MOVE WS-PEZZI-MASSIVA     TO RL-PEZZI.
           COMPUTE WS-EURO-APPOGGIO = WS-COSTO-MASSIVA / 100.
           MOVE WS-EURO-APPOGGIO     TO RL-COSTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CLASSE.

           MOVE 'ESTERO ORDINARIA  ' TO RL-ETICHETTA.
           MOVE WS-PEZZI-EST         TO RL-PEZZI.
           COMPUTE WS-EURO-APPOGGIO = WS-COSTO-EST / 100.
           MOVE WS-EURO-APPOGGIO     TO RL-COSTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CLASSE.

           MOVE 'TOTALE IN MASSIVA ' TO RL-ETICHETTA.
           MOVE WS-CONTA-FAMIGLIE    TO RL-PEZZI.
           COMPUTE WS-EURO-APPOGGIO = WS-TOTALE-MASSIVA / 100.
           MOVE WS-EURO-APPOGGIO     TO RL-COSTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CLASSE.

           IF WS-PEZZI-MASSIVA < WS-MINIMO-MASSIVA
               MOVE SPACES TO REC-REPORTF
               MOVE 'PEZZI SOTTO IL MINIMO: MASSIVA NON AMMESSA'
                    TO REC-REPORTF
               WRITE REC-REPORTF
           ELSE
               IF WS-TOTALE-MASSIVA < WS-COSTO-TOTALE
                   COMPUTE WS-RISPARMIO =
                           WS-COSTO-TOTALE - WS-TOTALE-MASSIVA
                   MOVE 'RISPARMIO         ' TO RR-ETICHETTA
                   COMPUTE WS-EURO-APPOGGIO = WS-RISPARMIO / 100
                   MOVE WS-EURO-APPOGGIO     TO RR-COSTO
                   MOVE SPACES TO REC-REPORTF
                   WRITE REC-REPORTF FROM RIGA-RISPARMIO
               ELSE
                   MOVE SPACES TO REC-REPORTF
                   MOVE 'MASSIVA NON CONVENIENTE' TO REC-REPORTF
                   WRITE REC-REPORTF
               END-IF
           END-IF.
       FINE-STAMPA-MASSIVA.
            EXIT.
