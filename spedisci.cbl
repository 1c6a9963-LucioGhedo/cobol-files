      * RICEVI E RIFIUTA LE TRASMISSIONI TRONCATE O DOPPIE: LA
      * STESSA DISCIPLINA DI TESTATA/CODA CHE ABI GIA' PRETENDE
      * SUL FLUSSO ABITANTI IN INGRESSO.
      * IL CODICE DEL MITTENTE IN TESTATA (LA SEDE CHE SPEDISCE) SI
      * LEGGE DA SPEDISCI-PARAM.TXT (CHIAVE MITTENTE COL. 1-10,
      * VALORE COL. 11-18); SENZA PARAMETRO RESTA 'SEDE'. LA SEDE
      * REGIONALE CARICA LE TRASMISSIONI DI OGNI SEDE NEL MASTER
      * CONSOLIDATO CON CONSREG, CHE DISTINGUE LE SEDI DA QUESTO
      * CODICE: OGNI SEDE DEVE AVERNE UNO PROPRIO.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT SCAMBIO ASSIGN TO 'SCAMBIO-ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * PARAMETRI: CODICE DEL MITTENTE (FACOLTATIVO)

           SELECT OPTIONAL PARAMF ASSIGN TO 'SPEDISCI-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * ULTIMO NUMERO DI GENERAZIONE SPEDITO (RILETTO E AGGIORNATO)

           SELECT OPTIONAL GENERF ASSIGN TO 'SCAMBIO-GENERAZIONE.TXT'
            DATA RECORD IS REC-SCAMBIO.
       01 REC-SCAMBIO  PIC X(71).

       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(10).

       FD   GENERF
            DATA RECORD IS REC-GENERF.
       01 REC-GENERF  PIC X(6).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION

       01   WS-PRIMOF-STATUS  PIC XX.
       01   WS-GENER-STATUS   PIC XX.
       01   WS-PARAM-STATUS   PIC XX.
       01   WS-PARAM-EOF      PIC X VALUE 'N'.

      ************************************************************
      *      TESTATA E CODA DEL FILE DI SCAMBIO (71 BYTE COME I     *
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            PERFORM LEGGI-GENERAZIONE THRU FINE-LEGGI-GENERAZIONE.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       LEGGI-PARAMETRI.
           MOVE 'N' TO WS-PARAM-EOF.
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               PERFORM LEGGI-UN-PARAMETRO THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     IF PAR-CHIAVE = 'MITTENTE  '
                             AND PAR-VALORE NOT = SPACES
                         MOVE PAR-VALORE(1:8) TO TST-MITTENTE
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       LEGGI-GENERAZIONE.
      **************************************************************
