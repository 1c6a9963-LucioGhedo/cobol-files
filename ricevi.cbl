      * RICEVI-GENERAZIONI.TXT) E' UN DOPPIONE: IN TUTTI I CASI
      * RC 8 E LA TRASMISSIONE SI RIFIUTA. SOLO UNA VERIFICA
      * RIUSCITA REGISTRA LA GENERAZIONE COME RICEVUTA.
      * OGNI SEDE NUMERA LE PROPRIE GENERAZIONI: IL REGISTRO PORTA
      * ANCHE IL MITTENTE DELLA TESTATA E IL DOPPIONE E' LA STESSA
      * GENERAZIONE DALLO STESSO MITTENTE (LE RIGHE REGISTRATE
      * SENZA MITTENTE SONO DELLA SEDE 'SEDE', L'UNICA CHE
      * SPEDIVA). CONSREG CARICA NEL MASTER REGIONALE SOLO LE
      * GENERAZIONI REGISTRATE QUI.
      *
       ENVIRONMENT DIVISION.
      *

       FD   RICEVUTE
            DATA RECORD IS REC-RICEVUTE.
       01 REC-RICEVUTE  PIC X(24).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
            05 RIC-GENERAZIONE PIC 9(6).
            05 FILLER          PIC X VALUE SPACE.
            05 RIC-DATA        PIC 9(8).
            05 FILLER          PIC X VALUE SPACE.
            05 RIC-MITTENTE    PIC X(8).

       01 FINE-FILE PIC X VALUE SPACES.
       01 WS-TESTATA-VISTA     PIC X VALUE 'N'.
            EXIT.
      *
       LEGGI-RICEVUTA.
           MOVE SPACES TO RIGA-RICEVUTA.
           READ RICEVUTE INTO RIGA-RICEVUTA AT END
                MOVE 'S' TO WS-RICEVUTE-EOF
                NOT AT END
                     IF RIC-MITTENTE = SPACES
                         MOVE 'SEDE    ' TO RIC-MITTENTE
                     END-IF
                     IF RIC-GENERAZIONE = WS-GENERAZIONE
                             AND RIC-MITTENTE = WS-MITTENTE
                         MOVE 'S' TO WS-GIA-RICEVUTA
                     END-IF
           END-READ.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GENERAZIONE     TO RIC-GENERAZIONE.
           MOVE WS-DATA-ESECUZIONE TO RIC-DATA.
           MOVE WS-MITTENTE        TO RIC-MITTENTE.
           OPEN EXTEND RICEVUTE.
           IF WS-RICEVUTE-STATUS NOT = '00'
               OPEN OUTPUT RICEVUTE
