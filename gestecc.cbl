       AUTHOR. LUCIO
       DATE-WRITTEN. 22/8/2026
      * REVISIONE E RISCONTRO A VIDEO DEL FILE DELLE ECCEZIONI
      * I RISCONTRI SALVATI RESTANO ANCHE IN ECCEZIONI-RISCONTRI.TXT
      * CON DATA, ORA E SIGLA, PER IL REPORT DI ATTIVITA' (ATTIVOP).
      *
       ENVIRONMENT DIVISION.
      *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * REGISTRO DATATO DEI RISCONTRI

           SELECT OPTIONAL RISCONTRIF
           ASSIGN TO 'ECCEZIONI-RISCONTRI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSC-STATUS.

      ************************************************************
      *                       DATA DIVISION
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   RISCONTRIF
            DATA RECORD IS REC-RISCONTRIF.
       01 REC-RISCONTRIF  PIC X(134).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************
       01 WS-NUMERO-RIGA       PIC 9(4) VALUE 0.
       01 WS-SIGLA             PIC X(3) VALUE SPACES.

      ************************************************************
      *      RISCONTRI DELLA SESSIONE, CON DATA E ORA: VANNO IN     *
      *      ECCEZIONI-RISCONTRI.TXT SOLO SE ECCEZIONI.TXT VIENE    *
      *      RISCRITTO, ALTRIMENTI IL RISCONTRO NON C'E' STATO.     *
      ************************************************************
       COPY ATTIVITA.
       01 WS-RSC-STATUS        PIC XX.
       01 WS-MAX-RISCONTRI     PIC 9(3) VALUE 200.
       01 TAB-RISCONTRI.
            05 RISCONTRO OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-RISCONTRI
               INDEXED BY IND-RSC.
               10 TR-RIGA      PIC X(134).
       01 WS-NUM-RISCONTRI     PIC 9(3) VALUE 0.
       01 WS-ORA-RISCONTRO     PIC 9(8) VALUE 0.

      ************************************************************
      *      CONTROLLO DELLE AUTORIZZAZIONI (MODULO AUTORIZZ SU     *
      *      PROFILI.TXT): IL RISCONTRO DELLE ECCEZIONI SI CONCEDE  *
                       MOVE TE-RIGA(WS-NUMERO-RIGA) TO RIGA-ECCEZIONE
                       MOVE WS-SIGLA TO ECC-ACK-SIGLA
                       MOVE RIGA-ECCEZIONE TO TE-RIGA(WS-NUMERO-RIGA)
                       PERFORM ANNOTA-RISCONTRO
                          THRU FINE-ANNOTA-RISCONTRO
                       DISPLAY 'RIGA RISCONTRATA'
                   END-IF
               END-IF
           END-IF.
       FINE-RISCONTRA-RIGA.
            EXIT.
      *
       ANNOTA-RISCONTRO.
           IF WS-NUM-RISCONTRI < WS-MAX-RISCONTRI
               ACCEPT RSC-DATA         FROM DATE YYYYMMDD
               ACCEPT WS-ORA-RISCONTRO FROM TIME
               MOVE WS-ORA-RISCONTRO(1:6) TO RSC-ORA
               MOVE WS-SIGLA              TO RSC-SIGLA
               MOVE RIGA-ECCEZIONE        TO RSC-ECCEZIONE
               ADD 1 TO WS-NUM-RISCONTRI
               MOVE RIGA-RISCONTRO TO TR-RIGA(WS-NUM-RISCONTRI)
           ELSE
               DISPLAY 'REGISTRO RISCONTRI PIENO: RISCONTRO NON'
                       ' DATATO'
           END-IF.
       FINE-ANNOTA-RISCONTRO.
            EXIT.
      *
       CONTROLLA-AUTORIZZAZIONE.
           MOVE 'R' TO WS-AUT-CLASSE.
                        VARYING IND-ECC FROM 1 BY 1
                        UNTIL IND-ECC > WS-NUM-ECCEZIONI
                   CLOSE ECCEZIONI
                   PERFORM SALVA-RISCONTRI THRU FINE-SALVA-RISCONTRI
               END-IF
           END-IF.
           PERFORM CONTA-NON-RISCONTRATE
           WRITE REC-ECCEZIONE.
       FINE-RISCRIVI-RIGA.
            EXIT.
      *
       SALVA-RISCONTRI.
           IF WS-NUM-RISCONTRI > ZERO
               OPEN EXTEND RISCONTRIF
               IF WS-RSC-STATUS NOT = '00'
                   OPEN OUTPUT RISCONTRIF
               END-IF
               PERFORM SCRIVI-RISCONTRO THRU FINE-SCRIVI-RISCONTRO
                    VARYING IND-RSC FROM 1 BY 1
                    UNTIL IND-RSC > WS-NUM-RISCONTRI
               CLOSE RISCONTRIF
           END-IF.
       FINE-SALVA-RISCONTRI.
            EXIT.
      *
       SCRIVI-RISCONTRO.
           MOVE TR-RIGA(IND-RSC) TO REC-RISCONTRIF.
           WRITE REC-RISCONTRIF.
       FINE-SCRIVI-RISCONTRO.
            EXIT.
