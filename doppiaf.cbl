       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOPPIAF.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE DELLA DOPPIA FIRMA: LE OPERAZIONI CHE
      * NON SI POSSONO DISFARE (OBLIO, FUSIONE IN FONDI, RIPRISTINO
      * DI UN SET IN SALVATUT, TRASFERIMENTO IN TRASFIL,
      * ELIMINAZIONE DI UNA FILIALE IN INDICI) NON LE FA PIU' UN
      * OPERATORE DA SOLO. LA PRIMA VOLTA IL PROGRAMMA CREA UNA
      * RICHIESTA IN APPROVAZIONI.TXT (CHI, PARAMETRI, MOTIVO) E
      * SI FERMA; UN SECONDO OPERATORE, DIVERSO E CON LA CLASSE
      * GIUSTA IN PROFILI.TXT, LA FIRMA DALLA CONSOLLE (FIRME); LA
      * VOLTA SUCCESSIVA, CON GLI STESSI PARAMETRI, L'OPERAZIONE
      * PASSA E LA RICHIESTA SI CHIUDE COME ESEGUITA. LE RICHIESTE
      * NON FIRMATE ENTRO WS-GIORNI-ATTESA GIORNI, O FIRMATE E NON
      * ESEGUITE ENTRO LO STESSO TERMINE, SCADONO. OGNI EVENTO
      * RESTA IN APPROVAZIONI-GIORNALE.TXT.
      *
      * CHIAMATA: CALL 'DOPPIAF' USING DPF-CHIAMATA (DOPPIAF.CPY)
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RICHIESTE APERTE, RILETTE E RISCRITTE A OGNI CHIAMATA

           SELECT OPTIONAL RICHIESTEF ASSIGN TO 'APPROVAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RIC-STATUS.
      * STORIA DI TUTTE LE RICHIESTE (SOLO IN CODA)

           SELECT OPTIONAL GIOFIRME ASSIGN TO
               'APPROVAZIONI-GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GFI-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RICHIESTEF
            DATA RECORD IS REC-RICHIESTEF.
       01 REC-RICHIESTEF  PIC X(114).

       FD   GIOFIRME
            DATA RECORD IS REC-GIOFIRME.
       01 REC-GIOFIRME  PIC X(144).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY RICHIESTE.

       01 WS-RIC-STATUS        PIC XX.
       01 WS-RIC-EOF           PIC X VALUE 'N'.
       01 WS-RIC-TRONCATE      PIC X VALUE 'N'.
       01 WS-GFI-STATUS        PIC XX.
       01 WS-GFI-EOF           PIC X VALUE 'N'.
       01 WS-MODIFICATE        PIC X VALUE 'N'.
       01 WS-TROVATA           PIC X VALUE 'N'.
       01 WS-RIGA-TROVATA      PIC 9(3) VALUE 0.
       01 WS-ULTIMO-NUMERO     PIC 9(6) VALUE 0.
       01 WS-EVENTO            PIC X(9) VALUE SPACES.
       01 WS-SIGLA-EVENTO      PIC X(3) VALUE SPACES.

      ************************************************************
      *      RICHIESTE APERTE IN TABELLA, UNA RIGA INTERA PER       *
      *      ELEMENTO: SI ESAMINANO PASSANDO DA RIGA-RICHIESTA      *
      ************************************************************
       01 WS-MAX-RICHIESTE     PIC 9(3) VALUE 200.
       01 TAB-RICHIESTE.
            05 RICHIESTA-TAB OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-RICHIESTE
               INDEXED BY IND-RIC.
               10 RT-RIGA       PIC X(114).
       01 WS-NUM-RICHIESTE     PIC 9(3) VALUE 0.

      ************************************************************
      *      CONTROLLO DELLA CLASSE DI CHI FIRMA (MODULO AUTORIZZ)  *
      ************************************************************
       01 WS-AUT-ESITO         PIC X VALUE 'N'.

      ************************************************************
      *      CALCOLO DEL NUMERO SERIALE DI GIORNO PER LE SCADENZE   *
      *      (COME IN CONSOLLE)                                     *
      ************************************************************
       01 WS-CD-DATA.
            05 WS-CD-ANNO      PIC 9999.
            05 WS-CD-MESE      PIC 99.
            05 WS-CD-GIORNO    PIC 99.
       01 WS-CD-SERIALE        PIC 9(8) VALUE 0.
       01 WS-CD-BISESTILI      PIC 9(6) VALUE 0.
       01 WS-CD-RESTO          PIC 9(4) VALUE 0.
       01 WS-GIORNI-MESE.
            05 FILLER PIC 9(3) VALUE 000.
            05 FILLER PIC 9(3) VALUE 031.
            05 FILLER PIC 9(3) VALUE 059.
            05 FILLER PIC 9(3) VALUE 090.
            05 FILLER PIC 9(3) VALUE 120.
            05 FILLER PIC 9(3) VALUE 151.
            05 FILLER PIC 9(3) VALUE 181.
            05 FILLER PIC 9(3) VALUE 212.
            05 FILLER PIC 9(3) VALUE 243.
            05 FILLER PIC 9(3) VALUE 273.
            05 FILLER PIC 9(3) VALUE 304.
            05 FILLER PIC 9(3) VALUE 334.
       01 TAB-GIORNI-MESE REDEFINES WS-GIORNI-MESE.
            05 GM-GIORNI OCCURS 12 TIMES PIC 9(3).
       01 WS-SERIALE-OGGI      PIC 9(8) VALUE 0.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-ETA-RICHIESTA     PIC 9(8) VALUE 0.
       01 WS-ORA-OGGI.
            05 WS-ORA-HHMMSS   PIC 9(6).
            05 WS-ORA-CENT     PIC 99.

       LINKAGE SECTION.
       COPY DOPPIAF.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING DPF-CHIAMATA.

       MAIN-LINE.
            MOVE 'N'    TO DPF-ESITO.
            MOVE SPACES TO DPF-MESSAGGIO.
            MOVE 'N'    TO WS-MODIFICATE.
            ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
            MOVE WS-DATA-OGGI TO WS-CD-DATA.
            PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
            MOVE WS-CD-SERIALE TO WS-SERIALE-OGGI.

            PERFORM CARICA-RICHIESTE THRU FINE-CARICA-RICHIESTE.
            IF WS-RIC-TRONCATE = 'S'
                MOVE 'APPROVAZIONI.TXT OLTRE LA TABELLA: FERMO'
                     TO DPF-MESSAGGIO
            ELSE
                PERFORM APPLICA-SCADENZA THRU FINE-APPLICA-SCADENZA
                     VARYING IND-RIC FROM 1 BY 1
                     UNTIL IND-RIC > WS-NUM-RICHIESTE
                IF DPF-AZIONE = 'V'
                    PERFORM VERIFICA THRU FINE-VERIFICA
                END-IF
                IF DPF-AZIONE = 'F'
                    PERFORM FIRMA THRU FINE-FIRMA
                END-IF
                IF DPF-AZIONE = 'R'
                    PERFORM RESPINGI THRU FINE-RESPINGI
                END-IF
                IF DPF-AZIONE = 'S'
                    MOVE 'S' TO DPF-ESITO
                END-IF
                IF WS-MODIFICATE = 'S'
                    PERFORM RISCRIVI-RICHIESTE
                       THRU FINE-RISCRIVI-RICHIESTE
                END-IF
            END-IF.

            GOBACK.
      *
       CARICA-RICHIESTE.
           MOVE 'N'  TO WS-RIC-EOF WS-RIC-TRONCATE.
           MOVE ZERO TO WS-NUM-RICHIESTE WS-ULTIMO-NUMERO.
           OPEN INPUT RICHIESTEF.
           IF WS-RIC-STATUS = '00'
               PERFORM LEGGI-RICHIESTA THRU FINE-LEGGI-RICHIESTA
                    UNTIL WS-RIC-EOF = 'S'
           END-IF.
           CLOSE RICHIESTEF.
       FINE-CARICA-RICHIESTE.
            EXIT.
      *
       LEGGI-RICHIESTA.
           READ RICHIESTEF INTO RIGA-RICHIESTA AT END
                MOVE 'S' TO WS-RIC-EOF
                NOT AT END
                     IF RIC-NUMERO IS NUMERIC
                         IF WS-NUM-RICHIESTE < WS-MAX-RICHIESTE
                             ADD 1 TO WS-NUM-RICHIESTE
                             MOVE RIGA-RICHIESTA
                                  TO RT-RIGA(WS-NUM-RICHIESTE)
                             IF RIC-NUMERO > WS-ULTIMO-NUMERO
                                 MOVE RIC-NUMERO TO WS-ULTIMO-NUMERO
                             END-IF
                         ELSE
                             MOVE 'S' TO WS-RIC-TRONCATE
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-RICHIESTA.
            EXIT.
      *
       APPLICA-SCADENZA.
      **************************************************************
      * UNA RICHIESTA IN ATTESA SCADE DOPO WS-GIORNI-ATTESA GIORNI  *
      * DALLA DATA IN CUI E' STATA CHIESTA, UNA APPROVATA DOPO      *
      * ALTRETTANTI DALLA FIRMA: UNA FIRMA VECCHIA NON DEVE         *
      * RESTARE IN GIRO PRONTA ALL'USO.                             *
      **************************************************************
           MOVE RT-RIGA(IND-RIC) TO RIGA-RICHIESTA.
           MOVE ZERO TO WS-CD-DATA.
           IF RIC-STATO = 'P' AND RIC-DATA IS NUMERIC
               MOVE RIC-DATA TO WS-CD-DATA
           END-IF.
           IF RIC-STATO = 'A' AND RIC-DATA-FIRMA IS NUMERIC
               MOVE RIC-DATA-FIRMA TO WS-CD-DATA
           END-IF.
           IF WS-CD-MESE > ZERO AND WS-CD-MESE < 13
               PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
               MOVE ZERO TO WS-ETA-RICHIESTA
               IF WS-SERIALE-OGGI > WS-CD-SERIALE
                   COMPUTE WS-ETA-RICHIESTA =
                           WS-SERIALE-OGGI - WS-CD-SERIALE
               END-IF
               IF WS-ETA-RICHIESTA > WS-GIORNI-ATTESA
                   MOVE 'S' TO RIC-STATO
                   MOVE RIGA-RICHIESTA TO RT-RIGA(IND-RIC)
                   MOVE 'SCADUTA  ' TO WS-EVENTO
                   MOVE SPACES      TO WS-SIGLA-EVENTO
                   PERFORM SCRIVI-GIORNALE-FIRME
                      THRU FINE-SCRIVI-GIORNALE-FIRME
                   MOVE 'S' TO WS-MODIFICATE
               END-IF
           END-IF.
       FINE-APPLICA-SCADENZA.
            EXIT.
      *
       VERIFICA.
      **************************************************************
      * CHIAMATA DAI PROGRAMMI PRIMA DELL'OPERAZIONE: SE C'E' UNA   *
      * RICHIESTA APPROVATA PER GLI STESSI PROGRAMMA E PARAMETRI    *
      * L'OPERAZIONE PASSA E LA RICHIESTA SI CHIUDE; SE NE C'E' UNA *
      * IN ATTESA SI ASPETTA; ALTRIMENTI SE NE CREA UNA NUOVA (SERVE *
      * UN OPERATORE COLLEGATO E UN MOTIVO). SENZA OPERATORE SI     *
      * PUO' SOLO ESEGUIRE UNA RICHIESTA GIA' FIRMATA.              *
      **************************************************************
           MOVE 'A' TO RIC-STATO.
           PERFORM CERCA-PER-PARAMETRI THRU FINE-CERCA-PER-PARAMETRI.
           IF WS-TROVATA = 'S'
               MOVE RT-RIGA(WS-RIGA-TROVATA) TO RIGA-RICHIESTA
               MOVE 'E'             TO RIC-STATO
               MOVE RIGA-RICHIESTA  TO RT-RIGA(WS-RIGA-TROVATA)
               MOVE 'ESEGUITA '     TO WS-EVENTO
               MOVE DPF-SIGLA       TO WS-SIGLA-EVENTO
               PERFORM SCRIVI-GIORNALE-FIRME
                  THRU FINE-SCRIVI-GIORNALE-FIRME
               MOVE 'S'             TO WS-MODIFICATE
               MOVE RIC-NUMERO      TO DPF-NUMERO
               MOVE 'S'             TO DPF-ESITO
               STRING 'FIRMATA DA ' DELIMITED BY SIZE
                      RIC-FIRMA DELIMITED BY SIZE
                      ': ESEGUIBILE' DELIMITED BY SIZE
                      INTO DPF-MESSAGGIO
           ELSE
               MOVE 'P' TO RIC-STATO
               PERFORM CERCA-PER-PARAMETRI
                  THRU FINE-CERCA-PER-PARAMETRI
               IF WS-TROVATA = 'S'
                   MOVE RT-RIGA(WS-RIGA-TROVATA) TO RIGA-RICHIESTA
                   MOVE RIC-NUMERO TO DPF-NUMERO
                   MOVE 'A'        TO DPF-ESITO
                   MOVE 'GIA'' IN ATTESA DELLA SECONDA FIRMA'
                        TO DPF-MESSAGGIO
               ELSE
                   PERFORM CREA-RICHIESTA THRU FINE-CREA-RICHIESTA
               END-IF
           END-IF.
       FINE-VERIFICA.
            EXIT.
      *
       CERCA-PER-PARAMETRI.
           MOVE 'N'  TO WS-TROVATA.
           MOVE ZERO TO WS-RIGA-TROVATA.
           SET IND-RIC TO 1.
           PERFORM CONFRONTA-PARAMETRI THRU FINE-CONFRONTA-PARAMETRI
                UNTIL IND-RIC > WS-NUM-RICHIESTE OR WS-TROVATA = 'S'.
       FINE-CERCA-PER-PARAMETRI.
            EXIT.
      *
       CONFRONTA-PARAMETRI.
           IF RT-RIGA(IND-RIC)(8:1)  = RIC-STATO
                   AND RT-RIGA(IND-RIC)(10:8)  = DPF-PROGRAMMA
                   AND RT-RIGA(IND-RIC)(21:20) = DPF-PARAMETRI
               MOVE 'S' TO WS-TROVATA
               SET WS-RIGA-TROVATA TO IND-RIC
           END-IF.
           SET IND-RIC UP BY 1.
       FINE-CONFRONTA-PARAMETRI.
            EXIT.
      *
       CREA-RICHIESTA.
           IF DPF-SIGLA = SPACES
               MOVE 'NESSUN OPERATORE COLLEGATO: NON RICHIESTA'
                    TO DPF-MESSAGGIO
           ELSE
               IF DPF-MOTIVO = SPACES
                   MOVE 'M' TO DPF-ESITO
                   MOVE 'MOTIVO OBBLIGATORIO PER LA RICHIESTA'
                        TO DPF-MESSAGGIO
               ELSE
                   IF WS-NUM-RICHIESTE NOT < WS-MAX-RICHIESTE
                       MOVE 'TROPPE RICHIESTE APERTE: NON RICHIESTA'
                            TO DPF-MESSAGGIO
                   ELSE
                       PERFORM REGISTRA-RICHIESTA
                          THRU FINE-REGISTRA-RICHIESTA
                   END-IF
               END-IF
           END-IF.
       FINE-CREA-RICHIESTA.
            EXIT.
      *
       REGISTRA-RICHIESTA.
      **************************************************************
      * IL NUMERO E' IL SUCCESSIVO AL MAGGIORE MAI USATO: LE        *
      * RICHIESTE CHIUSE NON SONO PIU' IN APPROVAZIONI.TXT, QUINDI  *
      * SI GUARDA ANCHE IL GIORNALE.                                *
      **************************************************************
           PERFORM CERCA-ULTIMO-NUMERO THRU FINE-CERCA-ULTIMO-NUMERO.
           ACCEPT WS-ORA-OGGI FROM TIME.
           MOVE SPACES           TO RIGA-RICHIESTA.
           ADD 1 TO WS-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-NUMERO TO RIC-NUMERO.
           MOVE 'P'              TO RIC-STATO.
           MOVE DPF-PROGRAMMA    TO RIC-PROGRAMMA.
           MOVE DPF-CLASSE       TO RIC-CLASSE.
           MOVE DPF-PARAMETRI    TO RIC-PARAMETRI.
           MOVE DPF-SIGLA        TO RIC-RICHIEDENTE.
           MOVE WS-DATA-OGGI     TO RIC-DATA.
           MOVE WS-ORA-HHMMSS    TO RIC-ORA.
           MOVE SPACES           TO RIC-FIRMA.
           MOVE ZERO             TO RIC-DATA-FIRMA.
           MOVE DPF-MOTIVO       TO RIC-MOTIVO.
           ADD 1 TO WS-NUM-RICHIESTE.
           MOVE RIGA-RICHIESTA   TO RT-RIGA(WS-NUM-RICHIESTE).
           MOVE 'RICHIESTA'      TO WS-EVENTO.
           MOVE DPF-SIGLA        TO WS-SIGLA-EVENTO.
           PERFORM SCRIVI-GIORNALE-FIRME
              THRU FINE-SCRIVI-GIORNALE-FIRME.
           MOVE 'S'              TO WS-MODIFICATE.
           MOVE RIC-NUMERO       TO DPF-NUMERO.
           MOVE 'C'              TO DPF-ESITO.
           MOVE 'RICHIESTA IN ATTESA DELLA SECONDA FIRMA'
                TO DPF-MESSAGGIO.
       FINE-REGISTRA-RICHIESTA.
            EXIT.
      *
       CERCA-ULTIMO-NUMERO.
           MOVE 'N' TO WS-GFI-EOF.
           OPEN INPUT GIOFIRME.
           IF WS-GFI-STATUS = '00'
               PERFORM LEGGI-NUMERO-GIORNALE
                  THRU FINE-LEGGI-NUMERO-GIORNALE
                    UNTIL WS-GFI-EOF = 'S'
           END-IF.
           CLOSE GIOFIRME.
       FINE-CERCA-ULTIMO-NUMERO.
            EXIT.
      *
       LEGGI-NUMERO-GIORNALE.
           READ GIOFIRME INTO RIGA-GIORNALE-FIRME AT END
                MOVE 'S' TO WS-GFI-EOF
                NOT AT END
                     IF GFI-RICHIESTA(1:6) IS NUMERIC
                         IF GFI-RICHIESTA(1:6) > WS-ULTIMO-NUMERO
                             MOVE GFI-RICHIESTA(1:6)
                                  TO WS-ULTIMO-NUMERO
                         END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-NUMERO-GIORNALE.
            EXIT.
      *
       CERCA-PER-NUMERO.
           MOVE 'N'  TO WS-TROVATA.
           MOVE ZERO TO WS-RIGA-TROVATA.
           SET IND-RIC TO 1.
           PERFORM CONFRONTA-NUMERO THRU FINE-CONFRONTA-NUMERO
                UNTIL IND-RIC > WS-NUM-RICHIESTE OR WS-TROVATA = 'S'.
       FINE-CERCA-PER-NUMERO.
            EXIT.
      *
       CONFRONTA-NUMERO.
           MOVE RT-RIGA(IND-RIC) TO RIGA-RICHIESTA.
           IF RIC-NUMERO = DPF-NUMERO
                   AND (RIC-STATO = 'P' OR RIC-STATO = 'A')
               MOVE 'S' TO WS-TROVATA
               SET WS-RIGA-TROVATA TO IND-RIC
           END-IF.
           SET IND-RIC UP BY 1.
       FINE-CONFRONTA-NUMERO.
            EXIT.
      *
       FIRMA.
      **************************************************************
      * SECONDA FIRMA: SOLO SU UNA RICHIESTA IN ATTESA, MAI DI CHI  *
      * L'HA CHIESTA, E SOLO DA CHI HA IN PROFILI.TXT LA CLASSE     *
      * RICHIESTA SUL PROGRAMMA (IL RIFIUTO LO SEGNALA AUTORIZZ).   *
      **************************************************************
           PERFORM CERCA-PER-NUMERO THRU FINE-CERCA-PER-NUMERO.
           IF WS-TROVATA = 'S'
               MOVE RT-RIGA(WS-RIGA-TROVATA) TO RIGA-RICHIESTA
           END-IF.
           IF WS-TROVATA = 'N' OR RIC-STATO NOT = 'P'
               MOVE 'RICHIESTA NON IN ATTESA DI FIRMA'
                    TO DPF-MESSAGGIO
           ELSE
               IF DPF-SIGLA = SPACES
                       OR DPF-SIGLA = RIC-RICHIEDENTE
                   MOVE 'FIRMA NEGATA: SERVE UN ALTRO OPERATORE'
                        TO DPF-MESSAGGIO
               ELSE
                   CALL 'AUTORIZZ' USING DPF-SIGLA RIC-PROGRAMMA
                                         RIC-CLASSE WS-AUT-ESITO
                   IF WS-AUT-ESITO NOT = 'S'
                       STRING 'FIRMA NON AUTORIZZATA: ' DELIMITED
                              BY SIZE
                              RIC-PROGRAMMA DELIMITED BY SPACE
                              ' CLASSE ' DELIMITED BY SIZE
                              RIC-CLASSE DELIMITED BY SIZE
                              INTO DPF-MESSAGGIO
                   ELSE
                       MOVE 'A'          TO RIC-STATO
                       MOVE DPF-SIGLA    TO RIC-FIRMA
                       MOVE WS-DATA-OGGI TO RIC-DATA-FIRMA
                       MOVE RIGA-RICHIESTA
                            TO RT-RIGA(WS-RIGA-TROVATA)
                       MOVE 'APPROVATA' TO WS-EVENTO
                       MOVE DPF-SIGLA   TO WS-SIGLA-EVENTO
                       PERFORM SCRIVI-GIORNALE-FIRME
                          THRU FINE-SCRIVI-GIORNALE-FIRME
                       MOVE 'S' TO WS-MODIFICATE
                       MOVE 'S' TO DPF-ESITO
                       MOVE 'RICHIESTA APPROVATA' TO DPF-MESSAGGIO
                   END-IF
               END-IF
           END-IF.
       FINE-FIRMA.
            EXIT.
      *
       RESPINGI.
      **************************************************************
      * UNA RICHIESTA APERTA (IN ATTESA O GIA' FIRMATA) SI RESPINGE *
      * CON LA STESSA CLASSE CHE SERVE PER FIRMARLA; CHI L'HA       *
      * CHIESTA PUO' SEMPRE RITIRARLA.                              *
      **************************************************************
           PERFORM CERCA-PER-NUMERO THRU FINE-CERCA-PER-NUMERO.
           IF WS-TROVATA = 'N'
               MOVE 'RICHIESTA NON APERTA' TO DPF-MESSAGGIO
           ELSE
               MOVE RT-RIGA(WS-RIGA-TROVATA) TO RIGA-RICHIESTA
               MOVE 'S' TO WS-AUT-ESITO
               IF DPF-SIGLA = SPACES
                   MOVE 'N' TO WS-AUT-ESITO
               ELSE
                   IF DPF-SIGLA NOT = RIC-RICHIEDENTE
                       CALL 'AUTORIZZ' USING DPF-SIGLA RIC-PROGRAMMA
                                             RIC-CLASSE WS-AUT-ESITO
                   END-IF
               END-IF
               IF WS-AUT-ESITO NOT = 'S'
                   STRING 'RIFIUTO NON AUTORIZZATO: ' DELIMITED
                          BY SIZE
                          RIC-PROGRAMMA DELIMITED BY SPACE
                          ' CLASSE ' DELIMITED BY SIZE
                          RIC-CLASSE DELIMITED BY SIZE
                          INTO DPF-MESSAGGIO
               ELSE
                   MOVE 'R'          TO RIC-STATO
                   MOVE DPF-SIGLA    TO RIC-FIRMA
                   MOVE WS-DATA-OGGI TO RIC-DATA-FIRMA
                   MOVE RIGA-RICHIESTA TO RT-RIGA(WS-RIGA-TROVATA)
                   MOVE 'RESPINTA ' TO WS-EVENTO
                   MOVE DPF-SIGLA   TO WS-SIGLA-EVENTO
                   PERFORM SCRIVI-GIORNALE-FIRME
                      THRU FINE-SCRIVI-GIORNALE-FIRME
                   MOVE 'S' TO WS-MODIFICATE
                   MOVE 'S' TO DPF-ESITO
                   MOVE 'RICHIESTA RESPINTA' TO DPF-MESSAGGIO
               END-IF
           END-IF.
       FINE-RESPINGI.
            EXIT.
      *
       RISCRIVI-RICHIESTE.
      **************************************************************
      * IN APPROVAZIONI.TXT RESTANO SOLO LE RICHIESTE APERTE; LE    *
      * CHIUSE (ESEGUITE, RESPINTE, SCADUTE) SONO GIA' NEL GIORNALE.*
      **************************************************************
           OPEN OUTPUT RICHIESTEF.
           PERFORM RISCRIVI-RICHIESTA THRU FINE-RISCRIVI-RICHIESTA
                VARYING IND-RIC FROM 1 BY 1
                UNTIL IND-RIC > WS-NUM-RICHIESTE.
           CLOSE RICHIESTEF.
       FINE-RISCRIVI-RICHIESTE.
            EXIT.
      *
       RISCRIVI-RICHIESTA.
           MOVE RT-RIGA(IND-RIC) TO RIGA-RICHIESTA.
           IF RIC-STATO = 'P' OR RIC-STATO = 'A'
               WRITE REC-RICHIESTEF FROM RIGA-RICHIESTA
           END-IF.
       FINE-RISCRIVI-RICHIESTA.
            EXIT.
      *
       SCRIVI-GIORNALE-FIRME.
           ACCEPT WS-ORA-OGGI FROM TIME.
           MOVE WS-DATA-OGGI    TO GFI-DATA.
           MOVE WS-ORA-HHMMSS   TO GFI-ORA.
           MOVE WS-SIGLA-EVENTO TO GFI-OPERATORE.
           MOVE WS-EVENTO       TO GFI-EVENTO.
           MOVE RIGA-RICHIESTA  TO GFI-RICHIESTA.
           OPEN EXTEND GIOFIRME.
           IF WS-GFI-STATUS NOT = '00'
               OPEN OUTPUT GIOFIRME
           END-IF.
           WRITE REC-GIOFIRME FROM RIGA-GIORNALE-FIRME.
           CLOSE GIOFIRME.
       FINE-SCRIVI-GIORNALE-FIRME.
            EXIT.
      *
       CALCOLA-SERIALE.
           DIVIDE WS-CD-ANNO BY 4
                  GIVING WS-CD-BISESTILI REMAINDER WS-CD-RESTO.
           COMPUTE WS-CD-SERIALE =
                   WS-CD-ANNO * 365 + WS-CD-BISESTILI
                 + GM-GIORNI(WS-CD-MESE) + WS-CD-GIORNO.
           IF WS-CD-RESTO = ZERO AND WS-CD-MESE < 3
               SUBTRACT 1 FROM WS-CD-SERIALE
           END-IF.
       FINE-CALCOLA-SERIALE.
            EXIT.
