       PROGRAM-ID. CATENA.
       AUTHOR. LUCIO
       DATE-WRITTEN. 22/8/2026
      * PILOTA DELLA SEQUENZA NOTTURNA: I PASSI DELLA NOTTE SONO
      * DEFINITI DALL'ESERCIZIO IN CATENA-PASSI.TXT, CON LA
      * FREQUENZA DI CALENDARIO, I PASSI DA CUI DIPENDONO E COSA
      * FARE SU RC 4 E SU RC 8. LA DEFINIZIONE SI CONVALIDA PER
      * INTERO PRIMA DEL PRIMO PASSO (PROGRAMMI SCONOSCIUTI,
      * DIPENDENZE INESISTENTI O CIRCOLARI RIFIUTANO LA NOTTE); I
      * PASSI GIRANO NELL'ORDINE DEL FILE, SPOSTATI SOLO QUANTO
      * BASTA PERCHE' OGNUNO SEGUA I SUOI PREDECESSORI. QUANDO UN
      * PASSO FALLISCE SI SALTANO SOLO I PASSI CHE NE DIPENDONO,
      * ANCHE INDIRETTAMENTE, E IL RESTO DELLA NOTTE PROSEGUE.
      *
      * TRACCIATO DI CATENA-PASSI.TXT (RIGHE CHE INIZIANO CON *
      * O VUOTE SONO COMMENTI):
      *   COL. 1-8   PROGRAMMA
      *   COL. 10    FREQUENZA: G = OGNI NOTTE, L = SOLO GIORNI
      *              LAVORATIVI, M = SOLO FINE MESE (VUOTO = G)
      *   COL. 12    SU RC 4: C = CONTINUA, S = SALTA I DIPENDENTI,
      *              F = FERMA LA CATENA (VUOTO = C)
      *   COL. 14    SU RC 8: STESSI VALORI (VUOTO = S)
      *   COL. 16-   FINO A 5 PREDECESSORI DI 8 CARATTERI,
      *              SEPARATI DA UNO SPAZIO
      * DEFINIZIONE DI BASE DELLA NOTTE, DA RICOPIARE IN
      * CATENA-PASSI.TXT TOGLIENDO L'ASTERISCO E I TRE SPAZI IN
      * TESTA A OGNI RIGA (IL PROGRAMMA VA IN COLONNA 1). SONO I
      * PASSI E LE FREQUENZE DELLA SEQUENZA STORICA, NELLO STESSO
      * ORDINE, CON I PASSI AGGIUNTI DOPO E LE DIPENDENZE FRA I
      * FILE CHE PRODUCONO E CHE LEGGONO:
      *   - AVVISI PRIMA DI DERIVA, PERCHE' LE COPIE PIATTE DELLA
      *     NOTTE PORTINO GIA' DECESSI ED EMIGRAZIONI; DERIVA SU
      *     RC 8 FERMA LA CATENA (COPIE PIATTE NON AFFIDABILI);
      *   - QUARANT RISCRIVE LE COPIE PIATTE SENZA I RECORD SPORCHI:
      *     OGNI PASSO CHE LE LEGGE VIENE DOPO DI LUI;
      *   - TENDENZA LEGGE ABI-STORICO.TXT SCRITTO DA ABI; QUADABI
      *     LEGGE ABITANTI.TXT GIA' CONTROLLATO DA ABI;
      *   - VERIFCF DOPO CLASSIF; PROPFAM DOPO STRADREP;
      *   - CORREZ DOPO I QUATTRO CONTROLLI CHE SCRIVONO RILIEVI.TXT
      *     (PAGELLA, INTEGRA, QUARANT, DOPPIONI);
      *   - SMISTA DOPO I QUATTRO REPORT CHE LASCIANO I PEZZI PER
      *     FILIALE (RPTFIL, TRAGUARD, CLASSIF, INCROCIO);
      *   - CHIUSURA OGNI NOTTE (G): CHIUDE L'ANNO SOLO LA NOTTE DEL
      *     31/12, ANCHE SE FESTIVO, E LE ALTRE NOTTI ESCE A RC 0;
      *   - ARCHIVIA, SALVATUT E CAPACITA OGNI NOTTE E SENZA
      *     PREDECESSORI: IL SALVATAGGIO SI FA ANCHE DOPO UN
      *     REPORT FALLITO;
      *   - ALLARMI PER ULTIMO, PER RACCOGLIERE GLI ESITI DI TUTTA
      *     LA NOTTE.
      *   AVVISI   L C S
      *   DERIVA   L C F AVVISI
      *   QUARANT  L C S DERIVA
      *   COPYING  L C S QUARANT
      *   ABI      L C S QUARANT
      *   TABORD   L C S QUARANT
      *   INTEGRA  L C S QUARANT
      *   CLASSIF  L C S QUARANT
      *   VERIFCF  L C S CLASSIF
      *   STRADREP L C S QUARANT
      *   PROPFAM  L C S STRADREP
      *   TENDENZA M C S ABI
      *   MOVDEM   M C S DERIVA
      *   PAGELLA  L C S QUARANT
      *   DOPPIONI L C S QUARANT
      *   CORREZ   L C S PAGELLA  INTEGRA  QUARANT  DOPPIONI
      *   RPTFIL   L C S QUARANT
      *   TRAGUARD L C S QUARANT
      *   INCROCIO L C S QUARANT
      *   SMISTA   L C S RPTFIL   TRAGUARD CLASSIF  INCROCIO
      *   ABBONAM  L C S QUARANT
      *   QUADABI  L C S QUARANT  ABI
      *   CHIUSURA G C S QUARANT
      *   ARCHIVIA G C S
      *   SALVATUT G C S
      *   CAPACITA G C S
      *   ALLARMI  G C C
      *
       ENVIRONMENT DIVISION.
      *
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DEFINIZIONE DEI PASSI DELLA NOTTE MANTENUTA DALL'ESERCIZIO

           SELECT OPTIONAL PASSIF ASSIGN TO 'CATENA-PASSI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PASSI-STATUS.
      * RIEPILOGO DI CATENA

           SELECT REPORTF ASSIGN TO 'CATENA-REPORTF.TXT'
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PASSIF
            DATA RECORD IS REC-PASSIF.
       01 REC-PASSIF.
          05 PD-PROGRAMMA   PIC X(8).
          05 FILLER         PIC X.
          05 PD-FREQUENZA   PIC X.
          05 FILLER         PIC X.
          05 PD-SU-AVVISO   PIC X.
          05 FILLER         PIC X.
          05 PD-SU-ERRORE   PIC X.
          05 FILLER         PIC X.
          05 PD-DIPENDENZA OCCURS 5 TIMES.
             10 PD-PREDECESSORE PIC X(8).
             10 FILLER          PIC X.

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   RIPARTENZA
            DATA RECORD IS REC-RIPARTENZA.

       WORKING-STORAGE SECTION.
      ************************************************************
      *      PASSI DELLA CATENA NOTTURNA, CARICATI DA               *
      *      CATENA-PASSI.TXT NELL'ORDINE DEL FILE                  *
      ************************************************************
      *      PS-PRED: POSIZIONE IN TABELLA DEI PREDECESSORI.
      *      PS-STATO: SPAZIO = DA FARE, E = CONCLUSO (I DIPENDENTI
      *      POSSONO PARTIRE), B = BLOCCA I DIPENDENTI.
       01 WS-PASSI-STATUS      PIC XX.
       01 WS-PASSI-EOF         PIC X VALUE 'N'.
       01 WS-MAX-PASSI         PIC 99 VALUE 40.
       01 TAB-PASSI.
            05 PASSO OCCURS 40 TIMES INDEXED BY IND-PASSO.
               10 PS-PROGRAMMA  PIC X(8).
               10 PS-FREQUENZA  PIC X.
               10 PS-SU-AVVISO  PIC X.
               10 PS-SU-ERRORE  PIC X.
               10 PS-RIGA       PIC 999.
               10 PS-NUM-PRED   PIC 9.
               10 PS-PRED-NOME  OCCURS 5 TIMES PIC X(8).
               10 PS-PRED       OCCURS 5 TIMES PIC 99.
               10 PS-ORDINATO   PIC X.
               10 PS-STATO      PIC X.
       01 WS-NUM-PASSI         PIC 99 VALUE 0.

      *      ORDINE DI ESECUZIONE: OGNI PASSO DOPO I SUOI PREDECESSORI
       01 TAB-ORDINE.
            05 PS-ORDINE OCCURS 40 TIMES PIC 99.
       01 WS-NUM-ORDINATI      PIC 99 VALUE 0.
       01 WS-IX-ORDINE         PIC 99 VALUE 0.
       01 WS-IX-PRED           PIC 99 VALUE 0.
       01 WS-IX-CERCA          PIC 99 VALUE 0.
       01 WS-PROGRESSO         PIC X VALUE 'N'.
       01 WS-PRED-PRONTI       PIC X VALUE 'N'.
       01 WS-BLOCCATO-DA       PIC X(8) VALUE SPACES.

      *      CONVALIDA DELLA DEFINIZIONE
       01 WS-RIGA-FILE         PIC 999 VALUE 0.
       01 WS-ERRORI-DEF        PIC 99 VALUE 0.
       01 WS-NOTO              PIC X VALUE 'N'.
       01 WS-DOPPIO            PIC X VALUE 'N'.
       01 WS-IX-NOTO           PIC 99 VALUE 0.

      ************************************************************
      *      PROGRAMMI BATCH CHE LA CATENA PUO' LANCIARE: UN PASSO  *
      *      CON UN ALTRO NOME E' UN ERRORE DI BATTITURA O UN       *
      *      PROGRAMMA INTERATTIVO CHE DI NOTTE RESTEREBBE APPESO   *
      ************************************************************
       01 WS-PROGRAMMI-NOTI.
            05 FILLER PIC X(40) VALUE
               'ABBONAM ABI     ABIDELTAABIVAR  ADDEBITI'.
            05 FILLER PIC X(40) VALUE
               'ALIASREPALLARMI APPLICA ARCHIVIAASSEGNA '.
            05 FILLER PIC X(40) VALUE
               'ATTIVOP AVVISI  CAMPIONECAPACITACHIUSURA'.
            05 FILLER PIC X(40) VALUE
               'CLASSIF CONFANAGCONSREG CONVNAS COPYING '.
            05 FILLER PIC X(40) VALUE
               'CORREZ  CRUSCOT DELTA   DERIVA  DISTFIL '.
            05 FILLER PIC X(40) VALUE
               'DOPPIONIDOSSIER ESTRAI  FAMIGLIEFUSIONE '.
            05 FILLER PIC X(40) VALUE
               'GENCF   GENERA  IMPCSV  INCROCIOINTEGRA '.
            05 FILLER PIC X(40) VALUE
               'LETTERE MOVDEM  NORMNOMIOBLIO   PAGELLA '.
            05 FILLER PIC X(40) VALUE
               'POSTVOLOPREVOLO PREVPOSTPROIEZ  PROPFAM '.
            05 FILLER PIC X(40) VALUE
               'PSEUDO  QUADABI QUADRA  QUARANT RESI    '.
            05 FILLER PIC X(40) VALUE
               'RICERTIFRICEVI  RISPOSTERIUNISCIROLLREG '.
            05 FILLER PIC X(40) VALUE
               'RPTAUD  RPTECC  RPTFIL  RPTGIOR SALVATUT'.
            05 FILLER PIC X(40) VALUE
               'SCADENZESINCRO  SMISTA  SORTGEN SPEDISCI'.
            05 FILLER PIC X(40) VALUE
               'STATETA STRADREPTABORD  TABULA  TENDENZA'.
            05 FILLER PIC X(40) VALUE
               'TERZLIV TRAGUARDTRASFIL VERIFCF         '.
       01 TAB-PROGRAMMI-NOTI REDEFINES WS-PROGRAMMI-NOTI.
            05 PN-PROGRAMMA OCCURS 74 TIMES PIC X(8).
       01 WS-NUM-NOTI          PIC 99 VALUE 74.

      ************************************************************
      *      GIORNO DI CALENDARIO CORRENTE, LETTO DA               *
       01 WS-RIP-MODE          PIC X VALUE 'N'.
       01 WS-GIO-LETTURA-EOF   PIC X VALUE 'N'.
       01 TAB-FATTI.
            05 PS-GIA-FATTO OCCURS 40 TIMES PIC X.
       01 WS-IX-FATTO          PIC 99 VALUE 0.
       01 WS-CONTA-GIA-FATTI   PIC 99 VALUE 0.
       01 WS-CONFERMA          PIC X VALUE 'N'.
       01 WS-COMANDO           PIC X(40) VALUE SPACES.
       01 WS-ESITO             PIC 9(6) VALUE 0.
       01 WS-CATENA-FERMATA    PIC X VALUE 'N'.
       01 WS-AZIONE            PIC X VALUE SPACE.
       01 WS-RC-MASSIMO        PIC 9 VALUE 0.

      ************************************************************
            05 RP-PROGRAMMA      PIC X(8).
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RP-ESITO          PIC X(10).
            05 FILLER            PIC X(5)  VALUE ' RC= '.
            05 RP-RC             PIC 9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RP-NOTA           PIC X(20).

       01 RIGA-ERRORE.
            05 FILLER            PIC X(5)  VALUE 'RIGA '.
            05 RE-RIGA           PIC ZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RE-PROGRAMMA      PIC X(8).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RE-MESSAGGIO      PIC X(50).

       01 RIGA-VERDETTO.
            05 FILLER            PIC X(18) VALUE 'ESITO CATENA:     '.
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = TUTTI I PASSI REGOLARI                                 *
      * 4 = ALMENO UN PASSO CON AVVISO                             *
      * 8 = ALMENO UN PASSO FALLITO (CATENA FERMATA O DIPENDENTI   *
      *     SALTATI) O DEFINIZIONE DEI PASSI RIFIUTATA             *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.


       MAIN-LINE.
            PERFORM LEGGI-CALENDARIO THRU FINE-LEGGI-CALENDARIO.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM CARICA-PASSI THRU FINE-CARICA-PASSI.
            IF WS-ERRORI-DEF > ZERO
                PERFORM RIFIUTA-DEFINIZIONE
                   THRU FINE-RIFIUTA-DEFINIZIONE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CONTROLLA-RIPARTENZA
               THRU FINE-CONTROLLA-RIPARTENZA.
            IF WS-RIP-MODE = 'S' AND WS-CONFERMA NOT = 'S'
                DISPLAY 'RIPARTENZA NON CONFERMATA: CATENA FERMA'
                CLOSE REPORTF
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM ESEGUI-PASSO THRU FINE-ESEGUI-PASSO
                 VARYING WS-IX-ORDINE FROM 1 BY 1
                 UNTIL WS-IX-ORDINE > WS-NUM-ORDINATI.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.

            MOVE 'FINE  ' TO GIO-TIPO.
       ESEGUI-PASSO.
      **************************************************************
      * LANCIA UN PASSO DELLA CATENA COME COMANDO DI SISTEMA E NE   *
      * VALUTA IL CODICE DI RITORNO CON L'AZIONE SCRITTA NELLA      *
      * DEFINIZIONE: C PROSEGUE, S SALTA I PASSI CHE NE DIPENDONO,  *
      * F FERMA LA CATENA (I PASSI SUCCESSIVI RISULTANO SALTATI).   *
      * UN PASSO CON UN PREDECESSORE BLOCCANTE NON SI LANCIA E      *
      * BLOCCA A SUA VOLTA I SUOI DIPENDENTI. UN PASSO FUORI        *
      * CALENDARIO (FESTIVO PER I PASSI LAVORATIVI, GIORNO          *
      * ORDINARIO PER QUELLI DI FINE MESE) NON SI LANCIA MA SI      *
      * GIORNALA COME SALTATO, COSI' LA NOTTE RESTA LEGGIBILE; PER  *
      * I SUOI DIPENDENTI CONTA COME CONCLUSO.                      *
      **************************************************************
           SET IND-PASSO TO PS-ORDINE(WS-IX-ORDINE).
           MOVE PS-PROGRAMMA(IND-PASSO) TO RP-PROGRAMMA.
           MOVE SPACES TO RP-NOTA.
           MOVE 'E' TO PS-STATO(IND-PASSO).
           PERFORM VALUTA-CALENDARIO-PASSO
              THRU FINE-VALUTA-CALENDARIO-PASSO.
           PERFORM CONTROLLA-PREDECESSORI
              THRU FINE-CONTROLLA-PREDECESSORI.
           SET WS-IX-FATTO TO IND-PASSO.

           IF WS-CATENA-FERMATA = 'S'
               MOVE 'SALTATO'  TO RP-ESITO
               MOVE ZERO       TO RP-RC
               MOVE 'B'        TO PS-STATO(IND-PASSO)
               DISPLAY 'PASSO SALTATO: ' PS-PROGRAMMA(IND-PASSO)
           ELSE
           IF WS-RIP-MODE = 'S'
               DISPLAY 'PASSO GIA COMPLETATO: '
                       PS-PROGRAMMA(IND-PASSO)
           ELSE
           IF WS-BLOCCATO-DA NOT = SPACES
               MOVE 'DIPENDENZA' TO RP-ESITO
               MOVE ZERO         TO RP-RC
               MOVE 'B'          TO PS-STATO(IND-PASSO)
               STRING 'BLOCCATO DA ' DELIMITED BY SIZE
                      WS-BLOCCATO-DA DELIMITED BY SPACE
                      INTO RP-NOTA
               DISPLAY 'PASSO SALTATO: ' PS-PROGRAMMA(IND-PASSO)
                       ' DIPENDE DA ' WS-BLOCCATO-DA
           ELSE
           IF WS-PASSO-DOVUTO = 'N'
               MOVE 'CALENDARIO' TO RP-ESITO
               MOVE ZERO         TO RP-RC
               IF WS-ESITO >= 8
                   MOVE 'FALLITO'  TO RP-ESITO
                   MOVE 8          TO RP-RC
                   MOVE 8          TO WS-RC-MASSIMO
                   PERFORM APPLICA-AZIONE THRU FINE-APPLICA-AZIONE
               ELSE
                   IF WS-ESITO >= 4
                       MOVE 'AVVISO'   TO RP-ESITO
                       IF WS-RC-MASSIMO < 4
                           MOVE 4 TO WS-RC-MASSIMO
                       END-IF
                       PERFORM APPLICA-AZIONE THRU FINE-APPLICA-AZIONE
                   ELSE
                       MOVE 'ESEGUITO' TO RP-ESITO
                       MOVE ZERO       TO RP-RC
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-PASSO.
       FINE-ESEGUI-PASSO.
            EXIT.
      *
       APPLICA-AZIONE.
           IF RP-RC = 8
               MOVE PS-SU-ERRORE(IND-PASSO) TO WS-AZIONE
           ELSE
               MOVE PS-SU-AVVISO(IND-PASSO) TO WS-AZIONE
           END-IF.
           IF WS-AZIONE = 'S'
               MOVE 'B' TO PS-STATO(IND-PASSO)
               MOVE 'DIPENDENTI SALTATI' TO RP-NOTA
           END-IF.
           IF WS-AZIONE = 'F'
               MOVE 'B' TO PS-STATO(IND-PASSO)
               MOVE 'S' TO WS-CATENA-FERMATA
               MOVE 'CATENA FERMATA' TO RP-NOTA
           END-IF.
       FINE-APPLICA-AZIONE.
            EXIT.
      *
       CONTROLLA-PREDECESSORI.
           MOVE SPACES TO WS-BLOCCATO-DA.
           PERFORM CONTROLLA-UN-PREDECESSORE
              THRU FINE-CONTROLLA-UN-PREDECESSORE
                VARYING WS-IX-PRED FROM 1 BY 1
                UNTIL WS-IX-PRED > PS-NUM-PRED(IND-PASSO).
       FINE-CONTROLLA-PREDECESSORI.
            EXIT.
      *
       CONTROLLA-UN-PREDECESSORE.
           MOVE PS-PRED(IND-PASSO WS-IX-PRED) TO WS-IX-CERCA.
           IF PS-STATO(WS-IX-CERCA) = 'B'
                   AND WS-BLOCCATO-DA = SPACES
               MOVE PS-PROGRAMMA(WS-IX-CERCA) TO WS-BLOCCATO-DA
           END-IF.
       FINE-CONTROLLA-UN-PREDECESSORE.
            EXIT.
      *
       CARICA-PASSI.
      **************************************************************
      * CARICA E CONVALIDA LA DEFINIZIONE DELLA NOTTE PRIMA DI      *
      * LANCIARE QUALUNQUE PASSO: UNA DEFINIZIONE SBAGLIATA SCOPERTA *
      * A META' NOTTE LASCEREBBE I DATI A META' GIRO. OGNI ERRORE   *
      * VA NEL RIEPILOGO; CON ANCHE UN SOLO ERRORE LA NOTTE NON     *
      * PARTE. SENZA CATENA-PASSI.TXT NON C'E' UNA SEQUENZA DI      *
      * RISERVA: LA DEFINIZIONE DI BASE E' IN TESTA AL PROGRAMMA.   *
      **************************************************************
           MOVE ZERO TO WS-NUM-PASSI WS-ERRORI-DEF WS-RIGA-FILE.
           MOVE 'N' TO WS-PASSI-EOF.
           OPEN INPUT PASSIF.
           IF WS-PASSI-STATUS = '00'
               PERFORM LEGGI-PASSO THRU FINE-LEGGI-PASSO
                    UNTIL WS-PASSI-EOF = 'S'
           ELSE
               MOVE ZERO   TO RE-RIGA
               MOVE SPACES TO RE-PROGRAMMA
               MOVE 'FILE CATENA-PASSI.TXT NON TROVATO'
                    TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           END-IF.
           CLOSE PASSIF.

           IF WS-NUM-PASSI = ZERO AND WS-ERRORI-DEF = ZERO
               MOVE ZERO   TO RE-RIGA
               MOVE SPACES TO RE-PROGRAMMA
               MOVE 'NESSUN PASSO DEFINITO' TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           END-IF.

           PERFORM RISOLVI-PREDECESSORI THRU FINE-RISOLVI-PREDECESSORI
                VARYING IND-PASSO FROM 1 BY 1
                UNTIL IND-PASSO > WS-NUM-PASSI.

           IF WS-ERRORI-DEF = ZERO
               PERFORM ORDINA-PASSI THRU FINE-ORDINA-PASSI
           END-IF.
       FINE-CARICA-PASSI.
            EXIT.
      *
       LEGGI-PASSO.
           READ PASSIF AT END
                MOVE 'S' TO WS-PASSI-EOF
                NOT AT END
                     ADD 1 TO WS-RIGA-FILE
                     IF REC-PASSIF NOT = SPACES
                             AND PD-PROGRAMMA(1:1) NOT = '*'
                         PERFORM VALUTA-PASSO THRU FINE-VALUTA-PASSO
                     END-IF
           END-READ.
       FINE-LEGGI-PASSO.
            EXIT.
      *
       VALUTA-PASSO.
           MOVE WS-RIGA-FILE TO RE-RIGA.
           MOVE PD-PROGRAMMA TO RE-PROGRAMMA.
           IF WS-NUM-PASSI NOT < WS-MAX-PASSI
               MOVE 'TROPPI PASSI: MASSIMO 40' TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           ELSE
               MOVE 'N' TO WS-NOTO
               PERFORM CERCA-PROGRAMMA-NOTO
                  THRU FINE-CERCA-PROGRAMMA-NOTO
                    VARYING WS-IX-NOTO FROM 1 BY 1
                    UNTIL WS-IX-NOTO > WS-NUM-NOTI
               IF WS-NOTO = 'N'
                   MOVE 'PROGRAMMA SCONOSCIUTO' TO RE-MESSAGGIO
                   PERFORM SEGNALA-ERRORE-DEF
                      THRU FINE-SEGNALA-ERRORE-DEF
               END-IF
               MOVE 'N' TO WS-DOPPIO
               PERFORM CERCA-DOPPIO THRU FINE-CERCA-DOPPIO
                    VARYING WS-IX-CERCA FROM 1 BY 1
                    UNTIL WS-IX-CERCA > WS-NUM-PASSI
               IF WS-DOPPIO = 'S'
                   MOVE 'PASSO GIA DEFINITO' TO RE-MESSAGGIO
                   PERFORM SEGNALA-ERRORE-DEF
                      THRU FINE-SEGNALA-ERRORE-DEF
               END-IF

               ADD 1 TO WS-NUM-PASSI
               SET IND-PASSO TO WS-NUM-PASSI
               MOVE PD-PROGRAMMA TO PS-PROGRAMMA(IND-PASSO)
               MOVE PD-FREQUENZA TO PS-FREQUENZA(IND-PASSO)
               MOVE PD-SU-AVVISO TO PS-SU-AVVISO(IND-PASSO)
               MOVE PD-SU-ERRORE TO PS-SU-ERRORE(IND-PASSO)
               MOVE WS-RIGA-FILE TO PS-RIGA(IND-PASSO)
               MOVE ZERO         TO PS-NUM-PRED(IND-PASSO)
               MOVE 'N'          TO PS-ORDINATO(IND-PASSO)
               MOVE SPACE        TO PS-STATO(IND-PASSO)
               IF PS-FREQUENZA(IND-PASSO) = SPACE
                   MOVE 'G' TO PS-FREQUENZA(IND-PASSO)
               END-IF
               IF PS-SU-AVVISO(IND-PASSO) = SPACE
                   MOVE 'C' TO PS-SU-AVVISO(IND-PASSO)
               END-IF
               IF PS-SU-ERRORE(IND-PASSO) = SPACE
                   MOVE 'S' TO PS-SU-ERRORE(IND-PASSO)
               END-IF
               IF PS-FREQUENZA(IND-PASSO) NOT = 'G'
                       AND PS-FREQUENZA(IND-PASSO) NOT = 'L'
                       AND PS-FREQUENZA(IND-PASSO) NOT = 'M'
                   MOVE 'FREQUENZA NON VALIDA (G, L, M)'
                        TO RE-MESSAGGIO
                   PERFORM SEGNALA-ERRORE-DEF
                      THRU FINE-SEGNALA-ERRORE-DEF
               END-IF
               MOVE PS-SU-AVVISO(IND-PASSO) TO WS-AZIONE
               PERFORM CONTROLLA-AZIONE THRU FINE-CONTROLLA-AZIONE
               MOVE PS-SU-ERRORE(IND-PASSO) TO WS-AZIONE
               PERFORM CONTROLLA-AZIONE THRU FINE-CONTROLLA-AZIONE
               PERFORM PRENDI-PREDECESSORE
                  THRU FINE-PRENDI-PREDECESSORE
                    VARYING WS-IX-PRED FROM 1 BY 1
                    UNTIL WS-IX-PRED > 5
           END-IF.
       FINE-VALUTA-PASSO.
            EXIT.
      *
       CERCA-PROGRAMMA-NOTO.
           IF PN-PROGRAMMA(WS-IX-NOTO) = PD-PROGRAMMA
               MOVE 'S' TO WS-NOTO
           END-IF.
       FINE-CERCA-PROGRAMMA-NOTO.
            EXIT.
      *
       CERCA-DOPPIO.
           IF PS-PROGRAMMA(WS-IX-CERCA) = PD-PROGRAMMA
               MOVE 'S' TO WS-DOPPIO
           END-IF.
       FINE-CERCA-DOPPIO.
            EXIT.
      *
       CONTROLLA-AZIONE.
           IF WS-AZIONE NOT = 'C' AND WS-AZIONE NOT = 'S'
                   AND WS-AZIONE NOT = 'F'
               MOVE 'AZIONE SU RC 4/8 NON VALIDA (C, S, F)'
                    TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           END-IF.
       FINE-CONTROLLA-AZIONE.
            EXIT.
      *
       PRENDI-PREDECESSORE.
           IF PD-PREDECESSORE(WS-IX-PRED) NOT = SPACES
               ADD 1 TO PS-NUM-PRED(IND-PASSO)
               MOVE PS-NUM-PRED(IND-PASSO) TO WS-IX-CERCA
               MOVE PD-PREDECESSORE(WS-IX-PRED)
                    TO PS-PRED-NOME(IND-PASSO WS-IX-CERCA)
           END-IF.
       FINE-PRENDI-PREDECESSORE.
            EXIT.
      *
       RISOLVI-PREDECESSORI.
           PERFORM RISOLVI-UN-PREDECESSORE
              THRU FINE-RISOLVI-UN-PREDECESSORE
                VARYING WS-IX-PRED FROM 1 BY 1
                UNTIL WS-IX-PRED > PS-NUM-PRED(IND-PASSO).
       FINE-RISOLVI-PREDECESSORI.
            EXIT.
      *
       RISOLVI-UN-PREDECESSORE.
           MOVE ZERO TO PS-PRED(IND-PASSO WS-IX-PRED).
           PERFORM CERCA-PREDECESSORE THRU FINE-CERCA-PREDECESSORE
                VARYING WS-IX-CERCA FROM 1 BY 1
                UNTIL WS-IX-CERCA > WS-NUM-PASSI.
           IF PS-PRED(IND-PASSO WS-IX-PRED) = ZERO
               MOVE PS-RIGA(IND-PASSO)      TO RE-RIGA
               MOVE PS-PROGRAMMA(IND-PASSO) TO RE-PROGRAMMA
               MOVE SPACES TO RE-MESSAGGIO
               STRING 'PREDECESSORE NON DEFINITO: ' DELIMITED BY SIZE
                      PS-PRED-NOME(IND-PASSO WS-IX-PRED)
                           DELIMITED BY SPACE
                      INTO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           END-IF.
       FINE-RISOLVI-UN-PREDECESSORE.
            EXIT.
      *
       CERCA-PREDECESSORE.
           IF PS-PROGRAMMA(WS-IX-CERCA)
                   = PS-PRED-NOME(IND-PASSO WS-IX-PRED)
               MOVE WS-IX-CERCA TO PS-PRED(IND-PASSO WS-IX-PRED)
           END-IF.
       FINE-CERCA-PREDECESSORE.
            EXIT.
      *
       ORDINA-PASSI.
      **************************************************************
      * A OGNI GIRO SI METTE IN ORDINE IL PRIMO PASSO DEL FILE CHE  *
      * HA GIA' IN ORDINE TUTTI I SUOI PREDECESSORI: SE NESSUN      *
      * PASSO RESTANTE E' PRONTO, QUELLI RIMASTI SONO IN UN CICLO   *
      * DI DIPENDENZE (O A VALLE DI UN CICLO) E LA NOTTE SI RIFIUTA.*
      **************************************************************
           MOVE ZERO TO WS-NUM-ORDINATI.
           MOVE 'S' TO WS-PROGRESSO.
           PERFORM ORDINA-UN-PASSO THRU FINE-ORDINA-UN-PASSO
                UNTIL WS-NUM-ORDINATI = WS-NUM-PASSI
                   OR WS-PROGRESSO = 'N'.
           IF WS-NUM-ORDINATI < WS-NUM-PASSI
               PERFORM SEGNALA-CICLO THRU FINE-SEGNALA-CICLO
                    VARYING IND-PASSO FROM 1 BY 1
                    UNTIL IND-PASSO > WS-NUM-PASSI
           END-IF.
       FINE-ORDINA-PASSI.
            EXIT.
      *
       ORDINA-UN-PASSO.
           MOVE 'N' TO WS-PROGRESSO.
           SET IND-PASSO TO 1.
           PERFORM PROVA-PASSO THRU FINE-PROVA-PASSO
                UNTIL IND-PASSO > WS-NUM-PASSI
                   OR WS-PROGRESSO = 'S'.
       FINE-ORDINA-UN-PASSO.
            EXIT.
      *
       PROVA-PASSO.
           IF PS-ORDINATO(IND-PASSO) = 'N'
               MOVE 'S' TO WS-PRED-PRONTI
               PERFORM PROVA-PREDECESSORE THRU FINE-PROVA-PREDECESSORE
                    VARYING WS-IX-PRED FROM 1 BY 1
                    UNTIL WS-IX-PRED > PS-NUM-PRED(IND-PASSO)
               IF WS-PRED-PRONTI = 'S'
                   MOVE 'S' TO PS-ORDINATO(IND-PASSO)
                   ADD 1 TO WS-NUM-ORDINATI
                   SET PS-ORDINE(WS-NUM-ORDINATI) TO IND-PASSO
                   MOVE 'S' TO WS-PROGRESSO
               END-IF
           END-IF.
           IF WS-PROGRESSO = 'N'
               SET IND-PASSO UP BY 1
           END-IF.
       FINE-PROVA-PASSO.
            EXIT.
      *
       PROVA-PREDECESSORE.
           MOVE PS-PRED(IND-PASSO WS-IX-PRED) TO WS-IX-CERCA.
           IF PS-ORDINATO(WS-IX-CERCA) = 'N'
               MOVE 'N' TO WS-PRED-PRONTI
           END-IF.
       FINE-PROVA-PREDECESSORE.
            EXIT.
      *
       SEGNALA-CICLO.
           IF PS-ORDINATO(IND-PASSO) = 'N'
               MOVE PS-RIGA(IND-PASSO)      TO RE-RIGA
               MOVE PS-PROGRAMMA(IND-PASSO) TO RE-PROGRAMMA
               MOVE 'DIPENDENZA CIRCOLARE' TO RE-MESSAGGIO
               PERFORM SEGNALA-ERRORE-DEF THRU FINE-SEGNALA-ERRORE-DEF
           END-IF.
       FINE-SEGNALA-CICLO.
            EXIT.
      *
       SEGNALA-ERRORE-DEF.
           ADD 1 TO WS-ERRORI-DEF.
           DISPLAY 'CATENA-PASSI.TXT: ' RIGA-ERRORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-ERRORE.
       FINE-SEGNALA-ERRORE-DEF.
            EXIT.
      *
       RIFIUTA-DEFINIZIONE.
      **************************************************************
      * DEFINIZIONE RIFIUTATA: NESSUN PASSO PARTE. IL GIORNALE      *
      * REGISTRA LA CATENA A RC 8, COSI' IL BOLLETTINO E LE         *
      * SCADENZE VEDONO LA NOTTE MANCATA.                           *
      **************************************************************
           MOVE 'INIZIO' TO GIO-TIPO.
           MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
           PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'RIFIUTATA' TO RV-VERDETTO.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-VERDETTO.
           CLOSE REPORTF.
           DISPLAY 'DEFINIZIONE DEI PASSI RIFIUTATA: ' WS-ERRORI-DEF
                   ' ERRORI, NESSUN PASSO ESEGUITO'.

           MOVE 'FINE  ' TO GIO-TIPO.
           MOVE WS-NUM-PASSI TO GIO-LETTI.
           MOVE ZERO TO GIO-SCRITTI.
           MOVE 8 TO GIO-RC.
           PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.
       FINE-RIFIUTA-DEFINIZIONE.
            EXIT.
      *
       LEGGI-CALENDARIO.
      **************************************************************
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE WS-RC-MASSIMO TO WS-RETURN-CODE.
           IF WS-CATENA-FERMATA = 'S'
               MOVE 'FERMATA'  TO RV-VERDETTO
           ELSE
           IF WS-RETURN-CODE = 8
               MOVE 'CON ERRORI' TO RV-VERDETTO
           ELSE
               IF WS-RETURN-CODE = 4
                   MOVE 'CON AVVISI' TO RV-VERDETTO
               ELSE
                   MOVE 'REGOLARE'   TO RV-VERDETTO
               END-IF
           END-IF
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-VERDETTO.
