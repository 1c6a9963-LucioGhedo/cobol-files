      * DATATO E RIPRISTINO A UN SET SCELTO: SALVAFIL COPRE SOLO
      * FILIALI.IDX, MA UNA PERDITA DISCO STANOTTE PORTEREBBE VIA
      * ANCHE ANAGR.IDX, CITTA.IDX, ANAGR.TXT, ANAGRA.TXT, LE
      * FAMIGLIE, L'AUDIT, GLI INDIRIZZI, I CONTATTI, I LEGAMI, LE
      * NOTE E LO STRADARIO, CIASCUNO RIPRISTINABILE DA COPIE DI ETA'
      * DIVERSE. QUI IL PASSO DI FINE CATENA SCARICA TUTTO IN COPIE
      * SET-AAAAMMGG-*.TXT MUTUAMENTE COERENTI CON UN MANIFESTO DEI
      * CONTEGGI, E IL RIPRISTINO RICOSTRUISCE L'INTERO PATRIMONIO
      * DATI AL SET SCELTO VERIFICANDO OGNI CONTEGGIO CONTRO IL
      * MANIFESTO PRIMA DI DICHIARARE IL SUCCESSO. SCELTE:
      * 1 = SALVATAGGIO, 2 = RIPRISTINO (DATA DEL SET DALLA RIGA
      * BATCH O DALL'OPERATORE).
      * IL RIPRISTINO NON SI PUO' DISFARE: OLTRE ALLA CLASSE S VUOLE
      * LA DOPPIA FIRMA (MODULO DOPPIAF). LA PRIMA VOLTA SI CREA LA
      * RICHIESTA PER LA DATA DEL SET, CON IL MOTIVO DATO
      * DALL'OPERATORE O SCRITTO IN CODA ALLA RIGA BATCH, E SI
      * CHIUDE CON RC=4; DOPO LA FIRMA DI UN ALTRO OPERATORE CON LA
      * CLASSE S SU SALVATUT IL RIPRISTINO DI QUEL SET PASSA.
      *
       ENVIRONMENT DIVISION.
      *
           ACCESS MODE IS DYNAMIC
           RECORD KEY IND2-ID
           STATUS WS-INDIR-STATUS.
      * MASTER DEI CONTATTI TELEFONICI E DI POSTA ELETTRONICA

           SELECT CONTATTIF ASSIGN TO 'CONTATTI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CNF-CHIAVE
           STATUS WS-CONTATTI-STATUS.
      * MASTER DEI LEGAMI DI PARENTELA TRA PERSONE

           SELECT LEGAMIF ASSIGN TO 'LEGAMI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LGF-CHIAVE
           STATUS WS-LEGAMI-STATUS.
      * MASTER DELLE NOTE LIBERE SULLE PERSONE

           SELECT NOTEF ASSIGN TO 'NOTE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY NTF-CHIAVE
           STATUS WS-NOTE-STATUS.
      * STRADARIO DELLE CITTA, CHIAVE CITTA + VIA

           SELECT STRADF ASSIGN TO 'STRADARIO.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY STF-CHIAVE
           STATUS WS-STRAD-STATUS.
      * COPIA DEL SET (NOME ASSEGNATO A PROGRAMMA)

           SELECT COPIAF ASSIGN TO WS-NOME-COPIA
          05 IND2-CAP      PIC X(5).
          05 IND2-CITTA    PIC X(10).

       FD   CONTATTIF
            DATA RECORD IS REC-CONTATTIF.
       01 REC-CONTATTIF.
          05 CNF-CHIAVE.
             10 CNF-ID     PIC 9(5).
             10 CNF-PROG   PIC 99.
          05 FILLER        PIC X(60).

       FD   LEGAMIF
            DATA RECORD IS REC-LEGAMIF.
       01 REC-LEGAMIF.
          05 LGF-CHIAVE.
             10 LGF-ID-DA  PIC 9(5).
             10 LGF-ID-A   PIC 9(5).
          05 FILLER        PIC X(17).

       FD   NOTEF
            DATA RECORD IS REC-NOTEF.
       01 REC-NOTEF.
          05 NTF-CHIAVE.
             10 NTF-ID     PIC 9(5).
             10 NTF-DATA   PIC 9(8).
             10 NTF-ORA    PIC 9(6).
          05 FILLER        PIC X(64).

       FD   STRADF
            DATA RECORD IS REC-STRADF.
       01 REC-STRADF.
          05 STF-CHIAVE    PIC X(30).
          05 FILLER        PIC X(5).

       FD   COPIAF
            DATA RECORD IS REC-COPIAF.
       01 REC-COPIAF  PIC X(130).
       01 REC-BATCH.
          05 BATCH-SCELTA    PIC 9.
          05 BATCH-DATA      PIC X(8).
          05 FILLER          PIC X.
          05 BATCH-MOTIVO    PIC X(40).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
       01 WS-CITTA-STATUS      PIC XX.
       01 WS-FILIALI-STATUS    PIC XX.
       01 WS-INDIR-STATUS      PIC XX.
       01 WS-CONTATTI-STATUS   PIC XX.
       01 WS-LEGAMI-STATUS     PIC XX.
       01 WS-NOTE-STATUS       PIC XX.
       01 WS-STRAD-STATUS      PIC XX.
       01 WS-COPIA-STATUS      PIC XX.
       01 WS-MANIFESTO-STATUS  PIC XX.

            05 FILLER PIC X(14) VALUE 'CITTA.IDX     '.
            05 FILLER PIC X(14) VALUE 'FILIALI.IDX   '.
            05 FILLER PIC X(14) VALUE 'INDIRIZZI.IDX '.
            05 FILLER PIC X(14) VALUE 'CONTATTI.IDX  '.
            05 FILLER PIC X(14) VALUE 'LEGAMI.IDX    '.
            05 FILLER PIC X(14) VALUE 'NOTE.IDX      '.
            05 FILLER PIC X(14) VALUE 'STRADARIO.IDX '.
       01 TAB-MAGAZZINI REDEFINES WS-ELENCO-MAGAZZINI.
            05 MAGAZZINO OCCURS 12 TIMES.
               10 MG-NOME PIC X(14).
       01 WS-NUM-MAGAZZINI     PIC 99 VALUE 12.
       01 WS-MAG-IX            PIC 99 VALUE 0.

      ************************************************************
      *      SUFFISSI DEI FILE DI COPIA, PARALLELI AI MAGAZZINI     *
            05 FILLER PIC X(14) VALUE 'CITTA         '.
            05 FILLER PIC X(14) VALUE 'FILIALI       '.
            05 FILLER PIC X(14) VALUE 'INDIRIZZI     '.
            05 FILLER PIC X(14) VALUE 'CONTATTI      '.
            05 FILLER PIC X(14) VALUE 'LEGAMI        '.
            05 FILLER PIC X(14) VALUE 'NOTE          '.
            05 FILLER PIC X(14) VALUE 'STRADARIO     '.
       01 TAB-SUFFISSI REDEFINES WS-ELENCO-SUFFISSI.
            05 SUFFISSO OCCURS 12 TIMES.
               10 SU-NOME PIC X(14).

      ************************************************************
      *      CONTEGGI DEL MANIFESTO RILETTI AL RIPRISTINO           *
      ************************************************************
       01 TAB-ATTESI.
            05 ATTESO OCCURS 12 TIMES.
               10 AT-RIGHE     PIC 9(6).
               10 AT-STATO     PIC X(8).
       01 WS-MANIFESTO-EOF     PIC X VALUE 'N'.
       01 WS-RIGA-ATTESA       PIC 99 VALUE 0.

       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.
       01 CONTINUA             PIC X VALUE 'N'.
       01 WS-DATA-SET          PIC X(8) VALUE SPACES.

      ************************************************************
      *      DOPPIA FIRMA (MODULO DOPPIAF): IL SET SI RIPRISTINA    *
      *      SOLO CON UNA RICHIESTA FIRMATA DA UN SECONDO OPERATORE *
      ************************************************************
       COPY DOPPIAF.
       01 WS-MOTIVO-SET        PIC X(40) VALUE SPACES.
       01 WS-FIRMA-OK          PIC X VALUE 'N'.

      ************************************************************
      *           AREE DI LAVORO PER SCARICO E RICARICO            *
      ************************************************************
      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = SET COMPLETO E VERIFICATO                               *
      * 4 = SET CON MAGAZZINI ASSENTI O RIPRISTINO IN ATTESA DELLA  *
      *     SECONDA FIRMA                                           *
      * 8 = SALVATAGGIO O RIPRISTINO FALLITO                        *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.
                NOT AT END
                     MOVE BATCH-SCELTA TO WS-SCELTA
                     MOVE BATCH-DATA   TO WS-DATA-SET
                     MOVE BATCH-MOTIVO TO WS-MOTIVO-SET
                     PERFORM ESEGUI-SCELTA THRU FINE-ESEGUI-SCELTA
           END-READ.
       FINE-ELABORA-BATCH.
           IF WS-MAG-IX = 8
               PERFORM SCARICA-INDIRIZZI THRU FINE-SCARICA-INDIRIZZI
           END-IF.
           IF WS-MAG-IX = 9
               PERFORM SCARICA-CONTATTI THRU FINE-SCARICA-CONTATTI
           END-IF.
           IF WS-MAG-IX = 10
               PERFORM SCARICA-LEGAMI THRU FINE-SCARICA-LEGAMI
           END-IF.
           IF WS-MAG-IX = 11
               PERFORM SCARICA-NOTE THRU FINE-SCARICA-NOTE
           END-IF.
           IF WS-MAG-IX = 12
               PERFORM SCARICA-STRADARIO THRU FINE-SCARICA-STRADARIO
           END-IF.

           MOVE MG-NOME(WS-MAG-IX) TO MAN-NOME.
           MOVE WS-CONTA-CORRENTE  TO MAN-RIGHE.
           END-READ.
       FINE-COPIA-RIGA-INDIR.
            EXIT.
      *
       SCARICA-CONTATTI.
           OPEN INPUT CONTATTIF.
           IF WS-CONTATTI-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE ZERO TO CNF-CHIAVE
               START CONTATTIF KEY IS NOT LESS THAN CNF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-CONTATTO
                  THRU FINE-COPIA-RIGA-CONTATTO
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE CONTATTIF
           END-IF.
       FINE-SCARICA-CONTATTI.
            EXIT.
      *
       COPIA-RIGA-CONTATTO.
           READ CONTATTIF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-CONTATTIF TO REC-COPIAF(1:67)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-CONTATTO.
            EXIT.
      *
       SCARICA-LEGAMI.
           OPEN INPUT LEGAMIF.
           IF WS-LEGAMI-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE ZERO TO LGF-CHIAVE
               START LEGAMIF KEY IS NOT LESS THAN LGF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-LEGAME
                  THRU FINE-COPIA-RIGA-LEGAME
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE LEGAMIF
           END-IF.
       FINE-SCARICA-LEGAMI.
            EXIT.
      *
       COPIA-RIGA-LEGAME.
           READ LEGAMIF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-LEGAMIF TO REC-COPIAF(1:27)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-LEGAME.
            EXIT.
      *
       SCARICA-NOTE.
           OPEN INPUT NOTEF.
           IF WS-NOTE-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE ZERO TO NTF-CHIAVE
               START NOTEF KEY IS NOT LESS THAN NTF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-NOTA
                  THRU FINE-COPIA-RIGA-NOTA
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE NOTEF
           END-IF.
       FINE-SCARICA-NOTE.
            EXIT.
      *
       COPIA-RIGA-NOTA.
           READ NOTEF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-NOTEF TO REC-COPIAF(1:83)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-NOTA.
            EXIT.
      *
       SCARICA-STRADARIO.
           OPEN INPUT STRADF.
           IF WS-STRAD-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE SPACES TO STF-CHIAVE
               START STRADF KEY IS NOT LESS THAN STF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-STRADA
                  THRU FINE-COPIA-RIGA-STRADA
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE STRADF
           END-IF.
       FINE-SCARICA-STRADARIO.
            EXIT.
      *
       COPIA-RIGA-STRADA.
           READ STRADF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-STRADF TO REC-COPIAF(1:35)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-STRADA.
            EXIT.
      *
       RIPRISTINA-SET.
      **************************************************************
               PERFORM COMPONI-NOME-MANIFESTO
                  THRU FINE-COMPONI-NOME-MANIFESTO
               PERFORM LEGGI-MANIFESTO THRU FINE-LEGGI-MANIFESTO
               MOVE 'N' TO WS-FIRMA-OK
               IF WS-RETURN-CODE NOT = 8
                   PERFORM CONTROLLA-FIRMA THRU FINE-CONTROLLA-FIRMA
               END-IF
               IF WS-RETURN-CODE NOT = 8 AND WS-FIRMA-OK = 'S'
                   MOVE 'N' TO WS-SET-FALLITO
                   OPEN OUTPUT REPORTF
                   MOVE 'RIPRISTINO SET MASTER   ' TO IR-TITOLO
           END-IF.
       FINE-RIPRISTINA-SET.
            EXIT.
      *
       CONTROLLA-FIRMA.
      **************************************************************
      * IL SET ESISTE: SENZA UNA RICHIESTA FIRMATA PER LA SUA DATA  *
      * NON SI RIPRISTINA. A VIDEO IL MOTIVO SI CHIEDE SOLO QUANDO  *
      * LA RICHIESTA VA CREATA; IN BATCH SI PRENDE DALLA RIGA.      *
      **************************************************************
           MOVE SPACES            TO DPF-CHIAMATA.
           MOVE 'V'               TO DPF-AZIONE.
           MOVE WS-OPERATORE-CORR TO DPF-SIGLA.
           MOVE 'SALVATUT'        TO DPF-PROGRAMMA.
           MOVE 'S'               TO DPF-CLASSE.
           MOVE WS-DATA-SET       TO DPF-PARAMETRI.
           MOVE WS-MOTIVO-SET     TO DPF-MOTIVO.
           MOVE ZERO              TO DPF-NUMERO.
           CALL 'DOPPIAF' USING DPF-CHIAMATA.
           IF DPF-ESITO = 'M' AND WS-BATCH-MODE = 'N'
               DISPLAY 'SERVE LA SECONDA FIRMA: MOTIVO DEL RIPRISTINO'
               ACCEPT DPF-MOTIVO
               IF DPF-MOTIVO NOT = SPACES
                   CALL 'DOPPIAF' USING DPF-CHIAMATA
               END-IF
           END-IF.
           DISPLAY 'DOPPIA FIRMA: ' DPF-MESSAGGIO.
           IF DPF-ESITO = 'S'
               MOVE 'S' TO WS-FIRMA-OK
           END-IF.
           IF DPF-ESITO = 'A' OR DPF-ESITO = 'C'
               DISPLAY 'RICHIESTA NUMERO ' DPF-NUMERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF DPF-ESITO = 'M' OR DPF-ESITO = 'N'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CONTROLLA-FIRMA' TO ECC-PARAGRAFO
               MOVE WS-DATA-SET       TO ECC-CHIAVE
               MOVE DPF-MESSAGGIO     TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CONTROLLA-FIRMA.
            EXIT.
      *
       LEGGI-MANIFESTO.
      **************************************************************
      * I MAGAZZINI CHE IL MANIFESTO NON ELENCA (SET SALVATI PRIMA  *
      * CHE IL MAGAZZINO ENTRASSE NEL SET) VALGONO COME ASSENTI.    *
      **************************************************************
           MOVE 'N' TO WS-MANIFESTO-EOF.
           MOVE ZERO TO WS-RIGA-ATTESA.
           PERFORM AZZERA-ATTESO THRU FINE-AZZERA-ATTESO
                VARYING WS-MAG-IX FROM 1 BY 1
                UNTIL WS-MAG-IX > WS-NUM-MAGAZZINI.
           OPEN INPUT MANIFESTO.
           IF WS-MANIFESTO-STATUS NOT = '00'
               DISPLAY 'MANIFESTO DEL SET NON TROVATO: '
           END-READ.
       FINE-LEGGI-RIGA-MANIFESTO.
            EXIT.
      *
       AZZERA-ATTESO.
           MOVE ZERO       TO AT-RIGHE(WS-MAG-IX).
           MOVE 'ASSENTE ' TO AT-STATO(WS-MAG-IX).
       FINE-AZZERA-ATTESO.
            EXIT.
      *
       RIPRISTINA-MAGAZZINO.
           PERFORM COMPONI-NOME-COPIA THRU FINE-COMPONI-NOME-COPIA.
           IF WS-MAG-IX = 8
               OPEN OUTPUT INDIRF
           END-IF.
           IF WS-MAG-IX = 9
               OPEN OUTPUT CONTATTIF
           END-IF.
           IF WS-MAG-IX = 10
               OPEN OUTPUT LEGAMIF
           END-IF.
           IF WS-MAG-IX = 11
               OPEN OUTPUT NOTEF
           END-IF.
           IF WS-MAG-IX = 12
               OPEN OUTPUT STRADF
           END-IF.

           PERFORM RICARICA-RIGA THRU FINE-RICARICA-RIGA
                UNTIL WS-EOF = 'S'.
           IF WS-MAG-IX = 8
               CLOSE INDIRF
           END-IF.
           IF WS-MAG-IX = 9
               CLOSE CONTATTIF
           END-IF.
           IF WS-MAG-IX = 10
               CLOSE LEGAMIF
           END-IF.
           IF WS-MAG-IX = 11
               CLOSE NOTEF
           END-IF.
           IF WS-MAG-IX = 12
               CLOSE STRADF
           END-IF.
           CLOSE COPIAF.
       FINE-RICARICA-DA-COPIA.
            EXIT.
                    ADD 1 TO WS-CONTA-CORRENTE
               END-WRITE
           END-IF.
           IF WS-MAG-IX = 9
               MOVE REC-COPIAF(1:67) TO REC-CONTATTIF
               WRITE REC-CONTATTIF INVALID KEY
                    ADD 1 TO WS-CONTA-SCARTATI
               NOT INVALID KEY
                    ADD 1 TO WS-CONTA-CORRENTE
               END-WRITE
           END-IF.
           IF WS-MAG-IX = 10
               MOVE REC-COPIAF(1:27) TO REC-LEGAMIF
               WRITE REC-LEGAMIF INVALID KEY
                    ADD 1 TO WS-CONTA-SCARTATI
               NOT INVALID KEY
                    ADD 1 TO WS-CONTA-CORRENTE
               END-WRITE
           END-IF.
           IF WS-MAG-IX = 11
               MOVE REC-COPIAF(1:83) TO REC-NOTEF
               WRITE REC-NOTEF INVALID KEY
                    ADD 1 TO WS-CONTA-SCARTATI
               NOT INVALID KEY
                    ADD 1 TO WS-CONTA-CORRENTE
               END-WRITE
           END-IF.
           IF WS-MAG-IX = 12
               MOVE REC-COPIAF(1:35) TO REC-STRADF
               WRITE REC-STRADF INVALID KEY
                    ADD 1 TO WS-CONTA-SCARTATI
               NOT INVALID KEY
                    ADD 1 TO WS-CONTA-CORRENTE
               END-WRITE
           END-IF.
       FINE-SCRIVI-SU-MAGAZZINO.
            EXIT.
      *
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'SALVATUT' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
