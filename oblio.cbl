      * PERSONA IN OGNI ARCHIVIO DELL'IMPIANTO IN UN SOLO GIRO:
      * ANAGR.TXT, ANAGR.IDX, ANAGRA.TXT, FAMIGLIE.TXT,
      * CERCA-AUDIT.TXT E LE SUE GENERAZIONI DATATE SOTTO
      * ARCHIVI-INDICE.TXT, INDIRIZZI.IDX, CONTATTI.IDX, LEGAMI.IDX,
      * NOTE.IDX, OPPOSIZIONI.TXT E RECAPITI-NEGATI.TXT. OGNI ARCHIVIO
      * TOCCATO LASCIA UNA RIGA SUL REGISTRO OBLIO-LOG.TXT DA
      * MOSTRARE ALL'AUDITOR; SE UN ARCHIVIO NON SI PUO' LAVORARE
      * LA CORSA CHIUDE CON RC=8 E UNA RIGA GRAVE SU ECCEZIONI.TXT.
      *
      * NELL'AUDIT DELLE RICERCHE LA RIGA NON SI ELIMINA (LA
      * TRACCIA DI CHI HA CERCATO RESTA): SI MASCHERANO I CAMPI
      * PERSONALI CON ASTERISCHI. LO STESSO VALE PER IL GIORNALE
      * DELLE VARIAZIONI ANAGRAFICHE (ANAGR-VARIAZIONI.TXT): LE
      * RIGHE DELL'ID RESTANO, CON NOME, COGNOME, CITTA E CODICE
      * FISCALE MASCHERATI NELLE IMMAGINI PRIMA E DOPO, E LA
      * CANCELLAZIONE VI AGGIUNGE LA PROPRIA RIGA, GIA' MASCHERATA.
      *
      * LA CANCELLAZIONE NON SI PUO' DISFARE: VUOLE LA DOPPIA FIRMA
      * (MODULO DOPPIAF). LA PRIMA CORSA DELL'OPERATORE COLLEGATO
      * CREA LA RICHIESTA, CON IL MOTIVO PRESO DALLA SECONDA RIGA
      * DI OBLIO-PARAM.TXT, E CHIUDE CON RC=4 SENZA TOCCARE NULLA;
      * DOPO LA FIRMA DI UN ALTRO OPERATORE CON LA CLASSE D SU
      * OBLIO, LA CORSA CON LO STESSO ID CANCELLA.
      * OGNI RIGA DI OBLIO-LOG.TXT PORTA LA SIGLA DELL'OPERATORE
      * COLLEGATO CHE HA LANCIATO LA CANCELLAZIONE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRO: ID-PERSONA DA CANCELLARE (PRIMA RIGA, 5 CIFRE)
      * E MOTIVO DELLA RICHIESTA (SECONDA RIGA, FACOLTATIVA)

           SELECT PARAMF ASSIGN TO 'OBLIO-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS RANDOM
           RECORD KEY INDIRM-ID
           STATUS WS-INDIR-STATUS.
      * MASTER DEI CONTATTI TELEFONICI E DI POSTA ELETTRONICA

           SELECT CONTATTIF ASSIGN TO 'CONTATTI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CNF-CHIAVE
           STATUS WS-CONTATTI-STATUS.
      * MASTER DEI LEGAMI DI PARENTELA (TENUTI NEI DUE VERSI)

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
      * FILE DELLE FAMIGLIE PRESUNTE

           SELECT OPTIONAL FAMIGLIE ASSIGN TO 'FAMIGLIE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE (PRIMA/DOPO)

           SELECT VARIAZF ASSIGN TO 'ANAGR-VARIAZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.
      * COPIA DI LAVORO DEL GIORNALE DELLE VARIAZIONI IN MASCHERATURA

           SELECT VARLAVF ASSIGN TO 'OBLIO-VARIAZ-LAVORO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VARLAV-STATUS.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
       FILE SECTION.
       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF  PIC X(40).

       FD   ANAGRF
            DATA RECORD IS REC-ANAGRF.
          05 INDIRM-ID     PIC 9(5).
          05 FILLER        PIC X(40).

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

       FD   FAMIGLIE
            DATA RECORD IS REC-FAMIGLIE.
       01 REC-FAMIGLIE.

       FD   LOGF
            DATA RECORD IS REC-LOGF.
       01 REC-LOGF  PIC X(64).

       FD   VARIAZF
            DATA RECORD IS REC-VARIAZF.
       01 REC-VARIAZF  PIC X(178).

       FD   VARLAVF
            DATA RECORD IS REC-VARLAVF.
       01 REC-VARLAVF  PIC X(178).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01   WS-ANAGRA-STATUS   PIC XX.
       01   WS-IDX-STATUS      PIC XX.
       01   WS-INDIR-STATUS    PIC XX.
       01   WS-CONTATTI-STATUS PIC XX.
       01   WS-CONTATTI-EOF    PIC X VALUE 'N'.
       01   WS-LEGAMI-STATUS   PIC XX.
       01   WS-LEGAMI-EOF      PIC X VALUE 'N'.
       01   WS-ID-PARENTE      PIC 9(5) VALUE 0.
       01   WS-NOTE-STATUS     PIC XX.
       01   WS-NOTE-EOF        PIC X VALUE 'N'.
       01   WS-FAMIGLIE-STATUS PIC XX.
       01   WS-AUDIT-STATUS    PIC XX.
       01   WS-INDICE-STATUS   PIC XX.
       01   WS-OPPOSIZ-STATUS  PIC XX.
       01   WS-NEGATI-STATUS   PIC XX.
       01   WS-LOG-STATUS      PIC XX.
       01   WS-VARLAV-STATUS   PIC XX.

       01   WS-NOME-ARCHIVIO   PIC X(40) VALUE SPACES.

       01 WS-ID-OBLIO         PIC 9(5) VALUE 0.
       01 WS-PARAM-VALIDO     PIC X VALUE 'N'.
       01 WS-ERRORE           PIC X VALUE 'N'.
       01 WS-MOTIVO-OBLIO     PIC X(40) VALUE SPACES.

      ************************************************************
      *      DOPPIA FIRMA (MODULO DOPPIAF): SI CANCELLA SOLO CON    *
      *      UNA RICHIESTA FIRMATA DA UN SECONDO OPERATORE          *
      ************************************************************
       COPY DOPPIAF.
       01 WS-FIRMA-OK         PIC X VALUE 'N'.

      ************************************************************
      *      DATI DELLA PERSONA, LETTI DAL MASTER PRIMA DELLA       *
       01 WS-RIGHE-TOCCATE    PIC 9(6) VALUE 0.
       01 WS-TROPPO-GRANDE    PIC X VALUE 'N'.
       01 WS-MASCHERA         PIC X(10) VALUE '**********'.
       01 WS-MASCHERA-CF      PIC X(16) VALUE '****************'.

      ************************************************************
      *      DATE DI EFFETTO DELLE VERSIONI DELL'ID SUL MASTER      *
               10 VS-DATA-EFF  PIC 9(8).
       01 WS-CONTA-VERSIONI   PIC 9(3) VALUE 0.
       01 WS-VERSIONI-EOF     PIC X VALUE 'N'.
      * VERSIONE IN VIGORE DELL'ID, PER IL GIORNALE DELLE VARIAZIONI
      * (IN MANCANZA, LA PRIMA VERSIONE TROVATA)
       01 WS-OGGI             PIC 9(8) VALUE 0.
       01 WS-VERSIONE-VIGENTE PIC X(79) VALUE SPACES.

      ************************************************************
      *      RIGA DEL REGISTRO DELLE CANCELLAZIONI                  *
            05 LOG-AZIONE      PIC X(9).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-RIGHE       PIC 9(4).
            05 FILLER          PIC X     VALUE SPACE.
            05 LOG-OPERATORE   PIC X(3).

       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = PERSONA RIMOSSA OVUNQUE                                *
      * 4 = PERSONA NON PRESENTE IN QUALCHE ARCHIVIO (REGOLARE)    *
      *     O CANCELLAZIONE IN ATTESA DELLA SECONDA FIRMA          *
      * 8 = PARAMETRO ASSENTE O ARCHIVIO NON LAVORABILE            *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER IL GIORNALE DELLE VARIAZIONI ANAGRAFICHE      *
      ************************************************************
       COPY VARIAZ.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, IL GIORNALE DELLE VARIAZIONI USA    *
      *      QUELLA (LA NOTTE CHE SI STA RIFACENDO).                *
      ************************************************************
       01 WS-DATAELAB-STATUS   PIC XX.
       01 WS-DATAELAB-MODE     PIC X VALUE 'N'.
       01 WS-DATA-ELAB         PIC X(8) VALUE SPACES.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************

       MAIN-LINE.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM LEGGI-PARAMETRO THRU FINE-LEGGI-PARAMETRO.
            IF WS-PARAM-VALIDO = 'S'
                PERFORM CONTROLLA-FIRMA THRU FINE-CONTROLLA-FIRMA
            END-IF.
            IF WS-PARAM-VALIDO = 'S' AND WS-FIRMA-OK = 'S'
                PERFORM ELABORA-ANAGR THRU FINE-ELABORA-ANAGR
                PERFORM ELABORA-ANAGR-IDX THRU FINE-ELABORA-ANAGR-IDX
                PERFORM ELABORA-ANAGRA THRU FINE-ELABORA-ANAGRA
                PERFORM ELABORA-FAMIGLIE THRU FINE-ELABORA-FAMIGLIE
                PERFORM ELABORA-AUDIT THRU FINE-ELABORA-AUDIT
                PERFORM ELABORA-VARIAZIONI
                   THRU FINE-ELABORA-VARIAZIONI
                PERFORM ELABORA-ARCHIVI THRU FINE-ELABORA-ARCHIVI
                PERFORM ELABORA-INDIRIZZI THRU FINE-ELABORA-INDIRIZZI
                PERFORM ELABORA-CONTATTI THRU FINE-ELABORA-CONTATTI
                PERFORM ELABORA-LEGAMI THRU FINE-ELABORA-LEGAMI
                PERFORM ELABORA-NOTE THRU FINE-ELABORA-NOTE
                PERFORM ELABORA-OPPOSIZIONI
                   THRU FINE-ELABORA-OPPOSIZIONI
                PERFORM ELABORA-NEGATI THRU FINE-ELABORA-NEGATI
                             MOVE 'S' TO WS-PARAM-VALIDO
                         END-IF
               END-READ
               IF WS-PARAM-VALIDO = 'S'
                   READ PARAMF AT END
                        CONTINUE
                        NOT AT END
                             MOVE REC-PARAMF TO WS-MOTIVO-OBLIO
                   END-READ
               END-IF
           END-IF.
           CLOSE PARAMF.

           END-IF.
       FINE-LEGGI-PARAMETRO.
            EXIT.
      *
       CONTROLLA-FIRMA.
      **************************************************************
      * SENZA UNA RICHIESTA FIRMATA PER QUESTO ID NON SI CANCELLA:  *
      * SE NON C'E' LA SI CREA (RC=4), SE ASPETTA LA FIRMA SI       *
      * ASPETTA (RC=4); SENZA MOTIVO O SENZA OPERATORE COLLEGATO LA *
      * RICHIESTA NON SI PUO' CREARE (RC=8, ECCEZIONE GRAVE).       *
      **************************************************************
           MOVE 'N'               TO WS-FIRMA-OK.
           MOVE SPACES            TO DPF-CHIAMATA.
           MOVE 'V'               TO DPF-AZIONE.
           MOVE WS-OPERATORE-CORR TO DPF-SIGLA.
           MOVE 'OBLIO   '        TO DPF-PROGRAMMA.
           MOVE 'D'               TO DPF-CLASSE.
           MOVE WS-ID-OBLIO       TO DPF-PARAMETRI.
           MOVE WS-MOTIVO-OBLIO   TO DPF-MOTIVO.
           MOVE ZERO              TO DPF-NUMERO.
           CALL 'DOPPIAF' USING DPF-CHIAMATA.
           DISPLAY 'DOPPIA FIRMA: ' DPF-MESSAGGIO.
           IF DPF-ESITO = 'S'
               MOVE 'S' TO WS-FIRMA-OK
           END-IF.
           IF DPF-ESITO = 'A' OR DPF-ESITO = 'C'
               DISPLAY 'RICHIESTA NUMERO ' DPF-NUMERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF DPF-ESITO = 'M' OR DPF-ESITO = 'N'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CONTROLLA-FIRMA' TO ECC-PARAGRAFO
               MOVE WS-ID-OBLIO       TO ECC-CHIAVE
               MOVE DPF-MESSAGGIO     TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
       FINE-CONTROLLA-FIRMA.
            EXIT.
      *
       ELABORA-ANAGR.
      **************************************************************
                    VARYING IND-VERS FROM 1 BY 1
                    UNTIL IND-VERS > WS-CONTA-VERSIONI
               CLOSE IDXF
               IF WS-RIGHE-TOCCATE > ZERO
                   PERFORM REGISTRA-VARIAZIONE
                      THRU FINE-REGISTRA-VARIAZIONE
               END-IF
               MOVE 'ANAGR.IDX' TO LOG-FILE
               MOVE 'RIMOSSE  ' TO LOG-AZIONE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
            EXIT.
      *
       RACCOGLI-VERSIONI.
           ACCEPT WS-OGGI FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-VERSIONE-VIGENTE.
           MOVE ZERO TO WS-CONTA-VERSIONI.
           MOVE 'N'  TO WS-VERSIONI-EOF.
           MOVE WS-ID-OBLIO TO COD-PERSONA.
                         ADD 1 TO WS-CONTA-VERSIONI
                         MOVE IDX-DATA-EFF
                              TO VS-DATA-EFF(WS-CONTA-VERSIONI)
                         IF WS-CONTA-VERSIONI = 1
                                 OR IDX-DATA-EFF NOT > WS-OGGI
                             MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                         END-IF
                     END-IF
           END-READ.
       FINE-RACCOGLI-UNA-VERSIONE.
           END-DELETE.
       FINE-ELIMINA-VERSIONE.
            EXIT.
      *
       REGISTRA-VARIAZIONE.
      **************************************************************
      * LA RIMOZIONE DAL MASTER LASCIA LA SUA RIGA SUL GIORNALE     *
      * DELLE VARIAZIONI: IMMAGINE PRIMA GIA' MASCHERATA NEI CAMPI  *
      * PERSONALI, IMMAGINE DOPO A SPAZI.                           *
      **************************************************************
           MOVE WS-ID-OBLIO TO VAR-ID.
           MOVE WS-VERSIONE-VIGENTE TO WS-VAR-VERSIONE.
           PERFORM IMMAGINE-VERSIONE THRU FINE-IMMAGINE-VERSIONE.
           MOVE WS-MASCHERA    TO VI-NOME VI-COGNOME VI-CITTA.
           MOVE WS-MASCHERA-CF TO VI-COD-FISCALE.
           MOVE WS-VAR-IMMAGINE TO VAR-PRIMA.
           MOVE SPACES          TO VAR-DOPO.
           PERFORM SCRIVI-VARIAZIONE THRU FINE-SCRIVI-VARIAZIONE.
       FINE-REGISTRA-VARIAZIONE.
            EXIT.
      *
       ELABORA-ANAGRA.
      **************************************************************
              THRU FINE-MASCHERA-UN-ARCHIVIO.
       FINE-ELABORA-AUDIT.
            EXIT.
      *
       ELABORA-VARIAZIONI.
      **************************************************************
      * GIORNALE DELLE VARIAZIONI ANAGRAFICHE: COME NELL'AUDIT LE   *
      * RIGHE RESTANO (CHI HA MODIFICATO, E QUANDO) MA NOME,        *
      * COGNOME, CITTA E CODICE FISCALE DELLE IMMAGINI PRIMA E DOPO *
      * SI MASCHERANO. IL GIORNALE CRESCE SENZA LIMITE E NON SI     *
      * CARICA IN TABELLA: SI RICOPIA MASCHERATO SU UN FILE DI      *
      * LAVORO E DA QUESTO SI RIPORTA AL POSTO DELL'ORIGINALE.      *
      **************************************************************
           MOVE ZERO TO WS-RIGHE-TOCCATE.
           MOVE 'N'  TO FINE-FILE.
           MOVE 'ANAGR-VARIAZIONI.TXT' TO LOG-FILE.
           OPEN INPUT VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               MOVE 'ASSENTE  ' TO LOG-AZIONE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           ELSE
               OPEN OUTPUT VARLAVF
               PERFORM COPIA-RIGA-VARIAZIONE
                  THRU FINE-COPIA-RIGA-VARIAZIONE
                    UNTIL FINE-FILE = 'S'
               CLOSE VARIAZF
               CLOSE VARLAVF
               MOVE 'N' TO FINE-FILE
               OPEN INPUT VARLAVF
               OPEN OUTPUT VARIAZF
               PERFORM RIPORTA-RIGA-VARIAZIONE
                  THRU FINE-RIPORTA-RIGA-VARIAZIONE
                    UNTIL FINE-FILE = 'S'
               CLOSE VARLAVF
               CLOSE VARIAZF
               MOVE 'ANAGR-VARIAZIONI.TXT' TO LOG-FILE
               MOVE 'MASCHER. ' TO LOG-AZIONE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           END-IF.
           MOVE 'N' TO FINE-FILE.
       FINE-ELABORA-VARIAZIONI.
            EXIT.
      *
       COPIA-RIGA-VARIAZIONE.
           READ VARIAZF INTO RIGA-VARIAZIONE AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     IF VAR-ID = WS-ID-OBLIO
                         PERFORM MASCHERA-VARIAZIONE
                            THRU FINE-MASCHERA-VARIAZIONE
                         ADD 1 TO WS-RIGHE-TOCCATE
                     END-IF
                     WRITE REC-VARLAVF FROM RIGA-VARIAZIONE
           END-READ.
       FINE-COPIA-RIGA-VARIAZIONE.
            EXIT.
      *
       MASCHERA-VARIAZIONE.
           IF VAR-PRIMA NOT = SPACES
               MOVE VAR-PRIMA      TO WS-VAR-IMMAGINE
               MOVE WS-MASCHERA    TO VI-NOME VI-COGNOME VI-CITTA
               MOVE WS-MASCHERA-CF TO VI-COD-FISCALE
               MOVE WS-VAR-IMMAGINE TO VAR-PRIMA
           END-IF.
           IF VAR-DOPO NOT = SPACES
               MOVE VAR-DOPO       TO WS-VAR-IMMAGINE
               MOVE WS-MASCHERA    TO VI-NOME VI-COGNOME VI-CITTA
               MOVE WS-MASCHERA-CF TO VI-COD-FISCALE
               MOVE WS-VAR-IMMAGINE TO VAR-DOPO
           END-IF.
       FINE-MASCHERA-VARIAZIONE.
            EXIT.
      *
       RIPORTA-RIGA-VARIAZIONE.
           READ VARLAVF AT END
                MOVE 'S' TO FINE-FILE
                NOT AT END
                     MOVE REC-VARLAVF TO REC-VARIAZF
                     WRITE REC-VARIAZF
           END-READ.
       FINE-RIPORTA-RIGA-VARIAZIONE.
            EXIT.
      *
       ELABORA-ARCHIVI.
      **************************************************************
           END-IF.
       FINE-ELABORA-INDIRIZZI.
            EXIT.
      *
       ELABORA-CONTATTI.
      **************************************************************
      * UNA PERSONA PUO' AVERE PIU' CONTATTI (CHIAVE ID +           *
      * PROGRESSIVO): SI PARTE DA ID + 00 E SI CANCELLANO TUTTI     *
      * FINCHE' L'ID NON CAMBIA.                                    *
      **************************************************************
           OPEN I-O CONTATTIF.
           IF WS-CONTATTI-STATUS NOT = '00'
               MOVE 'CONTATTI.IDX' TO LOG-FILE
               MOVE 'ASSENTE  '    TO LOG-AZIONE
               MOVE ZERO           TO WS-RIGHE-TOCCATE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           ELSE
               MOVE ZERO TO WS-RIGHE-TOCCATE
               MOVE 'N'  TO WS-CONTATTI-EOF
               MOVE WS-ID-OBLIO TO CNF-ID
               MOVE ZERO        TO CNF-PROG
               START CONTATTIF KEY IS NOT LESS THAN CNF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-CONTATTI-EOF
               END-START
               PERFORM ELIMINA-CONTATTO THRU FINE-ELIMINA-CONTATTO
                    UNTIL WS-CONTATTI-EOF = 'S'
               CLOSE CONTATTIF
               MOVE 'CONTATTI.IDX' TO LOG-FILE
               MOVE 'RIMOSSE  '    TO LOG-AZIONE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           END-IF.
       FINE-ELABORA-CONTATTI.
            EXIT.
      *
       ELIMINA-CONTATTO.
           READ CONTATTIF NEXT RECORD AT END
                MOVE 'S' TO WS-CONTATTI-EOF
                NOT AT END
                     IF CNF-ID NOT = WS-ID-OBLIO
                         MOVE 'S' TO WS-CONTATTI-EOF
                     ELSE
                         DELETE CONTATTIF RECORD
                         ADD 1 TO WS-RIGHE-TOCCATE
                     END-IF
           END-READ.
       FINE-ELIMINA-CONTATTO.
            EXIT.
      *
       ELABORA-NOTE.
      **************************************************************
      * LE NOTE DI UNA PERSONA HANNO CHIAVE ID + DATA + ORA: SI     *
      * PARTE DA ID + ZERI E SI CANCELLANO TUTTE FINCHE' L'ID NON   *
      * CAMBIA.                                                     *
      **************************************************************
           OPEN I-O NOTEF.
           IF WS-NOTE-STATUS NOT = '00'
               MOVE 'NOTE.IDX'     TO LOG-FILE
               MOVE 'ASSENTE  '    TO LOG-AZIONE
               MOVE ZERO           TO WS-RIGHE-TOCCATE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           ELSE
               MOVE ZERO TO WS-RIGHE-TOCCATE
               MOVE 'N'  TO WS-NOTE-EOF
               MOVE WS-ID-OBLIO TO NTF-ID
               MOVE ZERO        TO NTF-DATA NTF-ORA
               START NOTEF KEY IS NOT LESS THAN NTF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-NOTE-EOF
               END-START
               PERFORM ELIMINA-NOTA THRU FINE-ELIMINA-NOTA
                    UNTIL WS-NOTE-EOF = 'S'
               CLOSE NOTEF
               MOVE 'NOTE.IDX'     TO LOG-FILE
               MOVE 'RIMOSSE  '    TO LOG-AZIONE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           END-IF.
       FINE-ELABORA-NOTE.
            EXIT.
      *
       ELIMINA-NOTA.
           READ NOTEF NEXT RECORD AT END
                MOVE 'S' TO WS-NOTE-EOF
                NOT AT END
                     IF NTF-ID NOT = WS-ID-OBLIO
                         MOVE 'S' TO WS-NOTE-EOF
                     ELSE
                         DELETE NOTEF RECORD
                         ADD 1 TO WS-RIGHE-TOCCATE
                     END-IF
           END-READ.
       FINE-ELIMINA-NOTA.
            EXIT.
      *
       ELABORA-LEGAMI.
      **************************************************************
      * OGNI LEGAME E' TENUTO NEI DUE VERSI: SI PARTE DA ID + 00000 *
      * E PER OGNI VERSO DELLA PERSONA SI CANCELLA ANCHE IL SUO     *
      * INVERSO, LETTO PER CHIAVE. LA CANCELLAZIONE DELL'INVERSO    *
      * SPOSTA LA POSIZIONE: SI RIPARTE OLTRE IL VERSO APPENA TOLTO.*
      **************************************************************
           OPEN I-O LEGAMIF.
           IF WS-LEGAMI-STATUS NOT = '00'
               MOVE 'LEGAMI.IDX'   TO LOG-FILE
               MOVE 'ASSENTE  '    TO LOG-AZIONE
               MOVE ZERO           TO WS-RIGHE-TOCCATE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           ELSE
               MOVE ZERO TO WS-RIGHE-TOCCATE
               MOVE 'N'  TO WS-LEGAMI-EOF
               MOVE WS-ID-OBLIO TO LGF-ID-DA
               MOVE ZERO        TO LGF-ID-A
               START LEGAMIF KEY IS NOT LESS THAN LGF-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-LEGAMI-EOF
               END-START
               PERFORM ELIMINA-LEGAME THRU FINE-ELIMINA-LEGAME
                    UNTIL WS-LEGAMI-EOF = 'S'
               CLOSE LEGAMIF
               MOVE 'LEGAMI.IDX'   TO LOG-FILE
               MOVE 'RIMOSSE  '    TO LOG-AZIONE
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
           END-IF.
       FINE-ELABORA-LEGAMI.
            EXIT.
      *
       ELIMINA-LEGAME.
           READ LEGAMIF NEXT RECORD AT END
                MOVE 'S' TO WS-LEGAMI-EOF
                NOT AT END
                     IF LGF-ID-DA NOT = WS-ID-OBLIO
                         MOVE 'S' TO WS-LEGAMI-EOF
                     ELSE
                         MOVE LGF-ID-A TO WS-ID-PARENTE
                         DELETE LEGAMIF RECORD
                         ADD 1 TO WS-RIGHE-TOCCATE
                         PERFORM ELIMINA-INVERSO
                            THRU FINE-ELIMINA-INVERSO
                     END-IF
           END-READ.
       FINE-ELIMINA-LEGAME.
            EXIT.
      *
       ELIMINA-INVERSO.
           MOVE WS-ID-PARENTE TO LGF-ID-DA.
           MOVE WS-ID-OBLIO   TO LGF-ID-A.
           DELETE LEGAMIF RECORD INVALID KEY
                CONTINUE
           NOT INVALID KEY
                ADD 1 TO WS-RIGHE-TOCCATE
           END-DELETE.
           MOVE WS-ID-OBLIO   TO LGF-ID-DA.
           MOVE WS-ID-PARENTE TO LGF-ID-A.
           START LEGAMIF KEY IS GREATER THAN LGF-CHIAVE
                INVALID KEY MOVE 'S' TO WS-LEGAMI-EOF
           END-START.
       FINE-ELIMINA-INVERSO.
            EXIT.
      *
       ELABORA-OPPOSIZIONI.
           MOVE ZERO TO WS-NUM-RIGHE WS-RIGHE-TOCCATE.
           WRITE REC-NEGATO.
       FINE-RISCRIVI-RIGA-NEGATO.
            EXIT.
      *
       IMMAGINE-VERSIONE.
      **************************************************************
      * RIPORTA LA VERSIONE DI ANAGR.IDX IN WS-VAR-VERSIONE AL      *
      * TRACCIATO DI 71 BYTE DEL GIORNALE DELLE VARIAZIONI.         *
      **************************************************************
           MOVE VV-NOME         TO VI-NOME.
           MOVE VV-COGNOME      TO VI-COGNOME.
           MOVE VV-ANNI         TO VI-ANNI.
           MOVE VV-CITTA        TO VI-CITTA.
           MOVE VV-ID           TO VI-ID.
           MOVE VV-FILIALE      TO VI-FILIALE.
           MOVE VV-ANNO-NASC    TO VI-ANNO-NASC.
           MOVE VV-STATO        TO VI-STATO.
           MOVE VV-STATO-DATA   TO VI-STATO-DATA.
           MOVE VV-COD-FISCALE  TO VI-COD-FISCALE.
       FINE-IMMAGINE-VERSIONE.
            EXIT.
      *
       SCRIVI-VARIAZIONE.
      **************************************************************
      * ACCODA LA RIGA PRIMA/DOPO GIA' PREPARATA IN VAR-ID,         *
      * VAR-PRIMA E VAR-DOPO.                                       *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO VAR-DATA
           ELSE
               ACCEPT VAR-DATA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-VAR-ORA-CORR FROM TIME.
           MOVE WS-VAR-ORA-CORR(1:6) TO VAR-ORA.
           MOVE 'OBLIO   '        TO VAR-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO VAR-OPERATORE.

           OPEN EXTEND VARIAZF.
           IF WS-VAR-STATUS NOT = '00'
               OPEN OUTPUT VARIAZF
           END-IF.
           WRITE REC-VARIAZF FROM RIGA-VARIAZIONE.
           CLOSE VARIAZF.
       FINE-SCRIVI-VARIAZIONE.
            EXIT.
      *
       LEGGI-DATA-ELAB.
           MOVE 'N' TO WS-DATAELAB-MODE.
           OPEN INPUT DATAELAB.
           IF WS-DATAELAB-STATUS = '00'
               READ DATAELAB AT END
                    CONTINUE
                    NOT AT END
                         IF REC-DATAELAB IS NUMERIC
                             MOVE REC-DATAELAB TO WS-DATA-ELAB
                             MOVE 'S' TO WS-DATAELAB-MODE
                         END-IF
               END-READ
           END-IF.
           CLOSE DATAELAB.
       FINE-LEGGI-DATA-ELAB.
            EXIT.
      *
       LEGGI-OPERATORE.
           MOVE SPACES TO WS-OPERATORE-CORR.
           OPEN INPUT OPERATORE.
           IF WS-OPER-STATUS = '00'
               READ OPERATORE AT END
                    CONTINUE
                    NOT AT END
                         MOVE OPE-SIGLA TO WS-OPERATORE-CORR
               END-READ
           END-IF.
           CLOSE OPERATORE.
       FINE-LEGGI-OPERATORE.
            EXIT.
      *
       SEGNALA-NON-LAVORABILE.
           MOVE 'S' TO WS-ERRORE.
           MOVE WS-DATA-ESECUZIONE TO LOG-DATA.
           MOVE WS-ID-OBLIO        TO LOG-ID.
           MOVE WS-RIGHE-TOCCATE   TO LOG-RIGHE.
           MOVE WS-OPERATORE-CORR  TO LOG-OPERATORE.
           OPEN EXTEND LOGF.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOGF
           MOVE WS-DATA-ESECUZIONE TO LOG-DATA.
           MOVE WS-ID-OBLIO        TO LOG-ID.
           MOVE ZERO               TO LOG-RIGHE.
           MOVE WS-OPERATORE-CORR  TO LOG-OPERATORE.
           OPEN EXTEND LOGF.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOGF
