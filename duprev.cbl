       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPREV.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * REVISIONE A VIDEO DEI DOPPIONI DEVIATI DA COPYING: SCORRE IL
      * REGISTRO DUPFILE-REGISTRO.TXT, MOSTRA IL RECORD DEVIATO
      * ACCANTO A QUELLO CON CUI E' STATO CONFRONTATO (DA ANAGRA.TXT)
      * E LASCIA DECIDERE SE E' UN VERO DOPPIONE (SCARTA) O UNA
      * PERSONA DISTINTA CON GLI STESSI NOME, COGNOME E CITTA
      * (RILASCIA): DAL GIRO SUCCESSIVO COPYING LO INSTRADA COME GLI
      * ALTRI. OGNI DECISIONE PORTA DATA E SIGLA DELL'OPERATORE.
      * PRODUCE ANCHE DUPREV-REPORTF.TXT CON L'ANZIANITA' DEI
      * DOPPIONI ANCORA IN ATTESA DI DECISIONE.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGISTRO DEI DOPPIONI DEVIATI, RILETTO E RISCRITTO

           SELECT OPTIONAL DUPREG ASSIGN TO 'DUPFILE-REGISTRO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUPREG-STATUS.
      * ANAGRAFICA PIATTA, PER MOSTRARE I DUE RECORD A CONFRONTO

           SELECT PRIMOF   ASSIGN TO 'ANAGRA.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRIMOF-STATUS.
      * REPORT DI ANZIANITA' DEI DOPPIONI IN ATTESA

           SELECT REPORTF ASSIGN TO 'DUPREV-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   DUPREG
            DATA RECORD IS REC-DUPREG.
       01 REC-DUPREG  PIC X(75).

       FD   PRIMOF
            DATA RECORD IS REC-PRIMOF.
       01 REC-PRIMOF  PIC X(71).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01   WS-PRIMOF-STATUS   PIC XX.

       01 CONTINUA             PIC X VALUE SPACE.
       01 WS-SCELTA            PIC 9 VALUE 0.
       01 WS-DECISIONE         PIC X VALUE SPACE.

       COPY DUPREG.

       COPY ANAGRAF.

      ************************************************************
      *      I DUE RECORD A CONFRONTO: IL DEVIATO E L'ORIGINALE     *
      *      CON CUI COPYING LO HA TROVATO UGUALE                   *
      ************************************************************
       01 WS-ID-CERCATO        PIC 9(5) VALUE 0.
       01 WS-PRIMOF-EOF        PIC X VALUE 'N'.
       01 WS-DOPPIO-TROVATO    PIC X VALUE 'N'.
       01 WS-ORIGINE-TROVATO   PIC X VALUE 'N'.
       01 WS-DOPPIO            PIC X(71) VALUE SPACES.
       01 WS-DOPPIO-CAMPI REDEFINES WS-DOPPIO.
            05 DD-NOME         PIC X(10).
            05 DD-COGNOME      PIC X(10).
            05 DD-ANNI         PIC 999.
            05 DD-CITTA        PIC X(10).
            05 DD-ID           PIC 9(5).
            05 DD-FILIALE      PIC 9(4).
            05 DD-ANNO-NASC    PIC 9(4).
            05 DD-STATO        PIC X.
            05 DD-STATO-DATA   PIC 9(8).
            05 DD-COD-FISCALE  PIC X(16).
       01 WS-ORIGINALE         PIC X(71) VALUE SPACES.
       01 WS-ORIGINALE-CAMPI REDEFINES WS-ORIGINALE.
            05 DO-NOME         PIC X(10).
            05 DO-COGNOME      PIC X(10).
            05 DO-ANNI         PIC 999.
            05 DO-CITTA        PIC X(10).
            05 DO-ID           PIC 9(5).
            05 DO-FILIALE      PIC 9(4).
            05 DO-ANNO-NASC    PIC 9(4).
            05 DO-STATO        PIC X.
            05 DO-STATO-DATA   PIC 9(8).
            05 DO-COD-FISCALE  PIC X(16).

       01 RIGA-CONFRONTO.
            05 RCF-CAMPO       PIC X(12).
            05 RCF-DOPPIO      PIC X(16).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RCF-ORIGINALE   PIC X(16).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 RCF-DIVERSO     PIC X(2).

      ************************************************************
      *      CALCOLO DEI GIORNI DI ATTESA SENZA FUNZIONI: DATA      *
      *      AAAAMMGG TRASFORMATA IN GIORNO PROGRESSIVO COME IN     *
      *      ARCHIVIA                                               *
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
       01 WS-GIORNI-ATTESA     PIC 9(5) VALUE 0.

      ************************************************************
      *           CONTATORI PER IL REPORT DI ANZIANITA'             *
      ************************************************************
       01 WS-CONTA-ATTESA      PIC 9(6) VALUE 0.
       01 WS-CONTA-FASCIA1     PIC 9(6) VALUE 0.
       01 WS-CONTA-FASCIA2     PIC 9(6) VALUE 0.
       01 WS-CONTA-FASCIA3     PIC 9(6) VALUE 0.
       01 WS-CONTA-FASCIA4     PIC 9(6) VALUE 0.
       01 WS-CONTA-SCARTATI    PIC 9(6) VALUE 0.
       01 WS-CONTA-RILASCIATI  PIC 9(6) VALUE 0.

       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'DOPPIONI IN ATTESA'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 INTESTAZIONE-COLONNE.
            05 FILLER            PIC X(42) VALUE
               'ID    ORIG. NOME      COGNOME   CITTA     '.
            05 FILLER            PIC X(21) VALUE
               '  PRIMA VISTA  GIORNI'.

       01 RIGA-ATTESA.
            05 RA-ID             PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RA-ID-ORIGINE     PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RA-NOME           PIC X(10).
            05 RA-COGNOME        PIC X(10).
            05 RA-CITTA          PIC X(10).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RA-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RA-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RA-AAAA           PIC 9999.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RA-GIORNI         PIC ZZZZ9.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
            MOVE WS-DATA-ESECUZIONE TO WS-CD-DATA.
            PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
            MOVE WS-CD-SERIALE TO WS-SERIALE-OGGI.
            PERFORM APERTURA THRU FINE-APERTURA.
            PERFORM ELABORA THRU FINE-ELABORA UNTIL CONTINUA = 'N'.
            PERFORM CHIUSURA THRU FINE-CHIUSURA.

            STOP RUN.

       APERTURA.
           PERFORM CARICA-DUPREG THRU FINE-CARICA-DUPREG.
           IF WS-DUPREG-PARZIALE = 'S'
               DISPLAY 'TABELLA PIENA: REGISTRO TRONCATO'
           END-IF.
           IF WS-NUM-DUPREG = ZERO
               DISPLAY 'REGISTRO DOPPIONI VUOTO: ESEGUIRE PRIMA COPYING'
               MOVE 'N' TO CONTINUA
           END-IF.
           PERFORM CONTA-ESITI THRU FINE-CONTA-ESITI.
           DISPLAY 'DOPPIONI IN ATTESA DI DECISIONE: ' WS-CONTA-ATTESA.
       FINE-APERTURA.
            EXIT.
      *
       ELABORA.
           DISPLAY 'DOPPIONI: 1-ELENCA IN ATTESA 2-DECIDI'
                   ' 3-REPORT ANZIANITA'.
           ACCEPT WS-SCELTA.

           IF WS-SCELTA = 1
               PERFORM ELENCA THRU FINE-ELENCA
           END-IF.
           IF WS-SCELTA = 2
               PERFORM DECIDI-DOPPIONE THRU FINE-DECIDI-DOPPIONE
           END-IF.
           IF WS-SCELTA = 3
               PERFORM STAMPA-ANZIANITA THRU FINE-STAMPA-ANZIANITA
           END-IF.

           DISPLAY 'VUOI CONTINUARE? SE NO PREMI N'.
           ACCEPT CONTINUA.
       FINE-ELABORA.
            EXIT.
      *
       ELENCA.
           PERFORM MOSTRA-DOPPIONE THRU FINE-MOSTRA-DOPPIONE
                VARYING IND-DUPREG FROM 1 BY 1
                UNTIL IND-DUPREG > WS-NUM-DUPREG.
       FINE-ELENCA.
            EXIT.
      *
       MOSTRA-DOPPIONE.
           IF TD-ESITO(IND-DUPREG) = SPACE
               PERFORM CALCOLA-ATTESA THRU FINE-CALCOLA-ATTESA
               DISPLAY TD-ID(IND-DUPREG) ' COME '
                       TD-ID-ORIGINE(IND-DUPREG) ' '
                       TD-NOME(IND-DUPREG) ' '
                       TD-COGNOME(IND-DUPREG) ' '
                       TD-CITTA(IND-DUPREG) ' GIORNI '
                       WS-GIORNI-ATTESA
           END-IF.
       FINE-MOSTRA-DOPPIONE.
            EXIT.
      *
       DECIDI-DOPPIONE.
      **************************************************************
      * MOSTRA IL DEVIATO ACCANTO ALL'ORIGINALE E REGISTRA LA       *
      * DECISIONE: S = SCARTA (VERO DOPPIONE, RESTA DEVIATO),       *
      * R = RILASCIA (PERSONA DISTINTA), 0 = RINVIA. UNA DECISIONE  *
      * GIA' PRESA SI PUO' CAMBIARE: SI MOSTRA QUELLA IN ESSERE.    *
      **************************************************************
           DISPLAY 'ID-PERSONA DEL DOPPIONE DEVIATO'.
           ACCEPT WS-ID-CERCATO.
           MOVE WS-ID-CERCATO TO DPR-ID.
           PERFORM CERCA-DUPREG THRU FINE-CERCA-DUPREG.
           IF WS-DUPREG-TROVATO = 'N'
               DISPLAY 'ID NON PRESENTE NEL REGISTRO DOPPIONI'
           ELSE
               SET IND-DUPREG TO WS-DUPREG-RIGA
               PERFORM CERCA-ANAGRAFICA THRU FINE-CERCA-ANAGRAFICA
               PERFORM MOSTRA-CONFRONTO THRU FINE-MOSTRA-CONFRONTO
               IF TD-ESITO(IND-DUPREG) NOT = SPACE
                   DISPLAY 'DECISIONE IN ESSERE: '
                           TD-ESITO(IND-DUPREG) ' DEL '
                           TD-DATA-ESITO(IND-DUPREG) ' DA '
                           TD-SIGLA(IND-DUPREG)
               END-IF
               DISPLAY 'DECISIONE: S-SCARTA R-RILASCIA 0-RINVIA'
               ACCEPT WS-DECISIONE
               IF WS-DECISIONE = 'S' OR WS-DECISIONE = 'R'
                   MOVE WS-DECISIONE       TO TD-ESITO(IND-DUPREG)
                   MOVE WS-DATA-ESECUZIONE
                        TO TD-DATA-ESITO(IND-DUPREG)
                   MOVE WS-OPERATORE-CORR  TO TD-SIGLA(IND-DUPREG)
                   MOVE 'S' TO WS-DUPREG-MODIFICATO
                   IF WS-DECISIONE = 'R'
                       DISPLAY 'RILASCIATO: COPYING LO INSTRADERA'''
                               ' DAL PROSSIMO GIRO'
                   ELSE
                       DISPLAY 'SCARTATO: RESTA SU DUPFILE'
                   END-IF
               ELSE
                   DISPLAY 'DECISIONE RINVIATA'
               END-IF
           END-IF.
       FINE-DECIDI-DOPPIONE.
            EXIT.
      *
       CERCA-ANAGRAFICA.
      **************************************************************
      * CERCA SU ANAGRA.TXT IL DEVIATO E L'ORIGINALE; SE UNO DEI    *
      * DUE NON C'E' PIU' SI MOSTRANO I DATI SALVATI NEL REGISTRO.  *
      **************************************************************
           MOVE 'N' TO WS-DOPPIO-TROVATO.
           MOVE 'N' TO WS-ORIGINE-TROVATO.
           MOVE 'N' TO WS-PRIMOF-EOF.
           OPEN INPUT PRIMOF.
           IF WS-PRIMOF-STATUS = '00'
               PERFORM LEGGI-ANAGRAFICA THRU FINE-LEGGI-ANAGRAFICA
                    UNTIL WS-PRIMOF-EOF = 'S'
                       OR (WS-DOPPIO-TROVATO = 'S'
                           AND WS-ORIGINE-TROVATO = 'S')
               CLOSE PRIMOF
           ELSE
               DISPLAY 'ANAGRA.TXT NON DISPONIBILE'
           END-IF.
           IF WS-DOPPIO-TROVATO = 'N'
               MOVE SPACES                TO WS-DOPPIO
               MOVE TD-NOME(IND-DUPREG)    TO DD-NOME
               MOVE TD-COGNOME(IND-DUPREG) TO DD-COGNOME
               MOVE TD-CITTA(IND-DUPREG)   TO DD-CITTA
               MOVE TD-ID(IND-DUPREG)      TO DD-ID
           END-IF.
           IF WS-ORIGINE-TROVATO = 'N'
               MOVE SPACES                 TO WS-ORIGINALE
               MOVE TD-NOME(IND-DUPREG)    TO DO-NOME
               MOVE TD-COGNOME(IND-DUPREG) TO DO-COGNOME
               MOVE TD-CITTA(IND-DUPREG)   TO DO-CITTA
               MOVE TD-ID-ORIGINE(IND-DUPREG) TO DO-ID
           END-IF.
       FINE-CERCA-ANAGRAFICA.
            EXIT.
      *
       LEGGI-ANAGRAFICA.
           READ PRIMOF INTO WS-PRIMOF AT END
                MOVE 'S' TO WS-PRIMOF-EOF
                NOT AT END
                     IF ID-PERSONA = TD-ID(IND-DUPREG)
                         MOVE WS-PRIMOF TO WS-DOPPIO
                         MOVE 'S' TO WS-DOPPIO-TROVATO
                     END-IF
                     IF ID-PERSONA = TD-ID-ORIGINE(IND-DUPREG)
                         MOVE WS-PRIMOF TO WS-ORIGINALE
                         MOVE 'S' TO WS-ORIGINE-TROVATO
                     END-IF
           END-READ.
       FINE-LEGGI-ANAGRAFICA.
            EXIT.
      *
       MOSTRA-CONFRONTO.
           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'CAMPO'        TO RCF-CAMPO.
           MOVE 'DEVIATO'      TO RCF-DOPPIO.
           MOVE 'ORIGINALE'    TO RCF-ORIGINALE.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'ID-PERSONA'   TO RCF-CAMPO.
           MOVE DD-ID          TO RCF-DOPPIO.
           MOVE DO-ID          TO RCF-ORIGINALE.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'NOME'         TO RCF-CAMPO.
           MOVE DD-NOME        TO RCF-DOPPIO.
           MOVE DO-NOME        TO RCF-ORIGINALE.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'COGNOME'      TO RCF-CAMPO.
           MOVE DD-COGNOME     TO RCF-DOPPIO.
           MOVE DO-COGNOME     TO RCF-ORIGINALE.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'CITTA'        TO RCF-CAMPO.
           MOVE DD-CITTA       TO RCF-DOPPIO.
           MOVE DO-CITTA       TO RCF-ORIGINALE.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'ANNI'         TO RCF-CAMPO.
           MOVE DD-ANNI        TO RCF-DOPPIO.
           MOVE DO-ANNI        TO RCF-ORIGINALE.
           IF DD-ANNI NOT = DO-ANNI
               MOVE '<>' TO RCF-DIVERSO
           END-IF.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'ANNO NASC.'   TO RCF-CAMPO.
           MOVE DD-ANNO-NASC   TO RCF-DOPPIO.
           MOVE DO-ANNO-NASC   TO RCF-ORIGINALE.
           IF DD-ANNO-NASC NOT = DO-ANNO-NASC
               MOVE '<>' TO RCF-DIVERSO
           END-IF.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'FILIALE'      TO RCF-CAMPO.
           MOVE DD-FILIALE     TO RCF-DOPPIO.
           MOVE DO-FILIALE     TO RCF-ORIGINALE.
           IF DD-FILIALE NOT = DO-FILIALE
               MOVE '<>' TO RCF-DIVERSO
           END-IF.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'STATO'        TO RCF-CAMPO.
           MOVE DD-STATO       TO RCF-DOPPIO.
           MOVE DO-STATO       TO RCF-ORIGINALE.
           IF DD-STATO NOT = DO-STATO
               MOVE '<>' TO RCF-DIVERSO
           END-IF.
           DISPLAY RIGA-CONFRONTO.

           MOVE SPACES TO RIGA-CONFRONTO.
           MOVE 'COD.FISCALE'  TO RCF-CAMPO.
           MOVE DD-COD-FISCALE TO RCF-DOPPIO.
           MOVE DO-COD-FISCALE TO RCF-ORIGINALE.
           IF DD-COD-FISCALE NOT = DO-COD-FISCALE
               MOVE '<>' TO RCF-DIVERSO
           END-IF.
           DISPLAY RIGA-CONFRONTO.

           IF WS-DOPPIO-TROVATO = 'N' OR WS-ORIGINE-TROVATO = 'N'
               DISPLAY 'ATTENZIONE: RECORD ASSENTE DA ANAGRA.TXT,'
                       ' MOSTRATI I DATI DEL REGISTRO'
           END-IF.
       FINE-MOSTRA-CONFRONTO.
            EXIT.
      *
       STAMPA-ANZIANITA.
      **************************************************************
      * UNA RIGA PER DOPPIONE IN ATTESA CON I GIORNI TRASCORSI      *
      * DALLA PRIMA DEVIAZIONE, POI I TOTALI PER FASCIA DI ATTESA   *
      * (0-7, 8-30, 31-90, OLTRE 90 GIORNI) E PER DECISIONE.        *
      **************************************************************
           PERFORM CONTA-ESITI THRU FINE-CONTA-ESITI.
           OPEN OUTPUT REPORTF.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-COLONNE.

           PERFORM STAMPA-UN-DOPPIONE THRU FINE-STAMPA-UN-DOPPIONE
                VARYING IND-DUPREG FROM 1 BY 1
                UNTIL IND-DUPREG > WS-NUM-DUPREG.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           MOVE 'IN ATTESA 0-7 GIORNI  ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FASCIA1         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'IN ATTESA 8-30 GIORNI ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FASCIA2         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'IN ATTESA 31-90 GIORNI' TO RC-ETICHETTA.
           MOVE WS-CONTA-FASCIA3         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'IN ATTESA OLTRE 90 GG ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FASCIA4         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'TOTALE IN ATTESA      ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ATTESA          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'SCARTATI              ' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCARTATI        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'RILASCIATI            ' TO RC-ETICHETTA.
           MOVE WS-CONTA-RILASCIATI      TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           CLOSE REPORTF.
           DISPLAY 'REPORT SCRITTO SU DUPREV-REPORTF.TXT'.
       FINE-STAMPA-ANZIANITA.
            EXIT.
      *
       STAMPA-UN-DOPPIONE.
           IF TD-ESITO(IND-DUPREG) = SPACE
               PERFORM CALCOLA-ATTESA THRU FINE-CALCOLA-ATTESA
               MOVE TD-ID(IND-DUPREG)         TO RA-ID
               MOVE TD-ID-ORIGINE(IND-DUPREG) TO RA-ID-ORIGINE
               MOVE TD-NOME(IND-DUPREG)       TO RA-NOME
               MOVE TD-COGNOME(IND-DUPREG)    TO RA-COGNOME
               MOVE TD-CITTA(IND-DUPREG)      TO RA-CITTA
               MOVE TD-PRIMA-VISTA(IND-DUPREG) TO WS-CD-DATA
               MOVE WS-CD-GIORNO              TO RA-GG
               MOVE WS-CD-MESE                TO RA-MM
               MOVE WS-CD-ANNO                TO RA-AAAA
               MOVE WS-GIORNI-ATTESA          TO RA-GIORNI
               MOVE SPACES TO REC-REPORTF
               WRITE REC-REPORTF FROM RIGA-ATTESA
           END-IF.
       FINE-STAMPA-UN-DOPPIONE.
            EXIT.
      *
       CONTA-ESITI.
           MOVE ZERO TO WS-CONTA-ATTESA WS-CONTA-SCARTATI
                        WS-CONTA-RILASCIATI WS-CONTA-FASCIA1
                        WS-CONTA-FASCIA2 WS-CONTA-FASCIA3
                        WS-CONTA-FASCIA4.
           PERFORM CONTA-UN-ESITO THRU FINE-CONTA-UN-ESITO
                VARYING IND-DUPREG FROM 1 BY 1
                UNTIL IND-DUPREG > WS-NUM-DUPREG.
       FINE-CONTA-ESITI.
            EXIT.
      *
       CONTA-UN-ESITO.
           IF TD-ESITO(IND-DUPREG) = 'S'
               ADD 1 TO WS-CONTA-SCARTATI
           END-IF.
           IF TD-ESITO(IND-DUPREG) = 'R'
               ADD 1 TO WS-CONTA-RILASCIATI
           END-IF.
           IF TD-ESITO(IND-DUPREG) = SPACE
               ADD 1 TO WS-CONTA-ATTESA
               PERFORM CALCOLA-ATTESA THRU FINE-CALCOLA-ATTESA
               IF WS-GIORNI-ATTESA NOT > 7
                   ADD 1 TO WS-CONTA-FASCIA1
               ELSE
                   IF WS-GIORNI-ATTESA NOT > 30
                       ADD 1 TO WS-CONTA-FASCIA2
                   ELSE
                       IF WS-GIORNI-ATTESA NOT > 90
                           ADD 1 TO WS-CONTA-FASCIA3
                       ELSE
                           ADD 1 TO WS-CONTA-FASCIA4
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-CONTA-UN-ESITO.
            EXIT.
      *
       CALCOLA-ATTESA.
           MOVE ZERO TO WS-GIORNI-ATTESA.
           IF TD-PRIMA-VISTA(IND-DUPREG) IS NUMERIC
                   AND TD-PRIMA-VISTA(IND-DUPREG) > ZERO
               MOVE TD-PRIMA-VISTA(IND-DUPREG) TO WS-CD-DATA
               IF WS-CD-MESE > 0 AND WS-CD-MESE < 13
                   PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE
                   IF WS-CD-SERIALE < WS-SERIALE-OGGI
                       COMPUTE WS-GIORNI-ATTESA =
                               WS-SERIALE-OGGI - WS-CD-SERIALE
                   END-IF
               END-IF
           END-IF.
       FINE-CALCOLA-ATTESA.
            EXIT.
      *
       CALCOLA-SERIALE.
      **************************************************************
      * TRASFORMA LA DATA AAAAMMGG IN UN NUMERO DI GIORNO           *
      * PROGRESSIVO (ANNI*365 + BISESTILI + GIORNI TRASCORSI NEL    *
      * MESE), SUFFICIENTE PER CONTARE I GIORNI DI ATTESA.          *
      **************************************************************
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
       CHIUSURA.
      **************************************************************
      * RISCRIVE IL REGISTRO CON LE DECISIONI PRESE; SE IL          *
      * CARICAMENTO ERA INCOMPLETO NON SI RISCRIVE PER NON PERDERE  *
      * RIGHE.                                                      *
      **************************************************************
           PERFORM RISCRIVI-DUPREG THRU FINE-RISCRIVI-DUPREG.
           PERFORM CONTA-ESITI THRU FINE-CONTA-ESITI.
           DISPLAY 'DOPPIONI ANCORA IN ATTESA: ' WS-CONTA-ATTESA.
       FINE-CHIUSURA.
            EXIT.
      *
       CARICA-DUPREG.
      **************************************************************
      * CARICA IN TABELLA IL REGISTRO DEI DOPPIONI DEVIATI. SE LA   *
      * TABELLA SI RIEMPIE IL REGISTRO NON SI RISCRIVE, PER NON     *
      * PERDERE LE RIGHE RIMASTE FUORI.                             *
      **************************************************************
           MOVE ZERO TO WS-NUM-DUPREG.
           MOVE 'N'  TO WS-DUPREG-EOF.
           MOVE 'N'  TO WS-DUPREG-PARZIALE.
           MOVE 'N'  TO WS-DUPREG-MODIFICATO.
           OPEN INPUT DUPREG.
           IF WS-DUPREG-STATUS = '00'
               PERFORM LEGGI-DUPREG THRU FINE-LEGGI-DUPREG
                    UNTIL WS-DUPREG-EOF = 'S'
           END-IF.
           CLOSE DUPREG.
       FINE-CARICA-DUPREG.
            EXIT.
      *
       LEGGI-DUPREG.
           READ DUPREG INTO RIGA-DUPREG AT END
                MOVE 'S' TO WS-DUPREG-EOF
                NOT AT END
                     IF WS-NUM-DUPREG < WS-MAX-DUPREG
                         ADD 1 TO WS-NUM-DUPREG
                         SET IND-DUPREG TO WS-NUM-DUPREG
                         MOVE DPR-ID         TO TD-ID(IND-DUPREG)
                         MOVE DPR-ID-ORIGINE
                              TO TD-ID-ORIGINE(IND-DUPREG)
                         MOVE DPR-NOME       TO TD-NOME(IND-DUPREG)
                         MOVE DPR-COGNOME    TO TD-COGNOME(IND-DUPREG)
                         MOVE DPR-CITTA      TO TD-CITTA(IND-DUPREG)
                         MOVE DPR-PRIMA-VISTA
                              TO TD-PRIMA-VISTA(IND-DUPREG)
                         MOVE DPR-ULTIMA-VISTA
                              TO TD-ULTIMA-VISTA(IND-DUPREG)
                         MOVE DPR-ESITO      TO TD-ESITO(IND-DUPREG)
                         MOVE DPR-DATA-ESITO
                              TO TD-DATA-ESITO(IND-DUPREG)
                         MOVE DPR-SIGLA      TO TD-SIGLA(IND-DUPREG)
                     ELSE
                         MOVE 'S' TO WS-DUPREG-PARZIALE
                         MOVE 'S' TO WS-DUPREG-EOF
                     END-IF
           END-READ.
       FINE-LEGGI-DUPREG.
            EXIT.
      *
       CERCA-DUPREG.
      **************************************************************
      * CERCA IN TABELLA L'ID IN DPR-ID: ESITO IN WS-DUPREG-TROVATO *
      * E POSIZIONE IN WS-DUPREG-RIGA.                              *
      **************************************************************
           MOVE 'N'  TO WS-DUPREG-TROVATO.
           MOVE ZERO TO WS-DUPREG-RIGA.
           SET IND-DUPREG TO 1.
           PERFORM CONFRONTA-DUPREG THRU FINE-CONFRONTA-DUPREG
                UNTIL IND-DUPREG > WS-NUM-DUPREG
                   OR WS-DUPREG-TROVATO = 'S'.
       FINE-CERCA-DUPREG.
            EXIT.
      *
       CONFRONTA-DUPREG.
           IF TD-ID(IND-DUPREG) = DPR-ID
               MOVE 'S' TO WS-DUPREG-TROVATO
               SET WS-DUPREG-RIGA TO IND-DUPREG
           END-IF.
           SET IND-DUPREG UP BY 1.
       FINE-CONFRONTA-DUPREG.
            EXIT.
      *
       RISCRIVI-DUPREG.
           IF WS-DUPREG-MODIFICATO = 'S'
               IF WS-DUPREG-PARZIALE = 'S'
                   DISPLAY 'REGISTRO DOPPIONI INCOMPLETO IN TABELLA:'
                           ' NON RISCRITTO'
               ELSE
                   OPEN OUTPUT DUPREG
                   PERFORM SCRIVI-UNA-DUPREG
                      THRU FINE-SCRIVI-UNA-DUPREG
                        VARYING IND-DUPREG FROM 1 BY 1
                        UNTIL IND-DUPREG > WS-NUM-DUPREG
                   CLOSE DUPREG
               END-IF
           END-IF.
       FINE-RISCRIVI-DUPREG.
            EXIT.
      *
       SCRIVI-UNA-DUPREG.
           MOVE TD-ID(IND-DUPREG)           TO DPR-ID.
           MOVE TD-ID-ORIGINE(IND-DUPREG)   TO DPR-ID-ORIGINE.
           MOVE TD-NOME(IND-DUPREG)         TO DPR-NOME.
           MOVE TD-COGNOME(IND-DUPREG)      TO DPR-COGNOME.
           MOVE TD-CITTA(IND-DUPREG)        TO DPR-CITTA.
           MOVE TD-PRIMA-VISTA(IND-DUPREG)  TO DPR-PRIMA-VISTA.
           MOVE TD-ULTIMA-VISTA(IND-DUPREG) TO DPR-ULTIMA-VISTA.
           MOVE TD-ESITO(IND-DUPREG)        TO DPR-ESITO.
           MOVE TD-DATA-ESITO(IND-DUPREG)   TO DPR-DATA-ESITO.
           MOVE TD-SIGLA(IND-DUPREG)        TO DPR-SIGLA.
           WRITE REC-DUPREG FROM RIGA-DUPREG.
       FINE-SCRIVI-UNA-DUPREG.
            EXIT.
      *
