       IDENTIFICATION DIVISION.
       PROGRAM-ID. DERIVA.
       AUTHOR. LUCIO
       DATE-WRITTEN. 3/9/2026
      * DERIVAZIONE NOTTURNA DEI FILE PIATTI DAL MASTER UNICO:
      * ANAGR.IDX E' L'UNICO ARCHIVIO DI RIFERIMENTO DELLE PERSONE
      * E ANAGR.TXT E ANAGRA.TXT NE SONO SOLO COPIE, RIGENERATE IN
      * TESTA ALLA CATENA CON LA VERSIONE IN VIGORE ALLA DATA DELLA
      * NOTTE DI OGNI PERSONA (L'ULTIMA CON DECORRENZA NON
      * SUCCESSIVA A OGGI). LE VERSIONI CON DECORRENZA FUTURA NON
      * ENTRANO NELLE COPIE FINCHE' NON MATURANO. IL REPORT DI
      * QUADRATURA MOSTRA CHE PERSONE SUL MASTER, RECORD SCRITTI
      * SU ANAGR.TXT E RECORD SCRITTI SU ANAGRA.TXT COINCIDONO:
      * UNA DIFFERENZA E' UN'ECCEZIONE GRAVE E FERMA LA NOTTE.
      * CON IL MASTER ASSENTE O VUOTO LE COPIE NON SI TOCCANO.
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER ANAGRAFICA INDICIZZATO VERSIONATO, UNICO RIFERIMENTO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * COPIA PIATTA PER LA CATENA (INGRESSO DI TABORD E COMPAGNI)

           SELECT ANAGRF ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGR-STATUS.
      * COPIA PIATTA CONSOLIDATA (INGRESSO DI COPYING E PREVOLO)

           SELECT ANAGRAF2 ASSIGN TO 'ANAGRA.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGRA-STATUS.
      * REPORT DI QUADRATURA DELLA DERIVAZIONE

           SELECT REPORTF ASSIGN TO 'DERIVA-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 IDX-CHIAVE.
             10 IDX-ID       PIC 9(5).
             10 IDX-DATA-EFF PIC 9(8).
          05 IDX-NOME      PIC X(10).
          05 IDX-COGNOME   PIC X(10).
          05 IDX-ANNI      PIC 999.
          05 IDX-CITTA     PIC X(10).
          05 IDX-FILIALE   PIC 9(4).
          05 IDX-ANNO-NASC PIC 9(4).
          05 IDX-STATO     PIC X.
          05 IDX-STATO-DATA PIC 9(8).
          05 IDX-COD-FISCALE PIC X(16).

       FD   ANAGRF
            DATA RECORD IS REC-ANAGRF.
       01 REC-ANAGRF  PIC X(71).

       FD   ANAGRAF2
            DATA RECORD IS REC-ANAGRAF2.
       01 REC-ANAGRAF2  PIC X(71).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       COPY ANAGRAF.

       01   WS-IDX-STATUS     PIC XX.
       01   WS-ANAGR-STATUS   PIC XX.
       01   WS-ANAGRA-STATUS  PIC XX.

      ************************************************************
      *      SCORRIMENTO DEL MASTER: IL FILE E' IN ORDINE DI        *
      *      CODICE + DECORRENZA, QUINDI LE VERSIONI DI UNA PERSONA *
      *      ARRIVANO CONSECUTIVE E L'ULTIMA IN VIGORE E' QUELLA    *
      *      TENUTA AL CAMBIO DI CODICE.                            *
      ************************************************************
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-VIGENTE-TROVATA   PIC X VALUE 'N'.
       01 WS-DATA-OGGI         PIC 9(8) VALUE 0.
       01 WS-VERSIONE-VIGENTE  PIC X(79) VALUE SPACES.
       01 WS-VIGENTE REDEFINES WS-VERSIONE-VIGENTE.
            05 VG-ID           PIC 9(5).
            05 VG-DATA-EFF     PIC 9(8).
            05 VG-NOME         PIC X(10).
            05 VG-COGNOME      PIC X(10).
            05 VG-ANNI         PIC 999.
            05 VG-CITTA        PIC X(10).
            05 VG-FILIALE      PIC 9(4).
            05 VG-ANNO-NASC    PIC 9(4).
            05 VG-STATO        PIC X.
            05 VG-STATO-DATA   PIC 9(8).
            05 VG-COD-FISCALE  PIC X(16).

      ************************************************************
      *           CONTATORI DI QUADRATURA                          *
      ************************************************************
       01 WS-CONTA-VERSIONI    PIC 9(6) VALUE 0.
       01 WS-CONTA-FUTURE      PIC 9(6) VALUE 0.
       01 WS-CONTA-PERSONE     PIC 9(6) VALUE 0.
       01 WS-CONTA-NON-VIGENTI PIC 9(6) VALUE 0.
       01 WS-CONTA-ATTESI      PIC 9(6) VALUE 0.
       01 WS-SCRITTI-ANAGR     PIC 9(6) VALUE 0.
       01 WS-SCRITTI-ANAGRA    PIC 9(6) VALUE 0.
       01 WS-QUADRATURA        PIC X VALUE 'S'.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(24) VALUE
               'DERIVAZIONE FILE PIATTI'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(22).
            05 RC-VALORE         PIC ZZZZZ9.

       01 RIGA-VERDETTO.
            05 FILLER            PIC X(22) VALUE 'QUADRATURA:'.
            05 RV-VERDETTO       PIC X(12).

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = COPIE DERIVATE E QUADRATE                              *
      * 4 = COPIE DERIVATE, PERSONE SENZA VERSIONE IN VIGORE       *
      * 8 = MASTER ASSENTE O VUOTO, O COPIE NON QUADRATE           *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS         PIC XX.
       01 WS-ORA-ESECUZIONE.
            05 WS-ORE            PIC 99.
            05 WS-MIN            PIC 99.
            05 WS-SEC            PIC 99.
            05 WS-CENT           PIC 99.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM APERTURA THRU FINE-APERTURA.
            IF WS-RETURN-CODE NOT = 8
                PERFORM ELABORA THRU FINE-ELABORA
                     UNTIL WS-IDX-EOF = 'S'
                IF WS-PRIMA-VERSIONE = 'N'
                    PERFORM CHIUDI-PERSONA THRU FINE-CHIUDI-PERSONA
                END-IF
                PERFORM CHIUSURA THRU FINE-CHIUSURA
                PERFORM VERIFICA-QUADRATURA
                   THRU FINE-VERIFICA-QUADRATURA
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-VERSIONI TO GIO-LETTI.
            MOVE WS-SCRITTI-ANAGR  TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE    TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       APERTURA.
      **************************************************************
      * LE COPIE PIATTE SI APRONO IN SCRITTURA SOLO DOPO AVER       *
      * VERIFICATO CHE IL MASTER C'E' E NON E' VUOTO: UNA NOTTE     *
      * SENZA ANAGR.IDX NON DEVE AZZERARE I FILE DEL GIORNO PRIMA.  *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-IDX-EOF.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'FILE ANAGR.IDX NON TROVATO: COPIE NON DERIVATE'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'APERTURA'    TO ECC-PARAGRAFO
               MOVE SPACES        TO ECC-CHIAVE
               MOVE 'FILE ANAGR.IDX NON TROVATO' TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           ELSE
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-IDX-EOF
               END-START
               IF WS-IDX-EOF = 'S'
                   CLOSE IDXF
                   DISPLAY 'MASTER ANAGR.IDX VUOTO: COPIE NON DERIVATE'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'APERTURA'    TO ECC-PARAGRAFO
                   MOVE SPACES        TO ECC-CHIAVE
                   MOVE 'MASTER ANAGR.IDX VUOTO' TO ECC-DESCRIZIONE
                   MOVE 'G' TO ECC-SEVERITA
                   PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               ELSE
                   OPEN OUTPUT ANAGRF
                   OPEN OUTPUT ANAGRAF2
               END-IF
           END-IF.
       FINE-APERTURA.
            EXIT.
      *
       ELABORA.
      **************************************************************
      * AL CAMBIO DI CODICE SI CHIUDE LA PERSONA PRECEDENTE; DI     *
      * OGNI PERSONA SI TIENE L'ULTIMA VERSIONE CON DECORRENZA NON  *
      * SUCCESSIVA A OGGI, LE ALTRE SI CONTANO COME FUTURE.         *
      **************************************************************
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-VERSIONI
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-PREC
                         PERFORM CHIUDI-PERSONA
                            THRU FINE-CHIUDI-PERSONA
                     END-IF
                     IF WS-PRIMA-VERSIONE = 'S'
                             OR IDX-ID NOT = WS-ID-PREC
                         ADD 1 TO WS-CONTA-PERSONE
                         MOVE 'N' TO WS-VIGENTE-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-PREC
                     IF IDX-DATA-EFF > WS-DATA-OGGI
                         ADD 1 TO WS-CONTA-FUTURE
                     ELSE
                         MOVE REC-IDXF TO WS-VERSIONE-VIGENTE
                         MOVE 'S'      TO WS-VIGENTE-TROVATA
                     END-IF
           END-READ.
       FINE-ELABORA.
            EXIT.
      *
       CHIUDI-PERSONA.
           IF WS-VIGENTE-TROVATA = 'N'
               ADD 1 TO WS-CONTA-NON-VIGENTI
               MOVE 'CHIUDI-PERSONA' TO ECC-PARAGRAFO
               MOVE WS-ID-PREC       TO ECC-CHIAVE
               MOVE 'PERSONA SENZA VERSIONE IN VIGORE'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE VG-NOME        TO NOME
               MOVE VG-COGNOME     TO COGNOME
               MOVE VG-ANNI        TO ANNI
               MOVE VG-CITTA       TO CITTA
               MOVE VG-ID          TO ID-PERSONA
               MOVE VG-FILIALE     TO COD-FILIALE
               MOVE VG-ANNO-NASC   TO ANNO-NASC
               MOVE VG-STATO       TO STATO
               MOVE VG-STATO-DATA  TO STATO-DATA
               MOVE VG-COD-FISCALE TO COD-FISCALE
               WRITE REC-ANAGRF FROM WS-PRIMOF
               IF WS-ANAGR-STATUS = '00'
                   ADD 1 TO WS-SCRITTI-ANAGR
               END-IF
               WRITE REC-ANAGRAF2 FROM WS-PRIMOF
               IF WS-ANAGRA-STATUS = '00'
                   ADD 1 TO WS-SCRITTI-ANAGRA
               END-IF
           END-IF.
       FINE-CHIUDI-PERSONA.
            EXIT.
      *
       CHIUSURA.
           CLOSE IDXF.
           CLOSE ANAGRF.
           CLOSE ANAGRAF2.
       FINE-CHIUSURA.
            EXIT.
      *
       VERIFICA-QUADRATURA.
      **************************************************************
      * PERSONE SUL MASTER MENO QUELLE SENZA VERSIONE IN VIGORE     *
      * DEVONO ESSERE ESATTAMENTE I RECORD SCRITTI SU CIASCUNA      *
      * DELLE DUE COPIE: ALTRIMENTI LA NOTTE SI FERMA QUI.          *
      **************************************************************
           COMPUTE WS-CONTA-ATTESI =
                   WS-CONTA-PERSONE - WS-CONTA-NON-VIGENTI.
           MOVE 'S' TO WS-QUADRATURA.
           IF WS-SCRITTI-ANAGR NOT = WS-CONTA-ATTESI
               MOVE 'N' TO WS-QUADRATURA
               MOVE 'VERIFICA-QUADRATURA' TO ECC-PARAGRAFO
               MOVE 'ANAGR.TXT'           TO ECC-CHIAVE
               MOVE 'COPIA ANAGR.TXT NON QUADRA CON IL MASTER'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF WS-SCRITTI-ANAGRA NOT = WS-CONTA-ATTESI
               MOVE 'N' TO WS-QUADRATURA
               MOVE 'VERIFICA-QUADRATURA' TO ECC-PARAGRAFO
               MOVE 'ANAGRA.TXT'          TO ECC-CHIAVE
               MOVE 'COPIA ANAGRA.TXT NON QUADRA CON IL MASTER'
                    TO ECC-DESCRIZIONE
               MOVE 'G' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
           END-IF.
           IF WS-QUADRATURA = 'N'
               DISPLAY 'COPIE PIATTE NON QUADRATE CON ANAGR.IDX'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       FINE-VERIFICA-QUADRATURA.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM INTESTAZIONE-REPORT.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.

           MOVE 'VERSIONI SUL MASTER   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-VERSIONI        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'DI CUI FUTURE         ' TO RC-ETICHETTA.
           MOVE WS-CONTA-FUTURE          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'PERSONE SUL MASTER    ' TO RC-ETICHETTA.
           MOVE WS-CONTA-PERSONE         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'SENZA VERSIONE VIGENTE' TO RC-ETICHETTA.
           MOVE WS-CONTA-NON-VIGENTI     TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'PERSONE DA DERIVARE   ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ATTESI          TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'SCRITTI SU ANAGR.TXT  ' TO RC-ETICHETTA.
           MOVE WS-SCRITTI-ANAGR         TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.
           MOVE 'SCRITTI SU ANAGRA.TXT ' TO RC-ETICHETTA.
           MOVE WS-SCRITTI-ANAGRA        TO RC-VALORE.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-CONTEGGIO.

           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF.
           IF WS-QUADRATURA = 'S'
               MOVE 'REGOLARE'     TO RV-VERDETTO
           ELSE
               MOVE 'DIFFERENZE'   TO RV-VERDETTO
           END-IF.
           MOVE SPACES TO REC-REPORTF.
           WRITE REC-REPORTF FROM RIGA-VERDETTO.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'DERIVA  ' TO GIO-PROGRAMMA.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'DERIVA'     TO ECC-PROGRAMMA.

           IF ECC-SEVERITA NOT = 'G' AND ECC-SEVERITA NOT = 'A'
                   AND ECC-SEVERITA NOT = 'I'
               MOVE 'A' TO ECC-SEVERITA
           END-IF.
           MOVE SPACES TO ECC-ACK-SIGLA.

           OPEN EXTEND ECCEZIONI.
           IF WS-ECC-STATUS NOT = '00'
               OPEN OUTPUT ECCEZIONI
           END-IF.
           WRITE REC-ECCEZIONE FROM RIGA-ECCEZIONE.
           CLOSE ECCEZIONI.
           MOVE SPACE TO ECC-SEVERITA.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
