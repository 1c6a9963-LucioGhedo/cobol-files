       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCAL.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * GENERA UN ANNO INTERO DI CALENDARIO.TXT PER CATENA: UNA
      * RIGA PER GIORNO CON DATA, TIPO (L = LAVORATIVO, F =
      * FESTIVO) E FINE MESE (S SULL'ULTIMO GIORNO LAVORATIVO DI
      * OGNI MESE). SONO FESTIVI I SABATI, LE DOMENICHE, LE FESTE
      * NAZIONALI, PASQUA E LUNEDI' DELL'ANGELO (CALCOLATI) E IL
      * SANTO PATRONO DA PARAMETRO. STAMPA L'ELENCO DEI GIORNI NON
      * LAVORATIVI E DEI FINE MESE PER LA REVISIONE.
      * LE RIGHE DEGLI ALTRI ANNI GIA' IN CALENDARIO.TXT SI
      * CONSERVANO (SALVO QUELLE DEGLI ANNI PASSATI); UN ANNO GIA'
      * INIZIATO CHE E' GIA' IN CALENDARIO NON SI RIGENERA.
      * PARAMETRI IN GENCAL-PARAM.TXT:
      *   ANNO       AAAA   ANNO DA GENERARE (DEFAULT: IL PROSSIMO)
      *   PATRONO    GGMM   GIORNO DEL SANTO PATRONO LOCALE
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: ANNO E SANTO PATRONO

           SELECT OPTIONAL PARAMF ASSIGN TO 'GENCAL-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * CALENDARIO DI ELABORAZIONE LETTO DA CATENA

           SELECT OPTIONAL CALENDARIO ASSIGN TO 'CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.
      * OPERATORE COLLEGATO ALLA CONSOLLE (SCRITTO DA CONSOLLE)

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * OUTPUT FILE

           SELECT REPORTF  ASSIGN TO 'GENCAL-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(10).

       FD   CALENDARIO
            DATA RECORD IS REC-CALENDARIO.
       01 REC-CALENDARIO.
          05 CAL-DATA       PIC 9(8).
          05 FILLER         PIC X.
          05 CAL-TIPO       PIC X.
          05 FILLER         PIC X.
          05 CAL-FINEMESE   PIC X.

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS      PIC XX.
       01 WS-CAL-STATUS        PIC XX.
       01 WS-OPER-STATUS       PIC XX.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-CAL-EOF           PIC X VALUE 'N'.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *      ANNO DA GENERARE E SANTO PATRONO (DA PARAMETRI)        *
      ************************************************************
       01 WS-DATA-OGGI.
            05 WS-OGGI-ANNO      PIC 9999.
            05 WS-OGGI-MESE      PIC 99.
            05 WS-OGGI-GIORNO    PIC 99.
       01 WS-ANNO-CAL          PIC 9999 VALUE 0.
       01 WS-PATRONO.
            05 WS-PATRONO-GG     PIC 99 VALUE 0.
            05 WS-PATRONO-MM     PIC 99 VALUE 0.
       01 WS-PATRONO-X REDEFINES WS-PATRONO PIC X(4).
       01 WS-PATRONO-MODE      PIC X VALUE 'N'.

      ************************************************************
      *      RIGHE DEGLI ALTRI ANNI GIA' IN CALENDARIO.TXT, DA      *
      *      RISCRIVERE INTORNO ALL'ANNO GENERATO                   *
      ************************************************************
       01 WS-MAX-CONSERVATE    PIC 9(4) VALUE 2000.
       01 TAB-CONSERVATE.
            05 CONSERVATA-TAB OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-CONSERVATE
               INDEXED BY IND-CONS.
               10 CS-RIGA          PIC X(12).
               10 CS-RIGA-R REDEFINES CS-RIGA.
                  15 CS-ANNO       PIC 9999.
                  15 FILLER        PIC X(8).
       01 WS-NUM-CONSERVATE    PIC 9(4) VALUE 0.
       01 WS-CONTA-SCARTATE    PIC 9(4) VALUE 0.
       01 WS-ANNO-PRESENTE     PIC X VALUE 'N'.
       01 WS-CONSERVATE-PIENE  PIC X VALUE 'N'.

      ************************************************************
      *      GIORNI DELL'ANNO GENERATO                              *
      ************************************************************
      *      GG-DOW: 0 = DOMENICA ... 6 = SABATO
       01 TAB-GIORNI.
            05 GIORNO-TAB OCCURS 366 TIMES INDEXED BY IND-GG.
               10 GG-DATA.
                  15 GG-ANNO       PIC 9999.
                  15 GG-MESE       PIC 99.
                  15 GG-GIORNO     PIC 99.
               10 GG-DOW           PIC 9.
               10 GG-TIPO          PIC X.
               10 GG-FINEMESE      PIC X.
               10 GG-MOTIVO        PIC X(22).
       01 WS-NUM-GIORNI        PIC 999 VALUE 0.
       01 WS-IX-GG             PIC 999 VALUE 0.
       01 WS-IX-MESE           PIC 99 VALUE 0.
       01 WS-IX-GIORNO         PIC 99 VALUE 0.
       01 WS-DOW               PIC 9 VALUE 0.

      *      LUNGHEZZA DEI MESI (FEBBRAIO CORRETTO PER I BISESTILI)
       01 WS-LUNGHEZZE-MESI.
            05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 TAB-LUNGHEZZE-MESI REDEFINES WS-LUNGHEZZE-MESI.
            05 LM-GIORNI OCCURS 12 TIMES PIC 99.
       01 WS-GIORNI-MESE       PIC 99 VALUE 0.
       01 WS-BISESTILE         PIC X VALUE 'N'.

      *      ULTIMO GIORNO LAVORATIVO DI OGNI MESE (INDICE IN TABELLA)
       01 TAB-FINE-MESE.
            05 FM-ULTIMO-LAV OCCURS 12 TIMES PIC 999.

      ************************************************************
      *      FESTE NAZIONALI A DATA FISSA (MMGG E NOME)             *
      ************************************************************
       01 WS-FESTE-FISSE.
            05 FILLER PIC X(26) VALUE '0101CAPODANNO'.
            05 FILLER PIC X(26) VALUE '0106EPIFANIA'.
            05 FILLER PIC X(26) VALUE '0425LIBERAZIONE'.
            05 FILLER PIC X(26) VALUE '0501FESTA DEL LAVORO'.
            05 FILLER PIC X(26) VALUE '0602FESTA DELLA REPUBBLICA'.
            05 FILLER PIC X(26) VALUE '0815FERRAGOSTO'.
            05 FILLER PIC X(26) VALUE '1101OGNISSANTI'.
            05 FILLER PIC X(26) VALUE '1208IMMACOLATA'.
            05 FILLER PIC X(26) VALUE '1225NATALE'.
            05 FILLER PIC X(26) VALUE '1226SANTO STEFANO'.
       01 TAB-FESTE-FISSE REDEFINES WS-FESTE-FISSE.
            05 FESTA-FISSA OCCURS 10 TIMES.
               10 FF-MESE          PIC 99.
               10 FF-GIORNO        PIC 99.
               10 FF-NOME          PIC X(22).
       01 WS-NUM-FESTE         PIC 99 VALUE 10.
       01 WS-IX-FESTA          PIC 99 VALUE 0.

      *      FESTA DA SEGNARE SULLA TABELLA DEI GIORNI
       01 WS-FESTA-MESE        PIC 99 VALUE 0.
       01 WS-FESTA-GIORNO      PIC 99 VALUE 0.
       01 WS-FESTA-NOME        PIC X(22) VALUE SPACES.
       01 WS-FESTA-INDICE      PIC 999 VALUE 0.

      *      NOMI DEI GIORNI DELLA SETTIMANA (DA DOMENICA)
       01 WS-NOMI-GIORNI.
            05 FILLER PIC X(9) VALUE 'DOMENICA'.
            05 FILLER PIC X(9) VALUE 'LUNEDI'.
            05 FILLER PIC X(9) VALUE 'MARTEDI'.
            05 FILLER PIC X(9) VALUE 'MERCOLEDI'.
            05 FILLER PIC X(9) VALUE 'GIOVEDI'.
            05 FILLER PIC X(9) VALUE 'VENERDI'.
            05 FILLER PIC X(9) VALUE 'SABATO'.
       01 TAB-NOMI-GIORNI REDEFINES WS-NOMI-GIORNI.
            05 NG-NOME OCCURS 7 TIMES PIC X(9).

      ************************************************************
      *      CALCOLO DELLA PASQUA (ALGORITMO GREGORIANO ANONIMO)    *
      *      E DEL GIORNO DELLA SETTIMANA DEL PRIMO GENNAIO         *
      ************************************************************
       01 WS-PA-A              PIC S9(5) VALUE 0.
       01 WS-PA-B              PIC S9(5) VALUE 0.
       01 WS-PA-C              PIC S9(5) VALUE 0.
       01 WS-PA-D              PIC S9(5) VALUE 0.
       01 WS-PA-E              PIC S9(5) VALUE 0.
       01 WS-PA-F              PIC S9(5) VALUE 0.
       01 WS-PA-G              PIC S9(5) VALUE 0.
       01 WS-PA-H              PIC S9(5) VALUE 0.
       01 WS-PA-I              PIC S9(5) VALUE 0.
       01 WS-PA-K              PIC S9(5) VALUE 0.
       01 WS-PA-L              PIC S9(5) VALUE 0.
       01 WS-PA-M              PIC S9(5) VALUE 0.
       01 WS-PA-N              PIC S9(5) VALUE 0.
       01 WS-PA-QUOZIENTE      PIC S9(7) VALUE 0.
       01 WS-PASQUA-MESE       PIC 99 VALUE 0.
       01 WS-PASQUA-GIORNO     PIC 99 VALUE 0.
       01 WS-PASQUA-INDICE     PIC 999 VALUE 0.
       01 WS-ANNO-PREC         PIC 9999 VALUE 0.
       01 WS-RESTO-4           PIC 9(4) VALUE 0.
       01 WS-RESTO-100         PIC 9(4) VALUE 0.
       01 WS-RESTO-400         PIC 9(4) VALUE 0.

      ************************************************************
      *           CONTATORI PER IL REPORT                           *
      ************************************************************
       01 WS-CONTA-LAVORATIVI  PIC 999 VALUE 0.
       01 WS-CONTA-FESTIVI     PIC 999 VALUE 0.
       01 WS-CONTA-INFRASETT   PIC 999 VALUE 0.

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
               'CALENDARIO ELABORAZIONE'.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-COLONNE.
            05 FILLER            PIC X(12) VALUE 'DATA'.
            05 FILLER            PIC X(11) VALUE 'GIORNO'.
            05 FILLER            PIC X(22) VALUE 'MOTIVO'.

       01 RIGA-ANNO.
            05 FILLER            PIC X(16) VALUE 'ANNO GENERATO   '.
            05 RA-ANNO           PIC 9999.
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RA-PATRONO        PIC X(40).

       01 RIGA-GIORNO.
            05 RG-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RG-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 RG-AAAA           PIC 9999.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RG-NOME           PIC X(9).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RG-MOTIVO         PIC X(22).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(30).
            05 RC-VALORE         PIC ZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ANNO GENERATO                                          *
      * 4 = ANNO GENERATO SENZA SANTO PATRONO                      *
      * 8 = ANNO GIA' INIZIATO E GIA' IN CALENDARIO, O CALENDARIO  *
      *     ESISTENTE TROPPO GRANDE: NIENTE E' STATO RISCRITTO     *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.

            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-CALENDARIO THRU FINE-LEGGI-CALENDARIO.
            IF WS-ANNO-PRESENTE = 'S'
                    AND WS-ANNO-CAL NOT > WS-OGGI-ANNO
                DISPLAY 'ANNO ' WS-ANNO-CAL ' GIA INIZIATO E GIA IN'
                        ' CALENDARIO.TXT: NON SI RIGENERA'
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            IF WS-CONSERVATE-PIENE = 'S'
                DISPLAY 'CALENDARIO.TXT OLTRE ' WS-MAX-CONSERVATE
                        ' RIGHE: NON SI RISCRIVE'
                MOVE 8 TO WS-RETURN-CODE
            END-IF.

            IF WS-RETURN-CODE < 8
                PERFORM GENERA-ANNO THRU FINE-GENERA-ANNO
                PERFORM SCRIVI-CALENDARIO THRU FINE-SCRIVI-CALENDARIO
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-NUM-CONSERVATE TO GIO-LETTI.
            MOVE WS-NUM-GIORNI TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            DISPLAY 'ANNO ' WS-ANNO-CAL ' GIORNI SCRITTI: '
                    WS-NUM-GIORNI ' NON LAVORATIVI: ' WS-CONTA-FESTIVI.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
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
       LEGGI-PARAMETRI.
      **************************************************************
      * SENZA ANNO SI GENERA IL PROSSIMO: E' IL GIRO DI DICEMBRE.   *
      * SENZA SANTO PATRONO L'ANNO SI GENERA LO STESSO E IL GIRO    *
      * CHIUDE A 4, PERCHE' QUEL GIORNO RISULTEREBBE LAVORATIVO.    *
      **************************************************************
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           COMPUTE WS-ANNO-CAL = WS-OGGI-ANNO + 1.
           MOVE 'N' TO WS-PATRONO-MODE.

           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               MOVE 'N' TO WS-PARAM-EOF
               PERFORM LEGGI-UN-PARAMETRO
                  THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.

           IF WS-PATRONO-MODE = 'N'
               DISPLAY 'SANTO PATRONO NON INDICATO IN GENCAL-PARAM.TXT'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     PERFORM CLASSIFICA-PARAMETRO
                        THRU FINE-CLASSIFICA-PARAMETRO
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       CLASSIFICA-PARAMETRO.
           IF PAR-CHIAVE = 'ANNO      '
                   AND PAR-VALORE(1:4) IS NUMERIC
                   AND PAR-VALORE(1:4) > '1900'
               MOVE PAR-VALORE(1:4) TO WS-ANNO-CAL
           END-IF.
           IF PAR-CHIAVE = 'PATRONO   '
                   AND PAR-VALORE(1:4) IS NUMERIC
               MOVE PAR-VALORE(1:4) TO WS-PATRONO-X
               IF WS-PATRONO-MM > ZERO AND WS-PATRONO-MM < 13
                       AND WS-PATRONO-GG > ZERO
                       AND WS-PATRONO-GG NOT > LM-GIORNI(WS-PATRONO-MM)
                   MOVE 'S' TO WS-PATRONO-MODE
               ELSE
                   DISPLAY 'PATRONO NON VALIDO: ' PAR-VALORE
               END-IF
           END-IF.
       FINE-CLASSIFICA-PARAMETRO.
            EXIT.
      *
       LEGGI-CALENDARIO.
      **************************************************************
      * CONSERVA LE RIGHE DEGLI ALTRI ANNI DALL'ANNO IN CORSO IN    *
      * POI (QUELLE DEGLI ANNI PASSATI A CATENA NON SERVONO PIU') E *
      * SEGNALA SE L'ANNO DA GENERARE C'E' GIA'.                    *
      **************************************************************
           MOVE ZERO TO WS-NUM-CONSERVATE WS-CONTA-SCARTATE.
           MOVE 'N' TO WS-ANNO-PRESENTE WS-CONSERVATE-PIENE.
           OPEN INPUT CALENDARIO.
           IF WS-CAL-STATUS = '00'
               MOVE 'N' TO WS-CAL-EOF
               PERFORM LEGGI-RIGA-CALENDARIO
                  THRU FINE-LEGGI-RIGA-CALENDARIO
                    UNTIL WS-CAL-EOF = 'S'
           END-IF.
           CLOSE CALENDARIO.
       FINE-LEGGI-CALENDARIO.
            EXIT.
      *
       LEGGI-RIGA-CALENDARIO.
           READ CALENDARIO AT END
                MOVE 'S' TO WS-CAL-EOF
                NOT AT END
                     IF CAL-DATA IS NOT NUMERIC
                         ADD 1 TO WS-CONTA-SCARTATE
                     ELSE
                     IF CAL-DATA(1:4) = WS-ANNO-CAL
                         MOVE 'S' TO WS-ANNO-PRESENTE
                     ELSE
                     IF CAL-DATA(1:4) < WS-OGGI-ANNO
                         ADD 1 TO WS-CONTA-SCARTATE
                     ELSE
                     IF WS-NUM-CONSERVATE < WS-MAX-CONSERVATE
                         ADD 1 TO WS-NUM-CONSERVATE
                         MOVE REC-CALENDARIO
                              TO CS-RIGA(WS-NUM-CONSERVATE)
                     ELSE
                         MOVE 'S' TO WS-CONSERVATE-PIENE
                     END-IF
                     END-IF
                     END-IF
                     END-IF
           END-READ.
       FINE-LEGGI-RIGA-CALENDARIO.
            EXIT.
      *
       GENERA-ANNO.
      **************************************************************
      * UNA RIGA PER GIORNO DELL'ANNO, CON IL GIORNO DELLA          *
      * SETTIMANA A PARTIRE DA QUELLO DEL PRIMO GENNAIO; SABATI E   *
      * DOMENICHE FESTIVI, POI LE FESTE, POI I FINE MESE SULL'ANNO  *
      * GIA' COMPLETO DI FESTE.                                     *
      **************************************************************
           PERFORM CALCOLA-BISESTILE THRU FINE-CALCOLA-BISESTILE.
           PERFORM CALCOLA-PRIMO-GENNAIO
              THRU FINE-CALCOLA-PRIMO-GENNAIO.
           MOVE ZERO TO WS-NUM-GIORNI.
           PERFORM GENERA-MESE THRU FINE-GENERA-MESE
                VARYING WS-IX-MESE FROM 1 BY 1
                UNTIL WS-IX-MESE > 12.

           PERFORM SEGNA-FESTA-FISSA THRU FINE-SEGNA-FESTA-FISSA
                VARYING WS-IX-FESTA FROM 1 BY 1
                UNTIL WS-IX-FESTA > WS-NUM-FESTE.

           PERFORM CALCOLA-PASQUA THRU FINE-CALCOLA-PASQUA.
           MOVE WS-PASQUA-MESE   TO WS-FESTA-MESE.
           MOVE WS-PASQUA-GIORNO TO WS-FESTA-GIORNO.
           MOVE 'PASQUA'         TO WS-FESTA-NOME.
           PERFORM SEGNA-FESTA THRU FINE-SEGNA-FESTA.
           COMPUTE WS-PASQUA-INDICE = WS-FESTA-INDICE + 1.
           MOVE GG-MESE(WS-PASQUA-INDICE)   TO WS-FESTA-MESE.
           MOVE GG-GIORNO(WS-PASQUA-INDICE) TO WS-FESTA-GIORNO.
           MOVE 'LUNEDI DELL''ANGELO'       TO WS-FESTA-NOME.
           PERFORM SEGNA-FESTA THRU FINE-SEGNA-FESTA.

           IF WS-PATRONO-MODE = 'S'
               MOVE WS-PATRONO-MM   TO WS-FESTA-MESE
               MOVE WS-PATRONO-GG   TO WS-FESTA-GIORNO
               MOVE 'SANTO PATRONO' TO WS-FESTA-NOME
               PERFORM SEGNA-FESTA THRU FINE-SEGNA-FESTA
           END-IF.

           PERFORM AZZERA-FINE-MESE THRU FINE-AZZERA-FINE-MESE
                VARYING WS-IX-MESE FROM 1 BY 1
                UNTIL WS-IX-MESE > 12.
           PERFORM CERCA-ULTIMO-LAVORATIVO
              THRU FINE-CERCA-ULTIMO-LAVORATIVO
                VARYING WS-IX-GG FROM 1 BY 1
                UNTIL WS-IX-GG > WS-NUM-GIORNI.
           PERFORM SEGNA-FINE-MESE THRU FINE-SEGNA-FINE-MESE
                VARYING WS-IX-MESE FROM 1 BY 1
                UNTIL WS-IX-MESE > 12.
       FINE-GENERA-ANNO.
            EXIT.
      *
       CALCOLA-BISESTILE.
           MOVE 'N' TO WS-BISESTILE.
           DIVIDE WS-ANNO-CAL BY 4   GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-RESTO-4.
           DIVIDE WS-ANNO-CAL BY 100 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-RESTO-100.
           DIVIDE WS-ANNO-CAL BY 400 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-RESTO-400.
           IF WS-RESTO-4 = ZERO
                   AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
               MOVE 'S' TO WS-BISESTILE
           END-IF.
       FINE-CALCOLA-BISESTILE.
            EXIT.
      *
       CALCOLA-PRIMO-GENNAIO.
      **************************************************************
      * GIORNO DELLA SETTIMANA DEL PRIMO GENNAIO (0 = DOMENICA):    *
      * (1 + 5 (A-1 MOD 4) + 4 (A-1 MOD 100) + 6 (A-1 MOD 400))     *
      * MOD 7, CON A L'ANNO GENERATO.                               *
      **************************************************************
           COMPUTE WS-ANNO-PREC = WS-ANNO-CAL - 1.
           DIVIDE WS-ANNO-PREC BY 4   GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-RESTO-4.
           DIVIDE WS-ANNO-PREC BY 100 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-RESTO-100.
           DIVIDE WS-ANNO-PREC BY 400 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-RESTO-400.
           COMPUTE WS-PA-N = 1 + 5 * WS-RESTO-4 + 4 * WS-RESTO-100
                           + 6 * WS-RESTO-400.
           DIVIDE WS-PA-N BY 7 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-DOW.
       FINE-CALCOLA-PRIMO-GENNAIO.
            EXIT.
      *
       GENERA-MESE.
           MOVE LM-GIORNI(WS-IX-MESE) TO WS-GIORNI-MESE.
           IF WS-IX-MESE = 2 AND WS-BISESTILE = 'S'
               MOVE 29 TO WS-GIORNI-MESE
           END-IF.
           PERFORM GENERA-GIORNO THRU FINE-GENERA-GIORNO
                VARYING WS-IX-GIORNO FROM 1 BY 1
                UNTIL WS-IX-GIORNO > WS-GIORNI-MESE.
       FINE-GENERA-MESE.
            EXIT.
      *
       GENERA-GIORNO.
           ADD 1 TO WS-NUM-GIORNI.
           SET IND-GG TO WS-NUM-GIORNI.
           MOVE WS-ANNO-CAL  TO GG-ANNO(IND-GG).
           MOVE WS-IX-MESE   TO GG-MESE(IND-GG).
           MOVE WS-IX-GIORNO TO GG-GIORNO(IND-GG).
           MOVE WS-DOW       TO GG-DOW(IND-GG).
           MOVE 'N'          TO GG-FINEMESE(IND-GG).
           IF WS-DOW = 0 OR WS-DOW = 6
               MOVE 'F' TO GG-TIPO(IND-GG)
               MOVE NG-NOME(WS-DOW + 1) TO GG-MOTIVO(IND-GG)
           ELSE
               MOVE 'L'    TO GG-TIPO(IND-GG)
               MOVE SPACES TO GG-MOTIVO(IND-GG)
           END-IF.
           IF WS-DOW = 6
               MOVE ZERO TO WS-DOW
           ELSE
               ADD 1 TO WS-DOW
           END-IF.
       FINE-GENERA-GIORNO.
            EXIT.
      *
       SEGNA-FESTA-FISSA.
           MOVE FF-MESE(WS-IX-FESTA)   TO WS-FESTA-MESE.
           MOVE FF-GIORNO(WS-IX-FESTA) TO WS-FESTA-GIORNO.
           MOVE FF-NOME(WS-IX-FESTA)   TO WS-FESTA-NOME.
           PERFORM SEGNA-FESTA THRU FINE-SEGNA-FESTA.
       FINE-SEGNA-FESTA-FISSA.
            EXIT.
      *
       SEGNA-FESTA.
      **************************************************************
      * UNA FESTA CHE CADE DI SABATO O DOMENICA PRENDE IL NOME      *
      * DELLA FESTA; SE DUE FESTE COINCIDONO (IL PATRONO IN UNA     *
      * FESTA NAZIONALE) RESTA LA PRIMA.                            *
      **************************************************************
           MOVE ZERO TO WS-FESTA-INDICE.
           SET IND-GG TO 1.
           SEARCH GIORNO-TAB
               AT END
                   CONTINUE
               WHEN GG-MESE(IND-GG) = WS-FESTA-MESE
                        AND GG-GIORNO(IND-GG) = WS-FESTA-GIORNO
                   SET WS-FESTA-INDICE TO IND-GG
           END-SEARCH.
           IF WS-FESTA-INDICE > ZERO
               IF GG-TIPO(IND-GG) = 'L'
                       OR GG-MOTIVO(IND-GG) = 'SABATO'
                       OR GG-MOTIVO(IND-GG) = 'DOMENICA'
                   IF GG-TIPO(IND-GG) = 'L'
                       ADD 1 TO WS-CONTA-INFRASETT
                   END-IF
                   MOVE 'F'           TO GG-TIPO(IND-GG)
                   MOVE WS-FESTA-NOME TO GG-MOTIVO(IND-GG)
               END-IF
           END-IF.
       FINE-SEGNA-FESTA.
            EXIT.
      *
       CALCOLA-PASQUA.
      **************************************************************
      * DOMENICA DI PASQUA NEL CALENDARIO GREGORIANO (ALGORITMO     *
      * ANONIMO DI MEEUS/JONES/BUTCHER), A = ANNO:                  *
      *   A1 = A MOD 19   B = A / 100   C = A MOD 100               *
      *   D = B / 4       E = B MOD 4   F = (B + 8) / 25            *
      *   G = (B - F + 1) / 3                                       *
      *   H = (19 A1 + B - D - G + 15) MOD 30                       *
      *   I = C / 4       K = C MOD 4                               *
      *   L = (32 + 2 E + 2 I - H - K) MOD 7                        *
      *   M = (A1 + 11 H + 22 L) / 451                              *
      *   MESE = (H + L - 7 M + 114) / 31                           *
      *   GIORNO = (H + L - 7 M + 114) MOD 31 + 1                   *
      **************************************************************
           DIVIDE WS-ANNO-CAL BY 19 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-PA-A.
           DIVIDE WS-ANNO-CAL BY 100 GIVING WS-PA-B
                  REMAINDER WS-PA-C.
           DIVIDE WS-PA-B BY 4 GIVING WS-PA-D
                  REMAINDER WS-PA-E.
           COMPUTE WS-PA-N = WS-PA-B + 8.
           DIVIDE WS-PA-N BY 25 GIVING WS-PA-F.
           COMPUTE WS-PA-N = WS-PA-B - WS-PA-F + 1.
           DIVIDE WS-PA-N BY 3 GIVING WS-PA-G.
           COMPUTE WS-PA-N = 19 * WS-PA-A + WS-PA-B - WS-PA-D
                           - WS-PA-G + 15.
           DIVIDE WS-PA-N BY 30 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-PA-H.
           DIVIDE WS-PA-C BY 4 GIVING WS-PA-I
                  REMAINDER WS-PA-K.
           COMPUTE WS-PA-N = 32 + 2 * WS-PA-E + 2 * WS-PA-I
                           - WS-PA-H - WS-PA-K.
           DIVIDE WS-PA-N BY 7 GIVING WS-PA-QUOZIENTE
                  REMAINDER WS-PA-L.
           COMPUTE WS-PA-N = WS-PA-A + 11 * WS-PA-H + 22 * WS-PA-L.
           DIVIDE WS-PA-N BY 451 GIVING WS-PA-M.
           COMPUTE WS-PA-N = WS-PA-H + WS-PA-L - 7 * WS-PA-M + 114.
           DIVIDE WS-PA-N BY 31 GIVING WS-PASQUA-MESE
                  REMAINDER WS-PASQUA-GIORNO.
           ADD 1 TO WS-PASQUA-GIORNO.
       FINE-CALCOLA-PASQUA.
            EXIT.
      *
       AZZERA-FINE-MESE.
           MOVE ZERO TO FM-ULTIMO-LAV(WS-IX-MESE).
       FINE-AZZERA-FINE-MESE.
            EXIT.
      *
       CERCA-ULTIMO-LAVORATIVO.
           IF GG-TIPO(WS-IX-GG) = 'L'
               MOVE GG-MESE(WS-IX-GG) TO WS-IX-MESE
               MOVE WS-IX-GG TO FM-ULTIMO-LAV(WS-IX-MESE)
               ADD 1 TO WS-CONTA-LAVORATIVI
           ELSE
               ADD 1 TO WS-CONTA-FESTIVI
           END-IF.
       FINE-CERCA-ULTIMO-LAVORATIVO.
            EXIT.
      *
       SEGNA-FINE-MESE.
           IF FM-ULTIMO-LAV(WS-IX-MESE) > ZERO
               MOVE FM-ULTIMO-LAV(WS-IX-MESE) TO WS-IX-GG
               MOVE 'S' TO GG-FINEMESE(WS-IX-GG)
           END-IF.
       FINE-SEGNA-FINE-MESE.
            EXIT.
      *
       SCRIVI-CALENDARIO.
      **************************************************************
      * RISCRIVE CALENDARIO.TXT IN ORDINE DI DATA: GLI ANNI         *
      * CONSERVATI PRECEDENTI, L'ANNO GENERATO, QUELLI SUCCESSIVI.  *
      **************************************************************
           OPEN OUTPUT CALENDARIO.
           PERFORM SCRIVI-CONSERVATA-PRIMA
              THRU FINE-SCRIVI-CONSERVATA-PRIMA
                VARYING IND-CONS FROM 1 BY 1
                UNTIL IND-CONS > WS-NUM-CONSERVATE.
           PERFORM SCRIVI-GIORNO THRU FINE-SCRIVI-GIORNO
                VARYING WS-IX-GG FROM 1 BY 1
                UNTIL WS-IX-GG > WS-NUM-GIORNI.
           PERFORM SCRIVI-CONSERVATA-DOPO
              THRU FINE-SCRIVI-CONSERVATA-DOPO
                VARYING IND-CONS FROM 1 BY 1
                UNTIL IND-CONS > WS-NUM-CONSERVATE.
           CLOSE CALENDARIO.
       FINE-SCRIVI-CALENDARIO.
            EXIT.
      *
       SCRIVI-CONSERVATA-PRIMA.
           IF CS-ANNO(IND-CONS) < WS-ANNO-CAL
               WRITE REC-CALENDARIO FROM CS-RIGA(IND-CONS)
           END-IF.
       FINE-SCRIVI-CONSERVATA-PRIMA.
            EXIT.
      *
       SCRIVI-CONSERVATA-DOPO.
           IF CS-ANNO(IND-CONS) > WS-ANNO-CAL
               WRITE REC-CALENDARIO FROM CS-RIGA(IND-CONS)
           END-IF.
       FINE-SCRIVI-CONSERVATA-DOPO.
            EXIT.
      *
       SCRIVI-GIORNO.
           MOVE SPACES                TO REC-CALENDARIO.
           MOVE GG-DATA(WS-IX-GG)     TO CAL-DATA.
           MOVE GG-TIPO(WS-IX-GG)     TO CAL-TIPO.
           MOVE GG-FINEMESE(WS-IX-GG) TO CAL-FINEMESE.
           WRITE REC-CALENDARIO.
       FINE-SCRIVI-GIORNO.
            EXIT.
      *
       STAMPA-REPORT.
           OPEN OUTPUT REPORTF.

           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE RIGA-COLONNE        TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.

           MOVE WS-ANNO-CAL TO RA-ANNO.
           IF WS-PATRONO-MODE = 'S'
               MOVE SPACES TO RA-PATRONO
               STRING 'SANTO PATRONO ' DELIMITED BY SIZE
                      WS-PATRONO-GG    DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      WS-PATRONO-MM    DELIMITED BY SIZE
                      INTO RA-PATRONO
           ELSE
               MOVE 'SANTO PATRONO NON INDICATO' TO RA-PATRONO
           END-IF.
           MOVE RIGA-ANNO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'GIORNI NON LAVORATIVI' TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-FESTIVO THRU FINE-STAMPA-FESTIVO
                VARYING WS-IX-GG FROM 1 BY 1
                UNTIL WS-IX-GG > WS-NUM-GIORNI.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'FINE MESE (ULTIMO GIORNO LAVORATIVO)'
                TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           PERFORM STAMPA-FINE-MESE THRU FINE-STAMPA-FINE-MESE
                VARYING WS-IX-GG FROM 1 BY 1
                UNTIL WS-IX-GG > WS-NUM-GIORNI.

           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'GIORNI LAVORATIVI' TO RC-ETICHETTA.
           MOVE WS-CONTA-LAVORATIVI TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'GIORNI NON LAVORATIVI' TO RC-ETICHETTA.
           MOVE WS-CONTA-FESTIVI TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'DI CUI FESTE INFRASETTIMANALI' TO RC-ETICHETTA.
           MOVE WS-CONTA-INFRASETT TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE DI ALTRI ANNI CONSERVATE' TO RC-ETICHETTA.
           MOVE WS-NUM-CONSERVATE TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'RIGHE PASSATE O ILLEGGIBILI' TO RC-ETICHETTA.
           MOVE WS-CONTA-SCARTATE TO RC-VALORE.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.

           CLOSE REPORTF.
       FINE-STAMPA-REPORT.
            EXIT.
      *
       STAMPA-FESTIVO.
           IF GG-TIPO(WS-IX-GG) = 'F'
               PERFORM STAMPA-GIORNO THRU FINE-STAMPA-GIORNO
           END-IF.
       FINE-STAMPA-FESTIVO.
            EXIT.
      *
       STAMPA-FINE-MESE.
           IF GG-FINEMESE(WS-IX-GG) = 'S'
               PERFORM STAMPA-GIORNO THRU FINE-STAMPA-GIORNO
           END-IF.
       FINE-STAMPA-FINE-MESE.
            EXIT.
      *
       STAMPA-GIORNO.
           MOVE GG-GIORNO(WS-IX-GG) TO RG-GG.
           MOVE GG-MESE(WS-IX-GG)   TO RG-MM.
           MOVE GG-ANNO(WS-IX-GG)   TO RG-AAAA.
           MOVE GG-DOW(WS-IX-GG)    TO WS-DOW.
           MOVE NG-NOME(WS-DOW + 1) TO RG-NOME.
           MOVE GG-MOTIVO(WS-IX-GG) TO RG-MOTIVO.
           MOVE RIGA-GIORNO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-GIORNO.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
      * OGNI RIGA DEL REPORT PASSA DAL MODULO COMUNE IMPAGINA: A    *
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA.    *
      **************************************************************
           MOVE 'R' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           IF IMP-NUOVA-PAGINA = 'S'
               PERFORM SCRIVI-RIGA-TESTATA
                  THRU FINE-SCRIVI-RIGA-TESTATA
                    VARYING WS-IX-TESTATA FROM 1 BY 1
                    UNTIL WS-IX-TESTATA > IMP-NUM-TESTATA
           END-IF.
           WRITE REC-REPORTF FROM WS-RIGA-REPORT.
       FINE-STAMPA-RIGA-IMPAGINATA.
            EXIT.
      *
       SCRIVI-RIGA-TESTATA.
           WRITE REC-REPORTF FROM IMP-TESTATA(WS-IX-TESTATA).
       FINE-SCRIVI-RIGA-TESTATA.
            EXIT.
      *
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'GENCAL  ' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
