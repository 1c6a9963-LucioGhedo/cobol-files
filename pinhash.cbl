       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHASH.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * MODULO RICHIAMABILE CHE CONTROLLA IL FORMATO DI UN PIN E NE
      * CALCOLA L'IMPRONTA: IL PIN NON VIENE MAI SCRITTO IN CHIARO,
      * IN PIN-OPERATORI.TXT FINISCE SOLO L'IMPRONTA. LA SIGLA FA DA
      * SALE, COSI' DUE OPERATORI CON LO STESSO PIN HANNO IMPRONTE
      * DIVERSE. IL PIN VA DA 4 A 8 CIFRE, ALLINEATO A SINISTRA E
      * SEGUITO DA SPAZI.
      *
      * CHIAMATA: CALL 'PINHASH' USING SIGLA(3) PIN(8)
      *                                IMPRONTA(9(10)) ESITO(1)
      *   ESITO 'S' = PIN VALIDO, IMPRONTA CALCOLATA
      *         'N' = FORMATO NON VALIDO, IMPRONTA A ZERO
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.
       01 WS-ALFABETO          PIC X(37)
            VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 TAB-ALFABETO REDEFINES WS-ALFABETO.
            05 ALF-CARATTERE    PIC X OCCURS 37 TIMES.

      ************************************************************
      *      TESTO DA CIFRARE: SIGLA E PIN UNO DIETRO L'ALTRO       *
      ************************************************************
       01 WS-TESTO.
            05 WS-TESTO-SIGLA   PIC X(3).
            05 WS-TESTO-PIN     PIC X(8).
       01 TAB-TESTO REDEFINES WS-TESTO.
            05 TXT-CARATTERE    PIC X OCCURS 11 TIMES.

       01 WS-POS               PIC 99 VALUE 0.
       01 WS-LUNGHEZZA         PIC 99 VALUE 0.
       01 WS-FORMATO-OK        PIC X VALUE 'S'.
       01 WS-FINE-CIFRE        PIC X VALUE 'N'.
       01 WS-PASSATA           PIC 9 VALUE 0.
       01 WS-IND-ALF           PIC 99 VALUE 0.
       01 WS-CODICE            PIC 99 VALUE 0.
       01 WS-TROVATO           PIC X VALUE 'N'.
       01 WS-ACCUMULO          PIC 9(12) VALUE 0.
       01 WS-QUOZIENTE         PIC 9(12) VALUE 0.
       01 WS-MODULO            PIC 9(10) VALUE 2147483629.
       01 WS-MOLTIPLICATORE    PIC 9(3) VALUE 131.

       LINKAGE SECTION.
       01 LNK-SIGLA            PIC X(3).
       01 LNK-PIN              PIC X(8).
       01 LNK-IMPRONTA         PIC 9(10).
       01 LNK-ESITO            PIC X.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION USING LNK-SIGLA LNK-PIN
                                LNK-IMPRONTA LNK-ESITO.

       MAIN-LINE.
            MOVE ZERO TO LNK-IMPRONTA.
            PERFORM CONTROLLA-FORMATO THRU FINE-CONTROLLA-FORMATO.
            MOVE WS-FORMATO-OK TO LNK-ESITO.
            IF WS-FORMATO-OK = 'S'
                PERFORM CALCOLA-IMPRONTA THRU FINE-CALCOLA-IMPRONTA
            END-IF.

            GOBACK.
      *
       CONTROLLA-FORMATO.
      **************************************************************
      * LE CIFRE STANNO IN TESTA: DAL PRIMO SPAZIO IN POI SOLO      *
      * SPAZI. DA 4 A 8 CIFRE IN TUTTO.                             *
      **************************************************************
           MOVE 'S'  TO WS-FORMATO-OK.
           MOVE 'N'  TO WS-FINE-CIFRE.
           MOVE ZERO TO WS-LUNGHEZZA.
           PERFORM CONTROLLA-CARATTERE THRU FINE-CONTROLLA-CARATTERE
                VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 8.
           IF WS-LUNGHEZZA < 4
               MOVE 'N' TO WS-FORMATO-OK
           END-IF.
       FINE-CONTROLLA-FORMATO.
            EXIT.
      *
       CONTROLLA-CARATTERE.
           IF LNK-PIN(WS-POS:1) = SPACE
               MOVE 'S' TO WS-FINE-CIFRE
           ELSE
               IF WS-FINE-CIFRE = 'S'
                       OR LNK-PIN(WS-POS:1) IS NOT NUMERIC
                   MOVE 'N' TO WS-FORMATO-OK
               ELSE
                   ADD 1 TO WS-LUNGHEZZA
               END-IF
           END-IF.
       FINE-CONTROLLA-CARATTERE.
            EXIT.
      *
       CALCOLA-IMPRONTA.
      **************************************************************
      * TRE PASSATE SUL TESTO SIGLA+PIN: A OGNI CARATTERE           *
      * L'ACCUMULO VIENE MOLTIPLICATO, SOMMATO AL CODICE DEL        *
      * CARATTERE E A UNO SCARTO CHE DIPENDE DA PASSATA E           *
      * POSIZIONE, E RIDOTTO AL MODULO (UN PRIMO SOTTO 2**31).      *
      **************************************************************
           MOVE LNK-SIGLA TO WS-TESTO-SIGLA.
           MOVE LNK-PIN   TO WS-TESTO-PIN.
           MOVE 5381      TO WS-ACCUMULO.
           PERFORM CIFRA-PASSATA THRU FINE-CIFRA-PASSATA
                VARYING WS-PASSATA FROM 1 BY 1 UNTIL WS-PASSATA > 3.
           MOVE WS-ACCUMULO TO LNK-IMPRONTA.
       FINE-CALCOLA-IMPRONTA.
            EXIT.
      *
       CIFRA-PASSATA.
           PERFORM CIFRA-CARATTERE THRU FINE-CIFRA-CARATTERE
                VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 11.
       FINE-CIFRA-PASSATA.
            EXIT.
      *
       CIFRA-CARATTERE.
           MOVE 'N' TO WS-TROVATO.
           MOVE 38  TO WS-CODICE.
           PERFORM CERCA-CARATTERE THRU FINE-CERCA-CARATTERE
                VARYING WS-IND-ALF FROM 1 BY 1
                  UNTIL WS-IND-ALF > 37 OR WS-TROVATO = 'S'.
           COMPUTE WS-ACCUMULO = WS-ACCUMULO * WS-MOLTIPLICATORE
                               + WS-CODICE + WS-PASSATA * WS-POS.
           DIVIDE WS-ACCUMULO BY WS-MODULO GIVING WS-QUOZIENTE
                  REMAINDER WS-ACCUMULO.
       FINE-CIFRA-CARATTERE.
            EXIT.
      *
       CERCA-CARATTERE.
           IF ALF-CARATTERE(WS-IND-ALF) = TXT-CARATTERE(WS-POS)
               MOVE 'S'        TO WS-TROVATO
               MOVE WS-IND-ALF TO WS-CODICE
           END-IF.
       FINE-CERCA-CARATTERE.
            EXIT.
