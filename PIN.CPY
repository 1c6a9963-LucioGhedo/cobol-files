      ************************************************************
      * AREE CONDIVISE PER I PIN DEGLI OPERATORI (PIN-OPERATORI.TXT)*
      * UNA RIGA PER SIGLA, 31 BYTE:                                *
      *   SIGLA, IMPRONTA DEL PIN (MAI IL PIN IN CHIARO: LA CALCOLA *
      *   IL MODULO PINHASH), DATA DELL'ULTIMO CAMBIO, OBBLIGO DI   *
      *   CAMBIO AL PROSSIMO COLLEGAMENTO (S/N), TENTATIVI ERRATI   *
      *   CONSECUTIVI E BLOCCO DELLA SIGLA (S/N).                   *
      * IL PIN PROVVISORIO E LO SBLOCCO LI DA' UN RESPONSABILE CON  *
      * PROFMST; CONSOLLE CHIEDE IL PIN AL COLLEGAMENTO, NE IMPONE  *
      * IL CAMBIO AL PRIMO USO E ALLA SCADENZA, CONTA GLI ERRORI E  *
      * BLOCCA LA SIGLA AL TERZO. SENZA IL FILE IN CONSEGNA IL      *
      * COLLEGAMENTO RESTA SENZA PIN, COME PRIMA.                   *
      ************************************************************
       01   RIGA-PIN.
            05 PIN-SIGLA         PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 PIN-IMPRONTA      PIC 9(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 PIN-DATA-CAMBIO   PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 PIN-DA-CAMBIARE   PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 PIN-ERRATI        PIC 9.
            05 FILLER            PIC X     VALUE SPACE.
            05 PIN-BLOCCATO      PIC X.
       01   WS-MAX-PIN           PIC 9(3)  VALUE 200.
       01   TAB-PIN.
            05 PIN-OPERATORE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-PIN
               INDEXED BY IND-PIN.
               10 PO-SIGLA         PIC X(3).
               10 PO-IMPRONTA      PIC 9(10).
               10 PO-DATA-CAMBIO   PIC 9(8).
               10 PO-DA-CAMBIARE   PIC X.
               10 PO-ERRATI        PIC 9.
               10 PO-BLOCCATO      PIC X.
       01   WS-NUM-PIN           PIC 9(3)  VALUE 0.
       01   WS-PIN-STATUS        PIC XX.
       01   WS-PIN-EOF           PIC X     VALUE 'N'.
       01   WS-PIN-PRESENTI      PIC X     VALUE 'N'.
       01   WS-PIN-TROVATO       PIC X     VALUE 'N'.
       01   WS-RIGA-PIN          PIC 9(3)  VALUE 0.
      *      GIORNI DI VALIDITA' DEL PIN E TENTATIVI PRIMA DEL BLOCCO
       01   WS-PIN-VALIDITA      PIC 9(3)  VALUE 90.
       01   WS-PIN-MAX-ERRATI    PIC 9     VALUE 3.
      *      AREE DI CHIAMATA DEL MODULO PINHASH
       01   PIN-IN-CHIARO        PIC X(8)  VALUE SPACES.
       01   PIN-CONFERMA         PIC X(8)  VALUE SPACES.
       01   PIN-IMPRONTA-CALC    PIC 9(10) VALUE 0.
       01   PIN-ESITO            PIC X     VALUE SPACE.
