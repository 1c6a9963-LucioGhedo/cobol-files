      ************************************************************
      * LAYOUT CONDIVISI DELLA DOPPIA FIRMA:                        *
      * - LA RIGA DI APPROVAZIONI.TXT, UNA PER RICHIESTA APERTA:    *
      *   NUMERO, STATO (P = IN ATTESA, A = APPROVATA E NON ANCORA  *
      *   ESEGUITA), PROGRAMMA E CLASSE CHE SERVONO A CHI FIRMA,    *
      *   PARAMETRI DELL'OPERAZIONE, CHI L'HA CHIESTA E QUANDO, CHI *
      *   L'HA FIRMATA E QUANDO, MOTIVO. LUNGHEZZA: 114 BYTE.       *
      * - LA RIGA DI APPROVAZIONI-GIORNALE.TXT: OGNI EVENTO DI UNA  *
      *   RICHIESTA (RICHIESTA, APPROVATA, RESPINTA, SCADUTA,       *
      *   ESEGUITA) CON DATA, ORA, SIGLA E LA RIGA DELLA RICHIESTA  *
      *   COM'ERA DOPO L'EVENTO. LE RICHIESTE CHIUSE ESCONO DA      *
      *   APPROVAZIONI.TXT E RESTANO SOLO QUI. LUNGHEZZA: 144 BYTE. *
      * LE SCRIVE IL MODULO DOPPIAF, LE LEGGE ANCHE FIRME.          *
      ************************************************************
       01   RIGA-RICHIESTA.
            05 RIC-NUMERO        PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-STATO         PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-CLASSE        PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-PARAMETRI     PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-RICHIEDENTE   PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-FIRMA         PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-DATA-FIRMA    PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RIC-MOTIVO        PIC X(40).

       01   RIGA-GIORNALE-FIRME.
            05 GFI-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 GFI-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 GFI-OPERATORE     PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 GFI-EVENTO        PIC X(9).
            05 FILLER            PIC X     VALUE SPACE.
            05 GFI-RICHIESTA     PIC X(114).

      *      GIORNI CONCESSI PER LA SECONDA FIRMA E, DOPO LA FIRMA,
      *      PER L'ESECUZIONE; POI LA RICHIESTA SCADE
       01   WS-GIORNI-ATTESA     PIC 9(3)  VALUE 7.
