      ************************************************************
      * LAYOUT CONDIVISI PER L'ATTIVITA' DEGLI OPERATORI:           *
      * - LA RIGA DI COLLEGAMENTI.TXT, SCRITTA DA CONSOLLE A OGNI   *
      *   COLLEGAMENTO RIUSCITO E A OGNI SCOLLEGAMENTO: DATA, ORA,  *
      *   SIGLA, EVENTO (COLLEGA/SCOLLEGA). LUNGHEZZA: 28 BYTE.     *
      * - LA RIGA DI ECCEZIONI-RISCONTRI.TXT, SCRITTA DA GESTECC    *
      *   PER OGNI RISCONTRO SALVATO: DATA, ORA, SIGLA E LA RIGA DI *
      *   ECCEZIONE COM'ERA DOPO IL RISCONTRO. ECC-ACK-SIGLA NON HA *
      *   DATA, QUESTA SI'. LUNGHEZZA: 134 BYTE.                    *
      * - LA RIGA DI TURNI.TXT, MANTENUTA A MANO DAL RESPONSABILE:  *
      *   SIGLA, INIZIO E FINE DEL TURNO ABITUALE (HHMM). SE LA     *
      *   FINE E' MINORE DELL'INIZIO IL TURNO SCAVALCA LA           *
      *   MEZZANOTTE. LE LEGGE ATTIVOP.                             *
      ************************************************************
       01   RIGA-COLLEGAMENTO.
            05 COL-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 COL-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 COL-SIGLA         PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 COL-EVENTO        PIC X(8).

       01   RIGA-RISCONTRO.
            05 RSC-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RSC-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RSC-SIGLA         PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 RSC-ECCEZIONE     PIC X(114).

       01   RIGA-TURNO.
            05 TUR-SIGLA         PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 TUR-INIZIO        PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 TUR-FINE          PIC 9(4).
