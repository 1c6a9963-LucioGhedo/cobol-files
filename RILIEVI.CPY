      ************************************************************
      * LAYOUT DELLA RIGA DI RILIEVI.TXT, SCRITTA DAL MODULO       *
      * RILIEVO PER CONTO DEI CONTROLLI NOTTURNI (PAGELLA,         *
      * INTEGRA, QUARANT, DOPPIONI) E CONSUMATA DA CORREZ: DATA,   *
      * ORA, PROGRAMMA, RIGA (D = RILIEVO SU UNA PERSONA, T =      *
      * CONTROLLO ESEGUITO PER INTERO, CON IL NUMERO DI RILIEVI),  *
      * ID-PERSONA, FILIALE DELLA PERSONA, TIPO DI RILIEVO (SPAZI  *
      * SULLA RIGA T = TUTTI I TIPI DEL PROGRAMMA), DETTAGLIO,     *
      * QUANTITA (SOLO SULLA RIGA T).                              *
      * LUNGHEZZA: 87 BYTE.                                        *
      ************************************************************
       01   RIGA-RILIEVO.
            05 RLV-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-RIGA          PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-TIPO          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-DETTAGLIO     PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 RLV-QUANTITA      PIC 9(7).
