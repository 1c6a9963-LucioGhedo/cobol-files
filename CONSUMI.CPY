      ************************************************************
      * LAYOUT DELLA RIGA DI CONSUMI.TXT, SCRITTA DAL MODULO       *
      * CONSUMO ALLA CHIUSURA DI OGNI ESECUZIONE DEI PROGRAMMI CHE  *
      * PRODUCONO PER LE FILIALI (ESTRAI, ESTRATTI CSV DI CERCA E  *
      * TABORD, DISTFIL, LETTERE, PREVPOST) E LETTA DA ADDEBITI:   *
      * DATA, ORA, PROGRAMMA, SERVIZIO, TIPO (D = DETTAGLIO DI UNA *
      * FILIALE, T = TOTALE DI CONTROLLO DEL PROGRAMMA, FILIALE    *
      * ZERO), FILIALE, QUANTITA, IMPORTO IN CENTESIMI, SIGLA.     *
      * LUNGHEZZA: 62 BYTE.                                        *
      ************************************************************
       01   RIGA-CONSUMO.
            05 CSM-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-SERVIZIO      PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-TIPO          PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-QUANTITA      PIC 9(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-IMPORTO       PIC 9(9).
            05 FILLER            PIC X     VALUE SPACE.
            05 CSM-OPERATORE     PIC X(3).
