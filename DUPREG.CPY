      ************************************************************
      * AREE CONDIVISE PER IL REGISTRO DEI DOPPIONI DEVIATI         *
      * (DUPFILE-REGISTRO.TXT): UNA RIGA PER OGNI ID-PERSONA CHE    *
      * COPYING HA DEVIATO SU DUPFILE.TXT, CON L'ID DEL RECORD CON  *
      * CUI E' STATO CONFRONTATO, LA DATA DELLA PRIMA E DELL'ULTIMA *
      * DEVIAZIONE E LA DECISIONE PRESA CON DUPREV:                 *
      *   SPAZIO = IN ATTESA DI DECISIONE                           *
      *   'S' = SCARTATO, VERO DOPPIONE: RESTA DEVIATO              *
      *   'R' = RILASCIATO, PERSONA DISTINTA: COPYING LO INSTRADA   *
      * COPYING LO AGGIORNA A FINE ELABORAZIONE (DUPFILE.TXT VIENE  *
      * RUOTATO OGNI NOTTE DA ARCHIVIA, IL REGISTRO NO); DUPREV VI  *
      * SCRIVE LE DECISIONI CON DATA E SIGLA DELL'OPERATORE.        *
      * LUNGHEZZA DELLA RIGA: 75 BYTE.                              *
      ************************************************************
       01   RIGA-DUPREG.
            05 DPR-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-ID-ORIGINE    PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-NOME          PIC X(10).
            05 DPR-COGNOME       PIC X(10).
            05 DPR-CITTA         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-PRIMA-VISTA   PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-ULTIMA-VISTA  PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-ESITO         PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-DATA-ESITO    PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 DPR-SIGLA         PIC X(3).
       01   WS-MAX-DUPREG        PIC 9(4) VALUE 2000.
       01   TAB-DUPREG.
            05 DOPPIONE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-DUPREG
               INDEXED BY IND-DUPREG.
               10 TD-ID            PIC 9(5).
               10 TD-ID-ORIGINE    PIC 9(5).
               10 TD-NOME          PIC X(10).
               10 TD-COGNOME       PIC X(10).
               10 TD-CITTA         PIC X(10).
               10 TD-PRIMA-VISTA   PIC 9(8).
               10 TD-ULTIMA-VISTA  PIC 9(8).
               10 TD-ESITO         PIC X.
               10 TD-DATA-ESITO    PIC 9(8).
               10 TD-SIGLA         PIC X(3).
       01   WS-NUM-DUPREG        PIC 9(4) VALUE 0.
       01   WS-DUPREG-STATUS     PIC XX.
       01   WS-DUPREG-EOF        PIC X VALUE 'N'.
       01   WS-DUPREG-TROVATO    PIC X VALUE 'N'.
       01   WS-DUPREG-RIGA       PIC 9(4) VALUE 0.
       01   WS-DUPREG-PARZIALE   PIC X VALUE 'N'.
       01   WS-DUPREG-MODIFICATO PIC X VALUE 'N'.
