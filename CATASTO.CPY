      ************************************************************
      * AREE CONDIVISE PER LA TABELLA DEI CODICI CATASTALI DEI      *
      * COMUNI (CITTA-CATASTO.TXT): UNA RIGA PER CITTA' CENSITA IN  *
      * CITTA.IDX CON IL SUO CODICE CATASTALE (LETTERA + TRE CIFRE, *
      * ES. H501; 'Z' + TRE CIFRE PER GLI STATI ESTERI), CIOE' LE   *
      * POSIZIONI 12-15 DEL CODICE FISCALE DI CHI VI E' NATO.       *
      * LA MANUTIENE CITTAMST ACCANTO AGLI ALIAS; LA LEGGE VERIFCF  *
      * PER RICONDURRE IL COMUNE DI NASCITA A UNA CITTA' CENSITA.   *
      * LUNGHEZZA DELLA RIGA: 15 BYTE.                              *
      ************************************************************
       01   RIGA-CATASTO.
            05 CAT-CITTA         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 CAT-CODICE        PIC X(4).
       01   WS-MAX-CATASTO       PIC 9(4) VALUE 500.
       01   TAB-CATASTO.
            05 CATASTO OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-CATASTO
               INDEXED BY IND-CATASTO.
               10 CT-CITTA         PIC X(10).
               10 CT-CODICE        PIC X(4).
       01   WS-NUM-CATASTO       PIC 9(4) VALUE 0.
       01   WS-CATASTO-STATUS    PIC XX.
       01   WS-CATASTO-EOF       PIC X VALUE 'N'.
       01   WS-CATASTO-TROVATO   PIC X VALUE 'N'.
       01   WS-CATASTO-RIGA      PIC 9(4) VALUE 0.
