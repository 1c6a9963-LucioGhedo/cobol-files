      ************************************************************
      * AREE CONDIVISE PER IL REGISTRO DELLE PROPOSTE DI DEROGA     *
      * AL RAGGRUPPAMENTO DELLE FAMIGLIE (FAMIGLIE-PROPOSTE.TXT),   *
      * RICAVATE OGNI NOTTE DA PROPFAM CONFRONTANDO LE FAMIGLIE     *
      * PRESUNTE CON GLI INDIRIZZI: 'UNISCI' PER LE PERSONE DELLO   *
      * STESSO CIVICO CON COGNOMI DIVERSI (UNA RIGA PER PERSONA,    *
      * STESSO NUMERO DI PROPOSTA), 'SEPARA' PER IL COMPONENTE DI   *
      * UNA FAMIGLIA CHE ABITA A UN ALTRO INDIRIZZO. VIA, CIVICO E  *
      * CITTA SONO QUELLI DELLA PERSONA AL MOMENTO DELLA PROPOSTA.  *
      * LA DECISIONE SI PRENDE CON DEROGMST:                        *
      *   SPAZIO = IN ATTESA DI DECISIONE                           *
      *   'A' = ACCETTATA, RIPORTATA TRA LE DEROGHE                 *
      *   'R' = RESPINTA: PROPFAM NON LA RIPROPONE FINCHE' LA       *
      *         PERSONA RESTA A QUELL'INDIRIZZO                     *
      * PROPFAM RIGENERA LE PROPOSTE IN ATTESA E CONSERVA LE RIGHE  *
      * DECISE; DEROGMST VI SCRIVE LE DECISIONI CON DATA E SIGLA    *
      * DELL'OPERATORE. LUNGHEZZA DELLA RIGA: 92 BYTE.              *
      ************************************************************
       01   RIGA-PROPOSTA.
            05 PRP-NUMERO        PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-TIPO          PIC X(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-COGNOME       PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-CITTA         PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-VIA           PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-CIVICO        PIC X(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-ESITO         PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-DATA-ESITO    PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRP-SIGLA         PIC X(3).
       01   WS-MAX-PROPOSTE      PIC 9(4) VALUE 2000.
       01   TAB-PROPOSTE.
            05 PROPOSTA OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-NUM-PROPOSTE
               INDEXED BY IND-PROPOSTA.
               10 TP-NUMERO        PIC 9(5).
               10 TP-TIPO          PIC X(6).
               10 TP-ID            PIC 9(5).
               10 TP-COGNOME       PIC X(10).
               10 TP-CITTA         PIC X(10).
               10 TP-VIA           PIC X(20).
               10 TP-CIVICO        PIC X(5).
               10 TP-DATA          PIC 9(8).
               10 TP-ESITO         PIC X.
               10 TP-DATA-ESITO    PIC 9(8).
               10 TP-SIGLA         PIC X(3).
       01   WS-NUM-PROPOSTE      PIC 9(4) VALUE 0.
       01   WS-PROPOSTE-STATUS   PIC XX.
       01   WS-PROPOSTE-EOF      PIC X VALUE 'N'.
       01   WS-PROPOSTE-PARZIALE PIC X VALUE 'N'.
       01   WS-PROPOSTE-MODIFICATO PIC X VALUE 'N'.
