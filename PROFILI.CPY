      ************************************************************
      * LAYOUT CONDIVISI DEI PROFILI OPERATORE:                     *
      * - LA RIGA DI PROFILI.TXT: CONCESSIONE (SIGLA, PROGRAMMA,    *
      *   CLASSE, LETTA DA AUTORIZZ) O FILIALE DI CASA (PROGRAMMA   *
      *   'FILIALE', CLASSE 'V' E FILIALE IN CODA, LETTA DA         *
      *   VISIBIL). LUNGHEZZA: 19 BYTE.                             *
      * - L'ELENCO DEI PROGRAMMI CHE CONTROLLANO LE CONCESSIONI,    *
      *   CON L'INDICAZIONE SE LASCIANO TRACCIA DELL'OPERATORE      *
      *   (GIORNALE.TXT, CERCA-AUDIT.TXT, FILIALI-GIORNALE.TXT,     *
      *   PROFILI-GIORNALE.TXT) E QUINDI SE SE NE PUO' MISURARE     *
      *   L'ULTIMO USO. OBLIO, FONDI E TRASFIL SONO IN ELENCO PER   *
      *   LA SECONDA FIRMA DELLE LORO OPERAZIONI IRREVERSIBILI.     *
      * - LA RIGA DEL GIORNALE DELLE CONCESSIONI                    *
      *   (PROFILI-GIORNALE.TXT): CHI HA CONCESSO, REVOCATO O       *
      *   CONFERMATO COSA, E QUANDO. SCRITTA DA PROFMST, LETTA DA   *
      *   RICERTIF. LUNGHEZZA: 48 BYTE. ANCHE IL PIN PROVVISORIO    *
      *   (PINPROVV) E LO SBLOCCO (SBLOCCA) DI UNA SIGLA LASCIANO   *
      *   QUI LA LORO RIGA, CON LA SOLA SIGLA NEL PROFILO.          *
      ************************************************************
       01   RIGA-PROFILO.
            05 PRF-SIGLA         PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRF-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 PRF-CLASSE        PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 PRF-FILIALE       PIC X(4).

       01   WS-ELENCO-PROGRAMMI.
            05 FILLER PIC X(9) VALUE 'ANAGRIDXN'.
            05 FILLER PIC X(9) VALUE 'CERCA   S'.
            05 FILLER PIC X(9) VALUE 'INDICI  S'.
            05 FILLER PIC X(9) VALUE 'TABORD  S'.
            05 FILLER PIC X(9) VALUE 'LIVELLO N'.
            05 FILLER PIC X(9) VALUE 'GESTECC N'.
            05 FILLER PIC X(9) VALUE 'SALVAFILN'.
            05 FILLER PIC X(9) VALUE 'SALVATUTS'.
            05 FILLER PIC X(9) VALUE 'PROFMST S'.
            05 FILLER PIC X(9) VALUE 'FILIALE S'.
            05 FILLER PIC X(9) VALUE 'OBLIO   N'.
            05 FILLER PIC X(9) VALUE 'FONDI   N'.
            05 FILLER PIC X(9) VALUE 'TRASFIL S'.
       01   TAB-PROGRAMMI REDEFINES WS-ELENCO-PROGRAMMI.
            05 PROGRAMMA-NOTO OCCURS 13 TIMES INDEXED BY IND-PGM.
               10 PN-PROGRAMMA   PIC X(8).
               10 PN-TRACCIATO   PIC X.
       01   WS-NUM-PROGRAMMI     PIC 99    VALUE 13.

       01   RIGA-GIORNALE-PROFILI.
            05 GPR-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 GPR-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 GPR-OPERATORE     PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 GPR-AZIONE        PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 GPR-PROFILO       PIC X(19).
