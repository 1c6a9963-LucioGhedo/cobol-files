      ************************************************************
      * AREE CONDIVISE PER LA GERARCHIA ORGANIZZATIVA SOPRA LE      *
      * FILIALI, TENUTA ACCANTO A FILIALI.IDX IN TRE TABELLE:       *
      *   REGIONI.TXT       REGIONI DI DIREZIONE (NON LE REGIONI    *
      *                     GEOGRAFICHE DI CITTA.IDX), 19 BYTE      *
      *   AREE.TXT          AREE CON IL LORO RESPONSABILE E LA      *
      *                     REGIONE DI APPARTENENZA, 44 BYTE        *
      *   FILIALI-AREE.TXT  AREA DI OGNI FILIALE, 8 BYTE            *
      * REGIONI E AREE LE MANUTIENE AREEMST, L'AREA DELLE FILIALI   *
      * LA MANUTIENE INDICI INSIEME ALLA FILIALE. LE LEGGONO IL     *
      * MODULO GERARCH (PER I TOTALI DEI REPORT) E INTEGRA.         *
      ************************************************************
       01   RIGA-REGIONE.
            05 RGN-CODICE        PIC 9(2).
            05 FILLER            PIC X     VALUE SPACE.
            05 RGN-DESC          PIC X(16).
       01   RIGA-AREA.
            05 ARE-CODICE        PIC 9(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 ARE-DESC          PIC X(16).
            05 FILLER            PIC X     VALUE SPACE.
            05 ARE-RESPONSABILE  PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 ARE-REGIONE       PIC 9(2).
       01   RIGA-FIL-AREA.
            05 FAR-FILIALE       PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 FAR-AREA          PIC 9(3).
       01   WS-MAX-REGIONI       PIC 9(4) VALUE 50.
       01   TAB-REGIONI.
            05 REGIONE-DIR OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-NUM-REGIONI
               INDEXED BY IND-REGIONE.
               10 GRG-CODICE       PIC 9(2).
               10 GRG-DESC         PIC X(16).
       01   WS-NUM-REGIONI       PIC 9(4) VALUE 0.
       01   WS-REGIONI-STATUS    PIC XX.
       01   WS-REGIONI-EOF       PIC X VALUE 'N'.
       01   WS-REGIONI-MODIFICATO PIC X VALUE 'N'.
       01   WS-MAX-AREE          PIC 9(4) VALUE 200.
       01   TAB-AREE.
            05 AREA-DIR OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-AREE
               INDEXED BY IND-AREA.
               10 GAR-CODICE       PIC 9(3).
               10 GAR-DESC         PIC X(16).
               10 GAR-RESPONSABILE PIC X(20).
               10 GAR-REGIONE      PIC 9(2).
       01   WS-NUM-AREE          PIC 9(4) VALUE 0.
       01   WS-AREE-STATUS       PIC XX.
       01   WS-AREE-EOF          PIC X VALUE 'N'.
       01   WS-AREE-MODIFICATO   PIC X VALUE 'N'.
       01   WS-MAX-FIL-AREE      PIC 9(4) VALUE 500.
       01   TAB-FIL-AREE.
            05 FIL-AREA OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-FIL-AREE
               INDEXED BY IND-FIL-AREA.
               10 GFA-FILIALE      PIC 9(4).
               10 GFA-AREA         PIC 9(3).
       01   WS-NUM-FIL-AREE      PIC 9(4) VALUE 0.
       01   WS-FIL-AREE-STATUS   PIC XX.
       01   WS-FIL-AREE-EOF      PIC X VALUE 'N'.
       01   WS-FIL-AREE-MODIFICATO PIC X VALUE 'N'.
       01   WS-GERARCHIA-TROVATA PIC X VALUE 'N'.
