      ************************************************************
      * LAYOUT CONDIVISO DEL RECORD LEGAME DI PARENTELA TRA DUE     *
      * PERSONE, PER ID-PERSONA PERMANENTE. OGNI LEGAME E' TENUTO   *
      * NEI DUE VERSI: A CONIUGE DI B E B CONIUGE DI A, A GENITORE  *
      * DI B E B FIGLIO DI A, A TUTORE DI B E B TUTELATO DA A.      *
      * LA CHIAVE DEL MASTER LEGAMI.IDX E' ID-DA + ID-A; IL TIPO SI *
      * LEGGE DAL PUNTO DI VISTA DI ID-DA. DATA DI INIZIO ZERO =    *
      * NON NOTA, DATA DI FINE ZERO = LEGAME IN CORSO.              *
      * MANUTENUTO DA LEGAMST, CHE TIENE ALLINEATI I DUE VERSI; IL  *
      * FILE PIATTO DI CARICO/SCARICO E' LEGAMI.TXT, STESSO         *
      * TRACCIATO. LUNGHEZZA COMPLESSIVA: 27 BYTE.                  *
      ************************************************************
       01   WS-LEGAME.
            05 LEG-CHIAVE.
               10 LEG-ID-DA       PIC 9(5).
               10 LEG-ID-A        PIC 9(5).
            05 LEG-TIPO           PIC X.
               88 LEG-CONIUGE     VALUE 'C'.
               88 LEG-GENITORE    VALUE 'G'.
               88 LEG-FIGLIO      VALUE 'F'.
               88 LEG-TUTORE      VALUE 'T'.
               88 LEG-TUTELATO    VALUE 'P'.
            05 LEG-DATA-INIZIO    PIC 9(8).
            05 LEG-DATA-FINE      PIC 9(8).
