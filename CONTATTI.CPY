      ************************************************************
      * LAYOUT CONDIVISO DEL RECORD CONTATTO (TELEFONO, CELLULARE,  *
      * POSTA ELETTRONICA), AGGANCIATO ALL'ANAGRAFICA TRAMITE       *
      * L'ID-PERSONA PERMANENTE. UNA PERSONA PUO' AVERE PIU'        *
      * CONTATTI, NUMERATI DA UN PROGRESSIVO: LA CHIAVE DEL MASTER  *
      * CONTATTI.IDX E' ID-PERSONA + PROGRESSIVO. AL PIU' UN        *
      * CONTATTO PER PERSONA PORTA IL CONTRASSEGNO DI PREFERITO.    *
      * LA DATA DI VERIFICA E' ZERO FINCHE' IL CONTATTO NON E'      *
      * STATO CONFERMATO. MANUTENUTO DA CONTMST; IL FILE PIATTO DI  *
      * CARICO/SCARICO E' CONTATTI.TXT, STESSO TRACCIATO.           *
      * LUNGHEZZA COMPLESSIVA: 67 BYTE.                             *
      ************************************************************
       01   WS-CONTATTO.
            05 CON-CHIAVE.
               10 CON-ID-PERSONA  PIC 9(5).
               10 CON-PROG        PIC 99.
            05 CON-TIPO           PIC X.
               88 CON-TELEFONO    VALUE 'T'.
               88 CON-CELLULARE   VALUE 'C'.
               88 CON-EMAIL       VALUE 'E'.
            05 CON-VALORE         PIC X(50).
            05 CON-PREFERITO      PIC X.
            05 CON-DATA-VERIFICA  PIC 9(8).
