      * (GIORNALE.TXT): OGNI PROGRAMMA BATCH VI ACCODA UNA RIGA DI  *
      * INIZIO E UNA DI FINE CON I CONTATORI E IL CODICE DI         *
      * RITORNO, COSI' LA CATENA NOTTURNA SI RICOSTRUISCE DA QUI    *
      * E NON DAI TIMESTAMP DEI FILE. I PROGRAMMI CHE CONOSCONO     *
      * L'OPERATORE COLLEGATO NE RIPORTANO LA SIGLA IN CODA (VUOTA  *
      * PER I PASSI NOTTURNI), PER LA RICERTIFICAZIONE DEI PROFILI. *
      * LUNGHEZZA: 68 BYTE.                                         *
      ************************************************************
       01   RIGA-GIORNALE.
            05 GIO-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 FILLER            PIC X(3)  VALUE 'RC='.
            05 GIO-RC            PIC 9.
            05 FILLER            PIC X     VALUE SPACE.
            05 GIO-OPERATORE     PIC X(3)  VALUE SPACES.
       01   WS-GIO-STATUS        PIC XX.
       01   WS-GIO-DATA-CORR.
            05 WS-GIO-ANNO       PIC 9999.
