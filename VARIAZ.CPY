      ************************************************************
      * LAYOUT CONDIVISO DELLA RIGA DEL GIORNALE DELLE VARIAZIONI   *
      * ANAGRAFICHE (ANAGR-VARIAZIONI.TXT): OGNI PROGRAMMA CHE      *
      * MODIFICA UNA PERSONA SUL MASTER VI ACCODA UNA RIGA CON      *
      * L'ID-PERSONA, IL PROGRAMMA, LA SIGLA DELL'OPERATORE DI      *
      * OPERATORE.TXT (SPAZI NEI PASSI NOTTURNI SENZA OPERATORE),   *
      * LA DATA DI ELABORAZIONE E L'IMMAGINE COMPLETA DI 71 BYTE    *
      * (TRACCIATO ANAGRAF) PRIMA E DOPO LA MODIFICA; UNA PERSONA   *
      * RIMOSSA HA L'IMMAGINE DOPO A SPAZI. LETTO                   *
      * DALL'INTERROGAZIONE RPTVAR. LUNGHEZZA: 178 BYTE.            *
      * WS-VAR-VERSIONE E' L'AREA PER RICAVARE L'IMMAGINE DI 71     *
      * BYTE DA UNA VERSIONE DI ANAGR.IDX (79 BYTE, ID IN CHIAVE).  *
      ************************************************************
       01   RIGA-VARIAZIONE.
            05 VAR-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 VAR-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 VAR-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 VAR-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 VAR-OPERATORE     PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 VAR-PRIMA         PIC X(71).
            05 FILLER            PIC X     VALUE SPACE.
            05 VAR-DOPO          PIC X(71).
       01   WS-VAR-STATUS        PIC XX.
       01   WS-VAR-ORA-CORR      PIC 9(8).
       01   WS-VAR-VERSIONE      PIC X(79).
       01   WS-VAR-CAMPI REDEFINES WS-VAR-VERSIONE.
            05 VV-ID             PIC 9(5).
            05 VV-DATA-EFF       PIC 9(8).
            05 VV-NOME           PIC X(10).
            05 VV-COGNOME        PIC X(10).
            05 VV-ANNI           PIC 999.
            05 VV-CITTA          PIC X(10).
            05 VV-FILIALE        PIC 9(4).
            05 VV-ANNO-NASC      PIC 9(4).
            05 VV-STATO          PIC X.
            05 VV-STATO-DATA     PIC 9(8).
            05 VV-COD-FISCALE    PIC X(16).
       01   WS-VAR-IMMAGINE.
            05 VI-NOME           PIC X(10).
            05 VI-COGNOME        PIC X(10).
            05 VI-ANNI           PIC 999.
            05 VI-CITTA          PIC X(10).
            05 VI-ID             PIC 9(5).
            05 VI-FILIALE        PIC 9(4).
            05 VI-ANNO-NASC      PIC 9(4).
            05 VI-STATO          PIC X.
            05 VI-STATO-DATA     PIC 9(8).
            05 VI-COD-FISCALE    PIC X(16).
