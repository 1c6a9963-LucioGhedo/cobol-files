      ************************************************************
      * LAYOUT DELLA RIGA DEI PEZZI PER FILIALE DEI REPORT          *
      * NOTTURNI (RPTFIL, TRAGUARD, CLASSIF, INCROCIO): OGNI        *
      * PROGRAMMA, OLTRE AL SUO REPORT AZIENDALE, SCRIVE IN         *
      * <PROGRAMMA>-FILIALI.TXT LE STESSE RIGHE ATTRIBUITE ALLA     *
      * FILIALE A CUI SI RIFERISCONO; SMISTA LE RIPARTISCE IN UN    *
      * FILE DATATO PER FILIALE SECONDO LA LISTA DI DISTRIBUZIONE.  *
      * PZ-TIPO: 'C' = RIGA DI CONTROLLO (UNA PER FILE: TITOLO DEL  *
      *                REPORT IN PZ-SEZIONE, TOTALE AZIENDALE IN    *
      *                PZ-QUANTITA, CON CUI SI QUADRANO I PEZZI,    *
      *                DATA DI ELABORAZIONE AAAAMMGG IN PZ-TESTO),  *
      *          'H' = INTESTAZIONE DELLE COLONNE (FACOLTATIVA),    *
      *          'D' = RIGA DEL PEZZO DI FILIALE: SEZIONE DEL       *
      *                REPORT, QUANTITA CHE CONCORRE AL TOTALE E    *
      *                TESTO DELLA RIGA COME NEL REPORT.            *
      * PZ-FILIALE 0000 = RIGHE SENZA FILIALE (NON SI CONSEGNANO MA *
      * ENTRANO NELLA QUADRATURA). PZ-PROGR TIENE L'ORDINE DI       *
      * STAMPA DENTRO IL FILE.                                      *
      * LUNGHEZZA: 142 BYTE.                                        *
      ************************************************************
       01   RIGA-PEZZO.
            05 PZ-FILIALE        PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 PZ-PROGRAMMA      PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 PZ-TIPO           PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 PZ-PROGR          PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 PZ-SEZIONE        PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 PZ-QUANTITA       PIC 9(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 PZ-TESTO          PIC X(80).
