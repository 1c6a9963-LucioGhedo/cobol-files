      ************************************************************
      * AREA DI COMUNICAZIONE CON IL MODULO COMUNE EDICSV, CHE     *
      * PREPARA LE RIGHE DELL'EDIZIONE CSV DEI REPORT STATISTICI   *
      * (ABI, ROLLREG, INCROCIO, TENDENZA, STATETA), NELLO STILE   *
      * A CALL DI IMPAGINA: IL CHIAMANTE SCRIVE EDC-RIGA SUL SUO   *
      * FILE CSV DATATO. UNA SOLA RIGA DI INTESTAZIONE, NESSUNA    *
      * TESTATA DI PAGINA, LA DATA DEL REPORT SU OGNI RIGA.        *
      *   EDC-AZIONE: 'I' = INTESTAZIONE (NOMI DELLE COLONNE IN    *
      *               EDC-CAMPO, AZZERA CONTATORI E SOMMA),        *
      *               'D' = RIGA DI DETTAGLIO (EDC-QUANTITA SI     *
      *               SOMMA IN EDC-SOMMA),                         *
      *               'T' = RIGA DI TOTALE (NON SI SOMMA),         *
      *               'F' = FINE: EDC-ESITO 'S' SE EDC-SOMMA       *
      *               TORNA CON EDC-TOTALE-STAMPA (IL TOTALE DEL   *
      *               REPORT STAMPATO), 'N' SE NON TORNA.          *
      *   EDC-DATA: DATA DEL REPORT (AAAAMMGG), IN TESTA A OGNI    *
      *             RIGA COME GG/MM/AAAA.                          *
      *   I CAMPI SI PASSANO COME NEL REPORT (ANCHE EDITATI): IL   *
      *   MODULO TOGLIE GLI SPAZI IN TESTA E IN CODA E CAMBIA LE   *
      *   VIRGOLE INTERNE IN PUNTO E VIRGOLA.                      *
      ************************************************************
       01   AREA-CSV.
            05 EDC-AZIONE        PIC X      VALUE SPACE.
            05 EDC-DATA          PIC 9(8)   VALUE 0.
            05 EDC-NUM-CAMPI     PIC 99     VALUE 0.
            05 EDC-CAMPO         OCCURS 10 TIMES PIC X(30).
            05 EDC-QUANTITA      PIC 9(9)   VALUE 0.
            05 EDC-RIGA          PIC X(250) VALUE SPACES.
            05 EDC-RIGHE         PIC 9(6)   VALUE 0.
            05 EDC-SOMMA         PIC 9(9)   VALUE 0.
            05 EDC-TOTALE-STAMPA PIC 9(9)   VALUE 0.
            05 EDC-ESITO         PIC X      VALUE SPACE.
