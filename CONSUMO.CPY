      ************************************************************
      * AREA DI CHIAMATA DEL MODULO CONSUMO (REGISTRO DEI CONSUMI  *
      * DEI SERVIZI CENTRALI PER FILIALE, BASE DEGLI ADDEBITI DI   *
      * FINE MESE). COPIATA DAI CHIAMANTI IN WORKING-STORAGE E DAL *
      * MODULO IN LINKAGE. UN SOLO SERVIZIO PER ESECUZIONE.        *
      * CNS-AZIONE: A = ACCUMULA QUANTITA E IMPORTO SULLA FILIALE  *
      *             C = CHIUDE: SCRIVE IN CONSUMI.TXT UNA RIGA PER *
      *                 FILIALE E LA RIGA DI CONTROLLO CON IL      *
      *                 TOTALE DEL PROGRAMMA (QUANTITA E IMPORTO   *
      *                 PASSATI QUI), POI AZZERA LA TABELLA        *
      * CNS-IMPORTO: CENTESIMI GIA' PREZZATI DAL CHIAMANTE (SOLO   *
      *             LA POSTA DI PREVPOST), ALTRIMENTI ZERO         *
      * CNS-ESITO:  S = FATTO                                      *
      *             N = TABELLA DELLE FILIALI PIENA, CONSUMO NON   *
      *                 REGISTRATO (LA DIFFERENZA COL TOTALE DI    *
      *                 CONTROLLO LA SEGNALA ADDEBITI)             *
      ************************************************************
       01   CNS-CHIAMATA.
            05 CNS-AZIONE        PIC X.
            05 CNS-PROGRAMMA     PIC X(8).
            05 CNS-SERVIZIO      PIC X(8).
            05 CNS-FILIALE       PIC 9(4).
            05 CNS-QUANTITA      PIC 9(7).
            05 CNS-IMPORTO       PIC 9(9).
            05 CNS-OPERATORE     PIC X(3).
            05 CNS-ESITO         PIC X.
