      ************************************************************
      * AREA DI CHIAMATA DEL MODULO RILIEVO (REGISTRO DEI RILIEVI  *
      * SULLE PERSONE TROVATI DAI CONTROLLI NOTTURNI, BASE DELLA   *
      * CODA DELLE CORREZIONI DI CORREZ). COPIATA DAI CHIAMANTI IN *
      * WORKING-STORAGE E DAL MODULO IN LINKAGE.                   *
      * RIL-AZIONE: S = SEGNALA UN RILIEVO SULLA PERSONA RIL-ID,   *
      *                 DELLA FILIALE RIL-FILIALE, DI TIPO         *
      *                 RIL-TIPO CON IL DETTAGLIO RIL-DETTAGLIO    *
      *             C = CHIUDE UN CONTROLLO: SCRIVE LA RIGA DI     *
      *                 CONTROLLO CON IL NUMERO DI RILIEVI DEL     *
      *                 TIPO RIL-TIPO (SPAZI = TUTTI I TIPI DEL    *
      *                 PROGRAMMA) PASSATO IN RIL-QUANTITA. SI     *
      *                 CHIUDE SOLO UN CONTROLLO ESEGUITO PER      *
      *                 INTERO: CORREZ CHIUDE LE CORREZIONI DEI    *
      *                 RILIEVI NON PIU' SEGNALATI SOLO PER I      *
      *                 CONTROLLI CHIUSI NELLA NOTTE.              *
      * RIL-ESITO:  S = FATTO                                      *
      ************************************************************
       01   RIL-CHIAMATA.
            05 RIL-AZIONE        PIC X.
            05 RIL-PROGRAMMA     PIC X(8).
            05 RIL-ID            PIC 9(5).
            05 RIL-FILIALE       PIC 9(4).
            05 RIL-TIPO          PIC X(10).
            05 RIL-DETTAGLIO     PIC X(30).
            05 RIL-QUANTITA      PIC 9(7).
            05 RIL-ESITO         PIC X.
