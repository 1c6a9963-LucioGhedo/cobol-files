      ************************************************************
      * LAYOUT CONDIVISO DELLA VOCE DI STRADARIO: PER OGNI CITTA    *
      * CENSITA (NOME CANONICO DI CITTA.IDX) LE VIE VALIDE E IL CAP *
      * CHE LE SERVE. LA CHIAVE DEL MASTER STRADARIO.IDX E' CITTA + *
      * VIA, COSI' LE VIE DI UNA CITTA STANNO IN FILA IN ORDINE     *
      * ALFABETICO. MANUTENUTO DA STRADMST, LETTO DAL MODULO        *
      * RICHIAMABILE STRADARI (INDIRMST, STRADREP).                 *
      * LUNGHEZZA COMPLESSIVA: 35 BYTE.                             *
      ************************************************************
       01   WS-STRADA.
            05 STR-CHIAVE.
               10 STR-CITTA       PIC X(10).
               10 STR-VIA         PIC X(20).
            05 STR-CAP            PIC X(5).
