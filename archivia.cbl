       AUTHOR. LUCIO
       DATE-WRITTEN. 22/8/2026
      * PULIZIA NOTTURNA DEI FILE AD ACCODAMENTO CONTINUO
      * LE COPIE DELLA CHIUSURA D'ANNO (CHIUSURA-AAAA-*.TXT) NON SI
      * ELIMINANO MAI, ANCHE SE REGISTRATE IN UN INDICE.
      *
       ENVIRONMENT DIVISION.
      *
           MOVE VI-DATA(IND-VOCE) TO WS-CD-DATA.
           PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
           IF WS-CD-SERIALE < WS-SERIALE-LIMITE
                   AND VI-NOME(IND-VOCE)(1:9) NOT = 'CHIUSURA-'
               MOVE 'S' TO VI-SCADUTO(IND-VOCE)
               ADD 1 TO WS-CONTA-ELIMINATI
               MOVE VI-NOME(IND-VOCE) TO WS-NOME-ARCHIVIO
      **************************************************************
      * STESSA POTATURA APPLICATA ALLE GENERAZIONI DATATE DEI       *
      * REPORT (REPORT-GENERAZIONI.TXT, ALIMENTATO DA ABI, COPYING, *
      * INDICI E TABORD, E DALLE EDIZIONI CSV DI ABI, ROLLREG,      *
      * INCROCIO, TENDENZA E STATETA): LE GENERAZIONI PIU' VECCHIE  *
      * DELLA CONSERVAZIONE VENGONO ELIMINATE E L'ELENCO RISCRITTO. *
      **************************************************************
           MOVE ZERO TO WS-NUM-INDICE.
           MOVE ZERO TO WS-CONTA-GEN-ELIM.
           MOVE VI-DATA(IND-VOCE) TO WS-CD-DATA.
           PERFORM CALCOLA-SERIALE THRU FINE-CALCOLA-SERIALE.
           IF WS-CD-SERIALE < WS-SERIALE-LIMITE
                   AND VI-NOME(IND-VOCE)(1:9) NOT = 'CHIUSURA-'
               MOVE 'S' TO VI-SCADUTO(IND-VOCE)
               ADD 1 TO WS-CONTA-GEN-ELIM
               MOVE VI-NOME(IND-VOCE) TO WS-NOME-ARCHIVIO
