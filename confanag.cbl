       DATE-WRITTEN. 22/8/2026
      * RICONCILIAZIONE TRA I DUE MASTER ANAGRAFICI (ANAGR.TXT,
      * LETTO DA CERCA E TABORD, E ANAGRA.TXT, LETTO DA COPYING):
      * ORA CHE IL MASTER UNICO E' ANAGR.IDX ENTRAMBE SONO COPIE
      * DERIVATE OGNI NOTTE DA DERIVA; IL CONFRONTO RESTA COME
      * PROVA CHE NESSUN PASSO SUCCESSIVO LE HA FATTE DIVERGERE
      *
       ENVIRONMENT DIVISION.
      *
