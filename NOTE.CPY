      ************************************************************
      * LAYOUT CONDIVISO DELLA NOTA LIBERA SU UNA PERSONA, PER      *
      * ID-PERSONA PERMANENTE: CHI HA TELEFONATO, CHI SI TRASFERISCE*
      * E QUANDO, LA LINGUA PARLATA. LA CHIAVE DEL MASTER NOTE.IDX  *
      * E' ID-PERSONA + DATA + ORA DI REGISTRAZIONE, COSI' LE NOTE  *
      * DI UNA PERSONA STANNO IN FILA IN ORDINE DI TEMPO. LA SIGLA  *
      * E' QUELLA DELL'OPERATORE COLLEGATO (OPERATORE.TXT).         *
      * SCRITTE DA ANAGRIDX, MOSTRATE DALLA SCHEDA DI CERCA, DALLA  *
      * PIU' RECENTE. LUNGHEZZA COMPLESSIVA: 83 BYTE.               *
      ************************************************************
       01   WS-NOTA.
            05 NTA-CHIAVE.
               10 NTA-ID-PERSONA  PIC 9(5).
               10 NTA-DATA        PIC 9(8).
               10 NTA-ORA         PIC 9(6).
            05 NTA-OPERATORE      PIC X(3).
            05 NTA-CATEGORIA      PIC X.
               88 NTA-CONTATTO    VALUE 'C'.
               88 NTA-TRASFERIMENTO VALUE 'T'.
               88 NTA-LINGUA      VALUE 'L'.
               88 NTA-RECLAMO     VALUE 'R'.
               88 NTA-ALTRO       VALUE 'A'.
            05 NTA-TESTO          PIC X(60).
