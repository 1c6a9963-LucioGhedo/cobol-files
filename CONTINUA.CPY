      ************************************************************
      * AREE CONDIVISE PER IL REGISTRO DI CONTINUITA' DELLO        *
      * STORICO ABI (ABI-CONTINUITA.TXT): FUSIONE, A OGNI FUSIONE  *
      * O CAMBIO DI NOME DI UN COMUNE, VI ACCODA UNA RIGA CON LA   *
      * DECORRENZA, IL NOME CESSATO E IL NOME CHE LO CONTINUA.     *
      * ABIVAR E TENDENZA LO CARICANO PRIMA DI LEGGERE             *
      * ABI-STORICO.TXT E RIPORTANO OGNI RIGA DEL NOME CESSATO AL  *
      * NOME NUOVO, SOMMANDOLA A QUELLA DELLA STESSA NOTTE: COSI'  *
      * LA CITTA NON CROLLA A ZERO E NON NE NASCE UNA DAL NULLA.   *
      * LE RIGHE SONO IN ORDINE DI REGISTRAZIONE: UNA SOLA PASSATA *
      * RISOLVE ANCHE LE CATENE (A -> B, POI B -> C).              *
      * LUNGHEZZA DELLA RIGA: 30 BYTE.                             *
      ************************************************************
       01   RIGA-CONTINUITA.
            05 CON-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 CON-VECCHIA       PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 CON-NUOVA         PIC X(10).
       01   WS-MAX-CONTINUITA    PIC 9(3) VALUE 100.
       01   TAB-CONTINUITA.
            05 CONTINUITA OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-NUM-CONTINUITA
               INDEXED BY IND-CONTINUITA.
               10 CN-VECCHIA       PIC X(10).
               10 CN-NUOVA         PIC X(10).
       01   WS-NUM-CONTINUITA    PIC 9(3) VALUE 0.
       01   WS-CONTINUITA-STATUS PIC XX.
       01   WS-CONTINUITA-EOF    PIC X VALUE 'N'.
       01   WS-CITTA-CONTINUITA  PIC X(10) VALUE SPACES.
