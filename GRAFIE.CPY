      ************************************************************
      * LAYOUT CONDIVISO DELLA RIGA DEL REGISTRO DELLE GRAFIE      *
      * PRECEDENTI DEI NOMI (GRAFIE-PRECEDENTI.TXT): NORMNOMI, IN  *
      * MODO APPLICA, VI ACCODA UNA RIGA PER OGNI PERSONA DI CUI   *
      * UNIFORMA NOME O COGNOME, CON LA GRAFIA DI PRIMA E QUELLA   *
      * NUOVA E LA DATA DELLA VERSIONE SCRITTA SU ANAGR.IDX. CERCA *
      * LO LEGGE PERCHE' UNA RICERCA CON LA VECCHIA GRAFIA         *
      * (D AMICO) TROVI ANCORA LA PERSONA (ORA D'AMICO).           *
      * LUNGHEZZA DELLA RIGA: 58 BYTE.                             *
      ************************************************************
       01   RIGA-GRAFIA.
            05 GRF-ID            PIC 9(5).
            05 FILLER            PIC X     VALUE SPACE.
            05 GRF-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 GRF-NOME-PRIMA    PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 GRF-COGNOME-PRIMA PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 GRF-NOME-DOPO     PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 GRF-COGNOME-DOPO  PIC X(10).
