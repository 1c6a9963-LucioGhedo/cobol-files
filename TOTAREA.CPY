      ************************************************************
      * AREE CONDIVISE PER I TOTALI PER AREA E PER REGIONE DEI      *
      * REPORT PER FILIALE (RPTFIL, DISTFIL, TRAGUARD). PER OGNI    *
      * FILIALE IL PROGRAMMA CHIAMA IL MODULO GERARCH:              *
      *   CALL 'GERARCH' USING GER-FILIALE GER-AREA GER-DESC-AREA   *
      *        GER-REGIONE GER-DESC-REGIONE GER-ESITO               *
      *   GER-ESITO 'S' = AREA E REGIONE TROVATE                    *
      *             'A' = FILIALE SENZA AREA                        *
      *             'R' = AREA IGNOTA O SENZA REGIONE               *
      * E SOMMA IL TOTALE DELLA FILIALE NELLE TABELLE TOA-/TOR-.    *
      * LE FILIALI FUORI GERARCHIA FINISCONO SOTTO L'AREA 000 E LA  *
      * REGIONE 00, STAMPATE COME 'SENZA AREA'/'SENZA REGIONE', IN  *
      * MODO CHE LA SOMMA DEI TOTALI TORNI CON QUELLA DELLE FILIALI.*
      ************************************************************
       01   GER-FILIALE          PIC 9(4)  VALUE 0.
       01   GER-AREA             PIC 9(3)  VALUE 0.
       01   GER-DESC-AREA        PIC X(16) VALUE SPACES.
       01   GER-REGIONE          PIC 9(2)  VALUE 0.
       01   GER-DESC-REGIONE     PIC X(16) VALUE SPACES.
       01   GER-ESITO            PIC X     VALUE SPACE.
       01   GER-TOTALE           PIC 9(6)  VALUE 0.
       01   WS-MAX-TOT-AREE      PIC 9(4)  VALUE 201.
       01   TAB-TOT-AREE.
            05 TOT-AREA OCCURS 1 TO 201 TIMES
               DEPENDING ON WS-NUM-TOT-AREE
               INDEXED BY IND-TOA.
               10 TOA-AREA         PIC 9(3).
               10 TOA-DESC         PIC X(16).
               10 TOA-REGIONE      PIC 9(2).
               10 TOA-TOTALE       PIC 9(6).
       01   WS-NUM-TOT-AREE      PIC 9(4)  VALUE 0.
       01   WS-MAX-TOT-REGIONI   PIC 9(4)  VALUE 51.
       01   TAB-TOT-REGIONI.
            05 TOT-REGIONE OCCURS 1 TO 51 TIMES
               DEPENDING ON WS-NUM-TOT-REGIONI
               INDEXED BY IND-TOR.
               10 TOR-REGIONE      PIC 9(2).
               10 TOR-DESC         PIC X(16).
               10 TOR-TOTALE       PIC 9(6).
       01   WS-NUM-TOT-REGIONI   PIC 9(4)  VALUE 0.
       01   WS-TOT-TROVATO       PIC X     VALUE 'N'.
       01   RIGA-TOT-AREA.
            05 FILLER            PIC X(5)  VALUE 'AREA '.
            05 RTA-AREA          PIC 9(3).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RTA-DESC          PIC X(16).
            05 FILLER            PIC X(6)  VALUE ' REG. '.
            05 RTA-REGIONE       PIC 9(2).
            05 FILLER            PIC X(7)  VALUE '  TOT. '.
            05 RTA-TOTALE        PIC ZZZZZ9.
       01   RIGA-TOT-REGIONE.
            05 FILLER            PIC X(5)  VALUE 'REG. '.
            05 RTR-REGIONE       PIC 9(2).
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RTR-DESC          PIC X(16).
            05 FILLER            PIC X(15) VALUE SPACES.
            05 RTR-TOTALE        PIC ZZZZZ9.
