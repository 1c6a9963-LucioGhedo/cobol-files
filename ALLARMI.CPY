      ************************************************************
      * LAYOUT DELLA RIGA DI ALLARMI-USCITA.TXT, LA CODA DEGLI      *
      * ALLARMI IN USCITA SCRITTA DA ALLARMI E RACCOLTA DAL         *
      * GATEWAY POSTA/SMS: DATA E ORA DI INVIO, TIPO (N = NUOVO,    *
      * E = ESCALATION AL CONTATTO SUCCESSIVO), LIVELLO DEL         *
      * CONTATTO (1-3), GRUPPO DESTINATARIO DALLA TABELLA DI        *
      * INSTRADAMENTO, SEVERITA, PROGRAMMA, PARAGRAFO E CHIAVE      *
      * DELL'EVENTO, RIPETIZIONI ACCORPATE NELLA NOTTE, TESTO.      *
      * LUNGHEZZA: 126 BYTE.                                        *
      ************************************************************
       01   RIGA-ALLARME.
            05 ALL-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-TIPO          PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-LIVELLO       PIC 9.
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-GRUPPO        PIC X(12).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-SEVERITA      PIC X.
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-PROGRAMMA     PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-PARAGRAFO     PIC X(20).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-CHIAVE        PIC X(15).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-RIPETIZIONI   PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 ALL-TESTO         PIC X(40).
