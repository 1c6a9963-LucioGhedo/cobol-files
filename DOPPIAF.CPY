      ************************************************************
      * AREA DI CHIAMATA DEL MODULO DOPPIAF (DOPPIA FIRMA SULLE     *
      * OPERAZIONI IRREVERSIBILI). COPIATA DAI CHIAMANTI IN         *
      * WORKING-STORAGE E DAL MODULO IN LINKAGE.                    *
      * DPF-AZIONE: V = VERIFICA/RICHIESTA (DAI PROGRAMMI CHE       *
      *                 ESEGUONO L'OPERAZIONE)                      *
      *             F = FIRMA DI APPROVAZIONE   (DA FIRME)          *
      *             R = RIFIUTO DELLA RICHIESTA (DA FIRME)          *
      *             S = SOLO SCADENZE           (DA FIRME)          *
      * DPF-ESITO:  S = ESEGUIBILE / FATTO                          *
      *             A = GIA' IN ATTESA DELLA SECONDA FIRMA          *
      *             C = RICHIESTA CREATA ORA, IN ATTESA             *
      *             M = MOTIVO MANCANTE, RICHIESTA NON CREATA       *
      *             N = RIFIUTATO (SPIEGAZIONE IN DPF-MESSAGGIO)    *
      ************************************************************
       01   DPF-CHIAMATA.
            05 DPF-AZIONE        PIC X.
            05 DPF-SIGLA         PIC X(3).
            05 DPF-PROGRAMMA     PIC X(8).
            05 DPF-CLASSE        PIC X.
            05 DPF-PARAMETRI     PIC X(20).
            05 DPF-MOTIVO        PIC X(40).
            05 DPF-NUMERO        PIC 9(6).
            05 DPF-ESITO         PIC X.
            05 DPF-MESSAGGIO     PIC X(40).
