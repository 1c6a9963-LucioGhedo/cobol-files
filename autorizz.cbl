      *           D = CANCELLAZIONE, R = RISCONTRO ECCEZIONI,
      *           S = SALVATAGGIO/RIPRISTINO
      *   PROGRAMMA '*' E CLASSE '*' VALGONO COME QUALSIASI.
      * LE RIGHE DI PROGRAMMA 'FILIALE' E CLASSE 'V' (FILIALI DI
      * CASA DELL'OPERATORE) NON SONO CONCESSIONI: LE LEGGE VISIBIL.
      * SENZA PROFILI.TXT IN CONSEGNA TUTTO RESTA PERMESSO (LA
      * TRANSIZIONE NON DEVE CHIUDERE FUORI LA SALA); CON IL FILE
      * IN CONSEGNA UNA SIGLA SENZA CONCESSIONE E' RIFIUTATA E IL
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROFILI DEGLI OPERATORI MANTENUTI CON PROFMST

           SELECT OPTIONAL PROFILIF ASSIGN TO 'PROFILI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
