       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHIUSURA.
       AUTHOR. LUCIO
       DATE-WRITTEN. 15/10/2026
      * CHIUSURA D'ANNO DELL'ANAGRAFICA CON L'ANNUARIO STATISTICO.
      * PASSO DELLA NOTTE DEL 31 DICEMBRE (IN CATENA CON FREQUENZA
      * G, OGNI NOTTE: IL 31/12 PUO' CADERE DI SABATO O DI DOMENICA,
      * E IL FINE MESE DI CALENDARIO E' L'ULTIMO GIORNO LAVORATIVO;
      * LE ALTRE NOTTI NON C'E' NULLA DA CHIUDERE E SI ESCE CON
      * RC 0). UNA SOLA CORSA PER ANNO: L'ANNO CHIUSO SI
      * REGISTRA IN CHIUSURE-ANNUALI.TXT E UNA SECONDA CORSA PER LO
      * STESSO ANNO SI RIFIUTA (ECCEZIONE GRAVE, RC 8) SENZA
      * TOCCARE NULLA. LA CORSA:
      *   1. FOTOGRAFA I MASTER (ANAGR.TXT, ANAGRA.TXT,
      *      FAMIGLIE.TXT, ANAGR.IDX, CITTA.IDX, FILIALI.IDX,
      *      INDIRIZZI.IDX) NELLE COPIE CHIUSURA-AAAA-*.TXT CON UN
      *      MANIFESTO DEI CONTEGGI COME QUELLO DI SALVATUT. LE
      *      COPIE NON SI REGISTRANO NEGLI INDICI DI ARCHIVIA, CHE
      *      PER DI PIU' NON ELIMINA MAI UN FILE CHIUSURA-*: LA
      *      FOTOGRAFIA DEL 31 DICEMBRE RESTA PER SEMPRE;
      *   2. STAMPA L'ANNUARIO: POPOLAZIONE AL 31/12 PER CITTA, PER
      *      PROVINCIA (DA CITTA.IDX) E PER FASCIA DI ETA' (0-17,
      *      18-35, 36-60, 61 E OLTRE, COME COPYING); I MOVIMENTI
      *      DELL'ANNO CON LE REGOLE DI MOVDEM (VERSIONE IN VIGORE
      *      AL 31/12 DELL'ANNO PRIMA CONTRO QUELLA AL 31/12
      *      DELL'ANNO): NUOVI, DECESSI, EMIGRAZIONI, ARRIVI E
      *      PARTENZE; LE CAMPAGNE DELL'ANNO (CAMPAGNE.TXT) CON LE
      *      RISPOSTE (CAMPAGNE-RISPOSTE.TXT) E IL TASSO; LE
      *      FILIALI APERTE E CHIUSE NELL'ANNO (FILIALI.IDX). IL
      *      MASTER E' VERSIONATO, QUINDI L'ANNUARIO E' AL 31/12
      *      ANCHE SE LA CHIUSURA SI LANCIA A GENNAIO; LA COPIA
      *      DELL'ANNUARIO RESTA IN CHIUSURA-AAAA-ANNUARIO.TXT;
      *   3. RIPARTE I CONTATORI ANNUALI ELENCATI DALL'ESERCIZIO IN
      *      CHIUSURA-AZZERA.TXT: IL VALORE DI FINE ANNO SI SALVA IN
      *      CHIUSURA-AAAA-CONTATORI.TXT E IL CONTATORE SI
      *      RISCRIVE CON IL VALORE DI PARTENZA.
      * PARAMETRI (FACOLTATIVI) IN CHIUSURA-PARAM.TXT (CHIAVE COL.
      * 1-10, VALORE COL. 11-20):
      *   ANNO       ANNO DA CHIUDERE, PER UNA CHIUSURA FATTA DOPO
      *              IL 31/12. SENZA PARAMETRO SI CHIUDE L'ANNO
      *              DELLA DATA DI ELABORAZIONE SE E' IL 31/12. UN
      *              ANNO NON ANCORA FINITO SI RIFIUTA (RC 8).
      * TRACCIATO DI CHIUSURA-AZZERA.TXT (RIGHE CHE INIZIANO CON *
      * O VUOTE SONO COMMENTI):
      *   COL. 1-30  NOME DEL FILE CONTATORE (UNA RIGA DI SEI CIFRE)
      *   COL. 32-37 VALORE DI PARTENZA (VUOTO = ZERO)
      * IL NUMERO DI GENERAZIONE DELLO SCAMBIO
      * (SCAMBIO-GENERAZIONE.TXT) NON E' ANNUALE: RICEVI
      * SCARTEREBBE LE GENERAZIONI COME DOPPIONI, QUINDI SI
      * ESCLUDE ANCHE SE ELENCATO (ECCEZIONE DI AVVISO).
      *
       ENVIRONMENT DIVISION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETRI: ANNO DA CHIUDERE (FACOLTATIVO)

           SELECT OPTIONAL PARAMF ASSIGN TO 'CHIUSURA-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * REGISTRO DEGLI ANNI GIA' CHIUSI

           SELECT OPTIONAL REGISTROF ASSIGN TO 'CHIUSURE-ANNUALI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
      * MASTER PIATTO DELL'ANAGRAFICA

           SELECT OPTIONAL ANAGRF ASSIGN TO 'ANAGR.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGR-STATUS.
      * ANAGRAFICA CONSOLIDATA DELLO SMISTAMENTO

           SELECT OPTIONAL ANAGRAF2 ASSIGN TO 'ANAGRA.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANAGRA-STATUS.
      * FILE DELLE FAMIGLIE

           SELECT OPTIONAL FAMIGLIE ASSIGN TO 'FAMIGLIE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAM-STATUS.
      * MASTER ANAGRAFICA INDICIZZATO VERSIONATO

           SELECT IDXF ASSIGN TO 'ANAGR.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IDX-CHIAVE
           ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-CITTA WITH DUPLICATES
           STATUS WS-IDX-STATUS.
      * MASTER DELLE CITTA' CENSITE

           SELECT CITTAMF ASSIGN TO 'CITTA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CMF-CITTA
           STATUS WS-CITTA-STATUS.
      * MASTER DELLE FILIALI

           SELECT FILIALIMF ASSIGN TO 'FILIALI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY FMF-CODICE
           ALTERNATE RECORD KEY IS FMF-DESC WITH DUPLICATES
           STATUS WS-FILIALI-STATUS.
      * MASTER DEGLI INDIRIZZI STRADALI

           SELECT INDIRF ASSIGN TO 'INDIRIZZI.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IND2-ID
           STATUS WS-INDIR-STATUS.
      * REGISTRO DELLE CAMPAGNE (DA LETTERE)

           SELECT OPTIONAL CAMPAGNE ASSIGN TO 'CAMPAGNE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAMPAGNE-STATUS.
      * RISPOSTE RICONDOTTE ALLE CAMPAGNE (DA IMPCSV)

           SELECT OPTIONAL RISPOSTE ASSIGN TO 'CAMPAGNE-RISPOSTE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RISPOSTE-STATUS.
      * CONTATORI ANNUALI DA RIPARTIRE, ELENCATI DALL'ESERCIZIO

           SELECT OPTIONAL AZZERAF ASSIGN TO 'CHIUSURA-AZZERA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AZZERA-STATUS.
      * FILE CONTATORE (NOME ASSEGNATO A PROGRAMMA)

           SELECT OPTIONAL CONTATF ASSIGN TO WS-NOME-CONTATORE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTAT-STATUS.
      * COPIA DI CHIUSURA (NOME ASSEGNATO A PROGRAMMA)

           SELECT COPIAF ASSIGN TO WS-NOME-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COPIA-STATUS.
      * MANIFESTO DEI CONTEGGI DELLA FOTOGRAFIA

           SELECT MANIFESTO ASSIGN TO WS-NOME-MANIFESTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MANIFESTO-STATUS.
      * ANNUARIO STATISTICO

           SELECT REPORTF ASSIGN TO 'CHIUSURA-REPORTF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
      * DATA DI ELABORAZIONE (FACOLTATIVA), PER LE RIESECUZIONI

           SELECT OPTIONAL DATAELAB ASSIGN TO 'DATA-ELABORAZIONE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAELAB-STATUS.
      * SIGLA DELL'OPERATORE COLLEGATO

           SELECT OPTIONAL OPERATORE ASSIGN TO 'OPERATORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
      * FILE CONDIVISO DELLE ECCEZIONI

           SELECT ECCEZIONI ASSIGN TO 'ECCEZIONI.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ECC-STATUS.
      * GIORNALE CONDIVISO DELLE ESECUZIONI BATCH

           SELECT GIORNALE ASSIGN TO 'GIORNALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GIO-STATUS.

      ************************************************************
      *                       DATA DIVISION
      ************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   PARAMF
            DATA RECORD IS REC-PARAMF.
       01 REC-PARAMF.
          05 PAR-CHIAVE     PIC X(10).
          05 PAR-VALORE     PIC X(10).

       FD   REGISTROF
            DATA RECORD IS REC-REGISTROF.
       01 REC-REGISTROF  PIC X(34).

       FD   ANAGRF
            DATA RECORD IS REC-ANAGRF.
       01 REC-ANAGRF  PIC X(71).

       FD   ANAGRAF2
            DATA RECORD IS REC-ANAGRAF2.
       01 REC-ANAGRAF2  PIC X(71).

       FD   FAMIGLIE
            DATA RECORD IS REC-FAMIGLIE.
       01 REC-FAMIGLIE  PIC X(39).

       FD   IDXF
            DATA RECORD IS REC-IDXF.
       01 REC-IDXF.
          05 IDX-CHIAVE.
             10 IDX-ID       PIC 9(5).
             10 IDX-DATA-EFF PIC 9(8).
          05 IDX-NOME      PIC X(10).
          05 IDX-COGNOME   PIC X(10).
          05 IDX-ANNI      PIC 999.
          05 IDX-CITTA     PIC X(10).
          05 IDX-FILIALE   PIC 9(4).
          05 IDX-ANNO-NASC PIC 9(4).
          05 IDX-STATO     PIC X.
          05 IDX-STATO-DATA PIC 9(8).
          05 IDX-COD-FISCALE PIC X(16).

       FD   CITTAMF
            DATA RECORD IS REC-CITTAMF.
       01 REC-CITTAMF.
          05 CMF-CITTA     PIC X(10).
          05 CMF-PROVINCIA PIC X(2).
          05 CMF-REGIONE   PIC X(15).
          05 CMF-ESTERO    PIC X.

       FD   FILIALIMF
            DATA RECORD IS REC-FILIALIMF.
       01 REC-FILIALIMF.
          05 FMF-CODICE    PIC 9(4).
          05 FMF-DESC      PIC X(16).
          05 FMF-STATO     PIC X.
          05 FMF-DATA-AP   PIC 9(8).
          05 FMF-DATA-CH   PIC 9(8).

       FD   INDIRF
            DATA RECORD IS REC-INDIRF.
       01 REC-INDIRF.
          05 IND2-ID       PIC 9(5).
          05 IND2-VIA      PIC X(20).
          05 IND2-NUMERO   PIC X(5).
          05 IND2-CAP      PIC X(5).
          05 IND2-CITTA    PIC X(10).

       FD   CAMPAGNE
            DATA RECORD IS REC-CAMPAGNE.
       01 REC-CAMPAGNE.
          05 CAM-CODICE     PIC X(8).
          05 FILLER         PIC X.
          05 CAM-DATA       PIC 9(8).
          05 FILLER         PIC X.
          05 CAM-CITTA      PIC X(10).
          05 FILLER         PIC X.
          05 CAM-LETTERE    PIC 9(6).
          05 FILLER         PIC X.
          05 CAM-TESTO      PIC X(40).

       FD   RISPOSTE
            DATA RECORD IS REC-RISPOSTE.
       01 REC-RISPOSTE.
          05 RIS-CODICE     PIC X(8).
          05 FILLER         PIC X.
          05 RIS-DATA       PIC 9(8).
          05 FILLER         PIC X.
          05 RIS-ID         PIC 9(5).
          05 FILLER         PIC X.
          05 RIS-CITTA      PIC X(10).

       FD   AZZERAF
            DATA RECORD IS REC-AZZERAF.
       01 REC-AZZERAF.
          05 AZF-NOME       PIC X(30).
          05 FILLER         PIC X.
          05 AZF-VALORE     PIC X(6).

       FD   CONTATF
            DATA RECORD IS REC-CONTATF.
       01 REC-CONTATF  PIC X(30).

       FD   COPIAF
            DATA RECORD IS REC-COPIAF.
       01 REC-COPIAF  PIC X(130).

       FD   MANIFESTO
            DATA RECORD IS REC-MANIFESTO.
       01 REC-MANIFESTO  PIC X(40).

       FD   REPORTF
            DATA RECORD IS REC-REPORTF.
       01 REC-REPORTF  PIC X(80).

       FD   DATAELAB
            DATA RECORD IS REC-DATAELAB.
       01 REC-DATAELAB  PIC X(8).

       FD   OPERATORE
            DATA RECORD IS REC-OPERATORE.
       01 REC-OPERATORE.
          05 OPE-SIGLA      PIC X(3).
          05 OPE-NOME       PIC X(20).

       FD   ECCEZIONI
            DATA RECORD IS REC-ECCEZIONE.
       01 REC-ECCEZIONE  PIC X(114).

       FD   GIORNALE
            DATA RECORD IS REC-GIORNALE.
       01 REC-GIORNALE  PIC X(68).

      ************************************************************
      *                WORKING-STORAGE SECTION
      ************************************************************

       WORKING-STORAGE SECTION.

       01   WS-PARAM-STATUS     PIC XX.
       01   WS-REGISTRO-STATUS  PIC XX.
       01   WS-ANAGR-STATUS     PIC XX.
       01   WS-ANAGRA-STATUS    PIC XX.
       01   WS-FAM-STATUS       PIC XX.
       01   WS-IDX-STATUS       PIC XX.
       01   WS-CITTA-STATUS     PIC XX.
       01   WS-FILIALI-STATUS   PIC XX.
       01   WS-INDIR-STATUS     PIC XX.
       01   WS-CAMPAGNE-STATUS  PIC XX.
       01   WS-RISPOSTE-STATUS  PIC XX.
       01   WS-AZZERA-STATUS    PIC XX.
       01   WS-CONTAT-STATUS    PIC XX.
       01   WS-COPIA-STATUS     PIC XX.
       01   WS-MANIFESTO-STATUS PIC XX.
       01   WS-REPORT-STATUS    PIC XX.

      ************************************************************
      *      ANNO DA CHIUDERE: DAL PARAMETRO O DALLA DATA DI        *
      *      ELABORAZIONE (DATA-ELABORAZIONE.TXT SE PRESENTE)       *
      ************************************************************
       01 WS-DATA-RIF.
            05 WS-RIF-ANNO       PIC 9999.
            05 WS-RIF-MESE       PIC 99.
            05 WS-RIF-GIORNO     PIC 99.
       01 WS-ANNO-PARAM        PIC X(10) VALUE SPACES.
       01 WS-ANNO-CHIUSURA     PIC 9(4) VALUE 0.
       01 WS-INIZIO-ANNO       PIC 9(8) VALUE 0.
       01 WS-FINE-ANNO         PIC 9(8) VALUE 0.
       01 WS-PARAM-EOF         PIC X VALUE 'N'.
       01 WS-CHIUSURA-DOVUTA   PIC X VALUE 'N'.
       01 WS-PARAMETRI-VALIDI  PIC X VALUE 'N'.

      ************************************************************
      *      REGISTRO DEGLI ANNI CHIUSI: UNA RIGA PER ANNO CON LA   *
      *      DATA E L'ORA DELLA CHIUSURA, L'OPERATORE, LA           *
      *      POPOLAZIONE AL 31/12 E L'RC DELLA CORSA               *
      ************************************************************
       01 RIGA-REGISTRO.
            05 REG-ANNO          PIC 9(4).
            05 FILLER            PIC X     VALUE SPACE.
            05 REG-DATA          PIC 9(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 REG-ORA           PIC 9(6).
            05 FILLER            PIC X     VALUE SPACE.
            05 REG-OPERATORE     PIC X(3).
            05 FILLER            PIC X     VALUE SPACE.
            05 REG-POPOLAZIONE   PIC 9(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 REG-RC            PIC 9.
       01 WS-REGISTRO-EOF      PIC X VALUE 'N'.
       01 WS-GIA-CHIUSO        PIC X VALUE 'N'.
       01 WS-DATA-GIA-CHIUSO   PIC 9(8) VALUE 0.
       01 WS-ORA-REGISTRO      PIC 9(8) VALUE 0.

      ************************************************************
      *      I MAGAZZINI DELLA FOTOGRAFIA, NELL'ORDINE DI SCARICO,  *
      *      CON IL SUFFISSO DEL FILE DI COPIA (COME SALVATUT)      *
      ************************************************************
       01 WS-ELENCO-MAGAZZINI.
            05 FILLER PIC X(28) VALUE
               'ANAGR.TXT     ANAGR         '.
            05 FILLER PIC X(28) VALUE
               'ANAGRA.TXT    ANAGRA        '.
            05 FILLER PIC X(28) VALUE
               'FAMIGLIE.TXT  FAMIGLIE      '.
            05 FILLER PIC X(28) VALUE
               'ANAGR.IDX     ANAGRIDX      '.
            05 FILLER PIC X(28) VALUE
               'CITTA.IDX     CITTA         '.
            05 FILLER PIC X(28) VALUE
               'FILIALI.IDX   FILIALI       '.
            05 FILLER PIC X(28) VALUE
               'INDIRIZZI.IDX INDIRIZZI     '.
       01 TAB-MAGAZZINI REDEFINES WS-ELENCO-MAGAZZINI.
            05 MAGAZZINO OCCURS 7 TIMES.
               10 MG-NOME      PIC X(14).
               10 MG-SUFFISSO  PIC X(14).
       01 WS-NUM-MAGAZZINI     PIC 99 VALUE 7.
       01 WS-MAG-IX            PIC 99 VALUE 0.
       01 TAB-FOTOGRAFIA.
            05 FOTOGRAFIA OCCURS 7 TIMES.
               10 FT-RIGHE     PIC 9(6).
               10 FT-STATO     PIC X(8).

      ************************************************************
      *      RIGA DEL MANIFESTO: UNA PER MAGAZZINO                  *
      ************************************************************
       01 RIGA-MANIFESTO.
            05 MAN-NOME        PIC X(14).
            05 FILLER          PIC X VALUE SPACE.
            05 MAN-RIGHE       PIC 9(6).
            05 FILLER          PIC X VALUE SPACE.
            05 MAN-STATO       PIC X(8).

       01 WS-NOME-COPIA        PIC X(40) VALUE SPACES.
       01 WS-NOME-MANIFESTO    PIC X(40) VALUE SPACES.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-CONTA-CORRENTE    PIC 9(6) VALUE 0.
       01 WS-MAG-ASSENTE       PIC X VALUE 'N'.
       01 WS-CONTA-ASSENTI     PIC 9(3) VALUE 0.

      ************************************************************
      *      SCORRIMENTO DEL MASTER COME IN MOVDEM: PER OGNI        *
      *      PERSONA LA VERSIONE IN VIGORE AL 31/12 DELL'ANNO PRIMA *
      *      (APERTURA) E QUELLA IN VIGORE AL 31/12 (CHIUSURA)      *
      ************************************************************
       01 WS-IDX-EOF           PIC X VALUE 'N'.
       01 WS-ID-PREC           PIC 9(5) VALUE 0.
       01 WS-PRIMA-VERSIONE    PIC X VALUE 'S'.
       01 WS-APERTURA-TROVATA  PIC X VALUE 'N'.
       01 WS-CHIUSURA-TROVATA  PIC X VALUE 'N'.
       01 WS-VERSIONE-APERTURA PIC X(79) VALUE SPACES.
       01 WS-APERTURA REDEFINES WS-VERSIONE-APERTURA.
            05 VA-ID           PIC 9(5).
            05 VA-DATA-EFF     PIC 9(8).
            05 VA-NOME         PIC X(10).
            05 VA-COGNOME      PIC X(10).
            05 VA-ANNI         PIC 999.
            05 VA-CITTA        PIC X(10).
            05 VA-FILIALE      PIC 9(4).
            05 VA-ANNO-NASC    PIC 9(4).
            05 VA-STATO        PIC X.
            05 VA-STATO-DATA   PIC 9(8).
            05 VA-COD-FISCALE  PIC X(16).
       01 WS-VERSIONE-CHIUSURA PIC X(79) VALUE SPACES.
       01 WS-CHIUSURA REDEFINES WS-VERSIONE-CHIUSURA.
            05 VC-ID           PIC 9(5).
            05 VC-DATA-EFF     PIC 9(8).
            05 VC-NOME         PIC X(10).
            05 VC-COGNOME      PIC X(10).
            05 VC-ANNI         PIC 999.
            05 VC-CITTA        PIC X(10).
            05 VC-FILIALE      PIC 9(4).
            05 VC-ANNO-NASC    PIC 9(4).
            05 VC-STATO        PIC X.
            05 VC-STATO-DATA   PIC 9(8).
            05 VC-COD-FISCALE  PIC X(16).
       01 WS-ATTIVA-APERTURA   PIC X VALUE 'N'.
       01 WS-ATTIVA-CHIUSURA   PIC X VALUE 'N'.
       01 WS-ETA               PIC 9(3) VALUE 0.
       01 WS-IX-FASCIA         PIC 9 VALUE 0.
       01 WS-CONTA-VERSIONI    PIC 9(6) VALUE 0.

      ************************************************************
      *      CITTA' CENSITE, PER RICONDURRE OGNI CITTA ALLA SUA     *
      *      PROVINCIA ('--' SE LA CITTA NON E' CENSITA)            *
      ************************************************************
       COPY CITTAMAS.

      ************************************************************
      *      ANNUARIO PER CITTA: POPOLAZIONE AL 31/12 PER FASCIA DI *
      *      ETA' (0-17, 18-35, 36-60, 61+) E MOVIMENTI DELL'ANNO   *
      ************************************************************
       01 WS-MAX-ANNUARIO      PIC 9(4) VALUE 500.
       01 TAB-ANNUARIO.
            05 ANNUARIO-CITTA OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NUM-ANNUARIO
               INDEXED BY IND-ANN.
               10 AC-CITTA         PIC X(10).
               10 AC-PROVINCIA     PIC X(2).
               10 AC-FASCIA        PIC 9(6) OCCURS 4 TIMES.
               10 AC-APERTURA      PIC 9(6).
               10 AC-NUOVI         PIC 9(6).
               10 AC-DECESSI       PIC 9(6).
               10 AC-EMIGRAZIONI   PIC 9(6).
               10 AC-ARRIVI        PIC 9(6).
               10 AC-PARTENZE      PIC 9(6).
               10 AC-CHIUSURA      PIC 9(6).
       01 WS-NUM-ANNUARIO      PIC 9(4) VALUE 0.
       01 WS-CITTA-CERCA       PIC X(10) VALUE SPACES.
       01 WS-ANN-TROVATA       PIC X VALUE 'N'.
       01 WS-ANN-RIGA          PIC 9(4) VALUE 0.
       01 WS-ANN-ARRIVO        PIC 9(4) VALUE 0.
       01 WS-ANN-PIENO         PIC X VALUE 'N'.

      ************************************************************
      *      ANNUARIO PER PROVINCIA E TOTALE GENERALE               *
      ************************************************************
       01 WS-MAX-PROVINCE      PIC 9(4) VALUE 200.
       01 TAB-PROVINCE.
            05 ANNUARIO-PROVINCIA OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-PROVINCE
               INDEXED BY IND-PRV.
               10 AP-PROVINCIA     PIC X(2).
               10 AP-FASCIA        PIC 9(7) OCCURS 4 TIMES.
               10 AP-APERTURA      PIC 9(7).
               10 AP-NUOVI         PIC 9(7).
               10 AP-DECESSI       PIC 9(7).
               10 AP-EMIGRAZIONI   PIC 9(7).
               10 AP-ARRIVI        PIC 9(7).
               10 AP-PARTENZE      PIC 9(7).
               10 AP-CHIUSURA      PIC 9(7).
       01 WS-NUM-PROVINCE      PIC 9(4) VALUE 0.
       01 WS-PRV-TROVATA       PIC X VALUE 'N'.
       01 WS-PRV-RIGA          PIC 9(4) VALUE 0.
       01 WS-TOTALI.
            05 TT-FASCIA         PIC 9(7) OCCURS 4 TIMES.
            05 TT-APERTURA       PIC 9(7).
            05 TT-NUOVI          PIC 9(7).
            05 TT-DECESSI        PIC 9(7).
            05 TT-EMIGRAZIONI    PIC 9(7).
            05 TT-ARRIVI         PIC 9(7).
            05 TT-PARTENZE       PIC 9(7).
            05 TT-CHIUSURA       PIC 9(7).

      ************************************************************
      *      CAMPAGNE DELL'ANNO: LETTERE DA CAMPAGNE.TXT (DATA      *
      *      DELLA CAMPAGNA NELL'ANNO), RISPOSTE CONTATE PER CODICE *
      ************************************************************
       01 WS-MAX-CAMPAGNE      PIC 9(3) VALUE 200.
       01 TAB-CAMPAGNE.
            05 CAMPAGNA-ANNO OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-CAMPAGNE
               INDEXED BY IND-CAM.
               10 CP-CODICE        PIC X(8).
               10 CP-DATA          PIC 9(8).
               10 CP-LETTERE       PIC 9(7).
               10 CP-RISPOSTE      PIC 9(7).
       01 WS-NUM-CAMPAGNE      PIC 9(3) VALUE 0.
       01 WS-CAMPAGNE-EOF      PIC X VALUE 'N'.
       01 WS-CAMPAGNE-PIENO    PIC X VALUE 'N'.
       01 WS-TOT-LETTERE       PIC 9(7) VALUE 0.
       01 WS-TOT-RISPOSTE      PIC 9(7) VALUE 0.
       01 WS-TASSO             PIC 9(3) VALUE 0.

      ************************************************************
      *      FILIALI APERTE O CHIUSE NELL'ANNO                      *
      ************************************************************
       01 WS-MAX-EVENTI        PIC 9(3) VALUE 200.
       01 TAB-EVENTI-FILIALE.
            05 EVENTO-FILIALE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-NUM-EVENTI
               INDEXED BY IND-EVE.
               10 EF-CODICE        PIC 9(4).
               10 EF-DESC          PIC X(16).
               10 EF-EVENTO        PIC X(7).
               10 EF-DATA          PIC 9(8).
       01 WS-NUM-EVENTI        PIC 9(3) VALUE 0.
       01 WS-FILIALI-EOF       PIC X VALUE 'N'.
       01 WS-CONTA-APERTE      PIC 9(4) VALUE 0.
       01 WS-CONTA-CHIUSE      PIC 9(4) VALUE 0.
       01 WS-EVENTO            PIC X(7) VALUE SPACES.
       01 WS-DATA-EVENTO       PIC 9(8) VALUE 0.

      ************************************************************
      *      CONTATORI ANNUALI RIPARTITI: NOME, VALORE DI FINE      *
      *      ANNO, VALORE DI PARTENZA ED ESITO                      *
      ************************************************************
       01 WS-MAX-CONTATORI     PIC 99 VALUE 20.
       01 TAB-CONTATORI.
            05 CONTATORE OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-NUM-CONTATORI
               INDEXED BY IND-CNT.
               10 CT-NOME          PIC X(30).
               10 CT-PRIMA         PIC X(10).
               10 CT-DOPO          PIC 9(6).
               10 CT-ESITO         PIC X(10).
       01 WS-NUM-CONTATORI     PIC 99 VALUE 0.
       01 WS-AZZERA-EOF        PIC X VALUE 'N'.
       01 WS-NOME-CONTATORE    PIC X(40) VALUE SPACES.
       01 WS-VALORE-PARTENZA   PIC 9(6) VALUE 0.
       01 WS-CONTATORI-PIENI   PIC X VALUE 'N'.
       01 RIGA-CONTATORE-SALVATO.
            05 CS-NOME           PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 CS-VALORE         PIC X(10).

      ************************************************************
      *           AREE PER IL REPORT                                *
      ************************************************************
       01 WS-DATA-ESECUZIONE.
            05 WS-ANNO           PIC 9999.
            05 WS-MESE           PIC 99.
            05 WS-GIORNO         PIC 99.

       01 INTESTAZIONE-REPORT.
            05 FILLER            PIC X(20) VALUE
               'ANNUARIO STATISTICO'.
            05 IR-ANNO-CHIUSO    PIC 9(4).
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'DATA ESEC. '.
            05 IR-GG             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-MM             PIC 99.
            05 FILLER            PIC X     VALUE '/'.
            05 IR-AAAA           PIC 9999.

       01 RIGA-TITOLO-SEZIONE.
            05 FILLER            PIC X(4)  VALUE '*** '.
            05 RTS-TESTO         PIC X(50).

       01 RIGA-ESITO.
            05 FILLER            PIC X(16) VALUE 'ANNO DA CHIUDERE'.
            05 FILLER            PIC X     VALUE SPACE.
            05 RE-ANNO           PIC 9(4).
            05 FILLER            PIC X(3)  VALUE ' : '.
            05 RE-ESITO          PIC X(40).

       01 COLONNE-POPOLAZIONE.
            05 FILLER            PIC X(34) VALUE
               'CITTA      PR    0-17   18-35   36'.
            05 FILLER            PIC X(22) VALUE
               '-60  61 E + POPOLAZ.'.

       01 RIGA-POPOLAZIONE.
            05 RP-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RP-PROVINCIA      PIC X(2).
            05 RP-FASCE OCCURS 4 TIMES.
               10 FILLER         PIC X     VALUE SPACE.
               10 RP-FASCIA      PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RP-TOTALE         PIC ZZZZZZ9.

       01 COLONNE-MOVIMENTI.
            05 FILLER            PIC X(34) VALUE
               'CITTA      PR  APERT.   NUOVI  DEC'.
            05 FILLER            PIC X(34) VALUE
               'ESSI EMIGRAZ.  ARRIVI PARTENZ.  CH'.
            05 FILLER            PIC X(4)  VALUE 'IUS.'.

       01 RIGA-MOVIMENTO.
            05 RM-CITTA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-PROVINCIA      PIC X(2).
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-APERTURA       PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-NUOVI          PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-DECESSI        PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-EMIGRAZIONI    PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-ARRIVI         PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-PARTENZE       PIC ZZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RM-CHIUSURA       PIC ZZZZZZ9.

       01 COLONNE-CAMPAGNE.
            05 FILLER            PIC X(44) VALUE
               'CAMPAGNA PRIMA DATA  LETTERE RISPOSTE TASSO%'.

       01 RIGA-CAMPAGNA.
            05 RCA-CODICE        PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RCA-DATA          PIC X(8).
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RCA-LETTERE       PIC ZZZZZZ9.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 RCA-RISPOSTE      PIC ZZZZZZ9.
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RCA-TASSO         PIC ZZ9.

       01 COLONNE-FILIALI.
            05 FILLER            PIC X(42) VALUE
               'FILIALE DESCRIZIONE      EVENTO  DATA'.

       01 RIGA-FILIALE.
            05 RF-CODICE         PIC 9(4).
            05 FILLER            PIC X(4)  VALUE SPACES.
            05 RF-DESC           PIC X(16).
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-EVENTO         PIC X(7).
            05 FILLER            PIC X     VALUE SPACE.
            05 RF-DATA           PIC 9(8).

       01 COLONNE-FOTOGRAFIA.
            05 FILLER            PIC X(52) VALUE
               'ARCHIVIO        RIGHE STATO    COPIA'.

       01 RIGA-FOTOGRAFIA.
            05 RFT-NOME          PIC X(14).
            05 FILLER            PIC X     VALUE SPACE.
            05 RFT-RIGHE         PIC ZZZZZ9.
            05 FILLER            PIC X     VALUE SPACE.
            05 RFT-STATO         PIC X(8).
            05 FILLER            PIC X     VALUE SPACE.
            05 RFT-COPIA         PIC X(40).

       01 COLONNE-CONTATORI.
            05 FILLER            PIC X(31) VALUE
               'CONTATORE'.
            05 FILLER            PIC X(29) VALUE
               'FINE ANNO  PARTENZA   ESITO'.

       01 RIGA-CONTATORE.
            05 RZ-NOME           PIC X(30).
            05 FILLER            PIC X     VALUE SPACE.
            05 RZ-PRIMA          PIC X(10).
            05 FILLER            PIC X     VALUE SPACE.
            05 RZ-DOPO           PIC 9(6).
            05 FILLER            PIC X(3)  VALUE SPACES.
            05 RZ-ESITO          PIC X(10).

       01 RIGA-CONTEGGIO.
            05 RC-ETICHETTA      PIC X(26).
            05 RC-VALORE         PIC ZZZZZZ9.

      ************************************************************
      *           AREA PER IL CODICE DI RITORNO AL JOB SCHEDULER   *
      * 0 = ANNO CHIUSO (O NESSUNA CHIUSURA DOVUTA OGGI)           *
      * 4 = ANNO CHIUSO CON AVVISI: MAGAZZINO ASSENTE DALLA        *
      *     FOTOGRAFIA, CONTATORE ESCLUSO, TABELLE PIENE           *
      * 8 = ANNO GIA' CHIUSO, NON ANCORA FINITO, PARAMETRO NON     *
      *     VALIDO O MASTER ANAGR.IDX ASSENTE: NULLA E' REGISTRATO *
      ************************************************************
       01 WS-RETURN-CODE         PIC 9 VALUE ZERO.

      ************************************************************
      *      AREE PER L'IMPAGINAZIONE COMUNE (MODULO IMPAGINA)      *
      ************************************************************
       COPY IMPAGINA.

      ************************************************************
      *      DATA DI ELABORAZIONE: SE DATA-ELABORAZIONE.TXT PORTA   *
      *      UNA DATA AAAAMMGG, L'ANNO DA CHIUDERE SI RICAVA DA     *
      *      QUELLA (LA NOTTE CHE SI STA RIFACENDO).                *
      ************************************************************
       01 WS-DATAELAB-STATUS   PIC XX.
       01 WS-DATAELAB-MODE     PIC X VALUE 'N'.
       01 WS-DATA-ELAB         PIC X(8) VALUE SPACES.

      ************************************************************
      *      SIGLA DELL'OPERATORE COLLEGATO (DA OPERATORE.TXT)      *
      ************************************************************
       01 WS-OPER-STATUS       PIC XX.
       01 WS-OPERATORE-CORR    PIC X(3) VALUE SPACES.

      ************************************************************
      *           AREE PER IL FILE CONDIVISO DELLE ECCEZIONI        *
      ************************************************************
       COPY ECCEZIONI.
       01 WS-ECC-STATUS         PIC XX.
       01 WS-ORA-ESECUZIONE.
            05 WS-ORE            PIC 99.
            05 WS-MIN            PIC 99.
            05 WS-SEC            PIC 99.
            05 WS-CENT           PIC 99.

      ************************************************************
      *      AREE PER IL GIORNALE CONDIVISO DELLE ESECUZIONI        *
      ************************************************************
       COPY GIORNALE.

      ************************************************************
      *                PROCEDURE DIVISION
      ************************************************************
       PROCEDURE DIVISION.

       MAIN-LINE.
            INITIALIZE WS-TOTALI.
            MOVE 'INIZIO' TO GIO-TIPO.
            MOVE ZERO TO GIO-LETTI GIO-SCRITTI GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            PERFORM LEGGI-OPERATORE THRU FINE-LEGGI-OPERATORE.
            PERFORM LEGGI-DATA-ELAB THRU FINE-LEGGI-DATA-ELAB.
            PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM VERIFICA-REGISTRO THRU FINE-VERIFICA-REGISTRO
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM FOTOGRAFA-MASTER THRU FINE-FOTOGRAFA-MASTER
                PERFORM CARICA-CITTA-MASTER
                   THRU FINE-CARICA-CITTA-MASTER
                PERFORM SCORRI-MASTER THRU FINE-SCORRI-MASTER
            END-IF.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM RIPORTA-PROVINCIA THRU FINE-RIPORTA-PROVINCIA
                     VARYING IND-ANN FROM 1 BY 1
                     UNTIL IND-ANN > WS-NUM-ANNUARIO
                PERFORM CARICA-CAMPAGNE THRU FINE-CARICA-CAMPAGNE
                PERFORM CARICA-EVENTI-FILIALI
                   THRU FINE-CARICA-EVENTI-FILIALI
                PERFORM RIPARTI-CONTATORI THRU FINE-RIPARTI-CONTATORI
            END-IF.

            PERFORM APRI-REPORT THRU FINE-APRI-REPORT.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM STAMPA-ANNUARIO THRU FINE-STAMPA-ANNUARIO
            END-IF.
            PERFORM CHIUDI-REPORT THRU FINE-CHIUDI-REPORT.
            IF WS-PARAMETRI-VALIDI = 'S'
                PERFORM COPIA-ANNUARIO THRU FINE-COPIA-ANNUARIO
                PERFORM REGISTRA-CHIUSURA THRU FINE-REGISTRA-CHIUSURA
            END-IF.

            MOVE 'FINE  ' TO GIO-TIPO.
            MOVE WS-CONTA-VERSIONI TO GIO-LETTI.
            MOVE TT-CHIUSURA       TO GIO-SCRITTI.
            MOVE WS-RETURN-CODE    TO GIO-RC.
            PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.

            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.
      *
       LEGGI-PARAMETRI.
      **************************************************************
      * SENZA ANNO IN CHIUSURA-PARAM.TXT SI CHIUDE L'ANNO DELLA     *
      * DATA DI ELABORAZIONE SOLO SE E' IL 31/12; GLI ALTRI GIORNI  *
      * NON C'E' NULLA DA FARE (RC 0). UN ANNO DATO DEVE ESSERE     *
      * NUMERICO E GIA' FINITO ALLA DATA DI ELABORAZIONE.           *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO WS-DATA-RIF
           ELSE
               ACCEPT WS-DATA-RIF FROM DATE YYYYMMDD
           END-IF.
           MOVE 'N' TO WS-PARAM-EOF.
           OPEN INPUT PARAMF.
           IF WS-PARAM-STATUS = '00'
               PERFORM LEGGI-UN-PARAMETRO THRU FINE-LEGGI-UN-PARAMETRO
                    UNTIL WS-PARAM-EOF = 'S'
           END-IF.
           CLOSE PARAMF.

           IF WS-ANNO-PARAM = SPACES
               IF WS-RIF-MESE NOT = 12 OR WS-RIF-GIORNO NOT = 31
                   DISPLAY 'NESSUNA CHIUSURA D''ANNO DOVUTA OGGI'
                   GO TO FINE-LEGGI-PARAMETRI
               END-IF
               MOVE WS-RIF-ANNO TO WS-ANNO-CHIUSURA
           ELSE
               IF WS-ANNO-PARAM(1:4) IS NOT NUMERIC
                       OR WS-ANNO-PARAM(5:6) NOT = SPACES
                   MOVE 'ANNO NON VALIDO IN CHIUSURA-PARAM.TXT'
                        TO ECC-DESCRIZIONE
                   MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO
                   PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
                   GO TO FINE-LEGGI-PARAMETRI
               END-IF
               MOVE WS-ANNO-PARAM(1:4) TO WS-ANNO-CHIUSURA
           END-IF.
           MOVE 'S' TO WS-CHIUSURA-DOVUTA.
           IF WS-ANNO-CHIUSURA < 1900
               MOVE 'ANNO NON VALIDO IN CHIUSURA-PARAM.TXT'
                    TO ECC-DESCRIZIONE
               MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           IF WS-ANNO-CHIUSURA > WS-RIF-ANNO
                   OR (WS-ANNO-CHIUSURA = WS-RIF-ANNO
                       AND (WS-RIF-MESE NOT = 12
                            OR WS-RIF-GIORNO NOT = 31))
               MOVE 'ANNO NON ANCORA FINITO: RIFIUTATO'
                    TO ECC-DESCRIZIONE
               MOVE 'LEGGI-PARAMETRI' TO ECC-PARAGRAFO
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
               GO TO FINE-LEGGI-PARAMETRI
           END-IF.
           COMPUTE WS-INIZIO-ANNO = WS-ANNO-CHIUSURA * 10000 + 0101.
           COMPUTE WS-FINE-ANNO   = WS-ANNO-CHIUSURA * 10000 + 1231.
           MOVE 'S' TO WS-PARAMETRI-VALIDI.
       FINE-LEGGI-PARAMETRI.
            EXIT.
      *
       LEGGI-UN-PARAMETRO.
           READ PARAMF AT END
                MOVE 'S' TO WS-PARAM-EOF
                NOT AT END
                     IF PAR-CHIAVE = 'ANNO      '
                         MOVE PAR-VALORE TO WS-ANNO-PARAM
                     END-IF
           END-READ.
       FINE-LEGGI-UN-PARAMETRO.
            EXIT.
      *
       SEGNALA-RIFIUTO.
           DISPLAY ECC-DESCRIZIONE.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE 'N' TO WS-PARAMETRI-VALIDI.
           MOVE SPACES            TO ECC-CHIAVE.
           MOVE WS-ANNO-CHIUSURA  TO ECC-CHIAVE(1:4).
           MOVE 'G' TO ECC-SEVERITA.
           PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
       FINE-SEGNALA-RIFIUTO.
            EXIT.
      *
       VERIFICA-REGISTRO.
      **************************************************************
      * UN ANNO GIA' PRESENTE IN CHIUSURE-ANNUALI.TXT NON SI CHIUDE *
      * DUE VOLTE: NESSUNA FOTOGRAFIA, NESSUN CONTATORE TOCCATO.    *
      **************************************************************
           MOVE 'N' TO WS-GIA-CHIUSO.
           MOVE 'N' TO WS-REGISTRO-EOF.
           OPEN INPUT REGISTROF.
           IF WS-REGISTRO-STATUS = '00'
               PERFORM LEGGI-REGISTRO THRU FINE-LEGGI-REGISTRO
                    UNTIL WS-REGISTRO-EOF = 'S'
           END-IF.
           CLOSE REGISTROF.
           IF WS-GIA-CHIUSO = 'S'
               MOVE 'VERIFICA-REGISTRO' TO ECC-PARAGRAFO
               MOVE SPACES TO ECC-DESCRIZIONE
               STRING 'ANNO GIA'' CHIUSO IL ' DELIMITED BY SIZE
                      WS-DATA-GIA-CHIUSO DELIMITED BY SIZE
                      ': RIFIUTATO' DELIMITED BY SIZE
                      INTO ECC-DESCRIZIONE
               END-STRING
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
           END-IF.
       FINE-VERIFICA-REGISTRO.
            EXIT.
      *
       LEGGI-REGISTRO.
           READ REGISTROF INTO RIGA-REGISTRO AT END
                MOVE 'S' TO WS-REGISTRO-EOF
                NOT AT END
                     IF REG-ANNO IS NUMERIC
                             AND REG-ANNO = WS-ANNO-CHIUSURA
                         MOVE 'S'      TO WS-GIA-CHIUSO
                         MOVE REG-DATA TO WS-DATA-GIA-CHIUSO
                     END-IF
           END-READ.
       FINE-LEGGI-REGISTRO.
            EXIT.
      *
       FOTOGRAFA-MASTER.
      **************************************************************
      * SCARICA I MASTER NELLE COPIE CHIUSURA-AAAA-*.TXT E NE       *
      * SCRIVE IL MANIFESTO, COME IL SALVATAGGIO DI SALVATUT. UN    *
      * MAGAZZINO ASSENTE SI ANNOTA E VALE AVVISO.                  *
      **************************************************************
           MOVE SPACES TO WS-NOME-MANIFESTO.
           STRING 'CHIUSURA-' DELIMITED BY SIZE
                  WS-ANNO-CHIUSURA DELIMITED BY SIZE
                  '-MANIFESTO.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-MANIFESTO.
           OPEN OUTPUT MANIFESTO.
           PERFORM FOTOGRAFA-MAGAZZINO THRU FINE-FOTOGRAFA-MAGAZZINO
                VARYING WS-MAG-IX FROM 1 BY 1
                UNTIL WS-MAG-IX > WS-NUM-MAGAZZINI.
           CLOSE MANIFESTO.
       FINE-FOTOGRAFA-MASTER.
            EXIT.
      *
       COMPONI-NOME-COPIA.
           MOVE SPACES TO WS-NOME-COPIA.
           STRING 'CHIUSURA-' DELIMITED BY SIZE
                  WS-ANNO-CHIUSURA DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  MG-SUFFISSO(WS-MAG-IX) DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-COPIA.
       FINE-COMPONI-NOME-COPIA.
            EXIT.
      *
       FOTOGRAFA-MAGAZZINO.
           PERFORM COMPONI-NOME-COPIA THRU FINE-COMPONI-NOME-COPIA.
           MOVE ZERO TO WS-CONTA-CORRENTE.
           MOVE 'N'  TO WS-MAG-ASSENTE.
           MOVE 'N'  TO WS-EOF.
           IF WS-MAG-IX = 1
               PERFORM SCARICA-ANAGR THRU FINE-SCARICA-ANAGR
           END-IF.
           IF WS-MAG-IX = 2
               PERFORM SCARICA-ANAGRA THRU FINE-SCARICA-ANAGRA
           END-IF.
           IF WS-MAG-IX = 3
               PERFORM SCARICA-FAMIGLIE THRU FINE-SCARICA-FAMIGLIE
           END-IF.
           IF WS-MAG-IX = 4
               PERFORM SCARICA-ANAGRIDX THRU FINE-SCARICA-ANAGRIDX
           END-IF.
           IF WS-MAG-IX = 5
               PERFORM SCARICA-CITTA THRU FINE-SCARICA-CITTA
           END-IF.
           IF WS-MAG-IX = 6
               PERFORM SCARICA-FILIALI THRU FINE-SCARICA-FILIALI
           END-IF.
           IF WS-MAG-IX = 7
               PERFORM SCARICA-INDIRIZZI THRU FINE-SCARICA-INDIRIZZI
           END-IF.

           MOVE MG-NOME(WS-MAG-IX) TO MAN-NOME.
           MOVE WS-CONTA-CORRENTE  TO MAN-RIGHE.
           MOVE WS-CONTA-CORRENTE  TO FT-RIGHE(WS-MAG-IX).
           IF WS-MAG-ASSENTE = 'S'
               MOVE 'ASSENTE ' TO MAN-STATO
               ADD 1 TO WS-CONTA-ASSENTI
               MOVE 'FOTOGRAFA-MAGAZZINO' TO ECC-PARAGRAFO
               MOVE MG-NOME(WS-MAG-IX)    TO ECC-CHIAVE
               MOVE 'MAGAZZINO ASSENTE DALLA FOTOGRAFIA'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 'PRESENTE' TO MAN-STATO
           END-IF.
           MOVE MAN-STATO TO FT-STATO(WS-MAG-IX).
           WRITE REC-MANIFESTO FROM RIGA-MANIFESTO.
       FINE-FOTOGRAFA-MAGAZZINO.
            EXIT.
      *
       SCARICA-ANAGR.
           OPEN INPUT ANAGRF.
           IF WS-ANAGR-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               PERFORM COPIA-RIGA-ANAGR THRU FINE-COPIA-RIGA-ANAGR
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
           END-IF.
           CLOSE ANAGRF.
       FINE-SCARICA-ANAGR.
            EXIT.
      *
       COPIA-RIGA-ANAGR.
           READ ANAGRF AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-ANAGRF TO REC-COPIAF(1:71)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-ANAGR.
            EXIT.
      *
       SCARICA-ANAGRA.
           OPEN INPUT ANAGRAF2.
           IF WS-ANAGRA-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               PERFORM COPIA-RIGA-ANAGRA THRU FINE-COPIA-RIGA-ANAGRA
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
           END-IF.
           CLOSE ANAGRAF2.
       FINE-SCARICA-ANAGRA.
            EXIT.
      *
       COPIA-RIGA-ANAGRA.
           READ ANAGRAF2 AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-ANAGRAF2 TO REC-COPIAF(1:71)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-ANAGRA.
            EXIT.
      *
       SCARICA-FAMIGLIE.
           OPEN INPUT FAMIGLIE.
           IF WS-FAM-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               PERFORM COPIA-RIGA-FAM THRU FINE-COPIA-RIGA-FAM
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
           END-IF.
           CLOSE FAMIGLIE.
       FINE-SCARICA-FAMIGLIE.
            EXIT.
      *
       COPIA-RIGA-FAM.
           READ FAMIGLIE AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-FAMIGLIE TO REC-COPIAF(1:39)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-FAM.
            EXIT.
      *
       SCARICA-ANAGRIDX.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-IDX THRU FINE-COPIA-RIGA-IDX
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE IDXF
           END-IF.
       FINE-SCARICA-ANAGRIDX.
            EXIT.
      *
       COPIA-RIGA-IDX.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-IDXF TO REC-COPIAF(1:79)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-IDX.
            EXIT.
      *
       SCARICA-CITTA.
           OPEN INPUT CITTAMF.
           IF WS-CITTA-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE SPACES TO CMF-CITTA
               START CITTAMF KEY IS NOT LESS THAN CMF-CITTA
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-CITTA THRU FINE-COPIA-RIGA-CITTA
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE CITTAMF
           END-IF.
       FINE-SCARICA-CITTA.
            EXIT.
      *
       COPIA-RIGA-CITTA.
           READ CITTAMF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-CITTAMF TO REC-COPIAF(1:28)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-CITTA.
            EXIT.
      *
       SCARICA-FILIALI.
           OPEN INPUT FILIALIMF.
           IF WS-FILIALI-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE ZERO TO FMF-CODICE
               START FILIALIMF KEY IS NOT LESS THAN FMF-CODICE
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-FILIALE THRU FINE-COPIA-RIGA-FILIALE
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE FILIALIMF
           END-IF.
       FINE-SCARICA-FILIALI.
            EXIT.
      *
       COPIA-RIGA-FILIALE.
           READ FILIALIMF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-FILIALIMF TO REC-COPIAF(1:37)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-FILIALE.
            EXIT.
      *
       SCARICA-INDIRIZZI.
           OPEN INPUT INDIRF.
           IF WS-INDIR-STATUS NOT = '00'
               MOVE 'S' TO WS-MAG-ASSENTE
           ELSE
               OPEN OUTPUT COPIAF
               MOVE ZERO TO IND2-ID
               START INDIRF KEY IS NOT LESS THAN IND2-ID
                    INVALID KEY MOVE 'S' TO WS-EOF
               END-START
               PERFORM COPIA-RIGA-INDIR THRU FINE-COPIA-RIGA-INDIR
                    UNTIL WS-EOF = 'S'
               CLOSE COPIAF
               CLOSE INDIRF
           END-IF.
       FINE-SCARICA-INDIRIZZI.
            EXIT.
      *
       COPIA-RIGA-INDIR.
           READ INDIRF NEXT RECORD AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-INDIRF TO REC-COPIAF(1:45)
                     WRITE REC-COPIAF
                     ADD 1 TO WS-CONTA-CORRENTE
           END-READ.
       FINE-COPIA-RIGA-INDIR.
            EXIT.
      *
       CARICA-CITTA-MASTER.
           MOVE 'N'  TO WS-CITTAMST-MODE.
           MOVE ZERO TO WS-NUM-CITTA-MST.
           OPEN INPUT CITTAMF.
           IF WS-CITTA-STATUS = '00'
               MOVE 'S' TO WS-CITTAMST-MODE
               MOVE 'N' TO WS-CITTAMST-EOF
               MOVE SPACES TO CMF-CITTA
               START CITTAMF KEY IS NOT LESS THAN CMF-CITTA
                    INVALID KEY MOVE 'S' TO WS-CITTAMST-EOF
               END-START
               PERFORM LEGGI-CITTA-MST THRU FINE-LEGGI-CITTA-MST
                    UNTIL WS-CITTAMST-EOF = 'S'
               CLOSE CITTAMF
           END-IF.
       FINE-CARICA-CITTA-MASTER.
            EXIT.
      *
       LEGGI-CITTA-MST.
           READ CITTAMF NEXT RECORD AT END
                MOVE 'S' TO WS-CITTAMST-EOF
                NOT AT END
                     IF WS-NUM-CITTA-MST < WS-MAX-CITTA-MST
                         ADD 1 TO WS-NUM-CITTA-MST
                         MOVE CMF-CITTA
                              TO CM-TAB-CITTA(WS-NUM-CITTA-MST)
                         MOVE CMF-PROVINCIA
                              TO CM-TAB-PROVINCIA(WS-NUM-CITTA-MST)
                         MOVE CMF-REGIONE
                              TO CM-TAB-REGIONE(WS-NUM-CITTA-MST)
                         MOVE CMF-ESTERO
                              TO CM-TAB-ESTERO(WS-NUM-CITTA-MST)
                     END-IF
           END-READ.
       FINE-LEGGI-CITTA-MST.
            EXIT.
      *
       SCORRI-MASTER.
      **************************************************************
      * SENZA ANAGR.IDX NON C'E' ANNUARIO: LA CHIUSURA NON SI       *
      * REGISTRA (RC 8) E SI RIFA' QUANDO IL MASTER E' A POSTO.     *
      **************************************************************
           MOVE ZERO TO WS-NUM-ANNUARIO.
           MOVE 'N' TO WS-IDX-EOF.
           MOVE 'S' TO WS-PRIMA-VERSIONE.
           OPEN INPUT IDXF.
           IF WS-IDX-STATUS NOT = '00'
               MOVE 'SCORRI-MASTER' TO ECC-PARAGRAFO
               MOVE 'ANAGR.IDX ASSENTE: ANNUARIO NON FATTO'
                    TO ECC-DESCRIZIONE
               PERFORM SEGNALA-RIFIUTO THRU FINE-SEGNALA-RIFIUTO
           ELSE
               MOVE ZERO TO IDX-ID IDX-DATA-EFF
               START IDXF KEY IS NOT LESS THAN IDX-CHIAVE
                    INVALID KEY MOVE 'S' TO WS-IDX-EOF
               END-START
               PERFORM LEGGI-VERSIONE THRU FINE-LEGGI-VERSIONE
                    UNTIL WS-IDX-EOF = 'S'
               IF WS-PRIMA-VERSIONE = 'N'
                   PERFORM CHIUDI-PERSONA THRU FINE-CHIUDI-PERSONA
               END-IF
               CLOSE IDXF
           END-IF.
       FINE-SCORRI-MASTER.
            EXIT.
      *
       LEGGI-VERSIONE.
           READ IDXF NEXT RECORD AT END
                MOVE 'S' TO WS-IDX-EOF
                NOT AT END
                     ADD 1 TO WS-CONTA-VERSIONI
                     IF WS-PRIMA-VERSIONE = 'N'
                             AND IDX-ID NOT = WS-ID-PREC
                         PERFORM CHIUDI-PERSONA
                            THRU FINE-CHIUDI-PERSONA
                     END-IF
                     IF WS-PRIMA-VERSIONE = 'S'
                             OR IDX-ID NOT = WS-ID-PREC
                         MOVE 'N' TO WS-APERTURA-TROVATA
                         MOVE 'N' TO WS-CHIUSURA-TROVATA
                     END-IF
                     MOVE 'N'    TO WS-PRIMA-VERSIONE
                     MOVE IDX-ID TO WS-ID-PREC
                     IF IDX-DATA-EFF < WS-INIZIO-ANNO
                         MOVE REC-IDXF TO WS-VERSIONE-APERTURA
                         MOVE 'S'      TO WS-APERTURA-TROVATA
                     END-IF
                     IF IDX-DATA-EFF NOT > WS-FINE-ANNO
                         MOVE REC-IDXF TO WS-VERSIONE-CHIUSURA
                         MOVE 'S'      TO WS-CHIUSURA-TROVATA
                     END-IF
           END-READ.
       FINE-LEGGI-VERSIONE.
            EXIT.
      *
       CHIUDI-PERSONA.
      **************************************************************
      * STESSA CLASSIFICA DI MOVDEM SULL'ANNO INTERO. LA PERSONA    *
      * ATTIVA AL 31/12 SI CONTA ANCHE NELLA FASCIA DELL'ETA'       *
      * COMPIUTA NELL'ANNO (DALL'ANNO DI NASCITA; SE MANCA, GLI     *
      * ANNI DELLA VERSIONE).                                       *
      **************************************************************
           MOVE 'N' TO WS-ATTIVA-APERTURA.
           IF WS-APERTURA-TROVATA = 'S'
                   AND VA-STATO NOT = 'D' AND VA-STATO NOT = 'E'
               MOVE 'S' TO WS-ATTIVA-APERTURA
           END-IF.
           MOVE 'N' TO WS-ATTIVA-CHIUSURA.
           IF WS-CHIUSURA-TROVATA = 'S'
                   AND VC-STATO NOT = 'D' AND VC-STATO NOT = 'E'
               MOVE 'S' TO WS-ATTIVA-CHIUSURA
           END-IF.

           IF WS-ATTIVA-APERTURA = 'S'
               MOVE VA-CITTA TO WS-CITTA-CERCA
               PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
               IF WS-ANN-TROVATA = 'S'
                   ADD 1 TO AC-APERTURA(WS-ANN-RIGA)
               END-IF
           END-IF.

           IF WS-CHIUSURA-TROVATA = 'S'
               MOVE VC-CITTA TO WS-CITTA-CERCA
               PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
               MOVE WS-ANN-RIGA TO WS-ANN-ARRIVO
               IF WS-ANN-TROVATA = 'S'
                   IF WS-ATTIVA-CHIUSURA = 'S'
                       ADD 1 TO AC-CHIUSURA(WS-ANN-ARRIVO)
                       PERFORM CLASSIFICA-FASCIA
                          THRU FINE-CLASSIFICA-FASCIA
                       ADD 1 TO AC-FASCIA(WS-ANN-ARRIVO WS-IX-FASCIA)
                   END-IF
                   IF WS-ATTIVA-APERTURA = 'N'
                           AND WS-ATTIVA-CHIUSURA = 'S'
                       ADD 1 TO AC-NUOVI(WS-ANN-ARRIVO)
                   END-IF
                   IF WS-ATTIVA-APERTURA = 'S'
                           AND VC-CITTA NOT = VA-CITTA
                       ADD 1 TO AC-ARRIVI(WS-ANN-ARRIVO)
                       MOVE VA-CITTA TO WS-CITTA-CERCA
                       PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
                       IF WS-ANN-TROVATA = 'S'
                           ADD 1 TO AC-PARTENZE(WS-ANN-RIGA)
                       END-IF
                   END-IF
                   IF WS-ATTIVA-APERTURA = 'S'
                           AND WS-ATTIVA-CHIUSURA = 'N'
                       IF VC-STATO = 'D'
                           ADD 1 TO AC-DECESSI(WS-ANN-ARRIVO)
                       ELSE
                           ADD 1 TO AC-EMIGRAZIONI(WS-ANN-ARRIVO)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       FINE-CHIUDI-PERSONA.
            EXIT.
      *
       CLASSIFICA-FASCIA.
      * FASCE DI COPYING: 0-17, 18-35, 36-60, 61 E OLTRE
           IF VC-ANNO-NASC > ZERO
                   AND VC-ANNO-NASC NOT > WS-ANNO-CHIUSURA
               COMPUTE WS-ETA = WS-ANNO-CHIUSURA - VC-ANNO-NASC
           ELSE
               MOVE VC-ANNI TO WS-ETA
           END-IF.
           IF WS-ETA <= 17
               MOVE 1 TO WS-IX-FASCIA
           ELSE
               IF WS-ETA <= 35
                   MOVE 2 TO WS-IX-FASCIA
               ELSE
                   IF WS-ETA <= 60
                       MOVE 3 TO WS-IX-FASCIA
                   ELSE
                       MOVE 4 TO WS-IX-FASCIA
                   END-IF
               END-IF
           END-IF.
       FINE-CLASSIFICA-FASCIA.
            EXIT.
      *
       TROVA-CITTA.
      **************************************************************
      * POSIZIONA WS-ANN-RIGA SULLA RIGA DELLA CITTA IN             *
      * WS-CITTA-CERCA, AGGIUNGENDOLA CON LA SUA PROVINCIA SE MANCA *
      **************************************************************
           MOVE 'N'  TO WS-ANN-TROVATA.
           MOVE ZERO TO WS-ANN-RIGA.
           SET IND-ANN TO 1.
           PERFORM CONFRONTA-CITTA THRU FINE-CONFRONTA-CITTA
                UNTIL IND-ANN > WS-NUM-ANNUARIO
                   OR WS-ANN-TROVATA = 'S'.
           IF WS-ANN-TROVATA = 'N'
               IF WS-NUM-ANNUARIO < WS-MAX-ANNUARIO
                   ADD 1 TO WS-NUM-ANNUARIO
                   MOVE WS-NUM-ANNUARIO TO WS-ANN-RIGA
                   MOVE WS-CITTA-CERCA  TO AC-CITTA(WS-ANN-RIGA)
                   MOVE '--'            TO AC-PROVINCIA(WS-ANN-RIGA)
                   MOVE ZERO TO AC-FASCIA(WS-ANN-RIGA 1)
                                AC-FASCIA(WS-ANN-RIGA 2)
                                AC-FASCIA(WS-ANN-RIGA 3)
                                AC-FASCIA(WS-ANN-RIGA 4)
                                AC-APERTURA(WS-ANN-RIGA)
                                AC-NUOVI(WS-ANN-RIGA)
                                AC-DECESSI(WS-ANN-RIGA)
                                AC-EMIGRAZIONI(WS-ANN-RIGA)
                                AC-ARRIVI(WS-ANN-RIGA)
                                AC-PARTENZE(WS-ANN-RIGA)
                                AC-CHIUSURA(WS-ANN-RIGA)
                   SET IND-CITTA-MST TO 1
                   SEARCH CITTA-MST
                        WHEN CM-TAB-CITTA(IND-CITTA-MST)
                                 = WS-CITTA-CERCA
                             MOVE CM-TAB-PROVINCIA(IND-CITTA-MST)
                                  TO AC-PROVINCIA(WS-ANN-RIGA)
                   END-SEARCH
                   MOVE 'S' TO WS-ANN-TROVATA
               ELSE
                   MOVE 'S' TO WS-ANN-PIENO
               END-IF
           END-IF.
       FINE-TROVA-CITTA.
            EXIT.
      *
       CONFRONTA-CITTA.
           IF AC-CITTA(IND-ANN) = WS-CITTA-CERCA
               MOVE 'S' TO WS-ANN-TROVATA
               SET WS-ANN-RIGA TO IND-ANN
           END-IF.
           SET IND-ANN UP BY 1.
       FINE-CONFRONTA-CITTA.
            EXIT.
      *
       RIPORTA-PROVINCIA.
           MOVE 'N'  TO WS-PRV-TROVATA.
           MOVE ZERO TO WS-PRV-RIGA.
           SET IND-PRV TO 1.
           PERFORM CONFRONTA-PROVINCIA THRU FINE-CONFRONTA-PROVINCIA
                UNTIL IND-PRV > WS-NUM-PROVINCE
                   OR WS-PRV-TROVATA = 'S'.
           IF WS-PRV-TROVATA = 'N'
                   AND WS-NUM-PROVINCE < WS-MAX-PROVINCE
               ADD 1 TO WS-NUM-PROVINCE
               MOVE WS-NUM-PROVINCE TO WS-PRV-RIGA
               MOVE AC-PROVINCIA(IND-ANN) TO AP-PROVINCIA(WS-PRV-RIGA)
               MOVE ZERO TO AP-FASCIA(WS-PRV-RIGA 1)
                            AP-FASCIA(WS-PRV-RIGA 2)
                            AP-FASCIA(WS-PRV-RIGA 3)
                            AP-FASCIA(WS-PRV-RIGA 4)
                            AP-APERTURA(WS-PRV-RIGA)
                            AP-NUOVI(WS-PRV-RIGA)
                            AP-DECESSI(WS-PRV-RIGA)
                            AP-EMIGRAZIONI(WS-PRV-RIGA)
                            AP-ARRIVI(WS-PRV-RIGA)
                            AP-PARTENZE(WS-PRV-RIGA)
                            AP-CHIUSURA(WS-PRV-RIGA)
               MOVE 'S' TO WS-PRV-TROVATA
           END-IF.
           IF WS-PRV-TROVATA = 'S'
               PERFORM SOMMA-FASCIA-PROVINCIA
                  THRU FINE-SOMMA-FASCIA-PROVINCIA
                    VARYING WS-IX-FASCIA FROM 1 BY 1
                    UNTIL WS-IX-FASCIA > 4
               ADD AC-APERTURA(IND-ANN)    TO AP-APERTURA(WS-PRV-RIGA)
               ADD AC-NUOVI(IND-ANN)       TO AP-NUOVI(WS-PRV-RIGA)
               ADD AC-DECESSI(IND-ANN)     TO AP-DECESSI(WS-PRV-RIGA)
               ADD AC-EMIGRAZIONI(IND-ANN)
                   TO AP-EMIGRAZIONI(WS-PRV-RIGA)
               ADD AC-ARRIVI(IND-ANN)      TO AP-ARRIVI(WS-PRV-RIGA)
               ADD AC-PARTENZE(IND-ANN)    TO AP-PARTENZE(WS-PRV-RIGA)
               ADD AC-CHIUSURA(IND-ANN)    TO AP-CHIUSURA(WS-PRV-RIGA)
           ELSE
               MOVE 'S' TO WS-ANN-PIENO
           END-IF.
           ADD AC-FASCIA(IND-ANN 1)    TO TT-FASCIA(1).
           ADD AC-FASCIA(IND-ANN 2)    TO TT-FASCIA(2).
           ADD AC-FASCIA(IND-ANN 3)    TO TT-FASCIA(3).
           ADD AC-FASCIA(IND-ANN 4)    TO TT-FASCIA(4).
           ADD AC-APERTURA(IND-ANN)    TO TT-APERTURA.
           ADD AC-NUOVI(IND-ANN)       TO TT-NUOVI.
           ADD AC-DECESSI(IND-ANN)     TO TT-DECESSI.
           ADD AC-EMIGRAZIONI(IND-ANN) TO TT-EMIGRAZIONI.
           ADD AC-ARRIVI(IND-ANN)      TO TT-ARRIVI.
           ADD AC-PARTENZE(IND-ANN)    TO TT-PARTENZE.
           ADD AC-CHIUSURA(IND-ANN)    TO TT-CHIUSURA.
       FINE-RIPORTA-PROVINCIA.
            EXIT.
      *
       SOMMA-FASCIA-PROVINCIA.
           ADD AC-FASCIA(IND-ANN WS-IX-FASCIA)
               TO AP-FASCIA(WS-PRV-RIGA WS-IX-FASCIA).
       FINE-SOMMA-FASCIA-PROVINCIA.
            EXIT.
      *
       CONFRONTA-PROVINCIA.
           IF AP-PROVINCIA(IND-PRV) = AC-PROVINCIA(IND-ANN)
               MOVE 'S' TO WS-PRV-TROVATA
               SET WS-PRV-RIGA TO IND-PRV
           END-IF.
           SET IND-PRV UP BY 1.
       FINE-CONFRONTA-PROVINCIA.
            EXIT.
      *
       CARICA-CAMPAGNE.
      **************************************************************
      * LE CAMPAGNE DELL'ANNO SONO QUELLE CON UNA RIGA DI           *
      * CAMPAGNE.TXT DATATA NELL'ANNO; LE RISPOSTE SI CONTANO PER   *
      * CODICE, ANCHE SE ARRIVATE DOPO IL 31/12, COME IN RISPOSTE.  *
      **************************************************************
           MOVE ZERO TO WS-NUM-CAMPAGNE.
           MOVE 'N'  TO WS-CAMPAGNE-EOF.
           OPEN INPUT CAMPAGNE.
           IF WS-CAMPAGNE-STATUS = '00'
               PERFORM LEGGI-CAMPAGNA THRU FINE-LEGGI-CAMPAGNA
                    UNTIL WS-CAMPAGNE-EOF = 'S'
           END-IF.
           CLOSE CAMPAGNE.
           IF WS-NUM-CAMPAGNE = ZERO
               GO TO FINE-CARICA-CAMPAGNE
           END-IF.
           MOVE 'N' TO WS-CAMPAGNE-EOF.
           OPEN INPUT RISPOSTE.
           IF WS-RISPOSTE-STATUS = '00'
               PERFORM LEGGI-RISPOSTA THRU FINE-LEGGI-RISPOSTA
                    UNTIL WS-CAMPAGNE-EOF = 'S'
           END-IF.
           CLOSE RISPOSTE.
       FINE-CARICA-CAMPAGNE.
            EXIT.
      *
       LEGGI-CAMPAGNA.
           READ CAMPAGNE AT END
                MOVE 'S' TO WS-CAMPAGNE-EOF
                NOT AT END
                     IF CAM-DATA IS NUMERIC
                             AND CAM-DATA NOT < WS-INIZIO-ANNO
                             AND CAM-DATA NOT > WS-FINE-ANNO
                         PERFORM ACCUMULA-CAMPAGNA
                            THRU FINE-ACCUMULA-CAMPAGNA
                     END-IF
           END-READ.
       FINE-LEGGI-CAMPAGNA.
            EXIT.
      *
       ACCUMULA-CAMPAGNA.
           SET IND-CAM TO 1.
           SEARCH CAMPAGNA-ANNO
                AT END
                     IF WS-NUM-CAMPAGNE < WS-MAX-CAMPAGNE
                         ADD 1 TO WS-NUM-CAMPAGNE
                         MOVE CAM-CODICE TO CP-CODICE(WS-NUM-CAMPAGNE)
                         MOVE CAM-DATA   TO CP-DATA(WS-NUM-CAMPAGNE)
                         MOVE ZERO TO CP-LETTERE(WS-NUM-CAMPAGNE)
                                      CP-RISPOSTE(WS-NUM-CAMPAGNE)
                         IF CAM-LETTERE IS NUMERIC
                             ADD CAM-LETTERE
                                 TO CP-LETTERE(WS-NUM-CAMPAGNE)
                         END-IF
                     ELSE
                         MOVE 'S' TO WS-CAMPAGNE-PIENO
                     END-IF
                WHEN CP-CODICE(IND-CAM) = CAM-CODICE
                     IF CAM-DATA < CP-DATA(IND-CAM)
                         MOVE CAM-DATA TO CP-DATA(IND-CAM)
                     END-IF
                     IF CAM-LETTERE IS NUMERIC
                         ADD CAM-LETTERE TO CP-LETTERE(IND-CAM)
                     END-IF
           END-SEARCH.
       FINE-ACCUMULA-CAMPAGNA.
            EXIT.
      *
       LEGGI-RISPOSTA.
           READ RISPOSTE AT END
                MOVE 'S' TO WS-CAMPAGNE-EOF
                NOT AT END
                     SET IND-CAM TO 1
                     SEARCH CAMPAGNA-ANNO
                          WHEN CP-CODICE(IND-CAM) = RIS-CODICE
                               ADD 1 TO CP-RISPOSTE(IND-CAM)
                     END-SEARCH
           END-READ.
       FINE-LEGGI-RISPOSTA.
            EXIT.
      *
       CARICA-EVENTI-FILIALI.
      **************************************************************
      * FILIALI CON DATA DI APERTURA O DI CHIUSURA NELL'ANNO; UNA   *
      * FILIALE APERTA E CHIUSA NELLO STESSO ANNO DA' DUE RIGHE.    *
      **************************************************************
           MOVE ZERO TO WS-NUM-EVENTI.
           MOVE 'N'  TO WS-FILIALI-EOF.
           OPEN INPUT FILIALIMF.
           IF WS-FILIALI-STATUS = '00'
               MOVE ZERO TO FMF-CODICE
               START FILIALIMF KEY IS NOT LESS THAN FMF-CODICE
                    INVALID KEY MOVE 'S' TO WS-FILIALI-EOF
               END-START
               PERFORM LEGGI-FILIALE THRU FINE-LEGGI-FILIALE
                    UNTIL WS-FILIALI-EOF = 'S'
               CLOSE FILIALIMF
           END-IF.
       FINE-CARICA-EVENTI-FILIALI.
            EXIT.
      *
       LEGGI-FILIALE.
           READ FILIALIMF NEXT RECORD AT END
                MOVE 'S' TO WS-FILIALI-EOF
                NOT AT END
                     IF FMF-DATA-AP IS NUMERIC
                             AND FMF-DATA-AP NOT < WS-INIZIO-ANNO
                             AND FMF-DATA-AP NOT > WS-FINE-ANNO
                         MOVE 'APERTA ' TO WS-EVENTO
                         MOVE FMF-DATA-AP TO WS-DATA-EVENTO
                         ADD 1 TO WS-CONTA-APERTE
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
                     IF FMF-DATA-CH IS NUMERIC
                             AND FMF-DATA-CH NOT < WS-INIZIO-ANNO
                             AND FMF-DATA-CH NOT > WS-FINE-ANNO
                         MOVE 'CHIUSA ' TO WS-EVENTO
                         MOVE FMF-DATA-CH TO WS-DATA-EVENTO
                         ADD 1 TO WS-CONTA-CHIUSE
                         PERFORM REGISTRA-EVENTO
                            THRU FINE-REGISTRA-EVENTO
                     END-IF
           END-READ.
       FINE-LEGGI-FILIALE.
            EXIT.
      *
       REGISTRA-EVENTO.
           IF WS-NUM-EVENTI < WS-MAX-EVENTI
               ADD 1 TO WS-NUM-EVENTI
               MOVE FMF-CODICE   TO EF-CODICE(WS-NUM-EVENTI)
               MOVE FMF-DESC     TO EF-DESC(WS-NUM-EVENTI)
               MOVE WS-EVENTO    TO EF-EVENTO(WS-NUM-EVENTI)
               MOVE WS-DATA-EVENTO TO EF-DATA(WS-NUM-EVENTI)
           ELSE
               MOVE 'S' TO WS-ANN-PIENO
           END-IF.
       FINE-REGISTRA-EVENTO.
            EXIT.
      *
       RIPARTI-CONTATORI.
      **************************************************************
      * PER OGNI CONTATORE ELENCATO IN CHIUSURA-AZZERA.TXT SI SALVA *
      * IL VALORE DI FINE ANNO IN CHIUSURA-AAAA-CONTATORI.TXT E SI  *
      * RISCRIVE IL CONTATORE CON IL VALORE DI PARTENZA. SOLO SE    *
      * L'ANNUARIO E' RIUSCITO: UNA CHIUSURA RIFIUTATA NON TOCCA    *
      * NESSUN CONTATORE.                                           *
      **************************************************************
           IF WS-RETURN-CODE = 8
               GO TO FINE-RIPARTI-CONTATORI
           END-IF.
           MOVE ZERO TO WS-NUM-CONTATORI.
           MOVE 'N'  TO WS-AZZERA-EOF.
           OPEN INPUT AZZERAF.
           IF WS-AZZERA-STATUS NOT = '00'
               CLOSE AZZERAF
               GO TO FINE-RIPARTI-CONTATORI
           END-IF.
           MOVE SPACES TO WS-NOME-COPIA.
           STRING 'CHIUSURA-' DELIMITED BY SIZE
                  WS-ANNO-CHIUSURA DELIMITED BY SIZE
                  '-CONTATORI.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-COPIA.
           OPEN OUTPUT COPIAF.
           PERFORM LEGGI-CONTATORE THRU FINE-LEGGI-CONTATORE
                UNTIL WS-AZZERA-EOF = 'S'.
           CLOSE COPIAF.
           CLOSE AZZERAF.
       FINE-RIPARTI-CONTATORI.
            EXIT.
      *
       LEGGI-CONTATORE.
           READ AZZERAF AT END
                MOVE 'S' TO WS-AZZERA-EOF
                NOT AT END
                     IF AZF-NOME NOT = SPACES
                             AND AZF-NOME(1:1) NOT = '*'
                         PERFORM RIPARTI-UN-CONTATORE
                            THRU FINE-RIPARTI-UN-CONTATORE
                     END-IF
           END-READ.
       FINE-LEGGI-CONTATORE.
            EXIT.
      *
       RIPARTI-UN-CONTATORE.
           IF WS-NUM-CONTATORI NOT < WS-MAX-CONTATORI
               MOVE 'S' TO WS-CONTATORI-PIENI
               GO TO FINE-RIPARTI-UN-CONTATORE
           END-IF.
           ADD 1 TO WS-NUM-CONTATORI.
           MOVE AZF-NOME TO CT-NOME(WS-NUM-CONTATORI).
           MOVE ZERO     TO WS-VALORE-PARTENZA.
           IF AZF-VALORE IS NUMERIC
               MOVE AZF-VALORE TO WS-VALORE-PARTENZA
           END-IF.
           MOVE WS-VALORE-PARTENZA TO CT-DOPO(WS-NUM-CONTATORI).

           IF AZF-NOME = 'SCAMBIO-GENERAZIONE.TXT'
               MOVE SPACES     TO CT-PRIMA(WS-NUM-CONTATORI)
               MOVE 'ESCLUSO   ' TO CT-ESITO(WS-NUM-CONTATORI)
               MOVE 'RIPARTI-UN-CONTATORE' TO ECC-PARAGRAFO
               MOVE AZF-NOME(1:30)         TO ECC-CHIAVE
               MOVE 'GENERAZIONE SCAMBIO NON ANNUALE: ESCLUSA'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO FINE-RIPARTI-UN-CONTATORE
           END-IF.

           MOVE AZF-NOME TO WS-NOME-CONTATORE.
           MOVE 'ASSENTE   ' TO CT-PRIMA(WS-NUM-CONTATORI).
           OPEN INPUT CONTATF.
           IF WS-CONTAT-STATUS = '00'
               READ CONTATF AT END
                    MOVE SPACES TO CT-PRIMA(WS-NUM-CONTATORI)
                    NOT AT END
                         MOVE REC-CONTATF(1:10)
                              TO CT-PRIMA(WS-NUM-CONTATORI)
               END-READ
           END-IF.
           CLOSE CONTATF.

           MOVE AZF-NOME                   TO CS-NOME.
           MOVE CT-PRIMA(WS-NUM-CONTATORI) TO CS-VALORE.
           MOVE SPACES TO REC-COPIAF.
           WRITE REC-COPIAF FROM RIGA-CONTATORE-SALVATO.

           OPEN OUTPUT CONTATF.
           MOVE SPACES TO REC-CONTATF.
           MOVE WS-VALORE-PARTENZA TO REC-CONTATF(1:6).
           WRITE REC-CONTATF.
           CLOSE CONTATF.
           MOVE 'RIPARTITO ' TO CT-ESITO(WS-NUM-CONTATORI).
       FINE-RIPARTI-UN-CONTATORE.
            EXIT.
      *
       APRI-REPORT.
           OPEN OUTPUT REPORTF.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           MOVE WS-ANNO-CHIUSURA TO IR-ANNO-CHIUSO.
           MOVE WS-GIORNO TO IR-GG.
           MOVE WS-MESE   TO IR-MM.
           MOVE WS-ANNO   TO IR-AAAA.
           MOVE 'I' TO IMP-AZIONE.
           MOVE INTESTAZIONE-REPORT TO IMP-TITOLO.
           MOVE SPACES TO IMP-COLONNE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           MOVE WS-ANNO-CHIUSURA TO RE-ANNO.
           IF WS-PARAMETRI-VALIDI = 'S'
               MOVE 'CHIUSURA IN CORSO' TO RE-ESITO
           ELSE
               IF WS-CHIUSURA-DOVUTA = 'S'
                   MOVE ECC-DESCRIZIONE TO RE-ESITO
               ELSE
                   MOVE 'NESSUNA CHIUSURA DOVUTA OGGI' TO RE-ESITO
               END-IF
           END-IF.
           MOVE RIGA-ESITO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-APRI-REPORT.
            EXIT.
      *
       STAMPA-ANNUARIO.
           MOVE COLONNE-POPOLAZIONE TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'POPOLAZIONE AL 31/12 PER CITTA E FASCIA DI ETA'''
                TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-POP-CITTA THRU FINE-STAMPA-POP-CITTA
                VARYING IND-ANN FROM 1 BY 1
                UNTIL IND-ANN > WS-NUM-ANNUARIO.
           MOVE 'POPOLAZIONE AL 31/12 PER PROVINCIA' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-POP-PROVINCIA THRU FINE-STAMPA-POP-PROVINCIA
                VARYING IND-PRV FROM 1 BY 1
                UNTIL IND-PRV > WS-NUM-PROVINCE.
           MOVE 'TOTALE'      TO RP-CITTA.
           MOVE SPACES        TO RP-PROVINCIA.
           MOVE TT-FASCIA(1)  TO RP-FASCIA(1).
           MOVE TT-FASCIA(2)  TO RP-FASCIA(2).
           MOVE TT-FASCIA(3)  TO RP-FASCIA(3).
           MOVE TT-FASCIA(4)  TO RP-FASCIA(4).
           MOVE TT-CHIUSURA   TO RP-TOTALE.
           MOVE RIGA-POPOLAZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE COLONNE-MOVIMENTI TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'MOVIMENTI DELL''ANNO PER CITTA' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-MOV-CITTA THRU FINE-STAMPA-MOV-CITTA
                VARYING IND-ANN FROM 1 BY 1
                UNTIL IND-ANN > WS-NUM-ANNUARIO.
           MOVE 'MOVIMENTI DELL''ANNO PER PROVINCIA' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-MOV-PROVINCIA THRU FINE-STAMPA-MOV-PROVINCIA
                VARYING IND-PRV FROM 1 BY 1
                UNTIL IND-PRV > WS-NUM-PROVINCE.
           MOVE 'TOTALE'       TO RM-CITTA.
           MOVE SPACES         TO RM-PROVINCIA.
           MOVE TT-APERTURA    TO RM-APERTURA.
           MOVE TT-NUOVI       TO RM-NUOVI.
           MOVE TT-DECESSI     TO RM-DECESSI.
           MOVE TT-EMIGRAZIONI TO RM-EMIGRAZIONI.
           MOVE TT-ARRIVI      TO RM-ARRIVI.
           MOVE TT-PARTENZE    TO RM-PARTENZE.
           MOVE TT-CHIUSURA    TO RM-CHIUSURA.
           MOVE RIGA-MOVIMENTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE COLONNE-CAMPAGNE TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'CAMPAGNE DELL''ANNO E TASSI DI RISPOSTA' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           MOVE ZERO TO WS-TOT-LETTERE WS-TOT-RISPOSTE.
           PERFORM STAMPA-CAMPAGNA THRU FINE-STAMPA-CAMPAGNA
                VARYING IND-CAM FROM 1 BY 1
                UNTIL IND-CAM > WS-NUM-CAMPAGNE.
           MOVE 'TOTALE'        TO RCA-CODICE.
           MOVE SPACES          TO RCA-DATA.
           MOVE WS-TOT-LETTERE  TO RCA-LETTERE.
           MOVE WS-TOT-RISPOSTE TO RCA-RISPOSTE.
           IF WS-TOT-LETTERE > ZERO
               COMPUTE WS-TASSO ROUNDED =
                       WS-TOT-RISPOSTE * 100 / WS-TOT-LETTERE
           ELSE
               MOVE ZERO TO WS-TASSO
           END-IF.
           MOVE WS-TASSO TO RCA-TASSO.
           MOVE RIGA-CAMPAGNA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.

           MOVE COLONNE-FILIALI TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'FILIALI APERTE E CHIUSE NELL''ANNO' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
                VARYING IND-EVE FROM 1 BY 1
                UNTIL IND-EVE > WS-NUM-EVENTI.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           MOVE 'FILIALI APERTE            ' TO RC-ETICHETTA.
           MOVE WS-CONTA-APERTE              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'FILIALI CHIUSE            ' TO RC-ETICHETTA.
           MOVE WS-CONTA-CHIUSE              TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.

           MOVE COLONNE-FOTOGRAFIA TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'FOTOGRAFIA DEI MASTER AL 31/12' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-FOTOGRAFIA THRU FINE-STAMPA-FOTOGRAFIA
                VARYING WS-MAG-IX FROM 1 BY 1
                UNTIL WS-MAG-IX > WS-NUM-MAGAZZINI.

           MOVE COLONNE-CONTATORI TO IMP-COLONNE.
           MOVE ZERO TO IMP-RIGHE-CORRENTI.
           MOVE 'CONTATORI ANNUALI RIPARTITI' TO RTS-TESTO.
           PERFORM STAMPA-TITOLO-SEZIONE
              THRU FINE-STAMPA-TITOLO-SEZIONE.
           PERFORM STAMPA-CONTATORE THRU FINE-STAMPA-CONTATORE
                VARYING IND-CNT FROM 1 BY 1
                UNTIL IND-CNT > WS-NUM-CONTATORI.

           IF WS-ANN-PIENO = 'S' OR WS-CAMPAGNE-PIENO = 'S'
                   OR WS-CONTATORI-PIENI = 'S'
               MOVE SPACES TO WS-RIGA-REPORT
               MOVE 'TABELLE PIENE: ANNUARIO INCOMPLETO'
                    TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
               MOVE 'STAMPA-ANNUARIO' TO ECC-PARAGRAFO
               MOVE SPACES            TO ECC-CHIAVE
               MOVE 'TABELLE PIENE: ANNUARIO INCOMPLETO'
                    TO ECC-DESCRIZIONE
               MOVE 'A' TO ECC-SEVERITA
               PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       FINE-STAMPA-ANNUARIO.
            EXIT.
      *
       STAMPA-TITOLO-SEZIONE.
           MOVE RIGA-TITOLO-SEZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-TITOLO-SEZIONE.
            EXIT.
      *
       STAMPA-POP-CITTA.
           MOVE AC-CITTA(IND-ANN)      TO RP-CITTA.
           MOVE AC-PROVINCIA(IND-ANN)  TO RP-PROVINCIA.
           MOVE AC-FASCIA(IND-ANN 1)   TO RP-FASCIA(1).
           MOVE AC-FASCIA(IND-ANN 2)   TO RP-FASCIA(2).
           MOVE AC-FASCIA(IND-ANN 3)   TO RP-FASCIA(3).
           MOVE AC-FASCIA(IND-ANN 4)   TO RP-FASCIA(4).
           MOVE AC-CHIUSURA(IND-ANN)   TO RP-TOTALE.
           MOVE RIGA-POPOLAZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-POP-CITTA.
            EXIT.
      *
       STAMPA-POP-PROVINCIA.
           MOVE 'PROVINCIA'            TO RP-CITTA.
           MOVE AP-PROVINCIA(IND-PRV)  TO RP-PROVINCIA.
           MOVE AP-FASCIA(IND-PRV 1)   TO RP-FASCIA(1).
           MOVE AP-FASCIA(IND-PRV 2)   TO RP-FASCIA(2).
           MOVE AP-FASCIA(IND-PRV 3)   TO RP-FASCIA(3).
           MOVE AP-FASCIA(IND-PRV 4)   TO RP-FASCIA(4).
           MOVE AP-CHIUSURA(IND-PRV)   TO RP-TOTALE.
           MOVE RIGA-POPOLAZIONE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-POP-PROVINCIA.
            EXIT.
      *
       STAMPA-MOV-CITTA.
           MOVE AC-CITTA(IND-ANN)       TO RM-CITTA.
           MOVE AC-PROVINCIA(IND-ANN)   TO RM-PROVINCIA.
           MOVE AC-APERTURA(IND-ANN)    TO RM-APERTURA.
           MOVE AC-NUOVI(IND-ANN)       TO RM-NUOVI.
           MOVE AC-DECESSI(IND-ANN)     TO RM-DECESSI.
           MOVE AC-EMIGRAZIONI(IND-ANN) TO RM-EMIGRAZIONI.
           MOVE AC-ARRIVI(IND-ANN)      TO RM-ARRIVI.
           MOVE AC-PARTENZE(IND-ANN)    TO RM-PARTENZE.
           MOVE AC-CHIUSURA(IND-ANN)    TO RM-CHIUSURA.
           MOVE RIGA-MOVIMENTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-MOV-CITTA.
            EXIT.
      *
       STAMPA-MOV-PROVINCIA.
           MOVE 'PROVINCIA'              TO RM-CITTA.
           MOVE AP-PROVINCIA(IND-PRV)    TO RM-PROVINCIA.
           MOVE AP-APERTURA(IND-PRV)     TO RM-APERTURA.
           MOVE AP-NUOVI(IND-PRV)        TO RM-NUOVI.
           MOVE AP-DECESSI(IND-PRV)      TO RM-DECESSI.
           MOVE AP-EMIGRAZIONI(IND-PRV)  TO RM-EMIGRAZIONI.
           MOVE AP-ARRIVI(IND-PRV)       TO RM-ARRIVI.
           MOVE AP-PARTENZE(IND-PRV)     TO RM-PARTENZE.
           MOVE AP-CHIUSURA(IND-PRV)     TO RM-CHIUSURA.
           MOVE RIGA-MOVIMENTO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-MOV-PROVINCIA.
            EXIT.
      *
       STAMPA-CAMPAGNA.
           MOVE CP-CODICE(IND-CAM)   TO RCA-CODICE.
           MOVE CP-DATA(IND-CAM)     TO RCA-DATA.
           MOVE CP-LETTERE(IND-CAM)  TO RCA-LETTERE.
           MOVE CP-RISPOSTE(IND-CAM) TO RCA-RISPOSTE.
           IF CP-LETTERE(IND-CAM) > ZERO
               COMPUTE WS-TASSO ROUNDED =
                       CP-RISPOSTE(IND-CAM) * 100 / CP-LETTERE(IND-CAM)
           ELSE
               MOVE ZERO TO WS-TASSO
           END-IF.
           MOVE WS-TASSO TO RCA-TASSO.
           ADD CP-LETTERE(IND-CAM)  TO WS-TOT-LETTERE.
           ADD CP-RISPOSTE(IND-CAM) TO WS-TOT-RISPOSTE.
           MOVE RIGA-CAMPAGNA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CAMPAGNA.
            EXIT.
      *
       STAMPA-FILIALE.
           MOVE EF-CODICE(IND-EVE) TO RF-CODICE.
           MOVE EF-DESC(IND-EVE)   TO RF-DESC.
           MOVE EF-EVENTO(IND-EVE) TO RF-EVENTO.
           MOVE EF-DATA(IND-EVE)   TO RF-DATA.
           MOVE RIGA-FILIALE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-FILIALE.
            EXIT.
      *
       STAMPA-FOTOGRAFIA.
           PERFORM COMPONI-NOME-COPIA THRU FINE-COMPONI-NOME-COPIA.
           MOVE MG-NOME(WS-MAG-IX)   TO RFT-NOME.
           MOVE FT-RIGHE(WS-MAG-IX)  TO RFT-RIGHE.
           MOVE FT-STATO(WS-MAG-IX)  TO RFT-STATO.
           MOVE WS-NOME-COPIA        TO RFT-COPIA.
           IF FT-STATO(WS-MAG-IX) = 'ASSENTE '
               MOVE SPACES TO RFT-COPIA
           END-IF.
           MOVE RIGA-FOTOGRAFIA TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-FOTOGRAFIA.
            EXIT.
      *
       STAMPA-CONTATORE.
           MOVE CT-NOME(IND-CNT)  TO RZ-NOME.
           MOVE CT-PRIMA(IND-CNT) TO RZ-PRIMA.
           MOVE CT-DOPO(IND-CNT)  TO RZ-DOPO.
           MOVE CT-ESITO(IND-CNT) TO RZ-ESITO.
           MOVE RIGA-CONTATORE TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONTATORE.
            EXIT.
      *
       CHIUDI-REPORT.
           MOVE SPACES TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
           IF WS-PARAMETRI-VALIDI = 'S'
               MOVE WS-ANNO-CHIUSURA TO RE-ANNO
               MOVE 'ANNO CHIUSO E REGISTRATO' TO RE-ESITO
               MOVE RIGA-ESITO TO WS-RIGA-REPORT
               PERFORM STAMPA-RIGA-IMPAGINATA
                  THRU FINE-STAMPA-RIGA-IMPAGINATA
           END-IF.
           MOVE 'VERSIONI LETTE            ' TO RC-ETICHETTA.
           MOVE WS-CONTA-VERSIONI            TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'POPOLAZIONE AL 31/12      ' TO RC-ETICHETTA.
           MOVE TT-CHIUSURA                  TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.
           MOVE 'MAGAZZINI ASSENTI         ' TO RC-ETICHETTA.
           MOVE WS-CONTA-ASSENTI             TO RC-VALORE.
           PERFORM STAMPA-CONTEGGIO THRU FINE-STAMPA-CONTEGGIO.

           MOVE 'F' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           WRITE REC-REPORTF FROM IMP-CODA.
           CLOSE REPORTF.
       FINE-CHIUDI-REPORT.
            EXIT.
      *
       STAMPA-CONTEGGIO.
           MOVE RIGA-CONTEGGIO TO WS-RIGA-REPORT.
           PERFORM STAMPA-RIGA-IMPAGINATA
              THRU FINE-STAMPA-RIGA-IMPAGINATA.
       FINE-STAMPA-CONTEGGIO.
            EXIT.
      *
       STAMPA-RIGA-IMPAGINATA.
      **************************************************************
      * OGNI RIGA DEL REPORT PASSA DAL MODULO COMUNE IMPAGINA: A    *
      * OGNI SALTO PAGINA SI SCRIVONO PRIMA LE RIGHE DI TESTATA     *
      * (TITOLO CON PAGINA E SEGUE, COLONNE, RIGA BIANCA).          *
      **************************************************************
           MOVE 'R' TO IMP-AZIONE.
           CALL 'IMPAGINA' USING AREA-IMPAGINA.
           IF IMP-NUOVA-PAGINA = 'S'
               PERFORM SCRIVI-RIGA-TESTATA
                  THRU FINE-SCRIVI-RIGA-TESTATA
                    VARYING WS-IX-TESTATA FROM 1 BY 1
                    UNTIL WS-IX-TESTATA > IMP-NUM-TESTATA
           END-IF.
           WRITE REC-REPORTF FROM WS-RIGA-REPORT.
       FINE-STAMPA-RIGA-IMPAGINATA.
            EXIT.
      *
       SCRIVI-RIGA-TESTATA.
           WRITE REC-REPORTF FROM IMP-TESTATA(WS-IX-TESTATA).
       FINE-SCRIVI-RIGA-TESTATA.
            EXIT.
      *
       COPIA-ANNUARIO.
      **************************************************************
      * L'ANNUARIO STAMPATO SI CONSERVA ACCANTO ALLA FOTOGRAFIA IN  *
      * CHIUSURA-AAAA-ANNUARIO.TXT: IL REPORT DI DOMANI LO          *
      * SOVRASCRIVEREBBE.                                           *
      **************************************************************
           MOVE SPACES TO WS-NOME-COPIA.
           STRING 'CHIUSURA-' DELIMITED BY SIZE
                  WS-ANNO-CHIUSURA DELIMITED BY SIZE
                  '-ANNUARIO.TXT' DELIMITED BY SIZE
                  INTO WS-NOME-COPIA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REPORTF.
           OPEN OUTPUT COPIAF.
           PERFORM COPIA-RIGA-ANNUARIO THRU FINE-COPIA-RIGA-ANNUARIO
                UNTIL WS-EOF = 'S'.
           CLOSE COPIAF.
           CLOSE REPORTF.
       FINE-COPIA-ANNUARIO.
            EXIT.
      *
       COPIA-RIGA-ANNUARIO.
           READ REPORTF AT END
                MOVE 'S' TO WS-EOF
                NOT AT END
                     MOVE SPACES TO REC-COPIAF
                     MOVE REC-REPORTF TO REC-COPIAF(1:80)
                     WRITE REC-COPIAF
           END-READ.
       FINE-COPIA-RIGA-ANNUARIO.
            EXIT.
      *
       REGISTRA-CHIUSURA.
      **************************************************************
      * ULTIMO PASSO: DA QUI IN POI L'ANNO RISULTA CHIUSO. SE LA    *
      * CORSA SI INTERROMPE PRIMA, COPIE E ANNUARIO SI RIFANNO.     *
      **************************************************************
           IF WS-DATAELAB-MODE = 'S'
               MOVE WS-DATA-ELAB TO REG-DATA
           ELSE
               ACCEPT REG-DATA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-ORA-REGISTRO FROM TIME.
           MOVE WS-ORA-REGISTRO(1:6) TO REG-ORA.
           MOVE WS-ANNO-CHIUSURA  TO REG-ANNO.
           MOVE WS-OPERATORE-CORR TO REG-OPERATORE.
           MOVE TT-CHIUSURA       TO REG-POPOLAZIONE.
           MOVE WS-RETURN-CODE    TO REG-RC.
           OPEN EXTEND REGISTROF.
           IF WS-REGISTRO-STATUS NOT = '00'
               OPEN OUTPUT REGISTROF
           END-IF.
           WRITE REC-REGISTROF FROM RIGA-REGISTRO.
           CLOSE REGISTROF.
           DISPLAY 'ANNO ' WS-ANNO-CHIUSURA ' CHIUSO'.
       FINE-REGISTRA-CHIUSURA.
            EXIT.
      *
       SCRIVI-ECCEZIONE.
           ACCEPT WS-DATA-ESECUZIONE FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-ESECUZIONE  FROM TIME.

           MOVE WS-GIORNO    TO ECC-GG.
           MOVE WS-MESE      TO ECC-MM.
           MOVE WS-ANNO      TO ECC-AAAA.
           MOVE WS-ORE       TO ECC-HH.
           MOVE WS-MIN       TO ECC-MIN.
           MOVE 'CHIUSURA'   TO ECC-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO ECC-OPERATORE.

           IF ECC-SEVERITA NOT = 'G' AND ECC-SEVERITA NOT = 'A'
                   AND ECC-SEVERITA NOT = 'I'
               MOVE 'A' TO ECC-SEVERITA
           END-IF.
           MOVE SPACES TO ECC-ACK-SIGLA.

           OPEN EXTEND ECCEZIONI.
           IF WS-ECC-STATUS NOT = '00'
               OPEN OUTPUT ECCEZIONI
           END-IF.
           WRITE REC-ECCEZIONE FROM RIGA-ECCEZIONE.
           CLOSE ECCEZIONI.
           MOVE SPACE TO ECC-SEVERITA.
       FINE-SCRIVI-ECCEZIONE.
            EXIT.
      *
       LEGGI-DATA-ELAB.
           MOVE 'N' TO WS-DATAELAB-MODE.
           OPEN INPUT DATAELAB.
           IF WS-DATAELAB-STATUS = '00'
               READ DATAELAB AT END
                    CONTINUE
                    NOT AT END
                         IF REC-DATAELAB IS NUMERIC
                             MOVE REC-DATAELAB TO WS-DATA-ELAB
                             MOVE 'S' TO WS-DATAELAB-MODE
                         END-IF
               END-READ
           END-IF.
           CLOSE DATAELAB.
       FINE-LEGGI-DATA-ELAB.
            EXIT.
      *
       LEGGI-OPERATORE.
           MOVE SPACES TO WS-OPERATORE-CORR.
           OPEN INPUT OPERATORE.
           IF WS-OPER-STATUS = '00'
               READ OPERATORE AT END
                    CONTINUE
                    NOT AT END
                         MOVE OPE-SIGLA TO WS-OPERATORE-CORR
               END-READ
           END-IF.
           CLOSE OPERATORE.
       FINE-LEGGI-OPERATORE.
            EXIT.
      *
       SCRIVI-GIORNALE.
           ACCEPT WS-GIO-DATA-CORR FROM DATE YYYYMMDD.
           ACCEPT WS-GIO-ORA-CORR  FROM TIME.
           MOVE WS-GIO-DATA-CORR TO GIO-DATA.
           MOVE WS-GIO-ORA-CORR(1:6) TO GIO-ORA.
           MOVE 'CHIUSURA' TO GIO-PROGRAMMA.
           MOVE WS-OPERATORE-CORR TO GIO-OPERATORE.

           OPEN EXTEND GIORNALE.
           IF WS-GIO-STATUS NOT = '00'
               OPEN OUTPUT GIORNALE
           END-IF.
           WRITE REC-GIORNALE FROM RIGA-GIORNALE.
           CLOSE GIORNALE.
       FINE-SCRIVI-GIORNALE.
            EXIT.
