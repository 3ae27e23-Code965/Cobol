      ******************************************************************
      * RICHIESTE DEGLI INTERESSATI SUI PROPRI DATI PERSONALI: TIENE IL
      * REGISTRO DELLE RICHIESTE DI ACCESSO E DI CANCELLAZIONE
      * (RICHIEDENTE, IDENTITA' VERIFICATA, TIPO, DATA DI RICEZIONE E
      * SCADENZA A 30 GIORNI), STAMPA IL DOSSIER DI TUTTO CIO' CHE GLI
      * ARCHIVI CONTENGONO SULLA PERSONA (ANAGRAFE, VERBALI, LETTORI,
      * PRESTITI, MULTE, CLIENTI E FATTURE, CUSTOMERS, CORRISPONDENZA
      * CON IL GESTIONALE, REGISTRO DELLE FUSIONI, TABELLA UTENTI) E PER
      * LA CANCELLAZIONE ESEGUE UN'ANONIMIZZAZIONE COORDINATA CHE
      * RISPETTA CIO' CHE LA LEGGE IMPONE DI CONSERVARE. OGNI RICHIESTA
      * SI CHIUDE CON UN CERTIFICATO NELLO SPOOL CHE ELENCA, ARCHIVIO
      * PER ARCHIVIO, COSA E' STATO RIMOSSO O CONSERVATO E PERCHE'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *STESSA CONFIGURAZIONE DI CONNESSIONE DEL MODULO DI LOGIN
           SELECT CONFIG-FILE ASSIGN TO "CONNDB.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

      *IDENTITA' DELL'OPERATORE FIRMATO AL MENU, CHE FIRMA DOSSIER
      *E CERTIFICATI
           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

           SELECT RICHIESTE-FILE ASSIGN TO "GDPRREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-RICHIESTA
               FILE STATUS IS FS-RICHIESTE.

           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ANA
               FILE STATUS IS FS-ANAGRAFE.

           SELECT GRADUATORIA-FILE ASSIGN TO "GRADFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GRAD
               FILE STATUS IS FS-GRADUATORIA.

           SELECT LETTORI-FILE ASSIGN TO "LETTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-LETTORE
               FILE STATUS IS FS-LETTORI.

           SELECT PRESTITI-FILE ASSIGN TO "PRESTITI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTITI-FILE.

           SELECT GIORNALE-FILE ASSIGN TO "PRESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GIORNALE.

      *FILE DI APPOGGIO PER RISCRIVERE IL GIORNALE, COME FA LA
      *RETENZIONE DELLA BIBLIOTECA
           SELECT GIORNALE-TMP-FILE ASSIGN TO "PRESTLOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GIORNALE-TMP.

           SELECT MULTE-FILE ASSIGN TO "MULTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-MULTA
               FILE STATUS IS FS-MULTE.

           SELECT CLIENTI-FILE ASSIGN TO "CLIENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLI-REC
               FILE STATUS IS FS-CLIENTI.

           SELECT REGFATT-FILE ASSIGN TO "REGFATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FATT-REC
               FILE STATUS IS FS-REGFATT.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUSTOMER.

           SELECT CUSTOMER-TMP-FILE ASSIGN TO "CUSTOMERS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUSTOMER-TMP.

      *CORRISPONDENZA FRA CLIENTI DEL MAGAZZINO E DEL GESTIONALE, CON
      *IL NOME CHE IL GESTIONALE CONOSCE
           SELECT XREF-FILE ASSIGN TO "CLIXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLI-XREF
               FILE STATUS IS FS-XREF.

      *REGISTRO DELLE FUSIONI DI ANAGRAFICHE DOPPIE, CON IL NOME DEL
      *DOPPIONE ELIMINATO
           SELECT FUSIONI-FILE ASSIGN TO "FUSIONI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUSIONI.

           SELECT FUSIONI-TMP-FILE ASSIGN TO "FUSIONI.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUSIONI-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-REC PIC X(80).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

      *REGISTRO DELLE RICHIESTE DEGLI INTERESSATI
       FD  RICHIESTE-FILE.
       01  RICHIESTA-REC.
           05 NUMERO-RICHIESTA PIC 9(5).
      *CHI HA PRESENTATO LA RICHIESTA (L'INTERESSATO O UN SUO
      *DELEGATO)
           05 RICHIEDENTE-RICH PIC X(40).
           05 NOME-SOGGETTO-RICH PIC X(20).
           05 COGNOME-SOGGETTO-RICH PIC X(20).
      *TIPO "A" = ACCESSO, "C" = CANCELLAZIONE
           05 TIPO-RICH PIC X(1).
           05 IDENTITA-VERIFICATA-RICH PIC X(1).
           05 DOCUMENTO-RICH PIC X(30).
           05 DATA-RICEZIONE-RICH PIC 9(8).
           05 DATA-SCADENZA-RICH PIC 9(8).
      *IDENTIFICATIVI NOTI DELL'INTERESSATO NEI SINGOLI ARCHIVI
      *(ZERO O SPAZI = NON NOTO, SI CERCA PER NOME E COGNOME)
           05 MATRICOLA-RICH PIC 9(6).
           05 LETTORE-RICH PIC 9(5).
           05 CLIENTE-RICH PIC 9(5).
           05 CUST-ID-RICH PIC 9(12).
           05 EMAIL-RICH PIC X(60).
      *STATO "A" = APERTA, "C" = CHIUSA CON CERTIFICATO
           05 STATO-RICH PIC X(1).
           05 DATA-CHIUSURA-RICH PIC 9(8).
           05 OPERATORE-RICH PIC X(20).

       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-REC.
           05 MATRICOLA-ANA PIC 9(6).
           05 NOME-ANA PIC A(20).
           05 COGNOME-ANA PIC A(20).
           05 CLASSE-ANA PIC X(10).

       FD  GRADUATORIA-FILE.
       01  GRADUATORIA-REC.
           05 CHIAVE-GRAD.
               10 CORSO-GRAD PIC X(8).
               10 DATA-APPELLO-GRAD PIC 9(8).
               10 MATRICOLA-GRAD PIC 9(6).
           05 COGNOME-GRAD PIC A(20).
           05 NOME-GRAD PIC A(20).
           05 PUNTEGGIO-SCRITTO-GRAD PIC 9(2).
           05 PUNTEGGIO-ORALE-GRAD PIC 9(2).
           05 MEDIA-GRAD PIC S99V9(2).
           05 LODE-GRAD PIC X(1).

       FD  LETTORI-FILE.
       01  LETTORE-REC.
           05 CODICE-LETTORE PIC 9(5).
           05 NOME-LETTORE PIC X(30).
           05 INDIRIZZO-LETTORE PIC X(40).
           05 TELEFONO-LETTORE PIC X(15).
           05 LIMITE-PRESTITI-LETTORE PIC 9(2).
           05 SCADENZA-TESSERA-LETTORE PIC 9(8).
           05 CATEGORIA-LETTORE PIC X(1).
           05 MATRICOLA-LETTORE PIC 9(6).

       FD  PRESTITI-FILE.
       01  PRESTITO-SALVATO-REC.
           05 ISBN-PRESTITO-SV PIC X(13).
           05 CODICE-PRESTITO-SV PIC 9(5).
           05 NOME-PRESTITO-SV PIC X(30).
           05 USCITA-PRESTITO-SV PIC 9(8).
           05 SCADENZA-PRESTITO-SV PIC 9(8).
           05 BARCODE-PRESTITO-SV PIC X(13).
           05 PROROGHE-SV PIC 9(1).

       FD  GIORNALE-FILE.
       01  GIORNALE-REC.
           05 TIPO-GIORNALE PIC X(1).
           05 ISBN-GIORNALE PIC X(13).
           05 AUTORE-GIORNALE PIC A(20).
           05 CODICE-GIORNALE PIC 9(5).
           05 NOME-GIORNALE PIC X(30).
           05 DATA-USCITA-GIORNALE PIC 9(8).
           05 DATA-SCADENZA-GIORNALE PIC 9(8).
           05 DATA-RIENTRO-GIORNALE PIC 9(8).

       FD  GIORNALE-TMP-FILE.
       01  GIORNALE-TMP-REC PIC X(93).

       FD  MULTE-FILE.
       01  MULTA-REC.
           05 NUMERO-MULTA PIC 9(5).
           05 CODICE-MULTA PIC 9(5).
           05 NOME-MULTA PIC X(30).
           05 DATA-MULTA PIC 9(8).
           05 GIORNI-RITARDO-MULTA PIC 9(4).
           05 IMPORTO-MULTA PIC 9(3)V9(2).
           05 STATO-MULTA PIC X(1).
           05 TIPO-ADDEBITO PIC X(1).

       FD  CLIENTI-FILE.
       01  CLIENTE-REC.
           05 CODICE-CLI-REC PIC 9(5).
           05 RAGIONE-SOCIALE-CLI PIC X(40).
           05 INDIRIZZO-CLI PIC X(40).
           05 PARTITA-IVA-CLI PIC X(11).
           05 GIORNI-PAGAMENTO-CLI PIC 9(3).
           05 FIDO-CLI PIC 9(7)V9(2).
           05 ESPOSIZIONE-CLI PIC 9(7)V9(2).
           05 AGENTE-CLI PIC 9(3).

       FD  REGFATT-FILE.
       01  FATTURA-REGISTRO-REC.
           05 NUMERO-FATT-REC PIC 9(5).
           05 DATA-FATT-REC PIC 9(8).
           05 CODICE-CLI-FATT-REC PIC 9(5).
           05 CLIENTE-FATT-REC PIC X(40).
           05 IMPONIBILE-FATT-REC PIC 9(7)V9(2).
           05 IMPOSTA-FATT-REC PIC 9(7)V9(2).
           05 TOTALE-FATT-REC PIC 9(9)V9(2).
           05 RIEPILOGO-FATT-REC OCCURS 5 TIMES.
               10 ALIQUOTA-FATT-REC PIC 9(2).
               10 IMPONIBILE-ALIQ-REC PIC 9(7)V9(2).
               10 IMPOSTA-ALIQ-REC PIC 9(7)V9(2).
           05 DATA-SCADENZA-FATT-REC PIC 9(8).
           05 INCASSATO-FATT-REC PIC 9(9)V9(2).
           05 STATO-FATT-REC PIC X(1).

      *LE RIGHE DI TESTA "H" E DI CODA "T" NON PORTANO NOMI E
      *PASSANO COME SONO
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           05 CUST-TIPO PIC X(1).
           05 CUST-ID PIC 9(12).
           05 CUST-NAME PIC X(50).

       FD  CUSTOMER-TMP-FILE.
       01  CUSTOMER-TMP-REC PIC X(63).

      *STESSO TRACCIATO DEL MODULO CLIXREF
       FD  XREF-FILE.
       01  XREF-REC.
           05 CODICE-CLI-XREF PIC 9(5).
           05 CUST-ID-XREF PIC 9(12).
           05 NOME-INVIATO-XREF PIC X(50).
           05 ORIGINE-XREF PIC X(1).
           05 DATA-XREF PIC 9(8).
           05 LOTTO-XREF PIC 9(6).

       FD  FUSIONI-FILE.
       01  FUSIONE-REC.
           05 MOMENTO-FUSIONE PIC X(14).
           05 OPERATORE-FUSIONE PIC X(20).
      *"LETTORI" O "CLIENTI"
           05 ARCHIVIO-FUSIONE PIC X(8).
           05 SUPERSTITE-FUSIONE PIC 9(6).
           05 DOPPIONE-FUSIONE PIC 9(6).
           05 NOME-DOPPIONE-FUSIONE PIC X(40).
           05 SPOSTATI-FUSIONE PIC 9(5).

       FD  FUSIONI-TMP-FILE.
       01  FUSIONI-TMP-REC PIC X(99).

       WORKING-STORAGE SECTION.

           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
           01 H-EMAIL PIC X(256).
           01 H-NOME PIC A(30).
           01 H-COGNOME PIC A(30).
           01 H-TELEFONO PIC X(20).
           01 H-RUOLO PIC X(1).
           01 H-EMAIL-CERCATA PIC X(256).
           01 H-NOME-CERCATO PIC X(30).
           01 H-COGNOME-CERCATO PIC X(30).
           01 H-CUST-ID PIC 9(12).
           01 H-CUST-NAME PIC X(50).
           01 H-NOME-ANONIMO PIC X(50).
           01 H-DSN PIC X(40).
           01 H-DBUSER PIC X(30).
           01 H-DBPASS PIC X(30).
           EXEC SQL
               END DECLARE SECTION
           END-EXEC.

      *TESTO CHE PRENDE IL POSTO DEL NOMINATIVO NEI RECORD
      *ANONIMIZZATI
       01 TESTO-ANONIMO PIC X(12) VALUE "ANONIMIZZATO".

      *TERMINE PER RISPONDERE ALL'INTERESSATO
       01 GIORNI-RISPOSTA PIC S9(5) VALUE 30.

      *ARCHIVI ESAMINATI: NOME, COSA SI FA AI DATI IN CANCELLAZIONE
      *E MOTIVO DELLA CONSERVAZIONE QUANDO LA LEGGE LA IMPONE. LA
      *POSIZIONE NELLA TABELLA E' FISSA (1 ANAGRAFE ... 11
      *TESTPERSON, 12 CLIXREF, 13 FUSIONI) E FA DA INDICE DEI
      *CONTATORI
       01 ARCHIVI-PRIVACY-VALORI.
           05 FILLER PIC X(14) VALUE "ANAGRAFE.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "CARRIERA DELLO STUDENTE: DA CONSERVARE PER LEGGE".
           05 FILLER PIC X(14) VALUE "GRADFILE.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "VERBALI D'ESAME: ATTI DA CONSERVARE PER LEGGE".
           05 FILLER PIC X(14) VALUE "LETTORI.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "PRESTITI IN CORSO O ADDEBITI NON ANCORA SALDATI".
           05 FILLER PIC X(14) VALUE "PRESTITI.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "PRESTITO IN CORSO: VOLUME ANCORA DA RESTITUIRE".
           05 FILLER PIC X(14) VALUE "PRESTLOG.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "MOVIMENTI DI UN LETTORE CON PENDENZE APERTE".
           05 FILLER PIC X(14) VALUE "MULTE.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "NON SALDATE O NEI 10 ANNI DI CONSERVAZIONE CONTABILE".
           05 FILLER PIC X(14) VALUE "CLIENTI.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "FATTURE EMESSE O ESPOSIZIONE APERTA (ART. 2220 C.C.)".
           05 FILLER PIC X(14) VALUE "REGFATT.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "FATTURE EMESSE: CONSERVAZIONE DECENNALE (ART. 2220)".
           05 FILLER PIC X(14) VALUE "CUSTOMERS.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "UTENTI (DB)".
           05 FILLER PIC X(12) VALUE "CANCELLATI".
           05 FILLER PIC X(56) VALUE
               "CANCELLAZIONE NON RIUSCITA SUL DATABASE".
           05 FILLER PIC X(14) VALUE "TESTPERSON(DB)".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "AGGIORNAMENTO NON RIUSCITO SUL DATABASE".
           05 FILLER PIC X(14) VALUE "CLIXREF.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE
               "CLIENTE CONSERVATO O GESTIONALE NON AGGIORNATO".
           05 FILLER PIC X(14) VALUE "FUSIONI.DAT".
           05 FILLER PIC X(12) VALUE "ANONIMIZZATI".
           05 FILLER PIC X(56) VALUE SPACES.
       01 ARCHIVI-PRIVACY REDEFINES ARCHIVI-PRIVACY-VALORI.
           05 ARCHIVIO-PRIVACY OCCURS 13 TIMES INDEXED BY AP.
               10 NOME-ARCHIVIO-PRIVACY PIC X(14).
               10 AZIONE-ARCHIVIO-PRIVACY PIC X(12).
               10 MOTIVO-ARCHIVIO-PRIVACY PIC X(56).

      *PER OGNI ARCHIVIO: DATI TROVATI SULL'INTERESSATO, TRATTATI
      *(ANONIMIZZATI O CANCELLATI) E CONSERVATI
       01 CONTATORI-PRIVACY.
           05 CONTATORE-PRIVACY OCCURS 13 TIMES.
               10 TROVATI-PRIVACY PIC 9(5).
               10 TRATTATI-PRIVACY PIC 9(5).
               10 CONSERVATI-PRIVACY PIC 9(5).

      *CHIAVI DELL'INTERESSATO RACCOLTE NELLA RICERCA, CHE LEGANO
      *GLI ARCHIVI FRA LORO (MATRICOLA -> VERBALI E TESSERA,
      *TESSERA -> PRESTITI E MULTE, CLIENTE -> FATTURE)
       01 MATRICOLE-SOGGETTO.
           05 MATRICOLA-SOGG PIC 9(6) OCCURS 10 TIMES INDEXED BY MS.
       01 MATRICOLE-COUNT PIC 9(2).
       01 LETTORI-SOGGETTO.
           05 LETTORE-SOGG OCCURS 20 TIMES INDEXED BY LX.
               10 CODICE-LETTORE-SOGG PIC 9(5).
      *"S" = PRESTITI IN CORSO O MULTE NON PAGATE: LA TESSERA RESTA
               10 PENDENZE-LETTORE-SOGG PIC X(1).
       01 LETTORI-COUNT PIC 9(2).
       01 CLIENTI-SOGGETTO.
           05 CLIENTE-SOGG OCCURS 20 TIMES INDEXED BY CX.
               10 CODICE-CLIENTE-SOGG PIC 9(5).
      *"S" = FATTURE EMESSE O ESPOSIZIONE APERTA: L'ANAGRAFICA RESTA
               10 DOCUMENTI-CLIENTE-SOGG PIC X(1).
      *"S" = COLLEGATO AL GESTIONALE IN CLIXREF.DAT
               10 COLLEGATO-CLIENTE-SOGG PIC X(1).
       01 CLIENTI-COUNT PIC 9(2).
       01 CUSTOMERS-SOGGETTO.
           05 CUST-ID-SOGG PIC 9(12) OCCURS 20 TIMES INDEXED BY KX.
       01 CUSTOMERS-COUNT PIC 9(2).
       01 UTENTI-SOGGETTO.
           05 EMAIL-SOGG PIC X(256) OCCURS 10 TIMES INDEXED BY UX.
       01 UTENTI-COUNT PIC 9(2).
      *RIGHE DI CLIXREF.DAT DELL'INTERESSATO; "S" = NOME GIA'
      *ANONIMIZZATO NEL GESTIONALE
       01 XREF-SOGGETTO.
           05 XREF-SOGG OCCURS 20 TIMES INDEXED BY XX.
               10 CODICE-XREF-SOGG PIC 9(5).
               10 ANONIMO-XREF-SOGG PIC X(1).
       01 XREF-COUNT PIC 9(2).

      *NOMINATIVO CERCATO, IN MAIUSCOLO, NELLE DUE FORME CHE GLI
      *ARCHIVI USANO ("NOME COGNOME" E "COGNOME NOME")
       01 NOME-MAIUSC PIC X(20).
       01 COGNOME-MAIUSC PIC X(20).
       01 NOME-CERCATO-1 PIC X(50).
       01 NOME-CERCATO-2 PIC X(50).
       01 NOME-CONFRONTO PIC X(50).
       01 SOGGETTO-CORRISPONDE PIC X(1).
       01 CHIAVE-CORRISPONDE PIC X(1).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-PRIVACY PIC 9(1).
       01 MODO-RICERCA PIC X(1).
       01 RISPOSTA-CONFERMA PIC X(1).
       01 RICHIESTA-TROVATA PIC X(1).
       01 UTENTI-DISPONIBILI PIC X(1) VALUE "N".
       01 TESTPERSON-DISPONIBILE PIC X(1).
       01 ESITO-CANCELLAZIONE PIC X(1).
       01 OPERATORE-FIRMA PIC X(20).
       01 DATA-ODIERNA PIC 9(8).
       01 DATA-LIMITE-CONSERVAZIONE PIC 9(8).
       01 PROSSIMO-NUMERO-RICHIESTA PIC 9(5).
       01 RICHIESTE-ELENCATE PIC 9(5).
       01 RICHIESTE-SCADUTE PIC 9(5).

      *FILE STATUS
       01 FS-CONFIG PIC X(2).
       01 FS-SESSIONE PIC X(2).
       01 FS-RICHIESTE PIC X(2).
       01 FS-ANAGRAFE PIC X(2).
       01 FS-GRADUATORIA PIC X(2).
       01 FS-LETTORI PIC X(2).
       01 FS-PRESTITI-FILE PIC X(2).
       01 FS-GIORNALE PIC X(2).
       01 FS-GIORNALE-TMP PIC X(2).
       01 FS-MULTE PIC X(2).
       01 FS-CLIENTI PIC X(2).
       01 FS-REGFATT PIC X(2).
       01 FS-CUSTOMER PIC X(2).
       01 FS-CUSTOMER-TMP PIC X(2).
       01 FS-XREF PIC X(2).
       01 FS-FUSIONI PIC X(2).
       01 FS-FUSIONI-TMP PIC X(2).

      *CAMPI EDITATI PER VIDEO E STAMPE
       01 DATA-EDIT.
           05 GG-EDIT PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 MM-EDIT PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 AAAA-EDIT PIC 9(4).
       01 DATA-DA-EDITARE PIC 9(8).
       01 DATA-DA-EDITARE-R REDEFINES DATA-DA-EDITARE.
           05 AAAA-DA-EDITARE PIC 9(4).
           05 MM-DA-EDITARE PIC 9(2).
           05 GG-DA-EDITARE PIC 9(2).
       01 DATA-SCADENZA-EDIT PIC X(10).
       01 CONTATORE-EDIT PIC ZZZZ9.
       01 TRATTATI-EDIT PIC ZZZZ9.
       01 CONSERVATI-EDIT PIC ZZZZ9.
       01 IMPORTO-EDIT PIC ZZ9,99.
       01 TOTALE-EDIT PIC ZZZZZZZZ9,99.
       01 NUMERO-EDIT PIC ZZZZ9.

      *AREA PARAMETRI DEL SERVIZIO DATE COMUNE
       01 DATESRV-AREA.
           05 DATESRV-FUNZIONE PIC X(1).
           05 DATESRV-DATA1 PIC 9(8).
           05 DATESRV-DATA2 PIC 9(8).
           05 DATESRV-GIORNI PIC S9(5).
           05 DATESRV-ESITO PIC X(1).
           05 DATESRV-SETTIMANA PIC 9(1).

      *AREA PARAMETRI DEL SERVIZIO PONTE CLIENTI
       01 CLIXSRV-AREA.
           05 CLIXSRV-FUNZIONE PIC X(1).
           05 CLIXSRV-CODICE PIC 9(5).
           05 CLIXSRV-RAGIONE-SOCIALE PIC X(40).
           05 CLIXSRV-CUST-ID PIC 9(12).
           05 CLIXSRV-TIPO PIC X(1).
           05 CLIXSRV-LOTTO PIC 9(6).
           05 CLIXSRV-ESITO PIC X(1).

      *AREA PARAMETRI DELLO SCRITTORE DI REPORT COMUNE
       01 REPORTWR-AREA.
           05 RW-OPERAZIONE PIC X(1).
           05 RW-NOME-FILE PIC X(30).
           05 RW-TITOLO PIC X(60).
           05 RW-INTESTAZIONE PIC X(100).
           05 RW-OPERATORE PIC X(20).
           05 RW-RIGA PIC X(100).
           05 RW-ESITO PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LEGGI-OPERATORE-SESSIONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

      *IL REGISTRO SI CREA ALLA PRIMA RICHIESTA
           OPEN I-O RICHIESTE-FILE.
           IF FS-RICHIESTE = "35" THEN
               OPEN OUTPUT RICHIESTE-FILE
               CLOSE RICHIESTE-FILE
               OPEN I-O RICHIESTE-FILE
           END-IF.
           IF FS-RICHIESTE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE GDPRREG.DAT - STATO "
                       FS-RICHIESTE
               GOBACK
           END-IF.

      *SENZA DATABASE SI POSSONO REGISTRARE E CONSULTARE LE
      *RICHIESTE, MA NON CHIUDERLE: LA TABELLA UTENTI MANCHEREBBE
           PERFORM LEGGI-CONFIGURAZIONE.
           IF H-DSN NOT = SPACES THEN
               EXEC SQL CONNECT TO :H-DSN USER :H-DBUSER
                   USING :H-DBPASS
               END-EXEC
               IF SQLCODE < 0 THEN
                   DISPLAY "*** DATABASE NON RAGGIUNGIBILE: LA "
                           "TABELLA UTENTI NON E' CONSULTABILE ***"
               ELSE
                   MOVE "S" TO UTENTI-DISPONIBILI
               END-IF
           END-IF.

           MOVE 0 TO SCELTA-PRIVACY.
           PERFORM UNTIL SCELTA-PRIVACY = 9
               DISPLAY " "
               DISPLAY "RICHIESTE DEGLI INTERESSATI SUI DATI PERSONALI"
               DISPLAY "1 REGISTRA UNA NUOVA RICHIESTA"
               DISPLAY "2 ELENCO DELLE RICHIESTE E SCADENZE"
               DISPLAY "3 DOSSIER DEI DATI DI UN INTERESSATO"
               DISPLAY "4 CHIUDI UNA RICHIESTA CON CERTIFICATO"
               DISPLAY "9 FINE"
               ACCEPT SCELTA-PRIVACY
               EVALUATE TRUE
                   WHEN SCELTA-PRIVACY = 1
                       PERFORM NUOVA-RICHIESTA
                   WHEN SCELTA-PRIVACY = 2
                       PERFORM ELENCO-RICHIESTE
                   WHEN SCELTA-PRIVACY = 3
                       PERFORM DOSSIER-INTERESSATO
                   WHEN SCELTA-PRIVACY = 4
                       PERFORM CHIUDI-RICHIESTA
                   WHEN SCELTA-PRIVACY = 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "SCELTA NON VALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE RICHIESTE-FILE.

           IF UTENTI-DISPONIBILI = "S" THEN
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.

           GOBACK.

      *------------------------------------ FUNCTION AA ----------------
      *LEGGE DA SESSIONE.DAT L'OPERATORE FIRMATO AL MENU; LANCIATO
      *DIRETTAMENTE, IL PROGRAMMA FIRMA "DIRETTO"
       LEGGI-OPERATORE-SESSIONE.

           MOVE "DIRETTO" TO OPERATORE-FIRMA.

           OPEN INPUT SESSIONE-FILE.
           IF FS-SESSIONE = "00" THEN
               READ SESSIONE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSIONE-REC TO OPERATORE-FIRMA
               END-READ
               CLOSE SESSIONE-FILE
           END-IF.

      *------------------------------------ FUNCTION AB ----------------
      *LEGGE DA CONNDB.CFG UTENTE, PASSWORD E DATA SOURCE (RIGHE 4,
      *5 E 6 DEL TRACCIATO CONDIVISO); SE MANCA QUALCOSA IL DATA
      *SOURCE RESTA VUOTO
       LEGGI-CONFIGURAZIONE.

           MOVE SPACES TO H-DSN.

           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG NOT = "00" THEN
               DISPLAY "CONNDB.CFG NON TROVATO: LA TABELLA UTENTI "
                       "NON E' CONSULTABILE"
               EXIT PARAGRAPH
           END-IF.

           READ CONFIG-FILE
               AT END MOVE SPACES TO CONFIG-REC
           END-READ.
           READ CONFIG-FILE
               AT END MOVE SPACES TO CONFIG-REC
           END-READ.
           READ CONFIG-FILE
               AT END MOVE SPACES TO CONFIG-REC
           END-READ.
           READ CONFIG-FILE
               AT END MOVE SPACES TO CONFIG-REC
           END-READ.
           MOVE CONFIG-REC TO H-DBUSER.
           READ CONFIG-FILE
               AT END MOVE SPACES TO CONFIG-REC
           END-READ.
           MOVE CONFIG-REC TO H-DBPASS.
           READ CONFIG-FILE
               AT END MOVE SPACES TO CONFIG-REC
           END-READ.
           MOVE CONFIG-REC TO H-DSN.

           CLOSE CONFIG-FILE.

      *------------------------------------ FUNCTION AC ----------------
      *REGISTRA UNA NUOVA RICHIESTA: NOME E COGNOME DELL'INTERESSATO
      *SONO OBBLIGATORI, GLI IDENTIFICATIVI NEGLI ARCHIVI FACOLTATIVI;
      *LA SCADENZA E' A 30 GIORNI DALLA RICEZIONE
       NUOVA-RICHIESTA.

           PERFORM TROVA-PROSSIMO-NUMERO-RICHIESTA.

           MOVE SPACES TO RICHIESTA-REC.
           MOVE PROSSIMO-NUMERO-RICHIESTA TO NUMERO-RICHIESTA.

           DISPLAY "RICHIEDENTE (INTERESSATO O DELEGATO): ".
           ACCEPT RICHIEDENTE-RICH.
           DISPLAY "NOME DELL'INTERESSATO: ".
           ACCEPT NOME-SOGGETTO-RICH.
           DISPLAY "COGNOME DELL'INTERESSATO: ".
           ACCEPT COGNOME-SOGGETTO-RICH.
           IF NOME-SOGGETTO-RICH = SPACES OR
              COGNOME-SOGGETTO-RICH = SPACES THEN
               DISPLAY "NOME E COGNOME DELL'INTERESSATO SONO "
                       "OBBLIGATORI"
               EXIT PARAGRAPH
           END-IF.
           IF RICHIEDENTE-RICH = SPACES THEN
               STRING NOME-SOGGETTO-RICH DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      COGNOME-SOGGETTO-RICH DELIMITED BY "  "
                      INTO RICHIEDENTE-RICH
           END-IF.

           DISPLAY "TIPO: A = ACCESSO AI DATI, C = CANCELLAZIONE: ".
           ACCEPT TIPO-RICH.
           MOVE FUNCTION UPPER-CASE(TIPO-RICH) TO TIPO-RICH.
           IF TIPO-RICH NOT = "A" AND TIPO-RICH NOT = "C" THEN
               DISPLAY "TIPO DI RICHIESTA NON VALIDO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "IDENTITA' VERIFICATA CON DOCUMENTO (S/N): ".
           ACCEPT IDENTITA-VERIFICATA-RICH.
           MOVE FUNCTION UPPER-CASE(IDENTITA-VERIFICATA-RICH)
               TO IDENTITA-VERIFICATA-RICH.
           IF IDENTITA-VERIFICATA-RICH = "S" THEN
               DISPLAY "DOCUMENTO ESIBITO (TIPO E NUMERO): "
               ACCEPT DOCUMENTO-RICH
           ELSE
               MOVE "N" TO IDENTITA-VERIFICATA-RICH
           END-IF.

           DISPLAY "DATA DI RICEZIONE AAAAMMGG (0 = OGGI): ".
           ACCEPT DATA-RICEZIONE-RICH.
           IF DATA-RICEZIONE-RICH = 0 THEN
               MOVE DATA-ODIERNA TO DATA-RICEZIONE-RICH
           END-IF.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-RICEZIONE-RICH TO DATESRV-DATA1.
           MOVE GIORNI-RISPOSTA TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO NOT = "S" THEN
               DISPLAY "DATA DI RICEZIONE NON VALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE DATESRV-DATA2 TO DATA-SCADENZA-RICH.

           DISPLAY "IDENTIFICATIVI NOTI (0 O INVIO SE NON NOTI)".
           DISPLAY "MATRICOLA STUDENTE: ".
           ACCEPT MATRICOLA-RICH.
           DISPLAY "CODICE LETTORE BIBLIOTECA: ".
           ACCEPT LETTORE-RICH.
           DISPLAY "CODICE CLIENTE: ".
           ACCEPT CLIENTE-RICH.
           DISPLAY "ID CUSTOMERS: ".
           ACCEPT CUST-ID-RICH.
           DISPLAY "EMAIL DI ACCESSO AL SISTEMA: ".
           ACCEPT EMAIL-RICH.

           MOVE "A" TO STATO-RICH.
           MOVE 0 TO DATA-CHIUSURA-RICH.
           MOVE OPERATORE-FIRMA TO OPERATORE-RICH.

           WRITE RICHIESTA-REC
               INVALID KEY
                   DISPLAY "REGISTRAZIONE FALLITA - STATO "
                           FS-RICHIESTE
               NOT INVALID KEY
                   MOVE DATA-SCADENZA-RICH TO DATA-DA-EDITARE
                   PERFORM EDITA-DATA
                   DISPLAY "REGISTRATA LA RICHIESTA N. "
                           NUMERO-RICHIESTA " - RISPOSTA ENTRO IL "
                           DATA-EDIT
           END-WRITE.

      *------------------------------------ FUNCTION AD ----------------
      *PROSSIMO NUMERO DI RICHIESTA (MASSIMO A REGISTRO + 1)
       TROVA-PROSSIMO-NUMERO-RICHIESTA.

           MOVE 1 TO PROSSIMO-NUMERO-RICHIESTA.

           MOVE LOW-VALUES TO NUMERO-RICHIESTA.
           START RICHIESTE-FILE KEY IS NOT LESS THAN NUMERO-RICHIESTA
               INVALID KEY MOVE "10" TO FS-RICHIESTE
           END-START.

           PERFORM UNTIL FS-RICHIESTE = "10"
               READ RICHIESTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RICHIESTE
                   NOT AT END
                       COMPUTE PROSSIMO-NUMERO-RICHIESTA =
                               NUMERO-RICHIESTA + 1
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-RICHIESTE.

      *------------------------------------ FUNCTION AE ----------------
      *ELENCO DEL REGISTRO: LE RICHIESTE ANCORA APERTE OLTRE LA
      *SCADENZA SONO SEGNALATE
       ELENCO-RICHIESTE.

           MOVE 0 TO RICHIESTE-ELENCATE.
           MOVE 0 TO RICHIESTE-SCADUTE.

           DISPLAY "NUM.  T STATO INTERESSATO                 "
                   "RICEVUTA   SCADENZA".

           MOVE LOW-VALUES TO NUMERO-RICHIESTA.
           START RICHIESTE-FILE KEY IS NOT LESS THAN NUMERO-RICHIESTA
               INVALID KEY MOVE "10" TO FS-RICHIESTE
           END-START.

           PERFORM UNTIL FS-RICHIESTE = "10"
               READ RICHIESTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RICHIESTE
                   NOT AT END
                       ADD 1 TO RICHIESTE-ELENCATE
                       PERFORM MOSTRA-RICHIESTA
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-RICHIESTE.

           IF RICHIESTE-ELENCATE = 0 THEN
               DISPLAY "NESSUNA RICHIESTA A REGISTRO"
           ELSE
               DISPLAY "RICHIESTE: " RICHIESTE-ELENCATE
                       "  APERTE OLTRE LA SCADENZA: "
                       RICHIESTE-SCADUTE
           END-IF.

      *------------------------------------ FUNCTION AF ----------------
       MOSTRA-RICHIESTA.

           MOVE DATA-SCADENZA-RICH TO DATA-DA-EDITARE.
           PERFORM EDITA-DATA.
           MOVE DATA-EDIT TO DATA-SCADENZA-EDIT.
           MOVE DATA-RICEZIONE-RICH TO DATA-DA-EDITARE.
           PERFORM EDITA-DATA.

           MOVE SPACES TO NOME-CONFRONTO.
           STRING COGNOME-SOGGETTO-RICH DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  NOME-SOGGETTO-RICH DELIMITED BY "  "
                  INTO NOME-CONFRONTO.

           IF STATO-RICH = "A" THEN
               IF DATA-SCADENZA-RICH < DATA-ODIERNA THEN
                   ADD 1 TO RICHIESTE-SCADUTE
                   DISPLAY NUMERO-RICHIESTA " " TIPO-RICH " APERTA "
                           NOME-CONFRONTO(1:26) " " DATA-EDIT " "
                           DATA-SCADENZA-EDIT " *** SCADUTA ***"
               ELSE
                   DISPLAY NUMERO-RICHIESTA " " TIPO-RICH " APERTA "
                           NOME-CONFRONTO(1:26) " " DATA-EDIT " "
                           DATA-SCADENZA-EDIT
               END-IF
           ELSE
               DISPLAY NUMERO-RICHIESTA " " TIPO-RICH " CHIUSA "
                       NOME-CONFRONTO(1:26) " " DATA-EDIT " "
                       DATA-SCADENZA-EDIT
           END-IF.

      *------------------------------------ FUNCTION AG ----------------
       EDITA-DATA.

           MOVE GG-DA-EDITARE TO GG-EDIT.
           MOVE MM-DA-EDITARE TO MM-EDIT.
           MOVE AAAA-DA-EDITARE TO AAAA-EDIT.

      *------------------------------------ FUNCTION AH ----------------
      *CHIEDE IL NUMERO DI RICHIESTA E LA LEGGE DAL REGISTRO; SENZA
      *IDENTITA' VERIFICATA NON SI CONSEGNANO NE' SI CANCELLANO DATI,
      *MA LA VERIFICA SI PUO' REGISTRARE ADESSO
       SELEZIONA-RICHIESTA.

           MOVE "N" TO RICHIESTA-TROVATA.

           DISPLAY "NUMERO DELLA RICHIESTA: ".
           ACCEPT NUMERO-RICHIESTA.
           READ RICHIESTE-FILE
               INVALID KEY
                   DISPLAY "RICHIESTA NON A REGISTRO"
                   EXIT PARAGRAPH
           END-READ.

           IF IDENTITA-VERIFICATA-RICH NOT = "S" THEN
               DISPLAY "IDENTITA' DELL'INTERESSATO NON ANCORA "
                       "VERIFICATA. VERIFICATA ORA (S/N)? "
               ACCEPT RISPOSTA-CONFERMA
               IF RISPOSTA-CONFERMA NOT = "S" AND
                  RISPOSTA-CONFERMA NOT = "s" THEN
                   DISPLAY "SENZA VERIFICA DELL'IDENTITA' NON SI "
                           "PROCEDE"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "DOCUMENTO ESIBITO (TIPO E NUMERO): "
               ACCEPT DOCUMENTO-RICH
               MOVE "S" TO IDENTITA-VERIFICATA-RICH
               REWRITE RICHIESTA-REC
                   INVALID KEY
                       DISPLAY "AGGIORNAMENTO FALLITO - STATO "
                               FS-RICHIESTE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.

           MOVE "S" TO RICHIESTA-TROVATA.

      *------------------------------------ FUNCTION AI ----------------
      *DOSSIER DI TUTTI I DATI TENUTI SULL'INTERESSATO, NELLO SPOOL
       DOSSIER-INTERESSATO.

           PERFORM SELEZIONA-RICHIESTA.
           IF RICHIESTA-TROVATA NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-NOME-FILE.
           STRING "DOSS" NUMERO-RICHIESTA ".TXT"
                  DELIMITED BY SIZE INTO RW-NOME-FILE.
           MOVE "DOSSIER DEI DATI PERSONALI DELL'INTERESSATO"
               TO RW-TITOLO.
           MOVE "ARCHIVIO       DATI" TO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL DOSSIER"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STAMPA-TESTATA-RICHIESTA.

           MOVE "D" TO MODO-RICERCA.
           PERFORM RICERCA-INTERESSATO.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.
           MOVE "RIEPILOGO PER ARCHIVIO" TO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.
           PERFORM VARYING AP FROM 1 BY 1 UNTIL AP > 13
               MOVE TROVATI-PRIVACY(AP) TO CONTATORE-EDIT
               MOVE SPACES TO RW-RIGA
               STRING NOME-ARCHIVIO-PRIVACY(AP) " "
                      "DATI TROVATI " CONTATORE-EDIT
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-PERFORM.
           IF UTENTI-DISPONIBILI NOT = "S" THEN
               MOVE SPACES TO RW-RIGA
               STRING "*** DATABASE NON RAGGIUNGIBILE: TABELLE "
                      "UTENTI E TESTPERSON NON CONSULTATE ***"
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-IF.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "DOSSIER SCRITTO SU " RW-NOME-FILE.

      *------------------------------------ FUNCTION AJ ----------------
       STAMPA-TESTATA-RICHIESTA.

           MOVE SPACES TO RW-RIGA.
           STRING "RICHIESTA N. " NUMERO-RICHIESTA
                  "  INTERESSATO: " NOME-SOGGETTO-RICH " "
                  COGNOME-SOGGETTO-RICH
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.

           MOVE SPACES TO RW-RIGA.
           STRING "RICHIEDENTE: " RICHIEDENTE-RICH
                  "  DOCUMENTO: " DOCUMENTO-RICH
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.

           MOVE DATA-SCADENZA-RICH TO DATA-DA-EDITARE.
           PERFORM EDITA-DATA.
           MOVE DATA-EDIT TO DATA-SCADENZA-EDIT.
           MOVE DATA-RICEZIONE-RICH TO DATA-DA-EDITARE.
           PERFORM EDITA-DATA.
           MOVE SPACES TO RW-RIGA.
           IF TIPO-RICH = "A" THEN
               STRING "TIPO: ACCESSO AI DATI" DELIMITED BY SIZE
                      INTO RW-RIGA
           ELSE
               STRING "TIPO: CANCELLAZIONE" DELIMITED BY SIZE
                      INTO RW-RIGA
           END-IF.
           STRING "RICEVUTA IL " DATA-EDIT "  SCADENZA "
                  DATA-SCADENZA-EDIT
                  DELIMITED BY SIZE INTO RW-RIGA(28:).
           PERFORM SCRIVI-RIGA-STAMPA.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.

      *------------------------------------ FUNCTION AK ----------------
      *RICERCA DELL'INTERESSATO IN TUTTI GLI ARCHIVI. MODO "D" SCRIVE
      *NEL DOSSIER OGNI DATO TROVATO, MODO "C" CONTA SOLTANTO E
      *RACCOGLIE LE CHIAVI PER LA CANCELLAZIONE. L'ORDINE CONTA:
      *OGNI ARCHIVIO USA LE CHIAVI TROVATE NEI PRECEDENTI
       RICERCA-INTERESSATO.

           PERFORM PREPARA-RICERCA.

           PERFORM ESAMINA-ANAGRAFE.
           PERFORM ESAMINA-VERBALI.
           PERFORM ESAMINA-LETTORI.
           PERFORM ESAMINA-PRESTITI.
           PERFORM ESAMINA-GIORNALE.
           PERFORM ESAMINA-MULTE.
           PERFORM ESAMINA-CLIENTI.
           PERFORM ESAMINA-FATTURE.
           PERFORM ESAMINA-CUSTOMERS.
           PERFORM ESAMINA-XREF.
           PERFORM ESAMINA-FUSIONI.
           IF UTENTI-DISPONIBILI = "S" THEN
               PERFORM ESAMINA-UTENTI
               PERFORM ESAMINA-TESTPERSON
           END-IF.

      *------------------------------------ FUNCTION AL ----------------
       PREPARA-RICERCA.

           INITIALIZE CONTATORI-PRIVACY.
           INITIALIZE MATRICOLE-SOGGETTO.
           INITIALIZE LETTORI-SOGGETTO.
           INITIALIZE CLIENTI-SOGGETTO.
           INITIALIZE CUSTOMERS-SOGGETTO.
           INITIALIZE UTENTI-SOGGETTO.
           INITIALIZE XREF-SOGGETTO.
           MOVE 0 TO MATRICOLE-COUNT.
           MOVE 0 TO LETTORI-COUNT.
           MOVE 0 TO CLIENTI-COUNT.
           MOVE 0 TO CUSTOMERS-COUNT.
           MOVE 0 TO UTENTI-COUNT.
           MOVE 0 TO XREF-COUNT.
           MOVE "N" TO TESTPERSON-DISPONIBILE.

           MOVE FUNCTION UPPER-CASE(NOME-SOGGETTO-RICH)
               TO NOME-MAIUSC.
           MOVE FUNCTION UPPER-CASE(COGNOME-SOGGETTO-RICH)
               TO COGNOME-MAIUSC.

           MOVE SPACES TO NOME-CERCATO-1.
           STRING NOME-MAIUSC DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  COGNOME-MAIUSC DELIMITED BY "  "
                  INTO NOME-CERCATO-1.
           MOVE SPACES TO NOME-CERCATO-2.
           STRING COGNOME-MAIUSC DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  NOME-MAIUSC DELIMITED BY "  "
                  INTO NOME-CERCATO-2.

      *------------------------------------ FUNCTION AM ----------------
      *IL NOMINATIVO IN NOME-CONFRONTO E' QUELLO DELL'INTERESSATO?
      *VALE IN ENTRAMBI GLI ORDINI, SENZA BADARE A MAIUSCOLE
       CONFRONTA-NOMINATIVO.

           MOVE "N" TO SOGGETTO-CORRISPONDE.
           MOVE FUNCTION UPPER-CASE(NOME-CONFRONTO) TO NOME-CONFRONTO.
           IF NOME-CONFRONTO = NOME-CERCATO-1 OR
              NOME-CONFRONTO = NOME-CERCATO-2 THEN
               MOVE "S" TO SOGGETTO-CORRISPONDE
           END-IF.

      *------------------------------------ FUNCTION AN ----------------
      *ANAGRAFE STUDENTI: PER MATRICOLA O PER NOME E COGNOME
       ESAMINA-ANAGRAFE.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO MATRICOLA-ANA.
           START ANAGRAFE-FILE KEY IS NOT LESS THAN MATRICOLA-ANA
               INVALID KEY MOVE "10" TO FS-ANAGRAFE
           END-START.

           PERFORM UNTIL FS-ANAGRAFE = "10"
               READ ANAGRAFE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ANAGRAFE
                   NOT AT END
                       MOVE SPACES TO NOME-CONFRONTO
                       STRING NOME-ANA DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              COGNOME-ANA DELIMITED BY "  "
                              INTO NOME-CONFRONTO
                       PERFORM CONFRONTA-NOMINATIVO
                       IF MATRICOLA-RICH NOT = 0 AND
                          MATRICOLA-ANA = MATRICOLA-RICH THEN
                           MOVE "S" TO SOGGETTO-CORRISPONDE
                       END-IF
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(1)
                           IF MATRICOLE-COUNT < 10 THEN
                               ADD 1 TO MATRICOLE-COUNT
                               MOVE MATRICOLA-ANA
                                   TO MATRICOLA-SOGG(MATRICOLE-COUNT)
                           END-IF
                           IF MODO-RICERCA = "D" THEN
                               MOVE SPACES TO RW-RIGA
                               STRING "ANAGRAFE.DAT   MATRICOLA "
                                      MATRICOLA-ANA " "
                                      NOME-ANA " " COGNOME-ANA
                                      " CLASSE " CLASSE-ANA
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ANAGRAFE-FILE.

      *------------------------------------ FUNCTION AO ----------------
      *VERBALI D'ESAME: PER MATRICOLA GIA' TROVATA O PER NOMINATIVO
       ESAMINA-VERBALI.

           OPEN INPUT GRADUATORIA-FILE.
           IF FS-GRADUATORIA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-GRAD.
           START GRADUATORIA-FILE KEY IS NOT LESS THAN CHIAVE-GRAD
               INVALID KEY MOVE "10" TO FS-GRADUATORIA
           END-START.

           PERFORM UNTIL FS-GRADUATORIA = "10"
               READ GRADUATORIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-GRADUATORIA
                   NOT AT END
                       MOVE SPACES TO NOME-CONFRONTO
                       STRING NOME-GRAD DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              COGNOME-GRAD DELIMITED BY "  "
                              INTO NOME-CONFRONTO
                       PERFORM CONFRONTA-NOMINATIVO
                       IF MATRICOLA-GRAD NOT = 0 THEN
                           SET MS TO 1
                           SEARCH MATRICOLA-SOGG
                               AT END
                                   CONTINUE
                               WHEN MATRICOLA-SOGG(MS) = MATRICOLA-GRAD
                                   MOVE "S" TO SOGGETTO-CORRISPONDE
                           END-SEARCH
                       END-IF
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(2)
                           IF MODO-RICERCA = "D" THEN
                               MOVE DATA-APPELLO-GRAD
                                   TO DATA-DA-EDITARE
                               PERFORM EDITA-DATA
                               MOVE SPACES TO RW-RIGA
                               STRING "GRADFILE.DAT   CORSO "
                                      CORSO-GRAD " APPELLO "
                                      DATA-EDIT " MATRICOLA "
                                      MATRICOLA-GRAD " SCRITTO "
                                      PUNTEGGIO-SCRITTO-GRAD
                                      " ORALE " PUNTEGGIO-ORALE-GRAD
                                      " LODE " LODE-GRAD
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GRADUATORIA-FILE.

      *------------------------------------ FUNCTION AP ----------------
      *TESSERE DELLA BIBLIOTECA: PER CODICE LETTORE, PER MATRICOLA
      *COLLEGATA O PER NOMINATIVO
       ESAMINA-LETTORI.

           OPEN INPUT LETTORI-FILE.
           IF FS-LETTORI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-LETTORE.
           START LETTORI-FILE KEY IS NOT LESS THAN CODICE-LETTORE
               INVALID KEY MOVE "10" TO FS-LETTORI
           END-START.

           PERFORM UNTIL FS-LETTORI = "10"
               READ LETTORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LETTORI
                   NOT AT END
                       MOVE NOME-LETTORE TO NOME-CONFRONTO
                       PERFORM CONFRONTA-NOMINATIVO
                       IF LETTORE-RICH NOT = 0 AND
                          CODICE-LETTORE = LETTORE-RICH THEN
                           MOVE "S" TO SOGGETTO-CORRISPONDE
                       END-IF
                       IF MATRICOLA-LETTORE NOT = 0 THEN
                           SET MS TO 1
                           SEARCH MATRICOLA-SOGG
                               AT END
                                   CONTINUE
                               WHEN MATRICOLA-SOGG(MS) =
                                    MATRICOLA-LETTORE
                                   MOVE "S" TO SOGGETTO-CORRISPONDE
                           END-SEARCH
                       END-IF
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           PERFORM ANNOTA-LETTORE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LETTORI-FILE.

      *------------------------------------ FUNCTION AQ ----------------
       ANNOTA-LETTORE.

           ADD 1 TO TROVATI-PRIVACY(3).
           IF LETTORI-COUNT < 20 THEN
               ADD 1 TO LETTORI-COUNT
               MOVE CODICE-LETTORE
                   TO CODICE-LETTORE-SOGG(LETTORI-COUNT)
               MOVE "N" TO PENDENZE-LETTORE-SOGG(LETTORI-COUNT)
           END-IF.

           IF MODO-RICERCA = "D" THEN
               MOVE SCADENZA-TESSERA-LETTORE TO DATA-DA-EDITARE
               PERFORM EDITA-DATA
               MOVE SPACES TO RW-RIGA
               STRING "LETTORI.DAT    TESSERA " CODICE-LETTORE " "
                      NOME-LETTORE " CAT. " CATEGORIA-LETTORE
                      " SCADENZA " DATA-EDIT
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
               MOVE SPACES TO RW-RIGA
               STRING "               INDIRIZZO " INDIRIZZO-LETTORE
                      " TEL. " TELEFONO-LETTORE
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-IF.

      *------------------------------------ FUNCTION AR ----------------
      *IL CODICE LETTORE CORRENTE (IN CODICE-LETTORE) E' UNA TESSERA
      *DELL'INTERESSATO? SE SI' LX PUNTA ALLA SUA RIGA
       CERCA-TESSERA-SOGGETTO.

           MOVE "N" TO CHIAVE-CORRISPONDE.
           IF CODICE-LETTORE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           SET LX TO 1.
           SEARCH LETTORE-SOGG
               AT END
                   CONTINUE
               WHEN CODICE-LETTORE-SOGG(LX) = CODICE-LETTORE
                   MOVE "S" TO CHIAVE-CORRISPONDE
           END-SEARCH.

      *------------------------------------ FUNCTION AS ----------------
      *PRESTITI IN CORSO: OGNUNO TIENE APERTA LA TESSERA
       ESAMINA-PRESTITI.

           OPEN INPUT PRESTITI-FILE.
           IF FS-PRESTITI-FILE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-PRESTITI-FILE = "10"
               READ PRESTITI-FILE
                   AT END
                       MOVE "10" TO FS-PRESTITI-FILE
                   NOT AT END
                       MOVE NOME-PRESTITO-SV TO NOME-CONFRONTO
                       PERFORM CONFRONTA-NOMINATIVO
                       MOVE CODICE-PRESTITO-SV TO CODICE-LETTORE
                       PERFORM CERCA-TESSERA-SOGGETTO
                       IF CHIAVE-CORRISPONDE = "S" THEN
                           MOVE "S" TO SOGGETTO-CORRISPONDE
                           MOVE "S" TO PENDENZE-LETTORE-SOGG(LX)
                       END-IF
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(4)
                           IF MODO-RICERCA = "D" THEN
                               MOVE SCADENZA-PRESTITO-SV
                                   TO DATA-DA-EDITARE
                               PERFORM EDITA-DATA
                               MOVE SPACES TO RW-RIGA
                               STRING "PRESTITI.DAT   ISBN "
                                      ISBN-PRESTITO-SV " TESSERA "
                                      CODICE-PRESTITO-SV
                                      " IN PRESTITO, SCADENZA "
                                      DATA-EDIT
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRESTITI-FILE.

      *------------------------------------ FUNCTION AT ----------------
      *STORICO DEI MOVIMENTI DI PRESTITO
       ESAMINA-GIORNALE.

           OPEN INPUT GIORNALE-FILE.
           IF FS-GIORNALE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-GIORNALE = "10"
               READ GIORNALE-FILE
                   AT END
                       MOVE "10" TO FS-GIORNALE
                   NOT AT END
                       PERFORM CONFRONTA-RIGA-GIORNALE
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(5)
                           IF MODO-RICERCA = "D" THEN
                               MOVE DATA-USCITA-GIORNALE
                                   TO DATA-DA-EDITARE
                               PERFORM EDITA-DATA
                               MOVE SPACES TO RW-RIGA
                               STRING "PRESTLOG.DAT   MOVIMENTO "
                                      TIPO-GIORNALE " ISBN "
                                      ISBN-GIORNALE " TESSERA "
                                      CODICE-GIORNALE " DEL "
                                      DATA-EDIT
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GIORNALE-FILE.

      *------------------------------------ FUNCTION AU ----------------
      *LA RIGA DI GIORNALE CORRENTE E' DELL'INTERESSATO?
       CONFRONTA-RIGA-GIORNALE.

           MOVE NOME-GIORNALE TO NOME-CONFRONTO.
           PERFORM CONFRONTA-NOMINATIVO.
           MOVE CODICE-GIORNALE TO CODICE-LETTORE.
           PERFORM CERCA-TESSERA-SOGGETTO.
           IF CHIAVE-CORRISPONDE = "S" THEN
               MOVE "S" TO SOGGETTO-CORRISPONDE
           END-IF.

      *------------------------------------ FUNCTION AV ----------------
      *ADDEBITI: QUELLI NON PAGATI TENGONO APERTA LA TESSERA
       ESAMINA-MULTE.

           OPEN INPUT MULTE-FILE.
           IF FS-MULTE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NUMERO-MULTA.
           START MULTE-FILE KEY IS NOT LESS THAN NUMERO-MULTA
               INVALID KEY MOVE "10" TO FS-MULTE
           END-START.

           PERFORM UNTIL FS-MULTE = "10"
               READ MULTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MULTE
                   NOT AT END
                       PERFORM CONFRONTA-MULTA
                       IF CHIAVE-CORRISPONDE = "S" AND
                          STATO-MULTA NOT = "P" THEN
                           MOVE "S" TO PENDENZE-LETTORE-SOGG(LX)
                       END-IF
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(6)
                           IF MODO-RICERCA = "D" THEN
                               MOVE DATA-MULTA TO DATA-DA-EDITARE
                               PERFORM EDITA-DATA
                               MOVE IMPORTO-MULTA TO IMPORTO-EDIT
                               MOVE SPACES TO RW-RIGA
                               STRING "MULTE.DAT      ADDEBITO "
                                      NUMERO-MULTA " DEL " DATA-EDIT
                                      " TESSERA " CODICE-MULTA
                                      " EURO " IMPORTO-EDIT
                                      " TIPO " TIPO-ADDEBITO
                                      " STATO " STATO-MULTA
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MULTE-FILE.

      *------------------------------------ FUNCTION AW ----------------
      *LA MULTA CORRENTE E' DELL'INTERESSATO?
       CONFRONTA-MULTA.

           MOVE NOME-MULTA TO NOME-CONFRONTO.
           PERFORM CONFRONTA-NOMINATIVO.
           MOVE CODICE-MULTA TO CODICE-LETTORE.
           PERFORM CERCA-TESSERA-SOGGETTO.
           IF CHIAVE-CORRISPONDE = "S" THEN
               MOVE "S" TO SOGGETTO-CORRISPONDE
           END-IF.

      *------------------------------------ FUNCTION AX ----------------
      *ANAGRAFICA CLIENTI: PER CODICE O PER RAGIONE SOCIALE UGUALE
      *AL NOMINATIVO (CLIENTI PERSONE FISICHE)
       ESAMINA-CLIENTI.

           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-CLI-REC.
           START CLIENTI-FILE KEY IS NOT LESS THAN CODICE-CLI-REC
               INVALID KEY MOVE "10" TO FS-CLIENTI
           END-START.

           PERFORM UNTIL FS-CLIENTI = "10"
               READ CLIENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLIENTI
                   NOT AT END
                       MOVE RAGIONE-SOCIALE-CLI TO NOME-CONFRONTO
                       PERFORM CONFRONTA-NOMINATIVO
                       IF CLIENTE-RICH NOT = 0 AND
                          CODICE-CLI-REC = CLIENTE-RICH THEN
                           MOVE "S" TO SOGGETTO-CORRISPONDE
                       END-IF
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           PERFORM ANNOTA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTI-FILE.

      *------------------------------------ FUNCTION AY ----------------
       ANNOTA-CLIENTE.

           ADD 1 TO TROVATI-PRIVACY(7).
           IF CLIENTI-COUNT < 20 THEN
               ADD 1 TO CLIENTI-COUNT
               MOVE CODICE-CLI-REC
                   TO CODICE-CLIENTE-SOGG(CLIENTI-COUNT)
               IF ESPOSIZIONE-CLI > 0 THEN
                   MOVE "S" TO DOCUMENTI-CLIENTE-SOGG(CLIENTI-COUNT)
               ELSE
                   MOVE "N" TO DOCUMENTI-CLIENTE-SOGG(CLIENTI-COUNT)
               END-IF
           END-IF.

           IF MODO-RICERCA = "D" THEN
               MOVE SPACES TO RW-RIGA
               STRING "CLIENTI.DAT    CLIENTE " CODICE-CLI-REC " "
                      RAGIONE-SOCIALE-CLI " P.IVA " PARTITA-IVA-CLI
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
               MOVE SPACES TO RW-RIGA
               STRING "               INDIRIZZO " INDIRIZZO-CLI
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-IF.

      *------------------------------------ FUNCTION AZ ----------------
      *FATTURE EMESSE AI CLIENTI DELL'INTERESSATO
       ESAMINA-FATTURE.

           IF CLIENTI-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NUMERO-FATT-REC.
           START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
               INVALID KEY MOVE "10" TO FS-REGFATT
           END-START.

           PERFORM UNTIL FS-REGFATT = "10"
               READ REGFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGFATT
                   NOT AT END
                       SET CX TO 1
                       SEARCH CLIENTE-SOGG
                           AT END
                               CONTINUE
                           WHEN CODICE-CLIENTE-SOGG(CX) =
                                CODICE-CLI-FATT-REC
                               PERFORM ANNOTA-FATTURA
                       END-SEARCH
               END-READ
           END-PERFORM.

           CLOSE REGFATT-FILE.

      *------------------------------------ FUNCTION BA ----------------
       ANNOTA-FATTURA.

           ADD 1 TO TROVATI-PRIVACY(8).
           MOVE "S" TO DOCUMENTI-CLIENTE-SOGG(CX).

           IF MODO-RICERCA = "D" THEN
               MOVE DATA-FATT-REC TO DATA-DA-EDITARE
               PERFORM EDITA-DATA
               MOVE TOTALE-FATT-REC TO TOTALE-EDIT
               MOVE SPACES TO RW-RIGA
               STRING "REGFATT.DAT    FATTURA " NUMERO-FATT-REC
                      " DEL " DATA-EDIT " CLIENTE "
                      CODICE-CLI-FATT-REC " TOTALE " TOTALE-EDIT
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-IF.

      *------------------------------------ FUNCTION BB ----------------
      *LOTTO CUSTOMERS: PER ID O PER NOMINATIVO
       ESAMINA-CUSTOMERS.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-CUSTOMER = "10"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "10" TO FS-CUSTOMER
                   NOT AT END
                       PERFORM CONFRONTA-CUSTOMER
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(9)
                           IF CUSTOMERS-COUNT < 20 THEN
                               ADD 1 TO CUSTOMERS-COUNT
                               MOVE CUST-ID
                                   TO CUST-ID-SOGG(CUSTOMERS-COUNT)
                           END-IF
                           IF MODO-RICERCA = "D" THEN
                               MOVE SPACES TO RW-RIGA
                               STRING "CUSTOMERS.DAT  ID " CUST-ID
                                      " " CUST-NAME
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

      *------------------------------------ FUNCTION BC ----------------
      *LA RIGA CUSTOMERS CORRENTE E' DELL'INTERESSATO? TESTA E CODA
      *DEL LOTTO NON LO SONO MAI
       CONFRONTA-CUSTOMER.

           MOVE "N" TO SOGGETTO-CORRISPONDE.
           IF CUST-TIPO = "H" OR CUST-TIPO = "T" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-NAME TO NOME-CONFRONTO.
           PERFORM CONFRONTA-NOMINATIVO.
           IF CUST-ID-RICH NOT = 0 AND CUST-ID = CUST-ID-RICH THEN
               MOVE "S" TO SOGGETTO-CORRISPONDE
           END-IF.

      *------------------------------------ FUNCTION BS ----------------
      *CORRISPONDENZA CON IL GESTIONALE: PER CODICE DEI CLIENTI GIA'
      *TROVATI, PER CUST-ID O PER IL NOME MANDATO AL GESTIONALE
       ESAMINA-XREF.

           OPEN INPUT XREF-FILE.
           IF FS-XREF NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-CLI-XREF.
           START XREF-FILE KEY IS NOT LESS THAN CODICE-CLI-XREF
               INVALID KEY MOVE "10" TO FS-XREF
           END-START.

           PERFORM UNTIL FS-XREF = "10"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-XREF
                   NOT AT END
                       MOVE NOME-INVIATO-XREF TO NOME-CONFRONTO
                       PERFORM CONFRONTA-NOMINATIVO
                       IF CUST-ID-RICH NOT = 0 AND
                          CUST-ID-XREF = CUST-ID-RICH THEN
                           MOVE "S" TO SOGGETTO-CORRISPONDE
                       END-IF
                       SET CX TO 1
                       SEARCH CLIENTE-SOGG
                           AT END
                               CONTINUE
                           WHEN CODICE-CLIENTE-SOGG(CX) =
                                CODICE-CLI-XREF
                               MOVE "S" TO COLLEGATO-CLIENTE-SOGG(CX)
                               MOVE "S" TO SOGGETTO-CORRISPONDE
                       END-SEARCH
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           PERFORM ANNOTA-XREF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE XREF-FILE.

      *------------------------------------ FUNCTION BT ----------------
       ANNOTA-XREF.

           ADD 1 TO TROVATI-PRIVACY(12).
           IF XREF-COUNT < 20 THEN
               ADD 1 TO XREF-COUNT
               MOVE CODICE-CLI-XREF TO CODICE-XREF-SOGG(XREF-COUNT)
               IF NOME-INVIATO-XREF = TESTO-ANONIMO THEN
                   MOVE "S" TO ANONIMO-XREF-SOGG(XREF-COUNT)
               ELSE
                   MOVE "N" TO ANONIMO-XREF-SOGG(XREF-COUNT)
               END-IF
           END-IF.

           IF MODO-RICERCA = "D" THEN
               MOVE SPACES TO RW-RIGA
               STRING "CLIXREF.DAT    CLIENTE " CODICE-CLI-XREF
                      " CUST-ID " CUST-ID-XREF " "
                      NOME-INVIATO-XREF
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-IF.

      *------------------------------------ FUNCTION BU ----------------
      *REGISTRO DELLE FUSIONI: PER NOME DEL DOPPIONE, PER CODICE DEL
      *DOPPIONE INDICATO NELLA RICHIESTA O PER FUSIONE IN UN CLIENTE
      *O IN UNA TESSERA DELL'INTERESSATO
       ESAMINA-FUSIONI.

           OPEN INPUT FUSIONI-FILE.
           IF FS-FUSIONI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-FUSIONI = "10"
               READ FUSIONI-FILE
                   AT END
                       MOVE "10" TO FS-FUSIONI
                   NOT AT END
                       PERFORM CONFRONTA-FUSIONE
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           ADD 1 TO TROVATI-PRIVACY(13)
                           IF MODO-RICERCA = "D" THEN
                               MOVE SPACES TO RW-RIGA
                               STRING "FUSIONI.DAT    "
                                      ARCHIVIO-FUSIONE " DOPPIONE "
                                      DOPPIONE-FUSIONE " "
                                      NOME-DOPPIONE-FUSIONE
                                      " UNITO A " SUPERSTITE-FUSIONE
                                      DELIMITED BY SIZE INTO RW-RIGA
                               PERFORM SCRIVI-RIGA-STAMPA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FUSIONI-FILE.

      *------------------------------------ FUNCTION BV ----------------
       CONFRONTA-FUSIONE.

           MOVE NOME-DOPPIONE-FUSIONE TO NOME-CONFRONTO.
           PERFORM CONFRONTA-NOMINATIVO.

           IF ARCHIVIO-FUSIONE = "CLIENTI" THEN
               IF CLIENTE-RICH NOT = 0 AND
                  DOPPIONE-FUSIONE = CLIENTE-RICH THEN
                   MOVE "S" TO SOGGETTO-CORRISPONDE
               END-IF
               SET CX TO 1
               SEARCH CLIENTE-SOGG
                   AT END
                       CONTINUE
                   WHEN CODICE-CLIENTE-SOGG(CX) = SUPERSTITE-FUSIONE
                       MOVE "S" TO SOGGETTO-CORRISPONDE
               END-SEARCH
           END-IF.

           IF ARCHIVIO-FUSIONE = "LETTORI" THEN
               IF LETTORE-RICH NOT = 0 AND
                  DOPPIONE-FUSIONE = LETTORE-RICH THEN
                   MOVE "S" TO SOGGETTO-CORRISPONDE
               END-IF
               SET LX TO 1
               SEARCH LETTORE-SOGG
                   AT END
                       CONTINUE
                   WHEN CODICE-LETTORE-SOGG(LX) = SUPERSTITE-FUSIONE
                       MOVE "S" TO SOGGETTO-CORRISPONDE
               END-SEARCH
           END-IF.

      *------------------------------------ FUNCTION BD ----------------
      *TABELLA UTENTI DEL MODULO DI LOGIN: PER EMAIL O PER NOME E
      *COGNOME
       ESAMINA-UTENTI.

           MOVE EMAIL-RICH TO H-EMAIL-CERCATA.
           MOVE NOME-MAIUSC TO H-NOME-CERCATO.
           MOVE COGNOME-MAIUSC TO H-COGNOME-CERCATO.

           EXEC SQL
               DECLARE CURPRIV CURSOR FOR
                   SELECT EMAIL, NOME, COGNOME, NUMERO_TELEFONO, RUOLO
                       FROM UTENTI
                       WHERE EMAIL = :H-EMAIL-CERCATA
                          OR (UPPER(NOME) = :H-NOME-CERCATO
                              AND UPPER(COGNOME) = :H-COGNOME-CERCATO)
           END-EXEC.
           EXEC SQL
               OPEN CURPRIV
           END-EXEC.
           IF SQLCODE < 0 THEN
               DISPLAY "ERRORE IN APERTURA DEL CURSORE - SQLCODE "
                       SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CURPRIV INTO :H-EMAIL, :H-NOME, :H-COGNOME,
                                      :H-TELEFONO, :H-RUOLO
               END-EXEC
               IF SQLCODE = 0 THEN
                   ADD 1 TO TROVATI-PRIVACY(10)
                   IF UTENTI-COUNT < 10 THEN
                       ADD 1 TO UTENTI-COUNT
                       MOVE H-EMAIL TO EMAIL-SOGG(UTENTI-COUNT)
                   END-IF
                   IF MODO-RICERCA = "D" THEN
                       MOVE SPACES TO RW-RIGA
                       STRING "UTENTI (DB)    " H-NOME " "
                              H-COGNOME " TEL. " H-TELEFONO
                              " RUOLO " H-RUOLO
                              DELIMITED BY SIZE INTO RW-RIGA
                       PERFORM SCRIVI-RIGA-STAMPA
                       MOVE SPACES TO RW-RIGA
                       STRING "               EMAIL " H-EMAIL
                              DELIMITED BY SIZE INTO RW-RIGA
                       PERFORM SCRIVI-RIGA-STAMPA
                   END-IF
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = 100 THEN
               DISPLAY "ERRORE IN FETCH DEL CURSORE - SQLCODE "
                       SQLCODE
           END-IF.

           EXEC SQL
               CLOSE CURPRIV
           END-EXEC.

      *------------------------------------ FUNCTION BE ----------------
      *TABELLA TESTPERSON, CARICATA DAI LOTTI CUSTOMERS: LE RIGHE
      *DEGLI ID GIA' TROVATI NEL LOTTO. LA TABELLA PUO' NON ESISTERE
      *SE I LOTTI NON SONO MAI STATI CARICATI
       ESAMINA-TESTPERSON.

           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > CUSTOMERS-COUNT
               MOVE CUST-ID-SOGG(KX) TO H-CUST-ID
               EXEC SQL
                   SELECT NAME INTO :H-CUST-NAME
                       FROM TESTPERSON
                       WHERE ID = :H-CUST-ID
               END-EXEC
               IF SQLCODE = 0 THEN
                   MOVE "S" TO TESTPERSON-DISPONIBILE
                   ADD 1 TO TROVATI-PRIVACY(11)
                   IF MODO-RICERCA = "D" THEN
                       MOVE SPACES TO RW-RIGA
                       STRING "TESTPERSON(DB) ID " H-CUST-ID " "
                              H-CUST-NAME
                              DELIMITED BY SIZE INTO RW-RIGA
                       PERFORM SCRIVI-RIGA-STAMPA
                   END-IF
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION BF ----------------
      *CHIUSURA DI UNA RICHIESTA APERTA. L'ACCESSO SI CHIUDE CON IL
      *CERTIFICATO DEI DATI FORNITI; LA CANCELLAZIONE SOLO DOPO LA
      *ANONIMIZZAZIONE COORDINATA. SENZA DATABASE NON SI CHIUDE
      *NULLA: LA TABELLA UTENTI RESTEREBBE FUORI DAL CERTIFICATO
       CHIUDI-RICHIESTA.

           PERFORM SELEZIONA-RICHIESTA.
           IF RICHIESTA-TROVATA NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           IF STATO-RICH NOT = "A" THEN
               DISPLAY "RICHIESTA GIA' CHIUSA"
               EXIT PARAGRAPH
           END-IF.

           IF UTENTI-DISPONIBILI NOT = "S" THEN
               DISPLAY "DATABASE NON RAGGIUNGIBILE: LA RICHIESTA "
                       "RESTA APERTA"
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO MODO-RICERCA.
           PERFORM RICERCA-INTERESSATO.

           DISPLAY "DATI TROVATI SULL'INTERESSATO:".
           PERFORM VARYING AP FROM 1 BY 1 UNTIL AP > 13
               DISPLAY "  " NOME-ARCHIVIO-PRIVACY(AP) " "
                       TROVATI-PRIVACY(AP)
           END-PERFORM.

           IF TIPO-RICH = "C" THEN
               DISPLAY "CONFERMI LA CANCELLAZIONE COORDINATA (S/N)? "
               ACCEPT RISPOSTA-CONFERMA
               IF RISPOSTA-CONFERMA NOT = "S" AND
                  RISPOSTA-CONFERMA NOT = "s" THEN
                   DISPLAY "CANCELLAZIONE ANNULLATA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CANCELLAZIONE-COORDINATA
               IF ESITO-CANCELLAZIONE NOT = "S" THEN
                   DISPLAY "CANCELLAZIONE INCOMPLETA: LA RICHIESTA "
                           "RESTA APERTA, RIPETERE LA CHIUSURA"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM STAMPA-CERTIFICATO.

           MOVE "C" TO STATO-RICH.
           MOVE DATA-ODIERNA TO DATA-CHIUSURA-RICH.
           MOVE OPERATORE-FIRMA TO OPERATORE-RICH.
           REWRITE RICHIESTA-REC
               INVALID KEY
                   DISPLAY "AGGIORNAMENTO FALLITO - STATO "
                           FS-RICHIESTE
               NOT INVALID KEY
                   DISPLAY "RICHIESTA " NUMERO-RICHIESTA " CHIUSA"
           END-REWRITE.

      *------------------------------------ FUNCTION BG ----------------
      *ANONIMIZZAZIONE COORDINATA SU TUTTI GLI ARCHIVI. RESTANO PER
      *LEGGE: CARRIERA E VERBALI D'ESAME, PRESTITI IN CORSO, LE
      *TESSERE CON PENDENZE E I LORO MOVIMENTI, LE MULTE NON SALDATE
      *O NEI DIECI ANNI DI CONSERVAZIONE CONTABILE, LE FATTURE E I
      *CLIENTI CHE LE HANNO RICEVUTE O HANNO ESPOSIZIONE APERTA, CON
      *IL NOME CHE IL GESTIONALE CONOSCE PER QUESTI CLIENTI
       CANCELLAZIONE-COORDINATA.

           MOVE "S" TO ESITO-CANCELLAZIONE.
           COMPUTE DATA-LIMITE-CONSERVAZIONE = DATA-ODIERNA - 100000.

           MOVE TROVATI-PRIVACY(1) TO CONSERVATI-PRIVACY(1).
           MOVE TROVATI-PRIVACY(2) TO CONSERVATI-PRIVACY(2).
           MOVE TROVATI-PRIVACY(4) TO CONSERVATI-PRIVACY(4).
           MOVE TROVATI-PRIVACY(8) TO CONSERVATI-PRIVACY(8).

           PERFORM ANONIMIZZA-LETTORI.
           PERFORM ANONIMIZZA-GIORNALE.
           PERFORM ANONIMIZZA-MULTE.
           PERFORM ANONIMIZZA-CLIENTI.
           PERFORM ANONIMIZZA-XREF.
           PERFORM ANONIMIZZA-FUSIONI.
           PERFORM ANONIMIZZA-CUSTOMERS.
           PERFORM ANONIMIZZA-TESTPERSON.
           PERFORM CANCELLA-UTENTI.

      *------------------------------------ FUNCTION BH ----------------
       ANONIMIZZA-LETTORI.

           IF LETTORI-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LETTORI-FILE.
           IF FS-LETTORI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE LETTORI.DAT - STATO "
                       FS-LETTORI
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LETTORI-COUNT
               MOVE CODICE-LETTORE-SOGG(LX) TO CODICE-LETTORE
               READ LETTORI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PENDENZE-LETTORE-SOGG(LX) = "S" THEN
                           ADD 1 TO CONSERVATI-PRIVACY(3)
                       ELSE
                           MOVE TESTO-ANONIMO TO NOME-LETTORE
                           MOVE SPACES TO INDIRIZZO-LETTORE
                           MOVE SPACES TO TELEFONO-LETTORE
                           MOVE 0 TO MATRICOLA-LETTORE
                           REWRITE LETTORE-REC
                               INVALID KEY
                                   DISPLAY "AGGIORNAMENTO TESSERA "
                                           CODICE-LETTORE
                                           " FALLITO - STATO "
                                           FS-LETTORI
                                   MOVE "N" TO ESITO-CANCELLAZIONE
                               NOT INVALID KEY
                                   ADD 1 TO TRATTATI-PRIVACY(3)
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LETTORI-FILE.

      *------------------------------------ FUNCTION BI ----------------
      *RISCRIVE IL GIORNALE PASSANDO DAL FILE DI APPOGGIO: LE RIGHE
      *DELL'INTERESSATO PERDONO CODICE E NOME DEL LETTORE, TRANNE
      *QUELLE DELLE TESSERE CHE RESTANO PER PENDENZE APERTE
       ANONIMIZZA-GIORNALE.

           IF TROVATI-PRIVACY(5) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT GIORNALE-FILE.
           IF FS-GIORNALE NOT = "00" THEN
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GIORNALE-TMP-FILE.
           IF FS-GIORNALE-TMP NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE PRESTLOG.TMP - "
                       "STATO " FS-GIORNALE-TMP
               CLOSE GIORNALE-FILE
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-GIORNALE = "10"
               READ GIORNALE-FILE
                   AT END
                       MOVE "10" TO FS-GIORNALE
                   NOT AT END
                       PERFORM CONFRONTA-RIGA-GIORNALE
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           IF CHIAVE-CORRISPONDE = "S" AND
                              PENDENZE-LETTORE-SOGG(LX) = "S" THEN
                               ADD 1 TO CONSERVATI-PRIVACY(5)
                           ELSE
                               MOVE 0 TO CODICE-GIORNALE
                               MOVE SPACES TO NOME-GIORNALE
                               ADD 1 TO TRATTATI-PRIVACY(5)
                           END-IF
                       END-IF
                       MOVE GIORNALE-REC TO GIORNALE-TMP-REC
                       WRITE GIORNALE-TMP-REC
               END-READ
           END-PERFORM.

           CLOSE GIORNALE-FILE.
           CLOSE GIORNALE-TMP-FILE.

      *SECONDA PASSATA: IL FILE DI APPOGGIO TORNA AL POSTO DEL
      *GIORNALE
           OPEN INPUT GIORNALE-TMP-FILE.
           OPEN OUTPUT GIORNALE-FILE.
           PERFORM UNTIL FS-GIORNALE-TMP = "10"
               READ GIORNALE-TMP-FILE
                   AT END
                       MOVE "10" TO FS-GIORNALE-TMP
                   NOT AT END
                       MOVE GIORNALE-TMP-REC TO GIORNALE-REC
                       WRITE GIORNALE-REC
               END-READ
           END-PERFORM.
           CLOSE GIORNALE-TMP-FILE.
           CLOSE GIORNALE-FILE.

      *------------------------------------ FUNCTION BJ ----------------
      *LE MULTE PAGATE E PIU' VECCHIE DEI DIECI ANNI PERDONO CODICE
      *E NOME DEL LETTORE; LE ALTRE RESTANO COME DOCUMENTO CONTABILE
       ANONIMIZZA-MULTE.

           IF TROVATI-PRIVACY(6) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MULTE-FILE.
           IF FS-MULTE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE MULTE.DAT - STATO "
                       FS-MULTE
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NUMERO-MULTA.
           START MULTE-FILE KEY IS NOT LESS THAN NUMERO-MULTA
               INVALID KEY MOVE "10" TO FS-MULTE
           END-START.

           PERFORM UNTIL FS-MULTE = "10"
               READ MULTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MULTE
                   NOT AT END
                       PERFORM CONFRONTA-MULTA
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           PERFORM TRATTA-MULTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MULTE-FILE.

      *------------------------------------ FUNCTION BK ----------------
       TRATTA-MULTA.

           IF STATO-MULTA NOT = "P" OR
              DATA-MULTA NOT < DATA-LIMITE-CONSERVAZIONE THEN
               ADD 1 TO CONSERVATI-PRIVACY(6)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CODICE-MULTA.
           MOVE SPACES TO NOME-MULTA.
           REWRITE MULTA-REC
               INVALID KEY
                   DISPLAY "AGGIORNAMENTO MULTA " NUMERO-MULTA
                           " FALLITO - STATO " FS-MULTE
                   MOVE "N" TO ESITO-CANCELLAZIONE
               NOT INVALID KEY
                   ADD 1 TO TRATTATI-PRIVACY(6)
           END-REWRITE.

      *------------------------------------ FUNCTION BL ----------------
      *I CLIENTI SENZA FATTURE NE' ESPOSIZIONE PERDONO RAGIONE
      *SOCIALE, INDIRIZZO E PARTITA IVA; SE COLLEGATI AL GESTIONALE
      *IL SERVIZIO PONTE GLI MANDA SUBITO IL NOME ANONIMIZZATO
       ANONIMIZZA-CLIENTI.

           IF CLIENTI-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CLIENTI.DAT - STATO "
                       FS-CLIENTI
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLIENTI-COUNT
               MOVE CODICE-CLIENTE-SOGG(CX) TO CODICE-CLI-REC
               READ CLIENTI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DOCUMENTI-CLIENTE-SOGG(CX) = "S" THEN
                           ADD 1 TO CONSERVATI-PRIVACY(7)
                       ELSE
                           MOVE TESTO-ANONIMO TO RAGIONE-SOCIALE-CLI
                           MOVE SPACES TO INDIRIZZO-CLI
                           MOVE SPACES TO PARTITA-IVA-CLI
                           REWRITE CLIENTE-REC
                               INVALID KEY
                                   DISPLAY "AGGIORNAMENTO CLIENTE "
                                           CODICE-CLI-REC
                                           " FALLITO - STATO "
                                           FS-CLIENTI
                                   MOVE "N" TO ESITO-CANCELLAZIONE
                               NOT INVALID KEY
                                   ADD 1 TO TRATTATI-PRIVACY(7)
                                   IF COLLEGATO-CLIENTE-SOGG(CX) = "S"
                                       THEN
                                       MOVE CODICE-CLI-REC
                                           TO CLIXSRV-CODICE
                                       PERFORM INVIA-ANONIMO-GESTIONALE
                                   END-IF
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTI-FILE.

      *------------------------------------ FUNCTION BW ----------------
      *IL NOME ANONIMIZZATO VA AL GESTIONALE CON UNA "U" DEL SERVIZIO
      *PONTE, CHE LO REGISTRA ANCHE IN CLIXREF.DAT. SE IL SERVIZIO
      *NON RIESCE LA RICHIESTA RESTA APERTA
       INVIA-ANONIMO-GESTIONALE.

           MOVE SPACE TO CLIXSRV-FUNZIONE.
           MOVE TESTO-ANONIMO TO CLIXSRV-RAGIONE-SOCIALE.
           CALL "CLIXSRV" USING CLIXSRV-AREA.

           IF CLIXSRV-ESITO = "S" THEN
               ADD 1 TO TRATTATI-PRIVACY(12)
           ELSE
               DISPLAY "CLIENTE " CLIXSRV-CODICE " NON AGGIORNATO "
                       "NEL GESTIONALE (CLIXREF.DAT O CUSTOMERS.DAT "
                       "NON DISPONIBILI)"
               ADD 1 TO CONSERVATI-PRIVACY(12)
               MOVE "N" TO ESITO-CANCELLAZIONE
           END-IF.

      *------------------------------------ FUNCTION BX ----------------
      *RIGHE DI CLIXREF.DAT NON GIA' TRATTATE CON L'ANAGRAFICA: QUELLE
      *DEI CLIENTI CONSERVATI RESTANO, LE ALTRE (CLIENTE RINOMINATO O
      *NON PIU' IN ANAGRAFICA) RICEVONO IL NOME ANONIMIZZATO TRAMITE
      *IL SERVIZIO PONTE, PERCHE' IL GESTIONALE LO RICEVA ANCHE LUI
       ANONIMIZZA-XREF.

           PERFORM VARYING XX FROM 1 BY 1 UNTIL XX > XREF-COUNT
               SET CX TO 1
               SEARCH CLIENTE-SOGG
                   AT END
                       IF ANONIMO-XREF-SOGG(XX) = "S" THEN
                           ADD 1 TO TRATTATI-PRIVACY(12)
                       ELSE
                           MOVE CODICE-XREF-SOGG(XX) TO CLIXSRV-CODICE
                           PERFORM INVIA-ANONIMO-GESTIONALE
                       END-IF
                   WHEN CODICE-CLIENTE-SOGG(CX) = CODICE-XREF-SOGG(XX)
                       IF DOCUMENTI-CLIENTE-SOGG(CX) = "S" THEN
                           ADD 1 TO CONSERVATI-PRIVACY(12)
                       END-IF
               END-SEARCH
           END-PERFORM.

      *------------------------------------ FUNCTION BY ----------------
      *RISCRIVE IL REGISTRO DELLE FUSIONI DAL FILE DI APPOGGIO CON IL
      *NOME DEL DOPPIONE ANONIMIZZATO; DATE, CODICI E OPERATORE
      *RESTANO A DOCUMENTARE LA FUSIONE
       ANONIMIZZA-FUSIONI.

           IF TROVATI-PRIVACY(13) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FUSIONI-FILE.
           IF FS-FUSIONI NOT = "00" THEN
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FUSIONI-TMP-FILE.
           IF FS-FUSIONI-TMP NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE FUSIONI.TMP - "
                       "STATO " FS-FUSIONI-TMP
               CLOSE FUSIONI-FILE
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-FUSIONI = "10"
               READ FUSIONI-FILE
                   AT END
                       MOVE "10" TO FS-FUSIONI
                   NOT AT END
                       PERFORM CONFRONTA-FUSIONE
                       IF SOGGETTO-CORRISPONDE = "S" THEN
                           MOVE TESTO-ANONIMO TO NOME-DOPPIONE-FUSIONE
                           ADD 1 TO TRATTATI-PRIVACY(13)
                       END-IF
                       MOVE FUSIONE-REC TO FUSIONI-TMP-REC
                       WRITE FUSIONI-TMP-REC
               END-READ
           END-PERFORM.

           CLOSE FUSIONI-FILE.
           CLOSE FUSIONI-TMP-FILE.

           OPEN INPUT FUSIONI-TMP-FILE.
           OPEN OUTPUT FUSIONI-FILE.
           PERFORM UNTIL FS-FUSIONI-TMP = "10"
               READ FUSIONI-TMP-FILE
                   AT END
                       MOVE "10" TO FS-FUSIONI-TMP
                   NOT AT END
                       MOVE FUSIONI-TMP-REC TO FUSIONE-REC
                       WRITE FUSIONE-REC
               END-READ
           END-PERFORM.
           CLOSE FUSIONI-TMP-FILE.
           CLOSE FUSIONI-FILE.

      *------------------------------------ FUNCTION BM ----------------
      *RISCRIVE IL LOTTO CUSTOMERS DAL FILE DI APPOGGIO CON IL NOME
      *DELL'INTERESSATO ANONIMIZZATO; ID, TESTA E CODA RESTANO E
      *CON ESSI IL TOTALE DI CONTROLLO DEL LOTTO
       ANONIMIZZA-CUSTOMERS.

           IF TROVATI-PRIVACY(9) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00" THEN
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CUSTOMER-TMP-FILE.
           IF FS-CUSTOMER-TMP NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE CUSTOMERS.TMP - "
                       "STATO " FS-CUSTOMER-TMP
               CLOSE CUSTOMER-FILE
               MOVE "N" TO ESITO-CANCELLAZIONE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-CUSTOMER = "10"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "10" TO FS-CUSTOMER
                   NOT AT END
                       PERFORM CONFRONTA-CUSTOMER
                       IF SOGGETTO-CORRISPONDE = "S" AND
                          CUST-NAME NOT = TESTO-ANONIMO THEN
                           MOVE TESTO-ANONIMO TO CUST-NAME
                           ADD 1 TO TRATTATI-PRIVACY(9)
                       END-IF
                       MOVE CUSTOMER-REC TO CUSTOMER-TMP-REC
                       WRITE CUSTOMER-TMP-REC
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE CUSTOMER-TMP-FILE.

           OPEN INPUT CUSTOMER-TMP-FILE.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM UNTIL FS-CUSTOMER-TMP = "10"
               READ CUSTOMER-TMP-FILE
                   AT END
                       MOVE "10" TO FS-CUSTOMER-TMP
                   NOT AT END
                       MOVE CUSTOMER-TMP-REC TO CUSTOMER-REC
                       WRITE CUSTOMER-REC
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-TMP-FILE.
           CLOSE CUSTOMER-FILE.

      *------------------------------------ FUNCTION BN ----------------
      *STESSA ANONIMIZZAZIONE SULLE RIGHE TESTPERSON CARICATE DAL
      *LOTTO, PERCHE' IL CONFRONTO FRA LOTTO E TABELLA TORNI
       ANONIMIZZA-TESTPERSON.

           IF TESTPERSON-DISPONIBILE NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TESTO-ANONIMO TO H-NOME-ANONIMO.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > CUSTOMERS-COUNT
               MOVE CUST-ID-SOGG(KX) TO H-CUST-ID
               EXEC SQL
                   UPDATE TESTPERSON SET
                       NAME = :H-NOME-ANONIMO
                   WHERE ID = :H-CUST-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO TRATTATI-PRIVACY(11)
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AGGIORNAMENTO TESTPERSON FALLITO - "
                               "SQLCODE " SQLCODE
                       ADD 1 TO CONSERVATI-PRIVACY(11)
                       MOVE "N" TO ESITO-CANCELLAZIONE
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION BO ----------------
      *GLI ACCOUNT DEL MODULO DI LOGIN NON HANNO OBBLIGHI DI
      *CONSERVAZIONE: SI CANCELLANO
       CANCELLA-UTENTI.

           PERFORM VARYING UX FROM 1 BY 1 UNTIL UX > UTENTI-COUNT
               MOVE EMAIL-SOGG(UX) TO H-EMAIL
               EXEC SQL
                   DELETE FROM UTENTI
                   WHERE EMAIL = :H-EMAIL
               END-EXEC
               IF SQLCODE < 0 THEN
                   DISPLAY "CANCELLAZIONE UTENTE NON RIUSCITA - "
                           "SQLCODE " SQLCODE
                   ADD 1 TO CONSERVATI-PRIVACY(10)
                   MOVE "N" TO ESITO-CANCELLAZIONE
               ELSE
                   ADD 1 TO TRATTATI-PRIVACY(10)
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION BP ----------------
      *CERTIFICATO DI CHIUSURA NELLO SPOOL: PER OGNI ARCHIVIO I DATI
      *TROVATI E, PER LA CANCELLAZIONE, QUANTI SONO STATI RIMOSSI E
      *QUANTI CONSERVATI CON IL MOTIVO
       STAMPA-CERTIFICATO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-NOME-FILE.
           STRING "CERT" NUMERO-RICHIESTA ".TXT"
                  DELIMITED BY SIZE INTO RW-NOME-FILE.
           IF TIPO-RICH = "A" THEN
               MOVE "CERTIFICATO DI EVASIONE - ACCESSO AI DATI"
                   TO RW-TITOLO
           ELSE
               MOVE "CERTIFICATO DI EVASIONE - CANCELLAZIONE DEI DATI"
                   TO RW-TITOLO
           END-IF.
           MOVE "ARCHIVIO       ESITO" TO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL CERTIFICATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STAMPA-TESTATA-RICHIESTA.

           PERFORM VARYING AP FROM 1 BY 1 UNTIL AP > 13
               PERFORM STAMPA-ESITO-ARCHIVIO
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.
           MOVE DATA-ODIERNA TO DATA-DA-EDITARE.
           PERFORM EDITA-DATA.
           MOVE SPACES TO RW-RIGA.
           IF TIPO-RICH = "A" THEN
               STRING "DATI CONSEGNATI ALL'INTERESSATO CON IL "
                      "DOSSIER DOSS" NUMERO-RICHIESTA ".TXT"
                      DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               STRING "DATI NON SOGGETTI A CONSERVAZIONE RIMOSSI "
                      "O ANONIMIZZATI IN TUTTI GLI ARCHIVI"
                      DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
           PERFORM SCRIVI-RIGA-STAMPA.
           MOVE SPACES TO RW-RIGA.
           STRING "RICHIESTA CHIUSA IL " DATA-EDIT
                  "   FIRMA " OPERATORE-FIRMA
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "CERTIFICATO SCRITTO SU " RW-NOME-FILE.

      *------------------------------------ FUNCTION BQ ----------------
       STAMPA-ESITO-ARCHIVIO.

           MOVE TROVATI-PRIVACY(AP) TO CONTATORE-EDIT.
           MOVE TRATTATI-PRIVACY(AP) TO TRATTATI-EDIT.
           MOVE CONSERVATI-PRIVACY(AP) TO CONSERVATI-EDIT.

           MOVE SPACES TO RW-RIGA.
           IF TIPO-RICH = "A" THEN
               STRING NOME-ARCHIVIO-PRIVACY(AP) " "
                      "DATI FORNITI " CONTATORE-EDIT
                      DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               STRING NOME-ARCHIVIO-PRIVACY(AP) " "
                      "TROVATI " CONTATORE-EDIT "  "
                      AZIONE-ARCHIVIO-PRIVACY(AP) " " TRATTATI-EDIT
                      "  CONSERVATI " CONSERVATI-EDIT
                      DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
           PERFORM SCRIVI-RIGA-STAMPA.

           IF TIPO-RICH = "C" AND CONSERVATI-PRIVACY(AP) > 0 THEN
               MOVE SPACES TO RW-RIGA
               STRING "               MOTIVO: "
                      MOTIVO-ARCHIVIO-PRIVACY(AP)
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-IF.

      *------------------------------------ FUNCTION BR ----------------
       SCRIVI-RIGA-STAMPA.

           MOVE "R" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
