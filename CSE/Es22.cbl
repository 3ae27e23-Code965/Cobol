               RECORD KEY IS ISBN-CAT
               FILE STATUS IS FS-CATALOGO.

      *CATALOGO NEL VECCHIO TRACCIATO SENZA DEWEY/COLLOCAZIONE:
      *SI LEGGE SOLO IN CONVERSIONE, DOPO AVER RINOMINATO A MANO IL
      *VECCHIO CATALOGO.DAT IN CATOLD.DAT (STESSO GIRO DEL GRADOLD
      *DELLE GRADUATORIE E DEL MULTEOLD DELLE MULTE)
               RECORD KEY IS ISBN-CATOLD
               FILE STATUS IS FS-CATOLD.

      *ANAGRAFICA LETTORI NEL VECCHIO TRACCIATO SENZA CATEGORIA E
      *MATRICOLA:
      *SI LEGGE SOLO IN CONVERSIONE, DOPO AVER RINOMINATO IL
      *VECCHIO LETTORI.DAT IN LETTOLD.DAT
           SELECT LETTOLD-FILE ASSIGN TO "LETTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-LETTOLD
               FILE STATUS IS FS-LETTOLD.

      *ANAGRAFE STUDENTI DELLE SEGRETERIE, LETTA SOLO PER
      *CONTROLLARE LA MATRICOLA DEI LETTORI STUDENTI
           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ANA
               FILE STATUS IS FS-ANAGRAFE.

      *IMMAGINE SU FILE DEI PRESTITI APERTI: IL PROGRAMMA PUO'
      *CHIUDERE LA SERA SENZA "RESTITUIRE" TUTTI I LIBRI PRIMA
           SELECT PRESTITI-FILE ASSIGN TO "PRESTITI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

      *POLITICA DI PRESTITO PER CATEGORIA DI LETTORE: DURATA,
      *NUMERO MASSIMO DI PRESTITI E DI PROROGHE, MORA GIORNALIERA E
      *TETTO DELLA MORA PER PRESTITO
           SELECT CATEGORIE-FILE ASSIGN TO "CATLETT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CATEGORIA-REC
               FILE STATUS IS FS-CATEGORIE.
      *PRESTITO INTERBIBLIOTECARIO: ANAGRAFICA DELLE BIBLIOTECHE
      *PARTNER E REGISTRO DELLE RICHIESTE NEI DUE SENSI
           SELECT BIBLIOTECHE-FILE ASSIGN TO "BIBLPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-BIBLIOTECA
               FILE STATUS IS FS-BIBLIOTECHE.
           SELECT INTERPRESTITI-FILE ASSIGN TO "INTERPRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ILL
               FILE STATUS IS FS-INTERPRESTITI.
      *PERIODICI: ABBONAMENTI PER ISSN E REGISTRO DEI FASCICOLI
      *ARRIVATI; I FORNITORI SONO QUELLI DELL'ANAGRAFICA COMUNE
           SELECT PERIODICI-FILE ASSIGN TO "PERIODIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISSN-PERIODICO
               FILE STATUS IS FS-PERIODICI.
           SELECT FASCICOLI-FILE ASSIGN TO "FASCICOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FASCICOLO
               FILE STATUS IS FS-FASCICOLI.
           SELECT FORNITORI-FILE ASSIGN TO "FORNITORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-FORNITORE
               FILE STATUS IS FS-FORNITORI.
      *ACQUISTI: FONDI DI BILANCIO PER ANNO E ORDINI DELLA
      *BIBLIOTECA CHE NE IMPEGNANO LA DISPONIBILITA'
           SELECT FONDI-FILE ASSIGN TO "FONDI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FONDO
               FILE STATUS IS FS-FONDI.
           SELECT ORDINI-BIB-FILE ASSIGN TO "ORDBIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ORDINE-BIB
               FILE STATUS IS FS-ORDINI-BIB.
      *SCAMBIO DI SCHEDE COL CATALOGO COLLETTIVO REGIONALE IN
      *FORMATO A ETICHETTE: USCITA, ENTRATA, SCARTI E FOTOGRAFIA
      *DELL'ULTIMO STATO ESPORTATO DI OGNI TITOLO
           SELECT SCAMBIO-USCITA-FILE ASSIGN TO "UNIEXP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCAMBIO.
           SELECT SCAMBIO-ENTRATA-FILE ASSIGN TO "UNIIMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCAMBIO.
           SELECT SCAMBIO-SCARTI-FILE ASSIGN TO "UNIERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCAMBIO-SCARTI.
           SELECT ESPORTATI-FILE ASSIGN TO "UNISNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN-ESPORTATO
               FILE STATUS IS FS-ESPORTATI.
      *REGISTRO DELLE FUSIONI DI ANAGRAFICHE DOPPIE (LETTORI QUI,
      *CLIENTI DAL MAGAZZINO): CHI HA UNITO COSA, QUANDO
           SELECT FUSIONI-FILE ASSIGN TO "FUSIONI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUSIONI.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTORI-FILE.
           05 NOME-LETTORE PIC X(30).
           05 INDIRIZZO-LETTORE PIC X(40).
           05 TELEFONO-LETTORE PIC X(15).
      *LIMITE PERSONALE DI PRESTITI CONTEMPORANEI, SOLO SE PIU'
      *BASSO DI QUELLO DELLA CATEGORIA; 0 = VALE LA CATEGORIA
           05 LIMITE-PRESTITI-LETTORE PIC 9(2).
      *VALIDITA' DELLA TESSERA: SCADUTA, NIENTE PRESTITI SENZA
      *L'OVERRIDE DEL RESPONSABILE
           05 SCADENZA-TESSERA-LETTORE PIC 9(8).
      *CATEGORIA "D" = DOCENTI E PERSONALE, "S" = STUDENTI, "E" =
      *ESTERNI; LE REGOLE DI PRESTITO ARRIVANO DA CATLETT.DAT
           05 CATEGORIA-LETTORE PIC X(1).
      *MATRICOLA DELL'ANAGRAFE STUDENTI (0 = NON E' UNO STUDENTE):
      *LE SEGRETERIE CHIEDONO IL NULLA OSTA DELLA BIBLIOTECA PER
      *MATRICOLA PRIMA DI LAUREE, DIPLOMI E TRASFERIMENTI
           05 MATRICOLA-LETTORE PIC 9(6).

       FD  CATEGORIE-FILE.
       01  CATEGORIA-REC.
           05 CODICE-CATEGORIA-REC PIC X(1).
           05 DESCRIZIONE-CATEGORIA-REC PIC X(20).
           05 GIORNI-PRESTITO-CAT-REC PIC 9(3).
           05 MAX-PRESTITI-CAT-REC PIC 9(2).
           05 MAX-PROROGHE-CAT-REC PIC 9(1).
           05 MORA-CENTESIMI-CAT-REC PIC 9(3).
      *TETTO DELLA MORA PER SINGOLO PRESTITO; 0 = NESSUN TETTO
           05 TETTO-MORA-CAT-REC PIC 9(3)V9(2).

       FD  BIBLIOTECHE-FILE.
       01  BIBLIOTECA-REC.
           05 CODICE-BIBLIOTECA PIC X(6).
           05 NOME-BIBLIOTECA PIC X(40).
           05 CITTA-BIBLIOTECA PIC X(30).
           05 REFERENTE-BIBLIOTECA PIC X(30).
           05 TELEFONO-BIBLIOTECA PIC X(15).
           05 EMAIL-BIBLIOTECA PIC X(40).

       FD  INTERPRESTITI-FILE.
       01  INTERPRESTITO-REC.
           05 NUMERO-ILL PIC 9(6).
      *DIREZIONE "E" = IN ENTRATA, CHIESTO DA NOI A UN PARTNER;
      *"U" = IN USCITA, UNA NOSTRA COPIA PRESTATA AL PARTNER
           05 DIREZIONE-ILL PIC X(1).
           05 BIBLIOTECA-ILL PIC X(6).
           05 DATA-RICHIESTA-ILL.
               10 ANNO-RICHIESTA-ILL PIC 9(4).
               10 MESE-GIORNO-RICHIESTA-ILL PIC 9(4).
           05 ISBN-ILL PIC X(13).
           05 TITOLO-ILL PIC X(50).
           05 AUTORE-ILL PIC X(20).
      *COPIA NOSTRA CHE VIAGGIA (SOLO IN USCITA)
           05 BARCODE-ILL PIC X(13).
      *LETTORE CHE HA CHIESTO IL TITOLO (SOLO IN ENTRATA, 0 = PER
      *LA BIBLIOTECA)
           05 LETTORE-ILL PIC 9(5).
      *STATO "R" = RICHIESTO, "S" = SPEDITO, "C" = RICEVUTO DAL
      *DESTINATARIO, "T" = RESTITUITO AL PROPRIETARIO
           05 STATO-ILL PIC X(1).
           05 DATA-STATO-ILL PIC 9(8).
           05 DATA-SCADENZA-ILL PIC 9(8).
      *SPESE DI SPEDIZIONE A NOSTRO CARICO, ANDATA PIU' RITORNO
           05 COSTO-SPEDIZIONE-ILL PIC 9(3)V9(2).

       FD  PERIODICI-FILE.
       01  PERIODICO-REC.
           05 ISSN-PERIODICO PIC X(9).
           05 TITOLO-PERIODICO PIC X(50).
           05 FORNITORE-PERIODICO PIC 9(5).
      *PERIODICITA' "S" SETTIMANALE, "Q" QUINDICINALE, "M" MENSILE,
      *"B" BIMESTRALE, "T" TRIMESTRALE, "E" SEMESTRALE, "A" ANNUALE
           05 FREQUENZA-PERIODICO PIC X(1).
           05 NUMERI-ANNO-PERIODICO PIC 9(3).
           05 INIZIO-ABBONAMENTO PIC 9(8).
           05 SCADENZA-ABBONAMENTO PIC 9(8).
           05 COSTO-ABBONAMENTO PIC 9(5)V9(2).
      *ULTIMO FASCICOLO ARRIVATO E PREVISIONE DEL PROSSIMO
           05 ULTIMO-NUMERO-PERIODICO PIC 9(5).
           05 DATA-ULTIMO-NUMERO PIC 9(8).
           05 PROSSIMO-ATTESO-PERIODICO PIC 9(8).
           05 DATA-ULTIMO-RECLAMO PIC 9(8).
      *"S" = ABBONAMENTO ATTIVO, "N" = DISDETTO
           05 ATTIVO-PERIODICO PIC X(1).

       FD  FASCICOLI-FILE.
       01  FASCICOLO-REC.
           05 CHIAVE-FASCICOLO.
               10 ISSN-FASCICOLO PIC X(9).
               10 NUMERO-FASCICOLO PIC 9(5).
           05 DATA-ATTESA-FASCICOLO PIC 9(8).
           05 DATA-ARRIVO-FASCICOLO PIC 9(8).

       FD  FORNITORI-FILE.
       01  FORNITORE-REC.
           05 CODICE-FORNITORE PIC 9(5).
           05 RAGIONE-SOCIALE-FORNITORE PIC X(40).
           05 CONDIZIONI-FORNITORE PIC X(30).

       FD  FONDI-FILE.
       01  FONDO-REC.
           05 CHIAVE-FONDO.
               10 ANNO-FONDO PIC 9(4).
               10 CODICE-FONDO PIC X(6).
           05 DESCRIZIONE-FONDO PIC X(30).
      *TIPO "G" = GENERALE, "R" = DI REPARTO, "D" = DONAZIONE
           05 TIPO-FONDO PIC X(1).
           05 STANZIATO-FONDO PIC 9(7)V9(2).
           05 IMPEGNATO-FONDO PIC 9(7)V9(2).
           05 SPESO-FONDO PIC 9(7)V9(2).

       FD  ORDINI-BIB-FILE.
       01  ORDINE-BIB-REC.
           05 NUMERO-ORDINE-BIB PIC 9(6).
           05 ANNO-FONDO-ORDINE PIC 9(4).
           05 CODICE-FONDO-ORDINE PIC X(6).
           05 FORNITORE-ORDINE-BIB PIC 9(5).
           05 DATA-ORDINE-BIB PIC 9(8).
           05 ISBN-ORDINE-BIB PIC X(13).
           05 TITOLO-ORDINE-BIB PIC X(50).
           05 COPIE-ORDINATE-BIB PIC 9(3).
           05 PREZZO-STIMATO-BIB PIC 9(4)V9(2).
           05 COPIE-RICEVUTE-BIB PIC 9(3).
      *IMPEGNO ANCORA APERTO E SPESA EFFETTIVA DELL'ORDINE
           05 IMPEGNO-ORDINE-BIB PIC 9(7)V9(2).
           05 SPESA-ORDINE-BIB PIC 9(7)V9(2).
      *STATO "A" = APERTO, "P" = RICEVUTO IN PARTE, "C" = CHIUSO,
      *"N" = ANNULLATO
           05 STATO-ORDINE-BIB PIC X(1).

      *UNA RIGA PER ETICHETTA: "LDR" APRE LA SCHEDA, "010" ISBN,
      *"200" TITOLO, "700" AUTORE, "210" EDITORE ($C) E ANNO ($D),
      *"606" ARGOMENTO, "***" CHIUDE LA SCHEDA
       FD  SCAMBIO-USCITA-FILE.
       01  RIGA-SCAMBIO-USCITA PIC X(100).

       FD  SCAMBIO-ENTRATA-FILE.
       01  RIGA-SCAMBIO-ENTRATA.
           05 ETICHETTA-SCAMBIO PIC X(3).
           05 FILLER PIC X(1).
           05 DATI-SCAMBIO PIC X(96).

       FD  SCAMBIO-SCARTI-FILE.
       01  SCARTO-SCAMBIO-REC.
      *MOTIVO: ISB ISBN ASSENTE O NON VALIDO, TIT TITOLO ASSENTE,
      *AUT AUTORE ASSENTE, ANN ANNO NON VALIDO, FMT SCHEDA MALFORMATA
      *O ETICHETTA SCONOSCIUTA, PIE CATALOGO PIENO
           05 MOTIVO-SCARTO-SCAMBIO PIC X(3).
           05 ISBN-SCARTO-SCAMBIO PIC X(13).
           05 TITOLO-SCARTO-SCAMBIO PIC X(50).
           05 RIGA-SCARTO-SCAMBIO PIC X(100).

       FD  ESPORTATI-FILE.
       01  ESPORTATO-REC.
           05 ISBN-ESPORTATO PIC X(13).
           05 TITOLO-ESPORTATO PIC X(50).
           05 AUTORE-ESPORTATO PIC X(20).
           05 EDITORE-ESPORTATO PIC X(30).
           05 ANNO-ESPORTATO PIC 9(4).
           05 ARGOMENTO-ESPORTATO PIC X(50).

       FD  MULTE-FILE.
       01  MULTA-REC.
           05 PREZZO-CATOLD PIC 9(3).
           05 COPIE-CATOLD PIC 9(3).
           05 RITIRATO-CATOLD PIC X(1).
           05 TITOLO-CATOLD PIC X(50).
           05 EDITORE-CATOLD PIC X(30).
           05 ANNO-CATOLD PIC 9(4).

       FD  LETTOLD-FILE.
       01  LETTOLD-REC.
           05 INDIRIZZO-LETTOLD PIC X(40).
           05 TELEFONO-LETTOLD PIC X(15).
           05 LIMITE-LETTOLD PIC 9(2).
           05 SCADENZA-LETTOLD PIC 9(8).

       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-REC.
           05 MATRICOLA-ANA PIC 9(6).
           05 NOME-ANA PIC A(20).
           05 COGNOME-ANA PIC A(20).
           05 CLASSE-ANA PIC X(10).

       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 TITOLO-CAT PIC X(50).
           05 EDITORE-CAT PIC X(30).
           05 ANNO-CAT PIC 9(4).
      *CLASSE DEWEY E COLLOCAZIONE DANNO L'ORDINE DEGLI SCAFFALI; LA
      *DATA DI INGRESSO ALIMENTA IL BOLLETTINO DELLE NOVITA'
           05 DEWEY-CAT PIC X(10).
           05 COLLOCAZIONE-CAT PIC X(20).
           05 DATA-INGRESSO-CAT PIC 9(8).

       FD  PRESTITI-FILE.
       01  PRESTITO-SALVATO-REC.
           05 BARCODE-ESEMPLARE PIC X(13).
           05 ISBN-ESEMPLARE PIC X(13).
      *STATO "A" = A SCAFFALE, "P" = IN PRESTITO, "R" = IN
      *RIPARAZIONE, "S" = SMARRITO, "X" = SCARTATO, "I" = IN
      *PRESTITO INTERBIBLIOTECARIO PRESSO UN PARTNER
           05 STATO-ESEMPLARE PIC X(1).

       FD  CODE-SALVATE-FILE.
       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  FUSIONI-FILE.
       01  FUSIONE-REC.
           05 MOMENTO-FUSIONE PIC X(14).
           05 OPERATORE-FUSIONE PIC X(20).
      *"LETTORI" O "CLIENTI"
           05 ARCHIVIO-FUSIONE PIC X(8).
           05 SUPERSTITE-FUSIONE PIC 9(6).
           05 DOPPIONE-FUSIONE PIC 9(6).
           05 NOME-DOPPIONE-FUSIONE PIC X(40).
      *PRESTITI, PRENOTAZIONI, MULTE O DOCUMENTI PASSATI AL CODICE
      *CHE RESTA
           05 SPOSTATI-FUSIONE PIC 9(5).

       FD  GIORNALE-FILE.
       01  GIORNALE-REC.
      *TIPO "U" = USCITA IN PRESTITO, "R" = RIENTRO, "P" = PROROGA,
       01 FS-CODE-FILE PIC X(2).
       01 CODE-RIPRISTINATE PIC 9(3).
       01 SCELTA-LIBRERIA PIC 9(1).
       01 SCELTA-CATALOGO PIC 9(2).
       01 TITOLI-CARICATI PIC 9(3).
       01 PRESTITI-RIPRISTINATI PIC 9(3).
       01 ISBN-RICERCATO PIC X(13).
      *SUPPORTO ALLE MULTE PER RITARDO
       01 FS-MULTE PIC X(2).
       01 FS-RICEVUTE PIC X(2).
      *TARIFFA GIORNALIERA DI MORA IN CENTESIMI PER I LETTORI SENZA
      *UNA CATEGORIA IN TABELLA; GLI ALTRI PAGANO QUELLA DELLA LORO
      *CATEGORIA
       01 TARIFFA-MORA-CENTESIMI PIC 9(3) VALUE 50.
       01 GIORNI-DI-RITARDO PIC S9(5).
       01 IMPORTO-CALCOLATO PIC 9(3)V9(2).
       01 PRESTITI-DEL-LETTORE PIC 9(3).
       01 LETTORE-TROVATO PIC X(1).

      *FUSIONE DI DUE TESSERE DELLA STESSA PERSONA: IL DOPPIONE SI
      *TIENE DA PARTE MENTRE SI LEGGE IL LETTORE CHE RESTA
       01 FS-FUSIONI PIC X(2).
       01 CODICE-SUPERSTITE PIC 9(5).
       01 CODICE-DOPPIONE PIC 9(5).
       01 LETTORE-DOPPIONE PIC X(107).
       01 LETTORE-DOPPIONE-R REDEFINES LETTORE-DOPPIONE.
           05 CODICE-LETTORE-DOPPIONE PIC 9(5).
           05 NOME-LETTORE-DOPPIONE PIC X(30).
           05 FILLER PIC X(57).
           05 SCADENZA-TESSERA-DOPPIONE PIC 9(8).
           05 FILLER PIC X(1).
           05 MATRICOLA-DOPPIONE PIC 9(6).
       01 CONFERMA-FUSIONE PIC X(1).
       01 SUPERSTITE-IN-CODA PIC X(1).
       01 POSIZIONE-CODA PIC 9(2).
       01 PRESTITI-SPOSTATI PIC 9(5).
       01 PRENOTAZIONI-SPOSTATE PIC 9(5).
       01 MULTE-SPOSTATE PIC 9(5).
       01 INTERPRESTITI-SPOSTATI PIC 9(5).

      *AREA PARAMETRI DEL SERVIZIO DI CONFRONTO DEI NOMI
       01 NOMESRV-AREA.
           05 NOMESRV-FUNZIONE PIC X(1).
           05 NOMESRV-NOME1 PIC X(40).
           05 NOMESRV-NOME2 PIC X(40).
           05 NOMESRV-CHIAVE1 PIC X(40).
           05 NOMESRV-CHIAVE2 PIC X(40).
           05 NOMESRV-FONETICA1 PIC X(8).
           05 NOMESRV-FONETICA2 PIC X(8).
           05 NOMESRV-PUNTEGGIO PIC 9(3).
           05 NOMESRV-ESITO PIC X(1).

      *TABELLA DELLE POLITICHE DI PRESTITO PER CATEGORIA, CARICATA
      *ALL'AVVIO DA CATLETT.DAT (CHE NASCE CON LE TRE CATEGORIE DI
      *BASE), E POLITICA IN VIGORE PER IL LETTORE AL BANCO
       01 FS-CATEGORIE PIC X(2).
       01 CATEGORIE-COUNT PIC 9(2).
       01 TABELLA-CATEGORIE.
           05 CATEGORIA-TAB OCCURS 10 TIMES INDEXED BY CG.
               10 CODICE-CAT-TAB PIC X(1).
               10 DESCRIZIONE-CAT-TAB PIC X(20).
               10 GIORNI-PRESTITO-CAT-TAB PIC 9(3).
               10 MAX-PRESTITI-CAT-TAB PIC 9(2).
               10 MAX-PROROGHE-CAT-TAB PIC 9(1).
               10 MORA-CENTESIMI-CAT-TAB PIC 9(3).
               10 TETTO-MORA-CAT-TAB PIC 9(3)V9(2).
       01 CATEGORIA-CERCATA PIC X(1).
       01 CATEGORIA-TROVATA PIC X(1).
       01 STATO-APERTURA-LETTORI PIC X(2).
       01 POLITICA-GIORNI-PRESTITO PIC 9(3).
       01 POLITICA-MAX-PRESTITI PIC 9(2).
       01 POLITICA-MAX-PROROGHE PIC 9(1).
       01 POLITICA-MORA-CENTESIMI PIC 9(3).
       01 POLITICA-TETTO-MORA PIC 9(3)V9(2).
      *REGOLE PER CHI NON HA UNA CATEGORIA IN TABELLA
       01 GIORNI-PRESTITO-BASE PIC 9(3) VALUE 30.
       01 MAX-PRESTITI-BASE PIC 9(2) VALUE 3.
       01 LETTORI-CATEGORIA PIC 9(4) OCCURS 10 TIMES.
       01 LETTORI-SENZA-CATEGORIA PIC 9(4).
       01 TETTO-EDIT PIC ZZ9,99.

      *SUPPORTO AL PRESTITO INTERBIBLIOTECARIO
       01 FS-BIBLIOTECHE PIC X(2).
       01 FS-INTERPRESTITI PIC X(2).
       01 SCELTA-INTERPRESTITO PIC 9(1).
       01 PROSSIMO-NUMERO-ILL PIC 9(6).
       01 NUMERO-ILL-RICHIESTO PIC 9(6).
       01 BIBLIOTECA-TROVATA PIC X(1).
       01 STATO-SUCCESSIVO-ILL PIC X(1).
       01 STATO-DA-DESCRIVERE PIC X(1).
       01 DESCRIZIONE-STATO-ILL PIC X(10).
       01 RISPOSTA-ILL PIC X(1).
       01 COSTO-AGGIUNTO-ILL PIC 9(3)V9(2).
      *DURATA DI DEFAULT DI UN NOSTRO PRESTITO AL PARTNER
       01 GIORNI-INTERPRESTITO PIC 9(3) VALUE 30.
       01 ANNO-RIEPILOGO-ILL PIC 9(4).
       01 SCADUTI-BIBLIOTECA PIC 9(4).
       01 SCADUTI-TOTALE PIC 9(5).
       01 RICHIESTE-ENTRATA-BIB PIC 9(4).
       01 RICHIESTE-USCITA-BIB PIC 9(4).
       01 COSTO-ENTRATA-BIB PIC 9(5)V9(2).
       01 COSTO-USCITA-BIB PIC 9(5)V9(2).
       01 COSTO-TOTALE-ILL PIC 9(6)V9(2).
       01 COSTO-ENTRATA-EDIT PIC ZZZZ9,99.
       01 COSTO-USCITA-EDIT PIC ZZZZ9,99.
       01 COSTO-TOTALE-EDIT PIC ZZZZZ9,99.

      *SUPPORTO AI PERIODICI
       01 FS-PERIODICI PIC X(2).
       01 FS-FASCICOLI PIC X(2).
       01 FS-FORNITORI PIC X(2).
       01 FORNITORI-APERTO PIC X(1).
       01 SCELTA-PERIODICI PIC 9(1).
       01 PERIODICO-TROVATO PIC X(1).
       01 GIORNI-TRA-NUMERI PIC 9(3).
       01 NUMERO-ARRIVATO PIC 9(5).
       01 NUMERO-ATTESO PIC 9(5).
       01 DATA-ARRIVO-ACCETTATA PIC 9(8).
      *NUMERI SALTATI: RIGHE SENZA DATA DI ARRIVO DA RECLAMARE
       01 NUMERO-SALTATO PIC 9(5).
       01 NUMERI-SALTATI PIC 9(4).
       01 DATA-ATTESA-SALTATO PIC 9(8).
       01 STAMPA-SALTATI PIC X(1).
      *RECLAMO SOLO DOPO TOLLERANZA-RECLAMO GIORNI DI RITARDO
       01 TOLLERANZA-RECLAMO PIC 9(3).
       01 DATA-LIMITE-RECLAMO PIC 9(8).
      *PREAVVISO DEI RINNOVI
       01 GIORNI-PREAVVISO-RINNOVO PIC 9(3) VALUE 60.
       01 DATA-LIMITE-RINNOVO PIC 9(8).
       01 FORNITORI-RECLAMO.
           05 FORNITORE-RECLAMO PIC 9(5) OCCURS 50 TIMES
               INDEXED BY FR.
       01 FORNITORI-RECLAMO-COUNT PIC 9(2).
       01 FORNITORE-GIA-VISTO PIC X(1).
       01 RECLAMI-FORNITORE PIC 9(4).
       01 RECLAMI-TOTALE PIC 9(5).
       01 RINNOVI-CONTATI PIC 9(4).
       01 COSTO-RINNOVI PIC 9(7)V9(2).
       01 COSTO-ABBONAMENTO-EDIT PIC ZZZZ9,99.
       01 COSTO-RINNOVI-EDIT PIC ZZZZZZ9,99.
       01 NOTA-RINNOVO PIC X(12).

      *SUPPORTO AI FONDI E AGLI ORDINI DI ACQUISTO
       01 FS-FONDI PIC X(2).
       01 FS-ORDINI-BIB PIC X(2).
       01 SCELTA-FONDI PIC 9(1).
       01 FONDO-TROVATO PIC X(1).
       01 PROSSIMO-NUMERO-ORDINE PIC 9(6).
       01 ANNO-FONDI-RICHIESTO PIC 9(4).
       01 RESIDUO-FONDO PIC S9(7)V9(2).
       01 VALORE-ORDINE PIC 9(7)V9(2).
       01 COPIE-ARRIVATE PIC 9(3).
       01 COPIE-MANCANTI PIC 9(3).
       01 PREZZO-EFFETTIVO PIC 9(4)V9(2).
       01 IMPEGNO-LIBERATO PIC 9(7)V9(2).
       01 SPESA-EFFETTIVA PIC 9(7)V9(2).
       01 ESEMPLARI-CREATI PIC 9(3).
       01 COPIE-BARCODATE PIC 9(3).
       01 INDICE-TITOLO-ORDINE PIC 9(3).
       01 TOTALE-STANZIATO PIC 9(8)V9(2).
       01 TOTALE-IMPEGNATO PIC 9(8)V9(2).
       01 TOTALE-SPESO PIC 9(8)V9(2).
       01 TOTALE-RESIDUO PIC S9(8)V9(2).
       01 STANZIATO-EDIT PIC ZZZZZZ9,99.
       01 IMPEGNATO-EDIT PIC ZZZZZZ9,99.
       01 SPESO-EDIT PIC ZZZZZZ9,99.
       01 RESIDUO-EDIT PIC -ZZZZZZ9,99.
       01 VALORE-ORDINE-EDIT PIC ZZZZZZ9,99.

      *SUPPORTO ALLO SCAMBIO COL CATALOGO COLLETTIVO
       01 FS-SCAMBIO PIC X(2).
       01 FS-SCAMBIO-SCARTI PIC X(2).
       01 FS-ESPORTATI PIC X(2).
       01 TIPO-SCHEDA-ESPORTATA PIC X(1).
       01 SCHEDE-NUOVE PIC 9(4).
       01 SCHEDE-CAMBIATE PIC 9(4).
       01 SCHEDE-LETTE PIC 9(5).
       01 SCHEDE-AGGIUNTE PIC 9(4).
       01 SCHEDE-AGGIORNATE PIC 9(4).
       01 SCHEDE-IDENTICHE PIC 9(4).
       01 SCHEDE-RIFIUTATE PIC 9(4).
       01 SCHEDE-SCARTATE PIC 9(4).
       01 SCHEDA-APERTA PIC X(1).
       01 MOTIVO-SCHEDA PIC X(3).
       01 RIGA-MOTIVO-SCHEDA PIC X(100).
       01 RISPOSTA-SCAMBIO PIC X(1).
       01 ACCETTA-TUTTE-SCHEDE PIC X(1).
       01 DIFFERENZE-SCHEDA PIC 9(1).
       01 INDICE-SCHEDA PIC 9(3).
       01 ANNO-MASSIMO-SCHEDA PIC 9(4).
       01 SCHEDA-IMPORTATA.
           05 ISBN-IMPORTATO PIC X(13).
           05 TITOLO-IMPORTATO PIC X(50).
           05 AUTORE-IMPORTATO PIC X(20).
           05 EDITORE-IMPORTATO PIC X(30).
           05 ANNO-IMPORTATO-X PIC X(4).
           05 ANNO-IMPORTATO REDEFINES ANNO-IMPORTATO-X PIC 9(4).
           05 ARGOMENTO-IMPORTATO PIC X(50).
       01 PREFISSO-SOTTOCAMPO PIC X(2).
       01 NOME-SPOOL-SCAMBIO PIC X(30).

       01 LIBRERIA.
           05 SCAFFALI OCCURS 1 TO 100 TIMES DEPENDING ON SIZE-ARRAY
               INDEXED BY I J.
               10 TITOLO PIC X(50).
               10 EDITORE PIC X(30).
               10 ANNO-PUBBLICAZIONE PIC 9(4).
               10 DEWEY PIC X(10).
               10 COLLOCAZIONE PIC X(20).
               10 DATA-INGRESSO PIC 9(8).

       01 SIZE-ARRAY USAGE IS INDEX.

      *LETTORI AL NUOVO FORMATO PIU' LARGO
       01 FS-CATOLD PIC X(2).
       01 FS-LETTOLD PIC X(2).
       01 FS-ANAGRAFE PIC X(2).
       01 MATRICOLA-VALIDA PIC X(1).
       01 CATALOGO-ILLEGGIBILE PIC X(1).
       01 TITOLI-CONVERTITI PIC 9(3).
       01 LETTORI-CONVERTITI PIC 9(3).
      *MASSIMO DUE VOLTE PER PRESTITO E MAI CON UNA CODA DI
      *PRENOTAZIONE IN ATTESA DEL TITOLO
       01 GIORNI-PROROGA PIC 9(2) VALUE 14.

      *PROPOSTA DI ACQUISTO PER IL COMUNE: TITOLI ORDINATI PER CODA
      *DI PRENOTAZIONE E PRESTITI PER COPIA, CON PREZZI ESTESI E
       01 ISBN-ECCEZIONI PIC 9(3).
       01 RISPOSTA-RIDIGITA PIC X(1).

      *CLASSE DEWEY: TRE CIFRE, EVENTUALMENTE PUNTO E DECIMALI
      *(853 OPPURE 853.914); LA COLLOCAZIONE PARTE DALLA CLASSE E
      *DI SOLITO PROSEGUE CON LE PRIME LETTERE DELL'AUTORE
       01 DEWEY-DA-VALIDARE PIC X(10).
       01 DEWEY-VALIDO PIC X(1).
       01 DEWEY-POS PIC 9(2).
       01 DEWEY-FINE-CIFRE PIC X(1).
       01 COLLOCAZIONE-PROPOSTA PIC X(20).
       01 COLLOCAZIONE-DIGITATA PIC X(20).
       01 COLLOCAZIONE-VALIDA PIC X(1).

      *ELENCO TOPOGRAFICO E BOLLETTINO: ARRAY DI INDICI DEGLI
      *SCAFFALI ORDINATO PER COLLOCAZIONE, COME STAT-IDX
       01 SCAFFALE-IDX PIC 9(3) OCCURS 100 TIMES INDEXED BY SH SK.
       01 SCAFFALE-TEMP-IDX PIC 9(3).
       01 ESEMPLARI-APERTI PIC X(1).
       01 DESCRIZIONE-STATO-COPIA PIC X(25).

      *AREA PARAMETRI DEL SERVIZIO TABELLE DEI CODICI
       01 CODESRV-AREA.
           05 CODESRV-FUNZIONE PIC X(1).
           05 CODESRV-TABELLA PIC X(8).
           05 CODESRV-CODICE PIC X(10).
           05 CODESRV-DESCRIZIONE PIC X(40).
           05 CODESRV-DATA PIC 9(8).
           05 CODESRV-ESITO PIC X(1).
       01 TITOLI-TOPOGRAFICO PIC 9(3).
       01 COPIE-TOPOGRAFICO PIC 9(5).
       01 ESEMPLARI-DEL-TITOLO PIC 9(3).
       01 MESE-BOLLETTINO PIC 9(6).
       01 MESE-BOLLETTINO-X REDEFINES MESE-BOLLETTINO PIC X(6).
       01 CENTINAIO-DEWEY PIC 9(2).
       01 CIFRA-CENTINAIO PIC 9(1).
       01 CIFRA-CENTINAIO-X REDEFINES CIFRA-CENTINAIO PIC X(1).
       01 NOVITA-CENTINAIO PIC 9(3).
       01 NOVITA-TOTALI PIC 9(3).
       01 CLASSI-DEWEY-VALORI.
           05 FILLER PIC X(40)
               VALUE "INFORMATICA, INFORMAZIONE E GENERALITA'".
           05 FILLER PIC X(40) VALUE "FILOSOFIA E PSICOLOGIA".
           05 FILLER PIC X(40) VALUE "RELIGIONE".
           05 FILLER PIC X(40) VALUE "SCIENZE SOCIALI".
           05 FILLER PIC X(40) VALUE "LINGUAGGIO".
           05 FILLER PIC X(40) VALUE "SCIENZE NATURALI E MATEMATICA".
           05 FILLER PIC X(40) VALUE "TECNOLOGIA E SCIENZE APPLICATE".
           05 FILLER PIC X(40) VALUE "ARTI E TEMPO LIBERO".
           05 FILLER PIC X(40) VALUE "LETTERATURA".
           05 FILLER PIC X(40) VALUE "STORIA E GEOGRAFIA".
       01 CLASSI-DEWEY REDEFINES CLASSI-DEWEY-VALORI.
           05 NOME-CLASSE-DEWEY PIC X(40) OCCURS 10 TIMES.

      *REVISIONE DELLE RACCOLTE: SOGLIE DATE A OGNI ESECUZIONE E,
      *PER OGNI SCAFFALE (CASELLA SC = I), L'ULTIMO PRESTITO E IL
      *PICCO DI PRESTITI CONTEMPORANEI RICOSTRUITI DAL GIORNALE, LE
      *COPIE VIVE E IN RIPARAZIONE DA ESEMPLAR.DAT E I MOTIVI DELLA
      *PROPOSTA DI SCARTO
       01 ANNI-SENZA-PRESTITI PIC 9(2).
       01 ETA-MINIMA-SCARTO PIC 9(2).
       01 ECCEDENZA-MINIMA PIC 9(2).
       01 PERCENTO-RIPARAZIONE PIC 9(3).
       01 DATA-LIMITE-INATTIVITA PIC 9(8).
       01 ANNO-LIMITE-PUBBLICAZIONE PIC 9(4).
       01 REVISIONE-TAB.
           05 REVISIONE-TITOLO OCCURS 100 TIMES INDEXED BY SC.
               10 ULTIMO-PRESTITO-SC PIC 9(8).
               10 PRESTITI-CORRENTI-SC PIC 9(3).
               10 PICCO-PRESTITI-SC PIC 9(3).
               10 ESEMPLARI-VIVI-SC PIC 9(3).
               10 ESEMPLARI-RIPARAZIONE-SC PIC 9(3).
               10 ESEMPLARI-CENSITI-SC PIC 9(3).
               10 INATTIVO-SC PIC X(1).
               10 ECCEDENTE-SC PIC X(1).
               10 IN-RIPARAZIONE-SC PIC X(1).
               10 ACCETTATO-SC PIC X(1).
               10 RIPARAZIONE-DA-SCARTARE-SC PIC 9(3).
               10 ECCEDENZA-DA-SCARTARE-SC PIC 9(3).
       01 CANDIDATI-SCARTO.
           05 CANDIDATO-IDX PIC 9(3) OCCURS 100 TIMES INDEXED BY CX.
       01 CANDIDATI-COUNT PIC 9(3).
       01 CANDIDATO-SCELTO PIC 9(3).
       01 PICCO-MINIMO PIC 9(3).
       01 PERCENTO-CALCOLATO PIC 9(3).
       01 MOTIVI-SCARTO PIC X(30).
       01 RISPOSTA-SCARTO PIC X(1).
       01 TITOLI-DA-RITIRARE PIC 9(3).
       01 TITOLI-RITIRATI PIC 9(3).
       01 ESEMPLARI-SCARTATI PIC 9(5).
       01 SCARTI-RIPARAZIONE-RESIDUI PIC 9(3).
       01 SCARTI-ECCEDENZA-RESIDUI PIC 9(3).
       01 SCARTATI-DEL-TITOLO PIC 9(3).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *DURATA, LIMITI E MORA NON SI DIGITANO PIU' ALL'AVVIO: LI DA'
      *LA TABELLA DELLE CATEGORIE DI LETTORE
           PERFORM CARICA-CATEGORIE.

           DISPLAY "SOGLIA DI MULTE NON PAGATE CHE BLOCCA IL "
                   "PRESTITO (EURO, DEFAULT 10): ".
               PERFORM UNTIL SCELTA-LIBRERIA = 9
                   DISPLAY "=== LIBRERIA ==="
                   DISPLAY "1 ELENCO  2 RICERCA  3 GESTIONE "
                           "PRESTITI  4 GESTIONE CATALOGO  "
                           "5 PERIODICI  6 FONDI E ORDINI  9 FINE"
                   ACCEPT SCELTA-LIBRERIA
                   EVALUATE SCELTA-LIBRERIA
                       WHEN 1
                           PERFORM GESTIONE-PRESTITI
                       WHEN 4
                           PERFORM GESTIONE-CATALOGO
                       WHEN 5
                           PERFORM GESTIONE-PERIODICI
                       WHEN 6
                           PERFORM GESTIONE-FONDI
                       WHEN OTHER
                           MOVE 9 TO SCELTA-LIBRERIA
                   END-EVALUATE
                               MOVE EDITORE-CAT TO EDITORE(I)
                               MOVE ANNO-CAT
                                   TO ANNO-PUBBLICAZIONE(I)
                               MOVE DEWEY-CAT TO DEWEY(I)
                               MOVE COLLOCAZIONE-CAT
                                   TO COLLOCAZIONE(I)
                               MOVE DATA-INGRESSO-CAT
                                   TO DATA-INGRESSO(I)
                               MOVE 0 TO COPIE-IN-PRESTITO(I)
                               MOVE 0 TO PRENOTAZIONI-IN-CODA(I)
                           END-IF
                   MOVE TITOLO(I) TO TITOLO-CAT
                   MOVE EDITORE(I) TO EDITORE-CAT
                   MOVE ANNO-PUBBLICAZIONE(I) TO ANNO-CAT
                   MOVE DEWEY(I) TO DEWEY-CAT
                   MOVE COLLOCAZIONE(I) TO COLLOCAZIONE-CAT
                   MOVE DATA-INGRESSO(I) TO DATA-INGRESSO-CAT
                   WRITE CATALOGO-REC
                       INVALID KEY
                           DISPLAY "ISBN DUPLICATO NON SALVATO: "
                       "5 GESTIONE ESEMPLARI "
                       "6 INVENTARIO SCAFFALI "
                       "7 PROPOSTA ACQUISTI "
                       "8 CONVERTI VECCHIO CATALOGO "
                       "10 ESPORTA AL CATALOGO COLLETTIVO "
                       "11 IMPORTA DAL CATALOGO COLLETTIVO "
                       "12 ELENCO TOPOGRAFICO "
                       "13 BOLLETTINO NOVITA' "
                       "14 REVISIONE E SCARTO  9 FINE"
               ACCEPT SCELTA-CATALOGO
               EVALUATE SCELTA-CATALOGO
                   WHEN 1
                       PERFORM PROPOSTA-ACQUISTI
                   WHEN 8
                       PERFORM CONVERTI-CATALOGO
                   WHEN 10
                       PERFORM ESPORTA-SCHEDE
                   WHEN 11
                       PERFORM IMPORTA-SCHEDE
                   WHEN 12
                       PERFORM ELENCO-TOPOGRAFICO
                   WHEN 13
                       PERFORM BOLLETTINO-NOVITA
                   WHEN 14
                       PERFORM REVISIONE-RACCOLTE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-CATALOGO
               END-EVALUATE
               ACCEPT ANNO-PUBBLICAZIONE(I)
               DISPLAY "INSERISCI ARGOMENTO"
               ACCEPT ARGOMENTO(I)
               PERFORM ACCETTA-DEWEY-VALIDATO
               MOVE DEWEY-DA-VALIDARE TO DEWEY(I)
               PERFORM ACCETTA-COLLOCAZIONE
               DISPLAY "INSERISCI PREZZO"
               ACCEPT PREZZO(I)
               PERFORM ACCETTA-ISBN-VALIDATO
               MOVE ISBN-DA-VALIDARE TO ISBN(I)
               MOVE 1 TO COPIE(I)
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INGRESSO(I)
               MOVE "N" TO RITIRATO(I)
               MOVE 0 TO COPIE-IN-PRESTITO(I)
               MOVE 0 TO PRENOTAZIONI-IN-CODA(I)
                   DISPLAY "ARGOMENTO ATTUALE: " ARGOMENTO(I)
                           " - NUOVO ARGOMENTO: "
                   ACCEPT ARGOMENTO(I)
                   DISPLAY "CLASSE DEWEY ATTUALE: " DEWEY(I)
                   PERFORM ACCETTA-DEWEY-VALIDATO
                   MOVE DEWEY-DA-VALIDARE TO DEWEY(I)
                   DISPLAY "COLLOCAZIONE ATTUALE: " COLLOCAZIONE(I)
                   PERFORM ACCETTA-COLLOCAZIONE
                   DISPLAY "PREZZO ATTUALE: " PREZZO(I)
                           " - NUOVO PREZZO: "
                   ACCEPT PREZZO(I)
      *SUGGERITE E I PREZZI ESTESI, TAGLIATI AL BUDGET INDICATO
       PROPOSTA-ACQUISTI.

           DISPLAY "BUDGET DISPONIBILE (EURO, 0 = RESIDUO DEI FONDI "
                   "DELL'ANNO): ".
           ACCEPT BUDGET-ACQUISTI.
           IF BUDGET-ACQUISTI = 0 THEN
               PERFORM RESIDUO-FONDI-ANNO
           END-IF.

      *PRESTITI PER TITOLO DAL GIORNALE DELLA CIRCOLAZIONE
           PERFORM VARYING AQ FROM 1 BY 1 UNTIL AQ > 100
           READ ESEMPLARI-FILE
               INVALID KEY
                   DISPLAY "BARCODE NON TROVATO"
                   EXIT PARAGRAPH
           END-READ.

      *LA COPIA PRESSO UN PARTNER RIENTRA SOLO DAL REGISTRO DEL
      *PRESTITO INTERBIBLIOTECARIO
           IF STATO-ESEMPLARE = "I" THEN
               DISPLAY "COPIA IN PRESTITO INTERBIBLIOTECARIO: STATO "
                       "GESTITO DAL REGISTRO INTERPRESTITI"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "STATO ATTUALE: " STATO-ESEMPLARE
                   " - NUOVO STATO (A/P/R/S/X): ".
           ACCEPT STATO-ESEMPLARE.
           PERFORM UNTIL STATO-ESEMPLARE = "A" OR
                         STATO-ESEMPLARE = "P" OR
                         STATO-ESEMPLARE = "R" OR
                         STATO-ESEMPLARE = "S" OR
                         STATO-ESEMPLARE = "X"
               DISPLAY "STATO NON VALIDO, INSERIRE A/P/R/S/X:"
               ACCEPT STATO-ESEMPLARE
           END-PERFORM.
           REWRITE ESEMPLARE-REC
               INVALID KEY
                   DISPLAY "ERRORE IN RISCRITTURA - STATO "
                           FS-ESEMPLARI
               NOT INVALID KEY
                   DISPLAY "STATO AGGIORNATO"
           END-REWRITE.

      *------------------------------- FUNCTION CA ---------------------
      *TUTTE LE COPIE FISICHE DI UN ISBN CON IL LORO STATO
       ELENCO-ESEMPLARI-ISBN.
                   NOT AT END
                       IF ISBN-ESEMPLARE = ISBN-RICERCATO THEN
                           ADD 1 TO ESEMPLARI-ELENCATI
                           PERFORM DECODIFICA-STATO-COPIA
                           DISPLAY "BARCODE: " BARCODE-ESEMPLARE
                                   " STATO: " STATO-ESEMPLARE " "
                                   DESCRIZIONE-STATO-COPIA
                       END-IF
               END-READ
           END-PERFORM.

      *------------------------------- FUNCTION CZ ---------------------
      *CONVERSIONE UNA-TANTUM DEL CATALOGO DAL VECCHIO TRACCIATO
      *SENZA DEWEY/COLLOCAZIONE: PRIMA DI LANCIARLA RINOMINARE IL
      *VECCHIO CATALOGO.DAT IN CATOLD.DAT. I RECORD ENTRANO NELLA
      *TABELLA DI LAVORO (CLASSE E COLLOCAZIONE DA COMPLETARE POI
      *DALLA MODIFICA TITOLO) E LA CHIUSURA SERALE LI RISCRIVE SU
      *CATALOGO.DAT NEL FORMATO NUOVO
       CONVERTI-CATALOGO.
                               MOVE PREZZO-CATOLD TO PREZZO(I)
                               MOVE COPIE-CATOLD TO COPIE(I)
                               MOVE RITIRATO-CATOLD TO RITIRATO(I)
                               MOVE TITOLO-CATOLD TO TITOLO(I)
                               MOVE EDITORE-CATOLD TO EDITORE(I)
                               MOVE ANNO-CATOLD
                                   TO ANNO-PUBBLICAZIONE(I)
                               MOVE SPACES TO DEWEY(I)
                               MOVE SPACES TO COLLOCAZIONE(I)
                               MOVE 0 TO DATA-INGRESSO(I)
                               MOVE 0 TO COPIE-IN-PRESTITO(I)
                               MOVE 0 TO PRENOTAZIONI-IN-CODA(I)
                               ADD 1 TO TITOLI-CONVERTITI
               CLOSE CATOLD-FILE

               DISPLAY "TITOLI CONVERTITI: " TITOLI-CONVERTITI
               DISPLAY "CLASSE DEWEY E COLLOCAZIONE VANNO "
                       "COMPLETATE DALLA MODIFICA TITOLO"
           END-IF.

      *------------------------------- FUNCTION AA ---------------------
               ACCEPT ANNO-PUBBLICAZIONE(I)
               DISPLAY "INSERISCI ARGOMENTO"
               ACCEPT ARGOMENTO(I)
               PERFORM ACCETTA-DEWEY-VALIDATO
               MOVE DEWEY-DA-VALIDARE TO DEWEY(I)
               PERFORM ACCETTA-COLLOCAZIONE
               DISPLAY "INSERISCI PREZZO"
               ACCEPT PREZZO(I)
               PERFORM ACCETTA-ISBN-VALIDATO
               MOVE ISBN-DA-VALIDARE TO ISBN(I)
               MOVE 1 TO COPIE(I)
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INGRESSO(I)

               PERFORM VERIFICA-ISBN-DUPLICATO

                       "7 STAMPA SOLLECITI  8 STATISTICHE "
                       "10 PROROGA PRESTITO "
                       "11 LIBRO SMARRITO/DANNEGGIATO "
                       "12 RETENZIONE DATI "
                       "13 PRESTITO INTERBIBLIOTECARIO  9 FINE"
               ACCEPT SCELTA-PRESTITI

               EVALUATE SCELTA-PRESTITI
                       PERFORM LIBRO-SMARRITO
                   WHEN 12
                       PERFORM RETENZIONE-DATI
                   WHEN 13
                       PERFORM GESTIONE-INTERPRESTITO
                   WHEN OTHER
                       MOVE 9 TO SCELTA-PRESTITI
               END-EVALUATE
                       IF PRESTITO-BLOCCATO = "S" THEN
                           DISPLAY "PRESTITO RIFIUTATO"
                       ELSE
                       MOVE CATEGORIA-LETTORE TO CATEGORIA-CERCATA
                       PERFORM POLITICA-CATEGORIA
                       IF LIMITE-PRESTITI-LETTORE > 0 AND
                          LIMITE-PRESTITI-LETTORE <
                              POLITICA-MAX-PRESTITI THEN
                           MOVE LIMITE-PRESTITI-LETTORE
                               TO POLITICA-MAX-PRESTITI
                       END-IF
                       PERFORM CONTA-PRESTITI-LETTORE
                       IF PRESTITI-DEL-LETTORE >=
                          POLITICA-MAX-PRESTITI THEN
                           DISPLAY "LIMITE PRESTITI RAGGIUNTO ("
                                   POLITICA-MAX-PRESTITI
                                   "), PRESTITO RIFIUTATO"
                       ELSE
      *TROVA LA PRIMA COPIA LIBERA (SLOT NON IN PRESTITO) DI QUESTO
                                   MOVE NOME-LETTORE TO
                                     UTENTE-PRESTITO
                                       (LIBRO-DA-GESTIRE, C)
                                   PERFORM SCADENZA-DA-CATEGORIA
                                   MOVE DATA-SCADENZA-ACCETTATA TO
                                     DATA-SCADENZA-PRESTITO
                                       (LIBRO-DA-GESTIRE, C)
           END-IF.

      *----------------------------- FUNCTION BT -----------------------
      *SCADENZA DEL PRESTITO: OGGI PIU' I GIORNI DI PRESTITO DELLA
      *CATEGORIA DEL LETTORE (POLITICA GIA' CARICATA DA CHI CHIAMA)
       SCADENZA-DA-CATEGORIA.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ODIERNA TO DATESRV-DATA1.
           MOVE POLITICA-GIORNI-PRESTITO TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO DATA-SCADENZA-ACCETTATA.

      *LA SCADENZA NON PUO' CADERE DI DOMENICA O IN UN GIORNO DI
      *CHIUSURA: SI SPOSTA AL PRIMO GIORNO DI APERTURA
           MOVE "L" TO DATESRV-FUNZIONE.
           MOVE DATA-SCADENZA-ACCETTATA TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "S" THEN
               MOVE DATESRV-DATA2 TO DATA-SCADENZA-ACCETTATA
           END-IF.

           DISPLAY "SCADENZA DEL PRESTITO: " DATA-SCADENZA-ACCETTATA
                   " (" POLITICA-GIORNI-PRESTITO " GIORNI)".

      *----------------------------- FUNCTION AK -----------------------
      *CHIEDE IL CODICE LETTORE E LO CERCA NELL'ANAGRAFICA: SE
      *TROVATO, LETTORE-REC RESTA VALORIZZATO PER CHI CHIAMA
                   DISPLAY "GESTIONE LETTORI"
                   DISPLAY "1 NUOVO LETTORE  2 MODIFICA LETTORE "
                           "3 ELENCO LETTORI  4 RINNOVA TESSERA "
                           "5 CONVERTI VECCHIA ANAGRAFICA "
                           "6 CATEGORIE E REGOLE DI PRESTITO "
                           "7 LETTORI PER CATEGORIA  "
                           "8 UNISCI LETTORI DOPPI  9 FINE"
                   ACCEPT SCELTA-LETTORI

                   EVALUATE SCELTA-LETTORI
                           PERFORM RINNOVA-TESSERA
                       WHEN 5
                           PERFORM CONVERTI-LETTORI
                       WHEN 6
                           PERFORM GESTIONE-CATEGORIE
                       WHEN 7
                           PERFORM LETTORI-PER-CATEGORIA
                       WHEN 8
                           PERFORM UNISCI-LETTORI
                       WHEN OTHER
                           MOVE 9 TO SCELTA-LETTORI
                   END-EVALUATE
           ACCEPT INDIRIZZO-LETTORE.
           DISPLAY "TELEFONO: ".
           ACCEPT TELEFONO-LETTORE.
           PERFORM ACCETTA-CATEGORIA-LETTORE.
           DISPLAY "LIMITE PERSONALE DI PRESTITI (0 = QUELLO DELLA "
                   "CATEGORIA): ".
           ACCEPT LIMITE-PRESTITI-LETTORE.
           DISPLAY "SCADENZA TESSERA (AAAAMMGG): ".
           ACCEPT SCADENZA-TESSERA-LETTORE.
           MOVE 0 TO MATRICOLA-LETTORE.
           PERFORM ACCETTA-MATRICOLA-LETTORE.

           WRITE LETTORE-REC
               INVALID KEY
                   DISPLAY "TELEFONO ATTUALE: " TELEFONO-LETTORE
                           " - NUOVO TELEFONO: "
                   ACCEPT TELEFONO-LETTORE
                   DISPLAY "CATEGORIA ATTUALE: " CATEGORIA-LETTORE
                   PERFORM ACCETTA-CATEGORIA-LETTORE
                   DISPLAY "LIMITE PERSONALE ATTUALE: "
                           LIMITE-PRESTITI-LETTORE
                           " - NUOVO LIMITE (0 = CATEGORIA): "
                   ACCEPT LIMITE-PRESTITI-LETTORE
                   DISPLAY "SCADENZA TESSERA ATTUALE: "
                           SCADENZA-TESSERA-LETTORE
                           " - NUOVA SCADENZA: "
                   ACCEPT SCADENZA-TESSERA-LETTORE
                   DISPLAY "MATRICOLA ATTUALE: " MATRICOLA-LETTORE
                   PERFORM ACCETTA-MATRICOLA-LETTORE
                   REWRITE LETTORE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                       DISPLAY "CODICE: " CODICE-LETTORE
                               " NOME: " NOME-LETTORE
                               " TEL: " TELEFONO-LETTORE
                               " CAT: " CATEGORIA-LETTORE
                               " LIMITE: " LIMITE-PRESTITI-LETTORE
                               " TESSERA: "
                               SCADENZA-TESSERA-LETTORE
                               " MATR: " MATRICOLA-LETTORE
               END-READ
           END-PERFORM.


      *----------------------------- FUNCTION DA -----------------------
      *CONVERSIONE UNA-TANTUM DELL'ANAGRAFICA LETTORI DAL VECCHIO
      *TRACCIATO SENZA CATEGORIA E MATRICOLA: PRIMA DI LANCIARLA
      *RINOMINARE IL VECCHIO LETTORI.DAT IN LETTOLD.DAT (IL NUOVO
      *LETTORI.DAT NASCE VUOTO ALL'APERTURA DELLA GESTIONE LETTORI,
      *CHE TIENE GIA' IL FILE APERTO IN I-O). TUTTI PARTONO NELLA
      *CATEGORIA "E" E NESSUNO COLLEGATO ALL'ANAGRAFE: CATEGORIA E
      *MATRICOLA SI ASSEGNANO POI CON LA MODIFICA
       CONVERTI-LETTORI.

           OPEN INPUT LETTOLD-FILE.
                               TO TELEFONO-LETTORE
                           MOVE LIMITE-LETTOLD
                               TO LIMITE-PRESTITI-LETTORE
                           MOVE SCADENZA-LETTOLD
                               TO SCADENZA-TESSERA-LETTORE
                           MOVE "E" TO CATEGORIA-LETTORE
                           MOVE 0 TO MATRICOLA-LETTORE
                           WRITE LETTORE-REC
                               INVALID KEY
                                   DISPLAY "CODICE GIA' PRESENTE, "
               CLOSE LETTOLD-FILE

               DISPLAY "LETTORI CONVERTITI: " LETTORI-CONVERTITI
               DISPLAY "TUTTI I LETTORI SONO NELLA CATEGORIA E: "
                       "DOCENTI E STUDENTI VANNO RICLASSIFICATI, E "
                       "GLI STUDENTI COLLEGATI ALLA LORO MATRICOLA, "
                       "CON LA MODIFICA"
           END-IF.

      *----------------------------- FUNCTION CI -----------------------

      *----------------------------- FUNCTION CD -----------------------
      *PROROGA DEL PRESTITO AL BANCO: AMMESSA SOLO SE NESSUNO E' IN
      *CODA SUL TITOLO E PER NON PIU' DELLE PROROGHE AMMESSE DALLA
      *CATEGORIA DEL LETTORE; LA
      *NUOVA SCADENZA LA CALCOLA IL SERVIZIO DATE E LA PROROGA
      *FINISCE NEL GIORNALE COL SUO TIPO, SENZA FINTI
      *RIENTRO-E-RIPRESTITO CHE SPORCANO LE STATISTICHE
               ELSE
                   DISPLAY "CODICE DEL LETTORE CHE PROROGA: "
                   ACCEPT CODICE-RICHIESTO
                   PERFORM POLITICA-LETTORE-RICHIESTO

                   MOVE "N" TO TROVATO-FLAG
                   PERFORM VARYING C FROM 1 BY 1 UNTIL C > 10
       ESEGUI-PROROGA.

           IF PROROGHE-PRESTITO(LIBRO-DA-GESTIRE, C) >=
              POLITICA-MAX-PROROGHE THEN
               DISPLAY "PROROGA GIA' CONCESSA "
                       PROROGHE-PRESTITO(LIBRO-DA-GESTIRE, C)
                       " VOLTE SU " POLITICA-MAX-PROROGHE
                       " AMMESSE DALLA CATEGORIA, RIFIUTATA"
           ELSE
      *LA PROROGA SI CONTA IN GIORNI LAVORATIVI, COSI' LA NUOVA
      *SCADENZA NON CADE MAI IN UN GIORNO DI CHIUSURA
                           (LIBRO-DA-GESTIRE, C)
                           " (PROROGA "
                           PROROGHE-PRESTITO(LIBRO-DA-GESTIRE, C)
                           " DI " POLITICA-MAX-PROROGHE ")"
               END-IF
           END-IF.

           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-GIORNI TO GIORNI-DI-RITARDO.

      *TARIFFA E TETTO SONO QUELLI DELLA CATEGORIA DEL LETTORE
           MOVE CODICE-UTENTE-PRESTITO(LIBRO-DA-GESTIRE, C)
               TO CODICE-RICHIESTO.
           PERFORM POLITICA-LETTORE-RICHIESTO.
           PERFORM CALCOLA-MORA-CATEGORIA.

           MOVE IMPORTO-CALCOLATO TO IMPORTO-EDIT.

           MOVE ALL "=" TO RIGA-SOLLECITO.
           WRITE RIGA-SOLLECITO.

           MOVE SPACES TO CATEGORIA-LETTORE.
           IF ANAGRAFICA-APERTA = "S" THEN
               MOVE CODICE-SOLLECITO(SO) TO CODICE-LETTORE
               READ LETTORI-FILE
                   INVALID KEY
                       MOVE SPACES TO NOME-LETTORE
                       MOVE SPACES TO INDIRIZZO-LETTORE
                       MOVE SPACES TO CATEGORIA-LETTORE
               END-READ
               MOVE SPACES TO RIGA-SOLLECITO
               STRING "A: " NOME-LETTORE
               WRITE RIGA-SOLLECITO
           END-IF.

      *LA MORA STIMATA SEGUE LA CATEGORIA DEL LETTORE
           MOVE CATEGORIA-LETTORE TO CATEGORIA-CERCATA.
           PERFORM POLITICA-CATEGORIA.

           MOVE SPACES TO RIGA-SOLLECITO.
           STRING "SOLLECITO DI RESTITUZIONE - " LIVELLO-SOLLECITO
                  " - DEL " DATA-ODIERNA
                           FUNCTION INTEGER-OF-DATE(DATA-ODIERNA) -
                           FUNCTION INTEGER-OF-DATE(
                               DATA-SCADENZA-PRESTITO(P, C))
                       PERFORM CALCOLA-MORA-CATEGORIA
                       MOVE IMPORTO-CALCOLATO TO IMPORTO-EDIT
                       MOVE SPACES TO RIGA-SOLLECITO
                       STRING "- " FUNCTION TRIM(TITOLO(P))
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------- FUNCTION DB -----------------------
      *CARICA IN MEMORIA LA TABELLA DELLE CATEGORIE DI LETTORE; AL
      *PRIMO AVVIO CATLETT.DAT NASCE CON LE TRE CATEGORIE DI BASE
       CARICA-CATEGORIE.

           MOVE 0 TO CATEGORIE-COUNT.

           OPEN I-O CATEGORIE-FILE.
           IF FS-CATEGORIE = "35" THEN
               OPEN OUTPUT CATEGORIE-FILE
               CLOSE CATEGORIE-FILE
               OPEN I-O CATEGORIE-FILE
               IF FS-CATEGORIE = "00" THEN
                   PERFORM SEMINA-CATEGORIE
               END-IF
           END-IF.
           IF FS-CATEGORIE NOT = "00" THEN
               DISPLAY "CATLETT.DAT NON DISPONIBILE - STATO "
                       FS-CATEGORIE
               DISPLAY "SI APPLICANO LE REGOLE DI PRESTITO DI BASE"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-CATEGORIA-REC.
           START CATEGORIE-FILE KEY IS NOT LESS THAN
                 CODICE-CATEGORIA-REC
               INVALID KEY MOVE "10" TO FS-CATEGORIE
           END-START.
           PERFORM UNTIL FS-CATEGORIE = "10"
               READ CATEGORIE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CATEGORIE
                   NOT AT END
                       IF CATEGORIE-COUNT < 10 THEN
                           ADD 1 TO CATEGORIE-COUNT
                           SET CG TO CATEGORIE-COUNT
                           MOVE CODICE-CATEGORIA-REC
                               TO CODICE-CAT-TAB(CG)
                           MOVE DESCRIZIONE-CATEGORIA-REC
                               TO DESCRIZIONE-CAT-TAB(CG)
                           MOVE GIORNI-PRESTITO-CAT-REC
                               TO GIORNI-PRESTITO-CAT-TAB(CG)
                           MOVE MAX-PRESTITI-CAT-REC
                               TO MAX-PRESTITI-CAT-TAB(CG)
                           MOVE MAX-PROROGHE-CAT-REC
                               TO MAX-PROROGHE-CAT-TAB(CG)
                           MOVE MORA-CENTESIMI-CAT-REC
                               TO MORA-CENTESIMI-CAT-TAB(CG)
                           MOVE TETTO-MORA-CAT-REC
                               TO TETTO-MORA-CAT-TAB(CG)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CATEGORIE-FILE.

      *----------------------------- FUNCTION DC -----------------------
      *CATEGORIE DI BASE: I DOCENTI NON PAGANO MORA, GLI STUDENTI
      *HANNO UN TETTO PIU' BASSO DEGLI ESTERNI
       SEMINA-CATEGORIE.

           MOVE "D" TO CODICE-CATEGORIA-REC.
           MOVE "DOCENTI E PERSONALE" TO DESCRIZIONE-CATEGORIA-REC.
           MOVE 30 TO GIORNI-PRESTITO-CAT-REC.
           MOVE 10 TO MAX-PRESTITI-CAT-REC.
           MOVE 3 TO MAX-PROROGHE-CAT-REC.
           MOVE 0 TO MORA-CENTESIMI-CAT-REC.
           MOVE 0 TO TETTO-MORA-CAT-REC.
           WRITE CATEGORIA-REC.

           MOVE "S" TO CODICE-CATEGORIA-REC.
           MOVE "STUDENTI" TO DESCRIZIONE-CATEGORIA-REC.
           MOVE 21 TO GIORNI-PRESTITO-CAT-REC.
           MOVE 3 TO MAX-PRESTITI-CAT-REC.
           MOVE 2 TO MAX-PROROGHE-CAT-REC.
           MOVE 50 TO MORA-CENTESIMI-CAT-REC.
           MOVE 10 TO TETTO-MORA-CAT-REC.
           WRITE CATEGORIA-REC.

           MOVE "E" TO CODICE-CATEGORIA-REC.
           MOVE "ESTERNI" TO DESCRIZIONE-CATEGORIA-REC.
           MOVE 14 TO GIORNI-PRESTITO-CAT-REC.
           MOVE 2 TO MAX-PRESTITI-CAT-REC.
           MOVE 1 TO MAX-PROROGHE-CAT-REC.
           MOVE 50 TO MORA-CENTESIMI-CAT-REC.
           MOVE 20 TO TETTO-MORA-CAT-REC.
           WRITE CATEGORIA-REC.

      *----------------------------- FUNCTION DD -----------------------
      *METTE NELLE POLITICA-* LE REGOLE DELLA CATEGORIA-CERCATA; PER
      *UNA CATEGORIA ASSENTE DALLA TABELLA VALGONO QUELLE DI BASE
       POLITICA-CATEGORIA.

           MOVE "N" TO CATEGORIA-TROVATA.
           MOVE GIORNI-PRESTITO-BASE TO POLITICA-GIORNI-PRESTITO.
           MOVE MAX-PRESTITI-BASE TO POLITICA-MAX-PRESTITI.
           MOVE 1 TO POLITICA-MAX-PROROGHE.
           MOVE TARIFFA-MORA-CENTESIMI TO POLITICA-MORA-CENTESIMI.
           MOVE 0 TO POLITICA-TETTO-MORA.

           PERFORM VARYING CG FROM 1 BY 1
                   UNTIL CG > CATEGORIE-COUNT OR
                         CATEGORIA-TROVATA = "S"
               IF CODICE-CAT-TAB(CG) = CATEGORIA-CERCATA THEN
                   MOVE "S" TO CATEGORIA-TROVATA
                   MOVE GIORNI-PRESTITO-CAT-TAB(CG)
                       TO POLITICA-GIORNI-PRESTITO
                   MOVE MAX-PRESTITI-CAT-TAB(CG)
                       TO POLITICA-MAX-PRESTITI
                   MOVE MAX-PROROGHE-CAT-TAB(CG)
                       TO POLITICA-MAX-PROROGHE
                   MOVE MORA-CENTESIMI-CAT-TAB(CG)
                       TO POLITICA-MORA-CENTESIMI
                   MOVE TETTO-MORA-CAT-TAB(CG)
                       TO POLITICA-TETTO-MORA
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION DE -----------------------
      *REGOLE DI PRESTITO DEL LETTORE CODICE-RICHIESTO, LETTO IN
      *ANAGRAFICA; SE L'ANAGRAFICA E' GIA' APERTA SI LEGGE SOLTANTO
       POLITICA-LETTORE-RICHIESTO.

           MOVE SPACES TO CATEGORIA-CERCATA.

           OPEN INPUT LETTORI-FILE.
           IF FS-LETTORI = "00" OR FS-LETTORI = "41" THEN
               MOVE FS-LETTORI TO STATO-APERTURA-LETTORI
               MOVE CODICE-RICHIESTO TO CODICE-LETTORE
               READ LETTORI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CATEGORIA-LETTORE TO CATEGORIA-CERCATA
               END-READ
               IF STATO-APERTURA-LETTORI = "00" THEN
                   CLOSE LETTORI-FILE
               END-IF
           END-IF.

           PERFORM POLITICA-CATEGORIA.

      *----------------------------- FUNCTION DF -----------------------
      *MORA DI GIORNI-DI-RITARDO GIORNI ALLA TARIFFA DELLA
      *POLITICA IN VIGORE, FERMATA AL TETTO DELLA CATEGORIA
       CALCOLA-MORA-CATEGORIA.

           COMPUTE IMPORTO-CALCOLATO =
               (GIORNI-DI-RITARDO * POLITICA-MORA-CENTESIMI) / 100.

           IF POLITICA-TETTO-MORA > 0 AND
              IMPORTO-CALCOLATO > POLITICA-TETTO-MORA THEN
               MOVE POLITICA-TETTO-MORA TO IMPORTO-CALCOLATO
           END-IF.

      *----------------------------- FUNCTION DG -----------------------
      *CHIEDE LA CATEGORIA DEL LETTORE FINCHE' NON NE VIENE DATA UNA
      *PRESENTE IN TABELLA
       ACCETTA-CATEGORIA-LETTORE.

           MOVE "N" TO CATEGORIA-TROVATA.

           PERFORM UNTIL CATEGORIA-TROVATA = "S"
               DISPLAY "CATEGORIA (D DOCENTI, S STUDENTI, E ESTERNI"
                       " O ALTRA IN TABELLA): "
               ACCEPT CATEGORIA-LETTORE
               MOVE CATEGORIA-LETTORE TO CATEGORIA-CERCATA
               PERFORM POLITICA-CATEGORIA
      *SENZA TABELLA (CATLETT.DAT NON DISPONIBILE) SI ACCETTA
      *QUALSIASI CODICE: VARRANNO LE REGOLE DI BASE
               IF CATEGORIA-TROVATA = "N" THEN
                   IF CATEGORIE-COUNT = 0 THEN
                       MOVE "S" TO CATEGORIA-TROVATA
                   ELSE
                       DISPLAY "CATEGORIA NON PRESENTE IN TABELLA"
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION DH -----------------------
      *MANUTENZIONE DELLA TABELLA DELLE CATEGORIE: UN CODICE NUOVO
      *AGGIUNGE LA CATEGORIA, UNO ESISTENTE NE CAMBIA LE REGOLE
       GESTIONE-CATEGORIE.

           DISPLAY "CATEGORIE E REGOLE DI PRESTITO".
           DISPLAY "CAT DESCRIZIONE          GG MAX PRO MORA TETTO".
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CATEGORIE-COUNT
               MOVE TETTO-MORA-CAT-TAB(CG) TO TETTO-EDIT
               DISPLAY " " CODICE-CAT-TAB(CG) "  "
                       DESCRIZIONE-CAT-TAB(CG) " "
                       GIORNI-PRESTITO-CAT-TAB(CG) " "
                       MAX-PRESTITI-CAT-TAB(CG) "  "
                       MAX-PROROGHE-CAT-TAB(CG) "   "
                       MORA-CENTESIMI-CAT-TAB(CG) " "
                       TETTO-EDIT
           END-PERFORM.

           DISPLAY "CODICE CATEGORIA DA AGGIUNGERE O MODIFICARE "
                   "(SPAZIO = NESSUNA): ".
           ACCEPT CATEGORIA-CERCATA.
           IF CATEGORIA-CERCATA = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CATEGORIE-FILE.
           IF FS-CATEGORIE = "35" THEN
               OPEN OUTPUT CATEGORIE-FILE
               CLOSE CATEGORIE-FILE
               OPEN I-O CATEGORIE-FILE
           END-IF.
           IF FS-CATEGORIE NOT = "00" THEN
               DISPLAY "CATLETT.DAT NON DISPONIBILE - STATO "
                       FS-CATEGORIE
               EXIT PARAGRAPH
           END-IF.

           MOVE CATEGORIA-CERCATA TO CODICE-CATEGORIA-REC.
           READ CATEGORIE-FILE
               INVALID KEY
                   DISPLAY "NUOVA CATEGORIA " CATEGORIA-CERCATA
                   MOVE SPACES TO DESCRIZIONE-CATEGORIA-REC
               NOT INVALID KEY
                   DISPLAY "CATEGORIA " CATEGORIA-CERCATA ": "
                           DESCRIZIONE-CATEGORIA-REC
           END-READ.

           DISPLAY "DESCRIZIONE: ".
           ACCEPT DESCRIZIONE-CATEGORIA-REC.
           DISPLAY "GIORNI DI PRESTITO: ".
           ACCEPT GIORNI-PRESTITO-CAT-REC.
           DISPLAY "MASSIMO PRESTITI CONTEMPORANEI: ".
           ACCEPT MAX-PRESTITI-CAT-REC.
           DISPLAY "MASSIMO PROROGHE PER PRESTITO: ".
           ACCEPT MAX-PROROGHE-CAT-REC.
           DISPLAY "MORA GIORNALIERA IN CENTESIMI: ".
           ACCEPT MORA-CENTESIMI-CAT-REC.
           DISPLAY "TETTO DELLA MORA PER PRESTITO IN EURO "
                   "(0 = NESSUNO): ".
           ACCEPT TETTO-MORA-CAT-REC.

           IF GIORNI-PRESTITO-CAT-REC = 0 OR
              MAX-PRESTITI-CAT-REC = 0 THEN
               DISPLAY "GIORNI E MASSIMO PRESTITI NON POSSONO "
                       "ESSERE ZERO, CATEGORIA NON SALVATA"
           ELSE
               WRITE CATEGORIA-REC
                   INVALID KEY
                       REWRITE CATEGORIA-REC
               END-WRITE
               DISPLAY "CATEGORIA " CODICE-CATEGORIA-REC " SALVATA"
           END-IF.

           CLOSE CATEGORIE-FILE.

           PERFORM CARICA-CATEGORIE.

      *----------------------------- FUNCTION DI -----------------------
      *STAMPA SU LETTCAT.TXT L'ELENCO DEI LETTORI RAGGRUPPATO PER
      *CATEGORIA, CON IL TOTALE DI OGNI CATEGORIA; LETTORI-FILE E'
      *GIA' APERTO IN I-O DALLA GESTIONE LETTORI
       LETTORI-PER-CATEGORIA.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "LETTCAT.TXT" TO RW-NOME-FILE.
           MOVE "LETTORI PER CATEGORIA" TO RW-TITOLO.
           MOVE "CAT CODICE NOME                           SCADENZA"
               TO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE LETTCAT.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LETTORI-SENZA-CATEGORIA.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > 10
               MOVE 0 TO LETTORI-CATEGORIA(CG)
           END-PERFORM.

      *UN PASSAGGIO SULL'ANAGRAFICA PER OGNI CATEGORIA IN TABELLA,
      *PIU' UNO FINALE PER I LETTORI CON CATEGORIA SCONOSCIUTA
           MOVE "R" TO RW-OPERAZIONE.
           PERFORM VARYING CG FROM 1 BY 1 UNTIL CG > CATEGORIE-COUNT
               MOVE SPACES TO RW-RIGA
               STRING "CATEGORIA " CODICE-CAT-TAB(CG) " - "
                      DESCRIZIONE-CAT-TAB(CG)
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE CODICE-CAT-TAB(CG) TO CATEGORIA-CERCATA
               PERFORM ELENCA-LETTORI-CATEGORIA
               MOVE SPACES TO RW-RIGA
               STRING "    TOTALE CATEGORIA " CODICE-CAT-TAB(CG) ": "
                      LETTORI-CATEGORIA(CG)
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.

           MOVE LOW-VALUES TO CODICE-LETTORE.
           START LETTORI-FILE KEY IS NOT LESS THAN CODICE-LETTORE
               INVALID KEY MOVE "10" TO FS-LETTORI
           END-START.
           PERFORM UNTIL FS-LETTORI = "10"
               READ LETTORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LETTORI
                   NOT AT END
                       MOVE CATEGORIA-LETTORE TO CATEGORIA-CERCATA
                       PERFORM POLITICA-CATEGORIA
                       IF CATEGORIA-TROVATA = "N" THEN
                           ADD 1 TO LETTORI-SENZA-CATEGORIA
                           MOVE SPACES TO RW-RIGA
                           STRING " " CATEGORIA-LETTORE "  "
                                  CODICE-LETTORE " " NOME-LETTORE
                                  " SENZA CATEGORIA VALIDA"
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-LETTORI.

           MOVE SPACES TO RW-RIGA.
           STRING "LETTORI SENZA CATEGORIA VALIDA: "
                  LETTORI-SENZA-CATEGORIA
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "ELENCO SCRITTO SU LETTCAT.TXT".

      *----------------------------- FUNCTION DJ -----------------------
      *SCRIVE I LETTORI DELLA CATEGORIA-CERCATA E LI CONTA NELLA
      *CASELLA CG
       ELENCA-LETTORI-CATEGORIA.

           MOVE LOW-VALUES TO CODICE-LETTORE.
           START LETTORI-FILE KEY IS NOT LESS THAN CODICE-LETTORE
               INVALID KEY MOVE "10" TO FS-LETTORI
           END-START.
           PERFORM UNTIL FS-LETTORI = "10"
               READ LETTORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LETTORI
                   NOT AT END
                       IF CATEGORIA-LETTORE = CATEGORIA-CERCATA THEN
                           ADD 1 TO LETTORI-CATEGORIA(CG)
                           MOVE SPACES TO RW-RIGA
                           STRING " " CATEGORIA-LETTORE "  "
                                  CODICE-LETTORE " " NOME-LETTORE " "
                                  SCADENZA-TESSERA-LETTORE
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-LETTORI.

      *----------------------------- FUNCTION DK -----------------------
      *PRESTITO INTERBIBLIOTECARIO: I TITOLI CHE NON ABBIAMO LI
      *CHIEDIAMO AI PARTNER (ENTRATA), I NOSTRI LI PRESTIAMO A LORO
      *(USCITA); OGNI RICHIESTA VA DA RICHIESTO A SPEDITO, RICEVUTO
      *E RESTITUITO
       GESTIONE-INTERPRESTITO.

           OPEN I-O BIBLIOTECHE-FILE.
           IF FS-BIBLIOTECHE = "35" THEN
               OPEN OUTPUT BIBLIOTECHE-FILE
               CLOSE BIBLIOTECHE-FILE
               OPEN I-O BIBLIOTECHE-FILE
           END-IF.
           IF FS-BIBLIOTECHE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE BIBLPART.DAT - STATO "
                       FS-BIBLIOTECHE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O INTERPRESTITI-FILE.
           IF FS-INTERPRESTITI = "35" THEN
               OPEN OUTPUT INTERPRESTITI-FILE
               CLOSE INTERPRESTITI-FILE
               OPEN I-O INTERPRESTITI-FILE
           END-IF.
           IF FS-INTERPRESTITI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE INTERPRE.DAT - STATO "
                       FS-INTERPRESTITI
               CLOSE BIBLIOTECHE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO SCELTA-INTERPRESTITO.

           PERFORM UNTIL SCELTA-INTERPRESTITO = 9
               DISPLAY "PRESTITO INTERBIBLIOTECARIO"
               DISPLAY "1 BIBLIOTECHE PARTNER  2 NUOVA RICHIESTA "
                       "3 AVANZA STATO  4 SCADUTI PER PARTNER "
                       "5 COSTI DELL'ANNO  9 FINE"
               ACCEPT SCELTA-INTERPRESTITO

               EVALUATE SCELTA-INTERPRESTITO
                   WHEN 1
                       PERFORM GESTIONE-BIBLIOTECHE
                   WHEN 2
                       PERFORM NUOVA-RICHIESTA-ILL
                   WHEN 3
                       PERFORM AVANZA-STATO-ILL
                   WHEN 4
                       PERFORM SCADUTI-PER-PARTNER
                   WHEN 5
                       PERFORM COSTI-ANNUALI-ILL
                   WHEN OTHER
                       MOVE 9 TO SCELTA-INTERPRESTITO
               END-EVALUATE
           END-PERFORM.

           CLOSE INTERPRESTITI-FILE.
           CLOSE BIBLIOTECHE-FILE.

      *----------------------------- FUNCTION DL -----------------------
      *ANAGRAFICA DELLE BIBLIOTECHE PARTNER: UN CODICE NUOVO LA
      *AGGIUNGE, UNO ESISTENTE NE AGGIORNA I RECAPITI
       GESTIONE-BIBLIOTECHE.

           DISPLAY "CODICE BIBLIOTECA PARTNER (SPAZIO = ELENCO): ".
           ACCEPT CODICE-BIBLIOTECA.

           IF CODICE-BIBLIOTECA = SPACES THEN
               MOVE LOW-VALUES TO CODICE-BIBLIOTECA
               START BIBLIOTECHE-FILE KEY IS NOT LESS THAN
                     CODICE-BIBLIOTECA
                   INVALID KEY MOVE "10" TO FS-BIBLIOTECHE
               END-START
               PERFORM UNTIL FS-BIBLIOTECHE = "10"
                   READ BIBLIOTECHE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-BIBLIOTECHE
                       NOT AT END
                           DISPLAY CODICE-BIBLIOTECA " "
                                   NOME-BIBLIOTECA " "
                                   CITTA-BIBLIOTECA
                   END-READ
               END-PERFORM
               MOVE "00" TO FS-BIBLIOTECHE
               EXIT PARAGRAPH
           END-IF.

           READ BIBLIOTECHE-FILE
               INVALID KEY
                   DISPLAY "NUOVA BIBLIOTECA PARTNER"
                   MOVE "N" TO BIBLIOTECA-TROVATA
               NOT INVALID KEY
                   DISPLAY NOME-BIBLIOTECA " - " CITTA-BIBLIOTECA
                   DISPLAY "REFERENTE: " REFERENTE-BIBLIOTECA
                           " TEL. " TELEFONO-BIBLIOTECA
                   DISPLAY "E-MAIL: " EMAIL-BIBLIOTECA
                   MOVE "S" TO BIBLIOTECA-TROVATA
           END-READ.

           DISPLAY "NOME DELLA BIBLIOTECA: ".
           ACCEPT NOME-BIBLIOTECA.
           DISPLAY "CITTA': ".
           ACCEPT CITTA-BIBLIOTECA.
           DISPLAY "REFERENTE DEL PRESTITO: ".
           ACCEPT REFERENTE-BIBLIOTECA.
           DISPLAY "TELEFONO: ".
           ACCEPT TELEFONO-BIBLIOTECA.
           DISPLAY "E-MAIL: ".
           ACCEPT EMAIL-BIBLIOTECA.

           IF BIBLIOTECA-TROVATA = "S" THEN
               REWRITE BIBLIOTECA-REC
           ELSE
               WRITE BIBLIOTECA-REC
           END-IF.
           IF FS-BIBLIOTECHE = "00" THEN
               DISPLAY "BIBLIOTECA " CODICE-BIBLIOTECA " REGISTRATA"
           ELSE
               DISPLAY "ERRORE SU BIBLPART.DAT - STATO "
                       FS-BIBLIOTECHE
           END-IF.

      *----------------------------- FUNCTION DM -----------------------
      *NUOVA RICHIESTA: IN ENTRATA PER UN TITOLO CHE NON ABBIAMO, IN
      *USCITA PER UN TITOLO DEL NOSTRO CATALOGO CHIESTO DA UN PARTNER
       NUOVA-RICHIESTA-ILL.

           MOVE SPACES TO INTERPRESTITO-REC.

           DISPLAY "DIREZIONE (E = CHIEDIAMO NOI, U = CHIEDE IL "
                   "PARTNER): ".
           ACCEPT DIREZIONE-ILL.
           IF DIREZIONE-ILL NOT = "E" AND DIREZIONE-ILL NOT = "U" THEN
               DISPLAY "DIREZIONE NON VALIDA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CODICE BIBLIOTECA PARTNER: ".
           ACCEPT CODICE-BIBLIOTECA.
           READ BIBLIOTECHE-FILE
               INVALID KEY
                   DISPLAY "BIBLIOTECA NON IN ANAGRAFICA PARTNER"
                   EXIT PARAGRAPH
           END-READ.
           MOVE CODICE-BIBLIOTECA TO BIBLIOTECA-ILL.

           DISPLAY "ISBN DEL TITOLO: ".
           ACCEPT ISBN-ILL.

           MOVE "N" TO TROVATO-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
                                            OR TROVATO-FLAG = "S"
               IF ISBN(I) = ISBN-ILL THEN
                   MOVE "S" TO TROVATO-FLAG
                   MOVE TITOLO(I) TO TITOLO-ILL
                   MOVE AUTORE(I) TO AUTORE-ILL
               END-IF
           END-PERFORM.

           IF DIREZIONE-ILL = "U" THEN
               IF TROVATO-FLAG = "N" THEN
                   DISPLAY "ISBN NON IN CATALOGO, NON POSSIAMO "
                           "PRESTARLO"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO LETTORE-ILL
           ELSE
               IF TROVATO-FLAG = "S" THEN
                   DISPLAY "IL TITOLO E' GIA' IN CATALOGO: "
                           "RICHIEDERLO COMUNQUE? (S/N)"
                   ACCEPT RISPOSTA-ILL
                   IF RISPOSTA-ILL NOT = "S" THEN
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "TITOLO: "
                   ACCEPT TITOLO-ILL
                   DISPLAY "AUTORE: "
                   ACCEPT AUTORE-ILL
               END-IF
               DISPLAY "CODICE DEL LETTORE CHE LO HA CHIESTO "
                       "(0 = PER LA BIBLIOTECA): "
               ACCEPT LETTORE-ILL
           END-IF.

           PERFORM TROVA-PROSSIMO-NUMERO-ILL.
           MOVE PROSSIMO-NUMERO-ILL TO NUMERO-ILL.
           MOVE DATA-ODIERNA TO DATA-RICHIESTA-ILL.
           MOVE "R" TO STATO-ILL.
           MOVE DATA-ODIERNA TO DATA-STATO-ILL.
           MOVE 0 TO DATA-SCADENZA-ILL.
           MOVE 0 TO COSTO-SPEDIZIONE-ILL.

           WRITE INTERPRESTITO-REC
               INVALID KEY
                   DISPLAY "ERRORE SU INTERPRE.DAT - STATO "
                           FS-INTERPRESTITI
               NOT INVALID KEY
                   DISPLAY "RICHIESTA N. " NUMERO-ILL " REGISTRATA"
           END-WRITE.

      *----------------------------- FUNCTION DN -----------------------
      *PROSSIMO NUMERO DI RICHIESTA: MASSIMO DEL REGISTRO GIA' APERTO
      *PIU' UNO
       TROVA-PROSSIMO-NUMERO-ILL.

           MOVE 1 TO PROSSIMO-NUMERO-ILL.

           MOVE LOW-VALUES TO NUMERO-ILL.
           START INTERPRESTITI-FILE KEY IS NOT LESS THAN NUMERO-ILL
               INVALID KEY MOVE "10" TO FS-INTERPRESTITI
           END-START.

           PERFORM UNTIL FS-INTERPRESTITI = "10"
               READ INTERPRESTITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INTERPRESTITI
                   NOT AT END
                       COMPUTE PROSSIMO-NUMERO-ILL = NUMERO-ILL + 1
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-INTERPRESTITI.

      *----------------------------- FUNCTION DO -----------------------
      *PORTA UNA RICHIESTA ALLO STATO SUCCESSIVO. IN USCITA LA
      *SPEDIZIONE METTE LA NOSTRA COPIA IN STATO "I" (COSI' IL BANCO
      *NON LA PRESTA) E LA RESTITUZIONE LA RIMETTE A SCAFFALE; IN
      *ENTRATA LA SCADENZA LA FISSA IL PARTNER ALLA CONSEGNA
       AVANZA-STATO-ILL.

           DISPLAY "NUMERO DELLA RICHIESTA: ".
           ACCEPT NUMERO-ILL-RICHIESTO.
           MOVE NUMERO-ILL-RICHIESTO TO NUMERO-ILL.
           READ INTERPRESTITI-FILE
               INVALID KEY
                   DISPLAY "RICHIESTA NON TROVATA"
                   EXIT PARAGRAPH
           END-READ.

           MOVE STATO-ILL TO STATO-DA-DESCRIVERE.
           PERFORM DESCRIVI-STATO-ILL.
           DISPLAY "RICHIESTA " NUMERO-ILL " (" DIREZIONE-ILL ") "
                   BIBLIOTECA-ILL " " TITOLO-ILL.
           DISPLAY "STATO " DESCRIZIONE-STATO-ILL " DAL "
                   DATA-STATO-ILL.

           EVALUATE STATO-ILL
               WHEN "R"
                   MOVE "S" TO STATO-SUCCESSIVO-ILL
               WHEN "S"
                   MOVE "C" TO STATO-SUCCESSIVO-ILL
               WHEN "C"
                   MOVE "T" TO STATO-SUCCESSIVO-ILL
               WHEN OTHER
                   DISPLAY "RICHIESTA GIA' CHIUSA"
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE STATO-SUCCESSIVO-ILL TO STATO-DA-DESCRIVERE.
           PERFORM DESCRIVI-STATO-ILL.
           DISPLAY "PASSARE A " DESCRIZIONE-STATO-ILL "? (S/N)".
           ACCEPT RISPOSTA-ILL.
           IF RISPOSTA-ILL NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

      *LA NOSTRA COPIA PARTE: DEVE ESSERE A SCAFFALE E DEL TITOLO
           IF DIREZIONE-ILL = "U" AND STATO-SUCCESSIVO-ILL = "S" THEN
               PERFORM SPEDISCI-ESEMPLARE-ILL
               IF ESEMPLARE-VALIDO NOT = "S" THEN
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "SCADENZA CONCORDATA (AAAAMMGG, 0 = "
                       GIORNI-INTERPRESTITO " GIORNI): "
               ACCEPT DATA-SCADENZA-ILL
               IF DATA-SCADENZA-ILL = 0 THEN
                   MOVE "A" TO DATESRV-FUNZIONE
                   MOVE DATA-ODIERNA TO DATESRV-DATA1
                   MOVE GIORNI-INTERPRESTITO TO DATESRV-GIORNI
                   CALL "DATESRV" USING DATESRV-AREA
                   MOVE DATESRV-DATA2 TO DATA-SCADENZA-ILL
               END-IF
           END-IF.

      *IL LIBRO DEL PARTNER E' ARRIVATO: LA SCADENZA E' LA SUA
           IF DIREZIONE-ILL = "E" AND STATO-SUCCESSIVO-ILL = "C" THEN
               MOVE "N" TO DATESRV-ESITO
               PERFORM UNTIL DATESRV-ESITO = "S"
                   DISPLAY "SCADENZA FISSATA DAL PARTNER (AAAAMMGG): "
                   ACCEPT DATA-SCADENZA-ILL
                   MOVE "V" TO DATESRV-FUNZIONE
                   MOVE DATA-SCADENZA-ILL TO DATESRV-DATA1
                   CALL "DATESRV" USING DATESRV-AREA
                   IF DATESRV-ESITO = "N" THEN
                       DISPLAY "DATA NON VALIDA, RIDIGITARE"
                   END-IF
               END-PERFORM
           END-IF.

      *LA NOSTRA COPIA E' TORNATA A CASA
           IF DIREZIONE-ILL = "U" AND STATO-SUCCESSIVO-ILL = "T" THEN
               PERFORM RIENTRA-ESEMPLARE-ILL
           END-IF.

      *OGNI VIAGGIO DEL LIBRO PUO' AVERE SPESE A NOSTRO CARICO
           IF STATO-SUCCESSIVO-ILL = "S" OR STATO-SUCCESSIVO-ILL = "T"
               DISPLAY "SPESE DI SPEDIZIONE A NOSTRO CARICO (EURO, "
                       "0 = NESSUNA): "
               ACCEPT COSTO-AGGIUNTO-ILL
               ADD COSTO-AGGIUNTO-ILL TO COSTO-SPEDIZIONE-ILL
           END-IF.

           MOVE STATO-SUCCESSIVO-ILL TO STATO-ILL.
           MOVE DATA-ODIERNA TO DATA-STATO-ILL.
           REWRITE INTERPRESTITO-REC
               INVALID KEY
                   DISPLAY "ERRORE SU INTERPRE.DAT - STATO "
                           FS-INTERPRESTITI
               NOT INVALID KEY
                   MOVE STATO-ILL TO STATO-DA-DESCRIVERE
                   PERFORM DESCRIVI-STATO-ILL
                   DISPLAY "RICHIESTA " NUMERO-ILL " ORA "
                           DESCRIZIONE-STATO-ILL
           END-REWRITE.

      *----------------------------- FUNCTION DP -----------------------
      *DESCRIZIONE IN CHIARO DI STATO-DA-DESCRIVERE
       DESCRIVI-STATO-ILL.

           EVALUATE STATO-DA-DESCRIVERE
               WHEN "R"
                   MOVE "RICHIESTO" TO DESCRIZIONE-STATO-ILL
               WHEN "S"
                   MOVE "SPEDITO" TO DESCRIZIONE-STATO-ILL
               WHEN "C"
                   MOVE "RICEVUTO" TO DESCRIZIONE-STATO-ILL
               WHEN "T"
                   MOVE "RESTITUITO" TO DESCRIZIONE-STATO-ILL
               WHEN OTHER
                   MOVE "SCONOSCIUTO" TO DESCRIZIONE-STATO-ILL
           END-EVALUATE.

      *----------------------------- FUNCTION DQ -----------------------
      *SCEGLIE LA COPIA DA SPEDIRE AL PARTNER E LA METTE IN STATO
      *"I"; ESEMPLARE-VALIDO DICE A CHI CHIAMA SE SI PUO' PROCEDERE
       SPEDISCI-ESEMPLARE-ILL.

           MOVE "N" TO ESEMPLARE-VALIDO.

           OPEN I-O ESEMPLARI-FILE.
           IF FS-ESEMPLARI NOT = "00" THEN
               DISPLAY "INVENTARIO ESEMPLARI NON DISPONIBILE - STATO "
                       FS-ESEMPLARI
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "BARCODE DELLA COPIA SPEDITA: ".
           ACCEPT BARCODE-RICHIESTO.
           MOVE BARCODE-RICHIESTO TO BARCODE-ESEMPLARE.
           READ ESEMPLARI-FILE
               INVALID KEY
                   DISPLAY "BARCODE NON CENSITO"
               NOT INVALID KEY
                   IF ISBN-ESEMPLARE NOT = ISBN-ILL THEN
                       DISPLAY "LA COPIA APPARTIENE A UN ALTRO TITOLO"
                   ELSE
                       IF STATO-ESEMPLARE NOT = "A" THEN
                           DISPLAY "COPIA NON A SCAFFALE (STATO "
                                   STATO-ESEMPLARE ")"
                       ELSE
                           MOVE "I" TO STATO-ESEMPLARE
                           REWRITE ESEMPLARE-REC
                           MOVE BARCODE-RICHIESTO TO BARCODE-ILL
                           MOVE "S" TO ESEMPLARE-VALIDO
                       END-IF
                   END-IF
           END-READ.

           CLOSE ESEMPLARI-FILE.

      *----------------------------- FUNCTION DR -----------------------
      *LA COPIA RESTITUITA DAL PARTNER TORNA A SCAFFALE
       RIENTRA-ESEMPLARE-ILL.

           IF BARCODE-ILL = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ESEMPLARI-FILE.
           IF FS-ESEMPLARI NOT = "00" THEN
               DISPLAY "INVENTARIO ESEMPLARI NON DISPONIBILE: "
                       "RIMETTERE A SCAFFALE LA COPIA " BARCODE-ILL
               EXIT PARAGRAPH
           END-IF.

           MOVE BARCODE-ILL TO BARCODE-ESEMPLARE.
           READ ESEMPLARI-FILE
               INVALID KEY
                   DISPLAY "BARCODE " BARCODE-ILL " NON PIU' CENSITO"
               NOT INVALID KEY
                   MOVE "A" TO STATO-ESEMPLARE
                   REWRITE ESEMPLARE-REC
                   DISPLAY "COPIA " BARCODE-ILL " DI NUOVO A SCAFFALE"
           END-READ.

           CLOSE ESEMPLARI-FILE.

      *----------------------------- FUNCTION DS -----------------------
      *ELENCO SU ILLSCAD.TXT DELLE RICHIESTE SCADUTE E NON ANCORA
      *RESTITUITE, RAGGRUPPATE PER BIBLIOTECA PARTNER: IN USCITA E'
      *IL PARTNER IN RITARDO, IN ENTRATA SIAMO NOI
       SCADUTI-PER-PARTNER.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ILLSCAD.TXT" TO RW-NOME-FILE.
           MOVE "PRESTITI INTERBIBLIOTECARI SCADUTI" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "NUMERO D ISBN          TITOLO                      "
                  "SCADENZA STATO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE ILLSCAD.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE 0 TO SCADUTI-TOTALE.

           MOVE LOW-VALUES TO CODICE-BIBLIOTECA.
           START BIBLIOTECHE-FILE KEY IS NOT LESS THAN
                 CODICE-BIBLIOTECA
               INVALID KEY MOVE "10" TO FS-BIBLIOTECHE
           END-START.
           PERFORM UNTIL FS-BIBLIOTECHE = "10"
               READ BIBLIOTECHE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-BIBLIOTECHE
                   NOT AT END
                       PERFORM SCADUTI-BIBLIOTECA-ILL
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-BIBLIOTECHE.

           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE RICHIESTE SCADUTE: " SCADUTI-TOTALE
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "ELENCO SCRITTO SU ILLSCAD.TXT".

      *----------------------------- FUNCTION DT -----------------------
      *RICHIESTE SCADUTE DELLA BIBLIOTECA CORRENTE, CON INTESTAZIONE
      *E TOTALE SOLO SE CE NE SONO
       SCADUTI-BIBLIOTECA-ILL.

           MOVE 0 TO SCADUTI-BIBLIOTECA.

           MOVE LOW-VALUES TO NUMERO-ILL.
           START INTERPRESTITI-FILE KEY IS NOT LESS THAN NUMERO-ILL
               INVALID KEY MOVE "10" TO FS-INTERPRESTITI
           END-START.
           PERFORM UNTIL FS-INTERPRESTITI = "10"
               READ INTERPRESTITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INTERPRESTITI
                   NOT AT END
                       IF BIBLIOTECA-ILL = CODICE-BIBLIOTECA AND
                          (STATO-ILL = "S" OR STATO-ILL = "C") AND
                          DATA-SCADENZA-ILL > 0 AND
                          DATA-SCADENZA-ILL < DATA-ODIERNA THEN
                           IF SCADUTI-BIBLIOTECA = 0 THEN
                               MOVE SPACES TO RW-RIGA
                               STRING CODICE-BIBLIOTECA " "
                                      NOME-BIBLIOTECA " "
                                      REFERENTE-BIBLIOTECA
                                   DELIMITED BY SIZE INTO RW-RIGA
                               CALL "REPORTWR" USING REPORTWR-AREA
                           END-IF
                           ADD 1 TO SCADUTI-BIBLIOTECA
                           MOVE STATO-ILL TO STATO-DA-DESCRIVERE
                           PERFORM DESCRIVI-STATO-ILL
                           MOVE SPACES TO RW-RIGA
                           STRING NUMERO-ILL " " DIREZIONE-ILL " "
                                  ISBN-ILL " " TITOLO-ILL(1:28) " "
                                  DATA-SCADENZA-ILL " "
                                  DESCRIZIONE-STATO-ILL
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-INTERPRESTITI.

           IF SCADUTI-BIBLIOTECA > 0 THEN
               ADD SCADUTI-BIBLIOTECA TO SCADUTI-TOTALE
               MOVE SPACES TO RW-RIGA
               STRING "    SCADUTE PRESSO " CODICE-BIBLIOTECA ": "
                      SCADUTI-BIBLIOTECA
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *----------------------------- FUNCTION DU -----------------------
      *RIEPILOGO SU ILLCOSTI.TXT DELLE RICHIESTE E DELLE SPESE DI
      *SPEDIZIONE DI UN ANNO (PER DATA DI RICHIESTA), PER PARTNER E
      *PER DIREZIONE
       COSTI-ANNUALI-ILL.

           DISPLAY "ANNO DEL RIEPILOGO (AAAA, 0 = ANNO IN CORSO): ".
           ACCEPT ANNO-RIEPILOGO-ILL.
           IF ANNO-RIEPILOGO-ILL = 0 THEN
               MOVE DATA-ODIERNA(1:4) TO ANNO-RIEPILOGO-ILL
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ILLCOSTI.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "COSTI DEL PRESTITO INTERBIBLIOTECARIO - ANNO "
                  ANNO-RIEPILOGO-ILL
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "PARTNER NOME                 RICH.E   SPESE E "
                  "RICH.U   SPESE U"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE ILLCOSTI.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE 0 TO COSTO-TOTALE-ILL.

           MOVE LOW-VALUES TO CODICE-BIBLIOTECA.
           START BIBLIOTECHE-FILE KEY IS NOT LESS THAN
                 CODICE-BIBLIOTECA
               INVALID KEY MOVE "10" TO FS-BIBLIOTECHE
           END-START.
           PERFORM UNTIL FS-BIBLIOTECHE = "10"
               READ BIBLIOTECHE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-BIBLIOTECHE
                   NOT AT END
                       PERFORM COSTI-BIBLIOTECA-ILL
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-BIBLIOTECHE.

           MOVE COSTO-TOTALE-ILL TO COSTO-TOTALE-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE SPESE DI SPEDIZIONE DELL'ANNO: EURO "
                  COSTO-TOTALE-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "RIEPILOGO SCRITTO SU ILLCOSTI.TXT".

      *----------------------------- FUNCTION DV -----------------------
      *RICHIESTE E SPESE DELL'ANNO PER LA BIBLIOTECA CORRENTE
       COSTI-BIBLIOTECA-ILL.

           MOVE 0 TO RICHIESTE-ENTRATA-BIB.
           MOVE 0 TO RICHIESTE-USCITA-BIB.
           MOVE 0 TO COSTO-ENTRATA-BIB.
           MOVE 0 TO COSTO-USCITA-BIB.

           MOVE LOW-VALUES TO NUMERO-ILL.
           START INTERPRESTITI-FILE KEY IS NOT LESS THAN NUMERO-ILL
               INVALID KEY MOVE "10" TO FS-INTERPRESTITI
           END-START.
           PERFORM UNTIL FS-INTERPRESTITI = "10"
               READ INTERPRESTITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INTERPRESTITI
                   NOT AT END
                       IF BIBLIOTECA-ILL = CODICE-BIBLIOTECA AND
                          ANNO-RICHIESTA-ILL = ANNO-RIEPILOGO-ILL THEN
                           IF DIREZIONE-ILL = "E" THEN
                               ADD 1 TO RICHIESTE-ENTRATA-BIB
                               ADD COSTO-SPEDIZIONE-ILL
                                   TO COSTO-ENTRATA-BIB
                           ELSE
                               ADD 1 TO RICHIESTE-USCITA-BIB
                               ADD COSTO-SPEDIZIONE-ILL
                                   TO COSTO-USCITA-BIB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-INTERPRESTITI.

           IF RICHIESTE-ENTRATA-BIB > 0 OR RICHIESTE-USCITA-BIB > 0
               ADD COSTO-ENTRATA-BIB TO COSTO-TOTALE-ILL
               ADD COSTO-USCITA-BIB TO COSTO-TOTALE-ILL
               MOVE COSTO-ENTRATA-BIB TO COSTO-ENTRATA-EDIT
               MOVE COSTO-USCITA-BIB TO COSTO-USCITA-EDIT
               MOVE SPACES TO RW-RIGA
               STRING CODICE-BIBLIOTECA "  " NOME-BIBLIOTECA(1:20)
                      " " RICHIESTE-ENTRATA-BIB " " COSTO-ENTRATA-EDIT
                      " " RICHIESTE-USCITA-BIB " " COSTO-USCITA-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *----------------------------- FUNCTION DW -----------------------
      *PERIODICI: ANAGRAFICA DEGLI ABBONAMENTI PER ISSN, ARRIVO DEI
      *FASCICOLI CON PREVISIONE DEL PROSSIMO, RECLAMI AI FORNITORI
      *PER I FASCICOLI IN RITARDO E RINNOVI IN SCADENZA
       GESTIONE-PERIODICI.

           OPEN I-O PERIODICI-FILE.
           IF FS-PERIODICI = "35" THEN
               OPEN OUTPUT PERIODICI-FILE
               CLOSE PERIODICI-FILE
               OPEN I-O PERIODICI-FILE
           END-IF.
           IF FS-PERIODICI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE PERIODIC.DAT - STATO "
                       FS-PERIODICI
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FASCICOLI-FILE.
           IF FS-FASCICOLI = "35" THEN
               OPEN OUTPUT FASCICOLI-FILE
               CLOSE FASCICOLI-FILE
               OPEN I-O FASCICOLI-FILE
           END-IF.
           IF FS-FASCICOLI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE FASCICOL.DAT - STATO "
                       FS-FASCICOLI
               CLOSE PERIODICI-FILE
               EXIT PARAGRAPH
           END-IF.

      *L'ANAGRAFICA FORNITORI E' DEL MAGAZZINO: SE MANCA SI LAVORA
      *COI SOLI CODICI
           OPEN INPUT FORNITORI-FILE.
           IF FS-FORNITORI = "00" THEN
               MOVE "S" TO FORNITORI-APERTO
           ELSE
               MOVE "N" TO FORNITORI-APERTO
               DISPLAY "FORNITORI.DAT NON DISPONIBILE: FORNITORI "
                       "SOLO PER CODICE"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO SCELTA-PERIODICI.

           PERFORM UNTIL SCELTA-PERIODICI = 9
               DISPLAY "PERIODICI"
               DISPLAY "1 ABBONAMENTO NUOVO/MODIFICA  2 ARRIVO "
                       "FASCICOLO  3 ELENCO ABBONAMENTI  4 RECLAMI "
                       "AI FORNITORI  5 RINNOVI IN SCADENZA  9 FINE"
               ACCEPT SCELTA-PERIODICI

               EVALUATE SCELTA-PERIODICI
                   WHEN 1
                       PERFORM ABBONAMENTO-PERIODICO
                   WHEN 2
                       PERFORM ARRIVO-FASCICOLO
                   WHEN 3
                       PERFORM ELENCO-PERIODICI
                   WHEN 4
                       PERFORM RECLAMI-PERIODICI
                   WHEN 5
                       PERFORM RINNOVI-PERIODICI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-PERIODICI
               END-EVALUATE
           END-PERFORM.

           IF FORNITORI-APERTO = "S" THEN
               CLOSE FORNITORI-FILE
           END-IF.
           CLOSE FASCICOLI-FILE.
           CLOSE PERIODICI-FILE.

      *----------------------------- FUNCTION DX -----------------------
      *NUOVO ABBONAMENTO O MODIFICA DI UNO ESISTENTE (ANCHE IL
      *RINNOVO: NUOVA SCADENZA E NUOVO COSTO)
       ABBONAMENTO-PERIODICO.

           DISPLAY "ISSN (NNNN-NNNN): ".
           ACCEPT ISSN-PERIODICO.
           IF ISSN-PERIODICO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           READ PERIODICI-FILE
               INVALID KEY
                   MOVE "N" TO PERIODICO-TROVATO
                   DISPLAY "NUOVO ABBONAMENTO"
               NOT INVALID KEY
                   MOVE "S" TO PERIODICO-TROVATO
                   MOVE COSTO-ABBONAMENTO TO COSTO-ABBONAMENTO-EDIT
                   DISPLAY TITOLO-PERIODICO
                   DISPLAY "FORNITORE " FORNITORE-PERIODICO
                           " PERIODICITA' " FREQUENZA-PERIODICO
                           " NUMERI/ANNO " NUMERI-ANNO-PERIODICO
                   DISPLAY "SCADENZA " SCADENZA-ABBONAMENTO
                           " COSTO " COSTO-ABBONAMENTO-EDIT
                           " ATTIVO " ATTIVO-PERIODICO
           END-READ.

           IF PERIODICO-TROVATO = "N" THEN
               DISPLAY "TITOLO: "
               ACCEPT TITOLO-PERIODICO
               DISPLAY "INIZIO ABBONAMENTO (AAAAMMGG): "
               ACCEPT INIZIO-ABBONAMENTO
               DISPLAY "ULTIMO NUMERO GIA' POSSEDUTO (0 = NESSUNO): "
               ACCEPT ULTIMO-NUMERO-PERIODICO
               MOVE 0 TO DATA-ULTIMO-NUMERO
               MOVE INIZIO-ABBONAMENTO TO PROSSIMO-ATTESO-PERIODICO
               MOVE 0 TO DATA-ULTIMO-RECLAMO
           END-IF.

           DISPLAY "CODICE FORNITORE: ".
           ACCEPT FORNITORE-PERIODICO.
           IF FORNITORI-APERTO = "S" THEN
               MOVE FORNITORE-PERIODICO TO CODICE-FORNITORE
               READ FORNITORI-FILE
                   INVALID KEY
                       DISPLAY "FORNITORE NON IN ANAGRAFICA, "
                               "ABBONAMENTO NON SALVATO"
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY RAGIONE-SOCIALE-FORNITORE
               END-READ
           END-IF.

           DISPLAY "PERIODICITA' (S/Q/M/B/T/E/A): ".
           ACCEPT FREQUENZA-PERIODICO.
           DISPLAY "NUMERI ATTESI PER ANNO (0 = DALLA PERIODICITA'): ".
           ACCEPT NUMERI-ANNO-PERIODICO.
           IF NUMERI-ANNO-PERIODICO = 0 THEN
               EVALUATE FREQUENZA-PERIODICO
                   WHEN "S" MOVE 52 TO NUMERI-ANNO-PERIODICO
                   WHEN "Q" MOVE 24 TO NUMERI-ANNO-PERIODICO
                   WHEN "M" MOVE 12 TO NUMERI-ANNO-PERIODICO
                   WHEN "B" MOVE 6 TO NUMERI-ANNO-PERIODICO
                   WHEN "T" MOVE 4 TO NUMERI-ANNO-PERIODICO
                   WHEN "E" MOVE 2 TO NUMERI-ANNO-PERIODICO
                   WHEN "A" MOVE 1 TO NUMERI-ANNO-PERIODICO
                   WHEN OTHER
                       DISPLAY "PERIODICITA' NON VALIDA, "
                               "ABBONAMENTO NON SALVATO"
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "SCADENZA ABBONAMENTO (AAAAMMGG): "
               ACCEPT SCADENZA-ABBONAMENTO
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE SCADENZA-ABBONAMENTO TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.
           DISPLAY "COSTO DELL'ABBONAMENTO (EURO): ".
           ACCEPT COSTO-ABBONAMENTO.
           DISPLAY "ABBONAMENTO ATTIVO? (S/N): ".
           ACCEPT ATTIVO-PERIODICO.
           IF ATTIVO-PERIODICO NOT = "N" THEN
               MOVE "S" TO ATTIVO-PERIODICO
           END-IF.

           IF PERIODICO-TROVATO = "S" THEN
               REWRITE PERIODICO-REC
           ELSE
               WRITE PERIODICO-REC
           END-IF.
           IF FS-PERIODICI = "00" THEN
               DISPLAY "ABBONAMENTO " ISSN-PERIODICO " REGISTRATO"
           ELSE
               DISPLAY "ERRORE SU PERIODIC.DAT - STATO " FS-PERIODICI
           END-IF.

      *----------------------------- FUNCTION DY -----------------------
      *GIORNI MEDI TRA DUE FASCICOLI DEL PERIODICO CORRENTE
       INTERVALLO-PERIODICO.

           IF NUMERI-ANNO-PERIODICO = 0 THEN
               MOVE 365 TO GIORNI-TRA-NUMERI
           ELSE
               COMPUTE GIORNI-TRA-NUMERI =
                   365 / NUMERI-ANNO-PERIODICO
           END-IF.
           IF GIORNI-TRA-NUMERI = 0 THEN
               MOVE 1 TO GIORNI-TRA-NUMERI
           END-IF.

      *----------------------------- FUNCTION DZ -----------------------
      *ARRIVO DI UN FASCICOLO: SI REGISTRA IN FASCICOL.DAT E, SE E'
      *IL PIU' RECENTE, SPOSTA IN AVANTI LA PREVISIONE DEL PROSSIMO;
      *UN SALTO DI NUMERAZIONE LASCIA IN FASCICOL.DAT UNA RIGA SENZA
      *DATA DI ARRIVO PER OGNI NUMERO SALTATO, CHE I RECLAMI
      *RIPRENDONO FINCHE' IL FASCICOLO NON ARRIVA
       ARRIVO-FASCICOLO.

           DISPLAY "ISSN DEL PERIODICO: ".
           ACCEPT ISSN-PERIODICO.
           READ PERIODICI-FILE
               INVALID KEY
                   DISPLAY "ABBONAMENTO NON TROVATO"
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE NUMERO-ATTESO = ULTIMO-NUMERO-PERIODICO + 1.
           DISPLAY TITOLO-PERIODICO.
           DISPLAY "ATTESO IL NUMERO " NUMERO-ATTESO " PER IL "
                   PROSSIMO-ATTESO-PERIODICO.

           DISPLAY "NUMERO ARRIVATO (0 = QUELLO ATTESO): ".
           ACCEPT NUMERO-ARRIVATO.
           IF NUMERO-ARRIVATO = 0 THEN
               MOVE NUMERO-ATTESO TO NUMERO-ARRIVATO
           END-IF.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "DATA DI ARRIVO (AAAAMMGG, 0 = OGGI): "
               ACCEPT DATA-ARRIVO-ACCETTATA
               IF DATA-ARRIVO-ACCETTATA = 0 THEN
                   MOVE DATA-ODIERNA TO DATA-ARRIVO-ACCETTATA
               END-IF
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-ARRIVO-ACCETTATA TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.

      *UN NUMERO SALTATO IN PRECEDENZA HA GIA' LA SUA RIGA SENZA
      *DATA DI ARRIVO: SI COMPLETA QUELLA
           MOVE ISSN-PERIODICO TO ISSN-FASCICOLO.
           MOVE NUMERO-ARRIVATO TO NUMERO-FASCICOLO.
           READ FASCICOLI-FILE
               INVALID KEY
                   MOVE ISSN-PERIODICO TO ISSN-FASCICOLO
                   MOVE NUMERO-ARRIVATO TO NUMERO-FASCICOLO
                   MOVE DATA-ARRIVO-ACCETTATA TO DATA-ARRIVO-FASCICOLO
                   IF NUMERO-ARRIVATO = NUMERO-ATTESO THEN
                       MOVE PROSSIMO-ATTESO-PERIODICO
                           TO DATA-ATTESA-FASCICOLO
                   ELSE
                       MOVE 0 TO DATA-ATTESA-FASCICOLO
                   END-IF
                   WRITE FASCICOLO-REC
               NOT INVALID KEY
                   IF DATA-ARRIVO-FASCICOLO NOT = 0 THEN
                       DISPLAY "FASCICOLO " NUMERO-ARRIVATO
                               " GIA' REGISTRATO"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DATA-ARRIVO-ACCETTATA TO DATA-ARRIVO-FASCICOLO
                   REWRITE FASCICOLO-REC
                   DISPLAY "ARRIVATO IL FASCICOLO " NUMERO-ARRIVATO
                           " CHE ERA STATO SALTATO"
           END-READ.

           IF NUMERO-ARRIVATO > NUMERO-ATTESO THEN
               DISPLAY "ATTENZIONE: MANCANO I NUMERI DAL "
                       NUMERO-ATTESO " AL " NUMERO-ARRIVATO
                       ", DA RECLAMARE AL FORNITORE"
               PERFORM REGISTRA-NUMERI-SALTATI
           END-IF.

           IF NUMERO-ARRIVATO > ULTIMO-NUMERO-PERIODICO THEN
               MOVE NUMERO-ARRIVATO TO ULTIMO-NUMERO-PERIODICO
               MOVE DATA-ARRIVO-ACCETTATA TO DATA-ULTIMO-NUMERO
               PERFORM INTERVALLO-PERIODICO
               MOVE "A" TO DATESRV-FUNZIONE
               MOVE DATA-ARRIVO-ACCETTATA TO DATESRV-DATA1
               MOVE GIORNI-TRA-NUMERI TO DATESRV-GIORNI
               CALL "DATESRV" USING DATESRV-AREA
               MOVE DATESRV-DATA2 TO PROSSIMO-ATTESO-PERIODICO
               MOVE 0 TO DATA-ULTIMO-RECLAMO
               REWRITE PERIODICO-REC
           END-IF.

           COMPUTE NUMERO-ATTESO = ULTIMO-NUMERO-PERIODICO + 1.
           DISPLAY "FASCICOLO REGISTRATO - PROSSIMO ATTESO: NUMERO "
                   NUMERO-ATTESO " PER IL " PROSSIMO-ATTESO-PERIODICO.

      *----------------------------- FUNCTION GH -----------------------
      *UNA RIGA SENZA DATA DI ARRIVO PER OGNI NUMERO DA NUMERO-ATTESO
      *A NUMERO-ARRIVATO ESCLUSO: IL PRIMO ERA ATTESO PER LA DATA
      *PREVISTA, I SEGUENTI A UN INTERVALLO DI PERIODICITA' L'UNO
      *DALL'ALTRO
       REGISTRA-NUMERI-SALTATI.

           PERFORM INTERVALLO-PERIODICO.
           MOVE PROSSIMO-ATTESO-PERIODICO TO DATA-ATTESA-SALTATO.
           MOVE 0 TO NUMERI-SALTATI.

           PERFORM VARYING NUMERO-SALTATO FROM NUMERO-ATTESO BY 1
                   UNTIL NUMERO-SALTATO >= NUMERO-ARRIVATO
               MOVE ISSN-PERIODICO TO ISSN-FASCICOLO
               MOVE NUMERO-SALTATO TO NUMERO-FASCICOLO
               MOVE DATA-ATTESA-SALTATO TO DATA-ATTESA-FASCICOLO
               MOVE 0 TO DATA-ARRIVO-FASCICOLO
               WRITE FASCICOLO-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO NUMERI-SALTATI
               END-WRITE
               MOVE "A" TO DATESRV-FUNZIONE
               MOVE DATA-ATTESA-SALTATO TO DATESRV-DATA1
               MOVE GIORNI-TRA-NUMERI TO DATESRV-GIORNI
               CALL "DATESRV" USING DATESRV-AREA
               MOVE DATESRV-DATA2 TO DATA-ATTESA-SALTATO
           END-PERFORM.

           DISPLAY NUMERI-SALTATI " FASCICOLI MANCANTI REGISTRATI "
                   "PER IL RECLAMO".

      *----------------------------- FUNCTION EA -----------------------
      *ELENCO A VIDEO DEGLI ABBONAMENTI CON L'ULTIMO FASCICOLO E IL
      *PROSSIMO ATTESO
       ELENCO-PERIODICI.

           MOVE LOW-VALUES TO ISSN-PERIODICO.
           START PERIODICI-FILE KEY IS NOT LESS THAN ISSN-PERIODICO
               INVALID KEY MOVE "10" TO FS-PERIODICI
           END-START.
           PERFORM UNTIL FS-PERIODICI = "10"
               READ PERIODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PERIODICI
                   NOT AT END
                       DISPLAY ISSN-PERIODICO " "
                               TITOLO-PERIODICO(1:30) " "
                               ATTIVO-PERIODICO " ULTIMO "
                               ULTIMO-NUMERO-PERIODICO " PROSSIMO "
                               PROSSIMO-ATTESO-PERIODICO " SCAD. "
                               SCADENZA-ABBONAMENTO
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PERIODICI.

      *----------------------------- FUNCTION EB -----------------------
      *RECLAMI SU RECLAMI.TXT, UN BLOCCO PER FORNITORE: I PERIODICI
      *ATTIVI IL CUI PROSSIMO FASCICOLO E' IN RITARDO DI PIU' DEI
      *GIORNI DI TOLLERANZA, E I NUMERI SALTATI ANCORA SENZA DATA DI
      *ARRIVO IN FASCICOL.DAT; LA DATA DEL RECLAMO RESTA SULL'
      *ABBONAMENTO FINO ALL'ARRIVO DEL FASCICOLO
       RECLAMI-PERIODICI.

           DISPLAY "GIORNI DI RITARDO TOLLERATI PRIMA DEL RECLAMO: ".
           ACCEPT TOLLERANZA-RECLAMO.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ODIERNA TO DATESRV-DATA1.
           COMPUTE DATESRV-GIORNI = 0 - TOLLERANZA-RECLAMO.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO DATA-LIMITE-RECLAMO.

      *PRIMA PASSATA: I FORNITORI CHE HANNO QUALCOSA DA RECLAMARE
           MOVE 0 TO FORNITORI-RECLAMO-COUNT.
           MOVE LOW-VALUES TO ISSN-PERIODICO.
           START PERIODICI-FILE KEY IS NOT LESS THAN ISSN-PERIODICO
               INVALID KEY MOVE "10" TO FS-PERIODICI
           END-START.
           PERFORM UNTIL FS-PERIODICI = "10"
               READ PERIODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PERIODICI
                   NOT AT END
                       IF ATTIVO-PERIODICO = "S" THEN
                           MOVE "N" TO STAMPA-SALTATI
                           PERFORM CERCA-NUMERI-SALTATI
                           IF NUMERI-SALTATI > 0 OR
                              (PROSSIMO-ATTESO-PERIODICO > 0 AND
                               PROSSIMO-ATTESO-PERIODICO <
                                   DATA-LIMITE-RECLAMO) THEN
                               PERFORM ANNOTA-FORNITORE-RECLAMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PERIODICI.

           IF FORNITORI-RECLAMO-COUNT = 0 THEN
               DISPLAY "NESSUN FASCICOLO DA RECLAMARE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "RECLAMI.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "RECLAMI PERIODICI - RITARDO OLTRE "
                  TOLLERANZA-RECLAMO " GIORNI"
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ISSN      TITOLO                         NUMERO "
                  "ATTESO IL GIA' RECLAMATO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE RECLAMI.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE 0 TO RECLAMI-TOTALE.
           PERFORM VARYING FR FROM 1 BY 1
                   UNTIL FR > FORNITORI-RECLAMO-COUNT
               PERFORM RECLAMI-DEL-FORNITORE
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE FASCICOLI RECLAMATI: " RECLAMI-TOTALE
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "RECLAMI SCRITTI SU RECLAMI.TXT".

      *----------------------------- FUNCTION EC -----------------------
      *AGGIUNGE FORNITORE-PERIODICO ALLA TABELLA DEI FORNITORI DA
      *RECLAMARE, SE NON C'E' GIA'
       ANNOTA-FORNITORE-RECLAMO.

           MOVE "N" TO FORNITORE-GIA-VISTO.
           PERFORM VARYING FR FROM 1 BY 1
                   UNTIL FR > FORNITORI-RECLAMO-COUNT
               IF FORNITORE-RECLAMO(FR) = FORNITORE-PERIODICO THEN
                   MOVE "S" TO FORNITORE-GIA-VISTO
               END-IF
           END-PERFORM.

           IF FORNITORE-GIA-VISTO = "N" THEN
               IF FORNITORI-RECLAMO-COUNT < 50 THEN
                   ADD 1 TO FORNITORI-RECLAMO-COUNT
                   SET FR TO FORNITORI-RECLAMO-COUNT
                   MOVE FORNITORE-PERIODICO TO FORNITORE-RECLAMO(FR)
               ELSE
                   DISPLAY "TROPPI FORNITORI, ESCLUSO IL "
                           FORNITORE-PERIODICO
               END-IF
           END-IF.

      *----------------------------- FUNCTION ED -----------------------
      *BLOCCO DEL FORNITORE FORNITORE-RECLAMO(FR): INTESTAZIONE CON
      *LA RAGIONE SOCIALE E UNA RIGA PER FASCICOLO IN RITARDO
       RECLAMI-DEL-FORNITORE.

           MOVE SPACES TO RAGIONE-SOCIALE-FORNITORE.
           IF FORNITORI-APERTO = "S" THEN
               MOVE FORNITORE-RECLAMO(FR) TO CODICE-FORNITORE
               READ FORNITORI-FILE
                   INVALID KEY
                       MOVE "NON IN ANAGRAFICA"
                           TO RAGIONE-SOCIALE-FORNITORE
               END-READ
           END-IF.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           STRING "FORNITORE " FORNITORE-RECLAMO(FR) " "
                  RAGIONE-SOCIALE-FORNITORE
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE 0 TO RECLAMI-FORNITORE.
           MOVE LOW-VALUES TO ISSN-PERIODICO.
           START PERIODICI-FILE KEY IS NOT LESS THAN ISSN-PERIODICO
               INVALID KEY MOVE "10" TO FS-PERIODICI
           END-START.
           PERFORM UNTIL FS-PERIODICI = "10"
               READ PERIODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PERIODICI
                   NOT AT END
                       IF FORNITORE-PERIODICO = FORNITORE-RECLAMO(FR)
                          AND ATTIVO-PERIODICO = "S" THEN
                           PERFORM RECLAMI-DEL-PERIODICO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PERIODICI.

           ADD RECLAMI-FORNITORE TO RECLAMI-TOTALE.
           MOVE SPACES TO RW-RIGA.
           STRING "    FASCICOLI DA RECLAMARE: " RECLAMI-FORNITORE
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY "FORNITORE " FORNITORE-RECLAMO(FR) ": "
                   RECLAMI-FORNITORE " FASCICOLI DA RECLAMARE".
           CALL "REPORTWR" USING REPORTWR-AREA.

      *----------------------------- FUNCTION GI -----------------------
      *RIGHE DI RECLAMO DEL PERIODICO CORRENTE: I NUMERI SALTATI IN
      *RITARDO E IL PROSSIMO ATTESO SE E' IN RITARDO; SE C'E' ALMENO
      *UNA RIGA LA DATA DEL RECLAMO VA SULL'ABBONAMENTO
       RECLAMI-DEL-PERIODICO.

           MOVE "S" TO STAMPA-SALTATI.
           PERFORM CERCA-NUMERI-SALTATI.
           ADD NUMERI-SALTATI TO RECLAMI-FORNITORE.

           IF PROSSIMO-ATTESO-PERIODICO > 0 AND
              PROSSIMO-ATTESO-PERIODICO < DATA-LIMITE-RECLAMO THEN
               ADD 1 TO RECLAMI-FORNITORE
               ADD 1 TO NUMERI-SALTATI
               COMPUTE NUMERO-ATTESO = ULTIMO-NUMERO-PERIODICO + 1
               MOVE SPACES TO RW-RIGA
               STRING ISSN-PERIODICO " "
                      TITOLO-PERIODICO(1:30) " "
                      NUMERO-ATTESO " "
                      PROSSIMO-ATTESO-PERIODICO " "
                      DATA-ULTIMO-RECLAMO
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           IF NUMERI-SALTATI > 0 THEN
               MOVE DATA-ODIERNA TO DATA-ULTIMO-RECLAMO
               REWRITE PERIODICO-REC
           END-IF.

      *----------------------------- FUNCTION GJ -----------------------
      *NUMERI SALTATI DEL PERIODICO CORRENTE ANCORA SENZA DATA DI
      *ARRIVO E ATTESI PRIMA DEL LIMITE DI TOLLERANZA: SI CONTANO IN
      *NUMERI-SALTATI E, CON STAMPA-SALTATI = "S", SI SCRIVONO SUL
      *REPORT DEI RECLAMI
       CERCA-NUMERI-SALTATI.

           MOVE 0 TO NUMERI-SALTATI.
           MOVE ISSN-PERIODICO TO ISSN-FASCICOLO.
           MOVE 0 TO NUMERO-FASCICOLO.
           START FASCICOLI-FILE KEY IS NOT LESS THAN CHIAVE-FASCICOLO
               INVALID KEY MOVE "10" TO FS-FASCICOLI
           END-START.
           PERFORM UNTIL FS-FASCICOLI = "10"
               READ FASCICOLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FASCICOLI
                   NOT AT END
                       IF ISSN-FASCICOLO NOT = ISSN-PERIODICO THEN
                           MOVE "10" TO FS-FASCICOLI
                       ELSE
                           IF DATA-ARRIVO-FASCICOLO = 0 AND
                              DATA-ATTESA-FASCICOLO <
                                  DATA-LIMITE-RECLAMO THEN
                               ADD 1 TO NUMERI-SALTATI
                               IF STAMPA-SALTATI = "S" THEN
                                   MOVE SPACES TO RW-RIGA
                                   STRING ISSN-PERIODICO " "
                                          TITOLO-PERIODICO(1:30) " "
                                          NUMERO-FASCICOLO " "
                                          DATA-ATTESA-FASCICOLO " "
                                          DATA-ULTIMO-RECLAMO
                                       DELIMITED BY SIZE INTO RW-RIGA
                                   CALL "REPORTWR" USING REPORTWR-AREA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-FASCICOLI.

      *----------------------------- FUNCTION EE -----------------------
      *RINNOVI SU RINNOVI.TXT: ABBONAMENTI ATTIVI CHE SCADONO NEI
      *PROSSIMI GIORNI-PREAVVISO-RINNOVO GIORNI (O GIA' SCADUTI E
      *NON RINNOVATI) COL COSTO E IL TOTALE DA IMPEGNARE
       RINNOVI-PERIODICI.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ODIERNA TO DATESRV-DATA1.
           MOVE GIORNI-PREAVVISO-RINNOVO TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO DATA-LIMITE-RINNOVO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "RINNOVI.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "ABBONAMENTI IN SCADENZA ENTRO IL "
                  DATA-LIMITE-RINNOVO
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ISSN      TITOLO                         FORN.  "
                  "SCADENZA     COSTO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE RINNOVI.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE 0 TO RINNOVI-CONTATI.
           MOVE 0 TO COSTO-RINNOVI.

           MOVE LOW-VALUES TO ISSN-PERIODICO.
           START PERIODICI-FILE KEY IS NOT LESS THAN ISSN-PERIODICO
               INVALID KEY MOVE "10" TO FS-PERIODICI
           END-START.
           PERFORM UNTIL FS-PERIODICI = "10"
               READ PERIODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PERIODICI
                   NOT AT END
                       IF ATTIVO-PERIODICO = "S" AND
                          SCADENZA-ABBONAMENTO <= DATA-LIMITE-RINNOVO
                           ADD 1 TO RINNOVI-CONTATI
                           ADD COSTO-ABBONAMENTO TO COSTO-RINNOVI
                           MOVE COSTO-ABBONAMENTO
                               TO COSTO-ABBONAMENTO-EDIT
                           IF SCADENZA-ABBONAMENTO < DATA-ODIERNA
                               MOVE "GIA' SCADUTO" TO NOTA-RINNOVO
                           ELSE
                               MOVE SPACES TO NOTA-RINNOVO
                           END-IF
                           MOVE SPACES TO RW-RIGA
                           STRING ISSN-PERIODICO " "
                                  TITOLO-PERIODICO(1:30) " "
                                  FORNITORE-PERIODICO " "
                                  SCADENZA-ABBONAMENTO " "
                                  COSTO-ABBONAMENTO-EDIT " "
                                  NOTA-RINNOVO
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PERIODICI.

           MOVE COSTO-RINNOVI TO COSTO-RINNOVI-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "ABBONAMENTI DA RINNOVARE: " RINNOVI-CONTATI
                  " - COSTO TOTALE EURO " COSTO-RINNOVI-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "RINNOVI SCRITTI SU RINNOVI.TXT".

      *----------------------------- FUNCTION EF -----------------------
      *FONDI DI BILANCIO E ORDINI DI ACQUISTO DELLA BIBLIOTECA: UN
      *ORDINE IMPEGNA IL FONDO, IL RICEVIMENTO CREA GLI ESEMPLARI E
      *TRASFORMA L'IMPEGNO IN SPESA
       GESTIONE-FONDI.

           OPEN I-O FONDI-FILE.
           IF FS-FONDI = "35" THEN
               OPEN OUTPUT FONDI-FILE
               CLOSE FONDI-FILE
               OPEN I-O FONDI-FILE
           END-IF.
           IF FS-FONDI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE FONDI.DAT - STATO "
                       FS-FONDI
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ORDINI-BIB-FILE.
           IF FS-ORDINI-BIB = "35" THEN
               OPEN OUTPUT ORDINI-BIB-FILE
               CLOSE ORDINI-BIB-FILE
               OPEN I-O ORDINI-BIB-FILE
           END-IF.
           IF FS-ORDINI-BIB NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE ORDBIB.DAT - STATO "
                       FS-ORDINI-BIB
               CLOSE FONDI-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FORNITORI-FILE.
           IF FS-FORNITORI = "00" THEN
               MOVE "S" TO FORNITORI-APERTO
           ELSE
               MOVE "N" TO FORNITORI-APERTO
               DISPLAY "FORNITORI.DAT NON DISPONIBILE: FORNITORI "
                       "SOLO PER CODICE"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO SCELTA-FONDI.

           PERFORM UNTIL SCELTA-FONDI = 9
               DISPLAY "FONDI E ORDINI DI ACQUISTO"
               DISPLAY "1 FONDO NUOVO/MODIFICA  2 NUOVO ORDINE  "
                       "3 RICEVIMENTO  4 ANNULLA ORDINE  "
                       "5 SITUAZIONE FONDI  6 ORDINI APERTI  9 FINE"
               ACCEPT SCELTA-FONDI

               EVALUATE SCELTA-FONDI
                   WHEN 1
                       PERFORM FONDO-BILANCIO
                   WHEN 2
                       PERFORM NUOVO-ORDINE-BIB
                   WHEN 3
                       PERFORM RICEVI-ORDINE-BIB
                   WHEN 4
                       PERFORM ANNULLA-ORDINE-BIB
                   WHEN 5
                       PERFORM SITUAZIONE-FONDI
                   WHEN 6
                       PERFORM ELENCO-ORDINI-APERTI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-FONDI
               END-EVALUATE
           END-PERFORM.

           IF FORNITORI-APERTO = "S" THEN
               CLOSE FORNITORI-FILE
           END-IF.
           CLOSE ORDINI-BIB-FILE.
           CLOSE FONDI-FILE.

      *----------------------------- FUNCTION EG -----------------------
      *NUOVO FONDO DELL'ANNO O MODIFICA DELLO STANZIAMENTO; LO
      *STANZIATO NON PUO' SCENDERE SOTTO IMPEGNATO PIU' SPESO
       FONDO-BILANCIO.

           DISPLAY "ANNO DEL FONDO (AAAA): ".
           ACCEPT ANNO-FONDO.
           DISPLAY "CODICE DEL FONDO: ".
           ACCEPT CODICE-FONDO.

           READ FONDI-FILE
               INVALID KEY
                   MOVE "N" TO FONDO-TROVATO
                   DISPLAY "NUOVO FONDO"
                   MOVE 0 TO IMPEGNATO-FONDO
                   MOVE 0 TO SPESO-FONDO
               NOT INVALID KEY
                   MOVE "S" TO FONDO-TROVATO
                   MOVE STANZIATO-FONDO TO STANZIATO-EDIT
                   MOVE IMPEGNATO-FONDO TO IMPEGNATO-EDIT
                   MOVE SPESO-FONDO TO SPESO-EDIT
                   DISPLAY DESCRIZIONE-FONDO " (" TIPO-FONDO ")"
                   DISPLAY "STANZIATO " STANZIATO-EDIT
                           " IMPEGNATO " IMPEGNATO-EDIT
                           " SPESO " SPESO-EDIT
           END-READ.

           DISPLAY "DESCRIZIONE: ".
           ACCEPT DESCRIZIONE-FONDO.
           DISPLAY "TIPO (G = GENERALE, R = REPARTO, D = DONAZIONE): ".
           ACCEPT TIPO-FONDO.
           IF TIPO-FONDO NOT = "G" AND TIPO-FONDO NOT = "R" AND
              TIPO-FONDO NOT = "D" THEN
               DISPLAY "TIPO NON VALIDO, FONDO NON SALVATO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "IMPORTO STANZIATO (EURO): ".
           ACCEPT STANZIATO-FONDO.
           IF STANZIATO-FONDO < IMPEGNATO-FONDO + SPESO-FONDO THEN
               DISPLAY "STANZIATO INFERIORE A IMPEGNATO PIU' SPESO, "
                       "FONDO NON SALVATO"
               EXIT PARAGRAPH
           END-IF.

           IF FONDO-TROVATO = "S" THEN
               REWRITE FONDO-REC
           ELSE
               WRITE FONDO-REC
           END-IF.
           IF FS-FONDI = "00" THEN
               DISPLAY "FONDO " CODICE-FONDO " " ANNO-FONDO
                       " REGISTRATO"
           ELSE
               DISPLAY "ERRORE SU FONDI.DAT - STATO " FS-FONDI
           END-IF.

      *----------------------------- FUNCTION EH -----------------------
      *ORDINE DI ACQUISTO SU UN FONDO: IL VALORE STIMATO (COPIE PER
      *PREZZO) DEVE STARE NEL RESIDUO DEL FONDO E VI RESTA IMPEGNATO
       NUOVO-ORDINE-BIB.

           MOVE SPACES TO ORDINE-BIB-REC.

           DISPLAY "ANNO DEL FONDO (AAAA, 0 = ANNO IN CORSO): ".
           ACCEPT ANNO-FONDO.
           IF ANNO-FONDO = 0 THEN
               MOVE DATA-ODIERNA(1:4) TO ANNO-FONDO
           END-IF.
           DISPLAY "CODICE DEL FONDO: ".
           ACCEPT CODICE-FONDO.
           READ FONDI-FILE
               INVALID KEY
                   DISPLAY "FONDO NON TROVATO"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "CODICE FORNITORE: ".
           ACCEPT FORNITORE-ORDINE-BIB.
           IF FORNITORI-APERTO = "S" THEN
               MOVE FORNITORE-ORDINE-BIB TO CODICE-FORNITORE
               READ FORNITORI-FILE
                   INVALID KEY
                       DISPLAY "FORNITORE NON IN ANAGRAFICA"
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY RAGIONE-SOCIALE-FORNITORE
               END-READ
           END-IF.

           DISPLAY "ISBN DEL TITOLO: ".
           ACCEPT ISBN-ORDINE-BIB.
           MOVE "N" TO TROVATO-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
                                            OR TROVATO-FLAG = "S"
               IF ISBN(I) = ISBN-ORDINE-BIB THEN
                   MOVE "S" TO TROVATO-FLAG
                   MOVE TITOLO(I) TO TITOLO-ORDINE-BIB
                   DISPLAY "TITOLO IN CATALOGO: " TITOLO(I)
               END-IF
           END-PERFORM.
           IF TROVATO-FLAG = "N" THEN
               DISPLAY "TITOLO NUOVO (VA MESSO IN CATALOGO PRIMA DEL "
                       "RICEVIMENTO): "
               ACCEPT TITOLO-ORDINE-BIB
           END-IF.

           DISPLAY "COPIE ORDINATE: ".
           ACCEPT COPIE-ORDINATE-BIB.
           DISPLAY "PREZZO STIMATO PER COPIA (EURO): ".
           ACCEPT PREZZO-STIMATO-BIB.
           IF COPIE-ORDINATE-BIB = 0 THEN
               DISPLAY "NESSUNA COPIA, ORDINE NON REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE VALORE-ORDINE =
               COPIE-ORDINATE-BIB * PREZZO-STIMATO-BIB.
           COMPUTE RESIDUO-FONDO =
               STANZIATO-FONDO - IMPEGNATO-FONDO - SPESO-FONDO.
           IF VALORE-ORDINE > RESIDUO-FONDO THEN
               MOVE VALORE-ORDINE TO VALORE-ORDINE-EDIT
               MOVE RESIDUO-FONDO TO RESIDUO-EDIT
               DISPLAY "ORDINE DI EURO " VALORE-ORDINE-EDIT
                       " OLTRE IL RESIDUO DEL FONDO (" RESIDUO-EDIT
                       "), NON REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM TROVA-PROSSIMO-NUMERO-ORDINE.
           MOVE PROSSIMO-NUMERO-ORDINE TO NUMERO-ORDINE-BIB.
           MOVE ANNO-FONDO TO ANNO-FONDO-ORDINE.
           MOVE CODICE-FONDO TO CODICE-FONDO-ORDINE.
           MOVE DATA-ODIERNA TO DATA-ORDINE-BIB.
           MOVE 0 TO COPIE-RICEVUTE-BIB.
           MOVE VALORE-ORDINE TO IMPEGNO-ORDINE-BIB.
           MOVE 0 TO SPESA-ORDINE-BIB.
           MOVE "A" TO STATO-ORDINE-BIB.

           WRITE ORDINE-BIB-REC
               INVALID KEY
                   DISPLAY "ERRORE SU ORDBIB.DAT - STATO "
                           FS-ORDINI-BIB
                   EXIT PARAGRAPH
           END-WRITE.

           ADD VALORE-ORDINE TO IMPEGNATO-FONDO.
           REWRITE FONDO-REC.

           MOVE VALORE-ORDINE TO VALORE-ORDINE-EDIT.
           DISPLAY "ORDINE N. " NUMERO-ORDINE-BIB " REGISTRATO, "
                   "IMPEGNATI EURO " VALORE-ORDINE-EDIT.

      *----------------------------- FUNCTION EI -----------------------
      *PROSSIMO NUMERO D'ORDINE: MASSIMO DEL FILE GIA' APERTO PIU' UNO
       TROVA-PROSSIMO-NUMERO-ORDINE.

           MOVE 1 TO PROSSIMO-NUMERO-ORDINE.

           MOVE LOW-VALUES TO NUMERO-ORDINE-BIB.
           START ORDINI-BIB-FILE KEY IS NOT LESS THAN
                 NUMERO-ORDINE-BIB
               INVALID KEY MOVE "10" TO FS-ORDINI-BIB
           END-START.

           PERFORM UNTIL FS-ORDINI-BIB = "10"
               READ ORDINI-BIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORDINI-BIB
                   NOT AT END
                       COMPUTE PROSSIMO-NUMERO-ORDINE =
                               NUMERO-ORDINE-BIB + 1
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ORDINI-BIB.

      *----------------------------- FUNCTION EJ -----------------------
      *RICEVIMENTO (ANCHE PARZIALE) DI UN ORDINE: LE COPIE ENTRANO
      *IN CATALOGO E IN ESEMPLAR.DAT, L'IMPEGNO SI LIBERA AL PREZZO
      *STIMATO E LA SPESA SI REGISTRA AL PREZZO DI FATTURA
       RICEVI-ORDINE-BIB.

           DISPLAY "NUMERO DELL'ORDINE: ".
           ACCEPT NUMERO-ORDINE-BIB.
           READ ORDINI-BIB-FILE
               INVALID KEY
                   DISPLAY "ORDINE NON TROVATO"
                   EXIT PARAGRAPH
           END-READ.
           IF STATO-ORDINE-BIB = "C" OR STATO-ORDINE-BIB = "N" THEN
               DISPLAY "ORDINE GIA' CHIUSO O ANNULLATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO INDICE-TITOLO-ORDINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               IF ISBN(I) = ISBN-ORDINE-BIB THEN
                   MOVE I TO INDICE-TITOLO-ORDINE
               END-IF
           END-PERFORM.
           IF INDICE-TITOLO-ORDINE = 0 THEN
               DISPLAY "TITOLO " ISBN-ORDINE-BIB " NON IN CATALOGO: "
                       "INSERIRLO PRIMA DALLA GESTIONE CATALOGO"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE COPIE-MANCANTI =
               COPIE-ORDINATE-BIB - COPIE-RICEVUTE-BIB.
           DISPLAY TITOLO-ORDINE-BIB.
           DISPLAY "COPIE ANCORA DA RICEVERE: " COPIE-MANCANTI.
           DISPLAY "COPIE ARRIVATE: ".
           ACCEPT COPIE-ARRIVATE.
           IF COPIE-ARRIVATE = 0 OR COPIE-ARRIVATE > COPIE-MANCANTI
               DISPLAY "NUMERO DI COPIE NON VALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PREZZO DI FATTURA PER COPIA (0 = STIMATO "
                   PREZZO-STIMATO-BIB "): ".
           ACCEPT PREZZO-EFFETTIVO.
           IF PREZZO-EFFETTIVO = 0 THEN
               MOVE PREZZO-STIMATO-BIB TO PREZZO-EFFETTIVO
           END-IF.

           PERFORM CREA-ESEMPLARI-ORDINE.

           SET I TO INDICE-TITOLO-ORDINE.
           ADD COPIE-ARRIVATE TO COPIE(I).
           PERFORM GIORNALE-RICEVIMENTO-ORDINE.

           ADD COPIE-ARRIVATE TO COPIE-RICEVUTE-BIB.
           IF COPIE-RICEVUTE-BIB = COPIE-ORDINATE-BIB THEN
               MOVE IMPEGNO-ORDINE-BIB TO IMPEGNO-LIBERATO
               MOVE "C" TO STATO-ORDINE-BIB
           ELSE
               COMPUTE IMPEGNO-LIBERATO =
                   COPIE-ARRIVATE * PREZZO-STIMATO-BIB
               IF IMPEGNO-LIBERATO > IMPEGNO-ORDINE-BIB THEN
                   MOVE IMPEGNO-ORDINE-BIB TO IMPEGNO-LIBERATO
               END-IF
               MOVE "P" TO STATO-ORDINE-BIB
           END-IF.
           COMPUTE SPESA-EFFETTIVA = COPIE-ARRIVATE * PREZZO-EFFETTIVO.
           SUBTRACT IMPEGNO-LIBERATO FROM IMPEGNO-ORDINE-BIB.
           ADD SPESA-EFFETTIVA TO SPESA-ORDINE-BIB.
           REWRITE ORDINE-BIB-REC.

           MOVE ANNO-FONDO-ORDINE TO ANNO-FONDO.
           MOVE CODICE-FONDO-ORDINE TO CODICE-FONDO.
           READ FONDI-FILE
               INVALID KEY
                   DISPLAY "FONDO " CODICE-FONDO-ORDINE " SPARITO: "
                           "SPESA NON IMPUTATA"
               NOT INVALID KEY
                   IF IMPEGNO-LIBERATO > IMPEGNATO-FONDO THEN
                       MOVE 0 TO IMPEGNATO-FONDO
                   ELSE
                       SUBTRACT IMPEGNO-LIBERATO FROM IMPEGNATO-FONDO
                   END-IF
                   ADD SPESA-EFFETTIVA TO SPESO-FONDO
                   REWRITE FONDO-REC
           END-READ.

           MOVE SPESA-EFFETTIVA TO VALORE-ORDINE-EDIT.
           DISPLAY "RICEVUTE " COPIE-ARRIVATE " COPIE ("
                   ESEMPLARI-CREATI " CON BARCODE), SPESA EURO "
                   VALORE-ORDINE-EDIT.

      *----------------------------- FUNCTION EK -----------------------
      *UN ESEMPLARE A SCAFFALE PER OGNI COPIA ARRIVATA; "0" RINVIA
      *LA COPIA ALLA BARCODATURA SUCCESSIVA
       CREA-ESEMPLARI-ORDINE.

           MOVE 0 TO ESEMPLARI-CREATI.

           OPEN I-O ESEMPLARI-FILE.
           IF FS-ESEMPLARI = "35" THEN
               OPEN OUTPUT ESEMPLARI-FILE
               CLOSE ESEMPLARI-FILE
               OPEN I-O ESEMPLARI-FILE
           END-IF.
           IF FS-ESEMPLARI NOT = "00" THEN
               DISPLAY "INVENTARIO ESEMPLARI NON DISPONIBILE: LE "
                       "COPIE VANNO CENSITE A MANO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO COPIE-BARCODATE.
           PERFORM UNTIL COPIE-BARCODATE = COPIE-ARRIVATE
               DISPLAY "BARCODE DELLA PROSSIMA COPIA ("
                       COPIE-BARCODATE " DI " COPIE-ARRIVATE
                       " FATTE, 0 = SENZA BARCODE): "
               ACCEPT BARCODE-RICHIESTO
               IF BARCODE-RICHIESTO = "0" THEN
                   ADD 1 TO COPIE-BARCODATE
               ELSE
                   MOVE BARCODE-RICHIESTO TO BARCODE-ESEMPLARE
                   MOVE ISBN-ORDINE-BIB TO ISBN-ESEMPLARE
                   MOVE "A" TO STATO-ESEMPLARE
                   WRITE ESEMPLARE-REC
                       INVALID KEY
                           DISPLAY "BARCODE GIA' PRESENTE, RIDIGITARE"
                       NOT INVALID KEY
                           ADD 1 TO COPIE-BARCODATE
                           ADD 1 TO ESEMPLARI-CREATI
                   END-WRITE
               END-IF
           END-PERFORM.

           CLOSE ESEMPLARI-FILE.

      *----------------------------- FUNCTION EL -----------------------
      *LE COPIE ACQUISTATE ENTRANO IN CATALOGO PASSANDO DAL GIORNALE,
      *COME LE RETTIFICHE DI INVENTARIO
       GIORNALE-RICEVIMENTO-ORDINE.

           OPEN EXTEND GIORNALE-FILE.
           IF FS-GIORNALE = "35" THEN
               OPEN OUTPUT GIORNALE-FILE
           END-IF.
           IF FS-GIORNALE = "00" THEN
               MOVE "V" TO TIPO-GIORNALE
               MOVE ISBN(I) TO ISBN-GIORNALE
               MOVE AUTORE(I) TO AUTORE-GIORNALE
               MOVE 0 TO CODICE-GIORNALE
               MOVE SPACES TO NOME-GIORNALE
               STRING "ACQUISTO ORDINE " NUMERO-ORDINE-BIB
                      " +" COPIE-ARRIVATE
                   DELIMITED BY SIZE INTO NOME-GIORNALE
               MOVE DATA-ODIERNA TO DATA-USCITA-GIORNALE
               MOVE 0 TO DATA-SCADENZA-GIORNALE
               MOVE 0 TO DATA-RIENTRO-GIORNALE
               WRITE GIORNALE-REC
               CLOSE GIORNALE-FILE
           END-IF.

      *----------------------------- FUNCTION EM -----------------------
      *ANNULLA LA PARTE NON RICEVUTA DI UN ORDINE E NE LIBERA
      *L'IMPEGNO SUL FONDO
       ANNULLA-ORDINE-BIB.

           DISPLAY "NUMERO DELL'ORDINE DA ANNULLARE: ".
           ACCEPT NUMERO-ORDINE-BIB.
           READ ORDINI-BIB-FILE
               INVALID KEY
                   DISPLAY "ORDINE NON TROVATO"
                   EXIT PARAGRAPH
           END-READ.
           IF STATO-ORDINE-BIB = "C" OR STATO-ORDINE-BIB = "N" THEN
               DISPLAY "ORDINE GIA' CHIUSO O ANNULLATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE IMPEGNO-ORDINE-BIB TO IMPEGNO-LIBERATO.
           MOVE 0 TO IMPEGNO-ORDINE-BIB.
           IF COPIE-RICEVUTE-BIB > 0 THEN
               MOVE "C" TO STATO-ORDINE-BIB
           ELSE
               MOVE "N" TO STATO-ORDINE-BIB
           END-IF.
           REWRITE ORDINE-BIB-REC.

           MOVE ANNO-FONDO-ORDINE TO ANNO-FONDO.
           MOVE CODICE-FONDO-ORDINE TO CODICE-FONDO.
           READ FONDI-FILE
               NOT INVALID KEY
                   IF IMPEGNO-LIBERATO > IMPEGNATO-FONDO THEN
                       MOVE 0 TO IMPEGNATO-FONDO
                   ELSE
                       SUBTRACT IMPEGNO-LIBERATO FROM IMPEGNATO-FONDO
                   END-IF
                   REWRITE FONDO-REC
           END-READ.

           MOVE IMPEGNO-LIBERATO TO VALORE-ORDINE-EDIT.
           DISPLAY "ORDINE " NUMERO-ORDINE-BIB " CHIUSO, LIBERATI "
                   "EURO " VALORE-ORDINE-EDIT.

      *----------------------------- FUNCTION EN -----------------------
      *SITUAZIONE DEI FONDI DI UN ANNO SU FONDI.TXT: STANZIATO,
      *IMPEGNATO, SPESO E RESIDUO PER FONDO E IN TOTALE
       SITUAZIONE-FONDI.

           DISPLAY "ANNO (AAAA, 0 = ANNO IN CORSO): ".
           ACCEPT ANNO-FONDI-RICHIESTO.
           IF ANNO-FONDI-RICHIESTO = 0 THEN
               MOVE DATA-ODIERNA(1:4) TO ANNO-FONDI-RICHIESTO
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "FONDI.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "SITUAZIONE DEI FONDI DI ACQUISTO - ANNO "
                  ANNO-FONDI-RICHIESTO
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "FONDO  T DESCRIZIONE           STANZIATO  "
                  "IMPEGNATO      SPESO     RESIDUO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE FONDI.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE 0 TO TOTALE-STANZIATO.
           MOVE 0 TO TOTALE-IMPEGNATO.
           MOVE 0 TO TOTALE-SPESO.

           MOVE ANNO-FONDI-RICHIESTO TO ANNO-FONDO.
           MOVE LOW-VALUES TO CODICE-FONDO.
           START FONDI-FILE KEY IS NOT LESS THAN CHIAVE-FONDO
               INVALID KEY MOVE "10" TO FS-FONDI
           END-START.
           PERFORM UNTIL FS-FONDI = "10"
               READ FONDI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FONDI
                   NOT AT END
                       IF ANNO-FONDO NOT = ANNO-FONDI-RICHIESTO THEN
                           MOVE "10" TO FS-FONDI
                       ELSE
                           ADD STANZIATO-FONDO TO TOTALE-STANZIATO
                           ADD IMPEGNATO-FONDO TO TOTALE-IMPEGNATO
                           ADD SPESO-FONDO TO TOTALE-SPESO
                           COMPUTE RESIDUO-FONDO = STANZIATO-FONDO
                               - IMPEGNATO-FONDO - SPESO-FONDO
                           MOVE STANZIATO-FONDO TO STANZIATO-EDIT
                           MOVE IMPEGNATO-FONDO TO IMPEGNATO-EDIT
                           MOVE SPESO-FONDO TO SPESO-EDIT
                           MOVE RESIDUO-FONDO TO RESIDUO-EDIT
                           MOVE SPACES TO RW-RIGA
                           STRING CODICE-FONDO " " TIPO-FONDO " "
                                  DESCRIZIONE-FONDO(1:20) " "
                                  STANZIATO-EDIT " " IMPEGNATO-EDIT
                                  " " SPESO-EDIT " " RESIDUO-EDIT
                               DELIMITED BY SIZE INTO RW-RIGA
                           DISPLAY RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-FONDI.

           COMPUTE TOTALE-RESIDUO =
               TOTALE-STANZIATO - TOTALE-IMPEGNATO - TOTALE-SPESO.
           MOVE TOTALE-STANZIATO TO STANZIATO-EDIT.
           MOVE TOTALE-IMPEGNATO TO IMPEGNATO-EDIT.
           MOVE TOTALE-SPESO TO SPESO-EDIT.
           MOVE TOTALE-RESIDUO TO RESIDUO-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE                          "
                  STANZIATO-EDIT " " IMPEGNATO-EDIT
                  " " SPESO-EDIT " " RESIDUO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "SITUAZIONE SCRITTA SU FONDI.TXT".

      *----------------------------- FUNCTION EO -----------------------
      *ORDINI ANCORA APERTI O RICEVUTI IN PARTE, A VIDEO
       ELENCO-ORDINI-APERTI.

           MOVE LOW-VALUES TO NUMERO-ORDINE-BIB.
           START ORDINI-BIB-FILE KEY IS NOT LESS THAN
                 NUMERO-ORDINE-BIB
               INVALID KEY MOVE "10" TO FS-ORDINI-BIB
           END-START.
           PERFORM UNTIL FS-ORDINI-BIB = "10"
               READ ORDINI-BIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORDINI-BIB
                   NOT AT END
                       IF STATO-ORDINE-BIB = "A" OR
                          STATO-ORDINE-BIB = "P" THEN
                           MOVE IMPEGNO-ORDINE-BIB
                               TO VALORE-ORDINE-EDIT
                           DISPLAY NUMERO-ORDINE-BIB " "
                                   CODICE-FONDO-ORDINE " "
                                   FORNITORE-ORDINE-BIB " "
                                   TITOLO-ORDINE-BIB(1:25) " "
                                   COPIE-RICEVUTE-BIB "/"
                                   COPIE-ORDINATE-BIB " IMPEGNO "
                                   VALORE-ORDINE-EDIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-ORDINI-BIB.

      *----------------------------- FUNCTION EP -----------------------
      *BUDGET DELLA PROPOSTA DI ACQUISTO: SOMMA DEI RESIDUI POSITIVI
      *DEI FONDI DELL'ANNO IN CORSO
       RESIDUO-FONDI-ANNO.

           MOVE 0 TO BUDGET-ACQUISTI.
           MOVE 0 TO TOTALE-RESIDUO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

           OPEN INPUT FONDI-FILE.
           IF FS-FONDI NOT = "00" THEN
               DISPLAY "NESSUN FONDO REGISTRATO: BUDGET A ZERO"
               EXIT PARAGRAPH
           END-IF.

           MOVE DATA-ODIERNA(1:4) TO ANNO-FONDO.
           MOVE LOW-VALUES TO CODICE-FONDO.
           START FONDI-FILE KEY IS NOT LESS THAN CHIAVE-FONDO
               INVALID KEY MOVE "10" TO FS-FONDI
           END-START.
           PERFORM UNTIL FS-FONDI = "10"
               READ FONDI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FONDI
                   NOT AT END
                       IF ANNO-FONDO NOT = DATA-ODIERNA(1:4) THEN
                           MOVE "10" TO FS-FONDI
                       ELSE
                           COMPUTE RESIDUO-FONDO = STANZIATO-FONDO
                               - IMPEGNATO-FONDO - SPESO-FONDO
                           IF RESIDUO-FONDO > 0 THEN
                               ADD RESIDUO-FONDO TO TOTALE-RESIDUO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FONDI-FILE.

      *LA PROPOSTA HA UN TETTO DI 99.999,99 EURO
           IF TOTALE-RESIDUO > 99999,99 THEN
               MOVE 99999,99 TO BUDGET-ACQUISTI
           ELSE
               MOVE TOTALE-RESIDUO TO BUDGET-ACQUISTI
           END-IF.
           MOVE BUDGET-ACQUISTI TO BUDGET-EDIT.
           DISPLAY "BUDGET DAI FONDI DELL'ANNO: EURO " BUDGET-EDIT.

      *----------------------------- FUNCTION EQ -----------------------
      *ESPORTAZIONE SU UNIEXP.TXT DEI TITOLI NUOVI O CAMBIATI DALLA
      *ESPORTAZIONE PRECEDENTE: IL CONFRONTO E' CON LA FOTOGRAFIA
      *UNISNAP.DAT, CHE SI AGGIORNA TITOLO PER TITOLO
       ESPORTA-SCHEDE.

           OPEN I-O ESPORTATI-FILE.
           IF FS-ESPORTATI = "35" THEN
               OPEN OUTPUT ESPORTATI-FILE
               CLOSE ESPORTATI-FILE
               OPEN I-O ESPORTATI-FILE
           END-IF.
           IF FS-ESPORTATI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE UNISNAP.DAT - STATO "
                       FS-ESPORTATI
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SCAMBIO-USCITA-FILE.
           IF FS-SCAMBIO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE UNIEXP.TXT - STATO "
                       FS-SCAMBIO
               CLOSE ESPORTATI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SCHEDE-NUOVE.
           MOVE 0 TO SCHEDE-CAMBIATE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               MOVE SPACES TO TIPO-SCHEDA-ESPORTATA
               MOVE ISBN(I) TO ISBN-ESPORTATO
               READ ESPORTATI-FILE
                   INVALID KEY
                       MOVE "N" TO TIPO-SCHEDA-ESPORTATA
                   NOT INVALID KEY
                       IF TITOLO-ESPORTATO NOT = TITOLO(I) OR
                          AUTORE-ESPORTATO NOT = AUTORE(I) OR
                          EDITORE-ESPORTATO NOT = EDITORE(I) OR
                          ANNO-ESPORTATO NOT = ANNO-PUBBLICAZIONE(I) OR
                          ARGOMENTO-ESPORTATO NOT = ARGOMENTO(I) THEN
                           MOVE "C" TO TIPO-SCHEDA-ESPORTATA
                       END-IF
               END-READ
               IF TIPO-SCHEDA-ESPORTATA NOT = SPACES THEN
                   PERFORM SCRIVI-SCHEDA-ESPORTATA
                   PERFORM AGGIORNA-FOTOGRAFIA
                   IF TIPO-SCHEDA-ESPORTATA = "N" THEN
                       ADD 1 TO SCHEDE-NUOVE
                   ELSE
                       ADD 1 TO SCHEDE-CAMBIATE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SCAMBIO-USCITA-FILE.
           CLOSE ESPORTATI-FILE.

           DISPLAY "ESPORTATE SU UNIEXP.TXT " SCHEDE-NUOVE
                   " SCHEDE NUOVE E " SCHEDE-CAMBIATE " CAMBIATE".

           MOVE "E" TO TIPO-SCHEDA-ESPORTATA.
           PERFORM RIEPILOGO-SCAMBIO.

      *----------------------------- FUNCTION ER -----------------------
      *SCHEDA A ETICHETTE DEL TITOLO I; IL LDR DICE SE E' NUOVA (N)
      *O CAMBIATA (C)
       SCRIVI-SCHEDA-ESPORTATA.

           MOVE SPACES TO RIGA-SCAMBIO-USCITA.
           STRING "LDR " TIPO-SCHEDA-ESPORTATA " " ISBN(I)
               DELIMITED BY SIZE INTO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

           MOVE SPACES TO RIGA-SCAMBIO-USCITA.
           STRING "010 $a" ISBN(I)
               DELIMITED BY SIZE INTO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

           MOVE SPACES TO RIGA-SCAMBIO-USCITA.
           STRING "200 $a" TITOLO(I)
               DELIMITED BY SIZE INTO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

           MOVE SPACES TO RIGA-SCAMBIO-USCITA.
           STRING "700 $a" AUTORE(I)
               DELIMITED BY SIZE INTO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

           MOVE SPACES TO RIGA-SCAMBIO-USCITA.
           STRING "210 $c" EDITORE(I) "$d" ANNO-PUBBLICAZIONE(I)
               DELIMITED BY SIZE INTO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

           MOVE SPACES TO RIGA-SCAMBIO-USCITA.
           STRING "606 $a" ARGOMENTO(I)
               DELIMITED BY SIZE INTO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

           MOVE "***" TO RIGA-SCAMBIO-USCITA.
           WRITE RIGA-SCAMBIO-USCITA.

      *----------------------------- FUNCTION ES -----------------------
      *RIPORTA NELLA FOTOGRAFIA (GIA' APERTA) LO STATO ATTUALE DEL
      *TITOLO I, COSI' NON RIPARTE ALLA PROSSIMA ESPORTAZIONE
       AGGIORNA-FOTOGRAFIA.

           MOVE ISBN(I) TO ISBN-ESPORTATO.
           MOVE TITOLO(I) TO TITOLO-ESPORTATO.
           MOVE AUTORE(I) TO AUTORE-ESPORTATO.
           MOVE EDITORE(I) TO EDITORE-ESPORTATO.
           MOVE ANNO-PUBBLICAZIONE(I) TO ANNO-ESPORTATO.
           MOVE ARGOMENTO(I) TO ARGOMENTO-ESPORTATO.
           WRITE ESPORTATO-REC
               INVALID KEY
                   REWRITE ESPORTATO-REC
           END-WRITE.

      *----------------------------- FUNCTION ET -----------------------
      *IMPORTAZIONE DA UNIIMP.TXT DELLE SCHEDE DEL CATALOGO
      *COLLETTIVO: OGNI SCHEDA SI CONTROLLA COME UN ISBN BATTUTO AL
      *BANCO, SI CONFRONTA PER ISBN COL CATALOGO E, DOPO AVER VISTO
      *LE DIFFERENZE, SI AGGIUNGE O SI AGGIORNA; GLI SCARTI VANNO IN
      *UNIERR.DAT COL MOTIVO
       IMPORTA-SCHEDE.

           OPEN INPUT SCAMBIO-ENTRATA-FILE.
           IF FS-SCAMBIO NOT = "00" THEN
               DISPLAY "UNIIMP.TXT NON DISPONIBILE - STATO "
                       FS-SCAMBIO
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SCAMBIO-SCARTI-FILE.
           IF FS-SCAMBIO-SCARTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE UNIERR.DAT - STATO "
                       FS-SCAMBIO-SCARTI
               CLOSE SCAMBIO-ENTRATA-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ESPORTATI-FILE.
           IF FS-ESPORTATI = "35" THEN
               OPEN OUTPUT ESPORTATI-FILE
               CLOSE ESPORTATI-FILE
               OPEN I-O ESPORTATI-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO ANNO-MASSIMO-SCHEDA.
           MOVE 0 TO SCHEDE-LETTE.
           MOVE 0 TO SCHEDE-AGGIUNTE.
           MOVE 0 TO SCHEDE-AGGIORNATE.
           MOVE 0 TO SCHEDE-IDENTICHE.
           MOVE 0 TO SCHEDE-RIFIUTATE.
           MOVE 0 TO SCHEDE-SCARTATE.
           MOVE "N" TO SCHEDA-APERTA.
           MOVE "N" TO ACCETTA-TUTTE-SCHEDE.

           PERFORM UNTIL FS-SCAMBIO = "10"
               READ SCAMBIO-ENTRATA-FILE
                   AT END
                       MOVE "10" TO FS-SCAMBIO
                   NOT AT END
                       PERFORM LEGGI-RIGA-SCHEDA
               END-READ
           END-PERFORM.

      *UNA SCHEDA RIMASTA SENZA "***" IN FONDO AL FILE E' TRONCA
           IF SCHEDA-APERTA = "S" THEN
               MOVE "FMT" TO MOTIVO-SCHEDA
               MOVE "SCHEDA NON CHIUSA A FINE FILE"
                   TO RIGA-MOTIVO-SCHEDA
               ADD 1 TO SCHEDE-LETTE
               PERFORM SCARTA-SCHEDA
           END-IF.

           CLOSE SCAMBIO-ENTRATA-FILE.
           CLOSE SCAMBIO-SCARTI-FILE.
           IF FS-ESPORTATI = "00" THEN
               CLOSE ESPORTATI-FILE
           END-IF.

           DISPLAY "SCHEDE LETTE " SCHEDE-LETTE " AGGIUNTE "
                   SCHEDE-AGGIUNTE " AGGIORNATE " SCHEDE-AGGIORNATE
                   " SCARTATE " SCHEDE-SCARTATE.

           MOVE "I" TO TIPO-SCHEDA-ESPORTATA.
           PERFORM RIEPILOGO-SCAMBIO.

      *----------------------------- FUNCTION EU -----------------------
      *UNA RIGA DEL FILE DI SCAMBIO: APRE, RIEMPIE O CHIUDE LA
      *SCHEDA IN CORSO
       LEGGI-RIGA-SCHEDA.

           IF ETICHETTA-SCAMBIO = "LDR" THEN
               IF SCHEDA-APERTA = "S" THEN
                   MOVE "FMT" TO MOTIVO-SCHEDA
                   MOVE "SCHEDA NON CHIUSA PRIMA DELLA SUCCESSIVA"
                       TO RIGA-MOTIVO-SCHEDA
                   ADD 1 TO SCHEDE-LETTE
                   PERFORM SCARTA-SCHEDA
               END-IF
               MOVE SPACES TO SCHEDA-IMPORTATA
               MOVE SPACES TO MOTIVO-SCHEDA
               MOVE SPACES TO RIGA-MOTIVO-SCHEDA
               MOVE "S" TO SCHEDA-APERTA
               EXIT PARAGRAPH
           END-IF.

           IF SCHEDA-APERTA = "N" THEN
               MOVE SPACES TO SCHEDA-IMPORTATA
               MOVE "FMT" TO MOTIVO-SCHEDA
               MOVE RIGA-SCAMBIO-ENTRATA TO RIGA-MOTIVO-SCHEDA
               PERFORM SCARTA-SCHEDA
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ETICHETTA-SCAMBIO
               WHEN "010"
                   MOVE DATI-SCAMBIO(3:13) TO ISBN-IMPORTATO
               WHEN "200"
                   MOVE DATI-SCAMBIO(3:50) TO TITOLO-IMPORTATO
               WHEN "700"
                   MOVE DATI-SCAMBIO(3:20) TO AUTORE-IMPORTATO
               WHEN "210"
                   UNSTRING DATI-SCAMBIO DELIMITED BY "$c" OR "$d"
                       INTO PREFISSO-SOTTOCAMPO
                            EDITORE-IMPORTATO
                            ANNO-IMPORTATO-X
                   END-UNSTRING
               WHEN "606"
                   MOVE DATI-SCAMBIO(3:50) TO ARGOMENTO-IMPORTATO
               WHEN "***"
                   ADD 1 TO SCHEDE-LETTE
                   MOVE "N" TO SCHEDA-APERTA
                   IF MOTIVO-SCHEDA = SPACES THEN
                       PERFORM CONTROLLA-SCHEDA-IMPORTATA
                   END-IF
                   IF MOTIVO-SCHEDA = SPACES THEN
                       PERFORM APPLICA-SCHEDA-IMPORTATA
                   ELSE
                       PERFORM SCARTA-SCHEDA
                   END-IF
               WHEN OTHER
                   IF MOTIVO-SCHEDA = SPACES THEN
                       MOVE "FMT" TO MOTIVO-SCHEDA
                       MOVE RIGA-SCAMBIO-ENTRATA
                           TO RIGA-MOTIVO-SCHEDA
                   END-IF
           END-EVALUATE.

      *----------------------------- FUNCTION EV -----------------------
      *GLI STESSI CONTROLLI DELL'INSERIMENTO AL BANCO: ISBN-13 CON
      *CODICE DI CONTROLLO, TITOLO E AUTORE PRESENTI, ANNO PLAUSIBILE
       CONTROLLA-SCHEDA-IMPORTATA.

           MOVE ISBN-IMPORTATO TO ISBN-DA-VALIDARE.
           PERFORM VALIDA-ISBN.
           IF ISBN-VALIDO = "N" THEN
               MOVE "ISB" TO MOTIVO-SCHEDA
               EXIT PARAGRAPH
           END-IF.

           IF TITOLO-IMPORTATO = SPACES THEN
               MOVE "TIT" TO MOTIVO-SCHEDA
               EXIT PARAGRAPH
           END-IF.

           IF AUTORE-IMPORTATO = SPACES THEN
               MOVE "AUT" TO MOTIVO-SCHEDA
               EXIT PARAGRAPH
           END-IF.

           IF ANNO-IMPORTATO-X = SPACES THEN
               MOVE ZERO TO ANNO-IMPORTATO
           ELSE
               IF ANNO-IMPORTATO-X NOT NUMERIC THEN
                   MOVE "ANN" TO MOTIVO-SCHEDA
               ELSE
                   IF ANNO-IMPORTATO < 1450 OR
                      ANNO-IMPORTATO > ANNO-MASSIMO-SCHEDA THEN
                       MOVE "ANN" TO MOTIVO-SCHEDA
                   END-IF
               END-IF
           END-IF.

      *----------------------------- FUNCTION EW -----------------------
      *SCHEDA VALIDA: TITOLO NUOVO DA AGGIUNGERE (SENZA COPIE, CHE
      *ARRIVANO COL RICEVIMENTO DEGLI ORDINI) O TITOLO ESISTENTE DA
      *AGGIORNARE DOPO AVERNE VISTO LE DIFFERENZE
       APPLICA-SCHEDA-IMPORTATA.

           MOVE 0 TO INDICE-SCHEDA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               IF ISBN(I) = ISBN-IMPORTATO THEN
                   MOVE I TO INDICE-SCHEDA
               END-IF
           END-PERFORM.

           IF INDICE-SCHEDA = 0 THEN
               IF SIZE-ARRAY >= 100 THEN
                   MOVE "PIE" TO MOTIVO-SCHEDA
                   PERFORM SCARTA-SCHEDA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "NUOVO TITOLO " ISBN-IMPORTATO
               DISPLAY "  TITOLO:    " TITOLO-IMPORTATO
               DISPLAY "  AUTORE:    " AUTORE-IMPORTATO
               DISPLAY "  EDITORE:   " EDITORE-IMPORTATO
                       " ANNO " ANNO-IMPORTATO
               DISPLAY "  ARGOMENTO: " ARGOMENTO-IMPORTATO
               PERFORM CHIEDI-CONFERMA-SCHEDA
               IF RISPOSTA-SCAMBIO NOT = "S" THEN
                   ADD 1 TO SCHEDE-RIFIUTATE
                   EXIT PARAGRAPH
               END-IF
               SET SIZE-ARRAY UP BY 1
               SET I TO SIZE-ARRAY
               MOVE 0 TO PREZZO(I)
               MOVE 0 TO COPIE(I)
               MOVE "N" TO RITIRATO(I)
               MOVE 0 TO COPIE-IN-PRESTITO(I)
               MOVE 0 TO PRENOTAZIONI-IN-CODA(I)
               MOVE ISBN-IMPORTATO TO ISBN(I)
               MOVE SPACES TO DEWEY(I)
               MOVE SPACES TO COLLOCAZIONE(I)
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INGRESSO(I)
               PERFORM COPIA-SCHEDA-IN-CATALOGO
               ADD 1 TO SCHEDE-AGGIUNTE
               EXIT PARAGRAPH
           END-IF.

           SET I TO INDICE-SCHEDA.
           MOVE 0 TO DIFFERENZE-SCHEDA.
           IF TITOLO(I) NOT = TITOLO-IMPORTATO THEN
               ADD 1 TO DIFFERENZE-SCHEDA
           END-IF.
           IF AUTORE(I) NOT = AUTORE-IMPORTATO THEN
               ADD 1 TO DIFFERENZE-SCHEDA
           END-IF.
           IF EDITORE(I) NOT = EDITORE-IMPORTATO THEN
               ADD 1 TO DIFFERENZE-SCHEDA
           END-IF.
           IF ANNO-PUBBLICAZIONE(I) NOT = ANNO-IMPORTATO THEN
               ADD 1 TO DIFFERENZE-SCHEDA
           END-IF.
           IF ARGOMENTO(I) NOT = ARGOMENTO-IMPORTATO THEN
               ADD 1 TO DIFFERENZE-SCHEDA
           END-IF.

           IF DIFFERENZE-SCHEDA = 0 THEN
               ADD 1 TO SCHEDE-IDENTICHE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TITOLO " ISBN-IMPORTATO " - DIFFERENZE "
                   "(CATALOGO -> COLLETTIVO):".
           IF TITOLO(I) NOT = TITOLO-IMPORTATO THEN
               DISPLAY "  TITOLO:    " TITOLO(I)
               DISPLAY "          -> " TITOLO-IMPORTATO
           END-IF.
           IF AUTORE(I) NOT = AUTORE-IMPORTATO THEN
               DISPLAY "  AUTORE:    " AUTORE(I)
                       " -> " AUTORE-IMPORTATO
           END-IF.
           IF EDITORE(I) NOT = EDITORE-IMPORTATO THEN
               DISPLAY "  EDITORE:   " EDITORE(I)
                       " -> " EDITORE-IMPORTATO
           END-IF.
           IF ANNO-PUBBLICAZIONE(I) NOT = ANNO-IMPORTATO THEN
               DISPLAY "  ANNO:      " ANNO-PUBBLICAZIONE(I)
                       " -> " ANNO-IMPORTATO
           END-IF.
           IF ARGOMENTO(I) NOT = ARGOMENTO-IMPORTATO THEN
               DISPLAY "  ARGOMENTO: " ARGOMENTO(I)
               DISPLAY "          -> " ARGOMENTO-IMPORTATO
           END-IF.

           PERFORM CHIEDI-CONFERMA-SCHEDA.
           IF RISPOSTA-SCAMBIO NOT = "S" THEN
               ADD 1 TO SCHEDE-RIFIUTATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM COPIA-SCHEDA-IN-CATALOGO.
           ADD 1 TO SCHEDE-AGGIORNATE.

      *----------------------------- FUNCTION EX -----------------------
      *CONFERMA DELL'OPERATORE; "T" ACCETTA QUESTA E TUTTE LE SCHEDE
      *SEGUENTI SENZA PIU' CHIEDERE
       CHIEDI-CONFERMA-SCHEDA.

           IF ACCETTA-TUTTE-SCHEDE = "S" THEN
               MOVE "S" TO RISPOSTA-SCAMBIO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ACCETTARE LA SCHEDA? (S/N, T = TUTTE LE "
                   "SEGUENTI)".
           ACCEPT RISPOSTA-SCAMBIO.
           IF RISPOSTA-SCAMBIO = "T" THEN
               MOVE "S" TO ACCETTA-TUTTE-SCHEDE
               MOVE "S" TO RISPOSTA-SCAMBIO
           END-IF.

      *----------------------------- FUNCTION EY -----------------------
      *I DATI BIBLIOGRAFICI DELLA SCHEDA ENTRANO NEL TITOLO I; LA
      *FOTOGRAFIA SI ALLINEA PER NON RIMANDARE LA SCHEDA AL MITTENTE
       COPIA-SCHEDA-IN-CATALOGO.

           MOVE TITOLO-IMPORTATO TO TITOLO(I).
           MOVE AUTORE-IMPORTATO TO AUTORE(I).
           MOVE EDITORE-IMPORTATO TO EDITORE(I).
           MOVE ANNO-IMPORTATO TO ANNO-PUBBLICAZIONE(I).
           MOVE ARGOMENTO-IMPORTATO TO ARGOMENTO(I).

           IF FS-ESPORTATI = "00" THEN
               PERFORM AGGIORNA-FOTOGRAFIA
           END-IF.

      *----------------------------- FUNCTION EZ -----------------------
      *SCHEDA SCARTATA SU UNIERR.DAT COL MOTIVO E LA RIGA INCRIMINATA
       SCARTA-SCHEDA.

           MOVE MOTIVO-SCHEDA TO MOTIVO-SCARTO-SCAMBIO.
           MOVE ISBN-IMPORTATO TO ISBN-SCARTO-SCAMBIO.
           MOVE TITOLO-IMPORTATO TO TITOLO-SCARTO-SCAMBIO.
           MOVE RIGA-MOTIVO-SCHEDA TO RIGA-SCARTO-SCAMBIO.
           WRITE SCARTO-SCAMBIO-REC.
           ADD 1 TO SCHEDE-SCARTATE.
           MOVE SPACES TO MOTIVO-SCHEDA.
           MOVE SPACES TO RIGA-MOTIVO-SCHEDA.

      *----------------------------- FUNCTION FA -----------------------
      *RIEPILOGO DELL'ESPORTAZIONE (TIPO "E") O DELL'IMPORTAZIONE
      *(TIPO "I") NELLO SPOOL, REGISTRATO IN SPOOLREG.DAT COME I
      *SOLLECITI
       RIEPILOGO-SCAMBIO.

           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-ORA-SPOOL-CORRENTE.
           MOVE SPACES TO NOME-SPOOL-SCAMBIO.
           STRING "SPOOL/SCAMBIO." DATA-ORA-SPOOL-CORRENTE
               DELIMITED BY SIZE INTO NOME-SPOOL-SCAMBIO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE NOME-SPOOL-SCAMBIO TO RW-NOME-FILE.
           IF TIPO-SCHEDA-ESPORTATA = "E" THEN
               MOVE "ESPORTAZIONE AL CATALOGO COLLETTIVO" TO RW-TITOLO
           ELSE
               MOVE "IMPORTAZIONE DAL CATALOGO COLLETTIVO"
                   TO RW-TITOLO
           END-IF.
           MOVE "RIEPILOGO DEL PASSO" TO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE " NOME-SPOOL-SCAMBIO
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           IF TIPO-SCHEDA-ESPORTATA = "E" THEN
               MOVE SPACES TO RW-RIGA
               STRING "FILE PRODOTTO:        UNIEXP.TXT"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "SCHEDE NUOVE:         " SCHEDE-NUOVE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "SCHEDE CAMBIATE:      " SCHEDE-CAMBIATE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               COMPUTE RIGHE-SPOOL = SCHEDE-NUOVE + SCHEDE-CAMBIATE
           ELSE
               MOVE SPACES TO RW-RIGA
               STRING "FILE LETTO:           UNIIMP.TXT  "
                      "SCARTI SU UNIERR.DAT"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "SCHEDE LETTE:         " SCHEDE-LETTE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "TITOLI AGGIUNTI:      " SCHEDE-AGGIUNTE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "TITOLI AGGIORNATI:    " SCHEDE-AGGIORNATE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "SCHEDE IDENTICHE:     " SCHEDE-IDENTICHE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "RIFIUTATE A VIDEO:    " SCHEDE-RIFIUTATE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "SCARTATE CON MOTIVO:  " SCHEDE-SCARTATE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SCHEDE-LETTE TO RIGHE-SPOOL
           END-IF.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           OPEN EXTEND REGISTRO-SPOOL-FILE.
           IF FS-REGISTRO-SPOOL = "35" THEN
               OPEN OUTPUT REGISTRO-SPOOL-FILE
           END-IF.
           IF FS-REGISTRO-SPOOL NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE SPOOLREG.DAT - STATO "
                       FS-REGISTRO-SPOOL
           ELSE
               MOVE "SCAMBIO CAT." TO TIPO-REPORT-SPOOL
               MOVE NOME-SPOOL-SCAMBIO TO NOME-FILE-SPOOL
               MOVE DATA-ORA-SPOOL-CORRENTE TO DATA-ORA-SPOOL
               MOVE OPERATORE-SPORTELLO TO OPERATORE-SPOOL
               WRITE REGISTRO-SPOOL-REC
               CLOSE REGISTRO-SPOOL-FILE
           END-IF.

           DISPLAY "RIEPILOGO NELLO SPOOL: " NOME-SPOOL-SCAMBIO.

      *----------------------------- FUNCTION FB -----------------------
      *CHIEDE LA CLASSE DEWEY E LA RIPROPONE FINCHE' NON E' VALIDA,
      *COME ACCETTA-ISBN-VALIDATO
       ACCETTA-DEWEY-VALIDATO.

           MOVE "N" TO DEWEY-VALIDO.

           PERFORM UNTIL DEWEY-VALIDO = "S"
               DISPLAY "INSERISCI LA CLASSE DEWEY (ES. 853 O 853.914)"
               ACCEPT DEWEY-DA-VALIDARE
               PERFORM VALIDA-DEWEY
               IF DEWEY-VALIDO = "N" THEN
                   DISPLAY "CLASSE DEWEY NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION FC -----------------------
      *VALIDAZIONE CLASSE DEWEY (SILENZIOSA): TRE CIFRE, OPPURE TRE
      *CIFRE, PUNTO E ALMENO UN DECIMALE, POI SOLO SPAZI
       VALIDA-DEWEY.

           MOVE "S" TO DEWEY-VALIDO.

           IF DEWEY-DA-VALIDARE(1:3) NOT NUMERIC THEN
               MOVE "N" TO DEWEY-VALIDO
               EXIT PARAGRAPH
           END-IF.

           IF DEWEY-DA-VALIDARE(4:7) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF DEWEY-DA-VALIDARE(4:1) NOT = "." OR
              DEWEY-DA-VALIDARE(5:1) NOT NUMERIC THEN
               MOVE "N" TO DEWEY-VALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO DEWEY-FINE-CIFRE.
           PERFORM VARYING DEWEY-POS FROM 6 BY 1 UNTIL DEWEY-POS > 10
               IF DEWEY-DA-VALIDARE(DEWEY-POS:1) = SPACE THEN
                   MOVE "S" TO DEWEY-FINE-CIFRE
               ELSE
                   IF DEWEY-FINE-CIFRE = "S" OR
                      DEWEY-DA-VALIDARE(DEWEY-POS:1) NOT NUMERIC THEN
                       MOVE "N" TO DEWEY-VALIDO
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION FD -----------------------
      *COLLOCAZIONE DEL TITOLO I: PROPOSTA CLASSE + PRIME TRE LETTERE
      *DELL'AUTORE (INVIO PER ACCETTARLA); DEVE INIZIARE CON LE TRE
      *CIFRE DELLA CLASSE E NON ESSERE GIA' DI UN ALTRO TITOLO, O LO
      *SCAFFALE NON SI RIORDINA
       ACCETTA-COLLOCAZIONE.

           MOVE SPACES TO COLLOCAZIONE-PROPOSTA.
           STRING DEWEY(I) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AUTORE(I)(1:3) DELIMITED BY SIZE
               INTO COLLOCAZIONE-PROPOSTA.

           MOVE "N" TO COLLOCAZIONE-VALIDA.
           PERFORM UNTIL COLLOCAZIONE-VALIDA = "S"
               DISPLAY "COLLOCAZIONE (INVIO PER "
                       COLLOCAZIONE-PROPOSTA ")"
               MOVE SPACES TO COLLOCAZIONE-DIGITATA
               ACCEPT COLLOCAZIONE-DIGITATA
               IF COLLOCAZIONE-DIGITATA = SPACES THEN
                   MOVE COLLOCAZIONE-PROPOSTA TO COLLOCAZIONE-DIGITATA
               END-IF
               MOVE "S" TO COLLOCAZIONE-VALIDA
               IF COLLOCAZIONE-DIGITATA(1:3) NOT = DEWEY(I)(1:3) THEN
                   MOVE "N" TO COLLOCAZIONE-VALIDA
                   DISPLAY "LA COLLOCAZIONE DEVE INIZIARE CON LA "
                           "CLASSE " DEWEY(I)(1:3)
               ELSE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > SIZE-ARRAY
                       IF J NOT = I AND
                          COLLOCAZIONE(J) = COLLOCAZIONE-DIGITATA THEN
                           MOVE "N" TO COLLOCAZIONE-VALIDA
                           DISPLAY "COLLOCAZIONE GIA' USATA DA ISBN "
                                   ISBN(J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE COLLOCAZIONE-DIGITATA TO COLLOCAZIONE(I).

      *----------------------------- FUNCTION FE -----------------------
      *ORDINA PER COLLOCAZIONE L'ARRAY DEGLI INDICI DEGLI SCAFFALI
      *(I TITOLI SENZA COLLOCAZIONE RESTANO IN TESTA)
       ORDINA-PER-COLLOCAZIONE.

           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > SIZE-ARRAY
               SET SCAFFALE-IDX(SH) TO SH
           END-PERFORM.

           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > SIZE-ARRAY - 1
               PERFORM VARYING SK FROM 1 BY 1
                       UNTIL SK > SIZE-ARRAY - SH
                   IF COLLOCAZIONE(SCAFFALE-IDX(SK)) >
                      COLLOCAZIONE(SCAFFALE-IDX(SK + 1)) THEN
                       MOVE SCAFFALE-IDX(SK) TO SCAFFALE-TEMP-IDX
                       MOVE SCAFFALE-IDX(SK + 1) TO SCAFFALE-IDX(SK)
                       MOVE SCAFFALE-TEMP-IDX TO SCAFFALE-IDX(SK + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------- FUNCTION FF -----------------------
      *ELENCO TOPOGRAFICO SU TOPOGRAF.TXT: I TITOLI IN ORDINE DI
      *COLLOCAZIONE, CIASCUNO CON I BARCODE E LO STATO DEI SUOI
      *ESEMPLARI, PER LA RICOLLOCAZIONE E PER LA REVISIONE; IN FONDO
      *I TITOLI ANCORA SENZA COLLOCAZIONE
       ELENCO-TOPOGRAFICO.

           MOVE "S" TO ESEMPLARI-APERTI.
           OPEN INPUT ESEMPLARI-FILE.
           IF FS-ESEMPLARI NOT = "00" THEN
               MOVE "N" TO ESEMPLARI-APERTI
               DISPLAY "ESEMPLAR.DAT NON DISPONIBILE - STATO "
                       FS-ESEMPLARI ": ELENCO SENZA BARCODE"
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "TOPOGRAF.TXT" TO RW-NOME-FILE.
           MOVE "ELENCO TOPOGRAFICO DEGLI SCAFFALI" TO RW-TITOLO.
           MOVE "COLLOCAZIONE         TITOLO / AUTORE - ESEMPLARI"
               TO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE TOPOGRAF.TXT"
               IF ESEMPLARI-APERTI = "S" THEN
                   CLOSE ESEMPLARI-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TITOLI-TOPOGRAFICO.
           MOVE 0 TO COPIE-TOPOGRAFICO.
           PERFORM ORDINA-PER-COLLOCAZIONE.

           MOVE "R" TO RW-OPERAZIONE.
           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > SIZE-ARRAY
               SET I TO SCAFFALE-IDX(SH)
               IF COLLOCAZIONE(I) NOT = SPACES THEN
                   PERFORM RIGA-TOPOGRAFICO
               END-IF
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "TITOLI SENZA COLLOCAZIONE" TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > SIZE-ARRAY
               SET I TO SCAFFALE-IDX(SH)
               IF COLLOCAZIONE(I) = SPACES THEN
                   PERFORM RIGA-TOPOGRAFICO
               END-IF
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           STRING "TITOLI ELENCATI: " TITOLI-TOPOGRAFICO
                  "  ESEMPLARI ELENCATI: " COPIE-TOPOGRAFICO
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF ESEMPLARI-APERTI = "S" THEN
               CLOSE ESEMPLARI-FILE
           END-IF.
           DISPLAY "ELENCO SCRITTO SU TOPOGRAF.TXT".

      *----------------------------- FUNCTION FG -----------------------
      *IL TITOLO I E SOTTO I SUOI ESEMPLARI, CON LA CASELLA DA
      *SPUNTARE IN REVISIONE
       RIGA-TOPOGRAFICO.

           ADD 1 TO TITOLI-TOPOGRAFICO.
           MOVE SPACES TO RW-RIGA.
           STRING COLLOCAZIONE(I) " " TITOLO(I)(1:45) " "
                  AUTORE(I)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RITIRATO(I) = "S" THEN
               MOVE SPACES TO RW-RIGA
               STRING "                     (TITOLO RITIRATO DALLA "
                      "CIRCOLAZIONE)"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           MOVE 0 TO ESEMPLARI-DEL-TITOLO.
           IF ESEMPLARI-APERTI = "S" THEN
               MOVE LOW-VALUES TO BARCODE-ESEMPLARE
               START ESEMPLARI-FILE KEY IS NOT LESS THAN
                   BARCODE-ESEMPLARE
                   INVALID KEY MOVE "10" TO FS-ESEMPLARI
               END-START
               PERFORM UNTIL FS-ESEMPLARI = "10"
                   READ ESEMPLARI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ESEMPLARI
                       NOT AT END
                           IF ISBN-ESEMPLARE = ISBN(I) THEN
                               PERFORM RIGA-ESEMPLARE-TOPOGRAFICO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS-ESEMPLARI
           END-IF.

           IF ESEMPLARI-DEL-TITOLO = 0 THEN
               MOVE SPACES TO RW-RIGA
               STRING "                     NESSUN ESEMPLARE "
                      "CENSITO - COPIE A CATALOGO " COPIE(I)
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *----------------------------- FUNCTION FH -----------------------
       RIGA-ESEMPLARE-TOPOGRAFICO.

           ADD 1 TO ESEMPLARI-DEL-TITOLO.
           ADD 1 TO COPIE-TOPOGRAFICO.

           PERFORM DECODIFICA-STATO-COPIA.

           MOVE SPACES TO RW-RIGA.
           STRING "                     [ ] " BARCODE-ESEMPLARE " "
                  STATO-ESEMPLARE " " DESCRIZIONE-STATO-COPIA
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *----------------------------- FUNCTION FI -----------------------
      *BOLLETTINO MENSILE DELLE NOVITA' SU NOVITA.TXT: I TITOLI
      *ENTRATI NEL MESE, RAGGRUPPATI PER CENTINAIO DEWEY E IN ORDINE
      *DI COLLOCAZIONE DENTRO IL GRUPPO
       BOLLETTINO-NOVITA.

           DISPLAY "MESE DEL BOLLETTINO (AAAAMM, INVIO = MESE "
                   "CORRENTE)".
           MOVE 0 TO MESE-BOLLETTINO.
           ACCEPT MESE-BOLLETTINO.
           IF MESE-BOLLETTINO = 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:6) TO MESE-BOLLETTINO-X
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "NOVITA.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "BOLLETTINO NOVITA' DEL MESE "
                  MESE-BOLLETTINO-X(5:2) "/" MESE-BOLLETTINO-X(1:4)
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "COLLOCAZIONE         TITOLO / AUTORE / EDITORE ANNO"
               TO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE NOVITA.TXT"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ORDINA-PER-COLLOCAZIONE.
           MOVE 0 TO NOVITA-TOTALI.

           MOVE "R" TO RW-OPERAZIONE.
           PERFORM VARYING CENTINAIO-DEWEY FROM 0 BY 1
                   UNTIL CENTINAIO-DEWEY > 9
               MOVE CENTINAIO-DEWEY TO CIFRA-CENTINAIO
               PERFORM NOVITA-DEL-CENTINAIO
           END-PERFORM.

      *TITOLI ENTRATI SENZA CLASSE (AD ESEMPIO DAL CATALOGO
      *COLLETTIVO): IN CODA, IN ATTESA DI CLASSIFICAZIONE
           MOVE 0 TO NOVITA-CENTINAIO.
           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > SIZE-ARRAY
               SET I TO SCAFFALE-IDX(SH)
               IF DATA-INGRESSO(I)(1:6) = MESE-BOLLETTINO-X AND
                  DEWEY(I) = SPACES THEN
                   IF NOVITA-CENTINAIO = 0 THEN
                       MOVE SPACES TO RW-RIGA
                       CALL "REPORTWR" USING REPORTWR-AREA
                       MOVE "IN CORSO DI CLASSIFICAZIONE" TO RW-RIGA
                       CALL "REPORTWR" USING REPORTWR-AREA
                   END-IF
                   ADD 1 TO NOVITA-CENTINAIO
                   PERFORM RIGA-NOVITA
               END-IF
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "NOVITA' DEL MESE: " NOVITA-TOTALI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "BOLLETTINO SCRITTO SU NOVITA.TXT".

      *----------------------------- FUNCTION FJ -----------------------
      *LE NOVITA' DEL MESE NEL CENTINAIO CIFRA-CENTINAIO; IL GRUPPO
      *SI INTESTA SOLO SE HA ALMENO UN TITOLO
       NOVITA-DEL-CENTINAIO.

           MOVE 0 TO NOVITA-CENTINAIO.
           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > SIZE-ARRAY
               SET I TO SCAFFALE-IDX(SH)
               IF DATA-INGRESSO(I)(1:6) = MESE-BOLLETTINO-X AND
                  DEWEY(I)(1:1) = CIFRA-CENTINAIO-X THEN
                   IF NOVITA-CENTINAIO = 0 THEN
                       MOVE SPACES TO RW-RIGA
                       CALL "REPORTWR" USING REPORTWR-AREA
                       MOVE SPACES TO RW-RIGA
                       STRING CIFRA-CENTINAIO-X "00 - "
                              NOME-CLASSE-DEWEY(CENTINAIO-DEWEY + 1)
                           DELIMITED BY SIZE INTO RW-RIGA
                       CALL "REPORTWR" USING REPORTWR-AREA
                   END-IF
                   ADD 1 TO NOVITA-CENTINAIO
                   PERFORM RIGA-NOVITA
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION FK -----------------------
       RIGA-NOVITA.

           ADD 1 TO NOVITA-TOTALI.
           MOVE SPACES TO RW-RIGA.
           STRING COLLOCAZIONE(I) " " TITOLO(I)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "                     " AUTORE(I) " - "
                  EDITORE(I) " " ANNO-PUBBLICAZIONE(I)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *----------------------------- FUNCTION FL -----------------------
      *MATRICOLA DEL LETTORE STUDENTE, CONTROLLATA SULL'ANAGRAFE
      *(0 = NON STUDENTE); SE L'ANAGRAFE NON E' LEGGIBILE SI
      *ACCETTA COM'E' CON UN AVVISO
       ACCETTA-MATRICOLA-LETTORE.

           MOVE "N" TO MATRICOLA-VALIDA.
           PERFORM UNTIL MATRICOLA-VALIDA = "S"
               DISPLAY "MATRICOLA STUDENTE (0 = NON STUDENTE): "
               ACCEPT MATRICOLA-LETTORE
               IF MATRICOLA-LETTORE = 0 THEN
                   MOVE "S" TO MATRICOLA-VALIDA
               ELSE
                   OPEN INPUT ANAGRAFE-FILE
                   IF FS-ANAGRAFE NOT = "00" THEN
                       DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - "
                               "MATRICOLA NON CONTROLLATA"
                       MOVE "S" TO MATRICOLA-VALIDA
                   ELSE
                       MOVE MATRICOLA-LETTORE TO MATRICOLA-ANA
                       READ ANAGRAFE-FILE
                           INVALID KEY
                               DISPLAY "MATRICOLA NON IN ANAGRAFE, "
                                       "RIDIGITARE"
                           NOT INVALID KEY
                               DISPLAY "STUDENTE: " COGNOME-ANA " "
                                       NOME-ANA " " CLASSE-ANA
                               MOVE "S" TO MATRICOLA-VALIDA
                       END-READ
                       CLOSE ANAGRAFE-FILE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION FM -----------------------
      *REVISIONE DELLE RACCOLTE: PROPONE PER LO SCARTO I TITOLI SENZA
      *PRESTITI DA N ANNI, QUELLI CON PIU' COPIE DEL PICCO DI PRESTITI
      *CONTEMPORANEI E QUELLI CON LE COPIE PER LO PIU' IN RIPARAZIONE;
      *L'ELENCO VA SU SCARTO.TXT, IL BIBLIOTECARIO SCEGLIE I CANDIDATI
      *E UNA SOLA CONFERMA RITIRA I TITOLI E SCARTA LE COPIE
       REVISIONE-RACCOLTE.

           DISPLAY "ANNI SENZA PRESTITI (INVIO = 5): ".
           MOVE 0 TO ANNI-SENZA-PRESTITI.
           ACCEPT ANNI-SENZA-PRESTITI.
           IF ANNI-SENZA-PRESTITI = 0 THEN
               MOVE 5 TO ANNI-SENZA-PRESTITI
           END-IF.

           DISPLAY "ETA' MINIMA DELLA PUBBLICAZIONE IN ANNI "
                   "(INVIO = 10): ".
           MOVE 0 TO ETA-MINIMA-SCARTO.
           ACCEPT ETA-MINIMA-SCARTO.
           IF ETA-MINIMA-SCARTO = 0 THEN
               MOVE 10 TO ETA-MINIMA-SCARTO
           END-IF.

           DISPLAY "COPIE ECCEDENTI IL PICCO DI PRESTITI "
                   "(INVIO = 1): ".
           MOVE 0 TO ECCEDENZA-MINIMA.
           ACCEPT ECCEDENZA-MINIMA.
           IF ECCEDENZA-MINIMA = 0 THEN
               MOVE 1 TO ECCEDENZA-MINIMA
           END-IF.

           DISPLAY "PERCENTUALE DI COPIE IN RIPARAZIONE "
                   "(INVIO = 50): ".
           MOVE 0 TO PERCENTO-RIPARAZIONE.
           ACCEPT PERCENTO-RIPARAZIONE.
           IF PERCENTO-RIPARAZIONE = 0 THEN
               MOVE 50 TO PERCENTO-RIPARAZIONE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           COMPUTE DATA-LIMITE-INATTIVITA =
                   DATA-ODIERNA - ANNI-SENZA-PRESTITI * 10000.
           COMPUTE ANNO-LIMITE-PUBBLICAZIONE =
                   DATA-ODIERNA / 10000 - ETA-MINIMA-SCARTO.

           INITIALIZE REVISIONE-TAB.
           PERFORM RICOSTRUISCI-CIRCOLAZIONE.
           PERFORM CONTA-ESEMPLARI-REVISIONE.
           PERFORM VALUTA-CANDIDATI-SCARTO.

           IF CANDIDATI-COUNT = 0 THEN
               DISPLAY "NESSUN TITOLO DA PROPORRE PER LO SCARTO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCEGLI-CANDIDATI-SCARTO.

           MOVE 0 TO TITOLI-DA-RITIRARE.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CANDIDATI-COUNT
               SET SC TO CANDIDATO-IDX(CX)
               IF ACCETTATO-SC(SC) = "S" THEN
                   ADD 1 TO TITOLI-DA-RITIRARE
               END-IF
           END-PERFORM.

           IF TITOLI-DA-RITIRARE = 0 THEN
               DISPLAY "NESSUN CANDIDATO ACCETTATO, NULLA DA FARE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CANDIDATI ACCETTATI: " TITOLI-DA-RITIRARE.
           DISPLAY "CONFERMI RITIRO E SCARTO DEI CANDIDATI ACCETTATI "
                   "(S/N)? ".
           MOVE "N" TO RISPOSTA-SCARTO.
           ACCEPT RISPOSTA-SCARTO.
           IF RISPOSTA-SCARTO NOT = "S" AND
              RISPOSTA-SCARTO NOT = "s" THEN
               DISPLAY "REVISIONE ANNULLATA, CATALOGO INVARIATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPLICA-SCARTI.

      *----------------------------- FUNCTION FN -----------------------
      *RICOSTRUISCE DAL GIORNALE, IN ORDINE DI REGISTRAZIONE, LA DATA
      *DELL'ULTIMA USCITA E IL MASSIMO DI COPIE FUORI INSIEME PER
      *OGNI TITOLO; I PRESTITI APERTI OGGI FANNO DA MINIMO AL PICCO
       RICOSTRUISCI-CIRCOLAZIONE.

           OPEN INPUT GIORNALE-FILE.
           IF FS-GIORNALE = "00" THEN
               PERFORM UNTIL FS-GIORNALE = "10"
                   READ GIORNALE-FILE
                       AT END
                           MOVE "10" TO FS-GIORNALE
                       NOT AT END
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > SIZE-ARRAY
                               IF ISBN(I) = ISBN-GIORNALE THEN
                                   SET SC TO I
                                   PERFORM CONTA-MOVIMENTO-GIORNALE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE GIORNALE-FILE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               SET SC TO I
               IF PICCO-PRESTITI-SC(SC) < COPIE-IN-PRESTITO(I) THEN
                   MOVE COPIE-IN-PRESTITO(I) TO PICCO-PRESTITI-SC(SC)
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION FO -----------------------
       CONTA-MOVIMENTO-GIORNALE.

           EVALUATE TIPO-GIORNALE
               WHEN "U"
                   ADD 1 TO PRESTITI-CORRENTI-SC(SC)
                   IF PRESTITI-CORRENTI-SC(SC) >
                      PICCO-PRESTITI-SC(SC) THEN
                       MOVE PRESTITI-CORRENTI-SC(SC)
                           TO PICCO-PRESTITI-SC(SC)
                   END-IF
                   IF DATA-USCITA-GIORNALE > ULTIMO-PRESTITO-SC(SC)
                       MOVE DATA-USCITA-GIORNALE
                           TO ULTIMO-PRESTITO-SC(SC)
                   END-IF
               WHEN "R"
               WHEN "S"
                   IF PRESTITI-CORRENTI-SC(SC) > 0 THEN
                       SUBTRACT 1 FROM PRESTITI-CORRENTI-SC(SC)
                   END-IF
           END-EVALUATE.

      *----------------------------- FUNCTION FP -----------------------
      *COPIE FISICHE PER TITOLO DA ESEMPLAR.DAT: VIVE (A SCAFFALE, IN
      *PRESTITO, IN RIPARAZIONE, PRESSO UN PARTNER) E IN RIPARAZIONE;
      *UN TITOLO SENZA ESEMPLARI CENSITI VALE PER LE SUE COPIE
       CONTA-ESEMPLARI-REVISIONE.

           OPEN INPUT ESEMPLARI-FILE.
           IF FS-ESEMPLARI = "00" THEN
               MOVE LOW-VALUES TO BARCODE-ESEMPLARE
               START ESEMPLARI-FILE KEY IS NOT LESS THAN
                   BARCODE-ESEMPLARE
                   INVALID KEY MOVE "10" TO FS-ESEMPLARI
               END-START
               PERFORM UNTIL FS-ESEMPLARI = "10"
                   READ ESEMPLARI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ESEMPLARI
                       NOT AT END
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > SIZE-ARRAY
                               IF ISBN(I) = ISBN-ESEMPLARE THEN
                                   SET SC TO I
                                   PERFORM CONTA-ESEMPLARE-REVISIONE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ESEMPLARI-FILE
           END-IF.
           MOVE "00" TO FS-ESEMPLARI.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               SET SC TO I
               IF ESEMPLARI-CENSITI-SC(SC) = 0 THEN
                   MOVE COPIE(I) TO ESEMPLARI-VIVI-SC(SC)
               END-IF
           END-PERFORM.

      *----------------------------- FUNCTION FQ -----------------------
       CONTA-ESEMPLARE-REVISIONE.

           ADD 1 TO ESEMPLARI-CENSITI-SC(SC).
           IF STATO-ESEMPLARE = "A" OR STATO-ESEMPLARE = "P" OR
              STATO-ESEMPLARE = "R" OR STATO-ESEMPLARE = "I" THEN
               ADD 1 TO ESEMPLARI-VIVI-SC(SC)
           END-IF.
           IF STATO-ESEMPLARE = "R" THEN
               ADD 1 TO ESEMPLARI-RIPARAZIONE-SC(SC)
           END-IF.

      *----------------------------- FUNCTION FR -----------------------
      *APPLICA LE SOGLIE AI TITOLI IN CIRCOLAZIONE E SCRIVE I
      *CANDIDATI NUMERATI SU SCARTO.TXT CON I DATI CHE LI MOTIVANO
       VALUTA-CANDIDATI-SCARTO.

           MOVE 0 TO CANDIDATI-COUNT.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "SCARTO.TXT" TO RW-NOME-FILE.
           MOVE "REVISIONE DELLE RACCOLTE - PROPOSTE DI SCARTO"
               TO RW-TITOLO.
           MOVE "N.  ISBN          TITOLO / CIRCOLAZIONE E MOTIVI"
               TO RW-INTESTAZIONE.
           MOVE "BIBLIOTECA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE SCARTO.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "SOGLIE: " ANNI-SENZA-PRESTITI
                  " ANNI SENZA PRESTITI, ETA' MINIMA "
                  ETA-MINIMA-SCARTO " ANNI, ECCEDENZA "
                  ECCEDENZA-MINIMA ", RIPARAZIONE "
                  PERCENTO-RIPARAZIONE "%"
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               SET SC TO I
               IF RITIRATO(I) NOT = "S" THEN
                   PERFORM VALUTA-TITOLO-SCARTO
               END-IF
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "TITOLI PROPOSTI PER LO SCARTO: " CANDIDATI-COUNT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "PROPOSTE SCRITTE SU SCARTO.TXT".

      *----------------------------- FUNCTION FS -----------------------
      *I TRE CRITERI SUL TITOLO I; SE NE SCATTA ALMENO UNO IL TITOLO
      *ENTRA NELL'ELENCO DEI CANDIDATI
       VALUTA-TITOLO-SCARTO.

           IF ULTIMO-PRESTITO-SC(SC) < DATA-LIMITE-INATTIVITA AND
              DATA-INGRESSO(I) < DATA-LIMITE-INATTIVITA AND
              ANNO-PUBBLICAZIONE(I) <= ANNO-LIMITE-PUBBLICAZIONE AND
              COPIE-IN-PRESTITO(I) = 0 THEN
               MOVE "S" TO INATTIVO-SC(SC)
           END-IF.

           MOVE PICCO-PRESTITI-SC(SC) TO PICCO-MINIMO.
           IF PICCO-MINIMO = 0 THEN
               MOVE 1 TO PICCO-MINIMO
           END-IF.
           IF ESEMPLARI-VIVI-SC(SC) >=
              PICCO-MINIMO + ECCEDENZA-MINIMA THEN
               MOVE "S" TO ECCEDENTE-SC(SC)
               COMPUTE ECCEDENZA-DA-SCARTARE-SC(SC) =
                       ESEMPLARI-VIVI-SC(SC) - PICCO-MINIMO
           END-IF.

           IF ESEMPLARI-RIPARAZIONE-SC(SC) > 0 THEN
               COMPUTE PERCENTO-CALCOLATO =
                       ESEMPLARI-RIPARAZIONE-SC(SC) * 100
                       / ESEMPLARI-VIVI-SC(SC)
               IF PERCENTO-CALCOLATO >= PERCENTO-RIPARAZIONE THEN
                   MOVE "S" TO IN-RIPARAZIONE-SC(SC)
                   MOVE ESEMPLARI-RIPARAZIONE-SC(SC)
                       TO RIPARAZIONE-DA-SCARTARE-SC(SC)
               END-IF
           END-IF.

           IF INATTIVO-SC(SC) NOT = "S" AND
              ECCEDENTE-SC(SC) NOT = "S" AND
              IN-RIPARAZIONE-SC(SC) NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANDIDATI-COUNT.
           SET CX TO CANDIDATI-COUNT.
           SET CANDIDATO-IDX(CX) TO I.
           MOVE "N" TO ACCETTATO-SC(SC).
           PERFORM COMPONI-MOTIVI-SCARTO.

           MOVE SPACES TO RW-RIGA.
           STRING CANDIDATI-COUNT " " ISBN(I) " " TITOLO(I)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "    ULTIMO PRESTITO " ULTIMO-PRESTITO-SC(SC)
                  " PICCO " PICCO-PRESTITI-SC(SC)
                  " COPIE " ESEMPLARI-VIVI-SC(SC)
                  " IN RIP. " ESEMPLARI-RIPARAZIONE-SC(SC)
                  " " MOTIVI-SCARTO
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *----------------------------- FUNCTION FT -----------------------
       COMPONI-MOTIVI-SCARTO.

           MOVE SPACES TO MOTIVI-SCARTO.
           IF INATTIVO-SC(SC) = "S" THEN
               MOVE "INATTIVO" TO MOTIVI-SCARTO(1:9)
           END-IF.
           IF ECCEDENTE-SC(SC) = "S" THEN
               MOVE "ECCEDENZA" TO MOTIVI-SCARTO(10:10)
           END-IF.
           IF IN-RIPARAZIONE-SC(SC) = "S" THEN
               MOVE "RIPARAZIONE" TO MOTIVI-SCARTO(20:11)
           END-IF.

      *----------------------------- FUNCTION FU -----------------------
      *IL BIBLIOTECARIO SEGNA I CANDIDATI DA ACCETTARE PER NUMERO
      *(UN SECONDO INSERIMENTO TOGLIE IL SEGNO, 999 LI SEGNA TUTTI,
      *0 CHIUDE LA SCELTA)
       SCEGLI-CANDIDATI-SCARTO.

           MOVE 1 TO CANDIDATO-SCELTO.
           PERFORM UNTIL CANDIDATO-SCELTO = 0
               PERFORM VARYING CX FROM 1 BY 1
                       UNTIL CX > CANDIDATI-COUNT
                   SET I TO CANDIDATO-IDX(CX)
                   SET SC TO I
                   SET CANDIDATO-SCELTO TO CX
                   PERFORM COMPONI-MOTIVI-SCARTO
                   IF ACCETTATO-SC(SC) = "S" THEN
                       DISPLAY "[X] " CANDIDATO-SCELTO " " ISBN(I)
                               " " TITOLO(I)(1:30) " " MOTIVI-SCARTO
                   ELSE
                       DISPLAY "[ ] " CANDIDATO-SCELTO " " ISBN(I)
                               " " TITOLO(I)(1:30) " " MOTIVI-SCARTO
                   END-IF
               END-PERFORM
               DISPLAY "NUMERO DA SEGNARE O TOGLIERE (999 = TUTTI, "
                       "0 = FINE): "
               MOVE 0 TO CANDIDATO-SCELTO
               ACCEPT CANDIDATO-SCELTO
               EVALUATE TRUE
                   WHEN CANDIDATO-SCELTO = 0
                       CONTINUE
                   WHEN CANDIDATO-SCELTO = 999
                       PERFORM VARYING CX FROM 1 BY 1
                               UNTIL CX > CANDIDATI-COUNT
                           SET SC TO CANDIDATO-IDX(CX)
                           MOVE "S" TO ACCETTATO-SC(SC)
                       END-PERFORM
                   WHEN CANDIDATO-SCELTO > CANDIDATI-COUNT
                       DISPLAY "NUMERO NON IN ELENCO"
                   WHEN OTHER
                       SET CX TO CANDIDATO-SCELTO
                       SET SC TO CANDIDATO-IDX(CX)
                       IF ACCETTATO-SC(SC) = "S" THEN
                           MOVE "N" TO ACCETTATO-SC(SC)
                       ELSE
                           MOVE "S" TO ACCETTATO-SC(SC)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *----------------------------- FUNCTION FV -----------------------
      *PASSATA UNICA SUI CANDIDATI ACCETTATI: I TITOLI INATTIVI SONO
      *RITIRATI CON TUTTE LE COPIE A SCAFFALE O IN RIPARAZIONE; DEGLI
      *ALTRI SI SCARTANO LE COPIE IN RIPARAZIONE E QUELLE A SCAFFALE
      *OLTRE IL PICCO. LE COPIE DEL CATALOGO CALANO DEGLI SCARTATI E
      *OGNI TITOLO TOCCATO LASCIA UNA RIGA "V" NEL GIORNALE
       APPLICA-SCARTI.

           MOVE 0 TO TITOLI-RITIRATI.
           MOVE 0 TO ESEMPLARI-SCARTATI.

           OPEN I-O ESEMPLARI-FILE.

           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CANDIDATI-COUNT
               SET I TO CANDIDATO-IDX(CX)
               SET SC TO I
               IF ACCETTATO-SC(SC) = "S" THEN
                   PERFORM APPLICA-SCARTO-TITOLO
               END-IF
           END-PERFORM.

           IF FS-ESEMPLARI = "00" OR FS-ESEMPLARI = "10" THEN
               CLOSE ESEMPLARI-FILE
           END-IF.
           MOVE "00" TO FS-ESEMPLARI.

           DISPLAY "TITOLI RITIRATI: " TITOLI-RITIRATI.
           DISPLAY "ESEMPLARI SCARTATI: " ESEMPLARI-SCARTATI.

      *----------------------------- FUNCTION FW -----------------------
       APPLICA-SCARTO-TITOLO.

           MOVE 0 TO SCARTATI-DEL-TITOLO.
           MOVE 0 TO SCARTI-RIPARAZIONE-RESIDUI.
           MOVE 0 TO SCARTI-ECCEDENZA-RESIDUI.

           IF INATTIVO-SC(SC) = "S" THEN
               IF COPIE-IN-PRESTITO(I) > 0 THEN
                   DISPLAY ISBN(I) " HA COPIE IN PRESTITO, "
                           "RITIRO RIFIUTATO"
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO RITIRATO(I)
               ADD 1 TO TITOLI-RITIRATI
               MOVE 999 TO SCARTI-RIPARAZIONE-RESIDUI
               MOVE 999 TO SCARTI-ECCEDENZA-RESIDUI
           ELSE
               IF IN-RIPARAZIONE-SC(SC) = "S" THEN
                   MOVE RIPARAZIONE-DA-SCARTARE-SC(SC)
                       TO SCARTI-RIPARAZIONE-RESIDUI
               END-IF
      *LE COPIE IN RIPARAZIONE SCARTATE CONTANO GIA' NELL'ECCEDENZA
               IF ECCEDENTE-SC(SC) = "S" AND
                  ECCEDENZA-DA-SCARTARE-SC(SC) >
                  SCARTI-RIPARAZIONE-RESIDUI THEN
                   COMPUTE SCARTI-ECCEDENZA-RESIDUI =
                           ECCEDENZA-DA-SCARTARE-SC(SC)
                           - SCARTI-RIPARAZIONE-RESIDUI
               END-IF
           END-IF.

           IF ESEMPLARI-CENSITI-SC(SC) > 0 THEN
               IF FS-ESEMPLARI = "00" THEN
                   PERFORM SCARTA-ESEMPLARI-TITOLO
               END-IF
           ELSE
               IF INATTIVO-SC(SC) = "S" THEN
                   MOVE COPIE(I) TO SCARTATI-DEL-TITOLO
               ELSE
                   MOVE SCARTI-ECCEDENZA-RESIDUI
                       TO SCARTATI-DEL-TITOLO
               END-IF
           END-IF.

           IF SCARTATI-DEL-TITOLO + COPIE-IN-PRESTITO(I) > COPIE(I)
               MOVE COPIE-IN-PRESTITO(I) TO COPIE(I)
           ELSE
               SUBTRACT SCARTATI-DEL-TITOLO FROM COPIE(I)
           END-IF.
           ADD SCARTATI-DEL-TITOLO TO ESEMPLARI-SCARTATI.

           DISPLAY ISBN(I) " " TITOLO(I)(1:30)
                   " SCARTATE: " SCARTATI-DEL-TITOLO
                   " RIMASTE: " COPIE(I).

           PERFORM REGISTRA-SCARTO-GIORNALE.

      *----------------------------- FUNCTION FX -----------------------
      *PORTA A "X" LE COPIE DEL TITOLO I: PRIMA QUELLE IN
      *RIPARAZIONE, POI QUELLE A SCAFFALE, NEI LIMITI RESIDUI
       SCARTA-ESEMPLARI-TITOLO.

           MOVE LOW-VALUES TO BARCODE-ESEMPLARE.
           START ESEMPLARI-FILE KEY IS NOT LESS THAN
               BARCODE-ESEMPLARE
               INVALID KEY MOVE "10" TO FS-ESEMPLARI
           END-START.

           PERFORM UNTIL FS-ESEMPLARI = "10"
               READ ESEMPLARI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ESEMPLARI
                   NOT AT END
                       IF ISBN-ESEMPLARE = ISBN(I) THEN
                           PERFORM SCARTA-ESEMPLARE-LETTO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ESEMPLARI.

      *----------------------------- FUNCTION FY -----------------------
       SCARTA-ESEMPLARE-LETTO.

           IF STATO-ESEMPLARE = "R" AND
              SCARTI-RIPARAZIONE-RESIDUI > 0 THEN
               MOVE "X" TO STATO-ESEMPLARE
               REWRITE ESEMPLARE-REC
               SUBTRACT 1 FROM SCARTI-RIPARAZIONE-RESIDUI
               ADD 1 TO SCARTATI-DEL-TITOLO
           ELSE
               IF STATO-ESEMPLARE = "A" AND
                  SCARTI-ECCEDENZA-RESIDUI > 0 THEN
                   MOVE "X" TO STATO-ESEMPLARE
                   REWRITE ESEMPLARE-REC
                   SUBTRACT 1 FROM SCARTI-ECCEDENZA-RESIDUI
                   ADD 1 TO SCARTATI-DEL-TITOLO
               END-IF
           END-IF.

      *----------------------------- FUNCTION FZ -----------------------
      *LO SCARTO (O IL RITIRO) DEL TITOLO I RESTA NEL GIORNALE DELLA
      *CIRCOLAZIONE COME RIGA DI VERIFICA, COME LE RETTIFICHE
       REGISTRA-SCARTO-GIORNALE.

           COMPUTE DIFFERENZA-COPIE = 0 - SCARTATI-DEL-TITOLO.
           MOVE DIFFERENZA-COPIE TO DIFFERENZA-COPIE-EDIT.

           OPEN EXTEND GIORNALE-FILE.
           IF FS-GIORNALE = "35" THEN
               OPEN OUTPUT GIORNALE-FILE
           END-IF.
           IF FS-GIORNALE = "00" THEN
               MOVE "V" TO TIPO-GIORNALE
               MOVE ISBN(I) TO ISBN-GIORNALE
               MOVE AUTORE(I) TO AUTORE-GIORNALE
               MOVE 0 TO CODICE-GIORNALE
               MOVE SPACES TO NOME-GIORNALE
               IF INATTIVO-SC(SC) = "S" THEN
                   STRING "RITIRO E SCARTO " DIFFERENZA-COPIE-EDIT
                       DELIMITED BY SIZE INTO NOME-GIORNALE
               ELSE
                   STRING "SCARTO REVISIONE " DIFFERENZA-COPIE-EDIT
                       DELIMITED BY SIZE INTO NOME-GIORNALE
               END-IF
               MOVE DATA-ODIERNA TO DATA-USCITA-GIORNALE
               MOVE 0 TO DATA-SCADENZA-GIORNALE
               MOVE 0 TO DATA-RIENTRO-GIORNALE
               WRITE GIORNALE-REC
               CLOSE GIORNALE-FILE
           END-IF.

      *----------------------------- FUNCTION GA -----------------------
      *DESCRIZIONE DELLO STATO DELLA COPIA DALLA TABELLA DEI CODICI
      *"STATOCOP"; SENZA TABELLA VALGONO LE DESCRIZIONI DI SEMPRE
       DECODIFICA-STATO-COPIA.

           MOVE "L" TO CODESRV-FUNZIONE.
           MOVE "STATOCOP" TO CODESRV-TABELLA.
           MOVE STATO-ESEMPLARE TO CODESRV-CODICE.
           MOVE 0 TO CODESRV-DATA.
           CALL "CODESRV" USING CODESRV-AREA.
           IF CODESRV-ESITO = "S" OR CODESRV-ESITO = "V" THEN
               MOVE CODESRV-DESCRIZIONE TO DESCRIZIONE-STATO-COPIA
               EXIT PARAGRAPH
           END-IF.

           EVALUATE STATO-ESEMPLARE
               WHEN "A"
                   MOVE "A SCAFFALE" TO DESCRIZIONE-STATO-COPIA
               WHEN "P"
                   MOVE "IN PRESTITO" TO DESCRIZIONE-STATO-COPIA
               WHEN "R"
                   MOVE "IN RIPARAZIONE" TO DESCRIZIONE-STATO-COPIA
               WHEN "S"
                   MOVE "SMARRITO" TO DESCRIZIONE-STATO-COPIA
               WHEN "X"
                   MOVE "SCARTATO" TO DESCRIZIONE-STATO-COPIA
               WHEN "I"
                   MOVE "PRESSO UNA BIBLIOTECA PARTNER"
                       TO DESCRIZIONE-STATO-COPIA
               WHEN OTHER
                   MOVE "STATO SCONOSCIUTO" TO DESCRIZIONE-STATO-COPIA
           END-EVALUATE.

      *----------------------------- FUNCTION GB -----------------------
      *FUSIONE DI DUE TESSERE DELLA STESSA PERSONA (SEGNALATE DAL
      *REPORT DEI DOPPIONI): PRESTITI, PRENOTAZIONI, MULTE E
      *INTERPRESTITI DEL DOPPIONE PASSANO AL CODICE CHE RESTA, POI IL
      *DOPPIONE SI CANCELLA. LETTORI.DAT E' GIA' APERTO IN I-O
       UNISCI-LETTORI.

           DISPLAY "CODICE DEL LETTORE CHE RESTA: ".
           ACCEPT CODICE-SUPERSTITE.
           DISPLAY "CODICE DEL DOPPIONE DA ELIMINARE: ".
           ACCEPT CODICE-DOPPIONE.

           IF CODICE-SUPERSTITE = CODICE-DOPPIONE THEN
               DISPLAY "I DUE CODICI SONO UGUALI"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-DOPPIONE TO CODICE-LETTORE.
           READ LETTORI-FILE
               INVALID KEY
                   MOVE "N" TO LETTORE-TROVATO
               NOT INVALID KEY
                   MOVE "S" TO LETTORE-TROVATO
                   MOVE LETTORE-REC TO LETTORE-DOPPIONE
           END-READ.
           IF LETTORE-TROVATO = "N" THEN
               DISPLAY "DOPPIONE " CODICE-DOPPIONE " NON TROVATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-SUPERSTITE TO CODICE-LETTORE.
           READ LETTORI-FILE
               INVALID KEY
                   MOVE "N" TO LETTORE-TROVATO
           END-READ.
           IF LETTORE-TROVATO = "N" THEN
               DISPLAY "LETTORE " CODICE-SUPERSTITE " NON TROVATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO NOMESRV-FUNZIONE.
           MOVE NOME-LETTORE TO NOMESRV-NOME1.
           MOVE NOME-LETTORE-DOPPIONE TO NOMESRV-NOME2.
           CALL "NOMESRV" USING NOMESRV-AREA.

           DISPLAY "RESTA:    " CODICE-LETTORE " " NOME-LETTORE
                   " MATRICOLA " MATRICOLA-LETTORE.
           DISPLAY "SI UNISCE:" CODICE-LETTORE-DOPPIONE " "
                   NOME-LETTORE-DOPPIONE
                   " MATRICOLA " MATRICOLA-DOPPIONE.
           DISPLAY "SOMIGLIANZA DEI NOMI: " NOMESRV-PUNTEGGIO.
           IF MATRICOLA-LETTORE NOT = 0 AND
              MATRICOLA-DOPPIONE NOT = 0 AND
              MATRICOLA-LETTORE NOT = MATRICOLA-DOPPIONE THEN
               DISPLAY "ATTENZIONE: LE MATRICOLE SONO DIVERSE"
           END-IF.
           DISPLAY "CONFERMI LA FUSIONE? (S/N)".
           ACCEPT CONFERMA-FUSIONE.
           IF FUNCTION UPPER-CASE(CONFERMA-FUSIONE) NOT = "S" THEN
               DISPLAY "FUSIONE ANNULLATA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SPOSTA-PRESTITI-DOPPIONE.
           PERFORM SPOSTA-MULTE-DOPPIONE.
           PERFORM SPOSTA-INTERPRESTITI-DOPPIONE.

      *IL LETTORE CHE RESTA PRENDE LA MATRICOLA SE NON L'AVEVA E LA
      *SCADENZA DI TESSERA PIU' LONTANA DELLE DUE
           MOVE CODICE-SUPERSTITE TO CODICE-LETTORE.
           READ LETTORI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MATRICOLA-LETTORE = 0 THEN
                       MOVE MATRICOLA-DOPPIONE TO MATRICOLA-LETTORE
                   END-IF
                   IF SCADENZA-TESSERA-DOPPIONE >
                      SCADENZA-TESSERA-LETTORE THEN
                       MOVE SCADENZA-TESSERA-DOPPIONE
                           TO SCADENZA-TESSERA-LETTORE
                   END-IF
                   REWRITE LETTORE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                   FS-LETTORI
                   END-REWRITE
           END-READ.

           MOVE CODICE-DOPPIONE TO CODICE-LETTORE.
           DELETE LETTORI-FILE
               INVALID KEY
                   DISPLAY "ERRORE IN CANCELLAZIONE DEL DOPPIONE - "
                           "STATO " FS-LETTORI
           END-DELETE.

      *PRESTITI E CODE STANNO IN MEMORIA: SI SALVANO SUBITO PERCHE'
      *LA FUSIONE NON DIPENDA DA UNA CHIUSURA REGOLARE
           PERFORM SALVA-PRESTITI.
           PERFORM SALVA-CODE.

           PERFORM REGISTRA-FUSIONE-LETTORI.

           DISPLAY "FUSIONE ESEGUITA - PRESTITI " PRESTITI-SPOSTATI
                   " PRENOTAZIONI " PRENOTAZIONI-SPOSTATE
                   " MULTE " MULTE-SPOSTATE
                   " INTERPRESTITI " INTERPRESTITI-SPOSTATI.

      *----------------------------- FUNCTION GC -----------------------
      *PRESTITI E PRENOTAZIONI IN MEMORIA DEL DOPPIONE AL LETTORE CHE
      *RESTA; SE QUESTO E' GIA' IN CODA PER LO STESSO TITOLO LA
      *PRENOTAZIONE DEL DOPPIONE SI TOGLIE
       SPOSTA-PRESTITI-DOPPIONE.

           MOVE 0 TO PRESTITI-SPOSTATI.
           MOVE 0 TO PRENOTAZIONI-SPOSTATE.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > SIZE-ARRAY
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > 10
                   IF IN-PRESTITO(P, C) = "S" AND
                      CODICE-UTENTE-PRESTITO(P, C) = CODICE-DOPPIONE
                       THEN
                       MOVE CODICE-SUPERSTITE
                           TO CODICE-UTENTE-PRESTITO(P, C)
                       MOVE NOME-LETTORE TO UTENTE-PRESTITO(P, C)
                       ADD 1 TO PRESTITI-SPOSTATI
                   END-IF
               END-PERFORM

               MOVE "N" TO SUPERSTITE-IN-CODA
               PERFORM VARYING QC FROM 1 BY 1
                       UNTIL QC > PRENOTAZIONI-IN-CODA(P)
                   IF CODICE-PRENOTANTE(P, QC) = CODICE-SUPERSTITE
                       THEN
                       MOVE "S" TO SUPERSTITE-IN-CODA
                   END-IF
               END-PERFORM

               MOVE 1 TO POSIZIONE-CODA
               PERFORM UNTIL POSIZIONE-CODA > PRENOTAZIONI-IN-CODA(P)
                   IF CODICE-PRENOTANTE(P, POSIZIONE-CODA) =
                      CODICE-DOPPIONE THEN
                       ADD 1 TO PRENOTAZIONI-SPOSTATE
                       IF SUPERSTITE-IN-CODA = "S" THEN
                           PERFORM TOGLI-PRENOTAZIONE-DOPPIONE
                       ELSE
                           MOVE CODICE-SUPERSTITE
                               TO CODICE-PRENOTANTE(P, POSIZIONE-CODA)
                           MOVE NOME-LETTORE
                               TO NOME-PRENOTANTE(P, POSIZIONE-CODA)
                           MOVE "S" TO SUPERSTITE-IN-CODA
                           ADD 1 TO POSIZIONE-CODA
                       END-IF
                   ELSE
                       ADD 1 TO POSIZIONE-CODA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------- FUNCTION GD -----------------------
      *TOGLIE DALLA CODA DEL TITOLO P LA PRENOTAZIONE IN
      *POSIZIONE-CODA, FACENDO SCORRERE QUELLE CHE SEGUONO
       TOGLI-PRENOTAZIONE-DOPPIONE.

           PERFORM VARYING QC FROM POSIZIONE-CODA BY 1
                   UNTIL QC >= PRENOTAZIONI-IN-CODA(P)
               MOVE CODICE-PRENOTANTE(P, QC + 1)
                   TO CODICE-PRENOTANTE(P, QC)
               MOVE NOME-PRENOTANTE(P, QC + 1)
                   TO NOME-PRENOTANTE(P, QC)
               MOVE DATA-PRENOTAZIONE(P, QC + 1)
                   TO DATA-PRENOTAZIONE(P, QC)
           END-PERFORM.

           SUBTRACT 1 FROM PRENOTAZIONI-IN-CODA(P).

      *----------------------------- FUNCTION GE -----------------------
      *MULTE DEL DOPPIONE, PAGATE E NON, INTESTATE AL LETTORE CHE
      *RESTA
       SPOSTA-MULTE-DOPPIONE.

           MOVE 0 TO MULTE-SPOSTATE.

           OPEN I-O MULTE-FILE.
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
                       IF CODICE-MULTA = CODICE-DOPPIONE THEN
                           MOVE CODICE-SUPERSTITE TO CODICE-MULTA
                           MOVE NOME-LETTORE TO NOME-MULTA
                           REWRITE MULTA-REC
                               INVALID KEY
                                   DISPLAY "ERRORE IN RISCRITTURA "
                                           "MULTA " NUMERO-MULTA
                               NOT INVALID KEY
                                   ADD 1 TO MULTE-SPOSTATE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTE-FILE.

      *----------------------------- FUNCTION GF -----------------------
      *RICHIESTE DI INTERPRESTITO FATTE PER CONTO DEL DOPPIONE
       SPOSTA-INTERPRESTITI-DOPPIONE.

           MOVE 0 TO INTERPRESTITI-SPOSTATI.

           OPEN I-O INTERPRESTITI-FILE.
           IF FS-INTERPRESTITI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-INTERPRESTITI NOT = "00"
               READ INTERPRESTITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INTERPRESTITI
                   NOT AT END
                       IF LETTORE-ILL = CODICE-DOPPIONE THEN
                           MOVE CODICE-SUPERSTITE TO LETTORE-ILL
                           REWRITE INTERPRESTITO-REC
                               INVALID KEY
                                   DISPLAY "ERRORE IN RISCRITTURA "
                                           "INTERPRESTITO " NUMERO-ILL
                               NOT INVALID KEY
                                   ADD 1 TO INTERPRESTITI-SPOSTATI
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERPRESTITI-FILE.

      *----------------------------- FUNCTION GG -----------------------
      *UNA RIGA SUL REGISTRO DELLE FUSIONI (FUSIONI.DAT IN CODA)
       REGISTRA-FUSIONE-LETTORI.

           OPEN EXTEND FUSIONI-FILE.
           IF FS-FUSIONI = "35" THEN
               OPEN OUTPUT FUSIONI-FILE
           END-IF.
           IF FS-FUSIONI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE FUSIONI.DAT - STATO "
                       FS-FUSIONI
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-FUSIONE.
           MOVE OPERATORE-SPORTELLO TO OPERATORE-FUSIONE.
           MOVE "LETTORI" TO ARCHIVIO-FUSIONE.
           MOVE CODICE-SUPERSTITE TO SUPERSTITE-FUSIONE.
           MOVE CODICE-DOPPIONE TO DOPPIONE-FUSIONE.
           MOVE NOME-LETTORE-DOPPIONE TO NOME-DOPPIONE-FUSIONE.
           COMPUTE SPOSTATI-FUSIONE = PRESTITI-SPOSTATI
               + PRENOTAZIONI-SPOSTATE + MULTE-SPOSTATE
               + INTERPRESTITI-SPOSTATI.
           WRITE FUSIONE-REC.
           CLOSE FUSIONI-FILE.
