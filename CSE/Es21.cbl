               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETTIFICHE.

      *CALENDARIO DELLA SESSIONE D'ESAMI: PER OGNI APPELLO (CORSO +
      *DATA) AULA, FASCIA ORARIA E COMMISSIONE, COSI' I NOMI DELLA
      *COMMISSIONE NON SI PERDONO DOPO IL VERBALE E I CONFLITTI DI
      *AULA E DI DOCENTE SI VEDONO PRIMA DI AFFIGGERE IL CALENDARIO
           SELECT CALENDARIO-FILE ASSIGN TO "CALSESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CAL-REC
               FILE STATUS IS FS-CALENDARIO.

      *PROPEDEUTICITA' TRA CORSI: UNA RIGA PER OGNI CORSO RICHIESTO
      *(ANALISI 2 RICHIEDE ANALISI 1); CHI NON HA SUPERATO IL CORSO
      *RICHIESTO NON SI PRENOTA ALL'APPELLO DEL CORSO CHE LO RICHIEDE
           SELECT PROPEDEUTICITA-FILE ASSIGN TO "PROPEDEU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PROP-REC
               FILE STATUS IS FS-PROPEDEUTICITA.

      *STATO DEI VOTI SUFFICIENTI APPENA PUBBLICATI: LO STUDENTE HA
      *UNA FINESTRA DI GIORNI PER ACCETTARE O RIFIUTARE; CHI NON
      *RISPONDE ACCETTA PER SILENZIO ALLA CHIUSURA. CHIAVE COME IN
      *GRADFILE.DAT; UN ESITO SENZA RIGA QUI E' DEFINITIVO
           SELECT ESITI-PROVVISORI-FILE ASSIGN TO "ESITIPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PRV-REC
               FILE STATUS IS FS-PROVVISORI.

      *TABELLA DI CONVERSIONE ECTS PER CORSO: PER OGNI VOTO DA 18 A
      *30 LA LETTERA ECTS (A-E) RICAVATA DALLA DISTRIBUZIONE DEI VOTI
      *SUFFICIENTI DEGLI ULTIMI ANNI ACCADEMICI, PER IL TRANSCRIPT
      *DEGLI STUDENTI ERASMUS
           SELECT ECTS-FILE ASSIGN TO "ECTSTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ECTS-REC
               FILE STATUS IS FS-ECTS.

      *GRADUATORIA DELLE BORSE DI STUDIO IN CSV (SEPARATORE PUNTO E
      *VIRGOLA) PER L'UFFICIO DEL DIRITTO ALLO STUDIO
           SELECT BORSE-CSV-FILE ASSIGN TO "BORSE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BORSE-CSV.

      *LIBRO DELLE TASSE UNIVERSITARIE: UNA RIGA PER RATA DI OGNI
      *MATRICOLA CON IMPORTO, SCADENZA, DATA DI PAGAMENTO (ZERO SE
      *NON PAGATA) E NUMERO DI RICEVUTA; CHI HA RATE SCADUTE NON
      *PAGATE NON ENTRA NEL REGISTRO DELL'APPELLO
           SELECT TASSE-FILE ASSIGN TO "TASSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TASSA-REC
               FILE STATUS IS FS-TASSE.

      *PRENOTAZIONI BLOCCATE PER TASSE SCADUTE: SI ACCODANO CORSA
      *DOPO CORSA, LA SEGRETERIA LE RICHIAMA QUANDO LO STUDENTE PAGA
           SELECT BLOCCATI-FILE ASSIGN TO "PRENBLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOCCATI.

      *DEROGHE AL BLOCCO TASSE PER APPELLO E MATRICOLA, COL MOTIVO E
      *L'OPERATORE CHE LE HA CONCESSE: LA RIPRESA DA CHECKPOINT LE
      *RITROVA QUI E NON LE RICHIEDE
           SELECT DEROGHE-FILE ASSIGN TO "DEROGTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEROGA-REC
               FILE STATUS IS FS-DEROGHE.

      *IDENTITA' DELLA SESSIONE SCRITTA DAL MENU PRINCIPALE ALLA
      *FIRMA: E' L'OPERATORE CHE FINISCE NELLE DEROGHE
           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADUATORIA-FILE.
           05 DOCENTE-RETT PIC X(30).
           05 DATA-RETT PIC 9(8).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           05 CHIAVE-CAL-REC.
               10 CORSO-CAL-REC PIC X(8).
               10 DATA-CAL-REC PIC 9(8).
           05 ANNO-CAL-REC PIC 9(1).
           05 AULA-CAL-REC PIC X(10).
           05 ORA-INIZIO-CAL-REC PIC 9(4).
           05 ORA-FINE-CAL-REC PIC 9(4).
           05 PRESIDENTE-CAL-REC PIC X(30).
           05 PRIMO-MEMBRO-CAL-REC PIC X(30).
           05 SECONDO-MEMBRO-CAL-REC PIC X(30).

       FD  PROPEDEUTICITA-FILE.
       01  PROPEDEUTICITA-REC.
           05 CHIAVE-PROP-REC.
               10 CORSO-PROP-REC PIC X(8).
               10 RICHIESTO-PROP-REC PIC X(8).

       FD  ESITI-PROVVISORI-FILE.
       01  ESITO-PROVVISORIO-REC.
           05 CHIAVE-PRV-REC.
               10 CORSO-PRV-REC PIC X(8).
               10 DATA-APPELLO-PRV-REC PIC 9(8).
               10 MATRICOLA-PRV-REC PIC 9(6).
           05 STATO-PRV-REC PIC X(1).
           05 PUBBLICAZIONE-PRV-REC PIC 9(8).
           05 SCADENZA-PRV-REC PIC 9(8).
           05 RISPOSTA-PRV-REC PIC 9(8).
           05 VERBALIZZATO-PRV-REC PIC X(1).

       FD  ECTS-FILE.
       01  ECTS-REC.
           05 CHIAVE-ECTS-REC.
               10 CORSO-ECTS-REC PIC X(8).
               10 VOTO-ECTS-REC PIC 9(2).
           05 GRADO-ECTS-REC PIC X(1).
           05 CONTEGGIO-ECTS-REC PIC 9(5).
           05 PERCENTUALE-ECTS-REC PIC 9(3)V9(1).
           05 CAMPIONE-ECTS-REC PIC 9(5).
           05 DATA-INIZIO-ECTS-REC PIC 9(8).
           05 DATA-CALCOLO-ECTS-REC PIC 9(8).

       FD  BORSE-CSV-FILE.
       01  BORSE-CSV-RIGA PIC X(160).

       FD  TASSE-FILE.
       01  TASSA-REC.
           05 CHIAVE-TASSA-REC.
               10 MATRICOLA-TASSA-REC PIC 9(6).
               10 RATA-TASSA-REC PIC 9(2).
           05 ANNO-ACC-TASSA-REC PIC 9(4).
           05 IMPORTO-TASSA-REC PIC 9(5)V9(2).
           05 SCADENZA-TASSA-REC PIC 9(8).
           05 PAGAMENTO-TASSA-REC PIC 9(8).
           05 RICEVUTA-TASSA-REC PIC X(12).

       FD  BLOCCATI-FILE.
       01  BLOCCATO-REC.
           05 CORSO-BLOC PIC X(8).
           05 DATA-APPELLO-BLOC PIC 9(8).
           05 MATRICOLA-BLOC PIC 9(6).
           05 COGNOME-BLOC PIC X(20).
           05 NOME-BLOC PIC X(20).
           05 RATE-SCADUTE-BLOC PIC 9(2).
           05 IMPORTO-SCADUTO-BLOC PIC 9(6)V9(2).
           05 DATA-BLOC PIC 9(8).

       FD  DEROGHE-FILE.
       01  DEROGA-REC.
           05 CHIAVE-DEROGA-REC.
               10 CORSO-DEROGA-REC PIC X(8).
               10 DATA-APPELLO-DEROGA-REC PIC 9(8).
               10 MATRICOLA-DEROGA-REC PIC 9(6).
           05 MOTIVO-DEROGA-REC PIC X(40).
           05 OPERATORE-DEROGA-REC PIC X(20).
           05 DATA-ORA-DEROGA-REC PIC X(14).
           05 RATE-SCADUTE-DEROGA-REC PIC 9(2).
           05 IMPORTO-SCADUTO-DEROGA-REC PIC 9(6)V9(2).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

       01 FS-GRADUATORIA PIC X(2).
       01 DATA-APPELLO PIC 9(8).
       01 DESCRIZIONE-CORSO-APPELLO PIC X(40).
       01 CFU-CORSO-APPELLO PIC 9(2).
       01 ANNO-CORSO-APPELLO PIC 9(1).

      *SUPPORTO ALL'ANAGRAFICA CORSI
       01 FS-CORSI PIC X(2).
       01 SCELTA-CORSI PIC 9(1).
       01 CORSO-TROVATO PIC X(1).
       01 CORSI-APERTO PIC X(1).
       01 CORSO-CERCATO PIC X(8).
       01 CORSI-ELENCATI PIC 9(3).

       01 MEDIA-CARRIERA PIC S99V9(2).
       01 MEDIA-CARRIERA-EDIT PIC Z9,99.
       01 INTESTATARIO-LIBRETTO PIC X(42).
      *DATA OLTRE LA QUALE GLI ESITI NON ENTRANO NEL LIBRETTO (LA
      *GRADUATORIA DELLE BORSE CONTA SOLO FINO ALLA DATA DI TAGLIO)
       01 DATA-LIMITE-LIBRETTO PIC 9(8) VALUE 99999999.

      *PIANO DI STUDI (TUTTA L'ANAGRAFICA CORSI) E CONTEGGI PER IL
      *REPORT DEGLI ESAMI MANCANTI
               10 CORSO-PIANO PIC X(8).
               10 DESCRIZIONE-PIANO PIC X(40).
               10 CFU-PIANO PIC 9(2).
               10 DOCENTE-PIANO PIC X(30).
               10 ANNO-PIANO PIC 9(1).
       01 PIANO-COUNT PIC 9(2).
       01 CFU-RICHIESTI PIC 9(4).
       01 CFU-MATURATI PIC 9(4).
       01 CORSI-MANCANTI PIC 9(2).
       01 ESAME-SUPERATO PIC X(1).
       01 CORSO-SUPERAMENTO PIC X(8).
       01 SCELTA-MANCANTI PIC 9(1).
       01 CLASSE-RICHIESTA PIC X(10).
       01 STUDENTI-VERIFICATI PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ESITO-STAMPA PIC X(9).

      *SUPPORTO AL CALENDARIO DI SESSIONE: DATI DELL'APPELLO DA
      *PIANIFICARE, CONTEGGIO DEI CONFLITTI (BLOCCANTI: STESSA AULA
      *O STESSO DOCENTE IN ORARI SOVRAPPOSTI; SEGNALATI: DUE CORSI
      *DELLO STESSO ANNO NELLO STESSO GIORNO) E TABELLA DI STAMPA
       01 FS-CALENDARIO PIC X(2).
       01 SCELTA-CALENDARIO PIC 9(1).
       01 AULA-APPELLO PIC X(10).
       01 ORA-INIZIO-APPELLO PIC 9(4).
       01 ORA-FINE-APPELLO PIC 9(4).
       01 ORA-LAVORO.
           05 ORA-LAVORO-HH PIC 9(2).
           05 ORA-LAVORO-MM PIC 9(2).
       01 ORA-LAVORO-NUM REDEFINES ORA-LAVORO PIC 9(4).
       01 ORA-VALIDA PIC X(1).
       01 CONFLITTI-BLOCCANTI PIC 9(2).
       01 CONFLITTI-SEGNALATI PIC 9(2).
       01 CONFERMA-CALENDARIO PIC X(1).
       01 COMMISSIONE-DA-CALENDARIO PIC X(1).
       01 MEMBRO-CONFRONTO PIC X(30).
       01 DOCENTE-IN-CONFLITTO PIC X(1).
       01 DATA-INIZIO-SESSIONE PIC 9(8).
       01 DATA-FINE-SESSIONE PIC 9(8).
       01 CALENDARIO-TABELLA.
           05 VOCE-CALENDARIO OCCURS 200 TIMES INDEXED BY CL CM.
               10 ANNO-VOCE PIC 9(1).
               10 DATA-VOCE PIC 9(8).
               10 ORA-INIZIO-VOCE PIC 9(4).
               10 ORA-FINE-VOCE PIC 9(4).
               10 CORSO-VOCE PIC X(8).
               10 DESCRIZIONE-VOCE PIC X(40).
               10 AULA-VOCE PIC X(10).
               10 PRESIDENTE-VOCE PIC X(30).
       01 VOCE-SCAMBIO PIC X(105).
       01 CALENDARIO-COUNT PIC 9(3).
       01 ANNO-STAMPATO PIC 9(1).
       01 RIGA-ORARIO.
           05 ORA-INIZIO-HH-STAMPA PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 ORA-INIZIO-MM-STAMPA PIC 9(2).
           05 FILLER PIC X(1) VALUE "-".
           05 ORA-FINE-HH-STAMPA PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 ORA-FINE-MM-STAMPA PIC 9(2).

      *SUPPORTO ALLE PROPEDEUTICITA': CORSI RICHIESTI DAL CORSO
      *DELL'APPELLO, CARICATI UNA VOLTA PRIMA DELLE PRENOTAZIONI, E
      *LISTA DELLE PRENOTAZIONI RIFIUTATE COL CORSO MANCANTE
       01 FS-PROPEDEUTICITA PIC X(2).
       01 PROPEDEUTICI.
           05 PROPEDEUTICO OCCURS 20 TIMES INDEXED BY PP.
               10 CORSO-PROPEDEUTICO PIC X(8).
               10 DESCRIZIONE-PROPEDEUTICO PIC X(40).
       01 PROPEDEUTICI-COUNT PIC 9(2).
       01 PROPEDEUTICITA-OK PIC X(1).
       01 LISTA-RIFIUTI-APERTA PIC X(1).
       01 PRENOTAZIONI-RIFIUTATE PIC 9(3).
       01 CORSO-RICHIESTO PIC X(8).
       01 PROPEDEUTICITA-ELENCATE PIC 9(3).

      *SUPPORTO AI VOTI PROVVISORI: FINESTRA DI ACCETTAZIONE IN
      *GIORNI LAVORATIVI, STATO DELL'ESITO LETTO (D = DEFINITIVO,
      *SENZA VOTO PROVVISORIO; P IN ATTESA; A ACCETTATO; T ACCETTATO
      *PER SILENZIO; R RIFIUTATO) E APPELLI DA VERBALIZZARE
       01 FS-PROVVISORI PIC X(2).
       01 PROVVISORI-DISPONIBILE PIC X(1) VALUE "N".
       01 GIORNI-ACCETTAZIONE PIC 9(2) VALUE 7.
       01 SCADENZA-ACCETTAZIONE PIC 9(8).
       01 PROVVISORI-SCRITTI PIC 9(3).
       01 STATO-ESITO PIC X(1).
       01 RISPOSTA-STUDENTE PIC X(1).
       01 RIFIUTATI-COUNT PIC 9(3).
       01 ESCLUSI-COUNT PIC 9(5).
       01 ACCETTATI-PER-SILENZIO PIC 9(5).
       01 ESITI-IN-ATTESA PIC 9(5).
       01 VERBALI-STAMPATI PIC 9(3).
       01 ULTIMO-SPOOL-COMPOSTO PIC X(14) VALUE SPACES.
       01 APPELLI-DA-VERBALIZZARE.
           05 APPELLO-DA-VERBALIZZARE OCCURS 50 TIMES INDEXED BY AV.
               10 CORSO-DA-VERBALIZZARE PIC X(8).
               10 DATA-DA-VERBALIZZARE PIC 9(8).
               10 APPELLO-ANCORA-APERTO PIC X(1).
       01 DA-VERBALIZZARE-COUNT PIC 9(2).
       01 APPELLO-IN-ELENCO PIC X(1).
       01 CANDIDATI-TENUTI PIC 9(3).

      *SUPPORTO ALL'AMMISSIONE ALLA LAUREA: CFU RICHIESTI DAL CORSO DI
      *LAUREA, BONUS PER LE LODI (PUNTI PER LODE FINO A UN MASSIMO),
      *BASE DI LAUREA IN CENTODECIMI E CONTEGGI DEL CONTROLLO
       01 SCELTA-LAUREA PIC 9(1).
       01 CFU-LAUREA PIC 9(4).
       01 PUNTI-PER-LODE PIC 9(1) VALUE 1.
       01 MASSIMO-BONUS-LODE PIC 9(1) VALUE 3.
       01 LODI-CARRIERA PIC 9(2).
       01 BONUS-LODI PIC 9(2).
       01 BASE-LAUREA PIC 9(3)V9(2).
       01 BASE-LAUREA-EDIT PIC ZZ9,99.
       01 BASE-CON-BONUS PIC 9(3)V9(2).
       01 BASE-CON-BONUS-EDIT PIC ZZ9,99.
       01 CANDIDATO-AMMESSO PIC X(1).
       01 CANDIDATI-AMMESSI PIC 9(3).
       01 CANDIDATI-RESPINTI PIC 9(3).
       01 CORSO-IN-LIBRETTO PIC X(1).
       01 NOME-CANDIDATO PIC X(41).
       01 CANDIDATI-SENZA-NULLAOSTA PIC 9(3).

      *AREA PARAMETRI DEL NULLA OSTA DELLA BIBLIOTECA: PRESTITI
      *APERTI, MORE E LIBRI SMARRITI DA SALDARE PER MATRICOLA
       01 NULLAOST-AREA.
           05 NULLAOST-FUNZIONE PIC X(1).
           05 NULLAOST-MATRICOLA PIC 9(6).
           05 NULLAOST-NOMINATIVO PIC X(41).
           05 NULLAOST-ESITO PIC X(1).
           05 NULLAOST-TESSERE PIC 9(2).
           05 NULLAOST-PRESTITI PIC 9(3).
           05 NULLAOST-MULTE PIC 9(3).
           05 NULLAOST-IMPORTO-MULTE PIC 9(5)V9(2).
           05 NULLAOST-SMARRITI PIC 9(3).
           05 NULLAOST-IMPORTO-SMARRITI PIC 9(5)V9(2).
           05 NULLAOST-CERTIFICATO PIC X(1).
       01 IMPORTO-PENDENZE-EDIT PIC ZZZZ9,99.
       01 RISPOSTA-CERTIFICATI PIC X(1).
       01 MATRICOLE-CONTROLLATE PIC 9(3).
       01 MATRICOLE-IN-REGOLA PIC 9(3).
       01 CERTIFICATI-STAMPATI PIC 9(3).

      *SUPPORTO ALLA CONVERSIONE ECTS E AL TRANSCRIPT OF RECORDS:
      *L'ANNO ACCADEMICO COMINCIA IL PRIMO NOVEMBRE; DISTRIBUZIONE DEI
      *VOTI SUFFICIENTI PER CORSO (RIGA PS DEL PIANO DI STUDI, VOTO
      *18 = POSIZIONE 1 ... VOTO 30 = POSIZIONE 13) E SOGLIE
      *CUMULATE DELLE LETTERE: A IL 10% MIGLIORE, B IL 25% SEGUENTE,
      *C IL 30%, D IL 25%, E L'ULTIMO 10%
       01 FS-ECTS PIC X(2).
       01 INIZIO-ANNO-ACCADEMICO PIC 9(4) VALUE 1101.
       01 ANNI-ACCADEMICI-ECTS PIC 9(1) VALUE 3.
       01 ANNO-INIZIO-ECTS PIC 9(4).
       01 DATA-INIZIO-ECTS PIC 9(8).
       01 MINIMO-CAMPIONE-ECTS PIC 9(3) VALUE 10.
       01 SOGLIA-ECTS-A PIC 9(3) VALUE 10.
       01 SOGLIA-ECTS-B PIC 9(3) VALUE 35.
       01 SOGLIA-ECTS-C PIC 9(3) VALUE 65.
       01 SOGLIA-ECTS-D PIC 9(3) VALUE 90.
       01 DISTRIBUZIONE-ECTS.
           05 CORSO-ECTS OCCURS 50 TIMES INDEXED BY ET.
               10 VOTI-ECTS PIC 9(5) OCCURS 13 TIMES INDEXED BY EV.
               10 TOTALE-ECTS PIC 9(5).
       01 VOTO-ECTS PIC 9(2).
       01 MIGLIORI-ECTS PIC 9(5).
       01 PERCENTUALE-ECTS PIC 9(3)V9(1).
       01 PERCENTUALE-ECTS-EDIT PIC ZZ9,9.
       01 GRADO-ECTS PIC X(1).
       01 RIGA-GRADI-ECTS PIC X(100).
       01 POSIZIONE-RIGA-ECTS PIC 9(3).
       01 ESITI-ECTS-CONTATI PIC 9(5).
       01 ECTS-DISPONIBILE PIC X(1).
       01 GRADO-TRANSCRIPT PIC X(3).
       01 VOTO-TRANSCRIPT PIC X(16).
       01 DATA-TRANSCRIPT-AAAAMMGG PIC 9(8).
       01 DATA-TRANSCRIPT-PARTI REDEFINES DATA-TRANSCRIPT-AAAAMMGG.
           05 DATA-TRANSCRIPT-AAAA PIC 9(4).
           05 DATA-TRANSCRIPT-MM PIC 9(2).
           05 DATA-TRANSCRIPT-GG PIC 9(2).
       01 DATA-TRANSCRIPT.
           05 DATA-TRANSCRIPT-GG-STAMPA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 DATA-TRANSCRIPT-MM-STAMPA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 DATA-TRANSCRIPT-AAAA-STAMPA PIC 9(4).
       01 TITOLO-TRANSCRIPT PIC X(40).

      *SUPPORTO ALL'ANDAMENTO DEI CORSI PER ANNO ACCADEMICO: CONTATORI
      *PER ANNO DEL CORSO IN LAVORAZIONE E PER DOCENTE TITOLARE
      *(STESSO TRACCIATO, COSI' UNA SOLA STAMPA CONFRONTA L'ANNO CON
      *IL PRECEDENTE), CARRIERE DEGLI STUDENTI NEL CORSO PER I
      *TENTATIVI E I MESI FINO AL SUPERAMENTO, CONTATI DALL'INIZIO
      *DELL'ANNO ACCADEMICO DEL PRIMO TENTATIVO
       01 ANDAMENTO-CORSO.
           05 ANNO-CORSO-AND OCCURS 15 TIMES INDEXED BY AA.
               10 ANNO-AND PIC 9(4).
               10 PRENOTATI-AND PIC 9(5).
               10 PRESENTI-AND PIC 9(5).
               10 PROMOSSI-AND PIC 9(5).
               10 SOMMA-VOTI-AND PIC 9(7)V9(2).
               10 LODI-AND PIC 9(5).
               10 MISURATI-AND PIC 9(5).
               10 SOMMA-TENTATIVI-AND PIC 9(7).
               10 SOMMA-MESI-AND PIC 9(7).
       01 ANNI-CORSO-COUNT PIC 9(2).
       01 ANDAMENTO-DOCENTI.
           05 ANNO-DOCENTE-AND OCCURS 300 TIMES INDEXED BY AD AE.
               10 DOCENTE-DAND PIC X(30).
               10 CONTATORI-DAND.
                   15 ANNO-DAND PIC 9(4).
                   15 PRENOTATI-DAND PIC 9(5).
                   15 PRESENTI-DAND PIC 9(5).
                   15 PROMOSSI-DAND PIC 9(5).
                   15 SOMMA-VOTI-DAND PIC 9(7)V9(2).
                   15 LODI-DAND PIC 9(5).
                   15 MISURATI-DAND PIC 9(5).
                   15 SOMMA-TENTATIVI-DAND PIC 9(7).
                   15 SOMMA-MESI-DAND PIC 9(7).
       01 ANNI-DOCENTI-COUNT PIC 9(3).
       01 VOCE-SCAMBIO-DOCENTE PIC X(82).
       01 ANDAMENTO-ATTUALE.
           05 ANNO-ATT PIC 9(4).
           05 PRENOTATI-ATT PIC 9(5).
           05 PRESENTI-ATT PIC 9(5).
           05 PROMOSSI-ATT PIC 9(5).
           05 SOMMA-VOTI-ATT PIC 9(7)V9(2).
           05 LODI-ATT PIC 9(5).
           05 MISURATI-ATT PIC 9(5).
           05 SOMMA-TENTATIVI-ATT PIC 9(7).
           05 SOMMA-MESI-ATT PIC 9(7).
       01 ANDAMENTO-PRECEDENTE.
           05 ANNO-PREC PIC 9(4).
           05 PRENOTATI-PREC PIC 9(5).
           05 PRESENTI-PREC PIC 9(5).
           05 PROMOSSI-PREC PIC 9(5).
           05 SOMMA-VOTI-PREC PIC 9(7)V9(2).
           05 LODI-PREC PIC 9(5).
           05 MISURATI-PREC PIC 9(5).
           05 SOMMA-TENTATIVI-PREC PIC 9(7).
           05 SOMMA-MESI-PREC PIC 9(7).
       01 PRECEDENTE-PRESENTE PIC X(1).
       01 CARRIERE-CORSO.
           05 CARRIERA-STUDENTE OCCURS 500 TIMES INDEXED BY CS.
               10 MATRICOLA-CAR PIC 9(6).
               10 PRIMO-TENTATIVO-CAR PIC 9(8).
               10 TENTATIVI-CAR PIC 9(3).
               10 SUPERATO-CAR PIC X(1).
       01 CARRIERE-COUNT PIC 9(3).
       01 CARRIERA-TROVATA PIC X(1).
       01 ANNO-ACCADEMICO-ESITO PIC 9(4).
       01 ANNO-ACCADEMICO-PRIMO PIC 9(4).
       01 ANNO-ACCADEMICO-SUCC PIC 9(4).
       01 MESE-INIZIO-ACCADEMICO PIC 9(2).
       01 MESI-AL-SUPERAMENTO PIC S9(4).
       01 DATA-ESITO-AND PIC 9(8).
       01 DATA-ESITO-AND-PARTI REDEFINES DATA-ESITO-AND.
           05 ANNO-ESITO-AND PIC 9(4).
           05 MESE-ESITO-AND PIC 9(2).
           05 GIORNO-ESITO-AND PIC 9(2).
       01 DATA-PRIMO-AND PIC 9(8).
       01 DATA-PRIMO-AND-PARTI REDEFINES DATA-PRIMO-AND.
           05 ANNO-PRIMO-AND PIC 9(4).
           05 MESE-GIORNO-PRIMO-AND PIC 9(4).
       01 CORSO-ANDAMENTO PIC X(8).
       01 CORSI-ANALIZZATI PIC 9(3).
       01 SOGLIA-CALO-SUPERAMENTO PIC 9(3)V9(1) VALUE 10.
       01 PERC-SUPERAMENTO-ATT PIC 9(3)V9(1).
       01 PERC-SUPERAMENTO-PREC PIC 9(3)V9(1).
       01 MEDIA-VOTI-ATT PIC 9(2)V9(2).
       01 MEDIA-VOTI-PREC PIC 9(2)V9(2).
       01 PERC-LODI-ATT PIC 9(3)V9(1).
       01 PERC-LODI-PREC PIC 9(3)V9(1).
       01 TENTATIVI-MEDI-ATT PIC 9(2)V9(2).
       01 TENTATIVI-MEDI-PREC PIC 9(2)V9(2).
       01 MESI-MEDI-ATT PIC 9(3)V9(1).
       01 MESI-MEDI-PREC PIC 9(3)V9(1).
       01 VARIAZIONE-PERC PIC S9(3)V9(1).
       01 VARIAZIONE-VOTO PIC S9(2)V9(2).
       01 PERC-EDIT PIC ZZ9,9.
       01 PERC-LODI-EDIT PIC ZZ9,9.
       01 MEDIA-VOTI-EDIT PIC Z9,99.
       01 TENTATIVI-EDIT PIC Z9,99.
       01 MESI-EDIT PIC ZZ9,9.
       01 VAR-SUPERAMENTO-EDIT PIC +ZZ9,9.
       01 VAR-MEDIA-EDIT PIC +Z9,99.
       01 VAR-LODI-EDIT PIC +ZZ9,9.
       01 VAR-TENTATIVI-EDIT PIC +Z9,99.
       01 VAR-MESI-EDIT PIC +ZZ9,9.
       01 SEGNALE-ANDAMENTO PIC X(18).

      *SUPPORTO ALLA GRADUATORIA DELLE BORSE DI STUDIO: DATA DI
      *TAGLIO, CFU PREVISTI E CFU MINIMI PER ANNO DI CORSO (L'ANNO
      *DELLO STUDENTE E' LA PRIMA CIFRA DELLA CLASSE IN ANAGRAFE,
      *COME NEL PASSAGGIO D'ANNO), CANDIDATI VALUTATI E INDICI DI
      *ORDINAMENTO COME NELLA GRADUATORIA DI MERITO
       01 FS-BORSE-CSV PIC X(2).
       01 DATA-TAGLIO-BORSE PIC 9(8).
       01 BORSE-DISPONIBILI PIC 9(3).
       01 ANNO-MASSIMO-PIANO PIC 9(1).
       01 REQUISITI-ANNO.
           05 REQUISITO-ANNO OCCURS 9 TIMES INDEXED BY RA.
               10 CFU-PREVISTI-ANNO PIC 9(4).
               10 CFU-MINIMI-ANNO PIC 9(4).
       01 ANNO-STUDENTE PIC 9(1).
       01 CANDIDATI-BORSA.
           05 CANDIDATO-BORSA OCCURS 500 TIMES INDEXED BY BC.
               10 MATRICOLA-BORSA PIC 9(6).
               10 COGNOME-BORSA PIC X(20).
               10 NOME-BORSA PIC X(20).
               10 ANNO-BORSA PIC 9(1).
               10 CFU-BORSA PIC 9(4).
               10 CFU-PREVISTI-BORSA PIC 9(4).
               10 QUOTA-CFU-BORSA PIC 9(3)V9(2).
               10 MEDIA-BORSA PIC 9(2)V9(2).
               10 LODI-BORSA PIC 9(2).
               10 ESCLUSO-BORSA PIC X(1).
               10 MOTIVO-BORSA PIC X(40).
       01 CANDIDATI-BORSA-COUNT PIC 9(3).
       01 BORSA-IDX PIC 9(3) OCCURS 500 TIMES INDEXED BY BI BJ.
       01 BORSA-TEMP PIC 9(3).
       01 GRADUATI-BORSA-COUNT PIC 9(3).
       01 ESCLUSI-BORSA-COUNT PIC 9(3).
       01 POSIZIONE-BORSA PIC 9(3).
       01 VINCITORI-BORSA PIC 9(3).
       01 ESITO-BORSA PIC X(10).
       01 QUOTA-CFU-EDIT PIC ZZ9,99.

      *SUPPORTO AL LIBRO TASSE E AL BLOCCO DELLE PRENOTAZIONI: RATE
      *SCADUTE E NON PAGATE DELLA MATRICOLA IN ESAME, DEROGA
      *CONCESSA DALL'OPERATORE (COL MOTIVO) E CONTEGGI DELLA CORSA
       01 FS-TASSE PIC X(2).
       01 FS-BLOCCATI PIC X(2).
       01 FS-DEROGHE PIC X(2).
       01 FS-SESSIONE PIC X(2).
       01 SCELTA-TASSE PIC 9(1).
       01 TASSE-DISPONIBILE PIC X(1) VALUE "N".
       01 DEROGHE-DISPONIBILE PIC X(1) VALUE "N".
       01 MATRICOLA-TASSE PIC 9(6).
       01 RATE-SCADUTE PIC 9(2).
       01 RATE-STUDENTE PIC 9(2).
       01 IMPORTO-SCADUTO PIC 9(6)V9(2).
       01 IMPORTO-EDIT PIC ZZZ.ZZ9,99.
       01 TOTALE-SCADUTO PIC 9(8)V9(2).
       01 TOTALE-SCADUTO-EDIT PIC ZZ.ZZZ.ZZ9,99.
       01 RATE-ELENCATE PIC 9(5).
       01 BLOCCO-TASSE PIC X(1) VALUE "N".
       01 RISPOSTA-DEROGA PIC X(1).
       01 MOTIVO-DEROGA PIC X(40).
       01 OPERATORE-CORRENTE PIC X(20).
       01 PRENOTAZIONI-BLOCCATE PIC 9(3).
       01 DEROGHE-CONCESSE PIC 9(3).
       01 STATO-RATA PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                   "10 LIBRETTO STUDENTE "
                   "11 REPORT ESAMI MANCANTI "
                   "12 RETTIFICA ESITO "
                   "13 ARCHIVIAZIONE FINE ANNO "
                   "14 CALENDARIO DI SESSIONE "
                   "15 ACCETTAZIONE/RIFIUTO VOTO "
                   "16 CHIUSURA GIORNALIERA VOTI PROVVISORI "
                   "17 AMMISSIONE ALLA LAUREA "
                   "18 TABELLA DI CONVERSIONE ECTS "
                   "19 TRANSCRIPT OF RECORDS (ERASMUS) "
                   "20 ANDAMENTO CORSI E DOCENTI PER ANNO "
                   "21 GRADUATORIA BORSE DI STUDIO "
                   "22 TASSE E RATE "
                   "23 NULLA OSTA BIBLIOTECA".
           ACCEPT SCELTA-INIZIALE.

           EVALUATE SCELTA-INIZIALE
                   PERFORM RETTIFICA-ESITO
               WHEN 13
                   PERFORM ROLLOVER-ARCHIVIO
               WHEN 14
                   PERFORM CALENDARIO-SESSIONE
               WHEN 15
                   PERFORM RISPOSTA-STUDENTE-VOTO
               WHEN 16
                   PERFORM CHIUSURA-VOTI-PROVVISORI
               WHEN 17
                   PERFORM AMMISSIONE-LAUREA
               WHEN 18
                   PERFORM CALCOLA-TABELLA-ECTS
               WHEN 19
                   PERFORM TRANSCRIPT-OF-RECORDS
               WHEN 20
                   PERFORM ANDAMENTO-CORSI
               WHEN 21
                   PERFORM GRADUATORIA-BORSE
               WHEN 22
                   PERFORM GESTIONE-TASSE
               WHEN 23
                   PERFORM NULLA-OSTA-BIBLIOTECA
               WHEN OTHER
                   PERFORM NUOVO-APPELLO
           END-EVALUATE.
           IF CORSO-TROVATO = "S" THEN
               DISPLAY "DATA DELL'APPELLO (AAAAMMGG): "
               ACCEPT DATA-APPELLO

      *SE L'APPELLO E' GIA' NEL CALENDARIO DI SESSIONE LA COMMISSIONE
      *ARRIVA DA LI'; ALTRIMENTI SI DIGITA E SI ANNOTA NEL CALENDARIO
               PERFORM LEGGI-COMMISSIONE-CALENDARIO
               IF COMMISSIONE-DA-CALENDARIO = "N" THEN
                   DISPLAY "PRESIDENTE DELLA COMMISSIONE: "
                   ACCEPT PRESIDENTE-COMMISSIONE
                   DISPLAY "PRIMO MEMBRO DELLA COMMISSIONE: "
                   ACCEPT PRIMO-MEMBRO-COMMISSIONE
                   DISPLAY "SECONDO MEMBRO DELLA COMMISSIONE: "
                   ACCEPT SECONDO-MEMBRO-COMMISSIONE
                   PERFORM ANNOTA-COMMISSIONE-CALENDARIO
               END-IF

               PERFORM DEFINISCI-PARAMETRI-APPELLO

               MOVE 0 TO ATTESA-COUNT

      *LE PROPEDEUTICITA' DEL CORSO SI CARICANO UNA VOLTA SOLA; LE
      *PRENOTAZIONI CHE NON LE RISPETTANO FINISCONO NELLA LISTA DEI
      *RIFIUTI, DA FILE COME DA TASTIERA
               PERFORM CARICA-PROPEDEUTICITA
               MOVE "N" TO LISTA-RIFIUTI-APERTA
               MOVE 0 TO PRENOTAZIONI-RIFIUTATE
               PERFORM APRI-ESITI-PROVVISORI

      *CHI HA RATE DELLE TASSE SCADUTE E NON PAGATE FINISCE TRA LE
      *PRENOTAZIONI BLOCCATE, SALVO DEROGA MOTIVATA DELL'OPERATORE
               PERFORM APRI-CONTROLLO-TASSE

               DISPLAY "CARICARE LE PRENOTAZIONI DA FILE "
                       "PRENOTAZ.DAT? (S/N)"
               ACCEPT PRENOTAZIONI-DA-FILE
                   PERFORM REGISTRAZIONE-APPELLO
               END-IF

               PERFORM CHIUDI-LISTA-RIFIUTI
               PERFORM CHIUDI-ESITI-PROVVISORI
               PERFORM CHIUDI-CONTROLLO-TASSE

      *CHI SI CANCELLA LIBERA IL POSTO AL PRIMO DELLA LISTA D'ATTESA
               DISPLAY "REGISTRARE CANCELLAZIONI? (S/N)"
               ACCEPT SCELTA-CANCELLA
               PERFORM CORREZIONE
               PERFORM ESAME-ORALE
               PERFORM PROMOSSI

      *CON VOTI PROVVISORI IL VERBALE UFFICIALE ASPETTA LA CHIUSURA
      *DELLA FINESTRA DI ACCETTAZIONE (CHIUSURA GIORNALIERA)
               IF PROVVISORI-SCRITTI = 0 THEN
                   PERFORM STAMPA-VERBALE
               ELSE
                   DISPLAY "VOTI PROVVISORI: " PROVVISORI-SCRITTI
                           " - IL VERBALE SI STAMPA ALLA CHIUSURA "
                           "DELLA FINESTRA (" SCADENZA-ACCETTAZIONE ")"
               END-IF
           END-IF.

      *---------------------------- FUNCTION BA ------------------------
                           MOVE DESCRIZIONE-CORSO-REC
                               TO DESCRIZIONE-CORSO-APPELLO
                           MOVE CFU-CORSO-REC TO CFU-CORSO-APPELLO
                           MOVE ANNO-CORSO-REC TO ANNO-CORSO-APPELLO
                           DISPLAY "CORSO: "
                                   DESCRIZIONE-CORSO-APPELLO
                                   " (" CFU-CORSO-REC " CFU, DOC. "
               PERFORM UNTIL SCELTA-CORSI = 9
                   DISPLAY "ANAGRAFICA CORSI"
                   DISPLAY "1 NUOVO CORSO  2 MODIFICA CORSO "
                           "3 ELENCO CORSI  4 NUOVA PROPEDEUTICITA' "
                           "5 TOGLI PROPEDEUTICITA' "
                           "6 ELENCO PROPEDEUTICITA'  9 FINE"
                   ACCEPT SCELTA-CORSI

                   EVALUATE SCELTA-CORSI
                           PERFORM MODIFICA-CORSO
                       WHEN 3
                           PERFORM ELENCO-CORSI
                       WHEN 4
                           PERFORM AGGIUNGI-PROPEDEUTICITA
                       WHEN 5
                           PERFORM TOGLI-PROPEDEUTICITA
                       WHEN 6
                           PERFORM ELENCO-PROPEDEUTICITA
                       WHEN OTHER
                           MOVE 9 TO SCELTA-CORSI
                   END-EVALUATE
           DISPLAY "MATRICOLA DELLO STUDENTE: ".
           ACCEPT MATRICOLA_STUDENTE.

           PERFORM COSTRUISCI-LIBRETTO.

           IF LIBRETTO-COUNT = 0 THEN
               DISPLAY "NESSUN ESAME SUPERATO PER LA MATRICOLA "
                       MATRICOLA_STUDENTE
           ELSE
               PERFORM COMPLETA-LIBRETTO-DA-CORSI
               PERFORM STAMPA-LIBRETTO
           END-IF.

      *---------------------------- FUNCTION DG ------------------------
      *COSTRUISCE IN TABELLA LIBRETTO LA CARRIERA DI
      *MATRICOLA_STUDENTE: MIGLIOR TENTATIVO SUPERATO PER CORSO DA
      *GRADFILE.DAT E DALL'ARCHIVIO STORICO (SENZA DESCRIZIONI E CFU,
      *CHE AGGIUNGE COMPLETA-LIBRETTO-DA-CORSI)
       COSTRUISCI-LIBRETTO.

           MOVE 0 TO LIBRETTO-COUNT.

      *NEL LIBRETTO NON ENTRANO I VOTI RIFIUTATI NE' QUELLI ANCORA
      *IN ATTESA DI RISPOSTA
           PERFORM APRI-ESITI-PROVVISORI.

           OPEN INPUT GRADUATORIA-FILE.
           IF FS-GRADUATORIA = "00" THEN
               MOVE LOW-VALUES TO CHIAVE_GRAD-REC
                       NOT AT END
                           IF MATRICOLA_GRAD-REC = MATRICOLA_STUDENTE
                              AND MEDIA_VAL-REC >= SOGLIA-PROMOZIONE
                              AND DATA_APPELLO_GRAD-REC <=
                                  DATA-LIMITE-LIBRETTO
                               MOVE CHIAVE_GRAD-REC TO CHIAVE-PRV-REC
                               PERFORM LEGGI-STATO-ESITO
                               IF STATO-ESITO NOT = "R" AND
                                  STATO-ESITO NOT = "P" THEN
                                   PERFORM ACCUMULA-ESAME-LIBRETTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      *ANCHE GLI ESITI PASSATI ALL'ARCHIVIO STORICO COL ROLLOVER
      *FANNO CARRIERA
           PERFORM LIBRETTO-DA-ARCHIVIO.
           PERFORM CHIUDI-ESITI-PROVVISORI.

      *---------------------------- FUNCTION BH ------------------------
      *PORTA NEL LIBRETTO L'ESITO APPENA LETTO: PRIMO ESITO DEL
       REPORT-ESAMI-MANCANTI.

           PERFORM CARICA-PIANO-STUDI.
           PERFORM APRI-ESITI-PROVVISORI.

           IF PIANO-COUNT = 0 THEN
               DISPLAY "ANAGRAFICA CORSI ASSENTE O VUOTA: NESSUN "
               END-IF
           END-IF.

           PERFORM CHIUDI-ESITI-PROVVISORI.

      *---------------------------- FUNCTION BL ------------------------
      *CARICA IN TABELLA L'INTERA ANAGRAFICA CORSI COME PIANO DI
      *STUDI E NE SOMMA I CFU RICHIESTI
                               MOVE DESCRIZIONE-CORSO-REC
                                   TO DESCRIZIONE-PIANO(PS)
                               MOVE CFU-CORSO-REC TO CFU-PIANO(PS)
                               MOVE DOCENTE-CORSO-REC
                                   TO DOCENTE-PIANO(PS)
                               MOVE ANNO-CORSO-REC TO ANNO-PIANO(PS)
                               ADD CFU-CORSO-REC TO CFU-RICHIESTI
                           END-IF
                   END-READ
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
               MOVE CORSO-PIANO(PS) TO CORSO-SUPERAMENTO
               PERFORM CERCA-SUPERAMENTO-CORSO
               IF ESAME-SUPERATO = "S" THEN
                   ADD CFU-PIANO(PS) TO CFU-MATURATI

      *---------------------------- FUNCTION BO ------------------------
      *CERCA NELLE GRADUATORIE UN ESITO SUFFICIENTE DI
      *MATRICOLA_STUDENTE NEL CORSO CORSO-SUPERAMENTO, SU QUALUNQUE
      *APPELLO; SE NEL REGISTRO CORRENTE NON C'E', SI GUARDA ANCHE
      *NELL'ARCHIVIO STORICO, COME FA IL LIBRETTO: GLI ESAMI
      *SUPERATI PRIMA DEL ROLLOVER RESTANO SUPERATI

           MOVE "N" TO ESAME-SUPERATO.

           MOVE CORSO-SUPERAMENTO TO CORSO_GRAD-REC.
           MOVE LOW-VALUES TO DATA_APPELLO_GRAD-REC.
           MOVE LOW-VALUES TO MATRICOLA_GRAD-REC.
           START GRADUATORIA-FILE KEY IS NOT LESS THAN
                   AT END
                       MOVE "10" TO FS-GRADUATORIA
                   NOT AT END
                       IF CORSO_GRAD-REC NOT = CORSO-SUPERAMENTO THEN
                           MOVE "10" TO FS-GRADUATORIA
                       ELSE
                           IF MATRICOLA_GRAD-REC = MATRICOLA_STUDENTE
                              AND MEDIA_VAL-REC >= SOGLIA-PROMOZIONE
                               MOVE CHIAVE_GRAD-REC TO CHIAVE-PRV-REC
                               PERFORM LEGGI-STATO-ESITO
                               IF STATO-ESITO NOT = "R" THEN
                                   MOVE "S" TO ESAME-SUPERATO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           OPEN INPUT GRADARCH-FILE.

           IF FS-GRADARCH = "00" THEN
               MOVE CORSO-SUPERAMENTO TO CORSO_ARCH-REC
               MOVE LOW-VALUES TO DATA_APPELLO_ARCH-REC
               MOVE LOW-VALUES TO MATRICOLA_ARCH-REC
               START GRADARCH-FILE KEY IS NOT LESS THAN
                       AT END
                           MOVE "10" TO FS-GRADARCH
                       NOT AT END
                           IF CORSO_ARCH-REC NOT = CORSO-SUPERAMENTO
                               MOVE "10" TO FS-GRADARCH
                           ELSE
                               IF MATRICOLA_ARCH-REC =
                                      MATRICOLA_STUDENTE AND
                                  MEDIA_VAL_ARCH-REC >=
                                      SOGLIA-PROMOZIONE
                                   MOVE CHIAVE_ARCH-REC
                                       TO CHIAVE-PRV-REC
                                   PERFORM LEGGI-STATO-ESITO
                                   IF STATO-ESITO NOT = "R" THEN
                                       MOVE "S" TO ESAME-SUPERATO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                           IF MATRICOLA_ARCH-REC = MATRICOLA_STUDENTE
                              AND MEDIA_VAL_ARCH-REC >=
                                  SOGLIA-PROMOZIONE
                              AND DATA_APPELLO_ARCH-REC <=
                                  DATA-LIMITE-LIBRETTO
                               MOVE CHIAVE_ARCH-REC TO CHIAVE-PRV-REC
                               PERFORM LEGGI-STATO-ESITO
                               IF STATO-ESITO NOT = "R" AND
                                  STATO-ESITO NOT = "P" THEN
                                   MOVE GRADARCH-REC TO GRADUATORIA-REC
                                   PERFORM ACCUMULA-ESAME-LIBRETTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE COGNOME_STUDENTI TO COGNOME(I)
               END-IF

      *SENZA LE PROPEDEUTICITA' SUPERATE LA PRENOTAZIONE E' RIFIUTATA
      *E IL POSTO TORNA LIBERO PER IL PROSSIMO STUDENTE
               PERFORM VERIFICA-PROPEDEUTICITA

               IF PROPEDEUTICITA-OK = "S" THEN
                   PERFORM VERIFICA-BLOCCO-TASSE
               END-IF

               IF PROPEDEUTICITA-OK = "N" THEN
                   DISPLAY "PRENOTAZIONE RIFIUTATA: PROPEDEUTICITA' "
                           "NON SUPERATE"
                   SET SIZE-ARRAY DOWN BY 1
                   SET I DOWN BY 1
               ELSE
               IF BLOCCO-TASSE = "S" THEN
                   DISPLAY "PRENOTAZIONE BLOCCATA: RATE DELLE TASSE "
                           "SCADUTE E NON PAGATE"
                   SET SIZE-ARRAY DOWN BY 1
                   SET I DOWN BY 1
               ELSE
                   MOVE 0 TO VALUTAZIONE(I)
                   MOVE "N" TO SUBENTRO(I)

                   IF ARCHIVIO-DISPONIBILE = "S" THEN
                       PERFORM CERCA-TENTATIVI-PRECEDENTI
                   END-IF
               END-IF
               END-IF

           END-PERFORM.
                       END-IF
                   END-PERFORM

      *UNA PRENOTAZIONE SENZA LE PROPEDEUTICITA' SUPERATE E' SCARTATA
      *E FINISCE NELLA LISTA DEI RIFIUTI COL CORSO MANCANTE
                   IF PRENOTAZIONE-DUPLICATA = "N" THEN
                       MOVE FUNCTION NUMVAL(MATRICOLA-PREN)
                           TO MATRICOLA_STUDENTE
                       MOVE COGNOME-PREN TO COGNOME_STUDENTI
                       MOVE NOME-PREN TO NOME_STUDENTE
                       PERFORM VERIFICA-PROPEDEUTICITA
                       IF PROPEDEUTICITA-OK = "S" THEN
                           PERFORM VERIFICA-BLOCCO-TASSE
                       END-IF
                   END-IF

                   IF PRENOTAZIONE-DUPLICATA = "S" THEN
                       ADD 1 TO PRENOTAZIONI-SCARTATE
                       IF RIPRESA-SILENZIOSA NOT = "S" THEN
                                   PRENOTAZIONE-REC
                       END-IF
                   ELSE
                   IF PROPEDEUTICITA-OK = "N" THEN
                       ADD 1 TO PRENOTAZIONI-SCARTATE
                   ELSE
                   IF BLOCCO-TASSE = "S" THEN
                       ADD 1 TO PRENOTAZIONI-SCARTATE
                   ELSE
      *OLTRE LA CAPIENZA DELL'AULA LA PRENOTAZIONE VA IN LISTA
      *D'ATTESA NUMERATA, NON SI PERDE; LA TABELLA TIENE COMUNQUE
      *AL MASSIMO 100 POSTI
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               OPEN I-O GRADUATORIA-FILE
           END-IF.

      *OGNI VOTO SUFFICIENTE NASCE PROVVISORIO: LO STUDENTE HA UNA
      *FINESTRA DI GIORNI LAVORATIVI PER ACCETTARLO O RIFIUTARLO
           MOVE 0 TO PROVVISORI-SCRITTI.
           DISPLAY "GIORNI LAVORATIVI PER ACCETTARE O RIFIUTARE IL "
                   "VOTO (DEFAULT 7): ".
           ACCEPT GIORNI-ACCETTAZIONE.
           IF GIORNI-ACCETTAZIONE = 0 THEN
               MOVE 7 TO GIORNI-ACCETTAZIONE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE "W" TO DATESRV-FUNZIONE.
           MOVE DATA-ODIERNA TO DATESRV-DATA1.
           MOVE GIORNI-ACCETTAZIONE TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO SCADENZA-ACCETTAZIONE.

           OPEN I-O ESITI-PROVVISORI-FILE.
           IF FS-PROVVISORI = "35" THEN
               OPEN OUTPUT ESITI-PROVVISORI-FILE
               CLOSE ESITI-PROVVISORI-FILE
               OPEN I-O ESITI-PROVVISORI-FILE
           END-IF.
           IF FS-PROVVISORI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE ESITIPRV.DAT - STATO "
                       FS-PROVVISORI ": VOTI REGISTRATI DEFINITIVI"
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY

               IF MEDIA_VAL(I) >= PUNTEGGIO-MASSIMO THEN
                       REWRITE GRADUATORIA-REC
               END-WRITE

               IF MEDIA_VAL(I) >= SOGLIA-PROMOZIONE AND
                  FS-PROVVISORI = "00" THEN
                   MOVE CHIAVE_GRAD-REC TO CHIAVE-PRV-REC
                   MOVE "P" TO STATO-PRV-REC
                   MOVE DATA-ODIERNA TO PUBBLICAZIONE-PRV-REC
                   MOVE SCADENZA-ACCETTAZIONE TO SCADENZA-PRV-REC
                   MOVE 0 TO RISPOSTA-PRV-REC
                   MOVE "N" TO VERBALIZZATO-PRV-REC
                   WRITE ESITO-PROVVISORIO-REC
                       INVALID KEY
                           REWRITE ESITO-PROVVISORIO-REC
                   END-WRITE
                   ADD 1 TO PROVVISORI-SCRITTI
               END-IF

           END-PERFORM.

           CLOSE GRADUATORIA-FILE.
           IF FS-PROVVISORI = "00" THEN
               CLOSE ESITI-PROVVISORI-FILE
           END-IF.

           IF RW-ESITO = "S" THEN
               MOVE "C" TO RW-OPERAZIONE
                           FS-CSV
               ELSE
                   MOVE 0 TO CSV-EXPORT-COUNT
                   MOVE 0 TO ESCLUSI-COUNT

      *I VOTI RIFIUTATI E QUELLI ANCORA IN ATTESA DI RISPOSTA NON
      *VANNO AL PORTALE DELLA SEGRETERIA
                   PERFORM APRI-ESITI-PROVVISORI

                   MOVE "COGNOME;NOME;SCRITTO;ORALE;MEDIA;LODE"
                       TO CSV-RIGA
                           AT END
                               MOVE "10" TO FS-GRADUATORIA
                           NOT AT END
                               MOVE CHIAVE_GRAD-REC TO CHIAVE-PRV-REC
                               PERFORM LEGGI-STATO-ESITO
                               IF STATO-ESITO = "R" OR
                                  STATO-ESITO = "P" THEN
                                   ADD 1 TO ESCLUSI-COUNT
                               ELSE
                                   PERFORM SCRIVI-RIGA-CSV
                               END-IF
                       END-READ
                   END-PERFORM


                   CLOSE CSV-FILE

                   PERFORM CHIUDI-ESITI-PROVVISORI

                   DISPLAY "ESPORTATI " CSV-EXPORT-COUNT
                           " RECORD IN GRADCSV.CSV"
                   DISPLAY "ESCLUSI (RIFIUTATI O IN ATTESA): "
                           ESCLUSI-COUNT
               END-IF

               CLOSE GRADUATORIA-FILE
                   ACCEPT DATA-APPELLO

                   PERFORM CARICA-APPELLO-IN-TABELLA
                   PERFORM TOGLI-RIFIUTATI-DA-TABELLA

                   IF MERITO-COUNT = 0 THEN
                       DISPLAY "NESSUN CANDIDATO PER QUESTO APPELLO"
           ELSE
               MOVE 0 TO PROMOSSI-COUNT
               MOVE 0 TO RESPINTI-COUNT
               MOVE 0 TO RIFIUTATI-COUNT
               PERFORM APRI-ESITI-PROVVISORI

               MOVE ALL "*" TO VERBALE-RIGA
               WRITE VERBALE-RIGA
                   MOVE PUNTEGGIO_ORALE(I) TO ORALE-STAMPA
                   MOVE MEDIA_VAL(I) TO MEDIA-STAMPA
                   MOVE LODE_GRAD(I) TO LODE-STAMPA
      *IL VOTO SUFFICIENTE RIFIUTATO DALLO STUDENTE RESTA A VERBALE
      *MA COME RIFIUTATO
                   MOVE CORSO-APPELLO TO CORSO-PRV-REC
                   MOVE DATA-APPELLO TO DATA-APPELLO-PRV-REC
                   MOVE MATRICOLA_GRAD(I) TO MATRICOLA-PRV-REC
                   PERFORM LEGGI-STATO-ESITO
                   IF MEDIA_VAL(I) >= SOGLIA-PROMOZIONE AND
                      STATO-ESITO = "R" THEN
                       MOVE "RIFIUTATO" TO ESITO-STAMPA
                       ADD 1 TO RIFIUTATI-COUNT
                   ELSE
                   IF MEDIA_VAL(I) >= SOGLIA-PROMOZIONE THEN
                       MOVE "PROMOSSO" TO ESITO-STAMPA
                       ADD 1 TO PROMOSSI-COUNT
                       MOVE "RESPINTO" TO ESITO-STAMPA
                       ADD 1 TO RESPINTI-COUNT
                   END-IF
                   END-IF
                   MOVE RIGA-CANDIDATO TO VERBALE-RIGA
                   WRITE VERBALE-RIGA
               END-PERFORM
               MOVE SPACES TO VERBALE-RIGA
               STRING "CANDIDATI PROMOSSI: " PROMOSSI-COUNT
                      "   CANDIDATI RESPINTI: " RESPINTI-COUNT
                      "   VOTI RIFIUTATI: " RIFIUTATI-COUNT
                   DELIMITED BY SIZE INTO VERBALE-RIGA
               WRITE VERBALE-RIGA
               PERFORM CHIUDI-ESITI-PROVVISORI

               MOVE SPACES TO VERBALE-RIGA
               WRITE VERBALE-RIGA

               MOVE PROMOSSI-COUNT TO RIGHE-SPOOL-CORRENTI
               ADD RESPINTI-COUNT TO RIGHE-SPOOL-CORRENTI
               ADD RIFIUTATI-COUNT TO RIGHE-SPOOL-CORRENTI
               MOVE "COMMISSIONE" TO OPERATORE-SPOOL-CORRENTE
               PERFORM REGISTRA-SPOOL-VERBALE


      *---------------------------- FUNCTION CD ------------------------
      *COSTRUISCE IL NOME DATATO NELLO SPOOL PER IL TIPO CORRENTE
      *(LA DIRECTORY SPOOL VA CREATA UNA TANTUM SULL'IMPIANTO); DUE
      *VERBALI NELLO STESSO SECONDO AVREBBERO LO STESSO NOME, PERCIO'
      *SI ASPETTA IL SECONDO SUCCESSIVO
       COMPONI-NOME-SPOOL.

           MOVE FUNCTION CURRENT-DATE(1:14)
               TO DATA-ORA-SPOOL-CORRENTE.
           PERFORM UNTIL DATA-ORA-SPOOL-CORRENTE NOT =
                         ULTIMO-SPOOL-COMPOSTO
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO DATA-ORA-SPOOL-CORRENTE
           END-PERFORM.
           MOVE DATA-ORA-SPOOL-CORRENTE TO ULTIMO-SPOOL-COMPOSTO.
           MOVE SPACES TO NOME-SPOOL-VERBALE.
           STRING "SPOOL/" FUNCTION TRIM(TIPO-SPOOL-CORRENTE)
                  "." DATA-ORA-SPOOL-CORRENTE
               WRITE REGISTRO-SPOOL-REC
               CLOSE REGISTRO-SPOOL-FILE
           END-IF.

      *---------------------------- FUNCTION CH ------------------------
      *CALENDARIO DELLA SESSIONE D'ESAMI: PIANIFICAZIONE DEGLI
      *APPELLI (AULA, ORARIO, COMMISSIONE) CON CONTROLLO DEI
      *CONFLITTI E STAMPA DEL CALENDARIO PER ANNO DI CORSO DA
      *AFFIGGERE IN BACHECA
       CALENDARIO-SESSIONE.

           MOVE 0 TO SCELTA-CALENDARIO.

           PERFORM UNTIL SCELTA-CALENDARIO = 9
               DISPLAY "CALENDARIO DI SESSIONE"
               DISPLAY "1 PIANIFICA APPELLO  2 STAMPA CALENDARIO "
                       "9 FINE"
               ACCEPT SCELTA-CALENDARIO

               EVALUATE SCELTA-CALENDARIO
                   WHEN 1
                       PERFORM PIANIFICA-APPELLO
                   WHEN 2
                       PERFORM STAMPA-CALENDARIO-SESSIONE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-CALENDARIO
               END-EVALUATE
           END-PERFORM.

      *---------------------------- FUNCTION CI ------------------------
      *INSERISCE O AGGIORNA LA VOCE DI CALENDARIO DI UN APPELLO:
      *CORSO DALL'ANAGRAFICA (CHE NE DA' L'ANNO), DATA, AULA,
      *FASCIA ORARIA E COMMISSIONE. CON UN CONFLITTO BLOCCANTE LA
      *VOCE NON SI REGISTRA; CON UN CONFLITTO SEGNALATO SI REGISTRA
      *SOLO SU CONFERMA DELL'OPERATORE
       PIANIFICA-APPELLO.

           PERFORM ACCETTA-CORSO-APPELLO.
           IF CORSO-TROVATO = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DATA DELL'APPELLO (AAAAMMGG): ".
           PERFORM ACCETTA-DATA-VALIDATA.
           MOVE DATA-VALIDATA TO DATA-APPELLO.

           OPEN I-O CALENDARIO-FILE.
           IF FS-CALENDARIO = "35" THEN
               OPEN OUTPUT CALENDARIO-FILE
               CLOSE CALENDARIO-FILE
               OPEN I-O CALENDARIO-FILE
           END-IF.

           IF FS-CALENDARIO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CALSESS.DAT - STATO "
                       FS-CALENDARIO
               EXIT PARAGRAPH
           END-IF.

           MOVE CORSO-APPELLO TO CORSO-CAL-REC.
           MOVE DATA-APPELLO TO DATA-CAL-REC.
           READ CALENDARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "APPELLO GIA' IN CALENDARIO - AULA "
                           AULA-CAL-REC " ORARIO "
                           ORA-INIZIO-CAL-REC "-" ORA-FINE-CAL-REC
                   DISPLAY "COMMISSIONE: " PRESIDENTE-CAL-REC
                           " / " PRIMO-MEMBRO-CAL-REC
                           " / " SECONDO-MEMBRO-CAL-REC
           END-READ.

           DISPLAY "AULA: ".
           ACCEPT AULA-APPELLO.
           DISPLAY "ORA DI INIZIO (HHMM): ".
           PERFORM ACCETTA-ORA-VALIDATA.
           MOVE ORA-LAVORO-NUM TO ORA-INIZIO-APPELLO.

           MOVE 0 TO ORA-FINE-APPELLO.
           PERFORM UNTIL ORA-FINE-APPELLO > ORA-INIZIO-APPELLO
               DISPLAY "ORA DI FINE (HHMM, DOPO L'INIZIO): "
               PERFORM ACCETTA-ORA-VALIDATA
               MOVE ORA-LAVORO-NUM TO ORA-FINE-APPELLO
           END-PERFORM.

           DISPLAY "PRESIDENTE DELLA COMMISSIONE: ".
           ACCEPT PRESIDENTE-COMMISSIONE.
           DISPLAY "PRIMO MEMBRO DELLA COMMISSIONE: ".
           ACCEPT PRIMO-MEMBRO-COMMISSIONE.
           DISPLAY "SECONDO MEMBRO DELLA COMMISSIONE: ".
           ACCEPT SECONDO-MEMBRO-COMMISSIONE.

           PERFORM VERIFICA-CONFLITTI-CALENDARIO.

           IF CONFLITTI-BLOCCANTI > 0 THEN
               DISPLAY "CONFLITTI BLOCCANTI: " CONFLITTI-BLOCCANTI
                       " - APPELLO NON REGISTRATO IN CALENDARIO"
               CLOSE CALENDARIO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO CONFERMA-CALENDARIO.
           IF CONFLITTI-SEGNALATI > 0 THEN
               DISPLAY "CONFLITTI SEGNALATI: " CONFLITTI-SEGNALATI
                       " - REGISTRARE COMUNQUE? (S/N)"
               ACCEPT CONFERMA-CALENDARIO
           END-IF.

           IF CONFERMA-CALENDARIO = "S" THEN
               MOVE CORSO-APPELLO TO CORSO-CAL-REC
               MOVE DATA-APPELLO TO DATA-CAL-REC
               MOVE ANNO-CORSO-APPELLO TO ANNO-CAL-REC
               MOVE AULA-APPELLO TO AULA-CAL-REC
               MOVE ORA-INIZIO-APPELLO TO ORA-INIZIO-CAL-REC
               MOVE ORA-FINE-APPELLO TO ORA-FINE-CAL-REC
               MOVE PRESIDENTE-COMMISSIONE TO PRESIDENTE-CAL-REC
               MOVE PRIMO-MEMBRO-COMMISSIONE TO PRIMO-MEMBRO-CAL-REC
               MOVE SECONDO-MEMBRO-COMMISSIONE
                   TO SECONDO-MEMBRO-CAL-REC
               WRITE CALENDARIO-REC
                   INVALID KEY
                       REWRITE CALENDARIO-REC
               END-WRITE
               DISPLAY "APPELLO REGISTRATO IN CALENDARIO"
           ELSE
               DISPLAY "APPELLO NON REGISTRATO"
           END-IF.

           CLOSE CALENDARIO-FILE.

      *---------------------------- FUNCTION CJ ------------------------
      *CHIEDE UN ORARIO HHMM E LO RIPROPONE FINCHE' ORE E MINUTI NON
      *SONO PLAUSIBILI; IL VALORE BUONO RESTA IN ORA-LAVORO-NUM
       ACCETTA-ORA-VALIDATA.

           MOVE "N" TO ORA-VALIDA.

           PERFORM UNTIL ORA-VALIDA = "S"
               ACCEPT ORA-LAVORO-NUM
               IF ORA-LAVORO-HH > 23 OR ORA-LAVORO-MM > 59 THEN
                   DISPLAY "ORARIO NON VALIDO, RIDIGITARE"
               ELSE
                   MOVE "S" TO ORA-VALIDA
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION CK ------------------------
      *CONFRONTA L'APPELLO DA PIANIFICARE CON TUTTE LE ALTRE VOCI
      *DELLO STESSO GIORNO (IL CALENDARIO E' GIA' APERTO): STESSA
      *AULA O STESSO DOCENTE IN FASCE ORARIE SOVRAPPOSTE BLOCCANO,
      *UN ALTRO CORSO DELLO STESSO ANNO NELLO STESSO GIORNO SI
      *SEGNALA
       VERIFICA-CONFLITTI-CALENDARIO.

           MOVE 0 TO CONFLITTI-BLOCCANTI.
           MOVE 0 TO CONFLITTI-SEGNALATI.

           MOVE LOW-VALUES TO CHIAVE-CAL-REC.
           START CALENDARIO-FILE KEY IS NOT LESS THAN CHIAVE-CAL-REC
               INVALID KEY MOVE "10" TO FS-CALENDARIO
           END-START.

           PERFORM UNTIL FS-CALENDARIO = "10"
               READ CALENDARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CALENDARIO
                   NOT AT END
                       IF DATA-CAL-REC = DATA-APPELLO AND
                          CORSO-CAL-REC NOT = CORSO-APPELLO THEN
                           IF ORA-INIZIO-CAL-REC < ORA-FINE-APPELLO
                              AND ORA-FINE-CAL-REC >
                                  ORA-INIZIO-APPELLO THEN
                               IF AULA-CAL-REC = AULA-APPELLO AND
                                  AULA-APPELLO NOT = SPACES THEN
                                   ADD 1 TO CONFLITTI-BLOCCANTI
                                   DISPLAY "AULA " AULA-APPELLO
                                           " GIA' OCCUPATA DA "
                                           CORSO-CAL-REC " "
                                           ORA-INIZIO-CAL-REC "-"
                                           ORA-FINE-CAL-REC
                               END-IF
                               MOVE PRESIDENTE-COMMISSIONE
                                   TO MEMBRO-CONFRONTO
                               PERFORM CONFRONTA-COMMISSIONE
                               MOVE PRIMO-MEMBRO-COMMISSIONE
                                   TO MEMBRO-CONFRONTO
                               PERFORM CONFRONTA-COMMISSIONE
                               MOVE SECONDO-MEMBRO-COMMISSIONE
                                   TO MEMBRO-CONFRONTO
                               PERFORM CONFRONTA-COMMISSIONE
                           END-IF
                           IF ANNO-CAL-REC = ANNO-CORSO-APPELLO THEN
                               ADD 1 TO CONFLITTI-SEGNALATI
                               DISPLAY "STESSO GIORNO DI " CORSO-CAL-REC
                                       ", ALTRO CORSO DEL "
                                       ANNO-CAL-REC " ANNO"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-CALENDARIO.

      *---------------------------- FUNCTION CL ------------------------
      *UN DOCENTE DELLA NUOVA COMMISSIONE (MEMBRO-CONFRONTO) SIEDE
      *GIA' NELLA COMMISSIONE DELLA VOCE DI CALENDARIO APPENA LETTA
       CONFRONTA-COMMISSIONE.

           MOVE "N" TO DOCENTE-IN-CONFLITTO.

           IF MEMBRO-CONFRONTO NOT = SPACES THEN
               IF MEMBRO-CONFRONTO = PRESIDENTE-CAL-REC OR
                  MEMBRO-CONFRONTO = PRIMO-MEMBRO-CAL-REC OR
                  MEMBRO-CONFRONTO = SECONDO-MEMBRO-CAL-REC THEN
                   MOVE "S" TO DOCENTE-IN-CONFLITTO
               END-IF
           END-IF.

           IF DOCENTE-IN-CONFLITTO = "S" THEN
               ADD 1 TO CONFLITTI-BLOCCANTI
               DISPLAY "DOCENTE " FUNCTION TRIM(MEMBRO-CONFRONTO)
                       " GIA' IN COMMISSIONE PER " CORSO-CAL-REC
                       " " ORA-INIZIO-CAL-REC "-" ORA-FINE-CAL-REC
           END-IF.

      *---------------------------- FUNCTION CM ------------------------
      *PRENDE DAL CALENDARIO DI SESSIONE LA COMMISSIONE GIA'
      *PIANIFICATA PER L'APPELLO IN LAVORAZIONE, SE C'E'
       LEGGI-COMMISSIONE-CALENDARIO.

           MOVE "N" TO COMMISSIONE-DA-CALENDARIO.

           OPEN INPUT CALENDARIO-FILE.
           IF FS-CALENDARIO = "00" THEN
               MOVE CORSO-APPELLO TO CORSO-CAL-REC
               MOVE DATA-APPELLO TO DATA-CAL-REC
               READ CALENDARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRESIDENTE-CAL-REC NOT = SPACES THEN
                           MOVE "S" TO COMMISSIONE-DA-CALENDARIO
                           MOVE PRESIDENTE-CAL-REC
                               TO PRESIDENTE-COMMISSIONE
                           MOVE PRIMO-MEMBRO-CAL-REC
                               TO PRIMO-MEMBRO-COMMISSIONE
                           MOVE SECONDO-MEMBRO-CAL-REC
                               TO SECONDO-MEMBRO-COMMISSIONE
                           DISPLAY "COMMISSIONE DAL CALENDARIO: "
                                   PRESIDENTE-CAL-REC
                           DISPLAY "AULA " AULA-CAL-REC " ORARIO "
                                   ORA-INIZIO-CAL-REC "-"
                                   ORA-FINE-CAL-REC
                       END-IF
               END-READ
               CLOSE CALENDARIO-FILE
           END-IF.

      *---------------------------- FUNCTION CN ------------------------
      *ANNOTA NEL CALENDARIO LA COMMISSIONE DIGITATA PER UN APPELLO
      *NON PIANIFICATO: AULA E ORARIO RESTANO DA DEFINIRE (E FUORI
      *DAI CONTROLLI DI SOVRAPPOSIZIONE) MA I NOMI NON SI PERDONO
       ANNOTA-COMMISSIONE-CALENDARIO.

           OPEN I-O CALENDARIO-FILE.
           IF FS-CALENDARIO = "35" THEN
               OPEN OUTPUT CALENDARIO-FILE
               CLOSE CALENDARIO-FILE
               OPEN I-O CALENDARIO-FILE
           END-IF.

           IF FS-CALENDARIO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CALSESS.DAT - STATO "
                       FS-CALENDARIO
           ELSE
               MOVE CORSO-APPELLO TO CORSO-CAL-REC
               MOVE DATA-APPELLO TO DATA-CAL-REC
               READ CALENDARIO-FILE
                   INVALID KEY
                       MOVE ANNO-CORSO-APPELLO TO ANNO-CAL-REC
                       MOVE SPACES TO AULA-CAL-REC
                       MOVE 0 TO ORA-INIZIO-CAL-REC
                       MOVE 0 TO ORA-FINE-CAL-REC
               END-READ
               MOVE PRESIDENTE-COMMISSIONE TO PRESIDENTE-CAL-REC
               MOVE PRIMO-MEMBRO-COMMISSIONE TO PRIMO-MEMBRO-CAL-REC
               MOVE SECONDO-MEMBRO-COMMISSIONE
                   TO SECONDO-MEMBRO-CAL-REC
               WRITE CALENDARIO-REC
                   INVALID KEY
                       REWRITE CALENDARIO-REC
               END-WRITE
               CLOSE CALENDARIO-FILE
           END-IF.

      *---------------------------- FUNCTION CO ------------------------
      *STAMPA IL CALENDARIO DELLA SESSIONE (INTERVALLO DI DATE
      *SCELTO) RAGGRUPPATO PER ANNO DI CORSO E ORDINATO PER DATA E
      *ORA, TRAMITE LO SCRITTORE DI REPORT COMUNE
       STAMPA-CALENDARIO-SESSIONE.

           DISPLAY "SESSIONE DAL (AAAAMMGG): ".
           PERFORM ACCETTA-DATA-VALIDATA.
           MOVE DATA-VALIDATA TO DATA-INIZIO-SESSIONE.
           DISPLAY "SESSIONE AL (AAAAMMGG): ".
           PERFORM ACCETTA-DATA-VALIDATA.
           MOVE DATA-VALIDATA TO DATA-FINE-SESSIONE.

           MOVE 0 TO CALENDARIO-COUNT.

           OPEN INPUT CALENDARIO-FILE.
           IF FS-CALENDARIO NOT = "00" THEN
               DISPLAY "CALENDARIO DI SESSIONE VUOTO"
               EXIT PARAGRAPH
           END-IF.

      *L'ANAGRAFICA CORSI SERVE SOLO PER LE DESCRIZIONI: SE NON SI
      *APRE SI STAMPA IL CODICE. L'ESITO DELL'APERTURA VA TENUTO A
      *PARTE, PERCHE' OGNI CORSO NON TROVATO LASCIA FS-CORSI A "23"
           MOVE "N" TO CORSI-APERTO.
           OPEN INPUT CORSI-FILE.
           IF FS-CORSI = "00" THEN
               MOVE "S" TO CORSI-APERTO
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-CAL-REC.
           START CALENDARIO-FILE KEY IS NOT LESS THAN CHIAVE-CAL-REC
               INVALID KEY MOVE "10" TO FS-CALENDARIO
           END-START.

           PERFORM UNTIL FS-CALENDARIO = "10"
               READ CALENDARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CALENDARIO
                   NOT AT END
                       IF DATA-CAL-REC >= DATA-INIZIO-SESSIONE AND
                          DATA-CAL-REC <= DATA-FINE-SESSIONE AND
                          CALENDARIO-COUNT < 200 THEN
                           ADD 1 TO CALENDARIO-COUNT
                           SET CL TO CALENDARIO-COUNT
                           MOVE ANNO-CAL-REC TO ANNO-VOCE(CL)
                           MOVE DATA-CAL-REC TO DATA-VOCE(CL)
                           MOVE ORA-INIZIO-CAL-REC
                               TO ORA-INIZIO-VOCE(CL)
                           MOVE ORA-FINE-CAL-REC TO ORA-FINE-VOCE(CL)
                           MOVE CORSO-CAL-REC TO CORSO-VOCE(CL)
                           MOVE AULA-CAL-REC TO AULA-VOCE(CL)
                           MOVE PRESIDENTE-CAL-REC
                               TO PRESIDENTE-VOCE(CL)
                           MOVE CORSO-CAL-REC TO DESCRIZIONE-VOCE(CL)
                           IF CORSI-APERTO = "S" THEN
                               MOVE CORSO-CAL-REC TO CORSO-CERCATO
                               PERFORM CERCA-CORSO-MASTER
                               IF CORSO-TROVATO = "S" THEN
                                   MOVE DESCRIZIONE-CORSO-REC
                                       TO DESCRIZIONE-VOCE(CL)
                               END-IF
                           END-IF
                   END-READ
           END-PERFORM.

           CLOSE CALENDARIO-FILE.
           IF CORSI-APERTO = "S" THEN
               CLOSE CORSI-FILE
           END-IF.

           IF CALENDARIO-COUNT = 0 THEN
               DISPLAY "NESSUN APPELLO IN CALENDARIO NEL PERIODO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ORDINA-CALENDARIO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CALSESS.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "CALENDARIO ESAMI DAL " DATA-INIZIO-SESSIONE
                  " AL " DATA-FINE-SESSIONE
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "DATA / ORARIO / AULA / CORSO / PRESIDENTE"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT CALSESS.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ANNO-STAMPATO.

           PERFORM VARYING CL FROM 1 BY 1 UNTIL CL > CALENDARIO-COUNT
               IF CL = 1 OR ANNO-VOCE(CL) NOT = ANNO-STAMPATO THEN
                   MOVE ANNO-VOCE(CL) TO ANNO-STAMPATO
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SPACES TO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
                   STRING "*** " ANNO-STAMPATO " ANNO ***"
                       DELIMITED BY SIZE INTO RW-RIGA
                   DISPLAY RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF

               MOVE ORA-INIZIO-VOCE(CL) TO ORA-LAVORO-NUM
               MOVE ORA-LAVORO-HH TO ORA-INIZIO-HH-STAMPA
               MOVE ORA-LAVORO-MM TO ORA-INIZIO-MM-STAMPA
               MOVE ORA-FINE-VOCE(CL) TO ORA-LAVORO-NUM
               MOVE ORA-LAVORO-HH TO ORA-FINE-HH-STAMPA
               MOVE ORA-LAVORO-MM TO ORA-FINE-MM-STAMPA

               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               IF AULA-VOCE(CL) = SPACES THEN
                   STRING DATA-VOCE(CL) " DA DEFINIRE "
                          DESCRIZIONE-VOCE(CL) " "
                          PRESIDENTE-VOCE(CL)
                       DELIMITED BY SIZE INTO RW-RIGA
               ELSE
                   STRING DATA-VOCE(CL) " " RIGA-ORARIO " "
                          AULA-VOCE(CL) " " DESCRIZIONE-VOCE(CL)
                          " " PRESIDENTE-VOCE(CL)
                       DELIMITED BY SIZE INTO RW-RIGA
               END-IF
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "APPELLI IN CALENDARIO: " CALENDARIO-COUNT.
           DISPLAY "CALENDARIO SCRITTO SU CALSESS.TXT".

      *---------------------------- FUNCTION CP ------------------------
      *ORDINA LE VOCI DEL CALENDARIO PER ANNO, DATA E ORA DI INIZIO
      *(I TRE CAMPI APRONO LA VOCE, BASTA IL CONFRONTO DELL'INTERA
      *VOCE)
       ORDINA-CALENDARIO.

           PERFORM VARYING CL FROM 1 BY 1
                   UNTIL CL > CALENDARIO-COUNT - 1
               PERFORM VARYING CM FROM 1 BY 1
                       UNTIL CM > CALENDARIO-COUNT - CL
                   IF VOCE-CALENDARIO(CM) > VOCE-CALENDARIO(CM + 1)
                       MOVE VOCE-CALENDARIO(CM) TO VOCE-SCAMBIO
                       MOVE VOCE-CALENDARIO(CM + 1)
                           TO VOCE-CALENDARIO(CM)
                       MOVE VOCE-SCAMBIO TO VOCE-CALENDARIO(CM + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------- FUNCTION CQ ------------------------
      *CARICA IN TABELLA I CORSI PROPEDEUTICI AL CORSO DELL'APPELLO,
      *CON LA DESCRIZIONE DALL'ANAGRAFICA CORSI PER LA LISTA RIFIUTI
       CARICA-PROPEDEUTICITA.

           MOVE 0 TO PROPEDEUTICI-COUNT.

           OPEN INPUT PROPEDEUTICITA-FILE.
           IF FS-PROPEDEUTICITA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CORSO-APPELLO TO CORSO-PROP-REC.
           MOVE LOW-VALUES TO RICHIESTO-PROP-REC.
           START PROPEDEUTICITA-FILE KEY IS NOT LESS THAN
               CHIAVE-PROP-REC
               INVALID KEY MOVE "10" TO FS-PROPEDEUTICITA
           END-START.

           PERFORM UNTIL FS-PROPEDEUTICITA = "10"
               READ PROPEDEUTICITA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROPEDEUTICITA
                   NOT AT END
                       IF CORSO-PROP-REC NOT = CORSO-APPELLO THEN
                           MOVE "10" TO FS-PROPEDEUTICITA
                       ELSE
                           IF PROPEDEUTICI-COUNT < 20 THEN
                               ADD 1 TO PROPEDEUTICI-COUNT
                               SET PP TO PROPEDEUTICI-COUNT
                               MOVE RICHIESTO-PROP-REC
                                   TO CORSO-PROPEDEUTICO(PP)
                               MOVE RICHIESTO-PROP-REC
                                   TO DESCRIZIONE-PROPEDEUTICO(PP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PROPEDEUTICITA-FILE.

           IF PROPEDEUTICI-COUNT > 0 THEN
               OPEN INPUT CORSI-FILE
               IF FS-CORSI = "00" THEN
                   PERFORM VARYING PP FROM 1 BY 1
                           UNTIL PP > PROPEDEUTICI-COUNT
                       MOVE CORSO-PROPEDEUTICO(PP) TO CORSO-CERCATO
                       PERFORM CERCA-CORSO-MASTER
                       IF CORSO-TROVATO = "S" THEN
                           MOVE DESCRIZIONE-CORSO-REC
                               TO DESCRIZIONE-PROPEDEUTICO(PP)
                       END-IF
                   END-PERFORM
                   CLOSE CORSI-FILE
               END-IF
               DISPLAY "CORSI PROPEDEUTICI RICHIESTI: "
                       PROPEDEUTICI-COUNT
           END-IF.

      *---------------------------- FUNCTION CR ------------------------
      *VERIFICA CHE MATRICOLA_STUDENTE ABBIA SUPERATO OGNI CORSO
      *PROPEDEUTICO, IN GRADFILE.DAT (SE GIA' APERTO DAL CHIAMANTE)
      *O NELL'ARCHIVIO STORICO; OGNI CORSO MANCANTE VA NELLA LISTA
      *DEI RIFIUTI
       VERIFICA-PROPEDEUTICITA.

           MOVE "S" TO PROPEDEUTICITA-OK.

           PERFORM VARYING PP FROM 1 BY 1
                   UNTIL PP > PROPEDEUTICI-COUNT
               MOVE CORSO-PROPEDEUTICO(PP) TO CORSO-SUPERAMENTO
               IF ARCHIVIO-DISPONIBILE = "S" THEN
                   PERFORM CERCA-SUPERAMENTO-CORSO
               ELSE
                   MOVE "N" TO ESAME-SUPERATO
                   PERFORM CERCA-SUPERAMENTO-ARCHIVIO
               END-IF
               IF ESAME-SUPERATO = "N" THEN
                   MOVE "N" TO PROPEDEUTICITA-OK
                   PERFORM SCRIVI-RIFIUTO-PROPEDEUTICITA
               END-IF
           END-PERFORM.

           IF PROPEDEUTICITA-OK = "N" THEN
               ADD 1 TO PRENOTAZIONI-RIFIUTATE
           END-IF.

      *---------------------------- FUNCTION CS ------------------------
      *RIGA DELLA LISTA DEI RIFIUTI PER IL CORSO PROPEDEUTICO PP NON
      *SUPERATO; LA LISTA SI APRE ALLA PRIMA RIGA. NELLA RIPRESA
      *SILENZIOSA DA CHECKPOINT LA RIGA SI SCRIVE COMUNQUE (LA LISTA
      *DELLA CORSA INTERROTTA E' INCOMPLETA) MA NON SI VISUALIZZA
       SCRIVI-RIFIUTO-PROPEDEUTICITA.

           IF LISTA-RIFIUTI-APERTA = "N" THEN
               MOVE "A" TO RW-OPERAZIONE
               MOVE "RIFIUTIPR.TXT" TO RW-NOME-FILE
               MOVE SPACES TO RW-TITOLO
               STRING "PRENOTAZIONI RIFIUTATE - APPELLO "
                      CORSO-APPELLO " DEL " DATA-APPELLO
                   DELIMITED BY SIZE INTO RW-TITOLO
               MOVE "MATRICOLA / COGNOME / CORSO PROPEDEUTICO MANCANTE"
                   TO RW-INTESTAZIONE
               MOVE "SEGRETERIA" TO RW-OPERATORE
               CALL "REPORTWR" USING REPORTWR-AREA
               IF RW-ESITO = "S" THEN
                   MOVE "S" TO LISTA-RIFIUTI-APERTA
               ELSE
                   DISPLAY "IMPOSSIBILE APRIRE LA LISTA RIFIUTI"
               END-IF
           END-IF.

           MOVE SPACES TO RW-RIGA.
           STRING MATRICOLA_STUDENTE " " COGNOME_STUDENTI
                  " MANCA " CORSO-PROPEDEUTICO(PP) " "
                  DESCRIZIONE-PROPEDEUTICO(PP)
               DELIMITED BY SIZE INTO RW-RIGA.
           IF RIPRESA-SILENZIOSA NOT = "S" THEN
               DISPLAY "PROPEDEUTICITA' NON SUPERATA: " RW-RIGA
           END-IF.
           IF LISTA-RIFIUTI-APERTA = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *---------------------------- FUNCTION CT ------------------------
      *CHIUDE LA LISTA DEI RIFIUTI, SE E' STATA APERTA, COL TOTALE
      *DELLE PRENOTAZIONI RIFIUTATE
       CHIUDI-LISTA-RIFIUTI.

           IF LISTA-RIFIUTI-APERTA = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "PRENOTAZIONI RIFIUTATE: "
                      PRENOTAZIONI-RIFIUTATE
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE "N" TO LISTA-RIFIUTI-APERTA
               DISPLAY "PRENOTAZIONI RIFIUTATE PER PROPEDEUTICITA': "
                       PRENOTAZIONI-RIFIUTATE
                       " - LISTA SCRITTA SU RIFIUTIPR.TXT"
           END-IF.

      *---------------------------- FUNCTION CU ------------------------
      *NUOVA PROPEDEUTICITA': ENTRAMBI I CORSI DEVONO ESSERE IN
      *ANAGRAFICA (GIA' APERTA DALLA MANUTENZIONE CORSI) E UN CORSO
      *NON PUO' RICHIEDERE SE STESSO
       AGGIUNGI-PROPEDEUTICITA.

           DISPLAY "CORSO CHE RICHIEDE LA PROPEDEUTICITA': ".
           ACCEPT CORSO-CERCATO.
           PERFORM CERCA-CORSO-MASTER.
           IF CORSO-TROVATO = "N" THEN
               DISPLAY "CODICE NON TROVATO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CORSO-CERCATO TO CORSO-APPELLO.

           DISPLAY "CORSO DA AVER SUPERATO PRIMA: ".
           ACCEPT CORSO-CERCATO.
           PERFORM CERCA-CORSO-MASTER.
           IF CORSO-TROVATO = "N" THEN
               DISPLAY "CODICE NON TROVATO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CORSO-CERCATO TO CORSO-RICHIESTO.

           IF CORSO-RICHIESTO = CORSO-APPELLO THEN
               DISPLAY "UN CORSO NON PUO' ESSERE PROPEDEUTICO A SE "
                       "STESSO"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PROPEDEUTICITA-FILE.
           IF FS-PROPEDEUTICITA = "35" THEN
               OPEN OUTPUT PROPEDEUTICITA-FILE
               CLOSE PROPEDEUTICITA-FILE
               OPEN I-O PROPEDEUTICITA-FILE
           END-IF.

           IF FS-PROPEDEUTICITA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE PROPEDEU.DAT - STATO "
                       FS-PROPEDEUTICITA
           ELSE
               MOVE CORSO-APPELLO TO CORSO-PROP-REC
               MOVE CORSO-RICHIESTO TO RICHIESTO-PROP-REC
               WRITE PROPEDEUTICITA-REC
                   INVALID KEY
                       DISPLAY "PROPEDEUTICITA' GIA' PRESENTE"
                   NOT INVALID KEY
                       DISPLAY "PROPEDEUTICITA' REGISTRATA: "
                               CORSO-APPELLO " RICHIEDE "
                               CORSO-RICHIESTO
               END-WRITE
               CLOSE PROPEDEUTICITA-FILE
           END-IF.

      *---------------------------- FUNCTION CV ------------------------
       TOGLI-PROPEDEUTICITA.

           DISPLAY "CORSO CHE RICHIEDE LA PROPEDEUTICITA': ".
           ACCEPT CORSO-PROP-REC.
           DISPLAY "CORSO RICHIESTO DA TOGLIERE: ".
           ACCEPT RICHIESTO-PROP-REC.

           OPEN I-O PROPEDEUTICITA-FILE.
           IF FS-PROPEDEUTICITA NOT = "00" THEN
               DISPLAY "NESSUNA PROPEDEUTICITA' REGISTRATA"
           ELSE
               DELETE PROPEDEUTICITA-FILE
                   INVALID KEY
                       DISPLAY "PROPEDEUTICITA' NON TROVATA"
                   NOT INVALID KEY
                       DISPLAY "PROPEDEUTICITA' TOLTA"
               END-DELETE
               CLOSE PROPEDEUTICITA-FILE
           END-IF.

      *---------------------------- FUNCTION CW ------------------------
       ELENCO-PROPEDEUTICITA.

           MOVE 0 TO PROPEDEUTICITA-ELENCATE.

           OPEN INPUT PROPEDEUTICITA-FILE.
           IF FS-PROPEDEUTICITA NOT = "00" THEN
               DISPLAY "NESSUNA PROPEDEUTICITA' REGISTRATA"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-PROP-REC.
           START PROPEDEUTICITA-FILE KEY IS NOT LESS THAN
               CHIAVE-PROP-REC
               INVALID KEY MOVE "10" TO FS-PROPEDEUTICITA
           END-START.

           PERFORM UNTIL FS-PROPEDEUTICITA = "10"
               READ PROPEDEUTICITA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROPEDEUTICITA
                   NOT AT END
                       ADD 1 TO PROPEDEUTICITA-ELENCATE
                       DISPLAY CORSO-PROP-REC " RICHIEDE "
                               RICHIESTO-PROP-REC
               END-READ
           END-PERFORM.

           CLOSE PROPEDEUTICITA-FILE.

           DISPLAY "PROPEDEUTICITA' REGISTRATE: "
                   PROPEDEUTICITA-ELENCATE.

      *---------------------------- FUNCTION CX ------------------------
      *APRE IN LETTURA IL FILE DEI VOTI PROVVISORI PER LE CONSULTAZIONI
      *CHE DEVONO SCARTARE I VOTI RIFIUTATI; A FILE ASSENTE OGNI
      *ESITO E' DEFINITIVO
       APRI-ESITI-PROVVISORI.

           MOVE "N" TO PROVVISORI-DISPONIBILE.
           OPEN INPUT ESITI-PROVVISORI-FILE.
           IF FS-PROVVISORI = "00" THEN
               MOVE "S" TO PROVVISORI-DISPONIBILE
           END-IF.

      *---------------------------- FUNCTION CY ------------------------
       CHIUDI-ESITI-PROVVISORI.

           IF PROVVISORI-DISPONIBILE = "S" THEN
               CLOSE ESITI-PROVVISORI-FILE
               MOVE "N" TO PROVVISORI-DISPONIBILE
           END-IF.

      *---------------------------- FUNCTION CZ ------------------------
      *STATO DELL'ESITO CON CHIAVE GIA' IN CHIAVE-PRV-REC: "D" SE NON
      *C'E' UN VOTO PROVVISORIO (ESITO DEFINITIVO), ALTRIMENTI LO
      *STATO REGISTRATO (P, A, T O R)
       LEGGI-STATO-ESITO.

           MOVE "D" TO STATO-ESITO.

           IF PROVVISORI-DISPONIBILE = "S" THEN
               READ ESITI-PROVVISORI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STATO-PRV-REC TO STATO-ESITO
               END-READ
           END-IF.

      *---------------------------- FUNCTION DA ------------------------
      *TOGLIE DALLA TABELLA GRADUATORIA APPENA CARICATA I VOTI
      *RIFIUTATI DAGLI STUDENTI: NON CONCORRONO ALLA GRADUATORIA
       TOGLI-RIFIUTATI-DA-TABELLA.

           MOVE 0 TO CANDIDATI-TENUTI.
           MOVE 0 TO RIFIUTATI-COUNT.

           PERFORM APRI-ESITI-PROVVISORI.

           PERFORM VARYING Z FROM 1 BY 1 UNTIL Z > MERITO-COUNT
               MOVE CORSO-APPELLO TO CORSO-PRV-REC
               MOVE DATA-APPELLO TO DATA-APPELLO-PRV-REC
               MOVE MATRICOLA_GRAD(Z) TO MATRICOLA-PRV-REC
               PERFORM LEGGI-STATO-ESITO
               IF STATO-ESITO = "R" THEN
                   ADD 1 TO RIFIUTATI-COUNT
               ELSE
                   ADD 1 TO CANDIDATI-TENUTI
                   IF CANDIDATI-TENUTI < Z THEN
                       MOVE ARRAY OF GRADUATORIA(Z)
                           TO ARRAY OF GRADUATORIA(CANDIDATI-TENUTI)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM CHIUDI-ESITI-PROVVISORI.

           MOVE CANDIDATI-TENUTI TO MERITO-COUNT.
           SET SIZE-ARRAY TO MERITO-COUNT.

           IF RIFIUTATI-COUNT > 0 THEN
               DISPLAY "VOTI RIFIUTATI ESCLUSI DALLA GRADUATORIA: "
                       RIFIUTATI-COUNT
           END-IF.

      *---------------------------- FUNCTION DB ------------------------
      *RISPOSTA DELLO STUDENTE AL VOTO PROVVISORIO: ACCETTA O
      *RIFIUTA, SOLO ENTRO LA SCADENZA DELLA FINESTRA; OLTRE LA
      *SCADENZA IL VOTO E' ACCETTATO PER SILENZIO
       RISPOSTA-STUDENTE-VOTO.

           DISPLAY "CODICE CORSO: ".
           ACCEPT CORSO-APPELLO.
           DISPLAY "DATA APPELLO (AAAAMMGG): ".
           ACCEPT DATA-APPELLO.
           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA_STUDENTE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

           OPEN I-O ESITI-PROVVISORI-FILE.
           IF FS-PROVVISORI NOT = "00" THEN
               DISPLAY "NESSUN VOTO PROVVISORIO REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE CORSO-APPELLO TO CORSO-PRV-REC.
           MOVE DATA-APPELLO TO DATA-APPELLO-PRV-REC.
           MOVE MATRICOLA_STUDENTE TO MATRICOLA-PRV-REC.
           READ ESITI-PROVVISORI-FILE
               INVALID KEY
                   DISPLAY "NESSUN VOTO PROVVISORIO PER QUESTO ESITO"
                   CLOSE ESITI-PROVVISORI-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF STATO-PRV-REC NOT = "P" THEN
               EVALUATE STATO-PRV-REC
                   WHEN "A"
                       DISPLAY "VOTO GIA' ACCETTATO IL "
                               RISPOSTA-PRV-REC
                   WHEN "T"
                       DISPLAY "VOTO ACCETTATO PER SILENZIO IL "
                               RISPOSTA-PRV-REC
                   WHEN OTHER
                       DISPLAY "VOTO GIA' RIFIUTATO IL "
                               RISPOSTA-PRV-REC
               END-EVALUATE
               CLOSE ESITI-PROVVISORI-FILE
               EXIT PARAGRAPH
           END-IF.

           IF DATA-ODIERNA > SCADENZA-PRV-REC THEN
               MOVE "T" TO STATO-PRV-REC
               MOVE DATA-ODIERNA TO RISPOSTA-PRV-REC
               REWRITE ESITO-PROVVISORIO-REC
               DISPLAY "FINESTRA SCADUTA IL " SCADENZA-PRV-REC
                       ": VOTO ACCETTATO PER SILENZIO"
               CLOSE ESITI-PROVVISORI-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT GRADUATORIA-FILE.
           IF FS-GRADUATORIA = "00" THEN
               MOVE CHIAVE-PRV-REC TO CHIAVE_GRAD-REC
               READ GRADUATORIA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEDIA_VAL-REC TO MEDIA-EDIT
                       DISPLAY "VOTO PROPOSTO: " MEDIA-EDIT
                               " LODE: " LODE-REC
                               " - " COGNOME_IDONEO_GRAD-REC
               END-READ
               CLOSE GRADUATORIA-FILE
           END-IF.

           DISPLAY "RISPOSTA ENTRO IL " SCADENZA-PRV-REC
                   " - A ACCETTA  R RIFIUTA  ALTRO NESSUNA RISPOSTA".
           ACCEPT RISPOSTA-STUDENTE.

           IF RISPOSTA-STUDENTE = "A" OR RISPOSTA-STUDENTE = "R" THEN
               MOVE RISPOSTA-STUDENTE TO STATO-PRV-REC
               MOVE DATA-ODIERNA TO RISPOSTA-PRV-REC
               REWRITE ESITO-PROVVISORIO-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN RISCRITTURA - STATO "
                               FS-PROVVISORI
                   NOT INVALID KEY
                       IF RISPOSTA-STUDENTE = "A" THEN
                           DISPLAY "VOTO ACCETTATO"
                       ELSE
                           DISPLAY "VOTO RIFIUTATO: NON ENTRERA' IN "
                                   "CARRIERA"
                       END-IF
               END-REWRITE
           END-IF.

           CLOSE ESITI-PROVVISORI-FILE.

      *---------------------------- FUNCTION DC ------------------------
      *CHIUSURA GIORNALIERA DEI VOTI PROVVISORI: I VOTI SENZA
      *RISPOSTA CON LA FINESTRA SCADUTA SONO ACCETTATI PER SILENZIO,
      *I VOTI ANCORA NELLA FINESTRA VANNO NELL'ELENCO DEL GIORNO E
      *GLI APPELLI CON TUTTE LE FINESTRE CHIUSE E SENZA VERBALE
      *AVRANNO FINALMENTE IL VERBALE UFFICIALE
       CHIUSURA-VOTI-PROVVISORI.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO ACCETTATI-PER-SILENZIO.
           MOVE 0 TO ESITI-IN-ATTESA.
           MOVE 0 TO VERBALI-STAMPATI.
           MOVE 0 TO DA-VERBALIZZARE-COUNT.

           OPEN I-O ESITI-PROVVISORI-FILE.
           IF FS-PROVVISORI NOT = "00" THEN
               DISPLAY "NESSUN VOTO PROVVISORIO REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ESITIATT.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "VOTI PROVVISORI IN ATTESA DI RISPOSTA AL "
                  DATA-ODIERNA
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "CORSO / DATA APPELLO / MATRICOLA / PUBBLICATO / SCADE"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE LOW-VALUES TO CHIAVE-PRV-REC.
           START ESITI-PROVVISORI-FILE KEY IS NOT LESS THAN
               CHIAVE-PRV-REC
               INVALID KEY MOVE "10" TO FS-PROVVISORI
           END-START.

           PERFORM UNTIL FS-PROVVISORI = "10"
               READ ESITI-PROVVISORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROVVISORI
                   NOT AT END
                       IF STATO-PRV-REC = "P" AND
                          SCADENZA-PRV-REC < DATA-ODIERNA THEN
                           MOVE "T" TO STATO-PRV-REC
                           MOVE DATA-ODIERNA TO RISPOSTA-PRV-REC
                           REWRITE ESITO-PROVVISORIO-REC
                           ADD 1 TO ACCETTATI-PER-SILENZIO
                       END-IF
                       IF STATO-PRV-REC = "P" THEN
                           ADD 1 TO ESITI-IN-ATTESA
                           IF RW-ESITO = "S" THEN
                               MOVE "R" TO RW-OPERAZIONE
                               MOVE SPACES TO RW-RIGA
                               STRING CORSO-PRV-REC " "
                                      DATA-APPELLO-PRV-REC " "
                                      MATRICOLA-PRV-REC " "
                                      PUBBLICAZIONE-PRV-REC " "
                                      SCADENZA-PRV-REC
                                   DELIMITED BY SIZE INTO RW-RIGA
                               CALL "REPORTWR" USING REPORTWR-AREA
                           END-IF
                       END-IF
                       IF VERBALIZZATO-PRV-REC = "N" THEN
                           PERFORM ACCODA-APPELLO-DA-VERBALIZZARE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ESITI-PROVVISORI-FILE.

           IF RW-ESITO = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "VOTI IN ATTESA: " ESITI-IN-ATTESA
                      "  ACCETTATI OGGI PER SILENZIO: "
                      ACCETTATI-PER-SILENZIO
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           PERFORM VARYING AV FROM 1 BY 1
                   UNTIL AV > DA-VERBALIZZARE-COUNT
               IF APPELLO-ANCORA-APERTO(AV) = "N" THEN
                   PERFORM VERBALIZZA-APPELLO
               END-IF
           END-PERFORM.

           DISPLAY "VOTI ACCETTATI PER SILENZIO: "
                   ACCETTATI-PER-SILENZIO.
           DISPLAY "VOTI ANCORA IN ATTESA: " ESITI-IN-ATTESA
                   " (ELENCO SU ESITIATT.TXT)".
           DISPLAY "VERBALI STAMPATI: " VERBALI-STAMPATI.

      *---------------------------- FUNCTION DD ------------------------
      *ANNOTA L'APPELLO DEL VOTO APPENA LETTO TRA QUELLI ANCORA DA
      *VERBALIZZARE; UN SOLO VOTO IN ATTESA LO TIENE APERTO
       ACCODA-APPELLO-DA-VERBALIZZARE.

           MOVE "N" TO APPELLO-IN-ELENCO.

           PERFORM VARYING AV FROM 1 BY 1
                   UNTIL AV > DA-VERBALIZZARE-COUNT
               IF CORSO-DA-VERBALIZZARE(AV) = CORSO-PRV-REC AND
                  DATA-DA-VERBALIZZARE(AV) = DATA-APPELLO-PRV-REC
                   MOVE "S" TO APPELLO-IN-ELENCO
                   IF STATO-PRV-REC = "P" THEN
                       MOVE "S" TO APPELLO-ANCORA-APERTO(AV)
                   END-IF
               END-IF
           END-PERFORM.

           IF APPELLO-IN-ELENCO = "N" AND
              DA-VERBALIZZARE-COUNT < 50 THEN
               ADD 1 TO DA-VERBALIZZARE-COUNT
               SET AV TO DA-VERBALIZZARE-COUNT
               MOVE CORSO-PRV-REC TO CORSO-DA-VERBALIZZARE(AV)
               MOVE DATA-APPELLO-PRV-REC TO DATA-DA-VERBALIZZARE(AV)
               IF STATO-PRV-REC = "P" THEN
                   MOVE "S" TO APPELLO-ANCORA-APERTO(AV)
               ELSE
                   MOVE "N" TO APPELLO-ANCORA-APERTO(AV)
               END-IF
           END-IF.

      *---------------------------- FUNCTION DE ------------------------
      *VERBALE UFFICIALE DELL'APPELLO AV A FINESTRA CHIUSA: CANDIDATI
      *DALLE GRADUATORIE, CORSO DALL'ANAGRAFICA, COMMISSIONE DAL
      *CALENDARIO DI SESSIONE; POI L'APPELLO SI SEGNA VERBALIZZATO
       VERBALIZZA-APPELLO.

           MOVE CORSO-DA-VERBALIZZARE(AV) TO CORSO-APPELLO.
           MOVE DATA-DA-VERBALIZZARE(AV) TO DATA-APPELLO.

           MOVE CORSO-APPELLO TO DESCRIZIONE-CORSO-APPELLO.
           MOVE 0 TO CFU-CORSO-APPELLO.
           OPEN INPUT CORSI-FILE.
           IF FS-CORSI = "00" THEN
               MOVE CORSO-APPELLO TO CORSO-CERCATO
               PERFORM CERCA-CORSO-MASTER
               IF CORSO-TROVATO = "S" THEN
                   MOVE DESCRIZIONE-CORSO-REC
                       TO DESCRIZIONE-CORSO-APPELLO
                   MOVE CFU-CORSO-REC TO CFU-CORSO-APPELLO
               END-IF
               CLOSE CORSI-FILE
           END-IF.

           PERFORM LEGGI-COMMISSIONE-CALENDARIO.
           IF COMMISSIONE-DA-CALENDARIO = "N" THEN
               MOVE SPACES TO COMMISSIONE
           END-IF.

           MOVE 0 TO MERITO-COUNT.
           OPEN INPUT GRADUATORIA-FILE.
           IF FS-GRADUATORIA = "00" THEN
               PERFORM CARICA-APPELLO-IN-TABELLA
               CLOSE GRADUATORIA-FILE
           ELSE
               PERFORM CARICA-APPELLO-DA-ARCHIVIO
           END-IF.

           IF MERITO-COUNT = 0 THEN
               DISPLAY "APPELLO " CORSO-APPELLO " " DATA-APPELLO
                       " SENZA CANDIDATI: VERBALE NON STAMPATO"
           ELSE
               PERFORM STAMPA-VERBALE
               PERFORM SEGNA-APPELLO-VERBALIZZATO
               ADD 1 TO VERBALI-STAMPATI
           END-IF.

      *---------------------------- FUNCTION DF ------------------------
      *SEGNA VERBALIZZATI TUTTI I VOTI PROVVISORI DELL'APPELLO IN
      *LAVORAZIONE, COSI' LA CHIUSURA DEL GIORNO DOPO NON LO
      *RISTAMPA
       SEGNA-APPELLO-VERBALIZZATO.

           OPEN I-O ESITI-PROVVISORI-FILE.
           IF FS-PROVVISORI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CORSO-APPELLO TO CORSO-PRV-REC.
           MOVE DATA-APPELLO TO DATA-APPELLO-PRV-REC.
           MOVE LOW-VALUES TO MATRICOLA-PRV-REC.
           START ESITI-PROVVISORI-FILE KEY IS NOT LESS THAN
               CHIAVE-PRV-REC
               INVALID KEY MOVE "10" TO FS-PROVVISORI
           END-START.

           PERFORM UNTIL FS-PROVVISORI = "10"
               READ ESITI-PROVVISORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROVVISORI
                   NOT AT END
                       IF CORSO-PRV-REC NOT = CORSO-APPELLO OR
                          DATA-APPELLO-PRV-REC NOT = DATA-APPELLO
                           MOVE "10" TO FS-PROVVISORI
                       ELSE
                           MOVE "S" TO VERBALIZZATO-PRV-REC
                           REWRITE ESITO-PROVVISORIO-REC
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ESITI-PROVVISORI-FILE.

      *---------------------------- FUNCTION DH ------------------------
      *AMMISSIONE ALLA SESSIONE DI LAUREA: PER OGNI CANDIDATO (UNA
      *MATRICOLA O UNA CLASSE DELL'ANAGRAFE) LA CARRIERA DEL LIBRETTO
      *SI CONFRONTA CON I CFU RICHIESTI E CON IL PIANO DI STUDI COME
      *NEL REPORT DEGLI ESAMI MANCANTI; AGLI AMMESSI SI CALCOLA LA
      *BASE DI LAUREA IN CENTODECIMI CON IL BONUS PER LE LODI, AI
      *NON AMMESSI SI SCRIVE IL MOTIVO
       AMMISSIONE-LAUREA.

           PERFORM CARICA-PIANO-STUDI.

           IF PIANO-COUNT = 0 THEN
               DISPLAY "ANAGRAFICA CORSI ASSENTE O VUOTA: NESSUN "
                       "PIANO DI STUDI DA VERIFICARE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CFU RICHIESTI PER LA LAUREA (DEFAULT "
                   CFU-RICHIESTI "): ".
           ACCEPT CFU-LAUREA.
           IF CFU-LAUREA = 0 THEN
               MOVE CFU-RICHIESTI TO CFU-LAUREA
           END-IF.
           DISPLAY "PUNTI DI BONUS PER LODE (DEFAULT 1): ".
           ACCEPT PUNTI-PER-LODE.
           IF PUNTI-PER-LODE = 0 THEN
               MOVE 1 TO PUNTI-PER-LODE
           END-IF.
           DISPLAY "BONUS MASSIMO PER LE LODI (DEFAULT 3): ".
           ACCEPT MASSIMO-BONUS-LODE.
           IF MASSIMO-BONUS-LODE = 0 THEN
               MOVE 3 TO MASSIMO-BONUS-LODE
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "LAUREA.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "AMMISSIONE ALLA LAUREA - CFU RICHIESTI " CFU-LAUREA
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "MATRICOLA / CFU / MEDIA / LODI / BASE SU 110 / ESITO"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT LAUREA.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CANDIDATI-AMMESSI.
           MOVE 0 TO CANDIDATI-RESPINTI.
           MOVE 0 TO CANDIDATI-SENZA-NULLAOSTA.

           DISPLAY "1 SINGOLA MATRICOLA  2 INTERA CLASSE DALL'ANAGRAFE".
           ACCEPT SCELTA-LAUREA.

           IF SCELTA-LAUREA = 2 THEN
               DISPLAY "QUALE CLASSE? "
               ACCEPT CLASSE-RICHIESTA
               OPEN INPUT ANAGRAFE-FILE
               IF FS-ANAGRAFE NOT = "00" THEN
                   DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - STATO "
                           FS-ANAGRAFE
               ELSE
                   MOVE LOW-VALUES TO MATRICOLA-ANA
                   START ANAGRAFE-FILE KEY IS NOT LESS THAN
                       MATRICOLA-ANA
                       INVALID KEY MOVE "10" TO FS-ANAGRAFE
                   END-START

                   PERFORM UNTIL FS-ANAGRAFE = "10"
                       READ ANAGRAFE-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO FS-ANAGRAFE
                           NOT AT END
                               IF CLASSE-ANA = CLASSE-RICHIESTA THEN
                                   MOVE MATRICOLA-ANA
                                       TO MATRICOLA_STUDENTE
                                   MOVE SPACES TO NOME-CANDIDATO
                                   STRING FUNCTION TRIM(COGNOME-ANA)
                                          " " FUNCTION TRIM(NOME-ANA)
                                       DELIMITED BY SIZE
                                       INTO NOME-CANDIDATO
                                   PERFORM VERIFICA-CANDIDATO-LAUREA
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE ANAGRAFE-FILE
                   MOVE "00" TO FS-ANAGRAFE
               END-IF
           ELSE
               DISPLAY "MATRICOLA: "
               ACCEPT MATRICOLA_STUDENTE
               MOVE SPACES TO NOME-CANDIDATO
               OPEN INPUT ANAGRAFE-FILE
               IF FS-ANAGRAFE = "00" THEN
                   MOVE MATRICOLA_STUDENTE TO MATRICOLA-ANA
                   READ ANAGRAFE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING FUNCTION TRIM(COGNOME-ANA)
                                  " " FUNCTION TRIM(NOME-ANA)
                               DELIMITED BY SIZE INTO NOME-CANDIDATO
                   END-READ
                   CLOSE ANAGRAFE-FILE
               END-IF
               PERFORM VERIFICA-CANDIDATO-LAUREA
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "CANDIDATI AMMESSI: " CANDIDATI-AMMESSI
                  "   NON AMMESSI: " CANDIDATI-RESPINTI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "SENZA NULLA OSTA DELLA BIBLIOTECA: "
                  CANDIDATI-SENZA-NULLAOSTA
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "ELENCO AMMISSIONI SCRITTO SU LAUREA.TXT".

      *---------------------------- FUNCTION DI ------------------------
      *CONTROLLO DI UN CANDIDATO: CARRIERA DAL LIBRETTO, CFU MATURATI
      *CONTRO CFU RICHIESTI, CORSI DEL PIANO SENZA ESAME SUPERATO;
      *MEDIA PONDERATA SUI CFU PORTATA IN CENTODECIMI PIU' IL BONUS
      *DELLE LODI, SENZA SUPERARE 110
       VERIFICA-CANDIDATO-LAUREA.

           PERFORM COSTRUISCI-LIBRETTO.
           IF LIBRETTO-COUNT > 0 THEN
               PERFORM COMPLETA-LIBRETTO-DA-CORSI
           END-IF.

           MOVE 0 TO SOMMA-PESATA.
           MOVE 0 TO CFU-MATURATI.
           MOVE 0 TO LODI-CARRIERA.
           PERFORM VARYING LB FROM 1 BY 1 UNTIL LB > LIBRETTO-COUNT
               COMPUTE SOMMA-PESATA = SOMMA-PESATA
                       + (MEDIA-LIB(LB) * CFU-LIB(LB))
               ADD CFU-LIB(LB) TO CFU-MATURATI
               IF LODE-LIB(LB) = "S" THEN
                   ADD 1 TO LODI-CARRIERA
               END-IF
           END-PERFORM.

           IF CFU-MATURATI > 0 THEN
               COMPUTE MEDIA-CARRIERA ROUNDED =
                       SOMMA-PESATA / CFU-MATURATI
           ELSE
               MOVE 0 TO MEDIA-CARRIERA
           END-IF.
           MOVE MEDIA-CARRIERA TO MEDIA-CARRIERA-EDIT.

           MOVE 0 TO CORSI-MANCANTI.
           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
               MOVE "N" TO CORSO-IN-LIBRETTO
               PERFORM VARYING LB FROM 1 BY 1
                       UNTIL LB > LIBRETTO-COUNT
                   IF CORSO-LIB(LB) = CORSO-PIANO(PS) THEN
                       MOVE "S" TO CORSO-IN-LIBRETTO
                   END-IF
               END-PERFORM
               IF CORSO-IN-LIBRETTO = "N" THEN
                   ADD 1 TO CORSI-MANCANTI
               END-IF
           END-PERFORM.

           MOVE "S" TO CANDIDATO-AMMESSO.
           IF CORSI-MANCANTI > 0 OR CFU-MATURATI < CFU-LAUREA THEN
               MOVE "N" TO CANDIDATO-AMMESSO
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.

           IF CANDIDATO-AMMESSO = "S" THEN
               ADD 1 TO CANDIDATI-AMMESSI
               COMPUTE BASE-LAUREA ROUNDED =
                       MEDIA-CARRIERA * 110 / PUNTEGGIO-MASSIMO
               COMPUTE BONUS-LODI = LODI-CARRIERA * PUNTI-PER-LODE
               IF BONUS-LODI > MASSIMO-BONUS-LODE THEN
                   MOVE MASSIMO-BONUS-LODE TO BONUS-LODI
               END-IF
               COMPUTE BASE-CON-BONUS = BASE-LAUREA + BONUS-LODI
               IF BASE-CON-BONUS > 110 THEN
                   MOVE 110 TO BASE-CON-BONUS
               END-IF
               MOVE BASE-LAUREA TO BASE-LAUREA-EDIT
               MOVE BASE-CON-BONUS TO BASE-CON-BONUS-EDIT
               STRING MATRICOLA_STUDENTE " " NOME-CANDIDATO
                      " CFU " CFU-MATURATI
                      " MEDIA " MEDIA-CARRIERA-EDIT
                      " LODI " LODI-CARRIERA
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE SPACES TO RW-RIGA
               STRING "  AMMESSO - BASE " BASE-LAUREA-EDIT
                      " + BONUS LODI " BONUS-LODI
                      " = " BASE-CON-BONUS-EDIT " /110"
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           ELSE
               ADD 1 TO CANDIDATI-RESPINTI
               STRING MATRICOLA_STUDENTE " " NOME-CANDIDATO
                      " CFU " CFU-MATURATI
                      " MEDIA " MEDIA-CARRIERA-EDIT
                      " LODI " LODI-CARRIERA
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               IF CFU-MATURATI < CFU-LAUREA THEN
                   MOVE SPACES TO RW-RIGA
                   STRING "  NON AMMESSO - CFU INSUFFICIENTI: "
                          CFU-MATURATI " SU " CFU-LAUREA
                       DELIMITED BY SIZE INTO RW-RIGA
                   DISPLAY RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF
               IF CORSI-MANCANTI > 0 THEN
                   MOVE SPACES TO RW-RIGA
                   STRING "  NON AMMESSO - ESAMI MANCANTI: "
                          CORSI-MANCANTI
                       DELIMITED BY SIZE INTO RW-RIGA
                   DISPLAY RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
                   PERFORM VARYING PS FROM 1 BY 1
                           UNTIL PS > PIANO-COUNT
                       MOVE "N" TO CORSO-IN-LIBRETTO
                       PERFORM VARYING LB FROM 1 BY 1
                               UNTIL LB > LIBRETTO-COUNT
                           IF CORSO-LIB(LB) = CORSO-PIANO(PS) THEN
                               MOVE "S" TO CORSO-IN-LIBRETTO
                           END-IF
                       END-PERFORM
                       IF CORSO-IN-LIBRETTO = "N" THEN
                           MOVE SPACES TO RW-RIGA
                           STRING "    MANCA: " DESCRIZIONE-PIANO(PS)
                                  " (" CFU-PIANO(PS) " CFU)"
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *IL NULLA OSTA DELLA BIBLIOTECA NON BLOCCA L'AMMISSIONE MA VA
      *SEGNALATO: DOPO LA LAUREA I LIBRI NON TORNANO PIU'
           MOVE "V" TO NULLAOST-FUNZIONE.
           MOVE MATRICOLA_STUDENTE TO NULLAOST-MATRICOLA.
           MOVE NOME-CANDIDATO TO NULLAOST-NOMINATIVO.
           CALL "NULLAOST" USING NULLAOST-AREA.
           IF NULLAOST-ESITO NOT = "S" THEN
               ADD 1 TO CANDIDATI-SENZA-NULLAOSTA
               PERFORM DESCRIVI-PENDENZE-BIBLIOTECA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *---------------------------- FUNCTION DJ ------------------------
      *TABELLA DI CONVERSIONE ECTS: PER OGNI CORSO DELL'ANAGRAFICA LA
      *DISTRIBUZIONE DEI VOTI SUFFICIENTI DEGLI ULTIMI ANNI ACCADEMICI
      *(GRADFILE.DAT E ARCHIVIO STORICO, SENZA VOTI RIFIUTATI O IN
      *ATTESA); OGNI VOTO PRENDE LA LETTERA DELLA FASCIA IN CUI CADE
      *LA QUOTA DI STUDENTI CON VOTO MIGLIORE. LA TABELLA VA IN
      *ECTSTAB.DAT PER IL TRANSCRIPT E SU STAMPA PER I PARTNER
       CALCOLA-TABELLA-ECTS.

           PERFORM CARICA-PIANO-STUDI.

           IF PIANO-COUNT = 0 THEN
               DISPLAY "ANAGRAFICA CORSI ASSENTE O VUOTA: NESSUNA "
                       "TABELLA ECTS DA CALCOLARE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ANNI ACCADEMICI DA CONSIDERARE (DEFAULT 3): ".
           ACCEPT ANNI-ACCADEMICI-ECTS.
           IF ANNI-ACCADEMICI-ECTS = 0 THEN
               MOVE 3 TO ANNI-ACCADEMICI-ECTS
           END-IF.

      *L'ANNO ACCADEMICO IN CORSO E' COMINCIATO QUEST'ANNO SOLO SE
      *SIAMO GIA' OLTRE IL PRIMO NOVEMBRE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE DATA-ODIERNA(1:4) TO ANNO-INIZIO-ECTS.
           IF DATA-ODIERNA(5:4) < INIZIO-ANNO-ACCADEMICO THEN
               SUBTRACT 1 FROM ANNO-INIZIO-ECTS
           END-IF.
           COMPUTE ANNO-INIZIO-ECTS =
                   ANNO-INIZIO-ECTS - ANNI-ACCADEMICI-ECTS + 1.
           COMPUTE DATA-INIZIO-ECTS =
                   ANNO-INIZIO-ECTS * 10000 + INIZIO-ANNO-ACCADEMICO.

           PERFORM VARYING ET FROM 1 BY 1 UNTIL ET > PIANO-COUNT
               PERFORM VARYING EV FROM 1 BY 1 UNTIL EV > 13
                   MOVE 0 TO VOTI-ECTS(ET, EV)
               END-PERFORM
               MOVE 0 TO TOTALE-ECTS(ET)
           END-PERFORM.
           MOVE 0 TO ESITI-ECTS-CONTATI.

           PERFORM APRI-ESITI-PROVVISORI.

           OPEN INPUT GRADUATORIA-FILE.
           IF FS-GRADUATORIA = "00" THEN
               MOVE LOW-VALUES TO CHIAVE_GRAD-REC
               START GRADUATORIA-FILE KEY IS NOT LESS THAN
                   CHIAVE_GRAD-REC
                   INVALID KEY MOVE "10" TO FS-GRADUATORIA
               END-START

               PERFORM UNTIL FS-GRADUATORIA = "10"
                   READ GRADUATORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-GRADUATORIA
                       NOT AT END
                           PERFORM ACCUMULA-VOTO-ECTS
                   END-READ
               END-PERFORM

               CLOSE GRADUATORIA-FILE
           END-IF.

           OPEN INPUT GRADARCH-FILE.
           IF FS-GRADARCH = "00" THEN
               MOVE LOW-VALUES TO CHIAVE_ARCH-REC
               START GRADARCH-FILE KEY IS NOT LESS THAN
                   CHIAVE_ARCH-REC
                   INVALID KEY MOVE "10" TO FS-GRADARCH
               END-START

               PERFORM UNTIL FS-GRADARCH = "10"
                   READ GRADARCH-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-GRADARCH
                       NOT AT END
                           MOVE GRADARCH-REC TO GRADUATORIA-REC
                           PERFORM ACCUMULA-VOTO-ECTS
                   END-READ
               END-PERFORM

               CLOSE GRADARCH-FILE
           END-IF.

           PERFORM CHIUDI-ESITI-PROVVISORI.

           OPEN I-O ECTS-FILE.
           IF FS-ECTS = "35" THEN
               OPEN OUTPUT ECTS-FILE
               CLOSE ECTS-FILE
               OPEN I-O ECTS-FILE
           END-IF.

           IF FS-ECTS NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE ECTSTAB.DAT - STATO "
                       FS-ECTS
               EXIT PARAGRAPH
           END-IF.

           MOVE DATA-INIZIO-ECTS TO DATA-TRANSCRIPT-AAAAMMGG.
           MOVE DATA-TRANSCRIPT-GG TO DATA-TRANSCRIPT-GG-STAMPA.
           MOVE DATA-TRANSCRIPT-MM TO DATA-TRANSCRIPT-MM-STAMPA.
           MOVE DATA-TRANSCRIPT-AAAA TO DATA-TRANSCRIPT-AAAA-STAMPA.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ECTS.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "ECTS GRADING TABLE - PASSING GRADES SINCE "
                  DATA-TRANSCRIPT
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "COURSE / GRADE / STUDENTS / % WITH BETTER GRADE / ECTS"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT ECTS.TXT"
           ELSE
               PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
                   SET ET TO PS
                   PERFORM SCRIVI-TABELLA-ECTS-CORSO
               END-PERFORM

               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA

               DISPLAY "ESITI CONSIDERATI: " ESITI-ECTS-CONTATI
               DISPLAY "TABELLA ECTS SCRITTA SU ECTSTAB.DAT E ECTS.TXT"
           END-IF.

           CLOSE ECTS-FILE.

      *---------------------------- FUNCTION DK ------------------------
      *PORTA NELLA DISTRIBUZIONE DEL SUO CORSO L'ESITO APPENA LETTO
      *(IN GRADUATORIA-REC), SE E' SUFFICIENTE, DEFINITIVO O
      *ACCETTATO E DENTRO GLI ANNI ACCADEMICI RICHIESTI
       ACCUMULA-VOTO-ECTS.

           IF DATA_APPELLO_GRAD-REC < DATA-INIZIO-ECTS OR
              MEDIA_VAL-REC < SOGLIA-PROMOZIONE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MEDIA_VAL-REC TO MEDIA-INTERA.
           IF MEDIA-INTERA < 18 OR MEDIA-INTERA > 30 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CHIAVE_GRAD-REC TO CHIAVE-PRV-REC.
           PERFORM LEGGI-STATO-ESITO.
           IF STATO-ESITO = "R" OR STATO-ESITO = "P" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
               IF CORSO-PIANO(PS) = CORSO_GRAD-REC THEN
                   SET ET TO PS
                   SET EV TO 1
                   SET EV UP BY MEDIA-INTERA
                   SET EV DOWN BY 18
                   ADD 1 TO VOTI-ECTS(ET, EV)
                   ADD 1 TO TOTALE-ECTS(ET)
                   ADD 1 TO ESITI-ECTS-CONTATI
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION DL ------------------------
      *TABELLA ECTS DEL CORSO ET: DAL 30 IN GIU' LA QUOTA DI STUDENTI
      *CON VOTO MIGLIORE DECIDE LA LETTERA; SOTTO IL CAMPIONE MINIMO
      *LA LETTERA RESTA VUOTA (NEL TRANSCRIPT ESCE N/A). TUTTI I VOTI
      *SI RISCRIVONO, COSI' NON RESTANO LETTERE DI UN CALCOLO VECCHIO
       SCRIVI-TABELLA-ECTS-CORSO.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF TOTALE-ECTS(ET) < MINIMO-CAMPIONE-ECTS THEN
               STRING CORSO-PIANO(PS) " " DESCRIZIONE-PIANO(PS)
                      " PASSES " TOTALE-ECTS(ET)
                      " - SAMPLE TOO SMALL"
                   DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               STRING CORSO-PIANO(PS) " " DESCRIZIONE-PIANO(PS)
                      " PASSES " TOTALE-ECTS(ET)
                   DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE 0 TO MIGLIORI-ECTS.

           PERFORM VARYING VOTO-ECTS FROM 30 BY -1 UNTIL VOTO-ECTS < 18
               SET EV TO 1
               SET EV UP BY VOTO-ECTS
               SET EV DOWN BY 18

               IF TOTALE-ECTS(ET) > 0 THEN
                   COMPUTE PERCENTUALE-ECTS ROUNDED =
                           MIGLIORI-ECTS * 100 / TOTALE-ECTS(ET)
               ELSE
                   MOVE 0 TO PERCENTUALE-ECTS
               END-IF

               EVALUATE TRUE
                   WHEN TOTALE-ECTS(ET) < MINIMO-CAMPIONE-ECTS
                       MOVE SPACE TO GRADO-ECTS
                   WHEN PERCENTUALE-ECTS < SOGLIA-ECTS-A
                       MOVE "A" TO GRADO-ECTS
                   WHEN PERCENTUALE-ECTS < SOGLIA-ECTS-B
                       MOVE "B" TO GRADO-ECTS
                   WHEN PERCENTUALE-ECTS < SOGLIA-ECTS-C
                       MOVE "C" TO GRADO-ECTS
                   WHEN PERCENTUALE-ECTS < SOGLIA-ECTS-D
                       MOVE "D" TO GRADO-ECTS
                   WHEN OTHER
                       MOVE "E" TO GRADO-ECTS
               END-EVALUATE

               MOVE CORSO-PIANO(PS) TO CORSO-ECTS-REC
               MOVE VOTO-ECTS TO VOTO-ECTS-REC
               MOVE GRADO-ECTS TO GRADO-ECTS-REC
               MOVE VOTI-ECTS(ET, EV) TO CONTEGGIO-ECTS-REC
               MOVE PERCENTUALE-ECTS TO PERCENTUALE-ECTS-REC
               MOVE TOTALE-ECTS(ET) TO CAMPIONE-ECTS-REC
               MOVE DATA-INIZIO-ECTS TO DATA-INIZIO-ECTS-REC
               MOVE DATA-ODIERNA TO DATA-CALCOLO-ECTS-REC
               WRITE ECTS-REC
                   INVALID KEY
                       REWRITE ECTS-REC
               END-WRITE

               IF VOTI-ECTS(ET, EV) > 0 THEN
                   MOVE PERCENTUALE-ECTS TO PERCENTUALE-ECTS-EDIT
                   MOVE SPACES TO RW-RIGA
                   STRING "    " VOTO-ECTS "/30  " VOTI-ECTS(ET, EV)
                          "  " PERCENTUALE-ECTS-EDIT "%  " GRADO-ECTS
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF

               ADD VOTI-ECTS(ET, EV) TO MIGLIORI-ECTS
           END-PERFORM.

      *---------------------------- FUNCTION DM ------------------------
      *TRANSCRIPT OF RECORDS IN INGLESE PER GLI STUDENTI ERASMUS: LA
      *CARRIERA DEL LIBRETTO CON TITOLO DEL CORSO, CREDITI ECTS, VOTO
      *ITALIANO, LETTERA ECTS DALLA TABELLA DEL CORSO E DATA, NELLO
      *SPOOL TRAMITE LO SCRITTORE DI REPORT COMUNE
       TRANSCRIPT-OF-RECORDS.

           DISPLAY "MATRICOLA DELLO STUDENTE: ".
           ACCEPT MATRICOLA_STUDENTE.

           PERFORM COSTRUISCI-LIBRETTO.

           IF LIBRETTO-COUNT = 0 THEN
               DISPLAY "NESSUN ESAME SUPERATO PER LA MATRICOLA "
                       MATRICOLA_STUDENTE
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPLETA-LIBRETTO-DA-CORSI.

           MOVE SPACES TO INTESTATARIO-LIBRETTO.
           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE = "00" THEN
               MOVE MATRICOLA_STUDENTE TO MATRICOLA-ANA
               READ ANAGRAFE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(NOME-ANA) " "
                              FUNCTION TRIM(COGNOME-ANA)
                           DELIMITED BY SIZE
                           INTO INTESTATARIO-LIBRETTO
               END-READ
               CLOSE ANAGRAFE-FILE
           END-IF.

           MOVE "N" TO ECTS-DISPONIBILE.
           OPEN INPUT ECTS-FILE.
           IF FS-ECTS = "00" THEN
               MOVE "S" TO ECTS-DISPONIBILE
           ELSE
               DISPLAY "TABELLA ECTS NON ANCORA CALCOLATA: LE LETTERE "
                       "ESCONO COME N/A"
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "TRANSCR.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "TRANSCRIPT OF RECORDS " MATRICOLA_STUDENTE " "
                  INTESTATARIO-LIBRETTO
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "COURSE TITLE / ECTS CREDITS / ITALIAN GRADE / "
                  "ECTS GRADE / DATE"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT TRANSCR.TXT"
           ELSE
               MOVE 0 TO SOMMA-PESATA
               MOVE 0 TO TOTALE-CFU-LIBRETTO

               PERFORM VARYING LB FROM 1 BY 1
                       UNTIL LB > LIBRETTO-COUNT
                   MOVE MEDIA-LIB(LB) TO MEDIA-INTERA
                   MOVE SPACES TO VOTO-TRANSCRIPT
                   IF LODE-LIB(LB) = "S" THEN
                       STRING MEDIA-INTERA "/30 CUM LAUDE"
                           DELIMITED BY SIZE INTO VOTO-TRANSCRIPT
                   ELSE
                       STRING MEDIA-INTERA "/30"
                           DELIMITED BY SIZE INTO VOTO-TRANSCRIPT
                   END-IF

                   MOVE "N/A" TO GRADO-TRANSCRIPT
                   IF ECTS-DISPONIBILE = "S" THEN
                       MOVE CORSO-LIB(LB) TO CORSO-ECTS-REC
                       MOVE MEDIA-INTERA TO VOTO-ECTS-REC
                       READ ECTS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF GRADO-ECTS-REC NOT = SPACE THEN
                                   MOVE GRADO-ECTS-REC
                                       TO GRADO-TRANSCRIPT
                               END-IF
                       END-READ
                   END-IF

                   MOVE DATA-LIB(LB) TO DATA-TRANSCRIPT-AAAAMMGG
                   MOVE DATA-TRANSCRIPT-GG TO DATA-TRANSCRIPT-GG-STAMPA
                   MOVE DATA-TRANSCRIPT-MM TO DATA-TRANSCRIPT-MM-STAMPA
                   MOVE DATA-TRANSCRIPT-AAAA
                       TO DATA-TRANSCRIPT-AAAA-STAMPA

                   MOVE DESCRIZIONE-LIB(LB) TO TITOLO-TRANSCRIPT
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SPACES TO RW-RIGA
                   STRING TITOLO-TRANSCRIPT
                          " " CFU-LIB(LB)
                          "  " VOTO-TRANSCRIPT
                          " " GRADO-TRANSCRIPT
                          " " DATA-TRANSCRIPT
                       DELIMITED BY SIZE INTO RW-RIGA
                   DISPLAY RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA

                   COMPUTE SOMMA-PESATA = SOMMA-PESATA
                           + (MEDIA-LIB(LB) * CFU-LIB(LB))
                   ADD CFU-LIB(LB) TO TOTALE-CFU-LIBRETTO
               END-PERFORM

               IF TOTALE-CFU-LIBRETTO > 0 THEN
                   COMPUTE MEDIA-CARRIERA ROUNDED =
                           SOMMA-PESATA / TOTALE-CFU-LIBRETTO
               ELSE
                   MOVE 0 TO MEDIA-CARRIERA
               END-IF
               MOVE MEDIA-CARRIERA TO MEDIA-CARRIERA-EDIT

               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "EXAMS PASSED: " LIBRETTO-COUNT
                      "  TOTAL ECTS CREDITS: " TOTALE-CFU-LIBRETTO
                      "  WEIGHTED AVERAGE: " MEDIA-CARRIERA-EDIT "/30"
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE SPACES TO RW-RIGA
               STRING "ITALIAN GRADES: 18/30 MINIMUM PASS, 30/30 CUM "
                      "LAUDE HIGHEST. N/A = NO ECTS GRADING TABLE"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA

               DISPLAY "TRANSCRIPT SCRITTO SU TRANSCR.TXT"
           END-IF.

           IF ECTS-DISPONIBILE = "S" THEN
               CLOSE ECTS-FILE
           END-IF.

      *---------------------------- FUNCTION DN ------------------------
      *ANDAMENTO DEI CORSI PER ANNO ACCADEMICO SU GRADFILE.DAT E
      *SULL'ARCHIVIO STORICO: PRENOTATI, PRESENTI, PERCENTUALE DI
      *SUPERAMENTO, MEDIA, QUOTA DI LODI, TENTATIVI MEDI E MESI MEDI
      *FINO AL SUPERAMENTO, CONFRONTATI CON L'ANNO PRECEDENTE; POI LO
      *STESSO PER DOCENTE TITOLARE. I CORSI IN CALO VENGONO SEGNALATI
       ANDAMENTO-CORSI.

           PERFORM CARICA-PIANO-STUDI.

           IF PIANO-COUNT = 0 THEN
               DISPLAY "ANAGRAFICA CORSI ASSENTE O VUOTA: NESSUN "
                       "CORSO DA ANALIZZARE"
               EXIT PARAGRAPH
           END-IF.

           DIVIDE INIZIO-ANNO-ACCADEMICO BY 100
               GIVING MESE-INIZIO-ACCADEMICO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ANDAMENT.TXT" TO RW-NOME-FILE.
           MOVE "ANDAMENTO CORSI E DOCENTI PER ANNO ACCADEMICO"
               TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ANNO / PRENOTATI / PRESENTI / PROMOSSI / % SUP. / "
                  "MEDIA / % LODI / TENTATIVI / MESI AL SUPERAMENTO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "CONSIGLIO DI CORSO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT ANDAMENT.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ANNI-DOCENTI-COUNT.
           MOVE 0 TO CORSI-ANALIZZATI.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE "*** ANDAMENTO PER CORSO ***" TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM APRI-ESITI-PROVVISORI.

           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
               PERFORM ANALIZZA-CORSO-ANDAMENTO
           END-PERFORM.

           PERFORM CHIUDI-ESITI-PROVVISORI.

           PERFORM ORDINA-ANDAMENTO-DOCENTI.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "*** ANDAMENTO PER DOCENTE TITOLARE ***" TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING AD FROM 1 BY 1
                   UNTIL AD > ANNI-DOCENTI-COUNT
               MOVE "N" TO PRECEDENTE-PRESENTE
               IF AD > 1 THEN
                   SET AE TO AD
                   SET AE DOWN BY 1
                   IF DOCENTE-DAND(AE) = DOCENTE-DAND(AD) THEN
                       MOVE CONTATORI-DAND(AE) TO ANDAMENTO-PRECEDENTE
                       MOVE "S" TO PRECEDENTE-PRESENTE
                   END-IF
               END-IF
               IF PRECEDENTE-PRESENTE = "N" THEN
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SPACES TO RW-RIGA
                   STRING "DOCENTE " DOCENTE-DAND(AD)
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF
               MOVE CONTATORI-DAND(AD) TO ANDAMENTO-ATTUALE
               PERFORM STAMPA-RIGA-ANDAMENTO
           END-PERFORM.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "CORSI CON ESITI: " CORSI-ANALIZZATI.
           DISPLAY "ANDAMENTO SCRITTO SU ANDAMENT.TXT".

      *---------------------------- FUNCTION DO ------------------------
      *TUTTI GLI ESITI DEL CORSO PS, PRIMA DALL'ARCHIVIO STORICO E
      *POI DA GRADFILE.DAT, COSI' ARRIVANO IN ORDINE DI DATA E LE
      *CARRIERE DEGLI STUDENTI SI RICOSTRUISCONO TENTATIVO DOPO
      *TENTATIVO; POI LA STAMPA ANNO PER ANNO DEL CORSO
       ANALIZZA-CORSO-ANDAMENTO.

           MOVE CORSO-PIANO(PS) TO CORSO-ANDAMENTO.
           MOVE 0 TO ANNI-CORSO-COUNT.
           MOVE 0 TO CARRIERE-COUNT.

           OPEN INPUT GRADARCH-FILE.
           IF FS-GRADARCH = "00" THEN
               MOVE CORSO-ANDAMENTO TO CORSO_ARCH-REC
               MOVE 0 TO DATA_APPELLO_ARCH-REC
               MOVE 0 TO MATRICOLA_ARCH-REC
               START GRADARCH-FILE KEY IS NOT LESS THAN
                   CHIAVE_ARCH-REC
                   INVALID KEY MOVE "10" TO FS-GRADARCH
               END-START

               PERFORM UNTIL FS-GRADARCH = "10"
                   READ GRADARCH-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-GRADARCH
                       NOT AT END
                           IF CORSO_ARCH-REC NOT = CORSO-ANDAMENTO
                               MOVE "10" TO FS-GRADARCH
                           ELSE
                               MOVE GRADARCH-REC TO GRADUATORIA-REC
                               PERFORM ACCUMULA-ESITO-ANDAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE GRADARCH-FILE
           END-IF.

           OPEN INPUT GRADUATORIA-FILE.
           IF FS-GRADUATORIA = "00" THEN
               MOVE CORSO-ANDAMENTO TO CORSO_GRAD-REC
               MOVE 0 TO DATA_APPELLO_GRAD-REC
               MOVE 0 TO MATRICOLA_GRAD-REC
               START GRADUATORIA-FILE KEY IS NOT LESS THAN
                   CHIAVE_GRAD-REC
                   INVALID KEY MOVE "10" TO FS-GRADUATORIA
               END-START

               PERFORM UNTIL FS-GRADUATORIA = "10"
                   READ GRADUATORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-GRADUATORIA
                       NOT AT END
                           IF CORSO_GRAD-REC NOT = CORSO-ANDAMENTO
                               MOVE "10" TO FS-GRADUATORIA
                           ELSE
                               PERFORM ACCUMULA-ESITO-ANDAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE GRADUATORIA-FILE
           END-IF.

           IF ANNI-CORSO-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CORSI-ANALIZZATI.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING CORSO-PIANO(PS) " " DESCRIZIONE-PIANO(PS)
                  " DOC. " DOCENTE-PIANO(PS)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING AA FROM 1 BY 1 UNTIL AA > ANNI-CORSO-COUNT
               MOVE "N" TO PRECEDENTE-PRESENTE
               IF AA > 1 THEN
                   MOVE ANNO-CORSO-AND(AA - 1) TO ANDAMENTO-PRECEDENTE
                   MOVE "S" TO PRECEDENTE-PRESENTE
               END-IF
               MOVE ANNO-CORSO-AND(AA) TO ANDAMENTO-ATTUALE
               PERFORM STAMPA-RIGA-ANDAMENTO
               PERFORM ACCUMULA-ANDAMENTO-DOCENTE
           END-PERFORM.

      *---------------------------- FUNCTION DP ------------------------
      *PORTA L'ESITO APPENA LETTO (IN GRADUATORIA-REC) NELL'ANNO
      *ACCADEMICO DELLA SUA DATA E NELLA CARRIERA DELLO STUDENTE: CHI
      *HA SCRITTO ZERO NON SI E' PRESENTATO; AL PRIMO SUPERAMENTO NON
      *RIFIUTATO SI CONTANO I TENTATIVI FATTI E I MESI TRASCORSI
       ACCUMULA-ESITO-ANDAMENTO.

           MOVE DATA_APPELLO_GRAD-REC TO DATA-ESITO-AND.
           MOVE ANNO-ESITO-AND TO ANNO-ACCADEMICO-ESITO.
           IF DATA-ESITO-AND(5:4) < INIZIO-ANNO-ACCADEMICO THEN
               SUBTRACT 1 FROM ANNO-ACCADEMICO-ESITO
           END-IF.

      *GLI ESITI ARRIVANO IN ORDINE DI DATA: UN ANNO NUOVO SI
      *ACCODA IN FONDO ALLA TABELLA
           IF ANNI-CORSO-COUNT = 0 OR
              ANNO-AND(ANNI-CORSO-COUNT) NOT = ANNO-ACCADEMICO-ESITO
               IF ANNI-CORSO-COUNT >= 15 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ANNI-CORSO-COUNT
               SET AA TO ANNI-CORSO-COUNT
               INITIALIZE ANNO-CORSO-AND(AA)
               MOVE ANNO-ACCADEMICO-ESITO TO ANNO-AND(AA)
           END-IF.
           SET AA TO ANNI-CORSO-COUNT.

           ADD 1 TO PRENOTATI-AND(AA).

           IF PUNTEGGIO_SCRITTO-REC = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRESENTI-AND(AA).

           PERFORM VARYING CS FROM 1 BY 1
                   UNTIL CS > CARRIERE-COUNT OR
                         MATRICOLA-CAR(CS) = MATRICOLA_GRAD-REC
               CONTINUE
           END-PERFORM.

           IF CS > CARRIERE-COUNT THEN
               IF CARRIERE-COUNT >= 500 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CARRIERE-COUNT
               SET CS TO CARRIERE-COUNT
               MOVE MATRICOLA_GRAD-REC TO MATRICOLA-CAR(CS)
               MOVE DATA_APPELLO_GRAD-REC TO PRIMO-TENTATIVO-CAR(CS)
               MOVE 0 TO TENTATIVI-CAR(CS)
               MOVE "N" TO SUPERATO-CAR(CS)
           END-IF.

           IF SUPERATO-CAR(CS) = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TENTATIVI-CAR(CS).

           IF MEDIA_VAL-REC < SOGLIA-PROMOZIONE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CHIAVE_GRAD-REC TO CHIAVE-PRV-REC.
           PERFORM LEGGI-STATO-ESITO.
           IF STATO-ESITO = "R" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PROMOSSI-AND(AA).
           ADD MEDIA_VAL-REC TO SOMMA-VOTI-AND(AA).
           IF LODE-REC = "S" THEN
               ADD 1 TO LODI-AND(AA)
           END-IF.

           MOVE "S" TO SUPERATO-CAR(CS).
           ADD 1 TO MISURATI-AND(AA).
           ADD TENTATIVI-CAR(CS) TO SOMMA-TENTATIVI-AND(AA).

           MOVE PRIMO-TENTATIVO-CAR(CS) TO DATA-PRIMO-AND.
           MOVE ANNO-PRIMO-AND TO ANNO-ACCADEMICO-PRIMO.
           IF MESE-GIORNO-PRIMO-AND < INIZIO-ANNO-ACCADEMICO THEN
               SUBTRACT 1 FROM ANNO-ACCADEMICO-PRIMO
           END-IF.
           COMPUTE MESI-AL-SUPERAMENTO =
                   (ANNO-ESITO-AND * 12 + MESE-ESITO-AND)
                 - (ANNO-ACCADEMICO-PRIMO * 12
                    + MESE-INIZIO-ACCADEMICO).
           IF MESI-AL-SUPERAMENTO < 0 THEN
               MOVE 0 TO MESI-AL-SUPERAMENTO
           END-IF.
           ADD MESI-AL-SUPERAMENTO TO SOMMA-MESI-AND(AA).

      *---------------------------- FUNCTION DQ ------------------------
      *STAMPA LA RIGA DELL'ANNO IN ANDAMENTO-ATTUALE E, SE C'E' UN
      *ANNO PRECEDENTE, LA RIGA DELLE VARIAZIONI CON LA SEGNALAZIONE
      *QUANDO LA PERCENTUALE DI SUPERAMENTO CALA OLTRE LA SOGLIA
       STAMPA-RIGA-ANDAMENTO.

           MOVE 0 TO PERC-SUPERAMENTO-ATT.
           MOVE 0 TO MEDIA-VOTI-ATT.
           MOVE 0 TO PERC-LODI-ATT.
           MOVE 0 TO TENTATIVI-MEDI-ATT.
           MOVE 0 TO MESI-MEDI-ATT.
           IF PRESENTI-ATT > 0 THEN
               COMPUTE PERC-SUPERAMENTO-ATT ROUNDED =
                       PROMOSSI-ATT * 100 / PRESENTI-ATT
           END-IF.
           IF PROMOSSI-ATT > 0 THEN
               COMPUTE MEDIA-VOTI-ATT ROUNDED =
                       SOMMA-VOTI-ATT / PROMOSSI-ATT
               COMPUTE PERC-LODI-ATT ROUNDED =
                       LODI-ATT * 100 / PROMOSSI-ATT
           END-IF.
           IF MISURATI-ATT > 0 THEN
               COMPUTE TENTATIVI-MEDI-ATT ROUNDED =
                       SOMMA-TENTATIVI-ATT / MISURATI-ATT
               COMPUTE MESI-MEDI-ATT ROUNDED =
                       SOMMA-MESI-ATT / MISURATI-ATT
           END-IF.

           COMPUTE ANNO-ACCADEMICO-SUCC = ANNO-ATT + 1.
           MOVE PERC-SUPERAMENTO-ATT TO PERC-EDIT.
           MOVE MEDIA-VOTI-ATT TO MEDIA-VOTI-EDIT.
           MOVE PERC-LODI-ATT TO PERC-LODI-EDIT.
           MOVE TENTATIVI-MEDI-ATT TO TENTATIVI-EDIT.
           MOVE MESI-MEDI-ATT TO MESI-EDIT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "  " ANNO-ATT "/" ANNO-ACCADEMICO-SUCC(3:2)
                  " PREN " PRENOTATI-ATT
                  " PRES " PRESENTI-ATT
                  " PROM " PROMOSSI-ATT
                  " SUP " PERC-EDIT "%"
                  " MEDIA " MEDIA-VOTI-EDIT
                  " LODI " PERC-LODI-EDIT "%"
                  " TENT " TENTATIVI-EDIT
                  " MESI " MESI-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF PRECEDENTE-PRESENTE = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO PERC-SUPERAMENTO-PREC.
           MOVE 0 TO MEDIA-VOTI-PREC.
           MOVE 0 TO PERC-LODI-PREC.
           MOVE 0 TO TENTATIVI-MEDI-PREC.
           MOVE 0 TO MESI-MEDI-PREC.
           IF PRESENTI-PREC > 0 THEN
               COMPUTE PERC-SUPERAMENTO-PREC ROUNDED =
                       PROMOSSI-PREC * 100 / PRESENTI-PREC
           END-IF.
           IF PROMOSSI-PREC > 0 THEN
               COMPUTE MEDIA-VOTI-PREC ROUNDED =
                       SOMMA-VOTI-PREC / PROMOSSI-PREC
               COMPUTE PERC-LODI-PREC ROUNDED =
                       LODI-PREC * 100 / PROMOSSI-PREC
           END-IF.
           IF MISURATI-PREC > 0 THEN
               COMPUTE TENTATIVI-MEDI-PREC ROUNDED =
                       SOMMA-TENTATIVI-PREC / MISURATI-PREC
               COMPUTE MESI-MEDI-PREC ROUNDED =
                       SOMMA-MESI-PREC / MISURATI-PREC
           END-IF.

           COMPUTE VARIAZIONE-PERC =
                   PERC-SUPERAMENTO-ATT - PERC-SUPERAMENTO-PREC.
           MOVE VARIAZIONE-PERC TO VAR-SUPERAMENTO-EDIT.
           MOVE SPACES TO SEGNALE-ANDAMENTO.
           IF VARIAZIONE-PERC < 0 AND
              (0 - VARIAZIONE-PERC) >= SOGLIA-CALO-SUPERAMENTO THEN
               MOVE "<<< DA VERIFICARE" TO SEGNALE-ANDAMENTO
           END-IF.
           COMPUTE VARIAZIONE-VOTO = MEDIA-VOTI-ATT - MEDIA-VOTI-PREC.
           MOVE VARIAZIONE-VOTO TO VAR-MEDIA-EDIT.
           COMPUTE VARIAZIONE-PERC = PERC-LODI-ATT - PERC-LODI-PREC.
           MOVE VARIAZIONE-PERC TO VAR-LODI-EDIT.
           COMPUTE VARIAZIONE-VOTO =
                   TENTATIVI-MEDI-ATT - TENTATIVI-MEDI-PREC.
           MOVE VARIAZIONE-VOTO TO VAR-TENTATIVI-EDIT.
           COMPUTE VARIAZIONE-PERC = MESI-MEDI-ATT - MESI-MEDI-PREC.
           MOVE VARIAZIONE-PERC TO VAR-MESI-EDIT.

           MOVE SPACES TO RW-RIGA.
           STRING "          VAR. SUP " VAR-SUPERAMENTO-EDIT
                  " MEDIA " VAR-MEDIA-EDIT
                  " LODI " VAR-LODI-EDIT
                  " TENT " VAR-TENTATIVI-EDIT
                  " MESI " VAR-MESI-EDIT
                  " " SEGNALE-ANDAMENTO
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION DR ------------------------
      *SOMMA L'ANNO DEL CORSO APPENA STAMPATO NEI CONTATORI DEL SUO
      *DOCENTE TITOLARE PER LO STESSO ANNO ACCADEMICO
       ACCUMULA-ANDAMENTO-DOCENTE.

           PERFORM VARYING AD FROM 1 BY 1
                   UNTIL AD > ANNI-DOCENTI-COUNT OR
                         (DOCENTE-DAND(AD) = DOCENTE-PIANO(PS) AND
                          ANNO-DAND(AD) = ANNO-ATT)
               CONTINUE
           END-PERFORM.

           IF AD > ANNI-DOCENTI-COUNT THEN
               IF ANNI-DOCENTI-COUNT >= 300 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ANNI-DOCENTI-COUNT
               SET AD TO ANNI-DOCENTI-COUNT
               MOVE DOCENTE-PIANO(PS) TO DOCENTE-DAND(AD)
               MOVE ANDAMENTO-ATTUALE TO CONTATORI-DAND(AD)
           ELSE
               ADD PRENOTATI-ATT TO PRENOTATI-DAND(AD)
               ADD PRESENTI-ATT TO PRESENTI-DAND(AD)
               ADD PROMOSSI-ATT TO PROMOSSI-DAND(AD)
               ADD SOMMA-VOTI-ATT TO SOMMA-VOTI-DAND(AD)
               ADD LODI-ATT TO LODI-DAND(AD)
               ADD MISURATI-ATT TO MISURATI-DAND(AD)
               ADD SOMMA-TENTATIVI-ATT TO SOMMA-TENTATIVI-DAND(AD)
               ADD SOMMA-MESI-ATT TO SOMMA-MESI-DAND(AD)
           END-IF.

      *---------------------------- FUNCTION DS ------------------------
      *ORDINA LA TABELLA DEI DOCENTI PER NOME E ANNO ACCADEMICO
       ORDINA-ANDAMENTO-DOCENTI.

           PERFORM VARYING AD FROM 1 BY 1
                   UNTIL AD > ANNI-DOCENTI-COUNT - 1
               PERFORM VARYING AE FROM 1 BY 1
                       UNTIL AE > ANNI-DOCENTI-COUNT - AD
                   IF ANNO-DOCENTE-AND(AE) > ANNO-DOCENTE-AND(AE + 1)
                       MOVE ANNO-DOCENTE-AND(AE) TO VOCE-SCAMBIO-DOCENTE
                       MOVE ANNO-DOCENTE-AND(AE + 1)
                           TO ANNO-DOCENTE-AND(AE)
                       MOVE VOCE-SCAMBIO-DOCENTE
                           TO ANNO-DOCENTE-AND(AE + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------- FUNCTION DT ------------------------
      *GRADUATORIA DELLE BORSE DI STUDIO PER MERITO: PER OGNI
      *STUDENTE DELL'ANAGRAFE I CFU MATURATI ENTRO LA DATA DI TAGLIO
      *CONTRO I CFU PREVISTI PER IL SUO ANNO DI CORSO, POI LA MEDIA
      *PONDERATA, POI LE LODI; SOTTO IL MINIMO DI CFU DEL SUO ANNO LO
      *STUDENTE E' ESCLUSO COL MOTIVO. I PRIMI FINO AL NUMERO DI
      *BORSE SONO VINCITORI. STAMPA E CSV PER L'UFFICIO
       GRADUATORIA-BORSE.

           PERFORM CARICA-PIANO-STUDI.

           IF PIANO-COUNT = 0 THEN
               DISPLAY "ANAGRAFICA CORSI ASSENTE O VUOTA: NESSUN "
                       "PIANO DI STUDI PER LA GRADUATORIA"
               EXIT PARAGRAPH
           END-IF.

      *CFU PREVISTI PER L'ANNO N: TUTTI I CORSI DEL PIANO FINO
      *ALL'ANNO N COMPRESO
           MOVE 1 TO ANNO-MASSIMO-PIANO.
           PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
               IF ANNO-PIANO(PS) > ANNO-MASSIMO-PIANO THEN
                   MOVE ANNO-PIANO(PS) TO ANNO-MASSIMO-PIANO
               END-IF
           END-PERFORM.

           PERFORM VARYING RA FROM 1 BY 1 UNTIL RA > 9
               MOVE 0 TO CFU-PREVISTI-ANNO(RA)
               MOVE 0 TO CFU-MINIMI-ANNO(RA)
               PERFORM VARYING PS FROM 1 BY 1 UNTIL PS > PIANO-COUNT
                   IF ANNO-PIANO(PS) <= RA THEN
                       ADD CFU-PIANO(PS) TO CFU-PREVISTI-ANNO(RA)
                   END-IF
               END-PERFORM
           END-PERFORM.

           DISPLAY "DATA DI TAGLIO PER I CFU (AAAAMMGG): ".
           PERFORM ACCETTA-DATA-VALIDATA.
           MOVE DATA-VALIDATA TO DATA-TAGLIO-BORSE.

           PERFORM VARYING ANNO-STUDENTE FROM 1 BY 1
                   UNTIL ANNO-STUDENTE > ANNO-MASSIMO-PIANO
               DISPLAY "CFU MINIMI PER IL " ANNO-STUDENTE
                       " ANNO (PREVISTI "
                       CFU-PREVISTI-ANNO(ANNO-STUDENTE) "): "
               ACCEPT CFU-MINIMI-ANNO(ANNO-STUDENTE)
           END-PERFORM.

           DISPLAY "NUMERO DI BORSE DISPONIBILI: ".
           ACCEPT BORSE-DISPONIBILI.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE NOT = "00" THEN
               DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - STATO "
                       FS-ANAGRAFE
               EXIT PARAGRAPH
           END-IF.

           MOVE DATA-TAGLIO-BORSE TO DATA-LIMITE-LIBRETTO.
           MOVE 0 TO CANDIDATI-BORSA-COUNT.

           MOVE LOW-VALUES TO MATRICOLA-ANA.
           START ANAGRAFE-FILE KEY IS NOT LESS THAN MATRICOLA-ANA
               INVALID KEY MOVE "10" TO FS-ANAGRAFE
           END-START.

           PERFORM UNTIL FS-ANAGRAFE = "10"
               READ ANAGRAFE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ANAGRAFE
                   NOT AT END
                       IF CANDIDATI-BORSA-COUNT < 500 THEN
                           PERFORM VALUTA-CANDIDATO-BORSA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ANAGRAFE-FILE.
           MOVE "00" TO FS-ANAGRAFE.
           MOVE 99999999 TO DATA-LIMITE-LIBRETTO.

           PERFORM ORDINA-CANDIDATI-BORSA.
           PERFORM STAMPA-GRADUATORIA-BORSE.

      *---------------------------- FUNCTION DU ------------------------
      *VALUTA LO STUDENTE APPENA LETTO DALL'ANAGRAFE: ANNO DI CORSO
      *DALLA CLASSE, LIBRETTO FINO ALLA DATA DI TAGLIO CON I CFU DEL
      *PIANO, QUOTA DEI CFU PREVISTI, MEDIA PONDERATA E LODI
       VALUTA-CANDIDATO-BORSA.

           ADD 1 TO CANDIDATI-BORSA-COUNT.
           SET BC TO CANDIDATI-BORSA-COUNT.
           INITIALIZE CANDIDATO-BORSA(BC).
           MOVE MATRICOLA-ANA TO MATRICOLA-BORSA(BC).
           MOVE COGNOME-ANA TO COGNOME-BORSA(BC).
           MOVE NOME-ANA TO NOME-BORSA(BC).
           MOVE "N" TO ESCLUSO-BORSA(BC).

           MOVE 0 TO ANNO-STUDENTE.
           IF CLASSE-ANA(1:1) IS NUMERIC THEN
               MOVE CLASSE-ANA(1:1) TO ANNO-STUDENTE
           END-IF.

           IF ANNO-STUDENTE = 0 THEN
               MOVE "S" TO ESCLUSO-BORSA(BC)
               MOVE "ANNO DI CORSO NON RICAVABILE DALLA CLASSE"
                   TO MOTIVO-BORSA(BC)
               EXIT PARAGRAPH
           END-IF.

           IF ANNO-STUDENTE > ANNO-MASSIMO-PIANO THEN
               MOVE "S" TO ESCLUSO-BORSA(BC)
               MOVE ANNO-STUDENTE TO ANNO-BORSA(BC)
               MOVE "ANNO OLTRE LA DURATA DEL PIANO DI STUDI"
                   TO MOTIVO-BORSA(BC)
               EXIT PARAGRAPH
           END-IF.

           MOVE ANNO-STUDENTE TO ANNO-BORSA(BC).
           MOVE CFU-PREVISTI-ANNO(ANNO-STUDENTE)
               TO CFU-PREVISTI-BORSA(BC).

           MOVE MATRICOLA-ANA TO MATRICOLA_STUDENTE.
           PERFORM COSTRUISCI-LIBRETTO.

           MOVE 0 TO SOMMA-PESATA.
           PERFORM VARYING LB FROM 1 BY 1 UNTIL LB > LIBRETTO-COUNT
               PERFORM VARYING PS FROM 1 BY 1
                       UNTIL PS > PIANO-COUNT OR
                             CORSO-PIANO(PS) = CORSO-LIB(LB)
                   CONTINUE
               END-PERFORM
               IF PS <= PIANO-COUNT THEN
                   ADD CFU-PIANO(PS) TO CFU-BORSA(BC)
                   COMPUTE SOMMA-PESATA = SOMMA-PESATA
                           + (MEDIA-LIB(LB) * CFU-PIANO(PS))
               END-IF
               IF LODE-LIB(LB) = "S" THEN
                   ADD 1 TO LODI-BORSA(BC)
               END-IF
           END-PERFORM.

           IF CFU-BORSA(BC) > 0 THEN
               COMPUTE MEDIA-BORSA(BC) ROUNDED =
                       SOMMA-PESATA / CFU-BORSA(BC)
           END-IF.
           IF CFU-PREVISTI-BORSA(BC) > 0 THEN
               COMPUTE QUOTA-CFU-BORSA(BC) ROUNDED =
                       CFU-BORSA(BC) * 100 / CFU-PREVISTI-BORSA(BC)
           END-IF.

           IF CFU-BORSA(BC) < CFU-MINIMI-ANNO(ANNO-STUDENTE) THEN
               MOVE "S" TO ESCLUSO-BORSA(BC)
               MOVE SPACES TO MOTIVO-BORSA(BC)
               STRING "CFU " CFU-BORSA(BC) " SOTTO IL MINIMO "
                      CFU-MINIMI-ANNO(ANNO-STUDENTE) " DEL "
                      ANNO-STUDENTE " ANNO"
                   DELIMITED BY SIZE INTO MOTIVO-BORSA(BC)
           END-IF.

      *---------------------------- FUNCTION DV ------------------------
      *ORDINA GLI INDICI DEI CANDIDATI NON ESCLUSI: QUOTA DI CFU
      *DECRESCENTE, A PARITA' MEDIA PONDERATA, POI NUMERO DI LODI
       ORDINA-CANDIDATI-BORSA.

           MOVE 0 TO GRADUATI-BORSA-COUNT.
           MOVE 0 TO ESCLUSI-BORSA-COUNT.
           PERFORM VARYING BC FROM 1 BY 1
                   UNTIL BC > CANDIDATI-BORSA-COUNT
               IF ESCLUSO-BORSA(BC) = "S" THEN
                   ADD 1 TO ESCLUSI-BORSA-COUNT
               ELSE
                   ADD 1 TO GRADUATI-BORSA-COUNT
                   SET BORSA-IDX(GRADUATI-BORSA-COUNT) TO BC
               END-IF
           END-PERFORM.

           PERFORM VARYING BI FROM 1 BY 1
                   UNTIL BI > GRADUATI-BORSA-COUNT - 1
               PERFORM VARYING BJ FROM 1 BY 1
                       UNTIL BJ > GRADUATI-BORSA-COUNT - BI
                   IF QUOTA-CFU-BORSA(BORSA-IDX(BJ)) <
                      QUOTA-CFU-BORSA(BORSA-IDX(BJ + 1))
                   OR (QUOTA-CFU-BORSA(BORSA-IDX(BJ)) =
                       QUOTA-CFU-BORSA(BORSA-IDX(BJ + 1)) AND
                       MEDIA-BORSA(BORSA-IDX(BJ)) <
                       MEDIA-BORSA(BORSA-IDX(BJ + 1)))
                   OR (QUOTA-CFU-BORSA(BORSA-IDX(BJ)) =
                       QUOTA-CFU-BORSA(BORSA-IDX(BJ + 1)) AND
                       MEDIA-BORSA(BORSA-IDX(BJ)) =
                       MEDIA-BORSA(BORSA-IDX(BJ + 1)) AND
                       LODI-BORSA(BORSA-IDX(BJ)) <
                       LODI-BORSA(BORSA-IDX(BJ + 1)))
                       MOVE BORSA-IDX(BJ) TO BORSA-TEMP
                       MOVE BORSA-IDX(BJ + 1) TO BORSA-IDX(BJ)
                       MOVE BORSA-TEMP TO BORSA-IDX(BJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------- FUNCTION DW ------------------------
      *STAMPA LA GRADUATORIA (PARI MERITO = STESSA POSIZIONE, I
      *PRIMI FINO AL NUMERO DI BORSE VINCITORI, GLI ALTRI IDONEI) E
      *L'ELENCO DEGLI ESCLUSI COL MOTIVO; LE STESSE RIGHE VANNO IN
      *BORSE.CSV PER L'UFFICIO DEL DIRITTO ALLO STUDIO
       STAMPA-GRADUATORIA-BORSE.

           OPEN OUTPUT BORSE-CSV-FILE.
           IF FS-BORSE-CSV NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE BORSE.CSV - STATO "
                       FS-BORSE-CSV
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "BORSE.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "GRADUATORIA BORSE DI STUDIO - CFU AL "
                  DATA-TAGLIO-BORSE " - BORSE " BORSE-DISPONIBILI
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "POS. / MATRICOLA / COGNOME / NOME / ANNO / CFU SU "
                  "PREVISTI / % / MEDIA / LODI / ESITO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "DIRITTO ALLO STUDIO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT BORSE.TXT"
               CLOSE BORSE-CSV-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO BORSE-CSV-RIGA.
           STRING "POSIZIONE;MATRICOLA;COGNOME;NOME;ANNO;CFU;"
                  "CFU PREVISTI;PERCENTUALE CFU;MEDIA;LODI;ESITO;"
                  "MOTIVO ESCLUSIONE"
               DELIMITED BY SIZE INTO BORSE-CSV-RIGA.
           WRITE BORSE-CSV-RIGA.

           MOVE 1 TO POSIZIONE-BORSA.
           MOVE 0 TO VINCITORI-BORSA.

           PERFORM VARYING BI FROM 1 BY 1
                   UNTIL BI > GRADUATI-BORSA-COUNT
               SET BC TO BORSA-IDX(BI)
               IF BI > 1 THEN
                   SET BJ TO BI
                   SET BJ DOWN BY 1
                   IF QUOTA-CFU-BORSA(BC) NOT =
                      QUOTA-CFU-BORSA(BORSA-IDX(BJ))
                   OR MEDIA-BORSA(BC) NOT =
                      MEDIA-BORSA(BORSA-IDX(BJ))
                   OR LODI-BORSA(BC) NOT =
                      LODI-BORSA(BORSA-IDX(BJ)) THEN
                       SET POSIZIONE-BORSA TO BI
                   END-IF
               END-IF

               IF VINCITORI-BORSA < BORSE-DISPONIBILI THEN
                   MOVE "VINCITORE" TO ESITO-BORSA
                   ADD 1 TO VINCITORI-BORSA
               ELSE
                   MOVE "IDONEO" TO ESITO-BORSA
               END-IF

               MOVE QUOTA-CFU-BORSA(BC) TO QUOTA-CFU-EDIT
               MOVE MEDIA-BORSA(BC) TO MEDIA-EDIT
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING POSIZIONE-BORSA " " MATRICOLA-BORSA(BC)
                      " " COGNOME-BORSA(BC) " " NOME-BORSA(BC)
                      " " ANNO-BORSA(BC)
                      " " CFU-BORSA(BC) "/" CFU-PREVISTI-BORSA(BC)
                      " " QUOTA-CFU-EDIT "%"
                      " " MEDIA-EDIT
                      " " LODI-BORSA(BC)
                      " " ESITO-BORSA
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE SPACES TO BORSE-CSV-RIGA
               STRING POSIZIONE-BORSA ";" MATRICOLA-BORSA(BC) ";"
                      FUNCTION TRIM(COGNOME-BORSA(BC)) ";"
                      FUNCTION TRIM(NOME-BORSA(BC)) ";"
                      ANNO-BORSA(BC) ";"
                      CFU-BORSA(BC) ";"
                      CFU-PREVISTI-BORSA(BC) ";"
                      FUNCTION TRIM(QUOTA-CFU-EDIT) ";"
                      FUNCTION TRIM(MEDIA-EDIT) ";"
                      LODI-BORSA(BC) ";"
                      FUNCTION TRIM(ESITO-BORSA) ";"
                   DELIMITED BY SIZE INTO BORSE-CSV-RIGA
               WRITE BORSE-CSV-RIGA
           END-PERFORM.

           IF ESCLUSI-BORSA-COUNT > 0 THEN
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE "STUDENTI ESCLUSI E MOTIVO" TO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           PERFORM VARYING BC FROM 1 BY 1
                   UNTIL BC > CANDIDATI-BORSA-COUNT
               IF ESCLUSO-BORSA(BC) = "S" THEN
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SPACES TO RW-RIGA
                   STRING "    " MATRICOLA-BORSA(BC)
                          " " COGNOME-BORSA(BC) " " NOME-BORSA(BC)
                          " " MOTIVO-BORSA(BC)
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA

                   MOVE SPACES TO BORSE-CSV-RIGA
                   STRING ";" MATRICOLA-BORSA(BC) ";"
                          FUNCTION TRIM(COGNOME-BORSA(BC)) ";"
                          FUNCTION TRIM(NOME-BORSA(BC)) ";"
                          ANNO-BORSA(BC) ";"
                          CFU-BORSA(BC) ";"
                          CFU-PREVISTI-BORSA(BC) ";;;;ESCLUSO;"
                          FUNCTION TRIM(MOTIVO-BORSA(BC))
                       DELIMITED BY SIZE INTO BORSE-CSV-RIGA
                   WRITE BORSE-CSV-RIGA
               END-IF
           END-PERFORM.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "IN GRADUATORIA: " GRADUATI-BORSA-COUNT
                  "  VINCITORI: " VINCITORI-BORSA
                  "  ESCLUSI: " ESCLUSI-BORSA-COUNT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           CLOSE BORSE-CSV-FILE.

           DISPLAY "GRADUATORIA SCRITTA SU BORSE.TXT E BORSE.CSV".

      *---------------------------- FUNCTION DX ------------------------
      *LIBRO DELLE TASSE UNIVERSITARIE: NUOVA RATA, PAGAMENTO CON
      *RICEVUTA, ESTRATTO DELLA MATRICOLA, ELENCO DELLE RATE SCADUTE
      *E DEROGA AL BLOCCO PRENOTAZIONI PER UN APPELLO
       GESTIONE-TASSE.

           PERFORM LEGGI-OPERATORE-SESSIONE.

           OPEN I-O TASSE-FILE.
           IF FS-TASSE = "35" THEN
               OPEN OUTPUT TASSE-FILE
               CLOSE TASSE-FILE
               OPEN I-O TASSE-FILE
           END-IF.

           IF FS-TASSE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE TASSE.DAT - STATO "
                       FS-TASSE
           ELSE
               MOVE 0 TO SCELTA-TASSE

               PERFORM UNTIL SCELTA-TASSE = 9
                   DISPLAY "TASSE E RATE"
                   DISPLAY "1 NUOVA RATA  2 REGISTRA PAGAMENTO "
                           "3 ESTRATTO MATRICOLA  "
                           "4 ELENCO RATE SCADUTE  "
                           "5 DEROGA AL BLOCCO PRENOTAZIONE  9 FINE"
                   ACCEPT SCELTA-TASSE

                   EVALUATE SCELTA-TASSE
                       WHEN 1
                           PERFORM INSERISCI-RATA
                       WHEN 2
                           PERFORM REGISTRA-PAGAMENTO-RATA
                       WHEN 3
                           PERFORM ESTRATTO-RATE-STUDENTE
                       WHEN 4
                           PERFORM ELENCO-RATE-SCADUTE
                       WHEN 5
                           PERFORM DEROGA-BLOCCO-TASSE
                       WHEN OTHER
                           MOVE 9 TO SCELTA-TASSE
                   END-EVALUATE
               END-PERFORM

               CLOSE TASSE-FILE
           END-IF.

      *---------------------------- FUNCTION DY ------------------------
       INSERISCI-RATA.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-TASSA-REC.
           DISPLAY "NUMERO RATA: ".
           ACCEPT RATA-TASSA-REC.
           DISPLAY "ANNO ACCADEMICO (AAAA): ".
           ACCEPT ANNO-ACC-TASSA-REC.
           DISPLAY "IMPORTO: ".
           ACCEPT IMPORTO-TASSA-REC.
           DISPLAY "SCADENZA (AAAAMMGG): ".
           PERFORM ACCETTA-DATA-VALIDATA.
           MOVE DATA-VALIDATA TO SCADENZA-TASSA-REC.
           MOVE 0 TO PAGAMENTO-TASSA-REC.
           MOVE SPACES TO RICEVUTA-TASSA-REC.

           WRITE TASSA-REC
               INVALID KEY
                   DISPLAY "RATA GIA' PRESENTE PER LA MATRICOLA"
               NOT INVALID KEY
                   DISPLAY "RATA REGISTRATA"
           END-WRITE.

      *---------------------------- FUNCTION DZ ------------------------
      *IL PAGAMENTO SI REGISTRA UNA VOLTA SOLA: UNA RATA GIA' PAGATA
      *NON SI RISCRIVE, PER NON PERDERE LA RICEVUTA ORIGINALE
       REGISTRA-PAGAMENTO-RATA.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-TASSA-REC.
           DISPLAY "NUMERO RATA: ".
           ACCEPT RATA-TASSA-REC.

           READ TASSE-FILE
               INVALID KEY
                   DISPLAY "RATA NON TROVATA"
               NOT INVALID KEY
                   IF PAGAMENTO-TASSA-REC NOT = 0 THEN
                       DISPLAY "RATA GIA' PAGATA IL "
                               PAGAMENTO-TASSA-REC
                               " - RICEVUTA " RICEVUTA-TASSA-REC
                   ELSE
                       MOVE IMPORTO-TASSA-REC TO IMPORTO-EDIT
                       DISPLAY "IMPORTO " IMPORTO-EDIT
                               " SCADENZA " SCADENZA-TASSA-REC
                       DISPLAY "DATA DI PAGAMENTO (AAAAMMGG): "
                       PERFORM ACCETTA-DATA-VALIDATA
                       MOVE DATA-VALIDATA TO PAGAMENTO-TASSA-REC
                       DISPLAY "NUMERO RICEVUTA: "
                       ACCEPT RICEVUTA-TASSA-REC
                       REWRITE TASSA-REC
                           INVALID KEY
                               DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                       FS-TASSE
                           NOT INVALID KEY
                               DISPLAY "PAGAMENTO REGISTRATO"
                       END-REWRITE
                   END-IF
           END-READ.

      *---------------------------- FUNCTION EA ------------------------
       ESTRATTO-RATE-STUDENTE.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-TASSE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO RATE-STUDENTE.
           MOVE 0 TO TOTALE-SCADUTO.

           MOVE MATRICOLA-TASSE TO MATRICOLA-TASSA-REC.
           MOVE 0 TO RATA-TASSA-REC.
           START TASSE-FILE KEY IS NOT LESS THAN CHIAVE-TASSA-REC
               INVALID KEY MOVE "10" TO FS-TASSE
           END-START.

           PERFORM UNTIL FS-TASSE = "10"
               READ TASSE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TASSE
                   NOT AT END
                       IF MATRICOLA-TASSA-REC NOT = MATRICOLA-TASSE
                           MOVE "10" TO FS-TASSE
                       ELSE
                           ADD 1 TO RATE-STUDENTE
                           IF PAGAMENTO-TASSA-REC NOT = 0 THEN
                               MOVE "PAGATA" TO STATO-RATA
                           ELSE
                               IF SCADENZA-TASSA-REC < DATA-ODIERNA
                                   MOVE "SCADUTA" TO STATO-RATA
                                   ADD IMPORTO-TASSA-REC
                                       TO TOTALE-SCADUTO
                               ELSE
                                   MOVE "DA PAGARE" TO STATO-RATA
                               END-IF
                           END-IF
                           MOVE IMPORTO-TASSA-REC TO IMPORTO-EDIT
                           DISPLAY "RATA " RATA-TASSA-REC
                                   " A.A. " ANNO-ACC-TASSA-REC
                                   " IMPORTO " IMPORTO-EDIT
                                   " SCADENZA " SCADENZA-TASSA-REC
                                   " " STATO-RATA
                                   " " PAGAMENTO-TASSA-REC
                                   " " RICEVUTA-TASSA-REC
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-TASSE.

           IF RATE-STUDENTE = 0 THEN
               DISPLAY "NESSUNA RATA PER LA MATRICOLA"
           ELSE
               MOVE TOTALE-SCADUTO TO TOTALE-SCADUTO-EDIT
               DISPLAY "TOTALE SCADUTO E NON PAGATO: "
                       TOTALE-SCADUTO-EDIT
           END-IF.

      *---------------------------- FUNCTION EB ------------------------
      *ELENCO DI TUTTE LE RATE SCADUTE E NON PAGATE ALLA DATA ODIERNA,
      *CON NOME E COGNOME DALL'ANAGRAFE, SU TASSESCD.TXT
       ELENCO-RATE-SCADUTE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

           MOVE "N" TO ANAGRAFE-DISPONIBILE.
           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE = "00" THEN
               MOVE "S" TO ANAGRAFE-DISPONIBILE
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "TASSESCD.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "RATE SCADUTE E NON PAGATE AL " DATA-ODIERNA
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "MATRICOLA / COGNOME / NOME / RATA / A.A. / "
                  "SCADENZA / IMPORTO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "SEGRETERIA STUDENTI" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT TASSESCD.TXT"
               IF ANAGRAFE-DISPONIBILE = "S" THEN
                   CLOSE ANAGRAFE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RATE-ELENCATE.
           MOVE 0 TO TOTALE-SCADUTO.

           MOVE 0 TO MATRICOLA-TASSA-REC.
           MOVE 0 TO RATA-TASSA-REC.
           START TASSE-FILE KEY IS NOT LESS THAN CHIAVE-TASSA-REC
               INVALID KEY MOVE "10" TO FS-TASSE
           END-START.

           PERFORM UNTIL FS-TASSE = "10"
               READ TASSE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TASSE
                   NOT AT END
                       IF PAGAMENTO-TASSA-REC = 0 AND
                          SCADENZA-TASSA-REC < DATA-ODIERNA THEN
                           MOVE SPACES TO COGNOME-ANA
                           MOVE SPACES TO NOME-ANA
                           IF ANAGRAFE-DISPONIBILE = "S" THEN
                               MOVE MATRICOLA-TASSA-REC TO MATRICOLA-ANA
                               READ ANAGRAFE-FILE
                                   INVALID KEY
                                       MOVE "NON IN ANAGRAFE"
                                           TO COGNOME-ANA
                               END-READ
                           END-IF
                           ADD 1 TO RATE-ELENCATE
                           ADD IMPORTO-TASSA-REC TO TOTALE-SCADUTO
                           MOVE IMPORTO-TASSA-REC TO IMPORTO-EDIT
                           MOVE "R" TO RW-OPERAZIONE
                           MOVE SPACES TO RW-RIGA
                           STRING MATRICOLA-TASSA-REC " "
                                  COGNOME-ANA " " NOME-ANA " "
                                  RATA-TASSA-REC " "
                                  ANNO-ACC-TASSA-REC " "
                                  SCADENZA-TASSA-REC " " IMPORTO-EDIT
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-TASSE.

           MOVE TOTALE-SCADUTO TO TOTALE-SCADUTO-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "RATE SCADUTE: " RATE-ELENCATE
                  "  TOTALE: " TOTALE-SCADUTO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF ANAGRAFE-DISPONIBILE = "S" THEN
               CLOSE ANAGRAFE-FILE
           END-IF.

           DISPLAY "ELENCO SCRITTO SU TASSESCD.TXT".

      *---------------------------- FUNCTION EC ------------------------
      *DEROGA CONCESSA IN ANTICIPO DALLA SEGRETERIA PER UN APPELLO
      *PRECISO: IL MOTIVO E' OBBLIGATORIO E RESTA NEL FILE DEROGHE
      *INSIEME ALL'OPERATORE E AL MOMENTO DELLA CONCESSIONE
       DEROGA-BLOCCO-TASSE.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-TASSE.
           DISPLAY "CODICE CORSO DELL'APPELLO: ".
           ACCEPT CORSO-APPELLO.
           DISPLAY "DATA DELL'APPELLO (AAAAMMGG): ".
           PERFORM ACCETTA-DATA-VALIDATA.
           MOVE DATA-VALIDATA TO DATA-APPELLO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           PERFORM CONTA-RATE-SCADUTE.
           MOVE "00" TO FS-TASSE.

           IF RATE-SCADUTE = 0 THEN
               DISPLAY "NESSUNA RATA SCADUTA: LA DEROGA NON SERVE"
               EXIT PARAGRAPH
           END-IF.

           MOVE IMPORTO-SCADUTO TO IMPORTO-EDIT.
           DISPLAY "RATE SCADUTE: " RATE-SCADUTE
                   " PER " IMPORTO-EDIT.

           MOVE SPACES TO MOTIVO-DEROGA.
           PERFORM UNTIL MOTIVO-DEROGA NOT = SPACES
               DISPLAY "MOTIVO DELLA DEROGA (OBBLIGATORIO): "
               ACCEPT MOTIVO-DEROGA
           END-PERFORM.

           OPEN I-O DEROGHE-FILE.
           IF FS-DEROGHE = "35" THEN
               OPEN OUTPUT DEROGHE-FILE
               CLOSE DEROGHE-FILE
               OPEN I-O DEROGHE-FILE
           END-IF.

           IF FS-DEROGHE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE DEROGTAS.DAT - STATO "
                       FS-DEROGHE
           ELSE
               PERFORM SCRIVI-DEROGA
               CLOSE DEROGHE-FILE
           END-IF.

      *---------------------------- FUNCTION ED ------------------------
      *APERTURA DEI FILE DEL CONTROLLO TASSE PER LA REGISTRAZIONE DI
      *UN APPELLO; SENZA LIBRO TASSE NON SI BLOCCA NESSUNO
       APRI-CONTROLLO-TASSE.

           PERFORM LEGGI-OPERATORE-SESSIONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO PRENOTAZIONI-BLOCCATE.
           MOVE 0 TO DEROGHE-CONCESSE.

           MOVE "N" TO TASSE-DISPONIBILE.
           OPEN INPUT TASSE-FILE.
           IF FS-TASSE = "00" THEN
               MOVE "S" TO TASSE-DISPONIBILE
           END-IF.

           MOVE "N" TO DEROGHE-DISPONIBILE.
           IF TASSE-DISPONIBILE = "S" THEN
               OPEN I-O DEROGHE-FILE
               IF FS-DEROGHE = "35" THEN
                   OPEN OUTPUT DEROGHE-FILE
                   CLOSE DEROGHE-FILE
                   OPEN I-O DEROGHE-FILE
               END-IF
               IF FS-DEROGHE = "00" THEN
                   MOVE "S" TO DEROGHE-DISPONIBILE
               END-IF
           END-IF.

      *---------------------------- FUNCTION EE ------------------------
       CHIUDI-CONTROLLO-TASSE.

           IF TASSE-DISPONIBILE = "S" THEN
               CLOSE TASSE-FILE
               MOVE "N" TO TASSE-DISPONIBILE
           END-IF.

           IF DEROGHE-DISPONIBILE = "S" THEN
               CLOSE DEROGHE-FILE
               MOVE "N" TO DEROGHE-DISPONIBILE
           END-IF.

           IF PRENOTAZIONI-BLOCCATE > 0 OR DEROGHE-CONCESSE > 0 THEN
               DISPLAY "PRENOTAZIONI BLOCCATE PER TASSE: "
                       PRENOTAZIONI-BLOCCATE
                       "  DEROGHE CONCESSE: " DEROGHE-CONCESSE
           END-IF.

      *---------------------------- FUNCTION EF ------------------------
      *CONTA LE RATE DI MATRICOLA-TASSE SCADUTE PRIMA DI OGGI E NON
      *ANCORA PAGATE, CON L'IMPORTO COMPLESSIVO
       CONTA-RATE-SCADUTE.

           MOVE 0 TO RATE-SCADUTE.
           MOVE 0 TO IMPORTO-SCADUTO.

           MOVE MATRICOLA-TASSE TO MATRICOLA-TASSA-REC.
           MOVE 0 TO RATA-TASSA-REC.
           START TASSE-FILE KEY IS NOT LESS THAN CHIAVE-TASSA-REC
               INVALID KEY MOVE "10" TO FS-TASSE
           END-START.

           PERFORM UNTIL FS-TASSE = "10"
               READ TASSE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TASSE
                   NOT AT END
                       IF MATRICOLA-TASSA-REC NOT = MATRICOLA-TASSE
                           MOVE "10" TO FS-TASSE
                       ELSE
                           IF PAGAMENTO-TASSA-REC = 0 AND
                              SCADENZA-TASSA-REC < DATA-ODIERNA THEN
                               ADD 1 TO RATE-SCADUTE
                               ADD IMPORTO-TASSA-REC TO IMPORTO-SCADUTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------- FUNCTION EG ------------------------
      *DECIDE SE LA PRENOTAZIONE DI MATRICOLA_STUDENTE ENTRA NEL
      *REGISTRO: CON RATE SCADUTE E NESSUNA DEROGA GIA' REGISTRATA
      *PER QUESTO APPELLO L'OPERATORE PUO' CONCEDERLA ORA (MOTIVO
      *OBBLIGATORIO), ALTRIMENTI LA PRENOTAZIONE E' BLOCCATA. NELLA
      *RIPRESA SILENZIOSA NON SI CHIEDE NULLA E NON SI RISCRIVE NULLA
       VERIFICA-BLOCCO-TASSE.

           MOVE "N" TO BLOCCO-TASSE.

           IF TASSE-DISPONIBILE = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MATRICOLA_STUDENTE TO MATRICOLA-TASSE.
           PERFORM CONTA-RATE-SCADUTE.
           MOVE "00" TO FS-TASSE.

           IF RATE-SCADUTE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF DEROGHE-DISPONIBILE = "S" THEN
               MOVE CORSO-APPELLO TO CORSO-DEROGA-REC
               MOVE DATA-APPELLO TO DATA-APPELLO-DEROGA-REC
               MOVE MATRICOLA-TASSE TO MATRICOLA-DEROGA-REC
               READ DEROGHE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RIPRESA-SILENZIOSA NOT = "S" THEN
                           DISPLAY "RATE SCADUTE MA DEROGA GIA' "
                                   "CONCESSA DA "
                                   OPERATORE-DEROGA-REC
                       END-IF
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE IMPORTO-SCADUTO TO IMPORTO-EDIT.

           IF RIPRESA-SILENZIOSA NOT = "S" AND
              DEROGHE-DISPONIBILE = "S" THEN
               DISPLAY "MATRICOLA " MATRICOLA-TASSE " CON "
                       RATE-SCADUTE " RATE SCADUTE PER " IMPORTO-EDIT
               DISPLAY "CONCEDERE DEROGA AL BLOCCO? (S/N): "
               ACCEPT RISPOSTA-DEROGA
               IF RISPOSTA-DEROGA = "S" THEN
                   MOVE SPACES TO MOTIVO-DEROGA
                   PERFORM UNTIL MOTIVO-DEROGA NOT = SPACES
                       DISPLAY "MOTIVO DELLA DEROGA (OBBLIGATORIO): "
                       ACCEPT MOTIVO-DEROGA
                   END-PERFORM
                   PERFORM SCRIVI-DEROGA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "S" TO BLOCCO-TASSE.
           ADD 1 TO PRENOTAZIONI-BLOCCATE.

           IF RIPRESA-SILENZIOSA NOT = "S" THEN
               PERFORM SCRIVI-PRENOTAZIONE-BLOCCATA
           END-IF.

      *---------------------------- FUNCTION EH ------------------------
      *ACCODA LA PRENOTAZIONE BLOCCATA A PRENBLOC.DAT
       SCRIVI-PRENOTAZIONE-BLOCCATA.

           OPEN EXTEND BLOCCATI-FILE.
           IF FS-BLOCCATI = "35" THEN
               OPEN OUTPUT BLOCCATI-FILE
           END-IF.
           IF FS-BLOCCATI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE PRENBLOC.DAT - STATO "
                       FS-BLOCCATI
               EXIT PARAGRAPH
           END-IF.

           MOVE CORSO-APPELLO TO CORSO-BLOC.
           MOVE DATA-APPELLO TO DATA-APPELLO-BLOC.
           MOVE MATRICOLA-TASSE TO MATRICOLA-BLOC.
           MOVE COGNOME_STUDENTI TO COGNOME-BLOC.
           MOVE NOME_STUDENTE TO NOME-BLOC.
           MOVE RATE-SCADUTE TO RATE-SCADUTE-BLOC.
           MOVE IMPORTO-SCADUTO TO IMPORTO-SCADUTO-BLOC.
           MOVE DATA-ODIERNA TO DATA-BLOC.
           WRITE BLOCCATO-REC.

           CLOSE BLOCCATI-FILE.

      *---------------------------- FUNCTION EI ------------------------
      *REGISTRA LA DEROGA PER CORSO-APPELLO, DATA-APPELLO E
      *MATRICOLA-TASSE COL MOTIVO IN MOTIVO-DEROGA; DEROGHE-FILE
      *DEVE ESSERE GIA' APERTO IN I-O
       SCRIVI-DEROGA.

           MOVE CORSO-APPELLO TO CORSO-DEROGA-REC.
           MOVE DATA-APPELLO TO DATA-APPELLO-DEROGA-REC.
           MOVE MATRICOLA-TASSE TO MATRICOLA-DEROGA-REC.
           MOVE MOTIVO-DEROGA TO MOTIVO-DEROGA-REC.
           MOVE OPERATORE-CORRENTE TO OPERATORE-DEROGA-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-ORA-DEROGA-REC.
           MOVE RATE-SCADUTE TO RATE-SCADUTE-DEROGA-REC.
           MOVE IMPORTO-SCADUTO TO IMPORTO-SCADUTO-DEROGA-REC.

           WRITE DEROGA-REC
               INVALID KEY
                   REWRITE DEROGA-REC
           END-WRITE.

           ADD 1 TO DEROGHE-CONCESSE.
           DISPLAY "DEROGA REGISTRATA DA " OPERATORE-CORRENTE.

      *---------------------------- FUNCTION EJ ------------------------
      *OPERATORE DELLA SESSIONE, SCRITTO DAL MENU PRINCIPALE ALLA
      *FIRMA; SENZA SESSIONE IL PROGRAMMA E' STATO LANCIATO DIRETTO
       LEGGI-OPERATORE-SESSIONE.

           MOVE "DIRETTO" TO OPERATORE-CORRENTE.

           OPEN INPUT SESSIONE-FILE.
           IF FS-SESSIONE = "00" THEN
               READ SESSIONE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSIONE-REC TO OPERATORE-CORRENTE
               END-READ
               CLOSE SESSIONE-FILE
           END-IF.

      *---------------------------- FUNCTION EK ------------------------
      *NULLA OSTA DELLA BIBLIOTECA PER UN ELENCO DI MATRICOLE
      *(LAUREANDI, RINUNCE, TRASFERIMENTI): PER CIASCUNA LE PENDENZE
      *APERTE E, A RICHIESTA, IL CERTIFICATO PER CHI E' IN REGOLA
      *(ACCODATO IN CERTBIB.TXT)
       NULLA-OSTA-BIBLIOTECA.

           DISPLAY "STAMPARE IL CERTIFICATO PER CHI E' IN REGOLA? "
                   "(S/N)".
           ACCEPT RISPOSTA-CERTIFICATI.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "NULLAOST.TXT" TO RW-NOME-FILE.
           MOVE "NULLA OSTA DELLA BIBLIOTECA" TO RW-TITOLO.
           MOVE "MATRICOLA / NOMINATIVO / PENDENZE IN BIBLIOTECA"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT NULLAOST.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO MATRICOLE-CONTROLLATE.
           MOVE 0 TO MATRICOLE-IN-REGOLA.
           MOVE 0 TO CERTIFICATI-STAMPATI.

           MOVE 1 TO MATRICOLA_STUDENTE.
           PERFORM UNTIL MATRICOLA_STUDENTE = 0
               DISPLAY "MATRICOLA (0 = FINE ELENCO): "
               ACCEPT MATRICOLA_STUDENTE
               IF MATRICOLA_STUDENTE NOT = 0 THEN
                   PERFORM NULLA-OSTA-MATRICOLA
               END-IF
           END-PERFORM.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "MATRICOLE CONTROLLATE: " MATRICOLE-CONTROLLATE
                  "   IN REGOLA: " MATRICOLE-IN-REGOLA
                  "   CERTIFICATI: " CERTIFICATI-STAMPATI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "ESITI SCRITTI SU NULLAOST.TXT".
           IF CERTIFICATI-STAMPATI > 0 THEN
               DISPLAY "CERTIFICATI ACCODATI IN CERTBIB.TXT"
           END-IF.

      *---------------------------- FUNCTION EL ------------------------
       NULLA-OSTA-MATRICOLA.

           ADD 1 TO MATRICOLE-CONTROLLATE.

           MOVE SPACES TO NOME-CANDIDATO.
           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE = "00" THEN
               MOVE MATRICOLA_STUDENTE TO MATRICOLA-ANA
               READ ANAGRAFE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(COGNOME-ANA)
                              " " FUNCTION TRIM(NOME-ANA)
                           DELIMITED BY SIZE INTO NOME-CANDIDATO
               END-READ
               CLOSE ANAGRAFE-FILE
           END-IF.

           IF RISPOSTA-CERTIFICATI = "S" THEN
               MOVE "C" TO NULLAOST-FUNZIONE
           ELSE
               MOVE "V" TO NULLAOST-FUNZIONE
           END-IF.
           MOVE MATRICOLA_STUDENTE TO NULLAOST-MATRICOLA.
           MOVE NOME-CANDIDATO TO NULLAOST-NOMINATIVO.
           CALL "NULLAOST" USING NULLAOST-AREA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING MATRICOLA_STUDENTE " " NOME-CANDIDATO
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF NULLAOST-ESITO = "S" THEN
               ADD 1 TO MATRICOLE-IN-REGOLA
               MOVE "  IN REGOLA CON LA BIBLIOTECA" TO RW-RIGA
               IF NULLAOST-CERTIFICATO = "S" THEN
                   ADD 1 TO CERTIFICATI-STAMPATI
                   MOVE "  IN REGOLA - CERTIFICATO STAMPATO"
                       TO RW-RIGA
               END-IF
           ELSE
               PERFORM DESCRIVI-PENDENZE-BIBLIOTECA
           END-IF.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION EM ------------------------
      *RIGA DI DETTAGLIO DELLE PENDENZE IN BIBLIOTECA DALL'ULTIMO
      *CONTROLLO DI NULLA OSTA
       DESCRIVI-PENDENZE-BIBLIOTECA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF NULLAOST-ESITO = "E" THEN
               STRING "  NULLA OSTA BIBLIOTECA NON VERIFICABILE: "
                      "ARCHIVI DELLA BIBLIOTECA NON LEGGIBILI"
                   DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               COMPUTE IMPORTO-PENDENZE-EDIT =
                       NULLAOST-IMPORTO-MULTE
                       + NULLAOST-IMPORTO-SMARRITI
               STRING "  SENZA NULLA OSTA BIBLIOTECA: PRESTITI "
                      NULLAOST-PRESTITI " MORE " NULLAOST-MULTE
                      " SMARRITI " NULLAOST-SMARRITI
                      " DA PAGARE " IMPORTO-PENDENZE-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
