               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RISTAMPA.

      *FLAG DELLA MODALITA' FORMAZIONE SCRITTO DAL PROGRAMMA FORMAZ
           SELECT FLAG-FORMAZIONE-FILE ASSIGN TO "FORMAZ.FLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG-FORMAZIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORI-FILE.
       FD  RISTAMPA-FILE.
       01  RIGA-RISTAMPA PIC X(100).

       FD  FLAG-FORMAZIONE-FILE.
       01  FLAG-FORMAZIONE-REC.
           05 FLAG-FORMAZIONE PIC X(1).
           05 DATA-COPIA-FORMAZIONE PIC 9(8).

       FD  GIORNALE-LAVORI-FILE.
       01  LAVORO-REC.
           05 MODULO-LAVORO PIC X(10).
      *LO AGGIORNA AL LOGIN RIUSCITO E IL MENU LIMITA LE SCELTE
       01 RUOLO-OPERATORE PIC X(1) VALUE "O".

      *MODALITA' FORMAZIONE: CON IL FLAG ACCESO IL MENU SI SPOSTA
      *NELLA CARTELLA DELLA COPIA DI FORMAZIONE PRIMA DEL LOGIN,
      *COSI' OGNI MODULO RICHIAMATO APRE GLI ARCHIVI FITTIZI
       01 FS-FLAG-FORMAZIONE PIC X(2).
       01 MODO-FORMAZIONE PIC X(1) VALUE "N".
       01 MODO-FORMAZIONE-PRIMA PIC X(1).
       01 CARTELLA-FORMAZIONE PIC X(64) VALUE "FORMAZ".
       01 CARTELLA-ARCHIVI-VIVI PIC X(64) VALUE "..".
       01 CARTELLA-SPOOL PIC X(64) VALUE "SPOOL".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               STOP RUN
           END-IF.

      *IL TURNO NOTTURNO LAVORA SEMPRE SUGLI ARCHIVI VIVI; LA
      *POSTAZIONE INTERATTIVA CONTROLLA IL FLAG DI FORMAZIONE
           PERFORM LEGGI-FLAG-FORMAZIONE.
           IF MODO-FORMAZIONE = "S" THEN
               PERFORM ENTRA-IN-FORMAZIONE
           END-IF.

           PERFORM CARICA-OPERATORI.
           PERFORM LOGIN-OPERATORE.


           PERFORM UNTIL SCELTA-MENU = 9

               IF MODO-FORMAZIONE = "S" THEN
                   PERFORM MOSTRA-BANNER-FORMAZIONE
               END-IF
               DISPLAY "=== MENU PRINCIPALE === OPERATORE: "
                       OPERATORE-CORRENTE
               DISPLAY "1 REGISTRO STUDENTI (ES20)"
               DISPLAY "13 RETENZIONE GIORNALE LAVORI"
               DISPLAY "14 GESTIONE OPERATORI"
               DISPLAY "15 REPORT SICUREZZA ACCESSI"
               DISPLAY "16 RILEVAZIONE STATISTICA USR"
               DISPLAY "17 CARICA REGISTRO ELETTRONICO"
               DISPLAY "18 COPIA DI FORMAZIONE"
               DISPLAY "19 INVENTARIO E SALUTE ARCHIVI"
               DISPLAY "20 REVISIONE PERIODICA ACCESSI"
               DISPLAY "21 RICHIESTE DEGLI INTERESSATI (PRIVACY)"
               DISPLAY "22 CRUSCOTTO OPERATIVO DEL MATTINO"
               DISPLAY "23 DISTRIBUZIONE DEI REPORT"
               DISPLAY "24 TABELLE DEI CODICI"
               DISPLAY "25 DOPPIONI DI PERSONA"
               DISPLAY "26 PONTE CLIENTI MAGAZZINO / GESTIONALE"
               DISPLAY "27 ESTRAZIONE PER IL REPORTING"
               DISPLAY "28 IMPORTAZIONE STAZIONI METEO"
               DISPLAY "29 NORMALI CLIMATICHE E ANOMALIE"
               DISPLAY "9 ESCI"
               DISPLAY "SCELTA: "
               ACCEPT SCELTA-MENU
                       PERFORM GESTIONE-OPERATORI
                   WHEN SCELTA-MENU = 15
                       PERFORM REPORT-SICUREZZA-ACCESSI
                   WHEN SCELTA-MENU = 16
                       MOVE "RILEVAZ" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 17 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 17
                       MOVE "REGISTEL" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 18
                       PERFORM GESTIONE-COPIA-FORMAZIONE
                   WHEN SCELTA-MENU = 19 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 19
                       MOVE "INVARCH" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 20
                       PERFORM REVISIONE-ACCESSI
      *DOSSIER E CANCELLAZIONI TOCCANO I DATI PERSONALI DI TUTTI GLI
      *ARCHIVI: SOLO GLI AMMINISTRATORI
                   WHEN SCELTA-MENU = 21 AND RUOLO-OPERATORE NOT = "A"
                       DISPLAY "FUNZIONE RISERVATA AGLI AMMINISTRATORI"
                   WHEN SCELTA-MENU = 21
                       MOVE "PRIVACY" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 22
                       MOVE "CRUSCOTT" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 23 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 23
                       MOVE "DISTRIB" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
      *LE TABELLE DEI CODICI VALGONO PER TUTTA LA SUITE: SOLO GLI
      *AMMINISTRATORI
                   WHEN SCELTA-MENU = 24 AND RUOLO-OPERATORE NOT = "A"
                       DISPLAY "FUNZIONE RISERVATA AGLI AMMINISTRATORI"
                   WHEN SCELTA-MENU = 24
                       MOVE "CODETAB" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 25
                       MOVE "DOPPIONI" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 26 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 26
                       MOVE "CLIXREF" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 27 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 27
                       MOVE "BIEXTR" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 28 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 28
                       MOVE "METEOIMP" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 29 AND RUOLO-OPERATORE = "L"
                       DISPLAY "RUOLO DI SOLA LETTURA: MODULO NON "
                               "CONSENTITO"
                   WHEN SCELTA-MENU = 29
                       MOVE "CLIMNORM" TO MODULO-CORRENTE
                       PERFORM ESEGUI-MODULO
                   WHEN SCELTA-MENU = 9
                       DISPLAY "USCITA"
                   WHEN OTHER
               WHEN 11
                   MOVE "VERIFICA" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
               WHEN 16
                   MOVE "RILEVAZ" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
               WHEN 17
                   MOVE "REGISTEL" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
      *DI NOTTE L'INVENTARIO FA SOLO IL CONTROLLO DI SALUTE
               WHEN 19
                   IF PARAMETRO-MODULO-CORRENTE = SPACES THEN
                       MOVE "SALUTE" TO PARAMETRO-MODULO-CORRENTE
                   END-IF
                   MOVE "INVARCH" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
      *DI NOTTE IL CRUSCOTTO VA SOLO IN STAMPA, PRONTO PER IL MATTINO
               WHEN 22
                   IF PARAMETRO-MODULO-CORRENTE = SPACES THEN
                       MOVE "STAMPA" TO PARAMETRO-MODULO-CORRENTE
                   END-IF
                   MOVE "CRUSCOTT" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
      *DI NOTTE LA DISTRIBUZIONE GIRA SENZA DIALOGO
               WHEN 23
                   IF PARAMETRO-MODULO-CORRENTE = SPACES THEN
                       MOVE "DISTRIBUISCI" TO PARAMETRO-MODULO-CORRENTE
                   END-IF
                   MOVE "DISTRIB" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
      *DI NOTTE I DOPPIONI SI CERCANO E BASTA: LE FUSIONI SI
      *CONFERMANO DI GIORNO
               WHEN 25
                   IF PARAMETRO-MODULO-CORRENTE = SPACES THEN
                       MOVE "STAMPA" TO PARAMETRO-MODULO-CORRENTE
                   END-IF
                   MOVE "DOPPIONI" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
      *DI NOTTE DEL PONTE CLIENTI SI STAMPA SOLO IL CONFRONTO: I
      *COLLEGAMENTI E L'ALLINEAMENTO SI FANNO DI GIORNO
               WHEN 26
                   IF PARAMETRO-MODULO-CORRENTE = SPACES THEN
                       MOVE "STAMPA" TO PARAMETRO-MODULO-CORRENTE
                   END-IF
                   MOVE "CLIXREF" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
      *L'ESTRAZIONE PER IL REPORTING E' UN PASSO DELLA NOTTE: SE SI
      *INTERROMPE, IL RILANCIO RIPRENDE DALLA SORGENTE IN ERRORE
               WHEN 27
                   IF PARAMETRO-MODULO-CORRENTE = SPACES THEN
                       MOVE "ESTRAI" TO PARAMETRO-MODULO-CORRENTE
                   END-IF
                   MOVE "BIEXTR" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
               WHEN 28
                   MOVE "METEOIMP" TO MODULO-CORRENTE
                   PERFORM ESEGUI-MODULO
               WHEN OTHER
                   DISPLAY "PASSO " PASSI-SCRIPT
                           " NON VALIDO: " SCRIPT-REC
                   AT END
                       MOVE "10" TO FS-SICUREZZA
                   NOT AT END
      *LE DISABILITAZIONI DELLA REVISIONE ACCESSI NON SONO
      *TENTATIVI: SI METTONO IN EVIDENZA MA NON SI CONTANO
                       IF FLUSSO-SICUREZZA NOT = "REVACC" THEN
                           PERFORM AGGREGA-EVENTO-SICUREZZA
                       END-IF
                       IF EVENTO-SICUREZZA-REC = "BLOCCATO" OR
                          EVENTO-SICUREZZA-REC = "SCATTA BLOCC" OR
                          EVENTO-SICUREZZA-REC = "DISABILITATO" THEN
                           DISPLAY "*** " MOMENTO-SICUREZZA(1:8)
                                   " " MOMENTO-SICUREZZA(9:6)
                                   " " FLUSSO-SICUREZZA
           END-PERFORM.

           PERFORM SALVA-BLOCCHI.

      *---------------------------- FUNCTION BP ------------------------
      *LEGGE IL FLAG DELLA MODALITA' FORMAZIONE; SENZA FLAG SI
      *LAVORA SUI DATI REALI
       LEGGI-FLAG-FORMAZIONE.

           MOVE "N" TO MODO-FORMAZIONE.
           OPEN INPUT FLAG-FORMAZIONE-FILE.
           IF FS-FLAG-FORMAZIONE = "00" THEN
               READ FLAG-FORMAZIONE-FILE
                   NOT AT END
                       IF FLAG-FORMAZIONE = "S" THEN
                           MOVE "S" TO MODO-FORMAZIONE
                       END-IF
               END-READ
               CLOSE FLAG-FORMAZIONE-FILE
           END-IF.

      *---------------------------- FUNCTION BQ ------------------------
      *SPOSTA LA POSTAZIONE NELLA CARTELLA DELLA COPIA: DA QUI IN
      *POI OGNI NOME DI ARCHIVIO DEL MENU E DEI MODULI PUNTA AI DATI
      *FITTIZI. SE LA COPIA NON C'E' NON SI PROSEGUE: MEGLIO NESSUN
      *ACCESSO CHE UN CORSISTA SUGLI ARCHIVI VERI. LA CARTELLA SPOOL
      *DELLA COPIA NASCE CON LA COPIA; SI CREA ANCHE QUI PER LE COPIE
      *COSTRUITE SENZA, ALTRIMENTI NESSUN REPORT SI POTREBBE APRIRE
       ENTRA-IN-FORMAZIONE.

           CALL "CBL_CHANGE_DIR" USING CARTELLA-FORMAZIONE.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 0 TO RETURN-CODE
               DISPLAY "MODALITA' FORMAZIONE ATTIVA MA COPIA DI "
                       "FORMAZIONE NON TROVATA"
               DISPLAY "ACCESSO NEGATO"
               STOP RUN
           END-IF.

           CALL "CBL_CREATE_DIR" USING CARTELLA-SPOOL.
           MOVE 0 TO RETURN-CODE.

           PERFORM MOSTRA-BANNER-FORMAZIONE.

      *---------------------------- FUNCTION BR ------------------------
       MOSTRA-BANNER-FORMAZIONE.

           DISPLAY "**************************************************".
           DISPLAY "***   AMBIENTE DI FORMAZIONE - DATI FITTIZI    ***".
           DISPLAY "***   LE OPERAZIONI NON TOCCANO I DATI REALI   ***".
           DISPLAY "**************************************************".

      *---------------------------- FUNCTION BS ------------------------
      *COSTRUZIONE E ATTIVAZIONE DELLA COPIA DI FORMAZIONE, RISERVATE
      *AGLI AMMINISTRATORI. IL PROGRAMMA FORMAZ LAVORA DALLA CARTELLA
      *DEGLI ARCHIVI VIVI; SE LA MODALITA' CAMBIA LA SESSIONE SI
      *CHIUDE, PERCHE' OPERATORI E ARCHIVI CARICATI NON SONO PIU'
      *QUELLI GIUSTI
       GESTIONE-COPIA-FORMAZIONE.

           IF RUOLO-OPERATORE NOT = "A" THEN
               DISPLAY "FUNZIONE RISERVATA AGLI AMMINISTRATORI"
               EXIT PARAGRAPH
           END-IF.

           MOVE MODO-FORMAZIONE TO MODO-FORMAZIONE-PRIMA.
           IF MODO-FORMAZIONE = "S" THEN
               CALL "CBL_CHANGE_DIR" USING CARTELLA-ARCHIVI-VIVI
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "FORMAZ" TO MODULO-CORRENTE.
           PERFORM ESEGUI-MODULO.

           PERFORM LEGGI-FLAG-FORMAZIONE.
           IF MODO-FORMAZIONE NOT = MODO-FORMAZIONE-PRIMA THEN
               DISPLAY "MODALITA' FORMAZIONE CAMBIATA: RIENTRARE NEL "
                       "MENU PRINCIPALE"
               STOP RUN
           END-IF.

           IF MODO-FORMAZIONE = "S" THEN
               PERFORM ENTRA-IN-FORMAZIONE
           END-IF.

      *---------------------------- FUNCTION BT ------------------------
      *REVISIONE PERIODICA DEGLI ACCESSI, RISERVATA AGLI
      *AMMINISTRATORI: IL MODULO PUO' DISABILITARE OPERATORI, QUINDI
      *AL RITORNO SI RICARICA OPERATORI.DAT, ALTRIMENTI IL PRIMO
      *SALVATAGGIO DEL MENU RIPRISTINEREBBE GLI ACCOUNT DORMIENTI
       REVISIONE-ACCESSI.

           IF RUOLO-OPERATORE NOT = "A" THEN
               DISPLAY "FUNZIONE RISERVATA AGLI AMMINISTRATORI"
               EXIT PARAGRAPH
           END-IF.

           MOVE "REVACC" TO MODULO-CORRENTE.
           PERFORM ESEGUI-MODULO.

           PERFORM CARICA-OPERATORI.
