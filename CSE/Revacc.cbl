      ******************************************************************
      * REVISIONE PERIODICA DEGLI ACCESSI: METTE IN UN SOLO TABULATO GLI
      * OPERATORI DEL MENU (OPERATORI.DAT) E GLI UTENTI DEL MODULO DI
      * LOGIN (TABELLA UTENTI), CON RUOLO, STATO E ULTIMO LOGIN RIUSCITO
      * PRESO DAL GIORNALE DI SICUREZZA. SEGNALA GLI ACCOUNT DORMIENTI,
      * LA STESSA PERSONA CON RUOLI DIVERSI NELLE DUE LISTE E GLI
      * AMMINISTRATORI OLTRE IL NUMERO CONSENTITO; DOPO LA CONFERMA
      * DISABILITA I DORMIENTI E NE LASCIA TRACCIA NEL GIORNALE. IL
      * TABULATO FIRMATO FINISCE NELLO SPOOL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVACC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *STESSA CONFIGURAZIONE DI CONNESSIONE DEL MODULO DI LOGIN
           SELECT CONFIG-FILE ASSIGN TO "CONNDB.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.

           SELECT OPERATORI-FILE ASSIGN TO "OPERATORI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERATORI.

           SELECT SICUREZZA-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SICUREZZA.

      *IDENTITA' DELL'OPERATORE FIRMATO AL MENU, CHE FIRMA LA
      *REVISIONE
           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-REC PIC X(80).

      *STESSO TRACCIATO DEL MENU PRINCIPALE
       FD  OPERATORI-FILE.
       01  OPERATORE-REC.
           05 NOME-OPERATORE-REC PIC A(20).
           05 COGNOME-OPERATORE-REC PIC A(20).
           05 USERNAME-OPERATORE-REC PIC A(20).
           05 PWD-OPERATORE-REC PIC X(20).
           05 RUOLO-OPERATORE-REC PIC X(1).
           05 STATO-OPERATORE-REC PIC X(1).
           05 CAMBIO-PWD-REC PIC X(1).

       FD  SICUREZZA-FILE.
       01  SICUREZZA-REC.
           05 MOMENTO-SICUREZZA PIC X(14).
           05 FLUSSO-SICUREZZA PIC X(8).
           05 UTENTE-SICUREZZA-REC PIC X(30).
           05 EVENTO-SICUREZZA-REC PIC X(12).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

           EXEC SQL
               BEGIN DECLARE SECTION
           END-EXEC.
           01 H-EMAIL PIC X(256).
           01 H-PASSWORD PIC X(25).
           01 H-NOME PIC A(30).
           01 H-COGNOME PIC A(30).
           01 H-RUOLO PIC X(1).
           01 H-DSN PIC X(40).
           01 H-DBUSER PIC X(30).
           01 H-DBPASS PIC X(30).
           EXEC SQL
               END DECLARE SECTION
           END-EXEC.

      *UN UTENTE DEL MODULO DI LOGIN E' DISABILITATO QUANDO AL POSTO
      *DELL'HASH HA QUESTO MARCATORE: NESSUNA PASSWORD PUO' PIU'
      *PRODURLO, E IL LOGIN LO RICONOSCE E LO RESPINGE
       01 MARCA-DISABILITATO PIC X(25) VALUE "DISABILITATO".

      *OPERATORI DEL MENU, CARICATI E RISCRITTI COME FA IL MENU
       01 OPERATORI.
           05 OPERATORE OCCURS 1 TO 50 TIMES DEPENDING ON
               NUM-OPERATORI INDEXED BY OP.
               10 NOME-OPERATORE PIC A(20).
               10 COGNOME-OPERATORE PIC A(20).
               10 USERNAME-OPERATORE PIC A(20).
               10 PWD-OPERATORE PIC X(20).
               10 RUOLO-OP PIC X(1).
               10 STATO-OP PIC X(1).
               10 CAMBIO-PWD-OP PIC X(1).
       01 NUM-OPERATORI USAGE IS INDEX.
       01 OPERATORI-CARICATI PIC 9(2).

      *TUTTI GLI ACCOUNT IN REVISIONE, DALLE DUE FONTI. FONTE "MENU"
      *= OPERATORI.DAT, "ES26" = TABELLA UTENTI; L'UTENTE E' CIO'
      *CHE IL GIORNALE DI SICUREZZA REGISTRA AL LOGIN (USERNAME PER
      *IL MENU, NOME PER IL MODULO DI LOGIN)
       01 ACCOUNT-REVISIONE.
           05 ACCOUNT-REV OCCURS 200 TIMES INDEXED BY AR AX.
               10 FONTE-REV PIC X(4).
               10 UTENTE-REV PIC X(30).
               10 NOME-REV PIC X(30).
               10 COGNOME-REV PIC X(30).
               10 EMAIL-REV PIC X(256).
               10 RUOLO-REV PIC X(1).
               10 STATO-REV PIC X(1).
               10 OPERATORE-REV PIC 9(2).
               10 ULTIMO-LOGIN-REV PIC X(14).
               10 GIORNI-REV PIC 9(5).
               10 DORMIENTE-REV PIC X(1).
               10 RUOLI-DIVERSI-REV PIC X(1).
               10 ADMIN-ECCEDENTE-REV PIC X(1).
       01 ACCOUNT-COUNT PIC 9(3).

      *PARAMETRI DELLA REVISIONE
       01 GIORNI-DORMIENZA PIC 9(3) VALUE 90.
       01 MAX-AMMINISTRATORI PIC 9(2) VALUE 3.

      *ESITI E CONTATORI
       01 AMMINISTRATORI-ATTIVI PIC 9(3).
       01 DORMIENTI-COUNT PIC 9(3).
       01 RUOLI-DIVERSI-COUNT PIC 9(3).
       01 DISABILITATI-COUNT PIC 9(3).
       01 RISPOSTA-CONFERMA PIC X(1).
       01 UTENTI-DISPONIBILI PIC X(1) VALUE "N".
       01 OPERATORI-MODIFICATI PIC X(1).
       01 OPERATORE-FIRMA PIC X(20).
       01 DATE-NOW PIC 9(8).
       01 DATE-LOGIN PIC 9(8).
       01 NOME-CONFRONTO-1 PIC X(60).
       01 NOME-CONFRONTO-2 PIC X(60).

      *FILE STATUS
       01 FS-CONFIG PIC X(2).
       01 FS-OPERATORI PIC X(2).
       01 FS-SICUREZZA PIC X(2).
       01 FS-SESSIONE PIC X(2).

      *RIGA DA ACCODARE AL GIORNALE DI SICUREZZA
       01 EVENTO-SICUREZZA PIC X(12).
       01 UTENTE-SICUREZZA PIC X(30).

      *RIGA DEL TABULATO DI REVISIONE
       01 RIGA-REVISIONE.
           05 FONTE-RIGA PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UTENTE-RIGA PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NOMINATIVO-RIGA PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RUOLO-RIGA PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STATO-RIGA PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ULTIMO-LOGIN-RIGA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GIORNI-RIGA PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SEGNALAZIONI-RIGA PIC X(19).
       01 GIORNI-EDIT PIC ZZZZ9.
       01 CONTATORE-EDIT PIC ZZ9.

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

           DISPLAY "GIORNI SENZA LOGIN OLTRE I QUALI L'ACCOUNT E' "
                   "DORMIENTE (DEFAULT 90): ".
           ACCEPT GIORNI-DORMIENZA.
           IF GIORNI-DORMIENZA = 0 THEN
               MOVE 90 TO GIORNI-DORMIENZA
           END-IF.

           DISPLAY "NUMERO MASSIMO DI AMMINISTRATORI (DEFAULT 3): ".
           ACCEPT MAX-AMMINISTRATORI.
           IF MAX-AMMINISTRATORI = 0 THEN
               MOVE 3 TO MAX-AMMINISTRATORI
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOW.
           MOVE 0 TO ACCOUNT-COUNT.

           PERFORM CARICA-OPERATORI.

      *SENZA DATABASE LA REVISIONE SI FA COMUNQUE SUGLI OPERATORI
      *DEL MENU, E IL TABULATO LO DICE
           PERFORM LEGGI-CONFIGURAZIONE.
           IF H-DSN NOT = SPACES THEN
               EXEC SQL CONNECT TO :H-DSN USER :H-DBUSER
                   USING :H-DBPASS
               END-EXEC
               IF SQLCODE < 0 THEN
                   DISPLAY "*** DATABASE NON RAGGIUNGIBILE: GLI "
                           "UTENTI DEL MODULO DI LOGIN NON SONO "
                           "IN REVISIONE ***"
               ELSE
                   MOVE "S" TO UTENTI-DISPONIBILI
                   PERFORM CARICA-UTENTI
               END-IF
           END-IF.

           PERFORM CERCA-ULTIMI-LOGIN.
           PERFORM VALUTA-ACCOUNT.
           PERFORM STAMPA-REVISIONE.

           IF UTENTI-DISPONIBILI = "S" THEN
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.

           GOBACK.

      *------------------------------------ FUNCTION AA ----------------
      *LEGGE DA SESSIONE.DAT L'OPERATORE FIRMATO AL MENU; LANCIATA
      *DIRETTAMENTE, LA REVISIONE E' FIRMATA "DIRETTO"
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
      *SOURCE RESTA VUOTO E SI LAVORA SOLO SUGLI OPERATORI
       LEGGI-CONFIGURAZIONE.

           MOVE SPACES TO H-DSN.

           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG NOT = "00" THEN
               DISPLAY "CONNDB.CFG NON TROVATO: GLI UTENTI DEL "
                       "MODULO DI LOGIN NON SONO IN REVISIONE"
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
      *CARICA GLI OPERATORI DEL MENU NELLA TABELLA DA RISCRIVERE E
      *NELLA LISTA DEGLI ACCOUNT IN REVISIONE
       CARICA-OPERATORI.

           MOVE 0 TO OPERATORI-CARICATI.
           SET NUM-OPERATORI TO 50.

           OPEN INPUT OPERATORI-FILE.
           IF FS-OPERATORI NOT = "00" THEN
               DISPLAY "NESSUN ARCHIVIO OPERATORI"
               SET NUM-OPERATORI TO 1
               MOVE 0 TO OPERATORI-CARICATI
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-OPERATORI = "10"
               READ OPERATORI-FILE
                   AT END
                       MOVE "10" TO FS-OPERATORI
                   NOT AT END
                       IF OPERATORI-CARICATI < 50 THEN
                           ADD 1 TO OPERATORI-CARICATI
                           SET OP TO OPERATORI-CARICATI
                           MOVE OPERATORE-REC TO OPERATORE(OP)
                           IF STATO-OPERATORE-REC NOT = "D" THEN
                               MOVE "A" TO STATO-OP(OP)
                           END-IF
                           PERFORM AGGIUNGI-OPERATORE-REVISIONE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATORI-FILE.
           SET NUM-OPERATORI TO OPERATORI-CARICATI.

      *------------------------------------ FUNCTION AD ----------------
       AGGIUNGI-OPERATORE-REVISIONE.

           IF ACCOUNT-COUNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ACCOUNT-COUNT.
           SET AR TO ACCOUNT-COUNT.
           MOVE "MENU" TO FONTE-REV(AR).
           MOVE USERNAME-OPERATORE(OP) TO UTENTE-REV(AR).
           MOVE NOME-OPERATORE(OP) TO NOME-REV(AR).
           MOVE COGNOME-OPERATORE(OP) TO COGNOME-REV(AR).
           MOVE SPACES TO EMAIL-REV(AR).
           MOVE RUOLO-OP(OP) TO RUOLO-REV(AR).
           MOVE STATO-OP(OP) TO STATO-REV(AR).
           MOVE OPERATORI-CARICATI TO OPERATORE-REV(AR).
           MOVE SPACES TO ULTIMO-LOGIN-REV(AR).
           MOVE 0 TO GIORNI-REV(AR).
           MOVE "N" TO DORMIENTE-REV(AR).
           MOVE "N" TO RUOLI-DIVERSI-REV(AR).
           MOVE "N" TO ADMIN-ECCEDENTE-REV(AR).

      *------------------------------------ FUNCTION AE ----------------
      *SCARICA LA TABELLA UTENTI TRAMITE CURSORE
       CARICA-UTENTI.

           EXEC SQL
               DECLARE CURREV CURSOR FOR
                   SELECT EMAIL, NOME, COGNOME, RUOLO, PASSWORD
                       FROM UTENTI
           END-EXEC.
           EXEC SQL
               OPEN CURREV
           END-EXEC.
           IF SQLCODE < 0 THEN
               DISPLAY "ERRORE IN APERTURA DEL CURSORE - SQLCODE "
                       SQLCODE
               MOVE "N" TO UTENTI-DISPONIBILI
               EXIT PARAGRAPH
           END-IF.

      *IL CICLO SI FERMA SU QUALUNQUE SQLCODE DIVERSO DA ZERO: UN
      *ERRORE DI FETCH NON DEVE RILANCIARE IL CURSORE ALL'INFINITO
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CURREV INTO :H-EMAIL, :H-NOME, :H-COGNOME,
                                     :H-RUOLO, :H-PASSWORD
               END-EXEC
               IF SQLCODE = 0 AND ACCOUNT-COUNT < 200 THEN
                   ADD 1 TO ACCOUNT-COUNT
                   SET AR TO ACCOUNT-COUNT
                   MOVE "ES26" TO FONTE-REV(AR)
                   MOVE H-NOME TO UTENTE-REV(AR)
                   MOVE H-NOME TO NOME-REV(AR)
                   MOVE H-COGNOME TO COGNOME-REV(AR)
                   MOVE H-EMAIL TO EMAIL-REV(AR)
      *STESSA NORMALIZZAZIONE DEL RUOLO FATTA DAL LOGIN
                   IF H-RUOLO = "A" OR H-RUOLO = "L" THEN
                       MOVE H-RUOLO TO RUOLO-REV(AR)
                   ELSE
                       MOVE "O" TO RUOLO-REV(AR)
                   END-IF
                   IF H-PASSWORD = MARCA-DISABILITATO THEN
                       MOVE "D" TO STATO-REV(AR)
                   ELSE
                       MOVE "A" TO STATO-REV(AR)
                   END-IF
                   MOVE 0 TO OPERATORE-REV(AR)
                   MOVE SPACES TO ULTIMO-LOGIN-REV(AR)
                   MOVE 0 TO GIORNI-REV(AR)
                   MOVE "N" TO DORMIENTE-REV(AR)
                   MOVE "N" TO RUOLI-DIVERSI-REV(AR)
                   MOVE "N" TO ADMIN-ECCEDENTE-REV(AR)
               END-IF
           END-PERFORM.

           IF SQLCODE NOT = 100 THEN
               DISPLAY "ERRORE IN FETCH DEL CURSORE - SQLCODE "
                       SQLCODE
           END-IF.

           EXEC SQL
               CLOSE CURREV
           END-EXEC.

      *------------------------------------ FUNCTION AF ----------------
      *ULTIMO LOGIN RIUSCITO DI OGNI ACCOUNT: SI SCORRE TUTTO IL
      *GIORNALE DI SICUREZZA TENENDO IL MOMENTO PIU' RECENTE CON
      *ESITO "OK" SUL FLUSSO DELLA FONTE DELL'ACCOUNT
       CERCA-ULTIMI-LOGIN.

           OPEN INPUT SICUREZZA-FILE.
           IF FS-SICUREZZA NOT = "00" THEN
               DISPLAY "NESSUN GIORNALE DI SICUREZZA PRESENTE: "
                       "NESSUN LOGIN REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-SICUREZZA = "10"
               READ SICUREZZA-FILE
                   AT END
                       MOVE "10" TO FS-SICUREZZA
                   NOT AT END
                       IF EVENTO-SICUREZZA-REC = "OK" THEN
                           PERFORM ANNOTA-LOGIN-RIUSCITO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SICUREZZA-FILE.

      *------------------------------------ FUNCTION AG ----------------
       ANNOTA-LOGIN-RIUSCITO.

           PERFORM VARYING AR FROM 1 BY 1 UNTIL AR > ACCOUNT-COUNT
               IF FONTE-REV(AR) = FLUSSO-SICUREZZA AND
                  UTENTE-REV(AR) = UTENTE-SICUREZZA-REC AND
                  MOMENTO-SICUREZZA > ULTIMO-LOGIN-REV(AR) THEN
                   MOVE MOMENTO-SICUREZZA TO ULTIMO-LOGIN-REV(AR)
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION AH ----------------
      *SEGNALAZIONI: DORMIENTE (ATTIVO E SENZA LOGIN DA PIU' DI N
      *GIORNI, O MAI ENTRATO), STESSA PERSONA CON RUOLI DIVERSI NELLE
      *DUE LISTE, AMMINISTRATORI ATTIVI OLTRE IL MASSIMO
       VALUTA-ACCOUNT.

           MOVE 0 TO AMMINISTRATORI-ATTIVI.
           MOVE 0 TO DORMIENTI-COUNT.
           MOVE 0 TO RUOLI-DIVERSI-COUNT.

           PERFORM VARYING AR FROM 1 BY 1 UNTIL AR > ACCOUNT-COUNT
               IF ULTIMO-LOGIN-REV(AR) NOT = SPACES THEN
                   MOVE ULTIMO-LOGIN-REV(AR)(1:8) TO DATE-LOGIN
                   COMPUTE GIORNI-REV(AR) =
                       FUNCTION INTEGER-OF-DATE(DATE-NOW) -
                       FUNCTION INTEGER-OF-DATE(DATE-LOGIN)
               END-IF
      *CHI STA FIRMANDO LA REVISIONE NON E' MAI DORMIENTE
               IF STATO-REV(AR) = "A" THEN
                   IF NOT (FONTE-REV(AR) = "MENU" AND
                           UTENTE-REV(AR) = OPERATORE-FIRMA) THEN
                       IF ULTIMO-LOGIN-REV(AR) = SPACES OR
                          GIORNI-REV(AR) > GIORNI-DORMIENZA THEN
                           MOVE "S" TO DORMIENTE-REV(AR)
                           ADD 1 TO DORMIENTI-COUNT
                       END-IF
                   END-IF
                   IF RUOLO-REV(AR) = "A" THEN
                       ADD 1 TO AMMINISTRATORI-ATTIVI
                   END-IF
               END-IF
               IF FONTE-REV(AR) = "MENU" THEN
                   PERFORM CONFRONTA-RUOLI-PERSONA
               END-IF
           END-PERFORM.

      *OLTRE IL MASSIMO SI SEGNALANO TUTTI GLI AMMINISTRATORI
      *ATTIVI: CHI TOGLIERE LO DECIDE CHI FIRMA LA REVISIONE
           IF AMMINISTRATORI-ATTIVI > MAX-AMMINISTRATORI THEN
               PERFORM VARYING AR FROM 1 BY 1 UNTIL AR > ACCOUNT-COUNT
                   IF STATO-REV(AR) = "A" AND RUOLO-REV(AR) = "A"
                       THEN
                       MOVE "S" TO ADMIN-ECCEDENTE-REV(AR)
                   END-IF
               END-PERFORM
           END-IF.

      *------------------------------------ FUNCTION AI ----------------
      *LA STESSA PERSONA (NOME E COGNOME) CON UN ACCOUNT IN
      *ENTRAMBE LE LISTE E RUOLI DIVERSI: SI SEGNALANO TUTTE E DUE
      *LE RIGHE
       CONFRONTA-RUOLI-PERSONA.

           MOVE SPACES TO NOME-CONFRONTO-1.
           STRING NOME-REV(AR) DELIMITED BY SIZE
                  COGNOME-REV(AR) DELIMITED BY SIZE
                  INTO NOME-CONFRONTO-1.
           MOVE FUNCTION UPPER-CASE(NOME-CONFRONTO-1)
               TO NOME-CONFRONTO-1.

           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF FONTE-REV(AX) = "ES26" THEN
                   MOVE SPACES TO NOME-CONFRONTO-2
                   STRING NOME-REV(AX) DELIMITED BY SIZE
                          COGNOME-REV(AX) DELIMITED BY SIZE
                          INTO NOME-CONFRONTO-2
                   MOVE FUNCTION UPPER-CASE(NOME-CONFRONTO-2)
                       TO NOME-CONFRONTO-2
                   IF NOME-CONFRONTO-1 = NOME-CONFRONTO-2 AND
                      RUOLO-REV(AR) NOT = RUOLO-REV(AX) THEN
                       IF RUOLI-DIVERSI-REV(AR) = "N" THEN
                           ADD 1 TO RUOLI-DIVERSI-COUNT
                       END-IF
                       MOVE "S" TO RUOLI-DIVERSI-REV(AR)
                       MOVE "S" TO RUOLI-DIVERSI-REV(AX)
                   END-IF
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION AJ ----------------
      *TABULATO DI REVISIONE NELLO SPOOL: UNA RIGA PER ACCOUNT, IL
      *RIEPILOGO DELLE SEGNALAZIONI, L'ESITO DELLA DISABILITAZIONE
      *E IL RIQUADRO PER LA FIRMA
       STAMPA-REVISIONE.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "REVACCES.TXT" TO RW-NOME-FILE.
           MOVE "REVISIONE PERIODICA DEGLI ACCESSI" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "FONT UTENTE               "
                  "NOMINATIVO                     "
                  "R  S  ULTIMO LOG GIORNI SEGNALAZIONI"
                  DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL TABULATO DI REVISIONE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING AR FROM 1 BY 1 UNTIL AR > ACCOUNT-COUNT
               PERFORM STAMPA-RIGA-ACCOUNT
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           STRING "LEGENDA: R = RUOLO (A/O/L), S = STATO (A ATTIVO, "
                  "D DISABILITATO)"
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           MOVE GIORNI-DORMIENZA TO CONTATORE-EDIT.
           STRING "DORM = NESSUN LOGIN DA OLTRE " CONTATORE-EDIT
                  " GIORNI; RUOLI = RUOLI DIVERSI NELLE DUE LISTE; "
                  "ADM = AMMINISTRATORI OLTRE IL MASSIMO"
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           IF UTENTI-DISPONIBILI NOT = "S" THEN
               MOVE SPACES TO RW-RIGA
               STRING "ATTENZIONE: TABELLA UTENTI NON DISPONIBILE, "
                      "REVISIONE DEI SOLI OPERATORI DEL MENU"
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-TABULATO
           END-IF.

           MOVE SPACES TO RW-RIGA.
           MOVE ACCOUNT-COUNT TO CONTATORE-EDIT.
           STRING "ACCOUNT IN REVISIONE: " CONTATORE-EDIT
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           MOVE DORMIENTI-COUNT TO CONTATORE-EDIT.
           STRING "ACCOUNT DORMIENTI: " CONTATORE-EDIT
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           MOVE RUOLI-DIVERSI-COUNT TO CONTATORE-EDIT.
           STRING "PERSONE CON RUOLI DIVERSI NELLE DUE LISTE: "
                  CONTATORE-EDIT
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           MOVE AMMINISTRATORI-ATTIVI TO CONTATORE-EDIT.
           STRING "AMMINISTRATORI ATTIVI: " CONTATORE-EDIT
                  " (MASSIMO CONSENTITO " MAX-AMMINISTRATORI ")"
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.

      *LA DISABILITAZIONE SI FA SOLO SU CONFERMA ESPLICITA, DOPO
      *AVER VISTO IL TABULATO
           MOVE 0 TO DISABILITATI-COUNT.
           MOVE "N" TO RISPOSTA-CONFERMA.
           IF DORMIENTI-COUNT > 0 THEN
               DISPLAY "DISABILITARE ORA I " DORMIENTI-COUNT
                       " ACCOUNT DORMIENTI? (S/N): "
               ACCEPT RISPOSTA-CONFERMA
           END-IF.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           IF RISPOSTA-CONFERMA = "S" OR RISPOSTA-CONFERMA = "s" THEN
               PERFORM DISABILITA-DORMIENTI
               MOVE SPACES TO RW-RIGA
               MOVE DISABILITATI-COUNT TO CONTATORE-EDIT
               STRING "ESITO: " CONTATORE-EDIT
                      " ACCOUNT DORMIENTI DISABILITATI"
                      DELIMITED BY SIZE INTO RW-RIGA
               PERFORM SCRIVI-RIGA-TABULATO
           ELSE
               MOVE "ESITO: NESSUNA DISABILITAZIONE ESEGUITA"
                   TO RW-RIGA
               PERFORM SCRIVI-RIGA-TABULATO
           END-IF.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           STRING "REVISIONE ESEGUITA DA " OPERATORE-FIRMA
                  " IL " DATE-NOW(7:2) "/" DATE-NOW(5:2) "/"
                  DATE-NOW(1:4)
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.
           MOVE "FIRMA DEL RESPONSABILE: ______________________"
               TO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "TABULATO DI REVISIONE NELLO SPOOL: REVACCES.TXT".

      *------------------------------------ FUNCTION AK ----------------
       STAMPA-RIGA-ACCOUNT.

           MOVE FONTE-REV(AR) TO FONTE-RIGA.
           MOVE UTENTE-REV(AR) TO UTENTE-RIGA.
           MOVE SPACES TO NOMINATIVO-RIGA.
           STRING NOME-REV(AR) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  COGNOME-REV(AR) DELIMITED BY "  "
                  INTO NOMINATIVO-RIGA.
           MOVE RUOLO-REV(AR) TO RUOLO-RIGA.
           MOVE STATO-REV(AR) TO STATO-RIGA.
           IF ULTIMO-LOGIN-REV(AR) = SPACES THEN
               MOVE "MAI" TO ULTIMO-LOGIN-RIGA
               MOVE SPACES TO GIORNI-RIGA
           ELSE
               MOVE SPACES TO ULTIMO-LOGIN-RIGA
               STRING ULTIMO-LOGIN-REV(AR)(7:2) "/"
                      ULTIMO-LOGIN-REV(AR)(5:2) "/"
                      ULTIMO-LOGIN-REV(AR)(1:4)
                      DELIMITED BY SIZE INTO ULTIMO-LOGIN-RIGA
               MOVE GIORNI-REV(AR) TO GIORNI-EDIT
               MOVE GIORNI-EDIT TO GIORNI-RIGA
           END-IF.
           MOVE SPACES TO SEGNALAZIONI-RIGA.
           STRING DORMIENTE-REV(AR) RUOLI-DIVERSI-REV(AR)
                  ADMIN-ECCEDENTE-REV(AR)
                  DELIMITED BY SIZE INTO SEGNALAZIONI-RIGA.
           EVALUATE SEGNALAZIONI-RIGA(1:3)
               WHEN "NNN"
                   MOVE SPACES TO SEGNALAZIONI-RIGA
               WHEN "SNN"
                   MOVE "DORM" TO SEGNALAZIONI-RIGA
               WHEN "NSN"
                   MOVE "RUOLI" TO SEGNALAZIONI-RIGA
               WHEN "NNS"
                   MOVE "ADM" TO SEGNALAZIONI-RIGA
               WHEN "SSN"
                   MOVE "DORM RUOLI" TO SEGNALAZIONI-RIGA
               WHEN "SNS"
                   MOVE "DORM ADM" TO SEGNALAZIONI-RIGA
               WHEN "NSS"
                   MOVE "RUOLI ADM" TO SEGNALAZIONI-RIGA
               WHEN OTHER
                   MOVE "DORM RUOLI ADM" TO SEGNALAZIONI-RIGA
           END-EVALUATE.

           MOVE RIGA-REVISIONE TO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.

      *------------------------------------ FUNCTION AL ----------------
       SCRIVI-RIGA-TABULATO.

           DISPLAY RW-RIGA.
           MOVE "R" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION AM ----------------
      *DISABILITA I DORMIENTI: GLI OPERATORI PASSANO A STATO "D" E
      *OPERATORI.DAT SI RISCRIVE UNA VOLTA SOLA, GLI UTENTI DEL
      *MODULO DI LOGIN RICEVONO IL MARCATORE AL POSTO DELL'HASH.
      *OGNI CAMBIO RIUSCITO LASCIA UNA RIGA NEL GIORNALE DI SICUREZZA
       DISABILITA-DORMIENTI.

           MOVE "N" TO OPERATORI-MODIFICATI.

           PERFORM VARYING AR FROM 1 BY 1 UNTIL AR > ACCOUNT-COUNT
               IF DORMIENTE-REV(AR) = "S" THEN
                   IF FONTE-REV(AR) = "MENU" THEN
                       SET OP TO OPERATORE-REV(AR)
                       MOVE "D" TO STATO-OP(OP)
                       MOVE "D" TO STATO-REV(AR)
                       MOVE "S" TO OPERATORI-MODIFICATI
                   ELSE
                       PERFORM DISABILITA-UTENTE
                   END-IF
               END-IF
           END-PERFORM.

      *IL GIORNALE DEGLI OPERATORI SI SCRIVE SOLO A FILE RISCRITTO
           IF OPERATORI-MODIFICATI = "S" THEN
               PERFORM SALVA-OPERATORI
               IF FS-OPERATORI = "00" THEN
                   PERFORM VARYING AR FROM 1 BY 1
                           UNTIL AR > ACCOUNT-COUNT
                       IF DORMIENTE-REV(AR) = "S" AND
                          FONTE-REV(AR) = "MENU" THEN
                           PERFORM REGISTRA-DISABILITAZIONE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *------------------------------------ FUNCTION AN ----------------
       DISABILITA-UTENTE.

           MOVE EMAIL-REV(AR) TO H-EMAIL.
           MOVE MARCA-DISABILITATO TO H-PASSWORD.
           EXEC SQL
               UPDATE UTENTI SET
                   PASSWORD = :H-PASSWORD
               WHERE EMAIL = :H-EMAIL
           END-EXEC.
           IF SQLCODE < 0 OR SQLCODE = 100 THEN
               DISPLAY "DISABILITAZIONE NON RIUSCITA PER "
                       UTENTE-REV(AR) " - SQLCODE " SQLCODE
           ELSE
               MOVE "D" TO STATO-REV(AR)
               PERFORM REGISTRA-DISABILITAZIONE
           END-IF.

      *------------------------------------ FUNCTION AO ----------------
       REGISTRA-DISABILITAZIONE.

           ADD 1 TO DISABILITATI-COUNT.
           MOVE SPACES TO RW-RIGA.
           STRING "DISABILITATO " FONTE-REV(AR) " "
                  UTENTE-REV(AR)
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-TABULATO.

           MOVE UTENTE-REV(AR) TO UTENTE-SICUREZZA.
           MOVE "DISABILITATO" TO EVENTO-SICUREZZA.
           PERFORM SCRIVI-GIORNALE-SICUREZZA.

      *------------------------------------ FUNCTION AP ----------------
      *RISCRIVE OPERATORI.DAT DALLA TABELLA IN MEMORIA
       SALVA-OPERATORI.

           OPEN OUTPUT OPERATORI-FILE.
           IF FS-OPERATORI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE OPERATORI.DAT - STATO "
                       FS-OPERATORI
           ELSE
               PERFORM VARYING OP FROM 1 BY 1
                       UNTIL OP > NUM-OPERATORI
                   MOVE OPERATORE(OP) TO OPERATORE-REC
                   WRITE OPERATORE-REC
               END-PERFORM
               CLOSE OPERATORI-FILE
           END-IF.

      *------------------------------------ FUNCTION AQ ----------------
      *ACCODA AL GIORNALE DI SICUREZZA IL CAMBIO APPENA FATTO; IL
      *FLUSSO "REVACC" LO DISTINGUE DAI TENTATIVI DI ACCESSO
       SCRIVI-GIORNALE-SICUREZZA.

           OPEN EXTEND SICUREZZA-FILE.
           IF FS-SICUREZZA = "35" THEN
               OPEN OUTPUT SICUREZZA-FILE
           END-IF.
           IF FS-SICUREZZA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE SECJRNL.DAT - STATO "
                       FS-SICUREZZA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO MOMENTO-SICUREZZA
               MOVE "REVACC" TO FLUSSO-SICUREZZA
               MOVE UTENTE-SICUREZZA TO UTENTE-SICUREZZA-REC
               MOVE EVENTO-SICUREZZA TO EVENTO-SICUREZZA-REC
               WRITE SICUREZZA-REC
               CLOSE SICUREZZA-FILE
           END-IF.
