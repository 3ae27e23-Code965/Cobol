      ******************************************************************
      * SERVIZIO TABELLE DEI CODICI RICHIAMABILE DA TUTTA LA SUITE:
      * LE LISTE DI CODICI CHE ERANO SCRITTE NEI PROGRAMMI (MATERIE,
      * TIPI DI MOVIMENTO, MOTIVI DI SCARTO, STATI DELLE COPIE...)
      * STANNO IN CODETAB.DAT, MANUTENUTO DAL MODULO CODETAB, E SI
      * DECODIFICANO DA QUI. RICERCA E RICERCA INVERSA SULLO SCHEMA
      * DI LOOKUP / REVERSE-LOOKUP DELL'ESERCIZIO SUI VETTORI.
      *
      * AREA PARAMETRI (CODESRV-AREA):
      *   FUNZIONE "L" = RICERCA: DA TABELLA + CODICE LA DESCRIZIONE
      *            "R" = RICERCA INVERSA: DA TABELLA + DESCRIZIONE IL
      *                  PRIMO CODICE DOPO CODICE (SPAZI = DALL'INIZIO)
      *                  CON QUELLA DESCRIZIONE; RICHIAMANDO CON IL
      *                  CODICE RESTITUITO SI HANNO TUTTI GLI ALTRI
      *            "P" = PROSSIMO: IL PRIMO CODICE DELLA TABELLA DOPO
      *                  CODICE (SPAZI = DALL'INIZIO), CON LA SUA
      *                  DESCRIZIONE, PER SCORRERE TUTTA LA TABELLA
      *   DATA AAAAMMGG DI RIFERIMENTO PER LA VALIDITA' (0 = OGGI):
      *   "R" E "P" DANNO SOLO CODICI VALIDI ALLA DATA
      *   ESITO "S" = TROVATO E VALIDO ALLA DATA
      *         "V" = TROVATO MA NON VALIDO ALLA DATA (SOLO "L": LA
      *               DESCRIZIONE SI RESTITUISCE LO STESSO, PER
      *               DECODIFICARE I DATI STORICI)
      *         "N" = NON TROVATO (O TABELLA FINITA)
      *         "X" = CODETAB.DAT NON DISPONIBILE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODESRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODICI-FILE ASSIGN TO "CODETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CODICE-REC
               FILE STATUS IS FS-CODICI.

       DATA DIVISION.
       FILE SECTION.
      *STESSO TRACCIATO DEL MODULO CODETAB
       FD  CODICI-FILE.
       01  CODICE-REC.
           05 CHIAVE-CODICE-REC.
               10 TABELLA-CODICE-REC PIC X(8).
               10 VALORE-CODICE-REC PIC X(10).
           05 DESCRIZIONE-CODICE-REC PIC X(40).
           05 VALIDO-DAL-REC PIC 9(8).
           05 VALIDO-AL-REC PIC 9(8).
           05 MOMENTO-CODICE-REC PIC X(14).
           05 OPERATORE-CODICE-REC PIC X(20).

       WORKING-STORAGE SECTION.

       01 FS-CODICI PIC X(2).
       01 DATA-RIFERIMENTO PIC 9(8).
       01 CODICE-VALIDO PIC X(1).
       01 DESCRIZIONE-CERCATA PIC X(40).
       01 DESCRIZIONE-CONFRONTO PIC X(40).

       LINKAGE SECTION.
       01 CODESRV-AREA.
           05 CODESRV-FUNZIONE PIC X(1).
           05 CODESRV-TABELLA PIC X(8).
           05 CODESRV-CODICE PIC X(10).
           05 CODESRV-DESCRIZIONE PIC X(40).
           05 CODESRV-DATA PIC 9(8).
           05 CODESRV-ESITO PIC X(1).

       PROCEDURE DIVISION USING CODESRV-AREA.
       MAIN-PROCEDURE.

           MOVE "N" TO CODESRV-ESITO.

           IF CODESRV-DATA = 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-RIFERIMENTO
           ELSE
               MOVE CODESRV-DATA TO DATA-RIFERIMENTO
           END-IF.

           OPEN INPUT CODICI-FILE.
           IF FS-CODICI NOT = "00" THEN
               MOVE "X" TO CODESRV-ESITO
               GOBACK
           END-IF.

           EVALUATE CODESRV-FUNZIONE
               WHEN "L"
                   PERFORM RICERCA-CODICE
               WHEN "R"
                   PERFORM RICERCA-INVERSA
               WHEN "P"
                   PERFORM PROSSIMO-CODICE
           END-EVALUATE.

           CLOSE CODICI-FILE.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *RICERCA: DATO IL CODICE, LA DESCRIZIONE
       RICERCA-CODICE.

           MOVE CODESRV-TABELLA TO TABELLA-CODICE-REC.
           MOVE CODESRV-CODICE TO VALORE-CODICE-REC.
           READ CODICI-FILE
               INVALID KEY
                   MOVE SPACES TO CODESRV-DESCRIZIONE
               NOT INVALID KEY
                   MOVE DESCRIZIONE-CODICE-REC TO CODESRV-DESCRIZIONE
                   PERFORM VERIFICA-VALIDITA
                   IF CODICE-VALIDO = "S" THEN
                       MOVE "S" TO CODESRV-ESITO
                   ELSE
                       MOVE "V" TO CODESRV-ESITO
                   END-IF
           END-READ.

      *---------------------------- FUNCTION AB ------------------------
      *RICERCA INVERSA: DATA LA DESCRIZIONE, IL PRIMO CODICE VALIDO
      *DOPO QUELLO PASSATO CHE LA PORTA (SENZA BADARE A MAIUSCOLE)
       RICERCA-INVERSA.

           MOVE FUNCTION UPPER-CASE(CODESRV-DESCRIZIONE)
               TO DESCRIZIONE-CERCATA.

           PERFORM POSIZIONA-DOPO-CODICE.

           PERFORM UNTIL FS-CODICI NOT = "00"
               READ CODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CODICI
                   NOT AT END
                       IF TABELLA-CODICE-REC NOT = CODESRV-TABELLA
                           THEN
                           MOVE "10" TO FS-CODICI
                       ELSE
                           MOVE FUNCTION UPPER-CASE
                               (DESCRIZIONE-CODICE-REC)
                               TO DESCRIZIONE-CONFRONTO
                           PERFORM VERIFICA-VALIDITA
                           IF CODICE-VALIDO = "S" AND
                              DESCRIZIONE-CONFRONTO =
                              DESCRIZIONE-CERCATA THEN
                               MOVE VALORE-CODICE-REC
                                   TO CODESRV-CODICE
                               MOVE "S" TO CODESRV-ESITO
                               MOVE "10" TO FS-CODICI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------- FUNCTION AC ------------------------
      *PROSSIMO CODICE VALIDO DELLA TABELLA DOPO QUELLO PASSATO
       PROSSIMO-CODICE.

           PERFORM POSIZIONA-DOPO-CODICE.

           PERFORM UNTIL FS-CODICI NOT = "00"
               READ CODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CODICI
                   NOT AT END
                       IF TABELLA-CODICE-REC NOT = CODESRV-TABELLA
                           THEN
                           MOVE "10" TO FS-CODICI
                       ELSE
                           PERFORM VERIFICA-VALIDITA
                           IF CODICE-VALIDO = "S" THEN
                               MOVE VALORE-CODICE-REC
                                   TO CODESRV-CODICE
                               MOVE DESCRIZIONE-CODICE-REC
                                   TO CODESRV-DESCRIZIONE
                               MOVE "S" TO CODESRV-ESITO
                               MOVE "10" TO FS-CODICI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------- FUNCTION AD ------------------------
      *SI PARTE DAL PRIMO CODICE STRETTAMENTE SUCCESSIVO A QUELLO
      *PASSATO; CON CODICE A SPAZI DAL PRIMO DELLA TABELLA
       POSIZIONA-DOPO-CODICE.

           MOVE CODESRV-TABELLA TO TABELLA-CODICE-REC.
           MOVE CODESRV-CODICE TO VALORE-CODICE-REC.
           IF CODESRV-CODICE = SPACES THEN
               START CODICI-FILE
                   KEY IS NOT LESS THAN CHIAVE-CODICE-REC
                   INVALID KEY MOVE "10" TO FS-CODICI
               END-START
           ELSE
               START CODICI-FILE
                   KEY IS GREATER THAN CHIAVE-CODICE-REC
                   INVALID KEY MOVE "10" TO FS-CODICI
               END-START
           END-IF.

      *---------------------------- FUNCTION AE ------------------------
      *VALIDO DAL (0 = DA SEMPRE) AL (0 = SENZA SCADENZA) COMPRESI
       VERIFICA-VALIDITA.

           MOVE "S" TO CODICE-VALIDO.
           IF VALIDO-DAL-REC > DATA-RIFERIMENTO THEN
               MOVE "N" TO CODICE-VALIDO
           END-IF.
           IF VALIDO-AL-REC NOT = 0 AND
              VALIDO-AL-REC < DATA-RIFERIMENTO THEN
               MOVE "N" TO CODICE-VALIDO
           END-IF.
