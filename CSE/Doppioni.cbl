      ******************************************************************
      * DOPPIONI DI PERSONA: LA STESSA PERSONA REGISTRATA DUE VOLTE
      * CON GRAFIE DIVERSE ("D'ANGELO" E "DANGELO", CON E SENZA
      * ACCENTI, NOME E COGNOME SCAMBIATI). CONFRONTA CON IL SERVIZIO
      * NOMESRV GLI STUDENTI DI ANAGRAFE.DAT TRA LORO, I LETTORI DI
      * LETTORI.DAT TRA LORO E GLI STUDENTI CON I LETTORI, E STAMPA
      * NELLO SPOOL (DOPPIONI.TXT) LE COPPIE CANDIDATE CON PUNTEGGIO
      * E MOTIVO. UN LETTORE GIA' COLLEGATO ALLA MATRICOLA DELLO
      * STUDENTE NON E' UN DOPPIONE E NON SI SEGNALA.
      * I DOPPIONI CONFERMATI DEI LETTORI SI FONDONO DALLA GESTIONE
      * LETTORI DELLA BIBLIOTECA, CHE SPOSTA PRESTITI E MULTE SUL
      * CODICE CHE RESTA; QUELLI DEI CLIENTI SI CERCANO E SI FONDONO
      * DAL MAGAZZINO.
      * LANCIABILE DAL MENU O DALLO SCRIPT DEL TURNO NOTTURNO (CON
      * PARAMETRO DI PASSO "STAMPA" SOLO IL REPORT, SENZA VIDEO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOPPIONI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ANA
               FILE STATUS IS FS-ANAGRAFE.

           SELECT LETTORI-FILE ASSIGN TO "LETTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-LETTORE
               FILE STATUS IS FS-LETTORI.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-REC.
           05 MATRICOLA-ANA PIC 9(6).
           05 NOME-ANA PIC A(20).
           05 COGNOME-ANA PIC A(20).
           05 CLASSE-ANA PIC X(10).

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

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

      *SOGLIE DI SEGNALAZIONE: PUNTEGGIO DI SOMIGLIANZA DA CUI UNA
      *COPPIA E' CANDIDATA, E PUNTEGGIO PIU' BASSO ACCETTATO QUANDO I
      *DUE NOMI HANNO ANCHE LO STESSO CODICE FONETICO
       01 SOGLIA-SOMIGLIANZA PIC 9(3) VALUE 85.
       01 SOGLIA-FONETICA PIC 9(3) VALUE 70.

      *PERSONE DEI DUE ARCHIVI CON LE CHIAVI GIA' CALCOLATE
       01 PERSONE-TAB.
           05 PERSONA OCCURS 2000 TIMES INDEXED BY PA PB.
      *"ANA" = STUDENTE DI ANAGRAFE.DAT, "LET" = LETTORE
               10 ORIGINE-PERSONA PIC X(3).
               10 CODICE-PERSONA PIC 9(6).
               10 NOME-PERSONA PIC X(40).
               10 CHIAVE-PERSONA PIC X(40).
               10 FONETICA-PERSONA PIC X(8).
      *MATRICOLA DELLO STUDENTE (PER I LETTORI QUELLA COLLEGATA,
      *0 = NESSUNA)
               10 MATRICOLA-PERSONA PIC 9(6).
       01 PERSONE-CARICATE PIC 9(4).
       01 PERSONE-MAX PIC 9(4) VALUE 2000.
       01 PERSONE-ESCLUSE PIC 9(5).
       01 PERSONA-AGGIUNTA PIC X(1).

      *FILE STATUS
       01 FS-ANAGRAFE PIC X(2).
       01 FS-LETTORI PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-SESSIONE PIC X(2).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-DOPPIONI PIC 9(1).
       01 OPERATORE-FIRMA PIC X(20).
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 NOME-COMPOSTO PIC X(40).
       01 COPPIA-CANDIDATA PIC X(1).
       01 MOTIVO-COPPIA PIC X(16).
       01 COPPIE-CONFRONTATE PIC 9(9).
       01 COPPIE-SEGNALATE PIC 9(5).
       01 COPPIE-ANAGRAFE PIC 9(5).
       01 COPPIE-LETTORI PIC 9(5).
       01 COPPIE-MISTE PIC 9(5).
       01 PUNTEGGIO-EDIT PIC ZZ9.

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

      *DALLO SCRIPT NOTTURNO SI FA SOLO IL REPORT
           PERFORM LEGGI-PARAMETRO-PASSO.
           IF PARAMETRO-PASSO-LETTO(1:6) = "STAMPA" THEN
               MOVE "NOTTURNO" TO OPERATORE-FIRMA
               PERFORM REPORT-DOPPIONI
               GOBACK
           END-IF.

           MOVE 0 TO SCELTA-DOPPIONI.
           PERFORM UNTIL SCELTA-DOPPIONI = 9
               DISPLAY "=== DOPPIONI DI PERSONA ==="
               DISPLAY "1 REPORT DEI DOPPIONI  2 CONFRONTA DUE NOMI  "
                       "9 FINE"
               ACCEPT SCELTA-DOPPIONI

               EVALUATE SCELTA-DOPPIONI
                   WHEN 1
                       PERFORM REPORT-DOPPIONI
                   WHEN 2
                       PERFORM CONFRONTA-DUE-NOMI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-DOPPIONI
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
       LEGGI-PARAMETRO-PASSO.

           MOVE SPACES TO PARAMETRO-PASSO-LETTO.
           OPEN INPUT PARAMETRO-PASSO-FILE.
           IF FS-PARAMETRO-PASSO = "00" THEN
               READ PARAMETRO-PASSO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARAMETRO-PASSO-REC
                           TO PARAMETRO-PASSO-LETTO
               END-READ
               CLOSE PARAMETRO-PASSO-FILE
           END-IF.

      *---------------------------- FUNCTION AB ------------------------
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

      *---------------------------- FUNCTION AC ------------------------
      *PROVA DEL SERVIZIO SU DUE NOMI BATTUTI A MANO
       CONFRONTA-DUE-NOMI.

           MOVE "C" TO NOMESRV-FUNZIONE.
           DISPLAY "PRIMO NOME: ".
           MOVE SPACES TO NOMESRV-NOME1.
           ACCEPT NOMESRV-NOME1.
           DISPLAY "SECONDO NOME: ".
           MOVE SPACES TO NOMESRV-NOME2.
           ACCEPT NOMESRV-NOME2.
           CALL "NOMESRV" USING NOMESRV-AREA.

           DISPLAY "CHIAVI:     " NOMESRV-CHIAVE1 " / "
                   NOMESRV-CHIAVE2.
           DISPLAY "FONETICHE:  " NOMESRV-FONETICA1 " / "
                   NOMESRV-FONETICA2.
           DISPLAY "PUNTEGGIO:  " NOMESRV-PUNTEGGIO.
           PERFORM VALUTA-COPPIA.
           IF COPPIA-CANDIDATA = "S" THEN
               DISPLAY "POSSIBILE DOPPIONE: " MOTIVO-COPPIA
           ELSE
               DISPLAY "PERSONE DIVERSE"
           END-IF.

      *---------------------------- FUNCTION AD ------------------------
      *LE COPPIE CANDIDATE DEI DUE ARCHIVI, NELLO SPOOL
       REPORT-DOPPIONI.

           MOVE 0 TO PERSONE-CARICATE.
           MOVE 0 TO PERSONE-ESCLUSE.
           PERFORM CARICA-STUDENTI.
           PERFORM CARICA-LETTORI.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "DOPPIONI.TXT" TO RW-NOME-FILE.
           MOVE "DOPPIONI DI PERSONA IN ANAGRAFE E TRA I LETTORI"
               TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ARCH. CODICE NOME                         "
                  "ARCH. CODICE NOME                         "
                  "PUNTI MOTIVO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE DOPPIONI.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO COPPIE-CONFRONTATE.
           MOVE 0 TO COPPIE-SEGNALATE.
           MOVE 0 TO COPPIE-ANAGRAFE.
           MOVE 0 TO COPPIE-LETTORI.
           MOVE 0 TO COPPIE-MISTE.

           PERFORM VARYING PA FROM 1 BY 1 UNTIL PA > PERSONE-CARICATE
               SET PB TO PA
               SET PB UP BY 1
               PERFORM UNTIL PB > PERSONE-CARICATE
                   PERFORM ESAMINA-COPPIA
                   SET PB UP BY 1
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           MOVE "R" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "PERSONE ESAMINATE: " PERSONE-CARICATE
                  "  COPPIE CONFRONTATE: " COPPIE-CONFRONTATE
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "CANDIDATI: IN ANAGRAFE " COPPIE-ANAGRAFE
                  "  TRA I LETTORI " COPPIE-LETTORI
                  "  STUDENTE/LETTORE " COPPIE-MISTE
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF PERSONE-ESCLUSE > 0 THEN
               MOVE SPACES TO RW-RIGA
               STRING "ATTENZIONE: " PERSONE-ESCLUSE
                      " PERSONE OLTRE IL LIMITE DI " PERSONE-MAX
                      " NON ESAMINATE"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "COPPIE CANDIDATE: " COPPIE-SEGNALATE
                   " - REPORT SU DOPPIONI.TXT".

      *---------------------------- FUNCTION AE ------------------------
      *STUDENTI: IL NOME SI CONFRONTA COME "COGNOME NOME"
       CARICA-STUDENTI.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE NOT = "00" THEN
               DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - STATO "
                       FS-ANAGRAFE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-ANAGRAFE NOT = "00"
               READ ANAGRAFE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ANAGRAFE
                   NOT AT END
                       MOVE SPACES TO NOME-COMPOSTO
                       STRING COGNOME-ANA DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              NOME-ANA DELIMITED BY "  "
                           INTO NOME-COMPOSTO
                       PERFORM AGGIUNGI-PERSONA
                       IF PERSONA-AGGIUNTA = "S" THEN
                           MOVE "ANA" TO ORIGINE-PERSONA(PA)
                           MOVE MATRICOLA-ANA TO CODICE-PERSONA(PA)
                           MOVE MATRICOLA-ANA TO MATRICOLA-PERSONA(PA)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ANAGRAFE-FILE.

      *---------------------------- FUNCTION AF ------------------------
       CARICA-LETTORI.

           OPEN INPUT LETTORI-FILE.
           IF FS-LETTORI NOT = "00" THEN
               DISPLAY "LETTORI.DAT NON DISPONIBILE - STATO "
                       FS-LETTORI
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-LETTORI NOT = "00"
               READ LETTORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LETTORI
                   NOT AT END
                       MOVE NOME-LETTORE TO NOME-COMPOSTO
                       PERFORM AGGIUNGI-PERSONA
                       IF PERSONA-AGGIUNTA = "S" THEN
                           MOVE "LET" TO ORIGINE-PERSONA(PA)
                           MOVE CODICE-LETTORE TO CODICE-PERSONA(PA)
                           MOVE MATRICOLA-LETTORE
                               TO MATRICOLA-PERSONA(PA)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LETTORI-FILE.

      *---------------------------- FUNCTION AG ------------------------
      *NUOVA RIGA IN TABELLA CON LE CHIAVI DI NOME-COMPOSTO; PA
      *PUNTA ALLA RIGA, CON ORIGINE E CODICE DA COMPLETARE. OLTRE IL
      *LIMITE LA PERSONA SI CONTA TRA LE ESCLUSE
       AGGIUNGI-PERSONA.

           MOVE "N" TO PERSONA-AGGIUNTA.
           IF PERSONE-CARICATE >= PERSONE-MAX THEN
               ADD 1 TO PERSONE-ESCLUSE
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO PERSONA-AGGIUNTA.
           ADD 1 TO PERSONE-CARICATE.
           SET PA TO PERSONE-CARICATE.
           MOVE NOME-COMPOSTO TO NOME-PERSONA(PA).
           MOVE 0 TO CODICE-PERSONA(PA).
           MOVE 0 TO MATRICOLA-PERSONA(PA).

           MOVE "K" TO NOMESRV-FUNZIONE.
           MOVE NOME-COMPOSTO TO NOMESRV-NOME1.
           CALL "NOMESRV" USING NOMESRV-AREA.
           MOVE NOMESRV-CHIAVE1 TO CHIAVE-PERSONA(PA).
           MOVE NOMESRV-FONETICA1 TO FONETICA-PERSONA(PA).

      *---------------------------- FUNCTION AH ------------------------
      *UNA COPPIA: IL CONFRONTO COMPLETO SI FA SOLO SE LE CHIAVI O I
      *CODICI FONETICI PARTONO CON LA STESSA LETTERA, ALTRIMENTI I
      *NOMI SONO TROPPO LONTANI PER ESSERE LA STESSA PERSONA
       ESAMINA-COPPIA.

      *IL LETTORE COLLEGATO ALLA MATRICOLA DELLO STUDENTE E' LA
      *STESSA PERSONA REGISTRATA COME SI DEVE
           IF ORIGINE-PERSONA(PA) NOT = ORIGINE-PERSONA(PB) AND
              MATRICOLA-PERSONA(PA) = MATRICOLA-PERSONA(PB) THEN
               EXIT PARAGRAPH
           END-IF.

      *DUE TESSERE SULLA STESSA MATRICOLA SONO DOPPIONI SICURI
           IF ORIGINE-PERSONA(PA) = "LET" AND
              ORIGINE-PERSONA(PB) = "LET" AND
              MATRICOLA-PERSONA(PA) NOT = 0 AND
              MATRICOLA-PERSONA(PA) = MATRICOLA-PERSONA(PB) THEN
               MOVE "C" TO NOMESRV-FUNZIONE
               MOVE NOME-PERSONA(PA) TO NOMESRV-NOME1
               MOVE NOME-PERSONA(PB) TO NOMESRV-NOME2
               CALL "NOMESRV" USING NOMESRV-AREA
               MOVE "STESSA MATRICOLA" TO MOTIVO-COPPIA
               PERFORM SCRIVI-COPPIA
               EXIT PARAGRAPH
           END-IF.

           IF CHIAVE-PERSONA(PA)(1:1) NOT = CHIAVE-PERSONA(PB)(1:1)
              AND FONETICA-PERSONA(PA)(1:1) NOT =
                  FONETICA-PERSONA(PB)(1:1) THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO COPPIE-CONFRONTATE.
           MOVE "C" TO NOMESRV-FUNZIONE.
           MOVE NOME-PERSONA(PA) TO NOMESRV-NOME1.
           MOVE NOME-PERSONA(PB) TO NOMESRV-NOME2.
           CALL "NOMESRV" USING NOMESRV-AREA.
           IF NOMESRV-ESITO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALUTA-COPPIA.
           IF COPPIA-CANDIDATA = "S" THEN
               PERFORM SCRIVI-COPPIA
           END-IF.

      *---------------------------- FUNCTION AI ------------------------
      *REGOLE DI SEGNALAZIONE SUL RISULTATO DEL SERVIZIO
       VALUTA-COPPIA.

           MOVE "N" TO COPPIA-CANDIDATA.
           MOVE SPACES TO MOTIVO-COPPIA.
           IF NOMESRV-ESITO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN NOMESRV-PUNTEGGIO = 100
                   MOVE "S" TO COPPIA-CANDIDATA
                   MOVE "NOME UGUALE" TO MOTIVO-COPPIA
               WHEN NOMESRV-PUNTEGGIO >= SOGLIA-SOMIGLIANZA
                   MOVE "S" TO COPPIA-CANDIDATA
                   MOVE "NOME SIMILE" TO MOTIVO-COPPIA
               WHEN NOMESRV-FONETICA1 = NOMESRV-FONETICA2 AND
                    NOMESRV-PUNTEGGIO >= SOGLIA-FONETICA
                   MOVE "S" TO COPPIA-CANDIDATA
                   MOVE "STESSO SUONO" TO MOTIVO-COPPIA
           END-EVALUATE.

      *---------------------------- FUNCTION AJ ------------------------
       SCRIVI-COPPIA.

           ADD 1 TO COPPIE-SEGNALATE.
           EVALUATE TRUE
               WHEN ORIGINE-PERSONA(PA) = "ANA" AND
                    ORIGINE-PERSONA(PB) = "ANA"
                   ADD 1 TO COPPIE-ANAGRAFE
               WHEN ORIGINE-PERSONA(PA) = "LET" AND
                    ORIGINE-PERSONA(PB) = "LET"
                   ADD 1 TO COPPIE-LETTORI
               WHEN OTHER
                   ADD 1 TO COPPIE-MISTE
           END-EVALUATE.

           MOVE NOMESRV-PUNTEGGIO TO PUNTEGGIO-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING ORIGINE-PERSONA(PA) "   " CODICE-PERSONA(PA) " "
                  NOME-PERSONA(PA)(1:28) " "
                  ORIGINE-PERSONA(PB) "   " CODICE-PERSONA(PB) " "
                  NOME-PERSONA(PB)(1:28) " "
                  PUNTEGGIO-EDIT "   " MOTIVO-COPPIA
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
