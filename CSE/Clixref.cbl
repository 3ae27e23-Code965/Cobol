      ******************************************************************
      * PONTE CLIENTI MAGAZZINO / GESTIONALE: MANUTENZIONE DELLA
      * CORRISPONDENZA CLIXREF.DAT TRA IL CODICE CLIENTE DEL MAGAZZINO
      * (CLIENTI.DAT) E IL CUST-ID DEL GESTIONALE (CUSTOMERS.DAT E
      * TABELLA TESTPERSON CARICATI DA ESEMPIO).
      * - ELENCO DEI COLLEGAMENTI;
      * - COLLEGAMENTO A MANO DI UN CLIENTE GIA' PRESENTE DA TUTTE E
      *   DUE LE PARTI, CON IL NOME DEL GESTIONALE PRESO DALL'ULTIMO
      *   ESTRATTO DI TESTPERSON (CUSTEXT.DAT, SCRITTO DA ESEMPIO);
      * - ALLINEAMENTO: OGNI CLIENTE DEL MAGAZZINO PASSA DAL SERVIZIO
      *   CLIXSRV, CHE MANDA UNA "A" AI NON COLLEGATI E UNA "U" A CHI
      *   HA CAMBIATO RAGIONE SOCIALE NEL FILE SETTIMANALE;
      * - REPORT DEI CLIENTI NOTI A UNA PARTE SOLA (CLIPONTE.TXT),
      *   CON IL CANDIDATO PIU' SOMIGLIANTE DELL'ALTRA PARTE.
      * LANCIABILE DAL MENU O DALLO SCRIPT DEL TURNO NOTTURNO (CON
      * PARAMETRO DI PASSO "STAMPA" SOLO IL REPORT, SENZA VIDEO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "CLIXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLI-XREF
               FILE STATUS IS FS-XREF.

           SELECT CLIENTI-FILE ASSIGN TO "CLIENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLI-REC
               FILE STATUS IS FS-CLIENTI.

           SELECT ESTRATTO-FILE ASSIGN TO "CUSTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTRATTO.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
      *STESSO TRACCIATO DEL SERVIZIO CLIXSRV
       FD  XREF-FILE.
       01  XREF-REC.
           05 CODICE-CLI-XREF PIC 9(5).
           05 CUST-ID-XREF PIC 9(12).
           05 NOME-INVIATO-XREF PIC X(50).
           05 ORIGINE-XREF PIC X(1).
           05 DATA-XREF PIC 9(8).
           05 LOTTO-XREF PIC 9(6).

      *STESSO TRACCIATO DEL MAGAZZINO
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

      *ESTRATTO DI TESTPERSON, STESSO TRACCIATO DI ESEMPIO
       FD  ESTRATTO-FILE.
       01  ESTRATTO-REC.
           05 EST-ID PIC 9(12).
           05 EST-NAME PIC X(50).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

      *PUNTEGGIO DI SOMIGLIANZA DA CUI SI PROPONE UN CANDIDATO
       01 SOGLIA-CANDIDATO PIC 9(3) VALUE 85.

      *CLIENTI DEL GESTIONALE DALL'ULTIMO ESTRATTO
       01 ESTRATTO-TAB.
           05 CLIENTE-ESTRATTO OCCURS 2000 TIMES INDEXED BY EI.
               10 ID-ESTRATTO PIC 9(12).
               10 NOME-ESTRATTO PIC X(50).
               10 CHIAVE-ESTRATTO PIC X(40).
               10 FONETICA-ESTRATTO PIC X(8).
      *"S" = COLLEGATO A UN CLIENTE DEL MAGAZZINO
               10 USATO-ESTRATTO PIC X(1).
       01 ESTRATTI-CARICATI PIC 9(4).
       01 ESTRATTI-MAX PIC 9(4) VALUE 2000.
       01 ESTRATTI-ESCLUSI PIC 9(5).
       01 ESTRATTO-PRESENTE PIC X(1).

      *CLIENTI DEL MAGAZZINO SENZA CORRISPONDENTE NEL GESTIONALE
       01 SOLO-MAGAZZINO-TAB.
           05 CLIENTE-SOLO-MAG OCCURS 1000 TIMES INDEXED BY MI.
               10 CODICE-SOLO-MAG PIC 9(5).
               10 NOME-SOLO-MAG PIC X(40).
      *CUST-ID DEL COLLEGAMENTO (0 = MAI COLLEGATO)
               10 CUST-ID-SOLO-MAG PIC 9(12).
       01 SOLO-MAGAZZINO-CNT PIC 9(4).
       01 SOLO-MAGAZZINO-MAX PIC 9(4) VALUE 1000.

      *FILE STATUS
       01 FS-XREF PIC X(2).
       01 FS-CLIENTI PIC X(2).
       01 FS-ESTRATTO PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-SESSIONE PIC X(2).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-PONTE PIC 9(1).
       01 OPERATORE-FIRMA PIC X(20).
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 CODICE-RICHIESTO PIC 9(5).
       01 CUST-ID-RICHIESTO PIC 9(12).
       01 NOME-GESTIONALE PIC X(50).
       01 CONFERMA-PONTE PIC X(1).
       01 CLIENTE-TROVATO PIC X(1).
       01 XREF-TROVATO PIC X(1).
       01 XREF-APERTO PIC X(1).
       01 CUST-ID-GIA-USATO PIC 9(5).
       01 CLIENTI-ESAMINATI PIC 9(5).
       01 CLIENTI-COLLEGATI PIC 9(5).
       01 SOLO-GESTIONALE-CNT PIC 9(5).
       01 TRANSAZIONI-A PIC 9(5).
       01 TRANSAZIONI-U PIC 9(5).
       01 TRANSAZIONI-ERRATE PIC 9(5).
       01 MIGLIOR-PUNTEGGIO PIC 9(3).
       01 MIGLIOR-CUST-ID PIC 9(12).
       01 PUNTEGGIO-EDIT PIC ZZ9.
       01 NOTA-RIGA PIC X(45).

      *AREA PARAMETRI DEL SERVIZIO PONTE CLIENTI
       01 CLIXSRV-AREA.
           05 CLIXSRV-FUNZIONE PIC X(1).
           05 CLIXSRV-CODICE PIC 9(5).
           05 CLIXSRV-RAGIONE-SOCIALE PIC X(40).
           05 CLIXSRV-CUST-ID PIC 9(12).
           05 CLIXSRV-TIPO PIC X(1).
           05 CLIXSRV-LOTTO PIC 9(6).
           05 CLIXSRV-ESITO PIC X(1).

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
               PERFORM REPORT-UNA-PARTE
               GOBACK
           END-IF.

           MOVE 0 TO SCELTA-PONTE.
           PERFORM UNTIL SCELTA-PONTE = 9
               DISPLAY "=== PONTE CLIENTI MAGAZZINO / GESTIONALE ==="
               DISPLAY "1 ELENCO DEI COLLEGAMENTI"
               DISPLAY "2 COLLEGA A MANO UN CLIENTE"
               DISPLAY "3 ALLINEA IL GESTIONALE (TRANSAZIONI A/U)"
               DISPLAY "4 CLIENTI NOTI A UNA PARTE SOLA"
               DISPLAY "9 FINE"
               ACCEPT SCELTA-PONTE

               EVALUATE SCELTA-PONTE
                   WHEN 1
                       PERFORM ELENCO-COLLEGAMENTI
                   WHEN 2
                       PERFORM COLLEGA-A-MANO
                   WHEN 3
                       PERFORM ALLINEA-GESTIONALE
                   WHEN 4
                       PERFORM REPORT-UNA-PARTE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-PONTE
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
       ELENCO-COLLEGAMENTI.

           OPEN INPUT XREF-FILE.
           IF FS-XREF NOT = "00" THEN
               DISPLAY "NESSUN COLLEGAMENTO REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CLIENTE CUST-ID      ORIG. LOTTO  NOME NEL "
                   "GESTIONALE".
           PERFORM UNTIL FS-XREF NOT = "00"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-XREF
                   NOT AT END
                       DISPLAY CODICE-CLI-XREF "   " CUST-ID-XREF " "
                               ORIGINE-XREF "     " LOTTO-XREF " "
                               NOME-INVIATO-XREF
               END-READ
           END-PERFORM.

           CLOSE XREF-FILE.

      *---------------------------- FUNCTION AD ------------------------
      *COLLEGA UN CLIENTE DEL MAGAZZINO A UN CLIENTE GIA' PRESENTE NEL
      *GESTIONALE: NIENTE "A", IL CLIENTE C'E' GIA'. SE I NOMI NON
      *COINCIDONO SI PUO' MANDARE SUBITO UNA "U" CON LA RAGIONE
      *SOCIALE DEL MAGAZZINO
       COLLEGA-A-MANO.

           DISPLAY "CODICE CLIENTE DEL MAGAZZINO: ".
           ACCEPT CODICE-RICHIESTO.

           MOVE "N" TO CLIENTE-TROVATO.
           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI = "00" THEN
               MOVE CODICE-RICHIESTO TO CODICE-CLI-REC
               READ CLIENTI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CLIENTE-TROVATO
               END-READ
               CLOSE CLIENTI-FILE
           END-IF.
           IF CLIENTE-TROVATO = "N" THEN
               DISPLAY "CLIENTE " CODICE-RICHIESTO " NON TROVATO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CUST-ID DEL GESTIONALE: ".
           ACCEPT CUST-ID-RICHIESTO.
           IF CUST-ID-RICHIESTO = 0 THEN
               DISPLAY "CUST-ID NON VALIDO"
               EXIT PARAGRAPH
           END-IF.

      *IL NOME DEL GESTIONALE ARRIVA DALL'ULTIMO ESTRATTO
           PERFORM CARICA-ESTRATTO.
           MOVE SPACES TO NOME-GESTIONALE.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > ESTRATTI-CARICATI
               IF ID-ESTRATTO(EI) = CUST-ID-RICHIESTO THEN
                   MOVE NOME-ESTRATTO(EI) TO NOME-GESTIONALE
               END-IF
           END-PERFORM.

           OPEN I-O XREF-FILE.
           IF FS-XREF = "35" THEN
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF.
           IF FS-XREF NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CLIXREF.DAT - STATO "
                       FS-XREF
               EXIT PARAGRAPH
           END-IF.

      *UN CUST-ID VA CON UN SOLO CLIENTE DEL MAGAZZINO
           MOVE 0 TO CUST-ID-GIA-USATO.
           PERFORM UNTIL FS-XREF NOT = "00"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-XREF
                   NOT AT END
                       IF CUST-ID-XREF = CUST-ID-RICHIESTO AND
                          CODICE-CLI-XREF NOT = CODICE-RICHIESTO THEN
                           MOVE CODICE-CLI-XREF TO CUST-ID-GIA-USATO
                       END-IF
               END-READ
           END-PERFORM.
           IF CUST-ID-GIA-USATO NOT = 0 THEN
               DISPLAY "CUST-ID GIA' COLLEGATO AL CLIENTE "
                       CUST-ID-GIA-USATO
               CLOSE XREF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-RICHIESTO TO CODICE-CLI-XREF.
           READ XREF-FILE
               INVALID KEY
                   MOVE "N" TO XREF-TROVATO
               NOT INVALID KEY
                   MOVE "S" TO XREF-TROVATO
                   DISPLAY "CLIENTE GIA' COLLEGATO A " CUST-ID-XREF
                           " (" NOME-INVIATO-XREF ")"
           END-READ.

           DISPLAY "MAGAZZINO:  " CODICE-CLI-REC " "
                   RAGIONE-SOCIALE-CLI.
           IF NOME-GESTIONALE = SPACES THEN
               DISPLAY "GESTIONALE: " CUST-ID-RICHIESTO
                       " NON PRESENTE NELL'ULTIMO ESTRATTO"
           ELSE
               MOVE "C" TO NOMESRV-FUNZIONE
               MOVE RAGIONE-SOCIALE-CLI TO NOMESRV-NOME1
               MOVE NOME-GESTIONALE TO NOMESRV-NOME2
               CALL "NOMESRV" USING NOMESRV-AREA
               DISPLAY "GESTIONALE: " CUST-ID-RICHIESTO " "
                       NOME-GESTIONALE
               DISPLAY "SOMIGLIANZA DEI NOMI: " NOMESRV-PUNTEGGIO
           END-IF.
           DISPLAY "CONFERMI IL COLLEGAMENTO? (S/N)".
           ACCEPT CONFERMA-PONTE.
           IF FUNCTION UPPER-CASE(CONFERMA-PONTE) NOT = "S" THEN
               DISPLAY "COLLEGAMENTO ANNULLATO"
               CLOSE XREF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-RICHIESTO TO CODICE-CLI-XREF.
           MOVE CUST-ID-RICHIESTO TO CUST-ID-XREF.
           IF NOME-GESTIONALE = SPACES THEN
               MOVE RAGIONE-SOCIALE-CLI TO NOME-INVIATO-XREF
           ELSE
               MOVE NOME-GESTIONALE TO NOME-INVIATO-XREF
           END-IF.
           MOVE "C" TO ORIGINE-XREF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-XREF.
           MOVE 0 TO LOTTO-XREF.
           IF XREF-TROVATO = "S" THEN
               REWRITE XREF-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN RISCRITTURA - STATO " FS-XREF
               END-REWRITE
           ELSE
               WRITE XREF-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN SCRITTURA - STATO " FS-XREF
               END-WRITE
           END-IF.
           CLOSE XREF-FILE.
           DISPLAY "COLLEGAMENTO REGISTRATO".

           IF NOME-GESTIONALE NOT = SPACES AND
              NOME-GESTIONALE NOT = RAGIONE-SOCIALE-CLI THEN
               DISPLAY "MANDARE AL GESTIONALE LA RAGIONE SOCIALE DEL "
                       "MAGAZZINO? (S/N)"
               ACCEPT CONFERMA-PONTE
               IF FUNCTION UPPER-CASE(CONFERMA-PONTE) = "S" THEN
                   MOVE SPACE TO CLIXSRV-FUNZIONE
                   MOVE CODICE-CLI-REC TO CLIXSRV-CODICE
                   MOVE RAGIONE-SOCIALE-CLI TO CLIXSRV-RAGIONE-SOCIALE
                   CALL "CLIXSRV" USING CLIXSRV-AREA
                   IF CLIXSRV-ESITO = "S" THEN
                       DISPLAY "TRANSAZIONE " CLIXSRV-TIPO
                               " NEL LOTTO " CLIXSRV-LOTTO
                   ELSE
                       DISPLAY "TRANSAZIONE NON SCRITTA: CLIXREF.DAT "
                               "O CUSTOMERS.DAT NON DISPONIBILI"
                   END-IF
               END-IF
           END-IF.

      *---------------------------- FUNCTION AE ------------------------
      *OGNI CLIENTE DEL MAGAZZINO PASSA DAL SERVIZIO: "A" PER CHI NON
      *E' MAI STATO MANDATO, "U" PER CHI HA CAMBIATO NOME, NIENTE PER
      *GLI ALTRI. SERVE AL PRIMO AVVIO E DOPO UN COLLEGAMENTO A MANO
       ALLINEA-GESTIONALE.

           DISPLAY "I CLIENTI NON COLLEGATI ENTRANO NEL GESTIONALE "
                   "COME NUOVI: PRIMA COLLEGARE A MANO QUELLI GIA' "
                   "PRESENTI".
           DISPLAY "PROCEDERE? (S/N)".
           ACCEPT CONFERMA-PONTE.
           IF FUNCTION UPPER-CASE(CONFERMA-PONTE) NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               DISPLAY "CLIENTI.DAT NON DISPONIBILE - STATO "
                       FS-CLIENTI
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TRANSAZIONI-A.
           MOVE 0 TO TRANSAZIONI-U.
           MOVE 0 TO TRANSAZIONI-ERRATE.
           PERFORM UNTIL FS-CLIENTI NOT = "00"
               READ CLIENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLIENTI
                   NOT AT END
                       MOVE SPACE TO CLIXSRV-FUNZIONE
                       MOVE CODICE-CLI-REC TO CLIXSRV-CODICE
                       MOVE RAGIONE-SOCIALE-CLI
                           TO CLIXSRV-RAGIONE-SOCIALE
                       CALL "CLIXSRV" USING CLIXSRV-AREA
                       EVALUATE TRUE
                           WHEN CLIXSRV-ESITO NOT = "S"
                               ADD 1 TO TRANSAZIONI-ERRATE
                           WHEN CLIXSRV-TIPO = "A"
                               ADD 1 TO TRANSAZIONI-A
                           WHEN CLIXSRV-TIPO = "U"
                               ADD 1 TO TRANSAZIONI-U
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CLIENTI-FILE.

           DISPLAY "TRANSAZIONI A: " TRANSAZIONI-A
                   "  U: " TRANSAZIONI-U
                   "  NON SCRITTE: " TRANSAZIONI-ERRATE.
           IF TRANSAZIONI-A > 0 OR TRANSAZIONI-U > 0 THEN
               DISPLAY "LOTTO " CLIXSRV-LOTTO " PRONTO IN CUSTOMERS.DAT"
           END-IF.

      *---------------------------- FUNCTION AF ------------------------
      *CLIENTI NOTI A UNA PARTE SOLA: DEL MAGAZZINO SENZA
      *COLLEGAMENTO O COLLEGATI A UN CUST-ID CHE NELL'ESTRATTO NON
      *C'E' (ANCORA), E DEL GESTIONALE CHE NESSUN CLIENTE DEL
      *MAGAZZINO RICHIAMA
       REPORT-UNA-PARTE.

           PERFORM CARICA-ESTRATTO.
           PERFORM CONFRONTA-CLIENTI-MAGAZZINO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CLIPONTE.TXT" TO RW-NOME-FILE.
           MOVE "CLIENTI NOTI AL SOLO MAGAZZINO O AL SOLO GESTIONALE"
               TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "PARTE      CODICE       NOME                      "
                  "     NOTE"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE CLIPONTE.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           IF ESTRATTO-PRESENTE = "N" THEN
               MOVE SPACES TO RW-RIGA
               STRING "ESTRATTO CUSTEXT.DAT ASSENTE: LANCIARE "
                      "L'ESTRAZIONE DI TESTPERSON DA ESEMPIO"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > SOLO-MAGAZZINO-CNT
               PERFORM RIGA-SOLO-MAGAZZINO
           END-PERFORM.

           MOVE 0 TO SOLO-GESTIONALE-CNT.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > ESTRATTI-CARICATI
               IF USATO-ESTRATTO(EI) NOT = "S" THEN
                   ADD 1 TO SOLO-GESTIONALE-CNT
                   MOVE SPACES TO RW-RIGA
                   STRING "GESTIONALE " ID-ESTRATTO(EI) " "
                          NOME-ESTRATTO(EI)(1:30) " "
                          "NESSUN CLIENTE DEL MAGAZZINO COLLEGATO"
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "CLIENTI DEL MAGAZZINO: " CLIENTI-ESAMINATI
                  "  COLLEGATI E PRESENTI: " CLIENTI-COLLEGATI
                  "  NEL GESTIONALE: " ESTRATTI-CARICATI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "SOLO NEL MAGAZZINO: " SOLO-MAGAZZINO-CNT
                  "  SOLO NEL GESTIONALE: " SOLO-GESTIONALE-CNT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF ESTRATTI-ESCLUSI > 0 THEN
               MOVE SPACES TO RW-RIGA
               STRING "ATTENZIONE: " ESTRATTI-ESCLUSI
                      " CLIENTI DELL'ESTRATTO OLTRE IL LIMITE DI "
                      ESTRATTI-MAX " NON ESAMINATI"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "SOLO NEL MAGAZZINO: " SOLO-MAGAZZINO-CNT
                   "  SOLO NEL GESTIONALE: " SOLO-GESTIONALE-CNT
                   " - REPORT SU CLIPONTE.TXT".

      *---------------------------- FUNCTION AG ------------------------
      *ESTRATTO DI TESTPERSON IN TABELLA, CON LE CHIAVI DEI NOMI PER
      *CERCARE I CANDIDATI
       CARICA-ESTRATTO.

           MOVE 0 TO ESTRATTI-CARICATI.
           MOVE 0 TO ESTRATTI-ESCLUSI.
           MOVE "N" TO ESTRATTO-PRESENTE.

           OPEN INPUT ESTRATTO-FILE.
           IF FS-ESTRATTO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO ESTRATTO-PRESENTE.

           PERFORM UNTIL FS-ESTRATTO NOT = "00"
               READ ESTRATTO-FILE
                   AT END
                       MOVE "10" TO FS-ESTRATTO
                   NOT AT END
                       IF ESTRATTI-CARICATI >= ESTRATTI-MAX THEN
                           ADD 1 TO ESTRATTI-ESCLUSI
                       ELSE
                           ADD 1 TO ESTRATTI-CARICATI
                           SET EI TO ESTRATTI-CARICATI
                           MOVE EST-ID TO ID-ESTRATTO(EI)
                           MOVE EST-NAME TO NOME-ESTRATTO(EI)
                           MOVE "N" TO USATO-ESTRATTO(EI)
                           MOVE "K" TO NOMESRV-FUNZIONE
                           MOVE EST-NAME TO NOMESRV-NOME1
                           CALL "NOMESRV" USING NOMESRV-AREA
                           MOVE NOMESRV-CHIAVE1 TO CHIAVE-ESTRATTO(EI)
                           MOVE NOMESRV-FONETICA1
                               TO FONETICA-ESTRATTO(EI)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ESTRATTO-FILE.

      *---------------------------- FUNCTION AH ------------------------
      *OGNI CLIENTE DEL MAGAZZINO CON LA SUA CORRISPONDENZA: SE IL
      *CUST-ID E' NELL'ESTRATTO LA COPPIA E' A POSTO, ALTRIMENTI IL
      *CLIENTE FINISCE TRA QUELLI DEL SOLO MAGAZZINO
       CONFRONTA-CLIENTI-MAGAZZINO.

           MOVE 0 TO CLIENTI-ESAMINATI.
           MOVE 0 TO CLIENTI-COLLEGATI.
           MOVE 0 TO SOLO-MAGAZZINO-CNT.

           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO XREF-APERTO.
           OPEN INPUT XREF-FILE.
           IF FS-XREF = "00" THEN
               MOVE "S" TO XREF-APERTO
           END-IF.

           PERFORM UNTIL FS-CLIENTI NOT = "00"
               READ CLIENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLIENTI
                   NOT AT END
                       ADD 1 TO CLIENTI-ESAMINATI
                       PERFORM CERCA-CORRISPONDENZA
               END-READ
           END-PERFORM.

           CLOSE CLIENTI-FILE.
           IF XREF-APERTO = "S" THEN
               CLOSE XREF-FILE
           END-IF.

      *---------------------------- FUNCTION AI ------------------------
       CERCA-CORRISPONDENZA.

           MOVE 0 TO CUST-ID-XREF.
           IF XREF-APERTO = "S" THEN
               MOVE CODICE-CLI-REC TO CODICE-CLI-XREF
               READ XREF-FILE
                   INVALID KEY
                       MOVE 0 TO CUST-ID-XREF
               END-READ
           END-IF.

           IF CUST-ID-XREF NOT = 0 THEN
               PERFORM VARYING EI FROM 1 BY 1
                       UNTIL EI > ESTRATTI-CARICATI
                   IF ID-ESTRATTO(EI) = CUST-ID-XREF THEN
                       MOVE "S" TO USATO-ESTRATTO(EI)
                       ADD 1 TO CLIENTI-COLLEGATI
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.

           IF SOLO-MAGAZZINO-CNT < SOLO-MAGAZZINO-MAX THEN
               ADD 1 TO SOLO-MAGAZZINO-CNT
               SET MI TO SOLO-MAGAZZINO-CNT
               MOVE CODICE-CLI-REC TO CODICE-SOLO-MAG(MI)
               MOVE RAGIONE-SOCIALE-CLI TO NOME-SOLO-MAG(MI)
               MOVE CUST-ID-XREF TO CUST-ID-SOLO-MAG(MI)
           END-IF.

      *---------------------------- FUNCTION AJ ------------------------
      *RIGA DI UN CLIENTE DEL SOLO MAGAZZINO: SE MAI COLLEGATO SI
      *PROPONE IL CLIENTE DEL GESTIONALE NON COLLEGATO PIU' SIMILE
       RIGA-SOLO-MAGAZZINO.

           MOVE SPACES TO NOTA-RIGA.
           IF CUST-ID-SOLO-MAG(MI) NOT = 0 THEN
               STRING "COLLEGATO A " CUST-ID-SOLO-MAG(MI)
                      ", NON ANCORA NEL GESTIONALE"
                   DELIMITED BY SIZE INTO NOTA-RIGA
           ELSE
               PERFORM CERCA-CANDIDATO
               IF MIGLIOR-PUNTEGGIO >= SOGLIA-CANDIDATO THEN
                   MOVE MIGLIOR-PUNTEGGIO TO PUNTEGGIO-EDIT
                   STRING "NON COLLEGATO - FORSE " MIGLIOR-CUST-ID
                          " (" PUNTEGGIO-EDIT ")"
                       DELIMITED BY SIZE INTO NOTA-RIGA
               ELSE
                   MOVE "NON COLLEGATO" TO NOTA-RIGA
               END-IF
           END-IF.

           MOVE SPACES TO RW-RIGA.
           STRING "MAGAZZINO  " CODICE-SOLO-MAG(MI) "        "
                  NOME-SOLO-MAG(MI)(1:30) " " NOTA-RIGA
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION AK ------------------------
      *IL CLIENTE DEL GESTIONALE NON COLLEGATO CON IL NOME PIU' VICINO
      *A QUELLO DEL CLIENTE MI; IL CONFRONTO COMPLETO SOLO TRA NOMI
      *CHE PARTONO CON LA STESSA LETTERA O LO STESSO SUONO
       CERCA-CANDIDATO.

           MOVE 0 TO MIGLIOR-PUNTEGGIO.
           MOVE 0 TO MIGLIOR-CUST-ID.

           MOVE "K" TO NOMESRV-FUNZIONE.
           MOVE NOME-SOLO-MAG(MI) TO NOMESRV-NOME1.
           CALL "NOMESRV" USING NOMESRV-AREA.
           IF NOMESRV-ESITO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > ESTRATTI-CARICATI
               IF USATO-ESTRATTO(EI) NOT = "S" AND
                  (CHIAVE-ESTRATTO(EI)(1:1) = NOMESRV-CHIAVE1(1:1) OR
                   FONETICA-ESTRATTO(EI)(1:1) =
                   NOMESRV-FONETICA1(1:1)) THEN
                   PERFORM CONFRONTA-CANDIDATO
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION AL ------------------------
       CONFRONTA-CANDIDATO.

           MOVE "C" TO NOMESRV-FUNZIONE.
           MOVE NOME-SOLO-MAG(MI) TO NOMESRV-NOME1.
           MOVE NOME-ESTRATTO(EI) TO NOMESRV-NOME2.
           CALL "NOMESRV" USING NOMESRV-AREA.
           IF NOMESRV-ESITO = "S" AND
              NOMESRV-PUNTEGGIO > MIGLIOR-PUNTEGGIO THEN
               MOVE NOMESRV-PUNTEGGIO TO MIGLIOR-PUNTEGGIO
               MOVE ID-ESTRATTO(EI) TO MIGLIOR-CUST-ID
           END-IF.
