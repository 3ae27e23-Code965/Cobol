      ******************************************************************
      * PONTE TRA L'ANAGRAFICA CLIENTI DEL MAGAZZINO (CLIENTI.DAT,
      * CODICE DI 5 CIFRE) E I CLIENTI DEL GESTIONALE CARICATI DA
      * ESEMPIO IN TESTPERSON (CUST-ID DI 12 CIFRE). LA TABELLA DI
      * CORRISPONDENZA E' CLIXREF.DAT, MANUTENUTA ANCHE DAL MODULO
      * CLIXREF PER I COLLEGAMENTI A MANO.
      * RICHIAMATO DAL MAGAZZINO A OGNI CLIENTE NUOVO O MODIFICATO:
      * UN CLIENTE MAI COLLEGATO RICEVE IL SUO CUST-ID E PRODUCE UNA
      * TRANSAZIONE "A", UN CLIENTE COLLEGATO CON RAGIONE SOCIALE
      * CAMBIATA PRODUCE UNA "U". LE TRANSAZIONI SI ACCODANO AL FILE
      * SETTIMANALE CUSTOMERS.DAT RIFACENDO TESTA E CODA DI LOTTO:
      * SE IL LOTTO PRESENTE E' GIA' STATO APPLICATO (BATCHREG.DAT)
      * SE NE APRE UNO NUOVO CON IL NUMERO SUCCESSIVO.
      * CON LA FUNZIONE "D" (CLIENTE ASSORBITO IN UNA FUSIONE) IL
      * CLIENTE COLLEGATO PRODUCE UNA TRANSAZIONE "D" PER IL SUO
      * CUST-ID ED ESCE DALLA CORRISPONDENZA; SE IL SUO CUST-ID E'
      * ANCORA USATO DA UN ALTRO CLIENTE LA "D" NON SI MANDA.
      *
      * AREA PARAMETRI (CLIXSRV-AREA):
      *   FUNZIONE SPAZIO = ALLINEAMENTO (A/U), "D" = CANCELLAZIONE
      *   CODICE E RAGIONE SOCIALE DEL CLIENTE DEL MAGAZZINO
      *   CUST-ID  IN USCITA, IL CODICE DEL GESTIONALE (0 SE ERRORE)
      *   TIPO     IN USCITA, "A", "U" O "D" SE SI E' SCRITTA UNA
      *            TRANSAZIONE, SPAZI SE NON C'ERA NIENTE DA MANDARE
      *   LOTTO    IN USCITA, IL LOTTO CHE HA RICEVUTO LA TRANSAZIONE
      *   ESITO    "S" = FATTO, "X" = ARCHIVI NON DISPONIBILI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIXSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "CLIXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLI-XREF
               FILE STATUS IS FS-XREF.

      *FILE SETTIMANALE DELLE TRANSAZIONI CLIENTI LETTO DA ESEMPIO
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUSTOMER.

      *APPOGGIO PER RISCRIVERE IL LOTTO CON LA CODA NUOVA
           SELECT CUSTOMER-TMP-FILE ASSIGN TO "CUSTOMERS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUSTOMER-TMP.

      *LOTTI GIA' APPLICATI DA ESEMPIO
           SELECT REGISTRO-LOTTI-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-LOTTI.

       DATA DIVISION.
       FILE SECTION.
      *STESSO TRACCIATO DEL MODULO CLIXREF
       FD  XREF-FILE.
       01  XREF-REC.
           05 CODICE-CLI-XREF PIC 9(5).
           05 CUST-ID-XREF PIC 9(12).
      *NOME CHE IL GESTIONALE CONOSCE: L'ULTIMO MANDATO CON UNA
      *TRANSAZIONE, O QUELLO TROVATO AL COLLEGAMENTO A MANO
           05 NOME-INVIATO-XREF PIC X(50).
      *ORIGINE "M" = CLIENTE NATO IN MAGAZZINO E MANDATO CON UNA
      *"A", "C" = COLLEGATO A MANO A UN CLIENTE GIA' NEL GESTIONALE
           05 ORIGINE-XREF PIC X(1).
           05 DATA-XREF PIC 9(8).
      *ULTIMO LOTTO CHE HA PORTATO UNA TRANSAZIONE DEL CLIENTE
           05 LOTTO-XREF PIC 9(6).

      *STESSO TRACCIATO DI ESEMPIO
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           05 CUST-TIPO PIC X(1).
           05 CUST-ID PIC 9(12).
           05 CUST-NAME PIC X(50).
       01  CUSTOMER-TESTATA REDEFINES CUSTOMER-REC.
           05 FILLER PIC X(1).
           05 NUMERO-LOTTO-H PIC 9(6).
           05 DATA-LOTTO-H PIC 9(8).
           05 FILLER PIC X(48).
       01  CUSTOMER-CODA REDEFINES CUSTOMER-REC.
           05 FILLER PIC X(1).
           05 CONTEGGIO-CODA-T PIC 9(6).
           05 TOTALE-CONTROLLO-T PIC 9(15).
           05 FILLER PIC X(41).

       FD  CUSTOMER-TMP-FILE.
       01  CUSTOMER-TMP-REC PIC X(63).

       FD  REGISTRO-LOTTI-FILE.
       01  REGISTRO-LOTTO-REC.
           05 NUMERO-LOTTO-REG PIC 9(6).
           05 DATA-APPLICAZIONE-REG PIC 9(8).

       WORKING-STORAGE SECTION.

      *I CLIENTI NATI IN MAGAZZINO PRENDONO NEL GESTIONALE UN
      *CUST-ID DI QUESTA SERIE PIU' IL CODICE CLIENTE
       01 BASE-CUST-ID-MAGAZZINO PIC 9(12) VALUE 900000000000.

       01 FS-XREF PIC X(2).
       01 FS-CUSTOMER PIC X(2).
       01 FS-CUSTOMER-TMP PIC X(2).
       01 FS-REGISTRO-LOTTI PIC X(2).

      *TRANSAZIONE DA ACCODARE
       01 TIPO-TRANSAZIONE PIC X(1).
       01 NOME-TRANSAZIONE PIC X(50).

      *STATO DEL LOTTO IN CORSO
       01 LOTTO-PRESENTE PIC 9(6).
       01 DATA-LOTTO-PRESENTE PIC 9(8).
       01 LOTTO-APPLICATO PIC X(1).
       01 LOTTO-MASSIMO-APPLICATO PIC 9(6).
       01 LOTTO-DA-SCRIVERE PIC 9(6).
       01 DATA-DA-SCRIVERE PIC 9(8).
       01 RIGHE-LOTTO PIC 9(6).
       01 TOTALE-ID-LOTTO PIC 9(15).

      *CANCELLAZIONE: CUST-ID DEL CLIENTE ASSORBITO E SUO EVENTUALE
      *USO DA PARTE DI UN ALTRO CLIENTE DEL MAGAZZINO
       01 CODICE-DA-CANCELLARE PIC 9(5).
       01 CUST-ID-DA-CANCELLARE PIC 9(12).
       01 CUST-ID-CONDIVISO PIC X(1).

       LINKAGE SECTION.
       01 CLIXSRV-AREA.
           05 CLIXSRV-FUNZIONE PIC X(1).
           05 CLIXSRV-CODICE PIC 9(5).
           05 CLIXSRV-RAGIONE-SOCIALE PIC X(40).
           05 CLIXSRV-CUST-ID PIC 9(12).
           05 CLIXSRV-TIPO PIC X(1).
           05 CLIXSRV-LOTTO PIC 9(6).
           05 CLIXSRV-ESITO PIC X(1).

       PROCEDURE DIVISION USING CLIXSRV-AREA.
       MAIN-PROCEDURE.

           MOVE "S" TO CLIXSRV-ESITO.
           MOVE SPACES TO CLIXSRV-TIPO.
           MOVE 0 TO CLIXSRV-CUST-ID.
           MOVE 0 TO CLIXSRV-LOTTO.
           MOVE SPACES TO TIPO-TRANSAZIONE.

           OPEN I-O XREF-FILE.
           IF FS-XREF = "35" THEN
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF.
           IF FS-XREF NOT = "00" THEN
               MOVE "X" TO CLIXSRV-ESITO
               GOBACK
           END-IF.

           IF CLIXSRV-FUNZIONE = "D" THEN
               PERFORM CANCELLA-CLIENTE
               CLOSE XREF-FILE
               GOBACK
           END-IF.

           MOVE CLIXSRV-RAGIONE-SOCIALE TO NOME-TRANSAZIONE.

           MOVE CLIXSRV-CODICE TO CODICE-CLI-XREF.
           READ XREF-FILE
               INVALID KEY
                   MOVE "A" TO TIPO-TRANSAZIONE
                   COMPUTE CUST-ID-XREF =
                       BASE-CUST-ID-MAGAZZINO + CLIXSRV-CODICE
                   MOVE "M" TO ORIGINE-XREF
               NOT INVALID KEY
                   IF NOME-INVIATO-XREF NOT = NOME-TRANSAZIONE THEN
                       MOVE "U" TO TIPO-TRANSAZIONE
                   END-IF
           END-READ.

           MOVE CUST-ID-XREF TO CLIXSRV-CUST-ID.

           IF TIPO-TRANSAZIONE NOT = SPACES THEN
               PERFORM ACCODA-TRANSAZIONE
               IF CLIXSRV-ESITO = "S" THEN
                   PERFORM AGGIORNA-XREF
               END-IF
           END-IF.

           CLOSE XREF-FILE.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *LA TRANSAZIONE E' NEL LOTTO: LA CORRISPONDENZA RICORDA IL NOME
      *MANDATO E IL LOTTO
       AGGIORNA-XREF.

           MOVE CLIXSRV-CODICE TO CODICE-CLI-XREF.
           MOVE NOME-TRANSAZIONE TO NOME-INVIATO-XREF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-XREF.
           MOVE LOTTO-DA-SCRIVERE TO LOTTO-XREF.

           IF TIPO-TRANSAZIONE = "A" THEN
               WRITE XREF-REC
                   INVALID KEY
                       MOVE "X" TO CLIXSRV-ESITO
               END-WRITE
           ELSE
               REWRITE XREF-REC
                   INVALID KEY
                       MOVE "X" TO CLIXSRV-ESITO
               END-REWRITE
           END-IF.

           MOVE TIPO-TRANSAZIONE TO CLIXSRV-TIPO.
           MOVE LOTTO-DA-SCRIVERE TO CLIXSRV-LOTTO.

      *---------------------------- FUNCTION AB ------------------------
      *ACCODA LA TRANSAZIONE AL LOTTO SETTIMANALE. PRIMA PASSATA: LE
      *RIGHE DATI DEL LOTTO PRESENTE VANNO SUL FILE DI APPOGGIO,
      *SENZA TESTA E CODA; SECONDA PASSATA: TESTA, RIGHE DATI,
      *TRANSAZIONE NUOVA E CODA RICALCOLATA
       ACCODA-TRANSAZIONE.

           MOVE 0 TO LOTTO-PRESENTE.
           MOVE 0 TO DATA-LOTTO-PRESENTE.
           MOVE 0 TO RIGHE-LOTTO.
           MOVE 0 TO TOTALE-ID-LOTTO.

           OPEN OUTPUT CUSTOMER-TMP-FILE.
           IF FS-CUSTOMER-TMP NOT = "00" THEN
               MOVE "X" TO CLIXSRV-ESITO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER = "00" THEN
               PERFORM UNTIL FS-CUSTOMER = "10"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "10" TO FS-CUSTOMER
                       NOT AT END
                           EVALUATE CUST-TIPO
                               WHEN "H"
                                   MOVE NUMERO-LOTTO-H
                                       TO LOTTO-PRESENTE
                                   MOVE DATA-LOTTO-H
                                       TO DATA-LOTTO-PRESENTE
                               WHEN "T"
                                   CONTINUE
                               WHEN OTHER
                                   MOVE CUSTOMER-REC
                                       TO CUSTOMER-TMP-REC
                                   WRITE CUSTOMER-TMP-REC
                                   ADD 1 TO RIGHE-LOTTO
                                   IF CUST-ID NUMERIC THEN
                                       ADD CUST-ID TO TOTALE-ID-LOTTO
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE CUSTOMER-TMP-FILE.

           PERFORM CONTROLLA-REGISTRO-LOTTI.

      *LOTTO GIA' APPLICATO (O NESSUN FILE): SE NE APRE UNO NUOVO E
      *LE RIGHE VECCHIE NON SI RICOPIANO
           IF LOTTO-PRESENTE = 0 OR LOTTO-APPLICATO = "S" THEN
               COMPUTE LOTTO-DA-SCRIVERE = LOTTO-MASSIMO-APPLICATO + 1
               IF LOTTO-DA-SCRIVERE <= LOTTO-PRESENTE THEN
                   COMPUTE LOTTO-DA-SCRIVERE = LOTTO-PRESENTE + 1
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DA-SCRIVERE
           ELSE
               MOVE LOTTO-PRESENTE TO LOTTO-DA-SCRIVERE
               MOVE DATA-LOTTO-PRESENTE TO DATA-DA-SCRIVERE
           END-IF.
      *UN FILE SENZA TESTA MA CON RIGHE DATI NON E' MAI STATO
      *APPLICATO (ESEMPIO LO RIFIUTA): LE RIGHE SI TENGONO
           IF LOTTO-APPLICATO = "S" THEN
               MOVE 0 TO RIGHE-LOTTO
               MOVE 0 TO TOTALE-ID-LOTTO
           END-IF.

           OPEN OUTPUT CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00" THEN
               MOVE "X" TO CLIXSRV-ESITO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CUSTOMER-REC.
           MOVE "H" TO CUST-TIPO.
           MOVE LOTTO-DA-SCRIVERE TO NUMERO-LOTTO-H.
           MOVE DATA-DA-SCRIVERE TO DATA-LOTTO-H.
           WRITE CUSTOMER-REC.

           IF LOTTO-APPLICATO NOT = "S" THEN
               OPEN INPUT CUSTOMER-TMP-FILE
               PERFORM UNTIL FS-CUSTOMER-TMP NOT = "00"
                   READ CUSTOMER-TMP-FILE
                       AT END
                           MOVE "10" TO FS-CUSTOMER-TMP
                       NOT AT END
                           MOVE CUSTOMER-TMP-REC TO CUSTOMER-REC
                           WRITE CUSTOMER-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-TMP-FILE
           END-IF.

           MOVE SPACES TO CUSTOMER-REC.
           MOVE TIPO-TRANSAZIONE TO CUST-TIPO.
           MOVE CUST-ID-XREF TO CUST-ID.
           MOVE NOME-TRANSAZIONE TO CUST-NAME.
           WRITE CUSTOMER-REC.
           ADD 1 TO RIGHE-LOTTO.
           ADD CUST-ID-XREF TO TOTALE-ID-LOTTO.

           MOVE SPACES TO CUSTOMER-REC.
           MOVE "T" TO CUST-TIPO.
           MOVE RIGHE-LOTTO TO CONTEGGIO-CODA-T.
           MOVE TOTALE-ID-LOTTO TO TOTALE-CONTROLLO-T.
           WRITE CUSTOMER-REC.

           CLOSE CUSTOMER-FILE.

      *---------------------------- FUNCTION AD ------------------------
      *CLIENTE ASSORBITO: SE E' COLLEGATO, "D" PER IL SUO CUST-ID NEL
      *LOTTO (A MENO CHE UN ALTRO CLIENTE NON LO USI ANCORA) E RIGA
      *DI CORRISPONDENZA CANCELLATA; SE NON E' COLLEGATO NON C'E'
      *NIENTE DA MANDARE
       CANCELLA-CLIENTE.

           MOVE CLIXSRV-CODICE TO CODICE-CLI-XREF.
           READ XREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE CODICE-CLI-XREF TO CODICE-DA-CANCELLARE.
           MOVE CUST-ID-XREF TO CUST-ID-DA-CANCELLARE.
           MOVE CUST-ID-XREF TO CLIXSRV-CUST-ID.
           PERFORM CONTROLLA-CUST-ID-CONDIVISO.
           IF CLIXSRV-ESITO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           IF CUST-ID-CONDIVISO = "N" THEN
               MOVE "D" TO TIPO-TRANSAZIONE
               MOVE CUST-ID-DA-CANCELLARE TO CUST-ID-XREF
               MOVE NOME-INVIATO-XREF TO NOME-TRANSAZIONE
               PERFORM ACCODA-TRANSAZIONE
               IF CLIXSRV-ESITO NOT = "S" THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "D" TO CLIXSRV-TIPO
               MOVE LOTTO-DA-SCRIVERE TO CLIXSRV-LOTTO
           END-IF.

           MOVE CODICE-DA-CANCELLARE TO CODICE-CLI-XREF.
           DELETE XREF-FILE RECORD
               INVALID KEY
                   MOVE "X" TO CLIXSRV-ESITO
           END-DELETE.

      *---------------------------- FUNCTION AE ------------------------
      *UN ALTRO CLIENTE DEL MAGAZZINO E' COLLEGATO ALLO STESSO CUST-ID
      *(DUE DOPPIONI COLLEGATI A MANO ALLO STESSO CLIENTE DEL
      *GESTIONALE)? ALLORA IL CLIENTE DEL GESTIONALE NON SI CANCELLA.
      *ALLA FINE LA RIGA DEL CLIENTE ASSORBITO E' DI NUOVO IN LINEA
       CONTROLLA-CUST-ID-CONDIVISO.

           MOVE "N" TO CUST-ID-CONDIVISO.
           MOVE LOW-VALUES TO CODICE-CLI-XREF.
           START XREF-FILE KEY IS NOT LESS THAN CODICE-CLI-XREF
               INVALID KEY MOVE "10" TO FS-XREF
           END-START.
           PERFORM UNTIL FS-XREF = "10"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-XREF
                   NOT AT END
                       IF CUST-ID-XREF = CUST-ID-DA-CANCELLARE AND
                          CODICE-CLI-XREF NOT = CODICE-DA-CANCELLARE
                          THEN
                           MOVE "S" TO CUST-ID-CONDIVISO
                           MOVE "10" TO FS-XREF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-XREF.

           MOVE CODICE-DA-CANCELLARE TO CODICE-CLI-XREF.
           READ XREF-FILE
               INVALID KEY
                   MOVE "X" TO CLIXSRV-ESITO
           END-READ.

      *---------------------------- FUNCTION AC ------------------------
      *IL LOTTO PRESENTE E' GIA' NEL REGISTRO DEI LOTTI APPLICATI?
      *E QUAL E' IL NUMERO PIU' ALTO GIA' APPLICATO
       CONTROLLA-REGISTRO-LOTTI.

           MOVE "N" TO LOTTO-APPLICATO.
           MOVE 0 TO LOTTO-MASSIMO-APPLICATO.

           OPEN INPUT REGISTRO-LOTTI-FILE.
           IF FS-REGISTRO-LOTTI = "00" THEN
               PERFORM UNTIL FS-REGISTRO-LOTTI = "10"
                   READ REGISTRO-LOTTI-FILE
                       AT END
                           MOVE "10" TO FS-REGISTRO-LOTTI
                       NOT AT END
                           IF NUMERO-LOTTO-REG = LOTTO-PRESENTE THEN
                               MOVE "S" TO LOTTO-APPLICATO
                           END-IF
                           IF NUMERO-LOTTO-REG >
                              LOTTO-MASSIMO-APPLICATO THEN
                               MOVE NUMERO-LOTTO-REG
                                   TO LOTTO-MASSIMO-APPLICATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-LOTTI-FILE
           END-IF.
