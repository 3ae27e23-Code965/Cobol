      ******************************************************************
      * NULLA OSTA DELLA BIBLIOTECA RICHIAMABILE DALLE SEGRETERIE:
      * PER UNA MATRICOLA DELL'ANAGRAFE TROVA LE TESSERE LETTORE
      * COLLEGATE IN LETTORI.DAT E CONTA I PRESTITI ANCORA APERTI IN
      * PRESTITI.DAT, LE MORE NON PAGATE E GLI ADDEBITI PER LIBRI
      * SMARRITI ANCORA DA SALDARE IN MULTE.DAT. CHI SI DIPLOMA, SI
      * LAUREA O LASCIA LA SCUOLA NON PORTA PIU' VIA I NOSTRI LIBRI.
      * PRESTITI.DAT E' L'IMMAGINE SALVATA ALLA CHIUSURA DEL BANCO
      * PRESTITI: IL CONTROLLO VA FATTO A BANCO CHIUSO.
      *
      * AREA PARAMETRI (NULLAOST-AREA):
      *   FUNZIONE "V" = SOLO VERIFICA
      *            "C" = VERIFICA E, SE TUTTO E' SALDATO, ACCODA IL
      *                  CERTIFICATO DI NULLA OSTA IN CERTBIB.TXT
      *   NOMINATIVO  = NOME DA STAMPARE SUL CERTIFICATO (IN BIANCO
      *                 SI USA IL NOME DELLA TESSERA LETTORE)
      *   ESITO "S" = NULLA OSTA (ANCHE SENZA TESSERA COLLEGATA)
      *         "N" = PENDENZE APERTE, DETTAGLIATE NEI CONTATORI
      *         "E" = ARCHIVI DELLA BIBLIOTECA NON LEGGIBILI: NON SI
      *               PUO' CERTIFICARE NULLA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NULLAOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTORI-FILE ASSIGN TO "LETTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-LETTORE
               FILE STATUS IS FS-LETTORI.

           SELECT PRESTITI-FILE ASSIGN TO "PRESTITI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTITI.

           SELECT MULTE-FILE ASSIGN TO "MULTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-MULTA
               FILE STATUS IS FS-MULTE.

      *CERTIFICATI PRONTI PER LA STAMPA, IN CODA UNO ALL'ALTRO COME
      *LE RICEVUTE DEL BANCO PRESTITI
           SELECT CERTIFICATI-FILE ASSIGN TO "CERTBIB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICATI.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CERTIFICATI-FILE.
       01  RIGA-CERTIFICATO PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-LETTORI PIC X(2).
       01 FS-PRESTITI PIC X(2).
       01 FS-MULTE PIC X(2).
       01 FS-CERTIFICATI PIC X(2).

      *TESSERE LETTORE COLLEGATE ALLA MATRICOLA (DI SOLITO UNA)
       01 TESSERE-STUDENTE.
           05 CODICE-TESSERA PIC 9(5) OCCURS 10 TIMES INDEXED BY TS.
       01 TESSERE-COUNT PIC 9(2).
       01 NOME-TESSERA PIC X(30).
       01 TESSERA-TROVATA PIC X(1).
       01 CODICE-DA-CERCARE PIC 9(5).

       01 DATA-CERTIFICATO PIC X(8).
       01 DATA-CERTIFICATO-EDIT PIC X(10).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING NULLAOST-AREA.
       MAIN-PROCEDURE.

           MOVE "S" TO NULLAOST-ESITO.
           MOVE "N" TO NULLAOST-CERTIFICATO.
           MOVE 0 TO NULLAOST-TESSERE.
           MOVE 0 TO NULLAOST-PRESTITI.
           MOVE 0 TO NULLAOST-MULTE.
           MOVE 0 TO NULLAOST-IMPORTO-MULTE.
           MOVE 0 TO NULLAOST-SMARRITI.
           MOVE 0 TO NULLAOST-IMPORTO-SMARRITI.
           MOVE 0 TO TESSERE-COUNT.
           MOVE SPACES TO NOME-TESSERA.

           PERFORM CERCA-TESSERE.

           IF NULLAOST-ESITO = "S" AND TESSERE-COUNT > 0 THEN
               PERFORM CONTA-PRESTITI-APERTI
           END-IF.

           IF NULLAOST-ESITO = "S" AND TESSERE-COUNT > 0 THEN
               PERFORM CONTA-ADDEBITI-APERTI
           END-IF.

           MOVE TESSERE-COUNT TO NULLAOST-TESSERE.

           IF NULLAOST-ESITO = "S" THEN
               IF NULLAOST-PRESTITI > 0 OR NULLAOST-MULTE > 0 OR
                  NULLAOST-SMARRITI > 0 THEN
                   MOVE "N" TO NULLAOST-ESITO
               END-IF
           END-IF.

           IF NULLAOST-FUNZIONE = "C" AND NULLAOST-ESITO = "S" THEN
               PERFORM SCRIVI-CERTIFICATO
           END-IF.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *TESSERE LETTORE CON LA MATRICOLA RICHIESTA; SENZA LETTORI.DAT
      *LA BIBLIOTECA NON HA MAI REGISTRATO NESSUNO E NON C'E' NULLA
      *DA RECUPERARE
       CERCA-TESSERE.

           OPEN INPUT LETTORI-FILE.
           IF FS-LETTORI = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-LETTORI NOT = "00" THEN
               MOVE "E" TO NULLAOST-ESITO
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
                       IF MATRICOLA-LETTORE = NULLAOST-MATRICOLA AND
                          TESSERE-COUNT < 10 THEN
                           ADD 1 TO TESSERE-COUNT
                           SET TS TO TESSERE-COUNT
                           MOVE CODICE-LETTORE TO CODICE-TESSERA(TS)
                           MOVE NOME-LETTORE TO NOME-TESSERA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LETTORI-FILE.

      *---------------------------- FUNCTION AB ------------------------
      *PRESTITI APERTI DI UNA QUALSIASI DELLE TESSERE DELLO STUDENTE
       CONTA-PRESTITI-APERTI.

           OPEN INPUT PRESTITI-FILE.
           IF FS-PRESTITI = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-PRESTITI NOT = "00" THEN
               MOVE "E" TO NULLAOST-ESITO
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-PRESTITI = "10"
               READ PRESTITI-FILE
                   AT END
                       MOVE "10" TO FS-PRESTITI
                   NOT AT END
                       MOVE CODICE-PRESTITO-SV TO CODICE-DA-CERCARE
                       PERFORM TESSERA-DELLO-STUDENTE
                       IF TESSERA-TROVATA = "S" THEN
                           ADD 1 TO NULLAOST-PRESTITI
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRESTITI-FILE.

      *---------------------------- FUNCTION AC ------------------------
      *ADDEBITI NON PAGATI: LE MORE ("R") E I RIMBORSI DEI LIBRI
      *SMARRITI O DANNEGGIATI ("S") SI CONTANO A PARTE
       CONTA-ADDEBITI-APERTI.

           OPEN INPUT MULTE-FILE.
           IF FS-MULTE = "35" THEN
               EXIT PARAGRAPH
           END-IF.
           IF FS-MULTE NOT = "00" THEN
               MOVE "E" TO NULLAOST-ESITO
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
                       IF STATO-MULTA = "N" THEN
                           MOVE CODICE-MULTA TO CODICE-DA-CERCARE
                           PERFORM TESSERA-DELLO-STUDENTE
                           IF TESSERA-TROVATA = "S" THEN
                               IF TIPO-ADDEBITO = "S" THEN
                                   ADD 1 TO NULLAOST-SMARRITI
                                   ADD IMPORTO-MULTA
                                       TO NULLAOST-IMPORTO-SMARRITI
                               ELSE
                                   ADD 1 TO NULLAOST-MULTE
                                   ADD IMPORTO-MULTA
                                       TO NULLAOST-IMPORTO-MULTE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MULTE-FILE.

      *---------------------------- FUNCTION AD ------------------------
       TESSERA-DELLO-STUDENTE.

           MOVE "N" TO TESSERA-TROVATA.
           PERFORM VARYING TS FROM 1 BY 1 UNTIL TS > TESSERE-COUNT
               IF CODICE-TESSERA(TS) = CODICE-DA-CERCARE THEN
                   MOVE "S" TO TESSERA-TROVATA
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION AE ------------------------
      *CERTIFICATO DI NULLA OSTA IN CODA A CERTBIB.TXT
       SCRIVI-CERTIFICATO.

           OPEN EXTEND CERTIFICATI-FILE.
           IF FS-CERTIFICATI = "35" THEN
               OPEN OUTPUT CERTIFICATI-FILE
           END-IF.
           IF FS-CERTIFICATI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           IF NULLAOST-NOMINATIVO = SPACES THEN
               MOVE NOME-TESSERA TO NULLAOST-NOMINATIVO
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CERTIFICATO.
           MOVE SPACES TO DATA-CERTIFICATO-EDIT.
           STRING DATA-CERTIFICATO(7:2) "/" DATA-CERTIFICATO(5:2) "/"
                  DATA-CERTIFICATO(1:4)
               DELIMITED BY SIZE INTO DATA-CERTIFICATO-EDIT.

           MOVE ALL "=" TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE "BIBLIOTECA - CERTIFICATO DI NULLA OSTA"
               TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE SPACES TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE SPACES TO RIGA-CERTIFICATO.
           STRING "SI ATTESTA CHE LO STUDENTE CON MATRICOLA "
                  NULLAOST-MATRICOLA
               DELIMITED BY SIZE INTO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE SPACES TO RIGA-CERTIFICATO.
           STRING "    " NULLAOST-NOMINATIVO
               DELIMITED BY SIZE INTO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE "NON HA LIBRI IN PRESTITO NE' ADDEBITI DA SALDARE"
               TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE "PRESSO LA BIBLIOTECA, CHE RILASCIA IL NULLA OSTA."
               TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE SPACES TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE SPACES TO RIGA-CERTIFICATO.
           STRING "DATA " DATA-CERTIFICATO-EDIT
                  "              IL BIBLIOTECARIO ____________________"
               DELIMITED BY SIZE INTO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.
           MOVE SPACES TO RIGA-CERTIFICATO.
           WRITE RIGA-CERTIFICATO.

           CLOSE CERTIFICATI-FILE.
           MOVE "S" TO NULLAOST-CERTIFICATO.
