               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCARTI-ANA.

      *ISCRIZIONI ALLE PRIME DA DISTRIBUIRE NELLE SEZIONI, IN CSV
      *(MATRICOLA;NOME;COGNOME;COMPAGNO;FAMIGLIA;SEPARA): COMPAGNO E'
      *LA MATRICOLA DEL COMPAGNO RICHIESTO NELLA STESSA CLASSE,
      *FAMIGLIA UN CODICE COMUNE AI FRATELLI, SEPARA = "S" SE LA
      *FAMIGLIA CHIEDE DI TENERLI IN SEZIONI DIVERSE
           SELECT ISCRIZIONI-FILE ASSIGN TO "ISCRITTI.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ISCRIZIONI.

      *GENITORI E TUTORI DEGLI STUDENTI, PIU' DI UNO PER MATRICOLA
      *(MATRICOLA + PROGRESSIVO): NOME, PARENTELA, INDIRIZZO
      *POSTALE, TELEFONO, E-MAIL E SE RICEVE LA CORRISPONDENZA. ES23
      *LO RILEGGE PER INDIRIZZARE AVVISI E PAGELLE
           SELECT TUTORI-FILE ASSIGN TO "TUTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TUTORE-REC
               FILE STATUS IS FS-TUTORI.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAFE-FILE.
       01  ESITO-ANNO-REC.
           05 MATRICOLA-ESITO-REC PIC 9(6).
           05 CLASSE-ESITO-REC PIC X(10).
      *"P" = PROMOSSO, "B" = BOCCIATO, "S" = GIUDIZIO SOSPESO NON
      *ANCORA CHIUSO DALLE PROVE DI RECUPERO
           05 ESITO-FINALE-REC PIC X(1).

       FD  GIORNALE-ANA-FILE.
           05 MOTIVO-SCARTO-ANA PIC X(3).
           05 RECORD-SCARTATO-ANA PIC X(80).

       FD  ISCRIZIONI-FILE.
       01  ISCRIZIONE-CSV-REC PIC X(100).

       FD  TUTORI-FILE.
       01  TUTORE-REC.
           05 CHIAVE-TUTORE-REC.
               10 MATRICOLA-TUT-REC PIC 9(6).
               10 PROGRESSIVO-TUT-REC PIC 9(2).
           05 NOME-TUT-REC PIC X(40).
           05 PARENTELA-TUT-REC PIC X(15).
           05 INDIRIZZO-TUT-REC PIC X(40).
           05 CAP-TUT-REC PIC X(5).
           05 CITTA-TUT-REC PIC X(30).
           05 PROVINCIA-TUT-REC PIC X(2).
           05 TELEFONO-TUT-REC PIC X(15).
           05 EMAIL-TUT-REC PIC X(50).
      *"S" = RICEVE LA CORRISPONDENZA DELLA SCUOLA, "N" = NO
           05 CORRISPONDENZA-TUT-REC PIC X(1).

       WORKING-STORAGE SECTION.

       01 FS-ANAGRAFE PIC X(2).
       01 SCELTA-ANAGRAFE PIC 9(2).
       01 MATRICOLA-CERCATA PIC 9(6).
       01 STUDENTI-ELENCATI PIC 9(3).

       01 CAMPO-COGNOME PIC X(20).
       01 CAMPO-CLASSE PIC X(10).
       01 MOTIVO-IMPORT PIC X(3).
      *MOTIVO DECODIFICATO DALLA TABELLA DEI CODICI "MOTSCART"
       01 DESCRIZIONE-MOTIVO-IMPORT PIC X(40).

      *AREA PARAMETRI DEL SERVIZIO TABELLE DEI CODICI
       01 CODESRV-AREA.
           05 CODESRV-FUNZIONE PIC X(1).
           05 CODESRV-TABELLA PIC X(8).
           05 CODESRV-CODICE PIC X(10).
           05 CODESRV-DESCRIZIONE PIC X(40).
           05 CODESRV-DATA PIC 9(8).
           05 CODESRV-ESITO PIC X(1).
       01 IMPORT-CARICATI PIC 9(4).
       01 IMPORT-SCARTATI PIC 9(4).

       01 BOCCIATI-FERMI PIC 9(3).
       01 DIPLOMATI-SEGNATI PIC 9(3).
       01 ESITI-SCONOSCIUTI PIC 9(3).
       01 SOSPESI-APERTI PIC 9(3).
       01 SENZA-NULLAOSTA PIC 9(3).

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
       01 IMPORTO-PENDENZE-EDIT PIC ZZZZ9.99.
       01 RISPOSTA-CERTIFICATI PIC X(1).
       01 MATRICOLA-NULLAOSTA PIC 9(6).
       01 MATRICOLE-CONTROLLATE PIC 9(3).
       01 MATRICOLE-IN-REGOLA PIC 9(3).
       01 CERTIFICATI-STAMPATI PIC 9(3).

      *SUPPORTO ALL'ARCHIVIO TUTORI E AL CONTROLLO DEI RECAPITI
       01 FS-TUTORI PIC X(2).
       01 SCELTA-TUTORI PIC 9(1).
       01 PROGRESSIVO-CERCATO PIC 9(2).
       01 PROGRESSIVO-NUOVO PIC 9(2).
       01 TUTORI-ELENCATI PIC 9(2).
       01 TUTORI-STUDENTE PIC 9(2).
       01 TUTORI-CORRISPONDENZA PIC 9(2).
       01 RECAPITI-UTILI PIC 9(2).
       01 MOTIVO-SENZA-RECAPITO PIC X(40).
       01 SENZA-RECAPITO-CONTATI PIC 9(4).

      *SUPPORTO ALLA FORMAZIONE DELLE CLASSI PRIME: GLI ISCRITTI
      *IN MEMORIA CON IL GRUPPO (COMPAGNI RICHIESTI, DA TENERE
      *INSIEME) E LA SEZIONE PROPOSTA; NULLA VA IN ANAGRAFE FINO
      *ALLA CONFERMA
       01 FS-ISCRIZIONI PIC X(2).
       01 SEZIONI-RICHIESTE PIC 9(1).
       01 MASSIMO-PER-CLASSE PIC 9(2).
       01 ANNO-CLASSI-PRIME PIC X(1) VALUE "1".
       01 LETTERE-SEZIONI PIC X(9) VALUE "ABCDEFGHI".
       01 FILLER REDEFINES LETTERE-SEZIONI.
           05 LETTERA-SEZIONE PIC X(1) OCCURS 9 TIMES.
       01 ALUNNI-SEZIONE PIC 9(3) OCCURS 9 TIMES INDEXED BY SZ SZB.
       01 ISCRITTI-COUNT PIC 9(3).
       01 ISCRITTI-SCARTATI PIC 9(3).
       01 ISCRITTI.
           05 ISCRITTO OCCURS 300 TIMES INDEXED BY IX IY IZ.
               10 MATRICOLA-ISC PIC 9(6).
               10 NOME-ISC PIC X(20).
               10 COGNOME-ISC PIC X(20).
               10 COMPAGNO-ISC PIC 9(6).
               10 FAMIGLIA-ISC PIC X(10).
               10 SEPARA-ISC PIC X(1).
               10 GRUPPO-ISC PIC 9(3).
               10 DIMENSIONE-GRUPPO-ISC PIC 9(3).
      *0 = NON ANCORA ASSEGNATO, ALTRIMENTI INDICE IN LETTERA-SEZIONE
               10 SEZIONE-ISC PIC 9(1).
       01 CAMPO-COMPAGNO PIC X(10).
       01 CAMPO-FAMIGLIA PIC X(10).
       01 CAMPO-SEPARA PIC X(1).
       01 GRUPPO-CORRENTE PIC 9(3).
       01 GRUPPO-VECCHIO PIC 9(3).
       01 DIMENSIONE-GRUPPO PIC 9(3).
       01 COMPAGNO-TROVATO PIC X(1).
       01 ISCRITTO-TROVATO PIC X(1).
       01 GRUPPI-DA-ASSEGNARE PIC X(1).
       01 SEZIONE-SCELTA PIC 9(1).
       01 SEZIONE-RIPIEGO PIC 9(1).
       01 CONFLITTO-FRATELLI PIC X(1).
       01 SCELTA-FORMAZIONE PIC 9(1).
       01 MATRICOLA-DA-SPOSTARE PIC 9(6).
       01 LETTERA-SCELTA PIC X(1).
       01 AVVISI-PROPOSTA PIC 9(3).
       01 STUDENTI-INSERITI PIC 9(3).
       01 STUDENTI-AGGIORNATI PIC 9(3).

      *AREA PARAMETRI DELLO SCRITTORE DI REPORT COMUNE
       01 REPORTWR-AREA.
                           "5 PROMOZIONE DI FINE ANNO "
                           "6 STORICO MATRICOLA "
                           "7 RIPRISTINA ELIMINATO "
                           "8 IMPORTA ELENCO CSV  9 FINE "
                           "10 GENITORI E TUTORI "
                           "11 STUDENTI SENZA RECAPITO "
                           "12 FORMAZIONE CLASSI PRIME "
                           "13 NULLA OSTA BIBLIOTECA"
                   ACCEPT SCELTA-ANAGRAFE

                   EVALUATE SCELTA-ANAGRAFE
                           PERFORM RIPRISTINA-ELIMINATO
                       WHEN 8
                           PERFORM IMPORTA-ELENCO-CSV
                       WHEN 10
                           PERFORM GESTIONE-TUTORI
                       WHEN 11
                           PERFORM STUDENTI-SENZA-RECAPITO
                       WHEN 12
                           PERFORM FORMAZIONE-CLASSI-PRIME
                       WHEN 13
                           PERFORM NULLA-OSTA-BIBLIOTECA
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
       SCRIVI-SCARTO-IMPORT.

           ADD 1 TO IMPORT-SCARTATI.

           MOVE SPACES TO DESCRIZIONE-MOTIVO-IMPORT.
           MOVE "L" TO CODESRV-FUNZIONE.
           MOVE "MOTSCART" TO CODESRV-TABELLA.
           MOVE MOTIVO-IMPORT TO CODESRV-CODICE.
           MOVE 0 TO CODESRV-DATA.
           CALL "CODESRV" USING CODESRV-AREA.
           IF CODESRV-ESITO = "S" OR CODESRV-ESITO = "V" THEN
               MOVE CODESRV-DESCRIZIONE TO DESCRIZIONE-MOTIVO-IMPORT
           END-IF.

           DISPLAY "RIGA SCARTATA (" MOTIVO-IMPORT " "
                   DESCRIZIONE-MOTIVO-IMPORT "): "
                   ELENCO-CSV-REC.

           OPEN EXTEND SCARTI-ANA-FILE.
      *BOCCIATI FERMI, ULTIMO ANNO SEGNATO DIPLOMATO)
       PROMOZIONE-FINE-ANNO.

      *CON GIUDIZI SOSPESI ANCORA APERTI LA PROMOZIONE NON PARTE:
      *PRIMA VA FATTA LA CHIUSURA DELLE SOSPENSIONI IN ES23
           PERFORM CONTA-SOSPESI-APERTI.
           IF SOSPESI-APERTI > 0 THEN
               DISPLAY "PROMOZIONE RIFIUTATA: " SOSPESI-APERTI
                       " GIUDIZI SOSPESI ANCORA APERTI IN ESITI.DAT"
               DISPLAY "ESEGUIRE PRIMA LA CHIUSURA DELLE SOSPENSIONI"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ANNO DI CORSO FINALE (DEFAULT 5): ".
           ACCEPT ANNO-FINALE.
           IF ANNO-FINALE = 0 THEN
                   " FERMI: " BOCCIATI-FERMI
                   " DIPLOMANDI: " DIPLOMATI-SEGNATI
                   " NON AGGANCIATI: " ESITI-SCONOSCIUTI.
           DISPLAY "SENZA NULLA OSTA DELLA BIBLIOTECA: "
                   SENZA-NULLAOSTA.

           IF PROMOSSI-AVANZATI = 0 AND DIPLOMATI-SEGNATI = 0 THEN
               DISPLAY "NESSUN AGGIORNAMENTO DA APPLICARE"
           MOVE 0 TO BOCCIATI-FERMI.
           MOVE 0 TO DIPLOMATI-SEGNATI.
           MOVE 0 TO ESITI-SCONOSCIUTI.
           MOVE 0 TO SENZA-NULLAOSTA.

           OPEN INPUT ESITI-FILE.
           IF FS-ESITI NOT = "00" THEN
                   DISPLAY RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF
      *IN ANTEPRIMA SI SEGNALA CHI NON E' IN REGOLA CON LA
      *BIBLIOTECA, SOPRATTUTTO I DIPLOMANDI CHE LASCIANO LA SCUOLA
               MOVE "V" TO NULLAOST-FUNZIONE
               MOVE MATRICOLA-ANA TO NULLAOST-MATRICOLA
               MOVE SPACES TO NULLAOST-NOMINATIVO
               CALL "NULLAOST" USING NULLAOST-AREA
               IF NULLAOST-ESITO NOT = "S" THEN
                   ADD 1 TO SENZA-NULLAOSTA
                   IF RW-ESITO = "S" THEN
                       PERFORM DESCRIVI-PENDENZE-BIBLIOTECA
                       DISPLAY RW-RIGA
                       CALL "REPORTWR" USING REPORTWR-AREA
                   END-IF
               END-IF
           ELSE
               IF CLASSE-NUOVA NOT = CLASSE-ANA THEN
      *ANCHE L'AVANZAMENTO DI CLASSE PASSA DAL GIORNALE COME OGNI
                   END-REWRITE
               END-IF
           END-IF.

      *---------------------------- FUNCTION AQ ------------------------
      *MANUTENZIONE DEI GENITORI E TUTORI: PIU' DI UNO PER MATRICOLA,
      *NUMERATI IN ORDINE DI INSERIMENTO
       GESTIONE-TUTORI.

           OPEN I-O TUTORI-FILE.
           IF FS-TUTORI = "35" THEN
               OPEN OUTPUT TUTORI-FILE
               CLOSE TUTORI-FILE
               OPEN I-O TUTORI-FILE
           END-IF.

           IF FS-TUTORI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE TUTORI.DAT - STATO "
                       FS-TUTORI
           ELSE
               MOVE 0 TO SCELTA-TUTORI

               PERFORM UNTIL SCELTA-TUTORI = 9
                   DISPLAY "=== GENITORI E TUTORI ==="
                   DISPLAY "1 NUOVO TUTORE  2 MODIFICA TUTORE "
                           "3 ELIMINA TUTORE  "
                           "4 TUTORI DI UNA MATRICOLA  9 FINE"
                   ACCEPT SCELTA-TUTORI

                   EVALUATE SCELTA-TUTORI
                       WHEN 1
                           PERFORM INSERISCI-TUTORE
                       WHEN 2
                           PERFORM MODIFICA-TUTORE
                       WHEN 3
                           PERFORM ELIMINA-TUTORE
                       WHEN 4
                           PERFORM ELENCO-TUTORI-STUDENTE
                       WHEN OTHER
                           MOVE 9 TO SCELTA-TUTORI
                   END-EVALUATE
               END-PERFORM

               CLOSE TUTORI-FILE
           END-IF.

      *---------------------------- FUNCTION AR ------------------------
      *IL TUTORE SI AGGANCIA SOLO A UNA MATRICOLA GIA' IN ANAGRAFE;
      *IL PROGRESSIVO E' IL PRIMO LIBERO DOPO L'ULTIMO USATO
       INSERISCI-TUTORE.

           DISPLAY "MATRICOLA DELLO STUDENTE: ".
           ACCEPT MATRICOLA-CERCATA.

           MOVE MATRICOLA-CERCATA TO MATRICOLA-ANA.
           READ ANAGRAFE-FILE
               INVALID KEY
                   DISPLAY "MATRICOLA NON TROVATA IN ANAGRAFE"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "STUDENTE: " NOME-ANA " " COGNOME-ANA
                   " CLASSE " CLASSE-ANA.

           MOVE 0 TO PROGRESSIVO-NUOVO.
           MOVE MATRICOLA-CERCATA TO MATRICOLA-TUT-REC.
           MOVE 0 TO PROGRESSIVO-TUT-REC.
           START TUTORI-FILE KEY IS NOT LESS THAN CHIAVE-TUTORE-REC
               INVALID KEY MOVE "10" TO FS-TUTORI
           END-START.

           PERFORM UNTIL FS-TUTORI = "10"
               READ TUTORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TUTORI
                   NOT AT END
                       IF MATRICOLA-TUT-REC NOT = MATRICOLA-CERCATA
                           MOVE "10" TO FS-TUTORI
                       ELSE
                           MOVE PROGRESSIVO-TUT-REC
                               TO PROGRESSIVO-NUOVO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-TUTORI.

           IF PROGRESSIVO-NUOVO = 99 THEN
               DISPLAY "TROPPI TUTORI PER LA MATRICOLA"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PROGRESSIVO-NUOVO.

           MOVE MATRICOLA-CERCATA TO MATRICOLA-TUT-REC.
           MOVE PROGRESSIVO-NUOVO TO PROGRESSIVO-TUT-REC.
           DISPLAY "NOME E COGNOME DEL TUTORE: ".
           ACCEPT NOME-TUT-REC.
           DISPLAY "PARENTELA (PADRE, MADRE, TUTORE...): ".
           ACCEPT PARENTELA-TUT-REC.
           DISPLAY "INDIRIZZO: ".
           ACCEPT INDIRIZZO-TUT-REC.
           DISPLAY "CAP: ".
           ACCEPT CAP-TUT-REC.
           DISPLAY "CITTA': ".
           ACCEPT CITTA-TUT-REC.
           DISPLAY "PROVINCIA (SIGLA): ".
           ACCEPT PROVINCIA-TUT-REC.
           DISPLAY "TELEFONO: ".
           ACCEPT TELEFONO-TUT-REC.
           DISPLAY "E-MAIL: ".
           ACCEPT EMAIL-TUT-REC.
           PERFORM ACCETTA-CORRISPONDENZA.

           WRITE TUTORE-REC
               INVALID KEY
                   DISPLAY "ERRORE IN SCRITTURA - STATO " FS-TUTORI
               NOT INVALID KEY
                   DISPLAY "TUTORE REGISTRATO COL PROGRESSIVO "
                           PROGRESSIVO-NUOVO
           END-WRITE.

      *---------------------------- FUNCTION AS ------------------------
       MODIFICA-TUTORE.

           DISPLAY "MATRICOLA DELLO STUDENTE: ".
           ACCEPT MATRICOLA-CERCATA.
           DISPLAY "PROGRESSIVO DEL TUTORE: ".
           ACCEPT PROGRESSIVO-CERCATO.

           MOVE MATRICOLA-CERCATA TO MATRICOLA-TUT-REC.
           MOVE PROGRESSIVO-CERCATO TO PROGRESSIVO-TUT-REC.
           READ TUTORI-FILE
               INVALID KEY
                   DISPLAY "TUTORE NON TROVATO"
               NOT INVALID KEY
                   DISPLAY "NOME ATTUALE: " NOME-TUT-REC
                           " - NUOVO NOME: "
                   ACCEPT NOME-TUT-REC
                   DISPLAY "PARENTELA ATTUALE: " PARENTELA-TUT-REC
                           " - NUOVA PARENTELA: "
                   ACCEPT PARENTELA-TUT-REC
                   DISPLAY "INDIRIZZO ATTUALE: " INDIRIZZO-TUT-REC
                           " - NUOVO INDIRIZZO: "
                   ACCEPT INDIRIZZO-TUT-REC
                   DISPLAY "CAP ATTUALE: " CAP-TUT-REC
                           " - NUOVO CAP: "
                   ACCEPT CAP-TUT-REC
                   DISPLAY "CITTA' ATTUALE: " CITTA-TUT-REC
                           " - NUOVA CITTA': "
                   ACCEPT CITTA-TUT-REC
                   DISPLAY "PROVINCIA ATTUALE: " PROVINCIA-TUT-REC
                           " - NUOVA PROVINCIA: "
                   ACCEPT PROVINCIA-TUT-REC
                   DISPLAY "TELEFONO ATTUALE: " TELEFONO-TUT-REC
                           " - NUOVO TELEFONO: "
                   ACCEPT TELEFONO-TUT-REC
                   DISPLAY "E-MAIL ATTUALE: " EMAIL-TUT-REC
                   DISPLAY "NUOVA E-MAIL: "
                   ACCEPT EMAIL-TUT-REC
                   DISPLAY "RICEVE CORRISPONDENZA ATTUALE: "
                           CORRISPONDENZA-TUT-REC
                   PERFORM ACCETTA-CORRISPONDENZA
                   REWRITE TUTORE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                   FS-TUTORI
                       NOT INVALID KEY
                           DISPLAY "TUTORE AGGIORNATO"
                   END-REWRITE
           END-READ.

      *---------------------------- FUNCTION AT ------------------------
       ELIMINA-TUTORE.

           DISPLAY "MATRICOLA DELLO STUDENTE: ".
           ACCEPT MATRICOLA-CERCATA.
           DISPLAY "PROGRESSIVO DEL TUTORE DA ELIMINARE: ".
           ACCEPT PROGRESSIVO-CERCATO.

           MOVE MATRICOLA-CERCATA TO MATRICOLA-TUT-REC.
           MOVE PROGRESSIVO-CERCATO TO PROGRESSIVO-TUT-REC.
           READ TUTORI-FILE
               INVALID KEY
                   DISPLAY "TUTORE NON TROVATO"
               NOT INVALID KEY
                   DELETE TUTORI-FILE
                       INVALID KEY
                           DISPLAY "ELIMINAZIONE FALLITA - STATO "
                                   FS-TUTORI
                       NOT INVALID KEY
                           DISPLAY "TUTORE ELIMINATO: " NOME-TUT-REC
                   END-DELETE
           END-READ.

      *---------------------------- FUNCTION AU ------------------------
       ELENCO-TUTORI-STUDENTE.

           DISPLAY "MATRICOLA DELLO STUDENTE: ".
           ACCEPT MATRICOLA-CERCATA.

           MOVE 0 TO TUTORI-ELENCATI.
           MOVE MATRICOLA-CERCATA TO MATRICOLA-TUT-REC.
           MOVE 0 TO PROGRESSIVO-TUT-REC.
           START TUTORI-FILE KEY IS NOT LESS THAN CHIAVE-TUTORE-REC
               INVALID KEY MOVE "10" TO FS-TUTORI
           END-START.

           PERFORM UNTIL FS-TUTORI = "10"
               READ TUTORI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TUTORI
                   NOT AT END
                       IF MATRICOLA-TUT-REC NOT = MATRICOLA-CERCATA
                           MOVE "10" TO FS-TUTORI
                       ELSE
                           ADD 1 TO TUTORI-ELENCATI
                           DISPLAY PROGRESSIVO-TUT-REC " "
                                   NOME-TUT-REC " ("
                                   PARENTELA-TUT-REC ")"
                                   " CORRISPONDENZA: "
                                   CORRISPONDENZA-TUT-REC
                           DISPLAY "   " INDIRIZZO-TUT-REC " "
                                   CAP-TUT-REC " " CITTA-TUT-REC
                                   " " PROVINCIA-TUT-REC
                           DISPLAY "   TEL. " TELEFONO-TUT-REC
                                   " E-MAIL " EMAIL-TUT-REC
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-TUTORI.

           DISPLAY "TUTORI DELLA MATRICOLA: " TUTORI-ELENCATI.

      *---------------------------- FUNCTION AV ------------------------
       ACCETTA-CORRISPONDENZA.

           DISPLAY "RICEVE LA CORRISPONDENZA? (S/N): ".
           ACCEPT CORRISPONDENZA-TUT-REC.
           PERFORM UNTIL CORRISPONDENZA-TUT-REC = "S" OR
                         CORRISPONDENZA-TUT-REC = "N"
               DISPLAY "RISPONDERE S O N"
               ACCEPT CORRISPONDENZA-TUT-REC
           END-PERFORM.

      *---------------------------- FUNCTION AW ------------------------
      *STUDENTI SENZA UN RECAPITO UTILE: NESSUN TUTORE CHE RICEVA LA
      *CORRISPONDENZA CON UN INDIRIZZO POSTALE COMPLETO. PER LORO
      *AVVISI E PAGELLE ESCONO SENZA INDIRIZZO E VANNO CONSEGNATI A
      *MANO: L'ELENCO SU SENZAREC.TXT SERVE A COMPLETARE I DATI
       STUDENTI-SENZA-RECAPITO.

           OPEN INPUT TUTORI-FILE.
           IF FS-TUTORI NOT = "00" AND FS-TUTORI NOT = "35" THEN
               DISPLAY "IMPOSSIBILE APRIRE TUTORI.DAT - STATO "
                       FS-TUTORI
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "SENZAREC.TXT" TO RW-NOME-FILE.
           MOVE "STUDENTI SENZA RECAPITO UTILE PER LA CORRISPONDENZA"
               TO RW-TITOLO.
           MOVE "MATRICOLA / NOME / COGNOME / CLASSE / MOTIVO"
               TO RW-INTESTAZIONE.
           MOVE OPERATORE-CORRENTE TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT SENZAREC.TXT"
               IF FS-TUTORI = "00" THEN
                   CLOSE TUTORI-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SENZA-RECAPITO-CONTATI.

           MOVE LOW-VALUES TO MATRICOLA-ANA.
           START ANAGRAFE-FILE KEY IS NOT LESS THAN MATRICOLA-ANA
               INVALID KEY MOVE "10" TO FS-ANAGRAFE
           END-START.

           PERFORM UNTIL FS-ANAGRAFE = "10"
               READ ANAGRAFE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ANAGRAFE
                   NOT AT END
                       PERFORM CONTA-RECAPITI-STUDENTE
                       IF RECAPITI-UTILI = 0 THEN
                           ADD 1 TO SENZA-RECAPITO-CONTATI
                           MOVE "R" TO RW-OPERAZIONE
                           MOVE SPACES TO RW-RIGA
                           STRING MATRICOLA-ANA " " NOME-ANA " "
                                  COGNOME-ANA " " CLASSE-ANA " "
                                  MOTIVO-SENZA-RECAPITO
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ANAGRAFE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "STUDENTI SENZA RECAPITO: " SENZA-RECAPITO-CONTATI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF FS-TUTORI = "00" THEN
               CLOSE TUTORI-FILE
           END-IF.

           DISPLAY "ELENCO SCRITTO SU SENZAREC.TXT".

      *---------------------------- FUNCTION AX ------------------------
      *TUTORI DELLA MATRICOLA-ANA CORRENTE: QUANTI SONO, QUANTI
      *RICEVONO LA CORRISPONDENZA E QUANTI DI QUESTI HANNO ANCHE UN
      *INDIRIZZO COMPLETO; IL MOTIVO SPIEGA DOVE SI FERMA
       CONTA-RECAPITI-STUDENTE.

           MOVE 0 TO TUTORI-STUDENTE.
           MOVE 0 TO TUTORI-CORRISPONDENZA.
           MOVE 0 TO RECAPITI-UTILI.

           IF FS-TUTORI = "00" THEN
               MOVE MATRICOLA-ANA TO MATRICOLA-TUT-REC
               MOVE 0 TO PROGRESSIVO-TUT-REC
               START TUTORI-FILE KEY IS NOT LESS THAN
                       CHIAVE-TUTORE-REC
                   INVALID KEY MOVE "10" TO FS-TUTORI
               END-START

               PERFORM UNTIL FS-TUTORI = "10"
                   READ TUTORI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-TUTORI
                       NOT AT END
                           IF MATRICOLA-TUT-REC NOT = MATRICOLA-ANA
                               MOVE "10" TO FS-TUTORI
                           ELSE
                               ADD 1 TO TUTORI-STUDENTE
                               IF CORRISPONDENZA-TUT-REC = "S" THEN
                                   ADD 1 TO TUTORI-CORRISPONDENZA
                                   IF INDIRIZZO-TUT-REC NOT = SPACES
                                      AND CITTA-TUT-REC NOT = SPACES
                                       ADD 1 TO RECAPITI-UTILI
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE "00" TO FS-TUTORI
           END-IF.

           EVALUATE TRUE
               WHEN TUTORI-STUDENTE = 0
                   MOVE "NESSUN TUTORE REGISTRATO"
                       TO MOTIVO-SENZA-RECAPITO
               WHEN TUTORI-CORRISPONDENZA = 0
                   MOVE "NESSUN TUTORE RICEVE CORRISPONDENZA"
                       TO MOTIVO-SENZA-RECAPITO
               WHEN OTHER
                   MOVE "INDIRIZZO POSTALE INCOMPLETO"
                       TO MOTIVO-SENZA-RECAPITO
           END-EVALUATE.

      *---------------------------- FUNCTION AY ------------------------
      *CONTA GLI ESITI ANCORA A GIUDIZIO SOSPESO
       CONTA-SOSPESI-APERTI.

           MOVE 0 TO SOSPESI-APERTI.

           OPEN INPUT ESITI-FILE.
           IF FS-ESITI = "00" THEN
               MOVE LOW-VALUES TO MATRICOLA-ESITO-REC
               START ESITI-FILE KEY IS NOT LESS THAN
                   MATRICOLA-ESITO-REC
                   INVALID KEY MOVE "10" TO FS-ESITI
               END-START

               PERFORM UNTIL FS-ESITI = "10"
                   READ ESITI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ESITI
                       NOT AT END
                           IF ESITO-FINALE-REC = "S" THEN
                               ADD 1 TO SOSPESI-APERTI
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ESITI-FILE
           END-IF.

           MOVE "00" TO FS-ESITI.

      *---------------------------- FUNCTION AZ ------------------------
      *FORMAZIONE DELLE CLASSI PRIME DA ISCRITTI.CSV: SI DISTRIBUISCONO
      *GLI ISCRITTI SU N SEZIONI COL MASSIMO DI ALUNNI PER CLASSE,
      *BILANCIANDO I NUMERI, TENENDO INSIEME I COMPAGNI RICHIESTI E
      *SEPARANDO I FRATELLI QUANDO LA FAMIGLIA LO CHIEDE. LA PROPOSTA
      *SI PUO' RITOCCARE A MANO; SOLO LA CONFERMA SCRIVE LA CLASSE IN
      *ANAGRAFE, PASSANDO DAL GIORNALE COME OGNI ALTRA MANUTENZIONE
       FORMAZIONE-CLASSI-PRIME.

           DISPLAY "NUMERO DI SEZIONI (1-9): ".
           ACCEPT SEZIONI-RICHIESTE.
           PERFORM UNTIL SEZIONI-RICHIESTE >= 1
               DISPLAY "NUMERO NON VALIDO, RIDIGITARE"
               ACCEPT SEZIONI-RICHIESTE
           END-PERFORM.
           DISPLAY "NUMERO MASSIMO DI ALUNNI PER CLASSE: ".
           ACCEPT MASSIMO-PER-CLASSE.
           PERFORM UNTIL MASSIMO-PER-CLASSE >= 1
               DISPLAY "NUMERO NON VALIDO, RIDIGITARE"
               ACCEPT MASSIMO-PER-CLASSE
           END-PERFORM.

           PERFORM CARICA-ISCRITTI.
           IF ISCRITTI-COUNT = 0 THEN
               DISPLAY "NESSUN ISCRITTO DA DISTRIBUIRE"
               EXIT PARAGRAPH
           END-IF.

           IF ISCRITTI-COUNT > SEZIONI-RICHIESTE * MASSIMO-PER-CLASSE
               DISPLAY "ATTENZIONE: " ISCRITTI-COUNT " ISCRITTI NON "
                       "STANNO IN " SEZIONI-RICHIESTE " SEZIONI DA "
                       MASSIMO-PER-CLASSE ": ALCUNE CLASSI SUPERERANNO "
                       "IL MASSIMO"
           END-IF.

           PERFORM UNISCI-COMPAGNI.
           PERFORM ASSEGNA-GRUPPI.

           MOVE 0 TO SCELTA-FORMAZIONE.
           PERFORM UNTIL SCELTA-FORMAZIONE = 3 OR
                         SCELTA-FORMAZIONE = 9
               PERFORM MOSTRA-PROPOSTA
               DISPLAY "1 SPOSTA UN ISCRITTO  2 RIVEDI LA PROPOSTA "
                       "3 CONFERMA E SCRIVI IN ANAGRAFE  9 ANNULLA"
               ACCEPT SCELTA-FORMAZIONE
               EVALUATE SCELTA-FORMAZIONE
                   WHEN 1
                       PERFORM SPOSTA-ISCRITTO
                   WHEN 3
                       PERFORM CONFERMA-FORMAZIONE
                   WHEN 9
                       DISPLAY "FORMAZIONE ANNULLATA: ANAGRAFE "
                               "INVARIATA"
                   WHEN OTHER
                       MOVE 0 TO SCELTA-FORMAZIONE
               END-EVALUATE
           END-PERFORM.

      *---------------------------- FUNCTION BA ------------------------
      *CARICA GLI ISCRITTI DAL CSV; LE RIGHE SENZA MATRICOLA NUMERICA
      *O SENZA NOME E COGNOME SI SCARTANO A VIDEO
       CARICA-ISCRITTI.

           MOVE 0 TO ISCRITTI-COUNT.
           MOVE 0 TO ISCRITTI-SCARTATI.

           OPEN INPUT ISCRIZIONI-FILE.
           IF FS-ISCRIZIONI NOT = "00" THEN
               DISPLAY "ISCRITTI.CSV NON DISPONIBILE - STATO "
                       FS-ISCRIZIONI
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-ISCRIZIONI = "10"
               READ ISCRIZIONI-FILE
                   AT END
                       MOVE "10" TO FS-ISCRIZIONI
                   NOT AT END
                       PERFORM CARICA-RIGA-ISCRITTO
               END-READ
           END-PERFORM.

           CLOSE ISCRIZIONI-FILE.

           DISPLAY "ISCRITTI CARICATI: " ISCRITTI-COUNT
                   " - RIGHE SCARTATE: " ISCRITTI-SCARTATI.

      *---------------------------- FUNCTION BB ------------------------
       CARICA-RIGA-ISCRITTO.

           MOVE SPACES TO CAMPO-MATRICOLA.
           MOVE SPACES TO CAMPO-NOME.
           MOVE SPACES TO CAMPO-COGNOME.
           MOVE SPACES TO CAMPO-COMPAGNO.
           MOVE SPACES TO CAMPO-FAMIGLIA.
           MOVE SPACES TO CAMPO-SEPARA.

           UNSTRING ISCRIZIONE-CSV-REC DELIMITED BY ";"
               INTO CAMPO-MATRICOLA CAMPO-NOME CAMPO-COGNOME
                    CAMPO-COMPAGNO CAMPO-FAMIGLIA CAMPO-SEPARA.

           IF FUNCTION TRIM(CAMPO-MATRICOLA) = SPACES OR
              CAMPO-MATRICOLA(1:6) NOT NUMERIC OR
              CAMPO-NOME = SPACES OR CAMPO-COGNOME = SPACES THEN
               ADD 1 TO ISCRITTI-SCARTATI
               DISPLAY "RIGA SCARTATA: " ISCRIZIONE-CSV-REC
               EXIT PARAGRAPH
           END-IF.

           IF ISCRITTI-COUNT >= 300 THEN
               ADD 1 TO ISCRITTI-SCARTATI
               DISPLAY "TROPPI ISCRITTI, RIGA SCARTATA: "
                       ISCRIZIONE-CSV-REC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ISCRITTI-COUNT.
           SET IX TO ISCRITTI-COUNT.
           MOVE FUNCTION NUMVAL(CAMPO-MATRICOLA) TO MATRICOLA-ISC(IX).
           MOVE CAMPO-NOME TO NOME-ISC(IX).
           MOVE CAMPO-COGNOME TO COGNOME-ISC(IX).
           MOVE 0 TO COMPAGNO-ISC(IX).
           IF CAMPO-COMPAGNO NOT = SPACES THEN
               IF CAMPO-COMPAGNO(1:6) NUMERIC THEN
                   MOVE FUNCTION NUMVAL(CAMPO-COMPAGNO)
                       TO COMPAGNO-ISC(IX)
               ELSE
                   DISPLAY "COMPAGNO NON VALIDO PER MATRICOLA "
                           MATRICOLA-ISC(IX) ": IGNORATO"
               END-IF
           END-IF.
           MOVE CAMPO-FAMIGLIA TO FAMIGLIA-ISC(IX).
           MOVE CAMPO-SEPARA TO SEPARA-ISC(IX).
           SET GRUPPO-ISC(IX) TO IX.
           MOVE 0 TO SEZIONE-ISC(IX).

      *---------------------------- FUNCTION BC ------------------------
      *I COMPAGNI RICHIESTI FINISCONO NELLO STESSO GRUPPO (ANCHE A
      *CATENA: A CON B E B CON C FANNO UN GRUPPO DI TRE); POI OGNI
      *ISCRITTO SI SEGNA LA DIMENSIONE DEL SUO GRUPPO
       UNISCI-COMPAGNI.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ISCRITTI-COUNT
               IF COMPAGNO-ISC(IX) NOT = 0 THEN
                   MOVE "N" TO COMPAGNO-TROVATO
                   PERFORM VARYING IY FROM 1 BY 1
                           UNTIL IY > ISCRITTI-COUNT
                       IF MATRICOLA-ISC(IY) = COMPAGNO-ISC(IX) THEN
                           MOVE "S" TO COMPAGNO-TROVATO
                           MOVE GRUPPO-ISC(IY) TO GRUPPO-VECCHIO
                           MOVE GRUPPO-ISC(IX) TO GRUPPO-CORRENTE
                       END-IF
                   END-PERFORM
                   IF COMPAGNO-TROVATO = "N" THEN
                       DISPLAY "COMPAGNO " COMPAGNO-ISC(IX)
                               " RICHIESTO DA " MATRICOLA-ISC(IX)
                               " NON E' TRA GLI ISCRITTI: IGNORATO"
                   ELSE
                       IF GRUPPO-VECCHIO NOT = GRUPPO-CORRENTE THEN
                           PERFORM VARYING IY FROM 1 BY 1
                                   UNTIL IY > ISCRITTI-COUNT
                               IF GRUPPO-ISC(IY) = GRUPPO-VECCHIO
                                   MOVE GRUPPO-CORRENTE
                                       TO GRUPPO-ISC(IY)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ISCRITTI-COUNT
               MOVE 0 TO DIMENSIONE-GRUPPO-ISC(IX)
               PERFORM VARYING IY FROM 1 BY 1
                       UNTIL IY > ISCRITTI-COUNT
                   IF GRUPPO-ISC(IY) = GRUPPO-ISC(IX) THEN
                       ADD 1 TO DIMENSIONE-GRUPPO-ISC(IX)
                   END-IF
               END-PERFORM
               IF DIMENSIONE-GRUPPO-ISC(IX) > MASSIMO-PER-CLASSE
                   DISPLAY "GRUPPO DI COMPAGNI DI " MATRICOLA-ISC(IX)
                           " PIU' GRANDE DEL MASSIMO PER CLASSE"
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION BD ------------------------
      *PROPOSTA INIZIALE: SI PIAZZANO PRIMA I GRUPPI PIU' GRANDI,
      *OGNUNO NELLA SEZIONE MENO AFFOLLATA CHE LO CONTIENE E NON HA
      *FRATELLI DA TENERE SEPARATI
       ASSEGNA-GRUPPI.

           PERFORM VARYING SZ FROM 1 BY 1 UNTIL SZ > 9
               MOVE 0 TO ALUNNI-SEZIONE(SZ)
           END-PERFORM.

           MOVE "S" TO GRUPPI-DA-ASSEGNARE.
           PERFORM UNTIL GRUPPI-DA-ASSEGNARE = "N"
               MOVE "N" TO GRUPPI-DA-ASSEGNARE
               MOVE 0 TO DIMENSIONE-GRUPPO
               PERFORM VARYING IZ FROM 1 BY 1
                       UNTIL IZ > ISCRITTI-COUNT
                   IF SEZIONE-ISC(IZ) = 0 AND
                      DIMENSIONE-GRUPPO-ISC(IZ) > DIMENSIONE-GRUPPO
                       MOVE "S" TO GRUPPI-DA-ASSEGNARE
                       MOVE GRUPPO-ISC(IZ) TO GRUPPO-CORRENTE
                       MOVE DIMENSIONE-GRUPPO-ISC(IZ)
                           TO DIMENSIONE-GRUPPO
                   END-IF
               END-PERFORM
               IF GRUPPI-DA-ASSEGNARE = "S" THEN
                   PERFORM ASSEGNA-GRUPPO
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION BE ------------------------
      *SEZIONE PER IL GRUPPO-CORRENTE: SE NESSUNA RISPETTA TUTTO SI
      *RINUNCIA PRIMA ALLA SEPARAZIONE DEI FRATELLI, POI AL MASSIMO;
      *LE VIOLAZIONI RESTANO SEGNALATE NELLA PROPOSTA
       ASSEGNA-GRUPPO.

           MOVE 0 TO SEZIONE-SCELTA.
           MOVE 0 TO SEZIONE-RIPIEGO.

           PERFORM VARYING SZB FROM 1 BY 1
                   UNTIL SZB > SEZIONI-RICHIESTE
               IF ALUNNI-SEZIONE(SZB) + DIMENSIONE-GRUPPO <=
                  MASSIMO-PER-CLASSE THEN
                   PERFORM VERIFICA-FRATELLI-SEZIONE
                   IF CONFLITTO-FRATELLI = "N" THEN
                       IF SEZIONE-SCELTA = 0 THEN
                           SET SEZIONE-SCELTA TO SZB
                       ELSE
                           IF ALUNNI-SEZIONE(SZB) <
                              ALUNNI-SEZIONE(SEZIONE-SCELTA) THEN
                               SET SEZIONE-SCELTA TO SZB
                           END-IF
                       END-IF
                   END-IF
                   IF SEZIONE-RIPIEGO = 0 THEN
                       SET SEZIONE-RIPIEGO TO SZB
                   ELSE
                       IF ALUNNI-SEZIONE(SZB) <
                          ALUNNI-SEZIONE(SEZIONE-RIPIEGO) THEN
                           SET SEZIONE-RIPIEGO TO SZB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF SEZIONE-SCELTA = 0 THEN
               MOVE SEZIONE-RIPIEGO TO SEZIONE-SCELTA
           END-IF.

           IF SEZIONE-SCELTA = 0 THEN
               MOVE 1 TO SEZIONE-SCELTA
               PERFORM VARYING SZB FROM 2 BY 1
                       UNTIL SZB > SEZIONI-RICHIESTE
                   IF ALUNNI-SEZIONE(SZB) <
                      ALUNNI-SEZIONE(SEZIONE-SCELTA) THEN
                       SET SEZIONE-SCELTA TO SZB
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ISCRITTI-COUNT
               IF GRUPPO-ISC(IX) = GRUPPO-CORRENTE THEN
                   MOVE SEZIONE-SCELTA TO SEZIONE-ISC(IX)
                   ADD 1 TO ALUNNI-SEZIONE(SEZIONE-SCELTA)
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION BF ------------------------
      *"S" SE NELLA SEZIONE SZB C'E' GIA' UN FRATELLO DI UN MEMBRO DEL
      *GRUPPO-CORRENTE E UNO DEI DUE HA CHIESTO LA SEPARAZIONE
       VERIFICA-FRATELLI-SEZIONE.

           MOVE "N" TO CONFLITTO-FRATELLI.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ISCRITTI-COUNT
               IF GRUPPO-ISC(IX) = GRUPPO-CORRENTE AND
                  FAMIGLIA-ISC(IX) NOT = SPACES THEN
                   PERFORM VARYING IY FROM 1 BY 1
                           UNTIL IY > ISCRITTI-COUNT
                       IF SEZIONE-ISC(IY) = SZB AND
                          FAMIGLIA-ISC(IY) = FAMIGLIA-ISC(IX) AND
                          (SEPARA-ISC(IX) = "S" OR
                           SEPARA-ISC(IY) = "S") THEN
                           MOVE "S" TO CONFLITTO-FRATELLI
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION BG ------------------------
      *PROPOSTA A VIDEO, SEZIONE PER SEZIONE, CON LE VIOLAZIONI
       MOSTRA-PROPOSTA.

           PERFORM VARYING SZ FROM 1 BY 1 UNTIL SZ > SEZIONI-RICHIESTE
               DISPLAY "=== CLASSE " ANNO-CLASSI-PRIME
                       LETTERA-SEZIONE(SZ) " - ALUNNI "
                       ALUNNI-SEZIONE(SZ) " ==="
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > ISCRITTI-COUNT
                   IF SEZIONE-ISC(IX) = SZ THEN
                       DISPLAY "  " MATRICOLA-ISC(IX) " "
                               COGNOME-ISC(IX) " " NOME-ISC(IX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM CONTROLLA-PROPOSTA.

      *---------------------------- FUNCTION BH ------------------------
      *CLASSI OLTRE IL MASSIMO, COMPAGNI RICHIESTI FINITI IN SEZIONI
      *DIVERSE, FRATELLI DA SEPARARE FINITI INSIEME
       CONTROLLA-PROPOSTA.

           MOVE 0 TO AVVISI-PROPOSTA.

           PERFORM VARYING SZ FROM 1 BY 1 UNTIL SZ > SEZIONI-RICHIESTE
               IF ALUNNI-SEZIONE(SZ) > MASSIMO-PER-CLASSE THEN
                   ADD 1 TO AVVISI-PROPOSTA
                   DISPLAY "ATTENZIONE: CLASSE " ANNO-CLASSI-PRIME
                           LETTERA-SEZIONE(SZ) " OLTRE IL MASSIMO"
               END-IF
           END-PERFORM.

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ISCRITTI-COUNT
               IF COMPAGNO-ISC(IX) NOT = 0 THEN
                   PERFORM VARYING IY FROM 1 BY 1
                           UNTIL IY > ISCRITTI-COUNT
                       IF MATRICOLA-ISC(IY) = COMPAGNO-ISC(IX) AND
                          SEZIONE-ISC(IY) NOT = SEZIONE-ISC(IX) THEN
                           ADD 1 TO AVVISI-PROPOSTA
                           DISPLAY "ATTENZIONE: " MATRICOLA-ISC(IX)
                                   " SEPARATO DAL COMPAGNO RICHIESTO "
                                   COMPAGNO-ISC(IX)
                       END-IF
                   END-PERFORM
               END-IF
               IF FAMIGLIA-ISC(IX) NOT = SPACES THEN
                   PERFORM VARYING IY FROM IX BY 1
                           UNTIL IY > ISCRITTI-COUNT
                       IF IY NOT = IX AND
                          FAMIGLIA-ISC(IY) = FAMIGLIA-ISC(IX) AND
                          SEZIONE-ISC(IY) = SEZIONE-ISC(IX) AND
                          (SEPARA-ISC(IX) = "S" OR
                           SEPARA-ISC(IY) = "S") THEN
                           ADD 1 TO AVVISI-PROPOSTA
                           DISPLAY "ATTENZIONE: FRATELLI "
                                   MATRICOLA-ISC(IX) " E "
                                   MATRICOLA-ISC(IY)
                                   " NELLA STESSA SEZIONE"
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF AVVISI-PROPOSTA = 0 THEN
               DISPLAY "PROPOSTA SENZA VIOLAZIONI"
           END-IF.

      *---------------------------- FUNCTION BI ------------------------
      *RITOCCO MANUALE: UN ISCRITTO IN UN'ALTRA SEZIONE; I SUOI
      *COMPAGNI RESTANO DOVE SONO E L'EVENTUALE SEPARAZIONE VIENE
      *SEGNALATA ALLA PROSSIMA VISUALIZZAZIONE
       SPOSTA-ISCRITTO.

           DISPLAY "MATRICOLA DA SPOSTARE: ".
           ACCEPT MATRICOLA-DA-SPOSTARE.

           MOVE "N" TO ISCRITTO-TROVATO.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ISCRITTI-COUNT
               IF MATRICOLA-ISC(IX) = MATRICOLA-DA-SPOSTARE THEN
                   MOVE "S" TO ISCRITTO-TROVATO
                   SET IZ TO IX
               END-IF
           END-PERFORM.
           IF ISCRITTO-TROVATO = "N" THEN
               DISPLAY "MATRICOLA NON TRA GLI ISCRITTI"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUOVA SEZIONE (LETTERA): ".
           ACCEPT LETTERA-SCELTA.
           MOVE 0 TO SEZIONE-SCELTA.
           PERFORM VARYING SZ FROM 1 BY 1 UNTIL SZ > SEZIONI-RICHIESTE
               IF LETTERA-SEZIONE(SZ) = LETTERA-SCELTA THEN
                   SET SEZIONE-SCELTA TO SZ
               END-IF
           END-PERFORM.
           IF SEZIONE-SCELTA = 0 THEN
               DISPLAY "SEZIONE NON PREVISTA"
               EXIT PARAGRAPH
           END-IF.

           MOVE SEZIONE-ISC(IZ) TO SEZIONE-RIPIEGO.
           SUBTRACT 1 FROM ALUNNI-SEZIONE(SEZIONE-RIPIEGO).
           MOVE SEZIONE-SCELTA TO SEZIONE-ISC(IZ).
           ADD 1 TO ALUNNI-SEZIONE(SEZIONE-SCELTA).

           DISPLAY "SPOSTATO IN " ANNO-CLASSI-PRIME LETTERA-SCELTA.

      *---------------------------- FUNCTION BJ ------------------------
      *CONFERMA: LA CLASSE DI OGNI ISCRITTO VA IN ANAGRAFE (NUOVO
      *STUDENTE O MODIFICA DI UNO GIA' PRESENTE, SEMPRE CON LA SUA
      *RIGA DI GIORNALE) E GLI ELENCHI DI CLASSE SU FORMCLAS.TXT
       CONFERMA-FORMAZIONE.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "FORMCLAS.TXT" TO RW-NOME-FILE.
           MOVE "FORMAZIONE CLASSI PRIME" TO RW-TITOLO.
           MOVE "CLASSE / MATRICOLA / COGNOME / NOME"
               TO RW-INTESTAZIONE.
           MOVE OPERATORE-CORRENTE TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE 0 TO STUDENTI-INSERITI.
           MOVE 0 TO STUDENTI-AGGIORNATI.

           PERFORM VARYING SZ FROM 1 BY 1 UNTIL SZ > SEZIONI-RICHIESTE
               PERFORM VARYING IX FROM 1 BY 1
                       UNTIL IX > ISCRITTI-COUNT
                   IF SEZIONE-ISC(IX) = SZ THEN
                       PERFORM APPLICA-CLASSE-ISCRITTO
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF RW-ESITO = "S" THEN
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               DISPLAY "ELENCHI DI CLASSE SCRITTI SU FORMCLAS.TXT"
           END-IF.

           DISPLAY "STUDENTI INSERITI IN ANAGRAFE: " STUDENTI-INSERITI.
           DISPLAY "STUDENTI AGGIORNATI:           "
                   STUDENTI-AGGIORNATI.

      *---------------------------- FUNCTION BK ------------------------
       APPLICA-CLASSE-ISCRITTO.

           MOVE SPACES TO CLASSE-NUOVA.
           STRING ANNO-CLASSI-PRIME LETTERA-SEZIONE(SZ)
               DELIMITED BY SIZE INTO CLASSE-NUOVA.

           MOVE MATRICOLA-ISC(IX) TO MATRICOLA-ANA.
           READ ANAGRAFE-FILE
               INVALID KEY
                   MOVE NOME-ISC(IX) TO NOME-ANA
                   MOVE COGNOME-ISC(IX) TO COGNOME-ANA
                   MOVE CLASSE-NUOVA TO CLASSE-ANA
                   WRITE ANAGRAFE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN SCRITTURA MATRICOLA "
                                   MATRICOLA-ANA " - STATO "
                                   FS-ANAGRAFE
                       NOT INVALID KEY
                           ADD 1 TO STUDENTI-INSERITI
                           MOVE "I" TO TIPO-OPERAZIONE
                           MOVE SPACES TO NOME-PRIMA
                           MOVE SPACES TO COGNOME-PRIMA
                           MOVE SPACES TO CLASSE-PRIMA
                           PERFORM SCRIVI-GIORNALE-ANAGRAFE
                   END-WRITE
               NOT INVALID KEY
                   IF CLASSE-ANA NOT = CLASSE-NUOVA THEN
                       MOVE NOME-ANA TO NOME-PRIMA
                       MOVE COGNOME-ANA TO COGNOME-PRIMA
                       MOVE CLASSE-ANA TO CLASSE-PRIMA
                       MOVE CLASSE-NUOVA TO CLASSE-ANA
                       REWRITE ANAGRAFE-REC
                           INVALID KEY
                               DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                       FS-ANAGRAFE
                           NOT INVALID KEY
                               ADD 1 TO STUDENTI-AGGIORNATI
                               MOVE "M" TO TIPO-OPERAZIONE
                               PERFORM SCRIVI-GIORNALE-ANAGRAFE
                       END-REWRITE
                   END-IF
           END-READ.

           IF RW-ESITO = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING CLASSE-NUOVA " " MATRICOLA-ISC(IX) " "
                      COGNOME-ISC(IX) " " NOME-ISC(IX)
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *---------------------------- FUNCTION BL ------------------------
      *NULLA OSTA DELLA BIBLIOTECA PER UN ELENCO DI MATRICOLE (RITIRI,
      *TRASFERIMENTI, DIPLOMANDI): PER CIASCUNA LE PENDENZE APERTE E,
      *A RICHIESTA, IL CERTIFICATO PER CHI E' IN REGOLA (ACCODATO IN
      *CERTBIB.TXT)
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

           MOVE 1 TO MATRICOLA-NULLAOSTA.
           PERFORM UNTIL MATRICOLA-NULLAOSTA = 0
               DISPLAY "MATRICOLA (0 = FINE ELENCO): "
               ACCEPT MATRICOLA-NULLAOSTA
               IF MATRICOLA-NULLAOSTA NOT = 0 THEN
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

      *---------------------------- FUNCTION BM ------------------------
       NULLA-OSTA-MATRICOLA.

           ADD 1 TO MATRICOLE-CONTROLLATE.

           MOVE SPACES TO NULLAOST-NOMINATIVO.
           MOVE MATRICOLA-NULLAOSTA TO MATRICOLA-ANA.
           READ ANAGRAFE-FILE
               INVALID KEY
                   DISPLAY "MATRICOLA " MATRICOLA-NULLAOSTA
                           " NON IN ANAGRAFE"
               NOT INVALID KEY
                   STRING COGNOME-ANA DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          NOME-ANA DELIMITED BY "  "
                       INTO NULLAOST-NOMINATIVO
           END-READ.

           IF RISPOSTA-CERTIFICATI = "S" THEN
               MOVE "C" TO NULLAOST-FUNZIONE
           ELSE
               MOVE "V" TO NULLAOST-FUNZIONE
           END-IF.
           MOVE MATRICOLA-NULLAOSTA TO NULLAOST-MATRICOLA.
           CALL "NULLAOST" USING NULLAOST-AREA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING MATRICOLA-NULLAOSTA " " NULLAOST-NOMINATIVO
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

      *---------------------------- FUNCTION BN ------------------------
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
