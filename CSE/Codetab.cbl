      ******************************************************************
      * MANUTENZIONE DELLE TABELLE DEI CODICI (CODETAB.DAT): OGNI
      * RIGA E' TABELLA + CODICE CON DESCRIZIONE E DATE DI VALIDITA'.
      * LE LISTE CHE ERANO SCRITTE NEI PROGRAMMI NASCONO QUI CON I
      * LORO VALORI DI SEMPRE (MATERIE DELLA PAGELLA, TIPI DI
      * MOVIMENTO DI MAGAZZINO, MOTIVI DI SCARTO DEI CARICAMENTI,
      * STATI DELLE COPIE) E DA QUI SI AGGIUNGONO O SI CHIUDONO
      * SENZA TOCCARE I PROGRAMMI, CHE LE LEGGONO DAL SERVIZIO
      * CODESRV. I CODICI NON SI CANCELLANO: SI CHIUDE LA VALIDITA',
      * COSI' I DATI STORICI RESTANO DECODIFICABILI. OGNI MODIFICA
      * VA NEL GIORNALE CODEAUD.DAT CON L'IMMAGINE PRIMA E DOPO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODETAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODICI-FILE ASSIGN TO "CODETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CODICE-REC
               FILE STATUS IS FS-CODICI.

      *GIORNALE DELLE MODIFICHE ALLE TABELLE
           SELECT GIORNALE-CODICI-FILE ASSIGN TO "CODEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GIORNALE-CODICI.

           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  CODICI-FILE.
       01  CODICE-REC.
           05 CHIAVE-CODICE-REC.
               10 TABELLA-CODICE-REC PIC X(8).
               10 VALORE-CODICE-REC PIC X(10).
           05 DESCRIZIONE-CODICE-REC PIC X(40).
      *VALIDITA' COMPRESA; 0 = DA SEMPRE / SENZA SCADENZA
           05 VALIDO-DAL-REC PIC 9(8).
           05 VALIDO-AL-REC PIC 9(8).
      *ULTIMA MODIFICA
           05 MOMENTO-CODICE-REC PIC X(14).
           05 OPERATORE-CODICE-REC PIC X(20).

      *AZIONE "I" = INSERIMENTO, "M" = MODIFICA, "C" = CHIUSURA
      *DELLA VALIDITA'
       FD  GIORNALE-CODICI-FILE.
       01  GIORNALE-CODICE-REC.
           05 MOMENTO-GIORNALE-REC PIC X(14).
           05 OPERATORE-GIORNALE-REC PIC X(20).
           05 AZIONE-GIORNALE-REC PIC X(1).
           05 TABELLA-GIORNALE-REC PIC X(8).
           05 CODICE-GIORNALE-REC PIC X(10).
           05 DESCRIZIONE-PRIMA-REC PIC X(40).
           05 DAL-PRIMA-REC PIC 9(8).
           05 AL-PRIMA-REC PIC 9(8).
           05 DESCRIZIONE-DOPO-REC PIC X(40).
           05 DAL-DOPO-REC PIC 9(8).
           05 AL-DOPO-REC PIC 9(8).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

      *CODICI DI PARTENZA: I VALORI CHE I PROGRAMMI USAVANO PRIMA
      *DELLA TABELLA (TABELLA, CODICE, DESCRIZIONE)
       01 CODICI-PARTENZA-VALORI.
      *MATERIE DELLA PAGELLA (VOTI DI CLASSE): CODICI DA 1 A 20, QUI
      *I SETTE DI SEMPRE; IL 99 E' IL VOTO DI CONDOTTA NEL REGISTRO
      *VOTI
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "1".
           05 FILLER PIC X(40) VALUE "ITALIANO".
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "2".
           05 FILLER PIC X(40) VALUE "MATEMATICA".
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "3".
           05 FILLER PIC X(40) VALUE "STORIA".
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "4".
           05 FILLER PIC X(40) VALUE "GEOGRAFIA".
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "5".
           05 FILLER PIC X(40) VALUE "INGLESE".
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "6".
           05 FILLER PIC X(40) VALUE "SCIENZE".
           05 FILLER PIC X(8) VALUE "MATERIE".
           05 FILLER PIC X(10) VALUE "7".
           05 FILLER PIC X(40) VALUE "ED. FISICA".
      *TIPI DI MOVIMENTO DEL GIORNALE DI MAGAZZINO
           05 FILLER PIC X(8) VALUE "TIPOMOV".
           05 FILLER PIC X(10) VALUE "C".
           05 FILLER PIC X(40) VALUE "CARICO".
           05 FILLER PIC X(8) VALUE "TIPOMOV".
           05 FILLER PIC X(10) VALUE "E".
           05 FILLER PIC X(40) VALUE "ENTRATA DA TRASFERIMENTO".
           05 FILLER PIC X(8) VALUE "TIPOMOV".
           05 FILLER PIC X(10) VALUE "Q".
           05 FILLER PIC X(40) VALUE "RESO IN QUARANTENA".
           05 FILLER PIC X(8) VALUE "TIPOMOV".
           05 FILLER PIC X(10) VALUE "S".
           05 FILLER PIC X(40) VALUE "SCARICO".
           05 FILLER PIC X(8) VALUE "TIPOMOV".
           05 FILLER PIC X(10) VALUE "T".
           05 FILLER PIC X(40) VALUE "TRASFERIMENTO DI UBICAZIONE".
           05 FILLER PIC X(8) VALUE "TIPOMOV".
           05 FILLER PIC X(10) VALUE "U".
           05 FILLER PIC X(40) VALUE "USCITA PER TRASFERIMENTO".
      *MOTIVI DI SCARTO DEI CARICAMENTI (CLIERR.DAT E ANAERR.DAT)
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "CLA".
           05 FILLER PIC X(40) VALUE "CLASSE MANCANTE".
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "DUP".
           05 FILLER PIC X(40) VALUE "CHIAVE GIA' PRESENTE".
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "NOF".
           05 FILLER PIC X(40) VALUE "RECORD DA AGGIORNARE NON TROVATO".
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "NUM".
           05 FILLER PIC X(40) VALUE "IDENTIFICATIVO NON NUMERICO".
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "SQL".
           05 FILLER PIC X(40) VALUE "ERRORE DEL DATABASE".
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "TIP".
           05 FILLER PIC X(40) VALUE "TIPO DI RECORD SCONOSCIUTO".
           05 FILLER PIC X(8) VALUE "MOTSCART".
           05 FILLER PIC X(10) VALUE "VUO".
           05 FILLER PIC X(40) VALUE "NOME O COGNOME MANCANTE".
      *STATI DELLE COPIE FISICHE (ESEMPLAR.DAT)
           05 FILLER PIC X(8) VALUE "STATOCOP".
           05 FILLER PIC X(10) VALUE "A".
           05 FILLER PIC X(40) VALUE "A SCAFFALE".
           05 FILLER PIC X(8) VALUE "STATOCOP".
           05 FILLER PIC X(10) VALUE "I".
           05 FILLER PIC X(40) VALUE "PRESSO UNA BIBLIOTECA PARTNER".
           05 FILLER PIC X(8) VALUE "STATOCOP".
           05 FILLER PIC X(10) VALUE "P".
           05 FILLER PIC X(40) VALUE "IN PRESTITO".
           05 FILLER PIC X(8) VALUE "STATOCOP".
           05 FILLER PIC X(10) VALUE "R".
           05 FILLER PIC X(40) VALUE "IN RIPARAZIONE".
           05 FILLER PIC X(8) VALUE "STATOCOP".
           05 FILLER PIC X(10) VALUE "S".
           05 FILLER PIC X(40) VALUE "SMARRITO".
           05 FILLER PIC X(8) VALUE "STATOCOP".
           05 FILLER PIC X(10) VALUE "X".
           05 FILLER PIC X(40) VALUE "SCARTATO".
       01 CODICI-PARTENZA-TAB REDEFINES CODICI-PARTENZA-VALORI.
           05 CODICE-PARTENZA OCCURS 27 TIMES INDEXED BY CP.
               10 TABELLA-PARTENZA PIC X(8).
               10 VALORE-PARTENZA PIC X(10).
               10 DESCRIZIONE-PARTENZA PIC X(40).
       01 CODICI-PARTENZA-MAX PIC 9(2) VALUE 27.

      *FILE STATUS
       01 FS-CODICI PIC X(2).
       01 FS-GIORNALE-CODICI PIC X(2).
       01 FS-SESSIONE PIC X(2).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-CODICI PIC 9(1).
       01 OPERATORE-FIRMA PIC X(20).
       01 MOMENTO-ATTUALE PIC X(14).
       01 DATA-ODIERNA PIC 9(8).
       01 CONFERMA PIC X(1).
       01 TABELLA-CERCATA PIC X(8).
       01 CODICE-CERCATO PIC X(10).
       01 VALORE-IMMESSO PIC X(40).
       01 DATA-IMMESSA PIC 9(8).
       01 DATA-VALIDA PIC X(1).
       01 CODICI-ELENCATI PIC 9(5).
       01 CODICI-CARICATI PIC 9(3).
       01 STATO-VALIDITA PIC X(8).

      *IMMAGINE PRIMA DELLA MODIFICA, PER IL GIORNALE
       01 DESCRIZIONE-PRIMA PIC X(40).
       01 DAL-PRIMA PIC 9(8).
       01 AL-PRIMA PIC 9(8).
       01 AZIONE-CORRENTE PIC X(1).

      *AREA PARAMETRI DEL SERVIZIO DATE COMUNE
       01 DATESRV-AREA.
           05 DATESRV-FUNZIONE PIC X(1).
           05 DATESRV-DATA1 PIC 9(8).
           05 DATESRV-DATA2 PIC 9(8).
           05 DATESRV-GIORNI PIC S9(5).
           05 DATESRV-ESITO PIC X(1).
           05 DATESRV-SETTIMANA PIC 9(1).

      *AREA PARAMETRI DEL SERVIZIO TABELLE DEI CODICI
       01 CODESRV-AREA.
           05 CODESRV-FUNZIONE PIC X(1).
           05 CODESRV-TABELLA PIC X(8).
           05 CODESRV-CODICE PIC X(10).
           05 CODESRV-DESCRIZIONE PIC X(40).
           05 CODESRV-DATA PIC 9(8).
           05 CODESRV-ESITO PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LEGGI-OPERATORE-SESSIONE.

           PERFORM APRI-CODICI.
           IF FS-CODICI NOT = "00" THEN
               GOBACK
           END-IF.
           CLOSE CODICI-FILE.

           MOVE 0 TO SCELTA-CODICI.
           PERFORM UNTIL SCELTA-CODICI = 9
               DISPLAY "=== TABELLE DEI CODICI ==="
               DISPLAY "1 ELENCO DI UNA TABELLA"
               DISPLAY "2 NUOVO CODICE"
               DISPLAY "3 MODIFICA CODICE"
               DISPLAY "4 CHIUDI LA VALIDITA' DI UN CODICE"
               DISPLAY "5 RICERCA E RICERCA INVERSA"
               DISPLAY "6 GIORNALE DELLE MODIFICHE"
               DISPLAY "7 RICARICA I CODICI DI PARTENZA MANCANTI"
               DISPLAY "9 FINE"
               ACCEPT SCELTA-CODICI

               EVALUATE SCELTA-CODICI
                   WHEN 1
                       PERFORM ELENCO-TABELLA
                   WHEN 2
                       PERFORM NUOVO-CODICE
                   WHEN 3
                       PERFORM MODIFICA-CODICE
                   WHEN 4
                       PERFORM CHIUDI-CODICE
                   WHEN 5
                       PERFORM RICERCHE-CODICI
                   WHEN 6
                       PERFORM ELENCO-GIORNALE-CODICI
                   WHEN 7
                       PERFORM APRI-CODICI
                       IF FS-CODICI = "00" THEN
                           PERFORM CARICA-CODICI-PARTENZA
                           CLOSE CODICI-FILE
                       END-IF
                   WHEN OTHER
                       MOVE 9 TO SCELTA-CODICI
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
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

      *---------------------------- FUNCTION AB ------------------------
      *APRE LE TABELLE; AL PRIMO USO IL FILE NASCE CON I CODICI DI
      *PARTENZA
       APRI-CODICI.

           OPEN I-O CODICI-FILE.
           IF FS-CODICI = "35" THEN
               OPEN OUTPUT CODICI-FILE
               CLOSE CODICI-FILE
               OPEN I-O CODICI-FILE
               IF FS-CODICI = "00" THEN
                   PERFORM CARICA-CODICI-PARTENZA
               END-IF
           END-IF.
           IF FS-CODICI NOT = "00" THEN
               DISPLAY "CODETAB.DAT NON DISPONIBILE - STATO "
                       FS-CODICI
           END-IF.

      *---------------------------- FUNCTION AC ------------------------
      *AGGIUNGE I CODICI DI PARTENZA CHE MANCANO; QUELLI PRESENTI,
      *MAGARI MODIFICATI, NON SI TOCCANO
       CARICA-CODICI-PARTENZA.

           MOVE 0 TO CODICI-CARICATI.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.

           PERFORM VARYING CP FROM 1 BY 1
                   UNTIL CP > CODICI-PARTENZA-MAX
               MOVE TABELLA-PARTENZA(CP) TO TABELLA-CODICE-REC
               MOVE VALORE-PARTENZA(CP) TO VALORE-CODICE-REC
               READ CODICI-FILE
                   INVALID KEY
                       MOVE DESCRIZIONE-PARTENZA(CP)
                           TO DESCRIZIONE-CODICE-REC
                       MOVE 0 TO VALIDO-DAL-REC
                       MOVE 0 TO VALIDO-AL-REC
                       MOVE MOMENTO-ATTUALE TO MOMENTO-CODICE-REC
                       MOVE OPERATORE-FIRMA TO OPERATORE-CODICE-REC
                       WRITE CODICE-REC
                       IF FS-CODICI = "00" THEN
                           ADD 1 TO CODICI-CARICATI
                           MOVE "I" TO AZIONE-CORRENTE
                           MOVE SPACES TO DESCRIZIONE-PRIMA
                           MOVE 0 TO DAL-PRIMA
                           MOVE 0 TO AL-PRIMA
                           PERFORM SCRIVI-GIORNALE-CODICI
                       END-IF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-CODICI.

           DISPLAY "CODICI DI PARTENZA CARICATI: " CODICI-CARICATI.

      *---------------------------- FUNCTION AD ------------------------
      *ELENCO DI UNA TABELLA (SPAZI = TUTTE) CON LO STATO DI
      *VALIDITA' DI OGGI
       ELENCO-TABELLA.

           DISPLAY "TABELLA (INVIO = TUTTE): ".
           MOVE SPACES TO TABELLA-CERCATA.
           ACCEPT TABELLA-CERCATA.
           MOVE FUNCTION UPPER-CASE(TABELLA-CERCATA)
               TO TABELLA-CERCATA.

           PERFORM APRI-CODICI.
           IF FS-CODICI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO CODICI-ELENCATI.

           MOVE TABELLA-CERCATA TO TABELLA-CODICE-REC.
           MOVE LOW-VALUES TO VALORE-CODICE-REC.
           START CODICI-FILE KEY IS NOT LESS THAN CHIAVE-CODICE-REC
               INVALID KEY MOVE "10" TO FS-CODICI
           END-START.

           DISPLAY "TABELLA CODICE     DESCRIZIONE                   "
                   "           DAL      AL       STATO".
           PERFORM UNTIL FS-CODICI = "10"
               READ CODICI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CODICI
                   NOT AT END
                       IF TABELLA-CERCATA NOT = SPACES AND
                          TABELLA-CODICE-REC NOT = TABELLA-CERCATA
                           THEN
                           MOVE "10" TO FS-CODICI
                       ELSE
                           ADD 1 TO CODICI-ELENCATI
                           PERFORM CALCOLA-STATO-VALIDITA
                           DISPLAY TABELLA-CODICE-REC " "
                                   VALORE-CODICE-REC " "
                                   DESCRIZIONE-CODICE-REC " "
                                   VALIDO-DAL-REC " "
                                   VALIDO-AL-REC " "
                                   STATO-VALIDITA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CODICI-FILE.
           DISPLAY "CODICI ELENCATI: " CODICI-ELENCATI.

      *---------------------------- FUNCTION AE ------------------------
       CALCOLA-STATO-VALIDITA.

           MOVE "VALIDO" TO STATO-VALIDITA.
           IF VALIDO-DAL-REC > DATA-ODIERNA THEN
               MOVE "FUTURO" TO STATO-VALIDITA
           END-IF.
           IF VALIDO-AL-REC NOT = 0 AND
              VALIDO-AL-REC < DATA-ODIERNA THEN
               MOVE "CHIUSO" TO STATO-VALIDITA
           END-IF.

      *---------------------------- FUNCTION AF ------------------------
       CHIEDI-CHIAVE.

           DISPLAY "TABELLA: ".
           MOVE SPACES TO TABELLA-CERCATA.
           ACCEPT TABELLA-CERCATA.
           MOVE FUNCTION UPPER-CASE(TABELLA-CERCATA)
               TO TABELLA-CERCATA.
           DISPLAY "CODICE: ".
           MOVE SPACES TO CODICE-CERCATO.
           ACCEPT CODICE-CERCATO.
           MOVE FUNCTION UPPER-CASE(CODICE-CERCATO) TO CODICE-CERCATO.

      *---------------------------- FUNCTION AG ------------------------
      *UNA DATA AAAAMMGG DA TASTIERA: INVIO = NESSUNA (ZERO)
       CHIEDI-DATA.

           MOVE "S" TO DATA-VALIDA.
           MOVE SPACES TO VALORE-IMMESSO.
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO = SPACES THEN
               MOVE 0 TO DATA-IMMESSA
               EXIT PARAGRAPH
           END-IF.
           IF VALORE-IMMESSO(1:8) NOT NUMERIC THEN
               MOVE "N" TO DATA-VALIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE VALORE-IMMESSO(1:8) TO DATA-IMMESSA.
           MOVE "V" TO DATESRV-FUNZIONE.
           MOVE DATA-IMMESSA TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO NOT = "S" THEN
               MOVE "N" TO DATA-VALIDA
           END-IF.

      *---------------------------- FUNCTION AH ------------------------
      *LE MATERIE HANNO CODICE DA 1 A 20 SENZA ZERO DAVANTI, COME LE
      *CERCA LA PAGELLA; IL 99 E' LA CONDOTTA NEL REGISTRO VOTI
       NUOVO-CODICE.

           PERFORM CHIEDI-CHIAVE.
           IF TABELLA-CERCATA = SPACES OR CODICE-CERCATO = SPACES
               THEN
               DISPLAY "TABELLA E CODICE OBBLIGATORI"
               EXIT PARAGRAPH
           END-IF.
           IF TABELLA-CERCATA = "MATERIE" AND
              NOT ((CODICE-CERCATO(2:) = SPACES AND
                    CODICE-CERCATO(1:1) >= "1" AND
                    CODICE-CERCATO(1:1) <= "9") OR
                   (CODICE-CERCATO(3:) = SPACES AND
                    CODICE-CERCATO(1:2) NUMERIC AND
                    CODICE-CERCATO(1:2) >= "10" AND
                    CODICE-CERCATO(1:2) <= "20")) THEN
               DISPLAY "LE MATERIE HANNO CODICE DA 1 A 20"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APRI-CODICI.
           IF FS-CODICI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TABELLA-CERCATA TO TABELLA-CODICE-REC.
           MOVE CODICE-CERCATO TO VALORE-CODICE-REC.
           READ CODICI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CODICE GIA' PRESENTE: "
                           DESCRIZIONE-CODICE-REC
                   CLOSE CODICI-FILE
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "DESCRIZIONE: ".
           MOVE SPACES TO VALORE-IMMESSO.
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO = SPACES THEN
               DISPLAY "DESCRIZIONE OBBLIGATORIA"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(VALORE-IMMESSO)
               TO DESCRIZIONE-CODICE-REC.

           DISPLAY "VALIDO DAL (AAAAMMGG, INVIO = DA SEMPRE): ".
           PERFORM CHIEDI-DATA.
           IF DATA-VALIDA NOT = "S" THEN
               DISPLAY "DATA NON VALIDA"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-IMMESSA TO VALIDO-DAL-REC.

           DISPLAY "VALIDO AL (AAAAMMGG, INVIO = SENZA SCADENZA): ".
           PERFORM CHIEDI-DATA.
           IF DATA-VALIDA NOT = "S" OR
              (DATA-IMMESSA NOT = 0 AND
               DATA-IMMESSA < VALIDO-DAL-REC) THEN
               DISPLAY "DATA NON VALIDA"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-IMMESSA TO VALIDO-AL-REC.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.
           MOVE MOMENTO-ATTUALE TO MOMENTO-CODICE-REC.
           MOVE OPERATORE-FIRMA TO OPERATORE-CODICE-REC.
           WRITE CODICE-REC.
           IF FS-CODICI NOT = "00" THEN
               DISPLAY "ERRORE DI SCRITTURA - STATO " FS-CODICI
           ELSE
               MOVE "I" TO AZIONE-CORRENTE
               MOVE SPACES TO DESCRIZIONE-PRIMA
               MOVE 0 TO DAL-PRIMA
               MOVE 0 TO AL-PRIMA
               PERFORM SCRIVI-GIORNALE-CODICI
               DISPLAY "CODICE INSERITO"
               PERFORM AVVISO-MATERIE
           END-IF.

           CLOSE CODICI-FILE.

      *---------------------------- FUNCTION AI ------------------------
      *INVIO SU UN CAMPO LO LASCIA COM'E'
       MODIFICA-CODICE.

           PERFORM CHIEDI-CHIAVE.

           PERFORM APRI-CODICI.
           IF FS-CODICI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TABELLA-CERCATA TO TABELLA-CODICE-REC.
           MOVE CODICE-CERCATO TO VALORE-CODICE-REC.
           READ CODICI-FILE
               INVALID KEY
                   DISPLAY "CODICE NON TROVATO"
                   CLOSE CODICI-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE DESCRIZIONE-CODICE-REC TO DESCRIZIONE-PRIMA.
           MOVE VALIDO-DAL-REC TO DAL-PRIMA.
           MOVE VALIDO-AL-REC TO AL-PRIMA.

           DISPLAY "DESCRIZIONE ATTUALE: " DESCRIZIONE-CODICE-REC.
           DISPLAY "NUOVA DESCRIZIONE (INVIO = INVARIATA): ".
           MOVE SPACES TO VALORE-IMMESSO.
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(VALORE-IMMESSO)
                   TO DESCRIZIONE-CODICE-REC
           END-IF.

           DISPLAY "VALIDO DAL ATTUALE: " VALIDO-DAL-REC
                   " - NUOVO (INVIO = INVARIATO): ".
           PERFORM CHIEDI-DATA.
           IF DATA-VALIDA NOT = "S" THEN
               DISPLAY "DATA NON VALIDA"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.
           IF VALORE-IMMESSO NOT = SPACES THEN
               MOVE DATA-IMMESSA TO VALIDO-DAL-REC
           END-IF.

           DISPLAY "VALIDO AL ATTUALE: " VALIDO-AL-REC
                   " - NUOVO (INVIO = INVARIATO): ".
           PERFORM CHIEDI-DATA.
           IF DATA-VALIDA NOT = "S" THEN
               DISPLAY "DATA NON VALIDA"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.
           IF VALORE-IMMESSO NOT = SPACES THEN
               MOVE DATA-IMMESSA TO VALIDO-AL-REC
           END-IF.

           IF VALIDO-AL-REC NOT = 0 AND
              VALIDO-AL-REC < VALIDO-DAL-REC THEN
               DISPLAY "VALIDITA' INCOERENTE: FINE PRIMA DELL'INIZIO"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.

           IF DESCRIZIONE-CODICE-REC = DESCRIZIONE-PRIMA AND
              VALIDO-DAL-REC = DAL-PRIMA AND
              VALIDO-AL-REC = AL-PRIMA THEN
               DISPLAY "NESSUNA VARIAZIONE"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO AZIONE-CORRENTE.
           PERFORM RISCRIVI-CODICE.
           CLOSE CODICI-FILE.

      *---------------------------- FUNCTION AJ ------------------------
      *CHIUDE LA VALIDITA' A UNA DATA (INVIO = OGGI): DA LI' IN POI
      *IL CODICE NON SI PROPONE PIU' MA RESTA DECODIFICABILE
       CHIUDI-CODICE.

           PERFORM CHIEDI-CHIAVE.

           PERFORM APRI-CODICI.
           IF FS-CODICI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TABELLA-CERCATA TO TABELLA-CODICE-REC.
           MOVE CODICE-CERCATO TO VALORE-CODICE-REC.
           READ CODICI-FILE
               INVALID KEY
                   DISPLAY "CODICE NON TROVATO"
                   CLOSE CODICI-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE DESCRIZIONE-CODICE-REC TO DESCRIZIONE-PRIMA.
           MOVE VALIDO-DAL-REC TO DAL-PRIMA.
           MOVE VALIDO-AL-REC TO AL-PRIMA.

           DISPLAY DESCRIZIONE-CODICE-REC.
           DISPLAY "VALIDO FINO AL (AAAAMMGG, INVIO = OGGI): ".
           PERFORM CHIEDI-DATA.
           IF DATA-VALIDA NOT = "S" THEN
               DISPLAY "DATA NON VALIDA"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.
           IF DATA-IMMESSA = 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-IMMESSA
           END-IF.
           IF DATA-IMMESSA < VALIDO-DAL-REC THEN
               DISPLAY "LA CHIUSURA PRECEDE L'INIZIO DI VALIDITA'"
               CLOSE CODICI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE DATA-IMMESSA TO VALIDO-AL-REC.
           MOVE "C" TO AZIONE-CORRENTE.
           PERFORM RISCRIVI-CODICE.
           CLOSE CODICI-FILE.

      *---------------------------- FUNCTION AK ------------------------
       RISCRIVI-CODICE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.
           MOVE MOMENTO-ATTUALE TO MOMENTO-CODICE-REC.
           MOVE OPERATORE-FIRMA TO OPERATORE-CODICE-REC.
           REWRITE CODICE-REC.
           IF FS-CODICI NOT = "00" THEN
               DISPLAY "ERRORE IN RISCRITTURA - STATO " FS-CODICI
           ELSE
               PERFORM SCRIVI-GIORNALE-CODICI
               DISPLAY "CODICE AGGIORNATO"
               PERFORM AVVISO-MATERIE
           END-IF.

      *---------------------------- FUNCTION AL ------------------------
      *IN PAGELLA IL NOME DELLA MATERIA HA 12 CARATTERI; UNA MATERIA
      *CHIUSA ESCE DALLA PAGELLA, MENTRE I SUOI VOTI RESTANO NEL
      *REGISTRO
       AVVISO-MATERIE.

           IF TABELLA-CODICE-REC NOT = "MATERIE" THEN
               EXIT PARAGRAPH
           END-IF.
           IF DESCRIZIONE-CODICE-REC(13:) NOT = SPACES THEN
               DISPLAY "ATTENZIONE: IN PAGELLA SI STAMPANO I PRIMI 12 "
                       "CARATTERI DELLA DESCRIZIONE"
           END-IF.
           IF VALIDO-AL-REC NOT = 0 THEN
               DISPLAY "ATTENZIONE: DA QUANDO LA MATERIA NON E' PIU' "
                       "VALIDA NON COMPARE PIU' IN PAGELLA"
           END-IF.

      *---------------------------- FUNCTION AM ------------------------
       SCRIVI-GIORNALE-CODICI.

           OPEN EXTEND GIORNALE-CODICI-FILE.
           IF FS-GIORNALE-CODICI = "35" THEN
               OPEN OUTPUT GIORNALE-CODICI-FILE
           END-IF.
           IF FS-GIORNALE-CODICI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE CODEAUD.DAT - STATO "
                       FS-GIORNALE-CODICI
               EXIT PARAGRAPH
           END-IF.

           MOVE MOMENTO-ATTUALE TO MOMENTO-GIORNALE-REC.
           MOVE OPERATORE-FIRMA TO OPERATORE-GIORNALE-REC.
           MOVE AZIONE-CORRENTE TO AZIONE-GIORNALE-REC.
           MOVE TABELLA-CODICE-REC TO TABELLA-GIORNALE-REC.
           MOVE VALORE-CODICE-REC TO CODICE-GIORNALE-REC.
           MOVE DESCRIZIONE-PRIMA TO DESCRIZIONE-PRIMA-REC.
           MOVE DAL-PRIMA TO DAL-PRIMA-REC.
           MOVE AL-PRIMA TO AL-PRIMA-REC.
           MOVE DESCRIZIONE-CODICE-REC TO DESCRIZIONE-DOPO-REC.
           MOVE VALIDO-DAL-REC TO DAL-DOPO-REC.
           MOVE VALIDO-AL-REC TO AL-DOPO-REC.
           WRITE GIORNALE-CODICE-REC.

           CLOSE GIORNALE-CODICI-FILE.

      *---------------------------- FUNCTION AN ------------------------
      *RICERCA (CODICE -> DESCRIZIONE) E RICERCA INVERSA
      *(DESCRIZIONE -> TUTTI I CODICI CHE LA PORTANO) ATTRAVERSO IL
      *SERVIZIO, COME LE USANO I PROGRAMMI
       RICERCHE-CODICI.

           DISPLAY "TABELLA: ".
           MOVE SPACES TO TABELLA-CERCATA.
           ACCEPT TABELLA-CERCATA.
           MOVE FUNCTION UPPER-CASE(TABELLA-CERCATA)
               TO TABELLA-CERCATA.

           DISPLAY "RICERCA - CODICE (INVIO = SALTA): ".
           MOVE SPACES TO CODICE-CERCATO.
           ACCEPT CODICE-CERCATO.
           IF CODICE-CERCATO NOT = SPACES THEN
               MOVE "L" TO CODESRV-FUNZIONE
               MOVE TABELLA-CERCATA TO CODESRV-TABELLA
               MOVE FUNCTION UPPER-CASE(CODICE-CERCATO)
                   TO CODESRV-CODICE
               MOVE 0 TO CODESRV-DATA
               CALL "CODESRV" USING CODESRV-AREA
               EVALUATE CODESRV-ESITO
                   WHEN "S"
                       DISPLAY "DESCRIZIONE: " CODESRV-DESCRIZIONE
                   WHEN "V"
                       DISPLAY "DESCRIZIONE: " CODESRV-DESCRIZIONE
                               " (NON VALIDO OGGI)"
                   WHEN "X"
                       DISPLAY "CODETAB.DAT NON DISPONIBILE"
                   WHEN OTHER
                       DISPLAY "CODICE NON TROVATO"
               END-EVALUATE
           END-IF.

           DISPLAY "RICERCA INVERSA - DESCRIZIONE (INVIO = SALTA): ".
           MOVE SPACES TO VALORE-IMMESSO.
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CODICI-ELENCATI.
           MOVE "R" TO CODESRV-FUNZIONE.
           MOVE TABELLA-CERCATA TO CODESRV-TABELLA.
           MOVE SPACES TO CODESRV-CODICE.
           MOVE VALORE-IMMESSO TO CODESRV-DESCRIZIONE.
           MOVE 0 TO CODESRV-DATA.
           MOVE "S" TO CODESRV-ESITO.
           PERFORM UNTIL CODESRV-ESITO NOT = "S"
               CALL "CODESRV" USING CODESRV-AREA
               IF CODESRV-ESITO = "S" THEN
                   ADD 1 TO CODICI-ELENCATI
                   DISPLAY "TROVATO AL CODICE: " CODESRV-CODICE
               END-IF
           END-PERFORM.
           IF CODICI-ELENCATI = 0 THEN
               DISPLAY "DESCRIZIONE NON TROVATA"
           END-IF.

      *---------------------------- FUNCTION AO ------------------------
       ELENCO-GIORNALE-CODICI.

           OPEN INPUT GIORNALE-CODICI-FILE.
           IF FS-GIORNALE-CODICI NOT = "00" THEN
               DISPLAY "NESSUNA MODIFICA A GIORNALE"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CODICI-ELENCATI.
           PERFORM UNTIL FS-GIORNALE-CODICI = "10"
               READ GIORNALE-CODICI-FILE
                   AT END
                       MOVE "10" TO FS-GIORNALE-CODICI
                   NOT AT END
                       ADD 1 TO CODICI-ELENCATI
                       DISPLAY MOMENTO-GIORNALE-REC " "
                               OPERATORE-GIORNALE-REC " "
                               AZIONE-GIORNALE-REC " "
                               TABELLA-GIORNALE-REC " "
                               CODICE-GIORNALE-REC
                       IF AZIONE-GIORNALE-REC NOT = "I" THEN
                           DISPLAY "   PRIMA: "
                                   DESCRIZIONE-PRIMA-REC " "
                                   DAL-PRIMA-REC "-" AL-PRIMA-REC
                       END-IF
                       DISPLAY "   DOPO:  "
                               DESCRIZIONE-DOPO-REC " "
                               DAL-DOPO-REC "-" AL-DOPO-REC
               END-READ
           END-PERFORM.

           CLOSE GIORNALE-CODICI-FILE.
           DISPLAY "MODIFICHE A GIORNALE: " CODICI-ELENCATI.
