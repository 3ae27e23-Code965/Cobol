      ******************************************************************
      * DISTRIBUZIONE DEI REPORT DELLO SPOOL: LA TABELLA DI
      * DISTRIBUZIONE (DISTRIB.DAT) ASSOCIA A OGNI TIPO DI REPORT
      * (TIPO-REPORT-SPOOL DI SPOOLREG.DAT: VERBALE, PAGELLE,
      * FATTURA, SOLLECITI...) I SUOI DESTINATARI, CIASCUNO CON UN
      * INDIRIZZO E-MAIL O UNA STAMPANTE FISICA E UN NUMERO DI COPIE.
      * LA CORSA DI DISTRIBUZIONE PRENDE I REPORT REGISTRATI NELLO
      * SPOOL E NON ANCORA DISTRIBUITI E SCRIVE LE RIGHE DI USCITA
      * PER IL GATEWAY DI POSTA ESTERNO (OUTBOX.DAT) E PER LA CODA
      * DI STAMPA (PRTQUEUE.DAT). OGNI CONSEGNA VA NEL GIORNALE
      * DELLE CONSEGNE (DISTLOG.DAT) CON IL SUO STATO, AGGIORNATO
      * CON GLI ESITI CHE GATEWAY E SERVER DI STAMPA RESTITUISCONO
      * IN ESITIDST.DAT. UN REPORT ELENCA CIO' CHE E' NELLO SPOOL MA
      * NON E' MAI STATO DISTRIBUITO, CON IL MOTIVO.
      * LANCIABILE DAL MENU O DALLO SCRIPT DEL TURNO NOTTURNO (CON
      * PARAMETRO DI PASSO "DISTRIBUISCI" ESITI, CORSA E REPORT
      * SENZA VIDEO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TABELLA DI DISTRIBUZIONE: UN DESTINATARIO PER RIGA, PER TIPO
           SELECT DISTRIBUZIONE-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DISTRIB-REC
               FILE STATUS IS FS-DISTRIBUZIONE.

      *GIORNALE DELLE CONSEGNE: UNA RIGA PER CONSEGNA DI UN REPORT
      *DELLO SPOOL, NUMERATE PER REPORT
           SELECT CONSEGNE-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CONSEGNA-REC
               FILE STATUS IS FS-CONSEGNE.

           SELECT REGISTRO-SPOOL-FILE ASSIGN TO "SPOOLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-SPOOL.

      *USCITA VERSO IL GATEWAY DI POSTA: IL GATEWAY LA SVUOTA
           SELECT POSTA-USCITA-FILE ASSIGN TO "OUTBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSTA-USCITA.

      *CODA DI STAMPA: IL SERVER DI STAMPA LA SVUOTA
           SELECT CODA-STAMPA-FILE ASSIGN TO "PRTQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CODA-STAMPA.

      *ESITI RESTITUITI DA GATEWAY E SERVER DI STAMPA
           SELECT ESITI-FILE ASSIGN TO "ESITIDST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESITI.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUZIONE-FILE.
       01  DISTRIB-REC.
           05 CHIAVE-DISTRIB-REC.
               10 TIPO-DISTRIB-REC PIC X(12).
               10 PROGR-DISTRIB-REC PIC 9(2).
           05 DESTINATARIO-DISTRIB-REC PIC X(40).
      *CANALE "E" = E-MAIL, "S" = STAMPANTE; L'INDIRIZZO E' LA
      *CASELLA O IL NOME DELLA STAMPANTE
           05 CANALE-DISTRIB-REC PIC X(1).
           05 INDIRIZZO-DISTRIB-REC PIC X(60).
           05 COPIE-DISTRIB-REC PIC 9(2).
           05 ATTIVO-DISTRIB-REC PIC X(1).

       FD  CONSEGNE-FILE.
       01  CONSEGNA-REC.
           05 CHIAVE-CONSEGNA-REC.
               10 SPOOL-CONSEGNA-REC PIC X(30).
               10 PROGR-CONSEGNA-REC PIC 9(2).
           05 TIPO-CONSEGNA-REC PIC X(12).
           05 DESTINATARIO-CONSEGNA-REC PIC X(40).
           05 CANALE-CONSEGNA-REC PIC X(1).
           05 INDIRIZZO-CONSEGNA-REC PIC X(60).
           05 COPIE-CONSEGNA-REC PIC 9(2).
           05 MOMENTO-CONSEGNA-REC PIC X(14).
      *ACCODATO, SCARTATO (SENZA INDIRIZZO), CONSEGNATO, STAMPATO,
      *RESPINTO, ERRORE
           05 STATO-CONSEGNA-REC PIC X(10).
           05 MOMENTO-ESITO-REC PIC X(14).
           05 OPERATORE-CONSEGNA-REC PIC X(20).

      *STESSO TRACCIATO DELLO SCRITTORE DI REPORT
       FD  REGISTRO-SPOOL-FILE.
       01  REGISTRO-SPOOL-REC.
           05 TIPO-REPORT-SPOOL PIC X(12).
           05 NOME-FILE-SPOOL PIC X(30).
           05 DATA-ORA-SPOOL PIC X(14).
           05 OPERATORE-SPOOL PIC X(20).
           05 RIGHE-SPOOL PIC 9(6).

       FD  POSTA-USCITA-FILE.
       01  POSTA-USCITA-REC.
           05 ID-POSTA-REC PIC X(32).
           05 EMAIL-POSTA-REC PIC X(60).
           05 DESTINATARIO-POSTA-REC PIC X(40).
           05 OGGETTO-POSTA-REC PIC X(60).
           05 ALLEGATO-POSTA-REC PIC X(30).
           05 MOMENTO-POSTA-REC PIC X(14).

       FD  CODA-STAMPA-FILE.
       01  CODA-STAMPA-REC.
           05 ID-STAMPA-REC PIC X(32).
           05 STAMPANTE-STAMPA-REC PIC X(60).
           05 FILE-STAMPA-REC PIC X(30).
           05 COPIE-STAMPA-REC PIC 9(2).
           05 MOMENTO-STAMPA-REC PIC X(14).

      *L'IDENTIFICATIVO E' QUELLO DELLA RIGA DI USCITA: NOME NELLO
      *SPOOL PIU' NUMERO DI CONSEGNA
       FD  ESITI-FILE.
       01  ESITO-REC.
           05 ID-ESITO-REC PIC X(32).
           05 STATO-ESITO-REC PIC X(10).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

      *FILE STATUS
       01 FS-DISTRIBUZIONE PIC X(2).
       01 FS-CONSEGNE PIC X(2).
       01 FS-REGISTRO-SPOOL PIC X(2).
       01 FS-POSTA-USCITA PIC X(2).
       01 FS-CODA-STAMPA PIC X(2).
       01 FS-ESITI PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-SESSIONE PIC X(2).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-DISTRIBUZIONE PIC 9(1).
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 OPERATORE-FIRMA PIC X(20).
       01 MOMENTO-ATTUALE PIC X(14).
       01 CONFERMA PIC X(1).
       01 CORSA-RIUSCITA PIC X(1).

      *LA CORSA PRENDE SOLO I REPORT DEGLI ULTIMI GIORNI: QUELLI PIU'
      *VECCHI, MAI DISTRIBUITI, RESTANO NEL REPORT DEI NON
      *DISTRIBUITI E SI MANDANO A MANO SE SERVE
       01 GIORNI-RECUPERO PIC 9(3) VALUE 7.
       01 INIZIO-FINESTRA PIC X(14).

      *DATI DI UN DESTINATARIO IN INSERIMENTO O MODIFICA
       01 TIPO-CERCATO PIC X(12).
       01 PROGR-CERCATO PIC 9(2).
       01 DESTINATARIO-TROVATO PIC X(1).
       01 VALORE-IMMESSO PIC X(60).

      *REPORT DELLO SPOOL IN DISTRIBUZIONE
       01 SPOOL-CORRENTE PIC X(30).
       01 TIPO-SPOOL-CORRENTE PIC X(12).
       01 DATA-ORA-SPOOL-CORRENTE PIC X(14).
       01 CONSEGNE-DEL-REPORT PIC 9(2).
       01 CONSEGNE-RIUSCITE PIC 9(2).
       01 ULTIMO-PROGR-CONSEGNA PIC 9(2).
       01 DESTINATARI-DEL-TIPO PIC 9(2).
       01 MOTIVO-NON-DISTRIBUITO PIC X(30).
       01 ID-CONSEGNA.
           05 ID-SPOOL PIC X(30).
           05 ID-PROGR PIC 9(2).

      *CONTATORI DELLA CORSA
       01 REPORT-ESAMINATI PIC 9(6).
       01 REPORT-DISTRIBUITI PIC 9(6).
       01 REPORT-SENZA-DESTINATARI PIC 9(6).
       01 REPORT-MAI-DISTRIBUITI PIC 9(6).
       01 MESSAGGI-ACCODATI PIC 9(6).
       01 STAMPE-ACCODATE PIC 9(6).
       01 CONSEGNE-SCARTATE PIC 9(6).
       01 ESITI-APPLICATI PIC 9(6).
       01 ESITI-SCONOSCIUTI PIC 9(6).
       01 RIGHE-ELENCATE PIC 9(6).

      *AREA PARAMETRI DEL SERVIZIO DATE COMUNE
       01 DATESRV-AREA.
           05 DATESRV-FUNZIONE PIC X(1).
           05 DATESRV-DATA1 PIC 9(8).
           05 DATESRV-DATA2 PIC 9(8).
           05 DATESRV-GIORNI PIC S9(5).
           05 DATESRV-ESITO PIC X(1).
           05 DATESRV-SETTIMANA PIC 9(1).

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

      *DALLO SCRIPT NOTTURNO: ESITI DELLA GIORNATA, CORSA DI
      *DISTRIBUZIONE E REPORT DEI NON DISTRIBUITI, SENZA DIALOGO
           PERFORM LEGGI-PARAMETRO-PASSO.
           IF PARAMETRO-PASSO-LETTO(1:12) = "DISTRIBUISCI" THEN
               MOVE "NOTTURNO" TO OPERATORE-FIRMA
               PERFORM ACQUISISCI-ESITI
               PERFORM CORSA-DISTRIBUZIONE
               IF CORSA-RIUSCITA NOT = "S" THEN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM REPORT-NON-DISTRIBUITI
               GOBACK
           END-IF.

           MOVE 0 TO SCELTA-DISTRIBUZIONE.
           PERFORM UNTIL SCELTA-DISTRIBUZIONE = 9
               DISPLAY "=== DISTRIBUZIONE REPORT ==="
               DISPLAY "1 TABELLA DI DISTRIBUZIONE"
               DISPLAY "2 INSERISCI O MODIFICA DESTINATARIO"
               DISPLAY "3 DISATTIVA DESTINATARIO"
               DISPLAY "4 ESEGUI LA DISTRIBUZIONE"
               DISPLAY "5 GIORNALE DELLE CONSEGNE"
               DISPLAY "6 REPORT NON DISTRIBUITI"
               DISPLAY "7 RIDISTRIBUISCI UN REPORT DELLO SPOOL"
               DISPLAY "9 FINE"
               ACCEPT SCELTA-DISTRIBUZIONE

               EVALUATE SCELTA-DISTRIBUZIONE
                   WHEN 1
                       PERFORM ELENCO-DISTRIBUZIONE
                   WHEN 2
                       PERFORM AGGIORNA-DESTINATARIO
                   WHEN 3
                       PERFORM DISATTIVA-DESTINATARIO
                   WHEN 4
                       PERFORM ACQUISISCI-ESITI
                       PERFORM CORSA-DISTRIBUZIONE
                   WHEN 5
                       PERFORM ACQUISISCI-ESITI
                       PERFORM ELENCO-CONSEGNE
                   WHEN 6
                       PERFORM ACQUISISCI-ESITI
                       PERFORM REPORT-NON-DISTRIBUITI
                   WHEN 7
                       PERFORM RIDISTRIBUISCI-REPORT
                   WHEN OTHER
                       MOVE 9 TO SCELTA-DISTRIBUZIONE
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
      *APRE LA TABELLA DI DISTRIBUZIONE, CREANDOLA AL PRIMO USO
       APRI-DISTRIBUZIONE.

           OPEN I-O DISTRIBUZIONE-FILE.
           IF FS-DISTRIBUZIONE = "35" THEN
               OPEN OUTPUT DISTRIBUZIONE-FILE
               CLOSE DISTRIBUZIONE-FILE
               OPEN I-O DISTRIBUZIONE-FILE
           END-IF.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               DISPLAY "DISTRIB.DAT NON DISPONIBILE - STATO "
                       FS-DISTRIBUZIONE
           END-IF.

      *---------------------------- FUNCTION AD ------------------------
      *APRE IL GIORNALE DELLE CONSEGNE, CREANDOLO AL PRIMO USO
       APRI-CONSEGNE.

           OPEN I-O CONSEGNE-FILE.
           IF FS-CONSEGNE = "35" THEN
               OPEN OUTPUT CONSEGNE-FILE
               CLOSE CONSEGNE-FILE
               OPEN I-O CONSEGNE-FILE
           END-IF.
           IF FS-CONSEGNE NOT = "00" THEN
               DISPLAY "DISTLOG.DAT NON DISPONIBILE - STATO "
                       FS-CONSEGNE
           END-IF.

      *---------------------------- FUNCTION AE ------------------------
       ELENCO-DISTRIBUZIONE.

           PERFORM APRI-DISTRIBUZIONE.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIGHE-ELENCATE.
           DISPLAY "TIPO REPORT  NR DESTINATARIO                   "
                   "  C COPIE ATT INDIRIZZO".

           MOVE LOW-VALUES TO CHIAVE-DISTRIB-REC.
           START DISTRIBUZIONE-FILE
               KEY IS NOT LESS THAN CHIAVE-DISTRIB-REC
               INVALID KEY MOVE "10" TO FS-DISTRIBUZIONE
           END-START.

           PERFORM UNTIL FS-DISTRIBUZIONE = "10"
               READ DISTRIBUZIONE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DISTRIBUZIONE
                   NOT AT END
                       ADD 1 TO RIGHE-ELENCATE
                       DISPLAY TIPO-DISTRIB-REC " "
                               PROGR-DISTRIB-REC " "
                               DESTINATARIO-DISTRIB-REC(1:30) " "
                               CANALE-DISTRIB-REC " "
                               COPIE-DISTRIB-REC "    "
                               ATTIVO-DISTRIB-REC "   "
                               INDIRIZZO-DISTRIB-REC(1:40)
               END-READ
           END-PERFORM.

           CLOSE DISTRIBUZIONE-FILE.

           IF RIGHE-ELENCATE = 0 THEN
               DISPLAY "TABELLA DI DISTRIBUZIONE VUOTA"
           ELSE
               DISPLAY "DESTINATARI A TABELLA: " RIGHE-ELENCATE
           END-IF.

      *---------------------------- FUNCTION AF ------------------------
      *INSERISCE UN DESTINATARIO PER UN TIPO DI REPORT O NE MODIFICA
      *UNO ESISTENTE (TIPO + NUMERO); INVIO SU UN CAMPO IN MODIFICA
      *LO LASCIA COM'E'
       AGGIORNA-DESTINATARIO.

           DISPLAY "TIPO DI REPORT (COME NELLO SPOOL, ES. VERBALE): ".
           ACCEPT TIPO-CERCATO.
           MOVE FUNCTION UPPER-CASE(TIPO-CERCATO) TO TIPO-CERCATO.
           IF TIPO-CERCATO = SPACES THEN
               DISPLAY "TIPO OBBLIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DEL DESTINATARIO (1-99): ".
           ACCEPT PROGR-CERCATO.
           IF PROGR-CERCATO = 0 THEN
               DISPLAY "NUMERO NON VALIDO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APRI-DISTRIBUZIONE.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TIPO-CERCATO TO TIPO-DISTRIB-REC.
           MOVE PROGR-CERCATO TO PROGR-DISTRIB-REC.
           READ DISTRIBUZIONE-FILE
               INVALID KEY
                   MOVE "N" TO DESTINATARIO-TROVATO
                   MOVE SPACES TO DESTINATARIO-DISTRIB-REC
                   MOVE "E" TO CANALE-DISTRIB-REC
                   MOVE SPACES TO INDIRIZZO-DISTRIB-REC
                   MOVE 1 TO COPIE-DISTRIB-REC
                   MOVE "S" TO ATTIVO-DISTRIB-REC
               NOT INVALID KEY
                   MOVE "S" TO DESTINATARIO-TROVATO
                   DISPLAY "DESTINATARIO: " DESTINATARIO-DISTRIB-REC
                   DISPLAY "CANALE: " CANALE-DISTRIB-REC
                           "  COPIE: " COPIE-DISTRIB-REC
                           "  ATTIVO: " ATTIVO-DISTRIB-REC
                   DISPLAY "INDIRIZZO: " INDIRIZZO-DISTRIB-REC
           END-READ.

           MOVE SPACES TO VALORE-IMMESSO.
           DISPLAY "DESTINATARIO (NOME O UFFICIO): ".
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO NOT = SPACES THEN
               MOVE VALORE-IMMESSO TO DESTINATARIO-DISTRIB-REC
           END-IF.

           MOVE SPACES TO VALORE-IMMESSO.
           DISPLAY "CANALE (E = E-MAIL, S = STAMPANTE): ".
           ACCEPT VALORE-IMMESSO.
           MOVE FUNCTION UPPER-CASE(VALORE-IMMESSO) TO VALORE-IMMESSO.
           IF VALORE-IMMESSO NOT = SPACES THEN
               IF VALORE-IMMESSO(1:1) NOT = "E" AND
                  VALORE-IMMESSO(1:1) NOT = "S" THEN
                   DISPLAY "CANALE NON VALIDO"
                   CLOSE DISTRIBUZIONE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE VALORE-IMMESSO(1:1) TO CANALE-DISTRIB-REC
           END-IF.

           MOVE SPACES TO VALORE-IMMESSO.
           IF CANALE-DISTRIB-REC = "E" THEN
               DISPLAY "INDIRIZZO E-MAIL: "
           ELSE
               DISPLAY "NOME DELLA STAMPANTE: "
           END-IF.
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO NOT = SPACES THEN
               IF CANALE-DISTRIB-REC = "E" THEN
                   MOVE FUNCTION LOWER-CASE(VALORE-IMMESSO)
                       TO VALORE-IMMESSO
               ELSE
                   MOVE FUNCTION UPPER-CASE(VALORE-IMMESSO)
                       TO VALORE-IMMESSO
               END-IF
               MOVE VALORE-IMMESSO TO INDIRIZZO-DISTRIB-REC
           END-IF.

           MOVE SPACES TO VALORE-IMMESSO.
           DISPLAY "NUMERO DI COPIE: ".
           ACCEPT VALORE-IMMESSO.
           IF VALORE-IMMESSO NOT = SPACES THEN
               COMPUTE COPIE-DISTRIB-REC =
                   FUNCTION NUMVAL(VALORE-IMMESSO)
           END-IF.
           IF COPIE-DISTRIB-REC = 0 THEN
               MOVE 1 TO COPIE-DISTRIB-REC
           END-IF.

           IF DESTINATARIO-TROVATO = "S" THEN
               MOVE SPACES TO VALORE-IMMESSO
               DISPLAY "ATTIVO (S/N): "
               ACCEPT VALORE-IMMESSO
               MOVE FUNCTION UPPER-CASE(VALORE-IMMESSO)
                   TO VALORE-IMMESSO
               IF VALORE-IMMESSO(1:1) = "S" OR
                  VALORE-IMMESSO(1:1) = "N" THEN
                   MOVE VALORE-IMMESSO(1:1) TO ATTIVO-DISTRIB-REC
               END-IF
           END-IF.

      *SENZA INDIRIZZO LA RIGA SI SALVA LO STESSO, MA LE CONSEGNE
      *FINIRANNO SCARTATE FINCHE' NON SI COMPLETA
           IF INDIRIZZO-DISTRIB-REC = SPACES THEN
               DISPLAY "ATTENZIONE: DESTINATARIO SENZA INDIRIZZO, "
                       "LE CONSEGNE SARANNO SCARTATE"
           END-IF.

           IF DESTINATARIO-TROVATO = "S" THEN
               REWRITE DISTRIB-REC
           ELSE
               WRITE DISTRIB-REC
           END-IF.
           IF FS-DISTRIBUZIONE = "00" THEN
               DISPLAY "DESTINATARIO SALVATO"
           ELSE
               DISPLAY "ERRORE DI SCRITTURA - STATO " FS-DISTRIBUZIONE
           END-IF.

           CLOSE DISTRIBUZIONE-FILE.

      *---------------------------- FUNCTION AG ------------------------
      *LA RIGA NON SI CANCELLA: UN DESTINATARIO DISATTIVATO NON
      *RICEVE PIU' NULLA MA RESTA RICONOSCIBILE NEL GIORNALE
       DISATTIVA-DESTINATARIO.

           DISPLAY "TIPO DI REPORT: ".
           ACCEPT TIPO-CERCATO.
           MOVE FUNCTION UPPER-CASE(TIPO-CERCATO) TO TIPO-CERCATO.
           DISPLAY "NUMERO DEL DESTINATARIO: ".
           ACCEPT PROGR-CERCATO.

           PERFORM APRI-DISTRIBUZIONE.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TIPO-CERCATO TO TIPO-DISTRIB-REC.
           MOVE PROGR-CERCATO TO PROGR-DISTRIB-REC.
           READ DISTRIBUZIONE-FILE
               INVALID KEY
                   DISPLAY "DESTINATARIO NON TROVATO"
               NOT INVALID KEY
                   DISPLAY DESTINATARIO-DISTRIB-REC " "
                           INDIRIZZO-DISTRIB-REC
                   DISPLAY "CONFERMI LA DISATTIVAZIONE (S/N)? "
                   ACCEPT CONFERMA
                   IF CONFERMA = "S" OR CONFERMA = "s" THEN
                       MOVE "N" TO ATTIVO-DISTRIB-REC
                       REWRITE DISTRIB-REC
                       DISPLAY "DESTINATARIO DISATTIVATO"
                   END-IF
           END-READ.

           CLOSE DISTRIBUZIONE-FILE.

      *---------------------------- FUNCTION AH ------------------------
      *ESITI DI GATEWAY E SERVER DI STAMPA: OGNI RIGA AGGIORNA LO
      *STATO DELLA CONSEGNA CORRISPONDENTE, POI IL FILE SI SVUOTA
       ACQUISISCI-ESITI.

           MOVE 0 TO ESITI-APPLICATI.
           MOVE 0 TO ESITI-SCONOSCIUTI.

           OPEN INPUT ESITI-FILE.
           IF FS-ESITI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM APRI-CONSEGNE.
           IF FS-CONSEGNE NOT = "00" THEN
               CLOSE ESITI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.

           PERFORM UNTIL FS-ESITI = "10"
               READ ESITI-FILE
                   AT END
                       MOVE "10" TO FS-ESITI
                   NOT AT END
                       PERFORM APPLICA-ESITO
               END-READ
           END-PERFORM.

           CLOSE ESITI-FILE.
           CLOSE CONSEGNE-FILE.

           OPEN OUTPUT ESITI-FILE.
           IF FS-ESITI = "00" THEN
               CLOSE ESITI-FILE
           END-IF.

           IF ESITI-APPLICATI > 0 OR ESITI-SCONOSCIUTI > 0 THEN
               DISPLAY "ESITI DI CONSEGNA ACQUISITI: " ESITI-APPLICATI
                       "  SENZA CONSEGNA CORRISPONDENTE: "
                       ESITI-SCONOSCIUTI
           END-IF.

      *---------------------------- FUNCTION AI ------------------------
       APPLICA-ESITO.

           MOVE ID-ESITO-REC TO CHIAVE-CONSEGNA-REC.
           READ CONSEGNE-FILE
               INVALID KEY
                   ADD 1 TO ESITI-SCONOSCIUTI
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(STATO-ESITO-REC)
                       TO STATO-CONSEGNA-REC
                   MOVE MOMENTO-ATTUALE TO MOMENTO-ESITO-REC
                   REWRITE CONSEGNA-REC
                   ADD 1 TO ESITI-APPLICATI
           END-READ.

      *---------------------------- FUNCTION AJ ------------------------
      *CORSA DI DISTRIBUZIONE: OGNI REPORT DELLA FINESTRA CHE NON HA
      *ANCORA CONSEGNE A GIORNALE VA AI DESTINATARI ATTIVI DEL SUO
      *TIPO. UN TIPO SENZA DESTINATARI NON LASCIA TRACCIA, COSI'
      *APPENA LO SI CONFIGURA I SUOI REPORT PARTONO ALLA CORSA DOPO
       CORSA-DISTRIBUZIONE.

           MOVE 0 TO REPORT-ESAMINATI.
           MOVE 0 TO REPORT-DISTRIBUITI.
           MOVE 0 TO REPORT-SENZA-DESTINATARI.
           MOVE 0 TO MESSAGGI-ACCODATI.
           MOVE 0 TO STAMPE-ACCODATE.
           MOVE 0 TO CONSEGNE-SCARTATE.
           MOVE "N" TO CORSA-RIUSCITA.

           PERFORM CALCOLA-FINESTRA.

           OPEN INPUT REGISTRO-SPOOL-FILE.
           IF FS-REGISTRO-SPOOL NOT = "00" THEN
               DISPLAY "NESSUN REPORT NELLO SPOOL"
               MOVE "S" TO CORSA-RIUSCITA
               EXIT PARAGRAPH
           END-IF.

           PERFORM APRI-DISTRIBUZIONE.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               CLOSE REGISTRO-SPOOL-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APRI-CONSEGNE.
           IF FS-CONSEGNE NOT = "00" THEN
               CLOSE REGISTRO-SPOOL-FILE
               CLOSE DISTRIBUZIONE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APRI-CODE-USCITA.

           PERFORM UNTIL FS-REGISTRO-SPOOL = "10"
               READ REGISTRO-SPOOL-FILE
                   AT END
                       MOVE "10" TO FS-REGISTRO-SPOOL
                   NOT AT END
                       IF DATA-ORA-SPOOL >= INIZIO-FINESTRA THEN
                           PERFORM ESAMINA-REPORT-SPOOL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-SPOOL-FILE.
           CLOSE DISTRIBUZIONE-FILE.
           CLOSE CONSEGNE-FILE.
           CLOSE POSTA-USCITA-FILE.
           CLOSE CODA-STAMPA-FILE.
           MOVE "S" TO CORSA-RIUSCITA.

           DISPLAY "DISTRIBUZIONE DEI REPORT DAL "
                   INIZIO-FINESTRA(7:2) "/" INIZIO-FINESTRA(5:2) "/"
                   INIZIO-FINESTRA(1:4).
           DISPLAY "REPORT NUOVI ESAMINATI:  " REPORT-ESAMINATI.
           DISPLAY "REPORT DISTRIBUITI:      " REPORT-DISTRIBUITI.
           DISPLAY "TIPI SENZA DESTINATARI:  " REPORT-SENZA-DESTINATARI.
           DISPLAY "E-MAIL ACCODATE:         " MESSAGGI-ACCODATI.
           DISPLAY "STAMPE ACCODATE:         " STAMPE-ACCODATE.
           DISPLAY "CONSEGNE SCARTATE:       " CONSEGNE-SCARTATE.

      *---------------------------- FUNCTION AK ------------------------
       CALCOLA-FINESTRA.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.
           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE MOMENTO-ATTUALE(1:8) TO DATESRV-DATA1.
           COMPUTE DATESRV-GIORNI = 0 - GIORNI-RECUPERO.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE ALL "0" TO INIZIO-FINESTRA.
           MOVE DATESRV-DATA2 TO INIZIO-FINESTRA(1:8).

      *---------------------------- FUNCTION AL ------------------------
      *LE CODE DI USCITA SI ACCODANO: IL GATEWAY E IL SERVER DI
      *STAMPA LE CONSUMANO CON I LORO TEMPI
       APRI-CODE-USCITA.

           OPEN EXTEND POSTA-USCITA-FILE.
           IF FS-POSTA-USCITA = "35" THEN
               OPEN OUTPUT POSTA-USCITA-FILE
           END-IF.
           OPEN EXTEND CODA-STAMPA-FILE.
           IF FS-CODA-STAMPA = "35" THEN
               OPEN OUTPUT CODA-STAMPA-FILE
           END-IF.

      *---------------------------- FUNCTION AM ------------------------
       ESAMINA-REPORT-SPOOL.

           MOVE NOME-FILE-SPOOL TO SPOOL-CORRENTE.
           MOVE TIPO-REPORT-SPOOL TO TIPO-SPOOL-CORRENTE.
           MOVE DATA-ORA-SPOOL TO DATA-ORA-SPOOL-CORRENTE.

           PERFORM CONTA-CONSEGNE-REPORT.
           IF CONSEGNE-DEL-REPORT > 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO REPORT-ESAMINATI.
           PERFORM DISTRIBUISCI-REPORT.
           IF DESTINATARI-DEL-TIPO = 0 THEN
               ADD 1 TO REPORT-SENZA-DESTINATARI
           ELSE
               ADD 1 TO REPORT-DISTRIBUITI
           END-IF.

      *---------------------------- FUNCTION AN ------------------------
      *CONSEGNE GIA' A GIORNALE PER IL REPORT CORRENTE: QUANTE, QUANTE
      *ANDATE A BUON FINE (ACCODATE O CONFERMATE) E ULTIMO NUMERO
       CONTA-CONSEGNE-REPORT.

           MOVE 0 TO CONSEGNE-DEL-REPORT.
           MOVE 0 TO CONSEGNE-RIUSCITE.
           MOVE 0 TO ULTIMO-PROGR-CONSEGNA.

           MOVE SPOOL-CORRENTE TO SPOOL-CONSEGNA-REC.
           MOVE 0 TO PROGR-CONSEGNA-REC.
           START CONSEGNE-FILE
               KEY IS NOT LESS THAN CHIAVE-CONSEGNA-REC
               INVALID KEY EXIT PARAGRAPH
           END-START.

           MOVE "00" TO FS-CONSEGNE.
           PERFORM UNTIL FS-CONSEGNE NOT = "00"
               READ CONSEGNE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONSEGNE
                   NOT AT END
                       IF SPOOL-CONSEGNA-REC NOT = SPOOL-CORRENTE THEN
                           MOVE "10" TO FS-CONSEGNE
                       ELSE
                           ADD 1 TO CONSEGNE-DEL-REPORT
                           MOVE PROGR-CONSEGNA-REC
                               TO ULTIMO-PROGR-CONSEGNA
                           IF STATO-CONSEGNA-REC = "ACCODATO" OR
                              STATO-CONSEGNA-REC = "CONSEGNATO" OR
                              STATO-CONSEGNA-REC = "STAMPATO" THEN
                               ADD 1 TO CONSEGNE-RIUSCITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-CONSEGNE.

      *---------------------------- FUNCTION AO ------------------------
      *UNA CONSEGNA PER OGNI DESTINATARIO ATTIVO DEL TIPO, NUMERATE
      *DOPO L'ULTIMA GIA' A GIORNALE
       DISTRIBUISCI-REPORT.

           MOVE 0 TO DESTINATARI-DEL-TIPO.

           MOVE TIPO-SPOOL-CORRENTE TO TIPO-DISTRIB-REC.
           MOVE 0 TO PROGR-DISTRIB-REC.
           START DISTRIBUZIONE-FILE
               KEY IS NOT LESS THAN CHIAVE-DISTRIB-REC
               INVALID KEY EXIT PARAGRAPH
           END-START.

           MOVE "00" TO FS-DISTRIBUZIONE.
           PERFORM UNTIL FS-DISTRIBUZIONE NOT = "00"
               READ DISTRIBUZIONE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DISTRIBUZIONE
                   NOT AT END
                       IF TIPO-DISTRIB-REC NOT = TIPO-SPOOL-CORRENTE
                           THEN
                           MOVE "10" TO FS-DISTRIBUZIONE
                       ELSE
                           IF ATTIVO-DISTRIB-REC = "S" AND
                              ULTIMO-PROGR-CONSEGNA < 99 THEN
                               PERFORM ACCODA-CONSEGNA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DISTRIBUZIONE.

      *---------------------------- FUNCTION AP ------------------------
       ACCODA-CONSEGNA.

           ADD 1 TO DESTINATARI-DEL-TIPO.
           ADD 1 TO ULTIMO-PROGR-CONSEGNA.

           MOVE SPOOL-CORRENTE TO SPOOL-CONSEGNA-REC.
           MOVE ULTIMO-PROGR-CONSEGNA TO PROGR-CONSEGNA-REC.
           MOVE TIPO-SPOOL-CORRENTE TO TIPO-CONSEGNA-REC.
           MOVE DESTINATARIO-DISTRIB-REC TO DESTINATARIO-CONSEGNA-REC.
           MOVE CANALE-DISTRIB-REC TO CANALE-CONSEGNA-REC.
           MOVE INDIRIZZO-DISTRIB-REC TO INDIRIZZO-CONSEGNA-REC.
           MOVE COPIE-DISTRIB-REC TO COPIE-CONSEGNA-REC.
           MOVE MOMENTO-ATTUALE TO MOMENTO-CONSEGNA-REC.
           MOVE SPACES TO MOMENTO-ESITO-REC.
           MOVE OPERATORE-FIRMA TO OPERATORE-CONSEGNA-REC.
           MOVE SPOOL-CORRENTE TO ID-SPOOL.
           MOVE ULTIMO-PROGR-CONSEGNA TO ID-PROGR.

           EVALUATE TRUE
               WHEN INDIRIZZO-DISTRIB-REC = SPACES
                   MOVE "SCARTATO" TO STATO-CONSEGNA-REC
                   ADD 1 TO CONSEGNE-SCARTATE
               WHEN CANALE-DISTRIB-REC = "E"
                   PERFORM SCRIVI-POSTA-USCITA
               WHEN OTHER
                   PERFORM SCRIVI-CODA-STAMPA
           END-EVALUATE.

           WRITE CONSEGNA-REC.
           MOVE "00" TO FS-CONSEGNE.

      *---------------------------- FUNCTION AQ ------------------------
       SCRIVI-POSTA-USCITA.

           IF FS-POSTA-USCITA NOT = "00" THEN
               MOVE "ERRORE" TO STATO-CONSEGNA-REC
               ADD 1 TO CONSEGNE-SCARTATE
               EXIT PARAGRAPH
           END-IF.

           MOVE ID-CONSEGNA TO ID-POSTA-REC.
           MOVE INDIRIZZO-DISTRIB-REC TO EMAIL-POSTA-REC.
           MOVE DESTINATARIO-DISTRIB-REC TO DESTINATARIO-POSTA-REC.
           MOVE SPACES TO OGGETTO-POSTA-REC.
           STRING "REPORT " TIPO-SPOOL-CORRENTE " DEL "
                  DATA-ORA-SPOOL-CORRENTE(7:2) "/"
                  DATA-ORA-SPOOL-CORRENTE(5:2) "/"
                  DATA-ORA-SPOOL-CORRENTE(1:4) " ORE "
                  DATA-ORA-SPOOL-CORRENTE(9:2) ":"
                  DATA-ORA-SPOOL-CORRENTE(11:2)
                  DELIMITED BY SIZE INTO OGGETTO-POSTA-REC.
           MOVE SPOOL-CORRENTE TO ALLEGATO-POSTA-REC.
           MOVE MOMENTO-ATTUALE TO MOMENTO-POSTA-REC.
           WRITE POSTA-USCITA-REC.

           MOVE "ACCODATO" TO STATO-CONSEGNA-REC.
           ADD 1 TO MESSAGGI-ACCODATI.

      *---------------------------- FUNCTION AR ------------------------
       SCRIVI-CODA-STAMPA.

           IF FS-CODA-STAMPA NOT = "00" THEN
               MOVE "ERRORE" TO STATO-CONSEGNA-REC
               ADD 1 TO CONSEGNE-SCARTATE
               EXIT PARAGRAPH
           END-IF.

           MOVE ID-CONSEGNA TO ID-STAMPA-REC.
           MOVE INDIRIZZO-DISTRIB-REC TO STAMPANTE-STAMPA-REC.
           MOVE SPOOL-CORRENTE TO FILE-STAMPA-REC.
           MOVE COPIE-DISTRIB-REC TO COPIE-STAMPA-REC.
           MOVE MOMENTO-ATTUALE TO MOMENTO-STAMPA-REC.
           WRITE CODA-STAMPA-REC.

           MOVE "ACCODATO" TO STATO-CONSEGNA-REC.
           ADD 1 TO STAMPE-ACCODATE.

      *---------------------------- FUNCTION AS ------------------------
      *RIMANDA UN REPORT DELLO SPOOL, ANCHE FUORI FINESTRA O GIA'
      *DISTRIBUITO (CONSEGNE FALLITE, DESTINATARIO AGGIUNTO DOPO):
      *LE NUOVE CONSEGNE SI NUMERANO DOPO QUELLE GIA' A GIORNALE
       RIDISTRIBUISCI-REPORT.

           DISPLAY "NOME DEL REPORT NELLO SPOOL: ".
           ACCEPT SPOOL-CORRENTE.

           OPEN INPUT REGISTRO-SPOOL-FILE.
           IF FS-REGISTRO-SPOOL NOT = "00" THEN
               DISPLAY "NESSUN REPORT NELLO SPOOL"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TIPO-SPOOL-CORRENTE.
           PERFORM UNTIL FS-REGISTRO-SPOOL = "10"
               READ REGISTRO-SPOOL-FILE
                   AT END
                       MOVE "10" TO FS-REGISTRO-SPOOL
                   NOT AT END
                       IF NOME-FILE-SPOOL = SPOOL-CORRENTE THEN
                           MOVE TIPO-REPORT-SPOOL
                               TO TIPO-SPOOL-CORRENTE
                           MOVE DATA-ORA-SPOOL
                               TO DATA-ORA-SPOOL-CORRENTE
                           MOVE "10" TO FS-REGISTRO-SPOOL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRO-SPOOL-FILE.

           IF TIPO-SPOOL-CORRENTE = SPACES THEN
               DISPLAY "REPORT NON PRESENTE NEL REGISTRO DELLO SPOOL"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APRI-DISTRIBUZIONE.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM APRI-CONSEGNE.
           IF FS-CONSEGNE NOT = "00" THEN
               CLOSE DISTRIBUZIONE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APRI-CODE-USCITA.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.
           MOVE 0 TO MESSAGGI-ACCODATI.
           MOVE 0 TO STAMPE-ACCODATE.
           MOVE 0 TO CONSEGNE-SCARTATE.

           MOVE "S" TO CONFERMA.
           PERFORM CONTA-CONSEGNE-REPORT.
           IF CONSEGNE-RIUSCITE > 0 THEN
               DISPLAY "IL REPORT HA GIA' " CONSEGNE-RIUSCITE
                       " CONSEGNE RIUSCITE O IN CORSO"
               DISPLAY "CONFERMI UN NUOVO INVIO A TUTTI (S/N)? "
               ACCEPT CONFERMA
           END-IF.

           IF CONFERMA = "S" OR CONFERMA = "s" THEN
               PERFORM DISTRIBUISCI-REPORT
               IF DESTINATARI-DEL-TIPO = 0 THEN
                   DISPLAY "NESSUN DESTINATARIO ATTIVO PER IL TIPO "
                           TIPO-SPOOL-CORRENTE
               ELSE
                   DISPLAY "E-MAIL ACCODATE: " MESSAGGI-ACCODATI
                           "  STAMPE ACCODATE: " STAMPE-ACCODATE
                           "  SCARTATE: " CONSEGNE-SCARTATE
               END-IF
           END-IF.

           CLOSE DISTRIBUZIONE-FILE.
           CLOSE CONSEGNE-FILE.
           CLOSE POSTA-USCITA-FILE.
           CLOSE CODA-STAMPA-FILE.

      *---------------------------- FUNCTION AT ------------------------
      *GIORNALE DELLE CONSEGNE A VIDEO, FILTRABILE PER STATO
       ELENCO-CONSEGNE.

           DISPLAY "STATO DA ELENCARE (INVIO = TUTTI): ".
           MOVE SPACES TO VALORE-IMMESSO.
           ACCEPT VALORE-IMMESSO.
           MOVE FUNCTION UPPER-CASE(VALORE-IMMESSO) TO VALORE-IMMESSO.

           PERFORM APRI-CONSEGNE.
           IF FS-CONSEGNE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIGHE-ELENCATE.
           MOVE LOW-VALUES TO CHIAVE-CONSEGNA-REC.
           START CONSEGNE-FILE
               KEY IS NOT LESS THAN CHIAVE-CONSEGNA-REC
               INVALID KEY MOVE "10" TO FS-CONSEGNE
           END-START.

           PERFORM UNTIL FS-CONSEGNE = "10"
               READ CONSEGNE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONSEGNE
                   NOT AT END
                       IF VALORE-IMMESSO = SPACES OR
                          STATO-CONSEGNA-REC = VALORE-IMMESSO(1:10)
                           THEN
                           ADD 1 TO RIGHE-ELENCATE
                           DISPLAY SPOOL-CONSEGNA-REC " "
                                   PROGR-CONSEGNA-REC " "
                                   STATO-CONSEGNA-REC " "
                                   CANALE-CONSEGNA-REC " "
                                   INDIRIZZO-CONSEGNA-REC(1:30)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONSEGNE-FILE.
           DISPLAY "CONSEGNE ELENCATE: " RIGHE-ELENCATE.

      *---------------------------- FUNCTION AU ------------------------
      *REPORT DI CIO' CHE E' NELLO SPOOL MA NON E' MAI ARRIVATO A
      *NESSUNO: NESSUNA CONSEGNA ACCODATA O CONFERMATA. IL MOTIVO
      *DICE DOVE INTERVENIRE
       REPORT-NON-DISTRIBUITI.

           MOVE 0 TO REPORT-MAI-DISTRIBUITI.
           PERFORM CALCOLA-FINESTRA.

           OPEN INPUT REGISTRO-SPOOL-FILE.
           IF FS-REGISTRO-SPOOL NOT = "00" THEN
               DISPLAY "NESSUN REPORT NELLO SPOOL"
               EXIT PARAGRAPH
           END-IF.
           PERFORM APRI-DISTRIBUZIONE.
           IF FS-DISTRIBUZIONE NOT = "00" THEN
               CLOSE REGISTRO-SPOOL-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APRI-CONSEGNE.
           IF FS-CONSEGNE NOT = "00" THEN
               CLOSE REGISTRO-SPOOL-FILE
               CLOSE DISTRIBUZIONE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "NONDIST.TXT" TO RW-NOME-FILE.
           MOVE "REPORT NELLO SPOOL MAI DISTRIBUITI" TO RW-TITOLO.
           MOVE "TIPO         REPORT NELLO SPOOL               DATA    "
               TO RW-INTESTAZIONE.
           MOVE "   MOTIVO" TO RW-INTESTAZIONE(58:).
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE NONDIST.TXT"
               CLOSE REGISTRO-SPOOL-FILE
               CLOSE DISTRIBUZIONE-FILE
               CLOSE CONSEGNE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-REGISTRO-SPOOL = "10"
               READ REGISTRO-SPOOL-FILE
                   AT END
                       MOVE "10" TO FS-REGISTRO-SPOOL
                   NOT AT END
                       PERFORM VERIFICA-REPORT-DISTRIBUITO
               END-READ
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           STRING "REPORT MAI DISTRIBUITI: " REPORT-MAI-DISTRIBUITI
                  DELIMITED BY SIZE INTO RW-RIGA.
           MOVE "R" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           CLOSE REGISTRO-SPOOL-FILE.
           CLOSE DISTRIBUZIONE-FILE.
           CLOSE CONSEGNE-FILE.

           DISPLAY "REPORT MAI DISTRIBUITI: " REPORT-MAI-DISTRIBUITI
                   " - ELENCO SU NONDIST.TXT".

      *---------------------------- FUNCTION AV ------------------------
       VERIFICA-REPORT-DISTRIBUITO.

           MOVE NOME-FILE-SPOOL TO SPOOL-CORRENTE.
           MOVE TIPO-REPORT-SPOOL TO TIPO-SPOOL-CORRENTE.

           PERFORM CONTA-CONSEGNE-REPORT.
           IF CONSEGNE-RIUSCITE > 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTA-DESTINATARI-TIPO.
           EVALUATE TRUE
               WHEN CONSEGNE-DEL-REPORT > 0
                   MOVE "CONSEGNE TUTTE FALLITE"
                       TO MOTIVO-NON-DISTRIBUITO
               WHEN DESTINATARI-DEL-TIPO = 0
                   MOVE "TIPO SENZA DESTINATARI"
                       TO MOTIVO-NON-DISTRIBUITO
               WHEN DATA-ORA-SPOOL < INIZIO-FINESTRA
                   MOVE "FUORI FINESTRA, DA RIMANDARE"
                       TO MOTIVO-NON-DISTRIBUITO
               WHEN OTHER
                   MOVE "IN ATTESA DELLA CORSA"
                       TO MOTIVO-NON-DISTRIBUITO
           END-EVALUATE.

           ADD 1 TO REPORT-MAI-DISTRIBUITI.
           MOVE SPACES TO RW-RIGA.
           STRING TIPO-REPORT-SPOOL " " NOME-FILE-SPOOL " "
                  DATA-ORA-SPOOL(7:2) "/" DATA-ORA-SPOOL(5:2) "/"
                  DATA-ORA-SPOOL(1:4) "  " MOTIVO-NON-DISTRIBUITO
                  DELIMITED BY SIZE INTO RW-RIGA.
           MOVE "R" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION AW ------------------------
       CONTA-DESTINATARI-TIPO.

           MOVE 0 TO DESTINATARI-DEL-TIPO.

           MOVE TIPO-SPOOL-CORRENTE TO TIPO-DISTRIB-REC.
           MOVE 0 TO PROGR-DISTRIB-REC.
           START DISTRIBUZIONE-FILE
               KEY IS NOT LESS THAN CHIAVE-DISTRIB-REC
               INVALID KEY EXIT PARAGRAPH
           END-START.

           MOVE "00" TO FS-DISTRIBUZIONE.
           PERFORM UNTIL FS-DISTRIBUZIONE NOT = "00"
               READ DISTRIBUZIONE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DISTRIBUZIONE
                   NOT AT END
                       IF TIPO-DISTRIB-REC NOT = TIPO-SPOOL-CORRENTE
                           THEN
                           MOVE "10" TO FS-DISTRIBUZIONE
                       ELSE
                           IF ATTIVO-DISTRIB-REC = "S" THEN
                               ADD 1 TO DESTINATARI-DEL-TIPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DISTRIBUZIONE.
