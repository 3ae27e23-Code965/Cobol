      ******************************************************************
      * COPIA DI FORMAZIONE: COSTRUISCE NELLA SOTTOCARTELLA FORMAZ UN
      * DOPPIONE DEGLI ARCHIVI DELLA SUITE CON I DATI PERSONALI
      * SOSTITUITI DA VALORI FITTIZI (NOMI, INDIRIZZI, TELEFONI,
      * PARTITE IVA, PASSWORD), COSI' I NUOVI ASSUNTI SI ESERCITANO
      * SU ARCHIVI VEROSIMILI SENZA VEDERE NE' TOCCARE QUELLI VERI.
      * I NOMI FITTIZI SI RICAVANO DAL CODICE (MATRICOLA, CODICE
      * LETTORE, CODICE CLIENTE): LO STESSO CODICE DA' SEMPRE LO
      * STESSO NOME IN OGNI ARCHIVIO E I LEGAMI TRA I RECORD RESTANO.
      * A COPIA FINITA SI ACCENDE IL FLAG FORMAZ.FLG CHE IL MENU
      * PRINCIPALE LEGGE ALL'AVVIO PER LAVORARE SULLA COPIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVI VIVI, LETTI E MAI MODIFICATI
           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ANA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT GRADUATORIA-FILE ASSIGN TO "GRADFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GRAD
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LETTORI-FILE ASSIGN TO "LETTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-LETTORE
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISBN-CAT
               FILE STATUS IS FS-ARCHIVIO.

           SELECT PRESTITI-FILE ASSIGN TO "PRESTITI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVIO.

           SELECT MULTE-FILE ASSIGN TO "MULTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-MULTA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ARTICOLI-FILE ASSIGN TO "ARTICOLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-ART
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CLIENTI-FILE ASSIGN TO "CLIENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLI
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVIO.

           SELECT OPERATORI-FILE ASSIGN TO "OPERATORI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVIO.

      *COPIE DI FORMAZIONE: STESSA ORGANIZZAZIONE E STESSE CHIAVI
      *DEGLI ORIGINALI, COSI' I MODULI LE APRONO SENZA ACCORGERSENE
           SELECT F-ANAGRAFE-FILE ASSIGN TO "FORMAZ/ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-MATRICOLA-ANA
               FILE STATUS IS FS-COPIA.

           SELECT F-GRADUATORIA-FILE ASSIGN TO "FORMAZ/GRADFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CHIAVE-GRAD
               FILE STATUS IS FS-COPIA.

           SELECT F-LETTORI-FILE ASSIGN TO "FORMAZ/LETTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODICE-LETTORE
               FILE STATUS IS FS-COPIA.

           SELECT F-CATALOGO-FILE ASSIGN TO "FORMAZ/CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ISBN-CAT
               FILE STATUS IS FS-COPIA.

           SELECT F-PRESTITI-FILE ASSIGN TO "FORMAZ/PRESTITI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

           SELECT F-MULTE-FILE ASSIGN TO "FORMAZ/MULTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-NUMERO-MULTA
               FILE STATUS IS FS-COPIA.

           SELECT F-ARTICOLI-FILE ASSIGN TO "FORMAZ/ARTICOLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODICE-ART
               FILE STATUS IS FS-COPIA.

           SELECT F-CLIENTI-FILE ASSIGN TO "FORMAZ/CLIENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CODICE-CLI
               FILE STATUS IS FS-COPIA.

           SELECT F-CUSTOMER-FILE ASSIGN TO "FORMAZ/CUSTOMERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

           SELECT F-OPERATORI-FILE ASSIGN TO "FORMAZ/OPERATORI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.

      *FLAG DELLA MODALITA' FORMAZIONE, NELLA CARTELLA DEGLI
      *ARCHIVI VIVI: LO LEGGE IL MENU PRINCIPALE ALL'AVVIO
           SELECT FLAG-FORMAZIONE-FILE ASSIGN TO "FORMAZ.FLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

       DATA DIVISION.
       FILE SECTION.
      *I TRACCIATI RICALCANO QUELLI DEI PROGRAMMI PROPRIETARI: SONO
      *DETTAGLIATI SOLO I CAMPI DA MASCHERARE, IL RESTO VIAGGIA TALE
      *E QUALE
       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-REC.
           05 MATRICOLA-ANA PIC 9(6).
           05 NOME-ANA PIC A(20).
           05 COGNOME-ANA PIC A(20).
           05 CLASSE-ANA PIC X(10).

       FD  GRADUATORIA-FILE.
       01  GRADUATORIA-REC.
           05 CHIAVE-GRAD.
               10 CORSO-GRAD PIC X(8).
               10 DATA-APPELLO-GRAD PIC 9(8).
               10 MATRICOLA-GRAD PIC 9(6).
           05 COGNOME-GRAD PIC A(20).
           05 NOME-GRAD PIC A(20).
           05 FILLER PIC X(9).

       FD  LETTORI-FILE.
       01  LETTORE-REC.
           05 CODICE-LETTORE PIC 9(5).
           05 NOME-LETTORE PIC X(30).
           05 INDIRIZZO-LETTORE PIC X(40).
           05 TELEFONO-LETTORE PIC X(15).
           05 FILLER PIC X(17).

       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 ISBN-CAT PIC X(13).
           05 FILLER PIC X(199).

       FD  PRESTITI-FILE.
       01  PRESTITO-REC.
           05 ISBN-PRESTITO PIC X(13).
           05 CODICE-PRESTITO PIC 9(5).
           05 NOME-PRESTITO PIC X(30).
           05 FILLER PIC X(30).

       FD  MULTE-FILE.
       01  MULTA-REC.
           05 NUMERO-MULTA PIC 9(5).
           05 CODICE-MULTA PIC 9(5).
           05 NOME-MULTA PIC X(30).
           05 FILLER PIC X(19).

       FD  ARTICOLI-FILE.
       01  ARTICOLO-REC.
           05 CODICE-ART PIC 9(5).
           05 FILLER PIC X(253).

       FD  CLIENTI-FILE.
       01  CLIENTE-REC.
           05 CODICE-CLI PIC 9(5).
           05 RAGIONE-SOCIALE-CLI PIC X(40).
           05 INDIRIZZO-CLI PIC X(40).
           05 PARTITA-IVA-CLI PIC X(11).
           05 FILLER PIC X(24).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
      *LE RIGHE DI TESTA "H" E DI CODA "T" NON PORTANO NOMI E
      *PASSANO COME SONO
           05 CUST-TIPO PIC X(1).
           05 CUST-ID PIC 9(12).
           05 CUST-NAME PIC X(50).

       FD  OPERATORI-FILE.
       01  OPERATORE-REC.
           05 NOME-OPERATORE-REC PIC A(20).
           05 COGNOME-OPERATORE-REC PIC A(20).
           05 USERNAME-OPERATORE-REC PIC A(20).
           05 PWD-OPERATORE-REC PIC X(20).
           05 RUOLO-OPERATORE-REC PIC X(1).
           05 STATO-OPERATORE-REC PIC X(1).
           05 CAMBIO-PWD-REC PIC X(1).

       FD  F-ANAGRAFE-FILE.
       01  F-ANAGRAFE-REC.
           05 F-MATRICOLA-ANA PIC 9(6).
           05 FILLER PIC X(50).

       FD  F-GRADUATORIA-FILE.
       01  F-GRADUATORIA-REC.
           05 F-CHIAVE-GRAD PIC X(22).
           05 FILLER PIC X(49).

       FD  F-LETTORI-FILE.
       01  F-LETTORE-REC.
           05 F-CODICE-LETTORE PIC 9(5).
           05 FILLER PIC X(102).

       FD  F-CATALOGO-FILE.
       01  F-CATALOGO-REC.
           05 F-ISBN-CAT PIC X(13).
           05 FILLER PIC X(199).

       FD  F-PRESTITI-FILE.
       01  F-PRESTITO-REC PIC X(78).

       FD  F-MULTE-FILE.
       01  F-MULTA-REC.
           05 F-NUMERO-MULTA PIC 9(5).
           05 FILLER PIC X(54).

       FD  F-ARTICOLI-FILE.
       01  F-ARTICOLO-REC.
           05 F-CODICE-ART PIC 9(5).
           05 FILLER PIC X(253).

       FD  F-CLIENTI-FILE.
       01  F-CLIENTE-REC.
           05 F-CODICE-CLI PIC 9(5).
           05 FILLER PIC X(115).

       FD  F-CUSTOMER-FILE.
       01  F-CUSTOMER-REC PIC X(63).

       FD  F-OPERATORI-FILE.
       01  F-OPERATORE-REC PIC X(83).

       FD  FLAG-FORMAZIONE-FILE.
       01  FLAG-FORMAZIONE-REC.
      *"S" = IL MENU LAVORA SULLA COPIA DI FORMAZIONE
           05 FLAG-FORMAZIONE PIC X(1).
           05 DATA-COPIA-FORMAZIONE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 FS-ARCHIVIO PIC X(2).
       01 FS-COPIA PIC X(2).
       01 FS-FLAG PIC X(2).
       01 SCELTA-FORMAZIONE PIC 9(2).
       01 DATA-ODIERNA PIC 9(8).
       01 RECORD-COPIATI PIC 9(6).
       01 RECORD-SCARTATI PIC 9(6).
       01 NOME-ARCHIVIO-CORRENTE PIC X(14).
       01 CONFERMA-FORMAZIONE PIC X(1).
       01 COPIA-RIUSCITA PIC X(1).

      *TABELLE DEI NOMI FITTIZI: IL CODICE DEL SOGGETTO SCEGLIE IL
      *NOME CON IL RESTO DELLA DIVISIONE PER 20 E IL COGNOME CON IL
      *RESTO DEL QUOZIENTE, QUINDI 400 COMBINAZIONI RIPETIBILI
       01 TABELLA-NOMI-FITTIZI.
           05 FILLER PIC X(10) VALUE "ANNA".
           05 FILLER PIC X(10) VALUE "BRUNO".
           05 FILLER PIC X(10) VALUE "CARLA".
           05 FILLER PIC X(10) VALUE "DARIO".
           05 FILLER PIC X(10) VALUE "ELENA".
           05 FILLER PIC X(10) VALUE "FABIO".
           05 FILLER PIC X(10) VALUE "GIULIA".
           05 FILLER PIC X(10) VALUE "IVO".
           05 FILLER PIC X(10) VALUE "LAURA".
           05 FILLER PIC X(10) VALUE "MARCO".
           05 FILLER PIC X(10) VALUE "NADIA".
           05 FILLER PIC X(10) VALUE "OSCAR".
           05 FILLER PIC X(10) VALUE "PAOLA".
           05 FILLER PIC X(10) VALUE "RENZO".
           05 FILLER PIC X(10) VALUE "SARA".
           05 FILLER PIC X(10) VALUE "TULLIO".
           05 FILLER PIC X(10) VALUE "UGO".
           05 FILLER PIC X(10) VALUE "VERA".
           05 FILLER PIC X(10) VALUE "WALTER".
           05 FILLER PIC X(10) VALUE "ZENO".
       01 NOMI-FITTIZI REDEFINES TABELLA-NOMI-FITTIZI.
           05 NOME-TABELLA PIC X(10) OCCURS 20 TIMES.

       01 TABELLA-COGNOMI-FITTIZI.
           05 FILLER PIC X(12) VALUE "ALBERTI".
           05 FILLER PIC X(12) VALUE "BIANCHI".
           05 FILLER PIC X(12) VALUE "CORTI".
           05 FILLER PIC X(12) VALUE "DONATI".
           05 FILLER PIC X(12) VALUE "ESPOSITO".
           05 FILLER PIC X(12) VALUE "FERRI".
           05 FILLER PIC X(12) VALUE "GALLI".
           05 FILLER PIC X(12) VALUE "LOMBARDI".
           05 FILLER PIC X(12) VALUE "MARINI".
           05 FILLER PIC X(12) VALUE "NERI".
           05 FILLER PIC X(12) VALUE "ORLANDI".
           05 FILLER PIC X(12) VALUE "PELLEGRINI".
           05 FILLER PIC X(12) VALUE "QUARTA".
           05 FILLER PIC X(12) VALUE "RIVA".
           05 FILLER PIC X(12) VALUE "SALA".
           05 FILLER PIC X(12) VALUE "TESTA".
           05 FILLER PIC X(12) VALUE "UBALDI".
           05 FILLER PIC X(12) VALUE "VILLA".
           05 FILLER PIC X(12) VALUE "ZANETTI".
           05 FILLER PIC X(12) VALUE "MORO".
       01 COGNOMI-FITTIZI REDEFINES TABELLA-COGNOMI-FITTIZI.
           05 COGNOME-TABELLA PIC X(12) OCCURS 20 TIMES.

      *CODICE DI PARTENZA E NOMINATIVO FITTIZIO CHE NE DERIVA
       01 CODICE-SOGGETTO PIC 9(12).
       01 QUOZIENTE-SOGGETTO PIC 9(12).
       01 RESTO-NOME PIC 9(2).
       01 RESTO-COGNOME PIC 9(2).
       01 NOME-FITTIZIO PIC X(10).
       01 COGNOME-FITTIZIO PIC X(12).
       01 NOMINATIVO-FITTIZIO PIC X(30).
       01 CONTATORE-OPERATORI PIC 9(5).

      *LA PASSWORD DI TUTTI GLI OPERATORI DELLA COPIA E' QUELLA DI
      *FORMAZIONE, SALVATA CON LO STESSO HASH DEL MENU PRINCIPALE
       01 PASSWORD-FORMAZIONE PIC X(20) VALUE "FORMAZIONE".
       01 PASSWORD-HASH-OUT PIC X(20).
       01 HASH-WORK PIC 9(18) VALUE 0.
       01 HASH-MODULUS PIC 9(10) VALUE 999999937.
       01 HASH-IDX PIC 9(3).

       01 CARTELLA-FORMAZIONE PIC X(64) VALUE "FORMAZ".
      *LO SCRITTORE DI REPORT COMUNE SCRIVE IN SPOOL SOTTO LA CARTELLA
      *CORRENTE: IN FORMAZIONE SERVE QUELLA DENTRO LA COPIA
       01 CARTELLA-SPOOL-FORMAZIONE PIC X(64) VALUE "FORMAZ/SPOOL".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

           MOVE 0 TO SCELTA-FORMAZIONE.
           PERFORM UNTIL SCELTA-FORMAZIONE = 9
               DISPLAY "=== COPIA DI FORMAZIONE ==="
               PERFORM MOSTRA-STATO-FORMAZIONE
               DISPLAY "1 COSTRUISCI COPIA E ATTIVA FORMAZIONE "
                       "2 ATTIVA FORMAZIONE "
                       "3 TORNA AI DATI REALI  9 FINE"
               ACCEPT SCELTA-FORMAZIONE

               EVALUATE SCELTA-FORMAZIONE
                   WHEN 1
                       PERFORM COSTRUISCI-COPIA-FORMAZIONE
                   WHEN 2
                       PERFORM ATTIVA-FORMAZIONE
                   WHEN 3
                       PERFORM DISATTIVA-FORMAZIONE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-FORMAZIONE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
       MOSTRA-STATO-FORMAZIONE.

           MOVE SPACES TO FLAG-FORMAZIONE.
           MOVE 0 TO DATA-COPIA-FORMAZIONE.
           OPEN INPUT FLAG-FORMAZIONE-FILE.
           IF FS-FLAG = "00" THEN
               READ FLAG-FORMAZIONE-FILE
                   AT END MOVE SPACES TO FLAG-FORMAZIONE
               END-READ
               CLOSE FLAG-FORMAZIONE-FILE
           END-IF.

           IF FLAG-FORMAZIONE = "S" THEN
               DISPLAY "MODALITA' FORMAZIONE ATTIVA - COPIA DEL "
                       DATA-COPIA-FORMAZIONE
           ELSE
               DISPLAY "MODALITA' FORMAZIONE NON ATTIVA"
           END-IF.

      *---------------------------- FUNCTION AB ------------------------
      *RICOSTRUISCE DA ZERO TUTTA LA COPIA: OGNI ARCHIVIO DELLA
      *CARTELLA FORMAZ VIENE RISCRITTO, LE PROVE FATTE FIN QUI DAI
      *CORSISTI SI PERDONO
       COSTRUISCI-COPIA-FORMAZIONE.

           DISPLAY "LA COPIA DI FORMAZIONE ESISTENTE VERRA' "
                   "SOSTITUITA. CONFERMI (S/N)? ".
           ACCEPT CONFERMA-FORMAZIONE.
           IF CONFERMA-FORMAZIONE NOT = "S" THEN
               DISPLAY "COSTRUZIONE ANNULLATA"
               EXIT PARAGRAPH
           END-IF.

      *LE CARTELLE POSSONO GIA' ESISTERE DALLA VOLTA PRIMA: L'ESITO
      *DELLA CREAZIONE NON INTERESSA, CONTA CHE LE APERTURE RIESCANO
           CALL "CBL_CREATE_DIR" USING CARTELLA-FORMAZIONE.
           CALL "CBL_CREATE_DIR" USING CARTELLA-SPOOL-FORMAZIONE.
           MOVE 0 TO RETURN-CODE.

           MOVE "S" TO COPIA-RIUSCITA.
           PERFORM COPIA-ANAGRAFE.
           PERFORM COPIA-GRADUATORIE.
           PERFORM COPIA-LETTORI.
           PERFORM COPIA-CATALOGO.
           PERFORM COPIA-PRESTITI.
           PERFORM COPIA-MULTE.
           PERFORM COPIA-ARTICOLI.
           PERFORM COPIA-CLIENTI.
           PERFORM COPIA-CUSTOMERS.
           PERFORM COPIA-OPERATORI.

           IF COPIA-RIUSCITA = "S" THEN
               MOVE DATA-ODIERNA TO DATA-COPIA-FORMAZIONE
               PERFORM ATTIVA-FORMAZIONE
               DISPLAY "PASSWORD DI TUTTI GLI OPERATORI NELLA "
                       "COPIA: " PASSWORD-FORMAZIONE
           ELSE
               DISPLAY "COPIA INCOMPLETA: MODALITA' FORMAZIONE "
                       "NON ATTIVATA"
           END-IF.

      *---------------------------- FUNCTION AC ------------------------
      *ACCENDE IL FLAG SOLO SE LA COPIA C'E' DAVVERO: SENZA GLI
      *OPERATORI DI FORMAZIONE NESSUNO POTREBBE PIU' ENTRARE
       ATTIVA-FORMAZIONE.

           OPEN INPUT F-OPERATORI-FILE.
           IF FS-COPIA NOT = "00" THEN
               DISPLAY "COPIA DI FORMAZIONE NON PRESENTE: "
                       "COSTRUIRLA PRIMA DI ATTIVARLA"
               EXIT PARAGRAPH
           END-IF.
           CLOSE F-OPERATORI-FILE.

           IF DATA-COPIA-FORMAZIONE = 0 THEN
               MOVE DATA-ODIERNA TO DATA-COPIA-FORMAZIONE
           END-IF.

           OPEN OUTPUT FLAG-FORMAZIONE-FILE.
           IF FS-FLAG NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE FORMAZ.FLG - STATO "
                       FS-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO FLAG-FORMAZIONE.
           WRITE FLAG-FORMAZIONE-REC.
           CLOSE FLAG-FORMAZIONE-FILE.

           DISPLAY "MODALITA' FORMAZIONE ATTIVATA: DAL PROSSIMO "
                   "ACCESSO IL MENU LAVORA SULLA COPIA".

      *---------------------------- FUNCTION AD ------------------------
      *SPEGNE IL FLAG LASCIANDO LA COPIA DOV'E': SI PUO' RIATTIVARE
      *SENZA RICOSTRUIRLA
       DISATTIVA-FORMAZIONE.

           OPEN OUTPUT FLAG-FORMAZIONE-FILE.
           IF FS-FLAG NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE FORMAZ.FLG - STATO "
                       FS-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FLAG-FORMAZIONE.
           MOVE 0 TO DATA-COPIA-FORMAZIONE.
           WRITE FLAG-FORMAZIONE-REC.
           CLOSE FLAG-FORMAZIONE-FILE.

           DISPLAY "MODALITA' FORMAZIONE DISATTIVATA: DAL PROSSIMO "
                   "ACCESSO IL MENU LAVORA SUI DATI REALI".

      *---------------------------- FUNCTION AE ------------------------
      *DAL CODICE DEL SOGGETTO AL SUO NOMINATIVO FITTIZIO
       GENERA-NOME-FITTIZIO.

           DIVIDE CODICE-SOGGETTO BY 20 GIVING QUOZIENTE-SOGGETTO
               REMAINDER RESTO-NOME.
           DIVIDE QUOZIENTE-SOGGETTO BY 20 GIVING QUOZIENTE-SOGGETTO
               REMAINDER RESTO-COGNOME.
           ADD 1 TO RESTO-NOME.
           ADD 1 TO RESTO-COGNOME.

           MOVE NOME-TABELLA(RESTO-NOME) TO NOME-FITTIZIO.
           MOVE COGNOME-TABELLA(RESTO-COGNOME) TO COGNOME-FITTIZIO.

           MOVE SPACES TO NOMINATIVO-FITTIZIO.
           STRING COGNOME-FITTIZIO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NOME-FITTIZIO DELIMITED BY SPACE
               INTO NOMINATIVO-FITTIZIO.

      *---------------------------- FUNCTION AF ------------------------
      *APERTURA DI UNA COPIA NON RIUSCITA: SI SEGNALA E LA COPIA
      *RISULTA INCOMPLETA
       SEGNALA-COPIA-FALLITA.

           MOVE "N" TO COPIA-RIUSCITA.
           DISPLAY "IMPOSSIBILE CREARE LA COPIA DI "
                   NOME-ARCHIVIO-CORRENTE " - STATO " FS-COPIA.

      *---------------------------- FUNCTION AG ------------------------
      *ARCHIVIO VIVO ASSENTE: LA COPIA NASCE VUOTA, COSI' IL MODULO
      *IN FORMAZIONE LA TROVA COME TROVEREBBE UN ARCHIVIO NUOVO
       SEGNALA-ARCHIVIO-ASSENTE.

           DISPLAY NOME-ARCHIVIO-CORRENTE
                   " NON DISPONIBILE - STATO " FS-ARCHIVIO
                   ": COPIA VUOTA".

      *---------------------------- FUNCTION AH ------------------------
       RIEPILOGA-COPIA.

           DISPLAY NOME-ARCHIVIO-CORRENTE " COPIATO: "
                   RECORD-COPIATI " RECORD".
           IF RECORD-SCARTATI > 0 THEN
               DISPLAY "  RECORD NON SCRITTI: " RECORD-SCARTATI
               MOVE "N" TO COPIA-RIUSCITA
           END-IF.

      *---------------------------- FUNCTION AI ------------------------
      *ANAGRAFE STUDENTI: NOME E COGNOME DALLA MATRICOLA
       COPIA-ANAGRAFE.

           MOVE "ANAGRAFE.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-ANAGRAFE-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO MATRICOLA-ANA
               START ANAGRAFE-FILE KEY IS NOT LESS THAN MATRICOLA-ANA
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ ANAGRAFE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE MATRICOLA-ANA TO CODICE-SOGGETTO
                           PERFORM GENERA-NOME-FITTIZIO
                           MOVE NOME-FITTIZIO TO NOME-ANA
                           MOVE COGNOME-FITTIZIO TO COGNOME-ANA
                           MOVE ANAGRAFE-REC TO F-ANAGRAFE-REC
                           WRITE F-ANAGRAFE-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ANAGRAFE-FILE
           END-IF.

           CLOSE F-ANAGRAFE-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AJ ------------------------
      *GRADUATORIE: STESSO NOMINATIVO DELL'ANAGRAFE PER LA STESSA
      *MATRICOLA
       COPIA-GRADUATORIE.

           MOVE "GRADFILE.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-GRADUATORIA-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT GRADUATORIA-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO CHIAVE-GRAD
               START GRADUATORIA-FILE KEY IS NOT LESS THAN
                   CHIAVE-GRAD
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ GRADUATORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE MATRICOLA-GRAD TO CODICE-SOGGETTO
                           PERFORM GENERA-NOME-FITTIZIO
                           MOVE NOME-FITTIZIO TO NOME-GRAD
                           MOVE COGNOME-FITTIZIO TO COGNOME-GRAD
                           MOVE GRADUATORIA-REC TO F-GRADUATORIA-REC
                           WRITE F-GRADUATORIA-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE GRADUATORIA-FILE
           END-IF.

           CLOSE F-GRADUATORIA-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AK ------------------------
      *LETTORI: NOMINATIVO, INDIRIZZO E TELEFONO DAL CODICE LETTORE
       COPIA-LETTORI.

           MOVE "LETTORI.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-LETTORI-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LETTORI-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO CODICE-LETTORE
               START LETTORI-FILE KEY IS NOT LESS THAN
                   CODICE-LETTORE
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ LETTORI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE CODICE-LETTORE TO CODICE-SOGGETTO
                           PERFORM GENERA-NOME-FITTIZIO
                           MOVE NOMINATIVO-FITTIZIO TO NOME-LETTORE
                           MOVE SPACES TO INDIRIZZO-LETTORE
                           STRING "VIA DELLE PROVE " CODICE-LETTORE
                               DELIMITED BY SIZE
                               INTO INDIRIZZO-LETTORE
                           MOVE SPACES TO TELEFONO-LETTORE
                           STRING "0000-" CODICE-LETTORE
                               DELIMITED BY SIZE
                               INTO TELEFONO-LETTORE
                           MOVE LETTORE-REC TO F-LETTORE-REC
                           WRITE F-LETTORE-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE LETTORI-FILE
           END-IF.

           CLOSE F-LETTORI-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AL ------------------------
      *CATALOGO: NESSUN DATO PERSONALE, SI COPIA COM'E'
       COPIA-CATALOGO.

           MOVE "CATALOGO.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-CATALOGO-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATALOGO-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO ISBN-CAT
               START CATALOGO-FILE KEY IS NOT LESS THAN ISBN-CAT
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ CATALOGO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE CATALOGO-REC TO F-CATALOGO-REC
                           WRITE F-CATALOGO-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

           CLOSE F-CATALOGO-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AM ------------------------
      *PRESTITI APERTI: NOMINATIVO DAL CODICE LETTORE, COME IN
      *LETTORI.DAT
       COPIA-PRESTITI.

           MOVE "PRESTITI.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-PRESTITI-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PRESTITI-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ PRESTITI-FILE
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE CODICE-PRESTITO TO CODICE-SOGGETTO
                           PERFORM GENERA-NOME-FITTIZIO
                           MOVE NOMINATIVO-FITTIZIO TO NOME-PRESTITO
                           MOVE PRESTITO-REC TO F-PRESTITO-REC
                           WRITE F-PRESTITO-REC
                           ADD 1 TO RECORD-COPIATI
                   END-READ
               END-PERFORM
               CLOSE PRESTITI-FILE
           END-IF.

           CLOSE F-PRESTITI-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AN ------------------------
      *MULTE: NOMINATIVO DAL CODICE LETTORE MULTATO
       COPIA-MULTE.

           MOVE "MULTE.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-MULTE-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MULTE-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO NUMERO-MULTA
               START MULTE-FILE KEY IS NOT LESS THAN NUMERO-MULTA
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ MULTE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE CODICE-MULTA TO CODICE-SOGGETTO
                           PERFORM GENERA-NOME-FITTIZIO
                           MOVE NOMINATIVO-FITTIZIO TO NOME-MULTA
                           MOVE MULTA-REC TO F-MULTA-REC
                           WRITE F-MULTA-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE MULTE-FILE
           END-IF.

           CLOSE F-MULTE-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AO ------------------------
      *ARTICOLI DI MAGAZZINO: NESSUN DATO PERSONALE
       COPIA-ARTICOLI.

           MOVE "ARTICOLI.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-ARTICOLI-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARTICOLI-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO CODICE-ART
               START ARTICOLI-FILE KEY IS NOT LESS THAN CODICE-ART
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ ARTICOLI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           MOVE ARTICOLO-REC TO F-ARTICOLO-REC
                           WRITE F-ARTICOLO-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ARTICOLI-FILE
           END-IF.

           CLOSE F-ARTICOLI-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AP ------------------------
      *CLIENTI: RAGIONE SOCIALE, INDIRIZZO E PARTITA IVA DAL CODICE
      *CLIENTE. LA PARTITA IVA FITTIZIA COMINCIA CON SEI ZERI, CHE
      *NESSUNA PARTITA REALE PORTA, E RESTA NUMERICA COME VUOLE IL
      *CONTROLLO DELL'ANAGRAFICA
       COPIA-CLIENTI.

           MOVE "CLIENTI.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-CLIENTI-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENTI-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               MOVE LOW-VALUES TO CODICE-CLI
               START CLIENTI-FILE KEY IS NOT LESS THAN CODICE-CLI
                   INVALID KEY MOVE "10" TO FS-ARCHIVIO
               END-START
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ CLIENTI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           PERFORM MASCHERA-CLIENTE
                           MOVE CLIENTE-REC TO F-CLIENTE-REC
                           WRITE F-CLIENTE-REC
                               INVALID KEY ADD 1 TO RECORD-SCARTATI
                               NOT INVALID KEY ADD 1 TO RECORD-COPIATI
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CLIENTI-FILE
           END-IF.

           CLOSE F-CLIENTI-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AQ ------------------------
       MASCHERA-CLIENTE.

           MOVE CODICE-CLI TO CODICE-SOGGETTO.
           PERFORM GENERA-NOME-FITTIZIO.

           MOVE SPACES TO RAGIONE-SOCIALE-CLI.
           STRING NOMINATIVO-FITTIZIO DELIMITED BY "  "
                  " SRL" DELIMITED BY SIZE
               INTO RAGIONE-SOCIALE-CLI.

           MOVE SPACES TO INDIRIZZO-CLI.
           STRING "VIA DEI CLIENTI " CODICE-CLI
               DELIMITED BY SIZE INTO INDIRIZZO-CLI.

           MOVE SPACES TO PARTITA-IVA-CLI.
           STRING "000000" CODICE-CLI
               DELIMITED BY SIZE INTO PARTITA-IVA-CLI.

      *---------------------------- FUNCTION AR ------------------------
      *TRACCIATO CLIENTI DEL GESTIONALE: NOME DAL CUST-ID, TESTA E
      *CODA INVARIATE (IL TOTALE DI CONTROLLO E' SUI CODICI)
       COPIA-CUSTOMERS.

           MOVE "CUSTOMERS.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.

           OPEN OUTPUT F-CUSTOMER-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           IF CUST-TIPO NOT = "H" AND
                              CUST-TIPO NOT = "T" THEN
                               MOVE CUST-ID TO CODICE-SOGGETTO
                               PERFORM GENERA-NOME-FITTIZIO
                               MOVE NOMINATIVO-FITTIZIO TO CUST-NAME
                           END-IF
                           MOVE CUSTOMER-REC TO F-CUSTOMER-REC
                           WRITE F-CUSTOMER-REC
                           ADD 1 TO RECORD-COPIATI
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

           CLOSE F-CUSTOMER-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AS ------------------------
      *OPERATORI: USERNAME, RUOLO E STATO RESTANO (I CORSISTI
      *ENTRANO CON LE LORO UTENZE), NOME E COGNOME DIVENTANO
      *FITTIZI E LA PASSWORD E' QUELLA DI FORMAZIONE PER TUTTI
       COPIA-OPERATORI.

           MOVE "OPERATORI.DAT" TO NOME-ARCHIVIO-CORRENTE.
           MOVE 0 TO RECORD-COPIATI.
           MOVE 0 TO RECORD-SCARTATI.
           MOVE 0 TO CONTATORE-OPERATORI.
           PERFORM CALCOLA-HASH-FORMAZIONE.

           OPEN OUTPUT F-OPERATORI-FILE.
           IF FS-COPIA NOT = "00" THEN
               PERFORM SEGNALA-COPIA-FALLITA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OPERATORI-FILE.
           IF FS-ARCHIVIO NOT = "00" THEN
               PERFORM SEGNALA-ARCHIVIO-ASSENTE
           ELSE
               PERFORM UNTIL FS-ARCHIVIO = "10"
                   READ OPERATORI-FILE
                       AT END
                           MOVE "10" TO FS-ARCHIVIO
                       NOT AT END
                           ADD 1 TO CONTATORE-OPERATORI
                           MOVE CONTATORE-OPERATORI
                               TO CODICE-SOGGETTO
                           PERFORM GENERA-NOME-FITTIZIO
                           MOVE NOME-FITTIZIO TO NOME-OPERATORE-REC
                           MOVE COGNOME-FITTIZIO
                               TO COGNOME-OPERATORE-REC
                           MOVE PASSWORD-HASH-OUT TO PWD-OPERATORE-REC
                           MOVE "N" TO CAMBIO-PWD-REC
                           MOVE OPERATORE-REC TO F-OPERATORE-REC
                           WRITE F-OPERATORE-REC
                           ADD 1 TO RECORD-COPIATI
                   END-READ
               END-PERFORM
               CLOSE OPERATORI-FILE
           END-IF.

           CLOSE F-OPERATORI-FILE.
           PERFORM RIEPILOGA-COPIA.

      *---------------------------- FUNCTION AT ------------------------
      *STESSO HASH ONE-WAY DEL MENU PRINCIPALE, SULLA PASSWORD DI
      *FORMAZIONE
       CALCOLA-HASH-FORMAZIONE.

           MOVE 0 TO HASH-WORK.
           PERFORM VARYING HASH-IDX FROM 1 BY 1 UNTIL HASH-IDX > 20
               COMPUTE HASH-WORK = FUNCTION MOD(
                   (HASH-WORK * 31) +
                   FUNCTION ORD(PASSWORD-FORMAZIONE(HASH-IDX:1)),
                   HASH-MODULUS)
           END-PERFORM.
           MOVE SPACES TO PASSWORD-HASH-OUT.
           MOVE HASH-WORK TO PASSWORD-HASH-OUT(1:18).
