      ******************************************************************
      * CRUSCOTTO OPERATIVO DEL MATTINO: IN UNA SOLA SCHERMATA (E IN
      * UNA VERSIONE STAMPABILE NELLO SPOOL) CIO' CHE E' SUCCESSO
      * NELLA NOTTE E CIO' CHE ASPETTA OGGI: ESITO DELL'ULTIMA CORSA
      * DELLO SCRIPT NOTTURNO E PASSI FALLITI (JOBLOG.DAT), BLOCCHI
      * DI MODULO ORFANI (LOCKMOD.DAT), REGISTRAZIONI OFFLINE NON
      * ANCORA SINCRONIZZATE (OFFLINE.DAT), LOGIN FALLITI DA IERI
      * (SECJRNL.DAT), PRESTITI SCADUTI (PRESTITI.DAT), ARTICOLI
      * SOTTO IL LIVELLO DI RIORDINO, BACKORDER APERTI, LOTTI IN
      * SCADENZA IN SETTIMANA (LOTTI.DAT) E FINESTRE DI PRENOTAZIONE
      * DEGLI APPELLI CHE CHIUDONO OGGI (APPELLI.DAT).
      * OGNI INDICATORE HA UN CONTEGGIO E UNO STATO VERDE, AMBRA O
      * ROSSO SECONDO LE SOGLIE DI CRUSCOTT.DAT, MODIFICABILI DAL
      * MODULO STESSO (SOGLIA 0 = STATO NON USATO).
      * LANCIABILE DAL MENU O DALLO SCRIPT DEL TURNO NOTTURNO (CON
      * PARAMETRO DI PASSO "STAMPA" SOLO LA STAMPA, SENZA VIDEO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUSCOTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SOGLIE DEGLI INDICATORI: UNA VOCE PER INDICATORE
           SELECT SOGLIE-FILE ASSIGN TO "CRUSCOTT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-SOGLIA-REC
               FILE STATUS IS FS-SOGLIE.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

           SELECT GIORNALE-LAVORI-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GIORNALE-LAVORI.

           SELECT BLOCCHI-FILE ASSIGN TO "LOCKMOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOCCHI.

           SELECT OFFLINE-FILE ASSIGN TO "OFFLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OFFLINE.

           SELECT SICUREZZA-FILE ASSIGN TO "SECJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SICUREZZA.

           SELECT PRESTITI-FILE ASSIGN TO "PRESTITI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTITI-FILE.

           SELECT ARTICOLI-FILE ASSIGN TO "ARTICOLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-ART-REC
               FILE STATUS IS FS-ARTICOLI.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKORDER.

           SELECT LOTTI-FILE ASSIGN TO "LOTTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LOTTO-REC
               FILE STATUS IS FS-LOTTI.

           SELECT APPELLI-FILE ASSIGN TO "APPELLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-APPELLO-REC
               FILE STATUS IS FS-APPELLI.

       DATA DIVISION.
       FILE SECTION.
       FD  SOGLIE-FILE.
       01  SOGLIA-REC.
           05 CODICE-SOGLIA-REC PIC X(8).
           05 DESCRIZIONE-SOGLIA-REC PIC X(40).
      *DA QUESTO CONTEGGIO IN SU LO STATO E' AMBRA / ROSSO
           05 AMBRA-SOGLIA-REC PIC 9(5).
           05 ROSSO-SOGLIA-REC PIC 9(5).
      *PARAMETRO PROPRIO DELL'INDICATORE (ORE DI VITA DI UN BLOCCO,
      *LIVELLO DI RIORDINO, GIORNI DI ORIZZONTE DEI LOTTI)
           05 PARAMETRO-SOGLIA-REC PIC 9(5).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

      *STESSI TRACCIATI DEL MENU PRINCIPALE
       FD  GIORNALE-LAVORI-FILE.
       01  LAVORO-REC.
           05 MODULO-LAVORO PIC X(10).
           05 OPERATORE-LAVORO PIC A(20).
           05 INIZIO-LAVORO PIC X(14).
           05 FINE-LAVORO PIC X(14).
           05 ESITO-LAVORO PIC X(10).

       FD  BLOCCHI-FILE.
       01  BLOCCO-REC.
           05 MODULO-BLOCCO PIC X(10).
           05 OPERATORE-BLOCCO PIC A(20).
           05 MOMENTO-BLOCCO PIC X(14).
           05 STATO-BLOCCO PIC X(1).

      *STESSO TRACCIATO DEL MODULO UTENTI
       FD  OFFLINE-FILE.
       01  OFFLINE-REC.
           05 EMAIL-OFFLINE-REC PIC X(256).
           05 PASSWORD-OFFLINE-REC PIC X(25).
           05 NOME-OFFLINE-REC PIC A(30).
           05 COGNOME-OFFLINE-REC PIC A(30).
           05 TELEFONO-OFFLINE-REC PIC 9(10).
           05 RUOLO-OFFLINE-REC PIC X(1).
           05 STATO-OFFLINE-REC PIC X(1).

       FD  SICUREZZA-FILE.
       01  SICUREZZA-REC.
           05 MOMENTO-SICUREZZA PIC X(14).
           05 FLUSSO-SICUREZZA PIC X(8).
           05 UTENTE-SICUREZZA-REC PIC X(30).
           05 EVENTO-SICUREZZA-REC PIC X(12).

      *STESSI TRACCIATI DELLA BIBLIOTECA E DEL MAGAZZINO
       FD  PRESTITI-FILE.
       01  PRESTITO-SALVATO-REC.
           05 ISBN-PRESTITO-SV PIC X(13).
           05 CODICE-PRESTITO-SV PIC 9(5).
           05 NOME-PRESTITO-SV PIC X(30).
           05 USCITA-PRESTITO-SV PIC 9(8).
           05 SCADENZA-PRESTITO-SV PIC 9(8).
           05 BARCODE-PRESTITO-SV PIC X(13).
           05 PROROGHE-SV PIC 9(1).

       FD  ARTICOLI-FILE.
       01  ARTICOLO-REC.
           05 CODICE-ART-REC PIC 9(5).
           05 DESCRIZIONE-REC PIC X(200).
           05 GIACENZA-REC PIC 9(4).
           05 PREZZO-ACQUISTO-REC PIC S9(3)V9(2).
           05 PREZZO-VENDITA-REC PIC S9(3)V9(2).
           05 ALIQUOTA-IVA-REC PIC 9(2).
           05 ATTIVO-REC PIC X(1).
           05 QUANTITA-RIORDINO-REC PIC 9(4).
           05 FORNITORE-RIF-REC PIC 9(5).
           05 COSTO-MEDIO-REC PIC S9(3)V9(2).
           05 UBICAZIONE-REC PIC X(9).
           05 BARCODE-ART-REC PIC X(13).

       FD  BACKORDER-FILE.
       01  BACKORDER-REC.
           05 DATA-BACKORDER PIC 9(8).
           05 CLIENTE-BACKORDER PIC X(40).
           05 ARTICOLO-BACKORDER PIC 9(5).
           05 QUANTITA-BACKORDER PIC 9(5).
           05 STATO-BACKORDER PIC X(1).
           05 DATA-EVASIONE-BACKORDER PIC 9(8).

       FD  LOTTI-FILE.
       01  LOTTO-REC.
           05 CHIAVE-LOTTO-REC.
               10 ARTICOLO-LOTTO-REC PIC 9(5).
               10 SCADENZA-LOTTO-REC PIC 9(8).
               10 LOTTO-LOTTO-REC PIC X(10).
           05 QTA-RESIDUA-LOTTO-REC PIC 9(5).
           05 BLOCCATO-LOTTO-REC PIC X(1).

       FD  APPELLI-FILE.
       01  APPELLO-REC.
           05 CHIAVE-APPELLO-REC.
               10 CORSO-APPELLO-REC PIC X(8).
               10 DATA-APPELLO-REC PIC 9(8).
           05 CAPIENZA-APPELLO-REC PIC 9(3).
           05 APERTURA-PREN-REC PIC 9(8).
           05 CHIUSURA-PREN-REC PIC 9(8).

       WORKING-STORAGE SECTION.

      *INDICATORI DEL CRUSCOTTO CON LE SOGLIE DI PARTENZA: CODICE,
      *DESCRIZIONE, AMBRA, ROSSO, PARAMETRO. LA POSIZIONE E' FISSA
      *(1 SCRIPT ... 10 APPELLI); AL PRIMO AVVIO CRUSCOTT.DAT NASCE
      *CON QUESTI VALORI E DA LI' IN POI COMANDA IL FILE
       01 INDICATORI-VALORI.
           05 FILLER PIC X(8) VALUE "SCRIPT".
           05 FILLER PIC X(40) VALUE
               "ULTIMA CORSA DELLO SCRIPT NON COMPLETATA".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "PASSIKO".
           05 FILLER PIC X(40) VALUE
               "PASSI FALLITI NELL'ULTIMA CORSA".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 3.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "BLOCCHI".
           05 FILLER PIC X(40) VALUE
               "BLOCCHI DI MODULO ORFANI".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 3.
           05 FILLER PIC 9(5) VALUE 12.
           05 FILLER PIC X(8) VALUE "OFFLINE".
           05 FILLER PIC X(40) VALUE
               "REGISTRAZIONI OFFLINE DA SINCRONIZZARE".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 20.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "LOGINKO".
           05 FILLER PIC X(40) VALUE
               "LOGIN FALLITI DA IERI".
           05 FILLER PIC 9(5) VALUE 5.
           05 FILLER PIC 9(5) VALUE 20.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "PRESTITI".
           05 FILLER PIC X(40) VALUE
               "PRESTITI SCADUTI NON RESTITUITI".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 20.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "SCORTA".
           05 FILLER PIC X(40) VALUE
               "ARTICOLI SOTTO IL LIVELLO DI RIORDINO".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC X(8) VALUE "BACKORD".
           05 FILLER PIC X(40) VALUE
               "BACKORDER APERTI".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(8) VALUE "LOTTI".
           05 FILLER PIC X(40) VALUE
               "LOTTI IN SCADENZA NEI PROSSIMI GIORNI".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 5.
           05 FILLER PIC 9(5) VALUE 7.
           05 FILLER PIC X(8) VALUE "APPELLI".
           05 FILLER PIC X(40) VALUE
               "PRENOTAZIONI APPELLI CHE CHIUDONO OGGI".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC 9(5) VALUE 0.
       01 INDICATORI-TAB REDEFINES INDICATORI-VALORI.
           05 INDICATORE OCCURS 10 TIMES INDEXED BY NI.
               10 CODICE-IND PIC X(8).
               10 DESCRIZIONE-IND PIC X(40).
               10 AMBRA-IND PIC 9(5).
               10 ROSSO-IND PIC 9(5).
               10 PARAMETRO-IND PIC 9(5).
       01 INDICATORI-MAX PIC 9(2) VALUE 10.

      *ESITO DELLA RILEVAZIONE DI OGNI INDICATORE
       01 RILEVAZIONI.
           05 RILEVAZIONE OCCURS 10 TIMES.
               10 CONTEGGIO-IND PIC 9(5).
               10 STATO-IND PIC X(5).
               10 NOTA-IND PIC X(30).

      *PASSI FALLITI DELL'ULTIMA CORSA, PER IL DETTAGLIO
       01 PASSI-FALLITI.
           05 PASSO-FALLITO OCCURS 20 TIMES INDEXED BY PK.
               10 MODULO-PASSO-KO PIC X(10).
               10 ESITO-PASSO-KO PIC X(10).
               10 INIZIO-PASSO-KO PIC X(14).
       01 PASSI-FALLITI-COUNT PIC 9(2).

      *BLOCCHI ORFANI, PER IL DETTAGLIO
       01 BLOCCHI-ORFANI.
           05 BLOCCO-ORFANO OCCURS 15 TIMES INDEXED BY BK.
               10 MODULO-ORFANO PIC X(10).
               10 OPERATORE-ORFANO PIC X(20).
               10 MOMENTO-ORFANO PIC X(14).
       01 BLOCCHI-ORFANI-COUNT PIC 9(2).

      *REGISTRAZIONI OFFLINE IN CONFLITTO COL CENTRALE, PER LA NOTA
       01 OFFLINE-CONFLITTI-COUNT PIC 9(5).

      *CORSA DELLO SCRIPT IN ESAME NEL GIORNALE LAVORI
       01 CORSA-TROVATA PIC X(1).
       01 CORSA-APERTA PIC X(1).
       01 INIZIO-CORSA PIC X(14).
       01 FINE-CORSA PIC X(14).

      *DATE E ORARI DI RIFERIMENTO
       01 DATA-ODIERNA PIC 9(8).
       01 DATA-IERI PIC 9(8).
       01 DATA-ORIZZONTE-LOTTI PIC 9(8).
       01 MOMENTO-ATTUALE PIC X(14).
       01 ORA-ATTUALE PIC 9(2).
       01 ORA-BLOCCO PIC 9(2).
       01 ORE-BLOCCO PIC S9(7).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-CRUSCOTTO PIC 9(1).
       01 LANCIO-DA-SCRIPT PIC X(1) VALUE "N".
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 OPERATORE-FIRMA PIC X(20).
       01 CODICE-CERCATO PIC X(8).
       01 INDICATORE-TROVATO PIC X(1).
       01 NUOVA-SOGLIA PIC 9(5).
       01 NUOVA-SOGLIA-X PIC X(5).
       01 ROSSI-COUNT PIC 9(2).
       01 AMBRA-COUNT PIC 9(2).

      *FILE STATUS
       01 FS-SOGLIE PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-SESSIONE PIC X(2).
       01 FS-GIORNALE-LAVORI PIC X(2).
       01 FS-BLOCCHI PIC X(2).
       01 FS-OFFLINE PIC X(2).
       01 FS-SICUREZZA PIC X(2).
       01 FS-PRESTITI-FILE PIC X(2).
       01 FS-ARTICOLI PIC X(2).
       01 FS-BACKORDER PIC X(2).
       01 FS-LOTTI PIC X(2).
       01 FS-APPELLI PIC X(2).

      *RIGA DEL CRUSCOTTO, UGUALE A VIDEO E IN STAMPA
       01 RIGA-CRUSCOTTO.
           05 DESCRIZIONE-RIGA PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CONTEGGIO-RIGA PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STATO-RIGA PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTA-RIGA PIC X(30).
       01 SOGLIA-EDIT PIC ZZZZ9.
       01 AMBRA-EDIT PIC ZZZZ9.
       01 ROSSO-EDIT PIC ZZZZ9.

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
           PERFORM CARICA-SOGLIE.

      *DALLO SCRIPT NOTTURNO SI FA SOLO LA STAMPA, PRONTA PER IL
      *MATTINO
           PERFORM LEGGI-PARAMETRO-PASSO.
           IF PARAMETRO-PASSO-LETTO(1:6) = "STAMPA" THEN
               MOVE "S" TO LANCIO-DA-SCRIPT
               MOVE "NOTTURNO" TO OPERATORE-FIRMA
               PERFORM RILEVA-INDICATORI
               PERFORM STAMPA-CRUSCOTTO
               GOBACK
           END-IF.

           PERFORM RILEVA-INDICATORI.
           PERFORM MOSTRA-CRUSCOTTO.

           MOVE 0 TO SCELTA-CRUSCOTTO.
           PERFORM UNTIL SCELTA-CRUSCOTTO = 9
               DISPLAY "=== CRUSCOTTO OPERATIVO ==="
               DISPLAY "1 AGGIORNA  2 STAMPA  3 SOGLIE DEGLI "
                       "INDICATORI  9 FINE"
               ACCEPT SCELTA-CRUSCOTTO

               EVALUATE SCELTA-CRUSCOTTO
                   WHEN 1
                       PERFORM RILEVA-INDICATORI
                       PERFORM MOSTRA-CRUSCOTTO
                   WHEN 2
                       PERFORM RILEVA-INDICATORI
                       PERFORM STAMPA-CRUSCOTTO
                   WHEN 3
                       PERFORM MODIFICA-SOGLIE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-CRUSCOTTO
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
      *OPERATORE FIRMATO AL MENU, CHE FIRMA LA STAMPA; LANCIATO
      *DIRETTAMENTE IL CRUSCOTTO FIRMA "DIRETTO"
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
      *CARICA LE SOGLIE DA CRUSCOTT.DAT: AL PRIMO AVVIO IL FILE NASCE
      *CON I VALORI DI PARTENZA, E UN INDICATORE CHE MANCA NEL FILE
      *VI VIENE AGGIUNTO CON I SUOI. SENZA FILE VALGONO I VALORI DI
      *PARTENZA
       CARICA-SOGLIE.

           OPEN I-O SOGLIE-FILE.
           IF FS-SOGLIE = "35" THEN
               OPEN OUTPUT SOGLIE-FILE
               CLOSE SOGLIE-FILE
               OPEN I-O SOGLIE-FILE
           END-IF.
           IF FS-SOGLIE NOT = "00" THEN
               DISPLAY "CRUSCOTT.DAT NON DISPONIBILE - STATO "
                       FS-SOGLIE
               DISPLAY "SI APPLICANO LE SOGLIE DI PARTENZA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > INDICATORI-MAX
               MOVE CODICE-IND(NI) TO CODICE-SOGLIA-REC
               READ SOGLIE-FILE
                   INVALID KEY
                       MOVE DESCRIZIONE-IND(NI)
                           TO DESCRIZIONE-SOGLIA-REC
                       MOVE AMBRA-IND(NI) TO AMBRA-SOGLIA-REC
                       MOVE ROSSO-IND(NI) TO ROSSO-SOGLIA-REC
                       MOVE PARAMETRO-IND(NI) TO PARAMETRO-SOGLIA-REC
                       WRITE SOGLIA-REC
                   NOT INVALID KEY
                       MOVE AMBRA-SOGLIA-REC TO AMBRA-IND(NI)
                       MOVE ROSSO-SOGLIA-REC TO ROSSO-IND(NI)
                       MOVE PARAMETRO-SOGLIA-REC TO PARAMETRO-IND(NI)
               END-READ
           END-PERFORM.

           CLOSE SOGLIE-FILE.

      *---------------------------- FUNCTION AD ------------------------
      *RILEVA TUTTI GLI INDICATORI E NE CALCOLA LO STATO
       RILEVA-INDICATORI.

           INITIALIZE RILEVAZIONI.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-ATTUALE.
           MOVE MOMENTO-ATTUALE(1:8) TO DATA-ODIERNA.
           MOVE MOMENTO-ATTUALE(9:2) TO ORA-ATTUALE.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ODIERNA TO DATESRV-DATA1.
           MOVE -1 TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO DATA-IERI.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ODIERNA TO DATESRV-DATA1.
           MOVE PARAMETRO-IND(9) TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO DATA-ORIZZONTE-LOTTI.

           PERFORM RILEVA-SCRIPT.
           PERFORM RILEVA-BLOCCHI.
           PERFORM RILEVA-OFFLINE.
           PERFORM RILEVA-LOGIN-FALLITI.
           PERFORM RILEVA-PRESTITI-SCADUTI.
           PERFORM RILEVA-SOTTO-SCORTA.
           PERFORM RILEVA-BACKORDER.
           PERFORM RILEVA-LOTTI.
           PERFORM RILEVA-APPELLI.

           MOVE 0 TO ROSSI-COUNT.
           MOVE 0 TO AMBRA-COUNT.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > INDICATORI-MAX
               PERFORM VALUTA-INDICATORE
           END-PERFORM.

      *---------------------------- FUNCTION AE ------------------------
      *SOGLIA 0 = STATO NON USATO PER QUELL'INDICATORE
       VALUTA-INDICATORE.

           MOVE "VERDE" TO STATO-IND(NI).
           IF AMBRA-IND(NI) > 0 AND
              CONTEGGIO-IND(NI) >= AMBRA-IND(NI) THEN
               MOVE "AMBRA" TO STATO-IND(NI)
           END-IF.
           IF ROSSO-IND(NI) > 0 AND
              CONTEGGIO-IND(NI) >= ROSSO-IND(NI) THEN
               MOVE "ROSSO" TO STATO-IND(NI)
           END-IF.

           EVALUATE STATO-IND(NI)
               WHEN "ROSSO"
                   ADD 1 TO ROSSI-COUNT
               WHEN "AMBRA"
                   ADD 1 TO AMBRA-COUNT
           END-EVALUATE.

      *---------------------------- FUNCTION AF ------------------------
      *ULTIMA CORSA DELLO SCRIPT NEL GIORNALE LAVORI: DALL'ULTIMA
      *RIGA SCRIPT "INIZIO" ALLA SUA "FINE"; I PASSI SONO LE RIGHE
      *DELL'OPERATORE BATCH NEL MEZZO. FALLITO = NE' OK NE' SALTATO
       RILEVA-SCRIPT.

           MOVE "N" TO CORSA-TROVATA.
           MOVE "N" TO CORSA-APERTA.
           MOVE SPACES TO INIZIO-CORSA.
           MOVE SPACES TO FINE-CORSA.
           MOVE 0 TO PASSI-FALLITI-COUNT.

           OPEN INPUT GIORNALE-LAVORI-FILE.
           IF FS-GIORNALE-LAVORI NOT = "00" THEN
               MOVE "NESSUN GIORNALE LAVORI" TO NOTA-IND(1)
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-GIORNALE-LAVORI = "10"
               READ GIORNALE-LAVORI-FILE
                   AT END
                       MOVE "10" TO FS-GIORNALE-LAVORI
                   NOT AT END
                       PERFORM ESAMINA-RIGA-LAVORO
               END-READ
           END-PERFORM.

           CLOSE GIORNALE-LAVORI-FILE.

           EVALUATE TRUE
               WHEN CORSA-TROVATA = "N"
                   MOVE "NESSUNA CORSA A GIORNALE" TO NOTA-IND(1)
      *LANCIATO COME PASSO DELLO SCRIPT, LA CORSA APERTA E' QUELLA
      *IN CUI GIRA IL CRUSCOTTO STESSO
               WHEN CORSA-APERTA = "S" AND LANCIO-DA-SCRIPT = "S"
                   MOVE "IN CORSO (QUESTA CORSA)" TO NOTA-IND(1)
               WHEN CORSA-APERTA = "S"
                   MOVE 1 TO CONTEGGIO-IND(1)
                   MOVE SPACES TO NOTA-IND(1)
                   STRING "INTERROTTA, INIZIATA "
                          INIZIO-CORSA(7:2) "/" INIZIO-CORSA(5:2)
                          " " INIZIO-CORSA(9:2) ":"
                          INIZIO-CORSA(11:2)
                          DELIMITED BY SIZE INTO NOTA-IND(1)
               WHEN OTHER
                   MOVE SPACES TO NOTA-IND(1)
                   STRING "COMPLETATA "
                          FINE-CORSA(7:2) "/" FINE-CORSA(5:2)
                          " " FINE-CORSA(9:2) ":"
                          FINE-CORSA(11:2)
                          DELIMITED BY SIZE INTO NOTA-IND(1)
           END-EVALUATE.

           MOVE PASSI-FALLITI-COUNT TO CONTEGGIO-IND(2).

      *---------------------------- FUNCTION AG ------------------------
       ESAMINA-RIGA-LAVORO.

           IF MODULO-LAVORO = "SCRIPT" THEN
               IF ESITO-LAVORO = "INIZIO" THEN
                   MOVE "S" TO CORSA-TROVATA
                   MOVE "S" TO CORSA-APERTA
                   MOVE INIZIO-LAVORO TO INIZIO-CORSA
                   MOVE SPACES TO FINE-CORSA
                   MOVE 0 TO PASSI-FALLITI-COUNT
               ELSE
                   MOVE "N" TO CORSA-APERTA
                   MOVE INIZIO-LAVORO TO FINE-CORSA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF CORSA-APERTA = "S" AND OPERATORE-LAVORO = "BATCH" AND
              ESITO-LAVORO NOT = "OK" AND
              ESITO-LAVORO NOT = "SALTATO" THEN
               IF PASSI-FALLITI-COUNT < 20 THEN
                   ADD 1 TO PASSI-FALLITI-COUNT
                   SET PK TO PASSI-FALLITI-COUNT
                   MOVE MODULO-LAVORO TO MODULO-PASSO-KO(PK)
                   MOVE ESITO-LAVORO TO ESITO-PASSO-KO(PK)
                   MOVE INIZIO-LAVORO TO INIZIO-PASSO-KO(PK)
               END-IF
           END-IF.

      *---------------------------- FUNCTION AH ------------------------
      *BLOCCHI ANCORA PRESI DA PIU' ORE DEL PARAMETRO: QUASI SEMPRE
      *RESIDUI DI UN CRASH. IL BLOCCO DEL CRUSCOTTO STESSO, PRESO DAL
      *MENU PER LANCIARLO, NON CONTA
       RILEVA-BLOCCHI.

           MOVE 0 TO BLOCCHI-ORFANI-COUNT.

           OPEN INPUT BLOCCHI-FILE.
           IF FS-BLOCCHI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-BLOCCHI = "10"
               READ BLOCCHI-FILE
                   AT END
                       MOVE "10" TO FS-BLOCCHI
                   NOT AT END
                       IF STATO-BLOCCO = "B" AND
                          MODULO-BLOCCO NOT = "CRUSCOTT" THEN
                           PERFORM VALUTA-ETA-BLOCCO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BLOCCHI-FILE.

           MOVE BLOCCHI-ORFANI-COUNT TO CONTEGGIO-IND(3).
           MOVE SPACES TO NOTA-IND(3).
           MOVE PARAMETRO-IND(3) TO SOGLIA-EDIT.
           STRING "PRESI DA OLTRE " SOGLIA-EDIT " ORE"
                  DELIMITED BY SIZE INTO NOTA-IND(3).

      *---------------------------- FUNCTION AI ------------------------
       VALUTA-ETA-BLOCCO.

           MOVE "D" TO DATESRV-FUNZIONE.
           MOVE MOMENTO-BLOCCO(1:8) TO DATESRV-DATA1.
           MOVE DATA-ODIERNA TO DATESRV-DATA2.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MOMENTO-BLOCCO(9:2) TO ORA-BLOCCO.
           COMPUTE ORE-BLOCCO = DATESRV-GIORNI * 24
                              + ORA-ATTUALE - ORA-BLOCCO.

           IF ORE-BLOCCO >= PARAMETRO-IND(3) AND
              BLOCCHI-ORFANI-COUNT < 15 THEN
               ADD 1 TO BLOCCHI-ORFANI-COUNT
               SET BK TO BLOCCHI-ORFANI-COUNT
               MOVE MODULO-BLOCCO TO MODULO-ORFANO(BK)
               MOVE OPERATORE-BLOCCO TO OPERATORE-ORFANO(BK)
               MOVE MOMENTO-BLOCCO TO MOMENTO-ORFANO(BK)
           END-IF.

      *---------------------------- FUNCTION AJ ------------------------
      *REGISTRAZIONI FATTE SENZA DATABASE E ANCORA DA SISTEMARE: LE
      *PENDENTI E QUELLE CHE LA SINCRONIZZAZIONE HA LASCIATO IN
      *CONFLITTO (EMAIL GIA' SUL CENTRALE), DA RISOLVERE A MANO
       RILEVA-OFFLINE.

           MOVE 0 TO OFFLINE-CONFLITTI-COUNT.

           OPEN INPUT OFFLINE-FILE.
           IF FS-OFFLINE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-OFFLINE = "10"
               READ OFFLINE-FILE
                   AT END
                       MOVE "10" TO FS-OFFLINE
                   NOT AT END
                       IF STATO-OFFLINE-REC = "P" THEN
                           ADD 1 TO CONTEGGIO-IND(4)
                       END-IF
                       IF STATO-OFFLINE-REC = "C" THEN
                           ADD 1 TO CONTEGGIO-IND(4)
                           ADD 1 TO OFFLINE-CONFLITTI-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OFFLINE-FILE.

           IF OFFLINE-CONFLITTI-COUNT > 0 THEN
               MOVE OFFLINE-CONFLITTI-COUNT TO SOGLIA-EDIT
               STRING "DI CUI IN CONFLITTO " SOGLIA-EDIT
                      DELIMITED BY SIZE INTO NOTA-IND(4)
           END-IF.

      *---------------------------- FUNCTION AK ------------------------
      *TENTATIVI DI LOGIN RESPINTI DA IERI MATTINA IN POI, SU
      *ENTRAMBI I FLUSSI (MENU E MODULO UTENTI): OGNI EVENTO DIVERSO
      *DA "OK", COME NEL RIEPILOGO DEGLI ACCESSI DEL MENU, COMPRESO
      *IL BLOCCO CHE SCATTA; LE DISABILITAZIONI DELLA REVISIONE
      *ACCESSI NON SONO TENTATIVI DI LOGIN
       RILEVA-LOGIN-FALLITI.

           OPEN INPUT SICUREZZA-FILE.
           IF FS-SICUREZZA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-SICUREZZA = "10"
               READ SICUREZZA-FILE
                   AT END
                       MOVE "10" TO FS-SICUREZZA
                   NOT AT END
                       IF MOMENTO-SICUREZZA(1:8) >= DATA-IERI AND
                          EVENTO-SICUREZZA-REC NOT = "OK" AND
                          FLUSSO-SICUREZZA NOT = "REVACC" THEN
                           ADD 1 TO CONTEGGIO-IND(5)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SICUREZZA-FILE.

      *---------------------------- FUNCTION AL ------------------------
       RILEVA-PRESTITI-SCADUTI.

           OPEN INPUT PRESTITI-FILE.
           IF FS-PRESTITI-FILE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-PRESTITI-FILE = "10"
               READ PRESTITI-FILE
                   AT END
                       MOVE "10" TO FS-PRESTITI-FILE
                   NOT AT END
                       IF SCADENZA-PRESTITO-SV < DATA-ODIERNA THEN
                           ADD 1 TO CONTEGGIO-IND(6)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRESTITI-FILE.

      *---------------------------- FUNCTION AM ------------------------
      *ARTICOLI ATTIVI CON GIACENZA SOTTO IL LIVELLO DI RIORDINO
      *(PARAMETRO DELL'INDICATORE, COME LA SOGLIA DEL SOTTO SCORTA)
       RILEVA-SOTTO-SCORTA.

           MOVE SPACES TO NOTA-IND(7).
           MOVE PARAMETRO-IND(7) TO SOGLIA-EDIT.
           STRING "GIACENZA SOTTO " SOGLIA-EDIT
                  DELIMITED BY SIZE INTO NOTA-IND(7).

           OPEN INPUT ARTICOLI-FILE.
           IF FS-ARTICOLI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-ART-REC.
           START ARTICOLI-FILE KEY IS NOT LESS THAN CODICE-ART-REC
               INVALID KEY MOVE "10" TO FS-ARTICOLI
           END-START.

           PERFORM UNTIL FS-ARTICOLI = "10"
               READ ARTICOLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ARTICOLI
                   NOT AT END
                       IF ATTIVO-REC = "S" AND
                          GIACENZA-REC < PARAMETRO-IND(7) THEN
                           ADD 1 TO CONTEGGIO-IND(7)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARTICOLI-FILE.

      *---------------------------- FUNCTION AN ------------------------
      *LE RIGHE STORICHE SENZA STATO CONTANO COME APERTE
       RILEVA-BACKORDER.

           OPEN INPUT BACKORDER-FILE.
           IF FS-BACKORDER NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-BACKORDER = "10"
               READ BACKORDER-FILE
                   AT END
                       MOVE "10" TO FS-BACKORDER
                   NOT AT END
                       IF STATO-BACKORDER NOT = "E" THEN
                           ADD 1 TO CONTEGGIO-IND(8)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BACKORDER-FILE.

      *---------------------------- FUNCTION AO ------------------------
      *LOTTI CON MERCE RESIDUA CHE SCADONO DA OGGI ALL'ORIZZONTE;
      *QUELLI BLOCCATI PER RICHIAMO NON SI PRELEVANO E NON CONTANO
       RILEVA-LOTTI.

           MOVE SPACES TO NOTA-IND(9).
           MOVE PARAMETRO-IND(9) TO SOGLIA-EDIT.
           STRING "ENTRO " SOGLIA-EDIT " GIORNI"
                  DELIMITED BY SIZE INTO NOTA-IND(9).

           OPEN INPUT LOTTI-FILE.
           IF FS-LOTTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-LOTTO-REC.
           START LOTTI-FILE KEY IS NOT LESS THAN CHIAVE-LOTTO-REC
               INVALID KEY MOVE "10" TO FS-LOTTI
           END-START.

           PERFORM UNTIL FS-LOTTI = "10"
               READ LOTTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LOTTI
                   NOT AT END
                       IF SCADENZA-LOTTO-REC >= DATA-ODIERNA AND
                          SCADENZA-LOTTO-REC <= DATA-ORIZZONTE-LOTTI
                          AND QTA-RESIDUA-LOTTO-REC > 0
                          AND BLOCCATO-LOTTO-REC NOT = "S" THEN
                           ADD 1 TO CONTEGGIO-IND(9)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOTTI-FILE.

      *---------------------------- FUNCTION AP ------------------------
       RILEVA-APPELLI.

           OPEN INPUT APPELLI-FILE.
           IF FS-APPELLI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-APPELLO-REC.
           START APPELLI-FILE KEY IS NOT LESS THAN CHIAVE-APPELLO-REC
               INVALID KEY MOVE "10" TO FS-APPELLI
           END-START.

           PERFORM UNTIL FS-APPELLI = "10"
               READ APPELLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-APPELLI
                   NOT AT END
                       IF CHIUSURA-PREN-REC = DATA-ODIERNA THEN
                           ADD 1 TO CONTEGGIO-IND(10)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPELLI-FILE.

      *---------------------------- FUNCTION AQ ------------------------
      *IL CRUSCOTTO A VIDEO
       MOSTRA-CRUSCOTTO.

           DISPLAY " ".
           DISPLAY "CRUSCOTTO OPERATIVO DEL " DATA-ODIERNA(7:2) "/"
                   DATA-ODIERNA(5:2) "/" DATA-ODIERNA(1:4)
                   " ORE " MOMENTO-ATTUALE(9:2) ":"
                   MOMENTO-ATTUALE(11:2).
           DISPLAY "INDICATORE                               "
                   "CONTO  STATO  NOTE".

           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > INDICATORI-MAX
               PERFORM PREPARA-RIGA-CRUSCOTTO
               DISPLAY RIGA-CRUSCOTTO
           END-PERFORM.

           PERFORM VARYING PK FROM 1 BY 1
                   UNTIL PK > PASSI-FALLITI-COUNT
               DISPLAY "  PASSO FALLITO: " MODULO-PASSO-KO(PK) " "
                       ESITO-PASSO-KO(PK)
           END-PERFORM.
           PERFORM VARYING BK FROM 1 BY 1
                   UNTIL BK > BLOCCHI-ORFANI-COUNT
               DISPLAY "  BLOCCO ORFANO: " MODULO-ORFANO(BK) " DI "
                       OPERATORE-ORFANO(BK) " DAL "
                       MOMENTO-ORFANO(BK)(7:2) "/"
                       MOMENTO-ORFANO(BK)(5:2) " "
                       MOMENTO-ORFANO(BK)(9:2) ":"
                       MOMENTO-ORFANO(BK)(11:2)
           END-PERFORM.

           DISPLAY "INDICATORI IN ROSSO: " ROSSI-COUNT
                   "  IN AMBRA: " AMBRA-COUNT.

      *---------------------------- FUNCTION AR ------------------------
       PREPARA-RIGA-CRUSCOTTO.

           MOVE DESCRIZIONE-IND(NI) TO DESCRIZIONE-RIGA.
           MOVE CONTEGGIO-IND(NI) TO CONTEGGIO-RIGA.
           MOVE STATO-IND(NI) TO STATO-RIGA.
           MOVE NOTA-IND(NI) TO NOTA-RIGA.

      *---------------------------- FUNCTION AS ------------------------
      *LA VERSIONE STAMPABILE, NELLO SPOOL
       STAMPA-CRUSCOTTO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CRUSCOTT.TXT" TO RW-NOME-FILE.
           MOVE "CRUSCOTTO OPERATIVO DEL MATTINO" TO RW-TITOLO.
           MOVE "INDICATORE                               CONTO  STATO"
               TO RW-INTESTAZIONE.
           MOVE "  NOTE" TO RW-INTESTAZIONE(54:).
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE CRUSCOTT.TXT"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > INDICATORI-MAX
               PERFORM PREPARA-RIGA-CRUSCOTTO
               MOVE RIGA-CRUSCOTTO TO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
           END-PERFORM.

           IF PASSI-FALLITI-COUNT > 0 THEN
               MOVE SPACES TO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
               MOVE "PASSI FALLITI NELL'ULTIMA CORSA DELLO SCRIPT"
                   TO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
               PERFORM VARYING PK FROM 1 BY 1
                       UNTIL PK > PASSI-FALLITI-COUNT
                   MOVE SPACES TO RW-RIGA
                   STRING "  " MODULO-PASSO-KO(PK) " "
                          ESITO-PASSO-KO(PK) " ALLE "
                          INIZIO-PASSO-KO(PK)(9:2) ":"
                          INIZIO-PASSO-KO(PK)(11:2)
                          DELIMITED BY SIZE INTO RW-RIGA
                   PERFORM SCRIVI-RIGA-STAMPA
               END-PERFORM
           END-IF.

           IF BLOCCHI-ORFANI-COUNT > 0 THEN
               MOVE SPACES TO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
               MOVE "BLOCCHI DI MODULO ORFANI" TO RW-RIGA
               PERFORM SCRIVI-RIGA-STAMPA
               PERFORM VARYING BK FROM 1 BY 1
                       UNTIL BK > BLOCCHI-ORFANI-COUNT
                   MOVE SPACES TO RW-RIGA
                   STRING "  " MODULO-ORFANO(BK) " DI "
                          OPERATORE-ORFANO(BK) " DAL "
                          MOMENTO-ORFANO(BK)(7:2) "/"
                          MOMENTO-ORFANO(BK)(5:2) "/"
                          MOMENTO-ORFANO(BK)(1:4) " "
                          MOMENTO-ORFANO(BK)(9:2) ":"
                          MOMENTO-ORFANO(BK)(11:2)
                          DELIMITED BY SIZE INTO RW-RIGA
                   PERFORM SCRIVI-RIGA-STAMPA
               END-PERFORM
           END-IF.

           MOVE SPACES TO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.
           MOVE SPACES TO RW-RIGA.
           STRING "INDICATORI IN ROSSO: " ROSSI-COUNT
                  "  IN AMBRA: " AMBRA-COUNT
                  DELIMITED BY SIZE INTO RW-RIGA.
           PERFORM SCRIVI-RIGA-STAMPA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "CRUSCOTTO SCRITTO SU CRUSCOTT.TXT".

      *---------------------------- FUNCTION AT ------------------------
       SCRIVI-RIGA-STAMPA.

           MOVE "R" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION AU ------------------------
      *MODIFICA DELLE SOGLIE DI UN INDICATORE: INVIO SU UN VALORE
      *LO LASCIA COM'E'
       MODIFICA-SOGLIE.

           DISPLAY "CODICE   INDICATORE                               "
                   "AMBRA ROSSO PARAM".
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > INDICATORI-MAX
               DISPLAY CODICE-IND(NI) " " DESCRIZIONE-IND(NI) " "
                       AMBRA-IND(NI) " " ROSSO-IND(NI) " "
                       PARAMETRO-IND(NI)
           END-PERFORM.

           DISPLAY "CODICE DELL'INDICATORE DA MODIFICARE: ".
           ACCEPT CODICE-CERCATO.
           MOVE FUNCTION UPPER-CASE(CODICE-CERCATO) TO CODICE-CERCATO.

           MOVE "N" TO INDICATORE-TROVATO.
           SET NI TO 1.
           SEARCH INDICATORE
               AT END
                   CONTINUE
               WHEN CODICE-IND(NI) = CODICE-CERCATO
                   MOVE "S" TO INDICATORE-TROVATO
           END-SEARCH.
           IF INDICATORE-TROVATO NOT = "S" THEN
               DISPLAY "INDICATORE NON TROVATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO NUOVA-SOGLIA-X.
           DISPLAY "SOGLIA AMBRA (0 = NON USATA, INVIO = "
                   AMBRA-IND(NI) "): ".
           ACCEPT NUOVA-SOGLIA-X.
           IF NUOVA-SOGLIA-X NOT = SPACES THEN
               COMPUTE NUOVA-SOGLIA = FUNCTION NUMVAL(NUOVA-SOGLIA-X)
               MOVE NUOVA-SOGLIA TO AMBRA-IND(NI)
           END-IF.

           MOVE SPACES TO NUOVA-SOGLIA-X.
           DISPLAY "SOGLIA ROSSO (0 = NON USATA, INVIO = "
                   ROSSO-IND(NI) "): ".
           ACCEPT NUOVA-SOGLIA-X.
           IF NUOVA-SOGLIA-X NOT = SPACES THEN
               COMPUTE NUOVA-SOGLIA = FUNCTION NUMVAL(NUOVA-SOGLIA-X)
               MOVE NUOVA-SOGLIA TO ROSSO-IND(NI)
           END-IF.

           IF PARAMETRO-IND(NI) NOT = 0 THEN
               MOVE SPACES TO NUOVA-SOGLIA-X
               DISPLAY "PARAMETRO (INVIO = " PARAMETRO-IND(NI) "): "
               ACCEPT NUOVA-SOGLIA-X
               IF NUOVA-SOGLIA-X NOT = SPACES THEN
                   COMPUTE NUOVA-SOGLIA =
                       FUNCTION NUMVAL(NUOVA-SOGLIA-X)
                   IF NUOVA-SOGLIA > 0 THEN
                       MOVE NUOVA-SOGLIA TO PARAMETRO-IND(NI)
                   END-IF
               END-IF
           END-IF.

           IF ROSSO-IND(NI) > 0 AND AMBRA-IND(NI) > ROSSO-IND(NI)
               THEN
               DISPLAY "ATTENZIONE: SOGLIA AMBRA OLTRE IL ROSSO, "
                       "L'AMBRA NON SI VEDRA' MAI"
           END-IF.

           OPEN I-O SOGLIE-FILE.
           IF FS-SOGLIE NOT = "00" THEN
               DISPLAY "CRUSCOTT.DAT NON DISPONIBILE - STATO "
                       FS-SOGLIE ": SOGLIE VALIDE SOLO ORA"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-IND(NI) TO CODICE-SOGLIA-REC.
           READ SOGLIE-FILE
               INVALID KEY
                   MOVE DESCRIZIONE-IND(NI) TO DESCRIZIONE-SOGLIA-REC
                   MOVE AMBRA-IND(NI) TO AMBRA-SOGLIA-REC
                   MOVE ROSSO-IND(NI) TO ROSSO-SOGLIA-REC
                   MOVE PARAMETRO-IND(NI) TO PARAMETRO-SOGLIA-REC
                   WRITE SOGLIA-REC
               NOT INVALID KEY
                   MOVE AMBRA-IND(NI) TO AMBRA-SOGLIA-REC
                   MOVE ROSSO-IND(NI) TO ROSSO-SOGLIA-REC
                   MOVE PARAMETRO-IND(NI) TO PARAMETRO-SOGLIA-REC
                   REWRITE SOGLIA-REC
           END-READ.

           CLOSE SOGLIE-FILE.
           DISPLAY "SOGLIE DI " CODICE-IND(NI) " AGGIORNATE".
