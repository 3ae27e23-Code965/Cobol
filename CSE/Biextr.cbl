      ******************************************************************
      * ESTRAZIONE NOTTURNA PER IL DATABASE DI REPORTING: FILE
      * DELIMITATI (PUNTO E VIRGOLA, VIRGOLA DECIMALE, COME GRADCSV)
      * CON I FATTI (MOVIMENTI DI MAGAZZINO, FATTURE, GIORNALE DEI
      * PRESTITI, ESITI DEGLI ESAMI, PRESENZE) E LE DIMENSIONI
      * (ARTICOLI, CLIENTI, FORNITORI, TITOLI, STUDENTI, CORSI).
      * ESCE SOLO CIO' CHE E' NUOVO O CAMBIATO DALL'ULTIMA ESTRAZIONE
      * RIUSCITA:
      * - I GIORNALI A RIGHE (MOVIMENTI.DAT, PRESTLOG.DAT) SI
      *   RIPRENDONO DALLA POSIZIONE SALVATA IN BIWATER.DAT, VERIFICATA
      *   SULL'ULTIMA RIGA ESTRATTA: SE LA RETENZIONE HA ACCORCIATO IL
      *   GIORNALE SI RITROVA IL PUNTO, SE IL GIORNALE E' STATO
      *   RISCRITTO SI RICARICA TUTTO;
      * - GLI ARCHIVI INDICIZZATI SI CONFRONTANO CON LA FOTOGRAFIA
      *   BISNAP.DAT (N = NUOVO, M = MODIFICATO, D = CANCELLATO);
      * - DEGLI ESITI DEGLI ESAMI ESCONO SOLO QUELLI DEFINITIVI: UN
      *   VOTO RIFIUTATO O ANCORA IN ATTESA DI RISPOSTA IN ESITIPRV.DAT
      *   NON ENTRA NEL FATTO, COME NELLE STATISTICHE DELLE CARRIERE.
      * OGNI FILE CHIUDE CON LA RIGA DI CONTROLLO
      * TOTALE;RIGHE;DATA;MODALITA' (I = INCREMENTALE, C = COMPLETO,
      * DA SOSTITUIRE PER INTERO NEL REPORTING).
      * LA CORSA E' RIPARTIBILE: OGNI SORGENTE COMPLETATA E' SEGNATA
      * SULLA FILIGRANA, E UNA CORSA INTERROTTA RIPRENDE DALLA PRIMA
      * SORGENTE NON COMPLETATA, RISCRIVENDONE IL FILE PER INTERO
      * (LE RIGHE DELLA FOTOGRAFIA GIA' AGGIORNATE DALLA CORSA SI
      * RICONOSCONO DAL NUMERO DI CORSA E SI RIEMETTONO).
      * LANCIABILE DAL MENU O DALLO SCRIPT DEL TURNO NOTTURNO (CON
      * PARAMETRO DI PASSO "ESTRAI", SENZA VIDEO; IN ERRORE TERMINA
      * CON RETURN-CODE 8).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FILIGRANA: UNA RIGA PER SORGENTE
           SELECT FILIGRANA-FILE ASSIGN TO "BIWATER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIGRANA.

      *FOTOGRAFIA DEGLI ARCHIVI INDICIZZATI ALL'ULTIMA ESTRAZIONE
           SELECT FOTOGRAFIA-FILE ASSIGN TO "BISNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-SNAP
               FILE STATUS IS FS-FOTOGRAFIA.

           SELECT ESTRATTO-FILE ASSIGN TO NOME-ESTRATTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTRATTO.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

      *SORGENTI, TUTTE IN SOLA LETTURA
           SELECT MOVIMENTI-FILE ASSIGN TO "MOVIMENTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SORGENTE.

           SELECT REGFATT-FILE ASSIGN TO "REGFATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-REGFATT-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT GIORNALE-FILE ASSIGN TO "PRESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SORGENTE.

           SELECT GRADFILE-FILE ASSIGN TO "GRADFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GRADFILE-BI
               FILE STATUS IS FS-SORGENTE.

      *STATO DEI VOTI APPENA PUBBLICATI, CHIAVE COME IN GRADFILE.DAT;
      *UN ESITO SENZA RIGA QUI E' DEFINITIVO
           SELECT ESITIPRV-FILE ASSIGN TO "ESITIPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ESITIPRV-BI
               FILE STATUS IS FS-ESITIPRV.

           SELECT REGPRES-FILE ASSIGN TO "REGPRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-REGPRES-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT ARTICOLI-FILE ASSIGN TO "ARTICOLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ARTICOLI-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT CLIENTI-FILE ASSIGN TO "CLIENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CLIENTI-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT FORNITORI-FILE ASSIGN TO "FORNITORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FORNITORI-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CATALOGO-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ANAGRAFE-BI
               FILE STATUS IS FS-SORGENTE.

           SELECT CORSI-FILE ASSIGN TO "CORSI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CORSI-BI
               FILE STATUS IS FS-SORGENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FILIGRANA-FILE.
       01  FILIGRANA-REC.
           05 SORGENTE-WM PIC X(8).
      *NUMERO DELLA CORSA E STATO DELLA SORGENTE IN QUELLA CORSA
      *("C" = COMPLETATA, SPAZIO = DA FARE)
           05 CORSA-WM PIC 9(6).
           05 STATO-WM PIC X(1).
      *DATA DELL'ULTIMA ESTRAZIONE RIUSCITA (0 = MAI ESTRATTA)
           05 DATA-WM PIC 9(8).
      *SOLO GIORNALI: RIGHE GIA' ESTRATTE E COPIA DELL'ULTIMA
           05 POSIZIONE-WM PIC 9(9).
           05 RIGHE-WM PIC 9(7).
           05 IMMAGINE-WM PIC X(120).

       FD  FOTOGRAFIA-FILE.
       01  FOTOGRAFIA-REC.
           05 CHIAVE-SNAP.
               10 SORGENTE-SNAP PIC X(8).
               10 CHIAVE-REC-SNAP PIC X(30).
      *CORSA CHE HA EMESSO LA RIGA E OPERAZIONE EMESSA (N/M/D)
           05 CORSA-SNAP PIC 9(6).
           05 OPERAZIONE-SNAP PIC X(1).
           05 IMMAGINE-SNAP PIC X(300).

       FD  ESTRATTO-FILE.
       01  RIGA-ESTRATTO PIC X(400).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  MOVIMENTI-FILE.
       01  MOVIMENTI-BI-REC PIC X(64).

       FD  REGFATT-FILE.
       01  REGFATT-BI-REC.
           05 CHIAVE-REGFATT-BI PIC X(5).
           05 FILLER PIC X(202).

       FD  GIORNALE-FILE.
       01  GIORNALE-BI-REC PIC X(93).

       FD  GRADFILE-FILE.
       01  GRADFILE-BI-REC.
           05 CHIAVE-GRADFILE-BI PIC X(22).
           05 FILLER PIC X(49).

      *STATO "P" = IN ATTESA DI RISPOSTA, "A" = ACCETTATO, "T" =
      *ACCETTATO PER SILENZIO, "R" = RIFIUTATO
       FD  ESITIPRV-FILE.
       01  ESITIPRV-BI-REC.
           05 CHIAVE-ESITIPRV-BI PIC X(22).
           05 STATO-ESITIPRV-BI PIC X(1).
           05 FILLER PIC X(25).

       FD  REGPRES-FILE.
       01  REGPRES-BI-REC.
           05 CHIAVE-REGPRES-BI PIC X(14).
           05 FILLER PIC X(97).

       FD  ARTICOLI-FILE.
       01  ARTICOLI-BI-REC.
           05 CHIAVE-ARTICOLI-BI PIC X(5).
           05 FILLER PIC X(253).

       FD  CLIENTI-FILE.
       01  CLIENTI-BI-REC.
           05 CHIAVE-CLIENTI-BI PIC X(5).
           05 FILLER PIC X(115).

       FD  FORNITORI-FILE.
       01  FORNITORI-BI-REC.
           05 CHIAVE-FORNITORI-BI PIC X(5).
           05 FILLER PIC X(70).

       FD  CATALOGO-FILE.
       01  CATALOGO-BI-REC.
           05 CHIAVE-CATALOGO-BI PIC X(13).
           05 FILLER PIC X(199).

       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-BI-REC.
           05 CHIAVE-ANAGRAFE-BI PIC X(6).
           05 FILLER PIC X(50).

       FD  CORSI-FILE.
       01  CORSI-BI-REC.
           05 CHIAVE-CORSI-BI PIC X(8).
           05 FILLER PIC X(73).

       WORKING-STORAGE SECTION.

      *SORGENTI DELL'ESTRAZIONE: CODICE, FILE PRODOTTO, TIPO ("G" =
      *GIORNALE A RIGHE, "F" = ARCHIVIO CON FOTOGRAFIA) E LUNGHEZZA
      *DELLA CHIAVE IN TESTA AL RECORD (PER I GIORNALI, DEL RECORD)
       01 SORGENTI-VALORI.
           05 FILLER PIC X(8) VALUE "MOVIMENT".
           05 FILLER PIC X(12) VALUE "BIFMOVIM.CSV".
           05 FILLER PIC X(1) VALUE "G".
           05 FILLER PIC 9(3) VALUE 64.
           05 FILLER PIC X(8) VALUE "FATTURE".
           05 FILLER PIC X(12) VALUE "BIFFATT.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X(8) VALUE "PRESTITI".
           05 FILLER PIC X(12) VALUE "BIFPREST.CSV".
           05 FILLER PIC X(1) VALUE "G".
           05 FILLER PIC 9(3) VALUE 93.
           05 FILLER PIC X(8) VALUE "ESAMI".
           05 FILLER PIC X(12) VALUE "BIFESAMI.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 22.
           05 FILLER PIC X(8) VALUE "PRESENZE".
           05 FILLER PIC X(12) VALUE "BIFPRES.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 14.
           05 FILLER PIC X(8) VALUE "ARTICOLI".
           05 FILLER PIC X(12) VALUE "BIDART.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X(8) VALUE "CLIENTI".
           05 FILLER PIC X(12) VALUE "BIDCLI.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X(8) VALUE "FORNITOR".
           05 FILLER PIC X(12) VALUE "BIDFORN.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X(8) VALUE "TITOLI".
           05 FILLER PIC X(12) VALUE "BIDTIT.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 13.
           05 FILLER PIC X(8) VALUE "STUDENTI".
           05 FILLER PIC X(12) VALUE "BIDSTUD.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 6.
           05 FILLER PIC X(8) VALUE "CORSI".
           05 FILLER PIC X(12) VALUE "BIDCORSI.CSV".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC 9(3) VALUE 8.
       01 SORGENTI-TAB REDEFINES SORGENTI-VALORI.
           05 SORGENTE-DEF OCCURS 11 TIMES.
               10 CODICE-SORGENTE PIC X(8).
               10 FILE-SORGENTE PIC X(12).
               10 TIPO-SORGENTE PIC X(1).
               10 LUNGHEZZA-SORGENTE PIC 9(3).
       01 SORGENTI-MAX PIC 9(2) VALUE 11.

      *FILIGRANA IN MEMORIA, STESSO ORDINE DELLE SORGENTI
       01 FILIGRANE-TAB.
           05 FILIGRANA OCCURS 11 TIMES.
               10 CORSA-FIL PIC 9(6).
               10 STATO-FIL PIC X(1).
               10 DATA-FIL PIC 9(8).
               10 POSIZIONE-FIL PIC 9(9).
               10 RIGHE-FIL PIC 9(7).
               10 IMMAGINE-FIL PIC X(120).

      *RECORD DELLA SORGENTE IN LAVORO, CON LE VISTE PER SORGENTE
       01 IMMAGINE-LAVORO PIC X(300).
       01 MOVIMENTO-BI REDEFINES IMMAGINE-LAVORO.
           05 DATA-MOV-BI PIC 9(8).
           05 ARTICOLO-MOV-BI PIC 9(5).
           05 TIPO-MOV-BI PIC X(1).
           05 QUANTITA-MOV-BI PIC 9(5).
           05 PREZZO-MOV-BI PIC S9(3)V9(2).
           05 RIFERIMENTO-MOV-BI PIC X(20).
           05 LOTTO-MOV-BI PIC X(10).
           05 SCADENZA-MOV-BI PIC 9(8).
           05 DEPOSITO-MOV-BI PIC X(2).
           05 FILLER PIC X(236).
       01 FATTURA-BI REDEFINES IMMAGINE-LAVORO.
           05 NUMERO-FATT-BI PIC 9(5).
           05 DATA-FATT-BI PIC 9(8).
           05 CLIENTE-FATT-BI PIC 9(5).
           05 RAGIONE-FATT-BI PIC X(40).
           05 IMPONIBILE-FATT-BI PIC 9(7)V9(2).
           05 IMPOSTA-FATT-BI PIC 9(7)V9(2).
           05 TOTALE-FATT-BI PIC 9(9)V9(2).
           05 FILLER PIC X(100).
           05 SCADENZA-FATT-BI PIC 9(8).
           05 INCASSATO-FATT-BI PIC 9(9)V9(2).
           05 STATO-FATT-BI PIC X(1).
           05 FILLER PIC X(93).
       01 PRESTITO-BI REDEFINES IMMAGINE-LAVORO.
           05 TIPO-PREST-BI PIC X(1).
           05 ISBN-PREST-BI PIC X(13).
           05 AUTORE-PREST-BI PIC X(20).
           05 LETTORE-PREST-BI PIC 9(5).
           05 NOME-PREST-BI PIC X(30).
           05 USCITA-PREST-BI PIC 9(8).
           05 SCADENZA-PREST-BI PIC 9(8).
           05 RIENTRO-PREST-BI PIC 9(8).
           05 FILLER PIC X(207).
       01 ESAME-BI REDEFINES IMMAGINE-LAVORO.
           05 CORSO-ESAME-BI PIC X(8).
           05 APPELLO-ESAME-BI PIC 9(8).
           05 MATRICOLA-ESAME-BI PIC 9(6).
           05 COGNOME-ESAME-BI PIC X(20).
           05 NOME-ESAME-BI PIC X(20).
           05 SCRITTO-ESAME-BI PIC 9(2).
           05 ORALE-ESAME-BI PIC 9(2).
           05 MEDIA-ESAME-BI PIC S99V9(2).
           05 LODE-ESAME-BI PIC X(1).
           05 FILLER PIC X(229).
       01 PRESENZA-BI REDEFINES IMMAGINE-LAVORO.
           05 MATRICOLA-PRES-BI PIC 9(6).
           05 DATA-PRES-BI PIC 9(8).
           05 CLASSE-PRES-BI PIC X(10).
           05 STATO-PRES-BI PIC X(1).
           05 SCADENZA-GIUST-BI PIC 9(8).
           05 DATA-GIUST-BI PIC 9(8).
           05 FILLER PIC X(259).
       01 ARTICOLO-BI REDEFINES IMMAGINE-LAVORO.
           05 CODICE-ART-BI PIC 9(5).
           05 DESCRIZIONE-ART-BI PIC X(200).
           05 GIACENZA-ART-BI PIC 9(4).
           05 ACQUISTO-ART-BI PIC S9(3)V9(2).
           05 VENDITA-ART-BI PIC S9(3)V9(2).
           05 ALIQUOTA-ART-BI PIC 9(2).
           05 ATTIVO-ART-BI PIC X(1).
           05 RIORDINO-ART-BI PIC 9(4).
           05 FORNITORE-ART-BI PIC 9(5).
           05 COSTO-MEDIO-ART-BI PIC S9(3)V9(2).
           05 UBICAZIONE-ART-BI PIC X(9).
           05 BARCODE-ART-BI PIC X(13).
           05 FILLER PIC X(42).
       01 CLIENTE-BI REDEFINES IMMAGINE-LAVORO.
           05 CODICE-CLI-BI PIC 9(5).
           05 RAGIONE-CLI-BI PIC X(40).
           05 INDIRIZZO-CLI-BI PIC X(40).
           05 PIVA-CLI-BI PIC X(11).
           05 GIORNI-CLI-BI PIC 9(3).
           05 FIDO-CLI-BI PIC 9(7)V9(2).
           05 ESPOSIZIONE-CLI-BI PIC 9(7)V9(2).
           05 AGENTE-CLI-BI PIC 9(3).
           05 FILLER PIC X(180).
       01 FORNITORE-BI REDEFINES IMMAGINE-LAVORO.
           05 CODICE-FORN-BI PIC 9(5).
           05 RAGIONE-FORN-BI PIC X(40).
           05 CONDIZIONI-FORN-BI PIC X(30).
           05 FILLER PIC X(225).
       01 TITOLO-BI REDEFINES IMMAGINE-LAVORO.
           05 ISBN-TIT-BI PIC X(13).
           05 AUTORE-TIT-BI PIC X(20).
           05 ARGOMENTO-TIT-BI PIC X(50).
           05 PREZZO-TIT-BI PIC 9(3).
           05 COPIE-TIT-BI PIC 9(3).
           05 RITIRATO-TIT-BI PIC X(1).
           05 TITOLO-TIT-BI PIC X(50).
           05 EDITORE-TIT-BI PIC X(30).
           05 ANNO-TIT-BI PIC 9(4).
           05 DEWEY-TIT-BI PIC X(10).
           05 COLLOCAZIONE-TIT-BI PIC X(20).
           05 INGRESSO-TIT-BI PIC 9(8).
           05 FILLER PIC X(88).
       01 STUDENTE-BI REDEFINES IMMAGINE-LAVORO.
           05 MATRICOLA-STUD-BI PIC 9(6).
           05 NOME-STUD-BI PIC X(20).
           05 COGNOME-STUD-BI PIC X(20).
           05 CLASSE-STUD-BI PIC X(10).
           05 FILLER PIC X(244).
       01 CORSO-BI REDEFINES IMMAGINE-LAVORO.
           05 CODICE-CORSO-BI PIC X(8).
           05 DESCRIZIONE-CORSO-BI PIC X(40).
           05 CFU-CORSO-BI PIC 9(2).
           05 DOCENTE-CORSO-BI PIC X(30).
           05 ANNO-CORSO-BI PIC 9(1).
           05 FILLER PIC X(219).

      *FILE STATUS
       01 FS-FILIGRANA PIC X(2).
       01 FS-FOTOGRAFIA PIC X(2).
       01 FS-ESTRATTO PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-SORGENTE PIC X(2).
       01 FS-ESITIPRV PIC X(2).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-BI PIC 9(1).
       01 CONFERMA-BI PIC X(1).
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 NOME-ESTRATTO PIC X(12).
       01 NUMERO-SORGENTE PIC 9(2).
       01 CORSA-CORRENTE PIC 9(6).
       01 CORSA-CHIUSA PIC X(1).
       01 ERRORE-ESTRAZIONE PIC X(1).
       01 SORGENTE-ASSENTE PIC X(1).
       01 FINE-SORGENTE PIC X(1).
       01 FINE-FOTOGRAFIA PIC X(1).
       01 FOTO-TROVATA PIC X(1).
       01 PRESENTE-IN-SORGENTE PIC X(1).
       01 PROVVISORI-APERTI PIC X(1).
       01 STATO-ESAME-BI PIC X(1).
       01 ESAME-DEFINITIVO PIC X(1).
       01 OPERAZIONE-BI PIC X(1).
       01 MODALITA-BI PIC X(1).
       01 DATA-ODIERNA-BI PIC 9(8).
       01 RIGHE-LETTE PIC 9(9).
       01 PUNTO-RIPRESA PIC 9(9).
       01 ULTIMA-IMMAGINE PIC X(120).
       01 RIGHE-ESTRATTE PIC 9(7).
       01 PUNTATORE-RIGA PIC 9(3).
       01 SORGENTI-COMPLETATE PIC 9(2).

      *CAMPI EDITATI PER LE RIGHE DELIMITATE
       01 PREZZO-EDIT PIC -(4)9,99.
       01 IMPORTO-EDIT PIC -(10)9,99.
       01 MEDIA-EDIT PIC -(3)9,99.
       01 CONTEGGIO-EDIT PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *DALLO SCRIPT NOTTURNO SI ESTRAE SENZA DIALOGO
           PERFORM LEGGI-PARAMETRO-PASSO.
           IF PARAMETRO-PASSO-LETTO(1:6) = "ESTRAI" THEN
               PERFORM ESEGUI-ESTRAZIONE
               GOBACK
           END-IF.

           MOVE 0 TO SCELTA-BI.
           PERFORM UNTIL SCELTA-BI = 9
               DISPLAY "=== ESTRAZIONE PER IL REPORTING ==="
               DISPLAY "1 ESEGUI L'ESTRAZIONE"
               DISPLAY "2 STATO DELLE SORGENTI"
               DISPLAY "3 AZZERA (LA PROSSIMA ESTRAZIONE E' COMPLETA)"
               DISPLAY "9 FINE"
               ACCEPT SCELTA-BI

               EVALUATE SCELTA-BI
                   WHEN 1
                       PERFORM ESEGUI-ESTRAZIONE
                   WHEN 2
                       PERFORM STATO-SORGENTI
                   WHEN 3
                       PERFORM AZZERA-ESTRAZIONE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-BI
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
      *UNA CORSA NUOVA PARTE SOLO SE LA PRECEDENTE HA COMPLETATO TUTTE
      *LE SORGENTI; ALTRIMENTI SI RIPRENDE LA CORSA INTERROTTA
       ESEGUI-ESTRAZIONE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA-BI.
           PERFORM CARICA-FILIGRANE.

           MOVE "S" TO CORSA-CHIUSA.
           MOVE 0 TO CORSA-CORRENTE.
           PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                   UNTIL NUMERO-SORGENTE > SORGENTI-MAX
               IF STATO-FIL(NUMERO-SORGENTE) NOT = "C" THEN
                   MOVE "N" TO CORSA-CHIUSA
               END-IF
               IF CORSA-FIL(NUMERO-SORGENTE) > CORSA-CORRENTE THEN
                   MOVE CORSA-FIL(NUMERO-SORGENTE) TO CORSA-CORRENTE
               END-IF
           END-PERFORM.

           IF CORSA-CHIUSA = "S" THEN
               ADD 1 TO CORSA-CORRENTE
               PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                       UNTIL NUMERO-SORGENTE > SORGENTI-MAX
                   MOVE CORSA-CORRENTE TO CORSA-FIL(NUMERO-SORGENTE)
                   MOVE SPACES TO STATO-FIL(NUMERO-SORGENTE)
               END-PERFORM
               PERFORM SALVA-FILIGRANE
               IF FS-FILIGRANA NOT = "00" THEN
                   DISPLAY "IMPOSSIBILE SCRIVERE BIWATER.DAT - STATO "
                           FS-FILIGRANA
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ESTRAZIONE N. " CORSA-CORRENTE
           ELSE
               DISPLAY "RIPRESA DELL'ESTRAZIONE N. " CORSA-CORRENTE
                       " INTERROTTA"
           END-IF.

           OPEN I-O FOTOGRAFIA-FILE.
           IF FS-FOTOGRAFIA = "35" THEN
               OPEN OUTPUT FOTOGRAFIA-FILE
               CLOSE FOTOGRAFIA-FILE
               OPEN I-O FOTOGRAFIA-FILE
           END-IF.
           IF FS-FOTOGRAFIA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE BISNAP.DAT - STATO "
                       FS-FOTOGRAFIA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ERRORE-ESTRAZIONE.
           PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                   UNTIL NUMERO-SORGENTE > SORGENTI-MAX
                      OR ERRORE-ESTRAZIONE = "S"
               IF STATO-FIL(NUMERO-SORGENTE) NOT = "C" THEN
                   PERFORM ESTRAI-SORGENTE
               END-IF
           END-PERFORM.

           CLOSE FOTOGRAFIA-FILE.

           IF ERRORE-ESTRAZIONE = "S" THEN
               DISPLAY "ESTRAZIONE INTERROTTA: RILANCIARE PER "
                       "RIPRENDERE DALLA SORGENTE IN ERRORE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ESTRAZIONE N. " CORSA-CORRENTE " COMPLETATA"
           END-IF.

      *---------------------------- FUNCTION AC ------------------------
      *UNA SORGENTE: IL FILE SI RISCRIVE SEMPRE PER INTERO, E SOLO A
      *FILE CHIUSO CON LA RIGA DI CONTROLLO LA SORGENTE E' COMPLETATA
       ESTRAI-SORGENTE.

           MOVE FILE-SORGENTE(NUMERO-SORGENTE) TO NOME-ESTRATTO.
           OPEN OUTPUT ESTRATTO-FILE.
           IF FS-ESTRATTO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE " NOME-ESTRATTO
                       " - STATO " FS-ESTRATTO
               MOVE "S" TO ERRORE-ESTRAZIONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIGHE-ESTRATTE.
           PERFORM SCRIVI-INTESTAZIONE.

           IF DATA-FIL(NUMERO-SORGENTE) = 0 THEN
               MOVE "C" TO MODALITA-BI
           ELSE
               MOVE "I" TO MODALITA-BI
           END-IF.

           IF TIPO-SORGENTE(NUMERO-SORGENTE) = "G" THEN
               PERFORM ESTRAI-GIORNALE
           ELSE
               PERFORM ESTRAI-FOTOGRAFIA
           END-IF.

           IF ERRORE-ESTRAZIONE = "S" THEN
               CLOSE ESTRATTO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE RIGHE-ESTRATTE TO CONTEGGIO-EDIT.
           MOVE SPACES TO RIGA-ESTRATTO.
           STRING "TOTALE;" FUNCTION TRIM(CONTEGGIO-EDIT) ";"
                  DATA-ODIERNA-BI ";" MODALITA-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.
           WRITE RIGA-ESTRATTO.
           CLOSE ESTRATTO-FILE.

      *SORGENTE ASSENTE: SI CHIUDE LA SORGENTE PER LA CORSA MA LA
      *FILIGRANA PRECEDENTE RESTA, COSI' LA PROSSIMA CORSA RIPARTE DA
      *DOVE SI ERA ARRIVATI
           IF SORGENTE-ASSENTE NOT = "S" THEN
               IF TIPO-SORGENTE(NUMERO-SORGENTE) = "G" THEN
                   MOVE RIGHE-LETTE TO POSIZIONE-FIL(NUMERO-SORGENTE)
                   MOVE ULTIMA-IMMAGINE
                       TO IMMAGINE-FIL(NUMERO-SORGENTE)
               END-IF
               MOVE DATA-ODIERNA-BI TO DATA-FIL(NUMERO-SORGENTE)
           END-IF.
           MOVE RIGHE-ESTRATTE TO RIGHE-FIL(NUMERO-SORGENTE).
           MOVE "C" TO STATO-FIL(NUMERO-SORGENTE).
           PERFORM SALVA-FILIGRANE.
           IF FS-FILIGRANA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE BIWATER.DAT - STATO "
                       FS-FILIGRANA
               MOVE "S" TO ERRORE-ESTRAZIONE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY CODICE-SORGENTE(NUMERO-SORGENTE) " "
                   NOME-ESTRATTO " RIGHE: " RIGHE-ESTRATTE
                   " MODALITA': " MODALITA-BI.

      *---------------------------- FUNCTION AD ------------------------
      *GIORNALE A RIGHE: PRIMA PASSATA PER RITROVARE L'ULTIMA RIGA
      *ESTRATTA (ALLA SUA POSIZIONE O PIU' IN ALTO, SE LA RETENZIONE
      *HA TOLTO LE RIGHE VECCHIE), SECONDA PASSATA PER ESTRARRE LE
      *RIGHE CHE LA SEGUONO. SE NON SI RITROVA, IL GIORNALE E' STATO
      *RISCRITTO E SI RICARICA PER INTERO
       ESTRAI-GIORNALE.

           MOVE 0 TO RIGHE-LETTE.
           MOVE 0 TO PUNTO-RIPRESA.
           MOVE SPACES TO ULTIMA-IMMAGINE.

           PERFORM APRI-SORGENTE.
           IF ERRORE-ESTRAZIONE = "S" THEN
               EXIT PARAGRAPH
           END-IF.
      *UN GIORNALE CHE NON C'E' NON PRODUCE RIGHE E NON TOCCA LA
      *FILIGRANA: LA MODALITA' RESTA QUELLA DELLA SORGENTE
           IF SORGENTE-ASSENTE = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEGGI-SORGENTE.
           PERFORM UNTIL FINE-SORGENTE = "S"
               ADD 1 TO RIGHE-LETTE
               IF RIGHE-LETTE <= POSIZIONE-FIL(NUMERO-SORGENTE) AND
                  IMMAGINE-LAVORO(1:LUNGHEZZA-SORGENTE(NUMERO-SORGENTE))
                  = IMMAGINE-FIL(NUMERO-SORGENTE)
                    (1:LUNGHEZZA-SORGENTE(NUMERO-SORGENTE)) THEN
                   MOVE RIGHE-LETTE TO PUNTO-RIPRESA
               END-IF
               PERFORM LEGGI-SORGENTE
           END-PERFORM.
           PERFORM CHIUDI-SORGENTE.
           IF ERRORE-ESTRAZIONE = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           IF POSIZIONE-FIL(NUMERO-SORGENTE) > 0 AND
              PUNTO-RIPRESA = 0 THEN
               DISPLAY CODICE-SORGENTE(NUMERO-SORGENTE)
                       ": GIORNALE RISCRITTO, RICARICA COMPLETA"
               MOVE "C" TO MODALITA-BI
           END-IF.

           MOVE 0 TO RIGHE-LETTE.
           PERFORM APRI-SORGENTE.
           IF ERRORE-ESTRAZIONE = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEGGI-SORGENTE.
           PERFORM UNTIL FINE-SORGENTE = "S"
               ADD 1 TO RIGHE-LETTE
               MOVE IMMAGINE-LAVORO TO ULTIMA-IMMAGINE
               IF RIGHE-LETTE > PUNTO-RIPRESA THEN
                   MOVE "N" TO OPERAZIONE-BI
                   PERFORM SCRIVI-RIGA-ESTRATTO
               END-IF
               PERFORM LEGGI-SORGENTE
           END-PERFORM.
           PERFORM CHIUDI-SORGENTE.

      *---------------------------- FUNCTION AE ------------------------
      *ARCHIVIO INDICIZZATO: OGNI RECORD CONTRO LA FOTOGRAFIA, POI LA
      *FOTOGRAFIA CONTRO L'ARCHIVIO PER TROVARE I CANCELLATI. UN
      *ARCHIVIO CHE NON C'E' NON PRODUCE RIGHE (NON SI DANNO PER
      *CANCELLATI TUTTI I SUOI RECORD)
       ESTRAI-FOTOGRAFIA.

           PERFORM APRI-SORGENTE.
           IF ERRORE-ESTRAZIONE = "S" OR SORGENTE-ASSENTE = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEGGI-SORGENTE.
           PERFORM UNTIL FINE-SORGENTE = "S"
                      OR ERRORE-ESTRAZIONE = "S"
               PERFORM CONFRONTA-FOTOGRAFIA
               PERFORM LEGGI-SORGENTE
           END-PERFORM.

           IF ERRORE-ESTRAZIONE NOT = "S" THEN
               PERFORM CERCA-CANCELLATI
           END-IF.

           PERFORM CHIUDI-SORGENTE.

      *---------------------------- FUNCTION AF ------------------------
      *IL RECORD ESCE SE E' NUOVO, SE E' CAMBIATO O SE QUESTA STESSA
      *CORSA L'AVEVA GIA' EMESSO PRIMA DI INTERROMPERSI
       CONFRONTA-FOTOGRAFIA.

           MOVE CODICE-SORGENTE(NUMERO-SORGENTE) TO SORGENTE-SNAP.
           MOVE SPACES TO CHIAVE-REC-SNAP.
           MOVE IMMAGINE-LAVORO(1:LUNGHEZZA-SORGENTE(NUMERO-SORGENTE))
               TO CHIAVE-REC-SNAP.
           READ FOTOGRAFIA-FILE
               INVALID KEY
                   MOVE "N" TO FOTO-TROVATA
               NOT INVALID KEY
                   MOVE "S" TO FOTO-TROVATA
           END-READ.

           MOVE SPACES TO OPERAZIONE-BI.
           EVALUATE TRUE
               WHEN FOTO-TROVATA = "N"
                   MOVE "N" TO OPERAZIONE-BI
               WHEN OPERAZIONE-SNAP = "D"
                   MOVE "N" TO OPERAZIONE-BI
               WHEN CORSA-SNAP = CORSA-CORRENTE
                   MOVE OPERAZIONE-SNAP TO OPERAZIONE-BI
               WHEN IMMAGINE-SNAP NOT = IMMAGINE-LAVORO
                   MOVE "M" TO OPERAZIONE-BI
           END-EVALUATE.
           IF OPERAZIONE-BI = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CORSA-CORRENTE TO CORSA-SNAP.
           MOVE OPERAZIONE-BI TO OPERAZIONE-SNAP.
           MOVE IMMAGINE-LAVORO TO IMMAGINE-SNAP.
           IF FOTO-TROVATA = "S" THEN
               REWRITE FOTOGRAFIA-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN RISCRITTURA DI BISNAP.DAT - "
                               "STATO " FS-FOTOGRAFIA
                       MOVE "S" TO ERRORE-ESTRAZIONE
               END-REWRITE
           ELSE
               WRITE FOTOGRAFIA-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN SCRITTURA DI BISNAP.DAT - "
                               "STATO " FS-FOTOGRAFIA
                       MOVE "S" TO ERRORE-ESTRAZIONE
               END-WRITE
           END-IF.
           IF ERRORE-ESTRAZIONE = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCRIVI-RIGA-ESTRATTO.

      *---------------------------- FUNCTION AG ------------------------
      *RECORD DELLA FOTOGRAFIA NON PIU' NELL'ARCHIVIO: ESCONO COME "D"
      *CON L'ULTIMA IMMAGINE NOTA
       CERCA-CANCELLATI.

           MOVE CODICE-SORGENTE(NUMERO-SORGENTE) TO SORGENTE-SNAP.
           MOVE LOW-VALUES TO CHIAVE-REC-SNAP.
           MOVE "N" TO FINE-FOTOGRAFIA.
           START FOTOGRAFIA-FILE KEY IS NOT LESS THAN CHIAVE-SNAP
               INVALID KEY
                   MOVE "S" TO FINE-FOTOGRAFIA
           END-START.

           PERFORM UNTIL FINE-FOTOGRAFIA = "S"
                      OR ERRORE-ESTRAZIONE = "S"
               READ FOTOGRAFIA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO FINE-FOTOGRAFIA
                   NOT AT END
                       IF SORGENTE-SNAP NOT =
                          CODICE-SORGENTE(NUMERO-SORGENTE) THEN
                           MOVE "S" TO FINE-FOTOGRAFIA
                       ELSE
                           PERFORM VERIFICA-CANCELLATO
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------- FUNCTION AH ------------------------
       VERIFICA-CANCELLATO.

      *CANCELLAZIONI GIA' ESTRATTE DA UNA CORSA PRECEDENTE
           IF OPERAZIONE-SNAP = "D" AND
              CORSA-SNAP NOT = CORSA-CORRENTE THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CERCA-IN-SORGENTE.
           IF PRESENTE-IN-SORGENTE = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           IF OPERAZIONE-SNAP NOT = "D" THEN
               MOVE "D" TO OPERAZIONE-SNAP
               MOVE CORSA-CORRENTE TO CORSA-SNAP
               REWRITE FOTOGRAFIA-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN RISCRITTURA DI BISNAP.DAT - "
                               "STATO " FS-FOTOGRAFIA
                       MOVE "S" TO ERRORE-ESTRAZIONE
               END-REWRITE
               IF ERRORE-ESTRAZIONE = "S" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "D" TO OPERAZIONE-BI.
           MOVE IMMAGINE-SNAP TO IMMAGINE-LAVORO.
           PERFORM SCRIVI-RIGA-ESTRATTO.

      *---------------------------- FUNCTION AI ------------------------
       APRI-SORGENTE.

           MOVE "N" TO SORGENTE-ASSENTE.
           MOVE "N" TO FINE-SORGENTE.

           EVALUATE NUMERO-SORGENTE
               WHEN 1
                   OPEN INPUT MOVIMENTI-FILE
               WHEN 2
                   OPEN INPUT REGFATT-FILE
               WHEN 3
                   OPEN INPUT GIORNALE-FILE
               WHEN 4
                   OPEN INPUT GRADFILE-FILE
               WHEN 5
                   OPEN INPUT REGPRES-FILE
               WHEN 6
                   OPEN INPUT ARTICOLI-FILE
               WHEN 7
                   OPEN INPUT CLIENTI-FILE
               WHEN 8
                   OPEN INPUT FORNITORI-FILE
               WHEN 9
                   OPEN INPUT CATALOGO-FILE
               WHEN 10
                   OPEN INPUT ANAGRAFE-FILE
               WHEN 11
                   OPEN INPUT CORSI-FILE
           END-EVALUATE.

           IF FS-SORGENTE = "35" THEN
               MOVE "S" TO SORGENTE-ASSENTE
               MOVE "S" TO FINE-SORGENTE
               EXIT PARAGRAPH
           END-IF.
           IF FS-SORGENTE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE LA SORGENTE "
                       CODICE-SORGENTE(NUMERO-SORGENTE)
                       " - STATO " FS-SORGENTE
               MOVE "S" TO ERRORE-ESTRAZIONE
               MOVE "S" TO FINE-SORGENTE
               EXIT PARAGRAPH
           END-IF.

      *GLI ESITI DEGLI ESAMI SI FILTRANO SULLO STATO DEL VOTO; SENZA
      *ESITIPRV.DAT NON CI SONO VOTI PROVVISORI E SONO TUTTI DEFINITIVI
           MOVE "N" TO PROVVISORI-APERTI.
           IF NUMERO-SORGENTE = 4 THEN
               OPEN INPUT ESITIPRV-FILE
               IF FS-ESITIPRV = "00" THEN
                   MOVE "S" TO PROVVISORI-APERTI
               ELSE
                   IF FS-ESITIPRV NOT = "35" THEN
                       DISPLAY "IMPOSSIBILE APRIRE ESITIPRV.DAT - "
                               "STATO " FS-ESITIPRV
                       CLOSE GRADFILE-FILE
                       MOVE "S" TO ERRORE-ESTRAZIONE
                       MOVE "S" TO FINE-SORGENTE
                   END-IF
               END-IF
           END-IF.

      *---------------------------- FUNCTION AJ ------------------------
       LEGGI-SORGENTE.

           EVALUATE NUMERO-SORGENTE
               WHEN 1
                   READ MOVIMENTI-FILE INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 2
                   READ REGFATT-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 3
                   READ GIORNALE-FILE INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 4
                   PERFORM LEGGI-ESAME-DEFINITIVO
               WHEN 5
                   READ REGPRES-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 6
                   READ ARTICOLI-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 7
                   READ CLIENTI-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 8
                   READ FORNITORI-FILE NEXT RECORD
                       INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 9
                   READ CATALOGO-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 10
                   READ ANAGRAFE-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
               WHEN 11
                   READ CORSI-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                       AT END MOVE "S" TO FINE-SORGENTE
                   END-READ
           END-EVALUATE.

      *UN ERRORE DI LETTURA NON E' UNA FINE ARCHIVIO: LA SORGENTE NON
      *SI CHIUDE COME COMPLETATA
           IF FINE-SORGENTE = "N" AND FS-SORGENTE(1:1) NOT = "0" THEN
               DISPLAY "ERRORE DI LETTURA DELLA SORGENTE "
                       CODICE-SORGENTE(NUMERO-SORGENTE)
                       " - STATO " FS-SORGENTE
               MOVE "S" TO ERRORE-ESTRAZIONE
               MOVE "S" TO FINE-SORGENTE
           END-IF.

      *---------------------------- FUNCTION AK ------------------------
       CHIUDI-SORGENTE.

           IF SORGENTE-ASSENTE = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE NUMERO-SORGENTE
               WHEN 1
                   CLOSE MOVIMENTI-FILE
               WHEN 2
                   CLOSE REGFATT-FILE
               WHEN 3
                   CLOSE GIORNALE-FILE
               WHEN 4
                   CLOSE GRADFILE-FILE
                   IF PROVVISORI-APERTI = "S" THEN
                       CLOSE ESITIPRV-FILE
                       MOVE "N" TO PROVVISORI-APERTI
                   END-IF
               WHEN 5
                   CLOSE REGPRES-FILE
               WHEN 6
                   CLOSE ARTICOLI-FILE
               WHEN 7
                   CLOSE CLIENTI-FILE
               WHEN 8
                   CLOSE FORNITORI-FILE
               WHEN 9
                   CLOSE CATALOGO-FILE
               WHEN 10
                   CLOSE ANAGRAFE-FILE
               WHEN 11
                   CLOSE CORSI-FILE
           END-EVALUATE.

      *---------------------------- FUNCTION AL ------------------------
      *RICERCA PER CHIAVE NELL'ARCHIVIO DELLA CHIAVE DELLA FOTOGRAFIA
       CERCA-IN-SORGENTE.

           MOVE "S" TO PRESENTE-IN-SORGENTE.

           EVALUATE NUMERO-SORGENTE
               WHEN 2
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-REGFATT-BI
                   READ REGFATT-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 4
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-GRADFILE-BI
                   READ GRADFILE-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
      *UN VOTO GIA' ESTRATTO E POI RIFIUTATO ESCE DAL FATTO
                   IF PRESENTE-IN-SORGENTE = "S" THEN
                       PERFORM LEGGI-STATO-ESAME
                       IF STATO-ESAME-BI = "R" OR
                          STATO-ESAME-BI = "P" THEN
                           MOVE "N" TO PRESENTE-IN-SORGENTE
                       END-IF
                   END-IF
               WHEN 5
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-REGPRES-BI
                   READ REGPRES-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 6
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-ARTICOLI-BI
                   READ ARTICOLI-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 7
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-CLIENTI-BI
                   READ CLIENTI-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 8
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-FORNITORI-BI
                   READ FORNITORI-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 9
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-CATALOGO-BI
                   READ CATALOGO-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 10
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-ANAGRAFE-BI
                   READ ANAGRAFE-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
               WHEN 11
                   MOVE CHIAVE-REC-SNAP TO CHIAVE-CORSI-BI
                   READ CORSI-FILE
                       INVALID KEY MOVE "N" TO PRESENTE-IN-SORGENTE
                   END-READ
           END-EVALUATE.

      *---------------------------- FUNCTION BF ------------------------
      *PROSSIMO ESITO DI GRADFILE.DAT CHE ENTRA NEL FATTO: SI
      *SALTANO I VOTI RIFIUTATI E QUELLI ANCORA IN ATTESA DI RISPOSTA
       LEGGI-ESAME-DEFINITIVO.

           MOVE "N" TO ESAME-DEFINITIVO.
           PERFORM UNTIL ESAME-DEFINITIVO = "S"
                      OR FINE-SORGENTE = "S"
               READ GRADFILE-FILE NEXT RECORD INTO IMMAGINE-LAVORO
                   AT END MOVE "S" TO FINE-SORGENTE
               END-READ
               IF FINE-SORGENTE = "N" AND FS-SORGENTE(1:1) = "0" THEN
                   PERFORM LEGGI-STATO-ESAME
                   IF STATO-ESAME-BI NOT = "R" AND
                      STATO-ESAME-BI NOT = "P" THEN
                       MOVE "S" TO ESAME-DEFINITIVO
                   END-IF
               ELSE
                   MOVE "S" TO ESAME-DEFINITIVO
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION BG ------------------------
      *STATO DELL'ESITO CON CHIAVE IN CHIAVE-GRADFILE-BI: "D" SE NON
      *C'E' UN VOTO PROVVISORIO, ALTRIMENTI LO STATO REGISTRATO
       LEGGI-STATO-ESAME.

           MOVE "D" TO STATO-ESAME-BI.

           IF PROVVISORI-APERTI = "S" THEN
               MOVE CHIAVE-GRADFILE-BI TO CHIAVE-ESITIPRV-BI
               READ ESITIPRV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STATO-ESITIPRV-BI TO STATO-ESAME-BI
               END-READ
               IF FS-ESITIPRV NOT = "00" AND
                  FS-ESITIPRV NOT = "23" THEN
                   DISPLAY "ERRORE DI LETTURA DI ESITIPRV.DAT - STATO "
                           FS-ESITIPRV
                   MOVE "S" TO ERRORE-ESTRAZIONE
                   MOVE "S" TO FINE-SORGENTE
               END-IF
           END-IF.

      *---------------------------- FUNCTION AM ------------------------
       SCRIVI-INTESTAZIONE.

           MOVE SPACES TO RIGA-ESTRATTO.
           EVALUATE NUMERO-SORGENTE
               WHEN 1
                   STRING "OP;DATA;ARTICOLO;TIPO;QUANTITA;"
                          "PREZZO_UNITARIO;RIFERIMENTO;LOTTO;"
                          "SCADENZA;DEPOSITO"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 2
                   STRING "OP;NUMERO;DATA;CLIENTE;RAGIONE_SOCIALE;"
                          "IMPONIBILE;IMPOSTA;TOTALE;SCADENZA;"
                          "INCASSATO;STATO"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 3
                   STRING "OP;TIPO;ISBN;AUTORE;LETTORE;NOME;USCITA;"
                          "SCADENZA;RIENTRO"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 4
                   STRING "OP;CORSO;DATA_APPELLO;MATRICOLA;SCRITTO;"
                          "ORALE;MEDIA;LODE"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 5
                   STRING "OP;MATRICOLA;DATA;CLASSE;STATO;"
                          "SCADENZA_GIUSTIFICAZIONE;"
                          "DATA_GIUSTIFICAZIONE"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 6
                   STRING "OP;CODICE;DESCRIZIONE;GIACENZA;"
                          "PREZZO_ACQUISTO;PREZZO_VENDITA;"
                          "ALIQUOTA_IVA;ATTIVO;QTA_RIORDINO;"
                          "FORNITORE;COSTO_MEDIO;UBICAZIONE;BARCODE"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 7
                   STRING "OP;CODICE;RAGIONE_SOCIALE;INDIRIZZO;"
                          "PARTITA_IVA;GIORNI_PAGAMENTO;FIDO;"
                          "ESPOSIZIONE;AGENTE"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 8
                   STRING "OP;CODICE;RAGIONE_SOCIALE;CONDIZIONI"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 9
                   STRING "OP;ISBN;TITOLO;AUTORE;EDITORE;ANNO;"
                          "ARGOMENTO;DEWEY;COLLOCAZIONE;COPIE;"
                          "PREZZO;RITIRATO;DATA_INGRESSO"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 10
                   STRING "OP;MATRICOLA;COGNOME;NOME;CLASSE"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WHEN 11
                   STRING "OP;CODICE;DESCRIZIONE;CFU;DOCENTE;"
                          "ANNO_CORSO"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
           END-EVALUATE.
           WRITE RIGA-ESTRATTO.

      *---------------------------- FUNCTION AN ------------------------
      *RIGA DELIMITATA DEL RECORD IN LAVORO; UN PUNTO E VIRGOLA NEI
      *TESTI SPEZZEREBBE LE COLONNE E DIVENTA UNA VIRGOLA
       SCRIVI-RIGA-ESTRATTO.

           INSPECT IMMAGINE-LAVORO REPLACING ALL ";" BY ",".
           MOVE SPACES TO RIGA-ESTRATTO.
           MOVE 1 TO PUNTATORE-RIGA.

           EVALUATE NUMERO-SORGENTE
               WHEN 1
                   PERFORM RIGA-MOVIMENTO
               WHEN 2
                   PERFORM RIGA-FATTURA
               WHEN 3
                   PERFORM RIGA-PRESTITO
               WHEN 4
                   PERFORM RIGA-ESAME
               WHEN 5
                   PERFORM RIGA-PRESENZA
               WHEN 6
                   PERFORM RIGA-ARTICOLO
               WHEN 7
                   PERFORM RIGA-CLIENTE
               WHEN 8
                   PERFORM RIGA-FORNITORE
               WHEN 9
                   PERFORM RIGA-TITOLO
               WHEN 10
                   PERFORM RIGA-STUDENTE
               WHEN 11
                   PERFORM RIGA-CORSO
           END-EVALUATE.

           WRITE RIGA-ESTRATTO.
           ADD 1 TO RIGHE-ESTRATTE.

      *---------------------------- FUNCTION AO ------------------------
       RIGA-MOVIMENTO.

           MOVE PREZZO-MOV-BI TO PREZZO-EDIT.
           STRING OPERAZIONE-BI ";" DATA-MOV-BI ";" ARTICOLO-MOV-BI ";"
                  TIPO-MOV-BI ";" QUANTITA-MOV-BI ";"
                  FUNCTION TRIM(PREZZO-EDIT) ";"
                  FUNCTION TRIM(RIFERIMENTO-MOV-BI) ";"
                  FUNCTION TRIM(LOTTO-MOV-BI) ";"
                  SCADENZA-MOV-BI ";" DEPOSITO-MOV-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION AP ------------------------
       RIGA-FATTURA.

           STRING OPERAZIONE-BI ";" NUMERO-FATT-BI ";" DATA-FATT-BI ";"
                  CLIENTE-FATT-BI ";"
                  FUNCTION TRIM(RAGIONE-FATT-BI) ";"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.
           MOVE IMPONIBILE-FATT-BI TO IMPORTO-EDIT.
           PERFORM ACCODA-IMPORTO.
           MOVE IMPOSTA-FATT-BI TO IMPORTO-EDIT.
           PERFORM ACCODA-IMPORTO.
           MOVE TOTALE-FATT-BI TO IMPORTO-EDIT.
           PERFORM ACCODA-IMPORTO.
           MOVE INCASSATO-FATT-BI TO IMPORTO-EDIT.
           STRING SCADENZA-FATT-BI ";"
                  FUNCTION TRIM(IMPORTO-EDIT) ";" STATO-FATT-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.

      *---------------------------- FUNCTION AQ ------------------------
      *AGGIUNGE IMPORTO-EDIT E IL SEPARATORE ALLA RIGA IN COSTRUZIONE
       ACCODA-IMPORTO.

           STRING FUNCTION TRIM(IMPORTO-EDIT) ";"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.

      *---------------------------- FUNCTION AR ------------------------
       RIGA-PRESTITO.

           STRING OPERAZIONE-BI ";" TIPO-PREST-BI ";"
                  FUNCTION TRIM(ISBN-PREST-BI) ";"
                  FUNCTION TRIM(AUTORE-PREST-BI) ";"
                  LETTORE-PREST-BI ";"
                  FUNCTION TRIM(NOME-PREST-BI) ";"
                  USCITA-PREST-BI ";" SCADENZA-PREST-BI ";"
                  RIENTRO-PREST-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION AS ------------------------
      *NOMI E COGNOMI DEGLI IDONEI VENGONO DALLA DIMENSIONE STUDENTI
       RIGA-ESAME.

           MOVE MEDIA-ESAME-BI TO MEDIA-EDIT.
           STRING OPERAZIONE-BI ";"
                  FUNCTION TRIM(CORSO-ESAME-BI) ";"
                  APPELLO-ESAME-BI ";" MATRICOLA-ESAME-BI ";"
                  SCRITTO-ESAME-BI ";" ORALE-ESAME-BI ";"
                  FUNCTION TRIM(MEDIA-EDIT) ";" LODE-ESAME-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION AT ------------------------
      *MOTIVO E FIRMATARIO DELLE GIUSTIFICAZIONI NON ESCONO
       RIGA-PRESENZA.

           STRING OPERAZIONE-BI ";" MATRICOLA-PRES-BI ";"
                  DATA-PRES-BI ";"
                  FUNCTION TRIM(CLASSE-PRES-BI) ";"
                  STATO-PRES-BI ";" SCADENZA-GIUST-BI ";"
                  DATA-GIUST-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION AU ------------------------
       RIGA-ARTICOLO.

           STRING OPERAZIONE-BI ";" CODICE-ART-BI ";"
                  FUNCTION TRIM(DESCRIZIONE-ART-BI) ";"
                  GIACENZA-ART-BI ";"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.
           MOVE ACQUISTO-ART-BI TO PREZZO-EDIT.
           PERFORM ACCODA-PREZZO.
           MOVE VENDITA-ART-BI TO PREZZO-EDIT.
           PERFORM ACCODA-PREZZO.
           MOVE COSTO-MEDIO-ART-BI TO PREZZO-EDIT.
           STRING ALIQUOTA-ART-BI ";" ATTIVO-ART-BI ";"
                  RIORDINO-ART-BI ";" FORNITORE-ART-BI ";"
                  FUNCTION TRIM(PREZZO-EDIT) ";"
                  FUNCTION TRIM(UBICAZIONE-ART-BI) ";"
                  FUNCTION TRIM(BARCODE-ART-BI)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.

      *---------------------------- FUNCTION AV ------------------------
       ACCODA-PREZZO.

           STRING FUNCTION TRIM(PREZZO-EDIT) ";"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.

      *---------------------------- FUNCTION AW ------------------------
       RIGA-CLIENTE.

           STRING OPERAZIONE-BI ";" CODICE-CLI-BI ";"
                  FUNCTION TRIM(RAGIONE-CLI-BI) ";"
                  FUNCTION TRIM(INDIRIZZO-CLI-BI) ";"
                  FUNCTION TRIM(PIVA-CLI-BI) ";"
                  GIORNI-CLI-BI ";"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.
           MOVE FIDO-CLI-BI TO IMPORTO-EDIT.
           PERFORM ACCODA-IMPORTO.
           MOVE ESPOSIZIONE-CLI-BI TO IMPORTO-EDIT.
           PERFORM ACCODA-IMPORTO.
           STRING AGENTE-CLI-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WITH POINTER PUNTATORE-RIGA.

      *---------------------------- FUNCTION AX ------------------------
       RIGA-FORNITORE.

           STRING OPERAZIONE-BI ";" CODICE-FORN-BI ";"
                  FUNCTION TRIM(RAGIONE-FORN-BI) ";"
                  FUNCTION TRIM(CONDIZIONI-FORN-BI)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION AY ------------------------
       RIGA-TITOLO.

           STRING OPERAZIONE-BI ";"
                  FUNCTION TRIM(ISBN-TIT-BI) ";"
                  FUNCTION TRIM(TITOLO-TIT-BI) ";"
                  FUNCTION TRIM(AUTORE-TIT-BI) ";"
                  FUNCTION TRIM(EDITORE-TIT-BI) ";"
                  ANNO-TIT-BI ";"
                  FUNCTION TRIM(ARGOMENTO-TIT-BI) ";"
                  FUNCTION TRIM(DEWEY-TIT-BI) ";"
                  FUNCTION TRIM(COLLOCAZIONE-TIT-BI) ";"
                  COPIE-TIT-BI ";" PREZZO-TIT-BI ";"
                  RITIRATO-TIT-BI ";" INGRESSO-TIT-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION AZ ------------------------
       RIGA-STUDENTE.

           STRING OPERAZIONE-BI ";" MATRICOLA-STUD-BI ";"
                  FUNCTION TRIM(COGNOME-STUD-BI) ";"
                  FUNCTION TRIM(NOME-STUD-BI) ";"
                  FUNCTION TRIM(CLASSE-STUD-BI)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION BA ------------------------
       RIGA-CORSO.

           STRING OPERAZIONE-BI ";"
                  FUNCTION TRIM(CODICE-CORSO-BI) ";"
                  FUNCTION TRIM(DESCRIZIONE-CORSO-BI) ";"
                  CFU-CORSO-BI ";"
                  FUNCTION TRIM(DOCENTE-CORSO-BI) ";" ANNO-CORSO-BI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO.

      *---------------------------- FUNCTION BB ------------------------
      *LE SORGENTI SENZA RIGA SULLA FILIGRANA PARTONO DA ZERO E
      *RISULTANO COMPLETATE, COSI' LA PRIMA CORSA E' UNA CORSA NUOVA
       CARICA-FILIGRANE.

           PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                   UNTIL NUMERO-SORGENTE > SORGENTI-MAX
               MOVE 0 TO CORSA-FIL(NUMERO-SORGENTE)
               MOVE "C" TO STATO-FIL(NUMERO-SORGENTE)
               MOVE 0 TO DATA-FIL(NUMERO-SORGENTE)
               MOVE 0 TO POSIZIONE-FIL(NUMERO-SORGENTE)
               MOVE 0 TO RIGHE-FIL(NUMERO-SORGENTE)
               MOVE SPACES TO IMMAGINE-FIL(NUMERO-SORGENTE)
           END-PERFORM.

           OPEN INPUT FILIGRANA-FILE.
           IF FS-FILIGRANA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-FILIGRANA NOT = "00"
               READ FILIGRANA-FILE
                   AT END
                       MOVE "10" TO FS-FILIGRANA
                   NOT AT END
                       PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                               UNTIL NUMERO-SORGENTE > SORGENTI-MAX
                           IF CODICE-SORGENTE(NUMERO-SORGENTE) =
                              SORGENTE-WM THEN
                               MOVE CORSA-WM
                                   TO CORSA-FIL(NUMERO-SORGENTE)
                               MOVE STATO-WM
                                   TO STATO-FIL(NUMERO-SORGENTE)
                               MOVE DATA-WM
                                   TO DATA-FIL(NUMERO-SORGENTE)
                               MOVE POSIZIONE-WM
                                   TO POSIZIONE-FIL(NUMERO-SORGENTE)
                               MOVE RIGHE-WM
                                   TO RIGHE-FIL(NUMERO-SORGENTE)
                               MOVE IMMAGINE-WM
                                   TO IMMAGINE-FIL(NUMERO-SORGENTE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE FILIGRANA-FILE.

      *---------------------------- FUNCTION BC ------------------------
      *LA FILIGRANA SI RISCRIVE PER INTERO A OGNI SORGENTE COMPLETATA
       SALVA-FILIGRANE.

           OPEN OUTPUT FILIGRANA-FILE.
           IF FS-FILIGRANA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                   UNTIL NUMERO-SORGENTE > SORGENTI-MAX
               MOVE CODICE-SORGENTE(NUMERO-SORGENTE) TO SORGENTE-WM
               MOVE CORSA-FIL(NUMERO-SORGENTE) TO CORSA-WM
               MOVE STATO-FIL(NUMERO-SORGENTE) TO STATO-WM
               MOVE DATA-FIL(NUMERO-SORGENTE) TO DATA-WM
               MOVE POSIZIONE-FIL(NUMERO-SORGENTE) TO POSIZIONE-WM
               MOVE RIGHE-FIL(NUMERO-SORGENTE) TO RIGHE-WM
               MOVE IMMAGINE-FIL(NUMERO-SORGENTE) TO IMMAGINE-WM
               WRITE FILIGRANA-REC
           END-PERFORM.

           CLOSE FILIGRANA-FILE.

      *---------------------------- FUNCTION BD ------------------------
       STATO-SORGENTI.

           PERFORM CARICA-FILIGRANE.

           MOVE 0 TO SORGENTI-COMPLETATE.
           DISPLAY "SORGENTE FILE         CORSA  STATO ULTIMA   "
                   "RIGHE".
           PERFORM VARYING NUMERO-SORGENTE FROM 1 BY 1
                   UNTIL NUMERO-SORGENTE > SORGENTI-MAX
               DISPLAY CODICE-SORGENTE(NUMERO-SORGENTE) " "
                       FILE-SORGENTE(NUMERO-SORGENTE) " "
                       CORSA-FIL(NUMERO-SORGENTE) " "
                       STATO-FIL(NUMERO-SORGENTE) "     "
                       DATA-FIL(NUMERO-SORGENTE) " "
                       RIGHE-FIL(NUMERO-SORGENTE)
               IF STATO-FIL(NUMERO-SORGENTE) = "C" THEN
                   ADD 1 TO SORGENTI-COMPLETATE
               END-IF
           END-PERFORM.

           IF SORGENTI-COMPLETATE < SORGENTI-MAX THEN
               DISPLAY "ULTIMA CORSA INTERROTTA: LA PROSSIMA "
                       "ESTRAZIONE LA RIPRENDE"
           END-IF.

      *---------------------------- FUNCTION BE ------------------------
      *FOTOGRAFIA E FILIGRANA VUOTE: LA PROSSIMA ESTRAZIONE ESCE
      *COMPLETA (MODALITA' C), PER IL PRIMO CARICAMENTO DEL REPORTING
      *O PER RICOSTRUIRLO
       AZZERA-ESTRAZIONE.

           DISPLAY "LA PROSSIMA ESTRAZIONE SARA' COMPLETA. "
                   "CONFERMI? (S/N)".
           ACCEPT CONFERMA-BI.
           IF FUNCTION UPPER-CASE(CONFERMA-BI) NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOTOGRAFIA-FILE.
           IF FS-FOTOGRAFIA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE AZZERARE BISNAP.DAT - STATO "
                       FS-FOTOGRAFIA
               EXIT PARAGRAPH
           END-IF.
           CLOSE FOTOGRAFIA-FILE.

           OPEN OUTPUT FILIGRANA-FILE.
           IF FS-FILIGRANA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE AZZERARE BIWATER.DAT - STATO "
                       FS-FILIGRANA
               EXIT PARAGRAPH
           END-IF.
           CLOSE FILIGRANA-FILE.

           DISPLAY "ESTRAZIONE AZZERATA".
