      ******************************************************************
      * ACQUISIZIONE IN BLOCCO DEL FLUSSO DELLE STAZIONI METEO: LE
      * LETTURE ARRIVANO IN METEOIN.DAT E FINISCONO NELLO STORICO
      * TEMPSTOR.DAT DI ES18 SENZA RIBATTERLE A MANO, MA SOLO DOPO I
      * CONTROLLI DI QUALITA'.
      *
      * TRACCIATO (UNA LETTURA PER RIGA):
      *   CITTA' X(20), DATA AAAAMMGG, MINIMA 9(3), MASSIMA 9(3)
      * LE LETTURE DI UNA CITTA' DEVONO ARRIVARE IN ORDINE DI DATA.
      *
      * SI SCARTANO (SU METEOERR.DAT CON IL CODICE MOTIVO) LE CITTA'
      * NON IN CITTA.DAT, LE DATE NON VALIDE, LE TEMPERATURE NON
      * NUMERICHE, LA MINIMA SOPRA LA MASSIMA E LE DATE NON SUCCESSIVE
      * ALL'ULTIMA GIA' IN STORICO PER LA CITTA' (DOPPIONI E RILANCI
      * DELLO STESSO FLUSSO). OGNI LETTURA ACCETTATA PORTA LA SUA
      * QUALITA': V = VALIDA, S = SOSPETTA (FUORI DALL'INTERVALLO
      * PLAUSIBILE DELLA CITTA' O SALTO DAL GIORNO PRIMA OLTRE LA
      * SOGLIA), E = STIMATA. I GIORNI MANCANTI FINO A GIORNI-STIMA
      * SI COLMANO CON LETTURE STIMATE PER INTERPOLAZIONE TRA L'ULTIMA
      * LETTURA E LA NUOVA; I BUCHI PIU' LUNGHI SI SEGNALANO SOLTANTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METEOIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLUSSO-FILE ASSIGN TO "METEOIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLUSSO.

      *CITTA' SEGUITE CON IL LORO INTERVALLO PLAUSIBILE
           SELECT CITTA-FILE ASSIGN TO "CITTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITTA.

           SELECT STORICO-TEMP-FILE ASSIGN TO "TEMPSTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STORICO.

      *SCARTI CON CODICE MOTIVO, SULLO SCHEMA DEL CARICAMENTO DEL
      *REGISTRO ELETTRONICO
           SELECT SCARTI-FILE ASSIGN TO "METEOERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCARTI.

       DATA DIVISION.
       FILE SECTION.
       FD  FLUSSO-FILE.
       01  FLUSSO-REC PIC X(80).

       FD  CITTA-FILE.
       01  CITTA-REC.
           05 NOME-CITTA-REC PIC X(20).
           05 MINIMA-PLAUSIBILE-REC PIC 9(3).
           05 MASSIMA-PLAUSIBILE-REC PIC 9(3).

       FD  STORICO-TEMP-FILE.
       01  RILEVAZIONE-REC.
           05 CITTA-RILEVAZIONE PIC X(20).
           05 DATA-RILEVAZIONE PIC 9(8).
           05 TEMP-MIN-RILEVAZIONE PIC 9(3).
           05 TEMP-MAX-RILEVAZIONE PIC 9(3).
           05 QUALITA-RILEVAZIONE PIC X(1).

       FD  SCARTI-FILE.
       01  SCARTO-REC.
      *MOTIVI: CIT = CITTA' NON IN CITTA.DAT, DAT = DATA NON VALIDA,
      *NUM = TEMPERATURA NON NUMERICA, INV = MINIMA SOPRA LA
      *MASSIMA, SEQ = DATA NON SUCCESSIVA ALL'ULTIMA DELLA CITTA'
           05 MOTIVO-SCARTO-REC PIC X(3).
           05 RECORD-SCARTATO-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-FLUSSO PIC X(2).
       01 FS-CITTA PIC X(2).
       01 FS-STORICO PIC X(2).
       01 FS-SCARTI PIC X(2).

      *VISTA DELLA RIGA IN LETTURA
       01 RIGA-FLUSSO PIC X(80).
       01 LETTURA-FLUSSO REDEFINES RIGA-FLUSSO.
           05 CITTA-F PIC X(20).
           05 DATA-F PIC X(8).
           05 MINIMA-F PIC X(3).
           05 MASSIMA-F PIC X(3).
           05 FILLER PIC X(46).

      *CITTA' NOTE, CON L'ULTIMA LETTURA GIA' IN STORICO: SERVE PER I
      *DOPPIONI, PER IL SALTO DAL GIORNO PRIMA E PER I GIORNI MANCANTI
       01 TABELLA-CITTA.
           05 CITTA-NOTA OCCURS 20 TIMES INDEXED BY IC.
               10 NOME-NOTA PIC X(20).
               10 MINIMA-PLAUSIBILE PIC 9(3).
               10 MASSIMA-PLAUSIBILE PIC 9(3).
               10 ULTIMA-DATA PIC 9(8).
               10 ULTIMA-MINIMA PIC 9(3).
               10 ULTIMA-MASSIMA PIC 9(3).
       01 CITTA-CARICATE PIC 9(2).
       01 CITTA-TROVATA PIC X(1).

      *SOGLIE DEI CONTROLLI: INTERVALLO DI DEFAULT PER LE CITTA' SENZA
      *INTERVALLO IN CITTA.DAT, SALTO MASSIMO IN GRADI DA UN GIORNO
      *AL SUCCESSIVO, GIORNI MANCANTI CHE SI COLMANO CON UNA STIMA
       01 MINIMA-DEFAULT PIC 9(3) VALUE 0.
       01 MASSIMA-DEFAULT PIC 9(3) VALUE 45.
       01 SOGLIA-SALTO PIC 9(3) VALUE 15.
       01 GIORNI-STIMA PIC 9(2) VALUE 3.

      *CAMPI DI LAVORO DELLA LETTURA IN VALIDAZIONE
       01 MOTIVO-SCARTO PIC X(3).
       01 DATA-LETTURA PIC 9(8).
       01 MINIMA-LETTURA PIC 9(3).
       01 MASSIMA-LETTURA PIC 9(3).
       01 QUALITA-LETTURA PIC X(1).
       01 LIMITE-BASSO PIC 9(3).
       01 LIMITE-ALTO PIC 9(3).
       01 SALTO-MINIMA PIC S9(3).
       01 SALTO-MASSIMA PIC S9(3).
       01 GIORNI-DALL-ULTIMA PIC S9(5).
       01 GIORNI-MANCANTI PIC 9(5).
       01 GIORNO-STIMATO PIC 9(5).
       01 MOTIVO-SOSPETTO PIC X(30).

      *CONTEGGI DEL CARICAMENTO
       01 LETTURE-LETTE PIC 9(5).
       01 LETTURE-VALIDE PIC 9(5).
       01 LETTURE-SOSPETTE PIC 9(5).
       01 LETTURE-STIMATE PIC 9(5).
       01 RIGHE-SCARTATE PIC 9(5).
       01 GIORNI-NON-COLMATI PIC 9(5).

      *AREA PARAMETRI DEL SOTTOPROGRAMMA COMUNE DEI SERVIZI DATA
       01 DATESRV-AREA.
           05 DATESRV-FUNZIONE PIC X(1).
           05 DATESRV-DATA1 PIC 9(8).
           05 DATESRV-DATA2 PIC 9(8).
           05 DATESRV-GIORNI PIC S9(5).
           05 DATESRV-ESITO PIC X(1).
           05 DATESRV-SETTIMANA PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           PERFORM CARICA-CITTA-NOTE.
           IF RETURN-CODE NOT = 0 THEN
               GOBACK
           END-IF.

           PERFORM LEGGI-ULTIME-RILEVAZIONI.

           OPEN INPUT FLUSSO-FILE.
           IF FS-FLUSSO NOT = "00" THEN
               DISPLAY "METEOIN.DAT NON DISPONIBILE - STATO "
                       FS-FLUSSO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND STORICO-TEMP-FILE.
           IF FS-STORICO = "35" THEN
               OPEN OUTPUT STORICO-TEMP-FILE
           END-IF.
           IF FS-STORICO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE TEMPSTOR.DAT - STATO "
                       FS-STORICO
               CLOSE FLUSSO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0 TO LETTURE-LETTE.
           MOVE 0 TO LETTURE-VALIDE.
           MOVE 0 TO LETTURE-SOSPETTE.
           MOVE 0 TO LETTURE-STIMATE.
           MOVE 0 TO RIGHE-SCARTATE.
           MOVE 0 TO GIORNI-NON-COLMATI.

           PERFORM UNTIL FS-FLUSSO = "10"
               READ FLUSSO-FILE INTO RIGA-FLUSSO
                   AT END
                       MOVE "10" TO FS-FLUSSO
                   NOT AT END
                       PERFORM CONTROLLA-LETTURA
               END-READ
           END-PERFORM.

           CLOSE FLUSSO-FILE.
           CLOSE STORICO-TEMP-FILE.

           DISPLAY "LETTURE NEL FLUSSO:    " LETTURE-LETTE.
           DISPLAY "LETTURE VALIDE:        " LETTURE-VALIDE.
           DISPLAY "LETTURE SOSPETTE:      " LETTURE-SOSPETTE.
           DISPLAY "LETTURE STIMATE:       " LETTURE-STIMATE.
           DISPLAY "RIGHE SCARTATE:        " RIGHE-SCARTATE.
           DISPLAY "GIORNI MANCANTI NON COLMATI: " GIORNI-NON-COLMATI.
           IF RIGHE-SCARTATE > 0 THEN
               DISPLAY "GLI SCARTI SONO SU METEOERR.DAT"
           END-IF.
           IF RIGHE-SCARTATE > 0 OR GIORNI-NON-COLMATI > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *CITTA' NOTE DA CITTA.DAT; UNA CITTA' SENZA INTERVALLO (RIGA CON
      *IL SOLO NOME O CON 000000) PRENDE L'INTERVALLO DI DEFAULT
       CARICA-CITTA-NOTE.

           MOVE 0 TO CITTA-CARICATE.

           OPEN INPUT CITTA-FILE.
           IF FS-CITTA NOT = "00" THEN
               DISPLAY "CITTA.DAT NON DISPONIBILE - STATO " FS-CITTA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-CITTA = "10"
               READ CITTA-FILE
                   AT END
                       MOVE "10" TO FS-CITTA
                   NOT AT END
                       IF CITTA-CARICATE < 20 THEN
                           ADD 1 TO CITTA-CARICATE
                           SET IC TO CITTA-CARICATE
                           MOVE NOME-CITTA-REC TO NOME-NOTA(IC)
                           MOVE MINIMA-DEFAULT
                               TO MINIMA-PLAUSIBILE(IC)
                           MOVE MASSIMA-DEFAULT
                               TO MASSIMA-PLAUSIBILE(IC)
                           IF MINIMA-PLAUSIBILE-REC NUMERIC AND
                              MASSIMA-PLAUSIBILE-REC NUMERIC AND
                              MASSIMA-PLAUSIBILE-REC > 0 THEN
                               MOVE MINIMA-PLAUSIBILE-REC
                                   TO MINIMA-PLAUSIBILE(IC)
                               MOVE MASSIMA-PLAUSIBILE-REC
                                   TO MASSIMA-PLAUSIBILE(IC)
                           END-IF
                           MOVE 0 TO ULTIMA-DATA(IC)
                           MOVE 0 TO ULTIMA-MINIMA(IC)
                           MOVE 0 TO ULTIMA-MASSIMA(IC)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CITTA-FILE.

           IF CITTA-CARICATE = 0 THEN
               DISPLAY "CITTA.DAT VUOTO: NESSUNA LETTURA CARICABILE"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *---------------------------- FUNCTION AB ------------------------
      *ULTIMA LETTURA IN STORICO DI OGNI CITTA': LO STORICO PUO' NON
      *ESISTERE ANCORA, E ALLORA SI PARTE DA ZERO
       LEGGI-ULTIME-RILEVAZIONI.

           OPEN INPUT STORICO-TEMP-FILE.
           IF FS-STORICO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-STORICO = "10"
               READ STORICO-TEMP-FILE
                   AT END
                       MOVE "10" TO FS-STORICO
                   NOT AT END
                       MOVE CITTA-RILEVAZIONE TO CITTA-F
                       PERFORM CERCA-CITTA-NOTA
                       IF CITTA-TROVATA = "S" AND
                          DATA-RILEVAZIONE > ULTIMA-DATA(IC) THEN
                           MOVE DATA-RILEVAZIONE TO ULTIMA-DATA(IC)
                           MOVE TEMP-MIN-RILEVAZIONE
                               TO ULTIMA-MINIMA(IC)
                           MOVE TEMP-MAX-RILEVAZIONE
                               TO ULTIMA-MASSIMA(IC)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STORICO-TEMP-FILE.

      *---------------------------- FUNCTION AC ------------------------
      *POSIZIONA IC SULLA CITTA' DI CITTA-F, SE E' TRA QUELLE NOTE
       CERCA-CITTA-NOTA.

           MOVE "N" TO CITTA-TROVATA.
           PERFORM VARYING IC FROM 1 BY 1
                   UNTIL IC > CITTA-CARICATE OR CITTA-TROVATA = "S"
               IF NOME-NOTA(IC) = CITTA-F THEN
                   MOVE "S" TO CITTA-TROVATA
               END-IF
           END-PERFORM.
           IF CITTA-TROVATA = "S" THEN
               SET IC DOWN BY 1
           END-IF.

      *---------------------------- FUNCTION AD ------------------------
      *VALIDA LA LETTURA, NE FISSA LA QUALITA', COLMA I GIORNI
      *MANCANTI SE IL BUCO E' BREVE E LA ACCODA ALLO STORICO
       CONTROLLA-LETTURA.

           ADD 1 TO LETTURE-LETTE.
           MOVE SPACES TO MOTIVO-SCARTO.

           PERFORM CERCA-CITTA-NOTA.
           IF CITTA-TROVATA = "N" THEN
               MOVE "CIT" TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.

           IF DATA-F NOT NUMERIC THEN
               MOVE "DAT" TO MOTIVO-SCARTO
           ELSE
               MOVE DATA-F TO DATA-LETTURA
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-LETTURA TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO NOT = "S" THEN
                   MOVE "DAT" TO MOTIVO-SCARTO
               END-IF
           END-IF.

           IF MOTIVO-SCARTO = SPACES THEN
               IF MINIMA-F NOT NUMERIC OR MASSIMA-F NOT NUMERIC THEN
                   MOVE "NUM" TO MOTIVO-SCARTO
               ELSE
                   MOVE MINIMA-F TO MINIMA-LETTURA
                   MOVE MASSIMA-F TO MASSIMA-LETTURA
                   IF MINIMA-LETTURA > MASSIMA-LETTURA THEN
                       MOVE "INV" TO MOTIVO-SCARTO
                   END-IF
               END-IF
           END-IF.

           IF MOTIVO-SCARTO = SPACES AND
              DATA-LETTURA NOT > ULTIMA-DATA(IC) THEN
               MOVE "SEQ" TO MOTIVO-SCARTO
           END-IF.

           IF MOTIVO-SCARTO NOT = SPACES THEN
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.

           MOVE "V" TO QUALITA-LETTURA.
           MOVE SPACES TO MOTIVO-SOSPETTO.

           MOVE MINIMA-PLAUSIBILE(IC) TO LIMITE-BASSO.
           MOVE MASSIMA-PLAUSIBILE(IC) TO LIMITE-ALTO.
           IF MINIMA-LETTURA < LIMITE-BASSO OR
              MASSIMA-LETTURA > LIMITE-ALTO THEN
               MOVE "S" TO QUALITA-LETTURA
               MOVE "FUORI INTERVALLO PLAUSIBILE" TO MOTIVO-SOSPETTO
           END-IF.

      *SENZA UNA LETTURA PRECEDENTE NON C'E' SALTO NE' BUCO DA VEDERE
           MOVE 0 TO GIORNI-MANCANTI.
           IF ULTIMA-DATA(IC) NOT = 0 THEN
               MOVE "D" TO DATESRV-FUNZIONE
               MOVE ULTIMA-DATA(IC) TO DATESRV-DATA1
               MOVE DATA-LETTURA TO DATESRV-DATA2
               CALL "DATESRV" USING DATESRV-AREA
               MOVE DATESRV-GIORNI TO GIORNI-DALL-ULTIMA
               IF GIORNI-DALL-ULTIMA = 1 THEN
                   PERFORM CONTROLLA-SALTO
               ELSE
                   COMPUTE GIORNI-MANCANTI = GIORNI-DALL-ULTIMA - 1
               END-IF
           END-IF.

      *SI STIMA SOLO VERSO UNA LETTURA VALIDA: INTERPOLARE VERSO UN
      *VALORE SOSPETTO SPARGEREBBE L'ERRORE SUI GIORNI STIMATI
           IF GIORNI-MANCANTI > 0 THEN
               IF GIORNI-MANCANTI NOT > GIORNI-STIMA AND
                  QUALITA-LETTURA = "V" THEN
                   PERFORM STIMA-GIORNI-MANCANTI
               ELSE
                   ADD GIORNI-MANCANTI TO GIORNI-NON-COLMATI
                   DISPLAY "MANCANO " GIORNI-MANCANTI " GIORNI PER "
                           CITTA-F " TRA IL " ULTIMA-DATA(IC)
                           " E IL " DATA-LETTURA
               END-IF
           END-IF.

           IF QUALITA-LETTURA = "S" THEN
               ADD 1 TO LETTURE-SOSPETTE
               DISPLAY "LETTURA SOSPETTA (" MOTIVO-SOSPETTO "): "
                       RIGA-FLUSSO
           ELSE
               ADD 1 TO LETTURE-VALIDE
           END-IF.

           MOVE CITTA-F TO CITTA-RILEVAZIONE.
           MOVE DATA-LETTURA TO DATA-RILEVAZIONE.
           MOVE MINIMA-LETTURA TO TEMP-MIN-RILEVAZIONE.
           MOVE MASSIMA-LETTURA TO TEMP-MAX-RILEVAZIONE.
           MOVE QUALITA-LETTURA TO QUALITA-RILEVAZIONE.
           WRITE RILEVAZIONE-REC.

           MOVE DATA-LETTURA TO ULTIMA-DATA(IC).
           MOVE MINIMA-LETTURA TO ULTIMA-MINIMA(IC).
           MOVE MASSIMA-LETTURA TO ULTIMA-MASSIMA(IC).

      *---------------------------- FUNCTION AE ------------------------
      *SALTO DAL GIORNO PRIMA, SULLA MINIMA O SULLA MASSIMA, OLTRE LA
      *SOGLIA: LA LETTURA DIVENTA SOSPETTA
       CONTROLLA-SALTO.

           COMPUTE SALTO-MINIMA = MINIMA-LETTURA - ULTIMA-MINIMA(IC).
           IF SALTO-MINIMA < 0 THEN
               COMPUTE SALTO-MINIMA = 0 - SALTO-MINIMA
           END-IF.
           COMPUTE SALTO-MASSIMA = MASSIMA-LETTURA
                                   - ULTIMA-MASSIMA(IC).
           IF SALTO-MASSIMA < 0 THEN
               COMPUTE SALTO-MASSIMA = 0 - SALTO-MASSIMA
           END-IF.

           IF SALTO-MINIMA > SOGLIA-SALTO OR
              SALTO-MASSIMA > SOGLIA-SALTO THEN
               MOVE "S" TO QUALITA-LETTURA
               IF MOTIVO-SOSPETTO = SPACES THEN
                   MOVE "SALTO DAL GIORNO PRIMA" TO MOTIVO-SOSPETTO
               ELSE
                   MOVE "FUORI INTERVALLO E SALTO" TO MOTIVO-SOSPETTO
               END-IF
           END-IF.

      *---------------------------- FUNCTION AF ------------------------
      *UNA LETTURA STIMATA PER OGNI GIORNO MANCANTE, CON MINIMA E
      *MASSIMA INTERPOLATE IN LINEA RETTA TRA L'ULTIMA LETTURA DELLA
      *CITTA' E QUELLA NUOVA
       STIMA-GIORNI-MANCANTI.

           PERFORM VARYING GIORNO-STIMATO FROM 1 BY 1
                   UNTIL GIORNO-STIMATO > GIORNI-MANCANTI
               MOVE "A" TO DATESRV-FUNZIONE
               MOVE ULTIMA-DATA(IC) TO DATESRV-DATA1
               MOVE GIORNO-STIMATO TO DATESRV-GIORNI
               CALL "DATESRV" USING DATESRV-AREA

               MOVE CITTA-F TO CITTA-RILEVAZIONE
               MOVE DATESRV-DATA2 TO DATA-RILEVAZIONE
               COMPUTE TEMP-MIN-RILEVAZIONE ROUNDED =
                   ULTIMA-MINIMA(IC)
                   + (MINIMA-LETTURA - ULTIMA-MINIMA(IC))
                     * GIORNO-STIMATO / GIORNI-DALL-ULTIMA
               COMPUTE TEMP-MAX-RILEVAZIONE ROUNDED =
                   ULTIMA-MASSIMA(IC)
                   + (MASSIMA-LETTURA - ULTIMA-MASSIMA(IC))
                     * GIORNO-STIMATO / GIORNI-DALL-ULTIMA
               MOVE "E" TO QUALITA-RILEVAZIONE
               WRITE RILEVAZIONE-REC

               ADD 1 TO LETTURE-STIMATE
               DISPLAY "LETTURA STIMATA: " CITTA-F " "
                       DATA-RILEVAZIONE " MIN " TEMP-MIN-RILEVAZIONE
                       " MAX " TEMP-MAX-RILEVAZIONE
           END-PERFORM.

      *---------------------------- FUNCTION AG ------------------------
       SCRIVI-SCARTO.

           ADD 1 TO RIGHE-SCARTATE.
           DISPLAY "RIGA SCARTATA (" MOTIVO-SCARTO "): " RIGA-FLUSSO.

           OPEN EXTEND SCARTI-FILE.
           IF FS-SCARTI = "35" THEN
               OPEN OUTPUT SCARTI-FILE
           END-IF.
           IF FS-SCARTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE METEOERR.DAT - STATO "
                       FS-SCARTI
           ELSE
               MOVE MOTIVO-SCARTO TO MOTIVO-SCARTO-REC
               MOVE RIGA-FLUSSO TO RECORD-SCARTATO-REC
               WRITE SCARTO-REC
               CLOSE SCARTI-FILE
           END-IF.
