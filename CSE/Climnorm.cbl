      ******************************************************************
      * NORMALI CLIMATICHE E ANOMALIE DALLO STORICO DELLE
      * RILEVAZIONI (TEMPSTOR.DAT), PER IL BOLLETTINO STAGIONALE DEL
      * CONSORZIO AGRARIO.
      * - CALCOLO DELLE NORMALI: PER OGNI CITTA' DI CITTA.DAT E OGNI
      *   MESE DELL'ANNO (E OGNI STAGIONE) MEDIA DI LUNGO PERIODO
      *   DELLA MINIMA E DELLA MASSIMA, CON LA DEVIAZIONE STANDARD,
      *   SUGLI ANNI DEL PERIODO DI RIFERIMENTO SCELTO. IL RISULTATO
      *   SOSTITUISCE NORMCLIM.DAT E VA IN STAMPA SU NORMCLIM.TXT;
      * - REPORT ANOMALIE (ANOMALIE.TXT): UN MESE O UNA STAGIONE A
      *   SCELTA CONFRONTATI CON LE NORMALI, SCARTO IN GRADI E IN
      *   DEVIAZIONI STANDARD, PIU' IL MESE PIU' CALDO E QUELLO PIU'
      *   FREDDO MAI REGISTRATI PER LA CITTA'.
      * UN MESE CONTA SOLO SE HA ALMENO MINIMO-GIORNI-MESE LETTURE;
      * UNA STAGIONE SOLO SE LO SONO TUTTI E TRE I SUOI MESI (L'INVERNO
      * DI UN ANNO E' DICEMBRE DELL'ANNO PRIMA, GENNAIO E FEBBRAIO).
      * LE LETTURE SOSPETTE DEI CONTROLLI DI METEOIMP NON ENTRANO NEI
      * CALCOLI; QUELLE STIMATE SI'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMNORM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITTA-FILE ASSIGN TO "CITTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITTA.

           SELECT STORICO-TEMP-FILE ASSIGN TO "TEMPSTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STORICO.

      *NORMALI DELL'ULTIMO CALCOLO, UNA RIGA PER CITTA' E PERIODO
           SELECT NORMALI-FILE ASSIGN TO "NORMCLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NORMALI.

           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
      *STESSO TRACCIATO DI ES18 E METEOIMP
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

      *PERIODO: 01-12 MESI, 13 INVERNO, 14 PRIMAVERA, 15 ESTATE,
      *16 AUTUNNO
       FD  NORMALI-FILE.
       01  NORMALE-REC.
           05 CITTA-NORM PIC X(20).
           05 PERIODO-NORM PIC 9(2).
           05 ANNO-DA-NORM PIC 9(4).
           05 ANNO-A-NORM PIC 9(4).
           05 ANNI-NORM PIC 9(2).
           05 MEDIA-MIN-NORM PIC 9(3)V9(2).
           05 DEVIAZIONE-MIN-NORM PIC 9(3)V9(2).
           05 MEDIA-MAX-NORM PIC 9(3)V9(2).
           05 DEVIAZIONE-MAX-NORM PIC 9(3)V9(2).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

      *FILE STATUS
       01 FS-CITTA PIC X(2).
       01 FS-STORICO PIC X(2).
       01 FS-NORMALI PIC X(2).
       01 FS-SESSIONE PIC X(2).

      *CONTROLLI DELL'ELABORAZIONE
       01 SCELTA-NORMALI PIC 9(1).
       01 OPERATORE-FIRMA PIC X(20).
       01 MINIMO-GIORNI-MESE PIC 9(2) VALUE 15.
       01 ANNI-RIFERIMENTO-MAX PIC 9(2) VALUE 50.

      *CITTA' SEGUITE
       01 TABELLA-CITTA.
           05 NOME-CITTA-T PIC X(20) OCCURS 20 TIMES INDEXED BY IC.
       01 CITTA-CARICATE PIC 9(2).
       01 CITTA-RICHIESTA PIC X(20).
       01 CITTA-ELABORATE PIC 9(2).

      *NOMI DEI PERIODI E, PER LE STAGIONI, PRIMO MESE
       01 PERIODI-VALORI.
           05 FILLER PIC X(10) VALUE "GENNAIO".
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC X(10) VALUE "FEBBRAIO".
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC X(10) VALUE "MARZO".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(10) VALUE "APRILE".
           05 FILLER PIC 9(2) VALUE 4.
           05 FILLER PIC X(10) VALUE "MAGGIO".
           05 FILLER PIC 9(2) VALUE 5.
           05 FILLER PIC X(10) VALUE "GIUGNO".
           05 FILLER PIC 9(2) VALUE 6.
           05 FILLER PIC X(10) VALUE "LUGLIO".
           05 FILLER PIC 9(2) VALUE 7.
           05 FILLER PIC X(10) VALUE "AGOSTO".
           05 FILLER PIC 9(2) VALUE 8.
           05 FILLER PIC X(10) VALUE "SETTEMBRE".
           05 FILLER PIC 9(2) VALUE 9.
           05 FILLER PIC X(10) VALUE "OTTOBRE".
           05 FILLER PIC 9(2) VALUE 10.
           05 FILLER PIC X(10) VALUE "NOVEMBRE".
           05 FILLER PIC 9(2) VALUE 11.
           05 FILLER PIC X(10) VALUE "DICEMBRE".
           05 FILLER PIC 9(2) VALUE 12.
           05 FILLER PIC X(10) VALUE "INVERNO".
           05 FILLER PIC 9(2) VALUE 12.
           05 FILLER PIC X(10) VALUE "PRIMAVERA".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(10) VALUE "ESTATE".
           05 FILLER PIC 9(2) VALUE 6.
           05 FILLER PIC X(10) VALUE "AUTUNNO".
           05 FILLER PIC 9(2) VALUE 9.
       01 PERIODI-TAB REDEFINES PERIODI-VALORI.
           05 PERIODO-DEF OCCURS 16 TIMES.
               10 NOME-PERIODO PIC X(10).
               10 PRIMO-MESE-PERIODO PIC 9(2).
       01 PERIODI-MAX PIC 9(2) VALUE 16.

      *MESI DELLO STORICO DELLA CITTA' IN ESAME, CON LE SOMME PER LE
      *MEDIE MENSILI (CINQUANT'ANNI DI STORIA)
       01 MESI-STORICO.
           05 RIGA-MESE OCCURS 600 TIMES INDEXED BY MS.
               10 ANNO-MESE-S PIC 9(6).
               10 GIORNI-S PIC 9(3).
               10 SOMMA-MIN-S PIC 9(6).
               10 SOMMA-MAX-S PIC 9(6).
       01 MESI-STORICO-COUNT PIC 9(3).
       01 MESI-STORICO-MAX PIC 9(3) VALUE 600.
       01 MESI-TRASCURATI PIC X(1).
       01 MESE-CERCATO PIC 9(6).
       01 MESE-TROVATO PIC X(1).

      *MESI CHE COMPONGONO IL PERIODO IN CALCOLO E LORO MEDIE
       01 PERIODO-CALC PIC 9(2).
       01 ANNO-CALC PIC 9(4).
       01 MESI-PERIODO.
           05 MESE-PERIODO PIC 9(6) OCCURS 3 TIMES INDEXED BY MP.
       01 NUMERO-MESI-PERIODO PIC 9(1).
       01 ANNO-LAVORO PIC 9(4).
       01 MESE-LAVORO PIC 9(2).
       01 PERIODO-COMPLETO PIC X(1).
       01 SOMMA-MEDIE-MIN PIC 9(4)V9(4).
       01 SOMMA-MEDIE-MAX PIC 9(4)V9(4).
       01 MEDIA-MIN-PERIODO PIC 9(3)V9(2).
       01 MEDIA-MAX-PERIODO PIC 9(3)V9(2).

      *PERIODO DI RIFERIMENTO DELLE NORMALI
       01 ANNO-DA PIC 9(4).
       01 ANNO-A PIC 9(4).
       01 ANNI-RIFERIMENTO PIC 9(4).
       01 MEDIE-ANNUALI.
           05 MEDIA-ANNO-MIN PIC 9(3)V9(2) OCCURS 50 TIMES.
           05 MEDIA-ANNO-MAX PIC 9(3)V9(2) OCCURS 50 TIMES.
       01 ANNI-VALIDI PIC 9(2).
       01 ANNO-INDICE PIC 9(2).
       01 NORMALI-SCRITTE PIC 9(4).

      *NORMALI DELLA CITTA' IN ESAME, LETTE DA NORMCLIM.DAT
       01 NORMALI-CITTA.
           05 NORMALE-PERIODO OCCURS 16 TIMES INDEXED BY NP.
               10 ANNI-N PIC 9(2).
               10 MEDIA-MIN-N PIC 9(3)V9(2).
               10 DEVIAZIONE-MIN-N PIC 9(3)V9(2).
               10 MEDIA-MAX-N PIC 9(3)V9(2).
               10 DEVIAZIONE-MAX-N PIC 9(3)V9(2).
       01 NORMALI-DA PIC 9(4).
       01 NORMALI-A PIC 9(4).

      *RICHIESTA E CALCOLO DELLE ANOMALIE
       01 TIPO-ANOMALIA PIC X(1).
       01 MESE-ANOMALIA PIC 9(6).
       01 STAGIONE-ANOMALIA PIC X(1).
       01 DESCRIZIONE-PERIODO PIC X(20).
       01 SCARTO-GRADI PIC S9(3)V9(2).
       01 SCARTO-SIGMA PIC S9(3)V9(2).
       01 TEMPERATURA-OSSERVATA PIC 9(3)V9(2).
       01 TEMPERATURA-NORMALE PIC 9(3)V9(2).
       01 DEVIAZIONE-NORMALE PIC 9(3)V9(2).
       01 NOME-GRANDEZZA PIC X(8).

      *RECORD DI CALDO E FREDDO SULLA MEDIA GIORNALIERA DEL MESE
       01 MEDIA-GIORNALIERA-MESE PIC 9(3)V9(2).
       01 MESE-PIU-CALDO PIC 9(6).
       01 MEDIA-PIU-CALDO PIC 9(3)V9(2).
       01 MESE-PIU-FREDDO PIC 9(6).
       01 MEDIA-PIU-FREDDO PIC 9(3)V9(2).

      *CAMPI EDITATI PER LA STAMPA
       01 ANNI-EDIT PIC Z9.
       01 MEDIA-MIN-EDIT PIC ZZ9,99.
       01 DEVIAZIONE-MIN-EDIT PIC ZZ9,99.
       01 MEDIA-MAX-EDIT PIC ZZ9,99.
       01 DEVIAZIONE-MAX-EDIT PIC ZZ9,99.
       01 OSSERVATA-EDIT PIC ZZ9,99.
       01 NORMALE-EDIT PIC ZZ9,99.
       01 SCARTO-GRADI-EDIT PIC -ZZ9,99.
       01 SCARTO-SIGMA-EDIT PIC -ZZ9,99.

      *AREA PARAMETRI DEL MODULO STATISTICHE COMUNE
       01 STATISTICHE-AREA.
           05 STAT-NUMERO PIC 9(3).
           05 STAT-VALORE PIC S9(7)V9(2) OCCURS 100 TIMES.
           05 STAT-CONTO PIC 9(3).
           05 STAT-SOMMA PIC S9(9)V9(2).
           05 STAT-MEDIA PIC S9(7)V9(2).
           05 STAT-MINIMO PIC S9(7)V9(2).
           05 STAT-MASSIMO PIC S9(7)V9(2).
           05 STAT-DEVIAZIONE PIC S9(7)V9(2).

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

           PERFORM CARICA-CITTA.
           IF CITTA-CARICATE = 0 THEN
               DISPLAY "CITTA.DAT NON DISPONIBILE O VUOTO"
               GOBACK
           END-IF.

           MOVE 0 TO SCELTA-NORMALI.
           PERFORM UNTIL SCELTA-NORMALI = 9
               DISPLAY "=== NORMALI CLIMATICHE E ANOMALIE ==="
               DISPLAY "1 CALCOLA LE NORMALI SU UN PERIODO"
               DISPLAY "2 REPORT ANOMALIE DI UN MESE O STAGIONE"
               DISPLAY "9 FINE"
               ACCEPT SCELTA-NORMALI

               EVALUATE SCELTA-NORMALI
                   WHEN 1
                       PERFORM CALCOLA-NORMALI
                   WHEN 2
                       PERFORM REPORT-ANOMALIE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-NORMALI
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
       CARICA-CITTA.

           MOVE 0 TO CITTA-CARICATE.

           OPEN INPUT CITTA-FILE.
           IF FS-CITTA NOT = "00" THEN
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
                           MOVE NOME-CITTA-REC TO NOME-CITTA-T(IC)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CITTA-FILE.

      *---------------------------- FUNCTION AC ------------------------
      *NORMALI DI TUTTE LE CITTA' SUL PERIODO DI RIFERIMENTO SCELTO:
      *NORMCLIM.DAT SI RISCRIVE PER INTERO, COSI' LE NORMALI SONO
      *SEMPRE DI UN SOLO PERIODO
       CALCOLA-NORMALI.

           DISPLAY "PRIMO ANNO DEL PERIODO DI RIFERIMENTO (AAAA): ".
           ACCEPT ANNO-DA.
           DISPLAY "ULTIMO ANNO DEL PERIODO DI RIFERIMENTO (AAAA): ".
           ACCEPT ANNO-A.

           IF ANNO-DA = 0 OR ANNO-A < ANNO-DA THEN
               DISPLAY "PERIODO NON VALIDO"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ANNI-RIFERIMENTO = ANNO-A - ANNO-DA + 1.
           IF ANNI-RIFERIMENTO > ANNI-RIFERIMENTO-MAX THEN
               DISPLAY "IL PERIODO NON PUO' SUPERARE "
                       ANNI-RIFERIMENTO-MAX " ANNI"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "NORMCLIM.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "NORMALI CLIMATICHE " ANNO-DA "-" ANNO-A
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "CITTA' / PERIODO / ANNI / MEDIA E DEVIAZIONE "
                  "DELLA MINIMA E DELLA MASSIMA"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT NORMCLIM.TXT"
               EXIT PARAGRAPH
           END-IF.

      *LE NORMALI PRECEDENTI SI PERDONO SOLO SE IL REPORT E' APERTO
           OPEN OUTPUT NORMALI-FILE.
           IF FS-NORMALI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE NORMCLIM.DAT - STATO "
                       FS-NORMALI
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO NORMALI-SCRITTE.
           PERFORM VARYING IC FROM 1 BY 1 UNTIL IC > CITTA-CARICATE
               PERFORM CARICA-MESI-CITTA
               PERFORM NORMALI-UNA-CITTA
           END-PERFORM.

           CLOSE NORMALI-FILE.
           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "NORMALI SCRITTE SU NORMCLIM.DAT: " NORMALI-SCRITTE.
           DISPLAY "ELENCO NELLO SPOOL (NORMCLIM.TXT)".

      *---------------------------- FUNCTION AD ------------------------
      *MESI DELLO STORICO DELLA CITTA' IC: GIORNI E SOMME DI MINIME E
      *MASSIME PER OGNI MESE, SENZA LE LETTURE SOSPETTE
       CARICA-MESI-CITTA.

           MOVE 0 TO MESI-STORICO-COUNT.
           MOVE "N" TO MESI-TRASCURATI.
           SET MS TO 1.

           OPEN INPUT STORICO-TEMP-FILE.
           IF FS-STORICO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-STORICO = "10"
               READ STORICO-TEMP-FILE
                   AT END
                       MOVE "10" TO FS-STORICO
                   NOT AT END
                       IF CITTA-RILEVAZIONE = NOME-CITTA-T(IC) AND
                          QUALITA-RILEVAZIONE NOT = "S" THEN
                           PERFORM ACCUMULA-MESE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STORICO-TEMP-FILE.

           IF MESI-TRASCURATI = "S" THEN
               DISPLAY "STORICO DI " NOME-CITTA-T(IC) " OLTRE "
                       MESI-STORICO-MAX " MESI: I MESI IN PIU' NON "
                       "SONO CONSIDERATI"
           END-IF.

      *---------------------------- FUNCTION AE ------------------------
       ACCUMULA-MESE.

           MOVE DATA-RILEVAZIONE(1:6) TO MESE-CERCATO.
           PERFORM TROVA-MESE.

           IF MESE-TROVATO = "N" THEN
               IF MESI-STORICO-COUNT < MESI-STORICO-MAX THEN
                   ADD 1 TO MESI-STORICO-COUNT
                   SET MS TO MESI-STORICO-COUNT
                   MOVE MESE-CERCATO TO ANNO-MESE-S(MS)
                   MOVE 0 TO GIORNI-S(MS)
                   MOVE 0 TO SOMMA-MIN-S(MS)
                   MOVE 0 TO SOMMA-MAX-S(MS)
               ELSE
                   MOVE "S" TO MESI-TRASCURATI
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO GIORNI-S(MS).
           ADD TEMP-MIN-RILEVAZIONE TO SOMMA-MIN-S(MS).
           ADD TEMP-MAX-RILEVAZIONE TO SOMMA-MAX-S(MS).

      *---------------------------- FUNCTION AF ------------------------
      *POSIZIONA MS SUL MESE CERCATO; LO STORICO E' IN ORDINE DI
      *DATA, QUINDI DI SOLITO E' LO STESSO MESE DELLA RIGA PRIMA
       TROVA-MESE.

           MOVE "N" TO MESE-TROVATO.

           IF MS NOT > MESI-STORICO-COUNT THEN
               IF ANNO-MESE-S(MS) = MESE-CERCATO THEN
                   MOVE "S" TO MESE-TROVATO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING MS FROM 1 BY 1
                   UNTIL MS > MESI-STORICO-COUNT OR MESE-TROVATO = "S"
               IF ANNO-MESE-S(MS) = MESE-CERCATO THEN
                   MOVE "S" TO MESE-TROVATO
               END-IF
           END-PERFORM.
           IF MESE-TROVATO = "S" THEN
               SET MS DOWN BY 1
           ELSE
               SET MS TO 1
           END-IF.

      *---------------------------- FUNCTION AG ------------------------
      *PER OGNI PERIODO DELL'ANNO DELLA CITTA' IC: MEDIE DEGLI ANNI
      *COMPLETI DEL PERIODO DI RIFERIMENTO, PASSATE ALLE STATISTICHE
      *COMUNI PER MEDIA E DEVIAZIONE STANDARD
       NORMALI-UNA-CITTA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "CITTA': " NOME-CITTA-T(IC)
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING PERIODO-CALC FROM 1 BY 1
                   UNTIL PERIODO-CALC > PERIODI-MAX
               MOVE 0 TO ANNI-VALIDI
               PERFORM VARYING ANNO-CALC FROM ANNO-DA BY 1
                       UNTIL ANNO-CALC > ANNO-A
                   PERFORM MEDIA-PERIODO-ANNO
                   IF PERIODO-COMPLETO = "S" THEN
                       ADD 1 TO ANNI-VALIDI
                       MOVE MEDIA-MIN-PERIODO
                           TO MEDIA-ANNO-MIN(ANNI-VALIDI)
                       MOVE MEDIA-MAX-PERIODO
                           TO MEDIA-ANNO-MAX(ANNI-VALIDI)
                   END-IF
               END-PERFORM
               PERFORM SCRIVI-NORMALE
           END-PERFORM.

      *---------------------------- FUNCTION AH ------------------------
       SCRIVI-NORMALE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.

           IF ANNI-VALIDI = 0 THEN
               STRING "  " NOME-PERIODO(PERIODO-CALC)
                      " DATI INSUFFICIENTI NEL PERIODO"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               EXIT PARAGRAPH
           END-IF.

           MOVE NOME-CITTA-T(IC) TO CITTA-NORM.
           MOVE PERIODO-CALC TO PERIODO-NORM.
           MOVE ANNO-DA TO ANNO-DA-NORM.
           MOVE ANNO-A TO ANNO-A-NORM.
           MOVE ANNI-VALIDI TO ANNI-NORM.

           MOVE ANNI-VALIDI TO STAT-NUMERO.
           PERFORM VARYING ANNO-INDICE FROM 1 BY 1
                   UNTIL ANNO-INDICE > ANNI-VALIDI
               MOVE MEDIA-ANNO-MIN(ANNO-INDICE)
                   TO STAT-VALORE(ANNO-INDICE)
           END-PERFORM.
           CALL "STATISTICHE" USING STATISTICHE-AREA.
           MOVE STAT-MEDIA TO MEDIA-MIN-NORM.
           MOVE STAT-DEVIAZIONE TO DEVIAZIONE-MIN-NORM.

           PERFORM VARYING ANNO-INDICE FROM 1 BY 1
                   UNTIL ANNO-INDICE > ANNI-VALIDI
               MOVE MEDIA-ANNO-MAX(ANNO-INDICE)
                   TO STAT-VALORE(ANNO-INDICE)
           END-PERFORM.
           CALL "STATISTICHE" USING STATISTICHE-AREA.
           MOVE STAT-MEDIA TO MEDIA-MAX-NORM.
           MOVE STAT-DEVIAZIONE TO DEVIAZIONE-MAX-NORM.

           WRITE NORMALE-REC.
           ADD 1 TO NORMALI-SCRITTE.

           MOVE ANNI-VALIDI TO ANNI-EDIT.
           MOVE MEDIA-MIN-NORM TO MEDIA-MIN-EDIT.
           MOVE DEVIAZIONE-MIN-NORM TO DEVIAZIONE-MIN-EDIT.
           MOVE MEDIA-MAX-NORM TO MEDIA-MAX-EDIT.
           MOVE DEVIAZIONE-MAX-NORM TO DEVIAZIONE-MAX-EDIT.
           STRING "  " NOME-PERIODO(PERIODO-CALC)
                  " ANNI " ANNI-EDIT
                  " MINIMA " MEDIA-MIN-EDIT
                  " DEV " DEVIAZIONE-MIN-EDIT
                  " MASSIMA " MEDIA-MAX-EDIT
                  " DEV " DEVIAZIONE-MAX-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION AI ------------------------
      *MESI DEL PERIODO PERIODO-CALC NELL'ANNO ANNO-CALC: UN MESE, O
      *I TRE MESI DELLA STAGIONE (L'INVERNO PARTE DAL DICEMBRE
      *DELL'ANNO PRIMA)
       PREPARA-MESI-PERIODO.

           IF PERIODO-CALC NOT > 12 THEN
               MOVE 1 TO NUMERO-MESI-PERIODO
               COMPUTE MESE-PERIODO(1) = ANNO-CALC * 100 + PERIODO-CALC
               EXIT PARAGRAPH
           END-IF.

           MOVE 3 TO NUMERO-MESI-PERIODO.
           MOVE ANNO-CALC TO ANNO-LAVORO.
           MOVE PRIMO-MESE-PERIODO(PERIODO-CALC) TO MESE-LAVORO.
           IF MESE-LAVORO = 12 THEN
               SUBTRACT 1 FROM ANNO-LAVORO
           END-IF.

           PERFORM VARYING MP FROM 1 BY 1 UNTIL MP > 3
               COMPUTE MESE-PERIODO(MP) =
                   ANNO-LAVORO * 100 + MESE-LAVORO
               ADD 1 TO MESE-LAVORO
               IF MESE-LAVORO > 12 THEN
                   MOVE 1 TO MESE-LAVORO
                   ADD 1 TO ANNO-LAVORO
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION AJ ------------------------
      *MEDIA DELLE MINIME E DELLE MASSIME DEL PERIODO NELL'ANNO, COME
      *MEDIA DELLE MEDIE MENSILI; PERIODO-COMPLETO = "N" SE UN SUO
      *MESE NON HA ABBASTANZA LETTURE
       MEDIA-PERIODO-ANNO.

           PERFORM PREPARA-MESI-PERIODO.

           MOVE "S" TO PERIODO-COMPLETO.
           MOVE 0 TO SOMMA-MEDIE-MIN.
           MOVE 0 TO SOMMA-MEDIE-MAX.
           MOVE 0 TO MEDIA-MIN-PERIODO.
           MOVE 0 TO MEDIA-MAX-PERIODO.

           PERFORM VARYING MP FROM 1 BY 1
                   UNTIL MP > NUMERO-MESI-PERIODO
                      OR PERIODO-COMPLETO = "N"
               MOVE MESE-PERIODO(MP) TO MESE-CERCATO
               PERFORM TROVA-MESE
               IF MESE-TROVATO = "N" THEN
                   MOVE "N" TO PERIODO-COMPLETO
               ELSE
                   IF GIORNI-S(MS) < MINIMO-GIORNI-MESE THEN
                       MOVE "N" TO PERIODO-COMPLETO
                   ELSE
                       COMPUTE SOMMA-MEDIE-MIN = SOMMA-MEDIE-MIN
                           + SOMMA-MIN-S(MS) / GIORNI-S(MS)
                       COMPUTE SOMMA-MEDIE-MAX = SOMMA-MEDIE-MAX
                           + SOMMA-MAX-S(MS) / GIORNI-S(MS)
                   END-IF
               END-IF
           END-PERFORM.

           IF PERIODO-COMPLETO = "S" THEN
               COMPUTE MEDIA-MIN-PERIODO ROUNDED =
                   SOMMA-MEDIE-MIN / NUMERO-MESI-PERIODO
               COMPUTE MEDIA-MAX-PERIODO ROUNDED =
                   SOMMA-MEDIE-MAX / NUMERO-MESI-PERIODO
           END-IF.

      *---------------------------- FUNCTION AK ------------------------
      *ANOMALIE DI UN MESE (AAAAMM) O DI UNA STAGIONE DI UN ANNO
      *RISPETTO ALLE NORMALI DELL'ULTIMO CALCOLO, PER UNA CITTA' O
      *PER TUTTE, CON I RECORD DI CALDO E DI FREDDO DI OGNI CITTA'
       REPORT-ANOMALIE.

           PERFORM LEGGI-PERIODO-NORMALI.
           IF NORMALI-DA = 0 THEN
               DISPLAY "NORMALI NON ANCORA CALCOLATE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CITTA' (VUOTO = TUTTE): ".
           MOVE SPACES TO CITTA-RICHIESTA.
           ACCEPT CITTA-RICHIESTA.

           DISPLAY "MESE (M) O STAGIONE (S)? ".
           ACCEPT TIPO-ANOMALIA.
           EVALUATE TIPO-ANOMALIA
               WHEN "M"
                   DISPLAY "MESE (AAAAMM): "
                   ACCEPT MESE-ANOMALIA
                   MOVE MESE-ANOMALIA(1:4) TO ANNO-CALC
                   MOVE MESE-ANOMALIA(5:2) TO PERIODO-CALC
                   IF PERIODO-CALC < 1 OR PERIODO-CALC > 12 THEN
                       DISPLAY "MESE NON VALIDO"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "S"
                   DISPLAY "ANNO (AAAA): "
                   ACCEPT ANNO-CALC
                   DISPLAY "STAGIONE (I INVERNO, P PRIMAVERA, "
                           "E ESTATE, A AUTUNNO): "
                   ACCEPT STAGIONE-ANOMALIA
                   EVALUATE STAGIONE-ANOMALIA
                       WHEN "I"
                           MOVE 13 TO PERIODO-CALC
                       WHEN "P"
                           MOVE 14 TO PERIODO-CALC
                       WHEN "E"
                           MOVE 15 TO PERIODO-CALC
                       WHEN "A"
                           MOVE 16 TO PERIODO-CALC
                       WHEN OTHER
                           DISPLAY "STAGIONE NON VALIDA"
                           EXIT PARAGRAPH
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "SCELTA NON VALIDA"
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF ANNO-CALC = 0 THEN
               DISPLAY "ANNO NON VALIDO"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DESCRIZIONE-PERIODO.
           STRING NOME-PERIODO(PERIODO-CALC) DELIMITED BY SPACE
                  " " ANNO-CALC DELIMITED BY SIZE
               INTO DESCRIZIONE-PERIODO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ANOMALIE.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "ANOMALIE " DESCRIZIONE-PERIODO
                  " SU NORMALI " NORMALI-DA "-" NORMALI-A
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "CITTA' / OSSERVATA / NORMALE / SCARTO IN GRADI E "
                  "IN DEVIAZIONI STANDARD / RECORD"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE OPERATORE-FIRMA TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT ANOMALIE.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CITTA-ELABORATE.
           PERFORM VARYING IC FROM 1 BY 1 UNTIL IC > CITTA-CARICATE
               IF CITTA-RICHIESTA = SPACES OR
                  CITTA-RICHIESTA = NOME-CITTA-T(IC) THEN
                   ADD 1 TO CITTA-ELABORATE
                   PERFORM CARICA-MESI-CITTA
                   PERFORM CARICA-NORMALI-CITTA
                   PERFORM ANOMALIA-UNA-CITTA
               END-IF
           END-PERFORM.

           IF CITTA-ELABORATE = 0 THEN
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "CITTA' NON SEGUITA: " CITTA-RICHIESTA
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "REPORT ANOMALIE NELLO SPOOL (ANOMALIE.TXT)".

      *---------------------------- FUNCTION AL ------------------------
      *PERIODO DI RIFERIMENTO DELLE NORMALI IN NORMCLIM.DAT (ZERO SE
      *IL FILE NON C'E' O E' VUOTO)
       LEGGI-PERIODO-NORMALI.

           MOVE 0 TO NORMALI-DA.
           MOVE 0 TO NORMALI-A.

           OPEN INPUT NORMALI-FILE.
           IF FS-NORMALI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ NORMALI-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ANNO-DA-NORM TO NORMALI-DA
                   MOVE ANNO-A-NORM TO NORMALI-A
           END-READ.

           CLOSE NORMALI-FILE.

      *---------------------------- FUNCTION AM ------------------------
       CARICA-NORMALI-CITTA.

           PERFORM VARYING NP FROM 1 BY 1 UNTIL NP > PERIODI-MAX
               MOVE 0 TO ANNI-N(NP)
           END-PERFORM.

           OPEN INPUT NORMALI-FILE.
           IF FS-NORMALI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-NORMALI = "10"
               READ NORMALI-FILE
                   AT END
                       MOVE "10" TO FS-NORMALI
                   NOT AT END
                       IF CITTA-NORM = NOME-CITTA-T(IC) AND
                          PERIODO-NORM >= 1 AND
                          PERIODO-NORM <= PERIODI-MAX THEN
                           SET NP TO PERIODO-NORM
                           MOVE ANNI-NORM TO ANNI-N(NP)
                           MOVE MEDIA-MIN-NORM TO MEDIA-MIN-N(NP)
                           MOVE DEVIAZIONE-MIN-NORM
                               TO DEVIAZIONE-MIN-N(NP)
                           MOVE MEDIA-MAX-NORM TO MEDIA-MAX-N(NP)
                           MOVE DEVIAZIONE-MAX-NORM
                               TO DEVIAZIONE-MAX-N(NP)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NORMALI-FILE.

      *---------------------------- FUNCTION AN ------------------------
       ANOMALIA-UNA-CITTA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "CITTA': " NOME-CITTA-T(IC) " - " DESCRIZIONE-PERIODO
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM MEDIA-PERIODO-ANNO.
           SET NP TO PERIODO-CALC.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF PERIODO-COMPLETO = "N" THEN
               MOVE "  DATI INSUFFICIENTI NEL PERIODO RICHIESTO"
                   TO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           ELSE
               IF ANNI-N(NP) = 0 THEN
                   MOVE "  NESSUNA NORMALE PER IL PERIODO RICHIESTO"
                       TO RW-RIGA
                   DISPLAY RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               ELSE
                   MOVE "MINIMA" TO NOME-GRANDEZZA
                   MOVE MEDIA-MIN-PERIODO TO TEMPERATURA-OSSERVATA
                   MOVE MEDIA-MIN-N(NP) TO TEMPERATURA-NORMALE
                   MOVE DEVIAZIONE-MIN-N(NP) TO DEVIAZIONE-NORMALE
                   PERFORM SCRIVI-SCARTO
                   MOVE "MASSIMA" TO NOME-GRANDEZZA
                   MOVE MEDIA-MAX-PERIODO TO TEMPERATURA-OSSERVATA
                   MOVE MEDIA-MAX-N(NP) TO TEMPERATURA-NORMALE
                   MOVE DEVIAZIONE-MAX-N(NP) TO DEVIAZIONE-NORMALE
                   PERFORM SCRIVI-SCARTO
               END-IF
           END-IF.

           PERFORM RECORD-MESI-CITTA.

      *---------------------------- FUNCTION AO ------------------------
      *SCARTO DALLA NORMALE IN GRADI E IN DEVIAZIONI STANDARD (NON
      *CALCOLABILE SE LA NORMALE HA DEVIAZIONE ZERO, CIOE' UN ANNO
      *SOLO O ANNI TUTTI UGUALI)
       SCRIVI-SCARTO.

           COMPUTE SCARTO-GRADI =
               TEMPERATURA-OSSERVATA - TEMPERATURA-NORMALE.
           MOVE TEMPERATURA-OSSERVATA TO OSSERVATA-EDIT.
           MOVE TEMPERATURA-NORMALE TO NORMALE-EDIT.
           MOVE SCARTO-GRADI TO SCARTO-GRADI-EDIT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF DEVIAZIONE-NORMALE = 0 THEN
               STRING "  " NOME-GRANDEZZA
                      " OSSERVATA " OSSERVATA-EDIT
                      " NORMALE " NORMALE-EDIT
                      " SCARTO " SCARTO-GRADI-EDIT " GRADI"
                      "  DEV.STD. N.D."
                   DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               COMPUTE SCARTO-SIGMA ROUNDED =
                   SCARTO-GRADI / DEVIAZIONE-NORMALE
               MOVE SCARTO-SIGMA TO SCARTO-SIGMA-EDIT
               STRING "  " NOME-GRANDEZZA
                      " OSSERVATA " OSSERVATA-EDIT
                      " NORMALE " NORMALE-EDIT
                      " SCARTO " SCARTO-GRADI-EDIT " GRADI"
                      " " SCARTO-SIGMA-EDIT " DEV.STD."
                   DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION AP ------------------------
      *MESE PIU' CALDO E PIU' FREDDO DI TUTTO LO STORICO DELLA CITTA',
      *SULLA MEDIA GIORNALIERA ((MINIMA + MASSIMA) / 2) DEL MESE
       RECORD-MESI-CITTA.

           MOVE 0 TO MESE-PIU-CALDO.
           MOVE 0 TO MEDIA-PIU-CALDO.
           MOVE 0 TO MESE-PIU-FREDDO.
           MOVE 999 TO MEDIA-PIU-FREDDO.

           PERFORM VARYING MS FROM 1 BY 1
                   UNTIL MS > MESI-STORICO-COUNT
               IF GIORNI-S(MS) >= MINIMO-GIORNI-MESE THEN
                   COMPUTE MEDIA-GIORNALIERA-MESE ROUNDED =
                       (SOMMA-MIN-S(MS) + SOMMA-MAX-S(MS))
                       / (GIORNI-S(MS) * 2)
                   IF MEDIA-GIORNALIERA-MESE > MEDIA-PIU-CALDO OR
                      MESE-PIU-CALDO = 0 THEN
                       MOVE ANNO-MESE-S(MS) TO MESE-PIU-CALDO
                       MOVE MEDIA-GIORNALIERA-MESE TO MEDIA-PIU-CALDO
                   END-IF
                   IF MEDIA-GIORNALIERA-MESE < MEDIA-PIU-FREDDO THEN
                       MOVE ANNO-MESE-S(MS) TO MESE-PIU-FREDDO
                       MOVE MEDIA-GIORNALIERA-MESE TO MEDIA-PIU-FREDDO
                   END-IF
               END-IF
           END-PERFORM.
           SET MS TO 1.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF MESE-PIU-CALDO = 0 THEN
               MOVE "  NESSUN MESE COMPLETO NELLO STORICO" TO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               EXIT PARAGRAPH
           END-IF.

           MOVE MEDIA-PIU-CALDO TO OSSERVATA-EDIT.
           STRING "  MESE PIU' CALDO:  " MESE-PIU-CALDO
                  " MEDIA GIORNALIERA " OSSERVATA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           MOVE MEDIA-PIU-FREDDO TO OSSERVATA-EDIT.
           STRING "  MESE PIU' FREDDO: " MESE-PIU-FREDDO
                  " MEDIA GIORNALIERA " OSSERVATA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
