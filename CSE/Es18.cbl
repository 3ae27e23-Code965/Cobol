       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ELENCO DELLE CITTA' SEGUITE, UNA PER RIGA: NON E' PIU'
      *CABLATO NEL PROGRAMMA. DOPO IL NOME LA RIGA PUO' PORTARE
      *L'INTERVALLO PLAUSIBILE USATO DAI CONTROLLI DI METEOIMP
           SELECT CITTA-FILE ASSIGN TO "CITTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITTA.
       DATA DIVISION.
       FILE SECTION.
       FD  CITTA-FILE.
       01  CITTA-REC.
           05 NOME-CITTA-REC PIC X(20).
           05 MINIMA-PLAUSIBILE-REC PIC 9(3).
           05 MASSIMA-PLAUSIBILE-REC PIC 9(3).

       FD  STORICO-TEMP-FILE.
       01  RILEVAZIONE-REC.
           05 DATA-RILEVAZIONE PIC 9(8).
           05 TEMP-MIN-RILEVAZIONE PIC 9(3).
           05 TEMP-MAX-RILEVAZIONE PIC 9(3).
      *QUALITA': V = VALIDA, S = SOSPETTA, E = STIMATA (LE RIGHE
      *PIU' VECCHIE NON LA HANNO E VALGONO COME VALIDE)
           05 QUALITA-RILEVAZIONE PIC X(1).

       WORKING-STORAGE SECTION.

       01 TOTALE-MAX-PRECEDENTE PIC 9(5).
       01 TOTALE-MIN-PRECEDENTE PIC 9(5).
       01 RILEVAZIONI-PRECEDENTI PIC 9(3).
      *GIORNI SOSPETTI E STIMATI DAI CONTROLLI DI QUALITA' DEL
      *FLUSSO DELLE STAZIONI, PER IL REPORT E PER IL BOLLETTINO
       01 GIORNI-SOSPETTI PIC 9(3).
       01 GIORNI-STIMATI PIC 9(3).
       01 SCELTA-REPORT PIC X(1).

       PROCEDURE DIVISION.
                           IF CITTA-CARICATE < 20 THEN
                               ADD 1 TO CITTA-CARICATE
                               SET I TO CITTA-CARICATE
                               MOVE NOME-CITTA-REC TO NOME(I)
                           END-IF
                   END-READ
               END-PERFORM
                       MOVE GIORNO(I, J) TO DATA-RILEVAZIONE
                       MOVE TEMP_MIN(I, J) TO TEMP-MIN-RILEVAZIONE
                       MOVE TEMP_MAX(I, J) TO TEMP-MAX-RILEVAZIONE
                       MOVE "V" TO QUALITA-RILEVAZIONE
                       WRITE RILEVAZIONE-REC
                   END-PERFORM
               END-PERFORM
           MOVE 0 TO RILEVAZIONI-PRECEDENTI.
           MOVE 0 TO TOTALE-MAX-PRECEDENTE.
           MOVE 0 TO TOTALE-MIN-PRECEDENTE.
           MOVE 0 TO GIORNI-SOSPETTI.
           MOVE 0 TO GIORNI-STIMATI.

           OPEN INPUT STORICO-TEMP-FILE.
           IF FS-STORICO NOT = "00" THEN
                   DISPLAY "REPORT MENSILE " CITTA-RICHIESTA
                           " - MESE " MESE-RICHIESTO
                   DISPLAY "RILEVAZIONI: " RILEVAZIONI-MESE
                   DISPLAY "DI CUI SOSPETTE: " GIORNI-SOSPETTI
                           " STIMATE: " GIORNI-STIMATI
                   DISPLAY "MINIMA DEL MESE: " MINIMO-MESE
                           " (IL " DATA-MINIMO ")"
                   DISPLAY "MASSIMA DEL MESE: " MASSIMO-MESE
                   ADD 1 TO RILEVAZIONI-MESE
                   ADD TEMP-MAX-RILEVAZIONE TO TOTALE_MAX
                   ADD TEMP-MIN-RILEVAZIONE TO TOTALE_MIN
                   PERFORM CONTA-QUALITA
                   IF TEMP-MIN-RILEVAZIONE < MINIMO-MESE THEN
                       MOVE TEMP-MIN-RILEVAZIONE TO MINIMO-MESE
                       MOVE DATA-RILEVAZIONE TO DATA-MINIMO
           MOVE 0 TO NOTTI-CONSECUTIVE.
           MOVE 0 TO DATA-GELO-PRECEDENTE.
           MOVE 0 TO MESI-GRADI-COUNT.
           MOVE 0 TO GIORNI-SOSPETTI.
           MOVE 0 TO GIORNI-STIMATI.

           OPEN INPUT STORICO-TEMP-FILE.
           IF FS-STORICO NOT = "00" THEN
                       NOT AT END
                           IF CITTA-RILEVAZIONE = NOME(I) THEN
                               PERFORM VALUTA-RILEVAZIONE-CITTA
                               PERFORM CONTA-QUALITA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "  GIORNI SOSPETTI: " GIORNI-SOSPETTI
                      " GIORNI STIMATI: " GIORNI-STIMATI
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               PERFORM VARYING GM FROM 1 BY 1
                       UNTIL GM > MESI-GRADI-COUNT
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SCARTO-GRADI TO GRADI-GIORNO(GM)
               END-IF
           END-IF.

      *---------------------------- FUNCTION AK ------------------------
      *CONTA LA RILEVAZIONE APPENA LETTA SE SOSPETTA O STIMATA
       CONTA-QUALITA.

           IF QUALITA-RILEVAZIONE = "S" THEN
               ADD 1 TO GIORNI-SOSPETTI
           END-IF.
           IF QUALITA-RILEVAZIONE = "E" THEN
               ADD 1 TO GIORNI-STIMATI
           END-IF.
