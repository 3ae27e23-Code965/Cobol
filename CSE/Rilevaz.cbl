      ******************************************************************
      * RILEVAZIONE STATISTICA SEMESTRALE PER L'UFFICIO SCOLASTICO
      * REGIONALE: PER OGNI CLASSE ISCRITTI, PROMOSSI, BOCCIATI,
      * SOSPESI, RITIRATI IN CORSO D'ANNO E TASSO MEDIO DI ASSENZA,
      * RICAVATI DA ANAGRAFE.DAT, ESITI.DAT, REGPRES.DAT E DAL
      * GIORNALE DELLE MANUTENZIONI ANAGJRNL.DAT INVECE CHE CONTATI A
      * MANO. ESCE UN FILE A TRACCIATO FISSO (TESTATA, UNA RIGA PER
      * CLASSE, CODA CON I TOTALI DI CONTROLLO) DA TRASMETTERE E UN
      * RIEPILOGO STAMPATO CHE IL DIRIGENTE FIRMA.
      * IL PERIODO DI RIFERIMENTO ARRIVA DAL PARAMETRO DI PASSO
      * (AAAAMMGGAAAAMMGG); SENZA PARAMETRO VA DAL PRIMO SETTEMBRE
      * DELL'ANNO SCOLASTICO IN CORSO A OGGI. LANCIABILE DAL MENU O
      * DALLO SCRIPT DEL TURNO NOTTURNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RILEVAZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ANA
               FILE STATUS IS FS-ANAGRAFE.

           SELECT ESITI-FILE ASSIGN TO "ESITI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ESITO-REC
               FILE STATUS IS FS-ESITI.

           SELECT PRESENZE-FILE ASSIGN TO "REGPRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PRESENZA-REC
               FILE STATUS IS FS-PRESENZE.

           SELECT GIORNALE-ANA-FILE ASSIGN TO "ANAGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GIORNALE-ANA.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

      *FILE DA TRASMETTERE ALL'UFFICIO, RISCRITTO A OGNI CORSA
           SELECT RILEVAZIONE-FILE ASSIGN TO "RILEVAZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RILEVAZIONE.

       DATA DIVISION.
       FILE SECTION.
      *I TRACCIATI RICALCANO QUELLI DEI PROGRAMMI PROPRIETARI
      *(ANAGRAFE PER ANAGRAFE.DAT E IL GIORNALE, ES23 PER ESITI E
      *PRESENZE)
       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-REC.
           05 MATRICOLA-ANA PIC 9(6).
           05 NOME-ANA PIC A(20).
           05 COGNOME-ANA PIC A(20).
           05 CLASSE-ANA PIC X(10).

       FD  ESITI-FILE.
       01  ESITO-ANNO-REC.
           05 MATRICOLA-ESITO-REC PIC 9(6).
           05 CLASSE-ESITO-REC PIC X(10).
           05 ESITO-FINALE-REC PIC X(1).

       FD  PRESENZE-FILE.
       01  PRESENZA-REGISTRO-REC.
           05 CHIAVE-PRESENZA-REC.
               10 MATRICOLA-PRES-REC PIC 9(6).
               10 DATA-PRES-REC PIC 9(8).
           05 CLASSE-PRES-REC PIC X(10).
           05 STATO-PRES-REC PIC X(1).
           05 SCADENZA-GIUST-REC PIC 9(8).
           05 DATA-GIUST-REC PIC 9(8).
           05 MOTIVO-GIUST-REC PIC X(40).
           05 FIRMATARIO-GIUST-REC PIC X(30).

       FD  GIORNALE-ANA-FILE.
       01  GIORNALE-ANA-REC.
           05 TIPO-GIORNALE-ANA PIC X(1).
           05 MATRICOLA-GIORNALE-ANA PIC 9(6).
           05 OPERATORE-GIORNALE-ANA PIC X(20).
           05 MOMENTO-GIORNALE-ANA PIC X(14).
           05 NOME-VECCHIO-GA PIC X(20).
           05 COGNOME-VECCHIO-GA PIC X(20).
           05 CLASSE-VECCHIA-GA PIC X(10).
           05 NOME-NUOVO-GA PIC X(20).
           05 COGNOME-NUOVO-GA PIC X(20).
           05 CLASSE-NUOVA-GA PIC X(10).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

      *TRACCIATO A 80 COLONNE: "H" TESTATA, "D" UNA RIGA PER CLASSE,
      *"T" CODA CON IL NUMERO DI RIGHE "D" E I TOTALI DI CONTROLLO
       FD  RILEVAZIONE-FILE.
       01  RIL-TESTATA-REC.
           05 TIPO-RIL-H PIC X(1).
           05 SCUOLA-RIL-H PIC X(10).
           05 DATA-CREAZIONE-RIL-H PIC 9(8).
           05 PERIODO-DA-RIL-H PIC 9(8).
           05 PERIODO-A-RIL-H PIC 9(8).
           05 FILLER PIC X(45).
       01  RIL-DETTAGLIO-REC.
           05 TIPO-RIL-D PIC X(1).
           05 CLASSE-RIL-D PIC X(10).
           05 ISCRITTI-RIL-D PIC 9(4).
           05 PROMOSSI-RIL-D PIC 9(4).
           05 BOCCIATI-RIL-D PIC 9(4).
           05 SOSPESI-RIL-D PIC 9(4).
           05 RITIRATI-RIL-D PIC 9(4).
      *PERCENTUALE CON DUE DECIMALI IMPLICITI (00750 = 7,50%)
           05 TASSO-ASSENZA-RIL-D PIC 9(3)V9(2).
           05 FILLER PIC X(44).
       01  RIL-CODA-REC.
           05 TIPO-RIL-T PIC X(1).
           05 RIGHE-DETTAGLIO-RIL-T PIC 9(6).
           05 ISCRITTI-RIL-T PIC 9(6).
           05 PROMOSSI-RIL-T PIC 9(6).
           05 BOCCIATI-RIL-T PIC 9(6).
           05 SOSPESI-RIL-T PIC 9(6).
           05 RITIRATI-RIL-T PIC 9(6).
           05 TASSO-ASSENZA-RIL-T PIC 9(3)V9(2).
           05 FILLER PIC X(38).

       WORKING-STORAGE SECTION.

       01 FS-ANAGRAFE PIC X(2).
       01 FS-ESITI PIC X(2).
       01 FS-PRESENZE PIC X(2).
       01 FS-GIORNALE-ANA PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-RILEVAZIONE PIC X(2).

      *CODICE MECCANOGRAFICO DELLA SCUOLA NELLA TESTATA
       01 CODICE-SCUOLA PIC X(10) VALUE "CSIS000001".

      *PERIODO DI RIFERIMENTO
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 DATA-ODIERNA PIC 9(8).
       01 DATA-ODIERNA-R REDEFINES DATA-ODIERNA.
           05 ANNO-ODIERNO PIC 9(4).
           05 MESE-ODIERNO PIC 9(2).
           05 GIORNO-ODIERNO PIC 9(2).
       01 PERIODO-DA PIC 9(8).
       01 PERIODO-DA-R REDEFINES PERIODO-DA.
           05 ANNO-PERIODO-DA PIC 9(4).
           05 MESE-GIORNO-PERIODO-DA PIC 9(4).
       01 PERIODO-A PIC 9(8).
       01 DATA-EVENTO PIC 9(8).

      *CONTEGGI PER CLASSE
       01 CLASSI-RILEVATE PIC 9(3).
       01 TABELLA-CLASSI.
           05 CLASSE-RILEVATA OCCURS 100 TIMES INDEXED BY CR.
               10 CLASSE-RIL PIC X(10).
               10 ISCRITTI-RIL PIC 9(4).
               10 PROMOSSI-RIL PIC 9(4).
               10 BOCCIATI-RIL PIC 9(4).
               10 SOSPESI-RIL PIC 9(4).
               10 RITIRATI-RIL PIC 9(4).
               10 GIORNATE-RIL PIC 9(7).
               10 ASSENZE-RIL PIC 9(7).
       01 CLASSE-CERCATA PIC X(10).
       01 CLASSE-TROVATA PIC X(1).
       01 CLASSI-ESCLUSE PIC 9(4).

      *TOTALI DI CONTROLLO
       01 RIGHE-DETTAGLIO PIC 9(6).
       01 TOTALE-ISCRITTI PIC 9(6).
       01 TOTALE-PROMOSSI PIC 9(6).
       01 TOTALE-BOCCIATI PIC 9(6).
       01 TOTALE-SOSPESI PIC 9(6).
       01 TOTALE-RITIRATI PIC 9(6).
       01 TOTALE-GIORNATE PIC 9(9).
       01 TOTALE-ASSENZE PIC 9(9).
       01 TASSO-ASSENZA PIC 9(3)V9(2).
       01 TASSO-EDIT PIC ZZ9,99.
       01 RITIRATO-ANCORA-ASSENTE PIC X(1).

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

           PERFORM DETERMINA-PERIODO.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE NOT = "00" THEN
               DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - STATO "
                       FS-ANAGRAFE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0 TO CLASSI-RILEVATE.
           MOVE 0 TO CLASSI-ESCLUSE.

           PERFORM CONTA-ISCRITTI.
           PERFORM CONTA-ESITI.
           PERFORM CONTA-RITIRATI.
           PERFORM CONTA-ASSENZE.

           CLOSE ANAGRAFE-FILE.

           PERFORM SCRIVI-FILE-RILEVAZIONE.
           IF FS-RILEVAZIONE NOT = "00" THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM STAMPA-RIEPILOGO.

      *CLASSI OLTRE LA CAPIENZA DELLA TABELLA: LA RILEVAZIONE E'
      *INCOMPLETA E LA CORSA RISULTA ANOMALA NEL GIORNALE LAVORI
           IF CLASSI-ESCLUSE > 0 THEN
               DISPLAY "ATTENZIONE: " CLASSI-ESCLUSE " RECORD DI "
                       "CLASSI OLTRE LE 100 NON RILEVATI"
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *PERIODO DAL PARAMETRO DI PASSO O, IN MANCANZA, DAL PRIMO
      *SETTEMBRE DELL'ANNO SCOLASTICO IN CORSO A OGGI
       DETERMINA-PERIODO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

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

           IF PARAMETRO-PASSO-LETTO(1:16) NUMERIC THEN
               MOVE PARAMETRO-PASSO-LETTO(1:8) TO PERIODO-DA
               MOVE PARAMETRO-PASSO-LETTO(9:8) TO PERIODO-A
           ELSE
               IF MESE-ODIERNO >= 9 THEN
                   MOVE ANNO-ODIERNO TO ANNO-PERIODO-DA
               ELSE
                   COMPUTE ANNO-PERIODO-DA = ANNO-ODIERNO - 1
               END-IF
               MOVE 0901 TO MESE-GIORNO-PERIODO-DA
               MOVE DATA-ODIERNA TO PERIODO-A
           END-IF.

           DISPLAY "RILEVAZIONE DAL " PERIODO-DA " AL " PERIODO-A.

      *---------------------------- FUNCTION AB ------------------------
      *RIGA DELLA TABELLA PER CLASSE-CERCATA, AGGIUNTA SE MANCA;
      *CLASSE-TROVATA = "N" SOLO SE LA TABELLA E' PIENA
       TROVA-CLASSE-RILEVATA.

           MOVE "N" TO CLASSE-TROVATA.
           PERFORM VARYING CR FROM 1 BY 1 UNTIL CR > CLASSI-RILEVATE
               IF CLASSE-RIL(CR) = CLASSE-CERCATA THEN
                   MOVE "S" TO CLASSE-TROVATA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF CLASSE-TROVATA = "N" THEN
               IF CLASSI-RILEVATE < 100 THEN
                   ADD 1 TO CLASSI-RILEVATE
                   SET CR TO CLASSI-RILEVATE
                   MOVE CLASSE-CERCATA TO CLASSE-RIL(CR)
                   MOVE 0 TO ISCRITTI-RIL(CR)
                   MOVE 0 TO PROMOSSI-RIL(CR)
                   MOVE 0 TO BOCCIATI-RIL(CR)
                   MOVE 0 TO SOSPESI-RIL(CR)
                   MOVE 0 TO RITIRATI-RIL(CR)
                   MOVE 0 TO GIORNATE-RIL(CR)
                   MOVE 0 TO ASSENZE-RIL(CR)
                   MOVE "S" TO CLASSE-TROVATA
               ELSE
                   ADD 1 TO CLASSI-ESCLUSE
               END-IF
           END-IF.

      *---------------------------- FUNCTION AC ------------------------
      *ISCRITTI PER CLASSE DALL'ANAGRAFE; I DIPLOMATI NON SONO PIU'
      *ISCRITTI A NESSUNA CLASSE
       CONTA-ISCRITTI.

           MOVE LOW-VALUES TO MATRICOLA-ANA.
           START ANAGRAFE-FILE KEY IS NOT LESS THAN MATRICOLA-ANA
               INVALID KEY MOVE "10" TO FS-ANAGRAFE
           END-START.

           PERFORM UNTIL FS-ANAGRAFE = "10"
               READ ANAGRAFE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ANAGRAFE
                   NOT AT END
                       IF CLASSE-ANA NOT = "DIPLOMATO" AND
                          CLASSE-ANA NOT = SPACES THEN
                           MOVE CLASSE-ANA TO CLASSE-CERCATA
                           PERFORM TROVA-CLASSE-RILEVATA
                           IF CLASSE-TROVATA = "S" THEN
                               ADD 1 TO ISCRITTI-RIL(CR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ANAGRAFE.

      *---------------------------- FUNCTION AD ------------------------
      *ESITI DI FINE ANNO PER LA CLASSE IN CUI SONO STATI DATI
       CONTA-ESITI.

           OPEN INPUT ESITI-FILE.
           IF FS-ESITI NOT = "00" THEN
               DISPLAY "ESITI.DAT NON DISPONIBILE: ESITI A ZERO"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO MATRICOLA-ESITO-REC.
           START ESITI-FILE KEY IS NOT LESS THAN MATRICOLA-ESITO-REC
               INVALID KEY MOVE "10" TO FS-ESITI
           END-START.

           PERFORM UNTIL FS-ESITI = "10"
               READ ESITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ESITI
                   NOT AT END
                       MOVE CLASSE-ESITO-REC TO CLASSE-CERCATA
                       PERFORM TROVA-CLASSE-RILEVATA
                       IF CLASSE-TROVATA = "S" THEN
                           EVALUATE ESITO-FINALE-REC
                               WHEN "P"
                                   ADD 1 TO PROMOSSI-RIL(CR)
                               WHEN "B"
                                   ADD 1 TO BOCCIATI-RIL(CR)
                               WHEN "S"
                                   ADD 1 TO SOSPESI-RIL(CR)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ESITI-FILE.

      *---------------------------- FUNCTION AE ------------------------
      *RITIRI IN CORSO D'ANNO: ELIMINAZIONI A GIORNALE NEL PERIODO,
      *NELLA CLASSE CHE LO STUDENTE AVEVA; UNO STUDENTE ELIMINATO E
      *POI RIPRISTINATO E' DI NUOVO IN ANAGRAFE E NON CONTA
       CONTA-RITIRATI.

           OPEN INPUT GIORNALE-ANA-FILE.
           IF FS-GIORNALE-ANA NOT = "00" THEN
               DISPLAY "ANAGJRNL.DAT NON DISPONIBILE: RITIRI A ZERO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-GIORNALE-ANA = "10"
               READ GIORNALE-ANA-FILE
                   AT END
                       MOVE "10" TO FS-GIORNALE-ANA
                   NOT AT END
                       MOVE MOMENTO-GIORNALE-ANA(1:8) TO DATA-EVENTO
                       IF TIPO-GIORNALE-ANA = "E" AND
                          DATA-EVENTO >= PERIODO-DA AND
                          DATA-EVENTO <= PERIODO-A THEN
                           PERFORM VERIFICA-RITIRO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GIORNALE-ANA-FILE.

      *---------------------------- FUNCTION AF ------------------------
       VERIFICA-RITIRO.

           MOVE "S" TO RITIRATO-ANCORA-ASSENTE.
           MOVE MATRICOLA-GIORNALE-ANA TO MATRICOLA-ANA.
           READ ANAGRAFE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO RITIRATO-ANCORA-ASSENTE
           END-READ.
           MOVE "00" TO FS-ANAGRAFE.

           IF RITIRATO-ANCORA-ASSENTE = "S" THEN
               MOVE CLASSE-VECCHIA-GA TO CLASSE-CERCATA
               PERFORM TROVA-CLASSE-RILEVATA
               IF CLASSE-TROVATA = "S" THEN
                   ADD 1 TO RITIRATI-RIL(CR)
               END-IF
           END-IF.

      *---------------------------- FUNCTION AG ------------------------
      *GIORNATE DI REGISTRO E ASSENZE (GIUSTIFICATE O NO) DEL
      *PERIODO PER CLASSE, DA CUI IL TASSO DI ASSENZA
       CONTA-ASSENZE.

           OPEN INPUT PRESENZE-FILE.
           IF FS-PRESENZE NOT = "00" THEN
               DISPLAY "REGPRES.DAT NON DISPONIBILE: ASSENZE A ZERO"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-PRESENZA-REC.
           START PRESENZE-FILE KEY IS NOT LESS THAN CHIAVE-PRESENZA-REC
               INVALID KEY MOVE "10" TO FS-PRESENZE
           END-START.

           PERFORM UNTIL FS-PRESENZE = "10"
               READ PRESENZE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PRESENZE
                   NOT AT END
                       IF DATA-PRES-REC >= PERIODO-DA AND
                          DATA-PRES-REC <= PERIODO-A THEN
                           MOVE CLASSE-PRES-REC TO CLASSE-CERCATA
                           PERFORM TROVA-CLASSE-RILEVATA
                           IF CLASSE-TROVATA = "S" THEN
                               ADD 1 TO GIORNATE-RIL(CR)
                               IF STATO-PRES-REC = "A" OR
                                  STATO-PRES-REC = "G" THEN
                                   ADD 1 TO ASSENZE-RIL(CR)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRESENZE-FILE.

      *---------------------------- FUNCTION AH ------------------------
      *TASSO DI ASSENZA DELLA CLASSE CR IN PERCENTUALE
       CALCOLA-TASSO-CLASSE.

           IF GIORNATE-RIL(CR) = 0 THEN
               MOVE 0 TO TASSO-ASSENZA
           ELSE
               COMPUTE TASSO-ASSENZA ROUNDED =
                   ASSENZE-RIL(CR) * 100 / GIORNATE-RIL(CR)
           END-IF.

      *---------------------------- FUNCTION AI ------------------------
      *FILE DA TRASMETTERE: TESTATA, UNA RIGA PER CLASSE, CODA CON I
      *TOTALI DI CONTROLLO CHE L'UFFICIO RICONTA ALLA RICEZIONE
       SCRIVI-FILE-RILEVAZIONE.

           OPEN OUTPUT RILEVAZIONE-FILE.
           IF FS-RILEVAZIONE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE RILEVAZ.DAT - STATO "
                       FS-RILEVAZIONE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RIL-TESTATA-REC.
           MOVE "H" TO TIPO-RIL-H.
           MOVE CODICE-SCUOLA TO SCUOLA-RIL-H.
           MOVE DATA-ODIERNA TO DATA-CREAZIONE-RIL-H.
           MOVE PERIODO-DA TO PERIODO-DA-RIL-H.
           MOVE PERIODO-A TO PERIODO-A-RIL-H.
           WRITE RIL-TESTATA-REC.

           MOVE 0 TO RIGHE-DETTAGLIO.
           MOVE 0 TO TOTALE-ISCRITTI.
           MOVE 0 TO TOTALE-PROMOSSI.
           MOVE 0 TO TOTALE-BOCCIATI.
           MOVE 0 TO TOTALE-SOSPESI.
           MOVE 0 TO TOTALE-RITIRATI.
           MOVE 0 TO TOTALE-GIORNATE.
           MOVE 0 TO TOTALE-ASSENZE.

           PERFORM VARYING CR FROM 1 BY 1 UNTIL CR > CLASSI-RILEVATE
               PERFORM CALCOLA-TASSO-CLASSE
               MOVE SPACES TO RIL-DETTAGLIO-REC
               MOVE "D" TO TIPO-RIL-D
               MOVE CLASSE-RIL(CR) TO CLASSE-RIL-D
               MOVE ISCRITTI-RIL(CR) TO ISCRITTI-RIL-D
               MOVE PROMOSSI-RIL(CR) TO PROMOSSI-RIL-D
               MOVE BOCCIATI-RIL(CR) TO BOCCIATI-RIL-D
               MOVE SOSPESI-RIL(CR) TO SOSPESI-RIL-D
               MOVE RITIRATI-RIL(CR) TO RITIRATI-RIL-D
               MOVE TASSO-ASSENZA TO TASSO-ASSENZA-RIL-D
               WRITE RIL-DETTAGLIO-REC
               ADD 1 TO RIGHE-DETTAGLIO
               ADD ISCRITTI-RIL(CR) TO TOTALE-ISCRITTI
               ADD PROMOSSI-RIL(CR) TO TOTALE-PROMOSSI
               ADD BOCCIATI-RIL(CR) TO TOTALE-BOCCIATI
               ADD SOSPESI-RIL(CR) TO TOTALE-SOSPESI
               ADD RITIRATI-RIL(CR) TO TOTALE-RITIRATI
               ADD GIORNATE-RIL(CR) TO TOTALE-GIORNATE
               ADD ASSENZE-RIL(CR) TO TOTALE-ASSENZE
           END-PERFORM.

           IF TOTALE-GIORNATE = 0 THEN
               MOVE 0 TO TASSO-ASSENZA
           ELSE
               COMPUTE TASSO-ASSENZA ROUNDED =
                   TOTALE-ASSENZE * 100 / TOTALE-GIORNATE
           END-IF.

           MOVE SPACES TO RIL-CODA-REC.
           MOVE "T" TO TIPO-RIL-T.
           MOVE RIGHE-DETTAGLIO TO RIGHE-DETTAGLIO-RIL-T.
           MOVE TOTALE-ISCRITTI TO ISCRITTI-RIL-T.
           MOVE TOTALE-PROMOSSI TO PROMOSSI-RIL-T.
           MOVE TOTALE-BOCCIATI TO BOCCIATI-RIL-T.
           MOVE TOTALE-SOSPESI TO SOSPESI-RIL-T.
           MOVE TOTALE-RITIRATI TO RITIRATI-RIL-T.
           MOVE TASSO-ASSENZA TO TASSO-ASSENZA-RIL-T.
           WRITE RIL-CODA-REC.

           CLOSE RILEVAZIONE-FILE.

           DISPLAY "RILEVAZ.DAT SCRITTO: " RIGHE-DETTAGLIO " CLASSI".

      *---------------------------- FUNCTION AJ ------------------------
      *RIEPILOGO STAMPATO CON GLI STESSI NUMERI DEL FILE E LO SPAZIO
      *PER LA FIRMA DEL DIRIGENTE
       STAMPA-RIEPILOGO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "RILEVAZ.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "RILEVAZIONE STATISTICA USR DAL " PERIODO-DA
                  " AL " PERIODO-A
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "CLASSE / ISCRITTI / PROMOSSI / BOCCIATI / SOSPESI "
                  "/ RITIRATI / % ASSENZA"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT RILEVAZ.TXT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           PERFORM VARYING CR FROM 1 BY 1 UNTIL CR > CLASSI-RILEVATE
               PERFORM CALCOLA-TASSO-CLASSE
               MOVE TASSO-ASSENZA TO TASSO-EDIT
               MOVE SPACES TO RW-RIGA
               STRING CLASSE-RIL(CR) " " ISCRITTI-RIL(CR) "     "
                      PROMOSSI-RIL(CR) "     " BOCCIATI-RIL(CR)
                      "     " SOSPESI-RIL(CR) "    "
                      RITIRATI-RIL(CR) "     " TASSO-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.

           IF TOTALE-GIORNATE = 0 THEN
               MOVE 0 TO TASSO-ASSENZA
           ELSE
               COMPUTE TASSO-ASSENZA ROUNDED =
                   TOTALE-ASSENZE * 100 / TOTALE-GIORNATE
           END-IF.
           MOVE TASSO-ASSENZA TO TASSO-EDIT.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE     " TOTALE-ISCRITTI "   " TOTALE-PROMOSSI
                  "   " TOTALE-BOCCIATI "   " TOTALE-SOSPESI "  "
                  TOTALE-RITIRATI "   " TASSO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "CLASSI RILEVATE: " RIGHE-DETTAGLIO
                  " - FILE TRASMESSO: RILEVAZ.DAT"
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "DATA ____________    IL DIRIGENTE SCOLASTICO "
               TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "                     ______________________________"
               TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "RIEPILOGO DA FIRMARE SCRITTO SU RILEVAZ.TXT".
