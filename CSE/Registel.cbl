      ******************************************************************
      * ACQUISIZIONE IN BLOCCO DAL REGISTRO ELETTRONICO: I DOCENTI
      * SEGNANO PRESENZE E VOTI SUI TABLET E L'ESPORTAZIONE ARRIVA
      * IN REGELETT.DAT, INVECE DI RIBATTERLA DALL'APPELLO GIORNALIERO
      * E DALLA REGISTRAZIONE VOTI DI ES23.
      *
      * TRACCIATO (80 COLONNE, PRIMO CARATTERE = TIPO RIGA):
      *   H  IDENTIFICATIVO ESPORTAZIONE X(20), DATA AAAAMMGG, NUMERO
      *      RIGHE PRESENZA 9(5), NUMERO RIGHE VOTO 9(5)
      *   P  MATRICOLA 9(6), CLASSE X(10), DATA AAAAMMGG, STATO P/A
      *   V  MATRICOLA 9(6), CLASSE X(10), MATERIA 9(2), QUADRIMESTRE
      *      9(1), VOTO 9(2); SI ACCETTANO ANCORA LE ESPORTAZIONI CON
      *      LA MATERIA 9(1), CHE HANNO VUOTA LA COLONNA 22
      *   T  NUMERO RIGHE PRESENZA 9(5), NUMERO RIGHE VOTO 9(5)
      *
      * UNA PRIMA PASSATA CONTROLLA TESTATA E CODA CONTRO LE RIGHE
      * CONTATE: SE NON TORNANO IL FILE E' TRONCATO O SPORCO E NON SI
      * CARICA NULLA. LA SECONDA PASSATA VALIDA OGNI RIGA (MATRICOLA
      * E CLASSE IN ANAGRAFE, GIORNO DI SCUOLA, MATERIA NELLA TABELLA
      * DEI CODICI, VOTO 1-10) E AGGIORNA
      * REGPRES.DAT E VOTIREG.DAT; GLI SCARTI VANNO SU REGELERR.DAT
      * CON IL CODICE MOTIVO. OGNI ESPORTAZIONE CARICATA RESTA IN
      * REGELLOT.DAT E UNA SECONDA CORSA DELLO STESSO FILE VIENE
      * RIFIUTATA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPORTAZIONE-FILE ASSIGN TO "REGELETT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESPORTAZIONE.

           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICOLA-ANA
               FILE STATUS IS FS-ANAGRAFE.

           SELECT PRESENZE-FILE ASSIGN TO "REGPRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PRESENZA-REC
               FILE STATUS IS FS-PRESENZE.

           SELECT VOTI-FILE ASSIGN TO "VOTIREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-VOTO-REC
               FILE STATUS IS FS-VOTI.

      *SCARTI CON CODICE MOTIVO, SULLO SCHEMA DELL'IMPORT ELENCHI
      *DELL'ANAGRAFE
           SELECT SCARTI-FILE ASSIGN TO "REGELERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCARTI.

      *ESPORTAZIONI GIA' CARICATE, SOLO IN AGGIUNTA
           SELECT LOTTI-FILE ASSIGN TO "REGELLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTTI.

       DATA DIVISION.
       FILE SECTION.
       FD  ESPORTAZIONE-FILE.
       01  ESPORTAZIONE-REC PIC X(80).

       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-REC.
           05 MATRICOLA-ANA PIC 9(6).
           05 NOME-ANA PIC A(20).
           05 COGNOME-ANA PIC A(20).
           05 CLASSE-ANA PIC X(10).

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

       FD  VOTI-FILE.
       01  VOTO-REGISTRO-REC.
           05 CHIAVE-VOTO-REC.
               10 MATRICOLA-VOTO-REC PIC 9(6).
               10 MATERIA-VOTO-REC PIC 9(2).
               10 PERIODO-VOTO-REC PIC 9(1).
           05 VOTO-REC PIC 9(2).

       FD  SCARTI-FILE.
       01  SCARTO-REC.
      *MOTIVI: TIP = TIPO RIGA SCONOSCIUTO, NUM = MATRICOLA NON
      *NUMERICA, MAT = MATRICOLA NON IN ANAGRAFE, CLA = CLASSE
      *DIVERSA DA QUELLA IN ANAGRAFE, DAT = DATA NON VALIDA O
      *FUTURA, GSC = NON E' UN GIORNO DI SCUOLA, STA = STATO NON
      *P/A, GIU = ASSENZA GIA' GIUSTIFICATA IN SEGRETERIA, MTR =
      *MATERIA NON VALIDA, PER = QUADRIMESTRE NON 1/2, VOT = VOTO
      *FUORI 1-10
           05 MOTIVO-SCARTO-REC PIC X(3).
           05 RECORD-SCARTATO-REC PIC X(80).

       FD  LOTTI-FILE.
       01  LOTTO-REC.
           05 ID-LOTTO-REC PIC X(20).
           05 DATA-ESPORT-LOTTO-REC PIC 9(8).
           05 MOMENTO-LOTTO-REC PIC X(14).
           05 PRESENZE-LOTTO-REC PIC 9(5).
           05 VOTI-LOTTO-REC PIC 9(5).
           05 SCARTI-LOTTO-REC PIC 9(5).

       WORKING-STORAGE SECTION.

       01 FS-ESPORTAZIONE PIC X(2).
       01 FS-ANAGRAFE PIC X(2).
       01 FS-PRESENZE PIC X(2).
       01 FS-VOTI PIC X(2).
       01 FS-SCARTI PIC X(2).
       01 FS-LOTTI PIC X(2).

      *VISTE DELLA RIGA IN LETTURA PER TIPO
       01 RIGA-ESPORTAZIONE PIC X(80).
       01 RIGA-TESTATA REDEFINES RIGA-ESPORTAZIONE.
           05 TIPO-RIGA PIC X(1).
           05 ID-LOTTO-H PIC X(20).
           05 DATA-ESPORT-H PIC X(8).
           05 PRESENZE-H PIC X(5).
           05 VOTI-H PIC X(5).
           05 FILLER PIC X(41).
       01 RIGA-PRESENZA REDEFINES RIGA-ESPORTAZIONE.
           05 FILLER PIC X(1).
           05 MATRICOLA-P PIC X(6).
           05 CLASSE-P PIC X(10).
           05 DATA-P PIC X(8).
           05 STATO-P PIC X(1).
           05 FILLER PIC X(54).
       01 RIGA-VOTO REDEFINES RIGA-ESPORTAZIONE.
           05 FILLER PIC X(1).
           05 MATRICOLA-V PIC X(6).
           05 CLASSE-V PIC X(10).
           05 MATERIA-V PIC X(2).
           05 PERIODO-V PIC X(1).
           05 VOTO-V PIC X(2).
           05 FILLER PIC X(58).
       01 RIGA-VOTO-UNA-CIFRA REDEFINES RIGA-ESPORTAZIONE.
           05 FILLER PIC X(17).
           05 MATERIA-V1 PIC X(1).
           05 PERIODO-V1 PIC X(1).
           05 VOTO-V1 PIC X(2).
           05 FINE-V1 PIC X(1).
           05 FILLER PIC X(58).
       01 RIGA-CODA REDEFINES RIGA-ESPORTAZIONE.
           05 FILLER PIC X(1).
           05 PRESENZE-T PIC X(5).
           05 VOTI-T PIC X(5).
           05 FILLER PIC X(69).

      *CONTROLLI DI TESTATA E CODA
       01 TESTATA-TROVATA PIC X(1).
       01 CODA-TROVATA PIC X(1).
       01 ID-LOTTO PIC X(20).
       01 DATA-ESPORTAZIONE PIC 9(8).
       01 PRESENZE-DICHIARATE PIC 9(5).
       01 VOTI-DICHIARATI PIC 9(5).
       01 PRESENZE-CODA PIC 9(5).
       01 VOTI-CODA PIC 9(5).
       01 PRESENZE-CONTATE PIC 9(5).
       01 VOTI-CONTATE PIC 9(5).
       01 LOTTO-GIA-CARICATO PIC X(1).

      *CONTEGGI DEL CARICAMENTO
       01 PRESENZE-CARICATE PIC 9(5).
       01 VOTI-CARICATI PIC 9(5).
       01 RIGHE-SCARTATE PIC 9(5).
       01 MOTIVO-SCARTO PIC X(3).

      *CAMPI DI LAVORO DELLA RIGA IN VALIDAZIONE
       01 MATRICOLA-RIGA PIC 9(6).
       01 DATA-RIGA PIC 9(8).
       01 MATERIA-TESTO PIC X(2).
       01 PERIODO-TESTO PIC X(1).
       01 VOTO-TESTO PIC X(2).
       01 MATERIA-RIGA PIC 9(2).
       01 MATERIA-RIGA-X REDEFINES MATERIA-RIGA PIC X(2).
       01 PERIODO-RIGA PIC 9(1).
       01 VOTO-RIGA PIC 9(2).
       01 DATA-ODIERNA PIC 9(8).
      *MATERIE DI SEMPRE, VALIDE SOLO SE LA TABELLA DEI CODICI NON
      *E' DISPONIBILE
       01 NUMERO-MATERIE PIC 9(2) VALUE 7.
       01 PRESENZA-GIA-SEGNATA PIC X(1).
       01 STATO-PRECEDENTE PIC X(1).

      *TERMINE DI GIUSTIFICAZIONE IN GIORNI DI SCUOLA, COME
      *NELL'APPELLO GIORNALIERO DI ES23
       01 GIORNI-TERMINE-GIUST PIC 9(2) VALUE 5.

      *AREA PARAMETRI DEL SOTTOPROGRAMMA COMUNE DEI SERVIZI DATA
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

           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

           PERFORM CONTROLLA-TESTATA-CODA.
           IF RETURN-CODE NOT = 0 THEN
               GOBACK
           END-IF.

           PERFORM CERCA-LOTTO-CARICATO.
           IF LOTTO-GIA-CARICATO = "S" THEN
               DISPLAY "ESPORTAZIONE " ID-LOTTO " GIA' CARICATA: "
                       "NESSUN AGGIORNAMENTO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM APRI-ARCHIVI.
           IF RETURN-CODE NOT = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO PRESENZE-CARICATE.
           MOVE 0 TO VOTI-CARICATI.
           MOVE 0 TO RIGHE-SCARTATE.

           OPEN INPUT ESPORTAZIONE-FILE.
           PERFORM UNTIL FS-ESPORTAZIONE = "10"
               READ ESPORTAZIONE-FILE INTO RIGA-ESPORTAZIONE
                   AT END
                       MOVE "10" TO FS-ESPORTAZIONE
                   NOT AT END
                       PERFORM CARICA-RIGA
               END-READ
           END-PERFORM.
           CLOSE ESPORTAZIONE-FILE.

           CLOSE ANAGRAFE-FILE.
           CLOSE PRESENZE-FILE.
           CLOSE VOTI-FILE.

           PERFORM REGISTRA-LOTTO.

           DISPLAY "ESPORTAZIONE " ID-LOTTO " DEL " DATA-ESPORTAZIONE.
           DISPLAY "PRESENZE CARICATE: " PRESENZE-CARICATE.
           DISPLAY "VOTI CARICATI:     " VOTI-CARICATI.
           DISPLAY "RIGHE SCARTATE:    " RIGHE-SCARTATE.
           IF RIGHE-SCARTATE > 0 THEN
               DISPLAY "GLI SCARTI SONO SU REGELERR.DAT"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *PRIMA PASSATA: UNA TESTATA IN TESTA, UNA CODA IN FONDO E I
      *CONTEGGI DI ENTRAMBE UGUALI ALLE RIGHE EFFETTIVE; ALTRIMENTI
      *IL FILE NON SI CARICA (RETURN-CODE 8)
       CONTROLLA-TESTATA-CODA.

           MOVE "N" TO TESTATA-TROVATA.
           MOVE "N" TO CODA-TROVATA.
           MOVE SPACES TO ID-LOTTO.
           MOVE 0 TO DATA-ESPORTAZIONE.
           MOVE 0 TO PRESENZE-DICHIARATE.
           MOVE 0 TO VOTI-DICHIARATI.
           MOVE 0 TO PRESENZE-CODA.
           MOVE 0 TO VOTI-CODA.
           MOVE 0 TO PRESENZE-CONTATE.
           MOVE 0 TO VOTI-CONTATE.

           OPEN INPUT ESPORTAZIONE-FILE.
           IF FS-ESPORTAZIONE NOT = "00" THEN
               DISPLAY "REGELETT.DAT NON DISPONIBILE - STATO "
                       FS-ESPORTAZIONE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-ESPORTAZIONE = "10"
               READ ESPORTAZIONE-FILE INTO RIGA-ESPORTAZIONE
                   AT END
                       MOVE "10" TO FS-ESPORTAZIONE
                   NOT AT END
                       EVALUATE TIPO-RIGA
                           WHEN "H"
                               IF TESTATA-TROVATA = "N" AND
                                  PRESENZE-CONTATE = 0 AND
                                  VOTI-CONTATE = 0 AND
                                  DATA-ESPORT-H NUMERIC AND
                                  PRESENZE-H NUMERIC AND
                                  VOTI-H NUMERIC THEN
                                   MOVE "S" TO TESTATA-TROVATA
                                   MOVE ID-LOTTO-H TO ID-LOTTO
                                   MOVE DATA-ESPORT-H
                                       TO DATA-ESPORTAZIONE
                                   MOVE PRESENZE-H
                                       TO PRESENZE-DICHIARATE
                                   MOVE VOTI-H TO VOTI-DICHIARATI
                               END-IF
                           WHEN "P"
                               ADD 1 TO PRESENZE-CONTATE
                           WHEN "V"
                               ADD 1 TO VOTI-CONTATE
                           WHEN "T"
                               IF PRESENZE-T NUMERIC AND
                                  VOTI-T NUMERIC THEN
                                   MOVE "S" TO CODA-TROVATA
                                   MOVE PRESENZE-T TO PRESENZE-CODA
                                   MOVE VOTI-T TO VOTI-CODA
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE ESPORTAZIONE-FILE.
           MOVE "00" TO FS-ESPORTAZIONE.

           IF TESTATA-TROVATA = "N" OR ID-LOTTO = SPACES THEN
               DISPLAY "REGELETT.DAT SENZA TESTATA VALIDA: FILE "
                       "RIFIUTATO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF CODA-TROVATA = "N" THEN
               DISPLAY "REGELETT.DAT SENZA CODA: FILE TRONCATO, "
                       "RIFIUTATO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF PRESENZE-CONTATE NOT = PRESENZE-DICHIARATE OR
              PRESENZE-CONTATE NOT = PRESENZE-CODA OR
              VOTI-CONTATE NOT = VOTI-DICHIARATI OR
              VOTI-CONTATE NOT = VOTI-CODA THEN
               DISPLAY "CONTEGGI NON QUADRANO - PRESENZE: TESTATA "
                       PRESENZE-DICHIARATE " CODA " PRESENZE-CODA
                       " RIGHE " PRESENZE-CONTATE
               DISPLAY "                       VOTI: TESTATA "
                       VOTI-DICHIARATI " CODA " VOTI-CODA
                       " RIGHE " VOTI-CONTATE
               DISPLAY "REGELETT.DAT RIFIUTATO"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *---------------------------- FUNCTION AB ------------------------
      *L'IDENTIFICATIVO DELL'ESPORTAZIONE E' GIA' IN REGELLOT.DAT?
       CERCA-LOTTO-CARICATO.

           MOVE "N" TO LOTTO-GIA-CARICATO.

           OPEN INPUT LOTTI-FILE.
           IF FS-LOTTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-LOTTI = "10"
               READ LOTTI-FILE
                   AT END
                       MOVE "10" TO FS-LOTTI
                   NOT AT END
                       IF ID-LOTTO-REC = ID-LOTTO THEN
                           MOVE "S" TO LOTTO-GIA-CARICATO
                           DISPLAY "CARICATA IL " MOMENTO-LOTTO-REC
                           MOVE "10" TO FS-LOTTI
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOTTI-FILE.

      *---------------------------- FUNCTION AC ------------------------
       APRI-ARCHIVI.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE NOT = "00" THEN
               DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - STATO "
                       FS-ANAGRAFE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PRESENZE-FILE.
           IF FS-PRESENZE = "35" THEN
               OPEN OUTPUT PRESENZE-FILE
               CLOSE PRESENZE-FILE
               OPEN I-O PRESENZE-FILE
           END-IF.
           IF FS-PRESENZE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE REGPRES.DAT - STATO "
                       FS-PRESENZE
               CLOSE ANAGRAFE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O VOTI-FILE.
           IF FS-VOTI = "35" THEN
               OPEN OUTPUT VOTI-FILE
               CLOSE VOTI-FILE
               OPEN I-O VOTI-FILE
           END-IF.
           IF FS-VOTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE VOTIREG.DAT - STATO "
                       FS-VOTI
               CLOSE ANAGRAFE-FILE
               CLOSE PRESENZE-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *---------------------------- FUNCTION AD ------------------------
      *SECONDA PASSATA: TESTATA E CODA SONO GIA' STATE CONTROLLATE,
      *QUI CONTANO SOLO LE RIGHE DI DATI
       CARICA-RIGA.

           MOVE SPACES TO MOTIVO-SCARTO.

           EVALUATE TIPO-RIGA
               WHEN "H"
                   CONTINUE
               WHEN "T"
                   CONTINUE
               WHEN "P"
                   PERFORM CARICA-PRESENZA
               WHEN "V"
                   PERFORM CARICA-VOTO
               WHEN OTHER
                   MOVE "TIP" TO MOTIVO-SCARTO
           END-EVALUATE.

           IF MOTIVO-SCARTO NOT = SPACES THEN
               PERFORM SCRIVI-SCARTO
           END-IF.

      *---------------------------- FUNCTION AE ------------------------
      *LO STUDENTE DEVE ESSERE IN ANAGRAFE NELLA CLASSE INDICATA DAL
      *TABLET: UNA RIGA PER UNO STUDENTE DI UN'ALTRA CLASSE E' QUASI
      *SEMPRE UN ERRORE DI SELEZIONE DEL DOCENTE. MATRICOLA E CLASSE
      *STANNO NELLE STESSE COLONNE NELLE RIGHE P E V
       VALIDA-STUDENTE.

           IF MATRICOLA-P NOT NUMERIC THEN
               MOVE "NUM" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.

           MOVE MATRICOLA-P TO MATRICOLA-RIGA.
           MOVE MATRICOLA-RIGA TO MATRICOLA-ANA.
           READ ANAGRAFE-FILE
               INVALID KEY
                   MOVE "MAT" TO MOTIVO-SCARTO
           END-READ.
           MOVE "00" TO FS-ANAGRAFE.

           IF MOTIVO-SCARTO = SPACES AND CLASSE-ANA NOT = CLASSE-P
               MOVE "CLA" TO MOTIVO-SCARTO
           END-IF.

      *---------------------------- FUNCTION AF ------------------------
      *RIGA DI PRESENZA: COME UNA RIGA DELL'APPELLO GIORNALIERO, MA
      *UN'ASSENZA GIA' GIUSTIFICATA IN SEGRETERIA NON SI TOCCA
       CARICA-PRESENZA.

           PERFORM VALIDA-STUDENTE.
           IF MOTIVO-SCARTO NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF DATA-P NOT NUMERIC THEN
               MOVE "DAT" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-P TO DATA-RIGA.

           MOVE "V" TO DATESRV-FUNZIONE.
           MOVE DATA-RIGA TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "N" OR DATA-RIGA > DATA-ODIERNA THEN
               MOVE "DAT" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.

      *GIORNO DI SCUOLA = PRIMO GIORNO LAVORATIVO A PARTIRE DA SE
      *STESSO (NON DOMENICA, NON IN FESTIVI.DAT)
           MOVE "L" TO DATESRV-FUNZIONE.
           MOVE DATA-RIGA TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-DATA2 NOT = DATA-RIGA THEN
               MOVE "GSC" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.

           IF STATO-P NOT = "P" AND STATO-P NOT = "A" THEN
               MOVE "STA" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.

           MOVE MATRICOLA-RIGA TO MATRICOLA-PRES-REC.
           MOVE DATA-RIGA TO DATA-PRES-REC.
           MOVE "N" TO PRESENZA-GIA-SEGNATA.
           MOVE SPACES TO STATO-PRECEDENTE.
           READ PRESENZE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO PRESENZA-GIA-SEGNATA
                   MOVE STATO-PRES-REC TO STATO-PRECEDENTE
           END-READ.
           MOVE "00" TO FS-PRESENZE.

           IF STATO-PRECEDENTE = "G" THEN
               IF STATO-P = "A" THEN
                   ADD 1 TO PRESENZE-CARICATE
               ELSE
                   MOVE "GIU" TO MOTIVO-SCARTO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE MATRICOLA-RIGA TO MATRICOLA-PRES-REC.
           MOVE DATA-RIGA TO DATA-PRES-REC.
           MOVE CLASSE-P TO CLASSE-PRES-REC.
           MOVE STATO-P TO STATO-PRES-REC.

      *UNA NUOVA ASSENZA PRENDE IL TERMINE DI GIUSTIFICAZIONE; UNA
      *GIA' SEGNATA TIENE IL SUO
           IF STATO-P = "A" AND STATO-PRECEDENTE = "A" THEN
               CONTINUE
           ELSE
               MOVE 0 TO SCADENZA-GIUST-REC
               MOVE 0 TO DATA-GIUST-REC
               MOVE SPACES TO MOTIVO-GIUST-REC
               MOVE SPACES TO FIRMATARIO-GIUST-REC
               IF STATO-P = "A" THEN
                   MOVE "W" TO DATESRV-FUNZIONE
                   MOVE DATA-RIGA TO DATESRV-DATA1
                   MOVE GIORNI-TERMINE-GIUST TO DATESRV-GIORNI
                   CALL "DATESRV" USING DATESRV-AREA
                   MOVE DATESRV-DATA2 TO SCADENZA-GIUST-REC
               END-IF
           END-IF.

           IF PRESENZA-GIA-SEGNATA = "S" THEN
               REWRITE PRESENZA-REGISTRO-REC
           ELSE
               WRITE PRESENZA-REGISTRO-REC
                   INVALID KEY
                       REWRITE PRESENZA-REGISTRO-REC
               END-WRITE
           END-IF.

           ADD 1 TO PRESENZE-CARICATE.

      *---------------------------- FUNCTION AG ------------------------
      *RIGA DI VOTO: SOVRASCRIVE IL VOTO GIA' A REGISTRO PER LA
      *STESSA MATERIA E QUADRIMESTRE, COME LA REGISTRAZIONE A MANO
       CARICA-VOTO.

           PERFORM VALIDA-STUDENTE.
           IF MOTIVO-SCARTO NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

      *LE ESPORTAZIONI CON LA MATERIA DI UNA CIFRA HANNO IL VOTO
      *UNA COLONNA PRIMA E LA COLONNA 22 VUOTA
           IF FINE-V1 = SPACE THEN
               MOVE "0" TO MATERIA-TESTO(1:1)
               MOVE MATERIA-V1 TO MATERIA-TESTO(2:1)
               MOVE PERIODO-V1 TO PERIODO-TESTO
               MOVE VOTO-V1 TO VOTO-TESTO
           ELSE
               MOVE MATERIA-V TO MATERIA-TESTO
               MOVE PERIODO-V TO PERIODO-TESTO
               MOVE VOTO-V TO VOTO-TESTO
           END-IF.

           IF MATERIA-TESTO NOT NUMERIC THEN
               MOVE "MTR" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.
           MOVE MATERIA-TESTO TO MATERIA-RIGA.
           PERFORM VALIDA-MATERIA.
           IF MOTIVO-SCARTO NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF PERIODO-TESTO NOT = "1" AND PERIODO-TESTO NOT = "2" THEN
               MOVE "PER" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.
           MOVE PERIODO-TESTO TO PERIODO-RIGA.

           IF VOTO-TESTO NOT NUMERIC THEN
               MOVE "VOT" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.
           MOVE VOTO-TESTO TO VOTO-RIGA.
           IF VOTO-RIGA < 1 OR VOTO-RIGA > 10 THEN
               MOVE "VOT" TO MOTIVO-SCARTO
               EXIT PARAGRAPH
           END-IF.

           MOVE MATRICOLA-RIGA TO MATRICOLA-VOTO-REC.
           MOVE MATERIA-RIGA TO MATERIA-VOTO-REC.
           MOVE PERIODO-RIGA TO PERIODO-VOTO-REC.
           MOVE VOTO-RIGA TO VOTO-REC.
           WRITE VOTO-REGISTRO-REC
               INVALID KEY
                   REWRITE VOTO-REGISTRO-REC
           END-WRITE.

           ADD 1 TO VOTI-CARICATI.

      *---------------------------- FUNCTION AJ ------------------------
      *LA MATERIA DEVE ESSERE NELLA TABELLA DEI CODICI E VALIDA OGGI
      *(IL CODICE VI STA SENZA LO ZERO DAVANTI); SOLO SE LA TABELLA
      *NON E' DISPONIBILE VALGONO LE MATERIE DI SEMPRE
       VALIDA-MATERIA.

           MOVE "L" TO CODESRV-FUNZIONE.
           MOVE "MATERIE" TO CODESRV-TABELLA.
           MOVE SPACES TO CODESRV-CODICE.
           IF MATERIA-RIGA < 10 THEN
               MOVE MATERIA-RIGA-X(2:1) TO CODESRV-CODICE
           ELSE
               MOVE MATERIA-RIGA-X TO CODESRV-CODICE
           END-IF.
           MOVE 0 TO CODESRV-DATA.
           CALL "CODESRV" USING CODESRV-AREA.

           IF CODESRV-ESITO = "X" THEN
               IF MATERIA-RIGA < 1 OR MATERIA-RIGA > NUMERO-MATERIE
                   THEN
                   MOVE "MTR" TO MOTIVO-SCARTO
               END-IF
           ELSE
               IF CODESRV-ESITO NOT = "S" THEN
                   MOVE "MTR" TO MOTIVO-SCARTO
               END-IF
           END-IF.

      *---------------------------- FUNCTION AH ------------------------
       SCRIVI-SCARTO.

           ADD 1 TO RIGHE-SCARTATE.
           DISPLAY "RIGA SCARTATA (" MOTIVO-SCARTO "): "
                   RIGA-ESPORTAZIONE.

           OPEN EXTEND SCARTI-FILE.
           IF FS-SCARTI = "35" THEN
               OPEN OUTPUT SCARTI-FILE
           END-IF.
           IF FS-SCARTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE REGELERR.DAT - STATO "
                       FS-SCARTI
           ELSE
               MOVE MOTIVO-SCARTO TO MOTIVO-SCARTO-REC
               MOVE RIGA-ESPORTAZIONE TO RECORD-SCARTATO-REC
               WRITE SCARTO-REC
               CLOSE SCARTI-FILE
           END-IF.

      *---------------------------- FUNCTION AI ------------------------
      *L'ESPORTAZIONE CARICATA ENTRA NEI LOTTI: LA PROSSIMA CORSA
      *DELLO STESSO FILE SI FERMA PRIMA DI TOCCARE I REGISTRI. GLI
      *SCARTI CORRETTI SI RIMANDANO CON UNA NUOVA ESPORTAZIONE
       REGISTRA-LOTTO.

           OPEN EXTEND LOTTI-FILE.
           IF FS-LOTTI = "35" THEN
               OPEN OUTPUT LOTTI-FILE
           END-IF.
           IF FS-LOTTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE REGELLOT.DAT - STATO "
                       FS-LOTTI ": L'ESPORTAZIONE NON RISULTERA' "
                       "CARICATA"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE ID-LOTTO TO ID-LOTTO-REC.
           MOVE DATA-ESPORTAZIONE TO DATA-ESPORT-LOTTO-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-LOTTO-REC.
           MOVE PRESENZE-CARICATE TO PRESENZE-LOTTO-REC.
           MOVE VOTI-CARICATI TO VOTI-LOTTO-REC.
           MOVE RIGHE-SCARTATE TO SCARTI-LOTTO-REC.
           WRITE LOTTO-REC.
           CLOSE LOTTI-FILE.
