      ******************************************************************
      * SERVIZIO DI CONFRONTO DEI NOMI DI PERSONA E DI DITTA,
      * RICHIAMABILE DA TUTTA LA SUITE PER CERCARE I DOPPIONI NELLE
      * ANAGRAFICHE. RIPRENDE LA NORMALIZZAZIONE DELL'ESERCIZIO SUI
      * VETTORI (MAIUSCOLE E ACCENTI) E LA COMPLETA: VIA APOSTROFI,
      * PUNTI, TRATTINI E SPAZI, COSI' "D'Angelo" E "DANGELO" DANNO
      * LA STESSA CHIAVE.
      *
      * AREA PARAMETRI (NOMESRV-AREA):
      *   FUNZIONE "K" = CHIAVI DI NOME1: CHIAVE1 (NOME NORMALIZZATO
      *                  SENZA SPAZI) E FONETICA1 (CODICE FONETICO
      *                  SOUNDEX DELLE PAROLE IN ORDINE ALFABETICO,
      *                  QUINDI "ROSSI MARIO" = "MARIO ROSSI")
      *            "C" = CONFRONTO DI NOME1 CON NOME2: LE CHIAVI DI
      *                  ENTRAMBI E IL PUNTEGGIO DI SOMIGLIANZA
      *   PUNTEGGIO 0-100: 100 MENO LA DISTANZA DI EDIT (LETTERE DA
      *   CAMBIARE, TOGLIERE O AGGIUNGERE) IN PERCENTUALE DELLA CHIAVE
      *   PIU' LUNGA; SI PRENDE IL MIGLIORE TRA L'ORDINE DELLE PAROLE
      *   COM'E' SCRITTO E QUELLO ALFABETICO
      *   ESITO "S" = ELABORATO, "N" = NOME SENZA LETTERE NE' CIFRE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMESRV.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *CODICI SOUNDEX DELLE LETTERE DA A A Z: 0 = VOCALI E LETTERE
      *MUTE, CHE NON DANNO CODICE MA SEPARANO LE CONSONANTI UGUALI
       01 CODICI-SOUNDEX PIC X(26) VALUE "01230120022455012623010202".

      *CHIAVI DI UN NOME, CALCOLATE DA CALCOLA-CHIAVI
       01 NOME-ENTRATA PIC X(40).
       01 NOME-LAVORO PIC X(40).
       01 CHIAVE-USCITA PIC X(40).
       01 CHIAVE-ORDINATA-USCITA PIC X(40).
       01 FONETICA-USCITA PIC X(8).
       01 LUNGHEZZA-CHIAVE PIC 9(2).

      *CHIAVI IN ORDINE ALFABETICO DEI DUE NOMI, PER IL CONFRONTO
       01 CHIAVE-ORDINATA1 PIC X(40).
       01 CHIAVE-ORDINATA2 PIC X(40).

      *PAROLE DEL NOME, PER L'ORDINAMENTO ALFABETICO
       01 PAROLE-NOME.
           05 PAROLA-NOME PIC X(40) OCCURS 10 TIMES INDEXED BY PW PV.
       01 PAROLE-CONTATE PIC 9(2).
       01 LETTERE-PAROLA PIC 9(2).
       01 PAROLA-SCAMBIO PIC X(40).
       01 SCAMBI-FATTI PIC X(1).

       01 CARATTERE PIC X(1).
       01 CODICE-CARATTERE PIC X(1).
       01 CODICE-PRECEDENTE PIC X(1).
       01 POSIZIONE-LETTERA PIC 9(2).
       01 CIFRE-FONETICHE PIC 9(1).
       01 K PIC 9(2).

      *DISTANZA DI EDIT TRA DUE STRINGHE, SU DUE RIGHE DELLA MATRICE
       01 STRINGA-A PIC X(40).
       01 STRINGA-B PIC X(40).
       01 LUNGHEZZA-A PIC 9(2).
       01 LUNGHEZZA-B PIC 9(2).
       01 RIGA-PRECEDENTE-TAB.
           05 RIGA-PRECEDENTE PIC 9(2) COMP OCCURS 41 TIMES.
       01 RIGA-CORRENTE-TAB.
           05 RIGA-CORRENTE PIC 9(2) COMP OCCURS 41 TIMES.
       01 IA PIC 9(2).
       01 JB PIC 9(2).
       01 COSTO-SOSTITUZIONE PIC 9(1).
       01 DISTANZA-MINIMA PIC 9(2).
       01 LUNGHEZZA-MAGGIORE PIC 9(2).
       01 SOMIGLIANZA PIC 9(3).

       LINKAGE SECTION.
       01 NOMESRV-AREA.
           05 NOMESRV-FUNZIONE PIC X(1).
           05 NOMESRV-NOME1 PIC X(40).
           05 NOMESRV-NOME2 PIC X(40).
           05 NOMESRV-CHIAVE1 PIC X(40).
           05 NOMESRV-CHIAVE2 PIC X(40).
           05 NOMESRV-FONETICA1 PIC X(8).
           05 NOMESRV-FONETICA2 PIC X(8).
           05 NOMESRV-PUNTEGGIO PIC 9(3).
           05 NOMESRV-ESITO PIC X(1).

       PROCEDURE DIVISION USING NOMESRV-AREA.
       MAIN-PROCEDURE.

           MOVE "S" TO NOMESRV-ESITO.
           MOVE 0 TO NOMESRV-PUNTEGGIO.

           MOVE NOMESRV-NOME1 TO NOME-ENTRATA.
           PERFORM CALCOLA-CHIAVI.
           MOVE CHIAVE-USCITA TO NOMESRV-CHIAVE1.
           MOVE CHIAVE-ORDINATA-USCITA TO CHIAVE-ORDINATA1.
           MOVE FONETICA-USCITA TO NOMESRV-FONETICA1.
           IF CHIAVE-USCITA = SPACES THEN
               MOVE "N" TO NOMESRV-ESITO
           END-IF.

           IF NOMESRV-FUNZIONE NOT = "C" THEN
               GOBACK
           END-IF.

           MOVE NOMESRV-NOME2 TO NOME-ENTRATA.
           PERFORM CALCOLA-CHIAVI.
           MOVE CHIAVE-USCITA TO NOMESRV-CHIAVE2.
           MOVE CHIAVE-ORDINATA-USCITA TO CHIAVE-ORDINATA2.
           MOVE FONETICA-USCITA TO NOMESRV-FONETICA2.
           IF CHIAVE-USCITA = SPACES THEN
               MOVE "N" TO NOMESRV-ESITO
           END-IF.

           IF NOMESRV-ESITO NOT = "S" THEN
               GOBACK
           END-IF.

           MOVE NOMESRV-CHIAVE1 TO STRINGA-A.
           MOVE NOMESRV-CHIAVE2 TO STRINGA-B.
           PERFORM CALCOLA-SOMIGLIANZA.
           MOVE SOMIGLIANZA TO NOMESRV-PUNTEGGIO.

           MOVE CHIAVE-ORDINATA1 TO STRINGA-A.
           MOVE CHIAVE-ORDINATA2 TO STRINGA-B.
           PERFORM CALCOLA-SOMIGLIANZA.
           IF SOMIGLIANZA > NOMESRV-PUNTEGGIO THEN
               MOVE SOMIGLIANZA TO NOMESRV-PUNTEGGIO
           END-IF.

           GOBACK.

      *---------------------------- FUNCTION AA ------------------------
      *DA NOME-ENTRATA LA CHIAVE NORMALIZZATA, QUELLA CON LE PAROLE IN
      *ORDINE ALFABETICO E IL CODICE FONETICO
       CALCOLA-CHIAVI.

           MOVE FUNCTION UPPER-CASE(NOME-ENTRATA) TO NOME-LAVORO.

      *COME NELLA NORMALIZZAZIONE DELL'ESERCIZIO SUI VETTORI LE
      *ACCENTATE MINUSCOLE VANNO COPERTE A PARTE, PERCHE' UPPER-CASE
      *NON LE CONVERTE; LA LETTERA NUDA SI FA SEGUIRE DA UN APOSTROFO,
      *CHE LA SCANSIONE SCARTA SENZA SPEZZARE LA PAROLA
           INSPECT NOME-LAVORO REPLACING
               ALL "À" BY "A'"
               ALL "È" BY "E'"
               ALL "É" BY "E'"
               ALL "Ì" BY "I'"
               ALL "Ò" BY "O'"
               ALL "Ù" BY "U'"
               ALL "à" BY "A'"
               ALL "è" BY "E'"
               ALL "é" BY "E'"
               ALL "ì" BY "I'"
               ALL "ò" BY "O'"
               ALL "ù" BY "U'".

      *RESTANO SOLO LETTERE E CIFRE; LO SPAZIO SEPARA LE PAROLE,
      *TUTTO IL RESTO (APOSTROFI, PUNTI, TRATTINI) SI SALTA
           MOVE SPACES TO CHIAVE-USCITA.
           MOVE SPACES TO PAROLE-NOME.
           MOVE 0 TO LUNGHEZZA-CHIAVE.
           MOVE 1 TO PAROLE-CONTATE.
           MOVE 0 TO LETTERE-PAROLA.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 40
               MOVE NOME-LAVORO(K:1) TO CARATTERE
               IF (CARATTERE >= "A" AND CARATTERE <= "Z") OR
                  (CARATTERE >= "0" AND CARATTERE <= "9") THEN
                   ADD 1 TO LUNGHEZZA-CHIAVE
                   MOVE CARATTERE TO CHIAVE-USCITA(LUNGHEZZA-CHIAVE:1)
                   ADD 1 TO LETTERE-PAROLA
                   SET PW TO PAROLE-CONTATE
                   MOVE CARATTERE
                       TO PAROLA-NOME(PW)(LETTERE-PAROLA:1)
               ELSE
                   IF CARATTERE = SPACE AND LETTERE-PAROLA > 0 AND
                      PAROLE-CONTATE < 10 THEN
                       ADD 1 TO PAROLE-CONTATE
                       MOVE 0 TO LETTERE-PAROLA
                   END-IF
               END-IF
           END-PERFORM.
           IF LETTERE-PAROLA = 0 AND PAROLE-CONTATE > 1 THEN
               SUBTRACT 1 FROM PAROLE-CONTATE
           END-IF.

      *PAROLE IN ORDINE ALFABETICO (SONO AL PIU' DIECI)
           MOVE "S" TO SCAMBI-FATTI.
           PERFORM UNTIL SCAMBI-FATTI = "N"
               MOVE "N" TO SCAMBI-FATTI
               PERFORM VARYING PW FROM 1 BY 1
                       UNTIL PW >= PAROLE-CONTATE
                   SET PV TO PW
                   SET PV UP BY 1
                   IF PAROLA-NOME(PW) > PAROLA-NOME(PV) THEN
                       MOVE PAROLA-NOME(PW) TO PAROLA-SCAMBIO
                       MOVE PAROLA-NOME(PV) TO PAROLA-NOME(PW)
                       MOVE PAROLA-SCAMBIO TO PAROLA-NOME(PV)
                       MOVE "S" TO SCAMBI-FATTI
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO CHIAVE-ORDINATA-USCITA.
           STRING PAROLA-NOME(1) DELIMITED BY SPACE
                  PAROLA-NOME(2) DELIMITED BY SPACE
                  PAROLA-NOME(3) DELIMITED BY SPACE
                  PAROLA-NOME(4) DELIMITED BY SPACE
                  PAROLA-NOME(5) DELIMITED BY SPACE
                  PAROLA-NOME(6) DELIMITED BY SPACE
                  PAROLA-NOME(7) DELIMITED BY SPACE
                  PAROLA-NOME(8) DELIMITED BY SPACE
                  PAROLA-NOME(9) DELIMITED BY SPACE
                  PAROLA-NOME(10) DELIMITED BY SPACE
               INTO CHIAVE-ORDINATA-USCITA.

           PERFORM CALCOLA-FONETICA.

      *---------------------------- FUNCTION AB ------------------------
      *SOUNDEX ALLUNGATO A OTTO POSIZIONI SULLA CHIAVE ORDINATA: LA
      *PRIMA LETTERA, POI LE CIFRE DELLE CONSONANTI SENZA RIPETERE
      *QUELLE UGUALI VICINE; H E W NON SEPARANO, LE VOCALI SI'
       CALCOLA-FONETICA.

           MOVE SPACES TO FONETICA-USCITA.
           IF CHIAVE-ORDINATA-USCITA = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CHIAVE-ORDINATA-USCITA(1:1) TO FONETICA-USCITA(1:1).
           MOVE CHIAVE-ORDINATA-USCITA(1:1) TO CARATTERE.
           PERFORM CODICE-FONETICO.
           MOVE CODICE-CARATTERE TO CODICE-PRECEDENTE.
           MOVE 1 TO CIFRE-FONETICHE.

           PERFORM VARYING K FROM 2 BY 1
                   UNTIL K > 40 OR CIFRE-FONETICHE = 8
               MOVE CHIAVE-ORDINATA-USCITA(K:1) TO CARATTERE
               IF CARATTERE = SPACE THEN
                   MOVE 40 TO K
               ELSE
                   IF CARATTERE NOT = "H" AND CARATTERE NOT = "W"
                       THEN
                       PERFORM CODICE-FONETICO
                       IF CODICE-CARATTERE = "0" THEN
                           MOVE "0" TO CODICE-PRECEDENTE
                       ELSE
                           IF CODICE-CARATTERE NOT = CODICE-PRECEDENTE
                               THEN
                               ADD 1 TO CIFRE-FONETICHE
                               MOVE CODICE-CARATTERE TO FONETICA-USCITA
                                   (CIFRE-FONETICHE:1)
                               MOVE CODICE-CARATTERE
                                   TO CODICE-PRECEDENTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------- FUNCTION AC ------------------------
      *LE CIFRE VALGONO PER SE STESSE
       CODICE-FONETICO.

           IF CARATTERE >= "0" AND CARATTERE <= "9" THEN
               MOVE CARATTERE TO CODICE-CARATTERE
           ELSE
               COMPUTE POSIZIONE-LETTERA =
                   FUNCTION ORD(CARATTERE) - FUNCTION ORD("A") + 1
               MOVE CODICI-SOUNDEX(POSIZIONE-LETTERA:1)
                   TO CODICE-CARATTERE
           END-IF.

      *---------------------------- FUNCTION AD ------------------------
      *SOMIGLIANZA IN CENTESIMI TRA STRINGA-A E STRINGA-B DALLA
      *DISTANZA DI EDIT (LEVENSHTEIN), TENENDO SOLO DUE RIGHE
       CALCOLA-SOMIGLIANZA.

           MOVE 0 TO LUNGHEZZA-A.
           INSPECT STRINGA-A TALLYING LUNGHEZZA-A
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO LUNGHEZZA-B.
           INSPECT STRINGA-B TALLYING LUNGHEZZA-B
               FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE LUNGHEZZA-A TO LUNGHEZZA-MAGGIORE.
           IF LUNGHEZZA-B > LUNGHEZZA-MAGGIORE THEN
               MOVE LUNGHEZZA-B TO LUNGHEZZA-MAGGIORE
           END-IF.
           IF LUNGHEZZA-MAGGIORE = 0 THEN
               MOVE 0 TO SOMIGLIANZA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING JB FROM 0 BY 1 UNTIL JB > LUNGHEZZA-B
               MOVE JB TO RIGA-PRECEDENTE(JB + 1)
           END-PERFORM.

           PERFORM VARYING IA FROM 1 BY 1 UNTIL IA > LUNGHEZZA-A
               MOVE IA TO RIGA-CORRENTE(1)
               PERFORM VARYING JB FROM 1 BY 1 UNTIL JB > LUNGHEZZA-B
                   IF STRINGA-A(IA:1) = STRINGA-B(JB:1) THEN
                       MOVE 0 TO COSTO-SOSTITUZIONE
                   ELSE
                       MOVE 1 TO COSTO-SOSTITUZIONE
                   END-IF
                   COMPUTE DISTANZA-MINIMA =
                       RIGA-PRECEDENTE(JB) + COSTO-SOSTITUZIONE
                   IF RIGA-PRECEDENTE(JB + 1) + 1 < DISTANZA-MINIMA
                       THEN
                       COMPUTE DISTANZA-MINIMA =
                           RIGA-PRECEDENTE(JB + 1) + 1
                   END-IF
                   IF RIGA-CORRENTE(JB) + 1 < DISTANZA-MINIMA THEN
                       COMPUTE DISTANZA-MINIMA = RIGA-CORRENTE(JB) + 1
                   END-IF
                   MOVE DISTANZA-MINIMA TO RIGA-CORRENTE(JB + 1)
               END-PERFORM
               MOVE RIGA-CORRENTE-TAB TO RIGA-PRECEDENTE-TAB
           END-PERFORM.

           COMPUTE SOMIGLIANZA =
               (LUNGHEZZA-MAGGIORE -
                RIGA-PRECEDENTE(LUNGHEZZA-B + 1)) * 100
               / LUNGHEZZA-MAGGIORE.
