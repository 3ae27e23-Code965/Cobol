               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVVISI.

      *GENITORI E TUTORI (MANUTENUTI DAL MODULO ANAGRAFE): AVVISI E
      *PAGELLE ESCONO IN UNA COPIA INDIRIZZATA PER OGNI TUTORE CHE
      *RICEVE LA CORRISPONDENZA
           SELECT TUTORI-FILE ASSIGN TO "TUTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TUTORE-REC
               FILE STATUS IS FS-TUTORI.

      *DEBITI FORMATIVI DEGLI STUDENTI CON GIUDIZIO SOSPESO (MATRICOLA
      *+ MATERIA): VOTO DI GIUGNO, DATA DELLA PROVA DI RECUPERO E
      *SUO ESITO; LA CHIUSURA DELLE SOSPENSIONI LI RILEGGE DA QUI
           SELECT DEBITI-FILE ASSIGN TO "DEBITI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEBITO-REC
               FILE STATUS IS FS-DEBITI.

      *LETTERE DI COMUNICAZIONE DEL DEBITO ALLE FAMIGLIE, UNA COPIA
      *PER TUTORE COME GLI AVVISI
           SELECT LETTERE-DEBITO-FILE ASSIGN TO "LETTDEB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LETTERE-DEBITO.

      *REGISTRO DELLE NOTE DISCIPLINARI (MATRICOLA + DATA +
      *PROGRESSIVO NEL GIORNO): DOCENTE, CATEGORIA, DESCRIZIONE E
      *GIORNI DI SOSPENSIONE; IL CONSIGLIO DI CLASSE LO RILEGGE PER
      *PERIODO PRIMA DI DARE IL VOTO DI CONDOTTA
           SELECT NOTE-FILE ASSIGN TO "NOTEDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-NOTA-REC
               FILE STATUS IS FS-NOTE.

      *ANAGRAFICA DEI DOCENTI PER CODICE, CON LE ORE DI CATTEDRA
           SELECT DOCENTI-FILE ASSIGN TO "DOCENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-DOCENTE-REC
               FILE STATUS IS FS-DOCENTI.

      *INCARICHI DI INSEGNAMENTO (CLASSE + MATERIA): DOCENTE E ORE
      *SETTIMANALI PREVISTE
           SELECT INCARICHI-FILE ASSIGN TO "INCARICHI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INCARICO-REC
               FILE STATUS IS FS-INCARICHI.

      *ORARIO SETTIMANALE (CLASSE + GIORNO + ORA): LA CHIAVE STESSA
      *IMPEDISCE DUE MATERIE NELLA STESSA ORA DI UNA CLASSE
           SELECT ORARIO-FILE ASSIGN TO "ORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ORARIO-REC
               FILE STATUS IS FS-ORARIO.

      *GIORNALE DELLE DEROGHE ALLO SCRUTINIO INCOMPLETO, SOLO IN
      *AGGIUNTA
           SELECT DEROGHE-FILE ASSIGN TO "DEROGSCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEROGHE.

      *VOTI, DEBITI, INCARICHI E ORARIO NEL VECCHIO TRACCIATO CON LA
      *MATERIA DI UNA CIFRA: SI LEGGONO SOLO IN CONVERSIONE, DOPO AVER
      *RINOMINATO A MANO I VECCHI ARCHIVI IN VOTIOLD.DAT, DEBIOLD.DAT,
      *INCAOLD.DAT E ORAROLD.DAT
           SELECT VOTIOLD-FILE ASSIGN TO "VOTIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-VOTIOLD-REC
               FILE STATUS IS FS-VOTIOLD.

           SELECT DEBIOLD-FILE ASSIGN TO "DEBIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEBIOLD-REC
               FILE STATUS IS FS-DEBIOLD.

           SELECT INCAOLD-FILE ASSIGN TO "INCAOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INCAOLD-REC
               FILE STATUS IS FS-INCAOLD.

           SELECT ORAROLD-FILE ASSIGN TO "ORAROLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ORAROLD-REC
               FILE STATUS IS FS-ORAROLD.

      *REGISTRO PRESENZE NEL VECCHIO TRACCIATO SENZA I DATI DELLA
      *GIUSTIFICAZIONE: SI LEGGE SOLO IN CONVERSIONE, DOPO AVER
      *RINOMINATO A MANO IL VECCHIO REGPRES.DAT IN PRESOLD.DAT
           SELECT PRESOLD-FILE ASSIGN TO "PRESOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PRESOLD-REC
               FILE STATUS IS FS-PRESOLD.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAFE-FILE.
       01  VOTO-REGISTRO-REC.
           05 CHIAVE-VOTO-REC.
               10 MATRICOLA-VOTO-REC PIC 9(6).
               10 MATERIA-VOTO-REC PIC 9(2).
               10 PERIODO-VOTO-REC PIC 9(1).
           05 VOTO-REC PIC 9(2).

               10 MATRICOLA-PRES-REC PIC 9(6).
               10 DATA-PRES-REC PIC 9(8).
      *STATO "P" = PRESENTE, "A" = ASSENTE, "G" = ASSENTE
      *GIUSTIFICATO; UNA "A" DIVENTA "G" SOLO DALLA GIUSTIFICAZIONE
      *IN SEGRETERIA, ENTRO IL TERMINE, E DOPO IL TERMINE CONTA COME
      *ASSENZA NON GIUSTIFICATA
           05 CLASSE-PRES-REC PIC X(10).
           05 STATO-PRES-REC PIC X(1).
           05 SCADENZA-GIUST-REC PIC 9(8).
           05 DATA-GIUST-REC PIC 9(8).
           05 MOTIVO-GIUST-REC PIC X(40).
           05 FIRMATARIO-GIUST-REC PIC X(30).

       FD  ESITI-FILE.
       01  ESITO-ANNO-REC.
           05 MATRICOLA-ESITO-REC PIC 9(6).
           05 CLASSE-ESITO-REC PIC X(10).
      *ESITO "P" = PROMOSSO, "B" = BOCCIATO, "S" = GIUDIZIO SOSPESO
      *(DIVENTA P O B ALLA CHIUSURA DELLE PROVE DI RECUPERO)
           05 ESITO-FINALE-REC PIC X(1).

       FD  AVVISI-FILE.
       01  RIGA-AVVISO PIC X(80).

       FD  DEBITI-FILE.
       01  DEBITO-REC.
           05 CHIAVE-DEBITO-REC.
               10 MATRICOLA-DEB-REC PIC 9(6).
               10 MATERIA-DEB-REC PIC 9(2).
           05 CLASSE-DEB-REC PIC X(10).
           05 VOTO-DEB-REC PIC 9(2).
           05 DATA-PROVA-DEB-REC PIC 9(8).
           05 VOTO-RECUPERO-DEB-REC PIC 9(2).
      *ESITO DEL RECUPERO: SPAZIO = DA SOSTENERE, "S" = SUPERATO,
      *"N" = NON SUPERATO (ANCHE PER ASSENZA ALLA PROVA)
           05 ESITO-RECUPERO-DEB-REC PIC X(1).

       FD  LETTERE-DEBITO-FILE.
       01  RIGA-LETTERA-DEBITO PIC X(80).

       FD  NOTE-FILE.
       01  NOTA-REC.
           05 CHIAVE-NOTA-REC.
               10 MATRICOLA-NOTA-REC PIC 9(6).
               10 DATA-NOTA-REC PIC 9(8).
               10 PROGRESSIVO-NOTA-REC PIC 9(2).
           05 CLASSE-NOTA-REC PIC X(10).
           05 PERIODO-NOTA-REC PIC 9(1).
           05 DOCENTE-NOTA-REC PIC X(6).
      *CATEGORIA "C" = COMPORTAMENTO, "R" = RITARDI E USCITE, "M" =
      *MANCANZE NEL LAVORO (COMPITI, MATERIALE), "D" = DANNI A COSE O
      *PERSONE, "S" = PROVVEDIMENTO DI SOSPENSIONE
           05 CATEGORIA-NOTA-REC PIC X(1).
           05 DESCRIZIONE-NOTA-REC PIC X(60).
           05 GIORNI-SOSPENSIONE-REC PIC 9(2).

       FD  DOCENTI-FILE.
       01  DOCENTE-REC.
           05 CODICE-DOCENTE-REC PIC X(6).
           05 COGNOME-DOCENTE-REC PIC X(20).
           05 NOME-DOCENTE-REC PIC X(20).
           05 ORE-CATTEDRA-REC PIC 9(2).

       FD  INCARICHI-FILE.
       01  INCARICO-REC.
           05 CHIAVE-INCARICO-REC.
               10 CLASSE-INC-REC PIC X(10).
               10 MATERIA-INC-REC PIC 9(2).
           05 DOCENTE-INC-REC PIC X(6).
           05 ORE-INC-REC PIC 9(2).

       FD  ORARIO-FILE.
       01  ORARIO-REC.
           05 CHIAVE-ORARIO-REC.
               10 CLASSE-ORA-REC PIC X(10).
      *GIORNO 1 = LUNEDI' ... 6 = SABATO; ORA 1-6 DELLA MATTINATA
               10 GIORNO-ORA-REC PIC 9(1).
               10 ORA-ORA-REC PIC 9(1).
           05 MATERIA-ORA-REC PIC 9(2).
           05 DOCENTE-ORA-REC PIC X(6).

      *DEROGHE DEL COORDINATORE ALLA STAMPA DELLE PAGELLE CON IL
      *REGISTRO INCOMPLETO: CHI, QUANDO, PER QUALE CLASSE E PERCHE'
       FD  DEROGHE-FILE.
       01  DEROGA-REC.
           05 MOMENTO-DEROGA-REC PIC X(14).
           05 CLASSE-DEROGA-REC PIC X(10).
           05 PERIODO-DEROGA-REC PIC 9(1).
           05 VOTI-MANCANTI-DEROGA-REC PIC 9(4).
           05 MATERIE-VUOTE-DEROGA-REC PIC 9(2).
           05 STUDENTI-BUCHI-DEROGA-REC PIC 9(3).
           05 COORDINATORE-DEROGA-REC PIC X(30).
           05 MOTIVO-DEROGA-REC PIC X(60).

       FD  VOTIOLD-FILE.
       01  VOTIOLD-REC.
           05 CHIAVE-VOTIOLD-REC.
               10 MATRICOLA-VOTIOLD PIC 9(6).
               10 MATERIA-VOTIOLD PIC 9(1).
               10 PERIODO-VOTIOLD PIC 9(1).
           05 VOTO-VOTIOLD PIC 9(2).

       FD  DEBIOLD-FILE.
       01  DEBIOLD-REC.
           05 CHIAVE-DEBIOLD-REC.
               10 MATRICOLA-DEBIOLD PIC 9(6).
               10 MATERIA-DEBIOLD PIC 9(1).
           05 CLASSE-DEBIOLD PIC X(10).
           05 VOTO-DEBIOLD PIC 9(2).
           05 DATA-PROVA-DEBIOLD PIC 9(8).
           05 VOTO-RECUPERO-DEBIOLD PIC 9(2).
           05 ESITO-RECUPERO-DEBIOLD PIC X(1).

       FD  INCAOLD-FILE.
       01  INCAOLD-REC.
           05 CHIAVE-INCAOLD-REC.
               10 CLASSE-INCAOLD PIC X(10).
               10 MATERIA-INCAOLD PIC 9(1).
           05 DOCENTE-INCAOLD PIC X(6).
           05 ORE-INCAOLD PIC 9(2).

       FD  ORAROLD-FILE.
       01  ORAROLD-REC.
           05 CHIAVE-ORAROLD-REC.
               10 CLASSE-ORAROLD PIC X(10).
               10 GIORNO-ORAROLD PIC 9(1).
               10 ORA-ORAROLD PIC 9(1).
           05 MATERIA-ORAROLD PIC 9(1).
           05 DOCENTE-ORAROLD PIC X(6).

       FD  PRESOLD-FILE.
       01  PRESOLD-REC.
           05 CHIAVE-PRESOLD-REC.
               10 MATRICOLA-PRESOLD PIC 9(6).
               10 DATA-PRESOLD PIC 9(8).
           05 CLASSE-PRESOLD PIC X(10).
           05 STATO-PRESOLD PIC X(1).

       FD  TUTORI-FILE.
       01  TUTORE-REC.
           05 CHIAVE-TUTORE-REC.
               10 MATRICOLA-TUT-REC PIC 9(6).
               10 PROGRESSIVO-TUT-REC PIC 9(2).
           05 NOME-TUT-REC PIC X(40).
           05 PARENTELA-TUT-REC PIC X(15).
           05 INDIRIZZO-TUT-REC PIC X(40).
           05 CAP-TUT-REC PIC X(5).
           05 CITTA-TUT-REC PIC X(30).
           05 PROVINCIA-TUT-REC PIC X(2).
           05 TELEFONO-TUT-REC PIC X(15).
           05 EMAIL-TUT-REC PIC X(50).
      *"S" = RICEVE LA CORRISPONDENZA DELLA SCUOLA, "N" = NO
           05 CORRISPONDENZA-TUT-REC PIC X(1).

       WORKING-STORAGE SECTION.

       01 FS-PAGELLE PIC X(2).
               10 CLASSE PIC X(3).
      *UN VOTO PER OGNI MATERIA DEL PIANO DI STUDI, PIU' LA MEDIA
      *COMPLESSIVA DELLO STUDENTE CALCOLATA A FINE INSERIMENTO
               10 VOTO-MATERIA PIC 9(2) OCCURS 20 TIMES INDEXED BY MA.
      *VOTO DI CONDOTTA DEL PERIODO, FUORI DALLA MEDIA; 0 = NON
      *ANCORA ASSEGNATO DAL CONSIGLIO DI CLASSE
               10 VOTO-CONDOTTA PIC 9(2).
               10 MEDIA-STUDENTE PIC 9(2)V9(2).
               10 GIORNI-PRESENZA PIC 9(3).
               10 GIUSTIFICATE-STUD PIC 9(3).
               10 NON-GIUSTIFICATE-STUD PIC 9(3).
               10 IN-ATTESA-STUD PIC 9(3).

      *SUPPORTO AL REGISTRO PERSISTENTE DEI VOTI E ALL'ELABORAZIONE
      *PER QUADRIMESTRE (1, 2 O 3 = PAGELLA FINALE CHE COMBINA I
      *DUE PERIODI)
       01 FS-VOTI PIC X(2).
       01 SCELTA-MODULO PIC 9(2).
       01 PERIODO-SCELTO PIC 9(1).
       01 PERIODO-DESCRIZIONE PIC X(20).
       01 MATERIA-SCELTA PIC 9(2).
       01 VOTO-PERIODO-1 PIC 9(2).
       01 VOTO-PERIODO-2 PIC 9(2).
       01 VOTO-TROVATO PIC X(1).
       01 LETTERE-AVVISO-SCRITTE PIC 9(3).
       01 DATA-LETTERA PIC 9(8).

      *DESTINATARI DELLE COPIE DI AVVISI E PAGELLE DELLO STUDENTE IN
      *STAMPA: I SUOI TUTORI CHE RICEVONO LA CORRISPONDENZA. SENZA
      *TUTORI SI STAMPA UNA SOLA COPIA NON INDIRIZZATA, COME PRIMA
       01 FS-TUTORI PIC X(2).
       01 TUTORI-DISPONIBILE PIC X(1) VALUE "N".
       01 DESTINATARI.
           05 DESTINATARIO OCCURS 9 TIMES.
               10 NOME-DEST PIC X(40).
               10 PARENTELA-DEST PIC X(15).
               10 INDIRIZZO-DEST PIC X(40).
               10 CAP-DEST PIC X(5).
               10 CITTA-DEST PIC X(30).
               10 PROVINCIA-DEST PIC X(2).
       01 DESTINATARI-COUNT PIC 9(2).
       01 COPIE-DA-STAMPARE PIC 9(2).
       01 COPIA-CORRENTE PIC 9(2).
       01 RIGA-INDIRIZZO PIC X(80).
       01 STUDENTI-SENZA-TUTORE PIC 9(3).

      *SUPPORTO ALLA SCRITTURA DEGLI ESITI DI FINE ANNO
       01 FS-ESITI PIC X(2).
       01 ESITI-SCRIVIBILI PIC X(1).
       01 ESITO-CORRENTE PIC X(1).

      *SUPPORTO ALLA SOSPENSIONE DEL GIUDIZIO: DEBITI DELLO STUDENTE
      *IN ESAME, DATE DELLE PROVE DI RECUPERO PER MATERIA E CONTEGGI
      *DELLA CHIUSURA
       01 FS-DEBITI PIC X(2).
       01 FS-LETTERE-DEBITO PIC X(2).
       01 DEBITI-SCRIVIBILI PIC X(1).
       01 SCELTA-SOSPENSIONE PIC 9(1).
       01 MATERIE-CON-DEBITO.
           05 MATERIA-CON-DEBITO PIC X(1) OCCURS 20 TIMES.
           05 DATA-PROVA-MATERIA PIC 9(8) OCCURS 20 TIMES.
       01 DEBITI-STUDENTE-COUNT PIC 9(1).
       01 MATRICOLA-DEBITI PIC 9(6).
       01 DEBITI-APERTI PIC 9(1).
       01 DEBITI-NON-SUPERATI PIC 9(1).
       01 LETTERE-DEBITO-SCRITTE PIC 9(3).
       01 SOSPESI-CHIUSI-P PIC 9(3).
       01 SOSPESI-CHIUSI-B PIC 9(3).
       01 SOSPESI-ANCORA-APERTI PIC 9(3).
       01 ESITO-DESCRIZIONE PIC X(16).

      *SUPPORTO ALL'ORARIO SETTIMANALE: GRIGLIA ORE X GIORNI PER LA
      *STAMPA, CONTROLLO DELLE ORE CONTRO GLI INCARICHI E CARICO DEI
      *DOCENTI
       01 FS-DOCENTI PIC X(2).
       01 FS-INCARICHI PIC X(2).
       01 FS-ORARIO PIC X(2).
       01 SCELTA-ORARIO PIC 9(1).
       01 NUMERO-GIORNI PIC 9(1) VALUE 6.
       01 NUMERO-ORE PIC 9(1) VALUE 6.
       01 NOMI-GIORNI.
           05 FILLER PIC X(12) VALUE "LUNEDI'".
           05 FILLER PIC X(12) VALUE "MARTEDI'".
           05 FILLER PIC X(12) VALUE "MERCOLEDI'".
           05 FILLER PIC X(12) VALUE "GIOVEDI'".
           05 FILLER PIC X(12) VALUE "VENERDI'".
           05 FILLER PIC X(12) VALUE "SABATO".
       01 FILLER REDEFINES NOMI-GIORNI.
           05 NOME-GIORNO PIC X(12) OCCURS 6 TIMES.
       01 GRIGLIA-ORARIO.
           05 RIGA-GRIGLIA OCCURS 6 TIMES INDEXED BY OG.
               10 CELLA-GRIGLIA PIC X(12) OCCURS 6 TIMES
                   INDEXED BY GG.
       01 CLASSE-ORARIO PIC X(10).
       01 DOCENTE-ORARIO PIC X(6).
       01 GIORNO-SCELTO PIC 9(1).
       01 ORA-SCELTA PIC 9(1).
       01 MATERIA-ORARIO PIC 9(2).
       01 DOCENTE-OCCUPATO PIC X(1).
       01 CLASSE-OCCUPANTE PIC X(10).
       01 ORE-IN-ORARIO PIC 9(2) OCCURS 20 TIMES.
       01 ORE-DIFFORMI PIC 9(2).
       01 REPORT-ORARIO-APERTO PIC X(1) VALUE "N".
       01 ORE-ASSEGNATE-DOC PIC 9(3).
       01 ORE-ORARIO-DOC PIC 9(3).
       01 CLASSI-DOC PIC 9(2).
       01 DIFFERENZA-ORE PIC S9(3).
       01 DIFFERENZA-EDIT PIC -ZZ9.

      *SUPPORTO AL REGISTRO DELLE NOTE DISCIPLINARI E AL VOTO DI
      *CONDOTTA
       01 FS-NOTE PIC X(2).
       01 SCELTA-NOTE PIC 9(1).
       01 MATRICOLA-NOTE PIC 9(6).
       01 PERIODO-NOTE PIC 9(1).
       01 NOTA-SCRITTA PIC X(1).
       01 NOTE-STUDENTE PIC 9(3).
       01 GIORNI-SOSPENSIONE-STUDENTE PIC 9(3).
       01 NOTE-TOTALI PIC 9(4).
       01 GIORNI-SOSPENSIONE-TOTALI PIC 9(4).
       01 CONDOTTA-EDIT PIC X(14).
       01 VOTO-CONDOTTA-EDIT PIC Z9.
       01 CODICI-CATEGORIA-NOTA.
           05 FILLER PIC X(1) VALUE "C".
           05 FILLER PIC X(1) VALUE "R".
           05 FILLER PIC X(1) VALUE "M".
           05 FILLER PIC X(1) VALUE "D".
           05 FILLER PIC X(1) VALUE "S".
       01 FILLER REDEFINES CODICI-CATEGORIA-NOTA.
           05 CODICE-CATEGORIA PIC X(1) OCCURS 5 TIMES INDEXED BY CN.
       01 NOMI-CATEGORIA-NOTA.
           05 FILLER PIC X(16) VALUE "COMPORTAMENTO".
           05 FILLER PIC X(16) VALUE "RITARDI/USCITE".
           05 FILLER PIC X(16) VALUE "MANCANZE LAVORO".
           05 FILLER PIC X(16) VALUE "DANNI".
           05 FILLER PIC X(16) VALUE "SOSPENSIONE".
       01 FILLER REDEFINES NOMI-CATEGORIA-NOTA.
           05 NOME-CATEGORIA PIC X(16) OCCURS 5 TIMES.
       01 NOTE-PER-CATEGORIA PIC 9(4) OCCURS 5 TIMES.
       01 CATEGORIA-VALIDA PIC X(1).
       01 NOTE-COUNT-EDIT PIC ZZZ9.

      *SUPPORTO AL CONTROLLO DI COMPLETEZZA PRIMA DELLO SCRUTINIO:
      *VOTI MANCANTI, MATERIE SENZA VOTI E GIORNI DI SCUOLA DELLA
      *CLASSE (QUELLI CON ALMENO UN APPELLO) SENZA RIGA PER LO
      *STUDENTE
       01 FS-DEROGHE PIC X(2).
       01 SCRUTINIO-PRONTO PIC X(1).
       01 PERIODO-CONTROLLO PIC 9(1).
       01 VOTI-MANCANTI PIC 9(4).
       01 MATERIE-SENZA-VOTI PIC 9(2).
       01 STUDENTI-CON-BUCHI PIC 9(3).
       01 VOTI-PER-MATERIA PIC 9(3) OCCURS 20 TIMES.
       01 GIORNI-SCUOLA-COUNT PIC 9(3).
       01 GIORNI-SCUOLA-MAX PIC 9(3) VALUE 250.
       01 GIORNI-SCUOLA-PIENI PIC X(1) VALUE "N".
       01 DATA-INIZIO-PERIODO PIC 9(8).
       01 DATA-FINE-PERIODO PIC 9(8).
       01 GIORNI-SCUOLA.
           05 GIORNO-SCUOLA PIC 9(8) OCCURS 250 TIMES INDEXED BY GS.
       01 GIORNO-GIA-CONTATO PIC X(1).
       01 RIGHE-PRESENZA-STUD PIC 9(3) OCCURS 100 TIMES.
       01 GIORNI-SCOPERTI PIC 9(3).
       01 SCELTA-DEROGA PIC X(1).
       01 COORDINATORE-DEROGA PIC X(30).
       01 MOTIVO-DEROGA PIC X(60).

      *SUPPORTO AL REGISTRO GIORNALIERO DELLE PRESENZE
       01 FS-PRESENZE PIC X(2).
       01 DATA-APPELLO-GIORNO PIC 9(8).
       01 GIUSTIFICATE-EDIT PIC ZZ9.
       01 REGISTRO-PRESENZE-USATO PIC X(1).

      *SUPPORTO ALLA GIUSTIFICAZIONE DELLE ASSENZE: TERMINE IN GIORNI
      *DI SCUOLA DAL GIORNO DELL'ASSENZA, OLTRE IL QUALE L'ASSENZA
      *RESTA NON GIUSTIFICATA
       01 GIORNI-TERMINE-GIUST PIC 9(2) VALUE 5.
       01 DATA-ODIERNA PIC 9(8).
       01 MATRICOLA-GIUST PIC 9(6).
       01 DATA-ASSENZA-GIUST PIC 9(8).
       01 DATA-GIUSTIFICAZIONE PIC 9(8).
       01 STATO-PRECEDENTE PIC X(1).
       01 ASSENZE-IN-ATTESA PIC 9(4).
       01 ASSENZE-SCADUTE PIC 9(4).
       01 ESITO-ASSENZA PIC X(20).
       01 NON-GIUSTIFICATE-EDIT PIC ZZ9.
       01 ANAGRAFE-APERTA PIC X(1).

      *AREA PARAMETRI DEL SOTTOPROGRAMMA COMUNE DEI SERVIZI DATA:
      *LA DATA DELL'APPELLO GIORNALIERO NON PUO' ESSERE UN 30/02
       01 DATESRV-AREA.
           05 DATESRV-ESITO PIC X(1).
           05 DATESRV-SETTIMANA PIC 9(1).

      *PIANO DI STUDI: LE MATERIE VALUTATE IN PAGELLA, NELL'ORDINE
      *DEL PIANO, CON IL CODICE CHE HANNO NEI REGISTRI. ALL'AVVIO SI
      *LEGGONO DALLA TABELLA DEI CODICI "MATERIE" (CODICI DA 1 A
      *MATERIE-MAX, SALTANDO QUELLI MANCANTI O NON PIU' VALIDI); SE LA
      *TABELLA NON C'E' RESTANO QUESTE
       01 MATERIE-MAX PIC 9(2) VALUE 20.
       01 NUMERO-MATERIE PIC 9(2) VALUE 7.
       01 CODICI-MATERIE.
           05 FILLER PIC X(14) VALUE "01020304050607".
           05 FILLER PIC X(26) VALUE ZEROS.
       01 FILLER REDEFINES CODICI-MATERIE.
           05 CODICE-MATERIA PIC 9(2) OCCURS 20 TIMES INDEXED BY CM.
       01 NOMI-MATERIE.
           05 FILLER PIC X(12) VALUE "ITALIANO".
           05 FILLER PIC X(12) VALUE "MATEMATICA".
           05 FILLER PIC X(12) VALUE "INGLESE".
           05 FILLER PIC X(12) VALUE "SCIENZE".
           05 FILLER PIC X(12) VALUE "ED. FISICA".
           05 FILLER PIC X(156) VALUE SPACES.
       01 FILLER REDEFINES NOMI-MATERIE.
           05 NOME-MATERIA PIC X(12) OCCURS 20 TIMES.

      *IL VOTO DI CONDOTTA STA NEL REGISTRO VOTI ACCANTO A QUELLI
      *DELLE MATERIE, CON QUESTO CODICE AL POSTO DELLA MATERIA, FUORI
      *DALLA NUMERAZIONE DELLE MATERIE
       01 MATERIA-CONDOTTA PIC 9(2) VALUE 99.
       01 MATERIA-TABELLA PIC 9(2).
       01 MATERIE-DA-TABELLA PIC 9(2).

      *DAL CODICE DI UNA MATERIA NEI REGISTRI AL SUO POSTO NEL PIANO
      *DI STUDI (0 = MATERIA NON PIU' NEL PIANO) E AL NOME DA STAMPARE
       01 MATERIA-CERCATA PIC 9(2).
       01 MATERIA-CERCATA-X REDEFINES MATERIA-CERCATA PIC X(2).
       01 POSTO-MATERIA PIC 9(2).
       01 NOME-MATERIA-CERCATA PIC X(12).

      *SUPPORTO ALLA CONVERSIONE DEGLI ARCHIVI CON LA MATERIA DI UNA
      *CIFRA
       01 FS-VOTIOLD PIC X(2).
       01 FS-DEBIOLD PIC X(2).
       01 FS-INCAOLD PIC X(2).
       01 FS-ORAROLD PIC X(2).
       01 FS-PRESOLD PIC X(2).
       01 ARCHIVI-CONVERTITI PIC 9(5).

      *AREA PARAMETRI DEL SERVIZIO TABELLE DEI CODICI
       01 CODESRV-AREA.
           05 CODESRV-FUNZIONE PIC X(1).
           05 CODESRV-TABELLA PIC X(8).
           05 CODESRV-CODICE PIC X(10).
           05 CODESRV-DESCRIZIONE PIC X(40).
           05 CODESRV-DATA PIC 9(8).
           05 CODESRV-ESITO PIC X(1).

       01 SOMMA-VOTI-STUDENTE PIC 9(3).
       01 MATERIE-INSUFFICIENTI PIC 9(2).

      *AREA PARAMETRI DELLO SCRITTORE DI REPORT COMUNE
       01 REPORTWR-AREA.
       01 SOGLIA-VOTO-MINIMO PIC 9(2) VALUE 6.
      *NUMERO MASSIMO DI MATERIE SOTTO SOGLIA TOLLERATO IN PROMOZIONE
       01 SOGLIA-MAX-INSUFFICIENZE PIC 9(1) VALUE 2.
      *NUMERO MASSIMO DI MATERIE SOTTO SOGLIA PER LA SOSPENSIONE DEL
      *GIUDIZIO: OLTRE, LO STUDENTE NON E' AMMESSO AL RECUPERO
       01 SOGLIA-MAX-DEBITI PIC 9(1) VALUE 3.

      *SOTTOINSIEME DI STUDENTI CHE APPARTENGONO ALLA CLASSE CERCATA
       01 CLASSE-IDX PIC 9(3) OCCURS 100 TIMES INDEXED BY CI.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM CARICA-MATERIE-TABELLA.

           MOVE 0 TO SCELTA-MODULO.
           PERFORM UNTIL SCELTA-MODULO = 9
               DISPLAY "=== VOTI DI CLASSE ==="
                       "3 INSERIMENTO MANUALE (SENZA REGISTRO) "
                       "4 APPELLO GIORNALIERO PRESENZE "
                       "5 LETTERE AVVISO FAMIGLIE "
                       "6 GIUSTIFICAZIONE ASSENZE "
                       "7 ASSENZE DA GIUSTIFICARE PER CLASSE "
                       "8 SOSPENSIONE DEL GIUDIZIO "
                       "10 ORARIO SETTIMANALE E DOCENTI "
                       "11 NOTE DISCIPLINARI E CONDOTTA "
                       "12 CONTROLLO COMPLETEZZA SCRUTINIO "
                       "13 CONVERSIONE ARCHIVI "
                       "9 FINE"
               ACCEPT SCELTA-MODULO
               EVALUATE SCELTA-MODULO
                       PERFORM APPELLO-GIORNALIERO
                   WHEN 5
                       PERFORM AVVISI-FAMIGLIE
                   WHEN 6
                       PERFORM GIUSTIFICA-ASSENZA
                   WHEN 7
                       PERFORM ASSENZE-DA-GIUSTIFICARE
                   WHEN 8
                       PERFORM GESTIONE-SOSPENSIONI
                   WHEN 10
                       PERFORM GESTIONE-ORARIO
                   WHEN 11
                       PERFORM GESTIONE-NOTE
                   WHEN 12
                       PERFORM VERIFICA-SCRUTINIO
                   WHEN 13
                       PERFORM CONVERTI-ARCHIVI-MATERIE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-MODULO
               END-EVALUATE
       REGISTRA-VOTO-STUDENTE.

           MOVE MATRICOLA-ANA TO MATRICOLA-VOTO-REC.
           MOVE CODICE-MATERIA(MATERIA-SCELTA) TO MATERIA-VOTO-REC.
           MOVE PERIODO-SCELTO TO PERIODO-VOTO-REC.

           MOVE "N" TO VOTO-TROVATO.
           END-PERFORM.

           MOVE MATRICOLA-ANA TO MATRICOLA-VOTO-REC.
           MOVE CODICE-MATERIA(MATERIA-SCELTA) TO MATERIA-VOTO-REC.
           MOVE PERIODO-SCELTO TO PERIODO-VOTO-REC.

           IF VOTO-TROVATO = "S" THEN
      *PAGELLE E TABELLONE DAL REGISTRO PERSISTENTE: CLASSE E
      *QUADRIMESTRE (1, 2 O 3 = PAGELLA FINALE CHE MEDIA I DUE
      *PERIODI), STUDENTI DALL'ANAGRAFE E VOTI DAL REGISTRO, SENZA
      *RIBATTERE NULLA. PRIMA DELLA STAMPA IL CONTROLLO DI
      *COMPLETEZZA: CON VOTI O PRESENZE MANCANTI LE PAGELLE NON
      *ESCONO, SALVO DEROGA DEL COORDINATORE REGISTRATA
       ELABORA-PAGELLE.

           PERFORM SCEGLI-CLASSE-PERIODO.

           PERFORM CARICA-CLASSE-PER-PAGELLE.

           IF STUDENTI-CARICATI = 0 THEN
               DISPLAY "NESSUNO STUDENTE IN ANAGRAFE PER LA CLASSE "
                       CLASSE-RICHIESTA
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLO-SCRUTINIO.
           IF SCRUTINIO-PRONTO = "N" THEN
               PERFORM DEROGA-SCRUTINIO
           END-IF.

           IF SCRUTINIO-PRONTO = "N" THEN
               DISPLAY "STAMPA DELLE PAGELLE SOSPESA FINO AL "
                       "COMPLETAMENTO DEL REGISTRO (VEDI SCRUTINI.TXT)"
           ELSE
               PERFORM CARICA-VOTI-DA-REGISTRO
               PERFORM CARICA-PRESENZE-PAGELLE
                           UNTIL MA > NUMERO-MATERIE
                       MOVE 0 TO VOTO-MATERIA(I, MA)
                   END-PERFORM
                   MOVE 0 TO VOTO-CONDOTTA(I)
                   PERFORM CALCOLA-MEDIA-STUDENTE
               END-PERFORM
           ELSE
                           UNTIL MA > NUMERO-MATERIE
                       PERFORM LEGGI-VOTO-REGISTRO
                   END-PERFORM
                   PERFORM LEGGI-CONDOTTA-REGISTRO
                   PERFORM CALCOLA-MEDIA-STUDENTE
               END-PERFORM


           IF PERIODO-SCELTO = 3 THEN
               MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC
               MOVE CODICE-MATERIA(MA) TO MATERIA-VOTO-REC
               MOVE 1 TO PERIODO-VOTO-REC
               READ VOTI-FILE
                   INVALID KEY
                       MOVE VOTO-REC TO VOTO-PERIODO-1
               END-READ
               MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC
               MOVE CODICE-MATERIA(MA) TO MATERIA-VOTO-REC
               MOVE 2 TO PERIODO-VOTO-REC
               READ VOTI-FILE
                   INVALID KEY
               END-IF
           ELSE
               MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC
               MOVE CODICE-MATERIA(MA) TO MATERIA-VOTO-REC
               MOVE PERIODO-SCELTO TO PERIODO-VOTO-REC
               READ VOTI-FILE
                   INVALID KEY
                   DISPLAY "GIORNI DI PRESENZA DI " NOME(I) ": "
                   ACCEPT GIORNI-PRESENZA(I)
                   MOVE 0 TO GIUSTIFICATE-STUD(I)
                   MOVE 0 TO NON-GIUSTIFICATE-STUD(I)
                   MOVE 0 TO IN-ATTESA-STUD(I)
               END-PERFORM
           ELSE
               MOVE "S" TO REGISTRO-PRESENZE-USATO
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
                   PERFORM CONTA-PRESENZE-STUDENTE
               END-PERFORM

      *----------------------------------- FUNCTION AU -----------------
      *CONTA DAL REGISTRO I GIORNI DI PRESENZA ("P") E LE ASSENZE
      *GIUSTIFICATE ("G") DELLO STUDENTE I; LE "A" CON IL TERMINE
      *GIA' PASSATO SONO NON GIUSTIFICATE, LE ALTRE ANCORA IN ATTESA
       CONTA-PRESENZE-STUDENTE.

           MOVE 0 TO GIORNI-PRESENZA(I).
           MOVE 0 TO GIUSTIFICATE-STUD(I).
           MOVE 0 TO NON-GIUSTIFICATE-STUD(I).
           MOVE 0 TO IN-ATTESA-STUD(I).

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-PRES-REC.
           MOVE LOW-VALUES TO DATA-PRES-REC.
                           IF STATO-PRES-REC = "G" THEN
                               ADD 1 TO GIUSTIFICATE-STUD(I)
                           END-IF
                           IF STATO-PRES-REC = "A" THEN
                               IF SCADENZA-GIUST-REC < DATA-ODIERNA
                                   ADD 1 TO NON-GIUSTIFICATE-STUD(I)
                               ELSE
                                   ADD 1 TO IN-ATTESA-STUD(I)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-IF.

      *----------------------------------- FUNCTION AW -----------------
      *SEGNA LO STATO DEL SINGOLO STUDENTE PER LA DATA SCELTA. IL
      *DOCENTE SEGNA SOLO PRESENTE O ASSENTE: LA GIUSTIFICAZIONE
      *PASSA DALLA SEGRETERIA, E UN'ASSENZA GIA' GIUSTIFICATA NON SI
      *RITOCCA DALL'APPELLO
       SEGNA-PRESENZA-STUDENTE.

           MOVE MATRICOLA-ANA TO MATRICOLA-PRES-REC.
           MOVE DATA-APPELLO-GIORNO TO DATA-PRES-REC.

           MOVE "N" TO PRESENZA-GIA-SEGNATA.
           MOVE SPACES TO STATO-PRECEDENTE.
           READ PRESENZE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO PRESENZA-GIA-SEGNATA
                   MOVE STATO-PRES-REC TO STATO-PRECEDENTE
                   DISPLAY NOME-ANA " " COGNOME-ANA
                           " - GIA' SEGNATO: " STATO-PRES-REC
           END-READ.

           IF STATO-PRECEDENTE = "G" THEN
               DISPLAY "ASSENZA GIA' GIUSTIFICATA IL " DATA-GIUST-REC
                       ": SI CORREGGE SOLO IN SEGRETERIA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY NOME-ANA " " COGNOME-ANA
                   " (P=PRESENTE A=ASSENTE): ".
           ACCEPT STATO-PRESENZA-IN.
           PERFORM UNTIL STATO-PRESENZA-IN = "P" OR
                         STATO-PRESENZA-IN = "A"
               DISPLAY "STATO NON VALIDO, INSERIRE P/A: "
               ACCEPT STATO-PRESENZA-IN
           END-PERFORM.

           MOVE CLASSE-ANA TO CLASSE-PRES-REC.
           MOVE STATO-PRESENZA-IN TO STATO-PRES-REC.

      *UNA NUOVA ASSENZA PRENDE IL TERMINE DI GIUSTIFICAZIONE IN
      *GIORNI DI SCUOLA; UN'ASSENZA GIA' SEGNATA TIENE IL SUO
           IF STATO-PRESENZA-IN = "A" AND STATO-PRECEDENTE = "A" THEN
               CONTINUE
           ELSE
               MOVE 0 TO SCADENZA-GIUST-REC
               MOVE 0 TO DATA-GIUST-REC
               MOVE SPACES TO MOTIVO-GIUST-REC
               MOVE SPACES TO FIRMATARIO-GIUST-REC
               IF STATO-PRESENZA-IN = "A" THEN
                   MOVE "W" TO DATESRV-FUNZIONE
                   MOVE DATA-APPELLO-GIORNO TO DATESRV-DATA1
                   MOVE GIORNI-TERMINE-GIUST TO DATESRV-GIORNI
                   CALL "DATESRV" USING DATESRV-AREA
                   MOVE DATESRV-DATA2 TO SCADENZA-GIUST-REC
               END-IF
           END-IF.

           IF PRESENZA-GIA-SEGNATA = "S" THEN
               REWRITE PRESENZA-REGISTRO-REC
           ELSE
               ELSE
                   MOVE 0 TO LETTERE-AVVISO-SCRITTE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-LETTERA
                   PERFORM APRI-TUTORI

                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
                       PERFORM CONTA-INSUFFICIENZE
                       IF MATERIE-INSUFFICIENTI >
                          SOGLIA-MAX-INSUFFICIENZE THEN
                           PERFORM SCRIVI-AVVISI-STUDENTE
                       END-IF
                   END-PERFORM

                   CLOSE AVVISI-FILE
                   PERFORM CHIUDI-TUTORI

                   DISPLAY "LETTERE DI AVVISO SCRITTE: "
                           LETTERE-AVVISO-SCRITTE

      *----------------------------------- FUNCTION AY -----------------
      *LETTERA DI AVVISO PER LO STUDENTE I: MATERIE INSUFFICIENTI
      *CON IL VOTO E SITUAZIONE PRESENZE CONTRO LA SOGLIA MINIMA;
      *IN TESTA L'INDIRIZZO DEL TUTORE COPIA-CORRENTE, SE C'E'
       SCRIVI-LETTERA-AVVISO.

           MOVE ALL "=" TO RIGA-AVVISO.
           WRITE RIGA-AVVISO.

           IF DESTINATARI-COUNT > 0 THEN
               PERFORM COMPONI-INDIRIZZO-1
               MOVE RIGA-INDIRIZZO TO RIGA-AVVISO
               WRITE RIGA-AVVISO
               PERFORM COMPONI-INDIRIZZO-2
               MOVE RIGA-INDIRIZZO TO RIGA-AVVISO
               WRITE RIGA-AVVISO
               PERFORM COMPONI-INDIRIZZO-3
               MOVE RIGA-INDIRIZZO TO RIGA-AVVISO
               WRITE RIGA-AVVISO
               MOVE SPACES TO RIGA-AVVISO
               WRITE RIGA-AVVISO
           END-IF.

           MOVE SPACES TO RIGA-AVVISO.
           STRING "ALLA FAMIGLIA DELLO STUDENTE " NOME(I)
               DELIMITED BY SIZE INTO RIGA-AVVISO.
                   ACCEPT VOTO-MATERIA(I, MA)
               END-PERFORM
               PERFORM CALCOLA-MEDIA-STUDENTE
               DISPLAY "VOTO DI CONDOTTA (0 = NON ASSEGNATO): "
               ACCEPT VOTO-CONDOTTA(I)
               DISPLAY "INSERISCI I GIORNI DI PRESENZA: "
               ACCEPT GIORNI-PRESENZA(I)
           END-PERFORM.

      *----------------------------------- FUNCTION AH -----------------
      *MEDIA COMPLESSIVA DELLO STUDENTE I SULLE MATERIE DEL PIANO
       CALCOLA-MEDIA-STUDENTE.
           MOVE 0 TO SOMMA-VOTI-STUDENTE.
           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
                       " - STATO " FS-PAGELLE
           ELSE
               MOVE 0 TO PAGELLE-SCRITTE
               PERFORM APRI-TUTORI

      *COSTRUISCE L'ELENCO DELLE CLASSI DISTINTE PRESENTI
               MOVE 0 TO CLASSI-COUNT
               END-PERFORM

               CLOSE PAGELLE-FILE
               PERFORM CHIUDI-TUTORI

               PERFORM REGISTRA-SPOOL-PAGELLE

               IF CLASSE(I) = CLASSE-DISTINTA(CLX) THEN
                   ADD 1 TO CLASSE-COUNT
                   ADD MEDIA-STUDENTE(I) TO SOMMA-VOTI-CLASSE
                   PERFORM STAMPA-COPIE-PAGELLA
               END-IF
           END-PERFORM.


      *----------------------------------- FUNCTION AL -----------------
      *PAGELLA DEL SINGOLO STUDENTE I, UNA PAGINA PRONTA PER LA BUSTA
      *COL TUTORE COPIA-CORRENTE NELLA FINESTRA DELL'INDIRIZZO
       STAMPA-PAGELLA-STUDENTE.

           IF DESTINATARI-COUNT > 0 THEN
               PERFORM COMPONI-INDIRIZZO-1
               MOVE RIGA-INDIRIZZO TO RIGA-PAGELLA
               WRITE RIGA-PAGELLA
               PERFORM COMPONI-INDIRIZZO-2
               MOVE RIGA-INDIRIZZO TO RIGA-PAGELLA
               WRITE RIGA-PAGELLA
               PERFORM COMPONI-INDIRIZZO-3
               MOVE RIGA-INDIRIZZO TO RIGA-PAGELLA
               WRITE RIGA-PAGELLA
               MOVE SPACES TO RIGA-PAGELLA
               WRITE RIGA-PAGELLA
           END-IF.

           MOVE ALL "-" TO RIGA-PAGELLA.
           WRITE RIGA-PAGELLA.
           MOVE "                 PAGELLA SCOLASTICA" TO RIGA-PAGELLA.
               DELIMITED BY SIZE INTO RIGA-PAGELLA.
           WRITE RIGA-PAGELLA.

           PERFORM COMPONI-CONDOTTA.
           MOVE SPACES TO RIGA-PAGELLA.
           STRING "  CONDOTTA: " CONDOTTA-EDIT
               DELIMITED BY SIZE INTO RIGA-PAGELLA.
           WRITE RIGA-PAGELLA.

           MOVE GIORNI-PRESENZA(I) TO PRESENZE-EDIT.
           MOVE SPACES TO RIGA-PAGELLA.
           STRING "  GIORNI DI PRESENZA: " PRESENZE-EDIT
               STRING "  ASSENZE GIUSTIFICATE: " GIUSTIFICATE-EDIT
                   DELIMITED BY SIZE INTO RIGA-PAGELLA
               WRITE RIGA-PAGELLA
               MOVE NON-GIUSTIFICATE-STUD(I) TO NON-GIUSTIFICATE-EDIT
               MOVE SPACES TO RIGA-PAGELLA
               STRING "  ASSENZE NON GIUSTIFICATE: "
                      NON-GIUSTIFICATE-EDIT
                   DELIMITED BY SIZE INTO RIGA-PAGELLA
               WRITE RIGA-PAGELLA
               IF IN-ATTESA-STUD(I) > 0 THEN
                   MOVE IN-ATTESA-STUD(I) TO NON-GIUSTIFICATE-EDIT
                   MOVE SPACES TO RIGA-PAGELLA
                   STRING "  ASSENZE IN ATTESA DI GIUSTIFICAZIONE: "
                          NON-GIUSTIFICATE-EDIT
                       DELIMITED BY SIZE INTO RIGA-PAGELLA
                   WRITE RIGA-PAGELLA
               END-IF
           END-IF.

           PERFORM CONTA-INSUFFICIENZE.
           PERFORM DETERMINA-ESITO.
           MOVE SPACES TO RIGA-PAGELLA.
           STRING "  ESITO: " ESITO-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-PAGELLA.
           WRITE RIGA-PAGELLA.

           MOVE SPACES TO RIGA-PAGELLA.
                                   ACCEPT VOTO-MATERIA(I, MA)
                               END-PERFORM
                               PERFORM CALCOLA-MEDIA-STUDENTE
                               DISPLAY "VOTO DI CONDOTTA (0 = NON "
                                       "ASSEGNATO): "
                               ACCEPT VOTO-CONDOTTA(I)
                               DISPLAY "GIORNI DI PRESENZA: "
                               ACCEPT GIORNI-PRESENZA(I)
                           END-IF
           END-IF.

      *--------------------------------------- FUNCTION AF -------------
      *APPLICA LA REGOLA DI PROMOZIONE (VEDI DETERMINA-ESITO) E STAMPA
      *IL TABELLONE COMPLETO CON L'ESITO; PER I SOSPESI LE MATERIE IN
      *DEBITO FINISCONO IN DEBITI.DAT
       PROMOSSO-BOCCIATO.

           DISPLAY "TABELLONE PROMOSSI/BOCCIATI".
           MOVE "A" TO RW-OPERAZIONE.
           MOVE "TABELLON.TXT" TO RW-NOME-FILE.
           MOVE "TABELLONE PROMOSSI/BOCCIATI" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "NOME / CLASSE / MEDIA / INSUFF. / CONDOTTA / "
                  "PRESENZE / ESITO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

                       FS-ESITI ": ESITI NON PERSISTITI"
           END-IF.

           MOVE "N" TO DEBITI-SCRIVIBILI.
           IF ESITI-SCRIVIBILI = "S" THEN
               OPEN I-O DEBITI-FILE
               IF FS-DEBITI = "35" THEN
                   OPEN OUTPUT DEBITI-FILE
                   CLOSE DEBITI-FILE
                   OPEN I-O DEBITI-FILE
               END-IF
               IF FS-DEBITI = "00" THEN
                   MOVE "S" TO DEBITI-SCRIVIBILI
               ELSE
                   DISPLAY "IMPOSSIBILE APRIRE DEBITI.DAT - STATO "
                           FS-DEBITI ": DEBITI NON PERSISTITI"
               END-IF
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               PERFORM CONTA-INSUFFICIENZE
               PERFORM DETERMINA-ESITO
               MOVE MEDIA-STUDENTE(I) TO MEDIA-EDIT
               MOVE GIORNI-PRESENZA(I) TO PRESENZE-EDIT
               MOVE SPACES TO RW-RIGA
               STRING NOME(I) " " CLASSE(I)
                      " MEDIA " MEDIA-EDIT
                      " INSUFF. " MATERIE-INSUFFICIENTI
                      " COND. " VOTO-CONDOTTA(I)
                      " PRESENZE " PRESENZE-EDIT
                      " " ESITO-DESCRIZIONE
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               IF RW-ESITO = "S" THEN
                   MOVE "R" TO RW-OPERAZIONE
                           REWRITE ESITO-ANNO-REC
                   END-WRITE
               END-IF

               IF DEBITI-SCRIVIBILI = "S" AND
                  MATRICOLA-STUD(I) NOT = 0 THEN
                   PERFORM REGISTRA-DEBITI-STUDENTE
               END-IF
           END-PERFORM.

           IF ESITI-SCRIVIBILI = "S" THEN
               CLOSE ESITI-FILE
           END-IF.

           IF DEBITI-SCRIVIBILI = "S" THEN
               CLOSE DEBITI-FILE
           END-IF.

           IF RW-ESITO = "S" THEN
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               DISPLAY "TABELLONE SCRITTO SU TABELLON.TXT"
           END-IF.

      *----------------------------------- FUNCTION BA -----------------
      *APRE I TUTORI PER INDIRIZZARE LE COPIE; SENZA ARCHIVIO TUTORI
      *OGNI STUDENTE HA LA SUA COPIA NON INDIRIZZATA
       APRI-TUTORI.

           MOVE 0 TO STUDENTI-SENZA-TUTORE.
           MOVE "N" TO TUTORI-DISPONIBILE.
           OPEN INPUT TUTORI-FILE.
           IF FS-TUTORI = "00" THEN
               MOVE "S" TO TUTORI-DISPONIBILE
           END-IF.

      *----------------------------------- FUNCTION BB -----------------
       CHIUDI-TUTORI.

           IF TUTORI-DISPONIBILE = "S" THEN
               CLOSE TUTORI-FILE
               MOVE "N" TO TUTORI-DISPONIBILE
           END-IF.

           IF STUDENTI-SENZA-TUTORE > 0 THEN
               DISPLAY "STUDENTI SENZA TUTORE PER LA CORRISPONDENZA "
                       "(COPIA NON INDIRIZZATA): "
                       STUDENTI-SENZA-TUTORE
           END-IF.

      *----------------------------------- FUNCTION BC -----------------
      *CARICA IN DESTINATARI I TUTORI DELLO STUDENTE I CHE RICEVONO
      *LA CORRISPONDENZA; NE DERIVA IL NUMERO DI COPIE DA STAMPARE
       CARICA-DESTINATARI.

           MOVE 0 TO DESTINATARI-COUNT.

           IF TUTORI-DISPONIBILE = "S" AND MATRICOLA-STUD(I) > 0 THEN
               MOVE MATRICOLA-STUD(I) TO MATRICOLA-TUT-REC
               MOVE 0 TO PROGRESSIVO-TUT-REC
               START TUTORI-FILE KEY IS NOT LESS THAN
                       CHIAVE-TUTORE-REC
                   INVALID KEY MOVE "10" TO FS-TUTORI
               END-START

               PERFORM UNTIL FS-TUTORI = "10"
                   READ TUTORI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-TUTORI
                       NOT AT END
                           IF MATRICOLA-TUT-REC NOT =
                              MATRICOLA-STUD(I) THEN
                               MOVE "10" TO FS-TUTORI
                           ELSE
                               IF CORRISPONDENZA-TUT-REC = "S" AND
                                  DESTINATARI-COUNT < 9 THEN
                                   ADD 1 TO DESTINATARI-COUNT
                                   MOVE NOME-TUT-REC TO
                                       NOME-DEST(DESTINATARI-COUNT)
                                   MOVE PARENTELA-TUT-REC TO
                                       PARENTELA-DEST(DESTINATARI-COUNT)
                                   MOVE INDIRIZZO-TUT-REC TO
                                       INDIRIZZO-DEST(DESTINATARI-COUNT)
                                   MOVE CAP-TUT-REC TO
                                       CAP-DEST(DESTINATARI-COUNT)
                                   MOVE CITTA-TUT-REC TO
                                       CITTA-DEST(DESTINATARI-COUNT)
                                   MOVE PROVINCIA-TUT-REC TO
                                       PROVINCIA-DEST(DESTINATARI-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE "00" TO FS-TUTORI
           END-IF.

           IF DESTINATARI-COUNT = 0 THEN
               MOVE 1 TO COPIE-DA-STAMPARE
               ADD 1 TO STUDENTI-SENZA-TUTORE
           ELSE
               MOVE DESTINATARI-COUNT TO COPIE-DA-STAMPARE
           END-IF.

      *----------------------------------- FUNCTION BD -----------------
      *UNA LETTERA DI AVVISO PER OGNI TUTORE DELLO STUDENTE I
       SCRIVI-AVVISI-STUDENTE.

           PERFORM CARICA-DESTINATARI.

           PERFORM VARYING COPIA-CORRENTE FROM 1 BY 1
                   UNTIL COPIA-CORRENTE > COPIE-DA-STAMPARE
               PERFORM SCRIVI-LETTERA-AVVISO
           END-PERFORM.

      *----------------------------------- FUNCTION BE -----------------
      *UNA PAGELLA PER OGNI TUTORE DELLO STUDENTE I
       STAMPA-COPIE-PAGELLA.

           PERFORM CARICA-DESTINATARI.

           PERFORM VARYING COPIA-CORRENTE FROM 1 BY 1
                   UNTIL COPIA-CORRENTE > COPIE-DA-STAMPARE
               PERFORM STAMPA-PAGELLA-STUDENTE
           END-PERFORM.

      *----------------------------------- FUNCTION BF -----------------
      *PRIMA RIGA DELL'INDIRIZZO DEL TUTORE COPIA-CORRENTE: NOME E
      *PARENTELA (LE ALTRE DUE: VIA, POI CAP CITTA' E PROVINCIA)
       COMPONI-INDIRIZZO-1.

           MOVE SPACES TO RIGA-INDIRIZZO.
           STRING "ALLA C.A. DI "
                  FUNCTION TRIM(NOME-DEST(COPIA-CORRENTE))
                  " (" FUNCTION TRIM(PARENTELA-DEST(COPIA-CORRENTE))
                  ")"
               DELIMITED BY SIZE INTO RIGA-INDIRIZZO.

      *----------------------------------- FUNCTION BG -----------------
       COMPONI-INDIRIZZO-2.

           MOVE INDIRIZZO-DEST(COPIA-CORRENTE) TO RIGA-INDIRIZZO.

      *----------------------------------- FUNCTION BH -----------------
       COMPONI-INDIRIZZO-3.

           MOVE SPACES TO RIGA-INDIRIZZO.
           STRING CAP-DEST(COPIA-CORRENTE) " "
                  FUNCTION TRIM(CITTA-DEST(COPIA-CORRENTE))
                  " (" PROVINCIA-DEST(COPIA-CORRENTE) ")"
               DELIMITED BY SIZE INTO RIGA-INDIRIZZO.

      *----------------------------------- FUNCTION BI -----------------
      *GIUSTIFICAZIONE IN SEGRETERIA DI UN'ASSENZA DEL REGISTRO: SI
      *REGISTRANO DATA, MOTIVO E CHI HA FIRMATO. OLTRE IL TERMINE
      *L'ASSENZA RESTA NON GIUSTIFICATA E NON SI ACCETTA PIU'
       GIUSTIFICA-ASSENZA.

           OPEN I-O PRESENZE-FILE.
           IF FS-PRESENZE NOT = "00" THEN
               DISPLAY "REGISTRO PRESENZE NON DISPONIBILE - STATO "
                       FS-PRESENZE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-GIUST.
           DISPLAY "DATA DELL'ASSENZA (AAAAMMGG): ".
           ACCEPT DATA-ASSENZA-GIUST.

           MOVE MATRICOLA-GIUST TO MATRICOLA-PRES-REC.
           MOVE DATA-ASSENZA-GIUST TO DATA-PRES-REC.
           READ PRESENZE-FILE
               INVALID KEY
                   DISPLAY "NESSUNA RIGA DI REGISTRO PER MATRICOLA "
                           "E DATA"
                   CLOSE PRESENZE-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF STATO-PRES-REC NOT = "A" THEN
               IF STATO-PRES-REC = "G" THEN
                   DISPLAY "ASSENZA GIA' GIUSTIFICATA IL "
                           DATA-GIUST-REC " - " MOTIVO-GIUST-REC
               ELSE
                   DISPLAY "LO STUDENTE RISULTA PRESENTE"
               END-IF
               CLOSE PRESENZE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TERMINE PER LA GIUSTIFICAZIONE: "
                   SCADENZA-GIUST-REC.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "DATA DELLA GIUSTIFICAZIONE (AAAAMMGG): "
               ACCEPT DATA-GIUSTIFICAZIONE
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-GIUSTIFICAZIONE TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.

           IF DATA-GIUSTIFICAZIONE > SCADENZA-GIUST-REC THEN
               DISPLAY "TERMINE SCADUTO IL " SCADENZA-GIUST-REC
                       ": L'ASSENZA RESTA NON GIUSTIFICATA"
               CLOSE PRESENZE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MOTIVO-GIUST-REC.
           PERFORM UNTIL MOTIVO-GIUST-REC NOT = SPACES
               DISPLAY "MOTIVO DELL'ASSENZA: "
               ACCEPT MOTIVO-GIUST-REC
           END-PERFORM.

           MOVE SPACES TO FIRMATARIO-GIUST-REC.
           PERFORM UNTIL FIRMATARIO-GIUST-REC NOT = SPACES
               DISPLAY "FIRMATA DA (GENITORE/TUTORE O STUDENTE "
                       "MAGGIORENNE): "
               ACCEPT FIRMATARIO-GIUST-REC
           END-PERFORM.

           MOVE DATA-GIUSTIFICAZIONE TO DATA-GIUST-REC.
           MOVE "G" TO STATO-PRES-REC.

           REWRITE PRESENZA-REGISTRO-REC
               INVALID KEY
                   DISPLAY "ERRORE IN RISCRITTURA - STATO "
                           FS-PRESENZE
               NOT INVALID KEY
                   DISPLAY "ASSENZA GIUSTIFICATA"
           END-REWRITE.

           CLOSE PRESENZE-FILE.

      *----------------------------------- FUNCTION BJ -----------------
      *ELENCO SETTIMANALE PER CLASSE DELLE ASSENZE NON ANCORA
      *GIUSTIFICATE: QUELLE ANCORA NEI TERMINI, DA SOLLECITARE, E
      *QUELLE GIA' SCADUTE, CHE RESTANO NON GIUSTIFICATE
       ASSENZE-DA-GIUSTIFICARE.

           DISPLAY "QUALE CLASSE? ".
           ACCEPT CLASSE-RICHIESTA.

           OPEN INPUT PRESENZE-FILE.
           IF FS-PRESENZE NOT = "00" THEN
               DISPLAY "REGISTRO PRESENZE NON DISPONIBILE - STATO "
                       FS-PRESENZE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ANAGRAFE-APERTA.
           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE = "00" THEN
               MOVE "S" TO ANAGRAFE-APERTA
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO ASSENZE-IN-ATTESA.
           MOVE 0 TO ASSENZE-SCADUTE.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ASSGIUST.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "ASSENZE DA GIUSTIFICARE - CLASSE " CLASSE-RICHIESTA
                  " AL " DATA-ODIERNA
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "MATRICOLA / NOME / COGNOME / ASSENZA / TERMINE / STATO"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT ASSGIUST.TXT"
           ELSE
               MOVE LOW-VALUES TO CHIAVE-PRESENZA-REC
               START PRESENZE-FILE KEY IS NOT LESS THAN
                   CHIAVE-PRESENZA-REC
                   INVALID KEY MOVE "10" TO FS-PRESENZE
               END-START

               PERFORM UNTIL FS-PRESENZE = "10"
                   READ PRESENZE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-PRESENZE
                       NOT AT END
                           IF CLASSE-PRES-REC = CLASSE-RICHIESTA AND
                              STATO-PRES-REC = "A" THEN
                               IF SCADENZA-GIUST-REC < DATA-ODIERNA
                                   ADD 1 TO ASSENZE-SCADUTE
                                   MOVE "NON GIUSTIFICATA"
                                       TO ESITO-ASSENZA
                               ELSE
                                   ADD 1 TO ASSENZE-IN-ATTESA
                                   MOVE "DA SOLLECITARE"
                                       TO ESITO-ASSENZA
                               END-IF
                               MOVE SPACES TO NOME-ANA
                               MOVE SPACES TO COGNOME-ANA
                               IF ANAGRAFE-APERTA = "S" THEN
                                   MOVE MATRICOLA-PRES-REC
                                       TO MATRICOLA-ANA
                                   READ ANAGRAFE-FILE
                                       INVALID KEY
                                           CONTINUE
                                   END-READ
                               END-IF
                               MOVE "R" TO RW-OPERAZIONE
                               MOVE SPACES TO RW-RIGA
                               STRING MATRICOLA-PRES-REC " "
                                      NOME-ANA " " COGNOME-ANA " "
                                      DATA-PRES-REC " "
                                      SCADENZA-GIUST-REC " "
                                      ESITO-ASSENZA
                                   DELIMITED BY SIZE INTO RW-RIGA
                               CALL "REPORTWR" USING REPORTWR-AREA
                           END-IF
                   END-READ
               END-PERFORM

               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "DA SOLLECITARE: " ASSENZE-IN-ATTESA
                      "  NON GIUSTIFICATE (TERMINE SCADUTO): "
                      ASSENZE-SCADUTE
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA

               DISPLAY "ELENCO SCRITTO SU ASSGIUST.TXT"
           END-IF.

           CLOSE PRESENZE-FILE.
           MOVE "00" TO FS-PRESENZE.
           IF ANAGRAFE-APERTA = "S" THEN
               CLOSE ANAGRAFE-FILE
           END-IF.
           MOVE "00" TO FS-ANAGRAFE.

      *----------------------------------- FUNCTION BK -----------------
      *ESITO DELLO STUDENTE I (CONTA-INSUFFICIENZE GIA' FATTA): SENZA
      *PRESENZE MINIME BOCCIATO; TUTTE LE MATERIE SUFFICIENTI E MEDIA
      *SUFFICIENTE PROMOSSO; FINO A SOGLIA-MAX-DEBITI MATERIE SOTTO
      *SOGLIA GIUDIZIO SOSPESO CON LE PROVE DI RECUPERO; OLTRE,
      *BOCCIATO. UN VOTO DI CONDOTTA ASSEGNATO E SOTTO SOGLIA BOCCIA
      *COMUNQUE, SENZA SOSPENSIONE
       DETERMINA-ESITO.

           EVALUATE TRUE
               WHEN GIORNI-PRESENZA(I) < SOGLIA-PRESENZE-MINIMA
                   MOVE "B" TO ESITO-CORRENTE
               WHEN VOTO-CONDOTTA(I) > 0 AND
                    VOTO-CONDOTTA(I) < SOGLIA-VOTO-MINIMO
                   MOVE "B" TO ESITO-CORRENTE
               WHEN MATERIE-INSUFFICIENTI = 0 AND
                    MEDIA-STUDENTE(I) >= SOGLIA-VOTO-MINIMO
                   MOVE "P" TO ESITO-CORRENTE
               WHEN MATERIE-INSUFFICIENTI > 0 AND
                    MATERIE-INSUFFICIENTI <= SOGLIA-MAX-DEBITI
                   MOVE "S" TO ESITO-CORRENTE
               WHEN OTHER
                   MOVE "B" TO ESITO-CORRENTE
           END-EVALUATE.

           EVALUATE ESITO-CORRENTE
               WHEN "P"
                   MOVE "PROMOSSO" TO ESITO-DESCRIZIONE
               WHEN "S"
                   MOVE "GIUDIZIO SOSPESO" TO ESITO-DESCRIZIONE
               WHEN OTHER
                   MOVE "BOCCIATO" TO ESITO-DESCRIZIONE
           END-EVALUATE.

      *----------------------------------- FUNCTION BL -----------------
      *RIFA' I DEBITI DELLO STUDENTE I: VIA QUELLI DI UN TABELLONE
      *PRECEDENTE, POI UNA RIGA PER MATERIA SOTTO SOGLIA SE SOSPESO
       REGISTRA-DEBITI-STUDENTE.

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-DEB-REC.
           MOVE 0 TO MATERIA-DEB-REC.
           START DEBITI-FILE KEY IS NOT LESS THAN CHIAVE-DEBITO-REC
               INVALID KEY MOVE "10" TO FS-DEBITI
           END-START.

           PERFORM UNTIL FS-DEBITI = "10"
               READ DEBITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBITI
                   NOT AT END
                       IF MATRICOLA-DEB-REC NOT = MATRICOLA-STUD(I)
                           MOVE "10" TO FS-DEBITI
                       ELSE
                           DELETE DEBITI-FILE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DEBITI.

           IF ESITO-CORRENTE = "S" THEN
               PERFORM VARYING MA FROM 1 BY 1
                       UNTIL MA > NUMERO-MATERIE
                   IF VOTO-MATERIA(I, MA) < SOGLIA-VOTO-MINIMO THEN
                       MOVE MATRICOLA-STUD(I) TO MATRICOLA-DEB-REC
                       MOVE CODICE-MATERIA(MA) TO MATERIA-DEB-REC
                       MOVE CLASSE(I) TO CLASSE-DEB-REC
                       MOVE VOTO-MATERIA(I, MA) TO VOTO-DEB-REC
                       MOVE 0 TO DATA-PROVA-DEB-REC
                       MOVE 0 TO VOTO-RECUPERO-DEB-REC
                       MOVE SPACE TO ESITO-RECUPERO-DEB-REC
                       WRITE DEBITO-REC
                           INVALID KEY
                               REWRITE DEBITO-REC
                       END-WRITE
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------- FUNCTION BM -----------------
      *SOSPENSIONE DEL GIUDIZIO: LETTERE DEL DEBITO, ESITI DELLE
      *PROVE DI RECUPERO DI FINE ESTATE E CHIUSURA, CHE RIPORTA OGNI
      *SOSPESO A PROMOSSO O BOCCIATO PRIMA DELLA PROMOZIONE IN
      *ANAGRAFE
       GESTIONE-SOSPENSIONI.

           MOVE 0 TO SCELTA-SOSPENSIONE.
           PERFORM UNTIL SCELTA-SOSPENSIONE = 9
               DISPLAY "=== SOSPENSIONE DEL GIUDIZIO ==="
               DISPLAY "1 LETTERE DEL DEBITO PER CLASSE "
                       "2 ESITI DELLE PROVE DI RECUPERO "
                       "3 CHIUSURA DELLE SOSPENSIONI  9 FINE"
               ACCEPT SCELTA-SOSPENSIONE
               EVALUATE SCELTA-SOSPENSIONE
                   WHEN 1
                       PERFORM LETTERE-DEBITO
                   WHEN 2
                       PERFORM RISULTATI-RECUPERO
                   WHEN 3
                       PERFORM CHIUSURA-SOSPENSIONI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-SOSPENSIONE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------- FUNCTION BN -----------------
      *LETTERA DEL DEBITO PER OGNI SOSPESO DELLA CLASSE, UNA COPIA
      *PER TUTORE: MATERIE, VOTO DI GIUGNO E DATA DELLA PROVA DI
      *RECUPERO, CHIESTA QUI UNA VOLTA PER MATERIA E SCRITTA SUI
      *DEBITI
       LETTERE-DEBITO.

           DISPLAY "QUALE CLASSE? ".
           ACCEPT CLASSE-RICHIESTA.

           PERFORM CARICA-CLASSE-PER-PAGELLE.
           IF STUDENTI-CARICATI = 0 THEN
               DISPLAY "NESSUNO STUDENTE IN ANAGRAFE PER LA CLASSE "
                       CLASSE-RICHIESTA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DEBITI-FILE.
           IF FS-DEBITI NOT = "00" THEN
               DISPLAY "NESSUN DEBITO REGISTRATO - STATO " FS-DEBITI
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               MOVE "N" TO MATERIA-CON-DEBITO(MA)
               MOVE 0 TO DATA-PROVA-MATERIA(MA)
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               PERFORM SEGNA-MATERIE-DEBITO
           END-PERFORM.

           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               IF MATERIA-CON-DEBITO(MA) = "S" THEN
                   MOVE "N" TO DATESRV-ESITO
                   PERFORM UNTIL DATESRV-ESITO = "S"
                       DISPLAY "DATA DELLA PROVA DI RECUPERO DI "
                               NOME-MATERIA(MA) " (AAAAMMGG): "
                       ACCEPT DATA-PROVA-MATERIA(MA)
                       MOVE "V" TO DATESRV-FUNZIONE
                       MOVE DATA-PROVA-MATERIA(MA) TO DATESRV-DATA1
                       CALL "DATESRV" USING DATESRV-AREA
                       IF DATESRV-ESITO = "N" THEN
                           DISPLAY "DATA NON VALIDA, RIDIGITARE"
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           OPEN OUTPUT LETTERE-DEBITO-FILE.
           IF FS-LETTERE-DEBITO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE LETTDEB.TXT - STATO "
                       FS-LETTERE-DEBITO
               CLOSE DEBITI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LETTERE-DEBITO-SCRITTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-LETTERA.
           PERFORM APRI-TUTORI.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               MOVE MATRICOLA-STUD(I) TO MATRICOLA-DEBITI
               PERFORM DATA-PROVA-SU-DEBITI
               IF DEBITI-STUDENTE-COUNT > 0 THEN
                   PERFORM CARICA-DESTINATARI
                   PERFORM VARYING COPIA-CORRENTE FROM 1 BY 1
                           UNTIL COPIA-CORRENTE > COPIE-DA-STAMPARE
                       PERFORM SCRIVI-LETTERA-DEBITO
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE LETTERE-DEBITO-FILE.
           CLOSE DEBITI-FILE.
           PERFORM CHIUDI-TUTORI.

           DISPLAY "LETTERE DEL DEBITO SCRITTE SU LETTDEB.TXT: "
                   LETTERE-DEBITO-SCRITTE.

      *----------------------------------- FUNCTION BO -----------------
      *SEGNA LE MATERIE IN CUI LO STUDENTE I HA UN DEBITO
       SEGNA-MATERIE-DEBITO.

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-DEB-REC.
           MOVE 0 TO MATERIA-DEB-REC.
           START DEBITI-FILE KEY IS NOT LESS THAN CHIAVE-DEBITO-REC
               INVALID KEY MOVE "10" TO FS-DEBITI
           END-START.

           PERFORM UNTIL FS-DEBITI = "10"
               READ DEBITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBITI
                   NOT AT END
                       IF MATRICOLA-DEB-REC NOT = MATRICOLA-STUD(I)
                           MOVE "10" TO FS-DEBITI
                       ELSE
                           MOVE MATERIA-DEB-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           IF POSTO-MATERIA > 0 THEN
                               MOVE "S" TO
                                   MATERIA-CON-DEBITO(POSTO-MATERIA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DEBITI.

      *----------------------------------- FUNCTION BP -----------------
      *SCRIVE SUI DEBITI DI MATRICOLA-DEBITI LA DATA DELLA PROVA
      *DELLA LORO MATERIA E LI CONTA
       DATA-PROVA-SU-DEBITI.

           MOVE 0 TO DEBITI-STUDENTE-COUNT.

           MOVE MATRICOLA-DEBITI TO MATRICOLA-DEB-REC.
           MOVE 0 TO MATERIA-DEB-REC.
           START DEBITI-FILE KEY IS NOT LESS THAN CHIAVE-DEBITO-REC
               INVALID KEY MOVE "10" TO FS-DEBITI
           END-START.

           PERFORM UNTIL FS-DEBITI = "10"
               READ DEBITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBITI
                   NOT AT END
                       IF MATRICOLA-DEB-REC NOT = MATRICOLA-DEBITI
                           MOVE "10" TO FS-DEBITI
                       ELSE
                           ADD 1 TO DEBITI-STUDENTE-COUNT
                           MOVE MATERIA-DEB-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           IF POSTO-MATERIA > 0 THEN
                               MOVE DATA-PROVA-MATERIA(POSTO-MATERIA)
                                   TO DATA-PROVA-DEB-REC
                           END-IF
                           REWRITE DEBITO-REC
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DEBITI.

      *----------------------------------- FUNCTION BQ -----------------
      *LETTERA DEL DEBITO PER LO STUDENTE I, INDIRIZZATA AL TUTORE
      *COPIA-CORRENTE SE C'E'
       SCRIVI-LETTERA-DEBITO.

           MOVE ALL "=" TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.

           IF DESTINATARI-COUNT > 0 THEN
               PERFORM COMPONI-INDIRIZZO-1
               MOVE RIGA-INDIRIZZO TO RIGA-LETTERA-DEBITO
               WRITE RIGA-LETTERA-DEBITO
               PERFORM COMPONI-INDIRIZZO-2
               MOVE RIGA-INDIRIZZO TO RIGA-LETTERA-DEBITO
               WRITE RIGA-LETTERA-DEBITO
               PERFORM COMPONI-INDIRIZZO-3
               MOVE RIGA-INDIRIZZO TO RIGA-LETTERA-DEBITO
               WRITE RIGA-LETTERA-DEBITO
               MOVE SPACES TO RIGA-LETTERA-DEBITO
               WRITE RIGA-LETTERA-DEBITO
           END-IF.

           MOVE SPACES TO RIGA-LETTERA-DEBITO.
           STRING "ALLA FAMIGLIA DELLO STUDENTE " NOME(I)
               DELIMITED BY SIZE INTO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.

           MOVE SPACES TO RIGA-LETTERA-DEBITO.
           STRING "CLASSE " CLASSE(I)
                  " - COMUNICAZIONE DI GIUDIZIO SOSPESO DEL "
                  DATA-LETTERA
               DELIMITED BY SIZE INTO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.

           MOVE SPACES TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.
           MOVE "IL GIUDIZIO FINALE E' SOSPESO PER DEBITO FORMATIVO"
               TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.
           MOVE "NELLE SEGUENTI MATERIE, CON LA PROVA DI RECUPERO:"
               TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-DEB-REC.
           MOVE 0 TO MATERIA-DEB-REC.
           START DEBITI-FILE KEY IS NOT LESS THAN CHIAVE-DEBITO-REC
               INVALID KEY MOVE "10" TO FS-DEBITI
           END-START.

           PERFORM UNTIL FS-DEBITI = "10"
               READ DEBITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBITI
                   NOT AT END
                       IF MATRICOLA-DEB-REC NOT = MATRICOLA-STUD(I)
                           MOVE "10" TO FS-DEBITI
                       ELSE
                           MOVE MATERIA-DEB-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           MOVE SPACES TO RIGA-LETTERA-DEBITO
                           STRING "- " NOME-MATERIA-CERCATA
                                  "  VOTO: " VOTO-DEB-REC
                                  "  PROVA DI RECUPERO IL "
                                  DATA-PROVA-DEB-REC
                               DELIMITED BY SIZE
                               INTO RIGA-LETTERA-DEBITO
                           WRITE RIGA-LETTERA-DEBITO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DEBITI.

           MOVE SPACES TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.
           MOVE "L'ESITO FINALE SARA' DELIBERATO DOPO LE PROVE."
               TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.
           MOVE "LA DIREZIONE" TO RIGA-LETTERA-DEBITO.
           WRITE RIGA-LETTERA-DEBITO.

           ADD 1 TO LETTERE-DEBITO-SCRITTE.

      *----------------------------------- FUNCTION BR -----------------
      *ESITI DELLE PROVE DI RECUPERO DI FINE ESTATE, MATRICOLA PER
      *MATRICOLA: UN VOTO PER OGNI DEBITO (0 = ASSENTE ALLA PROVA);
      *SUFFICIENTE = DEBITO SUPERATO
       RISULTATI-RECUPERO.

           OPEN I-O DEBITI-FILE.
           IF FS-DEBITI NOT = "00" THEN
               DISPLAY "NESSUN DEBITO REGISTRATO - STATO " FS-DEBITI
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO MATRICOLA-DEBITI.
           PERFORM UNTIL MATRICOLA-DEBITI = 0
               DISPLAY "MATRICOLA (0 = FINE): "
               ACCEPT MATRICOLA-DEBITI
               IF MATRICOLA-DEBITI NOT = 0 THEN
                   PERFORM REGISTRA-RECUPERI-STUDENTE
               END-IF
           END-PERFORM.

           CLOSE DEBITI-FILE.

      *----------------------------------- FUNCTION BS -----------------
       REGISTRA-RECUPERI-STUDENTE.

           MOVE 0 TO DEBITI-STUDENTE-COUNT.

           MOVE MATRICOLA-DEBITI TO MATRICOLA-DEB-REC.
           MOVE 0 TO MATERIA-DEB-REC.
           START DEBITI-FILE KEY IS NOT LESS THAN CHIAVE-DEBITO-REC
               INVALID KEY MOVE "10" TO FS-DEBITI
           END-START.

           PERFORM UNTIL FS-DEBITI = "10"
               READ DEBITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBITI
                   NOT AT END
                       IF MATRICOLA-DEB-REC NOT = MATRICOLA-DEBITI
                           MOVE "10" TO FS-DEBITI
                       ELSE
                           ADD 1 TO DEBITI-STUDENTE-COUNT
                           MOVE MATERIA-DEB-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           DISPLAY NOME-MATERIA-CERCATA
                                   " VOTO DI GIUGNO " VOTO-DEB-REC
                                   " PROVA DEL " DATA-PROVA-DEB-REC
                                   " ESITO ATTUALE: "
                                   ESITO-RECUPERO-DEB-REC
                           DISPLAY "VOTO DELLA PROVA (0 = ASSENTE): "
                           ACCEPT VOTO-RECUPERO-DEB-REC
                           IF VOTO-RECUPERO-DEB-REC >=
                              SOGLIA-VOTO-MINIMO THEN
                               MOVE "S" TO ESITO-RECUPERO-DEB-REC
                           ELSE
                               MOVE "N" TO ESITO-RECUPERO-DEB-REC
                           END-IF
                           REWRITE DEBITO-REC
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DEBITI.

           IF DEBITI-STUDENTE-COUNT = 0 THEN
               DISPLAY "NESSUN DEBITO PER LA MATRICOLA"
           ELSE
               DISPLAY "ESITI REGISTRATI: " DEBITI-STUDENTE-COUNT
           END-IF.

      *----------------------------------- FUNCTION BT -----------------
      *CHIUSURA DELLE SOSPENSIONI: OGNI "S" DI ESITI.DAT CON TUTTE LE
      *PROVE SOSTENUTE DIVENTA "P" SE I DEBITI SONO TUTTI SUPERATI,
      *ALTRIMENTI "B"; CHI HA ANCORA PROVE DA SOSTENERE RESTA SOSPESO
      *E BLOCCA LA PROMOZIONE IN ANAGRAFE. ELENCO SU CHIUSOSP.TXT
       CHIUSURA-SOSPENSIONI.

           OPEN I-O ESITI-FILE.
           IF FS-ESITI NOT = "00" THEN
               DISPLAY "ESITI.DAT NON DISPONIBILE - STATO " FS-ESITI
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT DEBITI-FILE.
           IF FS-DEBITI NOT = "00" THEN
               DISPLAY "DEBITI.DAT NON DISPONIBILE - STATO " FS-DEBITI
               CLOSE ESITI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CHIUSOSP.TXT" TO RW-NOME-FILE.
           MOVE "CHIUSURA DELLE SOSPENSIONI DEL GIUDIZIO" TO RW-TITOLO.
           MOVE "MATRICOLA / CLASSE / DEBITI / NON SUPERATI / ESITO"
               TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE 0 TO SOSPESI-CHIUSI-P.
           MOVE 0 TO SOSPESI-CHIUSI-B.
           MOVE 0 TO SOSPESI-ANCORA-APERTI.

           MOVE LOW-VALUES TO MATRICOLA-ESITO-REC.
           START ESITI-FILE KEY IS NOT LESS THAN MATRICOLA-ESITO-REC
               INVALID KEY MOVE "10" TO FS-ESITI
           END-START.

           PERFORM UNTIL FS-ESITI = "10"
               READ ESITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ESITI
                   NOT AT END
                       IF ESITO-FINALE-REC = "S" THEN
                           PERFORM CHIUDI-SOSPESO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ESITI-FILE.
           CLOSE DEBITI-FILE.
           MOVE "00" TO FS-ESITI.
           MOVE "00" TO FS-DEBITI.

           MOVE SPACES TO RW-RIGA.
           STRING "PROMOSSI: " SOSPESI-CHIUSI-P
                  "  BOCCIATI: " SOSPESI-CHIUSI-B
                  "  ANCORA SOSPESI: " SOSPESI-ANCORA-APERTI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.

           IF RW-ESITO = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               DISPLAY "ELENCO SCRITTO SU CHIUSOSP.TXT"
           END-IF.

      *----------------------------------- FUNCTION BU -----------------
      *UN SOSPESO DI ESITI.DAT: CONTA I SUOI DEBITI, QUELLI ANCORA DA
      *SOSTENERE E QUELLI NON SUPERATI, E RISCRIVE L'ESITO
       CHIUDI-SOSPESO.

           MOVE 0 TO DEBITI-STUDENTE-COUNT.
           MOVE 0 TO DEBITI-APERTI.
           MOVE 0 TO DEBITI-NON-SUPERATI.

           MOVE MATRICOLA-ESITO-REC TO MATRICOLA-DEB-REC.
           MOVE 0 TO MATERIA-DEB-REC.
           START DEBITI-FILE KEY IS NOT LESS THAN CHIAVE-DEBITO-REC
               INVALID KEY MOVE "10" TO FS-DEBITI
           END-START.

           PERFORM UNTIL FS-DEBITI = "10"
               READ DEBITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBITI
                   NOT AT END
                       IF MATRICOLA-DEB-REC NOT = MATRICOLA-ESITO-REC
                           MOVE "10" TO FS-DEBITI
                       ELSE
                           ADD 1 TO DEBITI-STUDENTE-COUNT
                           EVALUATE ESITO-RECUPERO-DEB-REC
                               WHEN "S"
                                   CONTINUE
                               WHEN "N"
                                   ADD 1 TO DEBITI-NON-SUPERATI
                               WHEN OTHER
                                   ADD 1 TO DEBITI-APERTI
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DEBITI.

      *UN SOSPESO SENZA DEBITI REGISTRATI NON SI PUO' CHIUDERE DA
      *QUI: RESTA APERTO FINCHE' LA SEGRETERIA NON RIFA' IL TABELLONE
           EVALUATE TRUE
               WHEN DEBITI-STUDENTE-COUNT = 0 OR DEBITI-APERTI > 0
                   ADD 1 TO SOSPESI-ANCORA-APERTI
                   MOVE "ANCORA SOSPESO" TO ESITO-DESCRIZIONE
               WHEN DEBITI-NON-SUPERATI = 0
                   ADD 1 TO SOSPESI-CHIUSI-P
                   MOVE "P" TO ESITO-FINALE-REC
                   MOVE "PROMOSSO" TO ESITO-DESCRIZIONE
               WHEN OTHER
                   ADD 1 TO SOSPESI-CHIUSI-B
                   MOVE "B" TO ESITO-FINALE-REC
                   MOVE "BOCCIATO" TO ESITO-DESCRIZIONE
           END-EVALUATE.

           IF ESITO-FINALE-REC NOT = "S" THEN
               REWRITE ESITO-ANNO-REC
           END-IF.

           MOVE SPACES TO RW-RIGA.
           STRING MATRICOLA-ESITO-REC " " CLASSE-ESITO-REC " "
                  DEBITI-STUDENTE-COUNT " " DEBITI-NON-SUPERATI " "
                  ESITO-DESCRIZIONE
               DELIMITED BY SIZE INTO RW-RIGA.
           IF RW-ESITO = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *----------------------------------- FUNCTION BV -----------------
      *ORARIO SETTIMANALE: ANAGRAFICA DOCENTI, INCARICHI PER CLASSE E
      *MATERIA, COMPILAZIONE DELL'ORARIO CON IL CONTROLLO DEGLI
      *ACCAVALLAMENTI E LE STAMPE PER CLASSE, PER DOCENTE E DEL
      *CARICO DI LAVORO
       GESTIONE-ORARIO.

           OPEN I-O DOCENTI-FILE.
           IF FS-DOCENTI = "35" THEN
               OPEN OUTPUT DOCENTI-FILE
               CLOSE DOCENTI-FILE
               OPEN I-O DOCENTI-FILE
           END-IF.
           OPEN I-O INCARICHI-FILE.
           IF FS-INCARICHI = "35" THEN
               OPEN OUTPUT INCARICHI-FILE
               CLOSE INCARICHI-FILE
               OPEN I-O INCARICHI-FILE
           END-IF.
           OPEN I-O ORARIO-FILE.
           IF FS-ORARIO = "35" THEN
               OPEN OUTPUT ORARIO-FILE
               CLOSE ORARIO-FILE
               OPEN I-O ORARIO-FILE
           END-IF.

           IF FS-DOCENTI NOT = "00" OR FS-INCARICHI NOT = "00" OR
              FS-ORARIO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE GLI ARCHIVI DELL'ORARIO - "
                       "STATI " FS-DOCENTI " " FS-INCARICHI " "
                       FS-ORARIO
               CLOSE DOCENTI-FILE
               CLOSE INCARICHI-FILE
               CLOSE ORARIO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SCELTA-ORARIO.
           PERFORM UNTIL SCELTA-ORARIO = 9
               DISPLAY "=== ORARIO SETTIMANALE ==="
               DISPLAY "1 NUOVO DOCENTE  2 ELENCO DOCENTI "
                       "3 INCARICO DI INSEGNAMENTO "
                       "4 COMPILA ORARIO DI CLASSE  5 TOGLI UN'ORA "
                       "6 ORARIO PER CLASSE  7 ORARIO PER DOCENTE "
                       "8 CARICO DEI DOCENTI  9 FINE"
               ACCEPT SCELTA-ORARIO
               EVALUATE SCELTA-ORARIO
                   WHEN 1
                       PERFORM INSERISCI-DOCENTE
                   WHEN 2
                       PERFORM ELENCO-DOCENTI
                   WHEN 3
                       PERFORM REGISTRA-INCARICO
                   WHEN 4
                       PERFORM COMPILA-ORARIO-CLASSE
                   WHEN 5
                       PERFORM TOGLI-ORA-LEZIONE
                   WHEN 6
                       PERFORM STAMPA-ORARIO-CLASSE
                   WHEN 7
                       PERFORM STAMPA-ORARIO-DOCENTE
                   WHEN 8
                       PERFORM CARICO-DOCENTI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-ORARIO
               END-EVALUATE
           END-PERFORM.

           CLOSE DOCENTI-FILE.
           CLOSE INCARICHI-FILE.
           CLOSE ORARIO-FILE.

      *----------------------------------- FUNCTION BW -----------------
       INSERISCI-DOCENTE.

           DISPLAY "CODICE DOCENTE: ".
           ACCEPT CODICE-DOCENTE-REC.
           DISPLAY "COGNOME: ".
           ACCEPT COGNOME-DOCENTE-REC.
           DISPLAY "NOME: ".
           ACCEPT NOME-DOCENTE-REC.
           DISPLAY "ORE DI CATTEDRA SETTIMANALI: ".
           ACCEPT ORE-CATTEDRA-REC.

           WRITE DOCENTE-REC
               INVALID KEY
                   DISPLAY "CODICE DOCENTE GIA' PRESENTE"
               NOT INVALID KEY
                   DISPLAY "DOCENTE REGISTRATO"
           END-WRITE.

      *----------------------------------- FUNCTION BX -----------------
       ELENCO-DOCENTI.

           MOVE LOW-VALUES TO CODICE-DOCENTE-REC.
           START DOCENTI-FILE KEY IS NOT LESS THAN CODICE-DOCENTE-REC
               INVALID KEY MOVE "10" TO FS-DOCENTI
           END-START.

           PERFORM UNTIL FS-DOCENTI = "10"
               READ DOCENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DOCENTI
                   NOT AT END
                       DISPLAY CODICE-DOCENTE-REC " "
                               COGNOME-DOCENTE-REC " "
                               NOME-DOCENTE-REC " CATTEDRA "
                               ORE-CATTEDRA-REC
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DOCENTI.

      *----------------------------------- FUNCTION BY -----------------
      *INCARICO DI INSEGNAMENTO: CHI INSEGNA QUALE MATERIA IN QUALE
      *CLASSE E PER QUANTE ORE ALLA SETTIMANA; SE C'E' GIA' SI
      *SOSTITUISCE
       REGISTRA-INCARICO.

           DISPLAY "CLASSE: ".
           ACCEPT CLASSE-ORARIO.
           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               DISPLAY MA " " NOME-MATERIA(MA)
           END-PERFORM.
           DISPLAY "MATERIA (1-" NUMERO-MATERIE "): ".
           ACCEPT MATERIA-ORARIO.
           IF MATERIA-ORARIO < 1 OR MATERIA-ORARIO > NUMERO-MATERIE
               DISPLAY "MATERIA NON VALIDA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CODICE DOCENTE: ".
           ACCEPT DOCENTE-ORARIO.
           MOVE DOCENTE-ORARIO TO CODICE-DOCENTE-REC.
           READ DOCENTI-FILE
               INVALID KEY
                   DISPLAY "DOCENTE NON IN ANAGRAFICA"
                   EXIT PARAGRAPH
           END-READ.

           MOVE CLASSE-ORARIO TO CLASSE-INC-REC.
           MOVE CODICE-MATERIA(MATERIA-ORARIO) TO MATERIA-INC-REC.
           MOVE DOCENTE-ORARIO TO DOCENTE-INC-REC.
           DISPLAY "ORE SETTIMANALI: ".
           ACCEPT ORE-INC-REC.

           WRITE INCARICO-REC
               INVALID KEY
                   REWRITE INCARICO-REC
           END-WRITE.

           DISPLAY "INCARICO REGISTRATO: " NOME-MATERIA(MATERIA-ORARIO)
                   " IN " CLASSE-ORARIO " A " COGNOME-DOCENTE-REC.

      *----------------------------------- FUNCTION BZ -----------------
      *COMPILAZIONE DELL'ORARIO DI UNA CLASSE, UN'ORA ALLA VOLTA; A
      *FINE COMPILAZIONE SI CONFRONTANO LE ORE CON GLI INCARICHI
       COMPILA-ORARIO-CLASSE.

           DISPLAY "CLASSE: ".
           ACCEPT CLASSE-ORARIO.
           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               DISPLAY MA " " NOME-MATERIA(MA)
           END-PERFORM.

           MOVE 1 TO GIORNO-SCELTO.
           PERFORM UNTIL GIORNO-SCELTO = 0
               DISPLAY "GIORNO (1=LUN ... 6=SAB, 0 = FINE): "
               ACCEPT GIORNO-SCELTO
               IF GIORNO-SCELTO NOT = 0 THEN
                   DISPLAY "ORA (1-6): "
                   ACCEPT ORA-SCELTA
                   DISPLAY "MATERIA (1-" NUMERO-MATERIE "): "
                   ACCEPT MATERIA-ORARIO
                   PERFORM INSERISCI-ORA-LEZIONE
               END-IF
           END-PERFORM.

           PERFORM CONTROLLA-ORE-CLASSE.

      *----------------------------------- FUNCTION CA -----------------
      *UNA LEZIONE IN ORARIO: IL DOCENTE VIENE DALL'INCARICO; SI
      *RIFIUTA SE LA CLASSE HA GIA' UNA MATERIA IN QUELL'ORA O SE IL
      *DOCENTE E' GIA' IN UN'ALTRA CLASSE NELLA STESSA ORA
       INSERISCI-ORA-LEZIONE.

           IF GIORNO-SCELTO > NUMERO-GIORNI OR ORA-SCELTA < 1 OR
              ORA-SCELTA > NUMERO-ORE OR MATERIA-ORARIO < 1 OR
              MATERIA-ORARIO > NUMERO-MATERIE THEN
               DISPLAY "GIORNO, ORA O MATERIA NON VALIDI"
               EXIT PARAGRAPH
           END-IF.

           MOVE CLASSE-ORARIO TO CLASSE-INC-REC.
           MOVE CODICE-MATERIA(MATERIA-ORARIO) TO MATERIA-INC-REC.
           READ INCARICHI-FILE
               INVALID KEY
                   DISPLAY "NESSUN INCARICO PER "
                           NOME-MATERIA(MATERIA-ORARIO) " IN "
                           CLASSE-ORARIO ": REGISTRARLO PRIMA"
                   EXIT PARAGRAPH
           END-READ.
           MOVE DOCENTE-INC-REC TO DOCENTE-ORARIO.

           MOVE CLASSE-ORARIO TO CLASSE-ORA-REC.
           MOVE GIORNO-SCELTO TO GIORNO-ORA-REC.
           MOVE ORA-SCELTA TO ORA-ORA-REC.
           READ ORARIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MATERIA-ORA-REC TO MATERIA-CERCATA
                   PERFORM TROVA-POSTO-MATERIA
                   DISPLAY "RIFIUTATA: LA CLASSE HA GIA' "
                           NOME-MATERIA-CERCATA
                           " IN QUELL'ORA"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CERCA-DOCENTE-OCCUPATO.
           IF DOCENTE-OCCUPATO = "S" THEN
               DISPLAY "RIFIUTATA: IL DOCENTE " DOCENTE-ORARIO
                       " E' GIA' IN " CLASSE-OCCUPANTE
                       " IN QUELL'ORA"
               EXIT PARAGRAPH
           END-IF.

           MOVE CLASSE-ORARIO TO CLASSE-ORA-REC.
           MOVE GIORNO-SCELTO TO GIORNO-ORA-REC.
           MOVE ORA-SCELTA TO ORA-ORA-REC.
           MOVE CODICE-MATERIA(MATERIA-ORARIO) TO MATERIA-ORA-REC.
           MOVE DOCENTE-ORARIO TO DOCENTE-ORA-REC.
           WRITE ORARIO-REC
               INVALID KEY
                   DISPLAY "ERRORE IN SCRITTURA - STATO " FS-ORARIO
               NOT INVALID KEY
                   DISPLAY "LEZIONE INSERITA"
           END-WRITE.

      *----------------------------------- FUNCTION CB -----------------
      *CERCA IN TUTTO L'ORARIO IL DOCENTE-ORARIO NELLO STESSO GIORNO
      *E NELLA STESSA ORA
       CERCA-DOCENTE-OCCUPATO.

           MOVE "N" TO DOCENTE-OCCUPATO.

           MOVE LOW-VALUES TO CHIAVE-ORARIO-REC.
           START ORARIO-FILE KEY IS NOT LESS THAN CHIAVE-ORARIO-REC
               INVALID KEY MOVE "10" TO FS-ORARIO
           END-START.

           PERFORM UNTIL FS-ORARIO = "10"
               READ ORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORARIO
                   NOT AT END
                       IF DOCENTE-ORA-REC = DOCENTE-ORARIO AND
                          GIORNO-ORA-REC = GIORNO-SCELTO AND
                          ORA-ORA-REC = ORA-SCELTA THEN
                           MOVE "S" TO DOCENTE-OCCUPATO
                           MOVE CLASSE-ORA-REC TO CLASSE-OCCUPANTE
                           MOVE "10" TO FS-ORARIO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ORARIO.

      *----------------------------------- FUNCTION CC -----------------
       TOGLI-ORA-LEZIONE.

           DISPLAY "CLASSE: ".
           ACCEPT CLASSE-ORA-REC.
           DISPLAY "GIORNO (1-6): ".
           ACCEPT GIORNO-ORA-REC.
           DISPLAY "ORA (1-6): ".
           ACCEPT ORA-ORA-REC.

           READ ORARIO-FILE
               INVALID KEY
                   DISPLAY "NESSUNA LEZIONE IN QUELL'ORA"
               NOT INVALID KEY
                   DELETE ORARIO-FILE
                       INVALID KEY
                           DISPLAY "ELIMINAZIONE FALLITA - STATO "
                                   FS-ORARIO
                       NOT INVALID KEY
                           MOVE MATERIA-ORA-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           DISPLAY "LEZIONE DI "
                                   NOME-MATERIA-CERCATA
                                   " TOLTA"
                   END-DELETE
           END-READ.

      *----------------------------------- FUNCTION CD -----------------
      *ORE IN ORARIO DI CLASSE-ORARIO PER MATERIA CONTRO LE ORE
      *DEGLI INCARICHI: OGNI DIFFORMITA' E' SEGNALATA A VIDEO E, SE
      *IL REPORT DELL'ORARIO E' APERTO, ANCHE SU STAMPA
       CONTROLLA-ORE-CLASSE.

           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               MOVE 0 TO ORE-IN-ORARIO(MA)
           END-PERFORM.
           MOVE 0 TO ORE-DIFFORMI.

           MOVE CLASSE-ORARIO TO CLASSE-ORA-REC.
           MOVE 0 TO GIORNO-ORA-REC.
           MOVE 0 TO ORA-ORA-REC.
           START ORARIO-FILE KEY IS NOT LESS THAN CHIAVE-ORARIO-REC
               INVALID KEY MOVE "10" TO FS-ORARIO
           END-START.

           PERFORM UNTIL FS-ORARIO = "10"
               READ ORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORARIO
                   NOT AT END
                       IF CLASSE-ORA-REC NOT = CLASSE-ORARIO THEN
                           MOVE "10" TO FS-ORARIO
                       ELSE
                           MOVE MATERIA-ORA-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           IF POSTO-MATERIA > 0 THEN
                               ADD 1 TO ORE-IN-ORARIO(POSTO-MATERIA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ORARIO.

           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               MOVE CLASSE-ORARIO TO CLASSE-INC-REC
               MOVE CODICE-MATERIA(MA) TO MATERIA-INC-REC
               MOVE 0 TO ORE-INC-REC
               READ INCARICHI-FILE
                   INVALID KEY
                       MOVE 0 TO ORE-INC-REC
               END-READ
               IF ORE-INC-REC NOT = ORE-IN-ORARIO(MA) THEN
                   ADD 1 TO ORE-DIFFORMI
                   MOVE SPACES TO RW-RIGA
                   STRING "ATTENZIONE: " NOME-MATERIA(MA)
                          " ORE IN ORARIO " ORE-IN-ORARIO(MA)
                          " CONTRO " ORE-INC-REC " DELL'INCARICO"
                       DELIMITED BY SIZE INTO RW-RIGA
                   DISPLAY RW-RIGA
                   IF REPORT-ORARIO-APERTO = "S"
                       MOVE "R" TO RW-OPERAZIONE
                       CALL "REPORTWR" USING REPORTWR-AREA
                   END-IF
               END-IF
           END-PERFORM.

           IF ORE-DIFFORMI = 0 THEN
               DISPLAY "ORE DELLA CLASSE " CLASSE-ORARIO
                       " CONFORMI AGLI INCARICHI"
           END-IF.

      *----------------------------------- FUNCTION CE -----------------
      *ORARIO DI UNA CLASSE SU ORARIOCL.TXT: GRIGLIA ORE X GIORNI CON
      *LA MATERIA, IN CODA LE DIFFORMITA' CONTRO GLI INCARICHI
       STAMPA-ORARIO-CLASSE.

           DISPLAY "CLASSE: ".
           ACCEPT CLASSE-ORARIO.

           PERFORM PULISCI-GRIGLIA.

           MOVE CLASSE-ORARIO TO CLASSE-ORA-REC.
           MOVE 0 TO GIORNO-ORA-REC.
           MOVE 0 TO ORA-ORA-REC.
           START ORARIO-FILE KEY IS NOT LESS THAN CHIAVE-ORARIO-REC
               INVALID KEY MOVE "10" TO FS-ORARIO
           END-START.

           PERFORM UNTIL FS-ORARIO = "10"
               READ ORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORARIO
                   NOT AT END
                       IF CLASSE-ORA-REC NOT = CLASSE-ORARIO THEN
                           MOVE "10" TO FS-ORARIO
                       ELSE
                           MOVE MATERIA-ORA-REC TO MATERIA-CERCATA
                           PERFORM TROVA-POSTO-MATERIA
                           MOVE NOME-MATERIA-CERCATA
                               TO CELLA-GRIGLIA(ORA-ORA-REC
                                                GIORNO-ORA-REC)
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ORARIO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ORARIOCL.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "ORARIO SETTIMANALE DELLA CLASSE " CLASSE-ORARIO
               DELIMITED BY SIZE INTO RW-TITOLO.
           PERFORM INTESTAZIONE-GRIGLIA.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT ORARIOCL.TXT"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STAMPA-GRIGLIA.
           MOVE "S" TO REPORT-ORARIO-APERTO.
           PERFORM CONTROLLA-ORE-CLASSE.
           MOVE "N" TO REPORT-ORARIO-APERTO.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "ORARIO SCRITTO SU ORARIOCL.TXT".

      *----------------------------------- FUNCTION CF -----------------
      *ORARIO DI UN DOCENTE SU ORARIODO.TXT: GRIGLIA ORE X GIORNI CON
      *LA CLASSE IN CUI SI TROVA
       STAMPA-ORARIO-DOCENTE.

           DISPLAY "CODICE DOCENTE: ".
           ACCEPT DOCENTE-ORARIO.
           MOVE DOCENTE-ORARIO TO CODICE-DOCENTE-REC.
           READ DOCENTI-FILE
               INVALID KEY
                   DISPLAY "DOCENTE NON IN ANAGRAFICA"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM PULISCI-GRIGLIA.

           MOVE LOW-VALUES TO CHIAVE-ORARIO-REC.
           START ORARIO-FILE KEY IS NOT LESS THAN CHIAVE-ORARIO-REC
               INVALID KEY MOVE "10" TO FS-ORARIO
           END-START.

           PERFORM UNTIL FS-ORARIO = "10"
               READ ORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORARIO
                   NOT AT END
                       IF DOCENTE-ORA-REC = DOCENTE-ORARIO THEN
                           MOVE CLASSE-ORA-REC
                               TO CELLA-GRIGLIA(ORA-ORA-REC
                                                GIORNO-ORA-REC)
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ORARIO.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "ORARIODO.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "ORARIO SETTIMANALE DI " COGNOME-DOCENTE-REC " "
                  NOME-DOCENTE-REC
               DELIMITED BY SIZE INTO RW-TITOLO.
           PERFORM INTESTAZIONE-GRIGLIA.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT ORARIODO.TXT"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STAMPA-GRIGLIA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "ORARIO SCRITTO SU ORARIODO.TXT".

      *----------------------------------- FUNCTION CG -----------------
      *CARICO DI LAVORO DEI DOCENTI PER LA PRESIDENZA: ORE DI
      *CATTEDRA, ORE ASSEGNATE DAGLI INCARICHI, ORE GIA' IN ORARIO,
      *CLASSI E DIFFERENZA TRA ASSEGNATE E CATTEDRA
       CARICO-DOCENTI.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CARICODO.TXT" TO RW-NOME-FILE.
           MOVE "CARICO DI LAVORO DEI DOCENTI" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "CODICE / COGNOME / NOME / CATTEDRA / ASSEGNATE / "
                  "IN ORARIO / CLASSI / DIFFERENZA"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT CARICODO.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-DOCENTE-REC.
           START DOCENTI-FILE KEY IS NOT LESS THAN CODICE-DOCENTE-REC
               INVALID KEY MOVE "10" TO FS-DOCENTI
           END-START.

           PERFORM UNTIL FS-DOCENTI = "10"
               READ DOCENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DOCENTI
                   NOT AT END
                       PERFORM CALCOLA-CARICO-DOCENTE
                       COMPUTE DIFFERENZA-ORE =
                               ORE-ASSEGNATE-DOC - ORE-CATTEDRA-REC
                       MOVE DIFFERENZA-ORE TO DIFFERENZA-EDIT
                       MOVE "R" TO RW-OPERAZIONE
                       MOVE SPACES TO RW-RIGA
                       STRING CODICE-DOCENTE-REC " "
                              COGNOME-DOCENTE-REC " "
                              NOME-DOCENTE-REC " "
                              ORE-CATTEDRA-REC " "
                              ORE-ASSEGNATE-DOC " "
                              ORE-ORARIO-DOC " "
                              CLASSI-DOC " "
                              DIFFERENZA-EDIT
                           DELIMITED BY SIZE INTO RW-RIGA
                       CALL "REPORTWR" USING REPORTWR-AREA
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-DOCENTI.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "CARICO DOCENTI SCRITTO SU CARICODO.TXT".

      *----------------------------------- FUNCTION CH -----------------
      *ORE ASSEGNATE E CLASSI DEL DOCENTE CORRENTE DAGLI INCARICHI,
      *ORE EFFETTIVE DALL'ORARIO
       CALCOLA-CARICO-DOCENTE.

           MOVE 0 TO ORE-ASSEGNATE-DOC.
           MOVE 0 TO ORE-ORARIO-DOC.
           MOVE 0 TO CLASSI-DOC.
           MOVE SPACES TO CLASSE-OCCUPANTE.

           MOVE LOW-VALUES TO CHIAVE-INCARICO-REC.
           START INCARICHI-FILE KEY IS NOT LESS THAN
                   CHIAVE-INCARICO-REC
               INVALID KEY MOVE "10" TO FS-INCARICHI
           END-START.

      *GLI INCARICHI SONO IN ORDINE DI CLASSE: BASTA CONFRONTARE CON
      *L'ULTIMA CLASSE CONTATA PER NON CONTARLA DUE VOLTE
           PERFORM UNTIL FS-INCARICHI = "10"
               READ INCARICHI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INCARICHI
                   NOT AT END
                       IF DOCENTE-INC-REC = CODICE-DOCENTE-REC THEN
                           ADD ORE-INC-REC TO ORE-ASSEGNATE-DOC
                           IF CLASSE-INC-REC NOT = CLASSE-OCCUPANTE
                               ADD 1 TO CLASSI-DOC
                               MOVE CLASSE-INC-REC TO CLASSE-OCCUPANTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-INCARICHI.

           MOVE LOW-VALUES TO CHIAVE-ORARIO-REC.
           START ORARIO-FILE KEY IS NOT LESS THAN CHIAVE-ORARIO-REC
               INVALID KEY MOVE "10" TO FS-ORARIO
           END-START.

           PERFORM UNTIL FS-ORARIO = "10"
               READ ORARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORARIO
                   NOT AT END
                       IF DOCENTE-ORA-REC = CODICE-DOCENTE-REC THEN
                           ADD 1 TO ORE-ORARIO-DOC
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-ORARIO.

      *----------------------------------- FUNCTION CI -----------------
       PULISCI-GRIGLIA.

           PERFORM VARYING OG FROM 1 BY 1 UNTIL OG > NUMERO-ORE
               PERFORM VARYING GG FROM 1 BY 1 UNTIL GG > NUMERO-GIORNI
                   MOVE "-" TO CELLA-GRIGLIA(OG, GG)
               END-PERFORM
           END-PERFORM.

      *----------------------------------- FUNCTION CJ -----------------
      *INTESTAZIONE DELLA GRIGLIA: I SEI GIORNI IN COLONNA
       INTESTAZIONE-GRIGLIA.

           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ORA    " NOME-GIORNO(1) NOME-GIORNO(2)
                  NOME-GIORNO(3) NOME-GIORNO(4) NOME-GIORNO(5)
                  NOME-GIORNO(6)
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.

      *----------------------------------- FUNCTION CK -----------------
      *UNA RIGA DI REPORT PER OGNI ORA DELLA MATTINATA
       STAMPA-GRIGLIA.

           PERFORM VARYING OG FROM 1 BY 1 UNTIL OG > NUMERO-ORE
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               SET ORA-SCELTA TO OG
               STRING ORA-SCELTA "A ORA " CELLA-GRIGLIA(OG, 1)
                      CELLA-GRIGLIA(OG, 2) CELLA-GRIGLIA(OG, 3)
                      CELLA-GRIGLIA(OG, 4) CELLA-GRIGLIA(OG, 5)
                      CELLA-GRIGLIA(OG, 6)
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.

      *----------------------------------- FUNCTION CL -----------------
      *VOTO DI CONDOTTA DELLO STUDENTE I DAL REGISTRO VOTI: PER LA
      *PAGELLA FINALE VALE QUELLO DEL SECONDO QUADRIMESTRE, O IN
      *MANCANZA QUELLO DEL PRIMO
       LEGGI-CONDOTTA-REGISTRO.

           MOVE 0 TO VOTO-CONDOTTA(I).
           MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC.
           MOVE MATERIA-CONDOTTA TO MATERIA-VOTO-REC.

           IF PERIODO-SCELTO = 3 THEN
               MOVE 2 TO PERIODO-VOTO-REC
               READ VOTI-FILE
                   INVALID KEY
                       MOVE 0 TO VOTO-CONDOTTA(I)
                   NOT INVALID KEY
                       MOVE VOTO-REC TO VOTO-CONDOTTA(I)
               END-READ
               IF VOTO-CONDOTTA(I) = 0 THEN
                   MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC
                   MOVE MATERIA-CONDOTTA TO MATERIA-VOTO-REC
                   MOVE 1 TO PERIODO-VOTO-REC
                   READ VOTI-FILE
                       INVALID KEY
                           MOVE 0 TO VOTO-CONDOTTA(I)
                       NOT INVALID KEY
                           MOVE VOTO-REC TO VOTO-CONDOTTA(I)
                   END-READ
               END-IF
           ELSE
               MOVE PERIODO-SCELTO TO PERIODO-VOTO-REC
               READ VOTI-FILE
                   INVALID KEY
                       MOVE 0 TO VOTO-CONDOTTA(I)
                   NOT INVALID KEY
                       MOVE VOTO-REC TO VOTO-CONDOTTA(I)
               END-READ
           END-IF.

      *----------------------------------- FUNCTION CM -----------------
       COMPONI-CONDOTTA.

           IF VOTO-CONDOTTA(I) = 0 THEN
               MOVE "NON ASSEGNATO" TO CONDOTTA-EDIT
           ELSE
               MOVE VOTO-CONDOTTA(I) TO VOTO-CONDOTTA-EDIT
               MOVE VOTO-CONDOTTA-EDIT TO CONDOTTA-EDIT
           END-IF.

      *----------------------------------- FUNCTION CN -----------------
      *REGISTRO DELLE NOTE DISCIPLINARI E VOTO DI CONDOTTA
       GESTIONE-NOTE.

           OPEN I-O NOTE-FILE.
           IF FS-NOTE = "35" THEN
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF.
           IF FS-NOTE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE NOTEDISC.DAT - STATO "
                       FS-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SCELTA-NOTE.
           PERFORM UNTIL SCELTA-NOTE = 9
               DISPLAY "=== NOTE DISCIPLINARI E CONDOTTA ==="
               DISPLAY "1 NUOVA NOTA  2 NOTE DI UNO STUDENTE "
                       "3 VOTO DI CONDOTTA DELLA CLASSE "
                       "4 NOTE PER CLASSE E PERIODO  9 FINE"
               ACCEPT SCELTA-NOTE
               EVALUATE SCELTA-NOTE
                   WHEN 1
                       PERFORM INSERISCI-NOTA
                   WHEN 2
                       PERFORM ELENCO-NOTE-STUDENTE
                   WHEN 3
                       PERFORM VOTO-CONDOTTA-CLASSE
                   WHEN 4
                       PERFORM NOTE-PER-CLASSE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-NOTE
               END-EVALUATE
           END-PERFORM.

           CLOSE NOTE-FILE.

      *----------------------------------- FUNCTION CO -----------------
      *NUOVA NOTA: LA CLASSE SI PRENDE DALL'ANAGRAFE, IL DOCENTE DEVE
      *ESSERE IN ANAGRAFICA DOCENTI (SE L'ARCHIVIO C'E'); IL
      *PROGRESSIVO DISTINGUE PIU' NOTE DELLO STESSO GIORNO
       INSERISCI-NOTA.

           MOVE SPACES TO NOTA-REC.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-NOTE.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE = "00" THEN
               MOVE MATRICOLA-NOTE TO MATRICOLA-ANA
               READ ANAGRAFE-FILE
                   INVALID KEY
                       DISPLAY "MATRICOLA NON IN ANAGRAFE"
                       CLOSE ANAGRAFE-FILE
                       MOVE "00" TO FS-ANAGRAFE
                       EXIT PARAGRAPH
               END-READ
               DISPLAY NOME-ANA " " COGNOME-ANA " - CLASSE "
                       CLASSE-ANA
               MOVE CLASSE-ANA TO CLASSE-NOTA-REC
               CLOSE ANAGRAFE-FILE
           ELSE
               DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - CLASSE: "
               ACCEPT CLASSE-NOTA-REC
           END-IF.
           MOVE "00" TO FS-ANAGRAFE.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "DATA DELLA NOTA (AAAAMMGG): "
               ACCEPT DATA-NOTA-REC
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-NOTA-REC TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.

           DISPLAY "QUADRIMESTRE (1/2): ".
           ACCEPT PERIODO-NOTA-REC.
           PERFORM UNTIL PERIODO-NOTA-REC = 1 OR PERIODO-NOTA-REC = 2
               DISPLAY "QUADRIMESTRE NON VALIDO, RIDIGITARE"
               ACCEPT PERIODO-NOTA-REC
           END-PERFORM.

           DISPLAY "CODICE DOCENTE: ".
           ACCEPT DOCENTE-NOTA-REC.
           OPEN INPUT DOCENTI-FILE.
           IF FS-DOCENTI = "00" THEN
               MOVE DOCENTE-NOTA-REC TO CODICE-DOCENTE-REC
               READ DOCENTI-FILE
                   INVALID KEY
                       DISPLAY "DOCENTE NON IN ANAGRAFICA"
                       CLOSE DOCENTI-FILE
                       EXIT PARAGRAPH
               END-READ
               CLOSE DOCENTI-FILE
           END-IF.

           MOVE "N" TO CATEGORIA-VALIDA.
           PERFORM UNTIL CATEGORIA-VALIDA = "S"
               DISPLAY "CATEGORIA (C COMPORTAMENTO, R RITARDI/USCITE, "
                       "M MANCANZE NEL LAVORO, D DANNI, "
                       "S SOSPENSIONE): "
               ACCEPT CATEGORIA-NOTA-REC
               PERFORM VARYING CN FROM 1 BY 1 UNTIL CN > 5
                   IF CODICE-CATEGORIA(CN) = CATEGORIA-NOTA-REC THEN
                       MOVE "S" TO CATEGORIA-VALIDA
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO DESCRIZIONE-NOTA-REC.
           PERFORM UNTIL DESCRIZIONE-NOTA-REC NOT = SPACES
               DISPLAY "DESCRIZIONE: "
               ACCEPT DESCRIZIONE-NOTA-REC
           END-PERFORM.

           MOVE 0 TO GIORNI-SOSPENSIONE-REC.
           IF CATEGORIA-NOTA-REC = "S" THEN
               DISPLAY "GIORNI DI SOSPENSIONE: "
               ACCEPT GIORNI-SOSPENSIONE-REC
           END-IF.

           MOVE MATRICOLA-NOTE TO MATRICOLA-NOTA-REC.
           MOVE 1 TO PROGRESSIVO-NOTA-REC.
           MOVE "N" TO NOTA-SCRITTA.
           PERFORM UNTIL NOTA-SCRITTA = "S" OR
                         PROGRESSIVO-NOTA-REC = 99
               WRITE NOTA-REC
                   INVALID KEY
                       ADD 1 TO PROGRESSIVO-NOTA-REC
                   NOT INVALID KEY
                       MOVE "S" TO NOTA-SCRITTA
               END-WRITE
           END-PERFORM.

           IF NOTA-SCRITTA = "S" THEN
               DISPLAY "NOTA REGISTRATA"
           ELSE
               DISPLAY "TROPPE NOTE NELLO STESSO GIORNO: NON "
                       "REGISTRATA"
           END-IF.

      *----------------------------------- FUNCTION CP -----------------
       ELENCO-NOTE-STUDENTE.

           DISPLAY "MATRICOLA: ".
           ACCEPT MATRICOLA-NOTE.

           MOVE 0 TO NOTE-STUDENTE.
           MOVE MATRICOLA-NOTE TO MATRICOLA-NOTA-REC.
           MOVE 0 TO DATA-NOTA-REC.
           MOVE 0 TO PROGRESSIVO-NOTA-REC.
           START NOTE-FILE KEY IS NOT LESS THAN CHIAVE-NOTA-REC
               INVALID KEY MOVE "10" TO FS-NOTE
           END-START.

           PERFORM UNTIL FS-NOTE = "10"
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NOTE
                   NOT AT END
                       IF MATRICOLA-NOTA-REC NOT = MATRICOLA-NOTE THEN
                           MOVE "10" TO FS-NOTE
                       ELSE
                           ADD 1 TO NOTE-STUDENTE
                           DISPLAY DATA-NOTA-REC " Q" PERIODO-NOTA-REC
                                   " " CATEGORIA-NOTA-REC " "
                                   DOCENTE-NOTA-REC " GG "
                                   GIORNI-SOSPENSIONE-REC " "
                                   DESCRIZIONE-NOTA-REC
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-NOTE.

           DISPLAY "NOTE DELLO STUDENTE: " NOTE-STUDENTE.

      *----------------------------------- FUNCTION CQ -----------------
      *VOTO DI CONDOTTA DEL PERIODO PER TUTTA LA CLASSE, COME PER LE
      *MATERIE; PER OGNI STUDENTE SI MOSTRANO NOTE E GIORNI DI
      *SOSPENSIONE DEL PERIODO A SUPPORTO DEL CONSIGLIO
       VOTO-CONDOTTA-CLASSE.

           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE NOT = "00" THEN
               DISPLAY "ANAGRAFE.DAT NON DISPONIBILE - STATO "
                       FS-ANAGRAFE
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
               MOVE "00" TO FS-ANAGRAFE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "QUALE CLASSE? ".
           ACCEPT CLASSE-RICHIESTA.
           DISPLAY "QUALE QUADRIMESTRE (1/2)? ".
           ACCEPT PERIODO-NOTE.
           PERFORM UNTIL PERIODO-NOTE = 1 OR PERIODO-NOTE = 2
               DISPLAY "QUADRIMESTRE NON VALIDO, RIDIGITARE"
               ACCEPT PERIODO-NOTE
           END-PERFORM.

           MOVE 0 TO VOTI-REGISTRATI.

           MOVE LOW-VALUES TO MATRICOLA-ANA.
           START ANAGRAFE-FILE KEY IS NOT LESS THAN MATRICOLA-ANA
               INVALID KEY MOVE "10" TO FS-ANAGRAFE
           END-START.

           PERFORM UNTIL FS-ANAGRAFE = "10"
               READ ANAGRAFE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ANAGRAFE
                   NOT AT END
                       IF CLASSE-ANA = CLASSE-RICHIESTA THEN
                           MOVE MATRICOLA-ANA TO MATRICOLA-NOTE
                           PERFORM CONTA-NOTE-STUDENTE
                           PERFORM REGISTRA-CONDOTTA-STUDENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VOTI-FILE.
           CLOSE ANAGRAFE-FILE.
           MOVE "00" TO FS-ANAGRAFE.

           DISPLAY "VOTI DI CONDOTTA REGISTRATI: " VOTI-REGISTRATI.

      *----------------------------------- FUNCTION CR -----------------
      *NOTE E GIORNI DI SOSPENSIONE DI MATRICOLA-NOTE NEL PERIODO
      *PERIODO-NOTE
       CONTA-NOTE-STUDENTE.

           MOVE 0 TO NOTE-STUDENTE.
           MOVE 0 TO GIORNI-SOSPENSIONE-STUDENTE.

           MOVE MATRICOLA-NOTE TO MATRICOLA-NOTA-REC.
           MOVE 0 TO DATA-NOTA-REC.
           MOVE 0 TO PROGRESSIVO-NOTA-REC.
           START NOTE-FILE KEY IS NOT LESS THAN CHIAVE-NOTA-REC
               INVALID KEY MOVE "10" TO FS-NOTE
           END-START.

           PERFORM UNTIL FS-NOTE = "10"
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NOTE
                   NOT AT END
                       IF MATRICOLA-NOTA-REC NOT = MATRICOLA-NOTE THEN
                           MOVE "10" TO FS-NOTE
                       ELSE
                           IF PERIODO-NOTA-REC = PERIODO-NOTE THEN
                               ADD 1 TO NOTE-STUDENTE
                               ADD GIORNI-SOSPENSIONE-REC
                                   TO GIORNI-SOSPENSIONE-STUDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-NOTE.

      *----------------------------------- FUNCTION CS -----------------
      *VOTO DI CONDOTTA DELLO STUDENTE CORRENTE IN ANAGRAFE: SE GIA'
      *A REGISTRO LO SI MOSTRA E LO SI RISCRIVE
       REGISTRA-CONDOTTA-STUDENTE.

           MOVE MATRICOLA-ANA TO MATRICOLA-VOTO-REC.
           MOVE MATERIA-CONDOTTA TO MATERIA-VOTO-REC.
           MOVE PERIODO-NOTE TO PERIODO-VOTO-REC.

           MOVE "N" TO VOTO-TROVATO.
           READ VOTI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO VOTO-TROVATO
           END-READ.

           DISPLAY NOME-ANA " " COGNOME-ANA " - NOTE NEL PERIODO: "
                   NOTE-STUDENTE " GIORNI DI SOSPENSIONE: "
                   GIORNI-SOSPENSIONE-STUDENTE.
           IF VOTO-TROVATO = "S" THEN
               DISPLAY "VOTO DI CONDOTTA GIA' A REGISTRO: " VOTO-REC
           END-IF.

           DISPLAY "VOTO DI CONDOTTA (0 = NON ASSEGNATO): ".
           ACCEPT VOTO-REC.
           PERFORM UNTIL VOTO-REC <= 10
               DISPLAY "VOTO NON VALIDO, INSERIRE 0-10: "
               ACCEPT VOTO-REC
           END-PERFORM.

           MOVE MATRICOLA-ANA TO MATRICOLA-VOTO-REC.
           MOVE MATERIA-CONDOTTA TO MATERIA-VOTO-REC.
           MOVE PERIODO-NOTE TO PERIODO-VOTO-REC.

           IF VOTO-TROVATO = "S" THEN
               REWRITE VOTO-REGISTRO-REC
           ELSE
               WRITE VOTO-REGISTRO-REC
                   INVALID KEY
                       REWRITE VOTO-REGISTRO-REC
               END-WRITE
           END-IF.

           ADD 1 TO VOTI-REGISTRATI.

      *----------------------------------- FUNCTION CT -----------------
      *NOTE DI UNA CLASSE IN UN PERIODO SU NOTECLAS.TXT PER IL
      *CONSIGLIO DI CLASSE, CON I TOTALI PER CATEGORIA E I GIORNI DI
      *SOSPENSIONE
       NOTE-PER-CLASSE.

           DISPLAY "QUALE CLASSE? ".
           ACCEPT CLASSE-RICHIESTA.
           DISPLAY "QUALE QUADRIMESTRE (1/2)? ".
           ACCEPT PERIODO-NOTE.
           PERFORM UNTIL PERIODO-NOTE = 1 OR PERIODO-NOTE = 2
               DISPLAY "QUADRIMESTRE NON VALIDO, RIDIGITARE"
               ACCEPT PERIODO-NOTE
           END-PERFORM.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "NOTECLAS.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "NOTE DISCIPLINARI CLASSE " CLASSE-RICHIESTA
                  " - " PERIODO-NOTE ". QUADRIMESTRE"
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "DATA / MATRICOLA / NOME / CAT. / DOCENTE / "
                  "GG SOSP. / DESCRIZIONE"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT NOTECLAS.TXT"
               EXIT PARAGRAPH
           END-IF.

      *I NOMI DALL'ANAGRAFE SE DISPONIBILE
           MOVE "N" TO ANAGRAFE-APERTA.
           OPEN INPUT ANAGRAFE-FILE.
           IF FS-ANAGRAFE = "00" THEN
               MOVE "S" TO ANAGRAFE-APERTA
           END-IF.

           MOVE 0 TO NOTE-TOTALI.
           MOVE 0 TO GIORNI-SOSPENSIONE-TOTALI.
           PERFORM VARYING CN FROM 1 BY 1 UNTIL CN > 5
               MOVE 0 TO NOTE-PER-CATEGORIA(CN)
           END-PERFORM.

           MOVE LOW-VALUES TO CHIAVE-NOTA-REC.
           START NOTE-FILE KEY IS NOT LESS THAN CHIAVE-NOTA-REC
               INVALID KEY MOVE "10" TO FS-NOTE
           END-START.

           PERFORM UNTIL FS-NOTE = "10"
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NOTE
                   NOT AT END
                       IF CLASSE-NOTA-REC = CLASSE-RICHIESTA AND
                          PERIODO-NOTA-REC = PERIODO-NOTE THEN
                           PERFORM SCRIVI-RIGA-NOTA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-NOTE.

           IF ANAGRAFE-APERTA = "S" THEN
               CLOSE ANAGRAFE-FILE
           END-IF.
           MOVE "00" TO FS-ANAGRAFE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           PERFORM VARYING CN FROM 1 BY 1 UNTIL CN > 5
               MOVE NOTE-PER-CATEGORIA(CN) TO NOTE-COUNT-EDIT
               MOVE SPACES TO RW-RIGA
               STRING "NOTE " NOME-CATEGORIA(CN) ": " NOTE-COUNT-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.
           MOVE NOTE-TOTALI TO NOTE-COUNT-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE NOTE: " NOTE-COUNT-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE GIORNI-SOSPENSIONE-TOTALI TO NOTE-COUNT-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE GIORNI DI SOSPENSIONE: " NOTE-COUNT-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "NOTE DELLA CLASSE SCRITTE SU NOTECLAS.TXT: "
                   NOTE-TOTALI.

      *----------------------------------- FUNCTION CU -----------------
       SCRIVI-RIGA-NOTA.

           ADD 1 TO NOTE-TOTALI.
           ADD GIORNI-SOSPENSIONE-REC TO GIORNI-SOSPENSIONE-TOTALI.
           PERFORM VARYING CN FROM 1 BY 1 UNTIL CN > 5
               IF CODICE-CATEGORIA(CN) = CATEGORIA-NOTA-REC THEN
                   ADD 1 TO NOTE-PER-CATEGORIA(CN)
               END-IF
           END-PERFORM.

           MOVE SPACES TO COGNOME-ANA.
           IF ANAGRAFE-APERTA = "S" THEN
               MOVE MATRICOLA-NOTA-REC TO MATRICOLA-ANA
               READ ANAGRAFE-FILE
                   INVALID KEY
                       MOVE SPACES TO COGNOME-ANA
               END-READ
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING DATA-NOTA-REC " " MATRICOLA-NOTA-REC " "
                  COGNOME-ANA " " CATEGORIA-NOTA-REC " "
                  DOCENTE-NOTA-REC " " GIORNI-SOSPENSIONE-REC " "
                  DESCRIZIONE-NOTA-REC
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *----------------------------------- FUNCTION CV -----------------
      *CLASSE E PERIODO DI ELABORAZIONE (1, 2 O 3 = PAGELLA FINALE)
       SCEGLI-CLASSE-PERIODO.

           DISPLAY "QUALE CLASSE? ".
           ACCEPT CLASSE-RICHIESTA.

           DISPLAY "QUADRIMESTRE (1/2) O 3 PER LA PAGELLA FINALE? ".
           ACCEPT PERIODO-SCELTO.
           PERFORM UNTIL PERIODO-SCELTO >= 1 AND PERIODO-SCELTO <= 3
               DISPLAY "SCELTA NON VALIDA, RIDIGITARE"
               ACCEPT PERIODO-SCELTO
           END-PERFORM.

           EVALUATE PERIODO-SCELTO
               WHEN 1
                   MOVE "1. QUADRIMESTRE" TO PERIODO-DESCRIZIONE
               WHEN 2
                   MOVE "2. QUADRIMESTRE" TO PERIODO-DESCRIZIONE
               WHEN OTHER
                   MOVE "PAGELLA FINALE" TO PERIODO-DESCRIZIONE
           END-EVALUATE.

      *----------------------------------- FUNCTION CW -----------------
      *CONTROLLO DI COMPLETEZZA DA SOLO, SENZA STAMPARE: IL
      *COORDINATORE VEDE COSA MANCA E LO FA SISTEMARE PRIMA DELLO
      *SCRUTINIO
       VERIFICA-SCRUTINIO.

           PERFORM SCEGLI-CLASSE-PERIODO.

           PERFORM CARICA-CLASSE-PER-PAGELLE.

           IF STUDENTI-CARICATI = 0 THEN
               DISPLAY "NESSUNO STUDENTE IN ANAGRAFE PER LA CLASSE "
                       CLASSE-RICHIESTA
           ELSE
               PERFORM CONTROLLO-SCRUTINIO
               IF SCRUTINIO-PRONTO = "S" THEN
                   DISPLAY "REGISTRO COMPLETO: LA CLASSE E' PRONTA "
                           "PER LO SCRUTINIO"
               END-IF
           END-IF.

      *----------------------------------- FUNCTION CX -----------------
      *COMPLETEZZA DEL REGISTRO PER GLI STUDENTI CARICATI: OGNI
      *STUDENTE DEVE AVERE IL VOTO IN OGNI MATERIA (PER LA PAGELLA
      *FINALE QUELLO DEL SECONDO QUADRIMESTRE, SU CUI SI FA LO
      *SCRUTINIO) E UNA RIGA DI PRESENZA IN OGNI GIORNO IN CUI LA
      *CLASSE HA FATTO L'APPELLO. L'ELENCO DI CIO' CHE MANCA VA SU
      *SCRUTINI.TXT; SCRUTINIO-PRONTO = "S" SOLO SE NON MANCA NULLA
       CONTROLLO-SCRUTINIO.

           MOVE 0 TO VOTI-MANCANTI.
           MOVE 0 TO MATERIE-SENZA-VOTI.
           MOVE 0 TO STUDENTI-CON-BUCHI.
           MOVE "N" TO SCRUTINIO-PRONTO.

           IF PERIODO-SCELTO = 3 THEN
               MOVE 2 TO PERIODO-CONTROLLO
           ELSE
               MOVE PERIODO-SCELTO TO PERIODO-CONTROLLO
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "SCRUTINI.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "CONTROLLO SCRUTINIO - CLASSE " CLASSE-RICHIESTA
                  " - " PERIODO-DESCRIZIONE
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "MATRICOLA / NOME / DATO MANCANTE" TO RW-INTESTAZIONE.
           MOVE "SEGRETERIA" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT SCRUTINI.TXT: "
                       "STAMPA NON CONSENTITA"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               MOVE 0 TO VOTI-PER-MATERIA(MA)
           END-PERFORM.

           OPEN INPUT VOTI-FILE.
           IF FS-VOTI NOT = "00" THEN
               MOVE SPACES TO RW-RIGA
               STRING "REGISTRO VOTI NON DISPONIBILE - STATO " FS-VOTI
                      ": NESSUN VOTO A REGISTRO"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               COMPUTE VOTI-MANCANTI =
                   STUDENTI-CARICATI * (NUMERO-MATERIE + 1)
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
                   PERFORM VARYING MA FROM 1 BY 1
                           UNTIL MA > NUMERO-MATERIE
                       PERFORM CONTROLLA-VOTO-SCRUTINIO
                   END-PERFORM
                   PERFORM CONTROLLA-CONDOTTA-SCRUTINIO
               END-PERFORM
               CLOSE VOTI-FILE
           END-IF.

      *LA MATERIA CHE NON HA NEMMENO UN VOTO E' QUASI SEMPRE UN
      *DOCENTE CHE NON HA MAI APERTO IL REGISTRO: LA SI SEGNALA A
      *PARTE
           PERFORM VARYING MA FROM 1 BY 1 UNTIL MA > NUMERO-MATERIE
               IF VOTI-PER-MATERIA(MA) = 0 THEN
                   ADD 1 TO MATERIE-SENZA-VOTI
                   MOVE SPACES TO RW-RIGA
                   STRING "MATERIA " NOME-MATERIA(MA)
                          ": NESSUN VOTO PER LA CLASSE"
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF
           END-PERFORM.

           PERFORM CONTROLLA-PRESENZE-SCRUTINIO.

           MOVE SPACES TO RW-RIGA.
           STRING "VOTI MANCANTI: " VOTI-MANCANTI
                  "  MATERIE SENZA VOTI: " MATERIE-SENZA-VOTI
                  "  STUDENTI CON GIORNI SCOPERTI: "
                  STUDENTI-CON-BUCHI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF VOTI-MANCANTI = 0 AND MATERIE-SENZA-VOTI = 0 AND
              STUDENTI-CON-BUCHI = 0 AND GIORNI-SCUOLA-PIENI = "N" THEN
               MOVE "S" TO SCRUTINIO-PRONTO
           ELSE
               DISPLAY "ELENCO DEI DATI MANCANTI SU SCRUTINI.TXT"
           END-IF.

      *----------------------------------- FUNCTION CY -----------------
      *VOTO DELLO STUDENTE I NELLA MATERIA MA PER IL PERIODO DI
      *CONTROLLO: SE MANCA VA IN ELENCO
       CONTROLLA-VOTO-SCRUTINIO.

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC.
           MOVE CODICE-MATERIA(MA) TO MATERIA-VOTO-REC.
           MOVE PERIODO-CONTROLLO TO PERIODO-VOTO-REC.
           READ VOTI-FILE
               INVALID KEY
                   ADD 1 TO VOTI-MANCANTI
                   MOVE SPACES TO RW-RIGA
                   STRING MATRICOLA-STUD(I) " " NOME(I)
                          " SENZA VOTO IN " NOME-MATERIA(MA)
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               NOT INVALID KEY
                   ADD 1 TO VOTI-PER-MATERIA(MA)
           END-READ.

      *----------------------------------- FUNCTION DD -----------------
      *VOTO DI CONDOTTA DELLO STUDENTE I PER IL PERIODO DI CONTROLLO:
      *SENZA CONDOTTA NON SI SCRUTINA, COME SENZA UNA MATERIA
       CONTROLLA-CONDOTTA-SCRUTINIO.

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-VOTO-REC.
           MOVE MATERIA-CONDOTTA TO MATERIA-VOTO-REC.
           MOVE PERIODO-CONTROLLO TO PERIODO-VOTO-REC.
           READ VOTI-FILE
               INVALID KEY
                   ADD 1 TO VOTI-MANCANTI
                   MOVE SPACES TO RW-RIGA
                   STRING MATRICOLA-STUD(I) " " NOME(I)
                          " SENZA VOTO IN CONDOTTA"
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
           END-READ.

      *----------------------------------- FUNCTION CZ -----------------
      *GIORNI DI SCUOLA DELLA CLASSE = DATE DEL PERIODO IN CUI ALMENO
      *UNO DEGLI STUDENTI HA UNA RIGA NEL REGISTRO PRESENZE PER
      *QUESTA CLASSE; LO STUDENTE CHE HA MENO RIGHE DEI GIORNI DI
      *SCUOLA HA DEI BUCHI NEL REGISTRO. LE RIGHE DI UN'ALTRA CLASSE
      *(STUDENTE TRASFERITO) O DI UN ALTRO PERIODO NON CONTANO
       CONTROLLA-PRESENZE-SCRUTINIO.

           MOVE "N" TO GIORNI-SCUOLA-PIENI.

           OPEN INPUT PRESENZE-FILE.
           IF FS-PRESENZE NOT = "00" THEN
               MOVE SPACES TO RW-RIGA
               STRING "REGISTRO PRESENZE NON DISPONIBILE - STATO "
                      FS-PRESENZE ": PRESENZE NON CONTROLLATE"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHIEDI-DATE-PERIODO.

           MOVE 0 TO GIORNI-SCUOLA-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
                   OR GIORNI-SCUOLA-PIENI = "S"
               PERFORM RACCOGLI-GIORNI-STUDENTE
           END-PERFORM.

           CLOSE PRESENZE-FILE.
           MOVE "00" TO FS-PRESENZE.

      *OLTRE IL LIMITE DELLA TABELLA I GIORNI NON SI POSSONO PIU'
      *CONFRONTARE: IL CONTROLLO SI FERMA E LO SCRUTINIO NON E' PRONTO
           IF GIORNI-SCUOLA-PIENI = "S" THEN
               MOVE SPACES TO RW-RIGA
               STRING "PIU' DI " GIORNI-SCUOLA-MAX " GIORNI DI SCUOLA "
                      "NEL PERIODO: CONTROLLARE LE DATE, PRESENZE "
                      "NON CONTROLLATE"
                   DELIMITED BY SIZE INTO RW-RIGA
               DISPLAY RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SIZE-ARRAY
               IF RIGHE-PRESENZA-STUD(I) < GIORNI-SCUOLA-COUNT THEN
                   ADD 1 TO STUDENTI-CON-BUCHI
                   COMPUTE GIORNI-SCOPERTI =
                       GIORNI-SCUOLA-COUNT - RIGHE-PRESENZA-STUD(I)
                   MOVE SPACES TO RW-RIGA
                   STRING MATRICOLA-STUD(I) " " NOME(I) " "
                          GIORNI-SCOPERTI " GIORNI DI SCUOLA SENZA "
                          "PRESENZA A REGISTRO (SU "
                          GIORNI-SCUOLA-COUNT ")"
                       DELIMITED BY SIZE INTO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-IF
           END-PERFORM.

      *----------------------------------- FUNCTION DA -----------------
      *RIGHE DI PRESENZA DELLO STUDENTE I; OGNI SUA DATA NON ANCORA
      *VISTA ENTRA NEI GIORNI DI SCUOLA DELLA CLASSE
       RACCOGLI-GIORNI-STUDENTE.

           MOVE 0 TO RIGHE-PRESENZA-STUD(I).

           MOVE MATRICOLA-STUD(I) TO MATRICOLA-PRES-REC.
           MOVE LOW-VALUES TO DATA-PRES-REC.
           START PRESENZE-FILE KEY IS NOT LESS THAN
               CHIAVE-PRESENZA-REC
               INVALID KEY MOVE "10" TO FS-PRESENZE
           END-START.

           PERFORM UNTIL FS-PRESENZE = "10"
               READ PRESENZE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PRESENZE
                   NOT AT END
                       IF MATRICOLA-PRES-REC NOT =
                          MATRICOLA-STUD(I) THEN
                           MOVE "10" TO FS-PRESENZE
                       ELSE
                           IF CLASSE-PRES-REC = CLASSE-RICHIESTA AND
                              DATA-PRES-REC >= DATA-INIZIO-PERIODO AND
                              DATA-PRES-REC <= DATA-FINE-PERIODO THEN
                               PERFORM CONTA-GIORNO-SCUOLA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-PRESENZE.

      *----------------------------------- FUNCTION DE -----------------
      *RIGA DI PRESENZA VALIDA DELLO STUDENTE I: SE LA SUA DATA NON E'
      *ANCORA TRA I GIORNI DI SCUOLA CI ENTRA; A TABELLA PIENA SI
      *SEGNALA E LA RACCOLTA SI FERMA, SENZA PERDERE GIORNI IN SILENZIO
       CONTA-GIORNO-SCUOLA.

           ADD 1 TO RIGHE-PRESENZA-STUD(I).
           MOVE "N" TO GIORNO-GIA-CONTATO.
           PERFORM VARYING GS FROM 1 BY 1
                   UNTIL GS > GIORNI-SCUOLA-COUNT
               IF GIORNO-SCUOLA(GS) = DATA-PRES-REC THEN
                   MOVE "S" TO GIORNO-GIA-CONTATO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF GIORNO-GIA-CONTATO = "N" THEN
               IF GIORNI-SCUOLA-COUNT >= GIORNI-SCUOLA-MAX THEN
                   MOVE "S" TO GIORNI-SCUOLA-PIENI
                   MOVE "10" TO FS-PRESENZE
               ELSE
                   ADD 1 TO GIORNI-SCUOLA-COUNT
                   MOVE DATA-PRES-REC
                       TO GIORNO-SCUOLA(GIORNI-SCUOLA-COUNT)
               END-IF
           END-IF.

      *----------------------------------- FUNCTION DF -----------------
      *INIZIO E FINE DEL PERIODO DA CONTROLLARE, VALIDATE DAL SERVIZIO
      *DATE COMUNE (PER LA PAGELLA FINALE SI DANNO INIZIO E FINE
      *DELL'ANNO SCOLASTICO)
       CHIEDI-DATE-PERIODO.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "PRIMO GIORNO DEL PERIODO (AAAAMMGG): "
               ACCEPT DATA-INIZIO-PERIODO
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-INIZIO-PERIODO TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "ULTIMO GIORNO DEL PERIODO (AAAAMMGG): "
               ACCEPT DATA-FINE-PERIODO
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-FINE-PERIODO TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               ELSE
                   IF DATA-FINE-PERIODO < DATA-INIZIO-PERIODO THEN
                       DISPLAY "FINE PRIMA DELL'INIZIO, RIDIGITARE"
                       MOVE "N" TO DATESRV-ESITO
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------- FUNCTION DB -----------------
      *DEROGA ALLA STAMPA CON IL REGISTRO INCOMPLETO: LA DA' SOLO IL
      *COORDINATORE DI CLASSE CON UN MOTIVO, E RESTA SCRITTA IN
      *DEROGSCR.DAT; SE LA DEROGA NON SI PUO' REGISTRARE NON VALE
       DEROGA-SCRUTINIO.

           DISPLAY "REGISTRO INCOMPLETO: STAMPARE COMUNQUE CON LA "
                   "DEROGA DEL COORDINATORE? (S/N)".
           ACCEPT SCELTA-DEROGA.
           IF SCELTA-DEROGA NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO COORDINATORE-DEROGA.
           PERFORM UNTIL COORDINATORE-DEROGA NOT = SPACES
               DISPLAY "COORDINATORE CHE AUTORIZZA: "
               ACCEPT COORDINATORE-DEROGA
           END-PERFORM.

           MOVE SPACES TO MOTIVO-DEROGA.
           PERFORM UNTIL MOTIVO-DEROGA NOT = SPACES
               DISPLAY "MOTIVO DELLA DEROGA: "
               ACCEPT MOTIVO-DEROGA
           END-PERFORM.

           OPEN EXTEND DEROGHE-FILE.
           IF FS-DEROGHE = "35" THEN
               OPEN OUTPUT DEROGHE-FILE
           END-IF.
           IF FS-DEROGHE NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE DEROGSCR.DAT - STATO "
                       FS-DEROGHE ": DEROGA NON REGISTRATA"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-DEROGA-REC.
           MOVE CLASSE-RICHIESTA TO CLASSE-DEROGA-REC.
           MOVE PERIODO-SCELTO TO PERIODO-DEROGA-REC.
           MOVE VOTI-MANCANTI TO VOTI-MANCANTI-DEROGA-REC.
           MOVE MATERIE-SENZA-VOTI TO MATERIE-VUOTE-DEROGA-REC.
           MOVE STUDENTI-CON-BUCHI TO STUDENTI-BUCHI-DEROGA-REC.
           MOVE COORDINATORE-DEROGA TO COORDINATORE-DEROGA-REC.
           MOVE MOTIVO-DEROGA TO MOTIVO-DEROGA-REC.
           WRITE DEROGA-REC.
           CLOSE DEROGHE-FILE.

           MOVE "S" TO SCRUTINIO-PRONTO.
           DISPLAY "DEROGA REGISTRATA: SI PROCEDE CON LA STAMPA".

      *----------------------------------- FUNCTION DC -----------------
      *LE MATERIE DELLA PAGELLA DALLA TABELLA DEI CODICI: SI PROVANO
      *I CODICI DA 1 A MATERIE-MAX E SI TENGONO, NELL'ORDINE, QUELLI
      *VALIDI OGGI. UNA MATERIA CHIUSA LASCIA IL SUO CODICE NEI
      *REGISTRI MA NON OCCUPA PIU' UN POSTO IN PAGELLA, E NON FERMA
      *LE MATERIE DOPO DI LEI
       CARICA-MATERIE-TABELLA.

           MOVE 0 TO MATERIE-DA-TABELLA.
           MOVE "S" TO CODESRV-ESITO.
           PERFORM VARYING MATERIA-TABELLA FROM 1 BY 1
                   UNTIL MATERIA-TABELLA > MATERIE-MAX
                      OR CODESRV-ESITO = "X"
               MOVE "L" TO CODESRV-FUNZIONE
               MOVE "MATERIE" TO CODESRV-TABELLA
               MOVE MATERIA-TABELLA TO MATERIA-CERCATA
               PERFORM CODICE-MATERIA-TABELLA
               MOVE 0 TO CODESRV-DATA
               CALL "CODESRV" USING CODESRV-AREA
               IF CODESRV-ESITO = "S" THEN
                   ADD 1 TO MATERIE-DA-TABELLA
                   MOVE MATERIA-TABELLA
                       TO CODICE-MATERIA(MATERIE-DA-TABELLA)
                   MOVE CODESRV-DESCRIZIONE
                       TO NOME-MATERIA(MATERIE-DA-TABELLA)
               END-IF
           END-PERFORM.

           IF MATERIE-DA-TABELLA > 0 THEN
               MOVE MATERIE-DA-TABELLA TO NUMERO-MATERIE
           END-IF.

      *----------------------------------- FUNCTION DG -----------------
      *POSTO NEL PIANO DI STUDI DELLA MATERIA CON CODICE
      *MATERIA-CERCATA (0 SE NON E' PIU' NEL PIANO) E SUO NOME: PER
      *UNA MATERIA CHIUSA SI PRENDE DALLA TABELLA DEI CODICI, COME
      *PER I DATI STORICI
       TROVA-POSTO-MATERIA.

           MOVE 0 TO POSTO-MATERIA.
           PERFORM VARYING CM FROM 1 BY 1 UNTIL CM > NUMERO-MATERIE
               IF CODICE-MATERIA(CM) = MATERIA-CERCATA THEN
                   SET POSTO-MATERIA TO CM
               END-IF
           END-PERFORM.

           IF POSTO-MATERIA > 0 THEN
               MOVE NOME-MATERIA(POSTO-MATERIA) TO NOME-MATERIA-CERCATA
               EXIT PARAGRAPH
           END-IF.

           MOVE "L" TO CODESRV-FUNZIONE.
           MOVE "MATERIE" TO CODESRV-TABELLA.
           PERFORM CODICE-MATERIA-TABELLA.
           MOVE 0 TO CODESRV-DATA.
           CALL "CODESRV" USING CODESRV-AREA.
           IF CODESRV-ESITO = "S" OR CODESRV-ESITO = "V" THEN
               MOVE CODESRV-DESCRIZIONE TO NOME-MATERIA-CERCATA
           ELSE
               MOVE SPACES TO NOME-MATERIA-CERCATA
               STRING "MATERIA " MATERIA-CERCATA
                   DELIMITED BY SIZE INTO NOME-MATERIA-CERCATA
           END-IF.

      *----------------------------------- FUNCTION DH -----------------
      *IL CODICE MATERIA-CERCATA COME STA NELLA TABELLA DEI CODICI,
      *SENZA LO ZERO DAVANTI ("1" ... "20")
       CODICE-MATERIA-TABELLA.

           MOVE SPACES TO CODESRV-CODICE.
           IF MATERIA-CERCATA < 10 THEN
               MOVE MATERIA-CERCATA-X(2:1) TO CODESRV-CODICE
           ELSE
               MOVE MATERIA-CERCATA-X TO CODESRV-CODICE
           END-IF.

      *----------------------------------- FUNCTION DI -----------------
      *CONVERSIONE UNA-TANTUM DEGLI ARCHIVI AL CODICE MATERIA DI DUE
      *CIFRE: PRIMA DI LANCIARLA RINOMINARE VOTIREG.DAT, DEBITI.DAT,
      *INCARICHI.DAT E ORARIO.DAT IN VOTIOLD.DAT, DEBIOLD.DAT,
      *INCAOLD.DAT E ORAROLD.DAT. CON LO STESSO GIRO IL REGISTRO
      *PRESENZE PASSA AL TRACCIATO CON LA GIUSTIFICAZIONE
      *(REGPRES.DAT IN PRESOLD.DAT). UN ARCHIVIO NON RINOMINATO SI
      *SALTA E SI PUO' CONVERTIRE RIPETENDO LA FUNZIONE
       CONVERTI-ARCHIVI-MATERIE.

           PERFORM CONVERTI-VOTIREG.
           PERFORM CONVERTI-DEBITI.
           PERFORM CONVERTI-INCARICHI.
           PERFORM CONVERTI-ORARIO.
           PERFORM CONVERTI-PRESENZE.

      *----------------------------------- FUNCTION DJ -----------------
      *VOTIREG.DAT DA VOTIOLD.DAT: IL VOTO DI CONDOTTA AVEVA IL
      *CODICE 8, SUBITO DOPO LE SETTE MATERIE, E PASSA A
      *MATERIA-CONDOTTA
       CONVERTI-VOTIREG.

           OPEN INPUT VOTIOLD-FILE.
           IF FS-VOTIOLD NOT = "00" THEN
               DISPLAY "VOTIOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO VOTIREG.DAT IN VOTIOLD.DAT E RIPETERE"
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
               CLOSE VOTIOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-VOTIOLD-REC.
           START VOTIOLD-FILE KEY IS NOT LESS THAN CHIAVE-VOTIOLD-REC
               INVALID KEY MOVE "10" TO FS-VOTIOLD
           END-START.

           PERFORM UNTIL FS-VOTIOLD = "10"
               READ VOTIOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-VOTIOLD
                   NOT AT END
                       MOVE MATRICOLA-VOTIOLD TO MATRICOLA-VOTO-REC
                       IF MATERIA-VOTIOLD = 8 THEN
                           MOVE MATERIA-CONDOTTA TO MATERIA-VOTO-REC
                       ELSE
                           MOVE MATERIA-VOTIOLD TO MATERIA-VOTO-REC
                       END-IF
                       MOVE PERIODO-VOTIOLD TO PERIODO-VOTO-REC
                       MOVE VOTO-VOTIOLD TO VOTO-REC
                       WRITE VOTO-REGISTRO-REC
                           INVALID KEY
                               DISPLAY "VOTO GIA' PRESENTE, SCARTATO: "
                                       MATRICOLA-VOTIOLD " "
                                       MATERIA-VOTIOLD " "
                                       PERIODO-VOTIOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE VOTIOLD-FILE.
           CLOSE VOTI-FILE.

           DISPLAY "VOTI CONVERTITI: " ARCHIVI-CONVERTITI.

      *----------------------------------- FUNCTION DK -----------------
      *DEBITI.DAT DA DEBIOLD.DAT
       CONVERTI-DEBITI.

           OPEN INPUT DEBIOLD-FILE.
           IF FS-DEBIOLD NOT = "00" THEN
               DISPLAY "DEBIOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO DEBITI.DAT IN DEBIOLD.DAT E RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DEBITI-FILE.
           IF FS-DEBITI = "35" THEN
               OPEN OUTPUT DEBITI-FILE
               CLOSE DEBITI-FILE
               OPEN I-O DEBITI-FILE
           END-IF.
           IF FS-DEBITI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE DEBITI.DAT - STATO "
                       FS-DEBITI
               CLOSE DEBIOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-DEBIOLD-REC.
           START DEBIOLD-FILE KEY IS NOT LESS THAN CHIAVE-DEBIOLD-REC
               INVALID KEY MOVE "10" TO FS-DEBIOLD
           END-START.

           PERFORM UNTIL FS-DEBIOLD = "10"
               READ DEBIOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEBIOLD
                   NOT AT END
                       MOVE MATRICOLA-DEBIOLD TO MATRICOLA-DEB-REC
                       MOVE MATERIA-DEBIOLD TO MATERIA-DEB-REC
                       MOVE CLASSE-DEBIOLD TO CLASSE-DEB-REC
                       MOVE VOTO-DEBIOLD TO VOTO-DEB-REC
                       MOVE DATA-PROVA-DEBIOLD TO DATA-PROVA-DEB-REC
                       MOVE VOTO-RECUPERO-DEBIOLD
                           TO VOTO-RECUPERO-DEB-REC
                       MOVE ESITO-RECUPERO-DEBIOLD
                           TO ESITO-RECUPERO-DEB-REC
                       WRITE DEBITO-REC
                           INVALID KEY
                               DISPLAY "DEBITO GIA' PRESENTE, "
                                       "SCARTATO: " MATRICOLA-DEBIOLD
                                       " " MATERIA-DEBIOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE DEBIOLD-FILE.
           CLOSE DEBITI-FILE.
           MOVE "00" TO FS-DEBITI.

           DISPLAY "DEBITI CONVERTITI: " ARCHIVI-CONVERTITI.

      *----------------------------------- FUNCTION DL -----------------
      *INCARICHI.DAT DA INCAOLD.DAT
       CONVERTI-INCARICHI.

           OPEN INPUT INCAOLD-FILE.
           IF FS-INCAOLD NOT = "00" THEN
               DISPLAY "INCAOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO INCARICHI.DAT IN INCAOLD.DAT E "
                       "RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O INCARICHI-FILE.
           IF FS-INCARICHI = "35" THEN
               OPEN OUTPUT INCARICHI-FILE
               CLOSE INCARICHI-FILE
               OPEN I-O INCARICHI-FILE
           END-IF.
           IF FS-INCARICHI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE INCARICHI.DAT - STATO "
                       FS-INCARICHI
               CLOSE INCAOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-INCAOLD-REC.
           START INCAOLD-FILE KEY IS NOT LESS THAN CHIAVE-INCAOLD-REC
               INVALID KEY MOVE "10" TO FS-INCAOLD
           END-START.

           PERFORM UNTIL FS-INCAOLD = "10"
               READ INCAOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INCAOLD
                   NOT AT END
                       MOVE CLASSE-INCAOLD TO CLASSE-INC-REC
                       MOVE MATERIA-INCAOLD TO MATERIA-INC-REC
                       MOVE DOCENTE-INCAOLD TO DOCENTE-INC-REC
                       MOVE ORE-INCAOLD TO ORE-INC-REC
                       WRITE INCARICO-REC
                           INVALID KEY
                               DISPLAY "INCARICO GIA' PRESENTE, "
                                       "SCARTATO: " CLASSE-INCAOLD
                                       " " MATERIA-INCAOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE INCAOLD-FILE.
           CLOSE INCARICHI-FILE.

           DISPLAY "INCARICHI CONVERTITI: " ARCHIVI-CONVERTITI.

      *----------------------------------- FUNCTION DM -----------------
      *ORARIO.DAT DA ORAROLD.DAT
       CONVERTI-ORARIO.

           OPEN INPUT ORAROLD-FILE.
           IF FS-ORAROLD NOT = "00" THEN
               DISPLAY "ORAROLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO ORARIO.DAT IN ORAROLD.DAT E RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ORARIO-FILE.
           IF FS-ORARIO = "35" THEN
               OPEN OUTPUT ORARIO-FILE
               CLOSE ORARIO-FILE
               OPEN I-O ORARIO-FILE
           END-IF.
           IF FS-ORARIO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE ORARIO.DAT - STATO "
                       FS-ORARIO
               CLOSE ORAROLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-ORAROLD-REC.
           START ORAROLD-FILE KEY IS NOT LESS THAN CHIAVE-ORAROLD-REC
               INVALID KEY MOVE "10" TO FS-ORAROLD
           END-START.

           PERFORM UNTIL FS-ORAROLD = "10"
               READ ORAROLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORAROLD
                   NOT AT END
                       MOVE CLASSE-ORAROLD TO CLASSE-ORA-REC
                       MOVE GIORNO-ORAROLD TO GIORNO-ORA-REC
                       MOVE ORA-ORAROLD TO ORA-ORA-REC
                       MOVE MATERIA-ORAROLD TO MATERIA-ORA-REC
                       MOVE DOCENTE-ORAROLD TO DOCENTE-ORA-REC
                       WRITE ORARIO-REC
                           INVALID KEY
                               DISPLAY "LEZIONE GIA' PRESENTE, "
                                       "SCARTATA: " CLASSE-ORAROLD
                                       " " GIORNO-ORAROLD
                                       " " ORA-ORAROLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE ORAROLD-FILE.
           CLOSE ORARIO-FILE.

           DISPLAY "LEZIONI CONVERTITE: " ARCHIVI-CONVERTITI.

      *----------------------------------- FUNCTION DN -----------------
      *REGPRES.DAT DA PRESOLD.DAT: UN'ASSENZA ANCORA "A" PRENDE IL
      *TERMINE DI GIUSTIFICAZIONE COME SE FOSSE APPENA SEGNATA
      *(GIORNI DI SCUOLA DALLA DATA DELL'ASSENZA), COSI' RESTA IN
      *SCADENZA SOLO QUELLA DAVVERO FUORI TERMINE; GLI ALTRI DATI
      *DELLA GIUSTIFICAZIONE NASCONO VUOTI
       CONVERTI-PRESENZE.

           OPEN INPUT PRESOLD-FILE.
           IF FS-PRESOLD NOT = "00" THEN
               DISPLAY "PRESOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO REGPRES.DAT IN PRESOLD.DAT E RIPETERE"
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
               CLOSE PRESOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-PRESOLD-REC.
           START PRESOLD-FILE KEY IS NOT LESS THAN CHIAVE-PRESOLD-REC
               INVALID KEY MOVE "10" TO FS-PRESOLD
           END-START.

           PERFORM UNTIL FS-PRESOLD = "10"
               READ PRESOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PRESOLD
                   NOT AT END
                       MOVE MATRICOLA-PRESOLD TO MATRICOLA-PRES-REC
                       MOVE DATA-PRESOLD TO DATA-PRES-REC
                       MOVE CLASSE-PRESOLD TO CLASSE-PRES-REC
                       MOVE STATO-PRESOLD TO STATO-PRES-REC
                       MOVE 0 TO SCADENZA-GIUST-REC
                       MOVE 0 TO DATA-GIUST-REC
                       MOVE SPACES TO MOTIVO-GIUST-REC
                       MOVE SPACES TO FIRMATARIO-GIUST-REC
                       IF STATO-PRESOLD = "A" THEN
                           MOVE "W" TO DATESRV-FUNZIONE
                           MOVE DATA-PRESOLD TO DATESRV-DATA1
                           MOVE GIORNI-TERMINE-GIUST TO DATESRV-GIORNI
                           CALL "DATESRV" USING DATESRV-AREA
                           MOVE DATESRV-DATA2 TO SCADENZA-GIUST-REC
                       END-IF
                       WRITE PRESENZA-REGISTRO-REC
                           INVALID KEY
                               DISPLAY "PRESENZA GIA' PRESENTE, "
                                       "SCARTATA: " MATRICOLA-PRESOLD
                                       " " DATA-PRESOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE PRESOLD-FILE.
           CLOSE PRESENZE-FILE.

           DISPLAY "PRESENZE CONVERTITE: " ARCHIVI-CONVERTITI.
