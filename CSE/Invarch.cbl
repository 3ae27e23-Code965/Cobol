      ******************************************************************
      * INVENTARIO DEGLI ARCHIVI DELLA SUITE: UN REGISTRO (REGARCH.DAT)
      * CON IL MODULO PROPRIETARIO, L'ORGANIZZAZIONE, LA CHIAVE E LA
      * SEZIONE DI BACKUP DI OGNI FILE DATI, PIU' IL CONTROLLO
      * NOTTURNO DI SALUTE: PER OGNI ARCHIVIO SI VERIFICA CHE SI
      * APRA, SI CONTANO I RECORD, SI CALCOLA LA CRESCITA DALL'ULTIMO
      * CONTROLLO E SI CERCA LA SUA SEZIONE NELL'ULTIMO SET DEL
      * CATALOGO BKCATLG.DAT. GLI ARCHIVI PRESENTI MA NON REGISTRATI
      * E QUELLI REGISTRATI MA ASSENTI DAL BACKUP SONO EVIDENZIATI.
      * L'ELENCO DEGLI ARCHIVI CENSITI QUI SOTTO VA TENUTO ALLINEATO
      * OGNI VOLTA CHE UN MODULO INTRODUCE UN NUOVO FILE DATI.
      * LANCIABILE DAL MENU O DALLO SCRIPT DEL TURNO NOTTURNO (CON
      * PARAMETRO DI PASSO "SALUTE" SOLO IL CONTROLLO, SENZA VIDEO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *REGISTRO DEGLI ARCHIVI: UNA VOCE PER FILE DATI
           SELECT REGISTRO-FILE ASSIGN TO "REGARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-ARCHIVIO-REG
               FILE STATUS IS FS-REGISTRO.

           SELECT CATALOGO-SET-FILE ASSIGN TO "BKCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO-SET.

           SELECT PARAMETRO-PASSO-FILE ASSIGN TO "PARAMSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

      *ARCHIVI SEQUENZIALI: BASTA UN SOLO FILE CON IL NOME DATO A
      *PROGRAMMA, SI CONTANO LE RIGHE
           SELECT SEQUENZIALE-FILE ASSIGN TO NOME-ARCHIVIO-CONTROLLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVIO.

      *ARCHIVI INDICIZZATI: UNO PER FILE, COME NEL SALVATAGGIO
           SELECT AGENTI-FILE ASSIGN TO "AGENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-AGENTI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ANAGRAFE-FILE ASSIGN TO "ANAGRAFE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ANAGRAFE-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT APPELLI-FILE ASSIGN TO "APPELLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-APPELLI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ARTICOLI-FILE ASSIGN TO "ARTICOLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ARTICOLI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ARTIOLD-FILE ASSIGN TO "ARTIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ARTIOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT BIBLPART-FILE ASSIGN TO "BIBLPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-BIBLPART-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT BISNAP-FILE ASSIGN TO "BISNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-BISNAP-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CALSESS-FILE ASSIGN TO "CALSESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CALSESS-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CATALOGO-FILE ASSIGN TO "CATALOGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CATALOGO-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CATLETT-FILE ASSIGN TO "CATLETT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CATLETT-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CATOLD-FILE ASSIGN TO "CATOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CATOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CHIUSMAG-FILE ASSIGN TO "CHIUSMAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CHIUSMAG-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CLIENTI-FILE ASSIGN TO "CLIENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CLIENTI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CLIOLD-FILE ASSIGN TO "CLIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CLIOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CLIXREF-FILE ASSIGN TO "CLIXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CLIXREF-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CODETAB-FILE ASSIGN TO "CODETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CODETAB-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CONDCLI-FILE ASSIGN TO "CONDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CONDCLI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CORSI-FILE ASSIGN TO "CORSI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CORSI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT CRUSCOTT-FILE ASSIGN TO "CRUSCOTT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-CRUSCOTT-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DDTOLD-FILE ASSIGN TO "DDTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DDTOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DDTREG-FILE ASSIGN TO "DDTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DDTREG-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DEBIOLD-FILE ASSIGN TO "DEBIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEBIOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DEBITI-FILE ASSIGN TO "DEBITI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEBITI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DEPOSITI-FILE ASSIGN TO "DEPOSITI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEPOSITI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DEROGTAS-FILE ASSIGN TO "DEROGTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DEROGTAS-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DISTINTA-FILE ASSIGN TO "DISTINTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DISTINTA-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DISTLOG-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DISTRIB-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT DOCENTI-FILE ASSIGN TO "DOCENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DOCENTI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ECTSTAB-FILE ASSIGN TO "ECTSTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ECTSTAB-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ESEMPLAR-FILE ASSIGN TO "ESEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ESEMPLAR-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ESITI-FILE ASSIGN TO "ESITI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ESITI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ESITIPRV-FILE ASSIGN TO "ESITIPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ESITIPRV-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT FASCICOL-FILE ASSIGN TO "FASCICOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FASCICOL-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT FATTFORN-FILE ASSIGN TO "FATTFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FATTFORN-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT FONDI-FILE ASSIGN TO "FONDI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FONDI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT FORNITORI-FILE ASSIGN TO "FORNITORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-FORNITORI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT GDPRREG-FILE ASSIGN TO "GDPRREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GDPRREG-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT GIADEP-FILE ASSIGN TO "GIADEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GIADEP-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT GRADARCH-FILE ASSIGN TO "GRADARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GRADARCH-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT GRADFILE-FILE ASSIGN TO "GRADFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GRADFILE-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT GRADOLD-FILE ASSIGN TO "GRADOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GRADOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT INCAOLD-FILE ASSIGN TO "INCAOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INCAOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT INCARICHI-FILE ASSIGN TO "INCARICHI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INCARICHI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT INCASSI-FILE ASSIGN TO "INCASSI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INCASSI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT INTERPRE-FILE ASSIGN TO "INTERPRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INTERPRE-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LETTOLD-FILE ASSIGN TO "LETTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LETTOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LETTORI-FILE ASSIGN TO "LETTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LETTORI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LIQIVA-FILE ASSIGN TO "LIQIVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LIQIVA-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LISTFORN-FILE ASSIGN TO "LISTFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LISTFORN-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LOTTI-FILE ASSIGN TO "LOTTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LOTTI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT LOTTOLD-FILE ASSIGN TO "LOTTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LOTTOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT MOVBANCA-FILE ASSIGN TO "MOVBANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-MOVBANCA-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT MOVBOLD-FILE ASSIGN TO "MOVBOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-MOVBOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT MULTE-FILE ASSIGN TO "MULTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-MULTE-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT NOTECRED-FILE ASSIGN TO "NOTECRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-NOTECRED-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT NOTEDISC-FILE ASSIGN TO "NOTEDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-NOTEDISC-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT OFFLINE-FILE ASSIGN TO "OFFLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-OFFLINE-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ORARIO-FILE ASSIGN TO "ORARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ORARIO-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ORAROLD-FILE ASSIGN TO "ORAROLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ORAROLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ORDACQ-FILE ASSIGN TO "ORDACQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ORDACQ-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT ORDBIB-FILE ASSIGN TO "ORDBIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-ORDBIB-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT PERIODIC-FILE ASSIGN TO "PERIODIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PERIODIC-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT PRESOLD-FILE ASSIGN TO "PRESOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PRESOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT PREVENT-FILE ASSIGN TO "PREVENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PREVENT-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT PROPEDEU-FILE ASSIGN TO "PROPEDEU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PROPEDEU-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT PROVVIG-FILE ASSIGN TO "PROVVIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PROVVIG-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT REGFATT-FILE ASSIGN TO "REGFATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-REGFATT-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT REGPRES-FILE ASSIGN TO "REGPRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-REGPRES-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT RIGHEFAT-FILE ASSIGN TO "RIGHEFAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-RIGHEFAT-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT RIGHEFOR-FILE ASSIGN TO "RIGHEFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-RIGHEFOR-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT SCADFORN-FILE ASSIGN TO "SCADFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-SCADFORN-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT SCOREFOR-FILE ASSIGN TO "SCOREFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-SCOREFOR-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT SDILOG-FILE ASSIGN TO "SDILOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-SDILOG-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT TASSE-FILE ASSIGN TO "TASSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TASSE-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT TRASFER-FILE ASSIGN TO "TRASFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TRASFER-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT TUTORI-FILE ASSIGN TO "TUTORI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TUTORI-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT UNISNAP-FILE ASSIGN TO "UNISNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-UNISNAP-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT VOTIOLD-FILE ASSIGN TO "VOTIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-VOTIOLD-IA
               FILE STATUS IS FS-ARCHIVIO.

           SELECT VOTIREG-FILE ASSIGN TO "VOTIREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-VOTIREG-IA
               FILE STATUS IS FS-ARCHIVIO.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
       01  REGISTRO-REC.
           05 NOME-ARCHIVIO-REG PIC X(14).
           05 MODULO-REG PIC X(10).
      *ORGANIZZAZIONE "I" INDICIZZATA, "S" SEQUENZIALE A RIGHE
           05 ORGANIZZAZIONE-REG PIC X(1).
           05 CHIAVE-REG PIC X(30).
      *SEZIONE DEL SALVATAGGIO CHE LO COPRE, SPAZI SE NESSUNA
           05 SEZIONE-BACKUP-REG PIC X(10).
      *ESITO DELL'ULTIMO CONTROLLO DI SALUTE, BASE DELLA CRESCITA
           05 RECORD-ULTIMO-REG PIC 9(7).
           05 DATA-ULTIMO-REG PIC 9(8).

       FD  CATALOGO-SET-FILE.
       01  CATALOGO-SET-REC.
           05 DATA-CATALOGO PIC 9(8).
           05 ORA-CATALOGO PIC X(6).
           05 TIPO-CATALOGO PIC X(1).
           05 SEZIONE-CATALOGO PIC X(10).
           05 NOME-SET-CATALOGO PIC X(30).
           05 RECORD-CATALOGO PIC 9(6).
           05 IMPRONTA-CATALOGO PIC 9(9).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

       FD  SEQUENZIALE-FILE.
       01  RIGA-SEQUENZIALE PIC X(400).

      *I TRACCIATI RICALCANO QUELLI DEI PROGRAMMI PROPRIETARI: QUI
      *CONTANO SOLO LA CHIAVE E LA LUNGHEZZA DEL RECORD
       FD  AGENTI-FILE.
       01  AGENTI-IA.
           05 CHIAVE-AGENTI-IA PIC X(3).
           05 FILLER PIC X(104).

       FD  ANAGRAFE-FILE.
       01  ANAGRAFE-IA.
           05 CHIAVE-ANAGRAFE-IA PIC X(6).
           05 FILLER PIC X(50).

       FD  APPELLI-FILE.
       01  APPELLI-IA.
           05 CHIAVE-APPELLI-IA PIC X(16).
           05 FILLER PIC X(19).

       FD  ARTICOLI-FILE.
       01  ARTICOLI-IA.
           05 CHIAVE-ARTICOLI-IA PIC X(5).
           05 FILLER PIC X(253).

       FD  ARTIOLD-FILE.
       01  ARTIOLD-IA.
           05 CHIAVE-ARTIOLD-IA PIC X(5).
           05 FILLER PIC X(231).

       FD  BIBLPART-FILE.
       01  BIBLPART-IA.
           05 CHIAVE-BIBLPART-IA PIC X(6).
           05 FILLER PIC X(155).

       FD  BISNAP-FILE.
       01  BISNAP-IA.
           05 CHIAVE-BISNAP-IA PIC X(38).
           05 FILLER PIC X(307).

       FD  CALSESS-FILE.
       01  CALSESS-IA.
           05 CHIAVE-CALSESS-IA PIC X(16).
           05 FILLER PIC X(109).

       FD  CATALOGO-FILE.
       01  CATALOGO-IA.
           05 CHIAVE-CATALOGO-IA PIC X(13).
           05 FILLER PIC X(199).

       FD  CATLETT-FILE.
       01  CATLETT-IA.
           05 CHIAVE-CATLETT-IA PIC X(1).
           05 FILLER PIC X(34).

       FD  CATOLD-FILE.
       01  CATOLD-IA.
           05 CHIAVE-CATOLD-IA PIC X(13).
           05 FILLER PIC X(161).

       FD  CHIUSMAG-FILE.
       01  CHIUSMAG-IA.
           05 CHIAVE-CHIUSMAG-IA PIC X(11).
           05 FILLER PIC X(16).

       FD  CLIENTI-FILE.
       01  CLIENTI-IA.
           05 CHIAVE-CLIENTI-IA PIC X(5).
           05 FILLER PIC X(115).

       FD  CLIOLD-FILE.
       01  CLIOLD-IA.
           05 CHIAVE-CLIOLD-IA PIC X(5).
           05 FILLER PIC X(112).

       FD  CLIXREF-FILE.
       01  CLIXREF-IA.
           05 CHIAVE-CLIXREF-IA PIC X(5).
           05 FILLER PIC X(77).

       FD  CODETAB-FILE.
       01  CODETAB-IA.
           05 CHIAVE-CODETAB-IA PIC X(18).
           05 FILLER PIC X(90).

       FD  CONDCLI-FILE.
       01  CONDCLI-IA.
           05 CHIAVE-CONDCLI-IA PIC X(15).
           05 FILLER PIC X(66).

       FD  CORSI-FILE.
       01  CORSI-IA.
           05 CHIAVE-CORSI-IA PIC X(8).
           05 FILLER PIC X(73).

       FD  CRUSCOTT-FILE.
       01  CRUSCOTT-IA.
           05 CHIAVE-CRUSCOTT-IA PIC X(8).
           05 FILLER PIC X(55).

       FD  DDTOLD-FILE.
       01  DDTOLD-IA.
           05 CHIAVE-DDTOLD-IA PIC X(7).
           05 FILLER PIC X(101).

       FD  DDTREG-FILE.
       01  DDTREG-IA.
           05 CHIAVE-DDTREG-IA PIC X(7).
           05 FILLER PIC X(117).

       FD  DEBIOLD-FILE.
       01  DEBIOLD-IA.
           05 CHIAVE-DEBIOLD-IA PIC X(7).
           05 FILLER PIC X(23).

       FD  DEBITI-FILE.
       01  DEBITI-IA.
           05 CHIAVE-DEBITI-IA PIC X(8).
           05 FILLER PIC X(23).

       FD  DEPOSITI-FILE.
       01  DEPOSITI-IA.
           05 CHIAVE-DEPOSITI-IA PIC X(2).
           05 FILLER PIC X(30).

       FD  DEROGTAS-FILE.
       01  DEROGTAS-IA.
           05 CHIAVE-DEROGTAS-IA PIC X(22).
           05 FILLER PIC X(84).

       FD  DISTINTA-FILE.
       01  DISTINTA-IA.
           05 CHIAVE-DISTINTA-IA PIC X(10).
           05 FILLER PIC X(3).

       FD  DISTLOG-FILE.
       01  DISTLOG-IA.
           05 CHIAVE-DISTLOG-IA PIC X(32).
           05 FILLER PIC X(173).

       FD  DISTRIB-FILE.
       01  DISTRIB-IA.
           05 CHIAVE-DISTRIB-IA PIC X(14).
           05 FILLER PIC X(104).

       FD  DOCENTI-FILE.
       01  DOCENTI-IA.
           05 CHIAVE-DOCENTI-IA PIC X(6).
           05 FILLER PIC X(42).

       FD  ECTSTAB-FILE.
       01  ECTSTAB-IA.
           05 CHIAVE-ECTSTAB-IA PIC X(10).
           05 FILLER PIC X(31).

       FD  ESEMPLAR-FILE.
       01  ESEMPLAR-IA.
           05 CHIAVE-ESEMPLAR-IA PIC X(13).
           05 FILLER PIC X(14).

       FD  ESITI-FILE.
       01  ESITI-IA.
           05 CHIAVE-ESITI-IA PIC X(6).
           05 FILLER PIC X(11).

       FD  ESITIPRV-FILE.
       01  ESITIPRV-IA.
           05 CHIAVE-ESITIPRV-IA PIC X(22).
           05 FILLER PIC X(26).

       FD  FASCICOL-FILE.
       01  FASCICOL-IA.
           05 CHIAVE-FASCICOL-IA PIC X(14).
           05 FILLER PIC X(16).

       FD  FATTFORN-FILE.
       01  FATTFORN-IA.
           05 CHIAVE-FATTFORN-IA PIC X(5).
           05 FILLER PIC X(221).

       FD  FONDI-FILE.
       01  FONDI-IA.
           05 CHIAVE-FONDI-IA PIC X(10).
           05 FILLER PIC X(58).

       FD  FORNITORI-FILE.
       01  FORNITORI-IA.
           05 CHIAVE-FORNITORI-IA PIC X(5).
           05 FILLER PIC X(70).

       FD  GDPRREG-FILE.
       01  GDPRREG-IA.
           05 CHIAVE-GDPRREG-IA PIC X(5).
           05 FILLER PIC X(245).

       FD  GIADEP-FILE.
       01  GIADEP-IA.
           05 CHIAVE-GIADEP-IA PIC X(7).
           05 FILLER PIC X(5).

       FD  GRADARCH-FILE.
       01  GRADARCH-IA.
           05 CHIAVE-GRADARCH-IA PIC X(22).
           05 FILLER PIC X(49).

       FD  GRADFILE-FILE.
       01  GRADFILE-IA.
           05 CHIAVE-GRADFILE-IA PIC X(22).
           05 FILLER PIC X(49).

       FD  GRADOLD-FILE.
       01  GRADOLD-IA.
           05 CHIAVE-GRADOLD-IA PIC X(20).
           05 FILLER PIC X(29).

       FD  INCAOLD-FILE.
       01  INCAOLD-IA.
           05 CHIAVE-INCAOLD-IA PIC X(11).
           05 FILLER PIC X(8).

       FD  INCARICHI-FILE.
       01  INCARICHI-IA.
           05 CHIAVE-INCARICHI-IA PIC X(12).
           05 FILLER PIC X(8).

       FD  INCASSI-FILE.
       01  INCASSI-IA.
           05 CHIAVE-INCASSI-IA PIC X(8).
           05 FILLER PIC X(17).

       FD  INTERPRE-FILE.
       01  INTERPRE-IA.
           05 CHIAVE-INTERPRE-IA PIC X(6).
           05 FILLER PIC X(138).

       FD  LETTOLD-FILE.
       01  LETTOLD-IA.
           05 CHIAVE-LETTOLD-IA PIC X(5).
           05 FILLER PIC X(95).

       FD  LETTORI-FILE.
       01  LETTORI-IA.
           05 CHIAVE-LETTORI-IA PIC X(5).
           05 FILLER PIC X(102).

       FD  LIQIVA-FILE.
       01  LIQIVA-IA.
           05 CHIAVE-LIQIVA-IA PIC X(6).
           05 FILLER PIC X(70).

       FD  LISTFORN-FILE.
       01  LISTFORN-IA.
           05 CHIAVE-LISTFORN-IA PIC X(10).
           05 FILLER PIC X(13).

       FD  LOTTI-FILE.
       01  LOTTI-IA.
           05 CHIAVE-LOTTI-IA PIC X(23).
           05 FILLER PIC X(6).

       FD  LOTTOLD-FILE.
       01  LOTTOLD-IA.
           05 CHIAVE-LOTTOLD-IA PIC X(23).
           05 FILLER PIC X(5).

       FD  MOVBANCA-FILE.
       01  MOVBANCA-IA.
           05 CHIAVE-MOVBANCA-IA PIC X(102).
           05 FILLER PIC X(60).

       FD  MOVBOLD-FILE.
       01  MOVBOLD-IA.
           05 CHIAVE-MOVBOLD-IA PIC X(99).
           05 FILLER PIC X(60).

       FD  MULTE-FILE.
       01  MULTE-IA.
           05 CHIAVE-MULTE-IA PIC X(5).
           05 FILLER PIC X(54).

       FD  NOTECRED-FILE.
       01  NOTECRED-IA.
           05 CHIAVE-NOTECRED-IA PIC X(5).
           05 FILLER PIC X(198).

       FD  NOTEDISC-FILE.
       01  NOTEDISC-IA.
           05 CHIAVE-NOTEDISC-IA PIC X(16).
           05 FILLER PIC X(80).

       FD  OFFLINE-FILE.
       01  OFFLINE-IA.
           05 CHIAVE-OFFLINE-IA PIC X(256).
           05 FILLER PIC X(97).

       FD  ORARIO-FILE.
       01  ORARIO-IA.
           05 CHIAVE-ORARIO-IA PIC X(12).
           05 FILLER PIC X(8).

       FD  ORAROLD-FILE.
       01  ORAROLD-IA.
           05 CHIAVE-ORAROLD-IA PIC X(12).
           05 FILLER PIC X(7).

       FD  ORDACQ-FILE.
       01  ORDACQ-IA.
           05 CHIAVE-ORDACQ-IA PIC X(7).
           05 FILLER PIC X(34).

       FD  ORDBIB-FILE.
       01  ORDBIB-IA.
           05 CHIAVE-ORDBIB-IA PIC X(6).
           05 FILLER PIC X(117).

       FD  PERIODIC-FILE.
       01  PERIODIC-IA.
           05 CHIAVE-PERIODIC-IA PIC X(9).
           05 FILLER PIC X(112).

       FD  PRESOLD-FILE.
       01  PRESOLD-IA.
           05 CHIAVE-PRESOLD-IA PIC X(14).
           05 FILLER PIC X(11).

       FD  PREVENT-FILE.
       01  PREVENT-IA.
           05 CHIAVE-PREVENT-IA PIC X(7).
           05 FILLER PIC X(123).

       FD  PROPEDEU-FILE.
       01  PROPEDEU-IA.
           05 CHIAVE-PROPEDEU-IA PIC X(16).

       FD  PROVVIG-FILE.
       01  PROVVIG-IA.
           05 CHIAVE-PROVVIG-IA PIC X(9).
           05 FILLER PIC X(47).

       FD  REGFATT-FILE.
       01  REGFATT-IA.
           05 CHIAVE-REGFATT-IA PIC X(5).
           05 FILLER PIC X(202).

       FD  REGPRES-FILE.
       01  REGPRES-IA.
           05 CHIAVE-REGPRES-IA PIC X(14).
           05 FILLER PIC X(97).

       FD  RIGHEFAT-FILE.
       01  RIGHEFAT-IA.
           05 CHIAVE-RIGHEFAT-IA PIC X(7).
           05 FILLER PIC X(76).

       FD  RIGHEFOR-FILE.
       01  RIGHEFOR-IA.
           05 CHIAVE-RIGHEFOR-IA PIC X(7).
           05 FILLER PIC X(46).

       FD  SCADFORN-FILE.
       01  SCADFORN-IA.
           05 CHIAVE-SCADFORN-IA PIC X(14).
           05 FILLER PIC X(80).

       FD  SCOREFOR-FILE.
       01  SCOREFOR-IA.
           05 CHIAVE-SCOREFOR-IA PIC X(5).
           05 FILLER PIC X(41).

       FD  SDILOG-FILE.
       01  SDILOG-IA.
           05 CHIAVE-SDILOG-IA PIC X(7).
           05 FILLER PIC X(72).

       FD  TASSE-FILE.
       01  TASSE-IA.
           05 CHIAVE-TASSE-IA PIC X(8).
           05 FILLER PIC X(39).

       FD  TRASFER-FILE.
       01  TRASFER-IA.
           05 CHIAVE-TRASFER-IA PIC X(7).
           05 FILLER PIC X(49).

       FD  TUTORI-FILE.
       01  TUTORI-IA.
           05 CHIAVE-TUTORI-IA PIC X(8).
           05 FILLER PIC X(198).

       FD  UNISNAP-FILE.
       01  UNISNAP-IA.
           05 CHIAVE-UNISNAP-IA PIC X(13).
           05 FILLER PIC X(154).

       FD  VOTIOLD-FILE.
       01  VOTIOLD-IA.
           05 CHIAVE-VOTIOLD-IA PIC X(8).
           05 FILLER PIC X(2).

       FD  VOTIREG-FILE.
       01  VOTIREG-IA.
           05 CHIAVE-VOTIREG-IA PIC X(9).
           05 FILLER PIC X(2).
       WORKING-STORAGE SECTION.

       01 FS-REGISTRO PIC X(2).
       01 FS-CATALOGO-SET PIC X(2).
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 FS-ARCHIVIO PIC X(2).
       01 FS-APERTURA PIC X(2).
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 SCELTA-INVENTARIO PIC 9(2).
       01 DATA-ODIERNA PIC 9(8).
       01 NOME-ARCHIVIO-CONTROLLO PIC X(14).
       01 RECORD-CONTATI PIC 9(7).
       01 CONTEGGIO-RIUSCITO PIC X(1).
       01 CONFERMA-INVENTARIO PIC X(1).
       01 MODULO-IMMESSO PIC X(10).
       01 CHIAVE-IMMESSA PIC X(30).
       01 SEZIONE-IMMESSA PIC X(10).

      *ARCHIVI CENSITI: TUTTI I FILE DATI CHE I MODULI DELLA SUITE
      *APRONO, CON I VALORI CHE FINISCONO NEL REGISTRO QUANDO LO SI
      *CREA. UN ARCHIVIO CENSITO CHE ESISTE MA NON E' NEL REGISTRO
      *E' "NON REGISTRATO"
       01 TABELLA-ARCHIVI-CENSITI.
           05 FILLER PIC X(14) VALUE "AGENTI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-AGENTE-REC (3)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ANAERR.DAT".
           05 FILLER PIC X(10) VALUE "ANAGRAFE".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ANAGJRNL.DAT".
           05 FILLER PIC X(10) VALUE "ANAGRAFE".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ANAGRAFE.DAT".
           05 FILLER PIC X(10) VALUE "ANAGRAFE".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "MATRICOLA-ANA (6)".
           05 FILLER PIC X(10) VALUE "ANAGRAFE".
           05 FILLER PIC X(14) VALUE "APPELLI.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-APPELLO-REC (16)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ARTICOLI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-ART-REC (5)".
           05 FILLER PIC X(10) VALUE "ARTICOLI".
           05 FILLER PIC X(14) VALUE "ARTIOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-ARTIOLD (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BACKORDER.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BATCHREG.DAT".
           05 FILLER PIC X(10) VALUE "ESEMPIO".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BIBLPART.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-BIBLIOTECA (6)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BISNAP.DAT".
           05 FILLER PIC X(10) VALUE "BIEXTR".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-SNAP (38)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BIWATER.DAT".
           05 FILLER PIC X(10) VALUE "BIEXTR".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BKCATLG.DAT".
           05 FILLER PIC X(10) VALUE "BACKUP".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CALSESS.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-CAL-REC (16)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CASSAJRN.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CATALOGO.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "ISBN-CAT (13)".
           05 FILLER PIC X(10) VALUE "CATALOGO".
           05 FILLER PIC X(14) VALUE "CATLETT.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-CATEGORIA-REC (1)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CATOLD.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "ISBN-CATOLD (13)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CHECKPOINT.DAT".
           05 FILLER PIC X(10) VALUE "ES10".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE "CHECKPOINT".
           05 FILLER PIC X(14) VALUE "CHIUSMAG.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-CHIUSURA-REC (11)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CITTA.DAT".
           05 FILLER PIC X(10) VALUE "ES18".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CKPLIST.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CKPPREN.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CLIENTI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-CLI-REC (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CLIERR.DAT".
           05 FILLER PIC X(10) VALUE "ESEMPIO".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CLIOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-CLIOLD (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CLIXREF.DAT".
           05 FILLER PIC X(10) VALUE "CLIXREF".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-CLI-XREF (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CODEAUD.DAT".
           05 FILLER PIC X(10) VALUE "CODETAB".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CODEPREN.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CODETAB.DAT".
           05 FILLER PIC X(10) VALUE "CODETAB".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-CODICE-REC (18)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CONDCLI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-COND-REC (15)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CORSI.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-CORSO-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CRUSCOTT.DAT".
           05 FILLER PIC X(10) VALUE "CRUSCOTT".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-SOGLIA-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CUSTDELT.DAT".
           05 FILLER PIC X(10) VALUE "ESEMPIO".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CUSTEXT.DAT".
           05 FILLER PIC X(10) VALUE "ESEMPIO".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CUSTOMERS.DAT".
           05 FILLER PIC X(10) VALUE "ESEMPIO".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE "CLIENTI".
           05 FILLER PIC X(14) VALUE "CUSTSNAP.DAT".
           05 FILLER PIC X(10) VALUE "ESEMPIO".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DDTOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DDTOLD (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DDTREG.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DDT-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DEBIOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DEBIOLD-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DEBITI.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DEBITO-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DEPOSITI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-DEP-REC (2)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DEROGSCR.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DEROGTAS.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DEROGA-REC (22)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DISTINTA.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DISTINTA-REC (10)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DISTLOG.DAT".
           05 FILLER PIC X(10) VALUE "DISTRIB".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-CONSEGNA-REC (32)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DISTRIB.DAT".
           05 FILLER PIC X(10) VALUE "DISTRIB".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-DISTRIB-REC (14)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DITTA.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "DOCENTI.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-DOCENTE-REC (6)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ECTSTAB.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-ECTS-REC (10)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ESEMPLAR.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "BARCODE-ESEMPLARE (13)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ESITI.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "MATRICOLA-ESITO-REC (6)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ESITIDST.DAT".
           05 FILLER PIC X(10) VALUE "DISTRIB".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ESITIPRV.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-PRV-REC (22)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "FASCICOL.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-FASCICOLO (14)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "FATTFORN.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "PROTOCOLLO-FF-REC (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "FESTIVI.DAT".
           05 FILLER PIC X(10) VALUE "DATESRV".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "FONDI.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-FONDO (10)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "FORNITORI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-FORN-REC (5)".
           05 FILLER PIC X(10) VALUE "FORNITORI".
           05 FILLER PIC X(14) VALUE "FUSIONI.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "GDPRREG.DAT".
           05 FILLER PIC X(10) VALUE "PRIVACY".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NUMERO-RICHIESTA (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "GIADEP.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-GIADEP-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "GIUDSTOR.DAT".
           05 FILLER PIC X(10) VALUE "ES20".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "GRADARCH.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE_ARCH-REC (22)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "GRADFILE.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE_GRAD-REC (22)".
           05 FILLER PIC X(10) VALUE "GRADUATORI".
           05 FILLER PIC X(14) VALUE "GRADOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "COGNOME_IDONEO_OLD-REC (20)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "INCAOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-INCAOLD-REC (11)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "INCARICHI.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-INCARICO-REC (12)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "INCASSI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-INCASSO-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "INTERPRE.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NUMERO-ILL (6)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "JOBLOG.DAT".
           05 FILLER PIC X(10) VALUE "MENU".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LETTOLD.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-LETTOLD (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LETTORI.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CODICE-LETTORE (5)".
           05 FILLER PIC X(10) VALUE "LETTORI".
           05 FILLER PIC X(14) VALUE "LIQIVA.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "ULTIMO-MESE-LIQ-REC (6)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LISTFORN.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-LISTFORN-REC (10)".
           05 FILLER PIC X(10) VALUE "LISTFORN".
           05 FILLER PIC X(14) VALUE "LISTIMP.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LOCKMOD.DAT".
           05 FILLER PIC X(10) VALUE "MENU".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LOTTI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-LOTTO-REC (23)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LOTTOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-LOTTOLD (23)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "METEOERR.DAT".
           05 FILLER PIC X(10) VALUE "METEOIMP".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "METEOIN.DAT".
           05 FILLER PIC X(10) VALUE "METEOIMP".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "MOVBANCA.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-MOVBANCA-REC (102)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "MOVBOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-MOVBOLD-REC (99)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "MOVIMENTI.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE "MOVIMENTI".
           05 FILLER PIC X(14) VALUE "MULTE.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NUMERO-MULTA (5)".
           05 FILLER PIC X(10) VALUE "MULTE".
           05 FILLER PIC X(14) VALUE "MULTEOLD.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NORMCLIM.DAT".
           05 FILLER PIC X(10) VALUE "CLIMNORM".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NOTECRED.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NUMERO-NC-REC (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NOTEDISC.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-NOTA-REC (16)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "OFFLINE.DAT".
           05 FILLER PIC X(10) VALUE "ES26".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "EMAIL-OFFLINE-REC (256)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "OPERATORI.DAT".
           05 FILLER PIC X(10) VALUE "MENU".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE "OPERATORI".
           05 FILLER PIC X(14) VALUE "ORARIO.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-ORARIO-REC (12)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ORAROLD.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-ORAROLD-REC (12)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ORDACQ.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-ORDACQ-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "ORDBIB.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NUMERO-ORDINE-BIB (6)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "OUTBOX.DAT".
           05 FILLER PIC X(10) VALUE "DISTRIB".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PARAMSTP.DAT".
           05 FILLER PIC X(10) VALUE "MENU".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PERIODIC.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "ISSN-PERIODICO (9)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PRENBLOC.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PRENOTAZ.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PRESOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-PRESOLD-REC (14)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PRESTITI.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE "PRESTITI".
           05 FILLER PIC X(14) VALUE "PRESTLOG.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE "PRESTLOG".
           05 FILLER PIC X(14) VALUE "PREVENT.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-PREV-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PROPEDEU.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-PROP-REC (16)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PROVVIG.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-PROVV-REC (9)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "PRTQUEUE.DAT".
           05 FILLER PIC X(10) VALUE "DISTRIB".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REGARCH.DAT".
           05 FILLER PIC X(10) VALUE "INVARCH".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NOME-ARCHIVIO-REG (14)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REGELERR.DAT".
           05 FILLER PIC X(10) VALUE "REGISTEL".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REGELETT.DAT".
           05 FILLER PIC X(10) VALUE "REGISTEL".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REGELLOT.DAT".
           05 FILLER PIC X(10) VALUE "REGISTEL".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REGFATT.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "NUMERO-FATT-REC (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REGPRES.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-PRESENZA-REC (14)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RETTIFIC.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RIGHEFAT.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-RIGAFATT-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RIGHEFOR.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-RF-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RILEVAZ.DAT".
           05 FILLER PIC X(10) VALUE "RILEVAZ".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SCADFORN.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-SF-REC (14)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SCOREFOR.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "FORNITORE-SCORE-REC (5)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SDILOG.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-SDI-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SECJRNL.DAT".
           05 FILLER PIC X(10) VALUE "MENU".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SESSIONE.DAT".
           05 FILLER PIC X(10) VALUE "MENU".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "SPOOLREG.DAT".
           05 FILLER PIC X(10) VALUE "REPORTWR".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "TASSE.DAT".
           05 FILLER PIC X(10) VALUE "ES21".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-TASSA-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "TEMPSTOR.DAT".
           05 FILLER PIC X(10) VALUE "ES18".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "TRASFER.DAT".
           05 FILLER PIC X(10) VALUE "ES24".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-TRASF-REC (7)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "TUTORI.DAT".
           05 FILLER PIC X(10) VALUE "ANAGRAFE".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-TUTORE-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "UNIERR.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "S".
           05 FILLER PIC X(30) VALUE "SEQUENZIALE A RIGHE".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "UNISNAP.DAT".
           05 FILLER PIC X(10) VALUE "LIBRERIA".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "ISBN-ESPORTATO (13)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "VOTIOLD.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-VOTIOLD-REC (8)".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "VOTIREG.DAT".
           05 FILLER PIC X(10) VALUE "ES23".
           05 FILLER PIC X(1) VALUE "I".
           05 FILLER PIC X(30) VALUE "CHIAVE-VOTO-REC (9)".
           05 FILLER PIC X(10) VALUE SPACES.
       01 ARCHIVI-CENSITI REDEFINES TABELLA-ARCHIVI-CENSITI.
           05 ARCHIVIO-CENSITO OCCURS 131 TIMES INDEXED BY CI.
               10 NOME-CENSITO PIC X(14).
               10 MODULO-CENSITO PIC X(10).
               10 ORGANIZZAZIONE-CENSITO PIC X(1).
               10 CHIAVE-CENSITO PIC X(30).
               10 SEZIONE-CENSITO PIC X(10).
       01 ARCHIVI-CENSITI-MAX PIC 9(3) VALUE 131.

      *REGISTRO CARICATO IN MEMORIA PER IL CONTROLLO: A FINE GIRO I
      *CONTEGGI DEL GIORNO TORNANO NEL FILE
       01 ARCHIVI-REGISTRATI.
           05 ARCHIVIO-REGISTRATO OCCURS 200 TIMES INDEXED BY RI.
               10 NOME-TAB PIC X(14).
               10 MODULO-TAB PIC X(10).
               10 ORGANIZZAZIONE-TAB PIC X(1).
               10 SEZIONE-TAB PIC X(10).
               10 RECORD-ULTIMO-TAB PIC 9(7).
               10 DATA-ULTIMO-TAB PIC 9(8).
               10 CENSITO-TAB PIC X(1).
               10 CONTATO-TAB PIC X(1).
               10 RECORD-OGGI-TAB PIC 9(7).
       01 ARCHIVI-REGISTRATI-COUNT PIC 9(3).
       01 REGISTRATO-TROVATO PIC X(1).

      *SEZIONI DEL CATALOGO DI BACKUP CON LA DATA DEL LORO ULTIMO
      *SET; L'ULTIMO SET VALIDO PARTE DALL'ULTIMO SALVATAGGIO
      *COMPLETO (GLI INCREMENTALI SUCCESSIVI SALTANO LE SEZIONI
      *INVARIATE, CHE RESTANO COPERTE DAL COMPLETO)
       01 SEZIONI-BACKUP.
           05 SEZIONE-BACKUP OCCURS 30 TIMES INDEXED BY SI.
               10 NOME-SEZIONE-TAB PIC X(10).
               10 DATA-SEZIONE-TAB PIC 9(8).
       01 SEZIONI-BACKUP-COUNT PIC 9(2).
       01 DATA-ULTIMO-COMPLETO PIC 9(8).
       01 DATA-ULTIMO-SET PIC 9(8).
       01 DATA-RIFERIMENTO-BACKUP PIC 9(8).
       01 SEZIONE-CERCATA PIC X(10).
       01 DATA-SEZIONE-TROVATA PIC 9(8).
       01 NEL-BACKUP PIC X(1).

      *RIGA DEL REPORT DI SALUTE
       01 RIGA-SALUTE.
           05 NOME-SALUTE PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MODULO-SALUTE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ORGANIZZAZIONE-SALUTE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 APRE-SALUTE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RECORD-SALUTE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CRESCITA-SALUTE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BACKUP-SALUTE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEGNALAZIONI-SALUTE PIC X(43).
       01 RECORD-EDIT PIC Z(6)9.
       01 CRESCITA-EDIT PIC +(7)9.
       01 CRESCITA-CALCOLATA PIC S9(8).
       01 PUNTO-SEGNALAZIONI PIC 9(3).

       01 ARCHIVI-CONTROLLATI PIC 9(3).
       01 ARCHIVI-NON-REGISTRATI PIC 9(3).
       01 ARCHIVI-SENZA-BACKUP PIC 9(3).
       01 ARCHIVI-NON-APERTI PIC 9(3).

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.

      *DALLO SCRIPT NOTTURNO SI FA SOLO IL CONTROLLO DI SALUTE
           PERFORM LEGGI-PARAMETRO-PASSO.
           IF PARAMETRO-PASSO-LETTO(1:6) = "SALUTE" THEN
               PERFORM CONTROLLO-SALUTE-ARCHIVI
               GOBACK
           END-IF.

           MOVE 0 TO SCELTA-INVENTARIO.
           PERFORM UNTIL SCELTA-INVENTARIO = 9
               DISPLAY "=== INVENTARIO ARCHIVI ==="
               DISPLAY "1 ELENCO REGISTRO  2 REGISTRA/MODIFICA "
                       "ARCHIVIO  3 TOGLI DAL REGISTRO  "
                       "4 CONTROLLO DI SALUTE  9 FINE"
               ACCEPT SCELTA-INVENTARIO

               EVALUATE SCELTA-INVENTARIO
                   WHEN 1
                       PERFORM ELENCO-REGISTRO
                   WHEN 2
                       PERFORM REGISTRA-ARCHIVIO
                   WHEN 3
                       PERFORM TOGLI-DAL-REGISTRO
                   WHEN 4
                       PERFORM CONTROLLO-SALUTE-ARCHIVI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-INVENTARIO
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
      *APRE IL REGISTRO; LA PRIMA VOLTA LO CREA GIA' POPOLATO CON GLI
      *ARCHIVI CENSITI
       APRI-REGISTRO.

           OPEN I-O REGISTRO-FILE.
           IF FS-REGISTRO = "35" THEN
               OPEN OUTPUT REGISTRO-FILE
               IF FS-REGISTRO = "00" THEN
                   PERFORM SEMINA-REGISTRO
                   CLOSE REGISTRO-FILE
                   OPEN I-O REGISTRO-FILE
               END-IF
           END-IF.
           IF FS-REGISTRO NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE REGARCH.DAT - STATO "
                       FS-REGISTRO
           END-IF.

      *---------------------------- FUNCTION AC ------------------------
       SEMINA-REGISTRO.

           PERFORM VARYING CI FROM 1 BY 1
                   UNTIL CI > ARCHIVI-CENSITI-MAX
               MOVE NOME-CENSITO(CI) TO NOME-ARCHIVIO-REG
               MOVE MODULO-CENSITO(CI) TO MODULO-REG
               MOVE ORGANIZZAZIONE-CENSITO(CI) TO ORGANIZZAZIONE-REG
               MOVE CHIAVE-CENSITO(CI) TO CHIAVE-REG
               MOVE SEZIONE-CENSITO(CI) TO SEZIONE-BACKUP-REG
               MOVE 0 TO RECORD-ULTIMO-REG
               MOVE 0 TO DATA-ULTIMO-REG
               WRITE REGISTRO-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.

           DISPLAY "REGISTRO ARCHIVI CREATO CON " ARCHIVI-CENSITI-MAX
                   " ARCHIVI CENSITI".

      *---------------------------- FUNCTION AD ------------------------
       ELENCO-REGISTRO.

           PERFORM APRI-REGISTRO.
           IF FS-REGISTRO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ARCHIVIO       MODULO     O CHIAVE"
                   "                         BACKUP     "
                   "ULTIMO CONTROLLO".
           MOVE LOW-VALUES TO NOME-ARCHIVIO-REG.
           START REGISTRO-FILE KEY IS NOT LESS THAN NOME-ARCHIVIO-REG
               INVALID KEY MOVE "10" TO FS-REGISTRO
           END-START.
           PERFORM UNTIL FS-REGISTRO = "10"
               READ REGISTRO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGISTRO
                   NOT AT END
                       DISPLAY NOME-ARCHIVIO-REG " " MODULO-REG " "
                               ORGANIZZAZIONE-REG " " CHIAVE-REG " "
                               SEZIONE-BACKUP-REG " "
                               DATA-ULTIMO-REG " " RECORD-ULTIMO-REG
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-FILE.

      *---------------------------- FUNCTION AE ------------------------
      *NUOVA VOCE O CORREZIONE DI UNA ESISTENTE; PER UN ARCHIVIO
      *CENSITO SI PROPONGONO I VALORI DEL CENSIMENTO
       REGISTRA-ARCHIVIO.

           PERFORM APRI-REGISTRO.
           IF FS-REGISTRO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NOME DEL FILE DATI: ".
           ACCEPT NOME-ARCHIVIO-CONTROLLO.
           MOVE FUNCTION UPPER-CASE(NOME-ARCHIVIO-CONTROLLO)
               TO NOME-ARCHIVIO-CONTROLLO.
           IF NOME-ARCHIVIO-CONTROLLO = SPACES THEN
               CLOSE REGISTRO-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NOME-ARCHIVIO-CONTROLLO TO NOME-ARCHIVIO-REG.
           READ REGISTRO-FILE
               INVALID KEY
                   MOVE "N" TO REGISTRATO-TROVATO
               NOT INVALID KEY
                   MOVE "S" TO REGISTRATO-TROVATO
           END-READ.

           IF REGISTRATO-TROVATO = "S" THEN
               DISPLAY "VOCE ATTUALE: " MODULO-REG " "
                       ORGANIZZAZIONE-REG " " CHIAVE-REG " "
                       SEZIONE-BACKUP-REG
           ELSE
               MOVE NOME-ARCHIVIO-CONTROLLO TO NOME-ARCHIVIO-REG
               MOVE SPACES TO MODULO-REG
               MOVE "S" TO ORGANIZZAZIONE-REG
               MOVE SPACES TO CHIAVE-REG
               MOVE SPACES TO SEZIONE-BACKUP-REG
               MOVE 0 TO RECORD-ULTIMO-REG
               MOVE 0 TO DATA-ULTIMO-REG
               SET CI TO 1
               SEARCH ARCHIVIO-CENSITO
                   WHEN NOME-CENSITO(CI) = NOME-ARCHIVIO-CONTROLLO
                       MOVE MODULO-CENSITO(CI) TO MODULO-REG
                       MOVE ORGANIZZAZIONE-CENSITO(CI)
                           TO ORGANIZZAZIONE-REG
                       MOVE CHIAVE-CENSITO(CI) TO CHIAVE-REG
                       MOVE SEZIONE-CENSITO(CI) TO SEZIONE-BACKUP-REG
                       DISPLAY "ARCHIVIO CENSITO: " MODULO-REG " "
                               ORGANIZZAZIONE-REG " " CHIAVE-REG " "
                               SEZIONE-BACKUP-REG
               END-SEARCH
           END-IF.

           DISPLAY "MODULO PROPRIETARIO (INVIO = INVARIATO): ".
           ACCEPT MODULO-IMMESSO.
           IF MODULO-IMMESSO NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(MODULO-IMMESSO) TO MODULO-REG
           END-IF.
           DISPLAY "ORGANIZZAZIONE I/S (INVIO = INVARIATA): ".
           ACCEPT CONFERMA-INVENTARIO.
           IF CONFERMA-INVENTARIO = "I" OR
              CONFERMA-INVENTARIO = "S" THEN
               MOVE CONFERMA-INVENTARIO TO ORGANIZZAZIONE-REG
           END-IF.
           DISPLAY "CHIAVE (INVIO = INVARIATA): ".
           ACCEPT CHIAVE-IMMESSA.
           IF CHIAVE-IMMESSA NOT = SPACES THEN
               MOVE CHIAVE-IMMESSA TO CHIAVE-REG
           END-IF.
           DISPLAY "SEZIONE DI BACKUP (INVIO = INVARIATA, "
                   "NESSUNA = NESSUNA SEZIONE): ".
           ACCEPT SEZIONE-IMMESSA.
           MOVE FUNCTION UPPER-CASE(SEZIONE-IMMESSA) TO SEZIONE-IMMESSA.
           IF SEZIONE-IMMESSA = "NESSUNA" THEN
               MOVE SPACES TO SEZIONE-BACKUP-REG
           ELSE
               IF SEZIONE-IMMESSA NOT = SPACES THEN
                   MOVE SEZIONE-IMMESSA TO SEZIONE-BACKUP-REG
               END-IF
           END-IF.

           IF REGISTRATO-TROVATO = "S" THEN
               REWRITE REGISTRO-REC
           ELSE
               WRITE REGISTRO-REC
           END-IF.
           IF FS-REGISTRO = "00" THEN
               DISPLAY "REGISTRO AGGIORNATO"
           ELSE
               DISPLAY "REGISTRO NON AGGIORNATO - STATO " FS-REGISTRO
           END-IF.

           CLOSE REGISTRO-FILE.

      *---------------------------- FUNCTION AF ------------------------
       TOGLI-DAL-REGISTRO.

           PERFORM APRI-REGISTRO.
           IF FS-REGISTRO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NOME DEL FILE DATI DA TOGLIERE: ".
           ACCEPT NOME-ARCHIVIO-REG.
           MOVE FUNCTION UPPER-CASE(NOME-ARCHIVIO-REG)
               TO NOME-ARCHIVIO-REG.
           READ REGISTRO-FILE
               INVALID KEY
                   DISPLAY "ARCHIVIO NON REGISTRATO"
               NOT INVALID KEY
                   DISPLAY "CONFERMI LA RIMOZIONE DI "
                           NOME-ARCHIVIO-REG " (S/N)? "
                   ACCEPT CONFERMA-INVENTARIO
                   IF CONFERMA-INVENTARIO = "S" THEN
                       DELETE REGISTRO-FILE
                       DISPLAY "VOCE TOLTA DAL REGISTRO"
                   END-IF
           END-READ.

           CLOSE REGISTRO-FILE.

      *---------------------------- FUNCTION AG ------------------------
      *CONTROLLO DI SALUTE: PRIMA GLI ARCHIVI CENSITI (REGISTRATI O
      *NO), POI LE VOCI DEL REGISTRO CHE IL CENSIMENTO NON CONOSCE;
      *A FINE GIRO I CONTEGGI DIVENTANO LA BASE DELLA PROSSIMA
      *CRESCITA
       CONTROLLO-SALUTE-ARCHIVI.

           PERFORM CARICA-REGISTRO-TABELLA.
           IF FS-REGISTRO NOT = "00" THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARICA-CATALOGO-BACKUP.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "SALUTARC.TXT" TO RW-NOME-FILE.
           MOVE "INVENTARIO E SALUTE DEGLI ARCHIVI" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ARCHIVIO       MODULO     O AP  RECORD CRESCITA "
                  "BACKUP   SEGNALAZIONI"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "NOTTURNO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT SALUTARC.TXT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONTROLLATI.
           MOVE 0 TO ARCHIVI-NON-REGISTRATI.
           MOVE 0 TO ARCHIVI-SENZA-BACKUP.
           MOVE 0 TO ARCHIVI-NON-APERTI.

           PERFORM VARYING CI FROM 1 BY 1
                   UNTIL CI > ARCHIVI-CENSITI-MAX
               PERFORM CONTROLLA-ARCHIVIO-CENSITO
           END-PERFORM.

           PERFORM VARYING RI FROM 1 BY 1
                   UNTIL RI > ARCHIVI-REGISTRATI-COUNT
               IF CENSITO-TAB(RI) = "N" THEN
                   PERFORM CONTROLLA-ARCHIVIO-NON-CENSITO
               END-IF
           END-PERFORM.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "ARCHIVI CONTROLLATI: " ARCHIVI-CONTROLLATI
                  "  NON REGISTRATI: " ARCHIVI-NON-REGISTRATI
                  "  ASSENTI DAL BACKUP: " ARCHIVI-SENZA-BACKUP
                  "  NON APERTI: " ARCHIVI-NON-APERTI
               DELIMITED BY SIZE INTO RW-RIGA.
           DISPLAY RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM AGGIORNA-CONTEGGI-REGISTRO.

           DISPLAY "REPORT SALUTE ARCHIVI SCRITTO NELLO SPOOL".

      *---------------------------- FUNCTION AH ------------------------
       CARICA-REGISTRO-TABELLA.

           MOVE 0 TO ARCHIVI-REGISTRATI-COUNT.
           PERFORM APRI-REGISTRO.
           IF FS-REGISTRO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NOME-ARCHIVIO-REG.
           START REGISTRO-FILE KEY IS NOT LESS THAN NOME-ARCHIVIO-REG
               INVALID KEY MOVE "10" TO FS-REGISTRO
           END-START.
           PERFORM UNTIL FS-REGISTRO = "10"
               READ REGISTRO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGISTRO
                   NOT AT END
                       IF ARCHIVI-REGISTRATI-COUNT < 200 THEN
                           ADD 1 TO ARCHIVI-REGISTRATI-COUNT
                           SET RI TO ARCHIVI-REGISTRATI-COUNT
                           MOVE NOME-ARCHIVIO-REG TO NOME-TAB(RI)
                           MOVE MODULO-REG TO MODULO-TAB(RI)
                           MOVE ORGANIZZAZIONE-REG
                               TO ORGANIZZAZIONE-TAB(RI)
                           MOVE SEZIONE-BACKUP-REG TO SEZIONE-TAB(RI)
                           MOVE RECORD-ULTIMO-REG
                               TO RECORD-ULTIMO-TAB(RI)
                           MOVE DATA-ULTIMO-REG TO DATA-ULTIMO-TAB(RI)
                           MOVE "N" TO CENSITO-TAB(RI)
                           MOVE "N" TO CONTATO-TAB(RI)
                           MOVE 0 TO RECORD-OGGI-TAB(RI)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGISTRO-FILE.
           MOVE "00" TO FS-REGISTRO.

      *---------------------------- FUNCTION AI ------------------------
      *DAL CATALOGO DEI SET: DATA DELL'ULTIMO SALVATAGGIO COMPLETO E,
      *PER SEZIONE, DATA DELL'ULTIMO SET SCRITTO
       CARICA-CATALOGO-BACKUP.

           MOVE 0 TO SEZIONI-BACKUP-COUNT.
           MOVE 0 TO DATA-ULTIMO-COMPLETO.
           MOVE 0 TO DATA-ULTIMO-SET.

           OPEN INPUT CATALOGO-SET-FILE.
           IF FS-CATALOGO-SET = "00" THEN
               PERFORM UNTIL FS-CATALOGO-SET = "10"
                   READ CATALOGO-SET-FILE
                       AT END
                           MOVE "10" TO FS-CATALOGO-SET
                       NOT AT END
                           PERFORM ANNOTA-SET-CATALOGO
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-SET-FILE
           END-IF.

      *SENZA ALCUN COMPLETO A CATALOGO VALE L'ULTIMA NOTTE SALVATA
           IF DATA-ULTIMO-COMPLETO > 0 THEN
               MOVE DATA-ULTIMO-COMPLETO TO DATA-RIFERIMENTO-BACKUP
           ELSE
               MOVE DATA-ULTIMO-SET TO DATA-RIFERIMENTO-BACKUP
           END-IF.

      *---------------------------- FUNCTION AJ ------------------------
       ANNOTA-SET-CATALOGO.

           IF DATA-CATALOGO > DATA-ULTIMO-SET THEN
               MOVE DATA-CATALOGO TO DATA-ULTIMO-SET
           END-IF.
           IF TIPO-CATALOGO = "F" AND
              DATA-CATALOGO > DATA-ULTIMO-COMPLETO THEN
               MOVE DATA-CATALOGO TO DATA-ULTIMO-COMPLETO
           END-IF.

           SET SI TO 1.
           SEARCH SEZIONE-BACKUP
               WHEN SI > SEZIONI-BACKUP-COUNT
                   ADD 1 TO SEZIONI-BACKUP-COUNT
                   MOVE SEZIONE-CATALOGO TO NOME-SEZIONE-TAB(SI)
                   MOVE DATA-CATALOGO TO DATA-SEZIONE-TAB(SI)
               WHEN NOME-SEZIONE-TAB(SI) = SEZIONE-CATALOGO
                   IF DATA-CATALOGO > DATA-SEZIONE-TAB(SI) THEN
                       MOVE DATA-CATALOGO TO DATA-SEZIONE-TAB(SI)
                   END-IF
           END-SEARCH.

      *---------------------------- FUNCTION AK ------------------------
      *ARCHIVIO CENSITO: SE NON E' NEL REGISTRO CONTA SOLO SE ESISTE
      *(UN FILE MAI CREATO IN QUESTA INSTALLAZIONE NON E' UN PROBLEMA)
       CONTROLLA-ARCHIVIO-CENSITO.

           MOVE "N" TO REGISTRATO-TROVATO.
           SET RI TO 1.
           SEARCH ARCHIVIO-REGISTRATO
               WHEN RI > ARCHIVI-REGISTRATI-COUNT
                   CONTINUE
               WHEN NOME-TAB(RI) = NOME-CENSITO(CI)
                   MOVE "S" TO REGISTRATO-TROVATO
                   MOVE "S" TO CENSITO-TAB(RI)
           END-SEARCH.

           MOVE NOME-CENSITO(CI) TO NOME-ARCHIVIO-CONTROLLO.
           IF ORGANIZZAZIONE-CENSITO(CI) = "I" THEN
               PERFORM CONTA-ARCHIVIO-INDICIZZATO
           ELSE
               PERFORM CONTA-ARCHIVIO-SEQUENZIALE
           END-IF.

           IF REGISTRATO-TROVATO = "N" THEN
               IF FS-APERTURA NOT = "00" THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE MODULO-CENSITO(CI) TO MODULO-SALUTE
               MOVE ORGANIZZAZIONE-CENSITO(CI)
                   TO ORGANIZZAZIONE-SALUTE
               MOVE SEZIONE-CENSITO(CI) TO SEZIONE-CERCATA
           ELSE
               MOVE MODULO-TAB(RI) TO MODULO-SALUTE
               MOVE ORGANIZZAZIONE-TAB(RI) TO ORGANIZZAZIONE-SALUTE
               MOVE SEZIONE-TAB(RI) TO SEZIONE-CERCATA
           END-IF.

           PERFORM SCRIVI-RIGA-SALUTE.

      *---------------------------- FUNCTION AL ------------------------
      *VOCE DEL REGISTRO CHE IL CENSIMENTO NON CONOSCE: UN SEQUENZIALE
      *SI CONTA COMUNQUE, UN INDICIZZATO SENZA TRACCIATO NO
       CONTROLLA-ARCHIVIO-NON-CENSITO.

           MOVE "S" TO REGISTRATO-TROVATO.
           MOVE NOME-TAB(RI) TO NOME-ARCHIVIO-CONTROLLO.
           IF ORGANIZZAZIONE-TAB(RI) = "S" THEN
               PERFORM CONTA-ARCHIVIO-SEQUENZIALE
           ELSE
               MOVE "N" TO CONTEGGIO-RIUSCITO
               MOVE "NC" TO FS-APERTURA
           END-IF.

           MOVE MODULO-TAB(RI) TO MODULO-SALUTE.
           MOVE ORGANIZZAZIONE-TAB(RI) TO ORGANIZZAZIONE-SALUTE.
           MOVE SEZIONE-TAB(RI) TO SEZIONE-CERCATA.
           PERFORM SCRIVI-RIGA-SALUTE.

      *---------------------------- FUNCTION AM ------------------------
      *COMPONE E SCRIVE LA RIGA DI UN ARCHIVIO; PER GLI ARCHIVI
      *REGISTRATI ANNOTA IN TABELLA IL CONTEGGIO DEL GIORNO
       SCRIVI-RIGA-SALUTE.

           ADD 1 TO ARCHIVI-CONTROLLATI.
           MOVE NOME-ARCHIVIO-CONTROLLO TO NOME-SALUTE.
           MOVE SPACES TO RECORD-SALUTE.
           MOVE SPACES TO CRESCITA-SALUTE.
           MOVE SPACES TO SEGNALAZIONI-SALUTE.
           MOVE 1 TO PUNTO-SEGNALAZIONI.

           IF CONTEGGIO-RIUSCITO = "S" THEN
               MOVE "SI" TO APRE-SALUTE
               MOVE RECORD-CONTATI TO RECORD-EDIT
               MOVE RECORD-EDIT TO RECORD-SALUTE
           ELSE
               MOVE "NO" TO APRE-SALUTE
               ADD 1 TO ARCHIVI-NON-APERTI
               IF FS-APERTURA = "NC" THEN
                   STRING "*** TRACCIATO NON CENSITO *** "
                       DELIMITED BY SIZE INTO SEGNALAZIONI-SALUTE
                       WITH POINTER PUNTO-SEGNALAZIONI
               ELSE
                   STRING "*** NON SI APRE (" FS-APERTURA ") *** "
                       DELIMITED BY SIZE INTO SEGNALAZIONI-SALUTE
                       WITH POINTER PUNTO-SEGNALAZIONI
               END-IF
           END-IF.

           IF REGISTRATO-TROVATO = "N" THEN
               ADD 1 TO ARCHIVI-NON-REGISTRATI
               STRING "*** NON REGISTRATO *** "
                   DELIMITED BY SIZE INTO SEGNALAZIONI-SALUTE
                   WITH POINTER PUNTO-SEGNALAZIONI
           ELSE
               IF CONTEGGIO-RIUSCITO = "S" THEN
                   MOVE "S" TO CONTATO-TAB(RI)
                   MOVE RECORD-CONTATI TO RECORD-OGGI-TAB(RI)
                   IF DATA-ULTIMO-TAB(RI) > 0 THEN
                       COMPUTE CRESCITA-CALCOLATA =
                           RECORD-CONTATI - RECORD-ULTIMO-TAB(RI)
                       MOVE CRESCITA-CALCOLATA TO CRESCITA-EDIT
                       MOVE CRESCITA-EDIT TO CRESCITA-SALUTE
                   ELSE
                       MOVE "   PRIMO" TO CRESCITA-SALUTE
                   END-IF
               END-IF
           END-IF.

           PERFORM VERIFICA-NEL-BACKUP.
           IF NEL-BACKUP = "N" AND REGISTRATO-TROVATO = "S" THEN
               ADD 1 TO ARCHIVI-SENZA-BACKUP
               STRING "*** ASSENTE DAL BACKUP ***"
                   DELIMITED BY SIZE INTO SEGNALAZIONI-SALUTE
                   WITH POINTER PUNTO-SEGNALAZIONI
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE RIGA-SALUTE TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *---------------------------- FUNCTION AN ------------------------
      *L'ARCHIVIO E' NELL'ULTIMO SET SE LA SUA SEZIONE HA UN SET
      *DATATO DALL'ULTIMO SALVATAGGIO COMPLETO IN POI
       VERIFICA-NEL-BACKUP.

           MOVE "N" TO NEL-BACKUP.
           MOVE 0 TO DATA-SEZIONE-TROVATA.

           IF SEZIONE-CERCATA = SPACES THEN
               MOVE "ESCLUSO" TO BACKUP-SALUTE
               EXIT PARAGRAPH
           END-IF.

           SET SI TO 1.
           SEARCH SEZIONE-BACKUP
               WHEN SI > SEZIONI-BACKUP-COUNT
                   CONTINUE
               WHEN NOME-SEZIONE-TAB(SI) = SEZIONE-CERCATA
                   MOVE DATA-SEZIONE-TAB(SI) TO DATA-SEZIONE-TROVATA
           END-SEARCH.

           IF DATA-SEZIONE-TROVATA = 0 THEN
               MOVE "MAI" TO BACKUP-SALUTE
           ELSE
               MOVE DATA-SEZIONE-TROVATA TO BACKUP-SALUTE
               IF DATA-SEZIONE-TROVATA >= DATA-RIFERIMENTO-BACKUP THEN
                   MOVE "S" TO NEL-BACKUP
               END-IF
           END-IF.

      *---------------------------- FUNCTION AO ------------------------
      *I CONTEGGI DEL GIORNO TORNANO NEL REGISTRO: SONO LA BASE DELLA
      *CRESCITA AL PROSSIMO CONTROLLO
       AGGIORNA-CONTEGGI-REGISTRO.

           PERFORM APRI-REGISTRO.
           IF FS-REGISTRO NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RI FROM 1 BY 1
                   UNTIL RI > ARCHIVI-REGISTRATI-COUNT
               IF CONTATO-TAB(RI) = "S" THEN
                   MOVE NOME-TAB(RI) TO NOME-ARCHIVIO-REG
                   READ REGISTRO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RECORD-OGGI-TAB(RI)
                               TO RECORD-ULTIMO-REG
                           MOVE DATA-ODIERNA TO DATA-ULTIMO-REG
                           REWRITE REGISTRO-REC
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE REGISTRO-FILE.

      *---------------------------- FUNCTION AP ------------------------
      *ARCHIVIO SEQUENZIALE A RIGHE: SI CONTANO LE RIGHE
       CONTA-ARCHIVIO-SEQUENZIALE.

           MOVE 0 TO RECORD-CONTATI.
           MOVE "N" TO CONTEGGIO-RIUSCITO.

           OPEN INPUT SEQUENZIALE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ SEQUENZIALE-FILE
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE SEQUENZIALE-FILE.

           IF FS-ARCHIVIO = "10" THEN
               MOVE "S" TO CONTEGGIO-RIUSCITO
           ELSE
               MOVE FS-ARCHIVIO TO FS-APERTURA
           END-IF.

      *---------------------------- FUNCTION AQ ------------------------
      *ARCHIVIO INDICIZZATO: OGNUNO HA IL SUO FILE, SI SMISTA PER NOME
       CONTA-ARCHIVIO-INDICIZZATO.

           MOVE 0 TO RECORD-CONTATI.
           MOVE "N" TO CONTEGGIO-RIUSCITO.
           MOVE "NC" TO FS-APERTURA.
           MOVE "00" TO FS-ARCHIVIO.

           EVALUATE NOME-ARCHIVIO-CONTROLLO
               WHEN "AGENTI.DAT"
                   PERFORM CONTA-AGENTI
               WHEN "ANAGRAFE.DAT"
                   PERFORM CONTA-ANAGRAFE
               WHEN "APPELLI.DAT"
                   PERFORM CONTA-APPELLI
               WHEN "ARTICOLI.DAT"
                   PERFORM CONTA-ARTICOLI
               WHEN "ARTIOLD.DAT"
                   PERFORM CONTA-ARTIOLD
               WHEN "BIBLPART.DAT"
                   PERFORM CONTA-BIBLPART
               WHEN "BISNAP.DAT"
                   PERFORM CONTA-BISNAP
               WHEN "CALSESS.DAT"
                   PERFORM CONTA-CALSESS
               WHEN "CATALOGO.DAT"
                   PERFORM CONTA-CATALOGO
               WHEN "CATLETT.DAT"
                   PERFORM CONTA-CATLETT
               WHEN "CATOLD.DAT"
                   PERFORM CONTA-CATOLD
               WHEN "CHIUSMAG.DAT"
                   PERFORM CONTA-CHIUSMAG
               WHEN "CLIENTI.DAT"
                   PERFORM CONTA-CLIENTI
               WHEN "CLIOLD.DAT"
                   PERFORM CONTA-CLIOLD
               WHEN "CLIXREF.DAT"
                   PERFORM CONTA-CLIXREF
               WHEN "CODETAB.DAT"
                   PERFORM CONTA-CODETAB
               WHEN "CONDCLI.DAT"
                   PERFORM CONTA-CONDCLI
               WHEN "CORSI.DAT"
                   PERFORM CONTA-CORSI
               WHEN "CRUSCOTT.DAT"
                   PERFORM CONTA-CRUSCOTT
               WHEN "DDTOLD.DAT"
                   PERFORM CONTA-DDTOLD
               WHEN "DDTREG.DAT"
                   PERFORM CONTA-DDTREG
               WHEN "DEBIOLD.DAT"
                   PERFORM CONTA-DEBIOLD
               WHEN "DEBITI.DAT"
                   PERFORM CONTA-DEBITI
               WHEN "DEPOSITI.DAT"
                   PERFORM CONTA-DEPOSITI
               WHEN "DEROGTAS.DAT"
                   PERFORM CONTA-DEROGTAS
               WHEN "DISTINTA.DAT"
                   PERFORM CONTA-DISTINTA
               WHEN "DISTLOG.DAT"
                   PERFORM CONTA-DISTLOG
               WHEN "DISTRIB.DAT"
                   PERFORM CONTA-DISTRIB
               WHEN "DOCENTI.DAT"
                   PERFORM CONTA-DOCENTI
               WHEN "ECTSTAB.DAT"
                   PERFORM CONTA-ECTSTAB
               WHEN "ESEMPLAR.DAT"
                   PERFORM CONTA-ESEMPLAR
               WHEN "ESITI.DAT"
                   PERFORM CONTA-ESITI
               WHEN "ESITIPRV.DAT"
                   PERFORM CONTA-ESITIPRV
               WHEN "FASCICOL.DAT"
                   PERFORM CONTA-FASCICOL
               WHEN "FATTFORN.DAT"
                   PERFORM CONTA-FATTFORN
               WHEN "FONDI.DAT"
                   PERFORM CONTA-FONDI
               WHEN "FORNITORI.DAT"
                   PERFORM CONTA-FORNITORI
               WHEN "GDPRREG.DAT"
                   PERFORM CONTA-GDPRREG
               WHEN "GIADEP.DAT"
                   PERFORM CONTA-GIADEP
               WHEN "GRADARCH.DAT"
                   PERFORM CONTA-GRADARCH
               WHEN "GRADFILE.DAT"
                   PERFORM CONTA-GRADFILE
               WHEN "GRADOLD.DAT"
                   PERFORM CONTA-GRADOLD
               WHEN "INCAOLD.DAT"
                   PERFORM CONTA-INCAOLD
               WHEN "INCARICHI.DAT"
                   PERFORM CONTA-INCARICHI
               WHEN "INCASSI.DAT"
                   PERFORM CONTA-INCASSI
               WHEN "INTERPRE.DAT"
                   PERFORM CONTA-INTERPRE
               WHEN "LETTOLD.DAT"
                   PERFORM CONTA-LETTOLD
               WHEN "LETTORI.DAT"
                   PERFORM CONTA-LETTORI
               WHEN "LIQIVA.DAT"
                   PERFORM CONTA-LIQIVA
               WHEN "LISTFORN.DAT"
                   PERFORM CONTA-LISTFORN
               WHEN "LOTTI.DAT"
                   PERFORM CONTA-LOTTI
               WHEN "LOTTOLD.DAT"
                   PERFORM CONTA-LOTTOLD
               WHEN "MOVBANCA.DAT"
                   PERFORM CONTA-MOVBANCA
               WHEN "MOVBOLD.DAT"
                   PERFORM CONTA-MOVBOLD
               WHEN "MULTE.DAT"
                   PERFORM CONTA-MULTE
               WHEN "NOTECRED.DAT"
                   PERFORM CONTA-NOTECRED
               WHEN "NOTEDISC.DAT"
                   PERFORM CONTA-NOTEDISC
               WHEN "OFFLINE.DAT"
                   PERFORM CONTA-OFFLINE
               WHEN "ORARIO.DAT"
                   PERFORM CONTA-ORARIO
               WHEN "ORAROLD.DAT"
                   PERFORM CONTA-ORAROLD
               WHEN "ORDACQ.DAT"
                   PERFORM CONTA-ORDACQ
               WHEN "ORDBIB.DAT"
                   PERFORM CONTA-ORDBIB
               WHEN "PERIODIC.DAT"
                   PERFORM CONTA-PERIODIC
               WHEN "PRESOLD.DAT"
                   PERFORM CONTA-PRESOLD
               WHEN "PREVENT.DAT"
                   PERFORM CONTA-PREVENT
               WHEN "PROPEDEU.DAT"
                   PERFORM CONTA-PROPEDEU
               WHEN "PROVVIG.DAT"
                   PERFORM CONTA-PROVVIG
               WHEN "REGARCH.DAT"
                   PERFORM CONTA-REGARCH
               WHEN "REGFATT.DAT"
                   PERFORM CONTA-REGFATT
               WHEN "REGPRES.DAT"
                   PERFORM CONTA-REGPRES
               WHEN "RIGHEFAT.DAT"
                   PERFORM CONTA-RIGHEFAT
               WHEN "RIGHEFOR.DAT"
                   PERFORM CONTA-RIGHEFOR
               WHEN "SCADFORN.DAT"
                   PERFORM CONTA-SCADFORN
               WHEN "SCOREFOR.DAT"
                   PERFORM CONTA-SCOREFOR
               WHEN "SDILOG.DAT"
                   PERFORM CONTA-SDILOG
               WHEN "TASSE.DAT"
                   PERFORM CONTA-TASSE
               WHEN "TRASFER.DAT"
                   PERFORM CONTA-TRASFER
               WHEN "TUTORI.DAT"
                   PERFORM CONTA-TUTORI
               WHEN "UNISNAP.DAT"
                   PERFORM CONTA-UNISNAP
               WHEN "VOTIOLD.DAT"
                   PERFORM CONTA-VOTIOLD
               WHEN "VOTIREG.DAT"
                   PERFORM CONTA-VOTIREG
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF FS-APERTURA = "00" THEN
               IF FS-ARCHIVIO = "10" THEN
                   MOVE "S" TO CONTEGGIO-RIUSCITO
               ELSE
                   MOVE FS-ARCHIVIO TO FS-APERTURA
               END-IF
           END-IF.

      *---------------------------- FUNCTION AR ------------------------
       CONTA-AGENTI.

           OPEN INPUT AGENTI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ AGENTI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE AGENTI-FILE.

      *---------------------------- FUNCTION AS ------------------------
       CONTA-ANAGRAFE.

           OPEN INPUT ANAGRAFE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ANAGRAFE-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ANAGRAFE-FILE.

      *---------------------------- FUNCTION AT ------------------------
       CONTA-APPELLI.

           OPEN INPUT APPELLI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ APPELLI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE APPELLI-FILE.

      *---------------------------- FUNCTION AU ------------------------
       CONTA-ARTICOLI.

           OPEN INPUT ARTICOLI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ARTICOLI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ARTICOLI-FILE.

      *---------------------------- FUNCTION AV ------------------------
       CONTA-ARTIOLD.

           OPEN INPUT ARTIOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ARTIOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ARTIOLD-FILE.

      *---------------------------- FUNCTION AW ------------------------
       CONTA-BIBLPART.

           OPEN INPUT BIBLPART-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ BIBLPART-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE BIBLPART-FILE.

      *---------------------------- FUNCTION AX ------------------------
       CONTA-CALSESS.

           OPEN INPUT CALSESS-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CALSESS-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CALSESS-FILE.

      *---------------------------- FUNCTION AY ------------------------
       CONTA-CATALOGO.

           OPEN INPUT CATALOGO-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CATALOGO-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CATALOGO-FILE.

      *---------------------------- FUNCTION AZ ------------------------
       CONTA-CATLETT.

           OPEN INPUT CATLETT-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CATLETT-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CATLETT-FILE.

      *---------------------------- FUNCTION BA ------------------------
       CONTA-CATOLD.

           OPEN INPUT CATOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CATOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CATOLD-FILE.

      *---------------------------- FUNCTION BB ------------------------
       CONTA-CHIUSMAG.

           OPEN INPUT CHIUSMAG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CHIUSMAG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CHIUSMAG-FILE.

      *---------------------------- FUNCTION BC ------------------------
       CONTA-CLIENTI.

           OPEN INPUT CLIENTI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CLIENTI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CLIENTI-FILE.

      *---------------------------- FUNCTION BD ------------------------
       CONTA-CONDCLI.

           OPEN INPUT CONDCLI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CONDCLI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CONDCLI-FILE.

      *---------------------------- FUNCTION BE ------------------------
       CONTA-CORSI.

           OPEN INPUT CORSI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CORSI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CORSI-FILE.

      *---------------------------- FUNCTION BF ------------------------
       CONTA-DDTREG.

           OPEN INPUT DDTREG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DDTREG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DDTREG-FILE.

      *---------------------------- FUNCTION BG ------------------------
       CONTA-DEBITI.

           OPEN INPUT DEBITI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DEBITI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DEBITI-FILE.

      *---------------------------- FUNCTION BH ------------------------
       CONTA-DEPOSITI.

           OPEN INPUT DEPOSITI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DEPOSITI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DEPOSITI-FILE.

      *---------------------------- FUNCTION BI ------------------------
       CONTA-DEROGTAS.

           OPEN INPUT DEROGTAS-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DEROGTAS-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DEROGTAS-FILE.

      *---------------------------- FUNCTION BJ ------------------------
       CONTA-DISTINTA.

           OPEN INPUT DISTINTA-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DISTINTA-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DISTINTA-FILE.

      *---------------------------- FUNCTION BK ------------------------
       CONTA-DOCENTI.

           OPEN INPUT DOCENTI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DOCENTI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DOCENTI-FILE.

      *---------------------------- FUNCTION BL ------------------------
       CONTA-ECTSTAB.

           OPEN INPUT ECTSTAB-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ECTSTAB-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ECTSTAB-FILE.

      *---------------------------- FUNCTION BM ------------------------
       CONTA-ESEMPLAR.

           OPEN INPUT ESEMPLAR-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ESEMPLAR-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ESEMPLAR-FILE.

      *---------------------------- FUNCTION BN ------------------------
       CONTA-ESITI.

           OPEN INPUT ESITI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ESITI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ESITI-FILE.

      *---------------------------- FUNCTION BO ------------------------
       CONTA-ESITIPRV.

           OPEN INPUT ESITIPRV-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ESITIPRV-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ESITIPRV-FILE.

      *---------------------------- FUNCTION BP ------------------------
       CONTA-FASCICOL.

           OPEN INPUT FASCICOL-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ FASCICOL-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE FASCICOL-FILE.

      *---------------------------- FUNCTION BQ ------------------------
       CONTA-FATTFORN.

           OPEN INPUT FATTFORN-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ FATTFORN-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE FATTFORN-FILE.

      *---------------------------- FUNCTION BR ------------------------
       CONTA-FONDI.

           OPEN INPUT FONDI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ FONDI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE FONDI-FILE.

      *---------------------------- FUNCTION BS ------------------------
       CONTA-FORNITORI.

           OPEN INPUT FORNITORI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ FORNITORI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE FORNITORI-FILE.

      *---------------------------- FUNCTION BT ------------------------
       CONTA-GIADEP.

           OPEN INPUT GIADEP-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ GIADEP-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE GIADEP-FILE.

      *---------------------------- FUNCTION BU ------------------------
       CONTA-GRADARCH.

           OPEN INPUT GRADARCH-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ GRADARCH-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE GRADARCH-FILE.

      *---------------------------- FUNCTION BV ------------------------
       CONTA-GRADFILE.

           OPEN INPUT GRADFILE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ GRADFILE-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE GRADFILE-FILE.

      *---------------------------- FUNCTION BW ------------------------
       CONTA-GRADOLD.

           OPEN INPUT GRADOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ GRADOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE GRADOLD-FILE.

      *---------------------------- FUNCTION BX ------------------------
       CONTA-INCARICHI.

           OPEN INPUT INCARICHI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ INCARICHI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE INCARICHI-FILE.

      *---------------------------- FUNCTION BY ------------------------
       CONTA-INCASSI.

           OPEN INPUT INCASSI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ INCASSI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE INCASSI-FILE.

      *---------------------------- FUNCTION BZ ------------------------
       CONTA-INTERPRE.

           OPEN INPUT INTERPRE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ INTERPRE-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE INTERPRE-FILE.

      *---------------------------- FUNCTION CA ------------------------
       CONTA-LETTOLD.

           OPEN INPUT LETTOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ LETTOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE LETTOLD-FILE.

      *---------------------------- FUNCTION CB ------------------------
       CONTA-LETTORI.

           OPEN INPUT LETTORI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ LETTORI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE LETTORI-FILE.

      *---------------------------- FUNCTION CC ------------------------
       CONTA-LIQIVA.

           OPEN INPUT LIQIVA-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ LIQIVA-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE LIQIVA-FILE.

      *---------------------------- FUNCTION CD ------------------------
       CONTA-LISTFORN.

           OPEN INPUT LISTFORN-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ LISTFORN-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE LISTFORN-FILE.

      *---------------------------- FUNCTION CE ------------------------
       CONTA-LOTTI.

           OPEN INPUT LOTTI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ LOTTI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE LOTTI-FILE.

      *---------------------------- FUNCTION CF ------------------------
       CONTA-MOVBANCA.

           OPEN INPUT MOVBANCA-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ MOVBANCA-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE MOVBANCA-FILE.

      *---------------------------- FUNCTION CG ------------------------
       CONTA-MULTE.

           OPEN INPUT MULTE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ MULTE-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE MULTE-FILE.

      *---------------------------- FUNCTION CH ------------------------
       CONTA-NOTECRED.

           OPEN INPUT NOTECRED-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ NOTECRED-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE NOTECRED-FILE.

      *---------------------------- FUNCTION CI ------------------------
       CONTA-NOTEDISC.

           OPEN INPUT NOTEDISC-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ NOTEDISC-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE NOTEDISC-FILE.

      *---------------------------- FUNCTION CJ ------------------------
       CONTA-OFFLINE.

           OPEN INPUT OFFLINE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ OFFLINE-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE OFFLINE-FILE.

      *---------------------------- FUNCTION CK ------------------------
       CONTA-ORARIO.

           OPEN INPUT ORARIO-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ORARIO-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ORARIO-FILE.

      *---------------------------- FUNCTION CL ------------------------
       CONTA-ORDACQ.

           OPEN INPUT ORDACQ-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ORDACQ-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ORDACQ-FILE.

      *---------------------------- FUNCTION CM ------------------------
       CONTA-ORDBIB.

           OPEN INPUT ORDBIB-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ORDBIB-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ORDBIB-FILE.

      *---------------------------- FUNCTION CN ------------------------
       CONTA-PERIODIC.

           OPEN INPUT PERIODIC-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ PERIODIC-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE PERIODIC-FILE.

      *---------------------------- FUNCTION CO ------------------------
       CONTA-PREVENT.

           OPEN INPUT PREVENT-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ PREVENT-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE PREVENT-FILE.

      *---------------------------- FUNCTION CP ------------------------
       CONTA-PROPEDEU.

           OPEN INPUT PROPEDEU-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ PROPEDEU-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE PROPEDEU-FILE.

      *---------------------------- FUNCTION CQ ------------------------
       CONTA-PROVVIG.

           OPEN INPUT PROVVIG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ PROVVIG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE PROVVIG-FILE.

      *---------------------------- FUNCTION CR ------------------------
      *IL REGISTRO STESSO, CHIUSO DURANTE IL CONTROLLO
       CONTA-REGARCH.

           OPEN INPUT REGISTRO-FILE.
           MOVE FS-REGISTRO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-REGISTRO NOT = "00"
               READ REGISTRO-FILE NEXT RECORD
               IF FS-REGISTRO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           MOVE FS-REGISTRO TO FS-ARCHIVIO.
           CLOSE REGISTRO-FILE.

      *---------------------------- FUNCTION CS ------------------------
       CONTA-REGFATT.

           OPEN INPUT REGFATT-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ REGFATT-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE REGFATT-FILE.

      *---------------------------- FUNCTION CT ------------------------
       CONTA-REGPRES.

           OPEN INPUT REGPRES-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ REGPRES-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE REGPRES-FILE.

      *---------------------------- FUNCTION CU ------------------------
       CONTA-RIGHEFAT.

           OPEN INPUT RIGHEFAT-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ RIGHEFAT-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE RIGHEFAT-FILE.

      *---------------------------- FUNCTION CV ------------------------
       CONTA-RIGHEFOR.

           OPEN INPUT RIGHEFOR-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ RIGHEFOR-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE RIGHEFOR-FILE.

      *---------------------------- FUNCTION CW ------------------------
       CONTA-SCADFORN.

           OPEN INPUT SCADFORN-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ SCADFORN-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE SCADFORN-FILE.

      *---------------------------- FUNCTION CX ------------------------
       CONTA-SCOREFOR.

           OPEN INPUT SCOREFOR-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ SCOREFOR-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE SCOREFOR-FILE.

      *---------------------------- FUNCTION CY ------------------------
       CONTA-SDILOG.

           OPEN INPUT SDILOG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ SDILOG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE SDILOG-FILE.

      *---------------------------- FUNCTION CZ ------------------------
       CONTA-TASSE.

           OPEN INPUT TASSE-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ TASSE-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE TASSE-FILE.

      *---------------------------- FUNCTION DA ------------------------
       CONTA-TRASFER.

           OPEN INPUT TRASFER-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ TRASFER-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE TRASFER-FILE.

      *---------------------------- FUNCTION DB ------------------------
       CONTA-TUTORI.

           OPEN INPUT TUTORI-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ TUTORI-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE TUTORI-FILE.

      *---------------------------- FUNCTION DC ------------------------
       CONTA-UNISNAP.

           OPEN INPUT UNISNAP-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ UNISNAP-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE UNISNAP-FILE.

      *---------------------------- FUNCTION DD ------------------------
       CONTA-VOTIREG.

           OPEN INPUT VOTIREG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ VOTIREG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE VOTIREG-FILE.

      *---------------------------- FUNCTION DE ------------------------
       CONTA-GDPRREG.

           OPEN INPUT GDPRREG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ GDPRREG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE GDPRREG-FILE.

      *---------------------------- FUNCTION DF ------------------------
       CONTA-CRUSCOTT.

           OPEN INPUT CRUSCOTT-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CRUSCOTT-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CRUSCOTT-FILE.

      *---------------------------- FUNCTION DG ------------------------
       CONTA-DISTLOG.

           OPEN INPUT DISTLOG-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DISTLOG-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DISTLOG-FILE.

      *---------------------------- FUNCTION DH ------------------------
       CONTA-DISTRIB.

           OPEN INPUT DISTRIB-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DISTRIB-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DISTRIB-FILE.

      *---------------------------- FUNCTION DI ------------------------
       CONTA-CODETAB.

           OPEN INPUT CODETAB-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CODETAB-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CODETAB-FILE.

      *---------------------------- FUNCTION DJ ------------------------
       CONTA-CLIXREF.

           OPEN INPUT CLIXREF-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CLIXREF-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CLIXREF-FILE.

      *---------------------------- FUNCTION DK ------------------------
       CONTA-BISNAP.

           OPEN INPUT BISNAP-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ BISNAP-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE BISNAP-FILE.

      *---------------------------- FUNCTION DL ------------------------
       CONTA-DEBIOLD.

           OPEN INPUT DEBIOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DEBIOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DEBIOLD-FILE.

      *---------------------------- FUNCTION DM ------------------------
       CONTA-INCAOLD.

           OPEN INPUT INCAOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ INCAOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE INCAOLD-FILE.

      *---------------------------- FUNCTION DN ------------------------
       CONTA-MOVBOLD.

           OPEN INPUT MOVBOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ MOVBOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE MOVBOLD-FILE.

      *---------------------------- FUNCTION DO ------------------------
       CONTA-ORAROLD.

           OPEN INPUT ORAROLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ ORAROLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE ORAROLD-FILE.

      *---------------------------- FUNCTION DP ------------------------
       CONTA-VOTIOLD.

           OPEN INPUT VOTIOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ VOTIOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE VOTIOLD-FILE.

      *---------------------------- FUNCTION DQ ------------------------
       CONTA-CLIOLD.

           OPEN INPUT CLIOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ CLIOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE CLIOLD-FILE.

      *---------------------------- FUNCTION DR ------------------------
       CONTA-DDTOLD.

           OPEN INPUT DDTOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ DDTOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE DDTOLD-FILE.

      *---------------------------- FUNCTION DS ------------------------
       CONTA-LOTTOLD.

           OPEN INPUT LOTTOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ LOTTOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE LOTTOLD-FILE.

      *---------------------------- FUNCTION DT ------------------------
       CONTA-PRESOLD.

           OPEN INPUT PRESOLD-FILE.
           MOVE FS-ARCHIVIO TO FS-APERTURA.
           IF FS-APERTURA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-ARCHIVIO NOT = "00"
               READ PRESOLD-FILE NEXT RECORD
               IF FS-ARCHIVIO = "00" THEN
                   ADD 1 TO RECORD-CONTATI
               END-IF
           END-PERFORM.
           CLOSE PRESOLD-FILE.
