               RECORD KEY IS NUMERO-FATT-REC
               FILE STATUS IS FS-REGFATT.

      *RIGHE DELLE FATTURE EMESSE (NUMERO FATTURA + RIGA), CON IL
      *LOTTO PRELEVATO E LA QUANTITA' GIA' RESA: IL RESO CLIENTE
      *PARTE DA QUI E NON PUO' RENDERE PIU' DEL FATTURATO
           SELECT RIGHEFATT-FILE ASSIGN TO "RIGHEFAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-RIGAFATT-REC
               FILE STATUS IS FS-RIGHEFATT.

      *REGISTRO DELLE NOTE DI CREDITO EMESSE, CON NUMERAZIONE
      *PROPRIA E RIEPILOGO PER ALIQUOTA: NEL REGISTRO IVA VENDITE
      *ENTRANO IN NEGATIVO
           SELECT NOTECRED-FILE ASSIGN TO "NOTECRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-NC-REC
               FILE STATUS IS FS-NOTECRED.

      *REGISTRO DELLE FATTURE D'ACQUISTO PER PROTOCOLLO INTERNO,
      *CON IL RIEPILOGO IVA PER ALIQUOTA E LO STATO DEL CONFRONTO A
      *TRE VIE CON ORDINE E RICEVIMENTO
           SELECT FATTFORN-FILE ASSIGN TO "FATTFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROTOCOLLO-FF-REC
               FILE STATUS IS FS-FATTFORN.

      *RIGHE DELLE FATTURE D'ACQUISTO, OGNUNA LEGATA ALLA RIGA
      *D'ORDINE CHE FATTURA
           SELECT RIGHEFORN-FILE ASSIGN TO "RIGHEFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-RF-REC
               FILE STATUS IS FS-RIGHEFORN.

      *SCADENZIARIO DEI PAGAMENTI AI FORNITORI: LA CHIAVE PARTE
      *DALLA DATA, COSI' L'ELENCO DELLA SETTIMANA E' UNA SCANSIONE
      *IN AVANTI
           SELECT SCADFORN-FILE ASSIGN TO "SCADFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-SF-REC
               FILE STATUS IS FS-SCADFORN.

      *LIQUIDAZIONI IVA CONFERMATE, UNA PER PERIODO (MESE O
      *TRIMESTRE) CON CHIAVE SULL'ULTIMO MESE: IL PERIODO LIQUIDATO
      *E' CONGELATO E IL SUO SALDO A CREDITO PASSA AL SUCCESSIVO
           SELECT LIQIVA-FILE ASSIGN TO "LIQIVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ULTIMO-MESE-LIQ-REC
               FILE STATUS IS FS-LIQIVA.

      *FATTURA ELETTRONICA: DATI DELLA DITTA CEDENTE (UN SOLO
      *RECORD), UN FILE XML FATTURAPA PER OGNI INVIO ALLO SDI E IL
      *GIORNALE DEGLI INVII CON L'ESITO DI OGNI TENTATIVO
           SELECT DITTA-FILE ASSIGN TO "DITTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DITTA.

      *CONDIZIONI DI PREZZO CONCORDATE CON I CLIENTI: PREZZI NETTI
      *PER ARTICOLO, SCONTI PER GRUPPO DI ARTICOLI (UNA FASCIA DI
      *CODICI) E SCAGLIONI DI QUANTITA', OGNUNA CON LA SUA VALIDITA'
           SELECT CONDCLI-FILE ASSIGN TO "CONDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-COND-REC
               FILE STATUS IS FS-CONDCLI.

      *PREVENTIVI AI CLIENTI (NUMERO + RIGA, TESTATA RIPETUTA SU
      *OGNI RIGA COME NEL REGISTRO DDT): NON IMPEGNANO MERCE FINCHE'
      *NON SONO CONVERTITI IN ORDINE
           SELECT PREVENT-FILE ASSIGN TO "PREVENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PREV-REC
               FILE STATUS IS FS-PREVENT.

      *DISTINTA BASE DEI KIT E DELLE CONFEZIONI REGALO: PER OGNI
      *ARTICOLO PADRE I COMPONENTI A MAGAZZINO E LA QUANTITA' CHE
      *ENTRA IN UN PEZZO ASSEMBLATO
           SELECT DISTINTA-FILE ASSIGN TO "DISTINTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DISTINTA-REC
               FILE STATUS IS FS-DISTINTA.

      *DEPOSITI DELL'AZIENDA: IL "01" E' IL MAGAZZINO CENTRALE E SI
      *CREA DA SOLO; IL CODICE "TR" E' RISERVATO ALLA MERCE IN
      *VIAGGIO TRA DUE DEPOSITI
           SELECT DEPOSITI-FILE ASSIGN TO "DEPOSITI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-DEP-REC
               FILE STATUS IS FS-DEPOSITI.

      *GIACENZA PER ARTICOLO E DEPOSITO: GIACENZA-REC IN ANAGRAFICA
      *RESTA IL TOTALE AZIENDALE, QUI STANNO I DEPOSITI SECONDARI E
      *LA MERCE IN VIAGGIO ("TR"); IL CENTRALE E' LA DIFFERENZA
           SELECT GIADEP-FILE ASSIGN TO "GIADEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-GIADEP-REC
               FILE STATUS IS FS-GIADEP.

      *DOCUMENTI DI TRASFERIMENTO TRA DEPOSITI (NUMERO + RIGA,
      *TESTATA RIPETUTA SU OGNI RIGA): LA MERCE RESTA IN VIAGGIO
      *FINCHE' IL DEPOSITO DI ARRIVO NON LA RICEVE
           SELECT TRASFER-FILE ASSIGN TO "TRASFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-TRASF-REC
               FILE STATUS IS FS-TRASFER.

      *AGENTI DI VENDITA CON LA PROVVIGIONE BASE E QUELLE PARTICOLARI
      *PER GRUPPO DI ARTICOLI
           SELECT AGENTI-FILE ASSIGN TO "AGENTI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-AGENTE-REC
               FILE STATUS IS FS-AGENTI.

      *GIORNALE DEGLI INCASSI (FATTURA + PROGRESSIVO): OGNI INCASSO
      *REGISTRATO CON LA SUA DATA, BASE DELLE PROVVIGIONI MATURATE
           SELECT INCASSI-FILE ASSIGN TO "INCASSI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-INCASSO-REC
               FILE STATUS IS FS-INCASSI.

      *REGISTRO PROVVIGIONI: UNA RIGA PER INCASSO O NOTA DI CREDITO
      *GIA' PROVVIGIONATI, COSI' NESSUNO SI PAGA DUE VOLTE
           SELECT PROVVIG-FILE ASSIGN TO "PROVVIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-PROVV-REC
               FILE STATUS IS FS-PROVVIG.

      *PAGELLA DEI FORNITORI DELL'ULTIMO CALCOLO (PUNTUALITA',
      *COMPLETEZZA, PREZZI): LA LEGGONO LA PROPOSTA D'ORDINE E IL
      *CONFRONTO FORNITORI
           SELECT SCOREFOR-FILE ASSIGN TO "SCOREFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNITORE-SCORE-REC
               FILE STATUS IS FS-SCOREFOR.

      *ESTRATTO CONTO SCARICATO DALLA BANCA, IN TRACCIATO CBI
      *(RECORD 62 E 63) O CSV CON PUNTO E VIRGOLA (DATA;IMPORTO;
      *DESCRIZIONE): GLI ACCREDITI SI ABBINANO ALLE PARTITE APERTE
           SELECT ESTRATTO-BANCA-FILE ASSIGN TO "ESTRBANC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTRATTO-BANCA.

      *MOVIMENTI BANCARI GIA' IMPORTATI CON L'ESITO DELL'ABBINAMENTO:
      *LA STESSA RIGA D'ESTRATTO NON SI APPLICA DUE VOLTE, E DA QUI
      *PARTONO LA REVISIONE E LA LISTA DEI SOSPESI
           SELECT MOVBANCA-FILE ASSIGN TO "MOVBANCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-MOVBANCA-REC
               FILE STATUS IS FS-MOVBANCA.

      *MOVIMENTI BANCARI NEL VECCHIO TRACCIATO SENZA OCCORRENZA
      *NELLA CHIAVE: SI LEGGE SOLO IN CONVERSIONE, DOPO AVER
      *RINOMINATO A MANO IL VECCHIO MOVBANCA.DAT IN MOVBOLD.DAT
           SELECT MOVBOLD-FILE ASSIGN TO "MOVBOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-MOVBOLD-REC
               FILE STATUS IS FS-MOVBOLD.

           SELECT XML-FILE ASSIGN TO NOME-FILE-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-XML.

           SELECT SDILOG-FILE ASSIGN TO "SDILOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-SDI-REC
               FILE STATUS IS FS-SDILOG.

      *REGISTRO DEI DDT EMESSI (DOCUMENTO DI TRASPORTO), UNA RIGA
      *PER ARTICOLO CONSEGNATO: I CLIENTI SERVITI OGNI SETTIMANA
      *RICEVONO UNA SOLA FATTURA DIFFERITA A FINE MESE CHE RICHIAMA
               RECORD KEY IS CODICE-ARTIOLD
               FILE STATUS IS FS-ARTIOLD.

      *ANAGRAFICA CLIENTI NEL VECCHIO TRACCIATO SENZA AGENTE: SI
      *LEGGE SOLO IN CONVERSIONE, DOPO AVER RINOMINATO A MANO IL
      *VECCHIO CLIENTI.DAT IN CLIOLD.DAT
           SELECT CLIOLD-FILE ASSIGN TO "CLIOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODICE-CLIOLD
               FILE STATUS IS FS-CLIOLD.

      *LOTTI NEL VECCHIO TRACCIATO SENZA BLOCCO: SI LEGGE SOLO IN
      *CONVERSIONE, DOPO AVER RINOMINATO A MANO IL VECCHIO LOTTI.DAT
      *IN LOTTOLD.DAT
           SELECT LOTTOLD-FILE ASSIGN TO "LOTTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-LOTTOLD
               FILE STATUS IS FS-LOTTOLD.

      *REGISTRO DDT NEL VECCHIO TRACCIATO SENZA CONDIZIONE E LOTTO:
      *SI LEGGE SOLO IN CONVERSIONE, DOPO AVER RINOMINATO A MANO IL
      *VECCHIO DDTREG.DAT IN DDTOLD.DAT
           SELECT DDTOLD-FILE ASSIGN TO "DDTOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHIAVE-DDTOLD
               FILE STATUS IS FS-DDTOLD.

      *PARAMETRO DI PASSO SCRITTO DAL MENU PRINCIPALE PRIMA DELLA
      *CALL: SE CONTIENE IL NUMERO DI UNA SCELTA DI MENU, LO SCRIPT
      *NOTTURNO PUO' FINALMENTE DIRE A QUESTO MODULO QUALE REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO-PASSO.

      *REGISTRO DELLE FUSIONI DI ANAGRAFICHE DOPPIE, COMUNE CON LA
      *BIBLIOTECA, E OPERATORE CHE HA FIRMATO IL MENU PRINCIPALE
           SELECT FUSIONI-FILE ASSIGN TO "FUSIONI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUSIONI.
           SELECT SESSIONE-FILE ASSIGN TO "SESSIONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESSIONE.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTI-FILE.
           05 DATA-MOVIMENTO PIC 9(8).
           05 ARTICOLO-MOVIMENTO PIC 9(5).
      *TIPO "C" = CARICO, "S" = SCARICO, "T" = TRASFERIMENTO DI
      *UBICAZIONE (QUANTITA' ZERO, IL PERCORSO E' NEL RIFERIMENTO),
      *"Q" = RESO DANNEGGIATO MESSO IN QUARANTENA (NON ENTRA IN
      *GIACENZA, LA CAUSALE E' NEL RIFERIMENTO), "U" = USCITA DAL
      *DEPOSITO PER TRASFERIMENTO, "E" = ENTRATA DA TRASFERIMENTO
      *(U ED E NON CAMBIANO LA GIACENZA TOTALE)
           05 TIPO-MOVIMENTO PIC X(1).
           05 QUANTITA-MOVIMENTO PIC 9(5).
      *PREZZO UNITARIO DEL CARICO (ZERO PER GLI SCARICHI): OGNI
      *DEPERIBILI); SUGLI SCARICHI C'E' IL LOTTO PRELEVATO FEFO
           05 LOTTO-MOVIMENTO PIC X(10).
           05 SCADENZA-MOVIMENTO PIC 9(8).
      *DEPOSITO DEL MOVIMENTO (SPAZI SUI MOVIMENTI PRECEDENTI AI
      *DEPOSITI = MAGAZZINO CENTRALE)
           05 DEPOSITO-MOVIMENTO PIC X(2).

       FD  ARTICOLI-FILE.
       01  ARTICOLO-REC.
      *ESPOSIZIONE CORRENTE: SALE A OGNI FATTURA EMESSA E SCENDE
      *CON GLI INCASSI
           05 ESPOSIZIONE-CLI PIC 9(7)V9(2).
      *AGENTE CHE SEGUE IL CLIENTE (0 = NESSUNO)
           05 AGENTE-CLI PIC 9(3).

       FD  ORDACQ-FILE.
       01  ORDACQ-REC.
           05 INCASSATO-FATT-REC PIC 9(9)V9(2).
           05 STATO-FATT-REC PIC X(1).

       FD  RIGHEFATT-FILE.
       01  RIGA-FATTURA-REGISTRO-REC.
           05 CHIAVE-RIGAFATT-REC.
               10 NUMERO-RIGAFATT-REC PIC 9(5).
               10 RIGA-RIGAFATT-REC PIC 9(2).
           05 ARTICOLO-RIGAFATT-REC PIC 9(5).
           05 DESCRIZIONE-RIGAFATT-REC PIC X(30).
           05 QTA-RIGAFATT-REC PIC 9(5).
           05 PREZZO-RIGAFATT-REC PIC S9(3)V9(2).
           05 ALIQUOTA-RIGAFATT-REC PIC 9(2).
      *PRIMO LOTTO PRELEVATO FEFO (SPAZI SE SCONOSCIUTO, COME SULLE
      *RIGHE CHE ARRIVANO DA DDT)
           05 LOTTO-RIGAFATT-REC PIC X(10).
           05 SCADENZA-RIGAFATT-REC PIC 9(8).
      *QUANTITA' GIA' RESA CON NOTE DI CREDITO PRECEDENTI
           05 QTA-RESA-RIGAFATT-REC PIC 9(5).
      *CONDIZIONE DI PREZZO APPLICATA (SPAZI = PREZZO DI LISTINO)
           05 CONDIZIONE-RIGAFATT-REC PIC X(6).

       FD  NOTECRED-FILE.
       01  NOTA-CREDITO-REC.
           05 NUMERO-NC-REC PIC 9(5).
           05 DATA-NC-REC PIC 9(8).
      *FATTURA STORNATA DALLA NOTA
           05 FATTURA-NC-REC PIC 9(5).
           05 CODICE-CLI-NC-REC PIC 9(5).
           05 CLIENTE-NC-REC PIC X(40).
           05 IMPONIBILE-NC-REC PIC 9(7)V9(2).
           05 IMPOSTA-NC-REC PIC 9(7)V9(2).
           05 TOTALE-NC-REC PIC 9(9)V9(2).
           05 RIEPILOGO-NC-REC OCCURS 5 TIMES.
               10 ALIQUOTA-NC-REC PIC 9(2).
               10 IMPONIBILE-ALIQ-NC-REC PIC 9(7)V9(2).
               10 IMPOSTA-ALIQ-NC-REC PIC 9(7)V9(2).
      *PARTE DELLA NOTA IMPUTATA AL RESIDUO APERTO DELLA FATTURA; IL
      *RESTO E' UN CREDITO DEL CLIENTE DA RIMBORSARE
           05 IMPUTATO-NC-REC PIC 9(9)V9(2).

       FD  FATTFORN-FILE.
       01  FATTURA-FORNITORE-REC.
           05 PROTOCOLLO-FF-REC PIC 9(5).
           05 FORNITORE-FF-REC PIC 9(5).
           05 RAGIONE-SOCIALE-FF-REC PIC X(40).
           05 NUMERO-DOC-FF-REC PIC X(15).
           05 DATA-DOC-FF-REC PIC 9(8).
           05 DATA-REG-FF-REC PIC 9(8).
           05 ORDINE-FF-REC PIC 9(5).
           05 IMPONIBILE-FF-REC PIC 9(7)V9(2).
           05 IMPOSTA-FF-REC PIC 9(7)V9(2).
           05 TOTALE-FF-REC PIC 9(9)V9(2).
           05 RIEPILOGO-FF-REC OCCURS 5 TIMES.
               10 ALIQUOTA-FF-REC PIC 9(2).
               10 IMPONIBILE-ALIQ-FF-REC PIC 9(7)V9(2).
               10 IMPOSTA-ALIQ-FF-REC PIC 9(7)V9(2).
      *STATO "A" = APPROVATA (SCADENZE GENERATE), "S" = SOSPESA PER
      *RIGHE FUORI TOLLERANZA IN ATTESA DI APPROVAZIONE,
      *"R" = RESPINTA
           05 STATO-FF-REC PIC X(1).
           05 RIGHE-DIFFORMI-FF-REC PIC 9(2).
           05 DATA-APPROVAZIONE-FF-REC PIC 9(8).

       FD  RIGHEFORN-FILE.
       01  RIGA-FATTFORN-REC.
           05 CHIAVE-RF-REC.
               10 PROTOCOLLO-RF-REC PIC 9(5).
               10 RIGA-RF-REC PIC 9(2).
           05 ORDINE-RF-REC PIC 9(5).
           05 RIGA-ORDINE-RF-REC PIC 9(2).
           05 ARTICOLO-RF-REC PIC 9(5).
           05 QTA-RF-REC PIC 9(5).
           05 PREZZO-RF-REC PIC S9(3)V9(2).
           05 ALIQUOTA-RF-REC PIC 9(2).
      *FOTOGRAFIA DEL CONFRONTO AL MOMENTO DELLA REGISTRAZIONE:
      *ORDINATO, RICEVUTO, GIA' FATTURATO E PREZZO D'ORDINE
           05 QTA-ORDINATA-RF-REC PIC 9(5).
           05 QTA-RICEVUTA-RF-REC PIC 9(5).
           05 QTA-GIA-FATTURATA-RF-REC PIC 9(5).
           05 PREZZO-ORDINE-RF-REC PIC S9(3)V9(2).
      *ESITO "OK" = CONFORME, "QO" = OLTRE L'ORDINATO, "QR" = OLTRE
      *IL RICEVUTO, "PR" = PREZZO FUORI TOLLERANZA
           05 ESITO-RF-REC PIC X(2).

       FD  SCADFORN-FILE.
       01  SCADENZA-FORNITORE-REC.
           05 CHIAVE-SF-REC.
               10 DATA-SF-REC PIC 9(8).
               10 PROTOCOLLO-SF-REC PIC 9(5).
               10 RATA-SF-REC PIC 9(1).
           05 FORNITORE-SF-REC PIC 9(5).
           05 RAGIONE-SOCIALE-SF-REC PIC X(40).
           05 NUMERO-DOC-SF-REC PIC X(15).
           05 IMPORTO-SF-REC PIC 9(9)V9(2).
      *STATO "A" = DA PAGARE, "P" = PAGATA
           05 STATO-SF-REC PIC X(1).
           05 DATA-PAGAMENTO-SF-REC PIC 9(8).

       FD  LIQIVA-FILE.
       01  LIQUIDAZIONE-REC.
           05 ULTIMO-MESE-LIQ-REC PIC 9(6).
           05 PRIMO-MESE-LIQ-REC PIC 9(6).
      *PERIODICITA' "M" = MENSILE, "T" = TRIMESTRALE
           05 PERIODICITA-LIQ-REC PIC X(1).
           05 IVA-VENDITE-LIQ-REC PIC S9(9)V9(2).
           05 IVA-NOTE-LIQ-REC PIC 9(9)V9(2).
           05 IVA-ACQUISTI-LIQ-REC PIC 9(9)V9(2).
           05 CREDITO-PRECEDENTE-LIQ-REC PIC 9(9)V9(2).
      *SALDO POSITIVO = IVA DA VERSARE, NEGATIVO = CREDITO RIPORTATO
      *AL PERIODO SUCCESSIVO
           05 SALDO-LIQ-REC PIC S9(9)V9(2).
           05 DATA-CONFERMA-LIQ-REC PIC 9(8).

       FD  DITTA-FILE.
       01  DITTA-REC.
           05 PARTITA-IVA-DITTA PIC X(11).
           05 DENOMINAZIONE-DITTA PIC X(40).
           05 INDIRIZZO-DITTA PIC X(40).
           05 CAP-DITTA PIC X(5).
           05 COMUNE-DITTA PIC X(30).
           05 PROVINCIA-DITTA PIC X(2).
      *REGIME FISCALE FATTURAPA (RF01 = ORDINARIO)
           05 REGIME-FISCALE-DITTA PIC X(4).

       FD  CONDCLI-FILE.
       01  CONDIZIONE-CLI-REC.
           05 CHIAVE-COND-REC.
      *CLIENTE 0 = CONDIZIONE VALIDA PER TUTTI I CLIENTI
               10 CLIENTE-COND-REC PIC 9(5).
               10 ARTICOLO-DA-COND-REC PIC 9(5).
               10 NUMERO-COND-REC PIC 9(5).
           05 ARTICOLO-A-COND-REC PIC 9(5).
      *TIPO "P" = PREZZO NETTO DEL CLIENTE SULL'ARTICOLO, "S" =
      *SCONTO SUL GRUPPO DI ARTICOLI, "Q" = SCAGLIONE DI QUANTITA'
           05 TIPO-COND-REC PIC X(1).
           05 QTA-MINIMA-COND-REC PIC 9(5).
      *PREZZO NETTO SE MAGGIORE DI ZERO, ALTRIMENTI SCONTO SUL
      *PREZZO DI LISTINO
           05 PREZZO-NETTO-COND-REC PIC S9(3)V9(2).
           05 SCONTO-COND-REC PIC 9(2)V9(2).
           05 DATA-INIZIO-COND-REC PIC 9(8).
           05 DATA-FINE-COND-REC PIC 9(8).
           05 DESCRIZIONE-COND-REC PIC X(30).

       FD  PREVENT-FILE.
       01  PREVENTIVO-REC.
           05 CHIAVE-PREV-REC.
               10 NUMERO-PREV-REC PIC 9(5).
               10 RIGA-PREV-REC PIC 9(2).
           05 CODICE-CLI-PREV-REC PIC 9(5).
           05 CLIENTE-PREV-REC PIC X(40).
           05 DATA-PREV-REC PIC 9(8).
           05 VALIDITA-PREV-REC PIC 9(8).
           05 ARTICOLO-PREV-REC PIC 9(5).
           05 DESCRIZIONE-PREV-REC PIC X(30).
           05 QTA-PREV-REC PIC 9(5).
           05 PREZZO-PREV-REC PIC S9(3)V9(2).
           05 ALIQUOTA-PREV-REC PIC 9(2).
           05 CONDIZIONE-PREV-REC PIC X(6).
      *STATO "A" = APERTO (SCADUTO SE OLTRE LA VALIDITA'),
      *"C" = CONVERTITO IN ORDINE
           05 STATO-PREV-REC PIC X(1).
           05 DATA-CONVERSIONE-PREV-REC PIC 9(8).

       FD  DISTINTA-FILE.
       01  DISTINTA-REC.
           05 CHIAVE-DISTINTA-REC.
               10 PADRE-DISTINTA-REC PIC 9(5).
               10 COMPONENTE-DISTINTA-REC PIC 9(5).
           05 QTA-DISTINTA-REC PIC 9(3).

       FD  DEPOSITI-FILE.
       01  DEPOSITO-REC.
           05 CODICE-DEP-REC PIC X(2).
           05 DESCRIZIONE-DEP-REC PIC X(30).

       FD  GIADEP-FILE.
       01  GIACENZA-DEP-REC.
           05 CHIAVE-GIADEP-REC.
               10 ARTICOLO-GIADEP-REC PIC 9(5).
               10 DEPOSITO-GIADEP-REC PIC X(2).
           05 QTA-GIADEP-REC PIC S9(5).

       FD  TRASFER-FILE.
       01  TRASFERIMENTO-REC.
           05 CHIAVE-TRASF-REC.
               10 NUMERO-TRASF-REC PIC 9(5).
               10 RIGA-TRASF-REC PIC 9(2).
           05 DATA-TRASF-REC PIC 9(8).
           05 ORIGINE-TRASF-REC PIC X(2).
           05 DESTINO-TRASF-REC PIC X(2).
           05 ARTICOLO-TRASF-REC PIC 9(5).
           05 QTA-TRASF-REC PIC 9(5).
           05 LOTTO-TRASF-REC PIC X(10).
           05 SCADENZA-TRASF-REC PIC 9(8).
      *STATO "V" = IN VIAGGIO, "R" = RICEVUTO
           05 STATO-TRASF-REC PIC X(1).
           05 DATA-RICEZIONE-TRASF-REC PIC 9(8).

       FD  AGENTI-FILE.
       01  AGENTE-REC.
           05 CODICE-AGENTE-REC PIC 9(3).
           05 NOME-AGENTE-REC PIC X(30).
           05 PERC-AGENTE-REC PIC 9(2)V9(2).
      *GRUPPO = FASCIA DI CODICI ARTICOLO, COME NELLE CONDIZIONI
      *CLIENTI (DAL CODICE 0 = POSIZIONE LIBERA)
           05 GRUPPO-AGENTE-REC OCCURS 5 TIMES.
               10 DA-ARTICOLO-AGENTE-REC PIC 9(5).
               10 A-ARTICOLO-AGENTE-REC PIC 9(5).
               10 PERC-GRUPPO-AGENTE-REC PIC 9(2)V9(2).

       FD  INCASSI-FILE.
       01  INCASSO-REC.
           05 CHIAVE-INCASSO-REC.
               10 FATTURA-INCASSO-REC PIC 9(5).
               10 PROGRESSIVO-INCASSO-REC PIC 9(3).
           05 DATA-INCASSO-REC PIC 9(8).
           05 IMPORTO-INCASSO-REC PIC 9(7)V9(2).

       FD  PROVVIG-FILE.
       01  PROVVIGIONE-REC.
      *DOCUMENTO "I" = INCASSO (FATTURA + PROGRESSIVO DEL GIORNALE),
      *"N" = NOTA DI CREDITO (NUMERO NOTA, PROGRESSIVO ZERO)
           05 CHIAVE-PROVV-REC.
               10 TIPO-PROVV-REC PIC X(1).
               10 DOCUMENTO-PROVV-REC PIC 9(5).
               10 PROGRESSIVO-PROVV-REC PIC 9(3).
           05 PERIODO-PROVV-REC PIC 9(6).
           05 AGENTE-PROVV-REC PIC 9(3).
           05 CLIENTE-PROVV-REC PIC 9(5).
           05 FATTURA-PROVV-REC PIC 9(5).
           05 DATA-DOC-PROVV-REC PIC 9(8).
      *IMPONIBILE INCASSATO (O RESO) E PROVVIGIONE, NEGATIVI PER GLI
      *STORNI DA NOTA DI CREDITO
           05 BASE-PROVV-REC PIC S9(9)V9(2).
           05 IMPORTO-PROVV-REC PIC S9(7)V9(2).

       FD  ESTRATTO-BANCA-FILE.
       01  RIGA-ESTRATTO-BANCA PIC X(200).

       FD  MOVBANCA-FILE.
       01  MOVIMENTO-BANCA-REC.
           05 CHIAVE-MOVBANCA-REC.
               10 DATA-MOVBANCA-REC PIC 9(8).
               10 IMPORTO-MOVBANCA-REC PIC 9(9)V9(2).
               10 DESCRIZIONE-MOVBANCA-REC PIC X(80).
      *DUE ACCREDITI IDENTICI NELLO STESSO ESTRATTO (STESSA DATA,
      *STESSO IMPORTO, STESSA CAUSALE) SI DISTINGUONO PER IL NUMERO
      *D'ORDINE CON CUI COMPAIONO: 1 IL PRIMO, 2 IL SECONDO...
               10 OCCORRENZA-MOVBANCA-REC PIC 9(3).
           05 DATA-IMPORT-MOVBANCA-REC PIC 9(8).
      *ESITO "A" = APPLICATO IN AUTOMATICO, "D" = DA VERIFICARE,
      *"S" = IN SOSPESO, "V" = APPLICATO IN REVISIONE
           05 ESITO-MOVBANCA-REC PIC X(1).
      *FATTURA APPLICATA O PROPOSTA (ZERO SE NESSUNA O SE IL
      *MOVIMENTO SALDA TUTTE LE PARTITE DEL CLIENTE)
           05 FATTURA-MOVBANCA-REC PIC 9(5).
           05 CLIENTE-MOVBANCA-REC PIC 9(5).
           05 APPLICATO-MOVBANCA-REC PIC 9(9)V9(2).
           05 MOTIVO-MOVBANCA-REC PIC X(30).

       FD  MOVBOLD-FILE.
       01  MOVBOLD-REC.
           05 CHIAVE-MOVBOLD-REC.
               10 DATA-MOVBOLD PIC 9(8).
               10 IMPORTO-MOVBOLD PIC 9(9)V9(2).
               10 DESCRIZIONE-MOVBOLD PIC X(80).
           05 DATA-IMPORT-MOVBOLD PIC 9(8).
           05 ESITO-MOVBOLD PIC X(1).
           05 FATTURA-MOVBOLD PIC 9(5).
           05 CLIENTE-MOVBOLD PIC 9(5).
           05 APPLICATO-MOVBOLD PIC 9(9)V9(2).
           05 MOTIVO-MOVBOLD PIC X(30).

       FD  SCOREFOR-FILE.
       01  SCORE-FORNITORE-REC.
           05 FORNITORE-SCORE-REC PIC 9(5).
      *ORDINI DAL / AL SU CUI E' CALCOLATA LA PAGELLA
           05 DAL-SCORE-REC PIC 9(8).
           05 AL-SCORE-REC PIC 9(8).
           05 RIGHE-SCORE-REC PIC 9(5).
           05 GIORNI-MEDI-SCORE-REC PIC 9(3)V9(1).
      *PERCENTUALI: RIGHE PUNTUALI E COMPLETE, QUANTITA' CONSEGNATA
      *SULL'ORDINATO, SCOSTAMENTO DEL PREZZO FATTURATO (O DI
      *CARICO) DALLA QUOTAZIONE
           05 PUNTUALI-SCORE-REC PIC 9(3)V9(1).
           05 EVASIONE-SCORE-REC PIC 9(3)V9(1).
           05 SCOSTAMENTO-SCORE-REC PIC S9(3)V9(1).
           05 PUNTEGGIO-SCORE-REC PIC 9(3).
      *"S" = FORNITORE POCO AFFIDABILE
           05 INAFFIDABILE-SCORE-REC PIC X(1).

       FD  XML-FILE.
       01  RIGA-XML PIC X(200).

       FD  SDILOG-FILE.
       01  INVIO-SDI-REC.
           05 CHIAVE-SDI-REC.
               10 FATTURA-SDI-REC PIC 9(5).
               10 TENTATIVO-SDI-REC PIC 9(2).
      *PROGRESSIVO D'INVIO NEL NOME DEL FILE, UNICO SU TUTTI GLI INVII
           05 PROGRESSIVO-SDI-REC PIC 9(5).
           05 NOME-FILE-SDI-REC PIC X(40).
           05 DATA-INVIO-SDI-REC PIC 9(8).
      *STATO "I" = INVIATA IN ATTESA DI ESITO, "A" = ACCETTATA
      *(CONSEGNATA), "S" = SCARTATA CON IL CODICE ERRORE DELLO SDI
           05 STATO-SDI-REC PIC X(1).
           05 ERRORE-SDI-REC PIC X(10).
           05 DATA-ESITO-SDI-REC PIC 9(8).

       FD  DDT-FILE.
       01  DDT-REGISTRO-REC.
           05 CHIAVE-DDT-REC.
           05 ALIQUOTA-DDT-REC PIC 9(2).
      *"S" QUANDO LA RIGA E' GIA' FINITA IN UNA FATTURA DIFFERITA
           05 FATTURATO-DDT-REC PIC X(1).
      *CONDIZIONE DI PREZZO APPLICATA (TIPO + NUMERO, SPAZI =
      *PREZZO DI LISTINO)
           05 CONDIZIONE-DDT-REC PIC X(6).
      *PRIMO LOTTO PRELEVATO FEFO (SPAZI SE SCONOSCIUTO)
           05 LOTTO-DDT-REC PIC X(10).

       FD  DDT-STAMPA-FILE.
       01  RIGA-DDT-STAMPA PIC X(100).
               10 SCADENZA-LOTTO-REC PIC 9(8).
               10 LOTTO-LOTTO-REC PIC X(10).
           05 QTA-RESIDUA-LOTTO-REC PIC 9(5).
      *"S" = LOTTO BLOCCATO PER RICHIAMO: IL PRELIEVO FEFO LO SALTA
           05 BLOCCATO-LOTTO-REC PIC X(1).

       FD  FORNITORI-FILE.
       01  FORNITORE-REC.
           05 FORNITORE-ARTIOLD PIC 9(5).
           05 COSTO-MEDIO-ARTIOLD PIC S9(3)V9(2).

       FD  CLIOLD-FILE.
       01  CLIOLD-REC.
           05 CODICE-CLIOLD PIC 9(5).
           05 RAGIONE-SOCIALE-CLIOLD PIC X(40).
           05 INDIRIZZO-CLIOLD PIC X(40).
           05 PARTITA-IVA-CLIOLD PIC X(11).
           05 GIORNI-PAGAMENTO-CLIOLD PIC 9(3).
           05 FIDO-CLIOLD PIC 9(7)V9(2).
           05 ESPOSIZIONE-CLIOLD PIC 9(7)V9(2).

       FD  LOTTOLD-FILE.
       01  LOTTOLD-REC.
           05 CHIAVE-LOTTOLD.
               10 ARTICOLO-LOTTOLD PIC 9(5).
               10 SCADENZA-LOTTOLD PIC 9(8).
               10 LOTTO-LOTTOLD PIC X(10).
           05 QTA-RESIDUA-LOTTOLD PIC 9(5).

       FD  DDTOLD-FILE.
       01  DDTOLD-REC.
           05 CHIAVE-DDTOLD.
               10 NUMERO-DDTOLD PIC 9(5).
               10 RIGA-DDTOLD PIC 9(2).
           05 CODICE-CLI-DDTOLD PIC 9(5).
           05 CLIENTE-DDTOLD PIC X(40).
           05 DATA-DDTOLD PIC 9(8).
           05 ARTICOLO-DDTOLD PIC 9(5).
           05 DESCRIZIONE-DDTOLD PIC X(30).
           05 QTA-DDTOLD PIC 9(5).
           05 PREZZO-DDTOLD PIC S9(3)V9(2).
           05 ALIQUOTA-DDTOLD PIC 9(2).
           05 FATTURATO-DDTOLD PIC X(1).

       FD  PARAMETRO-PASSO-FILE.
       01  PARAMETRO-PASSO-REC PIC X(40).

      *STESSO TRACCIATO DELLA BIBLIOTECA
       FD  FUSIONI-FILE.
       01  FUSIONE-REC.
           05 MOMENTO-FUSIONE PIC X(14).
           05 OPERATORE-FUSIONE PIC X(20).
           05 ARCHIVIO-FUSIONE PIC X(8).
           05 SUPERSTITE-FUSIONE PIC 9(6).
           05 DOPPIONE-FUSIONE PIC 9(6).
           05 NOME-DOPPIONE-FUSIONE PIC X(40).
           05 SPOSTATI-FUSIONE PIC 9(5).

       FD  SESSIONE-FILE.
       01  SESSIONE-REC PIC X(20).

       WORKING-STORAGE SECTION.

      *SUPPORTO ALL'ANAGRAFICA ARTICOLI LETTA DIRETTAMENTE DAL FILE
       01 ORDINE-CLIENTE-DATI.
           05 NOME-CLIENTE PIC X(40).
           05 DATA-ORDINE PIC 9(8).
      *DEPOSITO DA CUI SI PRELEVA L'ORDINE
           05 DEPOSITO-ORDINE PIC X(2).
           05 RIGHE-ORDINE PIC 9(2).
           05 RIGA-ORDINE-CLI OCCURS 20 TIMES INDEXED BY RO.
               10 CODICE-RIGA-ART PIC 9(5).
      *PRIMO LOTTO PRELEVATO FEFO PER LA RIGA, STAMPATO IN LISTA
      *DI PRELIEVO
               10 LOTTO-RIGA PIC X(10).
               10 SCADENZA-RIGA PIC 9(8).
      *CONDIZIONE DI PREZZO USATA PER LA RIGA (SPAZI = LISTINO)
               10 CONDIZIONE-RIGA PIC X(6).
       01 ORDINE-PRESENTE PIC X(1) VALUE "N".
       01 QTA-MANCANTE PIC 9(5).
       01 CODICE-RIGA-ORDINE PIC 9(5).
       01 FS-FATTURA PIC X(2).
       01 FS-REGISTRO-SPOOL PIC X(2).
       01 NOME-SPOOL-FATTURA PIC X(30).
      *TIPO DEL DOCUMENTO NEL REGISTRO DELLO SPOOL E DICITURA DEL
      *TOTALE IN CODA AL RIEPILOGO IVA (FATTURA O NOTA DI CREDITO)
       01 TIPO-SPOOL-DOCUMENTO PIC X(12).
       01 ETICHETTA-TOTALE-DOCUMENTO PIC X(19).
       01 DATA-ORA-SPOOL-CORRENTE PIC X(14).
       01 RIGHE-SPOOL-CORRENTI PIC 9(6).
       01 RIEPILOGO-IVA.
       01 REGISTRO-MENSILE.
           05 RIGA-REGISTRO-MENSILE OCCURS 10 TIMES INDEXED BY RM.
               10 ALIQUOTA-MESE PIC 9(2).
               10 IMPONIBILE-MESE PIC S9(9)V9(2).
               10 IMPOSTA-MESE PIC S9(9)V9(2).
       01 ALIQUOTE-MESE-COUNT PIC 9(2).
       01 ALIQUOTA-MESE-VISTA PIC X(1).
       01 TOTALE-IMPONIBILE-MESE PIC S9(9)V9(2).
       01 TOTALE-IMPOSTA-MESE PIC S9(9)V9(2).
      *LE NOTE DI CREDITO DEL MESE ENTRANO IN NEGATIVO: I TOTALI
      *SONO CON SEGNO E SI STAMPANO CON IL MENO
       01 NOTE-CREDITO-NEL-MESE PIC 9(4).
       01 IMPORTO-SEGNO-EDIT PIC -ZZZZZZZ9,99.

      *SUPPORTO AI LOTTI CON SCADENZA E AL PRELIEVO FEFO
       01 FS-LOTTI PIC X(2).
       01 LOTTO-MOV-CORRENTE PIC X(10) VALUE SPACES.
       01 SCADENZA-MOV-CORRENTE PIC 9(8) VALUE 0.
      *DEPOSITO DEL MOVIMENTO IN CORSO: COME IL LOTTO VALE PER UN
      *SOLO MOVIMENTO, POI TORNA AL CENTRALE
       01 DEPOSITO-MOV-CORRENTE PIC X(2) VALUE "01".
       01 LOTTO-CARICO PIC X(10).
       01 SCADENZA-CARICO PIC 9(8).
       01 QTA-FEFO-DA-PRELEVARE PIC 9(5).
       01 LOTTO-PRELEVATO PIC X(10).
       01 SCADENZA-PRELEVATA PIC 9(8).
       01 ORIZZONTE-SCADENZE PIC 9(3) VALUE 30.
       01 DATA-ORIZZONTE PIC 9(8).
       01 VALORE-LOTTO PIC S9(7)V9(2).
       01 VALORE-LOTTI-TOTALE PIC S9(9)V9(2).
       01 LOTTI-SEGNALATI PIC 9(4).

      *SUPPORTO ALLE RIGHE DI FATTURA A REGISTRO
       01 FS-RIGHEFATT PIC X(2).
       01 RIGHE-FATTURA-APERTE PIC X(1) VALUE "N".
       01 RIGA-FATTURA-CORRENTE PIC 9(2).

      *SUPPORTO AI RESI CLIENTE E ALLE NOTE DI CREDITO: LE RIGHE
      *DELLA FATTURA DI ORIGINE CON QUANTITA' FATTURATA E GIA' RESA,
      *E PER OGNI RIGA LA PARTE CHE RIENTRA BUONA (NEL LOTTO
      *ORIGINALE) E QUELLA DANNEGGIATA CHE VA IN QUARANTENA
       01 FS-NOTECRED PIC X(2).
       01 FATTURA-RESO PIC 9(5).
       01 CODICE-CLIENTE-RESO PIC 9(5).
       01 CLIENTE-RESO PIC X(40).
       01 DATA-FATTURA-RESO PIC 9(8).
       01 RIGHE-RESO PIC 9(2).
       01 RIGHE-RESO-TAB.
           05 RIGA-RESO OCCURS 50 TIMES INDEXED BY RR.
               10 NUMERO-RIGA-RESO PIC 9(2).
               10 ARTICOLO-RESO PIC 9(5).
               10 DESCRIZIONE-RESO PIC X(30).
               10 QTA-FATTURATA-RESO PIC 9(5).
               10 QTA-GIA-RESA PIC 9(5).
               10 PREZZO-RESO PIC S9(3)V9(2).
               10 ALIQUOTA-RESO PIC 9(2).
               10 LOTTO-RESO PIC X(10).
               10 SCADENZA-RESO PIC 9(8).
               10 QTA-BUONA-RESO PIC 9(5).
               10 QTA-DANNEGGIATA-RESO PIC 9(5).
               10 CAUSALE-RESO PIC 9(1).
       01 RIGA-RESO-SCELTA PIC 9(2).
       01 QTA-RENDIBILE PIC 9(5).
       01 QTA-BUONA-SCELTA PIC 9(5).
       01 QTA-DANNEGGIATA-SCELTA PIC 9(5).
       01 QTA-RESA-RIGA PIC 9(5).
       01 CAUSALE-SCELTA PIC 9(1).
       01 RISPOSTA-RESO PIC X(1).
       01 NUMERO-NOTA-CREDITO PIC 9(5).
       01 DATA-NOTA-CREDITO PIC 9(8).
       01 RIGHE-NOTA-CREDITO PIC 9(3).
       01 IMPORTO-IMPUTATO PIC 9(9)V9(2).
       01 CREDITO-DA-RIMBORSARE PIC 9(9)V9(2).
      *CAUSALI DI QUARANTENA DELLA MERCE RESA NON RIVENDIBILE: LA
      *DICITURA FINISCE NEL RIFERIMENTO DEL MOVIMENTO "Q"
       01 CAUSALI-QUARANTENA-VALORI.
           05 FILLER PIC X(11) VALUE "DANNEGGIATO".
           05 FILLER PIC X(11) VALUE "DIFETTOSO".
           05 FILLER PIC X(11) VALUE "SCADUTO".
           05 FILLER PIC X(11) VALUE "INCOMPLETO".
       01 CAUSALI-QUARANTENA REDEFINES CAUSALI-QUARANTENA-VALORI.
           05 NOME-CAUSALE-QUARANTENA PIC X(11) OCCURS 4 TIMES.

      *SUPPORTO ALLE FATTURE D'ACQUISTO: RIGHE DELLA FATTURA CON IL
      *CONFRONTO A TRE VIE (ORDINATO, RICEVUTO, PREZZO D'ORDINE) E
      *SCADENZIARIO DEI PAGAMENTI DAI TERMINI DEL FORNITORE
       01 FS-FATTFORN PIC X(2).
       01 FS-RIGHEFORN PIC X(2).
       01 FS-SCADFORN PIC X(2).
       01 SCELTA-FATTFORN PIC 9(1).
      *TOLLERANZE DEL CONFRONTO: SCARTO DI PREZZO IN PERCENTUALE
      *SUL PREZZO D'ORDINE E PEZZI IN PIU' AMMESSI SENZA SOSPENDERE
      *LA FATTURA
       01 TOLLERANZA-PREZZO-PCT PIC 9(2)V9(1) VALUE 2.
       01 TOLLERANZA-QTA PIC 9(3) VALUE 0.
       01 FORNITORE-FATTURA PIC 9(5).
       01 RAGIONE-SOCIALE-FATTURA PIC X(40).
       01 CONDIZIONI-FATTURA PIC X(30).
       01 NUMERO-DOC-FATTURA PIC X(15).
       01 DATA-DOC-FATTURA PIC 9(8).
       01 ORDINE-FATTURA PIC 9(5).
       01 PROTOCOLLO-FATTURA PIC 9(5).
       01 FATTURA-GIA-PRESENTE PIC X(1).
       01 STORICO-FATTFORN PIC X(1).
       01 RIGHE-FATTFORN PIC 9(2).
       01 RIGHE-DIFFORMI PIC 9(2).
       01 RIGHE-FATTFORN-TAB.
           05 RIGA-FATTFORN OCCURS 30 TIMES INDEXED BY FR FQ.
               10 RIGA-ORDINE-FF PIC 9(2).
               10 ARTICOLO-FF PIC 9(5).
               10 QTA-FF PIC 9(5).
               10 PREZZO-FF PIC S9(3)V9(2).
               10 ALIQUOTA-FF PIC 9(2).
               10 QTA-ORDINATA-FF PIC 9(5).
               10 QTA-RICEVUTA-FF PIC 9(5).
               10 QTA-GIA-FATTURATA-FF PIC 9(5).
               10 PREZZO-ORDINE-FF PIC S9(3)V9(2).
               10 ESITO-FF PIC X(2).
       01 RIGA-ORDINE-SCELTA PIC 9(2).
       01 QTA-FATTURATA-SCELTA PIC 9(5).
       01 PREZZO-FATTURATO-SCELTO PIC S9(3)V9(2).
       01 SCARTO-PREZZO PIC S9(5)V9(4).
       01 SCARTO-AMMESSO PIC 9(5)V9(4).
       01 ESITO-CONFRONTO PIC X(2).
       01 DESCRIZIONE-ESITO PIC X(30).
       01 RISPOSTA-FATTFORN PIC X(1).
       01 FATTURE-SOSPESE-VISTE PIC 9(3).
       01 RATE-SEGNATE-PAGATE PIC 9(2).
      *TERMINI DI PAGAMENTO LETTI DALLE CONDIZIONI DEL FORNITORE
      *(ES. "30 60 90 GG DF FM"): I NUMERI SONO I GIORNI DELLE RATE
      *DALLA DATA FATTURA, "FM" O "FINE MESE" PORTA OGNI SCADENZA A
      *FINE MESE; SENZA NUMERI E' RIMESSA DIRETTA ALLA DATA FATTURA
       01 RATE-PAGAMENTO PIC 9(1).
       01 GIORNI-RATE.
           05 GIORNI-RATA PIC 9(3) OCCURS 6 TIMES.
       01 NUMERO-IN-LETTURA PIC 9(3).
       01 CIFRE-IN-LETTURA PIC 9(1).
       01 CIFRA-CONDIZIONI PIC 9(1).
       01 POSIZIONE-CONDIZIONI PIC 9(2).
       01 CONTA-FINE-MESE PIC 9(2).
       01 RATA-CORRENTE PIC 9(1).
       01 IMPORTO-RATA PIC 9(9)V9(2).
       01 IMPORTO-RATE-ASSEGNATO PIC 9(9)V9(2).
       01 DATA-SCADENZA-RATA PIC 9(8).
       01 DATA-SCADENZA-RATA-R REDEFINES DATA-SCADENZA-RATA.
           05 ANNO-SCADENZA-RATA PIC 9(4).
           05 MESE-SCADENZA-RATA PIC 9(2).
           05 GIORNO-SCADENZA-RATA PIC 9(2).
       01 INIZIO-SETTIMANA PIC 9(8).
       01 FINE-SETTIMANA PIC 9(8).
       01 TOTALE-SETTIMANA PIC 9(9)V9(2).
       01 TOTALE-SCADUTO-FORNITORI PIC 9(9)V9(2).
       01 SCADENZE-ELENCATE PIC 9(4).

      *SUPPORTO ALLA LIQUIDAZIONE IVA: IVA A DEBITO DALLE VENDITE AL
      *NETTO DELLE NOTE DI CREDITO, IVA A CREDITO DAGLI ACQUISTI
      *APPROVATI, PER ALIQUOTA, PIU' IL CREDITO DEL PERIODO PRIMA
       01 FS-LIQIVA PIC X(2).
       01 PERIODICITA-LIQ PIC X(1).
       01 ANNO-LIQ PIC 9(4).
       01 TRIMESTRE-LIQ PIC 9(1).
       01 PRIMO-MESE-LIQ PIC 9(6).
       01 ULTIMO-MESE-LIQ PIC 9(6).
       01 MESE-VERIFICA-IVA PIC 9(6).
       01 PERIODO-IVA-LIQUIDATO PIC X(1).
       01 LIQUIDAZIONE-SUCCESSIVA PIC X(1).
       01 ULTIMO-MESE-PRECEDENTE PIC 9(6).
       01 CREDITO-PRECEDENTE PIC 9(9)V9(2).
       01 IVA-VENDITE-LIQ PIC S9(9)V9(2).
       01 IVA-NOTE-LIQ PIC 9(9)V9(2).
       01 IVA-ACQUISTI-LIQ PIC 9(9)V9(2).
       01 SALDO-LIQ PIC S9(9)V9(2).
       01 DOCUMENTI-LIQ PIC 9(5).
       01 ALIQUOTE-LIQ-COUNT PIC 9(2).
       01 ALIQUOTA-LIQ-VISTA PIC X(1).
       01 RIEPILOGO-LIQUIDAZIONE.
           05 RIGA-LIQUIDAZIONE OCCURS 10 TIMES INDEXED BY LQ.
               10 ALIQUOTA-LIQ PIC 9(2).
               10 IMPONIBILE-VENDITE-LIQ PIC S9(9)V9(2).
               10 IMPOSTA-VENDITE-LIQ PIC S9(9)V9(2).
               10 IMPONIBILE-ACQUISTI-LIQ PIC S9(9)V9(2).
               10 IMPOSTA-ACQUISTI-LIQ PIC S9(9)V9(2).
      *MOVIMENTO DA SOMMARE AL RIEPILOGO: LATO "V" = VENDITE (IN
      *NEGATIVO PER LE NOTE DI CREDITO), "A" = ACQUISTI
       01 LATO-DA-SOMMARE PIC X(1).
       01 ALIQUOTA-DA-SOMMARE PIC 9(2).
       01 IMPONIBILE-DA-SOMMARE PIC S9(9)V9(2).
       01 IMPOSTA-DA-SOMMARE PIC S9(9)V9(2).
       01 RISPOSTA-LIQ PIC X(1).

      *SUPPORTO ALLA FATTURA ELETTRONICA: DATI DELLA DITTA, SEDE DEL
      *CLIENTE RICAVATA DALL'INDIRIZZO (VIA, CAP DI CINQUE CIFRE,
      *COMUNE E SIGLA DELLA PROVINCIA IN CODA), STATO DELL'ULTIMO
      *INVIO E CAMPI DI LAVORO PER COMPORRE LE RIGHE XML
       01 FS-DITTA PIC X(2).
       01 FS-XML PIC X(2).
       01 FS-SDILOG PIC X(2).
       01 SCELTA-SDI PIC 9(1).
       01 NOME-FILE-XML PIC X(40).
       01 DITTA-PRESENTE PIC X(1).
       01 CLIENTI-APERTI-SDI PIC X(1).
       01 FATTURA-SDI-DA PIC 9(5).
       01 FATTURA-SDI-A PIC 9(5).
       01 PROGRESSIVO-INVIO PIC 9(5).
       01 FATTURE-ESPORTATE PIC 9(5).
       01 FATTURE-NON-VALIDE PIC 9(5).
       01 FATTURE-ELENCATE-SDI PIC 9(5).
       01 FATTURA-SDI-VALIDA PIC X(1).
       01 ULTIMO-STATO-SDI PIC X(1).
       01 ULTIMO-TENTATIVO-SDI PIC 9(2).
       01 ULTIMO-ERRORE-SDI PIC X(10).
       01 ULTIMO-FILE-SDI PIC X(40).
       01 ESITO-SDI PIC X(1).
       01 ERRORE-SDI PIC X(10).
       01 MOTIVO-SDI PIC X(40).
       01 VIA-CLI-SDI PIC X(40).
       01 CAP-CLI-SDI PIC X(5).
       01 COMUNE-CLI-SDI PIC X(30).
       01 PROVINCIA-CLI-SDI PIC X(2).
       01 POS-CAP PIC 9(2).
       01 POS-FINE-INDIRIZZO PIC 9(2).
       01 POS-SCAN PIC 9(2).
       01 RIGHE-XML-FATTURA PIC 9(3).
       01 FATTURA-SDI-CERCATA PIC 9(5).
       01 ALIQUOTA-SDI-IDX PIC 9(1).
       01 POS-CARATTERE-XML PIC 9(3).
       01 NUMERO-XML PIC 9(5).
       01 NUMERO-XML-EDIT PIC ZZZZ9.
       01 TAG-XML PIC X(30).
       01 VALORE-XML PIC X(100).
       01 VALORE-XML-ESCAPE PIC X(200).
       01 LUNGHEZZA-VALORE-XML PIC 9(3).
       01 PUNTATORE-XML PIC 9(3).
       01 CARATTERE-XML PIC X(1).
       01 IMPORTO-XML PIC S9(9)V9(2).
       01 IMPORTO-XML-EDIT PIC ZZZZZZZZ9,99.
       01 SPAZI-XML PIC 9(2).
       01 DATA-XML PIC 9(8).
       01 DATA-XML-TESTO PIC X(10).

      *PREVISIONE DI CASSA A 13 SETTIMANE: ENTRATE DALLE PARTITE
      *APERTE DEI CLIENTI, USCITE DALLO SCADENZIARIO FORNITORI E DAGLI
      *ORDINI D'ACQUISTO APERTI, CHE SI PRESUMONO FATTURATI
      *GIORNI-CONSEGNA-PREVISTI DOPO L'ORDINE E PAGATI SECONDO LE
      *CONDIZIONI DEL FORNITORE
       01 GIORNI-CONSEGNA-PREVISTI PIC 9(3) VALUE 15.
       01 INIZIO-PREVISIONE PIC 9(8).
       01 FINE-PREVISIONE PIC 9(8).
       01 SALDO-INIZIALE-CASSA PIC 9(9)V9(2).
       01 SALDO-INIZIALE-NEGATIVO PIC X(1).
       01 SALDO-CASSA PIC S9(9)V9(2).
       01 NETTO-SETTIMANA PIC S9(9)V9(2).
       01 DATA-MOVIMENTO-CASSA PIC 9(8).
       01 IMPORTO-MOVIMENTO-CASSA PIC 9(9)V9(2).
      *TIPO "E" = ENTRATA DA CLIENTE, "F" = RATA FORNITORE,
      *"O" = ORDINE D'ACQUISTO APERTO
       01 TIPO-MOVIMENTO-CASSA PIC X(1).
       01 SETTIMANA-CASSA PIC 9(2).
       01 SETTIMANE-NEGATIVE PIC 9(2).
       01 VALORE-ORDINE-APERTO PIC 9(9)V9(2).
       01 QTA-ORDINE-APERTA PIC 9(5).
       01 FORNITORE-CONDIZIONI PIC 9(5).
       01 PREVISIONE-SETTIMANE.
           05 SETTIMANA-PREVISIONE OCCURS 13 TIMES.
               10 INIZIO-SETTIMANA-CASSA PIC 9(8).
               10 ENTRATE-CASSA PIC 9(9)V9(2).
               10 USCITE-SCADENZE-CASSA PIC 9(9)V9(2).
               10 USCITE-ORDINI-CASSA PIC 9(9)V9(2).
       01 ENTRATE-CASSA-EDIT PIC ZZZZZZZZ9,99.
       01 USCITE-SCADENZE-EDIT PIC ZZZZZZZZ9,99.
       01 USCITE-ORDINI-EDIT PIC ZZZZZZZZ9,99.
       01 NETTO-SETTIMANA-EDIT PIC -ZZZZZZZZ9,99.
       01 SALDO-CASSA-EDIT PIC -ZZZZZZZZ9,99.

      *SUPPORTO ALLE CONDIZIONI DI PREZZO: RICERCA DELLA MIGLIORE PER
      *CLIENTE, ARTICOLO, QUANTITA' E DATA, MANUTENZIONE E ELENCO
      *DELLE CONDIZIONI IN SCADENZA
       01 FS-CONDCLI PIC X(2).
       01 SCELTA-CONDIZIONI PIC 9(1).
       01 CLIENTE-CONDIZIONE PIC 9(5).
       01 ARTICOLO-CONDIZIONE PIC 9(5).
       01 QTA-CONDIZIONE PIC 9(5).
       01 DATA-CONDIZIONE PIC 9(8).
       01 LISTINO-CONDIZIONE PIC S9(3)V9(2).
       01 PREZZO-CANDIDATO PIC S9(3)V9(2).
       01 PREZZO-APPLICATO PIC S9(3)V9(2).
       01 CONDIZIONE-APPLICATA PIC X(6).
       01 DESCRIZIONE-APPLICATA PIC X(30).
       01 CLIENTE-PASSATA PIC 9(5).
       01 PROSSIMO-NUMERO-COND PIC 9(5).
       01 NUMERO-COND-CERCATO PIC 9(5).
       01 CONDIZIONE-TROVATA PIC X(1).
       01 CONDIZIONI-ELENCATE PIC 9(5).
       01 OGGI-CONDIZIONI PIC 9(8).
       01 LIMITE-SCADENZA-COND PIC 9(8).
       01 GIORNI-AVVISO-CONDIZIONI PIC 9(3) VALUE 30.
       01 SCONTO-EDIT PIC Z9,99.
       01 AREA-SCAMBIO-COND PIC X(81).

      *PREVENTIVO IN LAVORAZIONE (NUOVO O DA CONVERTIRE) E SITUAZIONE
      *DEI PREVENTIVI CON IL TASSO DI CONVERSIONE PER CLIENTE
       01 FS-PREVENT PIC X(2).
       01 SCELTA-PREVENTIVI PIC 9(1).
       01 GIORNI-VALIDITA-PREVENTIVO PIC 9(3) VALUE 30.
       01 PREVENTIVO-DATI.
           05 CLIENTE-PREVENTIVO PIC 9(5).
           05 NOME-CLIENTE-PREVENTIVO PIC X(40).
           05 NUMERO-PREVENTIVO PIC 9(5).
           05 DATA-PREVENTIVO PIC 9(8).
           05 VALIDITA-PREVENTIVO PIC 9(8).
           05 STATO-PREVENTIVO PIC X(1).
           05 CONVERSIONE-PREVENTIVO PIC 9(8).
           05 RIGHE-PREVENTIVO PIC 9(2).
           05 RIGA-PREVENTIVO OCCURS 20 TIMES INDEXED BY RP.
               10 ARTICOLO-PREV PIC 9(5).
               10 DESCRIZIONE-PREV PIC X(30).
               10 QTA-PREV PIC 9(5).
               10 PREZZO-PREV PIC S9(3)V9(2).
               10 ALIQUOTA-PREV PIC 9(2).
               10 CONDIZIONE-PREV PIC X(6).
       01 PREZZO-PREVENTIVO-INPUT PIC S9(3)V9(2).
       01 OGGI-PREVENTIVI PIC 9(8).
       01 RIPREZZA-PREVENTIVO PIC X(1).
       01 VALORE-PREVENTIVO PIC 9(9)V9(2).
       01 PREVENTIVI-ELENCATI PIC 9(5).
       01 CLIENTI-STAT-COUNT PIC 9(3).
       01 STATISTICA-PREVENTIVI.
           05 STAT-CLIENTE OCCURS 100 TIMES INDEXED BY SP.
               10 CODICE-STAT PIC 9(5).
               10 NOME-STAT PIC X(40).
               10 EMESSI-STAT PIC 9(5).
               10 CONVERTITI-STAT PIC 9(5).
               10 SCADUTI-STAT PIC 9(5).
               10 APERTI-STAT PIC 9(5).
       01 CLIENTE-STAT-VISTO PIC X(1).
       01 TASSO-CONVERSIONE PIC 9(3)V9(1).
       01 TASSO-CONVERSIONE-EDIT PIC ZZ9,9.

      *KIT: DISTINTA BASE IN LAVORAZIONE, ASSEMBLAGGIO E
      *DISASSEMBLAGGIO COSTATI DAGLI STRATI, PEZZI ASSEMBLABILI
       01 FS-DISTINTA PIC X(2).
       01 SCELTA-KIT PIC 9(1).
       01 KIT-CORRENTE PIC 9(5).
       01 DESCRIZIONE-KIT PIC X(30).
       01 QTA-KIT PIC 9(5).
       01 COMPONENTE-INPUT PIC 9(5).
       01 QTA-COMPONENTE-INPUT PIC 9(3).
       01 DISTINTA-KIT.
           05 COMPONENTI-COUNT PIC 9(2).
           05 COMPONENTE-KIT OCCURS 20 TIMES INDEXED BY CK.
               10 ARTICOLO-COMP PIC 9(5).
               10 QTA-COMP PIC 9(3).
               10 FABBISOGNO-COMP PIC 9(7).
               10 COSTO-COMP PIC S9(7)V9(2).
       01 COMPONENTI-MANCANTI PIC 9(2).
       01 COSTO-TOTALE-KIT PIC S9(7)V9(2).
       01 BASE-RIPARTIZIONE-KIT PIC S9(7)V9(2).
       01 QTA-DA-COSTARE PIC 9(7).
       01 QTA-DA-STRATO PIC 9(5).
       01 COSTO-PRELIEVO PIC S9(7)V9(2).
       01 RIFERIMENTO-KIT PIC X(20).
       01 KIT-ASSEMBLABILI PIC 9(7).
       01 ASSEMBLABILI-COMP PIC 9(7).
       01 COMPONENTE-LIMITANTE PIC 9(5).
       01 KIT-ELENCATI PIC 9(5).
       01 PEZZI-COMPONENTI-KIT PIC 9(7).
       01 DESCRIZIONE-LIMITANTE PIC X(30).
       01 GIACENZA-LIMITANTE PIC 9(4).
       01 PREZZO-EDIT-KIT PIC ZZZZ9,99.

      *DEPOSITI, GIACENZE PER DEPOSITO E TRASFERIMENTI
       01 FS-DEPOSITI PIC X(2).
       01 FS-GIADEP PIC X(2).
       01 FS-TRASFER PIC X(2).
       01 DEPOSITO-PRINCIPALE PIC X(2) VALUE "01".
       01 DEPOSITO-IN-VIAGGIO PIC X(2) VALUE "TR".
       01 SCELTA-DEPOSITI PIC 9(1).
       01 DEPOSITO-SCELTO PIC X(2).
       01 DESCRIZIONE-DEPOSITO PIC X(30).
       01 DEPOSITO-VALIDO PIC X(1).
       01 DEPOSITO-RICHIESTO PIC X(2).
       01 GIACENZA-DEPOSITO PIC S9(7).
       01 GIACENZA-ALTRI-DEPOSITI PIC S9(7).
       01 DEPOSITO-DA-AGGIORNARE PIC X(2).
       01 VARIAZIONE-DEPOSITO PIC S9(5).
       01 DEPOSITO-RICEVIMENTO PIC X(2) VALUE "01".
       01 DEPOSITO-SCORTA PIC X(2).
       01 GIACENZA-CONFRONTO PIC S9(7).
       01 TRASFERIMENTO-DATI.
           05 NUMERO-TRASFERIMENTO PIC 9(5).
           05 DATA-TRASFERIMENTO PIC 9(8).
           05 ORIGINE-TRASFERIMENTO PIC X(2).
           05 DESTINO-TRASFERIMENTO PIC X(2).
           05 STATO-TRASFERIMENTO PIC X(1).
           05 RIGHE-TRASFERIMENTO PIC 9(2).
           05 RIGA-TRASFERIMENTO OCCURS 20 TIMES INDEXED BY RT.
               10 ARTICOLO-TRASF PIC 9(5).
               10 DESCRIZIONE-TRASF PIC X(30).
               10 QTA-TRASF PIC 9(5).
               10 LOTTO-TRASF PIC X(10).
               10 SCADENZA-TRASF PIC 9(8).
       01 LOTTO-TRASF-INPUT PIC X(10).
       01 LOTTO-TROVATO PIC X(1).
       01 RISPOSTA-TRASFERIMENTO PIC X(1).
       01 TRASFERIMENTI-ELENCATI PIC 9(5).
      *TOTALI PER DEPOSITO DI VALORIZZAZIONE E CHIUSURA MENSILE: IL
      *VALORE DELL'ARTICOLO SI RIPARTISCE SUI DEPOSITI IN
      *PROPORZIONE ALLA QUANTITA'
       01 TOTALI-DEPOSITI.
           05 DEPOSITI-COUNT PIC 9(2).
           05 TOT-DEPOSITO OCCURS 20 TIMES INDEXED BY TD.
               10 CODICE-TOT-DEP PIC X(2).
               10 DESCRIZIONE-TOT-DEP PIC X(30).
               10 QTA-TOT-DEP PIC S9(9).
               10 VALORE-TOT-DEP PIC S9(11)V9(2).
       01 VALORE-DA-RIPARTIRE PIC S9(11)V9(2).
       01 QTA-RIPARTITA PIC S9(7).
       01 VALORE-RIPARTITO PIC S9(11)V9(2).
       01 VALORE-QUOTA-DEPOSITO PIC S9(11)V9(2).
       01 DEPOSITO-IN-TABELLA PIC X(1).
       01 QTA-DEPOSITO-EDIT PIC -ZZZZZZZZ9.
       01 POSIZIONE-RIGA-DEPOSITO PIC 9(3).

      *SUPPORTO AGLI AGENTI E AL CALCOLO DELLE PROVVIGIONI
       01 FS-AGENTI PIC X(2).
       01 FS-INCASSI PIC X(2).
       01 FS-PROVVIG PIC X(2).
       01 SCELTA-AGENTI PIC 9(1).
       01 AGENTE-SCELTO PIC 9(3).
       01 GRUPPO-AGENTE-SCELTO PIC 9(1).
       01 AGENTE-TROVATO PIC X(1).
       01 MESE-PROVVIGIONI PIC 9(6).
       01 DATA-INCASSO-CORRENTE PIC 9(8).
       01 PROGRESSIVO-INCASSO PIC 9(3).
       01 FATTURA-PROVVIGIONE PIC 9(5).
       01 CLIENTE-PROVVIGIONE PIC 9(5).
       01 AGENTE-PROVVIGIONE PIC 9(3).
       01 IMPONIBILE-FATT-PROVV PIC 9(7)V9(2).
       01 TOTALE-FATT-PROVV PIC 9(9)V9(2).
       01 PROVVIGIONE-FATTURA PIC S9(7)V9(4).
       01 IMPORTO-DA-PROVVIGIONARE PIC S9(9)V9(2).
       01 PERC-PROVVIGIONE PIC 9(2)V9(2).
       01 VALORE-RIGA-PROVV PIC S9(7)V9(2).
       01 RIGHE-PROVVIGIONE PIC 9(4).
       01 STORNI-PROVVIGIONE PIC 9(4).
       01 GIA-PROVVIGIONATI PIC 9(4).
       01 PROVVIGIONE-TROVATA PIC X(1).
       01 GRUPPO-PROVV-TROVATO PIC X(1).
       01 CLIENTI-PROVV-APERTI PIC X(1).
       01 RIGHE-PROVV-APERTE PIC X(1).

      *SUPPORTO ALLA TRACCIABILITA' E AL RICHIAMO DEI LOTTI
       01 SCELTA-RICHIAMO PIC 9(1).
       01 LOTTO-RICHIAMO PIC X(10).
       01 SCADENZA-RICHIAMO PIC 9(8).
       01 QTA-RESIDUA-RICHIAMO PIC 9(5).
       01 LOTTO-RICHIAMO-TROVATO PIC X(1).
       01 LOTTO-GIA-BLOCCATO PIC X(1).
       01 QTA-CARICATA-RICHIAMO PIC 9(7).
       01 QTA-USCITA-RICHIAMO PIC 9(7).
       01 MOVIMENTI-RICHIAMO PIC 9(5).
       01 ORDINE-ACQ-RICHIAMO PIC X(5).
       01 ORDINE-ACQ-RICHIAMO-N REDEFINES ORDINE-ACQ-RICHIAMO
           PIC 9(5).
       01 NOME-FORNITORE-RICHIAMO PIC X(40).
       01 RISPOSTA-RICHIAMO PIC X(1).
       01 LETTERE-RICHIAMO PIC 9(3).
       01 RIGHE-LETTERA-RICHIAMO PIC 9(3).
       01 INDIRIZZO-LETTERA PIC X(40).
       01 QTA-LETTERA-RICHIAMO PIC 9(7).
       01 BLOCCO-DA-IMPOSTARE PIC X(1).
       01 LOTTI-BLOCCO-AGGIORNATI PIC 9(3).
      *CAUSALE DEL MOVIMENTO DECODIFICATA DALLA TABELLA "TIPOMOV"
       01 CAUSALE-RICHIAMO PIC X(15).

      *AREA PARAMETRI DEL SERVIZIO TABELLE DEI CODICI
       01 CODESRV-AREA.
           05 CODESRV-FUNZIONE PIC X(1).
           05 CODESRV-TABELLA PIC X(8).
           05 CODESRV-CODICE PIC X(10).
           05 CODESRV-DESCRIZIONE PIC X(40).
           05 CODESRV-DATA PIC 9(8).
           05 CODESRV-ESITO PIC X(1).

      *SUPPORTO ALLA PAGELLA DEI FORNITORI
       01 FS-SCOREFOR PIC X(2).
       01 SCORE-DAL PIC 9(8).
       01 SCORE-AL PIC 9(8).
       01 GIORNI-CONSEGNA-ATTESI PIC 9(3).
       01 PUNTEGGIO-MINIMO PIC 9(3) VALUE 80.
       01 RIGHE-MINIME-SCORE PIC 9(3) VALUE 3.
       01 DATA-PREVISTA-ARRIVO PIC 9(8).
       01 QTA-EVASA-SCORE PIC 9(5).
       01 PREZZO-QUOTATO-SCORE PIC S9(3)V9(2).
       01 QUOTAZIONE-SCORE-TROVATA PIC X(1).
       01 ARRIVO-TROVATO PIC X(1).
       01 FORNITORE-IN-SCHEDA PIC X(1).
       01 ORDINE-ARRIVO-X PIC X(5).
       01 ORDINE-ARRIVO-N REDEFINES ORDINE-ARRIVO-X PIC 9(5).
       01 ARRIVI-SCARTATI PIC 9(5).
       01 SCHEDA-DISPONIBILE PIC X(1).
       01 LISTINO-SCORE-APERTO PIC X(1).
       01 FATTFORN-SCORE-APERTO PIC X(1).
       01 SCOSTAMENTO-FATT-EDIT PIC -ZZ9,9.
       01 POSIZIONE-CLASSIFICA PIC 9(2).
       01 MIGLIOR-PUNTEGGIO PIC S9(3).
       01 PERC-SCORE-EDIT PIC ZZ9,9.
       01 SCOSTAMENTO-EDIT PIC -ZZ9,9.
      *ULTIMO ARRIVO PER RIGA DI ORDINE (DAI CARICHI DEL GIORNALE)
       01 ARRIVI-ORDINI.
           05 ARRIVI-COUNT PIC 9(3).
           05 ARRIVO-ORDINE OCCURS 500 TIMES INDEXED BY AO.
               10 ORDINE-ARRIVO PIC 9(5).
               10 ARTICOLO-ARRIVO PIC 9(5).
               10 DATA-ULTIMO-ARRIVO PIC 9(8).
      *ACCUMULI PER FORNITORE
       01 SCHEDE-FORNITORI.
           05 SCHEDE-COUNT PIC 9(2).
           05 SCHEDA-FORNITORE OCCURS 50 TIMES INDEXED BY SF SM.
               10 FORNITORE-SCHEDA PIC 9(5).
               10 RIGHE-SCHEDA PIC 9(5).
               10 RIGHE-ARRIVATE-SCHEDA PIC 9(5).
               10 GIORNI-TOTALI-SCHEDA PIC 9(7).
               10 RIGHE-VALUTATE-SCHEDA PIC 9(5).
               10 RIGHE-PUNTUALI-SCHEDA PIC 9(5).
               10 QTA-ORDINATA-SCHEDA PIC 9(7).
               10 QTA-EVASA-SCHEDA PIC 9(7).
               10 VALORE-QUOTATO-SCHEDA PIC S9(9)V9(2).
               10 VALORE-PAGATO-SCHEDA PIC S9(9)V9(2).
               10 VALORE-QUOTATO-FATT-SCHEDA PIC S9(9)V9(2).
               10 VALORE-FATTURATO-SCHEDA PIC S9(9)V9(2).
               10 SCOSTAMENTO-RIC-SCHEDA PIC S9(3)V9(1).
               10 SCOSTAMENTO-FATT-SCHEDA PIC S9(3)V9(1).
               10 GIORNI-MEDI-SCHEDA PIC 9(3)V9(1).
               10 PUNTUALI-SCHEDA PIC 9(3)V9(1).
               10 EVASIONE-SCHEDA PIC 9(3)V9(1).
               10 SCOSTAMENTO-SCHEDA PIC S9(3)V9(1).
               10 PUNTEGGIO-SCHEDA PIC S9(3).
               10 CLASSIFICATO-SCHEDA PIC X(1).

      *SUPPORTO ALL'IMPORT DELL'ESTRATTO CONTO BANCARIO
       01 FS-ESTRATTO-BANCA PIC X(2).
       01 FS-MOVBANCA PIC X(2).
       01 SCELTA-BANCA PIC 9(1).
      *MOVIMENTO LETTO DALL'ESTRATTO (SEGNO "C" ACCREDITO, "D"
      *ADDEBITO); SUL CBI IL RECORD 62 RESTA IN ATTESA DEL SUO 63
       01 DATA-BANCA PIC 9(8).
       01 DATA-BANCA-X REDEFINES DATA-BANCA PIC X(8).
       01 SEGNO-BANCA PIC X(1).
       01 IMPORTO-BANCA PIC 9(9)V9(2).
       01 DESCRIZIONE-BANCA PIC X(80).
       01 MOVIMENTO-BANCA-PRONTO PIC X(1).
       01 CAMPO-DATA-BANCA PIC X(10).
       01 TESTO-IMPORTO-BANCA PIC X(20).
       01 IMPORTO-CBI-X PIC X(15).
       01 IMPORTO-CBI-N REDEFINES IMPORTO-CBI-X PIC 9(13)V9(2).
       01 CIFRA-BANCA-X PIC X(1).
       01 CIFRA-BANCA-N REDEFINES CIFRA-BANCA-X PIC 9(1).
       01 VALORE-CIFRE-BANCA PIC 9(13).
       01 DECIMALI-BANCA PIC 9(1).
       01 VIRGOLA-BANCA PIC X(1).
       01 POSIZIONE-BANCA PIC 9(3).
       01 CIFRE-IMPORTO-BANCA PIC 9(2).
      *ABBINAMENTO DEL MOVIMENTO ALLE PARTITE APERTE
       01 DESCRIZIONE-MAIUSCOLA PIC X(80).
       01 NUMERO-DESCRIZIONE PIC 9(5).
       01 CIFRE-DESCRIZIONE PIC 9(3).
       01 ESITO-ABBINAMENTO PIC X(1).
       01 FATTURA-ABBINATA PIC 9(5).
       01 CLIENTE-ABBINATO PIC 9(5).
       01 MOTIVO-ABBINAMENTO PIC X(30).
       01 SALDO-CLIENTE-BANCA PIC X(1).
       01 CLIENTI-ABBINATI PIC 9(3).
       01 CLIENTE-DESCRIZIONE PIC 9(5).
       01 LUNGHEZZA-NOME-CLIENTE PIC 9(2).
       01 OCCORRENZE-NOME-CLIENTE PIC 9(3).
       01 IMPORTI-UGUALI PIC 9(3).
       01 FATTURA-IMPORTO-UGUALE PIC 9(5).
       01 FATTURE-CLIENTE-APERTE PIC 9(3).
       01 FATTURE-CLIENTE-UGUALI PIC 9(3).
       01 FATTURA-CLIENTE-UGUALE PIC 9(5).
       01 FATTURA-PIU-VECCHIA PIC 9(5).
       01 SCADENZA-PIU-VECCHIA PIC 9(8).
       01 RESIDUO-CLIENTE-BANCA PIC S9(11)V9(2).
       01 APPLICATO-BANCA PIC 9(9)V9(2).
      *QUADRATURA DELL'ESTRATTO CONTRO IL RISULTATO DELL'IMPORT
       01 RIGHE-ESTRATTO-BANCA PIC 9(5).
       01 ACCREDITI-BANCA PIC 9(5).
       01 TOTALE-ACCREDITI-BANCA PIC 9(11)V9(2).
       01 ADDEBITI-BANCA PIC 9(5).
       01 TOTALE-ADDEBITI-BANCA PIC 9(11)V9(2).
       01 APPLICATI-BANCA PIC 9(5).
       01 TOTALE-APPLICATO-BANCA PIC 9(11)V9(2).
       01 VERIFICARE-BANCA PIC 9(5).
       01 TOTALE-VERIFICARE-BANCA PIC 9(11)V9(2).
       01 SOSPESI-BANCA PIC 9(5).
       01 TOTALE-SOSPESI-BANCA PIC 9(11)V9(2).
       01 GIA-IMPORTATI-BANCA PIC 9(5).
       01 TOTALE-GIA-IMPORTATI-BANCA PIC 9(11)V9(2).
       01 SCARTATE-BANCA PIC 9(5).
      *ACCREDITI GIA' LETTI IN QUESTO ESTRATTO, PER NUMERARE QUELLI
      *IDENTICI
       01 ACCREDITI-VISTI.
           05 ACCREDITO-VISTO OCCURS 999 TIMES INDEXED BY AV.
               10 DATA-VISTO PIC 9(8).
               10 IMPORTO-VISTO PIC 9(9)V9(2).
               10 DESCRIZIONE-VISTO PIC X(80).
               10 VOLTE-VISTO PIC 9(3).
       01 ACCREDITI-VISTI-COUNT PIC 9(3).
       01 ACCREDITI-VISTI-MAX PIC 9(3) VALUE 999.
       01 OCCORRENZA-BANCA PIC 9(3).
       01 DIFFERENZA-BANCA PIC S9(11)V9(2).
       01 TESTO-ESITO-BANCA PIC X(13).
       01 ETICHETTA-TOTALE-BANCA PIC X(28).
       01 CONTEGGIO-TOTALE-BANCA PIC 9(5).
       01 IMPORTO-TOTALE-BANCA PIC 9(11)V9(2).
       01 TOTALE-BANCA-EDIT PIC ZZZZZZZZZZ9,99.
       01 DIFFERENZA-BANCA-EDIT PIC -ZZZZZZZZZZ9,99.
      *REVISIONE DEGLI ABBINAMENTI INCERTI
       01 INCLUDI-SOSPESI-BANCA PIC X(1).
       01 SCELTA-REVISIONE-BANCA PIC X(1).
       01 FATTURA-REVISIONE-BANCA PIC 9(5).
       01 REVISIONATI-BANCA PIC 9(5).
      *DOCUMENTI DI VENDITA CHE HANNO PORTATO IL LOTTO AI CLIENTI
       01 DOCUMENTI-RICHIAMO.
           05 DOC-RICHIAMO-COUNT PIC 9(3).
           05 DOC-RICHIAMO OCCURS 100 TIMES INDEXED BY DR DL.
               10 TIPO-DOC-RICHIAMO PIC X(3).
               10 NUMERO-DOC-RICHIAMO PIC 9(5).
               10 DATA-DOC-RICHIAMO PIC 9(8).
               10 CLIENTE-DOC-RICHIAMO PIC 9(5).
               10 NOME-DOC-RICHIAMO PIC X(40).
               10 QTA-DOC-RICHIAMO PIC 9(5).
               10 LETTERA-DOC-RICHIAMO PIC X(1).
       01 TOTALE-BASE-AGENTE PIC S9(9)V9(2).
       01 TOTALE-PROVV-AGENTE PIC S9(7)V9(2).
       01 RIGHE-ESTRATTO-AGENTE PIC 9(4).
       01 ESTRATTI-STAMPATI PIC 9(3).
       01 PERC-EDIT PIC Z9,99.
       01 PROVVIGIONE-EDIT PIC -ZZZZZZ9,99.

      *SUPPORTO AL CAMBIO DI UBICAZIONE TRACCIATO A GIORNALE
       01 UBICAZIONE-NUOVA PIC X(9).

       01 FS-ARTIOLD PIC X(2).
       01 ARTICOLI-CONVERTITI PIC 9(3).

      *CONVERSIONE UNA-TANTUM DEI MOVIMENTI BANCARI GIA' IMPORTATI
       01 FS-MOVBOLD PIC X(2).
       01 MOVBANCA-CONVERTITI PIC 9(5).

      *CONVERSIONE UNA-TANTUM DI CLIENTI, LOTTI E REGISTRO DDT
       01 FS-CLIOLD PIC X(2).
       01 FS-LOTTOLD PIC X(2).
       01 FS-DDTOLD PIC X(2).
       01 ARCHIVI-CONVERTITI PIC 9(5).

      *PARAMETRO DI PASSO LASCIATO DAL MENU PRINCIPALE: LO SCRIPT
      *NOTTURNO PUO' INDICARE QUI QUALE SCELTA DI MENU ESEGUIRE
       01 FS-PARAMETRO-PASSO PIC X(2).
       01 PARAMETRO-PASSO-LETTO PIC X(40).
       01 SCELTA-DA-PARAMETRO PIC 9(2).

      *DOPPIONI NELL'ANAGRAFICA CLIENTI: LO STESSO CLIENTE INSERITO
      *DUE VOLTE CON LA RAGIONE SOCIALE SCRITTA IN MODO DIVERSO
       01 SCELTA-DOPPIONI-CLI PIC 9(1).
       01 CLIENTI-CONFRONTO.
           05 CLIENTE-CONFRONTO OCCURS 1000 TIMES INDEXED BY DQ DW.
               10 CODICE-CONFRONTO PIC 9(5).
               10 RAGIONE-CONFRONTO PIC X(40).
               10 PARTITA-IVA-CONFRONTO PIC X(11).
               10 CHIAVE-CONFRONTO PIC X(40).
               10 FONETICA-CONFRONTO PIC X(8).
       01 CLIENTI-CONFRONTO-CARICATI PIC 9(4).
       01 CLIENTI-CONFRONTO-MAX PIC 9(4) VALUE 1000.
       01 CLIENTI-NON-CONFRONTATI PIC 9(5).
       01 SOGLIA-DOPPIONE-CLI PIC 9(3) VALUE 85.
       01 SOGLIA-FONETICA-CLI PIC 9(3) VALUE 70.
       01 MOTIVO-DOPPIONE-CLI PIC X(16).
       01 DOPPIONI-CLI-SEGNALATI PIC 9(5).
       01 PUNTEGGIO-DOPPIONE-EDIT PIC ZZ9.
      *FUSIONE: IL DOPPIONE SI TIENE DA PARTE MENTRE SI AGGIORNA IL
      *CLIENTE CHE RESTA
       01 FS-FUSIONI PIC X(2).
       01 FS-SESSIONE PIC X(2).
       01 CODICE-CLI-SUPERSTITE PIC 9(5).
       01 CODICE-CLI-DOPPIONE PIC 9(5).
       01 CLIENTE-DOPPIONE PIC X(120).
       01 CLIENTE-DOPPIONE-R REDEFINES CLIENTE-DOPPIONE.
           05 CODICE-CLI-DOPPIONE-R PIC 9(5).
           05 RAGIONE-SOCIALE-DOPPIONE PIC X(40).
           05 FILLER PIC X(40).
           05 PARTITA-IVA-DOPPIONE PIC X(11).
           05 FILLER PIC X(12).
           05 ESPOSIZIONE-DOPPIONE PIC 9(7)V9(2).
           05 AGENTE-DOPPIONE PIC 9(3).
       01 CONFERMA-FUSIONE-CLI PIC X(1).
       01 DOCUMENTI-SPOSTATI-CLI PIC 9(5).
       01 CONDIZIONI-NON-SPOSTATE PIC 9(3).
       01 CONDIZIONI-DA-SPOSTARE-CNT PIC 9(3).
       01 CONDIZIONI-DA-SPOSTARE.
           05 CONDIZIONE-DA-SPOSTARE OCCURS 200 TIMES
                   INDEXED BY DV.
               10 ARTICOLO-DA-SPOSTARE PIC 9(5).
               10 NUMERO-DA-SPOSTARE PIC 9(5).

      *AREA PARAMETRI DEL SERVIZIO DI CONFRONTO DEI NOMI
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

      *AREA PARAMETRI DEL SERVIZIO PONTE CLIENTI VERSO IL GESTIONALE
       01 CLIXSRV-AREA.
           05 CLIXSRV-FUNZIONE PIC X(1).
           05 CLIXSRV-CODICE PIC 9(5).
           05 CLIXSRV-RAGIONE-SOCIALE PIC X(40).
           05 CLIXSRV-CUST-ID PIC 9(12).
           05 CLIXSRV-TIPO PIC X(1).
           05 CLIXSRV-LOTTO PIC 9(6).
           05 CLIXSRV-ESITO PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                       "22 SCADENZE LOTTI "
                       "23 ANALISI ABC VENDITE "
                       "24 AGING MAGAZZINO "
                       "25 CHIUSURA MENSILE "
                       "26 RESO CLIENTE / NOTA DI CREDITO "
                       "27 FATTURE FORNITORI "
                       "28 LIQUIDAZIONE IVA "
                       "29 FATTURA ELETTRONICA "
                       "30 PREVISIONE DI CASSA "
                       "31 CONDIZIONI CLIENTI "
                       "32 PREVENTIVI "
                       "33 KIT E DISTINTE BASE "
                       "34 DEPOSITI E TRASFERIMENTI "
                       "35 AGENTI E PROVVIGIONI "
                       "36 RICHIAMO LOTTI "
                       "37 PAGELLA FORNITORI "
                       "38 INCASSI DA BANCA "
                       "39 DOPPIONI CLIENTI "
                       "40 CONVERSIONE ARCHIVI  9 FINE"
               ACCEPT SCELTA-MAGAZZINO
               PERFORM ESEGUI-SCELTA-MAGAZZINO
           END-PERFORM.
                   PERFORM AGING-MAGAZZINO
               WHEN 25
                   PERFORM CHIUSURA-MENSILE
               WHEN 26
                   PERFORM RESO-CLIENTE
               WHEN 27
                   PERFORM FATTURE-FORNITORI
               WHEN 28
                   PERFORM LIQUIDAZIONE-IVA
               WHEN 29
                   PERFORM FATTURA-ELETTRONICA
               WHEN 30
                   PERFORM PREVISIONE-CASSA
               WHEN 31
                   PERFORM CONDIZIONI-CLIENTI
               WHEN 32
                   PERFORM PREVENTIVI
               WHEN 33
                   PERFORM KIT-DISTINTE
               WHEN 34
                   PERFORM DEPOSITI-TRASFERIMENTI
               WHEN 35
                   PERFORM AGENTI-PROVVIGIONI
               WHEN 36
                   PERFORM RICHIAMO-LOTTI
               WHEN 37
                   PERFORM PAGELLA-FORNITORI
               WHEN 38
                   PERFORM INCASSI-DA-BANCA
               WHEN 39
                   PERFORM DOPPIONI-CLIENTI
               WHEN 40
                   PERFORM CONVERTI-ARCHIVI-VECCHI
               WHEN 3
                   PERFORM STAMPA-ELENCO-PRODOTTI
               WHEN 4
               EXIT PARAGRAPH
           END-IF.

      *L'ORDINE SI PRELEVA DA UN SOLO DEPOSITO
           PERFORM ACCETTA-DEPOSITO.
           IF DEPOSITO-VALIDO = "N" THEN
               DISPLAY "DEPOSITO SCONOSCIUTO - ORDINE ANNULLATO"
               MOVE "N" TO ORDINE-PRESENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPOSITO-SCELTO TO DEPOSITO-ORDINE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ORDINE.
           MOVE 0 TO RIGHE-ORDINE.
           MOVE 0 TO VALORE-ORDINE-CORRENTE.
               END-IF
           END-PERFORM.

           PERFORM CHIUDI-ORDINE-CLIENTE.

      *------------------------------------ FUNCTION BB ----------------
      *SINGOLA RIGA D'ORDINE SULL'ARTICOLO APPENA LETTO: ALLOCA FINO
           DISPLAY "QUANTITA' RICHIESTA: ".
           ACCEPT QUANTITA-SCELTA.

      *PREZZO DELLA RIGA: LA CONDIZIONE VALIDA PIU' CONVENIENTE PER
      *IL CLIENTE (SUE O DI TUTTI I CLIENTI), ALTRIMENTI IL LISTINO
           MOVE CODICE-CLIENTE-ORDINE TO CLIENTE-CONDIZIONE.
           MOVE CODICE-ART-REC TO ARTICOLO-CONDIZIONE.
           MOVE QUANTITA-SCELTA TO QTA-CONDIZIONE.
           MOVE DATA-ORDINE TO DATA-CONDIZIONE.
           MOVE PREZZO-VENDITA-REC TO LISTINO-CONDIZIONE.
           PERFORM CERCA-CONDIZIONE-MIGLIORE.
           PERFORM IMPEGNA-RIGA-ORDINE.

      *------------------------------------ FUNCTION BC ----------------
       SCRIVI-BACKORDER.

               MOVE SPACES TO RIGA-PICKING
               STRING "LISTA DI PRELIEVO - CLIENTE " NOME-CLIENTE
                      " - DEPOSITO " DEPOSITO-ORDINE
                   DELIMITED BY SIZE INTO RIGA-PICKING
               WRITE RIGA-PICKING
               MOVE ALL "-" TO RIGA-PICKING
      *IL TOTALE GENERALE; LA FATTURA FINISCE NEL REGISTRO
       STAMPA-FATTURA.

      *LA FATTURA NON PUO' CADERE IN UN PERIODO IVA GIA' LIQUIDATO
           IF ORDINE-PRESENTE NOT = "N" THEN
               MOVE DATA-ORDINE(1:6) TO MESE-VERIFICA-IVA
               PERFORM VERIFICA-PERIODO-IVA
               IF PERIODO-IVA-LIQUIDATO = "S" THEN
                   DISPLAY "PERIODO IVA " MESE-VERIFICA-IVA
                           " GIA' LIQUIDATO, FATTURA RIFIUTATA"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF ORDINE-PRESENTE = "N" THEN
               DISPLAY "NESSUN ORDINE CONFERMATO DA FATTURARE"
           ELSE

      *IL NUMERO PROGRESSIVO ARRIVA DAL REGISTRO FATTURE
                   PERFORM TROVA-PROSSIMO-NUMERO-FATTURA
                   PERFORM APRI-RIGHE-FATTURA

                   MOVE ALL "*" TO RIGA-FATTURA
                   WRITE RIGA-FATTURA
                       END-IF
                   END-PERFORM

                   PERFORM CHIUDI-RIGHE-FATTURA
                   PERFORM RIEPILOGO-IVA-FATTURA

                   CLOSE FATTURA-FILE
           MOVE SPACES TO NOME-SPOOL-FATTURA.
           STRING "SPOOL/FATTURA." DATA-ORA-SPOOL-CORRENTE
               DELIMITED BY SIZE INTO NOME-SPOOL-FATTURA.
           MOVE "FATTURA" TO TIPO-SPOOL-DOCUMENTO.
           MOVE "TOTALE FATTURA:    " TO ETICHETTA-TOTALE-DOCUMENTO.

      *------------------------------------ FUNCTION DV ----------------
      *RIGA NEL REGISTRO DELLO SPOOL PER LA FATTURA APPENA SCRITTA
               DISPLAY "IMPOSSIBILE SCRIVERE SPOOLREG.DAT - STATO "
                       FS-REGISTRO-SPOOL
           ELSE
               MOVE TIPO-SPOOL-DOCUMENTO TO TIPO-REPORT-SPOOL
               MOVE NOME-SPOOL-FATTURA TO NOME-FILE-SPOOL
               MOVE DATA-ORA-SPOOL-CORRENTE TO DATA-ORA-SPOOL
               MOVE "MAGAZZINO" TO OPERATORE-SPOOL
                  " IVA " ALIQUOTA-RIGA(RO)
                  " TOT " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           IF CONDIZIONE-RIGA(RO) NOT = SPACES THEN
               STRING " COND " CONDIZIONE-RIGA(RO)
                   DELIMITED BY SIZE INTO RIGA-FATTURA(76:12)
           END-IF.
           WRITE RIGA-FATTURA.

           MOVE CODICE-RIGA-ART(RO) TO ARTICOLO-RIGAFATT-REC.
           MOVE DESCRIZIONE-RIGA(RO)(1:30) TO DESCRIZIONE-RIGAFATT-REC.
           MOVE QTA-ALLOCATA(RO) TO QTA-RIGAFATT-REC.
           MOVE PREZZO-RIGA(RO) TO PREZZO-RIGAFATT-REC.
           MOVE ALIQUOTA-RIGA(RO) TO ALIQUOTA-RIGAFATT-REC.
           MOVE LOTTO-RIGA(RO) TO LOTTO-RIGAFATT-REC.
           MOVE SCADENZA-RIGA(RO) TO SCADENZA-RIGAFATT-REC.
           MOVE CONDIZIONE-RIGA(RO) TO CONDIZIONE-RIGAFATT-REC.
           PERFORM SCRIVI-RIGA-FATTURA-REGISTRO.

           ADD VALORE-RIGA-FATTURA TO TOTALE-IMPONIBILE.
           ADD IMPOSTA-RIGA-FATTURA TO TOTALE-IMPOSTA.


           MOVE TOTALE-FATTURA TO IMPORTO-FATTURA-EDIT.
           MOVE SPACES TO RIGA-FATTURA.
           STRING ETICHETTA-TOTALE-DOCUMENTO IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

               DELIMITED BY SIZE INTO RIGA-ORDINE.
           WRITE RIGA-ORDINE.

           MOVE FORNITORE-PROPOSTA(FP) TO FORNITORE-SCORE-REC.
           PERFORM CERCA-PAGELLA-FORNITORE.
           IF FORNITORE-IN-SCHEDA = "S" THEN
               PERFORM RIGA-PAGELLA-PROPOSTA
           END-IF.

           PERFORM POSIZIONA-PRIMO-ARTICOLO.
           PERFORM UNTIL FS-ARTICOLI = "10"
               READ ARTICOLI-FILE NEXT RECORD
      *O IN MENO VENGONO SEGNALATE
       RICEVIMENTO-MERCI.

           DISPLAY "DEPOSITO DI ARRIVO DELLA MERCE".
           PERFORM ACCETTA-DEPOSITO.
           IF DEPOSITO-VALIDO = "N" THEN
               DISPLAY "DEPOSITO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPOSITO-SCELTO TO DEPOSITO-RICEVIMENTO.

           OPEN I-O ORDACQ-FILE.
           IF FS-ORDACQ NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO ORDINI PRESENTE"
                   MOVE SPACES TO RIFERIMENTO-SCELTO
                   STRING "ORDINE " NUMERO-ORDACQ-REC
                       DELIMITED BY SIZE INTO RIFERIMENTO-SCELTO
                   MOVE DEPOSITO-RICEVIMENTO TO DEPOSITO-MOV-CORRENTE
                   PERFORM SCRIVI-MOVIMENTO

                   ADD QTA-ARRIVATA TO QTA-RICEVUTA-REC
               EXIT PARAGRAPH
           END-IF.

      *I BACKORDER SI EVADONO DAL MAGAZZINO CENTRALE
           MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-RICHIESTO.
           PERFORM GIACENZA-DEPOSITO-ARTICOLO.

           IF QUANTITA-BACKORDER <= GIACENZA-DEPOSITO THEN

               SUBTRACT QUANTITA-BACKORDER FROM GIACENZA-REC
               REWRITE ARTICOLO-REC
                   MOVE "N" TO ORDINE-PRESENTE
                   MOVE 0 TO RIGHE-ORDINE
                   MOVE "EVASIONE BACKORDER" TO NOME-CLIENTE
                   MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-ORDINE
               END-IF

               ADD 1 TO RIGHE-ORDINE
               MOVE DESCRIZIONE-REC(1:40) TO DESCRIZIONE-RIGA(RO)
               MOVE UBICAZIONE-REC TO UBICAZIONE-RIGA(RO)
               MOVE PREZZO-VENDITA-REC TO PREZZO-RIGA(RO)
               MOVE SPACES TO CONDIZIONE-RIGA(RO)
               MOVE ALIQUOTA-IVA-REC TO ALIQUOTA-RIGA(RO)
               MOVE QUANTITA-BACKORDER TO QTA-RICHIESTA(RO)
               MOVE QUANTITA-BACKORDER TO QTA-ALLOCATA(RO)
               MOVE LOTTO-PRELEVATO TO LOTTO-RIGA(RO)
               MOVE SCADENZA-PRELEVATA TO SCADENZA-RIGA(RO)
               MOVE LOTTO-PRELEVATO TO LOTTO-MOV-CORRENTE

      *LO SCARICO DELL'EVASIONE PASSA DAL GIORNALE COME OGNI ALTRO
           DISPLAY "FIDO ACCORDATO (EURO): ".
           ACCEPT FIDO-CLI.
           MOVE 0 TO ESPOSIZIONE-CLI.
           DISPLAY "CODICE AGENTE (0 = NESSUNO): ".
           MOVE 0 TO AGENTE-CLI.
           ACCEPT AGENTE-CLI.

           WRITE CLIENTE-REC
               INVALID KEY
                   DISPLAY "CODICE CLIENTE GIA' PRESENTE"
               NOT INVALID KEY
                   DISPLAY "CLIENTE REGISTRATO"
                   PERFORM INVIA-CLIENTE-GESTIONALE
           END-WRITE.

      *------------------------------------ FUNCTION CB ----------------
                   DISPLAY "FIDO ATTUALE: " FIDO-CLI
                           " - NUOVO FIDO: "
                   ACCEPT FIDO-CLI
                   DISPLAY "AGENTE ATTUALE: " AGENTE-CLI
                           " - NUOVO AGENTE (0 = NESSUNO): "
                   ACCEPT AGENTE-CLI
                   REWRITE CLIENTE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                   FS-CLIENTI
                       NOT INVALID KEY
                           DISPLAY "CLIENTE AGGIORNATO"
                           PERFORM INVIA-CLIENTE-GESTIONALE
                   END-REWRITE
           END-READ.

                               " GG  FIDO EURO " FIDO-EDIT
                               "  ESPOSIZIONE EURO "
                               VALORE-ORDINE-EDIT
                               "  AGENTE " AGENTE-CLI
               END-READ
           END-PERFORM.

               ACCEPT MESE-REGISTRO

               MOVE 0 TO FATTURE-NEL-MESE
               MOVE 0 TO NOTE-CREDITO-NEL-MESE
               MOVE 0 TO ALIQUOTE-MESE-COUNT
               MOVE 0 TO TOTALE-IMPONIBILE-MESE
               MOVE 0 TO TOTALE-IMPOSTA-MESE
                       END-READ
                   END-PERFORM

                   PERFORM NOTE-CREDITO-MESE

                   PERFORM STAMPA-RIEPILOGO-MESE

                   MOVE "C" TO RW-OPERAZIONE
                   CALL "REPORTWR" USING REPORTWR-AREA

                   DISPLAY "REGISTRO SCRITTO SU REGIVA.TXT ("
                           FATTURE-NEL-MESE " FATTURE, "
                           NOTE-CREDITO-NEL-MESE " NOTE DI CREDITO)"
               END-IF

               CLOSE REGFATT-FILE

           PERFORM VARYING RM FROM 1 BY 1
                   UNTIL RM > ALIQUOTE-MESE-COUNT
               MOVE IMPONIBILE-MESE(RM) TO IMPORTO-SEGNO-EDIT
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               STRING "ALIQUOTA " ALIQUOTA-MESE(RM)
                      " - IMPONIBILE " IMPORTO-SEGNO-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               MOVE IMPOSTA-MESE(RM) TO IMPORTO-SEGNO-EDIT
               STRING " IMPOSTA " IMPORTO-SEGNO-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA(60:)
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.

           MOVE TOTALE-IMPONIBILE-MESE TO IMPORTO-SEGNO-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "TOTALE MESE - IMPONIBILE " IMPORTO-SEGNO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           MOVE TOTALE-IMPOSTA-MESE TO IMPORTO-SEGNO-EDIT.
           STRING " IMPOSTA " IMPORTO-SEGNO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA(60:).
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF IMPORTO-INCASSO = 0 THEN
               DISPLAY "NESSUN INCASSO REGISTRATO"
           ELSE
               PERFORM REGISTRA-IMPORTO-INCASSO
           END-IF.

      *------------------------------------ FUNCTION LA ----------------
      *REGISTRA IMPORTO-INCASSO SULLA FATTURA APPENA LETTA DAL
      *REGISTRO APERTO IN I-O: PARTITA, GIORNALE INCASSI ED
      *ESPOSIZIONE DEL CLIENTE (DA SPORTELLO O DA ESTRATTO BANCARIO)
       REGISTRA-IMPORTO-INCASSO.

           ADD IMPORTO-INCASSO TO INCASSATO-FATT-REC.
           IF INCASSATO-FATT-REC >= TOTALE-FATT-REC THEN
               MOVE "C" TO STATO-FATT-REC
               DISPLAY "PARTITA CHIUSA"
           ELSE
               COMPUTE RESIDUO-FATTURA =
                       TOTALE-FATT-REC - INCASSATO-FATT-REC
               MOVE RESIDUO-FATTURA TO IMPORTO-FATTURA-EDIT
               DISPLAY "RESTANO APERTI EURO "
                       IMPORTO-FATTURA-EDIT
           END-IF.

           REWRITE FATTURA-REGISTRO-REC
               INVALID KEY
                   DISPLAY "ERRORE IN RISCRITTURA - STATO "
                           FS-REGFATT
           END-REWRITE.

           PERFORM REGISTRA-GIORNALE-INCASSO.

      *L'ESPOSIZIONE DEL CLIENTE SCENDE DELL'INCASSATO
           IF CODICE-CLI-FATT-REC NOT = 0 THEN
               OPEN I-O CLIENTI-FILE
               IF FS-CLIENTI = "00" THEN
                   MOVE CODICE-CLI-FATT-REC TO CODICE-CLI-REC
                   READ CLIENTI-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ESPOSIZIONE-CLI >
                              IMPORTO-INCASSO THEN
                               SUBTRACT IMPORTO-INCASSO
                                   FROM ESPOSIZIONE-CLI
                           ELSE
                               MOVE 0 TO ESPOSIZIONE-CLI
                           END-IF
                           REWRITE CLIENTE-REC
                   END-READ
                   CLOSE CLIENTI-FILE
               END-IF
           END-IF.

           MOVE PREZZO-RIGA(RO) TO PREZZO-DDT-REC.
           MOVE ALIQUOTA-RIGA(RO) TO ALIQUOTA-DDT-REC.
           MOVE "N" TO FATTURATO-DDT-REC.
           MOVE CONDIZIONE-RIGA(RO) TO CONDIZIONE-DDT-REC.
           MOVE LOTTO-RIGA(RO) TO LOTTO-DDT-REC.
           WRITE DDT-REGISTRO-REC
               INVALID KEY
                   REWRITE DDT-REGISTRO-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:6) TO MESE-VERIFICA-IVA.
           PERFORM VERIFICA-PERIODO-IVA.
           IF PERIODO-IVA-LIQUIDATO = "S" THEN
               DISPLAY "PERIODO IVA " MESE-VERIFICA-IVA
                       " GIA' LIQUIDATO, FATTURA RIFIUTATA"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DDT-FILE.
           IF FS-DDT NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO DDT PRESENTE"
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ORDINE.

           PERFORM TROVA-PROSSIMO-NUMERO-FATTURA.
           PERFORM APRI-RIGHE-FATTURA.

           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
               END-READ
           END-PERFORM.

           PERFORM CHIUDI-RIGHE-FATTURA.

           IF RIGHE-DDT-FATTURATE = 0 THEN
               MOVE "NESSUN DDT DA FATTURARE PER QUESTO CLIENTE"
                   TO RIGA-FATTURA
                  " PRZ " PREZZO-EDIT
                  " TOT " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           IF CONDIZIONE-DDT-REC NOT = SPACES THEN
               STRING " C " CONDIZIONE-DDT-REC
                   DELIMITED BY SIZE INTO RIGA-FATTURA(82:9)
           END-IF.
           WRITE RIGA-FATTURA.

      *IL DDT NON PORTA IL LOTTO: SUL RESO LO SI CHIEDE ALL'OPERATORE
           MOVE ARTICOLO-DDT-REC TO ARTICOLO-RIGAFATT-REC.
           MOVE DESCRIZIONE-DDT-REC TO DESCRIZIONE-RIGAFATT-REC.
           MOVE QTA-DDT-REC TO QTA-RIGAFATT-REC.
           MOVE PREZZO-DDT-REC TO PREZZO-RIGAFATT-REC.
           MOVE ALIQUOTA-DDT-REC TO ALIQUOTA-RIGAFATT-REC.
           MOVE SPACES TO LOTTO-RIGAFATT-REC.
           MOVE 0 TO SCADENZA-RIGAFATT-REC.
           MOVE CONDIZIONE-DDT-REC TO CONDIZIONE-RIGAFATT-REC.
           PERFORM SCRIVI-RIGA-FATTURA-REGISTRO.

           ADD VALORE-RIGA-FATTURA TO TOTALE-IMPONIBILE.
           ADD IMPOSTA-RIGA-FATTURA TO TOTALE-IMPOSTA.

                   INVALID KEY
                       MOVE QUANTITA-SCELTA
                           TO QTA-RESIDUA-LOTTO-REC
                       MOVE "N" TO BLOCCATO-LOTTO-REC
                       WRITE LOTTO-REC
                   NOT INVALID KEY
                       ADD QUANTITA-SCELTA
       CONSUMA-LOTTI-FEFO.

           MOVE SPACES TO LOTTO-PRELEVATO.
           MOVE 0 TO SCADENZA-PRELEVATA.

           OPEN I-O LOTTI-FILE.
           IF FS-LOTTI NOT = "00" THEN
      *------------------------------------ FUNCTION CY ----------------
       CONSUMA-SINGOLO-LOTTO.

           IF BLOCCATO-LOTTO-REC = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           IF LOTTO-PRELEVATO = SPACES THEN
               MOVE LOTTO-LOTTO-REC TO LOTTO-PRELEVATO
               MOVE SCADENZA-LOTTO-REC TO SCADENZA-PRELEVATA
           END-IF.

           IF QTA-RESIDUA-LOTTO-REC > QTA-FEFO-DA-PRELEVARE THEN
                   IF PERIODO-CHIUSO = "S" THEN
                       DISPLAY "MOVIMENTO RIFIUTATO"
                   ELSE
                   PERFORM ACCETTA-DEPOSITO
                   IF DEPOSITO-VALIDO = "N" THEN
                       DISPLAY "DEPOSITO SCONOSCIUTO, MOVIMENTO "
                               "RIFIUTATO"
                   ELSE
                   MOVE DEPOSITO-SCELTO TO DEPOSITO-RICHIESTO
                   PERFORM GIACENZA-DEPOSITO-ARTICOLO
                   DISPLAY "QUANTITA': "
                   ACCEPT QUANTITA-SCELTA
                   DISPLAY "RIFERIMENTO (BOLLA/ORDINE): "
                   ACCEPT RIFERIMENTO-SCELTO

                   IF TIPO-SCELTO = "S" AND
                      QUANTITA-SCELTA > GIACENZA-DEPOSITO THEN
                       DISPLAY "GIACENZA INSUFFICIENTE NEL DEPOSITO "
                               DEPOSITO-SCELTO " (" GIACENZA-DEPOSITO
                               "), MOVIMENTO RIFIUTATO"
                   ELSE
                       IF TIPO-SCELTO = "C" THEN

                       REWRITE ARTICOLO-REC

                       MOVE DEPOSITO-SCELTO TO DEPOSITO-MOV-CORRENTE
                       PERFORM SCRIVI-MOVIMENTO

                       DISPLAY "MOVIMENTO REGISTRATO - NUOVA "
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
               MOVE RIFERIMENTO-SCELTO TO RIFERIMENTO-MOVIMENTO
               MOVE LOTTO-MOV-CORRENTE TO LOTTO-MOVIMENTO
               MOVE SCADENZA-MOV-CORRENTE TO SCADENZA-MOVIMENTO
               MOVE DEPOSITO-MOV-CORRENTE TO DEPOSITO-MOVIMENTO
               WRITE MOVIMENTO-REC
               CLOSE MOVIMENTI-FILE
           END-IF.

      *LA GIACENZA DEL DEPOSITO SEGUE IL MOVIMENTO; L'USCITA PER
      *TRASFERIMENTO METTE LA MERCE IN VIAGGIO, L'ENTRATA LA TOGLIE
           MOVE QUANTITA-SCELTA TO VARIAZIONE-DEPOSITO.
           EVALUATE TIPO-SCELTO
               WHEN "C"
                   MOVE DEPOSITO-MOV-CORRENTE TO DEPOSITO-DA-AGGIORNARE
                   PERFORM AGGIORNA-GIACENZA-DEPOSITO
               WHEN "S"
                   MOVE DEPOSITO-MOV-CORRENTE TO DEPOSITO-DA-AGGIORNARE
                   COMPUTE VARIAZIONE-DEPOSITO = 0 - QUANTITA-SCELTA
                   PERFORM AGGIORNA-GIACENZA-DEPOSITO
               WHEN "U"
                   MOVE DEPOSITO-IN-VIAGGIO TO DEPOSITO-DA-AGGIORNARE
                   PERFORM AGGIORNA-GIACENZA-DEPOSITO
                   MOVE DEPOSITO-MOV-CORRENTE TO DEPOSITO-DA-AGGIORNARE
                   COMPUTE VARIAZIONE-DEPOSITO = 0 - QUANTITA-SCELTA
                   PERFORM AGGIORNA-GIACENZA-DEPOSITO
               WHEN "E"
                   MOVE DEPOSITO-MOV-CORRENTE TO DEPOSITO-DA-AGGIORNARE
                   PERFORM AGGIORNA-GIACENZA-DEPOSITO
                   MOVE DEPOSITO-IN-VIAGGIO TO DEPOSITO-DA-AGGIORNARE
                   COMPUTE VARIAZIONE-DEPOSITO = 0 - QUANTITA-SCELTA
                   PERFORM AGGIORNA-GIACENZA-DEPOSITO
           END-EVALUATE.

      *IL LOTTO E IL DEPOSITO VALGONO PER IL SOLO MOVIMENTO APPENA
      *SCRITTO
           MOVE SPACES TO LOTTO-MOV-CORRENTE.
           MOVE 0 TO SCADENZA-MOV-CORRENTE.
           MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-MOV-CORRENTE.

      *------------------------------------ FUNCTION BN ----------------
      *AGGIORNA IL COSTO MEDIO PONDERATO DEL RECORD CORRENTE CON IL
                                   ADD QUANTITA-MOVIMENTO
                                       TO ENTRATE-GIORNO
                               END-IF
                               IF TIPO-MOVIMENTO = "S" OR
                                  (TIPO-MOVIMENTO = "Q" AND
                                   RIFERIMENTO-MOVIMENTO(1:15) =
                                       "BLOCCO RICHIAMO") THEN
                                   ADD QUANTITA-MOVIMENTO
                                       TO USCITE-GIORNO
                               END-IF
                   DISPLAY "  SPESA EVITABILE SUL PERIODO: "
                           SPESA-EVITABILE
               END-IF
               MOVE FORNITORE-MIGLIORE TO FORNITORE-SCORE-REC
               PERFORM CERCA-PAGELLA-FORNITORE
               IF FORNITORE-IN-SCHEDA = "S" AND
                  INAFFIDABILE-SCORE-REC = "S" THEN
                   DISPLAY "  ATTENZIONE: PIU' ECONOMICO MA POCO "
                           "AFFIDABILE (PUNTEGGIO "
                           PUNTEGGIO-SCORE-REC ")"
               END-IF
           END-IF.

      *------------------------------------ FUNCTION DH ----------------
               MOVE 0 TO TOTALE-QTA-CHIUSURA
               MOVE 0 TO TOTALE-VALORE-CHIUSURA
               MOVE 0 TO ARTICOLI-CHIUSI
               PERFORM CARICA-TOTALI-DEPOSITI

               MOVE "A" TO RW-OPERAZIONE
               MOVE "CHIUSMES.TXT" TO RW-NOME-FILE
               CLOSE CHIUSURE-FILE

               IF RW-ESITO = "S" THEN
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SPACES TO RW-RIGA
                   CALL "REPORTWR" USING REPORTWR-AREA
                   PERFORM VARYING TD FROM 1 BY 1
                           UNTIL TD > DEPOSITI-COUNT
                       PERFORM RIGA-CHIUSURA-DEPOSITO
                   END-PERFORM
                   MOVE TOTALE-VALORE-CHIUSURA
                       TO IMPORTO-FATTURA-EDIT
                   MOVE SPACES TO RW-RIGA
                   STRING "TOTALE CHIUSURA: " ARTICOLI-CHIUSI
                          " ARTICOLI, QTA " TOTALE-QTA-CHIUSURA

           ADD GIACENZA-REC TO TOTALE-QTA-CHIUSURA.
           ADD VALORE-CHIUSURA-REC TO TOTALE-VALORE-CHIUSURA.
           MOVE VALORE-CHIUSURA-REC TO VALORE-DA-RIPARTIRE.
           PERFORM RIPARTISCI-ARTICOLO-DEPOSITI.

           IF RW-ESITO = "S" THEN
               MOVE VALORE-CHIUSURA-REC TO IMPORTO-FATTURA-EDIT

           MOVE 0 TO VALORE-STRATI-TOTALE.
           MOVE 0 TO VALORE-MAGAZZINO-VENDITA.
           PERFORM CARICA-TOTALI-DEPOSITI.

           DISPLAY "VALORIZZAZIONE DI MAGAZZINO (STRATI DI COSTO)".
           DISPLAY "*********************************************".
           END-PERFORM.
           MOVE "00" TO FS-ARTICOLI.

           DISPLAY "VALORE PER DEPOSITO:".
           PERFORM VARYING TD FROM 1 BY 1 UNTIL TD > DEPOSITI-COUNT
               MOVE QTA-TOT-DEP(TD) TO QTA-DEPOSITO-EDIT
               DISPLAY "  " CODICE-TOT-DEP(TD) " "
                       DESCRIZIONE-TOT-DEP(TD)
                       " QTA " QTA-DEPOSITO-EDIT
                       " VALORE " VALORE-TOT-DEP(TD)
           END-PERFORM.
           DISPLAY "VALORE A COSTO EFFETTIVO DI ACQUISTO: "
                   VALORE-STRATI-TOTALE.
           DISPLAY "VALORE A PREZZO DI VENDITA: "
               DISPLAY "  VALORE ARTICOLO: " VALORE-STRATI-ARTICOLO
           END-IF.
           ADD VALORE-STRATI-ARTICOLO TO VALORE-STRATI-TOTALE.
           MOVE VALORE-STRATI-ARTICOLO TO VALORE-DA-RIPARTIRE.
           PERFORM RIPARTISCI-ARTICOLO-DEPOSITI.
           COMPUTE VALORE-MAGAZZINO-VENDITA =
                   VALORE-MAGAZZINO-VENDITA +
                   (GIACENZA-REC * PREZZO-VENDITA-REC).
                                   ADD QUANTITA-MOVIMENTO
                                       TO CARICHI-GIORNALE
                               END-IF
                               IF TIPO-MOVIMENTO = "Q" AND
                                  RIFERIMENTO-MOVIMENTO(1:15) =
                                      "BLOCCO RICHIAMO" THEN
                                   ADD QUANTITA-MOVIMENTO
                                       TO SCARICHI-GIORNALE
                               END-IF
                               IF TIPO-MOVIMENTO = "S" THEN
                                   ADD QUANTITA-MOVIMENTO
                                       TO SCARICHI-GIORNALE
               END-IF
           END-IF.

      *IL BLOCCO DI UN LOTTO RICHIAMATO TOGLIE LA MERCE DALLA
      *GIACENZA COME UNO SCARICO
           IF TIPO-MOVIMENTO = "S" OR
              (TIPO-MOVIMENTO = "Q" AND
               RIFERIMENTO-MOVIMENTO(1:15) = "BLOCCO RICHIAMO") THEN
               MOVE QUANTITA-MOVIMENTO TO QTA-DA-CONSUMARE
               PERFORM CONSUMA-STRATI
           END-IF.

           DISPLAY "SOGLIA DI RIORDINO (SOTTO SCORTA): ".
           ACCEPT SOGLIA-RIORDINO.
           DISPLAY "DEPOSITO (INVIO = GIACENZA TOTALE): ".
           MOVE SPACES TO DEPOSITO-SCORTA.
           ACCEPT DEPOSITO-SCORTA.
           IF DEPOSITO-SCORTA NOT = SPACES THEN
               MOVE DEPOSITO-SCORTA TO DEPOSITO-SCELTO
               PERFORM CERCA-DEPOSITO
               IF DEPOSITO-VALIDO = "N" THEN
                   DISPLAY "DEPOSITO SCONOSCIUTO"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN OUTPUT ESTRATTO-SORT-FILE.
           IF FS-ESTRATTO-SORT NOT = "00" THEN
                   AT END
                       MOVE "10" TO FS-ARTICOLI
                   NOT AT END
                       MOVE GIACENZA-REC TO GIACENZA-CONFRONTO
                       IF DEPOSITO-SCORTA NOT = SPACES AND
                          ATTIVO-REC = "S" THEN
                           MOVE DEPOSITO-SCORTA TO DEPOSITO-RICHIESTO
                           PERFORM GIACENZA-DEPOSITO-ARTICOLO
                           MOVE GIACENZA-DEPOSITO TO GIACENZA-CONFRONTO
                       END-IF
                       IF GIACENZA-CONFRONTO < SOGLIA-RIORDINO AND
                          ATTIVO-REC = "S" THEN
                           ADD 1 TO SOTTO-SCORTA-TROVATI
                           MOVE SPACES TO ESTRATTO-SORT-REC
                           MOVE CODICE-ART-REC TO CODICE-ESTRATTO
                           MOVE DESCRIZIONE-REC(1:40)
                               TO DESCRIZIONE-ESTRATTO
                           MOVE GIACENZA-CONFRONTO
                               TO GIACENZA-ESTRATTO
                           MOVE 0 TO IMPORTO1-ESTRATTO
                           MOVE 0 TO IMPORTO2-ESTRATTO
                           MOVE 0 TO VALORE-ESTRATTO
           CLOSE ESTRATTO-SORT-FILE.

           DISPLAY "ARTICOLI SOTTO SCORTA (DA RIORDINARE)".
           IF DEPOSITO-SCORTA NOT = SPACES THEN
               DISPLAY "DEPOSITO " DEPOSITO-SCORTA " "
                       DESCRIZIONE-DEPOSITO
           END-IF.
           DISPLAY "**************************************".

           IF SOTTO-SCORTA-TROVATI = 0 THEN
               END-IF
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

      *------------------------------------ FUNCTION EA ----------------
      *APRE IL REGISTRO DELLE RIGHE DI FATTURA (CREANDOLO ALLA PRIMA
      *FATTURA) PER LA FATTURA NUMERO-FATTURA-CORRENTE
       APRI-RIGHE-FATTURA.

           MOVE 0 TO RIGA-FATTURA-CORRENTE.
           MOVE "N" TO RIGHE-FATTURA-APERTE.

           OPEN I-O RIGHEFATT-FILE.
           IF FS-RIGHEFATT = "35" THEN
               OPEN OUTPUT RIGHEFATT-FILE
               CLOSE RIGHEFATT-FILE
               OPEN I-O RIGHEFATT-FILE
           END-IF.

           IF FS-RIGHEFATT = "00" THEN
               MOVE "S" TO RIGHE-FATTURA-APERTE
           ELSE
               DISPLAY "IMPOSSIBILE APRIRE RIGHEFAT.DAT - STATO "
                       FS-RIGHEFATT " (RIGHE NON A REGISTRO)"
           END-IF.

      *------------------------------------ FUNCTION EB ----------------
       CHIUDI-RIGHE-FATTURA.

           IF RIGHE-FATTURA-APERTE = "S" THEN
               CLOSE RIGHEFATT-FILE
               MOVE "N" TO RIGHE-FATTURA-APERTE
           END-IF.

      *------------------------------------ FUNCTION EC ----------------
      *ACCODA AL REGISTRO LA RIGA DI FATTURA GIA' VALORIZZATA DAL
      *CHIAMANTE (ARTICOLO, DESCRIZIONE, QUANTITA', PREZZO,
      *ALIQUOTA, LOTTO)
       SCRIVI-RIGA-FATTURA-REGISTRO.

           IF RIGHE-FATTURA-APERTE = "S" THEN
               ADD 1 TO RIGA-FATTURA-CORRENTE
               MOVE NUMERO-FATTURA-CORRENTE TO NUMERO-RIGAFATT-REC
               MOVE RIGA-FATTURA-CORRENTE TO RIGA-RIGAFATT-REC
               MOVE 0 TO QTA-RESA-RIGAFATT-REC
               WRITE RIGA-FATTURA-REGISTRO-REC
                   INVALID KEY
                       DISPLAY "RIGA " RIGA-FATTURA-CORRENTE
                               " GIA' A REGISTRO, CONTROLLARE "
                               "RIGHEFAT.DAT"
               END-WRITE
           END-IF.

      *------------------------------------ FUNCTION ED ----------------
      *RESO CLIENTE: PARTE DA UNA FATTURA DEL REGISTRO, PRENDE LE
      *RIGHE RESE CON LE QUANTITA' (MAI OLTRE IL FATTURATO MENO IL
      *GIA' RESO), RIENTRA LA MERCE BUONA NEL LOTTO ORIGINALE CON UN
      *CARICO "C" E METTE IN QUARANTENA QUELLA DANNEGGIATA; EMETTE LA
      *NOTA DI CREDITO NUMERATA CON IL SUO RIEPILOGO IVA E FA
      *SCENDERE L'ESPOSIZIONE DEL CLIENTE
       RESO-CLIENTE.

           DISPLAY "NUMERO DELLA FATTURA DI ORIGINE: ".
           MOVE 0 TO FATTURA-RESO.
           ACCEPT FATTURA-RESO.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO FATTURE PRESENTE"
               EXIT PARAGRAPH
           END-IF.

           MOVE FATTURA-RESO TO NUMERO-FATT-REC.
           READ REGFATT-FILE
               INVALID KEY
                   MOVE 0 TO FATTURA-RESO
               NOT INVALID KEY
                   MOVE CODICE-CLI-FATT-REC TO CODICE-CLIENTE-RESO
                   MOVE CLIENTE-FATT-REC TO CLIENTE-RESO
                   MOVE DATA-FATT-REC TO DATA-FATTURA-RESO
           END-READ.
           CLOSE REGFATT-FILE.

           IF FATTURA-RESO = 0 THEN
               DISPLAY "FATTURA NON A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "FATTURA N. " FATTURA-RESO " DEL "
                   DATA-FATTURA-RESO " - " CLIENTE-RESO.

           PERFORM CARICA-RIGHE-RESO.
           IF RIGHE-RESO = 0 THEN
               DISPLAY "FATTURA SENZA RIGHE A REGISTRO (EMESSA "
                       "PRIMA DEL REGISTRO RIGHE): RESO DA "
                       "GESTIRE A MANO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCEGLI-RIGHE-RESO.

           MOVE 0 TO RIGHE-NOTA-CREDITO.
           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > RIGHE-RESO
               IF QTA-BUONA-RESO(RR) + QTA-DANNEGGIATA-RESO(RR) > 0
                   ADD 1 TO RIGHE-NOTA-CREDITO
               END-IF
           END-PERFORM.

           IF RIGHE-NOTA-CREDITO = 0 THEN
               DISPLAY "NESSUNA QUANTITA' RESA, NOTA NON EMESSA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMETTERE LA NOTA DI CREDITO E RIENTRARE LA "
                   "MERCE? (S/N)".
           MOVE "N" TO RISPOSTA-RESO.
           ACCEPT RISPOSTA-RESO.
           IF RISPOSTA-RESO NOT = "S" THEN
               DISPLAY "RESO ANNULLATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:6) TO MESE-VERIFICA-IVA.
           PERFORM VERIFICA-PERIODO-IVA.
           IF PERIODO-IVA-LIQUIDATO = "S" THEN
               DISPLAY "PERIODO IVA " MESE-VERIFICA-IVA
                       " GIA' LIQUIDATO, NOTA DI CREDITO RIFIUTATA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM EMETTI-NOTA-CREDITO.

      *------------------------------------ FUNCTION EE ----------------
      *CARICA LE RIGHE DELLA FATTURA FATTURA-RESO DAL REGISTRO
      *RIGHE, CON LA QUANTITA' GIA' RESA IN PRECEDENZA
       CARICA-RIGHE-RESO.

           MOVE 0 TO RIGHE-RESO.

           OPEN INPUT RIGHEFATT-FILE.
           IF FS-RIGHEFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FATTURA-RESO TO NUMERO-RIGAFATT-REC.
           MOVE 0 TO RIGA-RIGAFATT-REC.
           START RIGHEFATT-FILE KEY IS NOT LESS THAN
               CHIAVE-RIGAFATT-REC
               INVALID KEY MOVE "10" TO FS-RIGHEFATT
           END-START.

           PERFORM UNTIL FS-RIGHEFATT = "10"
               READ RIGHEFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RIGHEFATT
                   NOT AT END
                       IF NUMERO-RIGAFATT-REC NOT = FATTURA-RESO
                           MOVE "10" TO FS-RIGHEFATT
                       ELSE
                           IF RIGHE-RESO >= 50 THEN
                               DISPLAY "OLTRE 50 RIGHE: LE "
                                       "SUCCESSIVE VANNO RESE CON "
                                       "UN SECONDO RESO"
                               MOVE "10" TO FS-RIGHEFATT
                           ELSE
                               ADD 1 TO RIGHE-RESO
                               SET RR TO RIGHE-RESO
                               MOVE RIGA-RIGAFATT-REC
                                   TO NUMERO-RIGA-RESO(RR)
                               MOVE ARTICOLO-RIGAFATT-REC
                                   TO ARTICOLO-RESO(RR)
                               MOVE DESCRIZIONE-RIGAFATT-REC
                                   TO DESCRIZIONE-RESO(RR)
                               MOVE QTA-RIGAFATT-REC
                                   TO QTA-FATTURATA-RESO(RR)
                               MOVE QTA-RESA-RIGAFATT-REC
                                   TO QTA-GIA-RESA(RR)
                               MOVE PREZZO-RIGAFATT-REC
                                   TO PREZZO-RESO(RR)
                               MOVE ALIQUOTA-RIGAFATT-REC
                                   TO ALIQUOTA-RESO(RR)
                               MOVE LOTTO-RIGAFATT-REC
                                   TO LOTTO-RESO(RR)
                               MOVE SCADENZA-RIGAFATT-REC
                                   TO SCADENZA-RESO(RR)
                               MOVE 0 TO QTA-BUONA-RESO(RR)
                               MOVE 0 TO QTA-DANNEGGIATA-RESO(RR)
                               MOVE 0 TO CAUSALE-RESO(RR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RIGHEFATT-FILE.

      *------------------------------------ FUNCTION EF ----------------
      *L'OPERATORE INDICA PER NUMERO LE RIGHE RESE (0 = FINE); UNA
      *RIGA RIPRESA SOSTITUISCE LE QUANTITA' DATE PRIMA
       SCEGLI-RIGHE-RESO.

           MOVE 1 TO RIGA-RESO-SCELTA.
           PERFORM UNTIL RIGA-RESO-SCELTA = 0
               PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > RIGHE-RESO
                   DISPLAY NUMERO-RIGA-RESO(RR) " "
                           DESCRIZIONE-RESO(RR)
                           " FATT. " QTA-FATTURATA-RESO(RR)
                           " GIA' RESI " QTA-GIA-RESA(RR)
                           " BUONI " QTA-BUONA-RESO(RR)
                           " DANNEGG. " QTA-DANNEGGIATA-RESO(RR)
               END-PERFORM
               DISPLAY "RIGA RESA (0 = FINE): "
               MOVE 0 TO RIGA-RESO-SCELTA
               ACCEPT RIGA-RESO-SCELTA
               IF RIGA-RESO-SCELTA NOT = 0 THEN
                   MOVE "N" TO RISPOSTA-RESO
                   PERFORM VARYING RR FROM 1 BY 1
                           UNTIL RR > RIGHE-RESO
                       IF NUMERO-RIGA-RESO(RR) = RIGA-RESO-SCELTA
                           MOVE "S" TO RISPOSTA-RESO
                           PERFORM RIGA-RESO-CLIENTE
                       END-IF
                   END-PERFORM
                   IF RISPOSTA-RESO = "N" THEN
                       DISPLAY "RIGA NON PRESENTE IN FATTURA"
                   END-IF
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION EG ----------------
      *QUANTITA' RESE SULLA RIGA RR: BUONE E DANNEGGIATE INSIEME NON
      *POSSONO SUPERARE IL FATTURATO MENO IL GIA' RESO; LE
      *DANNEGGIATE PORTANO UNA CAUSALE DI QUARANTENA
       RIGA-RESO-CLIENTE.

           COMPUTE QTA-RENDIBILE =
                   QTA-FATTURATA-RESO(RR) - QTA-GIA-RESA(RR).
           IF QTA-RENDIBILE = 0 THEN
               DISPLAY "RIGA GIA' RESA PER INTERO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "RENDIBILI AL MASSIMO: " QTA-RENDIBILE.
           DISPLAY "QUANTITA' RESA BUONA (RIVENDIBILE): ".
           MOVE 0 TO QTA-BUONA-SCELTA.
           ACCEPT QTA-BUONA-SCELTA.
           DISPLAY "QUANTITA' RESA DANNEGGIATA: ".
           MOVE 0 TO QTA-DANNEGGIATA-SCELTA.
           ACCEPT QTA-DANNEGGIATA-SCELTA.

           IF QTA-BUONA-SCELTA + QTA-DANNEGGIATA-SCELTA >
              QTA-RENDIBILE THEN
               DISPLAY "QUANTITA' OLTRE IL FATTURATO, RIGA NON "
                       "MODIFICATA"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CAUSALE-SCELTA.
           IF QTA-DANNEGGIATA-SCELTA > 0 THEN
               PERFORM UNTIL CAUSALE-SCELTA >= 1 AND
                             CAUSALE-SCELTA <= 4
                   DISPLAY "CAUSALE DI QUARANTENA: 1 "
                           NOME-CAUSALE-QUARANTENA(1) " 2 "
                           NOME-CAUSALE-QUARANTENA(2) " 3 "
                           NOME-CAUSALE-QUARANTENA(3) " 4 "
                           NOME-CAUSALE-QUARANTENA(4)
                   ACCEPT CAUSALE-SCELTA
               END-PERFORM
           END-IF.

           MOVE QTA-BUONA-SCELTA TO QTA-BUONA-RESO(RR).
           MOVE QTA-DANNEGGIATA-SCELTA TO QTA-DANNEGGIATA-RESO(RR).
           MOVE CAUSALE-SCELTA TO CAUSALE-RESO(RR).

      *------------------------------------ FUNCTION EH ----------------
      *NOTA DI CREDITO NELLO SPOOL CON LO STESSO RIEPILOGO IVA DELLE
      *FATTURE, POI REGISTRO NOTE, STORNO SULLA PARTITA DELLA
      *FATTURA, RIENTRO DELLA MERCE E RIGHE MARCATE RESE: SE IL
      *DOCUMENTO NON SI PUO' SCRIVERE NON SI TOCCA NULLA
       EMETTI-NOTA-CREDITO.

           PERFORM TROVA-PROSSIMO-NUMERO-NC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-NOTA-CREDITO.

           PERFORM COMPONI-NOME-SPOOL-FATTURA.
           MOVE SPACES TO NOME-SPOOL-FATTURA.
           STRING "SPOOL/NOTACRED." DATA-ORA-SPOOL-CORRENTE
               DELIMITED BY SIZE INTO NOME-SPOOL-FATTURA.
           MOVE "NOTA CREDITO" TO TIPO-SPOOL-DOCUMENTO.
           MOVE "TOTALE NOTA CRED.: " TO ETICHETTA-TOTALE-DOCUMENTO.

           OPEN OUTPUT FATTURA-FILE.
           IF FS-FATTURA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE " NOME-SPOOL-FATTURA
                       " - STATO " FS-FATTURA " - RESO NON ESEGUITO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIEPILOGO-COUNT.
           MOVE 0 TO TOTALE-IMPONIBILE.
           MOVE 0 TO TOTALE-IMPOSTA.

           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "              NOTA DI CREDITO N. "
                  NUMERO-NOTA-CREDITO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           MOVE SPACES TO RIGA-FATTURA.
           STRING "CLIENTE: " CLIENTE-RESO
                  "  DATA: " DATA-NOTA-CREDITO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "A STORNO DELLA FATTURA N. " FATTURA-RESO
                  " DEL " DATA-FATTURA-RESO " PER MERCE RESA"
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > RIGHE-RESO
               IF QTA-BUONA-RESO(RR) + QTA-DANNEGGIATA-RESO(RR) > 0
                   PERFORM RIGA-NOTA-CREDITO
               END-IF
           END-PERFORM.

           PERFORM RIEPILOGO-IVA-FATTURA.

           CLOSE FATTURA-FILE.

           PERFORM REGISTRA-NOTA-CREDITO.

           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > RIGHE-RESO
               IF QTA-BUONA-RESO(RR) + QTA-DANNEGGIATA-RESO(RR) > 0
                   PERFORM RIENTRO-MERCE-RESA
               END-IF
           END-PERFORM.

           PERFORM AGGIORNA-RIGHE-RESE.

           MOVE RIGHE-NOTA-CREDITO TO RIGHE-SPOOL-CORRENTI.
           PERFORM REGISTRA-SPOOL-FATTURA.

           DISPLAY "NOTA DI CREDITO N. " NUMERO-NOTA-CREDITO
                   " SCRITTA SU " NOME-SPOOL-FATTURA.

      *------------------------------------ FUNCTION EI ----------------
      *PROSSIMO NUMERO DI NOTA DI CREDITO (MASSIMO + 1 SUL REGISTRO
      *NOTE, NUMERAZIONE PROPRIA DISTINTA DA QUELLA DELLE FATTURE)
       TROVA-PROSSIMO-NUMERO-NC.

           MOVE 1 TO NUMERO-NOTA-CREDITO.

           OPEN INPUT NOTECRED-FILE.
           IF FS-NOTECRED = "00" THEN
               MOVE LOW-VALUES TO NUMERO-NC-REC
               START NOTECRED-FILE KEY IS NOT LESS THAN
                   NUMERO-NC-REC
                   INVALID KEY MOVE "10" TO FS-NOTECRED
               END-START

               PERFORM UNTIL FS-NOTECRED = "10"
                   READ NOTECRED-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-NOTECRED
                       NOT AT END
                           COMPUTE NUMERO-NOTA-CREDITO =
                                   NUMERO-NC-REC + 1
                   END-READ
               END-PERFORM

               CLOSE NOTECRED-FILE
           END-IF.

      *------------------------------------ FUNCTION EJ ----------------
      *RIGA DELLA NOTA PER LA RIGA RESA RR, CON ACCUMULO DEL
      *RIEPILOGO PER ALIQUOTA COME LE RIGHE DI FATTURA
       RIGA-NOTA-CREDITO.

           COMPUTE QTA-RESA-RIGA =
                   QTA-BUONA-RESO(RR) + QTA-DANNEGGIATA-RESO(RR).
           COMPUTE VALORE-RIGA-FATTURA =
                   QTA-RESA-RIGA * PREZZO-RESO(RR).
           COMPUTE IMPOSTA-RIGA-FATTURA =
                   (VALORE-RIGA-FATTURA * ALIQUOTA-RESO(RR)) / 100.

           MOVE VALORE-RIGA-FATTURA TO IMPORTO-FATTURA-EDIT.
           MOVE PREZZO-RESO(RR) TO PREZZO-EDIT.
           MOVE SPACES TO RIGA-FATTURA.
           STRING DESCRIZIONE-RESO(RR)
                  " QTA " QTA-RESA-RIGA
                  " PRZ " PREZZO-EDIT
                  " IVA " ALIQUOTA-RESO(RR)
                  " TOT " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           ADD VALORE-RIGA-FATTURA TO TOTALE-IMPONIBILE.
           ADD IMPOSTA-RIGA-FATTURA TO TOTALE-IMPOSTA.

           MOVE "N" TO ALIQUOTA-GIA-VISTA.
           PERFORM VARYING RA FROM 1 BY 1 UNTIL RA > RIEPILOGO-COUNT
               IF ALIQUOTA-RIEP(RA) = ALIQUOTA-RESO(RR) THEN
                   MOVE "S" TO ALIQUOTA-GIA-VISTA
                   ADD VALORE-RIGA-FATTURA TO IMPONIBILE-RIEP(RA)
                   ADD IMPOSTA-RIGA-FATTURA TO IMPOSTA-RIEP(RA)
               END-IF
           END-PERFORM.
           IF ALIQUOTA-GIA-VISTA = "N" AND RIEPILOGO-COUNT < 10 THEN
               ADD 1 TO RIEPILOGO-COUNT
               SET RA TO RIEPILOGO-COUNT
               MOVE ALIQUOTA-RESO(RR) TO ALIQUOTA-RIEP(RA)
               MOVE VALORE-RIGA-FATTURA TO IMPONIBILE-RIEP(RA)
               MOVE IMPOSTA-RIGA-FATTURA TO IMPOSTA-RIEP(RA)
           END-IF.

      *------------------------------------ FUNCTION EK ----------------
      *LA NOTA SI IMPUTA AL RESIDUO APERTO DELLA FATTURA STORNATA
      *(CHE SI CHIUDE SE SCENDE A ZERO) E L'ESPOSIZIONE DEL CLIENTE
      *SCENDE DELLO STESSO IMPORTO, COME PER UN INCASSO; L'EVENTUALE
      *ECCEDENZA SU UNA FATTURA GIA' PAGATA E' UN CREDITO DA
      *RIMBORSARE. LA NOTA FINISCE NEL SUO REGISTRO
       REGISTRA-NOTA-CREDITO.

           MOVE 0 TO IMPORTO-IMPUTATO.

           OPEN I-O REGFATT-FILE.
           IF FS-REGFATT = "00" THEN
               MOVE FATTURA-RESO TO NUMERO-FATT-REC
               READ REGFATT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STATO-FATT-REC NOT = "C" THEN
                           COMPUTE RESIDUO-FATTURA =
                                   TOTALE-FATT-REC
                                   - INCASSATO-FATT-REC
                           IF RESIDUO-FATTURA > TOTALE-FATTURA
                               MOVE TOTALE-FATTURA
                                   TO IMPORTO-IMPUTATO
                           ELSE
                               MOVE RESIDUO-FATTURA
                                   TO IMPORTO-IMPUTATO
                           END-IF
                           ADD IMPORTO-IMPUTATO
                               TO INCASSATO-FATT-REC
                           IF INCASSATO-FATT-REC >= TOTALE-FATT-REC
                               MOVE "C" TO STATO-FATT-REC
                           END-IF
                           REWRITE FATTURA-REGISTRO-REC
                               INVALID KEY
                                   DISPLAY "ERRORE IN RISCRITTURA - "
                                           "STATO " FS-REGFATT
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE REGFATT-FILE
           END-IF.

           COMPUTE CREDITO-DA-RIMBORSARE =
                   TOTALE-FATTURA - IMPORTO-IMPUTATO.

           IF CODICE-CLIENTE-RESO NOT = 0 AND
              IMPORTO-IMPUTATO > 0 THEN
               OPEN I-O CLIENTI-FILE
               IF FS-CLIENTI = "00" THEN
                   MOVE CODICE-CLIENTE-RESO TO CODICE-CLI-REC
                   READ CLIENTI-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ESPOSIZIONE-CLI > IMPORTO-IMPUTATO
                               SUBTRACT IMPORTO-IMPUTATO
                                   FROM ESPOSIZIONE-CLI
                           ELSE
                               MOVE 0 TO ESPOSIZIONE-CLI
                           END-IF
                           REWRITE CLIENTE-REC
                   END-READ
                   CLOSE CLIENTI-FILE
               END-IF
           END-IF.

           OPEN I-O NOTECRED-FILE.
           IF FS-NOTECRED = "35" THEN
               OPEN OUTPUT NOTECRED-FILE
               CLOSE NOTECRED-FILE
               OPEN I-O NOTECRED-FILE
           END-IF.

           IF FS-NOTECRED NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE NOTECRED.DAT - STATO "
                       FS-NOTECRED
           ELSE
               MOVE NUMERO-NOTA-CREDITO TO NUMERO-NC-REC
               MOVE DATA-NOTA-CREDITO TO DATA-NC-REC
               MOVE FATTURA-RESO TO FATTURA-NC-REC
               MOVE CODICE-CLIENTE-RESO TO CODICE-CLI-NC-REC
               MOVE CLIENTE-RESO TO CLIENTE-NC-REC
               MOVE TOTALE-IMPONIBILE TO IMPONIBILE-NC-REC
               MOVE TOTALE-IMPOSTA TO IMPOSTA-NC-REC
               MOVE TOTALE-FATTURA TO TOTALE-NC-REC
               MOVE IMPORTO-IMPUTATO TO IMPUTATO-NC-REC

               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
                   IF FX > RIEPILOGO-COUNT THEN
                       MOVE 0 TO ALIQUOTA-NC-REC(FX)
                       MOVE 0 TO IMPONIBILE-ALIQ-NC-REC(FX)
                       MOVE 0 TO IMPOSTA-ALIQ-NC-REC(FX)
                   ELSE
                       SET RA TO FX
                       MOVE ALIQUOTA-RIEP(RA)
                           TO ALIQUOTA-NC-REC(FX)
                       MOVE IMPONIBILE-RIEP(RA)
                           TO IMPONIBILE-ALIQ-NC-REC(FX)
                       MOVE IMPOSTA-RIEP(RA)
                           TO IMPOSTA-ALIQ-NC-REC(FX)
                   END-IF
               END-PERFORM

               WRITE NOTA-CREDITO-REC
                   INVALID KEY
                       DISPLAY "NUMERO NOTA GIA' A REGISTRO, "
                               "CONTROLLARE IL REGISTRO"
               END-WRITE

               CLOSE NOTECRED-FILE
           END-IF.

           MOVE IMPORTO-IMPUTATO TO IMPORTO-FATTURA-EDIT.
           DISPLAY "STORNATI SULLA FATTURA: EURO "
                   IMPORTO-FATTURA-EDIT.
           IF CREDITO-DA-RIMBORSARE > 0 THEN
               MOVE CREDITO-DA-RIMBORSARE TO IMPORTO-FATTURA-EDIT
               DISPLAY "FATTURA GIA' INCASSATA: CREDITO DA "
                       "RIMBORSARE AL CLIENTE EURO "
                       IMPORTO-FATTURA-EDIT
           END-IF.

      *------------------------------------ FUNCTION EL ----------------
      *RIENTRO A MAGAZZINO DELLA RIGA RESA RR: LA PARTE BUONA TORNA
      *IN GIACENZA E NEL LOTTO ORIGINALE CON UN CARICO "C" AL COSTO
      *MEDIO (LA VALORIZZAZIONE NON SI SPOSTA), LA PARTE DANNEGGIATA
      *RESTA FUORI GIACENZA CON UN MOVIMENTO "Q" E LA SUA CAUSALE
       RIENTRO-MERCE-RESA.

           MOVE ARTICOLO-RESO(RR) TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "N" THEN
               DISPLAY "ARTICOLO " ARTICOLO-RESO(RR)
                       " NON IN ANAGRAFICA, RIENTRO DA FARE A MANO"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-ART-REC TO CODICE-ARTICOLO-CORRENTE.

           IF QTA-DANNEGGIATA-RESO(RR) > 0 THEN
               MOVE "Q" TO TIPO-SCELTO
               MOVE QTA-DANNEGGIATA-RESO(RR) TO QUANTITA-SCELTA
               MOVE 0 TO PREZZO-CARICO
               MOVE LOTTO-RESO(RR) TO LOTTO-MOV-CORRENTE
               MOVE SCADENZA-RESO(RR) TO SCADENZA-MOV-CORRENTE
               MOVE SPACES TO RIFERIMENTO-SCELTO
               STRING "NC " NUMERO-NOTA-CREDITO " "
                      NOME-CAUSALE-QUARANTENA(CAUSALE-RESO(RR))
                   DELIMITED BY SIZE INTO RIFERIMENTO-SCELTO
               PERFORM SCRIVI-MOVIMENTO
               DISPLAY "ART. " CODICE-ART-REC " IN QUARANTENA "
                       QTA-DANNEGGIATA-RESO(RR) " ("
                       NOME-CAUSALE-QUARANTENA(CAUSALE-RESO(RR)) ")"
           END-IF.

           IF QTA-BUONA-RESO(RR) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE QTA-BUONA-RESO(RR) TO QUANTITA-SCELTA.
           MOVE COSTO-MEDIO-REC TO PREZZO-CARICO.

           IF LOTTO-RESO(RR) NOT = SPACES THEN
               MOVE LOTTO-RESO(RR) TO LOTTO-CARICO
               MOVE SCADENZA-RESO(RR) TO SCADENZA-CARICO
               MOVE LOTTO-CARICO TO LOTTO-MOV-CORRENTE
               MOVE SCADENZA-CARICO TO SCADENZA-MOV-CORRENTE
               PERFORM AGGIORNA-GIACENZA-LOTTO
           ELSE
               DISPLAY "ART. " CODICE-ART-REC " "
                       DESCRIZIONE-RESO(RR)
                       ": LOTTO ORIGINALE NON REGISTRATO"
               PERFORM ACCETTA-LOTTO-CARICO
           END-IF.

           PERFORM AGGIORNA-COSTO-MEDIO.
           ADD QUANTITA-SCELTA TO GIACENZA-REC.
           REWRITE ARTICOLO-REC.

           MOVE "C" TO TIPO-SCELTO.
           MOVE SPACES TO RIFERIMENTO-SCELTO.
           STRING "NC " NUMERO-NOTA-CREDITO " FT " FATTURA-RESO
               DELIMITED BY SIZE INTO RIFERIMENTO-SCELTO.
           PERFORM SCRIVI-MOVIMENTO.

           DISPLAY "ART. " CODICE-ART-REC " RIENTRATI "
                   QTA-BUONA-RESO(RR) " - NUOVA GIACENZA "
                   GIACENZA-REC.

      *LA MERCE RIENTRATA PUO' SUBITO SERVIRE I BACKORDER IN ATTESA
           PERFORM ALLOCA-BACKORDER-ARTICOLO.

      *------------------------------------ FUNCTION EM ----------------
      *LE QUANTITA' APPENA RESE SI SOMMANO AL GIA' RESO DELLE RIGHE
      *A REGISTRO, COSI' UN SECONDO RESO NON SUPERA IL FATTURATO
       AGGIORNA-RIGHE-RESE.

           OPEN I-O RIGHEFATT-FILE.
           IF FS-RIGHEFATT NOT = "00" THEN
               DISPLAY "IMPOSSIBILE AGGIORNARE RIGHEFAT.DAT - STATO "
                       FS-RIGHEFATT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RR FROM 1 BY 1 UNTIL RR > RIGHE-RESO
               IF QTA-BUONA-RESO(RR) + QTA-DANNEGGIATA-RESO(RR) > 0
                   MOVE FATTURA-RESO TO NUMERO-RIGAFATT-REC
                   MOVE NUMERO-RIGA-RESO(RR) TO RIGA-RIGAFATT-REC
                   READ RIGHEFATT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD QTA-BUONA-RESO(RR)
                               QTA-DANNEGGIATA-RESO(RR)
                               TO QTA-RESA-RIGAFATT-REC
                           REWRITE RIGA-FATTURA-REGISTRO-REC
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE RIGHEFATT-FILE.

      *------------------------------------ FUNCTION EN ----------------
      *NOTE DI CREDITO DEL MESE DEL REGISTRO IVA: RIGHE IN NEGATIVO
      *E STORNO SUL RIEPILOGO PER ALIQUOTA E SUI TOTALI
       NOTE-CREDITO-MESE.

           OPEN INPUT NOTECRED-FILE.
           IF FS-NOTECRED NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NUMERO-NC-REC.
           START NOTECRED-FILE KEY IS NOT LESS THAN NUMERO-NC-REC
               INVALID KEY MOVE "10" TO FS-NOTECRED
           END-START.

           PERFORM UNTIL FS-NOTECRED = "10"
               READ NOTECRED-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NOTECRED
                   NOT AT END
                       IF DATA-NC-REC(1:6) = MESE-REGISTRO THEN
                           PERFORM ACCUMULA-NOTA-CREDITO-MESE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTECRED-FILE.

      *------------------------------------ FUNCTION EO ----------------
       ACCUMULA-NOTA-CREDITO-MESE.

           ADD 1 TO NOTE-CREDITO-NEL-MESE.
           SUBTRACT IMPONIBILE-NC-REC FROM TOTALE-IMPONIBILE-MESE.
           SUBTRACT IMPOSTA-NC-REC FROM TOTALE-IMPOSTA-MESE.

           COMPUTE IMPORTO-SEGNO-EDIT = 0 - IMPONIBILE-NC-REC.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "NC " NUMERO-NC-REC
                  " DEL " DATA-NC-REC
                  " " CLIENTE-NC-REC(1:16)
                  " SU FT " FATTURA-NC-REC
                  " IMPONIBILE " IMPORTO-SEGNO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           COMPUTE IMPORTO-SEGNO-EDIT = 0 - IMPOSTA-NC-REC.
           STRING " IMPOSTA " IMPORTO-SEGNO-EDIT
               DELIMITED BY SIZE INTO RW-RIGA(80:).
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
               IF IMPONIBILE-ALIQ-NC-REC(FX) NOT = 0 OR
                  IMPOSTA-ALIQ-NC-REC(FX) NOT = 0 THEN
                   PERFORM STORNA-ALIQUOTA-MESE
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION EP ----------------
       STORNA-ALIQUOTA-MESE.

           MOVE "N" TO ALIQUOTA-MESE-VISTA.
           PERFORM VARYING RM FROM 1 BY 1
                   UNTIL RM > ALIQUOTE-MESE-COUNT
               IF ALIQUOTA-MESE(RM) = ALIQUOTA-NC-REC(FX) THEN
                   MOVE "S" TO ALIQUOTA-MESE-VISTA
                   SUBTRACT IMPONIBILE-ALIQ-NC-REC(FX)
                       FROM IMPONIBILE-MESE(RM)
                   SUBTRACT IMPOSTA-ALIQ-NC-REC(FX)
                       FROM IMPOSTA-MESE(RM)
               END-IF
           END-PERFORM.

           IF ALIQUOTA-MESE-VISTA = "N" AND
              ALIQUOTE-MESE-COUNT < 10 THEN
               ADD 1 TO ALIQUOTE-MESE-COUNT
               SET RM TO ALIQUOTE-MESE-COUNT
               MOVE ALIQUOTA-NC-REC(FX) TO ALIQUOTA-MESE(RM)
               COMPUTE IMPONIBILE-MESE(RM) =
                       0 - IMPONIBILE-ALIQ-NC-REC(FX)
               COMPUTE IMPOSTA-MESE(RM) =
                       0 - IMPOSTA-ALIQ-NC-REC(FX)
           END-IF.

      *------------------------------------ FUNCTION EQ ----------------
      *FATTURE D'ACQUISTO: REGISTRAZIONE CON CONFRONTO A TRE VIE
      *CONTRO ORDINE E RICEVIMENTO, APPROVAZIONE DELLE SOSPESE,
      *SCADENZIARIO DEI PAGAMENTI
       FATTURE-FORNITORI.

           MOVE 0 TO SCELTA-FATTFORN.
           PERFORM UNTIL SCELTA-FATTFORN = 9
               DISPLAY "FATTURE FORNITORI"
               DISPLAY "1 REGISTRA FATTURA  2 APPROVA SOSPESE "
                       "3 PAGAMENTI DELLA SETTIMANA "
                       "4 REGISTRA PAGAMENTO  9 FINE"
               ACCEPT SCELTA-FATTFORN
               EVALUATE SCELTA-FATTFORN
                   WHEN 1
                       PERFORM REGISTRA-FATTURA-FORNITORE
                   WHEN 2
                       PERFORM APPROVA-FATTURE-FORNITORI
                   WHEN 3
                       PERFORM PAGAMENTI-SETTIMANA
                   WHEN 4
                       PERFORM REGISTRA-PAGAMENTO-FORNITORE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-FATTFORN
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION ER ----------------
      *REGISTRAZIONE DI UNA FATTURA D'ACQUISTO: OGNI RIGA FATTURA UNA
      *RIGA DELL'ORDINE DEL FORNITORE E SI CONFRONTA CON ORDINATO,
      *RICEVUTO (MENO IL GIA' FATTURATO) E PREZZO D'ORDINE; SE UNA
      *SOLA RIGA ESCE DALLE TOLLERANZE LA FATTURA RESTA SOSPESA E NON
      *GENERA SCADENZE FINCHE' NON VIENE APPROVATA
       REGISTRA-FATTURA-FORNITORE.

           MOVE FUNCTION CURRENT-DATE(1:6) TO MESE-VERIFICA-IVA.
           PERFORM VERIFICA-PERIODO-IVA.
           IF PERIODO-IVA-LIQUIDATO = "S" THEN
               DISPLAY "PERIODO IVA " MESE-VERIFICA-IVA
                       " GIA' LIQUIDATO, REGISTRAZIONE RIFIUTATA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CODICE FORNITORE: ".
           MOVE 0 TO FORNITORE-FATTURA.
           ACCEPT FORNITORE-FATTURA.

           PERFORM CARICA-CONDIZIONI-FORNITORE.
           IF RAGIONE-SOCIALE-FATTURA = SPACES THEN
               DISPLAY "FORNITORE NON IN ANAGRAFICA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY RAGIONE-SOCIALE-FATTURA " - COND.: "
                   CONDIZIONI-FATTURA.

           DISPLAY "NUMERO DOCUMENTO DEL FORNITORE: ".
           MOVE SPACES TO NUMERO-DOC-FATTURA.
           ACCEPT NUMERO-DOC-FATTURA.
           IF NUMERO-DOC-FATTURA = SPACES THEN
               DISPLAY "NUMERO DOCUMENTO OBBLIGATORIO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO DATESRV-ESITO.
           PERFORM UNTIL DATESRV-ESITO = "S"
               DISPLAY "DATA DEL DOCUMENTO (AAAAMMGG): "
               ACCEPT DATA-DOC-FATTURA
               MOVE "V" TO DATESRV-FUNZIONE
               MOVE DATA-DOC-FATTURA TO DATESRV-DATA1
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   DISPLAY "DATA NON VALIDA, RIDIGITARE"
               END-IF
           END-PERFORM.

           PERFORM CERCA-FATTURA-FORNITORE.
           IF FATTURA-GIA-PRESENTE = "S" THEN
               DISPLAY "DOCUMENTO GIA' REGISTRATO AL PROTOCOLLO "
                       PROTOCOLLO-FATTURA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ORDINE D'ACQUISTO FATTURATO: ".
           MOVE 0 TO ORDINE-FATTURA.
           ACCEPT ORDINE-FATTURA.

           OPEN INPUT ORDACQ-FILE.
           IF FS-ORDACQ NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO ORDINI PRESENTE"
               EXIT PARAGRAPH
           END-IF.

      *L'ORDINE DEVE ESISTERE ED ESSERE DELLO STESSO FORNITORE
           MOVE "N" TO RISPOSTA-FATTFORN.
           MOVE ORDINE-FATTURA TO NUMERO-ORDACQ-REC.
           MOVE 0 TO RIGA-ORDACQ-REC.
           START ORDACQ-FILE KEY IS NOT LESS THAN CHIAVE-ORDACQ-REC
               INVALID KEY MOVE "10" TO FS-ORDACQ
           END-START.
           IF FS-ORDACQ NOT = "10" THEN
               READ ORDACQ-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NUMERO-ORDACQ-REC = ORDINE-FATTURA AND
                          FORNITORE-ORDACQ-REC = FORNITORE-FATTURA
                           MOVE "S" TO RISPOSTA-FATTFORN
                       END-IF
               END-READ
           END-IF.
           IF RISPOSTA-FATTFORN = "N" THEN
               CLOSE ORDACQ-FILE
               DISPLAY "ORDINE INESISTENTE O DI UN ALTRO FORNITORE"
               EXIT PARAGRAPH
           END-IF.

      *LE FATTURE GIA' A REGISTRO SERVONO PER IL GIA' FATTURATO
           MOVE "N" TO STORICO-FATTFORN.
           OPEN INPUT FATTFORN-FILE.
           IF FS-FATTFORN = "00" THEN
               OPEN INPUT RIGHEFORN-FILE
               IF FS-RIGHEFORN = "00" THEN
                   MOVE "S" TO STORICO-FATTFORN
               ELSE
                   CLOSE FATTFORN-FILE
               END-IF
           END-IF.

           MOVE 0 TO RIGHE-FATTFORN.
           MOVE 0 TO RIGHE-DIFFORMI.
           MOVE 1 TO RIGA-ORDINE-SCELTA.
           PERFORM UNTIL RIGA-ORDINE-SCELTA = 0
               DISPLAY "RIGA D'ORDINE FATTURATA (0 = FINE): "
               MOVE 0 TO RIGA-ORDINE-SCELTA
               ACCEPT RIGA-ORDINE-SCELTA
               IF RIGA-ORDINE-SCELTA NOT = 0 THEN
                   IF RIGHE-FATTFORN >= 30 THEN
                       DISPLAY "MASSIMO 30 RIGHE PER FATTURA"
                       MOVE 0 TO RIGA-ORDINE-SCELTA
                   ELSE
                       PERFORM RIGA-FATTURA-FORNITORE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ORDACQ-FILE.
           IF STORICO-FATTFORN = "S" THEN
               CLOSE FATTFORN-FILE
               CLOSE RIGHEFORN-FILE
           END-IF.

           IF RIGHE-FATTFORN = 0 THEN
               DISPLAY "NESSUNA RIGA, FATTURA NON REGISTRATA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RIEPILOGO-FATTURA-FORNITORE.

           IF RIGHE-DIFFORMI > 0 THEN
               DISPLAY "RIGHE FUORI TOLLERANZA: " RIGHE-DIFFORMI
                       " - LA FATTURA RESTA SOSPESA IN ATTESA DI "
                       "APPROVAZIONE"
           END-IF.

           DISPLAY "REGISTRARE LA FATTURA? (S/N)".
           MOVE "N" TO RISPOSTA-FATTFORN.
           ACCEPT RISPOSTA-FATTFORN.
           IF RISPOSTA-FATTFORN NOT = "S" THEN
               DISPLAY "REGISTRAZIONE ANNULLATA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCRIVI-FATTURA-FORNITORE.

      *------------------------------------ FUNCTION ES ----------------
      *SINGOLA RIGA DELLA FATTURA D'ACQUISTO: LA RIGA D'ORDINE DA'
      *ARTICOLO, ORDINATO, RICEVUTO E PREZZO; L'OPERATORE BATTE
      *QUANTITA' E PREZZO DEL DOCUMENTO
       RIGA-FATTURA-FORNITORE.

           MOVE ORDINE-FATTURA TO NUMERO-ORDACQ-REC.
           MOVE RIGA-ORDINE-SCELTA TO RIGA-ORDACQ-REC.
           READ ORDACQ-FILE
               INVALID KEY
                   DISPLAY "RIGA NON PRESENTE NELL'ORDINE"
                   EXIT PARAGRAPH
           END-READ.

           MOVE PREZZO-ORDACQ-REC TO PREZZO-EDIT.
           DISPLAY "ART. " ARTICOLO-ORDACQ-REC
                   " ORDINATI " QTA-ORDINATA-REC
                   " RICEVUTI " QTA-RICEVUTA-REC
                   " PREZZO ORDINE " PREZZO-EDIT.

           DISPLAY "QUANTITA' FATTURATA: ".
           MOVE 0 TO QTA-FATTURATA-SCELTA.
           ACCEPT QTA-FATTURATA-SCELTA.
           IF QTA-FATTURATA-SCELTA = 0 THEN
               DISPLAY "RIGA IGNORATA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PREZZO UNITARIO FATTURATO: ".
           MOVE 0 TO PREZZO-FATTURATO-SCELTO.
           ACCEPT PREZZO-FATTURATO-SCELTO.

           ADD 1 TO RIGHE-FATTFORN.
           SET FR TO RIGHE-FATTFORN.
           MOVE RIGA-ORDACQ-REC TO RIGA-ORDINE-FF(FR).
           MOVE ARTICOLO-ORDACQ-REC TO ARTICOLO-FF(FR).
           MOVE QTA-FATTURATA-SCELTA TO QTA-FF(FR).
           MOVE PREZZO-FATTURATO-SCELTO TO PREZZO-FF(FR).
           MOVE QTA-ORDINATA-REC TO QTA-ORDINATA-FF(FR).
           MOVE QTA-RICEVUTA-REC TO QTA-RICEVUTA-FF(FR).
           MOVE PREZZO-ORDACQ-REC TO PREZZO-ORDINE-FF(FR).

      *L'ALIQUOTA E' QUELLA DELL'ARTICOLO; SE L'ARTICOLO NON C'E'
      *PIU' LA BATTE L'OPERATORE DAL DOCUMENTO
           MOVE ARTICOLO-ORDACQ-REC TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "S" THEN
               MOVE ALIQUOTA-IVA-REC TO ALIQUOTA-FF(FR)
           ELSE
               DISPLAY "ARTICOLO NON IN ANAGRAFICA - ALIQUOTA IVA: "
               MOVE 0 TO ALIQUOTA-FF(FR)
               ACCEPT ALIQUOTA-FF(FR)
           END-IF.

           PERFORM CALCOLA-GIA-FATTURATO.
           PERFORM CONFRONTO-TRE-VIE.

           MOVE ESITO-FF(FR) TO ESITO-CONFRONTO.
           PERFORM DESCRIVI-ESITO.
           DISPLAY "  GIA' FATTURATI " QTA-GIA-FATTURATA-FF(FR)
                   " - ESITO: " DESCRIZIONE-ESITO.

      *------------------------------------ FUNCTION ET ----------------
      *QUANTITA' DELLA RIGA D'ORDINE GIA' FATTURATA: RIGHE PRECEDENTI
      *DI QUESTA FATTURA PIU' LE FATTURE A REGISTRO NON RESPINTE
       CALCOLA-GIA-FATTURATO.

           MOVE 0 TO QTA-GIA-FATTURATA-FF(FR).
           PERFORM VARYING FQ FROM 1 BY 1 UNTIL FQ >= FR
               IF RIGA-ORDINE-FF(FQ) = RIGA-ORDINE-FF(FR) THEN
                   ADD QTA-FF(FQ) TO QTA-GIA-FATTURATA-FF(FR)
               END-IF
           END-PERFORM.

           IF STORICO-FATTFORN = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-RF-REC.
           START RIGHEFORN-FILE KEY IS NOT LESS THAN CHIAVE-RF-REC
               INVALID KEY MOVE "10" TO FS-RIGHEFORN
           END-START.

           PERFORM UNTIL FS-RIGHEFORN = "10"
               READ RIGHEFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RIGHEFORN
                   NOT AT END
                       IF ORDINE-RF-REC = ORDINE-FATTURA AND
                          RIGA-ORDINE-RF-REC = RIGA-ORDINE-FF(FR)
                           MOVE PROTOCOLLO-RF-REC
                               TO PROTOCOLLO-FF-REC
                           READ FATTFORN-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF STATO-FF-REC NOT = "R" THEN
                                       ADD QTA-RF-REC TO
                                           QTA-GIA-FATTURATA-FF(FR)
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-RIGHEFORN.

      *------------------------------------ FUNCTION EU ----------------
      *CONFRONTO A TRE VIE DELLA RIGA FR: NON SI FATTURA PIU' DI
      *QUANTO ORDINATO NE' DI QUANTO GIA' ARRIVATO, E IL PREZZO NON SI
      *SCOSTA DA QUELLO D'ORDINE OLTRE LA TOLLERANZA PERCENTUALE
       CONFRONTO-TRE-VIE.

           COMPUTE SCARTO-PREZZO =
                   PREZZO-FF(FR) - PREZZO-ORDINE-FF(FR).
           IF SCARTO-PREZZO < 0 THEN
               COMPUTE SCARTO-PREZZO = 0 - SCARTO-PREZZO
           END-IF.
           COMPUTE SCARTO-AMMESSO =
                   (PREZZO-ORDINE-FF(FR) * TOLLERANZA-PREZZO-PCT)
                   / 100.

           EVALUATE TRUE
               WHEN QTA-GIA-FATTURATA-FF(FR) + QTA-FF(FR) >
                    QTA-ORDINATA-FF(FR) + TOLLERANZA-QTA
                   MOVE "QO" TO ESITO-FF(FR)
               WHEN QTA-GIA-FATTURATA-FF(FR) + QTA-FF(FR) >
                    QTA-RICEVUTA-FF(FR) + TOLLERANZA-QTA
                   MOVE "QR" TO ESITO-FF(FR)
               WHEN SCARTO-PREZZO > SCARTO-AMMESSO
                   MOVE "PR" TO ESITO-FF(FR)
               WHEN OTHER
                   MOVE "OK" TO ESITO-FF(FR)
           END-EVALUATE.

           IF ESITO-FF(FR) NOT = "OK" THEN
               ADD 1 TO RIGHE-DIFFORMI
           END-IF.

      *------------------------------------ FUNCTION EV ----------------
       DESCRIVI-ESITO.

           EVALUATE ESITO-CONFRONTO
               WHEN "QO"
                   MOVE "QUANTITA' OLTRE L'ORDINATO" TO
                       DESCRIZIONE-ESITO
               WHEN "QR"
                   MOVE "QUANTITA' OLTRE IL RICEVUTO" TO
                       DESCRIZIONE-ESITO
               WHEN "PR"
                   MOVE "PREZZO FUORI TOLLERANZA" TO
                       DESCRIZIONE-ESITO
               WHEN OTHER
                   MOVE "CONFORME" TO DESCRIZIONE-ESITO
           END-EVALUATE.

      *------------------------------------ FUNCTION EW ----------------
      *TOTALI DELLA FATTURA D'ACQUISTO CON IL RIEPILOGO PER
      *ALIQUOTA, NELLO STESSO SCHEMA DELLE FATTURE DI VENDITA
       RIEPILOGO-FATTURA-FORNITORE.

           MOVE 0 TO RIEPILOGO-COUNT.
           MOVE 0 TO TOTALE-IMPONIBILE.
           MOVE 0 TO TOTALE-IMPOSTA.

           PERFORM VARYING FR FROM 1 BY 1 UNTIL FR > RIGHE-FATTFORN
               COMPUTE VALORE-RIGA-FATTURA =
                       QTA-FF(FR) * PREZZO-FF(FR)
               COMPUTE IMPOSTA-RIGA-FATTURA =
                       (VALORE-RIGA-FATTURA * ALIQUOTA-FF(FR)) / 100
               ADD VALORE-RIGA-FATTURA TO TOTALE-IMPONIBILE
               ADD IMPOSTA-RIGA-FATTURA TO TOTALE-IMPOSTA

               MOVE "N" TO ALIQUOTA-GIA-VISTA
               PERFORM VARYING RA FROM 1 BY 1
                       UNTIL RA > RIEPILOGO-COUNT
                   IF ALIQUOTA-RIEP(RA) = ALIQUOTA-FF(FR) THEN
                       MOVE "S" TO ALIQUOTA-GIA-VISTA
                       ADD VALORE-RIGA-FATTURA TO IMPONIBILE-RIEP(RA)
                       ADD IMPOSTA-RIGA-FATTURA TO IMPOSTA-RIEP(RA)
                   END-IF
               END-PERFORM
               IF ALIQUOTA-GIA-VISTA = "N" AND
                  RIEPILOGO-COUNT < 5 THEN
                   ADD 1 TO RIEPILOGO-COUNT
                   SET RA TO RIEPILOGO-COUNT
                   MOVE ALIQUOTA-FF(FR) TO ALIQUOTA-RIEP(RA)
                   MOVE VALORE-RIGA-FATTURA TO IMPONIBILE-RIEP(RA)
                   MOVE IMPOSTA-RIGA-FATTURA TO IMPOSTA-RIEP(RA)
               END-IF
           END-PERFORM.

           COMPUTE TOTALE-FATTURA = TOTALE-IMPONIBILE + TOTALE-IMPOSTA.

           PERFORM VARYING RA FROM 1 BY 1 UNTIL RA > RIEPILOGO-COUNT
               MOVE IMPONIBILE-RIEP(RA) TO IMPORTO-FATTURA-EDIT
               DISPLAY "ALIQUOTA " ALIQUOTA-RIEP(RA)
                       " - IMPONIBILE " IMPORTO-FATTURA-EDIT
               MOVE IMPOSTA-RIEP(RA) TO IMPORTO-FATTURA-EDIT
               DISPLAY "             IMPOSTA    " IMPORTO-FATTURA-EDIT
           END-PERFORM.
           MOVE TOTALE-FATTURA TO IMPORTO-FATTURA-EDIT.
           DISPLAY "TOTALE DOCUMENTO: " IMPORTO-FATTURA-EDIT
                   " - CONFRONTARE CON IL TOTALE STAMPATO SULLA "
                   "FATTURA".

      *------------------------------------ FUNCTION EX ----------------
      *FATTURA E RIGHE A REGISTRO CON IL PROTOCOLLO SUCCESSIVO; LA
      *FATTURA CONFORME E' SUBITO APPROVATA E GENERA LE SCADENZE
       SCRIVI-FATTURA-FORNITORE.

           PERFORM TROVA-PROSSIMO-PROTOCOLLO.

           OPEN I-O FATTFORN-FILE.
           IF FS-FATTFORN = "35" THEN
               OPEN OUTPUT FATTFORN-FILE
               CLOSE FATTFORN-FILE
               OPEN I-O FATTFORN-FILE
           END-IF.
           OPEN I-O RIGHEFORN-FILE.
           IF FS-RIGHEFORN = "35" THEN
               OPEN OUTPUT RIGHEFORN-FILE
               CLOSE RIGHEFORN-FILE
               OPEN I-O RIGHEFORN-FILE
           END-IF.

           IF FS-FATTFORN NOT = "00" OR FS-RIGHEFORN NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REGISTRO FATTURE "
                       "FORNITORI - STATI " FS-FATTFORN " "
                       FS-RIGHEFORN
               CLOSE FATTFORN-FILE
               CLOSE RIGHEFORN-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE PROTOCOLLO-FATTURA TO PROTOCOLLO-FF-REC.
           MOVE FORNITORE-FATTURA TO FORNITORE-FF-REC.
           MOVE RAGIONE-SOCIALE-FATTURA TO RAGIONE-SOCIALE-FF-REC.
           MOVE NUMERO-DOC-FATTURA TO NUMERO-DOC-FF-REC.
           MOVE DATA-DOC-FATTURA TO DATA-DOC-FF-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-REG-FF-REC.
           MOVE ORDINE-FATTURA TO ORDINE-FF-REC.
           MOVE TOTALE-IMPONIBILE TO IMPONIBILE-FF-REC.
           MOVE TOTALE-IMPOSTA TO IMPOSTA-FF-REC.
           MOVE TOTALE-FATTURA TO TOTALE-FF-REC.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 5
               IF FX > RIEPILOGO-COUNT THEN
                   MOVE 0 TO ALIQUOTA-FF-REC(FX)
                   MOVE 0 TO IMPONIBILE-ALIQ-FF-REC(FX)
                   MOVE 0 TO IMPOSTA-ALIQ-FF-REC(FX)
               ELSE
                   SET RA TO FX
                   MOVE ALIQUOTA-RIEP(RA) TO ALIQUOTA-FF-REC(FX)
                   MOVE IMPONIBILE-RIEP(RA)
                       TO IMPONIBILE-ALIQ-FF-REC(FX)
                   MOVE IMPOSTA-RIEP(RA) TO IMPOSTA-ALIQ-FF-REC(FX)
               END-IF
           END-PERFORM.
           MOVE RIGHE-DIFFORMI TO RIGHE-DIFFORMI-FF-REC.
           IF RIGHE-DIFFORMI = 0 THEN
               MOVE "A" TO STATO-FF-REC
               MOVE DATA-REG-FF-REC TO DATA-APPROVAZIONE-FF-REC
           ELSE
               MOVE "S" TO STATO-FF-REC
               MOVE 0 TO DATA-APPROVAZIONE-FF-REC
           END-IF.

           WRITE FATTURA-FORNITORE-REC
               INVALID KEY
                   DISPLAY "PROTOCOLLO GIA' A REGISTRO, CONTROLLARE "
                           "FATTFORN.DAT"
           END-WRITE.

           PERFORM VARYING FR FROM 1 BY 1 UNTIL FR > RIGHE-FATTFORN
               MOVE PROTOCOLLO-FATTURA TO PROTOCOLLO-RF-REC
               SET RIGA-RF-REC TO FR
               MOVE ORDINE-FATTURA TO ORDINE-RF-REC
               MOVE RIGA-ORDINE-FF(FR) TO RIGA-ORDINE-RF-REC
               MOVE ARTICOLO-FF(FR) TO ARTICOLO-RF-REC
               MOVE QTA-FF(FR) TO QTA-RF-REC
               MOVE PREZZO-FF(FR) TO PREZZO-RF-REC
               MOVE ALIQUOTA-FF(FR) TO ALIQUOTA-RF-REC
               MOVE QTA-ORDINATA-FF(FR) TO QTA-ORDINATA-RF-REC
               MOVE QTA-RICEVUTA-FF(FR) TO QTA-RICEVUTA-RF-REC
               MOVE QTA-GIA-FATTURATA-FF(FR)
                   TO QTA-GIA-FATTURATA-RF-REC
               MOVE PREZZO-ORDINE-FF(FR) TO PREZZO-ORDINE-RF-REC
               MOVE ESITO-FF(FR) TO ESITO-RF-REC
               WRITE RIGA-FATTFORN-REC
                   INVALID KEY
                       DISPLAY "RIGA " FR " GIA' A REGISTRO"
               END-WRITE
           END-PERFORM.

           CLOSE FATTFORN-FILE.
           CLOSE RIGHEFORN-FILE.

           DISPLAY "FATTURA REGISTRATA AL PROTOCOLLO "
                   PROTOCOLLO-FATTURA.

           IF RIGHE-DIFFORMI = 0 THEN
               PERFORM GENERA-SCADENZE-FORNITORE
           END-IF.

      *------------------------------------ FUNCTION EY ----------------
      *PROSSIMO PROTOCOLLO DELLE FATTURE D'ACQUISTO (MASSIMO + 1)
       TROVA-PROSSIMO-PROTOCOLLO.

           MOVE 1 TO PROTOCOLLO-FATTURA.

           OPEN INPUT FATTFORN-FILE.
           IF FS-FATTFORN = "00" THEN
               MOVE LOW-VALUES TO PROTOCOLLO-FF-REC
               START FATTFORN-FILE KEY IS NOT LESS THAN
                   PROTOCOLLO-FF-REC
                   INVALID KEY MOVE "10" TO FS-FATTFORN
               END-START

               PERFORM UNTIL FS-FATTFORN = "10"
                   READ FATTFORN-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-FATTFORN
                       NOT AT END
                           COMPUTE PROTOCOLLO-FATTURA =
                                   PROTOCOLLO-FF-REC + 1
                   END-READ
               END-PERFORM

               CLOSE FATTFORN-FILE
           END-IF.

      *------------------------------------ FUNCTION EZ ----------------
      *LO STESSO DOCUMENTO DELLO STESSO FORNITORE NON SI REGISTRA DUE
      *VOLTE (SALVO CHE LA PRIMA REGISTRAZIONE SIA STATA RESPINTA)
       CERCA-FATTURA-FORNITORE.

           MOVE "N" TO FATTURA-GIA-PRESENTE.

           OPEN INPUT FATTFORN-FILE.
           IF FS-FATTFORN NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO PROTOCOLLO-FF-REC.
           START FATTFORN-FILE KEY IS NOT LESS THAN PROTOCOLLO-FF-REC
               INVALID KEY MOVE "10" TO FS-FATTFORN
           END-START.

           PERFORM UNTIL FS-FATTFORN = "10"
               READ FATTFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FATTFORN
                   NOT AT END
                       IF FORNITORE-FF-REC = FORNITORE-FATTURA AND
                          NUMERO-DOC-FF-REC = NUMERO-DOC-FATTURA AND
                          STATO-FF-REC NOT = "R" THEN
                           MOVE "S" TO FATTURA-GIA-PRESENTE
                           MOVE PROTOCOLLO-FF-REC
                               TO PROTOCOLLO-FATTURA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FATTFORN-FILE.

      *------------------------------------ FUNCTION FA ----------------
      *RAGIONE SOCIALE E CONDIZIONI DI PAGAMENTO DEL FORNITORE
      *FORNITORE-FATTURA (SPAZI SE NON E' IN ANAGRAFICA)
       CARICA-CONDIZIONI-FORNITORE.

           MOVE SPACES TO RAGIONE-SOCIALE-FATTURA.
           MOVE SPACES TO CONDIZIONI-FATTURA.

           OPEN INPUT FORNITORI-FILE.
           IF FS-FORNITORI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FORNITORE-FATTURA TO CODICE-FORN-REC.
           READ FORNITORI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RAGIONE-SOCIALE-REC TO RAGIONE-SOCIALE-FATTURA
                   MOVE CONDIZIONI-REC TO CONDIZIONI-FATTURA
           END-READ.

           CLOSE FORNITORI-FILE.

      *------------------------------------ FUNCTION FB ----------------
      *SCADENZE DELLA FATTURA APPROVATA: UNA RATA PER OGNI TERMINE
      *DELLE CONDIZIONI DEL FORNITORE, IMPORTI UGUALI CON IL RESTO
      *DEI CENTESIMI SULL'ULTIMA
       GENERA-SCADENZE-FORNITORE.

           PERFORM INTERPRETA-CONDIZIONI.

           OPEN I-O SCADFORN-FILE.
           IF FS-SCADFORN = "35" THEN
               OPEN OUTPUT SCADFORN-FILE
               CLOSE SCADFORN-FILE
               OPEN I-O SCADFORN-FILE
           END-IF.

           IF FS-SCADFORN NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE SCADFORN.DAT - STATO "
                       FS-SCADFORN " - SCADENZE NON GENERATE"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO IMPORTO-RATE-ASSEGNATO.
           PERFORM VARYING RATA-CORRENTE FROM 1 BY 1
                   UNTIL RATA-CORRENTE > RATE-PAGAMENTO
               PERFORM SCRIVI-RATA-FORNITORE
           END-PERFORM.

           CLOSE SCADFORN-FILE.

      *------------------------------------ FUNCTION FC ----------------
       SCRIVI-RATA-FORNITORE.

           IF RATA-CORRENTE = RATE-PAGAMENTO THEN
               COMPUTE IMPORTO-RATA =
                       TOTALE-FATTURA - IMPORTO-RATE-ASSEGNATO
           ELSE
               COMPUTE IMPORTO-RATA = TOTALE-FATTURA / RATE-PAGAMENTO
           END-IF.
           ADD IMPORTO-RATA TO IMPORTO-RATE-ASSEGNATO.

           PERFORM CALCOLA-SCADENZA-RATA.

           MOVE DATA-SCADENZA-RATA TO DATA-SF-REC.
           MOVE PROTOCOLLO-FATTURA TO PROTOCOLLO-SF-REC.
           MOVE RATA-CORRENTE TO RATA-SF-REC.
           MOVE FORNITORE-FATTURA TO FORNITORE-SF-REC.
           MOVE RAGIONE-SOCIALE-FATTURA TO RAGIONE-SOCIALE-SF-REC.
           MOVE NUMERO-DOC-FATTURA TO NUMERO-DOC-SF-REC.
           MOVE IMPORTO-RATA TO IMPORTO-SF-REC.
           MOVE "A" TO STATO-SF-REC.
           MOVE 0 TO DATA-PAGAMENTO-SF-REC.

           WRITE SCADENZA-FORNITORE-REC
               INVALID KEY
                   DISPLAY "RATA " RATA-CORRENTE " GIA' A REGISTRO"
               NOT INVALID KEY
                   MOVE IMPORTO-RATA TO IMPORTO-FATTURA-EDIT
                   DISPLAY "RATA " RATA-CORRENTE " SCADENZA "
                           DATA-SCADENZA-RATA " EURO "
                           IMPORTO-FATTURA-EDIT
           END-WRITE.

      *------------------------------------ FUNCTION FD ----------------
      *LEGGE I TERMINI DALLE CONDIZIONI IN TESTO LIBERO: OGNI GRUPPO
      *DI CIFRE E' UNA RATA A TANTI GIORNI (FINO A 6 RATE)
       INTERPRETA-CONDIZIONI.

           MOVE 0 TO RATE-PAGAMENTO.
           MOVE 0 TO NUMERO-IN-LETTURA.
           MOVE 0 TO CIFRE-IN-LETTURA.

           PERFORM VARYING POSIZIONE-CONDIZIONI FROM 1 BY 1
                   UNTIL POSIZIONE-CONDIZIONI > 30
               IF CONDIZIONI-FATTURA(POSIZIONE-CONDIZIONI:1)
                  IS NUMERIC THEN
                   MOVE CONDIZIONI-FATTURA(POSIZIONE-CONDIZIONI:1)
                       TO CIFRA-CONDIZIONI
                   IF CIFRE-IN-LETTURA < 3 THEN
                       COMPUTE NUMERO-IN-LETTURA =
                               NUMERO-IN-LETTURA * 10
                               + CIFRA-CONDIZIONI
                       ADD 1 TO CIFRE-IN-LETTURA
                   END-IF
               ELSE
                   PERFORM CHIUDI-TERMINE-CONDIZIONI
               END-IF
           END-PERFORM.
           PERFORM CHIUDI-TERMINE-CONDIZIONI.

      *SENZA TERMINI E' RIMESSA DIRETTA
           IF RATE-PAGAMENTO = 0 THEN
               MOVE 1 TO RATE-PAGAMENTO
               MOVE 0 TO GIORNI-RATA(1)
           END-IF.

           MOVE 0 TO CONTA-FINE-MESE.
           INSPECT CONDIZIONI-FATTURA TALLYING CONTA-FINE-MESE
               FOR ALL "FM" ALL "FINE MESE".

      *------------------------------------ FUNCTION FE ----------------
       CHIUDI-TERMINE-CONDIZIONI.

           IF CIFRE-IN-LETTURA > 0 AND RATE-PAGAMENTO < 6 THEN
               ADD 1 TO RATE-PAGAMENTO
               MOVE NUMERO-IN-LETTURA TO GIORNI-RATA(RATE-PAGAMENTO)
           END-IF.
           MOVE 0 TO NUMERO-IN-LETTURA.
           MOVE 0 TO CIFRE-IN-LETTURA.

      *------------------------------------ FUNCTION FF ----------------
      *ULTIMO GIORNO DEL MESE DI DATA-SCADENZA-RATA: IL PRIMO DEL
      *MESE SUCCESSIVO MENO UN GIORNO
       PORTA-A-FINE-MESE.

           IF MESE-SCADENZA-RATA = 12 THEN
               ADD 1 TO ANNO-SCADENZA-RATA
               MOVE 1 TO MESE-SCADENZA-RATA
           ELSE
               ADD 1 TO MESE-SCADENZA-RATA
           END-IF.
           MOVE 1 TO GIORNO-SCADENZA-RATA.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-SCADENZA-RATA TO DATESRV-DATA1.
           MOVE -1 TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "S" THEN
               MOVE DATESRV-DATA2 TO DATA-SCADENZA-RATA
           END-IF.

      *------------------------------------ FUNCTION FG ----------------
      *LE FATTURE SOSPESE PASSANO UNA PER UNA CON LE RIGHE FUORI
      *TOLLERANZA: APPROVATA GENERA LE SCADENZE, RESPINTA SI
      *CONTESTA AL FORNITORE, ALTRIMENTI RESTA SOSPESA
       APPROVA-FATTURE-FORNITORI.

           MOVE 0 TO FATTURE-SOSPESE-VISTE.

           OPEN I-O FATTFORN-FILE.
           IF FS-FATTFORN NOT = "00" THEN
               DISPLAY "NESSUNA FATTURA FORNITORE A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO STORICO-FATTFORN.
           OPEN INPUT RIGHEFORN-FILE.
           IF FS-RIGHEFORN = "00" THEN
               MOVE "S" TO STORICO-FATTFORN
           END-IF.

           MOVE LOW-VALUES TO PROTOCOLLO-FF-REC.
           START FATTFORN-FILE KEY IS NOT LESS THAN PROTOCOLLO-FF-REC
               INVALID KEY MOVE "10" TO FS-FATTFORN
           END-START.

           PERFORM UNTIL FS-FATTFORN = "10"
               READ FATTFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FATTFORN
                   NOT AT END
                       IF STATO-FF-REC = "S" THEN
                           PERFORM DECIDI-FATTURA-SOSPESA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FATTFORN-FILE.
           IF STORICO-FATTFORN = "S" THEN
               CLOSE RIGHEFORN-FILE
           END-IF.

           IF FATTURE-SOSPESE-VISTE = 0 THEN
               DISPLAY "NESSUNA FATTURA SOSPESA"
           END-IF.

      *------------------------------------ FUNCTION FH ----------------
       DECIDI-FATTURA-SOSPESA.

           ADD 1 TO FATTURE-SOSPESE-VISTE.

           MOVE TOTALE-FF-REC TO IMPORTO-FATTURA-EDIT.
           DISPLAY "PROT. " PROTOCOLLO-FF-REC " FORN. "
                   FORNITORE-FF-REC " " RAGIONE-SOCIALE-FF-REC(1:25)
                   " DOC. " NUMERO-DOC-FF-REC " DEL "
                   DATA-DOC-FF-REC " EURO " IMPORTO-FATTURA-EDIT.

           IF STORICO-FATTFORN = "S" THEN
               PERFORM MOSTRA-RIGHE-DIFFORMI
           END-IF.

           DISPLAY "A = APPROVA, R = RESPINGI, ALTRO = LASCIA "
                   "SOSPESA: ".
           MOVE SPACE TO RISPOSTA-FATTFORN.
           ACCEPT RISPOSTA-FATTFORN.

      *L'APPROVAZIONE PORTA L'IVA NEL PERIODO CORRENTE, CHE NON
      *DEVE ESSERE GIA' LIQUIDATO
           IF RISPOSTA-FATTFORN = "A" THEN
               MOVE FUNCTION CURRENT-DATE(1:6) TO MESE-VERIFICA-IVA
               PERFORM VERIFICA-PERIODO-IVA
               IF PERIODO-IVA-LIQUIDATO = "S" THEN
                   DISPLAY "PERIODO IVA " MESE-VERIFICA-IVA
                           " GIA' LIQUIDATO, APPROVAZIONE RIFIUTATA"
                   MOVE SPACE TO RISPOSTA-FATTFORN
               END-IF
           END-IF.

           EVALUATE RISPOSTA-FATTFORN
               WHEN "A"
                   MOVE "A" TO STATO-FF-REC
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO DATA-APPROVAZIONE-FF-REC
                   REWRITE FATTURA-FORNITORE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                   FS-FATTFORN
                   END-REWRITE
                   MOVE PROTOCOLLO-FF-REC TO PROTOCOLLO-FATTURA
                   MOVE FORNITORE-FF-REC TO FORNITORE-FATTURA
                   MOVE NUMERO-DOC-FF-REC TO NUMERO-DOC-FATTURA
                   MOVE DATA-DOC-FF-REC TO DATA-DOC-FATTURA
                   MOVE TOTALE-FF-REC TO TOTALE-FATTURA
                   PERFORM CARICA-CONDIZIONI-FORNITORE
                   MOVE RAGIONE-SOCIALE-FF-REC
                       TO RAGIONE-SOCIALE-FATTURA
                   PERFORM GENERA-SCADENZE-FORNITORE
               WHEN "R"
                   MOVE "R" TO STATO-FF-REC
                   REWRITE FATTURA-FORNITORE-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                   FS-FATTFORN
                   END-REWRITE
                   DISPLAY "FATTURA RESPINTA, DA CONTESTARE AL "
                           "FORNITORE"
               WHEN OTHER
                   DISPLAY "FATTURA LASCIATA SOSPESA"
           END-EVALUATE.

      *------------------------------------ FUNCTION FI ----------------
       MOSTRA-RIGHE-DIFFORMI.

           MOVE PROTOCOLLO-FF-REC TO PROTOCOLLO-RF-REC.
           MOVE 0 TO RIGA-RF-REC.
           START RIGHEFORN-FILE KEY IS NOT LESS THAN CHIAVE-RF-REC
               INVALID KEY MOVE "10" TO FS-RIGHEFORN
           END-START.

           PERFORM UNTIL FS-RIGHEFORN = "10"
               READ RIGHEFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RIGHEFORN
                   NOT AT END
                       IF PROTOCOLLO-RF-REC NOT = PROTOCOLLO-FF-REC
                           MOVE "10" TO FS-RIGHEFORN
                       ELSE
                           IF ESITO-RF-REC NOT = "OK" THEN
                               MOVE ESITO-RF-REC TO ESITO-CONFRONTO
                               PERFORM DESCRIVI-ESITO
                               MOVE PREZZO-RF-REC TO PREZZO-EDIT
                               DISPLAY "  RIGA ORD. "
                                       RIGA-ORDINE-RF-REC " ART. "
                                       ARTICOLO-RF-REC " FATT. "
                                       QTA-RF-REC " A " PREZZO-EDIT
                                       " - " DESCRIZIONE-ESITO
                               MOVE PREZZO-ORDINE-RF-REC
                                   TO PREZZO-EDIT
                               DISPLAY "    ORDINATI "
                                       QTA-ORDINATA-RF-REC
                                       " RICEVUTI "
                                       QTA-RICEVUTA-RF-REC
                                       " GIA' FATTURATI "
                                       QTA-GIA-FATTURATA-RF-REC
                                       " PREZZO ORDINE " PREZZO-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO FS-RIGHEFORN.

      *------------------------------------ FUNCTION FJ ----------------
      *ELENCO DEI PAGAMENTI DA FARE NELLA SETTIMANA (SETTE GIORNI
      *DALLA DATA INDICATA), PRECEDUTO DALLE RATE GIA' SCADUTE E NON
      *ANCORA PAGATE
       PAGAMENTI-SETTIMANA.

           DISPLAY "INIZIO SETTIMANA (AAAAMMGG, 0 = OGGI): ".
           MOVE 0 TO INIZIO-SETTIMANA.
           ACCEPT INIZIO-SETTIMANA.
           IF INIZIO-SETTIMANA = 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO INIZIO-SETTIMANA
           END-IF.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE INIZIO-SETTIMANA TO DATESRV-DATA1.
           MOVE 6 TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "N" THEN
               DISPLAY "DATA NON VALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE DATESRV-DATA2 TO FINE-SETTIMANA.

           OPEN INPUT SCADFORN-FILE.
           IF FS-SCADFORN NOT = "00" THEN
               DISPLAY "NESSUNA SCADENZA FORNITORI A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "PAGAFORN.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "PAGAMENTI FORNITORI DAL " INIZIO-SETTIMANA
                  " AL " FINE-SETTIMANA
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "SCADENZA / FORNITORE / DOCUMENTO / RATA / IMPORTO"
               TO RW-INTESTAZIONE.
           MOVE "AMMINISTRAZIONE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT PAGAFORN.TXT"
               CLOSE SCADFORN-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TOTALE-SETTIMANA.
           MOVE 0 TO TOTALE-SCADUTO-FORNITORI.
           MOVE 0 TO SCADENZE-ELENCATE.

           MOVE LOW-VALUES TO CHIAVE-SF-REC.
           START SCADFORN-FILE KEY IS NOT LESS THAN CHIAVE-SF-REC
               INVALID KEY MOVE "10" TO FS-SCADFORN
           END-START.

           PERFORM UNTIL FS-SCADFORN = "10"
               READ SCADFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SCADFORN
                   NOT AT END
                       IF DATA-SF-REC > FINE-SETTIMANA THEN
                           MOVE "10" TO FS-SCADFORN
                       ELSE
                           IF STATO-SF-REC = "A" THEN
                               PERFORM RIGA-PAGAMENTO-SETTIMANA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCADFORN-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE TOTALE-SCADUTO-FORNITORI TO IMPORTO-FATTURA-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "GIA' SCADUTO E NON PAGATO:  EURO "
                  IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE TOTALE-SETTIMANA TO IMPORTO-FATTURA-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "IN SCADENZA NELLA SETTIMANA: EURO "
                  IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "ELENCO SCRITTO SU PAGAFORN.TXT ("
                   SCADENZE-ELENCATE " RATE)".

      *------------------------------------ FUNCTION FK ----------------
       RIGA-PAGAMENTO-SETTIMANA.

           ADD 1 TO SCADENZE-ELENCATE.
           MOVE IMPORTO-SF-REC TO IMPORTO-FATTURA-EDIT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING DATA-SF-REC " " FORNITORE-SF-REC " "
                  RAGIONE-SOCIALE-SF-REC(1:25)
                  " DOC " NUMERO-DOC-SF-REC
                  " RATA " RATA-SF-REC
                  " EURO " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.

           IF DATA-SF-REC < INIZIO-SETTIMANA THEN
               ADD IMPORTO-SF-REC TO TOTALE-SCADUTO-FORNITORI
               MOVE " SCADUTA" TO RW-RIGA(91:8)
           ELSE
               ADD IMPORTO-SF-REC TO TOTALE-SETTIMANA
           END-IF.

           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION FL ----------------
      *PAGAMENTO DELLE RATE DI UNA FATTURA D'ACQUISTO (PER
      *PROTOCOLLO): OGNI RATA APERTA SI CONFERMA PAGATA O NO
       REGISTRA-PAGAMENTO-FORNITORE.

           DISPLAY "PROTOCOLLO DELLA FATTURA PAGATA: ".
           MOVE 0 TO PROTOCOLLO-FATTURA.
           ACCEPT PROTOCOLLO-FATTURA.

           OPEN I-O SCADFORN-FILE.
           IF FS-SCADFORN NOT = "00" THEN
               DISPLAY "NESSUNA SCADENZA FORNITORI A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SCADENZE-ELENCATE.
           MOVE 0 TO RATE-SEGNATE-PAGATE.

           MOVE LOW-VALUES TO CHIAVE-SF-REC.
           START SCADFORN-FILE KEY IS NOT LESS THAN CHIAVE-SF-REC
               INVALID KEY MOVE "10" TO FS-SCADFORN
           END-START.

           PERFORM UNTIL FS-SCADFORN = "10"
               READ SCADFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SCADFORN
                   NOT AT END
                       IF PROTOCOLLO-SF-REC = PROTOCOLLO-FATTURA AND
                          STATO-SF-REC = "A" THEN
                           PERFORM SEGNA-RATA-PAGATA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCADFORN-FILE.

           IF SCADENZE-ELENCATE = 0 THEN
               DISPLAY "NESSUNA RATA APERTA PER IL PROTOCOLLO "
                       PROTOCOLLO-FATTURA
           ELSE
               DISPLAY "RATE SEGNATE PAGATE: " RATE-SEGNATE-PAGATE
           END-IF.

      *------------------------------------ FUNCTION FM ----------------
       SEGNA-RATA-PAGATA.

           ADD 1 TO SCADENZE-ELENCATE.
           MOVE IMPORTO-SF-REC TO IMPORTO-FATTURA-EDIT.
           DISPLAY "RATA " RATA-SF-REC " SCADENZA " DATA-SF-REC
                   " EURO " IMPORTO-FATTURA-EDIT " - PAGATA? (S/N)".
           MOVE "N" TO RISPOSTA-FATTFORN.
           ACCEPT RISPOSTA-FATTFORN.

           IF RISPOSTA-FATTFORN = "S" THEN
               MOVE "P" TO STATO-SF-REC
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO DATA-PAGAMENTO-SF-REC
               REWRITE SCADENZA-FORNITORE-REC
                   INVALID KEY
                       DISPLAY "ERRORE IN RISCRITTURA - STATO "
                               FS-SCADFORN
                   NOT INVALID KEY
                       ADD 1 TO RATE-SEGNATE-PAGATE
               END-REWRITE
           END-IF.

      *------------------------------------ FUNCTION FN ----------------
      *IL MESE MESE-VERIFICA-IVA CADE IN UN PERIODO GIA' LIQUIDATO?
      *I PERIODI NON SI SOVRAPPONGONO, QUINDI BASTA IL PRIMO PERIODO
      *CHE FINISCE NEL MESE O DOPO
       VERIFICA-PERIODO-IVA.

           MOVE "N" TO PERIODO-IVA-LIQUIDATO.

           OPEN INPUT LIQIVA-FILE.
           IF FS-LIQIVA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MESE-VERIFICA-IVA TO ULTIMO-MESE-LIQ-REC.
           START LIQIVA-FILE KEY IS NOT LESS THAN ULTIMO-MESE-LIQ-REC
               INVALID KEY MOVE "10" TO FS-LIQIVA
           END-START.

           IF FS-LIQIVA NOT = "10" THEN
               READ LIQIVA-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRIMO-MESE-LIQ-REC <= MESE-VERIFICA-IVA
                           MOVE "S" TO PERIODO-IVA-LIQUIDATO
                       END-IF
               END-READ
           END-IF.

           CLOSE LIQIVA-FILE.

      *------------------------------------ FUNCTION FO ----------------
      *LIQUIDAZIONE IVA MENSILE O TRIMESTRALE: IVA DELLE FATTURE DI
      *VENDITA MENO QUELLA DELLE NOTE DI CREDITO, MENO L'IVA DEGLI
      *ACQUISTI APPROVATI NEL PERIODO E IL CREDITO RIPORTATO DALLA
      *LIQUIDAZIONE PRECEDENTE; IL PROSPETTO SI PUO' RIFARE A PIACERE
      *FINCHE' NON SI CONFERMA, POI IL PERIODO E' CONGELATO
       LIQUIDAZIONE-IVA.

           DISPLAY "PERIODICITA' (M = MENSILE, T = TRIMESTRALE): ".
           MOVE SPACE TO PERIODICITA-LIQ.
           ACCEPT PERIODICITA-LIQ.

           EVALUATE PERIODICITA-LIQ
               WHEN "M"
                   DISPLAY "MESE DA LIQUIDARE (AAAAMM): "
                   MOVE 0 TO PRIMO-MESE-LIQ
                   ACCEPT PRIMO-MESE-LIQ
                   MOVE PRIMO-MESE-LIQ TO ULTIMO-MESE-LIQ
               WHEN "T"
                   DISPLAY "ANNO (AAAA): "
                   MOVE 0 TO ANNO-LIQ
                   ACCEPT ANNO-LIQ
                   DISPLAY "TRIMESTRE (1-4): "
                   MOVE 0 TO TRIMESTRE-LIQ
                   ACCEPT TRIMESTRE-LIQ
                   IF TRIMESTRE-LIQ < 1 OR TRIMESTRE-LIQ > 4 THEN
                       DISPLAY "TRIMESTRE NON VALIDO"
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE PRIMO-MESE-LIQ = ANNO-LIQ * 100
                           + (TRIMESTRE-LIQ - 1) * 3 + 1
                   COMPUTE ULTIMO-MESE-LIQ = PRIMO-MESE-LIQ + 2
               WHEN OTHER
                   DISPLAY "PERIODICITA' NON VALIDA"
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF PRIMO-MESE-LIQ(5:2) < "01" OR
              PRIMO-MESE-LIQ(5:2) > "12" THEN
               DISPLAY "MESE NON VALIDO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLA-LIQUIDAZIONI.
           IF PERIODO-IVA-LIQUIDATO = "S" THEN
               DISPLAY "IL PERIODO E' GIA' LIQUIDATO E CONGELATO"
               EXIT PARAGRAPH
           END-IF.
           IF LIQUIDAZIONE-SUCCESSIVA = "S" THEN
               DISPLAY "ESISTE GIA' UNA LIQUIDAZIONE DI UN PERIODO "
                       "SUCCESSIVO: IL CREDITO NON SI PUO' PIU' "
                       "RIPORTARE"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ALIQUOTE-LIQ-COUNT.
           MOVE 0 TO IVA-VENDITE-LIQ.
           MOVE 0 TO IVA-NOTE-LIQ.
           MOVE 0 TO IVA-ACQUISTI-LIQ.
           MOVE 0 TO DOCUMENTI-LIQ.

           PERFORM LIQUIDAZIONE-VENDITE.
           PERFORM LIQUIDAZIONE-NOTE-CREDITO.
           PERFORM LIQUIDAZIONE-ACQUISTI.

           COMPUTE SALDO-LIQ = IVA-VENDITE-LIQ - IVA-NOTE-LIQ
                   - IVA-ACQUISTI-LIQ - CREDITO-PRECEDENTE.

           PERFORM STAMPA-LIQUIDAZIONE.

           DISPLAY "CONFERMARE LA LIQUIDAZIONE? IL PERIODO SARA' "
                   "CONGELATO (S/N)".
           MOVE "N" TO RISPOSTA-LIQ.
           ACCEPT RISPOSTA-LIQ.

           IF RISPOSTA-LIQ = "S" THEN
               PERFORM SCRIVI-LIQUIDAZIONE
           ELSE
               DISPLAY "LIQUIDAZIONE NON CONFERMATA, PERIODO APERTO"
           END-IF.

           IF RW-ESITO = "S" THEN
               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               IF RISPOSTA-LIQ = "S" THEN
                   MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA
                   STRING "LIQUIDAZIONE CONFERMATA IL "
                          DATA-ODIERNA
                          " - PERIODO CONGELATO"
                       DELIMITED BY SIZE INTO RW-RIGA
               ELSE
                   MOVE "PROSPETTO DI PROVA - LIQUIDAZIONE NON "
                       TO RW-RIGA
                   MOVE "CONFERMATA" TO RW-RIGA(39:10)
               END-IF
               CALL "REPORTWR" USING REPORTWR-AREA
               MOVE "C" TO RW-OPERAZIONE
               CALL "REPORTWR" USING REPORTWR-AREA
               DISPLAY "PROSPETTO SCRITTO SU LIQIVA.TXT"
           END-IF.

      *------------------------------------ FUNCTION FP ----------------
      *SITUAZIONE DELLE LIQUIDAZIONI GIA' CONFERMATE RISPETTO AL
      *PERIODO RICHIESTO: SOVRAPPOSIZIONE, PERIODI SUCCESSIVI GIA'
      *LIQUIDATI E CREDITO DELL'ULTIMA LIQUIDAZIONE PRECEDENTE
       CONTROLLA-LIQUIDAZIONI.

           MOVE "N" TO PERIODO-IVA-LIQUIDATO.
           MOVE "N" TO LIQUIDAZIONE-SUCCESSIVA.
           MOVE 0 TO CREDITO-PRECEDENTE.
           MOVE 0 TO ULTIMO-MESE-PRECEDENTE.

           OPEN INPUT LIQIVA-FILE.
           IF FS-LIQIVA NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO ULTIMO-MESE-LIQ-REC.
           START LIQIVA-FILE KEY IS NOT LESS THAN ULTIMO-MESE-LIQ-REC
               INVALID KEY MOVE "10" TO FS-LIQIVA
           END-START.

           PERFORM UNTIL FS-LIQIVA = "10"
               READ LIQIVA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LIQIVA
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ULTIMO-MESE-LIQ-REC < PRIMO-MESE-LIQ
                               MOVE ULTIMO-MESE-LIQ-REC
                                   TO ULTIMO-MESE-PRECEDENTE
                               IF SALDO-LIQ-REC < 0 THEN
                                   COMPUTE CREDITO-PRECEDENTE =
                                           0 - SALDO-LIQ-REC
                               ELSE
                                   MOVE 0 TO CREDITO-PRECEDENTE
                               END-IF
                           WHEN PRIMO-MESE-LIQ-REC > ULTIMO-MESE-LIQ
                               MOVE "S" TO LIQUIDAZIONE-SUCCESSIVA
                           WHEN OTHER
                               MOVE "S" TO PERIODO-IVA-LIQUIDATO
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE LIQIVA-FILE.

      *------------------------------------ FUNCTION FQ ----------------
      *IVA A DEBITO: FATTURE DI VENDITA DEL PERIODO
       LIQUIDAZIONE-VENDITE.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NUMERO-FATT-REC.
           START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
               INVALID KEY MOVE "10" TO FS-REGFATT
           END-START.

           PERFORM UNTIL FS-REGFATT = "10"
               READ REGFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGFATT
                   NOT AT END
                       IF DATA-FATT-REC(1:6) >= PRIMO-MESE-LIQ AND
                          DATA-FATT-REC(1:6) <= ULTIMO-MESE-LIQ
                           ADD 1 TO DOCUMENTI-LIQ
                           ADD IMPOSTA-FATT-REC TO IVA-VENDITE-LIQ
                           MOVE "V" TO LATO-DA-SOMMARE
                           PERFORM VARYING FX FROM 1 BY 1
                                   UNTIL FX > 5
                               IF IMPONIBILE-ALIQ-REC(FX) NOT = 0 OR
                                  IMPOSTA-ALIQ-REC(FX) NOT = 0
                                   MOVE ALIQUOTA-FATT-REC(FX)
                                       TO ALIQUOTA-DA-SOMMARE
                                   MOVE IMPONIBILE-ALIQ-REC(FX)
                                       TO IMPONIBILE-DA-SOMMARE
                                   MOVE IMPOSTA-ALIQ-REC(FX)
                                       TO IMPOSTA-DA-SOMMARE
                                   PERFORM SOMMA-ALIQUOTA-LIQUIDAZIONE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGFATT-FILE.

      *------------------------------------ FUNCTION FR ----------------
      *LE NOTE DI CREDITO DEL PERIODO RIDUCONO L'IVA A DEBITO
       LIQUIDAZIONE-NOTE-CREDITO.

           OPEN INPUT NOTECRED-FILE.
           IF FS-NOTECRED NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO NUMERO-NC-REC.
           START NOTECRED-FILE KEY IS NOT LESS THAN NUMERO-NC-REC
               INVALID KEY MOVE "10" TO FS-NOTECRED
           END-START.

           PERFORM UNTIL FS-NOTECRED = "10"
               READ NOTECRED-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NOTECRED
                   NOT AT END
                       IF DATA-NC-REC(1:6) >= PRIMO-MESE-LIQ AND
                          DATA-NC-REC(1:6) <= ULTIMO-MESE-LIQ
                           ADD 1 TO DOCUMENTI-LIQ
                           ADD IMPOSTA-NC-REC TO IVA-NOTE-LIQ
                           MOVE "V" TO LATO-DA-SOMMARE
                           PERFORM VARYING FX FROM 1 BY 1
                                   UNTIL FX > 5
                               IF IMPONIBILE-ALIQ-NC-REC(FX) NOT = 0
                                  OR IMPOSTA-ALIQ-NC-REC(FX) NOT = 0
                                   MOVE ALIQUOTA-NC-REC(FX)
                                       TO ALIQUOTA-DA-SOMMARE
                                   COMPUTE IMPONIBILE-DA-SOMMARE =
                                       0 - IMPONIBILE-ALIQ-NC-REC(FX)
                                   COMPUTE IMPOSTA-DA-SOMMARE =
                                       0 - IMPOSTA-ALIQ-NC-REC(FX)
                                   PERFORM SOMMA-ALIQUOTA-LIQUIDAZIONE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE NOTECRED-FILE.

      *------------------------------------ FUNCTION FS ----------------
      *IVA A CREDITO: FATTURE D'ACQUISTO APPROVATE NEL PERIODO (LE
      *SOSPESE ENTRANO NEL PERIODO IN CUI VENGONO APPROVATE)
       LIQUIDAZIONE-ACQUISTI.

           OPEN INPUT FATTFORN-FILE.
           IF FS-FATTFORN NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO PROTOCOLLO-FF-REC.
           START FATTFORN-FILE KEY IS NOT LESS THAN PROTOCOLLO-FF-REC
               INVALID KEY MOVE "10" TO FS-FATTFORN
           END-START.

           PERFORM UNTIL FS-FATTFORN = "10"
               READ FATTFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FATTFORN
                   NOT AT END
                       IF STATO-FF-REC = "A" AND
                          DATA-APPROVAZIONE-FF-REC(1:6) >=
                              PRIMO-MESE-LIQ AND
                          DATA-APPROVAZIONE-FF-REC(1:6) <=
                              ULTIMO-MESE-LIQ
                           ADD 1 TO DOCUMENTI-LIQ
                           ADD IMPOSTA-FF-REC TO IVA-ACQUISTI-LIQ
                           MOVE "A" TO LATO-DA-SOMMARE
                           PERFORM VARYING FX FROM 1 BY 1
                                   UNTIL FX > 5
                               IF IMPONIBILE-ALIQ-FF-REC(FX) NOT = 0
                                  OR IMPOSTA-ALIQ-FF-REC(FX) NOT = 0
                                   MOVE ALIQUOTA-FF-REC(FX)
                                       TO ALIQUOTA-DA-SOMMARE
                                   MOVE IMPONIBILE-ALIQ-FF-REC(FX)
                                       TO IMPONIBILE-DA-SOMMARE
                                   MOVE IMPOSTA-ALIQ-FF-REC(FX)
                                       TO IMPOSTA-DA-SOMMARE
                                   PERFORM SOMMA-ALIQUOTA-LIQUIDAZIONE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FATTFORN-FILE.

      *------------------------------------ FUNCTION FT ----------------
       SOMMA-ALIQUOTA-LIQUIDAZIONE.

           MOVE "N" TO ALIQUOTA-LIQ-VISTA.
           PERFORM VARYING LQ FROM 1 BY 1
                   UNTIL LQ > ALIQUOTE-LIQ-COUNT
                      OR ALIQUOTA-LIQ-VISTA = "S"
               IF ALIQUOTA-LIQ(LQ) = ALIQUOTA-DA-SOMMARE THEN
                   MOVE "S" TO ALIQUOTA-LIQ-VISTA
               END-IF
           END-PERFORM.

      *LA SCANSIONE SI FERMA UNA POSIZIONE DOPO L'ALIQUOTA TROVATA
           IF ALIQUOTA-LIQ-VISTA = "S" THEN
               SET LQ DOWN BY 1
           ELSE
               IF ALIQUOTE-LIQ-COUNT >= 10 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ALIQUOTE-LIQ-COUNT
               SET LQ TO ALIQUOTE-LIQ-COUNT
               MOVE ALIQUOTA-DA-SOMMARE TO ALIQUOTA-LIQ(LQ)
               MOVE 0 TO IMPONIBILE-VENDITE-LIQ(LQ)
               MOVE 0 TO IMPOSTA-VENDITE-LIQ(LQ)
               MOVE 0 TO IMPONIBILE-ACQUISTI-LIQ(LQ)
               MOVE 0 TO IMPOSTA-ACQUISTI-LIQ(LQ)
           END-IF.

           IF LATO-DA-SOMMARE = "V" THEN
               ADD IMPONIBILE-DA-SOMMARE TO IMPONIBILE-VENDITE-LIQ(LQ)
               ADD IMPOSTA-DA-SOMMARE TO IMPOSTA-VENDITE-LIQ(LQ)
           ELSE
               ADD IMPONIBILE-DA-SOMMARE
                   TO IMPONIBILE-ACQUISTI-LIQ(LQ)
               ADD IMPOSTA-DA-SOMMARE TO IMPOSTA-ACQUISTI-LIQ(LQ)
           END-IF.

      *------------------------------------ FUNCTION FU ----------------
      *PROSPETTO DI LIQUIDAZIONE SU LIQIVA.TXT (CHE RESTA APERTO PER
      *LA RIGA DI CONFERMA) E SINTESI A VIDEO
       STAMPA-LIQUIDAZIONE.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "LIQIVA.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "LIQUIDAZIONE IVA DAL MESE " PRIMO-MESE-LIQ
                  " AL MESE " ULTIMO-MESE-LIQ
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE "ALIQUOTA / VENDITE: IMPONIBILE E IVA / ACQUISTI: "
               TO RW-INTESTAZIONE.
           MOVE "IMPONIBILE E IVA" TO RW-INTESTAZIONE(51:16).
           MOVE "AMMINISTRAZIONE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT LIQIVA.TXT"
           ELSE
               PERFORM VARYING LQ FROM 1 BY 1
                       UNTIL LQ > ALIQUOTE-LIQ-COUNT
                   MOVE "R" TO RW-OPERAZIONE
                   MOVE SPACES TO RW-RIGA
                   MOVE IMPONIBILE-VENDITE-LIQ(LQ)
                       TO IMPORTO-SEGNO-EDIT
                   STRING "ALIQ " ALIQUOTA-LIQ(LQ)
                          " VENDITE " IMPORTO-SEGNO-EDIT
                       DELIMITED BY SIZE INTO RW-RIGA
                   MOVE IMPOSTA-VENDITE-LIQ(LQ) TO IMPORTO-SEGNO-EDIT
                   STRING " IVA " IMPORTO-SEGNO-EDIT
                       DELIMITED BY SIZE INTO RW-RIGA(29:)
                   MOVE IMPONIBILE-ACQUISTI-LIQ(LQ)
                       TO IMPORTO-SEGNO-EDIT
                   STRING " ACQUISTI " IMPORTO-SEGNO-EDIT
                       DELIMITED BY SIZE INTO RW-RIGA(46:)
                   MOVE IMPOSTA-ACQUISTI-LIQ(LQ)
                       TO IMPORTO-SEGNO-EDIT
                   STRING " IVA " IMPORTO-SEGNO-EDIT
                       DELIMITED BY SIZE INTO RW-RIGA(68:)
                   CALL "REPORTWR" USING REPORTWR-AREA
               END-PERFORM

               MOVE "R" TO RW-OPERAZIONE
               MOVE SPACES TO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE IVA-VENDITE-LIQ TO IMPORTO-SEGNO-EDIT
               MOVE SPACES TO RW-RIGA
               STRING "IVA A DEBITO SULLE VENDITE        "
                      IMPORTO-SEGNO-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE IVA-NOTE-LIQ TO IMPORTO-SEGNO-EDIT
               MOVE SPACES TO RW-RIGA
               STRING "MENO IVA DELLE NOTE DI CREDITO    "
                      IMPORTO-SEGNO-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE IVA-ACQUISTI-LIQ TO IMPORTO-SEGNO-EDIT
               MOVE SPACES TO RW-RIGA
               STRING "MENO IVA A CREDITO SUGLI ACQUISTI "
                      IMPORTO-SEGNO-EDIT
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE CREDITO-PRECEDENTE TO IMPORTO-SEGNO-EDIT
               MOVE SPACES TO RW-RIGA
               STRING "MENO CREDITO DEL PERIODO PRECEDENTE "
                      IMPORTO-SEGNO-EDIT
                      " (LIQUIDAZIONE AL MESE "
                      ULTIMO-MESE-PRECEDENTE ")"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA

               MOVE SPACES TO RW-RIGA
               IF SALDO-LIQ > 0 THEN
                   MOVE SALDO-LIQ TO IMPORTO-SEGNO-EDIT
                   STRING "IVA DA VERSARE                    "
                          IMPORTO-SEGNO-EDIT
                       DELIMITED BY SIZE INTO RW-RIGA
               ELSE
                   COMPUTE IMPORTO-SEGNO-EDIT = 0 - SALDO-LIQ
                   STRING "CREDITO DA RIPORTARE              "
                          IMPORTO-SEGNO-EDIT
                       DELIMITED BY SIZE INTO RW-RIGA
               END-IF
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           DISPLAY "DOCUMENTI NEL PERIODO: " DOCUMENTI-LIQ.
           MOVE IVA-VENDITE-LIQ TO IMPORTO-SEGNO-EDIT.
           DISPLAY "IVA VENDITE          " IMPORTO-SEGNO-EDIT.
           MOVE IVA-NOTE-LIQ TO IMPORTO-SEGNO-EDIT.
           DISPLAY "IVA NOTE DI CREDITO  " IMPORTO-SEGNO-EDIT.
           MOVE IVA-ACQUISTI-LIQ TO IMPORTO-SEGNO-EDIT.
           DISPLAY "IVA ACQUISTI         " IMPORTO-SEGNO-EDIT.
           MOVE CREDITO-PRECEDENTE TO IMPORTO-SEGNO-EDIT.
           DISPLAY "CREDITO PRECEDENTE   " IMPORTO-SEGNO-EDIT.
           IF SALDO-LIQ > 0 THEN
               MOVE SALDO-LIQ TO IMPORTO-SEGNO-EDIT
               DISPLAY "IVA DA VERSARE       " IMPORTO-SEGNO-EDIT
           ELSE
               COMPUTE IMPORTO-SEGNO-EDIT = 0 - SALDO-LIQ
               DISPLAY "CREDITO DA RIPORTARE " IMPORTO-SEGNO-EDIT
           END-IF.

      *------------------------------------ FUNCTION FV ----------------
      *LA LIQUIDAZIONE CONFERMATA CONGELA IL PERIODO
       SCRIVI-LIQUIDAZIONE.

           OPEN I-O LIQIVA-FILE.
           IF FS-LIQIVA = "35" THEN
               OPEN OUTPUT LIQIVA-FILE
               CLOSE LIQIVA-FILE
               OPEN I-O LIQIVA-FILE
           END-IF.

           IF FS-LIQIVA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE LIQIVA.DAT - STATO "
                       FS-LIQIVA " - LIQUIDAZIONE NON CONFERMATA"
               MOVE "N" TO RISPOSTA-LIQ
               EXIT PARAGRAPH
           END-IF.

           MOVE ULTIMO-MESE-LIQ TO ULTIMO-MESE-LIQ-REC.
           MOVE PRIMO-MESE-LIQ TO PRIMO-MESE-LIQ-REC.
           MOVE PERIODICITA-LIQ TO PERIODICITA-LIQ-REC.
           MOVE IVA-VENDITE-LIQ TO IVA-VENDITE-LIQ-REC.
           MOVE IVA-NOTE-LIQ TO IVA-NOTE-LIQ-REC.
           MOVE IVA-ACQUISTI-LIQ TO IVA-ACQUISTI-LIQ-REC.
           MOVE CREDITO-PRECEDENTE TO CREDITO-PRECEDENTE-LIQ-REC.
           MOVE SALDO-LIQ TO SALDO-LIQ-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CONFERMA-LIQ-REC.

           WRITE LIQUIDAZIONE-REC
               INVALID KEY
                   DISPLAY "PERIODO GIA' LIQUIDATO"
                   MOVE "N" TO RISPOSTA-LIQ
               NOT INVALID KEY
                   DISPLAY "LIQUIDAZIONE CONFERMATA, PERIODO "
                           PRIMO-MESE-LIQ "-" ULTIMO-MESE-LIQ
                           " CONGELATO"
           END-WRITE.

           CLOSE LIQIVA-FILE.

      *------------------------------------ FUNCTION FW ----------------
      *FATTURA ELETTRONICA: ESPORTAZIONE FATTURAPA DELLE FATTURE DEL
      *REGISTRO PER LO SDI, ESITI DEGLI INVII, ELENCO DELLE FATTURE
      *MAI TRASMESSE O SCARTATE, DATI DELLA DITTA CEDENTE
       FATTURA-ELETTRONICA.

           MOVE 0 TO SCELTA-SDI.
           PERFORM UNTIL SCELTA-SDI = 9
               DISPLAY "FATTURA ELETTRONICA"
               DISPLAY "1 ESPORTA FATTURE  2 REGISTRA ESITO SDI "
                       "3 NON TRASMESSE / SCARTATE "
                       "4 DATI DELLA DITTA  9 FINE"
               ACCEPT SCELTA-SDI
               EVALUATE SCELTA-SDI
                   WHEN 1
                       PERFORM ESPORTA-FATTURE-SDI
                   WHEN 2
                       PERFORM REGISTRA-ESITO-SDI
                   WHEN 3
                       PERFORM FATTURE-NON-TRASMESSE
                   WHEN 4
                       PERFORM DATI-DITTA
                   WHEN OTHER
                       MOVE 9 TO SCELTA-SDI
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION FX ----------------
       CARICA-DITTA.

           MOVE "N" TO DITTA-PRESENTE.
           MOVE SPACES TO DITTA-REC.

           OPEN INPUT DITTA-FILE.
           IF FS-DITTA = "00" THEN
               READ DITTA-FILE
                   NOT AT END
                       MOVE "S" TO DITTA-PRESENTE
               END-READ
               CLOSE DITTA-FILE
           END-IF.

      *------------------------------------ FUNCTION FY ----------------
      *DATI DELLA DITTA CHE EMETTE LE FATTURE (CEDENTE/PRESTATORE
      *NEL TRACCIATO FATTURAPA)
       DATI-DITTA.

           PERFORM CARICA-DITTA.
           IF DITTA-PRESENTE = "S" THEN
               DISPLAY "DITTA ATTUALE: " DENOMINAZIONE-DITTA
               DISPLAY "P.IVA " PARTITA-IVA-DITTA " "
                       INDIRIZZO-DITTA
               DISPLAY CAP-DITTA " " COMUNE-DITTA " "
                       PROVINCIA-DITTA " REGIME "
                       REGIME-FISCALE-DITTA
           END-IF.

           DISPLAY "PARTITA IVA (11 CIFRE): ".
           ACCEPT PARTITA-IVA-DITTA.
           IF PARTITA-IVA-DITTA IS NOT NUMERIC THEN
               DISPLAY "PARTITA IVA NON VALIDA, DATI NON SALVATI"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DENOMINAZIONE: ".
           ACCEPT DENOMINAZIONE-DITTA.
           DISPLAY "INDIRIZZO (VIA E NUMERO CIVICO): ".
           ACCEPT INDIRIZZO-DITTA.
           DISPLAY "CAP: ".
           ACCEPT CAP-DITTA.
           DISPLAY "COMUNE: ".
           ACCEPT COMUNE-DITTA.
           DISPLAY "PROVINCIA (SIGLA): ".
           ACCEPT PROVINCIA-DITTA.
           DISPLAY "REGIME FISCALE (INVIO = RF01 ORDINARIO): ".
           ACCEPT REGIME-FISCALE-DITTA.
           IF REGIME-FISCALE-DITTA = SPACES THEN
               MOVE "RF01" TO REGIME-FISCALE-DITTA
           END-IF.

           IF DENOMINAZIONE-DITTA = SPACES
              OR INDIRIZZO-DITTA = SPACES
              OR CAP-DITTA IS NOT NUMERIC
              OR COMUNE-DITTA = SPACES
              OR PROVINCIA-DITTA = SPACES THEN
               DISPLAY "DATI INCOMPLETI, NON SALVATI"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT DITTA-FILE.
           IF FS-DITTA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE DITTA.DAT - STATO "
                       FS-DITTA
               EXIT PARAGRAPH
           END-IF.
           WRITE DITTA-REC.
           CLOSE DITTA-FILE.
           DISPLAY "DATI DELLA DITTA SALVATI".

      *------------------------------------ FUNCTION FZ ----------------
      *GIORNALE DEGLI INVII ALLO SDI, CREATO AL PRIMO INVIO
       APRI-SDILOG.

           OPEN I-O SDILOG-FILE.
           IF FS-SDILOG = "35" THEN
               OPEN OUTPUT SDILOG-FILE
               CLOSE SDILOG-FILE
               OPEN I-O SDILOG-FILE
           END-IF.

      *------------------------------------ FUNCTION GA ----------------
      *ESPORTAZIONE DELLE FATTURE DEL REGISTRO IN FORMATO FATTURAPA:
      *UNA FATTURA O UN INTERVALLO, SALTANDO QUELLE GIA' TRASMESSE IN
      *ATTESA DI ESITO O ACCETTATE; LE SCARTATE SI RIESPORTANO CON UN
      *NUOVO TENTATIVO E UN NUOVO PROGRESSIVO D'INVIO
       ESPORTA-FATTURE-SDI.

           PERFORM CARICA-DITTA.
           IF DITTA-PRESENTE = "N"
              OR PARTITA-IVA-DITTA IS NOT NUMERIC THEN
               DISPLAY "DATI DELLA DITTA MANCANTI: INSERIRLI CON LA "
                       "SCELTA 4"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DALLA FATTURA N. (0 = TUTTE LE NON TRASMESSE): ".
           MOVE 0 TO FATTURA-SDI-DA.
           ACCEPT FATTURA-SDI-DA.
           IF FATTURA-SDI-DA = 0 THEN
               MOVE 1 TO FATTURA-SDI-DA
               MOVE 99999 TO FATTURA-SDI-A
           ELSE
               DISPLAY "ALLA FATTURA N. (0 = SOLO LA "
                       FATTURA-SDI-DA "): "
               MOVE 0 TO FATTURA-SDI-A
               ACCEPT FATTURA-SDI-A
               IF FATTURA-SDI-A < FATTURA-SDI-DA THEN
                   MOVE FATTURA-SDI-DA TO FATTURA-SDI-A
               END-IF
           END-IF.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               DISPLAY "NESSUNA FATTURA A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO CLIENTI-APERTI-SDI.
           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI = "00" THEN
               MOVE "S" TO CLIENTI-APERTI-SDI
           END-IF.
           PERFORM APRI-RIGHE-FATTURA.
           PERFORM APRI-SDILOG.
           PERFORM TROVA-PROSSIMO-PROGRESSIVO-SDI.

           MOVE 0 TO FATTURE-ESPORTATE.
           MOVE 0 TO FATTURE-NON-VALIDE.

           MOVE FATTURA-SDI-DA TO NUMERO-FATT-REC.
           START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
               INVALID KEY MOVE "10" TO FS-REGFATT
           END-START.

           PERFORM UNTIL FS-REGFATT = "10"
               READ REGFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGFATT
                   NOT AT END
                       IF NUMERO-FATT-REC > FATTURA-SDI-A THEN
                           MOVE "10" TO FS-REGFATT
                       ELSE
                           PERFORM ESPORTA-FATTURA-SDI
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SDILOG-FILE.
           PERFORM CHIUDI-RIGHE-FATTURA.
           IF CLIENTI-APERTI-SDI = "S" THEN
               CLOSE CLIENTI-FILE
           END-IF.
           CLOSE REGFATT-FILE.

           DISPLAY "FATTURE ESPORTATE: " FATTURE-ESPORTATE
                   "  NON ESPORTABILI: " FATTURE-NON-VALIDE.

      *------------------------------------ FUNCTION GB ----------------
      *PROSSIMO PROGRESSIVO D'INVIO (MASSIMO DEL GIORNALE + 1)
       TROVA-PROSSIMO-PROGRESSIVO-SDI.

           MOVE 1 TO PROGRESSIVO-INVIO.

           MOVE LOW-VALUES TO CHIAVE-SDI-REC.
           START SDILOG-FILE KEY IS NOT LESS THAN CHIAVE-SDI-REC
               INVALID KEY MOVE "10" TO FS-SDILOG
           END-START.

           PERFORM UNTIL FS-SDILOG = "10"
               READ SDILOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SDILOG
                   NOT AT END
                       IF PROGRESSIVO-SDI-REC NOT < PROGRESSIVO-INVIO
                           COMPUTE PROGRESSIVO-INVIO =
                                   PROGRESSIVO-SDI-REC + 1
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-SDILOG.

      *------------------------------------ FUNCTION GC ----------------
       ESPORTA-FATTURA-SDI.

           MOVE NUMERO-FATT-REC TO FATTURA-SDI-CERCATA.
           PERFORM STATO-SDI-FATTURA.
           IF ULTIMO-STATO-SDI = "I" OR ULTIMO-STATO-SDI = "A" THEN
               IF FATTURA-SDI-DA = FATTURA-SDI-A THEN
                   DISPLAY "FATTURA " NUMERO-FATT-REC
                           " GIA' TRASMESSA (" ULTIMO-FILE-SDI ")"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDA-FATTURA-SDI.
           IF FATTURA-SDI-VALIDA = "N" THEN
               ADD 1 TO FATTURE-NON-VALIDE
               DISPLAY "FATTURA " NUMERO-FATT-REC
                       " NON ESPORTABILE: " MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCRIVI-XML-FATTURA.
           IF FS-XML NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE NUMERO-FATT-REC TO FATTURA-SDI-REC.
           COMPUTE TENTATIVO-SDI-REC = ULTIMO-TENTATIVO-SDI + 1.
           MOVE PROGRESSIVO-INVIO TO PROGRESSIVO-SDI-REC.
           MOVE NOME-FILE-XML TO NOME-FILE-SDI-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INVIO-SDI-REC.
           MOVE "I" TO STATO-SDI-REC.
           MOVE SPACES TO ERRORE-SDI-REC.
           MOVE 0 TO DATA-ESITO-SDI-REC.
           WRITE INVIO-SDI-REC
               INVALID KEY
                   DISPLAY "INVIO GIA' A GIORNALE, CONTROLLARE "
                           "SDILOG.DAT"
           END-WRITE.

           ADD 1 TO FATTURE-ESPORTATE.
           ADD 1 TO PROGRESSIVO-INVIO.
           DISPLAY "FATTURA " NUMERO-FATT-REC " -> " NOME-FILE-XML.

      *------------------------------------ FUNCTION GD ----------------
      *ULTIMO INVIO A GIORNALE DELLA FATTURA FATTURA-SDI-CERCATA:
      *STATO SPAZIO SE NON E' MAI STATA TRASMESSA
       STATO-SDI-FATTURA.

           MOVE SPACE TO ULTIMO-STATO-SDI.
           MOVE 0 TO ULTIMO-TENTATIVO-SDI.
           MOVE SPACES TO ULTIMO-ERRORE-SDI.
           MOVE SPACES TO ULTIMO-FILE-SDI.

           MOVE FATTURA-SDI-CERCATA TO FATTURA-SDI-REC.
           MOVE 0 TO TENTATIVO-SDI-REC.
           START SDILOG-FILE KEY IS NOT LESS THAN CHIAVE-SDI-REC
               INVALID KEY MOVE "10" TO FS-SDILOG
           END-START.

           PERFORM UNTIL FS-SDILOG = "10"
               READ SDILOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SDILOG
                   NOT AT END
                       IF FATTURA-SDI-REC NOT = FATTURA-SDI-CERCATA
                           MOVE "10" TO FS-SDILOG
                       ELSE
                           MOVE STATO-SDI-REC TO ULTIMO-STATO-SDI
                           MOVE TENTATIVO-SDI-REC
                               TO ULTIMO-TENTATIVO-SDI
                           MOVE ERRORE-SDI-REC TO ULTIMO-ERRORE-SDI
                           MOVE NOME-FILE-SDI-REC TO ULTIMO-FILE-SDI
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-SDILOG.

      *------------------------------------ FUNCTION GE ----------------
      *CAMPI OBBLIGATORI DEL TRACCIATO: CLIENTE IN ANAGRAFICA CON
      *PARTITA IVA E SEDE COMPLETA, DATA VALIDA, TOTALE E RIEPILOGO
      *IVA PRESENTI; L'ALIQUOTA ZERO RICHIEDE LA NATURA
      *DELL'ESENZIONE, CHE IL REGISTRO NON CONSERVA
       VALIDA-FATTURA-SDI.

           MOVE "S" TO FATTURA-SDI-VALIDA.
           MOVE SPACES TO MOTIVO-SDI.

           MOVE "23" TO FS-CLIENTI.
           IF CLIENTI-APERTI-SDI = "S" THEN
               MOVE CODICE-CLI-FATT-REC TO CODICE-CLI-REC
               READ CLIENTI-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           IF FS-CLIENTI NOT = "00" THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "CLIENTE NON IN ANAGRAFICA" TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           IF PARTITA-IVA-CLI IS NOT NUMERIC
              OR PARTITA-IVA-CLI = ZEROS THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "PARTITA IVA CLIENTE MANCANTE O ERRATA"
                   TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           IF RAGIONE-SOCIALE-CLI = SPACES THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "RAGIONE SOCIALE CLIENTE MANCANTE" TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCOMPONI-INDIRIZZO-CLI.
           IF VIA-CLI-SDI = SPACES
              OR CAP-CLI-SDI = SPACES
              OR COMUNE-CLI-SDI = SPACES
              OR PROVINCIA-CLI-SDI IS NOT ALPHABETIC
              OR PROVINCIA-CLI-SDI = SPACES THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "INDIRIZZO SENZA VIA, CAP, COMUNE O PROVINCIA"
                   TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           MOVE "V" TO DATESRV-FUNZIONE.
           MOVE DATA-FATT-REC TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "N" THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "DATA FATTURA NON VALIDA" TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           IF TOTALE-FATT-REC = 0 THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "TOTALE DOCUMENTO A ZERO" TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           IF IMPONIBILE-ALIQ-REC(1) = 0
              AND ALIQUOTA-FATT-REC(1) = 0 THEN
               MOVE "N" TO FATTURA-SDI-VALIDA
               MOVE "RIEPILOGO IVA MANCANTE" TO MOTIVO-SDI
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ALIQUOTA-SDI-IDX FROM 1 BY 1
                   UNTIL ALIQUOTA-SDI-IDX > 5
               IF IMPONIBILE-ALIQ-REC(ALIQUOTA-SDI-IDX) > 0
                  AND ALIQUOTA-FATT-REC(ALIQUOTA-SDI-IDX) = 0 THEN
                   MOVE "N" TO FATTURA-SDI-VALIDA
                   MOVE "ALIQUOTA ZERO SENZA NATURA DELL'ESENZIONE"
                       TO MOTIVO-SDI
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION GF ----------------
      *L'ANAGRAFICA HA UN SOLO CAMPO INDIRIZZO: LA SEDE SI RICAVA
      *CERCANDO IL CAP (CINQUE CIFRE TRA DUE SPAZI); PRIMA C'E' LA
      *VIA, DOPO IL COMUNE E IN CODA LA SIGLA DELLA PROVINCIA, COME
      *IN "VIA ROMA 12 20121 MILANO MI"
       SCOMPONI-INDIRIZZO-CLI.

           MOVE SPACES TO VIA-CLI-SDI.
           MOVE SPACES TO CAP-CLI-SDI.
           MOVE SPACES TO COMUNE-CLI-SDI.
           MOVE SPACES TO PROVINCIA-CLI-SDI.

           MOVE 0 TO POS-CAP.
           PERFORM VARYING POS-SCAN FROM 2 BY 1
                   UNTIL POS-SCAN > 35 OR POS-CAP > 0
               IF INDIRIZZO-CLI(POS-SCAN:5) IS NUMERIC
                  AND INDIRIZZO-CLI(POS-SCAN - 1:1) = SPACE
                  AND INDIRIZZO-CLI(POS-SCAN + 5:1) = SPACE THEN
                   MOVE POS-SCAN TO POS-CAP
               END-IF
           END-PERFORM.
           IF POS-CAP = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING POS-FINE-INDIRIZZO FROM 40 BY -1
                   UNTIL POS-FINE-INDIRIZZO < POS-CAP + 9
                      OR INDIRIZZO-CLI(POS-FINE-INDIRIZZO:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF POS-FINE-INDIRIZZO < POS-CAP + 9 THEN
               EXIT PARAGRAPH
           END-IF.
           IF INDIRIZZO-CLI(POS-FINE-INDIRIZZO - 2:1) NOT = SPACE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE INDIRIZZO-CLI(1:POS-CAP - 1) TO VIA-CLI-SDI.
           MOVE INDIRIZZO-CLI(POS-CAP:5) TO CAP-CLI-SDI.
           MOVE INDIRIZZO-CLI(POS-CAP + 6:
                              POS-FINE-INDIRIZZO - POS-CAP - 8)
               TO COMUNE-CLI-SDI.
           MOVE INDIRIZZO-CLI(POS-FINE-INDIRIZZO - 1:2)
               TO PROVINCIA-CLI-SDI.

      *------------------------------------ FUNCTION GG ----------------
      *FILE FATTURAPA (FPR12, FATTURA TD01 TRA PRIVATI) NELLO SPOOL,
      *CON IL NOME CHE LO SDI RICHIEDE: IT + PARTITA IVA DELLA DITTA
      *+ "_" + PROGRESSIVO D'INVIO. CODICE DESTINATARIO "0000000":
      *IL CLIENTE LA RICEVE DAL SUO CASSETTO FISCALE
       SCRIVI-XML-FATTURA.

           MOVE SPACES TO NOME-FILE-XML.
           STRING "SPOOL/IT" PARTITA-IVA-DITTA "_" PROGRESSIVO-INVIO
                  ".xml"
               DELIMITED BY SIZE INTO NOME-FILE-XML.

           OPEN OUTPUT XML-FILE.
           IF FS-XML NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE " NOME-FILE-XML
                       " - STATO " FS-XML
               EXIT PARAGRAPH
           END-IF.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE SPACES TO RIGA-XML.
           STRING '<p:FatturaElettronica versione="FPR12" '
                  'xmlns:p="http://ivaservizi.agenziaentrate.gov.it/'
                  'docs/xsd/fatture/v1.2">'
               DELIMITED BY SIZE INTO RIGA-XML.
           WRITE RIGA-XML.

           MOVE "<FatturaElettronicaHeader>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<DatiTrasmissione>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<IdTrasmittente>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "IdPaese" TO TAG-XML.
           MOVE "IT" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "IdCodice" TO TAG-XML.
           MOVE PARTITA-IVA-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</IdTrasmittente>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "ProgressivoInvio" TO TAG-XML.
           MOVE PROGRESSIVO-INVIO TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "FormatoTrasmissione" TO TAG-XML.
           MOVE "FPR12" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "CodiceDestinatario" TO TAG-XML.
           MOVE "0000000" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DatiTrasmissione>" TO RIGA-XML.
           WRITE RIGA-XML.

           MOVE "<CedentePrestatore>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<DatiAnagrafici>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<IdFiscaleIVA>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "IdPaese" TO TAG-XML.
           MOVE "IT" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "IdCodice" TO TAG-XML.
           MOVE PARTITA-IVA-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</IdFiscaleIVA>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<Anagrafica>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "Denominazione" TO TAG-XML.
           MOVE DENOMINAZIONE-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</Anagrafica>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "RegimeFiscale" TO TAG-XML.
           MOVE REGIME-FISCALE-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DatiAnagrafici>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<Sede>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "Indirizzo" TO TAG-XML.
           MOVE INDIRIZZO-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "CAP" TO TAG-XML.
           MOVE CAP-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Comune" TO TAG-XML.
           MOVE COMUNE-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Provincia" TO TAG-XML.
           MOVE PROVINCIA-DITTA TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Nazione" TO TAG-XML.
           MOVE "IT" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</Sede>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</CedentePrestatore>" TO RIGA-XML.
           WRITE RIGA-XML.

           MOVE "<CessionarioCommittente>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<DatiAnagrafici>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<IdFiscaleIVA>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "IdPaese" TO TAG-XML.
           MOVE "IT" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "IdCodice" TO TAG-XML.
           MOVE PARTITA-IVA-CLI TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</IdFiscaleIVA>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<Anagrafica>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "Denominazione" TO TAG-XML.
           MOVE RAGIONE-SOCIALE-CLI TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</Anagrafica>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</DatiAnagrafici>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<Sede>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "Indirizzo" TO TAG-XML.
           MOVE VIA-CLI-SDI TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "CAP" TO TAG-XML.
           MOVE CAP-CLI-SDI TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Comune" TO TAG-XML.
           MOVE COMUNE-CLI-SDI TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Provincia" TO TAG-XML.
           MOVE PROVINCIA-CLI-SDI TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Nazione" TO TAG-XML.
           MOVE "IT" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</Sede>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</CessionarioCommittente>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</FatturaElettronicaHeader>" TO RIGA-XML.
           WRITE RIGA-XML.

           MOVE "<FatturaElettronicaBody>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<DatiGenerali>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "<DatiGeneraliDocumento>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "TipoDocumento" TO TAG-XML.
           MOVE "TD01" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Divisa" TO TAG-XML.
           MOVE "EUR" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Data" TO TAG-XML.
           MOVE DATA-FATT-REC TO DATA-XML.
           PERFORM FORMATTA-DATA-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Numero" TO TAG-XML.
           MOVE NUMERO-FATT-REC TO NUMERO-XML.
           PERFORM FORMATTA-NUMERO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "ImportoTotaleDocumento" TO TAG-XML.
           MOVE TOTALE-FATT-REC TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DatiGeneraliDocumento>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</DatiGenerali>" TO RIGA-XML.
           WRITE RIGA-XML.

           MOVE "<DatiBeniServizi>" TO RIGA-XML.
           WRITE RIGA-XML.
           PERFORM LINEE-XML-FATTURA.
           PERFORM VARYING ALIQUOTA-SDI-IDX FROM 1 BY 1
                   UNTIL ALIQUOTA-SDI-IDX > 5
               IF ALIQUOTA-FATT-REC(ALIQUOTA-SDI-IDX) > 0 THEN
                   PERFORM RIEPILOGO-XML-FATTURA
               END-IF
           END-PERFORM.
           MOVE "</DatiBeniServizi>" TO RIGA-XML.
           WRITE RIGA-XML.

           MOVE "<DatiPagamento>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "CondizioniPagamento" TO TAG-XML.
           MOVE "TP02" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "<DettaglioPagamento>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "ModalitaPagamento" TO TAG-XML.
           MOVE "MP05" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           IF DATA-SCADENZA-FATT-REC > 0 THEN
               MOVE "DataScadenzaPagamento" TO TAG-XML
               MOVE DATA-SCADENZA-FATT-REC TO DATA-XML
               PERFORM FORMATTA-DATA-XML
               PERFORM SCRIVI-TAG-XML
           END-IF.
           MOVE "ImportoPagamento" TO TAG-XML.
           MOVE TOTALE-FATT-REC TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DettaglioPagamento>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</DatiPagamento>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</FatturaElettronicaBody>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "</p:FatturaElettronica>" TO RIGA-XML.
           WRITE RIGA-XML.

           CLOSE XML-FILE.

      *------------------------------------ FUNCTION GH ----------------
      *UNA DETTAGLIOLINEE PER OGNI RIGA DI FATTURA A REGISTRO; LE
      *FATTURE EMESSE PRIMA DEL REGISTRO DELLE RIGHE HANNO SOLO IL
      *RIEPILOGO, E ALLORA SI SCRIVE UNA LINEA PER ALIQUOTA
       LINEE-XML-FATTURA.

           MOVE 0 TO RIGHE-XML-FATTURA.

           IF RIGHE-FATTURA-APERTE = "S" THEN
               MOVE NUMERO-FATT-REC TO NUMERO-RIGAFATT-REC
               MOVE 0 TO RIGA-RIGAFATT-REC
               START RIGHEFATT-FILE KEY IS NOT LESS THAN
                   CHIAVE-RIGAFATT-REC
                   INVALID KEY MOVE "10" TO FS-RIGHEFATT
               END-START

               PERFORM UNTIL FS-RIGHEFATT = "10"
                   READ RIGHEFATT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-RIGHEFATT
                       NOT AT END
                           IF NUMERO-RIGAFATT-REC NOT =
                              NUMERO-FATT-REC THEN
                               MOVE "10" TO FS-RIGHEFATT
                           ELSE
                               PERFORM LINEA-XML-RIGA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS-RIGHEFATT
           END-IF.

           IF RIGHE-XML-FATTURA = 0 THEN
               PERFORM VARYING ALIQUOTA-SDI-IDX FROM 1 BY 1
                       UNTIL ALIQUOTA-SDI-IDX > 5
                   IF ALIQUOTA-FATT-REC(ALIQUOTA-SDI-IDX) > 0 THEN
                       PERFORM LINEA-XML-ALIQUOTA
                   END-IF
               END-PERFORM
           END-IF.

      *------------------------------------ FUNCTION GI ----------------
       LINEA-XML-RIGA.

           ADD 1 TO RIGHE-XML-FATTURA.
           MOVE "<DettaglioLinee>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "NumeroLinea" TO TAG-XML.
           MOVE RIGHE-XML-FATTURA TO NUMERO-XML.
           PERFORM FORMATTA-NUMERO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Descrizione" TO TAG-XML.
           MOVE DESCRIZIONE-RIGAFATT-REC TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Quantita" TO TAG-XML.
           MOVE QTA-RIGAFATT-REC TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "PrezzoUnitario" TO TAG-XML.
           MOVE PREZZO-RIGAFATT-REC TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "PrezzoTotale" TO TAG-XML.
           COMPUTE IMPORTO-XML =
                   QTA-RIGAFATT-REC * PREZZO-RIGAFATT-REC.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "AliquotaIVA" TO TAG-XML.
           MOVE ALIQUOTA-RIGAFATT-REC TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DettaglioLinee>" TO RIGA-XML.
           WRITE RIGA-XML.

      *------------------------------------ FUNCTION GJ ----------------
       LINEA-XML-ALIQUOTA.

           ADD 1 TO RIGHE-XML-FATTURA.
           MOVE "<DettaglioLinee>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "NumeroLinea" TO TAG-XML.
           MOVE RIGHE-XML-FATTURA TO NUMERO-XML.
           PERFORM FORMATTA-NUMERO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Descrizione" TO TAG-XML.
           MOVE SPACES TO VALORE-XML.
           STRING "CESSIONE DI BENI ALIQUOTA "
                  ALIQUOTA-FATT-REC(ALIQUOTA-SDI-IDX) "%"
               DELIMITED BY SIZE INTO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "PrezzoUnitario" TO TAG-XML.
           MOVE IMPONIBILE-ALIQ-REC(ALIQUOTA-SDI-IDX) TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "PrezzoTotale" TO TAG-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "AliquotaIVA" TO TAG-XML.
           MOVE ALIQUOTA-FATT-REC(ALIQUOTA-SDI-IDX) TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DettaglioLinee>" TO RIGA-XML.
           WRITE RIGA-XML.

      *------------------------------------ FUNCTION GK ----------------
      *DATIRIEPILOGO DALLO SLOT ALIQUOTA-SDI-IDX DEL REGISTRO
       RIEPILOGO-XML-FATTURA.

           MOVE "<DatiRiepilogo>" TO RIGA-XML.
           WRITE RIGA-XML.
           MOVE "AliquotaIVA" TO TAG-XML.
           MOVE ALIQUOTA-FATT-REC(ALIQUOTA-SDI-IDX) TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "ImponibileImporto" TO TAG-XML.
           MOVE IMPONIBILE-ALIQ-REC(ALIQUOTA-SDI-IDX) TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "Imposta" TO TAG-XML.
           MOVE IMPOSTA-ALIQ-REC(ALIQUOTA-SDI-IDX) TO IMPORTO-XML.
           PERFORM FORMATTA-IMPORTO-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "EsigibilitaIVA" TO TAG-XML.
           MOVE "I" TO VALORE-XML.
           PERFORM SCRIVI-TAG-XML.
           MOVE "</DatiRiepilogo>" TO RIGA-XML.
           WRITE RIGA-XML.

      *------------------------------------ FUNCTION GL ----------------
      *IMPORTO-XML IN VALORE-XML COL PUNTO DECIMALE E SENZA SPAZI
      *IN TESTA, COME VUOLE IL TRACCIATO
       FORMATTA-IMPORTO-XML.

           MOVE IMPORTO-XML TO IMPORTO-XML-EDIT.
           INSPECT IMPORTO-XML-EDIT REPLACING ALL "," BY ".".
           MOVE 0 TO SPAZI-XML.
           INSPECT IMPORTO-XML-EDIT TALLYING SPAZI-XML
               FOR LEADING SPACES.
           MOVE SPACES TO VALORE-XML.
           MOVE IMPORTO-XML-EDIT(SPAZI-XML + 1:) TO VALORE-XML.

      *------------------------------------ FUNCTION GM ----------------
       FORMATTA-NUMERO-XML.

           MOVE NUMERO-XML TO NUMERO-XML-EDIT.
           MOVE 0 TO SPAZI-XML.
           INSPECT NUMERO-XML-EDIT TALLYING SPAZI-XML
               FOR LEADING SPACES.
           MOVE SPACES TO VALORE-XML.
           MOVE NUMERO-XML-EDIT(SPAZI-XML + 1:) TO VALORE-XML.

      *------------------------------------ FUNCTION GN ----------------
      *DATA-XML (AAAAMMGG) IN VALORE-XML NEL FORMATO AAAA-MM-GG
       FORMATTA-DATA-XML.

           MOVE SPACES TO DATA-XML-TESTO.
           STRING DATA-XML(1:4) "-" DATA-XML(5:2) "-" DATA-XML(7:2)
               DELIMITED BY SIZE INTO DATA-XML-TESTO.
           MOVE DATA-XML-TESTO TO VALORE-XML.

      *------------------------------------ FUNCTION GO ----------------
      *SCRIVE <TAG-XML>VALORE-XML</TAG-XML>, CON GLI SPAZI IN CODA
      *TOLTI E I CARATTERI RISERVATI DELL'XML SOSTITUITI
       SCRIVI-TAG-XML.

           PERFORM VARYING LUNGHEZZA-VALORE-XML FROM 100 BY -1
                   UNTIL LUNGHEZZA-VALORE-XML = 0
                      OR VALORE-XML(LUNGHEZZA-VALORE-XML:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF LUNGHEZZA-VALORE-XML = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO VALORE-XML-ESCAPE.
           MOVE 1 TO PUNTATORE-XML.
           PERFORM VARYING POS-CARATTERE-XML FROM 1 BY 1
                   UNTIL POS-CARATTERE-XML > LUNGHEZZA-VALORE-XML
               MOVE VALORE-XML(POS-CARATTERE-XML:1) TO CARATTERE-XML
               EVALUATE CARATTERE-XML
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO VALORE-XML-ESCAPE
                           WITH POINTER PUNTATORE-XML
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO VALORE-XML-ESCAPE
                           WITH POINTER PUNTATORE-XML
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO VALORE-XML-ESCAPE
                           WITH POINTER PUNTATORE-XML
                   WHEN OTHER
                       STRING CARATTERE-XML DELIMITED BY SIZE
                           INTO VALORE-XML-ESCAPE
                           WITH POINTER PUNTATORE-XML
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO RIGA-XML.
           STRING "<" DELIMITED BY SIZE
                  TAG-XML DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  VALORE-XML-ESCAPE(1:PUNTATORE-XML - 1)
                      DELIMITED BY SIZE
                  "</" DELIMITED BY SIZE
                  TAG-XML DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO RIGA-XML.
           WRITE RIGA-XML.

      *------------------------------------ FUNCTION GP ----------------
      *ESITO DELLO SDI SULL'ULTIMO INVIO DI UNA FATTURA: ACCETTATA
      *(CONSEGNATA) O SCARTATA CON IL CODICE ERRORE DELLA NOTIFICA;
      *LA SCARTATA TORNA ESPORTABILE DOPO LA CORREZIONE DEI DATI
       REGISTRA-ESITO-SDI.

           DISPLAY "NUMERO FATTURA: ".
           MOVE 0 TO FATTURA-SDI-CERCATA.
           ACCEPT FATTURA-SDI-CERCATA.

           PERFORM APRI-SDILOG.
           IF FS-SDILOG NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE SDILOG.DAT - STATO "
                       FS-SDILOG
               EXIT PARAGRAPH
           END-IF.

           PERFORM STATO-SDI-FATTURA.
           IF ULTIMO-STATO-SDI = SPACE THEN
               DISPLAY "FATTURA MAI TRASMESSA"
               CLOSE SDILOG-FILE
               EXIT PARAGRAPH
           END-IF.
           IF ULTIMO-STATO-SDI NOT = "I" THEN
               DISPLAY "ESITO GIA' REGISTRATO SULL'ULTIMO INVIO ("
                       ULTIMO-STATO-SDI ")"
               CLOSE SDILOG-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "INVIO " ULTIMO-TENTATIVO-SDI " FILE "
                   ULTIMO-FILE-SDI.
           DISPLAY "ESITO (A = ACCETTATA, S = SCARTATA): ".
           MOVE SPACE TO ESITO-SDI.
           ACCEPT ESITO-SDI.
           IF ESITO-SDI NOT = "A" AND ESITO-SDI NOT = "S" THEN
               DISPLAY "ESITO NON VALIDO"
               CLOSE SDILOG-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ERRORE-SDI.
           IF ESITO-SDI = "S" THEN
               DISPLAY "CODICE ERRORE DELLA NOTIFICA DI SCARTO: "
               ACCEPT ERRORE-SDI
               IF ERRORE-SDI = SPACES THEN
                   DISPLAY "CODICE ERRORE OBBLIGATORIO"
                   CLOSE SDILOG-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FATTURA-SDI-CERCATA TO FATTURA-SDI-REC.
           MOVE ULTIMO-TENTATIVO-SDI TO TENTATIVO-SDI-REC.
           READ SDILOG-FILE
               INVALID KEY
                   DISPLAY "INVIO NON TROVATO"
                   CLOSE SDILOG-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE ESITO-SDI TO STATO-SDI-REC.
           MOVE ERRORE-SDI TO ERRORE-SDI-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ESITO-SDI-REC.
           REWRITE INVIO-SDI-REC
               INVALID KEY
                   DISPLAY "ERRORE AGGIORNAMENTO SDILOG.DAT"
           END-REWRITE.

           CLOSE SDILOG-FILE.

           IF ESITO-SDI = "S" THEN
               DISPLAY "FATTURA SCARTATA: CORREGGERE I DATI E "
                       "RIESPORTARLA"
           ELSE
               DISPLAY "FATTURA ACCETTATA DALLO SDI"
           END-IF.

      *------------------------------------ FUNCTION GQ ----------------
      *ELENCO DELLE FATTURE DEL REGISTRO MAI TRASMESSE ALLO SDI O IL
      *CUI ULTIMO INVIO E' STATO SCARTATO
       FATTURE-NON-TRASMESSE.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               DISPLAY "NESSUNA FATTURA A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APRI-SDILOG.
           IF FS-SDILOG NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE SDILOG.DAT - STATO "
                       FS-SDILOG
               CLOSE REGFATT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "NONSDI.TXT" TO RW-NOME-FILE.
           MOVE "FATTURE MAI TRASMESSE O SCARTATE DALLO SDI"
               TO RW-TITOLO.
           MOVE "FATTURA / DATA / CLIENTE / TOTALE / STATO" TO
               RW-INTESTAZIONE.
           MOVE "AMMINISTRAZIONE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT NONSDI.TXT"
               CLOSE SDILOG-FILE
               CLOSE REGFATT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FATTURE-ELENCATE-SDI.

           MOVE LOW-VALUES TO NUMERO-FATT-REC.
           START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
               INVALID KEY MOVE "10" TO FS-REGFATT
           END-START.

           PERFORM UNTIL FS-REGFATT = "10"
               READ REGFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGFATT
                   NOT AT END
                       MOVE NUMERO-FATT-REC TO FATTURA-SDI-CERCATA
                       PERFORM STATO-SDI-FATTURA
                       IF ULTIMO-STATO-SDI = SPACE
                          OR ULTIMO-STATO-SDI = "S" THEN
                           PERFORM RIGA-FATTURA-NON-TRASMESSA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "FATTURE DA TRASMETTERE: " FATTURE-ELENCATE-SDI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           CLOSE SDILOG-FILE.
           CLOSE REGFATT-FILE.

           DISPLAY "ELENCO SCRITTO SU NONSDI.TXT ("
                   FATTURE-ELENCATE-SDI " FATTURE)".

      *------------------------------------ FUNCTION GR ----------------
       RIGA-FATTURA-NON-TRASMESSA.

           ADD 1 TO FATTURE-ELENCATE-SDI.
           MOVE TOTALE-FATT-REC TO IMPORTO-FATTURA-EDIT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF ULTIMO-STATO-SDI = "S" THEN
               STRING NUMERO-FATT-REC " " DATA-FATT-REC " "
                      CLIENTE-FATT-REC(1:30)
                      " EURO " IMPORTO-FATTURA-EDIT
                      " SCARTATA " ULTIMO-ERRORE-SDI
                   DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               STRING NUMERO-FATT-REC " " DATA-FATT-REC " "
                      CLIENTE-FATT-REC(1:30)
                      " EURO " IMPORTO-FATTURA-EDIT
                      " MAI TRASMESSA"
                   DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION GS ----------------
      *SCADENZA DELLA RATA RATA-CORRENTE DI UN DOCUMENTO DEL
      *DATA-DOC-FATTURA SECONDO LE CONDIZIONI GIA' INTERPRETATE
       CALCOLA-SCADENZA-RATA.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-DOC-FATTURA TO DATESRV-DATA1.
           MOVE GIORNI-RATA(RATA-CORRENTE) TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "S" THEN
               MOVE DATESRV-DATA2 TO DATA-SCADENZA-RATA
           ELSE
               MOVE DATA-DOC-FATTURA TO DATA-SCADENZA-RATA
           END-IF.

           IF CONTA-FINE-MESE > 0 THEN
               PERFORM PORTA-A-FINE-MESE
           END-IF.

      *NIENTE PAGAMENTI DI DOMENICA O A UFFICI CHIUSI
           MOVE "L" TO DATESRV-FUNZIONE.
           MOVE DATA-SCADENZA-RATA TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "S" THEN
               MOVE DATESRV-DATA2 TO DATA-SCADENZA-RATA
           END-IF.

      *------------------------------------ FUNCTION GT ----------------
      *PREVISIONE DI CASSA SETTIMANA PER SETTIMANA PER LE PROSSIME 13
      *SETTIMANE DAL SALDO DI BANCA DI OGGI: IL GIA' SCADUTO (DA
      *INCASSARE O DA PAGARE) CADE NELLA PRIMA SETTIMANA, OLTRE LA
      *TREDICESIMA NON SI CONTA; LE SETTIMANE CON SALDO NEGATIVO
      *SONO SEGNALATE
       PREVISIONE-CASSA.

           DISPLAY "SALDO DI BANCA INIZIALE: ".
           MOVE 0 TO SALDO-INIZIALE-CASSA.
           ACCEPT SALDO-INIZIALE-CASSA.
           DISPLAY "SALDO IN ROSSO (S/N): ".
           MOVE "N" TO SALDO-INIZIALE-NEGATIVO.
           ACCEPT SALDO-INIZIALE-NEGATIVO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO INIZIO-PREVISIONE.
           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE INIZIO-PREVISIONE TO DATESRV-DATA1.
           MOVE 90 TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO FINE-PREVISIONE.

           PERFORM VARYING SETTIMANA-CASSA FROM 1 BY 1
                   UNTIL SETTIMANA-CASSA > 13
               MOVE "A" TO DATESRV-FUNZIONE
               MOVE INIZIO-PREVISIONE TO DATESRV-DATA1
               COMPUTE DATESRV-GIORNI = (SETTIMANA-CASSA - 1) * 7
               CALL "DATESRV" USING DATESRV-AREA
               MOVE DATESRV-DATA2
                   TO INIZIO-SETTIMANA-CASSA(SETTIMANA-CASSA)
               MOVE 0 TO ENTRATE-CASSA(SETTIMANA-CASSA)
               MOVE 0 TO USCITE-SCADENZE-CASSA(SETTIMANA-CASSA)
               MOVE 0 TO USCITE-ORDINI-CASSA(SETTIMANA-CASSA)
           END-PERFORM.

           PERFORM PREVISIONE-ENTRATE.
           PERFORM PREVISIONE-SCADENZE-FORNITORI.
           PERFORM PREVISIONE-ORDINI-APERTI.
           PERFORM STAMPA-PREVISIONE-CASSA.

      *------------------------------------ FUNCTION GU ----------------
      *SOMMA IMPORTO-MOVIMENTO-CASSA ALLA SETTIMANA DELLA SUA DATA
       ASSEGNA-SETTIMANA-CASSA.

           IF DATA-MOVIMENTO-CASSA > FINE-PREVISIONE THEN
               EXIT PARAGRAPH
           END-IF.

           IF DATA-MOVIMENTO-CASSA < INIZIO-PREVISIONE THEN
               MOVE 1 TO SETTIMANA-CASSA
           ELSE
               MOVE "D" TO DATESRV-FUNZIONE
               MOVE INIZIO-PREVISIONE TO DATESRV-DATA1
               MOVE DATA-MOVIMENTO-CASSA TO DATESRV-DATA2
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "N" THEN
                   MOVE 1 TO SETTIMANA-CASSA
               ELSE
                   COMPUTE SETTIMANA-CASSA = DATESRV-GIORNI / 7 + 1
               END-IF
           END-IF.

           EVALUATE TIPO-MOVIMENTO-CASSA
               WHEN "E"
                   ADD IMPORTO-MOVIMENTO-CASSA
                       TO ENTRATE-CASSA(SETTIMANA-CASSA)
               WHEN "F"
                   ADD IMPORTO-MOVIMENTO-CASSA
                       TO USCITE-SCADENZE-CASSA(SETTIMANA-CASSA)
               WHEN OTHER
                   ADD IMPORTO-MOVIMENTO-CASSA
                       TO USCITE-ORDINI-CASSA(SETTIMANA-CASSA)
           END-EVALUATE.

      *------------------------------------ FUNCTION GV ----------------
      *ENTRATE: RESIDUO DELLE PARTITE APERTE DEL REGISTRO FATTURE
      *ALLA LORO SCADENZA
       PREVISIONE-ENTRATE.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "E" TO TIPO-MOVIMENTO-CASSA.
           MOVE LOW-VALUES TO NUMERO-FATT-REC.
           START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
               INVALID KEY MOVE "10" TO FS-REGFATT
           END-START.

           PERFORM UNTIL FS-REGFATT = "10"
               READ REGFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGFATT
                   NOT AT END
                       IF STATO-FATT-REC = "A"
                          AND TOTALE-FATT-REC > INCASSATO-FATT-REC
                           COMPUTE IMPORTO-MOVIMENTO-CASSA =
                                   TOTALE-FATT-REC - INCASSATO-FATT-REC
                           MOVE DATA-SCADENZA-FATT-REC
                               TO DATA-MOVIMENTO-CASSA
                           PERFORM ASSEGNA-SETTIMANA-CASSA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGFATT-FILE.

      *------------------------------------ FUNCTION GW ----------------
      *USCITE GIA' CERTE: RATE DA PAGARE DELLO SCADENZIARIO FORNITORI
       PREVISIONE-SCADENZE-FORNITORI.

           OPEN INPUT SCADFORN-FILE.
           IF FS-SCADFORN NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "F" TO TIPO-MOVIMENTO-CASSA.
           MOVE LOW-VALUES TO CHIAVE-SF-REC.
           START SCADFORN-FILE KEY IS NOT LESS THAN CHIAVE-SF-REC
               INVALID KEY MOVE "10" TO FS-SCADFORN
           END-START.

           PERFORM UNTIL FS-SCADFORN = "10"
               READ SCADFORN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SCADFORN
                   NOT AT END
                       IF DATA-SF-REC > FINE-PREVISIONE THEN
                           MOVE "10" TO FS-SCADFORN
                       ELSE
                           IF STATO-SF-REC = "A" THEN
                               MOVE IMPORTO-SF-REC
                                   TO IMPORTO-MOVIMENTO-CASSA
                               MOVE DATA-SF-REC
                                   TO DATA-MOVIMENTO-CASSA
                               PERFORM ASSEGNA-SETTIMANA-CASSA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCADFORN-FILE.

      *------------------------------------ FUNCTION GX ----------------
      *USCITE PREVISTE: LA PARTE ANCORA DA RICEVERE DELLE RIGHE
      *D'ORDINE APERTE, AL PREZZO D'ORDINE, DIVISA NELLE RATE DELLE
      *CONDIZIONI DEL FORNITORE
       PREVISIONE-ORDINI-APERTI.

           OPEN INPUT ORDACQ-FILE.
           IF FS-ORDACQ NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "O" TO TIPO-MOVIMENTO-CASSA.
           MOVE 0 TO FORNITORE-CONDIZIONI.
           MOVE LOW-VALUES TO CHIAVE-ORDACQ-REC.
           START ORDACQ-FILE KEY IS NOT LESS THAN CHIAVE-ORDACQ-REC
               INVALID KEY MOVE "10" TO FS-ORDACQ
           END-START.

           PERFORM UNTIL FS-ORDACQ = "10"
               READ ORDACQ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORDACQ
                   NOT AT END
                       IF STATO-ORDACQ-REC NOT = "C"
                          AND QTA-ORDINATA-REC > QTA-RICEVUTA-REC
                           PERFORM RATE-ORDINE-APERTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDACQ-FILE.

      *------------------------------------ FUNCTION GY ----------------
       RATE-ORDINE-APERTO.

           COMPUTE QTA-ORDINE-APERTA =
                   QTA-ORDINATA-REC - QTA-RICEVUTA-REC.
           COMPUTE VALORE-ORDINE-APERTO =
                   QTA-ORDINE-APERTA * PREZZO-ORDACQ-REC.
           IF VALORE-ORDINE-APERTO = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF FORNITORE-ORDACQ-REC NOT = FORNITORE-CONDIZIONI THEN
               MOVE FORNITORE-ORDACQ-REC TO FORNITORE-CONDIZIONI
               MOVE FORNITORE-ORDACQ-REC TO FORNITORE-FATTURA
               PERFORM CARICA-CONDIZIONI-FORNITORE
               PERFORM INTERPRETA-CONDIZIONI
           END-IF.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ORDACQ-REC TO DATESRV-DATA1.
           MOVE GIORNI-CONSEGNA-PREVISTI TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "S" THEN
               MOVE DATESRV-DATA2 TO DATA-DOC-FATTURA
           ELSE
               MOVE INIZIO-PREVISIONE TO DATA-DOC-FATTURA
           END-IF.
           IF DATA-DOC-FATTURA < INIZIO-PREVISIONE THEN
               MOVE INIZIO-PREVISIONE TO DATA-DOC-FATTURA
           END-IF.

           MOVE 0 TO IMPORTO-RATE-ASSEGNATO.
           PERFORM VARYING RATA-CORRENTE FROM 1 BY 1
                   UNTIL RATA-CORRENTE > RATE-PAGAMENTO
               IF RATA-CORRENTE = RATE-PAGAMENTO THEN
                   COMPUTE IMPORTO-MOVIMENTO-CASSA =
                           VALORE-ORDINE-APERTO - IMPORTO-RATE-ASSEGNATO
               ELSE
                   COMPUTE IMPORTO-MOVIMENTO-CASSA =
                           VALORE-ORDINE-APERTO / RATE-PAGAMENTO
               END-IF
               ADD IMPORTO-MOVIMENTO-CASSA TO IMPORTO-RATE-ASSEGNATO
               PERFORM CALCOLA-SCADENZA-RATA
               MOVE DATA-SCADENZA-RATA TO DATA-MOVIMENTO-CASSA
               PERFORM ASSEGNA-SETTIMANA-CASSA
           END-PERFORM.

      *------------------------------------ FUNCTION GZ ----------------
       STAMPA-PREVISIONE-CASSA.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CASSA13.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "PREVISIONE DI CASSA 13 SETTIMANE DAL "
                  INIZIO-PREVISIONE
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "NR DAL           ENTRATE   RATE FORN.       ORDINI"
                  "         NETTO         SALDO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "AMMINISTRAZIONE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT CASSA13.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE SALDO-INIZIALE-CASSA TO SALDO-CASSA.
           IF SALDO-INIZIALE-NEGATIVO = "S" THEN
               COMPUTE SALDO-CASSA = 0 - SALDO-INIZIALE-CASSA
           END-IF.
           MOVE SALDO-CASSA TO SALDO-CASSA-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "SALDO INIZIALE DI BANCA" SALDO-CASSA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE 0 TO SETTIMANE-NEGATIVE.
           PERFORM VARYING SETTIMANA-CASSA FROM 1 BY 1
                   UNTIL SETTIMANA-CASSA > 13
               PERFORM RIGA-PREVISIONE-CASSA
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "SETTIMANE CON SALDO NEGATIVO: " SETTIMANE-NEGATIVE
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "PREVISIONE SCRITTA SU CASSA13.TXT ("
                   SETTIMANE-NEGATIVE " SETTIMANE IN ROSSO)".

      *------------------------------------ FUNCTION HA ----------------
       RIGA-PREVISIONE-CASSA.

           COMPUTE NETTO-SETTIMANA =
                   ENTRATE-CASSA(SETTIMANA-CASSA)
                   - USCITE-SCADENZE-CASSA(SETTIMANA-CASSA)
                   - USCITE-ORDINI-CASSA(SETTIMANA-CASSA).
           ADD NETTO-SETTIMANA TO SALDO-CASSA.

           MOVE ENTRATE-CASSA(SETTIMANA-CASSA) TO ENTRATE-CASSA-EDIT.
           MOVE USCITE-SCADENZE-CASSA(SETTIMANA-CASSA)
               TO USCITE-SCADENZE-EDIT.
           MOVE USCITE-ORDINI-CASSA(SETTIMANA-CASSA)
               TO USCITE-ORDINI-EDIT.
           MOVE NETTO-SETTIMANA TO NETTO-SETTIMANA-EDIT.
           MOVE SALDO-CASSA TO SALDO-CASSA-EDIT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING SETTIMANA-CASSA " "
                  INIZIO-SETTIMANA-CASSA(SETTIMANA-CASSA) " "
                  ENTRATE-CASSA-EDIT " " USCITE-SCADENZE-EDIT " "
                  USCITE-ORDINI-EDIT " " NETTO-SETTIMANA-EDIT " "
                  SALDO-CASSA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           IF SALDO-CASSA < 0 THEN
               ADD 1 TO SETTIMANE-NEGATIVE
               MOVE "** ROSSO" TO RW-RIGA(91:8)
           END-IF.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION HB ----------------
      *MIGLIORE CONDIZIONE VALIDA ALLA DATA-CONDIZIONE PER CLIENTE,
      *ARTICOLO E QUANTITA': TRA LE CONDIZIONI DEL CLIENTE E QUELLE
      *PER TUTTI I CLIENTI VINCE IL PREZZO PIU' BASSO; SENZA
      *CONDIZIONI RESTA IL LISTINO (CONDIZIONE-APPLICATA A SPAZI)
       CERCA-CONDIZIONE-MIGLIORE.

           MOVE LISTINO-CONDIZIONE TO PREZZO-APPLICATO.
           MOVE SPACES TO CONDIZIONE-APPLICATA.
           MOVE SPACES TO DESCRIZIONE-APPLICATA.

           OPEN INPUT CONDCLI-FILE.
           IF FS-CONDCLI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CLIENTE-CONDIZIONE TO CLIENTE-PASSATA.
           PERFORM CONDIZIONI-DEL-CLIENTE.
           IF CLIENTE-CONDIZIONE NOT = 0 THEN
               MOVE 0 TO CLIENTE-PASSATA
               PERFORM CONDIZIONI-DEL-CLIENTE
           END-IF.

           CLOSE CONDCLI-FILE.

           IF CONDIZIONE-APPLICATA NOT = SPACES THEN
               MOVE LISTINO-CONDIZIONE TO PREZZO-EDIT
               DISPLAY "LISTINO " PREZZO-EDIT
               MOVE PREZZO-APPLICATO TO PREZZO-EDIT
               DISPLAY "CONDIZIONE " CONDIZIONE-APPLICATA " "
                       DESCRIZIONE-APPLICATA " PREZZO " PREZZO-EDIT
           END-IF.

      *------------------------------------ FUNCTION HC ----------------
      *CONDIZIONI DI CLIENTE-PASSATA SULLE FASCE DI ARTICOLI CHE
      *PARTONO FINO ALL'ARTICOLO CERCATO
       CONDIZIONI-DEL-CLIENTE.

           MOVE CLIENTE-PASSATA TO CLIENTE-COND-REC.
           MOVE 0 TO ARTICOLO-DA-COND-REC.
           MOVE 0 TO NUMERO-COND-REC.
           START CONDCLI-FILE KEY IS NOT LESS THAN CHIAVE-COND-REC
               INVALID KEY MOVE "10" TO FS-CONDCLI
           END-START.

           PERFORM UNTIL FS-CONDCLI = "10"
               READ CONDCLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONDCLI
                   NOT AT END
                       IF CLIENTE-COND-REC NOT = CLIENTE-PASSATA
                          OR ARTICOLO-DA-COND-REC >
                             ARTICOLO-CONDIZIONE THEN
                           MOVE "10" TO FS-CONDCLI
                       ELSE
                           PERFORM VALUTA-CONDIZIONE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-CONDCLI.

      *------------------------------------ FUNCTION HD ----------------
       VALUTA-CONDIZIONE.

           IF ARTICOLO-A-COND-REC < ARTICOLO-CONDIZIONE
              OR DATA-INIZIO-COND-REC > DATA-CONDIZIONE
              OR DATA-FINE-COND-REC < DATA-CONDIZIONE
              OR QTA-MINIMA-COND-REC > QTA-CONDIZIONE THEN
               EXIT PARAGRAPH
           END-IF.

           IF PREZZO-NETTO-COND-REC > 0 THEN
               MOVE PREZZO-NETTO-COND-REC TO PREZZO-CANDIDATO
           ELSE
               COMPUTE PREZZO-CANDIDATO ROUNDED =
                       LISTINO-CONDIZIONE *
                       (100 - SCONTO-COND-REC) / 100
           END-IF.

           IF PREZZO-CANDIDATO < PREZZO-APPLICATO THEN
               MOVE PREZZO-CANDIDATO TO PREZZO-APPLICATO
               MOVE SPACES TO CONDIZIONE-APPLICATA
               STRING TIPO-COND-REC NUMERO-COND-REC
                   DELIMITED BY SIZE INTO CONDIZIONE-APPLICATA
               MOVE DESCRIZIONE-COND-REC TO DESCRIZIONE-APPLICATA
           END-IF.

      *------------------------------------ FUNCTION HE ----------------
      *MANUTENZIONE DELLE CONDIZIONI DI PREZZO DEI CLIENTI
       CONDIZIONI-CLIENTI.

           MOVE 0 TO SCELTA-CONDIZIONI.
           PERFORM UNTIL SCELTA-CONDIZIONI = 9
               DISPLAY "CONDIZIONI CLIENTI"
               DISPLAY "1 NUOVA CONDIZIONE  2 REVOCA CONDIZIONE "
                       "3 CONDIZIONI IN SCADENZA  9 FINE"
               ACCEPT SCELTA-CONDIZIONI
               EVALUATE SCELTA-CONDIZIONI
                   WHEN 1
                       PERFORM NUOVA-CONDIZIONE
                   WHEN 2
                       PERFORM REVOCA-CONDIZIONE
                   WHEN 3
                       PERFORM CONDIZIONI-IN-SCADENZA
                   WHEN OTHER
                       MOVE 9 TO SCELTA-CONDIZIONI
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION HF ----------------
      *NUOVA CONDIZIONE: PREZZO NETTO SU UN ARTICOLO, SCONTO SU UNA
      *FASCIA DI CODICI (IL GRUPPO DI ARTICOLI) O SCAGLIONE DI
      *QUANTITA' CON PREZZO NETTO O SCONTO
       NUOVA-CONDIZIONE.

           MOVE SPACES TO CONDIZIONE-CLI-REC.
           DISPLAY "CODICE CLIENTE (0 = TUTTI I CLIENTI): ".
           MOVE 0 TO CLIENTE-COND-REC.
           ACCEPT CLIENTE-COND-REC.
           DISPLAY "TIPO (P = PREZZO NETTO, S = SCONTO GRUPPO, "
                   "Q = SCAGLIONE QUANTITA'): ".
           ACCEPT TIPO-COND-REC.
           IF TIPO-COND-REC NOT = "P" AND TIPO-COND-REC NOT = "S"
              AND TIPO-COND-REC NOT = "Q" THEN
               DISPLAY "TIPO NON VALIDO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARTICOLO-DA-COND-REC.
           MOVE 0 TO ARTICOLO-A-COND-REC.
           MOVE 0 TO QTA-MINIMA-COND-REC.
           MOVE 0 TO PREZZO-NETTO-COND-REC.
           MOVE 0 TO SCONTO-COND-REC.

           IF TIPO-COND-REC = "S" THEN
               DISPLAY "GRUPPO: DAL CODICE ARTICOLO: "
               ACCEPT ARTICOLO-DA-COND-REC
               DISPLAY "AL CODICE ARTICOLO: "
               ACCEPT ARTICOLO-A-COND-REC
           ELSE
               DISPLAY "CODICE ARTICOLO: "
               ACCEPT ARTICOLO-DA-COND-REC
               MOVE ARTICOLO-DA-COND-REC TO ARTICOLO-A-COND-REC
           END-IF.
           IF ARTICOLO-A-COND-REC < ARTICOLO-DA-COND-REC
              OR ARTICOLO-DA-COND-REC = 0 THEN
               DISPLAY "ARTICOLI NON VALIDI"
               EXIT PARAGRAPH
           END-IF.

           IF TIPO-COND-REC = "Q" THEN
               DISPLAY "DA QUANTITA': "
               ACCEPT QTA-MINIMA-COND-REC
           END-IF.

           IF TIPO-COND-REC NOT = "S" THEN
               DISPLAY "PREZZO NETTO (0 = SCONTO PERCENTUALE): "
               ACCEPT PREZZO-NETTO-COND-REC
           END-IF.
           IF PREZZO-NETTO-COND-REC = 0 THEN
               DISPLAY "SCONTO %: "
               ACCEPT SCONTO-COND-REC
               IF SCONTO-COND-REC = 0 THEN
                   DISPLAY "NE' PREZZO NE' SCONTO, CONDIZIONE "
                           "NON REGISTRATA"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "VALIDA DAL (AAAAMMGG, 0 = OGGI): ".
           MOVE 0 TO DATA-INIZIO-COND-REC.
           ACCEPT DATA-INIZIO-COND-REC.
           IF DATA-INIZIO-COND-REC = 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INIZIO-COND-REC
           END-IF.
           DISPLAY "VALIDA AL (AAAAMMGG, 0 = SENZA SCADENZA): ".
           MOVE 0 TO DATA-FINE-COND-REC.
           ACCEPT DATA-FINE-COND-REC.
           IF DATA-FINE-COND-REC = 0 THEN
               MOVE 99991231 TO DATA-FINE-COND-REC
           END-IF.

           MOVE "V" TO DATESRV-FUNZIONE.
           MOVE DATA-INIZIO-COND-REC TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "N"
              OR DATA-FINE-COND-REC < DATA-INIZIO-COND-REC THEN
               DISPLAY "VALIDITA' NON CORRETTA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DESCRIZIONE (ES. ACCORDO 2026): ".
           ACCEPT DESCRIZIONE-COND-REC.

           OPEN I-O CONDCLI-FILE.
           IF FS-CONDCLI = "35" THEN
               OPEN OUTPUT CONDCLI-FILE
               CLOSE CONDCLI-FILE
               OPEN I-O CONDCLI-FILE
           END-IF.
           IF FS-CONDCLI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CONDCLI.DAT - STATO "
                       FS-CONDCLI
               EXIT PARAGRAPH
           END-IF.

           PERFORM TROVA-PROSSIMO-NUMERO-COND.
           MOVE PROSSIMO-NUMERO-COND TO NUMERO-COND-REC.
           WRITE CONDIZIONE-CLI-REC
               INVALID KEY
                   DISPLAY "CONDIZIONE GIA' PRESENTE"
               NOT INVALID KEY
                   DISPLAY "REGISTRATA CONDIZIONE " TIPO-COND-REC
                           NUMERO-COND-REC
           END-WRITE.

           CLOSE CONDCLI-FILE.

      *------------------------------------ FUNCTION HG ----------------
      *PROSSIMO NUMERO DI CONDIZIONE (MASSIMO + 1), SUL FILE APERTO:
      *IL RECORD IN LAVORAZIONE SI SALVA NELL'AREA DI SCAMBIO
       TROVA-PROSSIMO-NUMERO-COND.

           MOVE CONDIZIONE-CLI-REC TO AREA-SCAMBIO-COND.
           MOVE 1 TO PROSSIMO-NUMERO-COND.

           MOVE LOW-VALUES TO CHIAVE-COND-REC.
           START CONDCLI-FILE KEY IS NOT LESS THAN CHIAVE-COND-REC
               INVALID KEY MOVE "10" TO FS-CONDCLI
           END-START.

           PERFORM UNTIL FS-CONDCLI = "10"
               READ CONDCLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONDCLI
                   NOT AT END
                       IF NUMERO-COND-REC NOT < PROSSIMO-NUMERO-COND
                           COMPUTE PROSSIMO-NUMERO-COND =
                                   NUMERO-COND-REC + 1
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-CONDCLI.

           MOVE AREA-SCAMBIO-COND TO CONDIZIONE-CLI-REC.

      *------------------------------------ FUNCTION HH ----------------
      *REVOCA: LA CONDIZIONE RESTA A ARCHIVIO (LE RIGHE GIA' EMESSE
      *LA RICHIAMANO) MA SCADE IERI
       REVOCA-CONDIZIONE.

           DISPLAY "NUMERO CONDIZIONE DA REVOCARE: ".
           MOVE 0 TO NUMERO-COND-CERCATO.
           ACCEPT NUMERO-COND-CERCATO.

           OPEN I-O CONDCLI-FILE.
           IF FS-CONDCLI NOT = "00" THEN
               DISPLAY "NESSUNA CONDIZIONE A ARCHIVIO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO CONDIZIONE-TROVATA.
           MOVE LOW-VALUES TO CHIAVE-COND-REC.
           START CONDCLI-FILE KEY IS NOT LESS THAN CHIAVE-COND-REC
               INVALID KEY MOVE "10" TO FS-CONDCLI
           END-START.

           PERFORM UNTIL FS-CONDCLI = "10"
               READ CONDCLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONDCLI
                   NOT AT END
                       IF NUMERO-COND-REC = NUMERO-COND-CERCATO THEN
                           MOVE "S" TO CONDIZIONE-TROVATA
                           MOVE "10" TO FS-CONDCLI
                       END-IF
               END-READ
           END-PERFORM.

           IF CONDIZIONE-TROVATA = "N" THEN
               DISPLAY "CONDIZIONE NON TROVATA"
               CLOSE CONDCLI-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CLIENTE " CLIENTE-COND-REC " ARTICOLI "
                   ARTICOLO-DA-COND-REC "-" ARTICOLO-A-COND-REC " "
                   DESCRIZIONE-COND-REC.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATESRV-DATA1.
           MOVE -1 TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO DATA-FINE-COND-REC.
           IF DATA-INIZIO-COND-REC > DATA-FINE-COND-REC THEN
               MOVE DATA-FINE-COND-REC TO DATA-INIZIO-COND-REC
           END-IF.
           REWRITE CONDIZIONE-CLI-REC
               INVALID KEY
                   DISPLAY "ERRORE AGGIORNAMENTO CONDCLI.DAT"
               NOT INVALID KEY
                   DISPLAY "CONDIZIONE REVOCATA"
           END-REWRITE.

           CLOSE CONDCLI-FILE.

      *------------------------------------ FUNCTION HI ----------------
      *CONDIZIONI CHE SCADONO NEI PROSSIMI GIORNI-AVVISO-CONDIZIONI
      *GIORNI, DA RINEGOZIARE CON IL CLIENTE
       CONDIZIONI-IN-SCADENZA.

           OPEN INPUT CONDCLI-FILE.
           IF FS-CONDCLI NOT = "00" THEN
               DISPLAY "NESSUNA CONDIZIONE A ARCHIVIO"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO OGGI-CONDIZIONI.
           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE OGGI-CONDIZIONI TO DATESRV-DATA1.
           MOVE GIORNI-AVVISO-CONDIZIONI TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           MOVE DATESRV-DATA2 TO LIMITE-SCADENZA-COND.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "CONDSCAD.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "CONDIZIONI CLIENTI IN SCADENZA ENTRO IL "
                  LIMITE-SCADENZA-COND
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "SCADENZA / COND. / CLIENTE / ARTICOLI / QTA MIN / "
                  "PREZZO O SCONTO / DESCRIZIONE"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "COMMERCIALE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT CONDSCAD.TXT"
               CLOSE CONDCLI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CONDIZIONI-ELENCATE.
           MOVE LOW-VALUES TO CHIAVE-COND-REC.
           START CONDCLI-FILE KEY IS NOT LESS THAN CHIAVE-COND-REC
               INVALID KEY MOVE "10" TO FS-CONDCLI
           END-START.

           PERFORM UNTIL FS-CONDCLI = "10"
               READ CONDCLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONDCLI
                   NOT AT END
                       IF DATA-FINE-COND-REC NOT < OGGI-CONDIZIONI
                          AND DATA-FINE-COND-REC NOT >
                              LIMITE-SCADENZA-COND THEN
                           PERFORM RIGA-CONDIZIONE-SCADENZA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONDCLI-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "CONDIZIONI IN SCADENZA: " CONDIZIONI-ELENCATE
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "ELENCO SCRITTO SU CONDSCAD.TXT ("
                   CONDIZIONI-ELENCATE " CONDIZIONI)".

      *------------------------------------ FUNCTION HJ ----------------
       RIGA-CONDIZIONE-SCADENZA.

           ADD 1 TO CONDIZIONI-ELENCATE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           IF PREZZO-NETTO-COND-REC > 0 THEN
               MOVE PREZZO-NETTO-COND-REC TO PREZZO-EDIT
               STRING DATA-FINE-COND-REC " " TIPO-COND-REC
                      NUMERO-COND-REC " CLI " CLIENTE-COND-REC
                      " ART " ARTICOLO-DA-COND-REC "-"
                      ARTICOLO-A-COND-REC " QTA "
                      QTA-MINIMA-COND-REC " NETTO " PREZZO-EDIT " "
                      DESCRIZIONE-COND-REC
                   DELIMITED BY SIZE INTO RW-RIGA
           ELSE
               MOVE SCONTO-COND-REC TO SCONTO-EDIT
               STRING DATA-FINE-COND-REC " " TIPO-COND-REC
                      NUMERO-COND-REC " CLI " CLIENTE-COND-REC
                      " ART " ARTICOLO-DA-COND-REC "-"
                      ARTICOLO-A-COND-REC " QTA "
                      QTA-MINIMA-COND-REC " SCONTO " SCONTO-EDIT "% "
                      DESCRIZIONE-COND-REC
                   DELIMITED BY SIZE INTO RW-RIGA
           END-IF.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION HK ----------------
      *IMPEGNO DELLA RIGA D'ORDINE SULL'ARTICOLO CORRENTE PER
      *QUANTITA-SCELTA A PREZZO-APPLICATO: CONTROLLO FIDO, ALLOCAZIONE
      *FINO ALLA GIACENZA (CON SCARICO FEFO A GIORNALE) E BACKORDER
      *DELLA MANCANZA; SERVE ALL'ORDINE E ALLA CONVERSIONE DEI
      *PREVENTIVI
       IMPEGNA-RIGA-ORDINE.

      *IL FIDO SI CONTROLLA PRIMA DI IMPEGNARE LA MERCE: ORDINE IN
      *CORSO PIU' ESPOSIZIONE APERTA CONTRO IL FIDO DEL CLIENTE
           COMPUTE VALORE-RIGA-CLIENTE =
                   QUANTITA-SCELTA * PREZZO-APPLICATO.
           IF ESPOSIZIONE-ORDINE + VALORE-ORDINE-CORRENTE +
              VALORE-RIGA-CLIENTE > FIDO-ORDINE THEN
               MOVE FIDO-ORDINE TO FIDO-EDIT
               DISPLAY "FIDO SUPERATO (FIDO EURO " FIDO-EDIT ")"
               DISPLAY "APPROVARE COMUNQUE LA RIGA? (S/N)"
               ACCEPT RISPOSTA-FIDO
               IF RISPOSTA-FIDO NOT = "S" THEN
                   DISPLAY "RIGA RIFIUTATA PER FIDO"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD VALORE-RIGA-CLIENTE TO VALORE-ORDINE-CORRENTE.

           ADD 1 TO RIGHE-ORDINE.
           SET RO TO RIGHE-ORDINE.
           MOVE CODICE-ART-REC TO CODICE-RIGA-ART(RO).
           MOVE DESCRIZIONE-REC(1:40) TO DESCRIZIONE-RIGA(RO).
           MOVE UBICAZIONE-REC TO UBICAZIONE-RIGA(RO).
           MOVE PREZZO-APPLICATO TO PREZZO-RIGA(RO).
           MOVE CONDIZIONE-APPLICATA TO CONDIZIONE-RIGA(RO).
           MOVE ALIQUOTA-IVA-REC TO ALIQUOTA-RIGA(RO).
           MOVE QUANTITA-SCELTA TO QTA-RICHIESTA(RO).
           MOVE SPACES TO LOTTO-RIGA(RO).
           MOVE 0 TO SCADENZA-RIGA(RO).

      *SI ALLOCA SOLO LA GIACENZA DEL DEPOSITO DELL'ORDINE
           MOVE DEPOSITO-ORDINE TO DEPOSITO-RICHIESTO.
           PERFORM GIACENZA-DEPOSITO-ARTICOLO.
           IF GIACENZA-DEPOSITO < 0 THEN
               MOVE 0 TO GIACENZA-DEPOSITO
           END-IF.

           IF QUANTITA-SCELTA <= GIACENZA-DEPOSITO THEN
               MOVE QUANTITA-SCELTA TO QTA-ALLOCATA(RO)
               MOVE 0 TO QTA-MANCANTE
           ELSE
               MOVE GIACENZA-DEPOSITO TO QTA-ALLOCATA(RO)
               COMPUTE QTA-MANCANTE =
                       QUANTITA-SCELTA - GIACENZA-DEPOSITO
           END-IF.

           IF QTA-ALLOCATA(RO) > 0 THEN
               SUBTRACT QTA-ALLOCATA(RO) FROM GIACENZA-REC
               REWRITE ARTICOLO-REC
               MOVE CODICE-ART-REC TO CODICE-ARTICOLO-CORRENTE
               MOVE QTA-ALLOCATA(RO) TO QTA-FEFO-DA-PRELEVARE
               PERFORM CONSUMA-LOTTI-FEFO
               MOVE LOTTO-PRELEVATO TO LOTTO-RIGA(RO)
               MOVE SCADENZA-PRELEVATA TO SCADENZA-RIGA(RO)
               MOVE LOTTO-PRELEVATO TO LOTTO-MOV-CORRENTE
               MOVE 0 TO PREZZO-CARICO
      *LO SCARICO PASSA DAL GIORNALE COME OGNI ALTRO MOVIMENTO
               MOVE "S" TO TIPO-SCELTO
               MOVE QTA-ALLOCATA(RO) TO QUANTITA-SCELTA
               MOVE SPACES TO RIFERIMENTO-SCELTO
               STRING "ORD " NOME-CLIENTE(1:16)
                   DELIMITED BY SIZE INTO RIFERIMENTO-SCELTO
               MOVE DEPOSITO-ORDINE TO DEPOSITO-MOV-CORRENTE
               PERFORM SCRIVI-MOVIMENTO
           END-IF.

           IF QTA-MANCANTE > 0 THEN
               PERFORM SCRIVI-BACKORDER
               DISPLAY "ALLOCATE " QTA-ALLOCATA(RO)
                       " - IN BACKORDER " QTA-MANCANTE
           ELSE
               DISPLAY "ALLOCATE " QTA-ALLOCATA(RO)
           END-IF.

      *------------------------------------ FUNCTION HL ----------------
      *CHIUSURA DELL'ORDINE APPENA PRESO: LISTA DI PRELIEVO E SCELTA
      *TRA FATTURA IMMEDIATA E DDT
       CHIUDI-ORDINE-CLIENTE.

           IF RIGHE-ORDINE = 0 THEN
               DISPLAY "ORDINE VUOTO"
               MOVE "N" TO ORDINE-PRESENTE
           ELSE
               MOVE "S" TO ORDINE-PRESENTE
               PERFORM STAMPA-PICKING-LIST

      *I CLIENTI IN FATTURAZIONE DIFFERITA RICEVONO UN DDT NUMERATO:
      *LE RIGHE RESTANO A REGISTRO E LA FATTURA ARRIVA A FINE MESE
               DISPLAY "FATTURAZIONE: I = IMMEDIATA (DAL MENU), "
                       "D = DIFFERITA CON DDT"
               ACCEPT SCELTA-FATTURAZIONE
               IF SCELTA-FATTURAZIONE = "D" THEN
                   PERFORM EMETTI-DDT
                   MOVE "N" TO ORDINE-PRESENTE
               END-IF
           END-IF.

      *------------------------------------ FUNCTION HM ----------------
      *PREVENTIVI: EMISSIONE, CONVERSIONE IN ORDINE CLIENTE E
      *SITUAZIONE CON IL TASSO DI CONVERSIONE
       PREVENTIVI.

           MOVE 0 TO SCELTA-PREVENTIVI.
           PERFORM UNTIL SCELTA-PREVENTIVI = 9
               DISPLAY "PREVENTIVI"
               DISPLAY "1 NUOVO PREVENTIVO  2 CONVERTI IN ORDINE "
                       "3 SITUAZIONE PREVENTIVI  9 FINE"
               ACCEPT SCELTA-PREVENTIVI
               EVALUATE SCELTA-PREVENTIVI
                   WHEN 1
                       PERFORM NUOVO-PREVENTIVO
                   WHEN 2
                       PERFORM CONVERTI-PREVENTIVO
                   WHEN 3
                       PERFORM SITUAZIONE-PREVENTIVI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-PREVENTIVI
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION HN ----------------
      *NUOVO PREVENTIVO: CLIENTE DELL'ANAGRAFICA, VALIDITA', RIGHE
      *CON IL PREZZO PROPOSTO DALLE CONDIZIONI DEL CLIENTE (CHE
      *L'OPERATORE PUO' CAMBIARE); LA GIACENZA SI MOSTRA MA NON SI
      *IMPEGNA
       NUOVO-PREVENTIVO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-PREVENTIVO.

           DISPLAY "CODICE CLIENTE: ".
           MOVE 0 TO CLIENTE-PREVENTIVO.
           ACCEPT CLIENTE-PREVENTIVO.
           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               DISPLAY "ANAGRAFICA CLIENTI ASSENTE"
               EXIT PARAGRAPH
           END-IF.
           MOVE CLIENTE-PREVENTIVO TO CODICE-CLI-REC.
           READ CLIENTI-FILE
               INVALID KEY
                   MOVE SPACES TO NOME-CLIENTE-PREVENTIVO
               NOT INVALID KEY
                   MOVE RAGIONE-SOCIALE-CLI TO NOME-CLIENTE-PREVENTIVO
           END-READ.
           CLOSE CLIENTI-FILE.
           IF NOME-CLIENTE-PREVENTIVO = SPACES THEN
               DISPLAY "CODICE CLIENTE SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLIENTE: " NOME-CLIENTE-PREVENTIVO.

           DISPLAY "VALIDO FINO AL (AAAAMMGG, 0 = "
                   GIORNI-VALIDITA-PREVENTIVO " GIORNI): ".
           MOVE 0 TO VALIDITA-PREVENTIVO.
           ACCEPT VALIDITA-PREVENTIVO.
           IF VALIDITA-PREVENTIVO = 0 THEN
               MOVE "A" TO DATESRV-FUNZIONE
               MOVE DATA-PREVENTIVO TO DATESRV-DATA1
               MOVE GIORNI-VALIDITA-PREVENTIVO TO DATESRV-GIORNI
               CALL "DATESRV" USING DATESRV-AREA
               MOVE DATESRV-DATA2 TO VALIDITA-PREVENTIVO
           END-IF.
           MOVE "V" TO DATESRV-FUNZIONE.
           MOVE VALIDITA-PREVENTIVO TO DATESRV-DATA1.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "N"
              OR VALIDITA-PREVENTIVO < DATA-PREVENTIVO THEN
               DISPLAY "VALIDITA' NON CORRETTA"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIGHE-PREVENTIVO.
           MOVE 1 TO CODICE-RIGA-ORDINE.
           PERFORM UNTIL CODICE-RIGA-ORDINE = 0 OR
                         RIGHE-PREVENTIVO >= 20
               DISPLAY "CODICE ARTICOLO O BARCODE (0 = FINE "
                       "PREVENTIVO): "
               ACCEPT CODICE-O-BARCODE
               IF CODICE-O-BARCODE = "0" THEN
                   MOVE 0 TO CODICE-RIGA-ORDINE
               ELSE
                   PERFORM TROVA-ARTICOLO-DA-INPUT
                   IF ARTICOLO-TROVATO = "N" THEN
                       DISPLAY "CODICE ARTICOLO SCONOSCIUTO"
                   ELSE
                       IF ATTIVO-REC = "N" THEN
                           DISPLAY "ARTICOLO DISATTIVATO"
                       ELSE
                           PERFORM RIGA-NUOVO-PREVENTIVO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF RIGHE-PREVENTIVO = 0 THEN
               DISPLAY "PREVENTIVO VUOTO, NON REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PREVENT-FILE.
           IF FS-PREVENT = "35" THEN
               OPEN OUTPUT PREVENT-FILE
               CLOSE PREVENT-FILE
               OPEN I-O PREVENT-FILE
           END-IF.
           IF FS-PREVENT NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE PREVENT.DAT - STATO "
                       FS-PREVENT " - PREVENTIVO NON REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM TROVA-PROSSIMO-NUMERO-PREVENTIVO.
           PERFORM VARYING RP FROM 1 BY 1 UNTIL RP > RIGHE-PREVENTIVO
               PERFORM SCRIVI-RIGA-PREVENTIVO
           END-PERFORM.
           CLOSE PREVENT-FILE.

           PERFORM STAMPA-PREVENTIVO.

      *------------------------------------ FUNCTION HO ----------------
       RIGA-NUOVO-PREVENTIVO.

           DISPLAY "GIACENZA ATTUALE " GIACENZA-REC.
           DISPLAY "QUANTITA': ".
           MOVE 0 TO QUANTITA-SCELTA.
           ACCEPT QUANTITA-SCELTA.
           IF QUANTITA-SCELTA = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CLIENTE-PREVENTIVO TO CLIENTE-CONDIZIONE.
           MOVE CODICE-ART-REC TO ARTICOLO-CONDIZIONE.
           MOVE QUANTITA-SCELTA TO QTA-CONDIZIONE.
           MOVE DATA-PREVENTIVO TO DATA-CONDIZIONE.
           MOVE PREZZO-VENDITA-REC TO LISTINO-CONDIZIONE.
           PERFORM CERCA-CONDIZIONE-MIGLIORE.

           MOVE PREZZO-APPLICATO TO PREZZO-EDIT.
           DISPLAY "PREZZO PROPOSTO " PREZZO-EDIT
                   " - PREZZO DEL PREVENTIVO (0 = PROPOSTO): ".
           MOVE 0 TO PREZZO-PREVENTIVO-INPUT.
           ACCEPT PREZZO-PREVENTIVO-INPUT.

           ADD 1 TO RIGHE-PREVENTIVO.
           SET RP TO RIGHE-PREVENTIVO.
           MOVE CODICE-ART-REC TO ARTICOLO-PREV(RP).
           MOVE DESCRIZIONE-REC(1:30) TO DESCRIZIONE-PREV(RP).
           MOVE QUANTITA-SCELTA TO QTA-PREV(RP).
           MOVE ALIQUOTA-IVA-REC TO ALIQUOTA-PREV(RP).
      *PREZZO TRATTATO A MANO: LA CONDIZIONE E' IL PREVENTIVO STESSO
           IF PREZZO-PREVENTIVO-INPUT > 0 THEN
               MOVE PREZZO-PREVENTIVO-INPUT TO PREZZO-PREV(RP)
               MOVE "V" TO CONDIZIONE-PREV(RP)
           ELSE
               MOVE PREZZO-APPLICATO TO PREZZO-PREV(RP)
               MOVE CONDIZIONE-APPLICATA TO CONDIZIONE-PREV(RP)
           END-IF.

      *------------------------------------ FUNCTION HP ----------------
      *PROSSIMO NUMERO DI PREVENTIVO (MASSIMO + 1) SUL FILE APERTO;
      *LE RIGHE A PREZZO TRATTATO RICHIAMANO IL NUMERO ASSEGNATO
       TROVA-PROSSIMO-NUMERO-PREVENTIVO.

           MOVE 1 TO NUMERO-PREVENTIVO.

           MOVE LOW-VALUES TO CHIAVE-PREV-REC.
           START PREVENT-FILE KEY IS NOT LESS THAN CHIAVE-PREV-REC
               INVALID KEY MOVE "10" TO FS-PREVENT
           END-START.

           PERFORM UNTIL FS-PREVENT = "10"
               READ PREVENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PREVENT
                   NOT AT END
                       COMPUTE NUMERO-PREVENTIVO =
                               NUMERO-PREV-REC + 1
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PREVENT.

           PERFORM VARYING RP FROM 1 BY 1 UNTIL RP > RIGHE-PREVENTIVO
               IF CONDIZIONE-PREV(RP) = "V" THEN
                   MOVE SPACES TO CONDIZIONE-PREV(RP)
                   STRING "V" NUMERO-PREVENTIVO
                       DELIMITED BY SIZE INTO CONDIZIONE-PREV(RP)
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION HQ ----------------
       SCRIVI-RIGA-PREVENTIVO.

           MOVE NUMERO-PREVENTIVO TO NUMERO-PREV-REC.
           SET RIGA-PREV-REC TO RP.
           MOVE CLIENTE-PREVENTIVO TO CODICE-CLI-PREV-REC.
           MOVE NOME-CLIENTE-PREVENTIVO TO CLIENTE-PREV-REC.
           MOVE DATA-PREVENTIVO TO DATA-PREV-REC.
           MOVE VALIDITA-PREVENTIVO TO VALIDITA-PREV-REC.
           MOVE ARTICOLO-PREV(RP) TO ARTICOLO-PREV-REC.
           MOVE DESCRIZIONE-PREV(RP) TO DESCRIZIONE-PREV-REC.
           MOVE QTA-PREV(RP) TO QTA-PREV-REC.
           MOVE PREZZO-PREV(RP) TO PREZZO-PREV-REC.
           MOVE ALIQUOTA-PREV(RP) TO ALIQUOTA-PREV-REC.
           MOVE CONDIZIONE-PREV(RP) TO CONDIZIONE-PREV-REC.
           MOVE "A" TO STATO-PREV-REC.
           MOVE 0 TO DATA-CONVERSIONE-PREV-REC.
           WRITE PREVENTIVO-REC
               INVALID KEY
                   DISPLAY "RIGA " RIGA-PREV-REC
                           " GIA' A REGISTRO, CONTROLLARE PREVENT.DAT"
           END-WRITE.

      *------------------------------------ FUNCTION HR ----------------
      *PREVENTIVO NELLO SPOOL CON IL RIEPILOGO IVA, COME LE FATTURE
       STAMPA-PREVENTIVO.

           PERFORM COMPONI-NOME-SPOOL-FATTURA.
           MOVE SPACES TO NOME-SPOOL-FATTURA.
           STRING "SPOOL/PREVENT." DATA-ORA-SPOOL-CORRENTE
               DELIMITED BY SIZE INTO NOME-SPOOL-FATTURA.
           MOVE "PREVENTIVO" TO TIPO-SPOOL-DOCUMENTO.
           MOVE "TOTALE PREVENTIVO: " TO ETICHETTA-TOTALE-DOCUMENTO.

           OPEN OUTPUT FATTURA-FILE.
           IF FS-FATTURA NOT = "00" THEN
               DISPLAY "PREVENTIVO N. " NUMERO-PREVENTIVO
                       " REGISTRATO MA NON STAMPATO: IMPOSSIBILE "
                       "APRIRE " NOME-SPOOL-FATTURA
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIEPILOGO-COUNT.
           MOVE 0 TO TOTALE-IMPONIBILE.
           MOVE 0 TO TOTALE-IMPOSTA.

           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "              PREVENTIVO N. " NUMERO-PREVENTIVO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           MOVE SPACES TO RIGA-FATTURA.
           STRING "CLIENTE: " NOME-CLIENTE-PREVENTIVO
                  "  DATA: " DATA-PREVENTIVO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "OFFERTA VALIDA FINO AL " VALIDITA-PREVENTIVO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           PERFORM VARYING RP FROM 1 BY 1 UNTIL RP > RIGHE-PREVENTIVO
               PERFORM RIGA-STAMPA-PREVENTIVO
           END-PERFORM.

           PERFORM RIEPILOGO-IVA-FATTURA.

           CLOSE FATTURA-FILE.

           MOVE RIGHE-PREVENTIVO TO RIGHE-SPOOL-CORRENTI.
           PERFORM REGISTRA-SPOOL-FATTURA.

           DISPLAY "PREVENTIVO N. " NUMERO-PREVENTIVO
                   " SCRITTO SU " NOME-SPOOL-FATTURA.

      *------------------------------------ FUNCTION HS ----------------
       RIGA-STAMPA-PREVENTIVO.

           COMPUTE VALORE-RIGA-FATTURA = QTA-PREV(RP) * PREZZO-PREV(RP).
           COMPUTE IMPOSTA-RIGA-FATTURA =
                   (VALORE-RIGA-FATTURA * ALIQUOTA-PREV(RP)) / 100.

           MOVE VALORE-RIGA-FATTURA TO IMPORTO-FATTURA-EDIT.
           MOVE PREZZO-PREV(RP) TO PREZZO-EDIT.
           MOVE SPACES TO RIGA-FATTURA.
           STRING DESCRIZIONE-PREV(RP)
                  " QTA " QTA-PREV(RP)
                  " PRZ " PREZZO-EDIT
                  " IVA " ALIQUOTA-PREV(RP)
                  " TOT " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           ADD VALORE-RIGA-FATTURA TO TOTALE-IMPONIBILE.
           ADD IMPOSTA-RIGA-FATTURA TO TOTALE-IMPOSTA.

           MOVE "N" TO ALIQUOTA-GIA-VISTA.
           PERFORM VARYING RA FROM 1 BY 1 UNTIL RA > RIEPILOGO-COUNT
               IF ALIQUOTA-RIEP(RA) = ALIQUOTA-PREV(RP) THEN
                   MOVE "S" TO ALIQUOTA-GIA-VISTA
                   ADD VALORE-RIGA-FATTURA TO IMPONIBILE-RIEP(RA)
                   ADD IMPOSTA-RIGA-FATTURA TO IMPOSTA-RIEP(RA)
               END-IF
           END-PERFORM.
           IF ALIQUOTA-GIA-VISTA = "N" AND RIEPILOGO-COUNT < 10 THEN
               ADD 1 TO RIEPILOGO-COUNT
               SET RA TO RIEPILOGO-COUNT
               MOVE ALIQUOTA-PREV(RP) TO ALIQUOTA-RIEP(RA)
               MOVE VALORE-RIGA-FATTURA TO IMPONIBILE-RIEP(RA)
               MOVE IMPOSTA-RIGA-FATTURA TO IMPOSTA-RIEP(RA)
           END-IF.

      *------------------------------------ FUNCTION HT ----------------
      *CARICA IL PREVENTIVO NUMERO-PREVENTIVO DAL FILE APERTO
      *(RIGHE-PREVENTIVO A ZERO SE NON ESISTE)
       CARICA-PREVENTIVO.

           MOVE 0 TO RIGHE-PREVENTIVO.

           MOVE NUMERO-PREVENTIVO TO NUMERO-PREV-REC.
           MOVE 0 TO RIGA-PREV-REC.
           START PREVENT-FILE KEY IS NOT LESS THAN CHIAVE-PREV-REC
               INVALID KEY MOVE "10" TO FS-PREVENT
           END-START.

           PERFORM UNTIL FS-PREVENT = "10"
               READ PREVENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PREVENT
                   NOT AT END
                       IF NUMERO-PREV-REC NOT = NUMERO-PREVENTIVO
                          OR RIGHE-PREVENTIVO >= 20 THEN
                           MOVE "10" TO FS-PREVENT
                       ELSE
                           ADD 1 TO RIGHE-PREVENTIVO
                           SET RP TO RIGHE-PREVENTIVO
                           MOVE CODICE-CLI-PREV-REC
                               TO CLIENTE-PREVENTIVO
                           MOVE CLIENTE-PREV-REC
                               TO NOME-CLIENTE-PREVENTIVO
                           MOVE DATA-PREV-REC TO DATA-PREVENTIVO
                           MOVE VALIDITA-PREV-REC
                               TO VALIDITA-PREVENTIVO
                           MOVE STATO-PREV-REC TO STATO-PREVENTIVO
                           MOVE ARTICOLO-PREV-REC TO ARTICOLO-PREV(RP)
                           MOVE DESCRIZIONE-PREV-REC
                               TO DESCRIZIONE-PREV(RP)
                           MOVE QTA-PREV-REC TO QTA-PREV(RP)
                           MOVE PREZZO-PREV-REC TO PREZZO-PREV(RP)
                           MOVE ALIQUOTA-PREV-REC TO ALIQUOTA-PREV(RP)
                           MOVE CONDIZIONE-PREV-REC
                               TO CONDIZIONE-PREV(RP)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PREVENT.

      *------------------------------------ FUNCTION HU ----------------
      *CONVERSIONE DEL PREVENTIVO ACCETTATO IN ORDINE CLIENTE: OGNI
      *RIGA RIPASSA DA GIACENZA E FIDO COME UNA RIGA BATTUTA; I PREZZI
      *DEL PREVENTIVO VALGONO FINO ALLA SUA VALIDITA', DOPO SI
      *CONVERTE SOLO RIPREZZANDO ALLE CONDIZIONI DI OGGI
       CONVERTI-PREVENTIVO.

           IF ORDINE-PRESENTE = "S" THEN
               DISPLAY "C'E' UN ORDINE CLIENTE NON ANCORA FATTURATO: "
                       "STAMPARE PRIMA LA FATTURA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO PREVENTIVO: ".
           MOVE 0 TO NUMERO-PREVENTIVO.
           ACCEPT NUMERO-PREVENTIVO.

           OPEN I-O PREVENT-FILE.
           IF FS-PREVENT NOT = "00" THEN
               DISPLAY "NESSUN PREVENTIVO A ARCHIVIO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARICA-PREVENTIVO.
           IF RIGHE-PREVENTIVO = 0 THEN
               DISPLAY "PREVENTIVO NON TROVATO"
               CLOSE PREVENT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF STATO-PREVENTIVO = "C" THEN
               DISPLAY "PREVENTIVO GIA' CONVERTITO IN ORDINE"
               CLOSE PREVENT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO OGGI-PREVENTIVI.
           MOVE "N" TO RIPREZZA-PREVENTIVO.
           IF VALIDITA-PREVENTIVO < OGGI-PREVENTIVI THEN
               DISPLAY "PREVENTIVO SCADUTO IL " VALIDITA-PREVENTIVO
               DISPLAY "CONVERTIRE AI PREZZI DI OGGI? (S/N)"
               ACCEPT RIPREZZA-PREVENTIVO
               IF RIPREZZA-PREVENTIVO NOT = "S" THEN
                   DISPLAY "CONVERSIONE ANNULLATA"
                   CLOSE PREVENT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO CLIENTE-TROVATO.
           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI = "00" THEN
               MOVE CLIENTE-PREVENTIVO TO CODICE-CLI-REC
               READ CLIENTI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CLIENTE-TROVATO
                       MOVE CLIENTE-PREVENTIVO
                           TO CODICE-CLIENTE-ORDINE
                       MOVE RAGIONE-SOCIALE-CLI TO NOME-CLIENTE
                       MOVE FIDO-CLI TO FIDO-ORDINE
                       MOVE ESPOSIZIONE-CLI TO ESPOSIZIONE-ORDINE
                       MOVE GIORNI-PAGAMENTO-CLI
                           TO GIORNI-PAGAMENTO-ORDINE
               END-READ
               CLOSE CLIENTI-FILE
           END-IF.
           IF CLIENTE-TROVATO NOT = "S" THEN
               DISPLAY "CLIENTE " CLIENTE-PREVENTIVO
                       " NON PIU' IN ANAGRAFICA"
               CLOSE PREVENT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACCETTA-DEPOSITO.
           IF DEPOSITO-VALIDO = "N" THEN
               DISPLAY "DEPOSITO SCONOSCIUTO - CONVERSIONE ANNULLATA"
               CLOSE PREVENT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPOSITO-SCELTO TO DEPOSITO-ORDINE.

           MOVE OGGI-PREVENTIVI TO DATA-ORDINE.
           MOVE 0 TO RIGHE-ORDINE.
           MOVE 0 TO VALORE-ORDINE-CORRENTE.

           PERFORM VARYING RP FROM 1 BY 1 UNTIL RP > RIGHE-PREVENTIVO
               PERFORM CONVERTI-RIGA-PREVENTIVO
           END-PERFORM.

           PERFORM CHIUDI-ORDINE-CLIENTE.

           IF RIGHE-ORDINE > 0 THEN
               PERFORM SEGNA-PREVENTIVO-CONVERTITO
               DISPLAY "PREVENTIVO N. " NUMERO-PREVENTIVO
                       " CONVERTITO IN ORDINE"
           END-IF.

           CLOSE PREVENT-FILE.

      *------------------------------------ FUNCTION HV ----------------
       CONVERTI-RIGA-PREVENTIVO.

           MOVE ARTICOLO-PREV(RP) TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "N" OR ATTIVO-REC = "N" THEN
               DISPLAY "ARTICOLO " ARTICOLO-PREV(RP)
                       " NON PIU' DISPONIBILE, RIGA SALTATA"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ART. " ARTICOLO-PREV(RP) " " DESCRIZIONE-PREV(RP)
                   " QTA " QTA-PREV(RP).
           MOVE QTA-PREV(RP) TO QUANTITA-SCELTA.

           IF RIPREZZA-PREVENTIVO = "S" THEN
               MOVE CLIENTE-PREVENTIVO TO CLIENTE-CONDIZIONE
               MOVE CODICE-ART-REC TO ARTICOLO-CONDIZIONE
               MOVE QUANTITA-SCELTA TO QTA-CONDIZIONE
               MOVE OGGI-PREVENTIVI TO DATA-CONDIZIONE
               MOVE PREZZO-VENDITA-REC TO LISTINO-CONDIZIONE
               PERFORM CERCA-CONDIZIONE-MIGLIORE
               MOVE PREZZO-PREV(RP) TO PREZZO-EDIT
               DISPLAY "PREZZO DEL PREVENTIVO " PREZZO-EDIT
               MOVE PREZZO-APPLICATO TO PREZZO-EDIT
               DISPLAY "PREZZO DI OGGI        " PREZZO-EDIT
           ELSE
               MOVE PREZZO-PREV(RP) TO PREZZO-APPLICATO
               MOVE CONDIZIONE-PREV(RP) TO CONDIZIONE-APPLICATA
           END-IF.

           PERFORM IMPEGNA-RIGA-ORDINE.

      *------------------------------------ FUNCTION HW ----------------
       SEGNA-PREVENTIVO-CONVERTITO.

           PERFORM VARYING RP FROM 1 BY 1 UNTIL RP > RIGHE-PREVENTIVO
               MOVE NUMERO-PREVENTIVO TO NUMERO-PREV-REC
               SET RIGA-PREV-REC TO RP
               READ PREVENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO STATO-PREV-REC
                       MOVE OGGI-PREVENTIVI
                           TO DATA-CONVERSIONE-PREV-REC
                       REWRITE PREVENTIVO-REC
               END-READ
           END-PERFORM.

      *------------------------------------ FUNCTION HX ----------------
      *SITUAZIONE DEI PREVENTIVI: OGNI PREVENTIVO APERTO, SCADUTO O
      *CONVERTITO CON IL SUO VALORE, POI PER CLIENTE EMESSI,
      *CONVERTITI E TASSO DI CONVERSIONE
       SITUAZIONE-PREVENTIVI.

           OPEN INPUT PREVENT-FILE.
           IF FS-PREVENT NOT = "00" THEN
               DISPLAY "NESSUN PREVENTIVO A ARCHIVIO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "PREVENT.TXT" TO RW-NOME-FILE.
           MOVE "SITUAZIONE PREVENTIVI E TASSO DI CONVERSIONE"
               TO RW-TITOLO.
           MOVE "NUMERO / DATA / VALIDITA' / CLIENTE / VALORE / STATO"
               TO RW-INTESTAZIONE.
           MOVE "COMMERCIALE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT PREVENT.TXT"
               CLOSE PREVENT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO OGGI-PREVENTIVI.
           MOVE 0 TO PREVENTIVI-ELENCATI.
           MOVE 0 TO CLIENTI-STAT-COUNT.
           MOVE 0 TO NUMERO-PREVENTIVO.
           MOVE 0 TO VALORE-PREVENTIVO.

           MOVE LOW-VALUES TO CHIAVE-PREV-REC.
           START PREVENT-FILE KEY IS NOT LESS THAN CHIAVE-PREV-REC
               INVALID KEY MOVE "10" TO FS-PREVENT
           END-START.

           PERFORM UNTIL FS-PREVENT = "10"
               READ PREVENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PREVENT
                   NOT AT END
                       IF NUMERO-PREV-REC NOT = NUMERO-PREVENTIVO
                           IF NUMERO-PREVENTIVO NOT = 0 THEN
                               PERFORM RIGA-SITUAZIONE-PREVENTIVO
                           END-IF
                           MOVE NUMERO-PREV-REC TO NUMERO-PREVENTIVO
                           MOVE CODICE-CLI-PREV-REC
                               TO CLIENTE-PREVENTIVO
                           MOVE CLIENTE-PREV-REC
                               TO NOME-CLIENTE-PREVENTIVO
                           MOVE DATA-PREV-REC TO DATA-PREVENTIVO
                           MOVE VALIDITA-PREV-REC
                               TO VALIDITA-PREVENTIVO
                           MOVE STATO-PREV-REC TO STATO-PREVENTIVO
                           MOVE DATA-CONVERSIONE-PREV-REC
                               TO CONVERSIONE-PREVENTIVO
                           MOVE 0 TO VALORE-PREVENTIVO
                       END-IF
                       COMPUTE VALORE-PREVENTIVO = VALORE-PREVENTIVO
                               + QTA-PREV-REC * PREZZO-PREV-REC
               END-READ
           END-PERFORM.
           IF NUMERO-PREVENTIVO NOT = 0 THEN
               PERFORM RIGA-SITUAZIONE-PREVENTIVO
           END-IF.

           CLOSE PREVENT-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "TASSO DI CONVERSIONE PER CLIENTE" TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "CLIENTE / EMESSI / CONVERTITI / SCADUTI / APERTI / "
               TO RW-RIGA.
           MOVE "TASSO %" TO RW-RIGA(52:7).
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM VARYING SP FROM 1 BY 1
                   UNTIL SP > CLIENTI-STAT-COUNT
               PERFORM RIGA-TASSO-CONVERSIONE
           END-PERFORM.

           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "PREVENTIVI ELENCATI: " PREVENTIVI-ELENCATI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "SITUAZIONE SCRITTA SU PREVENT.TXT ("
                   PREVENTIVI-ELENCATI " PREVENTIVI)".

      *------------------------------------ FUNCTION HY ----------------
       RIGA-SITUAZIONE-PREVENTIVO.

           ADD 1 TO PREVENTIVI-ELENCATI.

           MOVE "N" TO CLIENTE-STAT-VISTO.
           PERFORM VARYING SP FROM 1 BY 1
                   UNTIL SP > CLIENTI-STAT-COUNT
                      OR CLIENTE-STAT-VISTO = "S"
               IF CODICE-STAT(SP) = CLIENTE-PREVENTIVO THEN
                   MOVE "S" TO CLIENTE-STAT-VISTO
               END-IF
           END-PERFORM.
           IF CLIENTE-STAT-VISTO = "S" THEN
               SET SP DOWN BY 1
           ELSE
               IF CLIENTI-STAT-COUNT < 100 THEN
                   ADD 1 TO CLIENTI-STAT-COUNT
                   SET SP TO CLIENTI-STAT-COUNT
                   MOVE CLIENTE-PREVENTIVO TO CODICE-STAT(SP)
                   MOVE NOME-CLIENTE-PREVENTIVO TO NOME-STAT(SP)
                   MOVE 0 TO EMESSI-STAT(SP)
                   MOVE 0 TO CONVERTITI-STAT(SP)
                   MOVE 0 TO SCADUTI-STAT(SP)
                   MOVE 0 TO APERTI-STAT(SP)
                   MOVE "S" TO CLIENTE-STAT-VISTO
               END-IF
           END-IF.

           MOVE VALORE-PREVENTIVO TO IMPORTO-FATTURA-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING NUMERO-PREVENTIVO " " DATA-PREVENTIVO " "
                  VALIDITA-PREVENTIVO " "
                  NOME-CLIENTE-PREVENTIVO(1:30)
                  " EURO " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.

           EVALUATE TRUE
               WHEN STATO-PREVENTIVO = "C"
                   STRING " CONVERTITO " CONVERSIONE-PREVENTIVO
                       DELIMITED BY SIZE INTO RW-RIGA(78:21)
                   IF CLIENTE-STAT-VISTO = "S" THEN
                       ADD 1 TO CONVERTITI-STAT(SP)
                   END-IF
               WHEN VALIDITA-PREVENTIVO < OGGI-PREVENTIVI
                   MOVE " SCADUTO" TO RW-RIGA(78:8)
                   IF CLIENTE-STAT-VISTO = "S" THEN
                       ADD 1 TO SCADUTI-STAT(SP)
                   END-IF
               WHEN OTHER
                   MOVE " APERTO" TO RW-RIGA(78:7)
                   IF CLIENTE-STAT-VISTO = "S" THEN
                       ADD 1 TO APERTI-STAT(SP)
                   END-IF
           END-EVALUATE.
           IF CLIENTE-STAT-VISTO = "S" THEN
               ADD 1 TO EMESSI-STAT(SP)
           END-IF.

           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION HZ ----------------
       RIGA-TASSO-CONVERSIONE.

           COMPUTE TASSO-CONVERSIONE ROUNDED =
                   CONVERTITI-STAT(SP) * 100 / EMESSI-STAT(SP).
           MOVE TASSO-CONVERSIONE TO TASSO-CONVERSIONE-EDIT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING CODICE-STAT(SP) " " NOME-STAT(SP)(1:25) " "
                  EMESSI-STAT(SP) " " CONVERTITI-STAT(SP) " "
                  SCADUTI-STAT(SP) " " APERTI-STAT(SP) " "
                  TASSO-CONVERSIONE-EDIT "%"
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION IA ----------------
      *KIT E CONFEZIONI REGALO: DISTINTA BASE, ASSEMBLAGGIO E
      *DISASSEMBLAGGIO A MAGAZZINO, PEZZI ASSEMBLABILI CON LA
      *GIACENZA ATTUALE
       KIT-DISTINTE.

           MOVE 0 TO SCELTA-KIT.
           PERFORM UNTIL SCELTA-KIT = 9
               DISPLAY "KIT E DISTINTE BASE"
               DISPLAY "1 DISTINTA BASE  2 ASSEMBLAGGIO  "
                       "3 DISASSEMBLAGGIO  4 KIT ASSEMBLABILI  "
                       "9 FINE"
               ACCEPT SCELTA-KIT
               EVALUATE SCELTA-KIT
                   WHEN 1
                       PERFORM DISTINTA-BASE
                   WHEN 2
                       PERFORM ASSEMBLA-KIT
                   WHEN 3
                       PERFORM DISASSEMBLA-KIT
                   WHEN 4
                       PERFORM KIT-ASSEMBLABILI-REPORT
                   WHEN OTHER
                       MOVE 9 TO SCELTA-KIT
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION IB ----------------
      *MANUTENZIONE DELLA DISTINTA DI UN KIT: SI MOSTRANO I
      *COMPONENTI ATTUALI, POI OGNI COMPONENTE BATTUTO VIENE
      *AGGIUNTO O AGGIORNATO (QUANTITA' 0 = TOLTO DALLA DISTINTA)
       DISTINTA-BASE.

           PERFORM ACCETTA-KIT.
           IF KIT-CORRENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DISTINTA-FILE.
           IF FS-DISTINTA = "35" THEN
               OPEN OUTPUT DISTINTA-FILE
               CLOSE DISTINTA-FILE
               OPEN I-O DISTINTA-FILE
           END-IF.
           IF FS-DISTINTA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE DISTINTA.DAT - STATO "
                       FS-DISTINTA
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARICA-DISTINTA-KIT.
           IF COMPONENTI-COUNT = 0 THEN
               DISPLAY "NESSUN COMPONENTE IN DISTINTA"
           ELSE
               DISPLAY "COMPONENTI PER UN PEZZO:"
               PERFORM VARYING CK FROM 1 BY 1
                       UNTIL CK > COMPONENTI-COUNT
                   DISPLAY "  ART. " ARTICOLO-COMP(CK)
                           " QTA " QTA-COMP(CK)
               END-PERFORM
           END-IF.

           MOVE 1 TO COMPONENTE-INPUT.
           PERFORM UNTIL COMPONENTE-INPUT = 0
               DISPLAY "CODICE COMPONENTE (0 = FINE): "
               MOVE 0 TO COMPONENTE-INPUT
               ACCEPT COMPONENTE-INPUT
               IF COMPONENTE-INPUT NOT = 0 THEN
                   PERFORM AGGIORNA-COMPONENTE-KIT
               END-IF
           END-PERFORM.

           CLOSE DISTINTA-FILE.

      *------------------------------------ FUNCTION IC ----------------
       AGGIORNA-COMPONENTE-KIT.

           IF COMPONENTE-INPUT = KIT-CORRENTE THEN
               DISPLAY "UN KIT NON PUO' CONTENERE SE STESSO"
               EXIT PARAGRAPH
           END-IF.
           MOVE COMPONENTE-INPUT TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "N" THEN
               DISPLAY "CODICE ARTICOLO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY DESCRIZIONE-REC(1:30).

           DISPLAY "QUANTITA' PER UN KIT (0 = TOGLI): ".
           MOVE 0 TO QTA-COMPONENTE-INPUT.
           ACCEPT QTA-COMPONENTE-INPUT.

           MOVE KIT-CORRENTE TO PADRE-DISTINTA-REC.
           MOVE COMPONENTE-INPUT TO COMPONENTE-DISTINTA-REC.
           READ DISTINTA-FILE
               INVALID KEY
                   IF QTA-COMPONENTE-INPUT > 0 THEN
                       MOVE QTA-COMPONENTE-INPUT TO QTA-DISTINTA-REC
                       WRITE DISTINTA-REC
                       DISPLAY "COMPONENTE AGGIUNTO"
                   END-IF
               NOT INVALID KEY
                   IF QTA-COMPONENTE-INPUT > 0 THEN
                       MOVE QTA-COMPONENTE-INPUT TO QTA-DISTINTA-REC
                       REWRITE DISTINTA-REC
                       DISPLAY "QUANTITA' AGGIORNATA"
                   ELSE
                       DELETE DISTINTA-FILE
                       DISPLAY "COMPONENTE TOLTO DALLA DISTINTA"
                   END-IF
           END-READ.

      *------------------------------------ FUNCTION ID ----------------
      *CHIEDE IL KIT SU CUI LAVORARE (ZERO SE NON VALIDO)
       ACCETTA-KIT.

           MOVE 0 TO KIT-CORRENTE.
           DISPLAY "CODICE ARTICOLO KIT O BARCODE: ".
           ACCEPT CODICE-O-BARCODE.
           PERFORM TROVA-ARTICOLO-DA-INPUT.
           IF ARTICOLO-TROVATO = "N" THEN
               DISPLAY "CODICE ARTICOLO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           IF ATTIVO-REC = "N" THEN
               DISPLAY "ARTICOLO DISATTIVATO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CODICE-ART-REC TO KIT-CORRENTE.
           MOVE DESCRIZIONE-REC(1:30) TO DESCRIZIONE-KIT.
           DISPLAY "KIT: " DESCRIZIONE-KIT.

      *------------------------------------ FUNCTION IE ----------------
      *CARICA IN TABELLA LA DISTINTA DI KIT-CORRENTE DAL FILE APERTO
       CARICA-DISTINTA-KIT.

           MOVE 0 TO COMPONENTI-COUNT.

           MOVE KIT-CORRENTE TO PADRE-DISTINTA-REC.
           MOVE 0 TO COMPONENTE-DISTINTA-REC.
           START DISTINTA-FILE KEY IS NOT LESS THAN CHIAVE-DISTINTA-REC
               INVALID KEY MOVE "10" TO FS-DISTINTA
           END-START.

           PERFORM UNTIL FS-DISTINTA = "10"
               READ DISTINTA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DISTINTA
                   NOT AT END
                       IF PADRE-DISTINTA-REC NOT = KIT-CORRENTE
                          OR COMPONENTI-COUNT >= 20 THEN
                           MOVE "10" TO FS-DISTINTA
                       ELSE
                           ADD 1 TO COMPONENTI-COUNT
                           SET CK TO COMPONENTI-COUNT
                           MOVE COMPONENTE-DISTINTA-REC
                               TO ARTICOLO-COMP(CK)
                           MOVE QTA-DISTINTA-REC TO QTA-COMP(CK)
                           MOVE 0 TO FABBISOGNO-COMP(CK)
                           MOVE 0 TO COSTO-COMP(CK)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DISTINTA.

      *------------------------------------ FUNCTION IF ----------------
      *KIT E QUANTITA' PER ASSEMBLAGGIO O DISASSEMBLAGGIO: DISTINTA
      *CARICATA, FABBISOGNO DI OGNI COMPONENTE CALCOLATO E MESE
      *CORRENTE APERTO (KIT-CORRENTE A ZERO SE NON SI PUO' PROCEDERE)
       PREPARA-MOVIMENTO-KIT.

           PERFORM ACCETTA-KIT.
           IF KIT-CORRENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO COMPONENTI-COUNT.
           OPEN INPUT DISTINTA-FILE.
           IF FS-DISTINTA = "00" THEN
               PERFORM CARICA-DISTINTA-KIT
               CLOSE DISTINTA-FILE
           END-IF.
           IF COMPONENTI-COUNT = 0 THEN
               DISPLAY "ARTICOLO SENZA DISTINTA BASE"
               MOVE 0 TO KIT-CORRENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE DATA-ODIERNA(1:6) TO PERIODO-MOVIMENTO.
           PERFORM VERIFICA-PERIODO-CHIUSO.
           IF PERIODO-CHIUSO = "S" THEN
               DISPLAY "IL MESE " PERIODO-MOVIMENTO
                       " E' GIA' CHIUSO, MOVIMENTO RIFIUTATO"
               MOVE 0 TO KIT-CORRENTE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DI KIT: ".
           MOVE 0 TO QTA-KIT.
           ACCEPT QTA-KIT.
           IF QTA-KIT = 0 THEN
               MOVE 0 TO KIT-CORRENTE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CK FROM 1 BY 1 UNTIL CK > COMPONENTI-COUNT
               COMPUTE FABBISOGNO-COMP(CK) = QTA-COMP(CK) * QTA-KIT
           END-PERFORM.

           MOVE SPACES TO RIFERIMENTO-KIT.
           STRING "KIT " KIT-CORRENTE " X " QTA-KIT
               DELIMITED BY SIZE INTO RIFERIMENTO-KIT.

      *------------------------------------ FUNCTION IG ----------------
      *ASSEMBLAGGIO: I COMPONENTI ESCONO CON SCARICHI "S" PRELEVATI
      *FEFO DAI LOTTI, IL KIT ENTRA CON UN CARICO "C" AL COSTO DEI
      *COMPONENTI PRESO DAI LORO STRATI FIFO (I PIU' VECCHI ESCONO
      *PER PRIMI, COSI' IL COSTO COINCIDE CON LA VALORIZZAZIONE)
       ASSEMBLA-KIT.

           PERFORM PREPARA-MOVIMENTO-KIT.
           IF KIT-CORRENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE KIT-CORRENTE TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF GIACENZA-REC + QTA-KIT > 9999 THEN
               DISPLAY "GIACENZA DEL KIT OLTRE IL MASSIMO GESTITO, "
                       "ASSEMBLAGGIO RIFIUTATO"
               EXIT PARAGRAPH
           END-IF.

      *TUTTI I COMPONENTI DEVONO BASTARE PRIMA DI TOCCARNE UNO
           MOVE 0 TO COMPONENTI-MANCANTI.
           PERFORM VARYING CK FROM 1 BY 1 UNTIL CK > COMPONENTI-COUNT
               MOVE ARTICOLO-COMP(CK) TO CODICE-CERCATO
               PERFORM TROVA-ARTICOLO
               IF ARTICOLO-TROVATO = "N" THEN
                   DISPLAY "COMPONENTE " ARTICOLO-COMP(CK)
                           " NON PIU' IN ANAGRAFICA"
                   ADD 1 TO COMPONENTI-MANCANTI
               ELSE
                   MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-RICHIESTO
                   PERFORM GIACENZA-DEPOSITO-ARTICOLO
                   IF GIACENZA-DEPOSITO < FABBISOGNO-COMP(CK) THEN
                       DISPLAY "COMPONENTE " ARTICOLO-COMP(CK) " "
                               DESCRIZIONE-REC(1:30)
                               " SERVONO " FABBISOGNO-COMP(CK)
                               " GIACENZA " GIACENZA-DEPOSITO
                       ADD 1 TO COMPONENTI-MANCANTI
                   END-IF
               END-IF
           END-PERFORM.
           IF COMPONENTI-MANCANTI > 0 THEN
               DISPLAY "COMPONENTI INSUFFICIENTI, ASSEMBLAGGIO "
                       "RIFIUTATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO COSTO-TOTALE-KIT.
           PERFORM VARYING CK FROM 1 BY 1 UNTIL CK > COMPONENTI-COUNT
               PERFORM PRELEVA-COMPONENTE-KIT
           END-PERFORM.

           MOVE KIT-CORRENTE TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           MOVE KIT-CORRENTE TO CODICE-ARTICOLO-CORRENTE.
           MOVE QTA-KIT TO QUANTITA-SCELTA.
           COMPUTE PREZZO-CARICO ROUNDED = COSTO-TOTALE-KIT / QTA-KIT.
           PERFORM ACCETTA-LOTTO-CARICO.
           PERFORM AGGIORNA-COSTO-MEDIO.
           ADD QTA-KIT TO GIACENZA-REC.
           MOVE PREZZO-CARICO TO PREZZO-ACQUISTO-REC.
           REWRITE ARTICOLO-REC.
           MOVE "C" TO TIPO-SCELTO.
           MOVE RIFERIMENTO-KIT TO RIFERIMENTO-SCELTO.
           PERFORM SCRIVI-MOVIMENTO.

           MOVE PREZZO-CARICO TO PREZZO-EDIT-KIT.
           MOVE COSTO-TOTALE-KIT TO IMPORTO-FATTURA-EDIT.
           DISPLAY "ASSEMBLATI " QTA-KIT " KIT - COSTO COMPONENTI "
                   IMPORTO-FATTURA-EDIT " - COSTO UNITARIO "
                   PREZZO-EDIT-KIT.
           DISPLAY "NUOVA GIACENZA KIT: " GIACENZA-REC.

           PERFORM ALLOCA-BACKORDER-ARTICOLO.

      *------------------------------------ FUNCTION IH ----------------
      *SCARICO DI UN COMPONENTE: COSTO DAGLI STRATI, POI LOTTI FEFO,
      *GIACENZA E GIORNALE COME UNO SCARICO DA MENU
       PRELEVA-COMPONENTE-KIT.

           MOVE ARTICOLO-COMP(CK) TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.

           MOVE FABBISOGNO-COMP(CK) TO QTA-DA-COSTARE.
           PERFORM COSTA-PRELIEVO-STRATI.
           MOVE COSTO-PRELIEVO TO COSTO-COMP(CK).
           ADD COSTO-PRELIEVO TO COSTO-TOTALE-KIT.

           MOVE CODICE-ART-REC TO CODICE-ARTICOLO-CORRENTE.
           MOVE FABBISOGNO-COMP(CK) TO QUANTITA-SCELTA.
           MOVE 0 TO PREZZO-CARICO.
           MOVE QUANTITA-SCELTA TO QTA-FEFO-DA-PRELEVARE.
           PERFORM CONSUMA-LOTTI-FEFO.
           MOVE LOTTO-PRELEVATO TO LOTTO-MOV-CORRENTE.
           SUBTRACT QUANTITA-SCELTA FROM GIACENZA-REC.
           REWRITE ARTICOLO-REC.
           MOVE "S" TO TIPO-SCELTO.
           MOVE RIFERIMENTO-KIT TO RIFERIMENTO-SCELTO.
           PERFORM SCRIVI-MOVIMENTO.

      *------------------------------------ FUNCTION II ----------------
      *COSTO DI QTA-DA-COSTARE PEZZI DELL'ARTICOLO CORRENTE PRESI
      *DAGLI STRATI PIU' VECCHI (LA PARTE NON COPERTA DAGLI STRATI
      *VA AL COSTO MEDIO); GLI STRATI SI CONSUMERANNO DA SOLI QUANDO
      *LO SCARICO ARRIVA A GIORNALE
       COSTA-PRELIEVO-STRATI.

           PERFORM COSTRUISCI-STRATI-ARTICOLO.

           MOVE 0 TO COSTO-PRELIEVO.
           PERFORM VARYING SL FROM 1 BY 1
                   UNTIL SL > STRATI-COUNT OR QTA-DA-COSTARE = 0
               IF QTA-STRATO(SL) < QTA-DA-COSTARE THEN
                   MOVE QTA-STRATO(SL) TO QTA-DA-STRATO
               ELSE
                   MOVE QTA-DA-COSTARE TO QTA-DA-STRATO
               END-IF
               COMPUTE COSTO-PRELIEVO = COSTO-PRELIEVO
                       + QTA-DA-STRATO * PREZZO-STRATO(SL)
               SUBTRACT QTA-DA-STRATO FROM QTA-DA-COSTARE
           END-PERFORM.

           IF QTA-DA-COSTARE > 0 THEN
               COMPUTE COSTO-PRELIEVO = COSTO-PRELIEVO
                       + QTA-DA-COSTARE * COSTO-MEDIO-REC
           END-IF.

      *------------------------------------ FUNCTION IJ ----------------
      *DISASSEMBLAGGIO: IL KIT ESCE CON UNO SCARICO "S" (LOTTI FEFO)
      *AL COSTO DEI SUOI STRATI, I COMPONENTI RIENTRANO CON CARICHI
      *"C" CHE SI RIPARTISCONO QUEL COSTO IN PROPORZIONE AL LORO
      *COSTO MEDIO (A PARI PEZZO SE I COSTI MEDI SONO A ZERO)
       DISASSEMBLA-KIT.

           PERFORM PREPARA-MOVIMENTO-KIT.
           IF KIT-CORRENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE KIT-CORRENTE TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-RICHIESTO.
           PERFORM GIACENZA-DEPOSITO-ARTICOLO.
           IF GIACENZA-DEPOSITO < QTA-KIT THEN
               DISPLAY "GIACENZA DEL KIT INSUFFICIENTE ("
                       GIACENZA-DEPOSITO "), DISASSEMBLAGGIO RIFIUTATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO COMPONENTI-MANCANTI.
           MOVE 0 TO BASE-RIPARTIZIONE-KIT.
           MOVE 0 TO PEZZI-COMPONENTI-KIT.
           PERFORM VARYING CK FROM 1 BY 1 UNTIL CK > COMPONENTI-COUNT
               MOVE ARTICOLO-COMP(CK) TO CODICE-CERCATO
               PERFORM TROVA-ARTICOLO
               IF ARTICOLO-TROVATO = "N" THEN
                   DISPLAY "COMPONENTE " ARTICOLO-COMP(CK)
                           " NON PIU' IN ANAGRAFICA"
                   ADD 1 TO COMPONENTI-MANCANTI
               ELSE
                   IF GIACENZA-REC + FABBISOGNO-COMP(CK) > 9999 THEN
                       DISPLAY "COMPONENTE " ARTICOLO-COMP(CK)
                               " OLTRE LA GIACENZA MASSIMA GESTITA"
                       ADD 1 TO COMPONENTI-MANCANTI
                   ELSE
                       COMPUTE BASE-RIPARTIZIONE-KIT =
                               BASE-RIPARTIZIONE-KIT
                               + FABBISOGNO-COMP(CK) * COSTO-MEDIO-REC
                       ADD FABBISOGNO-COMP(CK) TO PEZZI-COMPONENTI-KIT
                   END-IF
               END-IF
           END-PERFORM.
           IF COMPONENTI-MANCANTI > 0 THEN
               DISPLAY "DISASSEMBLAGGIO RIFIUTATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE KIT-CORRENTE TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           MOVE QTA-KIT TO QTA-DA-COSTARE.
           PERFORM COSTA-PRELIEVO-STRATI.
           MOVE COSTO-PRELIEVO TO COSTO-TOTALE-KIT.

           MOVE KIT-CORRENTE TO CODICE-ARTICOLO-CORRENTE.
           MOVE QTA-KIT TO QUANTITA-SCELTA.
           MOVE 0 TO PREZZO-CARICO.
           MOVE QTA-KIT TO QTA-FEFO-DA-PRELEVARE.
           PERFORM CONSUMA-LOTTI-FEFO.
           MOVE LOTTO-PRELEVATO TO LOTTO-MOV-CORRENTE.
           SUBTRACT QTA-KIT FROM GIACENZA-REC.
           REWRITE ARTICOLO-REC.
           MOVE "S" TO TIPO-SCELTO.
           MOVE RIFERIMENTO-KIT TO RIFERIMENTO-SCELTO.
           PERFORM SCRIVI-MOVIMENTO.

           PERFORM VARYING CK FROM 1 BY 1 UNTIL CK > COMPONENTI-COUNT
               PERFORM RIENTRO-COMPONENTE-KIT
           END-PERFORM.

           MOVE COSTO-TOTALE-KIT TO IMPORTO-FATTURA-EDIT.
           DISPLAY "DISASSEMBLATI " QTA-KIT " KIT - COSTO RIPARTITO "
                   "SUI COMPONENTI " IMPORTO-FATTURA-EDIT.

      *------------------------------------ FUNCTION IK ----------------
      *CARICO DI UN COMPONENTE DAL KIT DISFATTO; IL PREZZO D'ACQUISTO
      *IN ANAGRAFICA NON SI TOCCA (NON E' UN ACQUISTO)
       RIENTRO-COMPONENTE-KIT.

           MOVE ARTICOLO-COMP(CK) TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.

           IF BASE-RIPARTIZIONE-KIT > 0 THEN
               COMPUTE PREZZO-CARICO ROUNDED =
                       COSTO-MEDIO-REC * COSTO-TOTALE-KIT
                       / BASE-RIPARTIZIONE-KIT
           ELSE
               COMPUTE PREZZO-CARICO ROUNDED =
                       COSTO-TOTALE-KIT / PEZZI-COMPONENTI-KIT
           END-IF.
           COMPUTE COSTO-COMP(CK) =
                   PREZZO-CARICO * FABBISOGNO-COMP(CK).

           DISPLAY "RIENTRO ART. " ARTICOLO-COMP(CK) " "
                   DESCRIZIONE-REC(1:30) " QTA " FABBISOGNO-COMP(CK).
           MOVE CODICE-ART-REC TO CODICE-ARTICOLO-CORRENTE.
           MOVE FABBISOGNO-COMP(CK) TO QUANTITA-SCELTA.
           PERFORM ACCETTA-LOTTO-CARICO.
           PERFORM AGGIORNA-COSTO-MEDIO.
           ADD QUANTITA-SCELTA TO GIACENZA-REC.
           REWRITE ARTICOLO-REC.
           MOVE "C" TO TIPO-SCELTO.
           MOVE RIFERIMENTO-KIT TO RIFERIMENTO-SCELTO.
           PERFORM SCRIVI-MOVIMENTO.

           PERFORM ALLOCA-BACKORDER-ARTICOLO.

      *------------------------------------ FUNCTION IL ----------------
      *KIT ASSEMBLABILI: PER OGNI KIT CON DISTINTA QUANTI PEZZI SI
      *POSSONO FARE CON LA GIACENZA ATTUALE DEI COMPONENTI E QUALE
      *COMPONENTE LO LIMITA
       KIT-ASSEMBLABILI-REPORT.

           OPEN INPUT DISTINTA-FILE.
           IF FS-DISTINTA NOT = "00" THEN
               DISPLAY "NESSUNA DISTINTA BASE A ARCHIVIO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "KITPOSS.TXT" TO RW-NOME-FILE.
           MOVE "KIT ASSEMBLABILI CON LA GIACENZA ATTUALE" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "KIT / DESCRIZIONE / GIACENZA / ASSEMBLABILI / "
                  "COMPONENTE LIMITANTE (GIACENZA)"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT KITPOSS.TXT"
               CLOSE DISTINTA-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO KIT-ELENCATI.
           MOVE 0 TO KIT-CORRENTE.

           MOVE LOW-VALUES TO CHIAVE-DISTINTA-REC.
           START DISTINTA-FILE KEY IS NOT LESS THAN CHIAVE-DISTINTA-REC
               INVALID KEY MOVE "10" TO FS-DISTINTA
           END-START.

           PERFORM UNTIL FS-DISTINTA = "10"
               READ DISTINTA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DISTINTA
                   NOT AT END
                       IF PADRE-DISTINTA-REC NOT = KIT-CORRENTE
                           IF KIT-CORRENTE NOT = 0 THEN
                               PERFORM RIGA-KIT-ASSEMBLABILE
                           END-IF
                           MOVE PADRE-DISTINTA-REC TO KIT-CORRENTE
                           MOVE 9999999 TO KIT-ASSEMBLABILI
                       END-IF
                       PERFORM LIMITE-COMPONENTE-KIT
               END-READ
           END-PERFORM.
           IF KIT-CORRENTE NOT = 0 THEN
               PERFORM RIGA-KIT-ASSEMBLABILE
           END-IF.

           CLOSE DISTINTA-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "KIT ELENCATI: " KIT-ELENCATI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "KIT ASSEMBLABILI SCRITTI SU KITPOSS.TXT ("
                   KIT-ELENCATI " KIT)".

      *------------------------------------ FUNCTION IM ----------------
      *IL COMPONENTE APPENA LETTO LIMITA IL KIT SE CON LA SUA
      *GIACENZA SE NE FANNO MENO DEI COMPONENTI GIA' VISTI; CONTA
      *SOLO IL MAGAZZINO CENTRALE, DOVE SI ASSEMBLA
       LIMITE-COMPONENTE-KIT.

           MOVE COMPONENTE-DISTINTA-REC TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "N" THEN
               MOVE 0 TO ASSEMBLABILI-COMP
               MOVE "NON IN ANAGRAFICA" TO DESCRIZIONE-REC
               MOVE 0 TO GIACENZA-DEPOSITO
           ELSE
               MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-RICHIESTO
               PERFORM GIACENZA-DEPOSITO-ARTICOLO
               IF GIACENZA-DEPOSITO < 0 THEN
                   MOVE 0 TO GIACENZA-DEPOSITO
               END-IF
               COMPUTE ASSEMBLABILI-COMP =
                       GIACENZA-DEPOSITO / QTA-DISTINTA-REC
           END-IF.

           IF ASSEMBLABILI-COMP < KIT-ASSEMBLABILI THEN
               MOVE ASSEMBLABILI-COMP TO KIT-ASSEMBLABILI
               MOVE COMPONENTE-DISTINTA-REC TO COMPONENTE-LIMITANTE
               MOVE DESCRIZIONE-REC(1:30) TO DESCRIZIONE-LIMITANTE
               MOVE GIACENZA-DEPOSITO TO GIACENZA-LIMITANTE
           END-IF.

      *------------------------------------ FUNCTION IN ----------------
       RIGA-KIT-ASSEMBLABILE.

           ADD 1 TO KIT-ELENCATI.

           MOVE KIT-CORRENTE TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "N" THEN
               MOVE "NON IN ANAGRAFICA" TO DESCRIZIONE-REC
               MOVE 0 TO GIACENZA-REC
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING KIT-CORRENTE " " DESCRIZIONE-REC(1:30) " "
                  GIACENZA-REC " " KIT-ASSEMBLABILI " "
                  COMPONENTE-LIMITANTE " " DESCRIZIONE-LIMITANTE
                  " (" GIACENZA-LIMITANTE ")"
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION IO ----------------
      *CHIEDE IL DEPOSITO (INVIO = MAGAZZINO CENTRALE) E LO CERCA
      *IN ANAGRAFICA DEPOSITI
       ACCETTA-DEPOSITO.

           DISPLAY "DEPOSITO (INVIO = " DEPOSITO-PRINCIPALE
                   " CENTRALE): ".
           MOVE SPACES TO DEPOSITO-SCELTO.
           ACCEPT DEPOSITO-SCELTO.
           IF DEPOSITO-SCELTO = SPACES OR DEPOSITO-SCELTO = "0" THEN
               MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-SCELTO
           END-IF.
           PERFORM CERCA-DEPOSITO.

      *------------------------------------ FUNCTION IP ----------------
      *DEPOSITO-SCELTO E' VALIDO SE E' IN ANAGRAFICA; IL CENTRALE LO
      *E' SEMPRE, LA MERCE IN VIAGGIO MAI
       CERCA-DEPOSITO.

           MOVE "N" TO DEPOSITO-VALIDO.
           MOVE SPACES TO DESCRIZIONE-DEPOSITO.

           IF DEPOSITO-SCELTO = DEPOSITO-IN-VIAGGIO THEN
               EXIT PARAGRAPH
           END-IF.

           IF DEPOSITO-SCELTO = DEPOSITO-PRINCIPALE THEN
               MOVE "S" TO DEPOSITO-VALIDO
               MOVE "MAGAZZINO CENTRALE" TO DESCRIZIONE-DEPOSITO
           END-IF.

           OPEN INPUT DEPOSITI-FILE.
           IF FS-DEPOSITI = "00" THEN
               MOVE DEPOSITO-SCELTO TO CODICE-DEP-REC
               READ DEPOSITI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO DEPOSITO-VALIDO
                       MOVE DESCRIZIONE-DEP-REC TO DESCRIZIONE-DEPOSITO
               END-READ
               CLOSE DEPOSITI-FILE
           END-IF.

           IF DEPOSITO-VALIDO = "S" THEN
               DISPLAY "DEPOSITO " DEPOSITO-SCELTO " "
                       DESCRIZIONE-DEPOSITO
           END-IF.

      *------------------------------------ FUNCTION IQ ----------------
      *GIACENZA DELL'ARTICOLO CORRENTE NEL DEPOSITO-RICHIESTO: I
      *SECONDARI E LA MERCE IN VIAGGIO HANNO IL LORO RECORD, IL
      *CENTRALE E' IL TOTALE IN ANAGRAFICA MENO TUTTI GLI ALTRI
       GIACENZA-DEPOSITO-ARTICOLO.

           MOVE 0 TO GIACENZA-DEPOSITO.
           MOVE 0 TO GIACENZA-ALTRI-DEPOSITI.

           OPEN INPUT GIADEP-FILE.
           IF FS-GIADEP NOT = "00" THEN
               IF DEPOSITO-RICHIESTO = DEPOSITO-PRINCIPALE THEN
                   MOVE GIACENZA-REC TO GIACENZA-DEPOSITO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF DEPOSITO-RICHIESTO NOT = DEPOSITO-PRINCIPALE THEN
               MOVE CODICE-ART-REC TO ARTICOLO-GIADEP-REC
               MOVE DEPOSITO-RICHIESTO TO DEPOSITO-GIADEP-REC
               READ GIADEP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTA-GIADEP-REC TO GIACENZA-DEPOSITO
               END-READ
           ELSE
               MOVE CODICE-ART-REC TO ARTICOLO-GIADEP-REC
               MOVE LOW-VALUES TO DEPOSITO-GIADEP-REC
               START GIADEP-FILE KEY IS NOT LESS THAN
                   CHIAVE-GIADEP-REC
                   INVALID KEY MOVE "10" TO FS-GIADEP
               END-START
               PERFORM UNTIL FS-GIADEP = "10"
                   READ GIADEP-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-GIADEP
                       NOT AT END
                           IF ARTICOLO-GIADEP-REC NOT =
                              CODICE-ART-REC THEN
                               MOVE "10" TO FS-GIADEP
                           ELSE
                               ADD QTA-GIADEP-REC
                                   TO GIACENZA-ALTRI-DEPOSITI
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE GIACENZA-DEPOSITO =
                       GIACENZA-REC - GIACENZA-ALTRI-DEPOSITI
           END-IF.

           CLOSE GIADEP-FILE.

      *------------------------------------ FUNCTION IR ----------------
      *APPLICA VARIAZIONE-DEPOSITO ALLA GIACENZA DELL'ARTICOLO
      *CODICE-ARTICOLO-CORRENTE NEL DEPOSITO-DA-AGGIORNARE (IL
      *CENTRALE NON HA RECORD: SEGUE DA SOLO IL TOTALE)
       AGGIORNA-GIACENZA-DEPOSITO.

           IF DEPOSITO-DA-AGGIORNARE = DEPOSITO-PRINCIPALE OR
              DEPOSITO-DA-AGGIORNARE = SPACES OR
              VARIAZIONE-DEPOSITO = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O GIADEP-FILE.
           IF FS-GIADEP = "35" THEN
               OPEN OUTPUT GIADEP-FILE
               CLOSE GIADEP-FILE
               OPEN I-O GIADEP-FILE
           END-IF.
           IF FS-GIADEP NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE GIADEP.DAT - STATO "
                       FS-GIADEP
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-ARTICOLO-CORRENTE TO ARTICOLO-GIADEP-REC.
           MOVE DEPOSITO-DA-AGGIORNARE TO DEPOSITO-GIADEP-REC.
           READ GIADEP-FILE
               INVALID KEY
                   MOVE VARIAZIONE-DEPOSITO TO QTA-GIADEP-REC
                   WRITE GIACENZA-DEP-REC
               NOT INVALID KEY
                   ADD VARIAZIONE-DEPOSITO TO QTA-GIADEP-REC
                   REWRITE GIACENZA-DEP-REC
           END-READ.

           CLOSE GIADEP-FILE.

      *------------------------------------ FUNCTION IS ----------------
      *TABELLA DEI TOTALI PER DEPOSITO: PRIMA IL CENTRALE, POI GLI
      *ALTRI DEPOSITI IN ANAGRAFICA, IN CODA LA MERCE IN VIAGGIO
       CARICA-TOTALI-DEPOSITI.

           MOVE 1 TO DEPOSITI-COUNT.
           MOVE DEPOSITO-PRINCIPALE TO CODICE-TOT-DEP(1).
           MOVE "MAGAZZINO CENTRALE" TO DESCRIZIONE-TOT-DEP(1).
           MOVE 0 TO QTA-TOT-DEP(1).
           MOVE 0 TO VALORE-TOT-DEP(1).

           OPEN INPUT DEPOSITI-FILE.
           IF FS-DEPOSITI = "00" THEN
               MOVE LOW-VALUES TO CODICE-DEP-REC
               START DEPOSITI-FILE KEY IS NOT LESS THAN CODICE-DEP-REC
                   INVALID KEY MOVE "10" TO FS-DEPOSITI
               END-START
               PERFORM UNTIL FS-DEPOSITI = "10"
                   READ DEPOSITI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-DEPOSITI
                       NOT AT END
                           IF CODICE-DEP-REC = DEPOSITO-PRINCIPALE THEN
                               MOVE DESCRIZIONE-DEP-REC
                                   TO DESCRIZIONE-TOT-DEP(1)
                           ELSE
                               IF DEPOSITI-COUNT < 19 THEN
                                   ADD 1 TO DEPOSITI-COUNT
                                   SET TD TO DEPOSITI-COUNT
                                   MOVE CODICE-DEP-REC
                                       TO CODICE-TOT-DEP(TD)
                                   MOVE DESCRIZIONE-DEP-REC
                                       TO DESCRIZIONE-TOT-DEP(TD)
                                   MOVE 0 TO QTA-TOT-DEP(TD)
                                   MOVE 0 TO VALORE-TOT-DEP(TD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSITI-FILE
           END-IF.

           ADD 1 TO DEPOSITI-COUNT.
           SET TD TO DEPOSITI-COUNT.
           MOVE DEPOSITO-IN-VIAGGIO TO CODICE-TOT-DEP(TD).
           MOVE "MERCE IN VIAGGIO" TO DESCRIZIONE-TOT-DEP(TD).
           MOVE 0 TO QTA-TOT-DEP(TD).
           MOVE 0 TO VALORE-TOT-DEP(TD).

      *------------------------------------ FUNCTION IT ----------------
      *RIPARTISCE GIACENZA E VALORE-DA-RIPARTIRE DELL'ARTICOLO
      *CORRENTE SUI DEPOSITI IN TABELLA, IN PROPORZIONE ALLA
      *QUANTITA'; AL CENTRALE VA LA DIFFERENZA
       RIPARTISCI-ARTICOLO-DEPOSITI.

           MOVE 0 TO QTA-RIPARTITA.
           MOVE 0 TO VALORE-RIPARTITO.

           OPEN INPUT GIADEP-FILE.
           IF FS-GIADEP = "00" THEN
               MOVE CODICE-ART-REC TO ARTICOLO-GIADEP-REC
               MOVE LOW-VALUES TO DEPOSITO-GIADEP-REC
               START GIADEP-FILE KEY IS NOT LESS THAN
                   CHIAVE-GIADEP-REC
                   INVALID KEY MOVE "10" TO FS-GIADEP
               END-START
               PERFORM UNTIL FS-GIADEP = "10"
                   READ GIADEP-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-GIADEP
                       NOT AT END
                           IF ARTICOLO-GIADEP-REC NOT =
                              CODICE-ART-REC THEN
                               MOVE "10" TO FS-GIADEP
                           ELSE
                               PERFORM QUOTA-DEPOSITO-ARTICOLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GIADEP-FILE
           END-IF.

           COMPUTE QTA-TOT-DEP(1) = QTA-TOT-DEP(1)
                   + GIACENZA-REC - QTA-RIPARTITA.
           COMPUTE VALORE-TOT-DEP(1) = VALORE-TOT-DEP(1)
                   + VALORE-DA-RIPARTIRE - VALORE-RIPARTITO.

      *------------------------------------ FUNCTION IU ----------------
       QUOTA-DEPOSITO-ARTICOLO.

           MOVE "N" TO DEPOSITO-IN-TABELLA.
           PERFORM VARYING TD FROM 2 BY 1
                   UNTIL TD > DEPOSITI-COUNT
                      OR DEPOSITO-IN-TABELLA = "S"
               IF CODICE-TOT-DEP(TD) = DEPOSITO-GIADEP-REC THEN
                   MOVE "S" TO DEPOSITO-IN-TABELLA
               END-IF
           END-PERFORM.
      *UN DEPOSITO TOLTO DALL'ANAGRAFICA CON MERCE ANCORA DENTRO
      *RESTA NEL CENTRALE
           IF DEPOSITO-IN-TABELLA = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           SET TD DOWN BY 1.

           IF GIACENZA-REC NOT = 0 THEN
               COMPUTE VALORE-QUOTA-DEPOSITO ROUNDED =
                       VALORE-DA-RIPARTIRE * QTA-GIADEP-REC
                       / GIACENZA-REC
           ELSE
               MOVE 0 TO VALORE-QUOTA-DEPOSITO
           END-IF.

           ADD QTA-GIADEP-REC TO QTA-TOT-DEP(TD).
           ADD VALORE-QUOTA-DEPOSITO TO VALORE-TOT-DEP(TD).
           ADD QTA-GIADEP-REC TO QTA-RIPARTITA.
           ADD VALORE-QUOTA-DEPOSITO TO VALORE-RIPARTITO.

      *------------------------------------ FUNCTION IV ----------------
      *RIGA DEL PROSPETTO DI CHIUSURA PER IL DEPOSITO TD
       RIGA-CHIUSURA-DEPOSITO.

           MOVE QTA-TOT-DEP(TD) TO QTA-DEPOSITO-EDIT.
           MOVE VALORE-TOT-DEP(TD) TO IMPORTO-FATTURA-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "DEPOSITO " CODICE-TOT-DEP(TD) " "
                  DESCRIZIONE-TOT-DEP(TD)
                  " QTA " QTA-DEPOSITO-EDIT
                  " EURO " IMPORTO-FATTURA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION IW ----------------
      *DEPOSITI E TRASFERIMENTI TRA DEPOSITI
       DEPOSITI-TRASFERIMENTI.

           MOVE 0 TO SCELTA-DEPOSITI.
           PERFORM UNTIL SCELTA-DEPOSITI = 9
               DISPLAY "DEPOSITI E TRASFERIMENTI"
               DISPLAY "1 ANAGRAFICA DEPOSITI  2 NUOVO TRASFERIMENTO  "
                       "3 RICEVI TRASFERIMENTO  4 MERCE IN VIAGGIO  "
                       "5 GIACENZE PER DEPOSITO  9 FINE"
               ACCEPT SCELTA-DEPOSITI
               EVALUATE SCELTA-DEPOSITI
                   WHEN 1
                       PERFORM ANAGRAFICA-DEPOSITI
                   WHEN 2
                       PERFORM NUOVO-TRASFERIMENTO
                   WHEN 3
                       PERFORM RICEVI-TRASFERIMENTO
                   WHEN 4
                       PERFORM MERCE-IN-VIAGGIO
                   WHEN 5
                       PERFORM GIACENZE-PER-DEPOSITO
                   WHEN OTHER
                       MOVE 9 TO SCELTA-DEPOSITI
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION IX ----------------
      *ANAGRAFICA DEPOSITI: ELENCO, POI NUOVI DEPOSITI O CAMBIO DI
      *DESCRIZIONE (IL CENTRALE SI CREA DA SOLO)
       ANAGRAFICA-DEPOSITI.

           OPEN I-O DEPOSITI-FILE.
           IF FS-DEPOSITI = "35" THEN
               OPEN OUTPUT DEPOSITI-FILE
               CLOSE DEPOSITI-FILE
               OPEN I-O DEPOSITI-FILE
           END-IF.
           IF FS-DEPOSITI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE DEPOSITI.DAT - STATO "
                       FS-DEPOSITI
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-PRINCIPALE TO CODICE-DEP-REC.
           READ DEPOSITI-FILE
               INVALID KEY
                   MOVE "MAGAZZINO CENTRALE" TO DESCRIZIONE-DEP-REC
                   WRITE DEPOSITO-REC
           END-READ.

           MOVE LOW-VALUES TO CODICE-DEP-REC.
           START DEPOSITI-FILE KEY IS NOT LESS THAN CODICE-DEP-REC
               INVALID KEY MOVE "10" TO FS-DEPOSITI
           END-START.
           PERFORM UNTIL FS-DEPOSITI = "10"
               READ DEPOSITI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEPOSITI
                   NOT AT END
                       DISPLAY CODICE-DEP-REC " " DESCRIZIONE-DEP-REC
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DEPOSITI.

           MOVE "X" TO DEPOSITO-SCELTO.
           PERFORM UNTIL DEPOSITO-SCELTO = SPACES
               DISPLAY "CODICE DEPOSITO (INVIO = FINE): "
               MOVE SPACES TO DEPOSITO-SCELTO
               ACCEPT DEPOSITO-SCELTO
               IF DEPOSITO-SCELTO = DEPOSITO-IN-VIAGGIO THEN
                   DISPLAY "CODICE RISERVATO ALLA MERCE IN VIAGGIO"
               ELSE
                   IF DEPOSITO-SCELTO NOT = SPACES THEN
                       DISPLAY "DESCRIZIONE: "
                       MOVE SPACES TO DESCRIZIONE-DEPOSITO
                       ACCEPT DESCRIZIONE-DEPOSITO
                       MOVE DEPOSITO-SCELTO TO CODICE-DEP-REC
                       MOVE DESCRIZIONE-DEPOSITO
                           TO DESCRIZIONE-DEP-REC
                       WRITE DEPOSITO-REC
                           INVALID KEY
                               REWRITE DEPOSITO-REC
                       END-WRITE
                       DISPLAY "DEPOSITO REGISTRATO"
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE DEPOSITI-FILE.

      *------------------------------------ FUNCTION IY ----------------
      *NUOVO TRASFERIMENTO: LA MERCE ESCE DAL DEPOSITO DI PARTENZA
      *(MOVIMENTO "U" CON IL LOTTO) E RESTA IN VIAGGIO FINO ALLA
      *RICEZIONE; IL DOCUMENTO ACCOMPAGNA LA MERCE
       NUOVO-TRASFERIMENTO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-TRASFERIMENTO.
           MOVE DATA-TRASFERIMENTO(1:6) TO PERIODO-MOVIMENTO.
           PERFORM VERIFICA-PERIODO-CHIUSO.
           IF PERIODO-CHIUSO = "S" THEN
               DISPLAY "IL MESE " PERIODO-MOVIMENTO
                       " E' GIA' CHIUSO, TRASFERIMENTO RIFIUTATO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DEPOSITO DI PARTENZA".
           PERFORM ACCETTA-DEPOSITO.
           IF DEPOSITO-VALIDO = "N" THEN
               DISPLAY "DEPOSITO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPOSITO-SCELTO TO ORIGINE-TRASFERIMENTO.

           DISPLAY "DEPOSITO DI ARRIVO".
           PERFORM ACCETTA-DEPOSITO.
           IF DEPOSITO-VALIDO = "N" THEN
               DISPLAY "DEPOSITO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           IF DEPOSITO-SCELTO = ORIGINE-TRASFERIMENTO THEN
               DISPLAY "PARTENZA E ARRIVO COINCIDONO"
               EXIT PARAGRAPH
           END-IF.
           MOVE DEPOSITO-SCELTO TO DESTINO-TRASFERIMENTO.

           MOVE 0 TO RIGHE-TRASFERIMENTO.
           MOVE 1 TO CODICE-RIGA-ORDINE.
           PERFORM UNTIL CODICE-RIGA-ORDINE = 0 OR
                         RIGHE-TRASFERIMENTO >= 20
               DISPLAY "CODICE ARTICOLO O BARCODE (0 = FINE "
                       "DOCUMENTO): "
               ACCEPT CODICE-O-BARCODE
               IF CODICE-O-BARCODE = "0" THEN
                   MOVE 0 TO CODICE-RIGA-ORDINE
               ELSE
                   PERFORM TROVA-ARTICOLO-DA-INPUT
                   IF ARTICOLO-TROVATO = "N" THEN
                       DISPLAY "CODICE ARTICOLO SCONOSCIUTO"
                   ELSE
                       PERFORM RIGA-NUOVO-TRASFERIMENTO
                   END-IF
               END-IF
           END-PERFORM.

           IF RIGHE-TRASFERIMENTO = 0 THEN
               DISPLAY "DOCUMENTO VUOTO, NESSUN TRASFERIMENTO"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TRASFER-FILE.
           IF FS-TRASFER = "35" THEN
               OPEN OUTPUT TRASFER-FILE
               CLOSE TRASFER-FILE
               OPEN I-O TRASFER-FILE
           END-IF.
           IF FS-TRASFER NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE TRASFER.DAT - STATO "
                       FS-TRASFER " - TRASFERIMENTO NON REGISTRATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM TROVA-PROSSIMO-NUMERO-TRASF.
           PERFORM VARYING RT FROM 1 BY 1
                   UNTIL RT > RIGHE-TRASFERIMENTO
               PERFORM SCRIVI-RIGA-TRASFERIMENTO
           END-PERFORM.
           CLOSE TRASFER-FILE.

           PERFORM STAMPA-TRASFERIMENTO.

      *------------------------------------ FUNCTION IZ ----------------
      *RIGA DEL TRASFERIMENTO SULL'ARTICOLO APPENA LETTO: LA
      *QUANTITA' NON PUO' SUPERARE QUELLA DEL DEPOSITO DI PARTENZA
      *(AL NETTO DELLE RIGHE GIA' BATTUTE) E IL LOTTO PROPOSTO E'
      *IL PRIMO IN SCADENZA
       RIGA-NUOVO-TRASFERIMENTO.

           MOVE ORIGINE-TRASFERIMENTO TO DEPOSITO-RICHIESTO.
           PERFORM GIACENZA-DEPOSITO-ARTICOLO.
           PERFORM VARYING RT FROM 1 BY 1
                   UNTIL RT > RIGHE-TRASFERIMENTO
               IF ARTICOLO-TRASF(RT) = CODICE-ART-REC THEN
                   SUBTRACT QTA-TRASF(RT) FROM GIACENZA-DEPOSITO
               END-IF
           END-PERFORM.
           DISPLAY DESCRIZIONE-REC(1:30) " - DISPONIBILE NEL "
                   "DEPOSITO " GIACENZA-DEPOSITO.

           DISPLAY "QUANTITA': ".
           MOVE 0 TO QUANTITA-SCELTA.
           ACCEPT QUANTITA-SCELTA.
           IF QUANTITA-SCELTA = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF QUANTITA-SCELTA > GIACENZA-DEPOSITO THEN
               DISPLAY "GIACENZA INSUFFICIENTE, RIGA RIFIUTATA"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LOTTO-TRASF-INPUT.
           PERFORM CERCA-LOTTO-TRASFERIMENTO.
           IF LOTTO-TROVATO = "S" THEN
               DISPLAY "LOTTO (INVIO = " LOTTO-LOTTO-REC
                       " SCAD. " SCADENZA-LOTTO-REC
                       ", 0 = SENZA LOTTO): "
               ACCEPT LOTTO-TRASF-INPUT
               IF LOTTO-TRASF-INPUT NOT = SPACES AND
                  LOTTO-TRASF-INPUT NOT = "0" THEN
                   PERFORM CERCA-LOTTO-TRASFERIMENTO
                   IF LOTTO-TROVATO = "N" THEN
                       DISPLAY "LOTTO NON TROVATO, RIGA RIFIUTATA"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO RIGHE-TRASFERIMENTO.
           SET RT TO RIGHE-TRASFERIMENTO.
           MOVE CODICE-ART-REC TO ARTICOLO-TRASF(RT).
           MOVE DESCRIZIONE-REC(1:30) TO DESCRIZIONE-TRASF(RT).
           MOVE QUANTITA-SCELTA TO QTA-TRASF(RT).
           IF LOTTO-TROVATO = "S" AND LOTTO-TRASF-INPUT NOT = "0" THEN
               MOVE LOTTO-LOTTO-REC TO LOTTO-TRASF(RT)
               MOVE SCADENZA-LOTTO-REC TO SCADENZA-TRASF(RT)
           ELSE
               MOVE SPACES TO LOTTO-TRASF(RT)
               MOVE 0 TO SCADENZA-TRASF(RT)
           END-IF.

      *------------------------------------ FUNCTION JA ----------------
      *CERCA SU LOTTI.DAT PER L'ARTICOLO CORRENTE IL LOTTO
      *LOTTO-TRASF-INPUT (SPAZI = IL PRIMO IN SCADENZA); IL RECORD
      *TROVATO RESTA NELL'AREA DEL FILE
       CERCA-LOTTO-TRASFERIMENTO.

           MOVE "N" TO LOTTO-TROVATO.

           OPEN INPUT LOTTI-FILE.
           IF FS-LOTTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-ART-REC TO ARTICOLO-LOTTO-REC.
           MOVE LOW-VALUES TO SCADENZA-LOTTO-REC.
           MOVE LOW-VALUES TO LOTTO-LOTTO-REC.
           START LOTTI-FILE KEY IS NOT LESS THAN CHIAVE-LOTTO-REC
               INVALID KEY MOVE "10" TO FS-LOTTI
           END-START.

           PERFORM UNTIL FS-LOTTI = "10" OR LOTTO-TROVATO = "S"
               READ LOTTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LOTTI
                   NOT AT END
                       IF ARTICOLO-LOTTO-REC NOT = CODICE-ART-REC THEN
                           MOVE "10" TO FS-LOTTI
                       ELSE
                           IF (LOTTO-TRASF-INPUT = SPACES OR
                               LOTTO-TRASF-INPUT = LOTTO-LOTTO-REC)
                              AND QTA-RESIDUA-LOTTO-REC > 0
                              AND BLOCCATO-LOTTO-REC NOT = "S" THEN
                               MOVE "S" TO LOTTO-TROVATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOTTI-FILE.

      *------------------------------------ FUNCTION JB ----------------
      *PROSSIMO NUMERO DI TRASFERIMENTO (MASSIMO + 1) SUL FILE APERTO
       TROVA-PROSSIMO-NUMERO-TRASF.

           MOVE 1 TO NUMERO-TRASFERIMENTO.

           MOVE LOW-VALUES TO CHIAVE-TRASF-REC.
           START TRASFER-FILE KEY IS NOT LESS THAN CHIAVE-TRASF-REC
               INVALID KEY MOVE "10" TO FS-TRASFER
           END-START.

           PERFORM UNTIL FS-TRASFER = "10"
               READ TRASFER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TRASFER
                   NOT AT END
                       COMPUTE NUMERO-TRASFERIMENTO =
                               NUMERO-TRASF-REC + 1
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-TRASFER.

      *------------------------------------ FUNCTION JC ----------------
      *RIGA A REGISTRO "IN VIAGGIO" E USCITA DAL DEPOSITO DI PARTENZA
       SCRIVI-RIGA-TRASFERIMENTO.

           MOVE NUMERO-TRASFERIMENTO TO NUMERO-TRASF-REC.
           SET RIGA-TRASF-REC TO RT.
           MOVE DATA-TRASFERIMENTO TO DATA-TRASF-REC.
           MOVE ORIGINE-TRASFERIMENTO TO ORIGINE-TRASF-REC.
           MOVE DESTINO-TRASFERIMENTO TO DESTINO-TRASF-REC.
           MOVE ARTICOLO-TRASF(RT) TO ARTICOLO-TRASF-REC.
           MOVE QTA-TRASF(RT) TO QTA-TRASF-REC.
           MOVE LOTTO-TRASF(RT) TO LOTTO-TRASF-REC.
           MOVE SCADENZA-TRASF(RT) TO SCADENZA-TRASF-REC.
           MOVE "V" TO STATO-TRASF-REC.
           MOVE 0 TO DATA-RICEZIONE-TRASF-REC.
           WRITE TRASFERIMENTO-REC
               INVALID KEY
                   DISPLAY "RIGA " RIGA-TRASF-REC
                           " GIA' A REGISTRO, CONTROLLARE TRASFER.DAT"
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE ARTICOLO-TRASF(RT) TO CODICE-ARTICOLO-CORRENTE.
           MOVE "U" TO TIPO-SCELTO.
           MOVE QTA-TRASF(RT) TO QUANTITA-SCELTA.
           MOVE 0 TO PREZZO-CARICO.
           MOVE LOTTO-TRASF(RT) TO LOTTO-MOV-CORRENTE.
           MOVE SCADENZA-TRASF(RT) TO SCADENZA-MOV-CORRENTE.
           MOVE SPACES TO RIFERIMENTO-SCELTO.
           STRING "TRASF " NUMERO-TRASFERIMENTO " A "
                  DESTINO-TRASFERIMENTO
               DELIMITED BY SIZE INTO RIFERIMENTO-SCELTO.
           MOVE ORIGINE-TRASFERIMENTO TO DEPOSITO-MOV-CORRENTE.
           PERFORM SCRIVI-MOVIMENTO.

      *------------------------------------ FUNCTION JD ----------------
      *DOCUMENTO DI TRASFERIMENTO NELLO SPOOL
       STAMPA-TRASFERIMENTO.

           PERFORM COMPONI-NOME-SPOOL-FATTURA.
           MOVE SPACES TO NOME-SPOOL-FATTURA.
           STRING "SPOOL/TRASF." DATA-ORA-SPOOL-CORRENTE
               DELIMITED BY SIZE INTO NOME-SPOOL-FATTURA.
           MOVE "TRASFERIMENT" TO TIPO-SPOOL-DOCUMENTO.

           OPEN OUTPUT FATTURA-FILE.
           IF FS-FATTURA NOT = "00" THEN
               DISPLAY "TRASFERIMENTO N. " NUMERO-TRASFERIMENTO
                       " REGISTRATO MA NON STAMPATO: IMPOSSIBILE "
                       "APRIRE " NOME-SPOOL-FATTURA
               EXIT PARAGRAPH
           END-IF.

           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "       DOCUMENTO DI TRASFERIMENTO N. "
                  NUMERO-TRASFERIMENTO "  DEL " DATA-TRASFERIMENTO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           MOVE SPACES TO RIGA-FATTURA.
           STRING "DA DEPOSITO " ORIGINE-TRASFERIMENTO
                  "  A DEPOSITO " DESTINO-TRASFERIMENTO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           PERFORM VARYING RT FROM 1 BY 1
                   UNTIL RT > RIGHE-TRASFERIMENTO
               MOVE SPACES TO RIGA-FATTURA
               STRING "ART. " ARTICOLO-TRASF(RT)
                      " " DESCRIZIONE-TRASF(RT)
                      " QTA " QTA-TRASF(RT)
                      " LOTTO " LOTTO-TRASF(RT)
                      " SCAD. " SCADENZA-TRASF(RT)
                   DELIMITED BY SIZE INTO RIGA-FATTURA
               WRITE RIGA-FATTURA
           END-PERFORM.

           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE "FIRMA DI CHI RICEVE: ______________________"
               TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           CLOSE FATTURA-FILE.

           MOVE RIGHE-TRASFERIMENTO TO RIGHE-SPOOL-CORRENTI.
           PERFORM REGISTRA-SPOOL-FATTURA.

           DISPLAY "TRASFERIMENTO N. " NUMERO-TRASFERIMENTO
                   " IN VIAGGIO - DOCUMENTO SU " NOME-SPOOL-FATTURA.

      *------------------------------------ FUNCTION JE ----------------
      *RICEZIONE DEL TRASFERIMENTO NEL DEPOSITO DI ARRIVO: OGNI RIGA
      *ENTRA CON UN MOVIMENTO "E" E IL DOCUMENTO SI MARCA RICEVUTO
       RICEVI-TRASFERIMENTO.

           DISPLAY "NUMERO TRASFERIMENTO: ".
           MOVE 0 TO NUMERO-TRASFERIMENTO.
           ACCEPT NUMERO-TRASFERIMENTO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE DATA-ODIERNA(1:6) TO PERIODO-MOVIMENTO.
           PERFORM VERIFICA-PERIODO-CHIUSO.
           IF PERIODO-CHIUSO = "S" THEN
               DISPLAY "IL MESE " PERIODO-MOVIMENTO
                       " E' GIA' CHIUSO, RICEZIONE RIFIUTATA"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TRASFER-FILE.
           IF FS-TRASFER NOT = "00" THEN
               DISPLAY "NESSUN TRASFERIMENTO A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARICA-TRASFERIMENTO.
           IF RIGHE-TRASFERIMENTO = 0 THEN
               DISPLAY "TRASFERIMENTO NON TROVATO"
               CLOSE TRASFER-FILE
               EXIT PARAGRAPH
           END-IF.
           IF STATO-TRASFERIMENTO = "R" THEN
               DISPLAY "TRASFERIMENTO GIA' RICEVUTO"
               CLOSE TRASFER-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DA DEPOSITO " ORIGINE-TRASFERIMENTO
                   " A DEPOSITO " DESTINO-TRASFERIMENTO
                   " DEL " DATA-TRASFERIMENTO.
           PERFORM VARYING RT FROM 1 BY 1
                   UNTIL RT > RIGHE-TRASFERIMENTO
               DISPLAY "  ART. " ARTICOLO-TRASF(RT)
                       " QTA " QTA-TRASF(RT)
                       " LOTTO " LOTTO-TRASF(RT)
           END-PERFORM.
           DISPLAY "MERCE ARRIVATA COME DA DOCUMENTO? (S/N)".
           ACCEPT RISPOSTA-TRASFERIMENTO.
           IF RISPOSTA-TRASFERIMENTO NOT = "S" THEN
               DISPLAY "RICEZIONE NON REGISTRATA: LA MERCE RESTA "
                       "IN VIAGGIO"
               CLOSE TRASFER-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RT FROM 1 BY 1
                   UNTIL RT > RIGHE-TRASFERIMENTO
               PERFORM RICEVI-RIGA-TRASFERIMENTO
           END-PERFORM.

           CLOSE TRASFER-FILE.

           DISPLAY "TRASFERIMENTO N. " NUMERO-TRASFERIMENTO
                   " RICEVUTO NEL DEPOSITO " DESTINO-TRASFERIMENTO.

      *------------------------------------ FUNCTION JF ----------------
       RICEVI-RIGA-TRASFERIMENTO.

           MOVE NUMERO-TRASFERIMENTO TO NUMERO-TRASF-REC.
           SET RIGA-TRASF-REC TO RT.
           READ TRASFER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF STATO-TRASF-REC NOT = "V" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO STATO-TRASF-REC.
           MOVE DATA-ODIERNA TO DATA-RICEZIONE-TRASF-REC.
           REWRITE TRASFERIMENTO-REC.

           MOVE ARTICOLO-TRASF-REC TO CODICE-ARTICOLO-CORRENTE.
           MOVE "E" TO TIPO-SCELTO.
           MOVE QTA-TRASF-REC TO QUANTITA-SCELTA.
           MOVE 0 TO PREZZO-CARICO.
           MOVE LOTTO-TRASF-REC TO LOTTO-MOV-CORRENTE.
           MOVE SCADENZA-TRASF-REC TO SCADENZA-MOV-CORRENTE.
           MOVE SPACES TO RIFERIMENTO-SCELTO.
           STRING "TRASF " NUMERO-TRASFERIMENTO " DA "
                  ORIGINE-TRASFERIMENTO
               DELIMITED BY SIZE INTO RIFERIMENTO-SCELTO.
           MOVE DESTINO-TRASFERIMENTO TO DEPOSITO-MOV-CORRENTE.
           PERFORM SCRIVI-MOVIMENTO.

      *------------------------------------ FUNCTION JG ----------------
      *CARICA IL TRASFERIMENTO NUMERO-TRASFERIMENTO DAL FILE APERTO
      *(RIGHE-TRASFERIMENTO A ZERO SE NON ESISTE)
       CARICA-TRASFERIMENTO.

           MOVE 0 TO RIGHE-TRASFERIMENTO.

           MOVE NUMERO-TRASFERIMENTO TO NUMERO-TRASF-REC.
           MOVE 0 TO RIGA-TRASF-REC.
           START TRASFER-FILE KEY IS NOT LESS THAN CHIAVE-TRASF-REC
               INVALID KEY MOVE "10" TO FS-TRASFER
           END-START.

           PERFORM UNTIL FS-TRASFER = "10"
               READ TRASFER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TRASFER
                   NOT AT END
                       IF NUMERO-TRASF-REC NOT = NUMERO-TRASFERIMENTO
                          OR RIGHE-TRASFERIMENTO >= 20 THEN
                           MOVE "10" TO FS-TRASFER
                       ELSE
                           ADD 1 TO RIGHE-TRASFERIMENTO
                           SET RT TO RIGHE-TRASFERIMENTO
                           MOVE DATA-TRASF-REC TO DATA-TRASFERIMENTO
                           MOVE ORIGINE-TRASF-REC
                               TO ORIGINE-TRASFERIMENTO
                           MOVE DESTINO-TRASF-REC
                               TO DESTINO-TRASFERIMENTO
                           MOVE STATO-TRASF-REC TO STATO-TRASFERIMENTO
                           MOVE ARTICOLO-TRASF-REC TO ARTICOLO-TRASF(RT)
                           MOVE SPACES TO DESCRIZIONE-TRASF(RT)
                           MOVE QTA-TRASF-REC TO QTA-TRASF(RT)
                           MOVE LOTTO-TRASF-REC TO LOTTO-TRASF(RT)
                           MOVE SCADENZA-TRASF-REC
                               TO SCADENZA-TRASF(RT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-TRASFER.

      *------------------------------------ FUNCTION JH ----------------
      *MERCE IN VIAGGIO: RIGHE DI TRASFERIMENTO NON ANCORA RICEVUTE
      *CON I GIORNI DALLA PARTENZA
       MERCE-IN-VIAGGIO.

           OPEN INPUT TRASFER-FILE.
           IF FS-TRASFER NOT = "00" THEN
               DISPLAY "NESSUN TRASFERIMENTO A REGISTRO"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "VIAGGIO.TXT" TO RW-NOME-FILE.
           MOVE "MERCE IN VIAGGIO TRA DEPOSITI" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "TRASF. / DATA / DA / A / ARTICOLO / QTA / LOTTO / "
                  "GIORNI"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT VIAGGIO.TXT"
               CLOSE TRASFER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO TRASFERIMENTI-ELENCATI.

           MOVE LOW-VALUES TO CHIAVE-TRASF-REC.
           START TRASFER-FILE KEY IS NOT LESS THAN CHIAVE-TRASF-REC
               INVALID KEY MOVE "10" TO FS-TRASFER
           END-START.

           PERFORM UNTIL FS-TRASFER = "10"
               READ TRASFER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TRASFER
                   NOT AT END
                       IF STATO-TRASF-REC = "V" THEN
                           PERFORM RIGA-MERCE-IN-VIAGGIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRASFER-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "RIGHE IN VIAGGIO: " TRASFERIMENTI-ELENCATI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "MERCE IN VIAGGIO SCRITTA SU VIAGGIO.TXT ("
                   TRASFERIMENTI-ELENCATI " RIGHE)".

      *------------------------------------ FUNCTION JI ----------------
       RIGA-MERCE-IN-VIAGGIO.

           ADD 1 TO TRASFERIMENTI-ELENCATI.

           MOVE "D" TO DATESRV-FUNZIONE.
           MOVE DATA-TRASF-REC TO DATESRV-DATA1.
           MOVE DATA-ODIERNA TO DATESRV-DATA2.
           CALL "DATESRV" USING DATESRV-AREA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING NUMERO-TRASF-REC " " DATA-TRASF-REC " "
                  ORIGINE-TRASF-REC " " DESTINO-TRASF-REC " "
                  ARTICOLO-TRASF-REC " " QTA-TRASF-REC " "
                  LOTTO-TRASF-REC " " DATESRV-GIORNI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION JJ ----------------
      *GIACENZE PER DEPOSITO: PER OGNI ARTICOLO CON GIACENZA IL
      *TOTALE E LA QUANTITA' IN OGNI DEPOSITO E IN VIAGGIO
       GIACENZE-PER-DEPOSITO.

           PERFORM CARICA-TOTALI-DEPOSITI.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "GIACDEP.TXT" TO RW-NOME-FILE.
           MOVE "GIACENZE PER DEPOSITO" TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "ARTICOLO / DESCRIZIONE / TOTALE / DEPOSITO:QTA ..."
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT GIACDEP.TXT"
               EXIT PARAGRAPH
           END-IF.

           PERFORM POSIZIONA-PRIMO-ARTICOLO.
           PERFORM UNTIL FS-ARTICOLI = "10"
               READ ARTICOLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ARTICOLI
                   NOT AT END
                       IF GIACENZA-REC NOT = 0 THEN
                           PERFORM RIGA-GIACENZE-PER-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-ARTICOLI.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "DEPOSITI:" TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           PERFORM VARYING TD FROM 1 BY 1 UNTIL TD > DEPOSITI-COUNT
               MOVE SPACES TO RW-RIGA
               STRING "  " CODICE-TOT-DEP(TD) " "
                      DESCRIZIONE-TOT-DEP(TD)
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-PERFORM.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "GIACENZE PER DEPOSITO SCRITTE SU GIACDEP.TXT".

      *------------------------------------ FUNCTION JK ----------------
       RIGA-GIACENZE-PER-DEPOSITO.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING CODICE-ART-REC " " DESCRIZIONE-REC(1:25) " "
                  GIACENZA-REC
               DELIMITED BY SIZE INTO RW-RIGA.
           MOVE 38 TO POSIZIONE-RIGA-DEPOSITO.

           PERFORM VARYING TD FROM 1 BY 1
                   UNTIL TD > DEPOSITI-COUNT
                      OR POSIZIONE-RIGA-DEPOSITO > 90
               MOVE CODICE-TOT-DEP(TD) TO DEPOSITO-RICHIESTO
               PERFORM GIACENZA-DEPOSITO-ARTICOLO
               MOVE GIACENZA-DEPOSITO TO QTA-DEPOSITO-EDIT
               STRING CODICE-TOT-DEP(TD) ":" QTA-DEPOSITO-EDIT(5:6)
                   DELIMITED BY SIZE
                   INTO RW-RIGA WITH POINTER POSIZIONE-RIGA-DEPOSITO
           END-PERFORM.

           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION JL ----------------
      *GIORNALE INCASSI: L'INCASSO APPENA APPLICATO ALLA FATTURA SI
      *REGISTRA CON LA DATA DEL GIORNO, PER LE PROVVIGIONI DEL MESE
       REGISTRA-GIORNALE-INCASSO.

           OPEN I-O INCASSI-FILE.
           IF FS-INCASSI = "35" THEN
               OPEN OUTPUT INCASSI-FILE
               CLOSE INCASSI-FILE
               OPEN I-O INCASSI-FILE
           END-IF.
           IF FS-INCASSI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE INCASSI.DAT - STATO "
                       FS-INCASSI " - INCASSO ESCLUSO DALLE "
                       "PROVVIGIONI"
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO PROGRESSIVO-INCASSO.
           MOVE NUMERO-FATT-REC TO FATTURA-INCASSO-REC.
           MOVE 0 TO PROGRESSIVO-INCASSO-REC.
           START INCASSI-FILE KEY IS NOT LESS THAN CHIAVE-INCASSO-REC
               INVALID KEY MOVE "10" TO FS-INCASSI
           END-START.
           PERFORM UNTIL FS-INCASSI = "10"
               READ INCASSI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-INCASSI
                   NOT AT END
                       IF FATTURA-INCASSO-REC NOT = NUMERO-FATT-REC
                           THEN
                           MOVE "10" TO FS-INCASSI
                       ELSE
                           COMPUTE PROGRESSIVO-INCASSO =
                                   PROGRESSIVO-INCASSO-REC + 1
                       END-IF
               END-READ
           END-PERFORM.

           MOVE NUMERO-FATT-REC TO FATTURA-INCASSO-REC.
           MOVE PROGRESSIVO-INCASSO TO PROGRESSIVO-INCASSO-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-INCASSO-REC.
           MOVE IMPORTO-INCASSO TO IMPORTO-INCASSO-REC.
           WRITE INCASSO-REC
               INVALID KEY
                   DISPLAY "INCASSO GIA' A GIORNALE - STATO "
                           FS-INCASSI
           END-WRITE.

           CLOSE INCASSI-FILE.

      *------------------------------------ FUNCTION JM ----------------
      *AGENTI DI VENDITA E PROVVIGIONI SUGLI INCASSI
       AGENTI-PROVVIGIONI.

           MOVE 0 TO SCELTA-AGENTI.
           PERFORM UNTIL SCELTA-AGENTI = 9
               DISPLAY "AGENTI E PROVVIGIONI"
               DISPLAY "1 ANAGRAFICA AGENTI  2 PROVVIGIONI DEL MESE  "
                       "9 FINE"
               ACCEPT SCELTA-AGENTI
               EVALUATE SCELTA-AGENTI
                   WHEN 1
                       PERFORM ANAGRAFICA-AGENTI
                   WHEN 2
                       PERFORM PROVVIGIONI-MESE
                   WHEN OTHER
                       MOVE 9 TO SCELTA-AGENTI
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION JN ----------------
      *ANAGRAFICA AGENTI: ELENCO, POI NUOVO AGENTE O MODIFICA CON LA
      *PROVVIGIONE BASE E FINO A CINQUE GRUPPI DI ARTICOLI A
      *PROVVIGIONE PARTICOLARE
       ANAGRAFICA-AGENTI.

           OPEN I-O AGENTI-FILE.
           IF FS-AGENTI = "35" THEN
               OPEN OUTPUT AGENTI-FILE
               CLOSE AGENTI-FILE
               OPEN I-O AGENTI-FILE
           END-IF.
           IF FS-AGENTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE AGENTI.DAT - STATO "
                       FS-AGENTI
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CODICE-AGENTE-REC.
           START AGENTI-FILE KEY IS NOT LESS THAN CODICE-AGENTE-REC
               INVALID KEY MOVE "10" TO FS-AGENTI
           END-START.
           PERFORM UNTIL FS-AGENTI = "10"
               READ AGENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-AGENTI
                   NOT AT END
                       MOVE PERC-AGENTE-REC TO PERC-EDIT
                       DISPLAY CODICE-AGENTE-REC " " NOME-AGENTE-REC
                               " PROVVIGIONE BASE " PERC-EDIT "%"
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-AGENTI.

           MOVE 1 TO AGENTE-SCELTO.
           PERFORM UNTIL AGENTE-SCELTO = 0
               DISPLAY "CODICE AGENTE (0 = FINE): "
               MOVE 0 TO AGENTE-SCELTO
               ACCEPT AGENTE-SCELTO
               IF AGENTE-SCELTO NOT = 0 THEN
                   PERFORM AGGIORNA-AGENTE
               END-IF
           END-PERFORM.

           CLOSE AGENTI-FILE.

      *------------------------------------ FUNCTION JO ----------------
       AGGIORNA-AGENTE.

           MOVE AGENTE-SCELTO TO CODICE-AGENTE-REC.
           READ AGENTI-FILE
               INVALID KEY
                   MOVE "N" TO AGENTE-TROVATO
               NOT INVALID KEY
                   MOVE "S" TO AGENTE-TROVATO
           END-READ.

           IF AGENTE-TROVATO = "N" THEN
               MOVE SPACES TO NOME-AGENTE-REC
               MOVE 0 TO PERC-AGENTE-REC
               PERFORM VARYING GRUPPO-AGENTE-SCELTO FROM 1 BY 1
                       UNTIL GRUPPO-AGENTE-SCELTO > 5
                   MOVE 0 TO DA-ARTICOLO-AGENTE-REC
                                 (GRUPPO-AGENTE-SCELTO)
                   MOVE 0 TO A-ARTICOLO-AGENTE-REC
                                 (GRUPPO-AGENTE-SCELTO)
                   MOVE 0 TO PERC-GRUPPO-AGENTE-REC
                                 (GRUPPO-AGENTE-SCELTO)
               END-PERFORM
               DISPLAY "NUOVO AGENTE - NOMINATIVO: "
           ELSE
               DISPLAY "NOMINATIVO ATTUALE: " NOME-AGENTE-REC
                       " - NUOVO NOMINATIVO: "
           END-IF.
           ACCEPT NOME-AGENTE-REC.

           MOVE PERC-AGENTE-REC TO PERC-EDIT.
           DISPLAY "PROVVIGIONE BASE % (ATTUALE " PERC-EDIT "): ".
           ACCEPT PERC-AGENTE-REC.

           PERFORM VARYING GRUPPO-AGENTE-SCELTO FROM 1 BY 1
                   UNTIL GRUPPO-AGENTE-SCELTO > 5
               IF DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                  NOT = 0 THEN
                   MOVE PERC-GRUPPO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                       TO PERC-EDIT
                   DISPLAY "GRUPPO " GRUPPO-AGENTE-SCELTO
                           ": ARTICOLI DAL "
                           DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                           " AL "
                           A-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                           " AL " PERC-EDIT "%"
               END-IF
           END-PERFORM.

           MOVE 1 TO GRUPPO-AGENTE-SCELTO.
           PERFORM UNTIL GRUPPO-AGENTE-SCELTO = 0
               DISPLAY "GRUPPO DI ARTICOLI DA IMPOSTARE (1-5, "
                       "0 = FINE): "
               MOVE 0 TO GRUPPO-AGENTE-SCELTO
               ACCEPT GRUPPO-AGENTE-SCELTO
               IF GRUPPO-AGENTE-SCELTO > 5 THEN
                   DISPLAY "GRUPPO NON VALIDO"
               ELSE
                   IF GRUPPO-AGENTE-SCELTO NOT = 0 THEN
                       PERFORM IMPOSTA-GRUPPO-AGENTE
                   END-IF
               END-IF
           END-PERFORM.

           IF AGENTE-TROVATO = "N" THEN
               WRITE AGENTE-REC
           ELSE
               REWRITE AGENTE-REC
           END-IF.
           IF FS-AGENTI = "00" THEN
               DISPLAY "AGENTE REGISTRATO"
           ELSE
               DISPLAY "ERRORE IN SCRITTURA AGENTE - STATO "
                       FS-AGENTI
           END-IF.

      *------------------------------------ FUNCTION JP ----------------
      *FASCIA DI CODICI E PROVVIGIONE DEL GRUPPO SCELTO (DAL CODICE
      *0 = GRUPPO LIBERATO)
       IMPOSTA-GRUPPO-AGENTE.

           DISPLAY "DAL CODICE ARTICOLO (0 = ELIMINA GRUPPO): ".
           ACCEPT DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO).
           IF DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO) = 0 THEN
               MOVE 0 TO A-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
               MOVE 0 TO PERC-GRUPPO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AL CODICE ARTICOLO: ".
           ACCEPT A-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO).
           IF A-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO) <
              DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO) THEN
               MOVE DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                   TO A-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
           END-IF.
           DISPLAY "PROVVIGIONE % SUL GRUPPO: ".
           ACCEPT PERC-GRUPPO-AGENTE-REC(GRUPPO-AGENTE-SCELTO).

      *------------------------------------ FUNCTION JQ ----------------
      *PROVVIGIONI DEL MESE: MATURANO SUGLI INCASSI DEL GIORNALE E SI
      *STORNANO SULLE NOTE DI CREDITO RIMBORSATE AL CLIENTE; OGNI
      *DOCUMENTO ENTRA NEL REGISTRO UNA VOLTA SOLA, POI PER OGNI
      *AGENTE SI STAMPA L'ESTRATTO DEL MESE
       PROVVIGIONI-MESE.

           DISPLAY "MESE DELLE PROVVIGIONI (AAAAMM): ".
           ACCEPT MESE-PROVVIGIONI.

           OPEN INPUT AGENTI-FILE.
           IF FS-AGENTI NOT = "00" THEN
               DISPLAY "ANAGRAFICA AGENTI ASSENTE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO FATTURE PRESENTE"
               CLOSE AGENTI-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PROVVIG-FILE.
           IF FS-PROVVIG = "35" THEN
               OPEN OUTPUT PROVVIG-FILE
               CLOSE PROVVIG-FILE
               OPEN I-O PROVVIG-FILE
           END-IF.
           IF FS-PROVVIG NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE PROVVIG.DAT - STATO "
                       FS-PROVVIG
               CLOSE REGFATT-FILE
               CLOSE AGENTI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO CLIENTI-PROVV-APERTI.
           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI = "00" THEN
               MOVE "S" TO CLIENTI-PROVV-APERTI
           END-IF.
           MOVE "N" TO RIGHE-PROVV-APERTE.
           OPEN INPUT RIGHEFATT-FILE.
           IF FS-RIGHEFATT = "00" THEN
               MOVE "S" TO RIGHE-PROVV-APERTE
           END-IF.

           MOVE 0 TO RIGHE-PROVVIGIONE.
           MOVE 0 TO STORNI-PROVVIGIONE.
           MOVE 0 TO GIA-PROVVIGIONATI.

           OPEN INPUT INCASSI-FILE.
           IF FS-INCASSI = "00" THEN
               MOVE LOW-VALUES TO CHIAVE-INCASSO-REC
               START INCASSI-FILE KEY IS NOT LESS THAN
                   CHIAVE-INCASSO-REC
                   INVALID KEY MOVE "10" TO FS-INCASSI
               END-START
               PERFORM UNTIL FS-INCASSI = "10"
                   READ INCASSI-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-INCASSI
                       NOT AT END
                           IF DATA-INCASSO-REC(1:6) = MESE-PROVVIGIONI
                               THEN
                               PERFORM PROVVIGIONE-INCASSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCASSI-FILE
           END-IF.

           OPEN INPUT NOTECRED-FILE.
           IF FS-NOTECRED = "00" THEN
               MOVE LOW-VALUES TO NUMERO-NC-REC
               START NOTECRED-FILE KEY IS NOT LESS THAN NUMERO-NC-REC
                   INVALID KEY MOVE "10" TO FS-NOTECRED
               END-START
               PERFORM UNTIL FS-NOTECRED = "10"
                   READ NOTECRED-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-NOTECRED
                       NOT AT END
                           IF DATA-NC-REC(1:6) = MESE-PROVVIGIONI AND
                              TOTALE-NC-REC > IMPUTATO-NC-REC THEN
                               PERFORM STORNO-PROVVIGIONE-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTECRED-FILE
           END-IF.

           IF RIGHE-PROVV-APERTE = "S" THEN
               CLOSE RIGHEFATT-FILE
           END-IF.
           IF CLIENTI-PROVV-APERTI = "S" THEN
               CLOSE CLIENTI-FILE
           END-IF.
           CLOSE REGFATT-FILE.

           DISPLAY "PROVVIGIONI DEL MESE " MESE-PROVVIGIONI ": "
                   RIGHE-PROVVIGIONE " INCASSI, "
                   STORNI-PROVVIGIONE " STORNI, "
                   GIA-PROVVIGIONATI " GIA' A REGISTRO".

           MOVE 0 TO ESTRATTI-STAMPATI.
           MOVE LOW-VALUES TO CODICE-AGENTE-REC.
           START AGENTI-FILE KEY IS NOT LESS THAN CODICE-AGENTE-REC
               INVALID KEY MOVE "10" TO FS-AGENTI
           END-START.
           PERFORM UNTIL FS-AGENTI = "10"
               READ AGENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-AGENTI
                   NOT AT END
                       PERFORM ESTRATTO-CONTO-AGENTE
               END-READ
           END-PERFORM.

           CLOSE PROVVIG-FILE.
           CLOSE AGENTI-FILE.

           DISPLAY ESTRATTI-STAMPATI " ESTRATTI PROVVIGIONI NELLO "
                   "SPOOL".

      *------------------------------------ FUNCTION JR ----------------
      *PROVVIGIONE MATURATA SULL'INCASSO APPENA LETTO, IN PROPORZIONE
      *ALLA PARTE DI FATTURA INCASSATA
       PROVVIGIONE-INCASSO.

           MOVE "I" TO TIPO-PROVV-REC.
           MOVE FATTURA-INCASSO-REC TO DOCUMENTO-PROVV-REC.
           MOVE PROGRESSIVO-INCASSO-REC TO PROGRESSIVO-PROVV-REC.
           PERFORM CERCA-PROVVIGIONE.
           IF PROVVIGIONE-TROVATA = "S" THEN
               ADD 1 TO GIA-PROVVIGIONATI
               EXIT PARAGRAPH
           END-IF.

           MOVE FATTURA-INCASSO-REC TO FATTURA-PROVVIGIONE.
           PERFORM CALCOLA-PROVVIGIONE-FATTURA.
           IF AGENTE-PROVVIGIONE = 0 OR TOTALE-FATT-PROVV = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE IMPORTO-INCASSO-REC TO IMPORTO-DA-PROVVIGIONARE.
           IF IMPORTO-DA-PROVVIGIONARE > TOTALE-FATT-PROVV THEN
               MOVE TOTALE-FATT-PROVV TO IMPORTO-DA-PROVVIGIONARE
           END-IF.

           MOVE "I" TO TIPO-PROVV-REC.
           MOVE FATTURA-INCASSO-REC TO DOCUMENTO-PROVV-REC.
           MOVE PROGRESSIVO-INCASSO-REC TO PROGRESSIVO-PROVV-REC.
           MOVE DATA-INCASSO-REC TO DATA-DOC-PROVV-REC.
           PERFORM SCRIVI-PROVVIGIONE.
           ADD 1 TO RIGHE-PROVVIGIONE.

      *------------------------------------ FUNCTION JS ----------------
      *STORNO DELLA PROVVIGIONE SULLA PARTE DELLA NOTA DI CREDITO
      *RIMBORSATA AL CLIENTE (QUELLA IMPUTATA AL RESIDUO APERTO NON
      *ERA MAI STATA INCASSATA, QUINDI NEMMENO PROVVIGIONATA)
       STORNO-PROVVIGIONE-NOTA.

           MOVE "N" TO TIPO-PROVV-REC.
           MOVE NUMERO-NC-REC TO DOCUMENTO-PROVV-REC.
           MOVE 0 TO PROGRESSIVO-PROVV-REC.
           PERFORM CERCA-PROVVIGIONE.
           IF PROVVIGIONE-TROVATA = "S" THEN
               ADD 1 TO GIA-PROVVIGIONATI
               EXIT PARAGRAPH
           END-IF.

           MOVE FATTURA-NC-REC TO FATTURA-PROVVIGIONE.
           PERFORM CALCOLA-PROVVIGIONE-FATTURA.
           IF AGENTE-PROVVIGIONE = 0 OR TOTALE-FATT-PROVV = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE IMPORTO-DA-PROVVIGIONARE =
                   IMPUTATO-NC-REC - TOTALE-NC-REC.
           IF IMPORTO-DA-PROVVIGIONARE < 0 - TOTALE-FATT-PROVV THEN
               COMPUTE IMPORTO-DA-PROVVIGIONARE = 0 - TOTALE-FATT-PROVV
           END-IF.

           MOVE "N" TO TIPO-PROVV-REC.
           MOVE NUMERO-NC-REC TO DOCUMENTO-PROVV-REC.
           MOVE 0 TO PROGRESSIVO-PROVV-REC.
           MOVE DATA-NC-REC TO DATA-DOC-PROVV-REC.
           PERFORM SCRIVI-PROVVIGIONE.
           ADD 1 TO STORNI-PROVVIGIONE.

      *------------------------------------ FUNCTION JT ----------------
      *LA CHIAVE GIA' IMPOSTATA E' NEL REGISTRO PROVVIGIONI?
       CERCA-PROVVIGIONE.

           READ PROVVIG-FILE
               INVALID KEY
                   MOVE "N" TO PROVVIGIONE-TROVATA
               NOT INVALID KEY
                   MOVE "S" TO PROVVIGIONE-TROVATA
           END-READ.

      *------------------------------------ FUNCTION JU ----------------
      *RIGA DEL REGISTRO PROVVIGIONI PER IMPORTO-DA-PROVVIGIONARE
      *(NEGATIVO PER GLI STORNI) SULLA FATTURA GIA' CALCOLATA
       SCRIVI-PROVVIGIONE.

           MOVE MESE-PROVVIGIONI TO PERIODO-PROVV-REC.
           MOVE AGENTE-PROVVIGIONE TO AGENTE-PROVV-REC.
           MOVE CLIENTE-PROVVIGIONE TO CLIENTE-PROVV-REC.
           MOVE FATTURA-PROVVIGIONE TO FATTURA-PROVV-REC.
           COMPUTE BASE-PROVV-REC ROUNDED =
                   IMPONIBILE-FATT-PROVV * IMPORTO-DA-PROVVIGIONARE
                   / TOTALE-FATT-PROVV.
           COMPUTE IMPORTO-PROVV-REC ROUNDED =
                   PROVVIGIONE-FATTURA * IMPORTO-DA-PROVVIGIONARE
                   / TOTALE-FATT-PROVV.
           WRITE PROVVIGIONE-REC
               INVALID KEY
                   DISPLAY "DOCUMENTO " TIPO-PROVV-REC " "
                           DOCUMENTO-PROVV-REC
                           " GIA' NEL REGISTRO PROVVIGIONI"
           END-WRITE.

      *------------------------------------ FUNCTION JV ----------------
      *PROVVIGIONE SULL'INTERA FATTURA FATTURA-PROVVIGIONE, RIGA PER
      *RIGA CON LA PERCENTUALE DEL GRUPPO DELL'ARTICOLO, E AGENTE
      *CHE SEGUE IL CLIENTE (ZERO SE NESSUNO)
       CALCOLA-PROVVIGIONE-FATTURA.

           MOVE 0 TO AGENTE-PROVVIGIONE.
           MOVE 0 TO CLIENTE-PROVVIGIONE.
           MOVE 0 TO PROVVIGIONE-FATTURA.
           MOVE 0 TO IMPONIBILE-FATT-PROVV.
           MOVE 0 TO TOTALE-FATT-PROVV.

           MOVE FATTURA-PROVVIGIONE TO NUMERO-FATT-REC.
           READ REGFATT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE IMPONIBILE-FATT-REC TO IMPONIBILE-FATT-PROVV.
           MOVE TOTALE-FATT-REC TO TOTALE-FATT-PROVV.
           MOVE CODICE-CLI-FATT-REC TO CLIENTE-PROVVIGIONE.
           IF CLIENTE-PROVVIGIONE = 0 OR
              CLIENTI-PROVV-APERTI = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CLIENTE-PROVVIGIONE TO CODICE-CLI-REC.
           READ CLIENTI-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AGENTE-CLI = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE AGENTE-CLI TO CODICE-AGENTE-REC.
           READ AGENTI-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " CLIENTE-PROVVIGIONE
                           ": AGENTE " AGENTE-CLI
                           " NON IN ANAGRAFICA, FATTURA "
                           FATTURA-PROVVIGIONE " SENZA PROVVIGIONE"
                   EXIT PARAGRAPH
           END-READ.
           MOVE AGENTE-CLI TO AGENTE-PROVVIGIONE.

           IF RIGHE-PROVV-APERTE = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FATTURA-PROVVIGIONE TO NUMERO-RIGAFATT-REC.
           MOVE 0 TO RIGA-RIGAFATT-REC.
           START RIGHEFATT-FILE KEY IS NOT LESS THAN
               CHIAVE-RIGAFATT-REC
               INVALID KEY MOVE "10" TO FS-RIGHEFATT
           END-START.
           PERFORM UNTIL FS-RIGHEFATT = "10"
               READ RIGHEFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RIGHEFATT
                   NOT AT END
                       IF NUMERO-RIGAFATT-REC NOT =
                          FATTURA-PROVVIGIONE THEN
                           MOVE "10" TO FS-RIGHEFATT
                       ELSE
                           PERFORM PROVVIGIONE-RIGA-FATTURA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-RIGHEFATT.

      *------------------------------------ FUNCTION JW ----------------
       PROVVIGIONE-RIGA-FATTURA.

           COMPUTE VALORE-RIGA-PROVV =
                   QTA-RIGAFATT-REC * PREZZO-RIGAFATT-REC.

           MOVE PERC-AGENTE-REC TO PERC-PROVVIGIONE.
           MOVE "N" TO GRUPPO-PROVV-TROVATO.
           PERFORM VARYING GRUPPO-AGENTE-SCELTO FROM 1 BY 1
                   UNTIL GRUPPO-AGENTE-SCELTO > 5
                      OR GRUPPO-PROVV-TROVATO = "S"
               IF DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                  NOT = 0 AND
                  ARTICOLO-RIGAFATT-REC NOT <
                  DA-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO) AND
                  ARTICOLO-RIGAFATT-REC NOT >
                  A-ARTICOLO-AGENTE-REC(GRUPPO-AGENTE-SCELTO) THEN
                   MOVE "S" TO GRUPPO-PROVV-TROVATO
                   MOVE PERC-GRUPPO-AGENTE-REC(GRUPPO-AGENTE-SCELTO)
                       TO PERC-PROVVIGIONE
               END-IF
           END-PERFORM.

           COMPUTE PROVVIGIONE-FATTURA = PROVVIGIONE-FATTURA
                   + VALORE-RIGA-PROVV * PERC-PROVVIGIONE / 100.

      *------------------------------------ FUNCTION JX ----------------
      *ESTRATTO PROVVIGIONI DEL MESE PER L'AGENTE APPENA LETTO, UN
      *DOCUMENTO NELLO SPOOL (NESSUNO SE NEL MESE NON HA MATURATO)
       ESTRATTO-CONTO-AGENTE.

           MOVE 0 TO RIGHE-ESTRATTO-AGENTE.
           MOVE 0 TO TOTALE-BASE-AGENTE.
           MOVE 0 TO TOTALE-PROVV-AGENTE.
           PERFORM POSIZIONA-PRIMA-PROVVIGIONE.
           PERFORM UNTIL FS-PROVVIG = "10"
               READ PROVVIG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROVVIG
                   NOT AT END
                       IF PERIODO-PROVV-REC = MESE-PROVVIGIONI AND
                          AGENTE-PROVV-REC = CODICE-AGENTE-REC THEN
                           ADD 1 TO RIGHE-ESTRATTO-AGENTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PROVVIG.
           IF RIGHE-ESTRATTO-AGENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPONI-NOME-SPOOL-FATTURA.
           MOVE SPACES TO NOME-SPOOL-FATTURA.
           STRING "SPOOL/PROVV." MESE-PROVVIGIONI "."
                  CODICE-AGENTE-REC
               DELIMITED BY SIZE INTO NOME-SPOOL-FATTURA.
           MOVE "PROVVIGIONI" TO TIPO-SPOOL-DOCUMENTO.

           OPEN OUTPUT FATTURA-FILE.
           IF FS-FATTURA NOT = "00" THEN
               DISPLAY "ESTRATTO AGENTE " CODICE-AGENTE-REC
                       " NON STAMPATO: IMPOSSIBILE APRIRE "
                       NOME-SPOOL-FATTURA
               EXIT PARAGRAPH
           END-IF.

           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "       ESTRATTO PROVVIGIONI - MESE "
                  MESE-PROVVIGIONI
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE ALL "*" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "AGENTE " CODICE-AGENTE-REC " " NOME-AGENTE-REC
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "DOCUMENTO         FATTURA  DATA     CLIENTE  "
                  "IMPONIBILE"
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           MOVE "PROVVIGIONE" TO RIGA-FATTURA(70:).
           WRITE RIGA-FATTURA.

           PERFORM POSIZIONA-PRIMA-PROVVIGIONE.
           PERFORM UNTIL FS-PROVVIG = "10"
               READ PROVVIG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROVVIG
                   NOT AT END
                       IF PERIODO-PROVV-REC = MESE-PROVVIGIONI AND
                          AGENTE-PROVV-REC = CODICE-AGENTE-REC THEN
                           PERFORM RIGA-ESTRATTO-AGENTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PROVVIG.

           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE TOTALE-BASE-AGENTE TO IMPORTO-SEGNO-EDIT.
           MOVE TOTALE-PROVV-AGENTE TO PROVVIGIONE-EDIT.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "TOTALE MESE                            "
                  IMPORTO-SEGNO-EDIT "        " PROVVIGIONE-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           CLOSE FATTURA-FILE.

           MOVE RIGHE-ESTRATTO-AGENTE TO RIGHE-SPOOL-CORRENTI.
           PERFORM REGISTRA-SPOOL-FATTURA.
           ADD 1 TO ESTRATTI-STAMPATI.

      *------------------------------------ FUNCTION JY ----------------
       POSIZIONA-PRIMA-PROVVIGIONE.

           MOVE LOW-VALUES TO CHIAVE-PROVV-REC.
           START PROVVIG-FILE KEY IS NOT LESS THAN CHIAVE-PROVV-REC
               INVALID KEY MOVE "10" TO FS-PROVVIG
           END-START.

      *------------------------------------ FUNCTION JZ ----------------
       RIGA-ESTRATTO-AGENTE.

           ADD BASE-PROVV-REC TO TOTALE-BASE-AGENTE.
           ADD IMPORTO-PROVV-REC TO TOTALE-PROVV-AGENTE.

           MOVE BASE-PROVV-REC TO IMPORTO-SEGNO-EDIT.
           MOVE IMPORTO-PROVV-REC TO PROVVIGIONE-EDIT.
           MOVE SPACES TO RIGA-FATTURA.
           IF TIPO-PROVV-REC = "I" THEN
               STRING "INCASSO " DOCUMENTO-PROVV-REC "/"
                      PROGRESSIVO-PROVV-REC
                   DELIMITED BY SIZE INTO RIGA-FATTURA
           ELSE
               STRING "STORNO NC " DOCUMENTO-PROVV-REC
                   DELIMITED BY SIZE INTO RIGA-FATTURA
           END-IF.
           STRING FATTURA-PROVV-REC "   " DATA-DOC-PROVV-REC " "
                  CLIENTE-PROVV-REC " " IMPORTO-SEGNO-EDIT
                  "        " PROVVIGIONE-EDIT
               DELIMITED BY SIZE INTO RIGA-FATTURA(19:).
           WRITE RIGA-FATTURA.

      *------------------------------------ FUNCTION KA ----------------
      *RICHIAMO DEI LOTTI DA PARTE DEL FORNITORE
       RICHIAMO-LOTTI.

           MOVE 0 TO SCELTA-RICHIAMO.
           PERFORM UNTIL SCELTA-RICHIAMO = 9
               DISPLAY "RICHIAMO LOTTI"
               DISPLAY "1 TRACCIABILITA' E RICHIAMO LOTTO  "
                       "2 SBLOCCA LOTTO  9 FINE"
               ACCEPT SCELTA-RICHIAMO
               EVALUATE SCELTA-RICHIAMO
                   WHEN 1
                       PERFORM TRACCIABILITA-LOTTO
                   WHEN 2
                       PERFORM SBLOCCA-LOTTO
                   WHEN OTHER
                       MOVE 9 TO SCELTA-RICHIAMO
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION KB ----------------
      *TRACCIABILITA' DI UN LOTTO: IL CARICO CON FORNITORE E ORDINE
      *D'ACQUISTO, OGNI USCITA DAL GIORNALE, LE FATTURE E I DDT CHE
      *LO HANNO PORTATO AI CLIENTI E IL RESIDUO IN MAGAZZINO; POI, A
      *RICHIESTA, LE LETTERE DI RICHIAMO E IL BLOCCO DEL RESIDUO
       TRACCIABILITA-LOTTO.

           DISPLAY "CODICE ARTICOLO O BARCODE: ".
           ACCEPT CODICE-O-BARCODE.
           PERFORM TROVA-ARTICOLO-DA-INPUT.
           IF ARTICOLO-TROVATO = "N" THEN
               DISPLAY "CODICE ARTICOLO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CODICE-ART-REC TO CODICE-ARTICOLO-CORRENTE.

           DISPLAY "LOTTO: ".
           MOVE SPACES TO LOTTO-RICHIAMO.
           ACCEPT LOTTO-RICHIAMO.
           IF LOTTO-RICHIAMO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "RICHLOT.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "TRACCIABILITA' LOTTO " LOTTO-RICHIAMO
                  " - ARTICOLO " CODICE-ARTICOLO-CORRENTE " "
                  DESCRIZIONE-REC(1:20)
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "DATA / TIPO E CAUSALE / QTA / RIFERIMENTO / "
                  "DEPOSITO / FORNITORE"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE IL REPORT RICHLOT.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO QTA-CARICATA-RICHIAMO.
           MOVE 0 TO QTA-USCITA-RICHIAMO.
           MOVE 0 TO MOVIMENTI-RICHIAMO.
           MOVE 0 TO SCADENZA-RICHIAMO.
           MOVE 0 TO DOC-RICHIAMO-COUNT.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE "MOVIMENTI DEL LOTTO" TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

           OPEN INPUT MOVIMENTI-FILE.
           IF FS-MOVIMENTI = "00" THEN
               PERFORM UNTIL FS-MOVIMENTI = "10"
                   READ MOVIMENTI-FILE
                       AT END
                           MOVE "10" TO FS-MOVIMENTI
                       NOT AT END
                           IF ARTICOLO-MOVIMENTO =
                              CODICE-ARTICOLO-CORRENTE AND
                              LOTTO-MOVIMENTO = LOTTO-RICHIAMO THEN
                               PERFORM RIGA-MOVIMENTO-RICHIAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTI-FILE
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING "CARICATO " QTA-CARICATA-RICHIAMO
                  "  USCITO " QTA-USCITA-RICHIAMO
                  "  (" MOVIMENTI-RICHIAMO " MOVIMENTI)"
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "CLIENTI RAGGIUNTI (DOCUMENTO / NUMERO / DATA / CLIENTE"
               TO RW-RIGA.
           MOVE " / QTA)" TO RW-RIGA(55:).
           CALL "REPORTWR" USING REPORTWR-AREA.

           PERFORM CERCA-FATTURE-LOTTO.
           PERFORM CERCA-DDT-LOTTO.

           PERFORM CERCA-RESIDUO-LOTTO.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           IF LOTTO-RICHIAMO-TROVATO = "S" THEN
               STRING "RESIDUO IN MAGAZZINO (LOTTI.DAT): "
                      QTA-RESIDUA-RICHIAMO " SCADENZA "
                      SCADENZA-RICHIAMO
                   DELIMITED BY SIZE INTO RW-RIGA
               IF LOTTO-GIA-BLOCCATO = "S" THEN
                   MOVE " - BLOCCATO" TO RW-RIGA(62:)
               END-IF
           ELSE
               MOVE "NESSUN RESIDUO IN MAGAZZINO" TO RW-RIGA
           END-IF.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "TRACCIABILITA' SU RICHLOT.TXT: "
                   DOC-RICHIAMO-COUNT " DOCUMENTI DI VENDITA, "
                   "RESIDUO " QTA-RESIDUA-RICHIAMO.

           IF DOC-RICHIAMO-COUNT = 0 AND
              QTA-RESIDUA-RICHIAMO = 0 THEN
               DISPLAY "NIENTE DA RICHIAMARE NE' DA BLOCCARE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMETTERE LE LETTERE DI RICHIAMO E BLOCCARE IL "
                   "RESIDUO? (S/N)".
           ACCEPT RISPOSTA-RICHIAMO.
           IF RISPOSTA-RICHIAMO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM EMETTI-LETTERE-RICHIAMO.

           IF LOTTO-RICHIAMO-TROVATO = "S" THEN
               MOVE "S" TO BLOCCO-DA-IMPOSTARE
               PERFORM IMPOSTA-BLOCCO-LOTTO
               DISPLAY "LOTTO " LOTTO-RICHIAMO " BLOCCATO: IL "
                       "PRELIEVO FEFO NON LO USERA' PIU'"
           END-IF.

      *------------------------------------ FUNCTION KC ----------------
      *RIGA DEL GIORNALE SUL LOTTO: SUL CARICO DA ORDINE D'ACQUISTO
      *SI RISALE AL FORNITORE
       RIGA-MOVIMENTO-RICHIAMO.

           ADD 1 TO MOVIMENTI-RICHIAMO.
           MOVE SPACES TO NOME-FORNITORE-RICHIAMO.

           EVALUATE TIPO-MOVIMENTO
               WHEN "C"
                   IF RIFERIMENTO-MOVIMENTO(1:16) NOT =
                      "SBLOCCO RICHIAMO" THEN
                       ADD QUANTITA-MOVIMENTO TO QTA-CARICATA-RICHIAMO
                   END-IF
                   IF SCADENZA-MOVIMENTO NOT = 0 THEN
                       MOVE SCADENZA-MOVIMENTO TO SCADENZA-RICHIAMO
                   END-IF
                   IF RIFERIMENTO-MOVIMENTO(1:7) = "ORDINE " THEN
                       MOVE RIFERIMENTO-MOVIMENTO(8:5)
                           TO ORDINE-ACQ-RICHIAMO
                       IF ORDINE-ACQ-RICHIAMO IS NUMERIC THEN
                           PERFORM FORNITORE-ORDINE-RICHIAMO
                       END-IF
                   END-IF
               WHEN "S"
                   ADD QUANTITA-MOVIMENTO TO QTA-USCITA-RICHIAMO
           END-EVALUATE.

      *LA CAUSALE SI DECODIFICA COM'ERA ALLA DATA DEL MOVIMENTO;
      *SENZA TABELLA RESTA IL SOLO CODICE
           MOVE SPACES TO CAUSALE-RICHIAMO.
           MOVE "L" TO CODESRV-FUNZIONE.
           MOVE "TIPOMOV" TO CODESRV-TABELLA.
           MOVE TIPO-MOVIMENTO TO CODESRV-CODICE.
           MOVE DATA-MOVIMENTO TO CODESRV-DATA.
           CALL "CODESRV" USING CODESRV-AREA.
           IF CODESRV-ESITO = "S" OR CODESRV-ESITO = "V" THEN
               MOVE CODESRV-DESCRIZIONE TO CAUSALE-RICHIAMO
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING DATA-MOVIMENTO " " TIPO-MOVIMENTO " "
                  CAUSALE-RICHIAMO " "
                  QUANTITA-MOVIMENTO " " RIFERIMENTO-MOVIMENTO " "
                  DEPOSITO-MOVIMENTO " " NOME-FORNITORE-RICHIAMO
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION KD ----------------
      *FORNITORE DELL'ORDINE D'ACQUISTO ORDINE-ACQ-RICHIAMO
       FORNITORE-ORDINE-RICHIAMO.

           OPEN INPUT ORDACQ-FILE.
           IF FS-ORDACQ NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ORDINE-ACQ-RICHIAMO-N TO NUMERO-ORDACQ-REC.
           MOVE 0 TO RIGA-ORDACQ-REC.
           START ORDACQ-FILE KEY IS NOT LESS THAN CHIAVE-ORDACQ-REC
               INVALID KEY MOVE "10" TO FS-ORDACQ
           END-START.
           IF FS-ORDACQ NOT = "10" THEN
               READ ORDACQ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORDACQ
               END-READ
           END-IF.
           IF FS-ORDACQ = "10" OR
              NUMERO-ORDACQ-REC NOT = ORDINE-ACQ-RICHIAMO-N THEN
               CLOSE ORDACQ-FILE
               EXIT PARAGRAPH
           END-IF.
           CLOSE ORDACQ-FILE.

           MOVE SPACES TO NOME-FORNITORE-RICHIAMO.
           STRING "FORN. " FORNITORE-ORDACQ-REC
               DELIMITED BY SIZE INTO NOME-FORNITORE-RICHIAMO.
           OPEN INPUT FORNITORI-FILE.
           IF FS-FORNITORI = "00" THEN
               MOVE FORNITORE-ORDACQ-REC TO CODICE-FORN-REC
               READ FORNITORI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO NOME-FORNITORE-RICHIAMO
                       STRING FORNITORE-ORDACQ-REC " "
                              RAGIONE-SOCIALE-REC(1:24)
                           DELIMITED BY SIZE
                           INTO NOME-FORNITORE-RICHIAMO
               END-READ
               CLOSE FORNITORI-FILE
           END-IF.

      *------------------------------------ FUNCTION KE ----------------
      *FATTURE IMMEDIATE CON RIGHE SUL LOTTO (AL NETTO DEI RESI)
       CERCA-FATTURE-LOTTO.

           OPEN INPUT RIGHEFATT-FILE.
           IF FS-RIGHEFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               CLOSE RIGHEFATT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-RIGAFATT-REC.
           START RIGHEFATT-FILE KEY IS NOT LESS THAN
               CHIAVE-RIGAFATT-REC
               INVALID KEY MOVE "10" TO FS-RIGHEFATT
           END-START.
           PERFORM UNTIL FS-RIGHEFATT = "10"
               READ RIGHEFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RIGHEFATT
                   NOT AT END
                       IF ARTICOLO-RIGAFATT-REC =
                          CODICE-ARTICOLO-CORRENTE AND
                          LOTTO-RIGAFATT-REC = LOTTO-RICHIAMO AND
                          QTA-RIGAFATT-REC > QTA-RESA-RIGAFATT-REC
                          THEN
                           PERFORM FATTURA-LOTTO-RICHIAMO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REGFATT-FILE.
           CLOSE RIGHEFATT-FILE.

      *------------------------------------ FUNCTION KF ----------------
       FATTURA-LOTTO-RICHIAMO.

           MOVE NUMERO-RIGAFATT-REC TO NUMERO-FATT-REC.
           READ REGFATT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF DOC-RICHIAMO-COUNT >= 100 THEN
               DISPLAY "TROPPI DOCUMENTI: FATTURA " NUMERO-FATT-REC
                       " ESCLUSA DALLE LETTERE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DOC-RICHIAMO-COUNT.
           SET DR TO DOC-RICHIAMO-COUNT.
           MOVE "FT " TO TIPO-DOC-RICHIAMO(DR).
           MOVE NUMERO-FATT-REC TO NUMERO-DOC-RICHIAMO(DR).
           MOVE DATA-FATT-REC TO DATA-DOC-RICHIAMO(DR).
           MOVE CODICE-CLI-FATT-REC TO CLIENTE-DOC-RICHIAMO(DR).
           MOVE CLIENTE-FATT-REC TO NOME-DOC-RICHIAMO(DR).
           COMPUTE QTA-DOC-RICHIAMO(DR) =
                   QTA-RIGAFATT-REC - QTA-RESA-RIGAFATT-REC.
           MOVE "N" TO LETTERA-DOC-RICHIAMO(DR).
           PERFORM RIGA-DOCUMENTO-RICHIAMO.

      *------------------------------------ FUNCTION KG ----------------
      *DDT CON RIGHE SUL LOTTO (FATTURATI O ANCORA IN ATTESA DELLA
      *FATTURA DIFFERITA)
       CERCA-DDT-LOTTO.

           OPEN INPUT DDT-FILE.
           IF FS-DDT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO CHIAVE-DDT-REC.
           START DDT-FILE KEY IS NOT LESS THAN CHIAVE-DDT-REC
               INVALID KEY MOVE "10" TO FS-DDT
           END-START.
           PERFORM UNTIL FS-DDT = "10"
               READ DDT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DDT
                   NOT AT END
                       IF ARTICOLO-DDT-REC = CODICE-ARTICOLO-CORRENTE
                          AND LOTTO-DDT-REC = LOTTO-RICHIAMO THEN
                           PERFORM DDT-LOTTO-RICHIAMO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DDT.

           CLOSE DDT-FILE.

      *------------------------------------ FUNCTION KH ----------------
       DDT-LOTTO-RICHIAMO.

           IF DOC-RICHIAMO-COUNT >= 100 THEN
               DISPLAY "TROPPI DOCUMENTI: DDT " NUMERO-DDT-REC
                       " ESCLUSO DALLE LETTERE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DOC-RICHIAMO-COUNT.
           SET DR TO DOC-RICHIAMO-COUNT.
           MOVE "DDT" TO TIPO-DOC-RICHIAMO(DR).
           MOVE NUMERO-DDT-REC TO NUMERO-DOC-RICHIAMO(DR).
           MOVE DATA-DDT-REC TO DATA-DOC-RICHIAMO(DR).
           MOVE CODICE-CLI-DDT-REC TO CLIENTE-DOC-RICHIAMO(DR).
           MOVE CLIENTE-DDT-REC TO NOME-DOC-RICHIAMO(DR).
           MOVE QTA-DDT-REC TO QTA-DOC-RICHIAMO(DR).
           MOVE "N" TO LETTERA-DOC-RICHIAMO(DR).
           PERFORM RIGA-DOCUMENTO-RICHIAMO.
           IF FATTURATO-DDT-REC = "S" THEN
               MOVE "  (GIA' IN FATTURA DIFFERITA)" TO RW-RIGA
           ELSE
               MOVE "  (IN ATTESA DI FATTURA)" TO RW-RIGA
           END-IF.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION KI ----------------
      *RIGA DEL REPORT PER IL DOCUMENTO DR
       RIGA-DOCUMENTO-RICHIAMO.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING TIPO-DOC-RICHIAMO(DR) " " NUMERO-DOC-RICHIAMO(DR)
                  " " DATA-DOC-RICHIAMO(DR) " "
                  CLIENTE-DOC-RICHIAMO(DR) " "
                  NOME-DOC-RICHIAMO(DR) " QTA "
                  QTA-DOC-RICHIAMO(DR)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION KJ ----------------
      *RESIDUO DEL LOTTO SU LOTTI.DAT (TUTTE LE SCADENZE CON QUEL
      *CODICE DI LOTTO)
       CERCA-RESIDUO-LOTTO.

           MOVE "N" TO LOTTO-RICHIAMO-TROVATO.
           MOVE "N" TO LOTTO-GIA-BLOCCATO.
           MOVE 0 TO QTA-RESIDUA-RICHIAMO.

           OPEN INPUT LOTTI-FILE.
           IF FS-LOTTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-ARTICOLO-CORRENTE TO ARTICOLO-LOTTO-REC.
           MOVE LOW-VALUES TO SCADENZA-LOTTO-REC.
           MOVE LOW-VALUES TO LOTTO-LOTTO-REC.
           START LOTTI-FILE KEY IS NOT LESS THAN CHIAVE-LOTTO-REC
               INVALID KEY MOVE "10" TO FS-LOTTI
           END-START.
           PERFORM UNTIL FS-LOTTI = "10"
               READ LOTTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LOTTI
                   NOT AT END
                       IF ARTICOLO-LOTTO-REC NOT =
                          CODICE-ARTICOLO-CORRENTE THEN
                           MOVE "10" TO FS-LOTTI
                       ELSE
                           IF LOTTO-LOTTO-REC = LOTTO-RICHIAMO THEN
                               MOVE "S" TO LOTTO-RICHIAMO-TROVATO
                               ADD QTA-RESIDUA-LOTTO-REC
                                   TO QTA-RESIDUA-RICHIAMO
                               MOVE SCADENZA-LOTTO-REC
                                   TO SCADENZA-RICHIAMO
                               IF BLOCCATO-LOTTO-REC = "S" THEN
                                   MOVE "S" TO LOTTO-GIA-BLOCCATO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOTTI-FILE.

      *------------------------------------ FUNCTION KK ----------------
      *UNA LETTERA DI RICHIAMO PER CLIENTE RAGGIUNTO, CON TUTTI I
      *SUOI DOCUMENTI SUL LOTTO
       EMETTI-LETTERE-RICHIAMO.

           MOVE 0 TO LETTERE-RICHIAMO.
           PERFORM VARYING DR FROM 1 BY 1
                   UNTIL DR > DOC-RICHIAMO-COUNT
               IF LETTERA-DOC-RICHIAMO(DR) = "N" THEN
                   PERFORM LETTERA-RICHIAMO-CLIENTE
               END-IF
           END-PERFORM.

           DISPLAY LETTERE-RICHIAMO " LETTERE DI RICHIAMO NELLO SPOOL".

      *------------------------------------ FUNCTION KL ----------------
      *LETTERA AL CLIENTE DEL DOCUMENTO DR
       LETTERA-RICHIAMO-CLIENTE.

           ADD 1 TO LETTERE-RICHIAMO.

           MOVE SPACES TO INDIRIZZO-LETTERA.
           IF CLIENTE-DOC-RICHIAMO(DR) NOT = 0 THEN
               OPEN INPUT CLIENTI-FILE
               IF FS-CLIENTI = "00" THEN
                   MOVE CLIENTE-DOC-RICHIAMO(DR) TO CODICE-CLI-REC
                   READ CLIENTI-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE INDIRIZZO-CLI TO INDIRIZZO-LETTERA
                   END-READ
                   CLOSE CLIENTI-FILE
               END-IF
           END-IF.

           PERFORM COMPONI-NOME-SPOOL-FATTURA.
           MOVE SPACES TO NOME-SPOOL-FATTURA.
           STRING "SPOOL/RICH." DATA-ORA-SPOOL-CORRENTE "."
                  LETTERE-RICHIAMO
               DELIMITED BY SIZE INTO NOME-SPOOL-FATTURA.
           MOVE "RICHIAMO" TO TIPO-SPOOL-DOCUMENTO.

           OPEN OUTPUT FATTURA-FILE.
           IF FS-FATTURA NOT = "00" THEN
               DISPLAY "LETTERA PER " NOME-DOC-RICHIAMO(DR)
                       " NON EMESSA: IMPOSSIBILE APRIRE "
                       NOME-SPOOL-FATTURA
               MOVE "S" TO LETTERA-DOC-RICHIAMO(DR)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RIGHE-LETTERA-RICHIAMO.
           MOVE 0 TO QTA-LETTERA-RICHIAMO.

           MOVE NOME-DOC-RICHIAMO(DR) TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE INDIRIZZO-LETTERA TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "OGGETTO: RICHIAMO DEL LOTTO " LOTTO-RICHIAMO
                  " - ARTICOLO " CODICE-ARTICOLO-CORRENTE
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           STRING "IL FORNITORE HA RICHIAMATO IL LOTTO " LOTTO-RICHIAMO
                  " (SCADENZA " SCADENZA-RICHIAMO ") DI"
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE DESCRIZIONE-REC(1:60) TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE "CHE VI E' STATO CONSEGNATO CON I SEGUENTI DOCUMENTI:"
               TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           PERFORM VARYING DL FROM DR BY 1
                   UNTIL DL > DOC-RICHIAMO-COUNT
               IF LETTERA-DOC-RICHIAMO(DL) = "N" AND
                  CLIENTE-DOC-RICHIAMO(DL) = CLIENTE-DOC-RICHIAMO(DR)
                  AND NOME-DOC-RICHIAMO(DL) = NOME-DOC-RICHIAMO(DR)
                  THEN
                   MOVE "S" TO LETTERA-DOC-RICHIAMO(DL)
                   ADD 1 TO RIGHE-LETTERA-RICHIAMO
                   ADD QTA-DOC-RICHIAMO(DL) TO QTA-LETTERA-RICHIAMO
                   MOVE SPACES TO RIGA-FATTURA
                   STRING "   " TIPO-DOC-RICHIAMO(DL) " N. "
                          NUMERO-DOC-RICHIAMO(DL) " DEL "
                          DATA-DOC-RICHIAMO(DL) " - QUANTITA' "
                          QTA-DOC-RICHIAMO(DL)
                       DELIMITED BY SIZE INTO RIGA-FATTURA
                   WRITE RIGA-FATTURA
               END-IF
           END-PERFORM.

           MOVE SPACES TO RIGA-FATTURA.
           STRING "   QUANTITA' COMPLESSIVA: " QTA-LETTERA-RICHIAMO
               DELIMITED BY SIZE INTO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE "VI PREGHIAMO DI SOSPENDERNE SUBITO L'USO E LA VENDITA"
               TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE "E DI CONTATTARCI PER IL RITIRO: LA MERCE RESA VI SARA'"
               TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE "ACCREDITATA CON NOTA DI CREDITO." TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE SPACES TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.
           MOVE "DISTINTI SALUTI" TO RIGA-FATTURA.
           WRITE RIGA-FATTURA.

           CLOSE FATTURA-FILE.

           MOVE RIGHE-LETTERA-RICHIAMO TO RIGHE-SPOOL-CORRENTI.
           PERFORM REGISTRA-SPOOL-FATTURA.

      *------------------------------------ FUNCTION KM ----------------
      *TOGLIE IL BLOCCO DA UN LOTTO RICHIAMATO (IL FORNITORE LO HA
      *SVINCOLATO)
       SBLOCCA-LOTTO.

           DISPLAY "CODICE ARTICOLO O BARCODE: ".
           ACCEPT CODICE-O-BARCODE.
           PERFORM TROVA-ARTICOLO-DA-INPUT.
           IF ARTICOLO-TROVATO = "N" THEN
               DISPLAY "CODICE ARTICOLO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE CODICE-ART-REC TO CODICE-ARTICOLO-CORRENTE.

           DISPLAY "LOTTO DA SBLOCCARE: ".
           MOVE SPACES TO LOTTO-RICHIAMO.
           ACCEPT LOTTO-RICHIAMO.
           IF LOTTO-RICHIAMO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO BLOCCO-DA-IMPOSTARE.
           PERFORM IMPOSTA-BLOCCO-LOTTO.
           IF LOTTI-BLOCCO-AGGIORNATI = 0 THEN
               DISPLAY "LOTTO NON TROVATO IN MAGAZZINO"
           ELSE
               DISPLAY "LOTTO " LOTTO-RICHIAMO " SBLOCCATO"
           END-IF.

      *------------------------------------ FUNCTION KN ----------------
      *METTE BLOCCO-DA-IMPOSTARE SU TUTTI I RECORD DEL LOTTO
      *LOTTO-RICHIAMO DELL'ARTICOLO CORRENTE; IL RESIDUO DI OGNI
      *RECORD CHE CAMBIA STATO ESCE DALLA GIACENZA DISPONIBILE O CI
      *RIENTRA
       IMPOSTA-BLOCCO-LOTTO.

           MOVE 0 TO LOTTI-BLOCCO-AGGIORNATI.

           OPEN I-O LOTTI-FILE.
           IF FS-LOTTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-ARTICOLO-CORRENTE TO ARTICOLO-LOTTO-REC.
           MOVE LOW-VALUES TO SCADENZA-LOTTO-REC.
           MOVE LOW-VALUES TO LOTTO-LOTTO-REC.
           START LOTTI-FILE KEY IS NOT LESS THAN CHIAVE-LOTTO-REC
               INVALID KEY MOVE "10" TO FS-LOTTI
           END-START.
           PERFORM UNTIL FS-LOTTI = "10"
               READ LOTTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LOTTI
                   NOT AT END
                       IF ARTICOLO-LOTTO-REC NOT =
                          CODICE-ARTICOLO-CORRENTE THEN
                           MOVE "10" TO FS-LOTTI
                       ELSE
                           IF LOTTO-LOTTO-REC = LOTTO-RICHIAMO THEN
                               IF BLOCCATO-LOTTO-REC NOT =
                                  BLOCCO-DA-IMPOSTARE AND
                                  QTA-RESIDUA-LOTTO-REC > 0 THEN
                                   PERFORM SPOSTA-GIACENZA-BLOCCO
                               END-IF
                               MOVE BLOCCO-DA-IMPOSTARE
                                   TO BLOCCATO-LOTTO-REC
                               REWRITE LOTTO-REC
                               ADD 1 TO LOTTI-BLOCCO-AGGIORNATI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOTTI-FILE.

      *------------------------------------ FUNCTION MK ----------------
      *IL LOTTO BLOCCATO NON E' PIU' DISPONIBILE: IL SUO RESIDUO ESCE
      *DALLA GIACENZA CON UN MOVIMENTO "Q" (LA MERCE RESTA FERMA IN
      *MAGAZZINO IN ATTESA DEL FORNITORE); ALLO SBLOCCO RIENTRA CON UN
      *CARICO "C" AL COSTO MEDIO, CHE NON SPOSTA LA VALORIZZAZIONE.
      *IL RESIDUO DEL LOTTO NON CAMBIA, COSI' LO SBLOCCO SA QUANTO
      *RIMETTERE
       SPOSTA-GIACENZA-BLOCCO.

           MOVE CODICE-ARTICOLO-CORRENTE TO CODICE-CERCATO.
           PERFORM TROVA-ARTICOLO.
           IF ARTICOLO-TROVATO = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE QTA-RESIDUA-LOTTO-REC TO QUANTITA-SCELTA.
           MOVE LOTTO-LOTTO-REC TO LOTTO-MOV-CORRENTE.
           MOVE SCADENZA-LOTTO-REC TO SCADENZA-MOV-CORRENTE.
           MOVE DEPOSITO-PRINCIPALE TO DEPOSITO-MOV-CORRENTE.

           IF BLOCCO-DA-IMPOSTARE = "S" THEN
               IF QUANTITA-SCELTA > GIACENZA-REC THEN
                   DISPLAY "GIACENZA " GIACENZA-REC " INFERIORE AL "
                           "RESIDUO DEL LOTTO " QUANTITA-SCELTA
                   MOVE GIACENZA-REC TO QUANTITA-SCELTA
               END-IF
               SUBTRACT QUANTITA-SCELTA FROM GIACENZA-REC
               MOVE "Q" TO TIPO-SCELTO
               MOVE 0 TO PREZZO-CARICO
               MOVE "BLOCCO RICHIAMO" TO RIFERIMENTO-SCELTO
           ELSE
               IF GIACENZA-REC + QUANTITA-SCELTA > 9999 THEN
                   DISPLAY "GIACENZA OLTRE IL MASSIMO GESTITO, "
                           "RESIDUO DEL LOTTO DA RIMETTERE A MANO"
                   MOVE SPACES TO LOTTO-MOV-CORRENTE
                   MOVE 0 TO SCADENZA-MOV-CORRENTE
                   EXIT PARAGRAPH
               END-IF
               ADD QUANTITA-SCELTA TO GIACENZA-REC
               MOVE "C" TO TIPO-SCELTO
               MOVE COSTO-MEDIO-REC TO PREZZO-CARICO
               MOVE "SBLOCCO RICHIAMO" TO RIFERIMENTO-SCELTO
           END-IF.
           REWRITE ARTICOLO-REC.
           PERFORM SCRIVI-MOVIMENTO.

           DISPLAY "ART. " CODICE-ART-REC " LOTTO " LOTTO-LOTTO-REC
                   " " RIFERIMENTO-SCELTO " " QUANTITA-SCELTA
                   " - GIACENZA DISPONIBILE " GIACENZA-REC.

      *------------------------------------ FUNCTION KO ----------------
      *PAGELLA DEI FORNITORI SUGLI ORDINI D'ACQUISTO DI UN PERIODO:
      *GIORNI MEDI DALL'ORDINE ALL'ULTIMO ARRIVO, RIGHE CONSEGNATE
      *PUNTUALI E COMPLETE, QUANTITA' CONSEGNATA SULL'ORDINATO E
      *PREZZO DI CARICO E FATTURATO CONTRO LA QUOTAZIONE; I
      *FORNITORI SI CLASSIFICANO PER PUNTEGGIO E LA PAGELLA RESTA
      *SU SCOREFOR.DAT PER LA PROPOSTA D'ORDINE
       PAGELLA-FORNITORI.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           DISPLAY "ORDINI DAL (AAAAMMGG): ".
           MOVE 0 TO SCORE-DAL.
           ACCEPT SCORE-DAL.
           DISPLAY "AL (AAAAMMGG, 0 = OGGI): ".
           MOVE 0 TO SCORE-AL.
           ACCEPT SCORE-AL.
           IF SCORE-AL = 0 THEN
               MOVE DATA-ODIERNA TO SCORE-AL
           END-IF.
           IF SCORE-DAL > SCORE-AL THEN
               DISPLAY "PERIODO NON VALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GIORNI DI CONSEGNA ATTESI (0 = 15): ".
           MOVE 0 TO GIORNI-CONSEGNA-ATTESI.
           ACCEPT GIORNI-CONSEGNA-ATTESI.
           IF GIORNI-CONSEGNA-ATTESI = 0 THEN
               MOVE 15 TO GIORNI-CONSEGNA-ATTESI
           END-IF.

           OPEN INPUT ORDACQ-FILE.
           IF FS-ORDACQ NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO ORDINI PRESENTE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARICA-ARRIVI-ORDINI.

           MOVE "N" TO LISTINO-SCORE-APERTO.
           OPEN INPUT LISTFORN-FILE.
           IF FS-LISTFORN = "00" THEN
               MOVE "S" TO LISTINO-SCORE-APERTO
           END-IF.

           MOVE 0 TO SCHEDE-COUNT.
           MOVE LOW-VALUES TO CHIAVE-ORDACQ-REC.
           START ORDACQ-FILE KEY IS NOT LESS THAN CHIAVE-ORDACQ-REC
               INVALID KEY MOVE "10" TO FS-ORDACQ
           END-START.
           PERFORM UNTIL FS-ORDACQ = "10"
               READ ORDACQ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ORDACQ
                   NOT AT END
                       IF DATA-ORDACQ-REC NOT < SCORE-DAL AND
                          DATA-ORDACQ-REC NOT > SCORE-AL THEN
                           PERFORM SCHEDA-RIGA-ORDINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-ORDACQ.

           MOVE "N" TO FATTFORN-SCORE-APERTO.
           OPEN INPUT FATTFORN-FILE.
           IF FS-FATTFORN = "00" THEN
               MOVE "S" TO FATTFORN-SCORE-APERTO
           END-IF.
           OPEN INPUT RIGHEFORN-FILE.
           IF FS-RIGHEFORN = "00" THEN
               MOVE LOW-VALUES TO CHIAVE-RF-REC
               START RIGHEFORN-FILE KEY IS NOT LESS THAN CHIAVE-RF-REC
                   INVALID KEY MOVE "10" TO FS-RIGHEFORN
               END-START
               PERFORM UNTIL FS-RIGHEFORN = "10"
                   READ RIGHEFORN-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-RIGHEFORN
                       NOT AT END
                           PERFORM SCHEDA-RIGA-FATTURATA
                   END-READ
               END-PERFORM
               CLOSE RIGHEFORN-FILE
           END-IF.
           IF FATTFORN-SCORE-APERTO = "S" THEN
               CLOSE FATTFORN-FILE
           END-IF.
           IF LISTINO-SCORE-APERTO = "S" THEN
               CLOSE LISTFORN-FILE
           END-IF.
           CLOSE ORDACQ-FILE.

           IF SCHEDE-COUNT = 0 THEN
               DISPLAY "NESSUN ORDINE D'ACQUISTO NEL PERIODO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SF FROM 1 BY 1 UNTIL SF > SCHEDE-COUNT
               PERFORM CALCOLA-PAGELLA-FORNITORE
           END-PERFORM.

           PERFORM STAMPA-PAGELLA-FORNITORI.

      *------------------------------------ FUNCTION KP ----------------
      *ULTIMO ARRIVO DI OGNI RIGA D'ORDINE (ORDINE + ARTICOLO) DAI
      *CARICHI DEL GIORNALE CON RIFERIMENTO "ORDINE N"
       CARICA-ARRIVI-ORDINI.

           MOVE 0 TO ARRIVI-COUNT.
           MOVE 0 TO ARRIVI-SCARTATI.

           OPEN INPUT MOVIMENTI-FILE.
           IF FS-MOVIMENTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-MOVIMENTI = "10"
               READ MOVIMENTI-FILE
                   AT END
                       MOVE "10" TO FS-MOVIMENTI
                   NOT AT END
                       IF TIPO-MOVIMENTO = "C" AND
                          RIFERIMENTO-MOVIMENTO(1:7) = "ORDINE " AND
                          DATA-MOVIMENTO NOT < SCORE-DAL THEN
                           MOVE RIFERIMENTO-MOVIMENTO(8:5)
                               TO ORDINE-ARRIVO-X
                           IF ORDINE-ARRIVO-X IS NUMERIC THEN
                               PERFORM ANNOTA-ARRIVO-ORDINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MOVIMENTI-FILE.

           IF ARRIVI-SCARTATI > 0 THEN
               DISPLAY ARRIVI-SCARTATI " ARRIVI OLTRE LA CAPACITA' "
                       "DELLA TABELLA: RIDURRE IL PERIODO"
           END-IF.

      *------------------------------------ FUNCTION KQ ----------------
       ANNOTA-ARRIVO-ORDINE.

           MOVE "N" TO ARRIVO-TROVATO.
           PERFORM VARYING AO FROM 1 BY 1
                   UNTIL AO > ARRIVI-COUNT OR ARRIVO-TROVATO = "S"
               IF ORDINE-ARRIVO(AO) = ORDINE-ARRIVO-N AND
                  ARTICOLO-ARRIVO(AO) = ARTICOLO-MOVIMENTO THEN
                   MOVE "S" TO ARRIVO-TROVATO
                   IF DATA-MOVIMENTO > DATA-ULTIMO-ARRIVO(AO) THEN
                       MOVE DATA-MOVIMENTO TO DATA-ULTIMO-ARRIVO(AO)
                   END-IF
               END-IF
           END-PERFORM.

           IF ARRIVO-TROVATO = "N" THEN
               IF ARRIVI-COUNT < 500 THEN
                   ADD 1 TO ARRIVI-COUNT
                   SET AO TO ARRIVI-COUNT
                   MOVE ORDINE-ARRIVO-N TO ORDINE-ARRIVO(AO)
                   MOVE ARTICOLO-MOVIMENTO TO ARTICOLO-ARRIVO(AO)
                   MOVE DATA-MOVIMENTO TO DATA-ULTIMO-ARRIVO(AO)
               ELSE
                   ADD 1 TO ARRIVI-SCARTATI
               END-IF
           END-IF.

      *------------------------------------ FUNCTION KR ----------------
      *SCHEDA DEL FORNITORE DELLA RIGA D'ORDINE LETTA (SF), APERTA
      *A ZERO ALLA PRIMA RIGA
       TROVA-SCHEDA-FORNITORE.

           MOVE "N" TO SCHEDA-DISPONIBILE.
           PERFORM VARYING SF FROM 1 BY 1
                   UNTIL SF > SCHEDE-COUNT OR SCHEDA-DISPONIBILE = "S"
               IF FORNITORE-SCHEDA(SF) = FORNITORE-ORDACQ-REC THEN
                   MOVE "S" TO SCHEDA-DISPONIBILE
               END-IF
           END-PERFORM.
           IF SCHEDA-DISPONIBILE = "S" THEN
               SET SF DOWN BY 1
               EXIT PARAGRAPH
           END-IF.

           IF SCHEDE-COUNT >= 50 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SCHEDE-COUNT.
           SET SF TO SCHEDE-COUNT.
           MOVE "S" TO SCHEDA-DISPONIBILE.
           MOVE FORNITORE-ORDACQ-REC TO FORNITORE-SCHEDA(SF).
           MOVE 0 TO RIGHE-SCHEDA(SF).
           MOVE 0 TO RIGHE-ARRIVATE-SCHEDA(SF).
           MOVE 0 TO GIORNI-TOTALI-SCHEDA(SF).
           MOVE 0 TO RIGHE-VALUTATE-SCHEDA(SF).
           MOVE 0 TO RIGHE-PUNTUALI-SCHEDA(SF).
           MOVE 0 TO QTA-ORDINATA-SCHEDA(SF).
           MOVE 0 TO QTA-EVASA-SCHEDA(SF).
           MOVE 0 TO VALORE-QUOTATO-SCHEDA(SF).
           MOVE 0 TO VALORE-PAGATO-SCHEDA(SF).
           MOVE 0 TO VALORE-QUOTATO-FATT-SCHEDA(SF).
           MOVE 0 TO VALORE-FATTURATO-SCHEDA(SF).
           MOVE "N" TO CLASSIFICATO-SCHEDA(SF).

      *------------------------------------ FUNCTION KS ----------------
      *RIGA D'ORDINE DEL PERIODO: TEMPI DI ARRIVO, PUNTUALITA' E
      *COMPLETEZZA (SOLO SULLE RIGHE CHIUSE O GIA' SCADUTE) E PREZZO
      *DI CARICO CONTRO LA QUOTAZIONE
       SCHEDA-RIGA-ORDINE.

           PERFORM TROVA-SCHEDA-FORNITORE.
           IF SCHEDA-DISPONIBILE = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RIGHE-SCHEDA(SF).

           MOVE "N" TO ARRIVO-TROVATO.
           PERFORM VARYING AO FROM 1 BY 1
                   UNTIL AO > ARRIVI-COUNT OR ARRIVO-TROVATO = "S"
               IF ORDINE-ARRIVO(AO) = NUMERO-ORDACQ-REC AND
                  ARTICOLO-ARRIVO(AO) = ARTICOLO-ORDACQ-REC THEN
                   MOVE "S" TO ARRIVO-TROVATO
               END-IF
           END-PERFORM.
           IF ARRIVO-TROVATO = "S" THEN
               SET AO DOWN BY 1
               MOVE "D" TO DATESRV-FUNZIONE
               MOVE DATA-ORDACQ-REC TO DATESRV-DATA1
               MOVE DATA-ULTIMO-ARRIVO(AO) TO DATESRV-DATA2
               CALL "DATESRV" USING DATESRV-AREA
               IF DATESRV-ESITO = "S" AND DATESRV-GIORNI >= 0 THEN
                   ADD 1 TO RIGHE-ARRIVATE-SCHEDA(SF)
                   ADD DATESRV-GIORNI TO GIORNI-TOTALI-SCHEDA(SF)
               END-IF
           END-IF.

           MOVE "A" TO DATESRV-FUNZIONE.
           MOVE DATA-ORDACQ-REC TO DATESRV-DATA1.
           MOVE GIORNI-CONSEGNA-ATTESI TO DATESRV-GIORNI.
           CALL "DATESRV" USING DATESRV-AREA.
           IF DATESRV-ESITO = "S" THEN
               MOVE DATESRV-DATA2 TO DATA-PREVISTA-ARRIVO
           ELSE
               MOVE DATA-ORDACQ-REC TO DATA-PREVISTA-ARRIVO
           END-IF.

           IF STATO-ORDACQ-REC = "C" OR
              DATA-PREVISTA-ARRIVO < DATA-ODIERNA THEN
               ADD 1 TO RIGHE-VALUTATE-SCHEDA(SF)
               ADD QTA-ORDINATA-REC TO QTA-ORDINATA-SCHEDA(SF)
               IF QTA-RICEVUTA-REC > QTA-ORDINATA-REC THEN
                   MOVE QTA-ORDINATA-REC TO QTA-EVASA-SCORE
               ELSE
                   MOVE QTA-RICEVUTA-REC TO QTA-EVASA-SCORE
               END-IF
               ADD QTA-EVASA-SCORE TO QTA-EVASA-SCHEDA(SF)
               IF STATO-ORDACQ-REC = "C" AND ARRIVO-TROVATO = "S"
                  AND DATA-ULTIMO-ARRIVO(AO) NOT >
                      DATA-PREVISTA-ARRIVO THEN
                   ADD 1 TO RIGHE-PUNTUALI-SCHEDA(SF)
               END-IF
           END-IF.

           IF QTA-RICEVUTA-REC > 0 THEN
               MOVE ARTICOLO-ORDACQ-REC TO ARTICOLO-LISTFORN-REC
               PERFORM QUOTAZIONE-FORNITORE-SCHEDA
               IF QUOTAZIONE-SCORE-TROVATA = "S" THEN
                   COMPUTE VALORE-QUOTATO-SCHEDA(SF) =
                           VALORE-QUOTATO-SCHEDA(SF)
                           + PREZZO-QUOTATO-SCORE * QTA-RICEVUTA-REC
                   COMPUTE VALORE-PAGATO-SCHEDA(SF) =
                           VALORE-PAGATO-SCHEDA(SF)
                           + PREZZO-ORDACQ-REC * QTA-RICEVUTA-REC
               END-IF
           END-IF.

      *------------------------------------ FUNCTION KT ----------------
      *QUOTAZIONE DEL FORNITORE DELLA RIGA D'ORDINE PER L'ARTICOLO
      *GIA' IMPOSTATO IN ARTICOLO-LISTFORN-REC
       QUOTAZIONE-FORNITORE-SCHEDA.

           MOVE "N" TO QUOTAZIONE-SCORE-TROVATA.
           IF LISTINO-SCORE-APERTO = "N" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FORNITORE-ORDACQ-REC TO FORNITORE-LISTFORN-REC.
           READ LISTFORN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO QUOTAZIONE-SCORE-TROVATA
                   MOVE PREZZO-LISTFORN-REC TO PREZZO-QUOTATO-SCORE
           END-READ.

      *------------------------------------ FUNCTION KU ----------------
      *RIGA DI FATTURA FORNITORE SU UN ORDINE DEL PERIODO: PREZZO
      *FATTURATO CONTRO LA QUOTAZIONE (LE FATTURE RESPINTE NON
      *CONTANO)
       SCHEDA-RIGA-FATTURATA.

           IF ORDINE-RF-REC = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF FATTFORN-SCORE-APERTO = "S" THEN
               MOVE PROTOCOLLO-RF-REC TO PROTOCOLLO-FF-REC
               READ FATTFORN-FILE
                   INVALID KEY
                       MOVE SPACES TO STATO-FF-REC
               END-READ
               IF STATO-FF-REC = "R" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ORDINE-RF-REC TO NUMERO-ORDACQ-REC.
           MOVE RIGA-ORDINE-RF-REC TO RIGA-ORDACQ-REC.
           READ ORDACQ-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF DATA-ORDACQ-REC < SCORE-DAL OR
              DATA-ORDACQ-REC > SCORE-AL THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM TROVA-SCHEDA-FORNITORE.
           IF SCHEDA-DISPONIBILE = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ARTICOLO-RF-REC TO ARTICOLO-LISTFORN-REC.
           PERFORM QUOTAZIONE-FORNITORE-SCHEDA.
           IF QUOTAZIONE-SCORE-TROVATA = "S" THEN
               COMPUTE VALORE-QUOTATO-FATT-SCHEDA(SF) =
                       VALORE-QUOTATO-FATT-SCHEDA(SF)
                       + PREZZO-QUOTATO-SCORE * QTA-RF-REC
               COMPUTE VALORE-FATTURATO-SCHEDA(SF) =
                       VALORE-FATTURATO-SCHEDA(SF)
                       + PREZZO-RF-REC * QTA-RF-REC
           END-IF.

      *------------------------------------ FUNCTION KV ----------------
      *INDICI E PUNTEGGIO DELLA SCHEDA SF: MEDIA DI PUNTUALITA' E
      *COMPLETEZZA, MENO UN PUNTO PER OGNI PUNTO PERCENTUALE PAGATO
      *SOPRA LA QUOTAZIONE (FATTURATO SE C'E', ALTRIMENTI CARICO)
       CALCOLA-PAGELLA-FORNITORE.

           MOVE 0 TO GIORNI-MEDI-SCHEDA(SF).
           IF RIGHE-ARRIVATE-SCHEDA(SF) > 0 THEN
               COMPUTE GIORNI-MEDI-SCHEDA(SF) ROUNDED =
                       GIORNI-TOTALI-SCHEDA(SF)
                       / RIGHE-ARRIVATE-SCHEDA(SF)
           END-IF.

           MOVE 100 TO PUNTUALI-SCHEDA(SF).
           IF RIGHE-VALUTATE-SCHEDA(SF) > 0 THEN
               COMPUTE PUNTUALI-SCHEDA(SF) ROUNDED =
                       RIGHE-PUNTUALI-SCHEDA(SF) * 100
                       / RIGHE-VALUTATE-SCHEDA(SF)
           END-IF.

           MOVE 100 TO EVASIONE-SCHEDA(SF).
           IF QTA-ORDINATA-SCHEDA(SF) > 0 THEN
               COMPUTE EVASIONE-SCHEDA(SF) ROUNDED =
                       QTA-EVASA-SCHEDA(SF) * 100
                       / QTA-ORDINATA-SCHEDA(SF)
           END-IF.

           MOVE 0 TO SCOSTAMENTO-RIC-SCHEDA(SF).
           IF VALORE-QUOTATO-SCHEDA(SF) > 0 THEN
               COMPUTE SCOSTAMENTO-RIC-SCHEDA(SF) ROUNDED =
                       (VALORE-PAGATO-SCHEDA(SF)
                        - VALORE-QUOTATO-SCHEDA(SF)) * 100
                       / VALORE-QUOTATO-SCHEDA(SF)
           END-IF.
           MOVE 0 TO SCOSTAMENTO-FATT-SCHEDA(SF).
           IF VALORE-QUOTATO-FATT-SCHEDA(SF) > 0 THEN
               COMPUTE SCOSTAMENTO-FATT-SCHEDA(SF) ROUNDED =
                       (VALORE-FATTURATO-SCHEDA(SF)
                        - VALORE-QUOTATO-FATT-SCHEDA(SF)) * 100
                       / VALORE-QUOTATO-FATT-SCHEDA(SF)
               MOVE SCOSTAMENTO-FATT-SCHEDA(SF)
                   TO SCOSTAMENTO-SCHEDA(SF)
           ELSE
               MOVE SCOSTAMENTO-RIC-SCHEDA(SF)
                   TO SCOSTAMENTO-SCHEDA(SF)
           END-IF.

           COMPUTE PUNTEGGIO-SCHEDA(SF) ROUNDED =
                   (PUNTUALI-SCHEDA(SF) + EVASIONE-SCHEDA(SF)) / 2.
           IF SCOSTAMENTO-SCHEDA(SF) > 0 THEN
               COMPUTE PUNTEGGIO-SCHEDA(SF) ROUNDED =
                       PUNTEGGIO-SCHEDA(SF) - SCOSTAMENTO-SCHEDA(SF)
           END-IF.
           IF PUNTEGGIO-SCHEDA(SF) < 0 THEN
               MOVE 0 TO PUNTEGGIO-SCHEDA(SF)
           END-IF.

      *------------------------------------ FUNCTION KW ----------------
      *CLASSIFICA PER PUNTEGGIO SU SCOREFOR.TXT E PAGELLE NUOVE SU
      *SCOREFOR.DAT
       STAMPA-PAGELLA-FORNITORI.

           OPEN OUTPUT SCOREFOR-FILE.
           IF FS-SCOREFOR NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE SCOREFOR.DAT - STATO "
                       FS-SCOREFOR
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "SCOREFOR.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "PAGELLA FORNITORI - ORDINI DAL " SCORE-DAL
                  " AL " SCORE-AL
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "POS / FORNITORE / RIGHE / GG MEDI / PUNTUALI% / "
                  "EVASO% / PREZZO CARICO% / FATTURATO% / PUNTEGGIO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           OPEN INPUT FORNITORI-FILE.

           PERFORM VARYING POSIZIONE-CLASSIFICA FROM 1 BY 1
                   UNTIL POSIZIONE-CLASSIFICA > SCHEDE-COUNT
               MOVE -1 TO MIGLIOR-PUNTEGGIO
               PERFORM VARYING SF FROM 1 BY 1
                       UNTIL SF > SCHEDE-COUNT
                   IF CLASSIFICATO-SCHEDA(SF) = "N" AND
                      PUNTEGGIO-SCHEDA(SF) > MIGLIOR-PUNTEGGIO THEN
                       MOVE PUNTEGGIO-SCHEDA(SF) TO MIGLIOR-PUNTEGGIO
                       SET SM TO SF
                   END-IF
               END-PERFORM
               MOVE "S" TO CLASSIFICATO-SCHEDA(SM)
               PERFORM RIGA-PAGELLA-FORNITORE
           END-PERFORM.

           IF FS-FORNITORI = "00" OR FS-FORNITORI = "23" THEN
               CLOSE FORNITORI-FILE
           END-IF.
           CLOSE SCOREFOR-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "* = POCO AFFIDABILE (PUNTEGGIO SOTTO "
                  PUNTEGGIO-MINIMO " CON ALMENO "
                  RIGHE-MINIME-SCORE " RIGHE) - CONSEGNA ATTESA IN "
                  GIORNI-CONSEGNA-ATTESI " GIORNI"
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           DISPLAY "PAGELLA DI " SCHEDE-COUNT " FORNITORI SU "
                   "SCOREFOR.TXT".

      *------------------------------------ FUNCTION KX ----------------
      *RIGA DI CLASSIFICA E PAGELLA SU FILE PER LA SCHEDA SM
       RIGA-PAGELLA-FORNITORE.

           MOVE FORNITORE-SCHEDA(SM) TO FORNITORE-SCORE-REC.
           MOVE SCORE-DAL TO DAL-SCORE-REC.
           MOVE SCORE-AL TO AL-SCORE-REC.
           MOVE RIGHE-SCHEDA(SM) TO RIGHE-SCORE-REC.
           MOVE GIORNI-MEDI-SCHEDA(SM) TO GIORNI-MEDI-SCORE-REC.
           MOVE PUNTUALI-SCHEDA(SM) TO PUNTUALI-SCORE-REC.
           MOVE EVASIONE-SCHEDA(SM) TO EVASIONE-SCORE-REC.
           MOVE SCOSTAMENTO-SCHEDA(SM) TO SCOSTAMENTO-SCORE-REC.
           MOVE PUNTEGGIO-SCHEDA(SM) TO PUNTEGGIO-SCORE-REC.
           IF PUNTEGGIO-SCHEDA(SM) < PUNTEGGIO-MINIMO AND
              RIGHE-SCHEDA(SM) NOT < RIGHE-MINIME-SCORE THEN
               MOVE "S" TO INAFFIDABILE-SCORE-REC
           ELSE
               MOVE "N" TO INAFFIDABILE-SCORE-REC
           END-IF.
           WRITE SCORE-FORNITORE-REC.

           MOVE SPACES TO RAGIONE-SOCIALE-REC.
           IF FS-FORNITORI = "00" OR FS-FORNITORI = "23" THEN
               MOVE FORNITORE-SCHEDA(SM) TO CODICE-FORN-REC
               READ FORNITORI-FILE
                   INVALID KEY
                       MOVE SPACES TO RAGIONE-SOCIALE-REC
               END-READ
           END-IF.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           MOVE GIORNI-MEDI-SCHEDA(SM) TO PERC-SCORE-EDIT.
           STRING POSIZIONE-CLASSIFICA " " FORNITORE-SCHEDA(SM) " "
                  RAGIONE-SOCIALE-REC(1:20) " " RIGHE-SCHEDA(SM)
                  " " PERC-SCORE-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           MOVE PUNTUALI-SCHEDA(SM) TO PERC-SCORE-EDIT.
           MOVE PERC-SCORE-EDIT TO RW-RIGA(43:5).
           MOVE EVASIONE-SCHEDA(SM) TO PERC-SCORE-EDIT.
           MOVE PERC-SCORE-EDIT TO RW-RIGA(50:5).
           MOVE SCOSTAMENTO-RIC-SCHEDA(SM) TO SCOSTAMENTO-EDIT.
           MOVE SCOSTAMENTO-EDIT TO RW-RIGA(57:6).
           MOVE SCOSTAMENTO-FATT-SCHEDA(SM) TO SCOSTAMENTO-FATT-EDIT.
           MOVE SCOSTAMENTO-FATT-EDIT TO RW-RIGA(65:6).
           MOVE PUNTEGGIO-SCORE-REC TO RW-RIGA(73:3).
           IF INAFFIDABILE-SCORE-REC = "S" THEN
               MOVE "*" TO RW-RIGA(77:1)
           END-IF.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION KY ----------------
      *PAGELLA DEL FORNITORE FORNITORE-SCORE-REC DALL'ULTIMO
      *CALCOLO (FORNITORE-IN-SCHEDA = "N" SE NON C'E')
       CERCA-PAGELLA-FORNITORE.

           MOVE "N" TO FORNITORE-IN-SCHEDA.
           OPEN INPUT SCOREFOR-FILE.
           IF FS-SCOREFOR NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ SCOREFOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO FORNITORE-IN-SCHEDA
           END-READ.
           CLOSE SCOREFOR-FILE.

      *------------------------------------ FUNCTION KZ ----------------
      *RIGA DELLA PROPOSTA D'ORDINE CON LA PAGELLA DEL FORNITORE
       RIGA-PAGELLA-PROPOSTA.

           MOVE SPACES TO RIGA-ORDINE.
           MOVE PUNTUALI-SCORE-REC TO PERC-SCORE-EDIT.
           STRING "  PAGELLA: PUNTEGGIO " PUNTEGGIO-SCORE-REC
                  " PUNTUALI " PERC-SCORE-EDIT "%"
               DELIMITED BY SIZE INTO RIGA-ORDINE.
           MOVE EVASIONE-SCORE-REC TO PERC-SCORE-EDIT.
           MOVE SCOSTAMENTO-SCORE-REC TO SCOSTAMENTO-EDIT.
           STRING " EVASO " PERC-SCORE-EDIT "% PREZZI "
                  SCOSTAMENTO-EDIT "% SU QUOTAZIONE"
               DELIMITED BY SIZE INTO RIGA-ORDINE(45:).
           WRITE RIGA-ORDINE.
           IF INAFFIDABILE-SCORE-REC = "S" THEN
               MOVE "  ATTENZIONE: FORNITORE POCO AFFIDABILE, VALUTARE "
                   TO RIGA-ORDINE
               MOVE "UN'ALTERNATIVA PRIMA DI CONFERMARE" TO
                   RIGA-ORDINE(52:)
               WRITE RIGA-ORDINE
           END-IF.

      *------------------------------------ FUNCTION LB ----------------
      *INCASSI DA ESTRATTO CONTO BANCARIO: IMPORT CON ABBINAMENTO
      *AUTOMATICO, REVISIONE DEGLI INCERTI E LISTA DEI SOSPESI
       INCASSI-DA-BANCA.

           MOVE 0 TO SCELTA-BANCA.
           PERFORM UNTIL SCELTA-BANCA = 9
               DISPLAY "INCASSI DA BANCA"
               DISPLAY "1 IMPORTA ESTRATTO  2 REVISIONE ABBINAMENTI  "
                       "3 LISTA SOSPESI  4 CONVERSIONE MOVBANCA  "
                       "9 FINE"
               ACCEPT SCELTA-BANCA
               EVALUATE SCELTA-BANCA
                   WHEN 1
                       PERFORM IMPORTA-ESTRATTO-BANCA
                   WHEN 2
                       PERFORM REVISIONE-MOVIMENTI-BANCA
                   WHEN 3
                       PERFORM ELENCO-SOSPESI-BANCA
                   WHEN 4
                       PERFORM CONVERTI-MOVBANCA
                   WHEN OTHER
                       MOVE 9 TO SCELTA-BANCA
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION LC ----------------
      *IMPORTA ESTRBANC.TXT: OGNI ACCREDITO NON ANCORA IMPORTATO SI
      *ABBINA ALLE PARTITE APERTE DEL REGISTRO FATTURE; I SICURI SI
      *APPLICANO SUBITO, GLI INCERTI ASPETTANO LA REVISIONE, GLI
      *ALTRI VANNO IN SOSPESO. LA QUADRATURA VA SU RICONBAN.TXT
       IMPORTA-ESTRATTO-BANCA.

           OPEN INPUT ESTRATTO-BANCA-FILE.
           IF FS-ESTRATTO-BANCA NOT = "00" THEN
               DISPLAY "ESTRBANC.TXT NON DISPONIBILE - STATO "
                       FS-ESTRATTO-BANCA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MOVBANCA-FILE.
           IF FS-MOVBANCA = "35" THEN
               OPEN OUTPUT MOVBANCA-FILE
               CLOSE MOVBANCA-FILE
               OPEN I-O MOVBANCA-FILE
           END-IF.
           IF FS-MOVBANCA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE MOVBANCA.DAT - STATO "
                       FS-MOVBANCA
               CLOSE ESTRATTO-BANCA-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ODIERNA.
           MOVE 0 TO RIGHE-ESTRATTO-BANCA.
           MOVE 0 TO SCARTATE-BANCA.
           MOVE 0 TO ACCREDITI-BANCA.
           MOVE 0 TO TOTALE-ACCREDITI-BANCA.
           MOVE 0 TO ADDEBITI-BANCA.
           MOVE 0 TO TOTALE-ADDEBITI-BANCA.
           MOVE 0 TO APPLICATI-BANCA.
           MOVE 0 TO TOTALE-APPLICATO-BANCA.
           MOVE 0 TO VERIFICARE-BANCA.
           MOVE 0 TO TOTALE-VERIFICARE-BANCA.
           MOVE 0 TO SOSPESI-BANCA.
           MOVE 0 TO TOTALE-SOSPESI-BANCA.
           MOVE 0 TO GIA-IMPORTATI-BANCA.
           MOVE 0 TO TOTALE-GIA-IMPORTATI-BANCA.
           MOVE 0 TO ACCREDITI-VISTI-COUNT.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "RICONBAN.TXT" TO RW-NOME-FILE.
           MOVE SPACES TO RW-TITOLO.
           STRING "QUADRATURA ESTRATTO BANCARIO IMPORTATO IL "
                  DATA-ODIERNA
               DELIMITED BY SIZE INTO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "DATA / IMPORTO / ESITO / FATTURA / MOTIVO / "
                  "DESCRIZIONE"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE "N" TO MOVIMENTO-BANCA-PRONTO.
           PERFORM UNTIL FS-ESTRATTO-BANCA = "10"
               READ ESTRATTO-BANCA-FILE
                   AT END
                       MOVE "10" TO FS-ESTRATTO-BANCA
                   NOT AT END
                       ADD 1 TO RIGHE-ESTRATTO-BANCA
                       PERFORM LEGGI-RIGA-ESTRATTO
               END-READ
           END-PERFORM.
      *L'ULTIMO 62 DI UN CBI SENZA CODA NON HA NESSUNO CHE LO CHIUDA
           IF MOVIMENTO-BANCA-PRONTO = "S" THEN
               PERFORM ELABORA-MOVIMENTO-BANCA
           END-IF.

           CLOSE ESTRATTO-BANCA-FILE.
           CLOSE MOVBANCA-FILE.

           PERFORM QUADRATURA-ESTRATTO-BANCA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "QUADRATURA SU RICONBAN.TXT".

      *------------------------------------ FUNCTION LD ----------------
      *RIGA DELL'ESTRATTO: SUL CBI IL 62 PORTA IL MOVIMENTO E IL 63
      *CHE LO SEGUE NE COMPLETA LA DESCRIZIONE, GLI ALTRI RECORD
      *(TESTA, SALDI, CODA) NON SONO MOVIMENTI; TUTTO IL RESTO E' CSV
       LEGGI-RIGA-ESTRATTO.

           EVALUATE TRUE
               WHEN RIGA-ESTRATTO-BANCA(1:3) = " 62"
                   IF MOVIMENTO-BANCA-PRONTO = "S" THEN
                       PERFORM ELABORA-MOVIMENTO-BANCA
                   END-IF
                   PERFORM LEGGI-RECORD-62-CBI
               WHEN RIGA-ESTRATTO-BANCA(1:3) = " 63"
                   IF MOVIMENTO-BANCA-PRONTO = "S" AND
                      DESCRIZIONE-BANCA(35:46) = SPACES THEN
                       MOVE RIGA-ESTRATTO-BANCA(14:46)
                           TO DESCRIZIONE-BANCA(35:46)
                   END-IF
               WHEN RIGA-ESTRATTO-BANCA(1:1) = SPACE
                   IF MOVIMENTO-BANCA-PRONTO = "S" THEN
                       PERFORM ELABORA-MOVIMENTO-BANCA
                   END-IF
               WHEN OTHER
                   PERFORM LEGGI-RIGA-CSV
                   IF MOVIMENTO-BANCA-PRONTO = "S" THEN
                       PERFORM ELABORA-MOVIMENTO-BANCA
                   END-IF
           END-EVALUATE.

      *------------------------------------ FUNCTION LE ----------------
      *RECORD 62 DEL CBI: DATA CONTABILE GGMMAA IN 20-25, SEGNO IN
      *26, IMPORTO IN 27-41, DESCRIZIONE IN 87-120
       LEGGI-RECORD-62-CBI.

           MOVE SPACES TO DATA-BANCA-X.
           STRING "20" RIGA-ESTRATTO-BANCA(24:2)
                  RIGA-ESTRATTO-BANCA(22:2) RIGA-ESTRATTO-BANCA(20:2)
               DELIMITED BY SIZE INTO DATA-BANCA-X.
           MOVE RIGA-ESTRATTO-BANCA(27:15) TO IMPORTO-CBI-X.
           IF IMPORTO-CBI-X IS NUMERIC THEN
               MOVE IMPORTO-CBI-N TO IMPORTO-BANCA
               MOVE 15 TO CIFRE-IMPORTO-BANCA
           ELSE
               MOVE SPACES TO TESTO-IMPORTO-BANCA
               MOVE IMPORTO-CBI-X TO TESTO-IMPORTO-BANCA
               PERFORM CONVERTI-IMPORTO-BANCA
           END-IF.
           MOVE RIGA-ESTRATTO-BANCA(26:1) TO SEGNO-BANCA.

           IF DATA-BANCA-X NOT NUMERIC OR CIFRE-IMPORTO-BANCA = 0 OR
              (SEGNO-BANCA NOT = "C" AND SEGNO-BANCA NOT = "D") THEN
               ADD 1 TO SCARTATE-BANCA
               DISPLAY "RIGA " RIGHE-ESTRATTO-BANCA
                       " DELL'ESTRATTO NON LEGGIBILE, SCARTATA"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DESCRIZIONE-BANCA.
           MOVE RIGA-ESTRATTO-BANCA(87:34) TO DESCRIZIONE-BANCA(1:34).
           MOVE "S" TO MOVIMENTO-BANCA-PRONTO.

      *------------------------------------ FUNCTION LF ----------------
      *RIGA CSV DATA;IMPORTO;DESCRIZIONE, DATA AAAAMMGG O GG/MM/AAAA,
      *IMPORTO CON LA VIRGOLA DECIMALE, NEGATIVO SE ADDEBITO; LA RIGA
      *DI INTESTAZIONE NON HA UNA DATA E SI SALTA
       LEGGI-RIGA-CSV.

           MOVE SPACES TO CAMPO-DATA-BANCA.
           MOVE SPACES TO TESTO-IMPORTO-BANCA.
           MOVE SPACES TO DESCRIZIONE-BANCA.
           UNSTRING RIGA-ESTRATTO-BANCA DELIMITED BY ";"
               INTO CAMPO-DATA-BANCA
                    TESTO-IMPORTO-BANCA
                    DESCRIZIONE-BANCA
           END-UNSTRING.

           MOVE SPACES TO DATA-BANCA-X.
           IF CAMPO-DATA-BANCA(3:1) = "/" THEN
               STRING CAMPO-DATA-BANCA(7:4) CAMPO-DATA-BANCA(4:2)
                      CAMPO-DATA-BANCA(1:2)
                   DELIMITED BY SIZE INTO DATA-BANCA-X
           ELSE
               MOVE CAMPO-DATA-BANCA(1:8) TO DATA-BANCA-X
           END-IF.
           IF DATA-BANCA-X NOT NUMERIC THEN
               IF RIGHE-ESTRATTO-BANCA > 1 THEN
                   ADD 1 TO SCARTATE-BANCA
                   DISPLAY "RIGA " RIGHE-ESTRATTO-BANCA
                           " DELL'ESTRATTO SENZA DATA, SCARTATA"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONVERTI-IMPORTO-BANCA.
           IF CIFRE-IMPORTO-BANCA = 0 THEN
               ADD 1 TO SCARTATE-BANCA
               DISPLAY "RIGA " RIGHE-ESTRATTO-BANCA
                       " DELL'ESTRATTO SENZA IMPORTO, SCARTATA"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO MOVIMENTO-BANCA-PRONTO.

      *------------------------------------ FUNCTION ML ----------------
      *NUMERO D'ORDINE DELL'ACCREDITO CORRENTE TRA QUELLI IDENTICI
      *DELLO STESSO ESTRATTO: REIMPORTANDO LO STESSO ESTRATTO OGNI
      *RIGA RITROVA LA SUA CHIAVE. ZERO SE LA TABELLA E' PIENA
       CONTA-OCCORRENZA-BANCA.

           MOVE 0 TO OCCORRENZA-BANCA.
           PERFORM VARYING AV FROM 1 BY 1
                   UNTIL AV > ACCREDITI-VISTI-COUNT
               IF DATA-VISTO(AV) = DATA-BANCA AND
                  IMPORTO-VISTO(AV) = IMPORTO-BANCA AND
                  DESCRIZIONE-VISTO(AV) = DESCRIZIONE-BANCA THEN
                   ADD 1 TO VOLTE-VISTO(AV)
                   MOVE VOLTE-VISTO(AV) TO OCCORRENZA-BANCA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF OCCORRENZA-BANCA NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF ACCREDITI-VISTI-COUNT >= ACCREDITI-VISTI-MAX THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACCREDITI-VISTI-COUNT.
           SET AV TO ACCREDITI-VISTI-COUNT.
           MOVE DATA-BANCA TO DATA-VISTO(AV).
           MOVE IMPORTO-BANCA TO IMPORTO-VISTO(AV).
           MOVE DESCRIZIONE-BANCA TO DESCRIZIONE-VISTO(AV).
           MOVE 1 TO VOLTE-VISTO(AV).
           MOVE 1 TO OCCORRENZA-BANCA.

      *------------------------------------ FUNCTION MM ----------------
      *CONVERSIONE UNA-TANTUM DEI MOVIMENTI BANCARI AL TRACCIATO CON
      *L'OCCORRENZA NELLA CHIAVE: PRIMA DI LANCIARLA RINOMINARE IL
      *VECCHIO MOVBANCA.DAT IN MOVBOLD.DAT. IL VECCHIO TRACCIATO NON
      *POTEVA AVERE DUE ACCREDITI IDENTICI, QUINDI OGNUNO E' IL PRIMO
       CONVERTI-MOVBANCA.

           OPEN INPUT MOVBOLD-FILE.
           IF FS-MOVBOLD NOT = "00" THEN
               DISPLAY "MOVBOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO MOVBANCA.DAT IN MOVBOLD.DAT E "
                       "RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MOVBANCA-FILE.
           IF FS-MOVBANCA = "35" THEN
               OPEN OUTPUT MOVBANCA-FILE
               CLOSE MOVBANCA-FILE
               OPEN I-O MOVBANCA-FILE
           END-IF.
           IF FS-MOVBANCA NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE MOVBANCA.DAT - STATO "
                       FS-MOVBANCA
               CLOSE MOVBOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO MOVBANCA-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-MOVBOLD-REC.
           START MOVBOLD-FILE KEY IS NOT LESS THAN CHIAVE-MOVBOLD-REC
               INVALID KEY MOVE "10" TO FS-MOVBOLD
           END-START.

           PERFORM UNTIL FS-MOVBOLD = "10"
               READ MOVBOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MOVBOLD
                   NOT AT END
                       MOVE DATA-MOVBOLD TO DATA-MOVBANCA-REC
                       MOVE IMPORTO-MOVBOLD TO IMPORTO-MOVBANCA-REC
                       MOVE DESCRIZIONE-MOVBOLD
                           TO DESCRIZIONE-MOVBANCA-REC
                       MOVE 1 TO OCCORRENZA-MOVBANCA-REC
                       MOVE DATA-IMPORT-MOVBOLD
                           TO DATA-IMPORT-MOVBANCA-REC
                       MOVE ESITO-MOVBOLD TO ESITO-MOVBANCA-REC
                       MOVE FATTURA-MOVBOLD TO FATTURA-MOVBANCA-REC
                       MOVE CLIENTE-MOVBOLD TO CLIENTE-MOVBANCA-REC
                       MOVE APPLICATO-MOVBOLD
                           TO APPLICATO-MOVBANCA-REC
                       MOVE MOTIVO-MOVBOLD TO MOTIVO-MOVBANCA-REC
                       WRITE MOVIMENTO-BANCA-REC
                           INVALID KEY
                               DISPLAY "MOVIMENTO GIA' PRESENTE, "
                                       "SCARTATO: " DATA-MOVBOLD " "
                                       DESCRIZIONE-MOVBOLD(1:40)
                           NOT INVALID KEY
                               ADD 1 TO MOVBANCA-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE MOVBOLD-FILE.
           CLOSE MOVBANCA-FILE.

           DISPLAY "MOVIMENTI BANCARI CONVERTITI: " MOVBANCA-CONVERTITI.

      *------------------------------------ FUNCTION MO ----------------
      *CONVERSIONE UNA-TANTUM DEGLI ARCHIVI ALLUNGATI IN CODA:
      *PRIMA DI LANCIARLA RINOMINARE CLIENTI.DAT, LOTTI.DAT E
      *DDTREG.DAT IN CLIOLD.DAT, LOTTOLD.DAT E DDTOLD.DAT. UN
      *ARCHIVIO NON RINOMINATO SI SALTA E SI PUO' CONVERTIRE
      *RIPETENDO LA FUNZIONE
       CONVERTI-ARCHIVI-VECCHI.

           PERFORM CONVERTI-CLIENTI.
           PERFORM CONVERTI-LOTTI.
           PERFORM CONVERTI-DDT.

      *------------------------------------ FUNCTION MP ----------------
      *CLIENTI.DAT DA CLIOLD.DAT: L'AGENTE NASCE A ZERO (NESSUN
      *AGENTE) E SI ASSEGNA POI DALLA MODIFICA CLIENTE
       CONVERTI-CLIENTI.

           OPEN INPUT CLIOLD-FILE.
           IF FS-CLIOLD NOT = "00" THEN
               DISPLAY "CLIOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO CLIENTI.DAT IN CLIOLD.DAT E RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CLIENTI-FILE.
           IF FS-CLIENTI = "35" THEN
               OPEN OUTPUT CLIENTI-FILE
               CLOSE CLIENTI-FILE
               OPEN I-O CLIENTI-FILE
           END-IF.
           IF FS-CLIENTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CLIENTI.DAT - STATO "
                       FS-CLIENTI
               CLOSE CLIOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CODICE-CLIOLD.
           START CLIOLD-FILE KEY IS NOT LESS THAN CODICE-CLIOLD
               INVALID KEY MOVE "10" TO FS-CLIOLD
           END-START.

           PERFORM UNTIL FS-CLIOLD = "10"
               READ CLIOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLIOLD
                   NOT AT END
                       MOVE CODICE-CLIOLD TO CODICE-CLI-REC
                       MOVE RAGIONE-SOCIALE-CLIOLD
                           TO RAGIONE-SOCIALE-CLI
                       MOVE INDIRIZZO-CLIOLD TO INDIRIZZO-CLI
                       MOVE PARTITA-IVA-CLIOLD TO PARTITA-IVA-CLI
                       MOVE GIORNI-PAGAMENTO-CLIOLD
                           TO GIORNI-PAGAMENTO-CLI
                       MOVE FIDO-CLIOLD TO FIDO-CLI
                       MOVE ESPOSIZIONE-CLIOLD TO ESPOSIZIONE-CLI
                       MOVE ZERO TO AGENTE-CLI
                       WRITE CLIENTE-REC
                           INVALID KEY
                               DISPLAY "CLIENTE GIA' PRESENTE, "
                                       "SCARTATO: " CODICE-CLIOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE CLIOLD-FILE.
           CLOSE CLIENTI-FILE.

           DISPLAY "CLIENTI CONVERTITI: " ARCHIVI-CONVERTITI.

      *------------------------------------ FUNCTION MQ ----------------
      *LOTTI.DAT DA LOTTOLD.DAT: NESSUN LOTTO NASCE BLOCCATO
       CONVERTI-LOTTI.

           OPEN INPUT LOTTOLD-FILE.
           IF FS-LOTTOLD NOT = "00" THEN
               DISPLAY "LOTTOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO LOTTI.DAT IN LOTTOLD.DAT E RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LOTTI-FILE.
           IF FS-LOTTI = "35" THEN
               OPEN OUTPUT LOTTI-FILE
               CLOSE LOTTI-FILE
               OPEN I-O LOTTI-FILE
           END-IF.
           IF FS-LOTTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE LOTTI.DAT - STATO "
                       FS-LOTTI
               CLOSE LOTTOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-LOTTOLD.
           START LOTTOLD-FILE KEY IS NOT LESS THAN CHIAVE-LOTTOLD
               INVALID KEY MOVE "10" TO FS-LOTTOLD
           END-START.

           PERFORM UNTIL FS-LOTTOLD = "10"
               READ LOTTOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LOTTOLD
                   NOT AT END
                       MOVE ARTICOLO-LOTTOLD TO ARTICOLO-LOTTO-REC
                       MOVE SCADENZA-LOTTOLD TO SCADENZA-LOTTO-REC
                       MOVE LOTTO-LOTTOLD TO LOTTO-LOTTO-REC
                       MOVE QTA-RESIDUA-LOTTOLD
                           TO QTA-RESIDUA-LOTTO-REC
                       MOVE "N" TO BLOCCATO-LOTTO-REC
                       WRITE LOTTO-REC
                           INVALID KEY
                               DISPLAY "LOTTO GIA' PRESENTE, "
                                       "SCARTATO: " ARTICOLO-LOTTOLD
                                       " " LOTTO-LOTTOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE LOTTOLD-FILE.
           CLOSE LOTTI-FILE.

           DISPLAY "LOTTI CONVERTITI: " ARCHIVI-CONVERTITI.

      *------------------------------------ FUNCTION MR ----------------
      *DDTREG.DAT DA DDTOLD.DAT: LE RIGHE STORICHE NON HANNO
      *CONDIZIONE DI PREZZO NE' LOTTO
       CONVERTI-DDT.

           OPEN INPUT DDTOLD-FILE.
           IF FS-DDTOLD NOT = "00" THEN
               DISPLAY "DDTOLD.DAT NON TROVATO: RINOMINARE IL "
                       "VECCHIO DDTREG.DAT IN DDTOLD.DAT E RIPETERE"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DDT-FILE.
           IF FS-DDT = "35" THEN
               OPEN OUTPUT DDT-FILE
               CLOSE DDT-FILE
               OPEN I-O DDT-FILE
           END-IF.
           IF FS-DDT NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE DDTREG.DAT - STATO "
                       FS-DDT
               CLOSE DDTOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ARCHIVI-CONVERTITI.
           MOVE LOW-VALUES TO CHIAVE-DDTOLD.
           START DDTOLD-FILE KEY IS NOT LESS THAN CHIAVE-DDTOLD
               INVALID KEY MOVE "10" TO FS-DDTOLD
           END-START.

           PERFORM UNTIL FS-DDTOLD = "10"
               READ DDTOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DDTOLD
                   NOT AT END
                       MOVE NUMERO-DDTOLD TO NUMERO-DDT-REC
                       MOVE RIGA-DDTOLD TO RIGA-DDT-REC
                       MOVE CODICE-CLI-DDTOLD TO CODICE-CLI-DDT-REC
                       MOVE CLIENTE-DDTOLD TO CLIENTE-DDT-REC
                       MOVE DATA-DDTOLD TO DATA-DDT-REC
                       MOVE ARTICOLO-DDTOLD TO ARTICOLO-DDT-REC
                       MOVE DESCRIZIONE-DDTOLD TO DESCRIZIONE-DDT-REC
                       MOVE QTA-DDTOLD TO QTA-DDT-REC
                       MOVE PREZZO-DDTOLD TO PREZZO-DDT-REC
                       MOVE ALIQUOTA-DDTOLD TO ALIQUOTA-DDT-REC
                       MOVE FATTURATO-DDTOLD TO FATTURATO-DDT-REC
                       MOVE SPACES TO CONDIZIONE-DDT-REC
                       MOVE SPACES TO LOTTO-DDT-REC
                       WRITE DDT-REGISTRO-REC
                           INVALID KEY
                               DISPLAY "RIGA DDT GIA' PRESENTE, "
                                       "SCARTATA: " NUMERO-DDTOLD
                                       "/" RIGA-DDTOLD
                           NOT INVALID KEY
                               ADD 1 TO ARCHIVI-CONVERTITI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE DDTOLD-FILE.
           CLOSE DDT-FILE.

           DISPLAY "RIGHE DDT CONVERTITE: " ARCHIVI-CONVERTITI.

      *------------------------------------ FUNCTION LG ----------------
      *IMPORTO DA TESTO ("1.234,50", "-80,00"): I PUNTI DELLE
      *MIGLIAIA SI IGNORANO, IL MENO FA DELLA RIGA UN ADDEBITO
       CONVERTI-IMPORTO-BANCA.

           MOVE 0 TO VALORE-CIFRE-BANCA.
           MOVE 0 TO DECIMALI-BANCA.
           MOVE 0 TO CIFRE-IMPORTO-BANCA.
           MOVE "N" TO VIRGOLA-BANCA.
           MOVE "C" TO SEGNO-BANCA.

           PERFORM VARYING POSIZIONE-BANCA FROM 1 BY 1
                   UNTIL POSIZIONE-BANCA > 20
               MOVE TESTO-IMPORTO-BANCA(POSIZIONE-BANCA:1)
                   TO CIFRA-BANCA-X
               EVALUATE TRUE
                   WHEN CIFRA-BANCA-X IS NUMERIC
                       IF VIRGOLA-BANCA = "N" OR DECIMALI-BANCA < 2
                           THEN
                           COMPUTE VALORE-CIFRE-BANCA =
                                   VALORE-CIFRE-BANCA * 10
                                   + CIFRA-BANCA-N
                           ADD 1 TO CIFRE-IMPORTO-BANCA
                           IF VIRGOLA-BANCA = "S" THEN
                               ADD 1 TO DECIMALI-BANCA
                           END-IF
                       END-IF
                   WHEN CIFRA-BANCA-X = ","
                       MOVE "S" TO VIRGOLA-BANCA
                   WHEN CIFRA-BANCA-X = "-"
                       MOVE "D" TO SEGNO-BANCA
               END-EVALUATE
           END-PERFORM.

           EVALUATE DECIMALI-BANCA
               WHEN 0
                   COMPUTE IMPORTO-BANCA = VALORE-CIFRE-BANCA
               WHEN 1
                   COMPUTE IMPORTO-BANCA = VALORE-CIFRE-BANCA / 10
               WHEN OTHER
                   COMPUTE IMPORTO-BANCA = VALORE-CIFRE-BANCA / 100
           END-EVALUATE.

      *------------------------------------ FUNCTION LH ----------------
      *MOVIMENTO COMPLETO: GLI ADDEBITI SI CONTANO SOLTANTO, GLI
      *ACCREDITI GIA' A REGISTRO SI SALTANO, GLI ALTRI SI ABBINANO,
      *SI APPLICANO SE SICURI E RESTANO REGISTRATI CON L'ESITO
       ELABORA-MOVIMENTO-BANCA.

           MOVE "N" TO MOVIMENTO-BANCA-PRONTO.
           MOVE 0 TO APPLICATO-BANCA.

           IF SEGNO-BANCA = "D" THEN
               ADD 1 TO ADDEBITI-BANCA
               ADD IMPORTO-BANCA TO TOTALE-ADDEBITI-BANCA
               EXIT PARAGRAPH
           END-IF.
           IF IMPORTO-BANCA = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTA-OCCORRENZA-BANCA.
           IF OCCORRENZA-BANCA = 0 THEN
               ADD 1 TO SCARTATE-BANCA
               DISPLAY "RIGA " RIGHE-ESTRATTO-BANCA
                       " OLTRE " ACCREDITI-VISTI-MAX " ACCREDITI "
                       "NELLO STESSO ESTRATTO, SCARTATA: IMPORTARE "
                       "L'ESTRATTO IN PIU' PARTI"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ACCREDITI-BANCA.
           ADD IMPORTO-BANCA TO TOTALE-ACCREDITI-BANCA.

           MOVE DATA-BANCA TO DATA-MOVBANCA-REC.
           MOVE IMPORTO-BANCA TO IMPORTO-MOVBANCA-REC.
           MOVE DESCRIZIONE-BANCA TO DESCRIZIONE-MOVBANCA-REC.
           MOVE OCCORRENZA-BANCA TO OCCORRENZA-MOVBANCA-REC.
           READ MOVBANCA-FILE
               INVALID KEY
                   MOVE "N" TO ESITO-ABBINAMENTO
               NOT INVALID KEY
                   MOVE "I" TO ESITO-ABBINAMENTO
           END-READ.
           IF ESITO-ABBINAMENTO = "I" THEN
               ADD 1 TO GIA-IMPORTATI-BANCA
               ADD IMPORTO-BANCA TO TOTALE-GIA-IMPORTATI-BANCA
               MOVE FATTURA-MOVBANCA-REC TO FATTURA-ABBINATA
               MOVE SPACES TO MOTIVO-ABBINAMENTO
               STRING "GIA' IMPORTATO IL " DATA-IMPORT-MOVBANCA-REC
                   DELIMITED BY SIZE INTO MOTIVO-ABBINAMENTO
               PERFORM RIGA-QUADRATURA-BANCA
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABBINA-MOVIMENTO-BANCA.
           IF ESITO-ABBINAMENTO = "A" THEN
               PERFORM APPLICA-MOVIMENTO-BANCA
           END-IF.

           MOVE DATA-BANCA TO DATA-MOVBANCA-REC.
           MOVE IMPORTO-BANCA TO IMPORTO-MOVBANCA-REC.
           MOVE DESCRIZIONE-BANCA TO DESCRIZIONE-MOVBANCA-REC.
           MOVE OCCORRENZA-BANCA TO OCCORRENZA-MOVBANCA-REC.
           MOVE DATA-ODIERNA TO DATA-IMPORT-MOVBANCA-REC.
           MOVE ESITO-ABBINAMENTO TO ESITO-MOVBANCA-REC.
           MOVE FATTURA-ABBINATA TO FATTURA-MOVBANCA-REC.
           MOVE CLIENTE-ABBINATO TO CLIENTE-MOVBANCA-REC.
           MOVE APPLICATO-BANCA TO APPLICATO-MOVBANCA-REC.
           MOVE MOTIVO-ABBINAMENTO TO MOTIVO-MOVBANCA-REC.
           WRITE MOVIMENTO-BANCA-REC
               INVALID KEY
                   DISPLAY "ERRORE IN SCRITTURA MOVBANCA.DAT - STATO "
                           FS-MOVBANCA
           END-WRITE.

           EVALUATE ESITO-ABBINAMENTO
               WHEN "A"
                   ADD 1 TO APPLICATI-BANCA
                   ADD APPLICATO-BANCA TO TOTALE-APPLICATO-BANCA
               WHEN "D"
                   ADD 1 TO VERIFICARE-BANCA
                   ADD IMPORTO-BANCA TO TOTALE-VERIFICARE-BANCA
               WHEN OTHER
                   ADD 1 TO SOSPESI-BANCA
                   ADD IMPORTO-BANCA TO TOTALE-SOSPESI-BANCA
           END-EVALUATE.

           PERFORM RIGA-QUADRATURA-BANCA.

      *------------------------------------ FUNCTION LI ----------------
      *ABBINAMENTO DELL'ACCREDITO: SICURO ("A") SE LA DESCRIZIONE
      *CITA UNA FATTURA APERTA CON QUEL RESIDUO, O CITA UN CLIENTE
      *CON UNA SOLA PARTITA DI QUELL'IMPORTO O CON PARTITE CHE IN
      *TOTALE FANNO L'IMPORTO; INCERTO ("D") SE COMBACIA SOLO
      *L'IMPORTO, SOLO LA FATTURA O SOLO IL CLIENTE; ALTRIMENTI
      *SOSPESO ("S")
       ABBINA-MOVIMENTO-BANCA.

           MOVE "S" TO ESITO-ABBINAMENTO.
           MOVE 0 TO FATTURA-ABBINATA.
           MOVE 0 TO CLIENTE-ABBINATO.
           MOVE "N" TO SALDO-CLIENTE-BANCA.
           MOVE "NESSUNA PARTITA RICONOSCIUTA" TO MOTIVO-ABBINAMENTO.

           MOVE DESCRIZIONE-BANCA TO DESCRIZIONE-MAIUSCOLA.
           INSPECT DESCRIZIONE-MAIUSCOLA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CERCA-FATTURA-IN-DESCRIZIONE.
           IF ESITO-ABBINAMENTO NOT = "A" THEN
               PERFORM CERCA-CLIENTE-IN-DESCRIZIONE
               PERFORM CERCA-PARTITE-PER-IMPORTO
               PERFORM DECIDI-ABBINAMENTO-BANCA
           END-IF.

           CLOSE REGFATT-FILE.

      *------------------------------------ FUNCTION LJ ----------------
      *NUMERI DI AL PIU' CINQUE CIFRE NELLA DESCRIZIONE, PROVATI COME
      *NUMERI DI FATTURA (CRO, IBAN E SIMILI SONO PIU' LUNGHI)
       CERCA-FATTURA-IN-DESCRIZIONE.

           MOVE 0 TO NUMERO-DESCRIZIONE.
           MOVE 0 TO CIFRE-DESCRIZIONE.
           PERFORM VARYING POSIZIONE-BANCA FROM 1 BY 1
                   UNTIL POSIZIONE-BANCA > 81 OR
                         ESITO-ABBINAMENTO = "A"
               IF POSIZIONE-BANCA < 81 THEN
                   MOVE DESCRIZIONE-MAIUSCOLA(POSIZIONE-BANCA:1)
                       TO CIFRA-BANCA-X
               ELSE
                   MOVE SPACE TO CIFRA-BANCA-X
               END-IF
               IF CIFRA-BANCA-X IS NUMERIC THEN
                   ADD 1 TO CIFRE-DESCRIZIONE
                   IF CIFRE-DESCRIZIONE NOT > 5 THEN
                       COMPUTE NUMERO-DESCRIZIONE =
                               NUMERO-DESCRIZIONE * 10 + CIFRA-BANCA-N
                   END-IF
               ELSE
                   IF CIFRE-DESCRIZIONE > 0 AND
                      CIFRE-DESCRIZIONE NOT > 5 AND
                      NUMERO-DESCRIZIONE > 0 THEN
                       PERFORM PROVA-FATTURA-DESCRIZIONE
                   END-IF
                   MOVE 0 TO NUMERO-DESCRIZIONE
                   MOVE 0 TO CIFRE-DESCRIZIONE
               END-IF
           END-PERFORM.

      *------------------------------------ FUNCTION LK ----------------
       PROVA-FATTURA-DESCRIZIONE.

           MOVE NUMERO-DESCRIZIONE TO NUMERO-FATT-REC.
           READ REGFATT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF STATO-FATT-REC = "C" THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RESIDUO-FATTURA =
                   TOTALE-FATT-REC - INCASSATO-FATT-REC.
           IF RESIDUO-FATTURA = IMPORTO-BANCA THEN
               MOVE "A" TO ESITO-ABBINAMENTO
               MOVE NUMERO-FATT-REC TO FATTURA-ABBINATA
               MOVE CODICE-CLI-FATT-REC TO CLIENTE-ABBINATO
               MOVE "FATTURA CITATA, IMPORTO ESATTO"
                   TO MOTIVO-ABBINAMENTO
           ELSE
               IF ESITO-ABBINAMENTO = "S" THEN
                   MOVE "D" TO ESITO-ABBINAMENTO
                   MOVE NUMERO-FATT-REC TO FATTURA-ABBINATA
                   MOVE CODICE-CLI-FATT-REC TO CLIENTE-ABBINATO
                   MOVE "FATTURA CITATA, IMPORTO DIVERSO"
                       TO MOTIVO-ABBINAMENTO
               END-IF
           END-IF.

      *------------------------------------ FUNCTION LL ----------------
      *CLIENTE CITATO NELLA DESCRIZIONE: LA PRIMA PAROLA DELLA
      *RAGIONE SOCIALE DEVE COMPARIRE E UN SOLO CLIENTE DEVE
      *COMBACIARE (CLIENTE-DESCRIZIONE ZERO ALTRIMENTI)
       CERCA-CLIENTE-IN-DESCRIZIONE.

           MOVE 0 TO CLIENTI-ABBINATI.
           MOVE 0 TO CLIENTE-DESCRIZIONE.

           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CODICE-CLI-REC.
           START CLIENTI-FILE KEY IS NOT LESS THAN CODICE-CLI-REC
               INVALID KEY MOVE "10" TO FS-CLIENTI
           END-START.
           PERFORM UNTIL FS-CLIENTI = "10"
               READ CLIENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLIENTI
                   NOT AT END
                       PERFORM CONFRONTA-NOME-CLIENTE
               END-READ
           END-PERFORM.

           CLOSE CLIENTI-FILE.

           IF CLIENTI-ABBINATI NOT = 1 THEN
               MOVE 0 TO CLIENTE-DESCRIZIONE
           END-IF.

      *------------------------------------ FUNCTION LM ----------------
       CONFRONTA-NOME-CLIENTE.

           MOVE 0 TO LUNGHEZZA-NOME-CLIENTE.
           INSPECT RAGIONE-SOCIALE-CLI TALLYING LUNGHEZZA-NOME-CLIENTE
               FOR CHARACTERS BEFORE INITIAL SPACE.
      *SIGLE E PAROLE CORTE DAREBBERO FALSI ABBINAMENTI
           IF LUNGHEZZA-NOME-CLIENTE < 4 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO OCCORRENZE-NOME-CLIENTE.
           INSPECT DESCRIZIONE-MAIUSCOLA
               TALLYING OCCORRENZE-NOME-CLIENTE
               FOR ALL RAGIONE-SOCIALE-CLI(1:LUNGHEZZA-NOME-CLIENTE).
           IF OCCORRENZE-NOME-CLIENTE > 0 THEN
               ADD 1 TO CLIENTI-ABBINATI
               MOVE CODICE-CLI-REC TO CLIENTE-DESCRIZIONE
           END-IF.

      *------------------------------------ FUNCTION LN ----------------
      *PARTITE APERTE CON RESIDUO PARI ALL'ACCREDITO E, PER IL
      *CLIENTE CITATO, NUMERO, TOTALE E PIU' VECCHIA DELLE PARTITE
       CERCA-PARTITE-PER-IMPORTO.

           MOVE 0 TO IMPORTI-UGUALI.
           MOVE 0 TO FATTURA-IMPORTO-UGUALE.
           MOVE 0 TO FATTURE-CLIENTE-APERTE.
           MOVE 0 TO FATTURE-CLIENTE-UGUALI.
           MOVE 0 TO FATTURA-CLIENTE-UGUALE.
           MOVE 0 TO FATTURA-PIU-VECCHIA.
           MOVE 99999999 TO SCADENZA-PIU-VECCHIA.
           MOVE 0 TO RESIDUO-CLIENTE-BANCA.

           MOVE 0 TO NUMERO-FATT-REC.
           START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
               INVALID KEY MOVE "10" TO FS-REGFATT
           END-START.
           PERFORM UNTIL FS-REGFATT = "10"
               READ REGFATT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-REGFATT
                   NOT AT END
                       IF STATO-FATT-REC NOT = "C" THEN
                           PERFORM CONFRONTA-PARTITA-BANCA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-REGFATT.

      *------------------------------------ FUNCTION LO ----------------
       CONFRONTA-PARTITA-BANCA.

           COMPUTE RESIDUO-FATTURA =
                   TOTALE-FATT-REC - INCASSATO-FATT-REC.
           IF RESIDUO-FATTURA NOT > 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF RESIDUO-FATTURA = IMPORTO-BANCA THEN
               ADD 1 TO IMPORTI-UGUALI
               IF FATTURA-IMPORTO-UGUALE = 0 THEN
                   MOVE NUMERO-FATT-REC TO FATTURA-IMPORTO-UGUALE
               END-IF
           END-IF.

           IF CLIENTE-DESCRIZIONE NOT = 0 AND
              CODICE-CLI-FATT-REC = CLIENTE-DESCRIZIONE THEN
               ADD 1 TO FATTURE-CLIENTE-APERTE
               ADD RESIDUO-FATTURA TO RESIDUO-CLIENTE-BANCA
               IF DATA-SCADENZA-FATT-REC < SCADENZA-PIU-VECCHIA THEN
                   MOVE DATA-SCADENZA-FATT-REC TO SCADENZA-PIU-VECCHIA
                   MOVE NUMERO-FATT-REC TO FATTURA-PIU-VECCHIA
               END-IF
               IF RESIDUO-FATTURA = IMPORTO-BANCA THEN
                   ADD 1 TO FATTURE-CLIENTE-UGUALI
                   MOVE NUMERO-FATT-REC TO FATTURA-CLIENTE-UGUALE
               END-IF
           END-IF.

      *------------------------------------ FUNCTION LP ----------------
       DECIDI-ABBINAMENTO-BANCA.

           EVALUATE TRUE
               WHEN CLIENTE-DESCRIZIONE NOT = 0 AND
                    FATTURE-CLIENTE-UGUALI = 1
                   MOVE "A" TO ESITO-ABBINAMENTO
                   MOVE FATTURA-CLIENTE-UGUALE TO FATTURA-ABBINATA
                   MOVE CLIENTE-DESCRIZIONE TO CLIENTE-ABBINATO
                   MOVE "CLIENTE CITATO, IMPORTO ESATTO"
                       TO MOTIVO-ABBINAMENTO
               WHEN CLIENTE-DESCRIZIONE NOT = 0 AND
                    FATTURE-CLIENTE-APERTE > 1 AND
                    RESIDUO-CLIENTE-BANCA = IMPORTO-BANCA
                   MOVE "A" TO ESITO-ABBINAMENTO
                   MOVE "S" TO SALDO-CLIENTE-BANCA
                   MOVE 0 TO FATTURA-ABBINATA
                   MOVE CLIENTE-DESCRIZIONE TO CLIENTE-ABBINATO
                   MOVE "SALDO DI TUTTE LE PARTITE"
                       TO MOTIVO-ABBINAMENTO
               WHEN ESITO-ABBINAMENTO = "D"
                   CONTINUE
               WHEN IMPORTI-UGUALI = 1
                   MOVE "D" TO ESITO-ABBINAMENTO
                   MOVE FATTURA-IMPORTO-UGUALE TO FATTURA-ABBINATA
                   MOVE "SOLO IMPORTO, CLIENTE NON CITATO"
                       TO MOTIVO-ABBINAMENTO
               WHEN IMPORTI-UGUALI > 1
                   MOVE "D" TO ESITO-ABBINAMENTO
                   MOVE FATTURA-IMPORTO-UGUALE TO FATTURA-ABBINATA
                   MOVE "PIU' PARTITE CON QUESTO IMPORTO"
                       TO MOTIVO-ABBINAMENTO
               WHEN FATTURE-CLIENTE-APERTE > 0
                   MOVE "D" TO ESITO-ABBINAMENTO
                   MOVE FATTURA-PIU-VECCHIA TO FATTURA-ABBINATA
                   MOVE CLIENTE-DESCRIZIONE TO CLIENTE-ABBINATO
                   MOVE "CLIENTE CITATO, IMPORTO DIVERSO"
                       TO MOTIVO-ABBINAMENTO
           END-EVALUATE.

      *------------------------------------ FUNCTION LQ ----------------
      *APPLICA L'ACCREDITO SICURO ALLA FATTURA ABBINATA, O A TUTTE
      *LE PARTITE APERTE DEL CLIENTE SE LE SALDA; SE NON RIESCE
      *L'ACCREDITO PASSA ALLA REVISIONE
       APPLICA-MOVIMENTO-BANCA.

           MOVE 0 TO APPLICATO-BANCA.
           OPEN I-O REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               MOVE "D" TO ESITO-ABBINAMENTO
               MOVE "REGISTRO FATTURE NON DISPONIBILE"
                   TO MOTIVO-ABBINAMENTO
               EXIT PARAGRAPH
           END-IF.

           IF SALDO-CLIENTE-BANCA = "S" THEN
               MOVE 0 TO NUMERO-FATT-REC
               START REGFATT-FILE KEY IS NOT LESS THAN NUMERO-FATT-REC
                   INVALID KEY MOVE "10" TO FS-REGFATT
               END-START
               PERFORM UNTIL FS-REGFATT = "10"
                   READ REGFATT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-REGFATT
                       NOT AT END
                           IF CODICE-CLI-FATT-REC = CLIENTE-ABBINATO
                              AND STATO-FATT-REC NOT = "C" THEN
                               COMPUTE RESIDUO-FATTURA =
                                   TOTALE-FATT-REC - INCASSATO-FATT-REC
                               IF RESIDUO-FATTURA > 0 THEN
                                   MOVE RESIDUO-FATTURA
                                       TO IMPORTO-INCASSO
                                   PERFORM REGISTRA-IMPORTO-INCASSO
                                   ADD IMPORTO-INCASSO
                                       TO APPLICATO-BANCA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE FATTURA-ABBINATA TO NUMERO-FATT-REC
               READ REGFATT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IMPORTO-BANCA TO IMPORTO-INCASSO
                       PERFORM REGISTRA-IMPORTO-INCASSO
                       MOVE IMPORTO-BANCA TO APPLICATO-BANCA
               END-READ
           END-IF.

           CLOSE REGFATT-FILE.

           IF APPLICATO-BANCA = 0 THEN
               MOVE "D" TO ESITO-ABBINAMENTO
               MOVE "APPLICAZIONE NON RIUSCITA" TO MOTIVO-ABBINAMENTO
           END-IF.

      *------------------------------------ FUNCTION LR ----------------
      *RIGA DI QUADRATURA PER IL MOVIMENTO APPENA TRATTATO
       RIGA-QUADRATURA-BANCA.

           EVALUATE ESITO-ABBINAMENTO
               WHEN "A"
                   MOVE "APPLICATO" TO TESTO-ESITO-BANCA
               WHEN "D"
                   MOVE "DA VERIFICARE" TO TESTO-ESITO-BANCA
               WHEN "I"
                   MOVE "SALTATO" TO TESTO-ESITO-BANCA
               WHEN OTHER
                   MOVE "IN SOSPESO" TO TESTO-ESITO-BANCA
           END-EVALUATE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           MOVE IMPORTO-BANCA TO IMPORTO-FATTURA-EDIT.
           STRING DATA-BANCA " " IMPORTO-FATTURA-EDIT " "
                  TESTO-ESITO-BANCA " " FATTURA-ABBINATA " "
                  MOTIVO-ABBINAMENTO " " DESCRIZIONE-BANCA(1:25)
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION LS ----------------
      *QUADRATURA: IL TOTALE ACCREDITI DELL'ESTRATTO DEVE ESSERE LA
      *SOMMA DI APPLICATO, DA VERIFICARE, SOSPESO E GIA' IMPORTATO
       QUADRATURA-ESTRATTO-BANCA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "RIGHE LETTE " RIGHE-ESTRATTO-BANCA
                  "  RIGHE SCARTATE " SCARTATE-BANCA
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY RW-RIGA.

           MOVE "ACCREDITI DELL'ESTRATTO" TO ETICHETTA-TOTALE-BANCA.
           MOVE ACCREDITI-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-ACCREDITI-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.
           MOVE "  APPLICATI IN AUTOMATICO" TO ETICHETTA-TOTALE-BANCA.
           MOVE APPLICATI-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-APPLICATO-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.
           MOVE "  DA VERIFICARE" TO ETICHETTA-TOTALE-BANCA.
           MOVE VERIFICARE-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-VERIFICARE-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.
           MOVE "  IN SOSPESO" TO ETICHETTA-TOTALE-BANCA.
           MOVE SOSPESI-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-SOSPESI-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.
           MOVE "  GIA' IMPORTATI IN PRECEDENZA"
               TO ETICHETTA-TOTALE-BANCA.
           MOVE GIA-IMPORTATI-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-GIA-IMPORTATI-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.

           COMPUTE DIFFERENZA-BANCA =
                   TOTALE-ACCREDITI-BANCA - TOTALE-APPLICATO-BANCA
                   - TOTALE-VERIFICARE-BANCA - TOTALE-SOSPESI-BANCA
                   - TOTALE-GIA-IMPORTATI-BANCA.
           MOVE DIFFERENZA-BANCA TO DIFFERENZA-BANCA-EDIT.
           MOVE SPACES TO RW-RIGA.
           STRING "DIFFERENZA DI QUADRATURA           EURO "
                  DIFFERENZA-BANCA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY RW-RIGA.

           MOVE "ADDEBITI (NON TRATTATI)" TO ETICHETTA-TOTALE-BANCA.
           MOVE ADDEBITI-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-ADDEBITI-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.

      *------------------------------------ FUNCTION LT ----------------
       RIGA-TOTALE-BANCA.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           MOVE IMPORTO-TOTALE-BANCA TO TOTALE-BANCA-EDIT.
           STRING ETICHETTA-TOTALE-BANCA " " CONTEGGIO-TOTALE-BANCA
                  "  EURO " TOTALE-BANCA-EDIT
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY RW-RIGA.

      *------------------------------------ FUNCTION LU ----------------
      *REVISIONE DEGLI ACCREDITI INCERTI (E A RICHIESTA DEI
      *SOSPESI): SI CONFERMA LA FATTURA PROPOSTA, SE NE INDICA
      *UN'ALTRA O SI LASCIA IL MOVIMENTO IN SOSPESO
       REVISIONE-MOVIMENTI-BANCA.

           OPEN I-O MOVBANCA-FILE.
           IF FS-MOVBANCA NOT = "00" THEN
               DISPLAY "NESSUN MOVIMENTO BANCARIO IMPORTATO"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "INCLUDERE ANCHE I MOVIMENTI IN SOSPESO (S/N): ".
           MOVE "N" TO INCLUDI-SOSPESI-BANCA.
           ACCEPT INCLUDI-SOSPESI-BANCA.
           MOVE 0 TO REVISIONATI-BANCA.

           MOVE LOW-VALUES TO CHIAVE-MOVBANCA-REC.
           START MOVBANCA-FILE KEY IS NOT LESS THAN CHIAVE-MOVBANCA-REC
               INVALID KEY MOVE "10" TO FS-MOVBANCA
           END-START.
           PERFORM UNTIL FS-MOVBANCA = "10"
               READ MOVBANCA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MOVBANCA
                   NOT AT END
                       IF ESITO-MOVBANCA-REC = "D" OR
                          (ESITO-MOVBANCA-REC = "S" AND
                           INCLUDI-SOSPESI-BANCA = "S") THEN
                           PERFORM REVISIONE-RIGA-BANCA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MOVBANCA-FILE.
           DISPLAY REVISIONATI-BANCA " MOVIMENTI APPLICATI IN "
                   "REVISIONE".

      *------------------------------------ FUNCTION LV ----------------
       REVISIONE-RIGA-BANCA.

           MOVE IMPORTO-MOVBANCA-REC TO IMPORTO-FATTURA-EDIT.
           DISPLAY " ".
           DISPLAY DATA-MOVBANCA-REC " EURO " IMPORTO-FATTURA-EDIT
                   " " MOTIVO-MOVBANCA-REC.
           DISPLAY DESCRIZIONE-MOVBANCA-REC.
           IF FATTURA-MOVBANCA-REC NOT = 0 THEN
               PERFORM MOSTRA-FATTURA-PROPOSTA
           END-IF.

           DISPLAY "C CONFERMA PROPOSTA  F ALTRA FATTURA  "
                   "S IN SOSPESO  X FINE  INVIO SALTA: ".
           MOVE SPACE TO SCELTA-REVISIONE-BANCA.
           ACCEPT SCELTA-REVISIONE-BANCA.
           MOVE 0 TO FATTURA-REVISIONE-BANCA.
           EVALUATE SCELTA-REVISIONE-BANCA
               WHEN "C"
                   MOVE FATTURA-MOVBANCA-REC TO FATTURA-REVISIONE-BANCA
               WHEN "F"
                   DISPLAY "NUMERO FATTURA: "
                   ACCEPT FATTURA-REVISIONE-BANCA
               WHEN "S"
                   MOVE "S" TO ESITO-MOVBANCA-REC
                   MOVE "MESSO IN SOSPESO IN REVISIONE"
                       TO MOTIVO-MOVBANCA-REC
                   REWRITE MOVIMENTO-BANCA-REC
                       INVALID KEY
                           DISPLAY "ERRORE IN RISCRITTURA - STATO "
                                   FS-MOVBANCA
                   END-REWRITE
                   EXIT PARAGRAPH
               WHEN "X"
                   MOVE "10" TO FS-MOVBANCA
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF FATTURA-REVISIONE-BANCA = 0 THEN
               DISPLAY "NESSUNA FATTURA INDICATA"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPLICA-REVISIONE-BANCA.

      *------------------------------------ FUNCTION LW ----------------
      *FATTURA PROPOSTA PER IL MOVIMENTO IN REVISIONE
       MOSTRA-FATTURA-PROPOSTA.

           OPEN INPUT REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FATTURA-MOVBANCA-REC TO NUMERO-FATT-REC.
           READ REGFATT-FILE
               INVALID KEY
                   DISPLAY "FATTURA PROPOSTA " FATTURA-MOVBANCA-REC
                           " NON PIU' A REGISTRO"
               NOT INVALID KEY
                   COMPUTE RESIDUO-FATTURA =
                           TOTALE-FATT-REC - INCASSATO-FATT-REC
                   MOVE RESIDUO-FATTURA TO IMPORTO-SEGNO-EDIT
                   DISPLAY "PROPOSTA: FATTURA " NUMERO-FATT-REC
                           " DEL " DATA-FATT-REC " "
                           CLIENTE-FATT-REC(1:25)
                           " RESIDUO " IMPORTO-SEGNO-EDIT
           END-READ.
           CLOSE REGFATT-FILE.

      *------------------------------------ FUNCTION LX ----------------
      *APPLICA IL MOVIMENTO IN REVISIONE ALLA FATTURA SCELTA
       APPLICA-REVISIONE-BANCA.

           OPEN I-O REGFATT-FILE.
           IF FS-REGFATT NOT = "00" THEN
               DISPLAY "NESSUN REGISTRO FATTURE PRESENTE"
               EXIT PARAGRAPH
           END-IF.

           MOVE FATTURA-REVISIONE-BANCA TO NUMERO-FATT-REC.
           READ REGFATT-FILE
               INVALID KEY
                   DISPLAY "FATTURA NON A REGISTRO"
               NOT INVALID KEY
                   IF STATO-FATT-REC = "C" THEN
                       DISPLAY "FATTURA GIA' INCASSATA PER INTERO"
                   ELSE
                       MOVE IMPORTO-MOVBANCA-REC TO IMPORTO-INCASSO
                       PERFORM REGISTRA-IMPORTO-INCASSO
                       MOVE "V" TO ESITO-MOVBANCA-REC
                       MOVE NUMERO-FATT-REC TO FATTURA-MOVBANCA-REC
                       MOVE CODICE-CLI-FATT-REC TO CLIENTE-MOVBANCA-REC
                       MOVE IMPORTO-MOVBANCA-REC
                           TO APPLICATO-MOVBANCA-REC
                       MOVE "APPLICATO IN REVISIONE"
                           TO MOTIVO-MOVBANCA-REC
                       REWRITE MOVIMENTO-BANCA-REC
                           INVALID KEY
                               DISPLAY "ERRORE IN RISCRITTURA - "
                                       "STATO " FS-MOVBANCA
                       END-REWRITE
                       ADD 1 TO REVISIONATI-BANCA
                   END-IF
           END-READ.

           CLOSE REGFATT-FILE.

      *------------------------------------ FUNCTION LY ----------------
      *LISTA DEI MOVIMENTI BANCARI IN SOSPESO SU SOSPBANC.TXT
       ELENCO-SOSPESI-BANCA.

           OPEN INPUT MOVBANCA-FILE.
           IF FS-MOVBANCA NOT = "00" THEN
               DISPLAY "NESSUN MOVIMENTO BANCARIO IMPORTATO"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SOSPESI-BANCA.
           MOVE 0 TO TOTALE-SOSPESI-BANCA.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "SOSPBANC.TXT" TO RW-NOME-FILE.
           MOVE "MOVIMENTI BANCARI IN SOSPESO" TO RW-TITOLO.
           MOVE "DATA / IMPORTO / IMPORTATO IL / DESCRIZIONE"
               TO RW-INTESTAZIONE.
           MOVE "MAGAZZINO" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.

           MOVE LOW-VALUES TO CHIAVE-MOVBANCA-REC.
           START MOVBANCA-FILE KEY IS NOT LESS THAN CHIAVE-MOVBANCA-REC
               INVALID KEY MOVE "10" TO FS-MOVBANCA
           END-START.
           PERFORM UNTIL FS-MOVBANCA = "10"
               READ MOVBANCA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-MOVBANCA
                   NOT AT END
                       IF ESITO-MOVBANCA-REC = "S" THEN
                           ADD 1 TO SOSPESI-BANCA
                           ADD IMPORTO-MOVBANCA-REC
                               TO TOTALE-SOSPESI-BANCA
                           MOVE "R" TO RW-OPERAZIONE
                           MOVE SPACES TO RW-RIGA
                           MOVE IMPORTO-MOVBANCA-REC
                               TO IMPORTO-FATTURA-EDIT
                           STRING DATA-MOVBANCA-REC " "
                                  IMPORTO-FATTURA-EDIT " "
                                  DATA-IMPORT-MOVBANCA-REC " "
                                  DESCRIZIONE-MOVBANCA-REC(1:70)
                               DELIMITED BY SIZE INTO RW-RIGA
                           CALL "REPORTWR" USING REPORTWR-AREA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MOVBANCA-FILE.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE "TOTALE IN SOSPESO" TO ETICHETTA-TOTALE-BANCA.
           MOVE SOSPESI-BANCA TO CONTEGGIO-TOTALE-BANCA.
           MOVE TOTALE-SOSPESI-BANCA TO IMPORTO-TOTALE-BANCA.
           PERFORM RIGA-TOTALE-BANCA.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "LISTA SU SOSPBANC.TXT".

      *------------------------------------ FUNCTION LZ ----------------
      *DOPPIONI NELL'ANAGRAFICA CLIENTI: REPORT DELLE COPPIE SOSPETTE
      *E FUSIONE DI QUELLE CONFERMATE. DALLO SCRIPT NOTTURNO SOLO IL
      *REPORT: LE FUSIONI SI DECIDONO A VIDEO
       DOPPIONI-CLIENTI.

           IF SCELTA-DA-PARAMETRO > 0 THEN
               PERFORM REPORT-DOPPIONI-CLIENTI
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SCELTA-DOPPIONI-CLI.
           PERFORM UNTIL SCELTA-DOPPIONI-CLI = 9
               DISPLAY "DOPPIONI CLIENTI"
               DISPLAY "1 REPORT DEI DOPPIONI  2 UNISCI DUE CLIENTI  "
                       "9 FINE"
               ACCEPT SCELTA-DOPPIONI-CLI

               EVALUATE SCELTA-DOPPIONI-CLI
                   WHEN 1
                       PERFORM REPORT-DOPPIONI-CLIENTI
                   WHEN 2
                       PERFORM UNISCI-CLIENTI
                   WHEN OTHER
                       MOVE 9 TO SCELTA-DOPPIONI-CLI
               END-EVALUATE
           END-PERFORM.

      *------------------------------------ FUNCTION MA ----------------
      *COPPIE DI CLIENTI CON RAGIONE SOCIALE UGUALE O SIMILE PER IL
      *SERVIZIO DI CONFRONTO DEI NOMI, O CON LA STESSA PARTITA IVA,
      *SU DOPPICLI.TXT
       REPORT-DOPPIONI-CLIENTI.

           PERFORM CARICA-CLIENTI-CONFRONTO.
           IF CLIENTI-CONFRONTO-CARICATI = 0 THEN
               DISPLAY "NESSUN CLIENTE DA CONFRONTARE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO RW-OPERAZIONE.
           MOVE "DOPPICLI.TXT" TO RW-NOME-FILE.
           MOVE "POSSIBILI DOPPIONI NELL'ANAGRAFICA CLIENTI"
               TO RW-TITOLO.
           MOVE SPACES TO RW-INTESTAZIONE.
           STRING "CODICE RAGIONE SOCIALE                "
                  "CODICE RAGIONE SOCIALE                "
                  "PUNTI MOTIVO"
               DELIMITED BY SIZE INTO RW-INTESTAZIONE.
           MOVE "AMMINISTRAZIONE" TO RW-OPERATORE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF RW-ESITO = "N" THEN
               DISPLAY "IMPOSSIBILE APRIRE DOPPICLI.TXT"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO DOPPIONI-CLI-SEGNALATI.
           PERFORM VARYING DQ FROM 1 BY 1
                   UNTIL DQ > CLIENTI-CONFRONTO-CARICATI
               SET DW TO DQ
               SET DW UP BY 1
               PERFORM UNTIL DW > CLIENTI-CONFRONTO-CARICATI
                   PERFORM CONFRONTA-COPPIA-CLIENTI
                   SET DW UP BY 1
               END-PERFORM
           END-PERFORM.

           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           MOVE SPACES TO RW-RIGA.
           STRING "CLIENTI ESAMINATI: " CLIENTI-CONFRONTO-CARICATI
                  "  COPPIE SOSPETTE: " DOPPIONI-CLI-SEGNALATI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.
           IF CLIENTI-NON-CONFRONTATI > 0 THEN
               MOVE SPACES TO RW-RIGA
               STRING "ATTENZIONE: " CLIENTI-NON-CONFRONTATI
                      " CLIENTI OLTRE IL LIMITE DI "
                      CLIENTI-CONFRONTO-MAX " NON ESAMINATI"
                   DELIMITED BY SIZE INTO RW-RIGA
               CALL "REPORTWR" USING REPORTWR-AREA
           END-IF.

           MOVE "C" TO RW-OPERAZIONE.
           CALL "REPORTWR" USING REPORTWR-AREA.
           DISPLAY "COPPIE SOSPETTE: " DOPPIONI-CLI-SEGNALATI
                   " - REPORT SU DOPPICLI.TXT".

      *------------------------------------ FUNCTION MB ----------------
      *CLIENTI IN TABELLA CON LE CHIAVI DI CONFRONTO GIA' CALCOLATE
       CARICA-CLIENTI-CONFRONTO.

           MOVE 0 TO CLIENTI-CONFRONTO-CARICATI.
           MOVE 0 TO CLIENTI-NON-CONFRONTATI.

           OPEN INPUT CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FS-CLIENTI NOT = "00"
               READ CLIENTI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLIENTI
                   NOT AT END
                       IF CLIENTI-CONFRONTO-CARICATI >=
                          CLIENTI-CONFRONTO-MAX THEN
                           ADD 1 TO CLIENTI-NON-CONFRONTATI
                       ELSE
                           ADD 1 TO CLIENTI-CONFRONTO-CARICATI
                           SET DQ TO CLIENTI-CONFRONTO-CARICATI
                           MOVE CODICE-CLI-REC TO CODICE-CONFRONTO(DQ)
                           MOVE RAGIONE-SOCIALE-CLI
                               TO RAGIONE-CONFRONTO(DQ)
                           MOVE PARTITA-IVA-CLI
                               TO PARTITA-IVA-CONFRONTO(DQ)
                           MOVE "K" TO NOMESRV-FUNZIONE
                           MOVE RAGIONE-SOCIALE-CLI TO NOMESRV-NOME1
                           CALL "NOMESRV" USING NOMESRV-AREA
                           MOVE NOMESRV-CHIAVE1
                               TO CHIAVE-CONFRONTO(DQ)
                           MOVE NOMESRV-FONETICA1
                               TO FONETICA-CONFRONTO(DQ)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTI-FILE.

      *------------------------------------ FUNCTION MC ----------------
      *UNA COPPIA (DQ, DW): LA STESSA PARTITA IVA BASTA; ALTRIMENTI
      *IL CONFRONTO DEI NOMI SI FA SOLO TRA CHIAVI O CODICI FONETICI
      *CHE PARTONO CON LA STESSA LETTERA
       CONFRONTA-COPPIA-CLIENTI.

           MOVE SPACES TO MOTIVO-DOPPIONE-CLI.

           IF PARTITA-IVA-CONFRONTO(DQ) NOT = SPACES AND
              PARTITA-IVA-CONFRONTO(DQ) = PARTITA-IVA-CONFRONTO(DW)
               THEN
               MOVE "STESSA P.IVA" TO MOTIVO-DOPPIONE-CLI
           ELSE
               IF CHIAVE-CONFRONTO(DQ)(1:1) NOT =
                  CHIAVE-CONFRONTO(DW)(1:1) AND
                  FONETICA-CONFRONTO(DQ)(1:1) NOT =
                  FONETICA-CONFRONTO(DW)(1:1) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "C" TO NOMESRV-FUNZIONE.
           MOVE RAGIONE-CONFRONTO(DQ) TO NOMESRV-NOME1.
           MOVE RAGIONE-CONFRONTO(DW) TO NOMESRV-NOME2.
           CALL "NOMESRV" USING NOMESRV-AREA.

           IF MOTIVO-DOPPIONE-CLI = SPACES AND
              NOMESRV-ESITO = "S" THEN
               EVALUATE TRUE
                   WHEN NOMESRV-PUNTEGGIO = 100
                       MOVE "NOME UGUALE" TO MOTIVO-DOPPIONE-CLI
                   WHEN NOMESRV-PUNTEGGIO >= SOGLIA-DOPPIONE-CLI
                       MOVE "NOME SIMILE" TO MOTIVO-DOPPIONE-CLI
                   WHEN NOMESRV-FONETICA1 = NOMESRV-FONETICA2 AND
                        NOMESRV-PUNTEGGIO >= SOGLIA-FONETICA-CLI
                       MOVE "STESSO SUONO" TO MOTIVO-DOPPIONE-CLI
               END-EVALUATE
           END-IF.

           IF MOTIVO-DOPPIONE-CLI = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO DOPPIONI-CLI-SEGNALATI.
           MOVE NOMESRV-PUNTEGGIO TO PUNTEGGIO-DOPPIONE-EDIT.
           MOVE "R" TO RW-OPERAZIONE.
           MOVE SPACES TO RW-RIGA.
           STRING CODICE-CONFRONTO(DQ) "  "
                  RAGIONE-CONFRONTO(DQ)(1:30) " "
                  CODICE-CONFRONTO(DW) "  "
                  RAGIONE-CONFRONTO(DW)(1:30) " "
                  PUNTEGGIO-DOPPIONE-EDIT "   " MOTIVO-DOPPIONE-CLI
               DELIMITED BY SIZE INTO RW-RIGA.
           CALL "REPORTWR" USING REPORTWR-AREA.

      *------------------------------------ FUNCTION MD ----------------
      *FUSIONE DI DUE CLIENTI: FATTURE, NOTE DI CREDITO, DDT,
      *PREVENTIVI, CONDIZIONI, PROVVIGIONI E MOVIMENTI BANCARI DEL
      *DOPPIONE PASSANO AL CODICE CHE RESTA, CHE SOMMA ANCHE
      *L'ESPOSIZIONE; POI IL DOPPIONE SI CANCELLA. SUI DOCUMENTI GIA'
      *EMESSI RESTA LA RAGIONE SOCIALE CON CUI SONO STATI STAMPATI
       UNISCI-CLIENTI.

           DISPLAY "CODICE DEL CLIENTE CHE RESTA: ".
           ACCEPT CODICE-CLI-SUPERSTITE.
           DISPLAY "CODICE DEL DOPPIONE DA ELIMINARE: ".
           ACCEPT CODICE-CLI-DOPPIONE.

           IF CODICE-CLI-SUPERSTITE = CODICE-CLI-DOPPIONE THEN
               DISPLAY "I DUE CODICI SONO UGUALI"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CLIENTI-FILE.
           IF FS-CLIENTI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE APRIRE CLIENTI.DAT - STATO "
                       FS-CLIENTI
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-CLI-DOPPIONE TO CODICE-CLI-REC.
           READ CLIENTI-FILE
               INVALID KEY
                   MOVE "N" TO CLIENTE-TROVATO
               NOT INVALID KEY
                   MOVE "S" TO CLIENTE-TROVATO
                   MOVE CLIENTE-REC TO CLIENTE-DOPPIONE
           END-READ.
           IF CLIENTE-TROVATO = "N" THEN
               DISPLAY "DOPPIONE " CODICE-CLI-DOPPIONE " NON TROVATO"
               CLOSE CLIENTI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-CLI-SUPERSTITE TO CODICE-CLI-REC.
           READ CLIENTI-FILE
               INVALID KEY
                   MOVE "N" TO CLIENTE-TROVATO
           END-READ.
           IF CLIENTE-TROVATO = "N" THEN
               DISPLAY "CLIENTE " CODICE-CLI-SUPERSTITE " NON TROVATO"
               CLOSE CLIENTI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO NOMESRV-FUNZIONE.
           MOVE RAGIONE-SOCIALE-CLI TO NOMESRV-NOME1.
           MOVE RAGIONE-SOCIALE-DOPPIONE TO NOMESRV-NOME2.
           CALL "NOMESRV" USING NOMESRV-AREA.

           DISPLAY "RESTA:     " CODICE-CLI-REC " "
                   RAGIONE-SOCIALE-CLI " P.IVA " PARTITA-IVA-CLI.
           DISPLAY "SI UNISCE: " CODICE-CLI-DOPPIONE-R " "
                   RAGIONE-SOCIALE-DOPPIONE " P.IVA "
                   PARTITA-IVA-DOPPIONE.
           DISPLAY "SOMIGLIANZA DEI NOMI: " NOMESRV-PUNTEGGIO.
           IF PARTITA-IVA-CLI NOT = SPACES AND
              PARTITA-IVA-DOPPIONE NOT = SPACES AND
              PARTITA-IVA-CLI NOT = PARTITA-IVA-DOPPIONE THEN
               DISPLAY "ATTENZIONE: LE PARTITE IVA SONO DIVERSE"
           END-IF.
           DISPLAY "CONFERMI LA FUSIONE? (S/N)".
           ACCEPT CONFERMA-FUSIONE-CLI.
           IF FUNCTION UPPER-CASE(CONFERMA-FUSIONE-CLI) NOT = "S" THEN
               DISPLAY "FUSIONE ANNULLATA"
               CLOSE CLIENTI-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO DOCUMENTI-SPOSTATI-CLI.
           PERFORM SPOSTA-FATTURE-CLIENTE.
           PERFORM SPOSTA-DDT-PREVENTIVI-CLIENTE.
           PERFORM SPOSTA-PROVVIGIONI-CLIENTE.
           PERFORM SPOSTA-CONDIZIONI-CLIENTE.

           IF PARTITA-IVA-CLI = SPACES THEN
               MOVE PARTITA-IVA-DOPPIONE TO PARTITA-IVA-CLI
           END-IF.
           IF AGENTE-CLI = 0 THEN
               MOVE AGENTE-DOPPIONE TO AGENTE-CLI
           END-IF.
           ADD ESPOSIZIONE-DOPPIONE TO ESPOSIZIONE-CLI.
           REWRITE CLIENTE-REC
               INVALID KEY
                   DISPLAY "ERRORE IN RISCRITTURA - STATO " FS-CLIENTI
           END-REWRITE.

           MOVE CODICE-CLI-DOPPIONE TO CODICE-CLI-REC.
           DELETE CLIENTI-FILE
               INVALID KEY
                   DISPLAY "ERRORE IN CANCELLAZIONE DEL DOPPIONE - "
                           "STATO " FS-CLIENTI
           END-DELETE.

           CLOSE CLIENTI-FILE.

           PERFORM REGISTRA-FUSIONE-CLIENTI.
           PERFORM CANCELLA-DOPPIONE-GESTIONALE.

           DISPLAY "FUSIONE ESEGUITA - DOCUMENTI SPOSTATI: "
                   DOCUMENTI-SPOSTATI-CLI.
           IF CONDIZIONI-NON-SPOSTATE > 0 THEN
               DISPLAY "CONDIZIONI RIMASTE SUL DOPPIONE (GIA' "
                       "PRESENTI SUL CLIENTE CHE RESTA): "
                       CONDIZIONI-NON-SPOSTATE
           END-IF.

      *------------------------------------ FUNCTION ME ----------------
      *FATTURE EMESSE E NOTE DI CREDITO DEL DOPPIONE
       SPOSTA-FATTURE-CLIENTE.

           OPEN I-O REGFATT-FILE.
           IF FS-REGFATT = "00" THEN
               PERFORM UNTIL FS-REGFATT NOT = "00"
                   READ REGFATT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-REGFATT
                       NOT AT END
                           IF CODICE-CLI-FATT-REC = CODICE-CLI-DOPPIONE
                               THEN
                               MOVE CODICE-CLI-SUPERSTITE
                                   TO CODICE-CLI-FATT-REC
                               REWRITE FATTURA-REGISTRO-REC
                                   INVALID KEY
                                       DISPLAY "ERRORE IN "
                                           "RISCRITTURA - STATO "
                                           FS-REGFATT
                                   NOT INVALID KEY
                                       ADD 1
                                         TO DOCUMENTI-SPOSTATI-CLI
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGFATT-FILE
           END-IF.

           OPEN I-O NOTECRED-FILE.
           IF FS-NOTECRED = "00" THEN
               PERFORM UNTIL FS-NOTECRED NOT = "00"
                   READ NOTECRED-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-NOTECRED
                       NOT AT END
                           IF CODICE-CLI-NC-REC = CODICE-CLI-DOPPIONE
                               THEN
                               MOVE CODICE-CLI-SUPERSTITE
                                   TO CODICE-CLI-NC-REC
                               REWRITE NOTA-CREDITO-REC
                                   INVALID KEY
                                       DISPLAY "ERRORE IN "
                                           "RISCRITTURA - STATO "
                                           FS-NOTECRED
                                   NOT INVALID KEY
                                       ADD 1
                                         TO DOCUMENTI-SPOSTATI-CLI
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTECRED-FILE
           END-IF.

      *------------------------------------ FUNCTION MF ----------------
      *RIGHE DI DDT E DI PREVENTIVO DEL DOPPIONE
       SPOSTA-DDT-PREVENTIVI-CLIENTE.

           OPEN I-O DDT-FILE.
           IF FS-DDT = "00" THEN
               PERFORM UNTIL FS-DDT NOT = "00"
                   READ DDT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-DDT
                       NOT AT END
                           IF CODICE-CLI-DDT-REC = CODICE-CLI-DOPPIONE
                               THEN
                               MOVE CODICE-CLI-SUPERSTITE
                                   TO CODICE-CLI-DDT-REC
                               REWRITE DDT-REGISTRO-REC
                                   INVALID KEY
                                       DISPLAY "ERRORE IN "
                                           "RISCRITTURA - STATO "
                                           FS-DDT
                                   NOT INVALID KEY
                                       ADD 1
                                         TO DOCUMENTI-SPOSTATI-CLI
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDT-FILE
           END-IF.

           OPEN I-O PREVENT-FILE.
           IF FS-PREVENT = "00" THEN
               PERFORM UNTIL FS-PREVENT NOT = "00"
                   READ PREVENT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-PREVENT
                       NOT AT END
                           IF CODICE-CLI-PREV-REC = CODICE-CLI-DOPPIONE
                               THEN
                               MOVE CODICE-CLI-SUPERSTITE
                                   TO CODICE-CLI-PREV-REC
                               REWRITE PREVENTIVO-REC
                                   INVALID KEY
                                       DISPLAY "ERRORE IN "
                                           "RISCRITTURA - STATO "
                                           FS-PREVENT
                                   NOT INVALID KEY
                                       ADD 1
                                         TO DOCUMENTI-SPOSTATI-CLI
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVENT-FILE
           END-IF.

      *------------------------------------ FUNCTION MG ----------------
      *PROVVIGIONI MATURATE E MOVIMENTI BANCARI ABBINATI AL DOPPIONE
       SPOSTA-PROVVIGIONI-CLIENTE.

           OPEN I-O PROVVIG-FILE.
           IF FS-PROVVIG = "00" THEN
               PERFORM UNTIL FS-PROVVIG NOT = "00"
                   READ PROVVIG-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-PROVVIG
                       NOT AT END
                           IF CLIENTE-PROVV-REC = CODICE-CLI-DOPPIONE
                               THEN
                               MOVE CODICE-CLI-SUPERSTITE
                                   TO CLIENTE-PROVV-REC
                               REWRITE PROVVIGIONE-REC
                                   INVALID KEY
                                       DISPLAY "ERRORE IN "
                                           "RISCRITTURA - STATO "
                                           FS-PROVVIG
                                   NOT INVALID KEY
                                       ADD 1
                                         TO DOCUMENTI-SPOSTATI-CLI
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVVIG-FILE
           END-IF.

           OPEN I-O MOVBANCA-FILE.
           IF FS-MOVBANCA = "00" THEN
               PERFORM UNTIL FS-MOVBANCA NOT = "00"
                   READ MOVBANCA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-MOVBANCA
                       NOT AT END
                           IF CLIENTE-MOVBANCA-REC = CODICE-CLI-DOPPIONE
                               THEN
                               MOVE CODICE-CLI-SUPERSTITE
                                   TO CLIENTE-MOVBANCA-REC
                               REWRITE MOVIMENTO-BANCA-REC
                                   INVALID KEY
                                       DISPLAY "ERRORE IN "
                                           "RISCRITTURA - STATO "
                                           FS-MOVBANCA
                                   NOT INVALID KEY
                                       ADD 1
                                         TO DOCUMENTI-SPOSTATI-CLI
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVBANCA-FILE
           END-IF.

      *------------------------------------ FUNCTION MH ----------------
      *CONDIZIONI DI PREZZO DEL DOPPIONE: IL CLIENTE E' NELLA CHIAVE,
      *QUINDI SI RISCRIVONO CON LA CHIAVE NUOVA E SI CANCELLANO LE
      *VECCHIE. SE IL CLIENTE CHE RESTA HA GIA' LA STESSA CONDIZIONE
      *QUELLA DEL DOPPIONE RESTA DOV'E' E SI SEGNALA
       SPOSTA-CONDIZIONI-CLIENTE.

           MOVE 0 TO CONDIZIONI-NON-SPOSTATE.
           MOVE 0 TO CONDIZIONI-DA-SPOSTARE-CNT.

           OPEN I-O CONDCLI-FILE.
           IF FS-CONDCLI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE CODICE-CLI-DOPPIONE TO CLIENTE-COND-REC.
           MOVE 0 TO ARTICOLO-DA-COND-REC.
           MOVE 0 TO NUMERO-COND-REC.
           START CONDCLI-FILE KEY IS NOT LESS THAN CHIAVE-COND-REC
               INVALID KEY MOVE "10" TO FS-CONDCLI
           END-START.
           PERFORM UNTIL FS-CONDCLI NOT = "00"
               READ CONDCLI-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONDCLI
                   NOT AT END
                       IF CLIENTE-COND-REC NOT = CODICE-CLI-DOPPIONE OR
                          CONDIZIONI-DA-SPOSTARE-CNT >= 200 THEN
                           MOVE "10" TO FS-CONDCLI
                       ELSE
                           ADD 1 TO CONDIZIONI-DA-SPOSTARE-CNT
                           SET DV TO CONDIZIONI-DA-SPOSTARE-CNT
                           MOVE ARTICOLO-DA-COND-REC
                               TO ARTICOLO-DA-SPOSTARE(DV)
                           MOVE NUMERO-COND-REC
                               TO NUMERO-DA-SPOSTARE(DV)
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING DV FROM 1 BY 1
                   UNTIL DV > CONDIZIONI-DA-SPOSTARE-CNT
               MOVE CODICE-CLI-DOPPIONE TO CLIENTE-COND-REC
               MOVE ARTICOLO-DA-SPOSTARE(DV) TO ARTICOLO-DA-COND-REC
               MOVE NUMERO-DA-SPOSTARE(DV) TO NUMERO-COND-REC
               READ CONDCLI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CODICE-CLI-SUPERSTITE TO CLIENTE-COND-REC
                       WRITE CONDIZIONE-CLI-REC
                           INVALID KEY
                               ADD 1 TO CONDIZIONI-NON-SPOSTATE
                           NOT INVALID KEY
                               MOVE CODICE-CLI-DOPPIONE
                                   TO CLIENTE-COND-REC
                               DELETE CONDCLI-FILE
                               ADD 1 TO DOCUMENTI-SPOSTATI-CLI
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE CONDCLI-FILE.

      *------------------------------------ FUNCTION MI ----------------
      *UNA RIGA SUL REGISTRO DELLE FUSIONI (FUSIONI.DAT IN CODA),
      *FIRMATA CON L'OPERATORE DEL MENU PRINCIPALE
       REGISTRA-FUSIONE-CLIENTI.

           MOVE "DIRETTO" TO OPERATORE-FUSIONE.
           OPEN INPUT SESSIONE-FILE.
           IF FS-SESSIONE = "00" THEN
               READ SESSIONE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSIONE-REC TO OPERATORE-FUSIONE
               END-READ
               CLOSE SESSIONE-FILE
           END-IF.

           OPEN EXTEND FUSIONI-FILE.
           IF FS-FUSIONI = "35" THEN
               OPEN OUTPUT FUSIONI-FILE
           END-IF.
           IF FS-FUSIONI NOT = "00" THEN
               DISPLAY "IMPOSSIBILE SCRIVERE FUSIONI.DAT - STATO "
                       FS-FUSIONI
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO MOMENTO-FUSIONE.
           MOVE "CLIENTI" TO ARCHIVIO-FUSIONE.
           MOVE CODICE-CLI-SUPERSTITE TO SUPERSTITE-FUSIONE.
           MOVE CODICE-CLI-DOPPIONE TO DOPPIONE-FUSIONE.
           MOVE RAGIONE-SOCIALE-DOPPIONE TO NOME-DOPPIONE-FUSIONE.
           MOVE DOCUMENTI-SPOSTATI-CLI TO SPOSTATI-FUSIONE.
           WRITE FUSIONE-REC.
           CLOSE FUSIONI-FILE.

      *------------------------------------ FUNCTION MN ----------------
      *IL DOPPIONE SPARISCE ANCHE DAL GESTIONALE: IL SERVIZIO MANDA UNA
      *"D" PER IL SUO CUST-ID (SE NESSUN ALTRO CLIENTE LO USA) E TOGLIE
      *LA RIGA DA CLIXREF.DAT
       CANCELLA-DOPPIONE-GESTIONALE.

           MOVE "D" TO CLIXSRV-FUNZIONE.
           MOVE CODICE-CLI-DOPPIONE TO CLIXSRV-CODICE.
           MOVE RAGIONE-SOCIALE-DOPPIONE TO CLIXSRV-RAGIONE-SOCIALE.
           CALL "CLIXSRV" USING CLIXSRV-AREA.

           IF CLIXSRV-ESITO NOT = "S" THEN
               DISPLAY "ATTENZIONE: DOPPIONE NON TOLTO DAL GESTIONALE "
                       "(CLIXREF.DAT O CUSTOMERS.DAT NON DISPONIBILI)"
               EXIT PARAGRAPH
           END-IF.

           IF CLIXSRV-TIPO = "D" THEN
               DISPLAY "TRANSAZIONE D PER IL GESTIONALE (CUST-ID "
                       CLIXSRV-CUST-ID ") NEL LOTTO " CLIXSRV-LOTTO
           END-IF.

      *------------------------------------ FUNCTION MJ ----------------
      *IL CLIENTE NUOVO O MODIFICATO VA AL GESTIONALE COME TRANSAZIONE
      *A/U NEL FILE SETTIMANALE CUSTOMERS.DAT; SE LA RAGIONE SOCIALE
      *E' QUELLA GIA' MANDATA IL SERVIZIO NON SCRIVE NIENTE
       INVIA-CLIENTE-GESTIONALE.

           MOVE SPACE TO CLIXSRV-FUNZIONE.
           MOVE CODICE-CLI-REC TO CLIXSRV-CODICE.
           MOVE RAGIONE-SOCIALE-CLI TO CLIXSRV-RAGIONE-SOCIALE.
           CALL "CLIXSRV" USING CLIXSRV-AREA.

           IF CLIXSRV-ESITO NOT = "S" THEN
               DISPLAY "ATTENZIONE: CLIENTE NON MANDATO AL GESTIONALE "
                       "(CLIXREF.DAT O CUSTOMERS.DAT NON DISPONIBILI)"
               EXIT PARAGRAPH
           END-IF.

           IF CLIXSRV-TIPO NOT = SPACES THEN
               DISPLAY "TRANSAZIONE " CLIXSRV-TIPO " PER IL GESTIONALE "
                       "(CUST-ID " CLIXSRV-CUST-ID ") NEL LOTTO "
                       CLIXSRV-LOTTO
           END-IF.
