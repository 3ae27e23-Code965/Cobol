       01 PASSWORD-LOGIN-HASH PIC X(25).
       01 EMAIL-TROVATA PIC X(1).
       01 LOGIN-VERIFICATO PIC X(1).
      *MARCATORE CHE LA REVISIONE DEGLI ACCESSI METTE AL POSTO
      *DELL'HASH DEGLI ACCOUNT DORMIENTI DISABILITATI
       01 MARCA-DISABILITATO PIC X(25) VALUE "DISABILITATO".

      *SOGLIA DI BLOCCO DELL'ACCOUNT (TENTATIVI FALLITI CONSECUTIVI,
      *CONFIGURABILE ALL'AVVIO, DEFAULT 3)
               MOVE SPACES TO H-RUOLO
           END-IF.

      *ACCOUNT DISABILITATO DALLA REVISIONE DEGLI ACCESSI: SUL
      *DATABASE AL POSTO DELL'HASH C'E' IL MARCATORE, E VALE ANCHE
      *SE L'UTENTE E' GIA' NELLA TABELLA IN MEMORIA DELLA SESSIONE
           IF H-PASSWORD = MARCA-DISABILITATO THEN
               DISPLAY "ACCOUNT DISABILITATO: RIVOLGERSI A UN "
                       "AMMINISTRATORE"
               MOVE NOME-LOGIN TO UTENTE-SICUREZZA
               MOVE "BLOCCATO" TO EVENTO-SICUREZZA
               PERFORM SCRIVI-GIORNALE-SICUREZZA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO LOGIN-VERIFICATO.

      *SI CERCA PRIMA L'ACCOUNT PER NOME, COSI' I FALLIMENTI
