       FD  LETTORI-FILE.
       01  LETTORE-RS.
           05 CODICE-LETTORE-RS PIC 9(5).
           05 FILLER PIC X(102).

       FD  CATALOGO-FILE.
       01  CATALOGO-RS.
           05 ISBN-RS PIC X(13).
           05 FILLER PIC X(199).

       FD  ARTICOLI-FILE.
       01  ARTICOLO-RS.
           05 FILLER PIC X(54).

       FD  MOVIMENTI-FILE.
       01  MOVIMENTO-RS PIC X(64).

       FD  PRESTLOG-FILE.
       01  PRESTLOG-RS PIC X(93).
                       NOT AT END
                           EVALUATE TIPO-RIGA-BACKUP
                               WHEN "D"
                                   MOVE DATI-RIGA-BACKUP(1:107)
                                       TO LETTORE-RS
                                   WRITE LETTORE-RS
                                       INVALID KEY
                       NOT AT END
                           EVALUATE TIPO-RIGA-BACKUP
                               WHEN "D"
                                   MOVE DATI-RIGA-BACKUP(1:212)
                                       TO CATALOGO-RS
                                   WRITE CATALOGO-RS
                                       INVALID KEY
                       NOT AT END
                           EVALUATE TIPO-RIGA-BACKUP
                               WHEN "D"
                                   MOVE DATI-RIGA-BACKUP(1:64)
                                       TO MOVIMENTO-RS
                                   WRITE MOVIMENTO-RS
                                   ADD 1 TO RECORD-CARICATI
