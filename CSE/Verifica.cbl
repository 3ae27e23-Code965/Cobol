       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 ISBN-CAT PIC X(13).
           05 FILLER PIC X(199).

       FD  LETTORI-FILE.
       01  LETTORE-REC.
           05 CODICE-LETTORE PIC 9(5).
           05 FILLER PIC X(102).

       FD  ARTICOLI-FILE.
       01  ARTICOLO-REC.
