       FD  LETTORI-FILE.
       01  LETTORE-BK.
           05 CODICE-LETTORE-BK PIC 9(5).
           05 FILLER PIC X(102).

       FD  CATALOGO-FILE.
       01  CATALOGO-BK.
           05 ISBN-BK PIC X(13).
           05 FILLER PIC X(199).

       FD  ARTICOLI-FILE.
       01  ARTICOLO-BK.
           05 FILLER PIC X(54).

       FD  MOVIMENTI-FILE.
       01  MOVIMENTO-BK PIC X(64).

       FD  PRESTLOG-FILE.
       01  PRESTLOG-BK PIC X(93).
