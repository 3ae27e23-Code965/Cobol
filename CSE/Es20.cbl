               10 DATA-PRES-REC PIC 9(8).
           05 CLASSE-PRES-REC PIC X(10).
           05 STATO-PRES-REC PIC X(1).
           05 SCADENZA-GIUST-REC PIC 9(8).
           05 DATA-GIUST-REC PIC 9(8).
           05 MOTIVO-GIUST-REC PIC X(40).
           05 FIRMATARIO-GIUST-REC PIC X(30).

       WORKING-STORAGE SECTION.

