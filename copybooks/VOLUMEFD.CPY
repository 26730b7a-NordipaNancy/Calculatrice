       FD  VOLUME-FILE.
       01  VOLUME-RECORD.
           05  VO-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  VO-FICHIER        PIC X(20).
           05  FILLER            PIC X(01).
           05  VO-NB-ENREGS      PIC 9(7).
