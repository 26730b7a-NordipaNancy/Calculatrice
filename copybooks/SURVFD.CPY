       FD  SURVEIL-FILE.
       01  SURVEIL-RECORD.
           05  SV-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  SV-DATE-ENTREE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  SV-NB-ECHECS      PIC 9(3).
