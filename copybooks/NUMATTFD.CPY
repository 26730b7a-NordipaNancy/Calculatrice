       FD  ATTRIBUTION-FILE.
       01  ATTRIBUTION-RECORD.
           05  NA-SERIE          PIC X(08).
           05  FILLER            PIC X(01).
           05  NA-PREMIER        PIC 9(08).
           05  FILLER            PIC X(01).
           05  NA-DERNIER        PIC 9(08).
           05  FILLER            PIC X(01).
           05  NA-DATE           PIC 9(08).
           05  FILLER            PIC X(01).
           05  NA-PROGRAMME      PIC X(20).
