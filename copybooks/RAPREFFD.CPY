       FD  RAPPORT-REF-FILE.
       01  RAPPORT-REF-RECORD.
           05  RF-PROGRAMME      PIC X(20).
           05  FILLER            PIC X(01).
           05  RF-RAPPORT        PIC X(14).
           05  FILLER            PIC X(01).
           05  RF-RETENTION      PIC 9(04).
