       FD  PROMOTION-FILE.
       01  PROMOTION-RECORD.
           05  PO-ANCIENNE       PIC X(05).
           05  FILLER            PIC X(01).
           05  PO-NOUVELLE       PIC X(05).
           05  FILLER            PIC X(01).
           05  PO-ELEVE-ID       PIC X(05).
