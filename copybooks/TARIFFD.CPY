       FD  TARIF-FILE.
       01  TARIF-RECORD.
           05  TF-CLIENT         PIC X(03).
           05  FILLER            PIC X(01).
           05  TF-PRIX-ADDITION  PIC 9(3)V99.
           05  FILLER            PIC X(01).
           05  TF-PRIX-SOUSTRACT PIC 9(3)V99.
           05  FILLER            PIC X(01).
           05  TF-PRIX-MULTIPLIC PIC 9(3)V99.
           05  FILLER            PIC X(01).
           05  TF-PRIX-DIVISION  PIC 9(3)V99.
           05  FILLER            PIC X(01).
           05  TF-PRIX-REJET     PIC 9(3)V99.
           05  FILLER            PIC X(01).
           05  TF-MINIMUM        PIC 9(5)V99.
