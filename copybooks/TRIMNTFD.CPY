       FD  TRIM-NOTE-FILE.
       01  TRIM-NOTE-RECORD.
           05  TN-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  TN-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  TN-NOTE           PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  TN-BANDE          PIC X(12).
