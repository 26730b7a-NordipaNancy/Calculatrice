           05  JR-MESSAGE        PIC X(40).
           05  FILLER            PIC X(01).
           05  JR-SEVERITE       PIC X(01).
           05  FILLER            PIC X(01).
           05  JR-CODE           PIC 9(04).
