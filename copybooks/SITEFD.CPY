           05  SX-CODE           PIC X(03).
           05  FILLER            PIC X(01).
           05  SX-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  SX-ZONE           PIC X(10).
