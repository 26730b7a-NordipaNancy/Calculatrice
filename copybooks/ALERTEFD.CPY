           05  AL-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(01).
           05  AL-COMMENTAIRE    PIC X(30).
           05  FILLER            PIC X(01).
           05  AL-CODE           PIC 9(04).
