           05  CM-ENSEIGNANT     PIC X(30).
           05  FILLER            PIC X(01).
           05  CM-ACTIF          PIC X(01).
           05  FILLER            PIC X(01).
           05  CM-ENSEIGNANT-ID  PIC X(05).
           05  FILLER            PIC X(01).
           05  CM-CAPACITE       PIC 9(03).
