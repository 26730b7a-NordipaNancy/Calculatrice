       FD  SUSPECT-FILE.
       01  SUSPECT-RECORD.
           05  NS-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  NS-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  NS-NOTE           PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  NS-MOYENNE        PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  NS-ECART          PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  NS-STATUT         PIC X(01).
           05  FILLER            PIC X(01).
           05  NS-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(01).
           05  NS-DATE-DECISION  PIC 9(8).
