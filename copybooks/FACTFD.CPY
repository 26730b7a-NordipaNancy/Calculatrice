       FD  FACTURE-FILE.
       01  FACTURE-RECORD.
           05  FA-NUMERO         PIC 9(06).
           05  FILLER            PIC X(01).
           05  FA-MOIS           PIC 9(06).
           05  FILLER            PIC X(01).
           05  FA-CLIENT         PIC X(03).
           05  FILLER            PIC X(01).
           05  FA-NB-ADDITIONS   PIC 9(05).
           05  FILLER            PIC X(01).
           05  FA-NB-SOUSTRACT   PIC 9(05).
           05  FILLER            PIC X(01).
           05  FA-NB-MULTIPLIC   PIC 9(05).
           05  FILLER            PIC X(01).
           05  FA-NB-DIVISIONS   PIC 9(05).
           05  FILLER            PIC X(01).
           05  FA-NB-REJETS      PIC 9(05).
           05  FILLER            PIC X(01).
           05  FA-MONTANT-CALCULE PIC 9(7)V99.
           05  FILLER            PIC X(01).
           05  FA-MONTANT        PIC 9(7)V99.
           05  FILLER            PIC X(01).
           05  FA-DATE           PIC 9(08).
           05  FILLER            PIC X(01).
           05  FA-STATUT         PIC X(01).
           05  FILLER            PIC X(01).
           05  FA-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(01).
           05  FA-DATE-ANNULATION PIC 9(08).
