       FD  NOTE-ATTENTE-FILE.
       01  NOTE-ATTENTE-RECORD.
           05  NP-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  NP-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  NP-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  NP-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  NP-NOTE           PIC Z9.99.
           05  FILLER            PIC X(01).
           05  NP-BANDE          PIC X(12).
           05  FILLER            PIC X(01).
           05  NP-DATE-REPORT    PIC 9(8).
           05  FILLER            PIC X(01).
           05  NP-ATTENTE        PIC X(01).
               88  NP-ATTENTE-SIGNATURE VALUE 'S' SPACE.
               88  NP-ATTENTE-ECART     VALUE 'E'.
