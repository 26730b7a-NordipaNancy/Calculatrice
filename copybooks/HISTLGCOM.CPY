       01  HISTO-LIGNE.
           05  HL-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  HL-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  HL-NOTE           PIC Z9.99.
           05  FILLER            PIC X(01).
           05  HL-BANDE          PIC X(12).
           05  FILLER            PIC X(01).
           05  HL-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  HL-POIDS          PIC 9.99.
           05  FILLER            PIC X(01).
           05  HL-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  HL-SITE           PIC X(03).
           05  FILLER            PIC X(01).
           05  HL-MATIERE        PIC X(03).
