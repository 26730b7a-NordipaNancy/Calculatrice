       FD  HISTO-FILE.
       01  HISTO-RECORD.
           05  HI-CLE.
               10  HI-ELEVE-ID   PIC X(05).
               10  HI-DATE       PIC 9(8).
               10  HI-EVALUATION PIC 9(02).
               10  HI-MATIERE    PIC X(03).
                   88  HI-DISTINCTION VALUE 'DST'.
           05  HI-NOTE           PIC Z9.99.
           05  HI-BANDE          PIC X(12).
           05  HI-POIDS          PIC 9.99.
           05  HI-CLASSE         PIC X(05).
           05  HI-SITE           PIC X(03).
