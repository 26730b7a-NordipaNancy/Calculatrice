       FD  ANONYMAT-FILE.
       01  ANONYMAT-RECORD.
           05  AN-EPREUVE        PIC X(06).
           05  FILLER            PIC X(01).
           05  AN-CODE           PIC X(05).
           05  FILLER            PIC X(01).
           05  AN-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  AN-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  AN-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  AN-DATE-EMISSION  PIC 9(8).
           05  FILLER            PIC X(01).
           05  AN-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(01).
           05  AN-LEVEE          PIC X(01).
               88  AN-EST-LEVEE  VALUE 'O'.
           05  FILLER            PIC X(01).
           05  AN-DATE-LEVEE     PIC 9(8).
           05  FILLER            PIC X(01).
           05  AN-HEURE-LEVEE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  AN-OPERATEUR-LEVEE PIC X(08).
