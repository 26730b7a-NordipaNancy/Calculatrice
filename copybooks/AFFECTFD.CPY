       FD  AFFECTATION-FILE.
       01  AFFECTATION-RECORD.
           05  AF-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  AF-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  AF-ENSEIGNANT     PIC X(05).
