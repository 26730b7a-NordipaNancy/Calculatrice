       FD  PLAN-EVAL-FILE.
       01  PLAN-EVAL-RECORD.
           05  EP-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  EP-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  EP-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  EP-DATE-PREVUE    PIC 9(08).
           05  FILLER            PIC X(01).
           05  EP-POIDS          PIC 9V99.
