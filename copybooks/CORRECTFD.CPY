       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05  CO-ELEVE-ID       PIC X(05).
           05  CO-SCORE          PIC 9(2)V9(2).
           05  FILLER            PIC X(01).
           05  CO-MOTIF          PIC X(30).
           05  FILLER            PIC X(01).
           05  CO-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  CO-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  CO-DATE-EVALUATION PIC 9(8).
           05  FILLER            PIC X(01).
           05  CO-ETAT           PIC X(01).
               88  CO-A-TRAITER  VALUE SPACE.
               88  CO-APPLIQUEE  VALUE 'A'.
               88  CO-REJETEE    VALUE 'R'.
           05  FILLER            PIC X(01).
           05  CO-DATE-TRAITEMENT PIC 9(8).
