       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DC-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  DC-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  DC-MOYENNE        PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  DC-NB-NOTES       PIC 9(01).
           05  FILLER            PIC X(01).
           05  DC-ABSENCES       PIC 9(03).
           05  FILLER            PIC X(01).
           05  DC-PROPOSITION    PIC X(01).
           05  FILLER            PIC X(01).
           05  DC-DECISION       PIC X(01).
           05  FILLER            PIC X(01).
           05  DC-CIBLE          PIC X(05).
           05  FILLER            PIC X(01).
           05  DC-VALIDEE        PIC X(01).
