       FD  ROSTER-ANONYME-FILE.
       01  ROSTER-ANONYME-RECORD.
           05  RA-CODE           PIC X(05).
           05  RA-SCORE          PIC 9(2)V9(2).
           05  RA-CLASSE         PIC X(05).
           05  RA-SITE           PIC X(03).
           05  RA-MATIERE        PIC X(03).
