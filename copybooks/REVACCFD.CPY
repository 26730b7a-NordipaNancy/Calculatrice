       FD  REVUE-ACCES-FILE.
       01  REVUE-ACCES-RECORD.
           05  RA-DATE-EDITION   PIC 9(8).
           05  FILLER            PIC X(01).
           05  RA-HEURE-EDITION  PIC 9(8).
           05  FILLER            PIC X(01).
           05  RA-NB-AUTORISATIONS PIC 9(5).
           05  FILLER            PIC X(01).
           05  RA-NB-ANOMALIES   PIC 9(5).
           05  FILLER            PIC X(01).
           05  RA-STATUT         PIC X(01).
               88  RA-EDITEE     VALUE 'E'.
               88  RA-SIGNEE     VALUE 'S'.
           05  FILLER            PIC X(01).
           05  RA-REVISEUR       PIC X(08).
           05  FILLER            PIC X(01).
           05  RA-DATE-SIGNATURE PIC 9(8).
           05  FILLER            PIC X(01).
           05  RA-HEURE-SIGNATURE PIC 9(8).
