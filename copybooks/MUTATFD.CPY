       FD  MUTATION-FILE.
       01  MUTATION-RECORD.
           05  MU-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  MU-SITE-DESTINATION PIC X(03).
           05  FILLER            PIC X(01).
           05  MU-DATE-DEMANDE   PIC 9(8).
           05  FILLER            PIC X(01).
           05  MU-STATUT         PIC X(01).
               88  MU-A-ENVOYER  VALUE ' '.
               88  MU-ENVOYEE    VALUE 'E'.
               88  MU-REFUSEE    VALUE 'R'.
           05  FILLER            PIC X(01).
           05  MU-DATE-ENVOI     PIC 9(8).
           05  FILLER            PIC X(01).
           05  MU-MOTIF          PIC X(20).
