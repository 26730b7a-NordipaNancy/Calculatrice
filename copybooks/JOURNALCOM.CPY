               88  JL-SEV-INFO   VALUE 'I'.
               88  JL-SEV-AVERT  VALUE 'A'.
               88  JL-SEV-ERREUR VALUE 'E'.
           05  JL-CODE           PIC 9(04).
