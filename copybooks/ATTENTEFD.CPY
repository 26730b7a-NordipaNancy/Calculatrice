       FD  ATTENTE-FILE.
       01  ATTENTE-RECORD.
           05  AE-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  AE-DATE-PRIORITE  PIC 9(8).
           05  FILLER            PIC X(01).
           05  AE-TYPE           PIC X(01).
               88  AE-ENROLEMENT VALUE 'E'.
               88  AE-TRANSFERT  VALUE 'T'.
           05  FILLER            PIC X(01).
           05  AE-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  AE-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  AE-PRENOM         PIC X(30).
           05  FILLER            PIC X(01).
           05  AE-ANCIENNE       PIC X(05).
           05  FILLER            PIC X(01).
           05  AE-STATUT         PIC X(01).
               88  AE-EN-ATTENTE VALUE ' '.
               88  AE-OFFERTE    VALUE 'O'.
               88  AE-SERVIE     VALUE 'S'.
           05  FILLER            PIC X(01).
           05  AE-DATE-OFFRE     PIC 9(8).
