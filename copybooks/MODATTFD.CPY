       FD  MODIF-ATTENTE-FILE.
       01  MODIF-ATTENTE-RECORD.
           05  MA-NUMERO         PIC 9(6).
           05  FILLER            PIC X(01).
           05  MA-CIBLE          PIC X(08).
           05  FILLER            PIC X(01).
           05  MA-ACTION         PIC X(01).
           05  FILLER            PIC X(01).
           05  MA-CLE            PIC X(20).
           05  FILLER            PIC X(01).
           05  MA-AVANT          PIC X(30).
           05  FILLER            PIC X(01).
           05  MA-APRES          PIC X(30).
           05  FILLER            PIC X(01).
           05  MA-SAISI-PAR      PIC X(08).
           05  FILLER            PIC X(01).
           05  MA-DATE-SAISIE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  MA-HEURE-SAISIE   PIC 9(8).
           05  FILLER            PIC X(01).
           05  MA-STATUT         PIC X(01).
               88  MA-EN-ATTENTE VALUE 'P'.
               88  MA-APPLIQUEE  VALUE 'A'.
               88  MA-REJETEE    VALUE 'R'.
               88  MA-PERIMEE    VALUE 'O'.
           05  FILLER            PIC X(01).
           05  MA-VALIDE-PAR     PIC X(08).
           05  FILLER            PIC X(01).
           05  MA-DATE-VALIDATION PIC 9(8).
           05  FILLER            PIC X(01).
           05  MA-HEURE-VALIDATION PIC 9(8).
