       FD  VALIDATION-FILE.
       01  VALIDATION-RECORD.
           05  VN-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  VN-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  VN-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  VN-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  VN-STATUT         PIC X(01).
               88  VN-VALIDEE    VALUE 'V'.
               88  VN-ROUVERTE   VALUE 'R'.
           05  FILLER            PIC X(01).
           05  VN-VALIDE-PAR     PIC X(08).
           05  FILLER            PIC X(01).
           05  VN-DATE-VALIDATION PIC 9(8).
           05  FILLER            PIC X(01).
           05  VN-HEURE-VALIDATION PIC 9(8).
           05  FILLER            PIC X(01).
           05  VN-NB-NOTES       PIC 9(03).
           05  FILLER            PIC X(01).
           05  VN-DATE-REOUVERTURE PIC 9(8).
           05  FILLER            PIC X(01).
           05  VN-ROUVERT-PAR    PIC X(20).
