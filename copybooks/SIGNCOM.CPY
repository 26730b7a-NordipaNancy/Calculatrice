       01  SIGNATURE-PARAMETRES.
           05  SG-CLASSE         PIC X(05).
           05  SG-MATIERE        PIC X(03).
           05  SG-EVALUATION     PIC 9(02).
           05  SG-DATE           PIC 9(8).
           05  SG-PROGRAMME      PIC X(20).
           05  SG-RETOUR         PIC X(01).
               88  SG-ROUVERTE   VALUE 'O'.
               88  SG-NON-SIGNEE VALUE 'N'.
