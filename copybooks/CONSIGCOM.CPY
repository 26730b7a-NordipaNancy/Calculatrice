       01  CONSIGNE-PARAMETRES.
           05  KP-CODE           PIC 9(04).
           05  KP-TROUVE         PIC X(01).
               88  KP-CODE-CONNU VALUE 'O'.
           05  KP-SEVERITE       PIC X(01).
           05  KP-TITRE          PIC X(40).
           05  KP-NB-LIGNES      PIC 9(02).
           05  KP-LIGNE          PIC X(60) OCCURS 10.
