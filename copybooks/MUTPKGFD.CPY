       FD  PAQUET-FILE.
       01  PAQUET-ENTETE-RECORD.
           05  MH-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  MH-SITE-ORIGINE   PIC X(03).
           05  FILLER            PIC X(01).
           05  MH-SITE-DESTINATION PIC X(03).
           05  FILLER            PIC X(01).
           05  MH-DATE-ENVOI     PIC 9(8).
           05  FILLER            PIC X(01).
           05  MH-ELEVE-ID       PIC X(05).

       01  PAQUET-ELEVE-RECORD.
           05  ME-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  ME-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  ME-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  ME-PRENOM         PIC X(30).
           05  FILLER            PIC X(01).
           05  ME-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  ME-STATUT         PIC X(01).

       01  PAQUET-NOTE-RECORD.
           05  MN-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  MN-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  MN-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  MN-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  MN-NOTE           PIC Z9.99.
           05  FILLER            PIC X(01).
           05  MN-BANDE          PIC X(12).
           05  FILLER            PIC X(01).
           05  MN-POIDS          PIC 9.99.
           05  FILLER            PIC X(01).
           05  MN-CLASSE         PIC X(05).

       01  PAQUET-ABSENCE-RECORD.
           05  MA-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  MA-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  MA-JUSTIFIEE      PIC X(01).

       01  PAQUET-CREDIT-RECORD.
           05  MC-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  MC-POINTS         PIC 9(2)V9(2).
           05  FILLER            PIC X(01).
           05  MC-MOTIF          PIC X(03).
           05  FILLER            PIC X(01).
           05  MC-ENSEIGNANT     PIC X(05).
           05  FILLER            PIC X(01).
           05  MC-VALIDITE.
               10  MC-DATE-DEBUT     PIC 9(8).
               10  FILLER            PIC X(01).
               10  MC-DATE-FIN       PIC 9(8).
               10  FILLER            PIC X(01).
               10  MC-NATURE         PIC X(01).
               10  FILLER            PIC X(01).
               10  MC-DATE-EMPLOI    PIC 9(8).
               10  FILLER            PIC X(01).
               10  MC-EVAL-EMPLOI    PIC 9(2).

       01  PAQUET-SURVEIL-RECORD.
           05  MV-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  MV-DATE-ENTREE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  MV-NB-ECHECS      PIC 9(3).

       01  PAQUET-TRAILER-RECORD.
           05  MT-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  MT-NB-NOTES       PIC 9(04).
           05  FILLER            PIC X(01).
           05  MT-NB-ABSENCES    PIC 9(04).
           05  FILLER            PIC X(01).
           05  MT-NB-CREDITS     PIC 9(03).
           05  FILLER            PIC X(01).
           05  MT-NB-SURVEIL     PIC 9(03).
           05  FILLER            PIC X(01).
           05  MT-TOTAL-NOTES    PIC 9(06)V99.
           05  FILLER            PIC X(01).
           05  MT-TOTAL-CREDITS  PIC 9(04)V99.
