       FD  GROUPE-FILE.
       01  GROUPE-RECORD.
           05  GR-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  GR-GROUPE         PIC 9(02).
           05  FILLER            PIC X(01).
           05  GR-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  GR-CLASSE         PIC X(05).
           05  FILLER            PIC X(01).
           05  GR-ENSEIGNANT     PIC X(05).
           05  FILLER            PIC X(01).
           05  GR-DATE-ENTREE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  GR-MOYENNE        PIC 9(2)V99.
