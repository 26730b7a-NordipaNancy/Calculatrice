       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05  CT-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  CT-NOM            PIC X(30).
           05  FILLER            PIC X(01).
           05  CT-PRENOM         PIC X(30).
           05  FILLER            PIC X(01).
           05  CT-ADRESSE        PIC X(40).
           05  FILLER            PIC X(01).
           05  CT-RANG           PIC X(01).
               88  CT-PREMIER-RESPONSABLE VALUE '1' SPACE.
               88  CT-SECOND-RESPONSABLE  VALUE '2'.
           05  FILLER            PIC X(01).
           05  CT-CODE-POSTAL    PIC X(05).
           05  FILLER            PIC X(01).
           05  CT-VILLE          PIC X(25).
           05  FILLER            PIC X(01).
           05  CT-TELEPHONE      PIC X(10).
           05  FILLER            PIC X(01).
           05  CT-COURRIEL       PIC X(40).
           05  FILLER            PIC X(01).
           05  CT-PREFERE        PIC X(01).
               88  CT-PREFERE-COURRIER  VALUE 'C' SPACE.
               88  CT-PREFERE-TELEPHONE VALUE 'T'.
               88  CT-PREFERE-COURRIEL  VALUE 'M'.
