       FD  ENSEIGNANT-FILE.
       01  ENSEIGNANT-RECORD.
           05  EN-ID             PIC X(05).
           05  FILLER            PIC X(01).
           05  EN-NOM            PIC X(20).
           05  FILLER            PIC X(01).
           05  EN-PRENOM         PIC X(15).
           05  FILLER            PIC X(01).
           05  EN-ACTIF          PIC X(01).
