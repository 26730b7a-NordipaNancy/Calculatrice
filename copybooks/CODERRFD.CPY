       FD  CODE-ERREUR-FILE.
       01  CODE-ERREUR-RECORD.
           05  KC-CODE           PIC 9(04).
           05  FILLER            PIC X(01).
           05  KC-LIGNE          PIC 9(02).
           05  FILLER            PIC X(01).
           05  KC-SEVERITE       PIC X(01).
           05  FILLER            PIC X(01).
           05  KC-TEXTE          PIC X(60).
