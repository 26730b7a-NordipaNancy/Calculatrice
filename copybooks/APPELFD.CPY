       FD  APPEL-FILE.
       01  APPEL-RECORD.
           05  AP-NUMERO         PIC 9(05).
           05  FILLER            PIC X(01).
           05  AP-DATE-RECEPTION PIC 9(8).
           05  FILLER            PIC X(01).
           05  AP-ELEVE-ID       PIC X(05).
           05  FILLER            PIC X(01).
           05  AP-MATIERE        PIC X(03).
           05  FILLER            PIC X(01).
           05  AP-NOTE-CONTESTEE PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  AP-MOTIF          PIC X(30).
           05  FILLER            PIC X(01).
           05  AP-STATUT         PIC X(01).
               88  AP-RECU       VALUE 'R'.
               88  AP-EN-EXAMEN  VALUE 'E'.
               88  AP-ACCEPTE    VALUE 'A'.
               88  AP-REFUSE     VALUE 'F'.
           05  FILLER            PIC X(01).
           05  AP-DATE-LIMITE    PIC 9(8).
           05  FILLER            PIC X(01).
           05  AP-NOTE-ACCORDEE  PIC 9(2)V99.
           05  FILLER            PIC X(01).
           05  AP-DATE-DECISION  PIC 9(8).
           05  FILLER            PIC X(01).
           05  AP-OPERATEUR      PIC X(08).
           05  FILLER            PIC X(01).
           05  AP-CORRECTION     PIC X(01).
               88  AP-CORRECTION-EMISE VALUE 'O'.
           05  FILLER            PIC X(01).
           05  AP-EVALUATION     PIC 9(02).
           05  FILLER            PIC X(01).
           05  AP-DATE-EVALUATION PIC 9(8).
