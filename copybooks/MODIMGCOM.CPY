       01  MODIF-IMAGE.
           05  MI-PARAM.
               10  MI-PM-VALEUR      PIC X(08).
               10  FILLER            PIC X(01).
               10  MI-PM-DATE-EFFET  PIC 9(8).
               10  FILLER            PIC X(13).
           05  MI-CREDIT REDEFINES MI-PARAM.
               10  MI-CR-POINTS      PIC 9(2)V9(2).
               10  FILLER            PIC X(01).
               10  MI-CR-ENSEIGNANT  PIC X(05).
               10  FILLER            PIC X(01).
               10  MI-CR-DATE-FIN    PIC 9(8).
               10  FILLER            PIC X(01).
               10  MI-CR-NATURE      PIC X(01).
               10  FILLER            PIC X(09).
           05  MI-FERIE REDEFINES MI-PARAM.
               10  MI-HO-DATE-FIN    PIC 9(8).
               10  FILLER            PIC X(01).
               10  MI-HO-RECURRENT   PIC X(01).
               10  FILLER            PIC X(01).
               10  MI-HO-ORIGINE     PIC X(01).
               10  FILLER            PIC X(18).
