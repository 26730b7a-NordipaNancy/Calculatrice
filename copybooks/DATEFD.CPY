           05  HO-DATE-FIN       PIC 9(8).
           05  FILLER            PIC X(01).
           05  HO-RECURRENT      PIC X(01).
           05  FILLER            PIC X(01).
           05  HO-ORIGINE        PIC X(01).
               88  HO-IMPORTE        VALUE 'I'.
