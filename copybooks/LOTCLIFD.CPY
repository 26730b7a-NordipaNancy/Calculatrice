       FD  LOT-CLIENT-FILE.
       01  LOT-CLIENT-ENTETE-RECORD.
           05  LC-TYPE           PIC X(01).
           05  FILLER            PIC X(01).
           05  LC-CLIENT         PIC X(03).
           05  FILLER            PIC X(01).
           05  LC-DATE-ENVOI     PIC 9(08).

       01  LOT-CLIENT-DETAIL-RECORD.
           05  LCD-TYPE          PIC X(01).
           05  FILLER            PIC X(01).
           05  LCD-NUM1          PIC 9(5)V99.
           05  LCD-NUM2          PIC 9(5)V99.
           05  LCD-OPER          PIC X(01).

       01  LOT-CLIENT-TRAILER-RECORD.
           05  LCT-TYPE          PIC X(01).
           05  FILLER            PIC X(01).
           05  LCT-NB-ENREGS     PIC 9(05).
           05  FILLER            PIC X(01).
           05  LCT-TOTAL-NUM1    PIC 9(07)V99.
