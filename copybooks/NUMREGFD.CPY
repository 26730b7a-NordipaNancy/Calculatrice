       FD  REGISTRE-NUMERO-FILE.
       01  REGISTRE-NUMERO-RECORD.
           05  NR-SERIE          PIC X(08).
           05  FILLER            PIC X(01).
           05  NR-PREFIXE        PIC X(04).
           05  FILLER            PIC X(01).
           05  NR-DEBUT          PIC 9(08).
           05  FILLER            PIC X(01).
           05  NR-FIN            PIC 9(08).
           05  FILLER            PIC X(01).
           05  NR-DERNIER        PIC 9(08).
           05  FILLER            PIC X(01).
           05  NR-DATE-MAJ       PIC 9(08).
