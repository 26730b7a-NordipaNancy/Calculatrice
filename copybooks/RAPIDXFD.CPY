       FD  RAPPORT-INDEX-FILE.
       01  RAPPORT-INDEX-RECORD.
           05  RI-RAPPORT        PIC X(14).
           05  FILLER            PIC X(01).
           05  RI-DATE           PIC 9(8).
           05  FILLER            PIC X(01).
           05  RI-HEURE          PIC 9(8).
           05  FILLER            PIC X(01).
           05  RI-PROGRAMME      PIC X(20).
           05  FILLER            PIC X(01).
           05  RI-PAGES          PIC 9(5).
           05  FILLER            PIC X(01).
           05  RI-STATUT         PIC X(08).
           05  FILLER            PIC X(01).
           05  RI-ARCHIVE        PIC X(26).
           05  FILLER            PIC X(01).
           05  RI-RETENTION      PIC 9(04).
           05  FILLER            PIC X(01).
           05  RI-PURGEE         PIC X(01).
               88  RI-ARCHIVE-PURGEE VALUE 'O'.
