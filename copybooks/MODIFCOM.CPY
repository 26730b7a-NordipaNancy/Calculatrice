       01  MODIF-PARAMETRES.
           05  MO-CIBLE          PIC X(08).
               88  MO-CIBLE-PARAMS   VALUE 'PARAMS'.
               88  MO-CIBLE-CREDITS  VALUE 'CREDITS'.
               88  MO-CIBLE-FERIES   VALUE 'FERIES'.
           05  MO-ACTION         PIC X(01).
               88  MO-AJOUT          VALUE 'A'.
               88  MO-MODIFICATION   VALUE 'M'.
               88  MO-SUPPRESSION    VALUE 'S'.
           05  MO-CLE            PIC X(20).
           05  MO-AVANT          PIC X(30).
           05  MO-APRES          PIC X(30).
           05  MO-OPERATEUR      PIC X(08).
           05  MO-NUMERO         PIC 9(6).
