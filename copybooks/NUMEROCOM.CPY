       01  NUMERO-PARAMETRES.
           05  NU-SERIE          PIC X(08).
           05  NU-QUANTITE       PIC 9(05).
           05  NU-PROGRAMME      PIC X(20).
           05  NU-PREFIXE        PIC X(04).
           05  NU-PREMIER        PIC 9(08).
           05  NU-DERNIER        PIC 9(08).
           05  NU-RETOUR         PIC X(01).
               88  NU-ATTRIBUE       VALUE 'O'.
               88  NU-SERIE-INCONNUE VALUE 'S'.
               88  NU-PLAGE-EPUISEE  VALUE 'E'.
