       01  SITE-PARAMETRES.
           05  SP-CODE           PIC X(03).
           05  SP-NOM            PIC X(30).
           05  SP-ZONE           PIC X(10).
