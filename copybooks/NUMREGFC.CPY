           SELECT OPTIONAL REGISTRE-NUMERO-FILE ASSIGN TO "NUMREG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
