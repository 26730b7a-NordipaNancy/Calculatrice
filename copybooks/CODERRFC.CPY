           SELECT OPTIONAL CODE-ERREUR-FILE ASSIGN TO "CODESERR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
