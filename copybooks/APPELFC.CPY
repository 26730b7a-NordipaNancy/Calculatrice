           SELECT OPTIONAL APPEL-FILE ASSIGN TO "APPELS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
