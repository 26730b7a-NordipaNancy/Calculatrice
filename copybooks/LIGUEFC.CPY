           SELECT OPTIONAL LIGUE-FILE ASSIGN TO "LIGUE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
