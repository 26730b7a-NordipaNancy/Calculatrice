           SELECT OPTIONAL ANONYMAT-FILE ASSIGN TO "ANONYMAT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
