           SELECT OPTIONAL ENSEIGNANT-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
