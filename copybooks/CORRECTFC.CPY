           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO "CORRECTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
