           SELECT OPTIONAL ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
