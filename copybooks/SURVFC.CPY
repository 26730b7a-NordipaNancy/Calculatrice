           SELECT OPTIONAL SURVEIL-FILE ASSIGN TO "SURVEIL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
