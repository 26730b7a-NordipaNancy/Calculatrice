           SELECT OPTIONAL DECISION-FILE ASSIGN TO "DECISIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
