           SELECT OPTIONAL ROSTER-ANONYME-FILE ASSIGN TO "ROSTER.ANO"
               ORGANIZATION LINE SEQUENTIAL.
