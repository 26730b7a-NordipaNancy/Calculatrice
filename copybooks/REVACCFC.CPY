           SELECT OPTIONAL REVUE-ACCES-FILE ASSIGN TO "REVUEACC.DAT"
               ORGANIZATION LINE SEQUENTIAL.
