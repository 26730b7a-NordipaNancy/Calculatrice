           SELECT OPTIONAL PLAN-EVAL-FILE ASSIGN TO "PLANEVAL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
