           SELECT OPTIONAL AFFECTATION-FILE ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
