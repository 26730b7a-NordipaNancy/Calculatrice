           SELECT OPTIONAL SUSPECT-FILE ASSIGN TO "SUSPECTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
