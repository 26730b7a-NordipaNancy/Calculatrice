           SELECT OPTIONAL RAPPORT-INDEX-FILE ASSIGN TO "RAPINDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL.
