           SELECT OPTIONAL RAPPORT-REF-FILE ASSIGN TO "RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
