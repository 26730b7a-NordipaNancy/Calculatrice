           SELECT OPTIONAL PARTIE-JOUR-FILE ASSIGN TO "PARTIES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
