           SELECT OPTIONAL TOURNOI-FILE ASSIGN TO "TOURNOI.DAT"
               ORGANIZATION LINE SEQUENTIAL.
