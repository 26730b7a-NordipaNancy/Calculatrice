           SELECT OPTIONAL JOUEUR-FILE ASSIGN TO "JOUEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
