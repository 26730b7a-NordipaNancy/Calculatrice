           SELECT OPTIONAL PAQUET-FILE ASSIGN TO "MUTATIONS.PKG"
               ORGANIZATION LINE SEQUENTIAL.
