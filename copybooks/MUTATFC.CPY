           SELECT OPTIONAL MUTATION-FILE ASSIGN TO "MUTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
