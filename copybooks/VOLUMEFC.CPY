           SELECT OPTIONAL VOLUME-FILE ASSIGN TO "VOLUMES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
