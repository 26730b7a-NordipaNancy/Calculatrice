           SELECT OPTIONAL MODIF-ATTENTE-FILE ASSIGN TO "MODIFATT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
