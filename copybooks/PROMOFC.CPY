           SELECT OPTIONAL PROMOTION-FILE ASSIGN TO "PROMOTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
