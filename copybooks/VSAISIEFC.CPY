           SELECT OPTIONAL VERIF-SAISIE-FILE
               ASSIGN TO "VERIFSAISIE.LOG"
               ORGANIZATION LINE SEQUENTIAL.
