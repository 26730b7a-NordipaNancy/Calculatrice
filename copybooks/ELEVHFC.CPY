           SELECT OPTIONAL ELEVE-HISTO-FILE ASSIGN TO "ELEVHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL.
