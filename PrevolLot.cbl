       77  fin-controle PIC X VALUE 'N'.
           88  controle-fini VALUE 'O'.

       77  nb-programmes-cat PIC 9(3) VALUE ZERO.
       77  idx-cat PIC 9(3).
       01  catalogue-noms.
           05  cat-nom OCCURS 200 PIC X(20).

       77  nb-etapes PIC 99 VALUE ZERO.
       77  idx-etape PIC 99.
               READ CATALOGUE-FILE
                   AT END MOVE 'O' TO fin-catalogue
                   NOT AT END
                       IF nb-programmes-cat < 200
                           ADD 1 TO nb-programmes-cat
                           MOVE CAT-PROGRAMME
                               TO cat-nom(nb-programmes-cat)
