       PROCEDURE DIVISION USING SITE-PARAMETRES.
       MAIN-PROCEDURE.
           MOVE NOM-ATELIER TO SP-NOM.
           MOVE SPACES TO SP-ZONE.
           MOVE 'N' TO fin-sites.

           OPEN INPUT SITE-FILE.
                   NOT AT END
                       IF SX-CODE = SP-CODE
                           MOVE SX-NOM TO SP-NOM
                           MOVE SX-ZONE TO SP-ZONE
                       END-IF
               END-READ
           END-PERFORM.
