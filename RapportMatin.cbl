           05  RL-CODE           PIC ZZZ9.
           05  FILLER            PIC X(01).
           05  RL-ALERTE         PIC X(14).
           05  FILLER            PIC X(01).
           05  RL-ATTENTE        PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
               10  ot-duree          PIC 9(7).
               10  ot-code           PIC 9(4).
               10  ot-statut         PIC X(10).
               10  ot-attente        PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   AT END MOVE 'O' TO fin-opslog
                   NOT AT END
                       IF OP-STATUT(1:5) = 'SAUTE'
                               AND OP-STATUT NOT = 'SAUTE-DECL'
                           CONTINUE
                       ELSE
                       IF nb-entrees < 500
                           MOVE OP-DUREE-SEC TO ot-duree(nb-entrees)
                           MOVE OP-CODE-RETOUR TO ot-code(nb-entrees)
                           MOVE OP-STATUT TO ot-statut(nb-entrees)
                           IF OP-ATTENTE-SEC NUMERIC
                               MOVE OP-ATTENTE-SEC
                                   TO ot-attente(nb-entrees)
                           ELSE
                               MOVE ZERO TO ot-attente(nb-entrees)
                           END-IF
                       ELSE
                           MOVE 'O' TO opslog-sature
                       END-IF
           MOVE ot-heure-fin(idx-entree) TO RL-HEURE-FIN.
           MOVE ot-duree(idx-entree) TO RL-DUREE.
           MOVE ot-code(idx-entree) TO RL-CODE.
           MOVE ot-attente(idx-entree) TO RL-ATTENTE.

           IF ot-statut(idx-entree) = 'LIBERE'
               MOVE 'LIBERE' TO RL-ALERTE
           END-IF.

           IF ot-statut(idx-entree) = 'SAUTE-DECL'
               MOVE 'FICHIER ABSENT' TO RL-ALERTE
           END-IF.

           IF ot-statut(idx-entree) = 'FORCE'
               MOVE 'SANS FICHIER' TO RL-ALERTE
           END-IF.

           IF nb-anciens > ZERO
               COMPUTE moyenne-ancienne = total-anciens / nb-anciens
               COMPUTE seuil-lenteur = moyenne-ancienne * 1.5
