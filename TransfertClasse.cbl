       COPY JOURNALCOM.
       COPY RETCODES.
       COPY DATECOM.
       COPY PLACECOM.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  date-effet-saisie PIC 9(8).
       77  jour-julien-saisi PIC 9(8).
       77  nb-appliques PIC 9(3) VALUE ZERO.
       77  nb-en-attente PIC 9(3) VALUE ZERO.
       77  classe-comptee PIC X(05).
       77  classe-liberee PIC X(05).
       77  effectif-classe PIC 9(3).
       77  valeur-journal PIC X(20).

       SCREEN SECTION.

       4000-APPLIQUER-TRANSFERTS.
           MOVE ZERO TO nb-appliques.
           MOVE ZERO TO nb-en-attente.

           PERFORM VARYING idx-transfert FROM 1 BY 1
                   UNTIL idx-transfert > nb-transferts
           PERFORM 7500-INDEXER-ELEVES.

           DISPLAY "transferts appliques : " nb-appliques.
           DISPLAY "transferts en liste d attente : " nb-en-attente.

       4100-APPLIQUER-UN-TRANSFERT.
           MOVE tf-tab-eleve-id(idx-transfert) TO eleve-id-saisi.
                           el-tab-classe(rang-eleve) "/"
                           tf-tab-ancienne(idx-transfert)
               END-IF
               PERFORM 4150-RESERVER-PLACE
               IF PC-ACCORDEE
                   MOVE el-tab-classe(rang-eleve) TO classe-liberee
                   MOVE tf-tab-nouvelle(idx-transfert)
                       TO el-tab-classe(rang-eleve)
                   MOVE 'A' TO tf-tab-statut(idx-transfert)
                   ADD 1 TO nb-appliques
                   PERFORM 4200-JOURNALISER-TRANSFERT
                   PERFORM 4300-LIBERER-PLACE
               ELSE
                   IF PC-EN-ATTENTE
                       MOVE 'W' TO tf-tab-statut(idx-transfert)
                       ADD 1 TO nb-en-attente
                       DISPLAY "classe complete, transfert en liste "
                               "d attente : "
                               tf-tab-eleve-id(idx-transfert) " "
                               tf-tab-nouvelle(idx-transfert)
                               " rang " PC-RANG
                   ELSE
                       DISPLAY "classe complete et liste d attente "
                               "pleine : "
                               tf-tab-eleve-id(idx-transfert)
                   END-IF
               END-IF
           END-IF.

       4150-RESERVER-PLACE.
           MOVE tf-tab-nouvelle(idx-transfert) TO classe-comptee.
           PERFORM 4400-COMPTER-EFFECTIF.

           MOVE SPACES TO PLACE-PARAMETRES.
           MOVE 'R' TO PC-ACTION.
           MOVE 'TRANSFERT-CLASSE' TO PC-PROGRAMME.
           MOVE classe-comptee TO PC-CLASSE.
           MOVE effectif-classe TO PC-EFFECTIF.
           MOVE 'T' TO PC-TYPE.
           MOVE tf-tab-eleve-id(idx-transfert) TO PC-ELEVE-ID.
           MOVE el-tab-nom(rang-eleve) TO PC-NOM.
           MOVE el-tab-prenom(rang-eleve) TO PC-PRENOM.
           MOVE el-tab-classe(rang-eleve) TO PC-ANCIENNE.
           MOVE tf-tab-date-effet(idx-transfert) TO PC-DATE-PRIORITE.
           CALL 'PLACES-CLASSE' USING PLACE-PARAMETRES.

       4200-JOURNALISER-TRANSFERT.
           MOVE SPACES TO valeur-journal.
           STRING tf-tab-ancienne(idx-transfert) DELIMITED SIZE
           MOVE valeur-journal TO JL-VALEUR.
           MOVE 'transfert de classe applique' TO JL-MESSAGE.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 2050 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       4300-LIBERER-PLACE.
           MOVE classe-liberee TO classe-comptee.

           IF classe-comptee NOT = SPACES
                   AND classe-comptee
                       NOT = tf-tab-nouvelle(idx-transfert)
               PERFORM 4400-COMPTER-EFFECTIF
               MOVE SPACES TO PLACE-PARAMETRES
               MOVE 'O' TO PC-ACTION
               MOVE 'TRANSFERT-CLASSE' TO PC-PROGRAMME
               MOVE classe-comptee TO PC-CLASSE
               MOVE effectif-classe TO PC-EFFECTIF
               CALL 'PLACES-CLASSE' USING PLACE-PARAMETRES
               IF PC-NB-OFFERTES > ZERO
                   DISPLAY "places offertes en " classe-comptee
                           " : " PC-NB-OFFERTES
               END-IF
           END-IF.

       4400-COMPTER-EFFECTIF.
           MOVE ZERO TO effectif-classe.

           PERFORM VARYING idx-eleve FROM 1 BY 1
                   UNTIL idx-eleve > nb-eleves
               IF el-tab-classe(idx-eleve) = classe-comptee
                       AND el-tab-statut(idx-eleve) NOT = 'P'
                       AND el-tab-statut(idx-eleve) NOT = 'M'
                   ADD 1 TO effectif-classe
               END-IF
           END-PERFORM.

       7000-SAUVER-ELEVES.
           OPEN OUTPUT ELEVE-FILE.

