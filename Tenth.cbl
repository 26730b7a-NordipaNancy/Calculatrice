           MOVE 90 TO PV-MDP-VALIDITE-JOURS.
           MOVE 3 TO PV-MDP-ESSAIS-MAX.
           MOVE 1 TO PV-STATUT-AGE-MAX.
           MOVE 10 TO PV-APPEL-DELAI-JOURS.
           MOVE 10.00 TO PV-CONSEIL-MOY-PASSAGE.
           MOVE 6.00 TO PV-CONSEIL-MOY-SORTIE.
           MOVE 20 TO PV-CONSEIL-ABS-MAX.
           MOVE 6.00 TO PV-ECART-NOTE-MAX.
           MOVE 5 TO PV-ECART-NB-NOTES.
           MOVE 20 TO PV-TOURNOI-HANDICAP-MAX.
           MOVE 'O' TO PV-TABLEAU-COMPARAISON.
           MOVE 10 TO PV-TABLEAU-ECARTS-MAX.
           MOVE 60 TO PV-LOT-INTERVALLE-SEC.
           MOVE 5 TO PV-ELEVE-RETENTION-ANS.
           MOVE 10 TO PV-ACCES-PROFONDEUR-ANS.
           MOVE 90 TO PV-REVUE-INUTIL-JOURS.
           MOVE 2 TO PV-MODIF-DELAI-JOURS.
           MOVE 365 TO PV-RAPPORT-RETENTION-J.
           MOVE 60 TO PV-RAPPORT-LIGNES-PAGE.
           MOVE 50 TO PV-NOTATION-CKP-PAS.
           MOVE 2.00 TO PV-SAISIE-TAUX-MAX.
           MOVE 30 TO PV-CAPACITE-PREAVIS-J.
           MOVE 16.00 TO PV-HONNEUR-FELICIT.
           MOVE 14.00 TO PV-HONNEUR-COMPLIM.
           MOVE 12.00 TO PV-HONNEUR-ENCOUR.
           MOVE 3 TO PV-HONNEUR-ABS-MAX.
           MOVE 8.00 TO PV-SOUTIEN-SEUIL.
           MOVE 3 TO PV-SOUTIEN-NB-NOTES.
           MOVE 8 TO PV-SOUTIEN-TAILLE.
           MOVE 3 TO PV-COHORTE-NB-ANS.
           MOVE 1.50 TO PV-COHORTE-ECART.
           MOVE 90 TO PV-MODIF-RETENTION-J.
           MOVE 365 TO PV-APPEL-RETENTION-J.

       2000-LIRE-PARAMETRES.
           MOVE 'N' TO fin-parametres.
                   MOVE PM-VALEUR-NUM TO PV-MDP-ESSAIS-MAX
               WHEN 'STATUT-AGE-MAX'
                   MOVE PM-VALEUR-NUM TO PV-STATUT-AGE-MAX
               WHEN 'APPEL-DELAI-JOURS'
                   MOVE PM-VALEUR-NUM TO PV-APPEL-DELAI-JOURS
               WHEN 'CONSEIL-MOY-PASSAGE'
                   MOVE PM-VALEUR-NUM TO PV-CONSEIL-MOY-PASSAGE
               WHEN 'CONSEIL-MOY-SORTIE'
                   MOVE PM-VALEUR-NUM TO PV-CONSEIL-MOY-SORTIE
               WHEN 'CONSEIL-ABS-MAX'
                   MOVE PM-VALEUR-NUM TO PV-CONSEIL-ABS-MAX
               WHEN 'ECART-NOTE-MAX'
                   MOVE PM-VALEUR-NUM TO PV-ECART-NOTE-MAX
               WHEN 'ECART-NB-NOTES'
                   MOVE PM-VALEUR-NUM TO PV-ECART-NB-NOTES
               WHEN 'TOURNOI-HANDICAP-MAX'
                   MOVE PM-VALEUR-NUM TO PV-TOURNOI-HANDICAP-MAX
               WHEN 'TABLEAU-COMPARAISON'
                   MOVE PM-VALEUR(1:1) TO PV-TABLEAU-COMPARAISON
               WHEN 'TABLEAU-ECARTS-MAX'
                   MOVE PM-VALEUR-NUM TO PV-TABLEAU-ECARTS-MAX
               WHEN 'LOT-INTERVALLE-SEC'
                   MOVE PM-VALEUR-NUM TO PV-LOT-INTERVALLE-SEC
               WHEN 'ELEVE-RETENTION-ANS'
                   MOVE PM-VALEUR-NUM TO PV-ELEVE-RETENTION-ANS
               WHEN 'ACCES-PROFONDEUR-ANS'
                   MOVE PM-VALEUR-NUM TO PV-ACCES-PROFONDEUR-ANS
               WHEN 'REVUE-INUTIL-JOURS'
                   MOVE PM-VALEUR-NUM TO PV-REVUE-INUTIL-JOURS
               WHEN 'MODIF-DELAI-JOURS'
                   MOVE PM-VALEUR-NUM TO PV-MODIF-DELAI-JOURS
               WHEN 'RAPPORT-RETENTION-J'
                   MOVE PM-VALEUR-NUM TO PV-RAPPORT-RETENTION-J
               WHEN 'RAPPORT-LIGNES-PAGE'
                   MOVE PM-VALEUR-NUM TO PV-RAPPORT-LIGNES-PAGE
               WHEN 'NOTATION-CKP-PAS'
                   MOVE PM-VALEUR-NUM TO PV-NOTATION-CKP-PAS
               WHEN 'SAISIE-TAUX-MAX'
                   MOVE PM-VALEUR-NUM TO PV-SAISIE-TAUX-MAX
               WHEN 'CAPACITE-PREAVIS'
                   MOVE PM-VALEUR-NUM TO PV-CAPACITE-PREAVIS-J
               WHEN 'HONNEUR-FELICIT'
                   MOVE PM-VALEUR-NUM TO PV-HONNEUR-FELICIT
               WHEN 'HONNEUR-COMPLIM'
                   MOVE PM-VALEUR-NUM TO PV-HONNEUR-COMPLIM
               WHEN 'HONNEUR-ENCOUR'
                   MOVE PM-VALEUR-NUM TO PV-HONNEUR-ENCOUR
               WHEN 'HONNEUR-ABS-MAX'
                   MOVE PM-VALEUR-NUM TO PV-HONNEUR-ABS-MAX
               WHEN 'SOUTIEN-SEUIL'
                   MOVE PM-VALEUR-NUM TO PV-SOUTIEN-SEUIL
               WHEN 'SOUTIEN-NB-NOTES'
                   MOVE PM-VALEUR-NUM TO PV-SOUTIEN-NB-NOTES
               WHEN 'SOUTIEN-TAILLE'
                   MOVE PM-VALEUR-NUM TO PV-SOUTIEN-TAILLE
               WHEN 'COHORTE-NB-ANS'
                   MOVE PM-VALEUR-NUM TO PV-COHORTE-NB-ANS
               WHEN 'COHORTE-ECART'
                   MOVE PM-VALEUR-NUM TO PV-COHORTE-ECART
               WHEN 'MODIF-RETENTION-J'
                   MOVE PM-VALEUR-NUM TO PV-MODIF-RETENTION-J
               WHEN 'APPEL-RETENTION-J'
                   MOVE PM-VALEUR-NUM TO PV-APPEL-RETENTION-J
           END-EVALUATE.

       END PROGRAM CHARGER-PARAMETRES.
