           MOVE SC-ESSAIS TO essais-partie.

           MOVE SPACES TO SCORE-IX-RECORD.
           MOVE SC-JOUEUR-ID TO SI-JOUEUR-ID.
           MOVE SC-PRENOM TO SI-PRENOM.
           MOVE SC-NOM TO SI-NOM.
           MOVE SC-DATE TO SI-DATE.
