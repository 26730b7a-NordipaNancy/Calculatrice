           05  PV-MDP-VALIDITE-JOURS     PIC 9(03).
           05  PV-MDP-ESSAIS-MAX         PIC 9(02).
           05  PV-STATUT-AGE-MAX         PIC 9(03).
           05  PV-APPEL-DELAI-JOURS      PIC 9(03).
           05  PV-CONSEIL-MOY-PASSAGE    PIC 9(02)V99.
           05  PV-CONSEIL-MOY-SORTIE     PIC 9(02)V99.
           05  PV-CONSEIL-ABS-MAX        PIC 9(03).
           05  PV-ECART-NOTE-MAX         PIC 9(02)V99.
           05  PV-ECART-NB-NOTES         PIC 9(02).
           05  PV-TOURNOI-HANDICAP-MAX   PIC 9(03).
           05  PV-TABLEAU-COMPARAISON    PIC X(01).
           05  PV-TABLEAU-ECARTS-MAX     PIC 9(03).
           05  PV-LOT-INTERVALLE-SEC     PIC 9(03).
           05  PV-ELEVE-RETENTION-ANS    PIC 9(02).
           05  PV-ACCES-PROFONDEUR-ANS   PIC 9(02).
           05  PV-REVUE-INUTIL-JOURS     PIC 9(03).
           05  PV-MODIF-DELAI-JOURS      PIC 9(03).
           05  PV-RAPPORT-RETENTION-J    PIC 9(03).
           05  PV-RAPPORT-LIGNES-PAGE    PIC 9(03).
           05  PV-NOTATION-CKP-PAS       PIC 9(03).
           05  PV-SAISIE-TAUX-MAX        PIC 9(02)V99.
           05  PV-CAPACITE-PREAVIS-J     PIC 9(03).
           05  PV-HONNEUR-FELICIT        PIC 9(02)V99.
           05  PV-HONNEUR-COMPLIM        PIC 9(02)V99.
           05  PV-HONNEUR-ENCOUR         PIC 9(02)V99.
           05  PV-HONNEUR-ABS-MAX        PIC 9(03).
           05  PV-SOUTIEN-SEUIL          PIC 9(02)V99.
           05  PV-SOUTIEN-NB-NOTES       PIC 9(02).
           05  PV-SOUTIEN-TAILLE         PIC 9(02).
           05  PV-COHORTE-NB-ANS         PIC 9(02).
           05  PV-COHORTE-ECART          PIC 9(02)V99.
           05  PV-MODIF-RETENTION-J      PIC 9(03).
           05  PV-APPEL-RETENTION-J      PIC 9(03).
