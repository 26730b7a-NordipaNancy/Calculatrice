       01  PLACE-PARAMETRES.
           05  PC-ACTION         PIC X(01).
               88  PC-ACTION-RESERVER VALUE 'R'.
               88  PC-ACTION-OFFRIR   VALUE 'O'.
           05  PC-PROGRAMME      PIC X(20).
           05  PC-CLASSE         PIC X(05).
           05  PC-EFFECTIF       PIC 9(03).
           05  PC-TYPE           PIC X(01).
           05  PC-ELEVE-ID       PIC X(05).
           05  PC-NOM            PIC X(30).
           05  PC-PRENOM         PIC X(30).
           05  PC-ANCIENNE       PIC X(05).
           05  PC-DATE-PRIORITE  PIC 9(8).
           05  PC-CAPACITE       PIC 9(03).
           05  PC-RANG           PIC 9(03).
           05  PC-NB-OFFERTES    PIC 9(03).
           05  PC-RETOUR         PIC X(01).
               88  PC-ACCORDEE   VALUE 'O'.
               88  PC-EN-ATTENTE VALUE 'A'.
               88  PC-SATUREE    VALUE 'S'.
