       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIF-PLAN-EVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY EVALPLFC.
       COPY HISTOFC.
       COPY ALERTEFC.

           SELECT MANQUE-FILE ASSIGN TO "MANQUES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY EVALPLFD.
       COPY HISTOFD.
       COPY ALERTEFD.

       FD  MANQUE-FILE.
       01  MANQUE-ENTETE-RECORD.
           05  MQ-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  MQ-LIBELLE        PIC X(20).
           05  MQ-DATE           PIC 9(8).

       01  MANQUE-LIGNE-RECORD.
           05  ML-LIBELLE        PIC X(11).
           05  ML-EVALUATION     PIC 99.
           05  FILLER            PIC X(02).
           05  ML-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  ML-MATIERE        PIC X(03).
           05  FILLER            PIC X(02).
           05  ML-DATE-PREVUE    PIC 9(8).
           05  FILLER            PIC X(02).
           05  ML-ALERTE         PIC X(15).

       01  MANQUE-TOTAL-RECORD.
           05  MX-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  MX-VALEUR         PIC ZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY ENTETECOM.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.

       77  fin-plan PIC X VALUE 'N'.
           88  tout-plan-lu VALUE 'O'.
       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.
       77  fin-alertes PIC X VALUE 'N'.
           88  toutes-alertes-lues VALUE 'O'.

       77  nb-plans PIC 9(3) VALUE ZERO.
       77  idx-plan PIC 9(3).
       77  rang-plan PIC 9(3).
       77  classe-parcourue PIC X VALUE 'N'.
           88  classe-deja-parcourue VALUE 'O'.
       77  plan-sature PIC X VALUE 'N'.
           88  plan-est-sature VALUE 'O'.
       01  plan-table.
           05  plan-entry OCCURS 500.
               10  ep-tab-evaluation PIC 9(02).
               10  ep-tab-classe     PIC X(05).
               10  ep-tab-matiere    PIC X(03).
               10  ep-tab-date       PIC 9(08).
               10  ep-tab-recu       PIC X(01).

       77  nb-alertes-connues PIC 9(3) VALUE ZERO.
       77  idx-alerte PIC 9(3).
       01  alerte-connue-table.
           05  alerte-connue OCCURS 500 PIC X(40).

       77  message-alerte PIC X(40).
       77  heure-alerte PIC 9(8).
       77  alerte-existante PIC X VALUE 'N'.
           88  alerte-deja-levee VALUE 'O'.

       77  nb-echus PIC 9(4) VALUE ZERO.
       77  nb-manquants PIC 9(4) VALUE ZERO.
       77  nb-alertes-levees PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           PERFORM 1000-CHARGER-PLAN.

           IF plan-est-sature
               DISPLAY "plan des evaluations au dela de 500 lignes, "
                       "controle partiel"
           END-IF.

           PERFORM 1100-CHARGER-ALERTES.
           PERFORM 2000-POINTER-HISTORIQUE.

           OPEN OUTPUT MANQUE-FILE.

           MOVE SPACES TO MANQUE-ENTETE-RECORD.
           MOVE SP-NOM TO MQ-NOM-ATELIER.
           MOVE 'NOTES MANQUANTES AU' TO MQ-LIBELLE.
           MOVE date-du-jour TO MQ-DATE.
           WRITE MANQUE-ENTETE-RECORD.

           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan > nb-plans
               IF ep-tab-date(idx-plan) <= date-du-jour
                   ADD 1 TO nb-echus
                   IF ep-tab-recu(idx-plan) NOT = 'O'
                       PERFORM 3000-SIGNALER-MANQUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE MANQUE-FILE.

           DISPLAY "plan des evaluations : " nb-echus " echues, "
                   nb-manquants " sans notes, " nb-alertes-levees
                   " alertes levees".

           IF nb-manquants > ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF.

           GOBACK.

       1000-CHARGER-PLAN.
           OPEN INPUT PLAN-EVAL-FILE.

           PERFORM UNTIL tout-plan-lu
               READ PLAN-EVAL-FILE
                   AT END MOVE 'O' TO fin-plan
                   NOT AT END
                       IF nb-plans < 500
                           ADD 1 TO nb-plans
                           MOVE EP-EVALUATION
                               TO ep-tab-evaluation(nb-plans)
                           MOVE EP-CLASSE TO ep-tab-classe(nb-plans)
                           MOVE EP-MATIERE TO ep-tab-matiere(nb-plans)
                           MOVE EP-DATE-PREVUE
                               TO ep-tab-date(nb-plans)
                           MOVE 'N' TO ep-tab-recu(nb-plans)
                       ELSE
                           MOVE 'O' TO plan-sature
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLAN-EVAL-FILE.

       1100-CHARGER-ALERTES.
           OPEN INPUT ALERTE-FILE.

           PERFORM UNTIL toutes-alertes-lues
               READ ALERTE-FILE
                   AT END MOVE 'O' TO fin-alertes
                   NOT AT END
                       IF AL-PROGRAMME = 'VERIF-PLAN-EVAL'
                               AND nb-alertes-connues < 500
                           ADD 1 TO nb-alertes-connues
                           MOVE AL-MESSAGE
                               TO alerte-connue(nb-alertes-connues)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERTE-FILE.

       2000-POINTER-HISTORIQUE.
           OPEN INPUT HISTO-FILE.

           PERFORM VARYING rang-plan FROM 1 BY 1
                   UNTIL rang-plan > nb-plans
               IF ep-tab-date(rang-plan) <= date-du-jour
                       AND ep-tab-recu(rang-plan) NOT = 'O'
                   PERFORM 2050-PARCOURIR-CLASSE
               END-IF
           END-PERFORM.

           CLOSE HISTO-FILE.

       2050-PARCOURIR-CLASSE.
           MOVE 'N' TO classe-parcourue.

           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan >= rang-plan
               IF ep-tab-classe(idx-plan) = ep-tab-classe(rang-plan)
                       AND ep-tab-date(idx-plan) <= date-du-jour
                   MOVE 'O' TO classe-parcourue
               END-IF
           END-PERFORM.

           IF NOT classe-deja-parcourue
               MOVE 'N' TO fin-histo
               MOVE ep-tab-classe(rang-plan) TO HI-CLASSE
               START HISTO-FILE KEY IS EQUAL TO HI-CLASSE
                   INVALID KEY MOVE 'O' TO fin-histo
               END-START
               PERFORM UNTIL tout-histo-lu
                   READ HISTO-FILE NEXT
                       AT END MOVE 'O' TO fin-histo
                       NOT AT END
                           IF HI-CLASSE NOT = ep-tab-classe(rang-plan)
                               MOVE 'O' TO fin-histo
                           ELSE
                               IF HI-MATIERE NOT = SPACES
                                       AND (HI-SITE = SPACES
                                           OR HI-SITE = PV-SITE-CODE)
                                   PERFORM 2100-POINTER-LIGNE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-POINTER-LIGNE.
           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan > nb-plans
               IF ep-tab-classe(idx-plan) = HI-CLASSE
                       AND ep-tab-matiere(idx-plan) = HI-MATIERE
                       AND ep-tab-evaluation(idx-plan) = HI-EVALUATION
                   MOVE 'O' TO ep-tab-recu(idx-plan)
               END-IF
           END-PERFORM.

       3000-SIGNALER-MANQUE.
           ADD 1 TO nb-manquants.

           MOVE SPACES TO message-alerte.
           STRING 'notes manquantes eval ' DELIMITED SIZE
                  ep-tab-evaluation(idx-plan) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ep-tab-classe(idx-plan) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ep-tab-matiere(idx-plan) DELIMITED SIZE
               INTO message-alerte.

           MOVE 'N' TO alerte-existante.
           PERFORM VARYING idx-alerte FROM 1 BY 1
                   UNTIL idx-alerte > nb-alertes-connues
               IF alerte-connue(idx-alerte) = message-alerte
                   MOVE 'O' TO alerte-existante
               END-IF
           END-PERFORM.

           MOVE SPACES TO MANQUE-LIGNE-RECORD.
           MOVE 'EVALUATION ' TO ML-LIBELLE.
           MOVE ep-tab-evaluation(idx-plan) TO ML-EVALUATION.
           MOVE ep-tab-classe(idx-plan) TO ML-CLASSE.
           MOVE ep-tab-matiere(idx-plan) TO ML-MATIERE.
           MOVE ep-tab-date(idx-plan) TO ML-DATE-PREVUE.

           IF alerte-deja-levee
               MOVE 'DEJA SIGNALEE' TO ML-ALERTE
           ELSE
               MOVE 'ALERTE LEVEE' TO ML-ALERTE
               PERFORM 3100-ECRIRE-ALERTE
           END-IF.

           WRITE MANQUE-LIGNE-RECORD.

       3100-ECRIRE-ALERTE.
           ACCEPT heure-alerte FROM TIME.

           OPEN EXTEND ALERTE-FILE.

           MOVE SPACES TO ALERTE-RECORD.
           MOVE date-du-jour TO AL-DATE.
           MOVE heure-alerte TO AL-HEURE.
           MOVE 'VERIF-PLAN-EVAL' TO AL-PROGRAMME.
           MOVE message-alerte TO AL-MESSAGE.
           MOVE SPACE TO AL-STATUT.
           MOVE 2070 TO AL-CODE.
           WRITE ALERTE-RECORD.

           CLOSE ALERTE-FILE.

           ADD 1 TO nb-alertes-levees.

           IF nb-alertes-connues < 500
               ADD 1 TO nb-alertes-connues
               MOVE message-alerte TO alerte-connue(nb-alertes-connues)
           END-IF.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO MANQUE-TOTAL-RECORD.
           MOVE 'EVALUATIONS ECHUES' TO MX-LIBELLE.
           MOVE nb-echus TO MX-VALEUR.
           WRITE MANQUE-TOTAL-RECORD.

           MOVE SPACES TO MANQUE-TOTAL-RECORD.
           MOVE 'SANS NOTES AU FICHIER' TO MX-LIBELLE.
           MOVE nb-manquants TO MX-VALEUR.
           WRITE MANQUE-TOTAL-RECORD.

           MOVE SPACES TO MANQUE-TOTAL-RECORD.
           MOVE 'ALERTES LEVEES' TO MX-LIBELLE.
           MOVE nb-alertes-levees TO MX-VALEUR.
           WRITE MANQUE-TOTAL-RECORD.

       END PROGRAM VERIF-PLAN-EVAL.
