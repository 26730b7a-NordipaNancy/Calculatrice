       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-APPELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY APPELFC.
       COPY CORRECTFC.
       COPY MATIEREFC.
       COPY ELEVIXFC.
       COPY HISTOFC.

           SELECT OPTIONAL OPERATEUR-FILE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY APPELFD.
       COPY CORRECTFD.
       COPY MATIEREFD.
       COPY ELEVIXFD.
       COPY HISTOFD.

       FD  OPERATEUR-FILE.
       01  OPERATEUR-RECORD.
           05  OP-ID             PIC X(08).
           05  FILLER            PIC X(01).
           05  OP-PROGRAMME      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY CALCJOCOM.
       COPY DATECOM.

       77  i PIC 9(3).
       77  ligne-affichage PIC 99.
       77  nb-lignes-affichees PIC 99.
       77  fin-appels PIC X VALUE 'N'.
           88  tous-appels-lus VALUE 'O'.
       77  fin-matieres PIC X VALUE 'N'.
           88  toutes-matieres-lues VALUE 'O'.
       77  fin-operateurs PIC X VALUE 'N'.
           88  tous-operateurs-lus VALUE 'O'.
       77  operateur-connu PIC X VALUE 'N'.
           88  est-operateur-connu VALUE 'O'.
       77  eleve-trouve PIC X VALUE 'N'.
           88  eleve-connu VALUE 'O'.
       77  matiere-trouvee PIC X VALUE 'N'.
           88  matiere-connue VALUE 'O'.
       77  note-trouvee PIC X VALUE 'N'.
           88  note-connue VALUE 'O'.

       77  nb-appels PIC 9(3) VALUE ZERO.
       77  idx-appel PIC 9(3).
       77  rang-trouve PIC 9(3) VALUE ZERO.
       77  dernier-numero PIC 9(5) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  appels-satures VALUE 'O'.
       01  appel-table.
           05  appel-entry OCCURS 500.
               10  ap-tab-numero     PIC 9(5).
               10  ap-tab-date-reception PIC 9(8).
               10  ap-tab-eleve-id   PIC X(05).
               10  ap-tab-matiere    PIC X(03).
               10  ap-tab-note-contestee PIC 9(2)V99.
               10  ap-tab-motif      PIC X(30).
               10  ap-tab-statut     PIC X(01).
               10  ap-tab-date-limite PIC 9(8).
               10  ap-tab-note-accordee PIC 9(2)V99.
               10  ap-tab-date-decision PIC 9(8).
               10  ap-tab-operateur  PIC X(08).
               10  ap-tab-correction PIC X(01).
               10  ap-tab-evaluation PIC 9(02).
               10  ap-tab-date-evaluation PIC 9(8).

       77  nb-matieres PIC 9(3) VALUE ZERO.
       77  idx-matiere PIC 9(3).
       01  matiere-table.
           05  matiere-entry OCCURS 15.
               10  mt-tab-code       PIC X(03).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  operateur-saisi PIC X(08).
       77  numero-saisi PIC 9(5).
       77  eleve-id-saisi PIC X(05).
       77  matiere-saisie PIC X(03).
       77  note-saisie PIC 9(2)V99.
       77  motif-saisi PIC X(30).
       77  date-reception-saisie PIC 9(8).
       77  evaluation-saisie PIC 9(02).
       77  date-evaluation-saisie PIC 9(8).
       77  note-accordee-saisie PIC 9(2)V99.
       77  jour-julien-saisi PIC 9(8).
       77  nb-corrections-emises PIC 9(3) VALUE ZERO.
       77  numero-edite PIC 9(5).
       77  valeur-journal PIC X(20).
       77  action-journal PIC X(25).

       SCREEN SECTION.
       1   app-signon.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'registre des appels de notes'.
       2   LINE 4 COL 10 VALUE 'votre code operateur : '.
       2   COL 34 PIC X(08) TO operateur-saisi REQUIRED.

       1   app-signon-refuse.
       2   LINE 6 COL 10 VALUE 'operateur inconnu' FOREGROUND-COLOR 4.

       1   app-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'registre des appels de notes'.

       1   app-menu.
       2   LINE 4 COL 10 VALUE '1) lister les appels en cours'.
       2   LINE 5 COL 10 VALUE '2) enregistrer un appel'.
       2   LINE 6 COL 10 VALUE '3) mettre un appel en examen'.
       2   LINE 7 COL 10 VALUE '4) accepter un appel'.
       2   LINE 8 COL 10 VALUE '5) refuser un appel'.
       2   LINE 9 COL 10 VALUE '6) sauver et quitter'.
       2   LINE 11 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   app-ligne.
       2   LINE ligne-affichage.
       2   COL 2 PIC 9(5) FROM ap-tab-numero(i).
       2   COL 8 PIC 9(8) FROM ap-tab-date-reception(i).
       2   COL 17 PIC X(05) FROM ap-tab-eleve-id(i).
       2   COL 23 PIC X(03) FROM ap-tab-matiere(i).
       2   COL 27 PIC Z9.99 FROM ap-tab-note-contestee(i).
       2   COL 33 PIC X FROM ap-tab-statut(i).
       2   COL 35 PIC 9(8) FROM ap-tab-date-limite(i).
       2   COL 44 PIC X(30) FROM ap-tab-motif(i).

       1   app-saisie.
       2   LINE 13 COL 10 VALUE 'identifiant eleve          : '.
       2   COL 40 PIC X(05) TO eleve-id-saisi REQUIRED.
       2   LINE 14 COL 10 VALUE 'matiere                    : '.
       2   COL 40 PIC X(03) TO matiere-saisie REQUIRED.
       2   LINE 15 COL 10 VALUE 'note contestee             : '.
       2   COL 40 PIC 99V99 TO note-saisie REQUIRED.
       2   LINE 16 COL 10 VALUE 'motif                      : '.
       2   COL 40 PIC X(30) TO motif-saisi REQUIRED.
       2   LINE 17 COL 10 VALUE 'recu le (0 = aujourd hui)  : '.
       2   COL 40 PIC 9(8) TO date-reception-saisie.
       2   LINE 18 COL 10 VALUE 'evaluation (numero, date)  : '.
       2   COL 40 PIC 99 TO evaluation-saisie REQUIRED.
       2   COL 43 PIC 9(8) TO date-evaluation-saisie REQUIRED.

       1   app-numero.
       2   LINE 13 COL 10 VALUE 'numero d appel             : '.
       2   COL 40 PIC 9(5) TO numero-saisi REQUIRED.

       1   app-note-accordee.
       2   LINE 14 COL 10 VALUE 'note accordee              : '.
       2   COL 40 PIC 99V99 TO note-accordee-saisie REQUIRED.

       1   app-enregistre.
       2   LINE 19 COL 10 VALUE 'appel enregistre, numero '.
       2   COL 35 PIC 9(5) FROM numero-edite.
       2   COL 41 VALUE 'reponse avant le '.
       2   COL 58 PIC 9(8) FROM CJ-DATE-RESULTAT.

       1   app-invalide.
       2   LINE 19 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   app-eleve-inconnu.
       2   LINE 19 COL 10 VALUE 'eleve absent du fichier maitre'
           FOREGROUND-COLOR 4.

       1   app-matiere-inconnue.
       2   LINE 19 COL 10 VALUE 'matiere inconnue' FOREGROUND-COLOR 4.

       1   app-note-inconnue.
       2   LINE 19 COL 10 VALUE 'note absente de l historique'
           FOREGROUND-COLOR 4.

       1   app-introuvable.
       2   LINE 19 COL 10 VALUE 'appel introuvable' FOREGROUND-COLOR 4.

       1   app-deja-decide.
       2   LINE 19 COL 10 VALUE 'appel deja tranche' FOREGROUND-COLOR 4.

       1   app-table-pleine.
       2   LINE 19 COL 10 VALUE 'registre des appels plein'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY app-signon.
           ACCEPT app-signon.

           PERFORM 0500-VERIFIER-OPERATEUR.

           IF NOT est-operateur-connu
               DISPLAY app-signon-refuse
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           PERFORM 1000-CHARGER-APPELS.

           IF appels-satures
               DISPLAY "registre des appels depasse la table de 500, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-CHARGER-MATIERES.

           OPEN INPUT ELEVE-IX-FILE.
           OPEN INPUT HISTO-FILE.

           PERFORM UNTIL maintenance-finie
               DISPLAY app-titre
               DISPLAY app-menu
               ACCEPT app-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-APPELS
                   WHEN 2 PERFORM 3000-ENREGISTRER-APPEL
                   WHEN 3 PERFORM 4000-METTRE-EN-EXAMEN
                   WHEN 4 PERFORM 5000-ACCEPTER-APPEL
                   WHEN 5 PERFORM 5500-REFUSER-APPEL
                   WHEN 6 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY app-invalide
               END-EVALUATE
           END-PERFORM.

           CLOSE ELEVE-IX-FILE.
           CLOSE HISTO-FILE.

           PERFORM 8000-EMETTRE-CORRECTIONS.
           PERFORM 8500-SAUVER-APPELS.

           DISPLAY "appels : " nb-corrections-emises
                   " corrections emises".

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       0500-VERIFIER-OPERATEUR.
           MOVE 'N' TO operateur-connu.

           OPEN INPUT OPERATEUR-FILE.

           PERFORM UNTIL tous-operateurs-lus
               READ OPERATEUR-FILE
                   AT END MOVE 'O' TO fin-operateurs
                   NOT AT END
                       IF OP-ID = operateur-saisi
                           MOVE 'O' TO operateur-connu
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATEUR-FILE.

       1000-CHARGER-APPELS.
           OPEN INPUT APPEL-FILE.

           PERFORM UNTIL tous-appels-lus
               READ APPEL-FILE
                   AT END MOVE 'O' TO fin-appels
                   NOT AT END
                       IF nb-appels < 500
                           ADD 1 TO nb-appels
                           PERFORM 1100-RANGER-APPEL
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPEL-FILE.

       1100-RANGER-APPEL.
           MOVE AP-NUMERO TO ap-tab-numero(nb-appels).
           MOVE AP-DATE-RECEPTION TO ap-tab-date-reception(nb-appels).
           MOVE AP-ELEVE-ID TO ap-tab-eleve-id(nb-appels).
           MOVE AP-MATIERE TO ap-tab-matiere(nb-appels).
           MOVE AP-NOTE-CONTESTEE TO ap-tab-note-contestee(nb-appels).
           MOVE AP-MOTIF TO ap-tab-motif(nb-appels).
           MOVE AP-STATUT TO ap-tab-statut(nb-appels).
           MOVE AP-DATE-LIMITE TO ap-tab-date-limite(nb-appels).
           MOVE AP-NOTE-ACCORDEE TO ap-tab-note-accordee(nb-appels).
           MOVE AP-DATE-DECISION TO ap-tab-date-decision(nb-appels).
           MOVE AP-OPERATEUR TO ap-tab-operateur(nb-appels).
           MOVE AP-CORRECTION TO ap-tab-correction(nb-appels).
           IF AP-EVALUATION NUMERIC AND AP-DATE-EVALUATION NUMERIC
               MOVE AP-EVALUATION TO ap-tab-evaluation(nb-appels)
               MOVE AP-DATE-EVALUATION
                   TO ap-tab-date-evaluation(nb-appels)
           ELSE
               MOVE ZERO TO ap-tab-evaluation(nb-appels)
               MOVE ZERO TO ap-tab-date-evaluation(nb-appels)
           END-IF.

           IF AP-NUMERO > dernier-numero
               MOVE AP-NUMERO TO dernier-numero
           END-IF.

       1500-CHARGER-MATIERES.
           OPEN INPUT MATIERE-FILE.

           PERFORM UNTIL toutes-matieres-lues
               READ MATIERE-FILE
                   AT END MOVE 'O' TO fin-matieres
                   NOT AT END
                       IF nb-matieres < 15 AND MT-ACTIF NOT = 'N'
                           ADD 1 TO nb-matieres
                           MOVE MT-CODE TO mt-tab-code(nb-matieres)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MATIERE-FILE.

       2000-LISTER-APPELS.
           DISPLAY app-titre.
           MOVE ZERO TO nb-lignes-affichees.

           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-appels OR nb-lignes-affichees > 14
               IF ap-tab-statut(i) = 'R' OR ap-tab-statut(i) = 'E'
                   ADD 1 TO nb-lignes-affichees
                   COMPUTE ligne-affichage = nb-lignes-affichees + 3
                   DISPLAY app-ligne
               END-IF
           END-PERFORM.

       3000-ENREGISTRER-APPEL.
           MOVE ZERO TO date-reception-saisie.
           MOVE ZERO TO evaluation-saisie.
           MOVE ZERO TO date-evaluation-saisie.
           DISPLAY app-saisie.
           ACCEPT app-saisie.

           IF date-reception-saisie = ZERO
               MOVE date-du-jour TO date-reception-saisie
           END-IF.

           COMPUTE jour-julien-saisi =
               FUNCTION INTEGER-OF-DATE(date-reception-saisie).

           PERFORM 6000-VERIFIER-ELEVE.
           PERFORM 6200-VERIFIER-MATIERE.
           PERFORM 6300-VERIFIER-NOTE.

           IF NOT eleve-connu
               DISPLAY app-eleve-inconnu
           ELSE
               IF NOT matiere-connue
                   DISPLAY app-matiere-inconnue
               ELSE
                   IF jour-julien-saisi = ZERO OR note-saisie > 20
                           OR date-reception-saisie > date-du-jour
                           OR date-evaluation-saisie > date-du-jour
                       DISPLAY app-invalide
                   ELSE
                       IF NOT note-connue
                           DISPLAY app-note-inconnue
                       ELSE
                           IF nb-appels < 500
                               PERFORM 3100-AJOUTER-APPEL
                           ELSE
                               DISPLAY app-table-pleine
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-AJOUTER-APPEL.
           MOVE date-reception-saisie TO CJ-DATE-ENTREE.
           MOVE 'D' TO CJ-OPERATION.
           MOVE PV-APPEL-DELAI-JOURS TO CJ-NB-JOURS.
           CALL 'CALC-JOUR-OUVRE' USING CALCJO-PARAMETRES.

           IF NOT CJ-CALCUL-OK
               MOVE ZERO TO CJ-DATE-RESULTAT
               DISPLAY "calcul de la date limite impossible"
           END-IF.

           ADD 1 TO dernier-numero.
           ADD 1 TO nb-appels.
           MOVE dernier-numero TO ap-tab-numero(nb-appels).
           MOVE date-reception-saisie
               TO ap-tab-date-reception(nb-appels).
           MOVE eleve-id-saisi TO ap-tab-eleve-id(nb-appels).
           MOVE matiere-saisie TO ap-tab-matiere(nb-appels).
           MOVE note-saisie TO ap-tab-note-contestee(nb-appels).
           MOVE motif-saisi TO ap-tab-motif(nb-appels).
           MOVE 'R' TO ap-tab-statut(nb-appels).
           MOVE CJ-DATE-RESULTAT TO ap-tab-date-limite(nb-appels).
           MOVE ZERO TO ap-tab-note-accordee(nb-appels).
           MOVE ZERO TO ap-tab-date-decision(nb-appels).
           MOVE operateur-saisi TO ap-tab-operateur(nb-appels).
           MOVE 'N' TO ap-tab-correction(nb-appels).
           MOVE evaluation-saisie TO ap-tab-evaluation(nb-appels).
           MOVE date-evaluation-saisie
               TO ap-tab-date-evaluation(nb-appels).

           MOVE dernier-numero TO numero-edite.
           DISPLAY app-enregistre.

           MOVE nb-appels TO rang-trouve.
           MOVE 'appel enregistre' TO action-journal.
           PERFORM 7500-ECRIRE-JOURNAL.

       4000-METTRE-EN-EXAMEN.
           PERFORM 6500-SAISIR-NUMERO.

           IF rang-trouve > ZERO
               IF ap-tab-statut(rang-trouve) NOT = 'R'
                   DISPLAY app-deja-decide
               ELSE
                   MOVE 'E' TO ap-tab-statut(rang-trouve)
                   MOVE operateur-saisi TO ap-tab-operateur(rang-trouve)
                   MOVE 'appel en examen' TO action-journal
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-ACCEPTER-APPEL.
           PERFORM 6500-SAISIR-NUMERO.

           IF rang-trouve > ZERO
               IF ap-tab-statut(rang-trouve) NOT = 'R'
                       AND ap-tab-statut(rang-trouve) NOT = 'E'
                   DISPLAY app-deja-decide
               ELSE
                   DISPLAY app-note-accordee
                   ACCEPT app-note-accordee
                   IF note-accordee-saisie > 20
                       DISPLAY app-invalide
                   ELSE
                       MOVE 'A' TO ap-tab-statut(rang-trouve)
                       MOVE note-accordee-saisie
                           TO ap-tab-note-accordee(rang-trouve)
                       MOVE date-du-jour
                           TO ap-tab-date-decision(rang-trouve)
                       MOVE operateur-saisi
                           TO ap-tab-operateur(rang-trouve)
                       MOVE 'N' TO ap-tab-correction(rang-trouve)
                       MOVE 'appel accepte' TO action-journal
                       PERFORM 7500-ECRIRE-JOURNAL
                   END-IF
               END-IF
           END-IF.

       5500-REFUSER-APPEL.
           PERFORM 6500-SAISIR-NUMERO.

           IF rang-trouve > ZERO
               IF ap-tab-statut(rang-trouve) NOT = 'R'
                       AND ap-tab-statut(rang-trouve) NOT = 'E'
                   DISPLAY app-deja-decide
               ELSE
                   MOVE 'F' TO ap-tab-statut(rang-trouve)
                   MOVE date-du-jour
                       TO ap-tab-date-decision(rang-trouve)
                   MOVE operateur-saisi TO ap-tab-operateur(rang-trouve)
                   MOVE 'appel refuse' TO action-journal
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       6000-VERIFIER-ELEVE.
           MOVE 'N' TO eleve-trouve.

           MOVE eleve-id-saisi TO EI-ELEVE-ID.
           READ ELEVE-IX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'O' TO eleve-trouve
           END-READ.

       6200-VERIFIER-MATIERE.
           MOVE 'N' TO matiere-trouvee.

           PERFORM VARYING idx-matiere FROM 1 BY 1
                   UNTIL idx-matiere > nb-matieres
               IF mt-tab-code(idx-matiere) = matiere-saisie
                   MOVE 'O' TO matiere-trouvee
               END-IF
           END-PERFORM.

       6300-VERIFIER-NOTE.
           MOVE 'N' TO note-trouvee.

           MOVE eleve-id-saisi TO HI-ELEVE-ID.
           MOVE date-evaluation-saisie TO HI-DATE.
           MOVE evaluation-saisie TO HI-EVALUATION.
           MOVE matiere-saisie TO HI-MATIERE.
           READ HISTO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'O' TO note-trouvee
           END-READ.

       6500-SAISIR-NUMERO.
           DISPLAY app-numero.
           ACCEPT app-numero.

           MOVE ZERO TO rang-trouve.
           PERFORM VARYING idx-appel FROM 1 BY 1
                   UNTIL idx-appel > nb-appels
               IF ap-tab-numero(idx-appel) = numero-saisi
                   MOVE idx-appel TO rang-trouve
               END-IF
           END-PERFORM.

           IF rang-trouve = ZERO
               DISPLAY app-introuvable
           END-IF.

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1030 TO JL-CODE.
           MOVE ap-tab-numero(rang-trouve) TO numero-edite.
           MOVE SPACES TO valeur-journal.
           STRING numero-edite DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ap-tab-eleve-id(rang-trouve) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ap-tab-statut(rang-trouve) DELIMITED SIZE
                  INTO valeur-journal.

           MOVE SPACES TO JL-MESSAGE.
           STRING action-journal DELIMITED '  '
                  ' par ' DELIMITED SIZE
                  operateur-saisi DELIMITED SIZE
                  INTO JL-MESSAGE.

           MOVE 'MAJ-APPELS' TO JL-PROGRAMME.
           MOVE 'AP-NUMERO' TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-EMETTRE-CORRECTIONS.
           OPEN EXTEND CORRECTION-FILE.

           PERFORM VARYING idx-appel FROM 1 BY 1
                   UNTIL idx-appel > nb-appels
               IF ap-tab-statut(idx-appel) = 'A'
                       AND ap-tab-correction(idx-appel) NOT = 'O'
                   MOVE ap-tab-numero(idx-appel) TO numero-edite
                   MOVE SPACES TO CORRECTION-RECORD
                   MOVE ap-tab-eleve-id(idx-appel) TO CO-ELEVE-ID
                   MOVE ap-tab-note-accordee(idx-appel) TO CO-SCORE
                   MOVE ap-tab-matiere(idx-appel) TO CO-MATIERE
                   MOVE ap-tab-evaluation(idx-appel) TO CO-EVALUATION
                   MOVE ap-tab-date-evaluation(idx-appel)
                       TO CO-DATE-EVALUATION
                   MOVE ZERO TO CO-DATE-TRAITEMENT
                   STRING 'APPEL ' DELIMITED SIZE
                          numero-edite DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          ap-tab-matiere(idx-appel) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          ap-tab-motif(idx-appel) DELIMITED SIZE
                          INTO CO-MOTIF
                   WRITE CORRECTION-RECORD
                   MOVE 'O' TO ap-tab-correction(idx-appel)
                   ADD 1 TO nb-corrections-emises
               END-IF
           END-PERFORM.

           CLOSE CORRECTION-FILE.

       8500-SAUVER-APPELS.
           OPEN OUTPUT APPEL-FILE.

           PERFORM VARYING idx-appel FROM 1 BY 1
                   UNTIL idx-appel > nb-appels
               MOVE SPACES TO APPEL-RECORD
               MOVE ap-tab-numero(idx-appel) TO AP-NUMERO
               MOVE ap-tab-date-reception(idx-appel)
                   TO AP-DATE-RECEPTION
               MOVE ap-tab-eleve-id(idx-appel) TO AP-ELEVE-ID
               MOVE ap-tab-matiere(idx-appel) TO AP-MATIERE
               MOVE ap-tab-note-contestee(idx-appel)
                   TO AP-NOTE-CONTESTEE
               MOVE ap-tab-motif(idx-appel) TO AP-MOTIF
               MOVE ap-tab-statut(idx-appel) TO AP-STATUT
               MOVE ap-tab-date-limite(idx-appel) TO AP-DATE-LIMITE
               MOVE ap-tab-note-accordee(idx-appel)
                   TO AP-NOTE-ACCORDEE
               MOVE ap-tab-date-decision(idx-appel)
                   TO AP-DATE-DECISION
               MOVE ap-tab-operateur(idx-appel) TO AP-OPERATEUR
               MOVE ap-tab-correction(idx-appel) TO AP-CORRECTION
               MOVE ap-tab-evaluation(idx-appel) TO AP-EVALUATION
               MOVE ap-tab-date-evaluation(idx-appel)
                   TO AP-DATE-EVALUATION
               WRITE APPEL-RECORD
           END-PERFORM.

           CLOSE APPEL-FILE.

       END PROGRAM MAJ-APPELS.
