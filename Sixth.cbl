       COPY OPSLOGFC.
       COPY ALERTEFC.
       COPY DEMANDEFC.
       COPY RAPREFFC.
       COPY RAPIDXFC.

           SELECT OPTIONAL RAPPORT-SOURCE-FILE
               ASSIGN DYNAMIC rapport-source-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RAPPORT-ARCHIVE-FILE
               ASSIGN DYNAMIC rapport-archive-filename
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PLAN-LOT-FILE ASSIGN TO "PLAN-LOT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       COPY OPSLOGFD.
       COPY ALERTEFD.
       COPY DEMANDEFD.
       COPY RAPREFFD.
       COPY RAPIDXFD.

       FD  RAPPORT-SOURCE-FILE.
       01  RAPPORT-SOURCE-RECORD.
           05  RS-LIGNE          PIC X(300).

       FD  RAPPORT-ARCHIVE-FILE.
       01  RAPPORT-ARCHIVE-RECORD.
           05  RA-LIGNE          PIC X(300).

       FD  PLAN-LOT-FILE.
       01  PLAN-LOT-RECORD.
           05  PL-BUDGET-SEC     PIC 9(05).
           05  FILLER            PIC X(01).
           05  PL-DIFFERABLE     PIC X(01).
           05  FILLER            PIC X(01).
           05  PL-FICHIER-ATTENDU PIC X(20).
           05  FILLER            PIC X(01).
           05  PL-DECLENCHEUR    PIC X(20).
           05  FILLER            PIC X(01).
           05  PL-HEURE-LIMITE   PIC 9(04).
           05  FILLER            PIC X(01).
           05  PL-SI-ABSENT      PIC X(01).
           05  FILLER            PIC X(01).
           05  PL-PREREQUIS      PIC X(20).

       WORKING-STORAGE SECTION.
       COPY RETCODES.
           88  tout-catalogue-lu VALUE 'O'.
       77  nb-etapes PIC 99 VALUE ZERO.
       77  idx-etape PIC 99.
       77  nb-programmes-cat PIC 9(3) VALUE ZERO.
       77  idx-cat PIC 9(3).
       77  plan-valide PIC X VALUE 'O'.
           88  plan-est-valide VALUE 'O'.
       77  programme-connu PIC X.
               10  et-jour-semaine   PIC 9(01).
               10  et-budget-sec     PIC 9(05).
               10  et-differable     PIC X(01).
               10  et-fichier-attendu PIC X(20).
               10  et-declencheur    PIC X(20).
               10  et-heure-limite   PIC 9(04).
               10  et-si-absent      PIC X(01).
               10  et-prerequis      PIC X(20).
               10  et-differee       PIC X(01).
               10  et-attente-sec    PIC 9(05).

       01  catalogue-noms.
           05  cat-nom OCCURS 200 PIC X(20).

       77  fin-demandes PIC X VALUE 'N'.
           88  toutes-demandes-lues VALUE 'O'.
       77  heure-alerte PIC 9(8).
       77  programme-alerte PIC X(20).
       77  message-alerte PIC X(40).
       77  code-alerte PIC 9(4) VALUE ZERO.

       77  etape-due PIC X VALUE 'O'.
           88  est-etape-due VALUE 'O'.
               10  jc-nb-avert       PIC 9(3).
               10  jc-nb-erreur      PIC 9(3).

       77  minutes-debut-lot PIC 9(5).
       77  minutes-ecoulees PIC S9(5) COMP.
       77  minutes-limite PIC S9(5) COMP.
       77  minutes-vers-fin PIC S9(5) COMP.
       01  heure-limite-decoupee.
           05  hl-hh             PIC 9(2).
           05  hl-mm             PIC 9(2).
       77  heure-debut-attente PIC 9(8).
       77  heure-attente PIC 9(8).
       77  secondes-attente PIC 9(5) VALUE ZERO.
       77  info-fichier PIC X(16).
       77  code-existence PIC S9(4) COMP.
       77  code-suppression PIC S9(4) COMP.
       77  declencheur-present PIC X VALUE 'N'.
           88  est-declencheur-present VALUE 'O'.
       77  limite-atteinte PIC X VALUE 'N'.
           88  est-limite-atteinte VALUE 'O'.
       77  lancement-force PIC X VALUE 'N'.
           88  est-lancement-force VALUE 'O'.
       77  passe-differees PIC X VALUE 'N'.
           88  est-passe-differees VALUE 'O'.
       77  nb-differees PIC 99 VALUE ZERO.
       77  prerequis-statut PIC X VALUE 'O'.
           88  prerequis-fait VALUE 'O'.
           88  prerequis-differe VALUE 'D'.
           88  prerequis-manquant VALUE 'N'.
       77  idx-prerequis PIC 99.

       77  fin-rapports-ref PIC X VALUE 'N'.
           88  tous-rapports-ref-lus VALUE 'O'.
       77  fin-rapport-source PIC X VALUE 'N'.
           88  rapport-source-lu VALUE 'O'.
       77  nb-rapports-ref PIC 9(3) VALUE ZERO.
       77  idx-rapport PIC 9(3).
       01  rapports-ref-table.
           05  rapport-ref-entry OCCURS 100.
               10  rf-tab-programme  PIC X(20).
               10  rf-tab-rapport    PIC X(14).
               10  rf-tab-retention  PIC 9(04).
               10  rf-tab-info       PIC X(16).
       77  programme-archive PIC X(20).
       77  code-archive PIC S9(4) COMP.
       77  rapport-source-filename PIC X(14).
       77  rapport-archive-filename PIC X(26).
       77  racine-rapport PIC X(14).
       77  heure-archive PIC 9(8).
       77  nb-lignes-rapport PIC 9(7).
       77  nb-pages-rapport PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT heure-debut-lot FROM TIME.
                   PERFORM 0700-CALCULER-CALENDRIER
                   PERFORM 1000-CHARGER-PLAN
                   PERFORM 1050-CHARGER-DUREES
                   PERFORM 1100-CHARGER-RAPPORTS
                   PERFORM 1500-VALIDER-PLAN

                   IF NOT plan-est-valide
                           UNTIL idx-etape > nb-etapes
                               OR lot-est-abandonne

                       IF nb-differees > ZERO
                               AND NOT lot-est-abandonne
                           MOVE 'O' TO passe-differees
                           PERFORM 2400-REPRENDRE-DIFFEREE
                               VARYING idx-etape FROM 1 BY 1
                               UNTIL idx-etape > nb-etapes
                                   OR lot-est-abandonne
                       END-IF

                       IF NOT lot-est-abandonne
                           PERFORM 3000-TRAITER-DEMANDES
                       END-IF
           MOVE heure-debut-lot TO heure-decoupee.
           COMPUTE heure-courante-hhmm = hd-hh * 100 + hd-mm.
           COMPUTE minutes-courantes = hd-hh * 60 + hd-mm.
           MOVE minutes-courantes TO minutes-debut-lot.

           IF PV-LOT-FENETRE-DEBUT <= PV-LOT-FENETRE-FIN
               IF heure-courante-hhmm >= PV-LOT-FENETRE-DEBUT
                   MOVE 'depart tardif dans la fenetre batch'
                       TO JL-MESSAGE
                   MOVE 'A' TO JL-SEVERITE
                   MOVE 3001 TO JL-CODE
                   CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES
               END-IF
           END-IF.
           MOVE programme-alerte TO AL-PROGRAMME.
           MOVE message-alerte TO AL-MESSAGE.
           MOVE SPACE TO AL-STATUT.
           MOVE code-alerte TO AL-CODE.
           WRITE ALERTE-RECORD.

           CLOSE ALERTE-FILE.
                               END-IF
                               MOVE PL-DIFFERABLE
                                   TO et-differable(nb-etapes)
                               MOVE PL-FICHIER-ATTENDU
                                   TO et-fichier-attendu(nb-etapes)
                               MOVE PL-DECLENCHEUR
                                   TO et-declencheur(nb-etapes)
                               IF PL-HEURE-LIMITE NUMERIC
                                   MOVE PL-HEURE-LIMITE
                                       TO et-heure-limite(nb-etapes)
                               ELSE
                                   MOVE PV-LOT-FENETRE-FIN
                                       TO et-heure-limite(nb-etapes)
                               END-IF
                               MOVE PL-SI-ABSENT
                                   TO et-si-absent(nb-etapes)
                               MOVE PL-PREREQUIS
                                   TO et-prerequis(nb-etapes)
                               MOVE 'N' TO et-differee(nb-etapes)
                               MOVE ZERO TO et-attente-sec(nb-etapes)
                           ELSE
                               DISPLAY "plan au dela de 20 etapes, "
                                       "etape ignoree : " PL-PROGRAMME
                   MOVE ZERO TO et-jour-semaine(idx-etape)
                   MOVE ZERO TO et-budget-sec(idx-etape)
                   MOVE 'N' TO et-differable(idx-etape)
                   MOVE SPACES TO et-fichier-attendu(idx-etape)
                   MOVE SPACES TO et-declencheur(idx-etape)
                   MOVE PV-LOT-FENETRE-FIN TO et-heure-limite(idx-etape)
                   MOVE SPACE TO et-si-absent(idx-etape)
                   MOVE SPACES TO et-prerequis(idx-etape)
                   MOVE 'N' TO et-differee(idx-etape)
                   MOVE ZERO TO et-attente-sec(idx-etape)
               END-PERFORM
           END-IF.

               ADD OP-DUREE-SEC TO dh-total(rang-duree)
           END-IF.

       1100-CHARGER-RAPPORTS.
           OPEN INPUT RAPPORT-REF-FILE.

           PERFORM UNTIL tous-rapports-ref-lus
               READ RAPPORT-REF-FILE
                   AT END MOVE 'O' TO fin-rapports-ref
                   NOT AT END
                       IF RF-PROGRAMME NOT = SPACES
                               AND RF-RAPPORT NOT = SPACES
                               AND nb-rapports-ref < 100
                           ADD 1 TO nb-rapports-ref
                           MOVE RF-PROGRAMME
                               TO rf-tab-programme(nb-rapports-ref)
                           MOVE RF-RAPPORT
                               TO rf-tab-rapport(nb-rapports-ref)
                           IF RF-RETENTION NUMERIC
                                   AND RF-RETENTION > ZERO
                               MOVE RF-RETENTION
                                   TO rf-tab-retention(nb-rapports-ref)
                           ELSE
                               MOVE PV-RAPPORT-RETENTION-J
                                   TO rf-tab-retention(nb-rapports-ref)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RAPPORT-REF-FILE.

       1900-PREVOIR-FENETRE.
           MOVE 'O' TO fenetre-suffisante.
           MOVE ZERO TO budget-restant.
               READ CATALOGUE-FILE
                   AT END MOVE 'O' TO fin-catalogue
                   NOT AT END
                       IF nb-programmes-cat < 200
                           ADD 1 TO nb-programmes-cat
                           MOVE CAT-PROGRAMME
                               TO cat-nom(nb-programmes-cat)
           END-PERFORM.

       2000-EXECUTER-ETAPE.
           MOVE ZERO TO secondes-attente.
           MOVE 'N' TO lancement-force.

           IF et-actif(idx-etape) NOT = 'O'
               DISPLAY "etape sautee : " et-programme(idx-etape)
               MOVE 'SAUTE-INAC' TO statut-chrono
               MOVE et-programme(idx-etape) TO programme-alerte
               MOVE 'lot abandonne avant depassement de fenetre'
                   TO message-alerte
               MOVE 3003 TO code-alerte
               PERFORM 0650-ECRIRE-ALERTE
           ELSE
               IF NOT est-fenetre-suffisante
           END-IF.

       2070-INTERROGER-ET-LANCER.
           PERFORM 2080-CONTROLER-PREREQUIS.

           IF prerequis-differe
               DISPLAY "prerequis differe, etape differee : "
                       et-programme(idx-etape)
               MOVE 'O' TO et-differee(idx-etape)
               MOVE ZERO TO et-attente-sec(idx-etape)
               ADD 1 TO nb-differees
               PERFORM 2360-JOURNALISER-PREREQUIS
           ELSE
               IF prerequis-manquant
                   DISPLAY "prerequis non execute, etape retenue : "
                           et-programme(idx-etape)
                   MOVE et-programme(idx-etape) TO programme-alerte
                   MOVE 'prerequis non execute, etape retenue'
                       TO message-alerte
                   MOVE 3092 TO code-alerte
                   PERFORM 0650-ECRIRE-ALERTE
                   MOVE 'SAUTE-PREQ' TO statut-chrono
                   PERFORM 2250-ECRIRE-CHRONO-SAUT
               ELSE
                   PERFORM 2075-INTERROGER-ETAPE
               END-IF
           END-IF.

       2075-INTERROGER-ETAPE.
           MOVE et-programme(idx-etape) TO CE-PROGRAMME.
           MOVE date-du-jour TO CE-DATE.
           MOVE 'Q' TO CE-ACTION.
               DISPLAY "etape deja complete ce jour : "
                       et-programme(idx-etape)
           ELSE
               IF et-declencheur(idx-etape) = SPACES
                   PERFORM 2100-LANCER-ETAPE
               ELSE
                   PERFORM 2300-ATTENDRE-ARRIVEE
               END-IF
           END-IF.

       2080-CONTROLER-PREREQUIS.
           MOVE 'O' TO prerequis-statut.

           IF et-prerequis(idx-etape) NOT = SPACES
               MOVE et-prerequis(idx-etape) TO CE-PROGRAMME
               MOVE date-du-jour TO CE-DATE
               MOVE 'Q' TO CE-ACTION
               CALL 'CONTROLE-EXECUTION'
                   USING CONTROLE-EXECUTION-PARAMS
               IF NOT CE-STATUT-COMPLET
                   MOVE 'N' TO prerequis-statut
                   IF NOT est-passe-differees
                       PERFORM VARYING idx-prerequis FROM 1 BY 1
                               UNTIL idx-prerequis > nb-etapes
                           IF et-programme(idx-prerequis)
                                   = et-prerequis(idx-etape)
                                   AND et-differee(idx-prerequis) = 'O'
                               MOVE 'D' TO prerequis-statut
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       2050-CONTROLER-FREQUENCE.
           MOVE ZERO TO OP-DUREE-SEC.
           MOVE ZERO TO OP-CODE-RETOUR.
           MOVE statut-chrono TO OP-STATUT.
           MOVE secondes-attente TO OP-ATTENTE-SEC.
           WRITE OPSLOG-RECORD.

           CLOSE OPSLOG-FILE.
           CALL 'CONTROLE-EXECUTION'
               USING CONTROLE-EXECUTION-PARAMS.

           MOVE et-programme(idx-etape) TO programme-archive.
           PERFORM 2490-RELEVER-RAPPORTS.

           ACCEPT heure-debut-etape FROM TIME.

           CALL et-programme(idx-etape)

           CANCEL et-programme(idx-etape).

           MOVE code-retour TO code-archive.
           PERFORM 2500-ARCHIVER-RAPPORTS.

           IF code-retour > pire-code-retour
               MOVE code-retour TO pire-code-retour
           END-IF.
           IF code-retour >= RC-ERREUR
               MOVE et-programme(idx-etape) TO programme-alerte
               MOVE 'etape terminee en erreur' TO message-alerte
               MOVE 3004 TO code-alerte
               PERFORM 0650-ECRIRE-ALERTE
           END-IF.

           MOVE heure-fin-etape TO OP-HEURE-FIN.
           MOVE duree-etape TO OP-DUREE-SEC.
           MOVE code-retour TO OP-CODE-RETOUR.
           IF est-lancement-force
               MOVE 'FORCE' TO OP-STATUT
           ELSE
               MOVE 'EXECUTE' TO OP-STATUT
           END-IF.
           MOVE secondes-attente TO OP-ATTENTE-SEC.
           WRITE OPSLOG-RECORD.

           CLOSE OPSLOG-FILE.

       2300-ATTENDRE-ARRIVEE.
           ACCEPT heure-debut-attente FROM TIME.
           PERFORM 2310-TESTER-DECLENCHEUR.
           MOVE 'N' TO limite-atteinte.

           IF est-passe-differees
               MOVE 'O' TO limite-atteinte
               MOVE et-attente-sec(idx-etape) TO secondes-attente
           ELSE
               PERFORM 2320-CONTROLER-LIMITE
               IF NOT est-declencheur-present
                       AND NOT est-limite-atteinte
                   DISPLAY "attente de " et-declencheur(idx-etape)
                           " pour " et-programme(idx-etape)
                           " jusqu'a " et-heure-limite(idx-etape)
               END-IF
               PERFORM UNTIL est-declencheur-present
                       OR est-limite-atteinte
                   CALL "C$SLEEP" USING PV-LOT-INTERVALLE-SEC
                   PERFORM 2310-TESTER-DECLENCHEUR
                   PERFORM 2320-CONTROLER-LIMITE
               END-PERFORM
               PERFORM 2330-CALCULER-ATTENTE
           END-IF.

           IF est-declencheur-present
               PERFORM 2100-LANCER-ETAPE
               IF code-retour < RC-ERREUR
                   CALL "CBL_DELETE_FILE"
                       USING et-declencheur(idx-etape)
                   MOVE RETURN-CODE TO code-suppression
                   MOVE ZERO TO RETURN-CODE
               END-IF
           ELSE
               MOVE et-programme(idx-etape) TO programme-alerte
               EVALUATE TRUE
                   WHEN et-si-absent(idx-etape) = 'L'
                       DISPLAY "fichier absent a l'heure limite, "
                               "etape forcee : "
                               et-programme(idx-etape)
                       MOVE 'fichier attendu absent, etape forcee'
                           TO message-alerte
                       MOVE 3005 TO code-alerte
                       PERFORM 0650-ECRIRE-ALERTE
                       MOVE 'O' TO lancement-force
                       PERFORM 2100-LANCER-ETAPE
                   WHEN et-si-absent(idx-etape) = 'D'
                           AND NOT est-passe-differees
                       DISPLAY "fichier absent a l'heure limite, "
                               "etape differee : "
                               et-programme(idx-etape)
                       MOVE 'O' TO et-differee(idx-etape)
                       MOVE secondes-attente
                           TO et-attente-sec(idx-etape)
                       ADD 1 TO nb-differees
                       PERFORM 2350-JOURNALISER-DIFFERE
                   WHEN OTHER
                       DISPLAY "fichier absent a l'heure limite, "
                               "etape sautee : "
                               et-programme(idx-etape)
                       MOVE 'fichier attendu absent, etape sautee'
                           TO message-alerte
                       MOVE 3006 TO code-alerte
                       PERFORM 0650-ECRIRE-ALERTE
                       MOVE 'SAUTE-DECL' TO statut-chrono
                       PERFORM 2250-ECRIRE-CHRONO-SAUT
               END-EVALUATE
           END-IF.

       2310-TESTER-DECLENCHEUR.
           MOVE 'N' TO declencheur-present.

           CALL "CBL_CHECK_FILE_EXIST"
               USING et-declencheur(idx-etape) info-fichier.
           MOVE RETURN-CODE TO code-existence.
           MOVE ZERO TO RETURN-CODE.

           IF code-existence = ZERO
               IF et-fichier-attendu(idx-etape) = SPACES
                   MOVE 'O' TO declencheur-present
               ELSE
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING et-fichier-attendu(idx-etape) info-fichier
                   MOVE RETURN-CODE TO code-existence
                   MOVE ZERO TO RETURN-CODE
                   IF code-existence = ZERO
                       MOVE 'O' TO declencheur-present
                   END-IF
               END-IF
           END-IF.

       2320-CONTROLER-LIMITE.
           MOVE 'N' TO limite-atteinte.

           ACCEPT heure-attente FROM TIME.
           MOVE heure-attente TO heure-decoupee.
           COMPUTE minutes-ecoulees =
               hd-hh * 60 + hd-mm - minutes-debut-lot.
           IF minutes-ecoulees < ZERO
               ADD 1440 TO minutes-ecoulees
           END-IF.

           MOVE et-heure-limite(idx-etape) TO heure-limite-decoupee.
           COMPUTE minutes-limite =
               hl-hh * 60 + hl-mm - minutes-debut-lot.
           IF minutes-limite < ZERO
               ADD 1440 TO minutes-limite
           END-IF.

           COMPUTE minutes-vers-fin = minutes-fin - minutes-debut-lot.
           IF minutes-vers-fin < ZERO
               ADD 1440 TO minutes-vers-fin
           END-IF.
           IF minutes-vers-fin < minutes-limite
               MOVE minutes-vers-fin TO minutes-limite
           END-IF.

           IF minutes-ecoulees >= minutes-limite
               MOVE 'O' TO limite-atteinte
           END-IF.

       2330-CALCULER-ATTENTE.
           MOVE heure-debut-attente TO heure-decoupee.
           COMPUTE secondes-debut =
               hd-hh * 3600 + hd-mm * 60 + hd-ss.
           ACCEPT heure-attente FROM TIME.
           MOVE heure-attente TO heure-decoupee.
           COMPUTE secondes-fin =
               hd-hh * 3600 + hd-mm * 60 + hd-ss.

           COMPUTE duree-etape = secondes-fin - secondes-debut.
           IF duree-etape < ZERO
               ADD 86400 TO duree-etape
           END-IF.
           MOVE duree-etape TO secondes-attente.

       2350-JOURNALISER-DIFFERE.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'PILOTE-LOT' TO JL-PROGRAMME.
           MOVE 'PL-DECLENCHEUR' TO JL-CHAMP.
           MOVE et-declencheur(idx-etape) TO JL-VALEUR.
           MOVE 'fichier absent, etape differee en fin de lot'
               TO JL-MESSAGE.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 3002 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       2360-JOURNALISER-PREREQUIS.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'PILOTE-LOT' TO JL-PROGRAMME.
           MOVE 'PL-PREREQUIS' TO JL-CHAMP.
           MOVE et-prerequis(idx-etape) TO JL-VALEUR.
           MOVE 'prerequis differe, etape differee'
               TO JL-MESSAGE.
           MOVE 'A' TO JL-SEVERITE.
           MOVE 3092 TO JL-CODE.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       2400-REPRENDRE-DIFFEREE.
           IF et-differee(idx-etape) = 'O'
               MOVE 'N' TO et-differee(idx-etape)
               MOVE ZERO TO secondes-attente
               MOVE 'N' TO lancement-force
               DISPLAY "reprise de l'etape differee : "
                       et-programme(idx-etape)
               PERFORM 2070-INTERROGER-ET-LANCER
           END-IF.

       2490-RELEVER-RAPPORTS.
           PERFORM VARYING idx-rapport FROM 1 BY 1
                   UNTIL idx-rapport > nb-rapports-ref
               IF rf-tab-programme(idx-rapport) = programme-archive
                   MOVE rf-tab-rapport(idx-rapport)
                       TO rapport-source-filename
                   MOVE SPACES TO info-fichier
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING rapport-source-filename info-fichier
                   MOVE ZERO TO RETURN-CODE
                   MOVE info-fichier TO rf-tab-info(idx-rapport)
               END-IF
           END-PERFORM.

       2500-ARCHIVER-RAPPORTS.
           PERFORM VARYING idx-rapport FROM 1 BY 1
                   UNTIL idx-rapport > nb-rapports-ref
               IF rf-tab-programme(idx-rapport) = programme-archive
                   MOVE rf-tab-rapport(idx-rapport)
                       TO rapport-source-filename
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING rapport-source-filename info-fichier
                   MOVE RETURN-CODE TO code-existence
                   MOVE ZERO TO RETURN-CODE
                   IF code-existence = ZERO
                           AND info-fichier
                               NOT = rf-tab-info(idx-rapport)
                       PERFORM 2510-COPIER-RAPPORT
                   END-IF
               END-IF
           END-PERFORM.

       2510-COPIER-RAPPORT.
           ACCEPT heure-archive FROM TIME.

           MOVE SPACES TO racine-rapport.
           UNSTRING rapport-source-filename DELIMITED BY '.'
               INTO racine-rapport.
           MOVE SPACES TO rapport-archive-filename.
           STRING racine-rapport DELIMITED SPACE
                  date-du-jour(3:6) DELIMITED SIZE
                  heure-archive(1:6) DELIMITED SIZE
                  '.ARC' DELIMITED SIZE
                  INTO rapport-archive-filename.

           MOVE 'N' TO fin-rapport-source.
           MOVE ZERO TO nb-lignes-rapport.

           OPEN INPUT RAPPORT-SOURCE-FILE.
           OPEN OUTPUT RAPPORT-ARCHIVE-FILE.

           PERFORM UNTIL rapport-source-lu
               READ RAPPORT-SOURCE-FILE
                   AT END MOVE 'O' TO fin-rapport-source
                   NOT AT END
                       ADD 1 TO nb-lignes-rapport
                       MOVE RS-LIGNE TO RA-LIGNE
                       WRITE RAPPORT-ARCHIVE-RECORD
               END-READ
           END-PERFORM.

           CLOSE RAPPORT-SOURCE-FILE.
           CLOSE RAPPORT-ARCHIVE-FILE.

           IF PV-RAPPORT-LIGNES-PAGE > ZERO
               COMPUTE nb-pages-rapport =
                   (nb-lignes-rapport + PV-RAPPORT-LIGNES-PAGE - 1)
                   / PV-RAPPORT-LIGNES-PAGE
           ELSE
               MOVE 1 TO nb-pages-rapport
           END-IF.

           OPEN EXTEND RAPPORT-INDEX-FILE.

           MOVE SPACES TO RAPPORT-INDEX-RECORD.
           MOVE rapport-source-filename TO RI-RAPPORT.
           MOVE date-du-jour TO RI-DATE.
           MOVE heure-archive TO RI-HEURE.
           MOVE programme-archive TO RI-PROGRAMME.
           MOVE nb-pages-rapport TO RI-PAGES.
           EVALUATE TRUE
               WHEN code-archive >= RC-ERREUR
                   MOVE 'ERREUR' TO RI-STATUT
               WHEN code-archive >= RC-AVERTISSEMENT
                   MOVE 'AVERT' TO RI-STATUT
               WHEN OTHER
                   MOVE 'OK' TO RI-STATUT
           END-EVALUATE.
           MOVE rapport-archive-filename TO RI-ARCHIVE.
           MOVE rf-tab-retention(idx-rapport) TO RI-RETENTION.
           MOVE 'N' TO RI-PURGEE.
           WRITE RAPPORT-INDEX-RECORD.

           CLOSE RAPPORT-INDEX-FILE.

           DISPLAY "rapport " rapport-source-filename
                   " archive sous " rapport-archive-filename.

       3000-TRAITER-DEMANDES.
           OPEN INPUT DEMANDE-FILE.

               MOVE 'R' TO dq-statut(idx-demande)
               MOVE RC-ERREUR TO dq-code(idx-demande)
           ELSE
               MOVE dq-programme(idx-demande) TO programme-archive
               PERFORM 2490-RELEVER-RAPPORTS

               ACCEPT heure-debut-etape FROM TIME

               CALL dq-programme(idx-demande)

               CANCEL dq-programme(idx-demande)

               MOVE code-demande TO code-archive
               PERFORM 2500-ARCHIVER-RAPPORTS

               MOVE code-demande TO dq-code(idx-demande)
               IF code-demande >= RC-ERREUR
                   MOVE 'F' TO dq-statut(idx-demande)
           MOVE duree-etape TO OP-DUREE-SEC.
           MOVE code-demande TO OP-CODE-RETOUR.
           MOVE 'DEMANDE' TO OP-STATUT.
           MOVE ZERO TO OP-ATTENTE-SEC.
           WRITE OPSLOG-RECORD.

           CLOSE OPSLOG-FILE.
               ADD 1 TO nb-erreurs-journal
               MOVE JR-PROGRAMME TO programme-alerte
               MOVE JR-MESSAGE TO message-alerte
               IF JR-CODE NUMERIC
                   MOVE JR-CODE TO code-alerte
               ELSE
                   MOVE ZERO TO code-alerte
               END-IF
               PERFORM 0650-ECRIRE-ALERTE
           END-IF.

