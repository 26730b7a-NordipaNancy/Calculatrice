       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARER-COHORTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY HISTOFC.

           SELECT OPTIONAL HISTO-ARCHIVE-FILE ASSIGN TO "HISTOARC.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT COHORTES-FILE ASSIGN TO "COHORTES.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY HISTOFD.

       FD  HISTO-ARCHIVE-FILE.
       01  HISTO-ARCHIVE-RECORD.
           05  HA-LIGNE          PIC X(80).

       FD  COHORTES-FILE.
       01  COHORTES-ENTETE-RECORD.
           05  CE-NOM-ATELIER    PIC X(30).
           05  FILLER            PIC X(02).
           05  CE-LIBELLE        PIC X(20).
           05  CE-DATE           PIC 9(8).

       01  COHORTES-TITRE-RECORD.
           05  CT-LIBELLE        PIC X(90).

       01  COHORTES-LIGNE-RECORD.
           05  FILLER            PIC X(02).
           05  CL-NIVEAU         PIC X(05).
           05  FILLER            PIC X(02).
           05  CL-MATIERE        PIC X(03).
           05  FILLER            PIC X(02).
           05  CL-ANNEE          PIC 9(4).
           05  FILLER            PIC X(02).
           05  CL-NB-NOTES       PIC ZZZZ9.
           05  FILLER            PIC X(02).
           05  CL-MOYENNE        PIC Z9.99.
           05  FILLER            PIC X(02).
           05  CL-NB-PARFAIT     PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CL-NB-BIEN        PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CL-NB-ASSEZ-BIEN  PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CL-NB-PASSABLE    PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CL-NB-INSUFFISANT PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CL-TAUX-ECHEC     PIC ZZ9.9.
           05  FILLER            PIC X(02).
           05  CL-ECART          PIC +Z9.99.
           05  FILLER            PIC X(02).
           05  CL-ALERTE         PIC X(06).

       01  COHORTES-SUIVI-RECORD.
           05  FILLER            PIC X(02).
           05  CS-ANNEE          PIC 9(4).
           05  FILLER            PIC X(02).
           05  CS-CLASSE         PIC X(05).
           05  FILLER            PIC X(02).
           05  CS-CLASSE-SUIVANTE PIC X(05).
           05  FILLER            PIC X(02).
           05  CS-NB-ELEVES      PIC ZZZ9.
           05  FILLER            PIC X(02).
           05  CS-MOYENNE-AVANT  PIC Z9.99.
           05  FILLER            PIC X(02).
           05  CS-MOYENNE-APRES  PIC Z9.99.
           05  FILLER            PIC X(02).
           05  CS-ECART          PIC +Z9.99.
           05  FILLER            PIC X(02).
           05  CS-ALERTE         PIC X(06).

       01  COHORTES-TOTAL-RECORD.
           05  CO-LIBELLE        PIC X(24).
           05  FILLER            PIC X(02).
           05  CO-VALEUR         PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       COPY RETCODES.
       COPY PARAMCOM.
       COPY SITECOM.
       COPY DATECOM.
       COPY HISTLGCOM.
       COPY JOURNALCOM.

       77  fin-histo PIC X VALUE 'N'.
           88  tout-histo-lu VALUE 'O'.
       77  fin-archive PIC X VALUE 'N'.
           88  toute-archive-lue VALUE 'O'.

       77  annee-courante PIC 9(4).
       77  annee-debut PIC 9(4).
       77  date-debut PIC 9(8).
       77  mois-rentree PIC 9(2) VALUE 9.
       77  mois-date PIC 9(2).

       77  note-eleve-id PIC X(05).
       77  note-date PIC 9(8).
       77  note-valeur PIC 9(2)V99.
       77  note-bande PIC X(12).
       77  note-classe PIC X(05).
       77  note-matiere PIC X(03).
       77  note-annee PIC 9(4).
       77  note-niveau PIC X(05).
       77  lg-classe PIC 9(1).

       77  nb-stats PIC 9(4) VALUE ZERO.
       77  idx-stat PIC 9(4).
       77  rang-stat PIC 9(4).
       77  stats-sature PIC X VALUE 'N'.
           88  stats-est-sature VALUE 'O'.
       01  stat-table.
           05  stat-entry OCCURS 2000.
               10  st-cle.
                   15  st-niveau         PIC X(05).
                   15  st-matiere        PIC X(03).
                   15  st-annee          PIC 9(4).
               10  st-nb-notes       PIC 9(5).
               10  st-total          PIC 9(7)V99.
               10  st-nb-parfait     PIC 9(5).
               10  st-nb-bien        PIC 9(5).
               10  st-nb-assez-bien  PIC 9(5).
               10  st-nb-passable    PIC 9(5).
               10  st-nb-insuffisant PIC 9(5).
       01  stat-echange PIC X(51).

       77  nb-parcours PIC 9(4) VALUE ZERO.
       77  idx-parcours PIC 9(4).
       77  idx-suivant PIC 9(4).
       77  rang-parcours PIC 9(4) VALUE ZERO.
       77  parcours-sature PIC X VALUE 'N'.
           88  parcours-est-sature VALUE 'O'.
       01  parcours-table.
           05  parcours-entry OCCURS 5000.
               10  pa-eleve-id       PIC X(05).
               10  pa-annee          PIC 9(4).
               10  pa-classe         PIC X(05).
               10  pa-date-classe    PIC 9(8).
               10  pa-nb-notes       PIC 9(4).
               10  pa-total          PIC 9(6)V99.

       77  nb-suivis PIC 9(3) VALUE ZERO.
       77  idx-suivi PIC 9(3).
       77  rang-suivi PIC 9(3).
       77  suivis-sature PIC X VALUE 'N'.
           88  suivis-est-sature VALUE 'O'.
       01  suivi-table.
           05  suivi-entry OCCURS 500.
               10  su-cle.
                   15  su-annee          PIC 9(4).
                   15  su-classe         PIC X(05).
                   15  su-classe-suivante PIC X(05).
               10  su-nb-eleves      PIC 9(4).
               10  su-total-avant    PIC 9(6)V99.
               10  su-total-apres    PIC 9(6)V99.
       01  suivi-echange PIC X(34).

       77  tri-i PIC 9(4).
       77  tri-j PIC 9(4).

       77  moyenne-eleve-avant PIC 9(2)V99.
       77  moyenne-eleve-apres PIC 9(2)V99.
       77  moyenne-ligne PIC 9(2)V99.
       77  moyenne-precedente PIC 9(2)V99.
       77  moyenne-avant PIC 9(2)V99.
       77  moyenne-apres PIC 9(2)V99.
       77  ecart-moyenne PIC S9(2)V99.
       77  taux-echec PIC 9(3)V9.

       77  nb-notes-histo PIC 9(5) VALUE ZERO.
       77  nb-notes-archive PIC 9(5) VALUE ZERO.
       77  nb-lignes-imprimees PIC 9(5) VALUE ZERO.
       77  nb-alertes PIC 9(5) VALUE ZERO.
       77  nb-suivis-imprimes PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OBTENIR-DATE' USING date-du-jour.
           CALL 'CHARGER-PARAMETRES' USING PARAM-VALEURS.

           MOVE PV-SITE-CODE TO SP-CODE.
           CALL 'OBTENIR-NOM-SITE' USING SITE-PARAMETRES.

           IF PV-COHORTE-NB-ANS < 2
               MOVE 2 TO PV-COHORTE-NB-ANS
           END-IF.
           IF PV-COHORTE-NB-ANS > 9
               MOVE 9 TO PV-COHORTE-NB-ANS
           END-IF.

           MOVE date-du-jour(1:4) TO annee-courante.
           MOVE date-du-jour(5:2) TO mois-date.
           IF mois-date < mois-rentree
               SUBTRACT 1 FROM annee-courante
           END-IF.
           COMPUTE annee-debut = annee-courante - PV-COHORTE-NB-ANS + 1.
           COMPUTE date-debut = annee-debut * 10000
               + mois-rentree * 100 + 1.

           PERFORM 1000-LIRE-HISTORIQUE.
           PERFORM 1100-LIRE-ARCHIVE.

           IF stats-est-sature
               DISPLAY "au dela de 2000 niveaux-matieres-annees, "
                       "rapport partiel"
           END-IF.
           IF parcours-est-sature
               DISPLAY "au dela de 5000 eleves-annees, "
                       "suivi de cohorte partiel"
           END-IF.

           PERFORM 2000-TRIER-STATS.
           PERFORM 2100-CONSTITUER-SUIVIS.
           PERFORM 2200-TRIER-SUIVIS.

           IF suivis-est-sature
               DISPLAY "au dela de 500 suivis de classe, "
                       "suivi de cohorte partiel"
           END-IF.

           OPEN OUTPUT COHORTES-FILE.

           MOVE SPACES TO COHORTES-ENTETE-RECORD.
           MOVE SP-NOM TO CE-NOM-ATELIER.
           MOVE 'COMPARAISON ANNEES' TO CE-LIBELLE.
           MOVE date-du-jour TO CE-DATE.
           WRITE COHORTES-ENTETE-RECORD.

           PERFORM 3000-IMPRIMER-NIVEAUX.
           PERFORM 4000-IMPRIMER-SUIVIS.
           PERFORM 8000-IMPRIMER-TOTAUX.

           CLOSE COHORTES-FILE.

           PERFORM 7500-ECRIRE-JOURNAL.

           DISPLAY "comparaison des annees " annee-debut " a "
                   annee-courante " : " nb-lignes-imprimees
                   " lignes, " nb-alertes " ecarts au dela de la marge".

           IF nb-notes-histo = ZERO AND nb-notes-archive = ZERO
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE IF stats-est-sature OR parcours-est-sature
                   OR suivis-est-sature
               MOVE RC-AVERTISSEMENT TO RETURN-CODE
           ELSE
               MOVE RC-SUCCES TO RETURN-CODE
           END-IF
           END-IF.

           GOBACK.

       1000-LIRE-HISTORIQUE.
           OPEN INPUT HISTO-FILE.

           PERFORM UNTIL tout-histo-lu
               READ HISTO-FILE NEXT
                   AT END MOVE 'O' TO fin-histo
                   NOT AT END
                       IF HI-MATIERE NOT = SPACES
                               AND NOT HI-DISTINCTION
                               AND HI-DATE >= date-debut
                               AND (HI-SITE = SPACES
                                   OR HI-SITE = PV-SITE-CODE)
                           ADD 1 TO nb-notes-histo
                           MOVE HI-ELEVE-ID TO note-eleve-id
                           MOVE HI-DATE TO note-date
                           MOVE HI-NOTE TO note-valeur
                           MOVE HI-BANDE TO note-bande
                           MOVE HI-CLASSE TO note-classe
                           MOVE HI-MATIERE TO note-matiere
                           PERFORM 1200-RETENIR-NOTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-FILE.

       1100-LIRE-ARCHIVE.
           OPEN INPUT HISTO-ARCHIVE-FILE.

           PERFORM UNTIL toute-archive-lue
               READ HISTO-ARCHIVE-FILE
                   AT END MOVE 'O' TO fin-archive
                   NOT AT END
                       MOVE HA-LIGNE TO HISTO-LIGNE
                       IF HL-MATIERE NOT = SPACES
                               AND HL-MATIERE NOT = 'DST'
                               AND HL-DATE >= date-debut
                               AND (HL-SITE = SPACES
                                   OR HL-SITE = PV-SITE-CODE)
                           ADD 1 TO nb-notes-archive
                           MOVE HL-ELEVE-ID TO note-eleve-id
                           MOVE HL-DATE TO note-date
                           MOVE HL-NOTE TO note-valeur
                           MOVE HL-BANDE TO note-bande
                           MOVE HL-CLASSE TO note-classe
                           MOVE HL-MATIERE TO note-matiere
                           PERFORM 1200-RETENIR-NOTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTO-ARCHIVE-FILE.

       1200-RETENIR-NOTE.
           MOVE note-date(1:4) TO note-annee.
           MOVE note-date(5:2) TO mois-date.
           IF mois-date < mois-rentree
               SUBTRACT 1 FROM note-annee
           END-IF.

           MOVE 5 TO lg-classe.
           PERFORM UNTIL lg-classe = 0
                   OR note-classe(lg-classe:1) NOT = SPACE
               SUBTRACT 1 FROM lg-classe
           END-PERFORM.
           MOVE SPACES TO note-niveau.
           IF lg-classe > 1
               MOVE note-classe(1:lg-classe - 1) TO note-niveau
           ELSE
               MOVE note-classe TO note-niveau
           END-IF.

           PERFORM 1300-CUMULER-NIVEAU.
           PERFORM 1400-CUMULER-PARCOURS.

       1300-CUMULER-NIVEAU.
           MOVE ZERO TO rang-stat.
           PERFORM VARYING idx-stat FROM 1 BY 1
                   UNTIL idx-stat > nb-stats OR rang-stat > ZERO
               IF st-niveau(idx-stat) = note-niveau
                       AND st-matiere(idx-stat) = note-matiere
                       AND st-annee(idx-stat) = note-annee
                   MOVE idx-stat TO rang-stat
               END-IF
           END-PERFORM.

           IF rang-stat = ZERO
               IF nb-stats < 2000
                   ADD 1 TO nb-stats
                   MOVE nb-stats TO rang-stat
                   MOVE note-niveau TO st-niveau(rang-stat)
                   MOVE note-matiere TO st-matiere(rang-stat)
                   MOVE note-annee TO st-annee(rang-stat)
                   MOVE ZERO TO st-nb-notes(rang-stat)
                   MOVE ZERO TO st-total(rang-stat)
                   MOVE ZERO TO st-nb-parfait(rang-stat)
                   MOVE ZERO TO st-nb-bien(rang-stat)
                   MOVE ZERO TO st-nb-assez-bien(rang-stat)
                   MOVE ZERO TO st-nb-passable(rang-stat)
                   MOVE ZERO TO st-nb-insuffisant(rang-stat)
               ELSE
                   MOVE 'O' TO stats-sature
               END-IF
           END-IF.

           IF rang-stat > ZERO
               ADD 1 TO st-nb-notes(rang-stat)
               ADD note-valeur TO st-total(rang-stat)
               EVALUATE note-bande
                   WHEN 'PARFAIT'
                       ADD 1 TO st-nb-parfait(rang-stat)
                   WHEN 'BIEN'
                       ADD 1 TO st-nb-bien(rang-stat)
                   WHEN 'ASSEZ BIEN'
                       ADD 1 TO st-nb-assez-bien(rang-stat)
                   WHEN 'PASSABLE'
                       ADD 1 TO st-nb-passable(rang-stat)
                   WHEN OTHER
                       ADD 1 TO st-nb-insuffisant(rang-stat)
               END-EVALUATE
           END-IF.

       1400-CUMULER-PARCOURS.
           IF rang-parcours > ZERO
               IF pa-eleve-id(rang-parcours) NOT = note-eleve-id
                       OR pa-annee(rang-parcours) NOT = note-annee
                   MOVE ZERO TO rang-parcours
               END-IF
           END-IF.

           IF rang-parcours = ZERO
               PERFORM VARYING idx-parcours FROM 1 BY 1
                       UNTIL idx-parcours > nb-parcours
                           OR rang-parcours > ZERO
                   IF pa-eleve-id(idx-parcours) = note-eleve-id
                           AND pa-annee(idx-parcours) = note-annee
                       MOVE idx-parcours TO rang-parcours
                   END-IF
               END-PERFORM
           END-IF.

           IF rang-parcours = ZERO
               IF nb-parcours < 5000
                   ADD 1 TO nb-parcours
                   MOVE nb-parcours TO rang-parcours
                   MOVE note-eleve-id TO pa-eleve-id(rang-parcours)
                   MOVE note-annee TO pa-annee(rang-parcours)
                   MOVE note-classe TO pa-classe(rang-parcours)
                   MOVE note-date TO pa-date-classe(rang-parcours)
                   MOVE ZERO TO pa-nb-notes(rang-parcours)
                   MOVE ZERO TO pa-total(rang-parcours)
               ELSE
                   MOVE 'O' TO parcours-sature
               END-IF
           END-IF.

           IF rang-parcours > ZERO
               ADD 1 TO pa-nb-notes(rang-parcours)
               ADD note-valeur TO pa-total(rang-parcours)
               IF note-date >= pa-date-classe(rang-parcours)
                   MOVE note-classe TO pa-classe(rang-parcours)
                   MOVE note-date TO pa-date-classe(rang-parcours)
               END-IF
           END-IF.

       2000-TRIER-STATS.
           PERFORM VARYING tri-i FROM 1 BY 1
                   UNTIL tri-i >= nb-stats
               PERFORM VARYING tri-j FROM 1 BY 1
                       UNTIL tri-j >= nb-stats
                   IF st-cle(tri-j) > st-cle(tri-j + 1)
                       MOVE stat-entry(tri-j) TO stat-echange
                       MOVE stat-entry(tri-j + 1)
                           TO stat-entry(tri-j)
                       MOVE stat-echange TO stat-entry(tri-j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2100-CONSTITUER-SUIVIS.
           PERFORM VARYING idx-parcours FROM 1 BY 1
                   UNTIL idx-parcours > nb-parcours
               PERFORM VARYING idx-suivant FROM 1 BY 1
                       UNTIL idx-suivant > nb-parcours
                   IF pa-eleve-id(idx-suivant)
                           = pa-eleve-id(idx-parcours)
                           AND pa-annee(idx-suivant)
                               = pa-annee(idx-parcours) + 1
                       PERFORM 2110-CUMULER-SUIVI
                   END-IF
               END-PERFORM
           END-PERFORM.

       2110-CUMULER-SUIVI.
           COMPUTE moyenne-eleve-avant ROUNDED =
               pa-total(idx-parcours) / pa-nb-notes(idx-parcours).
           COMPUTE moyenne-eleve-apres ROUNDED =
               pa-total(idx-suivant) / pa-nb-notes(idx-suivant).

           MOVE ZERO TO rang-suivi.
           PERFORM VARYING idx-suivi FROM 1 BY 1
                   UNTIL idx-suivi > nb-suivis OR rang-suivi > ZERO
               IF su-annee(idx-suivi) = pa-annee(idx-parcours)
                       AND su-classe(idx-suivi)
                           = pa-classe(idx-parcours)
                       AND su-classe-suivante(idx-suivi)
                           = pa-classe(idx-suivant)
                   MOVE idx-suivi TO rang-suivi
               END-IF
           END-PERFORM.

           IF rang-suivi = ZERO
               IF nb-suivis < 500
                   ADD 1 TO nb-suivis
                   MOVE nb-suivis TO rang-suivi
                   MOVE pa-annee(idx-parcours) TO su-annee(rang-suivi)
                   MOVE pa-classe(idx-parcours)
                       TO su-classe(rang-suivi)
                   MOVE pa-classe(idx-suivant)
                       TO su-classe-suivante(rang-suivi)
                   MOVE ZERO TO su-nb-eleves(rang-suivi)
                   MOVE ZERO TO su-total-avant(rang-suivi)
                   MOVE ZERO TO su-total-apres(rang-suivi)
               ELSE
                   MOVE 'O' TO suivis-sature
               END-IF
           END-IF.

           IF rang-suivi > ZERO
               ADD 1 TO su-nb-eleves(rang-suivi)
               ADD moyenne-eleve-avant TO su-total-avant(rang-suivi)
               ADD moyenne-eleve-apres TO su-total-apres(rang-suivi)
           END-IF.

       2200-TRIER-SUIVIS.
           PERFORM VARYING tri-i FROM 1 BY 1
                   UNTIL tri-i >= nb-suivis
               PERFORM VARYING tri-j FROM 1 BY 1
                       UNTIL tri-j >= nb-suivis
                   IF su-cle(tri-j) > su-cle(tri-j + 1)
                       MOVE suivi-entry(tri-j) TO suivi-echange
                       MOVE suivi-entry(tri-j + 1)
                           TO suivi-entry(tri-j)
                       MOVE suivi-echange TO suivi-entry(tri-j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-IMPRIMER-NIVEAUX.
           MOVE SPACES TO COHORTES-TITRE-RECORD.
           MOVE 'NIVEAUX ET MATIERES PAR ANNEE DE RENTREE'
               TO CT-LIBELLE.
           WRITE COHORTES-TITRE-RECORD.

           MOVE SPACES TO COHORTES-TITRE-RECORD.
           MOVE '  NIV.   MAT  AN.   NOTES   MOY.  PARF  BIEN  ASSB'
               TO CT-LIBELLE.
           MOVE '  PASS  INSU  %ECH.   ECART'
               TO CT-LIBELLE(51:27).
           WRITE COHORTES-TITRE-RECORD.

           PERFORM VARYING idx-stat FROM 1 BY 1
                   UNTIL idx-stat > nb-stats
               PERFORM 3100-IMPRIMER-NIVEAU
           END-PERFORM.

       3100-IMPRIMER-NIVEAU.
           ADD 1 TO nb-lignes-imprimees.

           COMPUTE moyenne-ligne ROUNDED =
               st-total(idx-stat) / st-nb-notes(idx-stat).
           COMPUTE taux-echec ROUNDED =
               st-nb-insuffisant(idx-stat) * 100
               / st-nb-notes(idx-stat).

           MOVE SPACES TO COHORTES-LIGNE-RECORD.
           MOVE st-niveau(idx-stat) TO CL-NIVEAU.
           MOVE st-matiere(idx-stat) TO CL-MATIERE.
           MOVE st-annee(idx-stat) TO CL-ANNEE.
           MOVE st-nb-notes(idx-stat) TO CL-NB-NOTES.
           MOVE moyenne-ligne TO CL-MOYENNE.
           MOVE st-nb-parfait(idx-stat) TO CL-NB-PARFAIT.
           MOVE st-nb-bien(idx-stat) TO CL-NB-BIEN.
           MOVE st-nb-assez-bien(idx-stat) TO CL-NB-ASSEZ-BIEN.
           MOVE st-nb-passable(idx-stat) TO CL-NB-PASSABLE.
           MOVE st-nb-insuffisant(idx-stat) TO CL-NB-INSUFFISANT.
           MOVE taux-echec TO CL-TAUX-ECHEC.

           IF idx-stat > 1
               IF st-niveau(idx-stat - 1) = st-niveau(idx-stat)
                       AND st-matiere(idx-stat - 1)
                           = st-matiere(idx-stat)
                   COMPUTE moyenne-precedente ROUNDED =
                       st-total(idx-stat - 1)
                       / st-nb-notes(idx-stat - 1)
                   COMPUTE ecart-moyenne =
                       moyenne-ligne - moyenne-precedente
                   MOVE ecart-moyenne TO CL-ECART
                   IF ecart-moyenne > PV-COHORTE-ECART
                           OR ecart-moyenne < ZERO - PV-COHORTE-ECART
                       MOVE 'ALERTE' TO CL-ALERTE
                       ADD 1 TO nb-alertes
                   END-IF
               END-IF
           END-IF.

           WRITE COHORTES-LIGNE-RECORD.

       4000-IMPRIMER-SUIVIS.
           MOVE SPACES TO COHORTES-TITRE-RECORD.
           WRITE COHORTES-TITRE-RECORD.
           MOVE 'SUIVI DES COHORTES D UNE ANNEE A LA SUIVANTE'
               TO CT-LIBELLE.
           WRITE COHORTES-TITRE-RECORD.

           MOVE SPACES TO COHORTES-TITRE-RECORD.
           MOVE '  AN.   CLASS  PUIS   NB    AVANT  APRES   ECART'
               TO CT-LIBELLE.
           WRITE COHORTES-TITRE-RECORD.

           PERFORM VARYING idx-suivi FROM 1 BY 1
                   UNTIL idx-suivi > nb-suivis
               PERFORM 4100-IMPRIMER-SUIVI
           END-PERFORM.

           IF nb-suivis = ZERO
               MOVE SPACES TO COHORTES-TITRE-RECORD
               MOVE '  AUCUN ELEVE SUIVI SUR DEUX ANNEES'
                   TO CT-LIBELLE
               WRITE COHORTES-TITRE-RECORD
           END-IF.

       4100-IMPRIMER-SUIVI.
           ADD 1 TO nb-suivis-imprimes.

           COMPUTE moyenne-avant ROUNDED =
               su-total-avant(idx-suivi) / su-nb-eleves(idx-suivi).
           COMPUTE moyenne-apres ROUNDED =
               su-total-apres(idx-suivi) / su-nb-eleves(idx-suivi).
           COMPUTE ecart-moyenne = moyenne-apres - moyenne-avant.

           MOVE SPACES TO COHORTES-SUIVI-RECORD.
           MOVE su-annee(idx-suivi) TO CS-ANNEE.
           MOVE su-classe(idx-suivi) TO CS-CLASSE.
           MOVE su-classe-suivante(idx-suivi) TO CS-CLASSE-SUIVANTE.
           MOVE su-nb-eleves(idx-suivi) TO CS-NB-ELEVES.
           MOVE moyenne-avant TO CS-MOYENNE-AVANT.
           MOVE moyenne-apres TO CS-MOYENNE-APRES.
           MOVE ecart-moyenne TO CS-ECART.
           IF ecart-moyenne > PV-COHORTE-ECART
                   OR ecart-moyenne < ZERO - PV-COHORTE-ECART
               MOVE 'ALERTE' TO CS-ALERTE
           END-IF.

           WRITE COHORTES-SUIVI-RECORD.

       8000-IMPRIMER-TOTAUX.
           MOVE SPACES TO COHORTES-TITRE-RECORD.
           WRITE COHORTES-TITRE-RECORD.

           MOVE SPACES TO COHORTES-TOTAL-RECORD.
           MOVE 'NOTES HISTORIQUE' TO CO-LIBELLE.
           MOVE nb-notes-histo TO CO-VALEUR.
           WRITE COHORTES-TOTAL-RECORD.

           MOVE SPACES TO COHORTES-TOTAL-RECORD.
           MOVE 'NOTES ARCHIVE' TO CO-LIBELLE.
           MOVE nb-notes-archive TO CO-VALEUR.
           WRITE COHORTES-TOTAL-RECORD.

           MOVE SPACES TO COHORTES-TOTAL-RECORD.
           MOVE 'LIGNES NIVEAU-MATIERE' TO CO-LIBELLE.
           MOVE nb-lignes-imprimees TO CO-VALEUR.
           WRITE COHORTES-TOTAL-RECORD.

           MOVE SPACES TO COHORTES-TOTAL-RECORD.
           MOVE 'ECARTS AU DELA MARGE' TO CO-LIBELLE.
           MOVE nb-alertes TO CO-VALEUR.
           WRITE COHORTES-TOTAL-RECORD.

           MOVE SPACES TO COHORTES-TOTAL-RECORD.
           MOVE 'SUIVIS DE COHORTE' TO CO-LIBELLE.
           MOVE nb-suivis-imprimes TO CO-VALEUR.
           WRITE COHORTES-TOTAL-RECORD.

       7500-ECRIRE-JOURNAL.
           MOVE SPACES TO JOURNAL-PARAMETRES.
           MOVE 'COMPARER-COH' TO JL-PROGRAMME.
           MOVE 'COHORTE-ECART' TO JL-CHAMP.
           MOVE nb-alertes TO JL-VALEUR.
           IF nb-alertes > ZERO
               MOVE 'A' TO JL-SEVERITE
               MOVE 3091 TO JL-CODE
               MOVE 'moyennes en ecart au dela de la marge'
                   TO JL-MESSAGE
           ELSE
               MOVE 'I' TO JL-SEVERITE
               MOVE 3090 TO JL-CODE
               MOVE 'comparaison des annees editee' TO JL-MESSAGE
           END-IF.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       END PROGRAM COMPARER-COHORTES.
