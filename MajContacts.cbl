       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-CONTACTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CONTACTFC.
       COPY ELEVIXFC.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTFD.
       COPY ELEVIXFD.

       WORKING-STORAGE SECTION.
       COPY JOURNALCOM.
       COPY RETCODES.

       77  i PIC 9(4).
       77  ligne-affichage PIC 99.
       77  nb-lignes-affichees PIC 99.
       77  fin-contacts PIC X VALUE 'N'.
           88  tous-contacts-lus VALUE 'O'.
       77  eleve-trouve PIC X VALUE 'N'.
           88  eleve-connu VALUE 'O'.

       77  nb-contacts PIC 9(4) VALUE ZERO.
       77  idx-contact PIC 9(4).
       77  rang-trouve PIC 9(4) VALUE ZERO.
       77  table-saturee PIC X VALUE 'N'.
           88  contacts-satures VALUE 'O'.
       01  contact-table.
           05  contact-entry OCCURS 1000.
               10  ct-tab-eleve-id   PIC X(05).
               10  ct-tab-nom        PIC X(30).
               10  ct-tab-prenom     PIC X(30).
               10  ct-tab-adresse    PIC X(40).
               10  ct-tab-rang       PIC X(01).
               10  ct-tab-code-postal PIC X(05).
               10  ct-tab-ville      PIC X(25).
               10  ct-tab-telephone  PIC X(10).
               10  ct-tab-courriel   PIC X(40).
               10  ct-tab-prefere    PIC X(01).

       77  choix PIC 9.
       77  fin-maintenance PIC X VALUE 'N'.
           88  maintenance-finie VALUE 'O'.
       77  eleve-id-saisi PIC X(05).
       77  rang-saisi PIC X(01).
       77  nom-saisi PIC X(30).
       77  prenom-saisi PIC X(30).
       77  adresse-saisie PIC X(40).
       77  code-postal-saisi PIC X(05).
       77  ville-saisie PIC X(25).
       77  telephone-saisi PIC X(10).
       77  courriel-saisi PIC X(40).
       77  prefere-saisi PIC X(01).
       77  nom-eleve PIC X(30).
       77  valeur-journal PIC X(20).

       SCREEN SECTION.
       1   con-titre.
       2   BLANK SCREEN.
       2   LINE 2 COL 10 VALUE 'maintenance des responsables legaux'.

       1   con-menu.
       2   LINE 4 COL 10 VALUE '1) lister les responsables d un eleve'.
       2   LINE 5 COL 10 VALUE '2) ajouter un responsable'.
       2   LINE 6 COL 10 VALUE '3) modifier un responsable'.
       2   LINE 7 COL 10 VALUE '4) supprimer un responsable'.
       2   LINE 8 COL 10 VALUE '5) sauver et quitter'.
       2   LINE 10 COL 10 VALUE 'votre choix : '.
       2   PIC 9 TO choix REQUIRED.

       1   con-ligne.
       2   LINE ligne-affichage.
       2   COL 2 PIC X FROM ct-tab-rang(i).
       2   COL 4 PIC X(20) FROM ct-tab-nom(i).
       2   COL 25 PIC X(15) FROM ct-tab-prenom(i).
       2   COL 41 PIC X(05) FROM ct-tab-code-postal(i).
       2   COL 47 PIC X(20) FROM ct-tab-ville(i).
       2   COL 68 PIC X(10) FROM ct-tab-telephone(i).
       2   COL 79 PIC X FROM ct-tab-prefere(i).

       1   con-eleve-id.
       2   LINE 12 COL 10 VALUE 'identifiant eleve       : '.
       2   PIC X(05) TO eleve-id-saisi REQUIRED.

       1   con-nom-eleve.
       2   LINE 12 COL 44 PIC X(30) FROM nom-eleve.

       1   con-rang.
       2   LINE 13 COL 10 VALUE 'responsable (1/2)       : '.
       2   PIC X TO rang-saisi REQUIRED.

       1   con-detail.
       2   LINE 14 COL 10 VALUE 'nom                     : '.
       2   COL 36 PIC X(30) TO nom-saisi REQUIRED.
       2   LINE 15 COL 10 VALUE 'prenom                  : '.
       2   COL 36 PIC X(30) TO prenom-saisi.
       2   LINE 16 COL 10 VALUE 'adresse                 : '.
       2   COL 36 PIC X(40) TO adresse-saisie REQUIRED.
       2   LINE 17 COL 10 VALUE 'code postal             : '.
       2   COL 36 PIC X(05) TO code-postal-saisi REQUIRED.
       2   LINE 18 COL 10 VALUE 'ville                   : '.
       2   COL 36 PIC X(25) TO ville-saisie REQUIRED.
       2   LINE 19 COL 10 VALUE 'telephone               : '.
       2   COL 36 PIC X(10) TO telephone-saisi.
       2   LINE 20 COL 10 VALUE 'courriel                : '.
       2   COL 36 PIC X(40) TO courriel-saisi.
       2   LINE 21 COL 10 VALUE 'contact prefere (C/T/M) : '.
       2   COL 36 PIC X TO prefere-saisi.

       1   con-invalide.
       2   LINE 23 COL 10 VALUE 'saisie invalide' FOREGROUND-COLOR 4.

       1   con-eleve-inconnu.
       2   LINE 23 COL 10 VALUE 'eleve absent du fichier maitre'
           FOREGROUND-COLOR 4.

       1   con-doublon.
       2   LINE 23 COL 10 VALUE 'responsable deja au fichier'
           FOREGROUND-COLOR 4.

       1   con-introuvable.
       2   LINE 23 COL 10 VALUE 'responsable absent du fichier'
           FOREGROUND-COLOR 4.

       1   con-table-pleine.
       2   LINE 23 COL 10 VALUE 'table des responsables pleine'
           FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-CHARGER-CONTACTS.

           IF contacts-satures
               DISPLAY "fichier contacts depasse la table de 1000, "
                       "maintenance refusee"
               MOVE RC-ERREUR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ELEVE-IX-FILE.

           PERFORM UNTIL maintenance-finie
               DISPLAY con-titre
               DISPLAY con-menu
               ACCEPT con-menu
               EVALUATE choix
                   WHEN 1 PERFORM 2000-LISTER-CONTACTS
                   WHEN 2 PERFORM 3000-AJOUTER-CONTACT
                   WHEN 3 PERFORM 4000-MODIFIER-CONTACT
                   WHEN 4 PERFORM 5000-SUPPRIMER-CONTACT
                   WHEN 5 MOVE 'O' TO fin-maintenance
                   WHEN OTHER DISPLAY con-invalide
               END-EVALUATE
           END-PERFORM.

           CLOSE ELEVE-IX-FILE.

           PERFORM 8000-SAUVER-CONTACTS.

           MOVE RC-SUCCES TO RETURN-CODE.
           GOBACK.

       1000-CHARGER-CONTACTS.
           OPEN INPUT CONTACT-FILE.

           PERFORM UNTIL tous-contacts-lus
               READ CONTACT-FILE
                   AT END MOVE 'O' TO fin-contacts
                   NOT AT END
                       IF nb-contacts < 1000
                           ADD 1 TO nb-contacts
                           MOVE CT-ELEVE-ID
                               TO ct-tab-eleve-id(nb-contacts)
                           MOVE CT-NOM TO ct-tab-nom(nb-contacts)
                           MOVE CT-PRENOM
                               TO ct-tab-prenom(nb-contacts)
                           MOVE CT-ADRESSE
                               TO ct-tab-adresse(nb-contacts)
                           IF CT-SECOND-RESPONSABLE
                               MOVE '2' TO ct-tab-rang(nb-contacts)
                           ELSE
                               MOVE '1' TO ct-tab-rang(nb-contacts)
                           END-IF
                           MOVE CT-CODE-POSTAL
                               TO ct-tab-code-postal(nb-contacts)
                           MOVE CT-VILLE TO ct-tab-ville(nb-contacts)
                           MOVE CT-TELEPHONE
                               TO ct-tab-telephone(nb-contacts)
                           MOVE CT-COURRIEL
                               TO ct-tab-courriel(nb-contacts)
                           IF CT-PREFERE-TELEPHONE
                                   OR CT-PREFERE-COURRIEL
                               MOVE CT-PREFERE
                                   TO ct-tab-prefere(nb-contacts)
                           ELSE
                               MOVE 'C' TO ct-tab-prefere(nb-contacts)
                           END-IF
                       ELSE
                           MOVE 'O' TO table-saturee
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTACT-FILE.

       2000-LISTER-CONTACTS.
           DISPLAY con-eleve-id.
           ACCEPT con-eleve-id.

           DISPLAY con-titre.
           MOVE ZERO TO nb-lignes-affichees.
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > nb-contacts
               IF ct-tab-eleve-id(i) = eleve-id-saisi
                   ADD 1 TO nb-lignes-affichees
                   COMPUTE ligne-affichage = nb-lignes-affichees + 3
                   DISPLAY con-ligne
               END-IF
           END-PERFORM.

           IF nb-lignes-affichees = ZERO
               DISPLAY con-introuvable
           END-IF.

       3000-AJOUTER-CONTACT.
           DISPLAY con-eleve-id.
           ACCEPT con-eleve-id.
           PERFORM 6000-VERIFIER-ELEVE.

           IF NOT eleve-connu
               DISPLAY con-eleve-inconnu
           ELSE
               DISPLAY con-nom-eleve
               DISPLAY con-rang
               ACCEPT con-rang
               PERFORM 6500-CHERCHER-CONTACT
               IF rang-saisi NOT = '1' AND rang-saisi NOT = '2'
                   DISPLAY con-invalide
               ELSE
                   IF rang-trouve > ZERO
                       DISPLAY con-doublon
                   ELSE
                       IF nb-contacts < 1000
                           PERFORM 6800-SAISIR-DETAIL
                           IF prefere-saisi = SPACES
                               MOVE 'C' TO prefere-saisi
                           END-IF
                           IF prefere-saisi NOT = 'C'
                                   AND prefere-saisi NOT = 'T'
                                   AND prefere-saisi NOT = 'M'
                               DISPLAY con-invalide
                           ELSE
                               ADD 1 TO nb-contacts
                               MOVE nb-contacts TO rang-trouve
                               MOVE eleve-id-saisi
                                   TO ct-tab-eleve-id(rang-trouve)
                               MOVE rang-saisi
                                   TO ct-tab-rang(rang-trouve)
                               PERFORM 6900-RANGER-DETAIL
                               MOVE 'ajout responsable' TO JL-MESSAGE
                               PERFORM 7500-ECRIRE-JOURNAL
                           END-IF
                       ELSE
                           DISPLAY con-table-pleine
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-MODIFIER-CONTACT.
           DISPLAY con-eleve-id.
           ACCEPT con-eleve-id.
           DISPLAY con-rang.
           ACCEPT con-rang.
           PERFORM 6500-CHERCHER-CONTACT.

           IF rang-trouve = ZERO
               DISPLAY con-introuvable
           ELSE
               PERFORM 6800-SAISIR-DETAIL
               IF prefere-saisi = SPACES
                   MOVE 'C' TO prefere-saisi
               END-IF
               IF prefere-saisi NOT = 'C'
                       AND prefere-saisi NOT = 'T'
                       AND prefere-saisi NOT = 'M'
                   DISPLAY con-invalide
               ELSE
                   PERFORM 6900-RANGER-DETAIL
                   MOVE 'modification responsable' TO JL-MESSAGE
                   PERFORM 7500-ECRIRE-JOURNAL
               END-IF
           END-IF.

       5000-SUPPRIMER-CONTACT.
           DISPLAY con-eleve-id.
           ACCEPT con-eleve-id.
           DISPLAY con-rang.
           ACCEPT con-rang.
           PERFORM 6500-CHERCHER-CONTACT.

           IF rang-trouve = ZERO
               DISPLAY con-introuvable
           ELSE
               MOVE 'suppression responsable' TO JL-MESSAGE
               PERFORM 7500-ECRIRE-JOURNAL
               PERFORM VARYING i FROM rang-trouve BY 1
                       UNTIL i >= nb-contacts
                   MOVE contact-entry(i + 1) TO contact-entry(i)
               END-PERFORM
               SUBTRACT 1 FROM nb-contacts
           END-IF.

       6000-VERIFIER-ELEVE.
           MOVE 'N' TO eleve-trouve.
           MOVE SPACES TO nom-eleve.

           MOVE eleve-id-saisi TO EI-ELEVE-ID.
           READ ELEVE-IX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO eleve-trouve
                   MOVE EI-NOM TO nom-eleve
           END-READ.

       6500-CHERCHER-CONTACT.
           MOVE ZERO TO rang-trouve.

           PERFORM VARYING idx-contact FROM 1 BY 1
                   UNTIL idx-contact > nb-contacts
               IF ct-tab-eleve-id(idx-contact) = eleve-id-saisi
                       AND ct-tab-rang(idx-contact) = rang-saisi
                   MOVE idx-contact TO rang-trouve
               END-IF
           END-PERFORM.

       6800-SAISIR-DETAIL.
           MOVE SPACES TO prenom-saisi.
           MOVE SPACES TO telephone-saisi.
           MOVE SPACES TO courriel-saisi.
           MOVE SPACES TO prefere-saisi.
           DISPLAY con-detail.
           ACCEPT con-detail.

       6900-RANGER-DETAIL.
           MOVE nom-saisi TO ct-tab-nom(rang-trouve).
           MOVE prenom-saisi TO ct-tab-prenom(rang-trouve).
           MOVE adresse-saisie TO ct-tab-adresse(rang-trouve).
           MOVE code-postal-saisi TO ct-tab-code-postal(rang-trouve).
           MOVE ville-saisie TO ct-tab-ville(rang-trouve).
           MOVE telephone-saisi TO ct-tab-telephone(rang-trouve).
           MOVE courriel-saisi TO ct-tab-courriel(rang-trouve).
           MOVE prefere-saisi TO ct-tab-prefere(rang-trouve).

       7500-ECRIRE-JOURNAL.
           MOVE 'I' TO JL-SEVERITE.
           MOVE 1050 TO JL-CODE.
           MOVE SPACES TO valeur-journal.
           STRING eleve-id-saisi DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  rang-saisi DELIMITED SIZE
                  INTO valeur-journal.

           MOVE 'MAJ-CONTACTS' TO JL-PROGRAMME.
           MOVE 'CT-ELEVE-ID' TO JL-CHAMP.
           MOVE valeur-journal TO JL-VALEUR.
           CALL 'JOURNAL-ERREUR' USING JOURNAL-PARAMETRES.

       8000-SAUVER-CONTACTS.
           OPEN OUTPUT CONTACT-FILE.

           PERFORM VARYING idx-contact FROM 1 BY 1
                   UNTIL idx-contact > nb-contacts
               MOVE SPACES TO CONTACT-RECORD
               MOVE ct-tab-eleve-id(idx-contact) TO CT-ELEVE-ID
               MOVE ct-tab-nom(idx-contact) TO CT-NOM
               MOVE ct-tab-prenom(idx-contact) TO CT-PRENOM
               MOVE ct-tab-adresse(idx-contact) TO CT-ADRESSE
               MOVE ct-tab-rang(idx-contact) TO CT-RANG
               MOVE ct-tab-code-postal(idx-contact) TO CT-CODE-POSTAL
               MOVE ct-tab-ville(idx-contact) TO CT-VILLE
               MOVE ct-tab-telephone(idx-contact) TO CT-TELEPHONE
               MOVE ct-tab-courriel(idx-contact) TO CT-COURRIEL
               MOVE ct-tab-prefere(idx-contact) TO CT-PREFERE
               WRITE CONTACT-RECORD
           END-PERFORM.

           CLOSE CONTACT-FILE.

       END PROGRAM MAJ-CONTACTS.
