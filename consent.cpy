       GESTION_CONSENTEMENTS.
      *Sous-menu du registre des consentements et du droit a
      *l'image : accords par licence pour la publication des
      *resultats, la biographie et la photo, les interviews media,
      *et accord du representant legal d'un mineur (appelee par
      *GESTION_ATHLETES).
       DISPLAY "***********************************************"
       DISPLAY "*     Consentements et droit a l'image        *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Saisir/modifier un consentement           *"
       DISPLAY "* 2-Visualiser un consentement                 *"
       DISPLAY "* 3-Consentements manquants ou expires         *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM SAISIE_CONSENTEMENT
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AFFI_CONSENTEMENT
       ELSE IF Wchoix2 = 3 THEN
              PERFORM RAPPORT_CONSENTEMENTS
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       CST_CHERCHE_ATHLETE.
      *Lit l'athlete WS-CST-NUMA, retient sa licence dans
      *WS-CST-LICENCE et sa minorite dans WS-CST-MINEUR ;
      *WS-CST-TROUVE vaut 0 si l'athlete n'existe pas ou n'a pas de
      *licence (appelee par SAISIE_CONSENTEMENT et
      *AFFI_CONSENTEMENT).
       MOVE 0 TO WS-CST-TROUVE
       MOVE SPACES TO WS-CST-LICENCE
       OPEN INPUT fathletes
       MOVE WS-CST-NUMA TO fa_numA
       READ fathletes
              INVALID KEY DISPLAY "Cet athlete n'existe pas"
              NOT INVALID KEY
                     IF fa_licence = SPACES THEN
                            DISPLAY "Athlete sans licence federale"
                     ELSE
                            MOVE 1 TO WS-CST-TROUVE
                            MOVE fa_licence TO WS-CST-LICENCE
                            PERFORM CST_MINEUR
                            DISPLAY fa_prenom " " fa_nom " ("
                                   fa_pays ") - licence "
                                   fa_licence
                     END-IF
       END-READ
       CLOSE fathletes.

       CST_MINEUR.
      *Positionne WS-CST-MINEUR pour l'athlete courant : moins de
      *18 ans a la date du jour, l'age fige servant pour une fiche
      *sans date de naissance (appelee par CST_CHERCHE_ATHLETE,
      *CST_CONTROLE_ATHLETE et RAPPORT_CONSENTEMENTS).
       MOVE FUNCTION CURRENT-DATE TO WS-CST-HORLOGE
       MOVE WS-CST-JOUR TO WS-AGE-REF
       PERFORM CALCULE_AGE_ATHLETE
       IF WS-AGE-CALCULE < 18 THEN
              MOVE 1 TO WS-CST-MINEUR
       ELSE
              MOVE 0 TO WS-CST-MINEUR
       END-IF.

       CST_ACCEPTE_ACCORD.
      *Saisit une reponse O/N dans WS-CST-REPONSE, vide pour garder
      *la valeur actuelle (appelee par SAISIE_CONSENTEMENT).
       PERFORM WITH TEST AFTER UNTIL WS-CST-REPONSE = SPACES OR
              WS-CST-REPONSE = "O" OR WS-CST-REPONSE = "N"
              DISPLAY "Accord O/N (vide = inchange) : "
              MOVE SPACES TO WS-CST-REPONSE
              ACCEPT WS-CST-REPONSE
       END-PERFORM.

       CST_ACCEPTE_DATE.
      *Saisit une date AAAAMMJJ dans WS-CST-DATE-X, vide pour
      *garder la valeur actuelle (appelee par SAISIE_CONSENTEMENT).
       PERFORM WITH TEST AFTER UNTIL WS-CST-DATE-X = SPACES OR
              WS-CST-DATE-X IS NUMERIC
              DISPLAY "Date AAAAMMJJ, 0 = aucune (vide = "
                     "inchangee) : "
              MOVE SPACES TO WS-CST-DATE-X
              ACCEPT WS-CST-DATE-X
       END-PERFORM.

       SAISIE_CONSENTEMENT.
      *Cree ou met a jour le consentement d'un athlete ; une
      *saisie vide conserve la valeur actuelle. Un mineur doit
      *avoir l'accord date de son representant legal, sans quoi
      *aucune publication complete ne sort (appelee par
      *GESTION_CONSENTEMENTS).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-CST-NUMA
       PERFORM CST_CHERCHE_ATHLETE
       IF WS-CST-TROUVE = 1 THEN
              OPEN I-O fconsent
              MOVE WS-CST-LICENCE TO fcs_licence
              MOVE 0 TO Wtrouve
              READ fconsent
                     INVALID KEY
                            MOVE 0 TO fcs_resultats
                            MOVE 0 TO fcs_image
                            MOVE 0 TO fcs_media
                            MOVE 0 TO fcs_expire
                            MOVE SPACES TO fcs_tuteur
                            MOVE 0 TO fcs_tuteur_date
                     NOT INVALID KEY MOVE 1 TO Wtrouve
              END-READ

              DISPLAY "Publication des resultats (nom complet, "
                     "club) : " fcs_resultats
              PERFORM CST_ACCEPTE_ACCORD
              IF WS-CST-REPONSE = "O" THEN
                     MOVE 1 TO fcs_resultats
              ELSE IF WS-CST-REPONSE = "N" THEN
                     MOVE 0 TO fcs_resultats
              END-IF
              END-IF

              DISPLAY "Biographie et photo : " fcs_image
              PERFORM CST_ACCEPTE_ACCORD
              IF WS-CST-REPONSE = "O" THEN
                     MOVE 1 TO fcs_image
              ELSE IF WS-CST-REPONSE = "N" THEN
                     MOVE 0 TO fcs_image
              END-IF
              END-IF

              DISPLAY "Interviews media : " fcs_media
              PERFORM CST_ACCEPTE_ACCORD
              IF WS-CST-REPONSE = "O" THEN
                     MOVE 1 TO fcs_media
              ELSE IF WS-CST-REPONSE = "N" THEN
                     MOVE 0 TO fcs_media
              END-IF
              END-IF

              DISPLAY "Echeance du consentement actuelle : "
                     fcs_expire
              PERFORM CST_ACCEPTE_DATE
              IF WS-CST-DATE-X NOT = SPACES THEN
                     MOVE WS-CST-DATE-X TO fcs_expire
              END-IF

              IF WS-CST-MINEUR = 1 THEN
                     DISPLAY "Athlete mineur : accord du "
                            "representant legal requis"
                     DISPLAY "Representant legal actuel : "
                            fcs_tuteur
                     DISPLAY "Nouveau representant (vide = "
                            "inchange) : "
                     MOVE SPACES TO WS-CST-TUTEUR
                     ACCEPT WS-CST-TUTEUR
                     IF WS-CST-TUTEUR NOT = SPACES THEN
                            MOVE WS-CST-TUTEUR TO fcs_tuteur
                     END-IF
                     DISPLAY "Date de l'accord du representant "
                            "actuelle : " fcs_tuteur_date
                     PERFORM CST_ACCEPTE_DATE
                     IF WS-CST-DATE-X NOT = SPACES THEN
                            MOVE WS-CST-DATE-X TO fcs_tuteur_date
                     END-IF
              END-IF

              MOVE FUNCTION CURRENT-DATE TO WS-CST-HORLOGE
              MOVE WS-CST-JOUR TO fcs_date
              MOVE WS-OPERATEUR TO fcs_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fcs_maj_date
              IF Wtrouve = 1 THEN
                     REWRITE tamp_fconsent
                            INVALID KEY
                                   DISPLAY "Erreur de mise a jour"
                            NOT INVALID KEY
                                   DISPLAY "Consentement mis a jour"
                     END-REWRITE
              ELSE
                     WRITE tamp_fconsent
                            INVALID KEY
                                   DISPLAY "Erreur d'ecriture"
                            NOT INVALID KEY
                                   DISPLAY "Consentement enregistre"
                     END-WRITE
              END-IF
              CLOSE fconsent

              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Consentement licence " WS-CST-LICENCE
                     " resultats " fcs_resultats " image "
                     fcs_image " media " fcs_media
                     DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       AFFI_CONSENTEMENT.
      *Affiche le consentement d'un athlete et ce qu'il autorise a
      *publier a la date du jour (appelee par
      *GESTION_CONSENTEMENTS).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-CST-NUMA
       PERFORM CST_CHERCHE_ATHLETE
       IF WS-CST-TROUVE = 1 THEN
              OPEN INPUT fconsent
              MOVE WS-CST-LICENCE TO fcs_licence
              READ fconsent
                     INVALID KEY
                            DISPLAY "Aucun consentement enregistre"
                     NOT INVALID KEY
                            DISPLAY "Resultats : " fcs_resultats
                                   " - Biographie/photo : "
                                   fcs_image " - Media : "
                                   fcs_media
                            DISPLAY "Recueilli le " fcs_date
                                   " - echeance " fcs_expire
                            IF WS-CST-MINEUR = 1 THEN
                                   DISPLAY "Representant legal : "
                                          fcs_tuteur " - accord du "
                                          fcs_tuteur_date
                            END-IF
                            DISPLAY "Mis a jour par " fcs_maj_par
                                   " le " fcs_maj_date
              END-READ
              CLOSE fconsent
              MOVE "R" TO WS-CST-USAGE
              PERFORM CST_CONTROLE
              IF WS-CST-OK = 1 THEN
                     DISPLAY "Resultats : publication complete"
              ELSE
                     DISPLAY "Resultats : nom et pays seulement ("
                            WS-CST-MOTIF ")"
              END-IF
              MOVE "B" TO WS-CST-USAGE
              PERFORM CST_CONTROLE
              IF WS-CST-OK = 1 THEN
                     DISPLAY "Biographie/photo : publiables"
              ELSE
                     DISPLAY "Biographie/photo : non publiees ("
                            WS-CST-MOTIF ")"
              END-IF
              MOVE "M" TO WS-CST-USAGE
              PERFORM CST_CONTROLE
              IF WS-CST-OK = 1 THEN
                     DISPLAY "Interviews : autorisees"
              ELSE
                     DISPLAY "Interviews : refusees ("
                            WS-CST-MOTIF ")"
              END-IF
       END-IF.

       CST_CONTROLE_ATHLETE.
      *Controle le consentement de l'athlete courant de fathletes
      *pour l'usage WS-CST-USAGE (R resultats, B biographie et
      *photo, M interviews media) (appelee par les produits
      *publies : flux presse, tableau, kiosque, annonceur, zone
      *mixte).
       MOVE fa_licence TO WS-CST-LICENCE
       PERFORM CST_MINEUR
       PERFORM CST_CONTROLE.

       CST_CONTROLE.
      *WS-CST-OK vaut 1 si la licence WS-CST-LICENCE a un
      *consentement valide pour l'usage WS-CST-USAGE, sinon 0 avec
      *le motif dans WS-CST-MOTIF ; pas de consentement enregistre
      *vaut refus (appelee par CST_CONTROLE_ATHLETE et
      *AFFI_CONSENTEMENT).
       MOVE 0 TO WS-CST-OK
       MOVE SPACES TO WS-CST-MOTIF
       IF WS-CST-LICENCE = SPACES THEN
              MOVE "sans licence" TO WS-CST-MOTIF
       ELSE
              OPEN INPUT fconsent
              MOVE WS-CST-LICENCE TO fcs_licence
              READ fconsent
                     INVALID KEY MOVE "absent" TO WS-CST-MOTIF
                     NOT INVALID KEY PERFORM CST_EVALUE
              END-READ
              CLOSE fconsent
       END-IF.

       CST_EVALUE.
      *Evalue le consentement lu pour l'usage demande (appelee par
      *CST_CONTROLE).
       PERFORM CST_VALIDITE
       IF WS-CST-MOTIF = SPACES THEN
              IF WS-CST-USAGE = "R" THEN
                     MOVE fcs_resultats TO WS-CST-ACCORD
              ELSE IF WS-CST-USAGE = "B" THEN
                     MOVE fcs_image TO WS-CST-ACCORD
              ELSE
                     MOVE fcs_media TO WS-CST-ACCORD
              END-IF
              END-IF
              IF WS-CST-ACCORD = 1 THEN
                     MOVE 1 TO WS-CST-OK
              ELSE
                     MOVE "refuse" TO WS-CST-MOTIF
              END-IF
       END-IF.

       CST_VALIDITE.
      *Motif d'invalidite du consentement lu, quel que soit
      *l'usage : echeance depassee ou mineur sans accord date du
      *representant legal ; espaces s'il est valide (appelee par
      *CST_EVALUE et RAPPORT_CONSENTEMENTS).
       MOVE FUNCTION CURRENT-DATE TO WS-CST-HORLOGE
       MOVE SPACES TO WS-CST-MOTIF
       IF fcs_expire > 0 AND fcs_expire < WS-CST-JOUR THEN
              MOVE "expire" TO WS-CST-MOTIF
       ELSE IF WS-CST-MINEUR = 1 AND
              (fcs_tuteur = SPACES OR fcs_tuteur_date = 0) THEN
              MOVE "accord du tuteur manquant" TO WS-CST-MOTIF
       END-IF
       END-IF.

       CST_NOM_PUBLIE.
      *Nom a publier pour le medaille WS-CST-PRENOM / WS-CST-NOM de
      *licence WS-CST-LICENCE : prenom et nom s'il consent a la
      *publication des resultats, sinon nom et pays seulement. Une
      *equipe (prenom RELAIS a l'archive, nom = pays) sort telle
      *quelle ; un nageur sans licence n'a pas de consentement
      *verifiable et sort en nom et pays, le pays etant repris de
      *sa fiche par nom et prenom (appelee par
      *FLUX_FILTRE_CONSENTEMENT ; fathletes est ouvert par
      *l'appelant).
       MOVE SPACES TO WS-CST-PUBLIE
       MOVE SPACES TO WS-CST-PAYS
       MOVE 1 TO WS-CST-OK
       IF WS-CST-PRENOM = "RELAIS" OR WS-CST-NOM = SPACES THEN
              MOVE WS-CST-NOM TO WS-CST-PUBLIE
       ELSE IF WS-CST-LICENCE = SPACES THEN
              MOVE 0 TO WS-CST-OK
              MOVE WS-CST-NOM TO fa_nom
              MOVE WS-CST-PRENOM TO fa_prenom
              START fathletes, KEY IS = fa_nom_prenom
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            READ fathletes NEXT
                                   AT END CONTINUE
                                   NOT AT END
                                          MOVE fa_pays TO WS-CST-PAYS
                            END-READ
              END-START
       ELSE
              MOVE 0 TO WS-CST-OK
              MOVE "R" TO WS-CST-USAGE
              MOVE WS-CST-LICENCE TO fa_licence
              START fathletes, KEY IS = fa_licence
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            READ fathletes NEXT
                                   AT END CONTINUE
                                   NOT AT END
                                          MOVE fa_pays TO WS-CST-PAYS
                                          PERFORM CST_CONTROLE_ATHLETE
                            END-READ
              END-START
       END-IF
       END-IF
       IF WS-CST-PUBLIE NOT = SPACES THEN
              CONTINUE
       ELSE IF WS-CST-OK = 1 THEN
              STRING WS-CST-PRENOM " " WS-CST-NOM
                     DELIMITED BY SIZE INTO WS-CST-PUBLIE
              END-STRING
       ELSE IF WS-CST-PAYS = SPACES THEN
              MOVE WS-CST-NOM TO WS-CST-PUBLIE
       ELSE
              STRING WS-CST-NOM DELIMITED BY "  "
                     " (" DELIMITED BY SIZE
                     WS-CST-PAYS DELIMITED BY "  "
                     ")" DELIMITED BY SIZE
                     INTO WS-CST-PUBLIE
              END-STRING
       END-IF
       END-IF
       END-IF.

       RAPPORT_CONSENTEMENTS.
      *Liste au spool les athletes dont le consentement manque, a
      *expire ou, pour un mineur, n'a pas l'accord date du
      *representant legal : leurs resultats ne sortent qu'en nom et
      *pays (appelee par GESTION_CONSENTEMENTS).
       MOVE "CONSENTEMENTS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       PERFORM HORODATE_MAJ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "CONSENTEMENTS MANQUANTS OU EXPIRES AU "
              WS-FORMATTED-DATE-TIME
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-CST-NB
       OPEN INPUT fathletes
       OPEN INPUT fconsent
       MOVE 0 TO WS-CST-FIN
       PERFORM UNTIL WS-CST-FIN = 1
              READ fathletes NEXT
                     AT END MOVE 1 TO WS-CST-FIN
                     NOT AT END
                            IF NOT FA-SUPPRIME THEN
                                   PERFORM CST_RAPPORT_ATHLETE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fconsent
       CLOSE fathletes
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Athletes a regulariser : " WS-CST-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Athletes a regulariser : " WS-CST-NB.

       CST_RAPPORT_ATHLETE.
      *Ligne du rapport pour l'athlete lu si son consentement n'est
      *pas valide (appelee par RAPPORT_CONSENTEMENTS ; fathletes et
      *fconsent sont ouverts par l'appelant).
       MOVE SPACES TO WS-CST-MOTIF
       IF fa_licence = SPACES THEN
              MOVE "sans licence" TO WS-CST-MOTIF
       ELSE
              PERFORM CST_MINEUR
              MOVE fa_licence TO fcs_licence
              READ fconsent
                     INVALID KEY MOVE "absent" TO WS-CST-MOTIF
                     NOT INVALID KEY PERFORM CST_VALIDITE
              END-READ
       END-IF
       IF WS-CST-MOTIF NOT = SPACES THEN
              ADD 1 TO WS-CST-NB
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING fa_licence " " fa_nom " " fa_prenom " ("
                     fa_pays ") : " WS-CST-MOTIF
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.
