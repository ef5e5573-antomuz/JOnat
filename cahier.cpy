       GESTION_CAHIER.
      *Sous-menu du cahier de quart : chaque bureau (engagements,
      *resultats, medical, accreditations...) consigne ses incidents
      *et consignes au lieu de les laisser sur papier, les points
      *ouverts passent a l'equipe suivante et le releve du jour sert
      *de passation (appelee par AFFICH_MENU, menu admin).
       DISPLAY "***********************************************"
       DISPLAY "*          Cahier de quart                    *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Nouvelle entree                            *"
       DISPLAY "* 2-Points ouverts du bureau                   *"
       DISPLAY "* 3-Clore un point ouvert                      *"
       DISPLAY "* 4-Releve de passation d'une journee          *"
       DISPLAY "* 5-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM CAHIER_AJOUTE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM CAHIER_BUREAU
              MOVE WS-CQ-BUREAU TO WS-CQ-FILTRE
              PERFORM CAHIER_LISTE_OUVERTES
       ELSE IF Wchoix2 = 3 THEN
              PERFORM CAHIER_CLOT
       ELSE IF Wchoix2 = 4 THEN
              PERFORM CAHIER_RELEVE
       ELSE IF Wchoix2 = 5 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       CAHIER_BUREAU.
      *Determine le bureau de l'operateur dans WS-CQ-BUREAU : celui
      *de son role, ou pour le role ADMIN le bureau saisi (vide pour
      *le bureau ADMIN lui-meme) (appelee par GESTION_CAHIER,
      *CAHIER_AJOUTE et CAHIER_RELEVE).
       IF WS-ADMIN-ROLE = "ADMIN" THEN
              PERFORM WITH TEST AFTER UNTIL WS-CQ-BUREAU-VALIDE
                     DISPLAY "Bureau (ENGAGE, RESULTATS, MEDICAL, "
                            "ACCRED, DOPAGE, vide = ADMIN) : "
                     ACCEPT WS-CQ-BUREAU
                     IF WS-CQ-BUREAU = SPACES THEN
                            MOVE "ADMIN" TO WS-CQ-BUREAU
                     END-IF
              END-PERFORM
       ELSE
              MOVE WS-ADMIN-ROLE TO WS-CQ-BUREAU
       END-IF.

       CAHIER_AJOUTE.
      *Nouvelle entree du cahier : numero suivant, bureau et poste
      *de l'operateur, horodatage, categorie, epreuve / athlete /
      *badge concernes (controles s'ils sont donnes), texte et
      *drapeau de suivi (appelee par GESTION_CAHIER).
       PERFORM CAHIER_BUREAU
       PERFORM WITH TEST AFTER UNTIL WS-CQ-CATEGORIE-VALIDE
              DISPLAY "Categorie (INCIDENT, CONSIGNE, RECLAMATION, "
                     "INFO) : "
              ACCEPT WS-CQ-CATEGORIE
       END-PERFORM
       MOVE 0 TO WS-CQ-MAX
       OPEN I-O fcahier
       MOVE 0 TO WS-CQ-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CQ-FIN = 1
              READ fcahier NEXT
              AT END MOVE 1 TO WS-CQ-FIN
              NOT AT END
                     IF fcq_num > WS-CQ-MAX THEN
                            MOVE fcq_num TO WS-CQ-MAX
                     END-IF
       END-PERFORM
       ADD 1 TO WS-CQ-MAX
       MOVE WS-CQ-MAX TO fcq_num
       MOVE WS-CQ-BUREAU TO fcq_bureau
       MOVE WS-CNX-POSTE TO fcq_poste
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE TO fcq_jour
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fcq_date
       MOVE WS-OPERATEUR TO fcq_auteur
       MOVE WS-CQ-CATEGORIE TO fcq_categorie
       DISPLAY "Epreuve concernee (0 = aucune) : "
       ACCEPT fcq_numE
       DISPLAY "Athlete concerne (0 = aucun) : "
       ACCEPT fcq_numA
       DISPLAY "Badge concerne (0 = aucun) : "
       ACCEPT fcq_badge
       PERFORM WITH TEST AFTER UNTIL fcq_texte NOT = SPACES
              DISPLAY "Texte de l'entree : "
              ACCEPT fcq_texte
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL fcq_ouvert < 2
              DISPLAY "Point a suivre jusqu'a resolution "
                     "(1 = oui, 0 = non) : "
              ACCEPT fcq_ouvert
       END-PERFORM
       MOVE SPACES TO fcq_clos_par
       MOVE SPACES TO fcq_clos_date
       MOVE 0 TO fcq_clos_jour
       MOVE SPACES TO fcq_resolution
       PERFORM CAHIER_CONTROLE_LIENS
       IF WS-CQ-OK = 1 THEN
              WRITE tamp_fcahier
                     INVALID KEY DISPLAY "Erreur d'ecriture du cahier"
                     NOT INVALID KEY
                            DISPLAY "Entree " fcq_num " enregistree"
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            MOVE SPACES TO WS-AUDIT-ACTION
                            STRING "Cahier de quart : entree "
                                   fcq_num " " fcq_bureau
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            END-STRING
                            PERFORM AUDIT_ENREGISTRE
              END-WRITE
       END-IF
       CLOSE fcahier.

       CAHIER_CONTROLE_LIENS.
      *Verifie que l'epreuve, l'athlete et le badge cites dans le
      *tampon du cahier existent : WS-CQ-OK a 1 si tout est bon
      *(appelee par CAHIER_AJOUTE).
       MOVE 1 TO WS-CQ-OK
       IF fcq_numE > 0 THEN
              OPEN INPUT fepreuves
              MOVE fcq_numE TO fe_numE
              READ fepreuves
                     INVALID KEY
                            DISPLAY "Epreuve inconnue : " fcq_numE
                            MOVE 0 TO WS-CQ-OK
              END-READ
              CLOSE fepreuves
       END-IF
       IF fcq_numA > 0 THEN
              OPEN INPUT fathletes
              MOVE fcq_numA TO fa_numA
              READ fathletes
                     INVALID KEY
                            DISPLAY "Athlete inconnu : " fcq_numA
                            MOVE 0 TO WS-CQ-OK
              END-READ
              CLOSE fathletes
       END-IF
       IF fcq_badge > 0 THEN
              OPEN INPUT faccred
              MOVE fcq_badge TO fac_badge
              READ faccred
                     INVALID KEY
                            DISPLAY "Badge inconnu : " fcq_badge
                            MOVE 0 TO WS-CQ-OK
              END-READ
              CLOSE faccred
       END-IF.

       CAHIER_AFFICHE_ENTREE.
      *Affiche l'entree du tampon du cahier (appelee par
      *CAHIER_LISTE_OUVERTES et CAHIER_CLOT_ENTREE).
       DISPLAY fcq_num " " fcq_date " " fcq_bureau " poste "
              fcq_poste " " fcq_categorie " " fcq_auteur
       DISPLAY "       " fcq_texte
       IF fcq_numE > 0 OR fcq_numA > 0 OR fcq_badge > 0 THEN
              DISPLAY "       epreuve " fcq_numE " athlete "
                     fcq_numA " badge " fcq_badge
       END-IF
       IF fcq_clos_par NOT = SPACES THEN
              DISPLAY "       clos par " fcq_clos_par " le "
                     fcq_clos_date " : " fcq_resolution
       END-IF.

       CAHIER_PRISE_DE_QUART.
      *A la connexion d'un operateur, affiche les points laisses
      *ouverts par les quarts precedents de son bureau (tous les
      *bureaux pour le role ADMIN) (appelee par le menu principal
      *apres l'ouverture de session admin).
       IF WS-ADMIN-ROLE = "ADMIN" THEN
              MOVE SPACES TO WS-CQ-FILTRE
       ELSE
              MOVE WS-ADMIN-ROLE TO WS-CQ-FILTRE
       END-IF
       PERFORM CAHIER_LISTE_OUVERTES.

       CAHIER_LISTE_OUVERTES.
      *Affiche les points ouverts du bureau WS-CQ-FILTRE (tous les
      *bureaux si vide) et leur nombre (appelee par GESTION_CAHIER
      *et CAHIER_PRISE_DE_QUART).
       MOVE 0 TO WS-CQ-NB
       DISPLAY "***********************************************"
       IF WS-CQ-FILTRE = SPACES THEN
              DISPLAY "Cahier de quart - points ouverts, tous "
                     "bureaux"
       ELSE
              DISPLAY "Cahier de quart - points ouverts du bureau "
                     WS-CQ-FILTRE
       END-IF
       OPEN INPUT fcahier
       MOVE 0 TO WS-CQ-FIN
       IF WS-CQ-FILTRE NOT = SPACES THEN
              MOVE WS-CQ-FILTRE TO fcq_bureau
              START fcahier, KEY IS = fcq_bureau
                     INVALID KEY MOVE 1 TO WS-CQ-FIN
              END-START
       END-IF
       PERFORM UNTIL WS-CQ-FIN = 1
              READ fcahier NEXT
                     AT END MOVE 1 TO WS-CQ-FIN
                     NOT AT END
                            IF WS-CQ-FILTRE NOT = SPACES
                                   AND fcq_bureau NOT = WS-CQ-FILTRE
                            THEN
                                   MOVE 1 TO WS-CQ-FIN
                            ELSE IF FCQ-OUVERT THEN
                                   PERFORM CAHIER_AFFICHE_ENTREE
                                   ADD 1 TO WS-CQ-NB
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fcahier
       IF WS-CQ-NB = 0 THEN
              DISPLAY "Aucun point ouvert"
       ELSE
              DISPLAY WS-CQ-NB " point(s) ouvert(s) a reprendre"
       END-IF
       DISPLAY "***********************************************".

       CAHIER_CLOT.
      *Clot un point ouvert : le point doit etre ouvert et, hors
      *role ADMIN, appartenir au bureau de l'operateur ; l'auteur de
      *la cloture, la date et la resolution sont conserves
      *(appelee par GESTION_CAHIER).
       DISPLAY "Numero de l'entree a clore : "
       ACCEPT WS-CQ-MAX
       OPEN I-O fcahier
       MOVE WS-CQ-MAX TO fcq_num
       READ fcahier
              INVALID KEY DISPLAY "Entree inconnue : " WS-CQ-MAX
              NOT INVALID KEY PERFORM CAHIER_CLOT_ENTREE
       END-READ
       CLOSE fcahier.

       CAHIER_CLOT_ENTREE.
      *Clot l'entree lue dans le tampon du cahier (appelee par
      *CAHIER_CLOT).
       IF NOT FCQ-OUVERT THEN
              DISPLAY "Ce point n'est pas ouvert"
       ELSE IF WS-ADMIN-ROLE NOT = "ADMIN"
              AND fcq_bureau NOT = WS-ADMIN-ROLE THEN
              DISPLAY "Point du bureau " fcq_bureau
                     " : cloture reservee a ce bureau"
       ELSE
              PERFORM CAHIER_AFFICHE_ENTREE
              PERFORM WITH TEST AFTER UNTIL fcq_resolution NOT = SPACES
                     DISPLAY "Resolution (comment le point est clos) : "
                     ACCEPT fcq_resolution
              END-PERFORM
              MOVE 0 TO fcq_ouvert
              MOVE WS-OPERATEUR TO fcq_clos_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fcq_clos_date
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE TO fcq_clos_jour
              REWRITE tamp_fcahier END-REWRITE
              DISPLAY "Point " fcq_num " clos"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Cahier de quart : cloture entree " fcq_num
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       END-IF.

       CAHIER_RELEVE.
      *Releve de passation d'une journee : entrees du jour, points
      *clos dans la journee et points encore ouverts a transmettre,
      *pour un bureau ou tous (role ADMIN) (appelee par
      *GESTION_CAHIER).
       DISPLAY "Journee du releve AAAAMMJJ (0 = aujourd'hui) : "
       ACCEPT WS-CQ-JOUR
       IF WS-CQ-JOUR = 0 THEN
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE TO WS-CQ-JOUR
       END-IF
       IF WS-ADMIN-ROLE = "ADMIN" THEN
              DISPLAY "Bureau (vide = tous) : "
              ACCEPT WS-CQ-FILTRE
       ELSE
              MOVE WS-ADMIN-ROLE TO WS-CQ-FILTRE
       END-IF
       MOVE "RELEVE-QUART" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-CQ-FILTRE = SPACES THEN
              STRING "RELEVE DE PASSATION DU " WS-CQ-JOUR
                     " - TOUS BUREAUX"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "RELEVE DE PASSATION DU " WS-CQ-JOUR
                     " - BUREAU " WS-CQ-FILTRE
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT

       MOVE "Entrees de la journee" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-CQ-NB
       OPEN INPUT fcahier
       MOVE WS-CQ-JOUR TO fcq_jour
       MOVE 0 TO WS-CQ-FIN
       START fcahier, KEY IS = fcq_jour
              INVALID KEY MOVE 1 TO WS-CQ-FIN
       END-START
       PERFORM UNTIL WS-CQ-FIN = 1
              READ fcahier NEXT
                     AT END MOVE 1 TO WS-CQ-FIN
                     NOT AT END
                            IF fcq_jour NOT = WS-CQ-JOUR THEN
                                   MOVE 1 TO WS-CQ-FIN
                            ELSE IF WS-CQ-FILTRE = SPACES
                                   OR fcq_bureau = WS-CQ-FILTRE THEN
                                   PERFORM CAHIER_LIGNE_RELEVE
                                   ADD 1 TO WS-CQ-NB
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fcahier
       PERFORM CAHIER_TOTAL_RELEVE

       MOVE "Points clos dans la journee" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-CQ-NB
       OPEN INPUT fcahier
       MOVE 0 TO WS-CQ-FIN
       PERFORM UNTIL WS-CQ-FIN = 1
              READ fcahier NEXT
                     AT END MOVE 1 TO WS-CQ-FIN
                     NOT AT END
                            IF fcq_clos_jour = WS-CQ-JOUR
                                   AND (WS-CQ-FILTRE = SPACES
                                   OR fcq_bureau = WS-CQ-FILTRE) THEN
                                   PERFORM CAHIER_LIGNE_RELEVE
                                   ADD 1 TO WS-CQ-NB
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fcahier
       PERFORM CAHIER_TOTAL_RELEVE

       MOVE "Points ouverts a transmettre au quart suivant"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-CQ-NB
       OPEN INPUT fcahier
       MOVE 0 TO WS-CQ-FIN
       PERFORM UNTIL WS-CQ-FIN = 1
              READ fcahier NEXT
                     AT END MOVE 1 TO WS-CQ-FIN
                     NOT AT END
                            IF FCQ-OUVERT
                                   AND (WS-CQ-FILTRE = SPACES
                                   OR fcq_bureau = WS-CQ-FILTRE) THEN
                                   PERFORM CAHIER_LIGNE_RELEVE
                                   ADD 1 TO WS-CQ-NB
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fcahier
       PERFORM CAHIER_TOTAL_RELEVE
       PERFORM SPOOL_FERME
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Cahier de quart : releve du " WS-CQ-JOUR " "
              WS-CQ-FILTRE
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       CAHIER_LIGNE_RELEVE.
      *Ecrit l'entree du tampon du cahier dans le releve : ligne
      *d'en-tete, texte, liens et cloture eventuelle (appelee par
      *CAHIER_RELEVE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  " fcq_num " " fcq_date " " fcq_bureau " "
              fcq_poste " " fcq_categorie " " fcq_auteur
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       IF FCQ-OUVERT THEN
              MOVE "OUVERT" TO WS-RAPPORT-LIGNE(110:6)
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "         " fcq_texte
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       IF fcq_numE > 0 OR fcq_numA > 0 OR fcq_badge > 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "         epreuve " fcq_numE " athlete "
                     fcq_numA " badge " fcq_badge
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       IF fcq_clos_par NOT = SPACES THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "         clos par " fcq_clos_par " le "
                     fcq_clos_date " : " fcq_resolution
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       CAHIER_TOTAL_RELEVE.
      *Ecrit le nombre de lignes de la rubrique et une ligne
      *blanche (appelee par CAHIER_RELEVE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Total : " WS-CQ-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.
