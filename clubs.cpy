       GESTION_CLUBS.
      *Sous-menu de la table de reference des clubs : les
      *federations et la presse veulent savoir de quel club vient
      *un nageur, le pays seul ne suffit plus (appelee par
      *GESTION_PAYS).
       DISPLAY "***********************************************"
       DISPLAY "*          Gestion Clubs                      *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser les clubs references           *"
       DISPLAY "* 2-Ajouter ou modifier un club                *"
       DISPLAY "* 3-Lister les athletes d'un club              *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              MOVE SPACES TO WS-CLU-PAYS
              PERFORM LIST_CLUBS
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AJOUTE_CLUB
       ELSE IF Wchoix2 = 3 THEN
              PERFORM LISTE_ATHLETES_CLUB
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       LIST_CLUBS.
      *Affiche la table de reference des clubs, restreinte au pays
      *WS-CLU-PAYS quand il est renseigne (appelee par
      *GESTION_CLUBS et SAISIE_CLUB_ATHLETE).
       OPEN INPUT fclubs
       MOVE 0 TO WS-CLU-FIN
       DISPLAY "--------- Clubs references ---------"
       PERFORM WITH TEST AFTER UNTIL WS-CLU-FIN = 1
              READ fclubs NEXT
              AT END MOVE 1 TO WS-CLU-FIN
              NOT AT END
                     IF WS-CLU-PAYS = SPACES OR
                            fclu_pays = WS-CLU-PAYS THEN
                            DISPLAY fclu_code " - " fclu_nom " ("
                                   fclu_pays ")"
                     END-IF
              END-READ
       END-PERFORM
       DISPLAY "-------------------------------------"
       CLOSE fclubs.

       AJOUTE_CLUB.
      *Ajoute un club a la table de reference, ou corrige le nom et
      *le pays d'un club existant (appelee par GESTION_CLUBS).
       OPEN I-O fclubs
       DISPLAY "Code du club (6 caracteres max) : "
       MOVE SPACES TO fclu_code
       ACCEPT fclu_code
       IF fclu_code = SPACES THEN
              DISPLAY "Code obligatoire"
       ELSE
              DISPLAY "Nom du club : "
              ACCEPT fclu_nom
              MOVE 0 TO WS-PAYS-VALIDE
              PERFORM WITH TEST AFTER UNTIL WS-PAYS-VALIDE = 1
                     DISPLAY "Pays du club (nom exact de pays.dat) : "
                     ACCEPT fclu_pays
                     MOVE fclu_pays TO fa_pays OF tamp_fathletes
                     PERFORM VALIDE_PAYS
                     IF WS-PAYS-VALIDE NOT = 1 THEN
                            DISPLAY "Pays inconnu, reessayez"
                     END-IF
              END-PERFORM
              WRITE tamp_fclubs
                     INVALID KEY
                            REWRITE tamp_fclubs
                                   INVALID KEY
                                          DISPLAY "Erreur mise a jour"
                                   NOT INVALID KEY
                                          DISPLAY "Club mis a jour"
                            END-REWRITE
                     NOT INVALID KEY DISPLAY "Club ajoute"
              END-WRITE
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Club " fclu_code " " fclu_nom
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE fclubs.

       VALIDE_CLUB.
      *Verifie que fa_club est vide (athlete sans club) ou reference
      *dans clubs.dat ; positionne WS-CLU-VALIDE (appelee par
      *SAISIE_CLUB_ATHLETE, CHARGE_LIGNE_IMPORT_ATHLETE et
      *PAQUET_LIGNE_ATHLETE).
       IF fa_club = SPACES THEN
              MOVE 1 TO WS-CLU-VALIDE
       ELSE
              OPEN INPUT fclubs
              MOVE fa_club TO fclu_code
              READ fclubs
                     INVALID KEY MOVE 0 TO WS-CLU-VALIDE
                     NOT INVALID KEY MOVE 1 TO WS-CLU-VALIDE
              END-READ
              CLOSE fclubs
       END-IF.

       SAISIE_CLUB_ATHLETE.
      *Saisie du club de l'athlete courant, les clubs de son pays
      *etant proposes (appelee par ADD_ATHLETE et
      *SAISIE_MAJ_ATHLETE).
       MOVE fa_pays OF tamp_fathletes TO WS-CLU-PAYS
       PERFORM LIST_CLUBS
       MOVE 0 TO WS-CLU-VALIDE
       PERFORM WITH TEST AFTER UNTIL WS-CLU-VALIDE = 1
              DISPLAY "Club actuel : " fa_club
              DISPLAY "Code du club (vide = sans club) : "
              MOVE SPACES TO fa_club
              ACCEPT fa_club
              PERFORM VALIDE_CLUB
              IF WS-CLU-VALIDE NOT = 1 THEN
                     DISPLAY "Club inconnu, reessayez"
              END-IF
       END-PERFORM.

       CHERCHE_CLUB.
      *Retrouve le nom du club WS-CLU-CODE dans WS-CLU-NOM, a
      *espaces pour un athlete sans club (appelee par les
      *certificats, le dossier de carriere, les classements des
      *clubs et l'export LENEX).
       MOVE SPACES TO WS-CLU-NOM
       IF WS-CLU-CODE NOT = SPACES THEN
              OPEN INPUT fclubs
              MOVE WS-CLU-CODE TO fclu_code
              READ fclubs
                     INVALID KEY MOVE WS-CLU-CODE TO WS-CLU-NOM
                     NOT INVALID KEY MOVE fclu_nom TO WS-CLU-NOM
              END-READ
              CLOSE fclubs
       END-IF.

       LISTE_ATHLETES_CLUB.
      *Liste les athletes actifs rattaches a un club (appelee par
      *GESTION_CLUBS).
       DISPLAY "Code du club : "
       MOVE SPACES TO WS-CLU-CODE
       ACCEPT WS-CLU-CODE
       PERFORM CHERCHE_CLUB
       DISPLAY "--------- Athletes du club " WS-CLU-CODE " "
              WS-CLU-NOM
       MOVE 0 TO WS-CLU-NB-ATH
       OPEN INPUT fathletes
       MOVE 0 TO WS-CLU-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CLU-FIN = 1
              READ fathletes NEXT
              AT END MOVE 1 TO WS-CLU-FIN
              NOT AT END
                     IF fa_club = WS-CLU-CODE AND
                            NOT FA-SUPPRIME THEN
                            ADD 1 TO WS-CLU-NB-ATH
                            DISPLAY fa_numA " - " fa_nom " "
                                   fa_prenom " (" fa_pays ")"
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fathletes
       DISPLAY "Athletes : " WS-CLU-NB-ATH.

       CLASSEMENT_CLUBS.
      *Classements des clubs, construits comme ceux des pays : le
      *tableau des medailles (hommes/femmes/mixte) puis le
      *classement aux points de placement. Les relais sont des
      *equipes nationales et ne comptent que pour les pays (appelee
      *par AFFICH_MENU, menu spectateur).
       PERFORM CLASSEMENT_CLUBS_CALCULE

       PERFORM CLUBS_TRIE_MEDAILLES
       DISPLAY "------------------------------------"
       DISPLAY "   CLASSEMENT DES CLUBS (MEDAILLES) "
       DISPLAY "------------------------------------"
       PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
              UNTIL WS-CLU-IDX > WS-CLU-NB
              IF WS-CLU-T-TOTAL(WS-CLU-IDX) > 0 THEN
                     MOVE WS-CLU-T-CODE(WS-CLU-IDX) TO WS-CLU-CODE
                     PERFORM CHERCHE_CLUB
                     DISPLAY WS-CLU-NOM " - Hommes : "
                            WS-CLU-T-H(WS-CLU-IDX) " - Femmes : "
                            WS-CLU-T-F(WS-CLU-IDX) " - Mixte : "
                            WS-CLU-T-X(WS-CLU-IDX) " - Total : "
                            WS-CLU-T-TOTAL(WS-CLU-IDX)
              END-IF
       END-PERFORM

       PERFORM CLUBS_TRIE_POINTS
       DISPLAY "------------------------------------"
       DISPLAY "   CLASSEMENT DES CLUBS AUX POINTS  "
       DISPLAY "------------------------------------"
       PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
              UNTIL WS-CLU-IDX > WS-CLU-NB
              MOVE WS-CLU-T-CODE(WS-CLU-IDX) TO WS-CLU-CODE
              PERFORM CHERCHE_CLUB
              DISPLAY WS-CLU-NOM " : "
                     WS-CLU-T-POINTS(WS-CLU-IDX) " points - "
                     WS-CLU-T-TOTAL(WS-CLU-IDX) " medaille(s)"
       END-PERFORM.

       CLASSEMENT_CLUBS_CALCULE.
      *Construit la table des medailles et des points par club
      *sans l'afficher, sur le modele de CLASSEMENT_PAYS_CALCULE et
      *CLASSEMENT_POINTS_CALCULE ; les athletes sans club ne
      *comptent pas (appelee par CLASSEMENT_CLUBS).
       MOVE 0 TO WS-CLU-NB
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       OPEN INPUT fepreuves
       MOVE 0 TO WS-CLU-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CLU-FIN = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-CLU-FIN
              NOT AT END
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fp_compet = WS-COMPET-ACTIVE THEN
                            PERFORM CLUBS_CUMULE_PARTICIPATION
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves
       CLOSE fathletes
       CLOSE fparticipations.

       CLUBS_CUMULE_PARTICIPATION.
      *Cumule la participation courante sur la ligne du club de
      *l'athlete ; un contre-la-montre hors concours ne rapporte ni
      *points ni medaille (appelee par CLASSEMENT_CLUBS_CALCULE).
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF NOT FE-CONTRE-LA-MONTRE THEN
                            PERFORM CLUBS_CUMULE_ATHLETE
                     END-IF
       END-READ.

       CLUBS_CUMULE_ATHLETE.
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fa_club NOT = SPACES THEN
                            PERFORM CLUBS_CHERCHE_LIGNE
                            IF WS-CLU-TROUVE = 1 THEN
                                   PERFORM CLUBS_AJOUTE_RESULTAT
                            END-IF
                     END-IF
       END-READ.

       CLUBS_CHERCHE_LIGNE.
      *Retrouve (ou cree) la ligne du club de l'athlete courant ;
      *laisse WS-CLU-IDX positionne dessus et WS-CLU-TROUVE a 1,
      *ou WS-CLU-TROUVE a 0 si la table pleine ne peut recevoir
      *un nouveau club, signale (appelee par
      *CLUBS_CUMULE_ATHLETE).
       MOVE 0 TO WS-CLU-TROUVE
       PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
              UNTIL WS-CLU-IDX > WS-CLU-NB OR WS-CLU-TROUVE = 1
              IF WS-CLU-T-CODE(WS-CLU-IDX) = fa_club THEN
                     MOVE 1 TO WS-CLU-TROUVE
              END-IF
       END-PERFORM
       IF WS-CLU-TROUVE = 1 THEN
              SUBTRACT 1 FROM WS-CLU-IDX
       ELSE
              IF WS-CLU-NB < 200 THEN
                     MOVE 1 TO WS-CLU-TROUVE
                     ADD 1 TO WS-CLU-NB
                     MOVE WS-CLU-NB TO WS-CLU-IDX
                     MOVE fa_club TO WS-CLU-T-CODE(WS-CLU-IDX)
                     MOVE 0 TO WS-CLU-T-H(WS-CLU-IDX)
                     MOVE 0 TO WS-CLU-T-F(WS-CLU-IDX)
                     MOVE 0 TO WS-CLU-T-X(WS-CLU-IDX)
                     MOVE 0 TO WS-CLU-T-TOTAL(WS-CLU-IDX)
                     MOVE 0 TO WS-CLU-T-POINTS(WS-CLU-IDX)
              ELSE
                     DISPLAY "ATTENTION : table des clubs pleine, "
                            "club " fa_club " non pris en compte"
              END-IF
       END-IF.

       CLUBS_AJOUTE_RESULTAT.
       ADD fp_points TO WS-CLU-T-POINTS(WS-CLU-IDX)
       IF fp_classement < 4 THEN
              IF fe_genre = "h" THEN
                     ADD 1 TO WS-CLU-T-H(WS-CLU-IDX)
              ELSE IF fe_genre = "x" THEN
                     ADD 1 TO WS-CLU-T-X(WS-CLU-IDX)
              ELSE
                     ADD 1 TO WS-CLU-T-F(WS-CLU-IDX)
              END-IF
              END-IF
              ADD 1 TO WS-CLU-T-TOTAL(WS-CLU-IDX)
       END-IF.

       CLUBS_TRIE_MEDAILLES.
      *Tri a bulles de la table des clubs par total de medailles
      *decroissant (appelee par CLASSEMENT_CLUBS).
       PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
              UNTIL WS-CLU-IDX > WS-CLU-NB
              PERFORM VARYING WS-CLU-J FROM 1 BY 1
                     UNTIL WS-CLU-J > WS-CLU-NB - WS-CLU-IDX
                     IF WS-CLU-T-TOTAL(WS-CLU-J) <
                            WS-CLU-T-TOTAL(WS-CLU-J + 1)
                            PERFORM CLUBS_ECHANGE
                     END-IF
              END-PERFORM
       END-PERFORM.

       CLUBS_TRIE_POINTS.
      *Tri a bulles de la table des clubs par total de points
      *decroissant (appelee par CLASSEMENT_CLUBS).
       PERFORM VARYING WS-CLU-IDX FROM 1 BY 1
              UNTIL WS-CLU-IDX > WS-CLU-NB
              PERFORM VARYING WS-CLU-J FROM 1 BY 1
                     UNTIL WS-CLU-J > WS-CLU-NB - WS-CLU-IDX
                     IF WS-CLU-T-POINTS(WS-CLU-J) <
                            WS-CLU-T-POINTS(WS-CLU-J + 1)
                            PERFORM CLUBS_ECHANGE
                     END-IF
              END-PERFORM
       END-PERFORM.

       CLUBS_ECHANGE.
       MOVE WS-CLU-ENTRY(WS-CLU-J) TO WS-CLU-TMP
       MOVE WS-CLU-ENTRY(WS-CLU-J + 1) TO WS-CLU-ENTRY(WS-CLU-J)
       MOVE WS-CLU-TMP TO WS-CLU-ENTRY(WS-CLU-J + 1).
