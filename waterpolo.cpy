       GESTION_WATER_POLO.
      *Sous-menu du tournoi de water-polo : equipes et compositions,
      *matchs de poule, feuilles de match, classement des poules,
      *tableau final et classement final du tournoi (appelee par
      *GESTION_DISCIPLINES).
       DISPLAY "***********************************************"
       DISPLAY "*          Tournoi de water-polo               *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Engager une equipe et sa composition       *"
       DISPLAY "* 2-Afficher les equipes et compositions       *"
       DISPLAY "* 3-Generer les matchs de poule                *"
       DISPLAY "* 4-Feuille de match                           *"
       DISPLAY "* 5-Calendrier et resultats des matchs         *"
       DISPLAY "* 6-Classement des poules                      *"
       DISPLAY "* 7-Generer le tour suivant du tableau final   *"
       DISPLAY "* 8-Classement final du tournoi                *"
       DISPLAY "* 9-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 10 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM ENGAGE_EQUIPE_WATER_POLO
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AFFICHE_EQUIPES_WATER_POLO
       ELSE IF Wchoix2 = 3 THEN
              PERFORM GENERE_MATCHS_POULES
       ELSE IF Wchoix2 = 4 THEN
              PERFORM FEUILLE_MATCH_WATER_POLO
       ELSE IF Wchoix2 = 5 THEN
              PERFORM CALENDRIER_WATER_POLO
       ELSE IF Wchoix2 = 6 THEN
              PERFORM CLASSEMENT_POULES_WATER_POLO
       ELSE IF Wchoix2 = 7 THEN
              PERFORM GENERE_TOUR_SUIVANT
       ELSE IF Wchoix2 = 8 THEN
              PERFORM CLASSEMENT_FINAL_WATER_POLO
       ELSE IF Wchoix2 = 9 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       WP_LIT_EPREUVE.
      *Demande le numero du tournoi et controle qu'il s'agit d'une
      *epreuve de water-polo : WS-WP-OK a 1 si oui, l'epreuve
      *restant dans le tampon de fepreuves (appelee par les ecrans
      *de GESTION_WATER_POLO).
       MOVE 0 TO WS-WP-OK
       DISPLAY "Numero de l'epreuve de water-polo : "
       ACCEPT WS-WP-NUME
       OPEN INPUT fepreuves
       MOVE WS-WP-NUME TO fe_numE
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY
                     IF FE-WATER-POLO THEN
                            MOVE 1 TO WS-WP-OK
                            MOVE fe_genre TO WS-WP-GENRE
                     ELSE
                            DISPLAY "Epreuve " fe_numE
                                   " : pas un tournoi de water-polo"
                     END-IF
       END-READ
       CLOSE fepreuves.

       WP_CONTROLE_NON_OFFICIEL.
      *Equipes, matchs et feuilles sont figes une fois le
      *classement final signe par l'arbitre (appelee par les ecrans
      *de saisie de GESTION_WATER_POLO).
       MOVE WS-WP-NUME TO WS-OFFI-NUME
       PERFORM EPREUVE_RESULTATS_OFFICIELS
       IF WS-OFFI-OK = 1 THEN
              DISPLAY "Classement final officiel : tournoi "
                     "verrouille"
              MOVE 0 TO WS-WP-OK
       END-IF.

       ENGAGE_EQUIPE_WATER_POLO.
      *Engage une equipe nationale dans le tournoi avec sa poule,
      *puis saisit sa composition : joueurs du pays repris
      *d'athletes.dat avec leur bonnet, encadrement repris
      *d'encadrement.dat. La poule ne change plus une fois les
      *matchs generes (appelee par GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-WP-OK = 1 THEN
              MOVE 0 TO WS-PAYS-VALIDE
              PERFORM WITH TEST AFTER UNTIL WS-PAYS-VALIDE = 1
                     PERFORM LIST_PAYS
                     DISPLAY "Pays de l'equipe (nom exact "
                            "ci-dessus) : "
                     ACCEPT WS-WP-PAYS
                     MOVE WS-WP-PAYS TO fa_pays OF tamp_fathletes
                     PERFORM VALIDE_PAYS
                     IF WS-PAYS-VALIDE NOT = 1 THEN
                            DISPLAY "Pays inconnu, reessayez"
                     END-IF
              END-PERFORM
              PERFORM WP_CHARGE_MATCHS
              OPEN I-O fwpequipes
              MOVE WS-WP-NUME TO fwe_numE
              MOVE WS-WP-PAYS TO fwe_pays
              READ fwpequipes
                     INVALID KEY PERFORM WP_CREE_EQUIPE
                     NOT INVALID KEY PERFORM WP_MAJ_POULE_EQUIPE
              END-READ
              CLOSE fwpequipes
              PERFORM WP_SAISIE_COMPOSITION
       END-IF.

       WP_SAISIE_POULE.
       MOVE SPACE TO WS-WP-GROUPE
       PERFORM WITH TEST AFTER UNTIL
              WS-WP-GROUPE >= "A" AND WS-WP-GROUPE <= "H"
              DISPLAY "Poule (lettre A a H) : "
              ACCEPT WS-WP-GROUPE
       END-PERFORM.

       WP_CREE_EQUIPE.
      *Nouvelle equipe du tournoi, bilan a zero (appelee par
      *ENGAGE_EQUIPE_WATER_POLO ; fwpequipes ouvert en I-O).
       IF WS-WP-NB-MATCHS > 0 THEN
              DISPLAY "Matchs deja generes : plus d'engagement "
                     "d'equipe possible"
       ELSE
              PERFORM WP_SAISIE_POULE
              MOVE WS-WP-NUME TO fwe_numE
              MOVE WS-WP-PAYS TO fwe_pays
              MOVE WS-WP-GROUPE TO fwe_groupe
              MOVE 0 TO fwe_joues fwe_gagnes fwe_nuls fwe_perdus
              MOVE 0 TO fwe_buts_pour fwe_buts_contre fwe_points
              MOVE 0 TO fwe_rang_poule fwe_rang_final
              MOVE WS-OPERATEUR TO fwe_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fwe_maj_date
              WRITE tamp_fwpequipes
                     INVALID KEY DISPLAY "Equipe non enregistree"
                     NOT INVALID KEY
                            DISPLAY "Equipe engagee en poule "
                                   fwe_groupe
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            STRING "Water-polo epreuve " fwe_numE
                                   " equipe " fwe_pays
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE
              END-WRITE
       END-IF.

       WP_MAJ_POULE_EQUIPE.
      *Equipe deja engagee : sa poule peut encore etre changee tant
      *que les matchs ne sont pas generes (appelee par
      *ENGAGE_EQUIPE_WATER_POLO ; fwpequipes ouvert en I-O).
       DISPLAY "Equipe deja engagee en poule " fwe_groupe
       IF WS-WP-NB-MATCHS = 0 THEN
              DISPLAY "Changer de poule ? 1-Oui 0-Non"
              ACCEPT WS-WP-REPONSE
              IF WS-WP-REPONSE = 1 THEN
                     PERFORM WP_SAISIE_POULE
                     MOVE WS-WP-GROUPE TO fwe_groupe
                     MOVE WS-OPERATEUR TO fwe_maj_par
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fwe_maj_date
                     REWRITE tamp_fwpequipes
                            INVALID KEY CONTINUE
                     END-REWRITE
              END-IF
       END-IF.

       WP_SAISIE_COMPOSITION.
      *Composition de l'equipe WS-WP-PAYS : 13 joueurs au plus,
      *chacun avec un bonnet propre, puis l'encadrement. Un numero
      *deja present est propose au retrait (appelee par
      *ENGAGE_EQUIPE_WATER_POLO).
       MOVE WS-WP-NUME TO fwe_numE
       MOVE WS-WP-PAYS TO fwe_pays
       OPEN INPUT fwpequipes
       MOVE 0 TO WS-WP-TROUVE
       READ fwpequipes
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-WP-TROUVE
       END-READ
       CLOSE fwpequipes
       IF WS-WP-TROUVE = 1 THEN
              OPEN I-O fwpcompo
              OPEN INPUT fathletes
              PERFORM WP_COMPTE_JOUEURS
              PERFORM WP_LISTE_JOUEURS_PAYS
              MOVE 1 TO WS-WP-NUMA
              PERFORM WP_SAISIE_UN_JOUEUR UNTIL WS-WP-NUMA = 0
              CLOSE fathletes
              OPEN INPUT fenc
              PERFORM WP_LISTE_ENCADREMENT_PAYS
              MOVE 1 TO WS-WP-NUMERO
              PERFORM WP_SAISIE_UN_ENCADRANT UNTIL WS-WP-NUMERO = 0
              CLOSE fenc
              CLOSE fwpcompo
              DISPLAY "Composition : " WS-WP-EFFECTIF " joueur(s)"
       END-IF.

       WP_LISTE_JOUEURS_PAYS.
      *Liste les athletes actifs du pays de l'equipe (appelee par
      *WP_SAISIE_COMPOSITION ; fathletes ouvert par l'appelant).
       DISPLAY "---- Athletes " WS-WP-PAYS " ----"
       MOVE WS-WP-PAYS TO fa_pays OF tamp_fathletes
       MOVE 0 TO WS-WP-FIN
       START fathletes, KEY IS = fa_pays OF tamp_fathletes
              INVALID KEY MOVE 1 TO WS-WP-FIN
       END-START
       PERFORM UNTIL WS-WP-FIN = 1
              READ fathletes NEXT
              AT END MOVE 1 TO WS-WP-FIN
              NOT AT END
                     IF fa_pays OF tamp_fathletes NOT = WS-WP-PAYS
                            THEN
                            MOVE 1 TO WS-WP-FIN
                     ELSE IF NOT FA-SUPPRIME THEN
                            DISPLAY fa_numA " " fa_prenom " "
                                   fa_nom " " fa_genre
                                   OF tamp_fathletes
                     END-IF
                     END-IF
              END-READ
       END-PERFORM.

       WP_SAISIE_UN_JOUEUR.
       DISPLAY "Numero de l'athlete a engager ou retirer "
              "(0 = fin) : "
       ACCEPT WS-WP-NUMA
       IF WS-WP-NUMA > 0 THEN
              MOVE WS-WP-NUMA TO fa_numA
              MOVE 0 TO WS-WP-TROUVE
              READ fathletes
                     INVALID KEY DISPLAY "Athlete inconnu"
                     NOT INVALID KEY MOVE 1 TO WS-WP-TROUVE
              END-READ
              IF WS-WP-TROUVE = 1 THEN
                     PERFORM WP_CONTROLE_JOUEUR
              END-IF
              IF WS-WP-TROUVE = 1 THEN
                     MOVE WS-WP-NUME TO fwc_numE
                     MOVE WS-WP-PAYS TO fwc_pays
                     MOVE "J" TO fwc_type
                     MOVE WS-WP-NUMA TO fwc_num
                     READ fwpcompo
                            INVALID KEY PERFORM WP_AJOUTE_JOUEUR
                            NOT INVALID KEY PERFORM WP_RETIRE_MEMBRE
                     END-READ
              END-IF
       END-IF.

       WP_CONTROLE_JOUEUR.
      *Un joueur doit etre actif, du pays de l'equipe et du genre
      *du tournoi (appelee par WP_SAISIE_UN_JOUEUR).
       IF FA-SUPPRIME THEN
              DISPLAY "Athlete supprime"
              MOVE 0 TO WS-WP-TROUVE
       ELSE IF fa_pays OF tamp_fathletes NOT = WS-WP-PAYS THEN
              DISPLAY "Athlete d'un autre pays ("
                     fa_pays OF tamp_fathletes ")"
              MOVE 0 TO WS-WP-TROUVE
       ELSE IF WS-WP-GENRE NOT = "x" AND
              fa_genre OF tamp_fathletes NOT = WS-WP-GENRE THEN
              DISPLAY "Genre de l'athlete different du genre du "
                     "tournoi (" WS-WP-GENRE ")"
              MOVE 0 TO WS-WP-TROUVE
       END-IF
       END-IF
       END-IF.

       WP_AJOUTE_JOUEUR.
      *Ajoute le joueur lu dans fathletes a la composition avec un
      *bonnet libre de 1 a 13 (appelee par WP_SAISIE_UN_JOUEUR).
       IF WS-WP-EFFECTIF >= 13 THEN
              DISPLAY "Composition complete (13 joueurs)"
       ELSE
              MOVE 0 TO WS-WP-BONNET
              PERFORM WITH TEST AFTER UNTIL
                     WS-WP-BONNET > 0 AND WS-WP-BONNET < 14
                     DISPLAY "Numero de bonnet (1 a 13) : "
                     ACCEPT WS-WP-BONNET
              END-PERFORM
              PERFORM WP_CHERCHE_BONNET
              IF WS-WP-TROUVE = 1 THEN
                     DISPLAY "Bonnet deja attribue a l'athlete "
                            fwc_num
              ELSE
                     MOVE WS-WP-NUME TO fwc_numE
                     MOVE WS-WP-PAYS TO fwc_pays
                     MOVE "J" TO fwc_type
                     MOVE WS-WP-NUMA TO fwc_num
                     MOVE WS-WP-BONNET TO fwc_bonnet
                     MOVE fa_nom TO fwc_nom
                     MOVE fa_prenom TO fwc_prenom
                     MOVE "JOUEUR" TO fwc_role
                     MOVE WS-OPERATEUR TO fwc_maj_par
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fwc_maj_date
                     WRITE tamp_fwpcompo
                            INVALID KEY
                                   DISPLAY "Joueur non enregistre"
                            NOT INVALID KEY
                                   ADD 1 TO WS-WP-EFFECTIF
                                   DISPLAY "Joueur engage, bonnet "
                                          fwc_bonnet
                     END-WRITE
              END-IF
       END-IF.

       WP_RETIRE_MEMBRE.
      *Le membre lu dans fwpcompo est deja dans la composition :
      *retrait sur confirmation (appelee par WP_SAISIE_UN_JOUEUR et
      *WP_SAISIE_UN_ENCADRANT).
       DISPLAY "Deja dans la composition (" fwc_role ") : "
              "retirer ? 1-Oui 0-Non"
       ACCEPT WS-WP-REPONSE
       IF WS-WP-REPONSE = 1 THEN
              DELETE fwpcompo RECORD
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            DISPLAY "Retire de la composition"
                            IF FWC-JOUEUR THEN
                                   SUBTRACT 1 FROM WS-WP-EFFECTIF
                            END-IF
              END-DELETE
       END-IF.

       WP_LISTE_ENCADREMENT_PAYS.
      *Liste l'encadrement declare par la delegation (appelee par
      *WP_SAISIE_COMPOSITION ; fenc ouvert par l'appelant).
       DISPLAY "---- Encadrement " WS-WP-PAYS " ----"
       MOVE WS-WP-PAYS TO fen_pays
       MOVE 0 TO fen_numero
       MOVE 0 TO WS-WP-FIN
       START fenc, KEY IS >= fen_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN
       END-START
       PERFORM UNTIL WS-WP-FIN = 1
              READ fenc NEXT
              AT END MOVE 1 TO WS-WP-FIN
              NOT AT END
                     IF fen_pays NOT = WS-WP-PAYS THEN
                            MOVE 1 TO WS-WP-FIN
                     ELSE
                            DISPLAY fen_numero " " fen_role " "
                                   fen_prenom " " fen_nom
                     END-IF
              END-READ
       END-PERFORM.

       WP_SAISIE_UN_ENCADRANT.
       DISPLAY "Numero de l'encadrant a engager ou retirer "
              "(0 = fin) : "
       ACCEPT WS-WP-NUMERO
       IF WS-WP-NUMERO > 0 THEN
              MOVE WS-WP-PAYS TO fen_pays
              MOVE WS-WP-NUMERO TO fen_numero
              MOVE 0 TO WS-WP-TROUVE
              READ fenc
                     INVALID KEY
                            DISPLAY "Encadrant inconnu pour ce pays"
                     NOT INVALID KEY MOVE 1 TO WS-WP-TROUVE
              END-READ
              IF WS-WP-TROUVE = 1 THEN
                     MOVE WS-WP-NUME TO fwc_numE
                     MOVE WS-WP-PAYS TO fwc_pays
                     MOVE "E" TO fwc_type
                     MOVE WS-WP-NUMERO TO fwc_num
                     READ fwpcompo
                            INVALID KEY PERFORM WP_AJOUTE_ENCADRANT
                            NOT INVALID KEY PERFORM WP_RETIRE_MEMBRE
                     END-READ
              END-IF
       END-IF.

       WP_AJOUTE_ENCADRANT.
       MOVE WS-WP-NUME TO fwc_numE
       MOVE WS-WP-PAYS TO fwc_pays
       MOVE "E" TO fwc_type
       MOVE WS-WP-NUMERO TO fwc_num
       MOVE 0 TO fwc_bonnet
       MOVE fen_nom TO fwc_nom
       MOVE fen_prenom TO fwc_prenom
       MOVE fen_role TO fwc_role
       MOVE WS-OPERATEUR TO fwc_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fwc_maj_date
       WRITE tamp_fwpcompo
              INVALID KEY DISPLAY "Encadrant non enregistre"
              NOT INVALID KEY DISPLAY "Encadrant engage"
       END-WRITE.

       WP_COMPTE_EFFECTIF.
      *Nombre de joueurs de la composition de l'equipe WS-WP-PAYS
      *du tournoi WS-WP-NUME dans WS-WP-EFFECTIF (appelee par
      *MEDAILLES_COMPTE_RELAIS et ARCHIVE_RETIENT_RELAIS).
       OPEN INPUT fwpcompo
       PERFORM WP_COMPTE_JOUEURS
       CLOSE fwpcompo.

       WP_COMPTE_JOUEURS.
      *Corps du comptage, fwpcompo deja ouvert par l'appelant.
       MOVE 0 TO WS-WP-EFFECTIF
       MOVE WS-WP-NUME TO fwc_numE
       MOVE WS-WP-PAYS TO fwc_pays
       MOVE "J" TO fwc_type
       MOVE 0 TO fwc_num
       MOVE 0 TO WS-WP-FIN2
       START fwpcompo, KEY IS >= fwc_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN2
       END-START
       PERFORM UNTIL WS-WP-FIN2 = 1
              READ fwpcompo NEXT
              AT END MOVE 1 TO WS-WP-FIN2
              NOT AT END
                     IF fwc_numE NOT = WS-WP-NUME OR
                            fwc_pays NOT = WS-WP-PAYS OR
                            NOT FWC-JOUEUR THEN
                            MOVE 1 TO WS-WP-FIN2
                     ELSE
                            ADD 1 TO WS-WP-EFFECTIF
                     END-IF
              END-READ
       END-PERFORM.

       WP_CHERCHE_BONNET.
      *Cherche dans la composition de WS-WP-PAYS le joueur portant
      *le bonnet WS-WP-BONNET : WS-WP-TROUVE a 1 et joueur dans le
      *tampon de fwpcompo si oui (fwpcompo ouvert par l'appelant).
       MOVE 0 TO WS-WP-TROUVE
       MOVE WS-WP-NUME TO fwc_numE
       MOVE WS-WP-PAYS TO fwc_pays
       MOVE "J" TO fwc_type
       MOVE 0 TO fwc_num
       MOVE 0 TO WS-WP-FIN2
       START fwpcompo, KEY IS >= fwc_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN2
       END-START
       PERFORM UNTIL WS-WP-FIN2 = 1
              READ fwpcompo NEXT
              AT END MOVE 1 TO WS-WP-FIN2
              NOT AT END
                     IF fwc_numE NOT = WS-WP-NUME OR
                            fwc_pays NOT = WS-WP-PAYS OR
                            NOT FWC-JOUEUR THEN
                            MOVE 1 TO WS-WP-FIN2
                     ELSE
                            IF fwc_bonnet = WS-WP-BONNET THEN
                                   MOVE 1 TO WS-WP-TROUVE
                                   MOVE 1 TO WS-WP-FIN2
                            END-IF
                     END-IF
              END-READ
       END-PERFORM.

       WP_GRAVURE_EQUIPE.
      *Une ligne de gravure par joueur de la composition de
      *l'equipe medaillee courante de frelais (appelee par
      *MEDAILLES_COMPTE_RELAIS en passe de gravure).
       MOVE fr_numE TO WS-WP-NUME
       MOVE fr_pays TO WS-WP-PAYS
       OPEN INPUT fwpcompo
       MOVE WS-WP-NUME TO fwc_numE
       MOVE WS-WP-PAYS TO fwc_pays
       MOVE "J" TO fwc_type
       MOVE 0 TO fwc_num
       MOVE 0 TO WS-WP-FIN2
       START fwpcompo, KEY IS >= fwc_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN2
       END-START
       PERFORM UNTIL WS-WP-FIN2 = 1
              READ fwpcompo NEXT
              AT END MOVE 1 TO WS-WP-FIN2
              NOT AT END
                     IF fwc_numE NOT = WS-WP-NUME OR
                            fwc_pays NOT = WS-WP-PAYS OR
                            NOT FWC-JOUEUR THEN
                            MOVE 1 TO WS-WP-FIN2
                     ELSE
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING fe_type " " fe_genre
                                   " water-polo " fr_pays
                                   " - rang " fr_classement
                                   " - " fwc_prenom " " fwc_nom
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM GRAVURE_ECRIT
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fwpcompo.

       AFFICHE_EQUIPES_WATER_POLO.
      *Liste les equipes du tournoi avec leur poule et leur
      *composition, joueurs puis encadrement (appelee par
      *GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              OPEN INPUT fwpequipes
              OPEN INPUT fwpcompo
              MOVE WS-WP-NUME TO fwe_numE
              MOVE SPACES TO fwe_pays
              MOVE 0 TO WS-WP-FIN
              START fwpequipes, KEY IS >= fwe_cle
                     INVALID KEY MOVE 1 TO WS-WP-FIN
              END-START
              PERFORM WP_AFFICHE_UNE_EQUIPE UNTIL WS-WP-FIN = 1
              CLOSE fwpcompo
              CLOSE fwpequipes
       END-IF.

       WP_AFFICHE_UNE_EQUIPE.
       READ fwpequipes NEXT
              AT END MOVE 1 TO WS-WP-FIN
              NOT AT END
                     IF fwe_numE NOT = WS-WP-NUME THEN
                            MOVE 1 TO WS-WP-FIN
                     ELSE
                            DISPLAY "==== " fwe_pays " - poule "
                                   fwe_groupe " ===="
                            PERFORM WP_AFFICHE_COMPOSITION
                     END-IF
       END-READ.

       WP_AFFICHE_COMPOSITION.
       MOVE fwe_numE TO fwc_numE
       MOVE fwe_pays TO fwc_pays
       MOVE SPACE TO fwc_type
       MOVE 0 TO fwc_num
       MOVE 0 TO WS-WP-FIN2
       START fwpcompo, KEY IS >= fwc_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN2
       END-START
       PERFORM UNTIL WS-WP-FIN2 = 1
              READ fwpcompo NEXT
              AT END MOVE 1 TO WS-WP-FIN2
              NOT AT END
                     IF fwc_numE NOT = fwe_numE OR
                            fwc_pays NOT = fwe_pays THEN
                            MOVE 1 TO WS-WP-FIN2
                     ELSE IF FWC-JOUEUR THEN
                            DISPLAY "  Bonnet " fwc_bonnet " "
                                   fwc_prenom " " fwc_nom
                     ELSE
                            DISPLAY "  " fwc_role " " fwc_prenom
                                   " " fwc_nom
                     END-IF
                     END-IF
              END-READ
       END-PERFORM.

       WP_CHARGE_EQUIPES.
      *Charge en table les equipes du tournoi WS-WP-NUME, bilan a
      *zero (appelee par le calcul des poules, la generation des
      *matchs et le classement final).
       MOVE 0 TO WS-WP-NB-EQUIPES
       OPEN INPUT fwpequipes
       MOVE WS-WP-NUME TO fwe_numE
       MOVE SPACES TO fwe_pays
       MOVE 0 TO WS-WP-FIN
       START fwpequipes, KEY IS >= fwe_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN
       END-START
       PERFORM WP_CHARGE_UNE_EQUIPE UNTIL WS-WP-FIN = 1
       CLOSE fwpequipes.

       WP_CHARGE_UNE_EQUIPE.
       READ fwpequipes NEXT
              AT END MOVE 1 TO WS-WP-FIN
              NOT AT END
                     IF fwe_numE NOT = WS-WP-NUME THEN
                            MOVE 1 TO WS-WP-FIN
                     ELSE IF WS-WP-NB-EQUIPES >= 32 THEN
                            DISPLAY "ATTENTION : table des equipes "
                                   "pleine, " fwe_pays " ignoree"
                     ELSE
                            ADD 1 TO WS-WP-NB-EQUIPES
                            MOVE WS-WP-NB-EQUIPES TO WS-WP-IDX
                            MOVE fwe_pays TO WS-WP-T-PAYS(WS-WP-IDX)
                            MOVE fwe_groupe
                                   TO WS-WP-T-GROUPE(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-JOUES(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-GAGNES(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-NULS(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-PERDUS(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-BP(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-BC(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-POINTS(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-DIFF(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-RANG(WS-WP-IDX)
                            MOVE 0 TO WS-WP-T-FINAL(WS-WP-IDX)
                     END-IF
                     END-IF
       END-READ.

       WP_CHARGE_MATCHS.
      *Charge en table les matchs du tournoi WS-WP-NUME et compte
      *matchs prevus et joues par tour (appelee par la generation
      *des matchs, le tableau final et les classements).
       MOVE 0 TO WS-WP-NB-MATCHS WS-WP-MAX-NUMM
       MOVE 0 TO WS-WP-NB-POULE WS-WP-NB-POULE-J
       MOVE 0 TO WS-WP-NB-QUART WS-WP-NB-QUART-J
       MOVE 0 TO WS-WP-NB-DEMI WS-WP-NB-DEMI-J
       MOVE 0 TO WS-WP-NB-FINALE WS-WP-NB-FINALE-J
       OPEN INPUT fwpmatchs
       MOVE WS-WP-NUME TO fwm_numE
       MOVE 0 TO fwm_numM
       MOVE 0 TO WS-WP-FIN
       START fwpmatchs, KEY IS >= fwm_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN
       END-START
       PERFORM WP_CHARGE_UN_MATCH UNTIL WS-WP-FIN = 1
       CLOSE fwpmatchs.

       WP_CHARGE_UN_MATCH.
       READ fwpmatchs NEXT
              AT END MOVE 1 TO WS-WP-FIN
              NOT AT END
                     IF fwm_numE NOT = WS-WP-NUME THEN
                            MOVE 1 TO WS-WP-FIN
                     ELSE IF WS-WP-NB-MATCHS >= 200 THEN
                            DISPLAY "ATTENTION : table des matchs "
                                   "pleine, match " fwm_numM
                                   " ignore"
                     ELSE
                            PERFORM WP_RETIENT_MATCH
                     END-IF
                     END-IF
       END-READ.

       WP_RETIENT_MATCH.
       ADD 1 TO WS-WP-NB-MATCHS
       MOVE WS-WP-NB-MATCHS TO WS-WP-IDX
       MOVE fwm_numM TO WS-WP-M-NUMM(WS-WP-IDX)
       MOVE fwm_phase TO WS-WP-M-PHASE(WS-WP-IDX)
       MOVE fwm_groupe TO WS-WP-M-GROUPE(WS-WP-IDX)
       MOVE fwm_tableau TO WS-WP-M-TABLEAU(WS-WP-IDX)
       MOVE fwm_pays_a TO WS-WP-M-PAYS-A(WS-WP-IDX)
       MOVE fwm_pays_b TO WS-WP-M-PAYS-B(WS-WP-IDX)
       MOVE fwm_buts_a TO WS-WP-M-BUTS-A(WS-WP-IDX)
       MOVE fwm_buts_b TO WS-WP-M-BUTS-B(WS-WP-IDX)
       MOVE fwm_tab_a TO WS-WP-M-TAB-A(WS-WP-IDX)
       MOVE fwm_tab_b TO WS-WP-M-TAB-B(WS-WP-IDX)
       MOVE fwm_statut TO WS-WP-M-STATUT(WS-WP-IDX)
       IF fwm_numM > WS-WP-MAX-NUMM THEN
              MOVE fwm_numM TO WS-WP-MAX-NUMM
       END-IF
       IF FWM-POULE THEN
              ADD 1 TO WS-WP-NB-POULE
              IF FWM-JOUE THEN
                     ADD 1 TO WS-WP-NB-POULE-J
              END-IF
       ELSE IF FWM-QUART THEN
              ADD 1 TO WS-WP-NB-QUART
              IF FWM-JOUE THEN
                     ADD 1 TO WS-WP-NB-QUART-J
              END-IF
       ELSE IF FWM-DEMI THEN
              ADD 1 TO WS-WP-NB-DEMI
              IF FWM-JOUE THEN
                     ADD 1 TO WS-WP-NB-DEMI-J
              END-IF
       ELSE
              ADD 1 TO WS-WP-NB-FINALE
              IF FWM-JOUE THEN
                     ADD 1 TO WS-WP-NB-FINALE-J
              END-IF
       END-IF
       END-IF
       END-IF.

       GENERE_MATCHS_POULES.
      *Genere le tournoi toutes rondes de chaque poule : chaque
      *equipe rencontre une fois chacune des autres equipes de sa
      *poule. Generation unique, avant tout autre match (appelee
      *par GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CHARGE_MATCHS
              IF WS-WP-NB-MATCHS > 0 THEN
                     DISPLAY "Matchs deja generes pour ce tournoi"
                     MOVE 0 TO WS-WP-OK
              END-IF
       END-IF
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CHARGE_EQUIPES
              IF WS-WP-NB-EQUIPES < 2 THEN
                     DISPLAY "Il faut au moins deux equipes engagees"
                     MOVE 0 TO WS-WP-OK
              END-IF
       END-IF
       IF WS-WP-OK = 1 THEN
              MOVE 0 TO WS-WP-NB-ECRITS
              MOVE "POULE" TO WS-WP-TOUR
              MOVE 0 TO WS-WP-TABLEAU
              OPEN I-O fwpmatchs
              PERFORM VARYING WS-WP-IDX FROM 1 BY 1
                     UNTIL WS-WP-IDX >= WS-WP-NB-EQUIPES
                     COMPUTE WS-WP-IDX3 = WS-WP-IDX + 1
                     PERFORM VARYING WS-WP-IDX2 FROM WS-WP-IDX3 BY 1
                            UNTIL WS-WP-IDX2 > WS-WP-NB-EQUIPES
                            IF WS-WP-T-GROUPE(WS-WP-IDX) =
                                   WS-WP-T-GROUPE(WS-WP-IDX2) THEN
                                   MOVE WS-WP-T-GROUPE(WS-WP-IDX)
                                          TO WS-WP-GROUPE
                                   MOVE WS-WP-T-PAYS(WS-WP-IDX)
                                          TO WS-WP-PAYS-A
                                   MOVE WS-WP-T-PAYS(WS-WP-IDX2)
                                          TO WS-WP-PAYS-B
                                   PERFORM WP_ECRIT_MATCH
                            END-IF
                     END-PERFORM
              END-PERFORM
              CLOSE fwpmatchs
              DISPLAY WS-WP-NB-ECRITS " match(s) de poule generes"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Water-polo epreuve " WS-WP-NUME " : "
                     WS-WP-NB-ECRITS " matchs de poule"
                     DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       WP_ECRIT_MATCH.
      *Ecrit un match prevu du tour WS-WP-TOUR entre WS-WP-PAYS-A et
      *WS-WP-PAYS-B sous le numero suivant du tournoi (fwpmatchs
      *ouvert en I-O par l'appelant).
       ADD 1 TO WS-WP-MAX-NUMM
       MOVE WS-WP-NUME TO fwm_numE
       MOVE WS-WP-MAX-NUMM TO fwm_numM
       MOVE WS-WP-TOUR TO fwm_phase
       MOVE WS-WP-GROUPE TO fwm_groupe
       MOVE WS-WP-TABLEAU TO fwm_tableau
       MOVE WS-WP-PAYS-A TO fwm_pays_a
       MOVE WS-WP-PAYS-B TO fwm_pays_b
       MOVE 0 TO fwm_buts_a fwm_buts_b fwm_tab_a fwm_tab_b
       MOVE "P" TO fwm_statut
       MOVE WS-OPERATEUR TO fwm_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fwm_maj_date
       WRITE tamp_fwpmatchs
              INVALID KEY
                     DISPLAY "Match " fwm_numM " non enregistre"
              NOT INVALID KEY
                     ADD 1 TO WS-WP-NB-ECRITS
                     DISPLAY "Match " fwm_numM " " fwm_phase " "
                            fwm_groupe " : " fwm_pays_a " - "
                            fwm_pays_b
       END-WRITE.

       FEUILLE_MATCH_WATER_POLO.
      *Feuille de match : affiche les faits deja portes puis saisit
      *buts, exclusions temporaires et exclusions definitives par
      *bonnet ; la cloture calcule le score a partir des buts
      *portes et, a elimination directe, demande les tirs au but
      *en cas d'egalite (appelee par GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-WP-OK = 1 THEN
              DISPLAY "Numero du match : "
              ACCEPT WS-WP-NUMM
              OPEN I-O fwpmatchs
              MOVE WS-WP-NUME TO fwm_numE
              MOVE WS-WP-NUMM TO fwm_numM
              READ fwpmatchs
                     INVALID KEY
                            DISPLAY "Match inconnu pour ce tournoi"
                            MOVE 0 TO WS-WP-OK
              END-READ
              IF WS-WP-OK = 1 THEN
                     PERFORM WP_FEUILLE_UN_MATCH
              END-IF
              CLOSE fwpmatchs
       END-IF.

       WP_FEUILLE_UN_MATCH.
      *Corps de la feuille, match dans le tampon de fwpmatchs ouvert
      *en I-O (appelee par FEUILLE_MATCH_WATER_POLO).
       DISPLAY "==== Match " fwm_numM " " fwm_phase " " fwm_groupe
              " : " fwm_pays_a " - " fwm_pays_b " ===="
       OPEN I-O fwpfaits
       OPEN INPUT fwpcompo
       MOVE 1 TO WS-WP-AFFICHE
       PERFORM WP_BILAN_FAITS
       IF FWM-JOUE THEN
              DISPLAY "Feuille close : " fwm_buts_a " - "
                     fwm_buts_b
              IF fwm_tab_a > 0 OR fwm_tab_b > 0 THEN
                     DISPLAY "Tirs au but : " fwm_tab_a " - "
                            fwm_tab_b
              END-IF
       ELSE
              MOVE "X" TO WS-WP-TYPE
              PERFORM WP_SAISIE_UN_FAIT UNTIL WS-WP-TYPE = "0"
              DISPLAY "Cloturer la feuille de match ? 1-Oui 0-Non"
              ACCEPT WS-WP-REPONSE
              IF WS-WP-REPONSE = 1 THEN
                     PERFORM WP_CLOTURE_MATCH
              END-IF
       END-IF
       CLOSE fwpcompo
       CLOSE fwpfaits.

       WP_BILAN_FAITS.
      *Parcourt les faits du match courant : buts par equipe,
      *dernier numero de fait, exclusions du joueur WS-WP-PAYS /
      *WS-WP-BONNET ; affiche chaque fait si WS-WP-AFFICHE est a 1
      *(fwpfaits ouvert par l'appelant).
       MOVE 0 TO WS-WP-BUTS-A WS-WP-BUTS-B WS-WP-SEQ
       MOVE 0 TO WS-WP-NB-EXCL WS-WP-EXCLU-DEF
       MOVE fwm_numE TO fwf_numE
       MOVE fwm_numM TO fwf_numM
       MOVE 0 TO fwf_seq
       MOVE 0 TO WS-WP-FIN2
       START fwpfaits, KEY IS >= fwf_cle
              INVALID KEY MOVE 1 TO WS-WP-FIN2
       END-START
       PERFORM WP_BILAN_UN_FAIT UNTIL WS-WP-FIN2 = 1.

       WP_BILAN_UN_FAIT.
       READ fwpfaits NEXT
              AT END MOVE 1 TO WS-WP-FIN2
              NOT AT END
                     IF fwf_numE NOT = fwm_numE OR
                            fwf_numM NOT = fwm_numM THEN
                            MOVE 1 TO WS-WP-FIN2
                     ELSE
                            PERFORM WP_CUMULE_FAIT
                     END-IF
       END-READ.

       WP_CUMULE_FAIT.
       MOVE fwf_seq TO WS-WP-SEQ
       IF FWF-BUT AND fwf_pays = fwm_pays_a THEN
              ADD 1 TO WS-WP-BUTS-A
       END-IF
       IF FWF-BUT AND fwf_pays = fwm_pays_b THEN
              ADD 1 TO WS-WP-BUTS-B
       END-IF
       IF fwf_pays = WS-WP-PAYS AND fwf_bonnet = WS-WP-BONNET THEN
              IF FWF-EXCLUSION THEN
                     ADD 1 TO WS-WP-NB-EXCL
              END-IF
              IF FWF-EXCLU-DEF THEN
                     MOVE 1 TO WS-WP-EXCLU-DEF
              END-IF
       END-IF
       IF WS-WP-AFFICHE = 1 THEN
              DISPLAY fwf_seq " P" fwf_periode " " fwf_minute ":"
                     fwf_seconde " " fwf_type " " fwf_pays
                     " bonnet " fwf_bonnet " athlete " fwf_numA
       END-IF.

       WP_SAISIE_UN_FAIT.
      *Saisit un fait de jeu : type, equipe, bonnet du joueur et
      *moment du match. Un joueur exclu definitivement ou a sa
      *troisieme exclusion personnelle ne recoit plus de fait
      *(appelee par WP_FEUILLE_UN_MATCH).
       DISPLAY "Fait (B=but E=exclusion D=exclusion definitive "
              "0=fin) : "
       ACCEPT WS-WP-TYPE
       IF WS-WP-TYPE = "B" OR WS-WP-TYPE = "E" OR
              WS-WP-TYPE = "D" THEN
              MOVE 0 TO WS-WP-CAMP
              PERFORM WITH TEST AFTER UNTIL
                     WS-WP-CAMP = 1 OR WS-WP-CAMP = 2
                     DISPLAY "Equipe (1=" fwm_pays_a " 2="
                            fwm_pays_b ") : "
                     ACCEPT WS-WP-CAMP
              END-PERFORM
              IF WS-WP-CAMP = 1 THEN
                     MOVE fwm_pays_a TO WS-WP-PAYS
              ELSE
                     MOVE fwm_pays_b TO WS-WP-PAYS
              END-IF
              DISPLAY "Numero de bonnet : "
              ACCEPT WS-WP-BONNET
              PERFORM WP_CHERCHE_BONNET
              IF WS-WP-TROUVE NOT = 1 THEN
                     DISPLAY "Bonnet absent de la composition"
              ELSE
                     MOVE fwc_num TO WS-WP-NUMA
                     MOVE 0 TO WS-WP-AFFICHE
                     PERFORM WP_BILAN_FAITS
                     IF WS-WP-EXCLU-DEF = 1 OR
                            WS-WP-NB-EXCL >= 3 THEN
                            DISPLAY "Joueur exclu pour le reste du "
                                   "match : fait refuse"
                     ELSE
                            PERFORM WP_ECRIT_FAIT
                     END-IF
              END-IF
       ELSE IF WS-WP-TYPE NOT = "0" THEN
              DISPLAY "Type de fait invalide"
       END-IF
       END-IF.

       WP_ECRIT_FAIT.
       MOVE 0 TO fwf_periode
       PERFORM WITH TEST AFTER UNTIL
              fwf_periode > 0 AND fwf_periode < 5
              DISPLAY "Periode (1 a 4) : "
              ACCEPT fwf_periode
       END-PERFORM
       MOVE 99 TO fwf_minute
       PERFORM WITH TEST AFTER UNTIL fwf_minute < 8
              DISPLAY "Minute de jeu (0 a 7) : "
              ACCEPT fwf_minute
       END-PERFORM
       MOVE 99 TO fwf_seconde
       PERFORM WITH TEST AFTER UNTIL fwf_seconde < 60
              DISPLAY "Seconde (0 a 59) : "
              ACCEPT fwf_seconde
       END-PERFORM
       ADD 1 TO WS-WP-SEQ
       MOVE fwm_numE TO fwf_numE
       MOVE fwm_numM TO fwf_numM
       MOVE WS-WP-SEQ TO fwf_seq
       MOVE WS-WP-TYPE TO fwf_type
       MOVE WS-WP-PAYS TO fwf_pays
       MOVE WS-WP-BONNET TO fwf_bonnet
       MOVE WS-WP-NUMA TO fwf_numA
       MOVE WS-OPERATEUR TO fwf_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fwf_maj_date
       WRITE tamp_fwpfaits
              INVALID KEY DISPLAY "Fait non enregistre"
              NOT INVALID KEY
                     DISPLAY "Fait " fwf_seq " enregistre"
                     IF FWF-EXCLUSION AND WS-WP-NB-EXCL = 2 THEN
                            DISPLAY "Troisieme exclusion "
                                   "personnelle : joueur exclu pour "
                                   "le reste du match"
                     END-IF
       END-WRITE.

       WP_CLOTURE_MATCH.
      *Pose le score du match a partir des buts de la feuille ; a
      *elimination directe une egalite se departage aux tirs au but
      *(appelee par WP_FEUILLE_UN_MATCH ; match dans le tampon de
      *fwpmatchs).
       MOVE 0 TO WS-WP-AFFICHE
       MOVE SPACES TO WS-WP-PAYS
       PERFORM WP_BILAN_FAITS
       MOVE WS-WP-BUTS-A TO fwm_buts_a
       MOVE WS-WP-BUTS-B TO fwm_buts_b
       MOVE 0 TO fwm_tab_a fwm_tab_b
       IF NOT FWM-POULE AND fwm_buts_a = fwm_buts_b THEN
              PERFORM WITH TEST AFTER UNTIL fwm_tab_a NOT = fwm_tab_b
                     DISPLAY "Egalite : tirs au but reussis par "
                            fwm_pays_a " : "
                     ACCEPT fwm_tab_a
                     DISPLAY "Tirs au but reussis par " fwm_pays_b
                            " : "
                     ACCEPT fwm_tab_b
              END-PERFORM
       END-IF
       MOVE "J" TO fwm_statut
       MOVE WS-OPERATEUR TO fwm_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fwm_maj_date
       REWRITE tamp_fwpmatchs
              INVALID KEY DISPLAY "Cloture non enregistree"
              NOT INVALID KEY
                     DISPLAY "Score final : " fwm_pays_a " "
                            fwm_buts_a " - " fwm_buts_b " "
                            fwm_pays_b
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Water-polo match " fwm_numE "/"
                            fwm_numM " clos " fwm_buts_a "-"
                            fwm_buts_b
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.

       CALENDRIER_WATER_POLO.
      *Liste les matchs du tournoi dans l'ordre de generation avec
      *leur score (appelee par GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CHARGE_MATCHS
              DISPLAY "---- Matchs du tournoi " WS-WP-NUME " ----"
              PERFORM VARYING WS-WP-IDX FROM 1 BY 1
                     UNTIL WS-WP-IDX > WS-WP-NB-MATCHS
                     PERFORM WP_AFFICHE_UN_MATCH
              END-PERFORM
       END-IF.

       WP_AFFICHE_UN_MATCH.
       IF WS-WP-M-STATUT(WS-WP-IDX) = "J" THEN
              DISPLAY WS-WP-M-NUMM(WS-WP-IDX) " "
                     WS-WP-M-PHASE(WS-WP-IDX) " "
                     WS-WP-M-GROUPE(WS-WP-IDX) " "
                     WS-WP-M-PAYS-A(WS-WP-IDX) " "
                     WS-WP-M-BUTS-A(WS-WP-IDX) " - "
                     WS-WP-M-BUTS-B(WS-WP-IDX) " "
                     WS-WP-M-PAYS-B(WS-WP-IDX)
              IF WS-WP-M-TAB-A(WS-WP-IDX) > 0 OR
                     WS-WP-M-TAB-B(WS-WP-IDX) > 0 THEN
                     DISPLAY "      tirs au but "
                            WS-WP-M-TAB-A(WS-WP-IDX) " - "
                            WS-WP-M-TAB-B(WS-WP-IDX)
              END-IF
       ELSE
              DISPLAY WS-WP-M-NUMM(WS-WP-IDX) " "
                     WS-WP-M-PHASE(WS-WP-IDX) " "
                     WS-WP-M-GROUPE(WS-WP-IDX) " "
                     WS-WP-M-PAYS-A(WS-WP-IDX) " - "
                     WS-WP-M-PAYS-B(WS-WP-IDX) " (a jouer)"
       END-IF.

       CLASSEMENT_POULES_WATER_POLO.
      *Recalcule et affiche le classement de chaque poule (appelee
      *par GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CALCULE_POULES
              MOVE SPACE TO WS-WP-GROUPE
              PERFORM VARYING WS-WP-IDX FROM 1 BY 1
                     UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
                     IF WS-WP-T-GROUPE(WS-WP-IDX) NOT = WS-WP-GROUPE
                            MOVE WS-WP-T-GROUPE(WS-WP-IDX)
                                   TO WS-WP-GROUPE
                            DISPLAY "---- Poule " WS-WP-GROUPE
                                   " : rang pays J G N P BP BC "
                                   "diff pts ----"
                     END-IF
                     MOVE WS-WP-T-DIFF(WS-WP-IDX)
                            TO WS-WP-DIFF-EDITEE
                     DISPLAY WS-WP-T-RANG(WS-WP-IDX) " "
                            WS-WP-T-PAYS(WS-WP-IDX) " "
                            WS-WP-T-JOUES(WS-WP-IDX) " "
                            WS-WP-T-GAGNES(WS-WP-IDX) " "
                            WS-WP-T-NULS(WS-WP-IDX) " "
                            WS-WP-T-PERDUS(WS-WP-IDX) " "
                            WS-WP-T-BP(WS-WP-IDX) " "
                            WS-WP-T-BC(WS-WP-IDX) " "
                            WS-WP-DIFF-EDITEE " "
                            WS-WP-T-POINTS(WS-WP-IDX)
              END-PERFORM
       END-IF.

       WP_CALCULE_POULES.
      *Bilan de poule de chaque equipe a partir des matchs de poule
      *joues : 3 points la victoire, 1 le nul, 0 la defaite ;
      *classement par points, puis difference de buts, puis buts
      *marques. Les bilans et rangs sont reecrits dans
      *wp_equipes.dat (appelee par CLASSEMENT_POULES_WATER_POLO et
      *WP_GENERE_TABLEAU).
       PERFORM WP_CHARGE_EQUIPES
       PERFORM WP_CHARGE_MATCHS
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-MATCHS
              IF WS-WP-M-PHASE(WS-WP-IDX) = "POULE" AND
                     WS-WP-M-STATUT(WS-WP-IDX) = "J" THEN
                     PERFORM WP_CUMULE_MATCH_POULE
              END-IF
       END-PERFORM
       PERFORM WP_TRIE_POULES
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
              IF WS-WP-IDX > 1 AND WS-WP-T-GROUPE(WS-WP-IDX) =
                     WS-WP-T-GROUPE(WS-WP-IDX - 1) THEN
                     COMPUTE WS-WP-T-RANG(WS-WP-IDX) =
                            WS-WP-T-RANG(WS-WP-IDX - 1) + 1
              ELSE
                     MOVE 1 TO WS-WP-T-RANG(WS-WP-IDX)
              END-IF
       END-PERFORM
       PERFORM WP_REECRIT_BILANS.

       WP_CUMULE_MATCH_POULE.
      *Porte le match WS-WP-IDX au bilan de ses deux equipes.
       MOVE WS-WP-M-PAYS-A(WS-WP-IDX) TO WS-WP-PAYS
       PERFORM WP_CHERCHE_EQUIPE
       IF WS-WP-TROUVE = 1 THEN
              MOVE WS-WP-M-BUTS-A(WS-WP-IDX) TO WS-WP-BUTS-A
              MOVE WS-WP-M-BUTS-B(WS-WP-IDX) TO WS-WP-BUTS-B
              PERFORM WP_CUMULE_UNE_EQUIPE
       END-IF
       MOVE WS-WP-M-PAYS-B(WS-WP-IDX) TO WS-WP-PAYS
       PERFORM WP_CHERCHE_EQUIPE
       IF WS-WP-TROUVE = 1 THEN
              MOVE WS-WP-M-BUTS-B(WS-WP-IDX) TO WS-WP-BUTS-A
              MOVE WS-WP-M-BUTS-A(WS-WP-IDX) TO WS-WP-BUTS-B
              PERFORM WP_CUMULE_UNE_EQUIPE
       END-IF.

       WP_CUMULE_UNE_EQUIPE.
      *Equipe WS-WP-IDX2 : WS-WP-BUTS-A marques, WS-WP-BUTS-B
      *encaisses.
       ADD 1 TO WS-WP-T-JOUES(WS-WP-IDX2)
       ADD WS-WP-BUTS-A TO WS-WP-T-BP(WS-WP-IDX2)
       ADD WS-WP-BUTS-B TO WS-WP-T-BC(WS-WP-IDX2)
       IF WS-WP-BUTS-A > WS-WP-BUTS-B THEN
              ADD 1 TO WS-WP-T-GAGNES(WS-WP-IDX2)
              ADD 3 TO WS-WP-T-POINTS(WS-WP-IDX2)
       ELSE IF WS-WP-BUTS-A = WS-WP-BUTS-B THEN
              ADD 1 TO WS-WP-T-NULS(WS-WP-IDX2)
              ADD 1 TO WS-WP-T-POINTS(WS-WP-IDX2)
       ELSE
              ADD 1 TO WS-WP-T-PERDUS(WS-WP-IDX2)
       END-IF
       END-IF
       COMPUTE WS-WP-T-DIFF(WS-WP-IDX2) =
              WS-WP-T-BP(WS-WP-IDX2) - WS-WP-T-BC(WS-WP-IDX2).

       WP_CHERCHE_EQUIPE.
      *Rang dans la table des equipes du pays WS-WP-PAYS dans
      *WS-WP-IDX2, WS-WP-TROUVE a 1 si present.
       MOVE 0 TO WS-WP-TROUVE
       PERFORM VARYING WS-WP-IDX2 FROM 1 BY 1
              UNTIL WS-WP-IDX2 > WS-WP-NB-EQUIPES
              OR WS-WP-TROUVE = 1
              IF WS-WP-T-PAYS(WS-WP-IDX2) = WS-WP-PAYS THEN
                     MOVE 1 TO WS-WP-TROUVE
              END-IF
       END-PERFORM
       IF WS-WP-TROUVE = 1 THEN
              SUBTRACT 1 FROM WS-WP-IDX2
       END-IF.

       WP_TRIE_POULES.
      *Tri a bulles de la table des equipes : par poule, puis
      *points, difference de buts et buts marques decroissants
      *(appelee par WP_CALCULE_POULES).
       MOVE 1 TO WS-WP-ECHANGE
       PERFORM UNTIL WS-WP-ECHANGE = 0
              MOVE 0 TO WS-WP-ECHANGE
              PERFORM VARYING WS-WP-IDX FROM 1 BY 1
                     UNTIL WS-WP-IDX >= WS-WP-NB-EQUIPES
                     COMPUTE WS-WP-IDX2 = WS-WP-IDX + 1
                     IF WS-WP-T-GROUPE(WS-WP-IDX2) <
                            WS-WP-T-GROUPE(WS-WP-IDX) OR
                            (WS-WP-T-GROUPE(WS-WP-IDX2) =
                            WS-WP-T-GROUPE(WS-WP-IDX) AND
                            (WS-WP-T-POINTS(WS-WP-IDX2) >
                            WS-WP-T-POINTS(WS-WP-IDX) OR
                            (WS-WP-T-POINTS(WS-WP-IDX2) =
                            WS-WP-T-POINTS(WS-WP-IDX) AND
                            (WS-WP-T-DIFF(WS-WP-IDX2) >
                            WS-WP-T-DIFF(WS-WP-IDX) OR
                            (WS-WP-T-DIFF(WS-WP-IDX2) =
                            WS-WP-T-DIFF(WS-WP-IDX) AND
                            WS-WP-T-BP(WS-WP-IDX2) >
                            WS-WP-T-BP(WS-WP-IDX))))))
                            MOVE WS-WP-EQUIPE(WS-WP-IDX)
                                   TO WS-WP-EQUIPE-TMP
                            MOVE WS-WP-EQUIPE(WS-WP-IDX2)
                                   TO WS-WP-EQUIPE(WS-WP-IDX)
                            MOVE WS-WP-EQUIPE-TMP
                                   TO WS-WP-EQUIPE(WS-WP-IDX2)
                            MOVE 1 TO WS-WP-ECHANGE
                     END-IF
              END-PERFORM
       END-PERFORM.

       WP_REECRIT_BILANS.
      *Reecrit bilan, rang de poule et rang final de chaque equipe
      *de la table dans wp_equipes.dat.
       OPEN I-O fwpequipes
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
              MOVE WS-WP-NUME TO fwe_numE
              MOVE WS-WP-T-PAYS(WS-WP-IDX) TO fwe_pays
              READ fwpequipes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM WP_REECRIT_UN_BILAN
              END-READ
       END-PERFORM
       CLOSE fwpequipes.

       WP_REECRIT_UN_BILAN.
       MOVE WS-WP-T-JOUES(WS-WP-IDX) TO fwe_joues
       MOVE WS-WP-T-GAGNES(WS-WP-IDX) TO fwe_gagnes
       MOVE WS-WP-T-NULS(WS-WP-IDX) TO fwe_nuls
       MOVE WS-WP-T-PERDUS(WS-WP-IDX) TO fwe_perdus
       MOVE WS-WP-T-BP(WS-WP-IDX) TO fwe_buts_pour
       MOVE WS-WP-T-BC(WS-WP-IDX) TO fwe_buts_contre
       MOVE WS-WP-T-POINTS(WS-WP-IDX) TO fwe_points
       IF WS-WP-T-RANG(WS-WP-IDX) > 0 THEN
              MOVE WS-WP-T-RANG(WS-WP-IDX) TO fwe_rang_poule
       END-IF
       IF WS-WP-T-FINAL(WS-WP-IDX) > 0 THEN
              MOVE WS-WP-T-FINAL(WS-WP-IDX) TO fwe_rang_final
       END-IF
       MOVE WS-OPERATEUR TO fwe_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fwe_maj_date
       REWRITE tamp_fwpequipes
              INVALID KEY CONTINUE
       END-REWRITE.

       GENERE_TOUR_SUIVANT.
      *Genere le tour suivant du tableau final, chaque tour une
      *fois le precedent entierement joue : quarts (tableau a 8) ou
      *demi-finales (tableau a 4) depuis le classement des poules,
      *demi-finales depuis les quarts, puis finale et match pour le
      *bronze depuis les demi-finales (appelee par
      *GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CHARGE_MATCHS
              MOVE 0 TO WS-WP-NB-ECRITS
              IF WS-WP-NB-POULE = 0 THEN
                     DISPLAY "Generer d'abord les matchs de poule"
              ELSE IF WS-WP-NB-POULE-J < WS-WP-NB-POULE THEN
                     DISPLAY "Poules non terminees : "
                            WS-WP-NB-POULE-J " match(s) joue(s) sur "
                            WS-WP-NB-POULE
              ELSE IF WS-WP-NB-QUART = 0 AND WS-WP-NB-DEMI = 0 THEN
                     PERFORM WP_GENERE_TABLEAU
              ELSE IF WS-WP-NB-QUART-J < WS-WP-NB-QUART THEN
                     DISPLAY "Quarts de finale non termines"
              ELSE IF WS-WP-NB-DEMI = 0 THEN
                     PERFORM WP_GENERE_DEMIS
              ELSE IF WS-WP-NB-DEMI-J < WS-WP-NB-DEMI THEN
                     DISPLAY "Demi-finales non terminees"
              ELSE IF WS-WP-NB-FINALE = 0 THEN
                     PERFORM WP_GENERE_FINALES
              ELSE
                     DISPLAY "Tableau final deja complet"
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              IF WS-WP-NB-ECRITS > 0 THEN
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Water-polo epreuve " WS-WP-NUME " : "
                            WS-WP-NB-ECRITS " matchs de tableau"
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
              END-IF
       END-IF.

       WP_GENERE_TABLEAU.
      *Premier tour du tableau final depuis le classement des
      *poules : les qualifies sont ranges premiers de poule d'abord
      *(dans l'ordre des poules), puis deuxiemes, etc. ; la tete de
      *serie 1 rencontre la derniere, la 2 l'avant-derniere... et
      *les moities de tableau sont croisees (appelee par
      *GENERE_TOUR_SUIVANT).
       PERFORM WP_CALCULE_POULES
       MOVE 0 TO WS-WP-NB-GROUPES
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
              IF WS-WP-T-RANG(WS-WP-IDX) = 1 AND
                     WS-WP-NB-GROUPES < 8 THEN
                     ADD 1 TO WS-WP-NB-GROUPES
                     MOVE WS-WP-T-GROUPE(WS-WP-IDX) TO
                            WS-WP-G-LETTRE(WS-WP-NB-GROUPES)
              END-IF
       END-PERFORM
       MOVE 0 TO WS-WP-OK
       PERFORM WITH TEST AFTER UNTIL WS-WP-OK = 1
              DISPLAY "Taille du tableau final (4 ou 8 equipes) : "
              ACCEPT WS-WP-TAILLE
              IF WS-WP-TAILLE = 4 OR WS-WP-TAILLE = 8 THEN
                     DIVIDE WS-WP-TAILLE BY WS-WP-NB-GROUPES
                            GIVING WS-WP-PAR-GROUPE
                            REMAINDER WS-WP-RESTE
                     IF WS-WP-RESTE = 0 AND WS-WP-PAR-GROUPE > 0
                            MOVE 1 TO WS-WP-OK
                     ELSE
                            DISPLAY "Taille incompatible avec "
                                   WS-WP-NB-GROUPES " poule(s)"
                     END-IF
              END-IF
       END-PERFORM
       MOVE 0 TO WS-WP-NB-SEEDS
       PERFORM VARYING WS-WP-RANG FROM 1 BY 1
              UNTIL WS-WP-RANG > WS-WP-PAR-GROUPE
              PERFORM VARYING WS-WP-IDX3 FROM 1 BY 1
                     UNTIL WS-WP-IDX3 > WS-WP-NB-GROUPES
                     PERFORM WP_RETIENT_QUALIFIE
              END-PERFORM
       END-PERFORM
       IF WS-WP-NB-SEEDS < WS-WP-TAILLE THEN
              DISPLAY "Poule(s) trop courte(s) : " WS-WP-NB-SEEDS
                     " qualifie(s) pour un tableau a " WS-WP-TAILLE
       ELSE
              MOVE SPACE TO WS-WP-GROUPE
              OPEN I-O fwpmatchs
              IF WS-WP-TAILLE = 8 THEN
                     MOVE "QUART" TO WS-WP-TOUR
                     MOVE 1 TO WS-WP-IDX
                     MOVE 8 TO WS-WP-IDX2
                     MOVE 1 TO WS-WP-TABLEAU
                     PERFORM WP_ECRIT_AFFICHE
                     MOVE 4 TO WS-WP-IDX
                     MOVE 5 TO WS-WP-IDX2
                     MOVE 2 TO WS-WP-TABLEAU
                     PERFORM WP_ECRIT_AFFICHE
                     MOVE 2 TO WS-WP-IDX
                     MOVE 7 TO WS-WP-IDX2
                     MOVE 3 TO WS-WP-TABLEAU
                     PERFORM WP_ECRIT_AFFICHE
                     MOVE 3 TO WS-WP-IDX
                     MOVE 6 TO WS-WP-IDX2
                     MOVE 4 TO WS-WP-TABLEAU
                     PERFORM WP_ECRIT_AFFICHE
              ELSE
                     MOVE "DEMI" TO WS-WP-TOUR
                     MOVE 1 TO WS-WP-IDX
                     MOVE 4 TO WS-WP-IDX2
                     MOVE 1 TO WS-WP-TABLEAU
                     PERFORM WP_ECRIT_AFFICHE
                     MOVE 2 TO WS-WP-IDX
                     MOVE 3 TO WS-WP-IDX2
                     MOVE 2 TO WS-WP-TABLEAU
                     PERFORM WP_ECRIT_AFFICHE
              END-IF
              CLOSE fwpmatchs
       END-IF.

       WP_RETIENT_QUALIFIE.
      *Tete de serie suivante : l'equipe classee WS-WP-RANG de la
      *poule WS-WP-G-LETTRE(WS-WP-IDX3).
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
              IF WS-WP-T-GROUPE(WS-WP-IDX) =
                     WS-WP-G-LETTRE(WS-WP-IDX3) AND
                     WS-WP-T-RANG(WS-WP-IDX) = WS-WP-RANG AND
                     WS-WP-NB-SEEDS < 8 THEN
                     ADD 1 TO WS-WP-NB-SEEDS
                     MOVE WS-WP-T-PAYS(WS-WP-IDX) TO
                            WS-WP-S-PAYS(WS-WP-NB-SEEDS)
              END-IF
       END-PERFORM.

       WP_ECRIT_AFFICHE.
      *Match du tableau entre les tetes de serie WS-WP-IDX et
      *WS-WP-IDX2.
       MOVE WS-WP-S-PAYS(WS-WP-IDX) TO WS-WP-PAYS-A
       MOVE WS-WP-S-PAYS(WS-WP-IDX2) TO WS-WP-PAYS-B
       PERFORM WP_ECRIT_MATCH.

       WP_RESULTAT_TABLEAU.
      *Vainqueur et perdant du match joue du tour WS-WP-TOUR a la
      *place WS-WP-TABLEAU du tableau, tirs au but compris
      *(WS-WP-TROUVE a 0 si le match n'existe pas).
       MOVE 0 TO WS-WP-TROUVE
       MOVE SPACES TO WS-WP-VAINQUEUR WS-WP-PERDANT
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-MATCHS
              IF WS-WP-M-PHASE(WS-WP-IDX) = WS-WP-TOUR AND
                     WS-WP-M-TABLEAU(WS-WP-IDX) = WS-WP-TABLEAU THEN
                     MOVE 1 TO WS-WP-TROUVE
                     IF WS-WP-M-BUTS-A(WS-WP-IDX) >
                            WS-WP-M-BUTS-B(WS-WP-IDX) OR
                            (WS-WP-M-BUTS-A(WS-WP-IDX) =
                            WS-WP-M-BUTS-B(WS-WP-IDX) AND
                            WS-WP-M-TAB-A(WS-WP-IDX) >
                            WS-WP-M-TAB-B(WS-WP-IDX)) THEN
                            MOVE WS-WP-M-PAYS-A(WS-WP-IDX)
                                   TO WS-WP-VAINQUEUR
                            MOVE WS-WP-M-PAYS-B(WS-WP-IDX)
                                   TO WS-WP-PERDANT
                     ELSE
                            MOVE WS-WP-M-PAYS-B(WS-WP-IDX)
                                   TO WS-WP-VAINQUEUR
                            MOVE WS-WP-M-PAYS-A(WS-WP-IDX)
                                   TO WS-WP-PERDANT
                     END-IF
              END-IF
       END-PERFORM.

       WP_GENERE_DEMIS.
      *Demi-finales : vainqueurs des quarts 1 et 2, puis 3 et 4
      *(appelee par GENERE_TOUR_SUIVANT).
       MOVE "QUART" TO WS-WP-TOUR
       PERFORM VARYING WS-WP-TABLEAU FROM 1 BY 1
              UNTIL WS-WP-TABLEAU > 4
              PERFORM WP_RESULTAT_TABLEAU
              MOVE WS-WP-VAINQUEUR TO WS-WP-S-PAYS(WS-WP-TABLEAU)
       END-PERFORM
       MOVE SPACE TO WS-WP-GROUPE
       MOVE "DEMI" TO WS-WP-TOUR
       OPEN I-O fwpmatchs
       MOVE 1 TO WS-WP-IDX
       MOVE 2 TO WS-WP-IDX2
       MOVE 1 TO WS-WP-TABLEAU
       PERFORM WP_ECRIT_AFFICHE
       MOVE 3 TO WS-WP-IDX
       MOVE 4 TO WS-WP-IDX2
       MOVE 2 TO WS-WP-TABLEAU
       PERFORM WP_ECRIT_AFFICHE
       CLOSE fwpmatchs.

       WP_GENERE_FINALES.
      *Finale entre les vainqueurs des demi-finales, match pour le
      *bronze entre leurs perdants (appelee par
      *GENERE_TOUR_SUIVANT).
       MOVE "DEMI" TO WS-WP-TOUR
       MOVE 1 TO WS-WP-TABLEAU
       PERFORM WP_RESULTAT_TABLEAU
       MOVE WS-WP-VAINQUEUR TO WS-WP-S-PAYS(1)
       MOVE WS-WP-PERDANT TO WS-WP-S-PAYS(3)
       MOVE 2 TO WS-WP-TABLEAU
       PERFORM WP_RESULTAT_TABLEAU
       MOVE WS-WP-VAINQUEUR TO WS-WP-S-PAYS(2)
       MOVE WS-WP-PERDANT TO WS-WP-S-PAYS(4)
       MOVE SPACE TO WS-WP-GROUPE
       MOVE 1 TO WS-WP-TABLEAU
       OPEN I-O fwpmatchs
       MOVE "FINALE" TO WS-WP-TOUR
       MOVE 1 TO WS-WP-IDX
       MOVE 2 TO WS-WP-IDX2
       PERFORM WP_ECRIT_AFFICHE
       MOVE "BRONZE" TO WS-WP-TOUR
       MOVE 3 TO WS-WP-IDX
       MOVE 4 TO WS-WP-IDX2
       PERFORM WP_ECRIT_AFFICHE
       CLOSE fwpmatchs.

       CLASSEMENT_FINAL_WATER_POLO.
      *Classement final du tournoi une fois finale et match pour le
      *bronze joues : 1 et 2 a la finale, 3 et 4 au match pour le
      *bronze, 5 partage par les perdants des quarts, puis les
      *equipes eliminees en poule. Il est porte dans relais.dat
      *(une ligne par pays, provisoire jusqu'a la signature de
      *l'arbitre) : tableau des medailles, stock de medailles et
      *ceremonies le reprennent comme un podium d'equipe (appelee
      *par GESTION_WATER_POLO).
       PERFORM WP_LIT_EPREUVE
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CHARGE_MATCHS
              IF WS-WP-NB-FINALE < 2 OR
                     WS-WP-NB-FINALE-J < WS-WP-NB-FINALE THEN
                     DISPLAY "Finale et match pour le bronze non "
                            "joues"
                     MOVE 0 TO WS-WP-OK
              END-IF
       END-IF
       IF WS-WP-OK = 1 THEN
              PERFORM WP_CHARGE_EQUIPES
              IF WS-WP-NB-QUART > 0 THEN
                     MOVE 9 TO WS-WP-RANG
              ELSE
                     MOVE 5 TO WS-WP-RANG
              END-IF
              PERFORM VARYING WS-WP-IDX FROM 1 BY 1
                     UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
                     MOVE WS-WP-RANG TO WS-WP-T-FINAL(WS-WP-IDX)
              END-PERFORM
              MOVE "QUART" TO WS-WP-TOUR
              MOVE 5 TO WS-WP-RANG
              PERFORM VARYING WS-WP-TABLEAU FROM 1 BY 1
                     UNTIL WS-WP-TABLEAU > 4
                     PERFORM WP_RESULTAT_TABLEAU
                     IF WS-WP-TROUVE = 1 THEN
                            MOVE WS-WP-PERDANT TO WS-WP-PAYS
                            PERFORM WP_POSE_RANG
                     END-IF
              END-PERFORM
              MOVE 1 TO WS-WP-TABLEAU
              MOVE "FINALE" TO WS-WP-TOUR
              PERFORM WP_RESULTAT_TABLEAU
              MOVE WS-WP-VAINQUEUR TO WS-WP-PAYS
              MOVE 1 TO WS-WP-RANG
              PERFORM WP_POSE_RANG
              MOVE WS-WP-PERDANT TO WS-WP-PAYS
              MOVE 2 TO WS-WP-RANG
              PERFORM WP_POSE_RANG
              MOVE "BRONZE" TO WS-WP-TOUR
              PERFORM WP_RESULTAT_TABLEAU
              MOVE WS-WP-VAINQUEUR TO WS-WP-PAYS
              MOVE 3 TO WS-WP-RANG
              PERFORM WP_POSE_RANG
              MOVE WS-WP-PERDANT TO WS-WP-PAYS
              MOVE 4 TO WS-WP-RANG
              PERFORM WP_POSE_RANG
              PERFORM WP_ECRIT_CLASSEMENT_FINAL
       END-IF.

       WP_POSE_RANG.
       PERFORM WP_CHERCHE_EQUIPE
       IF WS-WP-TROUVE = 1 THEN
              MOVE WS-WP-RANG TO WS-WP-T-FINAL(WS-WP-IDX2)
       END-IF.

       WP_ECRIT_CLASSEMENT_FINAL.
      *Ecrit ou remplace la ligne relais.dat de chaque equipe avec
      *son rang final, journalisee avant modification, puis le rang
      *final dans wp_equipes.dat (appelee par
      *CLASSEMENT_FINAL_WATER_POLO).
       DISPLAY "---- Classement final du tournoi " WS-WP-NUME " ----"
       OPEN I-O frelais
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
              MOVE WS-WP-NUME TO fr_numE
              MOVE WS-WP-T-PAYS(WS-WP-IDX) TO fr_pays
              READ frelais
                     INVALID KEY MOVE 0 TO WS-WP-TROUVE
                     NOT INVALID KEY
                            MOVE 1 TO WS-WP-TROUVE
                            PERFORM JOURNALISE_AVANT_RELAIS
              END-READ
              MOVE WS-WP-NUME TO fr_numE
              MOVE WS-WP-T-PAYS(WS-WP-IDX) TO fr_pays
              MOVE WS-WP-T-FINAL(WS-WP-IDX) TO fr_classement
              MOVE 0 TO fr_temps_total
              PERFORM VARYING WS-RELAIS-IDX FROM 1 BY 1
                     UNTIL WS-RELAIS-IDX > 4
                     MOVE 0 TO fr_leg_numA(WS-RELAIS-IDX)
                     MOVE 0 TO fr_leg_temps(WS-RELAIS-IDX)
                     MOVE 0 TO fr_leg_echange(WS-RELAIS-IDX)
                     MOVE 0 TO fr_leg_echange_neg(WS-RELAIS-IDX)
              END-PERFORM
              MOVE 0 TO fr_officiel
              MOVE SPACES TO fr_motif_dq
              MOVE 0 TO fr_echange_signale
              MOVE SPACE TO fr_source
              MOVE WS-COMPET-ACTIVE TO fr_compet
              IF WS-WP-TROUVE = 1 THEN
                     REWRITE tamp_frelais
                            INVALID KEY CONTINUE
                     END-REWRITE
              ELSE
                     MOVE 0 TO fr_lot
                     WRITE tamp_frelais
                            INVALID KEY CONTINUE
                     END-WRITE
              END-IF
              DISPLAY fr_classement " " fr_pays
       END-PERFORM
       CLOSE frelais
       PERFORM WP_REECRIT_BILANS_FINAL
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Water-polo epreuve " WS-WP-NUME
              " : classement final pose"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE
       DISPLAY "Classement provisoire jusqu'a la signature de "
              "l'arbitre".

       WP_REECRIT_BILANS_FINAL.
      *Seul le rang final change : la table chargee sans les
      *bilans de poule n'ecrase que fwe_rang_final.
       OPEN I-O fwpequipes
       PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-NB-EQUIPES
              MOVE WS-WP-NUME TO fwe_numE
              MOVE WS-WP-T-PAYS(WS-WP-IDX) TO fwe_pays
              READ fwpequipes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE WS-WP-T-FINAL(WS-WP-IDX)
                                   TO fwe_rang_final
                            REWRITE tamp_fwpequipes
                                   INVALID KEY CONTINUE
                            END-REWRITE
              END-READ
       END-PERFORM
       CLOSE fwpequipes.
