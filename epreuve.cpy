       DEL_EPREUVE.
      *Suppression logique : l'epreuve part a la corbeille au lieu
      *d'etre detruite, et ses participations sont marquees avec
      *elle pour pouvoir etre reinstatees a la restauration. Une
      *epreuve annulee reste annulee : la corbeille partageant
      *fe_supprime, sa restauration la rendrait active.
       OPEN I-O fepreuves
       ACCEPT fe_numE

       READ fepreuves
              INVALID KEY DISPLAY 'epreuve existe pas'
              NOT INVALID KEY
                     IF FE-ANNULEE THEN
                            DISPLAY "Epreuve annulee : suppression "
                                   "refusee"
                     ELSE
                            PERFORM MARQUE_EPREUVE_SUPPRIMEE
                     END-IF
       END-READ

       CLOSE fepreuves.
      *Affiche le classement d'une epreuve, trie par fp_classement
      *via le fichier de tri : un champ de series a 10 courses ne
      *peut plus deborder la table en memoire et faire disparaitre
      *des resultats de l'affichage. Un contre-la-montre liste ses
      *temps sans rang : il est hors concours.
       open input fepreuves
       display "indiquer le numero de lepreuve a afficher"
       close fepreuves
       perform EPREUVES_PASSEE

       accept Wchoix
       MOVE 0 TO WS-HORS-CONCOURS
       OPEN INPUT fepreuves
       MOVE Wchoix TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FE-CONTRE-LA-MONTRE THEN
                            MOVE 1 TO WS-HORS-CONCOURS
                            display "Contre-la-montre hors concours "
                                   ": temps sans classement"
                     END-IF
       END-READ
       CLOSE fepreuves
       MOVE Wchoix TO WS-TRI-NUME
       PERFORM TRI_SCORES_EPREUVE_FICHIER

      *Affiche une ligne du fichier des scores tries (appelee par
      *AFFICHE_SCORE_EPREUVE).
       IF st_statut = SPACES THEN
              PERFORM FORMATE_TEMPS_TRIE
              IF WS-HORS-CONCOURS = 1 THEN
                     display "classement - HC"
              ELSE
                     display "classement - " st_classement
              END-IF
              display "temps - " WS-TEMPS-AFFICHE
      *En eau libre l'ecart au vainqueur fait partie du resultat.
              IF st_ecart > 0 THEN
                     MOVE st_ecart TO WS-TEMPS-LONG-BRUT
                     PERFORM FORMATE_TEMPS_LONG
                     display "ecart - +" WS-TEMPS-LONG-FORMATE
              END-IF
              IF st_source = "M" THEN
                     display "source - TEMPS MANUEL (arrondi, "
                            "sans credit de record)"
              MOVE 100 TO tri_rang
       END-IF
       MOVE fc_temps TO tri_temps
       MOVE fp_temps_long TO tri_temps_long
       MOVE fp_ecart TO tri_ecart
       MOVE fp_note_totale TO tri_note
       MOVE WS-STATUT-RESULTAT TO tri_statut
       MOVE fp_reaction TO tri_reaction
       MOVE fp_reaction_neg TO tri_react_neg
       MOVE fp_motif_dq TO tri_motif_dq
       MOVE fp_source TO tri_source
       MOVE SPACES TO tri_nom tri_prenom tri_pays tri_club
       MOVE 0 TO tri_publie
       MOVE fp_numA TO fa_numA
       READ fathletes
           INVALID KEY display "erreur sur lathlete"
               MOVE fa_nom TO tri_nom
               MOVE fa_prenom TO tri_prenom
               MOVE fa_pays TO tri_pays
               MOVE fa_club TO tri_club
               MOVE "R" TO WS-CST-USAGE
               PERFORM CST_CONTROLE_ATHLETE
               MOVE WS-CST-OK TO tri_publie
       END-READ
       RELEASE tamp_ftriscores.

       EXPORT_RESULTATS_EPREUVE.
      *Ecrit dans fexport, au format CSV, le classement trie d'une
      *epreuve (nom/prenom/pays/club/temps/statut), pour diffusion
      *a la presse (appelee par GESTION_PARTICIPATIONS).
       open input fepreuves
       display "indiquer le numero de lepreuve a exporter"
       close fepreuves
       PERFORM TRI_SCORES_EPREUVE_FICHIER

       OPEN OUTPUT fexport
       MOVE SPACES TO tamp_fexport
       STRING "classement;nom;prenom;pays;club;temps;statut;"
              "motif;libelle" DELIMITED BY SIZE
              INTO tamp_fexport
       END-STRING
       WRITE tamp_fexport
       OPEN INPUT fscorestries
       MOVE 0 tO Wfin
       ECRIT_LIGNE_EXPORT.
      *Ecrit une ligne CSV pour une ligne du fichier des scores
      *tries (appelee par EXPORT_RESULTATS_EPREUVE).
      *Sans consentement a la publication, la ligne ne porte que
      *le nom et le pays.
       IF st_publie = 0 THEN
              MOVE SPACES TO st_prenom st_club
       END-IF
       IF st_statut = SPACES THEN
              PERFORM FORMATE_TEMPS_TRIE
              STRING st_classement ";"
                     st_nom ";"
                     st_prenom ";"
                     st_pays ";"
                     st_club ";"
                     DELIMITED BY SIZE
                     WS-TEMPS-AFFICHE DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     INTO tamp_fexport
       ELSE
      *Le motif de DQ et son libelle partent avec le flux : la
                     STRING st_classement ";"
                            st_nom ";"
                            st_prenom ";"
                            st_pays ";"
                            st_club ";;"
                            st_statut ";"
                            fdq_code ";"
                            fdq_libelle
                     STRING st_classement ";"
                            st_nom ";"
                            st_prenom ";"
                            st_pays ";"
                            st_club ";;"
                            st_statut
                            DELIMITED BY SIZE
                            INTO tamp_fexport
              NOT AT END
                     IF fe_lieu = WS-NV-LIEU AND
                            fe_datetime = WS-NV-DATETIME AND
                            NOT FE-SUPPRIMEE AND NOT FE-ANNULEE
                            MOVE 1 TO WS-CONFLIT-LIEU
                     END-IF
       END-PERFORM
                     DISPLAY "ou x pour Mixte)"
                     ACCEPT fe_genre
              END-PERFORM
      *Une course en eau libre (5/10/25 km) se saisit en km : la
      *distance en metres du parcours est portee par ses points de
      *passage. Une epreuve jugee (plongeon) porte la hauteur du
      *tremplin ou de la plate-forme. Un tournoi de water-polo n'a
      *pas de distance et se joue en une seule epreuve, classee
      *comme une finale.
              PERFORM WITH TEST AFTER UNTIL
                     fe_nature = "P" OR fe_nature = "L" OR
                     fe_nature = "J" OR fe_nature = "W"
                     DISPLAY "Nature (P=bassin, L=eau libre, "
                            "J=jugee/plongeon, W=water-polo)"
                     ACCEPT fe_nature
              END-PERFORM
              MOVE 0 TO fe_relais_series
              IF FE-EAU-LIBRE THEN
                     DISPLAY "Saisir la distance (en km)"
              ELSE IF FE-JUGEE THEN
                     DISPLAY "Saisir la hauteur (en m)"
              ELSE IF FE-WATER-POLO THEN
                     CONTINUE
              ELSE
                     DISPLAY "Saisir la distance"
              END-IF
              END-IF
              END-IF
              IF FE-WATER-POLO THEN
                     MOVE 0 TO fe_distance
              ELSE
                     ACCEPT fe_distance
              END-IF
              PERFORM SAISIE_DATETIME_EPREUVE
              MOVE 0 TO WS-LIEU-VALIDE
              PERFORM WITH TEST AFTER UNTIL WS-LIEU-VALIDE = 1
              END-PERFORM
              DISPLAY "Saisir le nb de participant"
              ACCEPT fe_nbParticipant
              IF FE-WATER-POLO THEN
                     MOVE "FINALE" TO fe_phase
              ELSE
                     PERFORM SAISIE_PHASE_EPREUVE
              END-IF
              PERFORM SAISIE_SEANCE_EPREUVE
              PERFORM SAISIE_CLOTURE_EPREUVE
              DISPLAY "Quota d'inscrits par pays (0 = sans "
       MOVE fe_MIN TO WS-FORMATTED-MIN.

       SAISIE_PHASE_EPREUVE.
      *Saisit et valide la phase de l'epreuve (serie/demi/finale,
      *ou CHRONO pour un contre-la-montre hors concours) (appelee
      *par ADD_EPREUVE).
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
              DISPLAY "Phase (SERIE/DEMI/FINALE/CHRONO) : "
              ACCEPT fe_phase
              IF FE-SERIE OR FE-DEMI OR FE-FINALE OR
                     FE-CONTRE-LA-MONTRE THEN
                     MOVE 1 TO Wtrouve
              ELSE
                     DISPLAY "Phase invalide, reessayez"
       MOVE WS-OPERATEUR TO fe_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fe_maj_date
       MOVE WS-COMPET-ACTIVE TO fe_compet
       MOVE 0 TO fe_lot
       WRITE tamp_fepreuve
       END-WRITE
       DISPLAY cr_fep
       END-IF
       IF WS-REJ-ABANDON = 0 THEN
              OPEN I-O fepreuves
              MOVE "EPREUVES" TO WS-LOT-TYPE
              MOVE "import_epreuves.dat" TO WS-LOT-SOURCE
              IF WS-REJ-MODE = 2 THEN
                     MOVE WS-REJ-LEC-NOM TO WS-LOT-SOURCE
              END-IF
              PERFORM LOT_OUVRE
              MOVE 0 TO Wfin
              MOVE 0 TO WS-IMPE-NB-LUES
              MOVE 0 TO WS-IMPE-NB-CHARGEES
              END-PERFORM

              CLOSE fepreuves
              MOVE WS-IMPE-NB-LUES TO WS-LOT-NB-LUES
              MOVE WS-IMPE-NB-REJETEES TO WS-LOT-NB-REJETEES
              PERFORM LOT_FERME
              PERFORM REJET_FERME
              DISPLAY "Lignes lues : " WS-IMPE-NB-LUES
              DISPLAY "Epreuves chargees : " WS-IMPE-NB-CHARGEES
      *correspondante si son numero n'existe pas deja (appelee par
      *IMPORT_EPREUVES).
      *Classe para puis ages minimal/maximal : champs optionnels
      *12 a 14 de la ligne ; nature (P bassin / L eau libre) en
      *champ optionnel 15 (J pour une epreuve jugee, W pour un
      *tournoi de water-polo).
       MOVE SPACES TO WS-IMPE-CLASSE
       MOVE SPACES TO WS-IMPE-AGEMIN-X
       MOVE SPACES TO WS-IMPE-AGEMAX-X
       MOVE SPACES TO WS-IMPE-NATURE
       UNSTRING tamp_fimportE DELIMITED BY ";"
              INTO WS-IMPE-NUME, WS-IMPE-TYPE, WS-IMPE-GENRE,
                     WS-IMPE-DISTANCE, WS-IMPE-YEAR, WS-IMPE-MONTH,
                     WS-IMPE-DAY, WS-IMPE-HOUR, WS-IMPE-MIN,
                     WS-IMPE-LIEU, WS-IMPE-NBPART, WS-IMPE-CLASSE,
                     WS-IMPE-AGEMIN-X, WS-IMPE-AGEMAX-X,
                     WS-IMPE-NATURE
       END-UNSTRING

       IF WS-IMPE-GENRE NOT = "f" AND WS-IMPE-GENRE NOT = "h"
       ELSE
              MOVE WS-IMPE-AGEMAX-X TO fe_age_max
       END-IF
       IF WS-IMPE-NATURE = "L" OR WS-IMPE-NATURE = "J" OR
              WS-IMPE-NATURE = "W" THEN
              MOVE WS-IMPE-NATURE TO fe_nature
       ELSE
              MOVE "P" TO fe_nature
       END-IF
       MOVE 0 TO fe_relais_series
       IF FE-WATER-POLO THEN
              MOVE "FINALE" TO fe_phase
       END-IF
       MOVE WS-OPERATEUR TO fe_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fe_maj_date
       MOVE WS-COMPET-ACTIVE TO fe_compet
       MOVE WS-LOT-NUM TO fe_lot
       WRITE tamp_fepreuve
              INVALID KEY
                     MOVE "ecriture impossible" TO WS-REJ-MOTIF
                     PERFORM REJETTE_LIGNE_EPREUVE
              NOT INVALID KEY
                     ADD 1 TO WS-IMPE-NB-CHARGEES
                     MOVE "C" TO WS-LOT-ACTION
                     PERFORM LOT_NOTE_EPREUVE
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Import epreuve " fe_numE
                            DELIMITED BY SIZE
              END-IF
              CLOSE fepreuves
              PERFORM CLOT_COLLECTE_RESULTATS
      *Une reprise ordonnee dans la phase et non encore nagee
      *bloque la qualification : le classement au temps n'est pas
      *connu tant que les couloirs annules n'ont pas renage.
              IF WS-CLOT-NB-REPRISES > 0 THEN
                     DISPLAY WS-CLOT-NB-REPRISES " couloir(s) en "
                            "attente de reprise : cloture apres "
                            "saisie de la reprise"
              ELSE IF WS-CLOT-TROUVE-CIBLE NOT = 1 THEN
                     DISPLAY "Aucune epreuve " WS-CLOT-PHASE-CIBLE
                            " pour ce type/distance/genre : creez-la"
                            " d'abord"
                            PERFORM CLOT_INSCRIT_QUALIFIES
                     END-IF
              END-IF
              END-IF
       ELSE
              CLOSE fepreuves
       END-IF.
       MOVE 0 TO WS-CLOT-TROUVE-CIBLE
       MOVE 0 TO WS-SEED-NB
       MOVE 0 TO WS-SEED-NB-IGNORES
       MOVE 0 TO WS-CLOT-NB-REPRISES
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       MOVE 0 TO Wfin
       IF fe_type = WS-CLOT-TYPE AND
              fe_distance = WS-CLOT-DISTANCE AND
              fe_genre = WS-CLOT-GENRE AND
              fe_classe = WS-CLOT-CLASSE AND
              fe_compet = WS-COMPET-ACTIVE AND
              NOT FE-ANNULEE THEN
              IF fe_phase = WS-CLOT-PHASE-CIBLE THEN
                     MOVE 1 TO WS-CLOT-TROUVE-CIBLE
                     MOVE fe_numE TO WS-CLOT-NUME-CIBLE
                            IF FP-TERMINE AND NOT FP-SUPPRIME THEN
                                   PERFORM CLOT_RETIENT_RESULTAT
                            END-IF
                            IF FP-REPRISE-ATTENTE AND
                                   NOT FP-SUPPRIME THEN
                                   ADD 1 TO WS-CLOT-NB-REPRISES
                            END-IF
                     END-IF
       END-READ.

       MOVE WS-CLOT-CLASSE TO fe_classe
       MOVE WS-CLOT-AGE-MIN TO fe_age_min
       MOVE WS-CLOT-AGE-MAX TO fe_age_max
       MOVE "P" TO fe_nature
       MOVE 0 TO fe_relais_series
       MOVE WS-OPERATEUR TO fe_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fe_maj_date
       MOVE WS-COMPET-ACTIVE TO fe_compet
       MOVE 0 TO fe_lot
       WRITE tamp_fepreuve
              INVALID KEY
                     DISPLAY "Erreur creation epreuve de barrage"
       MOVE SPACES TO fp_motif_dq
       MOVE 0 TO fp_temps_engage
       MOVE 0 TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_points_perf
       MOVE SPACE TO fp_source
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE 0 TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Athlete " fp_numA " deja inscrit "
       MOVE SPACES TO fp_motif_dq
       MOVE 0 TO fp_temps_engage
       MOVE 0 TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_points_perf
       MOVE SPACE TO fp_source
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE 0 TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Athlete " fp_numA " deja inscrit a "
                     DISPLAY WS-SEED-IDX " - " fa_nom " "
                            fa_prenom " (" fa_pays ") - "
                            WS-TEMPS-FORMATE
                     PERFORM CLOT_NOTIFIE_QUALIFIE
       END-READ.

       CLOT_NOTIFIE_QUALIFIE.
      *Previent l'encadrement de la delegation de la qualification
      *pour la phase suivante (appelee par CLOT_INSCRIT_UN_QUALIFIE ;
      *l'athlete vient d'etre lu dans fathletes).
       MOVE "QUALIF" TO WS-NOT-TYPE
       MOVE WS-CLOT-NUME-CIBLE TO WS-NOT-NUME
       MOVE SPACES TO WS-NOT-TEXTE
       STRING "qualifie(e) pour la " DELIMITED BY SIZE
              WS-CLOT-PHASE-CIBLE DELIMITED BY SPACE
              ", epreuve " WS-CLOT-NUME-CIBLE
              DELIMITED BY SIZE INTO WS-NOT-TEXTE
       END-STRING
       PERFORM NOTIFIE_ATHLETE_LU.

       MODIFIE_QUOTA_EPREUVE.
      *Modifie le quota d'inscrits par pays d'une epreuve existante,
      *certaines epreuves en etant exemptees (0 = sans limite)
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ

       IF Wtrouve = 1 AND FE-ANNULEE THEN
              DISPLAY "Epreuve annulee : plus de replanification"
              MOVE 0 TO Wtrouve
       END-IF

       IF Wtrouve = 1 THEN
              MOVE fe_numE TO WS-REPL-NUME
              MOVE fe_datetime TO WS-REPL-ANC-DATETIME
                     IF fe_numE NOT = WS-REPL-NUME AND
                            fe_lieu = WS-REPL-NV-LIEU AND
                            fe_datetime = WS-REPL-NV-DATETIME AND
                            NOT FE-SUPPRIMEE AND NOT FE-ANNULEE
                            MOVE 1 TO WS-REPL-CONFLIT
                            DISPLAY "CONFLIT DE LIEU : epreuve "
                                   fe_numE " occupe deja "

       REPLAN_COLLECTE_UN_ENGAGE.
      *Collecte un engage actif de l'epreuve deplacee (appelee par
      *REPLAN_CONTROLES et PGM_BULLETIN_DEPLACEMENT).
       READ fparticipations NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END

       REPLAN_FINALISE.
      *Affiche le nouveau creneau de ceremonie, journalise et emet
      *le bulletin de changement avant/apres ; l'epreuve est
      *WS-REPL-NUME, le tampon fepreuves etant relu par la
      *republication de l'horaire (appelee par REPLAN_APPLIQUE et
      *PGM_BULLETIN_DEPLACEMENT).
       DISPLAY "Epreuve " fe_numE " deplacee"
       PERFORM CALCULE_CRENEAU_CEREMONIE
       DISPLAY "Nouveau creneau de ceremonie : " WS-CEREM-HEURE
              MOVE fe_numSession TO WS-PRJ-NUMS
              MOVE 0 TO WS-PRJ-RETARD
              PERFORM HORAIRE_REPUBLIE
       END-IF

      *Chaque engage est prevenu du nouveau creneau via
      *l'encadrement de sa delegation.
       MOVE "REPLAN" TO WS-NOT-TYPE
       MOVE WS-REPL-NUME TO WS-NOT-NUME
       MOVE SPACES TO WS-NOT-TEXTE
       STRING "epreuve " WS-REPL-NUME " deplacee au "
              WS-REPL-NV-DATETIME(7:2) "/" WS-REPL-NV-DATETIME(5:2)
              "/" WS-REPL-NV-DATETIME(1:4) " "
              WS-REPL-NV-DATETIME(9:2) "h" WS-REPL-NV-DATETIME(11:2)
              " - " DELIMITED BY SIZE
              WS-REPL-NV-LIEU DELIMITED BY "  "
              INTO WS-NOT-TEXTE
       END-STRING
       PERFORM VARYING WS-MAJL-IDX FROM 1 BY 1
              UNTIL WS-MAJL-IDX > WS-MAJL-NB
              MOVE WS-MAJL-NUMA(WS-MAJL-IDX) TO WS-NOT-NUMA
              PERFORM NOTIFIE_ATHLETE
       END-PERFORM.

       SAISIE_CRITERES_RECHERCHE_EPREUVE.
      *Demande les criteres optionnels (type/distance/genre) pour
       IF WS-FILTRE-GENRE NOT = SPACE AND
              fe_genre NOT = WS-FILTRE-GENRE THEN
              MOVE 0 TO WS-CRITERES-OK
       END-IF
      *Seules les epreuves de la competition active sont listees.
       IF fe_compet NOT = WS-COMPET-ACTIVE THEN
              MOVE 0 TO WS-CRITERES-OK
       END-IF.

       EPREUVES_FUTURES.
                            IF WS-TEMP-DATE-TIME > fe_datetime AND
                                   WS-CRITERES-OK = 1 then
                                    PERFORM FORMATE_DATE_EPREUVE
                                    PERFORM EPREUVE_LIBELLE_PHASE
                                    DISPLAY fe_numE " - " fe_distance
                                    " " fe_type " " fe_genre " - "
                                    WS-EPR-PHASE-AFF " date : "
                                    WS-FORMATTED-DATE-TIME
              END-READ
       END-PERFORM
                            IF WS-TEMP-DATE-TIME < fe_datetime AND
                                   WS-CRITERES-OK = 1 then
                                    PERFORM FORMATE_DATE_EPREUVE
                                    PERFORM EPREUVE_LIBELLE_PHASE
                                    DISPLAY fe_numE " - " fe_distance
                                    " " fe_type " " fe_genre " - "
                                    WS-EPR-PHASE-AFF " date : "
                                    WS-FORMATTED-DATE-TIME
              END-READ
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL Wfin=1 OR WS-CONTINUE-PAGE = 0
              READ fepreuves
              AT END        MOVE 1 TO Wfin
              NOT AT END    IF FE-SUPPRIMEE OR
                                   fe_compet NOT = WS-COMPET-ACTIVE
                                   CONTINUE
                            ELSE
                            DISPLAY "----------------------------------"
                            DISPLAY "Nb_participant " WITH NO ADVANCING
                            DISPLAY fe_nbParticipant
                            DISPLAY "Phase        : " WITH NO ADVANCING
                            PERFORM EPREUVE_LIBELLE_PHASE
                            DISPLAY WS-EPR-PHASE-AFF
                            DISPLAY "Maj par      : " WITH NO ADVANCING
                            DISPLAY fe_maj_par " le " fe_maj_date
                            ADD 1 TO WS-NB-AFFICHES
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ

      *Une course en eau libre ne se saisit pas ici : ses temps
      *arrivent point de passage par point de passage ; une
      *epreuve jugee se classe aux notes du jury, un tournoi de
      *water-polo a ses feuilles de match.
       IF Wtrouve = 1 AND FE-EAU-LIBRE THEN
              DISPLAY "Epreuve en eau libre : saisir les passages "
                     "via le menu Disciplines specifiques"
              MOVE 0 TO Wtrouve
       END-IF
       IF Wtrouve = 1 AND FE-JUGEE THEN
              DISPLAY "Epreuve jugee : saisir les notes du jury "
                     "via le menu Disciplines specifiques"
              MOVE 0 TO Wtrouve
       END-IF
       IF Wtrouve = 1 AND FE-WATER-POLO THEN
              DISPLAY "Tournoi de water-polo : saisir les feuilles "
                     "de match via le menu Disciplines specifiques"
              MOVE 0 TO Wtrouve
       END-IF

       IF Wtrouve = 1 THEN
      *La liste des engages est collectee d'abord, puis chaque
      *participation est relue par sa cle complete : un parcours
      *bassin tant que l'arbitre n'a pas signe l'epreuve.
       MOVE fe_numE TO WS-OFFI-NUME
       PERFORM EPREUVE_RESULTATS_OFFICIELS
       IF WS-OFFI-NB-REPRISES > 0 THEN
              DISPLAY "Epreuve " fe_numE " : reprise en attente,"
                     " tableau non pousse"
       ELSE IF WS-OFFI-OK NOT = 1 THEN
              DISPLAY "Epreuve " fe_numE " : resultats provisoires,"
                     " tableau non pousse (signature arbitre "
                     "requise)"
       ELSE
              PERFORM MAJ_TABLEAU_AFFICHAGE_CORPS
       END-IF
       END-IF.

       MAJ_TABLEAU_AFFICHAGE_CORPS.
      *Ecrit une ligne du tableau : rang;nom;prenom;pays;temps
      *formate;drapeau (appelee par MAJ_TABLEAU_AFFICHAGE).
       MOVE SPACES TO tamp_ftableau
       IF st_publie = 0 THEN
              MOVE SPACES TO st_prenom
       END-IF
       IF st_statut = SPACES THEN
              PERFORM FORMATE_TEMPS_TRIE
      *Pas de drapeau WR en eau libre ni en epreuve jugee : seul
      *le temps bassin (st_temps) se compare au record.
              IF WS-TAB-WR-TROUVE = 1 AND st_temps > 0 AND
                     st_temps < WS-TAB-WR-TEMPS
                     STRING st_classement ";"
                            st_nom ";"
                            st_prenom ";"
                            st_pays ";"
                            DELIMITED BY SIZE
                            WS-TEMPS-AFFICHE DELIMITED BY SPACE
                            ";WR" DELIMITED BY SIZE
                            INTO tamp_ftableau
              ELSE
                     STRING st_classement ";"
                            st_nom ";"
                            st_prenom ";"
                            st_pays ";"
                            DELIMITED BY SIZE
                            WS-TEMPS-AFFICHE DELIMITED BY SPACE
                            ";" DELIMITED BY SIZE
                            INTO tamp_ftableau
              END-IF
       ELSE
      *Reclasse tous les arrivants (FP-TERMINE) de l'epreuve
      *WS-RECALC-NUME au temps : les temps egaux partagent le meme
      *rang, le rang suivant etant saute - fparticipations doit deja
      *etre ouvert en I-O par l'appelant. Seule une epreuve de bassin
      *se classe au temps : une course en eau libre ou une epreuve
      *jugee garde le classement de son propre menu, a refaire par
      *l'operateur, et un tournoi de water-polo n'a pas de rang
      *individuel (appelee par RECLASSE_ET_TABLEAU,
      *ECRIT_CHRONO_VALIDE, ENREGISTRE_PARTICIPATION_SAISIE,
      *APPLIQUE_TEMPS_SECOURS, CASCADE_RECLASSE,
      *LOT_DEFAIT_PARTICIPATION, REPRISE_ANNULE_COULOIRS et
      *SSR_SAISIE_COULOIRS).
       PERFORM RECALC_LIT_NATURE
       IF WS-RECALC-AU-TEMPS = 1 THEN
              PERFORM RECALC_CLASSE_AU_TEMPS
       END-IF.

       RECALC_LIT_NATURE.
      *Relit l'epreuve pour sa nature ; selon l'appelant, fepreuves
      *est deja ouvert (statut 41, laisse ouvert) ou ferme (ouvert
      *et referme ici). Une epreuve introuvable se classe au temps,
      *comme avant toute autre nature (appelee par
      *RECALCULE_CLASSEMENT_EPREUVE).
       MOVE 1 TO WS-RECALC-AU-TEMPS
       MOVE 0 TO WS-RECALC-FEP-OUVERT
       OPEN INPUT fepreuves
       IF cr_fep = 41 THEN
              MOVE 1 TO WS-RECALC-FEP-OUVERT
       END-IF
       MOVE WS-RECALC-NUME TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FE-EAU-LIBRE THEN
                            MOVE 0 TO WS-RECALC-AU-TEMPS
                            DISPLAY "Epreuve en eau libre " fe_numE
                                   " : reclasser l'epreuve par le "
                                   "menu eau libre"
                     ELSE IF FE-JUGEE THEN
                            MOVE 0 TO WS-RECALC-AU-TEMPS
                            DISPLAY "Epreuve jugee " fe_numE
                                   " : reclasser l'epreuve par le "
                                   "menu plongeon"
                     ELSE IF FE-WATER-POLO THEN
                            MOVE 0 TO WS-RECALC-AU-TEMPS
                     END-IF
                     END-IF
                     END-IF
       END-READ
       IF WS-RECALC-FEP-OUVERT = 0 THEN
              CLOSE fepreuves
       END-IF.

       RECALC_CLASSE_AU_TEMPS.
      *Charge, trie et reclasse au temps les arrivants de l'epreuve
      *de bassin WS-RECALC-NUME (appelee par
      *RECALCULE_CLASSEMENT_EPREUVE).
       MOVE 0 TO WS-SEED-NB
       MOVE 0 TO WS-SEED-NB-IGNORES
       MOVE WS-RECALC-NUME TO fp_numE
      *Affecte les rangs sur la table triee : un temps egal au
      *precedent partage son rang, sinon le rang est la position
      *dans la table (le rang suivant un ex aequo est ainsi saute)
      *(appelee par RECALC_CLASSE_AU_TEMPS).
       PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
              UNTIL WS-SEED-IDX > WS-SEED-NB
              IF WS-SEED-IDX > 1 AND
      *Reecrit le classement recalcule et les points de placement
      *(bareme points.dat, 0 hors bareme) de chaque arrivant de la
      *table ; fpoints est ouvert en INPUT par l'appelant (appelee
      *par RECALC_CLASSE_AU_TEMPS).
       PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
              UNTIL WS-SEED-IDX > WS-SEED-NB
              MOVE WS-SEED-NUMA(WS-SEED-IDX) TO fp_numA
