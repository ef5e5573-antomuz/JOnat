       PREVISION_MEDAILLES_SEANCE.
      *Prevision des podiums des finales d'une seance pour le
      *service de presse et le protocole (drapeaux, plaques a
      *graver) : chaque finaliste est classe sur son temps de
      *demi-finale (a defaut de series), sinon sur le meilleur de
      *son record personnel et de son temps d'engagement converti
      *en bassin de 50m. Le tableau des medailles prevu de la
      *seance suit ; une fois les finales nagees, le rapport met
      *la prevision en regard du resultat reel (appelee par
      *GESTION_SEANCES).
       OPEN INPUT fsessions
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       MOVE 0 TO Wtrouve
       READ fsessions
              INVALID KEY DISPLAY "Cette seance n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fsessions

       IF Wtrouve = 1 THEN
              MOVE fse_numS TO WS-PRV-NUMS
              PERFORM PRV_COLLECTE_FINALES
              IF WS-PRV-NB-FINALES = 0 THEN
                     DISPLAY "Aucune finale dans cette seance"
              ELSE
                     MOVE "PREVISION-MEDAILLES" TO WS-SPOOL-RAPPORT
                     PERFORM SPOOL_OUVRE
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "PREVISION DES MEDAILLES - SEANCE "
                            WS-PRV-NUMS " - " fse_lieu " - "
                            fse_DAY "/" fse_MONTH "/" fse_YEAR
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
                     MOVE 0 TO WS-PRV-NB-PAYS
                     OPEN INPUT fepreuves
                     PERFORM VARYING WS-PRV-K FROM 1 BY 1
                            UNTIL WS-PRV-K > WS-PRV-NB-FINALES
                            PERFORM PRV_UNE_FINALE
                     END-PERFORM
                     CLOSE fepreuves
                     PERFORM PRV_TABLEAU_MEDAILLES
                     PERFORM SPOOL_FERME
              END-IF
       END-IF.

       PRV_COLLECTE_FINALES.
      *Releve les finales en bassin de la seance WS-PRV-NUMS pour
      *la competition active (appelee par
      *PREVISION_MEDAILLES_SEANCE).
       MOVE 0 TO WS-PRV-NB-FINALES
       OPEN INPUT fepreuves
       MOVE 0 TO WS-PRV-FIN
       PERFORM WITH TEST AFTER UNTIL WS-PRV-FIN = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO WS-PRV-FIN
              NOT AT END
                     IF fe_numSession = WS-PRV-NUMS AND
                            FE-FINALE AND FE-BASSIN AND
                            fe_compet = WS-COMPET-ACTIVE AND
                            NOT FE-SUPPRIMEE AND NOT FE-ANNULEE AND
                            WS-PRV-NB-FINALES < 30 THEN
                            ADD 1 TO WS-PRV-NB-FINALES
                            MOVE fe_numE TO
                                   WS-PRV-FI-NUME(WS-PRV-NB-FINALES)
                     END-IF
       END-PERFORM
       CLOSE fepreuves.

       PRV_UNE_FINALE.
      *Prevision d'une finale : phases precedentes, finalistes et
      *leurs temps, classement prevu, podium et comparaison au
      *resultat (appelee par PREVISION_MEDAILLES_SEANCE ; fepreuves
      *est ouvert en lecture).
       MOVE WS-PRV-FI-NUME(WS-PRV-K) TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
       END-READ
       MOVE fe_numE TO WS-PRV-NUME
       MOVE fe_type TO WS-PRV-TYPE
       MOVE fe_distance TO WS-PRV-DISTANCE
       MOVE fe_genre TO WS-PRV-GENRE
       MOVE fe_classe TO WS-PRV-CLASSE
       PERFORM PRV_CHERCHE_PHASES
      *Le tampon reprend la finale pour le record personnel.
       MOVE WS-PRV-NUME TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
       END-READ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING "FINALE " fe_numE " - " fe_distance "m " fe_type " "
              fe_genre " " fe_classe " - " fe_HOUR "h" fe_MIN
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM PRV_CHARGE_FINALISTES
       IF WS-PRV-NB = 0 THEN
              MOVE "   aucun finaliste qualifie" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       ELSE
              PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                     UNTIL WS-PRV-IDX > WS-PRV-NB
                     PERFORM PRV_TEMPS_QUALIF
                     PERFORM PRV_TEMPS_PREVU
              END-PERFORM
              PERFORM PRV_TRIE_FINALISTES
              MOVE SPACES TO WS-RAPPORT-LIGNE
              MOVE "Rg" TO WS-RAPPORT-LIGNE(2:2)
              MOVE "Athl" TO WS-RAPPORT-LIGNE(6:4)
              MOVE "Nom" TO WS-RAPPORT-LIGNE(11:3)
              MOVE "Pays" TO WS-RAPPORT-LIGNE(42:4)
              MOVE "Qualif" TO WS-RAPPORT-LIGNE(55:6)
              MOVE "RP" TO WS-RAPPORT-LIGNE(64:2)
              MOVE "Engage" TO WS-RAPPORT-LIGNE(73:6)
              MOVE "Prevu" TO WS-RAPPORT-LIGNE(82:5)
              MOVE "Reel" TO WS-RAPPORT-LIGNE(92:4)
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE 0 TO WS-PRV-TROUVES
              MOVE 0 TO WS-PRV-EXACTS
              PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                     UNTIL WS-PRV-IDX > WS-PRV-NB
                     PERFORM PRV_LIGNE_FINALISTE
                     PERFORM PRV_COMPTE_MEDAILLES
              END-PERFORM
              PERFORM PRV_LIGNES_PODIUM
       END-IF.

       PRV_CHERCHE_PHASES.
      *Releve les demi-finales et les series du meme type, de la
      *meme distance, du meme genre et de la meme classe dans la
      *competition active (appelee par PRV_UNE_FINALE).
       MOVE 0 TO WS-PRV-NB-PHASES
       MOVE 0 TO fe_numE
       MOVE 0 TO WS-PRV-FIN
       START fepreuves, KEY IS >= fe_numE
              INVALID KEY MOVE 1 TO WS-PRV-FIN
       END-START
       PERFORM UNTIL WS-PRV-FIN = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO WS-PRV-FIN
              NOT AT END
                     IF fe_type = WS-PRV-TYPE AND
                            fe_distance = WS-PRV-DISTANCE AND
                            fe_genre = WS-PRV-GENRE AND
                            fe_classe = WS-PRV-CLASSE AND
                            fe_compet = WS-COMPET-ACTIVE AND
                            (FE-DEMI OR FE-SERIE) AND
                            NOT FE-ANNULEE AND
                            WS-PRV-NB-PHASES < 10 THEN
                            ADD 1 TO WS-PRV-NB-PHASES
                            MOVE fe_numE TO
                                   WS-PRV-PH-NUME(WS-PRV-NB-PHASES)
                            IF FE-DEMI THEN
                                   MOVE 1 TO
                                   WS-PRV-PH-DEMI(WS-PRV-NB-PHASES)
                            ELSE
                                   MOVE 0 TO
                                   WS-PRV-PH-DEMI(WS-PRV-NB-PHASES)
                            END-IF
                     END-IF
       END-PERFORM.

       PRV_CHARGE_FINALISTES.
      *Charge les inscrits de la finale (tampon fepreuves) avec
      *leur record personnel, leur temps d'engagement converti et,
      *si la finale est nagee, leur place et leur temps reels
      *(appelee par PRV_UNE_FINALE).
       MOVE 0 TO WS-PRV-NB
       MOVE 0 TO WS-PRV-RESULTATS
       OPEN INPUT fparticipations
       OPEN INPUT fpb
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-PRV-FIN
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-PRV-FIN
       END-START
       PERFORM UNTIL WS-PRV-FIN = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-PRV-FIN
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-PRV-FIN
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM PRV_RETIENT_FINALISTE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fpb
       CLOSE fparticipations.

       PRV_RETIENT_FINALISTE.
      *Empile l'inscrit courant de la finale (appelee par
      *PRV_CHARGE_FINALISTES).
       IF WS-PRV-NB >= 16 THEN
              DISPLAY "ATTENTION : finale de plus de 16 inscrits, "
                     "athlete " fp_numA " non prevu"
       ELSE
              ADD 1 TO WS-PRV-NB
              MOVE fp_numA TO WS-PRV-NUMA(WS-PRV-NB)
              MOVE 0 TO WS-PRV-T-DEMI(WS-PRV-NB)
              MOVE 0 TO WS-PRV-T-PB(WS-PRV-NB)
              MOVE 0 TO WS-PRV-T-ENG(WS-PRV-NB)
              MOVE 0 TO WS-PRV-T-REEL(WS-PRV-NB)
              MOVE 0 TO WS-PRV-RANG-REEL(WS-PRV-NB)
              IF FP-TERMINE THEN
                     MOVE 1 TO WS-PRV-RESULTATS
                     MOVE fc_temps TO WS-PRV-T-REEL(WS-PRV-NB)
                     MOVE fp_classement
                            TO WS-PRV-RANG-REEL(WS-PRV-NB)
              END-IF
              IF fp_temps_engage > 0 THEN
                     MOVE fp_temps_engage TO WS-CVB-TEMPS
                     MOVE fp_bassin TO WS-CVB-BASSIN
                     PERFORM CONVERTIT_TEMPS_BASSIN
                     MOVE WS-CVB-TEMPS-50 TO WS-PRV-T-ENG(WS-PRV-NB)
              END-IF
              MOVE fp_numA TO fa_numA
              PERFORM CHERCHE_LICENCE_ATHLETE
              MOVE fa_nom TO WS-PRV-NOM(WS-PRV-NB)
              MOVE fa_pays TO WS-PRV-PAYS(WS-PRV-NB)
              MOVE WS-LIC-COURANTE TO fpb_licence
              MOVE fe_type TO fpb_type
              MOVE fe_distance TO fpb_distance
              MOVE fe_classe TO fpb_classe
              READ fpb
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE fpb_temps TO WS-PRV-T-PB(WS-PRV-NB)
              END-READ
       END-IF.

       PRV_TEMPS_QUALIF.
      *Temps de qualification du finaliste WS-PRV-IDX : demi-finale
      *d'abord, series a defaut (appelee par PRV_UNE_FINALE).
       OPEN INPUT fparticipations
       PERFORM VARYING WS-PRV-J FROM 1 BY 1
              UNTIL WS-PRV-J > WS-PRV-NB-PHASES
              IF WS-PRV-PH-DEMI(WS-PRV-J) = 1 AND
                     WS-PRV-T-DEMI(WS-PRV-IDX) = 0 THEN
                     PERFORM PRV_LIT_PHASE
              END-IF
       END-PERFORM
       PERFORM VARYING WS-PRV-J FROM 1 BY 1
              UNTIL WS-PRV-J > WS-PRV-NB-PHASES
              IF WS-PRV-PH-DEMI(WS-PRV-J) = 0 AND
                     WS-PRV-T-DEMI(WS-PRV-IDX) = 0 THEN
                     PERFORM PRV_LIT_PHASE
              END-IF
       END-PERFORM
       CLOSE fparticipations.

       PRV_LIT_PHASE.
       MOVE WS-PRV-NUMA(WS-PRV-IDX) TO fp_numA
       MOVE WS-PRV-PH-NUME(WS-PRV-J) TO fp_numE
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FP-TERMINE AND NOT FP-SUPPRIME THEN
                            MOVE fc_temps TO WS-PRV-T-DEMI(WS-PRV-IDX)
                     END-IF
       END-READ.

       PRV_TEMPS_PREVU.
      *Temps retenu pour la prevision : qualification, sinon le
      *meilleur du record personnel et de l'engagement converti,
      *99999 sans aucun temps connu (appelee par PRV_UNE_FINALE).
       MOVE 99999 TO WS-PRV-T-PREV(WS-PRV-IDX)
       IF WS-PRV-T-DEMI(WS-PRV-IDX) > 0 THEN
              MOVE WS-PRV-T-DEMI(WS-PRV-IDX)
                     TO WS-PRV-T-PREV(WS-PRV-IDX)
       ELSE
              IF WS-PRV-T-PB(WS-PRV-IDX) > 0 THEN
                     MOVE WS-PRV-T-PB(WS-PRV-IDX)
                            TO WS-PRV-T-PREV(WS-PRV-IDX)
              END-IF
              IF WS-PRV-T-ENG(WS-PRV-IDX) > 0 AND
                     WS-PRV-T-ENG(WS-PRV-IDX) <
                            WS-PRV-T-PREV(WS-PRV-IDX) THEN
                     MOVE WS-PRV-T-ENG(WS-PRV-IDX)
                            TO WS-PRV-T-PREV(WS-PRV-IDX)
              END-IF
       END-IF.

       PRV_TRIE_FINALISTES.
      *Tri a bulles des finalistes sur le temps prevu croissant
      *(appelee par PRV_UNE_FINALE).
       PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > WS-PRV-NB
              PERFORM VARYING WS-PRV-J FROM 1 BY 1
                     UNTIL WS-PRV-J > WS-PRV-NB - WS-PRV-IDX
                     IF WS-PRV-T-PREV(WS-PRV-J) >
                            WS-PRV-T-PREV(WS-PRV-J + 1)
                            MOVE WS-PRV-ENTRY(WS-PRV-J) TO WS-PRV-TMP
                            MOVE WS-PRV-ENTRY(WS-PRV-J + 1)
                                   TO WS-PRV-ENTRY(WS-PRV-J)
                            MOVE WS-PRV-TMP
                                   TO WS-PRV-ENTRY(WS-PRV-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

       PRV_FORMATE.
      *Met WS-PRV-TEMPS au format mm:ss.hh dans WS-PRV-F-TEMPS,
      *un tiret quand le temps est inconnu (appelee par
      *PRV_LIGNE_FINALISTE).
       IF WS-PRV-TEMPS = 0 OR WS-PRV-TEMPS = 99999 THEN
              MOVE "    -   " TO WS-PRV-F-TEMPS
       ELSE
              MOVE WS-PRV-TEMPS TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-PRV-F-TEMPS
       END-IF.

       PRV_LIGNE_FINALISTE.
      *Ligne du finaliste au rang prevu WS-PRV-IDX (appelee par
      *PRV_UNE_FINALE).
       MOVE WS-PRV-T-DEMI(WS-PRV-IDX) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-PRV-F-DEMI
       MOVE WS-PRV-T-PB(WS-PRV-IDX) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-PRV-F-PB
       MOVE WS-PRV-T-ENG(WS-PRV-IDX) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-PRV-F-ENG
       MOVE WS-PRV-T-PREV(WS-PRV-IDX) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-PRV-F-PREV
       MOVE WS-PRV-T-REEL(WS-PRV-IDX) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-PRV-F-REEL
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-PRV-RANG-REEL(WS-PRV-IDX) = 0 THEN
              STRING " " WS-PRV-IDX "  " WS-PRV-NUMA(WS-PRV-IDX) " "
                     WS-PRV-NOM(WS-PRV-IDX) " "
                     WS-PRV-PAYS(WS-PRV-IDX)(1:12) " "
                     WS-PRV-F-DEMI " " WS-PRV-F-PB " "
                     WS-PRV-F-ENG " " WS-PRV-F-PREV
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING " " WS-PRV-IDX "  " WS-PRV-NUMA(WS-PRV-IDX) " "
                     WS-PRV-NOM(WS-PRV-IDX) " "
                     WS-PRV-PAYS(WS-PRV-IDX)(1:12) " "
                     WS-PRV-F-DEMI " " WS-PRV-F-PB " "
                     WS-PRV-F-ENG " " WS-PRV-F-PREV "  "
                     WS-PRV-RANG-REEL(WS-PRV-IDX) " " WS-PRV-F-REEL
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       PRV_COMPTE_MEDAILLES.
      *Porte au tableau de la seance la medaille prevue (trois
      *premiers temps prevus connus) et la medaille reelle (place
      *1 a 3) du finaliste WS-PRV-IDX, et compte les medailles
      *prevues confirmees (appelee par PRV_UNE_FINALE).
       MOVE WS-PRV-PAYS(WS-PRV-IDX) TO WS-PRV-CLE-PAYS
       IF WS-PRV-IDX <= 3 AND WS-PRV-T-PREV(WS-PRV-IDX) < 99999
              MOVE WS-PRV-IDX TO WS-PRV-METAL
              MOVE 0 TO WS-PRV-REEL
              PERFORM PRV_AJOUTE_MEDAILLE
              IF WS-PRV-RANG-REEL(WS-PRV-IDX) >= 1 AND
                     WS-PRV-RANG-REEL(WS-PRV-IDX) <= 3 THEN
                     ADD 1 TO WS-PRV-TROUVES
                     IF WS-PRV-RANG-REEL(WS-PRV-IDX) = WS-PRV-IDX
                            ADD 1 TO WS-PRV-EXACTS
                     END-IF
              END-IF
       END-IF
       IF WS-PRV-RANG-REEL(WS-PRV-IDX) >= 1 AND
              WS-PRV-RANG-REEL(WS-PRV-IDX) <= 3 THEN
              MOVE WS-PRV-RANG-REEL(WS-PRV-IDX) TO WS-PRV-METAL
              MOVE 1 TO WS-PRV-REEL
              PERFORM PRV_AJOUTE_MEDAILLE
       END-IF.

       PRV_AJOUTE_MEDAILLE.
      *Ajoute une medaille WS-PRV-METAL (1 or, 2 argent, 3 bronze),
      *prevue ou reelle selon WS-PRV-REEL, au pays WS-PRV-CLE-PAYS
      *(appelee par PRV_COMPTE_MEDAILLES).
       MOVE 0 TO WS-PRV-J
       PERFORM VARYING WS-PRV-P FROM 1 BY 1
              UNTIL WS-PRV-P > WS-PRV-NB-PAYS
              IF WS-PRV-MP-PAYS(WS-PRV-P) = WS-PRV-CLE-PAYS THEN
                     MOVE WS-PRV-P TO WS-PRV-J
              END-IF
       END-PERFORM
       IF WS-PRV-J = 0 AND WS-PRV-NB-PAYS < 50 THEN
              ADD 1 TO WS-PRV-NB-PAYS
              MOVE WS-PRV-NB-PAYS TO WS-PRV-J
              MOVE WS-PRV-CLE-PAYS TO WS-PRV-MP-PAYS(WS-PRV-J)
              MOVE 0 TO WS-PRV-MP-OR(WS-PRV-J)
              MOVE 0 TO WS-PRV-MP-ARGENT(WS-PRV-J)
              MOVE 0 TO WS-PRV-MP-BRONZE(WS-PRV-J)
              MOVE 0 TO WS-PRV-MR-OR(WS-PRV-J)
              MOVE 0 TO WS-PRV-MR-ARGENT(WS-PRV-J)
              MOVE 0 TO WS-PRV-MR-BRONZE(WS-PRV-J)
       END-IF
       IF WS-PRV-J > 0 THEN
              IF WS-PRV-REEL = 0 THEN
                     IF WS-PRV-METAL = 1 THEN
                            ADD 1 TO WS-PRV-MP-OR(WS-PRV-J)
                     ELSE IF WS-PRV-METAL = 2 THEN
                            ADD 1 TO WS-PRV-MP-ARGENT(WS-PRV-J)
                     ELSE
                            ADD 1 TO WS-PRV-MP-BRONZE(WS-PRV-J)
                     END-IF
                     END-IF
              ELSE
                     IF WS-PRV-METAL = 1 THEN
                            ADD 1 TO WS-PRV-MR-OR(WS-PRV-J)
                     ELSE IF WS-PRV-METAL = 2 THEN
                            ADD 1 TO WS-PRV-MR-ARGENT(WS-PRV-J)
                     ELSE
                            ADD 1 TO WS-PRV-MR-BRONZE(WS-PRV-J)
                     END-IF
                     END-IF
              END-IF
       END-IF.

       PRV_LIGNES_PODIUM.
      *Podium prevu de la finale et, si elle est nagee, bilan de
      *la prevision (appelee par PRV_UNE_FINALE).
       PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > 3 OR WS-PRV-IDX > WS-PRV-NB
              IF WS-PRV-T-PREV(WS-PRV-IDX) < 99999 THEN
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     IF WS-PRV-IDX = 1 THEN
                            STRING "Podium prevu - OR     : "
                                   WS-PRV-NOM(WS-PRV-IDX) " "
                                   WS-PRV-PAYS(WS-PRV-IDX)
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     ELSE IF WS-PRV-IDX = 2 THEN
                            STRING "Podium prevu - ARGENT : "
                                   WS-PRV-NOM(WS-PRV-IDX) " "
                                   WS-PRV-PAYS(WS-PRV-IDX)
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     ELSE
                            STRING "Podium prevu - BRONZE : "
                                   WS-PRV-NOM(WS-PRV-IDX) " "
                                   WS-PRV-PAYS(WS-PRV-IDX)
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     END-IF
                     END-IF
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-PERFORM
       IF WS-PRV-RESULTATS = 1 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Bilan : " WS-PRV-TROUVES " medaille(s) "
                     "prevue(s) confirmee(s) sur 3, dont "
                     WS-PRV-EXACTS " a la bonne place"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       PRV_TABLEAU_MEDAILLES.
      *Tableau des medailles prevu de la seance, trie sur l'or,
      *l'argent puis le bronze prevus, avec les medailles reelles
      *en regard (appelee par PREVISION_MEDAILLES_SEANCE).
       PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > WS-PRV-NB-PAYS
              PERFORM VARYING WS-PRV-J FROM 1 BY 1
                     UNTIL WS-PRV-J > WS-PRV-NB-PAYS - WS-PRV-IDX
                     PERFORM PRV_COMPARE_PAYS
              END-PERFORM
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "TABLEAU DES MEDAILLES DE LA SEANCE (O/A/B)"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Pays                  Prevu      Reel"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
              UNTIL WS-PRV-IDX > WS-PRV-NB-PAYS
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING WS-PRV-MP-PAYS(WS-PRV-IDX) "  "
                     WS-PRV-MP-OR(WS-PRV-IDX) "/"
                     WS-PRV-MP-ARGENT(WS-PRV-IDX) "/"
                     WS-PRV-MP-BRONZE(WS-PRV-IDX) "   "
                     WS-PRV-MR-OR(WS-PRV-IDX) "/"
                     WS-PRV-MR-ARGENT(WS-PRV-IDX) "/"
                     WS-PRV-MR-BRONZE(WS-PRV-IDX)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM.

       PRV_COMPARE_PAYS.
      *Echange deux pays voisins du tableau quand le second a plus
      *d'or, ou autant d'or et plus d'argent, ou autant des deux et
      *plus de bronze (appelee par PRV_TABLEAU_MEDAILLES).
       MOVE 0 TO WS-PRV-METAL
       IF WS-PRV-MP-OR(WS-PRV-J + 1) > WS-PRV-MP-OR(WS-PRV-J) THEN
              MOVE 1 TO WS-PRV-METAL
       ELSE IF WS-PRV-MP-OR(WS-PRV-J + 1) = WS-PRV-MP-OR(WS-PRV-J)
              IF WS-PRV-MP-ARGENT(WS-PRV-J + 1) >
                     WS-PRV-MP-ARGENT(WS-PRV-J) THEN
                     MOVE 1 TO WS-PRV-METAL
              ELSE IF WS-PRV-MP-ARGENT(WS-PRV-J + 1) =
                     WS-PRV-MP-ARGENT(WS-PRV-J) AND
                     WS-PRV-MP-BRONZE(WS-PRV-J + 1) >
                     WS-PRV-MP-BRONZE(WS-PRV-J) THEN
                     MOVE 1 TO WS-PRV-METAL
              END-IF
              END-IF
       END-IF
       END-IF
       IF WS-PRV-METAL = 1 THEN
              MOVE WS-PRV-PAYS-ENTRY(WS-PRV-J) TO WS-PRV-PAYS-TMP
              MOVE WS-PRV-PAYS-ENTRY(WS-PRV-J + 1)
                     TO WS-PRV-PAYS-ENTRY(WS-PRV-J)
              MOVE WS-PRV-PAYS-TMP TO WS-PRV-PAYS-ENTRY(WS-PRV-J + 1)
       END-IF.
