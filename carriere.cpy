                            " (" fa_pays ") - "
                            fa_genre OF tamp_fathletes " - "
                            fa_age " ans"
                     MOVE fa_club TO WS-CLU-CODE
       END-READ
       CLOSE fathletes
       IF Wtrouve = 1 AND WS-CLU-CODE NOT = SPACES THEN
              PERFORM CHERCHE_CLUB
              DISPLAY "Club : " WS-CLU-CODE " - " WS-CLU-NOM
       END-IF

       IF Wtrouve = 1 THEN
              PERFORM CARRIERE_PARTICIPATIONS
              PERFORM CARRIERE_DEPARTS_RELAIS
              PERFORM CARRIERE_MEDAILLES_RELAIS
              PERFORM CARRIERE_RECORDS_PERSONNELS
              PERFORM CARRIERE_PODIUMS_ARCHIVES
              PERFORM CARRIERE_CONTROLES_DOPAGE
       END-READ.

       CARRIERE_AFFICHE_RESULTAT.
      *Ligne de carriere d'une participation : epreuve, rang et
      *resultat (points du jury, temps long ou temps bassin), ou
      *statut DNS/DQ/DNF (appelee par CARRIERE_UNE_PARTICIPATION).
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY
              NOT INVALID KEY
                     PERFORM LIBELLE_STATUT_RESULTAT
                     IF WS-STATUT-RESULTAT = SPACES THEN
                            PERFORM FORMATE_RESULTAT_PARTICIPATION
                            DISPLAY "   " fe_distance "m " fe_type
                                   " " fe_genre " (" fe_phase
                                   ") : " fp_classement " - "
                                   WS-TEMPS-AFFICHE
                     ELSE
                            DISPLAY "   " fe_distance "m " fe_type
                                   " " fe_genre " (" fe_phase
                     END-IF
       END-READ.

       CARRIERE_DEPARTS_RELAIS.
      *Liste les parcours de premier relayeur de l'athlete sur des
      *relais chronometres electroniquement : temps individuels
      *officiels (appelee par RAPPORT_CARRIERE_ATHLETE).
       DISPLAY "-- Departs de relais (temps officiels) --"
       MOVE 0 TO WS-CARR-NB
       OPEN INPUT frelais
       OPEN INPUT fepreuves
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ frelais NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fr_leg_numA(1) = WS-CARR-NUMA AND
                            FR-TERMINE AND FR-SOURCE-ELEC AND
                            fr_leg_temps(1) > 0 THEN
                            PERFORM CARRIERE_UN_DEPART
                     END-IF
       END-PERFORM
       CLOSE fepreuves
       CLOSE frelais
       IF WS-CARR-NB = 0 THEN
              DISPLAY "   (aucun)"
       END-IF.

       CARRIERE_UN_DEPART.
       MOVE fr_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     ADD 1 TO WS-CARR-NB
                     COMPUTE WS-DEP-DISTANCE = fe_distance / 4
                     MOVE fr_leg_temps(1) TO WS-TEMPS-BRUT
                     PERFORM FORMATE_TEMPS
                     DISPLAY "   " WS-DEP-DISTANCE "m " fe_type
                            " : " WS-TEMPS-FORMATE " - lead-off "
                            fe_distance "m relais " fr_pays
       END-READ.

       CARRIERE_MEDAILLES_RELAIS.
      *Liste les medailles de relais de l'athlete sur ces jeux :
      *equipes du podium d'une finale ou il a nage la finale, ou
      *les seules series liees a cette finale (appelee par
      *RAPPORT_CARRIERE_ATHLETE).
       DISPLAY "-- Medailles de relais --"
       MOVE 0 TO WS-CARR-NB
       OPEN INPUT fepreuves
       OPEN INPUT frelais
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FE-FINALE AND NOT FE-SUPPRIMEE AND
                            NOT FE-WATER-POLO THEN
                            PERFORM CARRIERE_FINALE_RELAIS
                     END-IF
       END-PERFORM
       CLOSE frelais
       CLOSE fepreuves
       IF WS-CARR-NB = 0 THEN
              DISPLAY "   (aucune)"
       END-IF.

       CARRIERE_FINALE_RELAIS.
      *(appelee par CARRIERE_MEDAILLES_RELAIS ; la finale est dans
      *le tampon fepreuves).
       MOVE 0 TO WS-RSR-DEJA
       MOVE fe_numE TO fr_numE
       MOVE 0 TO Wfin2
       START frelais, KEY IS = fr_numE
              INVALID KEY MOVE 1 TO Wfin2
              NOT INVALID KEY
                     PERFORM CARRIERE_UN_RELAIS_FINALE
                            UNTIL Wfin2 = 1
       END-START
       IF WS-RSR-DEJA = 0 AND fe_relais_series > 0 THEN
              MOVE fe_relais_series TO WS-RSR-NUME-SERIES
              PERFORM RELAIS_CHARGE_SERIES
              MOVE WS-CARR-NUMA TO WS-RSR-NUMA-CHERCHE
              PERFORM RELAIS_EQUIPE_SERIE_ATHLETE
              IF WS-RSR-PAYS-TROUVE NOT = SPACES THEN
                     MOVE fe_numE TO fr_numE
                     MOVE WS-RSR-PAYS-TROUVE TO fr_pays
                     READ frelais
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                   IF FR-TERMINE AND
                                          fr_classement < 4 THEN
                                          ADD 1 TO WS-CARR-NB
                                          DISPLAY "   " fe_distance
                                             "m " fe_type " "
                                             fe_genre " relais "
                                             fr_pays " : rang "
                                             fr_classement
                                             " (nage en series)"
                                   END-IF
                     END-READ
              END-IF
       END-IF.

       CARRIERE_UN_RELAIS_FINALE.
       READ frelais NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fr_numE NOT = fe_numE THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            PERFORM VARYING WS-RSR-J FROM 1 BY 1
                                   UNTIL WS-RSR-J > 4
                                   IF fr_leg_numA(WS-RSR-J) =
                                          WS-CARR-NUMA THEN
                                          MOVE 1 TO WS-RSR-DEJA
                                          PERFORM
                                            CARRIERE_AFFICHE_MED_RELAIS
                                   END-IF
                            END-PERFORM
                     END-IF
       END-READ.

       CARRIERE_AFFICHE_MED_RELAIS.
       IF FR-TERMINE AND fr_classement < 4 THEN
              ADD 1 TO WS-CARR-NB
              DISPLAY "   " fe_distance "m " fe_type " " fe_genre
                     " relais " fr_pays " : rang " fr_classement
                     " (nage en finale)"
       END-IF.

       CARRIERE_RECORDS_PERSONNELS.
      *Liste les records personnels de l'athlete par type/distance,
      *avec la date ou ils ont ete etablis - la cle est desormais la
                            DISPLAY "   " fpb_distance "m "
                                   fpb_type " : " WS-TEMPS-FORMATE
                                   " (etabli le " fpb_date ")"
                            IF FPB-DEPART-RELAIS THEN
                                   DISPLAY "      (lead-off, depart"
                                          " de relais)"
                            END-IF
                     END-IF
       END-READ.

