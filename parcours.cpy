       PARCOURS_FINALISTES_SEANCE.
      *Parcours tour par tour des finalistes d'une seance pour les
      *commentateurs et la presse : pour chaque finale, le temps et
      *le rang de chaque finaliste en series, en demi-finale et en
      *finale, avec le gain ou la perte d'un tour a l'autre. Une
      *synthese par finale signale les premiers des qualifications
      *restes hors du podium et ce qu'a fait le dernier qualifie
      *(appelee par GESTION_SEANCES).
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
                     MOVE "PARCOURS-FINALISTES" TO WS-SPOOL-RAPPORT
                     PERFORM SPOOL_OUVRE
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "PARCOURS DES FINALISTES - SEANCE "
                            WS-PRV-NUMS " - " fse_lieu " - "
                            fse_DAY "/" fse_MONTH "/" fse_YEAR
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
                     MOVE "(ecarts en secondes sur le tour precedent, "
                            TO WS-RAPPORT-LIGNE
                     MOVE "negatif = plus rapide)"
                            TO WS-RAPPORT-LIGNE(45:22)
                     PERFORM ECRIT_LIGNE_RAPPORT
                     OPEN INPUT fepreuves
                     PERFORM VARYING WS-PRV-K FROM 1 BY 1
                            UNTIL WS-PRV-K > WS-PRV-NB-FINALES
                            PERFORM TRS_UNE_FINALE
                     END-PERFORM
                     CLOSE fepreuves
                     PERFORM SPOOL_FERME
              END-IF
       END-IF.

       TRS_UNE_FINALE.
      *Parcours d'une finale : tours precedents, finalistes, temps
      *et rangs de chaque tour, tableau et synthese (appelee par
      *PARCOURS_FINALISTES_SEANCE ; fepreuves est ouvert en
      *lecture).
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
       MOVE 0 TO WS-TRS-A-DEMI
       PERFORM VARYING WS-PRV-J FROM 1 BY 1
              UNTIL WS-PRV-J > WS-PRV-NB-PHASES
              IF WS-PRV-PH-DEMI(WS-PRV-J) = 1 THEN
                     MOVE 1 TO WS-TRS-A-DEMI
              END-IF
       END-PERFORM
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
       PERFORM TRS_CHARGE_FINALISTES
       IF WS-TRS-NB = 0 THEN
              MOVE "   aucun finaliste qualifie" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       ELSE
              PERFORM TRS_TEMPS_TOURS
              PERFORM TRS_RANGS_TOURS
              PERFORM VARYING WS-TRS-I FROM 1 BY 1
                     UNTIL WS-TRS-I > WS-TRS-NB
                     PERFORM TRS_CLE_TRI
              END-PERFORM
              PERFORM TRS_TRIE_FINALISTES
              MOVE SPACES TO WS-RAPPORT-LIGNE
              MOVE "Athl" TO WS-RAPPORT-LIGNE(2:4)
              MOVE "Nom" TO WS-RAPPORT-LIGNE(7:3)
              MOVE "Pays" TO WS-RAPPORT-LIGNE(30:4)
              MOVE "Series" TO WS-RAPPORT-LIGNE(43:6)
              MOVE "Rg" TO WS-RAPPORT-LIGNE(53:2)
              IF WS-TRS-A-DEMI = 1 THEN
                     MOVE "Demi" TO WS-RAPPORT-LIGNE(57:4)
                     MOVE "Rg" TO WS-RAPPORT-LIGNE(67:2)
                     MOVE "Ecart" TO WS-RAPPORT-LIGNE(71:5)
              END-IF
              MOVE "Finale" TO WS-RAPPORT-LIGNE(80:6)
              MOVE "Rg" TO WS-RAPPORT-LIGNE(90:2)
              MOVE "Ecart" TO WS-RAPPORT-LIGNE(95:5)
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM VARYING WS-TRS-I FROM 1 BY 1
                     UNTIL WS-TRS-I > WS-TRS-NB
                     PERFORM TRS_LIGNE_FINALISTE
              END-PERFORM
              PERFORM TRS_SYNTHESE
       END-IF.

       TRS_CHARGE_FINALISTES.
      *Charge les inscrits de la finale (tampon fepreuves) avec,
      *si elle est nagee, leur temps et leur place (appelee par
      *TRS_UNE_FINALE).
       MOVE 0 TO WS-TRS-NB
       MOVE 0 TO WS-TRS-RESULTATS
       OPEN INPUT fparticipations
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-TRS-FIN
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-TRS-FIN
       END-START
       PERFORM UNTIL WS-TRS-FIN = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-TRS-FIN
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-TRS-FIN
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM TRS_RETIENT_FINALISTE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fparticipations.

       TRS_RETIENT_FINALISTE.
      *Empile l'inscrit courant de la finale (appelee par
      *TRS_CHARGE_FINALISTES).
       IF WS-TRS-NB >= 16 THEN
              DISPLAY "ATTENTION : finale de plus de 16 inscrits, "
                     "athlete " fp_numA " non repris"
       ELSE
              ADD 1 TO WS-TRS-NB
              MOVE fp_numA TO WS-TRS-NUMA(WS-TRS-NB)
              MOVE 0 TO WS-TRS-T-SER(WS-TRS-NB)
              MOVE 0 TO WS-TRS-R-SER(WS-TRS-NB)
              MOVE 0 TO WS-TRS-T-DEM(WS-TRS-NB)
              MOVE 0 TO WS-TRS-R-DEM(WS-TRS-NB)
              MOVE 0 TO WS-TRS-T-FIN(WS-TRS-NB)
              MOVE fp_classement TO WS-TRS-R-FIN(WS-TRS-NB)
              IF FP-TERMINE THEN
                     MOVE 1 TO WS-TRS-RESULTATS
                     MOVE fc_temps TO WS-TRS-T-FIN(WS-TRS-NB)
              END-IF
              IF FP-DQ OR FP-DNF THEN
                     MOVE 1 TO WS-TRS-RESULTATS
              END-IF
              MOVE fp_numA TO fa_numA
              PERFORM CHERCHE_LICENCE_ATHLETE
              MOVE fa_nom TO WS-TRS-NOM(WS-TRS-NB)
              MOVE fa_pays TO WS-TRS-PAYS(WS-TRS-NB)
       END-IF.

       TRS_TEMPS_TOURS.
      *Temps de chaque finaliste en series et en demi-finale ; un
      *temps trouve lui donne provisoirement le rang 1 que
      *TRS_RANGS_TOURS complete (appelee par TRS_UNE_FINALE).
       OPEN INPUT fparticipations
       PERFORM VARYING WS-TRS-I FROM 1 BY 1
              UNTIL WS-TRS-I > WS-TRS-NB
              PERFORM VARYING WS-PRV-J FROM 1 BY 1
                     UNTIL WS-PRV-J > WS-PRV-NB-PHASES
                     PERFORM TRS_LIT_TOUR
              END-PERFORM
       END-PERFORM
       CLOSE fparticipations.

       TRS_LIT_TOUR.
       MOVE WS-TRS-NUMA(WS-TRS-I) TO fp_numA
       MOVE WS-PRV-PH-NUME(WS-PRV-J) TO fp_numE
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fc_temps > 0 THEN
                            IF WS-PRV-PH-DEMI(WS-PRV-J) = 1 THEN
                                   MOVE fc_temps
                                          TO WS-TRS-T-DEM(WS-TRS-I)
                                   MOVE 1 TO WS-TRS-R-DEM(WS-TRS-I)
                            ELSE
                                   MOVE fc_temps
                                          TO WS-TRS-T-SER(WS-TRS-I)
                                   MOVE 1 TO WS-TRS-R-SER(WS-TRS-I)
                            END-IF
                     END-IF
       END-READ.

       TRS_RANGS_TOURS.
      *Rang de chaque finaliste sur l'ensemble du tour (toutes les
      *series, toutes les demi-finales) : un de plus par nageur
      *arrive plus vite (appelee par TRS_UNE_FINALE).
       OPEN INPUT fparticipations
       PERFORM VARYING WS-PRV-J FROM 1 BY 1
              UNTIL WS-PRV-J > WS-PRV-NB-PHASES
              MOVE WS-PRV-PH-NUME(WS-PRV-J) TO fp_numE
              MOVE 0 TO WS-TRS-FIN
              START fparticipations, KEY IS = fp_numE
                     INVALID KEY MOVE 1 TO WS-TRS-FIN
              END-START
              PERFORM UNTIL WS-TRS-FIN = 1
                     READ fparticipations NEXT
                     AT END MOVE 1 TO WS-TRS-FIN
                     NOT AT END
                            IF fp_numE NOT =
                                   WS-PRV-PH-NUME(WS-PRV-J) THEN
                                   MOVE 1 TO WS-TRS-FIN
                            ELSE
                                   IF FP-TERMINE AND
                                          NOT FP-SUPPRIME AND
                                          fc_temps > 0 THEN
                                          PERFORM TRS_COMPARE_RANGS
                                   END-IF
                            END-IF
              END-PERFORM
       END-PERFORM
       CLOSE fparticipations.

       TRS_COMPARE_RANGS.
       PERFORM VARYING WS-TRS-I FROM 1 BY 1
              UNTIL WS-TRS-I > WS-TRS-NB
              IF WS-PRV-PH-DEMI(WS-PRV-J) = 1 THEN
                     IF WS-TRS-T-DEM(WS-TRS-I) > 0 AND
                            fc_temps < WS-TRS-T-DEM(WS-TRS-I) THEN
                            ADD 1 TO WS-TRS-R-DEM(WS-TRS-I)
                     END-IF
              ELSE
                     IF WS-TRS-T-SER(WS-TRS-I) > 0 AND
                            fc_temps < WS-TRS-T-SER(WS-TRS-I) THEN
                            ADD 1 TO WS-TRS-R-SER(WS-TRS-I)
                     END-IF
              END-IF
       END-PERFORM.

       TRS_CLE_TRI.
      *Rang de qualification (demi-finale, a defaut series) et cle
      *de tri : la place en finale, puis les non-classes dans
      *l'ordre de qualification (appelee par TRS_UNE_FINALE).
       IF WS-TRS-R-DEM(WS-TRS-I) > 0 THEN
              MOVE WS-TRS-R-DEM(WS-TRS-I) TO WS-TRS-R-QUAL(WS-TRS-I)
       ELSE
              MOVE WS-TRS-R-SER(WS-TRS-I) TO WS-TRS-R-QUAL(WS-TRS-I)
       END-IF
       IF WS-TRS-R-FIN(WS-TRS-I) > 0 AND
              WS-TRS-R-FIN(WS-TRS-I) < 98 THEN
              MOVE WS-TRS-R-FIN(WS-TRS-I) TO WS-TRS-CLE(WS-TRS-I)
       ELSE
              IF WS-TRS-R-QUAL(WS-TRS-I) > 0 THEN
                     COMPUTE WS-TRS-CLE(WS-TRS-I) =
                            100 + WS-TRS-R-QUAL(WS-TRS-I)
              ELSE
                     MOVE 999 TO WS-TRS-CLE(WS-TRS-I)
              END-IF
       END-IF.

       TRS_TRIE_FINALISTES.
      *Tri a bulles des finalistes sur la cle de tri (appelee par
      *TRS_UNE_FINALE).
       PERFORM VARYING WS-TRS-I FROM 1 BY 1
              UNTIL WS-TRS-I > WS-TRS-NB
              PERFORM VARYING WS-TRS-J FROM 1 BY 1
                     UNTIL WS-TRS-J > WS-TRS-NB - WS-TRS-I
                     IF WS-TRS-CLE(WS-TRS-J) >
                            WS-TRS-CLE(WS-TRS-J + 1)
                            MOVE WS-TRS-ENTRY(WS-TRS-J) TO WS-TRS-TMP
                            MOVE WS-TRS-ENTRY(WS-TRS-J + 1)
                                   TO WS-TRS-ENTRY(WS-TRS-J)
                            MOVE WS-TRS-TMP
                                   TO WS-TRS-ENTRY(WS-TRS-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

       TRS_LIGNE_FINALISTE.
      *Ligne du finaliste WS-TRS-I : temps et rang de chaque tour,
      *ecart au tour precedent (appelee par TRS_UNE_FINALE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE WS-TRS-NUMA(WS-TRS-I) TO WS-RAPPORT-LIGNE(2:4)
       MOVE WS-TRS-NOM(WS-TRS-I) TO WS-RAPPORT-LIGNE(7:22)
       MOVE WS-TRS-PAYS(WS-TRS-I) TO WS-RAPPORT-LIGNE(30:12)
       MOVE WS-TRS-T-SER(WS-TRS-I) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-RAPPORT-LIGNE(43:8)
       IF WS-TRS-R-SER(WS-TRS-I) > 0 THEN
              MOVE WS-TRS-R-SER(WS-TRS-I) TO WS-TRS-ED-RG
              MOVE WS-TRS-ED-RG TO WS-RAPPORT-LIGNE(52:3)
       END-IF
       MOVE WS-TRS-T-SER(WS-TRS-I) TO WS-TRS-T-PREC
       IF WS-TRS-A-DEMI = 1 THEN
              MOVE WS-TRS-T-DEM(WS-TRS-I) TO WS-PRV-TEMPS
              PERFORM PRV_FORMATE
              MOVE WS-PRV-F-TEMPS TO WS-RAPPORT-LIGNE(57:8)
              IF WS-TRS-R-DEM(WS-TRS-I) > 0 THEN
                     MOVE WS-TRS-R-DEM(WS-TRS-I) TO WS-TRS-ED-RG
                     MOVE WS-TRS-ED-RG TO WS-RAPPORT-LIGNE(66:3)
              END-IF
              IF WS-TRS-T-DEM(WS-TRS-I) > 0 AND
                     WS-TRS-T-SER(WS-TRS-I) > 0 THEN
                     COMPUTE WS-TRS-ECART =
                            (WS-TRS-T-DEM(WS-TRS-I) -
                             WS-TRS-T-SER(WS-TRS-I)) / 100
                     MOVE WS-TRS-ECART TO WS-TRS-ED-ECART
                     MOVE WS-TRS-ED-ECART TO WS-RAPPORT-LIGNE(70:7)
              END-IF
              IF WS-TRS-T-DEM(WS-TRS-I) > 0 THEN
                     MOVE WS-TRS-T-DEM(WS-TRS-I) TO WS-TRS-T-PREC
              END-IF
       END-IF
       MOVE WS-TRS-T-FIN(WS-TRS-I) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-RAPPORT-LIGNE(80:8)
       IF TRS-CLASSE-FINALE(WS-TRS-I) THEN
              MOVE WS-TRS-R-FIN(WS-TRS-I) TO WS-TRS-ED-RG
              MOVE WS-TRS-ED-RG TO WS-RAPPORT-LIGNE(89:3)
       ELSE
              IF WS-TRS-R-FIN(WS-TRS-I) = 98 THEN
                     MOVE " DQ" TO WS-RAPPORT-LIGNE(89:3)
              END-IF
              IF WS-TRS-R-FIN(WS-TRS-I) = 99 THEN
                     MOVE "DNF" TO WS-RAPPORT-LIGNE(89:3)
              END-IF
       END-IF
       IF WS-TRS-T-FIN(WS-TRS-I) > 0 AND WS-TRS-T-PREC > 0 THEN
              COMPUTE WS-TRS-ECART =
                     (WS-TRS-T-FIN(WS-TRS-I) - WS-TRS-T-PREC) / 100
              MOVE WS-TRS-ECART TO WS-TRS-ED-ECART
              MOVE WS-TRS-ED-ECART TO WS-RAPPORT-LIGNE(94:7)
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       TRS_SYNTHESE.
      *Synthese de la finale : qualifies dans les trois premiers
      *restes hors du podium, puis le parcours du dernier qualifie
      *(appelee par TRS_UNE_FINALE).
       IF WS-TRS-RESULTATS = 0 THEN
              MOVE "   finale non encore nagee" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       ELSE
              MOVE 0 TO WS-TRS-NB-HORS
              MOVE 0 TO WS-TRS-DERNIER
              MOVE 0 TO WS-TRS-R-MAX
              PERFORM VARYING WS-TRS-I FROM 1 BY 1
                     UNTIL WS-TRS-I > WS-TRS-NB
                     PERFORM TRS_SYNTHESE_UN
              END-PERFORM
              IF WS-TRS-NB-HORS = 0 THEN
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "   Les trois meilleurs temps de "
                            "qualification sont tous medailles"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
              IF WS-TRS-DERNIER > 0 THEN
                     MOVE WS-TRS-DERNIER TO WS-TRS-I
                     MOVE WS-TRS-R-QUAL(WS-TRS-I) TO WS-TRS-ED-RG
                     MOVE WS-TRS-R-FIN(WS-TRS-I) TO WS-TRS-ED-RG2
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     IF WS-TRS-R-FIN(WS-TRS-I) > 0 AND
                            WS-TRS-R-FIN(WS-TRS-I) < 4 THEN
                            STRING "   Dernier qualifie ("
                                   WS-TRS-ED-RG "e) : "
                                   WS-TRS-NOM(WS-TRS-I) " "
                                   WS-TRS-PAYS(WS-TRS-I)
                                   " - MEDAILLE, " WS-TRS-ED-RG2
                                   "e en finale"
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     ELSE
                            IF TRS-CLASSE-FINALE(WS-TRS-I) THEN
                                   STRING "   Dernier qualifie ("
                                          WS-TRS-ED-RG "e) : "
                                          WS-TRS-NOM(WS-TRS-I) " "
                                          WS-TRS-PAYS(WS-TRS-I)
                                          " - " WS-TRS-ED-RG2
                                          "e en finale"
                                          DELIMITED BY SIZE
                                          INTO WS-RAPPORT-LIGNE
                                   END-STRING
                            ELSE
                                   STRING "   Dernier qualifie ("
                                          WS-TRS-ED-RG "e) : "
                                          WS-TRS-NOM(WS-TRS-I) " "
                                          WS-TRS-PAYS(WS-TRS-I)
                                          " - non classe en finale"
                                          DELIMITED BY SIZE
                                          INTO WS-RAPPORT-LIGNE
                                   END-STRING
                            END-IF
                     END-IF
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-IF.

       TRS_SYNTHESE_UN.
      *Examine le finaliste WS-TRS-I pour la synthese (appelee par
      *TRS_SYNTHESE).
       IF WS-TRS-R-QUAL(WS-TRS-I) > 0 AND
              WS-TRS-R-QUAL(WS-TRS-I) < 4 AND
              NOT (WS-TRS-R-FIN(WS-TRS-I) > 0 AND
                   WS-TRS-R-FIN(WS-TRS-I) < 4) THEN
              ADD 1 TO WS-TRS-NB-HORS
              MOVE WS-TRS-R-QUAL(WS-TRS-I) TO WS-TRS-ED-RG
              MOVE SPACES TO WS-RAPPORT-LIGNE
              IF TRS-CLASSE-FINALE(WS-TRS-I) THEN
                     MOVE WS-TRS-R-FIN(WS-TRS-I) TO WS-TRS-ED-RG2
                     STRING "   Qualifie(e) " WS-TRS-ED-RG
                            "e sans medaille : " WS-TRS-NOM(WS-TRS-I)
                            " " WS-TRS-PAYS(WS-TRS-I) " - "
                            WS-TRS-ED-RG2 "e en finale"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              ELSE
                     STRING "   Qualifie(e) " WS-TRS-ED-RG
                            "e sans medaille : " WS-TRS-NOM(WS-TRS-I)
                            " " WS-TRS-PAYS(WS-TRS-I)
                            " - non classe en finale"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              END-IF
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       IF WS-TRS-R-QUAL(WS-TRS-I) > WS-TRS-R-MAX THEN
              MOVE WS-TRS-R-QUAL(WS-TRS-I) TO WS-TRS-R-MAX
              MOVE WS-TRS-I TO WS-TRS-DERNIER
       END-IF.
