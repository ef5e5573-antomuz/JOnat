       CIBLAGE_EXAMINE_RESULTAT.
      *Controle cible : chaque resultat saisi en bassin est compare
      *au record personnel de l'athlete (gain au-dela de
      *CIBLE-PB centiemes de pour cent), a son temps du tour
      *precedent de la meme epreuve (progression au-dela de
      *CIBLE-TOUR) et au meilleur total de points a la performance
      *de son historique (saut de plus de CIBLE-POINTS points). Un
      *critere leve inscrit l'athlete sur la liste confidentielle
      *de ciblage, sans rien afficher au pupitre de saisie ; les
      *tampons fepreuves et fparticipations sont rendus intacts
      *(appelee par VERIFIE_RECORD_PERSO, record personnel pas
      *encore mis a jour, fparticipations ouvert par l'appelant).
       IF FE-BASSIN AND fe_numE = fp_numE AND fc_temps > 0 THEN
              MOVE tamp_fepreuve TO WS-CIB-SAUVE-EPR
              MOVE tamp_fparticipation TO WS-CIB-SAUVE-PART
              MOVE fp_numA TO WS-CIB-NUMA
              MOVE fp_numE TO WS-CIB-NUME
              MOVE fe_numSession TO WS-CIB-NUMS
              MOVE fe_phase TO WS-CIB-PHASE
              MOVE fc_temps TO WS-CIB-TEMPS
              MOVE fp_points_perf TO WS-CIB-POINTS
              MOVE 0 TO WS-CIB-F-PB
              MOVE 0 TO WS-CIB-F-TOUR
              MOVE 0 TO WS-CIB-F-POINTS
              MOVE 0 TO WS-CIB-GAIN-PB
              MOVE 0 TO WS-CIB-GAIN-TOUR
              MOVE 0 TO WS-CIB-TEMPS-TOUR
              MOVE 0 TO WS-CIB-POINTS-HIST

              PERFORM CIB_CRITERE_PB
              PERFORM CIB_CRITERE_POINTS
              MOVE WS-CIB-SAUVE-EPR TO tamp_fepreuve
              IF FE-DEMI OR FE-FINALE THEN
                     PERFORM CIB_CRITERE_TOUR
              END-IF

              IF WS-CIB-F-PB = 1 OR WS-CIB-F-TOUR = 1 OR
                     WS-CIB-F-POINTS = 1 THEN
                     PERFORM CIB_ECRIT_SIGNALEMENT
              END-IF
              MOVE WS-CIB-SAUVE-EPR TO tamp_fepreuve
              MOVE WS-CIB-SAUVE-PART TO tamp_fparticipation
       END-IF.

       CIB_CRITERE_PB.
      *Gain sur le record personnel tel qu'il etait avant la course
      *(cle fpb posee par VERIFIE_RECORD_PERSO) (appelee par
      *CIBLAGE_EXAMINE_RESULTAT).
       MOVE 0 TO WS-CIB-PB
       OPEN INPUT fpb
       READ fpb
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fpb_temps TO WS-CIB-PB
       END-READ
       CLOSE fpb
       IF WS-CIB-PB > 0 AND WS-CIB-TEMPS < WS-CIB-PB THEN
              COMPUTE WS-CIB-GAIN-PB ROUNDED =
                     ((WS-CIB-PB - WS-CIB-TEMPS) * 10000) / WS-CIB-PB
              IF WS-CIB-GAIN-PB > WS-PARAM-CIBLE-PB THEN
                     MOVE 1 TO WS-CIB-F-PB
              END-IF
       END-IF.

       CIB_CRITERE_POINTS.
      *Historique de l'athlete : meilleurs points a la performance
      *de ses autres engagements et points de son record personnel
      *sur l'epreuve, calcules sur la meme base WR (appelee par
      *CIBLAGE_EXAMINE_RESULTAT).
       IF WS-CIB-PB > 0 THEN
              MOVE WS-CIB-PB TO fc_temps
              PERFORM CALCULE_POINTS_PERF
              MOVE WS-PERF1000 TO WS-CIB-POINTS-HIST
       END-IF
       MOVE WS-CIB-NUMA TO fp_numA
       MOVE 0 TO fp_numE
       MOVE 0 TO WS-CIB-FIN
       START fparticipations, KEY IS >= fp_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM CIB_UN_ENGAGEMENT UNTIL WS-CIB-FIN = 1
       END-START
       IF WS-CIB-POINTS-HIST > 0 AND
              WS-CIB-POINTS > WS-CIB-POINTS-HIST + WS-PARAM-CIBLE-POINTS
              THEN
              MOVE 1 TO WS-CIB-F-POINTS
       END-IF.

       CIB_UN_ENGAGEMENT.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-CIB-FIN
              NOT AT END
                     IF fp_numA NOT = WS-CIB-NUMA THEN
                            MOVE 1 TO WS-CIB-FIN
                     ELSE
                            IF fp_numE NOT = WS-CIB-NUME AND
                                   NOT FP-SUPPRIME AND
                                   fp_points_perf > WS-CIB-POINTS-HIST
                                   THEN
                                   MOVE fp_points_perf
                                          TO WS-CIB-POINTS-HIST
                            END-IF
                     END-IF
       END-READ.

       CIB_CRITERE_TOUR.
      *Temps du tour precedent : la demi-finale pour une finale
      *(a defaut les series), les series pour une demi-finale
      *(appelee par CIBLAGE_EXAMINE_RESULTAT, epreuve dans le
      *tampon fepreuves).
       MOVE fe_type TO WS-PRV-TYPE
       MOVE fe_distance TO WS-PRV-DISTANCE
       MOVE fe_genre TO WS-PRV-GENRE
       MOVE fe_classe TO WS-PRV-CLASSE
       OPEN INPUT fepreuves
       PERFORM PRV_CHERCHE_PHASES
       CLOSE fepreuves
       MOVE 0 TO WS-CIB-TEMPS-DEMI
       MOVE 0 TO WS-CIB-TEMPS-SERIE
       PERFORM VARYING WS-CIB-I FROM 1 BY 1
              UNTIL WS-CIB-I > WS-PRV-NB-PHASES
              IF WS-PRV-PH-NUME(WS-CIB-I) NOT = WS-CIB-NUME AND
                     (WS-CIB-PHASE = "FINALE" OR
                     WS-PRV-PH-DEMI(WS-CIB-I) = 0) THEN
                     PERFORM CIB_TEMPS_TOUR
              END-IF
       END-PERFORM
       IF WS-CIB-TEMPS-DEMI > 0 THEN
              MOVE WS-CIB-TEMPS-DEMI TO WS-CIB-TEMPS-TOUR
       ELSE
              MOVE WS-CIB-TEMPS-SERIE TO WS-CIB-TEMPS-TOUR
       END-IF
       IF WS-CIB-TEMPS-TOUR > 0 AND
              WS-CIB-TEMPS < WS-CIB-TEMPS-TOUR THEN
              COMPUTE WS-CIB-GAIN-TOUR ROUNDED =
                     ((WS-CIB-TEMPS-TOUR - WS-CIB-TEMPS) * 10000)
                     / WS-CIB-TEMPS-TOUR
              IF WS-CIB-GAIN-TOUR > WS-PARAM-CIBLE-TOUR THEN
                     MOVE 1 TO WS-CIB-F-TOUR
              END-IF
       END-IF.

       CIB_TEMPS_TOUR.
       MOVE WS-CIB-NUMA TO fp_numA
       MOVE WS-PRV-PH-NUME(WS-CIB-I) TO fp_numE
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fc_temps > 0 THEN
                            IF WS-PRV-PH-DEMI(WS-CIB-I) = 1 THEN
                                   MOVE fc_temps TO WS-CIB-TEMPS-DEMI
                            ELSE
                                   MOVE fc_temps
                                          TO WS-CIB-TEMPS-SERIE
                            END-IF
                     END-IF
       END-READ.

       CIB_ECRIT_SIGNALEMENT.
      *Inscrit ou met a jour la ligne de ciblage ; une decision
      *deja prise par l'officier antidopage est conservee (appelee
      *par CIBLAGE_EXAMINE_RESULTAT).
       OPEN I-O fciblage
       MOVE WS-CIB-NUMA TO fci_numA
       MOVE WS-CIB-NUME TO fci_numE
       READ fciblage
              INVALID KEY
                     PERFORM CIB_GARNIT_LIGNE
                     MOVE " " TO fci_statut
                     MOVE SPACES TO fci_decide_par
                     MOVE SPACES TO fci_decide_date
                     WRITE tamp_fciblage
                            INVALID KEY CONTINUE
                     END-WRITE
              NOT INVALID KEY
                     PERFORM CIB_GARNIT_LIGNE
                     REWRITE tamp_fciblage
                            INVALID KEY CONTINUE
                     END-REWRITE
       END-READ
       CLOSE fciblage.

       CIB_GARNIT_LIGNE.
       MOVE WS-CIB-NUMS TO fci_numS
       MOVE WS-CIB-TEMPS TO fci_temps
       MOVE WS-CIB-PB TO fci_pb
       MOVE WS-CIB-GAIN-PB TO fci_gain_pb
       MOVE WS-CIB-TEMPS-TOUR TO fci_temps_tour
       MOVE WS-CIB-GAIN-TOUR TO fci_gain_tour
       MOVE WS-CIB-POINTS TO fci_points
       MOVE WS-CIB-POINTS-HIST TO fci_points_hist
       MOVE WS-CIB-F-PB TO fci_crit_pb
       MOVE WS-CIB-F-TOUR TO fci_crit_tour
       MOVE WS-CIB-F-POINTS TO fci_crit_points
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fci_signale_date.

       CIBLAGE_DOPAGE_SEANCE.
      *Liste de ciblage confidentielle d'une seance pour l'officier
      *antidopage, puis ses decisions : un athlete retenu recoit
      *son controle comme au tirage (code echantillon, convocation
      *par le chaperon), mais la designation est journalisee comme
      *ciblage - le tirage au sort reste intact et verifiable
      *(appelee par GESTION_DOPAGE).
       DISPLAY "---------------------------------------"
       DISPLAY "   CIBLAGE ANTIDOPAGE (CONFIDENTIEL)   "
       DISPLAY "---------------------------------------"
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
              MOVE fse_numS TO WS-CIB-NUMS
              PERFORM CIB_LISTE_SEANCE
              IF WS-CIB-NB > 0 THEN
                     PERFORM WITH TEST AFTER
                            UNTIL WS-CIB-CHOIX-NUMA = 0
                            DISPLAY "Athlete a traiter (0 = fin) : "
                            ACCEPT WS-CIB-CHOIX-NUMA
                            IF WS-CIB-CHOIX-NUMA NOT = 0 THEN
                                   PERFORM CIB_DECISION
                            END-IF
                     END-PERFORM
              END-IF
       END-IF.

       CIB_LISTE_SEANCE.
      *Edite la liste de ciblage de la seance WS-CIB-NUMS a l'ecran
      *et au spool confidentiel (appelee par
      *CIBLAGE_DOPAGE_SEANCE).
       MOVE "CIBLAGE-DOPAGE" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "CONFIDENTIEL - LISTE DE CIBLAGE ANTIDOPAGE - SEANCE "
              WS-CIB-NUMS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       DISPLAY WS-RAPPORT-LIGNE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Athl Nom                            Epr Criteres     "
              "  Gain PB Gain tour Pts/hist  Statut"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       DISPLAY WS-RAPPORT-LIGNE

       MOVE 0 TO WS-CIB-NB
       OPEN INPUT fathletes
       OPEN INPUT fciblage
       MOVE 0 TO WS-CIB-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CIB-FIN = 1
              READ fciblage NEXT
              AT END MOVE 1 TO WS-CIB-FIN
              NOT AT END
                     IF fci_numS = WS-CIB-NUMS THEN
                            PERFORM CIB_LIGNE_LISTE
                     END-IF
       END-PERFORM
       CLOSE fciblage
       CLOSE fathletes

       IF WS-CIB-NB = 0 THEN
              MOVE "   (aucun athlete signale)" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
              DISPLAY WS-RAPPORT-LIGNE
       END-IF
       PERFORM SPOOL_FERME.

       CIB_LIGNE_LISTE.
       ADD 1 TO WS-CIB-NB
       MOVE fci_numA TO fa_numA
       READ fathletes
              INVALID KEY MOVE SPACES TO fa_nom
       END-READ
       MOVE SPACES TO WS-CIB-CRITERES
       IF FCI-CRIT-PB THEN
              MOVE "PB" TO WS-CIB-CRITERES(1:2)
       END-IF
       IF FCI-CRIT-TOUR THEN
              MOVE "TOUR" TO WS-CIB-CRITERES(4:4)
       END-IF
       IF FCI-CRIT-POINTS THEN
              MOVE "POINTS" TO WS-CIB-CRITERES(9:6)
       END-IF
       COMPUTE WS-CIB-ED-GAIN = fci_gain_pb / 100
       COMPUTE WS-CIB-ED-GAIN2 = fci_gain_tour / 100
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING fci_numA " " fa_nom " " fci_numE " " WS-CIB-CRITERES
              " " WS-CIB-ED-GAIN "%   " WS-CIB-ED-GAIN2 "% "
              fci_points "/" fci_points_hist "  "
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       IF FCI-RETENU THEN
              MOVE "RETENU" TO WS-RAPPORT-LIGNE(92:6)
       ELSE
              IF FCI-ECARTE THEN
                     MOVE "ECARTE" TO WS-RAPPORT-LIGNE(92:6)
              ELSE
                     MOVE "A EXAMINER" TO WS-RAPPORT-LIGNE(92:10)
              END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT
       DISPLAY WS-RAPPORT-LIGNE.

       CIB_DECISION.
      *Decision de l'officier sur une ligne de la liste : R cree le
      *controle de l'athlete pour l'epreuve (sauf s'il est deja
      *designe par le tirage ou le podium), E l'ecarte ; la
      *decision est horodatee au nom de l'operateur et journalisee
      *(appelee par CIBLAGE_DOPAGE_SEANCE).
       DISPLAY "Epreuve : "
       ACCEPT WS-CIB-CHOIX-NUME
       OPEN I-O fciblage
       MOVE WS-CIB-CHOIX-NUMA TO fci_numA
       MOVE WS-CIB-CHOIX-NUME TO fci_numE
       MOVE 0 TO Wtrouve
       READ fciblage
              INVALID KEY DISPLAY "Absent de la liste de ciblage"
              NOT INVALID KEY
                     IF fci_numS = WS-CIB-NUMS THEN
                            MOVE 1 TO Wtrouve
                     ELSE
                            DISPLAY "Epreuve hors de la seance"
                     END-IF
       END-READ

       IF Wtrouve = 1 THEN
              MOVE SPACES TO WS-CIB-DECISION
              PERFORM WITH TEST AFTER UNTIL WS-CIB-DECISION = "R"
                     OR WS-CIB-DECISION = "E"
                     DISPLAY "Decision (R=retenir pour controle, "
                            "E=ecarter) : "
                     ACCEPT WS-CIB-DECISION
              END-PERFORM
              IF WS-CIB-DECISION = "R" THEN
                     PERFORM CIB_CREE_CONTROLE
              END-IF
              MOVE WS-CIB-DECISION TO fci_statut
              MOVE WS-OPERATEUR TO fci_decide_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fci_decide_date
              REWRITE tamp_fciblage
                     INVALID KEY DISPLAY "Erreur de mise a jour"
              END-REWRITE
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Ciblage dopage epreuve " fci_numE
                     " athlete " fci_numA " : " fci_statut
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE fciblage.

       CIB_CREE_CONTROLE.
      *Cree le controle de l'athlete retenu, par le meme chemin que
      *le tirage ; un controle deja au registre est conserve tel
      *quel (appelee par CIB_DECISION).
       OPEN I-O fdopage
       MOVE fci_numA TO fd_numA
       MOVE fci_numE TO fd_numE
       READ fdopage
              INVALID KEY
                     MOVE fci_numA TO fp_numA
                     MOVE fci_numE TO fe_numE
                     PERFORM TIRAGE_CREE_CONTROLE
              NOT INVALID KEY
                     DISPLAY "Deja designe(e) : echantillon "
                            fd_code_ech " conserve"
       END-READ
       CLOSE fdopage.
