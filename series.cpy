              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ

      *Depart groupe en eau libre : ni series ni couloirs. Une
      *epreuve jugee passe dans l'ordre de ses listes de plongeons,
      *un tournoi de water-polo se joue en matchs.
       IF Wtrouve = 1 AND FE-EAU-LIBRE THEN
              DISPLAY "Epreuve en eau libre : depart groupe, "
                     "pas de series"
              MOVE 0 TO Wtrouve
       END-IF
       IF Wtrouve = 1 AND FE-JUGEE THEN
              DISPLAY "Epreuve jugee : pas de series ni de couloirs"
              MOVE 0 TO Wtrouve
       END-IF
       IF Wtrouve = 1 AND FE-WATER-POLO THEN
              DISPLAY "Tournoi de water-polo : pas de series ni de "
                     "couloirs"
              MOVE 0 TO Wtrouve
       END-IF

       IF Wtrouve = 1 THEN
              PERFORM SEED_SAISIE_NB_COULOIRS
              PERFORM SEED_CHARGE_COULOIRS_HS
              IF WS-PAN-NB-UTILES = 0 THEN
                     DISPLAY "Tous les couloirs sont hors service : "
                            "series non generees"
                     MOVE 0 TO Wtrouve
              END-IF
       END-IF

       IF Wtrouve = 1 THEN
      *Les temps d'engagement toujours a justifier sont ramenes a
      *sans temps avant que la table de seeding ne soit chargee.
              MOVE 1 TO WS-VEF-SEEDING
              MOVE 0 TO WS-VEF-NB-RAMENES
              PERFORM VEF_ECHEANCE_EPREUVE
              IF WS-VEF-NB-RAMENES > 0 THEN
                     DISPLAY "Temps non justifies ramenes a sans "
                            "temps : " WS-VEF-NB-RAMENES
              END-IF
              PERFORM SEED_CHARGE_ENGAGES
              IF WS-SEED-NB-IGNORES > 0 THEN
                     DISPLAY "ATTENTION : " WS-SEED-NB-IGNORES
      *Un temps d'engagement soumis par la delegation prevaut sur
      *le meilleur temps connu ; nage en petit bassin, il est
      *converti en equivalent 50m avant d'etre compare aux autres.
      *Un temps ramene faute de justification part sans temps, sans
      *repli sur le record personnel ni sur l'historique.
       IF FP-VERIF-RAMENE THEN
              MOVE 99999 TO WS-SEED-TEMPS(WS-SEED-NB)
              MOVE " " TO WS-SEED-SRC(WS-SEED-NB)
       ELSE IF fp_temps_engage > 0 THEN
              MOVE fp_temps_engage TO WS-CVB-TEMPS
              MOVE fp_bassin TO WS-CVB-BASSIN
              PERFORM CONVERTIT_TEMPS_BASSIN
                                   TO WS-SEED-TEMPS(WS-SEED-NB)
                            MOVE "P" TO WS-SEED-SRC(WS-SEED-NB)
              END-READ
       END-IF
       END-IF.

       SEED_CHERCHE_HISTO.

       SEED_AFFECTE_COULOIRS.
      *Parcourt la table triee, decoupe en series de la taille du
      *bassin, couloirs hors service retires, et affecte les
      *couloirs en fer de lance, puis ecrit et affiche la grille
      *(appelee par GENERE_SERIES_EPREUVE).
       OPEN I-O fseries
       OPEN INPUT fathletes
       MOVE 1 TO WS-SEED-SERIE
       PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
              UNTIL WS-SEED-IDX > WS-SEED-NB
              ADD 1 TO WS-SEED-RANGC
              IF WS-SEED-RANGC > WS-PAN-NB-UTILES THEN
                     ADD 1 TO WS-SEED-SERIE
                     MOVE 1 TO WS-SEED-RANGC
              END-IF
      *juste a droite, le 3e juste a gauche, et ainsi de suite en
      *s'eloignant du centre. Le couloir central vaut (N+1)/2 pour
      *que les bassins a nombre impair de couloirs restent dans la
      *plage 1..N. Le calcul porte sur les couloirs utilisables,
      *puis le rang obtenu est traduit en numero de couloir reel
      *pour sauter ceux que le registre des pannes declare hors
      *service (appelee par SEED_AFFECTE_COULOIRS).
       COMPUTE WS-SEED-BASE = (WS-PAN-NB-UTILES + 1) / 2
       IF WS-SEED-RANGC = 1 THEN
              MOVE WS-SEED-BASE TO WS-SEED-COULOIR
       ELSE
                     COMPUTE WS-SEED-COULOIR =
                            WS-SEED-BASE - WS-SEED-ECART
              END-IF
       END-IF
       MOVE WS-PAN-UTILE(WS-SEED-COULOIR) TO WS-SEED-COULOIR.

       SEED_ECRIT_UNE_SERIE.
      *Ecrit l'affectation serie/couloir de l'engage courant et
       MOVE WS-SEED-NUMA(WS-SEED-IDX) TO fsr_numA
       MOVE WS-SEED-SERIE TO fsr_serie
       MOVE WS-SEED-COULOIR TO fsr_couloir
       MOVE 0 TO fsr_reprise
       MOVE 0 TO fsr_reprise_heure
       MOVE WS-SEED-TEMPS(WS-SEED-IDX) TO fsr_temps_seed
       WRITE tamp_fseries
              INVALID KEY
                     REWRITE tamp_fseries
                            END-IF
                            END-IF
                     END-IF
                     PERFORM SEED_NOTIFIE_AFFECTATION
       END-READ.

       SEED_NOTIFIE_AFFECTATION.
      *Previent l'encadrement de la delegation de la serie et du
      *couloir attribues (appelee par SEED_ECRIT_UNE_SERIE ;
      *l'athlete vient d'etre lu dans fathletes).
       MOVE "SERIE" TO WS-NOT-TYPE
       MOVE fe_numE TO WS-NOT-NUME
       MOVE SPACES TO WS-NOT-TEXTE
       STRING "epreuve " fe_numE " " DELIMITED BY SIZE
              fe_type DELIMITED BY "  "
              " : serie " fsr_serie " couloir " fsr_couloir
              DELIMITED BY SIZE INTO WS-NOT-TEXTE
       END-STRING
       PERFORM NOTIFIE_ATHLETE_LU.
