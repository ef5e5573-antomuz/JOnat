       DISPLAY "* 3-Visualiser les arbitrages                  *"
       DISPLAY "* 4-Importer les echanges de relais            *"
       DISPLAY "* 5-Echanges anticipes (decision arbitre)      *"
       DISPLAY "* 6-Pannes du materiel (registre)              *"
       DISPLAY "* 7-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 5 THEN
              PERFORM LISTE_ECHANGES_PRECOCES
       ELSE IF Wchoix2 = 6 THEN
              PERFORM GESTION_PANNES_CHRONO
       ELSE IF Wchoix2 = 7 THEN
              MOVE -1 TO Wchoix2
       END-IF.

                            "inconnue) : " tamp_fimportS
                     ADD 1 TO WS-SEC-NB-REJETEES
              NOT INVALID KEY
                     PERFORM COMPLETE_ARBITRAGE_PANNE
                     IF WS-PAN-TROUVE = 0 THEN
                            PERFORM COMPARE_TEMPS_SECOURS
                     END-IF
       END-READ.

       COMPLETE_ARBITRAGE_PANNE.
      *Un resultat nage en couloir en panne a deja sa ligne
      *d'arbitrage, ouverte a l'import electronique : le temps de
      *secours la complete sans passer par la tolerance
      *(appelee par COMPARE_LIGNE_SECOURS).
       MOVE 0 TO WS-PAN-TROUVE
       MOVE fp_numA TO far_numA
       MOVE fp_numE TO far_numE
       READ farbitr
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FAR-PANNE AND FAR-EN-ATTENTE THEN
                            MOVE 1 TO WS-PAN-TROUVE
                            MOVE WS-SEC-TEMPS TO far_secours
                            REWRITE tamp_farbitr
                                   INVALID KEY CONTINUE
                            END-REWRITE
                            ADD 1 TO WS-SEC-NB-ECARTS
                            DISPLAY "PANNE - athlete " far_numA
                                   " epreuve " far_numE
                                   " : primaire " far_primaire
                                   " / secours " far_secours
                     END-IF
       END-READ.

       COMPARE_TEMPS_SECOURS.
       MOVE WS-SEC-TEMPS TO far_secours
       MOVE " " TO far_decision
       MOVE SPACES TO far_decide
       MOVE 0 TO far_panne
       WRITE tamp_farbitr
              INVALID KEY
                     REWRITE tamp_farbitr
       DISPLAY "Athlete " far_numA " epreuve " far_numE
              " - primaire " far_primaire " / secours "
              far_secours
       IF FAR-PANNE THEN
              DISPLAY "   couloir en panne : le temps electronique "
                     "ne fait pas foi"
       END-IF
       PERFORM WITH TEST AFTER UNTIL
              repUser >= 0 AND repUser <= 2
              DISPLAY "0-Laisser en attente 1-Confirmer le "
              PERFORM AUDIT_ENREGISTRE
       END-IF
       IF repUser = 2 THEN
              IF far_secours = 0 THEN
                     DISPLAY "Aucun temps de secours importe pour "
                            "ce couloir"
              ELSE
                     PERFORM APPLIQUE_TEMPS_SECOURS
              END-IF
       END-IF.

       APPLIQUE_TEMPS_SECOURS.
