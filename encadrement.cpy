       DISPLAY "* 2-Visualiser l'encadrement d'un pays         *"
       DISPLAY "* 3-Supprimer un membre de l'encadrement       *"
       DISPLAY "* 4-Reinitialiser le mdp d'un membre           *"
       DISPLAY "* 5-Notifications aux delegations              *"
       DISPLAY "* 6-Retour                                     *"
       DISPLAY "*                                             *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 7 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
        DISPLAY "*                                             *"
       ELSE IF Wchoix2 = 4 THEN
              PERFORM REINIT_MDP_ENCADREMENT
       ELSE IF Wchoix2 = 5 THEN
              PERFORM GESTION_NOTIFICATIONS
       ELSE IF Wchoix2 = 6 THEN
              MOVE -1 TO Wchoix2
       END-IF.

