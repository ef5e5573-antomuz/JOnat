         IF Wchoix = 1 THEN
           DISPLAY "connexion spectateur"
           MOVE 1 TO WidUtilisateurConnecte
           PERFORM CHOIX_COMPETITION
         ELSE IF Wchoix = 2 THEN
           DISPLAY "connexion athlete"
           PERFORM CONNEXION_ATHL
           IF WidUtilisateurConnecte NOT = 0 THEN
            PERFORM SESSION_OUVRE
           END-IF
           IF WidUtilisateurConnecte NOT = 0 THEN
            PERFORM CHOIX_COMPETITION
           END-IF
         ELSE IF Wchoix = 3 THEN
           DISPLAY "connexion admin"
           PERFORM CONNEXION_ADMIN
           IF WidUtilisateurConnecte NOT = 0 THEN
            PERFORM SESSION_OUVRE
           END-IF
           IF WidUtilisateurConnecte NOT = 0 THEN
            PERFORM CAHIER_PRISE_DE_QUART
            PERFORM CHOIX_COMPETITION
           END-IF
         ELSE IF Wchoix = 4 THEN
           DISPLAY "connexion encadrement"
           PERFORM CONNEXION_COACH
           IF WidUtilisateurConnecte NOT = 0 THEN
            PERFORM SESSION_OUVRE
           END-IF
           IF WidUtilisateurConnecte NOT = 0 THEN
            PERFORM CHOIX_COMPETITION
           END-IF
         ELSE IF Wchoix = 5 THEN
           MOVE 0 TO Wchoix
         END-IF
        ELSE
         PERFORM WITH TEST AFTER UNTIL Wchoix2 = 0
          PERFORM BANNIERE_EXERCICE
          IF WidUtilisateurConnecte > 1 THEN
           PERFORM SESSION_ACTIVITE
          END-IF
          IF WidUtilisateurConnecte = 1 THEN
      *    Affichage en tant que spectateur
           PERFORM VARYING WS-MSG-NUMERO FROM 12 BY 1
                  UNTIL WS-MSG-NUMERO > 19
                  PERFORM AFFICHE_MESSAGE
           END-PERFORM
           MOVE 140 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 131 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           PERFORM WITH TEST AFTER UNTIL Wchoix2 < 9 AND Wchoix2 > 0
            MOVE 11 TO WS-MSG-NUMERO
            PERFORM AFFICHE_MESSAGE
            ACCEPT Wchoix2
           ELSE IF Wchoix2 = 6 THEN
            PERFORM MODE_KIOSQUE
           ELSE IF Wchoix2 = 7 THEN
            PERFORM CLASSEMENT_CLUBS
           ELSE IF Wchoix2 = 8 THEN
            MOVE 0 TO Wchoix2
            MOVE 0 TO WidUtilisateurConnecte
           END-IF
                  UNTIL WS-MSG-NUMERO > 26
                  PERFORM AFFICHE_MESSAGE
           END-PERFORM
           MOVE 146 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 147 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           PERFORM WITH TEST AFTER UNTIL Wchoix2 < 9 AND Wchoix2 > 0
            MOVE 11 TO WS-MSG-NUMERO
            PERFORM AFFICHE_MESSAGE
            ACCEPT Wchoix2
           END-PERFORM
           PERFORM SESSION_CONTROLE
           IF WS-CNX-OK = 0 THEN
            MOVE 8 TO Wchoix2
           END-IF
           DISPLAY "*                                             *"
           DISPLAY "***********************************************"
           IF Wchoix2 = 1 THEN
           ELSE IF Wchoix2 = 6 THEN
            PERFORM CARTE_JOURNEE_ATHLETE
           ELSE IF Wchoix2 = 7 THEN
            PERFORM RETRAIT_ATHLETE
           ELSE IF Wchoix2 = 8 THEN
            PERFORM SESSION_FERME
            MOVE 0 TO Wchoix2
            MOVE 0 TO WidUser
            MOVE 0 TO WidUtilisateurConnecte
                  UNTIL WS-MSG-NUMERO > 130
                  PERFORM AFFICHE_MESSAGE
           END-PERFORM
           MOVE 136 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 148 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 153 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 132 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           PERFORM WITH TEST AFTER UNTIL Wchoix2 < 32 AND Wchoix2 > 0
            MOVE 11 TO WS-MSG-NUMERO
            PERFORM AFFICHE_MESSAGE
            ACCEPT Wchoix2
           END-PERFORM
           PERFORM SESSION_CONTROLE
           IF WS-CNX-OK = 0 THEN
            MOVE 31 TO Wchoix2
           END-IF
           DISPLAY "*                                             *"
           DISPLAY "***********************************************"
           IF Wchoix2 = 1 THEN
            MOVE "CONVERSION" TO WS-DROIT-FONCTION
            PERFORM VERIFIE_DROIT_ADMIN
            IF WS-DROIT-OK = 1 THEN
             PERFORM GESTION_CONVERSIONS
            END-IF
           ELSE IF Wchoix2 = 22 THEN
            MOVE "PARAMS" TO WS-DROIT-FONCTION
             PERFORM CONSOLE_SEANCE
            END-IF
           ELSE IF Wchoix2 = 28 THEN
            MOVE "DISCIPLINES" TO WS-DROIT-FONCTION
            PERFORM VERIFIE_DROIT_ADMIN
            IF WS-DROIT-OK = 1 THEN
             PERFORM GESTION_DISCIPLINES
            END-IF
           ELSE IF Wchoix2 = 29 THEN
            MOVE "CAHIER" TO WS-DROIT-FONCTION
            PERFORM VERIFIE_DROIT_ADMIN
            IF WS-DROIT-OK = 1 THEN
             PERFORM GESTION_CAHIER
            END-IF
      *    Effectifs d'evacuation : ouverts a tous les roles, sans
      *    controle de droit - la securite du site doit les obtenir
      *    de n'importe quel pupitre.
           ELSE IF Wchoix2 = 30 THEN
            PERFORM EFFECTIFS_EVACUATION
           ELSE IF Wchoix2 = 31 THEN
            PERFORM SESSION_FERME
            MOVE 0 TO Wchoix2
            MOVE 0 TO WidUtilisateurConnecte
           END-IF
          END-IF
         ELSE IF WidUtilisateurConnecte = 4 THEN
      *    Affichage en tant qu'encadrement (limitee a la
      *    delegation WS-COACH-PAYS, les inscriptions passant par
      *    des demandes soumises au bureau des engagements)
           DISPLAY "*Delegation : " WS-COACH-PAYS
           MOVE 20 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
                  UNTIL WS-MSG-NUMERO > 58
                  PERFORM AFFICHE_MESSAGE
           END-PERFORM
           MOVE 134 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 145 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 152 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           MOVE 133 TO WS-MSG-NUMERO
           PERFORM AFFICHE_MESSAGE
           PERFORM WITH TEST AFTER UNTIL Wchoix2 < 9 AND Wchoix2 > 0
            MOVE 11 TO WS-MSG-NUMERO
            PERFORM AFFICHE_MESSAGE
            ACCEPT Wchoix2
           END-PERFORM
           PERFORM SESSION_CONTROLE
           IF WS-CNX-OK = 0 THEN
            MOVE 8 TO Wchoix2
           END-IF
           DISPLAY "*                                             *"
           DISPLAY "***********************************************"
           IF Wchoix2 = 1 THEN
           ELSE IF Wchoix2 = 5 THEN
            PERFORM CONFIRME_ENGAGEMENTS
           ELSE IF Wchoix2 = 6 THEN
            PERFORM COACH_DEMANDES
           ELSE IF Wchoix2 = 7 THEN
            PERFORM COACH_JUSTIFIE_TEMPS
           ELSE IF Wchoix2 = 8 THEN
            PERFORM SESSION_FERME
            MOVE 0 TO Wchoix2
            MOVE 0 TO WidUtilisateurConnecte
           END-IF
