       MOVE 61 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       PERFORM VARYING WS-MSG-NUMERO FROM 79 BY 1
              UNTIL WS-MSG-NUMERO > 92
              PERFORM AFFICHE_MESSAGE
       END-PERFORM
       MOVE 137 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 139 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 142 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 93 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 19 AND Wchoix2 > 0
        MOVE 11 TO WS-MSG-NUMERO
        PERFORM AFFICHE_MESSAGE
        ACCEPT Wchoix2
       ELSE IF Wchoix2 = 14 THEN
              PERFORM REPLANIFIE_EPREUVE
       ELSE IF Wchoix2 = 15 THEN
              PERFORM LIE_SERIES_RELAIS
       ELSE IF Wchoix2 = 16 THEN
              PERFORM ANNULE_EPREUVE_ORGANISATEUR
       ELSE IF Wchoix2 = 17 THEN
              PERFORM FEUILLE_PSYCH
       ELSE IF Wchoix2 = 18 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       DISPLAY "* 8-Gerer les motifs de disqualification       *"
       DISPLAY "* 9-Gerer la conversion petit bassin           *"
       DISPLAY "* 10-Gerer le bareme des primes                *"
       DISPLAY "* 11-Ratification des records                  *"
       DISPLAY "* 12-Retour                                    *"
       DISPLAY "*                                             *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 13 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
        DISPLAY "*                                             *"
       ELSE IF Wchoix2 = 10 THEN
              PERFORM GESTION_PRIMES
       ELSE IF Wchoix2 = 11 THEN
              PERFORM GESTION_RATIFICATION
       ELSE IF Wchoix2 = 12 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       MOVE 61 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       PERFORM VARYING WS-MSG-NUMERO FROM 62 BY 1
              UNTIL WS-MSG-NUMERO > 75
              PERFORM AFFICHE_MESSAGE
       END-PERFORM
       MOVE 141 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 150 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 76 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 18 AND Wchoix2 > 0
        MOVE 11 TO WS-MSG-NUMERO
        PERFORM AFFICHE_MESSAGE
        ACCEPT Wchoix2
       ELSE IF Wchoix2 = 11 THEN
              PERFORM CONVERTIT_NAISSANCES
       ELSE IF Wchoix2 = 12 THEN
              PERFORM GESTION_LICENCES
       ELSE IF Wchoix2 = 13 THEN
              PERFORM GESTION_FUSION
       ELSE IF Wchoix2 = 14 THEN
              PERFORM GESTION_TRANSFERTS
       ELSE IF Wchoix2 = 15 THEN
              PERFORM GESTION_BIOGRAPHIES
       ELSE IF Wchoix2 = 16 THEN
              PERFORM GESTION_CONSENTEMENTS
       ELSE IF Wchoix2 = 17 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       MOVE 61 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       PERFORM VARYING WS-MSG-NUMERO FROM 96 BY 1
              UNTIL WS-MSG-NUMERO > 116
              PERFORM AFFICHE_MESSAGE
       END-PERFORM
       MOVE 138 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 143 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 149 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 151 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       MOVE 144 TO WS-MSG-NUMERO
       PERFORM AFFICHE_MESSAGE
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 27 AND Wchoix2 > 0
        MOVE 11 TO WS-MSG-NUMERO
        PERFORM AFFICHE_MESSAGE
        ACCEPT Wchoix2
       ELSE IF Wchoix2 = 21 THEN
              PERFORM SAISIE_PAR_SERIE
       ELSE IF Wchoix2 = 22 THEN
              PERFORM REPRISE_ORDONNEE
       ELSE IF Wchoix2 = 23 THEN
              PERFORM DEM_FILE_ATTENTE
       ELSE IF Wchoix2 = 24 THEN
              PERFORM GESTION_DOSSIER_RT
       ELSE IF Wchoix2 = 25 THEN
              PERFORM GESTION_VERIF_ENGAGEMENTS
       ELSE IF Wchoix2 = 26 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       GESTION_DISCIPLINES.
      *Sous-menu des disciplines a regles propres, hors courses en
      *bassin (appelee par AFFICH_MENU, menu admin).
       DISPLAY "***********************************************"
       DISPLAY "*        Disciplines specifiques               *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Eau libre                                  *"
       DISPLAY "* 2-Plongeon (epreuves jugees)                 *"
       DISPLAY "* 3-Water-polo (tournoi)                       *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM GESTION_EAU_LIBRE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM GESTION_PLONGEON
       ELSE IF Wchoix2 = 3 THEN
              PERFORM GESTION_WATER_POLO
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.
