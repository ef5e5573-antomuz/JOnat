       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser les pays references            *"
       DISPLAY "* 2-Ajouter un pays                            *"
       DISPLAY "* 3-Gerer les clubs                            *"
       DISPLAY "* 4-Quitter                                    *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
              PERFORM LIST_PAYS
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AJOUTE_PAYS
       ELSE IF Wchoix2 = 3 THEN
              PERFORM GESTION_CLUBS
       END-IF.
