       DISPLAY "* 2-Tourner le journal du mois                 *"
       DISPLAY "* 3-Recuperer un enregistrement (images)       *"
       DISPLAY "* 4-Verifier la chaine du journal              *"
       DISPLAY "* 5-Lots d'import (registre, annulation)       *"
       DISPLAY "* 6-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 7 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 4 THEN
              PERFORM VERIFIE_CHAINE_AUDIT
       ELSE IF Wchoix2 = 5 THEN
              PERFORM GESTION_LOTS
       ELSE IF Wchoix2 = 6 THEN
              MOVE -1 TO Wchoix2
       END-IF.

