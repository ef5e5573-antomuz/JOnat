       DISPLAY "* 4-Progression des records                    *"
       DISPLAY "* 5-Primes : liste de paiement                 *"
       DISPLAY "* 6-Normes realisees en competition            *"
       DISPLAY "* 7-Face a face de deux nageurs (licences)     *"
       DISPLAY "* 8-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 9 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 6 THEN
              PERFORM RAPPORT_NORMES_REALISEES
       ELSE IF Wchoix2 = 7 THEN
              PERFORM FACE_A_FACE_LICENCES
       ELSE IF Wchoix2 = 8 THEN
              MOVE -1 TO Wchoix2
       END-IF.
