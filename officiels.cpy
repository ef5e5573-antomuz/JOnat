       DISPLAY "* 5-Controle jury complet d'une epreuve        *"
       DISPLAY "* 6-Roster des officiels d'une seance          *"
       DISPLAY "* 7-Rapport de charge (repos reglementaire)    *"
       DISPLAY "* 8-Revue des appels (DQ et reclamations)      *"
       DISPLAY "* 9-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 10 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 7 THEN
              PERFORM RAPPORT_CHARGE_OFFICIELS
       ELSE IF Wchoix2 = 8 THEN
              PERFORM REVUE_APPELS_OFFICIELS
       ELSE IF Wchoix2 = 9 THEN
              MOVE -1 TO Wchoix2
       END-IF.

                            END-IF
                     END-PERFORM
                     IF WS-CHG-TROUVE = 0 AND
                            fse_compet = WS-COMPET-ACTIVE AND
                            WS-CHG-JOURS-MEET < 30
                            ADD 1 TO WS-CHG-JOURS-MEET
                            MOVE fse_date TO
