       MOVE 0 TO WS-PTS-NB
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       OPEN INPUT fepreuves
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fp_compet = WS-COMPET-ACTIVE THEN
                            PERFORM POINTS_CUMULE_PARTICIPATION
                     END-IF
       END-PERFORM
       CLOSE fepreuves
       CLOSE fathletes
       CLOSE fparticipations


       POINTS_CUMULE_PARTICIPATION.
      *Cumule les points et medailles de la participation courante
      *sur la ligne de son pays ; un contre-la-montre hors concours
      *ne rapporte ni points ni medaille (appelee par
      *CLASSEMENT_POINTS_PAYS).
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF NOT FE-CONTRE-LA-MONTRE THEN
                            PERFORM POINTS_CUMULE_ATHLETE
                     END-IF
       END-READ.

       POINTS_CUMULE_ATHLETE.
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
