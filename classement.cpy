              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fp_classement < 4 AND
                            fp_compet = WS-COMPET-ACTIVE THEN
                            PERFORM CLASSEMENT_TRAITE_MEDAILLE
                     END-IF
       END-PERFORM
              READ frelais NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FR-TERMINE AND fr_classement < 4 AND
                            fr_compet = WS-COMPET-ACTIVE THEN
                            PERFORM CLASSEMENT_TRAITE_RELAIS
                     END-IF
       END-PERFORM

       CLASSEMENT_TRAITE_MEDAILLE.
      *Retrouve l'epreuve et l'athlete d'une participation medaillee
      *; le rang d'un contre-la-montre hors concours n'est pas un
      *podium (appelee par CLASSEMENT_PAYS).
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY DISPLAY "epreuve inexistante"
              NOT INVALID KEY
                     IF NOT FE-CONTRE-LA-MONTRE THEN
                            PERFORM CLASSEMENT_LIT_MEDAILLE
                     END-IF
       END-READ.

       CLASSEMENT_LIT_MEDAILLE.
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY DISPLAY "inexistant"
              NOT INVALID KEY
                     PERFORM CLASSEMENT_AJOUTE_PAYS
       END-READ.

       CLASSEMENT_TRAITE_RELAIS.
