              READ frelais NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FR-ECHANGE-SIGNALE AND
                            fr_compet = WS-COMPET-ACTIVE THEN
                            ADD 1 TO WS-ECX-NB-SIGNALES
                            PERFORM ECHANGE_DECISION_ARBITRE
                     END-IF
