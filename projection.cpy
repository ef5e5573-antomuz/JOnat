              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fe_numSession = WS-PRJ-NUMS AND
                            NOT FE-SUPPRIMEE AND NOT FE-ANNULEE THEN
                            PERFORM PROJECTION_RETIENT_EPREUVE
                     END-IF
       END-PERFORM
