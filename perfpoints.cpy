              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fp_points_perf > 0 AND
                            fp_compet = WS-COMPET-ACTIVE THEN
                            PERFORM PERF_RETIENT_LIGNE
                     END-IF
       END-PERFORM
