                     IF fp_numA NOT = WIdUser THEN
                            MOVE 1 TO Wfin
                     ELSE
                            IF NOT FP-SUPPRIME AND
                                   fp_compet = WS-COMPET-ACTIVE
                                   PERFORM CARTE_EXAMINE_EPREUVE
                            END-IF
                     END-IF
