                     IF fe_type NOT = chaineType THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF fe_distance = choixDistance AND
                                   fe_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM MEILLEURS_TEMPS_EPREUVE
                            END-IF
                     END-IF
                     IF fe_type NOT = chaineType THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF fe_distance = choixDistance AND
                                   fe_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM MAISSILA_MEDAILLES_EPREUVE
                            END-IF
                     END-IF
