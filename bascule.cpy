      *des points, parametres, pays, lieux, records personnels,
      *archive, historique, progression des records) sont conserves
      *tels quels ; les sequences d'identifiants repartent d'une
      *table vide. Quand d'autres competitions vivent dans les
      *memes fichiers, seule la competition active est basculee :
      *ses epreuves, seances, engagements, relais et billetterie
      *sont retires, athletes et autres competitions restent en
      *place. La bascule attend la double validation d'un second
      *administrateur (appelee par AFFICH_MENU, menu admin, role
      *ADMIN).
       DISPLAY "***********************************************"
       DISPLAY "*        BASCULE D'EDITION                     *"
       DISPLAY "***********************************************"
       DISPLAY "Competition : " WS-COMPET-ACTIVE " "
              WS-COMPET-LIBELLE
       DISPLAY "Cette operation archive l'edition courante puis"
       DISPLAY "vide les fichiers de competition. Confirmer ?"
       DISPLAY "1-Oui 0-Non"
       ACCEPT repUser
       MOVE 0 TO WS-DV-OK
       IF repUser = 1 THEN
              MOVE "BASCULE" TO WS-DV-OPERATION
              MOVE SPACES TO WS-DV-PARAMS
              STRING "COMPETITION " WS-COMPET-ACTIVE
                     DELIMITED BY SIZE INTO WS-DV-PARAMS
              END-STRING
              PERFORM DV_AUTORISE
       END-IF
       IF repUser NOT = 1 OR WS-DV-OK NOT = 1 THEN
              DISPLAY "Bascule abandonnee"
       ELSE
              MOVE "BASCULE-EDITION" TO WS-SPOOL-RAPPORT
              MOVE "Etape 4 : remise a zero de la competition"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM BASCULE_COMPTE_AUTRES
              IF WS-CPT-AUTRES = 0 THEN
                     PERFORM BASCULE_VIDE_COMPETITION
              ELSE
                     MOVE "  (autres competitions conservees)"
                            TO WS-RAPPORT-LIGNE
                     PERFORM ECRIT_LIGNE_RAPPORT
                     PERFORM BASCULE_VIDE_COMPET_ACTIVE
              END-IF

              MOVE "Etape 5 : totaux reecrits, fichiers vides"
                     TO WS-RAPPORT-LIGNE
              PERFORM SPOOL_FERME

              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Bascule d'edition effectuee "
                     WS-COMPET-ACTIVE
                     DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF.

              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       BASCULE_COMPTE_AUTRES.
      *Compte les epreuves et seances des autres competitions et
      *repere par leur numero celles de la competition active
      *(appelee par BASCULE_EDITION).
       MOVE 0 TO WS-CPT-AUTRES
       INITIALIZE WS-CPT-TABLES
       OPEN INPUT fepreuves
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fe_compet NOT = WS-COMPET-ACTIVE THEN
                            ADD 1 TO WS-CPT-AUTRES
                     ELSE
                            IF fe_numE > 0 THEN
                                   MOVE 1 TO WS-CPT-EPR(fe_numE)
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fepreuves
       OPEN INPUT fsessions
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fsessions NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fse_compet NOT = WS-COMPET-ACTIVE THEN
                            ADD 1 TO WS-CPT-AUTRES
                     ELSE
                            IF fse_numS > 0 THEN
                                   MOVE 1 TO WS-CPT-SEA(fse_numS)
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fsessions.

       BASCULE_VIDE_COMPET_ACTIVE.
      *Retire des fichiers partages les seuls enregistrements de la
      *competition active ; athletes, licences et annexes restent
      *en place (appelee par BASCULE_EDITION).
       MOVE "epreuves" TO WS-CTL-FICHIER
       OPEN I-O fepreuves
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fe_compet = WS-COMPET-ACTIVE THEN
                            DELETE fepreuves RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BSC-NB
                            END-DELETE
                     END-IF
       END-PERFORM
       CLOSE fepreuves
       PERFORM BASCULE_LIGNE_SELECTIVE

       MOVE "participations" TO WS-CTL-FICHIER
       OPEN I-O fparticipations
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fp_compet = WS-COMPET-ACTIVE THEN
                            DELETE fparticipations RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BSC-NB
                            END-DELETE
                     END-IF
       END-PERFORM
       CLOSE fparticipations
       PERFORM BASCULE_LIGNE_SELECTIVE

       MOVE "relais" TO WS-CTL-FICHIER
       OPEN I-O frelais
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ frelais NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fr_compet = WS-COMPET-ACTIVE THEN
                            DELETE frelais RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BSC-NB
                            END-DELETE
                     END-IF
       END-PERFORM
       CLOSE frelais
       PERFORM BASCULE_LIGNE_SELECTIVE

      *Series, liste d'attente et reclamations ne portent que le
      *numero d'epreuve : on retire celles des epreuves reperees.
       MOVE "series" TO WS-CTL-FICHIER
       OPEN I-O fseries
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fseries NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fsr_numE > 0 THEN
                            IF WS-CPT-EPR(fsr_numE) = 1 THEN
                                   DELETE fseries RECORD
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                                 ADD 1 TO WS-BSC-NB
                                   END-DELETE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fseries
       PERFORM BASCULE_LIGNE_SELECTIVE

       MOVE "attente" TO WS-CTL-FICHIER
       OPEN I-O fattente
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fattente NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fat_numE > 0 THEN
                            IF WS-CPT-EPR(fat_numE) = 1 THEN
                                   DELETE fattente RECORD
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                                 ADD 1 TO WS-BSC-NB
                                   END-DELETE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fattente
       PERFORM BASCULE_LIGNE_SELECTIVE

       MOVE "reclamations" TO WS-CTL-FICHIER
       OPEN I-O freclam
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ freclam NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF frcl_numE > 0 THEN
                            IF WS-CPT-EPR(frcl_numE) = 1 THEN
                                   DELETE freclam RECORD
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                                 ADD 1 TO WS-BSC-NB
                                   END-DELETE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE freclam
       PERFORM BASCULE_LIGNE_SELECTIVE

       MOVE "seances" TO WS-CTL-FICHIER
       OPEN I-O fsessions
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fsessions NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fse_compet = WS-COMPET-ACTIVE THEN
                            DELETE fsessions RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BSC-NB
                            END-DELETE
                     END-IF
       END-PERFORM
       CLOSE fsessions
       PERFORM BASCULE_LIGNE_SELECTIVE

       MOVE "billetterie" TO WS-CTL-FICHIER
       OPEN I-O fbillets
       MOVE 0 TO WS-BSC-NB
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fbillets NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fbt_compet = WS-COMPET-ACTIVE THEN
                            DELETE fbillets RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY ADD 1 TO WS-BSC-NB
                            END-DELETE
                     END-IF
       END-PERFORM
       CLOSE fbillets
       PERFORM BASCULE_LIGNE_SELECTIVE.

       BASCULE_LIGNE_SELECTIVE.
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  " WS-CTL-FICHIER " : " WS-BSC-NB
              " enregistrement(s) de la competition retire(s)"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.
