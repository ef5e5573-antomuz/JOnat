       DISPLAY "Pays organisateur (pour la retenue a la "
              "source) : "
       ACCEPT WS-PRM-HOTE
       PERFORM PRIMES_CALCULE_GAINS

       MOVE "PAIEMENT-PRIMES" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       END-IF
       PERFORM SPOOL_FERME.

       PRIMES_CALCULE_GAINS.
      *Recalcule dans WS-PRIMES-ATHLETES les gains de chaque
      *athlete sur les finales officielles de la competition active
      *(appelee par LISTE_PAIEMENT_PRIMES et EXPORT_GRAND_LIVRE).
       MOVE 0 TO WS-PRM-NB
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       OPEN INPUT frelais
       OPEN INPUT fprimes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FE-FINALE AND NOT FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            MOVE fe_numE TO WS-OFFI-NUME
                            PERFORM OFFI_CONTROLE_EPREUVE
                            IF WS-OFFI-OK = 1 THEN
                                   PERFORM PRIMES_UNE_FINALE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fprimes
       CLOSE frelais
       CLOSE fathletes
       CLOSE fparticipations
       CLOSE fepreuves.

       PRIMES_UNE_FINALE.
      *Cumule les primes de la finale officielle courante :
      *individuels puis relais (appelee par
      *PRIMES_CALCULE_GAINS).
       MOVE fe_numE TO fp_numE
       MOVE 0 TO Wfin2
       START fparticipations, KEY IS = fp_numE
