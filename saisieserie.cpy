
       SSR_COLLECTE_COULOIRS.
      *Range les engages de la serie choisie par couloir depuis le
      *seeding, et repere les couloirs en attente de reprise
      *(appelee par SAISIE_PAR_SERIE et REPRISE_ORDONNEE).
       PERFORM VARYING WS-SSR-IDX FROM 1 BY 1
              UNTIL WS-SSR-IDX > 10
              MOVE 0 TO WS-SSR-LANE(WS-SSR-IDX)
              MOVE 0 TO WS-SSR-REPRISE(WS-SSR-IDX)
       END-PERFORM
       MOVE 0 TO WS-SSR-NB
       MOVE 0 TO WS-REP-NB-ATTENTE
       OPEN INPUT fseries
       MOVE fe_numE TO fsr_numE
       MOVE 0 TO fsr_numA
                                   MOVE fsr_numA TO
                                        WS-SSR-LANE(fsr_couloir)
                                   ADD 1 TO WS-SSR-NB
                                   IF FSR-REPRISE-ATTENTE THEN
                                          MOVE 1 TO WS-SSR-REPRISE
                                               (fsr_couloir)
                                          ADD 1 TO WS-REP-NB-ATTENTE
                                   END-IF
                            END-IF
                     END-IF
       END-READ.
      *Deroule les couloirs occupes de haut en bas et saisit chaque
      *resultat ; le reclassement de l'epreuve part une seule fois,
      *a la fin de la serie (appelee par SAISIE_PAR_SERIE).
      *Une serie en attente de reprise ne presente que les
      *couloirs annules par l'arbitre : leurs temps de reprise
      *remplacent les resultats verses a l'historique.
       IF WS-REP-NB-ATTENTE > 0 THEN
              DISPLAY "Reprise : " WS-REP-NB-ATTENTE " couloir(s) "
                     "annule(s) a saisir"
       END-IF
       OPEN I-O fparticipations
       OPEN INPUT fathletes
       PERFORM VARYING WS-SSR-IDX FROM 1 BY 1
              UNTIL WS-SSR-IDX > 10
              IF WS-SSR-LANE(WS-SSR-IDX) > 0 THEN
                     IF WS-REP-NB-ATTENTE = 0 THEN
                            PERFORM SSR_SAISIE_UN_COULOIR
                     ELSE IF WS-SSR-REPRISE(WS-SSR-IDX) = 1 THEN
                            PERFORM SSR_SAISIE_UN_COULOIR
                            PERFORM SSR_SOLDE_REPRISE
                     END-IF
                     END-IF
              END-IF
       END-PERFORM
       CLOSE fathletes
              PERFORM VERIFIE_RECORD_PERSO
              OPEN INPUT fathletes
       END-IF.

       SSR_SOLDE_REPRISE.
      *Leve la marque de reprise du couloir qui vient d'etre
      *saisi (appelee par SSR_SAISIE_COULOIRS).
       OPEN I-O fseries
       MOVE fe_numE TO fsr_numE
       MOVE WS-SSR-LANE(WS-SSR-IDX) TO fsr_numA
       READ fseries
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE 0 TO fsr_reprise
                     REWRITE tamp_fseries
                            INVALID KEY CONTINUE
                     END-REWRITE
       END-READ
       CLOSE fseries.
