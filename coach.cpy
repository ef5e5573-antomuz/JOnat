       CONNEXION_COACH.
      *Connexion des entraineurs et chefs de delegation sur les
      *identifiants portes par leur fiche d'encadrement (fen_cle +
      *mot de passe hache) : l'acces est limite a leur pays
      *(WS-COACH-PAYS), ce qui supprime les appels incessants a la
      *table des resultats ; engagements, retraits et relais n'y
      *sont que demandes, le bureau des engagements les approuvant
      *(appelee par AFFICH_MENU).
       OPEN INPUT fenc
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL WFin = 1
                            MOVE 4 TO WidUtilisateurConnecte
                            MOVE 1 TO WFin
                            MOVE fen_pays TO WS-COACH-PAYS
                            MOVE fen_nom TO WS-COACH-NOM
                            MOVE fen_numero TO WS-COACH-NUMERO
                            MOVE fen_nom TO WS-AUDIT-ACTEUR
                            MOVE "Connexion encadrement"
                                   TO WS-AUDIT-ACTION
       DISPLAY "-- Athletes de la delegation " WS-COACH-PAYS " --"
       MOVE 0 TO WS-COACH-NB
       OPEN INPUT fathletes
       MOVE WS-COACH-PAYS TO fa_pays
       MOVE 0 TO Wfin
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO Wfin
       END-START
       PERFORM UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fa_pays NOT = WS-COACH-PAYS THEN
                            MOVE 1 TO Wfin
                     ELSE IF NOT FA-SUPPRIME THEN
                            ADD 1 TO WS-COACH-NB
                            PERFORM DETERMINE_CATEGORIE_AGE
                            DISPLAY fa_numA " - " fa_nom " "
                                   " ans - "
                                   fa_genre OF tamp_fathletes
                     END-IF
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fathletes
       IF WS-COACH-NB = 0 THEN
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       OPEN INPUT fseries
       MOVE WS-COACH-PAYS TO fa_pays
       MOVE 0 TO Wfin
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO Wfin
       END-START
       PERFORM UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fa_pays NOT = WS-COACH-PAYS THEN
                            MOVE 1 TO Wfin
                     ELSE IF NOT FA-SUPPRIME THEN
                            PERFORM COACH_INSCRIPTIONS_ATHLETE
                     END-IF
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fseries
       CLOSE fepreuves
                     IF fp_numA NOT = fa_numA THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF fp_compet = WS-COMPET-ACTIVE THEN
                                   ADD 1 TO WS-COACH-NB
                                   PERFORM COACH_AFFICHE_INSCRIPTION
                            END-IF
                     END-IF
       END-READ.

       OPEN INPUT fathletes
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       MOVE WS-COACH-PAYS TO fa_pays
       MOVE 0 TO Wfin
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO Wfin
       END-START
       PERFORM UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fa_pays NOT = WS-COACH-PAYS THEN
                            MOVE 1 TO Wfin
                     ELSE IF NOT FA-SUPPRIME THEN
                            PERFORM COACH_RESULTATS_ATHLETE
                     END-IF
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves
       CLOSE fparticipations
                     IF fp_numA NOT = fa_numA THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF fp_compet = WS-COMPET-ACTIVE THEN
                                   ADD 1 TO WS-COACH-NB
                                   PERFORM COACH_AFFICHE_RESULTAT
                            END-IF
                     END-IF
       END-READ.

              NOT INVALID KEY
                     PERFORM LIBELLE_STATUT_RESULTAT
                     IF WS-STATUT-RESULTAT = SPACES THEN
                            PERFORM FORMATE_RESULTAT_PARTICIPATION
                            DISPLAY fa_nom " " fa_prenom " : "
                                   fe_distance "m " fe_type " ("
                                   fe_phase ") - classement "
                                   fp_classement " - "
                                   WS-TEMPS-AFFICHE
                     ELSE
                            DISPLAY fa_nom " " fa_prenom " : "
                                   fe_distance "m " fe_type " ("
