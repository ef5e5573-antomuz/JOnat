              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fc_temps > 0 AND
                            fp_compet = WS-COMPET-ACTIVE THEN
                            PERFORM NORMES_EXAMINE_PARTICIPATION
                     END-IF
       END-PERFORM
      *Le depart d'un relais chronometre electroniquement est un
      *temps individuel officiel : il compte aussi.
       OPEN INPUT frelais
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ frelais NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FR-TERMINE AND FR-SOURCE-ELEC AND
                            fr_leg_temps(1) > 0 AND
                            fr_compet = WS-COMPET-ACTIVE THEN
                            PERFORM NORMES_EXAMINE_DEPART_RELAIS
                     END-IF
       END-PERFORM
       CLOSE frelais
       CLOSE fathletes
       CLOSE fepreuves
       CLOSE fparticipations
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              IF WS-NRM-DEPART(WS-NRM-IDX) = 1 THEN
                     MOVE "      (depart de relais)"
                            TO WS-RAPPORT-LIGNE
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-PERFORM
       IF WS-NRM-NB = 0 THEN
              MOVE "   (aucune norme realisee)"
                                   WS-NRM-DISTANCE(WS-NRM-NB)
                            MOVE fc_temps TO
                                   WS-NRM-TEMPS(WS-NRM-NB)
                            MOVE 0 TO WS-NRM-DEPART(WS-NRM-NB)
                     ELSE
                            DISPLAY "ATTENTION : table des "
                                   "normes realisees pleine"
                                   WS-NRM-DISTANCE(WS-NRM-NB)
                            MOVE fh_temps TO
                                   WS-NRM-TEMPS(WS-NRM-NB)
                            MOVE 0 TO WS-NRM-DEPART(WS-NRM-NB)
                     END-IF
       END-READ.

       NORMES_EXAMINE_DEPART_RELAIS.
      *Compare le parcours du premier relayeur du relais courant a
      *la norme de l'epreuve individuelle correspondante - type du
      *relais, quart de sa distance, genre du relayeur (appelee
      *par RAPPORT_NORMES_REALISEES).
       MOVE fr_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fr_leg_numA(1) TO fa_numA
                     READ fathletes
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                   PERFORM NORMES_DEPART_COMPARE
                     END-READ
       END-READ.

       NORMES_DEPART_COMPARE.
      *(appelee par NORMES_EXAMINE_DEPART_RELAIS ; l'epreuve de
      *relais et le relayeur sont dans les tampons).
       MOVE fe_type TO fn_type
       COMPUTE fn_distance = fe_distance / 4
       MOVE fa_genre OF tamp_fathletes TO fn_genre
       MOVE fe_classe TO fn_classe
       READ fnorme
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fr_leg_temps(1) <= fn_temps_qualif AND
                            WS-NRM-NB < 200 THEN
                            ADD 1 TO WS-NRM-NB
                            MOVE fa_pays TO
                                   WS-NRM-PAYS(WS-NRM-NB)
                            MOVE fa_nom TO
                                   WS-NRM-NOM(WS-NRM-NB)
                            MOVE fa_prenom TO
                                   WS-NRM-PRENOM(WS-NRM-NB)
                            MOVE fn_libelle TO
                                   WS-NRM-LIBELLE(WS-NRM-NB)
                            MOVE fe_type TO
                                   WS-NRM-TYPE(WS-NRM-NB)
                            MOVE fn_distance TO
                                   WS-NRM-DISTANCE(WS-NRM-NB)
                            MOVE fr_leg_temps(1) TO
                                   WS-NRM-TEMPS(WS-NRM-NB)
                            MOVE 1 TO WS-NRM-DEPART(WS-NRM-NB)
                     END-IF
       END-READ.

