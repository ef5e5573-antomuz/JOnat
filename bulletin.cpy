              INTO WS-BUL-LIGNE
       END-STRING
       PERFORM BUL_ECRIT
       MOVE SPACES TO WS-BUL-LIGNE
       STRING "COMPETITION : " WS-COMPET-ACTIVE " "
              WS-COMPET-LIBELLE
              DELIMITED BY SIZE
              INTO WS-BUL-LIGNE
       END-STRING
       PERFORM BUL_ECRIT
       MOVE "=================================================="
              TO WS-BUL-LIGNE
       PERFORM BUL_ECRIT
       PERFORM BULLETIN_PROGRAMME_DEMAIN

       CLOSE fbulletin
       DISPLAY "Bulletin ecrit dans " WS-FIC-BULLETIN.

       BUL_ECRIT.
      *Ecrit la ligne preparee dans le bulletin (appelee par les
       MOVE "-- PODIUMS DES FINALES --" TO WS-BUL-LIGNE
       PERFORM BUL_ECRIT
       OPEN INPUT farch
       OPEN INPUT fathletes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ farch NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fa_annee = WS-TEMP-YEAR AND
                            fa_compet = WS-COMPET-ACTIVE THEN
                            PERFORM BULLETIN_UN_PODIUM
                     END-IF
       END-PERFORM
       CLOSE fathletes
       CLOSE farch.

       BULLETIN_UN_PODIUM.
       PERFORM FLUX_PREPARE_MEDAILLES
       PERFORM FLUX_FILTRE_CONSENTEMENT
       MOVE SPACES TO WS-BUL-LIGNE
       STRING fa_disatnce "m " fa_type " "
              fa_genre OF tamp_farch
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FE-FINALE AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            PERFORM BULLETIN_CEREMONIE_EPREUVE
                     END-IF
       END-PERFORM
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fe_date = WS-BUL-DEMAIN AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            ADD 1 TO WS-BUL-NB
                            MOVE SPACES TO WS-BUL-LIGNE
                            STRING "  " fe_HOUR "h" fe_MIN " : "
