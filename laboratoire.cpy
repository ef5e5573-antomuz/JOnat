              DISPLAY "Fichier import_labo.dat introuvable"
       ELSE
              OPEN I-O fdopage
              MOVE "LABO" TO WS-LOT-TYPE
              MOVE "import_labo.dat" TO WS-LOT-SOURCE
              PERFORM LOT_OUVRE
              MOVE 0 TO Wfin
              MOVE 0 TO WS-LAB-NB-LUES
              MOVE 0 TO WS-LAB-NB-APPLIQUEES
                            PERFORM LABO_TRAITE_LIGNE
              END-PERFORM
              CLOSE fdopage
              MOVE WS-LAB-NB-LUES TO WS-LOT-NB-LUES
              MOVE WS-LAB-NB-REJETEES TO WS-LOT-NB-REJETEES
              PERFORM LOT_FERME
              DISPLAY "Lignes lues : " WS-LAB-NB-LUES
              DISPLAY "Resultats appliques : "
                     WS-LAB-NB-APPLIQUEES
      *respectant l'etape de contre-analyse (appelee par
      *LABO_TRAITE_LIGNE).
       MOVE 0 TO WS-AUD-MATCH
       MOVE tamp_fdopage TO WS-LOT-IMAGE
       IF WS-LAB-ECH = "A" AND WS-LAB-RES = "NEGATIF" THEN
              MOVE "NEGATIF" TO fd_resultat
              MOVE 1 TO WS-AUD-MATCH
       IF WS-LAB-ECH = "A" AND WS-LAB-RES = "POSITIF" THEN
              MOVE "POSIT-A" TO fd_resultat
              MOVE WS-LAB-SUBSTANCE TO fd_substance
              PERFORM CHIFFRE_DOPAGE
              MOVE 1 TO WS-AUD-MATCH
              DISPLAY "Echantillon " fd_code_ech " : A positif, "
                     "contre-analyse B attendue"
                     IF WS-LAB-SUBSTANCE NOT = SPACES THEN
                            MOVE WS-LAB-SUBSTANCE
                                   TO fd_substance
                            PERFORM CHIFFRE_DOPAGE
                     END-IF
                     MOVE 1 TO WS-AUD-MATCH
                     DISPLAY "Echantillon " fd_code_ech
       END-IF

       IF WS-AUD-MATCH = 1 THEN
              MOVE WS-LOT-NUM TO fd_lot
              MOVE "DOPAGE" TO WS-LOT-FICHIER
              MOVE 7 TO WS-LOT-CLE-LONG
              MOVE "M" TO WS-LOT-ACTION
              PERFORM LOT_NOTE
              REWRITE tamp_fdopage
                     INVALID KEY
                            DISPLAY "Erreur d'application"
