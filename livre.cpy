              PERFORM LIVRE_LIGNE
       END-IF
       ADD 1 TO WS-LIV-NB
       PERFORM FORMATE_RESULTAT_HISTO
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  " fh_rang " - " fh_nom " " fh_prenom " ("
              fh_pays ") - " WS-TEMPS-AFFICHE " - " fh_phase
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM LIVRE_LIGNE.
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ frelais NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fr_compet = WS-COMPET-ACTIVE THEN
                            PERFORM LIVRE_UN_RELAIS
                     END-IF
       END-PERFORM
       CLOSE fathletes
       CLOSE frelais

       LIVRE_CHAPITRE_RECORDS.
      *Chapitre 5 : records signales pendant la competition,
      *reprises des lignes "Record .. battu" du journal d'audit,
      *avec l'etat du dossier de ratification (appelee par
      *LIVRE_RESULTATS).
       MOVE "=== 5. RECORDS SIGNALES ===" TO WS-RAPPORT-LIGNE
       PERFORM LIVRE_LIGNE
       MOVE 0 TO WS-LIV-NB
       OPEN INPUT faudit
       OPEN INPUT fdossrec
       IF cr_faudit NOT = 35 THEN
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ faudit
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF tamp_faudit(43:7) = "Record " AND
                                   tamp_faudit(52:7) = " battu " THEN
                                   PERFORM LIVRE_UN_RECORD
                            END-IF
              END-PERFORM
       END-IF
       CLOSE fdossrec
       CLOSE faudit
       IF WS-LIV-NB = 0 THEN
              MOVE "   (aucun record signale)"
              PERFORM LIVRE_LIGNE
       END-IF.

       LIVRE_UN_RECORD.
      *Ligne du record battu lu dans le journal d'audit ("Record
      *niveau battu athlete numA epreuve numE"), suivie de l'etat de
      *son dossier de ratification s'il en a un (appelee par
      *LIVRE_CHAPITRE_RECORDS).
       ADD 1 TO WS-LIV-NB
       MOVE SPACES TO WS-LIV-RATIF
       MOVE tamp_faudit(80:3) TO fdo_numE
       MOVE tamp_faudit(67:4) TO fdo_numA
       MOVE tamp_faudit(50:2) TO fdo_niveau
       READ fdossrec
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FDO-EN-ATTENTE THEN
                            MOVE " - sous reserve de ratification"
                                   TO WS-LIV-RATIF
                     ELSE IF FDO-REJETE THEN
                            MOVE " - non ratifie" TO WS-LIV-RATIF
                     END-IF
                     END-IF
       END-READ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  " tamp_faudit(1:10) " - "
              tamp_faudit(43:40) WS-LIV-RATIF
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM LIVRE_LIGNE.

       LIVRE_CHAPITRE_ANNEXE.
      *Chapitre 6 : annexe des DQ (avec motif) et des forfaits/
      *abandons encore dans les fichiers actifs (appelee par
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF NOT FP-SUPPRIME AND
                            fp_compet = WS-COMPET-ACTIVE AND
                            (FP-DQ OR FP-DNS OR FP-DNF) THEN
                            PERFORM LIVRE_ANNEXE_LIGNE
                     END-IF
              READ frelais NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fr_compet = WS-COMPET-ACTIVE AND
                            (FR-DQ OR FR-DNS OR FR-DNF) THEN
                            PERFORM LIVRE_ANNEXE_RELAIS
                     END-IF
       END-PERFORM
