      *quand la derniere course est nagee - tous les resultats
      *doivent etre officiels, les reclamations soldees ou
      *reportees, les formulaires antidopage collectes pour chaque
      *controle tire, un releve d'eau conforme enregistre avant la
      *seance, les ceremonies tenues et le tableau/les flux
      *purges. L'ecran liste ce qui reste, et la cloture ecrit un
      *proces-verbal horodate au nom de l'operateur ; le
      *traitement de nuit ne tourne pas tant que les seances du
              MOVE 0 TO WS-CLS-NB-BLOQUANTS
              PERFORM CLOTURE_CONTROLE_EPREUVES
              PERFORM CLOTURE_CONTROLE_DOPAGE
              PERFORM CLOTURE_CONTROLE_EAU
              IF WS-CLS-NB-BLOQUANTS > 0 THEN
                     DISPLAY "Cloture refusee : "
                            WS-CLS-NB-BLOQUANTS
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fe_numSession = fse_numS AND
                            NOT FE-SUPPRIMEE AND NOT FE-ANNULEE THEN
                            PERFORM CLOTURE_UNE_EPREUVE
                     END-IF
       END-PERFORM
              END-IF
       END-IF.

       CLOTURE_CONTROLE_EAU.
      *Le reglement technique exige un releve de l'eau dans les
      *limites avant la seance (appelee par CLOTURE_SEANCE).
       MOVE fse_numS TO WS-EAU-NUMS
       PERFORM EAU_SEANCE_CONFORME
       IF WS-EAU-CONFORME = 0 THEN
              ADD 1 TO WS-CLS-NB-BLOQUANTS
              DISPLAY "A FAIRE : aucun releve de qualite de l'eau "
                     "conforme pour la seance"
       END-IF.

       CLOTURE_CONFIRMATIONS_MANUELLES.
      *Attestations restantes puis ecriture du proces-verbal
      *(appelee par CLOTURE_SEANCE).
              READ fsessions NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fse_date = WS-CLS-DATE-JOUR AND
                            fse_compet = WS-COMPET-ACTIVE THEN
                            MOVE fse_numS TO fcl_numS
                            READ fclotures
                                   INVALID KEY
