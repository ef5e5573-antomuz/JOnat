
       IF Wtrouve = 1 THEN
              PERFORM EPREUVE_SOUS_RECLAMATION
              PERFORM EPREUVE_REPRISE_EN_ATTENTE
              IF WS-RECLAM-OUVERTE = 1 THEN
                     DISPLAY "Epreuve " fe_numE " sous "
                            "reclamation : les resultats restent "
                            "provisoires jusqu'a la decision du "
                            "jury"
      *Une reprise ordonnee et non encore nagee gele elle aussi
      *l'epreuve : les couloirs annules n'ont pas de resultat.
              ELSE IF WS-REP-NB-ATTENTE > 0 THEN
                     DISPLAY "Epreuve " fe_numE " : "
                            WS-REP-NB-ATTENTE " couloir(s) en "
                            "attente de reprise - signature apres "
                            "saisie de la reprise"
              ELSE
                     DISPLAY "Signature de l'arbitre : confirmer "
                            "l'officialisation ? 1-Oui 0-Non"
      *seul moment ou la barriere de publication s'ouvre, sans ce
      *rafraichissement l'afficheur resterait muet.
                            PERFORM OFFI_POUSSE_TABLEAUX
      *Une finale officielle ouvre la zone mixte et la conference
      *de presse des medailles.
                            IF FE-FINALE THEN
                                   PERFORM MZ_PLANIFIE_FINALE
                            END-IF
                     ELSE
                            DISPLAY "Officialisation abandonnee"
                     END-IF
              END-IF
              END-IF
       END-IF.

       OFFI_POUSSE_TABLEAUX.
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF FP-SUPPRIME OR FP-OFFICIEL OR
                                   FP-REPRISE-ATTENTE THEN
                                   CONTINUE
                            ELSE
                                   PERFORM
      *(appelee par EPREUVE_RESULTATS_OFFICIELS et ARCHIVAGE).
       MOVE 0 TO WS-OFFI-NB-RESULTATS
       MOVE 0 TO WS-OFFI-NB-SIGNES
       MOVE 0 TO WS-OFFI-NB-REPRISES

       MOVE WS-OFFI-NUME TO fp_numE
       MOVE 0 TO Wfin2
                                          ADD 1 TO
                                               WS-OFFI-NB-SIGNES
                                   END-IF
                                   IF FP-REPRISE-ATTENTE THEN
                                          ADD 1 TO
                                               WS-OFFI-NB-REPRISES
                                   END-IF
                            END-IF
                     END-IF
       END-READ.
