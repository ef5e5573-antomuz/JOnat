      *Sous-menu de gestion des accreditations : badges generes
      *depuis les fichiers athletes et encadrement, quota de badges
      *staff par pays, liste pour les portes par seance et reemission
      *apres perte avec annulation de l'ancien badge, liste blanche
      *des tourniquets (appelee par AFFICH_MENU, menu admin).
       DISPLAY "***********************************************"
       DISPLAY "*          Gestion Accreditations             *"
       DISPLAY "***********************************************"
       DISPLAY "* 4-Reemettre un badge perdu                   *"
       DISPLAY "* 5-Vacations du personnel (seances)           *"
       DISPLAY "* 6-Import des scans de portes (violations)    *"
       DISPLAY "* 7-Liste blanche des tourniquets (jour)       *"
       DISPLAY "* 8-Hebergement au village                     *"
       DISPLAY "* 9-Voyages et lettres d'invitation visa       *"
       DISPLAY "* 10-Restauration (repas et bons)             *"
       DISPLAY "* 11-Materiel et dotations                     *"
       DISPLAY "* 12-Retour                                    *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 13 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 6 THEN
              PERFORM IMPORT_SCANS_PORTES
       ELSE IF Wchoix2 = 7 THEN
              PERFORM EXPORT_LISTE_TOURNIQUETS
       ELSE IF Wchoix2 = 8 THEN
              PERFORM GESTION_HEBERGEMENT
       ELSE IF Wchoix2 = 9 THEN
              PERFORM GESTION_VOYAGES
       ELSE IF Wchoix2 = 10 THEN
              PERFORM GESTION_RESTAURATION
       ELSE IF Wchoix2 = 11 THEN
              PERFORM GESTION_MATERIEL
       ELSE IF Wchoix2 = 12 THEN
              MOVE -1 TO Wchoix2
       END-IF.

              MOVE WS-ACC-DU TO fac_valide_du
              MOVE WS-ACC-AU TO fac_valide_au
              MOVE "ACTIF" TO fac_statut
              MOVE WS-COMPET-ACTIVE TO fac_compet
              WRITE tamp_faccred
                     INVALID KEY CONTINUE
                     NOT INVALID KEY ADD 1 TO WS-ACC-NB-CREES
                     MOVE WS-ACC-DU TO fac_valide_du
                     MOVE WS-ACC-AU TO fac_valide_au
                     MOVE "ACTIF" TO fac_statut
                     MOVE WS-COMPET-ACTIVE TO fac_compet
                     WRITE tamp_faccred
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
       MOVE fen_pays TO WS-ACC-PAYS
       MOVE 0 TO WS-ACC-NB-ATHLETES
       OPEN INPUT fathletes
       MOVE WS-ACC-PAYS TO fa_pays
       MOVE 0 TO Wfin3
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO Wfin3
       END-START
       PERFORM UNTIL Wfin3 = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin3
              NOT AT END
                     IF fa_pays = WS-ACC-PAYS THEN
                            ADD 1 TO WS-ACC-NB-ATHLETES
                     ELSE
                            MOVE 1 TO Wfin3
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fathletes
       COMPUTE WS-ACC-QUOTA = WS-ACC-NB-ATHLETES / 2
              READ faccred NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fac_compet = WS-COMPET-ACTIVE THEN
                            DISPLAY "Badge " fac_badge " - "
                                   fac_categorie " - " fac_nom " "
                                   fac_prenom " (" fac_pays
                                   ") zones " fac_zones " - "
                                   fac_statut
                     END-IF
       END-PERFORM
       DISPLAY "---------------------------"
       CLOSE faccred.

       REEMET_BADGE.
      *Reemet un badge perdu : l'ancien badge est annule et un
      *nouveau numero est emis avec les memes droits et les remises
      *de materiel de l'ancien, le tout journalise (appelee par
      *GESTION_ACCREDITATIONS).
       OPEN I-O faccred
       DISPLAY "Numero du badge perdu : "
       ACCEPT fac_badge
              INVALID KEY
                     DISPLAY "Ce badge n'existe pas"
              NOT INVALID KEY
                     PERFORM MAT_CONTROLE_BADGE
                     MOVE "ANNULE" TO fac_statut
                     REWRITE tamp_faccred
                            INVALID KEY
              NOT INVALID KEY
                     DISPLAY "Badge " WS-ACC-ANCIEN " annule, "
                            "badge " fac_badge " emis"
                     PERFORM TOURNIQUET_DELTA_REEMISSION
                     MOVE WS-ACC-ANCIEN TO WS-MAT-BADGE
                     PERFORM MAT_TRANSFERE_REMISES
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Reemission badge " WS-ACC-ANCIEN
                            " vers " fac_badge
