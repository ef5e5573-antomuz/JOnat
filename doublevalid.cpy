       DV_AUTORISE.
      *Double validation des operations destructrices (cascade
      *dopage, purges de la corbeille et RGPD, restauration d'une
      *generation, bascule d'edition) : l'operation WS-DV-OPERATION
      *aux parametres WS-DV-PARAMS ne s'execute (WS-DV-OK a 1) que
      *si un second administrateur, distinct du demandeur, a valide
      *la demande de celui-ci depuis moins de DV-DELAI minutes. A
      *defaut la demande est enregistree et peut etre validee sur
      *place ou depuis la file des validations ; une demande non
      *validee dans le delai expire. Demande, valideur, horodatage
      *et parametres sont journalises (appelee par les operations
      *concernees).
       MOVE 0 TO WS-DV-OK
       MOVE 0 TO WS-DV-ID
       MOVE 0 TO WS-DV-MAX
       MOVE FUNCTION CURRENT-DATE TO WS-CNX-HORLOGE
       OPEN I-O fdvalid
       MOVE 0 TO WS-DV-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DV-FIN = 1
              READ fdvalid NEXT
              AT END MOVE 1 TO WS-DV-FIN
              NOT AT END PERFORM DV_EXAMINE
       END-PERFORM
       IF WS-DV-OK = 0 THEN
              IF WS-DV-ID = 0 THEN
                     PERFORM DV_NOUVELLE_DEMANDE
              ELSE
                     DISPLAY "Demande " WS-DV-ID " deja en attente "
                            "de validation"
              END-IF
              PERFORM DV_VALIDATION_SUR_PLACE
       END-IF
       CLOSE fdvalid.

       DV_EXAMINE.
       IF fdv_id > WS-DV-MAX THEN
              MOVE fdv_id TO WS-DV-MAX
       END-IF
       PERFORM DV_EXPIRE
       IF fdv_operation = WS-DV-OPERATION AND
              fdv_params = WS-DV-PARAMS AND
              fdv_demandeur = WS-OPERATEUR AND WS-DV-OK = 0 THEN
              IF FDV-VALIDEE THEN
                     PERFORM DV_EXECUTION
              ELSE IF FDV-EN-ATTENTE THEN
                     MOVE fdv_id TO WS-DV-ID
              END-IF
              END-IF
       END-IF.

       DV_EXPIRE.
      *Une demande en attente au-dela de DV-DELAI minutes, ou
      *validee mais non executee dans ce meme delai, expire.
       IF FDV-EN-ATTENTE THEN
              MOVE fdv_demande_ts TO WS-CNX-DEPUIS
       ELSE
              MOVE fdv_valide_ts TO WS-CNX-DEPUIS
       END-IF
       IF FDV-EN-ATTENTE OR FDV-VALIDEE THEN
              PERFORM MINUTES_ECOULEES
              IF WS-CNX-INACTIF >= WS-PARAM-DV-DELAI THEN
                     MOVE "X" TO fdv_statut
                     REWRITE tamp_fdvalid END-REWRITE
                     MOVE fdv_demandeur TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Double validation " fdv_id " expiree : "
                            fdv_operation DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
              END-IF
       END-IF.

       DV_EXECUTION.
      *La demande validee est consommee par son execution.
       MOVE 1 TO WS-DV-OK
       MOVE fdv_id TO WS-DV-ID
       MOVE "U" TO fdv_statut
       REWRITE tamp_fdvalid END-REWRITE
       DISPLAY "Operation " fdv_operation " validee par "
              fdv_valideur " le " fdv_valide_le
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Execute " fdv_operation DELIMITED BY "  "
              " (" fdv_id ") valide par " DELIMITED BY SIZE
              fdv_valideur DELIMITED BY "  "
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       DV_NOUVELLE_DEMANDE.
       COMPUTE WS-DV-ID = WS-DV-MAX + 1
       MOVE WS-DV-ID TO fdv_id
       MOVE WS-DV-OPERATION TO fdv_operation
       MOVE WS-DV-PARAMS TO fdv_params
       MOVE WS-OPERATEUR TO fdv_demandeur
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fdv_demande_le
       MOVE WS-CNX-HORO-TS TO fdv_demande_ts
       MOVE "Q" TO fdv_statut
       MOVE SPACES TO fdv_valideur
       MOVE SPACES TO fdv_valide_le
       MOVE SPACES TO fdv_valide_ts
       WRITE tamp_fdvalid
              INVALID KEY DISPLAY "Erreur enregistrement demande"
              NOT INVALID KEY
                     DISPLAY "Operation soumise a double validation :"
                            " demande " WS-DV-ID
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Demande " WS-DV-ID " "
                            WS-DV-OPERATION DELIMITED BY "  "
                            " " WS-DV-PARAMS DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-WRITE.

       DV_VALIDATION_SUR_PLACE.
      *Le second administrateur present au poste s'authentifie et
      *valide aussitot ; sinon l'operation est a relancer une fois
      *la demande validee depuis la file.
       MOVE WS-DV-ID TO fdv_id
       READ fdvalid
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM WITH TEST AFTER
                            UNTIL repUser = 0 OR repUser = 1
                            DISPLAY "Validation immediate par un "
                                   "second administrateur ? "
                                   "1-Oui 0-Non"
                            ACCEPT repUser
                     END-PERFORM
                     IF repUser = 1 THEN
                            PERFORM DV_AUTHENTIFIE
                            IF WS-DV-AUTH = 1 THEN
                                   PERFORM DV_ACCORDE
                                   PERFORM DV_EXECUTION
                            END-IF
                     END-IF
       END-READ
       IF WS-DV-OK = 0 THEN
              DISPLAY "Operation non executee : a valider dans les "
                     WS-PARAM-DV-DELAI " minutes (Comptes "
                     "administrateurs, validations) puis a relancer"
       END-IF.

       DV_AUTHENTIFIE.
      *Authentification du valideur : compte administrateur de
      *role ADMIN, non verrouille, autre que le demandeur de la
      *demande courante (WS-DV-AUTH a 1 si accepte).
       MOVE 0 TO WS-DV-AUTH
       DISPLAY "Login du second administrateur : "
       ACCEPT WLogin
       DISPLAY "Mot de passe : "
       ACCEPT Wmdp
       IF WLogin = fdv_demandeur THEN
              DISPLAY "Le valideur doit etre un autre administrateur"
                     " que le demandeur"
       ELSE
              OPEN INPUT fadmins
              MOVE WLogin TO fad_login
              READ fadmins
                     INVALID KEY DISPLAY "Compte inconnu"
                     NOT INVALID KEY
                            PERFORM DV_CONTROLE_VALIDEUR
              END-READ
              CLOSE fadmins
       END-IF.

       DV_CONTROLE_VALIDEUR.
       IF FAD-VERROUILLE THEN
              DISPLAY "Compte verrouille"
       ELSE IF NOT FAD-ROLE-ADMIN THEN
              DISPLAY "Le valideur doit avoir le role ADMIN"
       ELSE
              MOVE Wmdp TO WS-MDP-CLAIR
              MOVE 0 TO WS-HASH-GRAINE
              PERFORM HASH_MDP
              IF WS-MDP-HASH = fad_mdp THEN
                     MOVE 1 TO WS-DV-AUTH
                     MOVE fad_login TO WS-DV-VALIDEUR
              ELSE
                     DISPLAY "Mot de passe incorrect"
                     MOVE fad_login TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Echec double validation " fdv_id
                            " : mot de passe"
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
              END-IF
       END-IF
       END-IF.

       DV_ACCORDE.
       MOVE "V" TO fdv_statut
       MOVE WS-DV-VALIDEUR TO fdv_valideur
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fdv_valide_le
       MOVE WS-CNX-HORO-TS TO fdv_valide_ts
       REWRITE tamp_fdvalid END-REWRITE
       MOVE WS-DV-VALIDEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Valide " fdv_id " " fdv_operation DELIMITED BY "  "
              " de " fdv_demandeur DELIMITED BY "  "
              " " fdv_params DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE
       DISPLAY "Demande " fdv_id " validee par " WS-DV-VALIDEUR.

       DV_FILE_VALIDATIONS.
      *File des demandes de double validation en attente : le
      *second administrateur s'authentifie pour valider, ou refuse
      *la demande ; les demandes echues expirent au passage
      *(appelee par GESTION_ADMINS).
       DISPLAY "------ Validations en attente (quatre yeux) ------"
       MOVE FUNCTION CURRENT-DATE TO WS-CNX-HORLOGE
       MOVE 0 TO WS-DV-NB
       OPEN I-O fdvalid
       MOVE 0 TO WS-DV-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DV-FIN = 1
              READ fdvalid NEXT
              AT END MOVE 1 TO WS-DV-FIN
              NOT AT END
                     PERFORM DV_EXPIRE
                     IF FDV-EN-ATTENTE THEN
                            ADD 1 TO WS-DV-NB
                            PERFORM DV_TRAITE_DEMANDE
                     END-IF
       END-PERFORM
       CLOSE fdvalid
       IF WS-DV-NB = 0 THEN
              DISPLAY "Aucune demande en attente"
       END-IF.

       DV_TRAITE_DEMANDE.
       DISPLAY "Demande " fdv_id " du " fdv_demande_le " par "
              fdv_demandeur
       DISPLAY "   " fdv_operation " " fdv_params
       PERFORM WITH TEST AFTER UNTIL WS-DV-CHOIX = "V" OR
              WS-DV-CHOIX = "R" OR WS-DV-CHOIX = "S" OR
              WS-DV-CHOIX = "F"
              DISPLAY "V-Valider R-Refuser S-Passer F-Fin : "
              ACCEPT WS-DV-CHOIX
       END-PERFORM
       IF WS-DV-CHOIX = "F" THEN
              MOVE 1 TO WS-DV-FIN
       ELSE IF WS-DV-CHOIX = "V" THEN
              PERFORM DV_AUTHENTIFIE
              IF WS-DV-AUTH = 1 THEN
                     PERFORM DV_ACCORDE
              END-IF
       ELSE IF WS-DV-CHOIX = "R" THEN
              MOVE "R" TO fdv_statut
              MOVE WS-OPERATEUR TO fdv_valideur
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fdv_valide_le
              MOVE WS-CNX-HORO-TS TO fdv_valide_ts
              REWRITE tamp_fdvalid END-REWRITE
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Refuse " fdv_id " " fdv_operation
                     DELIMITED BY "  "
                     " de " fdv_demandeur DELIMITED BY "  "
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
              DISPLAY "Demande " fdv_id " refusee"
       END-IF
       END-IF
       END-IF.
