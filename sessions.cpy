       SAISIE_POSTE.
      *Nom du poste de travail au lancement (bord de bassin,
      *bureau des engagements...), porte par chaque session ouverte
      *depuis ce poste (appelee depuis le mainline).
       MOVE SPACES TO WS-CNX-POSTE
       DISPLAY "Poste de travail (ex. BASSIN-1) : "
       ACCEPT WS-CNX-POSTE
       IF WS-CNX-POSTE = SPACES THEN
              MOVE "CONSOLE" TO WS-CNX-POSTE
       END-IF.

       SESSION_IDENTIFIE.
      *Cle de session du compte connecte : login administrateur,
      *numero d'athlete ou pays + numero du membre d'encadrement.
       MOVE SPACES TO WS-CNX-LOGIN
       IF WidUtilisateurConnecte = 3 THEN
              MOVE "A" TO WS-CNX-TYPE
              MOVE WS-OPERATEUR TO WS-CNX-LOGIN
       ELSE IF WidUtilisateurConnecte = 2 THEN
              MOVE "T" TO WS-CNX-TYPE
              MOVE WidUser TO WS-CNX-LOGIN
       ELSE
              MOVE "C" TO WS-CNX-TYPE
              STRING WS-COACH-PAYS DELIMITED BY "  "
                     "/" WS-COACH-NUMERO DELIMITED BY SIZE
                     INTO WS-CNX-LOGIN
              END-STRING
       END-IF
       END-IF
       MOVE WS-CNX-TYPE TO fcx_type
       MOVE WS-CNX-LOGIN TO fcx_login.

       SESSION_ACTEUR.
       IF WS-CNX-TYPE = "C" THEN
              MOVE WS-COACH-NOM TO WS-AUDIT-ACTEUR
       ELSE
              MOVE WS-CNX-LOGIN TO WS-AUDIT-ACTEUR
       END-IF.

       SESSION_INACTIVITE.
      *Minutes ecoulees depuis la derniere activite fcx_activite
      *jusqu'a l'horloge WS-CNX-HORO-TS, dans WS-CNX-INACTIF.
       MOVE fcx_activite TO WS-CNX-DEPUIS
       PERFORM MINUTES_ECOULEES.

       MINUTES_ECOULEES.
      *Minutes ecoulees entre l'horodatage AAAAMMJJHHMM
      *WS-CNX-DEPUIS et l'horloge WS-CNX-HORO-TS, dans
      *WS-CNX-INACTIF (appelee par SESSION_INACTIVITE et par les
      *doubles validations).
       IF WS-CNX-DEPUIS NOT NUMERIC THEN
              MOVE 9999999 TO WS-CNX-INACTIF
       ELSE
              MOVE WS-CNX-DEPUIS TO WS-CNX-STAMP
              COMPUTE WS-CNX-MIN-DEBUT =
                     FUNCTION INTEGER-OF-DATE(WS-CNX-ST-DATE) * 1440
                     + WS-CNX-ST-HH * 60 + WS-CNX-ST-MM
              MOVE WS-CNX-HORO-TS TO WS-CNX-STAMP
              COMPUTE WS-CNX-MIN-FIN =
                     FUNCTION INTEGER-OF-DATE(WS-CNX-ST-DATE) * 1440
                     + WS-CNX-ST-HH * 60 + WS-CNX-ST-MM
              IF WS-CNX-MIN-FIN > WS-CNX-MIN-DEBUT THEN
                     COMPUTE WS-CNX-INACTIF =
                            WS-CNX-MIN-FIN - WS-CNX-MIN-DEBUT
              ELSE
                     MOVE 0 TO WS-CNX-INACTIF
              END-IF
       END-IF.

       SESSION_OUVRE.
      *Ouverture de session apres une connexion reussie : un seul
      *poste par compte. Une session encore active ailleurs fait
      *refuser la connexion, ou la reprend si SESSION-REPRISE vaut
      *1 (le poste evince est deconnecte a sa prochaine action) ;
      *une session laissee a l'abandon au-dela de SESSION-DELAI est
      *remplacee d'office. Chaque cas est journalise (appelee par
      *AFFICH_MENU).
       PERFORM SESSION_IDENTIFIE
       MOVE FUNCTION CURRENT-DATE TO WS-CNX-HORLOGE
       MOVE 1 TO WS-CNX-OK
       OPEN I-O fconnexions
       READ fconnexions
              INVALID KEY
                     PERFORM SESSION_GARNIT
                     WRITE tamp_fconnexions END-WRITE
              NOT INVALID KEY
                     PERFORM SESSION_CONFLIT
       END-READ
       CLOSE fconnexions
       IF WS-CNX-OK = 0 THEN
              MOVE 0 TO WidUtilisateurConnecte
              MOVE 0 TO WidUser
       END-IF.

       SESSION_CONFLIT.
       PERFORM SESSION_INACTIVITE
       PERFORM SESSION_ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       IF WS-PARAM-SESSION-DELAI > 0 AND
              WS-CNX-INACTIF >= WS-PARAM-SESSION-DELAI THEN
              STRING "Session abandonnee remplacee, poste "
                     fcx_poste DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
              PERFORM SESSION_GARNIT
              REWRITE tamp_fconnexions END-REWRITE
       ELSE IF WS-PARAM-SESSION-REPRISE = 1 THEN
              DISPLAY "Session ouverte au poste " fcx_poste
                     " reprise : elle y est fermee"
              STRING "Reprise de la session du poste "
                     fcx_poste DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
              PERFORM SESSION_GARNIT
              REWRITE tamp_fconnexions END-REWRITE
       ELSE
              DISPLAY "Compte deja connecte au poste " fcx_poste
                     " depuis le " fcx_ouverture
              DISPLAY "Connexion refusee : fermer d'abord l'autre "
                     "session"
              STRING "Connexion refusee, session ouverte poste "
                     fcx_poste DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
              MOVE 0 TO WS-CNX-OK
       END-IF
       END-IF.

       SESSION_GARNIT.
      *La session du poste courant devient detentrice du compte,
      *avec un nouveau jeton pris sur l'horloge.
       MOVE WS-CNX-POSTE TO fcx_poste
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fcx_ouverture
       MOVE WS-CNX-HORO-TS TO fcx_activite
       MOVE WS-CNX-HORO-HEURE TO WS-CNX-JETON
       MOVE WS-CNX-JETON TO fcx_jeton.

       SESSION_ACTIVITE.
      *Date la derniere activite de la session a l'affichage du
      *menu, si elle est toujours detentrice du compte (appelee par
      *AFFICH_MENU).
       PERFORM SESSION_IDENTIFIE
       MOVE FUNCTION CURRENT-DATE TO WS-CNX-HORLOGE
       OPEN I-O fconnexions
       READ fconnexions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fcx_jeton = WS-CNX-JETON THEN
                            MOVE WS-CNX-HORO-TS TO fcx_activite
                            REWRITE tamp_fconnexions END-REWRITE
                     END-IF
       END-READ
       CLOSE fconnexions.

       SESSION_CONTROLE.
      *Controle apres chaque choix de menu : session reprise depuis
      *un autre poste, fermee par un administrateur ou inactive
      *depuis SESSION-DELAI minutes ; WS-CNX-OK a 0 fait deconnecter
      *le poste (appelee par AFFICH_MENU).
       PERFORM SESSION_IDENTIFIE
       MOVE FUNCTION CURRENT-DATE TO WS-CNX-HORLOGE
       MOVE 1 TO WS-CNX-OK
       OPEN I-O fconnexions
       READ fconnexions
              INVALID KEY
                     MOVE 0 TO WS-CNX-OK
                     DISPLAY "Session fermee par un administrateur"
              NOT INVALID KEY
                     PERFORM SESSION_CONTROLE_DETENTEUR
       END-READ
       CLOSE fconnexions.

       SESSION_CONTROLE_DETENTEUR.
       PERFORM SESSION_ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       IF fcx_jeton NOT = WS-CNX-JETON THEN
              MOVE 0 TO WS-CNX-OK
              DISPLAY "Session reprise depuis le poste " fcx_poste
              STRING "Fin de session poste " WS-CNX-POSTE
                     ", reprise par " fcx_poste
                     DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       ELSE
              PERFORM SESSION_INACTIVITE
              IF WS-PARAM-SESSION-DELAI > 0 AND
                     WS-CNX-INACTIF >= WS-PARAM-SESSION-DELAI THEN
                     MOVE 0 TO WS-CNX-OK
                     DISPLAY "Session expiree apres " WS-CNX-INACTIF
                            " minutes d'inactivite"
                     STRING "Deconnexion pour inactivite, poste "
                            WS-CNX-POSTE DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
                     DELETE fconnexions RECORD END-DELETE
              ELSE
                     MOVE WS-CNX-HORO-TS TO fcx_activite
                     REWRITE tamp_fconnexions END-REWRITE
              END-IF
       END-IF.

       SESSION_FERME.
      *Deconnexion : la session n'est supprimee que si ce poste en
      *est encore detenteur (appelee par AFFICH_MENU).
       PERFORM SESSION_IDENTIFIE
       OPEN I-O fconnexions
       READ fconnexions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fcx_jeton = WS-CNX-JETON THEN
                            DELETE fconnexions RECORD END-DELETE
                            PERFORM SESSION_ACTEUR
                            MOVE SPACES TO WS-AUDIT-ACTION
                            STRING "Deconnexion, poste " WS-CNX-POSTE
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            END-STRING
                            PERFORM AUDIT_ENREGISTRE
                     END-IF
       END-READ
       CLOSE fconnexions.

       SESSIONS_OUVERTES.
      *Sessions ouvertes poste par poste, avec l'inactivite de
      *chacune ; un administrateur peut fermer une session restee
      *ouverte (appelee par GESTION_ADMINS).
       DISPLAY "--------- Sessions ouvertes par poste ---------"
       MOVE FUNCTION CURRENT-DATE TO WS-CNX-HORLOGE
       MOVE 0 TO WS-CNX-NB
       OPEN INPUT fconnexions
       MOVE LOW-VALUES TO fcx_poste
       MOVE 0 TO WS-CNX-FIN
       START fconnexions, KEY IS >= fcx_poste
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM SESSIONS_UNE_LIGNE UNTIL WS-CNX-FIN = 1
       END-START
       CLOSE fconnexions
       IF WS-CNX-NB = 0 THEN
              DISPLAY "Aucune session ouverte"
       ELSE
              PERFORM WITH TEST AFTER UNTIL repUser = 0 OR repUser = 1
                     DISPLAY "Fermer une session ? 1-Oui 0-Non"
                     ACCEPT repUser
              END-PERFORM
              IF repUser = 1 THEN
                     PERFORM SESSIONS_FERMETURE_ADMIN
              END-IF
       END-IF.

       SESSIONS_UNE_LIGNE.
       READ fconnexions NEXT
              AT END MOVE 1 TO WS-CNX-FIN
              NOT AT END
                     ADD 1 TO WS-CNX-NB
                     PERFORM SESSION_INACTIVITE
                     IF FCX-ADMIN THEN
                            MOVE "ADMIN" TO WS-CNX-TYPE-LIB
                     ELSE IF FCX-ATHLETE THEN
                            MOVE "ATHLETE" TO WS-CNX-TYPE-LIB
                     ELSE
                            MOVE "ENCADREMENT" TO WS-CNX-TYPE-LIB
                     END-IF
                     END-IF
                     IF WS-PARAM-SESSION-DELAI > 0 AND
                            WS-CNX-INACTIF >= WS-PARAM-SESSION-DELAI
                            THEN
                            DISPLAY fcx_poste " " WS-CNX-TYPE-LIB " "
                                   fcx_login " depuis " fcx_ouverture
                                   " inactive " WS-CNX-INACTIF
                                   " min (expiree)"
                     ELSE
                            DISPLAY fcx_poste " " WS-CNX-TYPE-LIB " "
                                   fcx_login " depuis " fcx_ouverture
                                   " inactive " WS-CNX-INACTIF " min"
                     END-IF
       END-READ.

       SESSIONS_FERMETURE_ADMIN.
      *Fermeture d'une session par un administrateur : le poste
      *concerne est deconnecte a sa prochaine action.
       DISPLAY "Type (A-Admin T-Athlete C-Encadrement) : "
       ACCEPT fcx_type
       DISPLAY "Compte (login, numero d'athlete ou PAYS/numero) : "
       ACCEPT fcx_login
       OPEN I-O fconnexions
       READ fconnexions
              INVALID KEY DISPLAY "Aucune session pour ce compte"
              NOT INVALID KEY
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Fermeture session " fcx_type " "
                            fcx_login DELIMITED BY "  "
                            " poste " fcx_poste DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     DELETE fconnexions RECORD
                            INVALID KEY DISPLAY "Fermeture impossible"
                            NOT INVALID KEY
                                   DISPLAY "Session fermee"
                                   PERFORM AUDIT_ENREGISTRE
                     END-DELETE
       END-READ
       CLOSE fconnexions.
