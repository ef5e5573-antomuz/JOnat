       GESTION_TRIBUNE_VIP.
      *Sous-menu des invites du protocole en tribune VIP
      *(ministres, presidents de federation, partenaires) : chaque
      *invitation prend une place de l'allocation VIP de la seance
      *dans billetterie.dat, les arrivees sont pointees le jour
      *meme et les remettants alimentent le pack protocole
      *(appelee par GESTION_PROTOCOLE).
       DISPLAY "***********************************************"
       DISPLAY "*     Tribune VIP                              *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Inviter a une seance                       *"
       DISPLAY "* 2-Annuler une invitation                     *"
       DISPLAY "* 3-Liste des invites d'une seance             *"
       DISPLAY "* 4-Pointer une arrivee                        *"
       DISPLAY "* 5-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM VIP_INVITE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM VIP_ANNULE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM VIP_LISTE_SEANCE
       ELSE IF Wchoix2 = 4 THEN
              PERFORM VIP_POINTAGE
       ELSE IF Wchoix2 = 5 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       VIP_SAISIE_SEANCE.
      *Saisit une seance de la competition active ; WS-VIP-OK a 1
      *si elle existe (appelee par les options du sous-menu).
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       PERFORM VALIDE_SEANCE
       MOVE WS-SEANCE-VALIDE TO WS-VIP-OK
       IF WS-VIP-OK = 1 THEN
              MOVE fse_numS TO WS-VIP-NUMS
       ELSE
              DISPLAY "Cette seance n'existe pas"
       END-IF.

       VIP_OCCUPATION.
      *Allocation VIP de la seance WS-VIP-NUMS, billets VIP deja
      *emis par la billetterie, invites non annules et arrives,
      *places restantes, et dernier numero d'invitation (appelee
      *par VIP_INVITE et VIP_LISTE_SEANCE).
       MOVE 0 TO WS-VIP-ALLOUE
       MOVE 0 TO WS-VIP-BILLETS
       OPEN INPUT fbillets
       MOVE WS-VIP-NUMS TO fbt_numS
       MOVE "VIP" TO fbt_categorie
       READ fbillets
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fbt_alloue TO WS-VIP-ALLOUE
                     MOVE fbt_vendu TO WS-VIP-BILLETS
       END-READ
       CLOSE fbillets
       PERFORM VIP_COMPTE_INVITES
       COMPUTE WS-VIP-LIBRES = WS-VIP-ALLOUE - WS-VIP-BILLETS
              - WS-VIP-NB-INVITES.

       VIP_COMPTE_INVITES.
      *Invites non annules et arrives de la seance WS-VIP-NUMS, et
      *dernier numero d'invitation ; fbillets n'est pas touche, la
      *billetterie peut l'avoir ouvert (appelee par VIP_OCCUPATION
      *et BILLET_PLACES_CATEGORIE).
       MOVE 0 TO WS-VIP-NB-INVITES
       MOVE 0 TO WS-VIP-NB-ARRIVES
       MOVE 0 TO WS-VIP-DERNIER-SEQ
       OPEN INPUT fvip
       MOVE WS-VIP-NUMS TO fvi_numS
       MOVE 0 TO fvi_seq
       MOVE 0 TO WS-VIP-FIN
       START fvip KEY >= fvi_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VIP_COMPTE_INVITE UNTIL WS-VIP-FIN = 1
       END-START
       CLOSE fvip.

       VIP_COMPTE_INVITE.
       READ fvip NEXT
              AT END MOVE 1 TO WS-VIP-FIN
              NOT AT END
                     IF fvi_numS NOT = WS-VIP-NUMS THEN
                            MOVE 1 TO WS-VIP-FIN
                     ELSE
                            MOVE fvi_seq TO WS-VIP-DERNIER-SEQ
                            IF NOT FVI-ANNULE THEN
                                   ADD 1 TO WS-VIP-NB-INVITES
                            END-IF
                            IF FVI-ARRIVE THEN
                                   ADD 1 TO WS-VIP-NB-ARRIVES
                            END-IF
                     END-IF
       END-READ.

       VIP_INVITE.
      *Enregistre une invitation si la tribune VIP de la seance a
      *encore une place ; sans allocation VIP, pas d'invitation
      *(appelee par GESTION_TRIBUNE_VIP).
       PERFORM VIP_SAISIE_SEANCE
       IF WS-VIP-OK = 1 THEN
              PERFORM VIP_OCCUPATION
              MOVE WS-VIP-LIBRES TO WS-VIP-ED-LIBRES
              DISPLAY "Allocation VIP " WS-VIP-ALLOUE
                     ", billets VIP " WS-VIP-BILLETS
                     ", invites " WS-VIP-NB-INVITES
                     ", places libres " WS-VIP-ED-LIBRES
              IF WS-VIP-ALLOUE = 0 THEN
                     DISPLAY "Refuse : pas d'allocation VIP pour "
                            "cette seance"
              ELSE IF WS-VIP-LIBRES < 1 THEN
                     DISPLAY "Refuse : tribune VIP complete"
              ELSE
                     PERFORM VIP_ECRIT_INVITATION
              END-IF
              END-IF
       END-IF.

       VIP_ECRIT_INVITATION.
       MOVE WS-VIP-NUMS TO fvi_numS
       COMPUTE fvi_seq = WS-VIP-DERNIER-SEQ + 1
       DISPLAY "Nom de l'invite : "
       ACCEPT fvi_nom
       DISPLAY "Prenom : "
       ACCEPT fvi_prenom
       DISPLAY "Organisation : "
       ACCEPT fvi_organisation
       DISPLAY "Rang / fonction : "
       ACCEPT fvi_rang
       DISPLAY "Invite par : "
       ACCEPT fvi_invite_par
       DISPLAY "Zone de places : "
       ACCEPT fvi_zone
       PERFORM WITH TEST AFTER UNTIL fvi_remettant = "O" OR
              fvi_remettant = "N"
              DISPLAY "Remettant a une ceremonie (O/N) : "
              ACCEPT fvi_remettant
       END-PERFORM
       MOVE 0 TO fvi_remet_numE
       IF FVI-REMETTANT THEN
              PERFORM VIP_SAISIE_CEREMONIE
       END-IF
       MOVE "I" TO fvi_statut
       MOVE 0 TO fvi_arrivee
       MOVE WS-OPERATEUR TO fvi_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fvi_maj_date
       OPEN I-O fvip
       WRITE tamp_fvip
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY
                     DISPLAY "Invitation " fvi_numS "-" fvi_seq
                            " enregistree"
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Invitation VIP seance " fvi_numS " : "
                            fvi_nom
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-WRITE
       CLOSE fvip.

       VIP_SAISIE_CEREMONIE.
      *Epreuve de la seance dont le remettant remet les medailles,
      *0 s'il reste a repartir (appelee par VIP_ECRIT_INVITATION).
       MOVE 0 TO WS-VIP-OK
       OPEN INPUT fepreuves
       PERFORM WITH TEST AFTER UNTIL WS-VIP-OK = 1
              DISPLAY "Epreuve de la ceremonie (0 = a repartir) : "
              ACCEPT fvi_remet_numE
              IF fvi_remet_numE = 0 THEN
                     MOVE 1 TO WS-VIP-OK
              ELSE
                     MOVE fvi_remet_numE TO fe_numE
                     READ fepreuves
                            INVALID KEY
                                   DISPLAY "Epreuve inconnue"
                            NOT INVALID KEY
                                   IF fe_numSession = WS-VIP-NUMS THEN
                                          MOVE 1 TO WS-VIP-OK
                                   ELSE
                                          DISPLAY "Epreuve hors de "
                                                 "cette seance"
                                   END-IF
                     END-READ
              END-IF
       END-PERFORM
       CLOSE fepreuves.

       VIP_ANNULE.
      *Annule une invitation : la place revient a l'allocation
      *(appelee par GESTION_TRIBUNE_VIP).
       PERFORM VIP_SAISIE_SEANCE
       IF WS-VIP-OK = 1 THEN
              DISPLAY "Numero d'invitation : "
              ACCEPT WS-VIP-SEQ
              OPEN I-O fvip
              MOVE WS-VIP-NUMS TO fvi_numS
              MOVE WS-VIP-SEQ TO fvi_seq
              READ fvip
                     INVALID KEY DISPLAY "Invitation inconnue"
                     NOT INVALID KEY
                            MOVE "X" TO fvi_statut
                            MOVE WS-OPERATEUR TO fvi_maj_par
                            PERFORM HORODATE_MAJ
                            MOVE WS-FORMATTED-DATE-TIME
                                   TO fvi_maj_date
                            REWRITE tamp_fvip
                                   INVALID KEY
                                          DISPLAY "Erreur annulation"
                                   NOT INVALID KEY
                                          DISPLAY "Invitation annulee"
                            END-REWRITE
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            MOVE SPACES TO WS-AUDIT-ACTION
                            STRING "Annulation VIP seance " fvi_numS
                                   " : " fvi_nom
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            END-STRING
                            PERFORM AUDIT_ENREGISTRE
              END-READ
              CLOSE fvip
       END-IF.

       VIP_LISTE_SEANCE.
      *Liste des invites d'une seance pour l'accueil de la tribune,
      *avec l'occupation de l'allocation VIP (appelee par
      *GESTION_TRIBUNE_VIP).
       PERFORM VIP_SAISIE_SEANCE
       IF WS-VIP-OK = 1 THEN
              PERFORM VIP_OCCUPATION
              MOVE "TRIBUNE-VIP" TO WS-SPOOL-RAPPORT
              PERFORM SPOOL_OUVRE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "TRIBUNE VIP - seance " WS-VIP-NUMS " - "
                     fse_lieu
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "No  Zone Nom                            "
                     "Organisation                   Rang"
                     "                 Invite par           S Rem."
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              OPEN INPUT fvip
              MOVE WS-VIP-NUMS TO fvi_numS
              MOVE 0 TO fvi_seq
              MOVE 0 TO WS-VIP-FIN
              START fvip KEY >= fvi_cle
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM VIP_LIGNE_INVITE
                                   UNTIL WS-VIP-FIN = 1
              END-START
              CLOSE fvip
              MOVE WS-VIP-LIBRES TO WS-VIP-ED-LIBRES
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Allocation VIP " WS-VIP-ALLOUE
                     ", billets VIP " WS-VIP-BILLETS
                     ", invites " WS-VIP-NB-INVITES
                     ", arrives " WS-VIP-NB-ARRIVES
                     ", places libres " WS-VIP-ED-LIBRES
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM SPOOL_FERME
              IF WS-VIP-LIBRES < 0 THEN
                     DISPLAY "ATTENTION : tribune VIP en surnombre"
              END-IF
       END-IF.

       VIP_LIGNE_INVITE.
       READ fvip NEXT
              AT END MOVE 1 TO WS-VIP-FIN
              NOT AT END
                     IF fvi_numS NOT = WS-VIP-NUMS THEN
                            MOVE 1 TO WS-VIP-FIN
                     ELSE
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING fvi_seq " " fvi_zone " "
                                   fvi_prenom(1:12) " "
                                   fvi_nom(1:18) " "
                                   fvi_organisation " " fvi_rang
                                   " " fvi_invite_par " "
                                   fvi_statut " " fvi_remettant
                                   fvi_remet_numE
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
       END-READ.

       VIP_POINTAGE.
      *Pointage a l'entree de la tribune : l'invite est marque
      *arrive avec l'heure ; une invitation annulee est refusee
      *(appelee par GESTION_TRIBUNE_VIP).
       PERFORM VIP_SAISIE_SEANCE
       IF WS-VIP-OK = 1 THEN
              DISPLAY "Numero d'invitation : "
              ACCEPT WS-VIP-SEQ
              OPEN I-O fvip
              MOVE WS-VIP-NUMS TO fvi_numS
              MOVE WS-VIP-SEQ TO fvi_seq
              READ fvip
                     INVALID KEY DISPLAY "Invitation inconnue"
                     NOT INVALID KEY
                            PERFORM VIP_POINTAGE_APPLIQUE
              END-READ
              CLOSE fvip
       END-IF.

       VIP_POINTAGE_APPLIQUE.
       DISPLAY fvi_rang " " fvi_prenom " " fvi_nom " - "
              fvi_organisation
       IF FVI-ANNULE THEN
              DISPLAY "Refuse : invitation annulee"
       ELSE IF FVI-ARRIVE THEN
              DISPLAY "Deja arrive a " fvi_arrivee
       ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME(9:4) TO fvi_arrivee
              MOVE "A" TO fvi_statut
              MOVE WS-OPERATEUR TO fvi_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fvi_maj_date
              REWRITE tamp_fvip
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
                     NOT INVALID KEY
                            DISPLAY "Arrivee pointee, zone " fvi_zone
                            IF FVI-REMETTANT THEN
                                   DISPLAY "Remettant : prevenir le "
                                          "protocole"
                            END-IF
              END-REWRITE
       END-IF
       END-IF.

       VIP_REMETTANTS_EPREUVE.
      *Ligne(s) remettant de la ceremonie de l'epreuve fe_numE de
      *la seance WS-PRO-NUMS : les invites VIP designes, sinon une
      *ligne a completer (appelee par PROTOCOLE_ECRIT_ENTREE et
      *PROTOCOLE_ECRIT_RELAIS).
       MOVE 0 TO WS-VIP-NB-REMETTANTS
       MOVE WS-PRO-NUMS TO WS-VIP-NUMS
       OPEN INPUT fvip
       MOVE WS-VIP-NUMS TO fvi_numS
       MOVE 0 TO fvi_seq
       MOVE 0 TO WS-VIP-FIN
       START fvip KEY >= fvi_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VIP_UN_REMETTANT UNTIL WS-VIP-FIN = 1
       END-START
       CLOSE fvip
       IF WS-VIP-NB-REMETTANTS = 0 THEN
              MOVE "Remettant : ______________________________"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       VIP_UN_REMETTANT.
       READ fvip NEXT
              AT END MOVE 1 TO WS-VIP-FIN
              NOT AT END
                     IF fvi_numS NOT = WS-VIP-NUMS THEN
                            MOVE 1 TO WS-VIP-FIN
                     ELSE IF FVI-REMETTANT AND NOT FVI-ANNULE AND
                            fvi_remet_numE = fe_numE THEN
                            ADD 1 TO WS-VIP-NB-REMETTANTS
                            PERFORM VIP_LIGNE_REMETTANT
                     END-IF
                     END-IF
       END-READ.

       VIP_LIGNE_REMETTANT.
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Remettant : " fvi_rang " " fvi_prenom " " fvi_nom
              " (" fvi_organisation ")"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       VIP_REMETTANTS_A_REPARTIR.
      *En fin de pack, les remettants de la seance sans ceremonie
      *attribuee (appelee par PROTOCOLE_SEANCE).
       MOVE WS-PRO-NUMS TO WS-VIP-NUMS
       MOVE 0 TO WS-VIP-NB-REMETTANTS
       MOVE 0 TO fe_numE
       MOVE "-----------------------------------------------"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Remettants invites a repartir :" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       OPEN INPUT fvip
       MOVE WS-VIP-NUMS TO fvi_numS
       MOVE 0 TO fvi_seq
       MOVE 0 TO WS-VIP-FIN
       START fvip KEY >= fvi_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VIP_UN_REMETTANT UNTIL WS-VIP-FIN = 1
       END-START
       CLOSE fvip
       IF WS-VIP-NB-REMETTANTS = 0 THEN
              MOVE "  (aucun)" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.
