       RETRAIT_ATHLETE.
      *L'athlete connecte se retire d'une epreuve a venir : avant la
      *cloture des engagements (fe_cloture) le retrait est immediat
      *et la tete de la liste d'attente est promue ; apres, il
      *devient une demande de forfait tranchee par l'arbitre
      *(RET_FILE_ARBITRE). L'encadrement de la delegation est
      *notifie dans les deux cas (appelee par AFFICH_MENU, menu
      *athlete).
       DISPLAY "---------------------------------------"
       DISPLAY "      RETRAIT D'UNE EPREUVE            "
       DISPLAY "---------------------------------------"
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME TO WS-DEM-HORODATE
       MOVE WIdUser TO WS-DEM-NUMA
       PERFORM RET_LISTE_ENGAGEMENTS
       IF WS-RTR-NB = 0 THEN
              DISPLAY "Aucune epreuve a venir dont se retirer"
       ELSE
              DISPLAY "Numero de l'epreuve : "
              ACCEPT WS-DEM-NUME
              PERFORM DEM_CONTROLE_RETRAIT
              IF WS-DEM-OK = 1 THEN
                     PERFORM RET_DEMANDE_EN_COURS
              END-IF
              IF WS-DEM-OK NOT = 1 THEN
                     DISPLAY "Retrait impossible : " WS-DEM-MOTIF
              ELSE
                     PERFORM RET_CONFIRME
              END-IF
       END-IF.

       RET_CONFIRME.
      *Le retrait confirme est applique ou transmis selon la
      *cloture de l'epreuve (relue par DEM_CONTROLE_RETRAIT).
       MOVE 0 TO WS-RTR-OK
       IF fe_cloture NOT = ZEROS AND fe_cloture NOT = SPACES AND
              WS-DEM-HORODATE > fe_cloture THEN
              DISPLAY "Engagements clos depuis le " fe_clot_DAY
                     "-" fe_clot_MONTH "-" fe_clot_YEAR " "
                     fe_clot_HOUR "h" fe_clot_MIN
              DISPLAY "Le retrait sera soumis a l'arbitre (forfait "
                     "excuse ou non)"
              MOVE 1 TO WS-RTR-OK
       END-IF
       PERFORM WITH TEST AFTER UNTIL repUser = 0 OR repUser = 1
              DISPLAY "Confirmer le retrait de l'epreuve "
                     WS-DEM-NUME " ? 1-Oui 0-Non"
              ACCEPT repUser
       END-PERFORM
       IF repUser = 1 THEN
              IF WS-RTR-OK = 1 THEN
                     PERFORM RET_DEMANDE_ARBITRE
              ELSE
                     PERFORM RET_IMMEDIAT
              END-IF
       END-IF.

       RET_LISTE_ENGAGEMENTS.
      *Liste les engagements de l'athlete encore a courir, hors
      *chambre d'appel passee ; WS-RTR-NB en donne le nombre.
       MOVE 0 TO WS-RTR-NB
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       MOVE WS-DEM-NUMA TO fp_numA
       MOVE 0 TO WS-DEM-FIN
       START fparticipations, KEY IS = fp_numA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM RET_UN_ENGAGEMENT UNTIL WS-DEM-FIN = 1
       END-START
       CLOSE fepreuves
       CLOSE fparticipations.

       RET_UN_ENGAGEMENT.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-DEM-FIN
              NOT AT END
                     IF fp_numA NOT = WS-DEM-NUMA THEN
                            MOVE 1 TO WS-DEM-FIN
                     ELSE IF NOT FP-SUPPRIME AND NOT FP-POINTE AND
                            fp_compet = WS-COMPET-ACTIVE THEN
                            MOVE fp_numE TO fe_numE
                            READ fepreuves
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          PERFORM RET_AFFICHE_EPREUVE
                            END-READ
                     END-IF
                     END-IF
       END-READ.

       RET_AFFICHE_EPREUVE.
       IF fe_datetime > WS-DEM-HORODATE THEN
              ADD 1 TO WS-RTR-NB
              PERFORM FORMATE_DATE_EPREUVE
              IF fe_cloture NOT = ZEROS AND fe_cloture NOT = SPACES
                     AND WS-DEM-HORODATE > fe_cloture THEN
                     DISPLAY fe_numE " - " fe_distance "m " fe_type
                            " " fe_phase " le "
                            WS-FORMATTED-DATE-TIME
                            " (clos : decision de l'arbitre)"
              ELSE
                     DISPLAY fe_numE " - " fe_distance "m " fe_type
                            " " fe_phase " le "
                            WS-FORMATTED-DATE-TIME
              END-IF
       END-IF.

       RET_DEMANDE_EN_COURS.
      *Un forfait deja transmis a l'arbitre pour cette epreuve ne
      *se redepose pas.
       OPEN INPUT fdemandes
       MOVE 0 TO WS-DEM-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DEM-FIN = 1
              READ fdemandes NEXT
              AT END MOVE 1 TO WS-DEM-FIN
              NOT AT END
                     IF FDM-FORFAIT AND FDM-EN-ATTENTE AND
                            fdm_numA = WS-DEM-NUMA AND
                            fdm_numE = WS-DEM-NUME THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "forfait deja transmis a l'arbitre"
                                   TO WS-DEM-MOTIF
                     END-IF
       END-PERFORM
       CLOSE fdemandes.

       RET_IMMEDIAT.
      *Retrait avant cloture : l'engagement est supprime (image
      *journalisee) et la tete de la liste d'attente promue d'office.
       OPEN I-O fparticipations
       PERFORM DEM_RESTAURE_CLES
       READ fparticipations
              INVALID KEY DISPLAY "La participation n existe pas"
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     DELETE fparticipations RECORD
                            INVALID KEY
                                   DISPLAY "Retrait impossible"
                            NOT INVALID KEY
                                   DISPLAY "Retrait enregistre"
                                   PERFORM RET_AUDIT_RETRAIT
                                   PERFORM RET_PROMOTION_AUTOMATIQUE
                                   MOVE SPACES TO WS-NOT-TEXTE
                                   STRING "retrait de l'epreuve "
                                          WS-DEM-NUME
                                          " (avant cloture)"
                                          DELIMITED BY SIZE
                                          INTO WS-NOT-TEXTE
                                   END-STRING
                                   PERFORM RET_NOTIFIE
                     END-DELETE
       END-READ
       CLOSE fparticipations.

       RET_AUDIT_RETRAIT.
       MOVE SPACES TO WS-AUDIT-ACTEUR
       STRING "ATHLETE " WS-DEM-NUMA
              DELIMITED BY SIZE INTO WS-AUDIT-ACTEUR
       END-STRING
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Retrait athlete " WS-DEM-NUMA " epreuve " WS-DEM-NUME
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       RET_PROMOTION_AUTOMATIQUE.
      *Comme PROPOSE_PROMOTION_ATTENTE, sans question : la tete de
      *la liste d'attente de l'epreuve prend la place liberee
      *(fparticipations est ouvert en I-O).
       MOVE 0 TO WS-ATT-TROUVE
       OPEN I-O fattente
       MOVE WS-DEM-NUME TO fat_numE
       MOVE 0 TO fat_ordre
       START fattente, KEY IS >= fat_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     READ fattente NEXT
                            AT END CONTINUE
                            NOT AT END
                                   IF fat_numE = WS-DEM-NUME THEN
                                          MOVE 1 TO WS-ATT-TROUVE
                                          MOVE fat_numA TO
                                               WS-ATT-NUMA-PROMU
                                          MOVE fat_ordre TO
                                               WS-ATT-ORDRE-PROMU
                                   END-IF
                     END-READ
       END-START
       IF WS-ATT-TROUVE = 1 THEN
              MOVE WS-DEM-NUME TO fp_numE
              PERFORM PROMEUT_TETE_ATTENTE
       END-IF
       CLOSE fattente.

       RET_NOTIFIE.
      *Notifie l'encadrement de la delegation de l'athlete
      *WS-DEM-NUMA (WS-NOT-TEXTE garni par l'appelant).
       MOVE "RETRAIT" TO WS-NOT-TYPE
       MOVE WS-DEM-NUME TO WS-NOT-NUME
       MOVE WS-DEM-NUMA TO WS-NOT-NUMA
       PERFORM NOTIFIE_ATHLETE.

       RET_DEMANDE_ARBITRE.
      *Retrait apres cloture : demande de forfait mise en file pour
      *l'arbitre avec le motif invoque par l'athlete ; l'engagement
      *reste en place jusqu'a la decision.
       OPEN INPUT fathletes
       MOVE WS-DEM-NUMA TO fa_numA
       MOVE SPACES TO WS-DEM-PAYS
       MOVE SPACES TO WS-DEM-DEPOSANT
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fa_pays TO WS-DEM-PAYS
                     STRING fa_prenom DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            fa_nom DELIMITED BY "  "
                            INTO WS-DEM-DEPOSANT
                     END-STRING
       END-READ
       CLOSE fathletes
       DISPLAY "Motif du forfait (blessure, maladie...) : "
       MOVE SPACES TO WS-DEM-MOTIF
       ACCEPT WS-DEM-MOTIF
       MOVE 1 TO WS-DEM-OK
       MOVE "F" TO WS-DEM-TYPE
       PERFORM DEM_ENREGISTRE
       MOVE SPACES TO WS-NOT-TEXTE
       STRING "demande de forfait epreuve " WS-DEM-NUME
              " apres cloture, decision de l'arbitre"
              DELIMITED BY SIZE INTO WS-NOT-TEXTE
       END-STRING
       PERFORM RET_NOTIFIE.

       RET_FILE_ARBITRE.
      *File des forfaits deposes apres la cloture, dans l'ordre de
      *depot : l'arbitre les declare excuses (l'engagement est
      *retire, promotion proposee depuis la liste d'attente) ou non
      *excuses (l'athlete passe DNS et, pour une finale, la
      *sanction du forfait en finale s'applique) ; l'encadrement
      *est notifie de la decision (appelee par
      *GESTION_CHAMBRE_APPEL).
       DISPLAY "---------------------------------------"
       DISPLAY "   FORFAITS APRES CLOTURE (ARBITRE)    "
       DISPLAY "---------------------------------------"
       MOVE 0 TO WS-DEM-NB
       OPEN I-O fdemandes
       MOVE 0 TO WS-DEM-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DEM-FIN = 1
              READ fdemandes NEXT
              AT END MOVE 1 TO WS-DEM-FIN
              NOT AT END
                     IF FDM-FORFAIT AND FDM-EN-ATTENTE THEN
                            ADD 1 TO WS-DEM-NB
                            PERFORM RET_TRAITE_FORFAIT
                     END-IF
       END-PERFORM
       CLOSE fdemandes
       IF WS-DEM-NB = 0 THEN
              DISPLAY "Aucun forfait en attente"
       END-IF.

       RET_TRAITE_FORFAIT.
       MOVE fdm_numA TO WS-DEM-NUMA
       MOVE fdm_numE TO WS-DEM-NUME
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME TO WS-DEM-HORODATE
       PERFORM DEM_CONTROLE_RETRAIT
       MOVE 0 TO WS-RTR-FINALE
       OPEN INPUT fepreuves
       MOVE WS-DEM-NUME TO fe_numE
       READ fepreuves
              INVALID KEY MOVE SPACES TO fe_phase
              NOT INVALID KEY
                     IF FE-FINALE THEN
                            MOVE 1 TO WS-RTR-FINALE
                     END-IF
       END-READ
       CLOSE fepreuves
       DISPLAY "Forfait " fdm_id " du " fdm_depot " : athlete "
              fdm_numA " " fdm_depose_par " (" fdm_pays ")"
       DISPLAY "   epreuve " fdm_numE " " fe_distance "m " fe_type
              " " fe_phase
       DISPLAY "   motif invoque : " fdm_motif
       IF WS-DEM-OK NOT = 1 THEN
              DISPLAY "   engagement deja traite : " WS-DEM-MOTIF
       END-IF
       PERFORM WITH TEST AFTER UNTIL WS-DEM-CHOIX = "E" OR
              WS-DEM-CHOIX = "N" OR WS-DEM-CHOIX = "S" OR
              WS-DEM-CHOIX = "F"
              DISPLAY "E-Excuse N-Non excuse S-Passer F-Fin : "
              ACCEPT WS-DEM-CHOIX
       END-PERFORM
       IF WS-DEM-CHOIX = "F" THEN
              MOVE 1 TO WS-DEM-FIN
       ELSE IF WS-DEM-CHOIX = "E" THEN
              IF WS-DEM-OK = 1 THEN
                     PERFORM RET_FORFAIT_EXCUSE
              END-IF
              MOVE "E" TO fdm_statut
              PERFORM DEM_DECISION
              MOVE SPACES TO WS-NOT-TEXTE
              STRING "forfait excuse par l'arbitre, retrait de "
                     "l'epreuve " WS-DEM-NUME
                     DELIMITED BY SIZE INTO WS-NOT-TEXTE
              END-STRING
              PERFORM RET_NOTIFIE
       ELSE IF WS-DEM-CHOIX = "N" THEN
              IF WS-DEM-OK = 1 THEN
                     PERFORM RET_FORFAIT_NON_EXCUSE
              END-IF
              MOVE "N" TO fdm_statut
              PERFORM DEM_DECISION
              MOVE SPACES TO WS-NOT-TEXTE
              STRING "forfait non excuse par l'arbitre, DNS a "
                     "l'epreuve " WS-DEM-NUME
                     DELIMITED BY SIZE INTO WS-NOT-TEXTE
              END-STRING
              PERFORM RET_NOTIFIE
       END-IF
       END-IF
       END-IF.

       RET_FORFAIT_EXCUSE.
      *Forfait excuse : l'engagement est retire comme a
      *DEL_PARTICIPATION, promotion proposee a l'arbitre.
       OPEN I-O fparticipations
       PERFORM DEM_RESTAURE_CLES
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     DELETE fparticipations RECORD
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                   MOVE WS-OPERATEUR
                                          TO WS-AUDIT-ACTEUR
                                   MOVE SPACES TO WS-AUDIT-ACTION
                                   STRING "Forfait excuse athlete "
                                          fp_numA " epreuve "
                                          fp_numE
                                          DELIMITED BY SIZE
                                          INTO WS-AUDIT-ACTION
                                   END-STRING
                                   PERFORM AUDIT_ENREGISTRE
                                   PERFORM PROPOSE_PROMOTION_ATTENTE
                     END-DELETE
       END-READ
       CLOSE fparticipations.

       RET_FORFAIT_NON_EXCUSE.
      *Forfait non excuse : l'athlete passe DNS comme a la cloture
      *de l'appel, et la regle du forfait en finale s'applique a
      *une finale.
       OPEN I-O fparticipations
       PERFORM DEM_RESTAURE_CLES
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     MOVE 0 TO fp_classement
                     MOVE 0 TO fc_temps
                     MOVE 0 TO fp_officiel
                     MOVE 0 TO fp_points_perf
                     MOVE WS-OPERATEUR TO fp_maj_par
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
                     REWRITE tamp_fparticipation
                            INVALID KEY DISPLAY "Erreur DNS"
                            NOT INVALID KEY
                                   MOVE WS-OPERATEUR
                                          TO WS-AUDIT-ACTEUR
                                   MOVE SPACES TO WS-AUDIT-ACTION
                                   STRING "Forfait non excuse athlete "
                                          fp_numA " epreuve "
                                          fp_numE
                                          DELIMITED BY SIZE
                                          INTO WS-AUDIT-ACTION
                                   END-STRING
                                   PERFORM AUDIT_ENREGISTRE
                                   IF WS-RTR-FINALE = 1 THEN
                                          PERFORM SANCTION_CREE
                                   END-IF
                     END-REWRITE
       END-READ
       CLOSE fparticipations.
