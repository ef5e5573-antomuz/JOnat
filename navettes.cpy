       GESTION_NAVETTES.
      *Sous-menu des navettes village - sites : le transport tenait
      *un tableur qui ignorait le programme, les bus partaient
      *avant l'ouverture des creneaux d'echauffement ou arrivaient
      *apres la fermeture de la chambre d'appel. Les rotations sont
      *maintenant deduites des engages de chaque seance, des
      *reservations d'echauffement de leur delegation et des
      *horaires de chambre d'appel (appelee par GESTION_SEANCES).
       DISPLAY "***********************************************"
       DISPLAY "*     Navettes des delegations                 *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Plan des navettes d'une seance             *"
       DISPLAY "* 2-Echauffements hors d'atteinte              *"
       DISPLAY "* 3-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM PLAN_NAVETTES_SEANCE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM NAVETTES_HORS_ATTEINTE
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       PLAN_NAVETTES_SEANCE.
      *Rotations d'une seance et manifeste de chaque bus : les
      *passagers accredites y figurent par numero de badge, les
      *engages sans badge actif sont listes a part (appelee par
      *GESTION_NAVETTES).
       DISPLAY "---------------------------------------"
       DISPLAY "   PLAN DES NAVETTES                   "
       DISPLAY "---------------------------------------"
       OPEN INPUT fsessions
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       MOVE 0 TO Wtrouve
       READ fsessions
              INVALID KEY DISPLAY "Cette seance n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fsessions

       IF Wtrouve = 1 THEN
              PERFORM NAV_SEANCE_ENTREES
              PERFORM NAV_CALCULE_SEANCE
              PERFORM NAV_RAPPORT
       END-IF.

       NAVETTES_HORS_ATTEINTE.
      *Delegations dont le premier creneau d'echauffement d'une
      *seance tombe avant la premiere rotation possible, pour toutes
      *les seances de la competition active (appelee par
      *GESTION_NAVETTES).
       MOVE "NAVETTES-ECHAUF" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "ECHAUFFEMENTS HORS D'ATTEINTE DES NAVETTES - "
              "competition " WS-COMPET-ACTIVE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-NAV-NB-HORS
       OPEN INPUT fsessions
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fsessions NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fse_compet = WS-COMPET-ACTIVE THEN
                            PERFORM NAV_SEANCE_ENTREES
                            PERFORM NAV_CALCULE_SEANCE
                            PERFORM NAV_LIGNES_HORS_ATTEINTE
                     END-IF
       END-PERFORM
       CLOSE fsessions
       IF WS-NAV-NB-HORS = 0 THEN
              MOVE "Aucune delegation hors d'atteinte"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM SPOOL_FERME
       DISPLAY "Delegations hors d'atteinte : " WS-NAV-NB-HORS.

       NAV_SEANCE_ENTREES.
      *Reprend la seance du tampon fsessions (appelee par
      *PLAN_NAVETTES_SEANCE et NAVETTES_HORS_ATTEINTE).
       MOVE fse_numS TO WS-NAV-NUMS
       MOVE fse_date TO WS-NAV-DATE
       MOVE fse_lieu TO WS-NAV-LIEU
       MOVE fse_compet TO WS-NAV-COMPET
       COMPUTE WS-NAV-OUVERTURE = (fse_OUV-HOUR * 60) + fse_OUV-MIN
       COMPUTE WS-NAV-FIN-SEANCE = (fse_FIN-HOUR * 60) + fse_FIN-MIN
       IF WS-NAV-FIN-SEANCE = 0 THEN
              MOVE 1439 TO WS-NAV-FIN-SEANCE
       END-IF.

       NAV_CALCULE_SEANCE.
      *Construit les delegations et les passagers de la seance
      *WS-NAV-NUMS, leur heure limite d'arrivee (premier creneau
      *d'echauffement ou premiere fermeture de chambre d'appel,
      *la plus tot des deux) et les rotations qui les amenent ;
      *les heures sont tenues en minutes depuis minuit (appelee par
      *PLAN_NAVETTES_SEANCE et NAVETTES_HORS_ATTEINTE).
       MOVE 0 TO WS-NAV-NB-DEL
       MOVE 0 TO WS-NAV-NB-PAS
       MOVE 0 TO WS-NAV-NB-ROT
       MOVE 0 TO WS-NAV-SANS-BADGE
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT frelais
       OPEN INPUT fathletes
       MOVE 0 TO WS-NAV-FIN
       PERFORM WITH TEST AFTER UNTIL WS-NAV-FIN = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO WS-NAV-FIN
              NOT AT END
                     IF fe_numSession = WS-NAV-NUMS AND
                            NOT FE-SUPPRIMEE AND
                            NOT FE-ANNULEE THEN
                            PERFORM NAV_UNE_EPREUVE
                     END-IF
       END-PERFORM
       CLOSE fathletes
       CLOSE frelais
       CLOSE fparticipations
       CLOSE fepreuves

       PERFORM NAV_ECHAUFFEMENTS
       PERFORM NAV_BADGES
       PERFORM NAV_ROTATIONS.

       NAV_UNE_EPREUVE.
      *Fermeture de chambre d'appel de l'epreuve (depart moins le
      *delai d'exploitation) et ses engages, individuels et relais
      *(appelee par NAV_CALCULE_SEANCE).
       COMPUTE WS-NAV-APPEL = (fe_HOUR * 60) + fe_MIN
       IF WS-NAV-APPEL > WS-PARAM-APPEL-DELAI THEN
              SUBTRACT WS-PARAM-APPEL-DELAI FROM WS-NAV-APPEL
       ELSE
              MOVE 0 TO WS-NAV-APPEL
       END-IF
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-NAV-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM NAV_UNE_PARTICIPATION
                            UNTIL WS-NAV-FIN2 = 1
       END-START
       MOVE fe_numE TO fr_numE
       MOVE 0 TO WS-NAV-FIN2
       START frelais, KEY IS = fr_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM NAV_UNE_EQUIPE
                            UNTIL WS-NAV-FIN2 = 1
       END-START.

       NAV_UNE_PARTICIPATION.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-NAV-FIN2
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-NAV-FIN2
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   MOVE fp_numA TO WS-NAV-NUMA
                                   PERFORM NAV_AJOUTE_PASSAGER
                            END-IF
                     END-IF
       END-READ.

       NAV_UNE_EQUIPE.
       READ frelais NEXT
              AT END MOVE 1 TO WS-NAV-FIN2
              NOT AT END
                     IF fr_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-NAV-FIN2
                     ELSE
                            PERFORM VARYING WS-NAV-L FROM 1 BY 1
                                   UNTIL WS-NAV-L > 4
                                   IF fr_leg_numA(WS-NAV-L) > 0 THEN
                                          MOVE fr_leg_numA(WS-NAV-L)
                                                 TO WS-NAV-NUMA
                                          PERFORM NAV_AJOUTE_PASSAGER
                                   END-IF
                            END-PERFORM
                     END-IF
       END-READ.

       NAV_AJOUTE_PASSAGER.
      *Range l'athlete WS-NAV-NUMA dans sa delegation (creee au
      *besoin) et l'ajoute une seule fois aux passagers ; la
      *fermeture de chambre d'appel la plus tot est retenue pour la
      *delegation (appelee par NAV_UNE_PARTICIPATION et
      *NAV_UNE_EQUIPE).
       MOVE WS-NAV-NUMA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fa_pays TO WS-NAV-PAYS
                     PERFORM NAV_CHERCHE_DELEGATION
                     IF WS-NAV-K = 0 AND WS-NAV-NB-DEL < 100 THEN
                            ADD 1 TO WS-NAV-NB-DEL
                            MOVE WS-NAV-NB-DEL TO WS-NAV-K
                            MOVE fa_pays TO WS-NAV-D-PAYS(WS-NAV-K)
                            MOVE 9999 TO WS-NAV-D-ECHAUF(WS-NAV-K)
                            MOVE 9999 TO WS-NAV-D-APPEL(WS-NAV-K)
                            MOVE 0 TO WS-NAV-D-ARRIVEE(WS-NAV-K)
                            MOVE 0 TO WS-NAV-D-NB(WS-NAV-K)
                     END-IF
                     IF WS-NAV-K > 0 THEN
                            PERFORM NAV_RANGE_PASSAGER
                     END-IF
       END-READ.

       NAV_RANGE_PASSAGER.
       IF WS-NAV-APPEL < WS-NAV-D-APPEL(WS-NAV-K) THEN
              MOVE WS-NAV-APPEL TO WS-NAV-D-APPEL(WS-NAV-K)
       END-IF
       MOVE 0 TO WS-NAV-J
       PERFORM VARYING WS-NAV-I FROM 1 BY 1
              UNTIL WS-NAV-I > WS-NAV-NB-PAS
              IF WS-NAV-P-NUMA(WS-NAV-I) = WS-NAV-NUMA THEN
                     MOVE WS-NAV-I TO WS-NAV-J
              END-IF
       END-PERFORM
       IF WS-NAV-J = 0 AND WS-NAV-NB-PAS < 800 THEN
              ADD 1 TO WS-NAV-NB-PAS
              MOVE WS-NAV-NUMA TO WS-NAV-P-NUMA(WS-NAV-NB-PAS)
              MOVE WS-NAV-K TO WS-NAV-P-DEL(WS-NAV-NB-PAS)
              MOVE fa_nom TO WS-NAV-P-NOM(WS-NAV-NB-PAS)
              MOVE 0 TO WS-NAV-P-BADGE(WS-NAV-NB-PAS)
       END-IF.

       NAV_CHERCHE_DELEGATION.
      *Indice dans WS-NAV-K de la delegation WS-NAV-PAYS, 0 si
      *elle n'est pas dans la seance.
       MOVE 0 TO WS-NAV-K
       PERFORM VARYING WS-NAV-D FROM 1 BY 1
              UNTIL WS-NAV-D > WS-NAV-NB-DEL
              IF WS-NAV-D-PAYS(WS-NAV-D) = WS-NAV-PAYS THEN
                     MOVE WS-NAV-D TO WS-NAV-K
              END-IF
       END-PERFORM.

       NAV_ECHAUFFEMENTS.
      *Premier creneau d'echauffement du jour de chaque delegation
      *de la seance, pris entre NAV-ECHAUF minutes avant
      *l'ouverture et la fin prevue de la seance - le creneau d'une
      *autre seance du meme jour n'est pas retenu (appelee par
      *NAV_CALCULE_SEANCE).
       IF WS-NAV-OUVERTURE > WS-PARAM-NAV-ECHAUF THEN
              COMPUTE WS-NAV-FENETRE =
                     WS-NAV-OUVERTURE - WS-PARAM-NAV-ECHAUF
       ELSE
              MOVE 0 TO WS-NAV-FENETRE
       END-IF
       OPEN INPUT fechauf
       MOVE 0 TO WS-NAV-FIN
       PERFORM WITH TEST AFTER UNTIL WS-NAV-FIN = 1
              READ fechauf NEXT
              AT END MOVE 1 TO WS-NAV-FIN
              NOT AT END
                     IF fec_date = WS-NAV-DATE THEN
                            PERFORM NAV_UN_ECHAUFFEMENT
                     END-IF
       END-PERFORM
       CLOSE fechauf.

       NAV_UN_ECHAUFFEMENT.
       DIVIDE fec_creneau BY 100 GIVING WS-NAV-HH
              REMAINDER WS-NAV-MM
       COMPUTE WS-NAV-MINUTES = (WS-NAV-HH * 60) + WS-NAV-MM
       IF WS-NAV-MINUTES >= WS-NAV-FENETRE AND
              WS-NAV-MINUTES <= WS-NAV-FIN-SEANCE THEN
              MOVE fec_pays TO WS-NAV-PAYS
              PERFORM NAV_CHERCHE_DELEGATION
              IF WS-NAV-K > 0 THEN
                     IF WS-NAV-MINUTES < WS-NAV-D-ECHAUF(WS-NAV-K)
                            THEN
                            MOVE WS-NAV-MINUTES
                                   TO WS-NAV-D-ECHAUF(WS-NAV-K)
                     END-IF
              END-IF
       END-IF.

       NAV_BADGES.
      *Badge athlete actif de la competition, valide le jour de la
      *seance, de chaque passager ; seuls les accredites montent
      *dans les bus (appelee par NAV_CALCULE_SEANCE).
       OPEN INPUT faccred
       MOVE 0 TO WS-NAV-FIN
       PERFORM WITH TEST AFTER UNTIL WS-NAV-FIN = 1
              READ faccred NEXT
              AT END MOVE 1 TO WS-NAV-FIN
              NOT AT END
                     IF FAC-ATHLETE AND FAC-ACTIF AND
                            fac_compet = WS-NAV-COMPET AND
                            WS-NAV-DATE NOT < fac_valide_du AND
                            WS-NAV-DATE NOT > fac_valide_au THEN
                            PERFORM NAV_UN_BADGE
                     END-IF
       END-PERFORM
       CLOSE faccred
       PERFORM VARYING WS-NAV-I FROM 1 BY 1
              UNTIL WS-NAV-I > WS-NAV-NB-PAS
              IF WS-NAV-P-BADGE(WS-NAV-I) > 0 THEN
                     MOVE WS-NAV-P-DEL(WS-NAV-I) TO WS-NAV-K
                     ADD 1 TO WS-NAV-D-NB(WS-NAV-K)
              ELSE
                     ADD 1 TO WS-NAV-SANS-BADGE
              END-IF
       END-PERFORM.

       NAV_UN_BADGE.
       PERFORM VARYING WS-NAV-I FROM 1 BY 1
              UNTIL WS-NAV-I > WS-NAV-NB-PAS
              IF WS-NAV-P-NUMA(WS-NAV-I) = fac_numA THEN
                     MOVE fac_badge TO WS-NAV-P-BADGE(WS-NAV-I)
              END-IF
       END-PERFORM.

       NAV_ROTATIONS.
      *Heure d'arrivee de chaque delegation : son heure limite
      *ramenee au pas NAV-FREQ de la grille, jamais avant la
      *premiere arrivee possible (premier depart NAV-DEBUT plus le
      *trajet). Une rotation par heure d'arrivee, triees dans
      *l'ordre du jour (appelee par NAV_CALCULE_SEANCE).
       DIVIDE WS-PARAM-NAV-DEBUT BY 100 GIVING WS-NAV-HH
              REMAINDER WS-NAV-MM
       COMPUTE WS-NAV-PREMIERE = (WS-NAV-HH * 60) + WS-NAV-MM
              + WS-PARAM-NAV-TRAJET
       PERFORM VARYING WS-NAV-D FROM 1 BY 1
              UNTIL WS-NAV-D > WS-NAV-NB-DEL
              MOVE WS-NAV-D-APPEL(WS-NAV-D) TO WS-NAV-CIBLE
              IF WS-NAV-D-ECHAUF(WS-NAV-D) < WS-NAV-CIBLE THEN
                     MOVE WS-NAV-D-ECHAUF(WS-NAV-D) TO WS-NAV-CIBLE
              END-IF
              IF WS-PARAM-NAV-FREQ > 0 THEN
                     DIVIDE WS-NAV-CIBLE BY WS-PARAM-NAV-FREQ
                            GIVING WS-NAV-QUOTIENT
                     COMPUTE WS-NAV-CIBLE =
                            WS-NAV-QUOTIENT * WS-PARAM-NAV-FREQ
              END-IF
              IF WS-NAV-CIBLE < WS-NAV-PREMIERE THEN
                     MOVE WS-NAV-PREMIERE TO WS-NAV-CIBLE
              END-IF
              MOVE WS-NAV-CIBLE TO WS-NAV-D-ARRIVEE(WS-NAV-D)
              IF WS-NAV-D-NB(WS-NAV-D) > 0 THEN
                     PERFORM NAV_AFFECTE_ROTATION
              END-IF
       END-PERFORM
       PERFORM VARYING WS-NAV-I FROM 1 BY 1
              UNTIL WS-NAV-I >= WS-NAV-NB-ROT
              PERFORM VARYING WS-NAV-J FROM 1 BY 1
                     UNTIL WS-NAV-J > WS-NAV-NB-ROT - WS-NAV-I
                     IF WS-NAV-R-ARRIVEE(WS-NAV-J) >
                            WS-NAV-R-ARRIVEE(WS-NAV-J + 1) THEN
                            PERFORM NAV_ECHANGE_ROTATIONS
                     END-IF
              END-PERFORM
       END-PERFORM.

       NAV_AFFECTE_ROTATION.
       MOVE 0 TO WS-NAV-K
       PERFORM VARYING WS-NAV-I FROM 1 BY 1
              UNTIL WS-NAV-I > WS-NAV-NB-ROT
              IF WS-NAV-R-ARRIVEE(WS-NAV-I) = WS-NAV-CIBLE THEN
                     MOVE WS-NAV-I TO WS-NAV-K
              END-IF
       END-PERFORM
       IF WS-NAV-K = 0 AND WS-NAV-NB-ROT < 100 THEN
              ADD 1 TO WS-NAV-NB-ROT
              MOVE WS-NAV-NB-ROT TO WS-NAV-K
              MOVE WS-NAV-CIBLE TO WS-NAV-R-ARRIVEE(WS-NAV-K)
              MOVE 0 TO WS-NAV-R-NB(WS-NAV-K)
       END-IF
       IF WS-NAV-K > 0 THEN
              ADD WS-NAV-D-NB(WS-NAV-D) TO WS-NAV-R-NB(WS-NAV-K)
       END-IF.

       NAV_ECHANGE_ROTATIONS.
       MOVE WS-NAV-R-ARRIVEE(WS-NAV-J) TO WS-NAV-ECHANGE-ARR
       MOVE WS-NAV-R-NB(WS-NAV-J) TO WS-NAV-ECHANGE-NB
       MOVE WS-NAV-R-ARRIVEE(WS-NAV-J + 1)
              TO WS-NAV-R-ARRIVEE(WS-NAV-J)
       MOVE WS-NAV-R-NB(WS-NAV-J + 1) TO WS-NAV-R-NB(WS-NAV-J)
       MOVE WS-NAV-ECHANGE-ARR TO WS-NAV-R-ARRIVEE(WS-NAV-J + 1)
       MOVE WS-NAV-ECHANGE-NB TO WS-NAV-R-NB(WS-NAV-J + 1).

       NAV_FORMATE_HEURE.
      *WS-NAV-MINUTES (minutes depuis minuit) en HHhMM dans
      *WS-NAV-HEURE.
       DIVIDE WS-NAV-MINUTES BY 60 GIVING WS-NAV-HH
              REMAINDER WS-NAV-MM
       MOVE SPACES TO WS-NAV-HEURE
       STRING WS-NAV-HH "h" WS-NAV-MM
              DELIMITED BY SIZE INTO WS-NAV-HEURE
       END-STRING.

       NAV_RAPPORT.
      *Plan des navettes de la seance : une entete par rotation
      *(depart village, arrivee site, delegations servies avec leur
      *heure limite), puis le manifeste de chaque bus par badge
      *(appelee par PLAN_NAVETTES_SEANCE).
       MOVE "NAVETTES" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "PLAN DES NAVETTES - SEANCE " WS-NAV-NUMS " du "
              WS-NAV-DATE " - " WS-NAV-LIEU
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Trajet village - site : " WS-PARAM-NAV-TRAJET
              " min, bus de " WS-PARAM-NAV-CAPACITE " places"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-NAV-NB-ROT = 0 THEN
              MOVE "Aucun passager accredite pour cette seance"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM VARYING WS-NAV-K FROM 1 BY 1
              UNTIL WS-NAV-K > WS-NAV-NB-ROT
              PERFORM NAV_RAPPORT_ROTATION
       END-PERFORM

       IF WS-NAV-SANS-BADGE > 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE WS-NAV-SANS-BADGE TO WS-NAV-ED-NB
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Engages sans badge actif, non embarques : "
                     WS-NAV-ED-NB
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM VARYING WS-NAV-I FROM 1 BY 1
                     UNTIL WS-NAV-I > WS-NAV-NB-PAS
                     IF WS-NAV-P-BADGE(WS-NAV-I) = 0 THEN
                            MOVE WS-NAV-P-DEL(WS-NAV-I) TO WS-NAV-D
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING "   athlete "
                                   WS-NAV-P-NUMA(WS-NAV-I) " "
                                   WS-NAV-P-NOM(WS-NAV-I) " "
                                   WS-NAV-D-PAYS(WS-NAV-D)
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
              END-PERFORM
       END-IF

       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-NAV-NB-HORS
       PERFORM NAV_LIGNES_HORS_ATTEINTE
       IF WS-NAV-NB-HORS = 0 THEN
              MOVE "Tous les premiers echauffements sont desservis"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM SPOOL_FERME
       DISPLAY "Rotations planifiees : " WS-NAV-NB-ROT.

       NAV_RAPPORT_ROTATION.
      *Entete et manifestes de la rotation WS-NAV-K.
       COMPUTE WS-NAV-MINUTES = WS-NAV-R-ARRIVEE(WS-NAV-K)
              - WS-PARAM-NAV-TRAJET
       PERFORM NAV_FORMATE_HEURE
       MOVE WS-NAV-HEURE TO WS-NAV-HEURE2
       MOVE WS-NAV-R-ARRIVEE(WS-NAV-K) TO WS-NAV-MINUTES
       PERFORM NAV_FORMATE_HEURE
       MOVE WS-NAV-R-NB(WS-NAV-K) TO WS-NAV-ED-NB
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "ROTATION " WS-NAV-K " : depart village "
              WS-NAV-HEURE2 ", arrivee " WS-NAV-HEURE " - "
              WS-NAV-ED-NB " passagers"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-NAV-D FROM 1 BY 1
              UNTIL WS-NAV-D > WS-NAV-NB-DEL
              IF WS-NAV-D-ARRIVEE(WS-NAV-D) =
                     WS-NAV-R-ARRIVEE(WS-NAV-K) AND
                     WS-NAV-D-NB(WS-NAV-D) > 0 THEN
                     PERFORM NAV_LIGNE_DELEGATION
              END-IF
       END-PERFORM

       MOVE 1 TO WS-NAV-BUS
       MOVE 0 TO WS-NAV-PLACES
       PERFORM NAV_ENTETE_BUS
       PERFORM VARYING WS-NAV-D FROM 1 BY 1
              UNTIL WS-NAV-D > WS-NAV-NB-DEL
              IF WS-NAV-D-ARRIVEE(WS-NAV-D) =
                     WS-NAV-R-ARRIVEE(WS-NAV-K) THEN
                     PERFORM VARYING WS-NAV-I FROM 1 BY 1
                            UNTIL WS-NAV-I > WS-NAV-NB-PAS
                            IF WS-NAV-P-DEL(WS-NAV-I) = WS-NAV-D AND
                                   WS-NAV-P-BADGE(WS-NAV-I) > 0 THEN
                                   PERFORM NAV_LIGNE_PASSAGER
                            END-IF
                     END-PERFORM
              END-IF
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       NAV_LIGNE_DELEGATION.
       MOVE SPACES TO WS-NAV-HEURE2
       IF WS-NAV-D-ECHAUF(WS-NAV-D) < 9999 THEN
              MOVE WS-NAV-D-ECHAUF(WS-NAV-D) TO WS-NAV-MINUTES
              PERFORM NAV_FORMATE_HEURE
              MOVE WS-NAV-HEURE TO WS-NAV-HEURE2
       END-IF
       MOVE WS-NAV-D-APPEL(WS-NAV-D) TO WS-NAV-MINUTES
       PERFORM NAV_FORMATE_HEURE
       MOVE WS-NAV-D-NB(WS-NAV-D) TO WS-NAV-ED-NB
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "   " WS-NAV-D-PAYS(WS-NAV-D) WS-NAV-ED-NB
              " pass. - echauffement " WS-NAV-HEURE2
              " - chambre d'appel " WS-NAV-HEURE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       NAV_ENTETE_BUS.
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "   -- Bus " WS-NAV-BUS " --"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       NAV_LIGNE_PASSAGER.
      *Une place du manifeste ; le bus plein, le suivant est ouvert.
       IF WS-PARAM-NAV-CAPACITE > 0 AND
              WS-NAV-PLACES >= WS-PARAM-NAV-CAPACITE THEN
              ADD 1 TO WS-NAV-BUS
              MOVE 0 TO WS-NAV-PLACES
              PERFORM NAV_ENTETE_BUS
       END-IF
       ADD 1 TO WS-NAV-PLACES
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "      badge " WS-NAV-P-BADGE(WS-NAV-I) "  "
              WS-NAV-D-PAYS(WS-NAV-D) " "
              WS-NAV-P-NOM(WS-NAV-I)
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       NAV_LIGNES_HORS_ATTEINTE.
      *Une delegation est hors d'atteinte quand son premier
      *creneau d'echauffement precede la premiere rotation de la
      *seance - aucune rotation planifiee ne l'y amene a temps
      *(appelee par NAV_RAPPORT et NAVETTES_HORS_ATTEINTE).
       PERFORM VARYING WS-NAV-D FROM 1 BY 1
              UNTIL WS-NAV-D > WS-NAV-NB-DEL
              IF WS-NAV-D-ECHAUF(WS-NAV-D) < 9999 THEN
                     IF WS-NAV-NB-ROT = 0 THEN
                            PERFORM NAV_LIGNE_HORS_ATTEINTE
                     ELSE IF WS-NAV-D-ECHAUF(WS-NAV-D) <
                            WS-NAV-R-ARRIVEE(1) THEN
                            PERFORM NAV_LIGNE_HORS_ATTEINTE
                     END-IF
              END-IF
       END-PERFORM.

       NAV_LIGNE_HORS_ATTEINTE.
       ADD 1 TO WS-NAV-NB-HORS
       MOVE WS-NAV-D-ECHAUF(WS-NAV-D) TO WS-NAV-MINUTES
       PERFORM NAV_FORMATE_HEURE
       MOVE WS-NAV-HEURE TO WS-NAV-HEURE2
       MOVE SPACES TO WS-NAV-HEURE
       IF WS-NAV-NB-ROT > 0 THEN
              MOVE WS-NAV-R-ARRIVEE(1) TO WS-NAV-MINUTES
              PERFORM NAV_FORMATE_HEURE
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "HORS D'ATTEINTE seance " WS-NAV-NUMS " "
              WS-NAV-LIEU " : " WS-NAV-D-PAYS(WS-NAV-D)
              " echauffement " WS-NAV-HEURE2
              ", premiere arrivee " WS-NAV-HEURE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.
