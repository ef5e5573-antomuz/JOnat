       GESTION_QUALITE_EAU.
      *Sous-menu du registre de la qualite de l'eau : temperature
      *de l'eau et de l'air, pH et chlore releves avant chaque
      *seance dans son lieu, au nom de l'officiel qui a mesure ;
      *les limites sont celles de parametres.dat (appelee par
      *GESTION_SEANCES).
       DISPLAY "***********************************************"
       DISPLAY "*          Qualite de l'eau                   *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Saisir un releve avant seance             *"
       DISPLAY "* 2-Releves d'une seance                       *"
       DISPLAY "* 3-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM SAISIE_RELEVE_EAU
       ELSE IF Wchoix2 = 2 THEN
              PERFORM LISTE_RELEVES_EAU
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       SAISIE_RELEVE_EAU.
      *Enregistre un nouveau releve pour une seance : le lieu est
      *celui de la seance, le releve est marque hors limites si
      *une mesure sort des bornes parametrees (appelee par
      *GESTION_QUALITE_EAU).
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
              MOVE fse_numS TO WS-EAU-NUMS
              PERFORM EAU_PROCHAIN_SEQ
              OPEN I-O feau
              MOVE WS-EAU-NUMS TO feq_numS
              MOVE WS-EAU-SEQ TO feq_seq
              MOVE fse_lieu TO feq_lieu
              DISPLAY "Seance " fse_numS " - " fse_lieu
                     " - releve " feq_seq
              MOVE 100 TO WS-EAU-PLAFOND
              PERFORM WITH TEST AFTER UNTIL WS-EAU-MESURE-OK = 1
                     DISPLAY "Temperature de l'eau (ex 26.5) : "
                     PERFORM EAU_LIT_MESURE
              END-PERFORM
              MOVE WS-EAU-MESURE TO feq_temp_eau
              PERFORM WITH TEST AFTER UNTIL WS-EAU-MESURE-OK = 1
                     DISPLAY "Temperature de l'air (ex 28.0) : "
                     PERFORM EAU_LIT_MESURE
              END-PERFORM
              MOVE WS-EAU-MESURE TO feq_temp_air
              PERFORM WITH TEST AFTER UNTIL WS-EAU-MESURE-OK = 1
                     DISPLAY "pH (ex 7.4) : "
                     PERFORM EAU_LIT_MESURE
              END-PERFORM
              MOVE WS-EAU-MESURE TO feq_ph
              MOVE 10 TO WS-EAU-PLAFOND
              PERFORM WITH TEST AFTER UNTIL WS-EAU-MESURE-OK = 1
                     DISPLAY "Chlore libre en mg/l (ex 0.80) : "
                     PERFORM EAU_LIT_MESURE
              END-PERFORM
              MOVE WS-EAU-MESURE TO feq_chlore
              DISPLAY "Heure du releve HHMM (vide = maintenant) : "
              MOVE SPACES TO WS-EAU-HEURE-X
              ACCEPT WS-EAU-HEURE-X
              IF WS-EAU-HEURE-X = SPACES OR
                     WS-EAU-HEURE-X IS NOT NUMERIC THEN
                     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
                     MOVE WS-TEMP-DATE-TIME(9:4) TO feq_heure
              ELSE
                     MOVE WS-EAU-HEURE-X TO feq_heure
              END-IF
              MOVE SPACES TO feq_officiel
              PERFORM WITH TEST AFTER UNTIL feq_officiel NOT = SPACES
                     DISPLAY "Officiel ayant mesure : "
                     ACCEPT feq_officiel
              END-PERFORM
              PERFORM EAU_CONTROLE_LIMITES
              MOVE WS-OPERATEUR TO feq_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO feq_maj_date
              WRITE tamp_feau
                     INVALID KEY DISPLAY "Erreur d'ecriture du releve"
                     NOT INVALID KEY
                            IF FEQ-CONFORME THEN
                                   DISPLAY "Releve conforme enregistre"
                            ELSE
                                   DISPLAY "ATTENTION : releve hors "
                                          "limites (" feq_anomalies
                                          ") - nouvelle mesure requise"
                            END-IF
              END-WRITE
              CLOSE feau
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Releve eau seance " feq_numS " n. " feq_seq
                     " conforme=" feq_conforme
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       EAU_LIT_MESURE.
      *Lit une mesure tapee avec son point decimal ; WS-EAU-MESURE-OK
      *a 1 si c'est un nombre positif inferieur a WS-EAU-PLAFOND,
      *sinon la saisie est redemandee (appelee par
      *SAISIE_RELEVE_EAU).
       MOVE 0 TO WS-EAU-MESURE-OK
       MOVE SPACES TO WS-EAU-SAISIE
       ACCEPT WS-EAU-SAISIE
       IF WS-EAU-SAISIE NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-EAU-SAISIE) = 0 THEN
              COMPUTE WS-EAU-MESURE = FUNCTION NUMVAL(WS-EAU-SAISIE)
                     ON SIZE ERROR MOVE -1 TO WS-EAU-MESURE
              END-COMPUTE
              IF WS-EAU-MESURE >= 0 AND
                     WS-EAU-MESURE < WS-EAU-PLAFOND THEN
                     MOVE 1 TO WS-EAU-MESURE-OK
              END-IF
       END-IF
       IF WS-EAU-MESURE-OK = 0 THEN
              DISPLAY "Mesure invalide, reessayez"
       END-IF.

       EAU_PROCHAIN_SEQ.
      *Numero du prochain releve de la seance WS-EAU-NUMS (appelee
      *par SAISIE_RELEVE_EAU).
       MOVE 1 TO WS-EAU-SEQ
       OPEN INPUT feau
       MOVE WS-EAU-NUMS TO feq_numS
       MOVE 0 TO feq_seq
       MOVE 0 TO WS-EAU-FIN
       START feau, KEY IS >= feq_cle
              INVALID KEY MOVE 1 TO WS-EAU-FIN
              NOT INVALID KEY
                     PERFORM EAU_SEQ_SUIVANT UNTIL WS-EAU-FIN = 1
       END-START
       CLOSE feau.

       EAU_SEQ_SUIVANT.
       READ feau NEXT
              AT END MOVE 1 TO WS-EAU-FIN
              NOT AT END
                     IF feq_numS NOT = WS-EAU-NUMS THEN
                            MOVE 1 TO WS-EAU-FIN
                     ELSE
                            COMPUTE WS-EAU-SEQ = feq_seq + 1
                     END-IF
       END-READ.

       EAU_CONTROLE_LIMITES.
      *Compare les mesures du releve courant aux limites de
      *parametres.dat (temperature et pH en dixiemes, chlore en
      *centiemes) et positionne feq_conforme et feq_anomalies
      *(appelee par SAISIE_RELEVE_EAU).
       MOVE 1 TO feq_conforme
       MOVE SPACES TO feq_anomalies
       COMPUTE WS-EAU-VAL = feq_temp_eau * 10
       IF WS-EAU-VAL < WS-PARAM-EAU-TEMP-MIN OR
              WS-EAU-VAL > WS-PARAM-EAU-TEMP-MAX THEN
              MOVE 0 TO feq_conforme
              MOVE "TEMP" TO feq_anomalies(1:4)
       END-IF
       COMPUTE WS-EAU-VAL = feq_ph * 10
       IF WS-EAU-VAL < WS-PARAM-EAU-PH-MIN OR
              WS-EAU-VAL > WS-PARAM-EAU-PH-MAX THEN
              MOVE 0 TO feq_conforme
              MOVE "PH" TO feq_anomalies(6:2)
       END-IF
       COMPUTE WS-EAU-VAL = feq_chlore * 100
       IF WS-EAU-VAL < WS-PARAM-EAU-CHLORE-MIN OR
              WS-EAU-VAL > WS-PARAM-EAU-CHLORE-MAX THEN
              MOVE 0 TO feq_conforme
              MOVE "CHLORE" TO feq_anomalies(9:6)
       END-IF.

       LISTE_RELEVES_EAU.
      *Liste a l'ecran les releves d'une seance (appelee par
      *GESTION_QUALITE_EAU).
       DISPLAY "Numero de la seance : "
       ACCEPT WS-EAU-NUMS
       PERFORM EAU_AFFICHE_RELEVES.

       EAU_AFFICHE_RELEVES.
      *Affiche les releves de la seance WS-EAU-NUMS, hors limites
      *signales, et compte les releves conformes dans
      *WS-EAU-CONFORME (appelee par LISTE_RELEVES_EAU et
      *PROGRAMME_AFFICHE_SEANCE).
       DISPLAY "-- Qualite de l'eau --"
       MOVE 0 TO WS-EAU-NB
       MOVE 0 TO WS-EAU-CONFORME
       OPEN INPUT feau
       MOVE WS-EAU-NUMS TO feq_numS
       MOVE 0 TO feq_seq
       MOVE 0 TO WS-EAU-FIN
       START feau, KEY IS >= feq_cle
              INVALID KEY MOVE 1 TO WS-EAU-FIN
              NOT INVALID KEY
                     PERFORM EAU_AFFICHE_UN_RELEVE
                            UNTIL WS-EAU-FIN = 1
       END-START
       CLOSE feau
       IF WS-EAU-NB = 0 THEN
              DISPLAY "   (aucun releve)"
       END-IF.

       EAU_AFFICHE_UN_RELEVE.
       READ feau NEXT
              AT END MOVE 1 TO WS-EAU-FIN
              NOT AT END
                     IF feq_numS NOT = WS-EAU-NUMS THEN
                            MOVE 1 TO WS-EAU-FIN
                     ELSE
                            ADD 1 TO WS-EAU-NB
                            DISPLAY "   " feq_HOUR "h" feq_MIN
                                   " " feq_lieu " eau " feq_temp_eau
                                   " air " feq_temp_air " pH "
                                   feq_ph " chlore " feq_chlore
                                   " - " feq_officiel
                            IF FEQ-CONFORME THEN
                                   ADD 1 TO WS-EAU-CONFORME
                            ELSE
                                   DISPLAY "      HORS LIMITES : "
                                          feq_anomalies
                            END-IF
                     END-IF
       END-READ.

       EAU_SEANCE_CONFORME.
      *Positionne WS-EAU-CONFORME a 1 si la seance WS-EAU-NUMS a au
      *moins un releve dans les limites (appelee par
      *CLOTURE_CONTROLE_EAU).
       MOVE 0 TO WS-EAU-CONFORME
       OPEN INPUT feau
       MOVE WS-EAU-NUMS TO feq_numS
       MOVE 0 TO feq_seq
       MOVE 0 TO WS-EAU-FIN
       START feau, KEY IS >= feq_cle
              INVALID KEY MOVE 1 TO WS-EAU-FIN
              NOT INVALID KEY
                     PERFORM EAU_EXAMINE_RELEVE UNTIL WS-EAU-FIN = 1
       END-START
       CLOSE feau.

       EAU_EXAMINE_RELEVE.
       READ feau NEXT
              AT END MOVE 1 TO WS-EAU-FIN
              NOT AT END
                     IF feq_numS NOT = WS-EAU-NUMS THEN
                            MOVE 1 TO WS-EAU-FIN
                     ELSE
                            IF FEQ-CONFORME THEN
                                   MOVE 1 TO WS-EAU-CONFORME
                            END-IF
                     END-IF
       END-READ.
