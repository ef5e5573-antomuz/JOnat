       DISPLAY "* 13-Tableau des modifications (scratch)       *"
       DISPLAY "* 14-Horaire previsionnel TV                   *"
       DISPLAY "* 15-Cloture de seance (proces-verbal)         *"
       DISPLAY "* 16-Export LENEX (seance ou competition)      *"
       DISPLAY "* 17-Qualite de l'eau (releves)                *"
       DISPLAY "* 18-Prevision des medailles (finales)         *"
       DISPLAY "* 19-Parcours des finalistes (tours)           *"
       DISPLAY "* 20-Debrief de seance (indicateurs)           *"
       DISPLAY "* 21-Navettes des delegations                  *"
       DISPLAY "* 22-Brouillon de programme automatique        *"
       DISPLAY "* 23-Retour                                    *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 24 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 15 THEN
              PERFORM CLOTURE_SEANCE
       ELSE IF Wchoix2 = 16 THEN
              PERFORM EXPORT_LENEX
       ELSE IF Wchoix2 = 17 THEN
              PERFORM GESTION_QUALITE_EAU
       ELSE IF Wchoix2 = 18 THEN
              PERFORM PREVISION_MEDAILLES_SEANCE
       ELSE IF Wchoix2 = 19 THEN
              PERFORM PARCOURS_FINALISTES_SEANCE
       ELSE IF Wchoix2 = 20 THEN
              PERFORM DEBRIEF_SEANCE
       ELSE IF Wchoix2 = 21 THEN
              PERFORM GESTION_NAVETTES
       ELSE IF Wchoix2 = 22 THEN
              PERFORM GESTION_PROGRAMME_AUTO
       ELSE IF Wchoix2 = 23 THEN
              MOVE -1 TO Wchoix2
       END-IF.

              READ fsessions NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fse_compet = WS-COMPET-ACTIVE THEN
                            DISPLAY "Seance " fse_numS " - "
                                   fse_DAY "-" fse_MONTH "-"
                                   fse_YEAR " - " fse_lieu
                            DISPLAY "   Portes " fse_OUV-HOUR "h"
                                   fse_OUV-MIN " - fin prevue "
                                   fse_FIN-HOUR "h" fse_FIN-MIN
                     END-IF
       END-PERFORM
       DISPLAY "----------------------------"
       CLOSE fsessions.
       OPEN I-O fsessions
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       PERFORM SEANCE_AUTRE_COMPETITION
       IF WS-CPT-TROUVE = 1 THEN
              DISPLAY "Seance d'une autre competition"
       ELSE
              PERFORM AJOUTE_SEANCE_SAISIE
       END-IF
       CLOSE fsessions.

       AJOUTE_SEANCE_SAISIE.
      *Saisie et ecriture de la seance fse_numS (appelee par
      *AJOUTE_SEANCE ; fsessions est ouvert en I-O).
       DISPLAY "Annee : "
       ACCEPT fse_YEAR
       PERFORM WITH TEST AFTER UNTIL
              DISPLAY "Fin prevue - minutes (0 a 59) : "
              ACCEPT fse_FIN-MIN
       END-PERFORM
       MOVE WS-COMPET-ACTIVE TO fse_compet
       WRITE tamp_fsessions
              INVALID KEY
                     REWRITE tamp_fsessions
                                   DISPLAY "Seance mise a jour"
                     END-REWRITE
              NOT INVALID KEY DISPLAY "Seance ajoutee"
       END-WRITE.

       SEANCE_AUTRE_COMPETITION.
      *Positionne WS-CPT-TROUVE a 1 si la seance fse_numS existe
      *deja pour une autre competition que la competition active
      *(appelee par AJOUTE_SEANCE et DEL_SEANCE ; fsessions est
      *ouvert).
       MOVE 0 TO WS-CPT-TROUVE
       READ fsessions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fse_compet NOT = WS-COMPET-ACTIVE THEN
                            MOVE 1 TO WS-CPT-TROUVE
                     END-IF
       END-READ.

       DEL_SEANCE.
      *Supprime une seance (les epreuves rattachees redeviennent
       OPEN I-O fsessions
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       PERFORM SEANCE_AUTRE_COMPETITION
       IF WS-CPT-TROUVE = 1 THEN
              DISPLAY "Seance d'une autre competition"
       ELSE
              DELETE fsessions RECORD
                     INVALID KEY DISPLAY "Cette seance n'existe pas"
                     NOT INVALID KEY DISPLAY "Seance supprimee"
              END-DELETE
       END-IF
       CLOSE fsessions.

       VALIDE_SEANCE.
              INVALID KEY MOVE 0 TO WS-SEANCE-VALIDE
              NOT INVALID KEY MOVE 1 TO WS-SEANCE-VALIDE
       END-READ
      *Une seance d'une autre competition n'est pas valide ici.
       IF WS-SEANCE-VALIDE = 1 AND
              fse_compet NOT = WS-COMPET-ACTIVE THEN
              MOVE 0 TO WS-SEANCE-VALIDE
       END-IF
       CLOSE fsessions.

       ATTACHE_EPREUVE_SEANCE.
       END-PERFORM
       CLOSE fepreuves
       DISPLAY "-----------------------------------------------"
       DISPLAY "Epreuves au programme : " WS-SEANCE-NB-EPR
       MOVE fse_numS TO WS-EAU-NUMS
       PERFORM EAU_AFFICHE_RELEVES.

       RAPPORT_ROSTER_MEDICAL.
      *Roster medical d'urgence : pour une date et un lieu donnes,
       MOVE 0 TO WS-MEDR-NB
       MOVE 0 TO WS-MEDR-NB-SANS
       MOVE 0 TO WS-SEED-NB
       MOVE "CLAIR-MEDIC" TO WS-CLR-FONCTION
       PERFORM DROIT_LECTURE_CLAIR
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fe_date = WS-MEDR-DATE AND
                            fe_lieu = WS-MEDR-LIEU AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            PERFORM ROSTMED_UNE_EPREUVE
                     END-IF
       END-PERFORM
                            ADD 1 TO WS-MEDR-NB-SANS
                            DISPLAY " - SANS CONTACT D'URGENCE"
                     NOT INVALID KEY
                            PERFORM CLAIR_CONTACT
                            IF WS-CLR-DROIT = 1 THEN
                                   DISPLAY " - " WS-CLR-TELEPHONE " ("
                                          fco_lien ") - "
                                          WS-CLR-INFO-MED
                            ELSE
                                   DISPLAY " - *************** ("
                                          fco_lien ") - *****"
                            END-IF
              END-READ
       END-IF.
