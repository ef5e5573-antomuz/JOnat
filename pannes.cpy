       GESTION_PANNES_CHRONO.
      *Sous-menu du registre des pannes de chronometrage : le
      *chronometreur en chef y declare la plaque, le plot ou le
      *bouton defaillant d'un couloir au lieu de l'ecrire au dos de
      *la feuille de serie (appelee par GESTION_CHRONOMETRAGE).
       DISPLAY "***********************************************"
       DISPLAY "*     Pannes du materiel de chronometrage     *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Declarer une panne                         *"
       DISPLAY "* 2-Fermer une panne                           *"
       DISPLAY "* 3-Pannes d'une seance                        *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM DECLARE_PANNE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM FERME_PANNE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM LISTE_PANNES_SEANCE
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       PANNE_SAISIE_HEURE.
      *Saisit une heure HHMM dans WS-PAN-DEBUT, l'heure courante
      *si la saisie est vide (appelee par DECLARE_PANNE et
      *FERME_PANNE).
       MOVE SPACES TO WS-PAN-HEURE-X
       ACCEPT WS-PAN-HEURE-X
       IF WS-PAN-HEURE-X = SPACES OR
              WS-PAN-HEURE-X IS NOT NUMERIC THEN
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-TIME TO WS-PAN-DEBUT
       ELSE
              MOVE WS-PAN-HEURE-X TO WS-PAN-DEBUT
       END-IF.

       DECLARE_PANNE.
      *Ouvre une panne sur un couloir d'une seance, dans le lieu de
      *la seance (appelee par GESTION_PANNES_CHRONO).
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
              MOVE fse_numS TO WS-PAN-NUMS
              MOVE 0 TO WS-PAN-COULOIR
              PERFORM WITH TEST AFTER UNTIL
                     WS-PAN-COULOIR > 0 AND WS-PAN-COULOIR <= 10
                     DISPLAY "Couloir (1 a 10) : "
                     ACCEPT WS-PAN-COULOIR
              END-PERFORM
              PERFORM PANNE_PROCHAIN_SEQ
              OPEN I-O fpannes
              MOVE WS-PAN-NUMS TO fpn_numS
              MOVE WS-PAN-COULOIR TO fpn_couloir
              MOVE WS-PAN-SEQ TO fpn_seq
              MOVE fse_lieu TO fpn_lieu
              PERFORM WITH TEST AFTER UNTIL
                     repUser >= 1 AND repUser <= 3
                     DISPLAY "Materiel : 1-Plaque de touche "
                            "2-Plot de depart 3-Bouton de secours"
                     ACCEPT repUser
              END-PERFORM
              IF repUser = 1 THEN
                     MOVE "PLAQUE" TO fpn_equipement
              ELSE IF repUser = 2 THEN
                     MOVE "PLOT" TO fpn_equipement
              ELSE
                     MOVE "BOUTON" TO fpn_equipement
              END-IF
              END-IF
              DISPLAY "Heure d'ouverture HHMM (vide = maintenant) : "
              PERFORM PANNE_SAISIE_HEURE
              MOVE WS-PAN-DEBUT TO fpn_ouverture
              MOVE 0 TO fpn_fermeture
              PERFORM WITH TEST AFTER UNTIL repUser = 0 OR repUser = 1
                     DISPLAY "Couloir hors service (ne plus y "
                            "seeder) ? 1-Oui 0-Non"
                     ACCEPT repUser
              END-PERFORM
              MOVE repUser TO fpn_hors_service
              DISPLAY "Description : "
              MOVE SPACES TO fpn_motif
              ACCEPT fpn_motif
              MOVE WS-OPERATEUR TO fpn_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fpn_maj_date
              WRITE tamp_fpannes
                     INVALID KEY DISPLAY "Erreur d'ecriture"
                     NOT INVALID KEY
                            DISPLAY "Panne " fpn_seq " ouverte sur le "
                                   "couloir " fpn_couloir
              END-WRITE
              CLOSE fpannes
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Panne " fpn_equipement " seance " fpn_numS
                     " couloir " fpn_couloir " ouverte a "
                     fpn_ouverture
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       PANNE_PROCHAIN_SEQ.
      *Numero de la prochaine panne du couloir WS-PAN-COULOIR de la
      *seance WS-PAN-NUMS (appelee par DECLARE_PANNE).
       MOVE 1 TO WS-PAN-SEQ
       OPEN INPUT fpannes
       MOVE WS-PAN-NUMS TO fpn_numS
       MOVE WS-PAN-COULOIR TO fpn_couloir
       MOVE 0 TO fpn_seq
       MOVE 0 TO WS-PAN-FIN
       START fpannes, KEY IS >= fpn_cle
              INVALID KEY MOVE 1 TO WS-PAN-FIN
              NOT INVALID KEY
                     PERFORM PANNE_SEQ_SUIVANT UNTIL WS-PAN-FIN = 1
       END-START
       CLOSE fpannes.

       PANNE_SEQ_SUIVANT.
       READ fpannes NEXT
              AT END MOVE 1 TO WS-PAN-FIN
              NOT AT END
                     IF fpn_numS NOT = WS-PAN-NUMS OR
                            fpn_couloir NOT = WS-PAN-COULOIR THEN
                            MOVE 1 TO WS-PAN-FIN
                     ELSE
                            COMPUTE WS-PAN-SEQ = fpn_seq + 1
                     END-IF
       END-READ.

       FERME_PANNE.
      *Ferme une panne reparee : l'heure de fermeture borne la
      *fenetre des resultats a arbitrer et rend le couloir au
      *seeding (appelee par GESTION_PANNES_CHRONO).
       OPEN I-O fpannes
       DISPLAY "Numero de la seance : "
       ACCEPT fpn_numS
       DISPLAY "Couloir : "
       ACCEPT fpn_couloir
       DISPLAY "Numero de la panne : "
       ACCEPT fpn_seq
       READ fpannes
              INVALID KEY DISPLAY "Panne inconnue"
              NOT INVALID KEY
                     IF fpn_fermeture NOT = 0 THEN
                            DISPLAY "Panne deja fermee a "
                                   fpn_fermeture
                     ELSE
                            DISPLAY "Heure de fermeture HHMM (vide "
                                   "= maintenant) : "
                            PERFORM PANNE_SAISIE_HEURE
                            MOVE WS-PAN-DEBUT TO fpn_fermeture
                            MOVE WS-OPERATEUR TO fpn_maj_par
                            PERFORM HORODATE_MAJ
                            MOVE WS-FORMATTED-DATE-TIME
                                   TO fpn_maj_date
                            REWRITE tamp_fpannes
                                   INVALID KEY
                                          DISPLAY "Erreur de mise "
                                                 "a jour"
                                   NOT INVALID KEY
                                          DISPLAY "Panne fermee"
                            END-REWRITE
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            STRING "Panne seance " fpn_numS
                                   " couloir " fpn_couloir
                                   " fermee a " fpn_fermeture
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE
                     END-IF
       END-READ
       CLOSE fpannes.

       LISTE_PANNES_SEANCE.
      *Liste les pannes declarees sur une seance (appelee par
      *GESTION_PANNES_CHRONO).
       DISPLAY "Numero de la seance : "
       ACCEPT WS-PAN-NUMS
       MOVE 0 TO WS-PAN-NB
       OPEN INPUT fpannes
       MOVE WS-PAN-NUMS TO fpn_numS
       MOVE 0 TO fpn_couloir
       MOVE 0 TO fpn_seq
       MOVE 0 TO WS-PAN-FIN
       DISPLAY "--------- Pannes de la seance ---------"
       START fpannes, KEY IS >= fpn_cle
              INVALID KEY MOVE 1 TO WS-PAN-FIN
              NOT INVALID KEY
                     PERFORM PANNE_AFFICHE_UNE UNTIL WS-PAN-FIN = 1
       END-START
       CLOSE fpannes
       IF WS-PAN-NB = 0 THEN
              DISPLAY "   (aucune panne)"
       END-IF.

       PANNE_AFFICHE_UNE.
       READ fpannes NEXT
              AT END MOVE 1 TO WS-PAN-FIN
              NOT AT END
                     IF fpn_numS NOT = WS-PAN-NUMS THEN
                            MOVE 1 TO WS-PAN-FIN
                     ELSE
                            ADD 1 TO WS-PAN-NB
                            IF fpn_fermeture = 0 THEN
                                   DISPLAY "Couloir " fpn_couloir
                                          " n." fpn_seq " "
                                          fpn_equipement " depuis "
                                          fpn_ouverture
                                          " - EN COURS"
                            ELSE
                                   DISPLAY "Couloir " fpn_couloir
                                          " n." fpn_seq " "
                                          fpn_equipement " de "
                                          fpn_ouverture " a "
                                          fpn_fermeture
                            END-IF
                            IF FPN-HORS-SERVICE THEN
                                   DISPLAY "   couloir hors service"
                            END-IF
                            DISPLAY "   " fpn_motif
                     END-IF
       END-READ.

       PANNE_CONTROLE_RESULTAT.
      *Un temps electronique nage dans un couloir dont la plaque ou
      *le plot etait en panne ne fait pas foi : WS-PAN-TROUVE passe
      *a 1 et fp_source a S quand une panne du couloir de
      *l'inscrit, sur la seance de l'epreuve, chevauche la course -
      *entre l'heure de depart de l'epreuve et l'import du resultat
      *(appelee par ECRIT_CHRONO_VALIDE ; l'epreuve est dans le
      *tampon fepreuves).
       MOVE 0 TO WS-PAN-TROUVE
       IF FP-TERMINE AND fe_numSession > 0 THEN
              MOVE 0 TO WS-PAN-COULOIR
              OPEN INPUT fseries
              MOVE fp_numE TO fsr_numE
              MOVE fp_numA TO fsr_numA
              READ fseries
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE fsr_couloir TO WS-PAN-COULOIR
              END-READ
              CLOSE fseries
              IF WS-PAN-COULOIR > 0 THEN
                     COMPUTE WS-PAN-DEBUT = fe_HOUR * 100 + fe_MIN
                     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
                     IF WS-TEMP-DATE = fe_date THEN
                            MOVE WS-TEMP-TIME TO WS-PAN-FIN-COURSE
                     ELSE
                            MOVE 2359 TO WS-PAN-FIN-COURSE
                     END-IF
                     PERFORM PANNE_CHERCHE_COULOIR
              END-IF
       END-IF
       IF WS-PAN-TROUVE = 1 THEN
              MOVE "S" TO fp_source
       END-IF.

       PANNE_CHERCHE_COULOIR.
      *Parcourt les pannes du couloir WS-PAN-COULOIR sur la seance
      *de l'epreuve (appelee par PANNE_CONTROLE_RESULTAT).
       MOVE fe_numSession TO WS-PAN-NUMS
       OPEN INPUT fpannes
       MOVE WS-PAN-NUMS TO fpn_numS
       MOVE WS-PAN-COULOIR TO fpn_couloir
       MOVE 0 TO fpn_seq
       MOVE 0 TO WS-PAN-FIN
       START fpannes, KEY IS >= fpn_cle
              INVALID KEY MOVE 1 TO WS-PAN-FIN
              NOT INVALID KEY
                     PERFORM PANNE_EXAMINE_FENETRE
                            UNTIL WS-PAN-FIN = 1
       END-START
       CLOSE fpannes.

       PANNE_EXAMINE_FENETRE.
       READ fpannes NEXT
              AT END MOVE 1 TO WS-PAN-FIN
              NOT AT END
                     IF fpn_numS NOT = WS-PAN-NUMS OR
                            fpn_couloir NOT = WS-PAN-COULOIR THEN
                            MOVE 1 TO WS-PAN-FIN
                     ELSE
                            IF (FPN-PLAQUE OR FPN-PLOT) AND
                                   fpn_ouverture <=
                                          WS-PAN-FIN-COURSE AND
                                   (fpn_fermeture = 0 OR
                                   fpn_fermeture >= WS-PAN-DEBUT)
                                   MOVE 1 TO WS-PAN-TROUVE
                            END-IF
                     END-IF
       END-READ.

       PANNE_OUVRE_ARBITRAGE.
      *Ouvre d'office la ligne d'arbitrage du resultat nage en
      *couloir en panne ; le temps de secours la completera a son
      *import (appelee par ECRIT_CHRONO_VALIDE).
       OPEN I-O farbitr
       MOVE fp_numA TO far_numA
       MOVE fp_numE TO far_numE
       MOVE fc_temps TO far_primaire
       MOVE 0 TO far_secours
       MOVE " " TO far_decision
       MOVE SPACES TO far_decide
       MOVE 1 TO far_panne
       WRITE tamp_farbitr
              INVALID KEY
                     REWRITE tamp_farbitr
                            INVALID KEY CONTINUE
                     END-REWRITE
       END-WRITE
       CLOSE farbitr
       DISPLAY "Couloir " WS-PAN-COULOIR " en panne : athlete "
              fp_numA " envoye en arbitrage chrono".

       SEED_CHARGE_COULOIRS_HS.
      *Retire des couloirs du bassin ceux que le registre declare
      *hors service sur la seance de l'epreuve (panne non fermee) :
      *WS-PAN-UTILE liste les couloirs restants dans l'ordre, et
      *WS-PAN-NB-UTILES leur nombre (appelee par
      *GENERE_SERIES_EPREUVE ; l'epreuve est dans le tampon).
       PERFORM VARYING WS-PAN-IDX FROM 1 BY 1 UNTIL WS-PAN-IDX > 10
              MOVE 0 TO WS-PAN-HS(WS-PAN-IDX)
              MOVE 0 TO WS-PAN-UTILE(WS-PAN-IDX)
       END-PERFORM
       IF fe_numSession > 0 THEN
              OPEN INPUT fpannes
              MOVE fe_numSession TO fpn_numS
              MOVE 0 TO fpn_couloir
              MOVE 0 TO fpn_seq
              MOVE 0 TO WS-PAN-FIN
              START fpannes, KEY IS >= fpn_cle
                     INVALID KEY MOVE 1 TO WS-PAN-FIN
                     NOT INVALID KEY
                            PERFORM SEED_EXAMINE_PANNE
                                   UNTIL WS-PAN-FIN = 1
              END-START
              CLOSE fpannes
       END-IF
       MOVE 0 TO WS-PAN-NB-UTILES
       PERFORM VARYING WS-PAN-IDX FROM 1 BY 1
              UNTIL WS-PAN-IDX > WS-SEED-NB-COULOIRS
              IF WS-PAN-HS(WS-PAN-IDX) = 0 THEN
                     ADD 1 TO WS-PAN-NB-UTILES
                     MOVE WS-PAN-IDX TO WS-PAN-UTILE(WS-PAN-NB-UTILES)
              ELSE
                     DISPLAY "Couloir " WS-PAN-IDX
                            " hors service : non seede"
              END-IF
       END-PERFORM.

       SEED_EXAMINE_PANNE.
       READ fpannes NEXT
              AT END MOVE 1 TO WS-PAN-FIN
              NOT AT END
                     IF fpn_numS NOT = fe_numSession THEN
                            MOVE 1 TO WS-PAN-FIN
                     ELSE
                            IF FPN-HORS-SERVICE AND
                                   fpn_fermeture = 0 AND
                                   fpn_couloir > 0 AND
                                   fpn_couloir <= 10
                                   MOVE 1 TO WS-PAN-HS(fpn_couloir)
                            END-IF
                     END-IF
       END-READ.
