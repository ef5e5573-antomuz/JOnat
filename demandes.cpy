       COACH_DEMANDES.
      *Sous-menu des demandes de l'encadrement : engagement, retrait
      *ou composition de relais pour un athlete de la delegation
      *WS-COACH-PAYS, controles au depot avec les regles de la
      *saisie manuelle puis mis en file pour le bureau des
      *engagements, et suivi des decisions (appelee par AFFICH_MENU,
      *menu encadrement).
       MOVE WS-COACH-PAYS TO WS-DEM-PAYS
       MOVE WS-COACH-NOM TO WS-DEM-DEPOSANT
       DISPLAY "***********************************************"
       DISPLAY "*        Mes demandes d'engagement             *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Demander un engagement                     *"
       DISPLAY "* 2-Demander un retrait                        *"
       DISPLAY "* 3-Proposer une composition de relais         *"
       DISPLAY "* 4-Suivre mes demandes                        *"
       DISPLAY "* 5-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM DEM_DEMANDE_ENGAGEMENT
       ELSE IF Wchoix2 = 2 THEN
              PERFORM DEM_DEMANDE_RETRAIT
       ELSE IF Wchoix2 = 3 THEN
              PERFORM DEM_DEMANDE_RELAIS
       ELSE IF Wchoix2 = 4 THEN
              PERFORM DEM_SUIVI_DELEGATION
       ELSE IF Wchoix2 = 5 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       DEM_SAISIE_ATHLETE.
      *Saisit un athlete de la delegation de l'encadrant ; WS-DEM-OK
      *a 1 s'il existe et appartient a WS-COACH-PAYS.
       MOVE 0 TO WS-DEM-OK
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-DEM-NUMA
       OPEN INPUT fathletes
       MOVE WS-DEM-NUMA TO fa_numA
       READ fathletes
              INVALID KEY DISPLAY "Athlete inconnu"
              NOT INVALID KEY
                     IF fa_pays NOT = WS-COACH-PAYS OR
                            FA-SUPPRIME THEN
                            DISPLAY "Athlete hors de votre "
                                   "delegation"
                     ELSE
                            MOVE 1 TO WS-DEM-OK
                            DISPLAY fa_prenom " " fa_nom
                     END-IF
       END-READ
       CLOSE fathletes.

       DEM_DEMANDE_ENGAGEMENT.
      *Demande d'engagement individuel (appelee par COACH_DEMANDES).
       PERFORM DEM_SAISIE_ATHLETE
       IF WS-DEM-OK = 1 THEN
              DISPLAY "Numero de l'epreuve : "
              ACCEPT WS-DEM-NUME
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME TO WS-DEM-HORODATE
              PERFORM DEM_CONTROLE_ENGAGEMENT
              MOVE "E" TO WS-DEM-TYPE
              PERFORM DEM_ENREGISTRE
       END-IF.

       DEM_DEMANDE_RETRAIT.
      *Demande de retrait d'un engage de la delegation (appelee par
      *COACH_DEMANDES).
       PERFORM DEM_SAISIE_ATHLETE
       IF WS-DEM-OK = 1 THEN
              DISPLAY "Numero de l'epreuve : "
              ACCEPT WS-DEM-NUME
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME TO WS-DEM-HORODATE
              PERFORM DEM_CONTROLE_RETRAIT
              MOVE "R" TO WS-DEM-TYPE
              PERFORM DEM_ENREGISTRE
       END-IF.

       DEM_DEMANDE_RELAIS.
      *Composition de l'equipe de relais de la delegation sur une
      *epreuve : nouvelle equipe ou changement de relayeurs tant
      *qu'aucun resultat n'est saisi (appelee par COACH_DEMANDES).
       DISPLAY "Numero de l'epreuve de relais : "
       ACCEPT WS-DEM-NUME
       PERFORM VARYING WS-DEM-I FROM 1 BY 1 UNTIL WS-DEM-I > 4
              DISPLAY "Relayeur " WS-DEM-I " - numero de l'athlete : "
              ACCEPT WS-DEM-LEG(WS-DEM-I)
       END-PERFORM
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME TO WS-DEM-HORODATE
       PERFORM DEM_CONTROLE_RELAIS
       MOVE 0 TO WS-DEM-NUMA
       MOVE "L" TO WS-DEM-TYPE
       PERFORM DEM_ENREGISTRE.

       DEM_ENREGISTRE.
      *Met la demande en file (WS-DEM-TYPE, WS-DEM-PAYS et
      *WS-DEM-DEPOSANT renseignes par l'appelant) : en attente si
      *le controle de depot est passe, rejetee d'office avec son
      *motif sinon, pour que l'encadrant le lise dans son suivi.
       OPEN I-O fdemandes
       MOVE 0 TO WS-DEM-ID
       MOVE 0 TO WS-DEM-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DEM-FIN = 1
              READ fdemandes NEXT
              AT END MOVE 1 TO WS-DEM-FIN
              NOT AT END MOVE fdm_id TO WS-DEM-ID
       END-PERFORM
       ADD 1 TO WS-DEM-ID
       MOVE WS-DEM-ID TO fdm_id
       MOVE WS-DEM-TYPE TO fdm_type
       MOVE WS-DEM-PAYS TO fdm_pays
       MOVE WS-DEM-NUME TO fdm_numE
       MOVE WS-DEM-NUMA TO fdm_numA
       PERFORM VARYING WS-DEM-I FROM 1 BY 1 UNTIL WS-DEM-I > 4
              IF FDM-RELAIS THEN
                     MOVE WS-DEM-LEG(WS-DEM-I)
                            TO fdm_leg_numA(WS-DEM-I)
              ELSE
                     MOVE 0 TO fdm_leg_numA(WS-DEM-I)
              END-IF
       END-PERFORM
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fdm_depot
       MOVE WS-DEM-HORODATE TO fdm_depot_ts
       MOVE WS-DEM-DEPOSANT TO fdm_depose_par
       IF WS-DEM-OK = 1 THEN
              MOVE "Q" TO fdm_statut
              MOVE WS-DEM-MOTIF TO fdm_motif
              MOVE SPACES TO fdm_decide_par
              MOVE SPACES TO fdm_decide_le
       ELSE
              MOVE "J" TO fdm_statut
              MOVE WS-DEM-MOTIF TO fdm_motif
              MOVE "CONTROLE DEPOT" TO fdm_decide_par
              MOVE WS-FORMATTED-DATE-TIME TO fdm_decide_le
       END-IF
       WRITE tamp_fdemandes
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY
                     IF FDM-EN-ATTENTE AND FDM-FORFAIT THEN
                            DISPLAY "Demande " fdm_id " transmise a "
                                   "l'arbitre"
                     ELSE IF FDM-EN-ATTENTE THEN
                            DISPLAY "Demande " fdm_id " transmise au "
                                   "bureau des engagements"
                     ELSE
                            DISPLAY "Demande " fdm_id " rejetee : "
                                   fdm_motif
                     END-IF
                     END-IF
                     MOVE WS-DEM-PAYS TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Demande " fdm_id " type " fdm_type
                            " epreuve " fdm_numE " statut "
                            fdm_statut
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-WRITE
       CLOSE fdemandes.

       DEM_CONTROLE_ENGAGEMENT.
      *Controle d'un engagement de WS-DEM-NUMA sur WS-DEM-NUME avec
      *les regles de SAISIE_UNE_PARTICIPATION, sans derogation :
      *capacite, quota du pays, certificat medical, genre, classe,
      *sanction, licence, transfert, age, cloture (jugee a
      *l'horodatage de depot WS-DEM-HORODATE) et conflit d'horaire ;
      *le premier refus est retenu dans WS-DEM-MOTIF (appelee au
      *depot et par le bureau avant approbation).
       MOVE 1 TO WS-DEM-OK
       MOVE SPACES TO WS-DEM-MOTIF
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       PERFORM DEM_RESTAURE_CLES
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF NOT FP-SUPPRIME THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "athlete deja engage sur l'epreuve"
                                   TO WS-DEM-MOTIF
                     END-IF
       END-READ
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              MOVE 0 TO Wtrouve
              PERFORM VERIFIE_CAPACITE_EPREUVE
              IF Wtrouve = 0 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "epreuve inexistante ou annulee"
                            TO WS-DEM-MOTIF
              ELSE IF WS-PLACE-DISPONIBLE NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "epreuve complete" TO WS-DEM-MOTIF
              ELSE IF FE-WATER-POLO THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "water-polo : composition d'equipe"
                            TO WS-DEM-MOTIF
              ELSE IF fe_compet NOT = WS-COMPET-ACTIVE THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "epreuve d'une autre competition"
                            TO WS-DEM-MOTIF
              END-IF
              END-IF
              END-IF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_QUOTA_PAYS
              IF WS-QUOTA-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "quota du pays atteint" TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_CERTIFICAT_MEDICAL
              IF WS-MED-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "certificat medical absent, expire ou inapte"
                            TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_GENRE_EPREUVE
              IF WS-GENRE-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "genre different de l'epreuve"
                            TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_CLASSE_EPREUVE
              IF WS-CLASSE-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "classe para differente" TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM DEM_CONTROLE_ATHLETE
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_AGE_EPREUVE
              IF WS-AGE-EPR-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "hors limites d'age" TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_CONTROLE_CLOTURE
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_CONFLIT_ATHLETE
              IF WS-CONFLIT-ATHLETE = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "deja engage a la meme heure"
                            TO WS-DEM-MOTIF
              END-IF
       END-IF
       CLOSE fepreuves
       CLOSE fparticipations
       PERFORM DEM_RESTAURE_CLES.

       DEM_RESTAURE_CLES.
       MOVE WS-DEM-NUMA TO WS-NV-NUMA-PART
       MOVE WS-DEM-NUME TO WS-NV-NUME-PART
       MOVE WS-DEM-NUMA TO fp_numA
       MOVE WS-DEM-NUME TO fp_numE.

       DEM_CONTROLE_ATHLETE.
      *Sanction active, licence suspendue et periode d'attente de
      *transfert de l'athlete fp_numA, comme a
      *ENREGISTRE_PARTICIPATION.
       PERFORM VERIFIE_SANCTION_ATHLETE
       IF WS-SAN-OK NOT = 1 THEN
              MOVE 0 TO WS-DEM-OK
              MOVE "athlete sous sanction active" TO WS-DEM-MOTIF
       ELSE
              MOVE fp_numA TO fa_numA
              PERFORM CHERCHE_LICENCE_ATHLETE
              PERFORM VERIFIE_LICENCE_SUSPENDUE
              IF WS-LSY-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "licence suspendue (federation)"
                            TO WS-DEM-MOTIF
              ELSE
                     PERFORM VERIFIE_TRANSFERT_ELIGIBLE
                     IF WS-TRF-OK NOT = 1 THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "periode d'attente de transfert"
                                   TO WS-DEM-MOTIF
                     END-IF
              END-IF
       END-IF.

       DEM_CONTROLE_CLOTURE.
      *Une demande deposee apres la cloture des engagements de
      *l'epreuve (lue dans fepreuves) est refusee : la derogation
      *reste une saisie manuelle du bureau.
       IF fe_cloture NOT = ZEROS AND fe_cloture NOT = SPACES AND
              WS-DEM-HORODATE > fe_cloture THEN
              MOVE 0 TO WS-DEM-OK
              MOVE "deposee apres la cloture des engagements"
                     TO WS-DEM-MOTIF
       END-IF.

       DEM_CONTROLE_RETRAIT.
      *Un retrait porte sur un engagement existant de la
      *competition active, sans resultat officiel, avant le passage
      *en chambre d'appel et avant l'heure de l'epreuve.
       MOVE 1 TO WS-DEM-OK
       MOVE SPACES TO WS-DEM-MOTIF
       OPEN INPUT fparticipations
       PERFORM DEM_RESTAURE_CLES
       READ fparticipations
              INVALID KEY
                     MOVE 0 TO WS-DEM-OK
                     MOVE "aucun engagement sur cette epreuve"
                            TO WS-DEM-MOTIF
              NOT INVALID KEY
                     IF FP-SUPPRIME OR
                            fp_compet NOT = WS-COMPET-ACTIVE THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "aucun engagement sur cette epreuve"
                                   TO WS-DEM-MOTIF
                     ELSE IF FP-OFFICIEL THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "resultat deja officiel"
                                   TO WS-DEM-MOTIF
                     ELSE IF FP-POINTE THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "deja pointe en chambre d'appel"
                                   TO WS-DEM-MOTIF
                     END-IF
                     END-IF
                     END-IF
       END-READ
       CLOSE fparticipations
       IF WS-DEM-OK = 1 THEN
              OPEN INPUT fepreuves
              MOVE WS-DEM-NUME TO fe_numE
              READ fepreuves
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF fe_datetime <= WS-DEM-HORODATE THEN
                                   MOVE 0 TO WS-DEM-OK
                                   MOVE "epreuve deja commencee"
                                          TO WS-DEM-MOTIF
                            END-IF
              END-READ
              CLOSE fepreuves
       END-IF.

       DEM_CONTROLE_RELAIS.
      *Controle d'une composition de relais de la delegation
      *WS-COACH-PAYS (ou fdm_pays au bureau, recopie dans
      *WS-COACH-PAYS) : epreuve de la competition active, quatre
      *relayeurs distincts de la delegation, genre (2 + 2 en
      *mixte), age, classe, certificat, sanction et licence de
      *chacun, cloture, et pas de resultat deja saisi pour
      *l'equipe.
       MOVE 1 TO WS-DEM-OK
       MOVE SPACES TO WS-DEM-MOTIF
       OPEN INPUT fepreuves
       MOVE WS-DEM-NUME TO fe_numE
       READ fepreuves
              INVALID KEY
                     MOVE 0 TO WS-DEM-OK
                     MOVE "epreuve inexistante" TO WS-DEM-MOTIF
              NOT INVALID KEY
                     IF FE-SUPPRIMEE OR FE-ANNULEE THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "epreuve inexistante ou annulee"
                                   TO WS-DEM-MOTIF
                     ELSE IF FE-WATER-POLO THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "water-polo : composition d'equipe"
                                   TO WS-DEM-MOTIF
                     ELSE IF fe_compet NOT = WS-COMPET-ACTIVE THEN
                            MOVE 0 TO WS-DEM-OK
                            MOVE "epreuve d'une autre competition"
                                   TO WS-DEM-MOTIF
                     END-IF
                     END-IF
                     END-IF
       END-READ
       CLOSE fepreuves
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_CONTROLE_CLOTURE
       END-IF
       IF WS-DEM-OK = 1 THEN
              MOVE 1 TO WS-RELAIS-VALIDE
              MOVE 0 TO WS-RELAIS-NB-H
              MOVE 0 TO WS-RELAIS-NB-F
              PERFORM VARYING WS-DEM-I FROM 1 BY 1
                     UNTIL WS-DEM-I > 4 OR WS-DEM-OK = 0
                     PERFORM DEM_CONTROLE_RELAYEUR
              END-PERFORM
       END-IF
       IF WS-DEM-OK = 1 AND fe_genre = "x" THEN
              IF WS-RELAIS-NB-H NOT = 2 OR
                     WS-RELAIS-NB-F NOT = 2 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "relais mixte : 2 hommes et 2 femmes"
                            TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              OPEN INPUT frelais
              MOVE WS-DEM-NUME TO fr_numE
              MOVE WS-COACH-PAYS TO fr_pays
              READ frelais
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF FR-OFFICIEL OR fr_temps_total > 0 THEN
                                   MOVE 0 TO WS-DEM-OK
                                   MOVE "resultat d'equipe deja saisi"
                                          TO WS-DEM-MOTIF
                            END-IF
              END-READ
              CLOSE frelais
       END-IF.

       DEM_CONTROLE_RELAYEUR.
      *Controle du relayeur WS-DEM-I (l'epreuve est dans le tampon
      *fepreuves ; les controles de genre et d'age sont ceux de la
      *saisie d'un relais).
       MOVE WS-DEM-LEG(WS-DEM-I) TO WS-DEM-NUMA
       PERFORM VARYING WS-DEM-J FROM 1 BY 1 UNTIL WS-DEM-J >= WS-DEM-I
              IF WS-DEM-LEG(WS-DEM-J) = WS-DEM-NUMA THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "relayeur cite deux fois" TO WS-DEM-MOTIF
              END-IF
       END-PERFORM
       IF WS-DEM-OK = 1 THEN
              OPEN INPUT fathletes
              MOVE WS-DEM-NUMA TO fa_numA
              READ fathletes
                     INVALID KEY
                            MOVE 0 TO WS-DEM-OK
                            MOVE "relayeur inconnu" TO WS-DEM-MOTIF
                     NOT INVALID KEY
                            IF fa_pays NOT = WS-COACH-PAYS OR
                                   FA-SUPPRIME THEN
                                   MOVE 0 TO WS-DEM-OK
                                   MOVE "relayeur hors de la delegation"
                                          TO WS-DEM-MOTIF
                            ELSE
                                   PERFORM VERIFIE_GENRE_RELAYEUR
                                   PERFORM VERIFIE_AGE_RELAYEUR
                                   IF WS-RELAIS-VALIDE NOT = 1 THEN
                                          MOVE 0 TO WS-DEM-OK
                                          MOVE
                                           "relayeur : genre ou age"
                                                 TO WS-DEM-MOTIF
                                   END-IF
                            END-IF
              END-READ
              CLOSE fathletes
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_CLASSE_EPREUVE
              IF WS-CLASSE-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "relayeur : classe para differente"
                            TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM VERIFIE_CERTIFICAT_MEDICAL
              IF WS-MED-OK NOT = 1 THEN
                     MOVE 0 TO WS-DEM-OK
                     MOVE "relayeur : certificat medical"
                            TO WS-DEM-MOTIF
              END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              PERFORM DEM_RESTAURE_CLES
              PERFORM DEM_CONTROLE_ATHLETE
       END-IF.

       DEM_SUIVI_DELEGATION.
      *Liste les demandes de la delegation avec leur statut et le
      *motif d'un rejet (appelee par COACH_DEMANDES).
       DISPLAY "-- Demandes de la delegation " WS-COACH-PAYS " --"
       MOVE 0 TO WS-DEM-NB
       OPEN INPUT fdemandes
       MOVE 0 TO WS-DEM-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DEM-FIN = 1
              READ fdemandes NEXT
              AT END MOVE 1 TO WS-DEM-FIN
              NOT AT END
                     IF fdm_pays = WS-COACH-PAYS THEN
                            ADD 1 TO WS-DEM-NB
                            PERFORM DEM_LIBELLES
                            DISPLAY fdm_id " " fdm_depot " "
                                   WS-DEM-TYPE-LIB " epreuve "
                                   fdm_numE " athlete " fdm_numA
                                   " : " WS-DEM-STATUT-LIB
                            IF FDM-REJETEE THEN
                                   DISPLAY "      motif : " fdm_motif
                            END-IF
              END-IF
       END-PERFORM
       CLOSE fdemandes
       IF WS-DEM-NB = 0 THEN
              DISPLAY "   (aucune)"
       END-IF.

       DEM_LIBELLES.
       IF FDM-ENGAGEMENT THEN
              MOVE "ENGAGEMENT" TO WS-DEM-TYPE-LIB
       ELSE IF FDM-RETRAIT THEN
              MOVE "RETRAIT" TO WS-DEM-TYPE-LIB
       ELSE IF FDM-FORFAIT THEN
              MOVE "FORFAIT" TO WS-DEM-TYPE-LIB
       ELSE
              MOVE "RELAIS" TO WS-DEM-TYPE-LIB
       END-IF
       END-IF
       END-IF
       IF FDM-EN-ATTENTE THEN
              MOVE "EN ATTENTE" TO WS-DEM-STATUT-LIB
       ELSE IF FDM-APPROUVEE THEN
              MOVE "APPROUVEE" TO WS-DEM-STATUT-LIB
       ELSE IF FDM-EXCUSE THEN
              MOVE "EXCUSE" TO WS-DEM-STATUT-LIB
       ELSE IF FDM-NON-EXCUSE THEN
              MOVE "NON EXCUSE" TO WS-DEM-STATUT-LIB
       ELSE
              MOVE "REJETEE" TO WS-DEM-STATUT-LIB
       END-IF
       END-IF
       END-IF
       END-IF.

       DEM_FILE_ATTENTE.
      *File des demandes des delegations, dans l'ordre de depot (les
      *forfaits apres cloture vont a l'arbitre, RET_FILE_ARBITRE) :
      *chaque demande en attente est recontrolee (l'etat a pu
      *changer depuis le depot) puis approuvee ou rejetee d'une
      *touche, l'approbation appliquant directement l'engagement,
      *le retrait ou la composition (appelee par
      *GESTION_PARTICIPATIONS).
       DISPLAY "---------------------------------------"
       DISPLAY "   DEMANDES DES DELEGATIONS            "
       DISPLAY "---------------------------------------"
       MOVE WS-COACH-PAYS TO WS-DEM-PAYS-COACH
       MOVE 0 TO WS-DEM-NB
       OPEN I-O fdemandes
       MOVE 0 TO WS-DEM-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DEM-FIN = 1
              READ fdemandes NEXT
              AT END MOVE 1 TO WS-DEM-FIN
              NOT AT END
                     IF FDM-EN-ATTENTE AND NOT FDM-FORFAIT THEN
                            ADD 1 TO WS-DEM-NB
                            PERFORM DEM_TRAITE_DEMANDE
                     END-IF
       END-PERFORM
       CLOSE fdemandes
       MOVE WS-DEM-PAYS-COACH TO WS-COACH-PAYS
       IF WS-DEM-NB = 0 THEN
              DISPLAY "Aucune demande en attente"
       END-IF.

       DEM_TRAITE_DEMANDE.
      *Presente et recontrole la demande lue (appelee par
      *DEM_FILE_ATTENTE).
       PERFORM DEM_LIBELLES
       DISPLAY "Demande " fdm_id " du " fdm_depot " - " fdm_pays
              " (" fdm_depose_par ")"
       IF FDM-RELAIS THEN
              DISPLAY "   " WS-DEM-TYPE-LIB " epreuve " fdm_numE
                     " : " fdm_leg_numA(1) " " fdm_leg_numA(2) " "
                     fdm_leg_numA(3) " " fdm_leg_numA(4)
       ELSE
              DISPLAY "   " WS-DEM-TYPE-LIB " epreuve " fdm_numE
                     " athlete " fdm_numA
       END-IF
       MOVE fdm_numE TO WS-DEM-NUME
       MOVE fdm_numA TO WS-DEM-NUMA
      *La cloture se juge a l'heure du depot ; un retrait, lui,
      *doit preceder l'epreuve a l'heure de la decision.
       IF FDM-RETRAIT THEN
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME TO WS-DEM-HORODATE
       ELSE
              MOVE fdm_depot_ts TO WS-DEM-HORODATE
       END-IF
       MOVE fdm_pays TO WS-COACH-PAYS
       PERFORM VARYING WS-DEM-I FROM 1 BY 1 UNTIL WS-DEM-I > 4
              MOVE fdm_leg_numA(WS-DEM-I) TO WS-DEM-LEG(WS-DEM-I)
       END-PERFORM
       IF FDM-ENGAGEMENT THEN
              PERFORM DEM_CONTROLE_ENGAGEMENT
       ELSE IF FDM-RETRAIT THEN
              PERFORM DEM_CONTROLE_RETRAIT
       ELSE
              PERFORM DEM_CONTROLE_RELAIS
       END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              DISPLAY "   Controle : conforme"
       ELSE
              DISPLAY "   Controle : " WS-DEM-MOTIF
       END-IF
       PERFORM WITH TEST AFTER UNTIL WS-DEM-CHOIX = "A" OR
              WS-DEM-CHOIX = "R" OR WS-DEM-CHOIX = "S" OR
              WS-DEM-CHOIX = "F"
              DISPLAY "A-Approuver R-Rejeter S-Passer F-Fin : "
              ACCEPT WS-DEM-CHOIX
       END-PERFORM
       IF WS-DEM-CHOIX = "F" THEN
              MOVE 1 TO WS-DEM-FIN
       ELSE IF WS-DEM-CHOIX = "A" AND WS-DEM-OK NOT = 1 THEN
              DISPLAY "Controle non conforme : approbation "
                     "impossible, rejeter la demande"
       ELSE IF WS-DEM-CHOIX = "A" THEN
              PERFORM DEM_APPLIQUE
       ELSE IF WS-DEM-CHOIX = "R" THEN
              DISPLAY "Motif du rejet (vide = motif du controle) : "
              MOVE SPACES TO fdm_motif
              ACCEPT fdm_motif
              IF fdm_motif = SPACES THEN
                     MOVE WS-DEM-MOTIF TO fdm_motif
              END-IF
              MOVE "J" TO fdm_statut
              PERFORM DEM_DECISION
       END-IF
       END-IF
       END-IF
       END-IF.

       DEM_APPLIQUE.
      *Applique la demande approuvee, puis enregistre la decision
      *(appelee par DEM_TRAITE_DEMANDE).
       IF FDM-ENGAGEMENT THEN
              PERFORM DEM_ECRIT_ENGAGEMENT
       ELSE IF FDM-RETRAIT THEN
              PERFORM DEM_ECRIT_RETRAIT
       ELSE
              PERFORM DEM_ECRIT_RELAIS
       END-IF
       END-IF
       IF WS-DEM-OK = 1 THEN
              MOVE "A" TO fdm_statut
              MOVE SPACES TO fdm_motif
              PERFORM DEM_DECISION
       ELSE
              DISPLAY "Demande non appliquee : " WS-DEM-MOTIF
       END-IF.

       DEM_DECISION.
       MOVE WS-OPERATEUR TO fdm_decide_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fdm_decide_le
       REWRITE tamp_fdemandes
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Demande " fdm_id " " fdm_pays(1:12)
                            " statut " fdm_statut
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.

       DEM_ECRIT_ENGAGEMENT.
      *Engagement sans resultat, comme au chargement d'un paquet de
      *delegation.
       OPEN I-O fparticipations
       PERFORM DEM_RESTAURE_CLES
       MOVE 0 TO fp_temps_engage
       MOVE 0 TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_points_perf
       MOVE SPACE TO fp_source
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       MOVE 0 TO fp_classement
       MOVE 0 TO fc_temps
       MOVE 0 TO fp_reaction
       MOVE 0 TO fp_reaction_neg
       MOVE 0 TO fp_pointage
       MOVE 0 TO fp_points
       MOVE 0 TO fp_supprime
       MOVE 0 TO fp_officiel
       MOVE SPACES TO fp_motif_dq
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE 0 TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY
                     MOVE 0 TO WS-DEM-OK
                     MOVE "participation deja existante"
                            TO WS-DEM-MOTIF
              NOT INVALID KEY
                     DISPLAY "Participation ajoutee"
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Ajout participation athlete "
                            fp_numA " epreuve " fp_numE
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-WRITE
       CLOSE fparticipations.

       DEM_ECRIT_RETRAIT.
      *Retrait comme a DEL_PARTICIPATION : image journalisee, puis
      *promotion proposee depuis la liste d'attente.
       OPEN I-O fparticipations
       PERFORM DEM_RESTAURE_CLES
       READ fparticipations
              INVALID KEY
                     MOVE 0 TO WS-DEM-OK
                     MOVE "la participation n'existe plus"
                            TO WS-DEM-MOTIF
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     DELETE fparticipations RECORD
                            INVALID KEY
                                   MOVE 0 TO WS-DEM-OK
                                   MOVE "suppression impossible"
                                          TO WS-DEM-MOTIF
                            NOT INVALID KEY
                                   DISPLAY "Participation supprimee"
                                   MOVE WS-OPERATEUR
                                          TO WS-AUDIT-ACTEUR
                                   MOVE SPACES TO WS-AUDIT-ACTION
                                   STRING "Suppression participation "
                                          "athlete " fp_numA
                                          " epreuve " fp_numE
                                          DELIMITED BY SIZE
                                          INTO WS-AUDIT-ACTION
                                   END-STRING
                                   PERFORM AUDIT_ENREGISTRE
                                   PERFORM PROPOSE_PROMOTION_ATTENTE
                     END-DELETE
       END-READ
       CLOSE fparticipations.

       DEM_ECRIT_RELAIS.
      *Nouvelle equipe sans resultat, comme au chargement d'un
      *paquet, ou changement des relayeurs de l'equipe existante.
       OPEN I-O frelais
       MOVE WS-DEM-NUME TO fr_numE
       MOVE fdm_pays TO fr_pays
       READ frelais
              INVALID KEY
                     PERFORM DEM_NOUVELLE_EQUIPE
                     MOVE 0 TO fr_lot
                     WRITE tamp_frelais
                            INVALID KEY
                                   MOVE 0 TO WS-DEM-OK
                                   MOVE "equipe deja enregistree"
                                          TO WS-DEM-MOTIF
                     END-WRITE
              NOT INVALID KEY
                     PERFORM VARYING WS-DEM-I FROM 1 BY 1
                            UNTIL WS-DEM-I > 4
                            MOVE WS-DEM-LEG(WS-DEM-I)
                                   TO fr_leg_numA(WS-DEM-I)
                     END-PERFORM
                     REWRITE tamp_frelais
                            INVALID KEY
                                   MOVE 0 TO WS-DEM-OK
                                   MOVE "mise a jour de l'equipe "
                                          TO WS-DEM-MOTIF
                     END-REWRITE
       END-READ
       IF WS-DEM-OK = 1 THEN
              DISPLAY "Composition enregistree"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Composition relais epreuve " fr_numE
                     " equipe " fr_pays
                     DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE frelais.

       DEM_NOUVELLE_EQUIPE.
       MOVE 0 TO fr_classement
       MOVE 0 TO fr_temps_total
       PERFORM VARYING WS-DEM-I FROM 1 BY 1 UNTIL WS-DEM-I > 4
              MOVE WS-DEM-LEG(WS-DEM-I) TO fr_leg_numA(WS-DEM-I)
              MOVE 0 TO fr_leg_temps(WS-DEM-I)
              MOVE 0 TO fr_leg_echange(WS-DEM-I)
              MOVE 0 TO fr_leg_echange_neg(WS-DEM-I)
       END-PERFORM
       MOVE 0 TO fr_echange_signale
       MOVE 0 TO fr_officiel
       MOVE SPACES TO fr_motif_dq
       MOVE SPACE TO fr_source
       MOVE WS-COMPET-ACTIVE TO fr_compet.
