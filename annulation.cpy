       ANNULE_EPREUVE_ORGANISATEUR.
      *Annulation d'une epreuve par le comite d'organisation (bassin
      *hors service...) - ni report (REPLANIFIE_EPREUVE) ni erreur
      *de saisie (DEL_EPREUVE) : la cascade libere engagements,
      *equipes de relais et liste d'attente, emet les avoirs sur
      *les factures d'engagement des delegations, rembourse ou
      *maintient les billets de la seance, libere les officiels
      *affectes et les reservations d'echauffement liees, puis
      *publie l'avis au bulletin de changement. L'epreuve reste
      *listee ANNULEE (appelee par GESTION_EPREUVES).
       DISPLAY "---------------------------------------"
       DISPLAY "   ANNULATION D'EPREUVE (ORGANISATEUR) "
       DISPLAY "---------------------------------------"
       OPEN INPUT fepreuves
       DISPLAY "Numero de l'epreuve a annuler : "
       ACCEPT fe_numE
       MOVE 0 TO Wtrouve
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fepreuves

       IF Wtrouve = 1 THEN
              IF FE-SUPPRIMEE THEN
                     DISPLAY "Epreuve a la corbeille : la restaurer "
                            "d'abord"
                     MOVE 0 TO Wtrouve
              ELSE IF FE-ANNULEE THEN
                     DISPLAY "Epreuve deja annulee"
                     MOVE 0 TO Wtrouve
              END-IF
              END-IF
       END-IF

       IF Wtrouve = 1 THEN
              MOVE fe_numE TO WS-ANU-NUME
              MOVE fe_numSession TO WS-ANU-NUMS
              MOVE fe_date TO WS-ANU-DATE
              COMPUTE WS-ANU-MIN-EPREUVE = (fe_HOUR * 60) + fe_MIN
              PERFORM FORMATE_DATE_EPREUVE
              DISPLAY "Epreuve " fe_numE " : " fe_distance "m "
                     fe_type " " fe_genre " " fe_phase
              DISPLAY "Prevue le " WS-FORMATTED-DATE-TIME " - "
                     fe_lieu
              DISPLAY "Motif de l'annulation : "
              ACCEPT WS-ANU-MOTIF
              DISPLAY "Confirmer l'annulation definitive ? "
                     "1-Oui 0-Non"
              ACCEPT repUser
              IF repUser = 1 THEN
                     PERFORM ANNULE_LIBERE_ENGAGES
                     PERFORM ANNULE_EMET_AVOIRS
                     PERFORM ANNULE_BILLETTERIE
                     PERFORM ANNULE_LIBERE_OFFICIELS
                     PERFORM ANNULE_LIBERE_ECHAUFFEMENTS
                     PERFORM ANNULE_MARQUE_EPREUVE
              ELSE
                     DISPLAY "Annulation abandonnee"
              END-IF
       END-IF.

       ANNULE_LIBERE_ENGAGES.
      *Libere les participations (suppression logique, image
      *journalisee), les equipes de relais et la liste d'attente
      *de l'epreuve, en comptant par delegation ce qui sera
      *credite (appelee par ANNULE_EPREUVE_ORGANISATEUR).
       MOVE 0 TO WS-ANU-NB
       MOVE 0 TO WS-ANU-NB-PART
       MOVE 0 TO WS-ANU-NB-RELAIS
       MOVE 0 TO WS-ANU-NB-ATTENTE
       MOVE 0 TO WS-ANU-NB-IGNORES

       OPEN I-O fparticipations
       OPEN INPUT fathletes
       MOVE WS-ANU-NUME TO fp_numE
       MOVE 0 TO Wfin2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM ANNULE_UNE_PARTICIPATION
                            UNTIL Wfin2 = 1
       END-START
       CLOSE fathletes
       CLOSE fparticipations

       OPEN I-O frelais
       MOVE WS-ANU-NUME TO fr_numE
       MOVE 0 TO Wfin2
       START frelais, KEY IS = fr_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM ANNULE_UN_RELAIS UNTIL Wfin2 = 1
       END-START
       CLOSE frelais

       OPEN I-O fattente
       MOVE WS-ANU-NUME TO fat_numE
       MOVE 0 TO fat_ordre
       MOVE 0 TO Wfin2
       START fattente, KEY IS >= fat_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM ANNULE_UNE_ATTENTE UNTIL Wfin2 = 1
       END-START
       CLOSE fattente

       DISPLAY WS-ANU-NB-PART " engagement(s), " WS-ANU-NB-RELAIS
              " equipe(s) de relais et " WS-ANU-NB-ATTENTE
              " place(s) d'attente liberes"
       IF WS-ANU-NB-IGNORES > 0 THEN
              DISPLAY "ATTENTION : " WS-ANU-NB-IGNORES
                     " delegation(s) hors table, avoirs a etablir "
                     "a la main"
       END-IF.

       ANNULE_UNE_PARTICIPATION.
       READ fparticipations NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fp_numE NOT = WS-ANU-NUME THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM ANNULE_LIBERE_PARTICIPATION
                            END-IF
                     END-IF
       END-READ.

       ANNULE_LIBERE_PARTICIPATION.
      *Supprime logiquement la participation courante et la compte
      *pour la delegation de l'athlete (appelee par
      *ANNULE_UNE_PARTICIPATION).
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       MOVE 1 TO fp_supprime
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       REWRITE tamp_fparticipation
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     ADD 1 TO WS-ANU-NB-PART
                     MOVE fp_numA TO fa_numA
                     READ fathletes
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                   MOVE fa_pays TO WS-ANU-PAYS-CHERCHE
                                   PERFORM ANNULE_CHERCHE_DELEGATION
                                   IF WS-ANU-TROUVE = 1 THEN
                                          ADD 1 TO WS-ANU-NB-ENG
                                                 (WS-ANU-IDX)
                                   END-IF
                     END-READ
       END-REWRITE.

       ANNULE_UN_RELAIS.
       READ frelais NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fr_numE NOT = WS-ANU-NUME THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            PERFORM JOURNALISE_AVANT_RELAIS
                            MOVE fr_pays TO WS-ANU-PAYS-CHERCHE
                            DELETE frelais RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          ADD 1 TO WS-ANU-NB-RELAIS
                                          PERFORM
                                             ANNULE_CHERCHE_DELEGATION
                                          IF WS-ANU-TROUVE = 1 THEN
                                             ADD 1 TO WS-ANU-NB-REL
                                                    (WS-ANU-IDX)
                                          END-IF
                            END-DELETE
                     END-IF
       END-READ.

       ANNULE_UNE_ATTENTE.
       READ fattente NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fat_numE NOT = WS-ANU-NUME THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            DELETE fattente RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          ADD 1 TO WS-ANU-NB-ATTENTE
                            END-DELETE
                     END-IF
       END-READ.

       ANNULE_CHERCHE_DELEGATION.
      *Retrouve (ou ajoute) WS-ANU-PAYS-CHERCHE dans la table des
      *delegations touchees ; WS-ANU-TROUVE a 0 si la table est
      *pleine (appelee par ANNULE_LIBERE_PARTICIPATION et
      *ANNULE_UN_RELAIS).
       MOVE 0 TO WS-ANU-TROUVE
       PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
              UNTIL WS-ANU-IDX > WS-ANU-NB OR WS-ANU-TROUVE = 1
              IF WS-ANU-PAYS(WS-ANU-IDX) = WS-ANU-PAYS-CHERCHE THEN
                     MOVE 1 TO WS-ANU-TROUVE
              END-IF
       END-PERFORM
       IF WS-ANU-TROUVE = 1 THEN
              SUBTRACT 1 FROM WS-ANU-IDX
       ELSE
              IF WS-ANU-NB < 100 THEN
                     ADD 1 TO WS-ANU-NB
                     MOVE WS-ANU-NB TO WS-ANU-IDX
                     MOVE WS-ANU-PAYS-CHERCHE TO
                            WS-ANU-PAYS(WS-ANU-IDX)
                     MOVE 0 TO WS-ANU-NB-ENG(WS-ANU-IDX)
                     MOVE 0 TO WS-ANU-NB-REL(WS-ANU-IDX)
                     MOVE 1 TO WS-ANU-TROUVE
              ELSE
                     ADD 1 TO WS-ANU-NB-IGNORES
              END-IF
       END-IF.

       ANNULE_EMET_AVOIRS.
      *Un avoir par delegation touchee, au tarif des droits
      *d'engagement individuels et du forfait relais de la
      *facture : document avoir_<pays>_<epreuve>.dat et ligne AVOIR
      *au registre des factures (appelee par
      *ANNULE_EPREUVE_ORGANISATEUR).
       MOVE 0 TO WS-ANU-NB-AVOIRS
       MOVE 0 TO WS-ANU-TOT-AVOIRS
       PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
              UNTIL WS-ANU-IDX > WS-ANU-NB
              PERFORM ANNULE_UN_AVOIR
       END-PERFORM
       DISPLAY WS-ANU-NB-AVOIRS " avoir(s) emis pour un total de "
              WS-ANU-TOT-AVOIRS.

       ANNULE_UN_AVOIR.
       COMPUTE WS-FAC-MONTANT =
              (WS-ANU-NB-ENG(WS-ANU-IDX) * WS-PARAM-FRAIS-ENGAGE)
              + (WS-ANU-NB-REL(WS-ANU-IDX) * WS-PARAM-FRAIS-RELAIS)
       IF WS-FAC-MONTANT > 0 THEN
              MOVE WS-ANU-PAYS(WS-ANU-IDX) TO WS-FAC-PAYS
              MOVE SPACES TO WS-FAC-NOM
              STRING "avoir_" DELIMITED BY SIZE
                     WS-FAC-PAYS DELIMITED BY SPACE
                     "_" WS-ANU-NUME ".dat" DELIMITED BY SIZE
                     INTO WS-FAC-NOM
              END-STRING

              PERFORM HORODATE_MAJ
              OPEN OUTPUT ffacture
              MOVE "==============================================="
                     TO tamp_ffacture
              WRITE tamp_ffacture
              MOVE SPACES TO tamp_ffacture
              STRING "AVOIR SUR FACTURE D'ENGAGEMENT - delegation "
                     WS-FAC-PAYS
                     DELIMITED BY SIZE INTO tamp_ffacture
              END-STRING
              WRITE tamp_ffacture
              MOVE SPACES TO tamp_ffacture
              STRING "Emis le " WS-FORMATTED-DATE-TIME
                     " - annulation de l'epreuve " WS-ANU-NUME
                     DELIMITED BY SIZE INTO tamp_ffacture
              END-STRING
              WRITE tamp_ffacture
              MOVE "==============================================="
                     TO tamp_ffacture
              WRITE tamp_ffacture

              COMPUTE WS-FAC-SOUS-TOTAL =
                     WS-ANU-NB-ENG(WS-ANU-IDX) * WS-PARAM-FRAIS-ENGAGE
              MOVE SPACES TO tamp_ffacture
              STRING "Engagements   : " WS-ANU-NB-ENG(WS-ANU-IDX)
                     " x " WS-PARAM-FRAIS-ENGAGE " = "
                     WS-FAC-SOUS-TOTAL
                     DELIMITED BY SIZE INTO tamp_ffacture
              END-STRING
              WRITE tamp_ffacture

              COMPUTE WS-FAC-SOUS-TOTAL =
                     WS-ANU-NB-REL(WS-ANU-IDX) * WS-PARAM-FRAIS-RELAIS
              MOVE SPACES TO tamp_ffacture
              STRING "Relais        : " WS-ANU-NB-REL(WS-ANU-IDX)
                     " x " WS-PARAM-FRAIS-RELAIS " = "
                     WS-FAC-SOUS-TOTAL
                     DELIMITED BY SIZE INTO tamp_ffacture
              END-STRING
              WRITE tamp_ffacture

              MOVE SPACES TO tamp_ffacture
              STRING "TOTAL CREDITE : " WS-FAC-MONTANT
                     DELIMITED BY SIZE INTO tamp_ffacture
              END-STRING
              WRITE tamp_ffacture
              CLOSE ffacture

              MOVE SPACES TO tamp_ffactcat
              STRING WS-FAC-PAYS ";" WS-FAC-MONTANT ";AVOIR;"
                     WS-FORMATTED-DATE-TIME ";epreuve " WS-ANU-NUME
                     DELIMITED BY SIZE INTO tamp_ffactcat
              END-STRING
              OPEN EXTEND ffactcat
              IF cr_ffactcat = 35 THEN
                     OPEN OUTPUT ffactcat
              END-IF
              WRITE tamp_ffactcat
              CLOSE ffactcat

              ADD 1 TO WS-ANU-NB-AVOIRS
              ADD WS-FAC-MONTANT TO WS-ANU-TOT-AVOIRS
              DISPLAY "Avoir " WS-FAC-NOM " emis : " WS-FAC-MONTANT
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Avoir delegation " WS-FAC-PAYS " : "
                     WS-FAC-MONTANT " epreuve " WS-ANU-NUME
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       ANNULE_BILLETTERIE.
      *Billets de la seance de l'epreuve : tant qu'il reste une
      *autre epreuve au programme de la seance, les billets sont
      *reportes sur le programme restant ; sinon la seance est
      *vide et tous les billets vendus/emis sont rembourses
      *(appelee par ANNULE_EPREUVE_ORGANISATEUR).
       MOVE 0 TO WS-ANU-NB-BILLETS
       MOVE 0 TO WS-ANU-REMBOURSE
       IF WS-ANU-NUMS > 0 THEN
              MOVE 0 TO WS-ANU-NB-AUTRES
              OPEN INPUT fepreuves
              MOVE 0 TO Wfin2
              PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                     READ fepreuves NEXT
                     AT END MOVE 1 TO Wfin2
                     NOT AT END
                            IF fe_numSession = WS-ANU-NUMS AND
                                   fe_numE NOT = WS-ANU-NUME AND
                                   NOT FE-SUPPRIMEE AND
                                   NOT FE-ANNULEE THEN
                                   ADD 1 TO WS-ANU-NB-AUTRES
                            END-IF
              END-PERFORM
              CLOSE fepreuves

              OPEN I-O fbillets
              IF WS-ANU-NB-AUTRES > 0 THEN
                     MOVE WS-ANU-NUMS TO WS-BLT-NUMS
                     PERFORM BILLET_CUMULE_SEANCE
                     MOVE WS-BLT-TOT-VENDU TO WS-ANU-NB-BILLETS
                     DISPLAY WS-ANU-NB-BILLETS " billet(s) de la "
                            "seance " WS-ANU-NUMS " reporte(s) sur "
                            "les " WS-ANU-NB-AUTRES " autre(s) "
                            "epreuve(s) du programme"
              ELSE
                     MOVE 1 TO WS-ANU-REMBOURSE
                     MOVE WS-ANU-NUMS TO fbt_numS
                     MOVE SPACES TO fbt_categorie
                     MOVE 0 TO Wfin2
                     START fbillets, KEY IS >= fbt_cle
                            INVALID KEY MOVE 1 TO Wfin2
                            NOT INVALID KEY
                                   PERFORM ANNULE_REMBOURSE_CATEGORIE
                                          UNTIL Wfin2 = 1
                     END-START
                     DISPLAY "Seance " WS-ANU-NUMS " sans autre "
                            "epreuve : " WS-ANU-NB-BILLETS
                            " billet(s) rembourse(s)"
              END-IF
              CLOSE fbillets
       END-IF.

       ANNULE_REMBOURSE_CATEGORIE.
       READ fbillets NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fbt_numS NOT = WS-ANU-NUMS THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            ADD fbt_vendu TO WS-ANU-NB-BILLETS
                            ADD fbt_vendu TO fbt_rembourse
                            MOVE 0 TO fbt_vendu
                            MOVE fbt_recette TO fbt_recette_remb
                            REWRITE tamp_fbillets
                                   INVALID KEY CONTINUE
                            END-REWRITE
                     END-IF
       END-READ.

       ANNULE_LIBERE_OFFICIELS.
      *Supprime les affectations d'officiels a l'epreuve : ils
      *redeviennent disponibles pour le meme creneau (appelee par
      *ANNULE_EPREUVE_ORGANISATEUR).
       MOVE 0 TO WS-ANU-NB-OFFICIELS
       OPEN I-O faffect
       MOVE WS-ANU-NUME TO faf_numE
       MOVE 0 TO faf_numO
       MOVE 0 TO Wfin2
       START faffect, KEY IS >= faf_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM ANNULE_UNE_AFFECTATION UNTIL Wfin2 = 1
       END-START
       CLOSE faffect
       DISPLAY WS-ANU-NB-OFFICIELS " officiel(s) libere(s)".

       ANNULE_UNE_AFFECTATION.
       READ faffect NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF faf_numE NOT = WS-ANU-NUME THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            DELETE faffect RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          ADD 1 TO WS-ANU-NB-OFFICIELS
                            END-DELETE
                     END-IF
       END-READ.

       ANNULE_LIBERE_ECHAUFFEMENTS.
      *Une reservation d'echauffement est liee a l'epreuve quand
      *elle est prise le jour de l'epreuve, par une delegation
      *engagee, dans les deux heures qui precedent le depart : elle
      *est liberee (appelee par ANNULE_EPREUVE_ORGANISATEUR).
       MOVE 0 TO WS-ANU-NB-ECHAUF
       OPEN I-O fechauf
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
              READ fechauf NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fec_date = WS-ANU-DATE THEN
                            PERFORM ANNULE_EXAMINE_ECHAUFFEMENT
                     END-IF
       END-PERFORM
       CLOSE fechauf
       DISPLAY WS-ANU-NB-ECHAUF " reservation(s) d'echauffement "
              "liberee(s)".

       ANNULE_EXAMINE_ECHAUFFEMENT.
       DIVIDE fec_creneau BY 100 GIVING WS-ANU-HH
              REMAINDER WS-ANU-MM
       COMPUTE WS-ANU-MIN-CRENEAU = (WS-ANU-HH * 60) + WS-ANU-MM
       IF WS-ANU-MIN-CRENEAU < WS-ANU-MIN-EPREUVE AND
              WS-ANU-MIN-CRENEAU + 120 >= WS-ANU-MIN-EPREUVE THEN
              MOVE 0 TO WS-ANU-TROUVE
              PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                     UNTIL WS-ANU-IDX > WS-ANU-NB OR WS-ANU-TROUVE = 1
                     IF WS-ANU-PAYS(WS-ANU-IDX) = fec_pays THEN
                            MOVE 1 TO WS-ANU-TROUVE
                     END-IF
              END-PERFORM
              IF WS-ANU-TROUVE = 1 THEN
                     DELETE fechauf RECORD
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                   ADD 1 TO WS-ANU-NB-ECHAUF
                                   DISPLAY "Echauffement libere : "
                                          fec_lieu " " fec_creneau
                                          " couloir " fec_couloir
                                          " (" fec_pays ")"
                     END-DELETE
              END-IF
       END-IF.

       ANNULE_MARQUE_EPREUVE.
      *Marque l'epreuve ANNULEE (image journalisee), publie l'avis
      *au bulletin de changement, trace l'operation et republie
      *l'horaire de la seance (appelee par
      *ANNULE_EPREUVE_ORGANISATEUR).
       OPEN I-O fepreuves
       MOVE WS-ANU-NUME TO fe_numE
       READ fepreuves
              INVALID KEY
                     DISPLAY "Erreur de relecture"
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_EPREUVE
                     MOVE 2 TO fe_supprime
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fe_suppr_date
                     MOVE WS-OPERATEUR TO fe_maj_par
                     MOVE WS-FORMATTED-DATE-TIME TO fe_maj_date
                     REWRITE tamp_fepreuve
                            INVALID KEY
                                   DISPLAY "Erreur de mise a jour"
                            NOT INVALID KEY
                                   PERFORM ANNULE_PUBLIE_AVIS
                     END-REWRITE
       END-READ
       CLOSE fepreuves

       IF WS-ANU-NUMS > 0 THEN
              MOVE WS-ANU-NUMS TO WS-PRJ-NUMS
              MOVE 0 TO WS-PRJ-RETARD
              PERFORM HORAIRE_REPUBLIE
       END-IF.

       ANNULE_PUBLIE_AVIS.
      *Avis d'annulation et bilan de la cascade au bulletin de
      *changement, puis audit (appelee par ANNULE_MARQUE_EPREUVE).
       DISPLAY "Epreuve " fe_numE " ANNULEE"
       OPEN EXTEND fchangements
       IF cr_fchangements = 35 THEN
              OPEN OUTPUT fchangements
       END-IF
       PERFORM FORMATE_DATE_EPREUVE
       MOVE SPACES TO tamp_fchangements
       STRING "ANNULATION epreuve " fe_numE " : " fe_distance "m "
              fe_type " " fe_genre " " fe_phase " du "
              WS-FORMATTED-DATE-TIME " " fe_lieu
              DELIMITED BY SIZE
              INTO tamp_fchangements
       END-STRING
       WRITE tamp_fchangements
       MOVE SPACES TO tamp_fchangements
       STRING "   Motif : " WS-ANU-MOTIF
              DELIMITED BY SIZE
              INTO tamp_fchangements
       END-STRING
       WRITE tamp_fchangements
       MOVE SPACES TO tamp_fchangements
       STRING "   Engagements liberes " WS-ANU-NB-PART
              " - relais " WS-ANU-NB-RELAIS
              " - attente " WS-ANU-NB-ATTENTE
              " - avoirs " WS-ANU-NB-AVOIRS
              " (" WS-ANU-TOT-AVOIRS ")"
              DELIMITED BY SIZE
              INTO tamp_fchangements
       END-STRING
       WRITE tamp_fchangements
       MOVE SPACES TO tamp_fchangements
       IF WS-ANU-REMBOURSE = 1 THEN
              STRING "   Billets rembourses " WS-ANU-NB-BILLETS
                     " - officiels liberes " WS-ANU-NB-OFFICIELS
                     " - echauffements liberes " WS-ANU-NB-ECHAUF
                     DELIMITED BY SIZE
                     INTO tamp_fchangements
              END-STRING
       ELSE
              STRING "   Billets maintenus " WS-ANU-NB-BILLETS
                     " - officiels liberes " WS-ANU-NB-OFFICIELS
                     " - echauffements liberes " WS-ANU-NB-ECHAUF
                     DELIMITED BY SIZE
                     INTO tamp_fchangements
              END-STRING
       END-IF
       WRITE tamp_fchangements
       CLOSE fchangements
       DISPLAY "Avis d'annulation emis dans "
              "bulletin_changements.dat"

       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Annulation epreuve " fe_numE " : " WS-ANU-MOTIF
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE.

       EPREUVE_LIBELLE_PHASE.
      *Libelle de phase des listes d'epreuves : ANNULEE a la place
      *de la phase pour une epreuve annulee par l'organisateur
      *(appelee par LIST_EPREUVE, EPREUVES_FUTURES et
      *EPREUVES_PASSEE).
       IF FE-ANNULEE THEN
              MOVE "ANNULEE" TO WS-EPR-PHASE-AFF
       ELSE
              MOVE fe_phase TO WS-EPR-PHASE-AFF
       END-IF.
