       GESTION_EAU_LIBRE.
      *Sous-menu des epreuves en eau libre (5/10/25 km) : parcours
      *et points de passage, chronos aux bouees et ravitaillements,
      *classement avec delai de fin de course (appelee par
      *GESTION_DISCIPLINES).
       DISPLAY "***********************************************"
       DISPLAY "*          Epreuves en eau libre               *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Definir le parcours d'une epreuve          *"
       DISPLAY "* 2-Saisir un temps de passage                 *"
       DISPLAY "* 3-Statut d'un nageur (DNS/DQ)                *"
       DISPLAY "* 4-Classer l'epreuve                          *"
       DISPLAY "* 5-Classement avec ecarts au vainqueur        *"
       DISPLAY "* 6-Passages d'un nageur                       *"
       DISPLAY "* 7-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM DEFINIT_PARCOURS_EAU_LIBRE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM SAISIE_PASSAGE_EAU_LIBRE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM STATUT_NAGEUR_EAU_LIBRE
       ELSE IF Wchoix2 = 4 THEN
              PERFORM CLASSE_EPREUVE_EAU_LIBRE
       ELSE IF Wchoix2 = 5 THEN
              PERFORM AFFICHE_CLASSEMENT_EAU_LIBRE
       ELSE IF Wchoix2 = 6 THEN
              PERFORM AFFICHE_PASSAGES_NAGEUR
       ELSE IF Wchoix2 = 7 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       EL_LIT_EPREUVE.
      *Demande le numero d'une epreuve et controle qu'il s'agit bien
      *d'une epreuve en eau libre : WS-EL-OK a 1 si oui, l'epreuve
      *restant dans le tampon de fepreuves (appelee par les ecrans
      *de GESTION_EAU_LIBRE).
       MOVE 0 TO WS-EL-OK
       DISPLAY "Numero de l'epreuve en eau libre : "
       ACCEPT WS-EL-NUME
       OPEN INPUT fepreuves
       MOVE WS-EL-NUME TO fe_numE
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY
                     IF FE-EAU-LIBRE THEN
                            MOVE 1 TO WS-EL-OK
                     ELSE
                            DISPLAY "Epreuve " fe_numE
                                   " : epreuve de bassin"
                     END-IF
       END-READ
       CLOSE fepreuves.

       EL_LIT_PARCOURS.
      *Relit le parcours de l'epreuve WS-EL-NUME : WS-EL-OK reste a
      *1 seulement si un parcours d'au moins un point est defini
      *(appelee par SAISIE_PASSAGE_EAU_LIBRE,
      *CLASSE_EPREUVE_EAU_LIBRE et AFFICHE_PASSAGES_NAGEUR).
       OPEN INPUT feaulibre
       MOVE WS-EL-NUME TO fel_numE
       READ feaulibre
              INVALID KEY
                     DISPLAY "Aucun parcours defini pour l'epreuve "
                            WS-EL-NUME
                     MOVE 0 TO WS-EL-OK
              NOT INVALID KEY
                     IF fel_nb_points = 0 THEN
                            DISPLAY "Parcours sans point de passage"
                            MOVE 0 TO WS-EL-OK
                     END-IF
       END-READ
       CLOSE feaulibre.

       EL_AFFICHE_POINTS.
      *Liste les points du parcours en memoire, l'arrivee etant le
      *dernier (appelee par DEFINIT_PARCOURS_EAU_LIBRE et
      *SAISIE_PASSAGE_EAU_LIBRE).
       PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > fel_nb_points
              IF FEL-PT-RAVITO(WS-EL-IDX) THEN
                     DISPLAY WS-EL-IDX " - "
                            fel_pt_libelle(WS-EL-IDX) " "
                            fel_pt_distance(WS-EL-IDX) " m"
                            " (ravitaillement)"
              ELSE
                     DISPLAY WS-EL-IDX " - "
                            fel_pt_libelle(WS-EL-IDX) " "
                            fel_pt_distance(WS-EL-IDX) " m"
              END-IF
       END-PERFORM.

       DEFINIT_PARCOURS_EAU_LIBRE.
      *Cree ou remplace le parcours d'une epreuve en eau libre :
      *points de passage (bouees, pontons de ravitaillement), le
      *dernier etant l'arrivee, et delai de fin de course - en
      *minutes apres le vainqueur et/ou en temps de course absolu
      *(appelee par GESTION_EAU_LIBRE).
       PERFORM EL_LIT_EPREUVE
       IF WS-EL-OK = 1 THEN
              OPEN I-O feaulibre
              MOVE WS-EL-NUME TO fel_numE
              MOVE 0 TO Wtrouve
              READ feaulibre
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 1 TO Wtrouve
              END-READ
              IF Wtrouve = 1 THEN
                     DISPLAY "Parcours actuel (il sera remplace) :"
                     PERFORM EL_AFFICHE_POINTS
              END-IF
              PERFORM WITH TEST AFTER UNTIL
                     fel_nb_points > 0 AND fel_nb_points < 13
                     DISPLAY "Nombre de points de passage, arrivee "
                            "comprise (1 a 12) : "
                     ACCEPT fel_nb_points
              END-PERFORM
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                     UNTIL WS-EL-IDX > 12
                     MOVE SPACES TO fel_pt_libelle(WS-EL-IDX)
                     MOVE 0 TO fel_pt_distance(WS-EL-IDX)
                     MOVE 0 TO fel_pt_ravito(WS-EL-IDX)
              END-PERFORM
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                     UNTIL WS-EL-IDX > fel_nb_points
                     PERFORM EL_SAISIE_UN_POINT
              END-PERFORM
              DISPLAY "Delai de fin de course apres le vainqueur, "
                     "en minutes (0 = aucun) : "
              ACCEPT fel_delai_apres
              DISPLAY "Temps de course maximal absolu, en minutes "
                     "(0 = aucun) : "
              ACCEPT WS-EL-DELAI-MIN
              COMPUTE fel_delai_absolu = WS-EL-DELAI-MIN * 6000
              MOVE WS-OPERATEUR TO fel_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fel_maj_date
              IF Wtrouve = 1 THEN
                     REWRITE tamp_feaulibre
                            INVALID KEY
                                   DISPLAY "Mise a jour impossible"
                     END-REWRITE
              ELSE
                     WRITE tamp_feaulibre
                            INVALID KEY
                                   DISPLAY "Ecriture impossible"
                     END-WRITE
              END-IF
              IF cr_feaulibre = 00 THEN
                     DISPLAY "Parcours enregistre"
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Parcours eau libre epreuve " fel_numE
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
              END-IF
              CLOSE feaulibre
       END-IF.

       EL_SAISIE_UN_POINT.
      *Saisit le point de passage WS-EL-IDX du parcours ; les
      *distances doivent croitre d'un point au suivant (appelee par
      *DEFINIT_PARCOURS_EAU_LIBRE).
       IF WS-EL-IDX = fel_nb_points THEN
              DISPLAY "Point " WS-EL-IDX " (arrivee) - libelle : "
       ELSE
              DISPLAY "Point " WS-EL-IDX " - libelle : "
       END-IF
       ACCEPT fel_pt_libelle(WS-EL-IDX)
       MOVE 0 TO WS-EL-PRECEDENT
       IF WS-EL-IDX > 1 THEN
              MOVE fel_pt_distance(WS-EL-IDX - 1) TO WS-EL-PRECEDENT
       END-IF
       PERFORM WITH TEST AFTER UNTIL
              fel_pt_distance(WS-EL-IDX) > WS-EL-PRECEDENT
              DISPLAY "Distance depuis le depart (m) : "
              ACCEPT fel_pt_distance(WS-EL-IDX)
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL
              fel_pt_ravito(WS-EL-IDX) = 0 OR
              fel_pt_ravito(WS-EL-IDX) = 1
              DISPLAY "Ravitaillement a ce point ? 1-Oui 0-Non"
              ACCEPT fel_pt_ravito(WS-EL-IDX)
       END-PERFORM.

       EL_SAISIE_TEMPS.
      *Saisit un temps de course long heures/minutes/secondes/
      *centiemes et le convertit en centiemes dans WS-EL-TEMPS
      *(appelee par SAISIE_PASSAGE_EAU_LIBRE).
       MOVE 0 TO WS-EL-SAISIE-OK
       PERFORM WITH TEST AFTER UNTIL WS-EL-SAISIE-OK = 1
              DISPLAY "Heures : "
              ACCEPT WS-EL-SAISIE-H
              DISPLAY "Minutes : "
              ACCEPT WS-EL-SAISIE-M
              DISPLAY "Secondes : "
              ACCEPT WS-EL-SAISIE-S
              DISPLAY "Centiemes : "
              ACCEPT WS-EL-SAISIE-C
              IF WS-EL-SAISIE-H > 23 OR WS-EL-SAISIE-M > 59 OR
                     WS-EL-SAISIE-S > 59 THEN
                     DISPLAY "Temps invalide, reessayez"
              ELSE
                     MOVE 1 TO WS-EL-SAISIE-OK
              END-IF
       END-PERFORM
       COMPUTE WS-EL-TEMPS = WS-EL-SAISIE-H * 360000
              + WS-EL-SAISIE-M * 6000 + WS-EL-SAISIE-S * 100
              + WS-EL-SAISIE-C.

       SAISIE_PASSAGE_EAU_LIBRE.
      *Enregistre le temps de passage d'un nageur engage a un point
      *du parcours (le passage au dernier point est son temps
      *d'arrivee) ; le temps doit encadrer strictement ceux des
      *points voisins deja saisis. Refuse une fois les resultats
      *signes par l'arbitre (appelee par GESTION_EAU_LIBRE).
       PERFORM EL_LIT_EPREUVE
       IF WS-EL-OK = 1 THEN
              PERFORM EL_LIT_PARCOURS
       END-IF
       IF WS-EL-OK = 1 THEN
              MOVE WS-EL-NUME TO WS-OFFI-NUME
              PERFORM EPREUVE_RESULTATS_OFFICIELS
              IF WS-OFFI-OK = 1 THEN
                     DISPLAY "Resultats officiels : passages "
                            "verrouilles"
                     MOVE 0 TO WS-EL-OK
              END-IF
       END-IF
       IF WS-EL-OK = 1 THEN
              DISPLAY "Numero de l'athlete : "
              ACCEPT WS-EL-NUMA
              OPEN INPUT fparticipations
              MOVE WS-EL-NUMA TO fp_numA
              MOVE WS-EL-NUME TO fp_numE
              READ fparticipations
                     INVALID KEY
                            DISPLAY "Athlete non engage dans cette "
                                   "epreuve"
                            MOVE 0 TO WS-EL-OK
                     NOT INVALID KEY
                            IF FP-SUPPRIME THEN
                                   DISPLAY "Engagement supprime"
                                   MOVE 0 TO WS-EL-OK
                            END-IF
              END-READ
              CLOSE fparticipations
       END-IF
       IF WS-EL-OK = 1 THEN
              PERFORM EL_AFFICHE_POINTS
              PERFORM WITH TEST AFTER UNTIL
                     WS-EL-POINT > 0 AND WS-EL-POINT <= fel_nb_points
                     DISPLAY "Point de passage : "
                     ACCEPT WS-EL-POINT
              END-PERFORM
              PERFORM EL_SAISIE_TEMPS
              PERFORM EL_ENREGISTRE_PASSAGE
       END-IF.

       EL_ENREGISTRE_PASSAGE.
      *Controle la coherence du passage WS-EL-POINT avec les points
      *voisins puis l'ecrit ou le remplace (appelee par
      *SAISIE_PASSAGE_EAU_LIBRE).
       OPEN I-O fpassel
       MOVE 0 TO WS-EL-PRECEDENT
       MOVE 0 TO WS-EL-SUIVANT
       MOVE WS-EL-NUME TO fpl_numE
       MOVE WS-EL-NUMA TO fpl_numA
       IF WS-EL-POINT > 1 THEN
              COMPUTE fpl_point = WS-EL-POINT - 1
              READ fpassel
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE fpl_temps TO WS-EL-PRECEDENT
              END-READ
       END-IF
       IF WS-EL-POINT < fel_nb_points THEN
              COMPUTE fpl_point = WS-EL-POINT + 1
              READ fpassel
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE fpl_temps TO WS-EL-SUIVANT
              END-READ
       END-IF
       IF WS-EL-TEMPS = 0 OR WS-EL-TEMPS <= WS-EL-PRECEDENT OR
              (WS-EL-SUIVANT > 0 AND WS-EL-TEMPS >= WS-EL-SUIVANT)
              DISPLAY "Temps incoherent avec les passages voisins : "
                     "passage refuse"
       ELSE
              MOVE WS-EL-NUME TO fpl_numE
              MOVE WS-EL-NUMA TO fpl_numA
              MOVE WS-EL-POINT TO fpl_point
              MOVE 0 TO Wtrouve
              READ fpassel
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 1 TO Wtrouve
              END-READ
              MOVE WS-EL-TEMPS TO fpl_temps
              MOVE WS-OPERATEUR TO fpl_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fpl_maj_date
              IF Wtrouve = 1 THEN
                     REWRITE tamp_fpassel
                            INVALID KEY CONTINUE
                     END-REWRITE
              ELSE
                     WRITE tamp_fpassel
                            INVALID KEY CONTINUE
                     END-WRITE
              END-IF
              IF cr_fpassel = 00 THEN
                     MOVE WS-EL-TEMPS TO WS-TEMPS-LONG-BRUT
                     PERFORM FORMATE_TEMPS_LONG
                     DISPLAY "Passage enregistre : "
                            fel_pt_libelle(WS-EL-POINT) " "
                            WS-TEMPS-LONG-FORMATE
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Passage eau libre ath " fpl_numA
                            " ep " fpl_numE " pt " fpl_point
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
              ELSE
                     DISPLAY "Ecriture du passage impossible"
              END-IF
       END-IF
       CLOSE fpassel.

       STATUT_NAGEUR_EAU_LIBRE.
      *Pose ou leve une disqualification (motif federal obligatoire)
      *sur un nageur d'une course en eau libre ; les DNS et DNF se
      *deduisent des passages au classement de l'epreuve. Refuse
      *une fois les resultats signes par l'arbitre, comme la saisie
      *des passages (appelee par GESTION_EAU_LIBRE).
       PERFORM EL_LIT_EPREUVE
       IF WS-EL-OK = 1 THEN
              MOVE WS-EL-NUME TO WS-OFFI-NUME
              PERFORM EPREUVE_RESULTATS_OFFICIELS
              IF WS-OFFI-OK = 1 THEN
                     DISPLAY "Resultats officiels : statuts "
                            "verrouilles"
                     MOVE 0 TO WS-EL-OK
              END-IF
       END-IF
       IF WS-EL-OK = 1 THEN
              DISPLAY "Numero de l'athlete : "
              ACCEPT WS-EL-NUMA
              OPEN I-O fparticipations
              MOVE WS-EL-NUMA TO fp_numA
              MOVE WS-EL-NUME TO fp_numE
              READ fparticipations
                     INVALID KEY
                            DISPLAY "Athlete non engage dans cette "
                                   "epreuve"
                     NOT INVALID KEY
                            PERFORM EL_MAJ_STATUT_NAGEUR
              END-READ
              CLOSE fparticipations
       END-IF.

       EL_MAJ_STATUT_NAGEUR.
       PERFORM LIBELLE_STATUT_RESULTAT
       DISPLAY "Resultat actuel : " fp_classement " "
              WS-STATUT-RESULTAT
       DISPLAY "1-Disqualifier  2-Lever la disqualification  "
              "0-Abandon"
       ACCEPT Wchoix
       IF Wchoix = 1 OR (Wchoix = 2 AND FP-DQ) THEN
              PERFORM JOURNALISE_AVANT_PARTICIPATION
              IF Wchoix = 1 THEN
                     PERFORM SAISIE_MOTIF_DQ
                     MOVE fdq_code TO fp_motif_dq
                     MOVE 98 TO fp_classement
              ELSE
      *Le rang sera repose au prochain classement de l'epreuve.
                     MOVE SPACES TO fp_motif_dq
                     MOVE 0 TO fp_classement
              END-IF
              MOVE 0 TO fp_points
              MOVE 0 TO fp_temps_long
              MOVE 0 TO fp_ecart
              MOVE 0 TO fp_officiel
              MOVE WS-OPERATEUR TO fp_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
              REWRITE tamp_fparticipation
                     INVALID KEY DISPLAY "Mise a jour impossible"
                     NOT INVALID KEY
                            DISPLAY "Statut mis a jour - reclasser "
                                   "l'epreuve"
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            STRING "Statut eau libre ath " fp_numA
                                   " ep " fp_numE " " fp_classement
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE
              END-REWRITE
       END-IF.

       CLASSE_EPREUVE_EAU_LIBRE.
      *Classe une course en eau libre a partir des passages a
      *l'arrivee : les arrivants dans le delai sont classes au temps
      *(ex aequo au meme rang, rang suivant saute), avec leur ecart
      *au vainqueur et leurs points de placement ; un nageur parti
      *sans arriver, ou arrive hors delai, est DNF ; un nageur sans
      *aucun passage est DNS ; une DQ est conservee. Les resultats
      *repassent provisoires jusqu'a la signature de l'arbitre
      *(appelee par GESTION_EAU_LIBRE).
       PERFORM EL_LIT_EPREUVE
       IF WS-EL-OK = 1 THEN
              PERFORM EL_LIT_PARCOURS
       END-IF
       IF WS-EL-OK = 1 THEN
              MOVE WS-EL-NUME TO WS-OFFI-NUME
              PERFORM EPREUVE_RESULTATS_OFFICIELS
              IF WS-OFFI-OK = 1 THEN
                     DISPLAY "Resultats deja officiels : "
                            "classement verrouille"
                     MOVE 0 TO WS-EL-OK
              END-IF
       END-IF
       IF WS-EL-OK = 1 THEN
              OPEN I-O fparticipations
              OPEN INPUT fpassel
              PERFORM EL_COLLECTE_NAGEURS
              IF WS-EL-NB = 0 THEN
                     DISPLAY "Aucun engage pour cette epreuve"
              ELSE
                     PERFORM EL_CALCULE_LIMITE
                     PERFORM EL_TRIE_ARRIVANTS
                     PERFORM EL_AFFECTE_RANGS
                     OPEN INPUT fpoints
                     PERFORM EL_REECRIT_RESULTATS
                     CLOSE fpoints
                     DISPLAY "Classes : " WS-EL-NB-CLASSES
                            "  DNF : " WS-EL-NB-DNF
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Classement eau libre epreuve "
                            WS-EL-NUME
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
              END-IF
              CLOSE fpassel
              CLOSE fparticipations
       END-IF.

       EL_COLLECTE_NAGEURS.
      *Charge en table les engages actifs de l'epreuve avec leur
      *etat : Q disqualifie, A arrive (temps au dernier point),
      *N parti sans arriver, S sans aucun passage (appelee par
      *CLASSE_EPREUVE_EAU_LIBRE).
       MOVE 0 TO WS-EL-NB
       MOVE 0 TO WS-EL-NB-IGNORES
       MOVE WS-EL-NUME TO fp_numE
       MOVE 0 TO Wfin4
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO Wfin4
              NOT INVALID KEY
                     PERFORM EL_COLLECTE_UN_NAGEUR UNTIL Wfin4 = 1
       END-START
       IF WS-EL-NB-IGNORES > 0 THEN
              DISPLAY "ATTENTION : " WS-EL-NB-IGNORES
                     " engage(s) hors table non classe(s)"
       END-IF.

       EL_COLLECTE_UN_NAGEUR.
       READ fparticipations NEXT
              AT END MOVE 1 TO Wfin4
              NOT AT END
                     IF fp_numE NOT = WS-EL-NUME THEN
                            MOVE 1 TO Wfin4
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM EL_RETIENT_NAGEUR
                            END-IF
                     END-IF
       END-READ.

       EL_RETIENT_NAGEUR.
       IF WS-EL-NB < 100 THEN
              ADD 1 TO WS-EL-NB
              MOVE fp_numA TO WS-EL-T-NUMA(WS-EL-NB)
              MOVE 0 TO WS-EL-T-TEMPS(WS-EL-NB)
              MOVE 0 TO WS-EL-T-RANG(WS-EL-NB)
              IF FP-DQ THEN
                     MOVE "Q" TO WS-EL-T-ETAT(WS-EL-NB)
              ELSE
                     MOVE fp_numE TO fpl_numE
                     MOVE fp_numA TO fpl_numA
                     MOVE fel_nb_points TO fpl_point
                     READ fpassel
                            INVALID KEY
                                   PERFORM EL_CHERCHE_UN_PASSAGE
                            NOT INVALID KEY
                                   MOVE "A" TO WS-EL-T-ETAT(WS-EL-NB)
                                   MOVE fpl_temps TO
                                          WS-EL-T-TEMPS(WS-EL-NB)
                     END-READ
              END-IF
       ELSE
              ADD 1 TO WS-EL-NB-IGNORES
              DISPLAY "ATTENTION : table de classement pleine, "
                     "athlete " fp_numA " non classe"
       END-IF.

       EL_CHERCHE_UN_PASSAGE.
      *Nageur sans temps d'arrivee : DNF s'il a au moins un passage
      *intermediaire, DNS sinon (appelee par EL_RETIENT_NAGEUR).
       MOVE "S" TO WS-EL-T-ETAT(WS-EL-NB)
       MOVE fp_numE TO fpl_numE
       MOVE fp_numA TO fpl_numA
       MOVE 0 TO fpl_point
       START fpassel, KEY IS >= fpl_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     READ fpassel NEXT
                            AT END CONTINUE
                            NOT AT END
                                   IF fpl_numE = fp_numE AND
                                          fpl_numA = fp_numA
                                          MOVE "N" TO
                                                 WS-EL-T-ETAT(WS-EL-NB)
                                   END-IF
                     END-READ
       END-START.

       EL_CALCULE_LIMITE.
      *Temps du vainqueur et delai de fin de course : le plus
      *strict du delai apres le vainqueur et du temps maximal
      *absolu ; un arrivant au-dela passe en DNF (etat H) (appelee
      *par CLASSE_EPREUVE_EAU_LIBRE).
       PERFORM EL_CHERCHE_VAINQUEUR
       MOVE 0 TO WS-EL-LIMITE
       IF fel_delai_apres > 0 AND WS-EL-VAINQUEUR > 0 THEN
              COMPUTE WS-EL-LIMITE =
                     WS-EL-VAINQUEUR + fel_delai_apres * 6000
       END-IF
       IF fel_delai_absolu > 0 AND
              (WS-EL-LIMITE = 0 OR fel_delai_absolu < WS-EL-LIMITE)
              MOVE fel_delai_absolu TO WS-EL-LIMITE
       END-IF
       IF WS-EL-LIMITE > 0 THEN
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                     UNTIL WS-EL-IDX > WS-EL-NB
                     IF WS-EL-T-ETAT(WS-EL-IDX) = "A" AND
                            WS-EL-T-TEMPS(WS-EL-IDX) > WS-EL-LIMITE
                            MOVE "H" TO WS-EL-T-ETAT(WS-EL-IDX)
                            DISPLAY "Hors delai : athlete "
                                   WS-EL-T-NUMA(WS-EL-IDX)
                     END-IF
              END-PERFORM
      *Le temps maximal absolu peut ecarter jusqu'au premier
      *arrive : l'ecart se calcule alors sur le premier classe.
              PERFORM EL_CHERCHE_VAINQUEUR
       END-IF.

       EL_CHERCHE_VAINQUEUR.
      *Meilleur temps d'arrivee parmi les arrivants retenus (appelee
      *par EL_CALCULE_LIMITE).
       MOVE 0 TO WS-EL-VAINQUEUR
       PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-NB
              IF WS-EL-T-ETAT(WS-EL-IDX) = "A" AND
                     (WS-EL-VAINQUEUR = 0 OR
                     WS-EL-T-TEMPS(WS-EL-IDX) < WS-EL-VAINQUEUR)
                     MOVE WS-EL-T-TEMPS(WS-EL-IDX) TO WS-EL-VAINQUEUR
              END-IF
       END-PERFORM.

       EL_TRIE_ARRIVANTS.
      *Tri a bulles de la table : les arrivants dans le delai en
      *tete, par temps croissant (appelee par
      *CLASSE_EPREUVE_EAU_LIBRE).
       MOVE 1 TO WS-EL-ECHANGE
       PERFORM UNTIL WS-EL-ECHANGE = 0
              MOVE 0 TO WS-EL-ECHANGE
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                     UNTIL WS-EL-IDX >= WS-EL-NB
                     COMPUTE WS-EL-IDX2 = WS-EL-IDX + 1
                     IF (WS-EL-T-ETAT(WS-EL-IDX2) = "A" AND
                            WS-EL-T-ETAT(WS-EL-IDX) NOT = "A") OR
                            (WS-EL-T-ETAT(WS-EL-IDX2) = "A" AND
                            WS-EL-T-ETAT(WS-EL-IDX) = "A" AND
                            WS-EL-T-TEMPS(WS-EL-IDX2) <
                            WS-EL-T-TEMPS(WS-EL-IDX))
                            MOVE WS-EL-ENTRY(WS-EL-IDX)
                                   TO WS-EL-ENTRY-TMP
                            MOVE WS-EL-ENTRY(WS-EL-IDX2)
                                   TO WS-EL-ENTRY(WS-EL-IDX)
                            MOVE WS-EL-ENTRY-TMP
                                   TO WS-EL-ENTRY(WS-EL-IDX2)
                            MOVE 1 TO WS-EL-ECHANGE
                     END-IF
              END-PERFORM
       END-PERFORM.

       EL_AFFECTE_RANGS.
      *Memes regles que le reclassement bassin : un temps egal au
      *precedent partage son rang, rang plafonne a 97, 98/99 etant
      *reserves aux statuts DQ/DNF (appelee par
      *CLASSE_EPREUVE_EAU_LIBRE).
       PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-NB
              IF WS-EL-T-ETAT(WS-EL-IDX) = "A" THEN
                     IF WS-EL-IDX > 1 AND
                            WS-EL-T-TEMPS(WS-EL-IDX) =
                            WS-EL-T-TEMPS(WS-EL-IDX - 1) THEN
                            MOVE WS-EL-T-RANG(WS-EL-IDX - 1) TO
                                   WS-EL-T-RANG(WS-EL-IDX)
                     ELSE
                            IF WS-EL-IDX > 97 THEN
                                   MOVE 97 TO WS-EL-T-RANG(WS-EL-IDX)
                                   DISPLAY "ATTENTION : rang plafonne "
                                          "a 97 pour l'athlete "
                                          WS-EL-T-NUMA(WS-EL-IDX)
                            ELSE
                                   MOVE WS-EL-IDX TO
                                          WS-EL-T-RANG(WS-EL-IDX)
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.

       EL_REECRIT_RESULTATS.
      *Reecrit chaque engage de la table avec son resultat ;
      *fparticipations est ouvert en I-O et fpoints en INPUT par
      *l'appelant (appelee par CLASSE_EPREUVE_EAU_LIBRE).
       MOVE 0 TO WS-EL-NB-CLASSES
       MOVE 0 TO WS-EL-NB-DNF
       PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-NB
              MOVE WS-EL-T-NUMA(WS-EL-IDX) TO fp_numA
              MOVE WS-EL-NUME TO fp_numE
              READ fparticipations
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM EL_REECRIT_UN_RESULTAT
              END-READ
       END-PERFORM.

       EL_REECRIT_UN_RESULTAT.
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       MOVE 0 TO fc_temps
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_points
       IF WS-EL-T-ETAT(WS-EL-IDX) = "A" THEN
              MOVE WS-EL-T-RANG(WS-EL-IDX) TO fp_classement
              MOVE WS-EL-T-TEMPS(WS-EL-IDX) TO fp_temps_long
              COMPUTE fp_ecart =
                     WS-EL-T-TEMPS(WS-EL-IDX) - WS-EL-VAINQUEUR
              MOVE fp_classement TO fpt_place
              READ fpoints
                     INVALID KEY MOVE 0 TO fp_points
                     NOT INVALID KEY MOVE fpt_points TO fp_points
              END-READ
              ADD 1 TO WS-EL-NB-CLASSES
       ELSE IF WS-EL-T-ETAT(WS-EL-IDX) = "N" OR
              WS-EL-T-ETAT(WS-EL-IDX) = "H" THEN
              MOVE 99 TO fp_classement
              ADD 1 TO WS-EL-NB-DNF
       ELSE IF WS-EL-T-ETAT(WS-EL-IDX) = "S" THEN
              MOVE 0 TO fp_classement
       END-IF
       END-IF
       END-IF
       MOVE "E" TO fp_source
       MOVE 0 TO fp_officiel
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       REWRITE tamp_fparticipation
              INVALID KEY CONTINUE
       END-REWRITE.

       AFFICHE_CLASSEMENT_EAU_LIBRE.
      *Classement d'une course en eau libre sur une ligne par
      *nageur : rang, nom, pays, temps et ecart au vainqueur
      *(appelee par GESTION_EAU_LIBRE).
       PERFORM EL_LIT_EPREUVE
       IF WS-EL-OK = 1 THEN
              MOVE WS-EL-NUME TO WS-TRI-NUME
              PERFORM TRI_SCORES_EPREUVE_FICHIER
              DISPLAY "---- Epreuve " WS-EL-NUME " " fe_distance
                     " km " fe_genre " ----"
              OPEN INPUT fscorestries
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fscorestries
                     AT END MOVE 1 TO Wfin
                     NOT AT END PERFORM EL_AFFICHE_UNE_LIGNE
              END-PERFORM
              CLOSE fscorestries
       END-IF.

       EL_AFFICHE_UNE_LIGNE.
       IF st_statut = SPACES THEN
              PERFORM FORMATE_TEMPS_TRIE
              IF st_ecart > 0 THEN
                     MOVE st_ecart TO WS-TEMPS-LONG-BRUT
                     PERFORM FORMATE_TEMPS_LONG
                     DISPLAY st_classement " " st_nom " " st_pays " "
                            WS-TEMPS-AFFICHE " +"
                            WS-TEMPS-LONG-FORMATE
              ELSE
                     DISPLAY st_classement " " st_nom " " st_pays " "
                            WS-TEMPS-AFFICHE
              END-IF
       ELSE
              DISPLAY st_statut " " st_nom " " st_pays
       END-IF.

       AFFICHE_PASSAGES_NAGEUR.
      *Detail des passages d'un nageur point par point, avec le
      *temps de la section depuis le point precedent (appelee par
      *GESTION_EAU_LIBRE).
       PERFORM EL_LIT_EPREUVE
       IF WS-EL-OK = 1 THEN
              PERFORM EL_LIT_PARCOURS
       END-IF
       IF WS-EL-OK = 1 THEN
              DISPLAY "Numero de l'athlete : "
              ACCEPT WS-EL-NUMA
              OPEN INPUT fpassel
              MOVE 0 TO WS-EL-PRECEDENT
              MOVE 0 TO WS-EL-PASSAGES
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                     UNTIL WS-EL-IDX > fel_nb_points
                     PERFORM EL_AFFICHE_UN_PASSAGE
              END-PERFORM
              CLOSE fpassel
              IF WS-EL-PASSAGES = 0 THEN
                     DISPLAY "Aucun passage pour l'athlete "
                            WS-EL-NUMA
              END-IF
       END-IF.

       EL_AFFICHE_UN_PASSAGE.
       MOVE WS-EL-NUME TO fpl_numE
       MOVE WS-EL-NUMA TO fpl_numA
       MOVE WS-EL-IDX TO fpl_point
       READ fpassel
              INVALID KEY
                     DISPLAY fel_pt_libelle(WS-EL-IDX) " : --"
              NOT INVALID KEY
                     MOVE 1 TO WS-EL-PASSAGES
                     MOVE fpl_temps TO WS-TEMPS-LONG-BRUT
                     PERFORM FORMATE_TEMPS_LONG
                     MOVE WS-TEMPS-LONG-FORMATE TO WS-TEMPS-AFFICHE
                     COMPUTE WS-TEMPS-LONG-BRUT =
                            fpl_temps - WS-EL-PRECEDENT
                     PERFORM FORMATE_TEMPS_LONG
                     IF FEL-PT-RAVITO(WS-EL-IDX) THEN
                            DISPLAY fel_pt_libelle(WS-EL-IDX) " "
                                   fel_pt_distance(WS-EL-IDX) " m : "
                                   WS-TEMPS-AFFICHE " (section "
                                   WS-TEMPS-LONG-FORMATE
                                   ") ravitaillement"
                     ELSE
                            DISPLAY fel_pt_libelle(WS-EL-IDX) " "
                                   fel_pt_distance(WS-EL-IDX) " m : "
                                   WS-TEMPS-AFFICHE " (section "
                                   WS-TEMPS-LONG-FORMATE ")"
                     END-IF
                     MOVE fpl_temps TO WS-EL-PRECEDENT
       END-READ.
