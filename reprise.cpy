       REPRISE_ORDONNEE.
      *Reprise d'une serie ordonnee par l'arbitre (plot en panne,
      *nageur gene, depart defectueux...) : les resultats de la
      *serie entiere ou des seuls couloirs designes sont annules,
      *le resultat d'origine part dans l'historique des reprises
      *avec le motif, un creneau est attribue dans la meme seance
      *et la feuille de depart de la reprise est reeditee. Tant que
      *la reprise n'est pas saisie (SAISIE_PAR_SERIE), l'epreuve ne
      *peut etre signee : ni tableau, ni flux presse, ni cloture de
      *phase (appelee par GESTION_PARTICIPATIONS).
       DISPLAY "---------------------------------------"
       DISPLAY "   REPRISE ORDONNEE PAR L'ARBITRE      "
       DISPLAY "---------------------------------------"
       OPEN INPUT fepreuves
       DISPLAY "Numero de l'epreuve : "
       ACCEPT fe_numE
       MOVE 0 TO Wtrouve
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fepreuves

       IF Wtrouve = 1 THEN
              IF FE-SUPPRIMEE OR FE-ANNULEE OR NOT FE-BASSIN THEN
                     DISPLAY "Reprise reservee aux epreuves en "
                            "bassin actives"
                     MOVE 0 TO Wtrouve
              END-IF
       END-IF

       IF Wtrouve = 1 THEN
              DISPLAY "Numero de la serie a reprendre : "
              ACCEPT WS-SSR-SERIE
              PERFORM SSR_COLLECTE_COULOIRS
              IF WS-SSR-NB = 0 THEN
                     DISPLAY "Aucun couloir seede pour cette serie"
              ELSE
                     PERFORM REPRISE_CHOIX_COULOIRS
                     IF WS-REP-NB = 0 THEN
                            DISPLAY "Aucun couloir designe : "
                                   "reprise abandonnee"
                     ELSE
                            PERFORM REPRISE_SAISIE_MOTIF
                            PERFORM REPRISE_CRENEAU
                            PERFORM REPRISE_CONFIRME
                     END-IF
              END-IF
       END-IF.

       REPRISE_CHOIX_COULOIRS.
      *Designe les couloirs a reprendre : toute la serie, ou les
      *couloirs donnes un a un par l'arbitre (appelee par
      *REPRISE_ORDONNEE).
       PERFORM VARYING WS-SSR-IDX FROM 1 BY 1
              UNTIL WS-SSR-IDX > 10
              MOVE 0 TO WS-REP-CHOISI(WS-SSR-IDX)
       END-PERFORM
       MOVE 0 TO WS-REP-NB
       PERFORM WITH TEST AFTER UNTIL
              WS-REP-PORTEE = 1 OR WS-REP-PORTEE = 2
              DISPLAY "Reprise : 1-Serie entiere 2-Couloirs "
                     "designes"
              ACCEPT WS-REP-PORTEE
       END-PERFORM
       IF WS-REP-PORTEE = 1 THEN
              PERFORM VARYING WS-SSR-IDX FROM 1 BY 1
                     UNTIL WS-SSR-IDX > 10
                     IF WS-SSR-LANE(WS-SSR-IDX) > 0 THEN
                            MOVE 1 TO WS-REP-CHOISI(WS-SSR-IDX)
                            ADD 1 TO WS-REP-NB
                     END-IF
              END-PERFORM
       ELSE
              PERFORM WITH TEST AFTER UNTIL WS-REP-COULOIR = 0
                     DISPLAY "Couloir a reprendre (0 = fin) : "
                     ACCEPT WS-REP-COULOIR
                     PERFORM REPRISE_DESIGNE_COULOIR
              END-PERFORM
       END-IF.

       REPRISE_DESIGNE_COULOIR.
      *Controle et retient un couloir designe par l'arbitre
      *(appelee par REPRISE_CHOIX_COULOIRS).
       IF WS-REP-COULOIR > 0 THEN
              IF WS-REP-COULOIR > 10 THEN
                     DISPLAY "Couloir hors plage (1 a 10)"
              ELSE IF WS-SSR-LANE(WS-REP-COULOIR) = 0 THEN
                     DISPLAY "Couloir " WS-REP-COULOIR
                            " vide dans cette serie"
              ELSE IF WS-REP-CHOISI(WS-REP-COULOIR) = 1 THEN
                     DISPLAY "Couloir " WS-REP-COULOIR
                            " deja designe"
              ELSE
                     MOVE 1 TO WS-REP-CHOISI(WS-REP-COULOIR)
                     ADD 1 TO WS-REP-NB
              END-IF
              END-IF
              END-IF
       END-IF.

       REPRISE_SAISIE_MOTIF.
      *Motif de la reprise, conserve dans l'historique avec le
      *resultat annule (appelee par REPRISE_ORDONNEE).
       PERFORM WITH TEST AFTER UNTIL WS-REP-MOTIF-VALIDE
              DISPLAY "Motif : PLOT (plot en panne), GENE (nageur "
                     "gene), DEPA (depart defectueux),"
              DISPLAY "        EQUI (equipement), AUTR (autre) :"
              ACCEPT WS-REP-MOTIF
       END-PERFORM.

       REPRISE_CRENEAU.
      *Creneau de la reprise, pris dans la seance de l'epreuve :
      *pas avant l'heure de l'epreuve, pas apres la fin prevue de
      *la seance ; une epreuve hors seance n'est bornee que par la
      *fin de journee (appelee par REPRISE_ORDONNEE).
       COMPUTE WS-REP-DEBUT = (fe_HOUR * 60) + fe_MIN
       MOVE 1439 TO WS-REP-FIN
       IF fe_numSession > 0 THEN
              MOVE fe_numSession TO fse_numS
              OPEN INPUT fsessions
              READ fsessions
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            COMPUTE WS-REP-FIN =
                                   (fse_FIN-HOUR * 60) + fse_FIN-MIN
              END-READ
              CLOSE fsessions
       END-IF
       IF WS-REP-FIN < WS-REP-DEBUT THEN
              MOVE 1439 TO WS-REP-FIN
       END-IF

       DIVIDE WS-REP-FIN BY 60 GIVING WS-REP-HOUR
              REMAINDER WS-REP-MIN
       DISPLAY "Creneau possible de " fe_HOUR "h" fe_MIN " a "
              WS-REP-HOUR "h" WS-REP-MIN
       MOVE 0 TO WS-REP-OK
       PERFORM WITH TEST AFTER UNTIL WS-REP-OK = 1
              DISPLAY "Heure de la reprise (0 a 23) : "
              ACCEPT WS-REP-HOUR
              DISPLAY "Minutes de la reprise (0 a 59) : "
              ACCEPT WS-REP-MIN
              COMPUTE WS-REP-MINUTES =
                     (WS-REP-HOUR * 60) + WS-REP-MIN
              IF WS-REP-HOUR > 23 OR WS-REP-MIN > 59 OR
                     WS-REP-MINUTES < WS-REP-DEBUT OR
                     WS-REP-MINUTES > WS-REP-FIN THEN
                     DISPLAY "Creneau hors de la seance de "
                            "l'epreuve, reessayez"
              ELSE
                     MOVE 1 TO WS-REP-OK
              END-IF
       END-PERFORM.

       REPRISE_CONFIRME.
      *Fait confirmer la decision puis annule, reedite la feuille
      *de depart et trace l'operation (appelee par
      *REPRISE_ORDONNEE).
       DISPLAY "Epreuve " fe_numE " serie " WS-SSR-SERIE " : "
              WS-REP-NB " couloir(s) a reprendre a " WS-REP-HOUR
              "h" WS-REP-MIN " (motif " WS-REP-MOTIF ")"
       DISPLAY "Confirmer la decision de l'arbitre ? 1-Oui 0-Non"
       ACCEPT repUser
       IF repUser = 1 THEN
              PERFORM REPRISE_ANNULE_COULOIRS
              PERFORM REPRISE_FEUILLE_DEPART
              DISPLAY WS-REP-NB-ANNULES " resultat(s) annule(s) "
                     "et verse(s) a l'historique des reprises"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Reprise epreuve " fe_numE " serie "
                     WS-SSR-SERIE " motif " WS-REP-MOTIF
                     " creneau " WS-REP-HOUR "h" WS-REP-MIN
                     " annules " WS-REP-NB-ANNULES
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       ELSE
              DISPLAY "Reprise abandonnee"
       END-IF.

       REPRISE_ANNULE_COULOIRS.
      *Annule les resultats des couloirs designes, marque leur
      *affectation en attente de reprise et reclasse l'epreuve
      *sans eux (appelee par REPRISE_CONFIRME).
       MOVE 0 TO WS-REP-NB-ANNULES
       OPEN I-O fparticipations
       OPEN I-O freprises
       OPEN I-O fseries
       PERFORM VARYING WS-SSR-IDX FROM 1 BY 1
              UNTIL WS-SSR-IDX > 10
              IF WS-REP-CHOISI(WS-SSR-IDX) = 1 THEN
                     PERFORM REPRISE_ANNULE_UN_COULOIR
              END-IF
       END-PERFORM
       CLOSE fseries
       CLOSE freprises

       MOVE fe_numE TO WS-RECALC-NUME
       PERFORM RECALCULE_CLASSEMENT_EPREUVE
       CLOSE fparticipations.

       REPRISE_ANNULE_UN_COULOIR.
      *Un couloir deja en attente de reprise garde son resultat
      *d'origine en historique : seul son creneau est deplace
      *(appelee par REPRISE_ANNULE_COULOIRS).
       MOVE WS-SSR-LANE(WS-SSR-IDX) TO fp_numA
       MOVE fe_numE TO fp_numE
       READ fparticipations
              INVALID KEY
                     DISPLAY "Couloir " WS-SSR-IDX " : athlete "
                            fp_numA " sans participation"
              NOT INVALID KEY
                     IF FP-SUPPRIME THEN
                            DISPLAY "Couloir " WS-SSR-IDX
                                   " : participation supprimee"
                     ELSE IF FP-REPRISE-ATTENTE THEN
                            DISPLAY "Couloir " WS-SSR-IDX
                                   " : deja en attente de reprise,"
                                   " creneau deplace"
                     ELSE
                            PERFORM REPRISE_ANNULE_RESULTAT
                     END-IF
                     END-IF
       END-READ

       MOVE fe_numE TO fsr_numE
       MOVE WS-SSR-LANE(WS-SSR-IDX) TO fsr_numA
       READ fseries
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE 1 TO fsr_reprise
                     MOVE WS-REP-HOUR TO fsr_rep_HOUR
                     MOVE WS-REP-MIN TO fsr_rep_MIN
                     REWRITE tamp_fseries
                            INVALID KEY CONTINUE
                     END-REWRITE
       END-READ.

       REPRISE_ANNULE_RESULTAT.
      *Verse le resultat courant a l'historique puis le remet a
      *blanc en attente de reprise (appelee par
      *REPRISE_ANNULE_UN_COULOIR).
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       PERFORM REPRISE_ECRIT_HISTORIQUE
       MOVE 0 TO fp_classement fc_temps fp_reaction
       MOVE 0 TO fp_reaction_neg fp_points fp_points_perf
       MOVE 0 TO fp_temps_long fp_ecart
       MOVE SPACES TO fp_motif_dq
       MOVE 2 TO fp_officiel
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       REWRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Erreur de mise a jour"
              NOT INVALID KEY
                     ADD 1 TO WS-REP-NB-ANNULES
       END-REWRITE
       PERFORM VERROU_SIGNALE_PARTICIPATION.

       REPRISE_ECRIT_HISTORIQUE.
      *Ecrit le resultat d'origine dans reprises.dat sous le
      *premier numero d'ordre libre de l'engage (appelee par
      *REPRISE_ANNULE_RESULTAT).
       MOVE fp_numE TO frp_numE
       MOVE fp_numA TO frp_numA
       MOVE WS-SSR-SERIE TO frp_serie
       MOVE WS-SSR-IDX TO frp_couloir
       MOVE WS-REP-MOTIF TO frp_motif
       MOVE fp_classement TO frp_classement
       MOVE fc_temps TO frp_temps
       MOVE fp_reaction TO frp_reaction
       MOVE fp_source TO frp_source
       MOVE fp_motif_dq TO frp_motif_dq
       MOVE fp_officiel TO frp_officiel
       MOVE WS-REP-HOUR TO frp_cre_HOUR
       MOVE WS-REP-MIN TO frp_cre_MIN
       MOVE WS-OPERATEUR TO frp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO frp_maj_date
       MOVE 0 TO frp_seq
       MOVE 0 TO WS-REP-ECRIT
       PERFORM REPRISE_ECRIT_UNE_LIGNE UNTIL WS-REP-ECRIT = 1.

       REPRISE_ECRIT_UNE_LIGNE.
       ADD 1 TO frp_seq
       WRITE tamp_freprises
              INVALID KEY
                     IF frp_seq = 99 THEN
                            DISPLAY "Historique des reprises plein "
                                   "pour l'athlete " frp_numA
                            MOVE 1 TO WS-REP-ECRIT
                     END-IF
              NOT INVALID KEY
                     MOVE 1 TO WS-REP-ECRIT
       END-WRITE.

       REPRISE_FEUILLE_DEPART.
      *Reedite la feuille de depart de la serie reprise : couloirs
      *a renager, au creneau attribue (appelee par
      *REPRISE_CONFIRME).
       DISPLAY "---------------------------------------"
       DISPLAY "Feuille de depart - REPRISE epreuve " fe_numE
              " serie " WS-SSR-SERIE
       DISPLAY "Creneau " WS-REP-HOUR "h" WS-REP-MIN
              " - motif " WS-REP-MOTIF
       DISPLAY "---------------------------------------"
       OPEN INPUT fathletes
       PERFORM VARYING WS-SSR-IDX FROM 1 BY 1
              UNTIL WS-SSR-IDX > 10
              IF WS-REP-CHOISI(WS-SSR-IDX) = 1 THEN
                     PERFORM REPRISE_LIGNE_DEPART
              END-IF
       END-PERFORM
       CLOSE fathletes.

       REPRISE_LIGNE_DEPART.
       MOVE WS-SSR-LANE(WS-SSR-IDX) TO fa_numA
       READ fathletes
              INVALID KEY
                     DISPLAY "Couloir " WS-SSR-IDX " : athlete "
                            fa_numA
              NOT INVALID KEY
                     DISPLAY "Couloir " WS-SSR-IDX " : " fa_nom " "
                            fa_prenom " (" fa_pays ")"
       END-READ.

       EPREUVE_REPRISE_EN_ATTENTE.
      *Compte dans WS-REP-NB-ATTENTE les resultats de l'epreuve
      *fe_numE annules en attente de reprise (appelee par
      *VALIDE_RESULTATS_EPREUVE).
       MOVE 0 TO WS-REP-NB-ATTENTE
       OPEN INPUT fparticipations
       MOVE fe_numE TO fp_numE
       MOVE 0 TO Wfin2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM REPRISE_COMPTE_UNE_PART UNTIL Wfin2 = 1
       END-START
       CLOSE fparticipations.

       REPRISE_COMPTE_UNE_PART.
       READ fparticipations NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO Wfin2
                     ELSE
                            IF FP-REPRISE-ATTENTE AND
                                   NOT FP-SUPPRIME THEN
                                   ADD 1 TO WS-REP-NB-ATTENTE
                            END-IF
                     END-IF
       END-READ.

