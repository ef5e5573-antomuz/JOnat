       REVUE_APPELS_OFFICIELS.
      *Revue des appels des officiels pour le delegue technique,
      *support de l'evaluation d'apres competition : par officiel
      *et par role, les disqualifications prononcees sur les
      *epreuves ou il etait affecte, par motif, les reclamations
      *deposees contre ces appels et celles qui ont ete acceptees
      *(taux de renversement), puis son taux de DQ par nage en
      *regard de la moyenne de la competition. Une reclamation
      *acceptee a deja leve la DQ dans les resultats : elle compte
      *comme un appel prononce puis renverse (appelee par
      *GESTION_OFFICIELS).
       MOVE 0 TO WS-ROF-NB-OFF
       MOVE 0 TO WS-ROF-NB-MOT
       MOVE 0 TO WS-ROF-NB-NAGE
       MOVE 0 TO WS-ROF-NB-STYLE
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       OPEN INPUT frelais
       OPEN INPUT freclam
       OPEN INPUT faffect
       MOVE 0 TO WS-ROF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-ROF-FIN = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO WS-ROF-FIN
              NOT AT END
                     IF fe_compet = WS-COMPET-ACTIVE AND
                            NOT FE-SUPPRIMEE AND
                            NOT FE-ANNULEE THEN
                            PERFORM ROF_UNE_EPREUVE
                     END-IF
       END-PERFORM
       CLOSE faffect
       CLOSE freclam
       CLOSE frelais
       CLOSE fathletes
       CLOSE fparticipations
       CLOSE fepreuves
       IF WS-ROF-NB-OFF = 0 THEN
              DISPLAY "Aucun officiel affecte a une epreuve nagee"
       ELSE
              PERFORM ROF_RAPPORT
       END-IF.

       ROF_UNE_EPREUVE.
      *Departs, DQ par motif et reclamations de l'epreuve courante,
      *reportes sur la nage puis sur chaque officiel affecte
      *(appelee par REVUE_APPELS_OFFICIELS).
       MOVE 0 TO WS-ROF-E-DEP
       MOVE 0 TO WS-ROF-E-DQ
       MOVE 0 TO WS-ROF-E-REC
       MOVE 0 TO WS-ROF-E-ACC
       MOVE 0 TO WS-ROF-E-NB-MOT
       MOVE 0 TO WS-ROF-E-NB-PAYS
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-ROF-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-ROF-FIN2
       END-START
       PERFORM UNTIL WS-ROF-FIN2 = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-ROF-FIN2
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-ROF-FIN2
                     ELSE
                            IF NOT FP-SUPPRIME AND
                                   (FP-TERMINE OR FP-DQ OR FP-DNF)
                                   THEN
                                   ADD 1 TO WS-ROF-E-DEP
                            END-IF
                            IF NOT FP-SUPPRIME AND FP-DQ THEN
                                   ADD 1 TO WS-ROF-E-DQ
                                   MOVE fp_motif_dq TO WS-ROF-CODE
                                   PERFORM ROF_E_MOTIF
                                   MOVE fp_numA TO fa_numA
                                   READ fathletes
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                             MOVE fa_pays TO
                                                  WS-ROF-PAYS
                                             PERFORM ROF_E_PAYS
                                   END-READ
                            END-IF
                     END-IF
       END-PERFORM
       MOVE fe_numE TO fr_numE
       MOVE 0 TO WS-ROF-FIN2
       START frelais, KEY IS = fr_numE
              INVALID KEY MOVE 1 TO WS-ROF-FIN2
       END-START
       PERFORM UNTIL WS-ROF-FIN2 = 1
              READ frelais NEXT
              AT END MOVE 1 TO WS-ROF-FIN2
              NOT AT END
                     IF fr_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-ROF-FIN2
                     ELSE
                            IF FR-TERMINE OR FR-DQ OR FR-DNF THEN
                                   ADD 1 TO WS-ROF-E-DEP
                            END-IF
                            IF FR-DQ THEN
                                   ADD 1 TO WS-ROF-E-DQ
                                   MOVE fr_motif_dq TO WS-ROF-CODE
                                   PERFORM ROF_E_MOTIF
                                   MOVE fr_pays TO WS-ROF-PAYS
                                   PERFORM ROF_E_PAYS
                            END-IF
                     END-IF
       END-PERFORM
       IF WS-ROF-E-DEP > 0 THEN
              PERFORM ROF_E_RECLAMATIONS
              PERFORM ROF_CUMULE_STYLE
              MOVE fe_numE TO faf_numE
              MOVE 0 TO faf_numO
              MOVE 0 TO WS-ROF-FIN2
              START faffect, KEY IS >= faf_cle
                     INVALID KEY MOVE 1 TO WS-ROF-FIN2
              END-START
              PERFORM UNTIL WS-ROF-FIN2 = 1
                     READ faffect NEXT
                     AT END MOVE 1 TO WS-ROF-FIN2
                     NOT AT END
                            IF faf_numE NOT = fe_numE THEN
                                   MOVE 1 TO WS-ROF-FIN2
                            ELSE
                                   PERFORM ROF_CUMULE_OFFICIEL
                            END-IF
              END-PERFORM
       END-IF.

       ROF_E_MOTIF.
      *Compte le motif WS-ROF-CODE dans les DQ de l'epreuve
      *(appelee par ROF_UNE_EPREUVE).
       IF WS-ROF-CODE = SPACES THEN
              MOVE "????" TO WS-ROF-CODE
       END-IF
       MOVE 0 TO WS-ROF-X
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-E-NB-MOT
              IF WS-ROF-E-M-CODE(WS-ROF-J) = WS-ROF-CODE THEN
                     MOVE WS-ROF-J TO WS-ROF-X
              END-IF
       END-PERFORM
       IF WS-ROF-X = 0 AND WS-ROF-E-NB-MOT < 20 THEN
              ADD 1 TO WS-ROF-E-NB-MOT
              MOVE WS-ROF-E-NB-MOT TO WS-ROF-X
              MOVE WS-ROF-CODE TO WS-ROF-E-M-CODE(WS-ROF-X)
              MOVE 0 TO WS-ROF-E-M-NB(WS-ROF-X)
       END-IF
       IF WS-ROF-X > 0 THEN
              ADD 1 TO WS-ROF-E-M-NB(WS-ROF-X)
       END-IF.

       ROF_E_PAYS.
      *Retient le pays WS-ROF-PAYS parmi les delegations
      *disqualifiees de l'epreuve (appelee par ROF_UNE_EPREUVE).
       MOVE 0 TO WS-ROF-X
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-E-NB-PAYS
              IF WS-ROF-E-PAYS(WS-ROF-J) = WS-ROF-PAYS THEN
                     MOVE WS-ROF-J TO WS-ROF-X
              END-IF
       END-PERFORM
       IF WS-ROF-X = 0 AND WS-ROF-E-NB-PAYS < 40 THEN
              ADD 1 TO WS-ROF-E-NB-PAYS
              MOVE WS-ROF-PAYS TO WS-ROF-E-PAYS(WS-ROF-E-NB-PAYS)
       END-IF.

       ROF_E_RECLAMATIONS.
      *Reclamations de l'epreuve contre un appel : deposees par une
      *delegation disqualifiee, ou acceptees (la DQ a alors ete
      *levee) (appelee par ROF_UNE_EPREUVE).
       MOVE fe_numE TO frcl_numE
       MOVE 0 TO frcl_numero
       MOVE 0 TO WS-ROF-FIN2
       START freclam, KEY IS >= frcl_cle
              INVALID KEY MOVE 1 TO WS-ROF-FIN2
       END-START
       PERFORM UNTIL WS-ROF-FIN2 = 1
              READ freclam NEXT
              AT END MOVE 1 TO WS-ROF-FIN2
              NOT AT END
                     IF frcl_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-ROF-FIN2
                     ELSE
                            MOVE 0 TO WS-ROF-X
                            PERFORM VARYING WS-ROF-J FROM 1 BY 1
                                   UNTIL WS-ROF-J > WS-ROF-E-NB-PAYS
                                   IF WS-ROF-E-PAYS(WS-ROF-J) =
                                          frcl_pays THEN
                                          MOVE 1 TO WS-ROF-X
                                   END-IF
                            END-PERFORM
                            IF FRCL-ACCEPTEE THEN
                                   ADD 1 TO WS-ROF-E-REC
                                   ADD 1 TO WS-ROF-E-ACC
                            ELSE
                                   IF WS-ROF-X = 1 THEN
                                          ADD 1 TO WS-ROF-E-REC
                                   END-IF
                            END-IF
                     END-IF
       END-PERFORM.

       ROF_CUMULE_STYLE.
      *Departs et appels de l'epreuve ajoutes a la moyenne de la
      *competition pour sa nage (appelee par ROF_UNE_EPREUVE).
       MOVE 0 TO WS-ROF-X
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-STYLE
              IF WS-ROF-S-TYPE(WS-ROF-J) = fe_type THEN
                     MOVE WS-ROF-J TO WS-ROF-X
              END-IF
       END-PERFORM
       IF WS-ROF-X = 0 AND WS-ROF-NB-STYLE < 20 THEN
              ADD 1 TO WS-ROF-NB-STYLE
              MOVE WS-ROF-NB-STYLE TO WS-ROF-X
              MOVE fe_type TO WS-ROF-S-TYPE(WS-ROF-X)
              MOVE 0 TO WS-ROF-S-DEP(WS-ROF-X)
              MOVE 0 TO WS-ROF-S-APP(WS-ROF-X)
       END-IF
       IF WS-ROF-X > 0 THEN
              ADD WS-ROF-E-DEP TO WS-ROF-S-DEP(WS-ROF-X)
              ADD WS-ROF-E-DQ WS-ROF-E-ACC TO WS-ROF-S-APP(WS-ROF-X)
       END-IF.

       ROF_CUMULE_OFFICIEL.
      *Reporte l'epreuve sur l'officiel de l'affectation courante,
      *dans son role : totaux, motifs et nage (appelee par
      *ROF_UNE_EPREUVE).
       MOVE 0 TO WS-ROF-O
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-OFF
              IF WS-ROF-NUMO(WS-ROF-J) = faf_numO AND
                     WS-ROF-ROLE(WS-ROF-J) = faf_role THEN
                     MOVE WS-ROF-J TO WS-ROF-O
              END-IF
       END-PERFORM
       IF WS-ROF-O = 0 AND WS-ROF-NB-OFF < 100 THEN
              ADD 1 TO WS-ROF-NB-OFF
              MOVE WS-ROF-NB-OFF TO WS-ROF-O
              MOVE faf_numO TO WS-ROF-NUMO(WS-ROF-O)
              MOVE faf_role TO WS-ROF-ROLE(WS-ROF-O)
              MOVE 0 TO WS-ROF-O-EPR(WS-ROF-O)
              MOVE 0 TO WS-ROF-O-DEP(WS-ROF-O)
              MOVE 0 TO WS-ROF-O-DQ(WS-ROF-O)
              MOVE 0 TO WS-ROF-O-REC(WS-ROF-O)
              MOVE 0 TO WS-ROF-O-ACC(WS-ROF-O)
       END-IF
       IF WS-ROF-O > 0 THEN
              ADD 1 TO WS-ROF-O-EPR(WS-ROF-O)
              ADD WS-ROF-E-DEP TO WS-ROF-O-DEP(WS-ROF-O)
              ADD WS-ROF-E-DQ TO WS-ROF-O-DQ(WS-ROF-O)
              ADD WS-ROF-E-REC TO WS-ROF-O-REC(WS-ROF-O)
              ADD WS-ROF-E-ACC TO WS-ROF-O-ACC(WS-ROF-O)
              PERFORM VARYING WS-ROF-K FROM 1 BY 1
                     UNTIL WS-ROF-K > WS-ROF-E-NB-MOT
                     PERFORM ROF_CUMULE_MOTIF
              END-PERFORM
              PERFORM ROF_CUMULE_NAGE
       END-IF.

       ROF_CUMULE_MOTIF.
       MOVE 0 TO WS-ROF-X
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-MOT
              IF WS-ROF-M-OFF(WS-ROF-J) = WS-ROF-O AND
                     WS-ROF-M-CODE(WS-ROF-J) =
                     WS-ROF-E-M-CODE(WS-ROF-K) THEN
                     MOVE WS-ROF-J TO WS-ROF-X
              END-IF
       END-PERFORM
       IF WS-ROF-X = 0 AND WS-ROF-NB-MOT < 400 THEN
              ADD 1 TO WS-ROF-NB-MOT
              MOVE WS-ROF-NB-MOT TO WS-ROF-X
              MOVE WS-ROF-O TO WS-ROF-M-OFF(WS-ROF-X)
              MOVE WS-ROF-E-M-CODE(WS-ROF-K) TO WS-ROF-M-CODE(WS-ROF-X)
              MOVE 0 TO WS-ROF-M-NB(WS-ROF-X)
       END-IF
       IF WS-ROF-X > 0 THEN
              ADD WS-ROF-E-M-NB(WS-ROF-K) TO WS-ROF-M-NB(WS-ROF-X)
       END-IF.

       ROF_CUMULE_NAGE.
       MOVE 0 TO WS-ROF-X
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-NAGE
              IF WS-ROF-N-OFF(WS-ROF-J) = WS-ROF-O AND
                     WS-ROF-N-TYPE(WS-ROF-J) = fe_type THEN
                     MOVE WS-ROF-J TO WS-ROF-X
              END-IF
       END-PERFORM
       IF WS-ROF-X = 0 AND WS-ROF-NB-NAGE < 400 THEN
              ADD 1 TO WS-ROF-NB-NAGE
              MOVE WS-ROF-NB-NAGE TO WS-ROF-X
              MOVE WS-ROF-O TO WS-ROF-N-OFF(WS-ROF-X)
              MOVE fe_type TO WS-ROF-N-TYPE(WS-ROF-X)
              MOVE 0 TO WS-ROF-N-DEP(WS-ROF-X)
              MOVE 0 TO WS-ROF-N-APP(WS-ROF-X)
       END-IF
       IF WS-ROF-X > 0 THEN
              ADD WS-ROF-E-DEP TO WS-ROF-N-DEP(WS-ROF-X)
              ADD WS-ROF-E-DQ WS-ROF-E-ACC TO WS-ROF-N-APP(WS-ROF-X)
       END-IF.

       ROF_RAPPORT.
      *Imprime la moyenne de la competition par nage puis la fiche
      *de chaque officiel et role (appelee par
      *REVUE_APPELS_OFFICIELS).
       MOVE "REVUE-APPELS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "REVUE DES APPELS DES OFFICIELS - COMPETITION "
              WS-COMPET-ACTIVE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "(appels = DQ maintenues + DQ levees sur reclamation)"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Moyenne de la competition par nage :" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-STYLE
              MOVE WS-ROF-S-APP(WS-ROF-J) TO WS-ROF-APP
              MOVE WS-ROF-S-DEP(WS-ROF-J) TO WS-ROF-DEP
              PERFORM ROF_CALCULE_TAUX
              MOVE WS-ROF-TAUX TO WS-ROF-ED-TAUX
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   " WS-ROF-S-TYPE(WS-ROF-J) " : "
                     WS-ROF-APP " appel(s) / " WS-ROF-DEP
                     " depart(s) = " WS-ROF-ED-TAUX " %"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       OPEN INPUT fofficiels
       PERFORM VARYING WS-ROF-O FROM 1 BY 1
              UNTIL WS-ROF-O > WS-ROF-NB-OFF
              PERFORM ROF_FICHE_OFFICIEL
       END-PERFORM
       CLOSE fofficiels
       PERFORM SPOOL_FERME.

       ROF_CALCULE_TAUX.
      *Taux WS-ROF-APP / WS-ROF-DEP en pourcentage, zero sans
      *depart (appelee par ROF_RAPPORT et ROF_FICHE_OFFICIEL).
       IF WS-ROF-DEP = 0 THEN
              MOVE 0 TO WS-ROF-TAUX
       ELSE
              COMPUTE WS-ROF-TAUX ROUNDED =
                     (WS-ROF-APP * 100) / WS-ROF-DEP
       END-IF.

       ROF_FICHE_OFFICIEL.
      *Fiche de l'officiel et role WS-ROF-O : totaux, motifs,
      *renversements et taux par nage face a la moyenne (appelee
      *par ROF_RAPPORT).
       MOVE WS-ROF-NUMO(WS-ROF-O) TO fof_numO
       READ fofficiels
              INVALID KEY
                     MOVE "(officiel retire)" TO fof_nom
                     MOVE SPACES TO fof_prenom
       END-READ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING WS-ROF-NUMO(WS-ROF-O) " " fof_nom " " fof_prenom
              " - " WS-ROF-ROLE(WS-ROF-O) " : "
              WS-ROF-O-EPR(WS-ROF-O) " epreuve(s), "
              WS-ROF-O-DEP(WS-ROF-O) " depart(s)"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       COMPUTE WS-ROF-APP = WS-ROF-O-DQ(WS-ROF-O) +
              WS-ROF-O-ACC(WS-ROF-O)
       IF WS-ROF-APP = 0 THEN
              MOVE 0 TO WS-ROF-TAUX
       ELSE
              COMPUTE WS-ROF-TAUX ROUNDED =
                     (WS-ROF-O-ACC(WS-ROF-O) * 100) / WS-ROF-APP
       END-IF
       MOVE WS-ROF-TAUX TO WS-ROF-ED-TAUX
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "   Appels " WS-ROF-APP " (DQ maintenues "
              WS-ROF-O-DQ(WS-ROF-O) ") - reclamations "
              WS-ROF-O-REC(WS-ROF-O) " - acceptees "
              WS-ROF-O-ACC(WS-ROF-O) " - renversement "
              WS-ROF-ED-TAUX " %"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-MOT
              IF WS-ROF-M-OFF(WS-ROF-J) = WS-ROF-O THEN
                     MOVE WS-ROF-M-CODE(WS-ROF-J) TO fdq_code
                     PERFORM CHERCHE_MOTIF_DQ
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "      Motif " fdq_code " " fdq_libelle
                            " : " WS-ROF-M-NB(WS-ROF-J)
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-PERFORM
       PERFORM VARYING WS-ROF-J FROM 1 BY 1
              UNTIL WS-ROF-J > WS-ROF-NB-NAGE
              IF WS-ROF-N-OFF(WS-ROF-J) = WS-ROF-O THEN
                     PERFORM ROF_LIGNE_NAGE
              END-IF
       END-PERFORM.

       ROF_LIGNE_NAGE.
      *Taux d'appel de l'officiel sur une nage et ecart a la
      *moyenne de la competition, en points (appelee par
      *ROF_FICHE_OFFICIEL).
       MOVE WS-ROF-N-APP(WS-ROF-J) TO WS-ROF-APP
       MOVE WS-ROF-N-DEP(WS-ROF-J) TO WS-ROF-DEP
       PERFORM ROF_CALCULE_TAUX
       MOVE WS-ROF-TAUX TO WS-ROF-TAUX-OFF
       MOVE WS-ROF-TAUX TO WS-ROF-ED-TAUX
       MOVE 0 TO WS-ROF-TAUX
       PERFORM VARYING WS-ROF-K FROM 1 BY 1
              UNTIL WS-ROF-K > WS-ROF-NB-STYLE
              IF WS-ROF-S-TYPE(WS-ROF-K) = WS-ROF-N-TYPE(WS-ROF-J)
                     THEN
                     MOVE WS-ROF-S-APP(WS-ROF-K) TO WS-ROF-APP
                     MOVE WS-ROF-S-DEP(WS-ROF-K) TO WS-ROF-DEP
                     PERFORM ROF_CALCULE_TAUX
              END-IF
       END-PERFORM
       MOVE WS-ROF-TAUX TO WS-ROF-ED-MOY
       COMPUTE WS-ROF-ECART = WS-ROF-TAUX-OFF - WS-ROF-TAUX
       MOVE WS-ROF-ECART TO WS-ROF-ED-ECART
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "      " WS-ROF-N-TYPE(WS-ROF-J) " : "
              WS-ROF-N-APP(WS-ROF-J) " / " WS-ROF-N-DEP(WS-ROF-J)
              " = " WS-ROF-ED-TAUX " % (moyenne " WS-ROF-ED-MOY
              " %, ecart " WS-ROF-ED-ECART ")"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.
