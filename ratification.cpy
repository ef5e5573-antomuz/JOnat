       GESTION_RATIFICATION.
      *Sous-menu de la ratification des records officiels : un
      *record battu en competition reste sous reserve jusqu'a ce
      *que la federation statue sur son dossier (appelee par
      *GESTION_NORMES).
       DISPLAY "***********************************************"
       DISPLAY "*       Ratification des records              *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser les dossiers                    *"
       DISPLAY "* 2-Imprimer un dossier de ratification        *"
       DISPLAY "* 3-Ratifier ou rejeter un record              *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM LISTE_DOSSIERS_RECORDS
       ELSE IF Wchoix2 = 2 THEN
              PERFORM IMPRIME_DOSSIER_RECORD
       ELSE IF Wchoix2 = 3 THEN
              PERFORM DECIDE_RATIFICATION
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       DOSSIER_RECORD_OUVRE.
      *Constitue le dossier de ratification du record qui vient de
      *tomber : la marque et sa source, le temps de reaction, le
      *bassin et son homologation, la seance et la marque
      *remplacee (appelee par RECORD_APPLIQUE_PROGRESSION ; la
      *ligne battue est dans le tampon frecords, l'epreuve dans le
      *tampon fepreuves, la participation dans son tampon).
       MOVE fp_numE TO fdo_numE
       MOVE fp_numA TO fdo_numA
       MOVE frb_niveau TO fdo_niveau
       MOVE frb_type TO fdo_type
       MOVE frb_distance TO fdo_distance
       MOVE frb_genre TO fdo_genre
       MOVE frb_classe TO fdo_classe
       MOVE fc_temps TO fdo_temps
       MOVE fp_source TO fdo_source
       MOVE fp_reaction TO fdo_reaction
       MOVE fp_reaction_neg TO fdo_reaction_neg
       MOVE WS-PRG-NOUVEAU-DET TO fdo_detenteur
       MOVE fe_numSession TO fdo_numS
       MOVE fe_lieu TO fdo_lieu
       MOVE 0 TO fdo_nb_couloirs
       MOVE SPACES TO fdo_homologation
       MOVE 0 TO fdo_homol_date
       OPEN INPUT flieux
       MOVE fe_lieu TO fl_nom
       READ flieux
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fl_nb_couloirs TO fdo_nb_couloirs
                     MOVE fl_homologation TO fdo_homologation
                     MOVE fl_homol_date TO fdo_homol_date
       END-READ
       CLOSE flieux
       MOVE frb_temps TO fdo_ancien_temps
       MOVE frb_detenteur TO fdo_ancien_det
       MOVE frb_statut TO fdo_ancien_statut
       MOVE frb_dos_numE TO fdo_ancien_numE
       MOVE frb_dos_numA TO fdo_ancien_numA
       MOVE "A" TO fdo_statut
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fdo_ouvert
       MOVE SPACES TO fdo_decide_par
       MOVE SPACES TO fdo_decide
       MOVE SPACES TO fdo_motif
       OPEN I-O fdossrec
       WRITE tamp_fdossrec
              INVALID KEY
                     REWRITE tamp_fdossrec
                            INVALID KEY CONTINUE
                     END-REWRITE
       END-WRITE
       CLOSE fdossrec
       DISPLAY "Record " fdo_niveau " sous reserve de ratification :"
              " dossier ouvert".

       LISTE_DOSSIERS_RECORDS.
      *Liste les dossiers de ratification et leur statut (appelee
      *par GESTION_RATIFICATION).
       MOVE 0 TO WS-DOS-NB
       OPEN INPUT fdossrec
       MOVE 0 TO WS-DOS-FIN
       DISPLAY "--------- Dossiers de ratification ---------"
       PERFORM WITH TEST AFTER UNTIL WS-DOS-FIN = 1
              READ fdossrec NEXT
              AT END MOVE 1 TO WS-DOS-FIN
              NOT AT END
                     ADD 1 TO WS-DOS-NB
                     MOVE fdo_temps TO WS-TEMPS-BRUT
                     PERFORM FORMATE_TEMPS
                     DISPLAY fdo_numE " " fdo_numA " " fdo_niveau
                            " " fdo_type " " fdo_distance "m "
                            fdo_genre " " WS-TEMPS-FORMATE " - "
                            fdo_detenteur
                     IF FDO-RATIFIE THEN
                            DISPLAY "   ratifie le " fdo_decide
                     ELSE IF FDO-REJETE THEN
                            DISPLAY "   rejete le " fdo_decide
                                   " : " fdo_motif
                     ELSE
                            DISPLAY "   en attente depuis le "
                                   fdo_ouvert
                     END-IF
                     END-IF
       END-PERFORM
       CLOSE fdossrec
       IF WS-DOS-NB = 0 THEN
              DISPLAY "   (aucun dossier)"
       END-IF.

       DOSSIER_SAISIE_CLE.
      *Saisit l'epreuve, l'athlete et le niveau d'un dossier et le
      *lit ; WS-DOS-TROUVE vaut 1 s'il existe (appelee par
      *IMPRIME_DOSSIER_RECORD et DECIDE_RATIFICATION).
       DISPLAY "Numero de l'epreuve : "
       ACCEPT WS-DOS-NUME
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-DOS-NUMA
       DISPLAY "Niveau du record (WR, OR, CR) : "
       ACCEPT WS-DOS-NIVEAU
       MOVE 0 TO WS-DOS-TROUVE
       OPEN INPUT fdossrec
       MOVE WS-DOS-NUME TO fdo_numE
       MOVE WS-DOS-NUMA TO fdo_numA
       MOVE WS-DOS-NIVEAU TO fdo_niveau
       READ fdossrec
              INVALID KEY DISPLAY "Dossier inconnu"
              NOT INVALID KEY MOVE 1 TO WS-DOS-TROUVE
       END-READ
       CLOSE fdossrec.

       IMPRIME_DOSSIER_RECORD.
      *Imprime le dossier transmis a la federation : passages,
      *officiels de l'epreuve, controle antidopage et releves d'eau
      *de la seance sont relus a ce moment (appelee par
      *GESTION_RATIFICATION).
       PERFORM DOSSIER_SAISIE_CLE
       IF WS-DOS-TROUVE = 1 THEN
              MOVE "DOSSIER-RECORD" TO WS-SPOOL-RAPPORT
              PERFORM SPOOL_OUVRE
              PERFORM DOSSIER_LIGNES_MARQUE
              PERFORM DOSSIER_LIGNES_PASSAGES
              PERFORM DOSSIER_LIGNES_OFFICIELS
              PERFORM DOSSIER_LIGNE_DOPAGE
              PERFORM DOSSIER_LIGNES_BASSIN
              PERFORM DOSSIER_LIGNES_EAU
              PERFORM SPOOL_FERME
       END-IF.

       DOSSIER_LIGNES_MARQUE.
      *Entete du dossier : record, statut, marque, source, temps de
      *reaction et marque remplacee (appelee par
      *IMPRIME_DOSSIER_RECORD).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "DOSSIER DE RATIFICATION - RECORD " fdo_niveau " "
              fdo_type " " fdo_distance "m " fdo_genre " "
              fdo_classe
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF FDO-RATIFIE THEN
              STRING "Statut : RATIFIE le " fdo_decide " par "
                     fdo_decide_par
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE IF FDO-REJETE THEN
              STRING "Statut : REJETE le " fdo_decide " par "
                     fdo_decide_par " - " fdo_motif
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "Statut : SOUS RESERVE DE RATIFICATION "
                     "(dossier ouvert le " fdo_ouvert ")"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE fdo_temps TO WS-TEMPS-BRUT
       PERFORM FORMATE_TEMPS
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Athlete " fdo_numA " " fdo_detenteur " - epreuve "
              fdo_numE " - temps " WS-TEMPS-FORMATE " - source "
              fdo_source
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF fdo_reaction = 0 THEN
              MOVE "Temps de reaction : non releve"
                     TO WS-RAPPORT-LIGNE
       ELSE IF fdo_reaction_neg = 1 THEN
              STRING "Temps de reaction : -" fdo_reaction
                     " centiemes (avant le signal)"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "Temps de reaction : " fdo_reaction
                     " centiemes"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE fdo_ancien_temps TO WS-TEMPS-BRUT
       PERFORM FORMATE_TEMPS
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Marque precedente : " WS-TEMPS-FORMATE " - "
              fdo_ancien_det
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       DOSSIER_LIGNES_PASSAGES.
      *Temps de passage aux 50m de la course (appelee par
      *IMPRIME_DOSSIER_RECORD).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE "Passages aux 50m :" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       OPEN INPUT fsplits
       MOVE fdo_numA TO fsp_numA
       MOVE fdo_numE TO fsp_numE
       READ fsplits
              INVALID KEY
                     MOVE "   aucun passage enregistre"
                            TO WS-RAPPORT-LIGNE
                     PERFORM ECRIT_LIGNE_RAPPORT
              NOT INVALID KEY
                     PERFORM VARYING WS-DOS-IDX FROM 1 BY 1
                            UNTIL WS-DOS-IDX > fsp_nb
                            OR WS-DOS-IDX > 30
                            COMPUTE WS-DOS-METRES = WS-DOS-IDX * 50
                            MOVE fsp_passage(WS-DOS-IDX)
                                   TO WS-TEMPS-BRUT
                            PERFORM FORMATE_TEMPS
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING "   " WS-DOS-METRES "m : "
                                   WS-TEMPS-FORMATE
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-PERFORM
       END-READ
       CLOSE fsplits.

       DOSSIER_LIGNES_OFFICIELS.
      *Officiels affectes a l'epreuve (appelee par
      *IMPRIME_DOSSIER_RECORD).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE "Officiels de l'epreuve :" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-DOS-NB
       OPEN INPUT faffect
       OPEN INPUT fofficiels
       MOVE fdo_numE TO faf_numE
       MOVE 0 TO faf_numO
       MOVE 0 TO WS-DOS-FIN
       START faffect, KEY IS >= faf_cle
              INVALID KEY MOVE 1 TO WS-DOS-FIN
              NOT INVALID KEY
                     PERFORM DOSSIER_UN_OFFICIEL UNTIL WS-DOS-FIN = 1
       END-START
       CLOSE fofficiels
       CLOSE faffect
       IF WS-DOS-NB = 0 THEN
              MOVE "   aucun officiel affecte" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       DOSSIER_UN_OFFICIEL.
       READ faffect NEXT
              AT END MOVE 1 TO WS-DOS-FIN
              NOT AT END
                     IF faf_numE NOT = fdo_numE THEN
                            MOVE 1 TO WS-DOS-FIN
                     ELSE
                            ADD 1 TO WS-DOS-NB
                            MOVE faf_numO TO fof_numO
                            READ fofficiels
                                   INVALID KEY
                                          MOVE SPACES TO fof_nom
                                          MOVE SPACES TO fof_prenom
                                          MOVE SPACES
                                                 TO fof_qualification
                            END-READ
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING "   " faf_role " : " faf_numO " "
                                   fof_nom " " fof_prenom " ("
                                   fof_qualification ")"
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
       END-READ.

       DOSSIER_LIGNE_DOPAGE.
      *Issue du controle antidopage de l'athlete sur l'epreuve
      *(appelee par IMPRIME_DOSSIER_RECORD et DECIDE_RATIFICATION).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       OPEN INPUT fdopage
       MOVE fdo_numA TO fd_numA
       MOVE fdo_numE TO fd_numE
       READ fdopage
              INVALID KEY
                     MOVE "Controle antidopage : non preleve"
                            TO WS-RAPPORT-LIGNE
              NOT INVALID KEY
                     IF FD-TESTE THEN
                            STRING "Controle antidopage : "
                                   fd_resultat
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     ELSE
                            MOVE "Controle antidopage : non preleve"
                                   TO WS-RAPPORT-LIGNE
                     END-IF
       END-READ
       CLOSE fdopage
       PERFORM ECRIT_LIGNE_RAPPORT.

       DOSSIER_LIGNES_BASSIN.
      *Bassin de la course, nombre de couloirs et homologation
      *(appelee par IMPRIME_DOSSIER_RECORD).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF fdo_homologation = SPACES THEN
              STRING "Bassin : " fdo_lieu " - " fdo_nb_couloirs
                     " couloirs - homologation non renseignee"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "Bassin : " fdo_lieu " - " fdo_nb_couloirs
                     " couloirs - homologation " fdo_homologation
                     " du " fdo_homol_date
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       DOSSIER_LIGNES_EAU.
      *Releves de qualite de l'eau de la seance du record (appelee
      *par IMPRIME_DOSSIER_RECORD).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Qualite de l'eau - seance " fdo_numS " :"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-EAU-NB
       OPEN INPUT feau
       MOVE fdo_numS TO feq_numS
       MOVE 0 TO feq_seq
       MOVE 0 TO WS-EAU-FIN
       START feau, KEY IS >= feq_cle
              INVALID KEY MOVE 1 TO WS-EAU-FIN
              NOT INVALID KEY
                     PERFORM DOSSIER_UN_RELEVE UNTIL WS-EAU-FIN = 1
       END-START
       CLOSE feau
       IF WS-EAU-NB = 0 THEN
              MOVE "   aucun releve" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       DOSSIER_UN_RELEVE.
       READ feau NEXT
              AT END MOVE 1 TO WS-EAU-FIN
              NOT AT END
                     IF feq_numS NOT = fdo_numS THEN
                            MOVE 1 TO WS-EAU-FIN
                     ELSE
                            ADD 1 TO WS-EAU-NB
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING "   " feq_HOUR "h" feq_MIN " eau "
                                   feq_temp_eau " air " feq_temp_air
                                   " pH " feq_ph " chlore "
                                   feq_chlore " - " feq_officiel
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                            IF NOT FEQ-CONFORME THEN
                                   MOVE SPACES TO WS-RAPPORT-LIGNE
                                   STRING "      HORS LIMITES : "
                                          feq_anomalies
                                          DELIMITED BY SIZE
                                          INTO WS-RAPPORT-LIGNE
                                   END-STRING
                                   PERFORM ECRIT_LIGNE_RAPPORT
                            END-IF
                     END-IF
       END-READ.

       DECIDE_RATIFICATION.
      *Enregistre la decision de la federation sur un dossier en
      *attente : ratifie, la marque du livre perd sa reserve ;
      *rejete, la marque remplacee est rendue au livre et la
      *progression en garde la trace (appelee par
      *GESTION_RATIFICATION).
       PERFORM DOSSIER_SAISIE_CLE
       IF WS-DOS-TROUVE = 1 AND NOT FDO-EN-ATTENTE THEN
              DISPLAY "Dossier deja solde"
              MOVE 0 TO WS-DOS-TROUVE
       END-IF
       IF WS-DOS-TROUVE = 1 THEN
              MOVE fdo_temps TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              DISPLAY "Record " fdo_niveau " " fdo_type " "
                     fdo_distance "m " fdo_genre " : "
                     WS-TEMPS-FORMATE " - " fdo_detenteur
              MOVE 0 TO WS-SPOOL-ACTIF
              PERFORM DOSSIER_LIGNE_DOPAGE
              PERFORM WITH TEST AFTER UNTIL
                     repUser >= 0 AND repUser <= 2
                     DISPLAY "1-Ratifier 2-Rejeter 0-Abandon : "
                     ACCEPT repUser
              END-PERFORM
              IF repUser = 0 THEN
                     MOVE 0 TO WS-DOS-TROUVE
              END-IF
       END-IF
       IF WS-DOS-TROUVE = 1 THEN
              MOVE SPACES TO WS-DOS-MOTIF
              IF repUser = 2 THEN
                     PERFORM WITH TEST AFTER UNTIL
                            WS-DOS-MOTIF NOT = SPACES
                            DISPLAY "Motif du rejet : "
                            ACCEPT WS-DOS-MOTIF
                     END-PERFORM
                     MOVE "J" TO fdo_statut
              ELSE
                     MOVE "R" TO fdo_statut
              END-IF
              MOVE WS-DOS-MOTIF TO fdo_motif
              MOVE WS-OPERATEUR TO fdo_decide_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fdo_decide
              OPEN I-O fdossrec
              REWRITE tamp_fdossrec
                     INVALID KEY DISPLAY "Erreur de mise a jour"
              END-REWRITE
              CLOSE fdossrec
              MOVE fdo_ancien_temps TO WS-DOS-ANC-TEMPS
              MOVE fdo_ancien_det TO WS-DOS-ANC-DET
              MOVE fdo_ancien_statut TO WS-DOS-ANC-STATUT
              MOVE fdo_ancien_numE TO WS-DOS-ANC-NUME
              MOVE fdo_ancien_numA TO WS-DOS-ANC-NUMA
              PERFORM RATIFICATION_MAJ_LIVRE
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Ratification " fdo_niveau " athlete " fdo_numA
                     " epreuve " fdo_numE " statut " fdo_statut
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
              IF FDO-REJETE THEN
                     PERFORM DOSSIER_REPORTE_ANCIEN
              END-IF
       END-IF.

       RATIFICATION_MAJ_LIVRE.
      *Reporte la decision sur la ligne du livre des records si
      *elle porte encore la marque du dossier (appelee par
      *DECIDE_RATIFICATION ; le dossier est dans son tampon).
       OPEN I-O frecords
       MOVE fdo_niveau TO frb_niveau
       MOVE fdo_type TO frb_type
       MOVE fdo_distance TO frb_distance
       MOVE fdo_genre TO frb_genre
       MOVE fdo_classe TO frb_classe
       READ frecords
              INVALID KEY DISPLAY "Ligne du livre introuvable"
              NOT INVALID KEY
                     IF frb_dos_numE NOT = fdo_numE OR
                            frb_dos_numA NOT = fdo_numA THEN
                            DISPLAY "Marque deja battue depuis : "
                                   "seul le dossier est mis a jour"
                     ELSE IF FDO-RATIFIE THEN
                            MOVE "R" TO frb_statut
                            REWRITE tamp_frecords
                                   INVALID KEY CONTINUE
                            END-REWRITE
                            DISPLAY "Record ratifie"
                     ELSE
                            MOVE frb_temps TO WS-PRG-ANCIEN-TEMPS
                            MOVE frb_detenteur TO WS-PRG-ANCIEN-DET
                            MOVE WS-DOS-ANC-TEMPS
                                   TO WS-PRG-NOUVEAU-TEMPS
                            MOVE WS-DOS-ANC-DET TO WS-PRG-NOUVEAU-DET
                            PERFORM PROGRESSION_ENREGISTRE
                            MOVE WS-DOS-ANC-TEMPS TO frb_temps
                            MOVE WS-DOS-ANC-DET TO frb_detenteur
                            MOVE WS-DOS-ANC-STATUT TO frb_statut
                            MOVE WS-DOS-ANC-NUME TO frb_dos_numE
                            MOVE WS-DOS-ANC-NUMA TO frb_dos_numA
                            REWRITE tamp_frecords
                                   INVALID KEY CONTINUE
                            END-REWRITE
                            DISPLAY "Record rejete : marque precedente "
                                   "rendue au livre"
                     END-IF
                     END-IF
       END-READ
       CLOSE frecords.

       DOSSIER_REPORTE_ANCIEN.
      *Un dossier posterieur qui avait remplace la marque rejetee
      *reprend a son compte la marque que celle-ci remplacait,
      *pour qu'un second rejet ne rende pas au livre une marque
      *rejetee (appelee par DECIDE_RATIFICATION).
       OPEN I-O fdossrec
       MOVE 0 TO WS-DOS-FIN
       PERFORM WITH TEST AFTER UNTIL WS-DOS-FIN = 1
              READ fdossrec NEXT
              AT END MOVE 1 TO WS-DOS-FIN
              NOT AT END
                     IF fdo_niveau = WS-DOS-NIVEAU AND
                            fdo_ancien_numE = WS-DOS-NUME AND
                            fdo_ancien_numA = WS-DOS-NUMA THEN
                            MOVE WS-DOS-ANC-TEMPS TO fdo_ancien_temps
                            MOVE WS-DOS-ANC-DET TO fdo_ancien_det
                            MOVE WS-DOS-ANC-STATUT
                                   TO fdo_ancien_statut
                            MOVE WS-DOS-ANC-NUME TO fdo_ancien_numE
                            MOVE WS-DOS-ANC-NUMA TO fdo_ancien_numA
                            REWRITE tamp_fdossrec
                                   INVALID KEY CONTINUE
                            END-REWRITE
                     END-IF
       END-PERFORM
       CLOSE fdossrec.
