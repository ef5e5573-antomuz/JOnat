       ACCEPT fr_numE
       MOVE fr_numE TO fe_numE
       MOVE 0 TO Wtrouve
      *Meme controle de statut qu'un engagement individuel : ni
      *epreuve a la corbeille, ni epreuve annulee.
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY
                     IF FE-SUPPRIMEE THEN
                            DISPLAY "Cette epreuve n'existe pas"
                     ELSE IF FE-ANNULEE THEN
                            DISPLAY "Epreuve annulee par "
                                   "l'organisateur"
                     ELSE
                            MOVE 1 TO Wtrouve
                     END-IF
                     END-IF
       END-READ
       CLOSE fepreuves

      *Le classement d'un tournoi de water-polo est pose par le
      *tournoi lui-meme, a partir de ses matchs.
       IF Wtrouve = 1 AND FE-WATER-POLO THEN
              DISPLAY "Tournoi de water-polo : classement pose via "
                     "le menu Disciplines specifiques"
              MOVE 0 TO Wtrouve
       END-IF

       IF Wtrouve NOT = 1 THEN
              DISPLAY "Relais non enregistre"
       ELSE
                     MOVE SPACES TO fr_motif_dq
              END-IF

      *La source du chrono decide si le parcours du premier
      *relayeur vaut temps individuel officiel.
              PERFORM WITH TEST AFTER UNTIL fr_source = "E" OR
                     fr_source = "S" OR fr_source = "M"
                     DISPLAY "Source du chrono (E electronique, "
                            "S secours, M manuel) : "
                     ACCEPT fr_source
              END-PERFORM

              MOVE 1 TO WS-RELAIS-VALIDE
              MOVE 0 TO WS-RELAIS-NB-H
              MOVE 0 TO WS-RELAIS-NB-F
                               fr_leg_echange_neg(WS-RELAIS-IDX)
                     END-PERFORM
                     OPEN I-O frelais
                     MOVE WS-COMPET-ACTIVE TO fr_compet
                     MOVE 0 TO fr_lot
                     WRITE tamp_frelais
                            INVALID KEY
                                   DISPLAY "Ce relais existe deja "
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE
                            PERFORM MAJ_TABLEAU_RELAIS
                            PERFORM RELAIS_DEPART_OFFICIEL
                     END-IF
                     CLOSE frelais
              END-IF
              ADD fr_leg_temps(WS-RELAIS-IDX) TO fr_temps_total
       END-PERFORM.

       RELAIS_DEPART_OFFICIEL.
      *Le premier relayeur nage un temps individuel officiel (le
      *depart d'un 4x100 NL vaut un 100 NL) : pour une equipe qui
      *a termine et dont le relais est chronometre
      *electroniquement, son parcours est verifie comme un
      *resultat individuel - record personnel, records archive et
      *officiels, norme de qualification - sur le type de
      *l'epreuve et le quart de sa distance (appelee par
      *ADD_RELAIS ; le relais ecrit est dans le tampon frelais).
       IF FR-TERMINE AND FR-SOURCE-ELEC AND
              fr_leg_temps(1) > 0 THEN
              MOVE fr_numE TO fe_numE
              MOVE 0 TO Wtrouve
              OPEN INPUT fepreuves
              READ fepreuves
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 1 TO Wtrouve
              END-READ
              CLOSE fepreuves
              IF Wtrouve = 1 THEN
                     PERFORM DEPART_RELAIS_VERIFIE
              END-IF
       END-IF.

       DEPART_RELAIS_VERIFIE.
      *Pose le parcours du premier relayeur dans les zones d'un
      *resultat individuel (fp_numA/fp_numE/fc_temps, WS-ARCH-*)
      *et enchaine les controles de VERIFIE_RECORD_PERSO (appelee
      *par RELAIS_DEPART_OFFICIEL ; l'epreuve est dans le tampon
      *fepreuves).
       MOVE SPACES TO WS-LIC-COURANTE
       MOVE fe_genre TO WS-ARCH-GENRE
       MOVE fr_leg_numA(1) TO fa_numA
       OPEN INPUT fathletes
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fa_licence TO WS-LIC-COURANTE
      *Un relais mixte part sur le genre du relayeur.
                     MOVE fa_genre OF tamp_fathletes
                            TO WS-ARCH-GENRE
       END-READ
       CLOSE fathletes

       MOVE fe_type TO WS-ARCH-TYPE
       COMPUTE WS-ARCH-DISTANCE = fe_distance / 4
       MOVE fe_classe TO WS-ARCH-CLASSE
       MOVE fr_leg_numA(1) TO fp_numA
       MOVE fr_numE TO fp_numE
       MOVE fr_leg_temps(1) TO fc_temps
      *Source du relais et pas de temps de reaction individuel
      *pour un eventuel dossier de ratification.
       MOVE fr_source TO fp_source
       MOVE 0 TO fp_reaction
       MOVE 0 TO fp_reaction_neg
       MOVE fc_temps TO WS-TEMPS-BRUT
       PERFORM FORMATE_TEMPS
       DISPLAY "Depart de relais : athlete " fp_numA " - "
              WS-ARCH-DISTANCE "m " WS-ARCH-TYPE " en "
              WS-TEMPS-FORMATE " (temps individuel officiel)"

       PERFORM DEPART_RELAIS_MAJ_PB
       PERFORM VERIFIE_RECORD_ARCHIVE
       PERFORM VERIFIE_RECORD_OFFICIEL
       PERFORM VERIFIE_NORME_QUALIF.

       DEPART_RELAIS_MAJ_PB.
      *Met a jour le record personnel du premier relayeur, marque
      *comme etabli au depart d'un relais (appelee par
      *DEPART_RELAIS_VERIFIE).
       MOVE WS-LIC-COURANTE TO fpb_licence
       MOVE WS-ARCH-TYPE TO fpb_type
       MOVE WS-ARCH-DISTANCE TO fpb_distance
       MOVE WS-ARCH-CLASSE TO fpb_classe
       OPEN I-O fpb
       READ fpb
              INVALID KEY
                     MOVE fc_temps TO fpb_temps
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fpb_date
                     MOVE 1 TO fpb_depart_relais
                     MOVE 0 TO fpb_lot
                     WRITE tamp_fpb
                     END-WRITE
                     DISPLAY "Nouveau record personnel (depart "
                            "de relais) !"
              NOT INVALID KEY
                     IF fc_temps < fpb_temps THEN
                            MOVE fc_temps TO fpb_temps
                            PERFORM HORODATE_MAJ
                            MOVE WS-FORMATTED-DATE-TIME
                                   TO fpb_date
                            MOVE 1 TO fpb_depart_relais
                            MOVE 0 TO fpb_lot
                            REWRITE tamp_fpb
                            END-REWRITE
                            DISPLAY "Nouveau record personnel "
                                   "(depart de relais) !"
                     END-IF
       END-READ
       CLOSE fpb.

       MAJ_TABLEAU_RELAIS.
      *Reecrit immediatement le fichier tableau de l'epreuve de
      *relais (tableau_NN.dat) avec le classement des equipes au
              DISPLAY "  Relayeur " WS-RELAIS-IDX " - athlete "
                     fr_leg_numA(WS-RELAIS-IDX) " - temps "
                     fr_leg_temps(WS-RELAIS-IDX)
       END-PERFORM
       IF FR-TERMINE AND FR-SOURCE-ELEC THEN
              DISPLAY "  (depart du relayeur 1 : temps individuel "
                     "officiel)"
       END-IF.

       DEL_RELAIS.
      *Supprime le resultat de relais d'une equipe sur une epreuve
                            fdq_libelle
              END-IF
       END-IF.

       LIE_SERIES_RELAIS.
      *Rattache a une finale de relais l'epreuve de series dont elle
      *est issue : un pays qui change sa composition entre series
      *et finale doit la medaille aussi aux nageurs des seules
      *series, que fr_leg de la finale ne connait pas. Les deux
      *epreuves doivent porter le meme type, la meme distance et le
      *meme genre ; 0 defait le lien (appelee par
      *GESTION_EPREUVES).
       DISPLAY "---------------------------------------"
       DISPLAY "   SERIES ET FINALE D'UN RELAIS        "
       DISPLAY "---------------------------------------"
       OPEN I-O fepreuves
       DISPLAY "Numero de la finale du relais : "
       ACCEPT WS-RSR-NUME-FINALE
       DISPLAY "Numero de l'epreuve de series (0 = aucune) : "
       ACCEPT WS-RSR-NUME-SERIES
       MOVE 1 TO Wtrouve
       IF WS-RSR-NUME-SERIES > 0 THEN
              MOVE WS-RSR-NUME-SERIES TO fe_numE
              READ fepreuves
                     INVALID KEY
                            DISPLAY "Epreuve de series inconnue"
                            MOVE 0 TO Wtrouve
                     NOT INVALID KEY
                            PERFORM LIE_CONTROLE_SERIES
              END-READ
       END-IF
       IF Wtrouve = 1 THEN
              MOVE WS-RSR-NUME-FINALE TO fe_numE
              READ fepreuves
                     INVALID KEY
                            DISPLAY "Finale inconnue"
                     NOT INVALID KEY
                            PERFORM LIE_ECRIT_FINALE
              END-READ
       END-IF
       CLOSE fepreuves.

       LIE_CONTROLE_SERIES.
      *(appelee par LIE_SERIES_RELAIS ; l'epreuve de series est
      *dans le tampon fepreuves).
       IF FE-SERIE AND NOT FE-SUPPRIMEE THEN
              MOVE fe_type TO WS-RSR-TYPE
              MOVE fe_distance TO WS-RSR-DISTANCE
              MOVE fe_genre TO WS-RSR-GENRE
       ELSE
              DISPLAY "L'epreuve " fe_numE " n'est pas une "
                     "epreuve de series active"
              MOVE 0 TO Wtrouve
       END-IF.

       LIE_ECRIT_FINALE.
      *Controle la finale lue et y inscrit le lien (appelee par
      *LIE_SERIES_RELAIS).
       IF NOT FE-FINALE OR FE-SUPPRIMEE THEN
              DISPLAY "L'epreuve " fe_numE " n'est pas une "
                     "finale active"
       ELSE
              IF WS-RSR-NUME-SERIES > 0 AND
                     (fe_type NOT = WS-RSR-TYPE OR
                     fe_distance NOT = WS-RSR-DISTANCE OR
                     fe_genre NOT = WS-RSR-GENRE) THEN
                     DISPLAY "Series et finale ne portent pas le "
                            "meme type/distance/genre"
              ELSE
                     PERFORM JOURNALISE_AVANT_EPREUVE
                     MOVE WS-RSR-NUME-SERIES TO fe_relais_series
                     MOVE WS-OPERATEUR TO fe_maj_par
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fe_maj_date
                     REWRITE tamp_fepreuve
                            INVALID KEY
                                   DISPLAY "Erreur de mise a jour"
                            NOT INVALID KEY
                                   DISPLAY "Lien series/finale "
                                          "enregistre"
                     END-REWRITE
                     PERFORM VERROU_SIGNALE_EPREUVE
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Finale relais " fe_numE
                            " liee aux series " fe_relais_series
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
              END-IF
       END-IF.

       RELAIS_CHARGE_SERIES.
      *Charge dans WS-RSR-TABLE les equipes de l'epreuve de series
      *WS-RSR-NUME-SERIES (table vide si 0) ; frelais est ouvert
      *par l'appelant, qui repositionne ensuite son propre parcours
      *(appelee par les decomptes de medailles, l'archivage, le
      *certificat et le dossier de carriere).
       MOVE 0 TO WS-RSR-NB
       IF WS-RSR-NUME-SERIES > 0 THEN
              MOVE WS-RSR-NUME-SERIES TO fr_numE
              MOVE 0 TO WS-RSR-FIN
              START frelais, KEY IS = fr_numE
                     INVALID KEY MOVE 1 TO WS-RSR-FIN
                     NOT INVALID KEY
                            PERFORM RELAIS_CHARGE_UNE_SERIE
                                   UNTIL WS-RSR-FIN = 1
              END-START
       END-IF.

       RELAIS_CHARGE_UNE_SERIE.
       READ frelais NEXT
              AT END MOVE 1 TO WS-RSR-FIN
              NOT AT END
                     IF fr_numE NOT = WS-RSR-NUME-SERIES THEN
                            MOVE 1 TO WS-RSR-FIN
                     ELSE
                            IF WS-RSR-NB < 40 THEN
                                   ADD 1 TO WS-RSR-NB
                                   MOVE fr_pays
                                          TO WS-RSR-PAYS(WS-RSR-NB)
                                   PERFORM VARYING WS-RSR-J
                                          FROM 1 BY 1
                                          UNTIL WS-RSR-J > 4
                                          MOVE fr_leg_numA(WS-RSR-J)
                                          TO WS-RSR-NUMA
                                          (WS-RSR-NB, WS-RSR-J)
                                   END-PERFORM
                            END-IF
                     END-IF
       END-READ.

       RELAIS_SERIES_SEULES.
      *Pour l'equipe de finale du tampon frelais, liste dans
      *WS-RSR-SUPPL les nageurs de sa serie absents de la finale
      *(appelee apres RELAIS_CHARGE_SERIES).
       MOVE 0 TO WS-RSR-NB-SUPPL
       PERFORM VARYING WS-RSR-IDX FROM 1 BY 1
              UNTIL WS-RSR-IDX > WS-RSR-NB
              IF WS-RSR-PAYS(WS-RSR-IDX) = fr_pays THEN
                     PERFORM RELAIS_SERIES_UNE_EQUIPE
              END-IF
       END-PERFORM.

       RELAIS_SERIES_UNE_EQUIPE.
       PERFORM VARYING WS-RSR-J FROM 1 BY 1 UNTIL WS-RSR-J > 4
              IF WS-RSR-NUMA(WS-RSR-IDX, WS-RSR-J) > 0 THEN
                     MOVE 0 TO WS-RSR-DEJA
                     PERFORM VARYING WS-RSR-K FROM 1 BY 1
                            UNTIL WS-RSR-K > 4
                            IF fr_leg_numA(WS-RSR-K) =
                                   WS-RSR-NUMA(WS-RSR-IDX, WS-RSR-J)
                                   MOVE 1 TO WS-RSR-DEJA
                            END-IF
                     END-PERFORM
                     IF WS-RSR-DEJA = 0 AND WS-RSR-NB-SUPPL < 4
                            ADD 1 TO WS-RSR-NB-SUPPL
                            MOVE WS-RSR-NUMA(WS-RSR-IDX, WS-RSR-J)
                                   TO WS-RSR-SUPPL-NUMA
                                   (WS-RSR-NB-SUPPL)
                     END-IF
              END-IF
       END-PERFORM.

       RELAIS_EQUIPE_SERIE_ATHLETE.
      *Retrouve dans WS-RSR-TABLE l'equipe de series ou a nage
      *WS-RSR-NUMA-CHERCHE : pays dans WS-RSR-PAYS-TROUVE, espaces
      *s'il n'y a pas nage (appelee par le certificat et le
      *dossier de carriere).
       MOVE SPACES TO WS-RSR-PAYS-TROUVE
       PERFORM VARYING WS-RSR-IDX FROM 1 BY 1
              UNTIL WS-RSR-IDX > WS-RSR-NB
              PERFORM VARYING WS-RSR-J FROM 1 BY 1
                     UNTIL WS-RSR-J > 4
                     IF WS-RSR-NUMA(WS-RSR-IDX, WS-RSR-J) =
                            WS-RSR-NUMA-CHERCHE
                            MOVE WS-RSR-PAYS(WS-RSR-IDX)
                                   TO WS-RSR-PAYS-TROUVE
                     END-IF
              END-PERFORM
       END-PERFORM.
