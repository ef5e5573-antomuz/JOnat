       FACE_A_FACE_LICENCES.
      *Face-a-face de deux nageurs toutes editions confondues pour
      *le bureau de presse : chaque epreuve en bassin (meme type,
      *meme distance, meme genre, meme phase, meme edition) courue
      *par les deux, relevee dans l'historique complet des
      *resultats, dans l'archive des podiums anterieurs a cet
      *historique et dans les participations en cours. Le rapport
      *donne les deux temps, les deux places, qui a touche devant
      *et le bilan des victoires ; l'en-tete reprend les records
      *personnels et les medailles de chacun (appelee par
      *RAPPORTS_FEDERATION).
       DISPLAY "---------------------------------------"
       DISPLAY "       FACE A FACE                     "
       DISPLAY "---------------------------------------"
       DISPLAY "Licence du premier nageur : "
       MOVE SPACES TO WS-FAF-LICENCE(1)
       ACCEPT WS-FAF-LICENCE(1)
       DISPLAY "Licence du second nageur : "
       MOVE SPACES TO WS-FAF-LICENCE(2)
       ACCEPT WS-FAF-LICENCE(2)
       IF WS-FAF-LICENCE(1) = SPACES OR
              WS-FAF-LICENCE(2) = SPACES OR
              WS-FAF-LICENCE(1) = WS-FAF-LICENCE(2) THEN
              DISPLAY "Il faut deux licences differentes"
       ELSE
              PERFORM VARYING WS-FAF-A FROM 1 BY 1 UNTIL WS-FAF-A > 2
                     PERFORM FAF_INIT_NAGEUR
              END-PERFORM
              PERFORM FAF_CHERCHE_ATHLETES
              PERFORM FAF_LIT_HISTORIQUE
              PERFORM FAF_LIT_ARCHIVE
              PERFORM VARYING WS-FAF-A FROM 1 BY 1 UNTIL WS-FAF-A > 2
                     IF WS-FAF-NUMA(WS-FAF-A) > 0 THEN
                            PERFORM FAF_LIT_PARTICIPATIONS
                     END-IF
              END-PERFORM
              IF WS-FAF-NOM(1) = SPACES OR
                     WS-FAF-NOM(2) = SPACES THEN
                     DISPLAY "Licence inconnue des athletes et de "
                            "l'historique"
              ELSE
                     PERFORM FAF_RAPPORT
              END-IF
       END-IF.

       FAF_INIT_NAGEUR.
       MOVE 0 TO WS-FAF-NUMA(WS-FAF-A)
       MOVE SPACES TO WS-FAF-NOM(WS-FAF-A)
       MOVE SPACES TO WS-FAF-PRENOM(WS-FAF-A)
       MOVE SPACES TO WS-FAF-PAYS(WS-FAF-A)
       MOVE 0 TO WS-FAF-OR(WS-FAF-A)
       MOVE 0 TO WS-FAF-ARGENT(WS-FAF-A)
       MOVE 0 TO WS-FAF-BRONZE(WS-FAF-A)
       MOVE 0 TO WS-FAF-NB(WS-FAF-A)
       MOVE 0 TO WS-FAF-VICT(WS-FAF-A).

       FAF_CHERCHE_ATHLETES.
      *Retrouve les deux nageurs inscrits sur ces jeux par leur
      *licence permanente, lue par la cle alternative fa_licence
      *(appelee par FACE_A_FACE_LICENCES).
       OPEN INPUT fathletes
       PERFORM VARYING WS-FAF-A FROM 1 BY 1 UNTIL WS-FAF-A > 2
              MOVE WS-FAF-LICENCE(WS-FAF-A) TO fa_licence
              START fathletes, KEY IS = fa_licence
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            READ fathletes NEXT
                                   AT END CONTINUE
                                   NOT AT END
                                          PERFORM FAF_RETIENT_ATHLETE
                            END-READ
              END-START
       END-PERFORM
       CLOSE fathletes.

       FAF_RETIENT_ATHLETE.
      *Retient le nageur lu sous la licence WS-FAF-A (appelee par
      *FAF_CHERCHE_ATHLETES).
       MOVE fa_numA TO WS-FAF-NUMA(WS-FAF-A)
       MOVE fa_nom TO WS-FAF-NOM(WS-FAF-A)
       MOVE fa_prenom TO WS-FAF-PRENOM(WS-FAF-A)
       MOVE fa_pays TO WS-FAF-PAYS(WS-FAF-A).

       FAF_LIT_HISTORIQUE.
      *Releve dans l'historique complet les finales des deux
      *nageurs : medailles, et courses en bassin pour le face-a-face
      *(appelee par FACE_A_FACE_LICENCES).
       OPEN INPUT fhisto
       MOVE 0 TO WS-FAF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-FAF-FIN = 1
              READ fhisto NEXT
              AT END MOVE 1 TO WS-FAF-FIN
              NOT AT END
                     PERFORM VARYING WS-FAF-A FROM 1 BY 1
                            UNTIL WS-FAF-A > 2
                            IF fh_licence = WS-FAF-LICENCE(WS-FAF-A)
                                   THEN
                                   PERFORM FAF_UNE_LIGNE_HISTO
                            END-IF
                     END-PERFORM
       END-PERFORM
       CLOSE fhisto.

       FAF_UNE_LIGNE_HISTO.
       IF WS-FAF-NOM(WS-FAF-A) = SPACES THEN
              MOVE fh_nom TO WS-FAF-NOM(WS-FAF-A)
              MOVE fh_prenom TO WS-FAF-PRENOM(WS-FAF-A)
              MOVE fh_pays TO WS-FAF-PAYS(WS-FAF-A)
       END-IF
       IF fh_phase = "FINALE" THEN
              MOVE fh_rang TO WS-FAF-RANG
              PERFORM FAF_COMPTE_MEDAILLE
       END-IF
       IF fh_temps > 0 AND fh_temps_long = 0 AND fh_note = 0 THEN
              MOVE fh_annee TO WS-FAF-W-ANNEE
              MOVE fh_compet TO WS-FAF-W-COMPET
              MOVE fh_type TO WS-FAF-W-TYPE
              MOVE fh_distance TO WS-FAF-W-DIST
              MOVE fh_genre TO WS-FAF-W-GENRE
              MOVE fh_phase TO WS-FAF-W-PHASE
              MOVE 0 TO WS-FAF-W-NUME
              MOVE fh_temps TO WS-FAF-W-TEMPS
              MOVE fh_rang TO WS-FAF-W-RANG
              MOVE "H" TO WS-FAF-W-SOURCE
              PERFORM FAF_AJOUTE_COURSE
       END-IF.

       FAF_COMPTE_MEDAILLE.
       IF WS-FAF-RANG = 1 THEN
              ADD 1 TO WS-FAF-OR(WS-FAF-A)
       END-IF
       IF WS-FAF-RANG = 2 THEN
              ADD 1 TO WS-FAF-ARGENT(WS-FAF-A)
       END-IF
       IF WS-FAF-RANG = 3 THEN
              ADD 1 TO WS-FAF-BRONZE(WS-FAF-A)
       END-IF.

       FAF_AJOUTE_COURSE.
      *Range la course de travail WS-FAF-W dans la liste du nageur
      *WS-FAF-A (appelee par les lectures des trois sources).
       IF WS-FAF-NB(WS-FAF-A) < 60 THEN
              ADD 1 TO WS-FAF-NB(WS-FAF-A)
              MOVE WS-FAF-W TO
                     WS-FAF-COURSE(WS-FAF-A, WS-FAF-NB(WS-FAF-A))
       END-IF.

       FAF_LIT_ARCHIVE.
      *Podiums de l'archive portant la licence d'un des nageurs ;
      *une finale deja presente dans l'historique complet y a deja
      *ete comptee et n'est pas reprise (appelee par
      *FACE_A_FACE_LICENCES).
       OPEN INPUT farch
       OPEN INPUT fhisto
       MOVE 0 TO WS-FAF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-FAF-FIN = 1
              READ farch NEXT
              AT END MOVE 1 TO WS-FAF-FIN
              NOT AT END PERFORM FAF_EXAMINE_ARCHIVE
       END-PERFORM
       CLOSE fhisto
       CLOSE farch.

       FAF_EXAMINE_ARCHIVE.
       MOVE 0 TO WS-FAF-TROUVE
       PERFORM VARYING WS-FAF-A FROM 1 BY 1 UNTIL WS-FAF-A > 2
              IF fa_licence_or = WS-FAF-LICENCE(WS-FAF-A) OR
                     fa_licence_or2 = WS-FAF-LICENCE(WS-FAF-A) OR
                     fa_licence_argent = WS-FAF-LICENCE(WS-FAF-A) OR
                     fa_licence_argent2 = WS-FAF-LICENCE(WS-FAF-A) OR
                     fa_licence_bronze = WS-FAF-LICENCE(WS-FAF-A) OR
                     fa_licence_bronze2 = WS-FAF-LICENCE(WS-FAF-A)
                     THEN
                     MOVE 1 TO WS-FAF-TROUVE
              END-IF
       END-PERFORM
       IF WS-FAF-TROUVE = 1 THEN
              PERFORM FAF_ARCHIVE_DANS_HISTO
       END-IF
       IF WS-FAF-TROUVE = 1 THEN
              MOVE fa_annee TO WS-FAF-W-ANNEE
              MOVE fa_compet TO WS-FAF-W-COMPET
              MOVE fa_type OF tamp_farch TO WS-FAF-W-TYPE
              MOVE fa_disatnce TO WS-FAF-W-DIST
              MOVE fa_genre OF tamp_farch TO WS-FAF-W-GENRE
              MOVE "FINALE" TO WS-FAF-W-PHASE
              MOVE 0 TO WS-FAF-W-NUME
              MOVE "A" TO WS-FAF-W-SOURCE
              PERFORM VARYING WS-FAF-A FROM 1 BY 1 UNTIL WS-FAF-A > 2
                     PERFORM FAF_ARCHIVE_NAGEUR
              END-PERFORM
       END-IF.

       FAF_ARCHIVE_DANS_HISTO.
      *Remet WS-FAF-TROUVE a zero quand l'historique complet porte
      *deja cette finale (appelee par FAF_EXAMINE_ARCHIVE ; fhisto
      *est ouvert en lecture).
       MOVE fa_annee TO fh_annee
       MOVE fa_type OF tamp_farch TO fh_type
       MOVE fa_disatnce TO fh_distance
       MOVE fa_genre OF tamp_farch TO fh_genre
       MOVE fa_compet TO fh_compet
       MOVE 0 TO fh_rang
       MOVE 0 TO fh_numA
       START fhisto, KEY IS >= fh_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     READ fhisto NEXT
                            AT END CONTINUE
                            NOT AT END
                                   IF fh_annee = fa_annee AND
                                      fh_type = fa_type OF tamp_farch
                                      AND fh_distance = fa_disatnce
                                      AND fh_genre =
                                          fa_genre OF tamp_farch
                                      AND fh_compet = fa_compet THEN
                                          MOVE 0 TO WS-FAF-TROUVE
                                   END-IF
                     END-READ
       END-START.

       FAF_ARCHIVE_NAGEUR.
      *Place du nageur WS-FAF-A sur le podium archive, s'il y est
      *(appelee par FAF_EXAMINE_ARCHIVE).
       MOVE 0 TO WS-FAF-RANG
       IF fa_licence_or = WS-FAF-LICENCE(WS-FAF-A) OR
              fa_licence_or2 = WS-FAF-LICENCE(WS-FAF-A) THEN
              MOVE 1 TO WS-FAF-RANG
              MOVE fa_temps_or TO WS-FAF-W-TEMPS
       END-IF
       IF fa_licence_argent = WS-FAF-LICENCE(WS-FAF-A) OR
              fa_licence_argent2 = WS-FAF-LICENCE(WS-FAF-A) THEN
              MOVE 2 TO WS-FAF-RANG
              MOVE fa_temps_argent TO WS-FAF-W-TEMPS
       END-IF
       IF fa_licence_bronze = WS-FAF-LICENCE(WS-FAF-A) OR
              fa_licence_bronze2 = WS-FAF-LICENCE(WS-FAF-A) THEN
              MOVE 3 TO WS-FAF-RANG
              MOVE fa_temps_bronze TO WS-FAF-W-TEMPS
       END-IF
       IF WS-FAF-RANG > 0 THEN
              PERFORM FAF_COMPTE_MEDAILLE
              MOVE WS-FAF-RANG TO WS-FAF-W-RANG
              PERFORM FAF_AJOUTE_COURSE
       END-IF.

       FAF_LIT_PARTICIPATIONS.
      *Courses en bassin du nageur WS-FAF-A dans les competitions
      *en cours et medailles des finales pas encore archivees
      *(appelee par FACE_A_FACE_LICENCES).
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       MOVE WS-FAF-NUMA(WS-FAF-A) TO fp_numA
       MOVE 0 TO WS-FAF-FIN
       START fparticipations, KEY IS = fp_numA
              INVALID KEY MOVE 1 TO WS-FAF-FIN
       END-START
       PERFORM UNTIL WS-FAF-FIN = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-FAF-FIN
              NOT AT END
                     IF fp_numA NOT = WS-FAF-NUMA(WS-FAF-A) THEN
                            MOVE 1 TO WS-FAF-FIN
                     ELSE
                            IF NOT FP-SUPPRIME AND
                                   (FP-TERMINE OR FP-DQ OR FP-DNF)
                                   THEN
                                   PERFORM FAF_UNE_PARTICIPATION
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fepreuves
       CLOSE fparticipations.

       FAF_UNE_PARTICIPATION.
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FE-BASSIN AND NOT FE-SUPPRIMEE AND
                            NOT FE-ANNULEE THEN
                            IF FE-FINALE AND FP-TERMINE THEN
                                   MOVE fp_classement TO WS-FAF-RANG
                                   PERFORM FAF_COMPTE_MEDAILLE
                            END-IF
                            MOVE fe_YEAR TO WS-FAF-W-ANNEE
                            MOVE fe_compet TO WS-FAF-W-COMPET
                            MOVE fe_type TO WS-FAF-W-TYPE
                            MOVE fe_distance TO WS-FAF-W-DIST
                            MOVE fe_genre TO WS-FAF-W-GENRE
                            MOVE fe_phase TO WS-FAF-W-PHASE
                            MOVE fe_numE TO WS-FAF-W-NUME
                            MOVE 0 TO WS-FAF-W-TEMPS
                            IF FP-TERMINE THEN
                                   MOVE fc_temps TO WS-FAF-W-TEMPS
                            END-IF
                            MOVE fp_classement TO WS-FAF-W-RANG
                            MOVE "C" TO WS-FAF-W-SOURCE
                            PERFORM FAF_AJOUTE_COURSE
                     END-IF
       END-READ.

       FAF_RAPPORT.
      *Imprime l'en-tete des deux nageurs, leurs confrontations et
      *le bilan (appelee par FACE_A_FACE_LICENCES).
       MOVE "FACE-A-FACE" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "FACE A FACE - " WS-FAF-PRENOM(1) " " WS-FAF-NOM(1)
              " / " WS-FAF-PRENOM(2) " " WS-FAF-NOM(2)
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-FAF-A FROM 1 BY 1 UNTIL WS-FAF-A > 2
              PERFORM FAF_ENTETE_NAGEUR
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE "Annee" TO WS-RAPPORT-LIGNE(1:5)
       MOVE "Compet" TO WS-RAPPORT-LIGNE(7:6)
       MOVE "Epreuve" TO WS-RAPPORT-LIGNE(14:7)
       MOVE "Phase" TO WS-RAPPORT-LIGNE(43:5)
       MOVE "Temps A" TO WS-RAPPORT-LIGNE(52:7)
       MOVE "Rg" TO WS-RAPPORT-LIGNE(61:2)
       MOVE "Temps B" TO WS-RAPPORT-LIGNE(65:7)
       MOVE "Rg" TO WS-RAPPORT-LIGNE(74:2)
       MOVE "Devant" TO WS-RAPPORT-LIGNE(78:6)
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-FAF-NB-DUELS
       MOVE 0 TO WS-FAF-NULS
       PERFORM VARYING WS-FAF-I FROM 1 BY 1
              UNTIL WS-FAF-I > WS-FAF-NB(1)
              PERFORM VARYING WS-FAF-J FROM 1 BY 1
                     UNTIL WS-FAF-J > WS-FAF-NB(2)
                     IF WS-FAF-C-ANNEE(1, WS-FAF-I) =
                            WS-FAF-C-ANNEE(2, WS-FAF-J) AND
                            WS-FAF-C-COMPET(1, WS-FAF-I) =
                            WS-FAF-C-COMPET(2, WS-FAF-J) AND
                            WS-FAF-C-TYPE(1, WS-FAF-I) =
                            WS-FAF-C-TYPE(2, WS-FAF-J) AND
                            WS-FAF-C-DIST(1, WS-FAF-I) =
                            WS-FAF-C-DIST(2, WS-FAF-J) AND
                            WS-FAF-C-GENRE(1, WS-FAF-I) =
                            WS-FAF-C-GENRE(2, WS-FAF-J) AND
                            WS-FAF-C-PHASE(1, WS-FAF-I) =
                            WS-FAF-C-PHASE(2, WS-FAF-J) THEN
                            PERFORM FAF_LIGNE_DUEL
                     END-IF
              END-PERFORM
       END-PERFORM
       IF WS-FAF-NB-DUELS = 0 THEN
              MOVE "   aucune epreuve courue par les deux nageurs"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING "Bilan sur " WS-FAF-NB-DUELS " confrontation(s) : A "
              WS-FAF-VICT(1) " - B " WS-FAF-VICT(2) " - egalite(s) "
              WS-FAF-NULS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME.

       FAF_ENTETE_NAGEUR.
      *Identite, medailles et records personnels du nageur
      *WS-FAF-A (appelee par FAF_RAPPORT).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-FAF-A = 1 THEN
              MOVE "A" TO WS-FAF-LETTRE
       ELSE
              MOVE "B" TO WS-FAF-LETTRE
       END-IF
       STRING WS-FAF-LETTRE " : " WS-FAF-PRENOM(WS-FAF-A) " "
              WS-FAF-NOM(WS-FAF-A) " (" WS-FAF-PAYS(WS-FAF-A)
              ") lic. " WS-FAF-LICENCE(WS-FAF-A)
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "    Medailles : or " WS-FAF-OR(WS-FAF-A)
              " - argent " WS-FAF-ARGENT(WS-FAF-A)
              " - bronze " WS-FAF-BRONZE(WS-FAF-A)
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "    Records personnels :" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-FAF-NB-RP
       OPEN INPUT fpb
       MOVE WS-FAF-LICENCE(WS-FAF-A) TO fpb_licence
       MOVE SPACES TO fpb_type
       MOVE 0 TO fpb_distance
       MOVE SPACES TO fpb_classe
       MOVE 0 TO WS-FAF-FIN
       START fpb, KEY IS >= fpb_cle
              INVALID KEY MOVE 1 TO WS-FAF-FIN
       END-START
       PERFORM UNTIL WS-FAF-FIN = 1
              READ fpb NEXT
              AT END MOVE 1 TO WS-FAF-FIN
              NOT AT END
                     IF fpb_licence NOT = WS-FAF-LICENCE(WS-FAF-A)
                            THEN
                            MOVE 1 TO WS-FAF-FIN
                     ELSE
                            ADD 1 TO WS-FAF-NB-RP
                            MOVE fpb_temps TO WS-TEMPS-BRUT
                            PERFORM FORMATE_TEMPS
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING "      " fpb_distance "m "
                                   fpb_type " " fpb_classe " : "
                                   WS-TEMPS-FORMATE
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
       END-PERFORM
       CLOSE fpb
       IF WS-FAF-NB-RP = 0 THEN
              MOVE "      (aucun)" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       FAF_LIGNE_DUEL.
      *Confrontation entre la course WS-FAF-I du nageur A et la
      *course WS-FAF-J du nageur B : le temps departage, la place a
      *temps egal ; un nageur classe l'emporte sur un nageur
      *disqualifie ou abandonne (appelee par FAF_RAPPORT).
       ADD 1 TO WS-FAF-NB-DUELS
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE WS-FAF-C-ANNEE(1, WS-FAF-I) TO WS-RAPPORT-LIGNE(1:4)
       MOVE WS-FAF-C-COMPET(1, WS-FAF-I) TO WS-RAPPORT-LIGNE(7:6)
       MOVE WS-FAF-C-DIST(1, WS-FAF-I) TO WS-FAF-ED-DIST
       MOVE WS-FAF-ED-DIST TO WS-RAPPORT-LIGNE(14:4)
       MOVE "m" TO WS-RAPPORT-LIGNE(18:1)
       MOVE WS-FAF-C-TYPE(1, WS-FAF-I) TO WS-RAPPORT-LIGNE(20:20)
       MOVE WS-FAF-C-GENRE(1, WS-FAF-I) TO WS-RAPPORT-LIGNE(41:1)
       MOVE WS-FAF-C-PHASE(1, WS-FAF-I) TO WS-RAPPORT-LIGNE(43:8)
       MOVE WS-FAF-C-TEMPS(1, WS-FAF-I) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-RAPPORT-LIGNE(52:8)
       MOVE WS-FAF-C-RANG(1, WS-FAF-I) TO WS-FAF-RANG
       MOVE 61 TO WS-FAF-COL
       PERFORM FAF_ECRIT_RANG
       MOVE WS-FAF-C-TEMPS(2, WS-FAF-J) TO WS-PRV-TEMPS
       PERFORM PRV_FORMATE
       MOVE WS-PRV-F-TEMPS TO WS-RAPPORT-LIGNE(65:8)
       MOVE WS-FAF-C-RANG(2, WS-FAF-J) TO WS-FAF-RANG
       MOVE 74 TO WS-FAF-COL
       PERFORM FAF_ECRIT_RANG
       MOVE 0 TO WS-FAF-GAGNANT
       IF WS-FAF-C-TEMPS(1, WS-FAF-I) > 0 AND
              WS-FAF-C-TEMPS(2, WS-FAF-J) > 0 THEN
              IF WS-FAF-C-TEMPS(1, WS-FAF-I) <
                     WS-FAF-C-TEMPS(2, WS-FAF-J) THEN
                     MOVE 1 TO WS-FAF-GAGNANT
              END-IF
              IF WS-FAF-C-TEMPS(1, WS-FAF-I) >
                     WS-FAF-C-TEMPS(2, WS-FAF-J) THEN
                     MOVE 2 TO WS-FAF-GAGNANT
              END-IF
              IF WS-FAF-GAGNANT = 0 AND
                     WS-FAF-C-RANG(1, WS-FAF-I) <
                     WS-FAF-C-RANG(2, WS-FAF-J) THEN
                     MOVE 1 TO WS-FAF-GAGNANT
              END-IF
              IF WS-FAF-GAGNANT = 0 AND
                     WS-FAF-C-RANG(1, WS-FAF-I) >
                     WS-FAF-C-RANG(2, WS-FAF-J) THEN
                     MOVE 2 TO WS-FAF-GAGNANT
              END-IF
       ELSE
              IF WS-FAF-C-TEMPS(1, WS-FAF-I) > 0 THEN
                     MOVE 1 TO WS-FAF-GAGNANT
              END-IF
              IF WS-FAF-C-TEMPS(2, WS-FAF-J) > 0 THEN
                     MOVE 2 TO WS-FAF-GAGNANT
              END-IF
       END-IF
       IF WS-FAF-GAGNANT = 0 THEN
              ADD 1 TO WS-FAF-NULS
              MOVE "egalite" TO WS-RAPPORT-LIGNE(78:7)
       ELSE
              ADD 1 TO WS-FAF-VICT(WS-FAF-GAGNANT)
              IF WS-FAF-GAGNANT = 1 THEN
                     MOVE "A" TO WS-RAPPORT-LIGNE(78:1)
              ELSE
                     MOVE "B" TO WS-RAPPORT-LIGNE(78:1)
              END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       FAF_ECRIT_RANG.
      *Place WS-FAF-RANG en colonne WS-FAF-COL : rang, DQ ou DNF
      *(appelee par FAF_LIGNE_DUEL).
       IF WS-FAF-RANG = 98 THEN
              MOVE " DQ" TO WS-RAPPORT-LIGNE(WS-FAF-COL:3)
       ELSE
              IF WS-FAF-RANG = 99 THEN
                     MOVE "DNF" TO WS-RAPPORT-LIGNE(WS-FAF-COL:3)
              ELSE
                     MOVE WS-FAF-RANG TO WS-FAF-ED-RG
                     MOVE WS-FAF-ED-RG TO WS-RAPPORT-LIGNE(WS-FAF-COL:3)
              END-IF
       END-IF.
