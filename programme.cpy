       GESTION_PROGRAMME_AUTO.
      *Sous-menu du brouillon de programme : placement automatique
      *des tours de la competition active dans les seances de
      *seances.dat, puis acceptation en une fois dans epreuves.dat
      *(appelee par GESTION_SEANCES).
       DISPLAY "***********************************************"
       DISPLAY "*      Brouillon de programme                 *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Construire le brouillon                   *"
       DISPLAY "* 2-Accepter le brouillon (epreuves.dat)      *"
       DISPLAY "* 3-Retour                                    *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM CONSTRUIT_PROGRAMME
       ELSE IF Wchoix2 = 2 THEN
              PERFORM ACCEPTE_PROGRAMME
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       CONSTRUIT_PROGRAMME.
      *Propose date, heure et seance pour chaque tour des epreuves
      *en bassin de la competition active. Les tours sont places
      *dans l'ordre (series d'abord), chacun dans la premiere
      *seance qui respecte toutes les regles : lieu de l'epreuve,
      *ecart minimal PGM-ECART-TOURS entre deux tours d'une meme
      *epreuve, horaires de la seance, finales dans la fenetre TV
      *PGM-TV-DEBUT/PGM-TV-FIN, doubles courants (au moins
      *PGM-DOUBLE-MIN engages communs) espaces de
      *PGM-ECART-DOUBLE minutes. A defaut, les regles sont levees
      *une a une et celles qui ne sont pas tenues sont listees ;
      *un tour ne part jamais avant la fin du tour precedent ni
      *ne deborde sur le jour suivant. Le brouillon reste en
      *memoire jusqu'a son acceptation (appelee par
      *GESTION_PROGRAMME_AUTO).
       DISPLAY "---------------------------------------"
       DISPLAY "   BROUILLON DE PROGRAMME              "
       DISPLAY "---------------------------------------"
       MOVE 0 TO WS-PGM-PRET
       MOVE 0 TO WS-PGM-NB-A
       MOVE 0 TO WS-PGM-NB-PLACEES
       DIVIDE WS-PARAM-PGM-TV-DEBUT BY 100 GIVING WS-PGM-HH
              REMAINDER WS-PGM-MM
       COMPUTE WS-PGM-TV-DEB-MIN = (WS-PGM-HH * 60) + WS-PGM-MM
       DIVIDE WS-PARAM-PGM-TV-FIN BY 100 GIVING WS-PGM-HH
              REMAINDER WS-PGM-MM
       COMPUTE WS-PGM-TV-FIN-MIN = (WS-PGM-HH * 60) + WS-PGM-MM
       PERFORM PGM_CHARGE_SEANCES
       PERFORM PGM_CHARGE_EPREUVES
       IF WS-PGM-NB-S = 0 THEN
              DISPLAY "Aucune seance pour la competition "
                     WS-COMPET-ACTIVE
       ELSE IF WS-PGM-NB-E = 0 THEN
              DISPLAY "Aucune epreuve a programmer pour la "
                     "competition " WS-COMPET-ACTIVE
       ELSE
              OPEN INPUT fparticipations
              PERFORM VARYING WS-PGM-I FROM 1 BY 1
                     UNTIL WS-PGM-I > WS-PGM-NB-E
                     PERFORM PGM_PLACE_EPREUVE
              END-PERFORM
              CLOSE fparticipations
              PERFORM PGM_RAPPORT
              MOVE 1 TO WS-PGM-PRET
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Brouillon de programme " WS-COMPET-ACTIVE
                     " : " WS-PGM-NB-PLACEES " tour(s) places, "
                     WS-PGM-NB-A " regle(s) non tenue(s)"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       END-IF.

       PGM_CHARGE_SEANCES.
      *Charge les seances de la competition active avec leurs
      *bornes en minutes absolues et les couloirs de leur lieu,
      *puis les range dans l'ordre chronologique (appelee par
      *CONSTRUIT_PROGRAMME).
       MOVE 0 TO WS-PGM-NB-S
       OPEN INPUT fsessions
       OPEN INPUT flieux
       MOVE 0 TO WS-PGM-FIN
       PERFORM UNTIL WS-PGM-FIN = 1
              READ fsessions NEXT
                     AT END MOVE 1 TO WS-PGM-FIN
                     NOT AT END
                            IF fse_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM PGM_RETIENT_SEANCE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE flieux
       CLOSE fsessions
       PERFORM VARYING WS-PGM-I FROM 1 BY 1
              UNTIL WS-PGM-I > WS-PGM-NB-S
              PERFORM VARYING WS-PGM-J FROM 1 BY 1
                     UNTIL WS-PGM-J > WS-PGM-NB-S - WS-PGM-I
                     IF WS-PGM-S-OUV(WS-PGM-J) >
                            WS-PGM-S-OUV(WS-PGM-J + 1)
                            MOVE WS-PGM-S(WS-PGM-J) TO WS-PGM-S-TMP
                            MOVE WS-PGM-S(WS-PGM-J + 1)
                                   TO WS-PGM-S(WS-PGM-J)
                            MOVE WS-PGM-S-TMP
                                   TO WS-PGM-S(WS-PGM-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

       PGM_RETIENT_SEANCE.
      *Empile la seance lue ; une table pleine est signalee
      *(appelee par PGM_CHARGE_SEANCES).
       IF WS-PGM-NB-S >= 60 THEN
              DISPLAY "ATTENTION : table des seances pleine, "
                     "seance " fse_numS " non prise en compte"
       ELSE
              ADD 1 TO WS-PGM-NB-S
              MOVE fse_numS TO WS-PGM-S-NUMS(WS-PGM-NB-S)
              MOVE fse_date TO WS-PGM-S-DATE(WS-PGM-NB-S)
              MOVE fse_lieu TO WS-PGM-S-LIEU(WS-PGM-NB-S)
              MOVE 8 TO WS-PGM-S-COULOIRS(WS-PGM-NB-S)
              MOVE fse_lieu TO fl_nom
              READ flieux
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF fl_nb_couloirs > 0 THEN
                                   MOVE fl_nb_couloirs TO
                                     WS-PGM-S-COULOIRS(WS-PGM-NB-S)
                            END-IF
              END-READ
              COMPUTE WS-PGM-S-JOUR(WS-PGM-NB-S) = 1440 *
                     FUNCTION INTEGER-OF-DATE
                     (WS-PGM-S-DATE(WS-PGM-NB-S))
              COMPUTE WS-PGM-S-OUV(WS-PGM-NB-S) =
                     WS-PGM-S-JOUR(WS-PGM-NB-S)
                     + (fse_OUV-HOUR * 60) + fse_OUV-MIN
              COMPUTE WS-PGM-S-FIN(WS-PGM-NB-S) =
                     WS-PGM-S-JOUR(WS-PGM-NB-S)
                     + (fse_FIN-HOUR * 60) + fse_FIN-MIN
              MOVE WS-PGM-S-OUV(WS-PGM-NB-S)
                     TO WS-PGM-S-CURSEUR(WS-PGM-NB-S)
       END-IF.

       PGM_CHARGE_EPREUVES.
      *Charge les tours en bassin de la competition active avec
      *leur nombre d'engages attendu, les range par ordre de tour
      *et rattache chacun a son epreuve de series ; un tour deja
      *couru (un temps saisi) garde son horaire et reste hors du
      *programme (appelee par CONSTRUIT_PROGRAMME).
       MOVE 0 TO WS-PGM-NB-E
       MOVE 0 TO WS-PGM-NB-COURUES
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT frelais
       MOVE 0 TO WS-PGM-FIN
       PERFORM UNTIL WS-PGM-FIN = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO WS-PGM-FIN
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE AND
                                   FE-BASSIN AND
                                   NOT FE-SUPPRIMEE AND
                                   NOT FE-ANNULEE THEN
                                   PERFORM PGM_EPREUVE_COURUE
                                   IF WS-PGM-COURUE = 1 THEN
                                          ADD 1 TO WS-PGM-NB-COURUES
                                   ELSE
                                          PERFORM PGM_RETIENT_EPREUVE
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE frelais
       CLOSE fparticipations
       CLOSE fepreuves
       IF WS-PGM-NB-COURUES > 0 THEN
              DISPLAY WS-PGM-NB-COURUES " tour(s) deja couru(s) "
                     "laisse(s) a leur horaire"
       END-IF
      *Tri a bulles stable sur l'ordre de tour : a tour egal, les
      *epreuves restent dans l'ordre de leur numero.
       PERFORM VARYING WS-PGM-I FROM 1 BY 1
              UNTIL WS-PGM-I > WS-PGM-NB-E
              PERFORM VARYING WS-PGM-J FROM 1 BY 1
                     UNTIL WS-PGM-J > WS-PGM-NB-E - WS-PGM-I
                     IF WS-PGM-E-RANG(WS-PGM-J) >
                            WS-PGM-E-RANG(WS-PGM-J + 1)
                            MOVE WS-PGM-E(WS-PGM-J) TO WS-PGM-E-TMP
                            MOVE WS-PGM-E(WS-PGM-J + 1)
                                   TO WS-PGM-E(WS-PGM-J)
                            MOVE WS-PGM-E-TMP
                                   TO WS-PGM-E(WS-PGM-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM
       PERFORM VARYING WS-PGM-I FROM 1 BY 1
              UNTIL WS-PGM-I > WS-PGM-NB-E
              PERFORM PGM_CHERCHE_SOURCE
       END-PERFORM.

       PGM_EPREUVE_COURUE.
      *WS-PGM-COURUE a 1 si un temps est deja saisi pour le tour
      *lu, engagement individuel ou equipe de relais (appelee par
      *PGM_CHARGE_EPREUVES).
       MOVE 0 TO WS-PGM-COURUE
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-PGM-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-PGM-FIN2
       END-START
       PERFORM UNTIL WS-PGM-FIN2 = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-PGM-FIN2
                     NOT AT END
                            IF fp_numE NOT = fe_numE THEN
                                   MOVE 1 TO WS-PGM-FIN2
                            ELSE IF NOT FP-SUPPRIME AND
                                   fc_temps > 0 THEN
                                   MOVE 1 TO WS-PGM-COURUE
                                   MOVE 1 TO WS-PGM-FIN2
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       MOVE fe_numE TO fr_numE
       MOVE 0 TO WS-PGM-FIN2
       START frelais, KEY IS = fr_numE
              INVALID KEY MOVE 1 TO WS-PGM-FIN2
       END-START
       PERFORM UNTIL WS-PGM-FIN2 = 1 OR WS-PGM-COURUE = 1
              READ frelais NEXT
                     AT END MOVE 1 TO WS-PGM-FIN2
                     NOT AT END
                            IF fr_numE NOT = fe_numE THEN
                                   MOVE 1 TO WS-PGM-FIN2
                            ELSE IF fr_temps_total > 0 THEN
                                   MOVE 1 TO WS-PGM-COURUE
                            END-IF
                            END-IF
              END-READ
       END-PERFORM.

       PGM_RETIENT_EPREUVE.
      *Empile le tour lu ; les engages attendus sont les engages
      *actuels, a defaut le nombre de participants prevu a la
      *creation de l'epreuve (appelee par PGM_CHARGE_EPREUVES).
       IF WS-PGM-NB-E >= 200 THEN
              DISPLAY "ATTENTION : table des epreuves pleine, "
                     "epreuve " fe_numE " non programmee"
       ELSE
              ADD 1 TO WS-PGM-NB-E
              MOVE fe_numE TO WS-PGM-E-NUME(WS-PGM-NB-E)
              MOVE fe_type TO WS-PGM-E-TYPE(WS-PGM-NB-E)
              MOVE fe_distance TO WS-PGM-E-DISTANCE(WS-PGM-NB-E)
              MOVE fe_genre TO WS-PGM-E-GENRE(WS-PGM-NB-E)
              MOVE fe_classe TO WS-PGM-E-CLASSE(WS-PGM-NB-E)
              MOVE fe_phase TO WS-PGM-E-PHASE(WS-PGM-NB-E)
              MOVE fe_lieu TO WS-PGM-E-LIEU(WS-PGM-NB-E)
              IF FE-DEMI THEN
                     MOVE 2 TO WS-PGM-E-RANG(WS-PGM-NB-E)
              ELSE IF FE-BARRAGE THEN
                     MOVE 3 TO WS-PGM-E-RANG(WS-PGM-NB-E)
              ELSE IF FE-FINALE THEN
                     MOVE 4 TO WS-PGM-E-RANG(WS-PGM-NB-E)
              ELSE
                     MOVE 1 TO WS-PGM-E-RANG(WS-PGM-NB-E)
              END-IF
              END-IF
              END-IF
              MOVE fe_numE TO WS-PGM-E-SOURCE(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-IDX-S(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-DEBUT(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-FIN(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-HHMM(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-COURSES(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-DUREE(WS-PGM-NB-E)
              MOVE 0 TO WS-PGM-E-INSCRITS(WS-PGM-NB-E)
              MOVE fe_numE TO fp_numE
              MOVE 0 TO WS-PGM-FIN2
              START fparticipations, KEY IS = fp_numE
                     INVALID KEY MOVE 1 TO WS-PGM-FIN2
              END-START
              PERFORM UNTIL WS-PGM-FIN2 = 1
                     READ fparticipations NEXT
                            AT END MOVE 1 TO WS-PGM-FIN2
                            NOT AT END
                                   IF fp_numE NOT = fe_numE THEN
                                          MOVE 1 TO WS-PGM-FIN2
                                   ELSE IF NOT FP-SUPPRIME THEN
                                          ADD 1 TO
                                          WS-PGM-E-INSCRITS(WS-PGM-NB-E)
                                   END-IF
                                   END-IF
                     END-READ
              END-PERFORM
              IF WS-PGM-E-INSCRITS(WS-PGM-NB-E) = 0 THEN
                     MOVE fe_nbParticipant
                            TO WS-PGM-E-INSCRITS(WS-PGM-NB-E)
              END-IF
       END-IF.

       PGM_CHERCHE_SOURCE.
      *Rattache le tour WS-PGM-I a l'epreuve de series de meme
      *type, distance, genre et classe ; un tour sans series garde
      *son propre numero (appelee par PGM_CHARGE_EPREUVES).
       IF WS-PGM-E-RANG(WS-PGM-I) > 1 THEN
              PERFORM VARYING WS-PGM-J FROM 1 BY 1
                     UNTIL WS-PGM-J > WS-PGM-NB-E
                     IF WS-PGM-E-RANG(WS-PGM-J) = 1 AND
                            WS-PGM-E-TYPE(WS-PGM-J) =
                            WS-PGM-E-TYPE(WS-PGM-I) AND
                            WS-PGM-E-DISTANCE(WS-PGM-J) =
                            WS-PGM-E-DISTANCE(WS-PGM-I) AND
                            WS-PGM-E-GENRE(WS-PGM-J) =
                            WS-PGM-E-GENRE(WS-PGM-I) AND
                            WS-PGM-E-CLASSE(WS-PGM-J) =
                            WS-PGM-E-CLASSE(WS-PGM-I)
                            MOVE WS-PGM-E-NUME(WS-PGM-J)
                                   TO WS-PGM-E-SOURCE(WS-PGM-I)
                     END-IF
              END-PERFORM
       END-IF.

       PGM_PLACE_EPREUVE.
      *Place le tour WS-PGM-I : premier passage avec toutes les
      *regles, puis sans fenetre TV ni doubles, puis en debordant
      *la fin de seance le jour meme, enfin sans l'ecart minimal
      *entre tours - le tour part alors des la fin du precedent,
      *jamais avant. Le lieu, l'ordre des tours et le jour de la
      *seance ne sont jamais leves : un tour dont le precedent
      *n'est pas place, ou qui ne trouve aucune seance apres lui,
      *reste hors programme (appelee par CONSTRUIT_PROGRAMME ;
      *fparticipations est ouvert).
       PERFORM PGM_CHARGE_ATHLETES
       MOVE 0 TO WS-PGM-AU-PLUS-TOT
       MOVE 0 TO WS-PGM-APRES-TOUR
       MOVE 0 TO WS-PGM-TOUR-MANQUE
       PERFORM VARYING WS-PGM-K FROM 1 BY 1
              UNTIL WS-PGM-K > WS-PGM-NB-E
              IF WS-PGM-E-SOURCE(WS-PGM-K) =
                     WS-PGM-E-SOURCE(WS-PGM-I) AND
                     WS-PGM-E-RANG(WS-PGM-K) <
                     WS-PGM-E-RANG(WS-PGM-I) AND
                     WS-PGM-E-IDX-S(WS-PGM-K) = 0
                     MOVE 1 TO WS-PGM-TOUR-MANQUE
              END-IF
              IF WS-PGM-E-SOURCE(WS-PGM-K) =
                     WS-PGM-E-SOURCE(WS-PGM-I) AND
                     WS-PGM-E-RANG(WS-PGM-K) <
                     WS-PGM-E-RANG(WS-PGM-I) AND
                     WS-PGM-E-IDX-S(WS-PGM-K) > 0 AND
                     WS-PGM-E-FIN(WS-PGM-K) > WS-PGM-APRES-TOUR
                     MOVE WS-PGM-E-FIN(WS-PGM-K) TO WS-PGM-APRES-TOUR
              END-IF
       END-PERFORM
       IF WS-PGM-APRES-TOUR > 0 THEN
              COMPUTE WS-PGM-AU-PLUS-TOT = WS-PGM-APRES-TOUR
                     + WS-PARAM-PGM-ECART-TOURS
       END-IF
       MOVE 0 TO WS-PGM-PLACE
       MOVE 0 TO WS-PGM-LIEU-VU
       IF WS-PGM-TOUR-MANQUE = 0 THEN
              PERFORM VARYING WS-PGM-MODE FROM 1 BY 1
                     UNTIL WS-PGM-MODE > 4 OR WS-PGM-PLACE = 1
                     PERFORM VARYING WS-PGM-IS FROM 1 BY 1
                            UNTIL WS-PGM-IS > WS-PGM-NB-S OR
                            WS-PGM-PLACE = 1
                            PERFORM PGM_EVALUE
                            PERFORM PGM_RETIENT_CRENEAU
                     END-PERFORM
              END-PERFORM
       END-IF
       IF WS-PGM-TOUR-MANQUE = 1 THEN
              MOVE "tour precedent non place"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       ELSE IF WS-PGM-PLACE = 0 AND WS-PGM-LIEU-VU = 1 THEN
              MOVE "aucune seance apres le tour precedent"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       ELSE IF WS-PGM-PLACE = 0 THEN
              MOVE "aucune seance dans le lieu de l'epreuve"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       ELSE
              ADD 1 TO WS-PGM-NB-PLACEES
              PERFORM PGM_NOTE_ANOMALIES
       END-IF
       END-IF
       END-IF.

       PGM_CHARGE_ATHLETES.
      *Charge les engages de l'epreuve de series du tour WS-PGM-I
      *pour le controle des doubles (appelee par
      *PGM_PLACE_EPREUVE).
       MOVE 0 TO WS-PGM-NB-ATH
       MOVE WS-PGM-E-SOURCE(WS-PGM-I) TO fp_numE
       MOVE 0 TO WS-PGM-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-PGM-FIN2
       END-START
       PERFORM UNTIL WS-PGM-FIN2 = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-PGM-FIN2
                     NOT AT END
                            IF fp_numE NOT =
                                   WS-PGM-E-SOURCE(WS-PGM-I) THEN
                                   MOVE 1 TO WS-PGM-FIN2
                            ELSE IF NOT FP-SUPPRIME AND
                                   WS-PGM-NB-ATH < 300 THEN
                                   ADD 1 TO WS-PGM-NB-ATH
                                   MOVE fp_numA
                                     TO WS-PGM-ATH(WS-PGM-NB-ATH)
                            END-IF
                            END-IF
              END-READ
       END-PERFORM.

       PGM_EVALUE.
      *Evalue le tour WS-PGM-I dans la seance WS-PGM-IS au passage
      *WS-PGM-MODE : heure de depart au plus tot, duree, et regles
      *non tenues dans les indicateurs WS-PGM-V-... ; WS-PGM-V-JOUR
      *ecarte la seance, a tous les passages, quand le tour ne
      *peut y partir et finir le jour de la seance (appelee par
      *PGM_PLACE_EPREUVE).
       MOVE 0 TO WS-PGM-V-LIEU
       MOVE 0 TO WS-PGM-V-ECART
       MOVE 0 TO WS-PGM-V-HORAIRE
       MOVE 0 TO WS-PGM-V-TV
       MOVE 0 TO WS-PGM-V-DOUBLE
       MOVE 0 TO WS-PGM-V-JOUR
       IF WS-PGM-E-LIEU(WS-PGM-I) NOT = SPACES AND
              WS-PGM-E-LIEU(WS-PGM-I) NOT =
              WS-PGM-S-LIEU(WS-PGM-IS) THEN
              MOVE 1 TO WS-PGM-V-LIEU
       ELSE IF (WS-PGM-MODE < 4 AND WS-PGM-AU-PLUS-TOT >=
              WS-PGM-S-JOUR(WS-PGM-IS) + 1440) OR
              WS-PGM-APRES-TOUR >= WS-PGM-S-JOUR(WS-PGM-IS) + 1440
              THEN
              MOVE 1 TO WS-PGM-LIEU-VU
              MOVE 1 TO WS-PGM-V-JOUR
       ELSE
              MOVE 1 TO WS-PGM-LIEU-VU
              MOVE WS-PGM-S-CURSEUR(WS-PGM-IS) TO WS-PGM-DEBUT
              IF WS-PGM-MODE < 4 AND
                     WS-PGM-AU-PLUS-TOT > WS-PGM-DEBUT THEN
                     MOVE WS-PGM-AU-PLUS-TOT TO WS-PGM-DEBUT
              END-IF
              IF WS-PGM-APRES-TOUR > WS-PGM-DEBUT THEN
                     MOVE WS-PGM-APRES-TOUR TO WS-PGM-DEBUT
              END-IF
              IF WS-PGM-DEBUT < WS-PGM-AU-PLUS-TOT THEN
                     MOVE 1 TO WS-PGM-V-ECART
              END-IF
              IF WS-PGM-MODE = 1 AND WS-PGM-E-RANG(WS-PGM-I) = 4
                     THEN
                     COMPUTE WS-PGM-BORNE =
                            WS-PGM-S-JOUR(WS-PGM-IS)
                            + WS-PGM-TV-DEB-MIN
                     IF WS-PGM-BORNE > WS-PGM-DEBUT THEN
                            MOVE WS-PGM-BORNE TO WS-PGM-DEBUT
                     END-IF
              END-IF
              IF WS-PGM-MODE = 1 THEN
                     MOVE 1 TO WS-PGM-DECALE
                     PERFORM PGM_DOUBLES
              END-IF
              MOVE WS-PGM-S-COULOIRS(WS-PGM-IS) TO WS-PGM-COULOIRS
              PERFORM PGM_DUREE
              COMPUTE WS-PGM-FIN-EPR = WS-PGM-DEBUT + WS-PGM-DUREE
              IF WS-PGM-FIN-EPR > WS-PGM-S-FIN(WS-PGM-IS) THEN
                     MOVE 1 TO WS-PGM-V-HORAIRE
              END-IF
              IF WS-PGM-FIN-EPR > WS-PGM-S-JOUR(WS-PGM-IS) + 1440
                     THEN
                     MOVE 1 TO WS-PGM-V-JOUR
              END-IF
              IF WS-PGM-E-RANG(WS-PGM-I) = 4 THEN
                     COMPUTE WS-PGM-MINUTE = WS-PGM-DEBUT
                            - WS-PGM-S-JOUR(WS-PGM-IS)
                     COMPUTE WS-PGM-MINUTE-FIN = WS-PGM-FIN-EPR
                            - WS-PGM-S-JOUR(WS-PGM-IS)
                     IF WS-PGM-MINUTE < WS-PGM-TV-DEB-MIN OR
                            WS-PGM-MINUTE-FIN > WS-PGM-TV-FIN-MIN
                            THEN
                            MOVE 1 TO WS-PGM-V-TV
                     END-IF
              END-IF
              MOVE 0 TO WS-PGM-DECALE
              PERFORM PGM_DOUBLES
       END-IF
       END-IF.

       PGM_DOUBLES.
      *Doubles courants : parcourt les tours deja places dans la
      *seance et, pour ceux qui partagent au moins PGM-DOUBLE-MIN
      *engages avec le tour evalue, retarde le depart
      *(WS-PGM-DECALE a 1) ou signale un espacement insuffisant
      *(WS-PGM-DECALE a 0) (appelee par PGM_EVALUE).
       PERFORM VARYING WS-PGM-Q FROM 1 BY 1
              UNTIL WS-PGM-Q > WS-PGM-NB-E
              IF WS-PGM-E-IDX-S(WS-PGM-Q) = WS-PGM-IS AND
                     WS-PGM-E-SOURCE(WS-PGM-Q) NOT =
                     WS-PGM-E-SOURCE(WS-PGM-I) THEN
                     PERFORM PGM_COMPTE_COMMUNS
                     IF WS-PGM-COMMUNS >= WS-PARAM-PGM-DOUBLE-MIN
                            THEN
                            PERFORM PGM_ESPACE_DOUBLE
                     END-IF
              END-IF
       END-PERFORM.

       PGM_ESPACE_DOUBLE.
      *Applique l'espacement des doubles entre le tour evalue et
      *le tour place WS-PGM-Q (appelee par PGM_DOUBLES).
       COMPUTE WS-PGM-BORNE = WS-PGM-E-FIN(WS-PGM-Q)
              + WS-PARAM-PGM-ECART-DOUBLE
       IF WS-PGM-DECALE = 1 THEN
              IF WS-PGM-BORNE > WS-PGM-DEBUT THEN
                     MOVE WS-PGM-BORNE TO WS-PGM-DEBUT
              END-IF
       ELSE IF WS-PGM-DEBUT < WS-PGM-BORNE AND
              WS-PGM-FIN-EPR + WS-PARAM-PGM-ECART-DOUBLE >
              WS-PGM-E-DEBUT(WS-PGM-Q) THEN
              MOVE 1 TO WS-PGM-V-DOUBLE
       END-IF
       END-IF.

       PGM_COMPTE_COMMUNS.
      *Compte les engages du tour evalue qui sont aussi engages
      *sur l'epreuve de series du tour WS-PGM-Q (appelee par
      *PGM_DOUBLES).
       MOVE 0 TO WS-PGM-COMMUNS
       PERFORM VARYING WS-PGM-K FROM 1 BY 1
              UNTIL WS-PGM-K > WS-PGM-NB-ATH
              MOVE WS-PGM-ATH(WS-PGM-K) TO fp_numA
              MOVE WS-PGM-E-SOURCE(WS-PGM-Q) TO fp_numE
              READ fparticipations
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF NOT FP-SUPPRIME THEN
                                   ADD 1 TO WS-PGM-COMMUNS
                            END-IF
              END-READ
       END-PERFORM.

       PGM_DUREE.
      *Duree du tour WS-PGM-I dans un bassin de WS-PGM-COULOIRS
      *couloirs, meme estimation que la projection de fin de
      *seance : courses de la largeur du bassin, 45 secondes aux
      *50 metres plus 3 minutes de mise en place par course, et
      *le creneau de ceremonie pour une finale (appelee par
      *PGM_EVALUE).
       COMPUTE WS-PGM-COURSES =
              (WS-PGM-E-INSCRITS(WS-PGM-I) + WS-PGM-COULOIRS - 1)
              / WS-PGM-COULOIRS
       IF WS-PGM-COURSES = 0 OR WS-PGM-E-RANG(WS-PGM-I) = 4 THEN
              MOVE 1 TO WS-PGM-COURSES
       END-IF
       COMPUTE WS-PGM-SECONDES =
              ((WS-PGM-E-DISTANCE(WS-PGM-I) * 45) / 50) + 180
       COMPUTE WS-PGM-DUREE =
              (WS-PGM-COURSES * WS-PGM-SECONDES) / 60
       IF WS-PGM-E-RANG(WS-PGM-I) = 4 THEN
              ADD WS-PARAM-CEREM-DUREE TO WS-PGM-DUREE
       END-IF.

       PGM_RETIENT_CRENEAU.
      *Retient la seance evaluee si le passage WS-PGM-MODE admet
      *les regles non tenues ; la seance avance alors jusqu'a la
      *fin du tour (appelee par PGM_PLACE_EPREUVE).
       IF WS-PGM-V-LIEU = 0 AND WS-PGM-V-JOUR = 0 AND
              (WS-PGM-MODE = 4 OR
              (WS-PGM-MODE = 3 AND WS-PGM-V-ECART = 0) OR
              (WS-PGM-V-ECART = 0 AND WS-PGM-V-HORAIRE = 0 AND
              (WS-PGM-MODE = 2 OR
              (WS-PGM-V-TV = 0 AND WS-PGM-V-DOUBLE = 0)))) THEN
              MOVE 1 TO WS-PGM-PLACE
              MOVE WS-PGM-MODE TO WS-PGM-MODE-RETENU
              MOVE WS-PGM-IS TO WS-PGM-E-IDX-S(WS-PGM-I)
              MOVE WS-PGM-DEBUT TO WS-PGM-E-DEBUT(WS-PGM-I)
              MOVE WS-PGM-FIN-EPR TO WS-PGM-E-FIN(WS-PGM-I)
              MOVE WS-PGM-COURSES TO WS-PGM-E-COURSES(WS-PGM-I)
              MOVE WS-PGM-DUREE TO WS-PGM-E-DUREE(WS-PGM-I)
              COMPUTE WS-PGM-MINUTE = WS-PGM-DEBUT
                     - WS-PGM-S-JOUR(WS-PGM-IS)
              DIVIDE WS-PGM-MINUTE BY 60 GIVING WS-PGM-HH
                     REMAINDER WS-PGM-MM
              COMPUTE WS-PGM-E-HHMM(WS-PGM-I) =
                     (WS-PGM-HH * 100) + WS-PGM-MM
              IF WS-PGM-FIN-EPR > WS-PGM-S-CURSEUR(WS-PGM-IS) THEN
                     MOVE WS-PGM-FIN-EPR
                            TO WS-PGM-S-CURSEUR(WS-PGM-IS)
              END-IF
       END-IF.

       PGM_NOTE_ANOMALIES.
      *Liste les regles que le creneau retenu pour le tour
      *WS-PGM-I ne tient pas (appelee par PGM_PLACE_EPREUVE).
       IF WS-PGM-V-ECART = 1 THEN
              MOVE "ecart minimal avec le tour precedent non tenu"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       END-IF
       IF WS-PGM-V-HORAIRE = 1 THEN
              MOVE "depasse la fin prevue de la seance"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       END-IF
       IF WS-PGM-V-TV = 1 THEN
              MOVE "finale hors de la fenetre de diffusion"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       END-IF
       IF WS-PGM-V-DOUBLE = 1 THEN
              MOVE "double courant trop rapproche dans la seance"
                     TO WS-PGM-TEXTE
              PERFORM PGM_AJOUTE_ANOMALIE
       END-IF.

       PGM_AJOUTE_ANOMALIE.
      *Empile la regle non tenue WS-PGM-TEXTE pour le tour
      *WS-PGM-I (appelee par PGM_PLACE_EPREUVE et
      *PGM_NOTE_ANOMALIES).
       IF WS-PGM-NB-A < 300 THEN
              ADD 1 TO WS-PGM-NB-A
              MOVE WS-PGM-E-NUME(WS-PGM-I)
                     TO WS-PGM-A-NUME(WS-PGM-NB-A)
              MOVE WS-PGM-TEXTE TO WS-PGM-A-TEXTE(WS-PGM-NB-A)
       END-IF.

       PGM_RAPPORT.
      *Brouillon au spool (PROGRAMME-BROUILLON) seance par seance,
      *puis les regles non tenues, reprises a l'ecran (appelee par
      *CONSTRUIT_PROGRAMME).
       MOVE "PROGRAMME-BROUILLON" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "BROUILLON DE PROGRAMME - COMPETITION "
              WS-COMPET-ACTIVE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-PGM-IS FROM 1 BY 1
              UNTIL WS-PGM-IS > WS-PGM-NB-S
              PERFORM PGM_RAPPORT_SEANCE
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "REGLES NON TENUES" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-PGM-NB-A = 0 THEN
              MOVE "   (aucune)" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM VARYING WS-PGM-K FROM 1 BY 1
              UNTIL WS-PGM-K > WS-PGM-NB-A
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   epreuve " WS-PGM-A-NUME(WS-PGM-K) " : "
                     WS-PGM-A-TEXTE(WS-PGM-K)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              DISPLAY "Epreuve " WS-PGM-A-NUME(WS-PGM-K) " : "
                     WS-PGM-A-TEXTE(WS-PGM-K)
       END-PERFORM
       PERFORM SPOOL_FERME
       DISPLAY "Tours places : " WS-PGM-NB-PLACEES " sur "
              WS-PGM-NB-E
       DISPLAY "Regles non tenues : " WS-PGM-NB-A.

       PGM_RAPPORT_SEANCE.
      *Tours places dans la seance WS-PGM-IS, dans l'ordre de
      *depart (appelee par PGM_RAPPORT).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       COMPUTE WS-PGM-MINUTE = WS-PGM-S-OUV(WS-PGM-IS)
              - WS-PGM-S-JOUR(WS-PGM-IS)
       DIVIDE WS-PGM-MINUTE BY 60 GIVING WS-PGM-HH
              REMAINDER WS-PGM-MM
       COMPUTE WS-PGM-OUV-HHMM = (WS-PGM-HH * 100) + WS-PGM-MM
       COMPUTE WS-PGM-MINUTE = WS-PGM-S-FIN(WS-PGM-IS)
              - WS-PGM-S-JOUR(WS-PGM-IS)
       DIVIDE WS-PGM-MINUTE BY 60 GIVING WS-PGM-HH
              REMAINDER WS-PGM-MM
       COMPUTE WS-PGM-FIN-HHMM = (WS-PGM-HH * 100) + WS-PGM-MM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "SEANCE " WS-PGM-S-NUMS(WS-PGM-IS) " - "
              WS-PGM-S-DATE(WS-PGM-IS) " - "
              WS-PGM-S-LIEU(WS-PGM-IS) " - "
              WS-PGM-OUV-HHMM " a " WS-PGM-FIN-HHMM
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-PGM-I FROM 1 BY 1
              UNTIL WS-PGM-I > WS-PGM-NB-E
              IF WS-PGM-E-IDX-S(WS-PGM-I) = WS-PGM-IS THEN
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "   " WS-PGM-E-HHMM(WS-PGM-I)
                            " epreuve " WS-PGM-E-NUME(WS-PGM-I) " "
                            WS-PGM-E-DISTANCE(WS-PGM-I) "m "
                            WS-PGM-E-TYPE(WS-PGM-I) " "
                            WS-PGM-E-GENRE(WS-PGM-I) " ("
                            WS-PGM-E-PHASE(WS-PGM-I) ") "
                            WS-PGM-E-COURSES(WS-PGM-I)
                            " course(s), ~"
                            WS-PGM-E-DUREE(WS-PGM-I) " min"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-PERFORM.

       ACCEPTE_PROGRAMME.
      *Ecrit en une fois le brouillon construit dans epreuves.dat :
      *date, heure, seance et lieu de chaque tour place, chaque
      *epreuve etant journalisee avant modification. Les clotures
      *d'engagement ne sont pas recalculees, comme pour une
      *replanification (appelee par GESTION_PROGRAMME_AUTO).
       IF WS-PGM-PRET NOT = 1 THEN
              DISPLAY "Aucun brouillon construit : construire "
                     "d'abord le brouillon"
       ELSE
              DISPLAY WS-PGM-NB-PLACEES " tour(s) a ecrire, "
                     WS-PGM-NB-A " regle(s) non tenue(s)"
              DISPLAY "Ecrire ce brouillon dans epreuves.dat ? "
                     "1-Oui 0-Non"
              ACCEPT repUser
              IF repUser = 1 THEN
                     PERFORM PGM_ECRIT_BROUILLON
              ELSE
                     DISPLAY "Brouillon non ecrit"
              END-IF
       END-IF.

       PGM_ECRIT_BROUILLON.
      *Reecrit chaque epreuve placee du brouillon (appelee par
      *ACCEPTE_PROGRAMME).
       MOVE 0 TO WS-PGM-NB-MAJ
       OPEN I-O fepreuves
       PERFORM VARYING WS-PGM-I FROM 1 BY 1
              UNTIL WS-PGM-I > WS-PGM-NB-E
              IF WS-PGM-E-IDX-S(WS-PGM-I) > 0 THEN
                     MOVE WS-PGM-E-NUME(WS-PGM-I) TO fe_numE
                     READ fepreuves
                            INVALID KEY
                                   DISPLAY "Epreuve " fe_numE
                                          " introuvable"
                            NOT INVALID KEY
                                   PERFORM PGM_REECRIT_EPREUVE
                     END-READ
              END-IF
       END-PERFORM
       CLOSE fepreuves
       MOVE 0 TO WS-PGM-PRET
       DISPLAY "Epreuves mises a jour : " WS-PGM-NB-MAJ
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Brouillon de programme " WS-COMPET-ACTIVE
              " accepte : " WS-PGM-NB-MAJ " epreuve(s)"
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       PGM_REECRIT_EPREUVE.
      *Pose le creneau du brouillon sur l'epreuve lue ; une epreuve
      *deja datee qui change de creneau ou de lieu suit la
      *replanification : bulletin de changement, horaire TV et
      *notification des engages (appelee par PGM_ECRIT_BROUILLON).
       PERFORM JOURNALISE_AVANT_EPREUVE
       MOVE fe_datetime TO WS-REPL-ANC-DATETIME
       MOVE fe_lieu TO WS-REPL-ANC-LIEU
       MOVE WS-PGM-E-IDX-S(WS-PGM-I) TO WS-PGM-IS
       MOVE WS-PGM-S-DATE(WS-PGM-IS) TO fe_date
       MOVE WS-PGM-E-HHMM(WS-PGM-I) TO fe_time
       MOVE WS-PGM-S-NUMS(WS-PGM-IS) TO fe_numSession
       MOVE WS-PGM-S-LIEU(WS-PGM-IS) TO fe_lieu
       MOVE WS-OPERATEUR TO fe_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fe_maj_date
       REWRITE tamp_fepreuve
              INVALID KEY
                     DISPLAY "Erreur de mise a jour de l'epreuve "
                            fe_numE
              NOT INVALID KEY
                     ADD 1 TO WS-PGM-NB-MAJ
                     IF WS-REPL-ANC-DATETIME(1:4) NOT = "0000" AND
                            WS-REPL-ANC-DATETIME NOT = SPACES AND
                            (fe_datetime NOT = WS-REPL-ANC-DATETIME
                            OR fe_lieu NOT = WS-REPL-ANC-LIEU) THEN
                            PERFORM PGM_BULLETIN_DEPLACEMENT
                     END-IF
       END-REWRITE.

       PGM_BULLETIN_DEPLACEMENT.
      *Emet pour l'epreuve deplacee par le brouillon ce qu'emet une
      *replanification manuelle (REPLAN_FINALISE) ; fepreuves est
      *ferme le temps de republier l'horaire de la seance, puis
      *rouvert pour la suite du brouillon (appelee par
      *PGM_REECRIT_EPREUVE).
       MOVE fe_numE TO WS-REPL-NUME
       MOVE fe_datetime TO WS-REPL-NV-DATETIME
       MOVE fe_lieu TO WS-REPL-NV-LIEU
       CLOSE fepreuves
       MOVE 0 TO WS-MAJL-NB
       MOVE 0 TO WS-MAJL-NB-IGNORES
       OPEN INPUT fparticipations
       MOVE WS-REPL-NUME TO fp_numE
       MOVE 0 TO Wfin2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM REPLAN_COLLECTE_UN_ENGAGE
                     UNTIL Wfin2 = 1
       END-START
       CLOSE fparticipations
       PERFORM REPLAN_FINALISE
       OPEN I-O fepreuves.
