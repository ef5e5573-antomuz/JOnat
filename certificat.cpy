       DISPLAY "Numero de l'epreuve du resultat a certifier : "
       ACCEPT fp_numE
       MOVE WIdUser TO fp_numA
       MOVE 0 TO WS-CERT-DEPART
       MOVE 0 TO WS-CERT-MED-RANG
       READ fparticipations
              INVALID KEY
                     PERFORM CERTIFICAT_CHERCHE_RELAIS
              NOT INVALID KEY
                     PERFORM CERTIFICAT_EMET
       END-READ
       CLOSE fepreuves
       CLOSE fparticipations.

       CERTIFICAT_CHERCHE_RELAIS.
      *Sans participation individuelle, l'athlete peut encore
      *faire certifier un relais : son depart d'un relais
      *chronometre electroniquement (temps individuel officiel),
      *et la medaille d'une equipe du podium ou il a nage la finale
      *ou les seules series liees a cette finale (appelee par
      *CERTIFICAT_RESULTAT ; fepreuves est ouvert).
       MOVE 0 TO WS-CERT-MED-RANG
       MOVE 0 TO WS-CERT-MED-SERIES
       MOVE SPACES TO WS-CERT-MED-PAYS
       MOVE fp_numE TO fe_numE
       MOVE 0 TO Wtrouve
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       IF Wtrouve = 1 THEN
              OPEN INPUT frelais
              MOVE fp_numE TO fr_numE
              MOVE 0 TO Wfin4
              START frelais, KEY IS = fr_numE
                     INVALID KEY MOVE 1 TO Wfin4
                     NOT INVALID KEY
                            PERFORM CERTIFICAT_EXAMINE_RELAIS
                                   UNTIL Wfin4 = 1
              END-START
              IF WS-CERT-MED-PAYS = SPACES AND FE-FINALE AND
                     fe_relais_series > 0 THEN
                     PERFORM CERTIFICAT_CHERCHE_SERIES
              END-IF
              CLOSE frelais
       END-IF
       IF WS-CERT-DEPART = 1 OR WS-CERT-MED-RANG > 0 THEN
              PERFORM CERTIFICAT_EMET
       ELSE
              DISPLAY "Aucune participation a cette epreuve"
       END-IF.

       CERTIFICAT_EXAMINE_RELAIS.
      *(appelee par CERTIFICAT_CHERCHE_RELAIS ; l'epreuve est dans
      *le tampon fepreuves).
       READ frelais NEXT
              AT END MOVE 1 TO Wfin4
              NOT AT END
                     IF fr_numE NOT = fp_numE THEN
                            MOVE 1 TO Wfin4
                     ELSE
                            PERFORM VARYING WS-RSR-J FROM 1 BY 1
                                   UNTIL WS-RSR-J > 4
                                   IF fr_leg_numA(WS-RSR-J) =
                                          WIdUser THEN
                                          PERFORM
                                            CERTIFICAT_RETIENT_RELAIS
                                   END-IF
                            END-PERFORM
                     END-IF
       END-READ.

       CERTIFICAT_RETIENT_RELAIS.
      *L'athlete a nage le parcours WS-RSR-J de l'equipe lue
      *(appelee par CERTIFICAT_EXAMINE_RELAIS).
       MOVE fr_pays TO WS-CERT-MED-PAYS
       IF WS-RSR-J = 1 AND FR-TERMINE AND FR-SOURCE-ELEC AND
              fr_leg_temps(1) > 0 THEN
              MOVE 1 TO WS-CERT-DEPART
              MOVE fr_leg_temps(1) TO fc_temps
       END-IF
       IF FE-FINALE AND FR-TERMINE AND fr_classement < 4 THEN
              MOVE fr_classement TO WS-CERT-MED-RANG
       END-IF.

       CERTIFICAT_CHERCHE_SERIES.
      *L'athlete absent de la finale a pu nager les series liees :
      *son equipe de series est retrouvee, puis le rang de l'equipe
      *du meme pays en finale (appelee par
      *CERTIFICAT_CHERCHE_RELAIS ; frelais est ouvert).
       MOVE fe_relais_series TO WS-RSR-NUME-SERIES
       PERFORM RELAIS_CHARGE_SERIES
       MOVE WIdUser TO WS-RSR-NUMA-CHERCHE
       PERFORM RELAIS_EQUIPE_SERIE_ATHLETE
       IF WS-RSR-PAYS-TROUVE NOT = SPACES THEN
              MOVE fp_numE TO fr_numE
              MOVE WS-RSR-PAYS-TROUVE TO fr_pays
              READ frelais
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF FR-TERMINE AND fr_classement < 4
                                   MOVE fr_classement
                                          TO WS-CERT-MED-RANG
                                   MOVE fr_pays TO WS-CERT-MED-PAYS
                                   MOVE 1 TO WS-CERT-MED-SERIES
                            END-IF
              END-READ
       END-IF.

       CERTIFICAT_EMET.
      *Compose et ecrit le certificat de la participation courante
      *(appelee par CERTIFICAT_RESULTAT).
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       IF fa_club NOT = SPACES THEN
              MOVE fa_club TO WS-CLU-CODE
              PERFORM CHERCHE_CLUB
              MOVE SPACES TO tamp_fcertif
              STRING "Club : " WS-CLU-NOM
                     DELIMITED BY SIZE INTO tamp_fcertif
              END-STRING
              WRITE tamp_fcertif
       END-IF
       MOVE SPACES TO tamp_fcertif
       PERFORM FORMATE_DATE_EPREUVE
      *Distance en km pour une course en eau libre.
       MOVE "m" TO WS-UNITE-DISTANCE
       IF FE-EAU-LIBRE THEN
              MOVE "km" TO WS-UNITE-DISTANCE
       END-IF
       STRING "Epreuve : " fe_distance DELIMITED BY SIZE
              WS-UNITE-DISTANCE DELIMITED BY SPACE
              " " fe_type " "
              fe_genre " (" fe_phase ") le "
              WS-FORMATTED-DATE-TIME " - " fe_lieu
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif

       IF WS-CERT-DEPART = 1 OR WS-CERT-MED-RANG > 0 THEN
              PERFORM CERTIFICAT_ECRIT_RELAIS
       ELSE
              PERFORM CERTIFICAT_ECRIT_RESULTAT
       END-IF

       PERFORM CERTIFICAT_PIED.

       CERTIFICAT_ECRIT_RESULTAT.
      *Resultat d'une participation individuelle (appelee par
      *CERTIFICAT_ECRIT).
       PERFORM LIBELLE_STATUT_RESULTAT
       IF WS-STATUT-RESULTAT = SPACES THEN
              PERFORM FORMATE_RESULTAT_PARTICIPATION
              MOVE SPACES TO tamp_fcertif
      *Une epreuve jugee certifie des points, pas un temps.
              IF FE-JUGEE THEN
                     STRING "Resultat : classement " fp_classement
                            " - points " WS-TEMPS-AFFICHE
                            DELIMITED BY SIZE INTO tamp_fcertif
                     END-STRING
              ELSE
                     STRING "Resultat : classement " fp_classement
                            " - temps " WS-TEMPS-AFFICHE
                            DELIMITED BY SIZE INTO tamp_fcertif
                     END-STRING
              END-IF
              WRITE tamp_fcertif
              IF FP-SOURCE-MANUEL THEN
                     MOVE SPACES TO tamp_fcertif
                     DELIMITED BY SIZE INTO tamp_fcertif
              END-STRING
              WRITE tamp_fcertif
       END-IF.

       CERTIFICAT_ECRIT_RELAIS.
      *Certificat d'un relayeur : medaille de l'equipe puis, le cas
      *echeant, temps de depart (appelee par CERTIFICAT_ECRIT).
       IF WS-CERT-MED-RANG > 0 THEN
              MOVE SPACES TO tamp_fcertif
              IF WS-CERT-MED-SERIES = 1 THEN
                     STRING "Resultat : medaille de relais ("
                            WS-CERT-MED-PAYS ") - rang "
                            WS-CERT-MED-RANG " - nage en series"
                            DELIMITED BY SIZE INTO tamp_fcertif
                     END-STRING
              ELSE
                     STRING "Resultat : medaille de relais ("
                            WS-CERT-MED-PAYS ") - rang "
                            WS-CERT-MED-RANG " - nage en finale"
                            DELIMITED BY SIZE INTO tamp_fcertif
                     END-STRING
              END-IF
              WRITE tamp_fcertif
       END-IF
       IF WS-CERT-DEPART = 1 THEN
              PERFORM CERTIFICAT_ECRIT_DEPART
       END-IF.

       CERTIFICAT_ECRIT_DEPART.
      *Temps du premier relayeur, certifie comme temps individuel
      *officiel sur le quart de la distance du relais (appelee par
      *CERTIFICAT_ECRIT).
       MOVE fc_temps TO WS-TEMPS-BRUT
       PERFORM FORMATE_TEMPS
       COMPUTE WS-DEP-DISTANCE = fe_distance / 4
       MOVE SPACES TO tamp_fcertif
       STRING "Resultat : depart de relais (" WS-CERT-MED-PAYS
              ") - "
              WS-DEP-DISTANCE "m " fe_type " en "
              WS-TEMPS-FORMATE
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       MOVE SPACES TO tamp_fcertif
       STRING "Temps lead-off : temps individuel officiel du "
              "premier relayeur (chrono electronique)"
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       PERFORM CERTIFICAT_MENTION_RECORD.

       CERTIFICAT_PIED.
      *Pied du certificat, catalogue et journal d'audit (appelee
      *par CERTIFICAT_ECRIT).
       PERFORM HORODATE_MAJ
       MOVE SPACES TO tamp_fcertif
       STRING "Emis le " WS-FORMATTED-DATE-TIME
       MOVE fe_distance TO frb_distance
       MOVE fe_genre TO frb_genre
       MOVE fe_classe TO frb_classe
      *Un depart de relais se compare au record de l'epreuve
      *individuelle : quart de la distance, genre du relayeur.
       IF WS-CERT-DEPART = 1 THEN
              COMPUTE frb_distance = fe_distance / 4
              MOVE fa_genre OF tamp_fathletes TO frb_genre
       END-IF
       READ frecords
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fc_temps > 0 AND fc_temps < frb_temps THEN
                            MOVE SPACES TO tamp_fcertif
                            STRING "Mention : temps inferieur "
                                   "au record du monde en vigueur"
