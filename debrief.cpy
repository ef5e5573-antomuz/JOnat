       DEBRIEF_SEANCE.
      *Debrief d'une seance : horaires prevus, projetes et constates
      *(premier et dernier resultat saisis le jour de la seance),
      *puis les indicateurs d'exploitation - forfaits, DQ, faux
      *departs, arbitrages chrono, reclamations, reprises,
      *incidents medicaux, officiels en retard ou absents,
      *ceremonies retardees - chacun compare a la moyenne des
      *seances deja courues de la meme competition, pour que la
      *seance qui a mal tourne ressorte (appelee par
      *GESTION_SEANCES).
       DISPLAY "---------------------------------------"
       DISPLAY "   DEBRIEF DE SEANCE                   "
       DISPLAY "---------------------------------------"
       OPEN INPUT fsessions
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       MOVE 0 TO Wtrouve
       READ fsessions
              INVALID KEY DISPLAY "Cette seance n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fsessions

       IF Wtrouve = 1 THEN
              MOVE fse_numS TO WS-DBF-NUMS
              MOVE fse_date TO WS-DBF-DATE
              MOVE fse_compet TO WS-DBF-COMPET
              MOVE fse_lieu TO WS-DBF-C-LIEU
              MOVE 1 TO WS-DBF-CIBLE
              MOVE 0 TO WS-DBF-NB-DET
              PERFORM DBF_CALCULE_SEANCE
              PERFORM DBF_RETIENT_CIBLE
              MOVE 0 TO WS-DBF-CIBLE
              PERFORM DBF_MOYENNES
              PERFORM DBF_RAPPORT
       END-IF.

       DBF_RETIENT_CIBLE.
      *Met de cote les chiffres de la seance debriefee avant le
      *calcul des autres seances (appelee par DEBRIEF_SEANCE).
       PERFORM VARYING WS-DBF-I FROM 1 BY 1 UNTIL WS-DBF-I > 13
              MOVE WS-DBF-VAL(WS-DBF-I) TO WS-DBF-C-VAL(WS-DBF-I)
       END-PERFORM
       MOVE WS-DBF-OUVERTURE TO WS-DBF-C-OUVERTURE
       MOVE WS-DBF-FIN-PREVUE TO WS-DBF-C-FIN-PREVUE
       MOVE WS-DBF-DEBUT-PROJ TO WS-DBF-C-DEBUT-PROJ
       MOVE WS-DBF-FIN-PROJ TO WS-DBF-C-FIN-PROJ
       MOVE WS-DBF-ATTENDU TO WS-DBF-C-ATTENDU
       MOVE WS-DBF-PREMIER TO WS-DBF-C-PREMIER
       MOVE WS-DBF-DERNIER TO WS-DBF-C-DERNIER
       MOVE WS-DBF-SCANS-OK TO WS-DBF-C-SCANS-OK
       MOVE WS-DBF-JOUR TO WS-DBF-C-JOUR.

       DBF_MOYENNES.
      *Cumule les indicateurs des seances de la meme competition
      *courues avant la seance debriefee (jour anterieur, ou meme
      *jour et numero inferieur) ; une seance sans aucun resultat
      *saisi n'a pas eu lieu et n'entre pas dans la moyenne
      *(appelee par DEBRIEF_SEANCE).
       PERFORM VARYING WS-DBF-I FROM 1 BY 1 UNTIL WS-DBF-I > 13
              MOVE 0 TO WS-DBF-SOMME(WS-DBF-I)
       END-PERFORM
       MOVE 0 TO WS-DBF-NB-SEANCES
       OPEN INPUT fsessions
       MOVE 0 TO WS-DBF-FIN-S
       PERFORM WITH TEST AFTER UNTIL WS-DBF-FIN-S = 1
              READ fsessions NEXT
              AT END MOVE 1 TO WS-DBF-FIN-S
              NOT AT END
                     PERFORM DBF_UNE_SEANCE_MEET
       END-PERFORM
       CLOSE fsessions.

       DBF_UNE_SEANCE_MEET.
       MOVE fse_date TO WS-DBF-DATE-L
       IF fse_compet = WS-DBF-COMPET AND
              (WS-DBF-DATE-L < WS-DBF-DATE OR
              (WS-DBF-DATE-L = WS-DBF-DATE AND
              fse_numS < WS-DBF-NUMS)) THEN
              PERFORM DBF_CALCULE_SEANCE
              IF WS-DBF-PREMIER < 99999 THEN
                     ADD 1 TO WS-DBF-NB-SEANCES
                     PERFORM VARYING WS-DBF-I FROM 1 BY 1
                            UNTIL WS-DBF-I > 13
                            ADD WS-DBF-VAL(WS-DBF-I)
                                   TO WS-DBF-SOMME(WS-DBF-I)
                     END-PERFORM
              END-IF
       END-IF.

       DBF_CALCULE_SEANCE.
      *Calcule les indicateurs de la seance portee par le tampon
      *fsessions dans WS-DBF-VAL : 1 retard au premier resultat,
      *2 depassement de la fin prevue, 3 depassement de la fin
      *projetee (minutes), 4 forfaits, 5 DQ, 6 faux departs,
      *7 arbitrages chrono, 8 reclamations, 9 reprises,
      *10 incidents medicaux, 11 officiels en retard, 12 officiels
      *absents, 13 ceremonies retardees (appelee par
      *DEBRIEF_SEANCE et DBF_UNE_SEANCE_MEET).
       PERFORM VARYING WS-DBF-I FROM 1 BY 1 UNTIL WS-DBF-I > 13
              MOVE 0 TO WS-DBF-VAL(WS-DBF-I)
       END-PERFORM
       MOVE 99999 TO WS-DBF-PREMIER
       MOVE 0 TO WS-DBF-DERNIER
       MOVE 0 TO WS-DBF-NB-OFF
       MOVE 0 TO WS-DBF-SCANS-OK
       MOVE fse_date TO WS-DBF-DATE-L
       MOVE SPACES TO WS-DBF-JOUR
       STRING fse_DAY "-" fse_MONTH "-" fse_YEAR
              DELIMITED BY SIZE INTO WS-DBF-JOUR
       END-STRING
       COMPUTE WS-DBF-OUVERTURE = (fse_OUV-HOUR * 60) + fse_OUV-MIN
       COMPUTE WS-DBF-FIN-PREVUE =
              (fse_FIN-HOUR * 60) + fse_FIN-MIN

      *Projection a retard nul : depart projete de la premiere
      *epreuve, premier resultat attendu au bout de sa premiere
      *course, et fin projetee de la seance.
       MOVE fse_numS TO WS-PRJ-NUMS
       MOVE 0 TO WS-PRJ-RETARD
       PERFORM PROJECTION_CALCULE
       MOVE WS-PRJ-MINUTES TO WS-DBF-FIN-PROJ
       MOVE WS-DBF-OUVERTURE TO WS-DBF-DEBUT-PROJ
       MOVE WS-DBF-OUVERTURE TO WS-DBF-ATTENDU
       IF WS-PRJ-NB > 0 THEN
              DIVIDE WS-PRJ-DEBUT(1) BY 100 GIVING WS-DBF-HH
                     REMAINDER WS-DBF-RESTE
              COMPUTE WS-DBF-DEBUT-PROJ =
                     (WS-DBF-HH * 60) + WS-DBF-RESTE
              COMPUTE WS-DBF-ATTENDU = WS-DBF-DEBUT-PROJ +
                     (WS-PRJ-DUREE(1) / WS-PRJ-NB-SERIES(1))
       END-IF

       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT frelais
       OPEN INPUT freclam
       OPEN INPUT freprises
       OPEN INPUT faffect
       PERFORM VARYING WS-DBF-J FROM 1 BY 1 UNTIL WS-DBF-J > WS-PRJ-NB
              MOVE WS-PRJ-NUME(WS-DBF-J) TO fe_numE
              READ fepreuves
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM DBF_UNE_EPREUVE
              END-READ
       END-PERFORM
       CLOSE faffect
       CLOSE freprises
       CLOSE freclam
       CLOSE frelais
       CLOSE fparticipations
       CLOSE fepreuves

       PERFORM DBF_ARBITRAGES
       PERFORM DBF_INCIDENTS
       PERFORM DBF_OFFICIELS

       IF WS-DBF-PREMIER < 99999 THEN
              IF WS-DBF-PREMIER > WS-DBF-ATTENDU THEN
                     COMPUTE WS-DBF-VAL(1) =
                            WS-DBF-PREMIER - WS-DBF-ATTENDU
              END-IF
              IF WS-DBF-DERNIER > WS-DBF-FIN-PREVUE THEN
                     COMPUTE WS-DBF-VAL(2) =
                            WS-DBF-DERNIER - WS-DBF-FIN-PREVUE
              END-IF
              IF WS-DBF-DERNIER > WS-DBF-FIN-PROJ THEN
                     COMPUTE WS-DBF-VAL(3) =
                            WS-DBF-DERNIER - WS-DBF-FIN-PROJ
              END-IF
       END-IF.

       DBF_UNE_EPREUVE.
      *Resultats, equipes, reclamations, reprises et jury de
      *l'epreuve courante ; les forfaits ne comptent que si
      *l'epreuve a des resultats - avant la course tout engage est
      *encore a zero (appelee par DBF_CALCULE_SEANCE).
       MOVE 0 TO WS-DBF-E-DERNIER
       MOVE 0 TO WS-DBF-E-RES
       MOVE 0 TO WS-DBF-E-DNS
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-DBF-FIN
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM DBF_UNE_PARTICIPATION
                            UNTIL WS-DBF-FIN = 1
       END-START
       IF WS-DBF-E-RES > 0 THEN
              ADD WS-DBF-E-DNS TO WS-DBF-VAL(4)
       END-IF

       MOVE fe_numE TO fr_numE
       MOVE 0 TO WS-DBF-FIN
       START frelais, KEY IS = fr_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM DBF_UNE_EQUIPE UNTIL WS-DBF-FIN = 1
       END-START

       MOVE fe_numE TO frcl_numE
       MOVE 0 TO frcl_numero
       MOVE 0 TO WS-DBF-FIN
       START freclam, KEY IS >= frcl_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM DBF_UNE_RECLAMATION UNTIL WS-DBF-FIN = 1
       END-START

       MOVE fe_numE TO frp_numE
       MOVE 0 TO frp_numA
       MOVE 0 TO frp_seq
       MOVE 0 TO WS-DBF-FIN
       START freprises, KEY IS >= frp_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM DBF_UNE_REPRISE UNTIL WS-DBF-FIN = 1
       END-START

       MOVE fe_numE TO faf_numE
       MOVE 0 TO faf_numO
       MOVE 0 TO WS-DBF-FIN
       START faffect, KEY IS >= faf_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM DBF_UNE_AFFECTATION UNTIL WS-DBF-FIN = 1
       END-START

       IF FE-FINALE AND WS-DBF-E-DERNIER > 0 THEN
              PERFORM DBF_CEREMONIE
       END-IF.

       DBF_UNE_PARTICIPATION.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-DBF-FIN
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-DBF-FIN
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM DBF_COMPTE_PARTICIPATION
                            END-IF
                     END-IF
       END-READ.

       DBF_COMPTE_PARTICIPATION.
      *Un resultat saisi le jour de la seance date le deroulement
      *reel : son horodatage de mise a jour (saisie ou signature)
      *borne le premier et le dernier resultat de la seance et le
      *dernier de l'epreuve (appelee par DBF_UNE_PARTICIPATION).
       IF FP-DNS THEN
              IF NOT FP-REPRISE-ATTENTE THEN
                     ADD 1 TO WS-DBF-E-DNS
              END-IF
       ELSE
              ADD 1 TO WS-DBF-E-RES
              IF fp_maj_date(1:10) = WS-DBF-JOUR THEN
                     MOVE fp_maj_date(12:2) TO WS-DBF-HH
                     MOVE fp_maj_date(15:2) TO WS-DBF-MM
                     COMPUTE WS-DBF-MIN = (WS-DBF-HH * 60) + WS-DBF-MM
                     IF WS-DBF-MIN < WS-DBF-PREMIER THEN
                            MOVE WS-DBF-MIN TO WS-DBF-PREMIER
                     END-IF
                     IF WS-DBF-MIN > WS-DBF-DERNIER THEN
                            MOVE WS-DBF-MIN TO WS-DBF-DERNIER
                     END-IF
                     IF WS-DBF-MIN > WS-DBF-E-DERNIER THEN
                            MOVE WS-DBF-MIN TO WS-DBF-E-DERNIER
                     END-IF
              END-IF
       END-IF
       IF FP-DQ THEN
              ADD 1 TO WS-DBF-VAL(5)
       END-IF
      *Meme critere que la liste des faux departs.
       IF FP-REACTION-NEG OR
              (fp_reaction > 0 AND fp_reaction < WS-REACT-SEUIL) THEN
              ADD 1 TO WS-DBF-VAL(6)
       END-IF.

       DBF_UNE_EQUIPE.
       READ frelais NEXT
              AT END MOVE 1 TO WS-DBF-FIN
              NOT AT END
                     IF fr_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-DBF-FIN
                     ELSE
                            IF FR-DQ THEN
                                   ADD 1 TO WS-DBF-VAL(5)
                            END-IF
                     END-IF
       END-READ.

       DBF_UNE_RECLAMATION.
       READ freclam NEXT
              AT END MOVE 1 TO WS-DBF-FIN
              NOT AT END
                     IF frcl_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-DBF-FIN
                     ELSE
                            ADD 1 TO WS-DBF-VAL(8)
                     END-IF
       END-READ.

       DBF_UNE_REPRISE.
       READ freprises NEXT
              AT END MOVE 1 TO WS-DBF-FIN
              NOT AT END
                     IF frp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-DBF-FIN
                     ELSE
                            ADD 1 TO WS-DBF-VAL(9)
                     END-IF
       END-READ.

       DBF_UNE_AFFECTATION.
      *Retient chaque officiel affecte a une epreuve de la seance,
      *une seule fois quel que soit son nombre d'epreuves (appelee
      *par DBF_UNE_EPREUVE).
       READ faffect NEXT
              AT END MOVE 1 TO WS-DBF-FIN
              NOT AT END
                     IF faf_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-DBF-FIN
                     ELSE
                            PERFORM DBF_RETIENT_OFFICIEL
                     END-IF
       END-READ.

       DBF_RETIENT_OFFICIEL.
       MOVE 0 TO WS-DBF-I
       PERFORM VARYING WS-DBF-O FROM 1 BY 1
              UNTIL WS-DBF-O > WS-DBF-NB-OFF
              IF WS-DBF-O-NUMO(WS-DBF-O) = faf_numO THEN
                     MOVE WS-DBF-O TO WS-DBF-I
              END-IF
       END-PERFORM
       IF WS-DBF-I = 0 AND WS-DBF-NB-OFF < 60 THEN
              ADD 1 TO WS-DBF-NB-OFF
              MOVE faf_numO TO WS-DBF-O-NUMO(WS-DBF-NB-OFF)
              MOVE SPACES TO WS-DBF-O-NOM(WS-DBF-NB-OFF)
              MOVE 0 TO WS-DBF-O-BADGE(WS-DBF-NB-OFF)
              MOVE 9999 TO WS-DBF-O-ARRIVEE(WS-DBF-NB-OFF)
       END-IF.

       DBF_CEREMONIE.
      *La ceremonie d'une finale ne peut partir avant ses resultats
      *officiels : un dernier resultat signe apres le creneau de
      *ceremonie la retarde au-dela de son creneau (appelee par
      *DBF_UNE_EPREUVE).
       PERFORM CALCULE_CRENEAU_CEREMONIE
       COMPUTE WS-DBF-CRENEAU = (WS-CEREM-HEURE * 60) + WS-CEREM-MIN
       IF WS-DBF-E-DERNIER > WS-DBF-CRENEAU THEN
              ADD 1 TO WS-DBF-VAL(13)
              MOVE WS-DBF-CRENEAU TO WS-DBF-MIN
              PERFORM DBF_FORMATE_HEURE
              MOVE WS-DBF-HEURE-F TO WS-DBF-HEURE-F2
              MOVE WS-DBF-E-DERNIER TO WS-DBF-MIN
              PERFORM DBF_FORMATE_HEURE
              MOVE SPACES TO WS-DBF-LIGNE
              STRING "Ceremonie epreuve " fe_numE " " fe_distance
                     "m " fe_type " " fe_genre " : creneau "
                     WS-DBF-HEURE-F2 ", resultats a " WS-DBF-HEURE-F
                     DELIMITED BY SIZE INTO WS-DBF-LIGNE
              END-STRING
              PERFORM DBF_AJOUTE_DETAIL
       END-IF.

       DBF_ARBITRAGES.
      *Arbitrages chrono ouverts sur les epreuves de la seance
      *(appelee par DBF_CALCULE_SEANCE).
       OPEN INPUT farbitr
       IF cr_farbitr NOT = 35 THEN
              MOVE 0 TO WS-DBF-FIN
              PERFORM WITH TEST AFTER UNTIL WS-DBF-FIN = 1
                     READ farbitr NEXT
                     AT END MOVE 1 TO WS-DBF-FIN
                     NOT AT END
                            PERFORM DBF_UN_ARBITRAGE
              END-PERFORM
       END-IF
       CLOSE farbitr.

       DBF_UN_ARBITRAGE.
       PERFORM VARYING WS-DBF-J FROM 1 BY 1 UNTIL WS-DBF-J > WS-PRJ-NB
              IF far_numE = WS-PRJ-NUME(WS-DBF-J) THEN
                     ADD 1 TO WS-DBF-VAL(7)
              END-IF
       END-PERFORM.

       DBF_INCIDENTS.
      *Incidents de la main courante medicale de la seance
      *(appelee par DBF_CALCULE_SEANCE).
       OPEN INPUT fincidents
       MOVE fse_numS TO fin_numS
       MOVE 0 TO fin_numero
       MOVE 0 TO WS-DBF-FIN
       START fincidents, KEY IS >= fin_cle
              INVALID KEY MOVE 1 TO WS-DBF-FIN
              NOT INVALID KEY
                     PERFORM DBF_UN_INCIDENT UNTIL WS-DBF-FIN = 1
       END-START
       CLOSE fincidents.

       DBF_UN_INCIDENT.
       READ fincidents NEXT
              AT END MOVE 1 TO WS-DBF-FIN
              NOT AT END
                     IF fin_numS NOT = fse_numS THEN
                            MOVE 1 TO WS-DBF-FIN
                     ELSE
                            ADD 1 TO WS-DBF-VAL(10)
                     END-IF
       END-READ.

       DBF_OFFICIELS.
      *Presence des officiels de la seance d'apres les passages aux
      *portes du jour : chaque officiel est rapproche de son badge
      *STAFF par le nom ; sans badge ni passage il est absent, un
      *premier passage apres l'ouverture le met en retard. Sans
      *journal des portes, rien n'est compte (appelee par
      *DBF_CALCULE_SEANCE).
       IF WS-DBF-NB-OFF > 0 THEN
              OPEN INPUT fofficiels
              OPEN INPUT faccred
              PERFORM VARYING WS-DBF-O FROM 1 BY 1
                     UNTIL WS-DBF-O > WS-DBF-NB-OFF
                     PERFORM DBF_BADGE_OFFICIEL
              END-PERFORM
              CLOSE faccred
              CLOSE fofficiels

              OPEN INPUT fscans
              IF cr_fscans NOT = 35 THEN
                     MOVE 1 TO WS-DBF-SCANS-OK
                     MOVE 0 TO WS-DBF-FIN
                     PERFORM WITH TEST AFTER UNTIL WS-DBF-FIN = 1
                            READ fscans
                            AT END MOVE 1 TO WS-DBF-FIN
                            NOT AT END
                                   PERFORM DBF_UNE_LIGNE_SCAN
                     END-PERFORM
              END-IF
              CLOSE fscans

              IF WS-DBF-SCANS-OK = 1 THEN
                     PERFORM VARYING WS-DBF-O FROM 1 BY 1
                            UNTIL WS-DBF-O > WS-DBF-NB-OFF
                            PERFORM DBF_PRESENCE_OFFICIEL
                     END-PERFORM
              END-IF
       ELSE
              MOVE 1 TO WS-DBF-SCANS-OK
       END-IF.

       DBF_BADGE_OFFICIEL.
       MOVE WS-DBF-O-NUMO(WS-DBF-O) TO fof_numO
       READ fofficiels
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fof_nom TO WS-DBF-O-NOM(WS-DBF-O)
                     MOVE 0 TO fac_badge
                     MOVE 0 TO WS-DBF-FIN2
                     START faccred, KEY IS >= fac_badge
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                   PERFORM DBF_CHERCHE_BADGE
                                          UNTIL WS-DBF-FIN2 = 1
                     END-START
       END-READ.

       DBF_CHERCHE_BADGE.
       READ faccred NEXT
              AT END MOVE 1 TO WS-DBF-FIN2
              NOT AT END
                     IF FAC-STAFF AND NOT FAC-ANNULE AND
                            fac_compet = WS-DBF-COMPET AND
                            fac_nom = fof_nom AND
                            fac_prenom = fof_prenom THEN
                            MOVE fac_badge TO WS-DBF-O-BADGE(WS-DBF-O)
                            MOVE 1 TO WS-DBF-FIN2
                     END-IF
       END-READ.

       DBF_UNE_LIGNE_SCAN.
      *Garde, pour chaque badge d'officiel, le premier passage du
      *jour de la seance (appelee par DBF_OFFICIELS).
       MOVE SPACES TO WS-DBF-SC-BADGE-X
       MOVE SPACES TO WS-DBF-SC-LIEU
       MOVE SPACES TO WS-DBF-SC-PORTE
       MOVE SPACES TO WS-DBF-SC-HORODATE
       UNSTRING tamp_fscans DELIMITED BY ";"
              INTO WS-DBF-SC-BADGE-X, WS-DBF-SC-LIEU, WS-DBF-SC-PORTE,
                     WS-DBF-SC-HORODATE
       END-UNSTRING
       MOVE WS-DBF-SC-BADGE-X TO WS-DBF-SC-BADGE
       MOVE WS-DBF-SC-HORODATE(1:8) TO WS-DBF-SC-DATE
       MOVE WS-DBF-SC-HORODATE(9:4) TO WS-DBF-SC-HHMM
       IF WS-DBF-SC-DATE = WS-DBF-DATE-L AND
              WS-DBF-SC-BADGE > 0 THEN
              PERFORM VARYING WS-DBF-O FROM 1 BY 1
                     UNTIL WS-DBF-O > WS-DBF-NB-OFF
                     IF WS-DBF-O-BADGE(WS-DBF-O) = WS-DBF-SC-BADGE AND
                            WS-DBF-SC-HHMM < WS-DBF-O-ARRIVEE(WS-DBF-O)
                            THEN
                            MOVE WS-DBF-SC-HHMM
                                   TO WS-DBF-O-ARRIVEE(WS-DBF-O)
                     END-IF
              END-PERFORM
       END-IF.

       DBF_PRESENCE_OFFICIEL.
       IF WS-DBF-O-ARRIVEE(WS-DBF-O) = 9999 THEN
              ADD 1 TO WS-DBF-VAL(12)
              MOVE SPACES TO WS-DBF-LIGNE
              IF WS-DBF-O-BADGE(WS-DBF-O) = 0 THEN
                     STRING "Officiel " WS-DBF-O-NUMO(WS-DBF-O) " "
                            WS-DBF-O-NOM(WS-DBF-O)
                            " : ABSENT (aucun badge STAFF)"
                            DELIMITED BY SIZE INTO WS-DBF-LIGNE
                     END-STRING
              ELSE
                     STRING "Officiel " WS-DBF-O-NUMO(WS-DBF-O) " "
                            WS-DBF-O-NOM(WS-DBF-O)
                            " : ABSENT (aucun passage aux portes)"
                            DELIMITED BY SIZE INTO WS-DBF-LIGNE
                     END-STRING
              END-IF
              PERFORM DBF_AJOUTE_DETAIL
       ELSE
              DIVIDE WS-DBF-O-ARRIVEE(WS-DBF-O) BY 100
                     GIVING WS-DBF-HH REMAINDER WS-DBF-RESTE
              COMPUTE WS-DBF-MIN = (WS-DBF-HH * 60) + WS-DBF-RESTE
              IF WS-DBF-MIN > WS-DBF-OUVERTURE THEN
                     ADD 1 TO WS-DBF-VAL(11)
                     PERFORM DBF_FORMATE_HEURE
                     MOVE SPACES TO WS-DBF-LIGNE
                     STRING "Officiel " WS-DBF-O-NUMO(WS-DBF-O) " "
                            WS-DBF-O-NOM(WS-DBF-O)
                            " : EN RETARD, arrivee " WS-DBF-HEURE-F
                            DELIMITED BY SIZE INTO WS-DBF-LIGNE
                     END-STRING
                     PERFORM DBF_AJOUTE_DETAIL
              END-IF
       END-IF.

       DBF_AJOUTE_DETAIL.
      *Garde la ligne WS-DBF-LIGNE pour le detail du rapport, pour
      *la seance debriefee seulement (appelee par les controles).
       IF WS-DBF-CIBLE = 1 AND WS-DBF-NB-DET < 40 THEN
              ADD 1 TO WS-DBF-NB-DET
              MOVE WS-DBF-LIGNE TO WS-DBF-DET(WS-DBF-NB-DET)
       END-IF.

       DBF_FORMATE_HEURE.
      *Minutes depuis minuit WS-DBF-MIN vers HHhMM (WS-DBF-HEURE-F),
      *tirets quand l'heure n'est pas connue.
       IF WS-DBF-MIN = 99999 THEN
              MOVE "--h--" TO WS-DBF-HEURE-F
       ELSE
              DIVIDE WS-DBF-MIN BY 60 GIVING WS-DBF-HH
                     REMAINDER WS-DBF-RESTE
              MOVE WS-DBF-RESTE TO WS-DBF-MM
              MOVE SPACES TO WS-DBF-HEURE-F
              STRING WS-DBF-HH "h" WS-DBF-MM
                     DELIMITED BY SIZE INTO WS-DBF-HEURE-F
              END-STRING
       END-IF.

       DBF_RAPPORT.
      *Edite le debrief : horaires, indicateurs face a la moyenne
      *de la competition a date (signales quand ils la depassent
      *de moitie et d'au moins une unite), puis le detail des
      *officiels et des ceremonies (appelee par DEBRIEF_SEANCE).
       MOVE "DEBRIEF-SEANCE" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "DEBRIEF DE LA SEANCE " WS-DBF-NUMS " du "
              WS-DBF-C-JOUR " - " WS-DBF-C-LIEU
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Horaires             prevu   projete   constate"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT

       MOVE WS-DBF-C-OUVERTURE TO WS-DBF-MIN
       PERFORM DBF_FORMATE_HEURE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Depart             " WS-DBF-HEURE-F
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       MOVE WS-DBF-C-DEBUT-PROJ TO WS-DBF-MIN
       PERFORM DBF_FORMATE_HEURE
       MOVE WS-DBF-HEURE-F TO WS-RAPPORT-LIGNE(31:5)
       PERFORM ECRIT_LIGNE_RAPPORT

       MOVE WS-DBF-C-ATTENDU TO WS-DBF-MIN
       PERFORM DBF_FORMATE_HEURE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Premier resultat   " "           " WS-DBF-HEURE-F
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       MOVE WS-DBF-C-PREMIER TO WS-DBF-MIN
       PERFORM DBF_FORMATE_HEURE
       MOVE WS-DBF-HEURE-F TO WS-RAPPORT-LIGNE(42:5)
       PERFORM ECRIT_LIGNE_RAPPORT

       MOVE WS-DBF-C-FIN-PREVUE TO WS-DBF-MIN
       PERFORM DBF_FORMATE_HEURE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Fin                " WS-DBF-HEURE-F
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       MOVE WS-DBF-C-FIN-PROJ TO WS-DBF-MIN
       PERFORM DBF_FORMATE_HEURE
       MOVE WS-DBF-HEURE-F TO WS-RAPPORT-LIGNE(31:5)
       IF WS-DBF-C-PREMIER < 99999 THEN
              MOVE WS-DBF-C-DERNIER TO WS-DBF-MIN
       ELSE
              MOVE 99999 TO WS-DBF-MIN
       END-IF
       PERFORM DBF_FORMATE_HEURE
       MOVE WS-DBF-HEURE-F TO WS-RAPPORT-LIGNE(42:5)
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-DBF-C-PREMIER = 99999 THEN
              MOVE "  (aucun resultat saisi le jour de la seance)"
                     TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF

       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE WS-DBF-NB-SEANCES TO WS-DBF-ED-VAL
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Indicateurs face a la moyenne de la competition ("
              WS-DBF-ED-VAL " seance(s) anterieure(s))"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Indicateur                                "
              "Seance  Moyenne    Ecart"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT

       MOVE 0 TO WS-DBF-NB-SIGNALES
       MOVE 1 TO WS-DBF-I
       MOVE "Retard au premier resultat (min)" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 2 TO WS-DBF-I
       MOVE "Depassement de la fin prevue (min)" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 3 TO WS-DBF-I
       MOVE "Depassement de la fin projetee (min)" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 4 TO WS-DBF-I
       MOVE "Forfaits (DNS)" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 5 TO WS-DBF-I
       MOVE "Disqualifications" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 6 TO WS-DBF-I
       MOVE "Faux departs" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 7 TO WS-DBF-I
       MOVE "Arbitrages chrono" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 8 TO WS-DBF-I
       MOVE "Reclamations" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 9 TO WS-DBF-I
       MOVE "Reprises" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 10 TO WS-DBF-I
       MOVE "Incidents medicaux" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 11 TO WS-DBF-I
       MOVE "Officiels en retard" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 12 TO WS-DBF-I
       MOVE "Officiels absents" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       MOVE 13 TO WS-DBF-I
       MOVE "Ceremonies retardees" TO WS-DBF-LIBELLE
       PERFORM DBF_LIGNE_INDICATEUR
       IF WS-DBF-C-SCANS-OK = 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  (journal des portes absent : "
                     "presence des officiels non controlee)"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF

       IF WS-DBF-NB-DET > 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE "Detail :" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM VARYING WS-DBF-I FROM 1 BY 1
                     UNTIL WS-DBF-I > WS-DBF-NB-DET
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "  " WS-DBF-DET(WS-DBF-I)
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-PERFORM
       END-IF

       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING "Indicateurs signales : " WS-DBF-NB-SIGNALES
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME.

       DBF_LIGNE_INDICATEUR.
      *Une ligne d'indicateur WS-DBF-I, libelle WS-DBF-LIBELLE
      *(appelee par DBF_RAPPORT).
       MOVE WS-DBF-C-VAL(WS-DBF-I) TO WS-DBF-ED-VAL
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-DBF-NB-SEANCES = 0 THEN
              STRING "  " WS-DBF-LIBELLE "  " WS-DBF-ED-VAL
                     "        -        -"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              COMPUTE WS-DBF-MOY ROUNDED =
                     WS-DBF-SOMME(WS-DBF-I) / WS-DBF-NB-SEANCES
              COMPUTE WS-DBF-ECART =
                     WS-DBF-C-VAL(WS-DBF-I) - WS-DBF-MOY
              MOVE WS-DBF-MOY TO WS-DBF-ED-MOY
              MOVE WS-DBF-ECART TO WS-DBF-ED-ECART
              IF WS-DBF-ECART >= 1 AND
                     WS-DBF-C-VAL(WS-DBF-I) * 2 >= WS-DBF-MOY * 3 THEN
                     ADD 1 TO WS-DBF-NB-SIGNALES
                     STRING "  " WS-DBF-LIBELLE "  " WS-DBF-ED-VAL
                            "   " WS-DBF-ED-MOY "  " WS-DBF-ED-ECART
                            "  *** A EXAMINER ***"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              ELSE
                     STRING "  " WS-DBF-LIBELLE "  " WS-DBF-ED-VAL
                            "   " WS-DBF-ED-MOY "  " WS-DBF-ED-ECART
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.
