       FEUILLE_PSYCH.
      *Feuille des engages (psych sheet) remise aux delegations
      *avant la reunion technique, avant tout seeding : pour chaque
      *epreuve en bassin de la competition active ou l'on s'engage
      *(series, contre-la-montre, finale directe), tout le plateau
      *classe sur le temps d'engagement converti en grand bassin.
      *Chaque ligne signale la norme de qualification atteinte, les
      *engages sans temps (NT) et les delegations qui n'ont pas
      *encore confirme leur liste ; le pied d'epreuve donne l'usage
      *du quota par pays. Une delegation saisie restreint la feuille
      *a ses propres engages, places dans tout le plateau (appelee
      *par GESTION_EPREUVES).
       DISPLAY "Delegation (vide = feuille complete) : "
       MOVE SPACES TO WS-PSY-DELEG
       ACCEPT WS-PSY-DELEG
       PERFORM PSY_COLLECTE_EPREUVES
       IF WS-PSY-NB-EPREUVES = 0 THEN
              DISPLAY "Aucune epreuve ouverte aux engagements"
       ELSE
              MOVE "FEUILLE-PSYCH" TO WS-SPOOL-RAPPORT
              PERFORM SPOOL_OUVRE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              IF WS-PSY-DELEG = SPACES THEN
                     STRING "FEUILLE DES ENGAGES - COMPETITION "
                            WS-COMPET-ACTIVE
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              ELSE
                     STRING "FEUILLE DES ENGAGES - COMPETITION "
                            WS-COMPET-ACTIVE " - EXTRAIT "
                            WS-PSY-DELEG
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              END-IF
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "(temps convertis en bassin de 50m ; QUALIF = "
                     "norme atteinte, NT = sans temps, NC = liste "
                     "non confirmee)"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE 0 TO WS-PSY-NB-IMPRIMEES
              OPEN INPUT fepreuves
              PERFORM VARYING WS-PSY-K FROM 1 BY 1
                     UNTIL WS-PSY-K > WS-PSY-NB-EPREUVES
                     PERFORM PSY_UNE_EPREUVE
              END-PERFORM
              CLOSE fepreuves
              IF WS-PSY-NB-IMPRIMEES = 0 THEN
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     PERFORM ECRIT_LIGNE_RAPPORT
                     MOVE "   aucun engage" TO WS-RAPPORT-LIGNE
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
              PERFORM SPOOL_FERME
       END-IF.

       PSY_COLLECTE_EPREUVES.
      *Releve les epreuves en bassin de la competition active dont
      *la phase recoit des engagements (appelee par FEUILLE_PSYCH).
       MOVE 0 TO WS-PSY-NB-EPREUVES
       OPEN INPUT fepreuves
       MOVE 0 TO WS-PSY-FIN
       PERFORM WITH TEST AFTER UNTIL WS-PSY-FIN = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO WS-PSY-FIN
              NOT AT END
                     IF fe_compet = WS-COMPET-ACTIVE AND
                            FE-BASSIN AND
                            (FE-SERIE OR FE-CONTRE-LA-MONTRE OR
                             FE-FINALE) AND
                            NOT FE-SUPPRIMEE AND NOT FE-ANNULEE AND
                            WS-PSY-NB-EPREUVES < 200 THEN
                            ADD 1 TO WS-PSY-NB-EPREUVES
                            MOVE fe_numE TO
                                   WS-PSY-EV-NUME(WS-PSY-NB-EPREUVES)
                     END-IF
       END-PERFORM
       CLOSE fepreuves.

       PSY_UNE_EPREUVE.
      *Feuille d'une epreuve ; une finale precedee de series ou de
      *demi-finales ne recoit pas d'engagements et n'est pas reprise
      *(appelee par FEUILLE_PSYCH ; fepreuves est ouvert en
      *lecture).
       MOVE WS-PSY-EV-NUME(WS-PSY-K) TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
       END-READ
       MOVE 0 TO WS-PRV-NB-PHASES
       IF FE-FINALE THEN
              MOVE fe_type TO WS-PRV-TYPE
              MOVE fe_distance TO WS-PRV-DISTANCE
              MOVE fe_genre TO WS-PRV-GENRE
              MOVE fe_classe TO WS-PRV-CLASSE
              PERFORM PRV_CHERCHE_PHASES
              MOVE WS-PSY-EV-NUME(WS-PSY-K) TO fe_numE
              READ fepreuves
                     INVALID KEY CONTINUE
              END-READ
       END-IF
       IF WS-PRV-NB-PHASES = 0 THEN
              PERFORM PSY_CHARGE_ENGAGES
              IF WS-PSY-NB > 0 AND
                     (WS-PSY-DELEG = SPACES OR
                      WS-PSY-NB-DELEG > 0) THEN
                     ADD 1 TO WS-PSY-NB-IMPRIMEES
                     PERFORM PSY_TRIE_ENGAGES
                     PERFORM PSY_LIT_NORME
                     PERFORM PSY_CONFIRMATIONS
                     PERFORM PSY_IMPRIME_EPREUVE
              END-IF
       END-IF.

       PSY_CHARGE_ENGAGES.
      *Charge les engages de l'epreuve (tampon fepreuves) avec leur
      *temps d'engagement converti et compte les engages par pays
      *(appelee par PSY_UNE_EPREUVE).
       MOVE 0 TO WS-PSY-NB
       MOVE 0 TO WS-PSY-NB-PAYS
       MOVE 0 TO WS-PSY-NB-DELEG
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-PSY-FIN
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-PSY-FIN
       END-START
       PERFORM UNTIL WS-PSY-FIN = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-PSY-FIN
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-PSY-FIN
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM PSY_RETIENT_ENGAGE
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fathletes
       CLOSE fparticipations.

       PSY_RETIENT_ENGAGE.
       IF WS-PSY-NB >= 100 THEN
              DISPLAY "ATTENTION : plus de 100 engages sur l'epreuve "
                     fe_numE ", athlete " fp_numA " non repris"
       ELSE
              ADD 1 TO WS-PSY-NB
              MOVE fp_numA TO WS-PSY-NUMA(WS-PSY-NB)
              MOVE SPACES TO WS-PSY-NOM(WS-PSY-NB)
              MOVE SPACES TO WS-PSY-PRENOM(WS-PSY-NB)
              MOVE SPACES TO WS-PSY-PAYS(WS-PSY-NB)
              MOVE fp_numA TO fa_numA
              READ fathletes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE fa_nom TO WS-PSY-NOM(WS-PSY-NB)
                            MOVE fa_prenom TO WS-PSY-PRENOM(WS-PSY-NB)
                            MOVE fa_pays TO WS-PSY-PAYS(WS-PSY-NB)
              END-READ
              MOVE fp_temps_engage TO WS-PSY-T-ENG(WS-PSY-NB)
              MOVE fp_bassin TO WS-PSY-BASSIN(WS-PSY-NB)
              MOVE 99999 TO WS-PSY-T-50(WS-PSY-NB)
              IF fp_temps_engage > 0 THEN
                     MOVE fp_temps_engage TO WS-CVB-TEMPS
                     MOVE fp_bassin TO WS-CVB-BASSIN
                     PERFORM CONVERTIT_TEMPS_BASSIN
                     MOVE WS-CVB-TEMPS-50 TO WS-PSY-T-50(WS-PSY-NB)
              END-IF
              IF WS-PSY-PAYS(WS-PSY-NB) = WS-PSY-DELEG THEN
                     ADD 1 TO WS-PSY-NB-DELEG
              END-IF
              PERFORM PSY_COMPTE_PAYS
       END-IF.

       PSY_COMPTE_PAYS.
      *Ajoute l'engage WS-PSY-NB au compte de son pays (appelee par
      *PSY_RETIENT_ENGAGE).
       MOVE 0 TO WS-PSY-P
       PERFORM VARYING WS-PSY-J FROM 1 BY 1
              UNTIL WS-PSY-J > WS-PSY-NB-PAYS
              IF WS-PSY-P-PAYS(WS-PSY-J) = WS-PSY-PAYS(WS-PSY-NB)
                     THEN
                     MOVE WS-PSY-J TO WS-PSY-P
              END-IF
       END-PERFORM
       IF WS-PSY-P = 0 AND WS-PSY-NB-PAYS < 60 THEN
              ADD 1 TO WS-PSY-NB-PAYS
              MOVE WS-PSY-NB-PAYS TO WS-PSY-P
              MOVE WS-PSY-PAYS(WS-PSY-NB) TO WS-PSY-P-PAYS(WS-PSY-P)
              MOVE 0 TO WS-PSY-P-NB(WS-PSY-P)
              MOVE 0 TO WS-PSY-P-CONF(WS-PSY-P)
       END-IF
       IF WS-PSY-P > 0 THEN
              ADD 1 TO WS-PSY-P-NB(WS-PSY-P)
       END-IF.

       PSY_TRIE_ENGAGES.
      *Tri a bulles des engages sur le temps converti croissant,
      *les sans-temps (99999) en fin de liste (appelee par
      *PSY_UNE_EPREUVE).
       PERFORM VARYING WS-PSY-I FROM 1 BY 1
              UNTIL WS-PSY-I > WS-PSY-NB
              PERFORM VARYING WS-PSY-J FROM 1 BY 1
                     UNTIL WS-PSY-J > WS-PSY-NB - WS-PSY-I
                     IF WS-PSY-T-50(WS-PSY-J) >
                            WS-PSY-T-50(WS-PSY-J + 1)
                            MOVE WS-PSY-ENTRY(WS-PSY-J) TO WS-PSY-TMP
                            MOVE WS-PSY-ENTRY(WS-PSY-J + 1)
                                   TO WS-PSY-ENTRY(WS-PSY-J)
                            MOVE WS-PSY-TMP
                                   TO WS-PSY-ENTRY(WS-PSY-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

       PSY_LIT_NORME.
      *Norme de qualification du type/distance/genre/classe de
      *l'epreuve, s'il en existe une (appelee par PSY_UNE_EPREUVE).
       MOVE 0 TO WS-NORME-TROUVEE
       MOVE fe_type TO fn_type
       MOVE fe_distance TO fn_distance
       MOVE fe_genre TO fn_genre
       MOVE fe_classe TO fn_classe
       OPEN INPUT fnorme
       READ fnorme
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-NORME-TROUVEE
       END-READ
       CLOSE fnorme.

       PSY_CONFIRMATIONS.
      *Note pour chaque pays engage si sa delegation a confirme sa
      *liste sur l'epreuve (appelee par PSY_UNE_EPREUVE).
       OPEN INPUT fconfirm
       PERFORM VARYING WS-PSY-P FROM 1 BY 1
              UNTIL WS-PSY-P > WS-PSY-NB-PAYS
              MOVE fe_numE TO fcf_numE
              MOVE WS-PSY-P-PAYS(WS-PSY-P) TO fcf_pays
              READ fconfirm
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-PSY-P-CONF(WS-PSY-P)
              END-READ
       END-PERFORM
       CLOSE fconfirm.

       PSY_IMPRIME_EPREUVE.
      *Entete, plateau classe et usage des quotas de l'epreuve
      *(appelee par PSY_UNE_EPREUVE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING "EPREUVE " fe_numE " - " fe_distance "m " fe_type " "
              fe_genre " " fe_classe " - " fe_phase " - "
              fe_DAY "/" fe_MONTH "/" fe_YEAR " " fe_HOUR "h" fe_MIN
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-NORME-TROUVEE = 1 THEN
              MOVE fn_temps_qualif TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   Norme " fn_libelle " : " WS-TEMPS-FORMATE
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE "Rg" TO WS-RAPPORT-LIGNE(2:2)
       MOVE "Athl" TO WS-RAPPORT-LIGNE(6:4)
       MOVE "Nom" TO WS-RAPPORT-LIGNE(11:3)
       MOVE "Pays" TO WS-RAPPORT-LIGNE(44:4)
       MOVE "Engage" TO WS-RAPPORT-LIGNE(57:6)
       MOVE "Bassin" TO WS-RAPPORT-LIGNE(66:6)
       MOVE "Temps 50m" TO WS-RAPPORT-LIGNE(73:9)
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-PSY-I FROM 1 BY 1 UNTIL WS-PSY-I > WS-PSY-NB
              IF WS-PSY-DELEG = SPACES OR
                     WS-PSY-PAYS(WS-PSY-I) = WS-PSY-DELEG THEN
                     PERFORM PSY_LIGNE_ENGAGE
              END-IF
       END-PERFORM
       PERFORM VARYING WS-PSY-P FROM 1 BY 1
              UNTIL WS-PSY-P > WS-PSY-NB-PAYS
              IF WS-PSY-DELEG = SPACES OR
                     WS-PSY-P-PAYS(WS-PSY-P) = WS-PSY-DELEG THEN
                     PERFORM PSY_LIGNE_QUOTA
              END-IF
       END-PERFORM.

       PSY_LIGNE_ENGAGE.
      *Ligne de l'engage WS-PSY-I avec sa place dans le plateau et
      *ses signalements (appelee par PSY_IMPRIME_EPREUVE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       MOVE WS-PSY-I TO WS-PSY-ED-RG
       MOVE WS-PSY-ED-RG TO WS-RAPPORT-LIGNE(1:3)
       MOVE WS-PSY-NUMA(WS-PSY-I) TO WS-RAPPORT-LIGNE(6:4)
       MOVE SPACES TO WS-PSY-NOM-COMPLET
       STRING WS-PSY-NOM(WS-PSY-I) DELIMITED BY "  "
              " " WS-PSY-PRENOM(WS-PSY-I) DELIMITED BY "  "
              INTO WS-PSY-NOM-COMPLET
       END-STRING
       MOVE WS-PSY-NOM-COMPLET TO WS-RAPPORT-LIGNE(11:32)
       MOVE WS-PSY-PAYS(WS-PSY-I) TO WS-RAPPORT-LIGNE(44:12)
       IF WS-PSY-T-ENG(WS-PSY-I) = 0 THEN
              MOVE "   NT   " TO WS-RAPPORT-LIGNE(57:8)
       ELSE
              MOVE WS-PSY-T-ENG(WS-PSY-I) TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-RAPPORT-LIGNE(57:8)
              MOVE WS-PSY-BASSIN(WS-PSY-I) TO WS-RAPPORT-LIGNE(67:2)
              MOVE "m" TO WS-RAPPORT-LIGNE(69:1)
              MOVE WS-PSY-T-50(WS-PSY-I) TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-RAPPORT-LIGNE(73:8)
       END-IF
       MOVE 84 TO WS-PSY-COL
       IF WS-PSY-T-ENG(WS-PSY-I) = 0 THEN
              MOVE "NT" TO WS-RAPPORT-LIGNE(WS-PSY-COL:2)
              ADD 3 TO WS-PSY-COL
       ELSE
              IF WS-NORME-TROUVEE = 1 AND
                     WS-PSY-T-50(WS-PSY-I) <= fn_temps_qualif THEN
                     MOVE "QUALIF" TO WS-RAPPORT-LIGNE(WS-PSY-COL:6)
                     ADD 7 TO WS-PSY-COL
              END-IF
       END-IF
       MOVE 0 TO WS-PSY-CONF
       PERFORM VARYING WS-PSY-P FROM 1 BY 1
              UNTIL WS-PSY-P > WS-PSY-NB-PAYS
              IF WS-PSY-P-PAYS(WS-PSY-P) = WS-PSY-PAYS(WS-PSY-I) THEN
                     MOVE WS-PSY-P-CONF(WS-PSY-P) TO WS-PSY-CONF
              END-IF
       END-PERFORM
       IF WS-PSY-CONF = 0 THEN
              MOVE "NC" TO WS-RAPPORT-LIGNE(WS-PSY-COL:2)
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       PSY_LIGNE_QUOTA.
      *Usage du quota de l'epreuve par le pays WS-PSY-P (appelee par
      *PSY_IMPRIME_EPREUVE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF fe_quota_pays = 0 THEN
              STRING "   Quota " WS-PSY-P-PAYS(WS-PSY-P) " : "
                     WS-PSY-P-NB(WS-PSY-P) " engage(s), sans quota"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              IF WS-PSY-P-NB(WS-PSY-P) > fe_quota_pays THEN
                     STRING "   Quota " WS-PSY-P-PAYS(WS-PSY-P) " : "
                            WS-PSY-P-NB(WS-PSY-P) " engage(s) / "
                            fe_quota_pays "  *** DEPASSE ***"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              ELSE
                     STRING "   Quota " WS-PSY-P-PAYS(WS-PSY-P) " : "
                            WS-PSY-P-NB(WS-PSY-P) " engage(s) / "
                            fe_quota_pays
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.
