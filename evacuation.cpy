       EFFECTIFS_EVACUATION.
      *Effectifs presents par lieu et seance en cas d'evacuation :
      *personnel en vacation, officiels affectes, athletes engages
      *(dont pointes en chambre d'appel), encadrement des
      *delegations presentes, spectateurs et invites VIP, ventiles
      *par zone et compares a la capacite du lieu. Tout est relu
      *dans les fichiers de reference ouverts en lecture seule : le
      *rapport sort a tout moment, de n'importe quel pupitre, que
      *le batch de nuit soit passe ou non (appelee par AFFICH_MENU,
      *menu admin).
       DISPLAY "---------------------------------------"
       DISPLAY "   EFFECTIFS D'EVACUATION              "
       DISPLAY "---------------------------------------"
       DISPLAY "Numero de la seance (0 = toutes les seances du "
              "jour) : "
       ACCEPT WS-EVA-NUMS
       MOVE "EVACUATION" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       PERFORM HORODATE_MAJ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "EFFECTIFS D'EVACUATION - COMPETITION "
              WS-COMPET-ACTIVE " - EDITE LE " WS-FORMATTED-DATE-TIME
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-EVA-NB-SEANCES
       OPEN INPUT fsessions
       IF WS-EVA-NUMS = 0 THEN
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE TO WS-EVA-DATE
              MOVE 0 TO WS-EVA-FIN
              PERFORM UNTIL WS-EVA-FIN = 1
                     READ fsessions NEXT
                            AT END MOVE 1 TO WS-EVA-FIN
                            NOT AT END
                                   IF fse_compet = WS-COMPET-ACTIVE
                                          AND fse_date = WS-EVA-DATE
                                          THEN
                                          PERFORM EVA_SEANCE
                                   END-IF
                     END-READ
              END-PERFORM
              IF WS-EVA-NB-SEANCES = 0 THEN
                     MOVE "Aucune seance aujourd'hui"
                            TO WS-RAPPORT-LIGNE
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       ELSE
              MOVE WS-EVA-NUMS TO fse_numS
              READ fsessions
                     INVALID KEY
                            DISPLAY "Cette seance n'existe pas"
                     NOT INVALID KEY
                            IF fse_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM EVA_SEANCE
                            ELSE
                                   DISPLAY "Seance d'une autre "
                                          "competition"
                            END-IF
              END-READ
       END-IF
       CLOSE fsessions
       PERFORM SPOOL_FERME
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Effectifs d'evacuation edites : "
              WS-EVA-NB-SEANCES " seance(s)"
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       EVA_SEANCE.
      *Compte les presents de la seance lue et ecrit son bloc de
      *rapport (appelee par EFFECTIFS_EVACUATION ; fsessions est
      *ouvert et n'est pas repositionne ici).
       ADD 1 TO WS-EVA-NB-SEANCES
       MOVE fse_date TO WS-EVA-DATE
       MOVE fse_lieu TO WS-EVA-LIEU
       MOVE 0 TO WS-EVA-NB-STAFF
       MOVE 0 TO WS-EVA-NB-OFFICIELS
       MOVE 0 TO WS-EVA-NB-ATHLETES
       MOVE 0 TO WS-EVA-NB-POINTES
       MOVE 0 TO WS-EVA-NB-ENCADRANTS
       MOVE 0 TO WS-EVA-NB-PUBLIC
       MOVE 0 TO WS-EVA-NB-VIP
       MOVE 0 TO WS-EVA-NB-VIP-ARRIVES
       MOVE 0 TO WS-EVA-NB-EPR
       MOVE 0 TO WS-EVA-NB-ATH
       MOVE 0 TO WS-EVA-NB-OFF
       MOVE 0 TO WS-EVA-NB-PAYS
       PERFORM VARYING WS-EVA-Z FROM 1 BY 1 UNTIL WS-EVA-Z > 4
              MOVE 0 TO WS-EVA-Z-NB(WS-EVA-Z)
       END-PERFORM
       MOVE 0 TO WS-EVA-CAPACITE
       OPEN INPUT flieux
       MOVE WS-EVA-LIEU TO fl_nom
       READ flieux
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fl_capacite TO WS-EVA-CAPACITE
       END-READ
       CLOSE flieux
       PERFORM EVA_COMPTE_STAFF
       PERFORM EVA_CHARGE_EPREUVES
       PERFORM EVA_COMPTE_OFFICIELS
       PERFORM EVA_COMPTE_ATHLETES
       PERFORM EVA_COMPTE_ENCADRANTS
       PERFORM EVA_COMPTE_PUBLIC
       PERFORM EVA_COMPTE_VIP
       COMPUTE WS-EVA-TOTAL = WS-EVA-NB-STAFF + WS-EVA-NB-OFFICIELS
              + WS-EVA-NB-ATHLETES + WS-EVA-NB-ENCADRANTS
              + WS-EVA-NB-PUBLIC + WS-EVA-NB-VIP
       PERFORM EVA_RAPPORT_SEANCE.

       EVA_COMPTE_STAFF.
      *Personnel en vacation sur la seance, compte dans la zone de
      *sa vacation (appelee par EVA_SEANCE).
       OPEN INPUT fvacations
       MOVE fse_numS TO fva_numS
       MOVE 0 TO fva_badge
       MOVE 0 TO WS-EVA-FIN2
       START fvacations, KEY IS >= fva_cle
              INVALID KEY MOVE 1 TO WS-EVA-FIN2
       END-START
       PERFORM UNTIL WS-EVA-FIN2 = 1
              READ fvacations NEXT
                     AT END MOVE 1 TO WS-EVA-FIN2
                     NOT AT END
                            IF fva_numS NOT = fse_numS THEN
                                   MOVE 1 TO WS-EVA-FIN2
                            ELSE
                                   ADD 1 TO WS-EVA-NB-STAFF
                                   MOVE fva_zone TO WS-EVA-ZONE
                                   PERFORM EVA_AJOUTE_ZONE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fvacations.

       EVA_AJOUTE_ZONE.
      *Ajoute une personne a la zone WS-EVA-ZONE ; une zone hors
      *des zones de portes est comptee en B (appelee par les
      *comptages de EVA_SEANCE).
       MOVE 1 TO WS-EVA-Z
       PERFORM VARYING WS-EVA-I FROM 1 BY 1 UNTIL WS-EVA-I > 4
              IF WS-TRN-ZONES(WS-EVA-I:1) = WS-EVA-ZONE THEN
                     MOVE WS-EVA-I TO WS-EVA-Z
              END-IF
       END-PERFORM
       ADD 1 TO WS-EVA-Z-NB(WS-EVA-Z).

       EVA_CHARGE_EPREUVES.
      *Epreuves rattachees a la seance, hors epreuves supprimees ou
      *annulees (appelee par EVA_SEANCE).
       OPEN INPUT fepreuves
       MOVE 0 TO WS-EVA-FIN2
       PERFORM UNTIL WS-EVA-FIN2 = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO WS-EVA-FIN2
                     NOT AT END
                            IF fe_numSession = fse_numS AND
                                   fe_compet = WS-COMPET-ACTIVE AND
                                   NOT FE-SUPPRIMEE AND
                                   NOT FE-ANNULEE AND
                                   WS-EVA-NB-EPR < 100 THEN
                                   ADD 1 TO WS-EVA-NB-EPR
                                   MOVE fe_numE
                                     TO WS-EVA-EPR(WS-EVA-NB-EPR)
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves.

       EVA_COMPTE_OFFICIELS.
      *Officiels affectes aux epreuves de la seance, chacun une
      *fois, comptes en zone B avec les athletes (appelee par
      *EVA_SEANCE).
       OPEN INPUT faffect
       PERFORM VARYING WS-EVA-J FROM 1 BY 1
              UNTIL WS-EVA-J > WS-EVA-NB-EPR
              MOVE WS-EVA-EPR(WS-EVA-J) TO faf_numE
              MOVE 0 TO faf_numO
              MOVE 0 TO WS-EVA-FIN2
              START faffect, KEY IS >= faf_cle
                     INVALID KEY MOVE 1 TO WS-EVA-FIN2
              END-START
              PERFORM UNTIL WS-EVA-FIN2 = 1
                     READ faffect NEXT
                            AT END MOVE 1 TO WS-EVA-FIN2
                            NOT AT END
                                   IF faf_numE NOT =
                                          WS-EVA-EPR(WS-EVA-J) THEN
                                          MOVE 1 TO WS-EVA-FIN2
                                   ELSE
                                          PERFORM EVA_AJOUTE_OFFICIEL
                                   END-IF
                     END-READ
              END-PERFORM
       END-PERFORM
       CLOSE faffect.

       EVA_AJOUTE_OFFICIEL.
      *Compte une seule fois l'officiel faf_numO, quel que soit le
      *nombre de ses affectations sur la seance, dans la zone B
      *(appelee par EVA_COMPTE_OFFICIELS).
       MOVE 0 TO WS-EVA-TROUVE
       PERFORM VARYING WS-EVA-I FROM 1 BY 1
              UNTIL WS-EVA-I > WS-EVA-NB-OFF
              IF WS-EVA-OFF(WS-EVA-I) = faf_numO THEN
                     MOVE 1 TO WS-EVA-TROUVE
              END-IF
       END-PERFORM
       IF WS-EVA-TROUVE = 0 AND WS-EVA-NB-OFF < 300 THEN
              ADD 1 TO WS-EVA-NB-OFF
              MOVE faf_numO TO WS-EVA-OFF(WS-EVA-NB-OFF)
              ADD 1 TO WS-EVA-NB-OFFICIELS
              MOVE "B" TO WS-EVA-ZONE
              PERFORM EVA_AJOUTE_ZONE
       END-IF.

       EVA_COMPTE_ATHLETES.
      *Athletes engages sur les epreuves de la seance, chacun une
      *fois, en notant ceux deja pointes en chambre d'appel ; leurs
      *delegations sont retenues pour l'encadrement (appelee par
      *EVA_SEANCE).
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       PERFORM VARYING WS-EVA-J FROM 1 BY 1
              UNTIL WS-EVA-J > WS-EVA-NB-EPR
              MOVE WS-EVA-EPR(WS-EVA-J) TO fp_numE
              MOVE 0 TO WS-EVA-FIN2
              START fparticipations, KEY IS = fp_numE
                     INVALID KEY MOVE 1 TO WS-EVA-FIN2
              END-START
              PERFORM UNTIL WS-EVA-FIN2 = 1
                     READ fparticipations NEXT
                            AT END MOVE 1 TO WS-EVA-FIN2
                            NOT AT END
                                   IF fp_numE NOT =
                                          WS-EVA-EPR(WS-EVA-J) THEN
                                          MOVE 1 TO WS-EVA-FIN2
                                   ELSE IF NOT FP-SUPPRIME THEN
                                          PERFORM EVA_AJOUTE_ATHLETE
                                   END-IF
                                   END-IF
                     END-READ
              END-PERFORM
       END-PERFORM
       CLOSE fathletes
       CLOSE fparticipations
       PERFORM VARYING WS-EVA-I FROM 1 BY 1
              UNTIL WS-EVA-I > WS-EVA-NB-ATH
              IF WS-EVA-ATH-PT(WS-EVA-I) = 1 THEN
                     ADD 1 TO WS-EVA-NB-POINTES
              END-IF
       END-PERFORM.

       EVA_AJOUTE_ATHLETE.
      *Compte une seule fois l'athlete fp_numA engage sur la seance,
      *dans la zone B, en retenant s'il a pointe a la chambre
      *d'appel ; sa delegation est notee pour les encadrants
      *(appelee par EVA_COMPTE_ATHLETES).
       MOVE 0 TO WS-EVA-TROUVE
       PERFORM VARYING WS-EVA-I FROM 1 BY 1
              UNTIL WS-EVA-I > WS-EVA-NB-ATH OR WS-EVA-TROUVE = 1
              IF WS-EVA-ATH(WS-EVA-I) = fp_numA THEN
                     MOVE 1 TO WS-EVA-TROUVE
                     IF FP-POINTE THEN
                            MOVE 1 TO WS-EVA-ATH-PT(WS-EVA-I)
                     END-IF
              END-IF
       END-PERFORM
       IF WS-EVA-TROUVE = 0 AND WS-EVA-NB-ATH < 2000 THEN
              ADD 1 TO WS-EVA-NB-ATH
              MOVE fp_numA TO WS-EVA-ATH(WS-EVA-NB-ATH)
              MOVE 0 TO WS-EVA-ATH-PT(WS-EVA-NB-ATH)
              IF FP-POINTE THEN
                     MOVE 1 TO WS-EVA-ATH-PT(WS-EVA-NB-ATH)
              END-IF
              ADD 1 TO WS-EVA-NB-ATHLETES
              MOVE "B" TO WS-EVA-ZONE
              PERFORM EVA_AJOUTE_ZONE
              MOVE fp_numA TO fa_numA
              READ fathletes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM EVA_AJOUTE_PAYS
              END-READ
       END-IF.

       EVA_AJOUTE_PAYS.
      *Note la delegation fa_pays parmi celles qui ont au moins un
      *athlete sur la seance (appelee par EVA_AJOUTE_ATHLETE).
       MOVE 0 TO WS-EVA-TROUVE
       PERFORM VARYING WS-EVA-I FROM 1 BY 1
              UNTIL WS-EVA-I > WS-EVA-NB-PAYS
              IF WS-EVA-PAYS(WS-EVA-I) = fa_pays THEN
                     MOVE 1 TO WS-EVA-TROUVE
              END-IF
       END-PERFORM
       IF WS-EVA-TROUVE = 0 AND WS-EVA-NB-PAYS < 250 THEN
              ADD 1 TO WS-EVA-NB-PAYS
              MOVE fa_pays TO WS-EVA-PAYS(WS-EVA-NB-PAYS)
       END-IF.

       EVA_COMPTE_ENCADRANTS.
      *Encadrement des delegations qui ont des engages dans la
      *seance : badges STAFF actifs de la competition, valides le
      *jour de la seance, comptes dans la premiere zone autorisee
      *du badge ; un badge deja compte en vacation ne l'est pas
      *deux fois (appelee par EVA_SEANCE).
       OPEN INPUT faccred
       OPEN INPUT fvacations
       MOVE 0 TO WS-EVA-FIN2
       PERFORM UNTIL WS-EVA-FIN2 = 1
              READ faccred NEXT
                     AT END MOVE 1 TO WS-EVA-FIN2
                     NOT AT END
                            IF FAC-STAFF AND FAC-ACTIF AND
                                   fac_compet = WS-COMPET-ACTIVE AND
                                   fac_pays NOT = SPACES AND
                                   fac_valide_du <= WS-EVA-DATE AND
                                   fac_valide_au >= WS-EVA-DATE THEN
                                   PERFORM EVA_EXAMINE_ENCADRANT
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fvacations
       CLOSE faccred.

       EVA_EXAMINE_ENCADRANT.
      *Compte l'encadrant du badge courant si sa delegation a un
      *athlete sur la seance et s'il n'y tient pas deja une
      *vacation (compte alors avec le personnel), dans la premiere
      *zone de son badge (appelee par EVA_COMPTE_ENCADRANTS).
       MOVE 0 TO WS-EVA-TROUVE
       PERFORM VARYING WS-EVA-I FROM 1 BY 1
              UNTIL WS-EVA-I > WS-EVA-NB-PAYS
              IF WS-EVA-PAYS(WS-EVA-I) = fac_pays THEN
                     MOVE 1 TO WS-EVA-TROUVE
              END-IF
       END-PERFORM
       IF WS-EVA-TROUVE = 1 THEN
              MOVE fse_numS TO fva_numS
              MOVE fac_badge TO fva_badge
              READ fvacations
                     INVALID KEY
                            ADD 1 TO WS-EVA-NB-ENCADRANTS
                            MOVE fac_zones(1:1) TO WS-EVA-ZONE
                            PERFORM EVA_AJOUTE_ZONE
              END-READ
       END-IF.

       EVA_COMPTE_PUBLIC.
      *Spectateurs : billets emis sur la seance, toutes categories,
      *remboursements deduits (appelee par EVA_SEANCE).
       OPEN INPUT fbillets
       MOVE fse_numS TO fbt_numS
       MOVE SPACES TO fbt_categorie
       MOVE 0 TO WS-EVA-FIN2
       START fbillets, KEY IS >= fbt_cle
              INVALID KEY MOVE 1 TO WS-EVA-FIN2
       END-START
       PERFORM UNTIL WS-EVA-FIN2 = 1
              READ fbillets NEXT
                     AT END MOVE 1 TO WS-EVA-FIN2
                     NOT AT END
                            IF fbt_numS NOT = fse_numS THEN
                                   MOVE 1 TO WS-EVA-FIN2
                            ELSE IF fbt_vendu > fbt_rembourse THEN
                                   COMPUTE WS-EVA-NB-PUBLIC =
                                          WS-EVA-NB-PUBLIC
                                          + fbt_vendu - fbt_rembourse
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fbillets.

       EVA_COMPTE_VIP.
      *Invites VIP de la seance dont l'invitation n'est pas
      *annulee, en notant les arrivees pointees (appelee par
      *EVA_SEANCE).
       OPEN INPUT fvip
       MOVE fse_numS TO fvi_numS
       MOVE 0 TO fvi_seq
       MOVE 0 TO WS-EVA-FIN2
       START fvip, KEY IS >= fvi_cle
              INVALID KEY MOVE 1 TO WS-EVA-FIN2
       END-START
       PERFORM UNTIL WS-EVA-FIN2 = 1
              READ fvip NEXT
                     AT END MOVE 1 TO WS-EVA-FIN2
                     NOT AT END
                            IF fvi_numS NOT = fse_numS THEN
                                   MOVE 1 TO WS-EVA-FIN2
                            ELSE IF NOT FVI-ANNULE THEN
                                   ADD 1 TO WS-EVA-NB-VIP
                                   IF FVI-ARRIVE THEN
                                          ADD 1 TO
                                            WS-EVA-NB-VIP-ARRIVES
                                   END-IF
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fvip.

       EVA_RAPPORT_SEANCE.
      *Bloc de rapport de la seance : effectifs par population,
      *par zone, total et comparaison a la capacite du lieu
      *(appelee par EVA_SEANCE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "LIEU " WS-EVA-LIEU " - SEANCE " fse_numS " du "
              WS-EVA-DATE " (" fse_OUV-HOUR "h" fse_OUV-MIN " a "
              fse_FIN-HOUR "h" fse_FIN-MIN ")"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Personnel en vacation       : " WS-EVA-NB-STAFF
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Officiels affectes          : "
              WS-EVA-NB-OFFICIELS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Athletes engages            : "
              WS-EVA-NB-ATHLETES " (dont " WS-EVA-NB-POINTES
              " pointes en chambre d'appel)"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Encadrement des delegations : "
              WS-EVA-NB-ENCADRANTS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Spectateurs (billets emis)  : " WS-EVA-NB-PUBLIC
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Invites VIP                 : " WS-EVA-NB-VIP
              " (dont " WS-EVA-NB-VIP-ARRIVES " arrives)"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Par zone : B=" WS-EVA-Z-NB(1) " V=" WS-EVA-Z-NB(2)
              " E=" WS-EVA-Z-NB(3) " P=" WS-EVA-Z-NB(4)
              " tribunes=" WS-EVA-NB-PUBLIC
              " tribune VIP=" WS-EVA-NB-VIP
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  TOTAL PRESENTS : " WS-EVA-TOTAL
              " - capacite du lieu : " WS-EVA-CAPACITE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-EVA-CAPACITE > 0 AND WS-EVA-TOTAL > WS-EVA-CAPACITE
              THEN
              COMPUTE WS-EVA-ECART = WS-EVA-TOTAL - WS-EVA-CAPACITE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  *** CAPACITE DU LIEU DEPASSEE DE "
                     WS-EVA-ECART " PERSONNE(S) ***"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.
