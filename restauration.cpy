       GESTION_RESTAURATION.
      *Sous-menu de la restauration : le traiteur veut ses nombres
      *de repas 48 heures a l'avance, par jour, service et lieu, et
      *chaque delegation recoit ses bons repas ; le lendemain, les
      *bons scannes aux restaurants sont confrontes a la prevision
      *(appelee par GESTION_ACCREDITATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Restauration (repas et bons)             *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Calculer les repas d'un jour (commande)    *"
       DISPLAY "* 2-Comparer prevus et bons scannes (jour)     *"
       DISPLAY "* 3-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM RST_COMMANDE_JOUR
       ELSE IF Wchoix2 = 2 THEN
              PERFORM RST_COMPARE_SCANS
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       RST_COMMANDE_JOUR.
      *Calcule les repas du jour demande (par defaut le jour situe
      *au delai de commande du traiteur), remplace la prevision
      *enregistree pour ce jour, ecrit le fichier de commande du
      *traiteur et le releve des bons par delegation (appelee par
      *GESTION_RESTAURATION).
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME(1:8) TO WS-HEB-LIMITE
       MOVE WS-PARAM-REPAS-DELAI TO WS-HEB-N
       PERFORM HEB_AJOUTE_JOURS
       DISPLAY "Jour a commander (AAAAMMJJ, 0 = " WS-HEB-LIMITE
              ") : "
       ACCEPT WS-RST-DATE
       IF WS-RST-DATE = 0 THEN
              MOVE WS-HEB-LIMITE TO WS-RST-DATE
       END-IF

       INITIALIZE WS-RST-PERSONNES
       INITIALIZE WS-RST-CUMULS
       MOVE 0 TO WS-RST-SCANNE
       PERFORM RST_ACCREDITES
       PERFORM RST_VACATIONS
       PERFORM RST_EPREUVES
       PERFORM RST_CUMULE_PERSONNES
       PERFORM RST_TRIE_CUMULS

       PERFORM RST_ENREGISTRE_PREVISION
       PERFORM RST_ECRIT_COMMANDE
       PERFORM RST_RELEVE_BONS

       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Commande repas du " WS-RST-DATE " : "
              WS-RST-NB-PERS " personnes"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       RST_ACCREDITES.
      *Toute personne dont le badge actif de la competition couvre
      *le jour est nourrie au village, sauf service pris sur un
      *lieu de competition (appelee par RST_COMMANDE_JOUR).
       OPEN INPUT faccred
       MOVE 0 TO WS-RST-FIN
       PERFORM WITH TEST AFTER UNTIL WS-RST-FIN = 1
              READ faccred NEXT
              AT END MOVE 1 TO WS-RST-FIN
              NOT AT END
                     IF FAC-ACTIF AND
                            fac_compet = WS-COMPET-ACTIVE AND
                            fac_valide_du <= WS-RST-DATE AND
                            fac_valide_au >= WS-RST-DATE THEN
                            IF FAC-ATHLETE THEN
                                   MOVE "A" TO WS-RST-CLE-TYPE
                                   MOVE fac_numA TO WS-RST-CLE-ID
                            ELSE
                                   MOVE "B" TO WS-RST-CLE-TYPE
                                   MOVE fac_badge TO WS-RST-CLE-ID
                            END-IF
                            MOVE fac_pays TO WS-RST-PAYS
                            MOVE fac_nom TO WS-RST-NOM-P
                            MOVE fac_prenom TO WS-RST-PRENOM-P
                            PERFORM RST_AJOUTE_PERSONNE
                     END-IF
       END-PERFORM
       CLOSE faccred.

       RST_VACATIONS.
      *Le personnel de vacation mange sur le lieu de la seance, au
      *service de son heure d'ouverture (appelee par
      *RST_COMMANDE_JOUR).
       OPEN INPUT fvacations
       OPEN INPUT fsessions
       OPEN INPUT faccred
       MOVE 0 TO WS-RST-FIN
       PERFORM WITH TEST AFTER UNTIL WS-RST-FIN = 1
              READ fvacations NEXT
              AT END MOVE 1 TO WS-RST-FIN
              NOT AT END
                     PERFORM RST_UNE_VACATION
       END-PERFORM
       CLOSE faccred
       CLOSE fsessions
       CLOSE fvacations.

       RST_UNE_VACATION.
       MOVE fva_numS TO fse_numS
       READ fsessions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     COMPUTE WS-RST-JOUR = (fse_YEAR * 10000)
                            + (fse_MONTH * 100) + fse_DAY
                     IF WS-RST-JOUR = WS-RST-DATE AND
                            fse_compet = WS-COMPET-ACTIVE THEN
                            MOVE "B" TO WS-RST-CLE-TYPE
                            MOVE fva_badge TO WS-RST-CLE-ID
                            MOVE fva_badge TO fac_badge
                            MOVE "INCONNU" TO WS-RST-PAYS
                            MOVE SPACES TO WS-RST-NOM-P
                            MOVE SPACES TO WS-RST-PRENOM-P
                            READ faccred
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          MOVE fac_pays TO WS-RST-PAYS
                                          MOVE fac_nom TO WS-RST-NOM-P
                                          MOVE fac_prenom
                                                 TO WS-RST-PRENOM-P
                            END-READ
                            PERFORM RST_AJOUTE_PERSONNE
                            COMPUTE WS-RST-HEURE =
                                   (fse_OUV-HOUR * 100) + fse_OUV-MIN
                            MOVE fse_lieu TO WS-RST-LIEU
                            PERFORM RST_MARQUE_REPAS
                     END-IF
       END-READ.

       RST_EPREUVES.
      *Epreuves du jour : les officiels affectes et les engages,
      *individuels et relais, mangent sur le lieu de l'epreuve au
      *service de son heure de depart (appelee par
      *RST_COMMANDE_JOUR).
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT frelais
       OPEN INPUT fathletes
       OPEN INPUT faffect
       OPEN INPUT fofficiels
       MOVE 0 TO WS-RST-FIN
       PERFORM WITH TEST AFTER UNTIL WS-RST-FIN = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO WS-RST-FIN
              NOT AT END
                     COMPUTE WS-RST-JOUR = (fe_YEAR * 10000)
                            + (fe_MONTH * 100) + fe_DAY
                     IF WS-RST-JOUR = WS-RST-DATE AND
                            fe_compet = WS-COMPET-ACTIVE AND
                            NOT FE-SUPPRIMEE AND
                            NOT FE-ANNULEE THEN
                            PERFORM RST_UNE_EPREUVE
                     END-IF
       END-PERFORM
       CLOSE fofficiels
       CLOSE faffect
       CLOSE fathletes
       CLOSE frelais
       CLOSE fparticipations
       CLOSE fepreuves.

       RST_UNE_EPREUVE.
       COMPUTE WS-RST-HEURE = (fe_HOUR * 100) + fe_MIN
       MOVE fe_lieu TO WS-RST-LIEU
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-RST-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM RST_UNE_PARTICIPATION
                            UNTIL WS-RST-FIN2 = 1
       END-START
       MOVE fe_numE TO fr_numE
       MOVE 0 TO WS-RST-FIN2
       START frelais, KEY IS = fr_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM RST_UNE_EQUIPE
                            UNTIL WS-RST-FIN2 = 1
       END-START
       MOVE fe_numE TO faf_numE
       MOVE 0 TO faf_numO
       MOVE 0 TO WS-RST-FIN2
       START faffect KEY >= faf_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM RST_UNE_AFFECTATION
                            UNTIL WS-RST-FIN2 = 1
       END-START.

       RST_UNE_PARTICIPATION.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-RST-FIN2
              NOT AT END
                     IF fp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-RST-FIN2
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   MOVE fp_numA TO WS-RST-NUMA
                                   PERFORM RST_ATHLETE
                            END-IF
                     END-IF
       END-READ.

       RST_UNE_EQUIPE.
       READ frelais NEXT
              AT END MOVE 1 TO WS-RST-FIN2
              NOT AT END
                     IF fr_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-RST-FIN2
                     ELSE
                            PERFORM VARYING WS-RST-L FROM 1 BY 1
                                   UNTIL WS-RST-L > 4
                                   IF fr_leg_numA(WS-RST-L) > 0 THEN
                                          MOVE fr_leg_numA(WS-RST-L)
                                                 TO WS-RST-NUMA
                                          PERFORM RST_ATHLETE
                                   END-IF
                            END-PERFORM
                     END-IF
       END-READ.

       RST_ATHLETE.
      *Repas sur le lieu pour l'engage WS-RST-NUMA, ajoute s'il n'a
      *pas de badge couvrant le jour (appelee par
      *RST_UNE_PARTICIPATION et RST_UNE_EQUIPE).
       MOVE "A" TO WS-RST-CLE-TYPE
       MOVE WS-RST-NUMA TO WS-RST-CLE-ID
       PERFORM RST_CHERCHE_PERSONNE
       IF WS-RST-K = 0 THEN
              MOVE WS-RST-NUMA TO fa_numA
              MOVE "INCONNU" TO WS-RST-PAYS
              MOVE SPACES TO WS-RST-NOM-P
              MOVE SPACES TO WS-RST-PRENOM-P
              READ fathletes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE fa_pays TO WS-RST-PAYS
                            MOVE fa_nom TO WS-RST-NOM-P
                            MOVE fa_prenom TO WS-RST-PRENOM-P
              END-READ
              PERFORM RST_AJOUTE_PERSONNE
       END-IF
       PERFORM RST_MARQUE_REPAS.

       RST_UNE_AFFECTATION.
      *Un officiel affecte a l'epreuve : s'il porte un badge STAFF
      *(meme nom), c'est la meme personne, sinon il compte a part
      *(appelee par RST_UNE_EPREUVE).
       READ faffect NEXT
              AT END MOVE 1 TO WS-RST-FIN2
              NOT AT END
                     IF faf_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-RST-FIN2
                     ELSE
                            MOVE faf_numO TO fof_numO
                            READ fofficiels
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                          PERFORM RST_OFFICIEL
                            END-READ
                     END-IF
       END-READ.

       RST_OFFICIEL.
       MOVE 0 TO WS-RST-K
       PERFORM VARYING WS-RST-I FROM 1 BY 1
              UNTIL WS-RST-I > WS-RST-NB-PERS OR WS-RST-K > 0
              IF WS-RST-P-TYPE(WS-RST-I) = "B" AND
                     WS-RST-P-NOM(WS-RST-I) = fof_nom AND
                     WS-RST-P-PRENOM(WS-RST-I) = fof_prenom THEN
                     MOVE WS-RST-I TO WS-RST-K
              END-IF
       END-PERFORM
       IF WS-RST-K = 0 THEN
              MOVE "O" TO WS-RST-CLE-TYPE
              MOVE fof_numO TO WS-RST-CLE-ID
              MOVE fof_pays TO WS-RST-PAYS
              MOVE fof_nom TO WS-RST-NOM-P
              MOVE fof_prenom TO WS-RST-PRENOM-P
              PERFORM RST_AJOUTE_PERSONNE
       END-IF
       PERFORM RST_MARQUE_REPAS.

       RST_CHERCHE_PERSONNE.
      *Rang de la personne WS-RST-CLE-P dans WS-RST-K (0 si
      *absente).
       MOVE 0 TO WS-RST-K
       PERFORM VARYING WS-RST-I FROM 1 BY 1
              UNTIL WS-RST-I > WS-RST-NB-PERS OR WS-RST-K > 0
              IF WS-RST-P-CLE(WS-RST-I) = WS-RST-CLE-P THEN
                     MOVE WS-RST-I TO WS-RST-K
              END-IF
       END-PERFORM.

       RST_AJOUTE_PERSONNE.
      *Ajoute la personne WS-RST-CLE-P si elle n'est pas deja
      *comptee ; WS-RST-K porte son rang.
       PERFORM RST_CHERCHE_PERSONNE
       IF WS-RST-K = 0 AND WS-RST-NB-PERS < 3000 THEN
              ADD 1 TO WS-RST-NB-PERS
              MOVE WS-RST-NB-PERS TO WS-RST-K
              MOVE WS-RST-CLE-P TO WS-RST-P-CLE(WS-RST-K)
              MOVE WS-RST-PAYS TO WS-RST-P-PAYS(WS-RST-K)
              MOVE WS-RST-NOM-P TO WS-RST-P-NOM(WS-RST-K)
              MOVE WS-RST-PRENOM-P TO WS-RST-P-PRENOM(WS-RST-K)
              MOVE SPACES TO WS-RST-P-LIEU-D(WS-RST-K)
              MOVE SPACES TO WS-RST-P-LIEU-S(WS-RST-K)
       END-IF.

       RST_MARQUE_REPAS.
      *Le service (dejeuner avant l'heure de bascule du soir, diner
      *ensuite) de la personne WS-RST-K est pris au lieu
      *WS-RST-LIEU ; le premier lieu retenu reste.
       IF WS-RST-K > 0 THEN
              IF WS-RST-HEURE < WS-PARAM-REPAS-SOIR THEN
                     IF WS-RST-P-LIEU-D(WS-RST-K) = SPACES THEN
                            MOVE WS-RST-LIEU
                                   TO WS-RST-P-LIEU-D(WS-RST-K)
                     END-IF
              ELSE
                     IF WS-RST-P-LIEU-S(WS-RST-K) = SPACES THEN
                            MOVE WS-RST-LIEU
                                   TO WS-RST-P-LIEU-S(WS-RST-K)
                     END-IF
              END-IF
       END-IF.

       RST_CUMULE_PERSONNES.
      *Trois services par personne : petit-dejeuner au village,
      *dejeuner et diner sur le lieu retenu ou au village, cumules
      *par lieu et par delegation (appelee par RST_COMMANDE_JOUR).
       PERFORM VARYING WS-RST-J FROM 1 BY 1
              UNTIL WS-RST-J > WS-RST-NB-PERS
              MOVE WS-RST-P-PAYS(WS-RST-J) TO WS-RST-PAYS
              MOVE "VILLAGE" TO WS-RST-LIEU
              MOVE "1" TO WS-RST-PERIODE
              PERFORM RST_CUMULE_SERVICE
              MOVE WS-RST-P-LIEU-D(WS-RST-J) TO WS-RST-LIEU
              IF WS-RST-LIEU = SPACES THEN
                     MOVE "VILLAGE" TO WS-RST-LIEU
              END-IF
              MOVE "2" TO WS-RST-PERIODE
              PERFORM RST_CUMULE_SERVICE
              MOVE WS-RST-P-LIEU-S(WS-RST-J) TO WS-RST-LIEU
              IF WS-RST-LIEU = SPACES THEN
                     MOVE "VILLAGE" TO WS-RST-LIEU
              END-IF
              MOVE "3" TO WS-RST-PERIODE
              PERFORM RST_CUMULE_SERVICE
       END-PERFORM.

       RST_CUMULE_SERVICE.
      *Un repas du service WS-RST-PERIODE au lieu WS-RST-LIEU pour
      *la delegation WS-RST-PAYS, en prevus ou en scannes selon
      *WS-RST-SCANNE.
       MOVE "L" TO WS-RST-TYPE
       MOVE WS-RST-LIEU TO WS-RST-CODE
       PERFORM RST_CUMULE
       MOVE "D" TO WS-RST-TYPE
       MOVE WS-RST-PAYS TO WS-RST-CODE
       PERFORM RST_CUMULE.

       RST_CUMULE.
       MOVE 0 TO WS-RST-K
       PERFORM VARYING WS-RST-I FROM 1 BY 1
              UNTIL WS-RST-I > WS-RST-NB-CUM OR WS-RST-K > 0
              IF WS-RST-C-TYPE(WS-RST-I) = WS-RST-TYPE AND
                     WS-RST-C-CODE(WS-RST-I) = WS-RST-CODE AND
                     WS-RST-C-PERIODE(WS-RST-I) = WS-RST-PERIODE THEN
                     MOVE WS-RST-I TO WS-RST-K
              END-IF
       END-PERFORM
       IF WS-RST-K = 0 AND WS-RST-NB-CUM < 600 THEN
              ADD 1 TO WS-RST-NB-CUM
              MOVE WS-RST-NB-CUM TO WS-RST-K
              MOVE WS-RST-TYPE TO WS-RST-C-TYPE(WS-RST-K)
              MOVE WS-RST-CODE TO WS-RST-C-CODE(WS-RST-K)
              MOVE WS-RST-PERIODE TO WS-RST-C-PERIODE(WS-RST-K)
              MOVE 0 TO WS-RST-C-PREVUS(WS-RST-K)
              MOVE 0 TO WS-RST-C-SCANNES(WS-RST-K)
       END-IF
       IF WS-RST-K > 0 THEN
              IF WS-RST-SCANNE = 1 THEN
                     ADD 1 TO WS-RST-C-SCANNES(WS-RST-K)
              ELSE
                     ADD 1 TO WS-RST-C-PREVUS(WS-RST-K)
              END-IF
       END-IF.

       RST_TRIE_CUMULS.
      *Range les cumuls par type, lieu ou delegation, puis service.
       PERFORM VARYING WS-RST-I FROM 1 BY 1
              UNTIL WS-RST-I >= WS-RST-NB-CUM
              PERFORM VARYING WS-RST-J FROM 1 BY 1
                     UNTIL WS-RST-J > WS-RST-NB-CUM - WS-RST-I
                     IF WS-RST-C-CLE(WS-RST-J) >
                            WS-RST-C-CLE(WS-RST-J + 1) THEN
                            MOVE WS-RST-CUM(WS-RST-J)
                                   TO WS-RST-ECHANGE
                            MOVE WS-RST-CUM(WS-RST-J + 1)
                                   TO WS-RST-CUM(WS-RST-J)
                            MOVE WS-RST-ECHANGE
                                   TO WS-RST-CUM(WS-RST-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

       RST_LIBELLE_SERVICE.
       IF WS-RST-PERIODE = "1" THEN
              MOVE "petit-dejeuner" TO WS-RST-LIBELLE
       ELSE IF WS-RST-PERIODE = "2" THEN
              MOVE "dejeuner" TO WS-RST-LIBELLE
       ELSE
              MOVE "diner" TO WS-RST-LIBELLE
       END-IF
       END-IF.

       RST_ENREGISTRE_PREVISION.
      *Remplace la prevision enregistree du jour par les cumuls
      *calcules (appelee par RST_COMMANDE_JOUR).
       OPEN I-O frepas
       MOVE WS-RST-DATE TO frs_date
       MOVE SPACES TO frs_type
       MOVE SPACES TO frs_code
       MOVE SPACES TO frs_periode
       MOVE 0 TO WS-RST-FIN
       START frepas KEY >= frs_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM RST_EFFACE_PREVISION
                            UNTIL WS-RST-FIN = 1
       END-START
       PERFORM HORODATE_MAJ
       PERFORM VARYING WS-RST-I FROM 1 BY 1
              UNTIL WS-RST-I > WS-RST-NB-CUM
              MOVE WS-RST-DATE TO frs_date
              MOVE WS-RST-C-TYPE(WS-RST-I) TO frs_type
              MOVE WS-RST-C-CODE(WS-RST-I) TO frs_code
              MOVE WS-RST-C-PERIODE(WS-RST-I) TO frs_periode
              MOVE WS-RST-C-PREVUS(WS-RST-I) TO frs_prevus
              MOVE WS-OPERATEUR TO frs_calcul_par
              MOVE WS-FORMATTED-DATE-TIME TO frs_calcul_date
              WRITE tamp_frepas
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
              END-WRITE
       END-PERFORM
       CLOSE frepas.

       RST_EFFACE_PREVISION.
       READ frepas NEXT
              AT END MOVE 1 TO WS-RST-FIN
              NOT AT END
                     IF frs_date NOT = WS-RST-DATE THEN
                            MOVE 1 TO WS-RST-FIN
                     ELSE
                            DELETE frepas RECORD
                                   INVALID KEY CONTINUE
                            END-DELETE
                     END-IF
       END-READ.

       RST_ECRIT_COMMANDE.
      *Fichier de commande du traiteur, une ligne
      *AAAAMMJJ;lieu;service;nombre par lieu et service (appelee par
      *RST_COMMANDE_JOUR).
       MOVE SPACES TO WS-RST-NOM
       STRING "commande_traiteur_" WS-RST-DATE ".dat"
              DELIMITED BY SIZE INTO WS-RST-NOM
       END-STRING
       MOVE 0 TO WS-RST-TOTAL
       OPEN OUTPUT fcommande
       PERFORM VARYING WS-RST-I FROM 1 BY 1
              UNTIL WS-RST-I > WS-RST-NB-CUM
              IF WS-RST-C-TYPE(WS-RST-I) = "L" THEN
                     MOVE SPACES TO tamp_fcommande
                     STRING WS-RST-DATE ";"
                            WS-RST-C-CODE(WS-RST-I) DELIMITED BY "  "
                            ";" WS-RST-C-PERIODE(WS-RST-I) ";"
                            WS-RST-C-PREVUS(WS-RST-I)
                            DELIMITED BY SIZE INTO tamp_fcommande
                     END-STRING
                     WRITE tamp_fcommande
                     ADD WS-RST-C-PREVUS(WS-RST-I) TO WS-RST-TOTAL
              END-IF
       END-PERFORM
       CLOSE fcommande
       DISPLAY "Commande traiteur ecrite dans " WS-RST-NOM
       DISPLAY "Personnes nourries : " WS-RST-NB-PERS
              " - repas commandes : " WS-RST-TOTAL.

       RST_RELEVE_BONS.
      *Releve des bons repas a remettre a chaque delegation, par
      *service (appelee par RST_COMMANDE_JOUR).
       MOVE "BONS-REPAS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "BONS REPAS PAR DELEGATION - JOUR " WS-RST-DATE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Delegation           Service         Bons"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-RST-J FROM 1 BY 1
              UNTIL WS-RST-J > WS-RST-NB-CUM
              IF WS-RST-C-TYPE(WS-RST-J) = "D" THEN
                     MOVE WS-RST-C-PERIODE(WS-RST-J) TO WS-RST-PERIODE
                     PERFORM RST_LIBELLE_SERVICE
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING WS-RST-C-CODE(WS-RST-J) " "
                            WS-RST-LIBELLE " "
                            WS-RST-C-PREVUS(WS-RST-J)
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-PERFORM
       PERFORM SPOOL_FERME.

       RST_COMPARE_SCANS.
      *Le lendemain : la prevision enregistree du jour face aux
      *bons scannes a l'entree des restaurants, par lieu et par
      *delegation, avec l'ecart (appelee par GESTION_RESTAURATION).
       DISPLAY "Jour a comparer (AAAAMMJJ) : "
       ACCEPT WS-RST-DATE
       INITIALIZE WS-RST-CUMULS
       OPEN INPUT frepas
       MOVE WS-RST-DATE TO frs_date
       MOVE SPACES TO frs_type
       MOVE SPACES TO frs_code
       MOVE SPACES TO frs_periode
       MOVE 0 TO WS-RST-FIN
       START frepas KEY >= frs_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM RST_CHARGE_PREVISION
                            UNTIL WS-RST-FIN = 1
       END-START
       CLOSE frepas
       IF WS-RST-NB-CUM = 0 THEN
              DISPLAY "Aucune prevision enregistree pour ce jour"
       ELSE
              PERFORM RST_CHARGE_SCANS
              PERFORM RST_TRIE_CUMULS
              PERFORM RST_RAPPORT_ECARTS
       END-IF.

       RST_CHARGE_PREVISION.
       READ frepas NEXT
              AT END MOVE 1 TO WS-RST-FIN
              NOT AT END
                     IF frs_date NOT = WS-RST-DATE THEN
                            MOVE 1 TO WS-RST-FIN
                     ELSE IF WS-RST-NB-CUM < 600 THEN
                            ADD 1 TO WS-RST-NB-CUM
                            MOVE frs_type
                                   TO WS-RST-C-TYPE(WS-RST-NB-CUM)
                            MOVE frs_code
                                   TO WS-RST-C-CODE(WS-RST-NB-CUM)
                            MOVE frs_periode
                                   TO WS-RST-C-PERIODE(WS-RST-NB-CUM)
                            MOVE frs_prevus
                                   TO WS-RST-C-PREVUS(WS-RST-NB-CUM)
                            MOVE 0
                                   TO WS-RST-C-SCANNES(WS-RST-NB-CUM)
                     END-IF
                     END-IF
       END-READ.

       RST_CHARGE_SCANS.
      *Cumule les bons scannes du jour ; la delegation est celle du
      *badge scanne (appelee par RST_COMPARE_SCANS).
       MOVE 1 TO WS-RST-SCANNE
       MOVE 0 TO WS-RST-NB-LUES
       OPEN INPUT fscanrepas
       IF cr_fscanrepas = 35 THEN
              DISPLAY "Fichier repas_scannes.dat introuvable"
       ELSE
              OPEN INPUT faccred
              MOVE 0 TO WS-RST-FIN
              PERFORM WITH TEST AFTER UNTIL WS-RST-FIN = 1
                     READ fscanrepas
                     AT END MOVE 1 TO WS-RST-FIN
                     NOT AT END
                            PERFORM RST_UN_SCAN
              END-PERFORM
              CLOSE faccred
              CLOSE fscanrepas
       END-IF
       MOVE 0 TO WS-RST-SCANNE
       DISPLAY "Bons scannes du jour : " WS-RST-NB-LUES.

       RST_UN_SCAN.
       MOVE 0 TO WS-RST-JOUR
       MOVE SPACES TO WS-RST-PERIODE
       MOVE 0 TO WS-RST-BADGE
       MOVE SPACES TO WS-RST-LIEU
       UNSTRING tamp_fscanrepas DELIMITED BY ";"
              INTO WS-RST-JOUR, WS-RST-PERIODE, WS-RST-BADGE,
                     WS-RST-LIEU
       END-UNSTRING
       IF WS-RST-JOUR = WS-RST-DATE THEN
              ADD 1 TO WS-RST-NB-LUES
              IF WS-RST-LIEU = SPACES THEN
                     MOVE "INCONNU" TO WS-RST-LIEU
              END-IF
              MOVE "INCONNU" TO WS-RST-PAYS
              MOVE WS-RST-BADGE TO fac_badge
              READ faccred
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE fac_pays TO WS-RST-PAYS
              END-READ
              PERFORM RST_CUMULE_SERVICE
       END-IF.

       RST_RAPPORT_ECARTS.
      *Ecarts prevus / scannes par lieu puis par delegation
      *(appelee par RST_COMPARE_SCANS).
       MOVE "REPAS-ECARTS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "REPAS PREVUS ET BONS SCANNES - JOUR " WS-RST-DATE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "T Lieu / delegation    Service         "
              "Prevus Scannes Ecart"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-RST-J FROM 1 BY 1
              UNTIL WS-RST-J > WS-RST-NB-CUM
              MOVE WS-RST-C-PERIODE(WS-RST-J) TO WS-RST-PERIODE
              PERFORM RST_LIBELLE_SERVICE
              COMPUTE WS-RST-ECART = WS-RST-C-SCANNES(WS-RST-J)
                     - WS-RST-C-PREVUS(WS-RST-J)
              MOVE WS-RST-ECART TO WS-RST-ED-ECART
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING WS-RST-C-TYPE(WS-RST-J) " "
                     WS-RST-C-CODE(WS-RST-J) " "
                     WS-RST-LIBELLE " "
                     WS-RST-C-PREVUS(WS-RST-J) "  "
                     WS-RST-C-SCANNES(WS-RST-J) "   "
                     WS-RST-ED-ECART
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       PERFORM SPOOL_FERME
       DISPLAY "Rapport des ecarts ecrit (REPAS-ECARTS)".
