       GESTION_PROTOCOLE.
      *Sous-menu ceremonies et protocole : planning des ceremonies,
      *stock physique de medailles, liste de gravure, invites de
      *la tribune VIP et presse des medailles (appelee par
      *AFFICH_MENU, menu admin).
       DISPLAY "***********************************************"
       DISPLAY "*     Ceremonies et protocole                  *"
       DISPLAY "* 2-Stock de medailles                         *"
       DISPLAY "* 3-Liste de gravure                           *"
       DISPLAY "* 4-Pack protocole d'une seance                *"
       DISPLAY "* 5-Tribune VIP (invites du protocole)         *"
       DISPLAY "* 6-Zone mixte et conferences de presse        *"
       DISPLAY "* 7-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 4 THEN
              PERFORM PROTOCOLE_SEANCE
       ELSE IF Wchoix2 = 5 THEN
              PERFORM GESTION_TRIBUNE_VIP
       ELSE IF Wchoix2 = 6 THEN
              PERFORM GESTION_ZONE_MIXTE
       ELSE IF Wchoix2 = 7 THEN
              MOVE -1 TO Wchoix2
       END-IF.

              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FE-FINALE AND NOT FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            MOVE fe_numE TO WS-OFFI-NUME
                            PERFORM OFFI_CONTROLE_EPREUVE
                            IF WS-OFFI-OK = 1 THEN
              READ farch NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fa_annee = WS-TEMP-YEAR AND
                            fa_compet = WS-COMPET-ACTIVE THEN
                            PERFORM MEDAILLES_EPREUVE_ARCHIVEE
                     END-IF
       END-PERFORM
                            UNTIL Wfin2 = 1
       END-START

      *Les equipes de la serie liee sont chargees avant le
      *parcours des equipes de la finale.
       MOVE fe_relais_series TO WS-RSR-NUME-SERIES
       PERFORM RELAIS_CHARGE_SERIES
       MOVE fe_numE TO fr_numE
       MOVE 0 TO Wfin2
       START frelais, KEY IS = fr_numE
       END-READ.

       MEDAILLES_COMPTE_RELAIS.
      *Une equipe de relais consomme 4 medailles, plus une par
      *nageur des seules series ; en passe de gravure chaque
      *relayeur a sa ligne. Une equipe de water-polo en consomme
      *une par joueur de sa composition (appelee par
      *MEDAILLES_UN_RELAIS).
       IF FE-WATER-POLO THEN
              MOVE fr_numE TO WS-WP-NUME
              MOVE fr_pays TO WS-WP-PAYS
              PERFORM WP_COMPTE_EFFECTIF
       ELSE
              PERFORM RELAIS_SERIES_SEULES
              COMPUTE WS-WP-EFFECTIF = 4 + WS-RSR-NB-SUPPL
       END-IF
       IF fr_classement = 1 THEN
              ADD WS-WP-EFFECTIF TO WS-STK-OR
       ELSE IF fr_classement = 2 THEN
              ADD WS-WP-EFFECTIF TO WS-STK-ARGENT
       ELSE
              ADD WS-WP-EFFECTIF TO WS-STK-BRONZE
       END-IF
       END-IF
       IF WS-GRV-IDX = 1 AND FE-WATER-POLO THEN
              PERFORM WP_GRAVURE_EQUIPE
       END-IF
       IF WS-GRV-IDX = 1 AND NOT FE-WATER-POLO THEN
              PERFORM VARYING WS-RELAIS-IDX FROM 1 BY 1
                     UNTIL WS-RELAIS-IDX > 4
                     MOVE fr_leg_numA(WS-RELAIS-IDX) TO fa_numA
                     END-STRING
                     PERFORM GRAVURE_ECRIT
              END-PERFORM
              PERFORM VARYING WS-RSR-K FROM 1 BY 1
                     UNTIL WS-RSR-K > WS-RSR-NB-SUPPL
                     PERFORM MEDAILLES_GRAVE_SERIES
              END-PERFORM
       END-IF.

       MEDAILLES_GRAVE_SERIES.
      *Ligne de gravure d'un nageur des seules series de l'equipe
      *medaillee (appelee par MEDAILLES_COMPTE_RELAIS).
       MOVE WS-RSR-SUPPL-NUMA(WS-RSR-K) TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
       END-READ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING fe_distance "m " fe_type " relais "
              fr_pays " - rang " fr_classement
              " - " fa_prenom " " fa_nom " (series)"
              DELIMITED BY SIZE
              INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM GRAVURE_ECRIT.

       MEDAILLES_EPREUVE_ARCHIVEE.
      *Podium deja archive de l'edition : noms repris des champs
      *d'archive, le pays d'une equipe de relais etant porte dans

       MEDAILLES_ARCHIVE_OR.
       IF fa_prenom_or = "RELAIS" THEN
              IF fa_equipiers_or > 0 THEN
                     ADD fa_equipiers_or TO WS-STK-OR
              ELSE
                     ADD 4 TO WS-STK-OR
              END-IF
       ELSE
              ADD 1 TO WS-STK-OR
              IF fa_nom_or2 NOT = SPACES THEN

       MEDAILLES_ARCHIVE_ARGENT.
       IF fa_prenom_argent = "RELAIS" THEN
              IF fa_equipiers_argent > 0 THEN
                     ADD fa_equipiers_argent TO WS-STK-ARGENT
              ELSE
                     ADD 4 TO WS-STK-ARGENT
              END-IF
       ELSE
              ADD 1 TO WS-STK-ARGENT
              IF fa_nom_argent2 NOT = SPACES THEN

       MEDAILLES_ARCHIVE_BRONZE.
       IF fa_prenom_bronze = "RELAIS" THEN
              IF fa_equipiers_bronze > 0 THEN
                     ADD fa_equipiers_bronze TO WS-STK-BRONZE
              ELSE
                     ADD 4 TO WS-STK-BRONZE
              END-IF
       ELSE
              ADD 1 TO WS-STK-BRONZE
              IF fa_nom_bronze2 NOT = SPACES THEN
      *Annexe protocolaire d'une seance : pour chaque finale au
      *podium officiel, l'hymne a jouer (code pays du medaille
      *d'or), les drapeaux a hisser dans l'ordre du podium, les
      *equipes de relais avec leurs quatre relayeurs et les
      *remettants designes parmi les invites VIP (sinon une ligne
      *a completer) - le copier-coller nocturne du protocole
      *disparait (appelee par GESTION_PROTOCOLE).
       DISPLAY "---------------------------------------"
       DISPLAY "       PACK PROTOCOLE DE SEANCE        "
       DISPLAY "---------------------------------------"
              CLOSE fparticipations
              CLOSE fepreuves

              PERFORM VIP_REMETTANTS_A_REPARTIR
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Ceremonies au pack : " WS-PRO-NB
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT

       PERFORM VIP_REMETTANTS_EPREUVE.

       PROTOCOLE_RELAIS_FINALE.
      *Entrees de protocole des equipes de relais du podium, les
              END-READ
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       PERFORM VIP_REMETTANTS_EPREUVE.
