       BIAIS_COULOIRS_LIEU.
      *Analyse du biais des couloirs d'un bassin : pour chaque
      *distance et chaque phase nagees dans ce lieu, ecart moyen
      *par couloir entre le temps realise et le temps de seeding
      *de la grille (series.dat), avec le nombre de courses qui le
      *fondent. Un couloir dont l'ecart moyen s'eloigne de celui
      *de tout le bassin de plus de BIAIS-SEUIL centiemes est
      *signale au juge-arbitre et au delegue technique (appelee
      *par GESTION_LIEUX).
       DISPLAY "Nom du lieu : "
       MOVE SPACES TO WS-BIA-LIEU
       ACCEPT WS-BIA-LIEU
       OPEN INPUT flieux
       MOVE WS-BIA-LIEU TO fl_nom
       MOVE 0 TO Wtrouve
       READ flieux
              INVALID KEY DISPLAY "Ce lieu n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE flieux

       IF Wtrouve = 1 THEN
              MOVE 0 TO WS-BIA-NB-GROUPES
              OPEN INPUT fepreuves
              OPEN INPUT fseries
              OPEN INPUT fparticipations
              MOVE 0 TO WS-BIA-FIN
              PERFORM WITH TEST AFTER UNTIL WS-BIA-FIN = 1
                     READ fepreuves NEXT
                     AT END MOVE 1 TO WS-BIA-FIN
                     NOT AT END
                            IF fe_lieu = WS-BIA-LIEU AND
                                   FE-BASSIN AND
                                   NOT FE-ANNULEE AND
                                   NOT FE-SUPPRIMEE THEN
                                   PERFORM BIAIS_UNE_EPREUVE
                            END-IF
              END-PERFORM
              CLOSE fparticipations
              CLOSE fseries
              CLOSE fepreuves
              PERFORM BIAIS_RAPPORT
       END-IF.

       BIAIS_UNE_EPREUVE.
      *Cumule les ecarts de la grille de l'epreuve courante dans
      *le groupe distance/phase (appelee par BIAIS_COULOIRS_LIEU).
       MOVE 0 TO WS-BIA-G
       PERFORM VARYING WS-BIA-C FROM 1 BY 1
              UNTIL WS-BIA-C > WS-BIA-NB-GROUPES
              IF WS-BIA-G-DISTANCE(WS-BIA-C) = fe_distance AND
                     WS-BIA-G-PHASE(WS-BIA-C) = fe_phase THEN
                     MOVE WS-BIA-C TO WS-BIA-G
              END-IF
       END-PERFORM
       IF WS-BIA-G = 0 AND WS-BIA-NB-GROUPES < 20 THEN
              ADD 1 TO WS-BIA-NB-GROUPES
              MOVE WS-BIA-NB-GROUPES TO WS-BIA-G
              MOVE fe_distance TO WS-BIA-G-DISTANCE(WS-BIA-G)
              MOVE fe_phase TO WS-BIA-G-PHASE(WS-BIA-G)
              MOVE 0 TO WS-BIA-G-NB(WS-BIA-G)
              MOVE 0 TO WS-BIA-G-SOMME(WS-BIA-G)
              PERFORM VARYING WS-BIA-C FROM 1 BY 1
                     UNTIL WS-BIA-C > 10
                     MOVE 0 TO WS-BIA-C-NB(WS-BIA-G, WS-BIA-C)
                     MOVE 0 TO WS-BIA-C-SOMME(WS-BIA-G, WS-BIA-C)
              END-PERFORM
       END-IF
       IF WS-BIA-G > 0 THEN
              MOVE fe_numE TO fsr_numE
              MOVE 0 TO fsr_numA
              MOVE 0 TO WS-BIA-FIN2
              START fseries, KEY IS >= fsr_cle
                     INVALID KEY MOVE 1 TO WS-BIA-FIN2
                     NOT INVALID KEY
                            PERFORM BIAIS_UNE_LIGNE_GRILLE
                                   UNTIL WS-BIA-FIN2 = 1
              END-START
       END-IF.

       BIAIS_UNE_LIGNE_GRILLE.
      *Ecart temps realise - temps de seeding d'un couloir de la
      *grille ; une grille sans temps de seeding se rabat sur le
      *temps d'engagement converti en 50m (appelee par
      *BIAIS_UNE_EPREUVE).
       READ fseries NEXT
              AT END MOVE 1 TO WS-BIA-FIN2
              NOT AT END
                     IF fsr_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-BIA-FIN2
                     ELSE
                            IF fsr_couloir > 0 AND
                                   fsr_couloir <= 10 AND
                                   NOT FSR-REPRISE-ATTENTE THEN
                                   PERFORM BIAIS_CUMULE_COULOIR
                            END-IF
                     END-IF
       END-READ.

       BIAIS_CUMULE_COULOIR.
       MOVE fsr_numA TO fp_numA
       MOVE fsr_numE TO fp_numE
       READ fparticipations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fsr_temps_seed TO WS-BIA-SEED
                     IF (WS-BIA-SEED = 0 OR WS-BIA-SEED = 99999)
                            AND fp_temps_engage > 0 THEN
                            MOVE fp_temps_engage TO WS-CVB-TEMPS
                            MOVE fp_bassin TO WS-CVB-BASSIN
                            PERFORM CONVERTIT_TEMPS_BASSIN
                            MOVE WS-CVB-TEMPS-50 TO WS-BIA-SEED
                     END-IF
                     IF FP-TERMINE AND NOT FP-SUPPRIME AND
                            fc_temps > 0 AND WS-BIA-SEED > 0 AND
                            WS-BIA-SEED < 99999 THEN
                            COMPUTE WS-BIA-ECART =
                                   fc_temps - WS-BIA-SEED
                            ADD 1 TO WS-BIA-G-NB(WS-BIA-G)
                            ADD WS-BIA-ECART
                                   TO WS-BIA-G-SOMME(WS-BIA-G)
                            ADD 1 TO
                                   WS-BIA-C-NB(WS-BIA-G, fsr_couloir)
                            ADD WS-BIA-ECART TO
                                   WS-BIA-C-SOMME(WS-BIA-G, fsr_couloir)
                     END-IF
       END-READ.

       BIAIS_RAPPORT.
      *Imprime, groupe par groupe, l'ecart moyen du bassin puis
      *celui de chaque couloir et son ecart au bassin, en
      *centiemes - positif quand on nage plus lentement que son
      *temps de seeding (appelee par BIAIS_COULOIRS_LIEU).
       MOVE "BIAIS-COULOIRS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "BIAIS DES COULOIRS - " WS-BIA-LIEU
              " - seuil " WS-PARAM-BIAIS-SEUIL " centiemes"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "(ecarts temps realise - temps de seeding, en centiemes)"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-BIA-NB-SIGNALES
       PERFORM VARYING WS-BIA-G FROM 1 BY 1
              UNTIL WS-BIA-G > WS-BIA-NB-GROUPES
              IF WS-BIA-G-NB(WS-BIA-G) > 0 THEN
                     PERFORM BIAIS_RAPPORT_GROUPE
              END-IF
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING "Couloirs signales : " WS-BIA-NB-SIGNALES
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME.

       BIAIS_RAPPORT_GROUPE.
       COMPUTE WS-BIA-MOY-G ROUNDED =
              WS-BIA-G-SOMME(WS-BIA-G) / WS-BIA-G-NB(WS-BIA-G)
       MOVE WS-BIA-MOY-G TO WS-BIA-ED-MOY
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       STRING WS-BIA-G-DISTANCE(WS-BIA-G) "m - "
              WS-BIA-G-PHASE(WS-BIA-G) " : "
              WS-BIA-G-NB(WS-BIA-G) " course(s), ecart moyen du "
              "bassin " WS-BIA-ED-MOY
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-BIA-C FROM 1 BY 1 UNTIL WS-BIA-C > 10
              IF WS-BIA-C-NB(WS-BIA-G, WS-BIA-C) > 0 THEN
                     PERFORM BIAIS_RAPPORT_COULOIR
              END-IF
       END-PERFORM.

       BIAIS_RAPPORT_COULOIR.
       COMPUTE WS-BIA-MOY-C ROUNDED =
              WS-BIA-C-SOMME(WS-BIA-G, WS-BIA-C) /
              WS-BIA-C-NB(WS-BIA-G, WS-BIA-C)
       COMPUTE WS-BIA-DEV = WS-BIA-MOY-C - WS-BIA-MOY-G
       MOVE WS-BIA-MOY-C TO WS-BIA-ED-MOY
       MOVE WS-BIA-DEV TO WS-BIA-ED-DEV
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-BIA-DEV > WS-PARAM-BIAIS-SEUIL OR
              WS-BIA-DEV < 0 - WS-PARAM-BIAIS-SEUIL THEN
              ADD 1 TO WS-BIA-NB-SIGNALES
              STRING "   Couloir " WS-BIA-C " : "
                     WS-BIA-C-NB(WS-BIA-G, WS-BIA-C) " course(s), "
                     "ecart moyen " WS-BIA-ED-MOY ", au bassin "
                     WS-BIA-ED-DEV "  *** A EXAMINER ***"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "   Couloir " WS-BIA-C " : "
                     WS-BIA-C-NB(WS-BIA-G, WS-BIA-C) " course(s), "
                     "ecart moyen " WS-BIA-ED-MOY ", au bassin "
                     WS-BIA-ED-DEV
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.
