      *secours reservee 8 - la rotation normale pourrait tomber
      *exactement sur la generation que l'operateur veut restaurer
      *et l'ecraser avec les fichiers fautifs - et la restauration
      *est journalisee AVANT d'ecraser les fichiers vivants. La
      *restauration attend la double validation d'un second
      *administrateur (appelee par GESTION_SAUVEGARDES).
       PERFORM CATALOGUE_SAUVEGARDES
       DISPLAY "Generation a restaurer (1 a 3, 0 = abandon) : "
       ACCEPT WS-BKP-CIBLE
       IF WS-BKP-CIBLE < 1 OR WS-BKP-CIBLE > 3 THEN
              DISPLAY "Restauration abandonnee"
       ELSE
              MOVE "RESTAURATION" TO WS-DV-OPERATION
              MOVE SPACES TO WS-DV-PARAMS
              STRING "GENERATION " WS-BKP-CIBLE
                     DELIMITED BY SIZE INTO WS-DV-PARAMS
              END-STRING
              PERFORM DV_AUTORISE
       END-IF
       IF WS-BKP-CIBLE >= 1 AND WS-BKP-CIBLE <= 3 AND
              WS-DV-OK = 1 THEN
              DISPLAY "Sauvegarde de secours (generation 8) "
                     "avant restauration..."
              PERFORM SAUVEGARDE_SECOURS
