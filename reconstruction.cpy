      *endommage (appelee par GESTION_RECONSTRUCTION).
       DISPLAY "--------- Controle des fichiers indexes ---------"

       PERFORM VERIFIE_CLES_ATHLETES

       OPEN INPUT fepreuves
       DISPLAY "epreuves : ouverture " cr_fep
                     PERFORM SAUVE_FICHIER_ATHLETES
                     DISPLAY "Rechargement..."
                     PERFORM RESTAURE_FICHIER_ATHLETES
                     PERFORM VERIFIE_CLES_ATHLETES
              ELSE IF WS-VRF-CHOIX = 2 THEN
                     PERFORM SAUVE_FICHIER_EPREUVES
                     DISPLAY "Rechargement..."
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       VERIFIE_CLES_ATHLETES.
      *Controle d'athletes.dat : comptage par la cle primaire puis
      *par chacune des cles alternatives fa_licence, fa_pays et
      *fa_nom_prenom, qui doivent toutes retomber sur le meme total
      *(appelee par CONTROLE_FICHIERS_INDEXES, RECONSTRUIT_FICHIER
      *et CONV_ATHLETES).
       OPEN INPUT fathletes
       DISPLAY "athletes : ouverture " cr_fath
       MOVE 0 TO WS-VRF-NB
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END ADD 1 TO WS-VRF-NB
       END-PERFORM
       DISPLAY "  " WS-VRF-NB " enregistrement(s)"
       PERFORM VRF_CLE_ATHLETES
              VARYING WS-VRF-CLE FROM 1 BY 1 UNTIL WS-VRF-CLE > 3
       CLOSE fathletes.

       VRF_CLE_ATHLETES.
      *Compte athletes.dat par la cle alternative WS-VRF-CLE
      *(1 licence, 2 pays, 3 nom) (appelee par
      *VERIFIE_CLES_ATHLETES).
       MOVE 0 TO WS-VRF-NB-ALT
       MOVE 0 TO Wfin
       IF WS-VRF-CLE = 1 THEN
              MOVE "licence" TO WS-VRF-CLE-LIB
              MOVE SPACES TO fa_licence
              START fathletes, KEY IS >= fa_licence
                     INVALID KEY MOVE 1 TO Wfin
              END-START
       ELSE IF WS-VRF-CLE = 2 THEN
              MOVE "pays" TO WS-VRF-CLE-LIB
              MOVE SPACES TO fa_pays
              START fathletes, KEY IS >= fa_pays
                     INVALID KEY MOVE 1 TO Wfin
              END-START
       ELSE
              MOVE "nom" TO WS-VRF-CLE-LIB
              MOVE SPACES TO fa_nom_prenom
              START fathletes, KEY IS >= fa_nom_prenom
                     INVALID KEY MOVE 1 TO Wfin
              END-START
       END-IF
       END-IF
       PERFORM UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END ADD 1 TO WS-VRF-NB-ALT
              END-READ
       END-PERFORM
       DISPLAY "  " WS-VRF-NB-ALT " par la cle alternative "
              WS-VRF-CLE-LIB
       IF WS-VRF-NB NOT = WS-VRF-NB-ALT THEN
              DISPLAY "  *** INDEX ENDOMMAGE : reconstruire "
                     "athletes ***"
       END-IF.
