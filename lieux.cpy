       GESTION_LIEUX.
      *Sous-menu admin de gestion de la table de reference des lieux
      *(bassins) : nom, nombre de couloirs, capacite spectateurs,
      *bassin d'echauffement, homologation - sur le modele de
      *GESTION_PAYS (appelee par GESTION_EPREUVES).
       DISPLAY "***********************************************"
       DISPLAY "*          Gestion Lieux (bassins)            *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser les lieux references           *"
       DISPLAY "* 2-Ajouter/modifier un lieu                   *"
       DISPLAY "* 3-Supprimer un lieu                          *"
       DISPLAY "* 4-Analyse du biais des couloirs              *"
       DISPLAY "* 5-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 3 THEN
              PERFORM DEL_LIEU
       ELSE IF Wchoix2 = 4 THEN
              PERFORM BIAIS_COULOIRS_LIEU
       ELSE IF Wchoix2 = 5 THEN
              MOVE -1 TO Wchoix2
       END-IF.

                                   " couloirs - " fl_capacite
                                   " places - echauffement non"
                     END-IF
                     IF fl_homologation NOT = SPACES THEN
                            DISPLAY "   homologation "
                                   fl_homologation " du "
                                   fl_homol_date
                     END-IF
       END-PERFORM
       DISPLAY "-------------------------------------"
       CLOSE flieux.
              DISPLAY "Bassin d'echauffement ? 1-Oui 0-Non"
              ACCEPT fl_echauffement
       END-PERFORM
       DISPLAY "Certificat d'homologation du bassin : "
       MOVE SPACES TO fl_homologation
       ACCEPT fl_homologation
       MOVE 0 TO fl_homol_date
       IF fl_homologation NOT = SPACES THEN
              DISPLAY "Date du mesurage (AAAAMMJJ) : "
              ACCEPT fl_homol_date
       END-IF
       WRITE tamp_flieux
              INVALID KEY
                     REWRITE tamp_flieux
