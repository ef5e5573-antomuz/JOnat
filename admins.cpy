
       GESTION_ADMINS.
      *Ecran de maintenance des comptes administrateurs nominatifs :
      *creation avec role, deverrouillage, suppression, sessions
      *ouvertes par poste, file des doubles validations - reserve
      *au role ADMIN (appelee par AFFICH_MENU, menu admin).
       DISPLAY "***********************************************"
       DISPLAY "*      Gestion Comptes Administrateurs        *"
       DISPLAY "***********************************************"
       DISPLAY "* 3-Deverrouiller un compte                    *"
       DISPLAY "* 4-Supprimer un compte                        *"
       DISPLAY "* 5-Matrice des droits des pupitres            *"
       DISPLAY "* 6-Sessions ouvertes par poste                *"
       DISPLAY "* 7-Validations en attente (quatre yeux)       *"
       DISPLAY "* 8-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 9 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 5 THEN
              PERFORM GESTION_DROITS
       ELSE IF Wchoix2 = 6 THEN
              PERFORM SESSIONS_OUVERTES
       ELSE IF Wchoix2 = 7 THEN
              PERFORM DV_FILE_VALIDATIONS
       ELSE IF Wchoix2 = 8 THEN
              MOVE -1 TO Wchoix2
       END-IF.

