       ADD_CERTIFICAT_MEDICAL.
      *Enregistre ou met a jour le certificat medical d'un athlete
      *existant (appelee par GESTION_CERTIFICAT_MEDICAL).
       PERFORM CLE_CHIFFREMENT_ABSENTE
       IF WS-CHF-REFUS = 0 THEN
              OPEN INPUT fathletes
              DISPLAY "Numero de l'athlete : "
              ACCEPT fa_numA
              READ fathletes
                     INVALID KEY DISPLAY "Cet athlete n'existe pas"
                     NOT INVALID KEY PERFORM SAISIE_CERTIFICAT_MEDICAL
              END-READ
              CLOSE fathletes
       END-IF.

       SAISIE_CERTIFICAT_MEDICAL.
      *Saisit les informations du certificat medical de l'athlete
              DISPLAY "Apte a la competition ? 1-Oui 0-Non"
              ACCEPT fm_apte
       END-PERFORM
       PERFORM CHIFFRE_MEDICAL

       OPEN I-O fmedical
       WRITE tamp_fmedical
              INVALID KEY
                     DISPLAY "Aucun certificat medical enregistre"
              NOT INVALID KEY
                     PERFORM CLAIR_MEDICAL
                     MOVE "CLAIR-MEDIC" TO WS-CLR-FONCTION
                     PERFORM DROIT_LECTURE_CLAIR
                     IF WS-CLR-DROIT = 1 THEN
                            DISPLAY "Emis le " fm_date_emission
                                   " par " WS-CLR-MEDECIN
                     ELSE
                            DISPLAY "Emis le " fm_date_emission
                                   " par *****"
                     END-IF
                     DISPLAY "Expire le " fm_date_expiration
                     IF WS-CLR-DROIT = 0 THEN
                            DISPLAY "Aptitude : *****"
                     ELSE
                            IF WS-CLR-APTE-OUI THEN
                                   DISPLAY "Aptitude : APTE"
                            ELSE
                                   DISPLAY "Aptitude : INAPTE"
                            END-IF
                     END-IF
       END-READ
       CLOSE fmedical.
                     DISPLAY "Inscription refusee : aucun "
                            "certificat medical"
              NOT INVALID KEY
                     PERFORM CLAIR_MEDICAL
                     IF NOT WS-CLR-APTE-OUI THEN
                            DISPLAY "Inscription refusee : athlete "
                                   "declare inapte"
                     ELSE
