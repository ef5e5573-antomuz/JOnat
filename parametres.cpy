              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-SPLIT-TOLER
       END-READ
       MOVE "FRAIS-RECLAM" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-FRAIS-RECLAM
       END-READ
      *Limites de la qualite de l'eau : temperature et pH en
      *dixiemes, chlore libre en centiemes de mg/l.
       MOVE "EAU-TEMP-MIN" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-EAU-TEMP-MIN
       END-READ
       MOVE "EAU-TEMP-MAX" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-EAU-TEMP-MAX
       END-READ
       MOVE "EAU-PH-MIN" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-EAU-PH-MIN
       END-READ
       MOVE "EAU-PH-MAX" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-EAU-PH-MAX
       END-READ
       MOVE "EAU-CHLORE-MIN" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-EAU-CHLORE-MIN
       END-READ
       MOVE "EAU-CHLORE-MAX" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-EAU-CHLORE-MAX
       END-READ
      *Seuil de signalement du biais des couloirs, en centiemes.
       MOVE "BIAIS-SEUIL" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-BIAIS-SEUIL
       END-READ
      *Seuils du ciblage antidopage : gain sur le record personnel
      *et progression entre les tours en centiemes de pour cent,
      *saut de points a la performance sur l'historique.
       MOVE "CIBLE-PB" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-CIBLE-PB
       END-READ
       MOVE "CIBLE-TOUR" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-CIBLE-TOUR
       END-READ
       MOVE "CIBLE-POINTS" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-CIBLE-POINTS
       END-READ
      *Manquements de localisation (controles manques ou defauts
      *de declaration) sur douze mois qui declenchent la sanction.
       MOVE "LOC-SEUIL" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-LOC-SEUIL
       END-READ
      *Navettes des delegations : premier depart du village (HHMM),
      *duree du trajet, pas de la grille des arrivees (minutes),
      *places par bus et fenetre des creneaux d'echauffement avant
      *l'ouverture d'une seance (minutes).
       MOVE "NAV-DEBUT" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-NAV-DEBUT
       END-READ
       MOVE "NAV-TRAJET" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-NAV-TRAJET
       END-READ
       MOVE "NAV-FREQ" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-NAV-FREQ
       END-READ
       MOVE "NAV-CAPACITE" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-NAV-CAPACITE
       END-READ
       MOVE "NAV-ECHAUF" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-NAV-ECHAUF
       END-READ
      *Jours de sejour au village toleres apres la derniere epreuve.
       MOVE "SEJOUR-JOURS" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-SEJOUR-JOURS
       END-READ
       MOVE "REPAS-DELAI" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-REPAS-DELAI
       END-READ
       MOVE "REPAS-SOIR" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-REPAS-SOIR
       END-READ
       MOVE "MZ-DELAI" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-MZ-DELAI
       END-READ
       MOVE "MZ-PASSAGE" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-MZ-PASSAGE
       END-READ
       MOVE "CONF-DELAI" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-CONF-DELAI
       END-READ
       MOVE "CONF-DUREE" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-CONF-DUREE
       END-READ
       MOVE "SESSION-DELAI" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-SESSION-DELAI
       END-READ
       MOVE "SESSION-REPRISE" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-SESSION-REPRISE
       END-READ
       MOVE "DV-DELAI" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-DV-DELAI
       END-READ
       MOVE "RELAIS-DECL" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-RELAIS-DECL
       END-READ
       MOVE "QUALIF-MOIS" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-QUALIF-MOIS
       END-READ
       MOVE "JUSTIF-JOURS" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-JUSTIF-JOURS
       END-READ
       MOVE "PGM-ECART-TOURS" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-PGM-ECART-TOURS
       END-READ
       MOVE "PGM-DOUBLE-MIN" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-PGM-DOUBLE-MIN
       END-READ
       MOVE "PGM-ECART-DOUBLE" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-PGM-ECART-DOUBLE
       END-READ
       MOVE "PGM-TV-DEBUT" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-PGM-TV-DEBUT
       END-READ
       MOVE "PGM-TV-FIN" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-PGM-TV-FIN
       END-READ
      *CHIFFREMENT n'est pas une valeur par defaut : il n'est pose
      *qu'une fois par le chiffrement initial des fichiers.
       MOVE "CHIFFREMENT" TO fpar_nom
       READ fparams
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fpar_valeur TO WS-PARAM-CHIFFREMENT
       END-READ
       CLOSE fparams.

       CHARGE_PARAMETRES_DEFAUT.
       MOVE "SPLIT-TOLER" TO fpar_nom
       MOVE 100 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "FRAIS-RECLAM" TO fpar_nom
       MOVE 100 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "EAU-TEMP-MIN" TO fpar_nom
       MOVE 250 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "EAU-TEMP-MAX" TO fpar_nom
       MOVE 280 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "EAU-PH-MIN" TO fpar_nom
       MOVE 72 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "EAU-PH-MAX" TO fpar_nom
       MOVE 78 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "EAU-CHLORE-MIN" TO fpar_nom
       MOVE 40 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "EAU-CHLORE-MAX" TO fpar_nom
       MOVE 140 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "BIAIS-SEUIL" TO fpar_nom
       MOVE 30 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "CIBLE-PB" TO fpar_nom
       MOVE 200 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "CIBLE-TOUR" TO fpar_nom
       MOVE 150 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "CIBLE-POINTS" TO fpar_nom
       MOVE 60 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "LOC-SEUIL" TO fpar_nom
       MOVE 3 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "NAV-DEBUT" TO fpar_nom
       MOVE 600 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "NAV-TRAJET" TO fpar_nom
       MOVE 30 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "NAV-FREQ" TO fpar_nom
       MOVE 15 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "NAV-CAPACITE" TO fpar_nom
       MOVE 50 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "NAV-ECHAUF" TO fpar_nom
       MOVE 180 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "SEJOUR-JOURS" TO fpar_nom
       MOVE 2 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "REPAS-DELAI" TO fpar_nom
       MOVE 2 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "REPAS-SOIR" TO fpar_nom
       MOVE 1500 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "MZ-DELAI" TO fpar_nom
       MOVE 10 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "MZ-PASSAGE" TO fpar_nom
       MOVE 2 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "CONF-DELAI" TO fpar_nom
       MOVE 40 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "CONF-DUREE" TO fpar_nom
       MOVE 20 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "SESSION-DELAI" TO fpar_nom
       MOVE 15 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "SESSION-REPRISE" TO fpar_nom
       MOVE 0 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "DV-DELAI" TO fpar_nom
       MOVE 30 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "RELAIS-DECL" TO fpar_nom
       MOVE 60 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "QUALIF-MOIS" TO fpar_nom
       MOVE 12 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "JUSTIF-JOURS" TO fpar_nom
       MOVE 1 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "PGM-ECART-TOURS" TO fpar_nom
       MOVE 120 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "PGM-DOUBLE-MIN" TO fpar_nom
       MOVE 3 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "PGM-ECART-DOUBLE" TO fpar_nom
       MOVE 30 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "PGM-TV-DEBUT" TO fpar_nom
       MOVE 1800 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       MOVE "PGM-TV-FIN" TO fpar_nom
       MOVE 2100 TO fpar_valeur
       WRITE tamp_fparams END-WRITE
       CLOSE fparams.

       GESTION_PARAMETRES.
       OPEN I-O fparams
       DISPLAY "Nom du parametre : "
       ACCEPT fpar_nom
       IF fpar_nom = "CHIFFREMENT" THEN
              DISPLAY "Parametre gere par le chiffrement initial"
       ELSE
              READ fparams
                     INVALID KEY DISPLAY "Parametre inconnu"
                     NOT INVALID KEY
                            DISPLAY "Valeur actuelle : " fpar_valeur
                            DISPLAY "Nouvelle valeur : "
                            ACCEPT fpar_valeur
                            REWRITE tamp_fparams
                                   INVALID KEY
                                          DISPLAY "Erreur mise a jour"
                                   NOT INVALID KEY
                                          DISPLAY "Parametre mis a jour"
                                          MOVE WS-OPERATEUR TO
                                                 WS-AUDIT-ACTEUR
                                          STRING "Parametre " fpar_nom
                                                 " = " fpar_valeur
                                                 DELIMITED BY SIZE
                                                 INTO WS-AUDIT-ACTION
                                          PERFORM AUDIT_ENREGISTRE
                            END-REWRITE
              END-READ
       END-IF
       CLOSE fparams
       PERFORM LIT_PARAMETRES.
