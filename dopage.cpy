       DISPLAY "* 7-Autorisations therapeutiques (AUT)         *"
       DISPLAY "* 8-Echantillons et laboratoire                *"
       DISPLAY "* 9-Declaration a l'agence nationale           *"
       DISPLAY "* 10-Ciblage des controles (confidentiel)      *"
       DISPLAY "* 11-Localisation hors competition             *"
       DISPLAY "* 12-Retour                                    *"
       DISPLAY "*                                             *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 13 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
        DISPLAY "*                                             *"
       ELSE IF Wchoix2 = 9 THEN
              PERFORM GESTION_AGENCE
       ELSE IF Wchoix2 = 10 THEN
              PERFORM CIBLAGE_DOPAGE_SEANCE
       ELSE IF Wchoix2 = 11 THEN
              PERFORM GESTION_LOCALISATION
       ELSE IF Wchoix2 = 12 THEN
              MOVE -1 TO Wchoix2
       END-IF.

      *explicite et journalisee, elle n'est plus a une frappe.
              PERFORM VERIFIE_TUE_ACTIVE
              IF WS-TUE-ACTIVE = 1 THEN
                     PERFORM CLAIR_DOPAGE
                     MOVE "CLAIR-DOPAGE" TO WS-CLR-FONCTION
                     PERFORM DROIT_LECTURE_CLAIR
                     IF WS-CLR-DROIT = 0 THEN
                            MOVE ALL "*" TO WS-CLR-SUBSTANCE
                     END-IF
                     DISPLAY "AUT ACTIVE pour " WS-CLR-SUBSTANCE
                            " : le resultat reste acquis sauf "
                            "decision contraire"
                     DISPLAY "Derouler la cascade MALGRE l'AUT ? "
                     IF repUser = 1 THEN
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            STRING "Cascade malgre AUT athlete "
                                   fd_numA " epreuve " fd_numE
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE

       CASCADE_CONFIRMATION.
      *Demande la confirmation explicite de l'operateur avant de
      *derouler la cascade, puis la double validation d'un second
      *administrateur (appelee par CASCADE_DOPAGE_POSITIF).
       DISPLAY "Disqualifier l'athlete " fd_numA " de l'epreuve "
              fd_numE " et derouler la cascade ? 1-Oui 0-Non"
       ACCEPT repUser
       IF repUser = 1 THEN
              MOVE "CASCADE-DOP" TO WS-DV-OPERATION
              MOVE SPACES TO WS-DV-PARAMS
              STRING "ATHLETE " fd_numA " EPREUVE " fd_numE
                     DELIMITED BY SIZE INTO WS-DV-PARAMS
              END-STRING
              PERFORM DV_AUTORISE
              IF WS-DV-OK = 1 THEN
                     PERFORM CASCADE_EXECUTE
              END-IF
       ELSE
              DISPLAY "Cascade abandonnee"
       END-IF.
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     MOVE 98 TO fp_classement
                     MOVE 0 TO fc_temps
                     MOVE 0 TO fp_temps_long
                     MOVE 0 TO fp_ecart
                     MOVE 0 TO fp_note_totale
                     MOVE 0 TO fp_points
                     MOVE 0 TO fp_points_perf
      *La DQ de cascade est une decision de jury : le resultat
       MOVE fe_type TO fa_type
       MOVE fe_distance TO fa_disatnce
       MOVE fe_genre TO fa_genre OF tamp_farch
       MOVE fe_compet TO fa_compet
       READ farch
              INVALID KEY
                     DISPLAY "Etape 3 : epreuve pas encore "
       MOVE SPACES TO fa_licence_bronze fa_licence_or2
       MOVE SPACES TO fa_licence_argent2 fa_licence_bronze2
       MOVE 0 TO fa_temps_or fa_temps_argent fa_temps_bronze
       MOVE 0 TO fa_temps_long_or fa_temps_long_argent
       MOVE 0 TO fa_temps_long_bronze
       MOVE 0 TO fa_note_or fa_note_argent fa_note_bronze
       MOVE 0 TO fa_equipiers_or fa_equipiers_argent
              fa_equipiers_bronze

       MOVE fe_numE TO fp_numE
       MOVE 0 TO Wfin2
       MOVE fe_type TO fh_type
       MOVE fe_distance TO fh_distance
       MOVE fe_genre TO fh_genre
       MOVE fe_compet TO fh_compet
       MOVE 0 TO fh_rang
       MOVE 0 TO fh_numA
       MOVE 0 TO Wfin3
                     IF fh_annee NOT = fe_YEAR OR
                            fh_type NOT = fe_type OR
                            fh_distance NOT = fe_distance OR
                            fh_genre NOT = fe_genre OR
                            fh_compet NOT = fe_compet THEN
                            MOVE 1 TO Wfin3
                     ELSE
                            DELETE fhisto RECORD
       MOVE "ATTENTE" TO fd_resultat
       MOVE SPACES TO fd_substance
       MOVE WS-LAB-MAX TO fd_code_ech
       MOVE 0 TO fd_lot
       WRITE tamp_fdopage
              INVALID KEY CONTINUE
       END-WRITE
       DISPLAY "   CONFIDENTIEL chaperon -> athlete " fd_numA
              " (echantillon " fd_code_ech ")"
      *Le message ne porte ni le code echantillon ni la methode de
      *designation : seulement la convocation.
       MOVE "DOPAGE" TO WS-NOT-TYPE
       MOVE fe_numE TO WS-NOT-NUME
       MOVE SPACES TO WS-NOT-TEXTE
       STRING "designe(e) pour un controle antidopage apres "
              "l'epreuve " fe_numE ", suivre le chaperon"
              DELIMITED BY SIZE INTO WS-NOT-TEXTE
       END-STRING
       MOVE fd_numA TO WS-NOT-NUMA
       PERFORM NOTIFIE_ATHLETE.

       TIRAGE_SAISIE_N.
       MOVE 0 TO WS-DOP-N
                     MOVE "ATTENTE" TO fd_resultat
                     MOVE SPACES TO fd_substance
                     MOVE WS-LAB-MAX TO fd_code_ech
                     MOVE 0 TO fd_lot
                     WRITE tamp_fdopage
                            INVALID KEY
                                   DISPLAY "Erreur enregistrement"
       IF FD-POSITIF THEN
              DISPLAY "Substance detectee : "
              ACCEPT fd_substance
              PERFORM CHIFFRE_DOPAGE
              PERFORM VERIFIE_TUE_ACTIVE
              IF WS-TUE-ACTIVE = 1 THEN
                     DISPLAY "*** AUT ACTIVE pour cette substance"
