       DISPLAY "Les fichiers courants vont etre recrees depuis"
       DISPLAY "les copies *_ancien.dat. Continuer ? 1-Oui 0-Non"
       ACCEPT repUser
       IF repUser = 1 THEN
              PERFORM CLE_CHIFFREMENT_ABSENTE
              IF WS-CHF-REFUS = 1 THEN
                     MOVE 0 TO repUser
              END-IF
       END-IF
       IF repUser = 1 THEN
              PERFORM CONV_ATHLETES
              PERFORM CONV_EPREUVES
              CLOSE fathletes
              CLOSE fancath
              DISPLAY "Athletes convertis : " WS-CONV-NB
      *Le fichier recree porte les cles alternatives licence, pays
      *et nom : leurs comptages doivent rejoindre la cle primaire.
              PERFORM VERIFIE_CLES_ATHLETES
       END-IF.

       CONV_UN_ATHLETE.
       MOVE anca_suppr_date TO fa_suppr_date
      *Les anciennes fiches sont d'avant les classes para.
       MOVE SPACES TO fa_classe
       MOVE SPACES TO fa_club
       MOVE 0 TO fa_lot
       WRITE tamp_fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE SPACES TO fe_classe
       MOVE 0 TO fe_age_min
       MOVE 0 TO fe_age_max
       MOVE "P" TO fe_nature
       MOVE 0 TO fe_relais_series
       MOVE WS-COMPET-ACTIVE TO fe_compet
       MOVE 0 TO fe_lot
       WRITE tamp_fepreuve
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE SPACES TO fp_motif_dq
       MOVE 0 TO fp_temps_engage
       MOVE 0 TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_points_perf
       MOVE SPACE TO fp_source
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE 0 TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE 0 TO fr_officiel
       MOVE SPACES TO fr_motif_dq
       MOVE 0 TO fr_echange_signale
       MOVE SPACE TO fr_source
       MOVE WS-COMPET-ACTIVE TO fr_compet
       MOVE 0 TO fr_lot
       WRITE tamp_frelais
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE SPACES TO fpb_classe
       MOVE ancpb_temps TO fpb_temps
       MOVE ancpb_date TO fpb_date
       MOVE 0 TO fpb_depart_relais
       MOVE 0 TO fpb_lot
       WRITE tamp_fpb
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE ancd_resultat TO fd_resultat
       MOVE SPACES TO fd_substance
       MOVE 0 TO fd_code_ech
       MOVE 0 TO fd_lot
       WRITE tamp_fdopage
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE ancc_lien TO fco_lien
       MOVE ancc_telephone TO fco_telephone
       MOVE ancc_info TO fco_info_medicale
       PERFORM CHIFFRE_CONTACT
       WRITE tamp_fcontact
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE anch_type TO fa_type
       MOVE anch_distance TO fa_disatnce
       MOVE anch_genre TO fa_genre OF tamp_farch
       MOVE WS-COMPET-ACTIVE TO fa_compet
       MOVE anch_prenom_or TO fa_prenom_or
       MOVE anch_nom_or TO fa_nom_or
       MOVE anch_temps_or TO fa_temps_or
       MOVE SPACES TO fa_licence_or fa_licence_argent
       MOVE SPACES TO fa_licence_bronze fa_licence_or2
       MOVE SPACES TO fa_licence_argent2 fa_licence_bronze2
       MOVE 0 TO fa_temps_long_or fa_temps_long_argent
       MOVE 0 TO fa_temps_long_bronze
       MOVE 0 TO fa_note_or fa_note_argent fa_note_bronze
       MOVE 0 TO fa_equipiers_or fa_equipiers_argent
              fa_equipiers_bronze
       WRITE tamp_farch
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
       MOVE anhi_type TO fh_type
       MOVE anhi_distance TO fh_distance
       MOVE anhi_genre TO fh_genre
       MOVE WS-COMPET-ACTIVE TO fh_compet
       MOVE anhi_rang TO fh_rang
       MOVE anhi_numA TO fh_numA
       MOVE anhi_nom TO fh_nom
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fa_licence TO fh_licence
       END-READ
       MOVE 0 TO fh_temps_long
       MOVE 0 TO fh_note
       WRITE tamp_fhisto
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CONV-NB
