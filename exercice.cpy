      *Ces copies demarrent vides - la sequence d'ouverture les
      *cree, et reseme le compte admin de demarrage.
       MOVE "exercice_series.dat" TO WS-FIC-SERIES
       MOVE "exercice_reprises.dat" TO WS-FIC-REPRISES
       MOVE "exercice_ciblage_dopage.dat" TO WS-FIC-CIBLAGE
       MOVE "exercice_localisation.dat" TO WS-FIC-LOCALIS
       MOVE "exercice_controles_hors_compet.dat"
              TO WS-FIC-HORSCOMP
       MOVE "exercice_chambres_village.dat" TO WS-FIC-CHAMBRES
       MOVE "exercice_hebergement.dat" TO WS-FIC-HEBERGEMENT
       MOVE "exercice_voyages.dat" TO WS-FIC-VOYAGES
       MOVE "exercice_repas_prevus.dat" TO WS-FIC-REPAS
       MOVE "exercice_dotations.dat" TO WS-FIC-DOTATIONS
       MOVE "exercice_remises_materiel.dat" TO WS-FIC-REMISES
       MOVE "exercice_invites_vip.dat" TO WS-FIC-VIP
       MOVE "exercice_zone_mixte.dat" TO WS-FIC-MEDIA
       MOVE "exercice_demandes_interviews.dat"
              TO WS-FIC-INTERVIEWS
       MOVE "exercice_demandes_engagements.dat"
              TO WS-FIC-DEMANDES
       MOVE "exercice_sessions_ouvertes.dat" TO WS-FIC-CONNEXIONS
       MOVE "exercice_doubles_validations.dat" TO WS-FIC-DVALID
       MOVE "exercice_lots_import.dat" TO WS-FIC-LOTS
       MOVE "exercice_lots_import_images.dat" TO WS-FIC-LOTIMG
       MOVE "exercice_cahier_quart.dat" TO WS-FIC-CAHIER
       MOVE "exercice_consentements.dat" TO WS-FIC-CONSENT
       MOVE "exercice_classement_federal.dat" TO WS-FIC-PERFED
       MOVE "exercice_passages.dat" TO WS-FIC-SPLITS
       MOVE "exercice_attente.dat" TO WS-FIC-ATTENTE
       MOVE "exercice_reclamations.dat" TO WS-FIC-RECLAM
       MOVE "exercice_officiels.dat" TO WS-FIC-OFFICIELS
       MOVE "exercice_affectations_officiels.dat"
              TO WS-FIC-AFFECT
       MOVE "exercice_passages_eau_libre.dat" TO WS-FIC-PASSEL
       MOVE "exercice_plongeons.dat" TO WS-FIC-PLONGEONS
       MOVE "exercice_notes_juges.dat" TO WS-FIC-NOTES
       MOVE "exercice_wp_equipes.dat" TO WS-FIC-WPEQUIPES
       MOVE "exercice_wp_compositions.dat" TO WS-FIC-WPCOMPO
       MOVE "exercice_wp_matchs.dat" TO WS-FIC-WPMATCHS
       MOVE "exercice_wp_faits_match.dat" TO WS-FIC-WPFAITS
      *Les sorties consommees a l'exterieur (flux presse, exports
      *CSV, reference des totaux de controle) sont detournees elles
      *aussi : un batch ou un export lance en exercice ne doit pas
       MOVE "exercice_resultats_export.csv" TO WS-FIC-EXPORT
       MOVE "exercice_flux_resultats_presse.csv"
              TO WS-FIC-FEED
       MOVE "exercice_notifications.dat" TO WS-FIC-NOTIFS
       MOVE "exercice_notifications_sortantes.dat"
              TO WS-FIC-FILENOTIF

       PERFORM RESTAURE_FICHIER_ATHLETES
       PERFORM RESTAURE_FICHIER_EPREUVES
