       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fe_compet = WS-COMPET-ACTIVE THEN
                            PERFORM ARCHIVE_UNE_EPREUVE
                     END-IF
       END-PERFORM

       DISPLAY "---------------------------------------"
      *Une epreuve a la corbeille n'est jamais archivee ni purgee :
      *l'archivage nocturne detruirait definitivement une finale
      *supprimee par erreur avant la fin de sa retention.
       IF FE-SUPPRIMEE OR FE-ANNULEE THEN
              CONTINUE
       ELSE
       IF NOT FE-FINALE THEN
                     MOVE fe_type TO fa_type
                     MOVE fe_distance TO fa_disatnce
                     MOVE fe_genre TO fa_genre OF tamp_farch
                     MOVE fe_compet TO fa_compet
                     ADD 1 TO WS-ARCH-NB-TRAITEES

                     READ farch
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
      *mention RELAIS en prenom, afin d'etre conservee annee apres
      *annee et diffusee sur le flux presse comme les autres podiums
      *(appelee par ARCHIVE_NOUVELLE_EPREUVE).
       MOVE fe_relais_series TO WS-RSR-NUME-SERIES
       PERFORM RELAIS_CHARGE_SERIES
       MOVE fe_numE TO fr_numE
       MOVE 0 TO Wfin2
       START frelais, KEY IS = fr_numE
       END-READ.

       ARCHIVE_RETIENT_RELAIS.
      *Une equipe de water-polo garde en archive l'effectif de sa
      *composition, qui fixe son nombre de medailles ; un relais
      *dont des nageurs n'ont nage que les series garde ses 4
      *finalistes plus ces nageurs.
       IF FE-WATER-POLO THEN
              MOVE fr_numE TO WS-WP-NUME
              MOVE fr_pays TO WS-WP-PAYS
              PERFORM WP_COMPTE_EFFECTIF
       ELSE
              PERFORM RELAIS_SERIES_SEULES
              IF WS-RSR-NB-SUPPL > 0 THEN
                     COMPUTE WS-WP-EFFECTIF = 4 + WS-RSR-NB-SUPPL
              ELSE
                     MOVE 0 TO WS-WP-EFFECTIF
              END-IF
       END-IF
       IF fr_classement = 1 AND fa_nom_or = SPACES THEN
              MOVE "RELAIS" TO fa_prenom_or
              MOVE fr_pays TO fa_nom_or
              MOVE fr_temps_total TO fa_temps_or
              MOVE WS-WP-EFFECTIF TO fa_equipiers_or
       ELSE IF fr_classement = 2 AND fa_nom_argent = SPACES THEN
              MOVE "RELAIS" TO fa_prenom_argent
              MOVE fr_pays TO fa_nom_argent
              MOVE fr_temps_total TO fa_temps_argent
              MOVE WS-WP-EFFECTIF TO fa_equipiers_argent
       ELSE IF fr_classement = 3 AND fa_nom_bronze = SPACES THEN
              MOVE "RELAIS" TO fa_prenom_bronze
              MOVE fr_pays TO fa_nom_bronze
              MOVE fr_temps_total TO fa_temps_bronze
              MOVE WS-WP-EFFECTIF TO fa_equipiers_bronze
       END-IF
       END-IF.

       MOVE fe_type TO fh_type
       MOVE fe_distance TO fh_distance
       MOVE fe_genre TO fh_genre
       MOVE fe_compet TO fh_compet
       MOVE fp_classement TO fh_rang
       MOVE fp_numA TO fh_numA
       MOVE fc_temps TO fh_temps
       MOVE fp_temps_long TO fh_temps_long
       MOVE fp_note_totale TO fh_note
       MOVE fe_phase TO fh_phase
       MOVE SPACES TO fh_nom fh_prenom fh_pays fh_licence
       MOVE fp_numA TO fa_numA
                            MOVE fa_nom TO fa_nom_or
                            MOVE fa_licence TO fa_licence_or
                            MOVE fc_temps TO fa_temps_or
                            MOVE fp_temps_long TO fa_temps_long_or
                            MOVE fp_note_totale TO fa_note_or
                     ELSE
                            MOVE fa_prenom TO fa_prenom_or2
                            MOVE fa_nom TO fa_nom_or2
                            MOVE fa_nom TO fa_nom_argent
                            MOVE fa_licence TO fa_licence_argent
                            MOVE fc_temps TO fa_temps_argent
                            MOVE fp_temps_long TO fa_temps_long_argent
                            MOVE fp_note_totale TO fa_note_argent
                     ELSE
                            MOVE fa_prenom TO fa_prenom_argent2
                            MOVE fa_nom TO fa_nom_argent2
                            MOVE fa_nom TO fa_nom_bronze
                            MOVE fa_licence TO fa_licence_bronze
                            MOVE fc_temps TO fa_temps_bronze
                            MOVE fp_temps_long TO fa_temps_long_bronze
                            MOVE fp_note_totale TO fa_note_bronze
                     ELSE
                            MOVE fa_prenom TO fa_prenom_bronze2
                            MOVE fa_nom TO fa_nom_bronze2
      *le podium qui vient d'etre archive, afin que le systeme
      *externe de diffusion recupere les resultats sans qu'un rapport
      *ait besoin d'etre lance a la main (appelee par
      *ARCHIVE_ECRIT_EPREUVE et CASCADE_FLUX_CORRECTION ; fathletes
      *est ouvert par l'appelant).
       PERFORM FLUX_PREPARE_MEDAILLES
       PERFORM FLUX_FILTRE_CONSENTEMENT
      *Une course en eau libre publie ses temps longs (centiemes
      *sur 7 chiffres) a la place des temps bassin, une epreuve
      *jugee ses points du jury.
       IF FE-JUGEE THEN
              STRING
                     fa_annee ";" DELIMITED BY SIZE
                     fa_type ";" DELIMITED BY SIZE
                     fa_disatnce ";" DELIMITED BY SIZE
                     fa_genre OF tamp_farch ";" DELIMITED BY SIZE
                     WS-FLUX-OR ";" DELIMITED BY SIZE
                     fa_note_or ";" DELIMITED BY SIZE
                     WS-FLUX-ARGENT ";" DELIMITED BY SIZE
                     fa_note_argent ";" DELIMITED BY SIZE
                     WS-FLUX-BRONZE ";" DELIMITED BY SIZE
                     fa_note_bronze DELIMITED BY SIZE
                     INTO WS-LIGNE-FLUX
              END-STRING
       ELSE IF FE-EAU-LIBRE THEN
              STRING
                     fa_annee ";" DELIMITED BY SIZE
                     fa_type ";" DELIMITED BY SIZE
                     fa_disatnce ";" DELIMITED BY SIZE
                     fa_genre OF tamp_farch ";" DELIMITED BY SIZE
                     WS-FLUX-OR ";" DELIMITED BY SIZE
                     fa_temps_long_or ";" DELIMITED BY SIZE
                     WS-FLUX-ARGENT ";" DELIMITED BY SIZE
                     fa_temps_long_argent ";" DELIMITED BY SIZE
                     WS-FLUX-BRONZE ";" DELIMITED BY SIZE
                     fa_temps_long_bronze DELIMITED BY SIZE
                     INTO WS-LIGNE-FLUX
              END-STRING
       ELSE
              STRING
                     fa_annee ";" DELIMITED BY SIZE
                     fa_type ";" DELIMITED BY SIZE
                     fa_disatnce ";" DELIMITED BY SIZE
                     fa_genre OF tamp_farch ";" DELIMITED BY SIZE
                     WS-FLUX-OR ";" DELIMITED BY SIZE
                     fa_temps_or ";" DELIMITED BY SIZE
                     WS-FLUX-ARGENT ";" DELIMITED BY SIZE
                     fa_temps_argent ";" DELIMITED BY SIZE
                     WS-FLUX-BRONZE ";" DELIMITED BY SIZE
                     fa_temps_bronze DELIMITED BY SIZE
                     INTO WS-LIGNE-FLUX
              END-STRING
       END-IF
       END-IF

       MOVE WS-LIGNE-FLUX TO tamp_ffeed

                     DELIMITED BY SIZE INTO WS-FLUX-BRONZE
       END-IF.

       FLUX_FILTRE_CONSENTEMENT.
      *Recompose les champs medailles du flux selon le registre des
      *consentements : un medaille sans accord de publication ne
      *sort qu'en nom et pays (appelee par EXPORT_FLUX_RESULTAT et
      *BULLETIN_UN_PODIUM ; fathletes est ouvert par l'appelant).
       MOVE fa_licence_or TO WS-CST-LICENCE
       MOVE fa_prenom_or TO WS-CST-PRENOM
       MOVE fa_nom_or TO WS-CST-NOM
       PERFORM CST_NOM_PUBLIE
       MOVE SPACES TO WS-FLUX-OR
       IF fa_nom_or2 = SPACES THEN
              MOVE WS-CST-PUBLIE TO WS-FLUX-OR
       ELSE
              MOVE WS-CST-PUBLIE TO WS-CST-PUBLIE1
              MOVE fa_licence_or2 TO WS-CST-LICENCE
              MOVE fa_prenom_or2 TO WS-CST-PRENOM
              MOVE fa_nom_or2 TO WS-CST-NOM
              PERFORM CST_NOM_PUBLIE
              STRING WS-CST-PUBLIE1 " / " WS-CST-PUBLIE
                     DELIMITED BY SIZE INTO WS-FLUX-OR
       END-IF
       MOVE fa_licence_argent TO WS-CST-LICENCE
       MOVE fa_prenom_argent TO WS-CST-PRENOM
       MOVE fa_nom_argent TO WS-CST-NOM
       PERFORM CST_NOM_PUBLIE
       MOVE SPACES TO WS-FLUX-ARGENT
       IF fa_nom_argent2 = SPACES THEN
              MOVE WS-CST-PUBLIE TO WS-FLUX-ARGENT
       ELSE
              MOVE WS-CST-PUBLIE TO WS-CST-PUBLIE1
              MOVE fa_licence_argent2 TO WS-CST-LICENCE
              MOVE fa_prenom_argent2 TO WS-CST-PRENOM
              MOVE fa_nom_argent2 TO WS-CST-NOM
              PERFORM CST_NOM_PUBLIE
              STRING WS-CST-PUBLIE1 " / " WS-CST-PUBLIE
                     DELIMITED BY SIZE INTO WS-FLUX-ARGENT
       END-IF
       MOVE fa_licence_bronze TO WS-CST-LICENCE
       MOVE fa_prenom_bronze TO WS-CST-PRENOM
       MOVE fa_nom_bronze TO WS-CST-NOM
       PERFORM CST_NOM_PUBLIE
       MOVE SPACES TO WS-FLUX-BRONZE
       IF fa_nom_bronze2 = SPACES THEN
              MOVE WS-CST-PUBLIE TO WS-FLUX-BRONZE
       ELSE
              MOVE WS-CST-PUBLIE TO WS-CST-PUBLIE1
              MOVE fa_licence_bronze2 TO WS-CST-LICENCE
              MOVE fa_prenom_bronze2 TO WS-CST-PRENOM
              MOVE fa_nom_bronze2 TO WS-CST-NOM
              PERFORM CST_NOM_PUBLIE
              STRING WS-CST-PUBLIE1 " / " WS-CST-PUBLIE
                     DELIMITED BY SIZE INTO WS-FLUX-BRONZE
       END-IF.

       PURGE_EPREUVE_ARCHIVEE.
      *Supprime des fichiers actifs l'epreuve qui vient d'etre
      *archivee ainsi que toutes ses participations.
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fp_compet = WS-COMPET-ACTIVE THEN
                            PERFORM RECONCILIE_UNE_PARTICIPATION
                     END-IF
       END-PERFORM

       DISPLAY "---------------------------------------"
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM RESUME_COMPTE_EPREUVE_LIEU
                            END-IF
       END-PERFORM
       CLOSE fepreuves

       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM RESUME_AFFICHE_INSCRITS
                            END-IF
       END-PERFORM
       CLOSE fepreuves
       CLOSE fparticipations
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE THEN
                                   PERFORM CEREMONIE_UNE_EPREUVE
                            END-IF
       END-PERFORM

       CLOSE frelais
      *Recherche le podium de l'epreuve courante et, s'il existe,
      *affiche la ligne de ceremonie correspondante ; une epreuve
      *sous reclamation est retenue jusqu'a la decision du jury, et
      *une epreuve a la corbeille est passee sous silence, tout
      *comme un contre-la-montre hors concours (appelee par
      *RAPPORT_CEREMONIES_MEDAILLES).
       IF FE-SUPPRIMEE OR FE-CONTRE-LA-MONTRE THEN
              CONTINUE
       ELSE
              PERFORM EPREUVE_SOUS_RECLAMATION
       BATCH_NOCTURNE.
      *Point d'entree unique du traitement de fin de journee :
      *archivage, puis reconciliation referentielle, puis rapport de
      *synthese, dans cet ordre, la reprise des ventes du
      *prestataire de billetterie puis l'export comptable du jour
      *fermant la marche. Le point de
      *reprise atteint est conserve dans batch_checkpoint.dat, si
      *bien qu'une interruption en cours de traitement n'oblige pas
      *a tout rejouer depuis le debut. Le traitement refuse de tourner
      *tant que les seances du jour ne sont pas cloturees au
      *proces-verbal (appelee par AFFICH_MENU, menu admin).
       PERFORM BATCH_CONTROLE_CLOTURES
       DISPLAY "***********************************************"

       IF WS-BATCH-ETAPE < 1 THEN
              DISPLAY "Etape 1/9 : Archivage"
              PERFORM ARCHIVAGE
              MOVE 1 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 1/9 : Archivage deja effectue, ignore"
       END-IF

       IF WS-BATCH-ETAPE < 2 THEN
              DISPLAY "Etape 2/9 : Reconciliation referentielle"
              PERFORM RECONCILIATION_REFERENTIELLE
              MOVE 2 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 2/9 : Reconciliation deja effectuee, "
                     "ignoree"
       END-IF

       IF WS-BATCH-ETAPE < 3 THEN
              DISPLAY "Etape 3/9 : Rapport de synthese"
              PERFORM RAPPORT_RESUME_ADMIN
              MOVE 3 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 3/9 : Rapport deja effectue, ignore"
       END-IF

       IF WS-BATCH-ETAPE < 4 THEN
              DISPLAY "Etape 4/9 : Bulletin quotidien"
              PERFORM GENERE_BULLETIN_QUOTIDIEN
              MOVE 4 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 4/9 : Bulletin deja produit, ignore"
       END-IF

       MOVE 1 TO WS-DV-OK
       IF WS-BATCH-ETAPE < 5 THEN
              DISPLAY "Etape 5/9 : Purge de la corbeille"
              PERFORM PURGE_CORBEILLE_RETENTION
              IF WS-DV-OK = 1 THEN
                     PERFORM SPOOL_RETENTION
                     MOVE 5 TO WS-BATCH-ETAPE
                     PERFORM ECRIT_CHECKPOINT_BATCH
              END-IF
       ELSE
              DISPLAY "Etape 5/9 : Purge deja effectuee, ignore"
       END-IF
       IF WS-DV-OK = 1 THEN
              PERFORM BATCH_NOCTURNE_SUITE
       ELSE
              PERFORM BATCH_NOCTURNE_SUSPENDU
       END-IF.

       BATCH_NOCTURNE_SUITE.
      *Etapes 6 a 9 du traitement de nuit, une fois la purge de la
      *corbeille passee (appelee par BATCH_NOCTURNE_CORPS).
       IF WS-BATCH-ETAPE < 6 THEN
              DISPLAY "Etape 6/9 : Retention donnees personnelles"
              PERFORM PURGE_RGPD
              IF WS-DV-OK = 1 THEN
                     MOVE 6 TO WS-BATCH-ETAPE
                     PERFORM ECRIT_CHECKPOINT_BATCH
              END-IF
       ELSE
              DISPLAY "Etape 6/9 : Retention deja effectuee, "
                     "ignoree"
       END-IF
       IF WS-DV-OK = 1 THEN
              PERFORM BATCH_NOCTURNE_FIN
       ELSE
              PERFORM BATCH_NOCTURNE_SUSPENDU
       END-IF.

       BATCH_NOCTURNE_SUSPENDU.
      *Une purge en attente de double validation suspend le
      *traitement sans avancer le point de reprise : relance apres
      *validation, il repart de cette etape (appelee par
      *BATCH_NOCTURNE_CORPS et BATCH_NOCTURNE_SUITE).
       DISPLAY "Traitement de fin de journee suspendu a l'etape "
              WS-BATCH-ETAPE " terminee : relancer apres la double "
              "validation".

       BATCH_NOCTURNE_FIN.
      *Etapes 7 a 9 du traitement de nuit (appelee par
      *BATCH_NOCTURNE_SUITE).
       IF WS-BATCH-ETAPE < 7 THEN
              DISPLAY "Etape 7/9 : Totaux de controle"
              PERFORM ECRIT_CONTROLE_TOTAUX
              MOVE 7 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 7/9 : Totaux deja ecrits, ignore"
       END-IF

       IF WS-BATCH-ETAPE < 8 THEN
              DISPLAY "Etape 8/9 : Import des ventes billetterie"
              MOVE 1 TO WS-VTE-NUIT
              PERFORM IMPORT_VENTES_BILLETTERIE
              MOVE 0 TO WS-VTE-NUIT
              MOVE 8 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 8/9 : Ventes deja importees, ignore"
       END-IF

       IF WS-BATCH-ETAPE < 9 THEN
              DISPLAY "Etape 9/9 : Export comptable du jour"
              PERFORM EXPORT_GRAND_LIVRE
              MOVE 9 TO WS-BATCH-ETAPE
              PERFORM ECRIT_CHECKPOINT_BATCH
       ELSE
              DISPLAY "Etape 9/9 : Export comptable deja fait, "
                     "ignore"
       END-IF

       DISPLAY "Traitement de fin de journee termine."
       MOVE chaineType TO fh_type
       MOVE choixDistance TO fh_distance
       MOVE WS-HIST-GENRE TO fh_genre
       MOVE WS-COMPET-ACTIVE TO fh_compet
       MOVE 0 TO fh_rang
       MOVE 0 TO fh_numA
       MOVE 0 TO Wfin4
                     IF fh_annee NOT = WS-HDEPTH-ANNEE OR
                            fh_type NOT = chaineType OR
                            fh_distance NOT = choixDistance OR
                            fh_genre NOT = WS-HIST-GENRE OR
                            fh_compet NOT = WS-COMPET-ACTIVE THEN
                            MOVE 1 TO Wfin4
                     ELSE
                            ADD 1 TO WS-HDEPTH-NB
                            PERFORM FORMATE_RESULTAT_HISTO
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING fh_rang " - " fh_nom " "
                                   fh_prenom " (" fh_pays ") - "
                                   WS-TEMPS-AFFICHE " - "
                                   fh_phase
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
              fa_disatnce NOT = choixDistance THEN
              MOVE 1 TO Wfin4
       ELSE
              IF fa_genre OF tamp_farch = WS-HIST-GENRE AND
                     fa_compet = WS-COMPET-ACTIVE THEN
                     ADD 1 TO WS-TRI-NB
                     MOVE fa_annee TO thi_annee
                     MOVE fa_nom_or TO thi_nom
                     MOVE fa_prenom_or TO thi_prenom
                     MOVE fa_temps_or TO thi_temps
                     MOVE fa_temps_long_or TO thi_temps_long
                     MOVE fa_note_or TO thi_note
                     RELEASE tamp_ftrihisto
              END-IF
       END-IF.
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF WS-TEMP-DATE-TIME < fe_datetime AND
                            NOT FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE
                            ADD 1 TO WS-TRI-NB
                            MOVE fe_numE TO tfd_numE
                            MOVE fe_lieu TO tfd_lieu
                     PERFORM ECRIT_LIGNE_RAPPORT
              NOT INVALID KEY
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     IF FSR-REPRISE-ATTENTE THEN
                            STRING "   Athlete " fp_numA " - serie "
                                   fsr_serie " couloir " fsr_couloir
                                   " - REPRISE a " fsr_rep_HOUR "h"
                                   fsr_rep_MIN
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     ELSE
                            STRING "   Athlete " fp_numA " - serie "
                                   fsr_serie " couloir " fsr_couloir
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     END-IF
                     PERFORM ECRIT_LIGNE_RAPPORT
       END-READ
       CLOSE fseries.
       HISTO_AFFICHE.
      *Affiche une ligne du fichier trie de la tendance historique,
      *vers l'ecran et le spool (appelee par RAPPORT_HISTORIQUE).
       PERFORM HISTO_FORMATE_RESULTAT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING shi_annee " : " WS-TEMPS-AFFICHE " - "
              shi_prenom " " shi_nom
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       HISTO_FORMATE_RESULTAT.
      *Meme preparation que FORMATE_RESULTAT_HISTO pour le resultat
      *or d'une annee triee : points du jury, temps long ou temps
      *bassin (appelee par HISTO_AFFICHE).
       MOVE SPACES TO WS-TEMPS-AFFICHE
       IF shi_note > 0 THEN
              MOVE shi_note TO WS-NOTE-EDITEE
              STRING WS-NOTE-EDITEE "pts" DELIMITED BY SIZE
                     INTO WS-TEMPS-AFFICHE
              END-STRING
       ELSE IF shi_temps_long > 0 THEN
              MOVE shi_temps_long TO WS-TEMPS-LONG-BRUT
              PERFORM FORMATE_TEMPS_LONG
              MOVE WS-TEMPS-LONG-FORMATE TO WS-TEMPS-AFFICHE
       ELSE
              MOVE shi_temps TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-TEMPS-AFFICHE
       END-IF.
