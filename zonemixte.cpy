       GESTION_ZONE_MIXTE.
      *Sous-menu presse des finales : zone mixte de tous les
      *finalistes et conference de presse des medailles, planifiees
      *des que la finale est officielle ; demandes d'interview des
      *medias en file, interpretes par langue et manquements aux
      *obligations presse (appelee par GESTION_PROTOCOLE).
       DISPLAY "***********************************************"
       DISPLAY "*     Zone mixte et conferences de presse      *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Planifier une finale officielle            *"
       DISPLAY "* 2-Ordre de passage d'une seance              *"
       DISPLAY "* 3-Deposer une demande d'interview            *"
       DISPLAY "* 4-Traiter les demandes en attente            *"
       DISPLAY "* 5-Pointer une presence                       *"
       DISPLAY "* 6-Langue d'une delegation                    *"
       DISPLAY "* 7-Interpretes par langue (seance)            *"
       DISPLAY "* 8-Medailles absents aux obligations presse   *"
       DISPLAY "* 9-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 10 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM MZ_PLANIFIE_MANUEL
       ELSE IF Wchoix2 = 2 THEN
              PERFORM MZ_ORDRE_SEANCE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM MZ_DEPOSE_INTERVIEW
       ELSE IF Wchoix2 = 4 THEN
              PERFORM MZ_TRAITE_INTERVIEWS
       ELSE IF Wchoix2 = 5 THEN
              PERFORM MZ_POINTAGE
       ELSE IF Wchoix2 = 6 THEN
              PERFORM MZ_SAISIE_LANGUE
       ELSE IF Wchoix2 = 7 THEN
              PERFORM MZ_INTERPRETES
       ELSE IF Wchoix2 = 8 THEN
              PERFORM MZ_ABSENTS
       ELSE IF Wchoix2 = 9 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       MZ_PLANIFIE_MANUEL.
      *Planifie (ou replanifie) la presse d'une finale deja
      *officielle (appelee par GESTION_ZONE_MIXTE).
       OPEN INPUT fepreuves
       DISPLAY "Numero de la finale : "
       ACCEPT fe_numE
       MOVE 0 TO Wtrouve
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fepreuves
       IF Wtrouve = 1 THEN
              MOVE fe_numE TO WS-OFFI-NUME
              PERFORM EPREUVE_RESULTATS_OFFICIELS
              IF NOT FE-FINALE THEN
                     DISPLAY "Refuse : ce n'est pas une finale"
              ELSE IF WS-OFFI-OK NOT = 1 THEN
                     DISPLAY "Refuse : resultats encore provisoires"
              ELSE
                     PERFORM MZ_PLANIFIE_FINALE
              END-IF
              END-IF
       END-IF.

       MZ_PLANIFIE_FINALE.
      *Planifie la finale officielle lue dans fepreuves : passage
      *en zone mixte de chaque finaliste dans l'ordre du classement
      *puis conference de presse des medailles, a la suite des
      *creneaux deja pris dans la seance (appelee par
      *VALIDE_RESULTATS_EPREUVE et MZ_PLANIFIE_MANUEL).
       MOVE fe_numE TO WS-MZ-NUME
       MOVE fe_numSession TO WS-MZ-NUMS
       IF WS-MZ-NUMS = 0 THEN
              DISPLAY "Finale hors seance : zone mixte non planifiee"
       ELSE
              COMPUTE WS-MZ-DEBUT = (fe_HOUR * 60) + fe_MIN
              PERFORM MZ_COLLECTE_FINALISTES
              OPEN I-O fmedia
              PERFORM MZ_EXAMINE_SEANCE
              IF WS-MZ-OK = 1 THEN
                     DISPLAY "Presse de la finale " WS-MZ-NUME
                            " deja pointee : planning conserve"
              ELSE
                     PERFORM MZ_PURGE_EPREUVE
                     PERFORM MZ_ECRIT_PLANNING
              END-IF
              CLOSE fmedia
       END-IF.

       MZ_COLLECTE_FINALISTES.
      *Finalistes presents au depart (individuels, ou les quatre
      *relayeurs de chaque equipe), ranges par classement.
       MOVE 0 TO WS-MZ-NB
       OPEN INPUT fparticipations
       OPEN INPUT frelais
       OPEN INPUT fathletes
       MOVE WS-MZ-NUME TO fp_numE
       MOVE 0 TO WS-MZ-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MZ_UNE_PARTICIPATION
                            UNTIL WS-MZ-FIN2 = 1
       END-START
       MOVE WS-MZ-NUME TO fr_numE
       MOVE 0 TO WS-MZ-FIN2
       START frelais, KEY IS = fr_numE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MZ_UNE_EQUIPE UNTIL WS-MZ-FIN2 = 1
       END-START
       CLOSE fathletes
       CLOSE frelais
       CLOSE fparticipations

       PERFORM VARYING WS-MZ-I FROM 1 BY 1
              UNTIL WS-MZ-I >= WS-MZ-NB
              PERFORM VARYING WS-MZ-J FROM 1 BY 1
                     UNTIL WS-MZ-J > WS-MZ-NB - WS-MZ-I
                     IF WS-MZ-F-RANG(WS-MZ-J) >
                            WS-MZ-F-RANG(WS-MZ-J + 1) THEN
                            MOVE WS-MZ-F(WS-MZ-J) TO WS-MZ-ECHANGE
                            MOVE WS-MZ-F(WS-MZ-J + 1)
                                   TO WS-MZ-F(WS-MZ-J)
                            MOVE WS-MZ-ECHANGE
                                   TO WS-MZ-F(WS-MZ-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM.

       MZ_UNE_PARTICIPATION.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-MZ-FIN2
              NOT AT END
                     IF fp_numE NOT = WS-MZ-NUME THEN
                            MOVE 1 TO WS-MZ-FIN2
                     ELSE IF NOT FP-SUPPRIME AND NOT FP-DNS THEN
                            MOVE fp_numA TO WS-MZ-NUMA
                            MOVE fp_classement TO WS-MZ-RANG
                            PERFORM MZ_AJOUTE_FINALISTE
                     END-IF
                     END-IF
       END-READ.

       MZ_UNE_EQUIPE.
       READ frelais NEXT
              AT END MOVE 1 TO WS-MZ-FIN2
              NOT AT END
                     IF fr_numE NOT = WS-MZ-NUME THEN
                            MOVE 1 TO WS-MZ-FIN2
                     ELSE IF NOT FR-DNS THEN
                            PERFORM VARYING WS-MZ-L FROM 1 BY 1
                                   UNTIL WS-MZ-L > 4
                                   IF fr_leg_numA(WS-MZ-L) > 0 THEN
                                          MOVE fr_leg_numA(WS-MZ-L)
                                                 TO WS-MZ-NUMA
                                          MOVE fr_classement
                                                 TO WS-MZ-RANG
                                          PERFORM MZ_AJOUTE_FINALISTE
                                   END-IF
                            END-PERFORM
                     END-IF
                     END-IF
       END-READ.

       MZ_AJOUTE_FINALISTE.
       IF WS-MZ-NB < 50 THEN
              ADD 1 TO WS-MZ-NB
              MOVE WS-MZ-RANG TO WS-MZ-F-RANG(WS-MZ-NB)
              MOVE WS-MZ-NUMA TO WS-MZ-F-NUMA(WS-MZ-NB)
              MOVE WS-MZ-NUMA TO fa_numA
              READ fathletes
                     INVALID KEY
                            MOVE SPACES TO WS-MZ-F-PAYS(WS-MZ-NB)
                            MOVE SPACES TO WS-MZ-F-NOM(WS-MZ-NB)
                            MOVE SPACES TO WS-MZ-F-PRENOM(WS-MZ-NB)
                     NOT INVALID KEY
                            MOVE fa_pays TO WS-MZ-F-PAYS(WS-MZ-NB)
                            MOVE fa_nom TO WS-MZ-F-NOM(WS-MZ-NB)
                            MOVE fa_prenom
                                   TO WS-MZ-F-PRENOM(WS-MZ-NB)
              END-READ
       END-IF.

       MZ_EXAMINE_SEANCE.
      *Parcourt l'ordre de passage de la seance : dernier numero
      *d'ordre, fin des creneaux de zone mixte et de conference
      *pris par les autres finales ; WS-MZ-OK a 1 si la presse de
      *cette finale est deja pointee.
       MOVE 0 TO WS-MZ-OK
       MOVE 0 TO WS-MZ-ORDRE
       MOVE 0 TO WS-MZ-ZONE-LIBRE
       MOVE 0 TO WS-MZ-CONF-LIBRE
       MOVE WS-MZ-NUMS TO fmz_numS
       MOVE 0 TO fmz_ordre
       MOVE 0 TO WS-MZ-FIN
       START fmedia KEY >= fmz_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MZ_EXAMINE_ENTREE UNTIL WS-MZ-FIN = 1
       END-START.

       MZ_EXAMINE_ENTREE.
       READ fmedia NEXT
              AT END MOVE 1 TO WS-MZ-FIN
              NOT AT END
                     IF fmz_numS NOT = WS-MZ-NUMS THEN
                            MOVE 1 TO WS-MZ-FIN
                     ELSE
                            MOVE fmz_ordre TO WS-MZ-ORDRE
                            IF fmz_numE = WS-MZ-NUME THEN
                                   IF fmz_presence NOT = SPACE THEN
                                          MOVE 1 TO WS-MZ-OK
                                   END-IF
                            ELSE
                                   PERFORM MZ_FIN_CRENEAU
                            END-IF
                     END-IF
       END-READ.

       MZ_FIN_CRENEAU.
      *Fin du creneau de l'entree lue, en minutes depuis minuit.
       DIVIDE fmz_heure BY 100 GIVING WS-MZ-FIN-SLOT
              REMAINDER WS-MZ-MINUTES
       COMPUTE WS-MZ-FIN-SLOT = (WS-MZ-FIN-SLOT * 60)
              + WS-MZ-MINUTES
       IF FMZ-CONFERENCE THEN
              ADD WS-PARAM-CONF-DUREE TO WS-MZ-FIN-SLOT
              IF WS-MZ-FIN-SLOT > WS-MZ-CONF-LIBRE THEN
                     MOVE WS-MZ-FIN-SLOT TO WS-MZ-CONF-LIBRE
              END-IF
       ELSE
              ADD WS-PARAM-MZ-PASSAGE TO WS-MZ-FIN-SLOT
              IF WS-MZ-FIN-SLOT > WS-MZ-ZONE-LIBRE THEN
                     MOVE WS-MZ-FIN-SLOT TO WS-MZ-ZONE-LIBRE
              END-IF
       END-IF.

       MZ_PURGE_EPREUVE.
      *Retire l'ancien planning de la finale avant de le refaire.
       MOVE WS-MZ-NUMS TO fmz_numS
       MOVE 0 TO fmz_ordre
       MOVE 0 TO WS-MZ-FIN
       START fmedia KEY >= fmz_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MZ_PURGE_ENTREE UNTIL WS-MZ-FIN = 1
       END-START.

       MZ_PURGE_ENTREE.
       READ fmedia NEXT
              AT END MOVE 1 TO WS-MZ-FIN
              NOT AT END
                     IF fmz_numS NOT = WS-MZ-NUMS THEN
                            MOVE 1 TO WS-MZ-FIN
                     ELSE IF fmz_numE = WS-MZ-NUME THEN
                            DELETE fmedia RECORD
                                   INVALID KEY CONTINUE
                            END-DELETE
                     END-IF
                     END-IF
       END-READ.

       MZ_ECRIT_PLANNING.
      *Ecrit les passages en zone mixte puis la conference des
      *medailles (fmedia ouvert en mise a jour).
       COMPUTE WS-MZ-MINUTES = WS-MZ-DEBUT + WS-PARAM-MZ-DELAI
       IF WS-MZ-ZONE-LIBRE > WS-MZ-MINUTES THEN
              MOVE WS-MZ-ZONE-LIBRE TO WS-MZ-MINUTES
       END-IF
       MOVE 0 TO WS-MZ-NB-ZONE
       MOVE 0 TO WS-MZ-NB-CONF
       OPEN INPUT flangues
       PERFORM VARYING WS-MZ-I FROM 1 BY 1 UNTIL WS-MZ-I > WS-MZ-NB
              MOVE "Z" TO fmz_type
              PERFORM MZ_ECRIT_ENTREE
              ADD 1 TO WS-MZ-NB-ZONE
              ADD WS-PARAM-MZ-PASSAGE TO WS-MZ-MINUTES
       END-PERFORM
       COMPUTE WS-MZ-MINUTES = WS-MZ-DEBUT + WS-PARAM-CONF-DELAI
       IF WS-MZ-CONF-LIBRE > WS-MZ-MINUTES THEN
              MOVE WS-MZ-CONF-LIBRE TO WS-MZ-MINUTES
       END-IF
       PERFORM VARYING WS-MZ-I FROM 1 BY 1 UNTIL WS-MZ-I > WS-MZ-NB
              IF WS-MZ-F-RANG(WS-MZ-I) > 0 AND
                     WS-MZ-F-RANG(WS-MZ-I) < 4 THEN
                     MOVE "C" TO fmz_type
                     PERFORM MZ_ECRIT_ENTREE
                     ADD 1 TO WS-MZ-NB-CONF
              END-IF
       END-PERFORM
       CLOSE flangues
       DISPLAY "Presse de la finale " WS-MZ-NUME " : "
              WS-MZ-NB-ZONE " passage(s) en zone mixte, "
              WS-MZ-NB-CONF " medaille(s) en conference"
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Zone mixte finale " WS-MZ-NUME " : " WS-MZ-NB-ZONE
              " / conf " WS-MZ-NB-CONF
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       MZ_ECRIT_ENTREE.
      *Entree de l'ordre de passage pour le finaliste WS-MZ-I a
      *l'heure WS-MZ-MINUTES.
       ADD 1 TO WS-MZ-ORDRE
       MOVE WS-MZ-NUMS TO fmz_numS
       MOVE WS-MZ-ORDRE TO fmz_ordre
       MOVE WS-MZ-NUME TO fmz_numE
       MOVE WS-MZ-F-NUMA(WS-MZ-I) TO fmz_numA
       MOVE WS-MZ-F-PAYS(WS-MZ-I) TO fmz_pays
       MOVE WS-MZ-F-NOM(WS-MZ-I) TO fmz_nom
       MOVE WS-MZ-F-PRENOM(WS-MZ-I) TO fmz_prenom
       MOVE WS-MZ-F-RANG(WS-MZ-I) TO fmz_rang
       PERFORM MZ_HEURE_HHMM
       MOVE WS-MZ-HEURE TO fmz_heure
       MOVE fmz_pays TO flg_pays
       READ flangues
              INVALID KEY MOVE SPACES TO fmz_langue
              NOT INVALID KEY MOVE flg_langue TO fmz_langue
       END-READ
       MOVE SPACE TO fmz_presence
       MOVE WS-OPERATEUR TO fmz_maj_par
       WRITE tamp_fmedia
              INVALID KEY DISPLAY "Erreur d'enregistrement"
       END-WRITE.

       MZ_HEURE_HHMM.
      *Convertit WS-MZ-MINUTES (depuis minuit) en HHMM dans
      *WS-MZ-HEURE.
       DIVIDE WS-MZ-MINUTES BY 60 GIVING WS-MZ-HEURE
              REMAINDER WS-MZ-FIN-SLOT
       COMPUTE WS-MZ-HEURE = (WS-MZ-HEURE * 100) + WS-MZ-FIN-SLOT.

       MZ_SAISIE_SEANCE.
      *Saisit une seance de la competition active ; WS-MZ-OK a 1
      *si elle existe.
       DISPLAY "Numero de la seance : "
       ACCEPT fse_numS
       PERFORM VALIDE_SEANCE
       MOVE WS-SEANCE-VALIDE TO WS-MZ-OK
       IF WS-MZ-OK = 1 THEN
              MOVE fse_numS TO WS-MZ-NUMS
       ELSE
              DISPLAY "Cette seance n'existe pas"
       END-IF.

       MZ_ORDRE_SEANCE.
      *Ordre de passage presse de la seance : zone mixte et
      *conferences dans l'ordre planifie, puis interviews
      *confirmees (appelee par GESTION_ZONE_MIXTE).
       PERFORM MZ_SAISIE_SEANCE
       IF WS-MZ-OK = 1 THEN
              MOVE "ZONE-MIXTE" TO WS-SPOOL-RAPPORT
              PERFORM SPOOL_OUVRE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "ORDRE DE PASSAGE PRESSE - seance " WS-MZ-NUMS
                     " - " fse_lieu
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Ordre Heure  Passage      Epr Rg Delegation"
                     "           Athlete"
                     "                                  Lg P"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              OPEN INPUT fmedia
              MOVE WS-MZ-NUMS TO fmz_numS
              MOVE 0 TO fmz_ordre
              MOVE 0 TO WS-MZ-FIN
              START fmedia KEY >= fmz_cle
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM MZ_LIGNE_ORDRE
                                   UNTIL WS-MZ-FIN = 1
              END-START
              CLOSE fmedia
              MOVE "Interviews confirmees :" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
              OPEN INPUT finterviews
              OPEN INPUT fathletes
              MOVE 0 TO WS-MZ-FIN
              PERFORM WITH TEST AFTER UNTIL WS-MZ-FIN = 1
                     READ finterviews NEXT
                     AT END MOVE 1 TO WS-MZ-FIN
                     NOT AT END
                            IF FIT-CONFIRMEE AND
                                   fit_numS = WS-MZ-NUMS THEN
                                   PERFORM MZ_LIGNE_INTERVIEW
                            END-IF
              END-PERFORM
              CLOSE fathletes
              CLOSE finterviews
              PERFORM SPOOL_FERME
       END-IF.

       MZ_LIGNE_ORDRE.
       READ fmedia NEXT
              AT END MOVE 1 TO WS-MZ-FIN
              NOT AT END
                     IF fmz_numS NOT = WS-MZ-NUMS THEN
                            MOVE 1 TO WS-MZ-FIN
                     ELSE
                            IF FMZ-CONFERENCE THEN
                                   MOVE "CONFERENCE" TO WS-MZ-TYPE-LIB
                            ELSE
                                   MOVE "ZONE MIXTE" TO WS-MZ-TYPE-LIB
                            END-IF
                            MOVE fmz_heure TO WS-MZ-ED-HEURE
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING fmz_ordre "  " WS-MZ-ED-HEURE "  "
                                   WS-MZ-TYPE-LIB " " fmz_numE " "
                                   fmz_rang " " fmz_pays " "
                                   fmz_prenom(1:15) " " fmz_nom " "
                                   fmz_langue " " fmz_presence
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
       END-READ.

       MZ_LIGNE_INTERVIEW.
       MOVE fit_numA TO fa_numA
       READ fathletes
              INVALID KEY MOVE SPACES TO fa_nom
       END-READ
       MOVE fit_heure TO WS-MZ-ED-HEURE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  " WS-MZ-ED-HEURE " " fit_media " - " fit_journaliste
              " : " fa_nom " (" fit_numA ") " fit_langue
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       MZ_DEPOSE_INTERVIEW.
      *Un media depose une demande d'interview d'un athlete nomme ;
      *elle prend rang dans la file si l'athlete a donne son accord
      *pour les interviews (appelee par
      *GESTION_ZONE_MIXTE).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-MZ-NUMA
       MOVE 0 TO Wtrouve
       OPEN INPUT fathletes
       MOVE WS-MZ-NUMA TO fa_numA
       READ fathletes
              INVALID KEY DISPLAY "Athlete inconnu"
              NOT INVALID KEY
                     MOVE "M" TO WS-CST-USAGE
                     PERFORM CST_CONTROLE_ATHLETE
                     IF WS-CST-OK = 1 THEN
                            MOVE 1 TO Wtrouve
                            DISPLAY fa_prenom " " fa_nom " ("
                                   fa_pays ")"
                     ELSE
                            DISPLAY "Pas d'accord pour les "
                                   "interviews media ("
                                   WS-CST-MOTIF ") : demande refusee"
                     END-IF
       END-READ
       CLOSE fathletes
       IF Wtrouve = 1 THEN
              OPEN I-O finterviews
              MOVE 0 TO WS-MZ-ID
              MOVE 0 TO WS-MZ-FIN
              PERFORM WITH TEST AFTER UNTIL WS-MZ-FIN = 1
                     READ finterviews NEXT
                     AT END MOVE 1 TO WS-MZ-FIN
                     NOT AT END MOVE fit_id TO WS-MZ-ID
              END-PERFORM
              ADD 1 TO WS-MZ-ID
              MOVE WS-MZ-ID TO fit_id
              DISPLAY "Media : "
              ACCEPT fit_media
              DISPLAY "Journaliste : "
              ACCEPT fit_journaliste
              DISPLAY "Langue de l'interview (code a deux lettres) : "
              ACCEPT fit_langue
              MOVE WS-MZ-NUMA TO fit_numA
              MOVE "Q" TO fit_statut
              MOVE 0 TO fit_numS
              MOVE 0 TO fit_heure
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fit_depot
              MOVE WS-OPERATEUR TO fit_maj_par
              WRITE tamp_finterviews
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
                     NOT INVALID KEY
                            DISPLAY "Demande " fit_id " en file"
              END-WRITE
              CLOSE finterviews
       END-IF.

       MZ_TRAITE_INTERVIEWS.
      *Reprend la file dans l'ordre de depot : chaque demande en
      *attente est confirmee (seance et heure), refusee ou laissee
      *en file (appelee par GESTION_ZONE_MIXTE).
       OPEN I-O finterviews
       OPEN INPUT fathletes
       MOVE 0 TO WS-MZ-FIN
       PERFORM WITH TEST AFTER UNTIL WS-MZ-FIN = 1
              READ finterviews NEXT
              AT END MOVE 1 TO WS-MZ-FIN
              NOT AT END
                     IF FIT-EN-ATTENTE THEN
                            PERFORM MZ_TRAITE_DEMANDE
                     END-IF
       END-PERFORM
       CLOSE fathletes
       CLOSE finterviews.

       MZ_TRAITE_DEMANDE.
       MOVE fit_numA TO fa_numA
       READ fathletes
              INVALID KEY MOVE SPACES TO fa_nom
       END-READ
       DISPLAY "Demande " fit_id " du " fit_depot " : " fit_media
              " (" fit_journaliste ") pour " fa_prenom " " fa_nom
              " - langue " fit_langue
       PERFORM WITH TEST AFTER UNTIL WS-MZ-CHOIX = "C" OR
              WS-MZ-CHOIX = "R" OR WS-MZ-CHOIX = "S" OR
              WS-MZ-CHOIX = "F"
              DISPLAY "C-Confirmer R-Refuser S-Laisser en file "
                     "F-Fin : "
              ACCEPT WS-MZ-CHOIX
       END-PERFORM
       IF WS-MZ-CHOIX = "F" THEN
              MOVE 1 TO WS-MZ-FIN
       ELSE IF WS-MZ-CHOIX = "C" THEN
              DISPLAY "Seance de l'interview : "
              ACCEPT fit_numS
              DISPLAY "Heure (HHMM) : "
              ACCEPT fit_heure
              MOVE "C" TO fit_statut
              PERFORM MZ_REECRIT_DEMANDE
       ELSE IF WS-MZ-CHOIX = "R" THEN
              MOVE "R" TO fit_statut
              PERFORM MZ_REECRIT_DEMANDE
       END-IF
       END-IF
       END-IF.

       MZ_REECRIT_DEMANDE.
       MOVE WS-OPERATEUR TO fit_maj_par
       REWRITE tamp_finterviews
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Interview " fit_id " statut " fit_statut
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.

       MZ_POINTAGE.
      *Pointe la presence (P) ou l'absence (A) d'un athlete a son
      *passage de zone mixte ou de conference (appelee par
      *GESTION_ZONE_MIXTE).
       PERFORM MZ_SAISIE_SEANCE
       IF WS-MZ-OK = 1 THEN
              DISPLAY "Numero d'ordre : "
              ACCEPT WS-MZ-ORDRE
              OPEN I-O fmedia
              MOVE WS-MZ-NUMS TO fmz_numS
              MOVE WS-MZ-ORDRE TO fmz_ordre
              READ fmedia
                     INVALID KEY DISPLAY "Passage inconnu"
                     NOT INVALID KEY
                            PERFORM MZ_POINTAGE_APPLIQUE
              END-READ
              CLOSE fmedia
       END-IF.

       MZ_POINTAGE_APPLIQUE.
       DISPLAY fmz_type " epreuve " fmz_numE " rang " fmz_rang " : "
              fmz_prenom " " fmz_nom " (" fmz_pays ")"
       PERFORM WITH TEST AFTER UNTIL fmz_presence = "P" OR
              fmz_presence = "A"
              DISPLAY "P-Present A-Absent : "
              ACCEPT fmz_presence
       END-PERFORM
       MOVE WS-OPERATEUR TO fmz_maj_par
       REWRITE tamp_fmedia
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY DISPLAY "Presence enregistree"
       END-REWRITE.

       MZ_SAISIE_LANGUE.
      *Langue de travail d'une delegation face a la presse
      *(appelee par GESTION_ZONE_MIXTE).
       MOVE 0 TO WS-PAYS-VALIDE
       PERFORM WITH TEST AFTER UNTIL WS-PAYS-VALIDE = 1
              PERFORM LIST_PAYS
              DISPLAY "Delegation (nom exact ci-dessus) : "
              ACCEPT flg_pays
              MOVE flg_pays TO fa_pays OF tamp_fathletes
              PERFORM VALIDE_PAYS
              IF WS-PAYS-VALIDE NOT = 1 THEN
                     DISPLAY "Pays inconnu, reessayez"
              END-IF
       END-PERFORM
       DISPLAY "Langue (code a deux lettres) : "
       ACCEPT WS-MZ-LANGUE
       OPEN I-O flangues
       READ flangues
              INVALID KEY
                     MOVE WS-MZ-LANGUE TO flg_langue
                     WRITE tamp_flangues
                            INVALID KEY
                                   DISPLAY "Erreur d'enregistrement"
                     END-WRITE
              NOT INVALID KEY
                     MOVE WS-MZ-LANGUE TO flg_langue
                     REWRITE tamp_flangues
                            INVALID KEY
                                   DISPLAY "Erreur d'enregistrement"
                     END-REWRITE
       END-READ
       CLOSE flangues
       DISPLAY "Langue enregistree".

       MZ_INTERPRETES.
      *Interpretes a prevoir pour une seance : langues des
      *medailles en conference et des interviews confirmees ; le
      *francais et l'anglais sont les langues de travail de la
      *salle de presse (appelee par GESTION_ZONE_MIXTE).
       PERFORM MZ_SAISIE_SEANCE
       IF WS-MZ-OK = 1 THEN
              MOVE 0 TO WS-MZ-NB-LANGUES
              OPEN INPUT fmedia
              MOVE WS-MZ-NUMS TO fmz_numS
              MOVE 0 TO fmz_ordre
              MOVE 0 TO WS-MZ-FIN
              START fmedia KEY >= fmz_cle
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM MZ_LANGUE_CONFERENCE
                                   UNTIL WS-MZ-FIN = 1
              END-START
              CLOSE fmedia
              OPEN INPUT finterviews
              MOVE 0 TO WS-MZ-FIN
              PERFORM WITH TEST AFTER UNTIL WS-MZ-FIN = 1
                     READ finterviews NEXT
                     AT END MOVE 1 TO WS-MZ-FIN
                     NOT AT END
                            IF FIT-CONFIRMEE AND
                                   fit_numS = WS-MZ-NUMS THEN
                                   MOVE fit_langue TO WS-MZ-LANGUE
                                   PERFORM MZ_CHERCHE_LANGUE
                                   IF WS-MZ-J > 0 THEN
                                          ADD 1 TO
                                                 WS-MZ-LG-ITW(WS-MZ-J)
                                   END-IF
                            END-IF
              END-PERFORM
              CLOSE finterviews
              PERFORM MZ_RAPPORT_INTERPRETES
       END-IF.

       MZ_LANGUE_CONFERENCE.
       READ fmedia NEXT
              AT END MOVE 1 TO WS-MZ-FIN
              NOT AT END
                     IF fmz_numS NOT = WS-MZ-NUMS THEN
                            MOVE 1 TO WS-MZ-FIN
                     ELSE IF FMZ-CONFERENCE THEN
                            MOVE fmz_langue TO WS-MZ-LANGUE
                            PERFORM MZ_CHERCHE_LANGUE
                            IF WS-MZ-J > 0 THEN
                                   ADD 1 TO WS-MZ-LG-CONF(WS-MZ-J)
                            END-IF
                     END-IF
                     END-IF
       END-READ.

       MZ_CHERCHE_LANGUE.
      *Rang de la langue WS-MZ-LANGUE dans WS-MZ-J (creee au
      *besoin ; "??" si non renseignee).
       IF WS-MZ-LANGUE = SPACES THEN
              MOVE "??" TO WS-MZ-LANGUE
       END-IF
       MOVE 0 TO WS-MZ-J
       PERFORM VARYING WS-MZ-I FROM 1 BY 1
              UNTIL WS-MZ-I > WS-MZ-NB-LANGUES OR WS-MZ-J > 0
              IF WS-MZ-LG-CODE(WS-MZ-I) = WS-MZ-LANGUE THEN
                     MOVE WS-MZ-I TO WS-MZ-J
              END-IF
       END-PERFORM
       IF WS-MZ-J = 0 AND WS-MZ-NB-LANGUES < 40 THEN
              ADD 1 TO WS-MZ-NB-LANGUES
              MOVE WS-MZ-NB-LANGUES TO WS-MZ-J
              MOVE WS-MZ-LANGUE TO WS-MZ-LG-CODE(WS-MZ-J)
              MOVE 0 TO WS-MZ-LG-CONF(WS-MZ-J)
              MOVE 0 TO WS-MZ-LG-ITW(WS-MZ-J)
       END-IF.

       MZ_RAPPORT_INTERPRETES.
       MOVE "INTERPRETES" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "INTERPRETES A PREVOIR - seance " WS-MZ-NUMS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Langue Conference Interviews" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-MZ-I FROM 1 BY 1
              UNTIL WS-MZ-I > WS-MZ-NB-LANGUES
              MOVE SPACES TO WS-RAPPORT-LIGNE
              IF WS-MZ-LG-CODE(WS-MZ-I) = "FR" OR
                     WS-MZ-LG-CODE(WS-MZ-I) = "EN" THEN
                     STRING WS-MZ-LG-CODE(WS-MZ-I) "     "
                            WS-MZ-LG-CONF(WS-MZ-I) "        "
                            WS-MZ-LG-ITW(WS-MZ-I)
                            "        langue de travail"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              ELSE
                     STRING WS-MZ-LG-CODE(WS-MZ-I) "     "
                            WS-MZ-LG-CONF(WS-MZ-I) "        "
                            WS-MZ-LG-ITW(WS-MZ-I)
                            "        INTERPRETE REQUIS"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              END-IF
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       PERFORM SPOOL_FERME.

       MZ_ABSENTS.
      *Medailles pointes absents a une conference de presse ou a
      *leur passage en zone mixte ; les obligations encore non
      *pointees sont comptees a part (appelee par
      *GESTION_ZONE_MIXTE).
       MOVE "PRESSE-ABSENTS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE "MEDAILLES ABSENTS AUX OBLIGATIONS PRESSE"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-MZ-NB-ABSENTS
       MOVE 0 TO WS-MZ-NB-ZONE
       OPEN INPUT fmedia
       MOVE 0 TO WS-MZ-FIN
       PERFORM WITH TEST AFTER UNTIL WS-MZ-FIN = 1
              READ fmedia NEXT
              AT END MOVE 1 TO WS-MZ-FIN
              NOT AT END
                     IF fmz_rang > 0 AND fmz_rang < 4 THEN
                            PERFORM MZ_CONTROLE_OBLIGATION
                     END-IF
       END-PERFORM
       CLOSE fmedia
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Absences : " WS-MZ-NB-ABSENTS
              " - obligations non pointees : " WS-MZ-NB-ZONE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Absences aux obligations presse : " WS-MZ-NB-ABSENTS.

       MZ_CONTROLE_OBLIGATION.
       IF FMZ-ABSENT THEN
              ADD 1 TO WS-MZ-NB-ABSENTS
              IF FMZ-CONFERENCE THEN
                     MOVE "CONFERENCE" TO WS-MZ-TYPE-LIB
              ELSE
                     MOVE "ZONE MIXTE" TO WS-MZ-TYPE-LIB
              END-IF
              MOVE fmz_heure TO WS-MZ-ED-HEURE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Seance " fmz_numS " " WS-MZ-ED-HEURE " "
                     WS-MZ-TYPE-LIB " epreuve " fmz_numE " rang "
                     fmz_rang " : " fmz_prenom(1:15) " " fmz_nom
                     " (" fmz_pays ")"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       ELSE IF NOT FMZ-PRESENT THEN
              ADD 1 TO WS-MZ-NB-ZONE
       END-IF
       END-IF.
