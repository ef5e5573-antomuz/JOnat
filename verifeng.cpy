       GESTION_VERIF_ENGAGEMENTS.
      *Sous-menu du controle des temps d'engagement contre la base
      *des classements federaux : un temps soumis par une
      *delegation doit correspondre a une nage de la fenetre de
      *qualification, faute de quoi il est a justifier, puis ramene
      *a sans temps pour le seeding a la date limite (appelee par
      *GESTION_PARTICIPATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Controle des temps d'engagement         *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Importer les classements federaux         *"
       DISPLAY "* 2-Controler les temps d'engagement          *"
       DISPLAY "* 3-Rapport des temps a justifier             *"
       DISPLAY "* 4-Enregistrer une justification             *"
       DISPLAY "* 5-Appliquer la date limite de justification *"
       DISPLAY "* 6-Retour                                    *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 7 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM IMPORT_CLASSEMENT_FEDERAL
       ELSE IF Wchoix2 = 2 THEN
              PERFORM VERIFIE_TEMPS_ENGAGEMENT
       ELSE IF Wchoix2 = 3 THEN
              PERFORM RAPPORT_TEMPS_A_JUSTIFIER
       ELSE IF Wchoix2 = 4 THEN
              MOVE SPACES TO WS-VEF-PAYS
              PERFORM VEF_JUSTIFIE
       ELSE IF Wchoix2 = 5 THEN
              PERFORM APPLIQUE_ECHEANCE_JUSTIF
       ELSE IF Wchoix2 = 6 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       IMPORT_CLASSEMENT_FEDERAL.
      *Charge l'extrait de la base des classements de la
      *federation, une ligne par nage :
      *   licence;type;distance;temps;meeting;date;bassin
      *le temps en centiemes, la date en AAAAMMJJ, le bassin 25 ou
      *50, le type dans le libelle des epreuves. Une nage deja
      *connue est ignoree, ce qui permet de recharger un extrait
      *cumulatif (appelee par GESTION_VERIF_ENGAGEMENTS).
       DISPLAY "---------------------------------------"
       DISPLAY "   IMPORT CLASSEMENTS FEDERAUX         "
       DISPLAY "---------------------------------------"
       OPEN INPUT fimportF
       IF cr_fimportF = 35 THEN
              DISPLAY "Fichier import_classement_federation.dat "
                     "introuvable"
       ELSE
              PERFORM HORODATE_MAJ
              OPEN I-O fperfed
              MOVE 0 TO WS-VEF-NB-LUES
              MOVE 0 TO WS-VEF-NB-CREES
              MOVE 0 TO WS-VEF-NB-CONNUES
              MOVE 0 TO WS-VEF-NB-REJETEES
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fimportF
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            ADD 1 TO WS-VEF-NB-LUES
                            PERFORM VEF_TRAITE_LIGNE
              END-PERFORM
              CLOSE fperfed
              DISPLAY "Lignes lues : " WS-VEF-NB-LUES
              DISPLAY "Nages ajoutees : " WS-VEF-NB-CREES
              DISPLAY "Deja connues (ignorees) : " WS-VEF-NB-CONNUES
              DISPLAY "Lignes rejetees : " WS-VEF-NB-REJETEES
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Import classements federaux : "
                     WS-VEF-NB-CREES " nage(s), "
                     WS-VEF-NB-REJETEES " rejet(s)"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE fimportF.

       VEF_TRAITE_LIGNE.
      *Decoupe, controle et enregistre une nage de l'extrait
      *federal (appelee par IMPORT_CLASSEMENT_FEDERAL ; fperfed est
      *ouvert en I-O).
       MOVE SPACES TO WS-VEF-LICENCE
       MOVE SPACES TO WS-VEF-TYPE
       MOVE SPACES TO WS-VEF-MEETING
       MOVE 0 TO WS-VEF-DISTANCE
       MOVE 0 TO WS-VEF-TEMPS
       MOVE 0 TO WS-VEF-DATE
       MOVE 0 TO WS-VEF-BASSIN
       UNSTRING tamp_fimportF DELIMITED BY ";"
              INTO WS-VEF-LICENCE, WS-VEF-TYPE, WS-VEF-DISTANCE,
                     WS-VEF-TEMPS, WS-VEF-MEETING, WS-VEF-DATE,
                     WS-VEF-BASSIN
       END-UNSTRING
       IF WS-VEF-LICENCE = SPACES OR WS-VEF-TYPE = SPACES OR
              WS-VEF-DISTANCE IS NOT NUMERIC OR
              WS-VEF-TEMPS IS NOT NUMERIC OR
              WS-VEF-DATE IS NOT NUMERIC OR
              WS-VEF-BASSIN IS NOT NUMERIC THEN
              DISPLAY "Ligne rejetee (format) : "
                     tamp_fimportF(1:60)
              ADD 1 TO WS-VEF-NB-REJETEES
       ELSE IF WS-VEF-DISTANCE = 0 OR WS-VEF-TEMPS = 0 OR
              WS-VEF-DATE < 19000101 OR
              (WS-VEF-BASSIN NOT = 25 AND WS-VEF-BASSIN NOT = 50)
              THEN
              DISPLAY "Ligne rejetee (valeurs) : "
                     tamp_fimportF(1:60)
              ADD 1 TO WS-VEF-NB-REJETEES
       ELSE
              MOVE WS-VEF-LICENCE TO fpf_licence
              MOVE WS-VEF-TYPE TO fpf_type
              MOVE WS-VEF-DISTANCE TO fpf_distance
              MOVE WS-VEF-DATE TO fpf_date
              MOVE WS-VEF-TEMPS TO fpf_temps
              MOVE WS-VEF-BASSIN TO fpf_bassin
              MOVE WS-VEF-MEETING TO fpf_meeting
              MOVE WS-FORMATTED-DATE-TIME TO fpf_import
              WRITE tamp_fperfed
                     INVALID KEY ADD 1 TO WS-VEF-NB-CONNUES
                     NOT INVALID KEY ADD 1 TO WS-VEF-NB-CREES
              END-WRITE
       END-IF
       END-IF.

       VERIFIE_TEMPS_ENGAGEMENT.
      *Controle chaque temps d'engagement des epreuves en bassin de
      *la competition active : verifie (V) s'il est prouve par une
      *nage de la base federale, sinon a justifier (A) par la
      *delegation ; une justification deja acceptee (J) est
      *conservee. Un temps ramene a sans temps n'est plus controle
      *(appelee par GESTION_VERIF_ENGAGEMENTS).
       MOVE 0 TO WS-VEF-NB-OK
       MOVE 0 TO WS-VEF-NB-AJUST
       MOVE 0 TO WS-VEF-NB-JUST
       OPEN INPUT fepreuves
       OPEN I-O fparticipations
       OPEN INPUT fathletes
       OPEN INPUT fperfed
       MOVE 0 TO WS-VEF-FIN
       PERFORM UNTIL WS-VEF-FIN = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-VEF-FIN
                     NOT AT END
                            IF NOT FP-SUPPRIME AND
                                   fp_compet = WS-COMPET-ACTIVE AND
                                   fp_temps_engage > 0 THEN
                                   PERFORM VEF_EXAMINE_ENGAGE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fperfed
       CLOSE fathletes
       CLOSE fparticipations
       CLOSE fepreuves
       DISPLAY "Temps verifies : " WS-VEF-NB-OK
       DISPLAY "Temps justifies par la delegation : " WS-VEF-NB-JUST
       DISPLAY "Temps a justifier : " WS-VEF-NB-AJUST
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Controle temps engagement " WS-COMPET-ACTIVE " : "
              WS-VEF-NB-OK " verifie(s), " WS-VEF-NB-AJUST
              " a justifier"
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       VEF_EXAMINE_ENGAGE.
      *Controle l'engagement lu s'il porte sur une epreuve en
      *bassin (appelee par VERIFIE_TEMPS_ENGAGEMENT).
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FE-BASSIN THEN
                            PERFORM VEF_CONTROLE_ENGAGE
                     END-IF
       END-READ.

       VEF_CONTROLE_ENGAGE.
      *Cherche la preuve du temps de l'engagement lu et pose son
      *etat (appelee par VEF_EXAMINE_ENGAGE ; fparticipations est
      *ouvert en I-O).
       MOVE SPACES TO WS-VEF-LICENCE
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fa_licence TO WS-VEF-LICENCE
       END-READ
       PERFORM VEF_FENETRE
       MOVE 0 TO WS-VEF-TROUVE
       IF WS-VEF-LICENCE NOT = SPACES THEN
              PERFORM VEF_CHERCHE_NAGE
       END-IF
       IF WS-VEF-TROUVE = 1 THEN
              MOVE "V" TO fp_verif
              ADD 1 TO WS-VEF-NB-OK
       ELSE IF FP-VERIF-JUSTIFIE THEN
              ADD 1 TO WS-VEF-NB-JUST
       ELSE
              MOVE "A" TO fp_verif
              MOVE SPACES TO fp_preuve
              ADD 1 TO WS-VEF-NB-AJUST
       END-IF
       END-IF
       REWRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Erreur de mise a jour de l'engagement "
                            fp_numA "/" fp_numE
       END-REWRITE.

       VEF_FENETRE.
      *Fenetre de qualification de l'epreuve lue : les
      *QUALIF-MOIS mois qui precedent la cloture des engagements
      *(la date de l'epreuve a defaut de cloture) ; bornes dans
      *WS-VEF-FENETRE-NUM et WS-VEF-REF (appelee par
      *VEF_CONTROLE_ENGAGE).
       IF fe_cloture NOT = ZEROS THEN
              MOVE fe_clot_date TO WS-VEF-REF
       ELSE
              MOVE fe_date TO WS-VEF-REF
       END-IF
       MOVE WS-VEF-REF TO WS-VEF-FENETRE-NUM
       COMPUTE WS-VEF-MOIS = WS-VEF-DEB-ANNEE * 12
              + WS-VEF-DEB-MOIS - 1 - WS-PARAM-QUALIF-MOIS
       COMPUTE WS-VEF-DEB-ANNEE = WS-VEF-MOIS / 12
       COMPUTE WS-VEF-DEB-MOIS = WS-VEF-MOIS
              - (WS-VEF-DEB-ANNEE * 12) + 1.

       VEF_CHERCHE_NAGE.
      *Parcourt les nages de la licence sur le type/distance de
      *l'epreuve jusqu'a trouver une preuve (appelee par
      *VEF_CONTROLE_ENGAGE ; fperfed est ouvert par l'appelant).
       MOVE WS-VEF-LICENCE TO fpf_licence
       MOVE fe_type TO fpf_type
       MOVE fe_distance TO fpf_distance
       MOVE 0 TO fpf_date
       MOVE 0 TO fpf_temps
       MOVE 0 TO fpf_bassin
       MOVE 0 TO WS-VEF-FIN2
       START fperfed, KEY IS >= fpf_cle
              INVALID KEY MOVE 1 TO WS-VEF-FIN2
       END-START
       PERFORM UNTIL WS-VEF-FIN2 = 1 OR WS-VEF-TROUVE = 1
              READ fperfed NEXT
                     AT END MOVE 1 TO WS-VEF-FIN2
                     NOT AT END
                            IF fpf_licence NOT = WS-VEF-LICENCE OR
                                   fpf_type NOT = fe_type OR
                                   fpf_distance NOT = fe_distance
                                   THEN
                                   MOVE 1 TO WS-VEF-FIN2
                            ELSE
                                   PERFORM VEF_EXAMINE_NAGE
                            END-IF
              END-READ
       END-PERFORM.

       VEF_EXAMINE_NAGE.
      *Un temps present tel quel dans la base federale prouve
      *l'engagement ; a defaut il faut une nage de la fenetre, au
      *moins aussi rapide, dans le bassin declare (grand bassin si
      *le bassin n'est pas precise). La nage retenue est notee
      *dans fp_preuve (appelee par VEF_CHERCHE_NAGE).
       IF fpf_temps = fp_temps_engage THEN
              MOVE 1 TO WS-VEF-TROUVE
       ELSE IF fpf_date >= WS-VEF-FENETRE-NUM AND
              fpf_date <= WS-VEF-REF AND
              fpf_temps < fp_temps_engage AND
              (fpf_bassin = fp_bassin OR
              (fp_bassin = 0 AND fpf_bassin = 50)) THEN
              MOVE 1 TO WS-VEF-TROUVE
       END-IF
       END-IF
       IF WS-VEF-TROUVE = 1 THEN
              MOVE SPACES TO fp_preuve
              STRING fpf_meeting DELIMITED BY "  "
                     " " fpf_date " " fpf_bassin "m"
                     DELIMITED BY SIZE
                     INTO fp_preuve
              END-STRING
       END-IF.

       RAPPORT_TEMPS_A_JUSTIFIER.
      *Rapport au spool des temps d'engagement de la competition
      *active non prouves par la base federale : a justifier,
      *justifies par la delegation et ramenes a sans temps, avec la
      *date limite de justification de l'epreuve (appelee par
      *GESTION_VERIF_ENGAGEMENTS).
       MOVE "TEMPS-A-JUSTIFIER" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "TEMPS D'ENGAGEMENT NON PROUVES - COMPETITION "
              WS-COMPET-ACTIVE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-VEF-NB-AJUST
       MOVE 0 TO WS-VEF-NB-JUST
       MOVE 0 TO WS-VEF-NB-RAMENES
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       MOVE 0 TO WS-VEF-FIN
       PERFORM UNTIL WS-VEF-FIN = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-VEF-FIN
                     NOT AT END
                            IF NOT FP-SUPPRIME AND
                                   fp_compet = WS-COMPET-ACTIVE AND
                                   (FP-VERIF-A-JUSTIFIER OR
                                   FP-VERIF-JUSTIFIE OR
                                   FP-VERIF-RAMENE) THEN
                                   PERFORM VEF_LIGNE_RAPPORT
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fathletes
       CLOSE fparticipations
       CLOSE fepreuves
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "A justifier : " WS-VEF-NB-AJUST " - justifies : "
              WS-VEF-NB-JUST " - ramenes a sans temps : "
              WS-VEF-NB-RAMENES
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "A justifier : " WS-VEF-NB-AJUST
              " - justifies : " WS-VEF-NB-JUST
              " - ramenes : " WS-VEF-NB-RAMENES.

       VEF_LIGNE_RAPPORT.
      *Deux lignes du rapport pour l'engagement lu : athlete,
      *epreuve, temps soumis et etat, puis limite ou justification
      *(appelee par RAPPORT_TEMPS_A_JUSTIFIER).
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY
                     MOVE SPACES TO fa_nom
                     MOVE SPACES TO fa_pays
       END-READ
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY MOVE ZEROS TO fe_cloture
       END-READ
       PERFORM VEF_LIMITE
       IF FP-VERIF-RAMENE THEN
              MOVE fp_temps_declare TO WS-TEMPS-BRUT
              ADD 1 TO WS-VEF-NB-RAMENES
       ELSE
              MOVE fp_temps_engage TO WS-TEMPS-BRUT
              IF FP-VERIF-JUSTIFIE THEN
                     ADD 1 TO WS-VEF-NB-JUST
              ELSE
                     ADD 1 TO WS-VEF-NB-AJUST
              END-IF
       END-IF
       PERFORM FORMATE_TEMPS
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING fa_pays " " fa_nom " (" fp_numA ") epreuve "
              fp_numE " " fe_distance "m " fe_type " : "
              WS-TEMPS-FORMATE " bassin " fp_bassin " - etat "
              fp_verif
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF FP-VERIF-A-JUSTIFIER THEN
              IF WS-VEF-LIMITE-NUM = 0 THEN
                     MOVE "     a justifier avant le seeding"
                            TO WS-RAPPORT-LIGNE
              ELSE
                     STRING "     a justifier avant le "
                            WS-VEF-LIM-DATE " " WS-VEF-LIM-HEURE
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
              END-IF
       ELSE IF FP-VERIF-JUSTIFIE THEN
              STRING "     justification : " fp_preuve
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              MOVE "     ramene a sans temps pour le seeding"
                     TO WS-RAPPORT-LIGNE
       END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       VEF_LIMITE.
      *Date limite de justification de l'epreuve lue dans
      *WS-VEF-LIMITE-NUM (AAAAMMJJHHMM) : cloture des engagements
      *plus JUSTIF-JOURS jours, le temps laisse a la confirmation
      *des listes ; zero pour une epreuve sans cloture, dont la
      *limite est le seeding (appelee par le controle des temps
      *d'engagement).
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME(1:12) TO WS-VEF-MAINTENANT
       IF fe_cloture = ZEROS THEN
              MOVE 0 TO WS-VEF-LIMITE-NUM
       ELSE
              MOVE fe_clot_date TO WS-VEF-LIM-DATE
              COMPUTE WS-VEF-LIM-DATE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-VEF-LIM-DATE)
                     + WS-PARAM-JUSTIF-JOURS)
              MOVE fe_clot_time TO WS-VEF-LIM-HEURE
       END-IF.

       APPLIQUE_ECHEANCE_JUSTIF.
      *Ramene a sans temps les temps encore a justifier des
      *epreuves de la competition active dont la date limite est
      *passee (appelee par GESTION_VERIF_ENGAGEMENTS).
       MOVE 0 TO WS-VEF-NB-RAMENES
       MOVE 0 TO WS-VEF-SEEDING
       OPEN INPUT fepreuves
       MOVE 0 TO WS-VEF-FIN
       PERFORM UNTIL WS-VEF-FIN = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO WS-VEF-FIN
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE AND
                                   FE-BASSIN AND
                                   NOT FE-SUPPRIMEE THEN
                                   PERFORM VEF_ECHEANCE_EPREUVE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves
       DISPLAY "Temps ramenes a sans temps : " WS-VEF-NB-RAMENES.

       VEF_ECHEANCE_EPREUVE.
      *Ramene a sans temps les engagements encore a justifier de
      *l'epreuve lue si sa date limite est passee ; une epreuve
      *sans cloture n'y passe qu'au seeding (WS-VEF-SEEDING a 1)
      *(appelee par APPLIQUE_ECHEANCE_JUSTIF et
      *GENERE_SERIES_EPREUVE ; fparticipations est ferme).
       PERFORM VEF_LIMITE
       MOVE 0 TO WS-VEF-ECHU
       IF WS-VEF-LIMITE-NUM = 0 THEN
              IF WS-VEF-SEEDING = 1 THEN
                     MOVE 1 TO WS-VEF-ECHU
              END-IF
       ELSE IF WS-VEF-MAINTENANT > WS-VEF-LIMITE-NUM THEN
              MOVE 1 TO WS-VEF-ECHU
       END-IF
       END-IF
       IF WS-VEF-ECHU = 1 THEN
              OPEN I-O fparticipations
              MOVE fe_numE TO fp_numE
              MOVE 0 TO WS-VEF-FIN2
              START fparticipations, KEY IS = fp_numE
                     INVALID KEY MOVE 1 TO WS-VEF-FIN2
              END-START
              PERFORM UNTIL WS-VEF-FIN2 = 1
                     READ fparticipations NEXT
                            AT END MOVE 1 TO WS-VEF-FIN2
                            NOT AT END
                                   IF fp_numE NOT = fe_numE THEN
                                          MOVE 1 TO WS-VEF-FIN2
                                   ELSE IF FP-VERIF-A-JUSTIFIER AND
                                          NOT FP-SUPPRIME THEN
                                          PERFORM VEF_RAMENE_ENGAGE
                                   END-IF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE fparticipations
       END-IF.

       VEF_RAMENE_ENGAGE.
      *Ramene l'engagement lu a sans temps, le temps soumis restant
      *dans fp_temps_declare (appelee par VEF_ECHEANCE_EPREUVE).
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       MOVE fp_temps_engage TO fp_temps_declare
       MOVE 0 TO fp_temps_engage
       MOVE "R" TO fp_verif
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       REWRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Erreur de mise a jour de l'engagement "
                            fp_numA "/" fp_numE
              NOT INVALID KEY
                     ADD 1 TO WS-VEF-NB-RAMENES
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Temps engagement non justifie athlete "
                            fp_numA " epreuve " fp_numE
                            " ramene a sans temps"
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.

       COACH_JUSTIFIE_TEMPS.
      *Justification par l'encadrement des temps de sa delegation
      *signales a justifier (appelee par AFFICH_MENU, menu
      *encadrement).
       MOVE WS-COACH-PAYS TO WS-VEF-PAYS
       PERFORM VEF_JUSTIFIE.

       VEF_JUSTIFIE.
      *Liste les temps a justifier (de la delegation WS-VEF-PAYS,
      *toutes si espaces) puis enregistre la justification d'un
      *engagement (appelee par COACH_JUSTIFIE_TEMPS et
      *GESTION_VERIF_ENGAGEMENTS).
       PERFORM VEF_LISTE_A_JUSTIFIER
       IF WS-VEF-NB-AJUST = 0 THEN
              DISPLAY "Aucun temps d'engagement a justifier"
       ELSE
              DISPLAY "Numero de l'epreuve : "
              ACCEPT WS-VEF-NUME
              DISPLAY "Numero de l'athlete : "
              ACCEPT WS-VEF-NUMA
              OPEN I-O fparticipations
              OPEN INPUT fathletes
              OPEN INPUT fepreuves
              MOVE WS-VEF-NUMA TO fp_numA
              MOVE WS-VEF-NUME TO fp_numE
              READ fparticipations
                     INVALID KEY DISPLAY "Engagement inconnu"
                     NOT INVALID KEY PERFORM VEF_JUSTIFIE_ENGAGE
              END-READ
              CLOSE fepreuves
              CLOSE fathletes
              CLOSE fparticipations
       END-IF.

       VEF_LISTE_A_JUSTIFIER.
      *Affiche les engagements a justifier de la competition active
      *et les compte dans WS-VEF-NB-AJUST (appelee par
      *VEF_JUSTIFIE).
       MOVE 0 TO WS-VEF-NB-AJUST
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       OPEN INPUT fepreuves
       MOVE 0 TO WS-VEF-FIN
       PERFORM UNTIL WS-VEF-FIN = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-VEF-FIN
                     NOT AT END
                            IF NOT FP-SUPPRIME AND
                                   fp_compet = WS-COMPET-ACTIVE AND
                                   FP-VERIF-A-JUSTIFIER THEN
                                   PERFORM VEF_AFFICHE_A_JUSTIFIER
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves
       CLOSE fathletes
       CLOSE fparticipations.

       VEF_AFFICHE_A_JUSTIFIER.
      *Ligne ecran d'un engagement a justifier, si l'athlete est de
      *la delegation demandee (appelee par VEF_LISTE_A_JUSTIFIER).
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY MOVE SPACES TO fa_pays
       END-READ
       IF WS-VEF-PAYS = SPACES OR fa_pays = WS-VEF-PAYS THEN
              ADD 1 TO WS-VEF-NB-AJUST
              MOVE fp_numE TO fe_numE
              READ fepreuves
                     INVALID KEY MOVE ZEROS TO fe_cloture
              END-READ
              PERFORM VEF_LIMITE
              MOVE fp_temps_engage TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              DISPLAY "  Epreuve " fp_numE " " fe_distance "m "
                     fe_type " - " fp_numA " " fa_nom " "
                     fa_prenom " - " WS-TEMPS-FORMATE
              IF WS-VEF-LIMITE-NUM = 0 THEN
                     DISPLAY "     a justifier avant le seeding"
              ELSE
                     DISPLAY "     a justifier avant le "
                            WS-VEF-LIM-DATE " " WS-VEF-LIM-HEURE
              END-IF
       END-IF.

       VEF_JUSTIFIE_ENGAGE.
      *Controle puis enregistre la justification de l'engagement
      *lu : il doit etre a justifier, de la delegation demandee,
      *avant la date limite (appelee par VEF_JUSTIFIE).
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY MOVE SPACES TO fa_pays
       END-READ
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY MOVE ZEROS TO fe_cloture
       END-READ
       PERFORM VEF_LIMITE
       IF NOT FP-VERIF-A-JUSTIFIER THEN
              DISPLAY "Cet engagement n'est pas a justifier"
       ELSE IF WS-VEF-PAYS NOT = SPACES AND
              fa_pays NOT = WS-VEF-PAYS THEN
              DISPLAY "Athlete d'une autre delegation"
       ELSE IF WS-VEF-LIMITE-NUM > 0 AND
              WS-VEF-MAINTENANT > WS-VEF-LIMITE-NUM THEN
              DISPLAY "Date limite de justification depassee"
       ELSE
              DISPLAY "Justification (meeting, date, bassin) : "
              MOVE SPACES TO WS-VEF-JUSTIF
              ACCEPT WS-VEF-JUSTIF
              IF WS-VEF-JUSTIF = SPACES THEN
                     DISPLAY "Justification vide : rien n'est "
                            "enregistre"
              ELSE
                     PERFORM VEF_ENREGISTRE_JUSTIF
              END-IF
       END-IF
       END-IF
       END-IF.

       VEF_ENREGISTRE_JUSTIF.
      *Pose l'etat justifie et le texte de la delegation sur
      *l'engagement lu (appelee par VEF_JUSTIFIE_ENGAGE).
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       MOVE "J" TO fp_verif
       MOVE WS-VEF-JUSTIF TO fp_preuve
       IF WS-VEF-PAYS NOT = SPACES THEN
              MOVE WS-VEF-PAYS TO fp_maj_par
       ELSE
              MOVE WS-OPERATEUR TO fp_maj_par
       END-IF
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       REWRITE tamp_fparticipation
              INVALID KEY DISPLAY "Erreur de mise a jour"
              NOT INVALID KEY
                     DISPLAY "Justification enregistree"
                     MOVE fp_maj_par TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Temps engagement justifie athlete "
                            fp_numA " epreuve " fp_numE
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.
