       GESTION_VOYAGES.
      *Sous-menu des voyages des accredites : les delegations
      *transmettent les vols de chaque athlete et officiel, le
      *comptoir d'accueil de l'aeroport veut sa liste du jour, et
      *les memes noms servent aux lettres d'invitation pour les
      *visas, des mois avant les jeux (appelee par
      *GESTION_ACCREDITATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Voyages et invitations visa              *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Saisir les vols d'un accredite             *"
       DISPLAY "* 2-Liste d'accueil aeroport d'un jour         *"
       DISPLAY "* 3-Departs avant la derniere obligation       *"
       DISPLAY "* 4-Lettre d'invitation visa (un badge)        *"
       DISPLAY "* 5-Lettres d'invitation d'une delegation      *"
       DISPLAY "* 6-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 7 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM VOY_SAISIE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM VOY_LISTE_ACCUEIL
       ELSE IF Wchoix2 = 3 THEN
              PERFORM VOY_DEPARTS_ANTICIPES
       ELSE IF Wchoix2 = 4 THEN
              PERFORM VOY_LETTRE_VISA
       ELSE IF Wchoix2 = 5 THEN
              PERFORM VOY_LETTRES_DELEGATION
       ELSE IF Wchoix2 = 6 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       VOY_LIT_BADGE.
      *Saisit un badge et le lit dans faccred ; WS-VOY-OK a 1 s'il
      *existe (appelee par VOY_SAISIE et VOY_LETTRE_VISA).
       DISPLAY "Numero de badge : "
       ACCEPT WS-VOY-BADGE
       MOVE 0 TO WS-VOY-OK
       OPEN INPUT faccred
       MOVE WS-VOY-BADGE TO fac_badge
       READ faccred
              INVALID KEY DISPLAY "Badge inconnu"
              NOT INVALID KEY
                     MOVE 1 TO WS-VOY-OK
                     DISPLAY fac_categorie " " fac_nom " "
                            fac_prenom " (" fac_pays ")"
       END-READ
       CLOSE faccred.

       VOY_SAISIE.
      *Saisit ou remplace les vols d'arrivee et de depart d'un
      *accredite ; un depart avant sa derniere epreuve, vacation ou
      *affectation d'officiel est signale aussitot (appelee par
      *GESTION_VOYAGES).
       PERFORM VOY_LIT_BADGE
       IF WS-VOY-OK = 1 THEN
              OPEN I-O fvoyages
              MOVE WS-VOY-BADGE TO fvy_badge
              MOVE 0 TO Wtrouve
              READ fvoyages
                     INVALID KEY
                            MOVE SPACES TO fvy_arr_vol
                            MOVE SPACES TO fvy_dep_vol
                     NOT INVALID KEY
                            MOVE 1 TO Wtrouve
                            DISPLAY "Arrivee actuelle : " fvy_arr_vol
                                   " le " fvy_arr_date " a "
                                   fvy_arr_heure " " fvy_arr_aeroport
                            DISPLAY "Depart actuel : " fvy_dep_vol
                                   " le " fvy_dep_date " a "
                                   fvy_dep_heure " " fvy_dep_aeroport
              END-READ
              DISPLAY "Vol d'arrivee : "
              ACCEPT fvy_arr_vol
              DISPLAY "Date d'arrivee (AAAAMMJJ) : "
              ACCEPT fvy_arr_date
              DISPLAY "Heure d'arrivee (HHMM) : "
              ACCEPT fvy_arr_heure
              DISPLAY "Aeroport d'arrivee (code IATA) : "
              ACCEPT fvy_arr_aeroport
              DISPLAY "Vol de depart : "
              ACCEPT fvy_dep_vol
              DISPLAY "Date de depart (AAAAMMJJ, 0 si inconnue) : "
              ACCEPT fvy_dep_date
              DISPLAY "Heure de depart (HHMM) : "
              ACCEPT fvy_dep_heure
              DISPLAY "Aeroport de depart (code IATA) : "
              ACCEPT fvy_dep_aeroport
              IF fvy_dep_date > 0 AND fvy_dep_date < fvy_arr_date
                     THEN
                     DISPLAY "Refuse : depart avant l'arrivee"
              ELSE
                     PERFORM VOY_ECRIT_VOYAGE
              END-IF
              CLOSE fvoyages
       END-IF.

       VOY_ECRIT_VOYAGE.
       MOVE WS-OPERATEUR TO fvy_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fvy_maj_date
       IF Wtrouve = 1 THEN
              REWRITE tamp_fvoyages
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
              END-REWRITE
       ELSE
              WRITE tamp_fvoyages
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
              END-WRITE
       END-IF
       DISPLAY "Vols enregistres pour le badge " fvy_badge
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Vols badge " fvy_badge " arr " fvy_arr_date
              " dep " fvy_dep_date
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE
       IF fvy_dep_date > 0 THEN
              PERFORM VOY_DERNIERE_OBLIGATION
              COMPUTE WS-VOY-DEPART = (fvy_dep_date * 10000)
                     + fvy_dep_heure
              IF WS-VOY-DEPART < WS-VOY-DERNIER THEN
                     DISPLAY "ATTENTION : depart avant la derniere "
                            "obligation - " WS-VOY-MOTIF-DERNIER
                            " le " WS-VOY-DERNIER
              END-IF
       END-IF.

       VOY_DERNIERE_OBLIGATION.
      *Derniere obligation programmee du titulaire du badge lu dans
      *faccred, en AAAAMMJJHHMM dans WS-VOY-DERNIER : depart de sa
      *derniere epreuve pour un athlete ; fin de sa derniere
      *vacation de seance ou depart de la derniere epreuve ou il
      *officie pour l'encadrement et les officiels (reconnus par le
      *nom, comme au debrief de seance) (appelee par
      *VOY_ECRIT_VOYAGE et VOY_DEPARTS_ANTICIPES).
       MOVE 0 TO WS-VOY-DERNIER
       MOVE SPACES TO WS-VOY-MOTIF-DERNIER
       IF FAC-ATHLETE THEN
              OPEN INPUT fparticipations
              OPEN INPUT fepreuves
              MOVE fac_numA TO fp_numA
              MOVE 0 TO WS-VOY-FIN2
              START fparticipations, KEY IS = fp_numA
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM VOY_UNE_PARTICIPATION
                                   UNTIL WS-VOY-FIN2 = 1
              END-START
              CLOSE fepreuves
              CLOSE fparticipations
       ELSE
              PERFORM VOY_VACATIONS
              PERFORM VOY_AFFECTATIONS
       END-IF.

       VOY_UNE_PARTICIPATION.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-VOY-FIN2
              NOT AT END
                     IF fp_numA NOT = fac_numA THEN
                            MOVE 1 TO WS-VOY-FIN2
                     ELSE IF NOT FP-SUPPRIME THEN
                            MOVE fp_numE TO fe_numE
                            MOVE "epreuve" TO WS-VOY-MOTIF
                            PERFORM VOY_RETIENT_EPREUVE
                     END-IF
       END-READ.

       VOY_RETIENT_EPREUVE.
      *Retient l'epreuve fe_numE si elle est courue dans la
      *competition du badge et tombe apres l'obligation retenue
      *(fepreuves ouvert par l'appelant).
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fe_compet = fac_compet AND
                            NOT FE-SUPPRIMEE AND
                            NOT FE-ANNULEE THEN
                            MOVE fe_datetime TO WS-VOY-MOMENT
                            IF WS-VOY-MOMENT > WS-VOY-DERNIER THEN
                                   MOVE WS-VOY-MOMENT
                                          TO WS-VOY-DERNIER
                                   MOVE SPACES
                                          TO WS-VOY-MOTIF-DERNIER
                                   STRING WS-VOY-MOTIF " " fe_numE
                                          DELIMITED BY SIZE
                                          INTO WS-VOY-MOTIF-DERNIER
                                   END-STRING
                            END-IF
                     END-IF
       END-READ.

       VOY_VACATIONS.
      *Fin prevue de la derniere seance ou le badge est de
      *vacation (appelee par VOY_DERNIERE_OBLIGATION).
       OPEN INPUT fvacations
       OPEN INPUT fsessions
       MOVE 0 TO WS-VOY-FIN2
       PERFORM WITH TEST AFTER UNTIL WS-VOY-FIN2 = 1
              READ fvacations NEXT
              AT END MOVE 1 TO WS-VOY-FIN2
              NOT AT END
                     IF fva_badge = fac_badge THEN
                            PERFORM VOY_UNE_VACATION
                     END-IF
       END-PERFORM
       CLOSE fsessions
       CLOSE fvacations.

       VOY_UNE_VACATION.
       MOVE fva_numS TO fse_numS
       READ fsessions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     COMPUTE WS-VOY-MOMENT =
                            (fse_YEAR * 100000000)
                            + (fse_MONTH * 1000000)
                            + (fse_DAY * 10000)
                            + (fse_FIN-HOUR * 100) + fse_FIN-MIN
                     IF WS-VOY-MOMENT > WS-VOY-DERNIER THEN
                            MOVE WS-VOY-MOMENT TO WS-VOY-DERNIER
                            MOVE SPACES TO WS-VOY-MOTIF-DERNIER
                            STRING "vacation seance " fse_numS
                                   DELIMITED BY SIZE
                                   INTO WS-VOY-MOTIF-DERNIER
                            END-STRING
                     END-IF
       END-READ.

       VOY_AFFECTATIONS.
      *Derniere epreuve ou officie l'officiel portant le nom du
      *badge (appelee par VOY_DERNIERE_OBLIGATION).
       MOVE 0 TO WS-VOY-NUMO
       OPEN INPUT fofficiels
       MOVE 0 TO WS-VOY-FIN2
       PERFORM WITH TEST AFTER UNTIL WS-VOY-FIN2 = 1
              READ fofficiels NEXT
              AT END MOVE 1 TO WS-VOY-FIN2
              NOT AT END
                     IF fof_nom = fac_nom AND
                            fof_prenom = fac_prenom THEN
                            MOVE fof_numO TO WS-VOY-NUMO
                            MOVE 1 TO WS-VOY-FIN2
                     END-IF
       END-PERFORM
       CLOSE fofficiels
       IF WS-VOY-NUMO > 0 THEN
              OPEN INPUT faffect
              OPEN INPUT fepreuves
              MOVE 0 TO WS-VOY-FIN2
              PERFORM WITH TEST AFTER UNTIL WS-VOY-FIN2 = 1
                     READ faffect NEXT
                     AT END MOVE 1 TO WS-VOY-FIN2
                     NOT AT END
                            IF faf_numO = WS-VOY-NUMO THEN
                                   MOVE faf_numE TO fe_numE
                                   MOVE "officiel epreuve"
                                          TO WS-VOY-MOTIF
                                   PERFORM VOY_RETIENT_EPREUVE
                            END-IF
              END-PERFORM
              CLOSE fepreuves
              CLOSE faffect
       END-IF.

       VOY_DEPARTS_ANTICIPES.
      *Controle de tous les vols de depart connus : personne ne
      *doit quitter les jeux avant sa derniere obligation
      *(appelee par GESTION_VOYAGES).
       MOVE "DEPARTS-ANTICIPES" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE "DEPARTS AVANT LA DERNIERE EPREUVE OU VACATION"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-VOY-NB
       OPEN INPUT fvoyages
       OPEN INPUT faccred
       MOVE 0 TO WS-VOY-FIN
       PERFORM WITH TEST AFTER UNTIL WS-VOY-FIN = 1
              READ fvoyages NEXT
              AT END MOVE 1 TO WS-VOY-FIN
              NOT AT END
                     IF fvy_dep_date > 0 THEN
                            PERFORM VOY_CONTROLE_DEPART
                     END-IF
       END-PERFORM
       CLOSE faccred
       CLOSE fvoyages
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Departs anticipes : " WS-VOY-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Departs anticipes : " WS-VOY-NB.

       VOY_CONTROLE_DEPART.
       MOVE fvy_badge TO fac_badge
       READ faccred
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VOY_DERNIERE_OBLIGATION
                     COMPUTE WS-VOY-DEPART = (fvy_dep_date * 10000)
                            + fvy_dep_heure
                     IF WS-VOY-DEPART < WS-VOY-DERNIER THEN
                            ADD 1 TO WS-VOY-NB
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            STRING "Badge " fac_badge " " fac_pays
                                   " " fac_nom " - vol "
                                   fvy_dep_vol " le " fvy_dep_date
                                   " " fvy_dep_heure " - "
                                   WS-VOY-MOTIF-DERNIER " le "
                                   WS-VOY-DERNIER
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
       END-READ.

       VOY_LISTE_ACCUEIL.
      *Liste du comptoir d'accueil pour un jour : arrivees et
      *departs par aeroport et par heure, avec badge, delegation
      *et nom pour la prise en charge (appelee par
      *GESTION_VOYAGES).
       DISPLAY "Date (AAAAMMJJ) : "
       ACCEPT WS-VOY-DATE
       MOVE 0 TO WS-VOY-NB-MVT
       OPEN INPUT fvoyages
       OPEN INPUT faccred
       MOVE 0 TO WS-VOY-FIN
       PERFORM WITH TEST AFTER UNTIL WS-VOY-FIN = 1
              READ fvoyages NEXT
              AT END MOVE 1 TO WS-VOY-FIN
              NOT AT END
                     IF fvy_arr_date = WS-VOY-DATE OR
                            fvy_dep_date = WS-VOY-DATE THEN
                            PERFORM VOY_RETIENT_MOUVEMENTS
                     END-IF
       END-PERFORM
       CLOSE faccred
       CLOSE fvoyages

       PERFORM VARYING WS-VOY-I FROM 1 BY 1
              UNTIL WS-VOY-I >= WS-VOY-NB-MVT
              PERFORM VARYING WS-VOY-J FROM 1 BY 1
                     UNTIL WS-VOY-J > WS-VOY-NB-MVT - WS-VOY-I
                     IF WS-VOY-M-CLE(WS-VOY-J) >
                            WS-VOY-M-CLE(WS-VOY-J + 1) THEN
                            MOVE WS-VOY-MVT(WS-VOY-J)
                                   TO WS-VOY-ECHANGE
                            MOVE WS-VOY-MVT(WS-VOY-J + 1)
                                   TO WS-VOY-MVT(WS-VOY-J)
                            MOVE WS-VOY-ECHANGE
                                   TO WS-VOY-MVT(WS-VOY-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM

       MOVE "ACCUEIL-AEROPORT" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "ACCUEIL AEROPORT - ARRIVEES ET DEPARTS DU "
              WS-VOY-DATE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Aer. Heure Sens    Vol      Badge Delegation / nom"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-VOY-I FROM 1 BY 1
              UNTIL WS-VOY-I > WS-VOY-NB-MVT
              MOVE WS-VOY-M-HEURE(WS-VOY-I) TO WS-VOY-ED-HEURE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING WS-VOY-M-AEROPORT(WS-VOY-I) "  "
                     WS-VOY-ED-HEURE " " WS-VOY-M-SENS(WS-VOY-I)
                     " " WS-VOY-M-VOL(WS-VOY-I) " "
                     WS-VOY-M-BADGE(WS-VOY-I) " "
                     WS-VOY-M-PAYS(WS-VOY-I) " "
                     WS-VOY-M-NOM(WS-VOY-I)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Mouvements du jour : " WS-VOY-NB-MVT
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Mouvements du jour : " WS-VOY-NB-MVT.

       VOY_RETIENT_MOUVEMENTS.
      *Une ligne par mouvement du jour (arrivee, depart ou les
      *deux) (appelee par VOY_LISTE_ACCUEIL).
       MOVE fvy_badge TO fac_badge
       READ faccred
              INVALID KEY
                     MOVE SPACES TO fac_pays
                     MOVE SPACES TO fac_nom
       END-READ
       IF fvy_arr_date = WS-VOY-DATE AND WS-VOY-NB-MVT < 600 THEN
              ADD 1 TO WS-VOY-NB-MVT
              MOVE fvy_arr_aeroport
                     TO WS-VOY-M-AEROPORT(WS-VOY-NB-MVT)
              MOVE fvy_arr_heure TO WS-VOY-M-HEURE(WS-VOY-NB-MVT)
              MOVE "ARRIVEE" TO WS-VOY-M-SENS(WS-VOY-NB-MVT)
              MOVE fvy_arr_vol TO WS-VOY-M-VOL(WS-VOY-NB-MVT)
              PERFORM VOY_COMPLETE_MOUVEMENT
       END-IF
       IF fvy_dep_date = WS-VOY-DATE AND WS-VOY-NB-MVT < 600 THEN
              ADD 1 TO WS-VOY-NB-MVT
              MOVE fvy_dep_aeroport
                     TO WS-VOY-M-AEROPORT(WS-VOY-NB-MVT)
              MOVE fvy_dep_heure TO WS-VOY-M-HEURE(WS-VOY-NB-MVT)
              MOVE "DEPART" TO WS-VOY-M-SENS(WS-VOY-NB-MVT)
              MOVE fvy_dep_vol TO WS-VOY-M-VOL(WS-VOY-NB-MVT)
              PERFORM VOY_COMPLETE_MOUVEMENT
       END-IF.

       VOY_COMPLETE_MOUVEMENT.
       MOVE fvy_badge TO WS-VOY-M-BADGE(WS-VOY-NB-MVT)
       MOVE fac_pays TO WS-VOY-M-PAYS(WS-VOY-NB-MVT)
       MOVE fac_nom TO WS-VOY-M-NOM(WS-VOY-NB-MVT).

       VOY_LETTRE_VISA.
      *Lettre d'invitation pour la demande de visa d'un accredite
      *(appelee par GESTION_VOYAGES).
       PERFORM VOY_LIT_BADGE
       IF WS-VOY-OK = 1 THEN
              PERFORM VOY_ECRIT_LETTRE
       END-IF.

       VOY_LETTRES_DELEGATION.
      *Lettres d'invitation de tous les badges actifs d'une
      *delegation pour la competition active, une par personne
      *(appelee par GESTION_VOYAGES).
       MOVE 0 TO WS-PAYS-VALIDE
       PERFORM WITH TEST AFTER UNTIL WS-PAYS-VALIDE = 1
              PERFORM LIST_PAYS
              DISPLAY "Delegation (nom exact ci-dessus) : "
              ACCEPT WS-VOY-PAYS
              MOVE WS-VOY-PAYS TO fa_pays OF tamp_fathletes
              PERFORM VALIDE_PAYS
              IF WS-PAYS-VALIDE NOT = 1 THEN
                     DISPLAY "Pays inconnu, reessayez"
              END-IF
       END-PERFORM
       MOVE 0 TO WS-VOY-NB
       OPEN INPUT faccred
       MOVE 0 TO WS-VOY-FIN
       PERFORM WITH TEST AFTER UNTIL WS-VOY-FIN = 1
              READ faccred NEXT
              AT END MOVE 1 TO WS-VOY-FIN
              NOT AT END
                     IF fac_pays = WS-VOY-PAYS AND FAC-ACTIF AND
                            fac_compet = WS-COMPET-ACTIVE THEN
                            PERFORM VOY_ECRIT_LETTRE
                            ADD 1 TO WS-VOY-NB
                     END-IF
       END-PERFORM
       CLOSE faccred
       DISPLAY "Lettres d'invitation emises : " WS-VOY-NB.

       VOY_ECRIT_LETTRE.
      *Compose la lettre du badge lu dans faccred, a partir de la
      *fiche athlete et de sa licence ou de l'encadrement, sous un
      *numero de serie du catalogue des certificats (appelee par
      *VOY_LETTRE_VISA et VOY_LETTRES_DELEGATION).
       MOVE "ATHLETE" TO WS-VOY-ROLE
       MOVE SPACES TO WS-VOY-LICENCE
       MOVE 0 TO WS-VOY-NAISSANCE
       IF FAC-ATHLETE THEN
              OPEN INPUT fathletes
              MOVE fac_numA TO fa_numA
              READ fathletes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE fa_naissance TO WS-VOY-NAISSANCE
                            MOVE fa_licence TO WS-VOY-LICENCE
              END-READ
              CLOSE fathletes
              IF WS-VOY-LICENCE NOT = SPACES THEN
                     OPEN INPUT flicences
                     MOVE WS-VOY-LICENCE TO fli_licence
                     READ flicences
                            INVALID KEY MOVE SPACES TO WS-VOY-LICENCE
                     END-READ
                     CLOSE flicences
              END-IF
       ELSE
              MOVE fac_categorie TO WS-VOY-ROLE
              OPEN INPUT fenc
              MOVE fac_pays TO fen_pays
              MOVE fac_numero TO fen_numero
              READ fenc
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE fen_role TO WS-VOY-ROLE
              END-READ
              CLOSE fenc
       END-IF
       MOVE SPACES TO WS-VOY-COMPET
       OPEN INPUT fcompets
       MOVE fac_compet TO fco_code
       READ fcompets
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fco_libelle TO WS-VOY-COMPET
       END-READ
       CLOSE fcompets
       MOVE 0 TO Wtrouve
       OPEN INPUT fvoyages
       MOVE fac_badge TO fvy_badge
       READ fvoyages
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO Wtrouve
       END-READ
       CLOSE fvoyages

       PERFORM CERTIFICAT_PROCHAINE_SERIE
       MOVE SPACES TO WS-CERT-NOM
       STRING "invitation_visa_" WS-CERT-SERIE ".dat"
              DELIMITED BY SIZE
              INTO WS-CERT-NOM
       END-STRING
       OPEN OUTPUT fcertif
       MOVE "==============================================="
              TO tamp_fcertif
       WRITE tamp_fcertif
       MOVE SPACES TO tamp_fcertif
       STRING "LETTRE D'INVITATION - DEMANDE DE VISA No "
              WS-CERT-SERIE
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       MOVE "==============================================="
              TO tamp_fcertif
       WRITE tamp_fcertif
       MOVE SPACES TO tamp_fcertif
       STRING "Le comite d'organisation de " WS-VOY-COMPET
              " (" fac_compet ")"
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       MOVE "invite a participer aux competitions :"
              TO tamp_fcertif
       WRITE tamp_fcertif
       MOVE SPACES TO tamp_fcertif
       STRING "Nom : " fac_nom " " fac_prenom
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       MOVE SPACES TO tamp_fcertif
       STRING "Delegation : " fac_pays " - qualite : " WS-VOY-ROLE
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       IF FAC-ATHLETE THEN
              MOVE SPACES TO tamp_fcertif
              STRING "Date de naissance : " WS-VOY-NAISSANCE
                     " - licence federale : " WS-VOY-LICENCE
                     DELIMITED BY SIZE INTO tamp_fcertif
              END-STRING
              WRITE tamp_fcertif
       END-IF
       MOVE SPACES TO tamp_fcertif
       STRING "Accreditation No " fac_badge " valable du "
              fac_valide_du " au " fac_valide_au
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       PERFORM VOY_LETTRE_VOLS
       MOVE SPACES TO tamp_fcertif
       STRING "La presente lettre appuie la demande de visa de "
              "l'interesse(e) aupres des services consulaires."
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       PERFORM HORODATE_MAJ
       MOVE SPACES TO tamp_fcertif
       STRING "Emise le " WS-FORMATTED-DATE-TIME
              " - verifiable au journal sous le No "
              WS-CERT-SERIE
              DELIMITED BY SIZE INTO tamp_fcertif
       END-STRING
       WRITE tamp_fcertif
       CLOSE fcertif

       MOVE SPACES TO tamp_fcertcat
       STRING WS-CERT-SERIE ";" fac_badge ";VISA;"
              WS-FORMATTED-DATE-TIME
              DELIMITED BY SIZE INTO tamp_fcertcat
       END-STRING
       OPEN EXTEND fcertcat
       IF cr_fcertcat = 35 THEN
              OPEN OUTPUT fcertcat
       END-IF
       WRITE tamp_fcertcat
       CLOSE fcertcat

       DISPLAY "Lettre No " WS-CERT-SERIE " ecrite dans "
              WS-CERT-NOM
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Lettre visa " WS-CERT-SERIE " badge " fac_badge
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE.

       VOY_LETTRE_VOLS.
      *Vols prevus, s'ils sont deja transmis (appelee par
      *VOY_ECRIT_LETTRE).
       MOVE SPACES TO tamp_fcertif
       IF Wtrouve = 1 AND fvy_arr_date > 0 THEN
              STRING "Arrivee prevue : vol " fvy_arr_vol " le "
                     fvy_arr_date " a " fvy_arr_heure " ("
                     fvy_arr_aeroport ")"
                     DELIMITED BY SIZE INTO tamp_fcertif
              END-STRING
       ELSE
              MOVE "Arrivee prevue : a communiquer"
                     TO tamp_fcertif
       END-IF
       WRITE tamp_fcertif
       MOVE SPACES TO tamp_fcertif
       IF Wtrouve = 1 AND fvy_dep_date > 0 THEN
              STRING "Depart prevu : vol " fvy_dep_vol " le "
                     fvy_dep_date " a " fvy_dep_heure " ("
                     fvy_dep_aeroport ")"
                     DELIMITED BY SIZE INTO tamp_fcertif
              END-STRING
       ELSE
              MOVE "Depart prevu : a communiquer" TO tamp_fcertif
       END-IF
       WRITE tamp_fcertif.
