       GESTION_DOSSIER_RT.
      *Sous-menu du dossier de reunion technique : chaque delegation
      *recoit un document unique, au spool donc reimprimable, qui
      *reprend ce que l'on assemblait depuis une douzaine d'ecrans,
      *et une page de points a regler avant la premiere seance
      *(appelee par GESTION_PARTICIPATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Dossier de reunion technique             *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Dossier d'une delegation                   *"
       DISPLAY "* 2-Dossiers de toutes les delegations         *"
       DISPLAY "* 3-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM RT_UNE_DELEGATION
       ELSE IF Wchoix2 = 2 THEN
              PERFORM RT_TOUTES_DELEGATIONS
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       RT_UNE_DELEGATION.
      *Saisit une delegation de la table des pays et edite son
      *dossier (appelee par GESTION_DOSSIER_RT).
       MOVE 0 TO WS-PAYS-VALIDE
       PERFORM WITH TEST AFTER UNTIL WS-PAYS-VALIDE = 1
              PERFORM LIST_PAYS
              DISPLAY "Delegation (nom exact ci-dessus) : "
              ACCEPT WS-RT-PAYS
              MOVE WS-RT-PAYS TO fa_pays OF tamp_fathletes
              PERFORM VALIDE_PAYS
              IF WS-PAYS-VALIDE NOT = 1 THEN
                     DISPLAY "Pays inconnu, reessayez"
              END-IF
       END-PERFORM
       PERFORM RT_BORNES_COMPETITION
       PERFORM RT_DOSSIER.

       RT_TOUTES_DELEGATIONS.
      *Edite le dossier de chaque pays de la table qui a au moins
      *un athlete (appelee par GESTION_DOSSIER_RT).
       PERFORM RT_BORNES_COMPETITION
       MOVE 0 TO WS-RT-NB-DELEG
       OPEN INPUT fpays
       MOVE 0 TO WS-RT-FIN-PAYS
       PERFORM UNTIL WS-RT-FIN-PAYS = 1
              READ fpays NEXT
                     AT END MOVE 1 TO WS-RT-FIN-PAYS
                     NOT AT END
                            MOVE pa_nom TO WS-RT-PAYS
                            PERFORM RT_DELEGATION_PRESENTE
                            IF WS-RT-OK = 1 THEN
                                   ADD 1 TO WS-RT-NB-DELEG
                                   PERFORM RT_DOSSIER
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fpays
       DISPLAY WS-RT-NB-DELEG " dossier(s) de delegation edite(s)".

       RT_DELEGATION_PRESENTE.
      *WS-RT-OK a 1 si la delegation WS-RT-PAYS a au moins un
      *athlete (appelee par RT_TOUTES_DELEGATIONS).
       MOVE 0 TO WS-RT-OK
       OPEN INPUT fathletes
       MOVE WS-RT-PAYS TO fa_pays
       START fathletes, KEY IS = fa_pays
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-RT-OK
       END-START
       CLOSE fathletes.

       RT_BORNES_COMPETITION.
      *Premier et dernier jour de la competition active, d'apres
      *les epreuves programmees ni supprimees ni annulees (appelee
      *par RT_UNE_DELEGATION et RT_TOUTES_DELEGATIONS).
       MOVE 99999999 TO WS-RT-DEBUT
       MOVE 0 TO WS-RT-DERNIER
       OPEN INPUT fepreuves
       MOVE 0 TO WS-RT-FIN
       PERFORM UNTIL WS-RT-FIN = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO WS-RT-FIN
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE
                                   AND fe_supprime = 0
                                   AND fe_date NOT = ZEROS THEN
                                   IF fe_date < WS-RT-DEBUT THEN
                                          MOVE fe_date TO WS-RT-DEBUT
                                   END-IF
                                   IF fe_date > WS-RT-DERNIER THEN
                                          MOVE fe_date
                                                 TO WS-RT-DERNIER
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves
       IF WS-RT-DERNIER = 0 THEN
              MOVE 0 TO WS-RT-DEBUT
       END-IF.

       RT_DOSSIER.
      *Edite le dossier de la delegation WS-RT-PAYS puis sa page de
      *points a regler, recueillis au fil des rubriques (appelee
      *par RT_UNE_DELEGATION et RT_TOUTES_DELEGATIONS).
       MOVE 0 TO WS-RT-NB-POINTS
       MOVE 0 TO WS-RT-NB-HORS
       MOVE "DOSSIER-RT" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "DOSSIER DE REUNION TECHNIQUE - DELEGATION "
              WS-RT-PAYS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Competition " WS-COMPET-ACTIVE " du " WS-RT-DEBUT
              " au " WS-RT-DERNIER
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM RT_ENGAGEMENTS
       PERFORM RT_RELAIS
       PERFORM RT_ECHAUFFEMENT
       PERFORM RT_ACCREDITATIONS
       PERFORM RT_FACTURES
       PERFORM RT_MEDICAL
       PERFORM SPOOL_FERME
       PERFORM RT_CHECKLIST
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Dossier reunion technique " WS-RT-PAYS " : "
              WS-RT-NB-POINTS " point(s) a regler"
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       RT_TITRE.
      *Ecrit le titre de rubrique deja pose dans WS-RAPPORT-LIGNE,
      *souligne (appelee par les rubriques du dossier).
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "-----------------------------------------------"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_RETIENT_POINT.
      *Ajoute WS-RT-LIBELLE aux points a regler de la delegation ;
      *au-dela de la page, les points sont seulement comptes
      *(appelee par les rubriques du dossier).
       IF WS-RT-NB-POINTS < 60 THEN
              ADD 1 TO WS-RT-NB-POINTS
              MOVE WS-RT-LIBELLE TO WS-RT-POINT(WS-RT-NB-POINTS)
       ELSE
              ADD 1 TO WS-RT-NB-HORS
       END-IF.

       RT_ENGAGEMENTS.
      *Engages de la delegation epreuve par epreuve avec leur temps
      *d'engagement, l'usage du quota pays et l'etat de la
      *confirmation de la liste (appelee par RT_DOSSIER).
       MOVE "ENGAGEMENTS PAR EPREUVE" TO WS-RAPPORT-LIGNE
       PERFORM RT_TITRE
       MOVE 0 TO WS-RT-NB2
       OPEN INPUT fepreuves
       OPEN INPUT fparticipations
       OPEN INPUT fathletes
       OPEN INPUT fconfirm
       MOVE 0 TO WS-RT-FIN
       PERFORM UNTIL WS-RT-FIN = 1
              READ fepreuves NEXT
                     AT END MOVE 1 TO WS-RT-FIN
                     NOT AT END
                            IF fe_compet = WS-COMPET-ACTIVE
                                   AND fe_supprime = 0
                                   AND NOT FE-WATER-POLO THEN
                                   PERFORM RT_ENGAGES_EPREUVE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fconfirm
       CLOSE fathletes
       CLOSE fparticipations
       CLOSE fepreuves
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Total des engagements individuels : " WS-RT-NB2
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_ENGAGES_EPREUVE.
      *Engages de la delegation sur l'epreuve du tampon ; l'epreuve
      *n'apparait que si la delegation y est engagee (appelee par
      *RT_ENGAGEMENTS).
       MOVE 0 TO WS-RT-NB-ENG
       MOVE fe_numE TO fp_numE
       MOVE 0 TO WS-RT-FIN2
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO WS-RT-FIN2
       END-START
       PERFORM UNTIL WS-RT-FIN2 = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-RT-FIN2
                     NOT AT END
                            IF fp_numE NOT = fe_numE THEN
                                   MOVE 1 TO WS-RT-FIN2
                            ELSE IF NOT FP-SUPPRIME THEN
                                   MOVE fp_numA TO fa_numA
                                   READ fathletes
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                            IF fa_pays = WS-RT-PAYS
                                            THEN
                                             PERFORM RT_LIGNE_ENGAGE
                                            END-IF
                                   END-READ
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       IF WS-RT-NB-ENG > 0 THEN
              PERFORM RT_QUOTA_CONFIRMATION
       END-IF.

       RT_LIGNE_ENGAGE.
      *Ecrit un engage de la delegation, precede de l'en-tete de
      *l'epreuve au premier ; un engagement sans temps en bassin
      *est un point a regler (appelee par RT_ENGAGES_EPREUVE).
       IF WS-RT-NB-ENG = 0 THEN
              PERFORM FORMATE_DATE_EPREUVE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Epreuve " fe_numE " " fe_type " "
                     fe_distance " " fe_genre " " fe_phase
                     " - " WS-FORMATTED-DATE-TIME
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       ADD 1 TO WS-RT-NB-ENG
       ADD 1 TO WS-RT-NB2
       IF fp_temps_engage > 0 THEN
              MOVE fp_temps_engage TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-RT-TEMPS
       ELSE IF FE-BASSIN THEN
              MOVE "SANS" TO WS-RT-TEMPS
              MOVE SPACES TO WS-RT-LIBELLE
              STRING "Epreuve " fe_numE " : temps d'engagement "
                     "manquant pour " fa_nom " " fa_prenom
                     DELIMITED BY SIZE INTO WS-RT-LIBELLE
              END-STRING
              PERFORM RT_RETIENT_POINT
       ELSE
              MOVE "-" TO WS-RT-TEMPS
       END-IF
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "    " fa_numA " " fa_nom " " fa_prenom " "
              WS-RT-TEMPS " bassin " fp_bassin
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_QUOTA_CONFIRMATION.
      *Usage du quota pays de l'epreuve et confirmation de la
      *liste ; un quota depasse, ou une liste non confirmee alors
      *que les engagements sont clos, sont des points a regler
      *(appelee par RT_ENGAGES_EPREUVE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF fe_quota_pays = 0 THEN
              STRING "    Engages : " WS-RT-NB-ENG " (sans quota)"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "    Quota pays : " WS-RT-NB-ENG " / "
                     fe_quota_pays
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              IF WS-RT-NB-ENG > fe_quota_pays THEN
                     MOVE "DEPASSE" TO WS-RAPPORT-LIGNE(40:7)
                     MOVE SPACES TO WS-RT-LIBELLE
                     STRING "Epreuve " fe_numE " : " WS-RT-NB-ENG
                            " engages pour un quota de "
                            fe_quota_pays
                            DELIMITED BY SIZE INTO WS-RT-LIBELLE
                     END-STRING
                     PERFORM RT_RETIENT_POINT
              END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE fe_numE TO fcf_numE
       MOVE WS-RT-PAYS TO fcf_pays
       MOVE SPACES TO WS-RAPPORT-LIGNE
       READ fconfirm
              INVALID KEY
                     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
                     IF fe_cloture NOT = ZEROS AND
                            WS-TEMP-DATE-TIME < fe_cloture THEN
                            STRING "    Liste a confirmer apres la "
                                   "cloture des engagements"
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                            END-STRING
                     ELSE
                            MOVE "    Liste NON CONFIRMEE"
                                   TO WS-RAPPORT-LIGNE
                            MOVE SPACES TO WS-RT-LIBELLE
                            STRING "Epreuve " fe_numE " : confirmer "
                                   "la liste des engages"
                                   DELIMITED BY SIZE
                                   INTO WS-RT-LIBELLE
                            END-STRING
                            PERFORM RT_RETIENT_POINT
                     END-IF
              NOT INVALID KEY
                     STRING "    Liste confirmee le " fcf_date
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
       END-READ
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_RELAIS.
      *Equipes de relais de la delegation : composition declaree ou
      *non et heure limite de declaration, RELAIS-DECL minutes
      *avant le depart de l'epreuve (appelee par RT_DOSSIER).
       MOVE "RELAIS - DECLARATION DES COMPOSITIONS"
              TO WS-RAPPORT-LIGNE
       PERFORM RT_TITRE
       MOVE 0 TO WS-RT-NB
       OPEN INPUT frelais
       OPEN INPUT fepreuves
       MOVE 0 TO WS-RT-FIN
       PERFORM UNTIL WS-RT-FIN = 1
              READ frelais NEXT
                     AT END MOVE 1 TO WS-RT-FIN
                     NOT AT END
                            IF fr_pays = WS-RT-PAYS
                                   AND fr_compet = WS-COMPET-ACTIVE
                            THEN
                                   MOVE fr_numE TO fe_numE
                                   READ fepreuves
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                            IF fe_supprime = 0
                                            AND NOT FE-WATER-POLO
                                            THEN
                                             PERFORM RT_LIGNE_RELAIS
                                            END-IF
                                   END-READ
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fepreuves
       CLOSE frelais
       IF WS-RT-NB = 0 THEN
              MOVE "    (aucune equipe de relais)" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_LIGNE_RELAIS.
      *Ecrit l'equipe du tampon frelais ; une composition
      *incomplete est un point a regler avant l'heure limite
      *(appelee par RT_RELAIS).
       ADD 1 TO WS-RT-NB
       PERFORM RT_LIMITE_RELAIS
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF fr_leg_numA(1) > 0 AND fr_leg_numA(2) > 0
              AND fr_leg_numA(3) > 0 AND fr_leg_numA(4) > 0 THEN
              STRING "  Epreuve " fe_numE " " fe_type " "
                     fe_distance " " fe_genre " : "
                     fr_leg_numA(1) " " fr_leg_numA(2) " "
                     fr_leg_numA(3) " " fr_leg_numA(4)
                     " - limite " WS-RT-LIMITE
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "  Epreuve " fe_numE " " fe_type " "
                     fe_distance " " fe_genre
                     " : COMPOSITION A DECLARER - limite "
                     WS-RT-LIMITE
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              MOVE SPACES TO WS-RT-LIBELLE
              STRING "Relais epreuve " fe_numE " : declarer la "
                     "composition avant le " WS-RT-LIMITE
                     DELIMITED BY SIZE INTO WS-RT-LIBELLE
              END-STRING
              PERFORM RT_RETIENT_POINT
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_LIMITE_RELAIS.
      *Heure limite de declaration de la composition pour
      *l'epreuve du tampon dans WS-RT-LIMITE (jj-mm-aaaa hhhmm),
      *ou la mention non programmee (appelee par
      *RT_LIGNE_RELAIS).
       IF fe_date = ZEROS THEN
              MOVE "non programmee" TO WS-RT-LIMITE
       ELSE
              MOVE fe_date TO WS-RT-LIMITE-NUM
              COMPUTE WS-RT-MINUTES =
                     FUNCTION INTEGER-OF-DATE(WS-RT-LIMITE-NUM)
                     * 1440 + fe_HOUR * 60 + fe_MIN
                     - WS-PARAM-RELAIS-DECL
              DIVIDE WS-RT-MINUTES BY 1440 GIVING WS-RT-JOURS
                     REMAINDER WS-RT-RESTE
              COMPUTE WS-RT-LIMITE-NUM =
                     FUNCTION DATE-OF-INTEGER(WS-RT-JOURS)
              DIVIDE WS-RT-RESTE BY 60 GIVING WS-RT-LIM-HH
                     REMAINDER WS-RT-LIM-MM
              MOVE SPACES TO WS-RT-LIMITE
              STRING WS-RT-LIM-JOUR "-" WS-RT-LIM-MOIS "-"
                     WS-RT-LIM-ANNEE " " WS-RT-LIM-HH "h"
                     WS-RT-LIM-MM
                     DELIMITED BY SIZE INTO WS-RT-LIMITE
              END-STRING
       END-IF.

       RT_ECHAUFFEMENT.
      *Reservations du bassin d'echauffement de la delegation
      *(appelee par RT_DOSSIER).
       MOVE "BASSIN D'ECHAUFFEMENT - RESERVATIONS"
              TO WS-RAPPORT-LIGNE
       PERFORM RT_TITRE
       MOVE 0 TO WS-RT-NB
       OPEN INPUT fechauf
       MOVE 0 TO WS-RT-FIN
       PERFORM UNTIL WS-RT-FIN = 1
              READ fechauf NEXT
                     AT END MOVE 1 TO WS-RT-FIN
                     NOT AT END
                            IF fec_pays = WS-RT-PAYS THEN
                                   ADD 1 TO WS-RT-NB
                                   MOVE SPACES TO WS-RAPPORT-LIGNE
                                   STRING "  " fec_date " "
                                          fec_creneau " "
                                          fec_lieu " couloir "
                                          fec_couloir
                                          DELIMITED BY SIZE
                                          INTO WS-RAPPORT-LIGNE
                                   END-STRING
                                   PERFORM ECRIT_LIGNE_RAPPORT
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fechauf
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Creneaux reserves : " WS-RT-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_ACCREDITATIONS.
      *Badges actifs de la delegation pour la competition active,
      *comptes par categorie (appelee par RT_DOSSIER).
       MOVE "ACCREDITATIONS PAR CATEGORIE" TO WS-RAPPORT-LIGNE
       PERFORM RT_TITRE
       MOVE 0 TO WS-RT-NB-CAT
       MOVE 0 TO WS-RT-NB
       OPEN INPUT faccred
       MOVE 0 TO WS-RT-FIN
       PERFORM UNTIL WS-RT-FIN = 1
              READ faccred NEXT
                     AT END MOVE 1 TO WS-RT-FIN
                     NOT AT END
                            IF fac_pays = WS-RT-PAYS AND FAC-ACTIF
                                   AND fac_compet = WS-COMPET-ACTIVE
                            THEN
                                   ADD 1 TO WS-RT-NB
                                   PERFORM RT_COMPTE_CATEGORIE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE faccred
       PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-NB-CAT
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  " WS-RT-CAT-NOM(WS-RT-IDX) " : "
                     WS-RT-CAT-NB(WS-RT-IDX)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Badges actifs : " WS-RT-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_COMPTE_CATEGORIE.
      *Compte le badge du tampon dans sa categorie (appelee par
      *RT_ACCREDITATIONS).
       MOVE 0 TO WS-RT-OK
       PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-NB-CAT OR WS-RT-OK = 1
              IF WS-RT-CAT-NOM(WS-RT-IDX) = fac_categorie THEN
                     ADD 1 TO WS-RT-CAT-NB(WS-RT-IDX)
                     MOVE 1 TO WS-RT-OK
              END-IF
       END-PERFORM
       IF WS-RT-OK = 0 AND WS-RT-NB-CAT < 10 THEN
              ADD 1 TO WS-RT-NB-CAT
              MOVE fac_categorie TO WS-RT-CAT-NOM(WS-RT-NB-CAT)
              MOVE 1 TO WS-RT-CAT-NB(WS-RT-NB-CAT)
       END-IF.

       RT_FACTURES.
      *Mouvements du registre des factures pour la delegation et
      *solde restant du (emissions moins reglements et avoirs) ;
      *un solde du est un point a regler (appelee par RT_DOSSIER).
       MOVE "FACTURES D'ENGAGEMENT" TO WS-RAPPORT-LIGNE
       PERFORM RT_TITRE
       MOVE 0 TO WS-RT-SOLDE
       OPEN INPUT ffactcat
       IF cr_ffactcat NOT = 35 THEN
              MOVE 0 TO WS-RT-FIN
              PERFORM UNTIL WS-RT-FIN = 1
                     READ ffactcat
                            AT END MOVE 1 TO WS-RT-FIN
                            NOT AT END PERFORM RT_LIGNE_FACTURE
                     END-READ
              END-PERFORM
       END-IF
       CLOSE ffactcat
       MOVE WS-RT-SOLDE TO WS-RT-SOLDE-ED
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Solde restant du : " WS-RT-SOLDE-ED
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-RT-SOLDE > 0 THEN
              MOVE SPACES TO WS-RT-LIBELLE
              STRING "Factures : regler le solde de "
                     WS-RT-SOLDE-ED
                     DELIMITED BY SIZE INTO WS-RT-LIBELLE
              END-STRING
              PERFORM RT_RETIENT_POINT
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_LIGNE_FACTURE.
      *Prend en compte une ligne du registre des factures si elle
      *concerne la delegation (appelee par RT_FACTURES).
       MOVE SPACES TO WS-RT-F-PAYS
       MOVE SPACES TO WS-RT-F-STATUT
       MOVE 0 TO WS-RT-F-MONTANT
       UNSTRING tamp_ffactcat DELIMITED BY ";"
              INTO WS-RT-F-PAYS, WS-RT-F-MONTANT, WS-RT-F-STATUT
       END-UNSTRING
       IF WS-RT-F-PAYS = WS-RT-PAYS THEN
              IF WS-RT-F-STATUT = "A PAYER" THEN
                     ADD WS-RT-F-MONTANT TO WS-RT-SOLDE
              ELSE
                     SUBTRACT WS-RT-F-MONTANT FROM WS-RT-SOLDE
              END-IF
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  " tamp_ffactcat
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF.

       RT_MEDICAL.
      *Certificats medicaux des athletes de la delegation engages
      *sur la competition active : absent, inapte, ou expirant
      *avant le dernier jour de competition sont des points a
      *regler (appelee par RT_DOSSIER).
       MOVE "CERTIFICATS MEDICAUX" TO WS-RAPPORT-LIGNE
       PERFORM RT_TITRE
       MOVE 0 TO WS-RT-NB
       MOVE 0 TO WS-RT-NB2
       OPEN INPUT fathletes
       OPEN INPUT fparticipations
       OPEN INPUT fmedical
       MOVE WS-RT-PAYS TO fa_pays
       MOVE 0 TO WS-RT-FIN
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO WS-RT-FIN
       END-START
       PERFORM UNTIL WS-RT-FIN = 1
              READ fathletes NEXT
                     AT END MOVE 1 TO WS-RT-FIN
                     NOT AT END
                            IF fa_pays NOT = WS-RT-PAYS THEN
                                   MOVE 1 TO WS-RT-FIN
                            ELSE IF NOT FA-SUPPRIME THEN
                                   PERFORM RT_ATHLETE_ENGAGE
                                   IF WS-RT-OK = 1 THEN
                                          ADD 1 TO WS-RT-NB
                                          PERFORM RT_CERTIFICAT
                                   END-IF
                            END-IF
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fmedical
       CLOSE fparticipations
       CLOSE fathletes
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "  Athletes engages : " WS-RT-NB
              " dont certificat a regulariser : " WS-RT-NB2
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       RT_ATHLETE_ENGAGE.
      *WS-RT-OK a 1 si l'athlete du tampon a un engagement actif
      *sur la competition active (appelee par RT_MEDICAL).
       MOVE 0 TO WS-RT-OK
       MOVE fa_numA TO fp_numA
       MOVE 0 TO WS-RT-FIN2
       START fparticipations, KEY IS = fp_numA
              INVALID KEY MOVE 1 TO WS-RT-FIN2
       END-START
       PERFORM UNTIL WS-RT-FIN2 = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-RT-FIN2
                     NOT AT END
                            IF fp_numA NOT = fa_numA THEN
                                   MOVE 1 TO WS-RT-FIN2
                            ELSE IF NOT FP-SUPPRIME
                                   AND fp_compet = WS-COMPET-ACTIVE
                            THEN
                                   MOVE 1 TO WS-RT-OK
                                   MOVE 1 TO WS-RT-FIN2
                            END-IF
                            END-IF
              END-READ
       END-PERFORM.

       RT_CERTIFICAT.
      *Controle le certificat de l'athlete engage du tampon ; seuls
      *les certificats a regulariser sont detailles (appelee par
      *RT_MEDICAL).
       MOVE SPACES TO WS-RT-LIBELLE
       MOVE fa_numA TO fm_numA
       READ fmedical
              INVALID KEY
                     STRING "Certificat medical absent : " fa_numA
                            " " fa_nom " " fa_prenom
                            DELIMITED BY SIZE INTO WS-RT-LIBELLE
                     END-STRING
              NOT INVALID KEY
                     PERFORM CLAIR_MEDICAL
                     IF NOT WS-CLR-APTE-OUI THEN
                            STRING "Certificat medical inapte : "
                                   fa_numA " " fa_nom " " fa_prenom
                                   DELIMITED BY SIZE
                                   INTO WS-RT-LIBELLE
                            END-STRING
                     ELSE IF fm_date_expiration < WS-RT-DERNIER THEN
                            STRING "Certificat medical expire le "
                                   fm_date_expiration " : " fa_numA
                                   " " fa_nom " " fa_prenom
                                   DELIMITED BY SIZE
                                   INTO WS-RT-LIBELLE
                            END-STRING
                     END-IF
                     END-IF
       END-READ
       IF WS-RT-LIBELLE NOT = SPACES THEN
              ADD 1 TO WS-RT-NB2
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  " WS-RT-LIBELLE
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM RT_RETIENT_POINT
       END-IF.

       RT_CHECKLIST.
      *Page separee des points que la delegation doit regler avant
      *la premiere seance, recueillis par les rubriques du dossier
      *(appelee par RT_DOSSIER).
       MOVE "CHECKLIST-RT" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "POINTS A REGLER AVANT LA PREMIERE SEANCE ("
              WS-RT-DEBUT ") - DELEGATION " WS-RT-PAYS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM RT_TITRE
       IF WS-RT-NB-POINTS = 0 THEN
              MOVE "  Aucun point en suspens" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-NB-POINTS
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  [ ] " WS-RT-IDX ". " WS-RT-POINT(WS-RT-IDX)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       IF WS-RT-NB-HORS > 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "  ... et " WS-RT-NB-HORS " autre(s) point(s),"
                     " voir le dossier"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM SPOOL_FERME.
