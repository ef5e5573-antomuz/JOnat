       GESTION_HEBERGEMENT.
      *Sous-menu de l'hebergement au village : le bureau du
      *logement attribue les lits et nous reclamait sans cesse les
      *listes d'athletes et d'encadrement par delegation. Chambres
      *declarees avec leur nombre de lits et leur genre, lits
      *attribues par badge d'accreditation, rooming list par
      *delegation, accredites sans lit et sejours prolonges au-dela
      *de la derniere epreuve (appelee par GESTION_ACCREDITATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Hebergement au village                   *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Declarer une chambre                       *"
       DISPLAY "* 2-Attribuer un lit                           *"
       DISPLAY "* 3-Enregistrer un depart                      *"
       DISPLAY "* 4-Rooming list d'une delegation              *"
       DISPLAY "* 5-Accredites sans lit                        *"
       DISPLAY "* 6-Sejours au-dela de la derniere epreuve     *"
       DISPLAY "* 7-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM HEB_DECLARE_CHAMBRE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM HEB_ATTRIBUE_LIT
       ELSE IF Wchoix2 = 3 THEN
              PERFORM HEB_DEPART
       ELSE IF Wchoix2 = 4 THEN
              PERFORM HEB_ROOMING_LIST
       ELSE IF Wchoix2 = 5 THEN
              PERFORM HEB_SANS_LIT
       ELSE IF Wchoix2 = 6 THEN
              PERFORM HEB_SEJOURS_DEPASSES
       ELSE IF Wchoix2 = 7 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       HEB_DECLARE_CHAMBRE.
      *Declare une chambre ou en modifie les lits et le genre ; la
      *modification est refusee si un occupant actuel n'y tiendrait
      *plus (lit au-dela du nouveau nombre, autre genre) (appelee
      *par GESTION_HEBERGEMENT).
       DISPLAY "Batiment : "
       ACCEPT fch_batiment
       DISPLAY "Numero de chambre : "
       ACCEPT fch_chambre
       PERFORM WITH TEST AFTER UNTIL fch_lits > 0
              DISPLAY "Nombre de lits (1 a 9) : "
              ACCEPT fch_lits
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL FCH-FEMMES OR FCH-HOMMES
              DISPLAY "Genre de la chambre (f/h) : "
              ACCEPT fch_genre
       END-PERFORM

       MOVE 1 TO WS-HEB-OK
       OPEN INPUT fhebergement
       MOVE fch_batiment TO fhb_batiment
       MOVE fch_chambre TO fhb_chambre
       MOVE 0 TO fhb_lit
       MOVE 0 TO WS-HEB-FIN
       START fhebergement KEY >= fhb_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM HEB_CONTROLE_OCCUPANT
                            UNTIL WS-HEB-FIN = 1
       END-START
       CLOSE fhebergement

       IF WS-HEB-OK = 1 THEN
              OPEN I-O fchambres
              WRITE tamp_fchambres
                     INVALID KEY
                            REWRITE tamp_fchambres
                                   INVALID KEY
                                          DISPLAY "Erreur "
                                                 "d'enregistrement"
                            END-REWRITE
              END-WRITE
              CLOSE fchambres
              DISPLAY "Chambre " fch_batiment " " fch_chambre
                     " : " fch_lits " lit(s), genre " fch_genre
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Chambre village " fch_batiment " "
                     fch_chambre " lits " fch_lits " genre "
                     fch_genre
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       HEB_CONTROLE_OCCUPANT.
       READ fhebergement NEXT
              AT END MOVE 1 TO WS-HEB-FIN
              NOT AT END
                     IF fhb_batiment NOT = fch_batiment OR
                            fhb_chambre NOT = fch_chambre THEN
                            MOVE 1 TO WS-HEB-FIN
                     ELSE IF fhb_depart = 0 THEN
                            IF fhb_lit > fch_lits OR
                                   fhb_genre NOT = fch_genre THEN
                                   MOVE 0 TO WS-HEB-OK
                                   DISPLAY "Refuse : lit " fhb_lit
                                          " occupe par le badge "
                                          fhb_badge " (genre "
                                          fhb_genre ")"
                            END-IF
                     END-IF
       END-READ.

       HEB_ATTRIBUE_LIT.
      *Attribue un lit a un badge actif : un occupant deja loge
      *doit d'abord partir, la chambre doit exister et etre de son
      *genre, le lit doit exister dans la chambre et etre libre
      *(appelee par GESTION_HEBERGEMENT).
       DISPLAY "Badge de l'occupant : "
       ACCEPT WS-HEB-BADGE
       MOVE 0 TO WS-HEB-OK
       OPEN INPUT faccred
       MOVE WS-HEB-BADGE TO fac_badge
       READ faccred
              INVALID KEY DISPLAY "Badge inconnu"
              NOT INVALID KEY
                     IF FAC-ACTIF THEN
                            MOVE 1 TO WS-HEB-OK
                            MOVE fac_numA TO WS-HEB-NUMA
                            MOVE fac_pays TO WS-HEB-PAYS
                            MOVE fac_nom TO WS-HEB-NOM
                            MOVE fac_prenom TO WS-HEB-PRENOM
                     ELSE
                            DISPLAY "Badge annule"
                     END-IF
       END-READ
       CLOSE faccred

       IF WS-HEB-OK = 1 THEN
              PERFORM HEB_CHERCHE_LOGEMENT
              IF WS-HEB-LOGE = 1 THEN
                     MOVE 0 TO WS-HEB-OK
                     DISPLAY "Deja loge : batiment " fhb_batiment
                            " chambre " fhb_chambre " lit " fhb_lit
              END-IF
       END-IF
       IF WS-HEB-OK = 1 THEN
              PERFORM HEB_GENRE_OCCUPANT
              PERFORM HEB_CHOIX_LIT
       END-IF
       IF WS-HEB-OK = 1 THEN
              PERFORM HEB_ECRIT_OCCUPATION
       END-IF.

       HEB_GENRE_OCCUPANT.
      *Genre de la fiche athlete, demande pour l'encadrement.
       MOVE SPACES TO WS-HEB-GENRE
       IF WS-HEB-NUMA > 0 THEN
              OPEN INPUT fathletes
              MOVE WS-HEB-NUMA TO fa_numA
              READ fathletes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE fa_genre OF tamp_fathletes
                                   TO WS-HEB-GENRE
              END-READ
              CLOSE fathletes
       END-IF
       PERFORM UNTIL WS-HEB-GENRE = "f" OR WS-HEB-GENRE = "h"
              DISPLAY "Genre de l'occupant (f/h) : "
              ACCEPT WS-HEB-GENRE
       END-PERFORM.

       HEB_CHOIX_LIT.
      *Chambre et lit demandes, controles contre la declaration de
      *la chambre (appelee par HEB_ATTRIBUE_LIT).
       DISPLAY "Batiment : "
       ACCEPT fch_batiment
       DISPLAY "Numero de chambre : "
       ACCEPT fch_chambre
       OPEN INPUT fchambres
       READ fchambres
              INVALID KEY
                     MOVE 0 TO WS-HEB-OK
                     DISPLAY "Chambre non declaree"
              NOT INVALID KEY
                     IF fch_genre NOT = WS-HEB-GENRE THEN
                            MOVE 0 TO WS-HEB-OK
                            DISPLAY "Refuse : chambre de genre "
                                   fch_genre ", occupant de genre "
                                   WS-HEB-GENRE
                     END-IF
       END-READ
       CLOSE fchambres
       IF WS-HEB-OK = 1 THEN
              MOVE 0 TO fhb_lit
              PERFORM UNTIL fhb_lit > 0 AND fhb_lit <= fch_lits
                     DISPLAY "Lit (1 a " fch_lits ") : "
                     ACCEPT fhb_lit
              END-PERFORM
       END-IF.

       HEB_ECRIT_OCCUPATION.
      *Ecrit l'occupation du lit ; un lit encore occupe est
      *refuse, un lit libere est reecrit (appelee par
      *HEB_ATTRIBUE_LIT).
       MOVE fch_batiment TO fhb_batiment
       MOVE fch_chambre TO fhb_chambre
       MOVE 0 TO WS-HEB-TROUVE
       OPEN I-O fhebergement
       READ fhebergement
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE 1 TO WS-HEB-TROUVE
                     IF fhb_depart = 0 THEN
                            MOVE 0 TO WS-HEB-OK
                            DISPLAY "Lit occupe par le badge "
                                   fhb_badge " " fhb_nom
                     END-IF
       END-READ
       IF WS-HEB-OK = 1 THEN
              MOVE WS-HEB-BADGE TO fhb_badge
              MOVE WS-HEB-NUMA TO fhb_numA
              MOVE WS-HEB-PAYS TO fhb_pays
              MOVE WS-HEB-NOM TO fhb_nom
              MOVE WS-HEB-PRENOM TO fhb_prenom
              MOVE WS-HEB-GENRE TO fhb_genre
              DISPLAY "Date d'arrivee (AAAAMMJJ) : "
              ACCEPT fhb_arrivee
              MOVE 0 TO fhb_depart
              MOVE WS-OPERATEUR TO fhb_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fhb_maj_date
              IF WS-HEB-TROUVE = 1 THEN
                     REWRITE tamp_fhebergement
                            INVALID KEY DISPLAY "Erreur "
                                   "d'enregistrement"
                     END-REWRITE
              ELSE
                     WRITE tamp_fhebergement
                            INVALID KEY DISPLAY "Erreur "
                                   "d'enregistrement"
                     END-WRITE
              END-IF
              DISPLAY "Badge " fhb_badge " loge batiment "
                     fhb_batiment " chambre " fhb_chambre " lit "
                     fhb_lit
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Lit village badge " fhb_badge " : "
                     fhb_batiment " " fhb_chambre "/" fhb_lit
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE fhebergement.

       HEB_CHERCHE_LOGEMENT.
      *Positionne WS-HEB-LOGE a 1 si le badge WS-HEB-BADGE occupe
      *un lit (depart non enregistre), la fiche restant dans le
      *tampon fhebergement (appelee par HEB_ATTRIBUE_LIT et
      *HEB_DEPART).
       OPEN INPUT fhebergement
       PERFORM HEB_LOGE_BADGE
       CLOSE fhebergement.

       HEB_LOGE_BADGE.
      *Meme recherche, fhebergement deja ouvert (appelee par
      *HEB_CHERCHE_LOGEMENT et HEB_SANS_LIT).
       MOVE 0 TO WS-HEB-LOGE
       MOVE 0 TO WS-HEB-FIN2
       MOVE WS-HEB-BADGE TO fhb_badge
       START fhebergement KEY = fhb_badge
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM HEB_UNE_OCCUPATION_BADGE
                            UNTIL WS-HEB-FIN2 = 1
       END-START.

       HEB_UNE_OCCUPATION_BADGE.
       READ fhebergement NEXT
              AT END MOVE 1 TO WS-HEB-FIN2
              NOT AT END
                     IF fhb_badge NOT = WS-HEB-BADGE THEN
                            MOVE 1 TO WS-HEB-FIN2
                     ELSE IF fhb_depart = 0 THEN
                            MOVE 1 TO WS-HEB-LOGE
                            MOVE 1 TO WS-HEB-FIN2
                     END-IF
       END-READ.

       HEB_DEPART.
      *Enregistre le depart du village d'un occupant ; le lit est
      *libere pour une nouvelle attribution (appelee par
      *GESTION_HEBERGEMENT).
       DISPLAY "Badge de l'occupant : "
       ACCEPT WS-HEB-BADGE
       PERFORM HEB_CHERCHE_LOGEMENT
       IF WS-HEB-LOGE = 0 THEN
              DISPLAY "Ce badge n'occupe aucun lit"
       ELSE
              OPEN I-O fhebergement
              READ fhebergement
                     INVALID KEY DISPLAY "Erreur de lecture"
                     NOT INVALID KEY
                            PERFORM HEB_DEPART_APPLIQUE
              END-READ
              CLOSE fhebergement
       END-IF.

       HEB_DEPART_APPLIQUE.
       DISPLAY "Date de depart (AAAAMMJJ, 0 = aujourd'hui) : "
       ACCEPT fhb_depart
       IF fhb_depart = 0 THEN
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME(1:8) TO fhb_depart
       END-IF
       MOVE WS-OPERATEUR TO fhb_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fhb_maj_date
       REWRITE tamp_fhebergement
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY
                     DISPLAY "Depart enregistre le " fhb_depart
                            ", lit " fhb_batiment " "
                            fhb_chambre "/" fhb_lit " libere"
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Depart village badge " fhb_badge
                            " le " fhb_depart
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.

       HEB_ROOMING_LIST.
      *Rooming list d'une delegation pour le bureau du logement :
      *occupants actuels par batiment, chambre et lit, athletes et
      *encadrement (appelee par GESTION_HEBERGEMENT).
       MOVE 0 TO WS-PAYS-VALIDE
       PERFORM WITH TEST AFTER UNTIL WS-PAYS-VALIDE = 1
              PERFORM LIST_PAYS
              DISPLAY "Delegation (nom exact ci-dessus) : "
              ACCEPT WS-HEB-PAYS
              MOVE WS-HEB-PAYS TO fa_pays OF tamp_fathletes
              PERFORM VALIDE_PAYS
              IF WS-PAYS-VALIDE NOT = 1 THEN
                     DISPLAY "Pays inconnu, reessayez"
              END-IF
       END-PERFORM

       MOVE "ROOMING-LIST" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "ROOMING LIST - " WS-HEB-PAYS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Batiment   Chambre Lit Badge  Type   Occupant"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-HEB-NB-ATH
       MOVE 0 TO WS-HEB-NB-STAFF
       OPEN INPUT fhebergement
       MOVE 0 TO WS-HEB-FIN
       PERFORM WITH TEST AFTER UNTIL WS-HEB-FIN = 1
              READ fhebergement NEXT
              AT END MOVE 1 TO WS-HEB-FIN
              NOT AT END
                     IF fhb_pays = WS-HEB-PAYS AND
                            fhb_depart = 0 THEN
                            PERFORM HEB_LIGNE_ROOMING
                     END-IF
       END-PERFORM
       CLOSE fhebergement
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Athletes loges : " WS-HEB-NB-ATH
              " - encadrement loge : " WS-HEB-NB-STAFF
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME.

       HEB_LIGNE_ROOMING.
       IF fhb_numA > 0 THEN
              MOVE "ATHL." TO WS-HEB-TYPE
              ADD 1 TO WS-HEB-NB-ATH
       ELSE
              MOVE "STAFF" TO WS-HEB-TYPE
              ADD 1 TO WS-HEB-NB-STAFF
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING fhb_batiment " " fhb_chambre "    " fhb_lit "   "
              fhb_badge "  " WS-HEB-TYPE " " fhb_nom " "
              fhb_prenom " arrive le " fhb_arrivee
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       HEB_SANS_LIT.
      *Badges actifs de la competition active dont le titulaire
      *n'occupe aucun lit du village (appelee par
      *GESTION_HEBERGEMENT).
       MOVE "HEBERGEMENT-SANS-LIT" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE "ACCREDITES SANS LIT AU VILLAGE" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-HEB-NB
       OPEN INPUT faccred
       OPEN INPUT fhebergement
       MOVE 0 TO WS-HEB-FIN
       PERFORM WITH TEST AFTER UNTIL WS-HEB-FIN = 1
              READ faccred NEXT
              AT END MOVE 1 TO WS-HEB-FIN
              NOT AT END
                     IF FAC-ACTIF AND
                            fac_compet = WS-COMPET-ACTIVE THEN
                            MOVE fac_badge TO WS-HEB-BADGE
                            PERFORM HEB_LOGE_BADGE
                            IF WS-HEB-LOGE = 0 THEN
                                   PERFORM HEB_LIGNE_SANS_LIT
                            END-IF
                     END-IF
       END-PERFORM
       CLOSE fhebergement
       CLOSE faccred
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Accredites sans lit : " WS-HEB-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Accredites sans lit : " WS-HEB-NB.

       HEB_LIGNE_SANS_LIT.
       ADD 1 TO WS-HEB-NB
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Badge " fac_badge " " fac_categorie " " fac_pays
              " " fac_nom " " fac_prenom
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.

       HEB_SEJOURS_DEPASSES.
      *Occupants encore loges alors que leur derniere epreuve de la
      *competition active, plus SEJOUR-JOURS jours, est passee ;
      *l'encadrement prend la derniere epreuve de sa delegation, un
      *athlete sans epreuve aussi (appelee par GESTION_HEBERGEMENT).
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME(1:8) TO WS-HEB-AUJOURDHUI
       MOVE "HEBERGEMENT-SEJOURS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "SEJOURS AU-DELA DE LA DERNIERE EPREUVE + "
              WS-PARAM-SEJOUR-JOURS " JOURS - au " WS-HEB-AUJOURDHUI
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-HEB-NB
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       OPEN INPUT fathletes
       PERFORM HEB_DERNIERES_DELEGATIONS
       OPEN INPUT fhebergement
       MOVE 0 TO WS-HEB-FIN
       PERFORM WITH TEST AFTER UNTIL WS-HEB-FIN = 1
              READ fhebergement NEXT
              AT END MOVE 1 TO WS-HEB-FIN
              NOT AT END
                     IF fhb_depart = 0 THEN
                            PERFORM HEB_CONTROLE_SEJOUR
                     END-IF
       END-PERFORM
       CLOSE fhebergement
       CLOSE fathletes
       CLOSE fepreuves
       CLOSE fparticipations
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Sejours depasses : " WS-HEB-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Sejours depasses : " WS-HEB-NB.

       HEB_DERNIERES_DELEGATIONS.
      *Date de la derniere epreuve de chaque delegation dans la
      *competition active (appelee par HEB_SEJOURS_DEPASSES).
       MOVE 0 TO WS-HEB-NB-DEL
       MOVE 0 TO WS-HEB-FIN
       PERFORM WITH TEST AFTER UNTIL WS-HEB-FIN = 1
              READ fparticipations NEXT
              AT END MOVE 1 TO WS-HEB-FIN
              NOT AT END
                     IF NOT FP-SUPPRIME THEN
                            PERFORM HEB_DATE_EPREUVE
                            IF WS-HEB-LIMITE > 0 THEN
                                   PERFORM HEB_DERNIERE_DELEGATION
                            END-IF
                     END-IF
       END-PERFORM.

       HEB_DERNIERE_DELEGATION.
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fa_pays TO WS-HEB-PAYS
                     PERFORM HEB_CHERCHE_DELEGATION
                     IF WS-HEB-K = 0 AND WS-HEB-NB-DEL < 250 THEN
                            ADD 1 TO WS-HEB-NB-DEL
                            MOVE WS-HEB-NB-DEL TO WS-HEB-K
                            MOVE WS-HEB-PAYS
                                   TO WS-HEB-D-PAYS(WS-HEB-K)
                            MOVE 0 TO WS-HEB-D-DERNIERE(WS-HEB-K)
                     END-IF
                     IF WS-HEB-K > 0 THEN
                            IF WS-HEB-LIMITE >
                                   WS-HEB-D-DERNIERE(WS-HEB-K) THEN
                                   MOVE WS-HEB-LIMITE
                                          TO WS-HEB-D-DERNIERE(WS-HEB-K)
                            END-IF
                     END-IF
       END-READ.

       HEB_CHERCHE_DELEGATION.
      *Indice dans WS-HEB-K de la delegation WS-HEB-PAYS, 0 si
      *absente.
       MOVE 0 TO WS-HEB-K
       PERFORM VARYING WS-HEB-I FROM 1 BY 1
              UNTIL WS-HEB-I > WS-HEB-NB-DEL
              IF WS-HEB-D-PAYS(WS-HEB-I) = WS-HEB-PAYS THEN
                     MOVE WS-HEB-I TO WS-HEB-K
              END-IF
       END-PERFORM.

       HEB_DATE_EPREUVE.
      *Date de l'epreuve fp_numE dans WS-HEB-LIMITE, 0 si elle
      *n'est pas de la competition active ou n'est plus courue.
       MOVE 0 TO WS-HEB-LIMITE
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fe_compet = WS-COMPET-ACTIVE AND
                            NOT FE-SUPPRIMEE AND
                            NOT FE-ANNULEE THEN
                            MOVE fe_date TO WS-HEB-LIMITE
                     END-IF
       END-READ.

       HEB_CONTROLE_SEJOUR.
      *Derniere epreuve de l'occupant, limite de sejour et ligne
      *du rapport si elle est depassee (appelee par
      *HEB_SEJOURS_DEPASSES).
       MOVE 0 TO WS-HEB-DERNIERE
       IF fhb_numA > 0 THEN
              MOVE 0 TO WS-HEB-FIN2
              MOVE fhb_numA TO fp_numA
              START fparticipations, KEY IS = fp_numA
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM HEB_UNE_EPREUVE_ATHLETE
                                   UNTIL WS-HEB-FIN2 = 1
              END-START
       END-IF
       IF WS-HEB-DERNIERE = 0 THEN
              MOVE fhb_pays TO WS-HEB-PAYS
              PERFORM HEB_CHERCHE_DELEGATION
              IF WS-HEB-K > 0 THEN
                     MOVE WS-HEB-D-DERNIERE(WS-HEB-K)
                            TO WS-HEB-DERNIERE
              END-IF
       END-IF
       IF WS-HEB-DERNIERE > 0 THEN
              MOVE WS-HEB-DERNIERE TO WS-HEB-LIMITE
              MOVE WS-PARAM-SEJOUR-JOURS TO WS-HEB-N
              PERFORM HEB_AJOUTE_JOURS
              IF WS-HEB-AUJOURDHUI > WS-HEB-LIMITE THEN
                     ADD 1 TO WS-HEB-NB
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "Badge " fhb_badge " " fhb_pays " "
                            fhb_nom " - " fhb_batiment " "
                            fhb_chambre "/" fhb_lit
                            " - derniere epreuve " WS-HEB-DERNIERE
                            ", depart du " WS-HEB-LIMITE
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ECRIT_LIGNE_RAPPORT
              END-IF
       END-IF.

       HEB_UNE_EPREUVE_ATHLETE.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-HEB-FIN2
              NOT AT END
                     IF fp_numA NOT = fhb_numA THEN
                            MOVE 1 TO WS-HEB-FIN2
                     ELSE IF NOT FP-SUPPRIME THEN
                            PERFORM HEB_DATE_EPREUVE
                            IF WS-HEB-LIMITE > WS-HEB-DERNIERE THEN
                                   MOVE WS-HEB-LIMITE
                                          TO WS-HEB-DERNIERE
                            END-IF
                     END-IF
       END-READ.

       HEB_AJOUTE_JOURS.
      *Ajoute WS-HEB-N jours a la date WS-HEB-LIMITE (AAAAMMJJ).
       DIVIDE WS-HEB-LIMITE BY 100 GIVING WS-HEB-AAMM
              REMAINDER WS-HEB-JOUR
       DIVIDE WS-HEB-AAMM BY 100 GIVING WS-HEB-ANNEE
              REMAINDER WS-HEB-MOIS
       PERFORM HEB_JOUR_SUIVANT WS-HEB-N TIMES
       COMPUTE WS-HEB-LIMITE = (WS-HEB-ANNEE * 10000)
              + (WS-HEB-MOIS * 100) + WS-HEB-JOUR.

       HEB_JOUR_SUIVANT.
       MOVE WS-HEB-NB-JOURS(WS-HEB-MOIS) TO WS-HEB-K
       IF WS-HEB-MOIS = 2 THEN
              DIVIDE WS-HEB-ANNEE BY 4 GIVING WS-HEB-AAMM
                     REMAINDER WS-HEB-RESTE
              DIVIDE WS-HEB-ANNEE BY 100 GIVING WS-HEB-AAMM
                     REMAINDER WS-HEB-R100
              DIVIDE WS-HEB-ANNEE BY 400 GIVING WS-HEB-AAMM
                     REMAINDER WS-HEB-R400
              IF WS-HEB-RESTE = 0 AND
                     (WS-HEB-R100 NOT = 0 OR WS-HEB-R400 = 0) THEN
                     MOVE 29 TO WS-HEB-K
              END-IF
       END-IF
       ADD 1 TO WS-HEB-JOUR
       IF WS-HEB-JOUR > WS-HEB-K THEN
              MOVE 1 TO WS-HEB-JOUR
              ADD 1 TO WS-HEB-MOIS
              IF WS-HEB-MOIS > 12 THEN
                     MOVE 1 TO WS-HEB-MOIS
                     ADD 1 TO WS-HEB-ANNEE
              END-IF
       END-IF.
