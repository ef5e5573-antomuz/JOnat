       GESTION_MATERIEL.
      *Sous-menu du materiel remis au centre d'accreditation :
      *tenues, radios et materiel de chronometrage sont remis contre
      *le badge, dans la limite de la dotation de sa categorie, et
      *ce qui doit etre rendu est suivi jusqu'au depart (appelee par
      *GESTION_ACCREDITATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Materiel et dotations                    *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Saisir une dotation de categorie           *"
       DISPLAY "* 2-Lister les dotations                       *"
       DISPLAY "* 3-Remettre du materiel a un badge            *"
       DISPLAY "* 4-Enregistrer un retour de materiel          *"
       DISPLAY "* 5-Materiel d'un badge                        *"
       DISPLAY "* 6-Materiel non rendu (delegation / equipe)   *"
       DISPLAY "* 7-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM MAT_SAISIE_DOTATION
       ELSE IF Wchoix2 = 2 THEN
              PERFORM MAT_LISTE_DOTATIONS
       ELSE IF Wchoix2 = 3 THEN
              PERFORM MAT_REMISE
       ELSE IF Wchoix2 = 4 THEN
              PERFORM MAT_RETOUR
       ELSE IF Wchoix2 = 5 THEN
              PERFORM MAT_FICHE_BADGE
       ELSE IF Wchoix2 = 6 THEN
              PERFORM MAT_NON_RENDUS
       ELSE IF Wchoix2 = 7 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       MAT_SAISIE_DOTATION.
      *Cree ou modifie la dotation d'un article pour une categorie
      *d'accreditation (ATHLETE ou STAFF) ; une quantite nulle
      *retire l'article de la dotation (appelee par
      *GESTION_MATERIEL).
       OPEN I-O fdotations
       PERFORM WITH TEST AFTER UNTIL fdt_categorie = "ATHLETE" OR
              fdt_categorie = "STAFF"
              DISPLAY "Categorie (ATHLETE/STAFF) : "
              ACCEPT fdt_categorie
       END-PERFORM
       DISPLAY "Code article : "
       ACCEPT fdt_article
       MOVE 0 TO Wtrouve
       READ fdotations
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE 1 TO Wtrouve
                     DISPLAY "Dotation actuelle : " fdt_libelle " x"
                            fdt_quantite " a rendre " fdt_a_rendre
       END-READ
       DISPLAY "Libelle : "
       ACCEPT fdt_libelle
       DISPLAY "Quantite par badge (0 = retirer) : "
       ACCEPT fdt_quantite
       PERFORM WITH TEST AFTER UNTIL fdt_a_rendre = "O" OR
              fdt_a_rendre = "N"
              DISPLAY "A rendre avant le depart (O/N) : "
              ACCEPT fdt_a_rendre
       END-PERFORM
       MOVE WS-OPERATEUR TO fdt_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fdt_maj_date
       IF fdt_quantite = 0 THEN
              IF Wtrouve = 1 THEN
                     DELETE fdotations RECORD
                            INVALID KEY DISPLAY "Erreur suppression"
                     END-DELETE
              END-IF
       ELSE IF Wtrouve = 1 THEN
              REWRITE tamp_fdotations
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
              END-REWRITE
       ELSE
              WRITE tamp_fdotations
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
              END-WRITE
       END-IF
       END-IF
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Dotation " fdt_categorie " " fdt_article " x"
              fdt_quantite
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE
       CLOSE fdotations.

       MAT_LISTE_DOTATIONS.
      *Affiche la table des dotations (appelee par
      *GESTION_MATERIEL).
       OPEN INPUT fdotations
       DISPLAY "--------- Dotations ---------"
       MOVE 0 TO WS-MAT-FIN
       PERFORM WITH TEST AFTER UNTIL WS-MAT-FIN = 1
              READ fdotations NEXT
              AT END MOVE 1 TO WS-MAT-FIN
              NOT AT END
                     DISPLAY fdt_categorie " " fdt_article " "
                            fdt_libelle " x" fdt_quantite
                            " a rendre " fdt_a_rendre
       END-PERFORM
       DISPLAY "-----------------------------"
       CLOSE fdotations.

       MAT_LIT_BADGE.
      *Saisit un badge et le lit dans faccred ; WS-MAT-OK a 1 s'il
      *existe (appelee par MAT_REMISE, MAT_RETOUR et
      *MAT_FICHE_BADGE).
       DISPLAY "Numero de badge : "
       ACCEPT WS-MAT-BADGE
       MOVE 0 TO WS-MAT-OK
       OPEN INPUT faccred
       MOVE WS-MAT-BADGE TO fac_badge
       READ faccred
              INVALID KEY DISPLAY "Badge inconnu"
              NOT INVALID KEY
                     MOVE 1 TO WS-MAT-OK
                     DISPLAY fac_categorie " " fac_nom " "
                            fac_prenom " (" fac_pays ") - "
                            fac_statut
       END-READ
       CLOSE faccred.

       MAT_REMISE.
      *Remet un article a un badge actif : l'article doit figurer
      *dans la dotation de la categorie du badge, et le cumul remis
      *ne peut depasser la quantite prevue (appelee par
      *GESTION_MATERIEL).
       PERFORM MAT_LIT_BADGE
       IF WS-MAT-OK = 1 AND NOT FAC-ACTIF THEN
              DISPLAY "Refuse : badge non actif"
              MOVE 0 TO WS-MAT-OK
       END-IF
       IF WS-MAT-OK = 1 THEN
              DISPLAY "Code article : "
              ACCEPT WS-MAT-ARTICLE
              OPEN INPUT fdotations
              MOVE fac_categorie TO fdt_categorie
              MOVE WS-MAT-ARTICLE TO fdt_article
              READ fdotations
                     INVALID KEY
                            DISPLAY "Refuse : article hors dotation "
                                   "de la categorie " fac_categorie
                            MOVE 0 TO WS-MAT-OK
              END-READ
              CLOSE fdotations
       END-IF
       IF WS-MAT-OK = 1 THEN
              PERFORM MAT_CUMUL_REMIS
              DISPLAY fdt_libelle " : dotation " fdt_quantite
                     ", deja remis " WS-MAT-DEJA
              DISPLAY "Quantite remise : "
              ACCEPT WS-MAT-QTE
              IF WS-MAT-QTE = 0 OR
                     WS-MAT-DEJA + WS-MAT-QTE > fdt_quantite THEN
                     DISPLAY "Refuse : depasse la dotation"
              ELSE
                     PERFORM MAT_ECRIT_REMISE
              END-IF
       END-IF.

       MAT_CUMUL_REMIS.
      *Cumul remis de l'article WS-MAT-ARTICLE au badge
      *WS-MAT-BADGE, retours compris, et dernier numero de remise
      *(appelee par MAT_REMISE).
       MOVE 0 TO WS-MAT-DEJA
       MOVE 0 TO WS-MAT-SEQ
       OPEN INPUT fremises
       MOVE WS-MAT-BADGE TO fre_badge
       MOVE WS-MAT-ARTICLE TO fre_article
       MOVE 0 TO fre_seq
       MOVE 0 TO WS-MAT-FIN2
       START fremises KEY >= fre_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MAT_UNE_REMISE_ARTICLE
                            UNTIL WS-MAT-FIN2 = 1
       END-START
       CLOSE fremises.

       MAT_UNE_REMISE_ARTICLE.
       READ fremises NEXT
              AT END MOVE 1 TO WS-MAT-FIN2
              NOT AT END
                     IF fre_badge NOT = WS-MAT-BADGE OR
                            fre_article NOT = WS-MAT-ARTICLE THEN
                            MOVE 1 TO WS-MAT-FIN2
                     ELSE
                            ADD fre_quantite TO WS-MAT-DEJA
                            MOVE fre_seq TO WS-MAT-SEQ
                     END-IF
       END-READ.

       MAT_ECRIT_REMISE.
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       OPEN I-O fremises
       MOVE WS-MAT-BADGE TO fre_badge
       MOVE WS-MAT-ARTICLE TO fre_article
       ADD 1 TO WS-MAT-SEQ
       MOVE WS-MAT-SEQ TO fre_seq
       DISPLAY "Taille : "
       ACCEPT fre_taille
       MOVE WS-MAT-QTE TO fre_quantite
       MOVE fdt_a_rendre TO fre_a_rendre
       MOVE WS-TEMP-DATE-TIME(1:8) TO fre_remis_le
       MOVE 0 TO fre_rendu_le
       MOVE WS-OPERATEUR TO fre_remis_par
       MOVE SPACES TO fre_rendu_par
       WRITE tamp_fremises
              INVALID KEY DISPLAY "Erreur d'enregistrement"
              NOT INVALID KEY
                     DISPLAY "Remis : " fre_quantite " x "
                            fdt_libelle " au badge " fre_badge
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Remise " fre_article " x" fre_quantite
                            " badge " fre_badge
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
       END-WRITE
       CLOSE fremises.

       MAT_RETOUR.
      *Enregistre le retour d'une remise encore due d'un badge
      *(appelee par GESTION_MATERIEL).
       PERFORM MAT_LIT_BADGE
       IF WS-MAT-OK = 1 THEN
              PERFORM MAT_AFFICHE_REMISES
              DISPLAY "Code article rendu : "
              ACCEPT WS-MAT-ARTICLE
              DISPLAY "Numero de remise : "
              ACCEPT WS-MAT-SEQ
              OPEN I-O fremises
              MOVE WS-MAT-BADGE TO fre_badge
              MOVE WS-MAT-ARTICLE TO fre_article
              MOVE WS-MAT-SEQ TO fre_seq
              READ fremises
                     INVALID KEY DISPLAY "Remise inconnue"
                     NOT INVALID KEY
                            PERFORM MAT_RETOUR_APPLIQUE
              END-READ
              CLOSE fremises
       END-IF.

       MAT_RETOUR_APPLIQUE.
       IF fre_rendu_le > 0 THEN
              DISPLAY "Deja rendu le " fre_rendu_le
       ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME(1:8) TO fre_rendu_le
              MOVE WS-OPERATEUR TO fre_rendu_par
              REWRITE tamp_fremises
                     INVALID KEY DISPLAY "Erreur d'enregistrement"
                     NOT INVALID KEY
                            DISPLAY "Retour enregistre"
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            STRING "Retour " fre_article " x"
                                   fre_quantite " badge " fre_badge
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE
              END-REWRITE
       END-IF.

       MAT_FICHE_BADGE.
      *Tout le materiel remis a un badge (appelee par
      *GESTION_MATERIEL).
       PERFORM MAT_LIT_BADGE
       IF WS-MAT-OK = 1 THEN
              PERFORM MAT_AFFICHE_REMISES
       END-IF.

       MAT_AFFICHE_REMISES.
      *Affiche les remises du badge WS-MAT-BADGE (appelee par
      *MAT_RETOUR et MAT_FICHE_BADGE).
       DISPLAY "--------- Materiel du badge " WS-MAT-BADGE
              " ---------"
       OPEN INPUT fremises
       MOVE WS-MAT-BADGE TO fre_badge
       MOVE LOW-VALUES TO fre_article
       MOVE 0 TO fre_seq
       MOVE 0 TO WS-MAT-FIN2
       START fremises KEY >= fre_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MAT_AFFICHE_UNE_REMISE
                            UNTIL WS-MAT-FIN2 = 1
       END-START
       CLOSE fremises.

       MAT_AFFICHE_UNE_REMISE.
       READ fremises NEXT
              AT END MOVE 1 TO WS-MAT-FIN2
              NOT AT END
                     IF fre_badge NOT = WS-MAT-BADGE THEN
                            MOVE 1 TO WS-MAT-FIN2
                     ELSE IF fre_rendu_le > 0 THEN
                            DISPLAY fre_article " no " fre_seq " "
                                   fre_taille " x" fre_quantite
                                   " remis le " fre_remis_le
                                   " rendu le " fre_rendu_le
                     ELSE IF FRE-A-RENDRE THEN
                            DISPLAY fre_article " no " fre_seq " "
                                   fre_taille " x" fre_quantite
                                   " remis le " fre_remis_le
                                   " NON RENDU"
                     ELSE
                            DISPLAY fre_article " no " fre_seq " "
                                   fre_taille " x" fre_quantite
                                   " remis le " fre_remis_le
                                   " (acquis)"
                     END-IF
                     END-IF
                     END-IF
       END-READ.

       MAT_CONTROLE_BADGE.
      *Avertit si le badge lu dans faccred a encore du materiel a
      *rendre ; ses remises passent au badge reemis par
      *MAT_TRANSFERE_REMISES (appelee par REEMET_BADGE).
       MOVE fac_badge TO WS-MAT-BADGE
       MOVE 0 TO WS-MAT-NB-DUS
       OPEN INPUT fremises
       MOVE WS-MAT-BADGE TO fre_badge
       MOVE LOW-VALUES TO fre_article
       MOVE 0 TO fre_seq
       MOVE 0 TO WS-MAT-FIN2
       START fremises KEY >= fre_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM MAT_COMPTE_DU UNTIL WS-MAT-FIN2 = 1
       END-START
       CLOSE fremises
       IF WS-MAT-NB-DUS > 0 THEN
              DISPLAY "ATTENTION : le badge " WS-MAT-BADGE
                     " a encore " WS-MAT-NB-DUS
                     " article(s) de materiel a rendre"
       END-IF.

       MAT_COMPTE_DU.
       READ fremises NEXT
              AT END MOVE 1 TO WS-MAT-FIN2
              NOT AT END
                     IF fre_badge NOT = WS-MAT-BADGE THEN
                            MOVE 1 TO WS-MAT-FIN2
                     ELSE IF FRE-A-RENDRE AND fre_rendu_le = 0 THEN
                            ADD fre_quantite TO WS-MAT-NB-DUS
                     END-IF
                     END-IF
       END-READ.

       MAT_TRANSFERE_REMISES.
      *Reporte toutes les remises du badge annule WS-MAT-BADGE sur
      *le badge reemis fac_badge : le materiel a rendre reste suivi
      *et le cumul remis compte toujours contre la dotation de la
      *personne (appelee par REEMET_NOUVEAU_BADGE).
       MOVE fac_badge TO WS-MAT-NOUVEAU
       MOVE 0 TO WS-MAT-NB-TRANSF
       OPEN I-O fremises
       MOVE 0 TO WS-MAT-FIN2
       PERFORM MAT_TRANSFERE_UNE_REMISE UNTIL WS-MAT-FIN2 = 1
       CLOSE fremises
       IF WS-MAT-NB-TRANSF > 0 THEN
              DISPLAY WS-MAT-NB-TRANSF " remise(s) de materiel "
                     "reportee(s) sur le badge " WS-MAT-NOUVEAU
       END-IF.

       MAT_TRANSFERE_UNE_REMISE.
      *Chaque remise deplacee disparait de l'ancien badge : la
      *lecture repart toujours de sa premiere cle.
       MOVE WS-MAT-BADGE TO fre_badge
       MOVE LOW-VALUES TO fre_article
       MOVE 0 TO fre_seq
       START fremises KEY >= fre_cle
              INVALID KEY MOVE 1 TO WS-MAT-FIN2
              NOT INVALID KEY
                     READ fremises NEXT
                            AT END MOVE 1 TO WS-MAT-FIN2
                     END-READ
       END-START
       IF WS-MAT-FIN2 = 0 AND fre_badge NOT = WS-MAT-BADGE THEN
              MOVE 1 TO WS-MAT-FIN2
       END-IF
       IF WS-MAT-FIN2 = 0 THEN
              MOVE tamp_fremises TO WS-MAT-REMISE
              DELETE fremises
                     INVALID KEY MOVE 1 TO WS-MAT-FIN2
              END-DELETE
       END-IF
       IF WS-MAT-FIN2 = 0 THEN
              MOVE WS-MAT-REMISE TO tamp_fremises
              MOVE WS-MAT-NOUVEAU TO fre_badge
              WRITE tamp_fremises
                     INVALID KEY
                            DISPLAY "Erreur report remise "
                                   fre_article
                     NOT INVALID KEY
                            ADD 1 TO WS-MAT-NB-TRANSF
              END-WRITE
       END-IF.

       MAT_NON_RENDUS.
      *Materiel a rendre et non rendu, par delegation puis par
      *equipe (athletes, ou role d'encadrement du badge STAFF),
      *avec la date du vol de depart ; limite au besoin aux
      *personnes partant au plus tard a une date (appelee par
      *GESTION_MATERIEL).
       DISPLAY "Departs jusqu'au (AAAAMMJJ, 0 = tous) : "
       ACCEPT WS-MAT-JUSQUAU
       MOVE 0 TO WS-MAT-NB
       OPEN INPUT fremises
       OPEN INPUT faccred
       OPEN INPUT fenc
       OPEN INPUT fvoyages
       MOVE 0 TO WS-MAT-FIN
       PERFORM WITH TEST AFTER UNTIL WS-MAT-FIN = 1
              READ fremises NEXT
              AT END MOVE 1 TO WS-MAT-FIN
              NOT AT END
                     IF FRE-A-RENDRE AND fre_rendu_le = 0 THEN
                            PERFORM MAT_RETIENT_DU
                     END-IF
       END-PERFORM
       CLOSE fvoyages
       CLOSE fenc
       CLOSE faccred
       CLOSE fremises

       PERFORM VARYING WS-MAT-I FROM 1 BY 1
              UNTIL WS-MAT-I >= WS-MAT-NB
              PERFORM VARYING WS-MAT-J FROM 1 BY 1
                     UNTIL WS-MAT-J > WS-MAT-NB - WS-MAT-I
                     IF WS-MAT-D-CLE(WS-MAT-J) >
                            WS-MAT-D-CLE(WS-MAT-J + 1) THEN
                            MOVE WS-MAT-DU(WS-MAT-J)
                                   TO WS-MAT-ECHANGE
                            MOVE WS-MAT-DU(WS-MAT-J + 1)
                                   TO WS-MAT-DU(WS-MAT-J)
                            MOVE WS-MAT-ECHANGE
                                   TO WS-MAT-DU(WS-MAT-J + 1)
                     END-IF
              END-PERFORM
       END-PERFORM

       MOVE "MATERIEL-NON-RENDU" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE "MATERIEL A RENDRE AVANT LE DEPART" TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Delegation           Equipe     Badge Nom"
              "                            Article Taille Qte "
              "Remis le Depart"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-MAT-I FROM 1 BY 1
              UNTIL WS-MAT-I > WS-MAT-NB
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING WS-MAT-D-PAYS(WS-MAT-I) " "
                     WS-MAT-D-EQUIPE(WS-MAT-I) " "
                     WS-MAT-D-BADGE(WS-MAT-I) " "
                     WS-MAT-D-NOM(WS-MAT-I) " "
                     WS-MAT-D-ARTICLE(WS-MAT-I) "  "
                     WS-MAT-D-TAILLE(WS-MAT-I) "   "
                     WS-MAT-D-QTE(WS-MAT-I) " "
                     WS-MAT-D-REMIS(WS-MAT-I) " "
                     WS-MAT-D-DEPART(WS-MAT-I)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Remises non rendues : " WS-MAT-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Remises non rendues : " WS-MAT-NB.

       MAT_RETIENT_DU.
      *Range la remise due courante avec la delegation, l'equipe
      *et le depart du badge (appelee par MAT_NON_RENDUS).
       MOVE fre_badge TO fac_badge
       MOVE "INCONNU" TO fac_pays
       MOVE SPACES TO fac_nom
       MOVE SPACES TO fac_categorie
       READ faccred
              INVALID KEY CONTINUE
       END-READ
       IF FAC-ATHLETE THEN
              MOVE "ATHLETES" TO WS-MAT-EQUIPE
       ELSE
              MOVE fac_categorie TO WS-MAT-EQUIPE
              MOVE fac_pays TO fen_pays
              MOVE fac_numero TO fen_numero
              READ fenc
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE fen_role TO WS-MAT-EQUIPE
              END-READ
       END-IF
       MOVE 0 TO WS-MAT-DEPART
       MOVE fre_badge TO fvy_badge
       READ fvoyages
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fvy_dep_date TO WS-MAT-DEPART
       END-READ
       IF WS-MAT-JUSQUAU = 0 OR
              (WS-MAT-DEPART > 0 AND WS-MAT-DEPART <= WS-MAT-JUSQUAU)
              THEN
              IF WS-MAT-NB < 1000 THEN
                     ADD 1 TO WS-MAT-NB
                     MOVE fac_pays TO WS-MAT-D-PAYS(WS-MAT-NB)
                     MOVE WS-MAT-EQUIPE TO WS-MAT-D-EQUIPE(WS-MAT-NB)
                     MOVE fre_badge TO WS-MAT-D-BADGE(WS-MAT-NB)
                     MOVE fac_nom TO WS-MAT-D-NOM(WS-MAT-NB)
                     MOVE fre_article TO WS-MAT-D-ARTICLE(WS-MAT-NB)
                     MOVE fre_taille TO WS-MAT-D-TAILLE(WS-MAT-NB)
                     MOVE fre_quantite TO WS-MAT-D-QTE(WS-MAT-NB)
                     MOVE fre_remis_le TO WS-MAT-D-REMIS(WS-MAT-NB)
                     MOVE WS-MAT-DEPART TO WS-MAT-D-DEPART(WS-MAT-NB)
              END-IF
       END-IF.
