       DISPLAY "* 1-Saisir/modifier une allocation             *"
       DISPLAY "* 2-Enregistrer des billets vendus/emis        *"
       DISPLAY "* 3-Rapport d'occupation d'une seance          *"
       DISPLAY "* 4-Importer les ventes du prestataire         *"
       DISPLAY "* 5-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 3 THEN
              PERFORM RAPPORT_OCCUPATION_SEANCE
       ELSE IF Wchoix2 = 4 THEN
              MOVE 0 TO WS-VTE-NUIT
              PERFORM IMPORT_VENTES_BILLETTERIE
       ELSE IF Wchoix2 = 5 THEN
              MOVE -1 TO Wchoix2
       END-IF.

              MOVE fbt_categorie TO WS-BLT-CATEGORIE
              DISPLAY "Billets alloues a cette categorie : "
              ACCEPT WS-BLT-QTE
              DISPLAY "Prix unitaire du billet : "
              ACCEPT WS-BLT-PRIX

              OPEN I-O fbillets
              PERFORM BILLET_CUMULE_SEANCE
              READ fbillets
                     INVALID KEY
                            MOVE 0 TO fbt_vendu
                            MOVE 0 TO fbt_rembourse
                            MOVE 0 TO fbt_recette
                            MOVE 0 TO fbt_recette_remb
                     NOT INVALID KEY
                            SUBTRACT fbt_alloue
                                   FROM WS-BLT-TOT-ALLOUE
                            WS-BLT-CAPACITE
              ELSE
                     MOVE WS-BLT-QTE TO fbt_alloue
                     MOVE WS-BLT-PRIX TO fbt_prix
                     MOVE WS-COMPET-ACTIVE TO fbt_compet
                     WRITE tamp_fbillets
                            INVALID KEY
                                   REWRITE tamp_fbillets

       BILLET_ENREGISTRE_VENTE.
      *Ajoute des billets vendus/emis a une categorie, sans jamais
      *depasser son allocation, invites du protocole deduits pour la
      *categorie VIP (appelee par GESTION_BILLETTERIE).
       DISPLAY "Numero de la seance : "
       ACCEPT fbt_numS
       DISPLAY "Categorie : "
                     DISPLAY "Aucune allocation pour cette "
                            "categorie"
              NOT INVALID KEY
                     PERFORM BILLET_PLACES_CATEGORIE
                     DISPLAY "Alloues " fbt_alloue " - deja "
                            "vendus/emis " fbt_vendu
                     IF fbt_categorie = "VIP" THEN
                            DISPLAY "Invites du protocole : "
                                   WS-VIP-NB-INVITES
                     END-IF
                     DISPLAY "Billets a ajouter : "
                     ACCEPT WS-BLT-QTE
                     IF fbt_vendu + WS-BLT-QTE > WS-BLT-PLACES THEN
                            DISPLAY "Refus : l'allocation serait "
                                   "depassee"
                     ELSE
                            ADD WS-BLT-QTE TO fbt_vendu
                            COMPUTE fbt_recette = fbt_recette
                                   + WS-BLT-QTE * fbt_prix
                            REWRITE tamp_fbillets
                                   INVALID KEY
                                          DISPLAY "Erreur mise a "
       END-READ
       CLOSE fbillets.

       BILLET_PLACES_CATEGORIE.
      *WS-BLT-PLACES : billets que la categorie lue dans le tampon
      *fbillets peut porter ; en VIP, les invites non annules de la
      *tribune occupent deja une partie de l'allocation (appelee par
      *BILLET_ENREGISTRE_VENTE et VENTE_APPLIQUE_LIGNE).
       MOVE fbt_alloue TO WS-BLT-PLACES
       IF fbt_categorie = "VIP" THEN
              MOVE fbt_numS TO WS-VIP-NUMS
              PERFORM VIP_COMPTE_INVITES
              SUBTRACT WS-VIP-NB-INVITES FROM WS-BLT-PLACES
              IF WS-BLT-PLACES < 0 THEN
                     MOVE 0 TO WS-BLT-PLACES
              END-IF
       END-IF.

       RAPPORT_OCCUPATION_SEANCE.
      *Rapport d'occupation d'une seance : chaque categorie avec
      *alloue/vendu, le total et la capacite du lieu (appelee par
                            ADD fbt_alloue TO WS-BLT-TOT-ALLOUE
                            ADD fbt_vendu TO WS-BLT-TOT-VENDU
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            IF fbt_rembourse > 0 THEN
                                   STRING "  " fbt_categorie " : "
                                          fbt_vendu " / " fbt_alloue
                                          " (" fbt_rembourse
                                          " rembourse(s))"
                                          DELIMITED BY SIZE
                                          INTO WS-RAPPORT-LIGNE
                                   END-STRING
                            ELSE
                                   STRING "  " fbt_categorie " : "
                                          fbt_vendu " / " fbt_alloue
                                          DELIMITED BY SIZE
                                          INTO WS-RAPPORT-LIGNE
                                   END-STRING
                            END-IF
                            PERFORM ECRIT_LIGNE_RAPPORT
                     END-IF
       END-READ.

       IMPORT_VENTES_BILLETTERIE.
      *Les billets sont vendus par le prestataire exterieur : son
      *fichier de ventes (import_billetterie.dat, une ligne
      *numS;categorie;vendus;rembourses en cumuls) est repris chaque
      *nuit dans billetterie.dat. Une vente au-dela de l'allocation
      *de la categorie est rejetee vers le fichier des rejets
      *recyclables, et le rapport de rapprochement confronte les
      *totaux du prestataire aux notres, remboursements compris,
      *puis signale les seances qui menacent la capacite du lieu
      *(appelee par GESTION_BILLETTERIE et BATCH_NOCTURNE_CORPS ;
      *WS-VTE-NUIT = 1 en traitement de nuit).
       DISPLAY "---------------------------------------"
       DISPLAY "   IMPORT VENTES BILLETTERIE (fichier) "
       DISPLAY "---------------------------------------"

       MOVE "billetterie" TO WS-REJ-BASE
      *La nuit, personne n'est la pour choisir : fichier normal.
       IF WS-VTE-NUIT = 1 THEN
              MOVE 1 TO WS-REJ-MODE
              MOVE 0 TO WS-REJ-ABANDON
       ELSE
              PERFORM REJET_CHOIX_MODE
       END-IF
       IF WS-REJ-MODE = 1 THEN
              OPEN INPUT fimportV
              IF cr_fimportV = 35 THEN
                     DISPLAY "Fichier import_billetterie.dat "
                            "introuvable"
                     MOVE 1 TO WS-REJ-ABANDON
              END-IF
       END-IF
       IF WS-REJ-ABANDON = 0 THEN
              PERFORM REJET_OUVRE
       END-IF
       IF WS-REJ-ABANDON = 0 THEN
              MOVE "RAPPRO-BILLETTERIE" TO WS-SPOOL-RAPPORT
              PERFORM SPOOL_OUVRE
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Rapprochement des ventes du prestataire de "
                     "billetterie"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Seance Categorie  Vendus Remb.  Net    "
                     "Avant Apres Verdict"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT

              INITIALIZE WS-VTE-TABLES
              MOVE 0 TO Wfin
              MOVE 0 TO WS-VTE-NB-LUES
              MOVE 0 TO WS-VTE-NB-MAJ
              MOVE 0 TO WS-VTE-NB-REJETEES
              MOVE 0 TO WS-VTE-NB-RISQUE
              OPEN I-O fbillets
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     PERFORM LIT_LIGNE_IMPORT_VENTES
                     IF Wfin = 0 THEN
                            ADD 1 TO WS-VTE-NB-LUES
                            PERFORM VENTE_TRAITE_LIGNE
                     END-IF
              END-PERFORM
              CLOSE fbillets

              PERFORM VENTE_CONTROLE_SEANCES
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Lignes lues " WS-VTE-NB-LUES ", mises a jour "
                     WS-VTE-NB-MAJ ", rejetees " WS-VTE-NB-REJETEES
                     ", seances a risque " WS-VTE-NB-RISQUE
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
              PERFORM SPOOL_FERME
              PERFORM REJET_FERME
              DISPLAY "Lignes lues : " WS-VTE-NB-LUES
              DISPLAY "Allocations mises a jour : " WS-VTE-NB-MAJ
              DISPLAY "Lignes rejetees : " WS-VTE-NB-REJETEES
              DISPLAY "Seances a risque : " WS-VTE-NB-RISQUE

              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Import ventes billetterie : " WS-VTE-NB-MAJ
                     " maj, " WS-VTE-NB-REJETEES " rejet(s)"
                     DELIMITED BY SIZE INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       IF WS-REJ-MODE = 1 THEN
              CLOSE fimportV
       END-IF.

       LIT_LIGNE_IMPORT_VENTES.
      *Fournit la prochaine ligne de ventes dans tamp_fimportV,
      *depuis le fichier du prestataire ou les rejets corriges
      *(appelee par IMPORT_VENTES_BILLETTERIE).
       IF WS-REJ-MODE = 2 THEN
              PERFORM REJET_LIT
              IF WS-REJ-FIN = 1 THEN
                     MOVE 1 TO Wfin
              ELSE
                     MOVE WS-REJ-LIGNE TO tamp_fimportV
              END-IF
       ELSE
              READ fimportV
              AT END MOVE 1 TO Wfin
              END-READ
       END-IF.

       VENTE_TRAITE_LIGNE.
      *Decoupe et controle une ligne de ventes : le net du
      *prestataire (vendus moins rembourses) remplace notre
      *compteur vendu/emis tant qu'il tient dans l'allocation de la
      *categorie (appelee par IMPORT_VENTES_BILLETTERIE ; fbillets
      *est ouvert en mise a jour).
       MOVE 0 TO WS-VTE-NUMS
       MOVE SPACES TO WS-VTE-CATEGORIE
       MOVE 0 TO WS-VTE-VENDUS
       MOVE 0 TO WS-VTE-REMB
       MOVE 0 TO WS-VTE-NET
       MOVE 0 TO WS-VTE-AVANT
       UNSTRING tamp_fimportV DELIMITED BY ";"
              INTO WS-VTE-NUMS, WS-VTE-CATEGORIE, WS-VTE-VENDUS,
                     WS-VTE-REMB
       END-UNSTRING

       MOVE WS-VTE-NUMS TO fse_numS
       PERFORM VALIDE_SEANCE
       IF WS-SEANCE-VALIDE NOT = 1 THEN
              MOVE "seance inconnue" TO WS-REJ-MOTIF
              PERFORM VENTE_REJETTE_LIGNE
       ELSE IF WS-VTE-REMB > WS-VTE-VENDUS THEN
              MOVE "plus de rembourses que de vendus"
                     TO WS-REJ-MOTIF
              PERFORM VENTE_REJETTE_LIGNE
       ELSE
              COMPUTE WS-VTE-NET = WS-VTE-VENDUS - WS-VTE-REMB
              MOVE WS-VTE-NUMS TO fbt_numS
              MOVE WS-VTE-CATEGORIE TO fbt_categorie
              READ fbillets
                     INVALID KEY
                            MOVE "categorie sans allocation"
                                   TO WS-REJ-MOTIF
                            PERFORM VENTE_REJETTE_LIGNE
                     NOT INVALID KEY
                            PERFORM VENTE_APPLIQUE_LIGNE
              END-READ
       END-IF
       END-IF.

       VENTE_APPLIQUE_LIGNE.
      *Met a jour l'allocation lue si le net du prestataire tient
      *dedans, invites du protocole deduits pour la categorie VIP
      *(appelee par VENTE_TRAITE_LIGNE).
       MOVE fbt_vendu TO WS-VTE-AVANT
       PERFORM BILLET_PLACES_CATEGORIE
       IF WS-VTE-NET > WS-BLT-PLACES THEN
              MOVE "vente au-dela de l'allocation" TO WS-REJ-MOTIF
              PERFORM VENTE_REJETTE_LIGNE
       ELSE
      *Les cumuls du prestataire ne different des notres que des
      *ventes et remboursements du jour, valorises au prix courant.
              COMPUTE WS-BLT-MONTANT = fbt_recette
                     + (WS-VTE-VENDUS - fbt_vendu - fbt_rembourse)
                     * fbt_prix
              IF WS-BLT-MONTANT < 0 THEN
                     MOVE 0 TO WS-BLT-MONTANT
              END-IF
              MOVE WS-BLT-MONTANT TO fbt_recette
              COMPUTE WS-BLT-MONTANT = fbt_recette_remb
                     + (WS-VTE-REMB - fbt_rembourse) * fbt_prix
              IF WS-BLT-MONTANT < 0 THEN
                     MOVE 0 TO WS-BLT-MONTANT
              END-IF
              MOVE WS-BLT-MONTANT TO fbt_recette_remb
              MOVE WS-VTE-NET TO fbt_vendu
              MOVE WS-VTE-REMB TO fbt_rembourse
              REWRITE tamp_fbillets
                     INVALID KEY
                            MOVE "ecriture impossible" TO WS-REJ-MOTIF
                            PERFORM VENTE_REJETTE_LIGNE
                     NOT INVALID KEY
                            ADD 1 TO WS-VTE-NB-MAJ
                            MOVE 1 TO WS-VTE-SEA(WS-VTE-NUMS)
                            MOVE "OK" TO WS-REJ-MOTIF
                            PERFORM VENTE_ECRIT_RAPPRO
              END-REWRITE
       END-IF.

       VENTE_REJETTE_LIGNE.
      *Comptabilise et recycle la ligne de ventes rejetee ; elle
      *figure aussi au rapprochement (appelee par VENTE_TRAITE_LIGNE
      *et VENTE_APPLIQUE_LIGNE).
       DISPLAY "Ligne rejetee (" WS-REJ-MOTIF ") : " tamp_fimportV
       ADD 1 TO WS-VTE-NB-REJETEES
       MOVE tamp_fimportV TO WS-REJ-LIGNE
       PERFORM REJET_ECRIT
       IF WS-VTE-NUMS > 0 AND WS-SEANCE-VALIDE = 1 THEN
              MOVE 1 TO WS-VTE-SEA(WS-VTE-NUMS)
       END-IF
       PERFORM VENTE_ECRIT_RAPPRO.

       VENTE_ECRIT_RAPPRO.
      *Ligne du rapprochement : totaux du prestataire, notre
      *compteur avant et apres la reprise, verdict (appelee par
      *VENTE_APPLIQUE_LIGNE et VENTE_REJETTE_LIGNE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-REJ-MOTIF = "OK" THEN
              STRING WS-VTE-NUMS "    " WS-VTE-CATEGORIE " "
                     WS-VTE-VENDUS " " WS-VTE-REMB " " WS-VTE-NET
                     " " WS-VTE-AVANT " " fbt_vendu " OK"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING WS-VTE-NUMS "    " WS-VTE-CATEGORIE " "
                     WS-VTE-VENDUS " " WS-VTE-REMB " " WS-VTE-NET
                     " " WS-VTE-AVANT " " WS-VTE-AVANT " REJET "
                     WS-REJ-MOTIF
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       VENTE_CONTROLE_SEANCES.
      *Pour chaque seance touchee par l'import, confronte le total
      *alloue et le total vendu a la capacite du lieu : DEPASSEMENT
      *si les ventes la depassent, RISQUE si les allocations la
      *depassent ou si les ventes en atteignent le seuil
      *WS-VTE-SEUIL pour cent (appelee par
      *IMPORT_VENTES_BILLETTERIE).
       MOVE SPACES TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Controle capacite des seances touchees"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       OPEN INPUT fbillets
       PERFORM VARYING WS-VTE-I FROM 1 BY 1 UNTIL WS-VTE-I > 999
              IF WS-VTE-SEA(WS-VTE-I) = 1 THEN
                     PERFORM VENTE_CONTROLE_UNE_SEANCE
              END-IF
       END-PERFORM
       CLOSE fbillets.

       VENTE_CONTROLE_UNE_SEANCE.
       MOVE WS-VTE-I TO WS-BLT-NUMS
       PERFORM BILLET_CHARGE_CAPACITE
       PERFORM BILLET_CUMULE_SEANCE
       MOVE 0 TO WS-VTE-TAUX
       IF WS-BLT-CAPACITE > 0 THEN
              COMPUTE WS-VTE-TAUX ROUNDED =
                     WS-BLT-TOT-VENDU * 100 / WS-BLT-CAPACITE
                     ON SIZE ERROR MOVE 999 TO WS-VTE-TAUX
              END-COMPUTE
       END-IF
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-BLT-TOT-VENDU > WS-BLT-CAPACITE THEN
              ADD 1 TO WS-VTE-NB-RISQUE
              STRING "Seance " WS-BLT-NUMS " : vendus "
                     WS-BLT-TOT-VENDU " alloues " WS-BLT-TOT-ALLOUE
                     " capacite " WS-BLT-CAPACITE
                     " *** DEPASSEMENT ***"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE IF WS-BLT-TOT-ALLOUE > WS-BLT-CAPACITE
              OR WS-VTE-TAUX >= WS-VTE-SEUIL THEN
              ADD 1 TO WS-VTE-NB-RISQUE
              STRING "Seance " WS-BLT-NUMS " : vendus "
                     WS-BLT-TOT-VENDU " alloues " WS-BLT-TOT-ALLOUE
                     " capacite " WS-BLT-CAPACITE " (" WS-VTE-TAUX
                     "%) RISQUE"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING "Seance " WS-BLT-NUMS " : vendus "
                     WS-BLT-TOT-VENDU " alloues " WS-BLT-TOT-ALLOUE
                     " capacite " WS-BLT-CAPACITE " (" WS-VTE-TAUX
                     "%)"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.
