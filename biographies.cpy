       GESTION_BIOGRAPHIES.
      *Sous-menu des biographies media : ville d'origine,
      *entraineur, taille, annee de debut et faits marquants de
      *chaque licence, que le speaker et le bureau de presse
      *tenaient jusqu'ici a part (appelee par GESTION_ATHLETES).
       DISPLAY "***********************************************"
       DISPLAY "*          Biographies des athletes           *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Saisir/modifier une biographie            *"
       DISPLAY "* 2-Visualiser une biographie                  *"
       DISPLAY "* 3-Fiche media d'une finale                   *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM SAISIE_BIOGRAPHIE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AFFI_BIOGRAPHIE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM FICHE_MEDIA_FINALE
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       BIO_CHERCHE_LICENCE.
      *Lit l'athlete WS-BIO-NUMA et retient sa licence dans
      *WS-BIO-LICENCE ; WS-BIO-TROUVE vaut 0 si l'athlete n'existe
      *pas ou n'a pas de licence (appelee par SAISIE_BIOGRAPHIE et
      *AFFI_BIOGRAPHIE).
       MOVE 0 TO WS-BIO-TROUVE
       MOVE SPACES TO WS-BIO-LICENCE
       OPEN INPUT fathletes
       MOVE WS-BIO-NUMA TO fa_numA
       READ fathletes
              INVALID KEY DISPLAY "Cet athlete n'existe pas"
              NOT INVALID KEY
                     IF fa_licence = SPACES THEN
                            DISPLAY "Athlete sans licence federale"
                     ELSE
                            MOVE 1 TO WS-BIO-TROUVE
                            MOVE fa_licence TO WS-BIO-LICENCE
                            DISPLAY fa_prenom " " fa_nom " ("
                                   fa_pays ") - licence "
                                   fa_licence
                     END-IF
       END-READ
       CLOSE fathletes.

       SAISIE_BIOGRAPHIE.
      *Cree ou met a jour la biographie d'un athlete ; une saisie
      *vide conserve la valeur actuelle (appelee par
      *GESTION_BIOGRAPHIES).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-BIO-NUMA
       PERFORM BIO_CHERCHE_LICENCE
       IF WS-BIO-TROUVE = 1 THEN
              OPEN I-O fbio
              MOVE WS-BIO-LICENCE TO fbi_licence
              MOVE 0 TO Wtrouve
              READ fbio
                     INVALID KEY
                            MOVE SPACES TO fbi_ville
                            MOVE SPACES TO fbi_entraineur
                            MOVE 0 TO fbi_taille
                            MOVE 0 TO fbi_debut
                            MOVE SPACES TO fbi_faits
                     NOT INVALID KEY MOVE 1 TO Wtrouve
              END-READ

              DISPLAY "Ville d'origine actuelle : " fbi_ville
              DISPLAY "Nouvelle ville (vide = inchangee) : "
              MOVE SPACES TO WS-BIO-VILLE
              ACCEPT WS-BIO-VILLE
              IF WS-BIO-VILLE NOT = SPACES THEN
                     MOVE WS-BIO-VILLE TO fbi_ville
              END-IF

              DISPLAY "Entraineur actuel : " fbi_entraineur
              DISPLAY "Nouvel entraineur (vide = inchange) : "
              MOVE SPACES TO WS-BIO-ENTRAINEUR
              ACCEPT WS-BIO-ENTRAINEUR
              IF WS-BIO-ENTRAINEUR NOT = SPACES THEN
                     MOVE WS-BIO-ENTRAINEUR TO fbi_entraineur
              END-IF

              DISPLAY "Taille actuelle (cm) : " fbi_taille
              PERFORM WITH TEST AFTER UNTIL
                     WS-BIO-TAILLE-X = SPACES OR
                     WS-BIO-TAILLE-X IS NUMERIC
                     DISPLAY "Nouvelle taille en cm, 3 chiffres "
                            "(vide = inchangee) : "
                     MOVE SPACES TO WS-BIO-TAILLE-X
                     ACCEPT WS-BIO-TAILLE-X
              END-PERFORM
              IF WS-BIO-TAILLE-X NOT = SPACES THEN
                     MOVE WS-BIO-TAILLE-X TO fbi_taille
              END-IF

              DISPLAY "Annee de debut international actuelle : "
                     fbi_debut
              PERFORM WITH TEST AFTER UNTIL
                     WS-BIO-DEBUT-X = SPACES OR
                     WS-BIO-DEBUT-X IS NUMERIC
                     DISPLAY "Nouvelle annee AAAA (vide = "
                            "inchangee) : "
                     MOVE SPACES TO WS-BIO-DEBUT-X
                     ACCEPT WS-BIO-DEBUT-X
              END-PERFORM
              IF WS-BIO-DEBUT-X NOT = SPACES THEN
                     MOVE WS-BIO-DEBUT-X TO fbi_debut
              END-IF

              DISPLAY "Faits marquants actuels : " fbi_faits
              DISPLAY "Nouveaux faits marquants (vide = "
                     "inchanges) : "
              MOVE SPACES TO WS-BIO-FAITS
              ACCEPT WS-BIO-FAITS
              IF WS-BIO-FAITS NOT = SPACES THEN
                     MOVE WS-BIO-FAITS TO fbi_faits
              END-IF

              MOVE WS-OPERATEUR TO fbi_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fbi_maj_date
              IF Wtrouve = 1 THEN
                     REWRITE tamp_fbio
                            INVALID KEY
                                   DISPLAY "Erreur de mise a jour"
                            NOT INVALID KEY
                                   DISPLAY "Biographie mise a jour"
                     END-REWRITE
              ELSE
                     MOVE 0 TO fbi_lot
                     WRITE tamp_fbio
                            INVALID KEY
                                   DISPLAY "Erreur d'ecriture"
                            NOT INVALID KEY
                                   DISPLAY "Biographie creee"
                     END-WRITE
              END-IF
              CLOSE fbio

              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Biographie licence " WS-BIO-LICENCE
                     " enregistree"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       AFFI_BIOGRAPHIE.
      *Affiche la biographie d'un athlete (appelee par
      *GESTION_BIOGRAPHIES).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-BIO-NUMA
       PERFORM BIO_CHERCHE_LICENCE
       IF WS-BIO-TROUVE = 1 THEN
              OPEN INPUT fbio
              MOVE WS-BIO-LICENCE TO fbi_licence
              READ fbio
                     INVALID KEY DISPLAY "Aucune biographie saisie"
                     NOT INVALID KEY
                            DISPLAY "Ville d'origine : " fbi_ville
                            DISPLAY "Entraineur      : "
                                   fbi_entraineur
                            DISPLAY "Taille          : " fbi_taille
                                   " cm"
                            DISPLAY "Debut           : " fbi_debut
                            DISPLAY "Faits marquants : " fbi_faits
                            DISPLAY "Mise a jour le " fbi_maj_date
                                   " par " fbi_maj_par
              END-READ
              CLOSE fbio
       END-IF.

       FICHE_MEDIA_FINALE.
      *Fiche media d'une finale pour le bureau de presse : la page
      *annonceur de l'epreuve (couloirs, records personnels, record
      *de la competition, biographies et podiums archives), vers le
      *spool seulement (appelee par GESTION_BIOGRAPHIES).
       DISPLAY "Numero de la finale : "
       ACCEPT fe_numE
       OPEN INPUT fepreuves
       MOVE 0 TO Wtrouve
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY
                     IF FE-FINALE THEN
                            MOVE 1 TO Wtrouve
                     ELSE
                            DISPLAY "Cette epreuve n'est pas une "
                                   "finale"
                     END-IF
       END-READ
       IF Wtrouve = 1 THEN
              MOVE "FICHE-MEDIA" TO WS-SPOOL-RAPPORT
              PERFORM SPOOL_OUVRE
              MOVE 0 TO WS-ANN-FICHIER
              OPEN INPUT fseries
              OPEN INPUT fathletes
              OPEN INPUT fpb
              OPEN INPUT farch
              OPEN INPUT fbio
              PERFORM ANNONCEUR_PAGE
              CLOSE fbio
              CLOSE farch
              CLOSE fpb
              CLOSE fathletes
              CLOSE fseries
              MOVE 1 TO WS-ANN-FICHIER
              PERFORM SPOOL_FERME
       END-IF
       CLOSE fepreuves.

       BIO_LIGNES_ATHLETE.
      *Complete la ligne d'un nageur de la page annonceur : club,
      *biographie et podiums archives de sa licence (appelee par
      *ANNONCEUR_LIGNE_COMPLETE ; fbio et farch sont ouverts par
      *l'appelant).
       IF fa_club NOT = SPACES THEN
              MOVE fa_club TO WS-CLU-CODE
              PERFORM CHERCHE_CLUB
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   Club : " WS-CLU-NOM
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ANN_LIGNE
       END-IF
       IF fa_licence NOT = SPACES THEN
              MOVE fa_licence TO fbi_licence
              READ fbio
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM BIO_LIGNES_FICHE
              END-READ
              PERFORM BIO_COMPTE_PODIUMS
              IF WS-BIO-OR + WS-BIO-ARGENT + WS-BIO-BRONZE > 0 THEN
                     MOVE SPACES TO WS-RAPPORT-LIGNE
                     STRING "   Podiums archives : " WS-BIO-OR
                            " or, " WS-BIO-ARGENT " argent, "
                            WS-BIO-BRONZE " bronze"
                            DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ANN_LIGNE
              END-IF
       END-IF.

       BIO_LIGNES_FICHE.
      *Lignes de la biographie lue (appelee par
      *BIO_LIGNES_ATHLETE).
       IF fbi_ville NOT = SPACES OR
              fbi_entraineur NOT = SPACES THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   Origine : " fbi_ville " - Entraineur : "
                     fbi_entraineur
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ANN_LIGNE
       END-IF
       IF fbi_taille > 0 OR fbi_debut > 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   Taille : " fbi_taille " cm - Debut "
                     "international : " fbi_debut
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ANN_LIGNE
       END-IF
       IF fbi_faits NOT = SPACES THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "   " fbi_faits
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ANN_LIGNE
       END-IF.

       BIO_COMPTE_PODIUMS.
      *Compte les podiums de l'archive portant la licence de
      *l'athlete courant, co-medailles ex aequo comprises (appelee
      *par BIO_LIGNES_ATHLETE ; farch est ouvert par l'appelant).
       MOVE 0 TO WS-BIO-OR
       MOVE 0 TO WS-BIO-ARGENT
       MOVE 0 TO WS-BIO-BRONZE
       MOVE 0 TO fa_annee
       MOVE SPACES TO fa_type
       MOVE 0 TO fa_disatnce
       MOVE 0 TO WS-BIO-FIN
       START farch, KEY IS >= fa_cle
              INVALID KEY MOVE 1 TO WS-BIO-FIN
              NOT INVALID KEY
                     PERFORM BIO_EXAMINE_ARCHIVE
                            UNTIL WS-BIO-FIN = 1
       END-START.

       BIO_EXAMINE_ARCHIVE.
       READ farch NEXT
              AT END MOVE 1 TO WS-BIO-FIN
              NOT AT END
                     IF fa_licence_or = fa_licence OR
                            fa_licence_or2 = fa_licence THEN
                            ADD 1 TO WS-BIO-OR
                     END-IF
                     IF fa_licence_argent = fa_licence OR
                            fa_licence_argent2 = fa_licence THEN
                            ADD 1 TO WS-BIO-ARGENT
                     END-IF
                     IF fa_licence_bronze = fa_licence OR
                            fa_licence_bronze2 = fa_licence THEN
                            ADD 1 TO WS-BIO-BRONZE
                     END-IF
       END-READ.
