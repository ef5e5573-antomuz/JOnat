       LOT_OUVRE.
      *Ouvre un lot d'import : numero suivant du registre, entree
      *EN COURS avec type, fichier source et operateur, puis le
      *fichier des images reste ouvert pour toute la passe ; chaque
      *enregistrement cree ou modifie par la passe porte ce numero
      *dans son champ _lot (appelee en tete des imports, une fois
      *WS-LOT-TYPE et WS-LOT-SOURCE renseignes).
       MOVE 0 TO WS-LOT-MAX
       OPEN I-O flots
       MOVE 0 TO WS-LOT-FIN
       PERFORM WITH TEST AFTER UNTIL WS-LOT-FIN = 1
              READ flots NEXT
              AT END MOVE 1 TO WS-LOT-FIN
              NOT AT END
                     IF fln_num > WS-LOT-MAX THEN
                            MOVE fln_num TO WS-LOT-MAX
                     END-IF
       END-PERFORM
       ADD 1 TO WS-LOT-MAX
       MOVE WS-LOT-MAX TO WS-LOT-NUM
       MOVE WS-LOT-NUM TO fln_num
       MOVE WS-LOT-TYPE TO fln_type
       MOVE WS-LOT-SOURCE TO fln_fichier
       MOVE WS-OPERATEUR TO fln_operateur
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fln_date
       MOVE 0 TO fln_nb_lues
       MOVE 0 TO fln_nb_crees
       MOVE 0 TO fln_nb_modifies
       MOVE 0 TO fln_nb_rejetees
       MOVE "E" TO fln_statut
       MOVE SPACES TO fln_annule_par
       MOVE SPACES TO fln_annule_date
       WRITE tamp_flots
              INVALID KEY DISPLAY "Erreur d'ouverture du lot"
       END-WRITE
       CLOSE flots
       MOVE 0 TO WS-LOT-NB-CREES
       MOVE 0 TO WS-LOT-NB-MODIFIES
       MOVE 0 TO WS-LOT-NB-LUES
       MOVE 0 TO WS-LOT-NB-REJETEES
       OPEN I-O flotimg
       DISPLAY "Lot d'import " WS-LOT-NUM " ouvert".

       LOT_NOTE.
      *Retient l'enregistrement WS-LOT-IMAGE du fichier
      *WS-LOT-FICHIER dans les images du lot courant : pour une
      *modification (WS-LOT-ACTION = M) l'image est celle d'AVANT,
      *tampon encore intact ; pour une creation (C) seule la cle
      *compte. Seul le premier passage d'un enregistrement dans le
      *lot est retenu, l'image AVANT restant celle d'origine. Sans
      *lot ouvert (saisie manuelle) rien n'est fait (appelee par
      *les paragraphes LOT_NOTE_*).
       IF WS-LOT-NUM > 0 THEN
              MOVE WS-LOT-NUM TO fim_lot
              MOVE WS-LOT-FICHIER TO fim_fichier
              MOVE SPACES TO fim_cle_enr
              MOVE WS-LOT-IMAGE(1:WS-LOT-CLE-LONG) TO fim_cle_enr
              MOVE WS-LOT-ACTION TO fim_action
              IF FIM-CREATION THEN
                     MOVE SPACES TO fim_avant
              ELSE
                     MOVE WS-LOT-IMAGE TO fim_avant
              END-IF
              MOVE SPACES TO fim_apres
              WRITE tamp_flotimg
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF FIM-CREATION THEN
                                   ADD 1 TO WS-LOT-NB-CREES
                            ELSE
                                   ADD 1 TO WS-LOT-NB-MODIFIES
                            END-IF
              END-WRITE
       END-IF.

       LOT_NOTE_ATHLETE.
      *Retient l'athlete du tampon dans le lot courant, action dans
      *WS-LOT-ACTION (appelee par les imports).
       MOVE "ATHLETE" TO WS-LOT-FICHIER
       MOVE tamp_fathletes TO WS-LOT-IMAGE
       MOVE 4 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_EPREUVE.
       MOVE "EPREUVE" TO WS-LOT-FICHIER
       MOVE tamp_fepreuve TO WS-LOT-IMAGE
       MOVE 3 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_PARTICIPATION.
       MOVE "PARTICIP" TO WS-LOT-FICHIER
       MOVE tamp_fparticipation TO WS-LOT-IMAGE
       MOVE 7 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_RELAIS.
       MOVE "RELAIS" TO WS-LOT-FICHIER
       MOVE tamp_frelais TO WS-LOT-IMAGE
       MOVE 23 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_RECORD.
       MOVE "RECORD" TO WS-LOT-FICHIER
       MOVE tamp_frecords TO WS-LOT-IMAGE
       MOVE 30 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_BIO.
       MOVE "BIO" TO WS-LOT-FICHIER
       MOVE tamp_fbio TO WS-LOT-IMAGE
       MOVE 10 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_PB.
       MOVE "PB" TO WS-LOT-FICHIER
       MOVE tamp_fpb TO WS-LOT-IMAGE
       MOVE 37 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_NOTE_PASSAGES.
       MOVE "PASSAGES" TO WS-LOT-FICHIER
       MOVE tamp_fsplits TO WS-LOT-IMAGE
       MOVE 7 TO WS-LOT-CLE-LONG
       PERFORM LOT_NOTE.

       LOT_FERME.
      *Ferme le lot courant : l'image APRES de chaque enregistrement
      *touche est relue dans son fichier (apres les reclassements et
      *autres effets de la passe), puis le registre recoit les
      *compteurs et passe a TERMINE. Les fichiers maitres doivent
      *etre fermes par l'appelant ; WS-LOT-NB-LUES et
      *WS-LOT-NB-REJETEES sont renseignes par lui (appelee en fin
      *d'import).
       IF WS-LOT-NUM > 0 THEN
              MOVE WS-LOT-NUM TO fim_lot
              MOVE LOW-VALUES TO fim_fichier
              MOVE LOW-VALUES TO fim_cle_enr
              MOVE 0 TO WS-LOT-FIN
              START flotimg, KEY IS >= fim_cle
                     INVALID KEY MOVE 1 TO WS-LOT-FIN
              END-START
              PERFORM UNTIL WS-LOT-FIN = 1
                     READ flotimg NEXT
                            AT END MOVE 1 TO WS-LOT-FIN
                            NOT AT END
                                   IF fim_lot NOT = WS-LOT-NUM THEN
                                          MOVE 1 TO WS-LOT-FIN
                                   ELSE
                                          PERFORM LOT_POSE_APRES
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE flotimg

              OPEN I-O flots
              MOVE WS-LOT-NUM TO fln_num
              READ flots
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE WS-LOT-NB-LUES TO fln_nb_lues
                            MOVE WS-LOT-NB-CREES TO fln_nb_crees
                            MOVE WS-LOT-NB-MODIFIES
                                   TO fln_nb_modifies
                            MOVE WS-LOT-NB-REJETEES
                                   TO fln_nb_rejetees
                            MOVE "T" TO fln_statut
                            REWRITE tamp_flots END-REWRITE
              END-READ
              CLOSE flots
              DISPLAY "Lot d'import " WS-LOT-NUM " : "
                     WS-LOT-NB-CREES " cree(s), "
                     WS-LOT-NB-MODIFIES " modifie(s)"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Lot import " WS-LOT-NUM " " WS-LOT-TYPE
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
              MOVE 0 TO WS-LOT-NUM
       END-IF.

       LOT_POSE_APRES.
      *Pose l'image APRES de l'entree courante (appelee par
      *LOT_FERME).
       PERFORM LOT_LIT_COURANT
       IF WS-LOT-TROUVE = 1 THEN
              MOVE WS-LOT-COURANT TO fim_apres
       ELSE
              MOVE SPACES TO fim_apres
       END-IF
       REWRITE tamp_flotimg END-REWRITE.

       LOT_LIT_COURANT.
      *Relit dans son fichier la version actuelle de l'enregistrement
      *de l'entree d'images courante : WS-LOT-TROUVE a 1 et image
      *dans WS-LOT-COURANT s'il existe (appelee par LOT_POSE_APRES
      *et LOT_CONTROLE_ENTREE).
       MOVE 0 TO WS-LOT-TROUVE
       MOVE SPACES TO WS-LOT-COURANT
       IF fim_fichier = "ATHLETE" THEN
              OPEN INPUT fathletes
              MOVE fim_cle_enr TO tamp_fathletes
              READ fathletes
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fathletes TO WS-LOT-COURANT
              END-READ
              CLOSE fathletes
       ELSE IF fim_fichier = "EPREUVE" THEN
              OPEN INPUT fepreuves
              MOVE fim_cle_enr TO tamp_fepreuve
              READ fepreuves
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fepreuve TO WS-LOT-COURANT
              END-READ
              CLOSE fepreuves
       ELSE IF fim_fichier = "PARTICIP" THEN
              OPEN INPUT fparticipations
              MOVE fim_cle_enr TO tamp_fparticipation
              READ fparticipations
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fparticipation
                                   TO WS-LOT-COURANT
              END-READ
              CLOSE fparticipations
       ELSE IF fim_fichier = "RELAIS" THEN
              OPEN INPUT frelais
              MOVE fim_cle_enr TO tamp_frelais
              READ frelais
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_frelais TO WS-LOT-COURANT
              END-READ
              CLOSE frelais
       ELSE IF fim_fichier = "DOPAGE" THEN
              OPEN INPUT fdopage
              MOVE fim_cle_enr TO tamp_fdopage
              READ fdopage
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fdopage TO WS-LOT-COURANT
              END-READ
              CLOSE fdopage
       ELSE IF fim_fichier = "RECORD" THEN
              OPEN INPUT frecords
              MOVE fim_cle_enr TO tamp_frecords
              READ frecords
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_frecords TO WS-LOT-COURANT
              END-READ
              CLOSE frecords
       ELSE IF fim_fichier = "BIO" THEN
              OPEN INPUT fbio
              MOVE fim_cle_enr TO tamp_fbio
              READ fbio
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fbio TO WS-LOT-COURANT
              END-READ
              CLOSE fbio
       ELSE IF fim_fichier = "PB" THEN
              OPEN INPUT fpb
              MOVE fim_cle_enr TO tamp_fpb
              READ fpb
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fpb TO WS-LOT-COURANT
              END-READ
              CLOSE fpb
       ELSE IF fim_fichier = "PASSAGES" THEN
              OPEN INPUT fsplits
              MOVE fim_cle_enr TO tamp_fsplits
              READ fsplits
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE 1 TO WS-LOT-TROUVE
                            MOVE tamp_fsplits TO WS-LOT-COURANT
              END-READ
              CLOSE fsplits
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

       GESTION_LOTS.
      *Sous-menu des lots d'import : registre des passes et
      *annulation d'un lot entier - un fichier d'import errone ne se
      *defait plus enregistrement par enregistrement depuis le
      *journal des images (appelee par GESTION_AUDIT).
       DISPLAY "***********************************************"
       DISPLAY "*          Lots d'import                      *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Registre des lots                          *"
       DISPLAY "* 2-Annuler un lot entier                      *"
       DISPLAY "* 3-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM LOT_REGISTRE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM LOT_ANNULE
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       LOT_REGISTRE.
      *Affiche le registre des lots d'import : fichier source,
      *operateur, compteurs et statut de chaque passe (appelee par
      *GESTION_LOTS).
       DISPLAY "---------------------------------------"
       DISPLAY "       REGISTRE DES LOTS D'IMPORT      "
       DISPLAY "---------------------------------------"
       OPEN INPUT flots
       MOVE 0 TO WS-LOT-FIN
       PERFORM WITH TEST AFTER UNTIL WS-LOT-FIN = 1
              READ flots NEXT
              AT END MOVE 1 TO WS-LOT-FIN
              NOT AT END
                     DISPLAY "Lot " fln_num " du " fln_date " - "
                            fln_type " par " fln_operateur
                     DISPLAY "   Fichier : " fln_fichier
                     DISPLAY "   Lues " fln_nb_lues " creees "
                            fln_nb_crees " modifiees "
                            fln_nb_modifies " rejetees "
                            fln_nb_rejetees
                     IF FLN-EN-COURS THEN
                            DISPLAY "   Statut : EN COURS"
                     ELSE IF FLN-TERMINE THEN
                            DISPLAY "   Statut : TERMINE"
                     ELSE IF FLN-ANNULE THEN
                            DISPLAY "   Statut : ANNULE par "
                                   fln_annule_par " le "
                                   fln_annule_date
                     END-IF
                     END-IF
                     END-IF
       END-PERFORM
       CLOSE flots.

       LOT_ANNULE.
      *Annule un lot d'import entier : les enregistrements crees par
      *le lot sont detruits, les enregistrements modifies reprennent
      *leur image AVANT. L'annulation est refusee, motif a l'appui,
      *si le lot n'est pas termine ou si un enregistrement du lot a
      *ete retouche depuis (saisie, autre import) ; elle passe
      *ensuite par la double validation (appelee par
      *GESTION_LOTS).
       DISPLAY "Numero du lot a annuler : "
       ACCEPT WS-LOT-CHOIX
       MOVE SPACES TO WS-LOT-MOTIF
       OPEN INPUT flots
       MOVE WS-LOT-CHOIX TO fln_num
       READ flots
              INVALID KEY MOVE "lot inconnu" TO WS-LOT-MOTIF
              NOT INVALID KEY
                     IF FLN-ANNULE THEN
                            MOVE "lot deja annule" TO WS-LOT-MOTIF
                     ELSE IF FLN-EN-COURS THEN
                            MOVE "passe d'import non terminee"
                                   TO WS-LOT-MOTIF
                     END-IF
                     END-IF
       END-READ
       CLOSE flots
       IF WS-LOT-MOTIF = SPACES THEN
              PERFORM LOT_CONTROLE
       END-IF
       IF WS-LOT-MOTIF NOT = SPACES THEN
              DISPLAY "Annulation du lot " WS-LOT-CHOIX
                     " refusee : " WS-LOT-MOTIF
       ELSE
              MOVE "ANNULE-LOT" TO WS-DV-OPERATION
              MOVE SPACES TO WS-DV-PARAMS
              STRING "LOT " WS-LOT-CHOIX
                     DELIMITED BY SIZE INTO WS-DV-PARAMS
              END-STRING
              PERFORM DV_AUTORISE
              IF WS-DV-OK = 1 THEN
                     PERFORM LOT_EXECUTE_ANNULATION
              END-IF
       END-IF.

       LOT_CONTROLE.
      *Compare chaque enregistrement du lot WS-LOT-CHOIX a son image
      *APRES : tout ecart est une modification posterieure au lot,
      *affichee, qui bloque l'annulation (WS-LOT-MOTIF renseigne)
      *(appelee par LOT_ANNULE).
       MOVE 0 TO WS-LOT-NB-CONFLITS
       OPEN INPUT flotimg
       MOVE WS-LOT-CHOIX TO fim_lot
       MOVE LOW-VALUES TO fim_fichier
       MOVE LOW-VALUES TO fim_cle_enr
       MOVE 0 TO WS-LOT-FIN
       START flotimg, KEY IS >= fim_cle
              INVALID KEY MOVE 1 TO WS-LOT-FIN
       END-START
       PERFORM UNTIL WS-LOT-FIN = 1
              READ flotimg NEXT
                     AT END MOVE 1 TO WS-LOT-FIN
                     NOT AT END
                            IF fim_lot NOT = WS-LOT-CHOIX THEN
                                   MOVE 1 TO WS-LOT-FIN
                            ELSE
                                   PERFORM LOT_CONTROLE_ENTREE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE flotimg
       IF WS-LOT-NB-CONFLITS > 0 THEN
              STRING WS-LOT-NB-CONFLITS
                     " modification(s) posterieure(s)"
                     DELIMITED BY SIZE INTO WS-LOT-MOTIF
              END-STRING
       END-IF.

       LOT_CONTROLE_ENTREE.
      *Controle un enregistrement du lot contre son image APRES ;
      *un athlete ou une epreuve cree par le lot ne doit pas non plus
      *porter d'engagement venu d'ailleurs (appelee par
      *LOT_CONTROLE).
       PERFORM LOT_LIT_COURANT
       IF fim_apres = SPACES THEN
              IF WS-LOT-TROUVE = 1 THEN
                     DISPLAY "Refus : " fim_fichier " " fim_cle_enr
                            " recree depuis le lot"
                     ADD 1 TO WS-LOT-NB-CONFLITS
              END-IF
       ELSE IF WS-LOT-TROUVE = 0 THEN
              DISPLAY "Refus : " fim_fichier " " fim_cle_enr
                     " supprime depuis le lot"
              ADD 1 TO WS-LOT-NB-CONFLITS
       ELSE IF WS-LOT-COURANT NOT = fim_apres THEN
              DISPLAY "Refus : " fim_fichier " " fim_cle_enr
                     " modifie depuis le lot"
              ADD 1 TO WS-LOT-NB-CONFLITS
       ELSE IF FIM-CREATION AND (fim_fichier = "ATHLETE" OR
              fim_fichier = "EPREUVE") THEN
              PERFORM LOT_CONTROLE_DEPENDANCES
       END-IF
       END-IF
       END-IF
       END-IF.

       LOT_CONTROLE_DEPENDANCES.
      *Recherche les participations de l'athlete ou de l'epreuve
      *cree par le lot qui ne portent pas le numero du lot :
      *engagees depuis, elles perdraient leur athlete ou leur
      *epreuve (appelee par LOT_CONTROLE_ENTREE).
       OPEN INPUT fparticipations
       MOVE 0 TO WS-LOT-FIN2
       IF fim_fichier = "ATHLETE" THEN
              MOVE fim_cle_enr(1:4) TO fp_numA
              START fparticipations, KEY IS = fp_numA
                     INVALID KEY MOVE 1 TO WS-LOT-FIN2
              END-START
       ELSE
              MOVE fim_cle_enr(1:3) TO fp_numE
              START fparticipations, KEY IS = fp_numE
                     INVALID KEY MOVE 1 TO WS-LOT-FIN2
              END-START
       END-IF
       PERFORM UNTIL WS-LOT-FIN2 = 1
              READ fparticipations NEXT
                     AT END MOVE 1 TO WS-LOT-FIN2
                     NOT AT END
                            IF fim_fichier = "ATHLETE" AND
                                   fp_numA NOT = fim_cle_enr(1:4)
                                   THEN
                                   MOVE 1 TO WS-LOT-FIN2
                            END-IF
                            IF fim_fichier = "EPREUVE" AND
                                   fp_numE NOT = fim_cle_enr(1:3)
                                   THEN
                                   MOVE 1 TO WS-LOT-FIN2
                            END-IF
                            IF WS-LOT-FIN2 = 0 AND
                                   fp_lot NOT = WS-LOT-CHOIX THEN
                                   DISPLAY "Refus : participation "
                                          fp_numA "/" fp_numE
                                          " engagee depuis le lot sur "
                                          fim_fichier " "
                                          fim_cle_enr(1:4)
                                   ADD 1 TO WS-LOT-NB-CONFLITS
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fparticipations.

       LOT_EXECUTE_ANNULATION.
      *Defait le lot WS-LOT-CHOIX enregistrement par enregistrement
      *(chaque version remplacee passe au journal des images) puis
      *le marque ANNULE au registre (appelee par LOT_ANNULE apres
      *double validation).
       MOVE 0 TO WS-LOT-NB-CREES
       MOVE 0 TO WS-LOT-NB-MODIFIES
       OPEN INPUT flotimg
       MOVE WS-LOT-CHOIX TO fim_lot
       MOVE LOW-VALUES TO fim_fichier
       MOVE LOW-VALUES TO fim_cle_enr
       MOVE 0 TO WS-LOT-FIN
       START flotimg, KEY IS >= fim_cle
              INVALID KEY MOVE 1 TO WS-LOT-FIN
       END-START
       PERFORM UNTIL WS-LOT-FIN = 1
              READ flotimg NEXT
                     AT END MOVE 1 TO WS-LOT-FIN
                     NOT AT END
                            IF fim_lot NOT = WS-LOT-CHOIX THEN
                                   MOVE 1 TO WS-LOT-FIN
                            ELSE
                                   PERFORM LOT_DEFAIT_ENTREE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE flotimg

       OPEN I-O flots
       MOVE WS-LOT-CHOIX TO fln_num
       READ flots
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE "A" TO fln_statut
                     MOVE WS-OPERATEUR TO fln_annule_par
                     PERFORM HORODATE_MAJ
                     MOVE WS-FORMATTED-DATE-TIME TO fln_annule_date
                     REWRITE tamp_flots END-REWRITE
       END-READ
       CLOSE flots
       PERFORM LOT_AVOIR_FACTURE
       DISPLAY "Lot " WS-LOT-CHOIX " annule : " WS-LOT-NB-CREES
              " creation(s) detruite(s), " WS-LOT-NB-MODIFIES
              " modification(s) defaite(s)"
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Annulation lot import " WS-LOT-CHOIX
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       LOT_AVOIR_FACTURE.
      *Un paquet de delegation charge par le lot a ete facture :
      *la ligne A PAYER du registre portant ce lot est compensee
      *par un avoir du meme montant, document
      *avoir_<pays>_lot<lot>.dat et ligne AVOIR au registre, comme
      *pour une epreuve annulee (appelee par
      *LOT_EXECUTE_ANNULATION).
       MOVE 0 TO WS-FAC-TROUVE
       MOVE SPACES TO WS-FAC-REF
       STRING "lot " WS-LOT-CHOIX
              DELIMITED BY SIZE INTO WS-FAC-REF
       END-STRING
       OPEN INPUT ffactcat
       IF cr_ffactcat NOT = 35 THEN
              MOVE 0 TO WS-LOT-FIN
              PERFORM UNTIL WS-LOT-FIN = 1
                     READ ffactcat
                            AT END MOVE 1 TO WS-LOT-FIN
                            NOT AT END PERFORM LOT_LIGNE_FACTURE
                     END-READ
              END-PERFORM
       END-IF
       CLOSE ffactcat
       IF WS-FAC-TROUVE = 1 THEN
              PERFORM LOT_EMET_AVOIR
       END-IF.

       LOT_LIGNE_FACTURE.
      *Retient la ligne A PAYER du lot WS-LOT-CHOIX (appelee par
      *LOT_AVOIR_FACTURE).
       MOVE SPACES TO WS-FAC-L-PAYS
       MOVE 0 TO WS-FAC-L-MONTANT
       MOVE SPACES TO WS-FAC-L-STATUT
       MOVE SPACES TO WS-FAC-L-DATE
       MOVE SPACES TO WS-FAC-L-REF
       UNSTRING tamp_ffactcat DELIMITED BY ";"
              INTO WS-FAC-L-PAYS, WS-FAC-L-MONTANT, WS-FAC-L-STATUT,
                   WS-FAC-L-DATE, WS-FAC-L-REF
       END-UNSTRING
       IF WS-FAC-L-STATUT = "A PAYER" AND WS-FAC-L-REF = WS-FAC-REF
              MOVE 1 TO WS-FAC-TROUVE
              MOVE WS-FAC-L-PAYS TO WS-FAC-PAYS
              MOVE WS-FAC-L-MONTANT TO WS-FAC-MONTANT
       END-IF.

       LOT_EMET_AVOIR.
      *Ecrit l'avoir de la facture WS-FAC-PAYS / WS-FAC-MONTANT du
      *lot annule (appelee par LOT_AVOIR_FACTURE).
       MOVE SPACES TO WS-FAC-NOM
       STRING "avoir_" DELIMITED BY SIZE
              WS-FAC-PAYS DELIMITED BY SPACE
              "_lot" WS-LOT-CHOIX ".dat" DELIMITED BY SIZE
              INTO WS-FAC-NOM
       END-STRING

       PERFORM HORODATE_MAJ
       OPEN OUTPUT ffacture
       MOVE "==============================================="
              TO tamp_ffacture
       WRITE tamp_ffacture
       MOVE SPACES TO tamp_ffacture
       STRING "AVOIR SUR FACTURE D'ENGAGEMENT - delegation "
              WS-FAC-PAYS
              DELIMITED BY SIZE INTO tamp_ffacture
       END-STRING
       WRITE tamp_ffacture
       MOVE SPACES TO tamp_ffacture
       STRING "Emis le " WS-FORMATTED-DATE-TIME
              " - annulation du lot d'import " WS-LOT-CHOIX
              DELIMITED BY SIZE INTO tamp_ffacture
       END-STRING
       WRITE tamp_ffacture
       MOVE "==============================================="
              TO tamp_ffacture
       WRITE tamp_ffacture
       MOVE SPACES TO tamp_ffacture
       STRING "TOTAL CREDITE : " WS-FAC-MONTANT
              DELIMITED BY SIZE INTO tamp_ffacture
       END-STRING
       WRITE tamp_ffacture
       CLOSE ffacture

       MOVE SPACES TO tamp_ffactcat
       STRING WS-FAC-PAYS ";" WS-FAC-MONTANT ";AVOIR;"
              WS-FORMATTED-DATE-TIME ";" WS-FAC-REF
              DELIMITED BY SIZE INTO tamp_ffactcat
       END-STRING
       OPEN EXTEND ffactcat
       IF cr_ffactcat = 35 THEN
              OPEN OUTPUT ffactcat
       END-IF
       WRITE tamp_ffactcat
       CLOSE ffactcat

       DISPLAY "Avoir " WS-FAC-NOM " emis : " WS-FAC-MONTANT
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Avoir lot " WS-LOT-CHOIX " " WS-FAC-PAYS " : "
              WS-FAC-MONTANT
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       LOT_DEFAIT_ENTREE.
      *Aiguille l'entree d'images courante vers son fichier (appelee
      *par LOT_EXECUTE_ANNULATION).
       IF FIM-CREATION THEN
              ADD 1 TO WS-LOT-NB-CREES
       ELSE
              ADD 1 TO WS-LOT-NB-MODIFIES
       END-IF
       IF fim_fichier = "ATHLETE" THEN
              PERFORM LOT_DEFAIT_ATHLETE
       ELSE IF fim_fichier = "EPREUVE" THEN
              PERFORM LOT_DEFAIT_EPREUVE
       ELSE IF fim_fichier = "PARTICIP" THEN
              PERFORM LOT_DEFAIT_PARTICIPATION
       ELSE IF fim_fichier = "RELAIS" THEN
              PERFORM LOT_DEFAIT_RELAIS
       ELSE IF fim_fichier = "DOPAGE" THEN
              PERFORM LOT_DEFAIT_DOPAGE
       ELSE IF fim_fichier = "RECORD" THEN
              PERFORM LOT_DEFAIT_RECORD
       ELSE IF fim_fichier = "BIO" THEN
              PERFORM LOT_DEFAIT_BIO
       ELSE IF fim_fichier = "PB" THEN
              PERFORM LOT_DEFAIT_PB
       ELSE IF fim_fichier = "PASSAGES" THEN
              PERFORM LOT_DEFAIT_PASSAGES
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

       LOT_DEFAIT_ATHLETE.
      *Version courante journalisee, tampon intact, puis creation
      *detruite ou image AVANT reecrite (meme sequence dans les
      *paragraphes suivants).
       OPEN I-O fathletes
       MOVE fim_cle_enr TO tamp_fathletes
       READ fathletes
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fathletes
                            WRITE tamp_fathletes END-WRITE
                     END-IF
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_ATHLETE
                     IF FIM-CREATION THEN
                            DELETE fathletes END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fathletes
                            REWRITE tamp_fathletes END-REWRITE
                     END-IF
       END-READ
       CLOSE fathletes.

       LOT_DEFAIT_EPREUVE.
       OPEN I-O fepreuves
       MOVE fim_cle_enr TO tamp_fepreuve
       READ fepreuves
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fepreuve
                            WRITE tamp_fepreuve END-WRITE
                     END-IF
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_EPREUVE
                     IF FIM-CREATION THEN
                            DELETE fepreuves END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fepreuve
                            REWRITE tamp_fepreuve END-REWRITE
                     END-IF
       END-READ
       CLOSE fepreuves.

       LOT_DEFAIT_PARTICIPATION.
      *Un resultat defait fait reclasser son epreuve, comme une
      *saisie manuelle.
       OPEN I-O fparticipations
       MOVE fim_cle_enr TO tamp_fparticipation
       READ fparticipations
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fparticipation
                            WRITE tamp_fparticipation END-WRITE
                     END-IF
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     IF FIM-CREATION THEN
                            DELETE fparticipations END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fparticipation
                            REWRITE tamp_fparticipation END-REWRITE
                            MOVE fp_numE TO WS-RECALC-NUME
                            PERFORM RECALCULE_CLASSEMENT_EPREUVE
                     END-IF
       END-READ
       CLOSE fparticipations.

       LOT_DEFAIT_RELAIS.
       OPEN I-O frelais
       MOVE fim_cle_enr TO tamp_frelais
       READ frelais
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_frelais
                            WRITE tamp_frelais END-WRITE
                     END-IF
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_RELAIS
                     IF FIM-CREATION THEN
                            DELETE frelais END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_frelais
                            REWRITE tamp_frelais END-REWRITE
                     END-IF
       END-READ
       CLOSE frelais.

       LOT_DEFAIT_DOPAGE.
       OPEN I-O fdopage
       MOVE fim_cle_enr TO tamp_fdopage
       READ fdopage
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fdopage
                            WRITE tamp_fdopage END-WRITE
                     END-IF
              NOT INVALID KEY
                     IF FIM-CREATION THEN
                            DELETE fdopage END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fdopage
                            REWRITE tamp_fdopage END-REWRITE
                     END-IF
       END-READ
       CLOSE fdopage.

       LOT_DEFAIT_RECORD.
       OPEN I-O frecords
       MOVE fim_cle_enr TO tamp_frecords
       READ frecords
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_frecords
                            WRITE tamp_frecords END-WRITE
                     END-IF
              NOT INVALID KEY
                     IF FIM-CREATION THEN
                            DELETE frecords END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_frecords
                            REWRITE tamp_frecords END-REWRITE
                     END-IF
       END-READ
       CLOSE frecords.

       LOT_DEFAIT_BIO.
       OPEN I-O fbio
       MOVE fim_cle_enr TO tamp_fbio
       READ fbio
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fbio
                            WRITE tamp_fbio END-WRITE
                     END-IF
              NOT INVALID KEY
                     IF FIM-CREATION THEN
                            DELETE fbio END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fbio
                            REWRITE tamp_fbio END-REWRITE
                     END-IF
       END-READ
       CLOSE fbio.

       LOT_DEFAIT_PB.
       OPEN I-O fpb
       MOVE fim_cle_enr TO tamp_fpb
       READ fpb
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fpb
                            WRITE tamp_fpb END-WRITE
                     END-IF
              NOT INVALID KEY
                     IF FIM-CREATION THEN
                            DELETE fpb END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fpb
                            REWRITE tamp_fpb END-REWRITE
                     END-IF
       END-READ
       CLOSE fpb.

       LOT_DEFAIT_PASSAGES.
       OPEN I-O fsplits
       MOVE fim_cle_enr TO tamp_fsplits
       READ fsplits
              INVALID KEY
                     IF FIM-MODIFICATION THEN
                            MOVE fim_avant TO tamp_fsplits
                            WRITE tamp_fsplits END-WRITE
                     END-IF
              NOT INVALID KEY
                     IF FIM-CREATION THEN
                            DELETE fsplits END-DELETE
                     ELSE
                            MOVE fim_avant TO tamp_fsplits
                            REWRITE tamp_fsplits END-REWRITE
                     END-IF
       END-READ
       CLOSE fsplits.
