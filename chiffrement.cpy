       CHIFFRE_CONTACT.
      *Chiffre en place le telephone et les informations medicales
      *du contact d'urgence tamp_fcontact avant ecriture (appelee
      *par SAISIE_CONTACT_URGENCE, CONV_UN_CONTACT et
      *CHF_UN_CONTACT). Sans effet tant que le chiffrement initial
      *n'a pas ete passe.
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-CHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE fco_telephone TO WS-CHF-ZONE
              MOVE 15 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fco_numA * 10 + 1
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO fco_telephone
              MOVE fco_info_medicale TO WS-CHF-ZONE
              MOVE 40 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fco_numA * 10 + 2
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO fco_info_medicale
       END-IF.

       CLAIR_CONTACT.
      *Depose en clair le telephone et les informations medicales
      *du contact lu dans WS-CLR-TELEPHONE et WS-CLR-INFO-MED, le
      *tampon restant chiffre (appelee par AFFI_CONTACT_URGENCE et
      *ROSTMED_AFFICHE_ATHLETE).
       MOVE fco_telephone TO WS-CLR-TELEPHONE
       MOVE fco_info_medicale TO WS-CLR-INFO-MED
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-DECHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE fco_telephone TO WS-CHF-ZONE
              MOVE 15 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fco_numA * 10 + 1
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO WS-CLR-TELEPHONE
              MOVE fco_info_medicale TO WS-CHF-ZONE
              MOVE 40 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fco_numA * 10 + 2
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO WS-CLR-INFO-MED
       END-IF
       IF WS-PARAM-CHIFFREMENT = 1 AND WS-CHF-CLE-OK = 0 THEN
              PERFORM CLAIR_REFUSE
       END-IF.

       CHIFFRE_MEDICAL.
      *Chiffre en place le medecin et l'aptitude du certificat
      *tamp_fmedical avant ecriture ; l'aptitude reste un chiffre
      *(appelee par SAISIE_CERTIFICAT_MEDICAL et CHF_UN_MEDICAL).
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-CHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE fm_medecin TO WS-CHF-ZONE
              MOVE 30 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fm_numA * 10 + 3
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO fm_medecin
              MOVE 48 TO WS-CHF-BASE
              MOVE 10 TO WS-CHF-MODULE
              MOVE SPACES TO WS-CHF-ZONE
              MOVE fm_apte TO WS-CHF-ZONE(1:1)
              MOVE 1 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fm_numA * 10 + 4
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE(1:1) TO fm_apte
       END-IF.

       CLAIR_MEDICAL.
      *Depose en clair le medecin et l'aptitude du certificat lu
      *dans WS-CLR-MEDECIN et WS-CLR-APTE ; les controles
      *d'eligibilite testent WS-CLR-APTE-OUI et non FM-APTE
      *(appelee par AFFI_CERTIFICAT_MEDICAL,
      *VERIFIE_CERTIFICAT_MEDICAL et la levee des suspensions).
       MOVE fm_medecin TO WS-CLR-MEDECIN
       MOVE fm_apte TO WS-CLR-APTE
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-DECHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE fm_medecin TO WS-CHF-ZONE
              MOVE 30 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fm_numA * 10 + 3
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO WS-CLR-MEDECIN
              MOVE 48 TO WS-CHF-BASE
              MOVE 10 TO WS-CHF-MODULE
              MOVE SPACES TO WS-CHF-ZONE
              MOVE fm_apte TO WS-CHF-ZONE(1:1)
              MOVE 1 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fm_numA * 10 + 4
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE(1:1) TO WS-CLR-APTE
       END-IF
       IF WS-PARAM-CHIFFREMENT = 1 AND WS-CHF-CLE-OK = 0 THEN
              PERFORM CLAIR_REFUSE
       END-IF.

       CHIFFRE_AUT.
      *Chiffre en place la substance de l'AUT tamp_ftue ; comme
      *elle fait partie de la cle, toute lecture directe doit
      *passer par ici avant le READ (appelee par ADD_TUE_SAISIE,
      *DEL_TUE, VERIFIE_TUE_ACTIVE et CHF_AUT_RECREE).
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-CHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE ftu_substance TO WS-CHF-ZONE
              MOVE 20 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = ftu_numA * 10 + 5
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO ftu_substance
       END-IF.

       CLAIR_AUT.
      *Depose en clair la substance de l'AUT lue dans
      *WS-CLR-SUBSTANCE (appelee par LIST_TUE).
       MOVE ftu_substance TO WS-CLR-SUBSTANCE
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-DECHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE ftu_substance TO WS-CHF-ZONE
              MOVE 20 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = ftu_numA * 10 + 5
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO WS-CLR-SUBSTANCE
       END-IF
       IF WS-PARAM-CHIFFREMENT = 1 AND WS-CHF-CLE-OK = 0 THEN
              PERFORM CLAIR_REFUSE
       END-IF.

       CHIFFRE_DOPAGE.
      *Chiffre en place la substance du controle tamp_fdopage
      *avant ecriture (appelee par la saisie des resultats, le
      *retour laboratoire, la fusion de doublons et
      *CHF_UN_DOPAGE).
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-CHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE fd_substance TO WS-CHF-ZONE
              MOVE 20 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fd_numA * 10 + 6
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO fd_substance
       END-IF.

       CLAIR_DOPAGE.
      *Depose en clair la substance du controle lu dans
      *WS-CLR-SUBSTANCE (appelee par l'affichage des controles,
      *VERIFIE_TUE_ACTIVE et la fusion de doublons).
       MOVE fd_substance TO WS-CLR-SUBSTANCE
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              SET WS-CHF-DECHIFFRER TO TRUE
              MOVE 32 TO WS-CHF-BASE
              MOVE 95 TO WS-CHF-MODULE
              MOVE fd_substance TO WS-CHF-ZONE
              MOVE 20 TO WS-CHF-LONG
              COMPUTE WS-CHF-GRAINE = fd_numA * 10 + 6
              PERFORM CHIFFRE_ZONE
              MOVE WS-CHF-ZONE TO WS-CLR-SUBSTANCE
       END-IF
       IF WS-PARAM-CHIFFREMENT = 1 AND WS-CHF-CLE-OK = 0 THEN
              PERFORM CLAIR_REFUSE
       END-IF.

       CLAIR_REFUSE.
      *Cle de chiffrement absente : les zones WS-CLR-xxx sont
      *restees en etoiles et l'aptitude est forcee a non, de sorte
      *qu'aucun controle d'eligibilite ne passe sur une donnee
      *illisible (appelee par les paragraphes CLAIR_xxx).
       MOVE 0 TO WS-CLR-APTE
       DISPLAY "Cle de chiffrement absente : lecture en clair "
              "refusee".

       DROIT_LECTURE_CLAIR.
      *Positionne WS-CLR-DROIT si le pupitre connecte peut lire en
      *clair les donnees de la famille WS-CLR-FONCTION
      *(CLAIR-MEDIC pour le medical et les contacts, CLAIR-DOPAGE
      *pour les substances) : seul un role qui porte cette ligne
      *dans la matrice des droits les voit, le role ADMIN compris
      *- les autres ecrans affichent des etoiles (appelee par les
      *ecrans medicaux, contacts, AUT et dopage).
       MOVE 0 TO WS-CLR-DROIT
       IF WidUtilisateurConnecte = 3 THEN
              OPEN INPUT fdroits
              MOVE WS-ADMIN-ROLE TO fdr_role
              MOVE WS-CLR-FONCTION TO fdr_fonction
              READ fdroits
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 1 TO WS-CLR-DROIT
              END-READ
              CLOSE fdroits
       END-IF.

       GESTION_CONVERSIONS.
      *Sous-menu des conversions uniques de fichiers : cles courtes
      *et chiffrement des donnees sensibles (appelee par
      *AFFICH_MENU, menu admin).
       DISPLAY "***********************************************"
       DISPLAY "*     Conversions uniques des fichiers         *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Conversion des cles courtes                *"
       DISPLAY "* 2-Chiffrement initial des donnees sensibles  *"
       DISPLAY "* 3-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM CONVERSION_CLES
       ELSE IF Wchoix2 = 2 THEN
              PERFORM CHIFFREMENT_INITIAL
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       CHIFFREMENT_INITIAL.
      *Conversion unique des fichiers existants : le telephone et
      *les informations medicales des contacts d'urgence, le
      *medecin et l'aptitude des certificats, la substance des AUT
      *et celle des controles antidopage sont reecrits chiffres.
      *Une sauvegarde de secours (generation 8) est prise avant,
      *puis le parametre CHIFFREMENT passe a 1 : a partir de la,
      *toutes les ecritures chiffrent et toutes les lectures
      *dechiffrent. Les sauvegardes, la replication et les exports
      *recopiant les enregistrements tels quels, ils restent
      *chiffres (appelee par GESTION_CONVERSIONS).
       DISPLAY "---------------------------------------"
       DISPLAY "   CHIFFREMENT DES DONNEES (unique)    "
       DISPLAY "---------------------------------------"
       IF WS-PARAM-CHIFFREMENT = 1 THEN
              DISPLAY "Les fichiers sont deja chiffres"
       ELSE IF WS-CHF-CLE-OK = 0 THEN
              DISPLAY "Cle de chiffrement absente : "
                     "chiffrement impossible"
       ELSE
              DISPLAY "Contacts, certificats, AUT et controles vont"
              DISPLAY "etre reecrits chiffres. Continuer ? "
                     "1-Oui 0-Non"
              ACCEPT repUser
      *Les AUT sont recreees depuis une table de 500 lignes : au-
      *dela, rien n'est converti plutot que de perdre les suivantes
      *a la recreation du fichier.
              IF repUser = 1 THEN
                     PERFORM CHF_COMPTE_AUT
                     IF WS-CHF-NB > 500 THEN
                            DISPLAY "Plus de 500 AUT (" WS-CHF-NB
                                   ") : chiffrement impossible, "
                                   "aucun fichier modifie"
                            MOVE 0 TO repUser
                     END-IF
              END-IF
              IF repUser = 1 THEN
                     PERFORM SAUVEGARDE_SECOURS
                     MOVE 1 TO WS-PARAM-CHIFFREMENT
                     PERFORM CHF_CONTACTS
                     PERFORM CHF_MEDICAUX
                     PERFORM CHF_DOPAGES
                     PERFORM CHF_AUT
                     PERFORM CHF_PARAMETRE
                     PERFORM CHF_DROITS
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE "Chiffrement initial des donnees sensibles"
                            TO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
                     DISPLAY "Chiffrement termine"
              ELSE
                     DISPLAY "Chiffrement abandonne"
              END-IF
       END-IF.

       CHF_CONTACTS.
      *Reecrit chiffres tous les contacts d'urgence (appelee par
      *CHIFFREMENT_INITIAL).
       MOVE 0 TO WS-CHF-NB
       OPEN I-O fcontact
       MOVE 0 TO WS-CHF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CHF-FIN = 1
              READ fcontact NEXT
              AT END MOVE 1 TO WS-CHF-FIN
              NOT AT END
                     PERFORM CHIFFRE_CONTACT
                     REWRITE tamp_fcontact END-REWRITE
                     ADD 1 TO WS-CHF-NB
       END-PERFORM
       CLOSE fcontact
       DISPLAY "Contacts d'urgence chiffres : " WS-CHF-NB.

       CHF_MEDICAUX.
      *Reecrit chiffres tous les certificats medicaux (appelee par
      *CHIFFREMENT_INITIAL).
       MOVE 0 TO WS-CHF-NB
       OPEN I-O fmedical
       MOVE 0 TO WS-CHF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CHF-FIN = 1
              READ fmedical NEXT
              AT END MOVE 1 TO WS-CHF-FIN
              NOT AT END
                     PERFORM CHIFFRE_MEDICAL
                     REWRITE tamp_fmedical END-REWRITE
                     ADD 1 TO WS-CHF-NB
       END-PERFORM
       CLOSE fmedical
       DISPLAY "Certificats medicaux chiffres : " WS-CHF-NB.

       CHF_DOPAGES.
      *Reecrit chiffree la substance de tous les controles
      *antidopage (appelee par CHIFFREMENT_INITIAL).
       MOVE 0 TO WS-CHF-NB
       OPEN I-O fdopage
       MOVE 0 TO WS-CHF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CHF-FIN = 1
              READ fdopage NEXT
              AT END MOVE 1 TO WS-CHF-FIN
              NOT AT END
                     PERFORM CHIFFRE_DOPAGE
                     REWRITE tamp_fdopage END-REWRITE
                     ADD 1 TO WS-CHF-NB
       END-PERFORM
       CLOSE fdopage
       DISPLAY "Controles antidopage chiffres : " WS-CHF-NB.

       CHF_COMPTE_AUT.
      *Compte les AUT a convertir dans WS-CHF-NB, avant toute
      *ecriture (appelee par CHIFFREMENT_INITIAL).
       MOVE 0 TO WS-CHF-NB
       OPEN INPUT ftue
       MOVE 0 TO WS-CHF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CHF-FIN = 1
              READ ftue NEXT
              AT END MOVE 1 TO WS-CHF-FIN
              NOT AT END ADD 1 TO WS-CHF-NB
       END-PERFORM
       CLOSE ftue.

       CHF_AUT.
      *La substance faisant partie de la cle des AUT, le fichier
      *est charge en memoire puis recree avec les cles chiffrees
      *(appelee par CHIFFREMENT_INITIAL).
       MOVE 0 TO WS-CHF-NB
       OPEN INPUT ftue
       MOVE 0 TO WS-CHF-FIN
       PERFORM WITH TEST AFTER UNTIL WS-CHF-FIN = 1
              READ ftue NEXT
              AT END MOVE 1 TO WS-CHF-FIN
              NOT AT END
                     IF WS-CHF-NB < 500 THEN
                            ADD 1 TO WS-CHF-NB
                            MOVE tamp_ftue
                                   TO WS-CHF-AUT-ENR(WS-CHF-NB)
                     END-IF
       END-PERFORM
       CLOSE ftue
       OPEN OUTPUT ftue
       PERFORM CHF_AUT_RECREE
              VARYING WS-CHF-I FROM 1 BY 1
              UNTIL WS-CHF-I > WS-CHF-NB
       CLOSE ftue
       DISPLAY "AUT chiffrees : " WS-CHF-NB.

       CHF_AUT_RECREE.
      *Reecrit une AUT chargee, substance chiffree (appelee par
      *CHF_AUT).
       MOVE WS-CHF-AUT-ENR(WS-CHF-I) TO tamp_ftue
       PERFORM CHIFFRE_AUT
       WRITE tamp_ftue END-WRITE.

       CHF_PARAMETRE.
      *Enregistre CHIFFREMENT = 1 dans parametres.dat (appelee par
      *CHIFFREMENT_INITIAL).
       OPEN I-O fparams
       MOVE "CHIFFREMENT" TO fpar_nom
       MOVE 1 TO fpar_valeur
       WRITE tamp_fparams
              INVALID KEY
                     REWRITE tamp_fparams END-REWRITE
       END-WRITE
       CLOSE fparams.

       CHF_DROITS.
      *Accorde la lecture en clair aux pupitres MEDICAL (medical et
      *contacts) et DOPAGE (substances) dans la matrice des droits,
      *si ces lignes n'y sont pas deja (appelee par
      *CHIFFREMENT_INITIAL).
       OPEN I-O fdroits
       MOVE "MEDICAL" TO fdr_role
       MOVE "CLAIR-MEDIC" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "DOPAGE" TO fdr_role
       MOVE "CLAIR-DOPAGE" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       CLOSE fdroits.
