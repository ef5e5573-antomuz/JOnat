       CHOIX_COMPETITION.
      *Choix de la competition active juste apres la connexion :
      *plusieurs competitions (championnats juniors, epreuve test
      *de la meme semaine...) partagent les fichiers, athletes et
      *licences compris. Tant que le referentiel est vide, seule
      *existe la competition principale d'origine (code a espaces)
      *et rien n'est demande. Un administrateur peut creer une
      *nouvelle competition depuis cet ecran (appelee par
      *AFFICH_MENU).
       MOVE SPACES TO WS-COMPET-ACTIVE
       MOVE "Competition principale" TO WS-COMPET-LIBELLE
       OPEN I-O fcompets
       PERFORM CPT_COMPTE_REFERENTIEL
       IF WS-CPT-NB > 0 OR WidUtilisateurConnecte = 3 THEN
              MOVE 0 TO WS-CPT-CHOISI
              PERFORM CPT_SAISIE_CODE UNTIL WS-CPT-CHOISI = 1
       END-IF
       CLOSE fcompets
       PERFORM CPT_NOMME_FICHIERS
       DISPLAY "Competition active : " WS-COMPET-ACTIVE " "
              WS-COMPET-LIBELLE
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Competition active " WS-COMPET-ACTIVE
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       CPT_COMPTE_REFERENTIEL.
      *Liste les competitions du referentiel et les compte
      *(appelee par CHOIX_COMPETITION ; fcompets est ouvert).
       MOVE 0 TO WS-CPT-NB
       MOVE LOW-VALUES TO fco_code
       MOVE 0 TO Wfin4
       START fcompets, KEY IS >= fco_code
              INVALID KEY MOVE 1 TO Wfin4
       END-START
       IF Wfin4 = 0 THEN
              DISPLAY "--------- Competitions ---------"
              DISPLAY "(vide) - Competition principale"
       END-IF
       PERFORM CPT_LISTE_UNE UNTIL Wfin4 = 1.

       CPT_LISTE_UNE.
       READ fcompets NEXT
              AT END MOVE 1 TO Wfin4
              NOT AT END
                     ADD 1 TO WS-CPT-NB
                     DISPLAY fco_code " - " fco_libelle " ("
                            fco_annee ")"
       END-READ.

       CPT_SAISIE_CODE.
      *Saisie du code de la competition ; un code vide choisit la
      *competition principale d'origine (appelee par
      *CHOIX_COMPETITION).
       DISPLAY "Code de la competition (vide = principale) : "
       MOVE SPACES TO WS-CPT-CODE
       ACCEPT WS-CPT-CODE
       IF WS-CPT-CODE = SPACES THEN
              MOVE 1 TO WS-CPT-CHOISI
       ELSE
              MOVE WS-CPT-CODE TO fco_code
              READ fcompets
                     INVALID KEY
                            PERFORM CPT_CODE_INCONNU
                     NOT INVALID KEY
                            MOVE fco_code TO WS-COMPET-ACTIVE
                            MOVE fco_libelle TO WS-COMPET-LIBELLE
                            MOVE 1 TO WS-CPT-CHOISI
              END-READ
       END-IF.

       CPT_CODE_INCONNU.
      *Code absent du referentiel : seul un administrateur peut le
      *creer sur place (appelee par CPT_SAISIE_CODE).
       IF WidUtilisateurConnecte NOT = 3 THEN
              DISPLAY "Competition inconnue"
       ELSE
              DISPLAY "Competition inconnue, la creer ? 1-Oui 0-Non"
              ACCEPT repUser
              IF repUser = 1 THEN
                     PERFORM CPT_CREE
              END-IF
       END-IF.

       CPT_CREE.
      *Cree la competition WS-CPT-CODE et la rend active (appelee
      *par CPT_CODE_INCONNU).
       MOVE WS-CPT-CODE TO fco_code
       DISPLAY "Libelle de la competition : "
       MOVE SPACES TO fco_libelle
       ACCEPT fco_libelle
       PERFORM WITH TEST AFTER UNTIL fco_annee > 1900
              DISPLAY "Annee : "
              ACCEPT fco_annee
       END-PERFORM
       MOVE WS-OPERATEUR TO fco_cree_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fco_cree_date
       WRITE tamp_fcompets
              INVALID KEY DISPLAY "Erreur creation competition"
              NOT INVALID KEY
                     MOVE fco_code TO WS-COMPET-ACTIVE
                     MOVE fco_libelle TO WS-COMPET-LIBELLE
                     MOVE 1 TO WS-CPT-CHOISI
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Creation competition " fco_code
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-WRITE.

       CPT_NOMME_FICHIERS.
      *Bulletin quotidien et point de reprise du traitement de nuit
      *sont propres a chaque competition : deux traitements de la
      *meme nuit ne s'ecrasent pas (appelee par CHOIX_COMPETITION).
       IF WS-COMPET-ACTIVE = SPACES THEN
              MOVE "bulletin_quotidien.dat" TO WS-FIC-BULLETIN
              MOVE "batch_checkpoint.dat" TO WS-FIC-CHECKPOINT
       ELSE
              MOVE SPACES TO WS-FIC-BULLETIN
              STRING "bulletin_quotidien_" DELIMITED BY SIZE
                     WS-COMPET-ACTIVE DELIMITED BY SPACE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-FIC-BULLETIN
              END-STRING
              MOVE SPACES TO WS-FIC-CHECKPOINT
              STRING "batch_checkpoint_" DELIMITED BY SIZE
                     WS-COMPET-ACTIVE DELIMITED BY SPACE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-FIC-CHECKPOINT
              END-STRING
       END-IF.
