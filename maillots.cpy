       GESTION_MAILLOTS.
      *Sous-menu de la reference des maillots homologues que la
      *chambre d'appel controle au pointage (appelee par
      *GESTION_CHAMBRE_APPEL).
       DISPLAY "***********************************************"
       DISPLAY "*          Maillots homologues                *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser les modeles homologues         *"
       DISPLAY "* 2-Ajouter/modifier un modele                 *"
       DISPLAY "* 3-Retirer un modele                          *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM LIST_MAILLOTS
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AJOUTE_MAILLOT
       ELSE IF Wchoix2 = 3 THEN
              PERFORM DEL_MAILLOT
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       LIST_MAILLOTS.
      *Liste imprimable des modeles homologues (appelee par
      *GESTION_MAILLOTS).
       OPEN INPUT fmaillots
       MOVE 0 TO WS-MAI-FIN
       DISPLAY "--------- Maillots homologues ---------"
       PERFORM WITH TEST AFTER UNTIL WS-MAI-FIN = 1
              READ fmaillots NEXT
              AT END MOVE 1 TO WS-MAI-FIN
              NOT AT END
                     DISPLAY fmh_code " - " fmh_fabricant " "
                            fmh_modele " (valide jusqu'au "
                            fmh_valide_jusqu ")"
       END-PERFORM
       DISPLAY "---------------------------------------"
       CLOSE fmaillots.

       AJOUTE_MAILLOT.
      *Ajoute un modele homologue ou corrige un modele existant
      *(appelee par GESTION_MAILLOTS).
       OPEN I-O fmaillots
       DISPLAY "Code d'homologation : "
       MOVE SPACES TO fmh_code
       ACCEPT fmh_code
       IF fmh_code = SPACES THEN
              DISPLAY "Code obligatoire"
       ELSE
              DISPLAY "Fabricant : "
              ACCEPT fmh_fabricant
              DISPLAY "Modele : "
              ACCEPT fmh_modele
              DISPLAY "Valide jusqu'au (AAAAMMJJ) : "
              ACCEPT fmh_valide_jusqu
              WRITE tamp_fmaillots
                     INVALID KEY
                            REWRITE tamp_fmaillots
                                   INVALID KEY
                                          DISPLAY "Erreur d'ecriture"
                                   NOT INVALID KEY
                                          DISPLAY "Modele mis a jour"
                            END-REWRITE
                     NOT INVALID KEY DISPLAY "Modele ajoute"
              END-WRITE
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Maillot homologue " fmh_code " jusqu'au "
                     fmh_valide_jusqu
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE fmaillots.

       DEL_MAILLOT.
      *Retire un modele de la reference (appelee par
      *GESTION_MAILLOTS).
       OPEN I-O fmaillots
       DISPLAY "Code d'homologation a retirer : "
       ACCEPT fmh_code
       DELETE fmaillots RECORD
              INVALID KEY DISPLAY "Modele inconnu"
              NOT INVALID KEY
                     DISPLAY "Modele retire"
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Maillot retire " fmh_code
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
       END-DELETE
       CLOSE fmaillots.

       MAILLOT_POINTAGE.
      *Controle du maillot presente par l'inscrit courant (fp_numE,
      *fp_numA) : chaque code saisi est journalise ; un modele
      *refuse peut etre remplace par un autre, une saisie vide
      *abandonne. WS-MAI-OK vaut 1 si un maillot a ete accepte
      *(appelee par POINTE_SAISIE_AUTORISEE).
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE TO WS-MAI-DATE-JOUR
       MOVE 0 TO WS-MAI-OK
       PERFORM WITH TEST AFTER UNTIL WS-MAI-OK = 1 OR
              WS-MAI-CODE = SPACES
              DISPLAY "Code d'homologation du maillot presente "
                     "(vide = aucun maillot conforme) : "
              MOVE SPACES TO WS-MAI-CODE
              ACCEPT WS-MAI-CODE
              IF WS-MAI-CODE NOT = SPACES THEN
                     PERFORM MAILLOT_CONTROLE
                     PERFORM MAILLOT_JOURNALISE
                     IF WS-MAI-OK NOT = 1 THEN
                            DISPLAY "Maillot refuse : " WS-MAI-MOTIF
                     END-IF
              END-IF
       END-PERFORM.

       MAILLOT_CONTROLE.
      *Le code doit figurer dans la reference et le modele etre
      *encore valide a la date du jour (appelee par
      *MAILLOT_POINTAGE).
       MOVE 0 TO WS-MAI-OK
       MOVE SPACES TO WS-MAI-MOTIF
       OPEN INPUT fmaillots
       MOVE WS-MAI-CODE TO fmh_code
       READ fmaillots
              INVALID KEY
                     MOVE "modele non homologue" TO WS-MAI-MOTIF
              NOT INVALID KEY
                     IF fmh_valide_jusqu < WS-MAI-DATE-JOUR THEN
                            MOVE "homologation expiree"
                                   TO WS-MAI-MOTIF
                     ELSE
                            MOVE 1 TO WS-MAI-OK
                     END-IF
       END-READ
       CLOSE fmaillots.

       MAILLOT_JOURNALISE.
      *Ecrit la presentation du maillot sous le prochain numero de
      *l'inscrit pour l'epreuve (appelee par MAILLOT_POINTAGE).
       MOVE 1 TO WS-MAI-SEQ
       OPEN I-O fmaipoint
       MOVE fp_numE TO fmp_numE
       MOVE fp_numA TO fmp_numA
       MOVE 0 TO fmp_seq
       MOVE 0 TO WS-MAI-FIN
       START fmaipoint, KEY IS >= fmp_cle
              INVALID KEY MOVE 1 TO WS-MAI-FIN
              NOT INVALID KEY
                     PERFORM MAILLOT_SEQ_SUIVANT UNTIL WS-MAI-FIN = 1
       END-START
       MOVE fp_numE TO fmp_numE
       MOVE fp_numA TO fmp_numA
       MOVE WS-MAI-SEQ TO fmp_seq
       MOVE WS-MAI-CODE TO fmp_code
       IF WS-MAI-OK = 1 THEN
              MOVE "ACCEPTE" TO fmp_statut
       ELSE
              MOVE "REFUSE" TO fmp_statut
       END-IF
       MOVE WS-MAI-MOTIF TO fmp_motif
       MOVE WS-OPERATEUR TO fmp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fmp_maj_date
       WRITE tamp_fmaipoint
              INVALID KEY DISPLAY "Erreur journal maillot"
       END-WRITE
       CLOSE fmaipoint.

       MAILLOT_SEQ_SUIVANT.
       READ fmaipoint NEXT
              AT END MOVE 1 TO WS-MAI-FIN
              NOT AT END
                     IF fmp_numE NOT = fp_numE OR
                            fmp_numA NOT = fp_numA THEN
                            MOVE 1 TO WS-MAI-FIN
                     ELSE
                            COMPUTE WS-MAI-SEQ = fmp_seq + 1
                     END-IF
       END-READ.

       RAPPORT_INFRACTIONS_MAILLOTS.
      *Rapport des maillots refuses en chambre d'appel sur les
      *epreuves d'une seance, pour le juge-arbitre (appelee par
      *GESTION_CHAMBRE_APPEL).
       DISPLAY "Numero de la seance : "
       ACCEPT WS-MAI-NUMS
       MOVE "INFRACTIONS-MAILLOTS" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "MAILLOTS REFUSES EN CHAMBRE D'APPEL - SEANCE "
              WS-MAI-NUMS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE 0 TO WS-MAI-NB
       OPEN INPUT fepreuves
       OPEN INPUT fmaipoint
       OPEN INPUT fathletes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fe_numSession = WS-MAI-NUMS THEN
                            PERFORM INFRACTIONS_UNE_EPREUVE
                     END-IF
       END-PERFORM
       CLOSE fathletes
       CLOSE fmaipoint
       CLOSE fepreuves
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Maillots refuses : " WS-MAI-NB
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME
       DISPLAY "Maillots refuses sur la seance : " WS-MAI-NB.

       INFRACTIONS_UNE_EPREUVE.
       MOVE fe_numE TO fmp_numE
       MOVE 0 TO fmp_numA
       MOVE 0 TO fmp_seq
       MOVE 0 TO WS-MAI-FIN
       START fmaipoint, KEY IS >= fmp_cle
              INVALID KEY MOVE 1 TO WS-MAI-FIN
              NOT INVALID KEY
                     PERFORM INFRACTIONS_UN_POINTAGE
                            UNTIL WS-MAI-FIN = 1
       END-START.

       INFRACTIONS_UN_POINTAGE.
       READ fmaipoint NEXT
              AT END MOVE 1 TO WS-MAI-FIN
              NOT AT END
                     IF fmp_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-MAI-FIN
                     ELSE
                            IF FMP-REFUSE THEN
                                   PERFORM INFRACTIONS_ECRIT_LIGNE
                            END-IF
                     END-IF
       END-READ.

       INFRACTIONS_ECRIT_LIGNE.
       ADD 1 TO WS-MAI-NB
       MOVE fmp_numA TO fa_numA
       READ fathletes
              INVALID KEY
                     MOVE SPACES TO fa_nom
                     MOVE SPACES TO fa_prenom
                     MOVE SPACES TO fa_pays
       END-READ
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Epreuve " fe_numE " " fe_distance "m " fe_type
              " - " fmp_numA " " fa_nom " " fa_prenom " ("
              fa_pays ") - maillot " fmp_code " : " fmp_motif
              " - " fmp_maj_date
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.
