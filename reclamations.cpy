
       DEPOSE_RECLAMATION.
      *Enregistre le depot d'une reclamation par une delegation :
      *pays, frais payes (caution au tarif du jour), regle
      *invoquee ; l'heure de depot est
      *horodatee et les resultats de l'epreuve passent sous
      *reclamation (appelee par GESTION_RECLAMATIONS).
       OPEN INPUT fepreuves
                            "1-Oui 0-Non"
                     ACCEPT frcl_frais
              END-PERFORM
              IF FRCL-FRAIS-PAYES THEN
                     MOVE WS-PARAM-FRAIS-RECLAM TO frcl_montant
              ELSE
                     MOVE 0 TO frcl_montant
              END-IF
              DISPLAY "Regle invoquee : "
              ACCEPT frcl_regle
              PERFORM HORODATE_MAJ
