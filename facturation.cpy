      *cloture), forfait par equipe de relais - plus de tableur
      *retape par la comptabilite. La facture part dans
      *facture_<pays>.dat et une ligne A PAYER s'ajoute au registre
      *des factures ; l'une et l'autre portent le numero du lot
      *d'import WS-FAC-LOT, dont l'annulation emet l'avoir
      *correspondant (appelee par IMPORT_PAQUET_DELEGATION, apres
      *la passe de chargement).
       IF WS-PKG-PAYS = SPACES THEN
              CONTINUE
              WRITE tamp_ffacture
              MOVE SPACES TO tamp_ffacture
              STRING "Emise le " WS-FORMATTED-DATE-TIME
                     " - lot d'import " WS-FAC-LOT
                     DELIMITED BY SIZE INTO tamp_ffacture
              END-STRING
              WRITE tamp_ffacture

              MOVE SPACES TO tamp_ffactcat
              STRING WS-PKG-PAYS ";" WS-FAC-MONTANT ";A PAYER;"
                     WS-FORMATTED-DATE-TIME ";lot " WS-FAC-LOT
                     DELIMITED BY SIZE INTO tamp_ffactcat
              END-STRING
              OPEN EXTEND ffactcat
       GESTION_FACTURES.
      *Registre des factures d'engagement : chaque evenement (A
      *PAYER a l'emission, PAYEE au reglement) est une ligne, la
      *derniere ligne d'un pays faisant foi ; plan comptable et
      *export du grand livre y sont rattaches (appelee par
      *GESTION_PARTICIPATIONS).
       DISPLAY "***********************************************"
       DISPLAY "*     Factures d'engagement                    *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser le registre                     *"
       DISPLAY "* 2-Marquer une facture payee                  *"
       DISPLAY "* 3-Plan comptable (natures de mouvement)      *"
       DISPLAY "* 4-Export comptable du jour (grand livre)     *"
       DISPLAY "* 5-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 6 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 2 THEN
              PERFORM MARQUE_FACTURE_PAYEE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM GL_PLAN_COMPTABLE
       ELSE IF Wchoix2 = 4 THEN
              PERFORM EXPORT_GRAND_LIVRE
       ELSE IF Wchoix2 = 5 THEN
              MOVE -1 TO Wchoix2
       END-IF.

