      *Pack annonceur/commentateurs d'une seance : une page par
      *finale dans l'ordre du programme, avec l'ordre des couloirs,
      *pays et age de chaque nageur, son record personnel sur
      *l'epreuve, son club, sa biographie et ses podiums archives,
      *la mention detenteur du record de la competition
      *et la ligne du record federal - vers le spool et vers
      *pack_annonceur.dat pour la cabine TV (appelee par
      *GESTION_SEANCES).
              OPEN INPUT fathletes
              OPEN INPUT fpb
              OPEN INPUT farch
              OPEN INPUT fbio
              PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                     UNTIL WS-PRJ-IDX > WS-PRJ-NB
                     IF WS-PRJ-PHASE(WS-PRJ-IDX) = "FINALE" THEN
                            PERFORM ANNONCEUR_UNE_FINALE
                     END-IF
              END-PERFORM
              CLOSE fbio
              CLOSE farch
              CLOSE fpb
              CLOSE fathletes
       END-IF.

       ANN_LIGNE.
      *Pousse la ligne preparee vers le rapport et, hors fiche
      *media, vers le fichier exportable (appelee par les pages
      *annonceur).
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-ANN-FICHIER = 1 THEN
              MOVE WS-RAPPORT-LIGNE TO tamp_fannonce
              WRITE tamp_fannonce
       END-IF.

       ANNONCEUR_UNE_FINALE.
      *Compose la page annonceur de la finale courante de la table
                            INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM ANN_LIGNE
                     IF FRB-EN-ATTENTE THEN
                            MOVE SPACES TO WS-RAPPORT-LIGNE
                            MOVE "   (sous reserve de ratification)"
                                   TO WS-RAPPORT-LIGNE
                            PERFORM ANN_LIGNE
                     END-IF
       END-READ
       CLOSE frecords.

                            MOVE 1 TO Wfin3
                     ELSE
                            IF fa_genre OF tamp_farch = fe_genre
                                   AND fa_compet = fe_compet
                                   AND fa_temps_or > 0 AND
                                   fa_temps_or < WS-ANN-REC-TEMPS
                                   MOVE 1 TO WS-ANN-REC-TROUVE
       END-READ.

       ANNONCEUR_LIGNE_ATHLETE.
      *Sans consentement a la publication des resultats, le
      *speaker n'annonce que le nom et le pays ; la biographie ne
      *sort qu'avec l'accord biographie et photo.
       MOVE "R" TO WS-CST-USAGE
       PERFORM CST_CONTROLE_ATHLETE
       IF WS-CST-OK = 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "Couloir " WS-ANN-IDX " : " fa_nom
                     " (" fa_pays ")"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ANN_LIGNE
       ELSE
              PERFORM ANNONCEUR_LIGNE_COMPLETE
       END-IF.

       ANNONCEUR_LIGNE_COMPLETE.
      *Ligne complete d'un nageur qui consent a la publication
      *(appelee par ANNONCEUR_LIGNE_ATHLETE).
       MOVE fa_licence TO fpb_licence
       MOVE fe_type TO fpb_type
       MOVE fe_distance TO fpb_distance
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ANN_LIGNE
       MOVE "B" TO WS-CST-USAGE
       PERFORM CST_CONTROLE
       IF WS-CST-OK = 1 THEN
              PERFORM BIO_LIGNES_ATHLETE
       END-IF
       IF WS-ANN-REC-TROUVE = 1 AND
              fa_licence = WS-ANN-REC-LIC AND
              WS-ANN-REC-LIC NOT = SPACES THEN
