              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            ADD 1 TO WS-CORB-NB
                            DISPLAY fe_numE " - " fe_distance "m "
                                   fe_type " " fe_genre
      *Purge nocturne de la corbeille : les athletes et epreuves
      *supprimes depuis plus de WS-CORB-RETENTION jours sont
      *definitivement detruits, participations comprises (appelee
      *par BATCH_NOCTURNE), apres double validation d'un second
      *administrateur.
       MOVE "PURGE-CORB" TO WS-DV-OPERATION
       MOVE SPACES TO WS-DV-PARAMS
       STRING "RETENTION " WS-CORB-RETENTION " JOURS"
              DELIMITED BY SIZE INTO WS-DV-PARAMS
       END-STRING
       PERFORM DV_AUTORISE
       IF WS-DV-OK = 1 THEN
              PERFORM PURGE_CORBEILLE_EXECUTE
       END-IF.

       PURGE_CORBEILLE_EXECUTE.
       PERFORM CORB_CALCULE_CUTOFF
       DISPLAY "Purge corbeille (suppressions anterieures au "
              WS-CORB-CUTOFF ")"
              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            MOVE fe_suppr_date TO WS-SYNC-MAJ
                            PERFORM CONVERTIT_MAJ_DATE
                            IF WS-SYNC-TRI(1:8) < WS-CORB-CUTOFF
