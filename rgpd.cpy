      *coordonnees blanchis et son identite anonymisee dans les
      *fichiers vivants - archive.dat reste intact, les resultats
      *sportifs publies demeurent. Chaque passage produit un rapport
      *a viser. La purge attend la double validation d'un second
      *administrateur (appelee par BATCH_NOCTURNE).
       MOVE "PURGE-RGPD" TO WS-DV-OPERATION
       MOVE SPACES TO WS-DV-PARAMS
       STRING "RETENTION " WS-PARAM-RGPD-ANNEES " ANS"
              DELIMITED BY SIZE INTO WS-DV-PARAMS
       END-STRING
       PERFORM DV_AUTORISE
       IF WS-DV-OK = 1 THEN
              PERFORM PURGE_RGPD_EXECUTE
       END-IF.

       PURGE_RGPD_EXECUTE.
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       COMPUTE WS-RGPD-CUTOFF =
              WS-TEMP-YEAR - WS-PARAM-RGPD-ANNEES
       CLOSE fparticipations.

       RGPD_ANONYMISE_ATHLETE.
      *Supprime le contact d'urgence, le certificat medical, la
      *biographie media et les
      *controles antidopage de l'athlete, blanchit ses identifiants
      *et anonymise sa fiche,
      *puis porte la ligne au rapport (appelee par
       END-DELETE
       CLOSE fmedical

      *La biographie (ville, entraineur, notes) suit la licence.
       IF fa_licence NOT = SPACES THEN
              OPEN I-O fbio
              MOVE fa_licence TO fbi_licence
              DELETE fbio RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              CLOSE fbio
       END-IF

       PERFORM RGPD_PURGE_DOPAGE

      *Pas d'image avant ici : le journal conserverait sans
