       MOVE "RESULTATS" TO fdr_role
       MOVE "CONSOLE" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "RESULTATS" TO fdr_role
       MOVE "DISCIPLINES" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "RESULTATS" TO fdr_role
       MOVE "CAHIER" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
      *ACCRED : le pupitre accreditations.
       MOVE "ACCRED" TO fdr_role
       MOVE "ACCRED" TO fdr_fonction
       MOVE "ACCRED" TO fdr_role
       MOVE "SPOOL" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "ACCRED" TO fdr_role
       MOVE "CAHIER" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
      *MEDICAL : le pupitre medical (certificats via la gestion
      *des athletes), seul a lire en clair medical et contacts.
       MOVE "MEDICAL" TO fdr_role
       MOVE "ATHLETES" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "MEDICAL" TO fdr_role
       MOVE "SPOOL" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "MEDICAL" TO fdr_role
       MOVE "CLAIR-MEDIC" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "MEDICAL" TO fdr_role
       MOVE "CAHIER" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
      *DOPAGE : le pupitre antidopage, rien d'autre ; il lit en
      *clair les substances.
       MOVE "DOPAGE" TO fdr_role
       MOVE "DOPAGE" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "DOPAGE" TO fdr_role
       MOVE "CLAIR-DOPAGE" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "DOPAGE" TO fdr_role
       MOVE "CAHIER" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
      *ENGAGE : le pupitre des engagements.
       MOVE "ENGAGE" TO fdr_role
       MOVE "PARTICIP" TO fdr_fonction
       MOVE "ENGAGE" TO fdr_role
       MOVE "FEUILLE" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       MOVE "ENGAGE" TO fdr_role
       MOVE "CAHIER" TO fdr_fonction
       WRITE tamp_fdroits END-WRITE
       CLOSE fdroits.

       GESTION_DROITS.
