       EXPORT_LISTE_TOURNIQUETS.
      *Liste blanche du jour pour les tourniquets, un fichier par
      *zone de portes (la zone d'une porte est la premiere lettre
      *de son code) : chaque porte charge le fichier de sa zone au
      *lieu du tableur saisi a la main. Un badge y figure s'il est
      *ACTIF, valide ce jour-la, emis pour la competition active
      *et autorise sur la zone ; un badge STAFF doit en plus tenir
      *une vacation sur une seance du jour (appelee par
      *GESTION_ACCREDITATIONS).
       DISPLAY "Jour a exporter (AAAAMMJJ) : "
       ACCEPT WS-TRN-DATE
       PERFORM TOURNIQUET_SEANCES_DU_JOUR
       DISPLAY "Seances ce jour-la : " WS-TRN-NB-SEA

       MOVE 0 TO WS-TRN-NB-TOTAL
       OPEN INPUT faccred
       OPEN INPUT fvacations
       PERFORM VARYING WS-TRN-Z FROM 1 BY 1 UNTIL WS-TRN-Z > 4
              MOVE WS-TRN-ZONES(WS-TRN-Z:1) TO WS-TRN-ZONE
              PERFORM TOURNIQUET_EXPORTE_ZONE
       END-PERFORM
       CLOSE fvacations
       CLOSE faccred

       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Liste blanche tourniquets du " WS-TRN-DATE " : "
              WS-TRN-NB-TOTAL " ligne(s)"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       TOURNIQUET_SEANCES_DU_JOUR.
      *Retient les seances de la competition active tenues le jour
      *WS-TRN-DATE (appelee par EXPORT_LISTE_TOURNIQUETS).
       MOVE 0 TO WS-TRN-NB-SEA
       OPEN INPUT fsessions
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fsessions NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF fse_date = WS-TRN-DATE AND
                            fse_compet = WS-COMPET-ACTIVE AND
                            WS-TRN-NB-SEA < 50 THEN
                            ADD 1 TO WS-TRN-NB-SEA
                            MOVE fse_numS
                                   TO WS-TRN-SEA(WS-TRN-NB-SEA)
                     END-IF
       END-PERFORM
       CLOSE fsessions.

       TOURNIQUET_EXPORTE_ZONE.
      *Ecrit tourniquets[_<competition>]_AAAAMMJJ_<zone>.dat, une
      *ligne badge;categorie;valide_du;valide_au par badge admis
      *(appelee par EXPORT_LISTE_TOURNIQUETS).
       MOVE SPACES TO WS-TRN-NOM
       MOVE 1 TO WS-TRN-PTR
       PERFORM TOURNIQUET_PREFIXE_NOM
       STRING "_" WS-TRN-DATE "_" WS-TRN-ZONE ".dat"
              DELIMITED BY SIZE
              INTO WS-TRN-NOM WITH POINTER WS-TRN-PTR
       END-STRING
       OPEN OUTPUT ftourniq
       MOVE 0 TO WS-TRN-NB-ZONE
       MOVE 0 TO fac_badge
       MOVE 0 TO Wfin
       START faccred, KEY IS >= fac_badge
              INVALID KEY MOVE 1 TO Wfin
              NOT INVALID KEY
                     PERFORM TOURNIQUET_UN_BADGE UNTIL Wfin = 1
       END-START
       CLOSE ftourniq
       ADD WS-TRN-NB-ZONE TO WS-TRN-NB-TOTAL
       DISPLAY "Zone " WS-TRN-ZONE " : " WS-TRN-NB-ZONE
              " badge(s) dans " WS-TRN-NOM.

       TOURNIQUET_UN_BADGE.
       READ faccred NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     PERFORM TOURNIQUET_CONTROLE_BADGE
                     IF WS-TRN-ADMIS = 1 THEN
                            MOVE SPACES TO tamp_ftourniq
                            STRING fac_badge ";" fac_categorie
                                   DELIMITED BY SPACE
                                   ";" fac_valide_du ";"
                                   fac_valide_au
                                   DELIMITED BY SIZE
                                   INTO tamp_ftourniq
                            END-STRING
                            WRITE tamp_ftourniq
                            ADD 1 TO WS-TRN-NB-ZONE
                     END-IF
       END-READ.

       TOURNIQUET_CONTROLE_BADGE.
      *Positionne WS-TRN-ADMIS si le badge courant ouvre les portes
      *de la zone WS-TRN-ZONE le jour WS-TRN-DATE (appelee par
      *TOURNIQUET_UN_BADGE).
       MOVE 0 TO WS-TRN-ADMIS
       IF FAC-ACTIF AND fac_compet = WS-COMPET-ACTIVE AND
              WS-TRN-DATE NOT < fac_valide_du AND
              WS-TRN-DATE NOT > fac_valide_au THEN
              MOVE WS-TRN-ZONE TO fva_zone
              PERFORM VACATION_CONTROLE_ZONE
              IF WS-VAC-ZONE-OK = 1 THEN
                     IF FAC-STAFF THEN
                            PERFORM TOURNIQUET_CHERCHE_VACATION
                     ELSE
                            MOVE 1 TO WS-TRN-ADMIS
                     END-IF
              END-IF
       END-IF.

       TOURNIQUET_CHERCHE_VACATION.
      *Un badge STAFF n'est admis que s'il tient une vacation sur
      *l'une des seances du jour (appelee par
      *TOURNIQUET_CONTROLE_BADGE ; fvacations est ouvert).
       PERFORM VARYING WS-TRN-I FROM 1 BY 1
              UNTIL WS-TRN-I > WS-TRN-NB-SEA OR WS-TRN-ADMIS = 1
              MOVE WS-TRN-SEA(WS-TRN-I) TO fva_numS
              MOVE fac_badge TO fva_badge
              READ fvacations
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 1 TO WS-TRN-ADMIS
              END-READ
       END-PERFORM.

       TOURNIQUET_PREFIXE_NOM.
      *Debut commun des noms de fichiers des tourniquets, prefixe
      *en mode exercice pour ne jamais alimenter les portes reelles
      *(appelee par TOURNIQUET_EXPORTE_ZONE et
      *TOURNIQUET_DELTA_REEMISSION).
       IF WS-MODE-EXERCICE = 1 THEN
              STRING "exercice_" DELIMITED BY SIZE
                     INTO WS-TRN-NOM WITH POINTER WS-TRN-PTR
              END-STRING
       END-IF
       STRING "tourniquets" DELIMITED BY SIZE
              INTO WS-TRN-NOM WITH POINTER WS-TRN-PTR
       END-STRING
       IF WS-COMPET-ACTIVE NOT = SPACES THEN
              STRING "_" DELIMITED BY SIZE
                     WS-COMPET-ACTIVE DELIMITED BY SPACE
                     INTO WS-TRN-NOM WITH POINTER WS-TRN-PTR
              END-STRING
       END-IF.

       TOURNIQUET_DELTA_REEMISSION.
      *Pousse aussitot dans tourniquets[_<competition>]_delta.dat
      *le retrait de l'ancien badge et l'ajout du badge reemis
      *(AAAAMMJJHHMM;RETRAIT;badge;zones puis
      *AAAAMMJJHHMM;AJOUT;badge;zones;valide_du;valide_au) : les
      *tourniquets relisent ce fichier toutes les quelques minutes,
      *un badge perdu cesse d'ouvrir les portes sans attendre la
      *liste du lendemain (appelee par REEMET_NOUVEAU_BADGE ; le
      *tampon contient le badge reemis).
       MOVE SPACES TO WS-TRN-NOM
       MOVE 1 TO WS-TRN-PTR
       PERFORM TOURNIQUET_PREFIXE_NOM
       STRING "_delta.dat" DELIMITED BY SIZE
              INTO WS-TRN-NOM WITH POINTER WS-TRN-PTR
       END-STRING
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME TO WS-TRN-HORODATE
       OPEN EXTEND ftourniq
       IF cr_ftourniq = 35 THEN
              OPEN OUTPUT ftourniq
       END-IF
       MOVE SPACES TO tamp_ftourniq
       STRING WS-TRN-HORODATE ";RETRAIT;" WS-ACC-ANCIEN ";"
              fac_zones
              DELIMITED BY SIZE INTO tamp_ftourniq
       END-STRING
       WRITE tamp_ftourniq
       MOVE SPACES TO tamp_ftourniq
       STRING WS-TRN-HORODATE ";AJOUT;" fac_badge ";" fac_zones
              ";" fac_valide_du ";" fac_valide_au
              DELIMITED BY SIZE INTO tamp_ftourniq
       END-STRING
       WRITE tamp_ftourniq
       CLOSE ftourniq.
