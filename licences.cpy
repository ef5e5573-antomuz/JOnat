                                   TO WS-TEMP-DATE-TIME
                            MOVE WS-TEMP-YEAR
                                   TO fli_premiere_annee
                            MOVE SPACE TO fli_statut
                            MOVE SPACES TO fli_statut_date
                            MOVE SPACES TO fli_fed_nom
                            MOVE SPACES TO fli_fed_prenom
                            MOVE 0 TO fli_fed_naissance
                            MOVE SPACES TO fli_fed_pays
                            WRITE tamp_flicences
                                   INVALID KEY CONTINUE
                            END-WRITE
              CLOSE flicences
       END-IF.

       GESTION_LICENCES.
      *Sous-menu du registre des licences : consultation, import du
      *fichier quotidien des statuts de la federation (active,
      *suspendue, expiree) et rapport des ecarts d'identite entre
      *la federation et nos fiches athletes (appelee par
      *GESTION_ATHLETES).
       DISPLAY "***********************************************"
       DISPLAY "*     Registre des licences                    *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Visualiser le registre                     *"
       DISPLAY "* 2-Importer les statuts de la federation      *"
       DISPLAY "* 3-Ecarts federation / fiches athletes        *"
       DISPLAY "* 4-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 5 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM LIST_LICENCES
       ELSE IF Wchoix2 = 2 THEN
              PERFORM IMPORT_STATUTS_LICENCES
       ELSE IF Wchoix2 = 3 THEN
              PERFORM RAPPORT_ECARTS_LICENCES
       ELSE IF Wchoix2 = 4 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       SAISIE_LICENCE_ATHLETE.
      *Saisit la licence federale de l'athlete courant et l'inscrit
      *au registre permanent (appelee par ADD_ATHLETE et
       END-PERFORM.

       LIST_LICENCES.
      *Affiche le registre permanent des licences et le statut
      *federal de chacune (appelee par GESTION_LICENCES).
       OPEN INPUT flicences
       MOVE 0 TO Wfin
       DISPLAY "--------- Registre des licences ---------"
              READ flicences NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     PERFORM LIBELLE_STATUT_LICENCE
                     DISPLAY fli_licence " - " fli_nom " "
                            fli_prenom " (" fli_pays
                            ") depuis " fli_premiere_annee
                            " - " WS-LSY-LIBELLE
       END-PERFORM
       DISPLAY "------------------------------------------"
       CLOSE flicences.
              NOT INVALID KEY MOVE fa_licence TO WS-LIC-COURANTE
       END-READ
       CLOSE fathletes.

       LIBELLE_STATUT_LICENCE.
      *Libelle du statut federal fli_statut dans WS-LSY-LIBELLE
      *(appelee par LIST_LICENCES).
       IF FLI-ACTIVE THEN
              MOVE "active" TO WS-LSY-LIBELLE
       ELSE IF FLI-SUSPENDUE THEN
              MOVE "SUSPENDUE" TO WS-LSY-LIBELLE
       ELSE IF FLI-EXPIREE THEN
              MOVE "expiree" TO WS-LSY-LIBELLE
       ELSE
              MOVE "non synchronisee" TO WS-LSY-LIBELLE
       END-IF
       END-IF
       END-IF.

       VERIFIE_LICENCE_SUSPENDUE.
      *Positionne WS-LSY-OK a 0 si la licence WS-LIC-COURANTE est
      *suspendue par la federation ; une licence absente du
      *registre ou jamais synchronisee passe, une licence expiree
      *est seulement signalee (appelee par ENREGISTRE_PARTICIPATION,
      *POINTE_SAISIE_PRESENCE et l'import des paquets).
       MOVE 1 TO WS-LSY-OK
       IF WS-LIC-COURANTE NOT = SPACES THEN
              OPEN INPUT flicences
              MOVE WS-LIC-COURANTE TO fli_licence
              READ flicences
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF FLI-SUSPENDUE THEN
                                   MOVE 0 TO WS-LSY-OK
                            END-IF
                            IF FLI-EXPIREE THEN
                                   DISPLAY "Attention : licence "
                                          fli_licence " expiree "
                                          "selon la federation"
                            END-IF
              END-READ
              CLOSE flicences
       END-IF.

       IMPORT_STATUTS_LICENCES.
      *Charge le fichier quotidien des statuts de la federation,
      *une ligne par licence :
      *   licence;statut(A/S/E);nom;prenom;naissance(AAAAMMJJ);pays
      *Le statut et l'identite federale sont portes au registre ;
      *une licence absente du registre est ignoree (nous ne suivons
      *que nos engages). Le rapport des ecarts suit l'import
      *(appelee par GESTION_LICENCES).
       DISPLAY "---------------------------------------"
       DISPLAY "   IMPORT STATUTS LICENCES FEDERATION  "
       DISPLAY "---------------------------------------"
       OPEN INPUT fimportL
       IF cr_fimportL = 35 THEN
              DISPLAY "Fichier import_licences_federation.dat "
                     "introuvable"
       ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              OPEN I-O flicences
              MOVE 0 TO WS-LSY-NB-LUES
              MOVE 0 TO WS-LSY-NB-MAJ
              MOVE 0 TO WS-LSY-NB-IGNOREES
              MOVE 0 TO WS-LSY-NB-REJETEES
              MOVE 0 TO WS-LSY-NB-SUSP
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fimportL
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            ADD 1 TO WS-LSY-NB-LUES
                            PERFORM LICENCE_TRAITE_LIGNE
              END-PERFORM
              CLOSE flicences
              DISPLAY "Lignes lues : " WS-LSY-NB-LUES
              DISPLAY "Licences mises a jour : " WS-LSY-NB-MAJ
              DISPLAY "  dont suspendues : " WS-LSY-NB-SUSP
              DISPLAY "Hors registre (ignorees) : "
                     WS-LSY-NB-IGNOREES
              DISPLAY "Lignes rejetees : " WS-LSY-NB-REJETEES
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Import statuts licences : " WS-LSY-NB-MAJ
                     " maj, " WS-LSY-NB-SUSP " suspendue(s)"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       CLOSE fimportL
       IF WS-LSY-NB-MAJ > 0 THEN
              PERFORM RAPPORT_ECARTS_LICENCES
       END-IF.

       LICENCE_TRAITE_LIGNE.
      *Decoupe et applique une ligne du fichier federal (appelee par
      *IMPORT_STATUTS_LICENCES ; flicences est ouvert en I-O).
       MOVE SPACES TO WS-LSY-LICENCE
       MOVE SPACES TO WS-LSY-STATUT
       MOVE SPACES TO WS-LSY-NOM
       MOVE SPACES TO WS-LSY-PRENOM
       MOVE SPACES TO WS-LSY-NAISSANCE-X
       MOVE SPACES TO WS-LSY-PAYS
       UNSTRING tamp_fimportL DELIMITED BY ";"
              INTO WS-LSY-LICENCE, WS-LSY-STATUT, WS-LSY-NOM,
                     WS-LSY-PRENOM, WS-LSY-NAISSANCE-X, WS-LSY-PAYS
       END-UNSTRING
       IF WS-LSY-LICENCE = SPACES OR
              (WS-LSY-STATUT NOT = "A" AND WS-LSY-STATUT NOT = "S"
              AND WS-LSY-STATUT NOT = "E") THEN
              DISPLAY "Ligne rejetee (licence ou statut) : "
                     tamp_fimportL(1:60)
              ADD 1 TO WS-LSY-NB-REJETEES
       ELSE
              MOVE WS-LSY-LICENCE TO fli_licence
              READ flicences
                     INVALID KEY
                            ADD 1 TO WS-LSY-NB-IGNOREES
                     NOT INVALID KEY
                            PERFORM LICENCE_APPLIQUE_STATUT
              END-READ
       END-IF.

       LICENCE_APPLIQUE_STATUT.
      *Porte statut et identite federale sur la licence lue ; un
      *changement de statut est trace a l'audit (appelee par
      *LICENCE_TRAITE_LIGNE).
       IF WS-LSY-STATUT NOT = fli_statut THEN
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING "Licence " fli_licence " statut federal "
                     fli_statut " -> " WS-LSY-STATUT
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM AUDIT_ENREGISTRE
       END-IF
       MOVE WS-LSY-STATUT TO fli_statut
       MOVE WS-TEMP-DATE TO fli_statut_date
       MOVE WS-LSY-NOM TO fli_fed_nom
       MOVE WS-LSY-PRENOM TO fli_fed_prenom
       IF WS-LSY-NAISSANCE-X IS NUMERIC THEN
              MOVE WS-LSY-NAISSANCE-X TO fli_fed_naissance
       ELSE
              MOVE 0 TO fli_fed_naissance
       END-IF
       MOVE WS-LSY-PAYS TO fli_fed_pays
       REWRITE tamp_flicences
              INVALID KEY
                     ADD 1 TO WS-LSY-NB-REJETEES
              NOT INVALID KEY
                     ADD 1 TO WS-LSY-NB-MAJ
                     IF FLI-SUSPENDUE THEN
                            ADD 1 TO WS-LSY-NB-SUSP
                     END-IF
       END-REWRITE.

       RAPPORT_ECARTS_LICENCES.
      *Rapport des ecarts entre l'identite connue de la federation
      *(derniere synchronisation) et nos fiches athletes : nom,
      *prenom, date de naissance, pays - le pays federal est admis
      *sous forme de nom ou de code de pays.dat. Les licences
      *suspendues des athletes engages sont listees aussi (appelee
      *par GESTION_LICENCES et IMPORT_STATUTS_LICENCES).
       MOVE "ECARTS-LICENCES" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE 0 TO WS-LSY-NB-ECARTS
       OPEN INPUT fathletes
       OPEN INPUT flicences
       OPEN INPUT fpays
      *Parcours par la cle alternative fa_licence : les fiches sans
      *licence (a blanc) sont sautees par le START.
       MOVE SPACES TO fa_licence
       MOVE 0 TO Wfin
       START fathletes, KEY IS > fa_licence
              INVALID KEY MOVE 1 TO Wfin
       END-START
       PERFORM UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF NOT FA-SUPPRIME THEN
                            PERFORM ECARTS_EXAMINE_ATHLETE
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fpays
       CLOSE flicences
       CLOSE fathletes
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Ecarts releves : " WS-LSY-NB-ECARTS
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME.

       ECARTS_EXAMINE_ATHLETE.
      *Compare la fiche athlete courante a l'identite federale de sa
      *licence, une ligne de rapport par champ divergent (appelee
      *par RAPPORT_ECARTS_LICENCES).
       MOVE fa_licence TO fli_licence
       READ flicences
              INVALID KEY MOVE SPACE TO fli_statut
       END-READ
       IF NOT FLI-NON-SYNCHRO THEN
              MOVE fa_nom TO WS-LSY-NOM
              MOVE fli_fed_nom TO WS-LSY-NOM-FED
              PERFORM ECARTS_COMPARE_NOMS
              IF WS-LSY-NOM NOT = WS-LSY-NOM-FED THEN
                     MOVE "nom" TO WS-LSY-CHAMP
                     MOVE fa_nom TO WS-LSY-VAL-ICI
                     MOVE fli_fed_nom TO WS-LSY-VAL-FED
                     PERFORM ECARTS_ECRIT_LIGNE
              END-IF
              MOVE fa_prenom TO WS-LSY-NOM
              MOVE fli_fed_prenom TO WS-LSY-NOM-FED
              PERFORM ECARTS_COMPARE_NOMS
              IF WS-LSY-NOM NOT = WS-LSY-NOM-FED THEN
                     MOVE "prenom" TO WS-LSY-CHAMP
                     MOVE fa_prenom TO WS-LSY-VAL-ICI
                     MOVE fli_fed_prenom TO WS-LSY-VAL-FED
                     PERFORM ECARTS_ECRIT_LIGNE
              END-IF
              IF fli_fed_naissance NOT = 0 AND
                     fa_naissance NOT = fli_fed_naissance THEN
                     MOVE "naissance" TO WS-LSY-CHAMP
                     MOVE fa_naissance TO WS-LSY-VAL-ICI
                     MOVE fli_fed_naissance TO WS-LSY-VAL-FED
                     PERFORM ECARTS_ECRIT_LIGNE
              END-IF
              PERFORM ECARTS_COMPARE_PAYS
              IF WS-LSY-PAYS-OK NOT = 1 THEN
                     MOVE "pays" TO WS-LSY-CHAMP
                     MOVE fa_pays OF tamp_fathletes
                            TO WS-LSY-VAL-ICI
                     MOVE fli_fed_pays TO WS-LSY-VAL-FED
                     PERFORM ECARTS_ECRIT_LIGNE
              END-IF
              IF FLI-SUSPENDUE THEN
                     MOVE "statut" TO WS-LSY-CHAMP
                     MOVE "engage" TO WS-LSY-VAL-ICI
                     MOVE "SUSPENDUE" TO WS-LSY-VAL-FED
                     PERFORM ECARTS_ECRIT_LIGNE
              END-IF
       END-IF.

       ECARTS_COMPARE_NOMS.
      *Met WS-LSY-NOM et WS-LSY-NOM-FED en majuscules : la casse
      *saisie ne fait pas un ecart (appelee par
      *ECARTS_EXAMINE_ATHLETE).
       INSPECT WS-LSY-NOM CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       INSPECT WS-LSY-NOM-FED CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       ECARTS_COMPARE_PAYS.
      *WS-LSY-PAYS-OK a 1 si le pays federal est vide, egal au pays
      *de la fiche, ou egal a son code dans pays.dat (appelee par
      *ECARTS_EXAMINE_ATHLETE ; fpays est ouvert).
       MOVE 0 TO WS-LSY-PAYS-OK
       IF fli_fed_pays = SPACES OR
              fli_fed_pays = fa_pays OF tamp_fathletes THEN
              MOVE 1 TO WS-LSY-PAYS-OK
       ELSE
              MOVE fa_pays OF tamp_fathletes TO pa_nom
              READ fpays
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF fli_fed_pays = pa_code THEN
                                   MOVE 1 TO WS-LSY-PAYS-OK
                            END-IF
              END-READ
       END-IF.

       ECARTS_ECRIT_LIGNE.
      *Ecrit au rapport une ligne d'ecart entre la fiche athlete et
      *le fichier federal : licence, athlete, champ en ecart et les
      *deux valeurs (appelee par ECARTS_EXAMINE_ATHLETE).
       ADD 1 TO WS-LSY-NB-ECARTS
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING fa_licence " " fa_numA " " WS-LSY-CHAMP
              " ici : " WS-LSY-VAL-ICI
              " federation : " WS-LSY-VAL-FED
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.
