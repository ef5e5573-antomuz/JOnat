       END-IF.

       DETECTE_DOUBLONS.
      *Signale chaque paire de fiches actives partageant la licence,
      *ou le nom et la date de naissance : les fiches sont lues par
      *les cles alternatives fa_licence puis fa_nom_prenom, chacune
      *n'etant comparee qu'aux fiches de son groupe (meme licence,
      *puis meme nom) au lieu de l'etre a tout le fichier (appelee
      *par GESTION_FUSION).
       MOVE 0 TO WS-DBL-TROUVES
       DISPLAY "--------- Doublons possibles ---------"
       OPEN INPUT fathletes
      *Premier passage : meme licence (les fiches sans licence,
      *a blanc, sont sautees par le START).
       MOVE 0 TO WS-DBL-NB
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
                            IF WS-DBL-NB > 0 AND
                                   fa_licence NOT = WS-DBL-LICENCE(1)
                                   THEN
                                   MOVE 0 TO WS-DBL-NB
                            END-IF
                            PERFORM DOUBLON_AJOUTE_FICHE
                            PERFORM DOUBLON_COMPARE_LICENCE
                                   VARYING WS-DBL-J FROM 1 BY 1
                                   UNTIL WS-DBL-J >= WS-DBL-IDX
                     END-IF
              END-READ
       END-PERFORM
      *Second passage : meme nom et meme date de naissance.
       MOVE 0 TO WS-DBL-NB
       MOVE SPACES TO fa_nom_prenom
       MOVE 0 TO Wfin
       START fathletes, KEY IS >= fa_nom_prenom
              INVALID KEY MOVE 1 TO Wfin
       END-START
       PERFORM UNTIL Wfin = 1
              READ fathletes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF NOT FA-SUPPRIME THEN
                            IF WS-DBL-NB > 0 AND
                                   fa_nom NOT = WS-DBL-NOM(1) THEN
                                   MOVE 0 TO WS-DBL-NB
                            END-IF
                            PERFORM DOUBLON_AJOUTE_FICHE
                            PERFORM DOUBLON_COMPARE_NOM
                                   VARYING WS-DBL-J FROM 1 BY 1
                                   UNTIL WS-DBL-J >= WS-DBL-IDX
                     END-IF
              END-READ
       END-PERFORM
       CLOSE fathletes
       IF WS-DBL-TROUVES = 0 THEN
              DISPLAY "   (aucun doublon detecte)"
       END-IF
       DISPLAY "--------------------------------------".

       DOUBLON_AJOUTE_FICHE.
      *Ajoute la fiche lue au groupe courant, WS-DBL-IDX designant
      *sa place ; un groupe plein laisse la fiche hors comparaison
      *(appelee par DETECTE_DOUBLONS).
       IF WS-DBL-NB < 200 THEN
              ADD 1 TO WS-DBL-NB
              MOVE fa_numA TO WS-DBL-NUMA(WS-DBL-NB)
              MOVE fa_licence TO WS-DBL-LICENCE(WS-DBL-NB)
              MOVE fa_nom TO WS-DBL-NOM(WS-DBL-NB)
              MOVE fa_naissance TO WS-DBL-NAISSANCE(WS-DBL-NB)
              MOVE WS-DBL-NB TO WS-DBL-IDX
       ELSE
              DISPLAY "ATTENTION : groupe de doublons plein, fiche "
                     fa_numA " non comparee"
              MOVE 1 TO WS-DBL-IDX
       END-IF.

       DOUBLON_COMPARE_LICENCE.
      *Les fiches du groupe partagent toutes la licence (appelee
      *par DETECTE_DOUBLONS).
       ADD 1 TO WS-DBL-TROUVES
       DISPLAY "Meme licence "
              WS-DBL-LICENCE(WS-DBL-IDX) " : athletes "
              WS-DBL-NUMA(WS-DBL-J) " et "
              WS-DBL-NUMA(WS-DBL-IDX).

       DOUBLON_COMPARE_NOM.
      *Les fiches du groupe partagent le nom : la paire est signalee
      *si la date de naissance concorde, sauf si elle l'a deja ete
      *au premier passage sous la meme licence (appelee par
      *DETECTE_DOUBLONS).
       IF WS-DBL-NAISSANCE(WS-DBL-IDX) =
              WS-DBL-NAISSANCE(WS-DBL-J) AND
              WS-DBL-NAISSANCE(WS-DBL-IDX) > 0 AND
              (WS-DBL-LICENCE(WS-DBL-IDX) = SPACES OR
              WS-DBL-LICENCE(WS-DBL-IDX) NOT =
              WS-DBL-LICENCE(WS-DBL-J)) THEN
              ADD 1 TO WS-DBL-TROUVES
              DISPLAY "Meme nom/naissance "
                     WS-DBL-NOM(WS-DBL-IDX)
                     " : athletes " WS-DBL-NUMA(WS-DBL-J)
                     " et " WS-DBL-NUMA(WS-DBL-IDX)
       END-IF.

       FUSION_ATHLETES.
              MOVE 0 TO Wtrouve
       END-IF

      *Le contact, le certificat et les controles sont rechiffres
      *sous le numero conserve : sans la cle, ils seraient perdus.
       IF Wtrouve = 1 THEN
              PERFORM CLE_CHIFFREMENT_ABSENTE
              IF WS-CHF-REFUS = 1 THEN
                     MOVE 0 TO Wtrouve
              END-IF
       END-IF

       IF Wtrouve = 1 THEN
              DISPLAY "Confirmer la fusion de " WS-FUS-PERD
                     " vers " WS-FUS-GARDE " ? 1-Oui 0-Non"
              NOT INVALID KEY
                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     MOVE WS-FUS-GARDE TO fp_numA
                     MOVE 0 TO fp_lot
                     WRITE tamp_fparticipation
                            INVALID KEY
                                   ADD 1 TO WS-FUS-NB-CONFLITS
                                        WS-FPB-TEMPS(WS-FPB-NB)
                                   MOVE fpb_date TO
                                        WS-FPB-DATE(WS-FPB-NB)
                                   MOVE fpb_depart_relais TO
                                        WS-FPB-DEPART(WS-FPB-NB)
                            END-IF
                     END-IF
       END-READ.
              INVALID KEY
                     MOVE WS-FPB-TEMPS(WS-FPB-IDX) TO fpb_temps
                     MOVE WS-FPB-DATE(WS-FPB-IDX) TO fpb_date
                     MOVE WS-FPB-DEPART(WS-FPB-IDX)
                            TO fpb_depart_relais
                     MOVE 0 TO fpb_lot
                     WRITE tamp_fpb
                            INVALID KEY CONTINUE
                     END-WRITE
                                   TO fpb_temps
                            MOVE WS-FPB-DATE(WS-FPB-IDX)
                                   TO fpb_date
                            MOVE WS-FPB-DEPART(WS-FPB-IDX)
                                   TO fpb_depart_relais
                            MOVE 0 TO fpb_lot
                            REWRITE tamp_fpb
                                   INVALID KEY CONTINUE
                            END-REWRITE
       END-READ.

       FUSION_DEPLACE_DOPAGE.
      *La substance est chiffree sur le numero d'athlete : elle est
      *remise en clair sous le doublon puis rechiffree sous la
      *fiche conservee.
       MOVE WS-FUS-PERD TO fd_numA
       MOVE WS-FDP-SUBSTANCE(WS-FDP-IDX) TO fd_substance
       PERFORM CLAIR_DOPAGE
       MOVE WS-CLR-SUBSTANCE TO fd_substance
       MOVE WS-FUS-GARDE TO fd_numA
       PERFORM CHIFFRE_DOPAGE
       MOVE WS-FDP-NUME(WS-FDP-IDX) TO fd_numE
       MOVE WS-FDP-TESTE(WS-FDP-IDX) TO fd_teste
       MOVE WS-FDP-RESULTAT(WS-FDP-IDX) TO fd_resultat
       MOVE WS-FDP-CODE(WS-FDP-IDX) TO fd_code_ech
       MOVE 0 TO fd_lot
       WRITE tamp_fdopage
              INVALID KEY
                     ADD 1 TO WS-FUS-NB-CONFLITS
       READ fcontact
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM CLAIR_CONTACT
                     MOVE WS-CLR-TELEPHONE TO fco_telephone
                     MOVE WS-CLR-INFO-MED TO fco_info_medicale
                     MOVE WS-FUS-GARDE TO fco_numA
                     PERFORM CHIFFRE_CONTACT
                     WRITE tamp_fcontact
                            INVALID KEY
                                   DISPLAY "Contact d'urgence : "
       READ fmedical
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM CLAIR_MEDICAL
                     MOVE WS-CLR-MEDECIN TO fm_medecin
                     MOVE WS-CLR-APTE TO fm_apte
                     MOVE WS-FUS-GARDE TO fm_numA
                     PERFORM CHIFFRE_MEDICAL
                     WRITE tamp_fmedical
                            INVALID KEY
                                   DISPLAY "Certificat medical : "
