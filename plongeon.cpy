       GESTION_PLONGEON.
      *Sous-menu des epreuves jugees (plongeon) : listes de
      *plongeons avec coefficients de difficulte, notes des juges
      *du jury, calcul et classement aux points (appelee par
      *GESTION_DISCIPLINES).
       DISPLAY "***********************************************"
       DISPLAY "*          Epreuves jugees (plongeon)          *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Saisir la liste de plongeons d'un athlete  *"
       DISPLAY "* 2-Afficher la liste et les notes d'un athlete*"
       DISPLAY "* 3-Saisir les notes d'un juge                 *"
       DISPLAY "* 4-Calculer et classer l'epreuve              *"
       DISPLAY "* 5-Classement aux points                      *"
       DISPLAY "* 6-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 7 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM SAISIE_LISTE_PLONGEONS
       ELSE IF Wchoix2 = 2 THEN
              PERFORM AFFICHE_LISTE_PLONGEONS
       ELSE IF Wchoix2 = 3 THEN
              PERFORM SAISIE_NOTES_JUGE
       ELSE IF Wchoix2 = 4 THEN
              PERFORM CLASSE_EPREUVE_JUGEE
       ELSE IF Wchoix2 = 5 THEN
              PERFORM AFFICHE_CLASSEMENT_JUGEE
       ELSE IF Wchoix2 = 6 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       PG_LIT_EPREUVE.
      *Demande le numero d'une epreuve et controle qu'il s'agit
      *d'une epreuve jugee : WS-PG-OK a 1 si oui, l'epreuve restant
      *dans le tampon de fepreuves (appelee par les ecrans de
      *GESTION_PLONGEON).
       MOVE 0 TO WS-PG-OK
       DISPLAY "Numero de l'epreuve jugee : "
       ACCEPT WS-PG-NUME
       OPEN INPUT fepreuves
       MOVE WS-PG-NUME TO fe_numE
       READ fepreuves
              INVALID KEY DISPLAY "Cette epreuve n'existe pas"
              NOT INVALID KEY
                     IF FE-JUGEE THEN
                            MOVE 1 TO WS-PG-OK
                     ELSE
                            DISPLAY "Epreuve " fe_numE
                                   " : epreuve non jugee"
                     END-IF
       END-READ
       CLOSE fepreuves.

       PG_CONTROLE_NON_OFFICIEL.
      *Les listes et les notes sont figees une fois les resultats
      *signes par l'arbitre (appelee par SAISIE_LISTE_PLONGEONS,
      *SAISIE_NOTES_JUGE et CLASSE_EPREUVE_JUGEE).
       MOVE WS-PG-NUME TO WS-OFFI-NUME
       PERFORM EPREUVE_RESULTATS_OFFICIELS
       IF WS-OFFI-OK = 1 THEN
              DISPLAY "Resultats officiels : epreuve verrouillee"
              MOVE 0 TO WS-PG-OK
       END-IF.

       PG_LIT_ENGAGE.
      *Demande l'athlete et controle son engagement actif dans
      *l'epreuve WS-PG-NUME (appelee par SAISIE_LISTE_PLONGEONS et
      *AFFICHE_LISTE_PLONGEONS).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-PG-NUMA
       OPEN INPUT fparticipations
       MOVE WS-PG-NUMA TO fp_numA
       MOVE WS-PG-NUME TO fp_numE
       READ fparticipations
              INVALID KEY
                     DISPLAY "Athlete non engage dans cette epreuve"
                     MOVE 0 TO WS-PG-OK
              NOT INVALID KEY
                     IF FP-SUPPRIME THEN
                            DISPLAY "Engagement supprime"
                            MOVE 0 TO WS-PG-OK
                     END-IF
       END-READ
       CLOSE fparticipations.

       SAISIE_LISTE_PLONGEONS.
      *Depot de la liste de plongeons d'un athlete : pour chaque
      *plongeon, son rang dans la liste, son code et son
      *coefficient de difficulte. Un plongeon deja note par le jury
      *ne se modifie plus (appelee par GESTION_PLONGEON).
       PERFORM PG_LIT_EPREUVE
       IF WS-PG-OK = 1 THEN
              PERFORM PG_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-PG-OK = 1 THEN
              PERFORM PG_LIT_ENGAGE
       END-IF
       IF WS-PG-OK = 1 THEN
              OPEN I-O fplongeons
              MOVE 1 TO WS-PG-ORDRE
              PERFORM PG_SAISIE_UN_PLONGEON UNTIL WS-PG-ORDRE = 0
              CLOSE fplongeons
       END-IF.

       PG_SAISIE_UN_PLONGEON.
       DISPLAY "Rang du plongeon dans la liste (1 a 12, 0 = fin) : "
       ACCEPT WS-PG-ORDRE
       IF WS-PG-ORDRE > 12 THEN
              DISPLAY "Rang invalide"
       ELSE IF WS-PG-ORDRE > 0 THEN
              MOVE WS-PG-NUME TO fpg_numE
              MOVE WS-PG-NUMA TO fpg_numA
              MOVE WS-PG-ORDRE TO fpg_ordre
              MOVE 0 TO Wtrouve
              READ fplongeons
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE 1 TO Wtrouve
              END-READ
              IF Wtrouve = 1 AND fpg_nb_notes > 0 THEN
                     DISPLAY "Plongeon deja note par le jury : "
                            "modification refusee"
              ELSE
                     PERFORM PG_ECRIT_PLONGEON
              END-IF
       END-IF
       END-IF.

       PG_ECRIT_PLONGEON.
      *Saisit code et difficulte du plongeon courant puis l'ecrit
      *ou le remplace (appelee par PG_SAISIE_UN_PLONGEON).
       DISPLAY "Code du plongeon (ex 107B) : "
       ACCEPT fpg_code
       MOVE 0 TO fpg_dd
       PERFORM WITH TEST AFTER UNTIL fpg_dd > 0
              DISPLAY "Coefficient de difficulte (ex 3.2) : "
              ACCEPT fpg_dd
       END-PERFORM
       MOVE 0 TO fpg_points
       MOVE 0 TO fpg_nb_notes
       MOVE WS-OPERATEUR TO fpg_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fpg_maj_date
       IF Wtrouve = 1 THEN
              REWRITE tamp_fplongeons
                     INVALID KEY CONTINUE
              END-REWRITE
       ELSE
              WRITE tamp_fplongeons
                     INVALID KEY CONTINUE
              END-WRITE
       END-IF
       IF cr_fplongeons = 00 THEN
              DISPLAY "Plongeon enregistre"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Liste plongeons ath " fpg_numA " ep "
                     fpg_numE " rang " fpg_ordre " " fpg_code
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       ELSE
              DISPLAY "Ecriture du plongeon impossible"
       END-IF.

       AFFICHE_LISTE_PLONGEONS.
      *Affiche la liste de plongeons d'un athlete, les notes du
      *jury recues pour chacun et les points calcules (appelee par
      *GESTION_PLONGEON).
       PERFORM PG_LIT_EPREUVE
       IF WS-PG-OK = 1 THEN
              PERFORM PG_LIT_ENGAGE
       END-IF
       IF WS-PG-OK = 1 THEN
              OPEN INPUT fplongeons
              OPEN INPUT fnotes
              MOVE WS-PG-NUME TO fpg_numE
              MOVE WS-PG-NUMA TO fpg_numA
              MOVE 0 TO fpg_ordre
              MOVE 0 TO WS-PG-FIN
              START fplongeons, KEY IS >= fpg_cle
                     INVALID KEY MOVE 1 TO WS-PG-FIN
                     NOT INVALID KEY
                            PERFORM PG_AFFICHE_UN_PLONGEON
                            UNTIL WS-PG-FIN = 1
              END-START
              CLOSE fnotes
              CLOSE fplongeons
       END-IF.

       PG_AFFICHE_UN_PLONGEON.
       READ fplongeons NEXT
              AT END MOVE 1 TO WS-PG-FIN
              NOT AT END
                     IF fpg_numE NOT = WS-PG-NUME OR
                            fpg_numA NOT = WS-PG-NUMA THEN
                            MOVE 1 TO WS-PG-FIN
                     ELSE
                            MOVE fpg_points TO WS-NOTE-EDITEE
                            DISPLAY fpg_ordre " - " fpg_code
                                   " DD " fpg_dd " - points "
                                   WS-NOTE-EDITEE
                            PERFORM PG_AFFICHE_NOTES_PLONGEON
                     END-IF
       END-READ.

       PG_AFFICHE_NOTES_PLONGEON.
      *Liste les notes des juges du plongeon courant (appelee par
      *PG_AFFICHE_UN_PLONGEON).
       MOVE fpg_numE TO fnt_numE
       MOVE fpg_numA TO fnt_numA
       MOVE fpg_ordre TO fnt_ordre
       MOVE 0 TO fnt_numO
       MOVE 0 TO WS-PG-FIN2
       START fnotes, KEY IS >= fnt_cle
              INVALID KEY MOVE 1 TO WS-PG-FIN2
              NOT INVALID KEY
                     PERFORM PG_AFFICHE_UNE_NOTE UNTIL WS-PG-FIN2 = 1
       END-START.

       PG_AFFICHE_UNE_NOTE.
       READ fnotes NEXT
              AT END MOVE 1 TO WS-PG-FIN2
              NOT AT END
                     IF fnt_numE NOT = fpg_numE OR
                            fnt_numA NOT = fpg_numA OR
                            fnt_ordre NOT = fpg_ordre THEN
                            MOVE 1 TO WS-PG-FIN2
                     ELSE
                            DISPLAY "     juge " fnt_numO " : "
                                   fnt_note
                     END-IF
       END-READ.

       SAISIE_NOTES_JUGE.
      *Saisie des notes d'un juge : seul un officiel affecte a
      *l'epreuve avec le role JUGE peut noter ; chaque note va de 0
      *a 10 par demi-point et porte sur un plongeon depose dans la
      *liste de l'athlete (appelee par GESTION_PLONGEON).
       PERFORM PG_LIT_EPREUVE
       IF WS-PG-OK = 1 THEN
              PERFORM PG_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-PG-OK = 1 THEN
              DISPLAY "Numero du juge (officiel) : "
              ACCEPT WS-PG-NUMO
              OPEN INPUT faffect
              MOVE WS-PG-NUME TO faf_numE
              MOVE WS-PG-NUMO TO faf_numO
              READ faffect
                     INVALID KEY
                            DISPLAY "Officiel non affecte a cette "
                                   "epreuve"
                            MOVE 0 TO WS-PG-OK
                     NOT INVALID KEY
                            IF faf_role NOT = "JUGE" THEN
                                   DISPLAY "Officiel affecte comme "
                                          faf_role " et non JUGE"
                                   MOVE 0 TO WS-PG-OK
                            END-IF
              END-READ
              CLOSE faffect
       END-IF
       IF WS-PG-OK = 1 THEN
              OPEN INPUT fplongeons
              OPEN I-O fnotes
              MOVE 1 TO WS-PG-NUMA
              PERFORM PG_SAISIE_UNE_NOTE UNTIL WS-PG-NUMA = 0
              CLOSE fnotes
              CLOSE fplongeons
       END-IF.

       PG_SAISIE_UNE_NOTE.
       DISPLAY "Athlete (0 = fin de saisie) : "
       ACCEPT WS-PG-NUMA
       IF WS-PG-NUMA > 0 THEN
              DISPLAY "Rang du plongeon dans sa liste : "
              ACCEPT WS-PG-ORDRE
              MOVE WS-PG-NUME TO fpg_numE
              MOVE WS-PG-NUMA TO fpg_numA
              MOVE WS-PG-ORDRE TO fpg_ordre
              READ fplongeons
                     INVALID KEY
                            DISPLAY "Plongeon absent de la liste "
                                   "de l'athlete"
                     NOT INVALID KEY
                            PERFORM PG_ECRIT_NOTE
              END-READ
       END-IF.

       PG_ECRIT_NOTE.
      *Saisit et enregistre la note du juge pour le plongeon lu
      *(appelee par PG_SAISIE_UNE_NOTE).
       DISPLAY "Plongeon " fpg_code " DD " fpg_dd
       MOVE 1 TO WS-PG-RESTE
       PERFORM WITH TEST AFTER UNTIL WS-PG-RESTE = 0
              DISPLAY "Note (0 a 10 par demi-point, ex 7.5) : "
              ACCEPT fnt_note
              COMPUTE WS-PG-DIXIEMES = fnt_note * 10
              DIVIDE WS-PG-DIXIEMES BY 5 GIVING WS-PG-QUOTIENT
                     REMAINDER WS-PG-RESTE
              IF fnt_note > 10 THEN
                     MOVE 1 TO WS-PG-RESTE
              END-IF
              IF WS-PG-RESTE NOT = 0 THEN
                     DISPLAY "Note invalide"
              END-IF
       END-PERFORM
       MOVE WS-PG-NUME TO fnt_numE
       MOVE WS-PG-NUMA TO fnt_numA
       MOVE WS-PG-ORDRE TO fnt_ordre
       MOVE WS-PG-NUMO TO fnt_numO
       MOVE WS-OPERATEUR TO fnt_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fnt_maj_date
       WRITE tamp_fnotes
              INVALID KEY
                     REWRITE tamp_fnotes
                            INVALID KEY CONTINUE
                     END-REWRITE
       END-WRITE
       IF cr_fnotes = 00 THEN
              DISPLAY "Note enregistree"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Note juge " fnt_numO " ath " fnt_numA
                     " ep " fnt_numE " rang " fnt_ordre
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       ELSE
              DISPLAY "Ecriture de la note impossible"
       END-IF.

       CLASSE_EPREUVE_JUGEE.
      *Calcule chaque plongeon (notes du jury sans la plus haute ni
      *la plus basse, somme multipliee par la difficulte), totalise
      *par athlete puis classe aux points decroissants : les totaux
      *egaux partagent le meme rang, le rang suivant etant saute,
      *comme RECALCULE_CLASSEMENT_EPREUVE pour les temps. Un athlete
      *sans aucun plongeon note reste DNS, une DQ est conservee ;
      *les resultats repassent provisoires jusqu'a la signature de
      *l'arbitre (appelee par GESTION_PLONGEON).
       PERFORM PG_LIT_EPREUVE
       IF WS-PG-OK = 1 THEN
              PERFORM PG_CONTROLE_NON_OFFICIEL
       END-IF
       IF WS-PG-OK = 1 THEN
              OPEN I-O fparticipations
              OPEN I-O fplongeons
              OPEN INPUT fnotes
              MOVE 0 TO WS-PG-NB-INCOMPLETS
              PERFORM PG_COLLECTE_ATHLETES
              IF WS-PG-NB = 0 THEN
                     DISPLAY "Aucun engage pour cette epreuve"
              ELSE
                     IF WS-PG-NB-INCOMPLETS > 0 THEN
                            DISPLAY "ATTENTION : "
                                   WS-PG-NB-INCOMPLETS
                                   " plongeon(s) avec moins de 3 "
                                   "notes, comptes a zero"
                     END-IF
                     PERFORM PG_TRIE_ATHLETES
                     PERFORM PG_AFFECTE_RANGS
                     OPEN INPUT fpoints
                     PERFORM PG_REECRIT_RESULTATS
                     CLOSE fpoints
                     DISPLAY "Athletes classes : " WS-PG-NB-CLASSES
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Classement jugee epreuve " WS-PG-NUME
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
              END-IF
              CLOSE fnotes
              CLOSE fplongeons
              CLOSE fparticipations
       END-IF.

       PG_COLLECTE_ATHLETES.
      *Charge en table les engages actifs de l'epreuve avec leur
      *total : Q disqualifie, A classe (au moins un plongeon note),
      *S sans plongeon note (appelee par CLASSE_EPREUVE_JUGEE).
       MOVE 0 TO WS-PG-NB
       MOVE WS-PG-NUME TO fp_numE
       MOVE 0 TO Wfin4
       START fparticipations, KEY IS = fp_numE
              INVALID KEY MOVE 1 TO Wfin4
              NOT INVALID KEY
                     PERFORM PG_COLLECTE_UN_ATHLETE UNTIL Wfin4 = 1
       END-START.

       PG_COLLECTE_UN_ATHLETE.
       READ fparticipations NEXT
              AT END MOVE 1 TO Wfin4
              NOT AT END
                     IF fp_numE NOT = WS-PG-NUME THEN
                            MOVE 1 TO Wfin4
                     ELSE
                            IF NOT FP-SUPPRIME THEN
                                   PERFORM PG_RETIENT_ATHLETE
                            END-IF
                     END-IF
       END-READ.

       PG_RETIENT_ATHLETE.
       IF WS-PG-NB < 100 THEN
              ADD 1 TO WS-PG-NB
              MOVE fp_numA TO WS-PG-T-NUMA(WS-PG-NB)
              MOVE 0 TO WS-PG-T-RANG(WS-PG-NB)
              MOVE 0 TO WS-PG-TOTAL
              MOVE fp_numA TO WS-PG-NUMA
              PERFORM PG_CALCULE_PLONGEONS
              MOVE WS-PG-TOTAL TO WS-PG-T-TOTAL(WS-PG-NB)
              IF FP-DQ THEN
                     MOVE "Q" TO WS-PG-T-ETAT(WS-PG-NB)
              ELSE IF WS-PG-TOTAL > 0 THEN
                     MOVE "A" TO WS-PG-T-ETAT(WS-PG-NB)
              ELSE
                     MOVE "S" TO WS-PG-T-ETAT(WS-PG-NB)
              END-IF
              END-IF
       ELSE
              DISPLAY "ATTENTION : table de classement pleine, "
                     "athlete " fp_numA " non classe"
       END-IF.

       PG_CALCULE_PLONGEONS.
      *Recalcule et reecrit les points de chaque plongeon de
      *l'athlete WS-PG-NUMA, cumules dans WS-PG-TOTAL (appelee par
      *PG_RETIENT_ATHLETE).
       MOVE WS-PG-NUME TO fpg_numE
       MOVE WS-PG-NUMA TO fpg_numA
       MOVE 0 TO fpg_ordre
       MOVE 0 TO WS-PG-FIN
       START fplongeons, KEY IS >= fpg_cle
              INVALID KEY MOVE 1 TO WS-PG-FIN
              NOT INVALID KEY
                     PERFORM PG_CALCULE_UN_PLONGEON
                     UNTIL WS-PG-FIN = 1
       END-START.

       PG_CALCULE_UN_PLONGEON.
       READ fplongeons NEXT
              AT END MOVE 1 TO WS-PG-FIN
              NOT AT END
                     IF fpg_numE NOT = WS-PG-NUME OR
                            fpg_numA NOT = WS-PG-NUMA THEN
                            MOVE 1 TO WS-PG-FIN
                     ELSE
                            PERFORM PG_NOTE_UN_PLONGEON
                     END-IF
       END-READ.

       PG_NOTE_UN_PLONGEON.
      *Notes du plongeon courant : la plus haute et la plus basse
      *sont retirees, le reste est somme puis multiplie par le
      *coefficient de difficulte ; il faut au moins trois notes
      *(appelee par PG_CALCULE_UN_PLONGEON).
       MOVE 0 TO WS-PG-NB-NOTES
       MOVE 0 TO WS-PG-SOMME
       MOVE 0 TO WS-PG-NOTE-MAX
       MOVE 10 TO WS-PG-NOTE-MIN
       MOVE fpg_numE TO fnt_numE
       MOVE fpg_numA TO fnt_numA
       MOVE fpg_ordre TO fnt_ordre
       MOVE 0 TO fnt_numO
       MOVE 0 TO WS-PG-FIN2
       START fnotes, KEY IS >= fnt_cle
              INVALID KEY MOVE 1 TO WS-PG-FIN2
              NOT INVALID KEY
                     PERFORM PG_CUMULE_UNE_NOTE UNTIL WS-PG-FIN2 = 1
       END-START
       MOVE 0 TO fpg_points
       IF WS-PG-NB-NOTES >= 3 THEN
              COMPUTE fpg_points = (WS-PG-SOMME - WS-PG-NOTE-MAX
                     - WS-PG-NOTE-MIN) * fpg_dd
       ELSE IF WS-PG-NB-NOTES > 0 THEN
              ADD 1 TO WS-PG-NB-INCOMPLETS
       END-IF
       END-IF
       MOVE WS-PG-NB-NOTES TO fpg_nb_notes
       ADD fpg_points TO WS-PG-TOTAL
       REWRITE tamp_fplongeons
              INVALID KEY CONTINUE
       END-REWRITE.

       PG_CUMULE_UNE_NOTE.
       READ fnotes NEXT
              AT END MOVE 1 TO WS-PG-FIN2
              NOT AT END
                     IF fnt_numE NOT = fpg_numE OR
                            fnt_numA NOT = fpg_numA OR
                            fnt_ordre NOT = fpg_ordre THEN
                            MOVE 1 TO WS-PG-FIN2
                     ELSE
                            ADD 1 TO WS-PG-NB-NOTES
                            ADD fnt_note TO WS-PG-SOMME
                            IF fnt_note > WS-PG-NOTE-MAX THEN
                                   MOVE fnt_note TO WS-PG-NOTE-MAX
                            END-IF
                            IF fnt_note < WS-PG-NOTE-MIN THEN
                                   MOVE fnt_note TO WS-PG-NOTE-MIN
                            END-IF
                     END-IF
       END-READ.

       PG_TRIE_ATHLETES.
      *Tri a bulles de la table : les classes en tete, par total
      *decroissant (appelee par CLASSE_EPREUVE_JUGEE).
       MOVE 1 TO WS-PG-ECHANGE
       PERFORM UNTIL WS-PG-ECHANGE = 0
              MOVE 0 TO WS-PG-ECHANGE
              PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                     UNTIL WS-PG-IDX >= WS-PG-NB
                     COMPUTE WS-PG-IDX2 = WS-PG-IDX + 1
                     IF (WS-PG-T-ETAT(WS-PG-IDX2) = "A" AND
                            WS-PG-T-ETAT(WS-PG-IDX) NOT = "A") OR
                            (WS-PG-T-ETAT(WS-PG-IDX2) = "A" AND
                            WS-PG-T-ETAT(WS-PG-IDX) = "A" AND
                            WS-PG-T-TOTAL(WS-PG-IDX2) >
                            WS-PG-T-TOTAL(WS-PG-IDX))
                            MOVE WS-PG-ENTRY(WS-PG-IDX)
                                   TO WS-PG-ENTRY-TMP
                            MOVE WS-PG-ENTRY(WS-PG-IDX2)
                                   TO WS-PG-ENTRY(WS-PG-IDX)
                            MOVE WS-PG-ENTRY-TMP
                                   TO WS-PG-ENTRY(WS-PG-IDX2)
                            MOVE 1 TO WS-PG-ECHANGE
                     END-IF
              END-PERFORM
       END-PERFORM.

       PG_AFFECTE_RANGS.
      *Un total egal au precedent partage son rang, rang plafonne a
      *97, 98/99 etant reserves aux statuts DQ/DNF (appelee par
      *CLASSE_EPREUVE_JUGEE).
       PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-NB
              IF WS-PG-T-ETAT(WS-PG-IDX) = "A" THEN
                     IF WS-PG-IDX > 1 AND
                            WS-PG-T-TOTAL(WS-PG-IDX) =
                            WS-PG-T-TOTAL(WS-PG-IDX - 1) THEN
                            MOVE WS-PG-T-RANG(WS-PG-IDX - 1) TO
                                   WS-PG-T-RANG(WS-PG-IDX)
                     ELSE
                            IF WS-PG-IDX > 97 THEN
                                   MOVE 97 TO WS-PG-T-RANG(WS-PG-IDX)
                                   DISPLAY "ATTENTION : rang plafonne "
                                          "a 97 pour l'athlete "
                                          WS-PG-T-NUMA(WS-PG-IDX)
                            ELSE
                                   MOVE WS-PG-IDX TO
                                          WS-PG-T-RANG(WS-PG-IDX)
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.

       PG_REECRIT_RESULTATS.
      *Reecrit chaque engage de la table avec son resultat ;
      *fparticipations est ouvert en I-O et fpoints en INPUT par
      *l'appelant (appelee par CLASSE_EPREUVE_JUGEE).
       MOVE 0 TO WS-PG-NB-CLASSES
       PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-NB
              MOVE WS-PG-T-NUMA(WS-PG-IDX) TO fp_numA
              MOVE WS-PG-NUME TO fp_numE
              READ fparticipations
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM PG_REECRIT_UN_RESULTAT
              END-READ
       END-PERFORM.

       PG_REECRIT_UN_RESULTAT.
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       MOVE 0 TO fc_temps
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_points
       MOVE 0 TO fp_note_totale
       IF WS-PG-T-ETAT(WS-PG-IDX) = "A" THEN
              MOVE WS-PG-T-RANG(WS-PG-IDX) TO fp_classement
              MOVE WS-PG-T-TOTAL(WS-PG-IDX) TO fp_note_totale
              MOVE fp_classement TO fpt_place
              READ fpoints
                     INVALID KEY MOVE 0 TO fp_points
                     NOT INVALID KEY MOVE fpt_points TO fp_points
              END-READ
              ADD 1 TO WS-PG-NB-CLASSES
       ELSE IF WS-PG-T-ETAT(WS-PG-IDX) = "S" THEN
              MOVE 0 TO fp_classement
       END-IF
       END-IF
       MOVE 0 TO fp_officiel
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       REWRITE tamp_fparticipation
              INVALID KEY CONTINUE
       END-REWRITE.

       AFFICHE_CLASSEMENT_JUGEE.
      *Classement d'une epreuve jugee sur une ligne par athlete :
      *rang, nom, pays et total des points (appelee par
      *GESTION_PLONGEON).
       PERFORM PG_LIT_EPREUVE
       IF WS-PG-OK = 1 THEN
              MOVE WS-PG-NUME TO WS-TRI-NUME
              PERFORM TRI_SCORES_EPREUVE_FICHIER
              DISPLAY "---- Epreuve " WS-PG-NUME " " fe_type " "
                     fe_distance " m " fe_genre " ----"
              OPEN INPUT fscorestries
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                     READ fscorestries
                     AT END MOVE 1 TO Wfin
                     NOT AT END PERFORM PG_AFFICHE_UNE_LIGNE
              END-PERFORM
              CLOSE fscorestries
       END-IF.

       PG_AFFICHE_UNE_LIGNE.
       IF st_statut = SPACES THEN
              PERFORM FORMATE_TEMPS_TRIE
              DISPLAY st_classement " " st_nom " " st_pays " "
                     WS-TEMPS-AFFICHE
       ELSE
              DISPLAY st_statut " " st_nom " " st_pays
       END-IF.
