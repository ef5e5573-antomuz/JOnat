       CLOSE fparticipations.

       AFFICHE_UNE_LIGNE_SCORE.
       PERFORM FORMATE_RESULTAT_PARTICIPATION
       DISPLAY fp_classement " - "
              fa_nom " - "
              fa_prenom " : resultat : "
              WS-TEMPS-AFFICHE.

       ADD_PARTICIPATION.
       OPEN I-O fparticipations
      *Un athlete sous sanction (forfait non excuse en finale) ne
      *peut plus etre inscrit tant qu'elle n'est pas levee sur
      *certificat medical ; un athlete en periode d'attente de
      *transfert de nationalite non plus, ni un athlete dont la
      *federation a suspendu la licence. Un joueur de water-polo
      *est engage par la composition de son equipe, pas ici.
       PERFORM VERIFIE_SANCTION_ATHLETE
       MOVE fp_numA TO fa_numA
       PERFORM CHERCHE_LICENCE_ATHLETE
       PERFORM VERIFIE_LICENCE_SUSPENDUE
       IF FE-WATER-POLO THEN
              DISPLAY "Inscription refusee : tournoi de water-polo, "
                     "engager le joueur dans la composition de son "
                     "equipe"
       ELSE IF fe_compet NOT = WS-COMPET-ACTIVE THEN
              DISPLAY "Inscription refusee : epreuve " fe_numE
                     " d'une autre competition"
       ELSE IF WS-SAN-OK NOT = 1 THEN
              DISPLAY "Inscription refusee : athlete " fp_numA
                     " sous sanction active (forfait en finale ou "
                     "manquements de localisation)"
       ELSE IF WS-LSY-OK NOT = 1 THEN
              DISPLAY "Inscription refusee : licence "
                     WS-LIC-COURANTE " suspendue par la federation"
       ELSE
              PERFORM VERIFIE_TRANSFERT_ELIGIBLE
              IF WS-TRF-OK NOT = 1 THEN
                            END-IF
                     END-IF
              END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

       GESTION_CHAMBRE_APPEL.
       DISPLAY "* 1-Pointer les presents d'une epreuve         *"
       DISPLAY "* 2-Cloturer l'appel (DNS automatiques)        *"
       DISPLAY "* 3-Sanctions forfait en finale                *"
       DISPLAY "* 4-Maillots homologues                        *"
       DISPLAY "* 5-Infractions maillots d'une seance          *"
       DISPLAY "* 6-Forfaits apres cloture (arbitre)           *"
       DISPLAY "* 7-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 8 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       ELSE IF Wchoix2 = 3 THEN
              PERFORM GESTION_SANCTIONS
       ELSE IF Wchoix2 = 4 THEN
              PERFORM GESTION_MAILLOTS
       ELSE IF Wchoix2 = 5 THEN
              PERFORM RAPPORT_INFRACTIONS_MAILLOTS
       ELSE IF Wchoix2 = 6 THEN
              PERFORM RET_FILE_ARBITRE
       ELSE IF Wchoix2 = 7 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       POINTAGE_CHAMBRE_APPEL.
      *Ecran de pointage : pour chaque inscrit de l'epreuve, marque
      *present ou absent, le present montrant un maillot homologue
      *(appelee par GESTION_CHAMBRE_APPEL).
       DISPLAY "---------------------------------------"
       DISPLAY "     POINTAGE CHAMBRE D'APPEL          "
       DISPLAY "---------------------------------------"
       END-READ.

       POINTE_SAISIE_PRESENCE.
      *Un athlete sous sanction ou a licence suspendue ne pointe
      *pas : la chambre d'appel applique la meme barriere que les
      *inscriptions.
       PERFORM VERIFIE_SANCTION_ATHLETE
       MOVE SPACES TO WS-LIC-COURANTE
       MOVE fp_numA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE fa_licence TO WS-LIC-COURANTE
       END-READ
       PERFORM VERIFIE_LICENCE_SUSPENDUE
       IF WS-SAN-OK NOT = 1 THEN
              DISPLAY "Athlete " fp_numA " sous sanction "
                     "active : pointage refuse"
       ELSE IF WS-LSY-OK NOT = 1 THEN
              DISPLAY "Athlete " fp_numA " licence " WS-LIC-COURANTE
                     " suspendue : pointage refuse"
       ELSE
              PERFORM POINTE_SAISIE_AUTORISEE
       END-IF
       END-IF.

       POINTE_SAISIE_AUTORISEE.
      *Pointe l'engage lu, que ni sanction ni licence n'ecartent :
      *presence en chambre d'appel, maillot homologue exige d'un
      *present, puis mise a jour de la participation (appelee par
      *POINTE_SAISIE_PRESENCE).
       PERFORM JOURNALISE_AVANT_PARTICIPATION
       MOVE fp_numA TO fa_numA
       READ fathletes
              DISPLAY "Present en chambre d'appel ? 1-Oui 0-Non"
              ACCEPT repUser
       END-PERFORM
      *Un present ne pointe qu'avec un maillot homologue.
       IF repUser = 1 THEN
              PERFORM MAILLOT_POINTAGE
              IF WS-MAI-OK NOT = 1 THEN
                     MOVE 0 TO repUser
                     DISPLAY "Pas de maillot homologue : pointage "
                            "refuse"
              END-IF
       END-IF
       MOVE repUser TO fp_pointage
       IF FP-POINTE THEN
              ADD 1 TO WS-APPEL-NB-PRESENTS
       MOVE SPACES TO fp_motif_dq
       MOVE 0 TO fp_temps_engage
       MOVE 0 TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_points_perf
       MOVE SPACE TO fp_source
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE 0 TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Promotion impossible : participation "
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-ACTION
                     PERFORM AUDIT_ENREGISTRE
                     MOVE "ATTENTE" TO WS-NOT-TYPE
                     MOVE fp_numE TO WS-NOT-NUME
                     MOVE SPACES TO WS-NOT-TEXTE
                     STRING "repeche(e) depuis la liste d'attente, "
                            "engage(e) dans l'epreuve " fp_numE
                            DELIMITED BY SIZE INTO WS-NOT-TEXTE
                     END-STRING
                     MOVE fp_numA TO WS-NOT-NUMA
                     PERFORM NOTIFIE_ATHLETE
       END-WRITE.

       VERIFIE_QUOTA_PAYS.
      *Comme en saisie des resultats : seul le statut est saisi (le
      *rang d'un arrivant est recalcule au temps apres l'ecriture)
      *et le temps passe le controle de vraisemblance des bornes.
      *En eau libre l'inscription ne porte aucun resultat : les
      *temps viennent des points de passage du parcours et c'est
      *le classement de l'epreuve qui pose rangs et DNF. Meme
      *chose en epreuve jugee, classee aux notes du jury.
       IF FE-EAU-LIBRE OR FE-JUGEE THEN
              MOVE 0 TO fp_classement
              MOVE SPACES TO fp_motif_dq
              DISPLAY "Epreuve en eau libre ou jugee : resultat "
                     "pose au classement de l'epreuve"
       ELSE
              DISPLAY "Statut (1=Arrivee 0=DNS 98=DQ 99=DNF)"
              ACCEPT fp_classement
      *Comme en saisie des resultats : une DQ porte son motif du
      *referentiel federal des la saisie.
              IF FP-DQ THEN
                     PERFORM SAISIE_MOTIF_DQ
                     MOVE fdq_code TO fp_motif_dq
              ELSE
                     MOVE SPACES TO fp_motif_dq
              END-IF
       END-IF
       MOVE 0 TO fc_temps
       MOVE 0 TO fp_reaction
       MOVE 0 TO fp_officiel
       MOVE 0 TO fp_temps_engage
       MOVE 0 TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       IF FP-TERMINE THEN
              MOVE 1 TO fp_classement
              MOVE fe_type TO WS-BORNE-TYPE
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE 0 TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY
                     DISPLAY "Cette participation existe deja"
                            MOVE fe_classe TO WS-ARCH-CLASSE
              END-READ
              CLOSE fepreuves
      *Ciblage antidopage : le resultat est compare au record
      *personnel AVANT que celui-ci ne soit mis a jour.
              PERFORM CIBLAGE_EXAMINE_RESULTAT

              IF FP-SOURCE-ELEC THEN
                     OPEN I-O fpb
      *En import de chronometrage, le record personnel cree ou
      *ameliore est retenu dans le lot courant, qui pourra le
      *defaire avec le reste de la passe.
                     READ fpb
                            INVALID KEY
                                   MOVE fc_temps TO fpb_temps
                                   PERFORM HORODATE_MAJ
                                   MOVE WS-FORMATTED-DATE-TIME
                                          TO fpb_date
                                   MOVE 0 TO fpb_depart_relais
                                   MOVE WS-LOT-NUM TO fpb_lot
                                   WRITE tamp_fpb
                                          NOT INVALID KEY
                                          MOVE "C" TO WS-LOT-ACTION
                                          PERFORM LOT_NOTE_PB
                                   END-WRITE
                                   DISPLAY "Nouveau record "
                                          "personnel !"
                            NOT INVALID KEY
                                   IF fc_temps < fpb_temps THEN
                                          MOVE "M" TO WS-LOT-ACTION
                                          PERFORM LOT_NOTE_PB
                                          MOVE WS-LOT-NUM TO fpb_lot
                                          MOVE fc_temps
                                                 TO fpb_temps
                                          PERFORM HORODATE_MAJ
                                          MOVE
                                           WS-FORMATTED-DATE-TIME
                                                 TO fpb_date
                                          MOVE 0 TO
                                                 fpb_depart_relais
                                          REWRITE tamp_fpb
                                          END-REWRITE
                                          DISPLAY "Nouveau record"
              fa_disatnce NOT = WS-ARCH-DISTANCE THEN
              MOVE 1 TO Wfin4
       ELSE
              IF fa_genre OF tamp_farch = WS-ARCH-GENRE AND
                     fa_compet = WS-COMPET-ACTIVE THEN
                     PERFORM RETIENT_MEILLEUR_TEMPS_OR
              END-IF
       END-IF.
              NOT INVALID KEY
                     IF FE-SUPPRIMEE THEN
                            DISPLAY "Cette epreuve n'existe pas"
                     ELSE IF FE-ANNULEE THEN
                            DISPLAY "Epreuve annulee par "
                                   "l'organisateur"
                     ELSE
                            PERFORM CAPACITE_COMPTE_EPREUVE
                     END-IF
                     END-IF
       END-READ.

       CAPACITE_COMPTE_EPREUVE.


       VISU_MEDAILLES.
      *Les nages contre la montre (phase CHRONO) ne comptent pas de
      *medaille meme classees dans les trois premiers.
       OPEN INPUT fparticipations
       OPEN INPUT fepreuves
       MOVE 0 TO nb_medaille
       MOVE current_athlete TO fp_numA
       START fparticipations, KEY IS = fp_numA
                     AT END MOVE 1 TO Wfin
                     NOT AT END
                            IF FP-TERMINE AND fp_classement < 4 THEN
                                   MOVE fp_numE TO fe_numE
                                   READ fepreuves
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                   IF NOT FE-CONTRE-LA-MONTRE THEN
                                          ADD 1 TO nb_medaille
                                   END-IF
                                   END-READ
                            END-IF
                     END-READ
              END-PERFORM
       END-START
       CLOSE fepreuves
       CLOSE fparticipations.

       FORMATE_TEMPS.
       COMPUTE WS-TF-CENT =
              WS-TEMPS-BRUT - (WS-TF-MIN * 6000) - (WS-TF-SEC * 100).

       FORMATE_TEMPS_LONG.
      *Convertit WS-TEMPS-LONG-BRUT (centiemes, PIC 9(7) : courses
      *en eau libre) en WS-TEMPS-LONG-FORMATE au format hh:mm:ss.cc.
       COMPUTE WS-TL-HEURE = WS-TEMPS-LONG-BRUT / 360000
       COMPUTE WS-TL-MIN =
              (WS-TEMPS-LONG-BRUT - (WS-TL-HEURE * 360000)) / 6000
       COMPUTE WS-TL-SEC =
              (WS-TEMPS-LONG-BRUT - (WS-TL-HEURE * 360000)
              - (WS-TL-MIN * 6000)) / 100
       COMPUTE WS-TL-CENT =
              WS-TEMPS-LONG-BRUT - (WS-TL-HEURE * 360000)
              - (WS-TL-MIN * 6000) - (WS-TL-SEC * 100).

       FORMATE_TEMPS_TRIE.
      *Prepare dans WS-TEMPS-AFFICHE le temps d'une ligne du
      *fichier des scores tries : hh:mm:ss.cc pour une course en
      *eau libre (st_temps_long), les points du jury pour une
      *epreuve jugee (st_note), mm:ss.cc sinon (appelee par
      *AFFICHE_UN_SCORE_TRIE, ECRIT_LIGNE_EXPORT et
      *TABLEAU_ECRIT_LIGNE).
       MOVE SPACES TO WS-TEMPS-AFFICHE
       IF st_note > 0 THEN
              MOVE st_note TO WS-NOTE-EDITEE
              STRING WS-NOTE-EDITEE "pts" DELIMITED BY SIZE
                     INTO WS-TEMPS-AFFICHE
              END-STRING
       ELSE IF st_temps_long > 0 THEN
              MOVE st_temps_long TO WS-TEMPS-LONG-BRUT
              PERFORM FORMATE_TEMPS_LONG
              MOVE WS-TEMPS-LONG-FORMATE TO WS-TEMPS-AFFICHE
       ELSE
              MOVE st_temps TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-TEMPS-AFFICHE
       END-IF.

       FORMATE_RESULTAT_PARTICIPATION.
      *Meme preparation pour la participation du tampon : points du
      *jury, temps long ou temps bassin selon l'epreuve (appelee
      *par CERTIFICAT_ECRIT, CARRIERE_AFFICHE_RESULTAT,
      *KIOSQUE_CHERCHE_VAINQUEUR, COACH_AFFICHE_RESULTAT,
      *AFFICHE_UNE_LIGNE_SCORE et AFFICHE_TOUT_PARTICIPATION).
       MOVE SPACES TO WS-TEMPS-AFFICHE
       IF fp_note_totale > 0 THEN
              MOVE fp_note_totale TO WS-NOTE-EDITEE
              STRING WS-NOTE-EDITEE "pts" DELIMITED BY SIZE
                     INTO WS-TEMPS-AFFICHE
              END-STRING
       ELSE IF fp_temps_long > 0 THEN
              MOVE fp_temps_long TO WS-TEMPS-LONG-BRUT
              PERFORM FORMATE_TEMPS_LONG
              MOVE WS-TEMPS-LONG-FORMATE TO WS-TEMPS-AFFICHE
       ELSE
              MOVE fc_temps TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-TEMPS-AFFICHE
       END-IF.

       FORMATE_RESULTAT_HISTO.
      *Meme preparation pour une ligne de l'historique des
      *resultats (appelee par LIVRE_LIGNE_HISTO et
      *HISTO_AFFICHE_UN_FINISSEUR).
       MOVE SPACES TO WS-TEMPS-AFFICHE
       IF fh_note > 0 THEN
              MOVE fh_note TO WS-NOTE-EDITEE
              STRING WS-NOTE-EDITEE "pts" DELIMITED BY SIZE
                     INTO WS-TEMPS-AFFICHE
              END-STRING
       ELSE IF fh_temps_long > 0 THEN
              MOVE fh_temps_long TO WS-TEMPS-LONG-BRUT
              PERFORM FORMATE_TEMPS_LONG
              MOVE WS-TEMPS-LONG-FORMATE TO WS-TEMPS-AFFICHE
       ELSE
              MOVE fh_temps TO WS-TEMPS-BRUT
              PERFORM FORMATE_TEMPS
              MOVE WS-TEMPS-FORMATE TO WS-TEMPS-AFFICHE
       END-IF.

       LIBELLE_STATUT_RESULTAT.
      *Traduit fp_classement en un libelle DNS/DQ/DNF/vide pour
      *affichage (fc_temps n'a alors pas de sens).
               READ fparticipations
               AT END MOVE 0 TO Wfin
               NOT AT END
                       IF fp_compet = WS-COMPET-ACTIVE THEN
                              PERFORM LIBELLE_STATUT_RESULTAT
                              DISPLAY "iD-part : " fp_cle
                              DISPLAY "iD-eprv : " fp_numE
                              DISPLAY "iD-athlt : " fp_numA
                              IF WS-STATUT-RESULTAT = SPACES THEN
                                     PERFORM
                                        FORMATE_RESULTAT_PARTICIPATION
                                     DISPLAY "classement : "
                                            fp_classement
                                     DISPLAY "resultat : "
                                            WS-TEMPS-AFFICHE
                              ELSE
                                     DISPLAY "resultat : "
                                            WS-STATUT-RESULTAT
                              END-IF
                              DISPLAY "maj par : " fp_maj_par
                                     " le " fp_maj_date
                       END-IF
               END-READ
       END-PERFORM

       END-IF
       IF WS-REJ-ABANDON = 0 THEN
              OPEN I-O fparticipations
              MOVE "CHRONO" TO WS-LOT-TYPE
              MOVE "import_chrono.dat" TO WS-LOT-SOURCE
              IF WS-REJ-MODE = 2 THEN
                     MOVE WS-REJ-LEC-NOM TO WS-LOT-SOURCE
              END-IF
              PERFORM LOT_OUVRE
              MOVE 0 TO Wfin
              MOVE 0 TO WS-IMPT-NB-LUES
              MOVE 0 TO WS-IMPT-NB-CHARGEES
              END-PERFORM

              CLOSE fparticipations
              MOVE WS-IMPT-NB-LUES TO WS-LOT-NB-LUES
              MOVE WS-IMPT-NB-REJETEES TO WS-LOT-NB-REJETEES
              PERFORM LOT_FERME
              PERFORM REJET_FERME
              DISPLAY "Lignes lues : " WS-IMPT-NB-LUES
              DISPLAY "Resultats mis a jour : " WS-IMPT-NB-CHARGEES
      *chronometrage courante dans la participation deja lue
      *(appelee par CHARGE_LIGNE_IMPORT_CHRONO).
       PERFORM JOURNALISE_AVANT_PARTICIPATION
      *Image AVANT mise de cote pour le lot d'import, retenue
      *seulement si la ligne est ecrite (ECRIT_CHRONO_VALIDE).
       MOVE tamp_fparticipation TO WS-LOT-IMAGE
       MOVE WS-IMPT-CLASSEMENT TO fp_classement
       MOVE 1 TO WS-BORNE-OK
       IF FP-TERMINE THEN
      *ECRIT_LIGNE_IMPORT_CHRONO).
       PERFORM DECODE_REACTION_CHRONO
       MOVE "E" TO fp_source
      *Nage dans un couloir dont la plaque ou le plot etait en
      *panne : le temps electronique ne fait pas foi.
       PERFORM PANNE_CONTROLE_RESULTAT
      *L'epreuve est encore dans le tampon fepreuves (lue par le
      *controle de bornes) : les points de performance sortent du
      *meme passage.
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-LOT-NUM TO fp_lot
       MOVE "PARTICIP" TO WS-LOT-FICHIER
       MOVE 7 TO WS-LOT-CLE-LONG
       MOVE "M" TO WS-LOT-ACTION
       PERFORM LOT_NOTE
       REWRITE tamp_fparticipation
              INVALID KEY
                     MOVE "ecriture impossible" TO WS-REJ-MOTIF
                     PERFORM REJETTE_LIGNE_CHRONO
              NOT INVALID KEY
                     ADD 1 TO WS-IMPT-NB-CHARGEES
                     IF WS-PAN-TROUVE = 1 THEN
                            PERFORM PANNE_OUVRE_ARBITRAGE
                     END-IF
                     PERFORM ENREGISTRE_PASSAGES_CHRONO
                     PERFORM VERIFIE_RECORD_PERSO
      *Le classement porte par la ligne importee n'est que
      *Range les temps de passage 50m presents en fin de ligne de
      *chronometrage dans passages.dat, cle athlete/epreuve ; sans
      *passage sur la ligne, rien n'est ecrit (appelee par
      *ECRIT_CHRONO_VALIDE).
       MOVE WS-IMPT-NUMA TO fsp_numA
       MOVE WS-IMPT-NUME TO fsp_numE
       MOVE 0 TO fsp_nb
              END-IF
       END-PERFORM

       MOVE WS-LOT-NUM TO fsp_lot

      *Les passages deja presents sont relus avant d'etre remplaces :
      *leur image AVANT est retenue dans le lot d'import courant.
       IF fsp_nb > 0 THEN
              MOVE tamp_fsplits TO WS-SPL-NOUVEAU
              OPEN I-O fsplits
              READ fsplits
                     INVALID KEY
                            MOVE WS-SPL-NOUVEAU TO tamp_fsplits
                            WRITE tamp_fsplits
                                   NOT INVALID KEY
                                   MOVE "C" TO WS-LOT-ACTION
                                   PERFORM LOT_NOTE_PASSAGES
                            END-WRITE
                     NOT INVALID KEY
                            MOVE "M" TO WS-LOT-ACTION
                            PERFORM LOT_NOTE_PASSAGES
                            MOVE WS-SPL-NOUVEAU TO tamp_fsplits
                            REWRITE tamp_fsplits
                            END-REWRITE
              END-READ
              CLOSE fsplits
              PERFORM CONTROLE_SOMME_PASSAGES
       END-IF.
