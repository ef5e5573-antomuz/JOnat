      *listant chaque ligne acceptee ou rejetee avec son motif est
      *ecrit pour la delegation. Format des lignes :
      *   P;pays            (entete de delegation)
      *   A;numA;nom;prenom;age;genre[;classe;club]
      *   I;numA;numE       (engagement individuel)
      *   R;numE;leg1;leg2;leg3;leg4
      *   B;numA;ville;entraineur;taille;debut;faits (biographie)
      *(appelee par GESTION_PARTICIPATIONS).
       DISPLAY "---------------------------------------"
       DISPLAY "   IMPORT PAQUET DELEGATION            "
              ACCEPT repUser
              IF repUser = 1 THEN
                     MOVE 2 TO WS-PKG-MODE
                     MOVE "PAQUET" TO WS-LOT-TYPE
                     MOVE "paquet_delegation.dat" TO WS-LOT-SOURCE
                     PERFORM LOT_OUVRE
                     PERFORM PAQUET_UNE_PASSE
                     MOVE WS-PKG-NB-LUES TO WS-LOT-NB-LUES
                     MOVE WS-PKG-NB-REJETS TO WS-LOT-NB-REJETEES
                     MOVE WS-LOT-NUM TO WS-FAC-LOT
                     PERFORM LOT_FERME
                     DISPLAY "Chargement : " WS-PKG-NB-OK
                            " acceptee(s), " WS-PKG-NB-REJETS
                            " rejetee(s)"
              PERFORM PAQUET_LIGNE_ENGAGEMENT
       ELSE IF WS-PKG-TYPE = "R" THEN
              PERFORM PAQUET_LIGNE_RELAIS
       ELSE IF WS-PKG-TYPE = "B" THEN
              PERFORM PAQUET_LIGNE_BIOGRAPHIE
       ELSE
              MOVE 0 TO WS-PKG-OK
              MOVE "type de ligne inconnu" TO WS-PKG-VERDICT
       END-IF
       END-IF
       END-IF
       END-IF

       IF WS-PKG-OK = 1 THEN
              ADD 1 TO WS-PKG-NB-OK
              MOVE 0 TO WS-PKG-OK
              MOVE "pas d'entete P valide" TO WS-PKG-VERDICT
       ELSE
      *La classe para est un 7e champ optionnel de la ligne A, le
      *code club un 8e.
              MOVE SPACES TO WS-PKG-CLASSE
              MOVE SPACES TO WS-PKG-CLUB
              UNSTRING tamp_fpaquet DELIMITED BY ";"
                     INTO WS-PKG-TYPE, WS-PKG-NUMA-X, WS-PKG-NOM,
                            WS-PKG-PRENOM, WS-PKG-AGE-X,
                            WS-PKG-GENRE, WS-PKG-CLASSE, WS-PKG-CLUB
              END-UNSTRING
              MOVE WS-PKG-CLUB TO fa_club
              PERFORM VALIDE_CLUB
              MOVE WS-PKG-NUMA-X TO WS-PKG-NUMA
              MOVE WS-PKG-AGE-X TO WS-PKG-AGE
              IF WS-PKG-AGE <= 12 OR WS-PKG-AGE >= 70 THEN
                     WS-PKG-GENRE NOT = "h" THEN
                     MOVE 0 TO WS-PKG-OK
                     MOVE "genre invalide" TO WS-PKG-VERDICT
              ELSE IF WS-CLU-VALIDE NOT = 1 THEN
                     MOVE 0 TO WS-PKG-OK
                     MOVE "club inconnu de clubs.dat" TO WS-PKG-VERDICT
              ELSE
                     MOVE WS-PKG-NUMA TO fa_numA
                     READ fathletes
                            INVALID KEY
                                   PERFORM PAQUET_CONTROLE_HOMONYME
                            NOT INVALID KEY
                                   MOVE 0 TO WS-PKG-OK
                                   MOVE "id athlete deja utilise"
                     END-READ
              END-IF
              END-IF
              END-IF
       END-IF.

       PAQUET_CONTROLE_HOMONYME.
      *Un athlete actif de la delegation portant deja ces nom et
      *prenom, cherche par la cle alternative fa_nom_prenom, fait
      *rejeter la ligne : le paquet le recreerait sous un second
      *numero (appelee par PAQUET_LIGNE_ATHLETE).
       MOVE 0 TO WS-PKG-HOMONYME
       MOVE WS-PKG-NOM TO fa_nom
       MOVE WS-PKG-PRENOM TO fa_prenom
       MOVE 0 TO WS-PKG-HFIN
       START fathletes, KEY IS = fa_nom_prenom
              INVALID KEY MOVE 1 TO WS-PKG-HFIN
       END-START
       PERFORM UNTIL WS-PKG-HFIN = 1
              READ fathletes NEXT
              AT END MOVE 1 TO WS-PKG-HFIN
              NOT AT END
                     IF fa_nom NOT = WS-PKG-NOM OR
                            fa_prenom NOT = WS-PKG-PRENOM THEN
                            MOVE 1 TO WS-PKG-HFIN
                     ELSE IF fa_pays OF tamp_fathletes = WS-PKG-PAYS
                            AND NOT FA-SUPPRIME THEN
                            MOVE fa_numA TO WS-PKG-HOMONYME
                            MOVE 1 TO WS-PKG-HFIN
                     END-IF
                     END-IF
              END-READ
       END-PERFORM
       IF WS-PKG-HOMONYME = 0 THEN
              PERFORM PAQUET_RETIENT_ATHLETE
       ELSE
              MOVE 0 TO WS-PKG-OK
              MOVE SPACES TO WS-PKG-VERDICT
              STRING "athlete deja enregistre sous le numero "
                     WS-PKG-HOMONYME
                     DELIMITED BY SIZE INTO WS-PKG-VERDICT
              END-STRING
       END-IF.

       PAQUET_RETIENT_ATHLETE.
              MOVE WS-PKG-PAYS TO fa_pays OF tamp_fathletes
              MOVE WS-PKG-GENRE TO fa_genre OF tamp_fathletes
              MOVE WS-PKG-CLASSE TO fa_classe
              MOVE WS-PKG-CLUB TO fa_club
              MOVE SPACES TO fa_licence
              STRING "L" fa_numA DELIMITED BY SIZE
                     INTO fa_licence
              MOVE WS-FORMATTED-DATE-TIME TO fa_maj_date
       MOVE 0 TO fa_supprime
       MOVE SPACES TO fa_suppr_date
              MOVE WS-LOT-NUM TO fa_lot
              WRITE tamp_fathletes
                     INVALID KEY
                            MOVE 0 TO WS-PKG-OK
                                   TO WS-PKG-VERDICT
                     NOT INVALID KEY
                            ADD 1 TO WS-FAC-NB-ATH
                            MOVE "C" TO WS-LOT-ACTION
                            PERFORM LOT_NOTE_ATHLETE
              END-WRITE
       END-IF.

              END-READ
       END-IF.

       PAQUET_LIGNE_BIOGRAPHIE.
      *Ligne biographie : l'athlete doit etre connu, taille et annee
      *de debut numeriques si renseignees ; en mode chargement la
      *biographie de sa licence est creee ou remplacee (appelee par
      *PAQUET_TRAITE_LIGNE).
       IF WS-PKG-PAYS-OK NOT = 1 THEN
              MOVE 0 TO WS-PKG-OK
              MOVE "pas d'entete P valide" TO WS-PKG-VERDICT
       ELSE
              MOVE SPACES TO WS-BIO-VILLE
              MOVE SPACES TO WS-BIO-ENTRAINEUR
              MOVE SPACES TO WS-BIO-TAILLE-X
              MOVE SPACES TO WS-BIO-DEBUT-X
              MOVE SPACES TO WS-BIO-FAITS
              UNSTRING tamp_fpaquet DELIMITED BY ";"
                     INTO WS-PKG-TYPE, WS-PKG-NUMA-X, WS-BIO-VILLE,
                            WS-BIO-ENTRAINEUR, WS-BIO-TAILLE-X,
                            WS-BIO-DEBUT-X, WS-BIO-FAITS
              END-UNSTRING
              MOVE WS-PKG-NUMA-X TO WS-PKG-NUMA
              PERFORM PAQUET_ATHLETE_CONNU
              IF WS-PKG-ATH-CONNU = 0 THEN
                     MOVE 0 TO WS-PKG-OK
                     MOVE "athlete inconnu" TO WS-PKG-VERDICT
              ELSE IF WS-BIO-TAILLE-X NOT = SPACES AND
                     WS-BIO-TAILLE-X IS NOT NUMERIC THEN
                     MOVE 0 TO WS-PKG-OK
                     MOVE "taille invalide (cm sur 3 chiffres)"
                            TO WS-PKG-VERDICT
              ELSE IF WS-BIO-DEBUT-X NOT = SPACES AND
                     WS-BIO-DEBUT-X IS NOT NUMERIC THEN
                     MOVE 0 TO WS-PKG-OK
                     MOVE "annee de debut invalide" TO WS-PKG-VERDICT
              ELSE IF WS-PKG-MODE = 2 THEN
                     PERFORM PAQUET_ECRIT_BIOGRAPHIE
              END-IF
              END-IF
              END-IF
              END-IF
       END-IF.

       PAQUET_ECRIT_BIOGRAPHIE.
      *Ecrit la biographie sous la licence de l'athlete, lu dans
      *fathletes ou il a pu etre ecrit plus haut dans le meme
      *paquet (appelee par PAQUET_LIGNE_BIOGRAPHIE).
       MOVE WS-PKG-NUMA TO fa_numA
       READ fathletes
              INVALID KEY MOVE SPACES TO fa_licence
       END-READ
       IF fa_licence = SPACES THEN
              MOVE 0 TO WS-PKG-OK
              MOVE "athlete sans licence federale" TO WS-PKG-VERDICT
       ELSE
              OPEN I-O fbio
              MOVE fa_licence TO fbi_licence
      *Une biographie deja presente est retenue dans le lot
      *d'import avant d'etre remplacee.
              READ fbio
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE "M" TO WS-LOT-ACTION
                            PERFORM LOT_NOTE_BIO
              END-READ
              MOVE fa_licence TO fbi_licence
              MOVE WS-BIO-VILLE TO fbi_ville
              MOVE WS-BIO-ENTRAINEUR TO fbi_entraineur
              IF WS-BIO-TAILLE-X = SPACES THEN
                     MOVE 0 TO fbi_taille
              ELSE
                     MOVE WS-BIO-TAILLE-X TO fbi_taille
              END-IF
              IF WS-BIO-DEBUT-X = SPACES THEN
                     MOVE 0 TO fbi_debut
              ELSE
                     MOVE WS-BIO-DEBUT-X TO fbi_debut
              END-IF
              MOVE WS-BIO-FAITS TO fbi_faits
              MOVE WS-OPERATEUR TO fbi_maj_par
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fbi_maj_date
              MOVE WS-LOT-NUM TO fbi_lot
              WRITE tamp_fbio
                     INVALID KEY
                            REWRITE tamp_fbio
                                   INVALID KEY
                                          MOVE 0 TO WS-PKG-OK
                                          MOVE "biographie non ecrite"
                                                 TO WS-PKG-VERDICT
                            END-REWRITE
                     NOT INVALID KEY
                            MOVE "C" TO WS-LOT-ACTION
                            PERFORM LOT_NOTE_BIO
              END-WRITE
              CLOSE fbio
       END-IF.

       PAQUET_LIGNE_ENGAGEMENT.
      *Ligne d'engagement individuel : l'athlete doit etre connu,
      *l'epreuve exister et offrir une place dans la capacite et le
                            TO WS-PKG-VERDICT
              ELSE
                     PERFORM PAQUET_VERIFIE_CLASSE
                     IF WS-PKG-OK = 1 THEN
                            PERFORM PAQUET_VERIFIE_LICENCE
                     END-IF
                     IF WS-PKG-OK = 1 THEN
                            PERFORM PAQUET_VERIFIE_TRANSFERT
                     END-IF
              END-READ
       END-IF.

       PAQUET_VERIFIE_LICENCE.
      *Refuse l'engagement d'un athlete deja connu dont la
      *federation a suspendu la licence ; un athlete du paquet pas
      *encore charge recoit une licence neuve et passe (appelee par
      *PAQUET_CONTROLE_EPREUVE et PAQUET_CONTROLE_RELAYEURS ;
      *fathletes est ouvert).
       MOVE WS-PKG-NUMA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fa_licence TO WS-LIC-COURANTE
                     PERFORM VERIFIE_LICENCE_SUSPENDUE
                     IF WS-LSY-OK NOT = 1 THEN
                            MOVE 0 TO WS-PKG-OK
                            MOVE "licence suspendue (federation)"
                                   TO WS-PKG-VERDICT
                     END-IF
       END-READ.

       PAQUET_CPT_EPREUVE.
      *Retrouve le nombre de lignes deja validees du paquet pour
      *l'epreuve WS-PKG-NUME (appelee par PAQUET_CONTROLE_EPREUVE).
       MOVE WS-PKG-NUME TO fp_numE
       MOVE WS-PKG-TEMPS TO fp_temps_engage
       MOVE WS-PKG-BASSIN TO fp_bassin
       MOVE SPACE TO fp_verif
       MOVE 0 TO fp_temps_declare
       MOVE SPACES TO fp_preuve
       MOVE 0 TO fp_points_perf
       MOVE SPACE TO fp_source
       MOVE 0 TO fp_temps_long
       MOVE 0 TO fp_ecart
       MOVE 0 TO fp_note_totale
       MOVE 0 TO fp_classement
       MOVE 0 TO fc_temps
       MOVE 0 TO fp_reaction
       MOVE WS-OPERATEUR TO fp_maj_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fp_maj_date
       MOVE WS-COMPET-ACTIVE TO fp_compet
       MOVE WS-LOT-NUM TO fp_lot
       WRITE tamp_fparticipation
              INVALID KEY
                     MOVE 0 TO WS-PKG-OK
                     MOVE "participation deja existante"
                            TO WS-PKG-VERDICT
              NOT INVALID KEY
                     MOVE "C" TO WS-LOT-ACTION
                     PERFORM LOT_NOTE_PARTICIPATION
      *Un engagement accepte apres la cloture des engagements se
      *facture d'office au tarif de penalite.
                     MOVE FUNCTION CURRENT-DATE
              MOVE 0 TO WS-PKG-OK
              MOVE "relayeur inconnu" TO WS-PKG-VERDICT
       ELSE
              MOVE WS-PKG-LEG1 TO WS-PKG-NUMA
              PERFORM PAQUET_VERIFIE_LICENCE
              IF WS-PKG-OK = 1 THEN
                     MOVE WS-PKG-LEG2 TO WS-PKG-NUMA
                     PERFORM PAQUET_VERIFIE_LICENCE
              END-IF
              IF WS-PKG-OK = 1 THEN
                     MOVE WS-PKG-LEG3 TO WS-PKG-NUMA
                     PERFORM PAQUET_VERIFIE_LICENCE
              END-IF
              IF WS-PKG-OK = 1 THEN
                     MOVE WS-PKG-LEG4 TO WS-PKG-NUMA
                     PERFORM PAQUET_VERIFIE_LICENCE
              END-IF
              IF WS-PKG-OK = 1 AND WS-PKG-MODE = 2 THEN
                     PERFORM PAQUET_ECRIT_RELAIS
              END-IF
       END-IF.
       MOVE 0 TO fr_echange_signale
       MOVE 0 TO fr_officiel
       MOVE SPACES TO fr_motif_dq
       MOVE SPACE TO fr_source
       MOVE WS-COMPET-ACTIVE TO fr_compet
       MOVE WS-LOT-NUM TO fr_lot
       WRITE tamp_frelais
              INVALID KEY
                     MOVE 0 TO WS-PKG-OK
                            TO WS-PKG-VERDICT
              NOT INVALID KEY
                     ADD 1 TO WS-FAC-NB-REL
                     MOVE "C" TO WS-LOT-ACTION
                     PERFORM LOT_NOTE_RELAIS
       END-WRITE.
