                     PERFORM DETERMINE_CATEGORIE_AGE
                     DISPLAY "Age: " WS-AGE-CALCULE " ans"
                     DISPLAY "Pays : " fa_pays
                     IF fa_club NOT = SPACES THEN
                            MOVE fa_club TO WS-CLU-CODE
                            PERFORM CHERCHE_CLUB
                            DISPLAY "Club : " fa_club " - " WS-CLU-NOM
                     END-IF
                     DISPLAY "Genre : " fa_genre OF tamp_fathletes
                     DISPLAY "Categorie d'age : " WS-CATEGORIE-AGE
                     DISPLAY "Derniere mise a jour par : " fa_maj_par
       PERFORM AUDIT_ENREGISTRE.

       SAISIE_CRITERE_RECHERCHE_ATHLETE.
      *Demande le pays optionnel pour restreindre LIST_ATHLETES,
      *a defaut le nom de famille exact ; laisser vide pour ne pas
      *filtrer (appelee par LIST_ATHLETES).
       MOVE SPACES TO WS-FILTRE-NOM
       DISPLAY "Filtrer par pays (vide = tous) : "
       ACCEPT WS-FILTRE-PAYS
       IF WS-FILTRE-PAYS = SPACE THEN
              DISPLAY "Filtrer par nom (vide = tous) : "
              ACCEPT WS-FILTRE-NOM
       END-IF.

       GESTION_CONTACT_URGENCE.
      *Sous-menu de gestion du contact d'urgence d'un athlete,
       ADD_CONTACT_URGENCE.
      *Enregistre ou met a jour le contact d'urgence d'un athlete
      *existant (appelee par GESTION_CONTACT_URGENCE).
       PERFORM CLE_CHIFFREMENT_ABSENTE
       IF WS-CHF-REFUS = 0 THEN
              OPEN INPUT fathletes
              DISPLAY "Numero de l'athlete : "
              ACCEPT fa_numA
              READ fathletes
                     INVALID KEY DISPLAY "Cet athlete n'existe pas"
                     NOT INVALID KEY PERFORM SAISIE_CONTACT_URGENCE
              END-READ
              CLOSE fathletes
       END-IF.

       SAISIE_CONTACT_URGENCE.
      *Saisit les coordonnees du contact d'urgence de l'athlete
       ACCEPT fco_telephone
       DISPLAY "Informations medicales (allergies, etc.) : "
       ACCEPT fco_info_medicale
       PERFORM CHIFFRE_CONTACT

       OPEN I-O fcontact
       WRITE tamp_fcontact
              NOT INVALID KEY
                     DISPLAY "Contact : " fco_nom " " fco_prenom
                            " (" fco_lien ")"
                     PERFORM CLAIR_CONTACT
                     MOVE "CLAIR-MEDIC" TO WS-CLR-FONCTION
                     PERFORM DROIT_LECTURE_CLAIR
                     IF WS-CLR-DROIT = 1 THEN
                            DISPLAY "Telephone : " WS-CLR-TELEPHONE
                            DISPLAY "Infos medicales : "
                                   WS-CLR-INFO-MED
                     ELSE
                            DISPLAY "Telephone : ***************"
                            DISPLAY "Infos medicales : *****"
                     END-IF
       END-READ
       CLOSE fcontact.

                            "valide) : "
                     ACCEPT fa_classe

                     MOVE SPACES TO fa_club
                     PERFORM SAISIE_CLUB_ATHLETE

                     PERFORM SAISIE_LICENCE_ATHLETE
                     PERFORM ENREGISTRE_LICENCE_REGISTRE

       MOVE 0 TO fa_supprime
       MOVE SPACES TO fa_suppr_date

                     MOVE 0 TO fa_lot
                     WRITE tamp_fathletes

                     INVALID KEY DISPLAY "erreur dans l'ajout "

       IMPORT_ATHLETES.
      *Charge en masse des athletes depuis un fichier texte delimite
      *par des points-virgules (numA;nom;prenom;age;pays;genre,
      *puis classe para et code club optionnels), une
      *ligne par athlete, avec les memes controles d'age/genre/pays
      *que ADD_ATHLETE (appelee par GESTION_ATHLETES).
       DISPLAY "---------------------------------------"
       END-IF
       IF WS-REJ-ABANDON = 0 THEN
              OPEN I-O fathletes
              MOVE "ATHLETES" TO WS-LOT-TYPE
              MOVE "import_athletes.dat" TO WS-LOT-SOURCE
              IF WS-REJ-MODE = 2 THEN
                     MOVE WS-REJ-LEC-NOM TO WS-LOT-SOURCE
              END-IF
              PERFORM LOT_OUVRE
              MOVE 0 TO Wfin
              MOVE 0 TO WS-IMP-NB-LUES
              MOVE 0 TO WS-IMP-NB-CHARGEES
              END-PERFORM

              CLOSE fathletes
              MOVE WS-IMP-NB-LUES TO WS-LOT-NB-LUES
              MOVE WS-IMP-NB-REJETEES TO WS-LOT-NB-REJETEES
              PERFORM LOT_FERME
              PERFORM REJET_FERME
              DISPLAY "Lignes lues : " WS-IMP-NB-LUES
              DISPLAY "Athletes charges : " WS-IMP-NB-CHARGEES
       CHARGE_LIGNE_IMPORT_ATHLETE.
      *Decoupe et controle une ligne du fichier d'import puis ecrit
      *l'athlete correspondant (appelee par IMPORT_ATHLETES).
      *La classe para est un 7e champ optionnel de la ligne, le
      *code club un 8e.
       MOVE SPACES TO WS-IMP-CLASSE
       MOVE SPACES TO WS-IMP-CLUB
       UNSTRING tamp_fimportA DELIMITED BY ";"
              INTO WS-IMP-NUMA, WS-IMP-NOM, WS-IMP-PRENOM,
                     WS-IMP-AGE, WS-IMP-PAYS, WS-IMP-GENRE,
                     WS-IMP-CLASSE, WS-IMP-CLUB
       END-UNSTRING

       IF WS-IMP-AGE <= 12 OR WS-IMP-AGE >= 70 THEN
       ELSE
              MOVE WS-IMP-PAYS TO fa_pays
              PERFORM VALIDE_PAYS
              MOVE WS-IMP-CLUB TO fa_club
              PERFORM VALIDE_CLUB
              IF WS-PAYS-VALIDE NOT = 1 THEN
                     MOVE "pays inconnu" TO WS-REJ-MOTIF
                     PERFORM REJETTE_LIGNE_ATHLETE
              ELSE IF WS-CLU-VALIDE NOT = 1 THEN
                     MOVE "club inconnu" TO WS-REJ-MOTIF
                     PERFORM REJETTE_LIGNE_ATHLETE
              ELSE
                     MOVE WS-IMP-NUMA TO fa_numA
                     READ fathletes
                                   PERFORM REJETTE_LIGNE_ATHLETE
                     END-READ
              END-IF
              END-IF
       END-IF.

       ECRIT_LIGNE_IMPORT_ATHLETE.
       MOVE 0 TO fa_naissance
       MOVE WS-IMP-GENRE TO fa_genre OF tamp_fathletes
       MOVE WS-IMP-CLASSE TO fa_classe
       MOVE WS-IMP-CLUB TO fa_club
      *Les imports ne portent pas encore la licence federale : une
      *licence provisoire derivee du numero est posee et inscrite au
      *registre, a corriger via la modification d'athlete.
       MOVE WS-FORMATTED-DATE-TIME TO fa_maj_date
       MOVE 0 TO fa_supprime
       MOVE SPACES TO fa_suppr_date
       MOVE WS-LOT-NUM TO fa_lot
       WRITE tamp_fathletes
              INVALID KEY
                     MOVE "ecriture impossible" TO WS-REJ-MOTIF
                     PERFORM REJETTE_LIGNE_ATHLETE
              NOT INVALID KEY
                     ADD 1 TO WS-IMP-NB-CHARGEES
                     MOVE "C" TO WS-LOT-ACTION
                     PERFORM LOT_NOTE_ATHLETE
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     STRING "Import athlete " fa_numA
                            DELIMITED BY SIZE
       DISPLAY "Nouvelle classe para (ex S9, vide = valide) : "
       ACCEPT fa_classe

       PERFORM SAISIE_CLUB_ATHLETE

       PERFORM SAISIE_LICENCE_ATHLETE
       PERFORM ENREGISTRE_LICENCE_REGISTRE


       PERFORM SAISIE_CRITERE_RECHERCHE_ATHLETE

       OPEN INPUT fathletes

       Move 1 TO Wfin
       MOVE 0 TO WS-NB-AFFICHES
       MOVE 1 TO WS-CONTINUE-PAGE
      *Avec un pays ou un nom saisi, la liste part de la cle
      *alternative fa_pays ou fa_nom_prenom et s'arrete au premier
      *athlete d'un autre pays ou d'un autre nom.
       IF WS-FILTRE-NOM NOT = SPACES THEN
              MOVE WS-FILTRE-NOM TO fa_nom
              MOVE SPACES TO fa_prenom
              START fathletes, KEY IS >= fa_nom_prenom
                     INVALID KEY MOVE 0 TO Wfin
              END-START
       ELSE IF WS-FILTRE-PAYS = SPACE THEN
              MOVE 0 TO fa_numA
              START fathletes, KEY IS >= fa_numA
                     INVALID KEY MOVE 0 TO Wfin
              END-START
       ELSE
              MOVE WS-FILTRE-PAYS TO fa_pays
              START fathletes, KEY IS = fa_pays
                     INVALID KEY MOVE 0 TO Wfin
              END-START
       END-IF
       END-IF

       PERFORM UNTIL Wfin=0 OR WS-CONTINUE-PAGE = 0
              READ fathletes NEXT
              AT END MOVE 0 to Wfin
              NOT AT END
                     IF (WS-FILTRE-PAYS NOT = SPACE AND
                            fa_pays NOT = WS-FILTRE-PAYS) OR
                            (WS-FILTRE-NOM NOT = SPACES AND
                            fa_nom NOT = WS-FILTRE-NOM) THEN
                            MOVE 0 TO Wfin
                     ELSE IF NOT FA-SUPPRIME THEN
                            DISPLAY "---------------------------------"
                            DISPLAY "ID : " fa_numA
                            DISPLAY "Nom : " fa_nom
                                   MOVE 0 TO WS-NB-AFFICHES
                            END-IF
                     END-IF
                     END-IF
              END-READ
       END-PERFORM
       close fathletes.
