       GESTION_LOCALISATION.
      *Sous-menu des controles hors competition : l'agence attend
      *de nous la tenue des localisations quotidiennes des athletes
      *pendant la fenetre des jeux et le suivi des tentatives de
      *controle ; LOC-SEUIL manquements (controles manques ou
      *defauts de declaration) sur douze mois barrent l'athlete
      *comme la sanction de forfait en finale (appelee par
      *GESTION_DOPAGE).
       DISPLAY "***********************************************"
       DISPLAY "*     Localisation hors competition            *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Declarer une localisation quotidienne      *"
       DISPLAY "* 2-Visualiser les localisations d'un athlete  *"
       DISPLAY "* 3-Enregistrer une tentative de controle      *"
       DISPLAY "* 4-Dossier des manquements d'un athlete       *"
       DISPLAY "* 5-Lever une sanction de localisation         *"
       DISPLAY "* 6-Retour                                     *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 7 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM LOC_DECLARE
       ELSE IF Wchoix2 = 2 THEN
              PERFORM LOC_LISTE
       ELSE IF Wchoix2 = 3 THEN
              PERFORM LOC_TENTATIVE
       ELSE IF Wchoix2 = 4 THEN
              PERFORM LOC_DOSSIER
       ELSE IF Wchoix2 = 5 THEN
              PERFORM LOC_LEVE_SANCTION
       ELSE IF Wchoix2 = 6 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       LOC_CHERCHE_ATHLETE.
      *Saisit le numero d'athlete dans WS-LOC-NUMA et positionne
      *WS-LOC-TROUVE a 1 s'il existe (appelee par les saisies de
      *localisation).
       DISPLAY "Numero de l'athlete : "
       ACCEPT WS-LOC-NUMA
       MOVE 0 TO WS-LOC-TROUVE
       OPEN INPUT fathletes
       MOVE WS-LOC-NUMA TO fa_numA
       READ fathletes
              INVALID KEY DISPLAY "Athlete inconnu"
              NOT INVALID KEY
                     MOVE 1 TO WS-LOC-TROUVE
                     DISPLAY "Athlete : " fa_nom " " fa_prenom
       END-READ
       CLOSE fathletes.

       LOC_DECLARE.
      *Enregistre le creneau d'une heure et le lieu declares pour
      *un jour par l'athlete ou son chef d'equipe ; une nouvelle
      *declaration pour le meme jour remplace la precedente ; un
      *jour passe, ou deja marque par une tentative de controle, ne
      *se declare plus (appelee par GESTION_LOCALISATION).
       PERFORM LOC_CHERCHE_ATHLETE
       IF WS-LOC-TROUVE = 1 THEN
              MOVE WS-LOC-NUMA TO flo_numA
              DISPLAY "Date du jour declare (AAAAMMJJ) : "
              ACCEPT flo_date
              PERFORM LOC_CONTROLE_DECLARATION
              IF WS-LOC-DECL-OK = 1 THEN
                     PERFORM LOC_DECLARE_ENREGISTRE
              END-IF
       END-IF.

       LOC_CONTROLE_DECLARATION.
      *WS-LOC-DECL-OK a 0 si le jour flo_date est passe ou si une
      *tentative de controle y est deja enregistree pour l'athlete :
      *sa localisation fait foi pour cette tentative (appelee par
      *LOC_DECLARE).
       MOVE 1 TO WS-LOC-DECL-OK
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME(1:8) TO WS-LOC-JOUR
       IF flo_date < WS-LOC-JOUR THEN
              MOVE 0 TO WS-LOC-DECL-OK
              DISPLAY "Refus : ce jour est passe"
       ELSE
              OPEN INPUT fhorscomp
              MOVE WS-LOC-NUMA TO fhc_numA
              MOVE flo_date TO fhc_date
              MOVE 0 TO fhc_seq
              START fhorscomp KEY >= fhc_cle
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            READ fhorscomp NEXT
                                   AT END CONTINUE
                                   NOT AT END
                                          PERFORM LOC_TENTATIVE_DU_JOUR
                            END-READ
              END-START
              CLOSE fhorscomp
              IF WS-LOC-DECL-OK = 0 THEN
                     DISPLAY "Refus : une tentative de controle est "
                            "deja enregistree ce jour"
              END-IF
       END-IF.

       LOC_TENTATIVE_DU_JOUR.
      *Refuse la declaration si la premiere tentative lue apres la
      *cle est celle de l'athlete pour ce jour (appelee par
      *LOC_CONTROLE_DECLARATION).
       IF fhc_numA = WS-LOC-NUMA AND fhc_date = flo_date THEN
              MOVE 0 TO WS-LOC-DECL-OK
       END-IF.

       LOC_DECLARE_ENREGISTRE.
      *Saisit le creneau, le lieu et le declarant du jour flo_date
      *et enregistre la localisation (appelee par LOC_DECLARE).
       PERFORM WITH TEST AFTER
              UNTIL flo_heure >= 5 AND flo_heure <= 22
              DISPLAY "Debut du creneau d'une heure "
                     "(5 a 22) : "
              ACCEPT flo_heure
       END-PERFORM
       DISPLAY "Lieu (adresse, village, hotel...) : "
       ACCEPT flo_lieu
       PERFORM WITH TEST AFTER
              UNTIL FLO-ATHLETE OR FLO-CHEF
              DISPLAY "Declarant (A-athlete / "
                     "C-chef d'equipe) : "
              ACCEPT flo_declarant
       END-PERFORM
       IF FLO-CHEF THEN
              DISPLAY "Nom du chef d'equipe : "
              ACCEPT flo_declare_par
       ELSE
              MOVE "athlete" TO flo_declare_par
       END-IF
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO flo_saisie_date
       OPEN I-O flocalis
       WRITE tamp_flocalis
              INVALID KEY
                     REWRITE tamp_flocalis
                            INVALID KEY
                                   DISPLAY "Erreur "
                                          "d'enregistrement"
                     END-REWRITE
       END-WRITE
       CLOSE flocalis
       DISPLAY "Localisation enregistree"
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Localisation athlete " flo_numA
              " le " flo_date " " flo_heure "h"
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE.

       LOC_LISTE.
      *Affiche les localisations declarees d'un athlete par date
      *(appelee par GESTION_LOCALISATION).
       PERFORM LOC_CHERCHE_ATHLETE
       IF WS-LOC-TROUVE = 1 THEN
              MOVE 0 TO WS-LOC-NB
              MOVE 0 TO WS-LOC-FIN
              DISPLAY "--------- Localisations ---------"
              OPEN INPUT flocalis
              MOVE WS-LOC-NUMA TO flo_numA
              MOVE 0 TO flo_date
              START flocalis KEY >= flo_cle
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM LOC_UNE_LOCALISATION
                                   UNTIL WS-LOC-FIN = 1
              END-START
              CLOSE flocalis
              IF WS-LOC-NB = 0 THEN
                     DISPLAY "   (aucune)"
              END-IF
              DISPLAY "---------------------------------"
       END-IF.

       LOC_UNE_LOCALISATION.
       READ flocalis NEXT
              AT END MOVE 1 TO WS-LOC-FIN
              NOT AT END
                     IF flo_numA NOT = WS-LOC-NUMA THEN
                            MOVE 1 TO WS-LOC-FIN
                     ELSE
                            ADD 1 TO WS-LOC-NB
                            DISPLAY flo_date " " flo_heure "h-"
                                   flo_heure "h59 " flo_lieu
                            DISPLAY "      declare par "
                                   flo_declare_par " le "
                                   flo_saisie_date
                     END-IF
       END-READ.

       LOC_TENTATIVE.
      *Enregistre une tentative de controle hors competition. Sans
      *localisation pour le jour, c'est un defaut de declaration ;
      *un athlete absent du lieu declare pendant son creneau est un
      *controle manque ; absent hors creneau, la tentative est
      *tracee sans consequence. Un manquement recompte ceux des
      *douze derniers mois et sanctionne au seuil (appelee par
      *GESTION_LOCALISATION).
       PERFORM LOC_CHERCHE_ATHLETE
       IF WS-LOC-TROUVE = 1 THEN
              DISPLAY "Date de la tentative (AAAAMMJJ) : "
              ACCEPT WS-LOC-DATE
              DISPLAY "Heure de la tentative (HHMM) : "
              ACCEPT WS-LOC-HEURE
              DISPLAY "Lieu de la tentative : "
              ACCEPT WS-LOC-LIEU
              MOVE SPACES TO WS-LOC-AGENT
              DISPLAY "Agent de controle : "
              ACCEPT WS-LOC-AGENT
              OPEN INPUT flocalis
              MOVE WS-LOC-NUMA TO flo_numA
              MOVE WS-LOC-DATE TO flo_date
              READ flocalis
                     INVALID KEY
                            MOVE "F" TO fhc_issue
                            DISPLAY "Aucune localisation declaree "
                                   "ce jour : DEFAUT DE DECLARATION"
                     NOT INVALID KEY
                            PERFORM LOC_ISSUE_TENTATIVE
              END-READ
              CLOSE flocalis
              PERFORM LOC_ECRIT_TENTATIVE
              IF FHC-MANQUE OR FHC-DEFAUT THEN
                     PERFORM LOC_COMPTE_MANQUEMENTS
                     DISPLAY "Manquements sur douze mois : "
                            WS-LOC-MANQUEMENTS " (seuil "
                            WS-PARAM-LOC-SEUIL ")"
                     IF WS-LOC-MANQUEMENTS >= WS-PARAM-LOC-SEUIL
                            THEN
                            PERFORM LOC_SANCTION_CREE
                     END-IF
              END-IF
       END-IF.

       LOC_ISSUE_TENTATIVE.
      *Fixe l'issue d'une tentative quand une localisation existe
      *pour le jour (appelee par LOC_TENTATIVE).
       DISPLAY "Creneau declare : " flo_heure "h-" flo_heure
              "h59 a " flo_lieu
       DIVIDE WS-LOC-HEURE BY 100 GIVING WS-LOC-HH
       MOVE SPACES TO WS-LOC-REPONSE
       PERFORM WITH TEST AFTER
              UNTIL WS-LOC-REPONSE = "O" OR WS-LOC-REPONSE = "N"
              DISPLAY "Athlete trouve et controle (O/N) : "
              ACCEPT WS-LOC-REPONSE
       END-PERFORM
       IF WS-LOC-REPONSE = "O" THEN
              MOVE "T" TO fhc_issue
              DISPLAY "Controle effectue"
       ELSE IF WS-LOC-HH = flo_heure THEN
              MOVE "M" TO fhc_issue
              DISPLAY "Absent pendant le creneau declare : "
                     "CONTROLE MANQUE"
       ELSE
              MOVE "H" TO fhc_issue
              DISPLAY "Absent hors du creneau declare : "
                     "tentative sans consequence"
       END-IF.

       LOC_ECRIT_TENTATIVE.
      *Ecrit la tentative sous le premier numero d'ordre libre du
      *jour (appelee par LOC_TENTATIVE).
       MOVE fhc_issue TO WS-LOC-REPONSE
       MOVE 0 TO WS-LOC-SEQ
       MOVE 0 TO WS-LOC-FIN
       OPEN I-O fhorscomp
       MOVE WS-LOC-NUMA TO fhc_numA
       MOVE WS-LOC-DATE TO fhc_date
       MOVE 0 TO fhc_seq
       START fhorscomp KEY >= fhc_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM LOC_DERNIERE_TENTATIVE
                            UNTIL WS-LOC-FIN = 1
       END-START
       ADD 1 TO WS-LOC-SEQ
       MOVE WS-LOC-NUMA TO fhc_numA
       MOVE WS-LOC-DATE TO fhc_date
       MOVE WS-LOC-SEQ TO fhc_seq
       MOVE WS-LOC-HEURE TO fhc_heure
       MOVE WS-LOC-LIEU TO fhc_lieu
       MOVE WS-LOC-REPONSE TO fhc_issue
       MOVE WS-LOC-AGENT TO fhc_agent
       MOVE WS-OPERATEUR TO fhc_saisie_par
       PERFORM HORODATE_MAJ
       MOVE WS-FORMATTED-DATE-TIME TO fhc_saisie_date
       WRITE tamp_fhorscomp
              INVALID KEY DISPLAY "Erreur d'enregistrement"
       END-WRITE
       CLOSE fhorscomp
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Controle hors compet athlete " fhc_numA
              " le " fhc_date " : " fhc_issue
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE.

       LOC_DERNIERE_TENTATIVE.
       READ fhorscomp NEXT
              AT END MOVE 1 TO WS-LOC-FIN
              NOT AT END
                     IF fhc_numA NOT = WS-LOC-NUMA OR
                            fhc_date NOT = WS-LOC-DATE THEN
                            MOVE 1 TO WS-LOC-FIN
                     ELSE
                            MOVE fhc_seq TO WS-LOC-SEQ
                     END-IF
       END-READ.

       LOC_COMPTE_MANQUEMENTS.
      *Compte dans WS-LOC-MANQUEMENTS les controles manques et
      *defauts de declaration de WS-LOC-NUMA sur les douze mois qui
      *finissent a WS-LOC-DATE (appelee par LOC_TENTATIVE et
      *LOC_DOSSIER).
       COMPUTE WS-LOC-DEBUT = WS-LOC-DATE - 10000
       MOVE 0 TO WS-LOC-MANQUEMENTS
       MOVE 0 TO WS-LOC-FIN
       OPEN INPUT fhorscomp
       MOVE WS-LOC-NUMA TO fhc_numA
       MOVE WS-LOC-DEBUT TO fhc_date
       MOVE 99 TO fhc_seq
       START fhorscomp KEY > fhc_cle
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM LOC_UN_MANQUEMENT
                            UNTIL WS-LOC-FIN = 1
       END-START
       CLOSE fhorscomp.

       LOC_UN_MANQUEMENT.
       READ fhorscomp NEXT
              AT END MOVE 1 TO WS-LOC-FIN
              NOT AT END
                     IF fhc_numA NOT = WS-LOC-NUMA OR
                            fhc_date > WS-LOC-DATE THEN
                            MOVE 1 TO WS-LOC-FIN
                     ELSE
                            IF FHC-MANQUE OR FHC-DEFAUT THEN
                                   ADD 1 TO WS-LOC-MANQUEMENTS
                            END-IF
                     END-IF
       END-READ.

       LOC_SANCTION_CREE.
      *Cree la sanction de localisation de WS-LOC-NUMA (epreuve 0
      *dans sanctions.dat) ; un athlete deja sous sanction active
      *reste barre sans que la sanction en cours soit remplacee
      *(appelee par LOC_TENTATIVE).
       MOVE 0 TO WS-LOC-TROUVE
       OPEN I-O fsanctions
       MOVE WS-LOC-NUMA TO fsa_numA
       READ fsanctions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF NOT FSA-LEVEE THEN
                            MOVE 1 TO WS-LOC-TROUVE
                     END-IF
       END-READ
       IF WS-LOC-TROUVE = 1 THEN
              DISPLAY "Athlete deja sous sanction active"
       ELSE
              MOVE WS-LOC-NUMA TO fsa_numA
              MOVE 0 TO fsa_numE
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fsa_date
              MOVE 0 TO fsa_levee
              MOVE SPACES TO fsa_levee_date
              WRITE tamp_fsanctions
                     INVALID KEY
                            REWRITE tamp_fsanctions
                                   INVALID KEY CONTINUE
                            END-REWRITE
              END-WRITE
       END-IF
       CLOSE fsanctions
       IF WS-LOC-TROUVE = 0 THEN
              DISPLAY "SANCTION : athlete " WS-LOC-NUMA " barre "
                     "des inscriptions (manquements de "
                     "localisation)"
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Sanction localisation athlete " WS-LOC-NUMA
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
              MOVE "SANCTION" TO WS-NOT-TYPE
              MOVE 0 TO WS-NOT-NUME
              MOVE SPACES TO WS-NOT-TEXTE
              STRING WS-LOC-MANQUEMENTS " manquements de "
                     "localisation en douze mois, barre(e) des "
                     "epreuves"
                     DELIMITED BY SIZE INTO WS-NOT-TEXTE
              END-STRING
              MOVE WS-LOC-NUMA TO WS-NOT-NUMA
              PERFORM NOTIFIE_ATHLETE
       END-IF.

       LOC_DOSSIER.
      *Affiche toutes les tentatives de controle hors competition
      *d'un athlete et ses manquements des douze derniers mois
      *(appelee par GESTION_LOCALISATION).
       PERFORM LOC_CHERCHE_ATHLETE
       IF WS-LOC-TROUVE = 1 THEN
              MOVE 0 TO WS-LOC-NB
              MOVE 0 TO WS-LOC-FIN
              DISPLAY "------ Controles hors competition ------"
              OPEN INPUT fhorscomp
              MOVE WS-LOC-NUMA TO fhc_numA
              MOVE 0 TO fhc_date
              MOVE 0 TO fhc_seq
              START fhorscomp KEY >= fhc_cle
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM LOC_UNE_TENTATIVE
                                   UNTIL WS-LOC-FIN = 1
              END-START
              CLOSE fhorscomp
              IF WS-LOC-NB = 0 THEN
                     DISPLAY "   (aucune)"
              END-IF
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME(1:8) TO WS-LOC-DATE
              PERFORM LOC_COMPTE_MANQUEMENTS
              DISPLAY "Manquements sur douze mois : "
                     WS-LOC-MANQUEMENTS " (seuil "
                     WS-PARAM-LOC-SEUIL ")"
              DISPLAY "----------------------------------------"
       END-IF.

       LOC_UNE_TENTATIVE.
       READ fhorscomp NEXT
              AT END MOVE 1 TO WS-LOC-FIN
              NOT AT END
                     IF fhc_numA NOT = WS-LOC-NUMA THEN
                            MOVE 1 TO WS-LOC-FIN
                     ELSE
                            ADD 1 TO WS-LOC-NB
                            IF FHC-CONTROLE THEN
                                   MOVE "controle effectue"
                                          TO WS-LOC-ISSUE
                            ELSE IF FHC-MANQUE THEN
                                   MOVE "CONTROLE MANQUE"
                                          TO WS-LOC-ISSUE
                            ELSE IF FHC-DEFAUT THEN
                                   MOVE "DEFAUT DE DECLARATION"
                                          TO WS-LOC-ISSUE
                            ELSE
                                   MOVE "absent hors creneau"
                                          TO WS-LOC-ISSUE
                            END-IF
                            DISPLAY fhc_date " " fhc_heure " "
                                   WS-LOC-ISSUE " " fhc_lieu
                            DISPLAY "      agent " fhc_agent
                     END-IF
       END-READ.

       LOC_LEVE_SANCTION.
      *Leve une sanction de localisation sur decision de l'agence
      *(annulation d'un manquement apres recours) ; le certificat
      *medical ne s'applique qu'au forfait en finale (appelee par
      *GESTION_LOCALISATION).
       OPEN I-O fsanctions
       DISPLAY "Numero de l'athlete : "
       ACCEPT fsa_numA
       READ fsanctions
              INVALID KEY
                     DISPLAY "Aucune sanction pour cet athlete"
              NOT INVALID KEY
                     IF fsa_numE NOT = 0 THEN
                            DISPLAY "Sanction de forfait en finale "
                                   ": levee sur certificat medical"
                     ELSE IF FSA-LEVEE THEN
                            DISPLAY "Sanction deja levee le "
                                   fsa_levee_date
                     ELSE
                            PERFORM LOC_LEVE_SANCTION_APPLIQUE
                     END-IF
       END-READ
       CLOSE fsanctions.

       LOC_LEVE_SANCTION_APPLIQUE.
       MOVE SPACES TO WS-LOC-REPONSE
       PERFORM WITH TEST AFTER
              UNTIL WS-LOC-REPONSE = "O" OR WS-LOC-REPONSE = "N"
              DISPLAY "Decision de l'agence recue (O/N) : "
              ACCEPT WS-LOC-REPONSE
       END-PERFORM
       IF WS-LOC-REPONSE = "O" THEN
              MOVE 1 TO fsa_levee
              PERFORM HORODATE_MAJ
              MOVE WS-FORMATTED-DATE-TIME TO fsa_levee_date
              REWRITE tamp_fsanctions
                     INVALID KEY DISPLAY "Erreur de levee"
                     NOT INVALID KEY
                            DISPLAY "Sanction de localisation levee"
                            MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                            STRING "Levee sanction localisation "
                                   "athlete " fsa_numA
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-ACTION
                            PERFORM AUDIT_ENREGISTRE
              END-REWRITE
       ELSE
              DISPLAY "Levee abandonnee"
       END-IF.
