       EXPORT_LENEX.
      *Export LENEX 3.0 (format XML d'echange des federations et
      *des logiciels de resultats) de la competition active entiere
      *ou d'une seance : athletes groupes par delegation avec
      *licence et pays, epreuves et phases, engagements avec leur
      *temps d'engagement, resultats avec statut et motif de DQ,
      *passages 50m, relais avec les temps de passage de relais, et
      *records battus sur la periode. La delegation tient lieu de
      *club (type NATIONALTEAM) ; seuls les resultats officiels
      *partent, les epreuves jugees et le water-polo n'ont pas de
      *representation LENEX (appelee par GESTION_SEANCES).
       DISPLAY "---------------------------------------"
       DISPLAY "   EXPORT LENEX                        "
       DISPLAY "---------------------------------------"
       DISPLAY "Numero de la seance (0 = toute la competition) : "
       ACCEPT WS-LNX-NUMS
       MOVE 1 TO WS-SEANCE-VALIDE
       IF WS-LNX-NUMS NOT = 0 THEN
              MOVE WS-LNX-NUMS TO fse_numS
              PERFORM VALIDE_SEANCE
       END-IF
       IF WS-SEANCE-VALIDE NOT = 1 THEN
              DISPLAY "Cette seance n'existe pas"
       ELSE
              DISPLAY "Code du pays organisateur (3 lettres) : "
              MOVE SPACES TO WS-LNX-HOTE
              ACCEPT WS-LNX-HOTE
              PERFORM LNX_NOMME_FICHIER
              OPEN INPUT fepreuves
              OPEN INPUT fparticipations
              OPEN INPUT frelais
              OPEN INPUT fathletes
              OPEN INPUT fpays
              OPEN INPUT fsessions
              OPEN INPUT fsplits
              PERFORM LNX_MARQUE_EPREUVES
              IF WS-LNX-NB-EPR = 0 THEN
                     DISPLAY "Aucune epreuve a exporter"
              ELSE
                     PERFORM LNX_ECRIT_FICHIER
              END-IF
              CLOSE fsplits
              CLOSE fsessions
              CLOSE fpays
              CLOSE fathletes
              CLOSE frelais
              CLOSE fparticipations
              CLOSE fepreuves
              IF WS-LNX-NB-HORS > 0 THEN
                     DISPLAY WS-LNX-NB-HORS " epreuve(s) sans "
                            "seance, hors export"
              END-IF
       END-IF.

       LNX_NOMME_FICHIER.
      *lenex[_<competition>][_seance_NNN].lef, prefixe en mode
      *exercice pour ne jamais ecraser un export de production
      *(appelee par EXPORT_LENEX).
       MOVE SPACES TO WS-LNX-NOM
       MOVE 1 TO WS-LNX-PTR
       IF WS-MODE-EXERCICE = 1 THEN
              STRING "exercice_" DELIMITED BY SIZE
                     INTO WS-LNX-NOM WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       STRING "lenex" DELIMITED BY SIZE
              INTO WS-LNX-NOM WITH POINTER WS-LNX-PTR
       END-STRING
       IF WS-COMPET-ACTIVE NOT = SPACES THEN
              STRING "_" DELIMITED BY SIZE
                     WS-COMPET-ACTIVE DELIMITED BY SPACE
                     INTO WS-LNX-NOM WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       IF WS-LNX-NUMS NOT = 0 THEN
              STRING "_seance_" WS-LNX-NUMS DELIMITED BY SIZE
                     INTO WS-LNX-NOM WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       STRING ".lef" DELIMITED BY SIZE
              INTO WS-LNX-NOM WITH POINTER WS-LNX-PTR
       END-STRING.

       LNX_MARQUE_EPREUVES.
      *Premier passage sur les epreuves : marque celles du perimetre
      *(1 = a exporter, 2 = resultats officiels), les seances
      *concernees, les epreuves de relais et leurs relayeurs, et
      *retient la plage de dates pour les records (appelee par
      *EXPORT_LENEX).
       INITIALIZE WS-LNX-TABLES
       MOVE 0 TO WS-LNX-NB-EPR
       MOVE 0 TO WS-LNX-NB-HORS
       MOVE HIGH-VALUES TO WS-LNX-DATE-MIN
       MOVE LOW-VALUES TO WS-LNX-DATE-MAX
       MOVE SPACES TO WS-LNX-VILLE
       MOVE 0 TO WS-LNX-FIN
       MOVE 0 TO fe_numE
       START fepreuves, KEY IS >= fe_numE
              INVALID KEY MOVE 1 TO WS-LNX-FIN
              NOT INVALID KEY
                     PERFORM LNX_MARQUE_UNE UNTIL WS-LNX-FIN = 1
       END-START.

       LNX_MARQUE_UNE.
       READ fepreuves NEXT
              AT END MOVE 1 TO WS-LNX-FIN
              NOT AT END
                     IF fe_compet = WS-COMPET-ACTIVE AND
                            fe_supprime = 0 AND fe_numE > 0 AND
                            NOT FE-JUGEE AND NOT FE-WATER-POLO AND
                            (WS-LNX-NUMS = 0 OR
                            fe_numSession = WS-LNX-NUMS) THEN
                            PERFORM LNX_MARQUE_EPREUVE
                     END-IF
       END-READ.

       LNX_MARQUE_EPREUVE.
      *Marque l'epreuve du tampon fepreuves ; une epreuve rattachee
      *a aucune seance n'a pas de place dans la structure LENEX et
      *est seulement comptee (appelee par LNX_MARQUE_UNE).
       IF fe_numSession = 0 THEN
              ADD 1 TO WS-LNX-NB-HORS
       ELSE
              ADD 1 TO WS-LNX-NB-EPR
              MOVE 1 TO WS-LNX-EPR(fe_numE)
              MOVE 1 TO WS-LNX-SEA(fe_numSession)
              IF fe_date < WS-LNX-DATE-MIN THEN
                     MOVE fe_date TO WS-LNX-DATE-MIN
              END-IF
              IF fe_date > WS-LNX-DATE-MAX THEN
                     MOVE fe_date TO WS-LNX-DATE-MAX
              END-IF
              IF WS-LNX-VILLE = SPACES THEN
                     MOVE fe_lieu TO WS-LNX-VILLE
              END-IF
              MOVE fe_numE TO WS-OFFI-NUME
              PERFORM OFFI_CONTROLE_EPREUVE
              IF WS-OFFI-OK = 1 THEN
                     MOVE 2 TO WS-LNX-EPR(fe_numE)
              END-IF
      *Les relayeurs n'ont pas de participation individuelle : ils
      *sont reperes ici pour figurer parmi les athletes de leur
      *delegation.
              MOVE fe_numE TO fr_numE
              MOVE 0 TO WS-LNX-FIN2
              START frelais, KEY IS = fr_numE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM LNX_MARQUE_RELAIS
                                   UNTIL WS-LNX-FIN2 = 1
              END-START
       END-IF.

       LNX_MARQUE_RELAIS.
       READ frelais NEXT
              AT END MOVE 1 TO WS-LNX-FIN2
              NOT AT END
                     IF fr_numE NOT = fe_numE THEN
                            MOVE 1 TO WS-LNX-FIN2
                     ELSE
                            MOVE 1 TO WS-LNX-REL(fe_numE)
                            PERFORM VARYING WS-LNX-LEG FROM 1 BY 1
                                   UNTIL WS-LNX-LEG > 4
                                   IF fr_leg_numA(WS-LNX-LEG) > 0 THEN
                                          MOVE 1 TO WS-LNX-NAGEUR(
                                             fr_leg_numA(WS-LNX-LEG))
                                   END-IF
                            END-PERFORM
                     END-IF
       END-READ.

       LNX_ECRIT_FICHIER.
      *Ecrit le document : constructeur, meeting (seances et
      *epreuves, puis delegations), listes de records (appelee par
      *EXPORT_LENEX).
       MOVE 0 TO WS-LNX-NB-LIGNES
       MOVE 0 TO WS-LNX-NB-RES
       MOVE 0 TO WS-LNX-NB-ATH
       MOVE 0 TO WS-LNX-NB-REC
       OPEN OUTPUT flenex
       MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '<LENEX version="3.0">' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE ' <CONSTRUCTOR name="JO_natation" version="1.0">'
              TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '  <CONTACT name="Secretariat de la competition"/>'
              TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE ' </CONSTRUCTOR>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE ' <MEETS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE

       MOVE WS-COMPET-LIBELLE TO WS-LNX-TEXTE
       PERFORM LNX_NETTOIE
       MOVE WS-LNX-TEXTE TO WS-LNX-TEXTE2
       MOVE WS-LNX-VILLE TO WS-LNX-TEXTE
       PERFORM LNX_NETTOIE
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       STRING '  <MEET name="' DELIMITED BY SIZE
              WS-LNX-TEXTE2 DELIMITED BY "  "
              '" city="' DELIMITED BY SIZE
              WS-LNX-TEXTE DELIMITED BY "  "
              '" nation="' DELIMITED BY SIZE
              WS-LNX-HOTE DELIMITED BY SPACE
              '" course="LCM">' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       PERFORM LNX_ECRIT_LIGNE

       MOVE '   <SESSIONS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       PERFORM VARYING WS-LNX-IDX FROM 1 BY 1 UNTIL WS-LNX-IDX > 999
              IF WS-LNX-SEA(WS-LNX-IDX) = 1 THEN
                     PERFORM LNX_ECRIT_SESSION
              END-IF
       END-PERFORM
       MOVE '   </SESSIONS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE

       MOVE '   <CLUBS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE 0 TO WS-LNX-FIN
       PERFORM WITH TEST AFTER UNTIL WS-LNX-FIN = 1
              READ fpays NEXT
              AT END MOVE 1 TO WS-LNX-FIN
              NOT AT END
                     PERFORM LNX_ECRIT_CLUB
       END-PERFORM
       MOVE '   </CLUBS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '  </MEET>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE ' </MEETS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE

       PERFORM LNX_ECRIT_RECORDS
       MOVE '</LENEX>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       CLOSE flenex

       DISPLAY "Export LENEX ecrit : " WS-LNX-NOM
       DISPLAY "  Epreuves  : " WS-LNX-NB-EPR
       DISPLAY "  Athletes  : " WS-LNX-NB-ATH
       DISPLAY "  Resultats : " WS-LNX-NB-RES
       DISPLAY "  Records   : " WS-LNX-NB-REC
       DISPLAY "  Lignes    : " WS-LNX-NB-LIGNES
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Export LENEX " DELIMITED BY SIZE
              WS-LNX-NOM DELIMITED BY SPACE
              " : " WS-LNX-NB-RES " resultat(s)"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       LNX_ECRIT_LIGNE.
       WRITE tamp_flenex
       ADD 1 TO WS-LNX-NB-LIGNES
       MOVE SPACES TO tamp_flenex.

       LNX_NOMBRE.
      *Cadre a gauche le nombre WS-LNX-NB-BRUT dans WS-LNX-NB-TXT,
      *sans zeros ni espaces de tete (appelee par les paragraphes
      *d'ecriture de l'export LENEX).
       MOVE WS-LNX-NB-BRUT TO WS-LNX-NB-EDIT
       MOVE 0 TO WS-LNX-ESP
       INSPECT WS-LNX-NB-EDIT TALLYING WS-LNX-ESP FOR LEADING SPACES
       MOVE SPACES TO WS-LNX-NB-TXT
       MOVE WS-LNX-NB-EDIT(WS-LNX-ESP + 1:) TO WS-LNX-NB-TXT.

       LNX_TEMPS.
      *Temps WS-LNX-NB-BRUT (centiemes) au format LENEX hh:mm:ss.cc
      *dans WS-LNX-TEMPS, NT pour un temps nul (appelee par les
      *paragraphes d'ecriture de l'export LENEX).
       IF WS-LNX-NB-BRUT = 0 THEN
              MOVE "NT" TO WS-LNX-TEMPS
       ELSE
              MOVE WS-LNX-NB-BRUT TO WS-TEMPS-LONG-BRUT
              PERFORM FORMATE_TEMPS_LONG
              MOVE WS-TEMPS-LONG-FORMATE TO WS-LNX-TEMPS
       END-IF.

       LNX_NETTOIE.
      *Neutralise dans WS-LNX-TEXTE les caracteres reserves du XML,
      *les noms saisis allant tels quels dans des attributs
      *(appelee par les paragraphes d'ecriture de l'export LENEX).
       INSPECT WS-LNX-TEXTE REPLACING ALL '&' BY '+'
                                      ALL '<' BY '('
                                      ALL '>' BY ')'
                                      ALL '"' BY "'".

       LNX_STYLE.
      *Nage, genre et tour LENEX de l'epreuve du tampon fepreuves
      *(appelee par LNX_ECRIT_EVENT et LNX_ECRIT_RECORD).
       IF fe_type = "Brasse" THEN
              MOVE "BREAST" TO WS-LNX-NAGE
       ELSE IF fe_type = "Crawl" OR fe_type = "Libre" THEN
              MOVE "FREE" TO WS-LNX-NAGE
       ELSE IF fe_type = "Dos" THEN
              MOVE "BACK" TO WS-LNX-NAGE
       ELSE IF fe_type = "Papillon" THEN
              MOVE "FLY" TO WS-LNX-NAGE
       ELSE IF fe_type(1:1) = "4" OR fe_type(1:6) = "Quatre" THEN
              MOVE "MEDLEY" TO WS-LNX-NAGE
       ELSE
              MOVE "UNKNOWN" TO WS-LNX-NAGE
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       IF fe_genre = "f" THEN
              MOVE "F" TO WS-LNX-GENRE
       ELSE IF fe_genre = "h" THEN
              MOVE "M" TO WS-LNX-GENRE
       ELSE
              MOVE "X" TO WS-LNX-GENRE
       END-IF
       END-IF
       IF FE-SERIE THEN
              MOVE "PRE" TO WS-LNX-TOUR
       ELSE IF FE-DEMI THEN
              MOVE "SEM" TO WS-LNX-TOUR
       ELSE IF FE-BARRAGE THEN
              MOVE "SOP" TO WS-LNX-TOUR
       ELSE IF FE-CONTRE-LA-MONTRE THEN
              MOVE "TIM" TO WS-LNX-TOUR
       ELSE
              MOVE "FIN" TO WS-LNX-TOUR
       END-IF
       END-IF
       END-IF
       END-IF.

       LNX_ECRIT_SESSION.
      *Une seance et ses epreuves du perimetre (appelee par
      *LNX_ECRIT_FICHIER).
       MOVE WS-LNX-IDX TO fse_numS
       READ fsessions
              INVALID KEY
                     MOVE WS-LNX-DATE-MIN TO fse_date
       END-READ
       MOVE WS-LNX-IDX TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '    <SESSION number="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" date="' fse_YEAR "-" fse_MONTH "-" fse_DAY
              '">' DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE '     <EVENTS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE 0 TO WS-LNX-FIN
       MOVE 0 TO fe_numE
       START fepreuves, KEY IS >= fe_numE
              INVALID KEY MOVE 1 TO WS-LNX-FIN
              NOT INVALID KEY
                     PERFORM LNX_SESSION_EPREUVE UNTIL WS-LNX-FIN = 1
       END-START
       MOVE '     </EVENTS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '    </SESSION>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE.

       LNX_SESSION_EPREUVE.
       READ fepreuves NEXT
              AT END MOVE 1 TO WS-LNX-FIN
              NOT AT END
                     IF fe_numE > 0 AND fe_numSession = WS-LNX-IDX
                            THEN
                            IF WS-LNX-EPR(fe_numE) > 0 THEN
                                   PERFORM LNX_ECRIT_EVENT
                            END-IF
                     END-IF
       END-READ.

       LNX_ECRIT_EVENT.
      *Epreuve du tampon fepreuves ; en relais la distance LENEX est
      *celle d'un parcours, en eau libre fe_distance est en km
      *(appelee par LNX_SESSION_EPREUVE).
       PERFORM LNX_STYLE
       MOVE fe_numE TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '      <EVENT eventid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" number="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" gender="' WS-LNX-GENRE '" round="' WS-LNX-TOUR
              '" daytime="' fe_HOUR ":" fe_MIN '">'
              DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE 1 TO WS-LNX-RELAYEURS
       IF WS-LNX-REL(fe_numE) = 1 THEN
              MOVE 4 TO WS-LNX-RELAYEURS
              COMPUTE WS-LNX-NB-BRUT = fe_distance / 4
       ELSE IF FE-EAU-LIBRE THEN
              COMPUTE WS-LNX-NB-BRUT = fe_distance * 1000
       ELSE
              MOVE fe_distance TO WS-LNX-NB-BRUT
       END-IF
       END-IF
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '       <SWIMSTYLE distance="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" relaycount="' WS-LNX-RELAYEURS '" stroke="'
              DELIMITED BY SIZE
              WS-LNX-NAGE DELIMITED BY SPACE
              '"/>' DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE '      </EVENT>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE.

       LNX_ECRIT_CLUB.
      *Delegation du tampon fpays : un element CLUB par club
      *(clubs.dat) de ses athletes engages ou relayeurs dans le
      *perimetre, puis l'equipe nationale, qui porte ses athletes
      *sans club et ses equipes de relais ; chaque balise CLUB n'est
      *ouverte qu'au premier element a ecrire (appelee par
      *LNX_ECRIT_FICHIER).
       PERFORM LNX_COLLECTE_CLUBS
       PERFORM VARYING WS-LNX-CLU-IDX FROM 1 BY 1
              UNTIL WS-LNX-CLU-IDX > WS-LNX-NB-CLUBS
              MOVE WS-LNX-CLU-CODE(WS-LNX-CLU-IDX) TO WS-LNX-CLUB
              PERFORM LNX_ATHLETES_CLUB
              IF WS-LNX-CLUB-OUVERT = 1 THEN
                     MOVE '    </CLUB>' TO tamp_flenex
                     PERFORM LNX_ECRIT_LIGNE
              END-IF
       END-PERFORM

       MOVE SPACES TO WS-LNX-CLUB
       PERFORM LNX_ATHLETES_CLUB
       MOVE 0 TO WS-LNX-BLOC-OUVERT
       PERFORM VARYING WS-LNX-IDX FROM 1 BY 1 UNTIL WS-LNX-IDX > 999
              IF WS-LNX-EPR(WS-LNX-IDX) = 2 AND
                     WS-LNX-REL(WS-LNX-IDX) = 1 THEN
                     PERFORM LNX_UN_RELAIS
              END-IF
       END-PERFORM
       IF WS-LNX-BLOC-OUVERT = 1 THEN
              MOVE '     </RELAYS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF
       IF WS-LNX-CLUB-OUVERT = 1 THEN
              MOVE '    </CLUB>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF.

       LNX_COLLECTE_CLUBS.
      *Releve dans WS-LNX-CLUBS les clubs distincts des athletes de
      *la delegation du tampon fpays ; au-dela de 200 clubs, les
      *athletes des suivants restent sous l'equipe nationale
      *(appelee par LNX_ECRIT_CLUB).
       MOVE 0 TO WS-LNX-NB-CLUBS
       MOVE 0 TO WS-LNX-FIN2
       MOVE pa_nom TO fa_pays
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO WS-LNX-FIN2
              NOT INVALID KEY
                     PERFORM LNX_COLLECTE_UN_CLUB
                            UNTIL WS-LNX-FIN2 = 1
       END-START.

       LNX_COLLECTE_UN_CLUB.
       READ fathletes NEXT
              AT END MOVE 1 TO WS-LNX-FIN2
              NOT AT END
                     IF fa_pays NOT = pa_nom THEN
                            MOVE 1 TO WS-LNX-FIN2
                     ELSE IF NOT FA-SUPPRIME AND fa_numA > 0 AND
                            fa_club NOT = SPACES THEN
                            PERFORM LNX_CHERCHE_CLUB
                            IF WS-LNX-CLU-TROUVE = 0 AND
                                   WS-LNX-NB-CLUBS < 200 THEN
                                   ADD 1 TO WS-LNX-NB-CLUBS
                                   MOVE fa_club TO
                                      WS-LNX-CLU-CODE(WS-LNX-NB-CLUBS)
                            END-IF
                     END-IF
                     END-IF
       END-READ.

       LNX_CHERCHE_CLUB.
      *WS-LNX-CLU-TROUVE a 1 si le club fa_club est deja releve
      *(appelee par LNX_COLLECTE_UN_CLUB et LNX_RETIENT_ATHLETE).
       MOVE 0 TO WS-LNX-CLU-TROUVE
       PERFORM VARYING WS-LNX-IDX FROM 1 BY 1
              UNTIL WS-LNX-IDX > WS-LNX-NB-CLUBS
              OR WS-LNX-CLU-TROUVE = 1
              IF WS-LNX-CLU-CODE(WS-LNX-IDX) = fa_club THEN
                     MOVE 1 TO WS-LNX-CLU-TROUVE
              END-IF
       END-PERFORM.

       LNX_ATHLETES_CLUB.
      *Bloc ATHLETES du club WS-LNX-CLUB (equipe nationale pour des
      *espaces) : parcourt les athletes de la delegation et ecrit
      *ceux du club (appelee par LNX_ECRIT_CLUB).
       MOVE 0 TO WS-LNX-CLUB-OUVERT
       MOVE 0 TO WS-LNX-BLOC-OUVERT
       MOVE 0 TO WS-LNX-FIN2
       MOVE pa_nom TO fa_pays
       START fathletes, KEY IS = fa_pays
              INVALID KEY MOVE 1 TO WS-LNX-FIN2
              NOT INVALID KEY
                     PERFORM LNX_UN_ATHLETE UNTIL WS-LNX-FIN2 = 1
       END-START
       IF WS-LNX-BLOC-OUVERT = 1 THEN
              MOVE '     </ATHLETES>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF.

       LNX_RETIENT_ATHLETE.
      *WS-LNX-RETENU a 1 si l'athlete du tampon appartient au club
      *WS-LNX-CLUB ; l'equipe nationale prend les athletes sans club
      *et ceux d'un club non releve (appelee par LNX_UN_ATHLETE).
       MOVE 0 TO WS-LNX-RETENU
       IF WS-LNX-CLUB NOT = SPACES THEN
              IF fa_club = WS-LNX-CLUB THEN
                     MOVE 1 TO WS-LNX-RETENU
              END-IF
       ELSE IF fa_club = SPACES THEN
              MOVE 1 TO WS-LNX-RETENU
       ELSE
              PERFORM LNX_CHERCHE_CLUB
              IF WS-LNX-CLU-TROUVE = 0 THEN
                     MOVE 1 TO WS-LNX-RETENU
              END-IF
       END-IF
       END-IF.

       LNX_OUVRE_CLUB.
      *Balise CLUB du club WS-LNX-CLUB, ou de l'equipe nationale de
      *la delegation du tampon fpays, au premier athlete ou relais
      *ecrit (appelee par LNX_EXAMINE_ATHLETE et LNX_ECRIT_RELAIS).
       IF WS-LNX-CLUB-OUVERT = 0 AND WS-LNX-CLUB NOT = SPACES THEN
              MOVE 1 TO WS-LNX-CLUB-OUVERT
              MOVE WS-LNX-CLUB TO WS-CLU-CODE
              PERFORM CHERCHE_CLUB
              MOVE WS-CLU-NOM TO WS-LNX-TEXTE
              PERFORM LNX_NETTOIE
              MOVE SPACES TO tamp_flenex
              STRING '    <CLUB name="' DELIMITED BY SIZE
                     WS-LNX-TEXTE DELIMITED BY "  "
                     '" code="' DELIMITED BY SIZE
                     WS-LNX-CLUB DELIMITED BY SPACE
                     '" nation="' DELIMITED BY SIZE
                     pa_code DELIMITED BY SPACE
                     '" type="CLUB">' DELIMITED BY SIZE
                     INTO tamp_flenex
              END-STRING
              PERFORM LNX_ECRIT_LIGNE
       END-IF
       IF WS-LNX-CLUB-OUVERT = 0 THEN
              MOVE 1 TO WS-LNX-CLUB-OUVERT
              MOVE pa_nom TO WS-LNX-TEXTE
              PERFORM LNX_NETTOIE
              MOVE SPACES TO tamp_flenex
              STRING '    <CLUB name="' DELIMITED BY SIZE
                     WS-LNX-TEXTE DELIMITED BY "  "
                     '" nation="' DELIMITED BY SIZE
                     pa_code DELIMITED BY SPACE
                     '" type="NATIONALTEAM">' DELIMITED BY SIZE
                     INTO tamp_flenex
              END-STRING
              PERFORM LNX_ECRIT_LIGNE
       END-IF.

       LNX_UN_ATHLETE.
       READ fathletes NEXT
              AT END MOVE 1 TO WS-LNX-FIN2
              NOT AT END
                     IF fa_pays NOT = pa_nom THEN
                            MOVE 1 TO WS-LNX-FIN2
                     ELSE IF NOT FA-SUPPRIME AND fa_numA > 0 THEN
                            PERFORM LNX_RETIENT_ATHLETE
                            IF WS-LNX-RETENU = 1 THEN
                                   PERFORM LNX_EXAMINE_ATHLETE
                            END-IF
                     END-IF
                     END-IF
       END-READ.

       LNX_EXAMINE_ATHLETE.
      *Ecrit l'athlete du tampon fathletes s'il est engage dans une
      *epreuve du perimetre ou relayeur : engagements, puis
      *resultats officiels (appelee par LNX_UN_ATHLETE).
       MOVE 0 TO WS-LNX-NB-ENG
       MOVE 0 TO WS-LNX-NB-OFF
       MOVE 0 TO WS-LNX-MODE
       PERFORM LNX_PARCOURS_ENGAGEMENTS
       IF WS-LNX-NB-ENG > 0 OR WS-LNX-NAGEUR(fa_numA) = 1 THEN
              PERFORM LNX_OUVRE_CLUB
              IF WS-LNX-BLOC-OUVERT = 0 THEN
                     MOVE 1 TO WS-LNX-BLOC-OUVERT
                     MOVE '     <ATHLETES>' TO tamp_flenex
                     PERFORM LNX_ECRIT_LIGNE
              END-IF
              ADD 1 TO WS-LNX-NB-ATH
              PERFORM LNX_ECRIT_ATHLETE
              IF WS-LNX-NB-ENG > 0 THEN
                     MOVE '       <ENTRIES>' TO tamp_flenex
                     PERFORM LNX_ECRIT_LIGNE
                     MOVE 1 TO WS-LNX-MODE
                     PERFORM LNX_PARCOURS_ENGAGEMENTS
                     MOVE '       </ENTRIES>' TO tamp_flenex
                     PERFORM LNX_ECRIT_LIGNE
              END-IF
              IF WS-LNX-NB-OFF > 0 THEN
                     MOVE '       <RESULTS>' TO tamp_flenex
                     PERFORM LNX_ECRIT_LIGNE
                     MOVE 2 TO WS-LNX-MODE
                     PERFORM LNX_PARCOURS_ENGAGEMENTS
                     MOVE '       </RESULTS>' TO tamp_flenex
                     PERFORM LNX_ECRIT_LIGNE
              END-IF
              MOVE '      </ATHLETE>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF.

       LNX_ECRIT_ATHLETE.
      *Balise ATHLETE : identifiant, nom, prenom, genre, naissance,
      *licence (appelee par LNX_EXAMINE_ATHLETE).
       MOVE fa_nom TO WS-LNX-TEXTE
       PERFORM LNX_NETTOIE
       MOVE WS-LNX-TEXTE TO WS-LNX-TEXTE2
       MOVE fa_prenom TO WS-LNX-TEXTE
       PERFORM LNX_NETTOIE
       IF fa_genre OF tamp_fathletes = "f" THEN
              MOVE "F" TO WS-LNX-GENRE
       ELSE
              MOVE "M" TO WS-LNX-GENRE
       END-IF
       MOVE fa_naissance TO WS-LNX-NAISSANCE
       MOVE fa_numA TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       STRING '      <ATHLETE athleteid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" lastname="' DELIMITED BY SIZE
              WS-LNX-TEXTE2 DELIMITED BY "  "
              '" firstname="' DELIMITED BY SIZE
              WS-LNX-TEXTE DELIMITED BY "  "
              '" gender="' WS-LNX-GENRE '" birthdate="'
              WS-LNX-NAIS-AAAA "-" WS-LNX-NAIS-MM "-"
              WS-LNX-NAIS-JJ '" license="' DELIMITED BY SIZE
              fa_licence DELIMITED BY SPACE
              '">' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       PERFORM LNX_ECRIT_LIGNE.

       LNX_PARCOURS_ENGAGEMENTS.
      *Parcourt les participations de l'athlete par la cle
      *secondaire fp_numA ; WS-LNX-MODE : 0 compte, 1 ecrit les
      *engagements, 2 ecrit les resultats officiels (appelee par
      *LNX_EXAMINE_ATHLETE).
       MOVE fa_numA TO fp_numA
       MOVE 0 TO WS-LNX-FIN3
       START fparticipations, KEY IS = fp_numA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM LNX_UN_ENGAGEMENT UNTIL WS-LNX-FIN3 = 1
       END-START.

       LNX_UN_ENGAGEMENT.
       READ fparticipations NEXT
              AT END MOVE 1 TO WS-LNX-FIN3
              NOT AT END
                     IF fp_numA NOT = fa_numA THEN
                            MOVE 1 TO WS-LNX-FIN3
                     ELSE
                            IF NOT FP-SUPPRIME AND fp_numE > 0 THEN
                                   IF WS-LNX-EPR(fp_numE) > 0 THEN
                                          PERFORM LNX_TRAITE_ENGAGEMENT
                                   END-IF
                            END-IF
                     END-IF
       END-READ.

       LNX_TRAITE_ENGAGEMENT.
       IF WS-LNX-MODE = 0 THEN
              ADD 1 TO WS-LNX-NB-ENG
              IF WS-LNX-EPR(fp_numE) = 2 AND FP-OFFICIEL THEN
                     ADD 1 TO WS-LNX-NB-OFF
              END-IF
       ELSE IF WS-LNX-MODE = 1 THEN
              PERFORM LNX_ECRIT_ENGAGEMENT
       ELSE
              IF WS-LNX-EPR(fp_numE) = 2 AND FP-OFFICIEL THEN
                     PERFORM LNX_ECRIT_RESULTAT
              END-IF
       END-IF
       END-IF.

       LNX_ECRIT_ENGAGEMENT.
      *Engagement : epreuve et temps d'engagement de la delegation
      *(NT s'il n'en a pas soumis) (appelee par
      *LNX_TRAITE_ENGAGEMENT).
       MOVE fp_temps_engage TO WS-LNX-NB-BRUT
       PERFORM LNX_TEMPS
       MOVE fp_numE TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '        <ENTRY eventid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" entrytime="' DELIMITED BY SIZE
              WS-LNX-TEMPS DELIMITED BY SPACE
              '"/>' DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE.

       LNX_ECRIT_RESULTAT.
      *Resultat officiel de la participation courante : temps
      *(temps long en eau libre), place, statut et motif de DQ,
      *puis passages 50m cumules de splits.dat (appelee par
      *LNX_TRAITE_ENGAGEMENT).
       MOVE fp_numE TO fe_numE
       READ fepreuves
              INVALID KEY MOVE SPACES TO fe_nature
       END-READ
       ADD 1 TO WS-LNX-NB-RES
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       MOVE WS-LNX-NB-RES TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       STRING '        <RESULT resultid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       MOVE fp_numE TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       IF FE-EAU-LIBRE THEN
              MOVE fp_temps_long TO WS-LNX-NB-BRUT
       ELSE
              MOVE fc_temps TO WS-LNX-NB-BRUT
       END-IF
       PERFORM LNX_TEMPS
       STRING '" eventid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" swimtime="' DELIMITED BY SIZE
              WS-LNX-TEMPS DELIMITED BY SPACE
              '"' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       IF FP-TERMINE AND NOT FE-CONTRE-LA-MONTRE THEN
              MOVE fp_classement TO WS-LNX-NB-BRUT
              PERFORM LNX_NOMBRE
              STRING ' place="' DELIMITED BY SIZE
                     WS-LNX-NB-TXT DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       MOVE fp_classement TO WS-LNX-CLASSEMENT
       MOVE fp_motif_dq TO fdq_code
       PERFORM LNX_ECRIT_STATUT

       MOVE fp_numA TO fsp_numA
       MOVE fp_numE TO fsp_numE
       READ fsplits
              INVALID KEY MOVE 0 TO fsp_nb
       END-READ
       IF fsp_nb > 0 THEN
              MOVE '         <SPLITS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
              PERFORM VARYING WS-LNX-SPL FROM 1 BY 1
                     UNTIL WS-LNX-SPL > fsp_nb
                     COMPUTE WS-LNX-DISTANCE = WS-LNX-SPL * 50
                     MOVE fsp_passage(WS-LNX-SPL) TO WS-LNX-PASSAGE
                     PERFORM LNX_ECRIT_SPLIT
              END-PERFORM
              MOVE '         </SPLITS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF
       MOVE '        </RESULT>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE.

       LNX_ECRIT_STATUT.
      *Termine la balise RESULT en cours : statut DSQ/DNS/DNF de
      *WS-LNX-CLASSEMENT, et pour une DQ le motif (fdq_code) et son
      *libelle en commentaire (appelee par LNX_ECRIT_RESULTAT et
      *LNX_ECRIT_RELAIS).
       IF WS-LNX-CLASSEMENT = 98 THEN
              PERFORM CHERCHE_MOTIF_DQ
              MOVE fdq_libelle TO WS-LNX-TEXTE
              PERFORM LNX_NETTOIE
              STRING ' status="DSQ" comment="' DELIMITED BY SIZE
                     fdq_code DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-LNX-TEXTE DELIMITED BY "  "
                     '"' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       ELSE IF WS-LNX-CLASSEMENT = 0 THEN
              STRING ' status="DNS"' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       ELSE IF WS-LNX-CLASSEMENT = 99 THEN
              STRING ' status="DNF"' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       END-IF
       END-IF
       STRING '>' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       PERFORM LNX_ECRIT_LIGNE.

       LNX_ECRIT_SPLIT.
      *Un passage : distance parcourue et temps cumule (appelee
      *par LNX_ECRIT_RESULTAT et LNX_ECRIT_RELAIS).
       MOVE WS-LNX-PASSAGE TO WS-LNX-NB-BRUT
       PERFORM LNX_TEMPS
       MOVE WS-LNX-DISTANCE TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '          <SPLIT distance="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" swimtime="' DELIMITED BY SIZE
              WS-LNX-TEMPS DELIMITED BY SPACE
              '"/>' DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE.

       LNX_UN_RELAIS.
      *Equipe de la delegation du tampon fpays sur l'epreuve de
      *relais WS-LNX-IDX, si elle y a un resultat officiel (appelee
      *par LNX_ECRIT_CLUB).
       MOVE WS-LNX-IDX TO fr_numE
       MOVE pa_nom TO fr_pays
       READ frelais
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF FR-OFFICIEL THEN
                            PERFORM LNX_ECRIT_RELAIS
                     END-IF
       END-READ.

       LNX_ECRIT_RELAIS.
      *Equipe de relais : resultat, ordre des relayeurs avec le
      *temps de passage de relais (signe, en centiemes) et passages
      *cumules a chaque fin de parcours (appelee par LNX_UN_RELAIS).
       MOVE fr_numE TO fe_numE
       READ fepreuves
              INVALID KEY MOVE 0 TO fe_distance
       END-READ
       PERFORM LNX_STYLE
       PERFORM LNX_OUVRE_CLUB
       IF WS-LNX-BLOC-OUVERT = 0 THEN
              MOVE 1 TO WS-LNX-BLOC-OUVERT
              MOVE '     <RELAYS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF
       MOVE fr_numE TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '      <RELAY number="1" gender="' WS-LNX-GENRE
              '" agemin="-1" agemax="-1" agetotalmin="-1"'
              ' agetotalmax="-1">'
              DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE '       <RESULTS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE

       ADD 1 TO WS-LNX-NB-RES
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       STRING '        <RESULT eventid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       MOVE WS-LNX-NB-RES TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE fr_temps_total TO WS-LNX-NB-BRUT
       PERFORM LNX_TEMPS
       STRING '" resultid="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" swimtime="' DELIMITED BY SIZE
              WS-LNX-TEMPS DELIMITED BY SPACE
              '"' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       IF FR-TERMINE AND NOT FE-CONTRE-LA-MONTRE THEN
              MOVE fr_classement TO WS-LNX-NB-BRUT
              PERFORM LNX_NOMBRE
              STRING ' place="' DELIMITED BY SIZE
                     WS-LNX-NB-TXT DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       MOVE fr_classement TO WS-LNX-CLASSEMENT
       MOVE fr_motif_dq TO fdq_code
       PERFORM LNX_ECRIT_STATUT

       MOVE '         <RELAYPOSITIONS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       PERFORM VARYING WS-LNX-LEG FROM 1 BY 1 UNTIL WS-LNX-LEG > 4
              PERFORM LNX_ECRIT_RELAYEUR
       END-PERFORM
       MOVE '         </RELAYPOSITIONS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE

       IF FR-TERMINE THEN
              MOVE '         <SPLITS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
              MOVE 0 TO WS-LNX-PASSAGE
              PERFORM VARYING WS-LNX-LEG FROM 1 BY 1
                     UNTIL WS-LNX-LEG > 4
                     COMPUTE WS-LNX-DISTANCE =
                            WS-LNX-LEG * fe_distance / 4
                     ADD fr_leg_temps(WS-LNX-LEG) TO WS-LNX-PASSAGE
                     PERFORM LNX_ECRIT_SPLIT
              END-PERFORM
              MOVE '         </SPLITS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF
       MOVE '        </RESULT>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '       </RESULTS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '      </RELAY>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE.

       LNX_ECRIT_RELAYEUR.
      *Relayeur WS-LNX-LEG ; a partir du deuxieme, le temps de
      *reaction LENEX est le decalage de passage de relais mesure,
      *negatif pour un depart anticipe (appelee par
      *LNX_ECRIT_RELAIS).
       MOVE fr_leg_numA(WS-LNX-LEG) TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       STRING '          <RELAYPOSITION athleteid="'
              DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" number="' WS-LNX-LEG '"' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       IF WS-LNX-LEG > 1 THEN
              MOVE fr_leg_echange(WS-LNX-LEG) TO WS-LNX-NB-BRUT
              PERFORM LNX_NOMBRE
              IF fr_leg_echange_neg(WS-LNX-LEG) = 1 THEN
                     MOVE "-" TO WS-LNX-SIGNE
              ELSE
                     MOVE "+" TO WS-LNX-SIGNE
              END-IF
              STRING ' reactiontime="' WS-LNX-SIGNE
                     DELIMITED BY SIZE
                     WS-LNX-NB-TXT DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       STRING '/>' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       PERFORM LNX_ECRIT_LIGNE.

       LNX_ECRIT_RECORDS.
      *Records battus sur la periode exportee : les lignes de la
      *progression des records datees entre la premiere et la
      *derniere epreuve du perimetre, une liste LENEX par record.
      *Seules partent les lignes dont la nouvelle marque est encore
      *celle du livre, avec son statut de ratification (appelee par
      *LNX_ECRIT_FICHIER).
       MOVE 0 TO WS-LNX-BLOC-OUVERT
       OPEN INPUT frecords
       OPEN INPUT fprogrec
       IF cr_fprogrec NOT = 35 AND cr_frecords NOT = 35 THEN
              MOVE 0 TO WS-LNX-FIN
              PERFORM WITH TEST AFTER UNTIL WS-LNX-FIN = 1
                     READ fprogrec
                     AT END MOVE 1 TO WS-LNX-FIN
                     NOT AT END
                            MOVE tamp_fprogrec TO WS-LNX-PROG
                            MOVE WS-LNX-PRG-AAAA TO WS-LNX-JOUR-AAAA
                            MOVE WS-LNX-PRG-MM TO WS-LNX-JOUR-MM
                            MOVE WS-LNX-PRG-JJ TO WS-LNX-JOUR-JJ
                            IF WS-LNX-JOUR >= WS-LNX-DATE-MIN AND
                                   WS-LNX-JOUR <= WS-LNX-DATE-MAX THEN
                                   PERFORM LNX_CONTROLE_RECORD
                                   IF WS-LNX-REC-COURANT = 1 THEN
                                          PERFORM LNX_ECRIT_RECORD
                                   END-IF
                            END-IF
              END-PERFORM
       END-IF
       CLOSE fprogrec
       CLOSE frecords
       IF WS-LNX-BLOC-OUVERT = 1 THEN
              MOVE ' </RECORDLISTS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF.

       LNX_CONTROLE_RECORD.
      *Relit au livre le record de la ligne de progression : la
      *ligne n'est retenue que si sa nouvelle marque et son
      *detenteur sont toujours ceux du livre. Une marque rejetee a
      *la ratification disparait ainsi de l'export, de meme que la
      *ligne qui a rendu au livre la marque precedente, plus lente
      *que celle qu'elle remplace (appelee par LNX_ECRIT_RECORDS).
       MOVE 0 TO WS-LNX-REC-COURANT
       MOVE WS-LNX-PRG-NIVEAU TO frb_niveau
       MOVE WS-LNX-PRG-TYPE TO frb_type
       MOVE WS-LNX-PRG-DISTANCE TO frb_distance
       MOVE WS-LNX-PRG-GENRE TO frb_genre
       MOVE WS-LNX-PRG-CLASSE TO frb_classe
       READ frecords
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF frb_temps = WS-LNX-PRG-NOUV-TEMPS AND
                            frb_detenteur = WS-LNX-PRG-NOUV-DET AND
                            (WS-LNX-PRG-ANC-TEMPS = 0 OR
                            WS-LNX-PRG-NOUV-TEMPS <
                            WS-LNX-PRG-ANC-TEMPS) THEN
                            MOVE 1 TO WS-LNX-REC-COURANT
                     END-IF
       END-READ.

       LNX_ECRIT_RECORD.
      *Un record de la progression : niveau (type de liste),
      *nouvelle marque et son detenteur, statut de ratification du
      *livre - PENDING tant que le dossier n'est pas ratifie, frecords
      *etant lu par LNX_CONTROLE_RECORD (appelee par
      *LNX_ECRIT_RECORDS).
       IF WS-LNX-BLOC-OUVERT = 0 THEN
              MOVE 1 TO WS-LNX-BLOC-OUVERT
              MOVE ' <RECORDLISTS>' TO tamp_flenex
              PERFORM LNX_ECRIT_LIGNE
       END-IF
       ADD 1 TO WS-LNX-NB-REC
       MOVE WS-LNX-PRG-TYPE TO fe_type
       MOVE WS-LNX-PRG-GENRE TO fe_genre
       PERFORM LNX_STYLE
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       STRING '  <RECORDLIST course="LCM" gender="' WS-LNX-GENRE
              '" name="Record ' DELIMITED BY SIZE
              WS-LNX-PRG-NIVEAU DELIMITED BY SPACE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       IF WS-LNX-PRG-CLASSE NOT = SPACES THEN
              STRING ' ' WS-LNX-PRG-CLASSE DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       STRING '" type="' DELIMITED BY SIZE
              WS-LNX-PRG-NIVEAU DELIMITED BY SPACE
              '">' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE '   <RECORDS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE WS-LNX-PRG-NOUV-TEMPS TO WS-LNX-NB-BRUT
       PERFORM LNX_TEMPS
       MOVE SPACES TO tamp_flenex
       MOVE 1 TO WS-LNX-PTR
       STRING '    <RECORD swimtime="' DELIMITED BY SIZE
              WS-LNX-TEMPS DELIMITED BY SPACE
              '" status="' DELIMITED BY SIZE
              INTO tamp_flenex WITH POINTER WS-LNX-PTR
       END-STRING
       IF FRB-EN-ATTENTE THEN
              STRING 'PENDING">' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       ELSE
              STRING 'APPROVED">' DELIMITED BY SIZE
                     INTO tamp_flenex WITH POINTER WS-LNX-PTR
              END-STRING
       END-IF
       PERFORM LNX_ECRIT_LIGNE
       MOVE WS-LNX-PRG-DISTANCE TO WS-LNX-NB-BRUT
       PERFORM LNX_NOMBRE
       MOVE SPACES TO tamp_flenex
       STRING '     <SWIMSTYLE distance="' DELIMITED BY SIZE
              WS-LNX-NB-TXT DELIMITED BY SPACE
              '" relaycount="1" stroke="' DELIMITED BY SIZE
              WS-LNX-NAGE DELIMITED BY SPACE
              '"/>' DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE WS-LNX-PRG-NOUV-DET TO WS-LNX-TEXTE
       PERFORM LNX_NETTOIE
       MOVE SPACES TO tamp_flenex
       STRING '     <ATHLETE lastname="' DELIMITED BY SIZE
              WS-LNX-TEXTE DELIMITED BY "  "
              '" firstname=""/>' DELIMITED BY SIZE
              INTO tamp_flenex
       END-STRING
       PERFORM LNX_ECRIT_LIGNE
       MOVE '    </RECORD>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '   </RECORDS>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE
       MOVE '  </RECORDLIST>' TO tamp_flenex
       PERFORM LNX_ECRIT_LIGNE.
