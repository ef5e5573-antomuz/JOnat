              AT END MOVE 1 TO Wfin
              NOT AT END
                     ADD 1 TO WS-SAN-NB
                     IF fsa_numE = 0 THEN
                            DISPLAY "Athlete " fsa_numA
                                   " - localisation le "
                                   fsa_date " - " WITH NO ADVANCING
                            IF FSA-LEVEE THEN
                                   DISPLAY "LEVEE le " fsa_levee_date
                            ELSE
                                   DISPLAY "ACTIVE"
                            END-IF
                     ELSE IF FSA-LEVEE THEN
                            DISPLAY "Athlete " fsa_numA
                                   " - finale " fsa_numE " le "
                                   fsa_date " - LEVEE le "

       SANCTION_CREE.
      *Cree la sanction de l'athlete DNS en finale apres
      *qualification ; une sanction deja presente est reactivee,
      *sauf une sanction de localisation active (epreuve 0), levee
      *par l'agence seule, qui n'est pas remplacee : l'athlete reste
      *barre et le forfait est consigne au journal (appelee par
      *DNS_UN_NON_POINTE quand l'appel d'une finale est cloture, et
      *par RET_FORFAIT_NON_EXCUSE).
       MOVE 0 TO WS-SAN-LOCALISATION
       OPEN I-O fsanctions
       MOVE fp_numA TO fsa_numA
       READ fsanctions
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF fsa_numE = 0 AND NOT FSA-LEVEE THEN
                            MOVE 1 TO WS-SAN-LOCALISATION
                     END-IF
       END-READ
       IF WS-SAN-LOCALISATION = 0 THEN
              MOVE fp_numA TO fsa_numA
              MOVE fp_numE TO fsa_numE
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
       MOVE fp_numA TO fsa_numA
       MOVE fp_numE TO fsa_numE
       IF WS-SAN-LOCALISATION = 1 THEN
              DISPLAY "Athlete " fsa_numA " deja sous sanction de "
                     "localisation active : forfait finale " fsa_numE
                     " consigne au journal"
       ELSE
              DISPLAY "SANCTION : athlete " fsa_numA " barre de ses "
                     "epreuves restantes (forfait finale " fsa_numE
                     ")"
       END-IF
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "Sanction forfait finale athlete " fsa_numA
              " epreuve " fsa_numE
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE
       MOVE "SANCTION" TO WS-NOT-TYPE
       MOVE fsa_numE TO WS-NOT-NUME
       MOVE SPACES TO WS-NOT-TEXTE
       STRING "forfait non excuse en finale " fsa_numE
              ", barre(e) des epreuves restantes"
              DELIMITED BY SIZE INTO WS-NOT-TEXTE
       END-STRING
       MOVE fsa_numA TO WS-NOT-NUMA
       PERFORM NOTIFIE_ATHLETE.

       VERIFIE_SANCTION_ATHLETE.
      *Positionne WS-SAN-OK a 0 si l'athlete fp_numA porte une
      *sanction active, forfait en finale ou localisation
      *(appelee par ENREGISTRE_PARTICIPATION et
      *POINTE_SAISIE_PRESENCE).
       MOVE 1 TO WS-SAN-OK
       OPEN INPUT fsanctions
       CLOSE fsanctions.

       LEVE_SANCTION_CONTROLE.
      *Une sanction de localisation (epreuve 0) ne se leve que sur
      *decision de l'agence, depuis le menu antidopage.
       IF FSA-LEVEE THEN
              DISPLAY "Sanction deja levee le " fsa_levee_date
       ELSE IF fsa_numE = 0 THEN
              DISPLAY "Sanction de localisation : levee sur "
                     "decision de l'agence (menu antidopage)"
       ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
              MOVE WS-TEMP-DATE-TIME(1:8) TO WS-SAN-DATE-JOUR
                            DISPLAY "Levee refusee : aucun "
                                   "certificat medical enregistre"
                     NOT INVALID KEY
                            PERFORM CLAIR_MEDICAL
                            IF WS-CLR-APTE-OUI AND
                                   fm_date_expiration >=
                                   WS-SAN-DATE-JOUR THEN
                                   PERFORM LEVE_SANCTION_APPLIQUE
                            ELSE
