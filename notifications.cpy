       GESTION_NOTIFICATIONS.
      *Sous-menu de la file des notifications sortantes : chaque
      *evenement qui touche un nageur precis (replanification,
      *serie et couloir, qualification, repechage, controle
      *antidopage, sanction) est mis en file pour la passerelle
      *SMS a destination de l'encadrement de sa delegation ; le
      *fichier de statut renvoye par la passerelle est reimporte
      *pour lister ce qui n'est pas parvenu (appelee par
      *GESTION_ENCADREMENT).
       DISPLAY "***********************************************"
       DISPLAY "*     Notifications aux delegations            *"
       DISPLAY "***********************************************"
       DISPLAY "* 1-Importer les statuts de la passerelle      *"
       DISPLAY "* 2-Lister les notifications non delivrees     *"
       DISPLAY "* 3-Retour                                     *"
       DISPLAY "*                                             *"
       PERFORM WITH TEST AFTER UNTIL Wchoix2 < 4 AND Wchoix2 > 0
        DISPLAY "* Saisir le nombre :                          *"
        ACCEPT Wchoix2
        DISPLAY "*                                             *"
       END-PERFORM
       DISPLAY "***********************************************"
       IF Wchoix2 = 1 THEN
              PERFORM IMPORT_STATUTS_NOTIFICATIONS
       ELSE IF Wchoix2 = 2 THEN
              PERFORM LISTE_NOTIFICATIONS_NON_LIVREES
       ELSE IF Wchoix2 = 3 THEN
              MOVE -1 TO Wchoix2
       END-IF.

       NOTIFIE_ATHLETE.
      *Met en file une notification pour l'athlete WS-NOT-NUMA : le
      *pays et le nom sont relus dans fathletes, qui ne doit pas
      *etre ouvert par l'appelant. WS-NOT-TYPE, WS-NOT-NUME et
      *WS-NOT-TEXTE sont garnis par l'appelant (appelee par
      *REPLAN_FINALISE, PROMEUT_TETE_ATTENTE, TIRAGE_CREE_CONTROLE
      *et SANCTION_CREE).
       MOVE SPACES TO WS-NOT-PAYS
       MOVE SPACES TO WS-NOT-NOM
       MOVE SPACES TO WS-NOT-PRENOM
       OPEN INPUT fathletes
       MOVE WS-NOT-NUMA TO fa_numA
       READ fathletes
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE fa_pays TO WS-NOT-PAYS
                     MOVE fa_nom TO WS-NOT-NOM
                     MOVE fa_prenom TO WS-NOT-PRENOM
       END-READ
       CLOSE fathletes
       IF WS-NOT-PAYS = SPACES THEN
              DISPLAY "Notification impossible : athlete "
                     WS-NOT-NUMA " inconnu"
       ELSE
              PERFORM NOTIFIE_DELEGATION
       END-IF.

       NOTIFIE_ATHLETE_LU.
      *Meme chose quand l'appelant vient de lire l'athlete dans
      *fathletes, deja ouvert chez lui (appelee par
      *SEED_ECRIT_UNE_SERIE et CLOT_INSCRIT_UN_QUALIFIE).
       MOVE fa_numA TO WS-NOT-NUMA
       MOVE fa_pays TO WS-NOT-PAYS
       MOVE fa_nom TO WS-NOT-NOM
       MOVE fa_prenom TO WS-NOT-PRENOM
       PERFORM NOTIFIE_DELEGATION.

       NOTIFIE_DELEGATION.
      *Ecrit une notification par membre de l'encadrement de la
      *delegation WS-NOT-PAYS joignable par telephone, dans le
      *registre notifications.dat et dans la file de la passerelle.
      *Une delegation sans aucun contact joignable laisse une
      *notification SANS-DEST au registre, pour qu'elle ressorte
      *dans la liste des non delivrees (appelee par NOTIFIE_ATHLETE
      *et NOTIFIE_ATHLETE_LU).
       MOVE SPACES TO WS-NOT-MESSAGE
       STRING WS-NOT-PRENOM DELIMITED BY "  "
              " " DELIMITED BY SIZE
              WS-NOT-NOM DELIMITED BY "  "
              " (" DELIMITED BY SIZE
              WS-NOT-PAYS DELIMITED BY "  "
              ") : " DELIMITED BY SIZE
              WS-NOT-TEXTE DELIMITED BY SIZE
              INTO WS-NOT-MESSAGE
       END-STRING
       MOVE SPACES TO WS-NOT-REFERENCE
       STRING WS-NOT-TYPE DELIMITED BY SPACE
              "-" WS-NOT-NUME DELIMITED BY SIZE
              INTO WS-NOT-REFERENCE
       END-STRING
       PERFORM HORODATE_MAJ
       MOVE 0 TO WS-NOT-NB-DEST

       OPEN I-O fnotifs
       IF WS-NOT-ID-CHARGE = 0 THEN
              PERFORM NOT_CHARGE_DERNIER_ID
       END-IF
       OPEN EXTEND ffilenotif
       IF cr_ffilenotif = 35 THEN
              OPEN OUTPUT ffilenotif
       END-IF
       OPEN INPUT fenc
       MOVE WS-NOT-PAYS TO fen_pays
       MOVE 0 TO fen_numero
       MOVE 0 TO WS-NOT-FIN
       START fenc, KEY IS >= fen_cle
              INVALID KEY MOVE 1 TO WS-NOT-FIN
       END-START
       PERFORM NOT_CONTACT_SUIVANT UNTIL WS-NOT-FIN = 1
       CLOSE fenc

       IF WS-NOT-NB-DEST = 0 THEN
              MOVE "AUCUN" TO WS-NOT-CANAL
              MOVE SPACES TO WS-NOT-DESTINATAIRE
              MOVE SPACES TO WS-NOT-DEST-NOM
              PERFORM NOT_ECRIT_NOTIFICATION
              DISPLAY "ATTENTION : aucun contact joignable pour la "
                     "delegation " WS-NOT-PAYS
       ELSE
              DISPLAY "Notification " WS-NOT-REFERENCE " mise en "
                     "file pour " WS-NOT-NB-DEST " contact(s) "
                     WS-NOT-PAYS
       END-IF
       CLOSE ffilenotif
       CLOSE fnotifs.

       NOT_CONTACT_SUIVANT.
      *Lit le membre suivant de l'encadrement et le notifie s'il
      *appartient a la delegation et a un telephone (appelee par
      *NOTIFIE_DELEGATION).
       READ fenc NEXT
              AT END MOVE 1 TO WS-NOT-FIN
              NOT AT END
                     IF fen_pays NOT = WS-NOT-PAYS THEN
                            MOVE 1 TO WS-NOT-FIN
                     ELSE
                            IF fen_telephone NOT = SPACES THEN
                                   MOVE "SMS" TO WS-NOT-CANAL
                                   MOVE fen_telephone
                                          TO WS-NOT-DESTINATAIRE
                                   MOVE SPACES TO WS-NOT-DEST-NOM
                                   STRING fen_prenom
                                          DELIMITED BY "  "
                                          " " DELIMITED BY SIZE
                                          fen_nom DELIMITED BY "  "
                                          INTO WS-NOT-DEST-NOM
                                   END-STRING
                                   PERFORM NOT_ECRIT_NOTIFICATION
                                   ADD 1 TO WS-NOT-NB-DEST
                            END-IF
                     END-IF
       END-READ.

       NOT_CHARGE_DERNIER_ID.
      *Retrouve le plus grand numero de notification deja attribue,
      *une fois par session (appelee par NOTIFIE_DELEGATION ;
      *fnotifs est ouvert en I-O).
       MOVE 0 TO WS-NOT-DERNIER-ID
       MOVE 0 TO WS-NOT-FIN
       PERFORM WITH TEST AFTER UNTIL WS-NOT-FIN = 1
              READ fnotifs NEXT
                     AT END MOVE 1 TO WS-NOT-FIN
                     NOT AT END
                            MOVE fno_id TO WS-NOT-DERNIER-ID
              END-READ
       END-PERFORM
       MOVE 1 TO WS-NOT-ID-CHARGE.

       NOT_ECRIT_NOTIFICATION.
      *Attribue le numero suivant et ecrit la notification courante
      *au registre ; un numero pris entre-temps par un autre poste
      *fait passer au suivant. Une notification SMS part aussi dans
      *la file de la passerelle (appelee par NOTIFIE_DELEGATION et
      *NOT_CONTACT_SUIVANT).
       MOVE 0 TO WS-NOT-ECRIT
       MOVE 0 TO WS-NOT-ESSAIS
       PERFORM NOT_ESSAIE_ECRITURE
              UNTIL WS-NOT-ECRIT = 1 OR WS-NOT-ESSAIS > 50
       IF WS-NOT-ECRIT = 0 THEN
              DISPLAY "Erreur ecriture notification " WS-NOT-REFERENCE
       ELSE
              IF WS-NOT-CANAL = "SMS" THEN
                     MOVE SPACES TO tamp_ffilenotif
                     STRING fno_id ";" DELIMITED BY SIZE
                            fno_canal DELIMITED BY SPACE
                            ";" DELIMITED BY SIZE
                            fno_destinataire DELIMITED BY "  "
                            ";" DELIMITED BY SIZE
                            fno_reference DELIMITED BY SPACE
                            ";" fno_message DELIMITED BY SIZE
                            INTO tamp_ffilenotif
                     END-STRING
                     WRITE tamp_ffilenotif
              END-IF
       END-IF.

       NOT_ESSAIE_ECRITURE.
       ADD 1 TO WS-NOT-ESSAIS
       ADD 1 TO WS-NOT-DERNIER-ID
       MOVE WS-NOT-DERNIER-ID TO fno_id
       MOVE WS-FORMATTED-DATE-TIME TO fno_horodate
       MOVE WS-NOT-CANAL TO fno_canal
       MOVE WS-NOT-DESTINATAIRE TO fno_destinataire
       MOVE WS-NOT-DEST-NOM TO fno_dest_nom
       MOVE WS-NOT-PAYS TO fno_pays
       MOVE WS-NOT-NUMA TO fno_numA
       MOVE WS-NOT-REFERENCE TO fno_reference
       MOVE WS-NOT-MESSAGE TO fno_message
       IF WS-NOT-CANAL = "SMS" THEN
              MOVE "ATTENTE" TO fno_statut
       ELSE
              MOVE "SANS-DEST" TO fno_statut
       END-IF
       MOVE SPACES TO fno_statut_date
       MOVE WS-COMPET-ACTIVE TO fno_compet
       WRITE tamp_fnotifs
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-NOT-ECRIT
       END-WRITE.

       IMPORT_STATUTS_NOTIFICATIONS.
      *Relit le compte rendu de la passerelle SMS
      *(statut_notifications.dat, une ligne id;statut;horodate,
      *statut LIVRE ou ECHEC) et reporte chaque statut sur la
      *notification correspondante du registre (appelee par
      *GESTION_NOTIFICATIONS).
       MOVE 0 TO WS-NOT-NB-LUES
       MOVE 0 TO WS-NOT-NB-MAJ
       MOVE 0 TO WS-NOT-NB-INCONNUES
       OPEN INPUT fstatnotif
       IF cr_fstatnotif = 35 THEN
              DISPLAY "Fichier statut_notifications.dat absent"
       ELSE
              OPEN I-O fnotifs
              MOVE 0 TO WS-NOT-FIN
              PERFORM NOT_IMPORTE_UN_STATUT UNTIL WS-NOT-FIN = 1
              CLOSE fnotifs
              CLOSE fstatnotif
              DISPLAY "Statuts lus : " WS-NOT-NB-LUES
                     " - reportes : " WS-NOT-NB-MAJ
                     " - inconnus : " WS-NOT-NB-INCONNUES
              MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
              STRING "Import statuts notifications "
                     WS-NOT-NB-MAJ " reportes"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-ACTION
              PERFORM AUDIT_ENREGISTRE
       END-IF.

       NOT_IMPORTE_UN_STATUT.
       READ fstatnotif
              AT END MOVE 1 TO WS-NOT-FIN
              NOT AT END
                     ADD 1 TO WS-NOT-NB-LUES
                     MOVE 0 TO WS-NOT-IMP-ID
                     MOVE SPACES TO WS-NOT-IMP-STATUT
                     MOVE SPACES TO WS-NOT-IMP-DATE
                     UNSTRING tamp_fstatnotif DELIMITED BY ";"
                            INTO WS-NOT-IMP-ID, WS-NOT-IMP-STATUT,
                                   WS-NOT-IMP-DATE
                     END-UNSTRING
                     MOVE WS-NOT-IMP-ID TO fno_id
                     READ fnotifs
                            INVALID KEY
                                   ADD 1 TO WS-NOT-NB-INCONNUES
                                   DISPLAY "Notification inconnue : "
                                          WS-NOT-IMP-ID
                            NOT INVALID KEY
                                   MOVE WS-NOT-IMP-STATUT
                                          TO fno_statut
                                   MOVE WS-NOT-IMP-DATE
                                          TO fno_statut_date
                                   REWRITE tamp_fnotifs
                                          INVALID KEY CONTINUE
                                          NOT INVALID KEY
                                            ADD 1 TO WS-NOT-NB-MAJ
                                   END-REWRITE
                     END-READ
       END-READ.

       LISTE_NOTIFICATIONS_NON_LIVREES.
      *Liste au spool les notifications de la competition active
      *qui ne sont pas parvenues : en attente de la passerelle, en
      *echec, ou sans contact joignable dans la delegation (appelee
      *par GESTION_NOTIFICATIONS).
       MOVE 0 TO WS-NOT-NB-LUES
       MOVE "NOTIFS-NON-LIVREES" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "NOTIFICATIONS NON DELIVREES - competition "
              WS-COMPET-ACTIVE
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE "Numero   Statut     Canal Destinataire    Reference"
              TO WS-RAPPORT-LIGNE
       PERFORM ECRIT_LIGNE_RAPPORT
       OPEN INPUT fnotifs
       MOVE 0 TO WS-NOT-FIN
       PERFORM WITH TEST AFTER UNTIL WS-NOT-FIN = 1
              READ fnotifs NEXT
                     AT END MOVE 1 TO WS-NOT-FIN
                     NOT AT END
                            IF fno_compet = WS-COMPET-ACTIVE AND
                                   NOT FNO-LIVRE THEN
                                   PERFORM NOT_LISTE_UNE
                            END-IF
              END-READ
       END-PERFORM
       CLOSE fnotifs
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Total non delivrees : " WS-NOT-NB-LUES
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM SPOOL_FERME.

       NOT_LISTE_UNE.
       ADD 1 TO WS-NOT-NB-LUES
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING fno_id " " fno_statut " " fno_canal " "
              fno_destinataire " " fno_reference
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "         " fno_message
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT.
