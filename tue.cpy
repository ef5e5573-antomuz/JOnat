       END-IF.

       LIST_TUE.
       MOVE "CLAIR-DOPAGE" TO WS-CLR-FONCTION
       PERFORM DROIT_LECTURE_CLAIR
       OPEN INPUT ftue
       MOVE 0 TO Wfin
       DISPLAY "--------- AUT enregistrees ---------"
              READ ftue NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     PERFORM CLAIR_AUT
                     IF WS-CLR-DROIT = 0 THEN
                            MOVE ALL "*" TO WS-CLR-SUBSTANCE
                     END-IF
                     DISPLAY "Athlete " ftu_numA " - "
                            WS-CLR-SUBSTANCE " - du " ftu_du
                            " au " ftu_au " (" ftu_autorite ")"
       END-PERFORM
       DISPLAY "-------------------------------------"
       CLOSE ftue.

       ADD_TUE.
      *La substance entre dans la cle de l'AUT : sans cle de
      *chiffrement, rien n'est saisi (appelee par GESTION_TUE).
       PERFORM CLE_CHIFFREMENT_ABSENTE
       IF WS-CHF-REFUS = 0 THEN
              PERFORM ADD_TUE_SAISIE
       END-IF.

       ADD_TUE_SAISIE.
      *Saisie et enregistrement de l'AUT (appelee par ADD_TUE).
       OPEN I-O ftue
       DISPLAY "Numero de l'athlete : "
       ACCEPT ftu_numA
       END-PERFORM
       DISPLAY "Autorite emettrice : "
       ACCEPT ftu_autorite
       PERFORM CHIFFRE_AUT
       WRITE tamp_ftue
              INVALID KEY
                     REWRITE tamp_ftue
       END-WRITE
       CLOSE ftue
       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       STRING "AUT athlete " ftu_numA " du " ftu_du
              " au " ftu_au
              DELIMITED BY SIZE
              INTO WS-AUDIT-ACTION
       PERFORM AUDIT_ENREGISTRE.
       ACCEPT ftu_numA
       DISPLAY "Substance : "
       ACCEPT ftu_substance
       PERFORM CHIFFRE_AUT
       DELETE ftue RECORD
              INVALID KEY DISPLAY "Aucune AUT pour cette cle"
              NOT INVALID KEY DISPLAY "AUT supprimee"

       VERIFIE_TUE_ACTIVE.
      *Positionne WS-TUE-ACTIVE si l'athlete fd_numA detient une
      *AUT couvrant la substance fd_substance a la date du jour ;
      *les deux substances etant chiffrees sur des graines
      *differentes, la cle AUT est recalculee depuis le clair
      *(appelee par SAISIE_UN_RESULTAT_DOPAGE et
      *CASCADE_DOPAGE_POSITIF).
       MOVE 0 TO WS-TUE-ACTIVE
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE-TIME(1:8) TO WS-TUE-DATE-JOUR
       OPEN INPUT ftue
       PERFORM CLAIR_DOPAGE
       MOVE fd_numA TO ftu_numA
       MOVE WS-CLR-SUBSTANCE TO ftu_substance
       PERFORM CHIFFRE_AUT
       READ ftue
              INVALID KEY CONTINUE
              NOT INVALID KEY
