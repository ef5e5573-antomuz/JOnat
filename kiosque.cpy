              READ fepreuves NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     IF NOT FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE THEN
                            MOVE fe_numE TO WS-OFFI-NUME
                            PERFORM OFFI_CONTROLE_EPREUVE
                            IF WS-OFFI-OK = 1 THEN

       KIOSQUE_UN_RESULTAT.
      *Affiche la ligne kiosque de l'epreuve officielle courante :
      *son vainqueur et son resultat (appelee par
      *KIOSQUE_DERNIERS_RESULTATS).
       MOVE fe_numE TO fp_numE
       MOVE 0 TO Wfin2
                                   READ fathletes
                                          INVALID KEY CONTINUE
                                   END-READ
                                   PERFORM
                                      FORMATE_RESULTAT_PARTICIPATION
                                   PERFORM KIOSQUE_LIGNE_VAINQUEUR
                                   MOVE 1 TO Wfin2
                            END-IF
                     END-IF
       END-READ.

       KIOSQUE_LIGNE_VAINQUEUR.
      *Ligne du vainqueur lu, reduite au nom et au pays sans
      *consentement a la publication des resultats (appelee par
      *KIOSQUE_CHERCHE_VAINQUEUR).
       MOVE "R" TO WS-CST-USAGE
       PERFORM CST_CONTROLE_ATHLETE
       IF WS-CST-OK = 1 THEN
              DISPLAY fe_distance "m " fe_type " " fe_genre
                     " (" fe_phase ") : " fa_prenom " " fa_nom
                     " (" fa_pays ") " WS-TEMPS-AFFICHE
       ELSE
              DISPLAY fe_distance "m " fe_type " " fe_genre
                     " (" fe_phase ") : " fa_nom
                     " (" fa_pays ") " WS-TEMPS-AFFICHE
       END-IF.

       KIOSQUE_TABLEAU_MEDAILLES.
      *Ecran du tableau des medailles, partageant le calcul de
      *l'ecran spectateur (appelee par MODE_KIOSQUE).
              NOT AT END
                     IF fe_datetime > WS-TEMP-DATE-TIME AND
                            NOT FE-SUPPRIMEE AND
                            fe_compet = WS-COMPET-ACTIVE AND
                            WS-KSQ-NB < 10 THEN
                            ADD 1 TO WS-KSQ-NB
                            PERFORM FORMATE_DATE_EPREUVE
