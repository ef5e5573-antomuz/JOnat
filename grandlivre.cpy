       EXPORT_GRAND_LIVRE.
      *Export comptable du jour pour la direction financiere : les
      *factures d'engagement (registre factures.dat), les primes
      *dues (bareme primes.dat et liste de paiement), la recette de
      *billetterie (billetterie.dat) et les cautions de
      *reclamation passent en ecritures equilibrees debit/credit
      *dans grand_livre[_<competition>]_AAAAMMJJ.dat, un journal
      *par jour, selon le plan de correspondance plan_comptable.dat.
      *Chaque mouvement exporte est retenu dans
      *grand_livre_exporte.dat : une relance du traitement de nuit
      *n'exporte que ce qui a change depuis (appelee par
      *GESTION_FACTURES et BATCH_NOCTURNE_CORPS).
       IF WS-MODE-EXERCICE = 1 THEN
              DISPLAY "Pas d'export comptable en mode exercice"
       ELSE
              PERFORM GL_EXPORTE
       END-IF.

       GL_EXPORTE.
       DISPLAY "---------------------------------------"
       DISPLAY "   EXPORT COMPTABLE DU JOUR            "
       DISPLAY "---------------------------------------"
       MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
       MOVE WS-TEMP-DATE TO WS-GL-DATE
       PERFORM GL_INITIALISE
       PERFORM GL_NOMME_JOURNAL

       OPEN INPUT fcomptes
       OPEN I-O fglexp
       OPEN EXTEND fgrandlivre
       IF cr_fgrandlivre = 35 THEN
              OPEN OUTPUT fgrandlivre
       END-IF
       PERFORM GL_FACTURES
       PERFORM GL_PRIMES
       PERFORM GL_BILLETTERIE
       PERFORM GL_RECLAMATIONS
       CLOSE fgrandlivre
       CLOSE fglexp
       CLOSE fcomptes

       PERFORM GL_RAPPROCHEMENT
       DISPLAY "Ecritures passees : " WS-GL-NB-ECRITURES
              " dans " WS-GL-NOM
       DISPLAY "Total debit " WS-GL-TOT-DEBIT " - total credit "
              WS-GL-TOT-CREDIT
       IF WS-GL-NB-MANQUANTS > 0 THEN
              DISPLAY "Mouvements reportes faute de compte : "
                     WS-GL-NB-MANQUANTS
       END-IF

       MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
       MOVE SPACES TO WS-AUDIT-ACTION
       STRING "Export grand livre " WS-GL-DATE " : "
              WS-GL-NB-ECRITURES " ecriture(s)"
              DELIMITED BY SIZE INTO WS-AUDIT-ACTION
       END-STRING
       PERFORM AUDIT_ENREGISTRE.

       GL_INITIALISE.
      *Natures de mouvement et compteurs de la passe (appelee par
      *GL_EXPORTE).
       INITIALIZE WS-GL-TABLE
       MOVE "FACTURE" TO WS-GL-MVT-CODE(1)
       MOVE "REGLEMENT" TO WS-GL-MVT-CODE(2)
       MOVE "AVOIR" TO WS-GL-MVT-CODE(3)
       MOVE "PRIME" TO WS-GL-MVT-CODE(4)
       MOVE "C" TO WS-GL-MVT-PORTEE(4)
       MOVE "BILLET" TO WS-GL-MVT-CODE(5)
       MOVE "C" TO WS-GL-MVT-PORTEE(5)
       MOVE "BILLET-REMB" TO WS-GL-MVT-CODE(6)
       MOVE "C" TO WS-GL-MVT-PORTEE(6)
       MOVE "CAUTION" TO WS-GL-MVT-CODE(7)
       MOVE "CAUTION-REST" TO WS-GL-MVT-CODE(8)
       MOVE "CAUTION-ACQ" TO WS-GL-MVT-CODE(9)
       MOVE 0 TO WS-GL-TOT-DEBIT
       MOVE 0 TO WS-GL-TOT-CREDIT
       MOVE 0 TO WS-GL-NB-ECRITURES
       MOVE 0 TO WS-GL-NB-MANQUANTS.

       GL_NOMME_JOURNAL.
      *grand_livre[_<competition>]_AAAAMMJJ.dat (appelee par
      *GL_EXPORTE).
       MOVE SPACES TO WS-GL-NOM
       MOVE 1 TO WS-GL-PTR
       STRING "grand_livre" DELIMITED BY SIZE
              INTO WS-GL-NOM WITH POINTER WS-GL-PTR
       END-STRING
       IF WS-COMPET-ACTIVE NOT = SPACES THEN
              STRING "_" DELIMITED BY SIZE
                     WS-COMPET-ACTIVE DELIMITED BY SPACE
                     INTO WS-GL-NOM WITH POINTER WS-GL-PTR
              END-STRING
       END-IF
       STRING "_" WS-GL-DATE ".dat" DELIMITED BY SIZE
              INTO WS-GL-NOM WITH POINTER WS-GL-PTR
       END-STRING.

       GL_POSTE.
      *Passe le mouvement WS-GL-CLE de nature WS-GL-I dont la
      *source donne aujourd'hui WS-GL-COURANT : seul l'ecart avec
      *le montant deja exporte pour cette cle est ecrit, puis la
      *cle est marquee (appelee par les passes de GL_EXPORTE ;
      *WS-GL-PIECE et WS-GL-LIBELLE sont renseignes).
       ADD WS-GL-COURANT TO WS-GL-MVT-SOURCE(WS-GL-I)
       MOVE WS-GL-CLE TO fgx_cle
       MOVE 0 TO WS-GL-DEJA
       MOVE 0 TO WS-GL-TROUVE
       READ fglexp
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE 1 TO WS-GL-TROUVE
                     MOVE fgx_montant TO WS-GL-DEJA
       END-READ
       COMPUTE WS-GL-ECART = WS-GL-COURANT - WS-GL-DEJA
       IF WS-GL-ECART NOT = 0 THEN
              PERFORM GL_ECRIT_ECRITURE
              IF WS-GL-OK = 1 THEN
                     PERFORM GL_MARQUE_EXPORTE
              END-IF
       END-IF.

       GL_ECRIT_ECRITURE.
      *Ecrit la paire debit/credit de l'ecart WS-GL-ECART ; un ecart
      *negatif (prime retiree apres reclamation, ventes revues a la
      *baisse) est contre-passe en permutant les comptes. Sans
      *compte au plan, le mouvement est reporte a la passe suivante
      *(appelee par GL_POSTE).
       MOVE 0 TO WS-GL-OK
       MOVE WS-GL-MVT-CODE(WS-GL-I) TO fcg_mouvement
       READ fcomptes
              INVALID KEY
                     ADD 1 TO WS-GL-NB-MANQUANTS
                     DISPLAY "Mouvement " fcg_mouvement
                            " absent du plan comptable, piece "
                            WS-GL-PIECE " reportee"
              NOT INVALID KEY
                     MOVE 1 TO WS-GL-OK
       END-READ
       IF WS-GL-OK = 1 THEN
              IF WS-GL-ECART < 0 THEN
                     COMPUTE WS-GL-MONTANT = 0 - WS-GL-ECART
                     MOVE fcg_credit TO WS-GL-COMPTE-D
                     MOVE fcg_debit TO WS-GL-COMPTE-C
              ELSE
                     MOVE WS-GL-ECART TO WS-GL-MONTANT
                     MOVE fcg_debit TO WS-GL-COMPTE-D
                     MOVE fcg_credit TO WS-GL-COMPTE-C
              END-IF
              ADD WS-GL-ECART TO WS-GL-MVT-JOUR(WS-GL-I)

              MOVE SPACES TO tamp_fgrandlivre
              STRING WS-GL-DATE ";" DELIMITED BY SIZE
                     WS-GL-PIECE DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     WS-GL-COMPTE-D DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     WS-GL-LIBELLE DELIMITED BY "  "
                     ";" WS-GL-MONTANT ";0000000000"
                     DELIMITED BY SIZE
                     INTO tamp_fgrandlivre
              END-STRING
              WRITE tamp_fgrandlivre

              MOVE SPACES TO tamp_fgrandlivre
              STRING WS-GL-DATE ";" DELIMITED BY SIZE
                     WS-GL-PIECE DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     WS-GL-COMPTE-C DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     WS-GL-LIBELLE DELIMITED BY "  "
                     ";0000000000;" WS-GL-MONTANT
                     DELIMITED BY SIZE
                     INTO tamp_fgrandlivre
              END-STRING
              WRITE tamp_fgrandlivre

              ADD WS-GL-MONTANT TO WS-GL-TOT-DEBIT
              ADD WS-GL-MONTANT TO WS-GL-TOT-CREDIT
              ADD 1 TO WS-GL-NB-ECRITURES
       END-IF.

       GL_MARQUE_EXPORTE.
      *Retient le montant desormais exporte pour la cle (appelee
      *par GL_POSTE).
       MOVE WS-GL-CLE TO fgx_cle
       MOVE WS-GL-MVT-CODE(WS-GL-I) TO fgx_mouvement
       MOVE WS-GL-COURANT TO fgx_montant
       MOVE WS-GL-DATE TO fgx_date
       MOVE WS-COMPET-ACTIVE TO fgx_compet
       IF WS-GL-TROUVE = 1 THEN
              REWRITE tamp_fglexp
                     INVALID KEY DISPLAY "Erreur marquage " fgx_cle
              END-REWRITE
       ELSE
              WRITE tamp_fglexp
                     INVALID KEY DISPLAY "Erreur marquage " fgx_cle
              END-WRITE
       END-IF.

       GL_FACTURES.
      *Registre des factures : chaque ligne (A PAYER, PAYEE, AVOIR)
      *est un mouvement unique repere par son rang dans le registre,
      *qui ne fait que s'allonger (appelee par GL_EXPORTE).
       OPEN INPUT ffactcat
       IF cr_ffactcat NOT = 35 THEN
              MOVE 0 TO WS-GL-LIGNE
              MOVE 0 TO Wfin2
              PERFORM GL_UNE_FACTURE UNTIL Wfin2 = 1
       END-IF
       CLOSE ffactcat.

       GL_UNE_FACTURE.
       READ ffactcat
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     ADD 1 TO WS-GL-LIGNE
                     PERFORM GL_TRAITE_FACTURE
       END-READ.

       GL_TRAITE_FACTURE.
       MOVE SPACES TO WS-GL-PAYS
       MOVE 0 TO WS-GL-MONTANT-X
       MOVE SPACES TO WS-GL-STATUT
       UNSTRING tamp_ffactcat DELIMITED BY ";"
              INTO WS-GL-PAYS, WS-GL-MONTANT-X, WS-GL-STATUT
       END-UNSTRING
       MOVE 0 TO WS-GL-I
       MOVE SPACES TO WS-GL-LIBELLE
       IF WS-GL-STATUT = "A PAYER" THEN
              MOVE 1 TO WS-GL-I
              STRING "Facture engagements " WS-GL-PAYS
                     DELIMITED BY SIZE INTO WS-GL-LIBELLE
              END-STRING
       ELSE IF WS-GL-STATUT = "PAYEE" THEN
              MOVE 2 TO WS-GL-I
              STRING "Reglement " WS-GL-PAYS
                     DELIMITED BY SIZE INTO WS-GL-LIBELLE
              END-STRING
       ELSE IF WS-GL-STATUT = "AVOIR" THEN
              MOVE 3 TO WS-GL-I
              STRING "Avoir " WS-GL-PAYS
                     DELIMITED BY SIZE INTO WS-GL-LIBELLE
              END-STRING
       END-IF
       END-IF
       END-IF
       IF WS-GL-I > 0 THEN
              MOVE SPACES TO WS-GL-CLE
              STRING "FAC" WS-GL-LIGNE
                     DELIMITED BY SIZE INTO WS-GL-CLE
              END-STRING
              MOVE WS-GL-CLE TO WS-GL-PIECE
              MOVE WS-GL-MONTANT-X TO WS-GL-COURANT
              PERFORM GL_POSTE
       END-IF.

       GL_PRIMES.
      *Primes de la competition active : le gain cumule de chaque
      *athlete est recalcule comme pour la liste de paiement, puis
      *celui des athletes deja exportes qui n'ont plus de prime est
      *ramene a zero (appelee par GL_EXPORTE).
       PERFORM PRIMES_CALCULE_GAINS
       MOVE 4 TO WS-GL-I
       PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
              UNTIL WS-PRM-IDX > WS-PRM-NB
              MOVE WS-PRM-NUMA(WS-PRM-IDX) TO fa_numA
              MOVE WS-PRM-MONTANT(WS-PRM-IDX) TO WS-GL-COURANT
              MOVE SPACES TO WS-GL-LIBELLE
              STRING "Prime " WS-PRM-NOM(WS-PRM-IDX)
                     DELIMITED BY SIZE INTO WS-GL-LIBELLE
              END-STRING
              PERFORM GL_POSTE_PRIME
       END-PERFORM
       PERFORM GL_PRIMES_DISPARUES.

       GL_POSTE_PRIME.
      *Cle PRM<competition><numA> de l'athlete fa_numA (appelee par
      *GL_PRIMES et GL_PRIMES_DISPARUES).
       MOVE SPACES TO WS-GL-CLE
       STRING "PRM" WS-COMPET-ACTIVE fa_numA
              DELIMITED BY SIZE INTO WS-GL-CLE
       END-STRING
       MOVE SPACES TO WS-GL-PIECE
       STRING "PRM" fa_numA DELIMITED BY SIZE INTO WS-GL-PIECE
       END-STRING
       PERFORM GL_POSTE.

       GL_PRIMES_DISPARUES.
      *Releve d'abord les athletes deja exportes absents du calcul
      *du jour (le parcours ne supporte pas les ecritures), puis
      *contre-passe leur prime (appelee par GL_PRIMES).
       MOVE 0 TO WS-GL-NB-DISPARUS
       MOVE SPACES TO fgx_cle
       STRING "PRM" WS-COMPET-ACTIVE "0000"
              DELIMITED BY SIZE INTO fgx_cle
       END-STRING
       MOVE 0 TO Wfin2
       START fglexp, KEY IS >= fgx_cle
              INVALID KEY MOVE 1 TO Wfin2
              NOT INVALID KEY
                     PERFORM GL_RELEVE_DISPARU UNTIL Wfin2 = 1
       END-START
       MOVE 4 TO WS-GL-I
       MOVE 0 TO WS-GL-COURANT
       PERFORM VARYING WS-GL-J FROM 1 BY 1
              UNTIL WS-GL-J > WS-GL-NB-DISPARUS
              MOVE WS-GL-DISP-NUMA(WS-GL-J) TO fa_numA
              MOVE "Prime retiree" TO WS-GL-LIBELLE
              PERFORM GL_POSTE_PRIME
       END-PERFORM.

       GL_RELEVE_DISPARU.
       READ fglexp NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fgx_cle(1:3) NOT = "PRM" OR
                            fgx_cle(4:6) NOT = WS-COMPET-ACTIVE THEN
                            MOVE 1 TO Wfin2
                     ELSE IF fgx_montant > 0 THEN
                            MOVE fgx_cle(10:4) TO fa_numA
                            PERFORM GL_CHERCHE_PRIME
                            IF WS-PRM-TROUVE = 0 AND
                                   WS-GL-NB-DISPARUS < 200 THEN
                                   ADD 1 TO WS-GL-NB-DISPARUS
                                   MOVE fa_numA TO
                                   WS-GL-DISP-NUMA(WS-GL-NB-DISPARUS)
                            END-IF
                     END-IF
                     END-IF
       END-READ.

       GL_CHERCHE_PRIME.
      *Positionne WS-PRM-TROUVE si l'athlete fa_numA a une prime
      *au calcul du jour (appelee par GL_RELEVE_DISPARU).
       MOVE 0 TO WS-PRM-TROUVE
       PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
              UNTIL WS-PRM-IDX > WS-PRM-NB OR WS-PRM-TROUVE = 1
              IF WS-PRM-NUMA(WS-PRM-IDX) = fa_numA THEN
                     MOVE 1 TO WS-PRM-TROUVE
              END-IF
       END-PERFORM.

       GL_BILLETTERIE.
      *Recette de billetterie de la competition active, par seance
      *et categorie : ventes brutes (vendus + rembourses) et
      *remboursements, au prix de chaque vente tel que cumule dans
      *la categorie (appelee par GL_EXPORTE).
       OPEN INPUT fbillets
       MOVE 0 TO Wfin2
       PERFORM GL_UN_BILLET UNTIL Wfin2 = 1
       CLOSE fbillets.

       GL_UN_BILLET.
       READ fbillets NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF fbt_compet = WS-COMPET-ACTIVE THEN
                            PERFORM GL_POSTE_BILLET
                     END-IF
       END-READ.

       GL_POSTE_BILLET.
       MOVE SPACES TO WS-GL-PIECE
       STRING "BLT" fbt_numS DELIMITED BY SIZE INTO WS-GL-PIECE
       END-STRING
       MOVE SPACES TO WS-GL-LIBELLE
       STRING "Billets seance " fbt_numS " " fbt_categorie
              DELIMITED BY SIZE INTO WS-GL-LIBELLE
       END-STRING
       MOVE 5 TO WS-GL-I
       MOVE SPACES TO WS-GL-CLE
       STRING "BLT" fbt_numS fbt_categorie
              DELIMITED BY SIZE INTO WS-GL-CLE
       END-STRING
       MOVE fbt_recette TO WS-GL-COURANT
       PERFORM GL_POSTE
       MOVE 6 TO WS-GL-I
       MOVE SPACES TO WS-GL-CLE
       STRING "BLR" fbt_numS fbt_categorie
              DELIMITED BY SIZE INTO WS-GL-CLE
       END-STRING
       MOVE fbt_recette_remb TO WS-GL-COURANT
       PERFORM GL_POSTE.

       GL_RECLAMATIONS.
      *Cautions de reclamation au montant verse au depot
      *(frcl_montant) : encaissee au depot si les frais sont payes,
      *puis restituee si la reclamation est acceptee ou acquise si
      *elle est rejetee (appelee par GL_EXPORTE).
       OPEN INPUT freclam
       MOVE 0 TO Wfin2
       PERFORM GL_UNE_RECLAMATION UNTIL Wfin2 = 1
       CLOSE freclam.

       GL_UNE_RECLAMATION.
       READ freclam NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     IF FRCL-FRAIS-PAYES THEN
                            PERFORM GL_POSTE_RECLAMATION
                     END-IF
       END-READ.

       GL_POSTE_RECLAMATION.
       MOVE SPACES TO WS-GL-PIECE
       STRING "RCL" frcl_numE frcl_numero
              DELIMITED BY SIZE INTO WS-GL-PIECE
       END-STRING
       MOVE SPACES TO WS-GL-LIBELLE
       STRING "Caution reclamation " frcl_pays
              DELIMITED BY SIZE INTO WS-GL-LIBELLE
       END-STRING
       MOVE frcl_montant TO WS-GL-COURANT
       MOVE 7 TO WS-GL-I
       MOVE SPACES TO WS-GL-CLE
       STRING "RCL" frcl_numE frcl_numero "D"
              DELIMITED BY SIZE INTO WS-GL-CLE
       END-STRING
       PERFORM GL_POSTE
       IF FRCL-ACCEPTEE THEN
              MOVE 8 TO WS-GL-I
              MOVE SPACES TO WS-GL-CLE
              STRING "RCL" frcl_numE frcl_numero "R"
                     DELIMITED BY SIZE INTO WS-GL-CLE
              END-STRING
              PERFORM GL_POSTE
       END-IF
       IF FRCL-REJETEE THEN
              MOVE 9 TO WS-GL-I
              MOVE SPACES TO WS-GL-CLE
              STRING "RCL" frcl_numE frcl_numero "A"
                     DELIMITED BY SIZE INTO WS-GL-CLE
              END-STRING
              PERFORM GL_POSTE
       END-IF.

       GL_RAPPROCHEMENT.
      *Rapport GRAND-LIVRE : par nature de mouvement, le total de la
      *source, le cumul exporte depuis l'origine et l'ecriture du
      *jour ; un ecart source/exporte non nul est signale, comme un
      *journal desequilibre (appelee par GL_EXPORTE).
       OPEN INPUT fglexp
       MOVE 0 TO Wfin2
       PERFORM GL_CUMULE_EXPORTE UNTIL Wfin2 = 1
       CLOSE fglexp

       MOVE "GRAND-LIVRE" TO WS-SPOOL-RAPPORT
       PERFORM SPOOL_OUVRE
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Export comptable du " WS-GL-DATE " - journal "
              WS-GL-NOM
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Mouvement    Source     Exporte    Ce jour    "
              "     Ecart"
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       PERFORM VARYING WS-GL-I FROM 1 BY 1 UNTIL WS-GL-I > 9
              PERFORM GL_LIGNE_RAPPROCHEMENT
       END-PERFORM
       MOVE SPACES TO WS-RAPPORT-LIGNE
       STRING "Total debit " WS-GL-TOT-DEBIT " - total credit "
              WS-GL-TOT-CREDIT
              DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
       END-STRING
       PERFORM ECRIT_LIGNE_RAPPORT
       IF WS-GL-TOT-DEBIT NOT = WS-GL-TOT-CREDIT THEN
              MOVE "*** JOURNAL DESEQUILIBRE ***" TO WS-RAPPORT-LIGNE
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       IF WS-GL-NB-MANQUANTS > 0 THEN
              MOVE SPACES TO WS-RAPPORT-LIGNE
              STRING "*** " WS-GL-NB-MANQUANTS " mouvement(s) "
                     "reporte(s) : nature absente du plan comptable"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
              PERFORM ECRIT_LIGNE_RAPPORT
       END-IF
       PERFORM SPOOL_FERME.

       GL_CUMULE_EXPORTE.
      *Cumule les montants deja exportes par nature ; primes et
      *billetterie ne comptent que pour la competition active
      *(appelee par GL_RAPPROCHEMENT).
       READ fglexp NEXT
              AT END MOVE 1 TO Wfin2
              NOT AT END
                     PERFORM VARYING WS-GL-I FROM 1 BY 1
                            UNTIL WS-GL-I > 9
                            IF WS-GL-MVT-CODE(WS-GL-I) =
                                   fgx_mouvement AND
                                   (NOT WS-GL-PAR-COMPET(WS-GL-I)
                                   OR fgx_compet = WS-COMPET-ACTIVE)
                                   ADD fgx_montant TO
                                          WS-GL-MVT-EXPORTE(WS-GL-I)
                            END-IF
                     END-PERFORM
       END-READ.

       GL_LIGNE_RAPPROCHEMENT.
       MOVE WS-GL-MVT-JOUR(WS-GL-I) TO WS-GL-JOUR-ED
       COMPUTE WS-GL-ECART = WS-GL-MVT-SOURCE(WS-GL-I)
              - WS-GL-MVT-EXPORTE(WS-GL-I)
       MOVE WS-GL-ECART TO WS-GL-ECART-ED
       MOVE SPACES TO WS-RAPPORT-LIGNE
       IF WS-GL-ECART = 0 THEN
              STRING WS-GL-MVT-CODE(WS-GL-I) " "
                     WS-GL-MVT-SOURCE(WS-GL-I) " "
                     WS-GL-MVT-EXPORTE(WS-GL-I) " " WS-GL-JOUR-ED
                     " " WS-GL-ECART-ED " OK"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       ELSE
              STRING WS-GL-MVT-CODE(WS-GL-I) " "
                     WS-GL-MVT-SOURCE(WS-GL-I) " "
                     WS-GL-MVT-EXPORTE(WS-GL-I) " " WS-GL-JOUR-ED
                     " " WS-GL-ECART-ED " *** ECART ***"
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
              END-STRING
       END-IF
       PERFORM ECRIT_LIGNE_RAPPORT.

       GL_PLAN_COMPTABLE.
      *Affiche le plan de correspondance puis modifie les comptes
      *d'une nature de mouvement, avec journalisation (appelee par
      *GESTION_FACTURES).
       OPEN I-O fcomptes
       DISPLAY "--------- Plan comptable ---------"
       MOVE LOW-VALUES TO fcg_mouvement
       MOVE 0 TO Wfin
       START fcomptes, KEY IS >= fcg_mouvement
              INVALID KEY MOVE 1 TO Wfin
       END-START
       PERFORM GL_LISTE_UN_COMPTE UNTIL Wfin = 1
       DISPLAY "----------------------------------"
       DISPLAY "Nature a modifier (vide = retour) : "
       MOVE SPACES TO fcg_mouvement
       ACCEPT fcg_mouvement
       IF fcg_mouvement NOT = SPACES THEN
              READ fcomptes
                     INVALID KEY DISPLAY "Nature inconnue"
                     NOT INVALID KEY PERFORM GL_MODIFIE_COMPTE
              END-READ
       END-IF
       CLOSE fcomptes.

       GL_LISTE_UN_COMPTE.
       READ fcomptes NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
                     DISPLAY fcg_mouvement " debit " fcg_debit
                            " credit " fcg_credit " - "
                            fcg_libelle
       END-READ.

       GL_MODIFIE_COMPTE.
       DISPLAY "Compte au debit (" fcg_debit ") : "
       ACCEPT fcg_debit
       DISPLAY "Compte au credit (" fcg_credit ") : "
       ACCEPT fcg_credit
       REWRITE tamp_fcomptes
              INVALID KEY DISPLAY "Erreur mise a jour"
              NOT INVALID KEY
                     DISPLAY "Plan comptable mis a jour"
                     MOVE WS-OPERATEUR TO WS-AUDIT-ACTEUR
                     MOVE SPACES TO WS-AUDIT-ACTION
                     STRING "Plan comptable " fcg_mouvement
                            " : " fcg_debit " / " fcg_credit
                            DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                     END-STRING
                     PERFORM AUDIT_ENREGISTRE
       END-REWRITE.

       GL_CHARGE_PLAN_DEFAUT.
      *Plan de correspondance initial, a faire valider par la
      *direction financiere (appelee depuis le mainline a la
      *creation de plan_comptable.dat).
       OPEN I-O fcomptes
       MOVE "FACTURE" TO fcg_mouvement
       MOVE "411000" TO fcg_debit
       MOVE "706100" TO fcg_credit
       MOVE "Droits d'engagement factures" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "REGLEMENT" TO fcg_mouvement
       MOVE "512000" TO fcg_debit
       MOVE "411000" TO fcg_credit
       MOVE "Reglement des delegations" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "AVOIR" TO fcg_mouvement
       MOVE "706100" TO fcg_debit
       MOVE "411000" TO fcg_credit
       MOVE "Avoirs sur engagements" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "PRIME" TO fcg_mouvement
       MOVE "657000" TO fcg_debit
       MOVE "467100" TO fcg_credit
       MOVE "Primes dues aux athletes" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "BILLET" TO fcg_mouvement
       MOVE "512000" TO fcg_debit
       MOVE "706200" TO fcg_credit
       MOVE "Recette de billetterie" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "BILLET-REMB" TO fcg_mouvement
       MOVE "706200" TO fcg_debit
       MOVE "512000" TO fcg_credit
       MOVE "Billets rembourses" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "CAUTION" TO fcg_mouvement
       MOVE "512000" TO fcg_debit
       MOVE "467200" TO fcg_credit
       MOVE "Cautions de reclamation recues" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "CAUTION-REST" TO fcg_mouvement
       MOVE "467200" TO fcg_debit
       MOVE "512000" TO fcg_credit
       MOVE "Cautions restituees" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       MOVE "CAUTION-ACQ" TO fcg_mouvement
       MOVE "467200" TO fcg_debit
       MOVE "758000" TO fcg_credit
       MOVE "Cautions acquises" TO fcg_libelle
       WRITE tamp_fcomptes END-WRITE
       CLOSE fcomptes.
