       END-PERFORM
       MOVE SPACES TO WS-MDP-HASH
       MOVE WS-HASH-ACC TO WS-MDP-HASH(1:10).

       CHIFFRE_ZONE.
      *Chiffrement reversible de WS-CHF-ZONE sur WS-CHF-LONG car.
      *(appelee par les paragraphes CHIFFRE_xxx et CLAIR_xxx).
      *Chaque caractere compris entre WS-CHF-BASE et WS-CHF-BASE +
      *WS-CHF-MODULE - 1 est decale d'une valeur tiree d'un flux
      *derive de la cle WS-CHF-CLE et de la graine WS-CHF-GRAINE ;
      *WS-CHF-SENS indique le sens (C chiffre, D dechiffre). Une
      *zone entierement a blanc reste a blanc (donnee non saisie).
      *Sans cle chargee, la zone ressort en etoiles dans les deux
      *sens : rien n'est ecrit ni montre en clair.
       IF WS-CHF-ZONE(1:WS-CHF-LONG) NOT = SPACES
          AND WS-CHF-CLE-OK = 1
              COMPUTE WS-CHF-ACC = FUNCTION REM(
                     (WS-CHF-CLE + WS-CHF-GRAINE * 7919) 2147483647)
              IF WS-CHF-ACC = 0
                     MOVE 1 TO WS-CHF-ACC
              END-IF
              PERFORM VARYING WS-CHF-IDX FROM 1 BY 1
                            UNTIL WS-CHF-IDX > WS-CHF-LONG
                     COMPUTE WS-CHF-ACC = FUNCTION REM(
                            (WS-CHF-ACC * 16807) 2147483647)
                     COMPUTE WS-CHF-CODE =
                            FUNCTION ORD(WS-CHF-ZONE(WS-CHF-IDX:1)) - 1
                     IF WS-CHF-CODE >= WS-CHF-BASE AND
                        WS-CHF-CODE < WS-CHF-BASE + WS-CHF-MODULE
                            COMPUTE WS-CHF-DECAL =
                                   FUNCTION REM(WS-CHF-ACC
                                                WS-CHF-MODULE)
                            IF WS-CHF-CHIFFRER
                                   COMPUTE WS-CHF-CODE = WS-CHF-BASE +
                                          FUNCTION REM((WS-CHF-CODE
                                          - WS-CHF-BASE + WS-CHF-DECAL)
                                          WS-CHF-MODULE)
                            ELSE
                                   COMPUTE WS-CHF-CODE = WS-CHF-BASE +
                                          FUNCTION REM((WS-CHF-CODE
                                          - WS-CHF-BASE + WS-CHF-MODULE
                                          - WS-CHF-DECAL) WS-CHF-MODULE)
                            END-IF
                            MOVE FUNCTION CHAR(WS-CHF-CODE + 1)
                                   TO WS-CHF-ZONE(WS-CHF-IDX:1)
                     END-IF
              END-PERFORM
       END-IF
       IF WS-CHF-ZONE(1:WS-CHF-LONG) NOT = SPACES
          AND WS-CHF-CLE-OK = 0
              MOVE ALL "*" TO WS-CHF-ZONE(1:WS-CHF-LONG)
       END-IF.

       CHARGE_CLE_CHIFFREMENT.
      *Lit la cle de chiffrement dans WS-FIC-CLE, hors du
      *repertoire des donnees et des sauvegardes (appelee au
      *demarrage). Fichier absent, vide, non numerique ou cle
      *nulle : WS-CHF-CLE-OK reste a 0 et les paragraphes
      *CHIFFRE_xxx et CLAIR_xxx masquent les donnees sensibles.
       MOVE 0 TO WS-CHF-CLE-OK
       MOVE 0 TO WS-CHF-CLE
       OPEN INPUT fcle
       IF cr_fcle = 0 THEN
              READ fcle
                     AT END CONTINUE
                     NOT AT END
                            IF fcl_cle IS NUMERIC THEN
                                   MOVE fcl_cle TO WS-CHF-CLE
                            END-IF
              END-READ
              CLOSE fcle
       END-IF
       IF WS-CHF-CLE > 0 THEN
              MOVE 1 TO WS-CHF-CLE-OK
       END-IF
       IF WS-CHF-CLE-OK = 0 AND WS-PARAM-CHIFFREMENT = 1 THEN
              DISPLAY "ATTENTION : cle de chiffrement absente : "
                     WS-FIC-CLE
              DISPLAY "Les donnees medicales et antidopage seront "
                     "masquees et leur saisie refusee"
       END-IF.

       CLE_CHIFFREMENT_ABSENTE.
      *Positionne WS-CHF-REFUS si les donnees sont chiffrees et que
      *la cle n'a pas ete chargee, en le signalant : l'ecran
      *appelant abandonne alors sa saisie (appelee par les saisies
      *de contacts, certificats et AUT, la fusion de doublons et
      *la conversion des cles).
       MOVE 0 TO WS-CHF-REFUS
       IF WS-CHF-CLE-OK = 0 AND WS-PARAM-CHIFFREMENT = 1 THEN
              MOVE 1 TO WS-CHF-REFUS
              DISPLAY "Cle de chiffrement absente : operation "
                     "refusee"
       END-IF.
