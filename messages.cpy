       MOVE "* 6 - My day (schedule card)                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 146 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 7 - Me retirer d'une epreuve                *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 146 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 7 - Withdraw from an event                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 147 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 8 - Deconnexion                             *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 147 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 8 - Log out                                 *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 30 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 1 - Gerer les athletes                      *"
       WRITE tamp_fmessages END-WRITE
       MOVE 50 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 21 - Conversions (cles, chiffrement)        *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 50 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 21 - One-shot conversions (keys/encryption) *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 51 TO fmsg_numero
       MOVE "* 27 - Meet-control console                   *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 153 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 30 - Effectifs d'evacuation                 *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 153 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 30 - Evacuation headcount                   *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 132 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 31 - Deconnexion                            *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 132 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 31 - Log out                                *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 136 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 28 - Disciplines specifiques                *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 136 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 28 - Discipline-specific events             *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 148 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 29 - Cahier de quart et releve              *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 148 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 29 - Shift logbook and handover             *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 140 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 7 - Classement des clubs                    *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 140 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 7 - Club standings                          *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 131 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 8 - Retour                                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 131 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 8 - Back                                    *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 152 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 7 - Justifier mes temps d'engagement        *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 152 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 7 - Justify my entry times                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 133 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 8 - Deconnexion                             *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 133 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 8 - Log out                                 *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 134 TO fmsg_numero
       MOVE "* 6 - Log out                                 *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 145 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 6 - Mes demandes d'engagement               *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 145 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 6 - My entry requests                       *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 55 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 1 - Les athletes de ma delegation           *"
       MOVE "* 14-Nationality transfers                     *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 141 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 15-Biographies et fiches media              *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 141 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 15-Biographies and media fact sheets        *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 150 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 16-Consentements et droit a l'image         *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 150 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 16-Consent and image rights                 *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 76 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 17-Quitter                                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 76 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 17-Quit                                     *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 78 TO fmsg_numero
       MOVE "* 14-Reschedule an event                       *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 137 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 15-Lier series et finale d'un relais         *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 137 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 15-Link relay heats to their final           *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 139 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 16-Annuler une epreuve (organisateur)        *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 139 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 16-Cancel an event (organiser)               *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 142 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 17-Feuille des engages (psych sheet)         *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 142 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 17-Psych sheet (entries by entry time)       *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 93 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 18-Quitter                                   *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 93 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 18-Quit                                      *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 95 TO fmsg_numero
       MOVE "* 21-Heat entry (lane order)                   *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 138 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 22-Reprise d'une serie (arbitre)             *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 138 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 22-Referee-ordered heat re-swim              *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 117 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 23-Quitter                                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 117 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 23-Quit                                     *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 143 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 23-Demandes des delegations (file)           *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 143 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 23-Delegation requests (queue)               *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 149 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 24-Dossiers de reunion technique            *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 149 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 24-Technical meeting packs                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 151 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 25-Verification des temps d'engagement      *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 151 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 25-Entry time verification                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 144 TO fmsg_numero
       MOVE "FR" TO fmsg_langue
       MOVE "* 26-Quitter                                  *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 144 TO fmsg_numero
       MOVE "EN" TO fmsg_langue
       MOVE "* 26-Quit                                     *"
              TO fmsg_texte
       WRITE tamp_fmessages END-WRITE
       MOVE 120 TO fmsg_numero
