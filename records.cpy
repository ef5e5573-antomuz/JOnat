       END-IF
       IF WS-REJ-ABANDON = 0 THEN
              OPEN I-O frecords
              MOVE "RECORDS" TO WS-LOT-TYPE
              MOVE "import_records.dat" TO WS-LOT-SOURCE
              IF WS-REJ-MODE = 2 THEN
                     MOVE WS-REJ-LEC-NOM TO WS-LOT-SOURCE
              END-IF
              PERFORM LOT_OUVRE
              MOVE 0 TO Wfin
              MOVE 0 TO WS-IMPR-NB-LUES
              MOVE 0 TO WS-IMPR-NB-CHARGEES
              END-PERFORM

              CLOSE frecords
              MOVE WS-IMPR-NB-LUES TO WS-LOT-NB-LUES
              MOVE WS-IMPR-NB-REJETEES TO WS-LOT-NB-REJETEES
              PERFORM LOT_FERME
              PERFORM REJET_FERME
              DISPLAY "Lignes lues : " WS-IMPR-NB-LUES
              DISPLAY "Records charges : " WS-IMPR-NB-CHARGEES
              MOVE WS-IMPR-CLASSE TO frb_classe
              MOVE WS-IMPR-TEMPS TO frb_temps
              MOVE WS-IMPR-DETENTEUR TO frb_detenteur
              MOVE "R" TO frb_statut
              MOVE 0 TO frb_dos_numE
              MOVE 0 TO frb_dos_numA
              MOVE WS-LOT-NUM TO frb_lot
              WRITE tamp_frecords
                     INVALID KEY
                            PERFORM IMPORT_REMPLACE_RECORD
                     NOT INVALID KEY
                            ADD 1 TO WS-IMPR-NB-CHARGEES
                            MOVE "C" TO WS-LOT-ACTION
                            PERFORM LOT_NOTE_RECORD
              END-WRITE
       END-IF.

       READ frecords
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     MOVE "M" TO WS-LOT-ACTION
                     PERFORM LOT_NOTE_RECORD
                     IF frb_temps NOT = WS-IMPR-TEMPS THEN
                            MOVE frb_temps
                                   TO WS-PRG-ANCIEN-TEMPS
       END-READ
       MOVE WS-IMPR-TEMPS TO frb_temps
       MOVE WS-IMPR-DETENTEUR TO frb_detenteur
      *La federation ne publie que des marques ratifiees.
       MOVE "R" TO frb_statut
       MOVE 0 TO frb_dos_numE
       MOVE 0 TO frb_dos_numA
       MOVE WS-LOT-NUM TO frb_lot
       REWRITE tamp_frecords
              INVALID KEY
                     MOVE "ecriture impossible"
                            frb_distance "m " frb_genre " "
                            frb_classe " : " WS-TEMPS-FORMATE
                            " - " frb_detenteur
                     IF FRB-EN-ATTENTE THEN
                            DISPLAY "   sous reserve de ratification"
                     END-IF
       END-PERFORM
       CLOSE frecords.

      *jour en place et l'ancienne marque part dans le fichier de
      *progression : si le record tombe deux fois dans la soiree,
      *le second temps se compare a la nouvelle marque et le
      *detenteur intermediaire ne disparait plus. La nouvelle
      *marque reste en attente de ratification, sur dossier
      *(appelee par VERIFIE_RECORD_PERSO).
       OPEN I-O frecords
       MOVE "WR" TO frb_niveau
       PERFORM VERIFIE_UN_RECORD_OFFICIEL
      *ligne du livre avec la nouvelle marque et son detenteur
      *(appelee par VERIFIE_UN_RECORD_OFFICIEL ; frecords est
      *ouvert en I-O et la ligne battue est dans le tampon).
       MOVE "M" TO WS-LOT-ACTION
       PERFORM LOT_NOTE_RECORD
       MOVE frb_temps TO WS-PRG-ANCIEN-TEMPS
       MOVE frb_detenteur TO WS-PRG-ANCIEN-DET
       MOVE fc_temps TO WS-PRG-NOUVEAU-TEMPS
       END-READ
       CLOSE fathletes
       PERFORM PROGRESSION_ENREGISTRE
       PERFORM DOSSIER_RECORD_OUVRE
       MOVE fc_temps TO frb_temps
       MOVE WS-PRG-NOUVEAU-DET TO frb_detenteur
       MOVE "A" TO frb_statut
       MOVE fp_numE TO frb_dos_numE
       MOVE fp_numA TO frb_dos_numA
       MOVE WS-LOT-NUM TO frb_lot
       REWRITE tamp_frecords
              INVALID KEY CONTINUE
       END-REWRITE.
