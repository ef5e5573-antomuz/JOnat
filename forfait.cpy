                     PERFORM JOURNALISE_AVANT_PARTICIPATION
                     MOVE 0 TO fp_classement
                     MOVE 0 TO fc_temps
                     MOVE 0 TO fp_temps_long
                     MOVE 0 TO fp_ecart
                     MOVE 0 TO fp_note_totale
                     MOVE 0 TO fp_officiel
                     MOVE 0 TO fp_points_perf
                     MOVE SPACE TO fp_source
