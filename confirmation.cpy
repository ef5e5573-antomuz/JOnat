                                                 fa_numA " - "
                                                 fa_nom " "
                                                 fa_prenom
                                              IF FP-VERIF-A-JUSTIFIER
                                               DISPLAY "     temps "
                                                 "d'engagement a "
                                                 "justifier"
                                              END-IF
                                            END-IF
                                   END-READ
                            END-IF
