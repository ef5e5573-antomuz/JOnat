              organization indexed
              access mode is dynamic
              record key is fa_numA
              alternate record key is fa_licence WITH DUPLICATES
              alternate record key is fa_pays WITH DUPLICATES
              alternate record key is fa_nom_prenom WITH DUPLICATES
              lock mode is automatic
              with lock on record
              file status is cr_fath.
              organization line sequential
              file status is cr_faudit.

              select fcle assign to WS-FIC-CLE
              organization line sequential
              file status is cr_fcle.

              select fauditgen assign to WS-AUDITGEN-NOM
              organization line sequential
              file status is cr_fauditgen.
              organization line sequential
              file status is cr_ffactcat.

              select fcomptes assign to "plan_comptable.dat"
              organization indexed
              access mode is dynamic
              record key is fcg_mouvement
              lock mode is automatic
              with lock on record
              file status is cr_fcomptes.

              select fglexp assign to "grand_livre_exporte.dat"
              organization indexed
              access mode is dynamic
              record key is fgx_cle
              lock mode is automatic
              with lock on record
              file status is cr_fglexp.

              select fgrandlivre assign to WS-GL-NOM
              organization line sequential
              file status is cr_fgrandlivre.

              select fack assign to "accuse_reception.dat"
              organization line sequential
              file status is cr_fack.
              organization line sequential
              file status is cr_ftableau.

              select fbulletin assign to WS-FIC-BULLETIN
              organization line sequential
              file status is cr_fbulletin.

              with lock on record
              file status is cr_fclotures.

              select feau assign to "qualite_eau.dat"
              organization indexed
              access mode is dynamic
              record key is feq_cle
              lock mode is automatic
              with lock on record
              file status is cr_feau.

              select fmaillots assign to "maillots_homologues.dat"
              organization indexed
              access mode is dynamic
              record key is fmh_code
              lock mode is automatic
              with lock on record
              file status is cr_fmaillots.

              select fmaipoint assign to "maillots_pointage.dat"
              organization indexed
              access mode is dynamic
              record key is fmp_cle
              lock mode is automatic
              with lock on record
              file status is cr_fmaipoint.

              select fpannes assign to "pannes_chrono.dat"
              organization indexed
              access mode is dynamic
              record key is fpn_cle
              lock mode is automatic
              with lock on record
              file status is cr_fpannes.

              select fdossrec assign to "dossiers_records.dat"
              organization indexed
              access mode is dynamic
              record key is fdo_cle
              lock mode is automatic
              with lock on record
              file status is cr_fdossrec.

              select fconfirm
              assign to "confirmations_engagements.dat"
              organization indexed
              organization line sequential
              file status is cr_flabimp.

              select fimportL
              assign to "import_licences_federation.dat"
              organization line sequential
              file status is cr_fimportL.

              select fimportV assign to "import_billetterie.dat"
              organization line sequential
              file status is cr_fimportV.

              select fnotifs assign to WS-FIC-NOTIFS
              organization indexed
              access mode is dynamic
              record key is fno_id
              lock mode is automatic
              with lock on record
              file status is cr_fnotifs.

              select ffilenotif assign to WS-FIC-FILENOTIF
              organization line sequential
              file status is cr_ffilenotif.

              select fstatnotif assign to "statut_notifications.dat"
              organization line sequential
              file status is cr_fstatnotif.

              select ftue assign to "aut_therapeutiques.dat"
              organization indexed
              access mode is dynamic
              with lock on record
              file status is cr_ftue.

              select fclubs assign to "clubs.dat"
              organization indexed
              access mode is dynamic
              record key is fclu_code
              lock mode is automatic
              with lock on record
              file status is cr_fclubs.

              select fbio assign to "biographies.dat"
              organization indexed
              access mode is dynamic
              record key is fbi_licence
              lock mode is automatic
              with lock on record
              file status is cr_fbio.

              select fenc assign to "encadrement.dat"
              organization indexed
              access mode is dynamic
              with lock on record
              file status is cr_fcontact.

              select fcheckpoint assign to WS-FIC-CHECKPOINT
              organization line sequential
              file status is cr_fcheckpoint.

              organization line sequential
              file status is cr_fscans.

              select ftourniq assign to WS-TRN-NOM
              organization line sequential
              file status is cr_ftourniq.

              select fvacations assign to "vacations_staff.dat"
              organization indexed
              access mode is dynamic
              with lock on record
              file status is cr_faccred.

              select feaulibre assign to "parcours_eau_libre.dat"
              organization indexed
              access mode is dynamic
              record key is fel_numE
              lock mode is automatic
              with lock on record
              file status is cr_feaulibre.

              select fpassel assign to WS-FIC-PASSEL
              organization indexed
              access mode is dynamic
              record key is fpl_cle
              lock mode is automatic
              with lock on record
              file status is cr_fpassel.

              select fplongeons assign to WS-FIC-PLONGEONS
              organization indexed
              access mode is dynamic
              record key is fpg_cle
              lock mode is automatic
              with lock on record
              file status is cr_fplongeons.

              select fnotes assign to WS-FIC-NOTES
              organization indexed
              access mode is dynamic
              record key is fnt_cle
              lock mode is automatic
              with lock on record
              file status is cr_fnotes.
              select fwpequipes assign to WS-FIC-WPEQUIPES
              organization indexed
              access mode is dynamic
              record key is fwe_cle
              lock mode is automatic
              with lock on record
              file status is cr_fwpequipes.
              select fwpcompo assign to WS-FIC-WPCOMPO
              organization indexed
              access mode is dynamic
              record key is fwc_cle
              lock mode is automatic
              with lock on record
              file status is cr_fwpcompo.
              select fwpmatchs assign to WS-FIC-WPMATCHS
              organization indexed
              access mode is dynamic
              record key is fwm_cle
              lock mode is automatic
              with lock on record
              file status is cr_fwpmatchs.
              select fwpfaits assign to WS-FIC-WPFAITS
              organization indexed
              access mode is dynamic
              record key is fwf_cle
              lock mode is automatic
              with lock on record
              file status is cr_fwpfaits.
              select freprises assign to WS-FIC-REPRISES
              organization indexed
              access mode is dynamic
              record key is frp_cle
              lock mode is automatic
              with lock on record
              file status is cr_freprises.

              select fcompets assign to "competitions.dat"
              organization indexed
              access mode is dynamic
              record key is fco_code
              lock mode is automatic
              with lock on record
              file status is cr_fcompets.

              select flenex assign to WS-LNX-NOM
              organization line sequential
              file status is cr_flenex.

              select fciblage assign to WS-FIC-CIBLAGE
              organization indexed
              access mode is dynamic
              record key is fci_cle
              lock mode is automatic
              with lock on record
              file status is cr_fciblage.

              select flocalis assign to WS-FIC-LOCALIS
              organization indexed
              access mode is dynamic
              record key is flo_cle
              lock mode is automatic
              with lock on record
              file status is cr_flocalis.

              select fhorscomp assign to WS-FIC-HORSCOMP
              organization indexed
              access mode is dynamic
              record key is fhc_cle
              lock mode is automatic
              with lock on record
              file status is cr_fhorscomp.

              select fchambres assign to WS-FIC-CHAMBRES
              organization indexed
              access mode is dynamic
              record key is fch_cle
              lock mode is automatic
              with lock on record
              file status is cr_fchambres.

              select fhebergement assign to WS-FIC-HEBERGEMENT
              organization indexed
              access mode is dynamic
              record key is fhb_cle
              alternate record key is fhb_badge WITH DUPLICATES
              lock mode is automatic
              with lock on record
              file status is cr_fhebergement.

              select fvoyages assign to WS-FIC-VOYAGES
              organization indexed
              access mode is dynamic
              record key is fvy_badge
              lock mode is automatic
              with lock on record
              file status is cr_fvoyages.

              select frepas assign to WS-FIC-REPAS
              organization indexed
              access mode is dynamic
              record key is frs_cle
              lock mode is automatic
              with lock on record
              file status is cr_frepas.

              select fcommande assign to WS-RST-NOM
              organization line sequential
              file status is cr_fcommande.

              select fscanrepas assign to "repas_scannes.dat"
              organization line sequential
              file status is cr_fscanrepas.

              select fdotations assign to WS-FIC-DOTATIONS
              organization indexed
              access mode is dynamic
              record key is fdt_cle
              lock mode is automatic
              with lock on record
              file status is cr_fdotations.

              select fremises assign to WS-FIC-REMISES
              organization indexed
              access mode is dynamic
              record key is fre_cle
              lock mode is automatic
              with lock on record
              file status is cr_fremises.

              select fvip assign to WS-FIC-VIP
              organization indexed
              access mode is dynamic
              record key is fvi_cle
              lock mode is automatic
              with lock on record
              file status is cr_fvip.

              select fmedia assign to WS-FIC-MEDIA
              organization indexed
              access mode is dynamic
              record key is fmz_cle
              lock mode is automatic
              with lock on record
              file status is cr_fmedia.

              select finterviews assign to WS-FIC-INTERVIEWS
              organization indexed
              access mode is dynamic
              record key is fit_id
              lock mode is automatic
              with lock on record
              file status is cr_finterviews.

              select flangues assign to "langues_delegations.dat"
              organization indexed
              access mode is dynamic
              record key is flg_pays
              lock mode is automatic
              with lock on record
              file status is cr_flangues.

              select fdemandes assign to WS-FIC-DEMANDES
              organization indexed
              access mode is dynamic
              record key is fdm_id
              lock mode is automatic
              with lock on record
              file status is cr_fdemandes.

              select fconnexions assign to WS-FIC-CONNEXIONS
              organization indexed
              access mode is dynamic
              record key is fcx_cle
              alternate record key is fcx_poste WITH DUPLICATES
              lock mode is automatic
              with lock on record
              file status is cr_fconnexions.

              select fdvalid assign to WS-FIC-DVALID
              organization indexed
              access mode is dynamic
              record key is fdv_id
              lock mode is automatic
              with lock on record
              file status is cr_fdvalid.

              select flots assign to WS-FIC-LOTS
              organization indexed
              access mode is dynamic
              record key is fln_num
              lock mode is automatic
              with lock on record
              file status is cr_flots.

              select flotimg assign to WS-FIC-LOTIMG
              organization indexed
              access mode is dynamic
              record key is fim_cle
              lock mode is automatic
              with lock on record
              file status is cr_flotimg.

              select fcahier assign to WS-FIC-CAHIER
              organization indexed
              access mode is dynamic
              record key is fcq_num
              alternate record key is fcq_bureau WITH DUPLICATES
              alternate record key is fcq_jour WITH DUPLICATES
              lock mode is automatic
              with lock on record
              file status is cr_fcahier.

              select fconsent assign to WS-FIC-CONSENT
              organization indexed
              access mode is dynamic
              record key is fcs_licence
              lock mode is automatic
              with lock on record
              file status is cr_fconsent.

              select fperfed assign to WS-FIC-PERFED
              organization indexed
              access mode is dynamic
              record key is fpf_cle
              lock mode is automatic
              with lock on record
              file status is cr_fperfed.

              select fimportF
              assign to "import_classement_federation.dat"
              organization line sequential
              file status is cr_fimportF.

       DATA DIVISION.
       FILE SECTION.
       FD fathletes.
              01 tamp_fathletes.
                     02 fa_numA PIC 9(4).
      *Nom puis prenom, cle alternative des recherches par nom.
                     02 fa_nom_prenom.
                            03 fa_nom PIC X(30).
                            03 fa_prenom PIC X(30).
                     02 fa_age PIC 9(2).
                     02 fa_naissance PIC 9(8).
                     02 fa_pays PIC A(20).
      *nageur valide : les epreuves para ne sont plus des fe_type
      *deguises.
                     02 fa_classe PIC X(3).
      *Club d'appartenance (clubs.dat), espaces pour un nageur
      *sans club declare.
                     02 fa_club PIC X(6).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier l'athlete, zero pour une saisie manuelle.
                     02 fa_lot PIC 9(5).
       FD fepreuves.
              01 tamp_fepreuve.
                     02 fe_numE PIC 9(3).
                            88 FE-DEMI VALUE "DEMI".
                            88 FE-FINALE VALUE "FINALE".
                            88 FE-BARRAGE VALUE "BARRAGE".
      *Contre-la-montre (hors concours) : temps officiellement
      *chronometres retenus pour les meilleurs temps, les normes et
      *les records, mais ni classement, ni points de placement, ni
      *medailles, primes ou ceremonies.
                            88 FE-CONTRE-LA-MONTRE VALUE "CHRONO".
                     02 fe_numSession PIC 9(3).
                     02 fe_cloture.
                            03 fe_clot_date.
                     02 fe_quota_pays PIC 9(2).
                     02 fe_supprime PIC 9(1).
                            88 FE-SUPPRIMEE VALUE 1.
      *Epreuve annulee par l'organisateur : engagements liberes,
      *avoirs emis, mais l'epreuve reste listee ANNULEE.
                            88 FE-ANNULEE VALUE 2.
                     02 fe_suppr_date PIC X(16).
                     02 fe_maj_par PIC X(20).
                     02 fe_maj_date PIC X(16).
      *regle federale - pas a la date du jour.
                     02 fe_age_min PIC 9(2).
                     02 fe_age_max PIC 9(2).
      *Nature de l'epreuve : P (ou espace pour les epreuves
      *d'avant) en bassin, L en eau libre - depart groupe, ni
      *series ni couloirs, temps aux points de passage. En eau
      *libre fe_distance est exprimee en kilometres : 9(4) ne
      *tient pas les 10000 m du marathon, la longueur exacte du
      *parcours est portee par parcours_eau_libre.dat. J pour une
      *epreuve jugee (plongeon) : classement aux points du jury,
      *fe_distance y donne la hauteur du tremplin ou de la plate-
      *forme en metres. W pour un tournoi de water-polo : poules
      *puis tableau final, le classement final des equipes est
      *porte par relais.dat (une ligne par pays).
                     02 fe_nature PIC X(1).
                            88 FE-BASSIN VALUES "P" " ".
                            88 FE-EAU-LIBRE VALUE "L".
                            88 FE-JUGEE VALUE "J".
                            88 FE-WATER-POLO VALUE "W".
      *Pour une finale de relais, numero de l'epreuve de series
      *dont elle est issue (0 sinon) : les nageurs des seules
      *series d'une equipe medaillee ont droit a la medaille.
                     02 fe_relais_series PIC 9(3).
      *Code de la competition (competitions.dat) : plusieurs
      *competitions partagent les memes fichiers, seuls athletes
      *et licences leur sont communs. Espaces pour la competition
      *principale d'origine.
                     02 fe_compet PIC X(6).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier l'epreuve, zero pour une saisie manuelle.
                     02 fe_lot PIC 9(5).
       FD fparticipations.
              01 tamp_fparticipation.
                     02 fp_cle.
      *que des resultats officiels.
                     02 fp_officiel PIC 9(1).
                            88 FP-OFFICIEL VALUE 1.
      *Resultat annule par l'arbitre en attente de la reprise de
      *la serie : ni signe, ni publie, ni qualifiable tant que le
      *temps de la reprise n'a pas ete saisi.
                            88 FP-REPRISE-ATTENTE VALUE 2.
      *Motif de disqualification (code du referentiel federal
      *motifs_dq.dat), espaces hors DQ.
                     02 fp_motif_dq PIC X(4).
                            88 FP-SOURCE-ELEC VALUE "E".
                            88 FP-SOURCE-SEMI VALUE "S".
                            88 FP-SOURCE-MANUEL VALUE "M".
      *Temps de course long en centiemes (eau libre : deux heures
      *font 720000 centiemes, hors de portee de fc_temps qui reste
      *alors a zero) et ecart au vainqueur, poses au classement de
      *l'epreuve.
                     02 fp_temps_long PIC 9(7).
                     02 fp_ecart PIC 9(7).
      *Total des points du jury d'une epreuve jugee (somme des
      *plongeons), zero ailleurs.
                     02 fp_note_totale PIC 9(4)V99.
      *Competition de l'epreuve, reportee a l'engagement.
                     02 fp_compet PIC X(6).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier la participation, zero pour une saisie manuelle.
                     02 fp_lot PIC 9(5).
      *Controle du temps d'engagement contre la base des
      *classements federaux : espace non controle, V verifie, A a
      *justifier par la delegation, J justifie, R ramene a sans
      *temps faute de justification a la date limite (le temps
      *soumis reste dans fp_temps_declare). fp_preuve porte la
      *nage retenue ou la justification de la delegation.
                     02 fp_verif PIC X(1).
                            88 FP-VERIF-OK VALUE "V".
                            88 FP-VERIF-A-JUSTIFIER VALUE "A".
                            88 FP-VERIF-JUSTIFIE VALUE "J".
                            88 FP-VERIF-RAMENE VALUE "R".
                     02 fp_temps_declare PIC 9(5).
                     02 fp_preuve PIC X(40).
       FD farch.
              01 tamp_farch.
                     02 fa_cle.
                                   04 fa_type PIC A(20).
                                   04 fa_disatnce PIC 9(4).
                            03 fa_genre PIC A(1).
      *Deux competitions de la meme annee archivent chacune leur
      *podium du meme type/distance/genre.
                            03 fa_compet PIC X(6).
                     02 fa_prenom_or PIC X(30).
                     02 fa_nom_or PIC X(30).
                     02 fa_temps_or PIC 9(5).
                     02 fa_licence_or2 PIC X(10).
                     02 fa_licence_argent2 PIC X(10).
                     02 fa_licence_bronze2 PIC X(10).
      *Temps longs du podium (eau libre), zero en bassin.
                     02 fa_temps_long_or PIC 9(7).
                     02 fa_temps_long_argent PIC 9(7).
                     02 fa_temps_long_bronze PIC 9(7).
      *Points du jury du podium (epreuves jugees), zero ailleurs.
                     02 fa_note_or PIC 9(4)V99.
                     02 fa_note_argent PIC 9(4)V99.
                     02 fa_note_bronze PIC 9(4)V99.
      *Effectif medaille d'une equipe de water-polo (joueurs de
      *la composition), zero ailleurs : un podium de relais compte
      *4 medailles.
                     02 fa_equipiers_or PIC 9(2).
                     02 fa_equipiers_argent PIC 9(2).
                     02 fa_equipiers_bronze PIC 9(2).
       FD fpays.
              01 tamp_fpays.
                     02 pa_code PIC X(3).
                     02 aud_chaine.
                            03 aud_chaine_marque PIC X(3).
                            03 aud_chaine_valeur PIC 9(9).
       FD fcle.
              01 tamp_fcle.
                     02 fcl_cle PIC X(10).
       FD fauditgen.
              01 tamp_fauditgen PIC X(112).
       FD fjournal.
              01 tamp_fjournal PIC X(400).
       FD fbackup.
      *Assez large pour le plus long enregistrement sauvegarde
      *(l'archive avec ses co-medailles, licences, temps longs,
      *points du jury et effectifs d'equipe fait 515 octets) : trop
      *court, la sauvegarde tronquerait en silence.
              01 tamp_fbackup PIC X(600).
       FD fbkpcat.
              01 tamp_fbkpcat PIC X(60).
       FD fcontrole.
              01 tamp_ffacture PIC X(132).
       FD ffactcat.
              01 tamp_ffactcat PIC X(100).
       FD fcomptes.
      *Plan de correspondance comptable : chaque nature de
      *mouvement d'argent (facture, reglement, prime, billet,
      *caution...) passe au debit d'un compte et au credit d'un
      *autre, tenus par la direction financiere.
              01 tamp_fcomptes.
                     02 fcg_mouvement PIC X(12).
                     02 fcg_debit PIC X(8).
                     02 fcg_credit PIC X(8).
                     02 fcg_libelle PIC X(30).
       FD fglexp.
      *Mouvements deja passes au grand livre : le montant est celui
      *deja exporte pour la cle (cumul pour les primes et la
      *billetterie), si bien qu'une relance n'exporte que l'ecart.
              01 tamp_fglexp.
                     02 fgx_cle PIC X(30).
                     02 fgx_mouvement PIC X(12).
                     02 fgx_montant PIC 9(9).
                     02 fgx_date PIC 9(8).
                     02 fgx_compet PIC X(6).
       FD fgrandlivre.
              01 tamp_fgrandlivre PIC X(132).
       FD ftableau.
      *Elargi pour porter le motif de DQ et son libelle en fin de
      *ligne sans troncature silencieuse du STRING.
      *attente de la decision de l'arbitre.
                     02 fr_echange_signale PIC 9(1).
                            88 FR-ECHANGE-SIGNALE VALUE 1.
      *Source du chronometrage de l'equipe (memes codes que
      *fp_source) : seul un relais chronometre electroniquement
      *donne a son premier relayeur un temps individuel officiel.
                     02 fr_source PIC X(1).
                            88 FR-SOURCE-ELEC VALUE "E".
                     02 fr_compet PIC X(6).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier l'equipe, zero pour une saisie manuelle.
                     02 fr_lot PIC 9(5).
       FD fpb.
              01 tamp_fpb.
      *Le record personnel est desormais rattache a la licence
                            03 fpb_classe PIC X(3).
                     02 fpb_temps PIC 9(5).
                     02 fpb_date PIC X(16).
      *1 quand le record personnel a ete etabli au depart d'un
      *relais (temps individuel officiel du premier relayeur).
                     02 fpb_depart_relais PIC 9(1).
                            88 FPB-DEPART-RELAIS VALUE 1.
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier le record personnel, zero pour une saisie manuelle.
                     02 fpb_lot PIC 9(5).

       FD fexport.
              01 tamp_fexport PIC X(150).
                     02 fli_prenom PIC X(30).
                     02 fli_pays PIC A(20).
                     02 fli_premiere_annee PIC 9(4).
      *Statut federal de la licence au dernier fichier quotidien de
      *la federation (A active, S suspendue, E expiree, espace tant
      *qu'elle n'a jamais ete synchronisee), date de ce fichier et
      *identite que la federation connait pour cette licence.
                     02 fli_statut PIC X(1).
                            88 FLI-ACTIVE VALUE "A".
                            88 FLI-SUSPENDUE VALUE "S".
                            88 FLI-EXPIREE VALUE "E".
                            88 FLI-NON-SYNCHRO VALUE " ".
                     02 fli_statut_date PIC X(8).
                     02 fli_fed_nom PIC X(30).
                     02 fli_fed_prenom PIC X(30).
                     02 fli_fed_naissance PIC 9(8).
                     02 fli_fed_pays PIC X(20).
       FD fclotures.
      *Proces-verbal de cloture d'une seance : ecrit quand toutes
      *les conditions sont levees, au nom de l'operateur
                     02 fcl_numS PIC 9(3).
                     02 fcl_operateur PIC X(20).
                     02 fcl_date PIC X(16).
       FD feau.
      *Releve de la qualite de l'eau avant une seance, dans le lieu
      *de la seance : feq_seq distingue les mesures successives
      *(nouvelle mesure apres un releve hors limites). Temperatures
      *en degres, chlore libre en mg/l.
              01 tamp_feau.
                     02 feq_cle.
                            03 feq_numS PIC 9(3).
                            03 feq_seq PIC 9(2).
                     02 feq_lieu PIC A(20).
                     02 feq_temp_eau PIC 99V9.
                     02 feq_temp_air PIC 99V9.
                     02 feq_ph PIC 99V9.
                     02 feq_chlore PIC 9V99.
                     02 feq_heure.
                            03 feq_HOUR PIC 9(2).
                            03 feq_MIN PIC 9(2).
                     02 feq_officiel PIC X(30).
                     02 feq_conforme PIC 9(1).
                            88 FEQ-CONFORME VALUE 1.
                     02 feq_anomalies PIC X(30).
                     02 feq_maj_par PIC X(20).
                     02 feq_maj_date PIC X(16).
       FD fmaillots.
      *Reference des modeles de maillots de competition homologues :
      *un modele n'est plus admis apres sa date de fin de validite.
              01 tamp_fmaillots.
                     02 fmh_code PIC X(12).
                     02 fmh_fabricant PIC X(20).
                     02 fmh_modele PIC X(30).
                     02 fmh_valide_jusqu PIC 9(8).
       FD fmaipoint.
      *Maillot presente en chambre d'appel par un inscrit : chaque
      *presentation est gardee, refus compris, pour le rapport
      *d'infractions remis au juge-arbitre.
              01 tamp_fmaipoint.
                     02 fmp_cle.
                            03 fmp_numE PIC 9(3).
                            03 fmp_numA PIC 9(4).
                            03 fmp_seq PIC 9(2).
                     02 fmp_code PIC X(12).
                     02 fmp_statut PIC X(8).
                            88 FMP-ACCEPTE VALUE "ACCEPTE".
                            88 FMP-REFUSE VALUE "REFUSE".
                     02 fmp_motif PIC X(30).
                     02 fmp_maj_par PIC X(20).
                     02 fmp_maj_date PIC X(16).
       FD fpannes.
      *Registre des pannes du materiel de chronometrage par
      *seance et couloir : plaque de touche, plot de depart ou
      *bouton de secours, avec heures d'ouverture et de fermeture
      *(fermeture a zero tant que la panne court). Un couloir
      *declare hors service n'est plus seede.
              01 tamp_fpannes.
                     02 fpn_cle.
                            03 fpn_numS PIC 9(3).
                            03 fpn_couloir PIC 9(2).
                            03 fpn_seq PIC 9(2).
                     02 fpn_lieu PIC A(20).
                     02 fpn_equipement PIC X(7).
                            88 FPN-PLAQUE VALUE "PLAQUE".
                            88 FPN-PLOT VALUE "PLOT".
                            88 FPN-BOUTON VALUE "BOUTON".
                     02 fpn_ouverture PIC 9(4).
                     02 fpn_fermeture PIC 9(4).
                     02 fpn_hors_service PIC 9(1).
                            88 FPN-HORS-SERVICE VALUE 1.
                     02 fpn_motif PIC X(40).
                     02 fpn_maj_par PIC X(20).
                     02 fpn_maj_date PIC X(16).
       FD fdossrec.
      *Dossier de ratification d'un record officiel battu : la
      *marque, sa source et son temps de reaction, le bassin et son
      *homologation, la seance (pour les releves d'eau) et la
      *marque remplacee, rendue au livre si la federation rejette
      *le record. Passages, officiels et controle antidopage sont
      *relus a l'impression du dossier.
              01 tamp_fdossrec.
                     02 fdo_cle.
                            03 fdo_numE PIC 9(3).
                            03 fdo_numA PIC 9(4).
                            03 fdo_niveau PIC X(2).
                     02 fdo_type PIC A(20).
                     02 fdo_distance PIC 9(4).
                     02 fdo_genre PIC A(1).
                     02 fdo_classe PIC X(3).
                     02 fdo_temps PIC 9(5).
                     02 fdo_source PIC X(1).
                     02 fdo_reaction PIC 9(4).
                     02 fdo_reaction_neg PIC 9(1).
                     02 fdo_detenteur PIC X(30).
                     02 fdo_numS PIC 9(3).
                     02 fdo_lieu PIC A(20).
                     02 fdo_nb_couloirs PIC 9(2).
                     02 fdo_homologation PIC X(20).
                     02 fdo_homol_date PIC 9(8).
                     02 fdo_ancien_temps PIC 9(5).
                     02 fdo_ancien_det PIC X(30).
                     02 fdo_ancien_statut PIC X(1).
                     02 fdo_ancien_numE PIC 9(3).
                     02 fdo_ancien_numA PIC 9(4).
                     02 fdo_statut PIC X(1).
                            88 FDO-EN-ATTENTE VALUE "A".
                            88 FDO-RATIFIE VALUE "R".
                            88 FDO-REJETE VALUE "J".
                     02 fdo_ouvert PIC X(16).
                     02 fdo_decide_par PIC X(20).
                     02 fdo_decide PIC X(16).
                     02 fdo_motif PIC X(40).
       FD fconfirm.
      *Confirmation par la delegation de sa liste d'engages sur
      *une epreuve, apres la cloture des engagements : le seeding
                            88 FAR-PRIMAIRE VALUE "P".
                            88 FAR-SECOURS VALUE "S".
                     02 far_decide PIC X(16).
      *Ligne ouverte d'office sur un couloir en panne : elle attend
      *le temps de secours quelle que soit la tolerance.
                     02 far_panne PIC 9(1).
                            88 FAR-PANNE VALUE 1.
       FD fdopage.
              01 tamp_fdopage.
                     02 fd_cle.
      *Code echantillon anonyme : seul identifiant transmis au
      *laboratoire, le registre fait le rapprochement au retour.
                     02 fd_code_ech PIC 9(6).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier le controle, zero pour une saisie manuelle.
                     02 fd_lot PIC 9(5).
       FD fagence.
      *Ligne au format fixe de l'agence nationale : code
      *echantillon (1-6), date de l'epreuve (7-14), numero
              01 tamp_flabexp PIC X(40).
       FD flabimp.
              01 tamp_flabimp PIC X(80).
       FD fimportL.
              01 tamp_fimportL PIC X(150).
       FD fimportV.
      *Fichier des ventes du prestataire de billetterie, une ligne
      *par seance et categorie : numS;categorie;vendus;rembourses,
      *en cumuls depuis l'ouverture des ventes.
              01 tamp_fimportV PIC X(150).
       FD fnotifs.
      *Registre des notifications envoyees a l'encadrement des
      *delegations : une ligne par contact et par evenement, avec
      *le statut de livraison renvoye par la passerelle SMS.
              01 tamp_fnotifs.
                     02 fno_id PIC 9(8).
                     02 fno_horodate PIC X(16).
                     02 fno_canal PIC X(5).
                     02 fno_destinataire PIC X(15).
                     02 fno_dest_nom PIC X(40).
                     02 fno_pays PIC A(20).
                     02 fno_numA PIC 9(4).
                     02 fno_reference PIC X(12).
                     02 fno_message PIC X(100).
                     02 fno_statut PIC X(10).
                            88 FNO-ATTENTE VALUE "ATTENTE".
                            88 FNO-LIVRE VALUE "LIVRE".
                            88 FNO-ECHEC VALUE "ECHEC".
                            88 FNO-SANS-DEST VALUE "SANS-DEST".
                     02 fno_statut_date PIC X(16).
                     02 fno_compet PIC X(6).
       FD ffilenotif.
      *File de la passerelle SMS/courriel, une ligne par message :
      *numero;canal;destinataire;reference;message.
              01 tamp_ffilenotif PIC X(200).
       FD fstatnotif.
      *Compte rendu de la passerelle : numero;statut;horodate.
              01 tamp_fstatnotif PIC X(80).
       FD ftue.
      *Autorisation d'usage a des fins therapeutiques (AUT) : pour
      *la substance et la periode couvertes, un controle positif ne
                     02 ftu_du PIC 9(8).
                     02 ftu_au PIC 9(8).
                     02 ftu_autorite PIC X(20).
       FD fclubs.
      *Table de reference des clubs : code, nom et pays du club.
              01 tamp_fclubs.
                     02 fclu_code PIC X(6).
                     02 fclu_nom PIC X(40).
                     02 fclu_pays PIC A(20).
       FD fbio.
      *Biographie media d'un athlete, rattachee a sa licence
      *permanente pour le suivre d'une edition a l'autre.
              01 tamp_fbio.
                     02 fbi_licence PIC X(10).
                     02 fbi_ville PIC X(30).
                     02 fbi_entraineur PIC X(40).
                     02 fbi_taille PIC 9(3).
                     02 fbi_debut PIC 9(4).
                     02 fbi_faits PIC X(120).
                     02 fbi_maj_par PIC X(20).
                     02 fbi_maj_date PIC X(16).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier la biographie, zero pour une saisie manuelle.
                     02 fbi_lot PIC 9(5).
       FD fenc.
              01 tamp_fenc.
                     02 fen_cle.
                     02 tri_react_neg PIC 9(1).
                     02 tri_motif_dq PIC X(4).
                     02 tri_source PIC X(1).
                     02 tri_temps_long PIC 9(7).
                     02 tri_ecart PIC 9(7).
                     02 tri_note PIC 9(4)V99.
                     02 tri_club PIC X(6).
      *1 si l'athlete consent a la publication de ses resultats
      *complets, 0 pour une sortie reduite au nom et au pays.
                     02 tri_publie PIC 9(1).
       FD fscorestries.
              01 tamp_fscorestries.
                     02 st_rang PIC 9(3).
                     02 st_react_neg PIC 9(1).
                     02 st_motif_dq PIC X(4).
                     02 st_source PIC X(1).
                     02 st_temps_long PIC 9(7).
                     02 st_ecart PIC 9(7).
                     02 st_note PIC 9(4)V99.
                     02 st_club PIC X(6).
                     02 st_publie PIC 9(1).
       SD ftrifdd.
              01 tamp_ftrifdd.
                     02 tfd_lieu PIC A(20).
                     02 thi_nom PIC X(30).
                     02 thi_prenom PIC X(30).
                     02 thi_temps PIC 9(5).
                     02 thi_temps_long PIC 9(7).
                     02 thi_note PIC 9(4)V99.
       FD fhistotries.
              01 tamp_fhistotries.
                     02 shi_annee PIC 9(4).
                     02 shi_nom PIC X(30).
                     02 shi_prenom PIC X(30).
                     02 shi_temps PIC 9(5).
                     02 shi_temps_long PIC 9(7).
                     02 shi_note PIC 9(4)V99.
       FD fancath.
              01 tamp_fancath.
                     02 anca_numA PIC 9(2).
                            03 fsr_numA PIC 9(4).
                     02 fsr_serie PIC 9(2).
                     02 fsr_couloir PIC 9(2).
      *Reprise ordonnee par l'arbitre : le couloir attend d'etre
      *renage au creneau fsr_reprise_heure de la meme seance.
                     02 fsr_reprise PIC 9(1).
                            88 FSR-REPRISE-ATTENTE VALUE 1.
                     02 fsr_reprise_heure.
                            03 fsr_rep_HOUR PIC 9(2).
                            03 fsr_rep_MIN PIC 9(2).
      *Temps de seeding retenu a la generation de la grille (0
      *pour les grilles plus anciennes) : base de l'analyse du
      *biais des couloirs.
                     02 fsr_temps_seed PIC 9(5).
       FD fsplits.
              01 tamp_fsplits.
                     02 fsp_cle.
      *d'origine tronquaient en silence les epreuves de distance,
      *celles ou l'analyse d'allure compte le plus.
                     02 fsp_passage OCCURS 30 TIMES PIC 9(5).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier les passages, zero pour une saisie manuelle.
                     02 fsp_lot PIC 9(5).
       FD frecords.
              01 tamp_frecords.
                     02 frb_cle.
                            03 frb_classe PIC X(3).
                     02 frb_temps PIC 9(5).
                     02 frb_detenteur PIC X(30).
      *Une marque battue en competition reste en attente jusqu'a
      *la ratification de son dossier (frb_dos_numE/numA) ; le
      *livre importe de la federation est ratifie d'office.
                     02 frb_statut PIC X(1).
                            88 FRB-RATIFIE VALUE "R" " ".
                            88 FRB-EN-ATTENTE VALUE "A".
                     02 frb_dos_numE PIC 9(3).
                     02 frb_dos_numA PIC 9(4).
      *Lot d'import (lots_import.dat) qui a cree ou modifie en
      *dernier le record, zero pour une saisie manuelle.
                     02 frb_lot PIC 9(5).
       FD fprogrec.
      *Progression des records : une ligne par record battu, avec
      *l'ancienne et la nouvelle marque - l'ancien detenteur ne
                     02 fl_capacite PIC 9(5).
                     02 fl_echauffement PIC 9(1).
                            88 FL-ECHAUFFEMENT VALUE 1.
      *Certificat d'homologation du bassin (mesurage) et sa date,
      *joints aux dossiers de ratification des records.
                     02 fl_homologation PIC X(20).
                     02 fl_homol_date PIC 9(8).
       FD fsessions.
              01 tamp_fsessions.
                     02 fse_numS PIC 9(3).
                     02 fse_fin_prevue.
                            03 fse_FIN-HOUR PIC 9(2).
                            03 fse_FIN-MIN PIC 9(2).
                     02 fse_compet PIC X(6).
       FD fmedinv.
      *Stock physique de medailles par metal : commandees au
      *fournisseur, gravees, remises en ceremonie (decomptees des
                            03 fbt_categorie PIC X(10).
                     02 fbt_alloue PIC 9(5).
                     02 fbt_vendu PIC 9(5).
      *Billets rembourses apres annulation de tout le programme
      *de la seance.
                     02 fbt_rembourse PIC 9(5).
                     02 fbt_compet PIC X(6).
      *Prix unitaire du billet de la categorie, pour la recette
      *passee au grand livre.
                     02 fbt_prix PIC 9(5).
      *Recette des billets vendus (remboursements compris) et
      *montant rembourse, chaque vente etant valorisee au prix en
      *vigueur au moment ou elle est enregistree.
                     02 fbt_recette PIC 9(9).
                     02 fbt_recette_remb PIC 9(9).
       FD fechauf.
      *Reservation d'un couloir du bassin d'echauffement par une
      *delegation : la cle lieu/date/creneau/couloir rend le
                     02 frcl_depose PIC X(16).
                     02 frcl_frais PIC 9(1).
                            88 FRCL-FRAIS-PAYES VALUE 1.
      *Caution versee au depot, au montant du parametre
      *FRAIS-RECLAM en vigueur ce jour-la.
                     02 frcl_montant PIC 9(5).
                     02 frcl_regle PIC X(20).
                     02 frcl_decision PIC X(8).
                            88 FRCL-ATTENTE VALUE "ATTENTE".
                            03 fh_type PIC A(20).
                            03 fh_distance PIC 9(4).
                            03 fh_genre PIC A(1).
                            03 fh_compet PIC X(6).
                            03 fh_rang PIC 9(2).
                            03 fh_numA PIC 9(4).
                     02 fh_nom PIC X(30).
                     02 fh_temps PIC 9(5).
                     02 fh_phase PIC A(8).
                     02 fh_licence PIC X(10).
      *Temps long du finisseur (eau libre), zero en bassin.
                     02 fh_temps_long PIC 9(7).
      *Points du jury (epreuves jugees), zero ailleurs.
                     02 fh_note PIC 9(4)V99.
       FD fpoints.
              01 tamp_fpoints.
                     02 fpt_place PIC 9(2).
                            88 FAD-VERROUILLE VALUE 1.
       FD fscans.
              01 tamp_fscans PIC X(80).
       FD ftourniq.
      *Liste blanche chargee dans les tourniquets : liste du jour
      *par zone de portes, ou mouvements de la journee (badges
      *annules et reemis) pousses au fil de l'eau.
              01 tamp_ftourniq PIC X(80).
       FD fvacations.
      *Vacation d'un badge STAFF sur une seance : la zone couverte
      *doit figurer dans les zones autorisees du badge, et chaque
                     02 fac_statut PIC A(8).
                            88 FAC-ACTIF VALUE "ACTIF".
                            88 FAC-ANNULE VALUE "ANNULE".
      *Un badge ne vaut que pour la competition qui l'a emis.
                     02 fac_compet PIC X(6).

       FD feaulibre.
      *Parcours d'une epreuve en eau libre : points de passage dans
      *l'ordre de la course (le dernier est l'arrivee), avec leur
      *distance depuis le depart et le drapeau de ravitaillement,
      *et le delai de cloture au-dela duquel un nageur est DNF -
      *en minutes apres le vainqueur et/ou en temps de course
      *absolu (0 = pas de delai de ce type).
              01 tamp_feaulibre.
                     02 fel_numE PIC 9(3).
                     02 fel_nb_points PIC 9(2).
                     02 fel_point OCCURS 12 TIMES.
                            03 fel_pt_libelle PIC X(20).
                            03 fel_pt_distance PIC 9(5).
                            03 fel_pt_ravito PIC 9(1).
                                   88 FEL-PT-RAVITO VALUE 1.
                     02 fel_delai_apres PIC 9(3).
                     02 fel_delai_absolu PIC 9(7).
                     02 fel_maj_par PIC X(20).
                     02 fel_maj_date PIC X(16).
       FD fpassel.
      *Passage chronometre d'un nageur a un point du parcours, en
      *centiemes depuis le depart groupe ; le passage au dernier
      *point est le temps d'arrivee.
              01 tamp_fpassel.
                     02 fpl_cle.
                            03 fpl_numE PIC 9(3).
                            03 fpl_numA PIC 9(4).
                            03 fpl_point PIC 9(2).
                     02 fpl_temps PIC 9(7).
                     02 fpl_maj_par PIC X(20).
                     02 fpl_maj_date PIC X(16).
       FD fplongeons.
      *Liste de plongeons deposee par un athlete pour une epreuve
      *jugee : code du plongeon, coefficient de difficulte, et
      *points obtenus une fois les notes du jury calculees.
              01 tamp_fplongeons.
                     02 fpg_cle.
                            03 fpg_numE PIC 9(3).
                            03 fpg_numA PIC 9(4).
                            03 fpg_ordre PIC 9(2).
                     02 fpg_code PIC X(6).
                     02 fpg_dd PIC 9V9.
                     02 fpg_points PIC 9(3)V99.
                     02 fpg_nb_notes PIC 9(2).
                     02 fpg_maj_par PIC X(20).
                     02 fpg_maj_date PIC X(16).
       FD fnotes.
      *Note d'un juge du jury (affectation JUGE de faffect) pour un
      *plongeon, de 0 a 10 par demi-point.
              01 tamp_fnotes.
                     02 fnt_cle.
                            03 fnt_numE PIC 9(3).
                            03 fnt_numA PIC 9(4).
                            03 fnt_ordre PIC 9(2).
                            03 fnt_numO PIC 9(3).
                     02 fnt_note PIC 99V9.
                     02 fnt_maj_par PIC X(20).
                     02 fnt_maj_date PIC X(16).
       FD fwpequipes.
      *Equipe nationale engagee dans un tournoi de water-polo : sa
      *poule, son bilan de poule recalcule des feuilles de match et
      *son rang final.
              01 tamp_fwpequipes.
                     02 fwe_cle.
                            03 fwe_numE PIC 9(3).
                            03 fwe_pays PIC A(20).
                     02 fwe_groupe PIC X(1).
                     02 fwe_joues PIC 9(2).
                     02 fwe_gagnes PIC 9(2).
                     02 fwe_nuls PIC 9(2).
                     02 fwe_perdus PIC 9(2).
                     02 fwe_buts_pour PIC 9(3).
                     02 fwe_buts_contre PIC 9(3).
                     02 fwe_points PIC 9(3).
                     02 fwe_rang_poule PIC 9(2).
                     02 fwe_rang_final PIC 9(2).
                     02 fwe_maj_par PIC X(20).
                     02 fwe_maj_date PIC X(16).
       FD fwpcompo.
      *Composition d'une equipe : joueurs (J) repris d'athletes.dat
      *avec leur numero de bonnet, encadrement (E) repris
      *d'encadrement.dat.
              01 tamp_fwpcompo.
                     02 fwc_cle.
                            03 fwc_numE PIC 9(3).
                            03 fwc_pays PIC A(20).
                            03 fwc_type PIC X(1).
                                   88 FWC-JOUEUR VALUE "J".
                                   88 FWC-ENCADREMENT VALUE "E".
                            03 fwc_num PIC 9(4).
                     02 fwc_bonnet PIC 9(2).
                     02 fwc_nom PIC X(30).
                     02 fwc_prenom PIC X(30).
                     02 fwc_role PIC A(10).
                     02 fwc_maj_par PIC X(20).
                     02 fwc_maj_date PIC X(16).
       FD fwpmatchs.
      *Match du tournoi : tour (poule ou tableau final), poule ou
      *place dans le tableau, equipes, score et tirs au but d'un
      *match a elimination directe.
              01 tamp_fwpmatchs.
                     02 fwm_cle.
                            03 fwm_numE PIC 9(3).
                            03 fwm_numM PIC 9(3).
                     02 fwm_phase PIC X(6).
                            88 FWM-POULE VALUE "POULE".
                            88 FWM-QUART VALUE "QUART".
                            88 FWM-DEMI VALUE "DEMI".
                            88 FWM-FINALE VALUE "FINALE".
                            88 FWM-BRONZE VALUE "BRONZE".
                     02 fwm_groupe PIC X(1).
                     02 fwm_tableau PIC 9(2).
                     02 fwm_pays_a PIC A(20).
                     02 fwm_pays_b PIC A(20).
                     02 fwm_buts_a PIC 9(2).
                     02 fwm_buts_b PIC 9(2).
                     02 fwm_tab_a PIC 9(2).
                     02 fwm_tab_b PIC 9(2).
                     02 fwm_statut PIC X(1).
                            88 FWM-PREVU VALUE "P".
                            88 FWM-JOUE VALUE "J".
                     02 fwm_maj_par PIC X(20).
                     02 fwm_maj_date PIC X(16).
       FD fwpfaits.
      *Fait de jeu porte sur la feuille de match : but, exclusion
      *temporaire ou exclusion definitive, avec le joueur (bonnet)
      *et le moment du match.
              01 tamp_fwpfaits.
                     02 fwf_cle.
                            03 fwf_numE PIC 9(3).
                            03 fwf_numM PIC 9(3).
                            03 fwf_seq PIC 9(3).
                     02 fwf_type PIC X(1).
                            88 FWF-BUT VALUE "B".
                            88 FWF-EXCLUSION VALUE "E".
                            88 FWF-EXCLU-DEF VALUE "D".
                     02 fwf_pays PIC A(20).
                     02 fwf_bonnet PIC 9(2).
                     02 fwf_numA PIC 9(4).
                     02 fwf_periode PIC 9(1).
                     02 fwf_minute PIC 9(2).
                     02 fwf_seconde PIC 9(2).
                     02 fwf_maj_par PIC X(20).
                     02 fwf_maj_date PIC X(16).
       FD freprises.
      *Historique des reprises ordonnees par l'arbitre : resultat
      *d'origine du couloir annule, motif de la reprise et creneau
      *attribue ; frp_seq distingue les reprises successives d'un
      *meme engage.
              01 tamp_freprises.
                     02 frp_cle.
                            03 frp_numE PIC 9(3).
                            03 frp_numA PIC 9(4).
                            03 frp_seq PIC 9(2).
                     02 frp_serie PIC 9(2).
                     02 frp_couloir PIC 9(2).
                     02 frp_motif PIC X(4).
                     02 frp_classement PIC 9(2).
                     02 frp_temps PIC 9(5).
                     02 frp_reaction PIC 9(4).
                     02 frp_source PIC X(1).
                     02 frp_motif_dq PIC X(4).
                     02 frp_officiel PIC 9(1).
                     02 frp_creneau.
                            03 frp_cre_HOUR PIC 9(2).
                            03 frp_cre_MIN PIC 9(2).
                     02 frp_maj_par PIC X(20).
                     02 frp_maj_date PIC X(16).
       FD fcompets.
      *Referentiel des competitions tenues dans les memes fichiers
      *(championnats juniors et epreuve test la meme semaine...) :
      *le code est porte par les epreuves, seances, engagements,
      *relais, billetterie et badges.
              01 tamp_fcompets.
                     02 fco_code PIC X(6).
                     02 fco_libelle PIC X(40).
                     02 fco_annee PIC 9(4).
                     02 fco_cree_par PIC X(20).
                     02 fco_cree_date PIC X(16).
       FD flenex.
              01 tamp_flenex PIC X(250).
       FD fciblage.
      *Liste confidentielle de ciblage antidopage : un resultat
      *suspect (gain sur le record personnel, progression entre
      *les tours, saut de points a la performance) y est signale
      *a la saisie, hors du tirage au sort ; seul l'officier
      *antidopage la consulte et decide d'ajouter l'athlete aux
      *controles de la seance.
              01 tamp_fciblage.
                     02 fci_cle.
                            03 fci_numA PIC 9(4).
                            03 fci_numE PIC 9(3).
                     02 fci_numS PIC 9(3).
                     02 fci_temps PIC 9(5).
      *Record personnel avant la course et gain en centiemes de
      *pour cent (0 quand le critere n'est pas leve).
                     02 fci_pb PIC 9(5).
                     02 fci_gain_pb PIC 9(5).
      *Temps du tour precedent (demi, a defaut series) et gain.
                     02 fci_temps_tour PIC 9(5).
                     02 fci_gain_tour PIC 9(5).
      *Points a la performance de la course et meilleur total de
      *l'historique de l'athlete (engagements et record personnel).
                     02 fci_points PIC 9(4).
                     02 fci_points_hist PIC 9(4).
                     02 fci_crit_pb PIC 9(1).
                            88 FCI-CRIT-PB VALUE 1.
                     02 fci_crit_tour PIC 9(1).
                            88 FCI-CRIT-TOUR VALUE 1.
                     02 fci_crit_points PIC 9(1).
                            88 FCI-CRIT-POINTS VALUE 1.
                     02 fci_statut PIC X(1).
                            88 FCI-A-EXAMINER VALUE " ".
                            88 FCI-RETENU VALUE "R".
                            88 FCI-ECARTE VALUE "E".
                     02 fci_signale_date PIC X(16).
                     02 fci_decide_par PIC X(20).
                     02 fci_decide_date PIC X(16).
       FD flocalis.
      *Localisation hors competition : pour chaque jour de la
      *fenetre des jeux, l'athlete ou son chef d'equipe declare un
      *creneau d'une heure et le lieu ou il peut etre controle.
              01 tamp_flocalis.
                     02 flo_cle.
                            03 flo_numA PIC 9(4).
                            03 flo_date PIC 9(8).
                     02 flo_heure PIC 9(2).
                     02 flo_lieu PIC X(40).
                     02 flo_declarant PIC X(1).
                            88 FLO-ATHLETE VALUE "A".
                            88 FLO-CHEF VALUE "C".
                     02 flo_declare_par PIC X(20).
                     02 flo_saisie_date PIC X(16).
       FD fhorscomp.
      *Tentatives de controle hors competition et leur issue :
      *controle effectue, controle manque (absent du lieu declare
      *pendant le creneau), defaut de declaration (aucune
      *localisation pour le jour), absent hors creneau (sans
      *consequence).
              01 tamp_fhorscomp.
                     02 fhc_cle.
                            03 fhc_numA PIC 9(4).
                            03 fhc_date PIC 9(8).
                            03 fhc_seq PIC 9(2).
                     02 fhc_heure PIC 9(4).
                     02 fhc_lieu PIC X(40).
                     02 fhc_issue PIC X(1).
                            88 FHC-CONTROLE VALUE "T".
                            88 FHC-MANQUE VALUE "M".
                            88 FHC-DEFAUT VALUE "F".
                            88 FHC-HORS-CRENEAU VALUE "H".
                     02 fhc_agent PIC X(30).
                     02 fhc_saisie_par PIC X(20).
                     02 fhc_saisie_date PIC X(16).
       FD fchambres.
      *Chambres du village declarees par le bureau du logement :
      *nombre de lits et genre de la chambre (f ou h, comme
      *fa_genre) - une chambre n'est jamais mixte.
              01 tamp_fchambres.
                     02 fch_cle.
                            03 fch_batiment PIC X(10).
                            03 fch_chambre PIC 9(4).
                     02 fch_lits PIC 9(1).
                     02 fch_genre PIC A(1).
                            88 FCH-FEMMES VALUE "f".
                            88 FCH-HOMMES VALUE "h".
       FD fhebergement.
      *Occupation d'un lit du village : badge d'accreditation de
      *l'occupant (athlete ou encadrement), dates d'arrivee et de
      *depart ; depart a zero tant que l'occupant est loge. Un lit
      *libere est reattribue en reecrivant la fiche.
              01 tamp_fhebergement.
                     02 fhb_cle.
                            03 fhb_batiment PIC X(10).
                            03 fhb_chambre PIC 9(4).
                            03 fhb_lit PIC 9(1).
                     02 fhb_badge PIC 9(5).
                     02 fhb_numA PIC 9(4).
                     02 fhb_pays PIC A(20).
                     02 fhb_nom PIC X(30).
                     02 fhb_prenom PIC X(30).
                     02 fhb_genre PIC A(1).
                     02 fhb_arrivee PIC 9(8).
                     02 fhb_depart PIC 9(8).
                     02 fhb_maj_par PIC X(20).
                     02 fhb_maj_date PIC X(16).
       FD fvoyages.
      *Vols d'arrivee et de depart d'une personne accreditee, tels
      *que transmis par sa delegation : numero de vol, date, heure
      *et aeroport (code IATA) ; zeros tant que le vol n'est pas
      *connu.
              01 tamp_fvoyages.
                     02 fvy_badge PIC 9(5).
                     02 fvy_arrivee.
                            03 fvy_arr_vol PIC X(8).
                            03 fvy_arr_date PIC 9(8).
                            03 fvy_arr_heure PIC 9(4).
                            03 fvy_arr_aeroport PIC X(3).
                     02 fvy_depart.
                            03 fvy_dep_vol PIC X(8).
                            03 fvy_dep_date PIC 9(8).
                            03 fvy_dep_heure PIC 9(4).
                            03 fvy_dep_aeroport PIC X(3).
                     02 fvy_maj_par PIC X(20).
                     02 fvy_maj_date PIC X(16).
       FD frepas.
      *Repas prevus d'un jour, tels que commandes au traiteur : par
      *lieu de restauration (L) et par delegation (D, nombre de bons
      *remis), pour chaque service (1 petit-dejeuner, 2 dejeuner,
      *3 diner). Garde pour la comparaison avec les bons scannes.
              01 tamp_frepas.
                     02 frs_cle.
                            03 frs_date PIC 9(8).
                            03 frs_type PIC X(1).
                                   88 FRS-LIEU VALUE "L".
                                   88 FRS-DELEGATION VALUE "D".
                            03 frs_code PIC A(20).
                            03 frs_periode PIC X(1).
                     02 frs_prevus PIC 9(5).
                     02 frs_calcul_par PIC X(20).
                     02 frs_calcul_date PIC X(16).
       FD fcommande.
              01 tamp_fcommande PIC X(80).
       FD fscanrepas.
      *Bons repas scannes a l'entree des restaurants, une ligne
      *AAAAMMJJ;service;badge;lieu par passage.
              01 tamp_fscanrepas PIC X(80).
       FD fdotations.
      *Dotation en materiel d'une categorie d'accreditation :
      *quantite maximale remise par badge, et materiel a rendre
      *avant le depart (radios, materiel de chronometrage) ou
      *acquis (tenues).
              01 tamp_fdotations.
                     02 fdt_cle.
                            03 fdt_categorie PIC A(10).
                            03 fdt_article PIC X(6).
                     02 fdt_libelle PIC X(30).
                     02 fdt_quantite PIC 9(2).
                     02 fdt_a_rendre PIC X(1).
                            88 FDT-A-RENDRE VALUE "O".
                     02 fdt_maj_par PIC X(20).
                     02 fdt_maj_date PIC X(16).
       FD fremises.
      *Remise de materiel au centre d'accreditation : une ligne par
      *remise a un badge (fre_seq distingue les remises successives
      *d'un meme article), date de retour a zero tant que le
      *materiel n'est pas rendu.
              01 tamp_fremises.
                     02 fre_cle.
                            03 fre_badge PIC 9(5).
                            03 fre_article PIC X(6).
                            03 fre_seq PIC 9(2).
                     02 fre_taille PIC X(4).
                     02 fre_quantite PIC 9(2).
                     02 fre_a_rendre PIC X(1).
                            88 FRE-A-RENDRE VALUE "O".
                     02 fre_remis_le PIC 9(8).
                     02 fre_rendu_le PIC 9(8).
                     02 fre_remis_par PIC X(20).
                     02 fre_rendu_par PIC X(20).
       FD fvip.
      *Invite du protocole en tribune VIP d'une seance, hors
      *billetterie : il occupe une place de l'allocation VIP de la
      *seance ; un remettant est rattache a la ceremonie d'une
      *epreuve (0 = a repartir).
              01 tamp_fvip.
                     02 fvi_cle.
                            03 fvi_numS PIC 9(3).
                            03 fvi_seq PIC 9(3).
                     02 fvi_nom PIC X(30).
                     02 fvi_prenom PIC X(30).
                     02 fvi_organisation PIC X(30).
                     02 fvi_rang PIC X(20).
                     02 fvi_invite_par PIC X(20).
                     02 fvi_zone PIC X(4).
                     02 fvi_remettant PIC X(1).
                            88 FVI-REMETTANT VALUE "O".
                     02 fvi_remet_numE PIC 9(3).
                     02 fvi_statut PIC X(1).
                            88 FVI-INVITE VALUE "I".
                            88 FVI-ARRIVE VALUE "A".
                            88 FVI-ANNULE VALUE "X".
                     02 fvi_arrivee PIC 9(4).
                     02 fvi_maj_par PIC X(20).
                     02 fvi_maj_date PIC X(16).
       FD fmedia.
      *Ordre de passage presse d'une seance : passages en zone
      *mixte de tous les finalistes et conferences de presse des
      *medailles, planifies a l'officialisation de chaque finale ;
      *la presence est pointee par l'equipe medias.
              01 tamp_fmedia.
                     02 fmz_cle.
                            03 fmz_numS PIC 9(3).
                            03 fmz_ordre PIC 9(4).
                     02 fmz_numE PIC 9(3).
                     02 fmz_type PIC X(1).
                            88 FMZ-ZONE-MIXTE VALUE "Z".
                            88 FMZ-CONFERENCE VALUE "C".
                     02 fmz_numA PIC 9(4).
                     02 fmz_pays PIC A(20).
                     02 fmz_nom PIC X(30).
                     02 fmz_prenom PIC X(30).
                     02 fmz_rang PIC 9(2).
                     02 fmz_heure PIC 9(4).
                     02 fmz_langue PIC X(2).
                     02 fmz_presence PIC X(1).
                            88 FMZ-PRESENT VALUE "P".
                            88 FMZ-ABSENT VALUE "A".
                     02 fmz_maj_par PIC X(20).
       FD finterviews.
      *Demande d'interview d'un media pour un athlete nomme, mise
      *en file dans l'ordre de depot puis confirmee (avec seance et
      *heure) ou refusee par l'equipe medias.
              01 tamp_finterviews.
                     02 fit_id PIC 9(5).
                     02 fit_media PIC X(30).
                     02 fit_journaliste PIC X(30).
                     02 fit_numA PIC 9(4).
                     02 fit_langue PIC X(2).
                     02 fit_statut PIC X(1).
                            88 FIT-EN-ATTENTE VALUE "Q".
                            88 FIT-CONFIRMEE VALUE "C".
                            88 FIT-REFUSEE VALUE "R".
                     02 fit_numS PIC 9(3).
                     02 fit_heure PIC 9(4).
                     02 fit_depot PIC X(16).
                     02 fit_maj_par PIC X(20).
       FD flangues.
      *Langue de travail d'une delegation face a la presse (code a
      *deux lettres), pour prevoir les interpretes.
              01 tamp_flangues.
                     02 flg_pays PIC A(20).
                     02 flg_langue PIC X(2).
       FD fdemandes.
      *Demande deposee par l'encadrement d'une delegation depuis son
      *portail (engagement, retrait ou composition de relais),
      *controlee au depot puis approuvee ou rejetee, avec motif, par
      *le bureau des engagements ; ou forfait d'un athlete apres la
      *cloture des engagements, dont l'arbitre decide s'il est
      *excuse.
              01 tamp_fdemandes.
                     02 fdm_id PIC 9(5).
                     02 fdm_pays PIC A(20).
                     02 fdm_type PIC X(1).
                            88 FDM-ENGAGEMENT VALUE "E".
                            88 FDM-RETRAIT VALUE "R".
                            88 FDM-RELAIS VALUE "L".
                            88 FDM-FORFAIT VALUE "F".
                     02 fdm_numE PIC 9(3).
                     02 fdm_numA PIC 9(4).
                     02 fdm_leg_numA PIC 9(4) OCCURS 4 TIMES.
                     02 fdm_statut PIC X(1).
                            88 FDM-EN-ATTENTE VALUE "Q".
                            88 FDM-APPROUVEE VALUE "A".
                            88 FDM-REJETEE VALUE "J".
                            88 FDM-EXCUSE VALUE "E".
                            88 FDM-NON-EXCUSE VALUE "N".
                     02 fdm_motif PIC X(50).
                     02 fdm_depot PIC X(16).
                     02 fdm_depot_ts PIC X(12).
                     02 fdm_depose_par PIC X(30).
                     02 fdm_decide_par PIC X(20).
                     02 fdm_decide_le PIC X(16).
       FD fconnexions.
      *Session ouverte par compte (administrateur, athlete ou
      *encadrement) : poste de travail, ouverture, derniere
      *activite (AAAAMMJJHHMM) et jeton de la session detentrice,
      *qui permet au poste evince par une reprise de le constater.
              01 tamp_fconnexions.
                     02 fcx_cle.
                            03 fcx_type PIC X(1).
                                   88 FCX-ADMIN VALUE "A".
                                   88 FCX-ATHLETE VALUE "T".
                                   88 FCX-ENCADREMENT VALUE "C".
                            03 fcx_login PIC X(24).
                     02 fcx_poste PIC X(12).
                     02 fcx_ouverture PIC X(16).
                     02 fcx_activite PIC X(12).
                     02 fcx_jeton PIC 9(8).
       FD fdvalid.
      *Demande de double validation d'une operation destructrice
      *(cascade dopage, purges, restauration, bascule) : demandeur,
      *parametres, second administrateur valideur, horodatages
      *AAAAMMJJHHMM servant a l'expiration.
              01 tamp_fdvalid.
                     02 fdv_id PIC 9(5).
                     02 fdv_operation PIC X(12).
                     02 fdv_params PIC X(30).
                     02 fdv_demandeur PIC X(20).
                     02 fdv_demande_le PIC X(16).
                     02 fdv_demande_ts PIC X(12).
                     02 fdv_statut PIC X(1).
                            88 FDV-EN-ATTENTE VALUE "Q".
                            88 FDV-VALIDEE VALUE "V".
                            88 FDV-REFUSEE VALUE "R".
                            88 FDV-EXPIREE VALUE "X".
                            88 FDV-EXECUTEE VALUE "U".
                     02 fdv_valideur PIC X(20).
                     02 fdv_valide_le PIC X(16).
                     02 fdv_valide_ts PIC X(12).
       FD flots.
      *Registre des lots d'import : un numero par passe d'import,
      *reporte dans le champ _lot de chaque enregistrement cree ou
      *modifie par la passe, avec fichier source, operateur,
      *compteurs et statut (E en cours, T termine, A annule).
              01 tamp_flots.
                     02 fln_num PIC 9(5).
                     02 fln_type PIC X(12).
                     02 fln_fichier PIC X(40).
                     02 fln_operateur PIC X(20).
                     02 fln_date PIC X(16).
                     02 fln_nb_lues PIC 9(5).
                     02 fln_nb_crees PIC 9(5).
                     02 fln_nb_modifies PIC 9(5).
                     02 fln_nb_rejetees PIC 9(5).
                     02 fln_statut PIC X(1).
                            88 FLN-EN-COURS VALUE "E".
                            88 FLN-TERMINE VALUE "T".
                            88 FLN-ANNULE VALUE "A".
                     02 fln_annule_par PIC X(20).
                     02 fln_annule_date PIC X(16).
       FD flotimg.
      *Images des enregistrements touches par un lot d'import : une
      *entree par enregistrement et par lot, image AVANT prise au
      *premier passage (vide pour une creation) et image APRES posee
      *a la fermeture du lot, qui revele toute modification
      *posterieure au moment d'annuler le lot.
              01 tamp_flotimg.
                     02 fim_cle.
                            03 fim_lot PIC 9(5).
                            03 fim_fichier PIC X(12).
                            03 fim_cle_enr PIC X(40).
                     02 fim_action PIC X(1).
                            88 FIM-CREATION VALUE "C".
                            88 FIM-MODIFICATION VALUE "M".
                     02 fim_avant PIC X(250).
                     02 fim_apres PIC X(250).
       FD fcahier.
      *Cahier de quart des bureaux (engagements, resultats,
      *medical, accreditations) : entree horodatee par bureau et
      *poste, categorie, epreuve / athlete / badge concernes, et
      *drapeau ouvert jusqu'a resolution avec l'auteur et le mode
      *de cloture.
              01 tamp_fcahier.
                     02 fcq_num PIC 9(6).
                     02 fcq_bureau PIC A(10).
                     02 fcq_poste PIC X(12).
                     02 fcq_jour PIC 9(8).
                     02 fcq_date PIC X(16).
                     02 fcq_auteur PIC X(20).
                     02 fcq_categorie PIC X(12).
                     02 fcq_numE PIC 9(3).
                     02 fcq_numA PIC 9(4).
                     02 fcq_badge PIC 9(5).
                     02 fcq_texte PIC X(60).
                     02 fcq_ouvert PIC 9(1).
                            88 FCQ-OUVERT VALUE 1.
                     02 fcq_clos_par PIC X(20).
                     02 fcq_clos_date PIC X(16).
                     02 fcq_clos_jour PIC 9(8).
                     02 fcq_resolution PIC X(60).
       FD fconsent.
      *Registre des consentements par licence : publication des
      *resultats, biographie et photo, interviews media (1 = accord,
      *0 = refus), echeance eventuelle (zero = sans echeance) et,
      *pour un mineur, le representant legal et la date de son
      *accord.
              01 tamp_fconsent.
                     02 fcs_licence PIC X(10).
                     02 fcs_resultats PIC 9(1).
                     02 fcs_image PIC 9(1).
                     02 fcs_media PIC 9(1).
                     02 fcs_date PIC 9(8).
                     02 fcs_expire PIC 9(8).
                     02 fcs_tuteur PIC X(30).
                     02 fcs_tuteur_date PIC 9(8).
                     02 fcs_maj_par PIC X(20).
                     02 fcs_maj_date PIC X(16).
       FD fperfed.
      *Base des classements federaux : une nage homologuee par
      *licence, type/distance, date, temps et bassin, avec le
      *meeting ou elle a ete realisee - preuve des temps
      *d'engagement.
              01 tamp_fperfed.
                     02 fpf_cle.
                            03 fpf_licence PIC X(10).
                            03 fpf_type PIC A(20).
                            03 fpf_distance PIC 9(4).
                            03 fpf_date PIC 9(8).
                            03 fpf_temps PIC 9(5).
                            03 fpf_bassin PIC 9(2).
                     02 fpf_meeting PIC X(30).
                     02 fpf_import PIC X(16).
       FD fimportF.
      *Extrait de la base des classements de la federation, une
      *ligne par nage : licence;type;distance;temps en centiemes;
      *meeting;date AAAAMMJJ;bassin (25/50).
              01 tamp_fimportF PIC X(150).

       WORKING-STORAGE SECTION.
       77 cr_fep PIC 9(2).
                     03 WS-EVT-MIN   PIC 9(2).
       77 cr_frelais PIC 9(2).
       77 WS-RELAIS-IDX PIC 9.
       77 WS-DEP-DISTANCE PIC 9(4).
      *Equipes de la serie d'un relais (pays et relayeurs), pour
      *retrouver les nageurs des seules series d'une equipe
      *medaillee en finale.
       01 WS-RSR-TABLE.
              02 WS-RSR-NB PIC 9(2).
              02 WS-RSR-EQUIPE OCCURS 40 TIMES.
                     03 WS-RSR-PAYS PIC A(20).
                     03 WS-RSR-NUMA PIC 9(4) OCCURS 4 TIMES.
       01 WS-RSR-SUPPL.
              02 WS-RSR-NB-SUPPL PIC 9.
              02 WS-RSR-SUPPL-NUMA PIC 9(4) OCCURS 4 TIMES.
       77 WS-RSR-NUME-SERIES PIC 9(3).
       77 WS-RSR-NUME-FINALE PIC 9(3).
       77 WS-RSR-TYPE PIC A(20).
       77 WS-RSR-DISTANCE PIC 9(4).
       77 WS-RSR-GENRE PIC A(1).
       77 WS-RSR-IDX PIC 9(2).
       77 WS-RSR-J PIC 9.
       77 WS-RSR-K PIC 9.
       77 WS-RSR-FIN PIC 9.
       77 WS-RSR-DEJA PIC 9.
       77 WS-RSR-NUMA-CHERCHE PIC 9(4).
       77 WS-RSR-PAYS-TROUVE PIC A(20).
       77 WS-RELAIS-VALIDE PIC 9.
       01 WS-CLASST-RELAIS.
              02 WS-NB-CLASST-RELAIS PIC 9(2).
                            04 WS-NV-MIN   PIC 9(2).
       77 WIdE PIC 9(3).
       77 Wfin PIC 9(1).
       77 Wchoix2 PIC 9(2).
       77 Wtrouve PIC 9.
       77 WIdUser PIC 9(4).
       77 WidUtilisateurConnecte PIC 9(10).
       77 WS-FILTRE-DISTANCE PIC 9(4).
       77 WS-FILTRE-GENRE PIC A(1).
       77 WS-FILTRE-PAYS PIC A(20).
       77 WS-FILTRE-NOM PIC X(30).
       77 WS-CRITERES-OK PIC 9.
       77 cr_fexport PIC 9(2).
       01 WS-LIGNE-EXPORT PIC X(150).
       77 WS-CLASSE-OK PIC 9.
       77 WS-IMPR-CLASSE PIC X(3).
       77 WS-IMP-CLASSE PIC X(3).
       77 WS-IMP-CLUB PIC X(6).
       77 WS-IMPE-CLASSE PIC X(3).
       77 WS-PKG-CLASSE PIC X(3).
       77 WS-PKG-CLUB PIC X(6).
       77 cr_ftue PIC 9(2).
       77 WS-TUE-ACTIVE PIC 9.
       77 WS-TUE-DATE-JOUR PIC 9(8).
       77 WS-SCV-MINUTES PIC 9(5).
       77 WS-SCN-HH PIC 9(2).
       77 WS-SCN-MM PIC 9(2).
       77 cr_ftourniq PIC 9(2).
       77 WS-TRN-NOM PIC X(60).
       77 WS-TRN-PTR PIC 9(3).
       77 WS-TRN-DATE PIC 9(8).
       77 WS-TRN-ZONES PIC X(4) VALUE "BVEP".
       77 WS-TRN-Z PIC 9(1).
       77 WS-TRN-ZONE PIC X(1).
       77 WS-TRN-ADMIS PIC 9(1).
       77 WS-TRN-I PIC 9(3).
       77 WS-TRN-NB-ZONE PIC 9(5).
       77 WS-TRN-NB-TOTAL PIC 9(5).
       77 WS-TRN-NB-SEA PIC 9(3).
       77 WS-TRN-HORODATE PIC X(12).
      *Seances du jour exporte : un badge STAFF n'ouvre les portes
      *que s'il y tient une vacation.
       01 WS-TRN-SEANCES.
              02 WS-TRN-SEA PIC 9(3) OCCURS 50 TIMES.
      *Dernier pointage vu par badge, pour detecter un badge vu
      *sur deux sites en meme temps (badge clone).
       01 WS-SCANS-VUS.
                     03 WS-FPB-CLASSE PIC X(3).
                     03 WS-FPB-TEMPS PIC 9(5).
                     03 WS-FPB-DATE PIC X(16).
                     03 WS-FPB-DEPART PIC 9(1).
       77 WS-FPB-IDX PIC 9(2).
       01 WS-FUSION-DOPAGE.
              02 WS-FDP-NB PIC 9(2).
       77 WS-VRF-NB PIC 9(7).
       77 WS-VRF-NB-ALT PIC 9(7).
       77 WS-VRF-CHOIX PIC 9(2).
       77 WS-VRF-CLE PIC 9.
       77 WS-VRF-CLE-LIB PIC X(7).
       77 WS-BSC-NB PIC 9(7).
       77 WS-CHA-PREC PIC 9(9).
       77 WS-CHA-VAL PIC 9(9).
       77 WS-FAC-MONTANT PIC 9(9).
       77 WS-FAC-SOUS-TOTAL PIC 9(9).
       77 WS-FAC-PAYS PIC A(20).
       77 WS-FAC-LOT PIC 9(5).
       77 WS-FAC-REF PIC X(10).
       77 WS-FAC-L-PAYS PIC A(20).
       77 WS-FAC-L-MONTANT PIC 9(9).
       77 WS-FAC-L-STATUT PIC X(10).
       77 WS-FAC-L-DATE PIC X(20).
       77 WS-FAC-L-REF PIC X(10).
       77 WS-FAC-TROUVE PIC 9.
      *Annulation d'une epreuve par l'organisateur : delegations
      *touchees (engagements et equipes a crediter) et compteurs
      *de la cascade repris au bulletin de changement.
       01 WS-ANU-TABLE.
              02 WS-ANU-NB PIC 9(3).
              02 WS-ANU-DELEG OCCURS 100 TIMES.
                     03 WS-ANU-PAYS PIC A(20).
                     03 WS-ANU-NB-ENG PIC 9(4).
                     03 WS-ANU-NB-REL PIC 9(4).
       77 WS-ANU-IDX PIC 9(3).
       77 WS-ANU-TROUVE PIC 9.
       77 WS-ANU-PAYS-CHERCHE PIC A(20).
       77 WS-ANU-NUME PIC 9(3).
       77 WS-ANU-NUMS PIC 9(3).
       77 WS-ANU-DATE PIC 9(8).
       77 WS-ANU-MIN-EPREUVE PIC 9(4).
       77 WS-ANU-MIN-CRENEAU PIC 9(4).
       77 WS-ANU-HH PIC 9(2).
       77 WS-ANU-MM PIC 9(2).
       77 WS-ANU-MOTIF PIC X(40).
       77 WS-ANU-NB-PART PIC 9(4).
       77 WS-ANU-NB-RELAIS PIC 9(3).
       77 WS-ANU-NB-ATTENTE PIC 9(3).
       77 WS-ANU-NB-IGNORES PIC 9(3).
       77 WS-ANU-NB-AVOIRS PIC 9(3).
       77 WS-ANU-TOT-AVOIRS PIC 9(9).
       77 WS-ANU-NB-OFFICIELS PIC 9(3).
       77 WS-ANU-NB-ECHAUF PIC 9(3).
       77 WS-ANU-NB-AUTRES PIC 9(3).
       77 WS-ANU-NB-BILLETS PIC 9(6).
       77 WS-ANU-REMBOURSE PIC 9.
       77 WS-EPR-PHASE-AFF PIC A(8).
       77 WS-PARAM-FRAIS-ATHLETE PIC 9(5) VALUE 75.
       77 WS-PARAM-FRAIS-ENGAGE PIC 9(5) VALUE 30.
       77 WS-PARAM-FRAIS-RELAIS PIC 9(5) VALUE 100.
       77 WS-PARAM-FRAIS-TARDIF PIC 9(5) VALUE 60.
       77 WS-PARAM-FRAIS-RECLAM PIC 9(5) VALUE 100.
       77 cr_fcomptes PIC 9(2).
       77 cr_fglexp PIC 9(2).
       77 cr_fgrandlivre PIC 9(2).
       77 WS-GL-NOM PIC X(60).
       77 WS-GL-PTR PIC 9(3).
       77 WS-GL-DATE PIC 9(8).
       77 WS-GL-I PIC 9(2).
       77 WS-GL-J PIC 9(3).
       77 WS-GL-OK PIC 9.
       77 WS-GL-CLE PIC X(30).
       77 WS-GL-PIECE PIC X(20).
       77 WS-GL-LIBELLE PIC X(40).
       77 WS-GL-COURANT PIC 9(9).
       77 WS-GL-DEJA PIC 9(9).
       77 WS-GL-ECART PIC S9(10).
       77 WS-GL-MONTANT PIC 9(10).
       77 WS-GL-COMPTE-D PIC X(8).
       77 WS-GL-COMPTE-C PIC X(8).
       77 WS-GL-TROUVE PIC 9.
       77 WS-GL-JOUR-ED PIC -(10)9.
       77 WS-GL-ECART-ED PIC -(10)9.
       77 WS-GL-TOT-DEBIT PIC 9(11).
       77 WS-GL-TOT-CREDIT PIC 9(11).
       77 WS-GL-NB-ECRITURES PIC 9(5).
       77 WS-GL-NB-MANQUANTS PIC 9(5).
       77 WS-GL-LIGNE PIC 9(6).
       77 WS-GL-PAYS PIC X(20).
       77 WS-GL-MONTANT-X PIC 9(9).
       77 WS-GL-STATUT PIC X(10).
       77 WS-GL-NB-DISPARUS PIC 9(3).
      *Natures de mouvement exportees, avec pour chacune le total
      *de la source, le total deja exporte et l'ecriture du jour :
      *le rapprochement du rapport en decoule. Les primes et la
      *billetterie sont propres a la competition active.
       01 WS-GL-TABLE.
              02 WS-GL-MVT OCCURS 9 TIMES.
                     03 WS-GL-MVT-CODE PIC X(12).
                     03 WS-GL-MVT-PORTEE PIC X(1).
                            88 WS-GL-PAR-COMPET VALUE "C".
                     03 WS-GL-MVT-SOURCE PIC 9(10).
                     03 WS-GL-MVT-EXPORTE PIC 9(10).
                     03 WS-GL-MVT-JOUR PIC S9(10).
       01 WS-GL-DISPARUS.
              02 WS-GL-DISP-NUMA PIC 9(4) OCCURS 200 TIMES.
       77 cr_fretour PIC 9(2).
       77 WS-RET-NOM PIC X(40).
       77 WS-RET-PAYS PIC A(20).
                     03 WS-NRM-TYPE PIC A(20).
                     03 WS-NRM-DISTANCE PIC 9(4).
                     03 WS-NRM-TEMPS PIC 9(5).
                     03 WS-NRM-DEPART PIC 9(1).
       01 WS-NRM-TMP.
              02 WS-NRM-TMP-PAYS PIC A(20).
              02 WS-NRM-TMP-NOM PIC X(30).
              02 WS-NRM-TMP-TYPE PIC A(20).
              02 WS-NRM-TMP-DISTANCE PIC 9(4).
              02 WS-NRM-TMP-TEMPS PIC 9(5).
              02 WS-NRM-TMP-DEPART PIC 9(1).
       77 WS-NRM-IDX PIC 9(3).
       77 WS-NRM-J PIC 9(3).
       77 WS-NRM-PAYS-PREC PIC A(20).
       77 WS-SSR-IDX PIC 9(2).
       77 WS-SSR-SERIE PIC 9(2).
       77 WS-SSR-NB PIC 9(2).
      *Reprise d'une serie ordonnee par l'arbitre : couloirs
      *annules, motif et creneau de la reprise.
       01 WS-REPRISE-COULOIRS.
              02 WS-REP-CHOISI OCCURS 10 TIMES PIC 9.
              02 WS-SSR-REPRISE OCCURS 10 TIMES PIC 9.
       77 WS-REP-PORTEE PIC 9.
       77 WS-REP-COULOIR PIC 9(2).
       77 WS-REP-MOTIF PIC X(4).
              88 WS-REP-MOTIF-VALIDE VALUES "PLOT" "GENE" "DEPA"
                     "EQUI" "AUTR".
       77 WS-REP-HOUR PIC 9(2).
       77 WS-REP-MIN PIC 9(2).
       77 WS-REP-MINUTES PIC 9(5).
       77 WS-REP-DEBUT PIC 9(5).
       77 WS-REP-FIN PIC 9(5).
       77 WS-REP-OK PIC 9.
       77 WS-REP-NB PIC 9(2).
       77 WS-REP-NB-ANNULES PIC 9(2).
       77 WS-REP-NB-ATTENTE PIC 9(3).
       77 WS-REP-SEQ PIC 9(2).
       77 WS-REP-ECRIT PIC 9.
       77 cr_freprises PIC 9(2).
       77 WS-FIC-REPRISES PIC X(40) VALUE "reprises.dat".
      *Competition active choisie a la connexion : listes,
      *classements, bulletin, archivage et traitement de nuit ne
      *voient qu'elle. Espaces = competition principale d'origine.
       77 WS-COMPET-ACTIVE PIC X(6) VALUE SPACES.
       77 WS-COMPET-LIBELLE PIC X(40) VALUE SPACES.
       77 cr_fcompets PIC 9(2).
       77 WS-CPT-NB PIC 9(3).
       77 WS-CPT-CODE PIC X(6).
       77 WS-CPT-TROUVE PIC 9.
       77 WS-CPT-CHOISI PIC 9.
       77 WS-CPT-AUTRES PIC 9(7).
       77 WS-CPT-IDX PIC 9(3).
      *Epreuves et seances de la competition active, indicees par
      *leur numero, pour la bascule d'une seule competition.
       01 WS-CPT-TABLES.
              02 WS-CPT-EPR OCCURS 999 TIMES PIC 9.
              02 WS-CPT-SEA OCCURS 999 TIMES PIC 9.
       77 WS-FIC-BULLETIN PIC X(40)
              VALUE "bulletin_quotidien.dat".
       77 WS-FIC-CHECKPOINT PIC X(40)
              VALUE "batch_checkpoint.dat".
      *Export LENEX de la competition ou d'une seance.
       77 cr_flenex PIC 9(2).
       77 cr_fciblage PIC 9(2).
       77 WS-FIC-CIBLAGE PIC X(40) VALUE "ciblage_dopage.dat".
       77 cr_flocalis PIC 9(2).
       77 WS-FIC-LOCALIS PIC X(40) VALUE "localisation.dat".
       77 cr_fhorscomp PIC 9(2).
       77 WS-FIC-HORSCOMP PIC X(40)
              VALUE "controles_hors_compet.dat".
       77 cr_fchambres PIC 9(2).
       77 WS-FIC-CHAMBRES PIC X(40) VALUE "chambres_village.dat".
       77 cr_fhebergement PIC 9(2).
       77 WS-FIC-HEBERGEMENT PIC X(40) VALUE "hebergement.dat".
       77 cr_fvoyages PIC 9(2).
       77 WS-FIC-VOYAGES PIC X(40) VALUE "voyages.dat".
       77 cr_frepas PIC 9(2).
       77 WS-FIC-REPAS PIC X(40) VALUE "repas_prevus.dat".
       77 cr_fcommande PIC 9(2).
       77 cr_fscanrepas PIC 9(2).
       77 cr_fdotations PIC 9(2).
       77 WS-FIC-DOTATIONS PIC X(40) VALUE "dotations.dat".
       77 cr_fremises PIC 9(2).
       77 WS-FIC-REMISES PIC X(40) VALUE "remises_materiel.dat".
       77 cr_fvip PIC 9(2).
       77 WS-FIC-VIP PIC X(40) VALUE "invites_vip.dat".
       77 cr_fmedia PIC 9(2).
       77 WS-FIC-MEDIA PIC X(40) VALUE "zone_mixte.dat".
       77 cr_finterviews PIC 9(2).
       77 WS-FIC-INTERVIEWS PIC X(40)
              VALUE "demandes_interviews.dat".
       77 cr_flangues PIC 9(2).
       77 cr_fdemandes PIC 9(2).
       77 WS-FIC-DEMANDES PIC X(40)
              VALUE "demandes_engagements.dat".
       77 cr_fconnexions PIC 9(2).
       77 WS-FIC-CONNEXIONS PIC X(40)
              VALUE "sessions_ouvertes.dat".
       77 cr_fdvalid PIC 9(2).
       77 WS-FIC-DVALID PIC X(40)
              VALUE "doubles_validations.dat".
       77 cr_flots PIC 9(2).
       77 WS-FIC-LOTS PIC X(40)
              VALUE "lots_import.dat".
       77 cr_flotimg PIC 9(2).
       77 WS-FIC-LOTIMG PIC X(40)
              VALUE "lots_import_images.dat".
       77 cr_fcahier PIC 9(2).
       77 WS-FIC-CAHIER PIC X(40)
              VALUE "cahier_quart.dat".
       77 cr_fconsent PIC 9(2).
       77 WS-FIC-CONSENT PIC X(40)
              VALUE "consentements.dat".
       77 cr_fperfed PIC 9(2).
       77 WS-FIC-PERFED PIC X(40)
              VALUE "classement_federal.dat".
       77 cr_fimportR PIC 9(2).
       77 WS-LNX-NOM PIC X(60).
       77 WS-LNX-NUMS PIC 9(3).
       77 WS-LNX-HOTE PIC X(3).
       77 WS-LNX-VILLE PIC A(20).
       77 WS-LNX-PTR PIC 9(3).
       77 WS-LNX-FIN PIC 9.
       77 WS-LNX-FIN2 PIC 9.
       77 WS-LNX-FIN3 PIC 9.
       77 WS-LNX-MODE PIC 9.
       77 WS-LNX-CLUB-OUVERT PIC 9.
      *Club en cours d'ecriture dans la delegation (espaces pour
      *l'equipe nationale) et clubs de la delegation.
       77 WS-LNX-CLUB PIC X(6).
       77 WS-LNX-NB-CLUBS PIC 9(3).
       77 WS-LNX-CLU-IDX PIC 9(3).
       77 WS-LNX-CLU-TROUVE PIC 9.
       77 WS-LNX-RETENU PIC 9.
       01 WS-LNX-CLUBS.
              02 WS-LNX-CLU-CODE OCCURS 200 TIMES PIC X(6).
       77 WS-LNX-BLOC-OUVERT PIC 9.
       77 WS-LNX-NB-EPR PIC 9(3).
       77 WS-LNX-NB-HORS PIC 9(3).
       77 WS-LNX-NB-ATH PIC 9(5).
       77 WS-LNX-NB-RES PIC 9(5).
       77 WS-LNX-NB-REC PIC 9(3).
       77 WS-LNX-REC-COURANT PIC 9.
       77 WS-LNX-NB-ENG PIC 9(3).
       77 WS-LNX-NB-OFF PIC 9(3).
       77 WS-LNX-NB-LIGNES PIC 9(7).
       77 WS-LNX-IDX PIC 9(4).
       77 WS-LNX-LEG PIC 9.
       77 WS-LNX-SPL PIC 9(2).
       77 WS-LNX-RELAYEURS PIC 9.
       77 WS-LNX-CLASSEMENT PIC 9(2).
       77 WS-LNX-DISTANCE PIC 9(5).
       77 WS-LNX-PASSAGE PIC 9(7).
       77 WS-LNX-SIGNE PIC X.
       77 WS-LNX-NB-BRUT PIC 9(7).
       77 WS-LNX-NB-EDIT PIC Z(6)9.
       77 WS-LNX-NB-TXT PIC X(7).
       77 WS-LNX-ESP PIC 9(2).
       77 WS-LNX-TEMPS PIC X(11).
       77 WS-LNX-TEXTE PIC X(40).
       77 WS-LNX-TEXTE2 PIC X(40).
       77 WS-LNX-NAGE PIC X(7).
       77 WS-LNX-GENRE PIC X.
       77 WS-LNX-TOUR PIC X(3).
       77 WS-LNX-DATE-MIN PIC X(8).
       77 WS-LNX-DATE-MAX PIC X(8).
       01 WS-LNX-NAISSANCE.
              02 WS-LNX-NAIS-AAAA PIC 9(4).
              02 WS-LNX-NAIS-MM PIC 9(2).
              02 WS-LNX-NAIS-JJ PIC 9(2).
       01 WS-LNX-JOUR.
              02 WS-LNX-JOUR-AAAA PIC X(4).
              02 WS-LNX-JOUR-MM PIC X(2).
              02 WS-LNX-JOUR-JJ PIC X(2).
      *Epreuves du perimetre (1 engagements, 2 resultats officiels),
      *seances, epreuves de relais et relayeurs, indices par numero.
       01 WS-LNX-TABLES.
              02 WS-LNX-EPR OCCURS 999 TIMES PIC 9.
              02 WS-LNX-SEA OCCURS 999 TIMES PIC 9.
              02 WS-LNX-REL OCCURS 999 TIMES PIC 9.
              02 WS-LNX-NAGEUR OCCURS 9999 TIMES PIC 9.
      *Ligne de records_progression.dat (voir PROGRESSION_ENREGISTRE).
       01 WS-LNX-PROG.
              02 WS-LNX-PRG-JJ PIC X(2).
              02 FILLER PIC X.
              02 WS-LNX-PRG-MM PIC X(2).
              02 FILLER PIC X.
              02 WS-LNX-PRG-AAAA PIC X(4).
              02 FILLER PIC X(7).
              02 WS-LNX-PRG-NIVEAU PIC X(2).
              02 FILLER PIC X.
              02 WS-LNX-PRG-TYPE PIC X(20).
              02 FILLER PIC X.
              02 WS-LNX-PRG-DISTANCE PIC 9(4).
              02 FILLER PIC X.
              02 WS-LNX-PRG-GENRE PIC X.
              02 FILLER PIC X.
              02 WS-LNX-PRG-CLASSE PIC X(3).
              02 FILLER PIC X.
              02 WS-LNX-PRG-ANC-TEMPS PIC 9(5).
              02 FILLER PIC X(32).
              02 WS-LNX-PRG-NOUV-TEMPS PIC 9(5).
              02 FILLER PIC X.
              02 WS-LNX-PRG-NOUV-DET PIC X(30).
              02 FILLER PIC X(75).
       77 WS-SHI-TEMPS PIC 9(5).
       77 cr_ftransferts PIC 9(2).
       77 WS-TRF-OK PIC 9.
       77 WS-CLS-NB-BLOQUANTS PIC 9(3).
       77 WS-CLS-BLOQUE PIC 9.
       77 WS-CLS-DATE-JOUR PIC 9(8).
       77 cr_feau PIC 9(2).
       77 WS-EAU-NUMS PIC 9(3).
       77 WS-EAU-SEQ PIC 9(2).
       77 WS-EAU-FIN PIC 9.
       77 WS-EAU-NB PIC 9(3).
       77 WS-EAU-CONFORME PIC 9.
       77 WS-EAU-VAL PIC 9(5).
       77 WS-EAU-HEURE-X PIC X(4).
      *Saisie d'une mesure en clair (26.5, 0.80...) controlee avant
      *d'etre rangee dans le releve : WS-EAU-PLAFOND est la premiere
      *valeur que le champ du releve ne peut plus porter.
       77 WS-EAU-SAISIE PIC X(10).
       77 WS-EAU-MESURE PIC S9(3)V99.
       77 WS-EAU-PLAFOND PIC 9(3).
       77 WS-EAU-MESURE-OK PIC 9.
       77 WS-PARAM-EAU-TEMP-MIN PIC 9(5) VALUE 250.
       77 WS-PARAM-EAU-TEMP-MAX PIC 9(5) VALUE 280.
       77 WS-PARAM-EAU-PH-MIN PIC 9(5) VALUE 72.
       77 WS-PARAM-EAU-PH-MAX PIC 9(5) VALUE 78.
       77 WS-PARAM-EAU-CHLORE-MIN PIC 9(5) VALUE 40.
       77 WS-PARAM-EAU-CHLORE-MAX PIC 9(5) VALUE 140.
      *Ecart en centiemes, entre l'ecart moyen d'un couloir et
      *celui de tout le bassin, au-dela duquel le couloir est
      *signale par l'analyse du biais des couloirs.
       77 WS-PARAM-BIAIS-SEUIL PIC 9(5) VALUE 30.
       77 WS-ARR-RESTE PIC 9(1).
       77 WS-ARR-DIX PIC 9(4).
       77 WS-NEU-PAYS PIC A(20).
       77 WS-CLOT-NUME-CIBLE PIC 9(3).
       77 WS-CLOT-TROUVE-CIBLE PIC 9.
       77 WS-CLOT-N PIC 9(3).
       77 WS-CLOT-NB-REPRISES PIC 9(3).
       77 cr_fsplits PIC 9(2).
       01 WS-IMPT-PASSAGES.
              02 WS-IMPT-PASSAGE-X OCCURS 30 TIMES PIC X(5).
       77 WS-SPL-IDX PIC 9(2).
       77 WS-SPL-NOUVEAU PIC X(164).
       77 WS-SPL-CUMUL-PREC PIC 9(5).
       77 WS-SPL-LAP PIC 9(5).
       77 WS-SPL-LAP-PREMIER PIC 9(5).
              02 FILLER PIC X VALUE '.'.
              02 WS-RF-CENT PIC 99.
       77 cr_frecords PIC 9(2).
       77 cr_fimportF PIC 9(2).
       77 WS-IMPR-NIVEAU PIC X(2).
       77 WS-IMPR-TYPE PIC A(20).
       77 WS-IMPR-DISTANCE PIC 9(4).
       77 cr_fattente PIC 9(2).
       77 WS-APPEL-NB-PRESENTS PIC 9(3).
       77 WS-APPEL-NB-DNS PIC 9(3).
       77 cr_fmaillots PIC 9(2).
       77 cr_fmaipoint PIC 9(2).
       77 WS-MAI-CODE PIC X(12).
       77 WS-MAI-OK PIC 9.
       77 WS-MAI-MOTIF PIC X(30).
       77 WS-MAI-SEQ PIC 9(2).
       77 WS-MAI-FIN PIC 9.
       77 WS-MAI-NUMS PIC 9(3).
       77 WS-MAI-NB PIC 9(4).
       77 WS-MAI-DATE-JOUR PIC 9(8).
       77 cr_fpannes PIC 9(2).
       77 WS-PAN-NUMS PIC 9(3).
       77 WS-PAN-COULOIR PIC 9(2).
       77 WS-PAN-SEQ PIC 9(2).
       77 WS-PAN-FIN PIC 9.
       77 WS-PAN-NB PIC 9(3).
       77 WS-PAN-TROUVE PIC 9.
       77 WS-PAN-HEURE-X PIC X(4).
       77 WS-PAN-DEBUT PIC 9(4).
       77 WS-PAN-FIN-COURSE PIC 9(4).
       01 WS-PAN-COULOIRS.
              02 WS-PAN-NB-UTILES PIC 9(2).
              02 WS-PAN-HS OCCURS 10 TIMES PIC 9(1).
              02 WS-PAN-UTILE OCCURS 10 TIMES PIC 9(2).
       77 WS-PAN-IDX PIC 9(2).
       77 cr_fdossrec PIC 9(2).
       77 WS-DOS-NUME PIC 9(3).
       77 WS-DOS-NUMA PIC 9(4).
       77 WS-DOS-NIVEAU PIC X(2).
       77 WS-DOS-FIN PIC 9.
       77 WS-DOS-NB PIC 9(3).
       77 WS-DOS-IDX PIC 9(2).
       77 WS-DOS-TROUVE PIC 9.
       77 WS-DOS-MOTIF PIC X(40).
       77 WS-DOS-METRES PIC 9(4).
       77 WS-DOS-ANC-TEMPS PIC 9(5).
       77 WS-DOS-ANC-DET PIC X(30).
       77 WS-DOS-ANC-STATUT PIC X(1).
       77 WS-DOS-ANC-NUME PIC 9(3).
       77 WS-DOS-ANC-NUMA PIC 9(4).
       77 WS-PRV-NUMS PIC 9(3).
       77 WS-PRV-NB PIC 9(2).
       77 WS-PRV-IDX PIC 9(2).
       77 WS-PRV-J PIC 9(2).
       77 WS-PRV-FIN PIC 9.
       77 WS-PRV-NB-FINALES PIC 9(3).
       77 WS-PRV-RESULTATS PIC 9.
       77 WS-PRV-TROUVES PIC 9.
       77 WS-PRV-METAL PIC 9.
       77 WS-PRV-REEL PIC 9.
       77 WS-PRV-CLE-PAYS PIC A(20).
       77 WS-PRV-F-DEMI PIC X(8).
       77 WS-PRV-F-PB PIC X(8).
       77 WS-PRV-F-ENG PIC X(8).
       77 WS-PRV-F-PREV PIC X(8).
       77 WS-PRV-F-REEL PIC X(8).
       77 WS-PRV-TEMPS PIC 9(5).
       77 WS-PRV-F-TEMPS PIC X(8).
      *Phases precedentes de la finale (demi-finales, a defaut
      *series) ou chercher le temps de qualification.
       01 WS-PRV-PHASES.
              02 WS-PRV-NB-PHASES PIC 9(2).
              02 WS-PRV-PH-NUME OCCURS 10 TIMES PIC 9(3).
              02 WS-PRV-PH-DEMI OCCURS 10 TIMES PIC 9(1).
       01 WS-PRV-TABLE.
              02 WS-PRV-ENTRY OCCURS 16 TIMES.
                     03 WS-PRV-NUMA PIC 9(4).
                     03 WS-PRV-PAYS PIC A(20).
                     03 WS-PRV-NOM PIC X(30).
                     03 WS-PRV-T-DEMI PIC 9(5).
                     03 WS-PRV-T-PB PIC 9(5).
                     03 WS-PRV-T-ENG PIC 9(5).
                     03 WS-PRV-T-PREV PIC 9(5).
                     03 WS-PRV-T-REEL PIC 9(5).
                     03 WS-PRV-RANG-REEL PIC 9(2).
       01 WS-PRV-TMP PIC X(81).
      *Tableau des medailles de la seance : prevu (MP) et reel (MR).
       01 WS-PRV-MEDAILLES.
              02 WS-PRV-NB-PAYS PIC 9(2).
              02 WS-PRV-PAYS-ENTRY OCCURS 50 TIMES.
                     03 WS-PRV-MP-PAYS PIC A(20).
                     03 WS-PRV-MP-OR PIC 9(2).
                     03 WS-PRV-MP-ARGENT PIC 9(2).
                     03 WS-PRV-MP-BRONZE PIC 9(2).
                     03 WS-PRV-MR-OR PIC 9(2).
                     03 WS-PRV-MR-ARGENT PIC 9(2).
                     03 WS-PRV-MR-BRONZE PIC 9(2).
       01 WS-PRV-PAYS-TMP PIC X(32).
       77 WS-PRV-NUME PIC 9(3).
       77 WS-PRV-TYPE PIC A(20).
       77 WS-PRV-DISTANCE PIC 9(4).
       77 WS-PRV-GENRE PIC A(1).
       77 WS-PRV-CLASSE PIC X(3).
       77 WS-PRV-EXACTS PIC 9.
       77 WS-PRV-K PIC 9(2).
       77 WS-PRV-P PIC 9(2).
       77 WS-BIA-LIEU PIC A(20).
       77 WS-BIA-G PIC 9(2).
       77 WS-BIA-C PIC 9(2).
       77 WS-BIA-FIN PIC 9.
       77 WS-BIA-FIN2 PIC 9.
       77 WS-BIA-SEED PIC 9(5).
       77 WS-BIA-ECART PIC S9(7).
       77 WS-BIA-MOY-G PIC S9(7).
       77 WS-BIA-MOY-C PIC S9(7).
       77 WS-BIA-DEV PIC S9(7).
       77 WS-BIA-ED-MOY PIC -(6)9.
       77 WS-BIA-ED-DEV PIC -(6)9.
       77 WS-BIA-NB-SIGNALES PIC 9(3).
       01 WS-BIA-TABLE.
              02 WS-BIA-NB-GROUPES PIC 9(2).
              02 WS-BIA-GROUPE OCCURS 20 TIMES.
                     03 WS-BIA-G-DISTANCE PIC 9(4).
                     03 WS-BIA-G-PHASE PIC A(8).
                     03 WS-BIA-G-NB PIC 9(5).
                     03 WS-BIA-G-SOMME PIC S9(9).
                     03 WS-BIA-COULOIR OCCURS 10 TIMES.
                            04 WS-BIA-C-NB PIC 9(5).
                            04 WS-BIA-C-SOMME PIC S9(9).
       01 WS-PRV-FINALES.
              02 WS-PRV-FI-NUME OCCURS 30 TIMES PIC 9(3).
       77 WS-TRS-NB PIC 9(2).
       77 WS-TRS-I PIC 9(2).
       77 WS-TRS-J PIC 9(2).
       77 WS-TRS-FIN PIC 9.
       77 WS-TRS-RESULTATS PIC 9.
       77 WS-TRS-A-DEMI PIC 9.
       77 WS-TRS-T-PREC PIC 9(5).
       77 WS-TRS-ECART PIC S9(3)V99.
       77 WS-TRS-ED-ECART PIC +(3)9.99.
       77 WS-TRS-ED-RG PIC ZZ9.
       77 WS-TRS-ED-RG2 PIC ZZ9.
       77 WS-TRS-NB-HORS PIC 9(2).
       77 WS-TRS-DERNIER PIC 9(2).
       77 WS-TRS-R-MAX PIC 9(3).
       01 WS-TRS-TABLE.
              02 WS-TRS-ENTRY OCCURS 16 TIMES.
                     03 WS-TRS-NUMA PIC 9(4).
                     03 WS-TRS-NOM PIC X(30).
                     03 WS-TRS-PAYS PIC A(20).
                     03 WS-TRS-T-SER PIC 9(5).
                     03 WS-TRS-R-SER PIC 9(3).
                     03 WS-TRS-T-DEM PIC 9(5).
                     03 WS-TRS-R-DEM PIC 9(3).
                     03 WS-TRS-R-QUAL PIC 9(3).
                     03 WS-TRS-T-FIN PIC 9(5).
                     03 WS-TRS-R-FIN PIC 9(2).
                            88 TRS-CLASSE-FINALE VALUE 1 THRU 97.
                     03 WS-TRS-CLE PIC 9(3).
       01 WS-TRS-TMP PIC X(83).
       77 WS-FAF-A PIC 9.
       77 WS-FAF-I PIC 9(2).
       77 WS-FAF-J PIC 9(2).
       77 WS-FAF-FIN PIC 9.
       77 WS-FAF-TROUVE PIC 9.
       77 WS-FAF-RANG PIC 9(2).
       77 WS-FAF-COL PIC 9(3).
       77 WS-FAF-GAGNANT PIC 9.
       77 WS-FAF-NB-DUELS PIC 9(3).
       77 WS-FAF-NULS PIC 9(3).
       77 WS-FAF-NB-RP PIC 9(3).
       77 WS-FAF-LETTRE PIC X(1).
       77 WS-FAF-ED-DIST PIC ZZZ9.
       77 WS-FAF-ED-RG PIC ZZ9.
       01 WS-FAF-W.
              02 WS-FAF-W-ANNEE PIC 9(4).
              02 WS-FAF-W-COMPET PIC X(6).
              02 WS-FAF-W-TYPE PIC A(20).
              02 WS-FAF-W-DIST PIC 9(4).
              02 WS-FAF-W-GENRE PIC A(1).
              02 WS-FAF-W-PHASE PIC A(8).
              02 WS-FAF-W-NUME PIC 9(3).
              02 WS-FAF-W-TEMPS PIC 9(5).
              02 WS-FAF-W-RANG PIC 9(2).
              02 WS-FAF-W-SOURCE PIC X(1).
       01 WS-FAF-NAGEURS.
              02 WS-FAF-NAGEUR OCCURS 2 TIMES.
                     03 WS-FAF-LICENCE PIC X(10).
                     03 WS-FAF-NUMA PIC 9(4).
                     03 WS-FAF-NOM PIC X(30).
                     03 WS-FAF-PRENOM PIC X(30).
                     03 WS-FAF-PAYS PIC A(20).
                     03 WS-FAF-OR PIC 9(3).
                     03 WS-FAF-ARGENT PIC 9(3).
                     03 WS-FAF-BRONZE PIC 9(3).
                     03 WS-FAF-VICT PIC 9(3).
                     03 WS-FAF-NB PIC 9(2).
                     03 WS-FAF-COURSE OCCURS 60 TIMES.
                            04 WS-FAF-C-ANNEE PIC 9(4).
                            04 WS-FAF-C-COMPET PIC X(6).
                            04 WS-FAF-C-TYPE PIC A(20).
                            04 WS-FAF-C-DIST PIC 9(4).
                            04 WS-FAF-C-GENRE PIC A(1).
                            04 WS-FAF-C-PHASE PIC A(8).
                            04 WS-FAF-C-NUME PIC 9(3).
                            04 WS-FAF-C-TEMPS PIC 9(5).
                            04 WS-FAF-C-RANG PIC 9(2).
                            04 WS-FAF-C-SOURCE PIC X(1).
       77 WS-PSY-DELEG PIC A(20).
       77 WS-PSY-NB PIC 9(3).
       77 WS-PSY-NB-DELEG PIC 9(3).
       77 WS-PSY-NB-IMPRIMEES PIC 9(3).
       77 WS-PSY-I PIC 9(3).
       77 WS-PSY-J PIC 9(3).
       77 WS-PSY-K PIC 9(3).
       77 WS-PSY-P PIC 9(2).
       77 WS-PSY-FIN PIC 9.
       77 WS-PSY-CONF PIC 9.
       77 WS-PSY-COL PIC 9(3).
       77 WS-PSY-ED-RG PIC ZZ9.
       77 WS-PSY-NOM-COMPLET PIC X(61).
       01 WS-PSY-EPREUVES.
              02 WS-PSY-NB-EPREUVES PIC 9(3).
              02 WS-PSY-EV-NUME OCCURS 200 TIMES PIC 9(3).
       01 WS-PSY-TABLE.
              02 WS-PSY-ENTRY OCCURS 100 TIMES.
                     03 WS-PSY-NUMA PIC 9(4).
                     03 WS-PSY-NOM PIC X(30).
                     03 WS-PSY-PRENOM PIC X(30).
                     03 WS-PSY-PAYS PIC A(20).
                     03 WS-PSY-T-ENG PIC 9(5).
                     03 WS-PSY-BASSIN PIC 9(2).
                     03 WS-PSY-T-50 PIC 9(5).
       01 WS-PSY-TMP PIC X(96).
       01 WS-PSY-PAYS-TABLE.
              02 WS-PSY-NB-PAYS PIC 9(2).
              02 WS-PSY-PAYS-ENTRY OCCURS 60 TIMES.
                     03 WS-PSY-P-PAYS PIC A(20).
                     03 WS-PSY-P-NB PIC 9(3).
                     03 WS-PSY-P-CONF PIC 9.
       77 WS-ROF-FIN PIC 9.
       77 WS-ROF-FIN2 PIC 9.
       77 WS-ROF-J PIC 9(3).
       77 WS-ROF-K PIC 9(3).
       77 WS-ROF-O PIC 9(3).
       77 WS-ROF-X PIC 9(3).
       77 WS-ROF-CODE PIC X(4).
       77 WS-ROF-PAYS PIC A(20).
       77 WS-ROF-E-DEP PIC 9(4).
       77 WS-ROF-E-DQ PIC 9(4).
       77 WS-ROF-E-REC PIC 9(4).
       77 WS-ROF-E-ACC PIC 9(4).
       77 WS-ROF-APP PIC 9(5).
       77 WS-ROF-DEP PIC 9(5).
       77 WS-ROF-TAUX PIC 9(3)V9.
       77 WS-ROF-TAUX-OFF PIC 9(3)V9.
       77 WS-ROF-ECART PIC S9(3)V9.
       77 WS-ROF-ED-TAUX PIC ZZ9.9.
       77 WS-ROF-ED-MOY PIC ZZ9.9.
       77 WS-ROF-ED-ECART PIC +ZZ9.9.
       01 WS-ROF-EPREUVE.
              02 WS-ROF-E-NB-MOT PIC 9(2).
              02 WS-ROF-E-MOTIF OCCURS 20 TIMES.
                     03 WS-ROF-E-M-CODE PIC X(4).
                     03 WS-ROF-E-M-NB PIC 9(4).
              02 WS-ROF-E-NB-PAYS PIC 9(2).
              02 WS-ROF-E-PAYS OCCURS 40 TIMES PIC A(20).
       01 WS-ROF-OFFICIELS.
              02 WS-ROF-NB-OFF PIC 9(3).
              02 WS-ROF-OFF OCCURS 100 TIMES.
                     03 WS-ROF-NUMO PIC 9(3).
                     03 WS-ROF-ROLE PIC A(10).
                     03 WS-ROF-O-EPR PIC 9(4).
                     03 WS-ROF-O-DEP PIC 9(5).
                     03 WS-ROF-O-DQ PIC 9(4).
                     03 WS-ROF-O-REC PIC 9(4).
                     03 WS-ROF-O-ACC PIC 9(4).
       01 WS-ROF-MOTIFS.
              02 WS-ROF-NB-MOT PIC 9(3).
              02 WS-ROF-MOT OCCURS 400 TIMES.
                     03 WS-ROF-M-OFF PIC 9(3).
                     03 WS-ROF-M-CODE PIC X(4).
                     03 WS-ROF-M-NB PIC 9(4).
       01 WS-ROF-NAGES.
              02 WS-ROF-NB-NAGE PIC 9(3).
              02 WS-ROF-NAGE OCCURS 400 TIMES.
                     03 WS-ROF-N-OFF PIC 9(3).
                     03 WS-ROF-N-TYPE PIC A(20).
                     03 WS-ROF-N-DEP PIC 9(5).
                     03 WS-ROF-N-APP PIC 9(4).
       01 WS-ROF-STYLES.
              02 WS-ROF-NB-STYLE PIC 9(2).
              02 WS-ROF-STYLE OCCURS 20 TIMES.
                     03 WS-ROF-S-TYPE PIC A(20).
                     03 WS-ROF-S-DEP PIC 9(5).
                     03 WS-ROF-S-APP PIC 9(5).
       77 WS-DBF-NUMS PIC 9(3).
       77 WS-DBF-DATE PIC 9(8).
       77 WS-DBF-DATE-L PIC 9(8).
       77 WS-DBF-COMPET PIC X(6).
       77 WS-DBF-JOUR PIC X(10).
       77 WS-DBF-CIBLE PIC 9.
       77 WS-DBF-FIN PIC 9.
       77 WS-DBF-FIN2 PIC 9.
       77 WS-DBF-FIN-S PIC 9.
       77 WS-DBF-SCANS-OK PIC 9.
       77 WS-DBF-I PIC 9(2).
       77 WS-DBF-J PIC 9(3).
       77 WS-DBF-O PIC 9(2).
       77 WS-DBF-HH PIC 9(2).
       77 WS-DBF-MM PIC 9(2).
       77 WS-DBF-RESTE PIC 9(3).
       77 WS-DBF-MIN PIC 9(5).
       77 WS-DBF-PREMIER PIC 9(5).
       77 WS-DBF-DERNIER PIC 9(5).
       77 WS-DBF-ATTENDU PIC 9(5).
       77 WS-DBF-OUVERTURE PIC 9(5).
       77 WS-DBF-FIN-PREVUE PIC 9(5).
       77 WS-DBF-DEBUT-PROJ PIC 9(5).
       77 WS-DBF-FIN-PROJ PIC 9(5).
       77 WS-DBF-CRENEAU PIC 9(5).
       77 WS-DBF-E-DERNIER PIC 9(5).
       77 WS-DBF-E-RES PIC 9(3).
       77 WS-DBF-E-DNS PIC 9(3).
       77 WS-DBF-NB-SEANCES PIC 9(3).
       77 WS-DBF-SC-BADGE-X PIC X(5).
       77 WS-DBF-SC-BADGE PIC 9(5).
       77 WS-DBF-SC-LIEU PIC A(20).
       77 WS-DBF-SC-PORTE PIC X(4).
       77 WS-DBF-SC-HORODATE PIC X(12).
       77 WS-DBF-SC-DATE PIC 9(8).
       77 WS-DBF-SC-HHMM PIC 9(4).
       77 WS-DBF-HEURE-F PIC X(5).
       77 WS-DBF-HEURE-F2 PIC X(5).
       77 WS-DBF-LIGNE PIC X(100).
       77 WS-DBF-LIBELLE PIC X(40).
       77 WS-DBF-MOY PIC 9(4)V9.
       77 WS-DBF-ECART PIC S9(4)V9.
       77 WS-DBF-ED-VAL PIC ZZZ9.
       77 WS-DBF-ED-MOY PIC ZZZ9.9.
       77 WS-DBF-ED-ECART PIC +ZZZ9.9.
       77 WS-DBF-NB-SIGNALES PIC 9(2).
       01 WS-DBF-VALEURS.
              02 WS-DBF-VAL OCCURS 13 TIMES PIC 9(4).
       01 WS-DBF-CIBLES.
              02 WS-DBF-C-VAL OCCURS 13 TIMES PIC 9(4).
              02 WS-DBF-C-OUVERTURE PIC 9(5).
              02 WS-DBF-C-FIN-PREVUE PIC 9(5).
              02 WS-DBF-C-DEBUT-PROJ PIC 9(5).
              02 WS-DBF-C-FIN-PROJ PIC 9(5).
              02 WS-DBF-C-ATTENDU PIC 9(5).
              02 WS-DBF-C-PREMIER PIC 9(5).
              02 WS-DBF-C-DERNIER PIC 9(5).
              02 WS-DBF-C-SCANS-OK PIC 9.
              02 WS-DBF-C-JOUR PIC X(10).
              02 WS-DBF-C-LIEU PIC A(20).
       01 WS-DBF-CUMULS.
              02 WS-DBF-SOMME OCCURS 13 TIMES PIC 9(6).
       01 WS-DBF-OFFICIELS.
              02 WS-DBF-NB-OFF PIC 9(2).
              02 WS-DBF-OFF OCCURS 60 TIMES.
                     03 WS-DBF-O-NUMO PIC 9(3).
                     03 WS-DBF-O-NOM PIC X(30).
                     03 WS-DBF-O-BADGE PIC 9(5).
                     03 WS-DBF-O-ARRIVEE PIC 9(4).
       01 WS-DBF-DETAILS.
              02 WS-DBF-NB-DET PIC 9(2).
              02 WS-DBF-DET OCCURS 40 TIMES PIC X(100).
       77 WS-PARAM-CIBLE-PB PIC 9(5) VALUE 200.
       77 WS-PARAM-CIBLE-TOUR PIC 9(5) VALUE 150.
       77 WS-PARAM-CIBLE-POINTS PIC 9(5) VALUE 60.
       77 WS-CIB-SAUVE-EPR PIC X(300).
       77 WS-CIB-SAUVE-PART PIC X(300).
       77 WS-CIB-NUMA PIC 9(4).
       77 WS-CIB-NUME PIC 9(3).
       77 WS-CIB-NUMS PIC 9(3).
       77 WS-CIB-PHASE PIC A(8).
       77 WS-CIB-TEMPS PIC 9(5).
       77 WS-CIB-PB PIC 9(5).
       77 WS-CIB-GAIN-PB PIC 9(5).
       77 WS-CIB-TEMPS-DEMI PIC 9(5).
       77 WS-CIB-TEMPS-SERIE PIC 9(5).
       77 WS-CIB-TEMPS-TOUR PIC 9(5).
       77 WS-CIB-GAIN-TOUR PIC 9(5).
       77 WS-CIB-POINTS PIC 9(4).
       77 WS-CIB-POINTS-HIST PIC 9(4).
       77 WS-CIB-F-PB PIC 9.
       77 WS-CIB-F-TOUR PIC 9.
       77 WS-CIB-F-POINTS PIC 9.
       77 WS-CIB-I PIC 9(2).
       77 WS-CIB-FIN PIC 9.
       77 WS-CIB-NB PIC 9(3).
       77 WS-CIB-CHOIX-NUMA PIC 9(4).
       77 WS-CIB-CHOIX-NUME PIC 9(3).
       77 WS-CIB-DECISION PIC X(1).
       77 WS-CIB-CRITERES PIC X(14).
       77 WS-CIB-ED-GAIN PIC ZZ9.99.
       77 WS-CIB-ED-GAIN2 PIC ZZ9.99.
       77 WS-PARAM-LOC-SEUIL PIC 9(5) VALUE 3.
       77 WS-LOC-NUMA PIC 9(4).
       77 WS-LOC-DATE PIC 9(8).
       77 WS-LOC-DEBUT PIC 9(8).
       77 WS-LOC-HEURE PIC 9(4).
       77 WS-LOC-HH PIC 9(2).
       77 WS-LOC-LIEU PIC X(40).
       77 WS-LOC-AGENT PIC X(30).
       77 WS-LOC-REPONSE PIC X(1).
       77 WS-LOC-TROUVE PIC 9.
       77 WS-LOC-FIN PIC 9.
       77 WS-LOC-SEQ PIC 9(2).
       77 WS-LOC-NB PIC 9(3).
       77 WS-LOC-MANQUEMENTS PIC 9(3).
       77 WS-LOC-JOUR PIC 9(8).
       77 WS-LOC-DECL-OK PIC 9.
       77 WS-LOC-ISSUE PIC X(22).
       77 WS-PARAM-NAV-DEBUT PIC 9(5) VALUE 600.
       77 WS-PARAM-NAV-TRAJET PIC 9(5) VALUE 30.
       77 WS-PARAM-NAV-FREQ PIC 9(5) VALUE 15.
       77 WS-PARAM-NAV-CAPACITE PIC 9(5) VALUE 50.
       77 WS-PARAM-NAV-ECHAUF PIC 9(5) VALUE 180.
       77 WS-NAV-DATE PIC 9(8).
       77 WS-NAV-NUMS PIC 9(3).
       77 WS-NAV-LIEU PIC A(20).
       77 WS-NAV-PAYS PIC A(20).
       77 WS-NAV-COMPET PIC X(6).
       77 WS-NAV-OUVERTURE PIC 9(4).
       77 WS-NAV-FIN-SEANCE PIC 9(4).
       77 WS-NAV-FENETRE PIC 9(4).
       77 WS-NAV-PREMIERE PIC 9(4).
       77 WS-NAV-APPEL PIC 9(4).
       77 WS-NAV-NUMA PIC 9(4).
       77 WS-NAV-CIBLE PIC 9(4).
       77 WS-NAV-QUOTIENT PIC 9(4).
       77 WS-NAV-MINUTES PIC 9(4).
       77 WS-NAV-HH PIC 9(2).
       77 WS-NAV-MM PIC 9(2).
       77 WS-NAV-HEURE PIC X(5).
       77 WS-NAV-HEURE2 PIC X(5).
       77 WS-NAV-I PIC 9(4).
       77 WS-NAV-J PIC 9(4).
       77 WS-NAV-K PIC 9(4).
       77 WS-NAV-D PIC 9(3).
       77 WS-NAV-L PIC 9.
       77 WS-NAV-FIN PIC 9.
       77 WS-NAV-FIN2 PIC 9.
       77 WS-NAV-BUS PIC 9(3).
       77 WS-NAV-PLACES PIC 9(4).
       77 WS-NAV-SANS-BADGE PIC 9(4).
       77 WS-NAV-NB-HORS PIC 9(3).
       77 WS-NAV-ECHANGE-ARR PIC 9(4).
       77 WS-NAV-ECHANGE-NB PIC 9(4).
       77 WS-NAV-ED-NB PIC ZZZ9.
       01 WS-NAV-DELEGATIONS.
              02 WS-NAV-NB-DEL PIC 9(3).
              02 WS-NAV-DEL OCCURS 100 TIMES.
                     03 WS-NAV-D-PAYS PIC A(20).
                     03 WS-NAV-D-ECHAUF PIC 9(4).
                     03 WS-NAV-D-APPEL PIC 9(4).
                     03 WS-NAV-D-ARRIVEE PIC 9(4).
                     03 WS-NAV-D-NB PIC 9(4).
       01 WS-NAV-PASSAGERS.
              02 WS-NAV-NB-PAS PIC 9(4).
              02 WS-NAV-PAS OCCURS 800 TIMES.
                     03 WS-NAV-P-NUMA PIC 9(4).
                     03 WS-NAV-P-DEL PIC 9(3).
                     03 WS-NAV-P-NOM PIC X(20).
                     03 WS-NAV-P-BADGE PIC 9(5).
       01 WS-NAV-ROTATIONS.
              02 WS-NAV-NB-ROT PIC 9(3).
              02 WS-NAV-ROT OCCURS 100 TIMES.
                     03 WS-NAV-R-ARRIVEE PIC 9(4).
                     03 WS-NAV-R-NB PIC 9(4).
       77 WS-PARAM-SEJOUR-JOURS PIC 9(5) VALUE 2.
       77 WS-HEB-BADGE PIC 9(5).
       77 WS-HEB-GENRE PIC A(1).
       77 WS-HEB-PAYS PIC A(20).
       77 WS-HEB-NUMA PIC 9(4).
       77 WS-HEB-NOM PIC X(30).
       77 WS-HEB-PRENOM PIC X(30).
       77 WS-HEB-TROUVE PIC 9.
       77 WS-HEB-R100 PIC 9(3).
       77 WS-HEB-R400 PIC 9(3).
       77 WS-HEB-LOGE PIC 9.
       77 WS-HEB-OK PIC 9.
       77 WS-HEB-FIN PIC 9.
       77 WS-HEB-FIN2 PIC 9.
       77 WS-HEB-NB PIC 9(4).
       77 WS-HEB-NB-ATH PIC 9(4).
       77 WS-HEB-NB-STAFF PIC 9(4).
       77 WS-HEB-TYPE PIC X(6).
       77 WS-HEB-AUJOURDHUI PIC 9(8).
       77 WS-HEB-DERNIERE PIC 9(8).
       77 WS-HEB-LIMITE PIC 9(8).
       77 WS-HEB-ANNEE PIC 9(4).
       77 WS-HEB-MOIS PIC 9(2).
       77 WS-HEB-JOUR PIC 9(2).
       77 WS-HEB-AAMM PIC 9(6).
       77 WS-HEB-RESTE PIC 9(4).
       77 WS-HEB-N PIC 9(5).
       77 WS-HEB-I PIC 9(3).
       77 WS-HEB-K PIC 9(3).
       01 WS-HEB-MOIS-JOURS PIC X(24)
              VALUE "312831303130313130313031".
       01 WS-HEB-MOIS-TABLE REDEFINES WS-HEB-MOIS-JOURS.
              02 WS-HEB-NB-JOURS OCCURS 12 TIMES PIC 9(2).
       01 WS-HEB-DELEGATIONS.
              02 WS-HEB-NB-DEL PIC 9(3).
              02 WS-HEB-DEL OCCURS 250 TIMES.
                     03 WS-HEB-D-PAYS PIC A(20).
                     03 WS-HEB-D-DERNIERE PIC 9(8).
       77 WS-VOY-BADGE PIC 9(5).
       77 WS-VOY-OK PIC 9.
       77 WS-VOY-FIN PIC 9.
       77 WS-VOY-FIN2 PIC 9.
       77 WS-VOY-DATE PIC 9(8).
       77 WS-VOY-NB PIC 9(4).
       77 WS-VOY-I PIC 9(4).
       77 WS-VOY-J PIC 9(4).
       77 WS-VOY-DERNIER PIC 9(12).
       77 WS-VOY-DEPART PIC 9(12).
       77 WS-VOY-MOMENT PIC 9(12).
       77 WS-VOY-MOTIF PIC X(30).
       77 WS-VOY-MOTIF-DERNIER PIC X(30).
       77 WS-VOY-NUMO PIC 9(3).
       77 WS-VOY-ROLE PIC A(10).
       77 WS-VOY-LICENCE PIC X(10).
       77 WS-VOY-NAISSANCE PIC 9(8).
       77 WS-VOY-COMPET PIC X(40).
       77 WS-VOY-PAYS PIC A(20).
       77 WS-VOY-ED-HEURE PIC 99B99.
       01 WS-VOY-MOUVEMENTS.
              02 WS-VOY-NB-MVT PIC 9(4).
              02 WS-VOY-MVT OCCURS 600 TIMES.
                     03 WS-VOY-M-CLE.
                            04 WS-VOY-M-AEROPORT PIC X(3).
                            04 WS-VOY-M-HEURE PIC 9(4).
                     03 WS-VOY-M-SENS PIC X(7).
                     03 WS-VOY-M-VOL PIC X(8).
                     03 WS-VOY-M-BADGE PIC 9(5).
                     03 WS-VOY-M-PAYS PIC A(20).
                     03 WS-VOY-M-NOM PIC X(30).
       01 WS-VOY-ECHANGE PIC X(77).
       77 WS-PARAM-REPAS-DELAI PIC 9(5) VALUE 2.
       77 WS-PARAM-REPAS-SOIR PIC 9(5) VALUE 1500.
       77 WS-RST-DATE PIC 9(8).
       77 WS-RST-JOUR PIC 9(8).
       77 WS-RST-FIN PIC 9.
       77 WS-RST-FIN2 PIC 9.
       77 WS-RST-I PIC 9(4).
       77 WS-RST-J PIC 9(4).
       77 WS-RST-K PIC 9(4).
       77 WS-RST-L PIC 9(1).
       77 WS-RST-NUMA PIC 9(4).
       77 WS-RST-HEURE PIC 9(4).
       77 WS-RST-LIEU PIC A(20).
       77 WS-RST-PERIODE PIC X(1).
       77 WS-RST-TYPE PIC X(1).
       77 WS-RST-CODE PIC A(20).
       77 WS-RST-PAYS PIC A(20).
       77 WS-RST-NOM-P PIC X(30).
       77 WS-RST-PRENOM-P PIC X(30).
       77 WS-RST-SCANNE PIC 9.
       77 WS-RST-BADGE PIC 9(5).
       77 WS-RST-NOM PIC X(40).
       77 WS-RST-LIBELLE PIC X(15).
       77 WS-RST-ECART PIC S9(5).
       77 WS-RST-ED-ECART PIC -(5)9.
       77 WS-RST-TOTAL PIC 9(6).
       77 WS-RST-NB-LUES PIC 9(6).
       01 WS-RST-CLE-P.
              02 WS-RST-CLE-TYPE PIC X(1).
              02 WS-RST-CLE-ID PIC 9(5).
       01 WS-RST-PERSONNES.
              02 WS-RST-NB-PERS PIC 9(4).
              02 WS-RST-PERS OCCURS 3000 TIMES.
                     03 WS-RST-P-CLE.
                            04 WS-RST-P-TYPE PIC X(1).
                            04 WS-RST-P-ID PIC 9(5).
                     03 WS-RST-P-PAYS PIC A(20).
                     03 WS-RST-P-NOM PIC X(30).
                     03 WS-RST-P-PRENOM PIC X(30).
                     03 WS-RST-P-LIEU-D PIC A(20).
                     03 WS-RST-P-LIEU-S PIC A(20).
       01 WS-RST-CUMULS.
              02 WS-RST-NB-CUM PIC 9(4).
              02 WS-RST-CUM OCCURS 600 TIMES.
                     03 WS-RST-C-CLE.
                            04 WS-RST-C-TYPE PIC X(1).
                            04 WS-RST-C-CODE PIC A(20).
                            04 WS-RST-C-PERIODE PIC X(1).
                     03 WS-RST-C-PREVUS PIC 9(5).
                     03 WS-RST-C-SCANNES PIC 9(5).
       01 WS-RST-ECHANGE PIC X(32).
       77 WS-MAT-BADGE PIC 9(5).
       77 WS-MAT-OK PIC 9.
       77 WS-MAT-FIN PIC 9.
       77 WS-MAT-FIN2 PIC 9.
       77 WS-MAT-ARTICLE PIC X(6).
       77 WS-MAT-SEQ PIC 9(2).
       77 WS-MAT-QTE PIC 9(3).
       77 WS-MAT-DEJA PIC 9(3).
       77 WS-MAT-NB-DUS PIC 9(3).
       77 WS-MAT-NOUVEAU PIC 9(5).
       77 WS-MAT-NB-TRANSF PIC 9(3).
       77 WS-MAT-REMISE PIC X(76).
       77 WS-MAT-JUSQUAU PIC 9(8).
       77 WS-MAT-DEPART PIC 9(8).
       77 WS-MAT-EQUIPE PIC A(10).
       77 WS-MAT-I PIC 9(4).
       77 WS-MAT-J PIC 9(4).
       77 WS-MAT-DATE PIC 9(8).
       01 WS-MAT-DUS.
              02 WS-MAT-NB PIC 9(4).
              02 WS-MAT-DU OCCURS 1000 TIMES.
                     03 WS-MAT-D-CLE.
                            04 WS-MAT-D-PAYS PIC A(20).
                            04 WS-MAT-D-EQUIPE PIC A(10).
                            04 WS-MAT-D-BADGE PIC 9(5).
                     03 WS-MAT-D-NOM PIC X(30).
                     03 WS-MAT-D-ARTICLE PIC X(6).
                     03 WS-MAT-D-TAILLE PIC X(4).
                     03 WS-MAT-D-QTE PIC 9(2).
                     03 WS-MAT-D-REMIS PIC 9(8).
                     03 WS-MAT-D-DEPART PIC 9(8).
       01 WS-MAT-ECHANGE PIC X(93).
       77 WS-VIP-NUMS PIC 9(3).
       77 WS-VIP-SEQ PIC 9(3).
       77 WS-VIP-OK PIC 9.
       77 WS-VIP-FIN PIC 9.
       77 WS-VIP-ALLOUE PIC 9(5).
       77 WS-VIP-BILLETS PIC 9(5).
       77 WS-VIP-NB-INVITES PIC 9(4).
       77 WS-VIP-NB-ARRIVES PIC 9(4).
       77 WS-VIP-NB-REMETTANTS PIC 9(3).
       77 WS-VIP-LIBRES PIC S9(5).
       77 WS-VIP-ED-LIBRES PIC -(5)9.
       77 WS-VIP-DERNIER-SEQ PIC 9(3).
       77 WS-PARAM-MZ-DELAI PIC 9(5) VALUE 10.
       77 WS-PARAM-MZ-PASSAGE PIC 9(5) VALUE 2.
       77 WS-PARAM-CONF-DELAI PIC 9(5) VALUE 40.
       77 WS-PARAM-CONF-DUREE PIC 9(5) VALUE 20.
       77 WS-MZ-NUME PIC 9(3).
       77 WS-MZ-NUMS PIC 9(3).
       77 WS-MZ-NUMA PIC 9(4).
       77 WS-MZ-RANG PIC 9(2).
       77 WS-MZ-ORDRE PIC 9(4).
       77 WS-MZ-FIN PIC 9.
       77 WS-MZ-FIN2 PIC 9.
       77 WS-MZ-OK PIC 9.
       77 WS-MZ-I PIC 9(3).
       77 WS-MZ-J PIC 9(3).
       77 WS-MZ-L PIC 9(1).
       77 WS-MZ-NB-ZONE PIC 9(3).
       77 WS-MZ-NB-CONF PIC 9(3).
       77 WS-MZ-DEBUT PIC 9(5).
       77 WS-MZ-ZONE-LIBRE PIC 9(5).
       77 WS-MZ-CONF-LIBRE PIC 9(5).
       77 WS-MZ-FIN-SLOT PIC 9(5).
       77 WS-MZ-MINUTES PIC 9(5).
       77 WS-MZ-HEURE PIC 9(4).
       77 WS-MZ-ED-HEURE PIC 99B99.
       77 WS-MZ-CHOIX PIC X(1).
       77 WS-MZ-ID PIC 9(5).
       77 WS-MZ-LANGUE PIC X(2).
       77 WS-MZ-TYPE-LIB PIC X(12).
       77 WS-MZ-NB-ABSENTS PIC 9(4).
       01 WS-MZ-FINALISTES.
              02 WS-MZ-NB PIC 9(3).
              02 WS-MZ-F OCCURS 50 TIMES.
                     03 WS-MZ-F-RANG PIC 9(2).
                     03 WS-MZ-F-NUMA PIC 9(4).
                     03 WS-MZ-F-PAYS PIC A(20).
                     03 WS-MZ-F-NOM PIC X(30).
                     03 WS-MZ-F-PRENOM PIC X(30).
       01 WS-MZ-ECHANGE PIC X(86).
       01 WS-MZ-LANGUES.
              02 WS-MZ-NB-LANGUES PIC 9(2).
              02 WS-MZ-LG OCCURS 40 TIMES.
                     03 WS-MZ-LG-CODE PIC X(2).
                     03 WS-MZ-LG-CONF PIC 9(3).
                     03 WS-MZ-LG-ITW PIC 9(3).
       77 WS-DEM-ID PIC 9(5).
       77 WS-DEM-NUMA PIC 9(4).
       77 WS-DEM-NUME PIC 9(3).
       77 WS-DEM-OK PIC 9.
       77 WS-DEM-MOTIF PIC X(50).
       77 WS-DEM-HORODATE PIC X(12).
       77 WS-DEM-FIN PIC 9.
       77 WS-DEM-I PIC 9.
       77 WS-DEM-J PIC 9.
       77 WS-DEM-NB PIC 9(4).
       77 WS-DEM-CHOIX PIC X(1).
       77 WS-DEM-TYPE-LIB PIC X(12).
       77 WS-DEM-STATUT-LIB PIC X(10).
       77 WS-DEM-TYPE PIC X(1).
       77 WS-DEM-PAYS-COACH PIC A(20).
       77 WS-DEM-PAYS PIC A(20).
       77 WS-DEM-DEPOSANT PIC X(30).
       77 WS-RTR-NB PIC 9(3).
       77 WS-RTR-OK PIC 9.
       77 WS-RTR-FINALE PIC 9.
       77 WS-CNX-POSTE PIC X(12).
       77 WS-CNX-TYPE PIC X(1).
       77 WS-CNX-LOGIN PIC X(24).
       77 WS-CNX-JETON PIC 9(8).
       77 WS-CNX-OK PIC 9.
       77 WS-CNX-FIN PIC 9.
       77 WS-CNX-NB PIC 9(3).
       77 WS-CNX-INACTIF PIC 9(7).
       77 WS-CNX-MIN-DEBUT PIC 9(9).
       77 WS-CNX-MIN-FIN PIC 9(9).
       77 WS-CNX-TYPE-LIB PIC X(12).
       77 WS-CNX-DEPUIS PIC X(12).
       77 WS-DV-OPERATION PIC X(12).
       77 WS-DV-PARAMS PIC X(30).
       77 WS-DV-OK PIC 9.
       77 WS-DV-ID PIC 9(5).
       77 WS-DV-FIN PIC 9.
       77 WS-DV-NB PIC 9(3).
       77 WS-DV-MAX PIC 9(5).
       77 WS-DV-AUTH PIC 9.
       77 WS-DV-VALIDEUR PIC X(20).
       77 WS-DV-CHOIX PIC X(1).
       77 WS-PARAM-DV-DELAI PIC 9(5) VALUE 30.
       77 WS-PARAM-CHIFFREMENT PIC 9(5) VALUE 0.
      *La cle n'est jamais dans les sources ni dans les donnees :
      *elle est lue au demarrage dans un fichier hors du repertoire
      *de travail et des sauvegardes ; WS-CHF-CLE-OK reste a 0 si
      *elle manque.
       77 WS-FIC-CLE PIC X(60)
              VALUE "/etc/jo_natation/chiffrement.cle".
       77 cr_fcle PIC 9(2).
       77 WS-CHF-CLE PIC 9(10).
       77 WS-CHF-CLE-OK PIC 9 VALUE 0.
       77 WS-CHF-REFUS PIC 9.
       77 WS-CHF-ZONE PIC X(40).
       77 WS-CHF-LONG PIC 9(2).
       77 WS-CHF-GRAINE PIC 9(10).
       77 WS-CHF-SENS PIC X(1).
              88 WS-CHF-CHIFFRER VALUE "C".
              88 WS-CHF-DECHIFFRER VALUE "D".
       77 WS-CHF-BASE PIC 9(3).
       77 WS-CHF-MODULE PIC 9(3).
       77 WS-CHF-ACC PIC 9(10).
       77 WS-CHF-IDX PIC 9(2).
       77 WS-CHF-CODE PIC 9(3).
       77 WS-CHF-DECAL PIC 9(3).
       77 WS-CHF-NB PIC 9(5).
       77 WS-CHF-I PIC 9(3).
       77 WS-CHF-FIN PIC 9.
       01 WS-CHF-AUT-TABLE.
              02 WS-CHF-AUT-ENR PIC X(60) OCCURS 500 TIMES.
       77 WS-CLR-TELEPHONE PIC X(15).
       77 WS-CLR-INFO-MED PIC X(40).
       77 WS-CLR-MEDECIN PIC X(30).
       77 WS-CLR-APTE PIC 9(1).
              88 WS-CLR-APTE-OUI VALUE 1.
       77 WS-CLR-SUBSTANCE PIC X(20).
       77 WS-CLR-FONCTION PIC X(12).
       77 WS-CLR-DROIT PIC 9.
       77 WS-LOT-NUM PIC 9(5) VALUE 0.
       77 WS-LOT-TYPE PIC X(12).
       77 WS-LOT-SOURCE PIC X(40).
       77 WS-LOT-FICHIER PIC X(12).
       77 WS-LOT-ACTION PIC X(1).
       77 WS-LOT-CLE-LONG PIC 9(2).
       77 WS-LOT-IMAGE PIC X(250).
       77 WS-LOT-COURANT PIC X(250).
       77 WS-LOT-TROUVE PIC 9.
       77 WS-LOT-NB-LUES PIC 9(5).
       77 WS-LOT-NB-REJETEES PIC 9(5).
       77 WS-LOT-NB-CREES PIC 9(5).
       77 WS-LOT-NB-MODIFIES PIC 9(5).
       77 WS-LOT-NB-CONFLITS PIC 9(5).
       77 WS-LOT-MAX PIC 9(5).
       77 WS-LOT-FIN PIC 9.
       77 WS-LOT-FIN2 PIC 9.
       77 WS-LOT-CHOIX PIC 9(5).
       77 WS-LOT-MOTIF PIC X(40).
       77 WS-CQ-BUREAU PIC A(10).
              88 WS-CQ-BUREAU-VALIDE VALUE "ENGAGE" "RESULTATS"
                     "MEDICAL" "ACCRED" "DOPAGE" "ADMIN".
       77 WS-CQ-CATEGORIE PIC X(12).
              88 WS-CQ-CATEGORIE-VALIDE VALUE "INCIDENT" "CONSIGNE"
                     "RECLAMATION" "INFO".
       77 WS-CQ-MAX PIC 9(6).
       77 WS-CQ-FIN PIC 9.
       77 WS-CQ-NB PIC 9(5).
       77 WS-CQ-OK PIC 9.
       77 WS-CQ-JOUR PIC 9(8).
       77 WS-CQ-FILTRE PIC A(10).
       77 WS-PARAM-RELAIS-DECL PIC 9(5) VALUE 60.
       77 WS-RT-PAYS PIC A(20).
       77 WS-RT-OK PIC 9.
       77 WS-RT-FIN PIC 9.
       77 WS-RT-FIN2 PIC 9.
       77 WS-RT-FIN-PAYS PIC 9.
       77 WS-RT-DEBUT PIC 9(8).
       77 WS-RT-DERNIER PIC 9(8).
       77 WS-RT-NB PIC 9(5).
       77 WS-RT-NB2 PIC 9(5).
       77 WS-RT-NB-ENG PIC 9(3).
       77 WS-RT-NB-DELEG PIC 9(3).
       77 WS-RT-IDX PIC 9(3).
       77 WS-RT-LIBELLE PIC X(100).
       77 WS-RT-TEMPS PIC X(8).
       77 WS-RT-MINUTES PIC 9(11).
       77 WS-RT-JOURS PIC 9(7).
       77 WS-RT-RESTE PIC 9(4).
       01 WS-RT-LIMITE-DATE.
              02 WS-RT-LIM-ANNEE PIC 9(4).
              02 WS-RT-LIM-MOIS PIC 9(2).
              02 WS-RT-LIM-JOUR PIC 9(2).
       01 WS-RT-LIMITE-NUM REDEFINES WS-RT-LIMITE-DATE PIC 9(8).
       77 WS-RT-LIM-HH PIC 9(2).
       77 WS-RT-LIM-MM PIC 9(2).
       77 WS-RT-LIMITE PIC X(16).
       77 WS-RT-F-PAYS PIC X(20).
       77 WS-RT-F-MONTANT PIC 9(9).
       77 WS-RT-F-STATUT PIC X(10).
       77 WS-RT-SOLDE PIC S9(9).
       77 WS-RT-SOLDE-ED PIC -(9)9.
       01 WS-RT-CATEGORIES.
              02 WS-RT-CAT OCCURS 10 TIMES.
                     03 WS-RT-CAT-NOM PIC A(10).
                     03 WS-RT-CAT-NB PIC 9(4).
       77 WS-RT-NB-CAT PIC 9(2).
       01 WS-RT-POINTS.
              02 WS-RT-POINT PIC X(100) OCCURS 60 TIMES.
       77 WS-RT-NB-POINTS PIC 9(3).
       77 WS-RT-NB-HORS PIC 9(3).
       77 WS-CST-NUMA PIC 9(4).
       77 WS-CST-TROUVE PIC 9.
       77 WS-CST-LICENCE PIC X(10).
       77 WS-CST-MINEUR PIC 9.
       77 WS-CST-USAGE PIC X(1).
       77 WS-CST-ACCORD PIC 9.
       77 WS-CST-OK PIC 9.
       77 WS-CST-MOTIF PIC X(30).
       77 WS-CST-REPONSE PIC X(1).
       77 WS-CST-DATE-X PIC X(8).
       77 WS-CST-TUTEUR PIC X(30).
       77 WS-CST-PRENOM PIC X(30).
       77 WS-CST-NOM PIC X(30).
       77 WS-CST-PAYS PIC A(20).
       77 WS-CST-PUBLIE PIC X(61).
       77 WS-CST-PUBLIE1 PIC X(61).
       77 WS-CST-NB PIC 9(5).
       77 WS-CST-FIN PIC 9.
       01 WS-CST-HORLOGE.
              02 WS-CST-JOUR PIC 9(8).
              02 FILLER PIC X(13).
       77 WS-PARAM-QUALIF-MOIS PIC 9(5) VALUE 12.
       77 WS-PARAM-JUSTIF-JOURS PIC 9(5) VALUE 1.
       77 WS-VEF-LICENCE PIC X(10).
       77 WS-VEF-TYPE PIC X(20).
       77 WS-VEF-DISTANCE PIC 9(4).
       77 WS-VEF-TEMPS PIC 9(5).
       77 WS-VEF-MEETING PIC X(30).
       77 WS-VEF-DATE PIC 9(8).
       77 WS-VEF-BASSIN PIC 9(2).
       77 WS-VEF-NB-LUES PIC 9(6).
       77 WS-VEF-NB-CREES PIC 9(6).
       77 WS-VEF-NB-CONNUES PIC 9(6).
       77 WS-VEF-NB-REJETEES PIC 9(6).
       77 WS-VEF-NB-OK PIC 9(5).
       77 WS-VEF-NB-AJUST PIC 9(5).
       77 WS-VEF-NB-JUST PIC 9(5).
       77 WS-VEF-NB-RAMENES PIC 9(5).
       77 WS-VEF-FIN PIC 9.
       77 WS-VEF-FIN2 PIC 9.
       77 WS-VEF-TROUVE PIC 9.
       77 WS-VEF-SEEDING PIC 9.
       77 WS-VEF-ECHU PIC 9.
       77 WS-VEF-PAYS PIC A(20).
       77 WS-VEF-NUME PIC 9(3).
       77 WS-VEF-NUMA PIC 9(4).
       77 WS-VEF-JUSTIF PIC X(40).
       77 WS-VEF-MOIS PIC 9(5).
       01 WS-VEF-FENETRE.
              02 WS-VEF-DEB-ANNEE PIC 9(4).
              02 WS-VEF-DEB-MOIS PIC 9(2).
              02 WS-VEF-DEB-JOUR PIC 9(2).
       01 WS-VEF-FENETRE-NUM REDEFINES WS-VEF-FENETRE PIC 9(8).
       77 WS-VEF-REF PIC 9(8).
       01 WS-VEF-LIMITE.
              02 WS-VEF-LIM-DATE PIC 9(8).
              02 WS-VEF-LIM-HEURE PIC 9(4).
       01 WS-VEF-LIMITE-NUM REDEFINES WS-VEF-LIMITE PIC 9(12).
       77 WS-VEF-MAINTENANT PIC 9(12).
       77 WS-PARAM-PGM-ECART-TOURS PIC 9(5) VALUE 120.
       77 WS-PARAM-PGM-DOUBLE-MIN PIC 9(5) VALUE 3.
       77 WS-PARAM-PGM-ECART-DOUBLE PIC 9(5) VALUE 30.
       77 WS-PARAM-PGM-TV-DEBUT PIC 9(5) VALUE 1800.
       77 WS-PARAM-PGM-TV-FIN PIC 9(5) VALUE 2100.
      *Brouillon de programme : seances de la competition active
      *dans l'ordre chronologique, bornes en minutes absolues (jour
      *julien * 1440 + minute du jour).
       01 WS-PGM-SEANCES.
              02 WS-PGM-NB-S PIC 9(3).
              02 WS-PGM-S OCCURS 60 TIMES.
                     03 WS-PGM-S-NUMS PIC 9(3).
                     03 WS-PGM-S-DATE PIC 9(8).
                     03 WS-PGM-S-LIEU PIC A(20).
                     03 WS-PGM-S-COULOIRS PIC 9(2).
                     03 WS-PGM-S-JOUR PIC 9(11).
                     03 WS-PGM-S-OUV PIC 9(11).
                     03 WS-PGM-S-FIN PIC 9(11).
                     03 WS-PGM-S-CURSEUR PIC 9(11).
       01 WS-PGM-S-TMP PIC X(77).
      *Tours a placer (une epreuve par tour), ranges par ordre de
      *tour : series, demi-finales, barrages, finales. La source
      *est l'epreuve de series du meme type/distance/genre/classe,
      *dont les engages servent au controle des doubles.
       01 WS-PGM-EPREUVES.
              02 WS-PGM-NB-E PIC 9(3).
              02 WS-PGM-E OCCURS 200 TIMES.
                     03 WS-PGM-E-NUME PIC 9(3).
                     03 WS-PGM-E-TYPE PIC A(20).
                     03 WS-PGM-E-DISTANCE PIC 9(4).
                     03 WS-PGM-E-GENRE PIC A(1).
                     03 WS-PGM-E-CLASSE PIC X(3).
                     03 WS-PGM-E-PHASE PIC A(8).
                     03 WS-PGM-E-RANG PIC 9(1).
                     03 WS-PGM-E-LIEU PIC A(20).
                     03 WS-PGM-E-INSCRITS PIC 9(3).
                     03 WS-PGM-E-SOURCE PIC 9(3).
                     03 WS-PGM-E-IDX-S PIC 9(3).
                     03 WS-PGM-E-DEBUT PIC 9(11).
                     03 WS-PGM-E-FIN PIC 9(11).
                     03 WS-PGM-E-HHMM PIC 9(4).
                     03 WS-PGM-E-COURSES PIC 9(3).
                     03 WS-PGM-E-DUREE PIC 9(4).
       01 WS-PGM-E-TMP PIC X(102).
       01 WS-PGM-ANOMALIES.
              02 WS-PGM-NB-A PIC 9(3).
              02 WS-PGM-A OCCURS 300 TIMES.
                     03 WS-PGM-A-NUME PIC 9(3).
                     03 WS-PGM-A-TEXTE PIC X(60).
       01 WS-PGM-ATHLETES.
              02 WS-PGM-NB-ATH PIC 9(3).
              02 WS-PGM-ATH PIC 9(4) OCCURS 300 TIMES.
       77 WS-PGM-I PIC 9(3).
       77 WS-PGM-J PIC 9(3).
       77 WS-PGM-K PIC 9(3).
       77 WS-PGM-Q PIC 9(3).
       77 WS-PGM-IS PIC 9(3).
       77 WS-PGM-MODE PIC 9.
       77 WS-PGM-MODE-RETENU PIC 9.
       77 WS-PGM-PLACE PIC 9.
       77 WS-PGM-DECALE PIC 9.
       77 WS-PGM-PRET PIC 9 VALUE 0.
       77 WS-PGM-FIN PIC 9.
       77 WS-PGM-FIN2 PIC 9.
       77 WS-PGM-COURUE PIC 9.
       77 WS-PGM-NB-COURUES PIC 9(3).
       77 WS-PGM-V-LIEU PIC 9.
       77 WS-PGM-V-ECART PIC 9.
       77 WS-PGM-V-HORAIRE PIC 9.
       77 WS-PGM-V-TV PIC 9.
       77 WS-PGM-V-DOUBLE PIC 9.
       77 WS-PGM-DEBUT PIC 9(11).
       77 WS-PGM-FIN-EPR PIC 9(11).
       77 WS-PGM-AU-PLUS-TOT PIC 9(11).
       77 WS-PGM-APRES-TOUR PIC 9(11).
       77 WS-PGM-TOUR-MANQUE PIC 9.
       77 WS-PGM-LIEU-VU PIC 9.
       77 WS-PGM-V-JOUR PIC 9.
       77 WS-PGM-BORNE PIC 9(11).
       77 WS-PGM-COULOIRS PIC 9(2).
       77 WS-PGM-COURSES PIC 9(3).
       77 WS-PGM-DUREE PIC 9(4).
       77 WS-PGM-SECONDES PIC 9(6).
       77 WS-PGM-COMMUNS PIC 9(3).
       77 WS-PGM-MINUTE PIC 9(4).
       77 WS-PGM-MINUTE-FIN PIC 9(4).
       77 WS-PGM-TV-DEB-MIN PIC 9(4).
       77 WS-PGM-TV-FIN-MIN PIC 9(4).
       77 WS-PGM-HH PIC 9(2).
       77 WS-PGM-MM PIC 9(2).
       77 WS-PGM-OUV-HHMM PIC 9(4).
       77 WS-PGM-FIN-HHMM PIC 9(4).
       77 WS-PGM-NB-PLACEES PIC 9(3).
       77 WS-PGM-NB-MAJ PIC 9(3).
       77 WS-PGM-TEXTE PIC X(60).
       77 WS-EVA-NUMS PIC 9(3).
       77 WS-EVA-DATE PIC 9(8).
       77 WS-EVA-LIEU PIC A(20).
       77 WS-EVA-CAPACITE PIC 9(5).
       77 WS-EVA-NB-SEANCES PIC 9(3).
       77 WS-EVA-NB-STAFF PIC 9(5).
       77 WS-EVA-NB-OFFICIELS PIC 9(5).
       77 WS-EVA-NB-ATHLETES PIC 9(5).
       77 WS-EVA-NB-POINTES PIC 9(5).
       77 WS-EVA-NB-ENCADRANTS PIC 9(5).
       77 WS-EVA-NB-PUBLIC PIC 9(6).
       77 WS-EVA-NB-VIP PIC 9(5).
       77 WS-EVA-NB-VIP-ARRIVES PIC 9(5).
       77 WS-EVA-TOTAL PIC 9(6).
       77 WS-EVA-ECART PIC 9(6).
      *Effectifs par zone de badge, dans l'ordre des zones de
      *portes (B, V, E, P).
       01 WS-EVA-ZONES.
              02 WS-EVA-Z-NB PIC 9(5) OCCURS 4 TIMES.
       77 WS-EVA-Z PIC 9(1).
       77 WS-EVA-ZONE PIC X(1).
      *Presents deja comptes pour la seance : un athlete engage sur
      *plusieurs epreuves, un officiel affecte a plusieurs epreuves
      *ne comptent qu'une fois.
       01 WS-EVA-EPREUVES.
              02 WS-EVA-NB-EPR PIC 9(3).
              02 WS-EVA-EPR PIC 9(3) OCCURS 100 TIMES.
       01 WS-EVA-ATHLETES.
              02 WS-EVA-NB-ATH PIC 9(4).
              02 WS-EVA-ATH-E OCCURS 2000 TIMES.
                     03 WS-EVA-ATH PIC 9(4).
                     03 WS-EVA-ATH-PT PIC 9(1).
       01 WS-EVA-OFFICIELS.
              02 WS-EVA-NB-OFF PIC 9(3).
              02 WS-EVA-OFF PIC 9(3) OCCURS 300 TIMES.
       01 WS-EVA-DELEGATIONS.
              02 WS-EVA-NB-PAYS PIC 9(3).
              02 WS-EVA-PAYS PIC A(20) OCCURS 250 TIMES.
       77 WS-EVA-I PIC 9(4).
       77 WS-EVA-J PIC 9(4).
       77 WS-EVA-TROUVE PIC 9.
       77 WS-EVA-FIN PIC 9.
       77 WS-EVA-FIN2 PIC 9.
       77 WS-PARAM-SESSION-DELAI PIC 9(5) VALUE 15.
       77 WS-PARAM-SESSION-REPRISE PIC 9(5) VALUE 0.
       01 WS-CNX-HORLOGE.
              02 WS-CNX-HORO-TS PIC X(12).
              02 FILLER PIC X(4).
              02 FILLER PIC X(5).
       01 WS-CNX-HORLOGE-R REDEFINES WS-CNX-HORLOGE.
              02 FILLER PIC X(8).
              02 WS-CNX-HORO-HEURE PIC 9(8).
              02 FILLER PIC X(5).
       01 WS-CNX-STAMP.
              02 WS-CNX-ST-DATE PIC 9(8).
              02 WS-CNX-ST-HH PIC 9(2).
              02 WS-CNX-ST-MM PIC 9(2).
       01 WS-DEM-RELAYEURS.
              02 WS-DEM-LEG PIC 9(4) OCCURS 4 TIMES.
       77 cr_fmedical PIC 9(2).
       77 WS-MED-OK PIC 9.
       77 WS-MED-DATE-EPREUVE PIC 9(8).
       77 cr_freclam PIC 9(2).
       77 WS-RECALC-NUME PIC 9(3).
       77 WS-RECALC-AU-TEMPS PIC 9.
       77 WS-RECALC-FEP-OUVERT PIC 9.
       77 WS-RECALC-NUMA-SAUVE PIC 9(4).
       77 WS-RECALC-RANG PIC 9(3).
       77 WS-CEREM-OR-NOM2 PIC X(30).
              02 WS-PTS-TMP-NOM PIC A(20).
              02 WS-PTS-TMP-TOTAL PIC 9(6).
              02 WS-PTS-TMP-MEDAILLES PIC 9(3).
       77 cr_fclubs PIC 9(2).
       77 WS-CLU-CODE PIC X(6).
       77 WS-CLU-NOM PIC X(40).
       77 WS-CLU-PAYS PIC A(20).
       77 WS-CLU-VALIDE PIC 9.
       77 WS-CLU-FIN PIC 9.
       77 WS-CLU-NB-ATH PIC 9(4).
       01 WS-CLU-CLUBS.
              02 WS-CLU-NB PIC 9(3).
              02 WS-CLU-ENTRY OCCURS 200 TIMES.
                     03 WS-CLU-T-CODE PIC X(6).
                     03 WS-CLU-T-H PIC 9(3).
                     03 WS-CLU-T-F PIC 9(3).
                     03 WS-CLU-T-X PIC 9(3).
                     03 WS-CLU-T-TOTAL PIC 9(4).
                     03 WS-CLU-T-POINTS PIC 9(6).
       77 WS-CLU-IDX PIC 9(3).
       77 WS-CLU-J PIC 9(3).
       77 WS-CLU-TROUVE PIC 9.
       01 WS-CLU-TMP.
              02 WS-CLU-TMP-CODE PIC X(6).
              02 WS-CLU-TMP-H PIC 9(3).
              02 WS-CLU-TMP-F PIC 9(3).
              02 WS-CLU-TMP-X PIC 9(3).
              02 WS-CLU-TMP-TOTAL PIC 9(4).
              02 WS-CLU-TMP-POINTS PIC 9(6).
       77 cr_fbio PIC 9(2).
       77 WS-BIO-NUMA PIC 9(4).
       77 WS-BIO-LICENCE PIC X(10).
       77 WS-BIO-VILLE PIC X(30).
       77 WS-BIO-ENTRAINEUR PIC X(40).
       77 WS-BIO-TAILLE-X PIC X(3).
       77 WS-BIO-DEBUT-X PIC X(4).
       77 WS-BIO-FAITS PIC X(120).
       77 WS-BIO-TROUVE PIC 9.
       77 WS-BIO-FIN PIC 9.
       77 WS-BIO-OR PIC 9(3).
       77 WS-BIO-ARGENT PIC 9(3).
       77 WS-BIO-BRONZE PIC 9(3).
       77 WS-DOP-GRAINE PIC 9(5).
       77 WS-DOP-N PIC 9(2).
       77 WS-DOP-TIRE PIC 9(3).
       77 WS-DROIT-OK PIC 9.
       77 WS-COACH-PAYS PIC A(20).
       77 WS-COACH-NB PIC 9(3).
       77 WS-COACH-NUMERO PIC 9(2).
       77 WS-COACH-NOM PIC X(30).
       77 cr_faccred PIC 9(2).
       77 WS-ACC-BADGE-MAX PIC 9(5).
       77 WS-ACC-TROUVE PIC 9.
       77 WS-PKG-NUME-X PIC X(4).
       77 WS-PKG-NOM PIC X(30).
       77 WS-PKG-PRENOM PIC X(30).
       77 WS-PKG-HOMONYME PIC 9(4).
       77 WS-PKG-HFIN PIC 9.
       77 WS-PKG-AGE-X PIC X(2).
       77 WS-PKG-GENRE PIC A(5).
       77 WS-PKG-NUMA PIC 9(4).
       77 WS-SAN-FINALE PIC 9.
       77 WS-SAN-NB PIC 9(3).
       77 WS-SAN-DATE-JOUR PIC 9(8).
       77 WS-SAN-LOCALISATION PIC 9.
       77 cr_fconvb PIC 9(2).
       77 WS-CVB-TEMPS PIC 9(5).
       77 WS-CVB-BASSIN PIC 9(2).
       77 WS-LIV-LIGNES PIC 9(3).
       77 WS-LIV-PAGE PIC 9(3).
       77 WS-LIV-NB PIC 9(5).
       77 WS-LIV-RATIF PIC X(32).
       77 cr_fannonce PIC 9(2).
       01 WS-ANNONCEUR.
              02 WS-ANN-LANE OCCURS 10 TIMES PIC 9(4).
       77 WS-ANN-REC-LIC PIC X(10).
       77 WS-ANN-REC-TEMPS PIC 9(5).
       77 WS-ANN-REC-TROUVE PIC 9.
       77 WS-ANN-FICHIER PIC 9 VALUE 1.
       77 cr_fprogrec PIC 9(2).
       77 WS-PRG-NB PIC 9(5).
       77 WS-PRG-ANCIEN-TEMPS PIC 9(5).
       77 WS-BLT-TOT-VENDU PIC 9(6).
       77 WS-BLT-QTE PIC 9(5).
       77 WS-BLT-CATEGORIE PIC X(10).
       77 WS-BLT-PRIX PIC 9(5).
       77 WS-BLT-MONTANT PIC S9(10).
       77 WS-BLT-PLACES PIC S9(6).
       77 cr_fimportV PIC 9(2).
       77 WS-VTE-NUIT PIC 9 VALUE 0.
       77 WS-VTE-NUMS PIC 9(3).
       77 WS-VTE-CATEGORIE PIC X(10).
       77 WS-VTE-VENDUS PIC 9(6).
       77 WS-VTE-REMB PIC 9(6).
       77 WS-VTE-NET PIC 9(6).
       77 WS-VTE-AVANT PIC 9(5).
       77 WS-VTE-SEUIL PIC 9(3) VALUE 95.
       77 WS-VTE-NB-LUES PIC 9(5).
       77 WS-VTE-NB-MAJ PIC 9(5).
       77 WS-VTE-NB-REJETEES PIC 9(5).
       77 WS-VTE-NB-RISQUE PIC 9(5).
       77 WS-VTE-I PIC 9(4).
       77 WS-VTE-TAUX PIC 9(3).
       01 WS-VTE-TABLES.
              02 WS-VTE-SEA PIC 9 OCCURS 999.
       77 cr_fnotifs PIC 9(2).
       77 cr_ffilenotif PIC 9(2).
       77 cr_fstatnotif PIC 9(2).
       77 WS-FIC-NOTIFS PIC X(40) VALUE "notifications.dat".
       77 WS-FIC-FILENOTIF PIC X(40)
              VALUE "notifications_sortantes.dat".
       77 WS-NOT-NUMA PIC 9(4).
       77 WS-NOT-PAYS PIC A(20).
       77 WS-NOT-NOM PIC X(30).
       77 WS-NOT-PRENOM PIC X(30).
       77 WS-NOT-TYPE PIC X(8).
       77 WS-NOT-NUME PIC 9(3).
       77 WS-NOT-TEXTE PIC X(70).
       77 WS-NOT-MESSAGE PIC X(100).
       77 WS-NOT-REFERENCE PIC X(12).
       77 WS-NOT-CANAL PIC X(5).
       77 WS-NOT-DESTINATAIRE PIC X(15).
       77 WS-NOT-DEST-NOM PIC X(40).
       77 WS-NOT-NB-DEST PIC 9(2).
       77 WS-NOT-FIN PIC 9.
       77 WS-NOT-ECRIT PIC 9.
       77 WS-NOT-ESSAIS PIC 9(2).
       77 WS-NOT-ID-CHARGE PIC 9 VALUE 0.
       77 WS-NOT-DERNIER-ID PIC 9(8).
       77 WS-NOT-IMP-ID PIC 9(8).
       77 WS-NOT-IMP-STATUT PIC X(10).
       77 WS-NOT-IMP-DATE PIC X(16).
       77 WS-NOT-NB-LUES PIC 9(5).
       77 WS-NOT-NB-MAJ PIC 9(5).
       77 WS-NOT-NB-INCONNUES PIC 9(5).
       77 cr_fechauf PIC 9(2).
       77 WS-ECH-LIEU PIC A(20).
       77 WS-ECH-DATE PIC 9(8).
       77 cr_fcertcat PIC 9(2).
       77 WS-CERT-NOM PIC X(30).
       77 WS-CERT-SERIE PIC 9(5).
       77 WS-CERT-DEPART PIC 9.
       77 WS-CERT-MED-RANG PIC 9(2).
       77 WS-CERT-MED-PAYS PIC A(20).
       77 WS-CERT-MED-SERIES PIC 9.
       77 cr_frgpd PIC 9(2).
       77 WS-PARAM-RGPD-ANNEES PIC 9(2) VALUE 5.
       77 WS-RGPD-CUTOFF PIC 9(4).
       77 WS-RGPD-ACTIF PIC 9.
       77 cr_flicences PIC 9(2).
       77 WS-LIC-COURANTE PIC X(10).
      *Synchronisation des statuts de licence avec la federation.
       77 cr_fimportL PIC 9(2).
       77 WS-LSY-OK PIC 9.
       77 WS-LSY-LIBELLE PIC X(16).
       77 WS-LSY-NB-LUES PIC 9(5).
       77 WS-LSY-NB-MAJ PIC 9(5).
       77 WS-LSY-NB-SUSP PIC 9(5).
       77 WS-LSY-NB-IGNOREES PIC 9(5).
       77 WS-LSY-NB-REJETEES PIC 9(5).
       77 WS-LSY-NB-ECARTS PIC 9(5).
       77 WS-LSY-LICENCE PIC X(10).
       77 WS-LSY-STATUT PIC X(1).
       77 WS-LSY-NOM PIC X(30).
       77 WS-LSY-NOM-FED PIC X(30).
       77 WS-LSY-PRENOM PIC X(30).
       77 WS-LSY-NAISSANCE-X PIC X(8).
       77 WS-LSY-PAYS PIC X(20).
       77 WS-LSY-PAYS-OK PIC 9.
       77 WS-LSY-CHAMP PIC X(10).
       77 WS-LSY-VAL-ICI PIC X(30).
       77 WS-LSY-VAL-FED PIC X(30).
       77 WS-CARR-LICENCE PIC X(10).


       77 WS-OFFI-NUME PIC 9(3).
       77 WS-OFFI-NB-RESULTATS PIC 9(3).
       77 WS-OFFI-NB-SIGNES PIC 9(3).
       77 WS-OFFI-NB-REPRISES PIC 9(3).
       77 WS-OFFI-A-INDIV PIC 9.
       77 WS-OFFI-A-RELAIS PIC 9.
       77 WS-RECLAM-NUMERO-MAX PIC 9(2).
                     15 WS-FORMATTED-HOUR  PIC  9(2).
                     15 FILLER             PIC X VALUE 'h'.
                     15 WS-FORMATTED-MIN   PIC  9(2).
       77 cr_feaulibre PIC 9(2).
       77 cr_fpassel PIC 9(2).
       77 WS-FIC-PASSEL PIC X(40)
              VALUE "passages_eau_libre.dat".
      *Temps longs (eau libre) : saisie heures/minutes/secondes/
      *centiemes, format hh:mm:ss.cc et zone d'affichage commune aux
      *temps courts et longs.
       77 WS-TEMPS-LONG-BRUT PIC 9(7).
       01 WS-TEMPS-LONG-FORMATE.
              02 WS-TL-HEURE PIC 99.
              02 FILLER PIC X VALUE ':'.
              02 WS-TL-MIN PIC 99.
              02 FILLER PIC X VALUE ':'.
              02 WS-TL-SEC PIC 99.
              02 FILLER PIC X VALUE '.'.
              02 WS-TL-CENT PIC 99.
       77 WS-TEMPS-AFFICHE PIC X(11).
       01 WS-EL-SAISIE.
              02 WS-EL-SAISIE-H PIC 9(2).
              02 WS-EL-SAISIE-M PIC 9(2).
              02 WS-EL-SAISIE-S PIC 9(2).
              02 WS-EL-SAISIE-C PIC 9(2).
       77 WS-EL-SAISIE-OK PIC 9.
       77 WS-EL-TEMPS PIC 9(7).
       77 WS-EL-NUME PIC 9(3).
       77 WS-EL-NUMA PIC 9(4).
       77 WS-EL-POINT PIC 9(2).
       77 WS-EL-IDX PIC 9(3).
       77 WS-EL-IDX2 PIC 9(3).
       77 WS-EL-OK PIC 9.
       77 WS-EL-VAINQUEUR PIC 9(7).
       77 WS-EL-LIMITE PIC 9(7).
       77 WS-EL-NB-DNF PIC 9(3).
       77 WS-EL-NB-CLASSES PIC 9(3).
       77 WS-EL-NB-IGNORES PIC 9(3).
       77 WS-EL-PASSAGES PIC 9.
       77 WS-EL-PRECEDENT PIC 9(7).
       77 WS-EL-SUIVANT PIC 9(7).
       77 WS-EL-DELAI-MIN PIC 9(4).
       77 WS-EL-ECHANGE PIC 9.
      *Table de classement d'une epreuve en eau libre : un champ de
      *marathon depasse rarement 60 nageurs.
       01 WS-EL-TABLE.
              02 WS-EL-NB PIC 9(3).
              02 WS-EL-ENTRY OCCURS 100 TIMES.
                     03 WS-EL-T-NUMA PIC 9(4).
                     03 WS-EL-T-TEMPS PIC 9(7).
                     03 WS-EL-T-ETAT PIC X(1).
                     03 WS-EL-T-RANG PIC 9(2).
       01 WS-EL-ENTRY-TMP.
              02 WS-EL-TMP-NUMA PIC 9(4).
              02 WS-EL-TMP-TEMPS PIC 9(7).
              02 WS-EL-TMP-ETAT PIC X(1).
              02 WS-EL-TMP-RANG PIC 9(2).
       77 WS-IMPE-NATURE PIC X(1).
       77 WS-HORS-CONCOURS PIC 9.
       77 cr_fplongeons PIC 9(2).
       77 cr_fnotes PIC 9(2).
       77 WS-FIC-PLONGEONS PIC X(40) VALUE "plongeons.dat".
       77 WS-FIC-NOTES PIC X(40) VALUE "notes_juges.dat".
      *Epreuves jugees : saisie des listes et des notes, calcul
      *des plongeons et classement aux points.
       77 WS-PG-NUME PIC 9(3).
       77 WS-PG-NUMA PIC 9(4).
       77 WS-PG-NUMO PIC 9(3).
       77 WS-PG-ORDRE PIC 9(2).
       77 WS-PG-OK PIC 9.
       77 WS-PG-FIN PIC 9.
       77 WS-PG-FIN2 PIC 9.
       77 WS-PG-DIXIEMES PIC 9(3).
       77 WS-PG-QUOTIENT PIC 9(3).
       77 WS-PG-RESTE PIC 9(3).
       77 WS-PG-NB-NOTES PIC 9(2).
       77 WS-PG-NOTE-MAX PIC 99V9.
       77 WS-PG-NOTE-MIN PIC 99V9.
       77 WS-PG-SOMME PIC 9(3)V9.
       77 WS-PG-TOTAL PIC 9(4)V99.
       77 WS-PG-NB-INCOMPLETS PIC 9(3).
       77 WS-PG-IDX PIC 9(3).
       77 WS-PG-IDX2 PIC 9(3).
       77 WS-PG-ECHANGE PIC 9.
       77 WS-PG-NB-CLASSES PIC 9(3).
       77 WS-NOTE-EDITEE PIC ZZZ9.99.
       77 WS-UNITE-DISTANCE PIC X(2).
       01 WS-PG-TABLE.
              02 WS-PG-NB PIC 9(3).
              02 WS-PG-ENTRY OCCURS 100 TIMES.
                     03 WS-PG-T-NUMA PIC 9(4).
                     03 WS-PG-T-TOTAL PIC 9(4)V99.
                     03 WS-PG-T-ETAT PIC X(1).
                     03 WS-PG-T-RANG PIC 9(2).
       01 WS-PG-ENTRY-TMP.
              02 WS-PG-TMP-NUMA PIC 9(4).
              02 WS-PG-TMP-TOTAL PIC 9(4)V99.
              02 WS-PG-TMP-ETAT PIC X(1).
              02 WS-PG-TMP-RANG PIC 9(2).
       77 cr_fwpequipes PIC 9(2).
       77 cr_fwpcompo PIC 9(2).
       77 cr_fwpmatchs PIC 9(2).
       77 cr_fwpfaits PIC 9(2).
       77 WS-FIC-WPEQUIPES PIC X(40) VALUE "wp_equipes.dat".
       77 WS-FIC-WPCOMPO PIC X(40) VALUE "wp_compositions.dat".
       77 WS-FIC-WPMATCHS PIC X(40) VALUE "wp_matchs.dat".
       77 WS-FIC-WPFAITS PIC X(40) VALUE "wp_faits_match.dat".
      *Tournoi de water-polo : equipes et compositions, matchs de
      *poule, tableau final, feuilles de match et classement final.
       77 WS-WP-NUME PIC 9(3).
       77 WS-WP-NUMM PIC 9(3).
       77 WS-WP-NUMA PIC 9(4).
       77 WS-WP-NUMERO PIC 9(2).
       77 WS-WP-PAYS PIC A(20).
       77 WS-WP-GENRE PIC A(1).
       77 WS-WP-GROUPE PIC X(1).
       77 WS-WP-OK PIC 9.
       77 WS-WP-FIN PIC 9.
       77 WS-WP-FIN2 PIC 9.
       77 WS-WP-REPONSE PIC 9.
       77 WS-WP-TROUVE PIC 9.
       77 WS-WP-EFFECTIF PIC 9(2).
       77 WS-WP-BONNET PIC 9(2).
       77 WS-WP-TYPE PIC X(1).
       77 WS-WP-CAMP PIC 9.
       77 WS-WP-SEQ PIC 9(3).
       77 WS-WP-BUTS-A PIC 9(2).
       77 WS-WP-BUTS-B PIC 9(2).
       77 WS-WP-NB-EXCL PIC 9(2).
       77 WS-WP-EXCLU-DEF PIC 9.
       77 WS-WP-AFFICHE PIC 9.
       77 WS-WP-IDX PIC 9(3).
       77 WS-WP-IDX2 PIC 9(3).
       77 WS-WP-IDX3 PIC 9(3).
       77 WS-WP-ECHANGE PIC 9.
       77 WS-WP-RANG PIC 9(2).
       77 WS-WP-TAILLE PIC 9(2).
       77 WS-WP-PAR-GROUPE PIC 9(2).
       77 WS-WP-RESTE PIC 9(2).
       77 WS-WP-NB-SEEDS PIC 9(2).
       77 WS-WP-NB-POULE PIC 9(3).
       77 WS-WP-NB-POULE-J PIC 9(3).
       77 WS-WP-NB-QUART PIC 9(3).
       77 WS-WP-NB-QUART-J PIC 9(3).
       77 WS-WP-NB-DEMI PIC 9(3).
       77 WS-WP-NB-DEMI-J PIC 9(3).
       77 WS-WP-NB-FINALE PIC 9(3).
       77 WS-WP-NB-FINALE-J PIC 9(3).
       77 WS-WP-MAX-NUMM PIC 9(3).
       77 WS-WP-NB-ECRITS PIC 9(3).
       77 WS-WP-TOUR PIC X(6).
       77 WS-WP-TABLEAU PIC 9(2).
       77 WS-WP-PAYS-A PIC A(20).
       77 WS-WP-PAYS-B PIC A(20).
       77 WS-WP-VAINQUEUR PIC A(20).
       77 WS-WP-PERDANT PIC A(20).
       77 WS-WP-DIFF-EDITEE PIC -ZZ9.
       01 WS-WP-GROUPES.
              02 WS-WP-NB-GROUPES PIC 9(2).
              02 WS-WP-G-LETTRE PIC X(1) OCCURS 8 TIMES.
       01 WS-WP-SEEDS.
              02 WS-WP-S-PAYS PIC A(20) OCCURS 8 TIMES.
       01 WS-WP-EQUIPES.
              02 WS-WP-NB-EQUIPES PIC 9(3).
              02 WS-WP-EQUIPE OCCURS 32 TIMES.
                     03 WS-WP-T-PAYS PIC A(20).
                     03 WS-WP-T-GROUPE PIC X(1).
                     03 WS-WP-T-JOUES PIC 9(2).
                     03 WS-WP-T-GAGNES PIC 9(2).
                     03 WS-WP-T-NULS PIC 9(2).
                     03 WS-WP-T-PERDUS PIC 9(2).
                     03 WS-WP-T-BP PIC 9(3).
                     03 WS-WP-T-BC PIC 9(3).
                     03 WS-WP-T-POINTS PIC 9(3).
                     03 WS-WP-T-DIFF PIC S9(3).
                     03 WS-WP-T-RANG PIC 9(2).
                     03 WS-WP-T-FINAL PIC 9(2).
       01 WS-WP-EQUIPE-TMP.
              02 WS-WP-TMP-PAYS PIC A(20).
              02 WS-WP-TMP-GROUPE PIC X(1).
              02 WS-WP-TMP-JOUES PIC 9(2).
              02 WS-WP-TMP-GAGNES PIC 9(2).
              02 WS-WP-TMP-NULS PIC 9(2).
              02 WS-WP-TMP-PERDUS PIC 9(2).
              02 WS-WP-TMP-BP PIC 9(3).
              02 WS-WP-TMP-BC PIC 9(3).
              02 WS-WP-TMP-POINTS PIC 9(3).
              02 WS-WP-TMP-DIFF PIC S9(3).
              02 WS-WP-TMP-RANG PIC 9(2).
              02 WS-WP-TMP-FINAL PIC 9(2).
       01 WS-WP-MATCHS.
              02 WS-WP-NB-MATCHS PIC 9(3).
              02 WS-WP-MATCH OCCURS 200 TIMES.
                     03 WS-WP-M-NUMM PIC 9(3).
                     03 WS-WP-M-PHASE PIC X(6).
                     03 WS-WP-M-GROUPE PIC X(1).
                     03 WS-WP-M-TABLEAU PIC 9(2).
                     03 WS-WP-M-PAYS-A PIC A(20).
                     03 WS-WP-M-PAYS-B PIC A(20).
                     03 WS-WP-M-BUTS-A PIC 9(2).
                     03 WS-WP-M-BUTS-B PIC 9(2).
                     03 WS-WP-M-TAB-A PIC 9(2).
                     03 WS-WP-M-TAB-B PIC 9(2).
                     03 WS-WP-M-STATUT PIC X(1).
       PROCEDURE DIVISION.

      *Mode exercice : les volontaires se forment sur une copie
       END-IF
       CLOSE fenc

       OPEN I-O fclubs
       IF cr_fclubs=35 THEN
              OPEN OUTPUT fclubs
       END-IF
       CLOSE fclubs

       OPEN I-O fbio
       IF cr_fbio=35 THEN
              OPEN OUTPUT fbio
       END-IF
       CLOSE fbio

       OPEN I-O fcontact
       IF cr_fcontact=35 THEN
              OPEN OUTPUT fcontact
       END-IF
       CLOSE fprimes

       OPEN I-O fcomptes
       IF cr_fcomptes=35 THEN
              OPEN OUTPUT fcomptes
              CLOSE fcomptes
              PERFORM GL_CHARGE_PLAN_DEFAUT
       ELSE
              CLOSE fcomptes
       END-IF

       OPEN I-O fglexp
       IF cr_fglexp=35 THEN
              OPEN OUTPUT fglexp
       END-IF
       CLOSE fglexp

       OPEN I-O fnotifs
       IF cr_fnotifs=35 THEN
              OPEN OUTPUT fnotifs
       END-IF
       CLOSE fnotifs

       OPEN I-O fofficiels
       IF cr_fofficiels=35 THEN
              OPEN OUTPUT fofficiels
       END-IF
       CLOSE fclotures

       OPEN I-O feau
       IF cr_feau=35 THEN
              OPEN OUTPUT feau
       END-IF
       CLOSE feau

       OPEN I-O fmaillots
       IF cr_fmaillots=35 THEN
              OPEN OUTPUT fmaillots
       END-IF
       CLOSE fmaillots

       OPEN I-O fmaipoint
       IF cr_fmaipoint=35 THEN
              OPEN OUTPUT fmaipoint
       END-IF
       CLOSE fmaipoint

       OPEN I-O fpannes
       IF cr_fpannes=35 THEN
              OPEN OUTPUT fpannes
       END-IF
       CLOSE fpannes

       OPEN I-O fdossrec
       IF cr_fdossrec=35 THEN
              OPEN OUTPUT fdossrec
       END-IF
       CLOSE fdossrec

       OPEN I-O fconfirm
       IF cr_fconfirm=35 THEN
              OPEN OUTPUT fconfirm
              CLOSE fmessages
       END-IF

       OPEN I-O feaulibre
       IF cr_feaulibre=35 THEN
              OPEN OUTPUT feaulibre
       END-IF
       CLOSE feaulibre

       OPEN I-O fpassel
       IF cr_fpassel=35 THEN
              OPEN OUTPUT fpassel
       END-IF
       CLOSE fpassel

       OPEN I-O fplongeons
       IF cr_fplongeons=35 THEN
              OPEN OUTPUT fplongeons
       END-IF
       CLOSE fplongeons

       OPEN I-O fnotes
       IF cr_fnotes=35 THEN
              OPEN OUTPUT fnotes
       END-IF
       CLOSE fnotes

       OPEN I-O fwpequipes
       IF cr_fwpequipes=35 THEN
              OPEN OUTPUT fwpequipes
       END-IF
       CLOSE fwpequipes

       OPEN I-O fwpcompo
       IF cr_fwpcompo=35 THEN
              OPEN OUTPUT fwpcompo
       END-IF
       CLOSE fwpcompo

       OPEN I-O fwpmatchs
       IF cr_fwpmatchs=35 THEN
              OPEN OUTPUT fwpmatchs
       END-IF
       CLOSE fwpmatchs

       OPEN I-O fwpfaits
       IF cr_fwpfaits=35 THEN
              OPEN OUTPUT fwpfaits
       END-IF
       CLOSE fwpfaits

       OPEN I-O freprises
       IF cr_freprises=35 THEN
              OPEN OUTPUT freprises
       END-IF
       CLOSE freprises

       OPEN I-O fcompets
       IF cr_fcompets=35 THEN
              OPEN OUTPUT fcompets
       END-IF
       CLOSE fcompets

       OPEN I-O fciblage
       IF cr_fciblage=35 THEN
              OPEN OUTPUT fciblage
       END-IF
       CLOSE fciblage

       OPEN I-O flocalis
       IF cr_flocalis=35 THEN
              OPEN OUTPUT flocalis
       END-IF
       CLOSE flocalis

       OPEN I-O fhorscomp
       IF cr_fhorscomp=35 THEN
              OPEN OUTPUT fhorscomp
       END-IF
       CLOSE fhorscomp

       OPEN I-O fchambres
       IF cr_fchambres=35 THEN
              OPEN OUTPUT fchambres
       END-IF
       CLOSE fchambres

       OPEN I-O fhebergement
       IF cr_fhebergement=35 THEN
              OPEN OUTPUT fhebergement
       END-IF
       CLOSE fhebergement

       OPEN I-O fvoyages
       IF cr_fvoyages=35 THEN
              OPEN OUTPUT fvoyages
       END-IF
       CLOSE fvoyages

       OPEN I-O frepas
       IF cr_frepas=35 THEN
              OPEN OUTPUT frepas
       END-IF
       CLOSE frepas

       OPEN I-O fdotations
       IF cr_fdotations=35 THEN
              OPEN OUTPUT fdotations
       END-IF
       CLOSE fdotations

       OPEN I-O fremises
       IF cr_fremises=35 THEN
              OPEN OUTPUT fremises
       END-IF
       CLOSE fremises

       OPEN I-O fvip
       IF cr_fvip=35 THEN
              OPEN OUTPUT fvip
       END-IF
       CLOSE fvip

       OPEN I-O fmedia
       IF cr_fmedia=35 THEN
              OPEN OUTPUT fmedia
       END-IF
       CLOSE fmedia

       OPEN I-O finterviews
       IF cr_finterviews=35 THEN
              OPEN OUTPUT finterviews
       END-IF
       CLOSE finterviews

       OPEN I-O flangues
       IF cr_flangues=35 THEN
              OPEN OUTPUT flangues
       END-IF
       CLOSE flangues

       OPEN I-O fdemandes
       IF cr_fdemandes=35 THEN
              OPEN OUTPUT fdemandes
       END-IF
       CLOSE fdemandes

       OPEN I-O fconnexions
       IF cr_fconnexions=35 THEN
              OPEN OUTPUT fconnexions
       END-IF
       CLOSE fconnexions

       OPEN I-O fdvalid
       IF cr_fdvalid=35 THEN
              OPEN OUTPUT fdvalid
       END-IF
       CLOSE fdvalid

       OPEN I-O flots
       IF cr_flots=35 THEN
              OPEN OUTPUT flots
       END-IF
       CLOSE flots

       OPEN I-O flotimg
       IF cr_flotimg=35 THEN
              OPEN OUTPUT flotimg
       END-IF
       CLOSE flotimg

       OPEN I-O fcahier
       IF cr_fcahier=35 THEN
              OPEN OUTPUT fcahier
       END-IF
       CLOSE fcahier

       OPEN I-O fconsent
       IF cr_fconsent=35 THEN
              OPEN OUTPUT fconsent
       END-IF
       CLOSE fconsent

       OPEN I-O fperfed
       IF cr_fperfed=35 THEN
              OPEN OUTPUT fperfed
       END-IF
       CLOSE fperfed

       PERFORM SAISIE_LANGUE

       PERFORM SAISIE_POSTE

       PERFORM LIT_PARAMETRES

       PERFORM CHARGE_CLE_CHIFFREMENT

       PERFORM VERIFIE_CONTROLE_TOTAUX

       PERFORM AFFICH_MENU

       COPY "secur.cpy".
       COPY "pays.cpy".
       COPY "clubs.cpy".
       COPY "athletes.cpy".
       COPY "epreuve.cpy".
       COPY "participation.cpy".
       COPY "encadrement.cpy".
       COPY "series.cpy".
       COPY "records.cpy".
       COPY "ratification.cpy".
       COPY "lieux.cpy".
       COPY "biaiscouloirs.cpy".
       COPY "seances.cpy".
       COPY "medical.cpy".
       COPY "reclamations.cpy".
       COPY "chronosecours.cpy".
       COPY "rejets.cpy".
       COPY "projection.cpy".
       COPY "prevision.cpy".
       COPY "parcours.cpy".
       COPY "faceaface.cpy".
       COPY "feuillepsych.cpy".
       COPY "revueappels.cpy".
       COPY "debrief.cpy".
       COPY "ciblage.cpy".
       COPY "localisation.cpy".
       COPY "navettes.cpy".
       COPY "hebergement.cpy".
       COPY "voyages.cpy".
       COPY "restauration.cpy".
       COPY "materiel.cpy".
       COPY "tribunevip.cpy".
       COPY "zonemixte.cpy".
       COPY "demandes.cpy".
       COPY "retraits.cpy".
       COPY "sessions.cpy".
       COPY "doublevalid.cpy".
       COPY "chiffrement.cpy".
       COPY "lots.cpy".
       COPY "cahier.cpy".
       COPY "reunion.cpy".
       COPY "consent.cpy".
       COPY "verifeng.cpy".
       COPY "programme.cpy".
       COPY "evacuation.cpy".
       COPY "echauffement.cpy".
       COPY "billetterie.cpy".
       COPY "medailles.cpy".
       COPY "laboratoire.cpy".
       COPY "vacations.cpy".
       COPY "scansportes.cpy".
       COPY "tourniquets.cpy".
       COPY "notifications.cpy".
       COPY "fusion.cpy".
       COPY "reconstruction.cpy".
       COPY "bascule.cpy".
       COPY "droits.cpy".
       COPY "incidents.cpy".
       COPY "primes.cpy".
       COPY "grandlivre.cpy".
       COPY "facturation.cpy".
       COPY "retour.cpy".
       COPY "kiosque.cpy".
       COPY "scratch.cpy".
       COPY "cartejour.cpy".
       COPY "saisieserie.cpy".
       COPY "reprise.cpy".
       COPY "annulation.cpy".
       COPY "competition.cpy".
       COPY "lenex.cpy".
       COPY "transferts.cpy".
       COPY "agence.cpy".
       COPY "optimiseur.cpy".
       COPY "confirmation.cpy".
       COPY "clotureseance.cpy".
       COPY "qualiteeau.cpy".
       COPY "maillots.cpy".
       COPY "pannes.cpy".
       COPY "rapports.cpy".
       COPY "palmares.cpy".
       COPY "livre.cpy".
       COPY "annonceur.cpy".
       COPY "biographies.cpy".
       COPY "progression.cpy".
       COPY "carriere.cpy".
       COPY "points.cpy".
       COPY "rgpd.cpy".
       COPY "licences.cpy".
       COPY "verrous.cpy".
       COPY "eaulibre.cpy".
       COPY "plongeon.cpy".
       COPY "waterpolo.cpy".

