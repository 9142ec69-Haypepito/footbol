           RECORD KEY IS fr_cleres
           ALTERNATE RECORD KEY IS fr_numutilisateur WITH DUPLICATES
           ALTERNATE RECORD KEY IS fr_numterrain WITH DUPLICATES
           ALTERNATE RECORD KEY IS fr_date WITH DUPLICATES
           FILE STATUS IS cr_freservation.
       
           SELECT fterrain ASSIGN TO "terrains.dat"
           RECORD KEY IS fhi_cleres
           ALTERNATE RECORD KEY IS fhi_numutilisateur WITH DUPLICATES
           ALTERNATE RECORD KEY IS fhi_numterrain WITH DUPLICATES
           ALTERNATE RECORD KEY IS fhi_date WITH DUPLICATES
           FILE STATUS IS cr_fhistorique.

           SELECT fattente ASSIGN TO "liste_attente.dat"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS flo_cle
           ALTERNATE RECORD KEY IS flo_numutilisateur WITH DUPLICATES
           ALTERNATE RECORD KEY IS flo_date WITH DUPLICATES
           FILE STATUS IS cr_flocation.

           SELECT fcloture ASSIGN TO "clotures.dat"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fav_numavis
           ALTERNATE RECORD KEY IS fav_numlieu WITH DUPLICATES
           ALTERNATE RECORD KEY IS fav_date_creneau WITH DUPLICATES
           FILE STATUS IS cr_favis.

           SELECT frapport_ferm ASSIGN TO "fermetures_rapport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_frapport_ferm.

           SELECT fcourrier_ferm ASSIGN TO "fermetures_courrier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fcourrier_ferm.

           SELECT fannulation ASSIGN TO "annulations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fan_numannul
           ALTERNATE RECORD KEY IS fan_numlieu WITH DUPLICATES
           ALTERNATE RECORD KEY IS fan_numutilisateur WITH DUPLICATES
           FILE STATUS IS cr_fannulation.

           SELECT freversement ASSIGN TO "reversements.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frv_cle
           ALTERNATE RECORD KEY IS frv_gerant WITH DUPLICATES
           FILE STATUS IS cr_freversement.

           SELECT fcarnet ASSIGN TO "carnets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fca_numcarnet
           ALTERNATE RECORD KEY IS fca_numutilisateur WITH DUPLICATES
           ALTERNATE RECORD KEY IS fca_numequipe WITH DUPLICATES
           FILE STATUS IS cr_fcarnet.

           SELECT fetat_carnet ASSIGN TO "carnets_etat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fetat_carnet.

           SELECT fpertes ASSIGN TO "pertes_materiel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fpertes.

           SELECT fliste_anon ASSIGN TO "anonymisation_liste.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fliste_anon.

           SELECT fetat_rev ASSIGN TO "reversements_etat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fetat_rev.

           SELECT fcompet ASSIGN TO "competitions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fco_numcompet
           ALTERNATE RECORD KEY IS fco_numlieu WITH DUPLICATES
           FILE STATUS IS cr_fcompet.

           SELECT frencontre ASSIGN TO "rencontres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frc_cle
           ALTERNATE RECORD KEY IS frc_creneau WITH DUPLICATES
           FILE STATUS IS cr_frencontre.

           SELECT fclassement ASSIGN TO "classement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fclassement.

           SELECT fcarte ASSIGN TO "carte_batch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fcarte.

           SELECT fjournal ASSIGN TO "journal_traitements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fjournal.

           SELECT fcourrier_releve ASSIGN TO "releves_courrier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fcourrier_releve.

           SELECT fsauvegarde ASSIGN USING Wsv_nom_sauvegarde
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cr_fsauvegarde.

           SELECT fcompteur ASSIGN TO "compteurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fct_nom
           FILE STATUS IS cr_fcompteur.

           SELECT fanc_utilisateur ASSIGN TO "ancien_utilisateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vu_numutilisateur
           ALTERNATE RECORD KEY IS vu_nom WITH DUPLICATES
           ALTERNATE RECORD KEY IS vu_login
           FILE STATUS IS cr_fanc_utilisateur.

           SELECT fanc_lieu ASSIGN TO "ancien_lieux.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vl_numlieu
           ALTERNATE RECORD KEY IS vl_adresse
           ALTERNATE RECORD KEY IS vl_gerant
           FILE STATUS IS cr_fanc_lieu.

           SELECT fanc_reservation ASSIGN TO "ancien_reservations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vr_cleres
           ALTERNATE RECORD KEY IS vr_numutilisateur WITH DUPLICATES
           ALTERNATE RECORD KEY IS vr_numterrain WITH DUPLICATES
           FILE STATUS IS cr_fanc_reservation.

           SELECT fanc_historique ASSIGN TO "ancien_reservations_historique.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vh_cleres
           ALTERNATE RECORD KEY IS vh_numutilisateur WITH DUPLICATES
           ALTERNATE RECORD KEY IS vh_numterrain WITH DUPLICATES
           FILE STATUS IS cr_fanc_historique.

           SELECT fanc_materiel ASSIGN TO "ancien_materiels.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vm_cle
           ALTERNATE RECORD KEY IS vm_numlieu WITH DUPLICATES
           FILE STATUS IS cr_fanc_materiel.

           SELECT fanc_location ASSIGN TO "ancien_locations.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vlo_cle
           ALTERNATE RECORD KEY IS vlo_numutilisateur WITH DUPLICATES
           FILE STATUS IS cr_fanc_location.

           SELECT fanc_cloture ASSIGN TO "ancien_clotures.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vc_mois
           FILE STATUS IS cr_fanc_cloture.

           SELECT fanc_avis ASSIGN TO "ancien_avis_clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vav_numavis
           ALTERNATE RECORD KEY IS vav_numlieu WITH DUPLICATES
           FILE STATUS IS cr_fanc_avis.

       DATA DIVISION.
       
       FILE SECTION.
             02 fu_essais PIC 9(1).
             02 fu_verrouille PIC A.
             02 fu_mdp_temporaire PIC A.
             02 fu_anonyme PIC A.
             02 fu_derniere_connexion PIC 9(8).
       
       FD flieu.
          01 tamp_flieu.
             02 fl_gerant PIC 9(9).
             02 fl_adresse PIC A(50).
             02 fl_terrain_existant PIC 9(2).
             02 fl_commission PIC 9(3).
       
       FD freservation.
          01 tamp_freservation.
             02 fr_presence PIC A.
             02 fr_numevent PIC 9(9).
             02 fr_numequipe PIC 9(9).
             02 fr_numcarnet PIC 9(9).

       FD fterrain.
          01 tamp_fterrain.
             02 fhi_presence PIC A.
             02 fhi_numevent PIC 9(9).
             02 fhi_numequipe PIC 9(9).
             02 fhi_numcarnet PIC 9(9).

       FD fattente.
          01 tamp_fattente.
                03 fm_article PIC A(20).
             02 fm_stock PIC 9(5).
             02 fm_prix_location PIC 9(5).
             02 fm_prix_remplacement PIC 9(5).

       FD flocation.
          01 tamp_flocation.
             02 flo_numutilisateur PIC 9(10).
             02 flo_quantite PIC 9(3).
             02 flo_prix_total PIC 9(5).
             02 flo_retour_saisi PIC A.
             02 flo_qte_rendue PIC 9(3).
             02 flo_qte_abimee PIC 9(3).
             02 flo_qte_perdue PIC 9(3).
             02 flo_frais_remplacement PIC 9(7).

       FD fcloture.
          01 tamp_fcloture.
             02 fc_etape_export PIC A.
             02 fc_etape_archivage PIC A.
             02 fc_cloturee PIC A.
             02 fc_etape_reversement PIC A.

       FD freleve.
          01 tamp_freleve.
             02 fv_motif PIC A(50).
             02 fv_utilise PIC A.

       FD frapport_ferm.
          01 tamp_frapport_ferm PIC X(132).

       FD fcourrier_ferm.
          01 tamp_fcourrier_ferm PIC X(132).

       FD fannulation.
          01 tamp_fannulation.
             02 fan_numannul PIC 9(9).
             02 fan_numlieu PIC 9(9).
             02 fan_numutilisateur PIC 9(10).
             02 fan_numterrain PIC 9(9).
             02 fan_heure PIC 9(2).
             02 fan_date_creneau.
                03 fan_jour_cre PIC 9(2).
                03 fan_mois_cre PIC 9(2).
                03 fan_annee_cre PIC 9(4).
             02 fan_date_annul.
                03 fan_jour PIC 9(2).
                03 fan_mois PIC 9(2).
                03 fan_annee PIC 9(4).
             02 fan_prix PIC 9(5).
             02 fan_acompte PIC 9(9).
             02 fan_frais PIC 9(9).
             02 fan_avoir PIC 9(9).
             02 fan_numavoir PIC 9(9).
             02 fan_motif PIC A(20).

       FD freversement.
          01 tamp_freversement.
             02 frv_cle.
                03 frv_numlieu PIC 9(9).
                03 frv_mois.
                   04 frv_mm PIC 9(2).
                   04 frv_aaaa PIC 9(4).
             02 frv_gerant PIC 9(9).
             02 frv_ca_reservations PIC 9(9).
             02 frv_ca_locations PIC 9(9).
             02 frv_ca_evenements PIC 9(9).
             02 frv_frais_annulation PIC 9(9).
             02 frv_avoirs PIC 9(9).
             02 frv_ca_net PIC 9(9).
             02 frv_taux_commission PIC 9(3).
             02 frv_commission PIC 9(9).
             02 frv_montant_gerant PIC 9(9).
             02 frv_paye PIC A.
             02 frv_date_paiement.
                03 frv_jour_paye PIC 9(2).
                03 frv_mois_paye PIC 9(2).
                03 frv_annee_paye PIC 9(4).
             02 frv_ca_carnets PIC 9(9).

       FD fcarnet.
          01 tamp_fcarnet.
             02 fca_numcarnet PIC 9(9).
             02 fca_numutilisateur PIC 9(10).
             02 fca_numequipe PIC 9(9).
             02 fca_numlieu PIC 9(9).
             02 fca_type PIC A(20).
             02 fca_nb_achetees PIC 9(3).
             02 fca_nb_restantes PIC 9(3).
             02 fca_prix_paye PIC 9(9).
             02 fca_date_achat.
                03 fca_jour_achat PIC 9(2).
                03 fca_mois_achat PIC 9(2).
                03 fca_annee_achat PIC 9(4).
             02 fca_date_expiration.
                03 fca_jour_exp PIC 9(2).
                03 fca_mois_exp PIC 9(2).
                03 fca_annee_exp PIC 9(4).

       FD fetat_carnet.
          01 tamp_fetat_carnet PIC X(132).

       FD fpertes.
          01 tamp_fpertes PIC X(132).

       FD fliste_anon.
          01 tamp_fliste_anon PIC X(132).

       FD fetat_rev.
          01 tamp_fetat_rev PIC X(132).

       FD fcompet.
          01 tamp_fcompet.
             02 fco_numcompet PIC 9(9).
             02 fco_nom PIC A(30).
             02 fco_numlieu PIC 9(9).
             02 fco_date_debut.
                03 fco_jour_debut PIC 9(2).
                03 fco_mois_debut PIC 9(2).
                03 fco_annee_debut PIC 9(4).
             02 fco_jour_semaine PIC 9(1).
             02 fco_heure_debut PIC 9(2).
             02 fco_heure_fin PIC 9(2).
             02 fco_frais_equipe PIC 9(7).
             02 fco_calendrier PIC A.
             02 fco_nb_equipes PIC 9(2).
             02 fco_equipe PIC 9(9) OCCURS 20.

       FD frencontre.
          01 tamp_frencontre.
             02 frc_cle.
                03 frc_numcompet PIC 9(9).
                03 frc_numrencontre PIC 9(4).
             02 frc_journee PIC 9(2).
             02 frc_equipe_dom PIC 9(9).
             02 frc_equipe_ext PIC 9(9).
             02 frc_creneau.
                03 frc_numterrain PIC 9(9).
                03 frc_heure PIC 9(2).
                03 frc_date.
                   04 frc_jour PIC 9(2).
                   04 frc_mois PIC 9(2).
                   04 frc_annee PIC 9(4).
             02 frc_statut PIC A.
             02 frc_buts_dom PIC 9(2).
             02 frc_buts_ext PIC 9(2).

       FD fclassement.
          01 tamp_fclassement PIC X(132).

       FD fcarte.
          01 tamp_fcarte PIC X(80).

       FD fjournal.
          01 tamp_fjournal PIC X(132).

       FD fcourrier_releve.
          01 tamp_fcourrier_releve PIC X(132).

       FD fsauvegarde.
          01 tamp_fsauvegarde.
             02 fsv_type PIC A.
             02 fsv_fichier PIC X(30).
             02 fsv_donnees PIC X(300).
          01 tamp_fsauvegarde_ctl.
             02 fsc_type PIC A.
             02 fsc_fichier PIC X(30).
             02 fsc_nombre PIC 9(9).
             02 fsc_montant PIC 9(12).

       FD fcompteur.
          01 tamp_fcompteur.
             02 fct_nom PIC X(20).
             02 fct_valeur PIC 9(9).

       FD fanc_utilisateur.
          01 tamp_fanc_utilisateur.
             02 vu_numutilisateur PIC 9(9).
             02 vu_nom PIC A(30).
             02 vu_prenom PIC A(30).
             02 vu_login PIC A(50).
             02 vu_mdp PIC X(20).
             02 vu_role PIC 9(1).
             02 vu_connecte PIC A.
             02 vu_bloque PIC A.
             02 vu_essais PIC 9(1).
             02 vu_verrouille PIC A.
             02 vu_mdp_temporaire PIC A.

       FD fanc_lieu.
          01 tamp_fanc_lieu.
             02 vl_numlieu PIC 9(9).
             02 vl_gerant PIC 9(9).
             02 vl_adresse PIC A(50).
             02 vl_terrain_existant PIC 9(2).

       FD fanc_reservation.
          01 tamp_fanc_reservation.
             02 vr_cleres.
                03 vr_numterrain PIC 9(9).
                03 vr_heure PIC 9(2).
                03 vr_date.
                   04 vr_jour PIC 9(2).
                   04 vr_mois PIC 9(2).
                   04 vr_annee PIC 9(4).
             02 vr_numutilisateur PIC 9(10).
             02 vr_materiel PIC A(3).
             02 vr_prix PIC 9(5).
             02 vr_presence PIC A.
             02 vr_numevent PIC 9(9).
             02 vr_numequipe PIC 9(9).

       FD fanc_historique.
          01 tamp_fanc_historique.
             02 vh_cleres.
                03 vh_numterrain PIC 9(9).
                03 vh_heure PIC 9(2).
                03 vh_date.
                   04 vh_jour PIC 9(2).
                   04 vh_mois PIC 9(2).
                   04 vh_annee PIC 9(4).
             02 vh_numutilisateur PIC 9(10).
             02 vh_materiel PIC A(3).
             02 vh_prix PIC 9(5).
             02 vh_presence PIC A.
             02 vh_numevent PIC 9(9).
             02 vh_numequipe PIC 9(9).

       FD fanc_materiel.
          01 tamp_fanc_materiel.
             02 vm_cle.
                03 vm_numlieu PIC 9(9).
                03 vm_article PIC A(20).
             02 vm_stock PIC 9(5).
             02 vm_prix_location PIC 9(5).

       FD fanc_location.
          01 tamp_fanc_location.
             02 vlo_cle.
                03 vlo_cleres.
                   04 vlo_numterrain PIC 9(9).
                   04 vlo_heure PIC 9(2).
                   04 vlo_date.
                      05 vlo_jour PIC 9(2).
                      05 vlo_mois PIC 9(2).
                      05 vlo_annee PIC 9(4).
                03 vlo_article PIC A(20).
             02 vlo_numlieu PIC 9(9).
             02 vlo_numutilisateur PIC 9(10).
             02 vlo_quantite PIC 9(3).
             02 vlo_prix_total PIC 9(5).

       FD fanc_cloture.
          01 tamp_fanc_cloture.
             02 vc_mois.
                03 vc_mm PIC 9(2).
                03 vc_aaaa PIC 9(4).
             02 vc_etape_stats PIC A.
             02 vc_etape_facturation PIC A.
             02 vc_etape_export PIC A.
             02 vc_etape_archivage PIC A.
             02 vc_cloturee PIC A.

       FD fanc_avis.
          01 tamp_fanc_avis.
             02 vav_numavis PIC 9(9).
             02 vav_type PIC A(15).
             02 vav_date_emission.
                03 vav_jour_emis PIC 9(2).
                03 vav_mois_emis PIC 9(2).
                03 vav_annee_emis PIC 9(4).
             02 vav_numlieu PIC 9(9).
             02 vav_numutilisateur PIC 9(10).
             02 vav_numterrain PIC 9(9).
             02 vav_heure PIC 9(2).
             02 vav_date_creneau.
                03 vav_jour_cre PIC 9(2).
                03 vav_mois_cre PIC 9(2).
                03 vav_annee_cre PIC 9(4).
             02 vav_prix PIC 9(5).
             02 vav_traite PIC A.

       WORKING-STORAGE SECTION.

              77 cr_futilisateur PIC 9(2).
              77 Wavis_lieu PIC 9(9).
              77 Wavis_prix PIC 9(5).
              77 Wavis_nb PIC 9(5).
              77 Wavis_filtre PIC 9(1).
              77 Wperiode_close PIC 9(1).
              01 Wmois_controle.
                02 Wmois_controle_mm PIC 9(2).
                02 presence_saisie PIC A.
                02 event_saisi PIC 9(9).
                02 equipe_saisie PIC 9(9).
                02 carnet_saisi PIC 9(9).
               01 W_futilisateur.
                02 Wnumutilisateur PIC 9(9).
                02 Wnom PIC A(30).
                02 Wessais PIC 9(1).
                02 Wverrouille PIC A.
                02 Wmdp_temporaire PIC A.
                02 Wanonyme PIC A.
                02 Wderniere_connexion PIC 9(8).
               01 W_flieu.
                02 Wnumlieu PIC 9(9).
                02 Wgerant PIC 9(9).
                02 Wadresse PIC A(50).
                02 Wterrain_existant PIC 9(2).
                02 Wcommission PIC 9(3).
               01 W_fstat.
                   02 Wcle.
                      03 WlieuS PIC A(50).
              77 Warticle PIC A(20).
              77 Wstock PIC 9(5).
              77 Wprix_article PIC 9(5).
              77 Wprix_remplacement PIC 9(5).
              77 Wquantite PIC 9(3).
              77 Wnumlieu_mat PIC 9(9).
              77 Wstock_ok PIC 9(1).
              77 Wdate_cible PIC 9(8).
              77 Wdate_debut_c PIC 9(8).
              77 Wdate_fin_c PIC 9(8).
              77 cr_frapport_ferm PIC 9(2).
              77 cr_fcourrier_ferm PIC 9(2).
              77 Wrl_debut PIC 9(8).
              77 Wrl_fin PIC 9(8).
              77 Wrl_date_jour PIC 9(8).
              77 Wrl_date_res PIC 9(8).
              77 Wrl_terrain_orig PIC 9(9).
              77 Wrl_nouveau_terrain PIC 9(9).
              77 Wrl_lieu PIC 9(9).
              77 Wrl_type PIC A(20).
              77 Wrl_statut PIC A(20).
              77 Wrl_nb PIC 9(3).
              77 Wrl_idx PIC 9(3).
              77 Wrl_nb_deplacees PIC 9(5).
              77 Wrl_nb_annulees PIC 9(5).
              77 Wrl_nb_a_reprogrammer PIC 9(5).
              77 Wrl_nb_inchangees PIC 9(5).
              77 Wrl_nb_hors_liste PIC 9(5).
              77 Wrl_courrier PIC A(1).
              77 Wrl_destinataire PIC 9(10).
              01 Wligne_fermeture PIC X(132).
              01 Wrl_liste.
                02 Wrl_resa PIC X(120) OCCURS 500.
              77 cr_fannulation PIC 9(2).
              77 Wnumannulmax PIC 9(9).
              77 Wan_lieu PIC 9(9).
              77 Wan_frais PIC 9(9).
              77 Wan_motif PIC A(20).
              77 cr_freversement PIC 9(2).
              77 cr_fetat_rev PIC 9(2).
              77 Wrv_lieu PIC 9(9).
              77 Wrv_terrain PIC 9(9).
              77 Wrv_reservations PIC 9(9).
              77 Wrv_locations PIC 9(9).
              77 Wrv_evenements PIC 9(9).
              77 Wrv_frais PIC 9(9).
              77 Wrv_avoirs PIC 9(9).
              77 Wrv_brut PIC 9(9).
              77 Wrv_net PIC 9(9).
              77 Wrv_nb_lieux PIC 9(5).
              77 Wrv_total_gerants PIC 9(9).
              77 Wrv_existe PIC 9(1).
              77 Wrv_carnets PIC 9(9).
              01 Wligne_etat_rev PIC X(132).
              77 cr_fliste_anon PIC 9(2).
              77 Wano_motif PIC A(20).
              77 Wano_annees PIC 9(2).
              77 Wano_limite PIC 9(8).
              77 Wano_derniere PIC 9(8).
              77 Wano_date PIC 9(8).
              77 Wano_utilisateur PIC 9(10).
              77 Wano_solde_ouvert PIC 9(1).
              77 Wano_nb PIC 9(3).
              77 Wano_idx PIC 9(3).
              77 Wano_nb_faits PIC 9(3).
              77 Wano_hors_liste PIC 9(5).
              01 Wano_liste.
                02 Wano_entree OCCURS 500.
                   03 Wano_num PIC 9(10).
                   03 Wano_activite PIC 9(8).
              01 Wligne_anon PIC X(132).
              77 cr_fcarnet PIC 9(2).
              77 cr_fetat_carnet PIC 9(2).
              77 Wnumcarnetmax PIC 9(9).
              77 Wca_numcarnet PIC 9(9).
              77 Wca_utilisateur PIC 9(10).
              77 Wca_equipe PIC 9(9).
              77 Wca_lieu PIC 9(9).
              77 Wca_type PIC A(20).
              77 Wca_nb PIC 9(3).
              77 Wca_prix PIC 9(9).
              77 Wca_validite PIC 9(2).
              77 Wca_date_resa PIC 9(8).
              77 Wca_date_ach PIC 9(8).
              77 Wca_date_exp PIC 9(8).
              77 Wca_expiration_min PIC 9(8).
              77 Wca_fin PIC 9(1).
              77 Wca_jours_restants PIC 9(9).
              77 Wca_jours_exp PIC 9(9).
              77 Wca_montant PIC 9(9).
              77 Wca_total_valides PIC 9(9).
              77 Wca_total_expires PIC 9(9).
              77 Wca_nb_alertes PIC 9(5).
              77 Wca_alerte PIC A(30).
              77 Wca_statut PIC A(10).
              01 Wligne_carnet PIC X(132).
              77 cr_fpertes PIC 9(2).
              77 Wrm_bon PIC 9(3).
              77 Wrm_abime PIC 9(3).
              77 Wrm_perdu PIC 9(3).
              77 Wrm_sortie PIC 9(3).
              77 Wrm_nb_saisis PIC 9(5).
              77 Wpm_mois_fin PIC 9(6).
              77 Wpm_mois_debut PIC 9(6).
              77 Wpm_mois_loc PIC 9(6).
              77 Wpm_nb PIC 9(3).
              77 Wpm_idx PIC 9(3).
              77 Wpm_idx2 PIC 9(3).
              77 Wpm_trouve PIC 9(1).
              77 Wpm_hors_liste PIC 9(5).
              77 Wpm_lieu_courant PIC 9(9).
              77 Wpm_total_abime PIC 9(7).
              77 Wpm_total_perdu PIC 9(7).
              77 Wpm_total_frais PIC 9(9).
              77 Wpm_nb_clients PIC 9(3).
              77 Wpm_nb_repetes PIC 9(5).
              77 Wpm_sous_abime PIC 9(7).
              77 Wpm_sous_perdu PIC 9(7).
              77 Wpm_sous_frais PIC 9(9).
              01 Wpm_table.
                02 Wpm_ligne OCCURS 300.
                   03 Wpm_cle.
                      04 Wpm_lieu PIC 9(9).
                      04 Wpm_article PIC A(20).
                   03 Wpm_loue PIC 9(7).
                   03 Wpm_abime PIC 9(7).
                   03 Wpm_perdu PIC 9(7).
                   03 Wpm_frais PIC 9(9).
              01 Wpm_echange.
                02 Wpm_ech_cle.
                   03 Wpm_ech_lieu PIC 9(9).
                   03 Wpm_ech_article PIC A(20).
                02 Wpm_ech_loue PIC 9(7).
                02 Wpm_ech_abime PIC 9(7).
                02 Wpm_ech_perdu PIC 9(7).
                02 Wpm_ech_frais PIC 9(9).
              77 cr_fcompet PIC 9(2).
              77 cr_frencontre PIC 9(2).
              77 cr_fclassement PIC 9(2).
              77 Wnumcompetmax PIC 9(9).
              77 Wcp_numcompet PIC 9(9).
              77 Wcp_numrencontre PIC 9(4).
              77 Wcp_nom PIC A(30).
              77 Wcp_lieu PIC 9(9).
              77 Wcp_jour_semaine PIC 9(1).
              77 Wcp_zeller PIC 9(1).
              77 Wcp_heure_debut PIC 9(2).
              77 Wcp_heure_fin PIC 9(2).
              77 Wcp_heure PIC 9(2).
              77 Wcp_frais PIC 9(7).
              77 Wcp_nb_equipes PIC 9(2).
              77 Wcp_nb_places PIC 9(2).
              77 Wcp_nb_tours PIC 9(2).
              77 Wcp_tour PIC 9(2).
              77 Wcp_idx PIC 9(2).
              77 Wcp_idx2 PIC 9(2).
              77 Wcp_reste PIC 9(1).
              77 Wcp_dernier PIC 9(9).
              77 Wcp_dom PIC 9(9).
              77 Wcp_ext PIC 9(9).
              77 Wcp_terrain PIC 9(9).
              77 Wcp_semaines PIC 9(2).
              77 Wcp_fin PIC 9(1).
              77 Wcp_fin_terrain PIC 9(1).
              77 Wcp_conflit PIC 9(1).
              77 Wcp_rencontre_liee PIC 9(1).
              77 Wcp_capitaine PIC 9(10).
              77 Wcp_nb_programmees PIC 9(4).
              77 Wcp_nb_non_placees PIC 9(4).
              77 Wcp_date_match PIC 9(8).
              77 Wcp_date_jour PIC 9(8).
              77 Wcp_date_tour PIC 9(8).
              77 Wcp_buts_dom PIC 9(2).
              77 Wcp_buts_ext PIC 9(2).
              77 Wcp_diff_signe PIC X.
              77 Wcp_diff_abs PIC 9(4).
              77 Wcp_orig_terrain PIC 9(9).
              77 Wcp_orig_heure PIC 9(2).
              77 Wcp_orig_date PIC 9(8).
              77 Wcp_anc_terrain PIC 9(9).
              77 Wcp_anc_heure PIC 9(2).
              77 Wcp_anc_date PIC 9(8).
              01 Wcp_equipes.
                02 Wcp_equipe PIC 9(9) OCCURS 20.
              01 Wcp_rotation.
                02 Wcp_rot PIC 9(9) OCCURS 20.
              01 Wcp_classement.
                02 Wcp_ligne OCCURS 20.
                   03 Wcp_cl_equipe PIC 9(9).
                   03 Wcp_cl_nom PIC A(30).
                   03 Wcp_cl_joues PIC 9(3).
                   03 Wcp_cl_gagnes PIC 9(3).
                   03 Wcp_cl_nuls PIC 9(3).
                   03 Wcp_cl_perdus PIC 9(3).
                   03 Wcp_cl_bp PIC 9(4).
                   03 Wcp_cl_bc PIC 9(4).
                   03 Wcp_cl_diff PIC S9(4).
                   03 Wcp_cl_pts PIC 9(4).
              01 Wcp_echange.
                02 Wcp_ech_equipe PIC 9(9).
                02 Wcp_ech_nom PIC A(30).
                02 Wcp_ech_joues PIC 9(3).
                02 Wcp_ech_gagnes PIC 9(3).
                02 Wcp_ech_nuls PIC 9(3).
                02 Wcp_ech_perdus PIC 9(3).
                02 Wcp_ech_bp PIC 9(4).
                02 Wcp_ech_bc PIC 9(4).
                02 Wcp_ech_diff PIC S9(4).
                02 Wcp_ech_pts PIC 9(4).
              01 Wligne_classement PIC X(132).
              77 cr_fcarte PIC 9(2).
              77 cr_fjournal PIC 9(2).
              77 Wmode_batch PIC 9(1).
              77 Wbt_parametre PIC X(80).
              77 Wbt_job PIC X(30).
              77 Wbt_cle PIC X(10).
              77 Wbt_valeur PIC X(30).
              77 Wbt_idx PIC 9(1).
              77 Wbt_mois_saisi PIC 9(1).
              77 Wbt_debut PIC 9(8).
              77 Wbt_fin PIC 9(8).
              77 Wbt_lus PIC 9(9).
              77 Wbt_ecrits PIC 9(9).
              77 Wbt_rejetes PIC 9(9).
              77 Wbt_code_retour PIC 9(2).
              77 Wbt_statut PIC X(20).
              01 Wbt_mots.
                02 Wbt_mot PIC X(40) OCCURS 3.
              01 Wligne_journal PIC X(132).
              77 Wclo_statut PIC 9(1).
              77 Wfact_lus PIC 9(9).
              77 Wrel_lues PIC 9(9).
              77 Warc_lues PIC 9(9).
              77 Warc_erreurs PIC 9(9).
              77 Wnb_controles PIC 9(9).
              77 Wnb_reparations PIC 9(9).
              77 cr_fsauvegarde PIC 9(2).
              77 Wsv_nom_sauvegarde PIC X(40).
              77 Wsv_date PIC 9(8).
              77 Wsv_idx PIC 9(2).
              77 Wsv_nb_fichiers PIC 9(2).
              77 Wsv_fichier PIC X(30).
              77 Wsv_choix PIC X(30).
              77 Wsv_cr PIC 9(2).
              77 Wsv_fin PIC 9(1).
              77 Wsv_fin_sauvegarde PIC 9(1).
              77 Wsv_ouvert PIC 9(1).
              77 Wsv_requise PIC 9(1).
              77 Wsv_statut PIC 9(1).
              77 Wsv_nombre PIC 9(9).
              77 Wsv_montant PIC 9(12).
              77 Wsv_attendu_nombre PIC 9(9).
              77 Wsv_attendu_montant PIC 9(12).
              77 Wsv_enreg PIC X(300).
              77 Wsv_lus PIC 9(9).
              77 Wsv_ecrits PIC 9(9).
              77 Wsv_erreurs PIC 9(9).
              77 Wsv_nb_traites PIC 9(2).
              77 Wsv_nb_ecarts PIC 9(2).
              77 Wsv_trouve PIC 9(1).
              77 cr_fcourrier_releve PIC 9(2).
              77 Wrc_numutilisateur PIC 9(10).
              77 Wrc_nom PIC A(30).
              77 Wrc_prenom PIC A(30).
              01 Wrc_saisie.
                02 Wrc_saisie_jour PIC 9(2).
                02 Wrc_saisie_mois PIC 9(2).
                02 Wrc_saisie_annee PIC 9(4).
              77 Wrc_date_saisie PIC 9(8).
              77 Wrc_date_debut PIC 9(8).
              77 Wrc_date_fin PIC 9(8).
              77 Wrc_date_mvt PIC 9(8).
              77 Wrc_ordre PIC 9(1).
              77 Wrc_libelle PIC X(40).
              77 Wrc_detail PIC X(40).
              77 Wrc_debit PIC 9(9).
              77 Wrc_credit PIC 9(9).
              77 Wrc_fin PIC 9(1).
              77 Wrc_fin_util PIC 9(1).
              77 Wrc_affichage PIC 9(1).
              77 Wrc_tronque PIC 9(1).
              77 Wrc_trouve PIC 9(1).
              77 Wrc_nb_mvt PIC 9(3).
              77 Wrc_nb_fact PIC 9(3).
              77 Wrc_nb_avoirs PIC 9(2).
              77 Wrc_idx PIC 9(3).
              77 Wrc_idx2 PIC 9(3).
              77 Wrc_solde_initial PIC S9(11).
              77 Wrc_solde PIC S9(11).
              77 Wrc_solde_courant PIC S9(11).
              77 Wrc_solde_aff PIC S9(11).
              77 Wrc_signe PIC X.
              77 Wrc_abs PIC 9(11).
              77 Wrc_sens PIC X(10).
              77 Wrc_total_debit PIC 9(11).
              77 Wrc_total_credit PIC 9(11).
              77 Wrc_total_avoirs PIC 9(11).
              77 Wrc_reste PIC 9(9).
              77 Wrc_trop_percu PIC 9(9).
              77 Wrc_nb_lus PIC 9(9).
              77 Wrc_nb_releves PIC 9(9).
              77 Wrc_nb_tronques PIC 9(9).
              01 Wrc_mouvements.
                02 Wrc_mvt OCCURS 500.
                  03 Wrc_mvt_cle.
                    04 Wrc_mvt_date PIC 9(8).
                    04 Wrc_mvt_ordre PIC 9(1).
                  03 Wrc_mvt_libelle PIC X(40).
                  03 Wrc_mvt_detail PIC X(40).
                  03 Wrc_mvt_debit PIC 9(9).
                  03 Wrc_mvt_credit PIC 9(9).
              01 Wrc_echange.
                02 Wrc_ech_cle PIC 9(9).
                02 Wrc_ech_libelle PIC X(40).
                02 Wrc_ech_detail PIC X(40).
                02 Wrc_ech_debit PIC 9(9).
                02 Wrc_ech_credit PIC 9(9).
              01 Wrc_factures.
                02 Wrc_fa OCCURS 120.
                  03 Wrc_fa_mois.
                    04 Wrc_fa_mm PIC 9(2).
                    04 Wrc_fa_aaaa PIC 9(4).
                  03 Wrc_fa_date PIC 9(8).
                  03 Wrc_fa_montant PIC 9(9).
                  03 Wrc_fa_deduit PIC 9(9).
                  03 Wrc_fa_regle PIC 9(9).
              01 Wrc_avoirs.
                02 Wrc_av OCCURS 50.
                  03 Wrc_av_num PIC 9(9).
                  03 Wrc_av_date PIC 9(8).
                  03 Wrc_av_montant PIC 9(9).
                  03 Wrc_av_motif PIC A(50).
              01 Wligne_releve_compte PIC X(132).
              77 Wsv_choix_fichier PIC X(30).
              01 Wpm_clients.
                02 Wpm_client OCCURS 500.
                   03 Wpm_cl_num PIC 9(10).
                   03 Wpm_cl_incidents PIC 9(5).
                   03 Wpm_cl_articles PIC 9(7).
                   03 Wpm_cl_frais PIC 9(9).
              01 Wligne_pertes PIC X(132).
              77 cr_fcompteur PIC 9(2).
              77 Wct_nom PIC X(20).
              77 Wct_numero PIC 9(9).
              77 Wct_max PIC 9(9).
              77 Wct_fin PIC 9(1).
              77 Wct_nouveau PIC 9(1).
              77 Wct_idx PIC 9(2).
              77 Wjr_nb PIC 9(4).
              77 Wjr_idx PIC 9(4).
              77 Wjr_idx2 PIC 9(4).
              77 Wjr_fin PIC 9(1).
              77 Wjr_complet PIC 9(1).
              01 Wjr_reservations.
                02 Wjr_res OCCURS 1000.
                  03 Wjr_cle.
                    04 Wjr_terrain PIC 9(9).
                    04 Wjr_heure PIC 9(2).
              01 Wjr_echange PIC X(11).
              77 Wns_nb PIC 9(4).
              77 Wns_idx PIC 9(4).
              77 Wns_jour PIC 9(2).
              77 Wns_trouve PIC 9(1).
              77 Wns_complet PIC 9(1).
              77 Wns_utilisateur_lu PIC 9(10).
              01 Wns_absents.
                02 Wns_absent OCCURS 3000.
                  03 Wns_utilisateur PIC 9(10).
                  03 Wns_absences PIC 9(3).
              77 cr_fanc_utilisateur PIC 9(2).
              77 cr_fanc_lieu PIC 9(2).
              77 cr_fanc_reservation PIC 9(2).
              77 cr_fanc_historique PIC 9(2).
              77 cr_fanc_materiel PIC 9(2).
              77 cr_fanc_location PIC 9(2).
              77 cr_fanc_cloture PIC 9(2).
              77 cr_fanc_avis PIC 9(2).
              77 Wcv_idx PIC 9(2).
              77 Wcv_cr PIC 9(2).
              77 Wcv_fin PIC 9(1).
              77 Wcv_cible_ok PIC 9(1).
              77 Wcv_ancien PIC X(40).
              77 Wcv_date PIC 9(8).
              77 Wcv_nombre PIC 9(9).
              77 Wcv_lus PIC 9(9).
              77 Wcv_ecrits PIC 9(9).
              77 Wcv_erreurs PIC 9(9).
              77 Wcv_nb_convertis PIC 9(2).
              01 W_findispo.
                02 WterrainI PIC 9(9).
                02 WlieuI PIC 9(9).
                        OPEN OUTPUT favis
                END-IF
                CLOSE favis

                OPEN I-O fannulation
                IF cr_fannulation=35 THEN
                        OPEN OUTPUT fannulation
                END-IF
                CLOSE fannulation

                OPEN I-O freversement
                IF cr_freversement=35 THEN
                        OPEN OUTPUT freversement
                END-IF
                CLOSE freversement

                OPEN I-O fcarnet
                IF cr_fcarnet=35 THEN
                        OPEN OUTPUT fcarnet
                END-IF
                CLOSE fcarnet

                OPEN I-O fcompet
                IF cr_fcompet=35 THEN
                        OPEN OUTPUT fcompet
                END-IF
                CLOSE fcompet

                OPEN I-O frencontre
                IF cr_frencontre=35 THEN
                        OPEN OUTPUT frencontre
                END-IF
                CLOSE frencontre

                MOVE 0 TO Wct_nouveau
                OPEN I-O fcompteur
                IF cr_fcompteur=35 THEN
                        OPEN OUTPUT fcompteur
                        MOVE 1 TO Wct_nouveau
                END-IF
                CLOSE fcompteur
                IF Wct_nouveau = 1 THEN
                        PERFORM INITIALISER_COMPTEURS
                END-IF
                ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD
                MOVE WS-FULL-DATE(1:4) TO WS-CURRENT-YEAR
                MOVE WS-FULL-DATE(5:2) TO WS-CURRENT-MONTH
                MOVE WS-FULL-DATE(7:2) TO WS-CURRENT-DAY
                MOVE 0 TO Wmode_batch
                ACCEPT Wbt_parametre FROM COMMAND-LINE
                IF Wbt_parametre NOT = SPACES
                        PERFORM TRAITEMENT_BATCH
                        MOVE Wbt_code_retour TO RETURN-CODE
                        STOP RUN
                END-IF
                PERFORM AJOUT_UTILISATEUR
                PERFORM AFFICHAGE_UTILISATEUR
                PERFORM NETTOYER_CONNEXIONS
                PERFORM CONNEXION_UTILISATEUR.
        STOP RUN.
                               IF Wtrouve = 1
                                   MOVE 0 TO fu_essais
                                   MOVE "O" TO fu_connecte
                                   MOVE WS-CURRENT-DATE TO fu_derniere_connexion
                                   REWRITE tamp_futilisateur
                                   IF fu_mdp_temporaire = "O"
                                       PERFORM FORCER_CHANGEMENT_MDP
               END-READ
           END-PERFORM
           CLOSE futilisateur.

       TRAITEMENT_BATCH.
           MOVE 1 TO Wmode_batch
           MOVE 0 TO global_id_user
           MOVE 3 TO global_role_user
           ACCEPT Wbt_debut FROM TIME
           MOVE 0 TO Wbt_lus
           MOVE 0 TO Wbt_ecrits
           MOVE 0 TO Wbt_rejetes
           MOVE 0 TO Wbt_code_retour
           IF Wbt_parametre = "CARTE"
               MOVE SPACES TO Wbt_parametre
               OPEN INPUT fcarte
               IF cr_fcarte = "00"
                   READ fcarte
                   AT END DISPLAY "Carte de contrôle vide"
                   NOT AT END MOVE tamp_fcarte TO Wbt_parametre
                   END-READ
                   CLOSE fcarte
               ELSE
                   DISPLAY "Fichier carte_batch.dat introuvable."
               END-IF
           END-IF
           PERFORM ANALYSER_CARTE_BATCH
           DISPLAY "Traitement " Wbt_job
           DISPLAY "________________________________"
           IF Wbt_code_retour = 0
               EVALUATE Wbt_job
                   WHEN "CLOTURE_DU_MOIS"
                       PERFORM BATCH_CLOTURE
                   WHEN "IMPORTER_DEMANDES_WEB"
                       PERFORM BATCH_DEMANDES_WEB
                   WHEN "IMPORT_RELEVE_BANQUE"
                       PERFORM BATCH_RELEVE_BANQUE
                   WHEN "GENERER_RELANCES"
                       PERFORM BATCH_RELANCES
                   WHEN "ARCHIVER_RESERVATIONS"
                       PERFORM BATCH_ARCHIVAGE
                   WHEN "CONTROLE_COHERENCE"
                       PERFORM BATCH_COHERENCE
                   WHEN "SAUVEGARDE"
                       PERFORM BATCH_SAUVEGARDE
                   WHEN "RESTAURATION"
                       PERFORM BATCH_RESTAURATION
                   WHEN "RELEVES_COMPTES"
                       PERFORM BATCH_RELEVES_COMPTES
                   WHEN "CONVERSION"
                       PERFORM BATCH_CONVERSION
                   WHEN OTHER
                       DISPLAY "Traitement inconnu : " Wbt_job
                       MOVE 12 TO Wbt_code_retour
               END-EVALUATE
           END-IF
           ACCEPT Wbt_fin FROM TIME
           EVALUATE Wbt_code_retour
               WHEN 0
                   MOVE "OK" TO Wbt_statut
               WHEN 4
                   MOVE "AVERTISSEMENT" TO Wbt_statut
               WHEN 8
                   MOVE "ERREUR" TO Wbt_statut
               WHEN OTHER
                   MOVE "CARTE INVALIDE" TO Wbt_statut
           END-EVALUATE
           PERFORM ECRIRE_JOURNAL_BATCH
           DISPLAY "________________________________"
           DISPLAY "Lus : " Wbt_lus " - écrits : " Wbt_ecrits
               " - rejetés : " Wbt_rejetes
           DISPLAY "Statut : " Wbt_statut " - code retour " Wbt_code_retour.

       ANALYSER_CARTE_BATCH.
           MOVE SPACES TO Wbt_job
           MOVE SPACES TO Wbt_mots
           MOVE 0 TO Wbt_mois_saisi
           MOVE "N" TO Wreparer
           MOVE 0 TO Wsv_date
           MOVE "TOUS" TO Wsv_choix
           UNSTRING Wbt_parametre DELIMITED BY ALL SPACE
               INTO Wbt_job Wbt_mot(1) Wbt_mot(2) Wbt_mot(3)
           END-UNSTRING
           IF Wbt_job = SPACES
               MOVE "INCONNU" TO Wbt_job
               DISPLAY "Carte de contrôle absente ou vide"
               MOVE 12 TO Wbt_code_retour
           END-IF
           MOVE 1 TO Wbt_idx
           PERFORM WITH TEST AFTER UNTIL Wbt_idx > 3
               IF Wbt_mot(Wbt_idx) NOT = SPACES
                   MOVE SPACES TO Wbt_cle
                   MOVE SPACES TO Wbt_valeur
                   UNSTRING Wbt_mot(Wbt_idx) DELIMITED BY "="
                       INTO Wbt_cle Wbt_valeur
                   END-UNSTRING
                   EVALUATE Wbt_cle
                       WHEN "MOIS"
                           MOVE Wbt_valeur(1:6) TO WmoisF
                           MOVE 1 TO Wbt_mois_saisi
                       WHEN "REPARER"
                           IF (Wbt_valeur(1:1) = "O" OR Wbt_valeur(1:1) = "o" OR
                               Wbt_valeur(1:1) = "N" OR Wbt_valeur(1:1) = "n")
                              AND Wbt_valeur(2:) = SPACES
                               MOVE Wbt_valeur(1:1) TO Wreparer
                           ELSE
                               DISPLAY "Paramètre REPARER invalide : " Wbt_mot(Wbt_idx)
                               MOVE 12 TO Wbt_code_retour
                           END-IF
                       WHEN "DATE"
                           MOVE Wbt_valeur(1:8) TO Wsv_date
                       WHEN "FICHIER"
                           MOVE Wbt_valeur TO Wsv_choix
                       WHEN OTHER
                           DISPLAY "Paramètre inconnu : " Wbt_mot(Wbt_idx)
                           MOVE 12 TO Wbt_code_retour
                   END-EVALUATE
               END-IF
               ADD 1 TO Wbt_idx
           END-PERFORM.

       BATCH_CLOTURE.
           PERFORM BATCH_MOIS_PRECEDENT
           IF WmoisMF IS NUMERIC AND
              WmoisMF > 0 AND
              WmoisMF <= 12 AND
              WanneeSF IS NUMERIC AND
              WanneeSF > 0 AND
              (WanneeSF < WS-CURRENT-YEAR OR
                 (WanneeSF = WS-CURRENT-YEAR AND WmoisMF < WS-CURRENT-MONTH))
               MOVE 0 TO Wfact_lus
               MOVE 0 TO Wexp_lignes
               MOVE 0 TO Wnb_archivees
               MOVE 0 TO Warc_lues
               MOVE 0 TO Warc_erreurs
               MOVE 0 TO Wrv_nb_lieux
               MOVE 0 TO Wsv_lus
               MOVE 0 TO Wsv_ecrits
               PERFORM CLOTURE_DU_MOIS_CORE
               COMPUTE Wbt_lus = Wfact_lus + Warc_lues + Wsv_lus
               COMPUTE Wbt_ecrits = Wexp_lignes + Wnb_archivees
                   + Wrv_nb_lieux + Wsv_ecrits
               MOVE Warc_erreurs TO Wbt_rejetes
               IF Wclo_statut = 1
                   MOVE 4 TO Wbt_code_retour
               END-IF
               IF Wclo_statut = 2 OR Warc_erreurs > 0
                   MOVE 8 TO Wbt_code_retour
               END-IF
           ELSE
               DISPLAY "Mois invalide : " WmoisF
               MOVE 12 TO Wbt_code_retour
           END-IF.

       BATCH_MOIS_PRECEDENT.
           IF Wbt_mois_saisi = 0
               IF WS-CURRENT-MONTH = 1
                   MOVE 12 TO WmoisMF
                   COMPUTE WanneeSF = WS-CURRENT-YEAR - 1
               ELSE
                   COMPUTE WmoisMF = WS-CURRENT-MONTH - 1
                   MOVE WS-CURRENT-YEAR TO WanneeSF
               END-IF
           END-IF.

       BATCH_RELEVES_COMPTES.
           PERFORM BATCH_MOIS_PRECEDENT
           IF WmoisMF IS NUMERIC AND
              WmoisMF > 0 AND
              WmoisMF <= 12 AND
              WanneeSF IS NUMERIC AND
              WanneeSF > 0
               PERFORM RELEVES_FIN_DE_MOIS_CORE
               MOVE Wrc_nb_lus TO Wbt_lus
               MOVE Wrc_nb_releves TO Wbt_ecrits
               MOVE Wrc_nb_tronques TO Wbt_rejetes
               IF cr_fcourrier_releve NOT = "00"
                   MOVE 8 TO Wbt_code_retour
               ELSE
                   IF Wrc_nb_tronques > 0
                       MOVE 4 TO Wbt_code_retour
                   END-IF
               END-IF
           ELSE
               DISPLAY "Mois invalide : " WmoisF
               MOVE 12 TO Wbt_code_retour
           END-IF.

       BATCH_DEMANDES_WEB.
           PERFORM IMPORTER_DEMANDES_WEB
           IF cr_fdemande NOT = "00"
               MOVE 8 TO Wbt_code_retour
           ELSE
               MOVE Wdw_lignes TO Wbt_lus
               COMPUTE Wbt_ecrits = Wdw_acceptees + Wdw_attente
               MOVE Wdw_rejetees TO Wbt_rejetes
               IF Wbt_rejetes > 0
                   MOVE 4 TO Wbt_code_retour
               END-IF
           END-IF.

       BATCH_RELEVE_BANQUE.
           PERFORM IMPORT_RELEVE_BANQUE
           IF cr_freleve NOT = "00"
               MOVE 8 TO Wbt_code_retour
           ELSE
               MOVE Wrb_lignes TO Wbt_lus
               MOVE Wrb_rapprochees TO Wbt_ecrits
               MOVE Wrb_exceptions TO Wbt_rejetes
               IF Wbt_rejetes > 0
                   MOVE 4 TO Wbt_code_retour
               END-IF
           END-IF.

       BATCH_RELANCES.
           PERFORM GENERER_RELANCES
           MOVE Wrel_lues TO Wbt_lus
           MOVE Wrel_nb TO Wbt_ecrits.

       BATCH_ARCHIVAGE.
           PERFORM ARCHIVER_RESERVATIONS
           MOVE Warc_lues TO Wbt_lus
           MOVE Wnb_archivees TO Wbt_ecrits
           MOVE Warc_erreurs TO Wbt_rejetes
           IF Warc_erreurs > 0
               MOVE 8 TO Wbt_code_retour
           END-IF.

       BATCH_COHERENCE.
           PERFORM CONTROLE_COHERENCE_CORE
           MOVE Wnb_controles TO Wbt_lus
           MOVE Wnb_reparations TO Wbt_ecrits
           MOVE Wnb_anomalies TO Wbt_rejetes
           IF Wnb_anomalies > Wnb_reparations
               MOVE 4 TO Wbt_code_retour
           END-IF.

       BATCH_SAUVEGARDE.
           PERFORM SAUVEGARDE_CORE
           MOVE Wsv_lus TO Wbt_lus
           MOVE Wsv_ecrits TO Wbt_ecrits
           MOVE Wsv_erreurs TO Wbt_rejetes
           IF Wsv_statut = 1
               MOVE 4 TO Wbt_code_retour
           END-IF
           IF Wsv_statut = 2
               MOVE 8 TO Wbt_code_retour
           END-IF.

       BATCH_RESTAURATION.
           MOVE 0 TO Wsv_lus
           MOVE 0 TO Wsv_ecrits
           MOVE 0 TO Wsv_erreurs
           PERFORM CONTROLER_CHOIX_RESTAURATION
           IF Wsv_date IS NOT NUMERIC OR Wsv_date = 0 OR Wsv_statut = 2
               DISPLAY "Date de sauvegarde ou fichier invalide"
               MOVE 12 TO Wbt_code_retour
           ELSE
               PERFORM RESTAURATION_CORE
               MOVE Wsv_lus TO Wbt_lus
               MOVE Wsv_ecrits TO Wbt_ecrits
               COMPUTE Wbt_rejetes = Wsv_erreurs + Wsv_nb_ecarts
               IF Wsv_statut = 2
                   MOVE 8 TO Wbt_code_retour
               END-IF
           END-IF.

       BATCH_CONVERSION.
           PERFORM CONVERSION_FICHIERS_CORE
           MOVE Wcv_lus TO Wbt_lus
           MOVE Wcv_ecrits TO Wbt_ecrits
           MOVE Wcv_erreurs TO Wbt_rejetes
           IF Wcv_erreurs > 0
               MOVE 8 TO Wbt_code_retour
           ELSE
               IF Wcv_nb_convertis = 0
                   MOVE 4 TO Wbt_code_retour
               END-IF
           END-IF.

       ECRIRE_JOURNAL_BATCH.
           OPEN EXTEND fjournal
           IF cr_fjournal=35 THEN
               OPEN OUTPUT fjournal
           END-IF
           MOVE SPACES TO Wligne_journal
           STRING Wbt_job DELIMITED BY SPACE
               ";" WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               ";DEBUT;" Wbt_debut(1:2) ":" Wbt_debut(3:2) ":"
               Wbt_debut(5:2) ";FIN;" Wbt_fin(1:2) ":" Wbt_fin(3:2) ":"
               Wbt_fin(5:2) ";LUS;" Wbt_lus ";ECRITS;" Wbt_ecrits
               ";REJETES;" Wbt_rejetes ";" DELIMITED BY SIZE
               Wbt_statut DELIMITED BY "  "
               ";CODE RETOUR;" Wbt_code_retour DELIMITED BY SIZE
               INTO Wligne_journal
           WRITE tamp_fjournal FROM Wligne_journal
           CLOSE fjournal.

       MENU_AMATEUR.
                PERFORM UNTIL exitmenu = 'A'
                    DISPLAY "________________________________________________________________"
                DISPLAY "6. Se déconnecter"
                DISPLAY "7. Contrôle de cohérence des fichiers"
                DISPLAY "8. Matériel d'un lieu"
                DISPLAY "9. Sauvegarde et restauration des fichiers"
                DISPLAY "0. Quitter"
                DISPLAY "Entrez votre choix (0-9):"
                ACCEPT choice

                EVALUATE choice
                        PERFORM CONTROLE_COHERENCE
                    WHEN '8'
                        PERFORM MENU_MATERIEL
                    WHEN '9'
                        PERFORM GERER_SAUVEGARDES
                    WHEN '6'
                        DISPLAY "Vous êtes bien déconnecté"
                        PERFORM DECONNECTER_UTILISATEUR
                    DISPLAY "6. Bloquer/Débloquer un utilisateur"
                    DISPLAY "7. Gestion des équipes"
                    DISPLAY "8. Déverrouiller un compte (connexion)"
                    DISPLAY "9. Anonymiser les comptes inactifs"
                    DISPLAY "0. Retour"
                    DISPLAY "Entrez votre choix (0-9):"
                    ACCEPT choice

                    EVALUATE choice
                            PERFORM GERER_EQUIPES
                        WHEN '8'
                            PERFORM DEVERROUILLER_COMPTE
                        WHEN '9'
                            PERFORM ANONYMISER_COMPTES_INACTIFS
                        WHEN '0'
                            IF global_role_user = 2
                            PERFORM MENU_GERANT
                    DISPLAY "9. Liste d'attente de mon lieu"
                    DISPLAY "D. Disponibilités d'un lieu"
                    DISPLAY "P. Pointage des présences"
                    DISPLAY "M. Retour du matériel loué"
                    DISPLAY "N. Etat mensuel des no-show"
                    DISPLAY "E. Réservation d'événements"
                    DISPLAY "W. Demandes du site web"
                    DISPLAY "A. Avis clients du jour"
                    DISPLAY "K. Carnets prépayés"
                    DISPLAY "C. Championnats et tournois"
                    DISPLAY "0. Retour"
                    DISPLAY "Entrez votre choix (0-9, D, P, M, N, E, W, A, K, C):"
                    ACCEPT choice

                    EVALUATE choice
                        WHEN 'P'
                        WHEN 'p'
                            PERFORM POINTAGE_PRESENCES
                        WHEN 'M'
                        WHEN 'm'
                            PERFORM RETOUR_MATERIEL
                        WHEN 'N'
                        WHEN 'n'
                            PERFORM ETAT_NO_SHOW
                        WHEN 'A'
                        WHEN 'a'
                            PERFORM LISTER_AVIS_JOUR
                        WHEN 'K'
                        WHEN 'k'
                            PERFORM GERER_CARNETS
                        WHEN 'C'
                        WHEN 'c'
                            PERFORM GERER_COMPETITIONS
                        WHEN '0'
                            IF global_role_user = 2
                            PERFORM MENU_GERANT
                    DISPLAY "9. Clôture du mois"
                    DISPLAY "B. Import du relevé bancaire"
                    DISPLAY "R. Relances clients"
                    DISPLAY "V. Chiffre d'affaires et reversements aux gérants"
                    DISPLAY "M. Pertes et casse de matériel"
                    DISPLAY "C. Relevé de compte d'un client"
                    DISPLAY "T. Relevés de compte de fin de mois (soldes non nuls)"
                    DISPLAY "0. Retour"
                    DISPLAY "Entrez votre choix (0-9, B, R, V, M, C, T):"
                    ACCEPT choice

                    EVALUATE choice
                        WHEN 'R'
                        WHEN 'r'
                            PERFORM GENERER_RELANCES
                        WHEN 'V'
                        WHEN 'v'
                            PERFORM GERER_REVERSEMENTS
                        WHEN 'M'
                        WHEN 'm'
                            PERFORM RAPPORT_PERTES_MATERIEL
                        WHEN 'C'
                        WHEN 'c'
                            PERFORM RELEVE_COMPTE_CLIENT
                        WHEN 'T'
                        WHEN 't'
                            PERFORM RELEVES_FIN_DE_MOIS
                        WHEN '0'
                            PERFORM MENU_ADMIN
                        WHEN OTHER
           MOVE 0 TO Wessais
           MOVE 'N' TO Wverrouille
           MOVE 'O' TO Wmdp_temporaire
           MOVE 'N' TO Wanonyme
           MOVE 0 TO Wderniere_connexion
           MOVE Wprenom to fu_prenom
           MOVE Wnom to fu_nom
           MOVE Wlogin TO fu_login
                   END-READ
               END-PERFORM
           END-IF
           IF Wtrouve = 1 AND fu_anonyme = "O"
               DISPLAY "Compte anonymisé : modification impossible."
               MOVE 0 TO Wtrouve
           END-IF
           IF Wtrouve = 1
               MOVE fu_role TO Wrole
               MOVE fu_connecte TO Wconnecte
               MOVE fu_bloque TO Wbloque
               MOVE fu_essais TO Wessais
               MOVE fu_verrouille TO Wverrouille
               MOVE fu_anonyme TO Wanonyme
               MOVE fu_derniere_connexion TO Wderniere_connexion
               MOVE SPACES TO Wa_avant
               STRING "NOM=" fu_nom " PRENOM=" fu_prenom
                      " LOGIN=" fu_login " ROLE=" fu_role
                   MOVE fu_essais TO Wessais
                   MOVE fu_verrouille TO Wverrouille
                   MOVE fu_mdp_temporaire TO Wmdp_temporaire
                   MOVE fu_anonyme TO Wanonyme
                   MOVE fu_derniere_connexion TO Wderniere_connexion
                   MOVE 'N' TO Wconnecte
                   REWRITE tamp_futilisateur FROM W_futilisateur
                   IF cr_futilisateur = "00" THEN
               MOVE fu_essais TO Wessais
               MOVE fu_verrouille TO Wverrouille
               MOVE fu_mdp_temporaire TO Wmdp_temporaire
               MOVE fu_anonyme TO Wanonyme
               MOVE fu_derniere_connexion TO Wderniere_connexion
               MOVE SPACES TO Wa_avant
               STRING "NOM=" fu_nom " PRENOM=" fu_prenom
                      " LOGIN=" fu_login " ROLE=" fu_role
                   if fu_nom = Wnom and fu_prenom = Wprenom
                       display "Utilisateur trouvé"
           display fu_nom " " fu_prenom " " fu_login" "fu_role
           display "Supprimer (S) ou anonymiser (A) l'utilisateur ? (S/A)"
                       accept Wreponse
                       if Wreponse = "A" or Wreponse = "a"
                           display "Confirmer anonymisation utilisateur ? (O/N)"
                           accept Wreponse
                           if Wreponse = "O" or Wreponse = "o"
                               move "DEMANDE" to Wano_motif
                               perform ANONYMISER_UTILISATEUR_CORE
                           else
                               display "Anonymisation annulée"
                           end-if
                       else
                           display "Confirmer suppression utilisateur ? (O/N)"
                           accept Wreponse
                           if Wreponse = "O" or Wreponse = "o"
                               open I-O freservation
                               MOVE 0 TO Wfin
                               MOVE fu_numutilisateur TO fr_numutilisateur
                               START freservation,KEY IS = fr_numutilisateur
                               INVALID KEY DISPLAY "Pas de réservation"
                               NOT INVALID KEY
                                   perform with test after until Wfin = 1
                                       read freservation NEXT
                                           at end move 1 to Wfin
                                           not at end
                                               IF fr_numutilisateur = fu_numutilisateur
                                                   delete freservation
                                                   display "Réservation supprimée"
                                               end-if
                                       end-read
                                   end-perform
                                END-START
                               close freservation
                               delete futilisateur
                               display "Utilisateur supprimé"
                           else
                               display "Suppression annulée"
                           end-if
                       end-if
                       move 1 to Wtrouve
                   end-if
                   MOVE SPACE TO fr_presence
                   MOVE 0 TO fr_numevent
                   MOVE Wequipe_res TO fr_numequipe
                   MOVE id_utilisateur TO Wca_utilisateur
                   MOVE Wequipe_res TO Wca_equipe
                   PERFORM RECHERCHER_CARNET_RESERVATION
                   MOVE Wca_numcarnet TO fr_numcarnet
                   IF Wca_numcarnet > 0
                       MOVE 0 TO fr_prix
                   END-IF
                   WRITE tamp_freservation
                   IF cr_freservation = "00"
                       DISPLAY "Réservation ajoutée avec succès."
                       IF Wca_numcarnet > 0
                           PERFORM DECOMPTER_SEANCE_CARNET
                       ELSE
                           PERFORM ENCAISSER_ACOMPTE_RESERVATION
                       END-IF
                       IF materiel = "Oui" OR materiel = "oui"
                          OR materiel = "OUI"
                           PERFORM SAISIR_LOCATION_MATERIEL
                   MOVE SPACE TO fr_presence
                   MOVE 0 TO fr_numevent
                   MOVE 0 TO fr_numequipe
                   MOVE 0 TO fr_numcarnet
                   WRITE tamp_freservation
                   IF cr_freservation = "00"
                       DISPLAY "Réservation ajoutée avec succès."
                       MOVE SPACE TO fr_presence
                       MOVE 0 TO fr_numevent
                       MOVE Wequipe_res TO fr_numequipe
                       MOVE id_utilisateur TO Wca_utilisateur
                       MOVE Wequipe_res TO Wca_equipe
                       PERFORM RECHERCHER_CARNET_RESERVATION
                       MOVE Wca_numcarnet TO fr_numcarnet
                       IF Wca_numcarnet > 0
                           MOVE 0 TO fr_prix
                       END-IF
                       WRITE tamp_freservation
                       IF cr_freservation = "00"
                           DISPLAY "Semaine " Wsemaine_compteur " : réservation ajoutée le "
                               jour_saisi "/" mois_saisi "/" annee_saisie
                           IF Wca_numcarnet > 0
                               PERFORM DECOMPTER_SEANCE_CARNET
                           END-IF
                       ELSE
                           DISPLAY "Semaine " Wsemaine_compteur " : erreur lors de l'ajout"
                       END-IF
               PERFORM CALCULER_MAXDAY
           END-PERFORM.

       AVANCER_UN_JOUR.
           ADD 1 TO jour_saisi
           PERFORM CALCULER_MAXDAY
           IF jour_saisi > maxday
               MOVE 1 TO jour_saisi
               ADD 1 TO mois_saisi
               IF mois_saisi > 12
                   MOVE 1 TO mois_saisi
                   ADD 1 TO annee_saisie
               END-IF
           END-IF.

       CALCULER_MAXDAY.
           EVALUATE mois_saisi
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
           IF Wevt_conflit = 1
               DISPLAY "Conflit détecté : aucun créneau n'a été bloqué."
           ELSE
               MOVE "EVENEMENT" TO Wct_nom
               PERFORM PROCHAIN_NUMERO
               MOVE Wct_numero TO Wnumeventmax
               OPEN I-O fevent
               MOVE Wnumeventmax TO fe_numevent
               MOVE Wevt_nom TO fe_nom
               MOVE Wnumlieu TO fe_numlieu
                           MOVE SPACE TO fr_presence
                           MOVE Wnumeventmax TO fr_numevent
                           MOVE 0 TO fr_numequipe
                           MOVE 0 TO fr_numcarnet
                           WRITE tamp_freservation
                           IF cr_freservation = "00"
                               ADD 1 TO Wevt_nb_creneaux
                   END-READ
               END-PERFORM
               CLOSE freservation
               OPEN INPUT fcompet
               MOVE 1 TO Wcp_fin
               PERFORM WITH TEST AFTER UNTIL Wcp_fin = 0
                   READ fcompet NEXT
                   AT END MOVE 0 TO Wcp_fin
                   NOT AT END
                       MOVE 1 TO Wcp_idx
                       PERFORM WITH TEST AFTER UNTIL
                               Wcp_idx > fco_nb_equipes
                           IF fco_equipe(Wcp_idx) = fq_numequipe
                               ADD 1 TO Wequipe_cpt
                           END-IF
                           ADD 1 TO Wcp_idx
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE fcompet
               IF Wequipe_cpt > 0
                   DISPLAY "Equipe rattachée à " Wequipe_cpt
                       " réservations ou compétitions : suppression refusée."
               ELSE
                   DISPLAY "Confirmer suppression équipe ? (O/N)"
                   ACCEPT Wreponse
           END-READ
           CLOSE fequipe.

       GERER_COMPETITIONS.
           PERFORM WITH TEST AFTER UNTIL choice = '0'
               DISPLAY "________________________________"
               DISPLAY "Championnats et tournois"
               DISPLAY "________________________________"
               DISPLAY "1. Créer une compétition"
               DISPLAY "2. Générer le calendrier des rencontres"
               DISPLAY "3. Affichage des compétitions et du calendrier"
               DISPLAY "4. Saisir le score d'une rencontre"
               DISPLAY "5. Reporter une rencontre"
               DISPLAY "6. Classement"
               DISPLAY "0. Retour"
               DISPLAY "Entrez votre choix (0-6):"
               ACCEPT choice
               EVALUATE choice
                   WHEN '1'
                       IF global_role_user = 1
                           DISPLAY "Création réservée au gérant ou à l'administrateur."
                       ELSE
                           PERFORM CREER_COMPETITION
                       END-IF
                   WHEN '2'
                       IF global_role_user = 1
                           DISPLAY "Calendrier réservé au gérant ou à l'administrateur."
                       ELSE
                           PERFORM GENERER_CALENDRIER
                       END-IF
                   WHEN '3'
                       PERFORM AFFICHER_COMPETITIONS
                   WHEN '4'
                       IF global_role_user = 1
                           DISPLAY "Saisie réservée au gérant ou à l'administrateur."
                       ELSE
                           PERFORM SAISIR_SCORE_RENCONTRE
                       END-IF
                   WHEN '5'
                       IF global_role_user = 1
                           DISPLAY "Report réservé au gérant ou à l'administrateur."
                       ELSE
                           PERFORM REPORTER_RENCONTRE
                       END-IF
                   WHEN '6'
                       PERFORM CLASSEMENT_COMPETITION
                   WHEN '0'
                       DISPLAY " "
                   WHEN OTHER
                       DISPLAY "Choix invalide. Veuillez réessayer."
               END-EVALUATE
           END-PERFORM.

       CREER_COMPETITION.
           DISPLAY "Création d'une compétition"
           DISPLAY "________________________________"
           DISPLAY "Nom de la compétition :"
           ACCEPT Wcp_nom

           MOVE 0 TO Wcp_lieu
           IF global_role_user = 2
               OPEN INPUT flieu
               MOVE global_id_user TO fl_gerant
               START flieu, KEY IS = fl_gerant
               INVALID KEY DISPLAY "Gérant au chomage"
               NOT INVALID KEY
                   READ flieu NEXT
                   AT END DISPLAY "Gérant au chomage"
                   NOT AT END
                       IF fl_gerant = global_id_user
                           MOVE fl_numlieu TO Wcp_lieu
                       ELSE
                           DISPLAY "Gérant au chomage"
                       END-IF
                   END-READ
               END-START
               CLOSE flieu
           ELSE
               OPEN INPUT flieu
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Numéro du lieu de la compétition (0 pour annuler) :"
                   ACCEPT Wcp_lieu
                   IF Wcp_lieu = 0
                       MOVE 1 TO Wtrouve
                   ELSE
                       MOVE Wcp_lieu TO fl_numlieu
                       READ flieu
                       INVALID KEY DISPLAY "Lieu introuvable"
                       NOT INVALID KEY MOVE 1 TO Wtrouve
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE flieu
           END-IF

           IF Wcp_lieu > 0
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Date de début de la compétition (JJMMAAAA) :"
                   ACCEPT date_saisie
                   PERFORM CALCULER_MAXDAY
                   IF jour_saisi IS NUMERIC AND
                      jour_saisi > 0 AND
                      jour_saisi <= maxday AND
                      mois_saisi IS NUMERIC AND
                      mois_saisi > 0 AND
                      mois_saisi <= 12 AND
                      annee_saisie IS NUMERIC AND
                      annee_saisie >= WS-CURRENT-YEAR AND
                      (annee_saisie > WS-CURRENT-YEAR OR
                        mois_saisi > WS-CURRENT-MONTH OR
                        (mois_saisi = WS-CURRENT-MONTH
                            AND jour_saisi > WS-CURRENT-DAY))
                      MOVE 1 TO Wtrouve
                   ELSE
                      DISPLAY "Date invalide. Veuillez réessayer."
                   END-IF
               END-PERFORM

               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Jour des rencontres (1=lundi ... 7=dimanche) :"
                   ACCEPT Wcp_jour_semaine
                   IF Wcp_jour_semaine IS NUMERIC AND
                      Wcp_jour_semaine >= 1 AND
                      Wcp_jour_semaine <= 7
                       MOVE 1 TO Wtrouve
                   ELSE
                       DISPLAY "Jour invalide. Veuillez réessayer."
                   END-IF
               END-PERFORM

               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Heure de début de la plage horaire (0-23) :"
                   ACCEPT Wcp_heure_debut
                   DISPLAY "Heure de fin de la plage horaire (1-24) :"
                   ACCEPT Wcp_heure_fin
                   IF Wcp_heure_debut < Wcp_heure_fin AND
                      Wcp_heure_fin <= 24
                       MOVE 1 TO Wtrouve
                   ELSE
                       DISPLAY "Plage horaire invalide. Veuillez réessayer."
                   END-IF
               END-PERFORM

               DISPLAY "Droit d'inscription par équipe :"
               ACCEPT Wcp_frais

               MOVE 0 TO Wcp_nb_equipes
               OPEN INPUT fequipe
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   DISPLAY "Numéro d'équipe inscrite (0 pour terminer) :"
                   ACCEPT Wnumequipe
                   IF Wnumequipe = 0
                       IF Wcp_nb_equipes < 2
                           DISPLAY "Inscrivez au moins deux équipes."
                       ELSE
                           MOVE 1 TO Wfin
                       END-IF
                   ELSE
                       MOVE 0 TO Wcp_conflit
                       IF Wcp_nb_equipes > 0
                           MOVE 1 TO Wcp_idx
                           PERFORM WITH TEST AFTER UNTIL
                                   Wcp_idx > Wcp_nb_equipes
                               IF Wcp_equipe(Wcp_idx) = Wnumequipe
                                   MOVE 1 TO Wcp_conflit
                               END-IF
                               ADD 1 TO Wcp_idx
                           END-PERFORM
                       END-IF
                       MOVE Wnumequipe TO fq_numequipe
                       READ fequipe
                       INVALID KEY DISPLAY "Equipe introuvable"
                       NOT INVALID KEY
                           IF Wcp_conflit = 1
                               DISPLAY "Equipe déjà inscrite"
                           ELSE
                               IF Wcp_nb_equipes >= 20
                                   DISPLAY "Nombre maximum d'équipes atteint."
                                   MOVE 1 TO Wfin
                               ELSE
                                   ADD 1 TO Wcp_nb_equipes
                                   MOVE Wnumequipe TO
                                       Wcp_equipe(Wcp_nb_equipes)
                                   DISPLAY "Equipe " fq_nom " inscrite"
                               END-IF
                           END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE fequipe

               MOVE "COMPETITION" TO Wct_nom
               PERFORM PROCHAIN_NUMERO
               MOVE Wct_numero TO Wnumcompetmax
               OPEN I-O fcompet
               MOVE Wnumcompetmax TO fco_numcompet
               MOVE Wcp_nom TO fco_nom
               MOVE Wcp_lieu TO fco_numlieu
               MOVE date_saisie TO fco_date_debut
               MOVE Wcp_jour_semaine TO fco_jour_semaine
               MOVE Wcp_heure_debut TO fco_heure_debut
               MOVE Wcp_heure_fin TO fco_heure_fin
               MOVE Wcp_frais TO fco_frais_equipe
               MOVE "N" TO fco_calendrier
               MOVE Wcp_nb_equipes TO fco_nb_equipes
               MOVE 1 TO Wcp_idx
               PERFORM WITH TEST AFTER UNTIL Wcp_idx > 20
                   IF Wcp_idx > Wcp_nb_equipes
                       MOVE 0 TO fco_equipe(Wcp_idx)
                   ELSE
                       MOVE Wcp_equipe(Wcp_idx) TO fco_equipe(Wcp_idx)
                   END-IF
                   ADD 1 TO Wcp_idx
               END-PERFORM
               WRITE tamp_fcompet
               IF cr_fcompet NOT = "00"
                   DISPLAY "Erreur lors de l'enregistrement de la compétition."
               ELSE
                   DISPLAY "Compétition n° " Wnumcompetmax " (" Wcp_nom
                       ") enregistrée avec " Wcp_nb_equipes " équipes"
                   MOVE "COMPETITION" TO Wa_table
                   MOVE SPACES TO Wa_avant
                   MOVE SPACES TO Wa_apres
                   STRING "COMPETITION=" Wnumcompetmax " LIEU=" Wcp_lieu
                       " DEBUT=" fco_date_debut " EQUIPES=" Wcp_nb_equipes
                       " FRAIS=" Wcp_frais
                       DELIMITED BY SIZE INTO Wa_apres
                   PERFORM ENREGISTRER_AUDIT
                   DISPLAY "Générer le calendrier maintenant (O/N) :"
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o"
                       PERFORM GENERER_CALENDRIER_CORE
                   END-IF
               END-IF
               CLOSE fcompet
           END-IF.

       GENERER_CALENDRIER.
           DISPLAY "Génération du calendrier"
           DISPLAY "________________________________"
           DISPLAY "Numéro de la compétition :"
           ACCEPT Wcp_numcompet
           OPEN I-O fcompet
           MOVE Wcp_numcompet TO fco_numcompet
           READ fcompet
           INVALID KEY DISPLAY "Compétition introuvable"
           NOT INVALID KEY
               IF fco_calendrier = "O"
                   DISPLAY "Calendrier déjà généré pour cette compétition."
               ELSE
                   PERFORM GENERER_CALENDRIER_CORE
               END-IF
           END-READ
           CLOSE fcompet.

       GENERER_CALENDRIER_CORE.
           MOVE fco_numcompet TO Wcp_numcompet
           MOVE fco_numlieu TO Wcp_lieu
           MOVE fco_heure_debut TO Wcp_heure_debut
           MOVE fco_heure_fin TO Wcp_heure_fin
           MOVE fco_jour_semaine TO Wcp_jour_semaine
           MOVE fco_nb_equipes TO Wcp_nb_equipes
           COMPUTE Wcp_idx = Wcp_jour_semaine + 1
           DIVIDE Wcp_idx BY 7 GIVING Wcp_idx2 REMAINDER Wcp_zeller
           MOVE fco_date_debut TO date_saisie
           PERFORM ALIGNER_JOUR_COMPETITION
           MOVE date_saisie TO Wcp_date_tour

           MOVE 1 TO Wcp_idx
           PERFORM WITH TEST AFTER UNTIL Wcp_idx > Wcp_nb_equipes
               MOVE fco_equipe(Wcp_idx) TO Wcp_rot(Wcp_idx)
               ADD 1 TO Wcp_idx
           END-PERFORM
           MOVE Wcp_nb_equipes TO Wcp_nb_places
           DIVIDE Wcp_nb_equipes BY 2 GIVING Wcp_idx2 REMAINDER Wcp_reste
           IF Wcp_reste = 1
               ADD 1 TO Wcp_nb_places
               MOVE 0 TO Wcp_rot(Wcp_nb_places)
           END-IF
           COMPUTE Wcp_nb_tours = Wcp_nb_places - 1

           MOVE 0 TO Wcp_numrencontre
           MOVE 0 TO Wcp_nb_programmees
           MOVE 0 TO Wcp_nb_non_placees
           OPEN I-O frencontre
           OPEN I-O freservation
           OPEN INPUT fterrain
           MOVE 1 TO Wcp_tour
           PERFORM WITH TEST AFTER UNTIL Wcp_tour > Wcp_nb_tours
               MOVE 1 TO Wcp_idx
               PERFORM WITH TEST AFTER UNTIL Wcp_idx > Wcp_nb_places / 2
                   COMPUTE Wcp_idx2 = Wcp_nb_places + 1 - Wcp_idx
                   IF Wcp_rot(Wcp_idx) > 0 AND Wcp_rot(Wcp_idx2) > 0
                       COMPUTE Wcp_dernier = Wcp_tour + Wcp_idx
                       DIVIDE Wcp_dernier BY 2 GIVING Wcp_dernier
                           REMAINDER Wcp_reste
                       IF Wcp_reste = 0
                           MOVE Wcp_rot(Wcp_idx) TO Wcp_dom
                           MOVE Wcp_rot(Wcp_idx2) TO Wcp_ext
                       ELSE
                           MOVE Wcp_rot(Wcp_idx2) TO Wcp_dom
                           MOVE Wcp_rot(Wcp_idx) TO Wcp_ext
                       END-IF
                       PERFORM PROGRAMMER_RENCONTRE
                   END-IF
                   ADD 1 TO Wcp_idx
               END-PERFORM

               MOVE Wcp_rot(Wcp_nb_places) TO Wcp_dernier
               MOVE Wcp_nb_places TO Wcp_idx
               PERFORM UNTIL Wcp_idx < 3
                   COMPUTE Wcp_idx2 = Wcp_idx - 1
                   MOVE Wcp_rot(Wcp_idx2) TO Wcp_rot(Wcp_idx)
                   SUBTRACT 1 FROM Wcp_idx
               END-PERFORM
               MOVE Wcp_dernier TO Wcp_rot(2)

               MOVE Wcp_date_tour TO date_saisie
               PERFORM AVANCER_UNE_SEMAINE
               MOVE date_saisie TO Wcp_date_tour
               ADD 1 TO Wcp_tour
           END-PERFORM
           CLOSE fterrain
           CLOSE freservation
           CLOSE frencontre

           MOVE "O" TO fco_calendrier
           REWRITE tamp_fcompet
           DISPLAY "Calendrier généré : " Wcp_numrencontre " rencontres sur "
               Wcp_nb_tours " journées"
           DISPLAY "Rencontres programmées : " Wcp_nb_programmees
           IF Wcp_nb_non_placees > 0
               DISPLAY "Rencontres sans créneau libre (à reporter) : "
                   Wcp_nb_non_placees
           END-IF.

       PROGRAMMER_RENCONTRE.
           ADD 1 TO Wcp_numrencontre
           MOVE Wcp_date_tour TO date_saisie
           PERFORM CHERCHER_CRENEAU_RENCONTRE
           IF Wcp_terrain > 0
               PERFORM RESERVER_CRENEAU_RENCONTRE
           END-IF
           MOVE Wcp_numcompet TO frc_numcompet
           MOVE Wcp_numrencontre TO frc_numrencontre
           MOVE Wcp_tour TO frc_journee
           MOVE Wcp_dom TO frc_equipe_dom
           MOVE Wcp_ext TO frc_equipe_ext
           MOVE 0 TO frc_buts_dom
           MOVE 0 TO frc_buts_ext
           IF Wcp_terrain > 0
               MOVE Wcp_terrain TO frc_numterrain
               MOVE heure_saisie TO frc_heure
               MOVE date_saisie TO frc_date
               MOVE "P" TO frc_statut
               ADD 1 TO Wcp_nb_programmees
           ELSE
               MOVE 0 TO frc_numterrain
               MOVE 0 TO frc_heure
               MOVE 0 TO frc_jour
               MOVE 0 TO frc_mois
               MOVE 0 TO frc_annee
               MOVE "N" TO frc_statut
               ADD 1 TO Wcp_nb_non_placees
           END-IF
           WRITE tamp_frencontre
           IF cr_frencontre NOT = "00"
               DISPLAY "Erreur lors de l'enregistrement de la rencontre "
                   Wcp_numrencontre
           END-IF.

       ALIGNER_JOUR_COMPETITION.
           PERFORM CALCULER_JOUR_SEMAINE
           PERFORM UNTIL Wjour_semaine = Wcp_zeller
               PERFORM AVANCER_UN_JOUR
               PERFORM CALCULER_JOUR_SEMAINE
           END-PERFORM.

       CHERCHER_CRENEAU_RENCONTRE.
           MOVE 0 TO Wcp_terrain
           MOVE 0 TO Wcp_semaines
           PERFORM WITH TEST AFTER UNTIL Wcp_terrain > 0 OR
                                         Wcp_semaines >= 26
               PERFORM CONTROLER_EQUIPES_DATE
               IF Wcp_conflit = 0
                   MOVE Wcp_heure_debut TO Wcp_heure
                   PERFORM WITH TEST AFTER UNTIL Wcp_terrain > 0 OR
                                                 Wcp_heure >= Wcp_heure_fin
                       MOVE Wcp_heure TO heure_saisie
                       MOVE Wcp_lieu TO ft_numlieuT
                       START fterrain, KEY IS = ft_numlieuT
                       INVALID KEY MOVE 0 TO Wcp_fin_terrain
                       NOT INVALID KEY
                           MOVE 1 TO Wcp_fin_terrain
                           PERFORM WITH TEST AFTER UNTIL Wcp_fin_terrain = 0
                               READ fterrain NEXT
                               AT END MOVE 0 TO Wcp_fin_terrain
                               NOT AT END
                                   IF ft_numlieuT NOT = Wcp_lieu
                                       MOVE 0 TO Wcp_fin_terrain
                                   ELSE
                                       PERFORM CONTROLER_TERRAIN_RENCONTRE
                                       IF Wcp_terrain > 0
                                           MOVE 0 TO Wcp_fin_terrain
                                       END-IF
                                   END-IF
                               END-READ
                           END-PERFORM
                       END-START
                       IF Wcp_terrain = 0
                           ADD 1 TO Wcp_heure
                       END-IF
                   END-PERFORM
               END-IF
               IF Wcp_terrain = 0
                   PERFORM AVANCER_UNE_SEMAINE
                   ADD 1 TO Wcp_semaines
               END-IF
           END-PERFORM.

       CONTROLER_TERRAIN_RENCONTRE.
           MOVE ft_numterrain TO terrain_saisi
           PERFORM CONTROLER_CRENEAU_BATCH
           IF Wcreneau_ok = 1
               PERFORM VERIFIER_INDISPONIBILITE
               IF Windispo_trouve = 0
                   MOVE terrain_saisi TO fr_numterrain
                   MOVE heure_saisie TO fr_heure
                   MOVE date_saisie TO fr_date
                   READ freservation
                   INVALID KEY MOVE ft_numterrain TO Wcp_terrain
                   END-READ
               END-IF
           END-IF.

       CONTROLER_EQUIPES_DATE.
           MOVE 0 TO Wcp_conflit
           MOVE Wcp_numcompet TO frc_numcompet
           MOVE 0 TO frc_numrencontre
           START frencontre, KEY IS >= frc_cle
           INVALID KEY MOVE 0 TO Wcp_fin
           NOT INVALID KEY
               MOVE 1 TO Wcp_fin
               PERFORM WITH TEST AFTER UNTIL Wcp_fin = 0
                   READ frencontre NEXT
                   AT END MOVE 0 TO Wcp_fin
                   NOT AT END
                       IF frc_numcompet NOT = Wcp_numcompet
                           MOVE 0 TO Wcp_fin
                       ELSE
                           IF frc_numrencontre NOT = Wcp_numrencontre AND
                              frc_statut NOT = "N" AND
                              frc_date = date_saisie AND
                              (frc_equipe_dom = Wcp_dom OR
                               frc_equipe_dom = Wcp_ext OR
                               frc_equipe_ext = Wcp_dom OR
                               frc_equipe_ext = Wcp_ext)
                               MOVE 1 TO Wcp_conflit
                               MOVE 0 TO Wcp_fin
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START.

       RESERVER_CRENEAU_RENCONTRE.
           PERFORM LIRE_CAPITAINE_DOMICILE
           MOVE Wcp_terrain TO fr_numterrain
           MOVE heure_saisie TO fr_heure
           MOVE date_saisie TO fr_date
           MOVE Wcp_capitaine TO fr_numutilisateur
           MOVE "Non" TO fr_materiel
           MOVE 0 TO fr_prix
           MOVE SPACE TO fr_presence
           MOVE 0 TO fr_numevent
           MOVE Wcp_dom TO fr_numequipe
           MOVE 0 TO fr_numcarnet
           WRITE tamp_freservation
           IF cr_freservation NOT = "00"
               DISPLAY "Erreur de réservation : terrain " Wcp_terrain
                   " à " heure_saisie "h"
               MOVE 0 TO Wcp_terrain
           END-IF.

       LIRE_CAPITAINE_DOMICILE.
           MOVE 0 TO Wcp_capitaine
           OPEN INPUT fequipe
           MOVE Wcp_dom TO fq_numequipe
           READ fequipe
           INVALID KEY DISPLAY "Equipe " Wcp_dom " introuvable"
           NOT INVALID KEY MOVE fq_capitaine TO Wcp_capitaine
           END-READ
           CLOSE fequipe.

       RECHERCHER_RENCONTRE_CRENEAU.
           MOVE 0 TO Wcp_rencontre_liee
           OPEN INPUT frencontre
           MOVE terrain_saisi TO frc_numterrain
           MOVE heure_saisie TO frc_heure
           MOVE date_saisie TO frc_date
           READ frencontre KEY IS frc_creneau
           INVALID KEY MOVE 0 TO Wcp_rencontre_liee
           NOT INVALID KEY
               IF frc_statut = "P"
                   MOVE 1 TO Wcp_rencontre_liee
                   MOVE frc_numcompet TO Wcp_numcompet
                   MOVE frc_numrencontre TO Wcp_numrencontre
               END-IF
           END-READ
           CLOSE frencontre.

       DEPLACER_RENCONTRE_CRENEAU.
           OPEN I-O frencontre
           MOVE Wcp_numcompet TO frc_numcompet
           MOVE Wcp_numrencontre TO frc_numrencontre
           READ frencontre
           INVALID KEY DISPLAY "Rencontre " Wcp_numrencontre " introuvable"
           NOT INVALID KEY
               MOVE terrain_saisi TO frc_numterrain
               REWRITE tamp_frencontre
               IF cr_frencontre = "00"
                   DISPLAY "Rencontre " Wcp_numrencontre
                       " de la compétition " Wcp_numcompet
                       " déplacée sur le terrain " terrain_saisi
               END-IF
           END-READ
           CLOSE frencontre.

       REPORTER_RENCONTRE.
           DISPLAY "Report d'une rencontre"
           DISPLAY "________________________________"
           DISPLAY "Numéro de la compétition :"
           ACCEPT Wcp_numcompet
           DISPLAY "Numéro de la rencontre :"
           ACCEPT Wcp_numrencontre
           MOVE 0 TO Wtrouve
           OPEN INPUT frencontre
           MOVE Wcp_numcompet TO frc_numcompet
           MOVE Wcp_numrencontre TO frc_numrencontre
           READ frencontre
           INVALID KEY DISPLAY "Rencontre introuvable"
           NOT INVALID KEY
               DISPLAY "Rencontre " frc_numrencontre " (journée "
                   frc_journee ") : équipe " frc_equipe_dom
                   " contre équipe " frc_equipe_ext
               IF frc_statut = "J"
                   DISPLAY "Rencontre déjà jouée : report impossible."
               ELSE
                   IF frc_statut = "P"
                       DISPLAY "Prévue le " frc_jour "/" frc_mois "/"
                           frc_annee " à " frc_heure "h sur le terrain "
                           frc_numterrain
                   ELSE
                       DISPLAY "Rencontre sans créneau programmé"
                   END-IF
                   MOVE 1 TO Wtrouve
               END-IF
           END-READ
           CLOSE frencontre
           IF Wtrouve = 1
               DISPLAY "Confirmer le report de la rencontre (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   OPEN I-O freservation
                   OPEN INPUT fterrain
                   PERFORM REPORTER_RENCONTRE_CORE
                   CLOSE fterrain
                   CLOSE freservation
               ELSE
                   DISPLAY "Report abandonné"
               END-IF
           END-IF.

       REPORTER_RENCONTRE_CORE.
           MOVE terrain_saisi TO Wcp_orig_terrain
           MOVE heure_saisie TO Wcp_orig_heure
           MOVE date_saisie TO Wcp_orig_date
           MOVE 0 TO Wcp_terrain
           MOVE 0 TO Wcp_lieu
           OPEN INPUT fcompet
           MOVE Wcp_numcompet TO fco_numcompet
           READ fcompet
           INVALID KEY DISPLAY "Compétition " Wcp_numcompet " introuvable"
           NOT INVALID KEY
               MOVE fco_numlieu TO Wcp_lieu
               MOVE fco_heure_debut TO Wcp_heure_debut
               MOVE fco_heure_fin TO Wcp_heure_fin
               MOVE fco_jour_semaine TO Wcp_jour_semaine
               MOVE fco_date_debut TO Wcp_date_tour
               COMPUTE Wcp_idx = Wcp_jour_semaine + 1
               DIVIDE Wcp_idx BY 7 GIVING Wcp_idx2 REMAINDER Wcp_zeller
           END-READ
           CLOSE fcompet

           OPEN I-O frencontre
           MOVE Wcp_numcompet TO frc_numcompet
           MOVE Wcp_numrencontre TO frc_numrencontre
           READ frencontre
           INVALID KEY DISPLAY "Rencontre " Wcp_numrencontre " introuvable"
           NOT INVALID KEY
               MOVE frc_equipe_dom TO Wcp_dom
               MOVE frc_equipe_ext TO Wcp_ext
               MOVE frc_numterrain TO Wcp_anc_terrain
               MOVE frc_heure TO Wcp_anc_heure
               MOVE frc_date TO Wcp_anc_date
               COMPUTE Wcp_date_jour = WS-CURRENT-YEAR * 10000
                   + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               IF frc_statut = "P"
                   MOVE frc_numterrain TO fr_numterrain
                   MOVE frc_heure TO fr_heure
                   MOVE frc_date TO fr_date
                   DELETE freservation
                   END-DELETE
                   MOVE frc_date TO date_saisie
                   PERFORM AVANCER_UNE_SEMAINE
               ELSE
                   MOVE Wcp_date_tour TO date_saisie
                   COMPUTE Wcp_date_match = annee_saisie * 10000
                       + mois_saisi * 100 + jour_saisi
                   IF Wcp_date_match <= Wcp_date_jour
                       MOVE WS-CURRENT-DAY TO jour_saisi
                       MOVE WS-CURRENT-MONTH TO mois_saisi
                       MOVE WS-CURRENT-YEAR TO annee_saisie
                       PERFORM AVANCER_UN_JOUR
                   END-IF
                   PERFORM ALIGNER_JOUR_COMPETITION
               END-IF
               COMPUTE Wcp_date_match = annee_saisie * 10000
                   + mois_saisi * 100 + jour_saisi
               PERFORM UNTIL Wcp_date_match > Wcp_date_jour
                   PERFORM AVANCER_UNE_SEMAINE
                   COMPUTE Wcp_date_match = annee_saisie * 10000
                       + mois_saisi * 100 + jour_saisi
               END-PERFORM
               IF Wcp_lieu > 0
                   PERFORM CHERCHER_CRENEAU_RENCONTRE
                   IF Wcp_terrain > 0
                       PERFORM RESERVER_CRENEAU_RENCONTRE
                   END-IF
               END-IF
               MOVE Wcp_numcompet TO frc_numcompet
               MOVE Wcp_numrencontre TO frc_numrencontre
               READ frencontre
               INVALID KEY DISPLAY "Rencontre " Wcp_numrencontre " introuvable"
               NOT INVALID KEY
                   IF Wcp_terrain > 0
                       MOVE Wcp_terrain TO frc_numterrain
                       MOVE heure_saisie TO frc_heure
                       MOVE date_saisie TO frc_date
                       MOVE "P" TO frc_statut
                   ELSE
                       MOVE 0 TO frc_numterrain
                       MOVE 0 TO frc_heure
                       MOVE 0 TO frc_jour
                       MOVE 0 TO frc_mois
                       MOVE 0 TO frc_annee
                       MOVE "N" TO frc_statut
                   END-IF
                   REWRITE tamp_frencontre
                   IF cr_frencontre NOT = "00"
                       DISPLAY "Erreur lors de la mise à jour de la rencontre."
                   END-IF
               END-READ
               IF Wcp_terrain > 0
                   DISPLAY "Rencontre " Wcp_numrencontre " reportée au "
                       jour_saisi "/" mois_saisi "/" annee_saisie " à "
                       heure_saisie "h sur le terrain " Wcp_terrain
                   MOVE Wcp_terrain TO terrain_saisi
                   MOVE "REPORT" TO Wavis_type
                   MOVE Wcp_lieu TO Wavis_lieu
                   MOVE 0 TO Wavis_prix
                   MOVE Wcp_capitaine TO Wavis_utilisateur
                   PERFORM GENERER_AVIS
                   MOVE Wcp_ext TO Wcp_dom
                   PERFORM LIRE_CAPITAINE_DOMICILE
                   MOVE Wcp_capitaine TO Wavis_utilisateur
                   PERFORM GENERER_AVIS
               ELSE
                   DISPLAY "Rencontre " Wcp_numrencontre " à reprogrammer"
                   MOVE Wcp_anc_terrain TO terrain_saisi
                   MOVE Wcp_anc_heure TO heure_saisie
                   MOVE Wcp_anc_date TO date_saisie
                   MOVE "A REPROGRAMMER" TO Wavis_type
                   MOVE Wcp_lieu TO Wavis_lieu
                   MOVE 0 TO Wavis_prix
                   PERFORM LIRE_CAPITAINE_DOMICILE
                   MOVE Wcp_capitaine TO Wavis_utilisateur
                   PERFORM GENERER_AVIS
                   MOVE Wcp_ext TO Wcp_dom
                   PERFORM LIRE_CAPITAINE_DOMICILE
                   MOVE Wcp_capitaine TO Wavis_utilisateur
                   PERFORM GENERER_AVIS
               END-IF
           END-READ
           CLOSE frencontre
           MOVE Wcp_orig_terrain TO terrain_saisi
           MOVE Wcp_orig_heure TO heure_saisie
           MOVE Wcp_orig_date TO date_saisie.

       SAISIR_SCORE_RENCONTRE.
           DISPLAY "Saisie du score d'une rencontre"
           DISPLAY "________________________________"
           DISPLAY "Numéro de la compétition :"
           ACCEPT Wcp_numcompet
           DISPLAY "Numéro de la rencontre :"
           ACCEPT Wcp_numrencontre
           COMPUTE Wcp_date_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN I-O frencontre
           MOVE Wcp_numcompet TO frc_numcompet
           MOVE Wcp_numrencontre TO frc_numrencontre
           READ frencontre
           INVALID KEY DISPLAY "Rencontre introuvable"
           NOT INVALID KEY
               COMPUTE Wcp_date_match = frc_annee * 10000
                   + frc_mois * 100 + frc_jour
               IF frc_statut = "N"
                   DISPLAY "Rencontre sans créneau programmé : reportez-la d'abord."
               ELSE
                   IF Wcp_date_match > Wcp_date_jour
                       DISPLAY "Rencontre prévue le " frc_jour "/" frc_mois
                           "/" frc_annee " : pas encore jouée."
                   ELSE
                       DISPLAY "Equipe " frc_equipe_dom " (domicile) contre équipe "
                           frc_equipe_ext " (extérieur)"
                       MOVE 0 TO Wtrouve
                       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                           DISPLAY "Buts de l'équipe à domicile :"
                           ACCEPT Wcp_buts_dom
                           DISPLAY "Buts de l'équipe à l'extérieur :"
                           ACCEPT Wcp_buts_ext
                           IF Wcp_buts_dom IS NUMERIC AND
                              Wcp_buts_ext IS NUMERIC
                               MOVE 1 TO Wtrouve
                           ELSE
                               DISPLAY "Score invalide. Veuillez réessayer."
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO Wa_avant
                       STRING "RENCONTRE=" frc_cle " STATUT=" frc_statut
                           " SCORE=" frc_buts_dom "-" frc_buts_ext
                           DELIMITED BY SIZE INTO Wa_avant
                       MOVE Wcp_buts_dom TO frc_buts_dom
                       MOVE Wcp_buts_ext TO frc_buts_ext
                       MOVE "J" TO frc_statut
                       REWRITE tamp_frencontre
                       IF cr_frencontre = "00"
                           DISPLAY "Score enregistré : " frc_buts_dom " - "
                               frc_buts_ext
                           MOVE "RENCONTRE" TO Wa_table
                           MOVE SPACES TO Wa_apres
                           STRING "RENCONTRE=" frc_cle " STATUT=J"
                               " SCORE=" frc_buts_dom "-" frc_buts_ext
                               DELIMITED BY SIZE INTO Wa_apres
                           PERFORM ENREGISTRER_AUDIT
                       ELSE
                           DISPLAY "Erreur lors de l'enregistrement du score."
                       END-IF
                   END-IF
               END-IF
           END-READ
           CLOSE frencontre.

       AFFICHER_COMPETITIONS.
           DISPLAY "Compétitions enregistrées"
           DISPLAY "________________________________"
           OPEN INPUT fcompet
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ fcompet NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   DISPLAY "Numéro : " fco_numcompet
                   DISPLAY "Nom : " fco_nom
                   DISPLAY "Lieu : " fco_numlieu
                   DISPLAY "Début : " fco_jour_debut "/" fco_mois_debut "/"
                       fco_annee_debut " - jour " fco_jour_semaine
                       " de " fco_heure_debut "h à " fco_heure_fin "h"
                   DISPLAY "Equipes inscrites : " fco_nb_equipes
                       " - droit d'inscription : " fco_frais_equipe
                   DISPLAY "Calendrier généré : " fco_calendrier
                   DISPLAY "________________________________"
               END-READ
           END-PERFORM
           CLOSE fcompet

           DISPLAY "Numéro de compétition pour le calendrier (0 pour aucun) :"
           ACCEPT Wcp_numcompet
           IF Wcp_numcompet > 0
               OPEN INPUT frencontre
               MOVE Wcp_numcompet TO frc_numcompet
               MOVE 0 TO frc_numrencontre
               START frencontre, KEY IS >= frc_cle
               INVALID KEY DISPLAY "Aucune rencontre pour cette compétition"
               NOT INVALID KEY
                   MOVE 1 TO Wcp_fin
                   PERFORM WITH TEST AFTER UNTIL Wcp_fin = 0
                       READ frencontre NEXT
                       AT END MOVE 0 TO Wcp_fin
                       NOT AT END
                           IF frc_numcompet NOT = Wcp_numcompet
                               MOVE 0 TO Wcp_fin
                           ELSE
                               DISPLAY "J" frc_journee " - n° "
                                   frc_numrencontre " : " frc_equipe_dom
                                   " contre " frc_equipe_ext
                               EVALUATE frc_statut
                                   WHEN "P"
                                       DISPLAY "    le " frc_jour "/" frc_mois
                                           "/" frc_annee " à " frc_heure
                                           "h terrain " frc_numterrain
                                   WHEN "J"
                                       DISPLAY "    jouée le " frc_jour "/"
                                           frc_mois "/" frc_annee
                                           " - score " frc_buts_dom " - "
                                           frc_buts_ext
                                   WHEN OTHER
                                       DISPLAY "    à reprogrammer"
                               END-EVALUATE
                           END-IF
                       END-READ
                   END-PERFORM
               END-START
               CLOSE frencontre
           END-IF.

       CLASSEMENT_COMPETITION.
           DISPLAY "Classement d'une compétition"
           DISPLAY "________________________________"
           DISPLAY "Numéro de la compétition :"
           ACCEPT Wcp_numcompet
           MOVE 0 TO Wcp_nb_equipes
           OPEN INPUT fcompet
           MOVE Wcp_numcompet TO fco_numcompet
           READ fcompet
           INVALID KEY DISPLAY "Compétition introuvable"
           NOT INVALID KEY
               MOVE fco_nom TO Wcp_nom
               MOVE fco_nb_equipes TO Wcp_nb_equipes
               OPEN INPUT fequipe
               MOVE 1 TO Wcp_idx
               PERFORM WITH TEST AFTER UNTIL Wcp_idx > Wcp_nb_equipes
                   MOVE fco_equipe(Wcp_idx) TO Wcp_cl_equipe(Wcp_idx)
                   MOVE SPACES TO Wcp_cl_nom(Wcp_idx)
                   MOVE fco_equipe(Wcp_idx) TO fq_numequipe
                   READ fequipe
                   INVALID KEY MOVE "EQUIPE SUPPRIMEE" TO Wcp_cl_nom(Wcp_idx)
                   NOT INVALID KEY MOVE fq_nom TO Wcp_cl_nom(Wcp_idx)
                   END-READ
                   MOVE 0 TO Wcp_cl_joues(Wcp_idx)
                   MOVE 0 TO Wcp_cl_gagnes(Wcp_idx)
                   MOVE 0 TO Wcp_cl_nuls(Wcp_idx)
                   MOVE 0 TO Wcp_cl_perdus(Wcp_idx)
                   MOVE 0 TO Wcp_cl_bp(Wcp_idx)
                   MOVE 0 TO Wcp_cl_bc(Wcp_idx)
                   MOVE 0 TO Wcp_cl_diff(Wcp_idx)
                   MOVE 0 TO Wcp_cl_pts(Wcp_idx)
                   ADD 1 TO Wcp_idx
               END-PERFORM
               CLOSE fequipe
           END-READ
           CLOSE fcompet

           IF Wcp_nb_equipes > 0
               OPEN INPUT frencontre
               MOVE Wcp_numcompet TO frc_numcompet
               MOVE 0 TO frc_numrencontre
               START frencontre, KEY IS >= frc_cle
               INVALID KEY MOVE 0 TO Wcp_fin
               NOT INVALID KEY
                   MOVE 1 TO Wcp_fin
                   PERFORM WITH TEST AFTER UNTIL Wcp_fin = 0
                       READ frencontre NEXT
                       AT END MOVE 0 TO Wcp_fin
                       NOT AT END
                           IF frc_numcompet NOT = Wcp_numcompet
                               MOVE 0 TO Wcp_fin
                           ELSE
                               IF frc_statut = "J"
                                   PERFORM CUMULER_RESULTAT_RENCONTRE
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
               END-START
               CLOSE frencontre
               PERFORM TRIER_CLASSEMENT

               OPEN OUTPUT fclassement
               MOVE SPACES TO Wligne_classement
               STRING "CLASSEMENT - COMPETITION " Wcp_numcompet " - " Wcp_nom
                   DELIMITED BY SIZE INTO Wligne_classement
               WRITE tamp_fclassement FROM Wligne_classement
               MOVE "RANG;EQUIPE;NOM;JOUES;GAGNES;NULS;PERDUS;BP;BC;DIFF;POINTS"
                   TO Wligne_classement
               WRITE tamp_fclassement FROM Wligne_classement
               DISPLAY "Rang Equipe / J G N P / BP BC Diff / Pts"
               MOVE 1 TO Wcp_idx
               PERFORM WITH TEST AFTER UNTIL Wcp_idx > Wcp_nb_equipes
                   IF Wcp_cl_diff(Wcp_idx) < 0
                       MOVE "-" TO Wcp_diff_signe
                       COMPUTE Wcp_diff_abs = 0 - Wcp_cl_diff(Wcp_idx)
                   ELSE
                       MOVE "+" TO Wcp_diff_signe
                       MOVE Wcp_cl_diff(Wcp_idx) TO Wcp_diff_abs
                   END-IF
                   MOVE SPACES TO Wligne_classement
                   STRING Wcp_idx ";" Wcp_cl_equipe(Wcp_idx) ";"
                       Wcp_cl_nom(Wcp_idx) ";" Wcp_cl_joues(Wcp_idx) ";"
                       Wcp_cl_gagnes(Wcp_idx) ";" Wcp_cl_nuls(Wcp_idx) ";"
                       Wcp_cl_perdus(Wcp_idx) ";" Wcp_cl_bp(Wcp_idx) ";"
                       Wcp_cl_bc(Wcp_idx) ";" Wcp_diff_signe Wcp_diff_abs
                       ";" Wcp_cl_pts(Wcp_idx)
                       DELIMITED BY SIZE INTO Wligne_classement
                   WRITE tamp_fclassement FROM Wligne_classement
                   DISPLAY Wcp_idx ". " Wcp_cl_nom(Wcp_idx) " / "
                       Wcp_cl_joues(Wcp_idx) " " Wcp_cl_gagnes(Wcp_idx) " "
                       Wcp_cl_nuls(Wcp_idx) " " Wcp_cl_perdus(Wcp_idx) " / "
                       Wcp_cl_bp(Wcp_idx) " " Wcp_cl_bc(Wcp_idx) " "
                       Wcp_diff_signe Wcp_diff_abs " / " Wcp_cl_pts(Wcp_idx)
                   ADD 1 TO Wcp_idx
               END-PERFORM
               CLOSE fclassement
               DISPLAY "Classement dans classement.dat"
           END-IF.

       CUMULER_RESULTAT_RENCONTRE.
           MOVE 0 TO Wcp_idx
           MOVE 0 TO Wcp_idx2
           MOVE 1 TO Wcp_tour
           PERFORM WITH TEST AFTER UNTIL Wcp_tour > Wcp_nb_equipes
               IF Wcp_cl_equipe(Wcp_tour) = frc_equipe_dom
                   MOVE Wcp_tour TO Wcp_idx
               END-IF
               IF Wcp_cl_equipe(Wcp_tour) = frc_equipe_ext
                   MOVE Wcp_tour TO Wcp_idx2
               END-IF
               ADD 1 TO Wcp_tour
           END-PERFORM
           IF Wcp_idx > 0 AND Wcp_idx2 > 0
               ADD 1 TO Wcp_cl_joues(Wcp_idx)
               ADD 1 TO Wcp_cl_joues(Wcp_idx2)
               ADD frc_buts_dom TO Wcp_cl_bp(Wcp_idx)
               ADD frc_buts_ext TO Wcp_cl_bc(Wcp_idx)
               ADD frc_buts_ext TO Wcp_cl_bp(Wcp_idx2)
               ADD frc_buts_dom TO Wcp_cl_bc(Wcp_idx2)
               COMPUTE Wcp_cl_diff(Wcp_idx) = Wcp_cl_bp(Wcp_idx)
                   - Wcp_cl_bc(Wcp_idx)
               COMPUTE Wcp_cl_diff(Wcp_idx2) = Wcp_cl_bp(Wcp_idx2)
                   - Wcp_cl_bc(Wcp_idx2)
               IF frc_buts_dom > frc_buts_ext
                   ADD 1 TO Wcp_cl_gagnes(Wcp_idx)
                   ADD 3 TO Wcp_cl_pts(Wcp_idx)
                   ADD 1 TO Wcp_cl_perdus(Wcp_idx2)
               ELSE
                   IF frc_buts_dom < frc_buts_ext
                       ADD 1 TO Wcp_cl_gagnes(Wcp_idx2)
                       ADD 3 TO Wcp_cl_pts(Wcp_idx2)
                       ADD 1 TO Wcp_cl_perdus(Wcp_idx)
                   ELSE
                       ADD 1 TO Wcp_cl_nuls(Wcp_idx)
                       ADD 1 TO Wcp_cl_pts(Wcp_idx)
                       ADD 1 TO Wcp_cl_nuls(Wcp_idx2)
                       ADD 1 TO Wcp_cl_pts(Wcp_idx2)
                   END-IF
               END-IF
           END-IF.

       TRIER_CLASSEMENT.
           IF Wcp_nb_equipes > 1
               MOVE 1 TO Wcp_idx
               PERFORM WITH TEST AFTER UNTIL Wcp_idx >= Wcp_nb_equipes
                   MOVE 1 TO Wcp_idx2
                   PERFORM WITH TEST AFTER UNTIL
                           Wcp_idx2 > Wcp_nb_equipes - Wcp_idx
                       IF Wcp_cl_pts(Wcp_idx2) < Wcp_cl_pts(Wcp_idx2 + 1) OR
                          (Wcp_cl_pts(Wcp_idx2) = Wcp_cl_pts(Wcp_idx2 + 1)
                           AND Wcp_cl_diff(Wcp_idx2) <
                               Wcp_cl_diff(Wcp_idx2 + 1)) OR
                          (Wcp_cl_pts(Wcp_idx2) = Wcp_cl_pts(Wcp_idx2 + 1)
                           AND Wcp_cl_diff(Wcp_idx2) =
                               Wcp_cl_diff(Wcp_idx2 + 1)
                           AND Wcp_cl_bp(Wcp_idx2) < Wcp_cl_bp(Wcp_idx2 + 1))
                           MOVE Wcp_ligne(Wcp_idx2) TO Wcp_echange
                           MOVE Wcp_ligne(Wcp_idx2 + 1)
                               TO Wcp_ligne(Wcp_idx2)
                           MOVE Wcp_echange TO Wcp_ligne(Wcp_idx2 + 1)
                       END-IF
                       ADD 1 TO Wcp_idx2
                   END-PERFORM
                   ADD 1 TO Wcp_idx
               END-PERFORM
           END-IF.

       IMPORTER_DEMANDES_WEB.
           DISPLAY "Traitement des demandes du site web"
           DISPLAY "________________________________"
           OPEN INPUT fdemande
           IF cr_fdemande NOT = "00"
               DISPLAY "Fichier demandes_web.dat introuvable."
           ELSE
               OPEN OUTPUT frapport
               MOVE 0 TO Wdw_lignes
               MOVE 0 TO Wdw_acceptees
               MOVE 0 TO Wdw_attente
               MOVE 0 TO Wdw_rejetees
               MOVE 1 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ fdemande
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       ADD 1 TO Wdw_lignes
                       PERFORM TRAITER_DEMANDE_WEB
                   END-READ
               END-PERFORM
               MOVE SPACES TO Wligne_rapport
               STRING "TOTAL;" Wdw_lignes ";ACCEPTEES;" Wdw_acceptees
                   ";ATTENTE;" Wdw_attente ";REJETEES;" Wdw_rejetees
                   DELIMITED BY SIZE INTO Wligne_rapport
               WRITE tamp_frapport FROM Wligne_rapport
               CLOSE frapport
               CLOSE fdemande
               DISPLAY "________________________________"
               DISPLAY "Demandes lues : " Wdw_lignes
               DISPLAY "Demandes acceptées : " Wdw_acceptees
               DISPLAY "Mises en liste d'attente : " Wdw_attente
               DISPLAY "Demandes rejetées : " Wdw_rejetees
               DISPLAY "Rapport dans demandes_rapport.dat"
               DISPLAY "________________________________"
           END-IF.

       TRAITER_DEMANDE_WEB.
           MOVE fd_numterrain TO terrain_saisi
           MOVE fd_heure TO heure_saisie
           MOVE fd_jour TO jour_saisi
           MOVE fd_mois TO mois_saisi
           MOVE fd_annee TO annee_saisie
           MOVE 1 TO Wdw_ok
           MOVE SPACES TO Wdw_motif

           OPEN INPUT fterrain
           MOVE terrain_saisi TO ft_numterrain
           READ fterrain
           INVALID KEY
               MOVE "TERRAIN INEXISTANT" TO Wdw_motif
               MOVE 0 TO Wdw_ok
           END-READ

           IF Wdw_ok = 1
               OPEN INPUT futilisateur
               MOVE fd_numutilisateur TO fu_numutilisateur
               READ futilisateur
               INVALID KEY
                   MOVE "UTILISATEUR INCONNU" TO Wdw_motif
                   MOVE 0 TO Wdw_ok
               END-READ
               CLOSE futilisateur
           END-IF

           IF Wdw_ok = 1
               MOVE fd_numutilisateur TO Wuser_verif
               PERFORM VERIFIER_BLOCAGE
               IF Wbloque_trouve = 1
                   MOVE "UTILISATEUR BLOQUE" TO Wdw_motif
                   MOVE 0 TO Wdw_ok
               END-IF
           END-IF

           IF Wdw_ok = 1
               PERFORM CALCULER_MAXDAY
               IF jour_saisi = 0 OR jour_saisi > maxday OR
                  mois_saisi = 0 OR mois_saisi > 12 OR
                  annee_saisie < WS-CURRENT-YEAR OR
                  (annee_saisie = WS-CURRENT-YEAR AND
                   (mois_saisi < WS-CURRENT-MONTH OR
                    (mois_saisi = WS-CURRENT-MONTH AND
                     jour_saisi <= WS-CURRENT-DAY)))
                   MOVE "DATE INVALIDE" TO Wdw_motif
                   MOVE 0 TO Wdw_ok
               END-IF
           END-IF

           IF Wdw_ok = 1
               PERFORM CONTROLER_CRENEAU_BATCH
               IF Wcreneau_ok = 0
                   MOVE "CRENEAU HORS HORAIRES" TO Wdw_motif
                   MOVE 0 TO Wdw_ok
               END-IF
           END-IF

           IF Wdw_ok = 1
               PERFORM VERIFIER_INDISPONIBILITE
               IF Windispo_trouve = 1
                   MOVE SPACES TO Wdw_motif
                   STRING "FERMETURE : " Wmotif
                       DELIMITED BY SIZE INTO Wdw_motif
                   MOVE 0 TO Wdw_ok
               END-IF
           END-IF

           IF Wdw_ok = 1
               OPEN I-O freservation
               MOVE terrain_saisi TO fr_numterrain
               MOVE heure_saisie TO fr_heure
               MOVE date_saisie TO fr_date
               READ freservation
               INVALID KEY
                   MOVE terrain_saisi TO fr_numterrain
                   MOVE heure_saisie TO fr_heure
                   MOVE date_saisie TO fr_date
                   MOVE fd_numutilisateur TO fr_numutilisateur
                   MOVE fd_materiel TO fr_materiel
                   MOVE terrain_saisi TO Wterrain_calc
                   MOVE heure_saisie TO Wheure_calc
                   PERFORM DETERMINER_PRIX_CRENEAU
                   MOVE Wprix_calcule TO fr_prix
                   MOVE SPACE TO fr_presence
                   MOVE 0 TO fr_numevent
                   MOVE 0 TO fr_numequipe
                   MOVE fd_numutilisateur TO Wca_utilisateur
                   MOVE 0 TO Wca_equipe
                   PERFORM RECHERCHER_CARNET_RESERVATION
                   MOVE Wca_numcarnet TO fr_numcarnet
                   IF Wca_numcarnet > 0
                       MOVE 0 TO fr_prix
                   END-IF
                   WRITE tamp_freservation
                   IF cr_freservation = "00"
                       ADD 1 TO Wdw_acceptees
                       MOVE SPACES TO Wdw_motif
                       IF Wca_numcarnet > 0
                           PERFORM DECOMPTER_SEANCE_CARNET
                           STRING "ACCEPTEE - carnet " Wca_numcarnet
                               DELIMITED BY SIZE INTO Wdw_motif
                       ELSE
                           STRING "ACCEPTEE - prix " Wprix_calcule
                               DELIMITED BY SIZE INTO Wdw_motif
                       END-IF
                   ELSE
                       MOVE "ERREUR ECRITURE" TO Wdw_motif
                       MOVE 0 TO Wdw_ok
                   END-IF
               NOT INVALID KEY
                   IF fd_attente = "O"
                       MOVE 0 TO Watt_inscrit
                       MOVE fd_numutilisateur TO Watt_utilisateur
                       PERFORM INSCRIRE_LISTE_ATTENTE_CORE
                       IF Watt_inscrit = 1
                           ADD 1 TO Wdw_attente
                           MOVE SPACES TO Wdw_motif
                           STRING "LISTE D'ATTENTE - rang " fat_rang
                               DELIMITED BY SIZE INTO Wdw_motif
                       ELSE
                           MOVE "ECHEC INSCRIPTION ATTENTE"
                               TO Wdw_motif
                           MOVE 0 TO Wdw_ok
                       END-IF
                   ELSE
                       MOVE "CRENEAU DEJA PRIS" TO Wdw_motif
                       MOVE 0 TO Wdw_ok
                   END-IF
               END-READ
               CLOSE freservation
           END-IF

           CLOSE fterrain
           IF Wdw_ok = 0
               ADD 1 TO Wdw_rejetees
           END-IF
           PERFORM ECRIRE_RAPPORT_DEMANDE.

       CONTROLER_CRENEAU_BATCH.
           MOVE 0 TO Wcreneau_ok
           OPEN INPUT fhoraire
           MOVE terrain_saisi TO fh_numterrain
           READ fhoraire
           INVALID KEY
               IF heure_saisie = 8 OR heure_saisie = 9 OR
                  heure_saisie = 10 OR heure_saisie = 11 OR
                  heure_saisie = 14 OR heure_saisie = 15 OR
                  heure_saisie = 16 OR heure_saisie = 17
                   MOVE 1 TO Wcreneau_ok
               END-IF
           NOT INVALID KEY
               IF heure_saisie >= fh_ouverture AND
                  heure_saisie < fh_fermeture
                   MOVE heure_saisie TO Whecart
                   SUBTRACT fh_ouverture FROM Whecart
                   DIVIDE Whecart BY fh_duree GIVING Whcreneau
                       REMAINDER reste
                   IF reste = 0
                       MOVE 1 TO Wcreneau_ok
                   END-IF
               END-IF
           END-READ
           CLOSE fhoraire.

       ECRIRE_RAPPORT_DEMANDE.
           MOVE SPACES TO Wligne_rapport
           STRING fd_numutilisateur ";" fd_numterrain ";"
               fd_jour "/" fd_mois "/" fd_annee ";"
               fd_heure "h;" Wdw_motif
               DELIMITED BY SIZE INTO Wligne_rapport
           WRITE tamp_frapport FROM Wligne_rapport.

       AFFICHAGE_RESERVATION.
           DISPLAY "Toutes les réservations"
           DISPLAY "________________________________" 
           OPEN INPUT freservation
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin=0
                    READ freservation NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                       DISPLAY "Numéro : "fr_numterrain
                       DISPLAY "Num Utilisateur : "fr_numutilisateur
                       DISPLAY "Date : "fr_date
                       DISPLAY "Crénaux : "fr_heure
                       DISPLAY "Matériel : "fr_materiel
                       DISPLAY "Prix : "fr_prix
                       DISPLAY "________________________________"
                    END-READ
           END-PERFORM
           CLOSE freservation.

           AFFICHAGE_RESERVATION_GERANT.
           OPEN INPUT flieu
           MOVE global_id_user TO fl_gerant
           READ flieu NEXT
           AT END DISPLAY "Gérant au chomage"
           NOT AT END 
                MOVE fl_numlieu TO Wnumlieu
                OPEN INPUT fterrain
                MOVE Wnumlieu TO ft_numlieuT
                MOVE 1 TO Wfin
                START fterrain, KEY IS = ft_numlieuT
                INVALID KEY DISPLAY "Lieu sans terrain"
                NOT INVALID KEY
                    DISPLAY " "
                    DISPLAY "________________________________"
                    DISPLAY "Adresse du lieu : "fl_adresse
                    DISPLAY "Identifiant du lieu : " ft_numlieuT
                    DISPLAY "________________________________"
                    DISPLAY " "
                    PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        READ fterrain NEXT 
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF ft_numlieuT = fl_numlieu
                                MOVE 1 TO Wfinfin
                                OPEN INPUT freservation
                                MOVE ft_numterrain to fr_numterrain
                                START freservation, KEY IS = fr_numterrain
                                INVALID KEY DISPLAY 'Pas de réservation sur le terrain : ' ft_numterrain
                                NOT INVALID KEY
                                    PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                                        READ freservation NEXT
                                        AT END DISPLAY " "
                                            MOVE 0 TO Wfinfin
                                        NOT AT END 
                                            IF ft_numterrain = fr_numterrain
                                               DISPLAY "Numéro : "fr_numterrain
                                               DISPLAY "Num Utilisateur : "fr_numutilisateur
                                               DISPLAY "Date : "fr_date
                                               DISPLAY "Crénaux : "fr_heure
                                               DISPLAY "Matériel : "fr_materiel
                                               DISPLAY "Prix : "fr_prix
                                               DISPLAY "________________________________"
                                            END-IF
                                        END-READ
                                    END-PERFORM
                                END-START
                                CLOSE freservation
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
           END-READ
           CLOSE fterrain
           CLOSE flieu.        

        FEUILLE_DU_JOUR.
           DISPLAY "Feuille du jour"
           DISPLAY "________________________________"
           DISPLAY "Utiliser la date du jour (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               MOVE WS-CURRENT-DAY TO jour_saisi
               MOVE WS-CURRENT-MONTH TO mois_saisi
               MOVE WS-CURRENT-YEAR TO annee_saisie
           ELSE
               DISPLAY "Entrez la date de la feuille (JJMMAAAA) :"
               ACCEPT date_saisie
           END-IF

           OPEN INPUT flieu
           MOVE global_id_user TO fl_gerant
           START flieu, KEY IS = fl_gerant
           INVALID KEY DISPLAY "Gérant au chomage"
           NOT INVALID KEY
           READ flieu NEXT
           AT END DISPLAY "Gérant au chomage"
           NOT AT END
              IF fl_gerant NOT = global_id_user
                  DISPLAY "Gérant au chomage"
              ELSE
                MOVE fl_numlieu TO Wnumlieu
                OPEN INPUT fterrain
                MOVE Wnumlieu TO ft_numlieuT
                MOVE 1 TO Wfin
                START fterrain, KEY IS = ft_numlieuT
                INVALID KEY DISPLAY "Lieu sans terrain"
                NOT INVALID KEY
                    DISPLAY " "
                    DISPLAY "________________________________"
                    DISPLAY "Adresse du lieu : "fl_adresse
                    DISPLAY "Feuille du " jour_saisi "/" mois_saisi "/" annee_saisie
                    DISPLAY "________________________________"
                    DISPLAY " "
                    PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        READ fterrain NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF ft_numlieuT = fl_numlieu
                                DISPLAY "Terrain n° " ft_numterrain " (" ft_type ")"
                                MOVE 1 TO Wfinfin
                                OPEN INPUT freservation
                                MOVE ft_numterrain TO fr_numterrain
                                START freservation, KEY IS = fr_numterrain
                                INVALID KEY DISPLAY "  Aucune réservation"
                                NOT INVALID KEY
                                    MOVE date_saisie TO fr_date
                                    START freservation, KEY IS = fr_date
                                    INVALID KEY MOVE 0 TO Wfinfin
                                    END-START
                                    IF Wfinfin = 1
                                        PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                                            READ freservation NEXT
                                            AT END MOVE 0 TO Wfinfin
                                            NOT AT END
                                                IF fr_date = date_saisie
                                                    IF fr_numterrain = ft_numterrain
                                                        DISPLAY "  " fr_heure "h - Utilisateur "
                                                            fr_numutilisateur " - Matériel : " fr_materiel
                                                            " - Présence : " fr_presence
                                                    END-IF
                                                ELSE
                                                    MOVE 0 TO Wfinfin
                                                END-IF
                                            END-READ
                                        END-PERFORM
                                    END-IF
                                END-START
                                CLOSE freservation
                                DISPLAY "________________________________"
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
                CLOSE fterrain
              END-IF
           END-READ
           END-START
           CLOSE flieu.

        POINTAGE_PRESENCES.
           DISPLAY "Pointage des présences"
           DISPLAY "________________________________"
           DISPLAY "Utiliser la date du jour (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               MOVE WS-CURRENT-DAY TO jour_saisi
               MOVE WS-CURRENT-MONTH TO mois_saisi
               MOVE WS-CURRENT-YEAR TO annee_saisie
           ELSE
               DISPLAY "Entrez la date de la feuille (JJMMAAAA) :"
               ACCEPT date_saisie
           END-IF

           MOVE 0 TO Wnumlieu
           IF global_role_user = 2
               OPEN INPUT flieu
               MOVE global_id_user TO fl_gerant
               START flieu, KEY IS = fl_gerant
               INVALID KEY DISPLAY "Gérant au chomage"
               NOT INVALID KEY
                   READ flieu NEXT
                   AT END DISPLAY "Gérant au chomage"
                   NOT AT END
                       IF fl_gerant = global_id_user
                           MOVE fl_numlieu TO Wnumlieu
                       ELSE
                           DISPLAY "Gérant au chomage"
                       END-IF
                   END-READ
               END-START
               CLOSE flieu
           ELSE
               DISPLAY "Entrez le numéro du lieu :"
               ACCEPT Wnumlieu
           END-IF

           IF Wnumlieu > 0
               PERFORM CHARGER_POINTAGE_JOUR
               PERFORM TRIER_POINTAGE_JOUR
               OPEN I-O freservation
               IF Wjr_nb > 0
                   MOVE 1 TO Wjr_idx
                   PERFORM WITH TEST AFTER UNTIL Wjr_idx > Wjr_nb
                       PERFORM POINTER_RESERVATION
                       ADD 1 TO Wjr_idx
                   END-PERFORM
               END-IF
               CLOSE freservation
               IF Wjr_complet = 1
                   DISPLAY "Plus de 1000 réservations ce jour : pointage limité aux 1000 premières"
               END-IF
               DISPLAY "Pointage terminé"
           END-IF.

        CHARGER_POINTAGE_JOUR.
           MOVE 0 TO Wjr_nb
           MOVE 0 TO Wjr_complet
           OPEN INPUT freservation
           OPEN INPUT fterrain
           MOVE date_saisie TO fr_date
           MOVE 1 TO Wjr_fin
           START freservation, KEY IS = fr_date
           INVALID KEY MOVE 0 TO Wjr_fin
           END-START
           IF Wjr_fin = 1
               PERFORM WITH TEST AFTER UNTIL Wjr_fin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO Wjr_fin
                   NOT AT END
                       IF fr_date = date_saisie
                           MOVE fr_numterrain TO ft_numterrain
                           READ fterrain
                           INVALID KEY DISPLAY " "
                           NOT INVALID KEY
                               IF ft_numlieuT = Wnumlieu
                                   IF Wjr_nb < 1000
                                       ADD 1 TO Wjr_nb
                                       MOVE fr_numterrain TO Wjr_terrain(Wjr_nb)
                                       MOVE fr_heure TO Wjr_heure(Wjr_nb)
                                   ELSE
                                       MOVE 1 TO Wjr_complet
                                   END-IF
                               END-IF
                           END-READ
                       ELSE
                           MOVE 0 TO Wjr_fin
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fterrain
           CLOSE freservation.

        TRIER_POINTAGE_JOUR.
           IF Wjr_nb > 1
               MOVE 1 TO Wjr_idx
               PERFORM WITH TEST AFTER UNTIL Wjr_idx >= Wjr_nb
                   MOVE 1 TO Wjr_idx2
                   PERFORM WITH TEST AFTER UNTIL
                           Wjr_idx2 > Wjr_nb - Wjr_idx
                       IF Wjr_cle(Wjr_idx2) > Wjr_cle(Wjr_idx2 + 1)
                           MOVE Wjr_res(Wjr_idx2) TO Wjr_echange
                           MOVE Wjr_res(Wjr_idx2 + 1)
                               TO Wjr_res(Wjr_idx2)
                           MOVE Wjr_echange TO Wjr_res(Wjr_idx2 + 1)
                       END-IF
                       ADD 1 TO Wjr_idx2
                   END-PERFORM
                   ADD 1 TO Wjr_idx
               END-PERFORM
           END-IF.

        POINTER_RESERVATION.
           MOVE Wjr_terrain(Wjr_idx) TO fr_numterrain
           MOVE Wjr_heure(Wjr_idx) TO fr_heure
           MOVE date_saisie TO fr_date
           READ freservation
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               DISPLAY "Terrain " fr_numterrain
                   " - " fr_heure
                   "h - utilisateur "
                   fr_numutilisateur
                   " - présence actuelle : "
                   fr_presence
               DISPLAY "Présent (P) / Absent (A) / Annulé tardivement (T) / Passer (autre) :"
               ACCEPT Wpresence
               IF Wpresence = "P" OR Wpresence = "p"
                   MOVE "P" TO fr_presence
                   REWRITE tamp_freservation
               END-IF
               IF Wpresence = "A" OR Wpresence = "a"
                   MOVE "A" TO fr_presence
                   REWRITE tamp_freservation
               END-IF
               IF Wpresence = "T" OR Wpresence = "t"
                   MOVE "T" TO fr_presence
                   REWRITE tamp_freservation
               END-IF
           END-READ.

        RETOUR_MATERIEL.
           DISPLAY "Retour du matériel loué"
           DISPLAY "________________________________"
           DISPLAY "Utiliser la date du jour (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               MOVE WS-CURRENT-DAY TO jour_saisi
               MOVE WS-CURRENT-MONTH TO mois_saisi
               MOVE WS-CURRENT-YEAR TO annee_saisie
           ELSE
               DISPLAY "Entrez la date des locations (JJMMAAAA) :"
               ACCEPT date_saisie
           END-IF

           MOVE 0 TO Wnumlieu
           IF global_role_user = 2
               OPEN INPUT flieu
               MOVE global_id_user TO fl_gerant
               START flieu, KEY IS = fl_gerant
               INVALID KEY DISPLAY "Gérant au chomage"
               NOT INVALID KEY
                   READ flieu NEXT
                   AT END DISPLAY "Gérant au chomage"
                   NOT AT END
                       IF fl_gerant = global_id_user
                           MOVE fl_numlieu TO Wnumlieu
                       ELSE
                           DISPLAY "Gérant au chomage"
                       END-IF
                   END-READ
               END-START
               CLOSE flieu
           ELSE
               DISPLAY "Entrez le numéro du lieu :"
               ACCEPT Wnumlieu
           END-IF

           IF Wnumlieu > 0
               MOVE mois_saisi TO Wmois_controle_mm
               MOVE annee_saisie TO Wmois_controle_aaaa
               PERFORM VERIFIER_PERIODE_CLOSE
               IF Wperiode_close = 1
                   DISPLAY "Période clôturée : le stock sera mis à jour"
                   DISPLAY "mais les frais de remplacement ne seront pas refacturés."
               END-IF
               MOVE 0 TO Wrm_nb_saisis
               OPEN I-O flocation
               OPEN I-O fmateriel
               MOVE date_saisie TO flo_date
               MOVE 1 TO WfinM
               START flocation, KEY IS = flo_date
               INVALID KEY MOVE 0 TO WfinM
               END-START
               IF WfinM = 1
                   PERFORM WITH TEST AFTER UNTIL WfinM = 0
                       READ flocation NEXT
                       AT END MOVE 0 TO WfinM
                       NOT AT END
                           IF flo_date = date_saisie
                               IF flo_numlieu = Wnumlieu
                                   PERFORM SAISIR_RETOUR_LOCATION
                               END-IF
                           ELSE
                               MOVE 0 TO WfinM
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fmateriel
               CLOSE flocation
               DISPLAY "Retours saisis : " Wrm_nb_saisis
           END-IF.

        SAISIR_RETOUR_LOCATION.
           DISPLAY "Terrain " flo_numterrain " - " flo_heure
               "h - utilisateur " flo_numutilisateur " - "
               flo_article " x " flo_quantite
           IF flo_retour_saisi = "O"
               DISPLAY "Retour déjà saisi : bon état " flo_qte_rendue
                   " - abîmés " flo_qte_abimee
                   " - manquants " flo_qte_perdue
           ELSE
               DISPLAY "Saisir le retour (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   MOVE 0 TO Wtrouve
                   PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                       DISPLAY "Quantité rendue en bon état :"
                       ACCEPT Wrm_bon
                       DISPLAY "Quantité rendue abîmée :"
                       ACCEPT Wrm_abime
                       IF Wrm_bon IS NUMERIC AND Wrm_abime IS NUMERIC AND
                          Wrm_bon + Wrm_abime <= flo_quantite
                           MOVE 1 TO Wtrouve
                       ELSE
                           DISPLAY "Quantités invalides (quantité louée : "
                               flo_quantite ")"
                       END-IF
                   END-PERFORM
                   COMPUTE Wrm_perdu = flo_quantite - Wrm_bon - Wrm_abime
                   COMPUTE Wrm_sortie = Wrm_abime + Wrm_perdu
                   MOVE 0 TO flo_frais_remplacement
                   IF Wrm_sortie > 0
                       MOVE flo_numlieu TO fm_numlieu
                       MOVE flo_article TO fm_article
                       READ fmateriel
                       INVALID KEY
                           DISPLAY "Article absent du catalogue : stock non mis à jour"
                       NOT INVALID KEY
                           IF fm_stock > Wrm_sortie
                               SUBTRACT Wrm_sortie FROM fm_stock
                           ELSE
                               MOVE 0 TO fm_stock
                           END-IF
                           IF Wperiode_close = 0
                               COMPUTE flo_frais_remplacement =
                                   Wrm_sortie * fm_prix_remplacement
                           END-IF
                           REWRITE tamp_fmateriel
                           IF cr_fmateriel = "00"
                               DISPLAY "Stock de " fm_article
                                   " ramené à " fm_stock
                           ELSE
                               DISPLAY "Erreur lors de la mise à jour du stock."
                           END-IF
                       END-READ
                   END-IF
                   MOVE "O" TO flo_retour_saisi
                   MOVE Wrm_bon TO flo_qte_rendue
                   MOVE Wrm_abime TO flo_qte_abimee
                   MOVE Wrm_perdu TO flo_qte_perdue
                   REWRITE tamp_flocation
                   IF cr_flocation = "00"
                       ADD 1 TO Wrm_nb_saisis
                       DISPLAY "Retour enregistré - manquants : " Wrm_perdu
                           " - frais de remplacement : "
                           flo_frais_remplacement
                   ELSE
                       DISPLAY "Erreur lors de l'enregistrement du retour."
                   END-IF
               END-IF
           END-IF.

        ETAT_NO_SHOW.
           DISPLAY "Etat mensuel des no-show"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisS
               IF WmoisM IS NUMERIC AND
                  WmoisM > 0 AND
                  WmoisM <= 12 AND
                  WanneeS IS NUMERIC AND
                  WanneeS > 0
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM
           DISPLAY "Seuil d'absences avant blocage :"
           ACCEPT Wseuil_absences

           PERFORM CUMULER_ABSENCES_MOIS
           OPEN INPUT futilisateur
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   MOVE 0 TO Wnb_absences
                   IF Wns_nb > 0
                       MOVE 1 TO Wns_idx
                       PERFORM WITH TEST AFTER UNTIL Wns_idx > Wns_nb
                           IF Wns_utilisateur(Wns_idx) = fu_numutilisateur
                               MOVE Wns_absences(Wns_idx) TO Wnb_absences
                           END-IF
                           ADD 1 TO Wns_idx
                       END-PERFORM
                   END-IF
                   IF Wnb_absences > 0
                       IF Wnb_absences >= Wseuil_absences
                           DISPLAY "Utilisateur " fu_numutilisateur
                               " (" fu_nom ") : " Wnb_absences
                               " absences - SEUIL DEPASSE"
                       ELSE
                           DISPLAY "Utilisateur " fu_numutilisateur
                               " (" fu_nom ") : " Wnb_absences
                               " absences"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE futilisateur
           IF Wns_complet = 1
               DISPLAY "Plus de 3000 clients absents : état limité aux 3000 premiers"
           END-IF

           DISPLAY "Bloquer un utilisateur (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               PERFORM BLOQUER_UTILISATEUR
           END-IF.

        CUMULER_ABSENCES_MOIS.
           MOVE 0 TO Wns_nb
           MOVE 0 TO Wns_complet
           MOVE WmoisM TO mois_saisi
           MOVE WanneeS TO annee_saisie
           PERFORM CALCULER_MAXDAY
           OPEN INPUT freservation
           OPEN INPUT fhistorique
           MOVE 1 TO Wns_jour
           PERFORM WITH TEST AFTER UNTIL Wns_jour > maxday
               MOVE Wns_jour TO jour_saisi
               MOVE date_saisie TO fr_date
               MOVE 1 TO Wfinfin
               START freservation, KEY IS = fr_date
               INVALID KEY MOVE 0 TO Wfinfin
               END-START
               IF Wfinfin = 1
                   PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                       READ freservation NEXT
                       AT END MOVE 0 TO Wfinfin
                       NOT AT END
                           IF fr_date = date_saisie
                               IF fr_presence = "A" OR fr_presence = "T"
                                   MOVE fr_numutilisateur TO Wns_utilisateur_lu
                                   PERFORM AJOUTER_ABSENCE_NO_SHOW
                               END-IF
                           ELSE
                               MOVE 0 TO Wfinfin
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               MOVE date_saisie TO fhi_date
               MOVE 1 TO Wfinfin
               START fhistorique, KEY IS = fhi_date
               INVALID KEY MOVE 0 TO Wfinfin
               END-START
               IF Wfinfin = 1
                   PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                       READ fhistorique NEXT
                       AT END MOVE 0 TO Wfinfin
                       NOT AT END
                           IF fhi_date = date_saisie
                               IF fhi_presence = "A" OR fhi_presence = "T"
                                   MOVE fhi_numutilisateur TO Wns_utilisateur_lu
                                   PERFORM AJOUTER_ABSENCE_NO_SHOW
                               END-IF
                           ELSE
                               MOVE 0 TO Wfinfin
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               ADD 1 TO Wns_jour
           END-PERFORM
           CLOSE fhistorique
           CLOSE freservation.

        AJOUTER_ABSENCE_NO_SHOW.
           MOVE 0 TO Wns_trouve
           IF Wns_nb > 0
               MOVE 1 TO Wns_idx
               PERFORM WITH TEST AFTER UNTIL Wns_idx > Wns_nb OR Wns_trouve = 1
                   IF Wns_utilisateur(Wns_idx) = Wns_utilisateur_lu
                       ADD 1 TO Wns_absences(Wns_idx)
                       MOVE 1 TO Wns_trouve
                   ELSE
                       ADD 1 TO Wns_idx
                   END-IF
               END-PERFORM
           END-IF
           IF Wns_trouve = 0
               IF Wns_nb < 3000
                   ADD 1 TO Wns_nb
                   MOVE Wns_utilisateur_lu TO Wns_utilisateur(Wns_nb)
                   MOVE 1 TO Wns_absences(Wns_nb)
               ELSE
                   MOVE 1 TO Wns_complet
               END-IF
           END-IF.

        BLOQUER_UTILISATEUR.
           DISPLAY "Blocage / déblocage d'un utilisateur"
           DISPLAY "________________________________"
           OPEN I-O futilisateur
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de l'utilisateur :"
               ACCEPT Wuser_verif
               MOVE Wuser_verif TO fu_numutilisateur
               READ futilisateur
               INVALID KEY  DISPLAY "Utilisateur introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
           DISPLAY "Utilisateur " fu_numutilisateur " (" fu_nom
               ") - bloqué actuellement : " fu_bloque
           IF fu_bloque = "O"
               IF global_role_user = 3
                   DISPLAY "Lever le blocage (O/N) :"
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o"
                       MOVE "N" TO fu_bloque
                       REWRITE tamp_futilisateur
                       IF cr_futilisateur = "00"
                           DISPLAY "Blocage levé."
                       ELSE
                           DISPLAY "Erreur lors de la mise à jour."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Seul l'administrateur peut lever un blocage."
               END-IF
           ELSE
               DISPLAY "Bloquer cet utilisateur (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   MOVE "O" TO fu_bloque
                   REWRITE tamp_futilisateur
                   IF cr_futilisateur = "00"
                       DISPLAY "Utilisateur bloqué pour la prise de réservation."
                   ELSE
                       DISPLAY "Erreur lors de la mise à jour."
                   END-IF
               END-IF
           END-IF
           CLOSE futilisateur.

        DEVERROUILLER_COMPTE.
           DISPLAY "Déverrouillage d'un compte de connexion"
           DISPLAY "________________________________"
           IF global_role_user NOT = 3
               DISPLAY "Seul l'administrateur peut déverrouiller un compte."
           ELSE
               OPEN I-O futilisateur
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Numéro de l'utilisateur :"
                   ACCEPT Wuser_verif
                   MOVE Wuser_verif TO fu_numutilisateur
                   READ futilisateur
                   INVALID KEY  DISPLAY "Utilisateur introuvable"
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY MOVE 1 TO Wtrouve
                   END-READ
               END-PERFORM
               DISPLAY "Utilisateur " fu_numutilisateur " (" fu_nom
                   ") - verrouillé : " fu_verrouille
                   " - échecs : " fu_essais
               IF fu_anonyme = "O"
                   DISPLAY "Compte anonymisé : déverrouillage impossible."
                   MOVE "N" TO Wreponse
               ELSE
                   DISPLAY "Déverrouiller ce compte (O/N) :"
                   ACCEPT Wreponse
               END-IF
               IF Wreponse = "O" OR Wreponse = "o"
                   DISPLAY "Mot de passe provisoire :"
                   ACCEPT Wmdp_clair
                   PERFORM CHIFFRER_MDP
                   MOVE Wmdp_code TO fu_mdp
                   MOVE "N" TO fu_verrouille
                   MOVE 0 TO fu_essais
                   MOVE "O" TO fu_mdp_temporaire
                   REWRITE tamp_futilisateur
                   IF cr_futilisateur = "00"
                       DISPLAY "Compte déverrouillé : changement de"
                           " mot de passe imposé à la prochaine"
                           " connexion."
                   ELSE
                       DISPLAY "Erreur lors de la mise à jour."
                   END-IF
               END-IF
               CLOSE futilisateur
           END-IF.

        ANONYMISER_UTILISATEUR_CORE.
           IF fu_anonyme = "O"
               DISPLAY "Utilisateur " fu_numutilisateur " déjà anonymisé."
           ELSE
               MOVE SPACES TO Wa_avant
               STRING "UTILISATEUR=" fu_numutilisateur " ROLE=" fu_role
                   DELIMITED BY SIZE INTO Wa_avant
               MOVE "ANONYME" TO fu_nom
               MOVE "ANONYME" TO fu_prenom
               MOVE SPACES TO fu_login
               STRING "ANONYME" fu_numutilisateur
                   DELIMITED BY SIZE INTO fu_login
               MOVE SPACES TO fu_mdp
               MOVE "N" TO fu_connecte
               MOVE "O" TO fu_verrouille
               MOVE "N" TO fu_mdp_temporaire
               MOVE "O" TO fu_anonyme
               REWRITE tamp_futilisateur
               IF cr_futilisateur = "00"
                   DISPLAY "Utilisateur " fu_numutilisateur " anonymisé."
                   MOVE SPACES TO Wa_apres
                   STRING "UTILISATEUR=" fu_numutilisateur
                       " ANONYMISE LE " WS-CURRENT-DATE
                       " MOTIF=" Wano_motif
                       DELIMITED BY SIZE INTO Wa_apres
                   MOVE "ANONYMISATION" TO Wa_table
                   PERFORM ENREGISTRER_AUDIT
               ELSE
                   DISPLAY "Erreur lors de l'anonymisation de l'utilisateur "
                       fu_numutilisateur
               END-IF
           END-IF.

        ANONYMISER_COMPTES_INACTIFS.
           DISPLAY "Anonymisation des comptes inactifs"
           DISPLAY "________________________________"
           IF global_role_user NOT = 3
               DISPLAY "Seul l'administrateur peut anonymiser des comptes."
           ELSE
               MOVE 0 TO Wano_annees
               PERFORM WITH TEST AFTER UNTIL Wano_annees > 0
                   DISPLAY "Nombre d'années sans activité :"
                   ACCEPT Wano_annees
               END-PERFORM
               PERFORM SELECTIONNER_COMPTES_INACTIFS
               IF Wano_nb > 0
                   DISPLAY "Anonymiser ces " Wano_nb " comptes (O/N) :"
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o"
                       PERFORM APPLIQUER_ANONYMISATION
                   ELSE
                       DISPLAY "Anonymisation annulée"
                   END-IF
               END-IF
           END-IF.

        SELECTIONNER_COMPTES_INACTIFS.
           MOVE 0 TO Wano_nb
           MOVE 0 TO Wano_hors_liste
           COMPUTE Wano_limite = (WS-CURRENT-YEAR - Wano_annees) * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN OUTPUT fliste_anon
           MOVE SPACES TO Wligne_anon
           STRING "COMPTES SANS ACTIVITE DEPUIS LE " Wano_limite
               " ET SANS SOLDE OUVERT"
               DELIMITED BY SIZE INTO Wligne_anon
           WRITE tamp_fliste_anon FROM Wligne_anon
           MOVE "UTILISATEUR;DERNIERE ACTIVITE" TO Wligne_anon
           WRITE tamp_fliste_anon FROM Wligne_anon
           OPEN INPUT futilisateur
           OPEN INPUT freservation
           OPEN INPUT fhistorique
           OPEN INPUT ffacture
           OPEN INPUT favoir
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   IF fu_role = 1 AND fu_anonyme NOT = "O"
                       PERFORM EXAMINER_COMPTE_INACTIF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE favoir
           CLOSE ffacture
           CLOSE fhistorique
           CLOSE freservation
           CLOSE futilisateur
           CLOSE fliste_anon
           DISPLAY "________________________________"
           DISPLAY "Comptes sans activité depuis le " Wano_limite
               " : " Wano_nb
           IF Wano_hors_liste > 0
               DISPLAY "Comptes non listés (liste pleine) : "
                   Wano_hors_liste
           END-IF
           DISPLAY "Liste dans anonymisation_liste.dat"
           DISPLAY "________________________________".

        EXAMINER_COMPTE_INACTIF.
           MOVE fu_numutilisateur TO Wano_utilisateur
           IF fu_derniere_connexion IS NUMERIC
               MOVE fu_derniere_connexion TO Wano_derniere
           ELSE
               MOVE 0 TO Wano_derniere
           END-IF

           MOVE Wano_utilisateur TO fr_numutilisateur
           START freservation, KEY IS = fr_numutilisateur
           INVALID KEY MOVE 0 TO Wfinfin
           NOT INVALID KEY
               MOVE 1 TO Wfinfin
               PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO Wfinfin
                   NOT AT END
                       IF fr_numutilisateur NOT = Wano_utilisateur
                           MOVE 0 TO Wfinfin
                       ELSE
                           COMPUTE Wano_date = fr_annee * 10000
                               + fr_mois * 100 + fr_jour
                           IF Wano_date > Wano_derniere
                               MOVE Wano_date TO Wano_derniere
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           MOVE Wano_utilisateur TO fhi_numutilisateur
           START fhistorique, KEY IS = fhi_numutilisateur
           INVALID KEY MOVE 0 TO WfinfinS
           NOT INVALID KEY
               MOVE 1 TO WfinfinS
               PERFORM WITH TEST AFTER UNTIL WfinfinS = 0
                   READ fhistorique NEXT
                   AT END MOVE 0 TO WfinfinS
                   NOT AT END
                       IF fhi_numutilisateur NOT = Wano_utilisateur
                           MOVE 0 TO WfinfinS
                       ELSE
                           COMPUTE Wano_date = fhi_annee * 10000
                               + fhi_mois * 100 + fhi_jour
                           IF Wano_date > Wano_derniere
                               MOVE Wano_date TO Wano_derniere
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           OPEN INPUT fpaiement
           MOVE Wano_utilisateur TO fp_numutilisateur
           START fpaiement, KEY IS = fp_numutilisateur
           INVALID KEY MOVE 0 TO WfinI
           NOT INVALID KEY
               MOVE 1 TO WfinI
               PERFORM WITH TEST AFTER UNTIL WfinI = 0
                   READ fpaiement NEXT
                   AT END MOVE 0 TO WfinI
                   NOT AT END
                       IF fp_numutilisateur NOT = Wano_utilisateur
                           MOVE 0 TO WfinI
                       ELSE
                           COMPUTE Wano_date = fp_annee_regle * 10000
                               + fp_mois_regle * 100 + fp_jour_regle
                           IF Wano_date > Wano_derniere
                               MOVE Wano_date TO Wano_derniere
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE fpaiement

           IF Wano_derniere < Wano_limite
               PERFORM CONTROLER_SOLDE_OUVERT
               IF Wano_solde_ouvert = 0
                   IF Wano_nb < 500
                       ADD 1 TO Wano_nb
                       MOVE Wano_utilisateur TO Wano_num (Wano_nb)
                       MOVE Wano_derniere TO Wano_activite (Wano_nb)
                       DISPLAY "Utilisateur " Wano_utilisateur
                           " - dernière activité " Wano_derniere
                       MOVE SPACES TO Wligne_anon
                       STRING Wano_utilisateur ";" Wano_derniere
                           DELIMITED BY SIZE INTO Wligne_anon
                       WRITE tamp_fliste_anon FROM Wligne_anon
                   ELSE
                       ADD 1 TO Wano_hors_liste
                   END-IF
               END-IF
           END-IF.

        CONTROLER_SOLDE_OUVERT.
           MOVE 0 TO Wano_solde_ouvert
           MOVE Wano_utilisateur TO ff_numutilisateur
           MOVE 0 TO ff_mm
           MOVE 0 TO ff_aaaa
           START ffacture, KEY IS >= ff_cle
           INVALID KEY MOVE 0 TO WfinM
           NOT INVALID KEY
               MOVE 1 TO WfinM
               PERFORM WITH TEST AFTER UNTIL WfinM = 0
                   READ ffacture NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF ff_numutilisateur NOT = Wano_utilisateur
                           MOVE 0 TO WfinM
                       ELSE
                           MOVE ff_numutilisateur TO WnumutilisateurF
                           MOVE ff_mois TO WmoisF
                           PERFORM CALCULER_TOTAL_REGLE
                           IF Wtotal_regle < ff_montant_du
                               MOVE 1 TO Wano_solde_ouvert
                               MOVE 0 TO WfinM
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           MOVE Wano_utilisateur TO fv_numutilisateur
           START favoir, KEY IS = fv_numutilisateur
           INVALID KEY MOVE 0 TO WfinM
           NOT INVALID KEY
               MOVE 1 TO WfinM
               PERFORM WITH TEST AFTER UNTIL WfinM = 0
                   READ favoir NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF fv_numutilisateur NOT = Wano_utilisateur
                           MOVE 0 TO WfinM
                       ELSE
                           IF fv_utilise NOT = "O" AND fv_montant > 0
                               MOVE 1 TO Wano_solde_ouvert
                               MOVE 0 TO WfinM
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START.

        APPLIQUER_ANONYMISATION.
           MOVE 0 TO Wano_nb_faits
           MOVE "INACTIVITE" TO Wano_motif
           OPEN I-O futilisateur
           MOVE 1 TO Wano_idx
           PERFORM WITH TEST AFTER UNTIL Wano_idx > Wano_nb
               MOVE Wano_num (Wano_idx) TO fu_numutilisateur
               READ futilisateur
               INVALID KEY
                   DISPLAY "Utilisateur " Wano_num (Wano_idx) " introuvable"
               NOT INVALID KEY
                   IF fu_anonyme NOT = "O"
                       PERFORM ANONYMISER_UTILISATEUR_CORE
                       IF cr_futilisateur = "00"
                           ADD 1 TO Wano_nb_faits
                       END-IF
                   END-IF
               END-READ
               ADD 1 TO Wano_idx
           END-PERFORM
           CLOSE futilisateur
           DISPLAY "Comptes anonymisés : " Wano_nb_faits.

        VERIFIER_BLOCAGE.
           MOVE 0 TO Wbloque_trouve
           OPEN INPUT futilisateur
           MOVE Wuser_verif TO fu_numutilisateur
           READ futilisateur
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               IF fu_bloque = "O"
                   MOVE 1 TO Wbloque_trouve
               END-IF
           END-READ
           CLOSE futilisateur.

        RECHERCHER_RESERVATION.
           OPEN INPUT freservation
           IF global_role_user = 1 THEN
               MOVE global_id_user TO fr_numutilisateur
               MOVE global_id_user TO id_utilisateur
           ELSE
               DISPLAY "Rechercher une réservation"
               DISPLAY "________________________________"
               DISPLAY "Entrez l'id de l'utilisateur de la réservation :"
               ACCEPT id_utilisateur
               MOVE id_utilisateur TO fr_numutilisateur
           END-IF
           MOVE 1 TO Wfin
           START freservation KEY IS = fr_numutilisateur
           INVALID KEY DISPLAY "Aucunes reservations"
           NOT INVALID KEY
                    PERFORM WITH TEST AFTER UNTIL Wfin=0
                        READ freservation NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT  END 
                           IF fr_numutilisateur = id_utilisateur
                           DISPLAY "Numéro : "fr_numterrain
                           DISPLAY "Num Utilisateur : "fr_numutilisateur
                           DISPLAY "Date : "fr_date
                           DISPLAY "Crénaux : "fr_heure
                           DISPLAY "Matériel : "fr_materiel
                           DISPLAY "Prix : "fr_prix
                           DISPLAY "________________________________"
                           END-IF
                        END-READ
                    END-PERFORM
           END-START
           CLOSE freservation.

        SUPPRIMER_RESERVATION.
           DISPLAY "Supprimer une réservation"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           open I-O freservation
           DISPLAY "Entrez le numéro de terrain :"
               ACCEPT terrain_saisi

               DISPLAY "Entrez l'heure de la réservation :"
               ACCEPT heure_saisie

               DISPLAY "Entrez la date de la réservation (JJMMAAAA) :"
               ACCEPT date_saisie

           MOVE mois_saisi TO Wmois_controle_mm
           MOVE annee_saisie TO Wmois_controle_aaaa
           PERFORM VERIFIER_PERIODE_CLOSE
           IF Wperiode_close = 1
               DISPLAY "Période clôturée : suppression refusée."
           ELSE
           perform with test after until Wtrouve = 1
               read freservation NEXT
                   at end move 1 to Wtrouve
                   not at end
                       if fr_heure = heure_saisie and
                       fr_date = date_saisie and
                       fr_numterrain = terrain_saisi
                           display "Reservation trouvé"
               display fr_heure " " fr_date " " fr_numterrain
                           if fr_numevent > 0
                               display "Réservation liée à l'événement "
                                   fr_numevent " : passez par l'annulation d'événement"
                               move 1 to Wtrouve
                           else
                           PERFORM RECHERCHER_RENCONTRE_CRENEAU
                           if Wcp_rencontre_liee = 1
                               display "Réservation liée à la rencontre "
                                   Wcp_numrencontre " de la compétition "
                                   Wcp_numcompet " : passez par le report de rencontre"
                               move 1 to Wtrouve
                           else
               display "Confirmer suppression la réservation ? (O/N)"
                           accept Wreponse
                           if Wreponse = "O" or Wreponse = "o"
                               MOVE fr_prix TO Wprix_saisie
                               MOVE fr_numutilisateur TO id_utilisateur
                               MOVE fr_numcarnet TO carnet_saisi
                               delete freservation
                               display "Réservation supprimée"
                               PERFORM SUPPRIMER_LOCATIONS_CRENEAU
                               PERFORM REGLER_ANNULATION_RESERVATION
                               OPEN INPUT fterrain
                               MOVE terrain_saisi TO ft_numterrain
                               READ fterrain
                               INVALID KEY MOVE 0 TO Wavis_lieu
                               NOT INVALID KEY
                                   MOVE ft_numlieuT TO Wavis_lieu
                               END-READ
                               CLOSE fterrain
                               MOVE "ANNULATION" TO Wavis_type
                               MOVE id_utilisateur TO Wavis_utilisateur
                               MOVE Wprix_saisie TO Wavis_prix
                               PERFORM GENERER_AVIS
                               PERFORM REATTRIBUER_CRENEAU
                           else
                               display "Suppression annulée"
                           end-if
                           move 1 to Wtrouve
                           end-if
                           end-if
                       end-if
               end-read
           end-perform
           END-IF
           close freservation.

        MODIFIER_RESERVATION.
            DISPLAY "Modifier une réservation"
            DISPLAY "________________________________"
            OPEN I-O freservation
            MOVE 0 TO Wtrouve
            PERFORM UNTIL Wtrouve = 1
                DISPLAY "Entrez le numéro de terrain :"
                ACCEPT terrain_saisi

                DISPLAY "Entrez l'heure de la réservation :"
                ACCEPT heure_saisie

                DISPLAY "Entrez la date de la réservation (JJMMAAAA) :"
                ACCEPT date_saisie
                MOVE mois_saisi TO Wmois_controle_mm
                MOVE annee_saisie TO Wmois_controle_aaaa
                PERFORM VERIFIER_PERIODE_CLOSE
                IF Wperiode_close = 1
                    DISPLAY "Période clôturée : modification refusée."
                    MOVE 1 TO Wtrouve
                ELSE
                MOVE heure_saisie TO fr_heure
                MOVE terrain_saisi TO fr_numterrain
                MOVE date_saisie TO fr_date
                READ freservation
                INVALID KEY DISPLAY "Reservation introuvable"
                    MOVE 0 TO Wtrouve
                NOT INVALID KEY MOVE 1 TO Wtrouve
                    DISPLAY global_id_user
                    DISPLAY "------"
                    DISPLAY fr_numutilisateur
                    DISPLAY global_role_user
                    IF fr_numutilisateur = global_id_user and global_role_user = 1
                        DISPLAY "Réservation trouvée :"
                        MOVE SPACES TO Wa_avant
                        STRING "TERRAIN=" fr_numterrain " HEURE=" fr_heure
                               " DATE=" fr_date " UTILISATEUR=" fr_numutilisateur
                               " MATERIEL=" fr_materiel " PRIX=" fr_prix
                               DELIMITED BY SIZE INTO Wa_avant
                        DISPLAY "Nouveau matériel : (actuel: " fr_materiel ")"
                        ACCEPT materiel
                        OPEN I-O futilisateur
                       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                           DISPLAY "Nouvel Utilisateur : (actuel: " fr_numutilisateur ")"
                           ACCEPT id_utilisateur
                           MOVE id_utilisateur TO fu_numutilisateur
                           READ futilisateur
                           INVALID KEY  DISPLAY "Utilisateur introuvable"
                                        MOVE 0 TO Wtrouve
                           NOT INVALID KEY MOVE 1 TO Wtrouve
                                CLOSE futilisateur
                           END-READ
                       END-PERFORM

                        MOVE id_utilisateur TO fr_numutilisateur
                        MOVE terrain_saisi TO fr_numterrain
                        MOVE date_saisie TO fr_date
                        MOVE heure_saisie TO fr_heure
                        MOVE materiel TO fr_materiel
                        MOVE fr_prix TO Wprix_saisie
                        MOVE fr_presence TO presence_saisie
                        MOVE fr_numevent TO event_saisi
                        MOVE fr_numequipe TO equipe_saisie
                        MOVE fr_numcarnet TO carnet_saisi
                        DISPLAY fr_materiel

                        REWRITE tamp_freservation FROM W_freservation
                        IF cr_freservation = "00"
                            DISPLAY "Réservation modifiée avec succès."
                            MOVE SPACES TO Wa_apres
                            STRING "TERRAIN=" fr_numterrain " HEURE=" fr_heure
                                   " DATE=" fr_date " UTILISATEUR=" fr_numutilisateur
                                   " MATERIEL=" fr_materiel " PRIX=" fr_prix
                                   DELIMITED BY SIZE INTO Wa_apres
                            MOVE "RESERVATION" TO Wa_table
                            PERFORM ENREGISTRER_AUDIT
                        ELSE
                            DISPLAY "Erreur lors de la modification de la réservation."
                        END-IF
                    ELSE IF global_role_user <> 1
                        DISPLAY "Réservation trouvée :"
                        MOVE SPACES TO Wa_avant
                        STRING "TERRAIN=" fr_numterrain " HEURE=" fr_heure
                               " DATE=" fr_date " UTILISATEUR=" fr_numutilisateur
                               " MATERIEL=" fr_materiel " PRIX=" fr_prix
                               DELIMITED BY SIZE INTO Wa_avant
                        DISPLAY "Nouveau matériel : (actuel: " fr_materiel ")"
                        ACCEPT materiel
                        OPEN I-O futilisateur
                       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                           DISPLAY "Nouvel Utilisateur : (actuel: " fr_numutilisateur ")"
                           ACCEPT id_utilisateur
                           MOVE id_utilisateur TO fu_numutilisateur
                           READ futilisateur
                           INVALID KEY  DISPLAY "Utilisateur introuvable"
                                        MOVE 0 TO Wtrouve
                           NOT INVALID KEY MOVE 1 TO Wtrouve
                                CLOSE futilisateur
                           END-READ
                       END-PERFORM

                        MOVE id_utilisateur TO fr_numutilisateur
                        MOVE terrain_saisi TO fr_numterrain
                        MOVE date_saisie TO fr_date
                        MOVE heure_saisie TO fr_heure
                        MOVE materiel TO fr_materiel
                        MOVE fr_prix TO Wprix_saisie
                        MOVE fr_presence TO presence_saisie
                        MOVE fr_numevent TO event_saisi
                        MOVE fr_numequipe TO equipe_saisie
                        MOVE fr_numcarnet TO carnet_saisi
                        DISPLAY fr_materiel

                        REWRITE tamp_freservation FROM W_freservation
                        IF cr_freservation = "00"
                            DISPLAY "Réservation modifiée avec succès."
                            MOVE SPACES TO Wa_apres
                            STRING "TERRAIN=" fr_numterrain " HEURE=" fr_heure
                                   " DATE=" fr_date " UTILISATEUR=" fr_numutilisateur
                                   " MATERIEL=" fr_materiel " PRIX=" fr_prix
                                   DELIMITED BY SIZE INTO Wa_apres
                            MOVE "RESERVATION" TO Wa_table
                            PERFORM ENREGISTRER_AUDIT
                        ELSE
                            DISPLAY "Erreur lors de la modification de la réservation."
                        END-IF
                    ELSE
                       DISPLAY "Aucunes réservations."
                END-READ
                END-IF
            END-PERFORM

            CLOSE freservation.

       INSCRIRE_LISTE_ATTENTE.
           IF global_role_user = 1 THEN
               MOVE global_id_user TO Watt_utilisateur
           ELSE
               DISPLAY "Entrez l'id de l'utilisateur à inscrire :"
               ACCEPT Watt_utilisateur
           END-IF
           PERFORM INSCRIRE_LISTE_ATTENTE_CORE.

       INSCRIRE_LISTE_ATTENTE_CORE.
           OPEN I-O fattente
           MOVE 0 TO Wrang_max
           MOVE 1 TO Wfinfin
           PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
               READ fattente NEXT
               AT END MOVE 0 TO Wfinfin
               NOT AT END
                   IF fat_numterrain = terrain_saisi AND
                      fat_heure = heure_saisie AND
                      fat_date = date_saisie AND
                      fat_rang > Wrang_max
                       MOVE fat_rang TO Wrang_max
                   END-IF
               END-READ
           END-PERFORM
           MOVE terrain_saisi TO fat_numterrain
           MOVE heure_saisie TO fat_heure
           MOVE date_saisie TO fat_date
           ADD 1 TO Wrang_max
           MOVE Wrang_max TO fat_rang
           MOVE Watt_utilisateur TO fat_numutilisateur
           WRITE tamp_fattente
           IF cr_fattente = "00"
               DISPLAY "Inscription en liste d'attente au rang " fat_rang
               MOVE 1 TO Watt_inscrit
               MOVE "ATTENTE" TO Wavis_type
               MOVE Watt_utilisateur TO Wavis_utilisateur
               MOVE ft_numlieuT TO Wavis_lieu
               MOVE 0 TO Wavis_prix
               PERFORM GENERER_AVIS
           ELSE
               DISPLAY "Erreur lors de l'inscription en liste d'attente."
           END-IF
           CLOSE fattente.

       REATTRIBUER_CRENEAU.
           OPEN I-O fattente
           MOVE 99 TO Wrang_min
           MOVE 0 TO Watt_inscrit
           MOVE 1 TO Wfinfin
           PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
               READ fattente NEXT
               AT END MOVE 0 TO Wfinfin
               NOT AT END
                   IF fat_numterrain = terrain_saisi AND
                      fat_heure = heure_saisie AND
                      fat_date = date_saisie AND
                      fat_rang < Wrang_min
                       MOVE fat_rang TO Wrang_min
                       MOVE fat_numutilisateur TO Watt_utilisateur
                       MOVE 1 TO Watt_inscrit
                   END-IF
               END-READ
           END-PERFORM
           IF Watt_inscrit = 1
               MOVE Watt_utilisateur TO Wuser_verif
               PERFORM VERIFIER_BLOCAGE
           END-IF
           IF Watt_inscrit = 1 AND Wbloque_trouve = 0
               OPEN INPUT fterrain
               MOVE terrain_saisi TO ft_numterrain
               READ fterrain
               INVALID KEY MOVE 0 TO ft_prix
                           MOVE 0 TO Wavis_lieu
               NOT INVALID KEY MOVE ft_numlieuT TO Wavis_lieu
               END-READ
               CLOSE fterrain
               MOVE terrain_saisi TO fr_numterrain
               MOVE heure_saisie TO fr_heure
               MOVE date_saisie TO fr_date
               MOVE Watt_utilisateur TO fr_numutilisateur
               MOVE "Non" TO fr_materiel
               MOVE terrain_saisi TO Wterrain_calc
               MOVE heure_saisie TO Wheure_calc
               PERFORM DETERMINER_PRIX_CRENEAU
               MOVE Wprix_calcule TO fr_prix
               MOVE SPACE TO fr_presence
               MOVE 0 TO fr_numevent
               MOVE 0 TO fr_numequipe
               MOVE 0 TO fr_numcarnet
               WRITE tamp_freservation
               IF cr_freservation = "00"
                   DISPLAY "Créneau réattribué à l'utilisateur "
                       Watt_utilisateur " (rang " Wrang_min
                       " de la liste d'attente)"
                   MOVE terrain_saisi TO fat_numterrain
                   MOVE heure_saisie TO fat_heure
                   MOVE date_saisie TO fat_date
                   MOVE Wrang_min TO fat_rang
                   DELETE fattente
                   END-DELETE
                   MOVE "REATTRIBUTION" TO Wavis_type
                   MOVE Watt_utilisateur TO Wavis_utilisateur
                   MOVE Wprix_calcule TO Wavis_prix
                   PERFORM GENERER_AVIS
               ELSE
                   DISPLAY "Erreur lors de la réattribution du créneau."
               END-IF
           END-IF
           CLOSE fattente.

       GENERER_AVIS.
           MOVE "AVIS" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumavismax
           OPEN I-O favis
           MOVE Wnumavismax TO fav_numavis
           MOVE Wavis_type TO fav_type
           MOVE WS-CURRENT-DAY TO fav_jour_emis
           MOVE WS-CURRENT-MONTH TO fav_mois_emis
           MOVE WS-CURRENT-YEAR TO fav_annee_emis
           MOVE Wavis_lieu TO fav_numlieu
           MOVE Wavis_utilisateur TO fav_numutilisateur
           MOVE terrain_saisi TO fav_numterrain
           MOVE heure_saisie TO fav_heure
           MOVE jour_saisi TO fav_jour_cre
           MOVE mois_saisi TO fav_mois_cre
           MOVE annee_saisie TO fav_annee_cre
           MOVE Wavis_prix TO fav_prix
           MOVE "N" TO fav_traite
           WRITE tamp_favis
           IF cr_favis = "00"
               DISPLAY "Avis client émis (" Wavis_type
                   ") pour l'utilisateur " Wavis_utilisateur
           ELSE
               DISPLAY "Erreur lors de l'émission de l'avis client."
           END-IF
           CLOSE favis.

       LISTER_AVIS_JOUR.
           DISPLAY "Avis clients en attente de traitement"
           DISPLAY "________________________________"
           MOVE 0 TO Wavis_nb
           MOVE 0 TO Wavis_filtre
           DISPLAY "Limiter aux créneaux d'un jour (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               DISPLAY "Entrez la date du créneau (JJMMAAAA) :"
               ACCEPT date_saisie
               MOVE 1 TO Wavis_filtre
           END-IF
           OPEN INPUT favis
           OPEN INPUT futilisateur
           OPEN INPUT flieu
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ flieu NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   DISPLAY "Lieu : " fl_adresse
                   IF Wavis_filtre = 1
                       MOVE date_saisie TO fav_date_creneau
                       MOVE 1 TO WfinI
                       START favis, KEY IS = fav_date_creneau
                       INVALID KEY MOVE 0 TO WfinI
                       END-START
                   ELSE
                       MOVE fl_numlieu TO fav_numlieu
                       MOVE 1 TO WfinI
                       START favis, KEY IS = fav_numlieu
                       INVALID KEY MOVE 0 TO WfinI
                       END-START
                   END-IF
                   IF WfinI = 1
                       PERFORM WITH TEST AFTER UNTIL WfinI = 0
                           READ favis NEXT
                           AT END MOVE 0 TO WfinI
                           NOT AT END
                               IF Wavis_filtre = 1 AND
                                  fav_date_creneau NOT = date_saisie
                                   MOVE 0 TO WfinI
                               END-IF
                               IF Wavis_filtre = 0 AND
                                  fav_numlieu NOT = fl_numlieu
                                   MOVE 0 TO WfinI
                               END-IF
                               IF WfinI = 1 AND fav_traite = "N" AND
                                  fav_numlieu = fl_numlieu
                                   PERFORM AFFICHER_LIGNE_AVIS
                               END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "________________________________"
               END-READ
           END-PERFORM
           CLOSE flieu
           CLOSE futilisateur
           CLOSE favis
           IF Wavis_nb = 0
               DISPLAY "Aucun avis en attente"
           ELSE
               DISPLAY "Avis en attente listés : " Wavis_nb
               DISPLAY "Marquer ces avis comme traités (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   OPEN I-O favis
                   MOVE 1 TO WfinI
                   IF Wavis_filtre = 1
                       MOVE date_saisie TO fav_date_creneau
                       START favis, KEY IS = fav_date_creneau
                       INVALID KEY MOVE 0 TO WfinI
                       END-START
                   END-IF
                   IF WfinI = 1
                       PERFORM WITH TEST AFTER UNTIL WfinI = 0
                           READ favis NEXT
                           AT END MOVE 0 TO WfinI
                           NOT AT END
                               IF Wavis_filtre = 1 AND
                                  fav_date_creneau NOT = date_saisie
                                   MOVE 0 TO WfinI
                               END-IF
                               IF WfinI = 1 AND fav_traite = "N"
                                   MOVE "O" TO fav_traite
                                   REWRITE tamp_favis
                               END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE favis
                   DISPLAY "Avis marqués comme traités"
               END-IF
           END-IF.

       AFFICHER_LIGNE_AVIS.
           ADD 1 TO Wavis_nb
           MOVE fav_numutilisateur TO fu_numutilisateur
           READ futilisateur
           INVALID KEY
               MOVE "INCONNU" TO Wnom
               MOVE "INCONNU" TO Wprenom
           NOT INVALID KEY
               MOVE fu_nom TO Wnom
               MOVE fu_prenom TO Wprenom
           END-READ
           DISPLAY " - " fav_type " - " Wprenom " " Wnom
               " (utilisateur " fav_numutilisateur ")"
           DISPLAY "   Terrain " fav_numterrain " le "
               fav_jour_cre "/" fav_mois_cre "/" fav_annee_cre
               " à " fav_heure "h - prix " fav_prix
           DISPLAY "   Avis émis le " fav_jour_emis "/"
               fav_mois_emis "/" fav_annee_emis.

       LISTE_ATTENTE_LIEU.
           DISPLAY "Liste d'attente"
           DISPLAY "________________________________"
           MOVE 0 TO Wnumlieu
           IF global_role_user = 2
               OPEN INPUT flieu
               MOVE global_id_user TO fl_gerant
               START flieu, KEY IS = fl_gerant
               INVALID KEY DISPLAY "Gérant au chomage"
               NOT INVALID KEY
                   READ flieu NEXT
                   AT END DISPLAY "Gérant au chomage"
                   NOT AT END
                       IF fl_gerant = global_id_user
                           MOVE fl_numlieu TO Wnumlieu
                       ELSE
                           DISPLAY "Gérant au chomage"
                       END-IF
                   END-READ
               END-START
               CLOSE flieu
           ELSE
               DISPLAY "Entrez le numéro du lieu :"
               ACCEPT Wnumlieu
           END-IF
           IF Wnumlieu > 0
               MOVE 0 TO Wnb_attente
               OPEN INPUT fattente
               OPEN INPUT fterrain
               MOVE 1 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ fattente NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       MOVE fat_numterrain TO ft_numterrain
                       READ fterrain
                       INVALID KEY DISPLAY " "
                       NOT INVALID KEY
                           IF ft_numlieuT = Wnumlieu
                               ADD 1 TO Wnb_attente
                               DISPLAY "Terrain " fat_numterrain " - "
                                   fat_heure "h le " fat_jour "/"
                                   fat_mois "/" fat_annee " - rang "
                                   fat_rang " - utilisateur "
                                   fat_numutilisateur
                           END-IF
                       END-READ
                   END-READ
               END-PERFORM
               CLOSE fterrain
               CLOSE fattente
               IF Wnb_attente = 0
                   DISPLAY "Aucune inscription en liste d'attente"
               ELSE
                   DISPLAY "________________________________"
                   DISPLAY "Purger la liste d'attente de ce lieu (O/N) :"
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o"
                       OPEN I-O fattente
                       OPEN INPUT fterrain
                       MOVE 1 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 0
                           READ fattente NEXT
                           AT END MOVE 0 TO Wfin
                           NOT AT END
                               MOVE fat_numterrain TO ft_numterrain
                               READ fterrain
                               INVALID KEY
                                   DELETE fattente
                                   END-DELETE
                               NOT INVALID KEY
                                   IF ft_numlieuT = Wnumlieu
                                       DELETE fattente
                                       END-DELETE
                                   END-IF
                               END-READ
                           END-READ
                       END-PERFORM
                       CLOSE fterrain
                       CLOSE fattente
                       DISPLAY "Liste d'attente purgée"
                   END-IF
               END-IF
           END-IF.

       AFFICHER_DISPONIBILITES.
           DISPLAY "Disponibilités"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           OPEN INPUT flieu
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Veuillez saisir le lieu recherché :"
               ACCEPT Wadresse
               MOVE Wadresse TO fl_adresse
               READ flieu RECORD KEY IS fl_adresse
               INVALID KEY DISPLAY "Aucunes correspondances avec nos centres."
               NOT INVALID KEY
                   MOVE fl_numlieu TO Wnumlieu
                   MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
           CLOSE flieu

           MOVE 0 TO terrain_saisi
           MOVE Wnumlieu TO ft_numlieuT
           PERFORM SAISIR_DATE_RESERVATION

           OPEN INPUT fterrain
           OPEN INPUT fhoraire
           OPEN INPUT freservation
           MOVE Wnumlieu TO ft_numlieuT
           MOVE 1 TO Wfin
           START fterrain, KEY IS = ft_numlieuT
           INVALID KEY DISPLAY "Ce lieu ne possède plus de terrain"
           NOT INVALID KEY
               DISPLAY " "
               DISPLAY "________________________________"
               DISPLAY "Disponibilités du " jour_saisi "/"
                   mois_saisi "/" annee_saisie
               DISPLAY "________________________________"
               PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ fterrain NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       IF ft_numlieuT = Wnumlieu
                           DISPLAY "Terrain n° " ft_numterrain
                               " (" ft_type ")"
                           MOVE ft_numterrain TO fh_numterrain
                           READ fhoraire
                           INVALID KEY
                               MOVE 8 TO Whouverture
                               MOVE 12 TO Whfermeture
                               MOVE 1 TO Whduree
                               PERFORM AFFICHER_ETAT_CRENEAUX
                               MOVE 14 TO Whouverture
                               MOVE 18 TO Whfermeture
                               MOVE 1 TO Whduree
                               PERFORM AFFICHER_ETAT_CRENEAUX
                           NOT INVALID KEY
                               MOVE fh_ouverture TO Whouverture
                               MOVE fh_fermeture TO Whfermeture
                               MOVE fh_duree TO Whduree
                               PERFORM AFFICHER_ETAT_CRENEAUX
                           END-READ
                           DISPLAY "________________________________"
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE freservation
           CLOSE fhoraire
           CLOSE fterrain

           DISPLAY "Réserver un créneau (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               PERFORM RESERVER_CRENEAU_CHOISI
           END-IF.

       AFFICHER_ETAT_CRENEAUX.
           MOVE Whouverture TO Whcreneau
           PERFORM WITH TEST AFTER UNTIL Whcreneau >= Whfermeture
               MOVE ft_numterrain TO Wterrain_calc
               MOVE Whcreneau TO Wheure_calc
               PERFORM DETERMINER_PRIX_CRENEAU
               MOVE ft_numterrain TO fr_numterrain
               MOVE Whcreneau TO fr_heure
               MOVE date_saisie TO fr_date
               READ freservation
               INVALID KEY
                   DISPLAY " -> " Whcreneau "h00 : LIBRE - prix "
                       Wprix_calcule
               NOT INVALID KEY
                   DISPLAY " -> " Whcreneau "h00 : OCCUPE"
               END-READ
               ADD Whduree TO Whcreneau
           END-PERFORM.

       RESERVER_CRENEAU_CHOISI.
           OPEN I-O freservation
           OPEN I-O fterrain
           MOVE 0 TO Watt_inscrit
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le numéro de terrain :"
               ACCEPT terrain_saisi
               MOVE terrain_saisi TO ft_numterrain
               READ fterrain
               INVALID KEY  DISPLAY "Terrain inexistant"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM

           PERFORM AFFICHER_CRENEAUX_TERRAIN
           PERFORM VALIDER_CRENEAU_TERRAIN

           PERFORM VERIFIER_INDISPONIBILITE
           IF Windispo_trouve = 1
               DISPLAY "Période fermée : " Wmotif
               CLOSE fterrain
               CLOSE freservation
           ELSE
           MOVE terrain_saisi TO fr_numterrain
           MOVE heure_saisie TO fr_heure
           MOVE date_saisie TO fr_date
           READ freservation
           INVALID KEY
               IF global_role_user = 1 THEN
                   MOVE global_id_user TO id_utilisateur
               ELSE
                   DISPLAY "Entrez l'id de l'utilisateur de la réservation :"
                   ACCEPT id_utilisateur
               END-IF
               MOVE id_utilisateur TO Wuser_verif
               PERFORM VERIFIER_BLOCAGE
               IF Wbloque_trouve = 1
                   DISPLAY "Utilisateur bloqué pour absences répétées :"
                   DISPLAY "réservation refusée. Voir l'administrateur."
               ELSE
               DISPLAY "Location de matériel (Oui/Non) :"
               ACCEPT materiel
               MOVE terrain_saisi TO fr_numterrain
               MOVE heure_saisie TO fr_heure
               MOVE date_saisie TO fr_date
               MOVE id_utilisateur TO fr_numutilisateur
               MOVE materiel TO fr_materiel
               MOVE terrain_saisi TO Wterrain_calc
               MOVE heure_saisie TO Wheure_calc
               PERFORM DETERMINER_PRIX_CRENEAU
               MOVE Wprix_calcule TO fr_prix
               MOVE SPACE TO fr_presence
               MOVE 0 TO fr_numevent
               MOVE 0 TO fr_numequipe
               MOVE 0 TO fr_numcarnet
               WRITE tamp_freservation
               IF cr_freservation = "00"
                   DISPLAY "Réservation ajoutée avec succès."
                   PERFORM ENCAISSER_ACOMPTE_RESERVATION
                   IF materiel = "Oui" OR materiel = "oui"
                      OR materiel = "OUI"
                       PERFORM SAISIR_LOCATION_MATERIEL
                   END-IF
               ELSE
                   DISPLAY "Erreur lors de l'ajout de la réservation."
               END-IF
               END-IF
           NOT INVALID KEY
               DISPLAY "Crénaux déjà pris"
               DISPLAY "S'inscrire sur la liste d'attente de ce créneau (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   PERFORM INSCRIRE_LISTE_ATTENTE
               END-IF
           END-READ
           CLOSE fterrain
           CLOSE freservation
           END-IF.

       GERER_INDISPONIBILITES.
           PERFORM WITH TEST AFTER UNTIL choice = '0'
               DISPLAY "________________________________"
               DISPLAY "Gestion des indisponibilités"
               DISPLAY "________________________________"
               DISPLAY "1. Affichage des indisponibilités"
               DISPLAY "2. Ajout d'une indisponibilité"
               DISPLAY "3. Supprimer une indisponibilité"
               DISPLAY "0. Retour"
               DISPLAY "Entrez votre choix (0-3):"
               ACCEPT choice
               EVALUATE choice
                   WHEN '1'
                       PERFORM AFFICHER_INDISPONIBILITES
                   WHEN '2'
                       PERFORM AJOUT_INDISPONIBILITE
                   WHEN '3'
                       PERFORM SUPPRIMER_INDISPONIBILITE
                   WHEN '0'
                       DISPLAY " "
                   WHEN OTHER
                       DISPLAY "Choix invalide. Veuillez réessayer."
               END-EVALUATE
           END-PERFORM.

       AFFICHER_INDISPONIBILITES.
           DISPLAY "Indisponibilités enregistrées"
           DISPLAY "________________________________"
           OPEN INPUT findispo
           MOVE 1 TO WfinI
           PERFORM WITH TEST AFTER UNTIL WfinI = 0
               READ findispo NEXT
               AT END MOVE 0 TO WfinI
               NOT AT END
                   DISPLAY "Numéro : " fi_numindispo
                   IF fi_numterrain = 0
                       DISPLAY "Lieu entier : " fi_numlieu
                   ELSE
                       DISPLAY "Terrain : " fi_numterrain
                   END-IF
                   DISPLAY "Du " fi_jour_debut "/" fi_mois_debut "/"
                       fi_annee_debut " au " fi_jour_fin "/"
                       fi_mois_fin "/" fi_annee_fin
                   DISPLAY "Motif : " fi_motif
                   DISPLAY "________________________________"
               END-READ
           END-PERFORM
           CLOSE findispo.

       AJOUT_INDISPONIBILITE.
           DISPLAY "Ajout d'une indisponibilité"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Fermeture d'un terrain (T) ou du lieu entier (L) :"
               ACCEPT Wreponse
               IF Wreponse = "T" OR Wreponse = "t"
                   OPEN INPUT fterrain
                   PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                       DISPLAY "Numéro du terrain :"
                       ACCEPT WterrainI
                       MOVE WterrainI TO ft_numterrain
                       READ fterrain
                       INVALID KEY  DISPLAY "Terrain introuvable"
                                    MOVE 0 TO Wtrouve
                       NOT INVALID KEY MOVE 1 TO Wtrouve
                                    MOVE ft_numlieuT TO WlieuI
                       END-READ
                   END-PERFORM
                   CLOSE fterrain
               ELSE
                   IF Wreponse = "L" OR Wreponse = "l"
                       MOVE 0 TO WterrainI
                       OPEN INPUT flieu
                       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                           DISPLAY "Numéro du lieu :"
                           ACCEPT WlieuI
                           MOVE WlieuI TO fl_numlieu
                           READ flieu
                           INVALID KEY  DISPLAY "Lieu introuvable"
                                        MOVE 0 TO Wtrouve
                           NOT INVALID KEY MOVE 1 TO Wtrouve
                           END-READ
                       END-PERFORM
                       CLOSE flieu
                   ELSE
                       DISPLAY "Choix invalide. Veuillez réessayer."
                       MOVE 0 TO Wtrouve
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Date de début (JJMMAAAA) :"
           ACCEPT Wdate_debutI
           DISPLAY "Date de fin (JJMMAAAA) :"
           ACCEPT Wdate_finI
           DISPLAY "Motif :"
           ACCEPT WmotifI

           MOVE "INDISPONIBILITE" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumindispomax
           OPEN I-O findispo
           MOVE Wnumindispomax TO fi_numindispo
           MOVE WterrainI TO fi_numterrain
           MOVE WlieuI TO fi_numlieu
           MOVE Wdate_debutI TO fi_date_debut
           MOVE Wdate_finI TO fi_date_fin
           MOVE WmotifI TO fi_motif
           WRITE tamp_findispo
           IF cr_findispo = "00"
               DISPLAY "Indisponibilité enregistrée."
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Erreur lors de l'enregistrement de l'indisponibilité."
               MOVE 0 TO Wtrouve
           END-IF
           CLOSE findispo
           IF Wtrouve = 1
               PERFORM RELOGER_RESERVATIONS_FERMETURE
           END-IF.

       SUPPRIMER_INDISPONIBILITE.
           DISPLAY "Suppression d'une indisponibilité"
           DISPLAY "Numéro de l'indisponibilité :"
           OPEN I-O findispo
           ACCEPT Wnumindispomax
           MOVE Wnumindispomax TO fi_numindispo
           READ findispo
           INVALID KEY DISPLAY "Indisponibilité introuvable"
           NOT INVALID KEY
               DISPLAY "Du " fi_jour_debut "/" fi_mois_debut "/"
                   fi_annee_debut " au " fi_jour_fin "/" fi_mois_fin
                   "/" fi_annee_fin " - motif : " fi_motif
               DISPLAY "Confirmer la suppression (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   DELETE findispo
                   END-DELETE
                   DISPLAY "Indisponibilité supprimée"
               ELSE
                   DISPLAY "Suppression annulée"
               END-IF
           END-READ
           CLOSE findispo.

       RELOGER_RESERVATIONS_FERMETURE.
           DISPLAY "Réservations touchées par la fermeture"
           DISPLAY "________________________________"
           MOVE 0 TO Wrl_nb
           MOVE 0 TO Wrl_nb_deplacees
           MOVE 0 TO Wrl_nb_annulees
           MOVE 0 TO Wrl_nb_a_reprogrammer
           MOVE 0 TO Wrl_nb_inchangees
           MOVE 0 TO Wrl_nb_hors_liste
           COMPUTE Wrl_debut = WanneeDI * 10000
               + WmoisDI * 100 + WjourDI
           COMPUTE Wrl_fin = WanneeFI * 10000
               + WmoisFI * 100 + WjourFI
           COMPUTE Wrl_date_jour = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           OPEN INPUT fterrain
           OPEN INPUT freservation
           IF WterrainI > 0
               MOVE WterrainI TO Wrl_terrain_orig
               PERFORM COLLECTER_RESA_FERMETURE
           ELSE
               MOVE WlieuI TO ft_numlieuT
               START fterrain, KEY IS = ft_numlieuT
               INVALID KEY MOVE 0 TO WfinM2
               NOT INVALID KEY
                   MOVE 1 TO WfinM2
                   PERFORM WITH TEST AFTER UNTIL WfinM2 = 0
                       READ fterrain NEXT
                       AT END MOVE 0 TO WfinM2
                       NOT AT END
                           IF ft_numlieuT NOT = WlieuI
                               MOVE 0 TO WfinM2
                           ELSE
                               MOVE ft_numterrain TO Wrl_terrain_orig
                               PERFORM COLLECTER_RESA_FERMETURE
                           END-IF
                       END-READ
                   END-PERFORM
               END-START
           END-IF
           CLOSE freservation
           CLOSE fterrain

           OPEN EXTEND frapport_ferm
           IF cr_frapport_ferm=35 THEN
               OPEN OUTPUT frapport_ferm
           END-IF
           OPEN EXTEND fcourrier_ferm
           IF cr_fcourrier_ferm=35 THEN
               OPEN OUTPUT fcourrier_ferm
           END-IF
           MOVE SPACES TO Wligne_fermeture
           IF WterrainI > 0
               STRING "FERMETURE;" Wnumindispomax ";TERRAIN;" WterrainI
                   ";LIEU;" WlieuI ";DU;" WjourDI "/" WmoisDI "/"
                   WanneeDI ";AU;" WjourFI "/" WmoisFI "/" WanneeFI
                   ";" WmotifI
                   DELIMITED BY SIZE INTO Wligne_fermeture
           ELSE
               STRING "FERMETURE;" Wnumindispomax ";LIEU ENTIER;" WlieuI
                   ";DU;" WjourDI "/" WmoisDI "/" WanneeDI
                   ";AU;" WjourFI "/" WmoisFI "/" WanneeFI
                   ";" WmotifI
                   DELIMITED BY SIZE INTO Wligne_fermeture
           END-IF
           WRITE tamp_frapport_ferm FROM Wligne_fermeture
           IF Wrl_nb > 0
               OPEN I-O freservation
               OPEN INPUT fterrain
               MOVE 1 TO Wrl_idx
               PERFORM WITH TEST AFTER UNTIL Wrl_idx > Wrl_nb
                   PERFORM TRAITER_RESA_FERMETURE
                   ADD 1 TO Wrl_idx
               END-PERFORM
               CLOSE fterrain
               CLOSE freservation
           END-IF
           IF Wrl_nb_hors_liste > 0
               ADD Wrl_nb_hors_liste TO Wrl_nb_inchangees
               MOVE SPACES TO Wligne_fermeture
               STRING "NON TRAITEES (LIMITE DE 500 ATTEINTE);"
                   Wrl_nb_hors_liste
                   DELIMITED BY SIZE INTO Wligne_fermeture
               WRITE tamp_frapport_ferm FROM Wligne_fermeture
           END-IF
           MOVE SPACES TO Wligne_fermeture
           STRING "TOTAL;DEPLACEES;" Wrl_nb_deplacees
               ";ANNULEES;" Wrl_nb_annulees
               ";A REPROGRAMMER;" Wrl_nb_a_reprogrammer
               ";INCHANGEES;" Wrl_nb_inchangees
               DELIMITED BY SIZE INTO Wligne_fermeture
           WRITE tamp_frapport_ferm FROM Wligne_fermeture
           CLOSE fcourrier_ferm
           CLOSE frapport_ferm
           DISPLAY "________________________________"
           DISPLAY "Réservations déplacées : " Wrl_nb_deplacees
           DISPLAY "Réservations annulées : " Wrl_nb_annulees
           DISPLAY "Rencontres à reprogrammer : " Wrl_nb_a_reprogrammer
           DISPLAY "Réservations inchangées : " Wrl_nb_inchangees
           DISPLAY "Rapport dans fermetures_rapport.dat"
           IF Wrl_nb_annulees > 0
               DISPLAY "Courriers dans fermetures_courrier.dat"
           END-IF
           DISPLAY "________________________________".

       COLLECTER_RESA_FERMETURE.
           MOVE Wrl_terrain_orig TO fr_numterrain
           START freservation, KEY IS = fr_numterrain
           INVALID KEY MOVE 0 TO WfinfinS
           NOT INVALID KEY
               MOVE 1 TO WfinfinS
               PERFORM WITH TEST AFTER UNTIL WfinfinS = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO WfinfinS
                   NOT AT END
                       IF fr_numterrain NOT = Wrl_terrain_orig
                           MOVE 0 TO WfinfinS
                       ELSE
                           COMPUTE Wrl_date_res = fr_annee * 10000
                               + fr_mois * 100 + fr_jour
                           IF Wrl_date_res >= Wrl_debut AND
                              Wrl_date_res <= Wrl_fin
                               IF Wrl_nb < 500
                                   ADD 1 TO Wrl_nb
                                   MOVE tamp_freservation
                                       TO Wrl_resa(Wrl_nb)
                               ELSE
                                   ADD 1 TO Wrl_nb_hors_liste
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START.

       TRAITER_RESA_FERMETURE.
           MOVE Wrl_resa(Wrl_idx) TO W_freservation
           MOVE terrain_saisi TO Wrl_terrain_orig
           PERFORM RECHERCHER_RENCONTRE_CRENEAU
           MOVE 0 TO Wrl_nouveau_terrain
           COMPUTE Wrl_date_res = annee_saisie * 10000
               + mois_saisi * 100 + jour_saisi
           MOVE mois_saisi TO Wmois_controle_mm
           MOVE annee_saisie TO Wmois_controle_aaaa
           PERFORM VERIFIER_PERIODE_CLOSE
           IF Wrl_date_res < Wrl_date_jour OR Wperiode_close = 1
               MOVE "INCHANGEE" TO Wrl_statut
               ADD 1 TO Wrl_nb_inchangees
           ELSE
               PERFORM CHERCHER_TERRAIN_RELOGEMENT
               IF Wrl_nouveau_terrain > 0
                   PERFORM DEPLACER_RESA_FERMETURE
               ELSE
                   IF event_saisi > 0
                       MOVE "INCHANGEE EVENEMENT" TO Wrl_statut
                       ADD 1 TO Wrl_nb_inchangees
                       DISPLAY "Evénement " event_saisi
                           " : créneau à revoir avec l'organisateur"
                       OPEN INPUT fevent
                       MOVE event_saisi TO fe_numevent
                       READ fevent
                       INVALID KEY
                           DISPLAY "Evénement " event_saisi
                               " introuvable : organisateur non prévenu"
                       NOT INVALID KEY
                           MOVE "A REPROGRAMMER" TO Wavis_type
                           MOVE fe_numutilisateur TO Wavis_utilisateur
                           MOVE Wrl_lieu TO Wavis_lieu
                           MOVE 0 TO Wavis_prix
                           PERFORM GENERER_AVIS
                           MOVE "E" TO Wrl_courrier
                           MOVE fe_numutilisateur TO Wrl_destinataire
                           PERFORM ECRIRE_COURRIER_FERMETURE
                       END-READ
                       CLOSE fevent
                   ELSE
                       IF Wcp_rencontre_liee = 1
                           PERFORM REPORTER_RESA_FERMETURE
                       ELSE
                           PERFORM ANNULER_RESA_FERMETURE
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Wligne_fermeture
           STRING jour_saisi "/" mois_saisi "/" annee_saisie ";"
               heure_saisie "h;TERRAIN;" Wrl_terrain_orig
               ";UTILISATEUR;" id_utilisateur ";EQUIPE;" equipe_saisie
               ";" Wrl_statut DELIMITED BY "  "
               ";NOUVEAU TERRAIN;" Wrl_nouveau_terrain
               ";PRIX;" Wprix_saisie
               DELIMITED BY SIZE INTO Wligne_fermeture
           WRITE tamp_frapport_ferm FROM Wligne_fermeture.

       CHERCHER_TERRAIN_RELOGEMENT.
           MOVE 0 TO Wrl_nouveau_terrain
           MOVE 0 TO Wrl_lieu
           MOVE SPACES TO Wrl_type
           MOVE Wrl_terrain_orig TO ft_numterrain
           READ fterrain
           INVALID KEY DISPLAY "Terrain " Wrl_terrain_orig " introuvable"
           NOT INVALID KEY
               MOVE ft_type TO Wrl_type
               MOVE ft_numlieuT TO Wrl_lieu
           END-READ
           IF Wrl_lieu > 0
               MOVE Wrl_lieu TO ft_numlieuT
               START fterrain, KEY IS = ft_numlieuT
               INVALID KEY MOVE 0 TO Wfinfin
               NOT INVALID KEY
                   MOVE 1 TO Wfinfin
                   PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                       READ fterrain NEXT
                       AT END MOVE 0 TO Wfinfin
                       NOT AT END
                           IF ft_numlieuT NOT = Wrl_lieu
                               MOVE 0 TO Wfinfin
                           ELSE
                               IF ft_numterrain NOT = Wrl_terrain_orig AND
                                  ft_type = Wrl_type
                                   PERFORM CONTROLER_TERRAIN_RELOGEMENT
                                   IF Wrl_nouveau_terrain > 0
                                       MOVE 0 TO Wfinfin
                                   END-IF
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
               END-START
           END-IF
           MOVE Wrl_terrain_orig TO terrain_saisi.

       CONTROLER_TERRAIN_RELOGEMENT.
           MOVE ft_numterrain TO terrain_saisi
           PERFORM CONTROLER_CRENEAU_BATCH
           IF Wcreneau_ok = 1
               PERFORM VERIFIER_INDISPONIBILITE
               IF Windispo_trouve = 0
                   MOVE terrain_saisi TO fr_numterrain
                   MOVE heure_saisie TO fr_heure
                   MOVE date_saisie TO fr_date
                   READ freservation
                   INVALID KEY MOVE ft_numterrain TO Wrl_nouveau_terrain
                   END-READ
               END-IF
           END-IF.

       DEPLACER_RESA_FERMETURE.
           MOVE Wrl_nouveau_terrain TO terrain_saisi
           IF event_saisi = 0 AND carnet_saisi = 0 AND
              Wcp_rencontre_liee = 0
               MOVE terrain_saisi TO Wterrain_calc
               MOVE heure_saisie TO Wheure_calc
               PERFORM DETERMINER_PRIX_CRENEAU
               MOVE Wprix_calcule TO Wprix_saisie
           END-IF
           WRITE tamp_freservation FROM W_freservation
           IF cr_freservation = "00"
               MOVE Wrl_terrain_orig TO fr_numterrain
               MOVE heure_saisie TO fr_heure
               MOVE date_saisie TO fr_date
               DELETE freservation
               END-DELETE
               PERFORM DEPLACER_LOCATIONS_FERMETURE
               IF Wcp_rencontre_liee = 1
                   PERFORM DEPLACER_RENCONTRE_CRENEAU
               END-IF
               MOVE "DEPLACEE" TO Wrl_statut
               ADD 1 TO Wrl_nb_deplacees
               DISPLAY "Réservation du " jour_saisi "/" mois_saisi "/"
                   annee_saisie " à " heure_saisie "h déplacée du terrain "
                   Wrl_terrain_orig " vers le terrain " terrain_saisi
               MOVE "RELOGEMENT" TO Wavis_type
               MOVE id_utilisateur TO Wavis_utilisateur
               MOVE Wrl_lieu TO Wavis_lieu
               MOVE Wprix_saisie TO Wavis_prix
               PERFORM GENERER_AVIS
           ELSE
               MOVE Wrl_terrain_orig TO terrain_saisi
               MOVE 0 TO Wrl_nouveau_terrain
               MOVE "INCHANGEE ERREUR" TO Wrl_statut
               ADD 1 TO Wrl_nb_inchangees
               DISPLAY "Erreur lors du déplacement de la réservation."
           END-IF.

       DEPLACER_LOCATIONS_FERMETURE.
           OPEN I-O flocation
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               MOVE Wrl_terrain_orig TO flo_numterrain
               MOVE heure_saisie TO flo_heure
               MOVE date_saisie TO flo_date
               MOVE SPACES TO flo_article
               START flocation, KEY IS >= flo_cle
               INVALID KEY MOVE 0 TO WfinM
               NOT INVALID KEY
                   READ flocation NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF flo_numterrain = Wrl_terrain_orig AND
                          flo_heure = heure_saisie AND
                          flo_date = date_saisie
                           MOVE Wrl_nouveau_terrain TO flo_numterrain
                           WRITE tamp_flocation
                           IF cr_flocation = "00"
                               MOVE Wrl_terrain_orig TO flo_numterrain
                               DELETE flocation
                               END-DELETE
                               DISPLAY "Location de matériel déplacée : "
                                   flo_article
                           ELSE
                               DISPLAY "Erreur lors du déplacement de la location : "
                                   flo_article
                               MOVE 0 TO WfinM
                           END-IF
                       ELSE
                           MOVE 0 TO WfinM
                       END-IF
                   END-READ
               END-START
           END-PERFORM
           CLOSE flocation.

       ANNULER_RESA_FERMETURE.
           MOVE Wrl_terrain_orig TO terrain_saisi
           MOVE terrain_saisi TO fr_numterrain
           MOVE heure_saisie TO fr_heure
           MOVE date_saisie TO fr_date
           DELETE freservation
           END-DELETE
           IF cr_freservation NOT = "00"
               MOVE "INCHANGEE ERREUR" TO Wrl_statut
               ADD 1 TO Wrl_nb_inchangees
               DISPLAY "Erreur lors de l'annulation de la réservation."
           ELSE
               MOVE "ANNULEE" TO Wrl_statut
               ADD 1 TO Wrl_nb_annulees
               DISPLAY "Réservation du " jour_saisi "/" mois_saisi "/"
                   annee_saisie " à " heure_saisie "h (terrain "
                   terrain_saisi ") annulée : aucun terrain équivalent libre"
               PERFORM SUPPRIMER_LOCATIONS_CRENEAU
               MOVE 0 TO Wg_acompte
               OPEN INPUT ftarif
               MOVE terrain_saisi TO fg_numterrain
               READ ftarif
               INVALID KEY DISPLAY " "
               NOT INVALID KEY
                   MOVE fg_acompte_pourcent TO Wg_acompte
               END-READ
               CLOSE ftarif
               COMPUTE Wacompte_theorique =
                   Wprix_saisie * Wg_acompte / 100
               PERFORM RECHERCHER_ACOMPTE_VERSE
               MOVE 0 TO Wavoir_montant
               IF Wnum_acompte > 0
                   PERFORM ANNULER_ACOMPTE_VERSE
                   MOVE Wacompte TO Wavoir_montant
                   MOVE "FERMETURE TERRAIN" TO Wavoir_motif
                   PERFORM CREER_AVOIR
               END-IF
               IF carnet_saisi > 0
                   MOVE carnet_saisi TO Wca_numcarnet
                   PERFORM RENDRE_SEANCE_CARNET
               END-IF
               MOVE 0 TO Wan_frais
               MOVE Wrl_lieu TO Wan_lieu
               MOVE "FERMETURE" TO Wan_motif
               PERFORM JOURNALISER_ANNULATION
               MOVE "FERMETURE" TO Wavis_type
               MOVE id_utilisateur TO Wavis_utilisateur
               MOVE Wrl_lieu TO Wavis_lieu
               MOVE Wprix_saisie TO Wavis_prix
               PERFORM GENERER_AVIS
               MOVE "A" TO Wrl_courrier
               MOVE id_utilisateur TO Wrl_destinataire
               PERFORM ECRIRE_COURRIER_FERMETURE
           END-IF.

       REPORTER_RESA_FERMETURE.
           PERFORM REPORTER_RENCONTRE_CORE
           IF Wcp_terrain > 0
               MOVE "REPORTEE" TO Wrl_statut
               MOVE Wcp_terrain TO Wrl_nouveau_terrain
               ADD 1 TO Wrl_nb_deplacees
           ELSE
               MOVE "A REPROGRAMMER" TO Wrl_statut
               ADD 1 TO Wrl_nb_a_reprogrammer
           END-IF.

       ECRIRE_COURRIER_FERMETURE.
           OPEN INPUT futilisateur
           MOVE Wrl_destinataire TO fu_numutilisateur
           READ futilisateur
           INVALID KEY
               MOVE SPACES TO fu_nom
               MOVE SPACES TO fu_prenom
           END-READ
           CLOSE futilisateur
           MOVE ALL "=" TO Wligne_fermeture
           WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           IF Wrl_courrier = "E"
               MOVE "EVENEMENT A REPROGRAMMER - FERMETURE DU TERRAIN"
                   TO Wligne_fermeture
           ELSE
               MOVE "ANNULATION DE RESERVATION - FERMETURE DU TERRAIN"
                   TO Wligne_fermeture
           END-IF
           WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           MOVE SPACES TO Wligne_fermeture
           STRING "Destinataire : " fu_prenom " " fu_nom
               " (utilisateur " Wrl_destinataire ")"
               DELIMITED BY SIZE INTO Wligne_fermeture
           WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           MOVE SPACES TO Wligne_fermeture
           STRING "Réservation du " jour_saisi "/" mois_saisi "/"
               annee_saisie " à " heure_saisie "h00 - terrain "
               terrain_saisi
               DELIMITED BY SIZE INTO Wligne_fermeture
           WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           MOVE SPACES TO Wligne_fermeture
           STRING "Motif de la fermeture : " WmotifI
               DELIMITED BY SIZE INTO Wligne_fermeture
           WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           IF Wrl_courrier = "E"
               MOVE SPACES TO Wligne_fermeture
               STRING "Aucun terrain équivalent n'est libre pour l'événement "
                   event_saisi " : merci de nous contacter."
                   DELIMITED BY SIZE INTO Wligne_fermeture
               WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
               MOVE "Votre réservation est maintenue en attendant un nouveau créneau."
                   TO Wligne_fermeture
               WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           ELSE
               MOVE "Aucun terrain équivalent n'est libre sur ce créneau : votre réservation est annulée."
                   TO Wligne_fermeture
               WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
               MOVE SPACES TO Wligne_fermeture
               IF Wavoir_montant > 0
                   STRING "Acompte remboursé par l'avoir n° " Wnumavoirmax
                       " : " Wavoir_montant
                       DELIMITED BY SIZE INTO Wligne_fermeture
               ELSE
                   MOVE "Aucun acompte n'avait été versé sur cette réservation."
                       TO Wligne_fermeture
               END-IF
               WRITE tamp_fcourrier_ferm FROM Wligne_fermeture
           END-IF
           MOVE SPACES TO Wligne_fermeture
           STRING "Courrier émis le " WS-CURRENT-DAY "/"
               WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO Wligne_fermeture
           WRITE tamp_fcourrier_ferm FROM Wligne_fermeture.

       AJOUT_LIEU.
           OPEN I-O flieu
           MOVE 1 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
                   DISPLAY "Numero du lieu: "
                   ACCEPT Wnumlieu
                   MOVE Wnumlieu TO fl_numlieu
                   READ flieu
                   INVALID KEY  DISPLAY " "
                                MOVE Wnumlieu TO fl_numlieu
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY DISPLAY "Numéro déjà utilisé"
                   END-READ
           END-PERFORM

           OPEN INPUT futilisateur
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de l'utilisateur : "
               ACCEPT Wgerant
               MOVE Wgerant TO fu_numutilisateur
               READ futilisateur
               INVALID KEY  DISPLAY "Utilisateur introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY 
                            MOVE Wgerant TO fl_gerant
                            MOVE 1 TO Wtrouve         
               END-READ
           END-PERFORM
           CLOSE futilisateur
    

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Adresse du lieu : "
               ACCEPT Wadresse
               MOVE Wadresse TO fl_adresse
               READ flieu KEY IS fl_adresse
               INVALID KEY DISPLAY " " 
                       MOVE 1 TO Wtrouve
               NOT INVALID KEY 
                       IF Wadresse = fl_adresse
                            MOVE 1 TO Wtrouve
                       ELSE 
                       DISPLAY "Adresse non libre"     
                       MOVE 0 TO Wtrouve
                       END-IF  
               END-READ
           END-PERFORM     

           DISPLAY "Nombre de terrain pour le lieu : "
           ACCEPT Wterrain_existant
           DISPLAY "Taux de commission sur le chiffre d'affaires (%) : "
           ACCEPT Wcommission

           MOVE Wadresse TO fl_adresse
           MOVE Wterrain_existant TO fl_terrain_existant

           MOVE W_flieu TO tamp_flieu
       
           WRITE tamp_flieu
           END-WRITE
           IF cr_flieu = "00"
               DISPLAY "Lieu ajoutée avec succès."
           ELSE
               DISPLAY "Erreur lors de l'ajout du lieu. Gérant appartenant déja à un lieu"   
           CLOSE flieu.

       AFFICHAGE_LIEU.
           OPEN INPUT flieu
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin=0
                    READ flieu NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                       DISPLAY "Numéro : "fl_numlieu
                       DISPLAY "Gérant : "fl_gerant
                       DISPLAY "Adresse : "fl_adresse
                       DISPLAY "Nombre de terrain : "fl_terrain_existant
                       DISPLAY "Commission : "fl_commission" %"
                       DISPLAY "________________________________"
                    END-READ
           END-PERFORM
           CLOSE flieu.

       MODIF-LIEU.
           OPEN I-O flieu
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro du lieu à modifier : "
               ACCEPT Wnumlieu
               MOVE Wnumlieu TO fl_numlieu
               READ flieu
               INVALID KEY  DISPLAY "Lieu introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
    
           IF Wtrouve = 1

           OPEN I-O futilisateur
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de l'utilisateur : "
               ACCEPT Wgerant
               MOVE Wgerant TO fu_numutilisateur
               READ futilisateur
               INVALID KEY  DISPLAY "Utilisateur introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
           CLOSE futilisateur
           
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Nouvelle adresse (ville) : ( actuel "fl_adresse" )"
               ACCEPT Wadresse
               MOVE Wadresse TO fl_adresse
               READ flieu KEY IS fl_adresse
               INVALID KEY DISPLAY " " 
                       MOVE 1 TO Wtrouve
               NOT INVALID KEY 
                       IF Wadresse = fl_adresse
                            MOVE 1 TO Wtrouve
                       ELSE 
                       DISPLAY "Adresse non libre"     
                       MOVE 0 TO Wtrouve
                       END-IF  
               END-READ
           END-PERFORM    
           DISPLAY "Nouveau nombre de terrain : ( actuel "
           fl_terrain_existant" )"
           ACCEPT Wterrain_existant
           DISPLAY "Nouveau taux de commission (%) : ( actuel "
           fl_commission" )"
           ACCEPT Wcommission

           MOVE Wgerant TO fl_gerant
           Move Wadresse TO fl_adresse
           MOVE Wterrain_existant TO fl_terrain_existant

           REWRITE tamp_flieu FROM W_flieu
           IF cr_flieu = "00"
           DISPLAY "Lieu modifié avec succès."
           ELSE
               DISPLAY "Erreur lors de la mise à jour du lieu. Gérant appartenant déja à un lieu ou "   
           END-IF
           CLOSE flieu.

       SUPPRIMER_LIEU.
           open I-O flieu
           display "Suppression d'un lieu"
           accept Wnumlieu
           MOVE Wnumlieu TO fl_numlieu
           MOVE 0 TO Wtrouve
           perform with test after until Wtrouve = 1
               read flieu
                   INVALID KEY move 1 to Wtrouve
                        display "Lieu introuvable"
                   NOT INVALID KEY
                       display "Lieu trouvé"
                       display fl_gerant " " fl_adresse " " fl_terrain_existant
                       display "Confirmer suppression lieu ? (O/N)"
                       accept Wreponse
                       if Wreponse = "O" or Wreponse = "o"
                            OPEN I-O fterrain
                            MOVE 0 TO Wfin
                            MOVE fl_numlieu TO ft_numlieuT
                            START fterrain,KEY IS = ft_numlieuT
                            INVALID KEY DISPLAY "PAS DE TERRAINS"
                            NOT INVALID KEY
                                perform with test after until Wfin = 1
                                   read fterrain NEXT
                                    AT END move 1 to Wfin
                                        display "Aucuns terrains associés"
                                    NOT AT END         
                                        display "Terrain trouvé"
                                           OPEN I-O freservation
                                                MOVE ft_numterrain to fr_numterrain
                                                START freservation, KEY IS = fr_numterrain
                                                INVALID KEY DISPLAY 'Pas de réservation sur le terrain : ' ft_numterrain
                                                NOT INVALID KEY
                                                    PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                                                        READ freservation NEXT
                                                        AT END DISPLAY " "
                                                            MOVE 0 TO Wfinfin
                                                        NOT AT END 
                                                            IF ft_numterrain = fr_numterrain
                                                               DISPLAY "Numéro : "fr_numterrain
                                                               DISPLAY "Num Utilisateur : "fr_numutilisateur
                                                               DISPLAY "Date : "fr_date
                                                               DISPLAY "Crénaux : "fr_heure
                                                               DISPLAY "Matériel : "fr_materiel
                                                               DISPLAY "Prix : "fr_prix
                                                               DISPLAY "________________________________"
                                                               delete freservation
                                                            END-IF
                                                        END-READ
                                                    END-PERFORM
                                                END-START
                                                CLOSE freservation
                                           delete fterrain
                                           display "Terrain et reservation supprimés "
                                       move 1 to Wtrouve
                                   end-read
                                END-PERFORM
                            END-START
                            close fterrain   
                           delete flieu
                           display "Lieu supprimé"
                       else
                           display "Suppression annulée"
                       end-if
                       move 1 to Wtrouve
               end-read
           end-perform
           close flieu.

       AJOUT_TERRAIN.
           OPEN I-O fterrain
           IF global_role_user = 2
           OPEN INPUT flieu
           MOVE global_id_user TO fl_gerant
           READ flieu NEXT
           AT END DISPLAY "Gérant au chomage"
           NOT AT END 
                MOVE fl_numlieu TO WnumlieuT
                MOVE WnumlieuT TO ft_numlieuT
           END-READ
           CLOSE flieu
           ELSE
           OPEN I-O flieu
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de lieu : "
               ACCEPT WnumlieuT
               MOVE WnumlieuT TO fl_numlieu
               READ flieu
               INVALID KEY  DISPLAY "Lieu introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
                           MOVE WnumlieuT TO ft_numlieuT
               END-READ
           END-PERFORM
           CLOSE flieu
           END-IF
     
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
                   DISPLAY "Numero du terrain :"
                   ACCEPT Wnumterrain
                   MOVE Wnumterrain TO ft_numterrain
                   READ fterrain
                   INVALID KEY  DISPLAY " "
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY DISPLAY "Numéro déjà utilisé"
                                   MOVE 1 TO Wtrouve
                   END-READ
           END-PERFORM

        
           DISPLAY "Longueur : "
           ACCEPT Wlongueur
           DISPLAY "Largeur : "
           ACCEPT Wlargeur
           PERFORM AFFICHER_TYPES_TERRAIN
           PERFORM VALIDER_TYPE_TERRAIN
           DISPLAY "Prix : "
           ACCEPT Wprix
           DISPLAY "Couvert (O/N) : "
           ACCEPT Wcouvert

           MOVE Wlongueur to ft_longueur
           MOVE Wlargeur to ft_largeur
           MOVE Wtype to ft_type
           MOVE Wprix to ft_prix
           MOVE Wcouvert to ft_couvert 
       
           MOVE W_fterrain to tamp_fterrain
           WRITE tamp_fterrain
           END-WRITE
           CLOSE fterrain.


       AFFICHAGE_TERRAIN.
           OPEN INPUT fterrain
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin=0
                   READ fterrain NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       DISPLAY "Numéro : "ft_numterrain
                       DISPLAY "Lieu : "ft_numlieuT
                       DISPLAY "Longueur : "ft_longueur
                       DISPLAY "Largeur : "ft_largeur
                       DISPLAY "Type : "ft_type
                       DISPLAY "Prix : "ft_prix
                       DISPLAY "Couvert : "ft_couvert
                       DISPLAY "________________________________"
                   END-READ
           END-PERFORM
           CLOSE fterrain.

       AFFICHAGE_TERRAIN_GERANT.
       OPEN INPUT flieu
           MOVE global_id_user TO fl_gerant
           READ flieu NEXT
           AT END DISPLAY "Gérant au chomage"
           NOT AT END 
                MOVE fl_numlieu TO Wnumlieu
                OPEN INPUT fterrain
                MOVE Wnumlieu TO ft_numlieuT
                MOVE 1 TO Wfin
                START fterrain, KEY IS = ft_numlieuT
                INVALID KEY DISPLAY "Le gérant est associé à un lieu sans terrain"
                NOT INVALID KEY
                    DISPLAY " "
                    DISPLAY "________________________________"
                    DISPLAY "Adresse du lieu : "fl_adresse
                    DISPLAY "Identifiant du lieu : " ft_numlieuT
                    DISPLAY "________________________________"
                    DISPLAY " "
                    PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        READ fterrain NEXT 
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF ft_numlieuT = fl_numlieu
                               DISPLAY "Numéro : "ft_numterrain
                               DISPLAY "Lieu : "ft_numlieuT
                               DISPLAY "Longueur : "ft_longueur
                               DISPLAY "Largeur : "ft_largeur
                               DISPLAY "Type : "ft_type
                               DISPLAY "Prix : "ft_prix
                               DISPLAY "Couvert : "ft_couvert
                               DISPLAY "________________________________"   
                            END-IF
                        END-READ
                    END-PERFORM
                END-START
           END-READ
           CLOSE fterrain
           CLOSE flieu. 

       MON_LIEU.
           OPEN I-O flieu
           MOVE global_id_user TO fl_gerant
           START flieu, KEY IS = fl_gerant
           INVALID KEY DISPLAY "Gérant au chomage"
           NOT INVALID KEY
               READ flieu NEXT
               AT END DISPLAY "Gérant au chomage"
               NOT AT END
                IF fl_gerant NOT = global_id_user
                    DISPLAY "Gérant au chomage"
                ELSE
                DISPLAY " "
                DISPLAY "________________________________"
                DISPLAY "Numéro : "fl_numlieu
                DISPLAY "Adresse : "fl_adresse
                DISPLAY "Nombre de terrain : "fl_terrain_existant
                DISPLAY "________________________________"
                DISPLAY " "
                DISPLAY "Modifier ce lieu (O/N) :"
                ACCEPT Wreponse
                IF Wreponse = "O" OR Wreponse = "o"
                    DISPLAY "Nouvelle adresse : ( actuelle " fl_adresse" )"
                    ACCEPT Wadresse
                    DISPLAY "Nouveau nombre de terrain : ( actuel " fl_terrain_existant" )"
                    ACCEPT Wterrain_existant

                    MOVE Wadresse TO fl_adresse
                    MOVE Wterrain_existant TO fl_terrain_existant

                    REWRITE tamp_flieu
                    IF cr_flieu = "00"
                        DISPLAY "Lieu modifié avec succès."
                    ELSE
                        DISPLAY "Erreur lors de la modification du lieu."
                    END-IF
                END-IF
                END-IF
               END-READ
           END-START
           CLOSE flieu.

       MODIFIER_TERRAIN.
           OPEN I-O fterrain
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro du terrain à modifier : "
               ACCEPT Wnumterrain
               MOVE Wnumterrain TO ft_numterrain
               READ fterrain
               INVALID KEY  DISPLAY "Terrain introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
    
           IF Wtrouve = 1
           OPEN I-O flieu
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de lieu : "
               ACCEPT WnumlieuT
               MOVE WnumlieuT TO fl_numlieu
               READ flieu
               INVALID KEY  DISPLAY "Lieu introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
                           MOVE WnumlieuT TO ft_numlieuT
               END-READ
           END-PERFORM
           CLOSE flieu
            
           DISPLAY "Nouvelle longueur : (actuelle " ft_longueur")"
           ACCEPT Wlongueur
           DISPLAY "Nouvelle largeur : (actuelle " ft_largeur")"
           ACCEPT Wlargeur
           DISPLAY "Nouveau type : (actuel " ft_type")"
           PERFORM AFFICHER_TYPES_TERRAIN
           PERFORM VALIDER_TYPE_TERRAIN
           DISPLAY "Nouveau prix : (actuel " ft_prix")"
           ACCEPT Wprix
           DISPLAY "Couvert (O/N) : (actuel " ft_couvert")"
           ACCEPT Wcouvert

           MOVE Wlongueur TO ft_longueur
           MOVE Wlargeur TO ft_largeur
           MOVE Wtype TO ft_type
           Move Wprix TO ft_prix
           MOVE Wcouvert TO ft_couvert
    
           REWRITE tamp_fterrain FROM W_fterrain
           DISPLAY "Terrain modifié avec succès"
           END-IF
           CLOSE fterrain.

       SUPPRIMER_TERRAIN.
           open I-O fterrain
           display "Suppression d'un terrain"
           DISPLAY "Numéro de terrain : "
           accept Wnumterrain
           MOVE 0 TO Wtrouve
           MOVE Wnumterrain TO ft_numterrain
           perform with test after until Wtrouve = 1
               read fterrain
                    INVALID KEY move 1 to Wtrouve
                        display "Terrain incorrect"
                    NOT INVALID KEY         
                        display "Terrain trouvé"
                        display "Confirmer suppression terrain ? (O/N)"
                        accept Wreponse
                        if Wreponse = "O" or Wreponse = "o"
                           OPEN I-O freservation
                                MOVE Wnumterrain to fr_numterrain
                                START freservation, KEY IS = fr_numterrain
                                INVALID KEY DISPLAY 'Pas de réservation sur le terrain : ' ft_numterrain
                                NOT INVALID KEY
                                    PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                                        READ freservation NEXT
                                        AT END DISPLAY " "
                                            MOVE 0 TO Wfinfin
                                        NOT AT END 
                                            IF ft_numterrain = fr_numterrain
                                               DISPLAY "Numéro : "fr_numterrain
                                               DISPLAY "Num Utilisateur : "fr_numutilisateur
                                               DISPLAY "Date : "fr_date
                                               DISPLAY "Crénaux : "fr_heure
                                               DISPLAY "Matériel : "fr_materiel
                                               DISPLAY "Prix : "fr_prix
                                               DISPLAY "________________________________"
                                               delete freservation
                                            END-IF
                                        END-READ
                                    END-PERFORM
                                END-START
                                CLOSE freservation
                           delete fterrain
                           display "Terrain et reservation supprimés "
                       else
                           display "Suppression annulée"
                       end-if
                       move 1 to Wtrouve
               end-read
           end-perform
           close fterrain.

       GERER_TYPES_TERRAIN.
           PERFORM WITH TEST AFTER UNTIL choice = '0'
               DISPLAY "________________________________"
               DISPLAY "Table de référence des types de terrain"
               DISPLAY "________________________________"
               DISPLAY "1. Affichage des types"
               DISPLAY "2. Ajout d'un type"
               DISPLAY "3. Supprimer un type"
               DISPLAY "0. Retour"
               DISPLAY "Entrez votre choix (0-3):"
               ACCEPT choice
               EVALUATE choice
                   WHEN '1'
                       PERFORM AFFICHER_TYPES_TERRAIN
                   WHEN '2'
                       PERFORM AJOUT_TYPE_TERRAIN
                   WHEN '3'
                       PERFORM SUPPRIMER_TYPE_TERRAIN
                   WHEN '0'
                       DISPLAY " "
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       AFFICHER_TYPES_TERRAIN.
           DISPLAY "Types de terrain autorisés :"
           OPEN INPUT ftypeterrain
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ ftypeterrain NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   DISPLAY " - " fty_libelle
               END-READ
           END-PERFORM
           CLOSE ftypeterrain.

       AJOUT_TYPE_TERRAIN.
           DISPLAY "Libellé du nouveau type :"
           ACCEPT Wtype
           OPEN I-O ftypeterrain
           MOVE Wtype TO fty_libelle
           READ ftypeterrain
           INVALID KEY
               MOVE Wtype TO fty_libelle
               WRITE tamp_ftypeterrain
               IF cr_ftypeterrain = "00"
                   DISPLAY "Type ajouté à la table de référence."
               ELSE
                   DISPLAY "Erreur lors de l'ajout du type."
               END-IF
           NOT INVALID KEY
               DISPLAY "Type déjà présent dans la table."
           END-READ
           CLOSE ftypeterrain.

       SUPPRIMER_TYPE_TERRAIN.
           DISPLAY "Libellé du type à supprimer :"
           ACCEPT Wtype
           OPEN I-O ftypeterrain
           MOVE Wtype TO fty_libelle
           READ ftypeterrain
           INVALID KEY DISPLAY "Type introuvable"
           NOT INVALID KEY
               MOVE 0 TO Wtype_cpt
               OPEN INPUT fterrain
               MOVE 1 TO WfinM
               PERFORM WITH TEST AFTER UNTIL WfinM = 0
                   READ fterrain NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF ft_type = Wtype
                           ADD 1 TO Wtype_cpt
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fterrain
               IF Wtype_cpt > 0
                   DISPLAY "Type utilisé par " Wtype_cpt
                       " terrains : suppression refusée."
               ELSE
                   DISPLAY "Confirmer suppression du type ? (O/N)"
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o"
                       DELETE ftypeterrain
                       END-DELETE
                       DISPLAY "Type supprimé"
                   ELSE
                       DISPLAY "Suppression annulée"
                   END-IF
               END-IF
           END-READ
           CLOSE ftypeterrain.

       VALIDER_TYPE_TERRAIN.
           OPEN INPUT ftypeterrain
           MOVE 0 TO Wtype_valide
           PERFORM WITH TEST AFTER UNTIL Wtype_valide = 1
               DISPLAY "Type : "
               ACCEPT Wtype
               MOVE Wtype TO fty_libelle
               READ ftypeterrain
               INVALID KEY DISPLAY "Type inconnu de la table de référence."
               NOT INVALID KEY MOVE 1 TO Wtype_valide
               END-READ
           END-PERFORM
           CLOSE ftypeterrain.

       CONFIGURER_HORAIRE.
           DISPLAY "Configuration des horaires d'un terrain"
           DISPLAY "________________________________"
           OPEN I-O fterrain
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro du terrain à configurer : "
               ACCEPT Wnumterrain
               MOVE Wnumterrain TO ft_numterrain
               READ fterrain
               INVALID KEY  DISPLAY "Terrain introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
                            MOVE ft_numlieuT TO WnumlieuT
               END-READ
           END-PERFORM
           CLOSE fterrain

           DISPLAY "Heure d'ouverture (0-23) : "
           ACCEPT Whouverture
           DISPLAY "Heure de fermeture (0-23) : "
           ACCEPT Whfermeture
           DISPLAY "Durée d'un créneau en heures : "
           ACCEPT Whduree

           OPEN I-O fhoraire
           MOVE Wnumterrain TO fh_numterrain
           READ fhoraire
               INVALID KEY
                   MOVE Wnumterrain TO fh_numterrain
                   MOVE WnumlieuT TO fh_numlieu
                   MOVE Whouverture TO fh_ouverture
                   MOVE Whfermeture TO fh_fermeture
                   MOVE Whduree TO fh_duree
                   WRITE tamp_fhoraire
                   IF cr_fhoraire = "00"
                       DISPLAY "Horaires enregistrés avec succès."
                   ELSE
                       DISPLAY "Erreur lors de l'enregistrement des horaires."
                   END-IF
               NOT INVALID KEY
                   MOVE WnumlieuT TO fh_numlieu
                   MOVE Whouverture TO fh_ouverture
                   MOVE Whfermeture TO fh_fermeture
                   MOVE Whduree TO fh_duree
                   REWRITE tamp_fhoraire
                   IF cr_fhoraire = "00"
                       DISPLAY "Horaires modifiés avec succès."
                   ELSE
                       DISPLAY "Erreur lors de la modification des horaires."
                   END-IF
           END-READ
           CLOSE fhoraire.

       CONFIGURER_TARIF.
           DISPLAY "Configuration de la grille tarifaire d'un terrain"
           DISPLAY "________________________________"
           OPEN INPUT fterrain
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro du terrain à configurer : "
               ACCEPT Wnumterrain
               MOVE Wnumterrain TO ft_numterrain
               READ fterrain
               INVALID KEY  DISPLAY "Terrain introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
           CLOSE fterrain

           DISPLAY "Heure de début des heures pleines (0-23) : "
           ACCEPT Wg_pleine_debut
           DISPLAY "Heure de fin des heures pleines (0-23) : "
           ACCEPT Wg_pleine_fin
           DISPLAY "Prix du créneau en heures creuses : "
           ACCEPT Wg_prix_creuse
           DISPLAY "Prix du créneau en heures pleines : "
           ACCEPT Wg_prix_pleine
           DISPLAY "Majoration week-end en pourcentage (0 si aucune) : "
           ACCEPT Wg_majoration
           DISPLAY "Nombre de semaines ouvrant la remise récurrence (0 si aucune) : "
           ACCEPT Wg_seuil
           DISPLAY "Remise récurrence en pourcentage : "
           ACCEPT Wg_remise
           DISPLAY "Acompte à la réservation en pourcentage (0 si aucun) : "
           ACCEPT Wg_acompte
           DISPLAY "Préavis d'annulation sans frais en jours : "
           ACCEPT Wg_preavis
           DISPLAY "Frais d'annulation tardive en pourcentage du prix : "
           ACCEPT Wg_frais_annul

           OPEN I-O ftarif
           MOVE Wnumterrain TO fg_numterrain
           READ ftarif
               INVALID KEY
                   MOVE Wnumterrain TO fg_numterrain
                   MOVE Wg_pleine_debut TO fg_heure_pleine_debut
                   MOVE Wg_pleine_fin TO fg_heure_pleine_fin
                   MOVE Wg_prix_creuse TO fg_prix_creuse
                   MOVE Wg_prix_pleine TO fg_prix_pleine
                   MOVE Wg_majoration TO fg_majoration_weekend
                   MOVE Wg_seuil TO fg_remise_seuil_semaines
                   MOVE Wg_remise TO fg_remise_pourcent
                   MOVE Wg_acompte TO fg_acompte_pourcent
                   MOVE Wg_preavis TO fg_preavis_jours
                   MOVE Wg_frais_annul TO fg_frais_annulation_pourcent
                   WRITE tamp_ftarif
                   IF cr_ftarif = "00"
                       DISPLAY "Grille tarifaire enregistrée avec succès."
                   ELSE
                       DISPLAY "Erreur lors de l'enregistrement de la grille."
                   END-IF
               NOT INVALID KEY
                   MOVE Wg_pleine_debut TO fg_heure_pleine_debut
                   MOVE Wg_pleine_fin TO fg_heure_pleine_fin
                   MOVE Wg_prix_creuse TO fg_prix_creuse
                   MOVE Wg_prix_pleine TO fg_prix_pleine
                   MOVE Wg_majoration TO fg_majoration_weekend
                   MOVE Wg_seuil TO fg_remise_seuil_semaines
                   MOVE Wg_remise TO fg_remise_pourcent
                   MOVE Wg_acompte TO fg_acompte_pourcent
                   MOVE Wg_preavis TO fg_preavis_jours
                   MOVE Wg_frais_annul TO fg_frais_annulation_pourcent
                   REWRITE tamp_ftarif
                   IF cr_ftarif = "00"
                       DISPLAY "Grille tarifaire modifiée avec succès."
                   ELSE
                       DISPLAY "Erreur lors de la modification de la grille."
                   END-IF
           END-READ
           CLOSE ftarif.

       DETERMINER_PRIX_CRENEAU.
           MOVE 0 TO Wgrille_trouvee
           MOVE 0 TO Wremise_seuil
           MOVE 0 TO Wremise_pct
           OPEN INPUT ftarif
           MOVE Wterrain_calc TO fg_numterrain
           READ ftarif
               INVALID KEY
                   MOVE ft_prix TO Wprix_calcule
               NOT INVALID KEY
                   MOVE 1 TO Wgrille_trouvee
                   IF Wheure_calc >= fg_heure_pleine_debut AND
                      Wheure_calc < fg_heure_pleine_fin
                       MOVE fg_prix_pleine TO Wprix_calcule
                   ELSE
                       MOVE fg_prix_creuse TO Wprix_calcule
                   END-IF
                   PERFORM CALCULER_JOUR_SEMAINE
                   IF Wjour_semaine = 0 OR Wjour_semaine = 1
                       COMPUTE Wprix_calcule = Wprix_calcule
                           + (Wprix_calcule
                               * fg_majoration_weekend / 100)
                   END-IF
                   MOVE fg_remise_seuil_semaines TO Wremise_seuil
                   MOVE fg_remise_pourcent TO Wremise_pct
           END-READ
           CLOSE ftarif.

       CALCULER_JOUR_SEMAINE.
           MOVE jour_saisi TO Wz_q
           MOVE mois_saisi TO Wz_m
           MOVE annee_saisie TO Wz_a
           IF Wz_m < 3
               ADD 12 TO Wz_m
               SUBTRACT 1 FROM Wz_a
           END-IF
           DIVIDE Wz_a BY 100 GIVING Wz_j REMAINDER Wz_k
           COMPUTE Wz_t = 13 * (Wz_m + 1)
           DIVIDE Wz_t BY 5 GIVING Wz_t
           COMPUTE Wz_h = Wz_q + Wz_t + Wz_k
           DIVIDE Wz_k BY 4 GIVING Wz_t
           ADD Wz_t TO Wz_h
           DIVIDE Wz_j BY 4 GIVING Wz_t
           ADD Wz_t TO Wz_h
           COMPUTE Wz_t = 5 * Wz_j
           ADD Wz_t TO Wz_h
           DIVIDE Wz_h BY 7 GIVING Wz_t REMAINDER Wjour_semaine.

       ENCAISSER_ACOMPTE_RESERVATION.
           MOVE 0 TO Wacompte
           OPEN INPUT ftarif
           MOVE terrain_saisi TO fg_numterrain
           READ ftarif
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               IF fg_acompte_pourcent > 0
                   COMPUTE Wacompte =
                       fr_prix * fg_acompte_pourcent / 100
               END-IF
           END-READ
           CLOSE ftarif
           IF Wacompte > 0
               MOVE "PAIEMENT" TO Wct_nom
               PERFORM PROCHAIN_NUMERO
               MOVE Wct_numero TO Wnumpaiementmax
               OPEN I-O fpaiement
               MOVE Wnumpaiementmax TO fp_numpaiement
               MOVE id_utilisateur TO fp_numutilisateur
               MOVE mois_saisi TO fp_mm
               MOVE annee_saisie TO fp_aaaa
               MOVE WS-CURRENT-DAY TO fp_jour_regle
               MOVE WS-CURRENT-MONTH TO fp_mois_regle
               MOVE WS-CURRENT-YEAR TO fp_annee_regle
               MOVE Wacompte TO fp_montant
               MOVE "ACOMPTE" TO fp_mode
               WRITE tamp_fpaiement
               IF cr_fpaiement = "00"
                   DISPLAY "Acompte encaissé à la réservation : "
                       Wacompte
               ELSE
                   DISPLAY "Erreur lors de l'enregistrement de l'acompte."
               END-IF
               CLOSE fpaiement
           END-IF.

       REGLER_ANNULATION_RESERVATION.
           MOVE 0 TO Wg_acompte
           MOVE 0 TO Wg_preavis
           MOVE 0 TO Wg_frais_annul
           OPEN INPUT ftarif
           MOVE terrain_saisi TO fg_numterrain
           READ ftarif
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               MOVE fg_acompte_pourcent TO Wg_acompte
               MOVE fg_preavis_jours TO Wg_preavis
               MOVE fg_frais_annulation_pourcent TO Wg_frais_annul
           END-READ
           CLOSE ftarif

           COMPUTE Wacompte_theorique =
               Wprix_saisie * Wg_acompte / 100
           PERFORM RECHERCHER_ACOMPTE_VERSE
           IF Wnum_acompte > 0
               PERFORM ANNULER_ACOMPTE_VERSE
           END-IF

           COMPUTE Wjours_courant = WS-CURRENT-YEAR * 360
               + WS-CURRENT-MONTH * 30 + WS-CURRENT-DAY
           COMPUTE Wjours_resa = annee_saisie * 360
               + mois_saisi * 30 + jour_saisi
           IF Wjours_resa > Wjours_courant
               COMPUTE Wage_jours = Wjours_resa - Wjours_courant
           ELSE
               MOVE 0 TO Wage_jours
           END-IF

           IF carnet_saisi > 0
               IF Wage_jours >= Wg_preavis
                   MOVE carnet_saisi TO Wca_numcarnet
                   PERFORM RENDRE_SEANCE_CARNET
               ELSE
                   DISPLAY "Annulation tardive : séance du carnet "
                       carnet_saisi " non recréditée"
               END-IF
           END-IF

           IF Wage_jours >= Wg_preavis
               MOVE 0 TO Wfrais_annulation
               MOVE Wacompte TO Wavoir_montant
               DISPLAY "Annulation dans le préavis : aucun frais"
           ELSE
               COMPUTE Wfrais_annulation =
                   Wprix_saisie * Wg_frais_annul / 100
               DISPLAY "Annulation tardive ("
                   Wage_jours " jours de préavis) - frais : "
                   Wfrais_annulation
               IF Wfrais_annulation >= Wacompte
                   MOVE 0 TO Wavoir_montant
                   IF Wacompte > 0
                       DISPLAY "Frais retenus sur l'acompte versé."
                   ELSE
                       DISPLAY "Aucun acompte versé : aucune retenue possible."
                   END-IF
               ELSE
                   COMPUTE Wavoir_montant =
                       Wacompte - Wfrais_annulation
                   DISPLAY "Frais retenus sur l'acompte versé."
               END-IF
           END-IF

           IF Wavoir_montant > 0
               MOVE "ANNULATION RESERVATION" TO Wavoir_motif
               PERFORM CREER_AVOIR
           END-IF

           COMPUTE Wan_frais = Wacompte - Wavoir_montant
           MOVE 0 TO Wan_lieu
           OPEN INPUT fterrain
           MOVE terrain_saisi TO ft_numterrain
           READ fterrain
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               MOVE ft_numlieuT TO Wan_lieu
           END-READ
           CLOSE fterrain
           MOVE "ANNULATION CLIENT" TO Wan_motif
           PERFORM JOURNALISER_ANNULATION.

       RECHERCHER_ACOMPTE_VERSE.
           MOVE 0 TO Wacompte
           MOVE 0 TO Wnum_acompte
           MOVE 0 TO Wnum_acompte_exact
           MOVE 0 TO Wnum_acompte_autre
           MOVE 0 TO Wmontant_acompte_autre
           OPEN INPUT fpaiement
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ fpaiement NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF fp_numutilisateur = id_utilisateur AND
                      fp_mm = mois_saisi AND
                      fp_aaaa = annee_saisie AND
                      fp_mode = "ACOMPTE"
                       IF fp_montant = Wacompte_theorique AND
                          Wnum_acompte_exact = 0
                           MOVE fp_numpaiement TO Wnum_acompte_exact
                       END-IF
                       IF Wnum_acompte_autre = 0
                           MOVE fp_numpaiement TO Wnum_acompte_autre
                           MOVE fp_montant TO Wmontant_acompte_autre
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpaiement
           IF Wnum_acompte_exact > 0
               MOVE Wnum_acompte_exact TO Wnum_acompte
               MOVE Wacompte_theorique TO Wacompte
           ELSE
               IF Wnum_acompte_autre > 0
                   MOVE Wnum_acompte_autre TO Wnum_acompte
                   MOVE Wmontant_acompte_autre TO Wacompte
               END-IF
           END-IF.

       ANNULER_ACOMPTE_VERSE.
           OPEN I-O fpaiement
           MOVE Wnum_acompte TO fp_numpaiement
           READ fpaiement
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               DELETE fpaiement
               END-DELETE
               DISPLAY "Acompte retiré des encaissements : " Wacompte
           END-READ
           CLOSE fpaiement.

       CREER_AVOIR.
           MOVE "AVOIR" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumavoirmax
           OPEN I-O favoir
           MOVE Wnumavoirmax TO fv_numavoir
           MOVE id_utilisateur TO fv_numutilisateur
           MOVE WS-CURRENT-DAY TO fv_jour
           MOVE WS-CURRENT-MONTH TO fv_mois
           MOVE WS-CURRENT-YEAR TO fv_annee
           MOVE Wavoir_montant TO fv_montant
           MOVE Wavoir_motif TO fv_motif
           MOVE "N" TO fv_utilise
           WRITE tamp_favoir
           IF cr_favoir = "00"
               DISPLAY "Avoir n° " fv_numavoir " émis : "
                   fv_montant " (déduit de la prochaine facture)"
           ELSE
               DISPLAY "Erreur lors de l'émission de l'avoir."
           END-IF
           CLOSE favoir.

       JOURNALISER_ANNULATION.
           MOVE "ANNULATION" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumannulmax
           OPEN I-O fannulation
           MOVE Wnumannulmax TO fan_numannul
           MOVE Wan_lieu TO fan_numlieu
           MOVE id_utilisateur TO fan_numutilisateur
           MOVE terrain_saisi TO fan_numterrain
           MOVE heure_saisie TO fan_heure
           MOVE jour_saisi TO fan_jour_cre
           MOVE mois_saisi TO fan_mois_cre
           MOVE annee_saisie TO fan_annee_cre
           MOVE WS-CURRENT-DAY TO fan_jour
           MOVE WS-CURRENT-MONTH TO fan_mois
           MOVE WS-CURRENT-YEAR TO fan_annee
           MOVE Wprix_saisie TO fan_prix
           MOVE Wacompte TO fan_acompte
           MOVE Wan_frais TO fan_frais
           MOVE Wavoir_montant TO fan_avoir
           IF Wavoir_montant > 0
               MOVE Wnumavoirmax TO fan_numavoir
           ELSE
               MOVE 0 TO fan_numavoir
           END-IF
           MOVE Wan_motif TO fan_motif
           WRITE tamp_fannulation
           IF cr_fannulation NOT = "00"
               DISPLAY "Erreur lors de la journalisation de l'annulation."
           END-IF
           CLOSE fannulation.

       RECHERCHER_CARNET_RESERVATION.
           MOVE 0 TO Wca_numcarnet
           MOVE 99999999 TO Wca_expiration_min
           MOVE 0 TO Wca_lieu
           MOVE terrain_saisi TO ft_numterrain
           READ fterrain
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               MOVE ft_numlieuT TO Wca_lieu
               MOVE ft_type TO Wca_type
           END-READ
           IF Wca_lieu > 0
               COMPUTE Wca_date_resa = annee_saisie * 10000
                   + mois_saisi * 100 + jour_saisi
               OPEN INPUT fcarnet
               IF Wca_equipe > 0
                   MOVE Wca_equipe TO fca_numequipe
                   START fcarnet, KEY IS = fca_numequipe
                   INVALID KEY MOVE 0 TO Wca_fin
                   NOT INVALID KEY
                       MOVE 1 TO Wca_fin
                       PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
                           READ fcarnet NEXT
                           AT END MOVE 0 TO Wca_fin
                           NOT AT END
                               IF fca_numequipe NOT = Wca_equipe
                                   MOVE 0 TO Wca_fin
                               ELSE
                                   PERFORM EVALUER_CARNET
                               END-IF
                           END-READ
                       END-PERFORM
                   END-START
               ELSE
                   MOVE Wca_utilisateur TO fca_numutilisateur
                   START fcarnet, KEY IS = fca_numutilisateur
                   INVALID KEY MOVE 0 TO Wca_fin
                   NOT INVALID KEY
                       MOVE 1 TO Wca_fin
                       PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
                           READ fcarnet NEXT
                           AT END MOVE 0 TO Wca_fin
                           NOT AT END
                               IF fca_numutilisateur NOT = Wca_utilisateur
                                   MOVE 0 TO Wca_fin
                               ELSE
                                   IF fca_numequipe = 0
                                       PERFORM EVALUER_CARNET
                                   END-IF
                               END-IF
                           END-READ
                       END-PERFORM
                   END-START
               END-IF
               CLOSE fcarnet
           END-IF.

       EVALUER_CARNET.
           COMPUTE Wca_date_ach = fca_annee_achat * 10000
               + fca_mois_achat * 100 + fca_jour_achat
           COMPUTE Wca_date_exp = fca_annee_exp * 10000
               + fca_mois_exp * 100 + fca_jour_exp
           IF fca_nb_restantes > 0 AND
              fca_numlieu = Wca_lieu AND
              (fca_type = SPACES OR fca_type = Wca_type) AND
              Wca_date_resa >= Wca_date_ach AND
              Wca_date_resa <= Wca_date_exp AND
              Wca_date_exp < Wca_expiration_min
               MOVE fca_numcarnet TO Wca_numcarnet
               MOVE Wca_date_exp TO Wca_expiration_min
           END-IF.

       DECOMPTER_SEANCE_CARNET.
           OPEN I-O fcarnet
           MOVE Wca_numcarnet TO fca_numcarnet
           READ fcarnet
           INVALID KEY
               DISPLAY "Carnet " Wca_numcarnet " introuvable"
           NOT INVALID KEY
               IF fca_nb_restantes > 0
                   SUBTRACT 1 FROM fca_nb_restantes
               END-IF
               REWRITE tamp_fcarnet
               IF cr_fcarnet = "00"
                   DISPLAY "Séance décomptée du carnet n° " fca_numcarnet
                       " - séances restantes : " fca_nb_restantes
               ELSE
                   DISPLAY "Erreur lors de la mise à jour du carnet."
               END-IF
           END-READ
           CLOSE fcarnet.

       RENDRE_SEANCE_CARNET.
           OPEN I-O fcarnet
           MOVE Wca_numcarnet TO fca_numcarnet
           READ fcarnet
           INVALID KEY
               DISPLAY "Carnet " Wca_numcarnet " introuvable"
           NOT INVALID KEY
               IF fca_nb_restantes < fca_nb_achetees
                   ADD 1 TO fca_nb_restantes
               END-IF
               REWRITE tamp_fcarnet
               IF cr_fcarnet = "00"
                   DISPLAY "Séance recréditée sur le carnet n° "
                       fca_numcarnet " - séances restantes : "
                       fca_nb_restantes
               ELSE
                   DISPLAY "Erreur lors de la mise à jour du carnet."
               END-IF
           END-READ
           CLOSE fcarnet.

       GERER_CARNETS.
           PERFORM WITH TEST AFTER UNTIL choice = '0'
               DISPLAY "________________________________"
               DISPLAY "Carnets prépayés"
               DISPLAY "________________________________"
               DISPLAY "1. Vente d'un carnet"
               DISPLAY "2. Affichage des carnets"
               DISPLAY "3. Etat des carnets (échéances et séances non consommées)"
               DISPLAY "0. Retour"
               DISPLAY "Entrez votre choix (0-3):"
               ACCEPT choice
               EVALUATE choice
                   WHEN '1'
                       IF global_role_user = 1
                           DISPLAY "Vente réservée au gérant ou à l'administrateur."
                       ELSE
                           PERFORM VENDRE_CARNET
                       END-IF
                   WHEN '2'
                       PERFORM AFFICHER_CARNETS
                   WHEN '3'
                       IF global_role_user = 1
                           DISPLAY "Etat réservé au gérant ou à l'administrateur."
                       ELSE
                           PERFORM ETAT_CARNETS
                       END-IF
                   WHEN '0'
                       DISPLAY " "
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       VENDRE_CARNET.
           DISPLAY "Vente d'un carnet prépayé"
           DISPLAY "________________________________"
           MOVE 0 TO Wca_utilisateur
           MOVE 0 TO Wca_equipe
           DISPLAY "Carnet au nom d'une équipe (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               OPEN INPUT fequipe
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Numéro de l'équipe :"
                   ACCEPT Wca_equipe
                   MOVE Wca_equipe TO fq_numequipe
                   READ fequipe
                   INVALID KEY  DISPLAY "Equipe introuvable"
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY MOVE 1 TO Wtrouve
                                DISPLAY "Equipe " fq_nom " - capitaine "
                                    fq_capitaine
                   END-READ
               END-PERFORM
               CLOSE fequipe
           ELSE
               OPEN INPUT futilisateur
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Numéro de l'utilisateur titulaire :"
                   ACCEPT Wca_utilisateur
                   MOVE Wca_utilisateur TO fu_numutilisateur
                   READ futilisateur
                   INVALID KEY  DISPLAY "Utilisateur introuvable"
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY MOVE 1 TO Wtrouve
                                DISPLAY "Titulaire : " fu_prenom " " fu_nom
                   END-READ
               END-PERFORM
               CLOSE futilisateur
           END-IF

           OPEN INPUT flieu
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro du lieu du carnet :"
               ACCEPT Wca_lieu
               MOVE Wca_lieu TO fl_numlieu
               READ flieu
               INVALID KEY  DISPLAY "Lieu introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
                            DISPLAY "Lieu : " fl_adresse
               END-READ
           END-PERFORM
           CLOSE flieu

           OPEN INPUT ftypeterrain
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Type de terrain (vide = tous les types) :"
               ACCEPT Wca_type
               IF Wca_type = SPACES
                   MOVE 1 TO Wtrouve
               ELSE
                   MOVE Wca_type TO fty_libelle
                   READ ftypeterrain
                   INVALID KEY  DISPLAY "Type de terrain inconnu"
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY MOVE 1 TO Wtrouve
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ftypeterrain

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Nombre de séances (001-999) :"
               ACCEPT Wca_nb
               IF Wca_nb IS NUMERIC AND Wca_nb > 0
                   MOVE 1 TO Wtrouve
               ELSE
                   DISPLAY "Nombre de séances invalide."
               END-IF
           END-PERFORM
           DISPLAY "Prix payé pour le carnet :"
           ACCEPT Wca_prix
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Durée de validité en mois (01-24) :"
               ACCEPT Wca_validite
               IF Wca_validite IS NUMERIC AND Wca_validite > 0
                                          AND Wca_validite <= 24
                   MOVE 1 TO Wtrouve
               ELSE
                   DISPLAY "Durée de validité invalide."
               END-IF
           END-PERFORM

           MOVE WS-CURRENT-DAY TO jour_saisi
           COMPUTE mois_saisi = WS-CURRENT-MONTH + Wca_validite
           MOVE WS-CURRENT-YEAR TO annee_saisie
           PERFORM UNTIL mois_saisi <= 12
               SUBTRACT 12 FROM mois_saisi
               ADD 1 TO annee_saisie
           END-PERFORM
           PERFORM CALCULER_MAXDAY
           IF jour_saisi > maxday
               MOVE maxday TO jour_saisi
           END-IF

           MOVE "CARNET" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumcarnetmax
           OPEN I-O fcarnet
           MOVE Wnumcarnetmax TO fca_numcarnet
           MOVE Wca_utilisateur TO fca_numutilisateur
           MOVE Wca_equipe TO fca_numequipe
           MOVE Wca_lieu TO fca_numlieu
           MOVE Wca_type TO fca_type
           MOVE Wca_nb TO fca_nb_achetees
           MOVE Wca_nb TO fca_nb_restantes
           MOVE Wca_prix TO fca_prix_paye
           MOVE WS-CURRENT-DAY TO fca_jour_achat
           MOVE WS-CURRENT-MONTH TO fca_mois_achat
           MOVE WS-CURRENT-YEAR TO fca_annee_achat
           MOVE jour_saisi TO fca_jour_exp
           MOVE mois_saisi TO fca_mois_exp
           MOVE annee_saisie TO fca_annee_exp
           WRITE tamp_fcarnet
           IF cr_fcarnet = "00"
               DISPLAY "Carnet n° " fca_numcarnet " enregistré : "
                   fca_nb_achetees " séances valables jusqu'au "
                   fca_jour_exp "/" fca_mois_exp "/" fca_annee_exp
           ELSE
               DISPLAY "Erreur lors de l'enregistrement du carnet."
           END-IF
           CLOSE fcarnet.

       AFFICHER_CARNETS.
           DISPLAY "Carnets prépayés"
           DISPLAY "________________________________"
           OPEN INPUT fcarnet
           MOVE 1 TO Wca_fin
           PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
               READ fcarnet NEXT
               AT END MOVE 0 TO Wca_fin
               NOT AT END
                   IF global_role_user NOT = 1 OR
                      fca_numutilisateur = global_id_user
                       DISPLAY "Carnet n° : " fca_numcarnet
                       IF fca_numequipe > 0
                           DISPLAY "Equipe : " fca_numequipe
                       ELSE
                           DISPLAY "Utilisateur : " fca_numutilisateur
                       END-IF
                       DISPLAY "Lieu : " fca_numlieu
                       IF fca_type = SPACES
                           DISPLAY "Type de terrain : tous"
                       ELSE
                           DISPLAY "Type de terrain : " fca_type
                       END-IF
                       DISPLAY "Séances : " fca_nb_restantes " / "
                           fca_nb_achetees
                       DISPLAY "Prix payé : " fca_prix_paye
                       DISPLAY "Acheté le : " fca_jour_achat "/"
                           fca_mois_achat "/" fca_annee_achat
                       DISPLAY "Expire le : " fca_jour_exp "/"
                           fca_mois_exp "/" fca_annee_exp
                       DISPLAY "________________________________"
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcarnet.

       ETAT_CARNETS.
           DISPLAY "Etat des carnets prépayés"
           DISPLAY "________________________________"
           MOVE 0 TO Wca_nb_alertes
           MOVE 0 TO Wca_total_valides
           MOVE 0 TO Wca_total_expires
           COMPUTE Wca_date_resa = WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE Wjours_courant = WS-CURRENT-YEAR * 360
               + WS-CURRENT-MONTH * 30 + WS-CURRENT-DAY
           OPEN OUTPUT fetat_carnet
           MOVE SPACES TO Wligne_carnet
           STRING "CARNETS PROCHES DE L'ECHEANCE OU PRESQUE EPUISES AU "
               WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           MOVE "CARNET;UTILISATEUR;EQUIPE;LIEU;RESTANTES;ACHETEES;EXPIRATION;ALERTE"
               TO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           OPEN INPUT fcarnet
           MOVE 1 TO Wca_fin
           PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
               READ fcarnet NEXT
               AT END MOVE 0 TO Wca_fin
               NOT AT END
                   PERFORM CONTROLER_ECHEANCE_CARNET
               END-READ
           END-PERFORM
           CLOSE fcarnet

           MOVE SPACES TO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           MOVE "SEANCES PAYEES NON CONSOMMEES (PRODUITS CONSTATES D'AVANCE)"
               TO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           MOVE "CARNET;LIEU;PRIX PAYE;RESTANTES;ACHETEES;MONTANT NON CONSOMME;STATUT"
               TO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           OPEN INPUT fcarnet
           MOVE 1 TO Wca_fin
           PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
               READ fcarnet NEXT
               AT END MOVE 0 TO Wca_fin
               NOT AT END
                   IF fca_nb_restantes > 0 AND fca_nb_achetees > 0
                       PERFORM VALORISER_CARNET
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcarnet
           MOVE SPACES TO Wligne_carnet
           STRING "TOTAL NON CONSOMME CARNETS VALIDES;" Wca_total_valides
               DELIMITED BY SIZE INTO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           MOVE SPACES TO Wligne_carnet
           STRING "TOTAL NON CONSOMME CARNETS EXPIRES;" Wca_total_expires
               DELIMITED BY SIZE INTO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet
           CLOSE fetat_carnet
           DISPLAY "________________________________"
           DISPLAY "Carnets à surveiller : " Wca_nb_alertes
           DISPLAY "Séances payées non consommées (carnets valides) : "
               Wca_total_valides
           DISPLAY "Séances perdues sur carnets expirés : "
               Wca_total_expires
           DISPLAY "Etat dans carnets_etat.dat"
           DISPLAY "________________________________".

       CONTROLER_ECHEANCE_CARNET.
           COMPUTE Wca_date_exp = fca_annee_exp * 10000
               + fca_mois_exp * 100 + fca_jour_exp
           IF fca_nb_restantes > 0 AND Wca_date_exp >= Wca_date_resa
               COMPUTE Wca_jours_exp = fca_annee_exp * 360
                   + fca_mois_exp * 30 + fca_jour_exp
               COMPUTE Wca_jours_restants = Wca_jours_exp - Wjours_courant
               MOVE SPACES TO Wca_alerte
               IF Wca_jours_restants <= 30
                   IF fca_nb_restantes <= 2
                       MOVE "ECHEANCE PROCHE ET PRESQUE EPUISE"
                           TO Wca_alerte
                   ELSE
                       MOVE "ECHEANCE PROCHE" TO Wca_alerte
                   END-IF
               ELSE
                   IF fca_nb_restantes <= 2
                       MOVE "PRESQUE EPUISE" TO Wca_alerte
                   END-IF
               END-IF
               IF Wca_alerte NOT = SPACES
                   ADD 1 TO Wca_nb_alertes
                   MOVE SPACES TO Wligne_carnet
                   STRING fca_numcarnet ";" fca_numutilisateur ";"
                       fca_numequipe ";" fca_numlieu ";"
                       fca_nb_restantes ";" fca_nb_achetees ";"
                       fca_jour_exp "/" fca_mois_exp "/" fca_annee_exp
                       ";" Wca_alerte
                       DELIMITED BY SIZE INTO Wligne_carnet
                   WRITE tamp_fetat_carnet FROM Wligne_carnet
                   DISPLAY "Carnet " fca_numcarnet " - reste "
                       fca_nb_restantes " - expire le " fca_jour_exp "/"
                       fca_mois_exp "/" fca_annee_exp " - " Wca_alerte
               END-IF
           END-IF.

       VALORISER_CARNET.
           COMPUTE Wca_montant = fca_prix_paye * fca_nb_restantes
               / fca_nb_achetees
           COMPUTE Wca_date_exp = fca_annee_exp * 10000
               + fca_mois_exp * 100 + fca_jour_exp
           IF Wca_date_exp < Wca_date_resa
               MOVE "EXPIRE" TO Wca_statut
               ADD Wca_montant TO Wca_total_expires
           ELSE
               MOVE "VALIDE" TO Wca_statut
               ADD Wca_montant TO Wca_total_valides
           END-IF
           MOVE SPACES TO Wligne_carnet
           STRING fca_numcarnet ";" fca_numlieu ";" fca_prix_paye ";"
               fca_nb_restantes ";" fca_nb_achetees ";" Wca_montant
               ";" Wca_statut
               DELIMITED BY SIZE INTO Wligne_carnet
           WRITE tamp_fetat_carnet FROM Wligne_carnet.

       MENU_MATERIEL.
           DISPLAY "Catalogue du matériel"
           DISPLAY "________________________________"
           MOVE 0 TO Wnumlieu_mat
           IF global_role_user = 2
               OPEN INPUT flieu
               MOVE global_id_user TO fl_gerant
               START flieu, KEY IS = fl_gerant
               INVALID KEY DISPLAY "Gérant au chomage"
               NOT INVALID KEY
                   READ flieu NEXT
                   AT END DISPLAY "Gérant au chomage"
                   NOT AT END
                       IF fl_gerant = global_id_user
                           MOVE fl_numlieu TO Wnumlieu_mat
                       ELSE
                           DISPLAY "Gérant au chomage"
                       END-IF
                   END-READ
               END-START
               CLOSE flieu
           ELSE
               OPEN INPUT flieu
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Entrez le numéro du lieu :"
                   ACCEPT Wnumlieu_mat
                   MOVE Wnumlieu_mat TO fl_numlieu
                   READ flieu
                   INVALID KEY  DISPLAY "Lieu introuvable"
                                MOVE 0 TO Wtrouve
                   NOT INVALID KEY MOVE 1 TO Wtrouve
                   END-READ
               END-PERFORM
               CLOSE flieu
           END-IF
           IF Wnumlieu_mat > 0
               PERFORM WITH TEST AFTER UNTIL choice = '0'
                   DISPLAY "________________________________"
                   DISPLAY "Matériel du lieu " Wnumlieu_mat
                   DISPLAY "________________________________"
                   DISPLAY "1. Affichage du catalogue"
                   DISPLAY "2. Ajout d'un article"
                   DISPLAY "3. Modifier un article"
                   DISPLAY "4. Supprimer un article"
                   DISPLAY "0. Retour"
                   DISPLAY "Entrez votre choix (0-4):"
                   ACCEPT choice
                   EVALUATE choice
                       WHEN '1'
                           PERFORM AFFICHAGE_CATALOGUE
                       WHEN '2'
                           PERFORM AJOUT_ARTICLE
                       WHEN '3'
                           PERFORM MODIFIER_ARTICLE
                       WHEN '4'
                           PERFORM SUPPRIMER_ARTICLE
                       WHEN '0'
                           DISPLAY " "
                       WHEN OTHER
                           DISPLAY "Choix invalide. Veuillez réessayer."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       AFFICHAGE_CATALOGUE.
           DISPLAY "Catalogue du lieu " Wnumlieu_mat
           DISPLAY "________________________________"
           OPEN INPUT fmateriel
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ fmateriel NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF fm_numlieu = Wnumlieu_mat
                       DISPLAY "Article : " fm_article
                           " - stock " fm_stock
                           " - prix location " fm_prix_location
                           " - prix remplacement " fm_prix_remplacement
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmateriel.

       AJOUT_ARTICLE.
           DISPLAY "Nom de l'article :"
           ACCEPT Warticle
           DISPLAY "Quantité en stock :"
           ACCEPT Wstock
           DISPLAY "Prix de location :"
           ACCEPT Wprix_article
           DISPLAY "Prix de remplacement (casse ou perte) :"
           ACCEPT Wprix_remplacement
           OPEN I-O fmateriel
           MOVE Wnumlieu_mat TO fm_numlieu
           MOVE Warticle TO fm_article
           READ fmateriel
           INVALID KEY
               MOVE Wnumlieu_mat TO fm_numlieu
               MOVE Warticle TO fm_article
               MOVE Wstock TO fm_stock
               MOVE Wprix_article TO fm_prix_location
               MOVE Wprix_remplacement TO fm_prix_remplacement
               WRITE tamp_fmateriel
               IF cr_fmateriel = "00"
                   DISPLAY "Article ajouté au catalogue."
               ELSE
                   DISPLAY "Erreur lors de l'ajout de l'article."
               END-IF
           NOT INVALID KEY
               DISPLAY "Article déjà au catalogue de ce lieu"
           END-READ
           CLOSE fmateriel.

       MODIFIER_ARTICLE.
           DISPLAY "Nom de l'article à modifier :"
           ACCEPT Warticle
           OPEN I-O fmateriel
           MOVE Wnumlieu_mat TO fm_numlieu
           MOVE Warticle TO fm_article
           READ fmateriel
           INVALID KEY DISPLAY "Article introuvable"
           NOT INVALID KEY
               DISPLAY "Nouveau stock : ( actuel " fm_stock " )"
               ACCEPT Wstock
               DISPLAY "Nouveau prix de location : ( actuel "
                   fm_prix_location " )"
               ACCEPT Wprix_article
               DISPLAY "Nouveau prix de remplacement : ( actuel "
                   fm_prix_remplacement " )"
               ACCEPT Wprix_remplacement
               MOVE Wstock TO fm_stock
               MOVE Wprix_article TO fm_prix_location
               MOVE Wprix_remplacement TO fm_prix_remplacement
               REWRITE tamp_fmateriel
               IF cr_fmateriel = "00"
                   DISPLAY "Article modifié avec succès."
               ELSE
                   DISPLAY "Erreur lors de la modification de l'article."
               END-IF
           END-READ
           CLOSE fmateriel.

       SUPPRIMER_ARTICLE.
           DISPLAY "Nom de l'article à supprimer :"
           ACCEPT Warticle
           OPEN I-O fmateriel
           MOVE Wnumlieu_mat TO fm_numlieu
           MOVE Warticle TO fm_article
           READ fmateriel
           INVALID KEY DISPLAY "Article introuvable"
           NOT INVALID KEY
               DISPLAY "Article : " fm_article " - stock " fm_stock
               DISPLAY "Confirmer suppression article ? (O/N)"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   DELETE fmateriel
                   END-DELETE
                   DISPLAY "Article supprimé"
               ELSE
                   DISPLAY "Suppression annulée"
               END-IF
           END-READ
           CLOSE fmateriel.

       SAISIR_LOCATION_MATERIEL.
           MOVE ft_numlieuT TO Wnumlieu_mat
           PERFORM AFFICHAGE_CATALOGUE
           MOVE "O" TO Wencore
           PERFORM WITH TEST AFTER UNTIL Wencore NOT = "O" AND
                                         Wencore NOT = "o"
               DISPLAY "Article à louer :"
               ACCEPT Warticle
               DISPLAY "Quantité :"
               ACCEPT Wquantite
               PERFORM CONTROLER_STOCK_CRENEAU
               IF Wstock_ok = 1
                   OPEN I-O flocation
                   MOVE terrain_saisi TO flo_numterrain
                   MOVE heure_saisie TO flo_heure
                   MOVE date_saisie TO flo_date
                   MOVE Warticle TO flo_article
                   MOVE Wnumlieu_mat TO flo_numlieu
                   MOVE id_utilisateur TO flo_numutilisateur
                   MOVE Wquantite TO flo_quantite
                   COMPUTE Wprix_location =
                       fm_prix_location * Wquantite
                   MOVE Wprix_location TO flo_prix_total
                   MOVE "N" TO flo_retour_saisi
                   MOVE 0 TO flo_qte_rendue
                   MOVE 0 TO flo_qte_abimee
                   MOVE 0 TO flo_qte_perdue
                   MOVE 0 TO flo_frais_remplacement
                   WRITE tamp_flocation
                   IF cr_flocation = "00"
                       DISPLAY "Location enregistrée : " Warticle
                           " x " Wquantite " - prix " flo_prix_total
                   ELSE
                       DISPLAY "Erreur : article déjà loué sur cette réservation."
                   END-IF
                   CLOSE flocation
               END-IF
               DISPLAY "Louer un autre article (O/N) :"
               ACCEPT Wencore
           END-PERFORM.

       SUPPRIMER_LOCATIONS_CRENEAU.
           OPEN I-O flocation
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ flocation NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF flo_numterrain = terrain_saisi AND
                      flo_heure = heure_saisie AND
                      flo_date = date_saisie
                       DELETE flocation
                       END-DELETE
                       DISPLAY "Location de matériel annulée : "
                           flo_article
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flocation.

       CONTROLER_STOCK_CRENEAU.
           MOVE 0 TO Wstock_ok
           OPEN INPUT fmateriel
           MOVE Wnumlieu_mat TO fm_numlieu
           MOVE Warticle TO fm_article
           READ fmateriel
           INVALID KEY
               DISPLAY "Article inconnu au catalogue de ce lieu"
           NOT INVALID KEY
               MOVE 0 TO Wdeja_loue
               OPEN INPUT flocation
               MOVE date_saisie TO flo_date
               MOVE 1 TO WfinM
               START flocation, KEY IS = flo_date
               INVALID KEY MOVE 0 TO WfinM
               END-START
               IF WfinM = 1
                   PERFORM WITH TEST AFTER UNTIL WfinM = 0
                       READ flocation NEXT
                       AT END MOVE 0 TO WfinM
                       NOT AT END
                           IF flo_date = date_saisie
                               IF flo_numlieu = Wnumlieu_mat AND
                                  flo_article = Warticle AND
                                  flo_heure = heure_saisie
                                   ADD flo_quantite TO Wdeja_loue
                               END-IF
                           ELSE
                               MOVE 0 TO WfinM
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE flocation
               COMPUTE Wqte_article = Wdeja_loue + Wquantite
               IF Wqte_article > fm_stock
                   DISPLAY "Stock insuffisant sur ce créneau : déjà loué "
                       Wdeja_loue " sur un stock de " fm_stock
                   DISPLAY "Choisissez un autre article ou une autre quantité."
               ELSE
                   MOVE 1 TO Wstock_ok
               END-IF
           END-READ
           CLOSE fmateriel.

       AFFICHER_CRENEAUX_TERRAIN.
           MOVE 0 TO Whoraire_trouve
           MOVE 0 TO Wgrille_trouvee
           OPEN INPUT ftarif
           MOVE terrain_saisi TO fg_numterrain
           READ ftarif
               INVALID KEY MOVE 0 TO Wgrille_trouvee
               NOT INVALID KEY MOVE 1 TO Wgrille_trouvee
           END-READ
           CLOSE ftarif
           OPEN INPUT fhoraire
           MOVE terrain_saisi TO fh_numterrain
           READ fhoraire
               INVALID KEY
                   MOVE 0 TO Whoraire_trouve
                   DISPLAY "Votre lieu vous propose 8 créneaux : "
                   DISPLAY " -> Créneau 1 : 8h00 à 9h00"
                   DISPLAY " -> Créneau 2 : 9h00 à 10h00"
                   DISPLAY " -> Créneau 3 : 10h00 à 11h00"
                   DISPLAY " -> Créneau 4 : 11h00 à 12h00"
                   DISPLAY " -> Créneau 5 : 14h00 à 15h00"
                   DISPLAY " -> Créneau 6 : 15h00 à 16h00"
                   DISPLAY " -> Créneau 7 : 16h00 à 17h00"
                   DISPLAY " -> Créneau 8 : 17h00 à 18h00"
                   IF Wgrille_trouvee = 1
                       DISPLAY "Prix heures creuses : " fg_prix_creuse
                       DISPLAY "Prix heures pleines ("
                           fg_heure_pleine_debut "h à "
                           fg_heure_pleine_fin "h) : " fg_prix_pleine
                   ELSE
                       DISPLAY "Prix du créneau : " ft_prix
                   END-IF
               NOT INVALID KEY
                   MOVE 1 TO Whoraire_trouve
                   MOVE fh_ouverture TO Whouverture
                   MOVE fh_fermeture TO Whfermeture
                   MOVE fh_duree TO Whduree
                   DISPLAY "Votre lieu vous propose les créneaux suivants : "
                   MOVE fh_ouverture TO Whcreneau
                   PERFORM WITH TEST AFTER UNTIL Whcreneau >= Whfermeture
                       IF Wgrille_trouvee = 1
                           IF Whcreneau >= fg_heure_pleine_debut AND
                              Whcreneau < fg_heure_pleine_fin
                               DISPLAY " -> Créneau à " Whcreneau
                                   "h00 - prix " fg_prix_pleine
                           ELSE
                               DISPLAY " -> Créneau à " Whcreneau
                                   "h00 - prix " fg_prix_creuse
                           END-IF
                       ELSE
                           DISPLAY " -> Créneau à " Whcreneau
                               "h00 - prix " ft_prix
                       END-IF
                       ADD Whduree TO Whcreneau
                   END-PERFORM
           END-READ
           IF Wgrille_trouvee = 1 AND fg_majoration_weekend > 0
               DISPLAY "Majoration week-end : "
                   fg_majoration_weekend " %"
           END-IF
           CLOSE fhoraire.

       VALIDER_CRENEAU_TERRAIN.
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                DISPLAY "Entrez l'heure de début du créneau souhaité :"
                ACCEPT heure_saisie
                IF Whoraire_trouve = 1
                    IF heure_saisie >= Whouverture AND heure_saisie < Whfermeture
                        MOVE heure_saisie TO Whecart
                        SUBTRACT Whouverture FROM Whecart
                        DIVIDE Whecart BY Whduree GIVING Whcreneau REMAINDER reste
                        IF reste = 0
                            MOVE 1 TO Wtrouve
                        ELSE
                            DISPLAY "Crénaux invalide"
                        END-IF
                    ELSE
                        DISPLAY "Crénaux invalide"
                    END-IF
                ELSE
                    IF heure_saisie = 8 OR heure_saisie = 9 OR
                       heure_saisie = 10 OR heure_saisie = 11 OR
                       heure_saisie = 14 OR heure_saisie = 15 OR
                       heure_saisie = 16 OR heure_saisie = 17
                        MOVE 1 TO Wtrouve
                    ELSE
                        DISPLAY "Crénaux invalide"
                    END-IF
                END-IF
           END-PERFORM.

       SAISIR_DATE_RESERVATION.
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez la date de la réservation (JJMMAAAA) :"
               ACCEPT date_saisie
               DISPLAY jour_saisi
               DISPLAY mois_saisi
               DISPLAY annee_saisie
               PERFORM CALCULER_MAXDAY
               IF jour_saisi IS NUMERIC AND
                  jour_saisi > 0 AND
                  jour_saisi <= maxday AND
                  mois_saisi IS NUMERIC AND
                  mois_saisi > 0 AND
                  mois_saisi <= 12 AND
                  annee_saisie IS NUMERIC AND
                  annee_saisie >= WS-CURRENT-YEAR AND
                  (annee_saisie > WS-CURRENT-YEAR OR
                    mois_saisi > WS-CURRENT-MONTH OR
                    (mois_saisi = WS-CURRENT-MONTH
                        AND jour_saisi > WS-CURRENT-DAY))
                  PERFORM VERIFIER_INDISPONIBILITE
                  IF Windispo_trouve = 1
                      DISPLAY "Période fermée : " Wmotif
                      DISPLAY "Choisissez une autre date."
                      MOVE 0 TO Wtrouve
                  ELSE
                      MOVE 1 TO Wtrouve
                  END-IF
               ELSE
                  DISPLAY "Date invalide. Veuillez réessayer."
               END-IF
           END-PERFORM.

       VERIFIER_INDISPONIBILITE.
           MOVE 0 TO Windispo_trouve
           MOVE SPACES TO Wmotif
           COMPUTE Wdate_cible = annee_saisie * 10000
               + mois_saisi * 100 + jour_saisi
           OPEN INPUT findispo
           MOVE 1 TO WfinI
           PERFORM WITH TEST AFTER UNTIL WfinI = 0
               READ findispo NEXT
               AT END MOVE 0 TO WfinI
               NOT AT END
                   IF (fi_numterrain NOT = 0 AND
                       fi_numterrain = terrain_saisi) OR
                      (fi_numterrain = 0 AND
                       fi_numlieu = ft_numlieuT)
                       COMPUTE Wdate_debut_c = fi_annee_debut * 10000
                           + fi_mois_debut * 100 + fi_jour_debut
                       COMPUTE Wdate_fin_c = fi_annee_fin * 10000
                           + fi_mois_fin * 100 + fi_jour_fin
                       IF Wdate_cible >= Wdate_debut_c AND
                          Wdate_cible <= Wdate_fin_c
                           MOVE 1 TO Windispo_trouve
                           MOVE fi_motif TO Wmotif
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE findispo.

           COLLECTER_STATISTIQUES.
           OPEN I-O fstat
           DISPLAY "Rechercher des statistiques"
           DISPLAY "________________________________"
           
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisS
               IF WmoisM IS NUMERIC AND
                  WmoisM > 0 AND
                  WmoisM <= 12 AND
                  WanneeS IS NUMERIC AND
                  WanneeS > 0 AND
                  (WanneeS < WS-CURRENT-YEAR OR
                     (WanneeS = WS-CURRENT-YEAR AND WmoisM < WS-CURRENT-MONTH))
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM
       
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Veuillez saisir l'adresse du lieu :"
               OPEN INPUT flieu
               ACCEPT WlieuS
               MOVE WlieuS TO fl_adresse
               READ flieu RECORD KEY IS fl_adresse
               INVALID KEY DISPLAY "Aucunes correspondances avec nos centres."                          
               NOT INVALID KEY
                    MOVE 1 TO Wtrouve
                    MOVE fl_numlieu TO Wnumlieu
               END-READ
           END-PERFORM

           PERFORM COLLECTER_STATISTIQUES_LIEU

           CLOSE flieu
           CLOSE fstat.

           COLLECTER_STATISTIQUES_TOUS_LIEUX.
           DISPLAY "Statistiques de fin de mois - tous les lieux"
           DISPLAY "________________________________"

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisS
               IF WmoisM IS NUMERIC AND
                  WmoisM > 0 AND
                  WmoisM <= 12 AND
                  WanneeS IS NUMERIC AND
                  WanneeS > 0 AND
                  (WanneeS < WS-CURRENT-YEAR OR
                     (WanneeS = WS-CURRENT-YEAR AND WmoisM < WS-CURRENT-MONTH))
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM

           PERFORM STATS_TOUS_LIEUX_CORE.

           STATS_TOUS_LIEUX_CORE.
           OPEN I-O fstat
           OPEN INPUT flieu
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ flieu NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   MOVE fl_adresse TO WlieuS
                   MOVE fl_numlieu TO Wnumlieu
                   PERFORM COLLECTER_STATISTIQUES_LIEU
               END-READ
           END-PERFORM
           CLOSE flieu
           CLOSE fstat.

           COLLECTER_STATISTIQUES_LIEU.
           OPEN INPUT fterrain
           MOVE 0 TO Wnb_reservationS
           MOVE 0 TO Wreservation_gazon
           MOVE 0 TO Wreservation_synthetique
           MOVE 0 TO Wreservation_falin
           MOVE 0 TO Wnb_reservation_materiel

           MOVE Wnumlieu TO ft_numlieuT
           START fterrain, KEY IS = ft_numlieuT

           NOT INVALID KEY
               MOVE 1 TO Wfinfin
               PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
               READ fterrain NEXT
               AT END
               MOVE 0 TO Wfinfin
               NOT AT END
                   MOVE 1 TO WfinfinS
                   OPEN INPUT freservation
                   PERFORM WITH TEST AFTER UNTIL WfinfinS = 0
                   READ freservation NEXT
                   AT END
                   MOVE 0 TO WfinfinS
                   NOT AT END
                       IF fr_mois = WmoisM AND fr_annee = WanneeS AND ft_numlieuT = Wnumlieu AND fr_numterrain = ft_numterrain
                           ADD 1 TO Wnb_reservationS
                           IF fr_materiel = "Oui" OR fr_materiel = "oui" OR fr_materiel = "OUI"
                               ADD 1 TO Wnb_reservation_materiel
                           END-IF
                           IF ft_type = "gazon" OR ft_type = "GAZON"
                               ADD 1 TO Wreservation_gazon
                           ELSE IF ft_type = "synthétique" OR ft_type = "SYNTHÉTIQUE"
                               ADD 1 TO Wreservation_synthetique
                           ELSE IF ft_type = "falin" OR ft_type = "FALIN"
                               ADD 1 TO Wreservation_falin
                           END-IF
                        END-IF
                      END-READ
                    END-PERFORM
                    CLOSE freservation
               END-READ
               END-PERFORM
           END-START

           CLOSE fterrain

           MoVE WlieuS TO fs_lieu
           MOVE WmoisS TO fs_mois
           MOVE Wnb_reservationS TO fs_nb_reservation
           MOVE Wreservation_gazon TO fs_type_reservation_gazon
           MOVE Wreservation_synthetique TO fs_type_reservation_synthetique    
           MOVE Wreservation_falin TO fs_type_reservation_falin
           MOVE Wnb_reservation_materiel TO fs_nb_reservation_materiel

           REWRITE tamp_fstat FROM W_fstat 
           READ fstat RECORD KEY IS fs_cle
           INVALID KEY
               WRITE tamp_fstat FROM W_fstat
               INVALID KEY DISPLAY "Erreur écriture des statistiques"
           NOT INVALID KEY
           REWRITE tamp_freservation FROM W_freservation
               REWRITE tamp_fstat FROM W_fstat
               INVALID KEY DISPLAY "Erreur mise à jour des statistiques"
           END-READ       
           
           READ fstat
           INVALID KEY DISPLAY "Aucunes statistiques disponibles"
           NOT INVALID KEY       
           IF fs_mois = WmoisS AND fs_lieu  = WlieuS
           DISPLAY "________________________________"
           DISPLAY "Affichage des statistiques pour le mois et le lieu choisi :"
           DISPLAY "Lieu : "fs_lieu
           DISPLAY "Mois : "fs_mois
           DISPLAY "Nombre de réservation sur le mois : "fs_nb_reservation
           DISPLAY "Réservations par type de terrain :"
           PERFORM VENTILER_TYPES_LIEU
           DISPLAY "Nombre de réservation avec matériel : "fs_nb_reservation_materiel
           DISPLAY "Matériel loué par article :"
           PERFORM VENTILER_MATERIEL_LIEU
           DISPLAY "________________________________"
           END-IF
           END-READ.

           VENTILER_MATERIEL_LIEU.
           OPEN INPUT fmateriel
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ fmateriel NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF fm_numlieu = Wnumlieu
                       MOVE 0 TO Wqte_article
                       OPEN INPUT flocation
                       MOVE 1 TO WfinM2
                       PERFORM WITH TEST AFTER UNTIL WfinM2 = 0
                           READ flocation NEXT
                           AT END MOVE 0 TO WfinM2
                           NOT AT END
                               IF flo_numlieu = Wnumlieu AND
                                  flo_article = fm_article AND
                                  flo_mois = WmoisM AND
                                  flo_annee = WanneeS
                                   ADD flo_quantite TO Wqte_article
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE flocation
                       IF Wqte_article > 0
                           DISPLAY " - " fm_article " : "
                               Wqte_article " loués"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fmateriel.

           VENTILER_TYPES_LIEU.
           OPEN INPUT ftypeterrain
           OPEN INPUT fterrain
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ ftypeterrain NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   MOVE 0 TO Wtype_cpt
                   OPEN INPUT freservation
                   MOVE 1 TO WfinM2
                   PERFORM WITH TEST AFTER UNTIL WfinM2 = 0
                       READ freservation NEXT
                       AT END MOVE 0 TO WfinM2
                       NOT AT END
                           IF fr_mois = WmoisM AND fr_annee = WanneeS
                               MOVE fr_numterrain TO ft_numterrain
                               READ fterrain
                               INVALID KEY DISPLAY " "
                               NOT INVALID KEY
                                   IF ft_numlieuT = Wnumlieu AND
                                      ft_type = fty_libelle
                                       ADD 1 TO Wtype_cpt
                                   END-IF
                               END-READ
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE freservation
                   DISPLAY " - " fty_libelle " : " Wtype_cpt
                       " réservations"
               END-READ
           END-PERFORM
           CLOSE fterrain
           CLOSE ftypeterrain.

           FACTURATION_UTILISATEUR.
           OPEN I-O ffacture
           DISPLAY "Facturation d'un utilisateur"
           DISPLAY "________________________________"

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0 AND
                  (WanneeSF < WS-CURRENT-YEAR OR
                     (WanneeSF = WS-CURRENT-YEAR AND WmoisMF < WS-CURRENT-MONTH))
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM

           IF global_role_user = 1 THEN
               MOVE global_id_user TO WnumutilisateurF
           ELSE
               DISPLAY "Entrez le numéro de l'utilisateur à facturer :"
               ACCEPT WnumutilisateurF
           END-IF

           PERFORM FACTURATION_UTILISATEUR_CORE
           PERFORM AFFICHAGE_FACTURE

           CLOSE ffacture.

           FACTURATION_TOUS_UTILISATEURS.
           DISPLAY "Facturation de fin de mois - tous les utilisateurs"
           DISPLAY "________________________________"

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0 AND
                  (WanneeSF < WS-CURRENT-YEAR OR
                     (WanneeSF = WS-CURRENT-YEAR AND WmoisMF < WS-CURRENT-MONTH))
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM

           PERFORM FACTURATION_TOUS_CORE

           DISPLAY "Produire le fichier d'export vers la comptabilité (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               PERFORM EXPORT_COMPTA
           END-IF.

           FACTURATION_TOUS_CORE.
           OPEN I-O ffacture
           OPEN INPUT futilisateur
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wfact_lus
                   MOVE fu_numutilisateur TO WnumutilisateurF
                   PERFORM FACTURATION_UTILISATEUR_CORE
               END-READ
           END-PERFORM
           CLOSE futilisateur
           CLOSE ffacture.

           EXPORT_COMPTA.
           DISPLAY "Export des factures du mois " WmoisF
           OPEN OUTPUT fexport
           OPEN INPUT ffacture
           OPEN INPUT futilisateur
           MOVE 0 TO Wexp_total
           MOVE 0 TO Wexp_lignes
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ ffacture NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   IF ff_mois = WmoisF
                       MOVE ff_numutilisateur TO fu_numutilisateur
                       READ futilisateur
                       INVALID KEY
                           MOVE "INCONNU" TO Wnom
                           MOVE "INCONNU" TO Wprenom
                       NOT INVALID KEY
                           MOVE fu_nom TO Wnom
                           MOVE fu_prenom TO Wprenom
                       END-READ
                       MOVE SPACES TO Wligne_export
                       STRING ff_numutilisateur ";" Wnom ";" Wprenom
                           ";" ff_mm ff_aaaa ";" ff_nb_reservation
                           ";" ff_montant_du
                           DELIMITED BY SIZE INTO Wligne_export
                       WRITE tamp_fexport FROM Wligne_export
                       ADD ff_montant_du TO Wexp_total
                       ADD 1 TO Wexp_lignes
                   END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO Wligne_export
           STRING "TOTAL;" Wexp_lignes ";" Wexp_total
               DELIMITED BY SIZE INTO Wligne_export
           WRITE tamp_fexport FROM Wligne_export
           CLOSE futilisateur
           CLOSE ffacture
           CLOSE fexport
           IF cr_fexport = "00"
               DISPLAY "Fichier export_compta.dat produit : "
                   Wexp_lignes " factures"
           ELSE
               DISPLAY "Erreur lors de la production du fichier d'export."
           END-IF.

           CLOTURE_DU_MOIS.
           DISPLAY "Clôture du mois"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois à clôturer (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0 AND
                  (WanneeSF < WS-CURRENT-YEAR OR
                     (WanneeSF = WS-CURRENT-YEAR AND WmoisMF < WS-CURRENT-MONTH))
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM
           PERFORM CLOTURE_DU_MOIS_CORE.

           CLOTURE_DU_MOIS_CORE.
           MOVE 0 TO Wclo_statut
           MOVE 1 TO Wsv_requise
           OPEN INPUT fcloture
           MOVE WmoisMF TO fc_mm
           MOVE WanneeSF TO fc_aaaa
           READ fcloture
           INVALID KEY
               MOVE 1 TO Wsv_requise
           NOT INVALID KEY
               IF fc_cloturee = "O" OR fc_etape_stats = "O" OR
                  fc_etape_facturation = "O" OR fc_etape_export = "O" OR
                  fc_etape_archivage = "O" OR fc_etape_reversement = "O"
                   MOVE 0 TO Wsv_requise
               END-IF
           END-READ
           CLOSE fcloture
           IF Wsv_requise = 1
               DISPLAY "Etape 0 - sauvegarde des fichiers avant clôture"
               PERFORM SAUVEGARDE_CORE
               IF Wsv_statut = 2
                   DISPLAY "Sauvegarde en échec : la clôture n'est pas lancée."
                   MOVE 2 TO Wclo_statut
               END-IF
           END-IF
           IF Wclo_statut = 0
               PERFORM CLOTURE_DU_MOIS_ETAPES
           END-IF.

           CLOTURE_DU_MOIS_ETAPES.
           MOVE WmoisMF TO WmoisM
           MOVE WanneeSF TO WanneeS

           OPEN I-O fcloture
           MOVE WmoisMF TO fc_mm
           MOVE WanneeSF TO fc_aaaa
           READ fcloture
           INVALID KEY
               MOVE WmoisMF TO fc_mm
               MOVE WanneeSF TO fc_aaaa
               MOVE "N" TO fc_etape_stats
               MOVE "N" TO fc_etape_facturation
               MOVE "N" TO fc_etape_export
               MOVE "N" TO fc_etape_archivage
               MOVE "N" TO fc_cloturee
               MOVE "N" TO fc_etape_reversement
               WRITE tamp_fcloture
           NOT INVALID KEY
               IF fc_cloturee = "O"
                   DISPLAY "Ce mois est déjà clôturé."
                   MOVE 1 TO Wclo_statut
               ELSE
                   DISPLAY "Reprise d'une clôture interrompue."
               END-IF
           END-READ

           IF fc_cloturee NOT = "O"
               IF fc_etape_stats = "O"
                   DISPLAY "Etape 1 - statistiques : déjà réalisée"
               ELSE
                   DISPLAY "Etape 1 - collecte des statistiques"
                   PERFORM STATS_TOUS_LIEUX_CORE
                   MOVE "O" TO fc_etape_stats
                   REWRITE tamp_fcloture
               END-IF
               IF fc_etape_facturation = "O"
                   DISPLAY "Etape 2 - facturation : déjà réalisée"
               ELSE
                   DISPLAY "Etape 2 - facturation des utilisateurs"
                   PERFORM FACTURATION_TOUS_CORE
                   MOVE "O" TO fc_etape_facturation
                   REWRITE tamp_fcloture
               END-IF
               IF fc_etape_export = "O"
                   DISPLAY "Etape 3 - export comptable : déjà réalisée"
               ELSE
                   DISPLAY "Etape 3 - export vers la comptabilité"
                   PERFORM EXPORT_COMPTA
                   MOVE "O" TO fc_etape_export
                   REWRITE tamp_fcloture
               END-IF
               IF fc_etape_archivage = "O"
                   DISPLAY "Etape 4 - archivage : déjà réalisée"
               ELSE
                   DISPLAY "Etape 4 - archivage des réservations"
                   PERFORM ARCHIVER_RESERVATIONS
                   MOVE "O" TO fc_etape_archivage
                   REWRITE tamp_fcloture
               END-IF
               IF fc_etape_reversement = "O"
                   DISPLAY "Etape 5 - reversements aux gérants : déjà réalisée"
               ELSE
                   DISPLAY "Etape 5 - chiffre d'affaires et reversements aux gérants"
                   PERFORM CALCULER_REVERSEMENTS_CORE
                   PERFORM EDITER_ETAT_REVERSEMENTS_CORE
                   MOVE "O" TO fc_etape_reversement
                   REWRITE tamp_fcloture
               END-IF
               MOVE "O" TO fc_cloturee
               REWRITE tamp_fcloture
               IF cr_fcloture = "00"
                   DISPLAY "Clôture du mois " fc_mois " terminée."
                   DISPLAY "La période est désormais verrouillée."
               ELSE
                   DISPLAY "Erreur lors de l'enregistrement de la clôture."
                   MOVE 2 TO Wclo_statut
               END-IF
           END-IF
           CLOSE fcloture.

           VERIFIER_PERIODE_CLOSE.
           MOVE 0 TO Wperiode_close
           OPEN INPUT fcloture
           MOVE Wmois_controle_mm TO fc_mm
           MOVE Wmois_controle_aaaa TO fc_aaaa
           READ fcloture
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               IF fc_cloturee = "O"
                   MOVE 1 TO Wperiode_close
               END-IF
           END-READ
           CLOSE fcloture.

           GERER_REVERSEMENTS.
           PERFORM WITH TEST AFTER UNTIL choice = '0'
               DISPLAY "________________________________"
               DISPLAY "Chiffre d'affaires et reversements aux gérants"
               DISPLAY "________________________________"
               DISPLAY "1. Calcul du chiffre d'affaires par lieu d'un mois"
               DISPLAY "2. Etat de reversement par gérant"
               DISPLAY "3. Enregistrer le paiement d'un reversement"
               DISPLAY "0. Retour"
               DISPLAY "Entrez votre choix (0-3):"
               ACCEPT choice
               EVALUATE choice
                   WHEN '1'
                       PERFORM CALCULER_REVERSEMENTS
                   WHEN '2'
                       PERFORM EDITER_ETAT_REVERSEMENTS
                   WHEN '3'
                       PERFORM PAYER_REVERSEMENT
                   WHEN '0'
                       DISPLAY " "
                   WHEN OTHER
                       DISPLAY "Choix invalide. Veuillez réessayer."
               END-EVALUATE
           END-PERFORM.

           SAISIR_MOIS_REVERSEMENT.
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0 AND
                  (WanneeSF < WS-CURRENT-YEAR OR
                     (WanneeSF = WS-CURRENT-YEAR AND WmoisMF < WS-CURRENT-MONTH))
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM.

           CALCULER_REVERSEMENTS.
           DISPLAY "Chiffre d'affaires par lieu"
           DISPLAY "________________________________"
           PERFORM SAISIR_MOIS_REVERSEMENT
           PERFORM CALCULER_REVERSEMENTS_CORE.

           CALCULER_REVERSEMENTS_CORE.
           MOVE 0 TO Wrv_nb_lieux
           MOVE 0 TO Wrv_total_gerants
           OPEN I-O freversement
           OPEN INPUT flieu
           OPEN INPUT fterrain
           OPEN INPUT freservation
           OPEN INPUT fhistorique
           OPEN INPUT flocation
           OPEN INPUT fannulation
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ flieu NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   PERFORM CALCULER_REVERSEMENT_LIEU
               END-READ
           END-PERFORM
           CLOSE fannulation
           CLOSE flocation
           CLOSE fhistorique
           CLOSE freservation
           CLOSE fterrain
           CLOSE flieu
           CLOSE freversement
           DISPLAY "________________________________"
           DISPLAY "Relevé du mois " WmoisMF "/" WanneeSF
           DISPLAY "Lieux traités : " Wrv_nb_lieux
           DISPLAY "Total dû aux gérants : " Wrv_total_gerants
           DISPLAY "________________________________".

           CALCULER_REVERSEMENT_LIEU.
           MOVE fl_numlieu TO Wrv_lieu
           MOVE 0 TO Wrv_reservations
           MOVE 0 TO Wrv_locations
           MOVE 0 TO Wrv_evenements
           MOVE 0 TO Wrv_frais
           MOVE 0 TO Wrv_avoirs
           MOVE 0 TO Wrv_carnets
           MOVE Wrv_lieu TO ft_numlieuT
           START fterrain, KEY IS = ft_numlieuT
           INVALID KEY MOVE 0 TO WfinM2
           NOT INVALID KEY
               MOVE 1 TO WfinM2
               PERFORM WITH TEST AFTER UNTIL WfinM2 = 0
                   READ fterrain NEXT
                   AT END MOVE 0 TO WfinM2
                   NOT AT END
                       IF ft_numlieuT NOT = Wrv_lieu
                           MOVE 0 TO WfinM2
                       ELSE
                           MOVE ft_numterrain TO Wrv_terrain
                           PERFORM CUMULER_CA_TERRAIN
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           OPEN INPUT fevent
           MOVE 1 TO WfinI
           PERFORM WITH TEST AFTER UNTIL WfinI = 0
               READ fevent NEXT
               AT END MOVE 0 TO WfinI
               NOT AT END
                   IF fe_numlieu = Wrv_lieu AND
                      fe_mois = WmoisMF AND fe_annee = WanneeSF
                       ADD fe_prix_global TO Wrv_evenements
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fevent

           OPEN INPUT fcompet
           MOVE Wrv_lieu TO fco_numlieu
           START fcompet, KEY IS = fco_numlieu
           INVALID KEY MOVE 0 TO WfinI
           NOT INVALID KEY
               MOVE 1 TO WfinI
               PERFORM WITH TEST AFTER UNTIL WfinI = 0
                   READ fcompet NEXT
                   AT END MOVE 0 TO WfinI
                   NOT AT END
                       IF fco_numlieu NOT = Wrv_lieu
                           MOVE 0 TO WfinI
                       ELSE
                           IF fco_mois_debut = WmoisMF AND
                              fco_annee_debut = WanneeSF
                               COMPUTE Wrv_evenements = Wrv_evenements
                                   + fco_frais_equipe * fco_nb_equipes
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE fcompet

           OPEN INPUT fcarnet
           MOVE 1 TO WfinI
           PERFORM WITH TEST AFTER UNTIL WfinI = 0
               READ fcarnet NEXT
               AT END MOVE 0 TO WfinI
               NOT AT END
                   IF fca_numlieu = Wrv_lieu AND
                      fca_mois_achat = WmoisMF AND
                      fca_annee_achat = WanneeSF
                       ADD fca_prix_paye TO Wrv_carnets
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fcarnet

           MOVE Wrv_lieu TO fan_numlieu
           START fannulation, KEY IS = fan_numlieu
           INVALID KEY MOVE 0 TO WfinI
           NOT INVALID KEY
               MOVE 1 TO WfinI
               PERFORM WITH TEST AFTER UNTIL WfinI = 0
                   READ fannulation NEXT
                   AT END MOVE 0 TO WfinI
                   NOT AT END
                       IF fan_numlieu NOT = Wrv_lieu
                           MOVE 0 TO WfinI
                       ELSE
                           IF fan_mois = WmoisMF AND fan_annee = WanneeSF
                               ADD fan_frais TO Wrv_frais
                               ADD fan_avoir TO Wrv_avoirs
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           COMPUTE Wrv_brut = Wrv_reservations + Wrv_locations
               + Wrv_evenements + Wrv_carnets + Wrv_frais
           IF Wrv_brut > Wrv_avoirs
               COMPUTE Wrv_net = Wrv_brut - Wrv_avoirs
           ELSE
               MOVE 0 TO Wrv_net
           END-IF

           MOVE Wrv_lieu TO frv_numlieu
           MOVE WmoisMF TO frv_mm
           MOVE WanneeSF TO frv_aaaa
           READ freversement
           INVALID KEY MOVE 0 TO Wrv_existe
           NOT INVALID KEY MOVE 1 TO Wrv_existe
           END-READ
           IF Wrv_existe = 1 AND frv_paye = "O"
               DISPLAY "Lieu " Wrv_lieu
                   " : reversement déjà payé, relevé conservé"
           ELSE
               MOVE Wrv_lieu TO frv_numlieu
               MOVE WmoisMF TO frv_mm
               MOVE WanneeSF TO frv_aaaa
               MOVE fl_gerant TO frv_gerant
               MOVE Wrv_reservations TO frv_ca_reservations
               MOVE Wrv_locations TO frv_ca_locations
               MOVE Wrv_evenements TO frv_ca_evenements
               MOVE Wrv_carnets TO frv_ca_carnets
               MOVE Wrv_frais TO frv_frais_annulation
               MOVE Wrv_avoirs TO frv_avoirs
               MOVE Wrv_net TO frv_ca_net
               MOVE fl_commission TO frv_taux_commission
               COMPUTE frv_commission = Wrv_net * fl_commission / 100
               IF frv_commission > Wrv_net
                   MOVE Wrv_net TO frv_commission
               END-IF
               COMPUTE frv_montant_gerant = Wrv_net - frv_commission
               MOVE "N" TO frv_paye
               MOVE 0 TO frv_jour_paye
               MOVE 0 TO frv_mois_paye
               MOVE 0 TO frv_annee_paye
               IF Wrv_existe = 0
                   WRITE tamp_freversement
               ELSE
                   REWRITE tamp_freversement
               END-IF
               IF cr_freversement = "00"
                   ADD 1 TO Wrv_nb_lieux
                   ADD frv_montant_gerant TO Wrv_total_gerants
                   DISPLAY "Lieu " Wrv_lieu " - CA net " Wrv_net
                       " - commission " frv_commission
                       " - dû au gérant " frv_montant_gerant
               ELSE
                   DISPLAY "Erreur lors de l'enregistrement du reversement du lieu "
                       Wrv_lieu
               END-IF
           END-IF.

           CUMULER_CA_TERRAIN.
           MOVE Wrv_terrain TO fr_numterrain
           START freservation, KEY IS = fr_numterrain
           INVALID KEY MOVE 0 TO Wfinfin
           NOT INVALID KEY
               MOVE 1 TO Wfinfin
               PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO Wfinfin
                   NOT AT END
                       IF fr_numterrain NOT = Wrv_terrain
                           MOVE 0 TO Wfinfin
                       ELSE
                           IF fr_mois = WmoisMF AND fr_annee = WanneeSF
                               ADD fr_prix TO Wrv_reservations
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           MOVE Wrv_terrain TO fhi_numterrain
           START fhistorique, KEY IS = fhi_numterrain
           INVALID KEY MOVE 0 TO WfinfinS
           NOT INVALID KEY
               MOVE 1 TO WfinfinS
               PERFORM WITH TEST AFTER UNTIL WfinfinS = 0
                   READ fhistorique NEXT
                   AT END MOVE 0 TO WfinfinS
                   NOT AT END
                       IF fhi_numterrain NOT = Wrv_terrain
                           MOVE 0 TO WfinfinS
                       ELSE
                           IF fhi_mois = WmoisMF AND fhi_annee = WanneeSF
                               ADD fhi_prix TO Wrv_reservations
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START

           MOVE Wrv_terrain TO flo_numterrain
           MOVE 0 TO flo_heure
           MOVE ZEROS TO flo_date
           MOVE SPACES TO flo_article
           START flocation, KEY IS >= flo_cle
           INVALID KEY MOVE 0 TO WfinM
           NOT INVALID KEY
               MOVE 1 TO WfinM
               PERFORM WITH TEST AFTER UNTIL WfinM = 0
                   READ flocation NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF flo_numterrain NOT = Wrv_terrain
                           MOVE 0 TO WfinM
                       ELSE
                           IF flo_mois = WmoisMF AND flo_annee = WanneeSF
                               ADD flo_prix_total TO Wrv_locations
                               ADD flo_frais_remplacement TO Wrv_locations
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-START.

           EDITER_ETAT_REVERSEMENTS.
           DISPLAY "Etat de reversement par gérant"
           DISPLAY "________________________________"
           PERFORM SAISIR_MOIS_REVERSEMENT
           PERFORM EDITER_ETAT_REVERSEMENTS_CORE.

           EDITER_ETAT_REVERSEMENTS_CORE.
           MOVE 0 TO Wrv_nb_lieux
           MOVE 0 TO Wrv_total_gerants
           OPEN OUTPUT fetat_rev
           OPEN INPUT freversement
           OPEN INPUT futilisateur
           OPEN INPUT flieu
           MOVE 0 TO frv_gerant
           START freversement, KEY IS >= frv_gerant
           INVALID KEY MOVE 0 TO Wfin
           NOT INVALID KEY
               MOVE 1 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ freversement NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       IF frv_mm = WmoisMF AND frv_aaaa = WanneeSF
                           PERFORM ECRIRE_ETAT_REVERSEMENT
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE flieu
           CLOSE futilisateur
           CLOSE freversement
           CLOSE fetat_rev
           DISPLAY "________________________________"
           DISPLAY "Etats édités : " Wrv_nb_lieux
           DISPLAY "Total dû aux gérants : " Wrv_total_gerants
           IF Wrv_nb_lieux > 0
               DISPLAY "Etats dans reversements_etat.dat"
           ELSE
               DISPLAY "Aucun relevé calculé pour ce mois."
           END-IF
           DISPLAY "________________________________".

           ECRIRE_ETAT_REVERSEMENT.
           ADD 1 TO Wrv_nb_lieux
           ADD frv_montant_gerant TO Wrv_total_gerants
           MOVE frv_gerant TO fu_numutilisateur
           READ futilisateur
           INVALID KEY
               MOVE "INCONNU" TO Wnom
               MOVE "INCONNU" TO Wprenom
           NOT INVALID KEY
               MOVE fu_nom TO Wnom
               MOVE fu_prenom TO Wprenom
           END-READ
           MOVE frv_numlieu TO fl_numlieu
           READ flieu
           INVALID KEY MOVE SPACES TO Wadresse
           NOT INVALID KEY MOVE fl_adresse TO Wadresse
           END-READ
           DISPLAY "Gérant " frv_gerant " (" Wnom ") - lieu "
               frv_numlieu " - dû " frv_montant_gerant " - payé : " frv_paye
           MOVE ALL "=" TO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "ETAT DE REVERSEMENT AU GERANT - MOIS " frv_mm "/"
               frv_aaaa
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Gérant : " Wprenom " " Wnom
               " (utilisateur " frv_gerant ")"
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Lieu : " frv_numlieu " - " Wadresse
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Réservations : " frv_ca_reservations
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Locations de matériel : " frv_ca_locations
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Evénements : " frv_ca_evenements
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Carnets prépayés vendus : " frv_ca_carnets
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Frais d'annulation retenus : " frv_frais_annulation
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Avoirs accordés (déduits) : " frv_avoirs
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Chiffre d'affaires net : " frv_ca_net
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Commission (" frv_taux_commission " %) : "
               frv_commission
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           STRING "Montant à reverser au gérant : " frv_montant_gerant
               DELIMITED BY SIZE INTO Wligne_etat_rev
           WRITE tamp_fetat_rev FROM Wligne_etat_rev
           MOVE SPACES TO Wligne_etat_rev
           IF frv_paye = "O"
               STRING "Statut : PAYE le " frv_jour_paye "/"
                   frv_mois_paye "/" frv_annee_paye
                   DELIMITED BY SIZE INTO Wligne_etat_rev
           ELSE
               MOVE "Statut : A PAYER" TO Wligne_etat_rev
           END-IF
           WRITE tamp_fetat_rev FROM Wligne_etat_rev.

           PAYER_REVERSEMENT.
           DISPLAY "Paiement d'un reversement à un gérant"
           DISPLAY "________________________________"
           PERFORM SAISIR_MOIS_REVERSEMENT
           DISPLAY "Numéro du lieu :"
           ACCEPT Wrv_lieu
           OPEN I-O freversement
           MOVE Wrv_lieu TO frv_numlieu
           MOVE WmoisMF TO frv_mm
           MOVE WanneeSF TO frv_aaaa
           READ freversement
           INVALID KEY
               DISPLAY "Aucun relevé calculé pour ce lieu et ce mois"
           NOT INVALID KEY
               IF frv_paye = "O"
                   DISPLAY "Reversement déjà payé le " frv_jour_paye "/"
                       frv_mois_paye "/" frv_annee_paye
               ELSE
                   DISPLAY "Gérant : " frv_gerant
                   DISPLAY "Montant à reverser : " frv_montant_gerant
                   DISPLAY "Confirmer le paiement (O/N) :"
                   ACCEPT Wreponse
                   IF Wreponse = "O" OR Wreponse = "o"
                       MOVE "O" TO frv_paye
                       MOVE WS-CURRENT-DAY TO frv_jour_paye
                       MOVE WS-CURRENT-MONTH TO frv_mois_paye
                       MOVE WS-CURRENT-YEAR TO frv_annee_paye
                       REWRITE tamp_freversement
                       IF cr_freversement = "00"
                           DISPLAY "Reversement enregistré comme payé."
                           MOVE SPACES TO Wa_avant
                           STRING "LIEU=" frv_numlieu " MOIS=" frv_mm
                               frv_aaaa " PAYE=N"
                               DELIMITED BY SIZE INTO Wa_avant
                           MOVE SPACES TO Wa_apres
                           STRING "LIEU=" frv_numlieu " MOIS=" frv_mm
                               frv_aaaa " PAYE=O MONTANT="
                               frv_montant_gerant
                               DELIMITED BY SIZE INTO Wa_apres
                           MOVE "REVERSEMENT" TO Wa_table
                           PERFORM ENREGISTRER_AUDIT
                       ELSE
                           DISPLAY "Erreur lors de l'enregistrement du paiement."
                       END-IF
                   ELSE
                       DISPLAY "Paiement annulé"
                   END-IF
               END-IF
           END-READ
           CLOSE freversement.

           EDITER_FACTURE_CLIENT.
           DISPLAY "Edition d'une facture détaillée"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM

           OPEN INPUT futilisateur
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de l'utilisateur :"
               ACCEPT WnumutilisateurF
               MOVE WnumutilisateurF TO fu_numutilisateur
               READ futilisateur
               INVALID KEY  DISPLAY "Utilisateur introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
                            MOVE fu_nom TO Wnom
                            MOVE fu_prenom TO Wprenom
               END-READ
           END-PERFORM
           CLOSE futilisateur

           DISPLAY "________________________________"
           DISPLAY "FACTURE - " Wnom " " Wprenom
           DISPLAY "Utilisateur : " WnumutilisateurF
           DISPLAY "Mois : " WmoisF
           DISPLAY "________________________________"

           MOVE 0 TO Wentete_fait
           OPEN INPUT freservation
           OPEN INPUT fterrain
           OPEN INPUT flieu
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ freservation NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   IF fr_numutilisateur = WnumutilisateurF AND
                      fr_mois = WmoisMF AND fr_annee = WanneeSF
                       MOVE fr_numterrain TO Wnumterrain
                       PERFORM EDITER_ENTETE_LIEU
                       DISPLAY "Le " fr_jour "/" fr_mois "/" fr_annee
                           " à " fr_heure "h - terrain " fr_numterrain
                           " - matériel " fr_materiel
                           " - prix " fr_prix
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freservation

           OPEN INPUT fhistorique
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ fhistorique NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   IF fhi_numutilisateur = WnumutilisateurF AND
                      fhi_mois = WmoisMF AND fhi_annee = WanneeSF
                       MOVE fhi_numterrain TO Wnumterrain
                       PERFORM EDITER_ENTETE_LIEU
                       DISPLAY "Le " fhi_jour "/" fhi_mois "/"
                           fhi_annee " à " fhi_heure "h - terrain "
                           fhi_numterrain " - matériel " fhi_materiel
                           " - prix " fhi_prix
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fhistorique
           CLOSE flieu
           CLOSE fterrain

           IF Wentete_fait = 0
               DISPLAY "Aucune réservation sur le mois"
           END-IF

           OPEN INPUT ffacture
           PERFORM AFFICHAGE_FACTURE
           CLOSE ffacture.

           EDITER_ENTETE_LIEU.
           IF Wentete_fait = 0
               MOVE Wnumterrain TO ft_numterrain
               READ fterrain
               INVALID KEY DISPLAY "Lieu : inconnu"
               NOT INVALID KEY
                   MOVE ft_numlieuT TO fl_numlieu
                   READ flieu
                   INVALID KEY DISPLAY "Lieu : inconnu"
                   NOT INVALID KEY
                       DISPLAY "Lieu : " fl_adresse
                   END-READ
               END-READ
               DISPLAY "Détail des réservations du mois :"
               DISPLAY "________________________________"
               MOVE 1 TO Wentete_fait
           END-IF.

           FACTURATION_UTILISATEUR_CORE.
           OPEN INPUT freservation
           MOVE 0 TO Wnb_reservationF
           MOVE 0 TO Wnb_reservation_materielF
           MOVE 0 TO Wmontant_du

           MOVE WnumutilisateurF TO fr_numutilisateur
           START freservation, KEY IS = fr_numutilisateur
           INVALID KEY DISPLAY "Aucune réservation pour cet utilisateur"
           NOT INVALID KEY
               MOVE 1 TO Wfinfin
               PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                   READ freservation NEXT
                   AT END MOVE 0 TO Wfinfin
                   NOT AT END
                       IF fr_numutilisateur = WnumutilisateurF
                           IF fr_mois = WmoisMF AND fr_annee = WanneeSF
                              AND fr_numcarnet = 0
                               ADD 1 TO Wnb_reservationF
                               IF fr_numequipe = 0
                                   ADD fr_prix TO Wmontant_du
                               END-IF
                               IF fr_materiel = "Oui" OR fr_materiel = "oui" OR fr_materiel = "OUI"
                                   ADD 1 TO Wnb_reservation_materielF
                               END-IF
                           END-IF
                       ELSE
                           MOVE 0 TO Wfinfin
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE freservation

           PERFORM AJOUTER_PARTS_EQUIPES

           OPEN INPUT flocation
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ flocation NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF flo_numutilisateur = WnumutilisateurF AND
                      flo_mois = WmoisMF AND flo_annee = WanneeSF
                       ADD flo_prix_total TO Wmontant_du
                       ADD flo_frais_remplacement TO Wmontant_du
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flocation

           OPEN INPUT fevent
           MOVE 1 TO WfinfinS
           PERFORM WITH TEST AFTER UNTIL WfinfinS = 0
               READ fevent NEXT
               AT END MOVE 0 TO WfinfinS
               NOT AT END
                   IF fe_numutilisateur = WnumutilisateurF AND
                      fe_mois = WmoisMF AND fe_annee = WanneeSF
                       ADD fe_prix_global TO Wmontant_du
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fevent

           PERFORM AJOUTER_CARNETS_FACTURE
           PERFORM AJOUTER_COMPETITIONS_FACTURE

           MOVE WnumutilisateurF TO ff_numutilisateur
           MOVE WmoisF TO ff_mois
           MOVE 0 TO Wavoir_deduit_prec
           MOVE 0 TO Wfacture_existe
           READ ffacture RECORD KEY IS ff_cle
           INVALID KEY DISPLAY " "
           NOT INVALID KEY
               MOVE 1 TO Wfacture_existe
               MOVE ff_avoir_deduit TO Wavoir_deduit_prec
           END-READ

           IF Wmontant_du > Wavoir_deduit_prec
               COMPUTE Wreste_facture = Wmontant_du - Wavoir_deduit_prec
           ELSE
               MOVE 0 TO Wreste_facture
           END-IF
           MOVE 0 TO Wavoir_total
           PERFORM DEDUIRE_AVOIRS_UTILISATEUR

           MOVE WnumutilisateurF TO ff_numutilisateur
           MOVE WmoisF TO ff_mois
           MOVE Wnb_reservationF TO ff_nb_reservation
           MOVE Wnb_reservation_materielF TO ff_nb_reservation_materiel
           MOVE Wreste_facture TO ff_montant_du
           COMPUTE ff_avoir_deduit = Wavoir_deduit_prec + Wavoir_total
           IF Wfacture_existe = 0
               WRITE tamp_ffacture
               INVALID KEY DISPLAY "Erreur écriture de la facture"
               END-WRITE
           ELSE
               REWRITE tamp_ffacture
               INVALID KEY DISPLAY "Erreur mise à jour de la facture"
               END-REWRITE
           END-IF.

           DEDUIRE_AVOIRS_UTILISATEUR.
           OPEN I-O favoir
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ favoir NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF fv_numutilisateur = WnumutilisateurF AND
                      fv_utilise = "N" AND
                      fv_montant <= Wreste_facture
                       MOVE "O" TO fv_utilise
                       REWRITE tamp_favoir
                       ADD fv_montant TO Wavoir_total
                       SUBTRACT fv_montant FROM Wreste_facture
                       DISPLAY "Avoir n° " fv_numavoir " de "
                           fv_montant " déduit de la facture de "
                           WnumutilisateurF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE favoir.

           AJOUTER_PARTS_EQUIPES.
           OPEN INPUT freservation
           OPEN INPUT fequipe
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ freservation NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   IF fr_numequipe > 0 AND fr_numcarnet = 0 AND
                      fr_mois = WmoisMF AND fr_annee = WanneeSF
                       MOVE fr_numequipe TO fq_numequipe
                       READ fequipe
                       INVALID KEY DISPLAY " "
                       NOT INVALID KEY
                           MOVE 1 TO Wmembre_idx
                           PERFORM WITH TEST AFTER UNTIL
                                   Wmembre_idx > fq_nb_membres
                               IF fq_membre(Wmembre_idx) =
                                  WnumutilisateurF
                                   DIVIDE fr_prix BY fq_nb_membres
                                       GIVING Wpart_membre
                                       REMAINDER Wpart_reste
                                   ADD Wpart_membre TO Wmontant_du
                                   IF WnumutilisateurF = fq_capitaine
                                       ADD Wpart_reste TO Wmontant_du
                                   END-IF
                               END-IF
                               ADD 1 TO Wmembre_idx
                           END-PERFORM
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fequipe
           CLOSE freservation.

           AJOUTER_CARNETS_FACTURE.
           OPEN INPUT fcarnet
           OPEN INPUT fequipe
           MOVE 1 TO Wca_fin
           PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
               READ fcarnet NEXT
               AT END MOVE 0 TO Wca_fin
               NOT AT END
                   IF fca_mois_achat = WmoisMF AND
                      fca_annee_achat = WanneeSF
                       IF fca_numequipe > 0
                           MOVE fca_numequipe TO fq_numequipe
                           READ fequipe
                           INVALID KEY DISPLAY " "
                           NOT INVALID KEY
                               IF fq_capitaine = WnumutilisateurF
                                   ADD fca_prix_paye TO Wmontant_du
                               END-IF
                           END-READ
                       ELSE
                           IF fca_numutilisateur = WnumutilisateurF
                               ADD fca_prix_paye TO Wmontant_du
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fequipe
           CLOSE fcarnet.

           AJOUTER_COMPETITIONS_FACTURE.
           OPEN INPUT fcompet
           OPEN INPUT fequipe
           MOVE 1 TO Wcp_fin
           PERFORM WITH TEST AFTER UNTIL Wcp_fin = 0
               READ fcompet NEXT
               AT END MOVE 0 TO Wcp_fin
               NOT AT END
                   IF fco_mois_debut = WmoisMF AND
                      fco_annee_debut = WanneeSF AND
                      fco_frais_equipe > 0
                       MOVE 1 TO Wcp_idx
                       PERFORM WITH TEST AFTER UNTIL
                               Wcp_idx > fco_nb_equipes
                           MOVE fco_equipe(Wcp_idx) TO fq_numequipe
                           READ fequipe
                           INVALID KEY MOVE 0 TO Wcp_capitaine
                           NOT INVALID KEY
                               MOVE fq_capitaine TO Wcp_capitaine
                           END-READ
                           IF Wcp_capitaine = WnumutilisateurF
                               ADD fco_frais_equipe TO Wmontant_du
                           END-IF
                           ADD 1 TO Wcp_idx
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fequipe
           CLOSE fcompet.

           AFFICHAGE_FACTURE.
           MOVE WnumutilisateurF TO ff_numutilisateur
           MOVE WmoisF TO ff_mois
           READ ffacture RECORD KEY IS ff_cle
           INVALID KEY DISPLAY "Aucune facture disponible"
           NOT INVALID KEY
               PERFORM CALCULER_TOTAL_REGLE
               IF Wtotal_regle >= ff_montant_du
                   MOVE 0 TO Wsolde
               ELSE
                   COMPUTE Wsolde = ff_montant_du - Wtotal_regle
               END-IF
               DISPLAY "________________________________"
               DISPLAY "Facture pour l'utilisateur : "ff_numutilisateur
               DISPLAY "Mois : "ff_mois
               DISPLAY "Nombre de réservations : "ff_nb_reservation
               DISPLAY "Dont avec matériel : "ff_nb_reservation_materiel
               DISPLAY "Avoir déduit : "ff_avoir_deduit
               DISPLAY "Montant dû : "ff_montant_du
               DISPLAY "Montant encaissé : "Wtotal_regle
               DISPLAY "Solde restant dû : "Wsolde
               OPEN INPUT flocation
               MOVE 1 TO WfinM
               PERFORM WITH TEST AFTER UNTIL WfinM = 0
                   READ flocation NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF flo_numutilisateur = ff_numutilisateur AND
                          flo_mois = ff_mm AND flo_annee = ff_aaaa
                           DISPLAY "Matériel : " flo_article " x "
                               flo_quantite " - prix " flo_prix_total
                           IF flo_frais_remplacement > 0
                               DISPLAY "Frais de remplacement : "
                                   flo_frais_remplacement
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE flocation
               OPEN INPUT fcarnet
               OPEN INPUT fequipe
               MOVE 1 TO Wca_fin
               PERFORM WITH TEST AFTER UNTIL Wca_fin = 0
                   READ fcarnet NEXT
                   AT END MOVE 0 TO Wca_fin
                   NOT AT END
                       IF fca_mois_achat = ff_mm AND
                          fca_annee_achat = ff_aaaa
                           IF fca_numequipe > 0
                               MOVE fca_numequipe TO fq_numequipe
                               READ fequipe
                               INVALID KEY DISPLAY " "
                               NOT INVALID KEY
                                   IF fq_capitaine = ff_numutilisateur
                                       DISPLAY "Carnet n° " fca_numcarnet
                                           " - prix " fca_prix_paye
                                   END-IF
                               END-READ
                           ELSE
                               IF fca_numutilisateur = ff_numutilisateur
                                   DISPLAY "Carnet n° " fca_numcarnet
                                       " - prix " fca_prix_paye
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fcarnet
               OPEN INPUT fcompet
               MOVE 1 TO Wcp_fin
               PERFORM WITH TEST AFTER UNTIL Wcp_fin = 0
                   READ fcompet NEXT
                   AT END MOVE 0 TO Wcp_fin
                   NOT AT END
                       IF fco_mois_debut = ff_mm AND
                          fco_annee_debut = ff_aaaa AND
                          fco_frais_equipe > 0
                           MOVE 1 TO Wcp_idx
                           PERFORM WITH TEST AFTER UNTIL
                                   Wcp_idx > fco_nb_equipes
                               MOVE fco_equipe(Wcp_idx) TO fq_numequipe
                               READ fequipe
                               INVALID KEY MOVE 0 TO Wcp_capitaine
                               NOT INVALID KEY
                                   MOVE fq_capitaine TO Wcp_capitaine
                               END-READ
                               IF Wcp_capitaine = ff_numutilisateur
                                   DISPLAY "Compétition : " fco_nom
                                       " - frais d'équipe "
                                       fco_frais_equipe
                               END-IF
                               ADD 1 TO Wcp_idx
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fcompet
               CLOSE fequipe
               OPEN INPUT fevent
               MOVE 1 TO WfinM
               PERFORM WITH TEST AFTER UNTIL WfinM = 0
                   READ fevent NEXT
                   AT END MOVE 0 TO WfinM
                   NOT AT END
                       IF fe_numutilisateur = ff_numutilisateur AND
                          fe_mois = ff_mm AND fe_annee = ff_aaaa
                           DISPLAY "Evénement : " fe_nom
                               " - prix global " fe_prix_global
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fevent
               DISPLAY "________________________________"
           END-READ.

           SAISIR_ENCAISSEMENT.
           DISPLAY "Saisie d'un encaissement"
           DISPLAY "________________________________"
           OPEN INPUT futilisateur
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de l'utilisateur qui règle :"
               ACCEPT WnumutilisateurP
               MOVE WnumutilisateurP TO fu_numutilisateur
               READ futilisateur
               INVALID KEY  DISPLAY "Utilisateur introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
           CLOSE futilisateur

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Mois facturé réglé (MMAAAA) :"
               ACCEPT WmoisP
               IF WmoisMP IS NUMERIC AND
                  WmoisMP > 0 AND
                  WmoisMP <= 12 AND
                  WanneeP IS NUMERIC AND
                  WanneeP > 0
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM

           MOVE WmoisMP TO Wmois_controle_mm
           MOVE WanneeP TO Wmois_controle_aaaa
           PERFORM VERIFIER_PERIODE_CLOSE
           IF Wperiode_close = 1
               DISPLAY "Période clôturée : encaissement refusé."
           ELSE
           DISPLAY "Date du règlement du jour (O/N) :"
           ACCEPT Wreponse
           IF Wreponse = "O" OR Wreponse = "o"
               MOVE WS-CURRENT-DAY TO WjourP
               MOVE WS-CURRENT-MONTH TO WmoisJP
               MOVE WS-CURRENT-YEAR TO WanneePP
           ELSE
               DISPLAY "Date du règlement (JJMMAAAA) :"
               ACCEPT Wdate_paiement
           END-IF

           DISPLAY "Montant encaissé :"
           ACCEPT WmontantP
           DISPLAY "Mode de règlement (ESPECES/CHEQUE/CARTE/VIREMENT) :"
           ACCEPT WmodeP

           MOVE "PAIEMENT" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumpaiementmax
           OPEN I-O fpaiement
           MOVE Wnumpaiementmax TO fp_numpaiement
           MOVE WnumutilisateurP TO fp_numutilisateur
           MOVE WmoisP TO fp_mois
           MOVE Wdate_paiement TO fp_date_paiement
           MOVE WmontantP TO fp_montant
           MOVE WmodeP TO fp_mode
           WRITE tamp_fpaiement
           IF cr_fpaiement = "00"
               DISPLAY "Encaissement enregistré."
           ELSE
               DISPLAY "Erreur lors de l'enregistrement de l'encaissement."
           END-IF
           CLOSE fpaiement

           OPEN INPUT ffacture
           MOVE WnumutilisateurP TO WnumutilisateurF
           MOVE WmoisP TO WmoisF
           PERFORM AFFICHAGE_FACTURE
           CLOSE ffacture
           END-IF.

           CALCULER_TOTAL_REGLE.
           MOVE 0 TO Wtotal_regle
           OPEN INPUT fpaiement
           MOVE 1 TO WfinfinS
           PERFORM WITH TEST AFTER UNTIL WfinfinS = 0
               READ fpaiement NEXT
               AT END MOVE 0 TO WfinfinS
               NOT AT END
                   IF fp_numutilisateur = WnumutilisateurF AND
                      fp_mois = WmoisF
                       ADD fp_montant TO Wtotal_regle
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fpaiement.

           IMPORT_RELEVE_BANQUE.
           DISPLAY "Import du relevé bancaire"
           DISPLAY "________________________________"
           OPEN INPUT freleve
           IF cr_freleve NOT = "00"
               DISPLAY "Fichier releve_banque.dat introuvable."
           ELSE
               OPEN OUTPUT fexception
               OPEN INPUT futilisateur
               OPEN INPUT ffacture
               MOVE 0 TO Wrb_lignes
               MOVE 0 TO Wrb_rapprochees
               MOVE 0 TO Wrb_exceptions
               MOVE 1 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ freleve
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       ADD 1 TO Wrb_lignes
                       PERFORM RAPPROCHER_LIGNE_RELEVE
                   END-READ
               END-PERFORM
               CLOSE ffacture
               CLOSE futilisateur
               CLOSE fexception
               CLOSE freleve
               DISPLAY "________________________________"
               DISPLAY "Lignes lues : " Wrb_lignes
               DISPLAY "Lignes rapprochées : " Wrb_rapprochees
               DISPLAY "Lignes en exception : " Wrb_exceptions
               IF Wrb_exceptions > 0
                   DISPLAY "Voir le fichier releve_exceptions.dat"
               END-IF
               DISPLAY "________________________________"
           END-IF.

           RAPPROCHER_LIGNE_RELEVE.
           MOVE frb_numutilisateur TO fu_numutilisateur
           READ futilisateur
           INVALID KEY
               MOVE "UTILISATEUR INCONNU" TO Wrb_motif
               PERFORM ECRIRE_EXCEPTION_RELEVE
           NOT INVALID KEY
               MOVE frb_mm TO Wmois_controle_mm
               MOVE frb_aaaa TO Wmois_controle_aaaa
               PERFORM VERIFIER_PERIODE_CLOSE
               IF Wperiode_close = 1
                   MOVE "PERIODE CLOTUREE" TO Wrb_motif
                   PERFORM ECRIRE_EXCEPTION_RELEVE
               ELSE
                   MOVE frb_numutilisateur TO ff_numutilisateur
                   MOVE frb_mois TO ff_mois
                   READ ffacture RECORD KEY IS ff_cle
                   INVALID KEY
                       MOVE "FACTURE INTROUVABLE" TO Wrb_motif
                       PERFORM ECRIRE_EXCEPTION_RELEVE
                   NOT INVALID KEY
                       MOVE frb_numutilisateur TO WnumutilisateurF
                       MOVE frb_mois TO WmoisF
                       PERFORM CALCULER_TOTAL_REGLE
                       IF Wtotal_regle >= ff_montant_du
                           MOVE "FACTURE DEJA SOLDEE" TO Wrb_motif
                           PERFORM ECRIRE_EXCEPTION_RELEVE
                       ELSE
                           COMPUTE Wsolde =
                               ff_montant_du - Wtotal_regle
                           IF frb_montant = Wsolde
                               PERFORM ENREGISTRER_PAIEMENT_RELEVE
                           ELSE
                               MOVE "MONTANT DIFFERENT DU SOLDE"
                                   TO Wrb_motif
                               PERFORM ECRIRE_EXCEPTION_RELEVE
                           END-IF
                       END-IF
                   END-READ
               END-IF
           END-READ.

           ENREGISTRER_PAIEMENT_RELEVE.
           MOVE "PAIEMENT" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumpaiementmax
           OPEN I-O fpaiement
           MOVE Wnumpaiementmax TO fp_numpaiement
           MOVE frb_numutilisateur TO fp_numutilisateur
           MOVE frb_mois TO fp_mois
           MOVE frb_jour TO fp_jour_regle
           MOVE frb_moisj TO fp_mois_regle
           MOVE frb_annee TO fp_annee_regle
           MOVE frb_montant TO fp_montant
           MOVE "VIREMENT" TO fp_mode
           WRITE tamp_fpaiement
           IF cr_fpaiement = "00"
               ADD 1 TO Wrb_rapprochees
               DISPLAY "Virement rapproché : utilisateur "
                   frb_numutilisateur " - mois " frb_mois
                   " - montant " frb_montant
           ELSE
               MOVE "ERREUR ECRITURE PAIEMENT" TO Wrb_motif
               PERFORM ECRIRE_EXCEPTION_RELEVE
           END-IF
           CLOSE fpaiement.

           ECRIRE_EXCEPTION_RELEVE.
           MOVE SPACES TO Wligne_releve
           STRING frb_numutilisateur ";" frb_mois ";" frb_montant
               ";" Wrb_motif
               DELIMITED BY SIZE INTO Wligne_releve
           WRITE tamp_fexception FROM Wligne_releve
           ADD 1 TO Wrb_exceptions.

           BALANCE_AGEE.
           DISPLAY "Restes à recouvrer - balance âgée"
           DISPLAY "________________________________"
           MOVE 0 TO Wsolde_tr1
           MOVE 0 TO Wsolde_tr2
           MOVE 0 TO Wsolde_tr3
           MOVE 0 TO Wsolde_tr4
           MOVE 0 TO Wtotal_solde
           COMPUTE Wjours_courant = WS-CURRENT-YEAR * 360
               + WS-CURRENT-MONTH * 30 + WS-CURRENT-DAY
           OPEN INPUT ffacture
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ ffacture NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   MOVE ff_numutilisateur TO WnumutilisateurF
                   MOVE ff_mois TO WmoisF
                   PERFORM CALCULER_TOTAL_REGLE
                   IF Wtotal_regle < ff_montant_du
                       COMPUTE Wsolde = ff_montant_du - Wtotal_regle
                       COMPUTE Wjours_facture = ff_aaaa * 360
                           + ff_mm * 30 + 30
                       IF Wjours_courant > Wjours_facture
                           COMPUTE Wage_jours =
                               Wjours_courant - Wjours_facture
                       ELSE
                           MOVE 0 TO Wage_jours
                       END-IF
                       ADD Wsolde TO Wtotal_solde
                       IF Wage_jours <= 30
                           ADD Wsolde TO Wsolde_tr1
                       ELSE
                           IF Wage_jours <= 60
                               ADD Wsolde TO Wsolde_tr2
                           ELSE
                               IF Wage_jours <= 90
                                   ADD Wsolde TO Wsolde_tr3
                               ELSE
                                   ADD Wsolde TO Wsolde_tr4
                               END-IF
                           END-IF
                       END-IF
                       DISPLAY "Utilisateur " ff_numutilisateur
                           " - mois " ff_mois
                           " - facturé " ff_montant_du
                           " - réglé " Wtotal_regle
                           " - solde " Wsolde
                           " - ancienneté " Wage_jours " jours"
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffacture
           DISPLAY "________________________________"
           DISPLAY "Soldes de 0 à 30 jours : " Wsolde_tr1
           DISPLAY "Soldes de 31 à 60 jours : " Wsolde_tr2
           DISPLAY "Soldes de 61 à 90 jours : " Wsolde_tr3
           DISPLAY "Soldes à plus de 90 jours : " Wsolde_tr4
           DISPLAY "Total des restes à recouvrer : " Wtotal_solde
           DISPLAY "________________________________".

           GENERER_RELANCES.
           DISPLAY "Relances clients par paliers"
           DISPLAY "________________________________"
           COMPUTE Wjours_courant = WS-CURRENT-YEAR * 360
               + WS-CURRENT-MONTH * 30 + WS-CURRENT-DAY
           MOVE 0 TO Wrel_nb
           MOVE 0 TO Wrel_bloques
           MOVE 0 TO Wrel_lues
           OPEN OUTPUT fcourrier
           OPEN I-O frelance
           OPEN I-O futilisateur
           OPEN INPUT ffacture
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ ffacture NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wrel_lues
                   MOVE ff_numutilisateur TO WnumutilisateurF
                   MOVE ff_mois TO WmoisF
                   PERFORM CALCULER_TOTAL_REGLE
                   IF Wtotal_regle < ff_montant_du
                       COMPUTE Wsolde = ff_montant_du - Wtotal_regle
                       COMPUTE Wjours_facture = ff_aaaa * 360
                           + ff_mm * 30 + 30
                       IF Wjours_courant > Wjours_facture
                           COMPUTE Wage_jours =
                               Wjours_courant - Wjours_facture
                       ELSE
                           MOVE 0 TO Wage_jours
                       END-IF
                       MOVE 0 TO Wrel_niveau_cible
                       IF Wage_jours > 30 AND Wage_jours <= 60
                           MOVE 1 TO Wrel_niveau_cible
                       END-IF
                       IF Wage_jours > 60 AND Wage_jours <= 90
                           MOVE 2 TO Wrel_niveau_cible
                       END-IF
                       IF Wage_jours > 90
                           MOVE 3 TO Wrel_niveau_cible
                       END-IF
                       IF Wrel_niveau_cible > 0
                           PERFORM TRAITER_RELANCE_FACTURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ffacture
           CLOSE futilisateur
           CLOSE frelance
           CLOSE fcourrier
           DISPLAY "________________________________"
           DISPLAY "Relances émises : " Wrel_nb
           DISPLAY "Utilisateurs bloqués : " Wrel_bloques
           IF Wrel_nb > 0
               DISPLAY "Courriers dans relances_courrier.dat"
           END-IF
           DISPLAY "________________________________".

           TRAITER_RELANCE_FACTURE.
           MOVE 1 TO Wrel_a_traiter
           MOVE ff_numutilisateur TO frl_numutilisateur
           MOVE ff_mois TO frl_mois
           READ frelance
           INVALID KEY
               MOVE Wrel_niveau_cible TO Wrel_niveau
               MOVE ff_numutilisateur TO frl_numutilisateur
               MOVE ff_mois TO frl_mois
               MOVE Wrel_niveau TO frl_niveau
               MOVE WS-CURRENT-DAY TO frl_jour_env
               MOVE WS-CURRENT-MONTH TO frl_mois_env
               MOVE WS-CURRENT-YEAR TO frl_annee_env
               WRITE tamp_frelance
           NOT INVALID KEY
               IF frl_niveau >= 3
                   MOVE 0 TO Wrel_a_traiter
               ELSE
                   COMPUTE Wrel_niveau = frl_niveau + 1
                   IF Wrel_niveau < Wrel_niveau_cible
                       MOVE Wrel_niveau_cible TO Wrel_niveau
                   END-IF
                   IF Wrel_niveau > 3
                       MOVE 3 TO Wrel_niveau
                   END-IF
                   MOVE Wrel_niveau TO frl_niveau
                   MOVE WS-CURRENT-DAY TO frl_jour_env
                   MOVE WS-CURRENT-MONTH TO frl_mois_env
                   MOVE WS-CURRENT-YEAR TO frl_annee_env
                   REWRITE tamp_frelance
               END-IF
           END-READ
           IF Wrel_a_traiter = 1
               MOVE ff_numutilisateur TO fu_numutilisateur
               READ futilisateur
               INVALID KEY
                   DISPLAY "Relance impossible : utilisateur "
                       ff_numutilisateur " supprimé"
               NOT INVALID KEY
                   PERFORM ECRIRE_COURRIER_RELANCE
                   ADD 1 TO Wrel_nb
                   IF Wrel_niveau = 3 AND fu_bloque NOT = "O"
                       MOVE "O" TO fu_bloque
                       REWRITE tamp_futilisateur
                       ADD 1 TO Wrel_bloques
                       DISPLAY "Utilisateur " fu_numutilisateur
                           " (" fu_nom ") bloqué au niveau 3"
                   END-IF
               END-READ
           END-IF.

           ECRIRE_COURRIER_RELANCE.
           MOVE ALL "=" TO Wligne_courrier
           WRITE tamp_fcourrier FROM Wligne_courrier
           MOVE SPACES TO Wligne_courrier
           EVALUATE Wrel_niveau
               WHEN 1
                   MOVE "RAPPEL SIMPLE" TO Wligne_courrier
               WHEN 2
                   MOVE "MISE EN DEMEURE" TO Wligne_courrier
               WHEN 3
                   MOVE "DERNIER AVIS - BLOCAGE DU COMPTE"
                       TO Wligne_courrier
           END-EVALUATE
           WRITE tamp_fcourrier FROM Wligne_courrier
           MOVE SPACES TO Wligne_courrier
           STRING "Destinataire : " fu_prenom " " fu_nom
               " (utilisateur " fu_numutilisateur ")"
               DELIMITED BY SIZE INTO Wligne_courrier
           WRITE tamp_fcourrier FROM Wligne_courrier
           MOVE SPACES TO Wligne_courrier
           STRING "Facture du mois : " ff_mm "/" ff_aaaa
               DELIMITED BY SIZE INTO Wligne_courrier
           WRITE tamp_fcourrier FROM Wligne_courrier
           MOVE SPACES TO Wligne_courrier
           STRING "Solde restant dû : " Wsolde
               " - ancienneté " Wage_jours " jours"
               DELIMITED BY SIZE INTO Wligne_courrier
           WRITE tamp_fcourrier FROM Wligne_courrier
           MOVE SPACES TO Wligne_courrier
           EVALUATE Wrel_niveau
               WHEN 1
                   MOVE "Merci de régulariser votre situation sous quinzaine."
                       TO Wligne_courrier
               WHEN 2
                   MOVE "Sans règlement sous huitaine, votre compte sera bloqué."
                       TO Wligne_courrier
               WHEN 3
                   MOVE "Votre compte est bloqué jusqu'au règlement intégral."
                       TO Wligne_courrier
           END-EVALUATE
           WRITE tamp_fcourrier FROM Wligne_courrier
           MOVE SPACES TO Wligne_courrier
           STRING "Relance émise le " WS-CURRENT-DAY "/"
               WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               " - niveau " Wrel_niveau
               DELIMITED BY SIZE INTO Wligne_courrier
           WRITE tamp_fcourrier FROM Wligne_courrier.

           RAPPORT_OCCUPATION.
           DISPLAY "Taux d'occupation mensuel"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisS
               IF WmoisM IS NUMERIC AND
                  WmoisM > 0 AND
                  WmoisM <= 12 AND
                  WanneeS IS NUMERIC AND
                  WanneeS > 0
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM

           MOVE 0 TO Wtrouve
           OPEN INPUT flieu
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Veuillez saisir l'adresse du lieu :"
               ACCEPT WlieuS
               MOVE WlieuS TO fl_adresse
               READ flieu RECORD KEY IS fl_adresse
               INVALID KEY DISPLAY "Aucunes correspondances avec nos centres."
               NOT INVALID KEY
                   MOVE fl_numlieu TO Wnumlieu
                   MOVE 1 TO Wtrouve
               END-READ
           END-PERFORM
           CLOSE flieu

           MOVE WmoisM TO mois_saisi
           MOVE WanneeS TO annee_saisie
           PERFORM CALCULER_MAXDAY

           MOVE 1 TO Wheure_idx
           PERFORM WITH TEST AFTER UNTIL Wheure_idx > 24
               MOVE 0 TO Wheure_cpt(Wheure_idx)
               ADD 1 TO Wheure_idx
           END-PERFORM

           OPEN INPUT fterrain
           OPEN INPUT fhoraire
           MOVE Wnumlieu TO ft_numlieuT
           MOVE 1 TO Wfin
           START fterrain, KEY IS = ft_numlieuT
           INVALID KEY DISPLAY "Ce lieu ne possède plus de terrain"
           NOT INVALID KEY
               DISPLAY "________________________________"
               DISPLAY "Occupation du mois " WmoisS " - lieu " WlieuS
               DISPLAY "________________________________"
               PERFORM WITH TEST AFTER UNTIL Wfin = 0
                   READ fterrain NEXT
                   AT END MOVE 0 TO Wfin
                   NOT AT END
                       IF ft_numlieuT = Wnumlieu
                           PERFORM CALCULER_OCCUPATION_TERRAIN
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE fhoraire
           CLOSE fterrain

           DISPLAY "________________________________"
           DISPLAY "Ventilation par heure de la journée :"
           MOVE 1 TO Wheure_idx
           PERFORM WITH TEST AFTER UNTIL Wheure_idx > 24
               IF Wheure_cpt(Wheure_idx) > 0
                   COMPUTE Whcreneau = Wheure_idx - 1
                   DISPLAY " - " Whcreneau "h : "
                       Wheure_cpt(Wheure_idx) " réservations"
               END-IF
               ADD 1 TO Wheure_idx
           END-PERFORM
           DISPLAY "________________________________".

           CALCULER_OCCUPATION_TERRAIN.
           MOVE ft_numterrain TO fh_numterrain
           READ fhoraire
           INVALID KEY
               MOVE 8 TO Wcreneaux_jour
           NOT INVALID KEY
               IF fh_duree > 0 AND fh_fermeture > fh_ouverture
                   COMPUTE Wcreneaux_jour =
                       (fh_fermeture - fh_ouverture) / fh_duree
               ELSE
                   MOVE 0 TO Wcreneaux_jour
               END-IF
           END-READ
           COMPUTE Wcreneaux_offerts = Wcreneaux_jour * maxday

           MOVE 0 TO Wcreneaux_reserves
           OPEN INPUT freservation
           MOVE 1 TO Wfinfin
           PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
               READ freservation NEXT
               AT END MOVE 0 TO Wfinfin
               NOT AT END
                   IF fr_numterrain = ft_numterrain AND
                      fr_mois = WmoisM AND fr_annee = WanneeS
                       ADD 1 TO Wcreneaux_reserves
                       COMPUTE Wheure_idx = fr_heure + 1
                       ADD 1 TO Wheure_cpt(Wheure_idx)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE freservation

           OPEN INPUT fhistorique
           MOVE 1 TO Wfinfin
           PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
               READ fhistorique NEXT
               AT END MOVE 0 TO Wfinfin
               NOT AT END
                   IF fhi_numterrain = ft_numterrain AND
                      fhi_mois = WmoisM AND fhi_annee = WanneeS
                       ADD 1 TO Wcreneaux_reserves
                       COMPUTE Wheure_idx = fhi_heure + 1
                       ADD 1 TO Wheure_cpt(Wheure_idx)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fhistorique

           IF Wcreneaux_offerts > 0
               COMPUTE Wtaux = Wcreneaux_reserves * 100
                   / Wcreneaux_offerts
           ELSE
               MOVE 0 TO Wtaux
           END-IF
           DISPLAY "Terrain " ft_numterrain " (" ft_type
               ") : offerts " Wcreneaux_offerts " - réservés "
               Wcreneaux_reserves " - taux " Wtaux " %".

           RAPPORT_PERTES_MATERIEL.
           DISPLAY "Pertes et casse de matériel"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM
           COMPUTE Wpm_mois_fin = WanneeSF * 100 + WmoisMF
           IF WmoisMF = 12
               COMPUTE Wpm_mois_debut = WanneeSF * 100 + 1
           ELSE
               COMPUTE Wpm_mois_debut = (WanneeSF - 1) * 100
                   + WmoisMF + 1
           END-IF
           MOVE 0 TO Wpm_nb
           MOVE 0 TO Wpm_nb_clients
           MOVE 0 TO Wpm_hors_liste
           OPEN INPUT flocation
           MOVE 1 TO WfinM
           PERFORM WITH TEST AFTER UNTIL WfinM = 0
               READ flocation NEXT
               AT END MOVE 0 TO WfinM
               NOT AT END
                   COMPUTE Wpm_mois_loc = flo_annee * 100 + flo_mois
                   IF Wpm_mois_loc = Wpm_mois_fin
                       PERFORM CUMULER_PERTE_ARTICLE
                   END-IF
                   IF Wpm_mois_loc >= Wpm_mois_debut AND
                      Wpm_mois_loc <= Wpm_mois_fin AND
                      flo_retour_saisi = "O" AND
                      flo_qte_abimee + flo_qte_perdue > 0
                       PERFORM CUMULER_PERTE_CLIENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flocation
           PERFORM TRIER_PERTES

           OPEN OUTPUT fpertes
           MOVE SPACES TO Wligne_pertes
           STRING "PERTES ET CASSE DE MATERIEL - MOIS " WmoisMF "/"
               WanneeSF
               DELIMITED BY SIZE INTO Wligne_pertes
           WRITE tamp_fpertes FROM Wligne_pertes
           MOVE "LIEU;ARTICLE;QUANTITE LOUEE;ABIMEE;PERDUE;FRAIS REFACTURES"
               TO Wligne_pertes
           WRITE tamp_fpertes FROM Wligne_pertes
           MOVE 0 TO Wpm_total_abime
           MOVE 0 TO Wpm_total_perdu
           MOVE 0 TO Wpm_total_frais
           MOVE 0 TO Wpm_sous_abime
           MOVE 0 TO Wpm_sous_perdu
           MOVE 0 TO Wpm_sous_frais
           IF Wpm_nb > 0
               MOVE Wpm_lieu(1) TO Wpm_lieu_courant
               MOVE 1 TO Wpm_idx
               PERFORM WITH TEST AFTER UNTIL Wpm_idx > Wpm_nb
                   IF Wpm_lieu(Wpm_idx) NOT = Wpm_lieu_courant
                       PERFORM ECRIRE_TOTAL_PERTES_LIEU
                       MOVE Wpm_lieu(Wpm_idx) TO Wpm_lieu_courant
                   END-IF
                   MOVE SPACES TO Wligne_pertes
                   STRING Wpm_lieu(Wpm_idx) ";" Wpm_article(Wpm_idx) ";"
                       Wpm_loue(Wpm_idx) ";" Wpm_abime(Wpm_idx) ";"
                       Wpm_perdu(Wpm_idx) ";" Wpm_frais(Wpm_idx)
                       DELIMITED BY SIZE INTO Wligne_pertes
                   WRITE tamp_fpertes FROM Wligne_pertes
                   ADD Wpm_abime(Wpm_idx) TO Wpm_total_abime
                   ADD Wpm_perdu(Wpm_idx) TO Wpm_total_perdu
                   ADD Wpm_frais(Wpm_idx) TO Wpm_total_frais
                   ADD Wpm_abime(Wpm_idx) TO Wpm_sous_abime
                   ADD Wpm_perdu(Wpm_idx) TO Wpm_sous_perdu
                   ADD Wpm_frais(Wpm_idx) TO Wpm_sous_frais
                   ADD 1 TO Wpm_idx
               END-PERFORM
               PERFORM ECRIRE_TOTAL_PERTES_LIEU
           END-IF

           MOVE SPACES TO Wligne_pertes
           WRITE tamp_fpertes FROM Wligne_pertes
           MOVE SPACES TO Wligne_pertes
           STRING "CLIENTS AUX PERTES REPETEES DU " Wpm_mois_debut
               " AU " Wpm_mois_fin " (2 INCIDENTS OU PLUS)"
               DELIMITED BY SIZE INTO Wligne_pertes
           WRITE tamp_fpertes FROM Wligne_pertes
           MOVE "UTILISATEUR;INCIDENTS;ARTICLES ABIMES OU PERDUS;FRAIS REFACTURES"
               TO Wligne_pertes
           WRITE tamp_fpertes FROM Wligne_pertes
           MOVE 0 TO Wpm_nb_repetes
           IF Wpm_nb_clients > 0
               MOVE 1 TO Wpm_idx
               PERFORM WITH TEST AFTER UNTIL Wpm_idx > Wpm_nb_clients
                   IF Wpm_cl_incidents(Wpm_idx) >= 2
                       ADD 1 TO Wpm_nb_repetes
                       MOVE SPACES TO Wligne_pertes
                       STRING Wpm_cl_num(Wpm_idx) ";"
                           Wpm_cl_incidents(Wpm_idx) ";"
                           Wpm_cl_articles(Wpm_idx) ";"
                           Wpm_cl_frais(Wpm_idx)
                           DELIMITED BY SIZE INTO Wligne_pertes
                       WRITE tamp_fpertes FROM Wligne_pertes
                       DISPLAY "Client " Wpm_cl_num(Wpm_idx) " : "
                           Wpm_cl_incidents(Wpm_idx) " incidents - "
                           Wpm_cl_articles(Wpm_idx) " articles"
                   END-IF
                   ADD 1 TO Wpm_idx
               END-PERFORM
           END-IF
           CLOSE fpertes
           DISPLAY "________________________________"
           DISPLAY "Articles abîmés sur le mois : " Wpm_total_abime
           DISPLAY "Articles perdus sur le mois : " Wpm_total_perdu
           DISPLAY "Frais de remplacement refacturés : " Wpm_total_frais
           DISPLAY "Clients aux pertes répétées : " Wpm_nb_repetes
           IF Wpm_hors_liste > 0
               DISPLAY "Lignes non prises en compte (table pleine) : "
                   Wpm_hors_liste
           END-IF
           DISPLAY "Rapport dans pertes_materiel.dat"
           DISPLAY "________________________________".

           CUMULER_PERTE_ARTICLE.
           MOVE 0 TO Wpm_trouve
           IF Wpm_nb > 0
               MOVE 1 TO Wpm_idx
               PERFORM WITH TEST AFTER UNTIL Wpm_idx > Wpm_nb
                                          OR Wpm_trouve = 1
                   IF Wpm_lieu(Wpm_idx) = flo_numlieu AND
                      Wpm_article(Wpm_idx) = flo_article
                       MOVE 1 TO Wpm_trouve
                   ELSE
                       ADD 1 TO Wpm_idx
                   END-IF
               END-PERFORM
           END-IF
           IF Wpm_trouve = 0
               IF Wpm_nb < 300
                   ADD 1 TO Wpm_nb
                   MOVE Wpm_nb TO Wpm_idx
                   MOVE flo_numlieu TO Wpm_lieu(Wpm_idx)
                   MOVE flo_article TO Wpm_article(Wpm_idx)
                   MOVE 0 TO Wpm_loue(Wpm_idx)
                   MOVE 0 TO Wpm_abime(Wpm_idx)
                   MOVE 0 TO Wpm_perdu(Wpm_idx)
                   MOVE 0 TO Wpm_frais(Wpm_idx)
                   MOVE 1 TO Wpm_trouve
               ELSE
                   ADD 1 TO Wpm_hors_liste
               END-IF
           END-IF
           IF Wpm_trouve = 1
               ADD flo_quantite TO Wpm_loue(Wpm_idx)
               IF flo_retour_saisi = "O"
                   ADD flo_qte_abimee TO Wpm_abime(Wpm_idx)
                   ADD flo_qte_perdue TO Wpm_perdu(Wpm_idx)
                   ADD flo_frais_remplacement TO Wpm_frais(Wpm_idx)
               END-IF
           END-IF.

           CUMULER_PERTE_CLIENT.
           MOVE 0 TO Wpm_trouve
           IF Wpm_nb_clients > 0
               MOVE 1 TO Wpm_idx2
               PERFORM WITH TEST AFTER UNTIL Wpm_idx2 > Wpm_nb_clients
                                          OR Wpm_trouve = 1
                   IF Wpm_cl_num(Wpm_idx2) = flo_numutilisateur
                       MOVE 1 TO Wpm_trouve
                   ELSE
                       ADD 1 TO Wpm_idx2
                   END-IF
               END-PERFORM
           END-IF
           IF Wpm_trouve = 0
               IF Wpm_nb_clients < 500
                   ADD 1 TO Wpm_nb_clients
                   MOVE Wpm_nb_clients TO Wpm_idx2
                   MOVE flo_numutilisateur TO Wpm_cl_num(Wpm_idx2)
                   MOVE 0 TO Wpm_cl_incidents(Wpm_idx2)
                   MOVE 0 TO Wpm_cl_articles(Wpm_idx2)
                   MOVE 0 TO Wpm_cl_frais(Wpm_idx2)
                   MOVE 1 TO Wpm_trouve
               ELSE
                   ADD 1 TO Wpm_hors_liste
               END-IF
           END-IF
           IF Wpm_trouve = 1
               ADD 1 TO Wpm_cl_incidents(Wpm_idx2)
               ADD flo_qte_abimee TO Wpm_cl_articles(Wpm_idx2)
               ADD flo_qte_perdue TO Wpm_cl_articles(Wpm_idx2)
               ADD flo_frais_remplacement TO Wpm_cl_frais(Wpm_idx2)
           END-IF.

           TRIER_PERTES.
           IF Wpm_nb > 1
               MOVE 1 TO Wpm_idx
               PERFORM WITH TEST AFTER UNTIL Wpm_idx >= Wpm_nb
                   MOVE 1 TO Wpm_idx2
                   PERFORM WITH TEST AFTER UNTIL
                           Wpm_idx2 > Wpm_nb - Wpm_idx
                       IF Wpm_cle(Wpm_idx2) > Wpm_cle(Wpm_idx2 + 1)
                           MOVE Wpm_ligne(Wpm_idx2) TO Wpm_echange
                           MOVE Wpm_ligne(Wpm_idx2 + 1)
                               TO Wpm_ligne(Wpm_idx2)
                           MOVE Wpm_echange TO Wpm_ligne(Wpm_idx2 + 1)
                       END-IF
                       ADD 1 TO Wpm_idx2
                   END-PERFORM
                   ADD 1 TO Wpm_idx
               END-PERFORM
           END-IF.

           ECRIRE_TOTAL_PERTES_LIEU.
           MOVE SPACES TO Wligne_pertes
           STRING "TOTAL LIEU " Wpm_lieu_courant ";;;"
               Wpm_sous_abime ";" Wpm_sous_perdu ";" Wpm_sous_frais
               DELIMITED BY SIZE INTO Wligne_pertes
           WRITE tamp_fpertes FROM Wligne_pertes
           MOVE 0 TO Wpm_sous_abime
           MOVE 0 TO Wpm_sous_perdu
           MOVE 0 TO Wpm_sous_frais.

           ENREGISTRER_AUDIT.
           MOVE "AUDIT" TO Wct_nom
           PERFORM PROCHAIN_NUMERO
           MOVE Wct_numero TO Wnumauditmax
           OPEN I-O faudit
           MOVE Wnumauditmax TO fa_numaudit
           MOVE Wa_table TO fa_table
           MOVE global_id_user TO fa_acteur
           MOVE WS-CURRENT-DATE-DATA TO fa_date
           MOVE Wa_avant TO fa_avant
           MOVE Wa_apres TO fa_apres

           WRITE tamp_faudit
           IF cr_faudit = "00"
               DISPLAY "Modification journalisée."
           ELSE
               DISPLAY "Erreur lors de la journalisation de la modification."
           END-IF
           CLOSE faudit.

           PROCHAIN_NUMERO.
           OPEN I-O fcompteur
           MOVE Wct_nom TO fct_nom
           READ fcompteur
           INVALID KEY
               PERFORM CALCULER_MAX_COMPTEUR
               COMPUTE Wct_numero = Wct_max + 1
               MOVE Wct_nom TO fct_nom
               MOVE Wct_numero TO fct_valeur
               WRITE tamp_fcompteur
           NOT INVALID KEY
               COMPUTE Wct_numero = fct_valeur + 1
               MOVE Wct_numero TO fct_valeur
               REWRITE tamp_fcompteur
           END-READ
           CLOSE fcompteur.

           INITIALISER_COMPTEURS.
           MOVE 1 TO Wct_idx
           PERFORM WITH TEST AFTER UNTIL Wct_idx > 9
               PERFORM NOMMER_COMPTEUR
               PERFORM CALCULER_MAX_COMPTEUR
               PERFORM ENREGISTRER_COMPTEUR
               ADD 1 TO Wct_idx
           END-PERFORM.

           NOMMER_COMPTEUR.
           EVALUATE Wct_idx
               WHEN 1
                   MOVE "AUDIT" TO Wct_nom
               WHEN 2
                   MOVE "AVIS" TO Wct_nom
               WHEN 3
                   MOVE "INDISPONIBILITE" TO Wct_nom
               WHEN 4
                   MOVE "PAIEMENT" TO Wct_nom
               WHEN 5
                   MOVE "AVOIR" TO Wct_nom
               WHEN 6
                   MOVE "EVENEMENT" TO Wct_nom
               WHEN 7
                   MOVE "ANNULATION" TO Wct_nom
               WHEN 8
                   MOVE "CARNET" TO Wct_nom
               WHEN 9
                   MOVE "COMPETITION" TO Wct_nom
           END-EVALUATE.

           CALCULER_MAX_COMPTEUR.
           MOVE 0 TO Wct_max
           MOVE 1 TO Wct_fin
           EVALUATE Wct_nom
               WHEN "AUDIT"
                   OPEN INPUT faudit
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ faudit NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fa_numaudit > Wct_max
                               MOVE fa_numaudit TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE faudit
               WHEN "AVIS"
                   OPEN INPUT favis
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ favis NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fav_numavis > Wct_max
                               MOVE fav_numavis TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE favis
               WHEN "INDISPONIBILITE"
                   OPEN INPUT findispo
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ findispo NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fi_numindispo > Wct_max
                               MOVE fi_numindispo TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE findispo
               WHEN "PAIEMENT"
                   OPEN INPUT fpaiement
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ fpaiement NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fp_numpaiement > Wct_max
                               MOVE fp_numpaiement TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fpaiement
               WHEN "AVOIR"
                   OPEN INPUT favoir
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ favoir NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fv_numavoir > Wct_max
                               MOVE fv_numavoir TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE favoir
               WHEN "EVENEMENT"
                   OPEN INPUT fevent
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ fevent NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fe_numevent > Wct_max
                               MOVE fe_numevent TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fevent
               WHEN "ANNULATION"
                   OPEN INPUT fannulation
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ fannulation NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fan_numannul > Wct_max
                               MOVE fan_numannul TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fannulation
               WHEN "CARNET"
                   OPEN INPUT fcarnet
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ fcarnet NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fca_numcarnet > Wct_max
                               MOVE fca_numcarnet TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fcarnet
               WHEN "COMPETITION"
                   OPEN INPUT fcompet
                   PERFORM WITH TEST AFTER UNTIL Wct_fin = 0
                       READ fcompet NEXT
                       AT END MOVE 0 TO Wct_fin
                       NOT AT END
                           IF fco_numcompet > Wct_max
                               MOVE fco_numcompet TO Wct_max
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fcompet
           END-EVALUATE.

           ENREGISTRER_COMPTEUR.
           OPEN I-O fcompteur
           MOVE Wct_nom TO fct_nom
           READ fcompteur
           INVALID KEY
               MOVE Wct_nom TO fct_nom
               MOVE Wct_max TO fct_valeur
               WRITE tamp_fcompteur
           NOT INVALID KEY
               MOVE Wct_max TO fct_valeur
               REWRITE tamp_fcompteur
           END-READ
           CLOSE fcompteur.

           ARCHIVER_RESERVATIONS.
           DISPLAY "Archivage des réservations passées"
           DISPLAY "________________________________"
           MOVE 0 TO Wnb_archivees
           MOVE 0 TO Warc_lues
           MOVE 0 TO Warc_erreurs
           OPEN I-O freservation
           OPEN I-O fhistorique
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ freservation NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Warc_lues
                   IF fr_annee < WS-CURRENT-YEAR OR
                      (fr_annee = WS-CURRENT-YEAR AND
                       fr_mois < WS-CURRENT-MONTH) OR
                      (fr_annee = WS-CURRENT-YEAR AND
                       fr_mois = WS-CURRENT-MONTH AND
                       fr_jour < WS-CURRENT-DAY)
                       MOVE fr_numterrain TO fhi_numterrain
                       MOVE fr_heure TO fhi_heure
                       MOVE fr_date TO fhi_date
                       MOVE fr_numutilisateur TO fhi_numutilisateur
                       MOVE fr_materiel TO fhi_materiel
                       MOVE fr_prix TO fhi_prix
                       MOVE fr_presence TO fhi_presence
                       MOVE fr_numevent TO fhi_numevent
                       MOVE fr_numequipe TO fhi_numequipe
                       MOVE fr_numcarnet TO fhi_numcarnet
                       WRITE tamp_fhistorique
                       IF cr_fhistorique = "00"
                           DELETE freservation
                           ADD 1 TO Wnb_archivees
                       ELSE
                           DISPLAY "Erreur lors de l'archivage d'une réservation"
                           ADD 1 TO Warc_erreurs
                       END-IF
                   END-IF
           END-PERFORM
           DISPLAY "Réservations archivées : "Wnb_archivees
           CLOSE freservation
           CLOSE fhistorique.

           CONTROLE_COHERENCE.
           DISPLAY "Contrôle de cohérence des fichiers"
           DISPLAY "________________________________"
           DISPLAY "Mode réparation (O/N) :"
           ACCEPT Wreparer
           PERFORM CONTROLE_COHERENCE_CORE.

           CONTROLE_COHERENCE_CORE.
           MOVE 0 TO Wnb_anomalies
           MOVE 0 TO Wnb_controles
           MOVE 0 TO Wnb_reparations
           PERFORM CONTROLE_RESERVATIONS
           PERFORM CONTROLE_HORAIRES
           PERFORM CONTROLE_LIEUX
           PERFORM CONTROLE_GERANTS
           PERFORM CONTROLE_FACTURES
           DISPLAY "________________________________"
           DISPLAY "Contrôle terminé - anomalies relevées : " Wnb_anomalies
           DISPLAY "________________________________".

           CONTROLE_RESERVATIONS.
           DISPLAY "Contrôle des réservations"
           OPEN I-O freservation
           OPEN INPUT fterrain
           OPEN INPUT futilisateur
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ freservation NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wnb_controles
                   MOVE 0 TO Wtrouve
                   MOVE fr_numterrain TO ft_numterrain
                   READ fterrain
                   INVALID KEY
                       ADD 1 TO Wnb_anomalies
                       MOVE 1 TO Wtrouve
                       DISPLAY "Réservation du " fr_jour "/" fr_mois
                           "/" fr_annee " " fr_heure "h : terrain "
                           fr_numterrain " inexistant"
                   END-READ
                   MOVE fr_numutilisateur TO fu_numutilisateur
                   READ futilisateur
                   INVALID KEY
                       ADD 1 TO Wnb_anomalies
                       MOVE 1 TO Wtrouve
                       DISPLAY "Réservation du " fr_jour "/" fr_mois
                           "/" fr_annee " " fr_heure "h : utilisateur "
                           fr_numutilisateur " inexistant"
                   END-READ
                   IF Wtrouve = 1 AND
                      (Wreparer = "O" OR Wreparer = "o")
                       IF Wmode_batch = 1
                           MOVE "O" TO Wreponse
                       ELSE
                           DISPLAY "Supprimer cette réservation orpheline (O/N) :"
                           ACCEPT Wreponse
                       END-IF
                       IF Wreponse = "O" OR Wreponse = "o"
                           DELETE freservation
                           END-DELETE
                           ADD 1 TO Wnb_reparations
                           DISPLAY "Réservation supprimée"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE futilisateur
           CLOSE fterrain
           CLOSE freservation.

           CONTROLE_HORAIRES.
           DISPLAY "Contrôle des horaires"
           OPEN I-O fhoraire
           OPEN INPUT fterrain
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ fhoraire NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wnb_controles
                   MOVE fh_numterrain TO ft_numterrain
                   READ fterrain
                   INVALID KEY
                       ADD 1 TO Wnb_anomalies
                       DISPLAY "Horaire sans terrain : " fh_numterrain
                       IF Wreparer = "O" OR Wreparer = "o"
                           IF Wmode_batch = 1
                               MOVE "O" TO Wreponse
                           ELSE
                               DISPLAY "Supprimer cet horaire orphelin (O/N) :"
                               ACCEPT Wreponse
                           END-IF
                           IF Wreponse = "O" OR Wreponse = "o"
                               DELETE fhoraire
                               END-DELETE
                               ADD 1 TO Wnb_reparations
                               DISPLAY "Horaire supprimé"
                           END-IF
                       END-IF
                   END-READ
               END-READ
           END-PERFORM
           CLOSE fterrain
           CLOSE fhoraire.

           CONTROLE_LIEUX.
           DISPLAY "Contrôle des lieux"
           OPEN I-O flieu
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ flieu NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wnb_controles
                   MOVE 0 TO Wnb_terrains_reel
                   OPEN INPUT fterrain
                   MOVE 1 TO Wfinfin
                   PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                       READ fterrain NEXT
                       AT END MOVE 0 TO Wfinfin
                       NOT AT END
                           IF ft_numlieuT = fl_numlieu
                               ADD 1 TO Wnb_terrains_reel
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE fterrain
                   IF fl_terrain_existant NOT = Wnb_terrains_reel
                       ADD 1 TO Wnb_anomalies
                       DISPLAY "Lieu " fl_numlieu " : compteur terrains "
                           fl_terrain_existant " différent du réel "
                           Wnb_terrains_reel
                       IF Wreparer = "O" OR Wreparer = "o"
                           MOVE Wnb_terrains_reel TO fl_terrain_existant
                           REWRITE tamp_flieu
                           IF cr_flieu = "00"
                               ADD 1 TO Wnb_reparations
                               DISPLAY "Compteur corrigé"
                           ELSE
                               DISPLAY "Erreur lors de la correction du compteur"
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE flieu.

           CONTROLE_GERANTS.
           DISPLAY "Contrôle des gérants"
           OPEN INPUT futilisateur
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ futilisateur NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wnb_controles
                   IF fu_role = 2
                       MOVE 0 TO Wnb_lieux_gerant
                       OPEN INPUT flieu
                       MOVE 1 TO Wfinfin
                       PERFORM WITH TEST AFTER UNTIL Wfinfin = 0
                           READ flieu NEXT
                           AT END MOVE 0 TO Wfinfin
                           NOT AT END
                               IF fl_gerant = fu_numutilisateur
                                   ADD 1 TO Wnb_lieux_gerant
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE flieu
                       IF Wnb_lieux_gerant = 0
                           ADD 1 TO Wnb_anomalies
                           DISPLAY "Gérant " fu_numutilisateur " ("
                               fu_nom ") sans lieu"
                       END-IF
                       IF Wnb_lieux_gerant > 1
                           ADD 1 TO Wnb_anomalies
                           DISPLAY "Gérant " fu_numutilisateur " ("
                               fu_nom ") affecté à " Wnb_lieux_gerant
                               " lieux"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE futilisateur.

           CONTROLE_FACTURES.
           DISPLAY "Contrôle des factures"
           OPEN I-O ffacture
           OPEN INPUT futilisateur
           MOVE 1 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 0
               READ ffacture NEXT
               AT END MOVE 0 TO Wfin
               NOT AT END
                   ADD 1 TO Wnb_controles
                   MOVE ff_numutilisateur TO fu_numutilisateur
                   READ futilisateur
                   INVALID KEY
                       ADD 1 TO Wnb_anomalies
                       DISPLAY "Facture " ff_mois " de l'utilisateur "
                           ff_numutilisateur " : utilisateur supprimé"
                       IF Wreparer = "O" OR Wreparer = "o"
                           IF Wmode_batch = 1
                               MOVE "O" TO Wreponse
                           ELSE
                               DISPLAY "Supprimer cette facture orpheline (O/N) :"
                               ACCEPT Wreponse
                           END-IF
                           IF Wreponse = "O" OR Wreponse = "o"
                               DELETE ffacture
                               END-DELETE
                               ADD 1 TO Wnb_reparations
                               DISPLAY "Facture supprimée"
                           END-IF
                       END-IF
                   END-READ
               END-READ
           END-PERFORM
           CLOSE futilisateur
           CLOSE ffacture.

           GERER_SAUVEGARDES.
           PERFORM WITH TEST AFTER UNTIL choice = '0'
               DISPLAY "________________________________"
               DISPLAY "Sauvegarde et restauration"
               DISPLAY "1. Sauvegarder tous les fichiers"
               DISPLAY "2. Restaurer un fichier ou toute une sauvegarde"
               DISPLAY "0. Retour"
               DISPLAY "Entrez votre choix (0-2):"
               ACCEPT choice
               EVALUATE choice
                   WHEN '1'
                       PERFORM SAUVEGARDER_FICHIERS
                   WHEN '2'
                       PERFORM RESTAURER_FICHIERS
                   WHEN '0'
                       DISPLAY " "
                   WHEN OTHER
                       DISPLAY "Choix invalide. Veuillez réessayer."
               END-EVALUATE
           END-PERFORM.

           SAUVEGARDER_FICHIERS.
           DISPLAY "Sauvegarde des fichiers indexés"
           DISPLAY "________________________________"
           PERFORM SAUVEGARDE_CORE
           DISPLAY "________________________________"
           DISPLAY "Fichier de sauvegarde : " Wsv_nom_sauvegarde
           DISPLAY "Fichiers sauvegardés : " Wsv_nb_traites
           DISPLAY "Enregistrements copiés : " Wsv_ecrits
           IF Wsv_statut = 2
               DISPLAY "La sauvegarde est incomplète."
           END-IF.

           SAUVEGARDE_CORE.
           MOVE 0 TO Wsv_statut
           MOVE 0 TO Wsv_lus
           MOVE 0 TO Wsv_ecrits
           MOVE 0 TO Wsv_erreurs
           MOVE 0 TO Wsv_nb_traites
           MOVE 28 TO Wsv_nb_fichiers
           MOVE WS-FULL-DATE TO Wsv_date
           PERFORM NOMMER_SAUVEGARDE
           OPEN OUTPUT fsauvegarde
           IF cr_fsauvegarde NOT = "00"
               DISPLAY "Impossible de créer " Wsv_nom_sauvegarde
               MOVE 2 TO Wsv_statut
           ELSE
               MOVE 1 TO Wsv_idx
               PERFORM WITH TEST AFTER UNTIL Wsv_idx > Wsv_nb_fichiers
                   PERFORM DECHARGER_FICHIER
                   ADD 1 TO Wsv_idx
               END-PERFORM
               CLOSE fsauvegarde
           END-IF.

           NOMMER_SAUVEGARDE.
           MOVE SPACES TO Wsv_nom_sauvegarde
           STRING "sauvegarde_" Wsv_date ".dat" DELIMITED BY SIZE
               INTO Wsv_nom_sauvegarde.

           DECHARGER_FICHIER.
           PERFORM NOMMER_FICHIER
           MOVE 0 TO Wsv_nombre
           MOVE 0 TO Wsv_montant
           PERFORM OUVRIR_FICHIER_LECTURE
           IF Wsv_cr = "00"
               MOVE 1 TO Wsv_fin
               PERFORM WITH TEST AFTER UNTIL Wsv_fin = 0
                   PERFORM LIRE_FICHIER_SUIVANT
                   IF Wsv_fin = 1
                       ADD 1 TO Wsv_lus
                       MOVE "D" TO fsv_type
                       MOVE Wsv_fichier TO fsv_fichier
                       MOVE Wsv_enreg TO fsv_donnees
                       WRITE tamp_fsauvegarde
                       IF cr_fsauvegarde = "00"
                           ADD 1 TO Wsv_ecrits
                       ELSE
                           ADD 1 TO Wsv_erreurs
                           MOVE 2 TO Wsv_statut
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FERMER_FICHIER
           ELSE
               DISPLAY "Fichier " Wsv_fichier " absent ou illisible (" Wsv_cr ")"
               IF Wsv_statut = 0
                   MOVE 1 TO Wsv_statut
               END-IF
           END-IF
           MOVE SPACES TO tamp_fsauvegarde_ctl
           MOVE "C" TO fsc_type
           MOVE Wsv_fichier TO fsc_fichier
           MOVE Wsv_nombre TO fsc_nombre
           MOVE Wsv_montant TO fsc_montant
           WRITE tamp_fsauvegarde_ctl
           IF cr_fsauvegarde = "00"
               ADD 1 TO Wsv_nb_traites
           ELSE
               MOVE 2 TO Wsv_statut
           END-IF
           DISPLAY Wsv_fichier " : " Wsv_nombre " enregistrements - montant " Wsv_montant.

           RESTAURER_FICHIERS.
           DISPLAY "Restauration depuis une sauvegarde"
           DISPLAY "________________________________"
           DISPLAY "Date de la sauvegarde (AAAAMMJJ) :"
           ACCEPT Wsv_date
           DISPLAY "Fichier à restaurer (ex. factures.dat) ou TOUS :"
           ACCEPT Wsv_choix
           IF Wsv_choix = "tous"
               MOVE "TOUS" TO Wsv_choix
           END-IF
           PERFORM CONTROLER_CHOIX_RESTAURATION
           IF Wsv_statut = 2
               DISPLAY "Fichier inconnu : " Wsv_choix
           ELSE
               DISPLAY "Les données actuelles seront remplacées. Confirmer (O/N) :"
               ACCEPT Wreponse
               IF Wreponse = "O" OR Wreponse = "o"
                   PERFORM RESTAURATION_CORE
                   DISPLAY "________________________________"
                   DISPLAY "Fichiers restaurés : " Wsv_nb_traites
                   DISPLAY "Enregistrements rechargés : " Wsv_ecrits
                   DISPLAY "Fichiers en écart : " Wsv_nb_ecarts
               ELSE
                   DISPLAY "Restauration abandonnée"
               END-IF
           END-IF.

           CONTROLER_CHOIX_RESTAURATION.
           MOVE 28 TO Wsv_nb_fichiers
           MOVE 0 TO Wsv_statut
           IF Wsv_choix NOT = "TOUS"
               MOVE 2 TO Wsv_statut
               MOVE 1 TO Wsv_idx
               PERFORM WITH TEST AFTER UNTIL Wsv_idx > Wsv_nb_fichiers
                   PERFORM NOMMER_FICHIER
                   IF Wsv_fichier = Wsv_choix
                       MOVE 0 TO Wsv_statut
                   END-IF
                   ADD 1 TO Wsv_idx
               END-PERFORM
           END-IF.

           RESTAURATION_CORE.
           MOVE 0 TO Wsv_statut
           MOVE 0 TO Wsv_lus
           MOVE 0 TO Wsv_ecrits
           MOVE 0 TO Wsv_erreurs
           MOVE 0 TO Wsv_nb_traites
           MOVE 0 TO Wsv_nb_ecarts
           MOVE 0 TO Wsv_ouvert
           MOVE 28 TO Wsv_nb_fichiers
           PERFORM NOMMER_SAUVEGARDE
           OPEN INPUT fsauvegarde
           IF cr_fsauvegarde NOT = "00"
               DISPLAY "Sauvegarde introuvable : " Wsv_nom_sauvegarde
               MOVE 2 TO Wsv_statut
           ELSE
               MOVE 1 TO Wsv_fin_sauvegarde
               PERFORM WITH TEST AFTER UNTIL Wsv_fin_sauvegarde = 0
                   READ fsauvegarde
                   AT END MOVE 0 TO Wsv_fin_sauvegarde
                   NOT AT END
                       IF Wsv_choix = "TOUS" OR fsv_fichier = Wsv_choix
                           PERFORM RESTAURER_ENREGISTREMENT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fsauvegarde
               IF Wsv_ouvert = 1
                   PERFORM FERMER_FICHIER
                   DISPLAY Wsv_fichier " : sauvegarde tronquée, contrôle impossible"
                   ADD 1 TO Wsv_nb_ecarts
                   MOVE 2 TO Wsv_statut
               END-IF
               IF Wsv_nb_traites = 0
                   DISPLAY "Aucun fichier restauré depuis " Wsv_nom_sauvegarde
                   MOVE 2 TO Wsv_statut
               ELSE
                   PERFORM INITIALISER_COMPTEURS
                   MOVE "RESTAURATION" TO Wa_table
                   MOVE Wsv_nom_sauvegarde TO Wa_avant
                   MOVE Wsv_choix TO Wa_apres
                   PERFORM ENREGISTRER_AUDIT
               END-IF
           END-IF.

           RESTAURER_ENREGISTREMENT.
           IF Wsv_ouvert = 0
               MOVE fsv_fichier TO Wsv_choix_fichier
               PERFORM IDENTIFIER_FICHIER
               IF Wsv_idx > 0
                   PERFORM OUVRIR_FICHIER_ECRITURE
                   IF Wsv_cr = "00"
                       MOVE 1 TO Wsv_ouvert
                   ELSE
                       DISPLAY "Impossible de recréer " Wsv_fichier " (" Wsv_cr ")"
                       MOVE 2 TO Wsv_ouvert
                       MOVE 2 TO Wsv_statut
                   END-IF
               END-IF
           END-IF
           IF Wsv_ouvert = 1
               IF fsv_type = "D"
                   ADD 1 TO Wsv_lus
                   MOVE fsv_donnees TO Wsv_enreg
                   PERFORM ECRIRE_FICHIER_RESTAURE
                   IF Wsv_cr = "00"
                       ADD 1 TO Wsv_ecrits
                   ELSE
                       ADD 1 TO Wsv_erreurs
                   END-IF
               ELSE
                   MOVE fsc_nombre TO Wsv_attendu_nombre
                   MOVE fsc_montant TO Wsv_attendu_montant
                   PERFORM FERMER_FICHIER
                   MOVE 0 TO Wsv_ouvert
                   PERFORM VERIFIER_FICHIER_RESTAURE
               END-IF
           END-IF
           IF Wsv_ouvert = 2 AND fsv_type = "C"
               ADD 1 TO Wsv_nb_ecarts
               MOVE 0 TO Wsv_ouvert
           END-IF.

           IDENTIFIER_FICHIER.
           MOVE 0 TO Wsv_trouve
           MOVE 1 TO Wsv_idx
           PERFORM WITH TEST AFTER UNTIL Wsv_idx > Wsv_nb_fichiers OR Wsv_trouve = 1
               PERFORM NOMMER_FICHIER
               IF Wsv_fichier = Wsv_choix_fichier
                   MOVE 1 TO Wsv_trouve
               ELSE
                   ADD 1 TO Wsv_idx
               END-IF
           END-PERFORM
           IF Wsv_trouve = 0
               MOVE 0 TO Wsv_idx
           END-IF.

           VERIFIER_FICHIER_RESTAURE.
           MOVE 0 TO Wsv_nombre
           MOVE 0 TO Wsv_montant
           PERFORM OUVRIR_FICHIER_LECTURE
           IF Wsv_cr = "00"
               MOVE 1 TO Wsv_fin
               PERFORM WITH TEST AFTER UNTIL Wsv_fin = 0
                   PERFORM LIRE_FICHIER_SUIVANT
               END-PERFORM
               PERFORM FERMER_FICHIER
           END-IF
           ADD 1 TO Wsv_nb_traites
           IF Wsv_nombre = Wsv_attendu_nombre AND
              Wsv_montant = Wsv_attendu_montant
               DISPLAY Wsv_fichier " : " Wsv_nombre " enregistrements - contrôle OK"
           ELSE
               DISPLAY Wsv_fichier " : ECART - attendu " Wsv_attendu_nombre
                   " / " Wsv_attendu_montant " - relu " Wsv_nombre
                   " / " Wsv_montant
               ADD 1 TO Wsv_nb_ecarts
               MOVE 2 TO Wsv_statut
           END-IF.

           NOMMER_FICHIER.
           EVALUATE Wsv_idx
               WHEN 1
                   MOVE "utilisateurs.dat" TO Wsv_fichier
               WHEN 2
                   MOVE "lieux.dat" TO Wsv_fichier
               WHEN 3
                   MOVE "reservations.dat" TO Wsv_fichier
               WHEN 4
                   MOVE "terrains.dat" TO Wsv_fichier
               WHEN 5
                   MOVE "statistiques.dat" TO Wsv_fichier
               WHEN 6
                   MOVE "horaires.dat" TO Wsv_fichier
               WHEN 7
                   MOVE "factures.dat" TO Wsv_fichier
               WHEN 8
                   MOVE "audit.dat" TO Wsv_fichier
               WHEN 9
                   MOVE "reservations_historique.dat" TO Wsv_fichier
               WHEN 10
                   MOVE "liste_attente.dat" TO Wsv_fichier
               WHEN 11
                   MOVE "paiements.dat" TO Wsv_fichier
               WHEN 12
                   MOVE "indisponibilites.dat" TO Wsv_fichier
               WHEN 13
                   MOVE "tarifs.dat" TO Wsv_fichier
               WHEN 14
                   MOVE "materiels.dat" TO Wsv_fichier
               WHEN 15
                   MOVE "locations.dat" TO Wsv_fichier
               WHEN 16
                   MOVE "clotures.dat" TO Wsv_fichier
               WHEN 17
                   MOVE "relances.dat" TO Wsv_fichier
               WHEN 18
                   MOVE "avoirs.dat" TO Wsv_fichier
               WHEN 19
                   MOVE "evenements.dat" TO Wsv_fichier
               WHEN 20
                   MOVE "equipes.dat" TO Wsv_fichier
               WHEN 21
                   MOVE "types_terrain.dat" TO Wsv_fichier
               WHEN 22
                   MOVE "avis_clients.dat" TO Wsv_fichier
               WHEN 23
                   MOVE "annulations.dat" TO Wsv_fichier
               WHEN 24
                   MOVE "reversements.dat" TO Wsv_fichier
               WHEN 25
                   MOVE "carnets.dat" TO Wsv_fichier
               WHEN 26
                   MOVE "competitions.dat" TO Wsv_fichier
               WHEN 27
                   MOVE "rencontres.dat" TO Wsv_fichier
               WHEN 28
                   MOVE "compteurs.dat" TO Wsv_fichier
           END-EVALUATE.

           OUVRIR_FICHIER_LECTURE.
           MOVE 99 TO Wsv_cr
           EVALUATE Wsv_idx
               WHEN 1
                   OPEN INPUT futilisateur
                   MOVE cr_futilisateur TO Wsv_cr
               WHEN 2
                   OPEN INPUT flieu
                   MOVE cr_flieu TO Wsv_cr
               WHEN 3
                   OPEN INPUT freservation
                   MOVE cr_freservation TO Wsv_cr
               WHEN 4
                   OPEN INPUT fterrain
                   MOVE cr_fterrain TO Wsv_cr
               WHEN 5
                   OPEN INPUT fstat
                   MOVE cr_fstat TO Wsv_cr
               WHEN 6
                   OPEN INPUT fhoraire
                   MOVE cr_fhoraire TO Wsv_cr
               WHEN 7
                   OPEN INPUT ffacture
                   MOVE cr_ffacture TO Wsv_cr
               WHEN 8
                   OPEN INPUT faudit
                   MOVE cr_faudit TO Wsv_cr
               WHEN 9
                   OPEN INPUT fhistorique
                   MOVE cr_fhistorique TO Wsv_cr
               WHEN 10
                   OPEN INPUT fattente
                   MOVE cr_fattente TO Wsv_cr
               WHEN 11
                   OPEN INPUT fpaiement
                   MOVE cr_fpaiement TO Wsv_cr
               WHEN 12
                   OPEN INPUT findispo
                   MOVE cr_findispo TO Wsv_cr
               WHEN 13
                   OPEN INPUT ftarif
                   MOVE cr_ftarif TO Wsv_cr
               WHEN 14
                   OPEN INPUT fmateriel
                   MOVE cr_fmateriel TO Wsv_cr
               WHEN 15
                   OPEN INPUT flocation
                   MOVE cr_flocation TO Wsv_cr
               WHEN 16
                   OPEN INPUT fcloture
                   MOVE cr_fcloture TO Wsv_cr
               WHEN 17
                   OPEN INPUT frelance
                   MOVE cr_frelance TO Wsv_cr
               WHEN 18
                   OPEN INPUT favoir
                   MOVE cr_favoir TO Wsv_cr
               WHEN 19
                   OPEN INPUT fevent
                   MOVE cr_fevent TO Wsv_cr
               WHEN 20
                   OPEN INPUT fequipe
                   MOVE cr_fequipe TO Wsv_cr
               WHEN 21
                   OPEN INPUT ftypeterrain
                   MOVE cr_ftypeterrain TO Wsv_cr
               WHEN 22
                   OPEN INPUT favis
                   MOVE cr_favis TO Wsv_cr
               WHEN 23
                   OPEN INPUT fannulation
                   MOVE cr_fannulation TO Wsv_cr
               WHEN 24
                   OPEN INPUT freversement
                   MOVE cr_freversement TO Wsv_cr
               WHEN 25
                   OPEN INPUT fcarnet
                   MOVE cr_fcarnet TO Wsv_cr
               WHEN 26
                   OPEN INPUT fcompet
                   MOVE cr_fcompet TO Wsv_cr
               WHEN 27
                   OPEN INPUT frencontre
                   MOVE cr_frencontre TO Wsv_cr
               WHEN 28
                   OPEN INPUT fcompteur
                   MOVE cr_fcompteur TO Wsv_cr
           END-EVALUATE.

           OUVRIR_FICHIER_ECRITURE.
           MOVE 99 TO Wsv_cr
           EVALUATE Wsv_idx
               WHEN 1
                   OPEN OUTPUT futilisateur
                   MOVE cr_futilisateur TO Wsv_cr
               WHEN 2
                   OPEN OUTPUT flieu
                   MOVE cr_flieu TO Wsv_cr
               WHEN 3
                   OPEN OUTPUT freservation
                   MOVE cr_freservation TO Wsv_cr
               WHEN 4
                   OPEN OUTPUT fterrain
                   MOVE cr_fterrain TO Wsv_cr
               WHEN 5
                   OPEN OUTPUT fstat
                   MOVE cr_fstat TO Wsv_cr
               WHEN 6
                   OPEN OUTPUT fhoraire
                   MOVE cr_fhoraire TO Wsv_cr
               WHEN 7
                   OPEN OUTPUT ffacture
                   MOVE cr_ffacture TO Wsv_cr
               WHEN 8
                   OPEN OUTPUT faudit
                   MOVE cr_faudit TO Wsv_cr
               WHEN 9
                   OPEN OUTPUT fhistorique
                   MOVE cr_fhistorique TO Wsv_cr
               WHEN 10
                   OPEN OUTPUT fattente
                   MOVE cr_fattente TO Wsv_cr
               WHEN 11
                   OPEN OUTPUT fpaiement
                   MOVE cr_fpaiement TO Wsv_cr
               WHEN 12
                   OPEN OUTPUT findispo
                   MOVE cr_findispo TO Wsv_cr
               WHEN 13
                   OPEN OUTPUT ftarif
                   MOVE cr_ftarif TO Wsv_cr
               WHEN 14
                   OPEN OUTPUT fmateriel
                   MOVE cr_fmateriel TO Wsv_cr
               WHEN 15
                   OPEN OUTPUT flocation
                   MOVE cr_flocation TO Wsv_cr
               WHEN 16
                   OPEN OUTPUT fcloture
                   MOVE cr_fcloture TO Wsv_cr
               WHEN 17
                   OPEN OUTPUT frelance
                   MOVE cr_frelance TO Wsv_cr
               WHEN 18
                   OPEN OUTPUT favoir
                   MOVE cr_favoir TO Wsv_cr
               WHEN 19
                   OPEN OUTPUT fevent
                   MOVE cr_fevent TO Wsv_cr
               WHEN 20
                   OPEN OUTPUT fequipe
                   MOVE cr_fequipe TO Wsv_cr
               WHEN 21
                   OPEN OUTPUT ftypeterrain
                   MOVE cr_ftypeterrain TO Wsv_cr
               WHEN 22
                   OPEN OUTPUT favis
                   MOVE cr_favis TO Wsv_cr
               WHEN 23
                   OPEN OUTPUT fannulation
                   MOVE cr_fannulation TO Wsv_cr
               WHEN 24
                   OPEN OUTPUT freversement
                   MOVE cr_freversement TO Wsv_cr
               WHEN 25
                   OPEN OUTPUT fcarnet
                   MOVE cr_fcarnet TO Wsv_cr
               WHEN 26
                   OPEN OUTPUT fcompet
                   MOVE cr_fcompet TO Wsv_cr
               WHEN 27
                   OPEN OUTPUT frencontre
                   MOVE cr_frencontre TO Wsv_cr
               WHEN 28
                   OPEN OUTPUT fcompteur
                   MOVE cr_fcompteur TO Wsv_cr
           END-EVALUATE.

           FERMER_FICHIER.
           EVALUATE Wsv_idx
               WHEN 1
                   CLOSE futilisateur
               WHEN 2
                   CLOSE flieu
               WHEN 3
                   CLOSE freservation
               WHEN 4
                   CLOSE fterrain
               WHEN 5
                   CLOSE fstat
               WHEN 6
                   CLOSE fhoraire
               WHEN 7
                   CLOSE ffacture
               WHEN 8
                   CLOSE faudit
               WHEN 9
                   CLOSE fhistorique
               WHEN 10
                   CLOSE fattente
               WHEN 11
                   CLOSE fpaiement
               WHEN 12
                   CLOSE findispo
               WHEN 13
                   CLOSE ftarif
               WHEN 14
                   CLOSE fmateriel
               WHEN 15
                   CLOSE flocation
               WHEN 16
                   CLOSE fcloture
               WHEN 17
                   CLOSE frelance
               WHEN 18
                   CLOSE favoir
               WHEN 19
                   CLOSE fevent
               WHEN 20
                   CLOSE fequipe
               WHEN 21
                   CLOSE ftypeterrain
               WHEN 22
                   CLOSE favis
               WHEN 23
                   CLOSE fannulation
               WHEN 24
                   CLOSE freversement
               WHEN 25
                   CLOSE fcarnet
               WHEN 26
                   CLOSE fcompet
               WHEN 27
                   CLOSE frencontre
               WHEN 28
                   CLOSE fcompteur
           END-EVALUATE.

           LIRE_FICHIER_SUIVANT.
           EVALUATE Wsv_idx
               WHEN 1
                   READ futilisateur NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_futilisateur TO Wsv_enreg
                   END-READ
               WHEN 2
                   READ flieu NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_flieu TO Wsv_enreg
                   END-READ
               WHEN 3
                   READ freservation NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_freservation TO Wsv_enreg
                   END-READ
               WHEN 4
                   READ fterrain NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fterrain TO Wsv_enreg
                   END-READ
               WHEN 5
                   READ fstat NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fstat TO Wsv_enreg
                   END-READ
               WHEN 6
                   READ fhoraire NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fhoraire TO Wsv_enreg
                   END-READ
               WHEN 7
                   READ ffacture NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_ffacture TO Wsv_enreg
                       ADD ff_montant_du TO Wsv_montant
                   END-READ
               WHEN 8
                   READ faudit NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_faudit TO Wsv_enreg
                   END-READ
               WHEN 9
                   READ fhistorique NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fhistorique TO Wsv_enreg
                   END-READ
               WHEN 10
                   READ fattente NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fattente TO Wsv_enreg
                   END-READ
               WHEN 11
                   READ fpaiement NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fpaiement TO Wsv_enreg
                       ADD fp_montant TO Wsv_montant
                   END-READ
               WHEN 12
                   READ findispo NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_findispo TO Wsv_enreg
                   END-READ
               WHEN 13
                   READ ftarif NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_ftarif TO Wsv_enreg
                   END-READ
               WHEN 14
                   READ fmateriel NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fmateriel TO Wsv_enreg
                   END-READ
               WHEN 15
                   READ flocation NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_flocation TO Wsv_enreg
                   END-READ
               WHEN 16
                   READ fcloture NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fcloture TO Wsv_enreg
                   END-READ
               WHEN 17
                   READ frelance NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_frelance TO Wsv_enreg
                   END-READ
               WHEN 18
                   READ favoir NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_favoir TO Wsv_enreg
                       ADD fv_montant TO Wsv_montant
                   END-READ
               WHEN 19
                   READ fevent NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fevent TO Wsv_enreg
                   END-READ
               WHEN 20
                   READ fequipe NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fequipe TO Wsv_enreg
                   END-READ
               WHEN 21
                   READ ftypeterrain NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_ftypeterrain TO Wsv_enreg
                   END-READ
               WHEN 22
                   READ favis NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_favis TO Wsv_enreg
                   END-READ
               WHEN 23
                   READ fannulation NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fannulation TO Wsv_enreg
                   END-READ
               WHEN 24
                   READ freversement NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_freversement TO Wsv_enreg
                   END-READ
               WHEN 25
                   READ fcarnet NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fcarnet TO Wsv_enreg
                   END-READ
               WHEN 26
                   READ fcompet NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fcompet TO Wsv_enreg
                   END-READ
               WHEN 27
                   READ frencontre NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_frencontre TO Wsv_enreg
                   END-READ
               WHEN 28
                   READ fcompteur NEXT
                   AT END MOVE 0 TO Wsv_fin
                   NOT AT END
                       MOVE tamp_fcompteur TO Wsv_enreg
                   END-READ
           END-EVALUATE
           IF Wsv_fin = 1
               ADD 1 TO Wsv_nombre
           END-IF.

           ECRIRE_FICHIER_RESTAURE.
           EVALUATE Wsv_idx
               WHEN 1
                   MOVE Wsv_enreg TO tamp_futilisateur
                   WRITE tamp_futilisateur
                   MOVE cr_futilisateur TO Wsv_cr
               WHEN 2
                   MOVE Wsv_enreg TO tamp_flieu
                   WRITE tamp_flieu
                   MOVE cr_flieu TO Wsv_cr
               WHEN 3
                   MOVE Wsv_enreg TO tamp_freservation
                   WRITE tamp_freservation
                   MOVE cr_freservation TO Wsv_cr
               WHEN 4
                   MOVE Wsv_enreg TO tamp_fterrain
                   WRITE tamp_fterrain
                   MOVE cr_fterrain TO Wsv_cr
               WHEN 5
                   MOVE Wsv_enreg TO tamp_fstat
                   WRITE tamp_fstat
                   MOVE cr_fstat TO Wsv_cr
               WHEN 6
                   MOVE Wsv_enreg TO tamp_fhoraire
                   WRITE tamp_fhoraire
                   MOVE cr_fhoraire TO Wsv_cr
               WHEN 7
                   MOVE Wsv_enreg TO tamp_ffacture
                   WRITE tamp_ffacture
                   MOVE cr_ffacture TO Wsv_cr
               WHEN 8
                   MOVE Wsv_enreg TO tamp_faudit
                   WRITE tamp_faudit
                   MOVE cr_faudit TO Wsv_cr
               WHEN 9
                   MOVE Wsv_enreg TO tamp_fhistorique
                   WRITE tamp_fhistorique
                   MOVE cr_fhistorique TO Wsv_cr
               WHEN 10
                   MOVE Wsv_enreg TO tamp_fattente
                   WRITE tamp_fattente
                   MOVE cr_fattente TO Wsv_cr
               WHEN 11
                   MOVE Wsv_enreg TO tamp_fpaiement
                   WRITE tamp_fpaiement
                   MOVE cr_fpaiement TO Wsv_cr
               WHEN 12
                   MOVE Wsv_enreg TO tamp_findispo
                   WRITE tamp_findispo
                   MOVE cr_findispo TO Wsv_cr
               WHEN 13
                   MOVE Wsv_enreg TO tamp_ftarif
                   WRITE tamp_ftarif
                   MOVE cr_ftarif TO Wsv_cr
               WHEN 14
                   MOVE Wsv_enreg TO tamp_fmateriel
                   WRITE tamp_fmateriel
                   MOVE cr_fmateriel TO Wsv_cr
               WHEN 15
                   MOVE Wsv_enreg TO tamp_flocation
                   WRITE tamp_flocation
                   MOVE cr_flocation TO Wsv_cr
               WHEN 16
                   MOVE Wsv_enreg TO tamp_fcloture
                   WRITE tamp_fcloture
                   MOVE cr_fcloture TO Wsv_cr
               WHEN 17
                   MOVE Wsv_enreg TO tamp_frelance
                   WRITE tamp_frelance
                   MOVE cr_frelance TO Wsv_cr
               WHEN 18
                   MOVE Wsv_enreg TO tamp_favoir
                   WRITE tamp_favoir
                   MOVE cr_favoir TO Wsv_cr
               WHEN 19
                   MOVE Wsv_enreg TO tamp_fevent
                   WRITE tamp_fevent
                   MOVE cr_fevent TO Wsv_cr
               WHEN 20
                   MOVE Wsv_enreg TO tamp_fequipe
                   WRITE tamp_fequipe
                   MOVE cr_fequipe TO Wsv_cr
               WHEN 21
                   MOVE Wsv_enreg TO tamp_ftypeterrain
                   WRITE tamp_ftypeterrain
                   MOVE cr_ftypeterrain TO Wsv_cr
               WHEN 22
                   MOVE Wsv_enreg TO tamp_favis
                   WRITE tamp_favis
                   MOVE cr_favis TO Wsv_cr
               WHEN 23
                   MOVE Wsv_enreg TO tamp_fannulation
                   WRITE tamp_fannulation
                   MOVE cr_fannulation TO Wsv_cr
               WHEN 24
                   MOVE Wsv_enreg TO tamp_freversement
                   WRITE tamp_freversement
                   MOVE cr_freversement TO Wsv_cr
               WHEN 25
                   MOVE Wsv_enreg TO tamp_fcarnet
                   WRITE tamp_fcarnet
                   MOVE cr_fcarnet TO Wsv_cr
               WHEN 26
                   MOVE Wsv_enreg TO tamp_fcompet
                   WRITE tamp_fcompet
                   MOVE cr_fcompet TO Wsv_cr
               WHEN 27
                   MOVE Wsv_enreg TO tamp_frencontre
                   WRITE tamp_frencontre
                   MOVE cr_frencontre TO Wsv_cr
               WHEN 28
                   MOVE Wsv_enreg TO tamp_fcompteur
                   WRITE tamp_fcompteur
                   MOVE cr_fcompteur TO Wsv_cr
           END-EVALUATE.

           RELEVE_COMPTE_CLIENT.
           DISPLAY "Relevé de compte client"
           DISPLAY "________________________________"
           OPEN INPUT futilisateur
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Numéro de l'utilisateur :"
               ACCEPT Wrc_numutilisateur
               MOVE Wrc_numutilisateur TO fu_numutilisateur
               READ futilisateur
               INVALID KEY  DISPLAY "Utilisateur introuvable"
                            MOVE 0 TO Wtrouve
               NOT INVALID KEY MOVE 1 TO Wtrouve
                            MOVE fu_nom TO Wrc_nom
                            MOVE fu_prenom TO Wrc_prenom
               END-READ
           END-PERFORM
           CLOSE futilisateur

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Date de début (JJMMAAAA) :"
               ACCEPT Wrc_saisie
               PERFORM CONTROLER_DATE_RELEVE
           END-PERFORM
           MOVE Wrc_date_saisie TO Wrc_date_debut
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Date de fin (JJMMAAAA) :"
               ACCEPT Wrc_saisie
               PERFORM CONTROLER_DATE_RELEVE
               IF Wtrouve = 1 AND Wrc_date_saisie < Wrc_date_debut
                   DISPLAY "La date de fin précède la date de début."
                   MOVE 0 TO Wtrouve
               END-IF
           END-PERFORM
           MOVE Wrc_date_saisie TO Wrc_date_fin

           OPEN OUTPUT fcourrier_releve
           MOVE 1 TO Wrc_affichage
           PERFORM RELEVE_COMPTE_CORE
           PERFORM ECRIRE_RELEVE_COMPTE
           CLOSE fcourrier_releve
           DISPLAY "________________________________"
           DISPLAY "Relevé enregistré dans releves_courrier.dat".

           CONTROLER_DATE_RELEVE.
           IF Wrc_saisie_jour IS NUMERIC AND
              Wrc_saisie_jour > 0 AND
              Wrc_saisie_jour <= 31 AND
              Wrc_saisie_mois IS NUMERIC AND
              Wrc_saisie_mois > 0 AND
              Wrc_saisie_mois <= 12 AND
              Wrc_saisie_annee IS NUMERIC AND
              Wrc_saisie_annee > 0
               MOVE 1 TO Wtrouve
               COMPUTE Wrc_date_saisie = Wrc_saisie_annee * 10000
                   + Wrc_saisie_mois * 100 + Wrc_saisie_jour
           ELSE
               DISPLAY "Date invalide. Veuillez réessayer."
               MOVE 0 TO Wtrouve
           END-IF.

           RELEVES_FIN_DE_MOIS.
           DISPLAY "Relevés de compte de fin de mois"
           DISPLAY "________________________________"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Entrez le mois (MMAAAA) :"
               ACCEPT WmoisF
               IF WmoisMF IS NUMERIC AND
                  WmoisMF > 0 AND
                  WmoisMF <= 12 AND
                  WanneeSF IS NUMERIC AND
                  WanneeSF > 0
                  MOVE 1 TO Wtrouve
               ELSE
                  DISPLAY "Mois invalide. Veuillez réessayer."
               END-IF
           END-PERFORM
           PERFORM RELEVES_FIN_DE_MOIS_CORE
           DISPLAY "________________________________"
           DISPLAY "Comptes examinés : " Wrc_nb_lus
           DISPLAY "Relevés émis : " Wrc_nb_releves
           IF Wrc_nb_tronques > 0
               DISPLAY "Relevés limités à 500 mouvements : " Wrc_nb_tronques
           END-IF
           DISPLAY "Relevés enregistrés dans releves_courrier.dat".

           RELEVES_FIN_DE_MOIS_CORE.
           MOVE WmoisMF TO mois_saisi
           MOVE WanneeSF TO annee_saisie
           PERFORM CALCULER_MAXDAY
           COMPUTE Wrc_date_debut = WanneeSF * 10000 + WmoisMF * 100 + 1
           COMPUTE Wrc_date_fin = WanneeSF * 10000 + WmoisMF * 100 + maxday
           MOVE 0 TO Wrc_affichage
           MOVE 0 TO Wrc_nb_lus
           MOVE 0 TO Wrc_nb_releves
           MOVE 0 TO Wrc_nb_tronques
           OPEN OUTPUT fcourrier_releve
           IF cr_fcourrier_releve NOT = "00"
               DISPLAY "Impossible de créer releves_courrier.dat"
           ELSE
               OPEN INPUT futilisateur
               MOVE 1 TO Wrc_fin_util
               PERFORM WITH TEST AFTER UNTIL Wrc_fin_util = 0
                   READ futilisateur NEXT
                   AT END MOVE 0 TO Wrc_fin_util
                   NOT AT END
                       ADD 1 TO Wrc_nb_lus
                       MOVE fu_numutilisateur TO Wrc_numutilisateur
                       MOVE fu_nom TO Wrc_nom
                       MOVE fu_prenom TO Wrc_prenom
                       PERFORM RELEVE_COMPTE_CORE
                       IF Wrc_solde NOT = 0
                           PERFORM ECRIRE_RELEVE_COMPTE
                           ADD 1 TO Wrc_nb_releves
                           IF Wrc_tronque = 1
                               ADD 1 TO Wrc_nb_tronques
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE futilisateur
               CLOSE fcourrier_releve
           END-IF.

           RELEVE_COMPTE_CORE.
           MOVE 0 TO Wrc_nb_mvt
           MOVE 0 TO Wrc_nb_fact
           MOVE 0 TO Wrc_nb_avoirs
           MOVE 0 TO Wrc_solde_initial
           MOVE 0 TO Wrc_total_debit
           MOVE 0 TO Wrc_total_credit
           MOVE 0 TO Wrc_total_avoirs
           MOVE 0 TO Wrc_tronque
           PERFORM COLLECTER_FACTURES_RELEVE
           PERFORM COLLECTER_PAIEMENTS_RELEVE
           PERFORM COLLECTER_AVOIRS_RELEVE
           PERFORM COLLECTER_ANNULATIONS_RELEVE
           PERFORM COLLECTER_RELANCES_RELEVE
           PERFORM TRIER_MOUVEMENTS_RELEVE
           COMPUTE Wrc_solde = Wrc_solde_initial + Wrc_total_debit
               - Wrc_total_credit.

           AJOUTER_MOUVEMENT_RELEVE.
           IF Wrc_date_mvt < Wrc_date_debut
               COMPUTE Wrc_solde_initial = Wrc_solde_initial + Wrc_debit
                   - Wrc_credit
           ELSE
               IF Wrc_date_mvt <= Wrc_date_fin
                   ADD Wrc_debit TO Wrc_total_debit
                   ADD Wrc_credit TO Wrc_total_credit
                   IF Wrc_nb_mvt < 500
                       ADD 1 TO Wrc_nb_mvt
                       MOVE Wrc_date_mvt TO Wrc_mvt_date(Wrc_nb_mvt)
                       MOVE Wrc_ordre TO Wrc_mvt_ordre(Wrc_nb_mvt)
                       MOVE Wrc_libelle TO Wrc_mvt_libelle(Wrc_nb_mvt)
                       MOVE Wrc_detail TO Wrc_mvt_detail(Wrc_nb_mvt)
                       MOVE Wrc_debit TO Wrc_mvt_debit(Wrc_nb_mvt)
                       MOVE Wrc_credit TO Wrc_mvt_credit(Wrc_nb_mvt)
                   ELSE
                       MOVE 1 TO Wrc_tronque
                   END-IF
               END-IF
           END-IF.

           COLLECTER_FACTURES_RELEVE.
           OPEN INPUT ffacture
           MOVE Wrc_numutilisateur TO ff_numutilisateur
           START ffacture, KEY IS = ff_numutilisateur
           INVALID KEY MOVE 0 TO Wrc_fin
           NOT INVALID KEY
               MOVE 1 TO Wrc_fin
               PERFORM WITH TEST AFTER UNTIL Wrc_fin = 0
                   READ ffacture NEXT
                   AT END MOVE 0 TO Wrc_fin
                   NOT AT END
                       IF ff_numutilisateur = Wrc_numutilisateur
                           MOVE ff_mm TO mois_saisi
                           MOVE ff_aaaa TO annee_saisie
                           PERFORM CALCULER_MAXDAY
                           COMPUTE Wrc_date_mvt = ff_aaaa * 10000
                               + ff_mm * 100 + maxday
                           MOVE 1 TO Wrc_ordre
                           MOVE SPACES TO Wrc_libelle
                           STRING "FACTURE " ff_mm "/" ff_aaaa
                               DELIMITED BY SIZE INTO Wrc_libelle
                           MOVE SPACES TO Wrc_detail
                           IF ff_avoir_deduit > 0
                               STRING "dont avoirs déduits " ff_avoir_deduit
                                   DELIMITED BY SIZE INTO Wrc_detail
                           END-IF
                           COMPUTE Wrc_debit = ff_montant_du + ff_avoir_deduit
                           MOVE 0 TO Wrc_credit
                           PERFORM AJOUTER_MOUVEMENT_RELEVE
                           IF Wrc_nb_fact < 120
                               ADD 1 TO Wrc_nb_fact
                               MOVE ff_mois TO Wrc_fa_mois(Wrc_nb_fact)
                               MOVE Wrc_date_mvt TO Wrc_fa_date(Wrc_nb_fact)
                               MOVE ff_montant_du TO Wrc_fa_montant(Wrc_nb_fact)
                               MOVE ff_avoir_deduit TO Wrc_fa_deduit(Wrc_nb_fact)
                               MOVE 0 TO Wrc_fa_regle(Wrc_nb_fact)
                           END-IF
                       ELSE
                           MOVE 0 TO Wrc_fin
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE ffacture.

           COLLECTER_PAIEMENTS_RELEVE.
           OPEN INPUT fpaiement
           MOVE Wrc_numutilisateur TO fp_numutilisateur
           START fpaiement, KEY IS = fp_numutilisateur
           INVALID KEY MOVE 0 TO Wrc_fin
           NOT INVALID KEY
               MOVE 1 TO Wrc_fin
               PERFORM WITH TEST AFTER UNTIL Wrc_fin = 0
                   READ fpaiement NEXT
                   AT END MOVE 0 TO Wrc_fin
                   NOT AT END
                       IF fp_numutilisateur = Wrc_numutilisateur
                           COMPUTE Wrc_date_mvt = fp_annee_regle * 10000
                               + fp_mois_regle * 100 + fp_jour_regle
                           MOVE 3 TO Wrc_ordre
                           MOVE SPACES TO Wrc_libelle
                           IF fp_mode = "ACOMPTE"
                               MOVE "ACOMPTE A LA RESERVATION" TO Wrc_libelle
                           ELSE
                               STRING "REGLEMENT " fp_mode
                                   DELIMITED BY SIZE INTO Wrc_libelle
                           END-IF
                           PERFORM RAPPROCHER_PAIEMENT_RELEVE
                           MOVE SPACES TO Wrc_detail
                           IF Wrc_trouve = 1
                               STRING "imputé sur la facture " fp_mm "/" fp_aaaa
                                   DELIMITED BY SIZE INTO Wrc_detail
                           ELSE
                               STRING "imputé sur " fp_mm "/" fp_aaaa
                                   " (non facturé)"
                                   DELIMITED BY SIZE INTO Wrc_detail
                           END-IF
                           MOVE 0 TO Wrc_debit
                           MOVE fp_montant TO Wrc_credit
                           PERFORM AJOUTER_MOUVEMENT_RELEVE
                       ELSE
                           MOVE 0 TO Wrc_fin
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE fpaiement.

           RAPPROCHER_PAIEMENT_RELEVE.
           MOVE 0 TO Wrc_trouve
           IF Wrc_nb_fact > 0
               MOVE 1 TO Wrc_idx
               PERFORM WITH TEST AFTER UNTIL Wrc_idx > Wrc_nb_fact
                       OR Wrc_trouve = 1
                   IF Wrc_fa_mois(Wrc_idx) = fp_mois
                       ADD fp_montant TO Wrc_fa_regle(Wrc_idx)
                       MOVE 1 TO Wrc_trouve
                   END-IF
                   ADD 1 TO Wrc_idx
               END-PERFORM
           END-IF.

           COLLECTER_AVOIRS_RELEVE.
           OPEN INPUT favoir
           MOVE Wrc_numutilisateur TO fv_numutilisateur
           START favoir, KEY IS = fv_numutilisateur
           INVALID KEY MOVE 0 TO Wrc_fin
           NOT INVALID KEY
               MOVE 1 TO Wrc_fin
               PERFORM WITH TEST AFTER UNTIL Wrc_fin = 0
                   READ favoir NEXT
                   AT END MOVE 0 TO Wrc_fin
                   NOT AT END
                       IF fv_numutilisateur = Wrc_numutilisateur
                           COMPUTE Wrc_date_mvt = fv_annee * 10000
                               + fv_mois * 100 + fv_jour
                           MOVE 2 TO Wrc_ordre
                           MOVE SPACES TO Wrc_libelle
                           STRING "AVOIR N° " fv_numavoir
                               DELIMITED BY SIZE INTO Wrc_libelle
                           MOVE SPACES TO Wrc_detail
                           IF fv_utilise = "O"
                               STRING fv_motif(1:26) " - utilisé"
                                   DELIMITED BY SIZE INTO Wrc_detail
                           ELSE
                               STRING fv_motif(1:26) " - disponible"
                                   DELIMITED BY SIZE INTO Wrc_detail
                               ADD fv_montant TO Wrc_total_avoirs
                               IF Wrc_nb_avoirs < 50
                                   ADD 1 TO Wrc_nb_avoirs
                                   MOVE fv_numavoir TO Wrc_av_num(Wrc_nb_avoirs)
                                   MOVE Wrc_date_mvt TO Wrc_av_date(Wrc_nb_avoirs)
                                   MOVE fv_montant TO Wrc_av_montant(Wrc_nb_avoirs)
                                   MOVE fv_motif TO Wrc_av_motif(Wrc_nb_avoirs)
                               END-IF
                           END-IF
                           MOVE 0 TO Wrc_debit
                           MOVE fv_montant TO Wrc_credit
                           PERFORM AJOUTER_MOUVEMENT_RELEVE
                       ELSE
                           MOVE 0 TO Wrc_fin
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE favoir.

           COLLECTER_ANNULATIONS_RELEVE.
           OPEN INPUT fannulation
           MOVE Wrc_numutilisateur TO fan_numutilisateur
           START fannulation, KEY IS = fan_numutilisateur
           INVALID KEY MOVE 0 TO Wrc_fin
           NOT INVALID KEY
               MOVE 1 TO Wrc_fin
               PERFORM WITH TEST AFTER UNTIL Wrc_fin = 0
                   READ fannulation NEXT
                   AT END MOVE 0 TO Wrc_fin
                   NOT AT END
                       IF fan_numutilisateur = Wrc_numutilisateur
                           COMPUTE Wrc_date_mvt = fan_annee * 10000
                               + fan_mois * 100 + fan_jour
                           MOVE 4 TO Wrc_ordre
                           MOVE SPACES TO Wrc_libelle
                           STRING "ANNULATION " fan_motif
                               DELIMITED BY SIZE INTO Wrc_libelle
                           MOVE SPACES TO Wrc_detail
                           STRING "résa du " fan_jour_cre "/" fan_mois_cre "/"
                               fan_annee_cre " " fan_heure "h terrain "
                               fan_numterrain
                               DELIMITED BY SIZE INTO Wrc_detail
                           MOVE 0 TO Wrc_debit
                           MOVE 0 TO Wrc_credit
                           PERFORM AJOUTER_MOUVEMENT_RELEVE
                           IF fan_acompte > 0
                               MOVE "ACOMPTE VERSE" TO Wrc_libelle
                               MOVE "sur la réservation annulée" TO Wrc_detail
                               MOVE fan_acompte TO Wrc_credit
                               PERFORM AJOUTER_MOUVEMENT_RELEVE
                               MOVE 0 TO Wrc_credit
                           END-IF
                           IF fan_frais > 0
                               MOVE "FRAIS D'ANNULATION" TO Wrc_libelle
                               MOVE "retenus sur l'acompte" TO Wrc_detail
                               MOVE fan_frais TO Wrc_debit
                               PERFORM AJOUTER_MOUVEMENT_RELEVE
                               MOVE 0 TO Wrc_debit
                           END-IF
                           IF fan_acompte > fan_frais
                               MOVE "ACOMPTE TRANSFERE EN AVOIR" TO Wrc_libelle
                               MOVE SPACES TO Wrc_detail
                               STRING "avoir n° " fan_numavoir
                                   DELIMITED BY SIZE INTO Wrc_detail
                               COMPUTE Wrc_debit = fan_acompte - fan_frais
                               PERFORM AJOUTER_MOUVEMENT_RELEVE
                           END-IF
                       ELSE
                           MOVE 0 TO Wrc_fin
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE fannulation.

           COLLECTER_RELANCES_RELEVE.
           OPEN INPUT frelance
           MOVE Wrc_numutilisateur TO frl_numutilisateur
           MOVE ZEROS TO frl_mois
           START frelance, KEY IS >= frl_cle
           INVALID KEY MOVE 0 TO Wrc_fin
           NOT INVALID KEY
               MOVE 1 TO Wrc_fin
               PERFORM WITH TEST AFTER UNTIL Wrc_fin = 0
                   READ frelance NEXT
                   AT END MOVE 0 TO Wrc_fin
                   NOT AT END
                       IF frl_numutilisateur = Wrc_numutilisateur
                           COMPUTE Wrc_date_mvt = frl_annee_env * 10000
                               + frl_mois_env * 100 + frl_jour_env
                           MOVE 5 TO Wrc_ordre
                           MOVE SPACES TO Wrc_libelle
                           STRING "RELANCE NIVEAU " frl_niveau
                               DELIMITED BY SIZE INTO Wrc_libelle
                           MOVE SPACES TO Wrc_detail
                           STRING "facture " frl_mm "/" frl_aaaa
                               DELIMITED BY SIZE INTO Wrc_detail
                           MOVE 0 TO Wrc_debit
                           MOVE 0 TO Wrc_credit
                           PERFORM AJOUTER_MOUVEMENT_RELEVE
                       ELSE
                           MOVE 0 TO Wrc_fin
                       END-IF
                   END-READ
               END-PERFORM
           END-START
           CLOSE frelance.

           TRIER_MOUVEMENTS_RELEVE.
           IF Wrc_nb_mvt > 1
               MOVE 1 TO Wrc_idx
               PERFORM WITH TEST AFTER UNTIL Wrc_idx >= Wrc_nb_mvt
                   MOVE 1 TO Wrc_idx2
                   PERFORM WITH TEST AFTER UNTIL
                           Wrc_idx2 > Wrc_nb_mvt - Wrc_idx
                       IF Wrc_mvt_cle(Wrc_idx2) > Wrc_mvt_cle(Wrc_idx2 + 1)
                           MOVE Wrc_mvt(Wrc_idx2) TO Wrc_echange
                           MOVE Wrc_mvt(Wrc_idx2 + 1)
                               TO Wrc_mvt(Wrc_idx2)
                           MOVE Wrc_echange TO Wrc_mvt(Wrc_idx2 + 1)
                       END-IF
                       ADD 1 TO Wrc_idx2
                   END-PERFORM
                   ADD 1 TO Wrc_idx
               END-PERFORM
           END-IF.

           PREPARER_SOLDE_RELEVE.
           IF Wrc_solde_aff < 0
               MOVE "-" TO Wrc_signe
               COMPUTE Wrc_abs = 0 - Wrc_solde_aff
               MOVE "créditeur" TO Wrc_sens
           ELSE
               MOVE "+" TO Wrc_signe
               MOVE Wrc_solde_aff TO Wrc_abs
               IF Wrc_solde_aff = 0
                   MOVE "soldé" TO Wrc_sens
               ELSE
                   MOVE "débiteur" TO Wrc_sens
               END-IF
           END-IF.

           ECRIRE_LIGNE_RELEVE.
           WRITE tamp_fcourrier_releve FROM Wligne_releve_compte
           IF Wrc_affichage = 1
               DISPLAY Wligne_releve_compte
           END-IF.

           ECRIRE_RELEVE_COMPTE.
           MOVE ALL "=" TO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE "RELEVE DE COMPTE" TO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE SPACES TO Wligne_releve_compte
           STRING "Destinataire : " Wrc_prenom " " Wrc_nom
               " (utilisateur " Wrc_numutilisateur ")"
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE SPACES TO Wligne_releve_compte
           STRING "Période du " Wrc_date_debut(7:2) "/" Wrc_date_debut(5:2)
               "/" Wrc_date_debut(1:4) " au " Wrc_date_fin(7:2) "/"
               Wrc_date_fin(5:2) "/" Wrc_date_fin(1:4)
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE Wrc_solde_initial TO Wrc_solde_aff
           PERFORM PREPARER_SOLDE_RELEVE
           MOVE SPACES TO Wligne_releve_compte
           STRING "Solde antérieur : " Wrc_signe Wrc_abs " " Wrc_sens
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE SPACES TO Wligne_releve_compte
           STRING "Date       Libellé                                  "
               "Détail                                   "
               "Débit     Crédit    Solde"
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE ALL "-" TO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE Wrc_solde_initial TO Wrc_solde_courant
           IF Wrc_nb_mvt > 0
               MOVE 1 TO Wrc_idx
               PERFORM WITH TEST AFTER UNTIL Wrc_idx > Wrc_nb_mvt
                   COMPUTE Wrc_solde_courant = Wrc_solde_courant
                       + Wrc_mvt_debit(Wrc_idx) - Wrc_mvt_credit(Wrc_idx)
                   MOVE Wrc_solde_courant TO Wrc_solde_aff
                   PERFORM PREPARER_SOLDE_RELEVE
                   MOVE SPACES TO Wligne_releve_compte
                   STRING Wrc_mvt_date(Wrc_idx)(7:2) "/"
                       Wrc_mvt_date(Wrc_idx)(5:2) "/"
                       Wrc_mvt_date(Wrc_idx)(1:4) " "
                       Wrc_mvt_libelle(Wrc_idx) " "
                       Wrc_mvt_detail(Wrc_idx) " "
                       Wrc_mvt_debit(Wrc_idx) " "
                       Wrc_mvt_credit(Wrc_idx) " "
                       Wrc_signe Wrc_abs
                       DELIMITED BY SIZE INTO Wligne_releve_compte
                   PERFORM ECRIRE_LIGNE_RELEVE
                   ADD 1 TO Wrc_idx
               END-PERFORM
           END-IF
           IF Wrc_tronque = 1
               MOVE "Liste limitée aux 500 premiers mouvements de la période."
                   TO Wligne_releve_compte
               PERFORM ECRIRE_LIGNE_RELEVE
           END-IF
           MOVE ALL "-" TO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE SPACES TO Wligne_releve_compte
           STRING "Total des débits : " Wrc_total_debit
               " - total des crédits : " Wrc_total_credit
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE Wrc_solde TO Wrc_solde_aff
           PERFORM PREPARER_SOLDE_RELEVE
           MOVE SPACES TO Wligne_releve_compte
           STRING "Solde au " Wrc_date_fin(7:2) "/" Wrc_date_fin(5:2) "/"
               Wrc_date_fin(1:4) " : " Wrc_signe Wrc_abs " " Wrc_sens
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE

           MOVE "Rapprochement des règlements par facture" TO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           MOVE 0 TO Wrc_trouve
           IF Wrc_nb_fact > 0
               MOVE 1 TO Wrc_idx
               PERFORM WITH TEST AFTER UNTIL Wrc_idx > Wrc_nb_fact
                   MOVE 0 TO Wrc_reste
                   MOVE 0 TO Wrc_trop_percu
                   IF Wrc_fa_montant(Wrc_idx) > Wrc_fa_regle(Wrc_idx)
                       COMPUTE Wrc_reste = Wrc_fa_montant(Wrc_idx)
                           - Wrc_fa_regle(Wrc_idx)
                   ELSE
                       COMPUTE Wrc_trop_percu = Wrc_fa_regle(Wrc_idx)
                           - Wrc_fa_montant(Wrc_idx)
                   END-IF
                   IF Wrc_reste > 0 OR
                      (Wrc_fa_date(Wrc_idx) >= Wrc_date_debut AND
                       Wrc_fa_date(Wrc_idx) <= Wrc_date_fin)
                       MOVE 1 TO Wrc_trouve
                       MOVE SPACES TO Wligne_releve_compte
                       IF Wrc_trop_percu > 0
                           STRING "Facture " Wrc_fa_mm(Wrc_idx) "/"
                               Wrc_fa_aaaa(Wrc_idx) " : à payer "
                               Wrc_fa_montant(Wrc_idx) " (avoirs déduits "
                               Wrc_fa_deduit(Wrc_idx) ") - réglé "
                               Wrc_fa_regle(Wrc_idx) " - trop-perçu "
                               Wrc_trop_percu
                               DELIMITED BY SIZE INTO Wligne_releve_compte
                       ELSE
                           STRING "Facture " Wrc_fa_mm(Wrc_idx) "/"
                               Wrc_fa_aaaa(Wrc_idx) " : à payer "
                               Wrc_fa_montant(Wrc_idx) " (avoirs déduits "
                               Wrc_fa_deduit(Wrc_idx) ") - réglé "
                               Wrc_fa_regle(Wrc_idx) " - reste " Wrc_reste
                               DELIMITED BY SIZE INTO Wligne_releve_compte
                       END-IF
                       PERFORM ECRIRE_LIGNE_RELEVE
                   END-IF
                   ADD 1 TO Wrc_idx
               END-PERFORM
           END-IF
           IF Wrc_trouve = 0
               MOVE "Aucune facture à rapprocher sur la période." TO Wligne_releve_compte
               PERFORM ECRIRE_LIGNE_RELEVE
           END-IF

           MOVE "Avoirs non utilisés" TO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE
           IF Wrc_nb_avoirs = 0
               MOVE "Aucun avoir disponible." TO Wligne_releve_compte
               PERFORM ECRIRE_LIGNE_RELEVE
           ELSE
               MOVE 1 TO Wrc_idx
               PERFORM WITH TEST AFTER UNTIL Wrc_idx > Wrc_nb_avoirs
                   MOVE SPACES TO Wligne_releve_compte
                   STRING "Avoir n° " Wrc_av_num(Wrc_idx) " du "
                       Wrc_av_date(Wrc_idx)(7:2) "/"
                       Wrc_av_date(Wrc_idx)(5:2) "/"
                       Wrc_av_date(Wrc_idx)(1:4) " : "
                       Wrc_av_montant(Wrc_idx) " - " Wrc_av_motif(Wrc_idx)
                       DELIMITED BY SIZE INTO Wligne_releve_compte
                   PERFORM ECRIRE_LIGNE_RELEVE
                   ADD 1 TO Wrc_idx
               END-PERFORM
               MOVE SPACES TO Wligne_releve_compte
               STRING "Total des avoirs disponibles : " Wrc_total_avoirs
                   DELIMITED BY SIZE INTO Wligne_releve_compte
               PERFORM ECRIRE_LIGNE_RELEVE
           END-IF
           MOVE SPACES TO Wligne_releve_compte
           STRING "Relevé émis le " WS-CURRENT-DAY "/"
               WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO Wligne_releve_compte
           PERFORM ECRIRE_LIGNE_RELEVE.

           CONVERSION_FICHIERS_CORE.
           MOVE 0 TO Wcv_lus
           MOVE 0 TO Wcv_ecrits
           MOVE 0 TO Wcv_erreurs
           MOVE 0 TO Wcv_nb_convertis
           MOVE 1 TO Wcv_idx
           PERFORM WITH TEST AFTER UNTIL Wcv_idx > 8
               PERFORM CONVERTIR_FICHIER
               ADD 1 TO Wcv_idx
           END-PERFORM
           PERFORM INITIALISER_COMPTEURS
           DISPLAY "Fichiers convertis : " Wcv_nb_convertis
           DISPLAY "Enregistrements convertis : " Wcv_ecrits.

           CONVERTIR_FICHIER.
           PERFORM OUVRIR_ANCIEN_FICHIER
           PERFORM NOMMER_FICHIER
           IF Wcv_cr NOT = "00"
               DISPLAY Wcv_ancien " absent : " Wsv_fichier " inchangé"
           ELSE
               PERFORM CONTROLER_FICHIER_CIBLE
               IF Wcv_cible_ok = 0
                   DISPLAY Wsv_fichier " contient déjà des données : conversion refusée"
                   ADD 1 TO Wcv_erreurs
               ELSE
                   PERFORM OUVRIR_FICHIER_ECRITURE
                   IF Wsv_cr NOT = "00"
                       DISPLAY "Impossible de recréer " Wsv_fichier " (" Wsv_cr ")"
                       ADD 1 TO Wcv_erreurs
                   ELSE
                       MOVE 0 TO Wcv_nombre
                       MOVE 1 TO Wcv_fin
                       PERFORM WITH TEST AFTER UNTIL Wcv_fin = 0
                           PERFORM CONVERTIR_ENREGISTREMENT
                       END-PERFORM
                       PERFORM FERMER_FICHIER
                       ADD 1 TO Wcv_nb_convertis
                       DISPLAY Wsv_fichier " : " Wcv_nombre " enregistrements convertis"
                   END-IF
               END-IF
               PERFORM FERMER_ANCIEN_FICHIER
           END-IF.

           CONTROLER_FICHIER_CIBLE.
           MOVE 1 TO Wcv_cible_ok
           PERFORM OUVRIR_FICHIER_LECTURE
           IF Wsv_cr = "00"
               MOVE 1 TO Wsv_fin
               PERFORM LIRE_FICHIER_SUIVANT
               PERFORM FERMER_FICHIER
               IF Wsv_fin = 1
                   MOVE 0 TO Wcv_cible_ok
               END-IF
           END-IF.

           CONVERTIR_ENREGISTREMENT.
           EVALUATE Wcv_idx
               WHEN 1
                   READ fanc_utilisateur NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_utilisateur TO tamp_futilisateur
                       MOVE "N" TO fu_anonyme
                       MOVE 0 TO fu_derniere_connexion
                       MOVE tamp_futilisateur TO Wsv_enreg
                   END-READ
               WHEN 2
                   READ fanc_lieu NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_lieu TO tamp_flieu
                       MOVE 0 TO fl_commission
                       MOVE tamp_flieu TO Wsv_enreg
                   END-READ
               WHEN 3
                   READ fanc_reservation NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_reservation TO tamp_freservation
                       MOVE 0 TO fr_numcarnet
                       MOVE tamp_freservation TO Wsv_enreg
                   END-READ
               WHEN 4
                   READ fanc_historique NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_historique TO tamp_fhistorique
                       MOVE 0 TO fhi_numcarnet
                       MOVE tamp_fhistorique TO Wsv_enreg
                   END-READ
               WHEN 5
                   READ fanc_materiel NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_materiel TO tamp_fmateriel
                       MOVE 0 TO fm_prix_remplacement
                       MOVE tamp_fmateriel TO Wsv_enreg
                   END-READ
               WHEN 6
                   READ fanc_location NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_location TO tamp_flocation
                       COMPUTE Wcv_date = flo_annee * 10000
                           + flo_mois * 100 + flo_jour
                       IF Wcv_date < WS-FULL-DATE
                           MOVE "O" TO flo_retour_saisi
                           MOVE flo_quantite TO flo_qte_rendue
                       ELSE
                           MOVE "N" TO flo_retour_saisi
                           MOVE 0 TO flo_qte_rendue
                       END-IF
                       MOVE 0 TO flo_qte_abimee
                       MOVE 0 TO flo_qte_perdue
                       MOVE 0 TO flo_frais_remplacement
                       MOVE tamp_flocation TO Wsv_enreg
                   END-READ
               WHEN 7
                   READ fanc_cloture NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_cloture TO tamp_fcloture
                       MOVE "N" TO fc_etape_reversement
                       MOVE tamp_fcloture TO Wsv_enreg
                   END-READ
               WHEN 8
                   READ fanc_avis NEXT
                   AT END MOVE 0 TO Wcv_fin
                   NOT AT END
                       MOVE tamp_fanc_avis TO tamp_favis
                       MOVE tamp_favis TO Wsv_enreg
                   END-READ
           END-EVALUATE
           IF Wcv_fin = 1
               ADD 1 TO Wcv_lus
               PERFORM ECRIRE_FICHIER_RESTAURE
               IF Wsv_cr = "00"
                   ADD 1 TO Wcv_ecrits
                   ADD 1 TO Wcv_nombre
               ELSE
                   ADD 1 TO Wcv_erreurs
               END-IF
           END-IF.

           OUVRIR_ANCIEN_FICHIER.
           MOVE 99 TO Wcv_cr
           EVALUATE Wcv_idx
               WHEN 1
                   MOVE 1 TO Wsv_idx
                   MOVE "ancien_utilisateurs.dat" TO Wcv_ancien
                   OPEN INPUT fanc_utilisateur
                   MOVE cr_fanc_utilisateur TO Wcv_cr
               WHEN 2
                   MOVE 2 TO Wsv_idx
                   MOVE "ancien_lieux.dat" TO Wcv_ancien
                   OPEN INPUT fanc_lieu
                   MOVE cr_fanc_lieu TO Wcv_cr
               WHEN 3
                   MOVE 3 TO Wsv_idx
                   MOVE "ancien_reservations.dat" TO Wcv_ancien
                   OPEN INPUT fanc_reservation
                   MOVE cr_fanc_reservation TO Wcv_cr
               WHEN 4
                   MOVE 9 TO Wsv_idx
                   MOVE "ancien_reservations_historique.dat" TO Wcv_ancien
                   OPEN INPUT fanc_historique
                   MOVE cr_fanc_historique TO Wcv_cr
               WHEN 5
                   MOVE 14 TO Wsv_idx
                   MOVE "ancien_materiels.dat" TO Wcv_ancien
                   OPEN INPUT fanc_materiel
                   MOVE cr_fanc_materiel TO Wcv_cr
               WHEN 6
                   MOVE 15 TO Wsv_idx
                   MOVE "ancien_locations.dat" TO Wcv_ancien
                   OPEN INPUT fanc_location
                   MOVE cr_fanc_location TO Wcv_cr
               WHEN 7
                   MOVE 16 TO Wsv_idx
                   MOVE "ancien_clotures.dat" TO Wcv_ancien
                   OPEN INPUT fanc_cloture
                   MOVE cr_fanc_cloture TO Wcv_cr
               WHEN 8
                   MOVE 22 TO Wsv_idx
                   MOVE "ancien_avis_clients.dat" TO Wcv_ancien
                   OPEN INPUT fanc_avis
                   MOVE cr_fanc_avis TO Wcv_cr
           END-EVALUATE.

           FERMER_ANCIEN_FICHIER.
           EVALUATE Wcv_idx
               WHEN 1
                   CLOSE fanc_utilisateur
               WHEN 2
                   CLOSE fanc_lieu
               WHEN 3
                   CLOSE fanc_reservation
               WHEN 4
                   CLOSE fanc_historique
               WHEN 5
                   CLOSE fanc_materiel
               WHEN 6
                   CLOSE fanc_location
               WHEN 7
                   CLOSE fanc_cloture
               WHEN 8
                   CLOSE fanc_avis
           END-EVALUATE.
