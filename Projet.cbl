            select fexpca assign to "compta_ca.dat"
            organization line sequential
            file status is cr_fexc.

            select fmailing assign to "mailing.dat"
            organization line sequential
            file status is cr_fmai.

            select farchcat assign to "archives.lst"
            organization line sequential
            file status is cr_facat.

            select fcatalogue assign to ws_imp_nom_fichier
            organization line sequential
            file status is cr_fcat.

            select fcatrej assign to "catalogue.rej"
            organization line sequential
            file status is cr_frej.

            select fhprix assign to "histoprix.dat"
            organization indexed
            access mode is dynamic
            record key is fhp_cle
            file status is cr_fhp.

            select fmouv assign to "mouvements.dat"
            organization indexed
            access mode is dynamic
            record key is fmvt_cle
            file status is cr_fmvt.

            select ffacture assign to "factures.dat"
            organization indexed
            access mode is dynamic
            record key is ffac_cle
            alternate record key is ffac_numCmd WITH DUPLICATES
            file status is cr_ffac.

            select flignefac assign to "lignesfact.dat"
            organization indexed
            access mode is dynamic
            record key is flf_cle
            file status is cr_flf.

            select fderog assign to "derogations.dat"
            organization indexed
            access mode is dynamic
            record key is fder_cle
            file status is cr_fder.

            select fnuit assign to "nuit.dat"
            organization indexed
            access mode is dynamic
            record key is fnuit_cle
            file status is cr_fnuit.

            select fpointage assign to "pointage.dat"
            organization indexed
            access mode is dynamic
            record key is fpoi_cle
            file status is cr_fpoi.

            select fattente assign to "attente.dat"
            organization indexed
            access mode is dynamic
            record key is fatt_numero
            file status is cr_fatt.

            select freffourn assign to "reffourn.dat"
            organization indexed
            access mode is dynamic
            record key is frf_cle
            file status is cr_frf.
      *-----------------------
        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                02 fvet_quantite PIC 9(3).
                02 fvet_codeTVA PIC A(1).
                02 fvet_cout PIC 9(3)V9(2).
                02 fvet_statut PIC A(1).

        FD fventes.
            01 tamp_fventes.
                02 fvent_refVente PIC A(10).
                02 fvent_refPromo PIC 9(6).
                02 fvent_remise PIC 9(3)V9(2).
                02 fvent_poste PIC 9(1).
                02 fvent_heure PIC 9(6).

        FD fpers.
            01 tamp_fpers.
                02 fpers_somme_depensee PIC 9(4)V9(2).
                02 fpers_mdp PIC A(50).
                02 fpers_actif PIC A(1).
                02 fpers_consent PIC A(1).
                02 fpers_dateConsent PIC X(10).

        FD fcommande.
            01 tamp_fcommande.
                02 fcmd_qte_recue PIC 9(3).
                02 fcmd_statut PIC A(1).
                02 fcmd_idFourn PIC 9(4).
                02 fcmd_dateRecep PIC 9(8).

        FD fcloture.
            01 tamp_fcloture.
                02 ffou_nom PIC A(30).
                02 ffou_contact PIC X(50).
                02 ffou_delai PIC 9(3).
                02 ffou_echeance PIC 9(3).

        FD farchive.
            01 tamp_farchive.
                02 farch_refPromo PIC 9(6).
                02 farch_remise PIC 9(3)V9(2).
                02 farch_poste PIC 9(1).
                02 farch_heure PIC 9(6).

        FD fsequence.
            01 tamp_fsequence.
                02 fseqp_avoir PIC 9(8).

        FD fsauve.
            01 tamp_fsauve PIC X(400).

        FD fmanif.
            01 tamp_fmanif.
        FD fexpca.
            01 tamp_fexpca PIC X(40).

        FD fmailing.
            01 tamp_fmailing PIC X(140).

        FD farchcat.
            01 tamp_farchcat PIC X(20).

        FD fcatalogue.
            01 tamp_fcatalogue.
                02 fcat_fournisseur PIC X(4).
                02 fcat_fournisseur_n REDEFINES fcat_fournisseur
                    PIC 9(4).
                02 fcat_ref PIC X(15).
                02 fcat_nom PIC X(50).
                02 fcat_type PIC X(20).
                02 fcat_categ PIC X(1).
                02 fcat_taille PIC X(4).
                02 fcat_saison PIC X(10).
                02 fcat_prix PIC X(5).
                02 fcat_prix_n REDEFINES fcat_prix PIC 9(3)V9(2).
                02 fcat_cout PIC X(5).
                02 fcat_cout_n REDEFINES fcat_cout PIC 9(3)V9(2).
                02 fcat_codetva PIC X(1).

        FD fcatrej.
            01 tamp_fcatrej.
                02 frej_ligne PIC 9(5).
                02 FILLER PIC X(1).
                02 frej_motif PIC X(30).
                02 FILLER PIC X(1).
                02 frej_donnees PIC X(115).

        FD fhprix.
            01 tamp_fhprix.
                02 fhp_cle.
                    03 fhp_refVet PIC 9(6).
                    03 fhp_date PIC 9(8).
                    03 fhp_heure PIC 9(6).
                    03 fhp_type PIC A(1).
                    03 fhp_seq PIC 9(2).
                02 fhp_ancien PIC 9(3)V9(2).
                02 fhp_nouveau PIC 9(3)V9(2).
                02 fhp_motif PIC X(30).
                02 fhp_idp PIC A(4).
                02 fhp_poste PIC 9(1).

        FD fmouv.
            01 tamp_fmouv.
                02 fmvt_cle.
                    03 fmvt_refVet PIC 9(6).
                    03 fmvt_date PIC 9(8).
                    03 fmvt_heure PIC 9(6).
                    03 fmvt_seq PIC 9(3).
                02 fmvt_poste PIC 9(1).
                02 fmvt_type PIC A(1).
                02 fmvt_qte PIC S9(4).
                02 fmvt_stock PIC 9(3).
                02 fmvt_source PIC X(10).
                02 fmvt_idp PIC A(4).

        FD ffacture.
            01 tamp_ffacture.
                02 ffac_cle.
                    03 ffac_idFourn PIC 9(4).
                    03 ffac_numero PIC X(15).
                02 ffac_numCmd PIC 9(6).
                02 ffac_dateFact PIC 9(8).
                02 ffac_dateSaisie PIC 9(8).
                02 ffac_echeance PIC 9(8).
                02 ffac_montant PIC 9(7)V9(2).
                02 ffac_nb_lignes PIC 9(3).
                02 ffac_nb_ecarts PIC 9(3).
                02 ffac_statut PIC A(1).
                02 ffac_idp PIC A(4).
                02 ffac_approbateur PIC A(4).
                02 ffac_datePaie PIC 9(8).

        FD flignefac.
            01 tamp_flignefac.
                02 flf_cle.
                    03 flf_idFourn PIC 9(4).
                    03 flf_numero PIC X(15).
                    03 flf_refVet PIC 9(6).
                02 flf_qte PIC 9(3).
                02 flf_pu PIC 9(3)V9(2).
                02 flf_qte_recue PIC 9(3).
                02 flf_cout PIC 9(3)V9(2).
                02 flf_ecart PIC A(1).

        FD fderog.
            01 tamp_fderog.
                02 fder_cle.
                    03 fder_date PIC 9(8).
                    03 fder_heure PIC 9(6).
                    03 fder_poste PIC 9(1).
                    03 fder_seq PIC 9(2).
                02 fder_operation PIC X(10).
                02 fder_montant PIC 9(5)V9(2).
                02 fder_vendeur PIC A(4).
                02 fder_responsable PIC A(4).
                02 fder_decision PIC A(1).
                02 fder_reference PIC X(20).

        FD fnuit.
            01 tamp_fnuit.
                02 fnuit_cle.
                    03 fnuit_date PIC X(10).
                    03 fnuit_etape PIC 9(1).
                02 fnuit_job PIC X(10).
                02 fnuit_statut PIC A(1).
                02 fnuit_debut PIC 9(14).
                02 fnuit_fin PIC 9(14).
                02 fnuit_nb PIC 9(7).
                02 fnuit_rc PIC 9(3).
                02 fnuit_param1 PIC X(20).
                02 fnuit_param2 PIC X(20).
                02 fnuit_reprise_nb PIC 9(7).
                02 fnuit_reprise_cle PIC X(10).

        FD fpointage.
            01 tamp_fpointage.
                02 fpoi_cle.
                    03 fpoi_idp PIC A(4).
                    03 fpoi_date PIC 9(8).
                    03 fpoi_seq PIC 9(2).
                02 fpoi_poste PIC 9(1).
                02 fpoi_entree PIC 9(6).
                02 fpoi_sortie PIC 9(6).
                02 fpoi_minutes PIC 9(4).
                02 fpoi_corrige PIC A(1).
                02 fpoi_correcteur PIC A(4).

        FD fattente.
            01 tamp_fattente.
                02 fatt_numero PIC 9(6).
                02 fatt_statut PIC A(1).
                02 fatt_date PIC X(10).
                02 fatt_heure PIC 9(6).
                02 fatt_poste PIC 9(1).
                02 fatt_poste_rappel PIC 9(1).
                02 fatt_vendeur PIC A(4).
                02 fatt_client PIC A(4).
                02 fatt_total PIC 9(5)V9(2).
                02 fatt_nb PIC 9(2).
                02 fatt_ligne OCCURS 30 TIMES.
                    03 fatt_l_ref PIC 9(6).
                    03 fatt_l_prix PIC 9(3)V9(2).

        FD freffourn.
            01 tamp_freffourn.
                02 frf_cle.
                    03 frf_fournisseur PIC 9(4).
                    03 frf_ref PIC X(15).
                02 frf_refVet PIC 9(6).
                02 frf_date PIC 9(8).

      *-----------------------
        WORKING-STORAGE SECTION.
            77 cr_fca PIC 9(2).
            77 cr_frapport PIC 9(2).
            77 cr_fexp PIC 9(2).
            77 cr_fexc PIC 9(2).
            77 cr_fhp PIC 9(2).
            77 cr_fmvt PIC 9(2).
            77 cr_ffac PIC 9(2).
            77 cr_flf PIC 9(2).
            77 cr_fder PIC 9(2).
            77 cr_fmai PIC 9(2).
            77 cr_fnuit PIC 9(2).
            77 cr_fpoi PIC 9(2).
            77 cr_facat PIC 9(2).
            77 cr_fatt PIC 9(2).
            77 cr_fcat PIC 9(2).
            77 cr_frej PIC 9(2).
            77 cr_frf PIC 9(2).

      * --- mode batch sans operateur --------------------------------
            77 ws_mode_batch PIC X(1) VALUE "N".
            77 ws_tk_total PIC 9(5)V9(2) VALUE ZERO.
            77 ws_tk_total_edite PIC ZZZZ9.99.
            77 ws_tk_confirme PIC X(1).
            77 ws_tk_decide PIC X(1).
            77 ws_tk_valide PIC X(1).
            77 ws_tk_erreur PIC X(1).
            77 ws_tk_nb_ecrits PIC 9(2).
            77 ws_batch_max_vendeur PIC 9(5) VALUE ZERO.
            77 ws_batch_max_article PIC 9(5) VALUE ZERO.
            77 ws_batch_source_ok PIC X(1).
            77 ws_batch_nb_lignes PIC 9(7).
        01 ws_batch_tab_vendeur.
            02 ws_batch_tv OCCURS 50 TIMES.
                03 ws_batch_tv_id PIC A(4).
            77 ws_arch_nb PIC 9(6) VALUE ZERO.
            77 ws_vent_source PIC X(1) VALUE "V".
            77 ws_vent_eof PIC X(1).
            77 ws_arch_lecteur PIC X(1).
            77 ws_arch_nb_liste PIC 9(3).
            77 ws_arch_deja_liste PIC X(1).
            77 ws_seq_ok PIC X(1).

      * --- commandes fournisseur ------------------------------------
            77 ws_fou_nom PIC A(30).
            77 ws_fou_contact PIC X(50).
            77 ws_fou_delai PIC 9(3).
            77 ws_fou_echeance PIC 9(3).
            77 ws_fou_id PIC 9(4).

      * --- rapport de marge sur cout d'achat ------------------------
        01 ws_mar_date_debut PIC X(10).
      * --- creation d'un compte personnel (requete 003) --------------
            77 ws_np_idp PIC A(4).
            77 ws_np_role PIC 9(1).
            77 ws_np_consent PIC A(1).
            77 ws_np_prenom PIC A(30).
            77 ws_np_nom PIC A(30).
            77 ws_np_mail PIC X(50).
            77 ws_soldes_idx PIC 9(4).
            77 ws_soldes_idx2 PIC 9(4).
            77 ws_soldes_categ_prec PIC A(1).
            77 ws_soldes_lus PIC 9(7).
        01 ws_soldes_tab.
            02 ws_soldes_t OCCURS 200 TIMES.
                03 ws_soldes_t_ref PIC 9(6).
            77 ws_sau_mode PIC X(1).
            77 ws_sau_fichier_idx PIC 9(2).
            77 ws_sau_ouvert PIC X(1).
            77 ws_sau_cumul PIC 9(9).
            77 ws_sau_fnuit_garde PIC X(117).
            77 ws_man_charge PIC X(1) VALUE "N".
            77 ws_man_nb PIC 9(2) VALUE ZERO.
            77 ws_man_idx PIC 9(2).
            77 ws_rec_reponse PIC X(1).
        01 ws_man_tab.
            02 ws_man_t OCCURS 20 TIMES.
                03 ws_man_t_nom PIC X(20).
                03 ws_man_t_nb PIC 9(9).
                03 ws_man_t_total PIC S9(9)V9(2).
            77 ws_fid_palier PIC A(10).
            77 ws_fid_nb_client PIC 9(4) VALUE ZERO.

      * --- maintenance des articles et historique des prix ----------
            77 ws_mna_ref PIC 9(6).
            77 ws_mna_nom PIC A(50).
            77 ws_mna_choix PIC 9(1).
            77 ws_mna_trouve PIC X(1).
            77 ws_mna_fin PIC X(1).
            77 ws_mna_ecrit PIC X(1).
            77 ws_mna_nb PIC 9(3).
            77 ws_mna_saisie PIC X(50).
            77 ws_mna_montant PIC 9(3)V9(2).
            77 ws_mna_date PIC X(10).
            77 ws_hp_refvet PIC 9(6).
            77 ws_hp_type PIC A(1).
            77 ws_hp_ancien PIC 9(3)V9(2).
            77 ws_hp_nouveau PIC 9(3)V9(2).
            77 ws_hp_motif PIC X(30).
            77 ws_hp_fin PIC X(1).
            77 ws_hp_nb PIC 9(4).
            77 ws_hp_prix_date PIC 9(3)V9(2).
            77 ws_hp_taux_edite PIC ZZ9.
            77 ws_hp_date_ok PIC X(1).
        01 ws_hp_date_cle.
            02 ws_hp_date_aaaa PIC 9(4).
            02 ws_hp_date_mm PIC 9(2).
            02 ws_hp_date_jj PIC 9(2).
        01 ws_hp_date_num REDEFINES ws_hp_date_cle PIC 9(8).
        01 ws_hp_horodatage.
            02 ws_hp_date_sys PIC 9(8).
            02 ws_hp_heure_sys PIC 9(6).
            02 FILLER PIC X(7).

      * --- grand livre des mouvements de stock ----------------------
            77 ws_mvt_type PIC A(1).
            77 ws_mvt_qte PIC S9(4).
            77 ws_mvt_source PIC X(10).
            77 ws_mvt_fin PIC X(1).
            77 ws_mvt_ref PIC 9(6).
            77 ws_mvt_ref_prec PIC 9(6).
            77 ws_mvt_solde PIC S9(5).
            77 ws_mvt_nb PIC 9(5).
            77 ws_mvt_base PIC X(1).
            77 ws_mvt_date_base PIC 9(8).
            77 ws_mvt_nb_articles PIC 9(5).
            77 ws_mvt_nb_ecarts PIC 9(5).
            77 ws_mvt_libelle PIC X(10).
            77 ws_mvt_qte_edite PIC -ZZZ9.
            77 ws_mvt_solde_edite PIC -ZZZZ9.
        01 ws_mvt_horodatage.
            02 ws_mvt_date_sys PIC 9(8).
            02 ws_mvt_heure_sys PIC 9(6).
            02 FILLER PIC X(7).

      * --- factures fournisseurs et balance agee --------------------
      * An invoice line is matched against what was received on the
      * order line (fcmd_qte_recue) and the article's fvet_cout; a
      * quantity off by more than ws_fac_tol_qte pieces or a unit
      * price more than ws_fac_tol_pct percent away from the cost is
      * flagged and holds the invoice in litige until approved.
            77 ws_fac_tol_qte PIC 9(3) VALUE ZERO.
            77 ws_fac_tol_pct PIC 9(2) VALUE 2.
            77 ws_fac_choix PIC 9(1).
            77 ws_fac_fin_menu PIC X(1).
            77 ws_fac_idfourn PIC 9(4).
            77 ws_fac_numero PIC X(15).
            77 ws_fac_numcmd PIC 9(6).
            77 ws_fac_date_x PIC X(10).
            77 ws_fac_ok PIC X(1).
            77 ws_fac_refvet PIC 9(6).
            77 ws_fac_qte PIC 9(3).
            77 ws_fac_pu PIC 9(3)V9(2).
            77 ws_fac_fin_lignes PIC X(1).
            77 ws_fac_echeance_j PIC 9(3).
            77 ws_fac_jours PIC 9(7).
            77 ws_fac_aujourdhui PIC 9(7).
            77 ws_fac_ecart_qte PIC S9(4).
            77 ws_fac_deja_facture PIC 9(5).
            77 ws_fac_net_recue PIC S9(5).
            77 ws_fac_ecart_pu PIC S9(3)V9(2).
            77 ws_fac_tol_pu PIC 9(3)V9(2).
            77 ws_fac_reponse PIC X(1).
            77 ws_fac_nb PIC 9(4).
            77 ws_fac_libelle PIC X(10).
            77 ws_fac_montant_edite PIC -(6)9.99.
        01 ws_fac_date_cle.
            02 ws_fac_date_aaaa PIC 9(4).
            02 ws_fac_date_mm PIC 9(2).
            02 ws_fac_date_jj PIC 9(2).
        01 ws_fac_date_num REDEFINES ws_fac_date_cle PIC 9(8).
        01 ws_fac_facture_garde.
            02 ws_fac_garde_cle PIC X(19).
            02 ws_fac_garde_numcmd PIC 9(6).
            02 FILLER PIC X(56).
        01 ws_fac_ligne_garde.
            02 FILLER PIC X(19).
            02 ws_fac_garde_refvet PIC 9(6).
            02 FILLER PIC X(17).
            77 ws_bal_nb PIC 9(3) VALUE ZERO.
            77 ws_bal_idx PIC 9(3).
            77 ws_bal_tr PIC 9(1).
            77 ws_bal_retard PIC S9(7).
            77 ws_bal_plein PIC X(1).
        01 ws_bal_tab.
            02 ws_bal_t OCCURS 100 TIMES.
                03 ws_bal_t_id PIC 9(4).
                03 ws_bal_t_nom PIC A(30).
                03 ws_bal_t_tranche PIC S9(7)V9(2) OCCURS 5 TIMES.
                03 ws_bal_t_du PIC S9(7)V9(2).
                03 ws_bal_t_litige PIC S9(7)V9(2).
        01 ws_bal_total.
            02 ws_bal_tot_tranche PIC S9(7)V9(2) OCCURS 5 TIMES.
            02 ws_bal_tot_du PIC S9(7)V9(2).
            02 ws_bal_tot_litige PIC S9(7)V9(2).
        01 ws_bal_edite.
            02 ws_bal_e_tranche PIC -(6)9.99 OCCURS 5 TIMES.
            02 ws_bal_e_du PIC -(6)9.99.
            02 ws_bal_e_litige PIC -(6)9.99.

      * --- autorisation responsable et journal des derogations -----
      * Returns and credit notes above these amounts stop for a
      * role-1 idp and password before they go through.
            77 ws_ovr_seuil_retour PIC 9(3)V9(2) VALUE 100.
            77 ws_ovr_seuil_avoir PIC 9(3)V9(2) VALUE 100.
            77 ws_ovr_operation PIC X(10).
            77 ws_ovr_montant PIC 9(5)V9(2).
            77 ws_ovr_vendeur PIC A(4).
            77 ws_ovr_reference PIC X(20).
            77 ws_ovr_fpers_ouvert PIC X(1).
            77 ws_ovr_accorde PIC X(1).
            77 ws_ovr_idp PIC A(4).
            77 ws_ovr_mdp PIC A(50).
            77 ws_ovr_fin PIC X(1).
            77 ws_ovr_ligne PIC 9(2).
            77 ws_ovr_prix PIC 9(3)V9(2).
            77 ws_ovr_ticket PIC X(1).
            77 ws_ovr_motifs PIC X(3).
            77 ws_ovr_montant_edite PIC ZZZZ9.99.
            77 ws_ovr_date_x PIC X(10).
            77 ws_ovr_nb PIC 9(4).
            77 ws_ovr_idx PIC 9(3).
            77 ws_ovr_nb_vend PIC 9(3).
            77 ws_ovr_nb_resp PIC 9(3).
        01 ws_ovr_horodatage.
            02 ws_ovr_date_sys PIC 9(8).
            02 ws_ovr_heure_sys PIC 9(6).
            02 FILLER PIC X(7).
        01 ws_ovr_date_cle.
            02 ws_ovr_date_aaaa PIC 9(4).
            02 ws_ovr_date_mm PIC 9(2).
            02 ws_ovr_date_jj PIC 9(2).
        01 ws_ovr_date_num REDEFINES ws_ovr_date_cle PIC 9(8).
        01 ws_ovr_tab_vend.
            02 ws_ovr_v OCCURS 50 TIMES.
                03 ws_ovr_v_idp PIC A(4).
                03 ws_ovr_v_accordees PIC 9(4).
                03 ws_ovr_v_refusees PIC 9(4).
                03 ws_ovr_v_montant PIC 9(7)V9(2).
        01 ws_ovr_tab_resp.
            02 ws_ovr_r OCCURS 50 TIMES.
                03 ws_ovr_r_idp PIC A(4).
                03 ws_ovr_r_accordees PIC 9(4).
                03 ws_ovr_r_refusees PIC 9(4).
                03 ws_ovr_r_montant PIC 9(7)V9(2).

      * --- consentement clients et extraction mailing ---------------
            77 ws_mai_critere PIC X(10).
            77 ws_mai_valeur PIC X(20).
            77 ws_mai_nb PIC 9(3).
            77 ws_mai_idx PIC 9(3).
            77 ws_mai_nb_extraits PIC 9(6).
            77 ws_mai_plein PIC X(1).
            77 ws_mai_retenu PIC X(1).
            77 ws_mai_palier PIC X(6).
            77 ws_mai_date_x PIC X(10).
            77 ws_mai_confirme PIC X(1).
        01 ws_mai_tab.
            02 ws_mai_t OCCURS 500 TIMES.
                03 ws_mai_t_idp PIC A(4).
                03 ws_mai_t_prenom PIC A(30).
                03 ws_mai_t_nom PIC A(30).
                03 ws_mai_t_mail PIC X(50).
                03 ws_mai_t_somme PIC 9(4)V9(2).
                03 ws_mai_t_dernier PIC X(10).
                03 ws_mai_t_categ PIC X(1).
        01 ws_mai_det.
            02 ws_mai_det_type PIC X(1) VALUE "D".
            02 ws_mai_det_idp PIC X(4).
            02 ws_mai_det_prenom PIC X(30).
            02 ws_mai_det_nom PIC X(30).
            02 ws_mai_det_mail PIC X(50).
            02 ws_mai_det_palier PIC X(6).
            02 ws_mai_det_dernier PIC X(10).
        01 ws_mai_trl.
            02 ws_mai_trl_type PIC X(1) VALUE "T".
            02 ws_mai_trl_nb PIC 9(6).
            02 ws_mai_trl_critere PIC X(10).
            02 ws_mai_trl_valeur PIC X(20).

      * --- chaine de nuit et fichier de controle des etapes --------
            77 ws_nuit_actif PIC X(1) VALUE "N".
            77 ws_nuit_date PIC X(10).
            77 ws_nuit_etape PIC 9(1).
            77 ws_nuit_arret PIC X(1).
            77 ws_nuit_rc PIC 9(3).
            77 ws_nuit_rc_final PIC 9(3).
            77 ws_nuit_nb PIC 9(7).
            77 ws_nuit_rep_nb PIC 9(7).
            77 ws_nuit_rep_cle PIC X(10).
            77 ws_nuit_pos_nb PIC 9(7).
            77 ws_nuit_pos_cle PIC X(10).
            77 ws_nuit_choix PIC 9(1).
            77 ws_nuit_ok PIC X(1).
            77 ws_nuit_date_x PIC X(10).
            77 ws_nuit_taux PIC 9(3).
            77 ws_nuit_libelle PIC X(10).
            77 ws_nuit_nb_edite PIC Z(6)9.
        01 ws_nuit_date_cle.
            02 ws_nuit_date_aaaa PIC 9(4).
            02 ws_nuit_date_mm PIC 9(2).
            02 ws_nuit_date_jj PIC 9(2).
        01 ws_nuit_date_num REDEFINES ws_nuit_date_cle PIC 9(8).
        01 ws_nuit_horodatage.
            02 ws_nuit_hdt PIC 9(14).
            02 FILLER PIC X(7).

      * --- pointage du personnel et productivite --------------------
            77 ws_poi_idp PIC A(4).
            77 ws_poi_mdp PIC A(50).
            77 ws_poi_ok PIC X(1).
            77 ws_poi_vide PIC X(1).
            77 ws_poi_oblig PIC X(1).
            77 ws_poi_existe PIC X(1).
            77 ws_poi_ouvert PIC X(1).
            77 ws_poi_plein PIC X(1).
            77 ws_poi_nouveau PIC X(1).
            77 ws_poi_choix PIC 9(1).
            77 ws_poi_fin_menu PIC X(1).
            77 ws_poi_seq PIC 9(2).
            77 ws_poi_der_date PIC 9(8).
            77 ws_poi_der_seq PIC 9(2).
            77 ws_poi_heure PIC 9(6).
            77 ws_poi_heure_x PIC X(5).
            77 ws_poi_date_x PIC X(10).
            77 ws_poi_debut_x PIC X(10).
            77 ws_poi_fin_x PIC X(10).
            77 ws_poi_mois PIC X(7).
            77 ws_poi_borne_debut PIC 9(8).
            77 ws_poi_borne_fin PIC 9(8).
            77 ws_poi_nb_jours PIC 9(5).
            77 ws_poi_min_debut PIC 9(4).
            77 ws_poi_min_fin PIC 9(4).
            77 ws_poi_bas PIC 9(4).
            77 ws_poi_haut PIC 9(4).
            77 ws_poi_h PIC 9(2).
            77 ws_poi_h_deb PIC 9(2).
            77 ws_poi_h_fin PIC 9(2).
            77 ws_poi_nb PIC 9(2).
            77 ws_poi_idx PIC 9(2).
            77 ws_poi_minutes PIC 9(7).
            77 ws_poi_hh PIC 9(5).
            77 ws_poi_mm PIC 9(2).
            77 ws_poi_total_min PIC 9(7).
            77 ws_poi_total_ca PIC S9(7)V9(2).
            77 ws_poi_ticket_prec PIC A(10).
            77 ws_poi_ratio PIC S9(5)V9(2).
            77 ws_poi_effectif PIC 9(3)V9(1).
            77 ws_poi_ca_edite PIC -(6)9.99.
            77 ws_poi_ratio_edite PIC -(4)9.99.
            77 ws_poi_nb_edite PIC ZZZZ9.
            77 ws_poi_effectif_edite PIC ZZ9.9.
            77 ws_poi_tk_heure_edite PIC ZZ9.99.
        01 ws_poi_duree_edite.
            02 ws_poi_duree_hh PIC ZZZ9.
            02 FILLER PIC X(1) VALUE ":".
            02 ws_poi_duree_mm PIC 9(2).
        01 ws_poi_hms.
            02 ws_poi_hms_hh PIC 9(2).
            02 ws_poi_hms_mm PIC 9(2).
            02 ws_poi_hms_ss PIC 9(2).
        01 ws_poi_hms_num REDEFINES ws_poi_hms PIC 9(6).
        01 ws_poi_date_cle.
            02 ws_poi_date_aaaa PIC 9(4).
            02 ws_poi_date_mm PIC 9(2).
            02 ws_poi_date_jj PIC 9(2).
        01 ws_poi_date_num REDEFINES ws_poi_date_cle PIC 9(8).
        01 ws_poi_horodatage.
            02 ws_poi_date_sys PIC 9(8).
            02 ws_poi_heure_sys PIC 9(6).
            02 FILLER PIC X(7).
        01 ws_poi_tab.
            02 ws_poi_t OCCURS 50 TIMES.
                03 ws_poi_t_idp PIC A(4).
                03 ws_poi_t_minutes PIC 9(7).
                03 ws_poi_t_postes PIC 9(3).
                03 ws_poi_t_ouverts PIC 9(3).
                03 ws_poi_t_corriges PIC 9(3).
                03 ws_poi_t_ca PIC S9(7)V9(2).
                03 ws_poi_t_tickets PIC 9(5).
                03 ws_poi_t_ticket PIC A(10).
        01 ws_poi_tab_heures.
            02 ws_poi_ht OCCURS 25 TIMES.
                03 ws_poi_ht_ca PIC S9(7)V9(2).
                03 ws_poi_ht_tickets PIC 9(5).
                03 ws_poi_ht_minutes PIC 9(7).

      * --- stock dormant et anciennete du stock ---------------------
            77 ws_dor_ref_x PIC X(10).
            77 ws_dor_date_ref PIC 9(8).
            77 ws_dor_date_x PIC X(10).
            77 ws_dor_date PIC 9(8).
            77 ws_dor_ok PIC X(1).
            77 ws_dor_plein PIC X(1).
            77 ws_dor_trouve PIC X(1).
            77 ws_dor_nb PIC 9(4).
            77 ws_dor_idx PIC 9(4).
            77 ws_dor_bas PIC 9(4).
            77 ws_dor_haut PIC 9(4).
            77 ws_dor_ref PIC 9(6).
            77 ws_dor_jours PIC 9(5).
            77 ws_dor_tranche PIC 9(1).
            77 ws_dor_nb_grp PIC 9(3).
            77 ws_dor_grp PIC 9(3).
            77 ws_dor_grp2 PIC 9(3).
            77 ws_dor_nb_lents PIC 9(2) VALUE 20.
            77 ws_dor_rang PIC 9(2).
            77 ws_dor_max_idx PIC 9(4).
            77 ws_dor_valeur PIC 9(7)V9(2).
            77 ws_dor_qte_edite PIC ZZZZZ9.
            77 ws_dor_val_edite PIC ZZZZZZ9.99.
            77 ws_dor_jours_edite PIC ZZZZ9.
            77 ws_dor_vente_x PIC X(10).
            77 ws_dor_recep_x PIC X(10).
        01 ws_dor_date_cle.
            02 ws_dor_date_aaaa PIC 9(4).
            02 ws_dor_date_mm PIC 9(2).
            02 ws_dor_date_jj PIC 9(2).
        01 ws_dor_date_num REDEFINES ws_dor_date_cle PIC 9(8).
        01 ws_dor_tab.
            02 ws_dor_t OCCURS 2000 TIMES.
                03 ws_dor_t_ref PIC 9(6).
                03 ws_dor_t_categ PIC A(1).
                03 ws_dor_t_saison PIC A(10).
                03 ws_dor_t_qte PIC 9(3).
                03 ws_dor_t_cout PIC 9(3)V9(2).
                03 ws_dor_t_vente PIC 9(8).
                03 ws_dor_t_recep PIC 9(8).
                03 ws_dor_t_jours PIC 9(5).
                03 ws_dor_t_edite PIC X(1).
        01 ws_dor_tab_grp.
            02 ws_dor_g OCCURS 200 TIMES.
                03 ws_dor_g_categ PIC A(1).
                03 ws_dor_g_saison PIC A(10).
                03 ws_dor_g_tr OCCURS 4 TIMES.
                    04 ws_dor_g_qte PIC 9(6).
                    04 ws_dor_g_val PIC 9(7)V9(2).
        01 ws_dor_swap_grp PIC X(71).
        01 ws_dor_tab_tot.
            02 ws_dor_tot OCCURS 4 TIMES.
                03 ws_dor_tot_qte PIC 9(6).
                03 ws_dor_tot_val PIC 9(7)V9(2).

      * --- tickets en attente --------------------------------------
            77 ws_att_rappel PIC X(1) VALUE "N".
            77 ws_att_numero PIC 9(6) VALUE ZERO.
            77 ws_att_max PIC 9(6).
            77 ws_att_saisi PIC 9(6).
            77 ws_att_nb PIC 9(3).
            77 ws_att_nb_rappel PIC 9(3).
            77 ws_att_ecrit PIC X(1).
            77 ws_att_fin PIC X(1).
            77 ws_att_essais PIC 9(2).
            77 ws_att_idx PIC 9(2).
            77 ws_att_reponse PIC X(1).
            77 ws_att_total_edite PIC ZZZZ9.99.
            77 ws_att_prix_edite PIC ZZ9.99.

      * --- import du catalogue fournisseur --------------------------
            77 ws_imp_nom_fichier PIC X(20).
            77 ws_imp_simul PIC X(1).
            77 ws_imp_mode PIC X(5).
            77 ws_imp_ok PIC X(1).
            77 ws_imp_motif PIC X(30).
            77 ws_imp_seq PIC 9(6).
            77 ws_imp_ligne PIC 9(5).
            77 ws_imp_lues PIC 9(5).
            77 ws_imp_crees PIC 9(5).
            77 ws_imp_maj PIC 9(5).
            77 ws_imp_inchanges PIC 9(5).
            77 ws_imp_rejets PIC 9(5).
            77 ws_imp_nb_edite PIC ZZZZ9.
            77 ws_imp_prix_edite PIC ZZ9.99.
            77 ws_imp_cout_edite PIC ZZ9.99.
            77 ws_imp_ancien_edite PIC ZZ9.99.
            77 ws_imp_sim_nb PIC 9(3).
            77 ws_imp_sim_idx PIC 9(3).
            77 ws_imp_sim_plein PIC X(1).
        01 ws_imp_sim_tab.
            02 ws_imp_sim_t OCCURS 500 TIMES.
                03 ws_imp_sim_cle.
                    04 ws_imp_sim_fournisseur PIC 9(4).
                    04 ws_imp_sim_ref PIC X(15).
                03 ws_imp_sim_refvet PIC 9(6).
                03 ws_imp_sim_nom PIC A(50).
                03 ws_imp_sim_prix PIC 9(3)V9(2).
                03 ws_imp_sim_cout PIC 9(3)V9(2).

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        MAIN-PROCEDURE.
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 27
                        IF ws_login_ok = "O" AND ws_login_role = 1
                            PERFORM MAINTENIR-ARTICLE
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 28
                        IF ws_login_ok = "O"
                                AND (ws_login_role = 1
                                OR ws_login_role = 2)
                            PERFORM FICHE-STOCK-ARTICLE
                        ELSE
                            DISPLAY "Acces reserve aux vendeurs et a"
                                " l'administrateur."
                        END-IF
                    WHEN 29
                        IF ws_login_ok = "O" AND ws_login_role = 1
                            PERFORM GERER-FACTURES-FOURNISSEURS
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 30
                        IF ws_login_ok = "O" AND ws_login_role = 1
                            PERFORM RAPPORT-DEROGATIONS
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 31
                        IF ws_login_ok = "O" AND ws_login_role = 1
                            PERFORM PLANIFIER-NUIT
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 32
                        IF ws_login_ok = "O"
                            PERFORM POINTER-PERSONNEL
                        ELSE
                            DISPLAY "Veuillez vous connecter "
                                "(option 4)."
                        END-IF
                    WHEN 33
                        IF ws_login_ok = "O" AND ws_login_role = 1
                            PERFORM GERER-PRESENCES
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 34
                        IF ws_login_ok = "O"
                            PERFORM RAPPORT-STOCK-DORMANT
                        ELSE
                            DISPLAY "Veuillez vous connecter "
                                "(option 4)."
                        END-IF
                    WHEN 35
                        IF ws_login_ok = "O"
                            MOVE "O" TO ws_att_rappel
                            PERFORM SAISIE-VENTE
                        ELSE
                            DISPLAY "Veuillez vous connecter "
                                "(option 4)."
                        END-IF
                    WHEN 36
                        IF ws_login_ok = "O" AND ws_login_role = 1
                            PERFORM IMPORTER-CATALOGUE
                        ELSE
                            DISPLAY "Acces reserve a l'administrateur."
                        END-IF
                    WHEN 0
                        MOVE "N" TO ws_continuer
                    WHEN OTHER
                END-IF
            CLOSE ffourn

            OPEN I-O fhprix
                IF cr_fhp = 35 THEN
                    MOVE "histoprix.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT fhprix
                END-IF
            CLOSE fhprix

            OPEN I-O fmouv
                IF cr_fmvt = 35 THEN
                    MOVE "mouvements.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT fmouv
                END-IF
            CLOSE fmouv

            OPEN I-O ffacture
                IF cr_ffac = 35 THEN
                    MOVE "factures.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT ffacture
                END-IF
            CLOSE ffacture

            OPEN I-O flignefac
                IF cr_flf = 35 THEN
                    MOVE "lignesfact.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT flignefac
                END-IF
            CLOSE flignefac

            OPEN I-O fderog
                IF cr_fder = 35 THEN
                    MOVE "derogations.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT fderog
                END-IF
            CLOSE fderog

            OPEN I-O fnuit
                IF cr_fnuit = 35 THEN
                    MOVE "nuit.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT fnuit
                END-IF
            CLOSE fnuit

            OPEN I-O fpointage
                IF cr_fpoi = 35 THEN
                    MOVE "pointage.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT fpointage
                END-IF
            CLOSE fpointage

            OPEN I-O fattente
                IF cr_fatt = 35 THEN
                    MOVE "attente.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT fattente
                END-IF
            CLOSE fattente

            OPEN I-O freffourn
                IF cr_frf = 35 THEN
                    MOVE "reffourn.dat" TO ws_sau_nom
                    PERFORM CONTROLER-RECREATION
                    OPEN OUTPUT freffourn
                END-IF
            CLOSE freffourn

            OPEN EXTEND fjournal
                IF cr_fjournal = 35 THEN
                    OPEN OUTPUT fjournal
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF ws_man_nb < 20
                        ADD 1 TO ws_man_nb
                        MOVE fman_nom TO ws_man_t_nom(ws_man_nb)
                        MOVE fman_nb TO ws_man_t_nb(ws_man_nb)
            DISPLAY "24. Analyse de periode des ventes"
            DISPLAY "25. Sauvegarde des fichiers"
            DISPLAY "26. Verification des fichiers"
            DISPLAY "27. Maintenance des articles"
            DISPLAY "28. Fiche de stock d'un article"
            DISPLAY "29. Factures fournisseurs"
            DISPLAY "30. Rapport des derogations du jour"
            DISPLAY "31. Planification de la chaine de nuit"
            DISPLAY "32. Pointage entree / sortie"
            DISPLAY "33. Presences et productivite"
            DISPLAY "34. Stock dormant et anciennete du stock"
            DISPLAY "35. Rappeler un ticket en attente"
            DISPLAY "36. Import du catalogue fournisseur"
            DISPLAY "0. Quitter"
            DISPLAY "Votre choix : " WITH NO ADVANCING
            ACCEPT ws_choix_menu.
      * timestamp. "SAUVEGARDE" unloads the indexed files to dated
      * .sav copies with a manifest, "VERIFIER" recounts the live
      * files against that manifest before the shop opens.
      * "REJEU" replays the stock movement ledger from the last
      * inventory and lists the articles it does not agree with
      * (rejeu.rpt, RETURN-CODE 4 when there are any). "BALANCE"
      * prints the supplier payables aging (balance.rpt), "DEROG
      * [date]" the day's manager overrides (derog.rpt). "MAILING
      * critere valeur" extracts the consenting clients
      * (mailing.dat). "HEURES AAAA-MM" prints the month's hours
      * worked per employee (heures.rpt), "PRODUCTIV debut fin"
      * sales per hour clocked (productiv.rpt).
      * "DORMANT [date]" ages the stock on hand by days without a
      * sale (dormant.rpt). "CATALOGUE fichier [SIMUL]" loads a
      * supplier catalogue (catalogue.rpt, rejects in catalogue.rej),
      * SIMUL only simulating it.
      * "NUIT [date]" runs the whole overnight stream
      * in order off the step-control file nuit.dat (see CHAINE-NUIT).
      * RETURN-CODE 0 = run completed, 8 = unknown job or unusable
      * parameter, so an overnight scheduler can tell the outcome;
      * NUIT stops at the first failing step with 10 + its number.
      **
            MOVE "O" TO ws_mode_batch
            MOVE ZERO TO RETURN-CODE
                        MOVE ws_batch_p1 TO ws_res_date_jour
                    END-IF
                    PERFORM LIBERER-RESERVATIONS
                WHEN "REJEU"
                    PERFORM REJOUER-MOUVEMENTS
                WHEN "BALANCE"
                    PERFORM BALANCE-AGEE-FOURNISSEURS
                WHEN "DEROG"
                    MOVE ws_batch_p1 TO ws_ovr_date_x
                    PERFORM RAPPORT-DEROGATIONS
                WHEN "MAILING"
                    MOVE ws_batch_p1 TO ws_mai_critere
                    MOVE ws_batch_p2 TO ws_mai_valeur
                    PERFORM EXTRAIRE-MAILING
                WHEN "HEURES"
                    MOVE ws_batch_p1 TO ws_poi_mois
                    PERFORM RAPPORT-HEURES
                WHEN "PRODUCTIV"
                    MOVE ws_batch_p1 TO ws_poi_debut_x
                    MOVE ws_batch_p2 TO ws_poi_fin_x
                    PERFORM RAPPORT-PRODUCTIVITE
                WHEN "DORMANT"
                    MOVE ws_batch_p1 TO ws_dor_ref_x
                    PERFORM RAPPORT-STOCK-DORMANT
                WHEN "CATALOGUE"
                    MOVE ws_batch_p1 TO ws_imp_nom_fichier
                    MOVE ws_batch_p2 TO ws_imp_mode
                    PERFORM IMPORTER-CATALOGUE
                WHEN "NUIT"
                    MOVE ws_batch_p1 TO ws_nuit_date
                    PERFORM CHAINE-NUIT
                WHEN OTHER
                    DISPLAY "Job inconnu : " ws_batch_job
                    MOVE 8 TO RETURN-CODE
      * already written are backed out again so the ticket lands
      * complete or not at all. The customer's fpers_somme_depensee
      * is credited once, with the ticket total, for the loyalty
      * report. A basket can also be parked in
      * attente.dat at the confirmation and, with ws_att_rappel set
      * by menu 35, taken up again on any till in place of the
      * vendeur/client dialog.
      **
            MOVE "O" TO ws_tk_valide
            MOVE "N" TO ws_tk_confirme
            MOVE "N" TO ws_tk_erreur
            MOVE ZERO TO ws_tk_nb
            MOVE ZERO TO ws_tk_total
            MOVE ZERO TO ws_att_numero

            OPEN I-O fvet
            OPEN I-O fventes
            OPEN I-O favoir
            OPEN INPUT fpromo
            OPEN INPUT freserv
            OPEN I-O fattente

      * A day the manager has already closed out (cloture de
      * journee) takes no further postings: the ticket is refused
                PERFORM ENREGISTRER-JOURNAL
            END-IF

            IF ws_tk_valide = "O" AND ws_att_rappel = "O"
                PERFORM RAPPELER-TICKET-ATTENTE
            END-IF

            IF ws_tk_valide = "O" AND ws_att_numero = 0
                DISPLAY "Identifiant du vendeur (idp) : "
                    WITH NO ADVANCING
                ACCEPT ws_v_idvendeur
      * Client id is optional - a blank entry records an anonymous
      * walk-in sale (request 000's base case) and simply skips the
      * loyalty credit below, instead of rejecting the whole ticket.
      * A recalled basket keeps the client it was parked with.
            IF ws_att_numero = 0
                MOVE SPACES TO ws_v_idclient
            END-IF
            IF ws_tk_valide = "O" AND ws_att_numero = 0
                DISPLAY "Identifiant du client "
                    "(idp, vide si anonyme) : " WITH NO ADVANCING
                ACCEPT ws_v_idclient
            END-IF

            IF ws_tk_valide = "O" AND ws_tk_nb > 0
                PERFORM MODIFIER-PRIX-LIGNES
                MOVE ws_tk_total TO ws_tk_total_edite
                DISPLAY "Total du ticket (" ws_tk_nb " lignes) : "
                    ws_tk_total_edite
                        ACCEPT ws_tk_modepaie
                    END-PERFORM
                END-IF
      * Dropping a basket the customer has been quoted and has
      * chosen a payment for is a manager decision: a refused
      * cancellation brings the confirmation back. Parking it ("A")
      * loses nothing and needs no authorisation; a basket that
      * could not be parked is kept and the confirmation comes back,
      * so it is never dropped unsaved.
                MOVE "N" TO ws_tk_decide
                PERFORM UNTIL ws_tk_decide = "O"
                    MOVE "N" TO ws_ovr_fin
                    PERFORM UNTIL ws_ovr_fin = "O"
                        DISPLAY "Confirmer le ticket (O/N, A = mettre"
                            " en attente) : " WITH NO ADVANCING
                        ACCEPT ws_tk_confirme
                        IF ws_tk_confirme = "O" OR ws_tk_confirme = "A"
                            MOVE "O" TO ws_ovr_fin
                        ELSE
                            MOVE "ANNULTICKT" TO ws_ovr_operation
                            MOVE ws_tk_total TO ws_ovr_montant
                            MOVE ws_v_idvendeur TO ws_ovr_vendeur
                            MOVE ws_v_idclient TO ws_ovr_reference
                            MOVE "O" TO ws_ovr_fpers_ouvert
                            PERFORM AUTORISER-OPERATION
                            IF ws_ovr_accorde = "O"
                                MOVE "O" TO ws_ovr_fin
                            END-IF
                        END-IF
                    END-PERFORM
                    MOVE "O" TO ws_tk_decide
                    EVALUATE ws_tk_confirme
                        WHEN "O"
                            PERFORM ECRIRE-TICKET
                        WHEN "A"
                            PERFORM METTRE-TICKET-ATTENTE
                            IF ws_att_ecrit = "N"
                                DISPLAY "Ticket non mis en attente,"
                                    " a confirmer ou annuler."
                                MOVE "N" TO ws_tk_decide
                            END-IF
                        WHEN OTHER
                            DISPLAY "Ticket abandonne, rien n'est"
                                " enregistre."
                    END-EVALUATE
                END-PERFORM
            END-IF

            IF ws_att_numero > 0 AND ws_tk_confirme NOT = "A"
                PERFORM SOLDER-TICKET-ATTENTE
            END-IF

            CLOSE fvet
            CLOSE favoir
            CLOSE fpromo
            CLOSE freserv
            CLOSE fattente
            MOVE "N" TO ws_att_rappel
            PERFORM SAUVER-SEQUENCES-POSTE.

        DEMANDER-AVOIR.
      * Looks the presented number up in avoirs.dat and leaves
      * ws_tk_avoir_ok / ws_tk_avoir_solde for DEMANDER-AVOIR. The
      * expiry is checked against today's date already sitting in
      * fvent_dateV, the same AAAA-MM-JJ shape the avoir stores. An
      * expired note, or one issued to another client, can still be
      * taken on a manager's authorisation (FORCER-AVOIR); an unknown
      * or fully used one cannot.
      **
            MOVE ws_tk_avoir_num TO favoir_numero
            READ favoir KEY IS favoir_numero
                        IF favoir_dateExpiration < fvent_dateV
                            DISPLAY "Avoir expire depuis le "
                                favoir_dateExpiration "."
                            PERFORM FORCER-AVOIR
                        ELSE
                            IF favoir_idClient NOT = SPACES
                                    AND favoir_idClient
                                DISPLAY "Avoir emis au client "
                                    favoir_idClient
                                    ", refuse sur ce ticket."
                                PERFORM FORCER-AVOIR
                            ELSE
                                MOVE "O" TO ws_tk_avoir_ok
                                MOVE favoir_montant
                    END-IF
            END-READ.

        FORCER-AVOIR.
      **
      * Manager authorisation to redeem the credit note sitting in
      * tamp_favoir although CONTROLER-AVOIR refused it.
      **
            MOVE "AVOIRFORCE" TO ws_ovr_operation
            MOVE favoir_montant TO ws_ovr_montant
            MOVE ws_v_idvendeur TO ws_ovr_vendeur
            MOVE ws_tk_avoir_num TO ws_ovr_reference
            MOVE "O" TO ws_ovr_fpers_ouvert
            PERFORM AUTORISER-OPERATION
            IF ws_ovr_accorde = "O"
                MOVE "O" TO ws_tk_avoir_ok
                MOVE favoir_montant TO ws_tk_avoir_solde
            END-IF.

        CONSOMMER-AVOIR.
      **
      * Debits the redeemed coverage off the credit note once every
                        " impute : solde restant " favoir_montant
            END-REWRITE.

        MODIFIER-PRIX-LIGNES.
      **
      * Before the total is announced the clerk may charge a line at
      * another price than the one looked up (damaged piece, price
      * match). Each change needs a manager's authorisation; an
      * overridden line no longer carries a promotion.
      **
            MOVE "N" TO ws_ovr_fin
            PERFORM UNTIL ws_ovr_fin = "O"
                DISPLAY "Modifier le prix d'une ligne (numero,"
                    " 0 = non) : " WITH NO ADVANCING
                ACCEPT ws_ovr_ligne
                IF ws_ovr_ligne = 0
                    MOVE "O" TO ws_ovr_fin
                ELSE
                    IF ws_ovr_ligne > ws_tk_nb
                        DISPLAY "Ligne inexistante."
                    ELSE
                        DISPLAY "  " ws_tk_t_nom(ws_ovr_ligne)(1:30)
                            " prix actuel "
                            ws_tk_t_prix(ws_ovr_ligne)
                        DISPLAY "Nouveau prix : " WITH NO ADVANCING
                        ACCEPT ws_ovr_prix
                        MOVE "PRIXLIGNE" TO ws_ovr_operation
                        MOVE ws_ovr_prix TO ws_ovr_montant
                        MOVE ws_v_idvendeur TO ws_ovr_vendeur
                        MOVE SPACES TO ws_ovr_reference
                        MOVE ws_tk_t_prix(ws_ovr_ligne)
                            TO ws_rpt_prix_avant_edite
                        STRING
                            ws_tk_t_ref(ws_ovr_ligne) " ANC "
                            ws_rpt_prix_avant_edite
                            DELIMITED BY SIZE INTO ws_ovr_reference
                        END-STRING
                        MOVE "O" TO ws_ovr_fpers_ouvert
                        PERFORM AUTORISER-OPERATION
                        IF ws_ovr_accorde = "O"
                            SUBTRACT ws_tk_t_prix(ws_ovr_ligne)
                                FROM ws_tk_total
                            MOVE ws_ovr_prix
                                TO ws_tk_t_prix(ws_ovr_ligne)
                            MOVE ZERO TO ws_tk_t_promo(ws_ovr_ligne)
                            MOVE ZERO TO ws_tk_t_remise(ws_ovr_ligne)
                            ADD ws_ovr_prix TO ws_tk_total
                            MOVE ws_tk_total TO ws_tk_total_edite
                            DISPLAY "  Ligne " ws_ovr_ligne
                                " repricee - total en cours : "
                                ws_tk_total_edite
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        AJOUTER-LIGNE-TICKET.
      **
      * Resolves one keyed article name and, when the remaining
      **
            PERFORM RESOUDRE-ARTICLE-VENTE
            IF ws_v_trouve = "O"
                PERFORM PRENDRE-ARTICLE-TICKET
            END-IF.

        PRENDRE-ARTICLE-TICKET.
      **
      * The article sitting in tamp_fvet goes into the basket when
      * the remaining stock still covers the pieces already in it,
      * priced with the promotions in force today. Shared by the
      * keyed lines and by RAPPELER-TICKET-ATTENTE, which re-checks
      * every line of a parked basket the same way.
      **
            MOVE ZERO TO ws_tk_deja_pris
            PERFORM VARYING ws_tk_idx FROM 1 BY 1
                    UNTIL ws_tk_idx > ws_tk_nb
                IF ws_tk_t_ref(ws_tk_idx) = fvet_refVet
                    ADD 1 TO ws_tk_deja_pris
                END-IF
            END-PERFORM
      * Pieces on an active hold for another client are not
      * sellable stock: the ticket's own client keeps access to
      * their hold, everyone else sees it already gone.
            PERFORM COMPTER-RESERVATIONS-ARTICLE
            IF fvet_quantite <=
                    ws_tk_deja_pris + ws_res_reservees
                DISPLAY "Stock epuise ou reserve pour cet"
                    " article."
            ELSE
      * The promotions in force today are priced in here so the
      * discounted amount lands in the ticket line while fvet_prix
      * itself stays untouched - a weekend flash promo is not a
      * season-end markdown.
                PERFORM CHERCHER-PROMO-ARTICLE
                ADD 1 TO ws_tk_nb
                MOVE fvet_refVet TO ws_tk_t_ref(ws_tk_nb)
                MOVE fvet_nom TO ws_tk_t_nom(ws_tk_nb)
                MOVE ws_promo_prix TO ws_tk_t_prix(ws_tk_nb)
                MOVE ws_promo_num TO ws_tk_t_promo(ws_tk_nb)
                MOVE ws_promo_remise TO ws_tk_t_remise(ws_tk_nb)
                MOVE fvet_codeTVA TO ws_tva_code
                PERFORM OBTENIR-TAUX-TVA
                MOVE ws_tva_taux TO ws_tk_t_taux(ws_tk_nb)
                ADD ws_promo_prix TO ws_tk_total
                MOVE ws_tk_total TO ws_tk_total_edite
                IF ws_promo_trouve = "O"
                    DISPLAY "  Promotion " ws_promo_num
                        " appliquee : remise " ws_promo_remise
                END-IF
                DISPLAY "  Ligne " ws_tk_nb " : "
                    ws_tk_t_nom(ws_tk_nb)(1:30) " "
                    ws_tk_t_prix(ws_tk_nb)
                    " - total en cours : " ws_tk_total_edite
            END-IF.

        COMPTER-RESERVATIONS-ARTICLE.
                MOVE ws_tk_modepaie TO fvent_modePaie
            END-IF
            PERFORM OBTENIR-DATE-JOUR
            MOVE FUNCTION CURRENT-DATE(9:6) TO fvent_heure

            WRITE tamp_fventes
                INVALID KEY
                                    MOVE fvet_refVet TO ws_jour_cle
                                    MOVE cr_fvet TO ws_jour_statut
                                    PERFORM ENREGISTRER-JOURNAL
                                NOT INVALID KEY
                                    MOVE "V" TO ws_mvt_type
                                    MOVE -1 TO ws_mvt_qte
                                    MOVE fvent_refVente
                                        TO ws_mvt_source
                                    PERFORM ENREGISTRER-MOUVEMENT
                            END-REWRITE
                    END-READ
            END-WRITE.
                                MOVE fvet_refVet TO ws_jour_cle
                                MOVE cr_fvet TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                            NOT INVALID KEY
                                MOVE "A" TO ws_mvt_type
                                MOVE 1 TO ws_mvt_qte
                                MOVE ws_tk_t_refvente(ws_tk_idx2)
                                    TO ws_mvt_source
                                PERFORM ENREGISTRER-MOUVEMENT
                        END-REWRITE
                END-READ
            END-PERFORM.
      * the entered name is collected first; a single match is used
      * directly, but two or more force the clerk to settle the
      * ambiguity by typing the numeric fvet_refVet, the same code
      * RETOUR-VENTE already resolves sales against. An article
      * retired through MAINTENIR-ARTICLE stays sellable until its
      * last piece is gone, then it is no longer offered.
      **
            MOVE ZERO TO ws_v_art_nb
            MOVE "N" TO ws_v_trouve
                    IF fvet_nom NOT = ws_v_nom_article
                        EXIT PERFORM
                    END-IF
                    IF fvet_statut = "R" AND fvet_quantite = 0
                        DISPLAY "Article retire de la vente, code "
                            fvet_refVet
                    ELSE
                        IF ws_v_art_nb < 20
                            ADD 1 TO ws_v_art_nb
                            MOVE fvet_refVet
                                TO ws_v_art_t_ref(ws_v_art_nb)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
                            DISPLAY "Code article invalide : "
                                ws_v_refvet_saisi
                        NOT INVALID KEY
                            IF fvet_statut = "R" AND fvet_quantite = 0
                                DISPLAY "Article retire de la vente, "
                                    "code " fvet_refVet
                            ELSE
                                MOVE "O" TO ws_v_trouve
                            END-IF
                    END-READ
            END-EVALUATE.

            MOVE ZERO TO ws_batch_total
            MOVE ZERO TO ws_batch_nb_vendeur
            MOVE ZERO TO ws_batch_nb_article
            MOVE ZERO TO ws_batch_nb_lignes
            MOVE ZERO TO ws_tva_nb

            IF ws_mode_batch = "N"
                        IF fvent_dateV NOT = ws_batch_date_saisie
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO ws_batch_nb_lignes
                        IF fvent_type = "R"
                            SUBTRACT fvent_prix FROM ws_batch_total
                        ELSE
                    MOVE "N" TO ws_clo_ok
            END-READ

      * Baskets still parked for the day never became sales: they
      * are listed and must be purged before the day can close.
            IF ws_clo_ok = "O"
                PERFORM PURGER-TICKETS-ATTENTE
            END-IF

            IF ws_clo_ok = "O"
                OPEN INPUT fventes
                MOVE ws_clo_date_saisie TO fvent_dateV
      * in the live file with its return. The scan runs in primary
      * key order so the position lost to the pair-probe and the
      * DELETE can be re-established with a START > on the saved
      * reference. As a step of the NUIT stream the cut-off comes
      * from nuit.dat and every reference examined is checkpointed
      * there, so a rerun restarts the scan at that reference; a
      * sale already in the archive (the run died between WRITE and
      * DELETE) is simply purged from the live file.
      **
            MOVE ZERO TO ws_arch_nb
            IF ws_nuit_actif = "N"
                MOVE ZERO TO ws_nuit_rep_nb
                MOVE SPACES TO ws_nuit_rep_cle
            END-IF
            IF ws_mode_batch = "N"
                DISPLAY "Date de coupure (AAAA-MM-JJ), archive tout"
                    " avant : " WITH NO ADVANCING
                ACCEPT ws_arch_date_coupure
            END-IF

            MOVE SPACES TO ws_arch_nom_fichier
            STRING
            END-IF
            OPEN I-O fventes

            IF cr_farch NOT = 0 OR cr_fvent NOT = 0
                DISPLAY "Erreur ouverture archivage, statuts "
                    cr_farch " / " cr_fvent
                MOVE "farchive" TO ws_jour_fichier
                MOVE "OUVERTURE" TO ws_jour_operation
                MOVE ws_arch_nom_fichier TO ws_jour_cle
                MOVE cr_farch TO ws_jour_statut
                PERFORM ENREGISTRER-JOURNAL
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CATALOGUER-ARCHIVE
                MOVE LOW-VALUES TO fvent_refVente
                IF ws_nuit_rep_cle NOT = SPACES
                    MOVE ws_nuit_rep_cle TO fvent_refVente
                    DISPLAY "Reprise de l'archivage a la vente "
                        ws_nuit_rep_cle
                END-IF
                START fventes KEY IS >= fvent_refVente
                    INVALID KEY
                        DISPLAY "Aucune vente a examiner."
                END-START

                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        READ fventes NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fvent_dateV < ws_arch_date_coupure
                            PERFORM TRAITER-VENTE-ARCHIVE
                            IF ws_arch_fin = "O"
                                EXIT PERFORM
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF

            CLOSE fventes
            IF ws_arch_archiver = "O"
                WRITE tamp_farchive
                    INVALID KEY
      * Status 22: the sale is already in this archive - an earlier
      * run wrote it and stopped before the DELETE. Finishing the
      * move is all that is left to do.
                        IF cr_farch = 22
                            PERFORM EPURER-VENTE-ARCHIVEE
                        ELSE
                            DISPLAY "Erreur ecriture archive, statut "
                                cr_farch
                            MOVE "farchive" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE ws_arch_ref_courante TO ws_jour_cle
                            MOVE cr_farch TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        END-IF
                    NOT INVALID KEY
                        PERFORM EPURER-VENTE-ARCHIVEE
                END-WRITE
            END-IF

            COMPUTE ws_nuit_pos_nb = ws_nuit_rep_nb + ws_arch_nb
            MOVE ws_arch_ref_courante TO ws_nuit_pos_cle
            PERFORM NOTER-REPRISE-NUIT

            MOVE "N" TO ws_arch_fin
            MOVE ws_arch_ref_courante TO fvent_refVente
            START fventes KEY IS > fvent_refVente
                    MOVE "O" TO ws_arch_fin
            END-START.

        CATALOGUER-ARCHIVE.
      **
      * The archive is listed in archives.lst, so the reports that
      * need the whole sales history (PARCOURIR-ARCHIVES-VENTES) find
      * every archive without being told their names. Checked on
      * every run, not only when the archive is created, so an
      * archive a failed run left off the list is caught up; a name
      * already listed is not written twice. A list that cannot be
      * kept is journalled and warned (RETURN-CODE 4), the archiving
      * itself goes on.
      **
            MOVE "N" TO ws_arch_deja_liste
            OPEN INPUT farchcat
            IF cr_facat = 0
                PERFORM UNTIL 1 = 2
                    READ farchcat
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF tamp_farchcat = ws_arch_nom_fichier
                        MOVE "O" TO ws_arch_deja_liste
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                CLOSE farchcat
            END-IF

            IF ws_arch_deja_liste = "N"
                OPEN EXTEND farchcat
                IF cr_facat = 35
                    OPEN OUTPUT farchcat
                END-IF
                IF cr_facat = 0
                    MOVE ws_arch_nom_fichier TO tamp_farchcat
                    WRITE tamp_farchcat
                    IF cr_facat NOT = 0
                        MOVE "ECRITURE" TO ws_jour_operation
                        PERFORM SIGNALER-ARCHIVE-NON-LISTEE
                    END-IF
                    CLOSE farchcat
                ELSE
                    MOVE "OUVERTURE" TO ws_jour_operation
                    PERFORM SIGNALER-ARCHIVE-NON-LISTEE
                END-IF
            END-IF.

        SIGNALER-ARCHIVE-NON-LISTEE.
            DISPLAY "Archive non cataloguee dans archives.lst,"
                " statut " cr_facat
            MOVE "farchcat" TO ws_jour_fichier
            MOVE ws_arch_nom_fichier TO ws_jour_cle
            MOVE cr_facat TO ws_jour_statut
            PERFORM ENREGISTRER-JOURNAL
            IF ws_mode_batch = "O" AND RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF.

        EPURER-VENTE-ARCHIVEE.
      **
      * Second half of the move: the sale now safely in the archive
      * leaves the live file.
      **
            MOVE ws_arch_ref_courante TO fvent_refVente
            DELETE fventes RECORD
                INVALID KEY
                    DISPLAY "Erreur epuration vente, statut "
                        cr_fvent
                    MOVE "fventes" TO ws_jour_fichier
                    MOVE "EFFACEMENT" TO ws_jour_operation
                    MOVE ws_arch_ref_courante TO ws_jour_cle
                    MOVE cr_fvent TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    ADD 1 TO ws_arch_nb
            END-DELETE.

        OUVRIR-VENTES-SOURCE.
      **
      * The CA and commission reports can run against either the
                        AT END
                            EXIT PERFORM
                    END-READ
      * A retired article whose last piece has gone is not restocked.
                    IF fvet_quantite < ws_seuil_reappro
                            AND ws_rap_nb < 200
                            AND NOT (fvet_statut = "R"
                            AND fvet_quantite = 0)
                        ADD 1 TO ws_rap_nb
                        MOVE fvet_refVet TO ws_rap_t_ref(ws_rap_nb)
                        MOVE fvet_categ TO ws_rap_t_categ(ws_rap_nb)
                    END-READ
                    ADD 1 TO ws_fou_nb
                    DISPLAY "  " ffou_id " " ffou_nom
                        " delai=" ffou_delai " j paiement="
                        ffou_echeance " j - " ffou_contact
                END-PERFORM
            END-IF
            IF ws_fou_nb = 0
      **
      * Admin screen over the supplier master fournisseurs.dat: one
      * canonical record per supplier - id, name, contact, lead
      * time, payment terms - so CREER-COMMANDE stops taking
      * free-typed names and an approved supplier invoice gets its
      * due date.
      **
            MOVE "N" TO ws_fou_fin_menu
            PERFORM UNTIL ws_fou_fin_menu = "O"
                DISPLAY "=== Fichier des fournisseurs ==="
                DISPLAY "1. Creer un fournisseur"
                DISPLAY "2. Lister les fournisseurs"
                DISPLAY "3. Modifier les conditions de paiement"
                DISPLAY "0. Terminer"
                DISPLAY "Votre choix : " WITH NO ADVANCING
                ACCEPT ws_fou_choix
                        OPEN INPUT ffourn
                        PERFORM LISTER-FOURNISSEURS-OUVERT
                        CLOSE ffourn
                    WHEN 3
                        PERFORM MODIFIER-CONDITIONS-FOURNISSEUR
                    WHEN 0
                        MOVE "O" TO ws_fou_fin_menu
                    WHEN OTHER
            DISPLAY "Delai de livraison (jours) : "
                WITH NO ADVANCING
            ACCEPT ws_fou_delai
            DISPLAY "Delai de paiement des factures (jours) : "
                WITH NO ADVANCING
            ACCEPT ws_fou_echeance

            OPEN I-O ffourn
            MOVE ZERO TO ws_fou_max
            MOVE ws_fou_nom TO ffou_nom
            MOVE ws_fou_contact TO ffou_contact
            MOVE ws_fou_delai TO ffou_delai
            MOVE ws_fou_echeance TO ffou_echeance

            WRITE tamp_ffourn
                INVALID KEY
            END-WRITE
            CLOSE ffourn.

        MODIFIER-CONDITIONS-FOURNISSEUR.
      **
      * Sets the payment terms (days from invoice date) of an
      * existing supplier - the figure APPROUVER-FACTURE turns into
      * the invoice due date.
      **
            DISPLAY "Identifiant fournisseur : " WITH NO ADVANCING
            ACCEPT ws_fou_id
            OPEN I-O ffourn
            MOVE ws_fou_id TO ffou_id
            READ ffourn KEY IS ffou_id
                INVALID KEY
                    DISPLAY "Fournisseur introuvable : " ws_fou_id
                    MOVE "ffourn" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_fou_id TO ws_jour_cle
                    MOVE cr_ffou TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY ffou_nom " - paiement actuel a "
                        ffou_echeance " jours"
                    DISPLAY "Nouveau delai de paiement (jours) : "
                        WITH NO ADVANCING
                    ACCEPT ws_fou_echeance
                    MOVE ws_fou_echeance TO ffou_echeance
                    MOVE "ffourn" TO ws_jour_fichier
                    MOVE ffou_id TO ws_jour_cle
                    REWRITE tamp_ffourn
                        INVALID KEY
                            DISPLAY "Erreur mise a jour fournisseur,"
                                " statut " cr_ffou
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE cr_ffou TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        NOT INVALID KEY
                            DISPLAY "Conditions de paiement mises a"
                                " jour."
                            MOVE "MAJPAIEMT" TO ws_jour_operation
                            MOVE "OK" TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                    END-REWRITE
            END-READ
            CLOSE ffourn.

        SAISIR-LIGNE-COMMANDE.
      **
      * One line of CREER-COMMANDE's dialog: shows the article, its
                MOVE ws_cmd_qte TO fcmd_qte_commandee
                MOVE ZERO TO fcmd_qte_recue
                MOVE "C" TO fcmd_statut
                MOVE ZERO TO fcmd_dateRecep
                WRITE tamp_fcommande
                    INVALID KEY
                        DISPLAY "Erreur ecriture commande, statut "
            ACCEPT ws_cmd_qte_recue_saisie

            ADD ws_cmd_qte_recue_saisie TO fcmd_qte_recue
            IF ws_cmd_qte_recue_saisie > 0
                MOVE FUNCTION CURRENT-DATE(1:8) TO fcmd_dateRecep
            END-IF
            IF fcmd_qte_recue >= fcmd_qte_commandee
                MOVE "R" TO fcmd_statut
            ELSE
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        ADD ws_cmd_qte_recue_saisie TO fvet_quantite
                        MOVE fvet_cout TO ws_hp_ancien
                        IF ws_cmd_cout > 0
                            MOVE ws_cmd_cout TO fvet_cout
                        END-IF
                                MOVE fvet_refVet TO ws_jour_cle
                                MOVE cr_fvet TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                            NOT INVALID KEY
                                MOVE "L" TO ws_mvt_type
                                MOVE ws_cmd_qte_recue_saisie
                                    TO ws_mvt_qte
                                MOVE fcmd_numero TO ws_mvt_source
                                PERFORM ENREGISTRER-MOUVEMENT
                                IF fvet_cout NOT = ws_hp_ancien
                                    MOVE fvet_refVet TO ws_hp_refvet
                                    MOVE "C" TO ws_hp_type
                                    MOVE fvet_cout TO ws_hp_nouveau
                                    MOVE SPACES TO ws_hp_motif
                                    STRING "RECEPTION COMMANDE "
                                        fcmd_numero
                                        DELIMITED BY SIZE
                                        INTO ws_hp_motif
                                    END-STRING
                                    PERFORM ENREGISTRER-HISTO-PRIX
                                END-IF
                        END-REWRITE
                END-READ
            END-IF.

        GERER-FACTURES-FOURNISSEURS.
      **
      * Supplier invoices (admin): keyed header plus lines against
      * an order of that supplier, matched line by line with what
      * RECEVOIR-COMMANDE recorded and the article cost, approved
      * (with a due date from the supplier's payment terms), then
      * settled. Statut S = saisie, L = litige (lines outside the
      * tolerance), A = approuvee, P = payee.
      **
            MOVE "N" TO ws_fac_fin_menu
            PERFORM UNTIL ws_fac_fin_menu = "O"
                DISPLAY " "
                DISPLAY "=== Factures fournisseurs ==="
                DISPLAY "1. Saisir une facture"
                DISPLAY "2. Rapprocher et approuver une facture"
                DISPLAY "3. Regler une facture"
                DISPLAY "4. Lister les factures d'un fournisseur"
                DISPLAY "5. Balance agee des fournisseurs"
                DISPLAY "0. Terminer"
                DISPLAY "Votre choix : " WITH NO ADVANCING
                ACCEPT ws_fac_choix
                EVALUATE ws_fac_choix
                    WHEN 1
                        PERFORM SAISIR-FACTURE
                    WHEN 2
                        PERFORM APPROUVER-FACTURE
                    WHEN 3
                        PERFORM REGLER-FACTURE
                    WHEN 4
                        PERFORM LISTER-FACTURES
                    WHEN 5
                        PERFORM BALANCE-AGEE-FOURNISSEURS
                    WHEN 0
                        MOVE "O" TO ws_fac_fin_menu
                    WHEN OTHER
                        DISPLAY "Choix invalide."
                END-EVALUATE
            END-PERFORM.

        SAISIR-FACTURE.
      **
      * Header of a supplier invoice: the supplier must exist, the
      * order number must carry at least one line of that supplier,
      * and the supplier's own invoice number must not already be on
      * file for it. The lines are then keyed by ENREGISTRER-FACTURE.
      **
            MOVE "N" TO ws_fac_ok
            DISPLAY "Identifiant fournisseur : " WITH NO ADVANCING
            ACCEPT ws_fac_idfourn
            OPEN INPUT ffourn
            MOVE ws_fac_idfourn TO ffou_id
            READ ffourn KEY IS ffou_id
                INVALID KEY
                    DISPLAY "Fournisseur introuvable : " ws_fac_idfourn
                    MOVE "ffourn" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_fac_idfourn TO ws_jour_cle
                    MOVE cr_ffou TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    MOVE "O" TO ws_fac_ok
                    MOVE ffou_echeance TO ws_fac_echeance_j
                    DISPLAY "Fournisseur : " ffou_nom
                        " (paiement a " ffou_echeance " jours)"
            END-READ
            CLOSE ffourn

            IF ws_fac_ok = "O"
                DISPLAY "Numero de commande : " WITH NO ADVANCING
                ACCEPT ws_fac_numcmd
                PERFORM CONTROLER-COMMANDE-FACTURE
            END-IF

            IF ws_fac_ok = "O"
                DISPLAY "Numero de la facture fournisseur : "
                    WITH NO ADVANCING
                ACCEPT ws_fac_numero
                IF ws_fac_numero = SPACES
                    DISPLAY "Numero de facture obligatoire."
                    MOVE "N" TO ws_fac_ok
                END-IF
            END-IF

            IF ws_fac_ok = "O"
                DISPLAY "Date de facture (AAAA-MM-JJ) : "
                    WITH NO ADVANCING
                ACCEPT ws_fac_date_x
                IF ws_fac_date_x(1:4) IS NOT NUMERIC
                        OR ws_fac_date_x(5:1) NOT = "-"
                        OR ws_fac_date_x(6:2) IS NOT NUMERIC
                        OR ws_fac_date_x(8:1) NOT = "-"
                        OR ws_fac_date_x(9:2) IS NOT NUMERIC
                    DISPLAY "Date invalide : " ws_fac_date_x
                    MOVE "N" TO ws_fac_ok
                ELSE
                    MOVE ws_fac_date_x(1:4) TO ws_fac_date_aaaa
                    MOVE ws_fac_date_x(6:2) TO ws_fac_date_mm
                    MOVE ws_fac_date_x(9:2) TO ws_fac_date_jj
                    IF FUNCTION TEST-DATE-YYYYMMDD(ws_fac_date_num)
                            NOT = 0
                        DISPLAY "Date invalide : " ws_fac_date_x
                        MOVE "N" TO ws_fac_ok
                    END-IF
                END-IF
            END-IF

            IF ws_fac_ok = "O"
                PERFORM ENREGISTRER-FACTURE
            END-IF.

        CONTROLER-COMMANDE-FACTURE.
      **
      * ws_fac_ok stays "O" only when order ws_fac_numcmd has a line
      * placed with supplier ws_fac_idfourn. Invoices already keyed
      * against the same order are shown, so a second invoice for a
      * split delivery is a conscious choice, not a double entry.
      **
            MOVE "N" TO ws_fac_ok
            OPEN INPUT fcommande
            MOVE ws_fac_numcmd TO fcmd_numero
            MOVE ZERO TO fcmd_refVet
            START fcommande KEY IS >= fcmd_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fcmd = 0
                PERFORM UNTIL 1 = 2
                    READ fcommande NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fcmd_numero NOT = ws_fac_numcmd
                        EXIT PERFORM
                    END-IF
                    IF fcmd_idFourn = ws_fac_idfourn
                        MOVE "O" TO ws_fac_ok
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fcommande

            IF ws_fac_ok = "N"
                DISPLAY "Aucune ligne de la commande " ws_fac_numcmd
                    " pour ce fournisseur."
            ELSE
                OPEN INPUT ffacture
                MOVE ws_fac_numcmd TO ffac_numCmd
                START ffacture KEY IS = ffac_numCmd
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_ffac = 0
                    PERFORM UNTIL 1 = 2
                        READ ffacture NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF ffac_numCmd NOT = ws_fac_numcmd
                            EXIT PERFORM
                        END-IF
                        MOVE ffac_montant TO ws_fac_montant_edite
                        DISPLAY "  Deja facturee : " ffac_numero
                            " montant=" ws_fac_montant_edite
                            " statut=" ffac_statut
                    END-PERFORM
                END-IF
                CLOSE ffacture
            END-IF.

        ENREGISTRER-FACTURE.
      **
      * Writes the header first (so a duplicate invoice number is
      * refused before any line is keyed), then one flignefac record
      * per article keyed, each matched on the spot, and finally
      * rewrites the header with its total, line and variance counts
      * and statut S or L. The due date is provisional until
      * APPROUVER-FACTURE sets it from the terms then in force.
      **
            OPEN I-O ffacture
            OPEN I-O flignefac
            OPEN INPUT fcommande
            OPEN INPUT fvet

            PERFORM OBTENIR-DATE-JOUR
            MOVE ws_fac_idfourn TO ffac_idFourn
            MOVE ws_fac_numero TO ffac_numero
            MOVE ws_fac_numcmd TO ffac_numCmd
            MOVE ws_fac_date_num TO ffac_dateFact
            MOVE ws_date_systeme TO ffac_dateSaisie
            COMPUTE ws_fac_jours =
                FUNCTION INTEGER-OF-DATE(ffac_dateFact)
                + ws_fac_echeance_j
            COMPUTE ffac_echeance =
                FUNCTION DATE-OF-INTEGER(ws_fac_jours)
            MOVE ZERO TO ffac_montant
            MOVE ZERO TO ffac_nb_lignes
            MOVE ZERO TO ffac_nb_ecarts
            MOVE "S" TO ffac_statut
            MOVE ws_login_idp TO ffac_idp
            MOVE SPACES TO ffac_approbateur
            MOVE ZERO TO ffac_datePaie

            MOVE "ffacture" TO ws_jour_fichier
            MOVE ffac_cle TO ws_jour_cle
            WRITE tamp_ffacture
                INVALID KEY
                    DISPLAY "Facture deja saisie pour ce fournisseur,"
                        " statut " cr_ffac
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE cr_ffac TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                    MOVE "N" TO ws_fac_ok
            END-WRITE

            IF ws_fac_ok = "O"
                MOVE "N" TO ws_fac_fin_lignes
                PERFORM UNTIL ws_fac_fin_lignes = "O"
                    DISPLAY "  Code article (0 = fin de facture) : "
                        WITH NO ADVANCING
                    ACCEPT ws_fac_refvet
                    IF ws_fac_refvet = 0
                        MOVE "O" TO ws_fac_fin_lignes
                    ELSE
                        PERFORM SAISIR-LIGNE-FACTURE
                    END-IF
                END-PERFORM

                IF ffac_nb_lignes = 0
                    DELETE ffacture RECORD
                        INVALID KEY
                            MOVE "ffacture" TO ws_jour_fichier
                            MOVE "EFFACEMENT" TO ws_jour_operation
                            MOVE ffac_cle TO ws_jour_cle
                            MOVE cr_ffac TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                    END-DELETE
                    DISPLAY "Facture sans ligne, non enregistree."
                ELSE
                    IF ffac_nb_ecarts > 0
                        MOVE "L" TO ffac_statut
                    END-IF
                    MOVE "ffacture" TO ws_jour_fichier
                    MOVE ffac_cle TO ws_jour_cle
                    REWRITE tamp_ffacture
                        INVALID KEY
                            DISPLAY "Erreur mise a jour facture,"
                                " statut " cr_ffac
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE cr_ffac TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        NOT INVALID KEY
                            MOVE "SAISIE" TO ws_jour_operation
                            MOVE "OK" TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                    END-REWRITE
                    MOVE ffac_montant TO ws_fac_montant_edite
                    DISPLAY "Facture enregistree : " ffac_nb_lignes
                        " ligne(s), montant " ws_fac_montant_edite
                    IF ffac_nb_ecarts > 0
                        DISPLAY "Facture en litige : " ffac_nb_ecarts
                            " ecart(s) hors tolerance a lever avant"
                            " approbation."
                    END-IF
                END-IF
            END-IF

            CLOSE ffacture
            CLOSE flignefac
            CLOSE fcommande
            CLOSE fvet.

        SAISIR-LIGNE-FACTURE.
      **
      * One invoice line for article ws_fac_refvet on the header
      * held in tamp_ffacture: billed quantity and unit price are
      * keyed, matched by RAPPROCHER-LIGNE-FACTURE, and added to the
      * header total. The same article twice on one invoice is
      * refused by the key.
      **
            DISPLAY "  Quantite facturee : " WITH NO ADVANCING
            ACCEPT ws_fac_qte
            DISPLAY "  Prix unitaire facture : " WITH NO ADVANCING
            ACCEPT ws_fac_pu

            MOVE ffac_idFourn TO flf_idFourn
            MOVE ffac_numero TO flf_numero
            MOVE ws_fac_refvet TO flf_refVet
            MOVE ws_fac_qte TO flf_qte
            MOVE ws_fac_pu TO flf_pu
            PERFORM RAPPROCHER-LIGNE-FACTURE

            WRITE tamp_flignefac
                INVALID KEY
                    DISPLAY "  Article deja present sur cette facture."
                    MOVE "flignefac" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE flf_cle TO ws_jour_cle
                    MOVE cr_flf TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    ADD 1 TO ffac_nb_lignes
                    COMPUTE ffac_montant =
                        ffac_montant + flf_qte * flf_pu
                    IF flf_ecart NOT = SPACE
                        ADD 1 TO ffac_nb_ecarts
                        PERFORM AFFICHER-ECART-FACTURE
                    END-IF
            END-WRITE.

        RAPPROCHER-LIGNE-FACTURE.
      **
      * Matches the line in tamp_flignefac against the order line
      * (ffac_numCmd, flf_refVet) and the article: flf_ecart is
      * X (article not on the order or unknown), Q (billed quantity
      * differs by more than ws_fac_tol_qte from fcmd_qte_recue less
      * what other invoices of the order already bill for the
      * article - CUMULER-DEJA-FACTURE - the net kept in
      * flf_qte_recue),
      * P (unit price more than ws_fac_tol_pct percent from
      * fvet_cout), B (both), or space when the line is in line.
      * An article with no cost on file is not price-checked.
      **
            MOVE SPACE TO flf_ecart
            MOVE ZERO TO flf_qte_recue
            MOVE ZERO TO flf_cout
            MOVE ZERO TO ws_fac_net_recue

            MOVE ffac_numCmd TO fcmd_numero
            MOVE flf_refVet TO fcmd_refVet
            READ fcommande KEY IS fcmd_cle
                INVALID KEY
                    MOVE "X" TO flf_ecart
                NOT INVALID KEY
                    PERFORM CUMULER-DEJA-FACTURE
                    COMPUTE ws_fac_net_recue =
                        fcmd_qte_recue - ws_fac_deja_facture
                    IF ws_fac_net_recue > 0
                        MOVE ws_fac_net_recue TO flf_qte_recue
                    END-IF
            END-READ

            MOVE flf_refVet TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    MOVE "X" TO flf_ecart
                NOT INVALID KEY
                    MOVE fvet_cout TO flf_cout
            END-READ

            IF flf_ecart = SPACE
                COMPUTE ws_fac_ecart_qte = flf_qte - ws_fac_net_recue
                IF ws_fac_ecart_qte > ws_fac_tol_qte
                        OR ws_fac_ecart_qte < 0 - ws_fac_tol_qte
                    MOVE "Q" TO flf_ecart
                END-IF
                IF flf_cout > 0
                    COMPUTE ws_fac_tol_pu ROUNDED =
                        flf_cout * ws_fac_tol_pct / 100
                    COMPUTE ws_fac_ecart_pu = flf_pu - flf_cout
                    IF ws_fac_ecart_pu > ws_fac_tol_pu
                            OR ws_fac_ecart_pu < 0 - ws_fac_tol_pu
                        IF flf_ecart = "Q"
                            MOVE "B" TO flf_ecart
                        ELSE
                            MOVE "P" TO flf_ecart
                        END-IF
                    END-IF
                END-IF
            END-IF.

        CUMULER-DEJA-FACTURE.
      **
      * Quantity of article flf_refVet already billed on the other
      * invoices of order ffac_numCmd (ffac_numCmd alternate key),
      * into ws_fac_deja_facture, so a split delivery billed in
      * several invoices is matched net and a second invoice for
      * goods already billed shows up. The invoice being matched and
      * invoices in litige are left out. The header and line record
      * areas are put back as they were.
      **
            MOVE tamp_ffacture TO ws_fac_facture_garde
            MOVE tamp_flignefac TO ws_fac_ligne_garde
            MOVE ZERO TO ws_fac_deja_facture
            START ffacture KEY IS = ffac_numCmd
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_ffac = 0
                PERFORM UNTIL 1 = 2
                    READ ffacture NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF ffac_numCmd NOT = ws_fac_garde_numcmd
                        EXIT PERFORM
                    END-IF
                    IF ffac_cle NOT = ws_fac_garde_cle
                            AND ffac_statut NOT = "L"
                        MOVE ffac_idFourn TO flf_idFourn
                        MOVE ffac_numero TO flf_numero
                        MOVE ws_fac_garde_refvet TO flf_refVet
                        READ flignefac KEY IS flf_cle
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD flf_qte TO ws_fac_deja_facture
                        END-READ
                    END-IF
                END-PERFORM
            END-IF
            MOVE ws_fac_facture_garde TO tamp_ffacture
            MOVE ws_fac_ligne_garde TO tamp_flignefac.

        AFFICHER-ECART-FACTURE.
      **
      * Spells out the variance flagged on the line in
      * tamp_flignefac.
      **
            EVALUATE flf_ecart
                WHEN "X"
                    DISPLAY "  ! Article " flf_refVet
                        " absent de la commande " ffac_numCmd
                WHEN "Q"
                    DISPLAY "  ! Article " flf_refVet
                        " quantite facturee=" flf_qte
                        " recue non facturee=" flf_qte_recue
                WHEN "P"
                    DISPLAY "  ! Article " flf_refVet
                        " prix facture=" flf_pu
                        " cout=" flf_cout
                WHEN "B"
                    DISPLAY "  ! Article " flf_refVet
                        " quantite facturee=" flf_qte
                        " recue non facturee=" flf_qte_recue
                        " prix facture=" flf_pu
                        " cout=" flf_cout
            END-EVALUATE.

        LIRE-FACTURE.
      **
      * Asks for supplier and invoice number and reads the header
      * into tamp_ffacture (ffacture already open); ws_fac_ok says
      * whether it was found.
      **
            MOVE "N" TO ws_fac_ok
            DISPLAY "Identifiant fournisseur : " WITH NO ADVANCING
            ACCEPT ws_fac_idfourn
            DISPLAY "Numero de la facture fournisseur : "
                WITH NO ADVANCING
            ACCEPT ws_fac_numero
            MOVE ws_fac_idfourn TO ffac_idFourn
            MOVE ws_fac_numero TO ffac_numero
            READ ffacture KEY IS ffac_cle
                INVALID KEY
                    DISPLAY "Facture introuvable."
                    MOVE "ffacture" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ffac_cle TO ws_jour_cle
                    MOVE cr_ffac TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    MOVE "O" TO ws_fac_ok
                    MOVE ffac_montant TO ws_fac_montant_edite
                    DISPLAY "Commande " ffac_numCmd " du "
                        ffac_dateFact " montant "
                        ws_fac_montant_edite " statut " ffac_statut
            END-READ.

        APPROUVER-FACTURE.
      **
      * Re-runs the matching on every line (goods may have been
      * received since the invoice was keyed), then approves: an
      * invoice still showing variances is only approved when the
      * administrator confirms it, otherwise it stays in litige. The
      * due date is the invoice date plus the supplier's payment
      * terms.
      **
            OPEN I-O ffacture
            PERFORM LIRE-FACTURE
            IF ws_fac_ok = "O"
                IF ffac_statut = "A" OR ffac_statut = "P"
                    DISPLAY "Facture deja approuvee."
                    MOVE "N" TO ws_fac_ok
                END-IF
            END-IF

            IF ws_fac_ok = "O"
                OPEN I-O flignefac
                OPEN INPUT fcommande
                OPEN INPUT fvet
                PERFORM RAPPROCHER-FACTURE
                CLOSE flignefac
                CLOSE fcommande
                CLOSE fvet

                IF ffac_nb_ecarts > 0
                    DISPLAY ffac_nb_ecarts
                        " ecart(s) hors tolerance."
                    DISPLAY "Approuver malgre les ecarts (O/N) : "
                        WITH NO ADVANCING
                    ACCEPT ws_fac_reponse
                ELSE
                    MOVE "O" TO ws_fac_reponse
                END-IF

                IF ws_fac_reponse = "O" OR ws_fac_reponse = "o"
                    MOVE ffac_idFourn TO ffou_id
                    MOVE ZERO TO ws_fac_echeance_j
                    OPEN INPUT ffourn
                    READ ffourn KEY IS ffou_id
                        INVALID KEY
                            DISPLAY "Fournisseur introuvable,"
                                " echeance a la date de facture."
                        NOT INVALID KEY
                            MOVE ffou_echeance TO ws_fac_echeance_j
                    END-READ
                    CLOSE ffourn
                    COMPUTE ws_fac_jours =
                        FUNCTION INTEGER-OF-DATE(ffac_dateFact)
                        + ws_fac_echeance_j
                    COMPUTE ffac_echeance =
                        FUNCTION DATE-OF-INTEGER(ws_fac_jours)
                    MOVE "A" TO ffac_statut
                    MOVE ws_login_idp TO ffac_approbateur
                    MOVE "APPROUVE" TO ws_jour_operation
                ELSE
                    MOVE "L" TO ffac_statut
                    MOVE "LITIGE" TO ws_jour_operation
                END-IF

                MOVE "ffacture" TO ws_jour_fichier
                MOVE ffac_cle TO ws_jour_cle
                REWRITE tamp_ffacture
                    INVALID KEY
                        DISPLAY "Erreur mise a jour facture, statut "
                            cr_ffac
                        MOVE "REECRITURE" TO ws_jour_operation
                        MOVE cr_ffac TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        MOVE "OK" TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                        IF ffac_statut = "A"
                            DISPLAY "Facture approuvee, echeance le "
                                ffac_echeance
                        ELSE
                            DISPLAY "Facture maintenue en litige."
                        END-IF
                END-REWRITE
            END-IF
            CLOSE ffacture.

        RAPPROCHER-FACTURE.
      **
      * Walks the lines of the invoice in tamp_ffacture, matches
      * each again, rewrites it with its fresh flag and recounts
      * ffac_nb_ecarts.
      **
            MOVE ZERO TO ffac_nb_ecarts
            MOVE ffac_idFourn TO flf_idFourn
            MOVE ffac_numero TO flf_numero
            MOVE ZERO TO flf_refVet
            START flignefac KEY IS >= flf_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_flf = 0
                PERFORM UNTIL 1 = 2
                    READ flignefac NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF flf_idFourn NOT = ffac_idFourn
                            OR flf_numero NOT = ffac_numero
                        EXIT PERFORM
                    END-IF
                    PERFORM RAPPROCHER-LIGNE-FACTURE
                    REWRITE tamp_flignefac
                        INVALID KEY
                            MOVE "flignefac" TO ws_jour_fichier
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE flf_cle TO ws_jour_cle
                            MOVE cr_flf TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                    END-REWRITE
                    IF flf_ecart NOT = SPACE
                        ADD 1 TO ffac_nb_ecarts
                        PERFORM AFFICHER-ECART-FACTURE
                    END-IF
      * The other invoices' lines read by the matching moved the
      * file position: the walk picks up again past this line.
                    START flignefac KEY IS > flf_cle
                        INVALID KEY
                            EXIT PERFORM
                    END-START
                END-PERFORM
            END-IF.

        REGLER-FACTURE.
      **
      * Records payment of an approved invoice: statut P and the
      * payment date, which takes it out of the balance agee.
      **
            OPEN I-O ffacture
            PERFORM LIRE-FACTURE
            IF ws_fac_ok = "O"
                IF ffac_statut NOT = "A"
                    DISPLAY "Seule une facture approuvee peut etre"
                        " reglee."
                ELSE
                    PERFORM OBTENIR-DATE-JOUR
                    MOVE "P" TO ffac_statut
                    MOVE ws_date_systeme TO ffac_datePaie
                    MOVE "ffacture" TO ws_jour_fichier
                    MOVE ffac_cle TO ws_jour_cle
                    REWRITE tamp_ffacture
                        INVALID KEY
                            DISPLAY "Erreur mise a jour facture,"
                                " statut " cr_ffac
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE cr_ffac TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        NOT INVALID KEY
                            DISPLAY "Facture reglee."
                            MOVE "REGLEMENT" TO ws_jour_operation
                            MOVE "OK" TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                    END-REWRITE
                END-IF
            END-IF
            CLOSE ffacture.

        LISTER-FACTURES.
      **
      * Every invoice of one supplier with order, dates, amount and
      * statut.
      **
            DISPLAY "Identifiant fournisseur : " WITH NO ADVANCING
            ACCEPT ws_fac_idfourn
            MOVE ZERO TO ws_fac_nb
            OPEN INPUT ffacture
            MOVE ws_fac_idfourn TO ffac_idFourn
            MOVE LOW-VALUES TO ffac_numero
            START ffacture KEY IS >= ffac_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_ffac = 0
                PERFORM UNTIL 1 = 2
                    READ ffacture NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF ffac_idFourn NOT = ws_fac_idfourn
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_fac_nb
                    EVALUATE ffac_statut
                        WHEN "S"
                            MOVE "saisie" TO ws_fac_libelle
                        WHEN "L"
                            MOVE "litige" TO ws_fac_libelle
                        WHEN "A"
                            MOVE "approuvee" TO ws_fac_libelle
                        WHEN "P"
                            MOVE "payee" TO ws_fac_libelle
                        WHEN OTHER
                            MOVE ffac_statut TO ws_fac_libelle
                    END-EVALUATE
                    MOVE ffac_montant TO ws_fac_montant_edite
                    DISPLAY "  " ffac_numero " cmd=" ffac_numCmd
                        " du " ffac_dateFact " ech=" ffac_echeance
                        " " ws_fac_montant_edite " " ws_fac_libelle
                END-PERFORM
            END-IF
            CLOSE ffacture
            DISPLAY ws_fac_nb " facture(s).".

        BALANCE-AGEE-FOURNISSEURS.
      **
      * Payables aging by supplier: every unpaid invoice not in
      * litige is owed and aged on days past its due date -
      * courant (not yet due), 1-30, 31-60, 61-90, over 90 - and
      * invoices in litige are totalled apart as disputed. ffacture
      * is read in key order, so each supplier's invoices arrive
      * together and fill one row of the table. Menu option or job
      * "BALANCE" (balance.rpt).
      **
            MOVE ZERO TO ws_bal_nb
            MOVE "N" TO ws_bal_plein
            INITIALIZE ws_bal_total
            PERFORM OBTENIR-DATE-JOUR
            COMPUTE ws_fac_aujourdhui =
                FUNCTION INTEGER-OF-DATE(ws_date_systeme)

            OPEN INPUT ffacture
            OPEN INPUT ffourn
            MOVE ZERO TO ffac_idFourn
            MOVE LOW-VALUES TO ffac_numero
            START ffacture KEY IS >= ffac_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_ffac = 0
                PERFORM UNTIL 1 = 2
                    READ ffacture NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF ffac_statut = "S" OR ffac_statut = "L"
                            OR ffac_statut = "A"
                        PERFORM CUMULER-BALANCE-FACTURE
                    END-IF
                END-PERFORM
            END-IF
            CLOSE ffacture
            CLOSE ffourn

            DISPLAY " "
            DISPLAY "=== Balance agee des fournisseurs ==="
            DISPLAY "Fournisseur                 Courant       1-30"
                "      31-60      61-90    Plus 90   Total du"
                "     Litige"
            PERFORM VARYING ws_bal_idx FROM 1 BY 1
                    UNTIL ws_bal_idx > ws_bal_nb
                PERFORM EDITER-LIGNE-BALANCE
                DISPLAY ws_bal_t_id(ws_bal_idx) " "
                    ws_bal_t_nom(ws_bal_idx)(1:20)
                    ws_bal_e_tranche(1) " " ws_bal_e_tranche(2) " "
                    ws_bal_e_tranche(3) " " ws_bal_e_tranche(4) " "
                    ws_bal_e_tranche(5) " " ws_bal_e_du " "
                    ws_bal_e_litige
            END-PERFORM
            PERFORM EDITER-TOTAL-BALANCE
            DISPLAY "Total                    "
                ws_bal_e_tranche(1) " " ws_bal_e_tranche(2) " "
                ws_bal_e_tranche(3) " " ws_bal_e_tranche(4) " "
                ws_bal_e_tranche(5) " " ws_bal_e_du " "
                ws_bal_e_litige

            IF ws_mode_batch = "O"
                PERFORM EDITER-RAPPORT-BALANCE
            END-IF.

        CUMULER-BALANCE-FACTURE.
      **
      * Adds the invoice in tamp_ffacture to its supplier's row,
      * opening a new row (with the supplier name) when the supplier
      * changes.
      **
            IF ws_bal_nb = 0
                    OR ws_bal_t_id(ws_bal_nb) NOT = ffac_idFourn
                IF ws_bal_nb >= 100
                    IF ws_bal_plein = "N"
                        DISPLAY "Table des fournisseurs pleine, "
                            "balance incomplete."
                        MOVE "O" TO ws_bal_plein
                    END-IF
                ELSE
                    ADD 1 TO ws_bal_nb
                    INITIALIZE ws_bal_t(ws_bal_nb)
                    MOVE ffac_idFourn TO ws_bal_t_id(ws_bal_nb)
                    MOVE ffac_idFourn TO ffou_id
                    READ ffourn KEY IS ffou_id
                        INVALID KEY
                            MOVE "(inconnu)" TO ws_bal_t_nom(ws_bal_nb)
                        NOT INVALID KEY
                            MOVE ffou_nom TO ws_bal_t_nom(ws_bal_nb)
                    END-READ
                END-IF
            END-IF

            IF ws_bal_t_id(ws_bal_nb) = ffac_idFourn
                IF ffac_statut = "L"
                    ADD ffac_montant TO ws_bal_t_litige(ws_bal_nb)
                    ADD ffac_montant TO ws_bal_tot_litige
                ELSE
                    COMPUTE ws_bal_retard = ws_fac_aujourdhui
                        - FUNCTION INTEGER-OF-DATE(ffac_echeance)
                    EVALUATE TRUE
                        WHEN ws_bal_retard <= 0
                            MOVE 1 TO ws_bal_tr
                        WHEN ws_bal_retard <= 30
                            MOVE 2 TO ws_bal_tr
                        WHEN ws_bal_retard <= 60
                            MOVE 3 TO ws_bal_tr
                        WHEN ws_bal_retard <= 90
                            MOVE 4 TO ws_bal_tr
                        WHEN OTHER
                            MOVE 5 TO ws_bal_tr
                    END-EVALUATE
                    ADD ffac_montant
                        TO ws_bal_t_tranche(ws_bal_nb, ws_bal_tr)
                    ADD ffac_montant TO ws_bal_tot_tranche(ws_bal_tr)
                    ADD ffac_montant TO ws_bal_t_du(ws_bal_nb)
                    ADD ffac_montant TO ws_bal_tot_du
                END-IF
            END-IF.

        EDITER-LIGNE-BALANCE.
      **
      * Edits row ws_bal_idx of the balance into ws_bal_edite.
      **
            PERFORM VARYING ws_bal_tr FROM 1 BY 1 UNTIL ws_bal_tr > 5
                MOVE ws_bal_t_tranche(ws_bal_idx, ws_bal_tr)
                    TO ws_bal_e_tranche(ws_bal_tr)
            END-PERFORM
            MOVE ws_bal_t_du(ws_bal_idx) TO ws_bal_e_du
            MOVE ws_bal_t_litige(ws_bal_idx) TO ws_bal_e_litige.

        EDITER-TOTAL-BALANCE.
      **
      * Edits the grand totals of the balance into ws_bal_edite.
      **
            PERFORM VARYING ws_bal_tr FROM 1 BY 1 UNTIL ws_bal_tr > 5
                MOVE ws_bal_tot_tranche(ws_bal_tr)
                    TO ws_bal_e_tranche(ws_bal_tr)
            END-PERFORM
            MOVE ws_bal_tot_du TO ws_bal_e_du
            MOVE ws_bal_tot_litige TO ws_bal_e_litige.

        EDITER-RAPPORT-BALANCE.
      **
      * Printed run of BALANCE-AGEE-FOURNISSEURS (mode batch): one
      * line per supplier with the aged amounts owed and the amount
      * in litige, then the totals, in balance.rpt.
      **
            MOVE "balance.rpt" TO ws_rpt_nom_fichier
            OPEN OUTPUT frapport
            IF cr_frapport NOT = 0
                DISPLAY "Erreur ouverture balance.rpt, statut "
                    cr_frapport
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO ws_rpt_page
                MOVE "Balance agee des fournisseurs" TO ws_rpt_titre
                PERFORM ECRIRE-ENTETE-RAPPORT

                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "Fournisseur                 Courant       1-30"
                    "      31-60      61-90    Plus 90   Total du"
                    "     Litige"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT

                PERFORM VARYING ws_bal_idx FROM 1 BY 1
                        UNTIL ws_bal_idx > ws_bal_nb
                    PERFORM EDITER-LIGNE-BALANCE
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        ws_bal_t_id(ws_bal_idx) " "
                        ws_bal_t_nom(ws_bal_idx)(1:20)
                        ws_bal_e_tranche(1) " "
                        ws_bal_e_tranche(2) " "
                        ws_bal_e_tranche(3) " "
                        ws_bal_e_tranche(4) " "
                        ws_bal_e_tranche(5) " "
                        ws_bal_e_du " " ws_bal_e_litige
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                END-PERFORM

                PERFORM EDITER-TOTAL-BALANCE
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "Total                    "
                    ws_bal_e_tranche(1) " " ws_bal_e_tranche(2) " "
                    ws_bal_e_tranche(3) " " ws_bal_e_tranche(4) " "
                    ws_bal_e_tranche(5) " " ws_bal_e_du " "
                    ws_bal_e_litige
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT

                MOVE ws_bal_nb TO ws_rpt_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_rpt_nb_edite " fournisseur(s) ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT
                CLOSE frapport
            END-IF.

        TRIER-REAPPRO.
      **
      * Ascending bubble sort on fvet_categ then fvet_saison so the
      * report can be grouped category-then-season - table capped at
      * 200 articles, same O(n^2) tolerance as TRIER-COMMISSION and
      * TRIER-SOLDES.
      **
            PERFORM VARYING ws_rap_idx FROM 1 BY 1
                    UNTIL ws_rap_idx >= ws_rap_nb
                PERFORM VARYING ws_rap_idx2 FROM 1 BY 1
                        UNTIL ws_rap_idx2 > ws_rap_nb - ws_rap_idx
                    IF ws_rap_t_categ(ws_rap_idx2) >
                            ws_rap_t_categ(ws_rap_idx2 + 1)
                        OR (ws_rap_t_categ(ws_rap_idx2) =
                            ws_rap_t_categ(ws_rap_idx2 + 1)
                            AND ws_rap_t_saison(ws_rap_idx2) >
                                ws_rap_t_saison(ws_rap_idx2 + 1))
                        MOVE ws_rap_t_ref(ws_rap_idx2)
                            TO ws_rap_swap_ref
                        MOVE ws_rap_t_categ(ws_rap_idx2)
                            TO ws_rap_swap_categ
                        MOVE ws_rap_t_saison(ws_rap_idx2)
                            TO ws_rap_swap_saison
                        MOVE ws_rap_t_nom(ws_rap_idx2)
                            TO ws_rap_swap_nom
                        MOVE ws_rap_t_quantite(ws_rap_idx2)
                            TO ws_rap_swap_quantite

                        MOVE ws_rap_t_ref(ws_rap_idx2 + 1)
                            TO ws_rap_t_ref(ws_rap_idx2)
                        MOVE ws_rap_t_categ(ws_rap_idx2 + 1)
                            TO ws_rap_t_categ(ws_rap_idx2)
                        MOVE ws_rap_t_saison(ws_rap_idx2 + 1)
                            TO ws_rap_t_saison(ws_rap_idx2)
                        MOVE ws_rap_t_nom(ws_rap_idx2 + 1)
                            TO ws_rap_t_nom(ws_rap_idx2)
                        MOVE ws_rap_t_quantite(ws_rap_idx2 + 1)
                            TO ws_rap_t_quantite(ws_rap_idx2)

                        MOVE ws_rap_swap_ref
                            TO ws_rap_t_ref(ws_rap_idx2 + 1)
                        MOVE ws_rap_swap_categ
                            TO ws_rap_t_categ(ws_rap_idx2 + 1)
                        MOVE ws_rap_swap_saison
                            TO ws_rap_t_saison(ws_rap_idx2 + 1)
                        MOVE ws_rap_swap_nom
                            TO ws_rap_t_nom(ws_rap_idx2 + 1)
                        MOVE ws_rap_swap_quantite
                            TO ws_rap_t_quantite(ws_rap_idx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        HACHER-MOT-DE-PASSE.
      **
      * Turns the cleartext password in ws_hash_entree into a
      * non-reversible digest left in ws_hash_sortie (djb2-style
      * rolling hash). This GnuCOBOL runtime ships no cryptographic
      * intrinsic and the project CALLs no external library, so a
      * home-grown diffusion hash is used instead of cleartext -
      * swap it for a real CALLed crypto routine if one becomes
      * available on the target platform.
      * The caller's fpers_idp is mixed in first as a per-record salt
      * (moved into ws_hash_sel before PERFORM) so two people who pick
      * the same password don't end up with byte-identical fpers_mdp
      * values, and a precomputed table can't be reused across idp's.
      **
            MOVE 5381 TO ws_hash_num
            PERFORM VARYING ws_hash_idx FROM 1 BY 1
                    UNTIL ws_hash_idx > 4
                MOVE FUNCTION ORD(ws_hash_sel(ws_hash_idx:1))
                    TO ws_hash_car
                COMPUTE ws_hash_num =
                    FUNCTION MOD(ws_hash_num * 33 + ws_hash_car,
                        999999999999999999)
            END-PERFORM
            PERFORM VARYING ws_hash_idx FROM 1 BY 1
                    UNTIL ws_hash_idx > 50
                MOVE FUNCTION ORD(ws_hash_entree(ws_hash_idx:1))
                    TO ws_hash_car
                COMPUTE ws_hash_num =
                    FUNCTION MOD(ws_hash_num * 33 + ws_hash_car,
                        999999999999999999)
            END-PERFORM
            MOVE SPACES TO ws_hash_sortie
            MOVE ws_hash_num TO ws_hash_sortie(1:18).

        LOGIN.
      **
      * Authenticates an idp/mdp pair against fpers: looks up the
      * person by fpers_idp and compares the hash of the entered
      * password against the hash stored in fpers_mdp, returning the
      * fpers_role on success so callers can gate admin vs. cashier
      * operations.
      **
            MOVE "N" TO ws_login_ok

            DISPLAY "Identifiant : " WITH NO ADVANCING
            ACCEPT ws_login_idp
            DISPLAY "Mot de passe : " WITH NO ADVANCING
            ACCEPT ws_login_mdp

            MOVE ws_login_idp TO ws_hash_sel
            MOVE ws_login_mdp TO ws_hash_entree
            PERFORM HACHER-MOT-DE-PASSE

            OPEN INPUT fpers
            MOVE ws_login_idp TO fpers_idp
            READ fpers KEY IS fpers_idp
                INVALID KEY
                    DISPLAY "Identifiant inconnu."
                    MOVE "fpers" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_login_idp TO ws_jour_cle
                    MOVE cr_fpers TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
      * A deactivated account (maintenance des comptes) keeps its
      * fventes
      * history but its idp no longer passes here - blank actif on
      * records predating the flag still counts as active. The flag
      * is only checked behind a correct password, so account state
      * is not disclosed to someone who merely knows an idp.
                    IF fpers_mdp NOT = ws_hash_sortie
                        DISPLAY "Mot de passe incorrect."
                    ELSE
                        IF fpers_actif = "N"
                            DISPLAY "Compte desactive."
                        ELSE
                            MOVE "O" TO ws_login_ok
                            MOVE fpers_role TO ws_login_role
                            DISPLAY "Connexion reussie - role "
                                ws_login_role
                        END-IF
                    END-IF
            END-READ
            CLOSE fpers

      * The register (poste) is keyed once per session: it is
      * stamped on every vente, retour and journal line, and picks
      * this till's own sequence checkpoint so two tills posting at
      * the same time never hand out the same reference.
            IF ws_login_ok = "O"
                DISPLAY "Code du poste (1-9) : " WITH NO ADVANCING
                ACCEPT ws_poste
                PERFORM UNTIL ws_poste >= 1 AND ws_poste <= 9
                    DISPLAY "Poste invalide, 1 a 9 attendu."
                    DISPLAY "Code du poste (1-9) : "
                        WITH NO ADVANCING
                    ACCEPT ws_poste
                END-PERFORM
                PERFORM INITIALISER-SEQUENCES-POSTE
            END-IF.

        CREER-PERSONNEL.
      **
      * Creates a fpers record with the password hashed before it is
      * written, so no cleartext password ever reaches pers.dat.
      **
            DISPLAY "Identifiant (4 car.) : " WITH NO ADVANCING
            ACCEPT ws_np_idp
            DISPLAY "Role (1=admin 2=vendeur 3=caissier 4=client) : "
                WITH NO ADVANCING
            ACCEPT ws_np_role
            DISPLAY "Prenom : " WITH NO ADVANCING
            ACCEPT ws_np_prenom
            DISPLAY "Nom : " WITH NO ADVANCING
            ACCEPT ws_np_nom
            DISPLAY "Mail : " WITH NO ADVANCING
            ACCEPT ws_np_mail
            DISPLAY "Mot de passe : " WITH NO ADVANCING
            ACCEPT ws_np_mdp
      * Only a client account carries a marketing consent; it is
      * asked once, explicitly, and dated.
            MOVE "N" TO ws_np_consent
            IF ws_np_role = 4
                DISPLAY "Accepte les offres commerciales par mail"
                    " (O/N) : " WITH NO ADVANCING
                ACCEPT ws_np_consent
                IF ws_np_consent NOT = "O"
                    MOVE "N" TO ws_np_consent
                END-IF
            END-IF

            MOVE ws_np_idp TO ws_hash_sel
            MOVE ws_np_mdp TO ws_hash_entree
            PERFORM HACHER-MOT-DE-PASSE

            OPEN I-O fpers
            MOVE ws_np_idp TO fpers_idp
            MOVE ws_np_role TO fpers_role
            MOVE ws_np_prenom TO fpers_prenom
            MOVE ws_np_nom TO fpers_nom
            MOVE ws_np_mail TO fpers_mail
            MOVE ZERO TO fpers_somme_depensee
            MOVE ws_hash_sortie TO fpers_mdp
            MOVE "O" TO fpers_actif
            MOVE ws_np_consent TO fpers_consent
            MOVE SPACES TO fpers_dateConsent
            IF ws_np_role = 4
                PERFORM OBTENIR-DATE-JOUR
                MOVE fvent_dateV TO fpers_dateConsent
            END-IF

            WRITE tamp_fpers
                INVALID KEY
                    DISPLAY "Erreur creation compte, statut "
                        cr_fpers
                    MOVE "fpers" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE ws_np_idp TO ws_jour_cle
                    MOVE cr_fpers TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "Compte cree : " ws_np_idp
            END-WRITE
            CLOSE fpers.

        MAINTENIR-PERSONNEL.
      **
      * Admin maintenance over pers.dat: the account is
      * found by fpers_idp directly or through a listing on the
      * fpers_nom alternate key, then a small submenu edits the
      * descriptive fields, resets the password through
      * HACHER-MOT-DE-PASSE (salted with the same idp, like LOGIN
      * expects), or flips fpers_actif - deactivation leaves the
      * fventes history and commission lines untouched, it only
      * closes LOGIN and the vendeur check in SAISIE-VENTE. A client
      * account also has its marketing consent maintained here and
      * can be anonymised on request. Every successful change leaves
      * a journal line.
      **
            MOVE "N" TO ws_mnt_trouve

            OPEN I-O fpers

            DISPLAY "Identifiant (vide = recherche par nom) : "
                WITH NO ADVANCING
            ACCEPT ws_mnt_idp
            IF ws_mnt_idp = SPACES
                DISPLAY "Nom : " WITH NO ADVANCING
                ACCEPT ws_mnt_nom
                PERFORM LISTER-COMPTES-PAR-NOM
                IF ws_mnt_nb > 0
                    DISPLAY "Identifiant choisi : " WITH NO ADVANCING
                    ACCEPT ws_mnt_idp
                END-IF
            END-IF

            IF ws_mnt_idp NOT = SPACES
                MOVE ws_mnt_idp TO fpers_idp
                READ fpers KEY IS fpers_idp
                    INVALID KEY
                        DISPLAY "Compte introuvable : " ws_mnt_idp
                        MOVE "fpers" TO ws_jour_fichier
                        MOVE "LECTURE" TO ws_jour_operation
                        MOVE ws_mnt_idp TO ws_jour_cle
                        MOVE cr_fpers TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        MOVE "O" TO ws_mnt_trouve
                END-READ
            END-IF

            IF ws_mnt_trouve = "O"
                MOVE "N" TO ws_mnt_fin
                PERFORM UNTIL ws_mnt_fin = "O"
                    PERFORM AFFICHER-COMPTE
                    DISPLAY "1. Modifier les champs"
                    DISPLAY "2. Reinitialiser le mot de passe"
                    DISPLAY "3. Desactiver le compte"
                    DISPLAY "4. Reactiver le compte"
                    IF fpers_role = 4
                        DISPLAY "5. Consentement aux offres"
                            " commerciales"
                        DISPLAY "6. Anonymiser le client"
                    END-IF
                    DISPLAY "0. Terminer"
                    DISPLAY "Votre choix : " WITH NO ADVANCING
                    ACCEPT ws_mnt_choix
                    EVALUATE ws_mnt_choix
                        WHEN 1
                            PERFORM MODIFIER-CHAMPS-COMPTE
                        WHEN 2
                            PERFORM REINITIALISER-MDP-COMPTE
                        WHEN 3
                            MOVE "N" TO fpers_actif
                            MOVE "DESACTIVE" TO ws_jour_operation
                            PERFORM REECRIRE-COMPTE
                        WHEN 4
                            MOVE "O" TO fpers_actif
                            MOVE "REACTIVE" TO ws_jour_operation
                            PERFORM REECRIRE-COMPTE
                        WHEN 5
                            IF fpers_role = 4
                                PERFORM MODIFIER-CONSENTEMENT
                            ELSE
                                DISPLAY "Choix invalide."
                            END-IF
                        WHEN 6
                            IF fpers_role = 4
                                PERFORM ANONYMISER-CLIENT
                                IF ws_mai_confirme = "O"
                                    MOVE "O" TO ws_mnt_fin
                                END-IF
                            ELSE
                                DISPLAY "Choix invalide."
                            END-IF
                        WHEN 0
                            MOVE "O" TO ws_mnt_fin
                        WHEN OTHER
                            DISPLAY "Choix invalide."
                    END-EVALUATE
                END-PERFORM
            END-IF

            CLOSE fpers.

        LISTER-COMPTES-PAR-NOM.
      **
      * Lists every pers.dat account sharing the entered fpers_nom
      * (alternate key WITH DUPLICATES, same ambiguity
      * RESOUDRE-ARTICLE-VENTE settles for article names) so the
      * admin can pick the right fpers_idp.
      **
            MOVE ZERO TO ws_mnt_nb
            MOVE ws_mnt_nom TO fpers_nom
            START fpers KEY IS = fpers_nom
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpers = 0
                PERFORM UNTIL 1 = 2
                    READ fpers NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpers_nom NOT = ws_mnt_nom
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_mnt_nb
                    DISPLAY "  " fpers_idp " " fpers_prenom(1:15)
                        " " fpers_nom(1:15) " role=" fpers_role
                        " actif=" fpers_actif
                END-PERFORM
            END-IF
            IF ws_mnt_nb = 0
                DISPLAY "Aucun compte a ce nom."
            END-IF.

        AFFICHER-COMPTE.
            DISPLAY " "
            DISPLAY "=== Compte " fpers_idp " ==="
            DISPLAY "Role   : " fpers_role
            DISPLAY "Prenom : " fpers_prenom
            DISPLAY "Nom    : " fpers_nom
            DISPLAY "Mail   : " fpers_mail
            DISPLAY "Actif  : " fpers_actif
            IF fpers_role = 4
                DISPLAY "Offres : " fpers_consent " depuis le "
                    fpers_dateConsent
            END-IF.

        MODIFIER-CHAMPS-COMPTE.
      **
      * Edits the descriptive fields in place - a blank entry keeps
      * the current value, so fixing one mistyped fpers_mail does
      * not force re-keying the rest.
      **
            DISPLAY "Prenom (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mnt_saisie
            IF ws_mnt_saisie NOT = SPACES
                MOVE ws_mnt_saisie TO fpers_prenom
            END-IF
            DISPLAY "Nom (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mnt_saisie
            IF ws_mnt_saisie NOT = SPACES
                MOVE ws_mnt_saisie TO fpers_nom
            END-IF
            DISPLAY "Mail (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mnt_saisie
            IF ws_mnt_saisie NOT = SPACES
                MOVE ws_mnt_saisie TO fpers_mail
            END-IF
            MOVE "MAJCHAMPS" TO ws_jour_operation
            PERFORM REECRIRE-COMPTE.

        REINITIALISER-MDP-COMPTE.
      **
      * Resets a forgotten password: hashed with the account's own
      * idp as salt, exactly as LOGIN will recompute it.
      **
            DISPLAY "Nouveau mot de passe : " WITH NO ADVANCING
            ACCEPT ws_mnt_saisie
            MOVE fpers_idp TO ws_hash_sel
            MOVE ws_mnt_saisie TO ws_hash_entree
            PERFORM HACHER-MOT-DE-PASSE
            MOVE ws_hash_sortie TO fpers_mdp
            MOVE "REINITMDP" TO ws_jour_operation
            PERFORM REECRIRE-COMPTE.

        MODIFIER-CONSENTEMENT.
      **
      * Records the client's marketing consent as given or withdrawn
      * today; the date is what the mailing extract can be audited
      * against.
      **
            DISPLAY "Accepte les offres commerciales par mail (O/N) : "
                WITH NO ADVANCING
            ACCEPT ws_np_consent
            IF ws_np_consent NOT = "O"
                MOVE "N" TO ws_np_consent
            END-IF
            MOVE ws_np_consent TO fpers_consent
            PERFORM OBTENIR-DATE-JOUR
            MOVE fvent_dateV TO fpers_dateConsent
            MOVE "CONSENT" TO ws_jour_operation
            PERFORM REECRIRE-COMPTE.

        ANONYMISER-CLIENT.
      **
      * Right to be forgotten: the client's name, mail and password
      * are scrubbed from pers.dat and the account closed, but the
      * idp and fpers_somme_depensee stay, so the fventes lines,
      * avoirs and reservations filed under that idp are untouched
      * and VERIFIER-COHERENCE still balances. Irreversible, hence
      * the confirmation; ws_mai_confirme tells the caller it was
      * done.
      **
            DISPLAY "Anonymisation definitive du client " fpers_idp
                ", confirmer (O/N) : " WITH NO ADVANCING
            ACCEPT ws_mai_confirme
            IF ws_mai_confirme = "O"
                MOVE SPACES TO fpers_prenom
                MOVE "ANONYME" TO fpers_nom
                MOVE SPACES TO fpers_mail
                MOVE SPACES TO fpers_mdp
                MOVE "N" TO fpers_actif
                MOVE "N" TO fpers_consent
                PERFORM OBTENIR-DATE-JOUR
                MOVE fvent_dateV TO fpers_dateConsent
                MOVE "ANONYMISE" TO ws_jour_operation
                PERFORM REECRIRE-COMPTE
            ELSE
                MOVE "N" TO ws_mai_confirme
                DISPLAY "Anonymisation abandonnee."
            END-IF.

        REECRIRE-COMPTE.
      **
      * Shared REWRITE of the maintained account: the caller names
      * the change in ws_jour_operation so the journal carries a
      * trace of every successful maintenance action, not only the
      * failures.
      **
            MOVE "fpers" TO ws_jour_fichier
            MOVE fpers_idp TO ws_jour_cle
            REWRITE tamp_fpers
                INVALID KEY
                    DISPLAY "Erreur mise a jour compte, statut "
                        cr_fpers
                    MOVE "REECRITURE" TO ws_jour_operation
                    MOVE cr_fpers TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "Compte mis a jour."
                    MOVE "OK" TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-REWRITE.

        RETOUR-VENTE.
      **
      * Processes a customer return against an existing sale: looks
      * up the original fventes record, writes a linked reversing
      * entry (fvent_type = "R", fvent_refOrigine = original ref),
      * puts the quantity back on fvet_quantite, and lets
      * BATCH-CA-JOUR back the amount out of the day's fca_ca.
      **
            MOVE "N" TO ws_ret_trouve

            OPEN I-O fventes
            DISPLAY "Reference de la vente a retourner"
                " (V... ou ticket T...) : " WITH NO ADVANCING
            ACCEPT ws_ret_orig_ref

      * A ticket reference stands in for a line reference the
      * customer lost: its lines are listed off the fvent_refTicket
      * alternate key and the clerk picks the one coming back.
            IF ws_ret_orig_ref(1:1) = "T"
                PERFORM LISTER-LIGNES-TICKET
                IF ws_ret_nb_lignes > 0
                    DISPLAY "Reference de la ligne a retourner : "
                        WITH NO ADVANCING
                    ACCEPT ws_ret_orig_ref
                END-IF
            END-IF

            MOVE ws_ret_orig_ref TO fvent_refVente
            READ fventes KEY IS fvent_refVente
                INVALID KEY
                    DISPLAY "Vente introuvable : " ws_ret_orig_ref
                    MOVE "fventes" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_ret_orig_ref TO ws_jour_cle
                    MOVE cr_fvent TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    IF fvent_type = "R"
                        DISPLAY "Cette ecriture est deja un retour."
                    ELSE
                        MOVE "O" TO ws_ret_trouve
                        MOVE fvent_prix TO ws_ret_orig_prix
                        MOVE fvent_refVet TO ws_ret_orig_refvet
                        MOVE fvent_idVendeur TO ws_ret_orig_idvendeur
                        MOVE fvent_idClient TO ws_ret_orig_idclient
                        MOVE fvent_refTicket TO ws_ret_orig_refticket
                        MOVE fvent_tauxTVA TO ws_ret_orig_taux
                        MOVE fvent_refPromo TO ws_ret_orig_promo
                        MOVE fvent_remise TO ws_ret_orig_remise
                    END-IF
            END-READ

            IF ws_ret_trouve = "O"
                MOVE ws_ret_orig_ref TO fvent_refOrigine
                START fventes KEY IS = fvent_refOrigine
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fvent = 0
                    DISPLAY "Cette vente a deja ete retournee : "
                        ws_ret_orig_ref
                    MOVE "N" TO ws_ret_trouve
                END-IF
            END-IF

      * The reversal posts at today's date, and a day the manager has
      * already closed out (cloture de journee) takes no further
      * postings - refused and journalled, like SAISIE-VENTE.
            IF ws_ret_trouve = "O"
                PERFORM OBTENIR-DATE-JOUR
                PERFORM VERIFIER-JOUR-CLOTURE
                IF ws_clo_ferme = "O"
                    DISPLAY "Journee " fvent_dateV " deja cloturee,"
                        " retour refuse."
                    MOVE "N" TO ws_ret_trouve
                    MOVE "fcloture" TO ws_jour_fichier
                    MOVE "REFUS" TO ws_jour_operation
                    MOVE fvent_dateV TO ws_jour_cle
                    MOVE "CL" TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                END-IF
            END-IF

      * The refund mode rides on the "R" line exactly like the
      * payment mode on a sale, so CLOTURE-JOUR nets the refund out
      * of the right drawer/terminal bucket. Mode "A" hands no money
      * back at all: a numbered credit note (avoir) is issued
      * instead, the exchange-or-credit policy.
            IF ws_ret_trouve = "O"
                MOVE "O" TO ws_ovr_ticket
                IF ws_ret_orig_refticket = SPACES
                    MOVE "N" TO ws_ovr_ticket
                ELSE
                    DISPLAY "Ticket de caisse presente (O/N) : "
                        WITH NO ADVANCING
                    ACCEPT ws_ovr_ticket
                END-IF
                DISPLAY "Mode de remboursement (E=especes, C=carte,"
                    " H=cheque, A=avoir) : " WITH NO ADVANCING
                ACCEPT ws_ret_modepaie
                PERFORM UNTIL ws_ret_modepaie = "E"
                        OR ws_ret_modepaie = "C"
                        OR ws_ret_modepaie = "H"
                        OR ws_ret_modepaie = "A"
                    DISPLAY "Mode invalide, E, C, H ou A attendu."
                    DISPLAY "Mode de remboursement (E=especes,"
                        " C=carte, H=cheque, A=avoir) : "
                        WITH NO ADVANCING
                    ACCEPT ws_ret_modepaie
                END-PERFORM
            END-IF

      * A return the customer cannot back with a till receipt (no
      * ticket shown, or a sale that never had a fvent_refTicket),
      * one over ws_ovr_seuil_retour, or a credit note over
      * ws_ovr_seuil_avoir needs a manager. Whatever the reasons,
      * the return is authorised once, as "RETOUR", with the reasons
      * after the sale reference in ws_ovr_reference - "T" no
      * receipt, "M" amount, "A" avoir, "-" where one does not
      * apply - so one return is one derogations.dat row. Refused,
      * the return does not go through at all.
            IF ws_ret_trouve = "O"
                MOVE "---" TO ws_ovr_motifs
                IF ws_ovr_ticket NOT = "O"
                    MOVE "T" TO ws_ovr_motifs(1:1)
                    DISPLAY "Retour sans ticket de caisse."
                END-IF
                IF ws_ret_orig_prix > ws_ovr_seuil_retour
                    MOVE "M" TO ws_ovr_motifs(2:1)
                    DISPLAY "Retour au-dessus du seuil autorise."
                END-IF
                IF ws_ret_modepaie = "A"
                        AND ws_ret_orig_prix > ws_ovr_seuil_avoir
                    MOVE "A" TO ws_ovr_motifs(3:1)
                    DISPLAY "Avoir au-dessus du seuil autorise."
                END-IF
                IF ws_ovr_motifs NOT = "---"
                    MOVE "RETOUR" TO ws_ovr_operation
                    MOVE ws_ret_orig_prix TO ws_ovr_montant
                    MOVE ws_login_idp TO ws_ovr_vendeur
                    MOVE SPACES TO ws_ovr_reference
                    STRING
                        ws_ret_orig_ref " " ws_ovr_motifs
                        DELIMITED BY SIZE INTO ws_ovr_reference
                    END-STRING
                    MOVE "N" TO ws_ovr_fpers_ouvert
                    PERFORM AUTORISER-OPERATION
                    IF ws_ovr_accorde = "N"
                        MOVE "N" TO ws_ret_trouve
                        DISPLAY "Retour abandonne."
                    END-IF
                END-IF
            END-IF

      * The reversing fventes entry is written first; stock is only
      * put back and loyalty only debited once that write actually
      * succeeds (NOT INVALID KEY below) - doing either mutation
      * first risked restocking/debiting a return that never made it
      * onto fventes, leaving no "R" record behind to stop a retry
      * from doing it again.
            IF ws_ret_trouve = "O"
                ADD 1 TO ws_seq_vente
                MOVE ws_seq_vente TO ws_refvente_num

                MOVE ws_refvente_compo TO fvent_refVente
                MOVE ws_ret_orig_prix TO fvent_prix
                MOVE ws_ret_orig_refvet TO fvent_refVet
                MOVE ws_ret_orig_idvendeur TO fvent_idVendeur
                MOVE ws_ret_orig_idclient TO fvent_idClient
                MOVE "R" TO fvent_type
                MOVE ws_ret_orig_ref TO fvent_refOrigine
                MOVE ws_ret_orig_refticket TO fvent_refTicket
                MOVE ws_ret_orig_taux TO fvent_tauxTVA
                MOVE ws_ret_modepaie TO fvent_modePaie
      * The original line's promotion rides on the reversal so the
      * promo cost report nets returned articles back out.
                MOVE ws_ret_orig_promo TO fvent_refPromo
                MOVE ws_ret_orig_remise TO fvent_remise
                MOVE ws_poste TO fvent_poste
                PERFORM OBTENIR-DATE-JOUR
                MOVE FUNCTION CURRENT-DATE(9:6) TO fvent_heure

                WRITE tamp_fventes
                    INVALID KEY
                        DISPLAY "Erreur ecriture retour, statut "
                            cr_fvent
                        MOVE "fventes" TO ws_jour_fichier
                        MOVE "ECRITURE" TO ws_jour_operation
                        MOVE fvent_refVente TO ws_jour_cle
                        MOVE cr_fvent TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        DISPLAY "Retour enregistre : " fvent_refVente

                        OPEN I-O fvet
                        MOVE ws_ret_orig_refvet TO fvet_refVet
                        READ fvet KEY IS fvet_refVet
                            INVALID KEY
                                DISPLAY "Article introuvable, code "
                                    ws_ret_orig_refvet
                                MOVE "fvet" TO ws_jour_fichier
                                MOVE "LECTURE" TO ws_jour_operation
                                MOVE ws_ret_orig_refvet
                                    TO ws_jour_cle
                                MOVE cr_fvet TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                            NOT INVALID KEY
                                ADD 1 TO fvet_quantite
                                REWRITE tamp_fvet
                                    INVALID KEY
                                        DISPLAY "Erreur mise a jour"
                                            " stock, statut " cr_fvet
                                        MOVE "fvet" TO ws_jour_fichier
                                        MOVE "REECRITURE"
                                            TO ws_jour_operation
                                        MOVE fvet_refVet
                                            TO ws_jour_cle
                                        MOVE cr_fvet TO ws_jour_statut
                                        PERFORM ENREGISTRER-JOURNAL
                                    NOT INVALID KEY
                                        MOVE "R" TO ws_mvt_type
                                        MOVE 1 TO ws_mvt_qte
                                        MOVE fvent_refVente
                                            TO ws_mvt_source
                                        PERFORM ENREGISTRER-MOUVEMENT
                                END-REWRITE
                        END-READ
                        CLOSE fvet

                        IF ws_ret_orig_idclient NOT = SPACES
                            OPEN I-O fpers
                            MOVE ws_ret_orig_idclient TO fpers_idp
                            READ fpers KEY IS fpers_idp
                                NOT INVALID KEY
                                    SUBTRACT ws_ret_orig_prix
                                        FROM fpers_somme_depensee
                                    REWRITE tamp_fpers
                                        INVALID KEY
                                            DISPLAY "Erreur mise a"
                                                " jour fidelite,"
                                                " statut " cr_fpers
                                            MOVE "fpers"
                                                TO ws_jour_fichier
                                            MOVE "REECRITURE"
                                                TO ws_jour_operation
                                            MOVE ws_ret_orig_idclient
                                                TO ws_jour_cle
                                            MOVE cr_fpers
                                                TO ws_jour_statut
                                            PERFORM ENREGISTRER-JOURNAL
                                    END-REWRITE
                            END-READ
                            CLOSE fpers
                        END-IF

                        IF ws_ret_modepaie = "A"
                            PERFORM EMETTRE-AVOIR
                        END-IF
                END-WRITE
            END-IF

            CLOSE fventes
            PERFORM SAUVER-SEQUENCES-POSTE.

        EMETTRE-AVOIR.
      **
      * Writes the numbered credit note backing an avoir refund:
      * amount of the returned line, issued today (the date already
      * sitting in fvent_dateV), expiring one year later, tied to
      * the returning client and the original sale reference. The
      * number comes off this till's own avoir sequence,
      * checkpointed by the caller's SAUVER-SEQUENCES-POSTE.
      **
            ADD 1 TO ws_seq_avoir
            MOVE ws_seq_avoir TO ws_refavoir_num

            OPEN I-O favoir
            MOVE ws_refavoir_compo TO favoir_numero
            MOVE ws_ret_orig_prix TO favoir_montant
            MOVE fvent_dateV TO favoir_dateEmission
            MOVE ws_ret_orig_idclient TO favoir_idClient
            MOVE ws_ret_orig_ref TO favoir_refOrigine
            MOVE fvent_dateV TO favoir_dateExpiration
            COMPUTE ws_av_exp_annee =
                FUNCTION NUMVAL(fvent_dateV(1:4)) + 1
            MOVE ws_av_exp_annee TO favoir_dateExpiration(1:4)
            MOVE "N" TO favoir_utilise
            MOVE SPACES TO favoir_dateUtilisation

            WRITE tamp_favoir
                INVALID KEY
                    DISPLAY "Erreur emission avoir, statut "
                        cr_favoir
                    MOVE "favoir" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE favoir_numero TO ws_jour_cle
                    MOVE cr_favoir TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "Avoir emis : " favoir_numero
                        " montant " favoir_montant
                        " valable jusqu'au " favoir_dateExpiration
            END-WRITE
            CLOSE favoir.

        LISTER-LIGNES-TICKET.
      **
      * Lists every line of the keyed ticket (scanned on the
      * fvent_refTicket alternate key) so the clerk can pick the
      * line-level fvent_refVente a return is posted against.
      **
            MOVE ZERO TO ws_ret_nb_lignes
            MOVE ws_ret_orig_ref TO fvent_refTicket
            START fventes KEY IS = fvent_refTicket
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fvent = 0
                PERFORM UNTIL 1 = 2
                    READ fventes NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fvent_refTicket NOT = ws_ret_orig_ref
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_ret_nb_lignes
                    DISPLAY "  " fvent_refVente " article "
                        fvent_refVet " prix " fvent_prix
                        " type " fvent_type
                END-PERFORM
            END-IF
            IF ws_ret_nb_lignes = 0
                DISPLAY "Ticket introuvable : " ws_ret_orig_ref
                MOVE "fventes" TO ws_jour_fichier
                MOVE "LECTURE" TO ws_jour_operation
                MOVE ws_ret_orig_ref TO ws_jour_cle
                MOVE cr_fvent TO ws_jour_statut
                PERFORM ENREGISTRER-JOURNAL
            END-IF.

        AUTORISER-OPERATION.
      **
      * Stops a sensitive till operation for a second person: a
      * role-1 account, active, other than the requesting vendeur,
      * keys its idp and password on the spot. The caller sets
      * ws_ovr_operation, ws_ovr_montant, ws_ovr_vendeur,
      * ws_ovr_reference and ws_ovr_fpers_ouvert ("O" when it
      * already holds fpers open); ws_ovr_accorde comes back "O" or
      * "N", and the decision goes to derogations.dat either way. A
      * blank idp abandons the request and is logged as a refusal.
      **
            MOVE "N" TO ws_ovr_accorde
            MOVE ws_ovr_montant TO ws_ovr_montant_edite
            DISPLAY "Autorisation responsable requise : "
                ws_ovr_operation " montant " ws_ovr_montant_edite
            DISPLAY "Identifiant responsable (vide = abandon) : "
                WITH NO ADVANCING
            ACCEPT ws_ovr_idp
            IF ws_ovr_idp NOT = SPACES
                DISPLAY "Mot de passe : " WITH NO ADVANCING
                ACCEPT ws_ovr_mdp
                MOVE ws_ovr_idp TO ws_hash_sel
                MOVE ws_ovr_mdp TO ws_hash_entree
                PERFORM HACHER-MOT-DE-PASSE

                IF ws_ovr_fpers_ouvert = "N"
                    OPEN INPUT fpers
                END-IF
                MOVE ws_ovr_idp TO fpers_idp
                READ fpers KEY IS fpers_idp
                    INVALID KEY
                        DISPLAY "Identifiant inconnu."
                        MOVE "fpers" TO ws_jour_fichier
                        MOVE "LECTURE" TO ws_jour_operation
                        MOVE ws_ovr_idp TO ws_jour_cle
                        MOVE cr_fpers TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        IF fpers_mdp NOT = ws_hash_sortie
                            DISPLAY "Mot de passe incorrect."
                        ELSE
                            IF fpers_role NOT = 1
                                    OR fpers_actif = "N"
                                DISPLAY "Compte non habilite a"
                                    " autoriser."
                            ELSE
                                IF ws_ovr_idp = ws_ovr_vendeur
                                    DISPLAY "Le demandeur ne peut"
                                        " s'autoriser lui-meme."
                                ELSE
                                    MOVE "O" TO ws_ovr_accorde
                                END-IF
                            END-IF
                        END-IF
                END-READ
                IF ws_ovr_fpers_ouvert = "N"
                    CLOSE fpers
                END-IF
            END-IF

            IF ws_ovr_accorde = "O"
                DISPLAY "Operation autorisee par " ws_ovr_idp "."
            ELSE
                DISPLAY "Operation refusee."
            END-IF
            PERFORM ENREGISTRER-DEROGATION.

        ENREGISTRER-DEROGATION.
      **
      * Writes the decision just taken by AUTORISER-OPERATION to
      * derogations.dat, keyed by date, time and poste so the day's
      * report reads it in order; fder_seq only separates two
      * decisions on the same till within one second.
      **
            MOVE FUNCTION CURRENT-DATE TO ws_ovr_horodatage

            OPEN I-O fderog
            MOVE ws_ovr_date_sys TO fder_date
            MOVE ws_ovr_heure_sys TO fder_heure
            MOVE ws_poste TO fder_poste
            MOVE ZERO TO fder_seq
            MOVE ws_ovr_operation TO fder_operation
            MOVE ws_ovr_montant TO fder_montant
            MOVE ws_ovr_vendeur TO fder_vendeur
            MOVE ws_ovr_idp TO fder_responsable
            IF ws_ovr_accorde = "O"
                MOVE "A" TO fder_decision
            ELSE
                MOVE "R" TO fder_decision
            END-IF
            MOVE ws_ovr_reference TO fder_reference

            MOVE "N" TO ws_ovr_fin
            PERFORM UNTIL ws_ovr_fin = "O"
                WRITE tamp_fderog
                    INVALID KEY
                        IF cr_fder = 22 AND fder_seq < 99
                            ADD 1 TO fder_seq
                        ELSE
                            DISPLAY "Erreur journal des derogations,"
                                " statut " cr_fder
                            MOVE "fderog" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE fder_cle TO ws_jour_cle
                            MOVE cr_fder TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                            MOVE "O" TO ws_ovr_fin
                        END-IF
                    NOT INVALID KEY
                        MOVE "O" TO ws_ovr_fin
                END-WRITE
            END-PERFORM
            CLOSE fderog
            MOVE "N" TO ws_ovr_fin.

        RAPPORT-DEROGATIONS.
      **
      * Manager overrides of one day (today when no date is given):
      * every approval and refusal in time order, then a summary
      * per requesting vendeur and per approving manager - granted,
      * refused and amount granted - so loss prevention can spot a
      * clerk who leans on overrides or a manager who never says
      * no. Menu option or job "DEROG [date]" (derog.rpt).
      **
            IF ws_mode_batch = "N"
                DISPLAY "Date (AAAA-MM-JJ, vide = aujourd'hui) : "
                    WITH NO ADVANCING
                ACCEPT ws_ovr_date_x
            END-IF
            IF ws_ovr_date_x = SPACES
                PERFORM OBTENIR-DATE-JOUR
                MOVE fvent_dateV TO ws_ovr_date_x
            END-IF
            MOVE "O" TO ws_ovr_fin
            IF ws_ovr_date_x(1:4) IS NOT NUMERIC
                    OR ws_ovr_date_x(5:1) NOT = "-"
                    OR ws_ovr_date_x(6:2) IS NOT NUMERIC
                    OR ws_ovr_date_x(8:1) NOT = "-"
                    OR ws_ovr_date_x(9:2) IS NOT NUMERIC
                MOVE "N" TO ws_ovr_fin
            ELSE
                MOVE ws_ovr_date_x(1:4) TO ws_ovr_date_aaaa
                MOVE ws_ovr_date_x(6:2) TO ws_ovr_date_mm
                MOVE ws_ovr_date_x(9:2) TO ws_ovr_date_jj
                IF FUNCTION TEST-DATE-YYYYMMDD(ws_ovr_date_num)
                        NOT = 0
                    MOVE "N" TO ws_ovr_fin
                END-IF
            END-IF
            IF ws_ovr_fin = "N"
                DISPLAY "Date invalide : " ws_ovr_date_x
                IF ws_mode_batch = "O"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            IF ws_ovr_fin = "O"
                MOVE ZERO TO ws_ovr_nb
                MOVE ZERO TO ws_ovr_nb_vend
                MOVE ZERO TO ws_ovr_nb_resp

                IF ws_mode_batch = "O"
                    MOVE "derog.rpt" TO ws_rpt_nom_fichier
                    OPEN OUTPUT frapport
                    IF cr_frapport NOT = 0
                        DISPLAY "Erreur ouverture derog.rpt, statut "
                            cr_frapport
                        MOVE 8 TO RETURN-CODE
                        MOVE "N" TO ws_ovr_fin
                    ELSE
                        MOVE ZERO TO ws_rpt_page
                        MOVE SPACES TO ws_rpt_titre
                        STRING
                            "Derogations du " ws_ovr_date_x
                            DELIMITED BY SIZE INTO ws_rpt_titre
                        END-STRING
                        PERFORM ECRIRE-ENTETE-RAPPORT
                    END-IF
                ELSE
                    DISPLAY " "
                    DISPLAY "=== Derogations du " ws_ovr_date_x " ==="
                END-IF
            END-IF

            IF ws_ovr_fin = "O"
                OPEN INPUT fderog
                MOVE ws_ovr_date_num TO fder_date
                MOVE ZERO TO fder_heure
                MOVE ZERO TO fder_poste
                MOVE ZERO TO fder_seq
                START fderog KEY IS >= fder_cle
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fder = 0
                    PERFORM UNTIL 1 = 2
                        READ fderog NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fder_date NOT = ws_ovr_date_num
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO ws_ovr_nb
                        PERFORM CUMULER-DEROGATION
                        MOVE fder_montant TO ws_ovr_montant_edite
                        MOVE SPACES TO ws_rpt_ligne
                        STRING
                            fder_heure(1:2) ":" fder_heure(3:2)
                            " poste " fder_poste " "
                            fder_operation " " ws_ovr_montant_edite
                            " vendeur " fder_vendeur
                            " resp. " fder_responsable
                            " " fder_decision " " fder_reference
                            DELIMITED BY SIZE INTO ws_rpt_ligne
                        END-STRING
                        PERFORM SORTIR-LIGNE-DEROGATION
                    END-PERFORM
                END-IF
                CLOSE fderog

                MOVE SPACES TO ws_rpt_ligne
                PERFORM SORTIR-LIGNE-DEROGATION
                MOVE "Par vendeur :  accordees refusees  montant"
                    TO ws_rpt_ligne
                PERFORM SORTIR-LIGNE-DEROGATION
                PERFORM VARYING ws_ovr_idx FROM 1 BY 1
                        UNTIL ws_ovr_idx > ws_ovr_nb_vend
                    MOVE ws_ovr_v_montant(ws_ovr_idx)
                        TO ws_rpt_montant_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "  " ws_ovr_v_idp(ws_ovr_idx) "         "
                        ws_ovr_v_accordees(ws_ovr_idx) "     "
                        ws_ovr_v_refusees(ws_ovr_idx) " "
                        ws_rpt_montant_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM SORTIR-LIGNE-DEROGATION
                END-PERFORM

                MOVE SPACES TO ws_rpt_ligne
                PERFORM SORTIR-LIGNE-DEROGATION
                MOVE "Par responsable :  accordees refusees  montant"
                    TO ws_rpt_ligne
                PERFORM SORTIR-LIGNE-DEROGATION
                PERFORM VARYING ws_ovr_idx FROM 1 BY 1
                        UNTIL ws_ovr_idx > ws_ovr_nb_resp
                    MOVE ws_ovr_r_montant(ws_ovr_idx)
                        TO ws_rpt_montant_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "  " ws_ovr_r_idp(ws_ovr_idx) "             "
                        ws_ovr_r_accordees(ws_ovr_idx) "     "
                        ws_ovr_r_refusees(ws_ovr_idx) " "
                        ws_rpt_montant_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM SORTIR-LIGNE-DEROGATION
                END-PERFORM

                MOVE ws_ovr_nb TO ws_rpt_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_rpt_nb_edite " derogation(s) ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM SORTIR-LIGNE-DEROGATION
                IF ws_mode_batch = "O"
                    CLOSE frapport
                END-IF
            END-IF.

        CUMULER-DEROGATION.
      **
      * Adds the override in tamp_fderog to its vendeur's and its
      * manager's summary rows (a blank manager is an abandoned
      * request). Rows past the 50th are not summarised.
      **
            PERFORM VARYING ws_ovr_idx FROM 1 BY 1
                    UNTIL ws_ovr_idx > ws_ovr_nb_vend
                    OR ws_ovr_v_idp(ws_ovr_idx) = fder_vendeur
                CONTINUE
            END-PERFORM
            IF ws_ovr_idx > ws_ovr_nb_vend AND ws_ovr_nb_vend < 50
                ADD 1 TO ws_ovr_nb_vend
                MOVE fder_vendeur TO ws_ovr_v_idp(ws_ovr_idx)
                MOVE ZERO TO ws_ovr_v_accordees(ws_ovr_idx)
                MOVE ZERO TO ws_ovr_v_refusees(ws_ovr_idx)
                MOVE ZERO TO ws_ovr_v_montant(ws_ovr_idx)
            END-IF
            IF ws_ovr_idx <= ws_ovr_nb_vend
                IF fder_decision = "A"
                    ADD 1 TO ws_ovr_v_accordees(ws_ovr_idx)
                    ADD fder_montant TO ws_ovr_v_montant(ws_ovr_idx)
                ELSE
                    ADD 1 TO ws_ovr_v_refusees(ws_ovr_idx)
                END-IF
            END-IF

            PERFORM VARYING ws_ovr_idx FROM 1 BY 1
                    UNTIL ws_ovr_idx > ws_ovr_nb_resp
                    OR ws_ovr_r_idp(ws_ovr_idx) = fder_responsable
                CONTINUE
            END-PERFORM
            IF ws_ovr_idx > ws_ovr_nb_resp AND ws_ovr_nb_resp < 50
                ADD 1 TO ws_ovr_nb_resp
                MOVE fder_responsable TO ws_ovr_r_idp(ws_ovr_idx)
                MOVE ZERO TO ws_ovr_r_accordees(ws_ovr_idx)
                MOVE ZERO TO ws_ovr_r_refusees(ws_ovr_idx)
                MOVE ZERO TO ws_ovr_r_montant(ws_ovr_idx)
            END-IF
            IF ws_ovr_idx <= ws_ovr_nb_resp
                IF fder_decision = "A"
                    ADD 1 TO ws_ovr_r_accordees(ws_ovr_idx)
                    ADD fder_montant TO ws_ovr_r_montant(ws_ovr_idx)
                ELSE
                    ADD 1 TO ws_ovr_r_refusees(ws_ovr_idx)
                END-IF
            END-IF.

        SORTIR-LIGNE-DEROGATION.
      **
      * ws_rpt_ligne goes to derog.rpt in mode batch, to the screen
      * otherwise.
      **
            IF ws_mode_batch = "O"
                PERFORM ECRIRE-LIGNE-RAPPORT
            ELSE
                DISPLAY ws_rpt_ligne(1:100)
            END-IF.

        EXPORT-COMPTA.
      **
      * Accounting extract (export comptable): walks fventes over the
      * keyed date range on the fvent_dateV key - the same scan
      * RAPPORT-COMMISSION does, through the same source indirection
      * so a period already archived exports just as well - and
      * writes one fixed-layout line per sale/return into
      * compta_ventes.dat (type "D": reference, date, amount signed
      * by fvent_type with a leading separate sign, vendeur), closed
      * by a type "T" trailer carrying the record count and the net
      * total so the receiving side can verify the transfer. The
      * same run extracts the period's fca day-summaries into
      * compta_ca.dat under the same detail/trailer discipline.
      **
            MOVE ZERO TO ws_exp_nb
            MOVE ZERO TO ws_exp_total
            MOVE ZERO TO ws_exc_nb
            MOVE ZERO TO ws_exc_total

            DISPLAY "Date de debut (AAAA-MM-JJ) : "
                WITH NO ADVANCING
            ACCEPT ws_exp_date_debut
            DISPLAY "Date de fin (AAAA-MM-JJ) : "
                WITH NO ADVANCING
            ACCEPT ws_exp_date_fin
            DISPLAY "Fichier archive (vide = ventes en cours) : "
                WITH NO ADVANCING
            ACCEPT ws_arch_nom_fichier
            IF ws_arch_nom_fichier = SPACES
                MOVE "V" TO ws_vent_source
            ELSE
                MOVE "A" TO ws_vent_source
            END-IF

            OPEN OUTPUT fexport
            IF cr_fexp NOT = 0
                DISPLAY "Erreur ouverture compta_ventes.dat, statut "
                    cr_fexp
            ELSE
                MOVE ws_exp_date_debut TO fvent_dateV
                PERFORM OUVRIR-VENTES-SOURCE
                PERFORM DEMARRER-VENTES-DATE-SUP
                IF cr_fvent NOT = 0
                    DISPLAY "Aucune vente sur cette periode."
                END-IF
                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        PERFORM LIRE-VENTE-SUIVANTE
                        IF ws_vent_eof = "O"
                            EXIT PERFORM
                        END-IF
                        IF fvent_dateV > ws_exp_date_fin
                            EXIT PERFORM
                        END-IF
                        PERFORM EXPORTER-VENTE
                    END-PERFORM
                END-IF
                PERFORM FERMER-VENTES-SOURCE
                MOVE "V" TO ws_vent_source

                MOVE ws_exp_nb TO ws_exp_trl_nb
                MOVE ws_exp_total TO ws_exp_trl_total
                WRITE tamp_fexport FROM ws_exp_trl
                CLOSE fexport
                DISPLAY ws_exp_nb " ecriture(s) exportee(s) dans"
                    " compta_ventes.dat"
            END-IF

            PERFORM EXPORTER-FCA-PERIODE.

        EXPORTER-VENTE.
      **
      * One detail line of the sales extract: the amount rides out
      * negative for an fvent_type "R" so the trailer's net total
      * and the receiving side's own sum agree without special
      * cases.
      **
            MOVE fvent_refVente TO ws_exp_det_ref
            MOVE fvent_dateV TO ws_exp_det_date
            IF fvent_type = "R"
                COMPUTE ws_exp_det_montant = 0 - fvent_prix
            ELSE
                MOVE fvent_prix TO ws_exp_det_montant
            END-IF
            MOVE fvent_idVendeur TO ws_exp_det_vendeur
            ADD ws_exp_det_montant TO ws_exp_total
            ADD 1 TO ws_exp_nb
            WRITE tamp_fexport FROM ws_exp_det.

        EXPORTER-FCA-PERIODE.
      **
      * Companion extract of the fca day-summaries for the same
      * period, scanned on the fca_date primary key between the two
      * AAAAMMJJ bounds, with its own count-and-total trailer.
      **
            OPEN OUTPUT fexpca
            IF cr_fexc NOT = 0
                DISPLAY "Erreur ouverture compta_ca.dat, statut "
                    cr_fexc
            ELSE
                OPEN INPUT fca
                STRING
                    ws_exp_date_debut(1:4)
                    ws_exp_date_debut(6:2)
                    ws_exp_date_debut(9:2)
                    DELIMITED BY SIZE INTO fca_date
                END-STRING
                STRING
                    ws_exp_date_fin(1:4)
                    ws_exp_date_fin(6:2)
                    ws_exp_date_fin(9:2)
                    DELIMITED BY SIZE INTO ws_exc_date_fin
                END-STRING
                START fca KEY IS >= fca_date
                    INVALID KEY
                        DISPLAY "Aucun CA sur cette periode."
                END-START
                IF cr_fca = 0
                    PERFORM UNTIL 1 = 2
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fca_date > ws_exc_date_fin
                            EXIT PERFORM
                        END-IF
                        MOVE fca_date TO ws_exc_det_date
                        MOVE fca_ca TO ws_exc_det_ca
                        MOVE fca_vendeurM TO ws_exc_det_vendeur
                        ADD fca_ca TO ws_exc_total
                        ADD 1 TO ws_exc_nb
                        WRITE tamp_fexpca FROM ws_exc_det
                    END-PERFORM
                END-IF
                CLOSE fca

                MOVE ws_exc_nb TO ws_exc_trl_nb
                MOVE ws_exc_total TO ws_exc_trl_total
                WRITE tamp_fexpca FROM ws_exc_trl
                CLOSE fexpca
                DISPLAY ws_exc_nb " journee(s) exportee(s) dans"
                    " compta_ca.dat"
            END-IF.

        RAPPORT-COMMISSION.
      **
      * Commission/performance report: totals fvent_prix by
      * fvent_idVendeur over an operator-entered date range (scanned
      * on the fvent_dateV alternate key), nets out returns, looks up
      * each seller's name in fpers, and ranks them highest-total
      * first for the monthly commission payout.
      **
            MOVE ZERO TO ws_com_nb

            DISPLAY "Date de debut (AAAA-MM-JJ) : "
                WITH NO ADVANCING
            ACCEPT ws_com_date_debut
            DISPLAY "Date de fin (AAAA-MM-JJ) : "
                WITH NO ADVANCING
            ACCEPT ws_com_date_fin
            DISPLAY "Fichier archive (vide = ventes en cours) : "
                WITH NO ADVANCING
            ACCEPT ws_arch_nom_fichier
            IF ws_arch_nom_fichier = SPACES
                MOVE "V" TO ws_vent_source
            ELSE
                MOVE "A" TO ws_vent_source
            END-IF

            MOVE ws_com_date_debut TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            PERFORM DEMARRER-VENTES-DATE-SUP
            IF cr_fvent NOT = 0
                DISPLAY "Aucune vente sur cette periode."
                MOVE "fventes" TO ws_jour_fichier
                MOVE "LECTURE" TO ws_jour_operation
                MOVE ws_com_date_debut TO ws_jour_cle
                MOVE cr_fvent TO ws_jour_statut
                PERFORM ENREGISTRER-JOURNAL
            END-IF

            IF cr_fvent = 0
                PERFORM UNTIL 1 = 2
                    PERFORM LIRE-VENTE-SUIVANTE
                    IF ws_vent_eof = "O"
                        EXIT PERFORM
                    END-IF
                    IF fvent_dateV > ws_com_date_fin
                        EXIT PERFORM
                    END-IF
                    PERFORM CUMULER-COMMISSION
                END-PERFORM
            END-IF
            PERFORM FERMER-VENTES-SOURCE
            MOVE "V" TO ws_vent_source

            PERFORM TRIER-COMMISSION

            DISPLAY " "
            DISPLAY "=== Commissions du " ws_com_date_debut
                " au " ws_com_date_fin " ==="
            OPEN INPUT fpers
            PERFORM VARYING ws_com_idx FROM 1 BY 1
                    UNTIL ws_com_idx > ws_com_nb
                MOVE ws_com_t_id(ws_com_idx) TO fpers_idp
                MOVE ws_com_t_total(ws_com_idx) TO ws_com_total_edite
                READ fpers KEY IS fpers_idp
                    INVALID KEY
                        DISPLAY ws_com_idx ". " ws_com_t_id(ws_com_idx)
                            " (inconnu) - CA="
                            ws_com_total_edite
                            " ventes=" ws_com_t_nb(ws_com_idx)
                        MOVE "fpers" TO ws_jour_fichier
                        MOVE "LECTURE" TO ws_jour_operation
                        MOVE ws_com_t_id(ws_com_idx) TO ws_jour_cle
                        MOVE cr_fpers TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        DISPLAY ws_com_idx ". " ws_com_t_id(ws_com_idx)
                            " " fpers_prenom " " fpers_nom
                            " - CA=" ws_com_total_edite
                            " ventes=" ws_com_t_nb(ws_com_idx)
                END-READ
            END-PERFORM
            CLOSE fpers.

        CUMULER-COMMISSION.
            MOVE ZERO TO ws_com_idx
            PERFORM VARYING ws_com_idx FROM 1 BY 1
                    UNTIL ws_com_idx > ws_com_nb
                    OR ws_com_t_id(ws_com_idx) = fvent_idVendeur
                CONTINUE
            END-PERFORM
            IF ws_com_idx > ws_com_nb AND ws_com_nb < 50
                ADD 1 TO ws_com_nb
                MOVE fvent_idVendeur TO ws_com_t_id(ws_com_nb)
                MOVE ZERO TO ws_com_t_total(ws_com_nb)
                MOVE ZERO TO ws_com_t_nb(ws_com_nb)
                MOVE ws_com_nb TO ws_com_idx
            END-IF
            IF ws_com_idx <= ws_com_nb
                IF fvent_type = "R"
                    SUBTRACT fvent_prix FROM ws_com_t_total(ws_com_idx)
                ELSE
                    ADD fvent_prix TO ws_com_t_total(ws_com_idx)
                    ADD 1 TO ws_com_t_nb(ws_com_idx)
                END-IF
            END-IF.

        TRIER-COMMISSION.
      **
      * Simple descending bubble sort on ws_com_t_total - the table
      * is capped at 50 vendeurs, so an O(n^2) sort is plenty.
      **
            PERFORM VARYING ws_com_idx FROM 1 BY 1
                    UNTIL ws_com_idx >= ws_com_nb
                PERFORM VARYING ws_com_idx2 FROM 1 BY 1
                        UNTIL ws_com_idx2 > ws_com_nb - ws_com_idx
                    IF ws_com_t_total(ws_com_idx2) <
                            ws_com_t_total(ws_com_idx2 + 1)
                        MOVE ws_com_t_id(ws_com_idx2) TO ws_com_swap_id
                        MOVE ws_com_t_total(ws_com_idx2)
                            TO ws_com_swap_total
                        MOVE ws_com_t_nb(ws_com_idx2) TO ws_com_swap_nb

                        MOVE ws_com_t_id(ws_com_idx2 + 1)
                            TO ws_com_t_id(ws_com_idx2)
                        MOVE ws_com_t_total(ws_com_idx2 + 1)
                            TO ws_com_t_total(ws_com_idx2)
                        MOVE ws_com_t_nb(ws_com_idx2 + 1)
                            TO ws_com_t_nb(ws_com_idx2)

                        MOVE ws_com_swap_id
                            TO ws_com_t_id(ws_com_idx2 + 1)
                        MOVE ws_com_swap_total
                            TO ws_com_t_total(ws_com_idx2 + 1)
                        MOVE ws_com_swap_nb
                            TO ws_com_t_nb(ws_com_idx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        INITIALISER-SEQ-ARTICLE.
      **
      * Scans the existing fvet records once at start-up to resume
      * numbering fvet_refVet after the highest code already on file.
      **
            MOVE ZERO TO ws_seq_article
            OPEN INPUT fvet
            PERFORM UNTIL 1 = 2
                READ fvet NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                IF fvet_refVet > ws_seq_article
                    MOVE fvet_refVet TO ws_seq_article
                END-IF
            END-PERFORM
            CLOSE fvet.

        INITIALISER-SEQ-COMMANDE.
      **
      * Scans the existing fcommande records once at start-up to
      * resume numbering fcmd_numero after the highest order number
      * already on file.
      **
            MOVE ZERO TO ws_seq_commande
            OPEN INPUT fcommande
            PERFORM UNTIL 1 = 2
                READ fcommande NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                IF fcmd_numero > ws_seq_commande
                    MOVE fcmd_numero TO ws_seq_commande
                END-IF
            END-PERFORM
            CLOSE fcommande.

        INITIALISER-SEQ-AVOIR.
      **
      * Scans the existing favoir records once to resume this
      * poste's credit-note numbering after the highest it has
      * already issued - only numbers carrying this poste's digit in
      * position 2 count.
      **
            MOVE ZERO TO ws_seq_avoir
            OPEN INPUT favoir
            PERFORM UNTIL 1 = 2
                READ favoir NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                IF favoir_numero(2:1) = ws_poste_x
                    MOVE favoir_numero(3:8) TO ws_refavoir_num
                    IF ws_refavoir_num > ws_seq_avoir
                        MOVE ws_refavoir_num TO ws_seq_avoir
                    END-IF
                END-IF
            END-PERFORM
            CLOSE favoir.

        AJOUTER-ARTICLE.
      **
      * Creates a new vetements.dat record under a generated numeric
      * fvet_refVet, the real key sales are joined against (see
      * request 006) instead of the free-text fvet_nom.
      **
            DISPLAY "Nom de l'article : " WITH NO ADVANCING
            ACCEPT ws_art_nom
            DISPLAY "Type : " WITH NO ADVANCING
            ACCEPT ws_art_type
            DISPLAY "Categorie (1 car.) : " WITH NO ADVANCING
            ACCEPT ws_art_categ
            DISPLAY "Taille : " WITH NO ADVANCING
            ACCEPT ws_art_taille
            DISPLAY "Saison : " WITH NO ADVANCING
            ACCEPT ws_art_saison
            DISPLAY "Prix : " WITH NO ADVANCING
            ACCEPT ws_art_prix
            DISPLAY "Cout d'achat unitaire (0 si inconnu) : "
                WITH NO ADVANCING
            ACCEPT ws_art_cout
            DISPLAY "Quantite initiale : " WITH NO ADVANCING
            ACCEPT ws_art_quantite
            DISPLAY "Code TVA (N=normale, R=reduite) : "
                WITH NO ADVANCING
            ACCEPT ws_art_codetva
            PERFORM UNTIL ws_art_codetva = "N"
                    OR ws_art_codetva = "R"
                DISPLAY "Code invalide, N ou R attendu."
                DISPLAY "Code TVA (N=normale, R=reduite) : "
                    WITH NO ADVANCING
                ACCEPT ws_art_codetva
            END-PERFORM

            ADD 1 TO ws_seq_article

            OPEN I-O fvet
            MOVE ws_seq_article TO fvet_refVet
            MOVE ws_art_nom TO fvet_nom
            MOVE ws_art_type TO fvet_type
            MOVE ws_art_categ TO fvet_categ
            MOVE ws_art_taille TO fvet_taille
            MOVE ws_art_saison TO fvet_saison
            MOVE ws_art_prix TO fvet_prix
            MOVE ws_art_cout TO fvet_cout
            MOVE ws_art_quantite TO fvet_quantite
            MOVE ws_art_codetva TO fvet_codeTVA
            MOVE "A" TO fvet_statut

            WRITE tamp_fvet
                INVALID KEY
                    DISPLAY "Erreur creation article, statut "
                        cr_fvet
                    MOVE "fvet" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE fvet_refVet TO ws_jour_cle
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "Article cree, code " fvet_refVet
                    MOVE "O" TO ws_mvt_type
                    MOVE fvet_quantite TO ws_mvt_qte
                    MOVE "CREATION" TO ws_mvt_source
                    PERFORM ENREGISTRER-MOUVEMENT
            END-WRITE
            CLOSE fvet
            PERFORM SAUVER-SEQUENCES.

        MAINTENIR-ARTICLE.
      **
      * Admin maintenance over vetements.dat, the counterpart of
      * AJOUTER-ARTICLE: the article is found by fvet_refVet directly
      * or through a listing on the fvet_nom alternate key, then a
      * small submenu corrects the descriptive fields, reprices it,
      * changes its purchase cost or TVA code, or retires it
      * (fvet_statut "R"). A retired article keeps its sales and its
      * history and is sold down, but once its last piece is gone it
      * drops out of RESOUDRE-ARTICLE-VENTE and COLLECTER-REAPPRO.
      * Every price or cost change is written to histoprix.dat by
      * ENREGISTRER-HISTO-PRIX - the same file SOLDES-FIN-SAISON and
      * RECEVOIR-LIGNE-COMMANDE feed - and is read back by the
      * history listing and the price-on-date inquiry.
      **
            MOVE "N" TO ws_mna_trouve

            OPEN I-O fvet

            DISPLAY "Code article (0 = recherche par nom) : "
                WITH NO ADVANCING
            ACCEPT ws_mna_ref
            IF ws_mna_ref = 0
                DISPLAY "Nom de l'article : " WITH NO ADVANCING
                ACCEPT ws_mna_nom
                PERFORM LISTER-ARTICLES-PAR-NOM
                IF ws_mna_nb > 0
                    DISPLAY "Code article choisi : " WITH NO ADVANCING
                    ACCEPT ws_mna_ref
                END-IF
            END-IF

            IF ws_mna_ref NOT = 0
                MOVE ws_mna_ref TO fvet_refVet
                READ fvet KEY IS fvet_refVet
                    INVALID KEY
                        DISPLAY "Article introuvable, code " ws_mna_ref
                        MOVE "fvet" TO ws_jour_fichier
                        MOVE "LECTURE" TO ws_jour_operation
                        MOVE ws_mna_ref TO ws_jour_cle
                        MOVE cr_fvet TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        MOVE "O" TO ws_mna_trouve
                END-READ
            END-IF

            IF ws_mna_trouve = "O"
                MOVE "N" TO ws_mna_fin
                PERFORM UNTIL ws_mna_fin = "O"
                    PERFORM AFFICHER-ARTICLE
                    DISPLAY "1. Modifier la designation"
                    DISPLAY "2. Modifier le prix de vente"
                    DISPLAY "3. Modifier le cout d'achat"
                    DISPLAY "4. Modifier le code TVA"
                    DISPLAY "5. Retirer l'article de la vente"
                    DISPLAY "6. Remettre l'article en vente"
                    DISPLAY "7. Historique des prix et couts"
                    DISPLAY "8. Prix de vente a une date"
                    DISPLAY "0. Terminer"
                    DISPLAY "Votre choix : " WITH NO ADVANCING
                    ACCEPT ws_mna_choix
                    EVALUATE ws_mna_choix
                        WHEN 1
                            PERFORM MODIFIER-DESIGNATION-ARTICLE
                        WHEN 2
                            PERFORM MODIFIER-PRIX-ARTICLE
                        WHEN 3
                            PERFORM MODIFIER-COUT-ARTICLE
                        WHEN 4
                            PERFORM MODIFIER-TVA-ARTICLE
                        WHEN 5
                            MOVE "R" TO fvet_statut
                            MOVE "RETRAIT" TO ws_jour_operation
                            PERFORM REECRIRE-ARTICLE
                        WHEN 6
                            MOVE "A" TO fvet_statut
                            MOVE "REMISEVTE" TO ws_jour_operation
                            PERFORM REECRIRE-ARTICLE
                        WHEN 7
                            PERFORM LISTER-HISTO-PRIX
                        WHEN 8
                            PERFORM CALCULER-PRIX-A-DATE
                        WHEN 0
                            MOVE "O" TO ws_mna_fin
                        WHEN OTHER
                            DISPLAY "Choix invalide."
                    END-EVALUATE
                END-PERFORM
            END-IF

            CLOSE fvet.

        LISTER-ARTICLES-PAR-NOM.
      **
      * Lists every vetements.dat article sharing the entered fvet_nom
      * (alternate key WITH DUPLICATES) so the admin can pick the
      * right fvet_refVet - retired articles included, since they
      * are exactly the ones that may need putting back on sale.
      **
            MOVE ZERO TO ws_mna_nb
            MOVE ws_mna_nom TO fvet_nom
            START fvet KEY IS = fvet_nom
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fvet = 0
                PERFORM UNTIL 1 = 2
                    READ fvet NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fvet_nom NOT = ws_mna_nom
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_mna_nb
                    DISPLAY "  " fvet_refVet " " fvet_type
                        " " fvet_taille " " fvet_saison
                        " stock=" fvet_quantite " statut=" fvet_statut
                END-PERFORM
            END-IF
            IF ws_mna_nb = 0
                DISPLAY "Aucun article a ce nom."
            END-IF.

        AFFICHER-ARTICLE.
            MOVE fvet_prix TO ws_rpt_prix_avant_edite
            MOVE fvet_cout TO ws_rpt_prix_apres_edite
            DISPLAY " "
            DISPLAY "=== Article " fvet_refVet " ==="
            DISPLAY "Nom       : " fvet_nom
            DISPLAY "Type      : " fvet_type
            DISPLAY "Categorie : " fvet_categ
            DISPLAY "Taille    : " fvet_taille
            DISPLAY "Saison    : " fvet_saison
            DISPLAY "Prix      : " ws_rpt_prix_avant_edite
            DISPLAY "Cout      : " ws_rpt_prix_apres_edite
            DISPLAY "Stock     : " fvet_quantite
            DISPLAY "Code TVA  : " fvet_codeTVA
            IF fvet_statut = "R"
                DISPLAY "Statut    : retire de la vente"
            ELSE
                DISPLAY "Statut    : en vente"
            END-IF.

        MODIFIER-DESIGNATION-ARTICLE.
      **
      * Corrects the descriptive fields in place - a blank entry
      * keeps the current value, so fixing one typo in fvet_nom does
      * not force re-keying the rest.
      **
            DISPLAY "Nom (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mna_saisie
            IF ws_mna_saisie NOT = SPACES
                MOVE ws_mna_saisie TO fvet_nom
            END-IF
            DISPLAY "Type (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mna_saisie
            IF ws_mna_saisie NOT = SPACES
                MOVE ws_mna_saisie TO fvet_type
            END-IF
            DISPLAY "Categorie (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mna_saisie
            IF ws_mna_saisie NOT = SPACES
                MOVE ws_mna_saisie TO fvet_categ
            END-IF
            DISPLAY "Taille (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mna_saisie
            IF ws_mna_saisie NOT = SPACES
                MOVE ws_mna_saisie TO fvet_taille
            END-IF
            DISPLAY "Saison (vide = inchange) : " WITH NO ADVANCING
            ACCEPT ws_mna_saisie
            IF ws_mna_saisie NOT = SPACES
                MOVE ws_mna_saisie TO fvet_saison
            END-IF
            MOVE "MAJCHAMPS" TO ws_jour_operation
            PERFORM REECRIRE-ARTICLE.

        MODIFIER-PRIX-ARTICLE.
      **
      * Reprices the article by hand. The old and new fvet_prix go
      * to histoprix.dat with the reason keyed here, once the
      * rewrite has gone through.
      **
            DISPLAY "Nouveau prix de vente (0 = inchange) : "
                WITH NO ADVANCING
            ACCEPT ws_mna_montant
            IF ws_mna_montant = 0 OR ws_mna_montant = fvet_prix
                DISPLAY "Prix inchange."
            ELSE
                IF ws_mna_montant < fvet_cout
                    DISPLAY "Attention : prix inferieur au cout"
                        " d'achat."
                END-IF
                DISPLAY "Motif du changement : " WITH NO ADVANCING
                ACCEPT ws_hp_motif
                IF ws_hp_motif = SPACES
                    MOVE "MAINTENANCE ARTICLE" TO ws_hp_motif
                END-IF
                MOVE fvet_prix TO ws_hp_ancien
                MOVE ws_mna_montant TO fvet_prix
                MOVE "MAJPRIX" TO ws_jour_operation
                PERFORM REECRIRE-ARTICLE
                IF ws_mna_ecrit = "O"
                    MOVE fvet_refVet TO ws_hp_refvet
                    MOVE "P" TO ws_hp_type
                    MOVE fvet_prix TO ws_hp_nouveau
                    PERFORM ENREGISTRER-HISTO-PRIX
                END-IF
            END-IF.

        MODIFIER-COUT-ARTICLE.
      **
      * Changes the purchase cost the margin report prices sales
      * against, recorded in histoprix.dat like a price change.
      **
            DISPLAY "Nouveau cout d'achat (0 = inchange) : "
                WITH NO ADVANCING
            ACCEPT ws_mna_montant
            IF ws_mna_montant = 0 OR ws_mna_montant = fvet_cout
                DISPLAY "Cout inchange."
            ELSE
                IF ws_mna_montant > fvet_prix
                    DISPLAY "Attention : cout superieur au prix de"
                        " vente."
                END-IF
                DISPLAY "Motif du changement : " WITH NO ADVANCING
                ACCEPT ws_hp_motif
                IF ws_hp_motif = SPACES
                    MOVE "MAINTENANCE ARTICLE" TO ws_hp_motif
                END-IF
                MOVE fvet_cout TO ws_hp_ancien
                MOVE ws_mna_montant TO fvet_cout
                MOVE "MAJCOUT" TO ws_jour_operation
                PERFORM REECRIRE-ARTICLE
                IF ws_mna_ecrit = "O"
                    MOVE fvet_refVet TO ws_hp_refvet
                    MOVE "C" TO ws_hp_type
                    MOVE fvet_cout TO ws_hp_nouveau
                    PERFORM ENREGISTRER-HISTO-PRIX
                END-IF
            END-IF.

        MODIFIER-TVA-ARTICLE.
            DISPLAY "Code TVA (N=normale, R=reduite, vide = inchange)"
                " : " WITH NO ADVANCING
            ACCEPT ws_mna_saisie
            PERFORM UNTIL ws_mna_saisie = SPACES
                    OR ws_mna_saisie = "N"
                    OR ws_mna_saisie = "R"
                DISPLAY "Code invalide, N ou R attendu."
                DISPLAY "Code TVA (N=normale, R=reduite) : "
                    WITH NO ADVANCING
                ACCEPT ws_mna_saisie
            END-PERFORM
            IF ws_mna_saisie NOT = SPACES
                MOVE ws_mna_saisie TO fvet_codeTVA
                MOVE "MAJTVA" TO ws_jour_operation
                PERFORM REECRIRE-ARTICLE
            END-IF.

        REECRIRE-ARTICLE.
      **
      * Shared REWRITE of the maintained article, journalled like
      * REECRIRE-COMPTE: the caller names the change in
      * ws_jour_operation and tests ws_mna_ecrit before recording
      * anything that depends on the rewrite.
      **
            MOVE "N" TO ws_mna_ecrit
            MOVE "fvet" TO ws_jour_fichier
            MOVE fvet_refVet TO ws_jour_cle
            REWRITE tamp_fvet
                INVALID KEY
                    DISPLAY "Erreur mise a jour article, statut "
                        cr_fvet
                    MOVE "REECRITURE" TO ws_jour_operation
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    MOVE "O" TO ws_mna_ecrit
                    DISPLAY "Article mis a jour."
                    MOVE "OK" TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-REWRITE.

        LISTER-HISTO-PRIX.
      **
      * Lists every histoprix.dat change of the article in tamp_fvet,
      * oldest first (the key runs article, date, time).
      **
            MOVE ZERO TO ws_hp_nb
            OPEN INPUT fhprix
            MOVE fvet_refVet TO fhp_refVet
            MOVE ZERO TO fhp_date
            MOVE ZERO TO fhp_heure
            MOVE SPACES TO fhp_type
            MOVE ZERO TO fhp_seq
            START fhprix KEY IS >= fhp_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fhp = 0
                DISPLAY " "
                DISPLAY "=== Historique des prix de l'article "
                    fvet_refVet " ==="
                PERFORM UNTIL 1 = 2
                    READ fhprix NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fhp_refVet NOT = fvet_refVet
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_hp_nb
                    MOVE fhp_ancien TO ws_rpt_prix_avant_edite
                    MOVE fhp_nouveau TO ws_rpt_prix_apres_edite
                    IF fhp_type = "P"
                        MOVE "prix" TO ws_mna_saisie
                    ELSE
                        MOVE "cout" TO ws_mna_saisie
                    END-IF
                    DISPLAY "  " fhp_date(1:4) "-" fhp_date(5:2) "-"
                        fhp_date(7:2) " " fhp_heure(1:2) ":"
                        fhp_heure(3:2) " " ws_mna_saisie(1:4) " "
                        ws_rpt_prix_avant_edite " -> "
                        ws_rpt_prix_apres_edite " " fhp_motif
                        " par " fhp_idp
                END-PERFORM
            END-IF
            CLOSE fhprix
            IF ws_hp_nb = 0
                DISPLAY "Aucun changement de prix ou de cout"
                    " enregistre."
            END-IF.

        CALCULER-PRIX-A-DATE.
      **
      * Answers "what was the list price on date X": walking the
      * article's price changes oldest first, the price at X is the
      * new price of the last change made on or before X, or the
      * old price of the first change made after it. With no change
      * on file the current fvet_prix has always applied. A change
      * made on X itself is shown with its time, since a receipt
      * issued earlier that day was still at the old price.
      **
            DISPLAY "Date (AAAA-MM-JJ) : " WITH NO ADVANCING
            ACCEPT ws_mna_date
            MOVE "O" TO ws_hp_date_ok
            IF ws_mna_date(1:4) IS NOT NUMERIC
                    OR ws_mna_date(5:1) NOT = "-"
                    OR ws_mna_date(6:2) IS NOT NUMERIC
                    OR ws_mna_date(8:1) NOT = "-"
                    OR ws_mna_date(9:2) IS NOT NUMERIC
                MOVE "N" TO ws_hp_date_ok
            ELSE
                MOVE ws_mna_date(1:4) TO ws_hp_date_aaaa
                MOVE ws_mna_date(6:2) TO ws_hp_date_mm
                MOVE ws_mna_date(9:2) TO ws_hp_date_jj
                IF FUNCTION TEST-DATE-YYYYMMDD(ws_hp_date_num)
                        NOT = 0
                    MOVE "N" TO ws_hp_date_ok
                END-IF
            END-IF
            IF ws_hp_date_ok = "N"
                DISPLAY "Date invalide : " ws_mna_date
            ELSE
                MOVE fvet_prix TO ws_hp_prix_date

                OPEN INPUT fhprix
                MOVE fvet_refVet TO fhp_refVet
                MOVE ZERO TO fhp_date
                MOVE ZERO TO fhp_heure
                MOVE SPACES TO fhp_type
                MOVE ZERO TO fhp_seq
                START fhprix KEY IS >= fhp_cle
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fhp = 0
                    PERFORM UNTIL 1 = 2
                        READ fhprix NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fhp_refVet NOT = fvet_refVet
                            EXIT PERFORM
                        END-IF
                        IF fhp_type = "P"
                            IF fhp_date > ws_hp_date_num
                                MOVE fhp_ancien TO ws_hp_prix_date
                                EXIT PERFORM
                            END-IF
                            IF fhp_date = ws_hp_date_num
                                MOVE fhp_ancien
                                    TO ws_rpt_prix_avant_edite
                                MOVE fhp_nouveau
                                    TO ws_rpt_prix_apres_edite
                                DISPLAY "  Changement ce jour-la a "
                                    fhp_heure(1:2) ":" fhp_heure(3:2)
                                    " : " ws_rpt_prix_avant_edite
                                    " -> " ws_rpt_prix_apres_edite
                            END-IF
                            MOVE fhp_nouveau TO ws_hp_prix_date
                        END-IF
                    END-PERFORM
                END-IF
                CLOSE fhprix

                MOVE ws_hp_prix_date TO ws_rpt_prix_avant_edite
                DISPLAY "Prix de vente de l'article " fvet_refVet
                    " le " ws_mna_date " : " ws_rpt_prix_avant_edite
            END-IF.

        ENREGISTRER-HISTO-PRIX.
      **
      * Writes one price or cost change to histoprix.dat: the caller
      * fills ws_hp_refvet, ws_hp_type ("P" = prix de vente, "C" =
      * cout d'achat), ws_hp_ancien, ws_hp_nouveau and ws_hp_motif.
      * The change is effective from the date and time stamped here;
      * fhp_seq only separates two changes of the same kind on the
      * same article within one second. The operator is the logged-in
      * idp, "BTCH" for an unattended batch run.
      **
            MOVE FUNCTION CURRENT-DATE TO ws_hp_horodatage

            OPEN I-O fhprix
            MOVE ws_hp_refvet TO fhp_refVet
            MOVE ws_hp_date_sys TO fhp_date
            MOVE ws_hp_heure_sys TO fhp_heure
            MOVE ws_hp_type TO fhp_type
            MOVE ZERO TO fhp_seq
            MOVE ws_hp_ancien TO fhp_ancien
            MOVE ws_hp_nouveau TO fhp_nouveau
            MOVE ws_hp_motif TO fhp_motif
            IF ws_login_idp = SPACES
                MOVE "BTCH" TO fhp_idp
            ELSE
                MOVE ws_login_idp TO fhp_idp
            END-IF
            MOVE ws_poste TO fhp_poste

            MOVE "N" TO ws_hp_fin
            PERFORM UNTIL ws_hp_fin = "O"
                WRITE tamp_fhprix
                    INVALID KEY
                        IF cr_fhp = 22 AND fhp_seq < 99
                            ADD 1 TO fhp_seq
                        ELSE
                            DISPLAY "Erreur historique des prix,"
                                " statut " cr_fhp
                            MOVE "fhprix" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE fhp_refVet TO ws_jour_cle
                            MOVE cr_fhp TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                            MOVE "O" TO ws_hp_fin
                        END-IF
                    NOT INVALID KEY
                        MOVE "O" TO ws_hp_fin
                END-WRITE
            END-PERFORM
            CLOSE fhprix.

        SOLDES-FIN-SAISON.
      **
      * End-of-season markdown batch (request 008): applies a
      * markdown percentage to fvet_prix for every article of an
      * outgoing fvet_saison, then prints a before/after report
      * grouped by fvet_categ. The scan itself runs in fvet_saison
      * key order (that is the key that selects the season), so the
      * matching articles are collected into a table and sorted by
      * fvet_categ before printing, the same way RAPPORT-REAPPRO
      * groups by category - there is no composite categ+saison key
      * on fvet to scan directly in that order. Each markdown that is
      * rewritten leaves its old and new price in histoprix.dat.
      * Run as a step of the NUIT stream, every article marked down
      * is checkpointed in nuit.dat (position in the season scan and
      * its refVet): a rerun after a failure skips that many articles
      * instead of marking them down a second time, and refuses to
      * go on if the article at the checkpoint is not the one
      * recorded.
      **
            MOVE ZERO TO ws_soldes_nb
            MOVE ZERO TO ws_soldes_lus
            IF ws_nuit_actif = "N"
                MOVE ZERO TO ws_nuit_rep_nb
                MOVE SPACES TO ws_nuit_rep_cle
            END-IF
            IF ws_mode_batch = "N"
                DISPLAY "Saison a solder : " WITH NO ADVANCING
                ACCEPT ws_soldes_saison
                DISPLAY "Taux de demarque (%) : " WITH NO ADVANCING
                ACCEPT ws_soldes_taux
                PERFORM UNTIL ws_soldes_taux >= 1
                        AND ws_soldes_taux <= 100
                    DISPLAY "Taux invalide, doit etre entre 1 et 100."
                    DISPLAY "Taux de demarque (%) : "
                        WITH NO ADVANCING
                    ACCEPT ws_soldes_taux
                END-PERFORM
            END-IF

            OPEN I-O fvet
            MOVE ws_soldes_saison TO fvet_saison
            START fvet KEY IS = fvet_saison
                INVALID KEY
                    DISPLAY "Aucun article pour cette saison."
                    MOVE "fvet" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_soldes_saison TO ws_jour_cle
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-START

            IF cr_fvet = 0
                PERFORM UNTIL 1 = 2
                    READ fvet NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fvet_saison NOT = ws_soldes_saison
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_soldes_lus
                    IF ws_soldes_lus <= ws_nuit_rep_nb
                        IF ws_soldes_lus = ws_nuit_rep_nb
                                AND fvet_refVet
                                    NOT = ws_nuit_rep_cle(1:6)
                            DISPLAY "Point de reprise incoherent :"
                                " article " fvet_refVet " au lieu de "
                                ws_nuit_rep_cle
                            MOVE 8 TO RETURN-CODE
                            EXIT PERFORM
                        END-IF
                    ELSE
                        IF ws_soldes_nb < 200
                            PERFORM DEMARQUER-ARTICLE-SOLDES
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fvet
            IF ws_nuit_rep_nb > 0
                MOVE ws_nuit_rep_nb TO ws_nuit_nb_edite
                DISPLAY "Reprise : " ws_nuit_nb_edite " article(s)"
                    " deja demarque(s) au passage precedent."
            END-IF

            PERFORM TRIER-SOLDES

            DISPLAY " "
            DISPLAY "=== Soldes de fin de saison : " ws_soldes_saison
                " (-" ws_soldes_taux "%) ==="
            MOVE SPACES TO ws_soldes_categ_prec
            PERFORM VARYING ws_soldes_idx FROM 1 BY 1
                    UNTIL ws_soldes_idx > ws_soldes_nb
                IF ws_soldes_t_categ(ws_soldes_idx)
                        NOT = ws_soldes_categ_prec
                    DISPLAY " "
                    DISPLAY "Categorie : "
                        ws_soldes_t_categ(ws_soldes_idx)
                    MOVE ws_soldes_t_categ(ws_soldes_idx)
                        TO ws_soldes_categ_prec
                END-IF
                DISPLAY "    " ws_soldes_t_ref(ws_soldes_idx)
                    " - avant=" ws_soldes_t_avant(ws_soldes_idx)
                    " apres=" ws_soldes_t_apres(ws_soldes_idx)
            END-PERFORM

            IF ws_mode_batch = "O"
                PERFORM EDITER-RAPPORT-SOLDES
            END-IF.

        DEMARQUER-ARTICLE-SOLDES.
      **
      * Marks the current fvet article down by ws_soldes_taux, keeps
      * the before/after prices for the report and the price history,
      * then records the scan position as the NUIT checkpoint.
      **
            ADD 1 TO ws_soldes_nb
            MOVE fvet_refVet TO ws_soldes_t_ref(ws_soldes_nb)
            MOVE fvet_categ TO ws_soldes_t_categ(ws_soldes_nb)
            MOVE fvet_prix TO ws_soldes_t_avant(ws_soldes_nb)

            COMPUTE fvet_prix =
                fvet_prix - fvet_prix * ws_soldes_taux / 100

            MOVE fvet_prix TO ws_soldes_t_apres(ws_soldes_nb)

            REWRITE tamp_fvet
                INVALID KEY
                    DISPLAY "Erreur demarque, statut " cr_fvet
                    MOVE "fvet" TO ws_jour_fichier
                    MOVE "REECRITURE" TO ws_jour_operation
                    MOVE fvet_refVet TO ws_jour_cle
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    MOVE fvet_refVet TO ws_hp_refvet
                    MOVE "P" TO ws_hp_type
                    MOVE ws_soldes_t_avant(ws_soldes_nb)
                        TO ws_hp_ancien
                    MOVE fvet_prix TO ws_hp_nouveau
                    MOVE ws_soldes_taux TO ws_hp_taux_edite
                    MOVE SPACES TO ws_hp_motif
                    STRING "SOLDES " ws_soldes_saison
                        " -" ws_hp_taux_edite "%"
                        DELIMITED BY SIZE INTO ws_hp_motif
                    END-STRING
                    PERFORM ENREGISTRER-HISTO-PRIX
            END-REWRITE
            MOVE ws_soldes_lus TO ws_nuit_pos_nb
            MOVE fvet_refVet TO ws_nuit_pos_cle
            PERFORM NOTER-REPRISE-NUIT.

        EDITER-RAPPORT-SOLDES.
      **
      * Printed run of SOLDES-FIN-SAISON (mode batch): one line per
      * marked-down article with before/after prices, paged with
      * headings and closed by a line count, in soldes.rpt.
      **
            MOVE "soldes.rpt" TO ws_rpt_nom_fichier
            OPEN OUTPUT frapport
            IF cr_frapport NOT = 0
                DISPLAY "Erreur ouverture soldes.rpt, statut "
                    cr_frapport
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO ws_rpt_page
                MOVE SPACES TO ws_rpt_titre
                STRING
                    "Soldes de fin de saison " ws_soldes_saison
                    DELIMITED BY SIZE INTO ws_rpt_titre
                END-STRING
                PERFORM ECRIRE-ENTETE-RAPPORT

                PERFORM VARYING ws_soldes_idx FROM 1 BY 1
                        UNTIL ws_soldes_idx > ws_soldes_nb
                    MOVE ws_soldes_t_avant(ws_soldes_idx)
                        TO ws_rpt_prix_avant_edite
                    MOVE ws_soldes_t_apres(ws_soldes_idx)
                        TO ws_rpt_prix_apres_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        ws_soldes_t_categ(ws_soldes_idx)
                        " article " ws_soldes_t_ref(ws_soldes_idx)
                        " avant=" ws_rpt_prix_avant_edite
                        " apres=" ws_rpt_prix_apres_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                END-PERFORM

                MOVE ws_soldes_nb TO ws_rpt_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_rpt_nb_edite
                    " article(s) demarques ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT
                CLOSE frapport
            END-IF.

        TRIER-SOLDES.
      **
      * Ascending bubble sort on ws_soldes_t_categ so the report can
      * be grouped by category - table capped at 200 articles, same
      * O(n^2) tolerance as TRIER-COMMISSION.
      **
            PERFORM VARYING ws_soldes_idx FROM 1 BY 1
                    UNTIL ws_soldes_idx >= ws_soldes_nb
                PERFORM VARYING ws_soldes_idx2 FROM 1 BY 1
                        UNTIL ws_soldes_idx2 >
                            ws_soldes_nb - ws_soldes_idx
                    IF ws_soldes_t_categ(ws_soldes_idx2) >
                            ws_soldes_t_categ(ws_soldes_idx2 + 1)
                        MOVE ws_soldes_t_ref(ws_soldes_idx2)
                            TO ws_soldes_swap_ref
                        MOVE ws_soldes_t_categ(ws_soldes_idx2)
                            TO ws_soldes_swap_categ
                        MOVE ws_soldes_t_avant(ws_soldes_idx2)
                            TO ws_soldes_swap_avant
                        MOVE ws_soldes_t_apres(ws_soldes_idx2)
                            TO ws_soldes_swap_apres

                        MOVE ws_soldes_t_ref(ws_soldes_idx2 + 1)
                            TO ws_soldes_t_ref(ws_soldes_idx2)
                        MOVE ws_soldes_t_categ(ws_soldes_idx2 + 1)
                            TO ws_soldes_t_categ(ws_soldes_idx2)
                        MOVE ws_soldes_t_avant(ws_soldes_idx2 + 1)
                            TO ws_soldes_t_avant(ws_soldes_idx2)
                        MOVE ws_soldes_t_apres(ws_soldes_idx2 + 1)
                            TO ws_soldes_t_apres(ws_soldes_idx2)

                        MOVE ws_soldes_swap_ref
                            TO ws_soldes_t_ref(ws_soldes_idx2 + 1)
                        MOVE ws_soldes_swap_categ
                            TO ws_soldes_t_categ(ws_soldes_idx2 + 1)
                        MOVE ws_soldes_swap_avant
                            TO ws_soldes_t_avant(ws_soldes_idx2 + 1)
                        MOVE ws_soldes_swap_apres
                            TO ws_soldes_t_apres(ws_soldes_idx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        INVENTAIRE-PHYSIQUE.
      **
      * Physical count session (inventaire): the whole of
      * vetements.dat is walked in fvet_categ order - the same walk
      * as RAPPORT-REAPPRO - and the counted quantity is keyed per
      * article (blank = not counted this session). The book vs
      * counted variance is then reported, valued at fvet_prix, and
      * only on explicit confirmation are the adjustments applied -
      * each one REWRITEs fvet_quantite to the counted figure and
      * leaves a journal line saying who moved what by how much,
      * instead of stock silently changing.
      **
            MOVE ZERO TO ws_inv_nb

            DISPLAY " "
            DISPLAY "=== Session d'inventaire ==="
            DISPLAY "Quantite comptee par article"
                " (vide = non compte) :"

            OPEN INPUT fvet
            MOVE LOW-VALUES TO fvet_categ
            START fvet KEY IS >= fvet_categ
                INVALID KEY
                    DISPLAY "Aucun article dans vetements.dat."
            END-START

            IF cr_fvet = 0
                PERFORM UNTIL 1 = 2
                    READ fvet NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF ws_inv_nb >= 200
                        DISPLAY "Table de comptage pleine (200),"
                            " scindez la session."
                        EXIT PERFORM
                    END-IF
                    PERFORM COMPTER-ARTICLE-INVENTAIRE
                END-PERFORM
            END-IF
            CLOSE fvet

            PERFORM EDITER-VARIANCE-INVENTAIRE

            IF ws_inv_nb_ecarts > 0
                DISPLAY "Appliquer les ajustements (O/N) : "
                    WITH NO ADVANCING
                ACCEPT ws_inv_appliquer
                IF ws_inv_appliquer = "O"
                    PERFORM APPLIQUER-INVENTAIRE
                ELSE
                    DISPLAY "Aucun ajustement applique."
                END-IF
            ELSE
                DISPLAY "Aucun ecart entre livre et compte."
                IF ws_inv_nb > 0
                    PERFORM APPLIQUER-INVENTAIRE
                END-IF
            END-IF.

        COMPTER-ARTICLE-INVENTAIRE.
      **
      * One article of the count walk: shows the reference, name and
      * book quantity, and tables the keyed count when the line was
      * actually counted.
      **
            DISPLAY "  " fvet_categ " " fvet_refVet " "
                fvet_nom(1:30) " livre=" fvet_quantite
                " compte : " WITH NO ADVANCING
            ACCEPT ws_inv_saisie
            IF ws_inv_saisie NOT = SPACES
                COMPUTE ws_inv_compte =
                    FUNCTION NUMVAL(ws_inv_saisie)
                ADD 1 TO ws_inv_nb
                MOVE fvet_refVet TO ws_inv_t_ref(ws_inv_nb)
                MOVE fvet_nom TO ws_inv_t_nom(ws_inv_nb)
                MOVE fvet_prix TO ws_inv_t_prix(ws_inv_nb)
                MOVE fvet_quantite TO ws_inv_t_livre(ws_inv_nb)
                MOVE ws_inv_compte TO ws_inv_t_compte(ws_inv_nb)
            END-IF.

        EDITER-VARIANCE-INVENTAIRE.
      **
      * Variance report of the session: one line per counted article
      * whose count differs from the book figure, the difference
      * valued at fvet_prix, closed by the total shrinkage value.
      **
            MOVE ZERO TO ws_inv_nb_ecarts
            MOVE ZERO TO ws_inv_total_valeur

            DISPLAY " "
            DISPLAY "=== Rapport de variance d'inventaire ==="
            PERFORM VARYING ws_inv_idx FROM 1 BY 1
                    UNTIL ws_inv_idx > ws_inv_nb
                IF ws_inv_t_compte(ws_inv_idx) NOT =
                        ws_inv_t_livre(ws_inv_idx)
                    ADD 1 TO ws_inv_nb_ecarts
                    COMPUTE ws_inv_delta =
                        ws_inv_t_compte(ws_inv_idx)
                        - ws_inv_t_livre(ws_inv_idx)
                    COMPUTE ws_inv_valeur =
                        ws_inv_delta * ws_inv_t_prix(ws_inv_idx)
                    ADD ws_inv_valeur TO ws_inv_total_valeur
                    MOVE ws_inv_valeur TO ws_inv_valeur_edite
                    DISPLAY "  " ws_inv_t_ref(ws_inv_idx) " "
                        ws_inv_t_nom(ws_inv_idx)(1:30)
                        " livre=" ws_inv_t_livre(ws_inv_idx)
                        " compte=" ws_inv_t_compte(ws_inv_idx)
                        " valeur ecart=" ws_inv_valeur_edite
                END-IF
            END-PERFORM
            MOVE ws_inv_total_valeur TO ws_inv_total_edite
            DISPLAY ws_inv_nb_ecarts " ecart(s), valeur totale "
                ws_inv_total_edite.

        APPLIQUER-INVENTAIRE.
      **
      * Applies the confirmed counts: each variance line REWRITEs
      * fvet_quantite to the counted figure and journals an
      * "AJUSTEMENT" carrying the reference, the signed difference
      * and the admin's idp - the explicit trail of who moved what.
      * Every counted article, variance or not, also leaves an "I"
      * movement in mouvements.dat: that is the inventory point the
      * REJEU replay of the ledger starts from.
      **
            OPEN I-O fvet
            PERFORM VARYING ws_inv_idx FROM 1 BY 1
                    UNTIL ws_inv_idx > ws_inv_nb
                IF ws_inv_t_compte(ws_inv_idx) NOT =
                        ws_inv_t_livre(ws_inv_idx)
                    PERFORM AJUSTER-ARTICLE-INVENTAIRE
                ELSE
                    PERFORM CONFIRMER-ARTICLE-INVENTAIRE
                END-IF
            END-PERFORM
            CLOSE fvet
            DISPLAY "Inventaire enregistre.".

        AJUSTER-ARTICLE-INVENTAIRE.
            MOVE ws_inv_t_ref(ws_inv_idx) TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    DISPLAY "Article introuvable, code "
                        ws_inv_t_ref(ws_inv_idx)
                    MOVE "fvet" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_inv_t_ref(ws_inv_idx) TO ws_jour_cle
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    COMPUTE ws_mvt_qte =
                        ws_inv_t_compte(ws_inv_idx) - fvet_quantite
                    MOVE ws_inv_t_compte(ws_inv_idx)
                        TO fvet_quantite
                    REWRITE tamp_fvet
                        INVALID KEY
                            DISPLAY "Erreur ajustement stock,"
                                " statut " cr_fvet
                            MOVE "fvet" TO ws_jour_fichier
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE fvet_refVet TO ws_jour_cle
                            MOVE cr_fvet TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        NOT INVALID KEY
                            COMPUTE ws_inv_delta =
                                ws_inv_t_compte(ws_inv_idx)
                                - ws_inv_t_livre(ws_inv_idx)
                            MOVE ws_inv_t_ref(ws_inv_idx)
                                TO ws_inv_cle_ref
                            MOVE ws_inv_delta TO ws_inv_cle_delta
                            MOVE ws_login_idp TO ws_inv_cle_idp
                            MOVE "fvet" TO ws_jour_fichier
                            MOVE "AJUSTEMENT" TO ws_jour_operation
                            MOVE ws_inv_cle_jour TO ws_jour_cle
                            MOVE "OK" TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                            MOVE "I" TO ws_mvt_type
                            MOVE "INVENTAIRE" TO ws_mvt_source
                            PERFORM ENREGISTRER-MOUVEMENT
                    END-REWRITE
            END-READ.

        CONFIRMER-ARTICLE-INVENTAIRE.
      **
      * A counted article that matched its book figure: stock is not
      * touched, but a zero "I" movement records that the quantity
      * on file was confirmed by this count.
      **
            MOVE ws_inv_t_ref(ws_inv_idx) TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    DISPLAY "Article introuvable, code "
                        ws_inv_t_ref(ws_inv_idx)
                    MOVE "fvet" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_inv_t_ref(ws_inv_idx) TO ws_jour_cle
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    MOVE "I" TO ws_mvt_type
                    MOVE ZERO TO ws_mvt_qte
                    MOVE "INVENTAIRE" TO ws_mvt_source
                    PERFORM ENREGISTRER-MOUVEMENT
            END-READ.

        ENREGISTRER-MOUVEMENT.
      **
      * Writes one stock movement to mouvements.dat, called right
      * after a successful REWRITE of the article still sitting in
      * tamp_fvet: the caller fills ws_mvt_type (V vente, A ticket
      * annule, R retour, L livraison, I inventaire, O creation),
      * the signed ws_mvt_qte and ws_mvt_source (vente, commande or
      * INVENTAIRE); the stock left after the movement is taken from
      * fvet_quantite. fmvt_seq only separates two movements of the
      * same article within one second. The operator is the logged-in
      * idp, "BTCH" for an unattended batch run.
      **
            MOVE FUNCTION CURRENT-DATE TO ws_mvt_horodatage

            OPEN I-O fmouv
            MOVE fvet_refVet TO fmvt_refVet
            MOVE ws_mvt_date_sys TO fmvt_date
            MOVE ws_mvt_heure_sys TO fmvt_heure
            MOVE ZERO TO fmvt_seq
            MOVE ws_poste TO fmvt_poste
            MOVE ws_mvt_type TO fmvt_type
            MOVE ws_mvt_qte TO fmvt_qte
            MOVE fvet_quantite TO fmvt_stock
            MOVE ws_mvt_source TO fmvt_source
            IF ws_login_idp = SPACES
                MOVE "BTCH" TO fmvt_idp
            ELSE
                MOVE ws_login_idp TO fmvt_idp
            END-IF

            MOVE "N" TO ws_mvt_fin
            PERFORM UNTIL ws_mvt_fin = "O"
                WRITE tamp_fmouv
                    INVALID KEY
                        IF cr_fmvt = 22 AND fmvt_seq < 999
                            ADD 1 TO fmvt_seq
                        ELSE
                            DISPLAY "Erreur ecriture mouvement de"
                                " stock, statut " cr_fmvt
                            MOVE "fmouv" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE fmvt_refVet TO ws_jour_cle
                            MOVE cr_fmvt TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                            MOVE "O" TO ws_mvt_fin
                        END-IF
                    NOT INVALID KEY
                        MOVE "O" TO ws_mvt_fin
                END-WRITE
            END-PERFORM
            CLOSE fmouv.

        FICHE-STOCK-ARTICLE.
      **
      * Stock card of one article: every mouvements.dat posting in
      * date order with a running balance. The balance opens at the
      * stock the first movement found before it was applied, so an
      * article already in stock when the ledger started still shows
      * true figures; the closing balance is set against the live
      * fvet_quantite and any difference is pointed out.
      **
            DISPLAY "Code article : " WITH NO ADVANCING
            ACCEPT ws_mvt_ref

            OPEN INPUT fvet
            MOVE ws_mvt_ref TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    DISPLAY "Article introuvable, code " ws_mvt_ref
                    MOVE "fvet" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_mvt_ref TO ws_jour_cle
                    MOVE cr_fvet TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-READ

            IF cr_fvet = 0
                DISPLAY " "
                DISPLAY "=== Fiche de stock " fvet_refVet " "
                    fvet_nom(1:30) " ==="
                MOVE ZERO TO ws_mvt_nb
                MOVE ZERO TO ws_mvt_solde
                OPEN INPUT fmouv
                MOVE ws_mvt_ref TO fmvt_refVet
                MOVE ZERO TO fmvt_date
                MOVE ZERO TO fmvt_heure
                MOVE ZERO TO fmvt_seq
                START fmouv KEY IS >= fmvt_cle
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fmvt = 0
                    PERFORM UNTIL 1 = 2
                        READ fmouv NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fmvt_refVet NOT = ws_mvt_ref
                            EXIT PERFORM
                        END-IF
                        ADD 1 TO ws_mvt_nb
                        IF ws_mvt_nb = 1
                            COMPUTE ws_mvt_solde =
                                fmvt_stock - fmvt_qte
                            MOVE ws_mvt_solde TO ws_mvt_solde_edite
                            DISPLAY "  Solde d'ouverture       "
                                "                         "
                                ws_mvt_solde_edite
                        END-IF
                        ADD fmvt_qte TO ws_mvt_solde
                        PERFORM LIBELLER-MOUVEMENT
                        MOVE fmvt_qte TO ws_mvt_qte_edite
                        MOVE ws_mvt_solde TO ws_mvt_solde_edite
                        DISPLAY "  " fmvt_date(1:4) "-"
                            fmvt_date(5:2) "-" fmvt_date(7:2) " "
                            fmvt_heure(1:2) ":" fmvt_heure(3:2)
                            " p" fmvt_poste " " ws_mvt_libelle
                            " " fmvt_source " " fmvt_idp " "
                            ws_mvt_qte_edite " " ws_mvt_solde_edite
                    END-PERFORM
                END-IF
                CLOSE fmouv

                IF ws_mvt_nb = 0
                    DISPLAY "Aucun mouvement enregistre, stock="
                        fvet_quantite
                ELSE
                    MOVE ws_mvt_solde TO ws_mvt_solde_edite
                    DISPLAY "Solde calcule : " ws_mvt_solde_edite
                        "   stock du fichier : " fvet_quantite
                    IF ws_mvt_solde NOT = fvet_quantite
                        DISPLAY "ATTENTION : le stock du fichier ne"
                            " correspond pas aux mouvements."
                    END-IF
                END-IF
            END-IF
            CLOSE fvet.

        LIBELLER-MOUVEMENT.
            EVALUATE fmvt_type
                WHEN "V"
                    MOVE "Vente" TO ws_mvt_libelle
                WHEN "A"
                    MOVE "Annulation" TO ws_mvt_libelle
                WHEN "R"
                    MOVE "Retour" TO ws_mvt_libelle
                WHEN "L"
                    MOVE "Livraison" TO ws_mvt_libelle
                WHEN "I"
                    MOVE "Inventaire" TO ws_mvt_libelle
                WHEN "O"
                    MOVE "Creation" TO ws_mvt_libelle
                WHEN OTHER
                    MOVE fmvt_type TO ws_mvt_libelle
            END-EVALUATE.

        REJOUER-MOUVEMENTS.
      **
      * Ledger replay (batch REJEU): mouvements.dat is read in key
      * order, i.e. article by article and oldest first. Each
      * article's quantity is rebuilt from its last inventory point
      * (an "I" movement, or the "O" of its creation) by adding the
      * signed movements posted since; an article with neither is
      * replayed from the stock its first movement found. The result
      * is compared with the live fvet_quantite and every difference
      * is listed in rejeu.rpt. RETURN-CODE 4 = run completed with
      * differences, so the scheduler can flag the morning.
      **
            MOVE ZERO TO ws_mvt_nb_articles
            MOVE ZERO TO ws_mvt_nb_ecarts
            MOVE ZERO TO ws_mvt_ref_prec

            MOVE "rejeu.rpt" TO ws_rpt_nom_fichier
            OPEN OUTPUT frapport
            IF cr_frapport NOT = 0
                DISPLAY "Erreur ouverture rejeu.rpt, statut "
                    cr_frapport
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO ws_rpt_page
                MOVE "Rejeu des mouvements de stock" TO ws_rpt_titre
                PERFORM ECRIRE-ENTETE-RAPPORT

                OPEN INPUT fvet
                OPEN INPUT fmouv
                MOVE ZERO TO fmvt_refVet
                MOVE ZERO TO fmvt_date
                MOVE ZERO TO fmvt_heure
                MOVE ZERO TO fmvt_seq
                START fmouv KEY IS >= fmvt_cle
                    INVALID KEY
                        DISPLAY "Aucun mouvement dans mouvements.dat."
                END-START

                IF cr_fmvt = 0
                    PERFORM UNTIL 1 = 2
                        READ fmouv NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fmvt_refVet NOT = ws_mvt_ref_prec
                            IF ws_mvt_ref_prec NOT = 0
                                PERFORM CONTROLER-ARTICLE-REJEU
                            END-IF
                            MOVE fmvt_refVet TO ws_mvt_ref_prec
                            MOVE "N" TO ws_mvt_base
                            MOVE ZERO TO ws_mvt_date_base
                            COMPUTE ws_mvt_solde =
                                fmvt_stock - fmvt_qte
                        END-IF
                        IF fmvt_type = "I" OR fmvt_type = "O"
                            MOVE fmvt_stock TO ws_mvt_solde
                            MOVE "O" TO ws_mvt_base
                            MOVE fmvt_date TO ws_mvt_date_base
                        ELSE
                            ADD fmvt_qte TO ws_mvt_solde
                        END-IF
                    END-PERFORM
                    IF ws_mvt_ref_prec NOT = 0
                        PERFORM CONTROLER-ARTICLE-REJEU
                    END-IF
                END-IF
                CLOSE fmouv
                CLOSE fvet

                MOVE ws_mvt_nb_articles TO ws_rpt_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_rpt_nb_edite
                    " article(s) rejoue(s) ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT
                MOVE ws_mvt_nb_ecarts TO ws_rpt_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_rpt_nb_edite
                    " ecart(s) avec vetements.dat ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT
                CLOSE frapport

                DISPLAY ws_mvt_nb_articles " article(s) rejoue(s), "
                    ws_mvt_nb_ecarts " ecart(s) - voir rejeu.rpt"
                IF ws_mvt_nb_ecarts > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

        CONTROLER-ARTICLE-REJEU.
      **
      * End of one article's movements in the replay: the rebuilt
      * quantity is set against vetements.dat and a report line is
      * written when they differ or the article has gone.
      **
            ADD 1 TO ws_mvt_nb_articles
            MOVE ws_mvt_ref_prec TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    ADD 1 TO ws_mvt_nb_ecarts
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "article " ws_mvt_ref_prec
                        " absent de vetements.dat"
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                NOT INVALID KEY
                    IF fvet_quantite NOT = ws_mvt_solde
                        ADD 1 TO ws_mvt_nb_ecarts
                        MOVE ws_mvt_solde TO ws_mvt_solde_edite
                        MOVE fvet_quantite TO ws_rpt_qte_edite
                        COMPUTE ws_mvt_qte =
                            fvet_quantite - ws_mvt_solde
                        MOVE ws_mvt_qte TO ws_mvt_qte_edite
                        MOVE SPACES TO ws_rpt_ligne
                        IF ws_mvt_base = "O"
                            STRING
                                "article " fvet_refVet " "
                                fvet_nom(1:30)
                                " calcule=" ws_mvt_solde_edite
                                " fichier=" ws_rpt_qte_edite
                                " ecart=" ws_mvt_qte_edite
                                " depuis inventaire du "
                                ws_mvt_date_base(1:4) "-"
                                ws_mvt_date_base(5:2) "-"
                                ws_mvt_date_base(7:2)
                                DELIMITED BY SIZE INTO ws_rpt_ligne
                            END-STRING
                        ELSE
                            STRING
                                "article " fvet_refVet " "
                                fvet_nom(1:30)
                                " calcule=" ws_mvt_solde_edite
                                " fichier=" ws_rpt_qte_edite
                                " ecart=" ws_mvt_qte_edite
                                " sans inventaire"
                                DELIMITED BY SIZE INTO ws_rpt_ligne
                            END-STRING
                        END-IF
                        PERFORM ECRIRE-LIGNE-RAPPORT
                    END-IF
            END-READ.

        VERIFIER-COHERENCE.
      **
      * Reconciliation batch (verification de coherence): a REWRITE
      * that failed
      * mid-transaction is only a journal.dat line, so
      * fpers_somme_depensee and fca_ca can drift from what the
      * fventes detail actually says. Every sales record - the live
      * file plus any archives named by the administrator, since the
      * stored figures span the whole history - is re-derived into
      * an expected amount per client and per day
      * (netting fvent_type "R"), compared against pers.dat and
      * chiffreAffaire.dat in both directions (stored-but-no-detail
      * drifts too), and each discrepancy is printed. In correction
      * mode - confirmed by the administrator up front - the stored
      * value is overwritten with the derived one and the fix is
      * journalled; a day missing from fca entirely is only
      * reported, since this batch cannot invent the best-seller
      * columns BATCH-CA-JOUR computes.
      **
            MOVE ZERO TO ws_ver_nb_client
            MOVE ZERO TO ws_ver_nb_date
            MOVE ZERO TO ws_ver_nb_ecarts
            MOVE "N" TO ws_ver_tc_plein
            MOVE "N" TO ws_ver_td_plein
            MOVE "O" TO ws_ver_scan_ok

            DISPLAY "Corriger les valeurs stockees (O/N) : "
                WITH NO ADVANCING
            ACCEPT ws_ver_corriger

      * The derivation has to cover the whole history or the stored
      * lifetime figures legitimately exceed it: the live file is
      * scanned first, then every archive ARCHIVER-VENTES produced
      * for the period under proof, named by the administrator.
            MOVE "V" TO ws_vent_source
            PERFORM CUMULER-VERIF-SOURCE

            DISPLAY "Fichier archive a inclure (vide = aucun) : "
                WITH NO ADVANCING
            ACCEPT ws_arch_nom_fichier
            PERFORM UNTIL ws_arch_nom_fichier = SPACES
                MOVE "A" TO ws_vent_source
                PERFORM CUMULER-VERIF-SOURCE
                DISPLAY "Autre fichier archive (vide = terminer) : "
                    WITH NO ADVANCING
                ACCEPT ws_arch_nom_fichier
            END-PERFORM
            MOVE "V" TO ws_vent_source

      * An unreadable source or an overflowing table means the
      * derived totals are incomplete - every comparison still
      * prints, but nothing gets overwritten off a partial sum.
            IF ws_ver_corriger = "O"
                IF ws_ver_scan_ok = "N"
                        OR ws_ver_tc_plein = "O"
                        OR ws_ver_td_plein = "O"
                    DISPLAY "Derivation incomplete (fichier illisible"
                        " ou table pleine), corrections desactivees."
                    MOVE "N" TO ws_ver_corriger
                END-IF
            END-IF

            DISPLAY " "
            DISPLAY "=== Verification de coherence ==="
            PERFORM CONTROLER-VERIF-CLIENTS
            PERFORM CONTROLER-VERIF-DATES

            DISPLAY " "
            DISPLAY ws_ver_nb_ecarts " ecart(s) detecte(s)".

        CUMULER-VERIF-SOURCE.
      **
      * One sales file of the derivation - the live file or an
      * archive, routed through the same source indirection the
      * reports use. A source that will not open marks the whole
      * derivation incomplete so correction mode stands down.
      **
            MOVE LOW-VALUES TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            IF cr_fvent NOT = 0
                DISPLAY "Fichier des ventes inaccessible, statut "
                    cr_fvent
                MOVE "N" TO ws_ver_scan_ok
            ELSE
                PERFORM DEMARRER-VENTES-DATE-SUP
                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        PERFORM LIRE-VENTE-SUIVANTE
                        IF ws_vent_eof = "O"
                            EXIT PERFORM
                        END-IF
                        IF fvent_idClient NOT = SPACES
                            PERFORM CUMULER-VERIF-CLIENT
                        END-IF
                        PERFORM CUMULER-VERIF-DATE
                    END-PERFORM
                END-IF
                PERFORM FERMER-VENTES-SOURCE
            END-IF.

        CUMULER-VERIF-CLIENT.
      **
      * Nets the current fventes record into its client's expected
      * somme_depensee - same linear table accumulation as
      * CUMULER-VENDEUR-JOUR, capped at 100 clients; an overflow is
      * remembered so no correction runs off a partial derivation.
      **
            MOVE ZERO TO ws_ver_idx
            PERFORM VARYING ws_ver_idx FROM 1 BY 1
                    UNTIL ws_ver_idx > ws_ver_nb_client
                    OR ws_ver_tc_id(ws_ver_idx) = fvent_idClient
                CONTINUE
            END-PERFORM
            IF ws_ver_idx > ws_ver_nb_client
                IF ws_ver_nb_client < 100
                    ADD 1 TO ws_ver_nb_client
                    MOVE fvent_idClient
                        TO ws_ver_tc_id(ws_ver_nb_client)
                    MOVE ZERO TO ws_ver_tc_somme(ws_ver_nb_client)
                    MOVE ws_ver_nb_client TO ws_ver_idx
                ELSE
                    MOVE "O" TO ws_ver_tc_plein
                END-IF
            END-IF
            IF ws_ver_idx <= ws_ver_nb_client
                IF fvent_type = "R"
                    SUBTRACT fvent_prix
                        FROM ws_ver_tc_somme(ws_ver_idx)
                ELSE
                    ADD fvent_prix TO ws_ver_tc_somme(ws_ver_idx)
                END-IF
            END-IF.

        CUMULER-VERIF-DATE.
      **
      * Nets the current fventes record into its day's expected
      * fca_ca - capped at 400 days; an overflow is remembered so
      * neither corrections nor the reverse fca sweep run off a
      * partial derivation.
      **
            MOVE ZERO TO ws_ver_idx
            PERFORM VARYING ws_ver_idx FROM 1 BY 1
                    UNTIL ws_ver_idx > ws_ver_nb_date
                    OR ws_ver_td_date(ws_ver_idx) = fvent_dateV
                CONTINUE
            END-PERFORM
            IF ws_ver_idx > ws_ver_nb_date
                IF ws_ver_nb_date < 400
                    ADD 1 TO ws_ver_nb_date
                    MOVE fvent_dateV TO ws_ver_td_date(ws_ver_nb_date)
                    MOVE ZERO TO ws_ver_td_ca(ws_ver_nb_date)
                    MOVE ws_ver_nb_date TO ws_ver_idx
                ELSE
                    MOVE "O" TO ws_ver_td_plein
                END-IF
            END-IF
            IF ws_ver_idx <= ws_ver_nb_date
                IF fvent_type = "R"
                    SUBTRACT fvent_prix FROM ws_ver_td_ca(ws_ver_idx)
                ELSE
                    ADD fvent_prix TO ws_ver_td_ca(ws_ver_idx)
                END-IF
            END-IF.

        CONTROLER-VERIF-CLIENTS.
      **
      * Both directions of the client check: each derived total is
      * compared against the stored fpers_somme_depensee (with
      * optional correction), then pers.dat is swept for clients
      * carrying a non-zero somme with no fventes detail at all.
      **
            OPEN I-O fpers
            PERFORM VARYING ws_ver_idx FROM 1 BY 1
                    UNTIL ws_ver_idx > ws_ver_nb_client
                MOVE ws_ver_tc_id(ws_ver_idx) TO fpers_idp
                READ fpers KEY IS fpers_idp
                    INVALID KEY
                        DISPLAY "Client " ws_ver_tc_id(ws_ver_idx)
                            " absent de pers.dat mais present dans"
                            " les ventes."
                        ADD 1 TO ws_ver_nb_ecarts
                    NOT INVALID KEY
                        IF fpers_somme_depensee NOT =
                                ws_ver_tc_somme(ws_ver_idx)
                            PERFORM SIGNALER-ECART-CLIENT
                        END-IF
                END-READ
            END-PERFORM

      * With the client table overflowed, a client absent from the
      * table may simply have been dropped, not be without sales -
      * the sweep is then advisory only (corrections are already
      * stood down globally in that case).
            IF ws_ver_tc_plein = "O"
                DISPLAY "Table clients pleine : le balayage inverse"
                    " est indicatif."
            END-IF
            MOVE LOW-VALUES TO fpers_idp
            START fpers KEY IS >= fpers_idp
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpers = 0
                PERFORM UNTIL 1 = 2
                    READ fpers NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpers_role = 4
                            AND fpers_somme_depensee NOT = 0
                        MOVE ZERO TO ws_ver_idx
                        PERFORM VARYING ws_ver_idx FROM 1 BY 1
                                UNTIL ws_ver_idx > ws_ver_nb_client
                                OR ws_ver_tc_id(ws_ver_idx)
                                    = fpers_idp
                            CONTINUE
                        END-PERFORM
                        IF ws_ver_idx > ws_ver_nb_client
                            DISPLAY "Client " fpers_idp " : somme "
                                fpers_somme_depensee
                                " stockee sans aucune vente."
                            ADD 1 TO ws_ver_nb_ecarts
                            IF ws_ver_corriger = "O"
                                MOVE ZERO TO fpers_somme_depensee
                                PERFORM CORRIGER-FPERS
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fpers.

        SIGNALER-ECART-CLIENT.
      **
      * One client discrepancy: stored vs derived, with the stored
      * value overwritten (and the fix journalled) in correction
      * mode. tamp_fpers still holds the freshly read record.
      **
            MOVE fpers_somme_depensee TO ws_ver_stocke_edite
            MOVE ws_ver_tc_somme(ws_ver_idx) TO ws_ver_attendu_edite
            DISPLAY "Client " fpers_idp " : stocke="
                ws_ver_stocke_edite " attendu=" ws_ver_attendu_edite
            ADD 1 TO ws_ver_nb_ecarts
            IF ws_ver_corriger = "O"
                MOVE ws_ver_tc_somme(ws_ver_idx)
                    TO fpers_somme_depensee
                PERFORM CORRIGER-FPERS
            END-IF.

        CORRIGER-FPERS.
            REWRITE tamp_fpers
                INVALID KEY
                    DISPLAY "Erreur correction fidelite, statut "
                        cr_fpers
                    MOVE "fpers" TO ws_jour_fichier
                    MOVE "REECRITURE" TO ws_jour_operation
                    MOVE fpers_idp TO ws_jour_cle
                    MOVE cr_fpers TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "  -> corrige."
                    MOVE "fpers" TO ws_jour_fichier
                    MOVE "CORRECTION" TO ws_jour_operation
                    MOVE fpers_idp TO ws_jour_cle
                    MOVE "OK" TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-REWRITE.

        CONTROLER-VERIF-DATES.
      **
      * Both directions of the fca check: each derived day total is
      * compared against the stored fca_ca (with optional
      * correction), then chiffreAffaire.dat is swept for days
      * carrying a non-zero CA with no fventes detail at all.
      **
            OPEN I-O fca
            PERFORM VARYING ws_ver_idx FROM 1 BY 1
                    UNTIL ws_ver_idx > ws_ver_nb_date
                STRING
                    ws_ver_td_date(ws_ver_idx)(1:4)
                    ws_ver_td_date(ws_ver_idx)(6:2)
                    ws_ver_td_date(ws_ver_idx)(9:2)
                    DELIMITED BY SIZE INTO fca_date
                END-STRING
                READ fca
                    INVALID KEY
                        MOVE ws_ver_td_ca(ws_ver_idx)
                            TO ws_ver_attendu_edite
                        DISPLAY "Journee "
                            ws_ver_td_date(ws_ver_idx)
                            " : aucun fca, attendu="
                            ws_ver_attendu_edite
                            " (relancer le calcul du CA)."
                        ADD 1 TO ws_ver_nb_ecarts
                    NOT INVALID KEY
                        IF fca_ca NOT = ws_ver_td_ca(ws_ver_idx)
                            PERFORM SIGNALER-ECART-DATE
                        END-IF
                END-READ
            END-PERFORM

      * With the day table overflowed, a day absent from the table
      * may simply have been dropped - the "stored CA without
      * detail" lines would all be noise, so the reverse sweep does
      * not run at all.
            IF ws_ver_td_plein = "O"
                DISPLAY "Table des journees pleine : balayage"
                    " inverse du fca saute."
            ELSE
                MOVE ZERO TO fca_date
                START fca KEY IS >= fca_date
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fca = 0
                    PERFORM UNTIL 1 = 2
                        READ fca NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fca_ca NOT = 0
                            PERFORM CHERCHER-DATE-VERIF
                            IF ws_ver_idx > ws_ver_nb_date
                                DISPLAY "Journee " fca_date " : CA "
                                    fca_ca " stocke sans vente"
                                    " reperee (detail archive"
                                    " non inclus ?)."
                                ADD 1 TO ws_ver_nb_ecarts
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            CLOSE fca.

        CHERCHER-DATE-VERIF.
      **
      * Looks the AAAAMMJJ key sitting in fca_date up in the derived
      * day table; leaves ws_ver_idx past ws_ver_nb_date when the
      * day has no sales detail.
      **
            MOVE ZERO TO ws_ver_idx
            PERFORM VARYING ws_ver_idx FROM 1 BY 1
                    UNTIL ws_ver_idx > ws_ver_nb_date
                    OR (ws_ver_td_date(ws_ver_idx)(1:4)
                        = fca_date(1:4)
                        AND ws_ver_td_date(ws_ver_idx)(6:2)
                        = fca_date(5:2)
                        AND ws_ver_td_date(ws_ver_idx)(9:2)
                        = fca_date(7:2))
                CONTINUE
            END-PERFORM.

        SIGNALER-ECART-DATE.
      **
      * One day discrepancy: stored vs derived fca_ca, with the
      * stored value overwritten (and the fix journalled) in
      * correction mode. tamp_fca still holds the freshly read
      * record, so the best-seller columns ride along untouched.
      **
            MOVE fca_ca TO ws_ver_stocke_edite
            MOVE ws_ver_td_ca(ws_ver_idx) TO ws_ver_attendu_edite
            DISPLAY "Journee " ws_ver_td_date(ws_ver_idx)
                " : stocke=" ws_ver_stocke_edite
                " attendu=" ws_ver_attendu_edite
            ADD 1 TO ws_ver_nb_ecarts
            IF ws_ver_corriger = "O"
                MOVE ws_ver_td_ca(ws_ver_idx) TO fca_ca
                REWRITE tamp_fca
                    INVALID KEY
                        DISPLAY "Erreur correction fca, statut "
                            cr_fca
                        MOVE "fca" TO ws_jour_fichier
                        MOVE "REECRITURE" TO ws_jour_operation
                        MOVE fca_date TO ws_jour_cle
                        MOVE cr_fca TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        DISPLAY "  -> corrige."
                        MOVE "fca" TO ws_jour_fichier
                        MOVE "CORRECTION" TO ws_jour_operation
                        MOVE fca_date TO ws_jour_cle
                        MOVE "OK" TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                END-REWRITE
            END-IF.

        GERER-RESERVATIONS.
      **
      * Layaway desk: a vendeur places a hold on one
      * piece of an article for a client until a keyed date, lists
      * the holds on file, or converts one into a normal ticket at
      * pickup. An active hold makes the piece unavailable to other
      * customers through AJOUTER-LIGNE-TICKET's stock check; the
      * overnight RESERV batch releases what expired.
      **
            MOVE "N" TO ws_res_fin_menu
            PERFORM OBTENIR-DATE-JOUR
            PERFORM UNTIL ws_res_fin_menu = "O"
                DISPLAY " "
                DISPLAY "=== Reservations d'articles ==="
                DISPLAY "1. Reserver un article"
                DISPLAY "2. Lister les reservations"
                DISPLAY "3. Convertir une reservation en ticket"
                DISPLAY "0. Terminer"
                DISPLAY "Votre choix : " WITH NO ADVANCING
                ACCEPT ws_res_choix
                EVALUATE ws_res_choix
                    WHEN 1
                        PERFORM CREER-RESERVATION
                    WHEN 2
                        PERFORM LISTER-RESERVATIONS
                    WHEN 3
                        PERFORM CONVERTIR-RESERVATION
                    WHEN 0
                        MOVE "O" TO ws_res_fin_menu
                    WHEN OTHER
                        DISPLAY "Choix invalide."
                END-EVALUATE
            END-PERFORM.

        CREER-RESERVATION.
      **
      * One new hold: the article is resolved by name the way the
      * till does, the client must exist in pers.dat, and the hold
      * is only taken when a piece is actually free once stock in
      * other customers' baskets and the existing active holds are
      * netted off. Numbered after the highest reservation already
      * on file.
      **
            MOVE "O" TO ws_res_trouve

            OPEN INPUT fvet
            OPEN I-O freserv

            DISPLAY "Nom de l'article : " WITH NO ADVANCING
            ACCEPT ws_v_nom_article
      * An empty client id excludes no hold from the count: every
      * active hold on the article is counted against free stock.
            MOVE SPACES TO ws_v_idclient
            PERFORM RESOUDRE-ARTICLE-VENTE
            IF ws_v_trouve = "N"
                MOVE "N" TO ws_res_trouve
            END-IF

            IF ws_res_trouve = "O"
                PERFORM COMPTER-RESERVATIONS-ARTICLE
                IF fvet_quantite <= ws_res_reservees
                    DISPLAY "Aucune piece libre : stock "
                        fvet_quantite " deja reserve "
                        ws_res_reservees "."
                    MOVE "N" TO ws_res_trouve
                END-IF
            END-IF

            IF ws_res_trouve = "O"
                DISPLAY "Identifiant du client (idp) : "
                    WITH NO ADVANCING
                ACCEPT ws_res_idclient
                OPEN INPUT fpers
                MOVE ws_res_idclient TO fpers_idp
                READ fpers KEY IS fpers_idp
                    INVALID KEY
                        DISPLAY "Client introuvable : "
                            ws_res_idclient
                        MOVE "N" TO ws_res_trouve
                    NOT INVALID KEY
                        IF fpers_role NOT = 4
                            DISPLAY "Identifiant non-client : "
                                ws_res_idclient
                            MOVE "N" TO ws_res_trouve
                        END-IF
                END-READ
                CLOSE fpers
            END-IF

            IF ws_res_trouve = "O"
                DISPLAY "Garde jusqu'au (AAAA-MM-JJ) : "
                    WITH NO ADVANCING
                ACCEPT ws_res_datelimite

                MOVE ZERO TO ws_res_max
                MOVE ZERO TO fres_numero
                START freserv KEY IS >= fres_numero
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fres = 0
                    PERFORM UNTIL 1 = 2
                        READ freserv NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fres_numero > ws_res_max
                            MOVE fres_numero TO ws_res_max
                        END-IF
                    END-PERFORM
                END-IF

                COMPUTE fres_numero = ws_res_max + 1
                MOVE fvet_refVet TO fres_refVet
                MOVE ws_res_idclient TO fres_idClient
                MOVE fvent_dateV TO fres_dateCreation
                MOVE ws_res_datelimite TO fres_dateLimite
                MOVE "A" TO fres_statut

                WRITE tamp_freserv
                    INVALID KEY
                        DISPLAY "Erreur creation reservation,"
                            " statut " cr_fres
                        MOVE "freserv" TO ws_jour_fichier
                        MOVE "ECRITURE" TO ws_jour_operation
                        MOVE fres_numero TO ws_jour_cle
                        MOVE cr_fres TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                    NOT INVALID KEY
                        DISPLAY "Reservation " fres_numero
                            " posee sur l'article " fres_refVet
                            " jusqu'au " fres_dateLimite
                END-WRITE
            END-IF

            CLOSE freserv
            CLOSE fvet.

        LISTER-RESERVATIONS.
            MOVE ZERO TO ws_res_nb
            OPEN INPUT freserv
            MOVE ZERO TO fres_numero
            START freserv KEY IS >= fres_numero
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fres = 0
                DISPLAY " "
                DISPLAY "=== Reservations ==="
                PERFORM UNTIL 1 = 2
                    READ freserv NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    ADD 1 TO ws_res_nb
                    DISPLAY "  " fres_numero " article "
                        fres_refVet " client " fres_idClient
                        " du " fres_dateCreation
                        " au " fres_dateLimite
                        " statut " fres_statut
                END-PERFORM
            END-IF
            IF ws_res_nb = 0
                DISPLAY "Aucune reservation sur le fichier."
            END-IF
            CLOSE freserv.

        CONVERTIR-RESERVATION.
      **
      * Pickup: the hold is flipped to "C" first so the till's
      * availability check stops protecting the piece, then the
      * normal ticket dialog runs. A pickup ticket abandoned or
      * backed out reinstates the hold - the customer keeps their
      * piece.
      **
            MOVE "N" TO ws_res_trouve
            DISPLAY "Numero de reservation : " WITH NO ADVANCING
            ACCEPT ws_res_numero

            OPEN I-O freserv
            MOVE ws_res_numero TO fres_numero
            READ freserv KEY IS fres_numero
                INVALID KEY
                    DISPLAY "Reservation introuvable : "
                        ws_res_numero
                    MOVE "freserv" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_res_numero TO ws_jour_cle
                    MOVE cr_fres TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    IF fres_statut NOT = "A"
                        DISPLAY "Reservation deja " fres_statut
                            " (A attendu)."
                    ELSE
                        MOVE "C" TO fres_statut
                        REWRITE tamp_freserv
                            INVALID KEY
                                DISPLAY "Erreur mise a jour"
                                    " reservation, statut " cr_fres
                                MOVE "freserv" TO ws_jour_fichier
                                MOVE "REECRITURE"
                                    TO ws_jour_operation
                                MOVE ws_res_numero TO ws_jour_cle
                                MOVE cr_fres TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                            NOT INVALID KEY
                                MOVE "O" TO ws_res_trouve
                        END-REWRITE
                    END-IF
            END-READ
            CLOSE freserv

            IF ws_res_trouve = "O"
                DISPLAY "Reservation convertie - saisie du ticket"
                    " de retrait (client " fres_idClient ") :"
                PERFORM SAISIE-VENTE
                IF NOT (ws_tk_valide = "O" AND ws_tk_nb > 0
                        AND ws_tk_confirme = "O"
                        AND ws_tk_erreur = "N")
                    OPEN I-O freserv
                    MOVE ws_res_numero TO fres_numero
                    READ freserv KEY IS fres_numero
                        NOT INVALID KEY
                            MOVE "A" TO fres_statut
                            REWRITE tamp_freserv
                                INVALID KEY
                                    DISPLAY "Erreur restitution"
                                        " reservation, statut "
                                        cr_fres
                            END-REWRITE
                            DISPLAY "Ticket non abouti, la"
                                " reservation " ws_res_numero
                                " reste active."
                    END-READ
                    CLOSE freserv
                END-IF
            END-IF.

        LIBERER-RESERVATIONS.
      **
      * Overnight release of expired holds (batch RESERV, alongside
      * CAJOUR / REAPPRO / SOLDES): every active reservation whose
      * hold-until date is past the run date flips to "E" and lands
      * in reserv.rpt with its article name, so the morning shift
      * knows what went back on the floor.
      **
            MOVE ZERO TO ws_res_nb

            MOVE "reserv.rpt" TO ws_rpt_nom_fichier
            OPEN OUTPUT frapport
            IF cr_frapport NOT = 0
                DISPLAY "Erreur ouverture reserv.rpt, statut "
                    cr_frapport
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO ws_rpt_page
                MOVE "Liberation des reservations expirees"
                    TO ws_rpt_titre
                PERFORM ECRIRE-ENTETE-RAPPORT

                OPEN I-O freserv
                OPEN INPUT fvet
                MOVE ZERO TO fres_numero
                START freserv KEY IS >= fres_numero
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fres = 0
                    PERFORM UNTIL 1 = 2
                        READ freserv NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fres_statut = "A"
                                AND fres_dateLimite
                                    < ws_res_date_jour
                            PERFORM LIBERER-UNE-RESERVATION
                        END-IF
                    END-PERFORM
                END-IF
                CLOSE fvet
                CLOSE freserv

                MOVE ws_res_nb TO ws_rpt_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_rpt_nb_edite
                    " reservation(s) liberee(s) ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT
                CLOSE frapport
                DISPLAY ws_res_nb " reservation(s) liberee(s),"
                    " detail dans reserv.rpt"
            END-IF.

        LIBERER-UNE-RESERVATION.
            MOVE "E" TO fres_statut
            REWRITE tamp_freserv
                INVALID KEY
                    DISPLAY "Erreur liberation reservation, statut "
                        cr_fres
                    MOVE "freserv" TO ws_jour_fichier
                    MOVE "REECRITURE" TO ws_jour_operation
                    MOVE fres_numero TO ws_jour_cle
                    MOVE cr_fres TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    ADD 1 TO ws_res_nb
                    MOVE fres_refVet TO fvet_refVet
                    READ fvet KEY IS fvet_refVet
                        INVALID KEY
                            MOVE SPACES TO fvet_nom
                    END-READ
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "Reservation " fres_numero
                        " article " fres_refVet " "
                        fvet_nom(1:25)
                        " client " fres_idClient
                        " expiree le " fres_dateLimite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
            END-REWRITE.

        CONSULTER-CLIENT.
      **
      * Counter inquiry on a client's purchase history (open to
      * vendeurs): the client's fventes lines are pulled off
      * the fvent_idClient alternate key, sorted by fvent_refTicket
      * and listed ticket by ticket with returns netted against the
      * ticket total, closed by the lifetime spend and loyalty tier
      * off pers.dat. Live file only - a ticket old enough to be
      * archived is past arguing about at the counter.
      **
            MOVE ZERO TO ws_his_nb
            MOVE "N" TO ws_his_plein
            MOVE ZERO TO ws_his_total

            DISPLAY "Identifiant du client (idp) : "
                WITH NO ADVANCING
            ACCEPT ws_his_idp

            OPEN INPUT fpers
            MOVE ws_his_idp TO fpers_idp
            READ fpers KEY IS fpers_idp
                INVALID KEY
                    DISPLAY "Client introuvable : " ws_his_idp
                    MOVE "fpers" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_his_idp TO ws_jour_cle
                    MOVE cr_fpers TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                    MOVE SPACES TO fpers_prenom
                    MOVE SPACES TO fpers_nom
                    MOVE ZERO TO fpers_somme_depensee
            END-READ
            CLOSE fpers

            OPEN INPUT fventes
            MOVE ws_his_idp TO fvent_idClient
            START fventes KEY IS = fvent_idClient
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fvent = 0
                PERFORM UNTIL 1 = 2
                    READ fventes NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fvent_idClient NOT = ws_his_idp
                        EXIT PERFORM
                    END-IF
                    IF ws_his_nb >= 200
                        MOVE "O" TO ws_his_plein
                        EXIT PERFORM
                    END-IF
                    ADD 1 TO ws_his_nb
                    MOVE fvent_refTicket
                        TO ws_his_t_ticket(ws_his_nb)
                    MOVE fvent_refVente TO ws_his_t_ref(ws_his_nb)
                    MOVE fvent_dateV TO ws_his_t_date(ws_his_nb)
                    MOVE fvent_refVet TO ws_his_t_refvet(ws_his_nb)
                    MOVE fvent_prix TO ws_his_t_prix(ws_his_nb)
                    MOVE fvent_type TO ws_his_t_type(ws_his_nb)
                END-PERFORM
            END-IF
            CLOSE fventes

            PERFORM TRIER-HISTORIQUE

            DISPLAY " "
            DISPLAY "=== Historique client " ws_his_idp " "
                fpers_prenom(1:15) " " fpers_nom(1:15) " ==="
            IF ws_his_nb = 0
                DISPLAY "Aucun achat enregistre pour ce client."
            END-IF
            MOVE SPACES TO ws_his_ticket_prec
            MOVE ZERO TO ws_his_ticket_total
            PERFORM VARYING ws_his_idx FROM 1 BY 1
                    UNTIL ws_his_idx > ws_his_nb
                IF ws_his_t_ticket(ws_his_idx)
                        NOT = ws_his_ticket_prec
                    IF ws_his_ticket_prec NOT = SPACES
                        PERFORM AFFICHER-NET-TICKET
                    END-IF
                    DISPLAY " "
                    DISPLAY "Ticket " ws_his_t_ticket(ws_his_idx)
                        " du " ws_his_t_date(ws_his_idx)
                    MOVE ws_his_t_ticket(ws_his_idx)
                        TO ws_his_ticket_prec
                    MOVE ZERO TO ws_his_ticket_total
                END-IF
                IF ws_his_t_type(ws_his_idx) = "R"
                    SUBTRACT ws_his_t_prix(ws_his_idx)
                        FROM ws_his_ticket_total
                    SUBTRACT ws_his_t_prix(ws_his_idx)
                        FROM ws_his_total
                    DISPLAY "  " ws_his_t_ref(ws_his_idx)
                        " article " ws_his_t_refvet(ws_his_idx)
                        " RETOUR -" ws_his_t_prix(ws_his_idx)
                        " le " ws_his_t_date(ws_his_idx)
                ELSE
                    ADD ws_his_t_prix(ws_his_idx)
                        TO ws_his_ticket_total
                    ADD ws_his_t_prix(ws_his_idx) TO ws_his_total
                    DISPLAY "  " ws_his_t_ref(ws_his_idx)
                        " article " ws_his_t_refvet(ws_his_idx)
                        " " ws_his_t_prix(ws_his_idx)
                END-IF
            END-PERFORM
            IF ws_his_ticket_prec NOT = SPACES
                PERFORM AFFICHER-NET-TICKET
            END-IF
            IF ws_his_plein = "O"
                DISPLAY "Historique tronque a 200 lignes."
            END-IF

            IF fpers_somme_depensee >= 500
                MOVE "Or" TO ws_fid_palier
            ELSE
                IF fpers_somme_depensee >= 200
                    MOVE "Argent" TO ws_fid_palier
                ELSE
                    MOVE "Bronze" TO ws_fid_palier
                END-IF
            END-IF
            MOVE ws_his_total TO ws_his_total_edite
            DISPLAY " "
            DISPLAY "Net sur le fichier en cours : "
                ws_his_total_edite
            DISPLAY "Cumul fidelite : " fpers_somme_depensee
                " - palier " ws_fid_palier.

        AFFICHER-NET-TICKET.
            MOVE ws_his_ticket_total TO ws_his_ticket_edite
            DISPLAY "  Net du ticket : " ws_his_ticket_edite.

        TRIER-HISTORIQUE.
      **
      * Ascending bubble sort on ticket reference then line
      * reference so the listing groups cleanly - same O(n^2)
      * tolerance as the other report sorts, table capped at 200.
      **
            PERFORM VARYING ws_his_idx FROM 1 BY 1
                    UNTIL ws_his_idx >= ws_his_nb
                PERFORM VARYING ws_his_idx2 FROM 1 BY 1
                        UNTIL ws_his_idx2 > ws_his_nb - ws_his_idx
                    IF ws_his_t_ticket(ws_his_idx2) >
                            ws_his_t_ticket(ws_his_idx2 + 1)
                        OR (ws_his_t_ticket(ws_his_idx2) =
                            ws_his_t_ticket(ws_his_idx2 + 1)
                            AND ws_his_t_ref(ws_his_idx2) >
                                ws_his_t_ref(ws_his_idx2 + 1))
                        MOVE ws_his_t_ticket(ws_his_idx2)
                            TO ws_his_swap_ticket
                        MOVE ws_his_t_ref(ws_his_idx2)
                            TO ws_his_swap_ref
                        MOVE ws_his_t_date(ws_his_idx2)
                            TO ws_his_swap_date
                        MOVE ws_his_t_refvet(ws_his_idx2)
                            TO ws_his_swap_refvet
                        MOVE ws_his_t_prix(ws_his_idx2)
                            TO ws_his_swap_prix
                        MOVE ws_his_t_type(ws_his_idx2)
                            TO ws_his_swap_type

                        MOVE ws_his_t_ticket(ws_his_idx2 + 1)
                            TO ws_his_t_ticket(ws_his_idx2)
                        MOVE ws_his_t_ref(ws_his_idx2 + 1)
                            TO ws_his_t_ref(ws_his_idx2)
                        MOVE ws_his_t_date(ws_his_idx2 + 1)
                            TO ws_his_t_date(ws_his_idx2)
                        MOVE ws_his_t_refvet(ws_his_idx2 + 1)
                            TO ws_his_t_refvet(ws_his_idx2)
                        MOVE ws_his_t_prix(ws_his_idx2 + 1)
                            TO ws_his_t_prix(ws_his_idx2)
                        MOVE ws_his_t_type(ws_his_idx2 + 1)
                            TO ws_his_t_type(ws_his_idx2)

                        MOVE ws_his_swap_ticket
                            TO ws_his_t_ticket(ws_his_idx2 + 1)
                        MOVE ws_his_swap_ref
                            TO ws_his_t_ref(ws_his_idx2 + 1)
                        MOVE ws_his_swap_date
                            TO ws_his_t_date(ws_his_idx2 + 1)
                        MOVE ws_his_swap_refvet
                            TO ws_his_t_refvet(ws_his_idx2 + 1)
                        MOVE ws_his_swap_prix
                            TO ws_his_t_prix(ws_his_idx2 + 1)
                        MOVE ws_his_swap_type
                            TO ws_his_t_type(ws_his_idx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        SAUVEGARDER-FICHIERS.
      **
      * Nightly backup (batch SAUVEGARDE): every indexed data file
      * is copied record by record into a dated .sav sequential
      * unload, and one manifest line per file - record count plus a
      * money control total - overwrites sauvegarde.man. VERIFIER
      * and the startup recreation guard both read that manifest, so
      * a backup that could not cover a file exits with RETURN-CODE
      * 8 for the scheduler.
      **
            MOVE "O" TO ws_sau_copier
            MOVE "S" TO ws_sau_mode
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws_sau_suffixe
            MOVE ZERO TO ws_sau_nb_ecarts

            OPEN OUTPUT fmanif
            IF cr_fman NOT = 0
                DISPLAY "Erreur ouverture sauvegarde.man, statut "
                    cr_fman
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM PARCOURIR-FICHIERS-CONTROLE
                CLOSE fmanif
                IF ws_sau_nb_ecarts > 0
                    DISPLAY ws_sau_nb_ecarts " fichier(s) non"
                        " sauvegarde(s)."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY "Sauvegarde terminee, manifeste dans"
                        " sauvegarde.man"
                END-IF
            END-IF
            MOVE "N" TO ws_sau_copier.

        VERIFIER-FICHIERS.
      **
      * Pre-opening integrity check (batch VERIFIER): every live
      * indexed file is read end-to-end and its record count and
      * money control total are compared against the last manifest.
      * Run right after the nightly SAUVEGARDE, before the shop
      * opens, any divergence means the file changed outside the
      * application overnight - RETURN-CODE 8 tells the scheduler to
      * hold the opening.
      **
            PERFORM CHARGER-MANIFESTE
            IF ws_man_charge = "N" OR ws_man_nb = 0
                DISPLAY "Aucun manifeste de sauvegarde - lancer"
                    " d'abord le batch SAUVEGARDE."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "N" TO ws_sau_copier
                MOVE "V" TO ws_sau_mode
                MOVE ZERO TO ws_sau_nb_ecarts
                PERFORM PARCOURIR-FICHIERS-CONTROLE
                IF ws_sau_nb_ecarts > 0
                    DISPLAY ws_sau_nb_ecarts " ecart(s) contre le"
                        " manifeste - ne pas ouvrir sans verifier."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY "Fichiers conformes au dernier"
                        " manifeste."
                END-IF
            END-IF.

        PARCOURIR-FICHIERS-CONTROLE.
      **
      * Shared walk of the indexed files for SAUVEGARDER (copy +
      * manifest line) and VERIFIER (recount + compare): one
      * traversal paragraph per file leaves ws_sau_nb/ws_sau_total,
      * the mode decides what happens with them.
      **
            MOVE ZERO TO ws_sau_cumul
            PERFORM VARYING ws_sau_fichier_idx FROM 1 BY 1
                    UNTIL ws_sau_fichier_idx > 19
                EVALUATE ws_sau_fichier_idx
                    WHEN 1
                        PERFORM TRAITER-CONTROLE-FCA
                    WHEN 2
                        PERFORM TRAITER-CONTROLE-FVET
                    WHEN 3
                        PERFORM TRAITER-CONTROLE-FVENTES
                    WHEN 4
                        PERFORM TRAITER-CONTROLE-FPERS
                    WHEN 5
                        PERFORM TRAITER-CONTROLE-FCMD
                    WHEN 6
                        PERFORM TRAITER-CONTROLE-FCLO
                    WHEN 7
                        PERFORM TRAITER-CONTROLE-FAVOIR
                    WHEN 8
                        PERFORM TRAITER-CONTROLE-FPROMO
                    WHEN 9
                        PERFORM TRAITER-CONTROLE-FRES
                    WHEN 10
                        PERFORM TRAITER-CONTROLE-FFOURN
                    WHEN 11
                        PERFORM TRAITER-CONTROLE-FHPRIX
                    WHEN 12
                        PERFORM TRAITER-CONTROLE-FMOUV
                    WHEN 13
                        PERFORM TRAITER-CONTROLE-FFACTURE
                    WHEN 14
                        PERFORM TRAITER-CONTROLE-FLIGNEFAC
                    WHEN 15
                        PERFORM TRAITER-CONTROLE-FDEROG
                    WHEN 16
                        PERFORM TRAITER-CONTROLE-FNUIT
                    WHEN 17
                        PERFORM TRAITER-CONTROLE-FPOINTAGE
                    WHEN 18
                        PERFORM TRAITER-CONTROLE-FATTENTE
                    WHEN 19
                        PERFORM TRAITER-CONTROLE-FREFFOURN
                END-EVALUATE
                ADD ws_sau_nb TO ws_sau_cumul
                IF ws_sau_mode = "S"
                    PERFORM APRES-SAUVE-FICHIER
                ELSE
                    PERFORM APRES-VERIF-FICHIER
                END-IF
            END-PERFORM.

        PREPARER-CONTROLE-FICHIER.
            MOVE ZERO TO ws_sau_nb
            MOVE ZERO TO ws_sau_total
            MOVE "O" TO ws_sau_ok
            MOVE "N" TO ws_sau_ouvert
            IF ws_sau_copier = "O"
                MOVE SPACES TO ws_sauve_nom_fichier
                STRING
                    ws_sau_nom DELIMITED BY " "
                    "." ws_sau_suffixe ".sav" DELIMITED BY SIZE
                    INTO ws_sauve_nom_fichier
                END-STRING
                OPEN OUTPUT fsauve
                IF cr_fsau NOT = 0
                    DISPLAY "Erreur ouverture "
                        ws_sauve_nom_fichier ", statut " cr_fsau
                    MOVE "N" TO ws_sau_ok
                ELSE
                    MOVE "O" TO ws_sau_ouvert
                END-IF
            END-IF.

        FINIR-CONTROLE-FICHIER.
            IF ws_sau_ouvert = "O"
                CLOSE fsauve
            END-IF.

        APRES-SAUVE-FICHIER.
            IF ws_sau_ok = "O"
                MOVE ws_sau_nom TO fman_nom
                MOVE ws_sau_nb TO fman_nb
                MOVE ws_sau_total TO fman_total
                WRITE tamp_fmanif
                MOVE ws_sau_nb TO ws_sau_nb_edite
                MOVE ws_sau_total TO ws_sau_total_edite
                DISPLAY "  " ws_sau_nom " : " ws_sau_nb_edite
                    " enr., controle " ws_sau_total_edite
            ELSE
                ADD 1 TO ws_sau_nb_ecarts
            END-IF.

        APRES-VERIF-FICHIER.
            IF ws_sau_ok = "N"
                ADD 1 TO ws_sau_nb_ecarts
            ELSE
                PERFORM VARYING ws_man_idx FROM 1 BY 1
                        UNTIL ws_man_idx > ws_man_nb
                        OR ws_man_t_nom(ws_man_idx) = ws_sau_nom
                    CONTINUE
                END-PERFORM
                IF ws_man_idx > ws_man_nb
                    DISPLAY "  " ws_sau_nom " : absent du"
                        " manifeste (sauvegarde a refaire)."
                    ADD 1 TO ws_sau_nb_ecarts
                ELSE
                    IF ws_sau_nb = ws_man_t_nb(ws_man_idx)
                            AND ws_sau_total
                                = ws_man_t_total(ws_man_idx)
                        DISPLAY "  " ws_sau_nom " : conforme."
                    ELSE
                        MOVE ws_man_t_nb(ws_man_idx)
                            TO ws_sau_nb_edite
                        MOVE ws_man_t_total(ws_man_idx)
                            TO ws_sau_attendu_edite
                        MOVE ws_sau_total TO ws_sau_total_edite
                        DISPLAY "  " ws_sau_nom " : ECART -"
                            " manifeste " ws_sau_nb_edite
                            " enr. / " ws_sau_attendu_edite
                            ", constate " ws_sau_nb " enr. / "
                            ws_sau_total_edite
                        ADD 1 TO ws_sau_nb_ecarts
                    END-IF
                END-IF
            END-IF.

        TRAITER-CONTROLE-FCA.
            MOVE "chiffreAffaire.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fca
                IF cr_fca NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fca
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fca NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fca_ca TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fca
                        END-IF
                    END-PERFORM
                    CLOSE fca
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FVET.
            MOVE "vetements.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fvet
                IF cr_fvet NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fvet
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fvet NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fvet_prix TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fvet
                        END-IF
                    END-PERFORM
                    CLOSE fvet
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FVENTES.
            MOVE "ventes.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fventes
                IF cr_fvent NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fvent
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fventes NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fvent_prix TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fventes
                        END-IF
                    END-PERFORM
                    CLOSE fventes
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FPERS.
            MOVE "pers.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fpers
                IF cr_fpers NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fpers
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fpers NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fpers_somme_depensee TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fpers
                        END-IF
                    END-PERFORM
                    CLOSE fpers
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FCMD.
            MOVE "commandes.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fcommande
                IF cr_fcmd NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fcmd
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fcommande NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fcommande
                        END-IF
                    END-PERFORM
                    CLOSE fcommande
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FCLO.
            MOVE "cloture.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fcloture
                IF cr_fclo NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fclo
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fcloture NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fclo_ca_calcule TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fcloture
                        END-IF
                    END-PERFORM
                    CLOSE fcloture
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FAVOIR.
            MOVE "avoirs.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT favoir
                IF cr_favoir NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_favoir
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ favoir NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD favoir_montant TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_favoir
                        END-IF
                    END-PERFORM
                    CLOSE favoir
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FPROMO.
            MOVE "promos.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fpromo
                IF cr_fpromo NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fpromo
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fpromo NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fpromo
                        END-IF
                    END-PERFORM
                    CLOSE fpromo
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FRES.
            MOVE "reservations.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT freserv
                IF cr_fres NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fres
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ freserv NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_freserv
                        END-IF
                    END-PERFORM
                    CLOSE freserv
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FFOURN.
            MOVE "fournisseurs.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT ffourn
                IF cr_ffou NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_ffou
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ ffourn NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_ffourn
                        END-IF
                    END-PERFORM
                    CLOSE ffourn
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FHPRIX.
            MOVE "histoprix.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fhprix
                IF cr_fhp NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fhp
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fhprix NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fhp_nouveau TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fhprix
                        END-IF
                    END-PERFORM
                    CLOSE fhprix
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FMOUV.
            MOVE "mouvements.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fmouv
                IF cr_fmvt NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fmvt
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fmouv NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fmvt_qte TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fmouv
                        END-IF
                    END-PERFORM
                    CLOSE fmouv
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FFACTURE.
            MOVE "factures.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT ffacture
                IF cr_ffac NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_ffac
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ ffacture NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD ffac_montant TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_ffacture
                        END-IF
                    END-PERFORM
                    CLOSE ffacture
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FLIGNEFAC.
            MOVE "lignesfact.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT flignefac
                IF cr_flf NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_flf
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ flignefac NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD flf_pu TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_flignefac
                        END-IF
                    END-PERFORM
                    CLOSE flignefac
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FDEROG.
            MOVE "derogations.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fderog
                IF cr_fder NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fder
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fderog NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fder_montant TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fderog
                        END-IF
                    END-PERFORM
                    CLOSE fderog
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FNUIT.
      **
      * Inside the NUIT stream nuit.dat is already open I-O with the
      * running step in its record area: the walk then reads the open
      * file and puts that step record back afterwards.
      **
            MOVE "nuit.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                IF ws_nuit_actif = "O"
                    MOVE tamp_fnuit TO ws_sau_fnuit_garde
                    MOVE LOW-VALUES TO fnuit_cle
                    START fnuit KEY IS >= fnuit_cle
                        INVALID KEY
                            CONTINUE
                    END-START
                    IF cr_fnuit = 0
                        PERFORM COMPTER-CONTROLE-FNUIT
                    END-IF
                    MOVE ws_sau_fnuit_garde TO tamp_fnuit
                ELSE
                    OPEN INPUT fnuit
                    IF cr_fnuit NOT = 0
                        DISPLAY "  " ws_sau_nom " inaccessible,"
                            " statut " cr_fnuit
                        MOVE "N" TO ws_sau_ok
                    ELSE
                        PERFORM COMPTER-CONTROLE-FNUIT
                        CLOSE fnuit
                    END-IF
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        COMPTER-CONTROLE-FNUIT.
            PERFORM UNTIL 1 = 2
                READ fnuit NEXT RECORD
                    AT END
                        EXIT PERFORM
                END-READ
                ADD 1 TO ws_sau_nb
                IF ws_sau_ouvert = "O"
                    WRITE tamp_fsauve FROM tamp_fnuit
                END-IF
            END-PERFORM.

        TRAITER-CONTROLE-FPOINTAGE.
            MOVE "pointage.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fpointage
                IF cr_fpoi NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fpoi
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fpointage NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fpoi_minutes TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fpointage
                        END-IF
                    END-PERFORM
                    CLOSE fpointage
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FATTENTE.
            MOVE "attente.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT fattente
                IF cr_fatt NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_fatt
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ fattente NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        ADD fatt_total TO ws_sau_total
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_fattente
                        END-IF
                    END-PERFORM
                    CLOSE fattente
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        TRAITER-CONTROLE-FREFFOURN.
            MOVE "reffourn.dat" TO ws_sau_nom
            PERFORM PREPARER-CONTROLE-FICHIER
            IF ws_sau_ok = "O"
                OPEN INPUT freffourn
                IF cr_frf NOT = 0
                    DISPLAY "  " ws_sau_nom " inaccessible,"
                        " statut " cr_frf
                    MOVE "N" TO ws_sau_ok
                ELSE
                    PERFORM UNTIL 1 = 2
                        READ freffourn NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        ADD 1 TO ws_sau_nb
                        IF ws_sau_ouvert = "O"
                            WRITE tamp_fsauve FROM tamp_freffourn
                        END-IF
                    END-PERFORM
                    CLOSE freffourn
                END-IF
            END-IF
            PERFORM FINIR-CONTROLE-FICHIER.

        ANALYSER-PERIODE.
      **
      * Period analysis batch: totals and line counts
      * by fvet_categ, fvet_type and fvet_saison over a keyed date
      * range, read from the live fventes plus - when the period
      * predates the ARCHIVER-VENTES cut-off - the named
      * ventesAAAAMMJJ.arc file, with week-by-week lines and a
      * comparison pass over the equivalent prior period (same
      * length, ending the day before the range starts). Everything
      * lands in analyse.rpt through the shared page machinery.
      **
            MOVE "O" TO ws_ana_ok
            IF ws_mode_batch = "N"
                DISPLAY "Date de debut (AAAA-MM-JJ) : "
                    WITH NO ADVANCING
                ACCEPT ws_ana_date_debut
                DISPLAY "Date de fin (AAAA-MM-JJ) : "
                    WITH NO ADVANCING
                ACCEPT ws_ana_date_fin
                DISPLAY "Fichier archive a inclure (vide = aucun) : "
                    WITH NO ADVANCING
                ACCEPT ws_ana_arch_demande
            END-IF

            MOVE ws_ana_date_debut TO ws_ana_date_x
            PERFORM CONVERTIR-DATE-ANALYSE
            MOVE ws_ana_ent_x TO ws_ana_ent_debut
            MOVE ws_ana_date_fin TO ws_ana_date_x
            PERFORM CONVERTIR-DATE-ANALYSE
            MOVE ws_ana_ent_x TO ws_ana_ent_fin

            IF ws_ana_ent_fin < ws_ana_ent_debut
                DISPLAY "Periode invalide : " ws_ana_date_debut
                    " apres " ws_ana_date_fin "."
                MOVE "N" TO ws_ana_ok
                IF ws_mode_batch = "O"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            IF ws_ana_ok = "O"
      * The comparison period has the same length and ends the day
      * before this one starts - February against January, week
      * against the week before.
                COMPUTE ws_ana_jours =
                    ws_ana_ent_fin - ws_ana_ent_debut + 1
                COMPUTE ws_ana_nb_sem = (ws_ana_jours + 6) / 7
                IF ws_ana_nb_sem > 54
                    MOVE 54 TO ws_ana_nb_sem
                END-IF
                COMPUTE ws_ana_ent_x = ws_ana_ent_debut - 1
                PERFORM FORMATER-DATE-ANALYSE
                MOVE ws_ana_date_x TO ws_ana_prec_fin
                COMPUTE ws_ana_ent_x =
                    ws_ana_ent_debut - ws_ana_jours
                PERFORM FORMATER-DATE-ANALYSE
                MOVE ws_ana_date_x TO ws_ana_prec_debut

                PERFORM REMETTRE-ANALYSE

                OPEN INPUT fvet
                MOVE 1 TO ws_ana_passe
                MOVE ws_ana_date_debut TO ws_ana_borne_debut
                MOVE ws_ana_date_fin TO ws_ana_borne_fin
                PERFORM BALAYER-PERIODE-ANALYSE
                MOVE 2 TO ws_ana_passe
                MOVE ws_ana_prec_debut TO ws_ana_borne_debut
                MOVE ws_ana_prec_fin TO ws_ana_borne_fin
                PERFORM BALAYER-PERIODE-ANALYSE
                CLOSE fvet

                PERFORM EDITER-RAPPORT-ANALYSE
            END-IF.

        CONVERTIR-DATE-ANALYSE.
      **
      * AAAA-MM-JJ in ws_ana_date_x becomes the day number in
      * ws_ana_ent_x, so period arithmetic is plain subtraction.
      **
            STRING
                ws_ana_date_x(1:4)
                ws_ana_date_x(6:2)
                ws_ana_date_x(9:2)
                DELIMITED BY SIZE INTO ws_ana_aaaammjj
            END-STRING
            COMPUTE ws_ana_ent_x =
                FUNCTION INTEGER-OF-DATE(ws_ana_aaaammjj).

        FORMATER-DATE-ANALYSE.
      **
      * The day number in ws_ana_ent_x becomes AAAA-MM-JJ in
      * ws_ana_date_x, the shape every fvent_dateV comparison uses.
      **
            COMPUTE ws_ana_aaaammjj =
                FUNCTION DATE-OF-INTEGER(ws_ana_ent_x)
            MOVE SPACES TO ws_ana_date_x
            STRING
                ws_ana_aaaammjj(1:4) "-"
                ws_ana_aaaammjj(5:2) "-"
                ws_ana_aaaammjj(7:2)
                DELIMITED BY SIZE INTO ws_ana_date_x
            END-STRING.

        REMETTRE-ANALYSE.
            MOVE ZERO TO ws_ana_nb_categ
            MOVE ZERO TO ws_ana_nb_type
            MOVE ZERO TO ws_ana_nb_saison
            MOVE ZERO TO ws_ana_tot_cur
            MOVE ZERO TO ws_ana_tot_prec
            MOVE ZERO TO ws_ana_cpt_cur
            MOVE ZERO TO ws_ana_cpt_prec
            PERFORM VARYING ws_ana_idx FROM 1 BY 1
                    UNTIL ws_ana_idx > 54
                MOVE ZERO TO ws_ana_tsem_ca(ws_ana_idx)
                MOVE ZERO TO ws_ana_tsem_nb(ws_ana_idx)
            END-PERFORM.

        BALAYER-PERIODE-ANALYSE.
      **
      * One pass (current or prior period) over the live file, then
      * over the named archive when there is one - a period that
      * straddles the archival cut-off has its detail split across
      * both. An unreadable archive is reported and skipped: the
      * live figures still print, flagged by the message.
      **
            MOVE "V" TO ws_vent_source
            PERFORM BALAYER-SOURCE-ANALYSE
            IF ws_ana_arch_demande NOT = SPACES
                MOVE ws_ana_arch_demande TO ws_arch_nom_fichier
                MOVE "A" TO ws_vent_source
                PERFORM BALAYER-SOURCE-ANALYSE
                MOVE "V" TO ws_vent_source
            END-IF.

        BALAYER-SOURCE-ANALYSE.
            MOVE ws_ana_borne_debut TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            IF cr_fvent NOT = 0
                DISPLAY "Source des ventes inaccessible (statut "
                    cr_fvent "), periode incomplete."
            ELSE
                PERFORM DEMARRER-VENTES-DATE-SUP
                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        PERFORM LIRE-VENTE-SUIVANTE
                        IF ws_vent_eof = "O"
                            EXIT PERFORM
                        END-IF
                        IF fvent_dateV > ws_ana_borne_fin
                            EXIT PERFORM
                        END-IF
                        PERFORM CUMULER-ANALYSE
                    END-PERFORM
                END-IF
                PERFORM FERMER-VENTES-SOURCE
            END-IF.

        CUMULER-ANALYSE.
      **
      * One sales line into the period buckets: overall total,
      * category / type / season splits off the article record, and
      * - on the current pass only - its week line. Returns net out
      * everywhere, the same convention as every other report.
      **
            MOVE fvent_refVet TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    MOVE "?" TO fvet_categ
                    MOVE SPACES TO fvet_type
                    MOVE SPACES TO fvet_saison
            END-READ

            IF ws_ana_passe = 1
                IF fvent_type = "R"
                    SUBTRACT fvent_prix FROM ws_ana_tot_cur
                    SUBTRACT 1 FROM ws_ana_cpt_cur
                ELSE
                    ADD fvent_prix TO ws_ana_tot_cur
                    ADD 1 TO ws_ana_cpt_cur
                END-IF
                MOVE fvent_dateV TO ws_ana_date_x
                PERFORM CONVERTIR-DATE-ANALYSE
                COMPUTE ws_ana_semaine =
                    (ws_ana_ent_x - ws_ana_ent_debut) / 7 + 1
                IF ws_ana_semaine > 54
                    MOVE 54 TO ws_ana_semaine
                END-IF
                IF fvent_type = "R"
                    SUBTRACT fvent_prix
                        FROM ws_ana_tsem_ca(ws_ana_semaine)
                    SUBTRACT 1 FROM ws_ana_tsem_nb(ws_ana_semaine)
                ELSE
                    ADD fvent_prix
                        TO ws_ana_tsem_ca(ws_ana_semaine)
                    ADD 1 TO ws_ana_tsem_nb(ws_ana_semaine)
                END-IF
            ELSE
                IF fvent_type = "R"
                    SUBTRACT fvent_prix FROM ws_ana_tot_prec
                    SUBTRACT 1 FROM ws_ana_cpt_prec
                ELSE
                    ADD fvent_prix TO ws_ana_tot_prec
                    ADD 1 TO ws_ana_cpt_prec
                END-IF
            END-IF

            PERFORM CUMULER-ANALYSE-CATEG
            PERFORM CUMULER-ANALYSE-TYPE
            PERFORM CUMULER-ANALYSE-SAISON.

        CUMULER-ANALYSE-CATEG.
            MOVE ZERO TO ws_ana_idx
            PERFORM VARYING ws_ana_idx FROM 1 BY 1
                    UNTIL ws_ana_idx > ws_ana_nb_categ
                    OR ws_ana_tc_categ(ws_ana_idx) = fvet_categ
                CONTINUE
            END-PERFORM
            IF ws_ana_idx > ws_ana_nb_categ
                    AND ws_ana_nb_categ < 20
                ADD 1 TO ws_ana_nb_categ
                MOVE fvet_categ TO ws_ana_tc_categ(ws_ana_nb_categ)
                MOVE ZERO TO ws_ana_tc_ca_cur(ws_ana_nb_categ)
                MOVE ZERO TO ws_ana_tc_nb_cur(ws_ana_nb_categ)
                MOVE ZERO TO ws_ana_tc_ca_prec(ws_ana_nb_categ)
                MOVE ZERO TO ws_ana_tc_nb_prec(ws_ana_nb_categ)
                MOVE ws_ana_nb_categ TO ws_ana_idx
            END-IF
            IF ws_ana_idx <= ws_ana_nb_categ
                IF ws_ana_passe = 1
                    IF fvent_type = "R"
                        SUBTRACT fvent_prix
                            FROM ws_ana_tc_ca_cur(ws_ana_idx)
                        SUBTRACT 1
                            FROM ws_ana_tc_nb_cur(ws_ana_idx)
                    ELSE
                        ADD fvent_prix
                            TO ws_ana_tc_ca_cur(ws_ana_idx)
                        ADD 1 TO ws_ana_tc_nb_cur(ws_ana_idx)
                    END-IF
                ELSE
                    IF fvent_type = "R"
                        SUBTRACT fvent_prix
                            FROM ws_ana_tc_ca_prec(ws_ana_idx)
                        SUBTRACT 1
                            FROM ws_ana_tc_nb_prec(ws_ana_idx)
                    ELSE
                        ADD fvent_prix
                            TO ws_ana_tc_ca_prec(ws_ana_idx)
                        ADD 1 TO ws_ana_tc_nb_prec(ws_ana_idx)
                    END-IF
                END-IF
            END-IF.

        CUMULER-ANALYSE-TYPE.
            MOVE ZERO TO ws_ana_idx
            PERFORM VARYING ws_ana_idx FROM 1 BY 1
                    UNTIL ws_ana_idx > ws_ana_nb_type
                    OR ws_ana_tt_type(ws_ana_idx) = fvet_type
                CONTINUE
            END-PERFORM
            IF ws_ana_idx > ws_ana_nb_type
                    AND ws_ana_nb_type < 30
                ADD 1 TO ws_ana_nb_type
                MOVE fvet_type TO ws_ana_tt_type(ws_ana_nb_type)
                MOVE ZERO TO ws_ana_tt_ca_cur(ws_ana_nb_type)
                MOVE ZERO TO ws_ana_tt_nb_cur(ws_ana_nb_type)
                MOVE ZERO TO ws_ana_tt_ca_prec(ws_ana_nb_type)
                MOVE ZERO TO ws_ana_tt_nb_prec(ws_ana_nb_type)
                MOVE ws_ana_nb_type TO ws_ana_idx
            END-IF
            IF ws_ana_idx <= ws_ana_nb_type
                IF ws_ana_passe = 1
                    IF fvent_type = "R"
                        SUBTRACT fvent_prix
                            FROM ws_ana_tt_ca_cur(ws_ana_idx)
                        SUBTRACT 1
                            FROM ws_ana_tt_nb_cur(ws_ana_idx)
                    ELSE
                        ADD fvent_prix
                            TO ws_ana_tt_ca_cur(ws_ana_idx)
                        ADD 1 TO ws_ana_tt_nb_cur(ws_ana_idx)
                    END-IF
                ELSE
                    IF fvent_type = "R"
                        SUBTRACT fvent_prix
                            FROM ws_ana_tt_ca_prec(ws_ana_idx)
                        SUBTRACT 1
                            FROM ws_ana_tt_nb_prec(ws_ana_idx)
                    ELSE
                        ADD fvent_prix
                            TO ws_ana_tt_ca_prec(ws_ana_idx)
                        ADD 1 TO ws_ana_tt_nb_prec(ws_ana_idx)
                    END-IF
                END-IF
            END-IF.

        CUMULER-ANALYSE-SAISON.
            MOVE ZERO TO ws_ana_idx
            PERFORM VARYING ws_ana_idx FROM 1 BY 1
                    UNTIL ws_ana_idx > ws_ana_nb_saison
                    OR ws_ana_ts_saison(ws_ana_idx) = fvet_saison
                CONTINUE
            END-PERFORM
            IF ws_ana_idx > ws_ana_nb_saison
                    AND ws_ana_nb_saison < 10
                ADD 1 TO ws_ana_nb_saison
                MOVE fvet_saison
                    TO ws_ana_ts_saison(ws_ana_nb_saison)
                MOVE ZERO TO ws_ana_ts_ca_cur(ws_ana_nb_saison)
                MOVE ZERO TO ws_ana_ts_nb_cur(ws_ana_nb_saison)
                MOVE ZERO TO ws_ana_ts_ca_prec(ws_ana_nb_saison)
                MOVE ZERO TO ws_ana_ts_nb_prec(ws_ana_nb_saison)
                MOVE ws_ana_nb_saison TO ws_ana_idx
            END-IF
            IF ws_ana_idx <= ws_ana_nb_saison
                IF ws_ana_passe = 1
                    IF fvent_type = "R"
                        SUBTRACT fvent_prix
                            FROM ws_ana_ts_ca_cur(ws_ana_idx)
                        SUBTRACT 1
                            FROM ws_ana_ts_nb_cur(ws_ana_idx)
                    ELSE
                        ADD fvent_prix
                            TO ws_ana_ts_ca_cur(ws_ana_idx)
                        ADD 1 TO ws_ana_ts_nb_cur(ws_ana_idx)
                    END-IF
                ELSE
                    IF fvent_type = "R"
                        SUBTRACT fvent_prix
                            FROM ws_ana_ts_ca_prec(ws_ana_idx)
                        SUBTRACT 1
                            FROM ws_ana_ts_nb_prec(ws_ana_idx)
                    ELSE
                        ADD fvent_prix
                            TO ws_ana_ts_ca_prec(ws_ana_idx)
                        ADD 1 TO ws_ana_ts_nb_prec(ws_ana_idx)
                    END-IF
                END-IF
            END-IF.

        EDITER-RAPPORT-ANALYSE.
      **
      * Prints the two-period comparison into analyse.rpt: overall
      * totals, then one line per categorie / type / saison with the
      * prior-period column alongside, then the week-by-week lines
      * of the current period.
      **
            MOVE "analyse.rpt" TO ws_rpt_nom_fichier
            OPEN OUTPUT frapport
            IF cr_frapport NOT = 0
                DISPLAY "Erreur ouverture analyse.rpt, statut "
                    cr_frapport
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO ws_rpt_page
                MOVE "Analyse de periode des ventes"
                    TO ws_rpt_titre
                PERFORM ECRIRE-ENTETE-RAPPORT

                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "Periode : " ws_ana_date_debut
                    " au " ws_ana_date_fin
                    " - comparee du " ws_ana_prec_debut
                    " au " ws_ana_prec_fin
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT

                MOVE ws_ana_tot_cur TO ws_ana_ca_edite
                MOVE ws_ana_tot_prec TO ws_ana_prec_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "CA net : " ws_ana_ca_edite
                    "  (periode precedente : "
                    ws_ana_prec_edite ")"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM ECRIRE-LIGNE-RAPPORT

                MOVE SPACES TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                MOVE "Par categorie :" TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                PERFORM VARYING ws_ana_idx FROM 1 BY 1
                        UNTIL ws_ana_idx > ws_ana_nb_categ
                    MOVE ws_ana_tc_ca_cur(ws_ana_idx)
                        TO ws_ana_ca_edite
                    MOVE ws_ana_tc_ca_prec(ws_ana_idx)
                        TO ws_ana_prec_edite
                    MOVE ws_ana_tc_nb_cur(ws_ana_idx)
                        TO ws_ana_nb_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "  " ws_ana_tc_categ(ws_ana_idx)
                        " CA=" ws_ana_ca_edite
                        " lignes=" ws_ana_nb_edite
                        " / prec CA=" ws_ana_prec_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                END-PERFORM

                MOVE SPACES TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                MOVE "Par type :" TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                PERFORM VARYING ws_ana_idx FROM 1 BY 1
                        UNTIL ws_ana_idx > ws_ana_nb_type
                    MOVE ws_ana_tt_ca_cur(ws_ana_idx)
                        TO ws_ana_ca_edite
                    MOVE ws_ana_tt_ca_prec(ws_ana_idx)
                        TO ws_ana_prec_edite
                    MOVE ws_ana_tt_nb_cur(ws_ana_idx)
                        TO ws_ana_nb_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "  " ws_ana_tt_type(ws_ana_idx)
                        " CA=" ws_ana_ca_edite
                        " lignes=" ws_ana_nb_edite
                        " / prec CA=" ws_ana_prec_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                END-PERFORM

                MOVE SPACES TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                MOVE "Par saison :" TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                PERFORM VARYING ws_ana_idx FROM 1 BY 1
                        UNTIL ws_ana_idx > ws_ana_nb_saison
                    MOVE ws_ana_ts_ca_cur(ws_ana_idx)
                        TO ws_ana_ca_edite
                    MOVE ws_ana_ts_ca_prec(ws_ana_idx)
                        TO ws_ana_prec_edite
                    MOVE ws_ana_ts_nb_cur(ws_ana_idx)
                        TO ws_ana_nb_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "  " ws_ana_ts_saison(ws_ana_idx)
                        " CA=" ws_ana_ca_edite
                        " lignes=" ws_ana_nb_edite
                        " / prec CA=" ws_ana_prec_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                END-PERFORM

                MOVE SPACES TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                MOVE "Semaine par semaine :" TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                PERFORM VARYING ws_ana_idx FROM 1 BY 1
                        UNTIL ws_ana_idx > ws_ana_nb_sem
                    MOVE ws_ana_tsem_ca(ws_ana_idx)
                        TO ws_ana_ca_edite
                    MOVE ws_ana_tsem_nb(ws_ana_idx)
                        TO ws_ana_nb_edite
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "  Semaine " ws_ana_idx
                        " : CA=" ws_ana_ca_edite
                        " lignes=" ws_ana_nb_edite
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM ECRIRE-LIGNE-RAPPORT
                END-PERFORM

                MOVE SPACES TO ws_rpt_ligne
                MOVE "*** Fin d'edition ***" TO ws_rpt_ligne
                PERFORM ECRIRE-LIGNE-RAPPORT
                CLOSE frapport
                DISPLAY "Analyse editee dans analyse.rpt"
            END-IF.

        RAPPORT-MARGE.
      **
      * Gross-margin report off the real purchase cost:
      * every sales line of the keyed period - live file or an
      * archive, through the same source indirection as the
      * commission report - is priced against its article's
      * fvet_cout, netted of returns, and totalled by article then
      * by fvet_categ. An article with no cost on file (0) is
      * counted revenue-only and flagged, so the categ margins read
      * as floors, not guesses.
      **
            MOVE ZERO TO ws_mar_nb
            MOVE ZERO TO ws_mar_sans_cout

            DISPLAY "Date de debut (AAAA-MM-JJ) : "
                WITH NO ADVANCING
            ACCEPT ws_mar_date_debut
            DISPLAY "Date de fin (AAAA-MM-JJ) : "
                WITH NO ADVANCING
            ACCEPT ws_mar_date_fin
            DISPLAY "Fichier archive (vide = ventes en cours) : "
                WITH NO ADVANCING
            ACCEPT ws_arch_nom_fichier
            IF ws_arch_nom_fichier = SPACES
                MOVE "V" TO ws_vent_source
            ELSE
                MOVE "A" TO ws_vent_source
            END-IF

            OPEN INPUT fvet
            MOVE ws_mar_date_debut TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            PERFORM DEMARRER-VENTES-DATE-SUP
            IF cr_fvent NOT = 0
                DISPLAY "Aucune vente sur cette periode."
            END-IF
            IF cr_fvent = 0
                PERFORM UNTIL 1 = 2
                    PERFORM LIRE-VENTE-SUIVANTE
                    IF ws_vent_eof = "O"
                        EXIT PERFORM
                    END-IF
                    IF fvent_dateV > ws_mar_date_fin
                        EXIT PERFORM
                    END-IF
                    PERFORM CUMULER-MARGE
                END-PERFORM
            END-IF
            PERFORM FERMER-VENTES-SOURCE
            MOVE "V" TO ws_vent_source
            CLOSE fvet

            PERFORM TRIER-MARGE

            DISPLAY " "
            DISPLAY "=== Marge brute du " ws_mar_date_debut
                " au " ws_mar_date_fin " ==="
            MOVE SPACES TO ws_mar_categ_prec
            MOVE ZERO TO ws_mar_cat_ca
            MOVE ZERO TO ws_mar_cat_cout
            MOVE ZERO TO ws_mar_tot_ca
            MOVE ZERO TO ws_mar_tot_cout
            PERFORM VARYING ws_mar_idx FROM 1 BY 1
                    UNTIL ws_mar_idx > ws_mar_nb
                IF ws_mar_t_categ(ws_mar_idx) NOT = ws_mar_categ_prec
                    IF ws_mar_categ_prec NOT = SPACES
                        PERFORM AFFICHER-MARGE-CATEG
                    END-IF
                    DISPLAY " "
                    DISPLAY "Categorie : " ws_mar_t_categ(ws_mar_idx)
                    MOVE ws_mar_t_categ(ws_mar_idx)
                        TO ws_mar_categ_prec
                    MOVE ZERO TO ws_mar_cat_ca
                    MOVE ZERO TO ws_mar_cat_cout
                END-IF
                PERFORM AFFICHER-MARGE-ARTICLE
            END-PERFORM
            IF ws_mar_categ_prec NOT = SPACES
                PERFORM AFFICHER-MARGE-CATEG
            END-IF

            IF ws_mar_nb = 0
                DISPLAY "Aucune ligne a analyser."
            ELSE
                MOVE ws_mar_tot_ca TO ws_mar_ca_edite
                MOVE ws_mar_tot_cout TO ws_mar_cout_edite
                COMPUTE ws_mar_marge =
                    ws_mar_tot_ca - ws_mar_tot_cout
                MOVE ws_mar_marge TO ws_mar_marge_edite
                DISPLAY " "
                DISPLAY "Total magasin : CA=" ws_mar_ca_edite
                    " cout=" ws_mar_cout_edite
                    " marge=" ws_mar_marge_edite
                IF ws_mar_sans_cout > 0
                    DISPLAY ws_mar_sans_cout " article(s) sans cout"
                        " d'achat sur fvet : marge surevaluee,"
                        " completer via la reception de commande."
                END-IF
            END-IF.

        CUMULER-MARGE.
      **
      * One sales line into its article's margin bucket: revenue is
      * the price actually paid (promos included), cost is the
      * article's current fvet_cout per piece, both netted when the
      * line is a return.
      **
            MOVE ZERO TO ws_mar_idx
            PERFORM VARYING ws_mar_idx FROM 1 BY 1
                    UNTIL ws_mar_idx > ws_mar_nb
                    OR ws_mar_t_ref(ws_mar_idx) = fvent_refVet
                CONTINUE
            END-PERFORM
            IF ws_mar_idx > ws_mar_nb AND ws_mar_nb < 200
                ADD 1 TO ws_mar_nb
                MOVE fvent_refVet TO ws_mar_t_ref(ws_mar_nb)
                MOVE ZERO TO ws_mar_t_ca(ws_mar_nb)
                MOVE ZERO TO ws_mar_t_cout(ws_mar_nb)
                MOVE ZERO TO ws_mar_t_nb(ws_mar_nb)
                MOVE "O" TO ws_mar_t_cout_connu(ws_mar_nb)
                MOVE fvent_refVet TO fvet_refVet
                READ fvet KEY IS fvet_refVet
                    INVALID KEY
                        MOVE SPACES TO fvet_categ
                        MOVE ZERO TO fvet_cout
                END-READ
                MOVE fvet_categ TO ws_mar_t_categ(ws_mar_nb)
                IF fvet_cout = 0
                    MOVE "N" TO ws_mar_t_cout_connu(ws_mar_nb)
                    ADD 1 TO ws_mar_sans_cout
                END-IF
                MOVE ws_mar_nb TO ws_mar_idx
            END-IF
            IF ws_mar_idx <= ws_mar_nb
                MOVE ws_mar_t_ref(ws_mar_idx) TO fvet_refVet
                READ fvet KEY IS fvet_refVet
                    INVALID KEY
                        MOVE ZERO TO fvet_cout
                END-READ
                IF fvent_type = "R"
                    SUBTRACT fvent_prix FROM ws_mar_t_ca(ws_mar_idx)
                    SUBTRACT fvet_cout FROM ws_mar_t_cout(ws_mar_idx)
                    SUBTRACT 1 FROM ws_mar_t_nb(ws_mar_idx)
                ELSE
                    ADD fvent_prix TO ws_mar_t_ca(ws_mar_idx)
                    ADD fvet_cout TO ws_mar_t_cout(ws_mar_idx)
                    ADD 1 TO ws_mar_t_nb(ws_mar_idx)
                END-IF
            END-IF.

        AFFICHER-MARGE-ARTICLE.
            MOVE ws_mar_t_ca(ws_mar_idx) TO ws_mar_ca_edite
            MOVE ws_mar_t_cout(ws_mar_idx) TO ws_mar_cout_edite
            COMPUTE ws_mar_marge =
                ws_mar_t_ca(ws_mar_idx) - ws_mar_t_cout(ws_mar_idx)
            MOVE ws_mar_marge TO ws_mar_marge_edite
            ADD ws_mar_t_ca(ws_mar_idx) TO ws_mar_cat_ca
            ADD ws_mar_t_cout(ws_mar_idx) TO ws_mar_cat_cout
            ADD ws_mar_t_ca(ws_mar_idx) TO ws_mar_tot_ca
            ADD ws_mar_t_cout(ws_mar_idx) TO ws_mar_tot_cout
            IF ws_mar_t_cout_connu(ws_mar_idx) = "O"
                DISPLAY "  " ws_mar_t_ref(ws_mar_idx)
                    " pieces=" ws_mar_t_nb(ws_mar_idx)
                    " CA=" ws_mar_ca_edite
                    " cout=" ws_mar_cout_edite
                    " marge=" ws_mar_marge_edite
            ELSE
                DISPLAY "  " ws_mar_t_ref(ws_mar_idx)
                    " pieces=" ws_mar_t_nb(ws_mar_idx)
                    " CA=" ws_mar_ca_edite
                    " cout inconnu"
            END-IF.

        AFFICHER-MARGE-CATEG.
            MOVE ws_mar_cat_ca TO ws_mar_ca_edite
            MOVE ws_mar_cat_cout TO ws_mar_cout_edite
            COMPUTE ws_mar_marge = ws_mar_cat_ca - ws_mar_cat_cout
            MOVE ws_mar_marge TO ws_mar_marge_edite
            DISPLAY "  Total categorie " ws_mar_categ_prec
                " : CA=" ws_mar_ca_edite
                " cout=" ws_mar_cout_edite
                " marge=" ws_mar_marge_edite.

        TRIER-MARGE.
      **
      * Ascending bubble sort on fvet_categ then article code so the
      * margin report groups like the restock report - same O(n^2)
      * tolerance, table capped at 200.
      **
            PERFORM VARYING ws_mar_idx FROM 1 BY 1
                    UNTIL ws_mar_idx >= ws_mar_nb
                PERFORM VARYING ws_mar_idx2 FROM 1 BY 1
                        UNTIL ws_mar_idx2 > ws_mar_nb - ws_mar_idx
                    IF ws_mar_t_categ(ws_mar_idx2) >
                            ws_mar_t_categ(ws_mar_idx2 + 1)
                        OR (ws_mar_t_categ(ws_mar_idx2) =
                            ws_mar_t_categ(ws_mar_idx2 + 1)
                            AND ws_mar_t_ref(ws_mar_idx2) >
                                ws_mar_t_ref(ws_mar_idx2 + 1))
                        MOVE ws_mar_t_ref(ws_mar_idx2)
                            TO ws_mar_swap_ref
                        MOVE ws_mar_t_categ(ws_mar_idx2)
                            TO ws_mar_swap_categ
                        MOVE ws_mar_t_ca(ws_mar_idx2)
                            TO ws_mar_swap_ca
                        MOVE ws_mar_t_cout(ws_mar_idx2)
                            TO ws_mar_swap_cout
                        MOVE ws_mar_t_nb(ws_mar_idx2)
                            TO ws_mar_swap_nb
                        MOVE ws_mar_t_cout_connu(ws_mar_idx2)
                            TO ws_mar_swap_connu

                        MOVE ws_mar_t_ref(ws_mar_idx2 + 1)
                            TO ws_mar_t_ref(ws_mar_idx2)
                        MOVE ws_mar_t_categ(ws_mar_idx2 + 1)
                            TO ws_mar_t_categ(ws_mar_idx2)
                        MOVE ws_mar_t_ca(ws_mar_idx2 + 1)
                            TO ws_mar_t_ca(ws_mar_idx2)
                        MOVE ws_mar_t_cout(ws_mar_idx2 + 1)
                            TO ws_mar_t_cout(ws_mar_idx2)
                        MOVE ws_mar_t_nb(ws_mar_idx2 + 1)
                            TO ws_mar_t_nb(ws_mar_idx2)
                        MOVE ws_mar_t_cout_connu(ws_mar_idx2 + 1)
                            TO ws_mar_t_cout_connu(ws_mar_idx2)

                        MOVE ws_mar_swap_ref
                            TO ws_mar_t_ref(ws_mar_idx2 + 1)
                        MOVE ws_mar_swap_categ
                            TO ws_mar_t_categ(ws_mar_idx2 + 1)
                        MOVE ws_mar_swap_ca
                            TO ws_mar_t_ca(ws_mar_idx2 + 1)
                        MOVE ws_mar_swap_cout
                            TO ws_mar_t_cout(ws_mar_idx2 + 1)
                        MOVE ws_mar_swap_nb
                            TO ws_mar_t_nb(ws_mar_idx2 + 1)
                        MOVE ws_mar_swap_connu
                            TO ws_mar_t_cout_connu(ws_mar_idx2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        GERER-PROMOTIONS.
      **
      * Admin screen over promos.dat: create a dated promotion,
      * list them against today's date, or cost out what each one
      * has granted so far off the fvent_remise stamped on every
      * discounted ticket line.
      **
            MOVE "N" TO ws_promo_fin_menu
            PERFORM OBTENIR-DATE-JOUR
            PERFORM UNTIL ws_promo_fin_menu = "O"
                DISPLAY " "
                DISPLAY "=== Gestion des promotions ==="
                DISPLAY "1. Creer une promotion"
                DISPLAY "2. Lister les promotions"
                DISPLAY "3. Rapport de cout des promotions"
                DISPLAY "0. Terminer"
                DISPLAY "Votre choix : " WITH NO ADVANCING
                ACCEPT ws_promo_choix
                EVALUATE ws_promo_choix
                    WHEN 1
                        PERFORM CREER-PROMOTION
                    WHEN 2
                        PERFORM LISTER-PROMOTIONS
                    WHEN 3
                        PERFORM RAPPORT-COUT-PROMOS
                    WHEN 0
                        MOVE "O" TO ws_promo_fin_menu
                    WHEN OTHER
                        DISPLAY "Choix invalide."
                END-EVALUATE
            END-PERFORM.

        CREER-PROMOTION.
      **
      * One new promos.dat record: percentage or fixed price, a date
      * window, matching on article code, category or season. The
      * number resumes after the highest already on file - the
      * promotion count stays far too small to justify a
      * sequences.dat column of its own.
      **
            DISPLAY "Libelle : " WITH NO ADVANCING
            ACCEPT ws_promo_lib
            DISPLAY "Cible (A=article, C=categorie, S=saison) : "
                WITH NO ADVANCING
            ACCEPT ws_promo_cible
            PERFORM UNTIL ws_promo_cible = "A"
                    OR ws_promo_cible = "C"
                    OR ws_promo_cible = "S"
                DISPLAY "Cible invalide, A, C ou S attendu."
                DISPLAY "Cible (A=article, C=categorie, S=saison) : "
                    WITH NO ADVANCING
                ACCEPT ws_promo_cible
            END-PERFORM
            MOVE ZERO TO ws_promo_refvet
            MOVE SPACES TO ws_promo_categ
            MOVE SPACES TO ws_promo_saison
            EVALUATE ws_promo_cible
                WHEN "A"
                    DISPLAY "Code article : " WITH NO ADVANCING
                    ACCEPT ws_promo_refvet
                WHEN "C"
                    DISPLAY "Categorie (1 car.) : " WITH NO ADVANCING
                    ACCEPT ws_promo_categ
                WHEN "S"
                    DISPLAY "Saison : " WITH NO ADVANCING
                    ACCEPT ws_promo_saison
            END-EVALUATE
            DISPLAY "Type (P=pourcentage, F=prix fixe) : "
                WITH NO ADVANCING
            ACCEPT ws_promo_typ
            PERFORM UNTIL ws_promo_typ = "P"
                    OR ws_promo_typ = "F"
                DISPLAY "Type invalide, P ou F attendu."
                DISPLAY "Type (P=pourcentage, F=prix fixe) : "
                    WITH NO ADVANCING
                ACCEPT ws_promo_typ
            END-PERFORM
            MOVE ZERO TO ws_promo_taux
            MOVE ZERO TO ws_promo_prixfixe
            IF ws_promo_typ = "P"
                DISPLAY "Taux de remise (%) : " WITH NO ADVANCING
                ACCEPT ws_promo_taux
                PERFORM UNTIL ws_promo_taux >= 1
                        AND ws_promo_taux <= 100
                    DISPLAY "Taux invalide, doit etre entre 1 et 100."
                    DISPLAY "Taux de remise (%) : " WITH NO ADVANCING
                    ACCEPT ws_promo_taux
                END-PERFORM
            ELSE
                DISPLAY "Prix promotionnel : " WITH NO ADVANCING
                ACCEPT ws_promo_prixfixe
            END-IF
            DISPLAY "Date de debut (AAAA-MM-JJ) : " WITH NO ADVANCING
            ACCEPT ws_promo_debut
            DISPLAY "Date de fin (AAAA-MM-JJ) : " WITH NO ADVANCING
            ACCEPT ws_promo_fin

            OPEN I-O fpromo
            MOVE ZERO TO ws_promo_max
            MOVE ZERO TO fpromo_numero
            START fpromo KEY IS >= fpromo_numero
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpromo = 0
                PERFORM UNTIL 1 = 2
                    READ fpromo NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpromo_numero > ws_promo_max
                        MOVE fpromo_numero TO ws_promo_max
                    END-IF
                END-PERFORM
            END-IF

            COMPUTE fpromo_numero = ws_promo_max + 1
            MOVE ws_promo_lib TO fpromo_libelle
            MOVE ws_promo_cible TO fpromo_cible
            MOVE ws_promo_refvet TO fpromo_refVet
            MOVE ws_promo_categ TO fpromo_categ
            MOVE ws_promo_saison TO fpromo_saison
            MOVE ws_promo_typ TO fpromo_type
            MOVE ws_promo_taux TO fpromo_taux
            MOVE ws_promo_prixfixe TO fpromo_prix
            MOVE ws_promo_debut TO fpromo_debut
            MOVE ws_promo_fin TO fpromo_fin

            WRITE tamp_fpromo
                INVALID KEY
                    DISPLAY "Erreur creation promotion, statut "
                        cr_fpromo
                    MOVE "fpromo" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE fpromo_numero TO ws_jour_cle
                    MOVE cr_fpromo TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "Promotion creee, numero " fpromo_numero
            END-WRITE
            CLOSE fpromo.

        LISTER-PROMOTIONS.
            MOVE ZERO TO ws_promo_idx
            OPEN INPUT fpromo
            MOVE ZERO TO fpromo_numero
            START fpromo KEY IS >= fpromo_numero
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpromo = 0
                DISPLAY " "
                DISPLAY "=== Promotions ==="
                PERFORM UNTIL 1 = 2
                    READ fpromo NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    ADD 1 TO ws_promo_idx
                    IF fpromo_fin < fvent_dateV
                        MOVE "terminee" TO ws_promo_etat
                    ELSE
                        IF fpromo_debut > fvent_dateV
                            MOVE "a venir" TO ws_promo_etat
                        ELSE
                            MOVE "en cours" TO ws_promo_etat
                        END-IF
                    END-IF
                    DISPLAY "  " fpromo_numero " " fpromo_libelle
                        " cible=" fpromo_cible
                        " type=" fpromo_type
                        " du " fpromo_debut " au " fpromo_fin
                        " (" ws_promo_etat ")"
                END-PERFORM
            END-IF
            IF ws_promo_idx = 0
                DISPLAY "Aucune promotion sur le fichier."
            END-IF
            CLOSE fpromo.

        RAPPORT-COUT-PROMOS.
      **
      * What each promotion has granted over its run: every live
      * fventes line stamped with a fvent_refPromo carries the
      * remise actually given, so the cost is the net sum of those
      * remises (returned lines come back out). Lines already moved
      * off by ARCHIVER-VENTES are not included - run the report
      * before the year-end archival.
      **
            MOVE ZERO TO ws_promo_nb

            OPEN INPUT fventes
            MOVE LOW-VALUES TO fvent_refVente
            START fventes KEY IS >= fvent_refVente
                INVALID KEY
                    CONTINUE
            END-START
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fvent_refPromo > 0
                        PERFORM CUMULER-COUT-PROMO
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fventes

            DISPLAY " "
            DISPLAY "=== Cout des promotions ==="
            IF ws_promo_nb = 0
                DISPLAY "Aucune vente promotionnelle enregistree."
            END-IF
            OPEN INPUT fpromo
            PERFORM VARYING ws_promo_idx FROM 1 BY 1
                    UNTIL ws_promo_idx > ws_promo_nb
                MOVE ws_promo_t_cout(ws_promo_idx)
                    TO ws_promo_cout_edite
                MOVE ws_promo_t_num(ws_promo_idx) TO fpromo_numero
                READ fpromo KEY IS fpromo_numero
                    INVALID KEY
                        DISPLAY "  Promotion "
                            ws_promo_t_num(ws_promo_idx)
                            " (inconnue) : cout "
                            ws_promo_cout_edite " sur "
                            ws_promo_t_nb(ws_promo_idx) " ligne(s)"
                    NOT INVALID KEY
                        DISPLAY "  Promotion " fpromo_numero " "
                            fpromo_libelle " : cout "
                            ws_promo_cout_edite " sur "
                            ws_promo_t_nb(ws_promo_idx) " ligne(s)"
                END-READ
            END-PERFORM
            CLOSE fpromo.

        CUMULER-COUT-PROMO.
            MOVE ZERO TO ws_promo_idx
            PERFORM VARYING ws_promo_idx FROM 1 BY 1
                    UNTIL ws_promo_idx > ws_promo_nb
                    OR ws_promo_t_num(ws_promo_idx) = fvent_refPromo
                CONTINUE
            END-PERFORM
            IF ws_promo_idx > ws_promo_nb AND ws_promo_nb < 50
                ADD 1 TO ws_promo_nb
                MOVE fvent_refPromo TO ws_promo_t_num(ws_promo_nb)
                MOVE ZERO TO ws_promo_t_cout(ws_promo_nb)
                MOVE ZERO TO ws_promo_t_nb(ws_promo_nb)
                MOVE ws_promo_nb TO ws_promo_idx
            END-IF
            IF ws_promo_idx <= ws_promo_nb
                IF fvent_type = "R"
                    SUBTRACT fvent_remise
                        FROM ws_promo_t_cout(ws_promo_idx)
                ELSE
                    ADD fvent_remise
                        TO ws_promo_t_cout(ws_promo_idx)
                    ADD 1 TO ws_promo_t_nb(ws_promo_idx)
                END-IF
            END-IF.

        RAPPORT-FIDELITE.
      **
      * Loyalty tiering report (request 009): scans every fpers
      * record flagged as a client (fpers_role = 4) and buckets it
      * into a tier off the running fpers_somme_depensee that
      * SAISIE-VENTE credits and RETOUR-VENTE debits.
      **
            MOVE ZERO TO ws_fid_nb_client

            OPEN INPUT fpers
            MOVE LOW-VALUES TO fpers_idp
            START fpers KEY IS >= fpers_idp
                INVALID KEY
                    DISPLAY "Aucun client dans pers.dat."
            END-START

            IF cr_fpers = 0
                DISPLAY " "
                DISPLAY "=== Rapport de fidelite clients ==="
                PERFORM UNTIL 1 = 2
                    READ fpers NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpers_role = 4
                        ADD 1 TO ws_fid_nb_client
                        IF fpers_somme_depensee >= 500
                            MOVE "Or" TO ws_fid_palier
                        ELSE
                            IF fpers_somme_depensee >= 200
                                MOVE "Argent" TO ws_fid_palier
                            ELSE
                                MOVE "Bronze" TO ws_fid_palier
                            END-IF
                        END-IF
                        DISPLAY "    " fpers_idp " " fpers_prenom
                            " " fpers_nom " - depense="
                            fpers_somme_depensee
                            " palier=" ws_fid_palier
                    END-IF
                END-PERFORM
                IF ws_fid_nb_client = 0
                    DISPLAY "Aucun client dans pers.dat."
                END-IF
            END-IF
            CLOSE fpers.

        EXTRAIRE-MAILING.
      **
      * Campaign mailing extract (mode batch): every active client
      * who gave marketing consent and has a mail address, selected
      * on ws_mai_critere - "TOUS", "PALIER Or|Argent|Bronze" (the
      * RAPPORT-FIDELITE tiers), "DEPUIS date" / "AVANT date" (last
      * purchase on or after / before the date, live sales plus
      * every archive of archives.lst) or "CATEG categ" (has
      * bought an article of that fvet_categ). One "D" line per
      * client goes to mailing.dat, closed by a "T" trailer with the
      * count and the selection, the export discipline of
      * EXPORT-COMPTA. A client without consent never leaves the
      * shop, whatever the selection.
      **
            MOVE ZERO TO ws_mai_nb
            MOVE ZERO TO ws_mai_nb_extraits
            MOVE "N" TO ws_mai_plein

            IF ws_mai_critere NOT = "TOUS"
                    AND ws_mai_critere NOT = "PALIER"
                    AND ws_mai_critere NOT = "DEPUIS"
                    AND ws_mai_critere NOT = "AVANT"
                    AND ws_mai_critere NOT = "CATEG"
                DISPLAY "Critere invalide (MAILING TOUS | PALIER p"
                    " | DEPUIS date | AVANT date | CATEG c)."
                MOVE 8 TO RETURN-CODE
            ELSE
                IF ws_mai_critere NOT = "TOUS"
                        AND ws_mai_valeur = SPACES
                    DISPLAY "Valeur du critere " ws_mai_critere
                        " manquante."
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE = 0
                PERFORM CHARGER-CLIENTS-MAILING
                OPEN INPUT fvet
                MOVE "ventes.dat" TO ws_arch_nom_fichier
                MOVE "V" TO ws_vent_source
                PERFORM DATER-ACHATS-MAILING
                MOVE "M" TO ws_arch_lecteur
                PERFORM PARCOURIR-ARCHIVES-VENTES
                CLOSE fvet
                IF ws_mai_plein = "O"
                    DISPLAY "Plus de 500 clients consentants,"
                        " extraction partielle."
                    MOVE 4 TO RETURN-CODE
                END-IF

                OPEN OUTPUT fmailing
                IF cr_fmai NOT = 0
                    DISPLAY "Erreur ouverture mailing.dat, statut "
                        cr_fmai
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM VARYING ws_mai_idx FROM 1 BY 1
                            UNTIL ws_mai_idx > ws_mai_nb
                        PERFORM SELECTIONNER-CLIENT-MAILING
                    END-PERFORM
                    MOVE ws_mai_nb_extraits TO ws_mai_trl_nb
                    MOVE ws_mai_critere TO ws_mai_trl_critere
                    MOVE ws_mai_valeur TO ws_mai_trl_valeur
                    WRITE tamp_fmailing FROM ws_mai_trl
                    CLOSE fmailing
                    DISPLAY ws_mai_nb_extraits " client(s) sur "
                        ws_mai_nb " consentant(s) extrait(s) dans"
                        " mailing.dat"
                END-IF
            END-IF.

        CHARGER-CLIENTS-MAILING.
      **
      * Loads the consenting, active clients with a mail address into
      * ws_mai_tab off the fpers_role alternate key.
      **
            OPEN INPUT fpers
            MOVE 4 TO fpers_role
            START fpers KEY IS = fpers_role
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpers = 0
                PERFORM UNTIL 1 = 2
                    READ fpers NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpers_role NOT = 4
                        EXIT PERFORM
                    END-IF
                    IF fpers_consent = "O" AND fpers_actif NOT = "N"
                            AND fpers_mail NOT = SPACES
                        IF ws_mai_nb < 500
                            ADD 1 TO ws_mai_nb
                            MOVE fpers_idp TO ws_mai_t_idp(ws_mai_nb)
                            MOVE fpers_prenom
                                TO ws_mai_t_prenom(ws_mai_nb)
                            MOVE fpers_nom TO ws_mai_t_nom(ws_mai_nb)
                            MOVE fpers_mail TO ws_mai_t_mail(ws_mai_nb)
                            MOVE fpers_somme_depensee
                                TO ws_mai_t_somme(ws_mai_nb)
                            MOVE SPACES TO ws_mai_t_dernier(ws_mai_nb)
                            MOVE "N" TO ws_mai_t_categ(ws_mai_nb)
                        ELSE
                            MOVE "O" TO ws_mai_plein
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fpers.

        DATER-ACHATS-MAILING.
      **
      * One sales source (live file or archive): for every sale line
      * of a loaded client, keeps the latest purchase date and, for
      * the CATEG selection, notes a purchase in the wanted category.
      **
            MOVE LOW-VALUES TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            IF cr_fvent NOT = 0
                DISPLAY "Ventes inaccessibles (" ws_arch_nom_fichier
                    "), statut " cr_fvent
                MOVE "fventes" TO ws_jour_fichier
                MOVE "OUVERTURE" TO ws_jour_operation
                MOVE ws_arch_nom_fichier TO ws_jour_cle
                MOVE cr_fvent TO ws_jour_statut
                PERFORM ENREGISTRER-JOURNAL
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM DEMARRER-VENTES-DATE-SUP
                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        PERFORM LIRE-VENTE-SUIVANTE
                        IF ws_vent_eof = "O"
                            EXIT PERFORM
                        END-IF
                        IF fvent_type = "V"
                                AND fvent_idClient NOT = SPACES
                            PERFORM VARYING ws_mai_idx FROM 1 BY 1
                                    UNTIL ws_mai_idx > ws_mai_nb
                                    OR ws_mai_t_idp(ws_mai_idx)
                                        = fvent_idClient
                                CONTINUE
                            END-PERFORM
                            IF ws_mai_idx <= ws_mai_nb
                                PERFORM NOTER-ACHAT-MAILING
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM FERMER-VENTES-SOURCE
            END-IF.

        NOTER-ACHAT-MAILING.
      **
      * The sale line in tamp_fventes belongs to client ws_mai_idx:
      * keeps its latest purchase date and, for the CATEG selection,
      * notes a purchase in the wanted category.
      **
            IF ws_mai_t_dernier(ws_mai_idx) = SPACES
                    OR fvent_dateV > ws_mai_t_dernier(ws_mai_idx)
                MOVE fvent_dateV TO ws_mai_t_dernier(ws_mai_idx)
            END-IF
            IF ws_mai_critere = "CATEG"
                    AND ws_mai_t_categ(ws_mai_idx) = "N"
                MOVE fvent_refVet TO fvet_refVet
                READ fvet KEY IS fvet_refVet
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF fvet_categ = ws_mai_valeur
                            MOVE "O" TO ws_mai_t_categ(ws_mai_idx)
                        END-IF
                END-READ
            END-IF.

        SELECTIONNER-CLIENT-MAILING.
      **
      * Applies the selection to client ws_mai_idx and writes its
      * extract line when it passes.
      **
            IF ws_mai_t_somme(ws_mai_idx) >= 500
                MOVE "Or" TO ws_mai_palier
            ELSE
                IF ws_mai_t_somme(ws_mai_idx) >= 200
                    MOVE "Argent" TO ws_mai_palier
                ELSE
                    MOVE "Bronze" TO ws_mai_palier
                END-IF
            END-IF

            MOVE "N" TO ws_mai_retenu
            EVALUATE ws_mai_critere
                WHEN "TOUS"
                    MOVE "O" TO ws_mai_retenu
                WHEN "PALIER"
                    IF ws_mai_palier = ws_mai_valeur
                        MOVE "O" TO ws_mai_retenu
                    END-IF
                WHEN "DEPUIS"
                    IF ws_mai_t_dernier(ws_mai_idx) NOT = SPACES
                            AND ws_mai_t_dernier(ws_mai_idx)
                                >= ws_mai_valeur(1:10)
                        MOVE "O" TO ws_mai_retenu
                    END-IF
                WHEN "AVANT"
                    IF ws_mai_t_dernier(ws_mai_idx) NOT = SPACES
                            AND ws_mai_t_dernier(ws_mai_idx)
                                < ws_mai_valeur(1:10)
                        MOVE "O" TO ws_mai_retenu
                    END-IF
                WHEN "CATEG"
                    MOVE ws_mai_t_categ(ws_mai_idx) TO ws_mai_retenu
            END-EVALUATE

            IF ws_mai_retenu = "O"
                MOVE ws_mai_t_idp(ws_mai_idx) TO ws_mai_det_idp
                MOVE ws_mai_t_prenom(ws_mai_idx) TO ws_mai_det_prenom
                MOVE ws_mai_t_nom(ws_mai_idx) TO ws_mai_det_nom
                MOVE ws_mai_t_mail(ws_mai_idx) TO ws_mai_det_mail
                MOVE ws_mai_palier TO ws_mai_det_palier
                MOVE ws_mai_t_dernier(ws_mai_idx) TO ws_mai_det_dernier
                WRITE tamp_fmailing FROM ws_mai_det
                ADD 1 TO ws_mai_nb_extraits
            END-IF.

        CHAINE-NUIT.
      **
      * Overnight job stream (batch "NUIT [date]", date = business
      * day, today by default): CAJOUR, RESERV, SOLDES, ARCHIVE,
      * SAUVEGARDE and VERIFIER run in that fixed order, each one
      * leaving its status, start and end timestamps, record count
      * and return code in nuit.dat under the night's date. A rerun
      * of the same night skips the steps already done and resumes
      * an interrupted SOLDES or ARCHIVE from its checkpoint. SOLDES
      * and ARCHIVE only run when planned for that night from the
      * menu (saison/taux, cut-off date) and are otherwise passed as
      * "sans objet". A step ending with RETURN-CODE 8 or more stops
      * the stream with 10 + the step number (11 CAJOUR ... 16
      * VERIFIER); otherwise the stream ends with 4 if any step
      * warned, else 0.
      **
            IF ws_nuit_date = SPACES
                PERFORM OBTENIR-DATE-JOUR
                MOVE fvent_dateV TO ws_nuit_date
            END-IF
            MOVE ws_nuit_date TO ws_nuit_date_x
            PERFORM CONTROLER-DATE-NUIT
            IF ws_nuit_ok = "N"
                DISPLAY "Date invalide (NUIT [AAAA-MM-JJ]) : "
                    ws_nuit_date
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN I-O fnuit
                IF cr_fnuit NOT = 0
                    DISPLAY "Erreur ouverture nuit.dat, statut "
                        cr_fnuit
                    MOVE "fnuit" TO ws_jour_fichier
                    MOVE "OUVERTURE" TO ws_jour_operation
                    MOVE ws_nuit_date TO ws_jour_cle
                    MOVE cr_fnuit TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY "=== Chaine de nuit du " ws_nuit_date
                        " ==="
                    MOVE "O" TO ws_nuit_actif
                    MOVE "N" TO ws_nuit_arret
                    MOVE ZERO TO ws_nuit_rc_final
      * Every step record exists before the first step runs, so
      * the nuit.dat count SAUVEGARDE puts in the manifest is still
      * the one VERIFIER finds two steps later.
                    PERFORM VARYING ws_nuit_etape FROM 1 BY 1
                            UNTIL ws_nuit_etape > 6
                        PERFORM LIRE-ETAPE-NUIT
                    END-PERFORM
                    PERFORM VARYING ws_nuit_etape FROM 1 BY 1
                            UNTIL ws_nuit_etape > 6
                            OR ws_nuit_arret = "O"
                        PERFORM EXECUTER-ETAPE-NUIT
                    END-PERFORM
                    MOVE "N" TO ws_nuit_actif
                    CLOSE fnuit
                    IF ws_nuit_arret = "O"
                        DISPLAY "Chaine arretee, code retour "
                            ws_nuit_rc_final
                    ELSE
                        DISPLAY "Chaine de nuit terminee, code retour "
                            ws_nuit_rc_final
                    END-IF
                    MOVE ws_nuit_rc_final TO RETURN-CODE
                END-IF
            END-IF.

        EXECUTER-ETAPE-NUIT.
      **
      * One step of the stream: skipped when nuit.dat says it is
      * done ("T") or not applicable ("S"), otherwise marked running
      * ("E") before the job starts - a step still "E" or failed
      * ("A") on the next run is a resumption and picks up its
      * checkpoint.
      **
            PERFORM LIRE-ETAPE-NUIT
            PERFORM LIBELLER-ETAPE-NUIT
            IF fnuit_statut = "T" OR fnuit_statut = "S"
                DISPLAY "Etape " ws_nuit_etape " " fnuit_job
                    " : " ws_nuit_libelle ", ignoree."
            ELSE
                IF (ws_nuit_etape = 3 OR ws_nuit_etape = 4)
                        AND fnuit_param1 = SPACES
                    MOVE "S" TO fnuit_statut
                    MOVE FUNCTION CURRENT-DATE TO ws_nuit_horodatage
                    MOVE ws_nuit_hdt TO fnuit_debut
                    MOVE ws_nuit_hdt TO fnuit_fin
                    PERFORM REECRIRE-ETAPE-NUIT
                    DISPLAY "Etape " ws_nuit_etape " " fnuit_job
                        " : non planifiee, sans objet."
                ELSE
                    PERFORM LANCER-ETAPE-NUIT
                END-IF
            END-IF.

        LANCER-ETAPE-NUIT.
      **
      * Runs the job behind the current step with its parameters
      * and records the outcome. RETURN-CODE is cleared before each
      * job so the value read back is that job's own.
      **
            IF fnuit_statut = "E" OR fnuit_statut = "A"
                MOVE fnuit_reprise_nb TO ws_nuit_rep_nb
                MOVE fnuit_reprise_cle TO ws_nuit_rep_cle
                DISPLAY "Etape " ws_nuit_etape " " fnuit_job
                    " : reprise (" ws_nuit_libelle ")."
            ELSE
                MOVE ZERO TO ws_nuit_rep_nb
                MOVE SPACES TO ws_nuit_rep_cle
                DISPLAY "Etape " ws_nuit_etape " " fnuit_job
                    " : debut."
            END-IF
            MOVE "E" TO fnuit_statut
            MOVE FUNCTION CURRENT-DATE TO ws_nuit_horodatage
            MOVE ws_nuit_hdt TO fnuit_debut
            MOVE ZERO TO fnuit_fin
            MOVE ZERO TO fnuit_rc
            PERFORM REECRIRE-ETAPE-NUIT

            MOVE ZERO TO RETURN-CODE
            MOVE ZERO TO ws_nuit_nb
            EVALUATE ws_nuit_etape
                WHEN 1
                    MOVE ws_nuit_date TO ws_batch_date_saisie
                    MOVE SPACES TO ws_batch_p2
                    PERFORM BATCH-CA-JOUR
                    MOVE ws_batch_nb_lignes TO ws_nuit_nb
                WHEN 2
                    MOVE ws_nuit_date TO ws_res_date_jour
                    PERFORM LIBERER-RESERVATIONS
                    MOVE ws_res_nb TO ws_nuit_nb
                WHEN 3
                    MOVE fnuit_param1 TO ws_soldes_saison
                    COMPUTE ws_soldes_taux =
                        FUNCTION NUMVAL(fnuit_param2)
                    PERFORM SOLDES-FIN-SAISON
                    COMPUTE ws_nuit_nb = ws_nuit_rep_nb + ws_soldes_nb
                WHEN 4
                    MOVE fnuit_param1 TO ws_arch_date_coupure
                    MOVE SPACES TO ws_arch_nom_fichier
                    PERFORM ARCHIVER-VENTES
                    COMPUTE ws_nuit_nb = ws_nuit_rep_nb + ws_arch_nb
                WHEN 5
                    PERFORM SAUVEGARDER-FICHIERS
                    MOVE ws_sau_cumul TO ws_nuit_nb
                WHEN 6
                    PERFORM VERIFIER-FICHIERS
                    MOVE ws_sau_cumul TO ws_nuit_nb
            END-EVALUATE
            MOVE RETURN-CODE TO ws_nuit_rc

            MOVE FUNCTION CURRENT-DATE TO ws_nuit_horodatage
            MOVE ws_nuit_hdt TO fnuit_fin
            MOVE ws_nuit_nb TO fnuit_nb
            MOVE ws_nuit_rc TO fnuit_rc
            IF ws_nuit_rc >= 8
                MOVE "A" TO fnuit_statut
                MOVE "O" TO ws_nuit_arret
                COMPUTE ws_nuit_rc_final = 10 + ws_nuit_etape
            ELSE
                MOVE "T" TO fnuit_statut
                IF ws_nuit_rc > ws_nuit_rc_final
                    MOVE ws_nuit_rc TO ws_nuit_rc_final
                END-IF
            END-IF
            PERFORM REECRIRE-ETAPE-NUIT
            PERFORM LIBELLER-ETAPE-NUIT
            MOVE ws_nuit_nb TO ws_nuit_nb_edite
            DISPLAY "Etape " ws_nuit_etape " " fnuit_job " : "
                ws_nuit_libelle ", " ws_nuit_nb_edite
                " enregistrement(s), code retour " ws_nuit_rc.

        LIRE-ETAPE-NUIT.
      **
      * Reads step ws_nuit_etape of night ws_nuit_date into
      * tamp_fnuit, creating it "to do" the first time it is met.
      **
            MOVE ws_nuit_date TO fnuit_date
            MOVE ws_nuit_etape TO fnuit_etape
            READ fnuit KEY IS fnuit_cle
                INVALID KEY
                    EVALUATE ws_nuit_etape
                        WHEN 1
                            MOVE "CAJOUR" TO fnuit_job
                        WHEN 2
                            MOVE "RESERV" TO fnuit_job
                        WHEN 3
                            MOVE "SOLDES" TO fnuit_job
                        WHEN 4
                            MOVE "ARCHIVE" TO fnuit_job
                        WHEN 5
                            MOVE "SAUVEGARDE" TO fnuit_job
                        WHEN 6
                            MOVE "VERIFIER" TO fnuit_job
                    END-EVALUATE
                    MOVE SPACE TO fnuit_statut
                    MOVE ZERO TO fnuit_debut
                    MOVE ZERO TO fnuit_fin
                    MOVE ZERO TO fnuit_nb
                    MOVE ZERO TO fnuit_rc
                    MOVE SPACES TO fnuit_param1
                    MOVE SPACES TO fnuit_param2
                    MOVE ZERO TO fnuit_reprise_nb
                    MOVE SPACES TO fnuit_reprise_cle
                    WRITE tamp_fnuit
                        INVALID KEY
                            DISPLAY "Erreur ecriture nuit.dat, statut "
                                cr_fnuit
                            MOVE "fnuit" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE fnuit_cle TO ws_jour_cle
                            MOVE cr_fnuit TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                    END-WRITE
            END-READ.

        REECRIRE-ETAPE-NUIT.
            REWRITE tamp_fnuit
                INVALID KEY
                    DISPLAY "Erreur mise a jour nuit.dat, statut "
                        cr_fnuit
                    MOVE "fnuit" TO ws_jour_fichier
                    MOVE "REECRITURE" TO ws_jour_operation
                    MOVE fnuit_cle TO ws_jour_cle
                    MOVE cr_fnuit TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-REWRITE.

        NOTER-REPRISE-NUIT.
      **
      * Checkpoint of a long step: stores the position left in
      * ws_nuit_pos_nb / ws_nuit_pos_cle on the running step's
      * nuit.dat record (still in tamp_fnuit). Outside the NUIT
      * stream there is nothing to resume and nothing is written.
      **
            IF ws_nuit_actif = "O"
                MOVE ws_nuit_pos_nb TO fnuit_reprise_nb
                MOVE ws_nuit_pos_cle TO fnuit_reprise_cle
                PERFORM REECRIRE-ETAPE-NUIT
            END-IF.

        LIBELLER-ETAPE-NUIT.
            EVALUATE fnuit_statut
                WHEN "E"
                    MOVE "en cours" TO ws_nuit_libelle
                WHEN "T"
                    MOVE "terminee" TO ws_nuit_libelle
                WHEN "A"
                    MOVE "en echec" TO ws_nuit_libelle
                WHEN "S"
                    MOVE "sans objet" TO ws_nuit_libelle
                WHEN OTHER
                    MOVE "a faire" TO ws_nuit_libelle
            END-EVALUATE.

        CONTROLER-DATE-NUIT.
            MOVE "O" TO ws_nuit_ok
            IF ws_nuit_date_x(1:4) IS NOT NUMERIC
                    OR ws_nuit_date_x(5:1) NOT = "-"
                    OR ws_nuit_date_x(6:2) IS NOT NUMERIC
                    OR ws_nuit_date_x(8:1) NOT = "-"
                    OR ws_nuit_date_x(9:2) IS NOT NUMERIC
                MOVE "N" TO ws_nuit_ok
            ELSE
                MOVE ws_nuit_date_x(1:4) TO ws_nuit_date_aaaa
                MOVE ws_nuit_date_x(6:2) TO ws_nuit_date_mm
                MOVE ws_nuit_date_x(9:2) TO ws_nuit_date_jj
                IF FUNCTION TEST-DATE-YYYYMMDD(ws_nuit_date_num)
                        NOT = 0
                    MOVE "N" TO ws_nuit_ok
                END-IF
            END-IF.

        PLANIFIER-NUIT.
      **
      * Admin screen of the overnight stream: shows where each step
      * of a night stands in nuit.dat and plans the two steps that
      * need parameters - SOLDES (saison and taux) and ARCHIVE
      * (cut-off date) - or withdraws them. A step that has started
      * keeps its parameters: changing them under a checkpoint would
      * resume a different job.
      **
            DISPLAY "Date de la nuit (AAAA-MM-JJ, vide = aujourd'hui)"
                " : " WITH NO ADVANCING
            ACCEPT ws_nuit_date
            IF ws_nuit_date = SPACES
                PERFORM OBTENIR-DATE-JOUR
                MOVE fvent_dateV TO ws_nuit_date
            END-IF
            MOVE ws_nuit_date TO ws_nuit_date_x
            PERFORM CONTROLER-DATE-NUIT
            IF ws_nuit_ok = "N"
                DISPLAY "Date invalide : " ws_nuit_date
            ELSE
                OPEN I-O fnuit
                MOVE 9 TO ws_nuit_choix
                PERFORM UNTIL ws_nuit_choix = 0
                    DISPLAY " "
                    DISPLAY "=== Chaine de nuit du " ws_nuit_date
                        " ==="
                    PERFORM VARYING ws_nuit_etape FROM 1 BY 1
                            UNTIL ws_nuit_etape > 6
                        PERFORM LIRE-ETAPE-NUIT
                        PERFORM AFFICHER-ETAPE-NUIT
                    END-PERFORM
                    DISPLAY "1. Planifier les soldes"
                    DISPLAY "2. Planifier l'archivage des ventes"
                    DISPLAY "3. Retirer les soldes"
                    DISPLAY "4. Retirer l'archivage"
                    DISPLAY "0. Retour"
                    DISPLAY "Votre choix : " WITH NO ADVANCING
                    ACCEPT ws_nuit_choix
                    EVALUATE ws_nuit_choix
                        WHEN 1
                        WHEN 3
                            MOVE 3 TO ws_nuit_etape
                            PERFORM MODIFIER-ETAPE-NUIT
                        WHEN 2
                        WHEN 4
                            MOVE 4 TO ws_nuit_etape
                            PERFORM MODIFIER-ETAPE-NUIT
                        WHEN 0
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choix invalide."
                    END-EVALUATE
                END-PERFORM
                CLOSE fnuit
            END-IF.

        AFFICHER-ETAPE-NUIT.
            PERFORM LIBELLER-ETAPE-NUIT
            MOVE fnuit_nb TO ws_nuit_nb_edite
            DISPLAY "  " fnuit_etape " " fnuit_job " " ws_nuit_libelle
                " " fnuit_param1(1:10) " " fnuit_param2(1:3)
                " nb=" ws_nuit_nb_edite " rc=" fnuit_rc
            IF fnuit_debut NOT = ZERO
                DISPLAY "      debut " fnuit_debut(1:8) "-"
                    fnuit_debut(9:6) "  fin " fnuit_fin(1:8) "-"
                    fnuit_fin(9:6)
            END-IF.

        MODIFIER-ETAPE-NUIT.
      **
      * Plans (choice 1/2) or withdraws (3/4) step ws_nuit_etape.
      **
            PERFORM LIRE-ETAPE-NUIT
            IF fnuit_statut NOT = SPACE AND fnuit_statut NOT = "S"
                PERFORM LIBELLER-ETAPE-NUIT
                DISPLAY "Etape " fnuit_job " " ws_nuit_libelle
                    ", non modifiable."
            ELSE
                MOVE "O" TO ws_nuit_ok
                EVALUATE ws_nuit_choix
                    WHEN 1
                        DISPLAY "Saison a solder : " WITH NO ADVANCING
                        ACCEPT fnuit_param1
                        DISPLAY "Taux de demarque (%) : "
                            WITH NO ADVANCING
                        ACCEPT ws_nuit_taux
                        IF fnuit_param1 = SPACES
                                OR ws_nuit_taux < 1
                                OR ws_nuit_taux > 100
                            DISPLAY "Saison vide ou taux hors 1-100."
                            MOVE "N" TO ws_nuit_ok
                        ELSE
                            MOVE ws_nuit_taux TO fnuit_param2
                        END-IF
                    WHEN 2
                        DISPLAY "Date de coupure (AAAA-MM-JJ), archive"
                            " tout avant : " WITH NO ADVANCING
                        ACCEPT ws_nuit_date_x
                        PERFORM CONTROLER-DATE-NUIT
                        IF ws_nuit_ok = "N"
                            DISPLAY "Date invalide : " ws_nuit_date_x
                        ELSE
                            MOVE ws_nuit_date_x TO fnuit_param1
                            MOVE SPACES TO fnuit_param2
                        END-IF
                    WHEN OTHER
                        MOVE SPACES TO fnuit_param1
                        MOVE SPACES TO fnuit_param2
                END-EVALUATE
                IF ws_nuit_ok = "O"
                    MOVE SPACE TO fnuit_statut
                    PERFORM REECRIRE-ETAPE-NUIT
                    MOVE "fnuit" TO ws_jour_fichier
                    MOVE "PLANIF" TO ws_jour_operation
                    MOVE fnuit_cle TO ws_jour_cle
                    MOVE "OK" TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                    DISPLAY "Etape " fnuit_job " mise a jour."
                END-IF
            END-IF.

        POINTER-PERSONNEL.
      **
      * Time clock at the till: the employee punching keys their own
      * idp and password (the till session may be a colleague's).
      * When their latest shift is one of today still without a
      * sortie, the punch closes it; otherwise it opens a new shift
      * on this poste. A shift left open on an earlier day is not
      * closed here - only a manager correction can say when that
      * person really left.
      **
            DISPLAY "Identifiant : " WITH NO ADVANCING
            ACCEPT ws_poi_idp
            DISPLAY "Mot de passe : " WITH NO ADVANCING
            ACCEPT ws_poi_mdp
            MOVE ws_poi_idp TO ws_hash_sel
            MOVE ws_poi_mdp TO ws_hash_entree
            PERFORM HACHER-MOT-DE-PASSE

            MOVE "N" TO ws_poi_ok
            OPEN INPUT fpers
            MOVE ws_poi_idp TO fpers_idp
            READ fpers KEY IS fpers_idp
                INVALID KEY
                    DISPLAY "Identifiant inconnu."
                NOT INVALID KEY
                    IF fpers_mdp NOT = ws_hash_sortie
                        DISPLAY "Mot de passe incorrect."
                    ELSE
                        IF fpers_actif = "N" OR fpers_role = 4
                            DISPLAY "Compte non autorise au pointage."
                        ELSE
                            MOVE "O" TO ws_poi_ok
                        END-IF
                    END-IF
            END-READ
            CLOSE fpers

            IF ws_poi_ok = "O"
                MOVE FUNCTION CURRENT-DATE TO ws_poi_horodatage
                OPEN I-O fpointage
                PERFORM CHERCHER-DERNIER-POINTAGE
                IF ws_poi_ouvert = "O"
                        AND ws_poi_der_date = ws_poi_date_sys
                    PERFORM CLORE-POINTAGE
                ELSE
                    IF ws_poi_ouvert = "O"
                        DISPLAY "Attention : pointage du "
                            ws_poi_der_date " sans sortie, a faire"
                            " corriger par un responsable."
                    END-IF
                    PERFORM OUVRIR-POINTAGE
                END-IF
                CLOSE fpointage
            END-IF.

        CHERCHER-DERNIER-POINTAGE.
      **
      * Leaves the key of ws_poi_idp's latest shift in
      * ws_poi_der_date / ws_poi_der_seq (zero when none) and
      * ws_poi_ouvert "O" when it has no sortie yet.
      **
            MOVE "N" TO ws_poi_ouvert
            MOVE ZERO TO ws_poi_der_date
            MOVE ZERO TO ws_poi_der_seq
            MOVE ws_poi_idp TO fpoi_idp
            MOVE ZERO TO fpoi_date
            MOVE ZERO TO fpoi_seq
            START fpointage KEY IS >= fpoi_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpoi = 0
                PERFORM UNTIL 1 = 2
                    READ fpointage NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpoi_idp NOT = ws_poi_idp
                        EXIT PERFORM
                    END-IF
                    MOVE fpoi_date TO ws_poi_der_date
                    MOVE fpoi_seq TO ws_poi_der_seq
                    IF fpoi_sortie = ZERO
                        MOVE "O" TO ws_poi_ouvert
                    ELSE
                        MOVE "N" TO ws_poi_ouvert
                    END-IF
                END-PERFORM
            END-IF.

        OUVRIR-POINTAGE.
            MOVE ws_poi_idp TO fpoi_idp
            MOVE ws_poi_date_sys TO fpoi_date
            IF ws_poi_der_date = ws_poi_date_sys
                COMPUTE fpoi_seq = ws_poi_der_seq + 1
            ELSE
                MOVE 1 TO fpoi_seq
            END-IF
            MOVE ws_poste TO fpoi_poste
            MOVE ws_poi_heure_sys TO fpoi_entree
            MOVE ZERO TO fpoi_sortie
            MOVE ZERO TO fpoi_minutes
            MOVE "N" TO fpoi_corrige
            MOVE SPACES TO fpoi_correcteur
            WRITE tamp_fpointage
                INVALID KEY
                    DISPLAY "Erreur ecriture pointage, statut "
                        cr_fpoi
                    MOVE "fpointage" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE fpoi_cle TO ws_jour_cle
                    MOVE cr_fpoi TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    DISPLAY "Entree de " ws_poi_idp " enregistree a "
                        ws_poi_heure_sys(1:2) ":" ws_poi_heure_sys(3:2)
                        " (poste " ws_poste ")."
            END-WRITE.

        CLORE-POINTAGE.
            MOVE ws_poi_idp TO fpoi_idp
            MOVE ws_poi_der_date TO fpoi_date
            MOVE ws_poi_der_seq TO fpoi_seq
            READ fpointage KEY IS fpoi_cle
                INVALID KEY
                    DISPLAY "Pointage introuvable, statut " cr_fpoi
                NOT INVALID KEY
                    MOVE ws_poi_heure_sys TO fpoi_sortie
                    PERFORM CALCULER-DUREE-POINTAGE
                    REWRITE tamp_fpointage
                        INVALID KEY
                            DISPLAY "Erreur mise a jour pointage,"
                                " statut " cr_fpoi
                            MOVE "fpointage" TO ws_jour_fichier
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE fpoi_cle TO ws_jour_cle
                            MOVE cr_fpoi TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        NOT INVALID KEY
                            MOVE fpoi_minutes TO ws_poi_minutes
                            PERFORM EDITER-DUREE-POINTAGE
                            DISPLAY "Sortie de " ws_poi_idp
                                " enregistree a "
                                ws_poi_heure_sys(1:2) ":"
                                ws_poi_heure_sys(3:2) " - duree "
                                ws_poi_duree_edite
                    END-REWRITE
            END-READ.

        CALCULER-DUREE-POINTAGE.
      **
      * Minutes between fpoi_entree and fpoi_sortie (HHMMSS, seconds
      * ignored); zero while the shift is open.
      **
            MOVE ZERO TO fpoi_minutes
            IF fpoi_sortie > fpoi_entree
                MOVE fpoi_entree TO ws_poi_hms_num
                COMPUTE ws_poi_min_debut =
                    ws_poi_hms_hh * 60 + ws_poi_hms_mm
                MOVE fpoi_sortie TO ws_poi_hms_num
                COMPUTE ws_poi_min_fin =
                    ws_poi_hms_hh * 60 + ws_poi_hms_mm
                COMPUTE fpoi_minutes = ws_poi_min_fin - ws_poi_min_debut
            END-IF.

        EDITER-DUREE-POINTAGE.
            DIVIDE ws_poi_minutes BY 60 GIVING ws_poi_hh
                REMAINDER ws_poi_mm
            MOVE ws_poi_hh TO ws_poi_duree_hh
            MOVE ws_poi_mm TO ws_poi_duree_mm.

        GERER-PRESENCES.
      **
      * Attendance (admin): correction of missed punches, the
      * monthly hours for payroll and the sales-per-hour report.
      **
            MOVE "N" TO ws_poi_fin_menu
            PERFORM UNTIL ws_poi_fin_menu = "O"
                DISPLAY " "
                DISPLAY "=== Presences et productivite ==="
                DISPLAY "1. Corriger un pointage"
                DISPLAY "2. Heures travaillees du mois"
                DISPLAY "3. Productivite des vendeurs"
                DISPLAY "0. Terminer"
                DISPLAY "Votre choix : " WITH NO ADVANCING
                ACCEPT ws_poi_choix
                EVALUATE ws_poi_choix
                    WHEN 1
                        PERFORM CORRIGER-POINTAGE
                    WHEN 2
                        PERFORM RAPPORT-HEURES
                    WHEN 3
                        PERFORM RAPPORT-PRODUCTIVITE
                    WHEN 0
                        MOVE "O" TO ws_poi_fin_menu
                    WHEN OTHER
                        DISPLAY "Choix invalide."
                END-EVALUATE
            END-PERFORM.

        CORRIGER-POINTAGE.
      **
      * Manager correction of one day's shifts of an employee: sets
      * a missed entree or sortie on an existing shift, or adds a
      * shift that was never punched. The record is flagged as
      * corrected with the manager's idp and the change journalled.
      **
            DISPLAY "Identifiant de l'employe : " WITH NO ADVANCING
            ACCEPT ws_poi_idp
            DISPLAY "Date (AAAA-MM-JJ) : " WITH NO ADVANCING
            ACCEPT ws_poi_date_x
            PERFORM CONTROLER-DATE-POINTAGE
            IF ws_poi_ok = "N"
                DISPLAY "Date invalide : " ws_poi_date_x
            ELSE
                OPEN I-O fpointage
                MOVE ZERO TO ws_poi_der_seq
                MOVE ws_poi_idp TO fpoi_idp
                MOVE ws_poi_date_num TO fpoi_date
                MOVE ZERO TO fpoi_seq
                START fpointage KEY IS >= fpoi_cle
                    INVALID KEY
                        CONTINUE
                END-START
                IF cr_fpoi = 0
                    PERFORM UNTIL 1 = 2
                        READ fpointage NEXT RECORD
                            AT END
                                EXIT PERFORM
                        END-READ
                        IF fpoi_idp NOT = ws_poi_idp
                                OR fpoi_date NOT = ws_poi_date_num
                            EXIT PERFORM
                        END-IF
                        MOVE fpoi_seq TO ws_poi_der_seq
                        PERFORM AFFICHER-POINTAGE
                    END-PERFORM
                END-IF
                IF ws_poi_der_seq = 0
                    DISPLAY "Aucun pointage ce jour-la."
                END-IF

                DISPLAY "Pointage a corriger (0 = ajouter un"
                    " pointage oublie) : " WITH NO ADVANCING
                ACCEPT ws_poi_seq
                IF ws_poi_seq = 0
                    MOVE "N" TO ws_poi_existe
                    MOVE "O" TO ws_poi_oblig
                    MOVE ws_poi_idp TO fpoi_idp
                    MOVE ws_poi_date_num TO fpoi_date
                    COMPUTE fpoi_seq = ws_poi_der_seq + 1
                    MOVE ws_poste TO fpoi_poste
                    MOVE ZERO TO fpoi_entree
                    MOVE ZERO TO fpoi_sortie
                ELSE
                    MOVE "O" TO ws_poi_existe
                    MOVE "N" TO ws_poi_oblig
                    MOVE ws_poi_idp TO fpoi_idp
                    MOVE ws_poi_date_num TO fpoi_date
                    MOVE ws_poi_seq TO fpoi_seq
                    READ fpointage KEY IS fpoi_cle
                        INVALID KEY
                            DISPLAY "Pointage introuvable."
                            MOVE "N" TO ws_poi_ok
                    END-READ
                END-IF

                IF ws_poi_ok = "O"
                    PERFORM SAISIR-CORRECTION-POINTAGE
                END-IF
                IF ws_poi_ok = "O"
                    PERFORM ENREGISTRER-CORRECTION-POINTAGE
                END-IF
                CLOSE fpointage
            END-IF.

        AFFICHER-POINTAGE.
            MOVE fpoi_minutes TO ws_poi_minutes
            PERFORM EDITER-DUREE-POINTAGE
            DISPLAY "  " fpoi_seq " poste " fpoi_poste
                " entree " fpoi_entree(1:2) ":" fpoi_entree(3:2)
                " sortie " fpoi_sortie(1:2) ":" fpoi_sortie(3:2)
                " duree " ws_poi_duree_edite
                " corrige=" fpoi_corrige " " fpoi_correcteur.

        SAISIR-CORRECTION-POINTAGE.
      **
      * New entree/sortie times for the shift in tamp_fpointage; on
      * an existing shift a blank answer keeps the recorded time. A
      * sortie, when there is one, must follow the entree.
      **
            DISPLAY "Heure d'entree (HH:MM) : " WITH NO ADVANCING
            PERFORM SAISIR-HEURE-POINTAGE
            IF ws_poi_ok = "O" AND ws_poi_vide = "N"
                MOVE ws_poi_heure TO fpoi_entree
            END-IF
            IF ws_poi_ok = "O"
                DISPLAY "Heure de sortie (HH:MM) : " WITH NO ADVANCING
                PERFORM SAISIR-HEURE-POINTAGE
                IF ws_poi_ok = "O" AND ws_poi_vide = "N"
                    MOVE ws_poi_heure TO fpoi_sortie
                END-IF
            END-IF
            IF ws_poi_ok = "O"
                IF fpoi_sortie NOT = ZERO
                        AND fpoi_sortie <= fpoi_entree
                    DISPLAY "La sortie doit suivre l'entree."
                    MOVE "N" TO ws_poi_ok
                END-IF
            END-IF.

        SAISIR-HEURE-POINTAGE.
      **
      * Reads an HH:MM time into ws_poi_heure (HHMM00). A blank
      * answer sets ws_poi_vide, and is refused when ws_poi_oblig
      * says the time is required.
      **
            MOVE "N" TO ws_poi_vide
            ACCEPT ws_poi_heure_x
            IF ws_poi_heure_x = SPACES
                MOVE "O" TO ws_poi_vide
                IF ws_poi_oblig = "O"
                    DISPLAY "Heure obligatoire."
                    MOVE "N" TO ws_poi_ok
                END-IF
            ELSE
                IF ws_poi_heure_x(1:2) IS NOT NUMERIC
                        OR ws_poi_heure_x(3:1) NOT = ":"
                        OR ws_poi_heure_x(4:2) IS NOT NUMERIC
                    DISPLAY "Heure invalide : " ws_poi_heure_x
                    MOVE "N" TO ws_poi_ok
                ELSE
                    MOVE ws_poi_heure_x(1:2) TO ws_poi_hms_hh
                    MOVE ws_poi_heure_x(4:2) TO ws_poi_hms_mm
                    MOVE ZERO TO ws_poi_hms_ss
                    IF ws_poi_hms_hh > 23 OR ws_poi_hms_mm > 59
                        DISPLAY "Heure invalide : " ws_poi_heure_x
                        MOVE "N" TO ws_poi_ok
                    ELSE
                        MOVE ws_poi_hms_num TO ws_poi_heure
                    END-IF
                END-IF
            END-IF.

        ENREGISTRER-CORRECTION-POINTAGE.
            MOVE "O" TO fpoi_corrige
            MOVE ws_login_idp TO fpoi_correcteur
            PERFORM CALCULER-DUREE-POINTAGE
            IF ws_poi_existe = "O"
                REWRITE tamp_fpointage
                    INVALID KEY
                        MOVE "N" TO ws_poi_ok
                        MOVE "REECRITURE" TO ws_jour_operation
                END-REWRITE
            ELSE
                WRITE tamp_fpointage
                    INVALID KEY
                        MOVE "N" TO ws_poi_ok
                        MOVE "ECRITURE" TO ws_jour_operation
                END-WRITE
            END-IF
            MOVE "fpointage" TO ws_jour_fichier
            MOVE fpoi_cle TO ws_jour_cle
            IF ws_poi_ok = "N"
                DISPLAY "Erreur enregistrement pointage, statut "
                    cr_fpoi
                MOVE cr_fpoi TO ws_jour_statut
            ELSE
                MOVE "CORRECTION" TO ws_jour_operation
                MOVE "OK" TO ws_jour_statut
                DISPLAY "Pointage corrige."
                PERFORM AFFICHER-POINTAGE
            END-IF
            PERFORM ENREGISTRER-JOURNAL.

        CONTROLER-DATE-POINTAGE.
      **
      * Checks the AAAA-MM-JJ date in ws_poi_date_x (a real calendar
      * day) and leaves it as AAAAMMJJ in ws_poi_date_num.
      **
            MOVE "O" TO ws_poi_ok
            IF ws_poi_date_x(1:4) IS NOT NUMERIC
                    OR ws_poi_date_x(5:1) NOT = "-"
                    OR ws_poi_date_x(6:2) IS NOT NUMERIC
                    OR ws_poi_date_x(8:1) NOT = "-"
                    OR ws_poi_date_x(9:2) IS NOT NUMERIC
                MOVE "N" TO ws_poi_ok
            ELSE
                MOVE ws_poi_date_x(1:4) TO ws_poi_date_aaaa
                MOVE ws_poi_date_x(6:2) TO ws_poi_date_mm
                MOVE ws_poi_date_x(9:2) TO ws_poi_date_jj
                IF FUNCTION TEST-DATE-YYYYMMDD(ws_poi_date_num)
                        NOT = 0
                    MOVE "N" TO ws_poi_ok
                END-IF
            END-IF.

        RAPPORT-HEURES.
      **
      * Hours worked per employee over one month, for payroll (menu
      * or batch "HEURES AAAA-MM", heures.rpt): the closed shifts of
      * pointage.dat summed per idp, with the number of shifts, the
      * shifts still without a sortie (not counted until a manager
      * corrects them) and the shifts a manager corrected.
      **
            IF ws_mode_batch = "N"
                DISPLAY "Mois (AAAA-MM) : " WITH NO ADVANCING
                ACCEPT ws_poi_mois
            END-IF
            MOVE "O" TO ws_poi_ok
            IF ws_poi_mois(1:4) IS NOT NUMERIC
                    OR ws_poi_mois(5:1) NOT = "-"
                    OR ws_poi_mois(6:2) IS NOT NUMERIC
                DISPLAY "Mois invalide (HEURES AAAA-MM) : "
                    ws_poi_mois
                MOVE "N" TO ws_poi_ok
                IF ws_mode_batch = "O"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            IF ws_poi_ok = "O"
                MOVE ws_poi_mois(1:4) TO ws_poi_date_aaaa
                MOVE ws_poi_mois(6:2) TO ws_poi_date_mm
                MOVE 1 TO ws_poi_date_jj
                MOVE ws_poi_date_num TO ws_poi_borne_debut
                MOVE 31 TO ws_poi_date_jj
                MOVE ws_poi_date_num TO ws_poi_borne_fin
                MOVE "heures.rpt" TO ws_rpt_nom_fichier
                MOVE SPACES TO ws_rpt_titre
                STRING
                    "Heures travaillees - " ws_poi_mois
                    DELIMITED BY SIZE INTO ws_rpt_titre
                END-STRING
                PERFORM OUVRIR-RAPPORT-POINTAGE
            END-IF

            IF ws_poi_ok = "O"
                PERFORM LIRE-POINTAGES-PERIODE
                MOVE ZERO TO ws_poi_total_min
                OPEN INPUT fpers
                PERFORM VARYING ws_poi_idx FROM 1 BY 1
                        UNTIL ws_poi_idx > ws_poi_nb
                    PERFORM EDITER-LIGNE-HEURES
                END-PERFORM
                CLOSE fpers

                MOVE ws_poi_total_min TO ws_poi_minutes
                PERFORM EDITER-DUREE-POINTAGE
                MOVE ws_poi_nb TO ws_poi_nb_edite
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "*** " ws_poi_nb_edite " employe(s), total "
                    ws_poi_duree_edite " heure(s) ***"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM SORTIR-LIGNE-POINTAGE
                PERFORM FERMER-RAPPORT-POINTAGE
            END-IF.

        EDITER-LIGNE-HEURES.
            MOVE ws_poi_t_idp(ws_poi_idx) TO fpers_idp
            READ fpers KEY IS fpers_idp
                INVALID KEY
                    MOVE SPACES TO fpers_prenom
                    MOVE "(inconnu)" TO fpers_nom
            END-READ
            MOVE ws_poi_t_minutes(ws_poi_idx) TO ws_poi_minutes
            ADD ws_poi_minutes TO ws_poi_total_min
            PERFORM EDITER-DUREE-POINTAGE
            MOVE SPACES TO ws_rpt_ligne
            STRING
                ws_poi_t_idp(ws_poi_idx) " "
                fpers_prenom(1:15) " " fpers_nom(1:20) " "
                ws_poi_duree_edite " h  postes="
                ws_poi_t_postes(ws_poi_idx)
                "  sans sortie=" ws_poi_t_ouverts(ws_poi_idx)
                "  corriges=" ws_poi_t_corriges(ws_poi_idx)
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-POINTAGE.

        OUVRIR-RAPPORT-POINTAGE.
      **
      * Report named in ws_rpt_nom_fichier / ws_rpt_titre: a printed
      * file in mode batch, a screen heading otherwise.
      **
            MOVE ZERO TO ws_poi_nb
            MOVE "N" TO ws_poi_plein
            INITIALIZE ws_poi_tab_heures
            IF ws_mode_batch = "O"
                OPEN OUTPUT frapport
                IF cr_frapport NOT = 0
                    DISPLAY "Erreur ouverture " ws_rpt_nom_fichier
                        ", statut " cr_frapport
                    MOVE 8 TO RETURN-CODE
                    MOVE "N" TO ws_poi_ok
                ELSE
                    MOVE ZERO TO ws_rpt_page
                    PERFORM ECRIRE-ENTETE-RAPPORT
                END-IF
            ELSE
                DISPLAY " "
                DISPLAY "=== " ws_rpt_titre
            END-IF.

        FERMER-RAPPORT-POINTAGE.
            IF ws_poi_plein = "O"
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    "Table pleine : au-dela de 50 employes, les"
                    " suivants ne sont pas comptes."
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM SORTIR-LIGNE-POINTAGE
                IF ws_mode_batch = "O" AND RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            IF ws_mode_batch = "O"
                CLOSE frapport
                DISPLAY "Rapport edite dans " ws_rpt_nom_fichier
            END-IF.

        SORTIR-LIGNE-POINTAGE.
      **
      * ws_rpt_ligne goes to the report file in mode batch, to the
      * screen otherwise.
      **
            IF ws_mode_batch = "O"
                PERFORM ECRIRE-LIGNE-RAPPORT
            ELSE
                DISPLAY ws_rpt_ligne(1:100)
            END-IF.

        LIRE-POINTAGES-PERIODE.
      **
      * Cumulates every shift dated within ws_poi_borne_debut /
      * ws_poi_borne_fin into the per-employee table and the
      * hour-of-day presence buckets.
      **
            OPEN INPUT fpointage
            MOVE LOW-VALUES TO fpoi_cle
            START fpointage KEY IS >= fpoi_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fpoi = 0
                PERFORM UNTIL 1 = 2
                    READ fpointage NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fpoi_date >= ws_poi_borne_debut
                            AND fpoi_date <= ws_poi_borne_fin
                        PERFORM CUMULER-POINTAGE
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fpointage.

        CUMULER-POINTAGE.
            MOVE fpoi_idp TO ws_poi_idp
            PERFORM TROUVER-EMPLOYE-POINTAGE
            IF ws_poi_idx <= ws_poi_nb
                ADD 1 TO ws_poi_t_postes(ws_poi_idx)
                IF fpoi_corrige = "O"
                    ADD 1 TO ws_poi_t_corriges(ws_poi_idx)
                END-IF
                IF fpoi_sortie = ZERO
                    ADD 1 TO ws_poi_t_ouverts(ws_poi_idx)
                ELSE
                    ADD fpoi_minutes TO ws_poi_t_minutes(ws_poi_idx)
                    PERFORM REPARTIR-POINTAGE-HEURES
                END-IF
            END-IF.

        REPARTIR-POINTAGE-HEURES.
      **
      * Spreads a closed shift's minutes over the clock hours it
      * covers, so each hour of the day knows how many staff-minutes
      * were on the floor.
      **
            MOVE fpoi_entree TO ws_poi_hms_num
            COMPUTE ws_poi_min_debut =
                ws_poi_hms_hh * 60 + ws_poi_hms_mm
            MOVE ws_poi_hms_hh TO ws_poi_h_deb
            MOVE fpoi_sortie TO ws_poi_hms_num
            COMPUTE ws_poi_min_fin =
                ws_poi_hms_hh * 60 + ws_poi_hms_mm
            MOVE ws_poi_hms_hh TO ws_poi_h_fin
            PERFORM VARYING ws_poi_h FROM ws_poi_h_deb BY 1
                    UNTIL ws_poi_h > ws_poi_h_fin
                COMPUTE ws_poi_bas = ws_poi_h * 60
                COMPUTE ws_poi_haut = ws_poi_bas + 60
                IF ws_poi_min_debut > ws_poi_bas
                    MOVE ws_poi_min_debut TO ws_poi_bas
                END-IF
                IF ws_poi_min_fin < ws_poi_haut
                    MOVE ws_poi_min_fin TO ws_poi_haut
                END-IF
                IF ws_poi_haut > ws_poi_bas
                    COMPUTE ws_poi_ht_minutes(ws_poi_h + 1) =
                        ws_poi_ht_minutes(ws_poi_h + 1)
                        + ws_poi_haut - ws_poi_bas
                END-IF
            END-PERFORM.

        TROUVER-EMPLOYE-POINTAGE.
      **
      * Entry of ws_poi_idp in ws_poi_tab (created when first met);
      * ws_poi_idx is past ws_poi_nb when the table is full.
      **
            PERFORM VARYING ws_poi_idx FROM 1 BY 1
                    UNTIL ws_poi_idx > ws_poi_nb
                    OR ws_poi_t_idp(ws_poi_idx) = ws_poi_idp
                CONTINUE
            END-PERFORM
            IF ws_poi_idx > ws_poi_nb
                IF ws_poi_nb < 50
                    ADD 1 TO ws_poi_nb
                    MOVE ws_poi_idp TO ws_poi_t_idp(ws_poi_nb)
                    MOVE ZERO TO ws_poi_t_minutes(ws_poi_nb)
                    MOVE ZERO TO ws_poi_t_postes(ws_poi_nb)
                    MOVE ZERO TO ws_poi_t_ouverts(ws_poi_nb)
                    MOVE ZERO TO ws_poi_t_corriges(ws_poi_nb)
                    MOVE ZERO TO ws_poi_t_ca(ws_poi_nb)
                    MOVE ZERO TO ws_poi_t_tickets(ws_poi_nb)
                    MOVE SPACES TO ws_poi_t_ticket(ws_poi_nb)
                    MOVE ws_poi_nb TO ws_poi_idx
                ELSE
                    MOVE "O" TO ws_poi_plein
                END-IF
            END-IF.

        RAPPORT-PRODUCTIVITE.
      **
      * Sales per hour on the floor (menu or batch "PRODUCTIV debut
      * fin", productiv.rpt). Per employee: net sales and ticket
      * count off ventes.dat and every archive of archives.lst, so
      * an archived period still reports (returns netted against the
      * original vendeur, as in RAPPORT-COMMISSION) divided by the
      * hours clocked over the period. Per hour of the day: net
      * sales and tickets against the staff-hours clocked in that
      * hour and the average headcount, to plan the rota. Sales
      * recorded before the time of sale was kept fall in an
      * "heure inconnue" line.
      **
            IF ws_mode_batch = "N"
                DISPLAY "Date de debut (AAAA-MM-JJ) : "
                    WITH NO ADVANCING
                ACCEPT ws_poi_debut_x
                DISPLAY "Date de fin (AAAA-MM-JJ) : "
                    WITH NO ADVANCING
                ACCEPT ws_poi_fin_x
            END-IF
            MOVE ws_poi_fin_x TO ws_poi_date_x
            PERFORM CONTROLER-DATE-POINTAGE
            MOVE ws_poi_date_num TO ws_poi_borne_fin
            IF ws_poi_ok = "O"
                MOVE ws_poi_debut_x TO ws_poi_date_x
                PERFORM CONTROLER-DATE-POINTAGE
                MOVE ws_poi_date_num TO ws_poi_borne_debut
            END-IF
            IF ws_poi_ok = "O"
                    AND ws_poi_borne_fin < ws_poi_borne_debut
                MOVE "N" TO ws_poi_ok
            END-IF
            IF ws_poi_ok = "N"
                DISPLAY "Periode invalide (PRODUCTIV debut fin)."
                IF ws_mode_batch = "O"
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                COMPUTE ws_poi_nb_jours =
                    FUNCTION INTEGER-OF-DATE(ws_poi_borne_fin)
                    - FUNCTION INTEGER-OF-DATE(ws_poi_borne_debut)
                    + 1
                MOVE "productiv.rpt" TO ws_rpt_nom_fichier
                MOVE SPACES TO ws_rpt_titre
                STRING
                    "Productivite du " ws_poi_debut_x " au "
                    ws_poi_fin_x
                    DELIMITED BY SIZE INTO ws_rpt_titre
                END-STRING
                PERFORM OUVRIR-RAPPORT-POINTAGE
            END-IF

            IF ws_poi_ok = "O"
                PERFORM LIRE-POINTAGES-PERIODE
                MOVE "ventes.dat" TO ws_arch_nom_fichier
                MOVE "V" TO ws_vent_source
                PERFORM LIRE-VENTES-PRODUCTIVITE
                MOVE "P" TO ws_arch_lecteur
                PERFORM PARCOURIR-ARCHIVES-VENTES
                PERFORM EDITER-PRODUCTIVITE-VENDEURS
                PERFORM EDITER-PRODUCTIVITE-HEURES
                PERFORM FERMER-RAPPORT-POINTAGE
            END-IF
            MOVE "V" TO ws_vent_source.

        LIRE-VENTES-PRODUCTIVITE.
      **
      * One sales source (live file or archive) from the start of
      * the period. A missing archive only leaves the report short
      * (RETURN-CODE 4), the live file missing fails it.
      **
            MOVE ws_poi_debut_x TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            IF cr_fvent NOT = 0
                DISPLAY "Ventes inaccessibles (" ws_arch_nom_fichier
                    "), statut " cr_fvent
                MOVE "fventes" TO ws_jour_fichier
                MOVE "OUVERTURE" TO ws_jour_operation
                MOVE ws_arch_nom_fichier TO ws_jour_cle
                MOVE cr_fvent TO ws_jour_statut
                PERFORM ENREGISTRER-JOURNAL
                IF ws_mode_batch = "O"
                    IF ws_vent_source = "V"
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            ELSE
                MOVE SPACES TO ws_poi_ticket_prec
                PERFORM DEMARRER-VENTES-DATE-SUP
                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        IF ws_vent_eof = "O"
                            EXIT PERFORM
                        END-IF
                        IF fvent_dateV > ws_poi_fin_x
                            EXIT PERFORM
                        END-IF
                        PERFORM CUMULER-VENTE-PRODUCTIVITE
                    END-PERFORM
                END-IF
                PERFORM FERMER-VENTES-SOURCE
            END-IF.

        CUMULER-VENTE-PRODUCTIVITE.
      **
      * One fventes line into its vendeur's entry and its hour of
      * the day (bucket 25 when the line carries no time). A ticket
      * is counted on its first line for the vendeur.
      **
            MOVE fvent_idVendeur TO ws_poi_idp
            PERFORM TROUVER-EMPLOYE-POINTAGE
            IF fvent_heure IS NUMERIC AND fvent_heure < 240000
                MOVE fvent_heure TO ws_poi_hms_num
                COMPUTE ws_poi_h = ws_poi_hms_hh + 1
            ELSE
                MOVE 25 TO ws_poi_h
            END-IF
            IF fvent_type = "R"
                SUBTRACT fvent_prix FROM ws_poi_ht_ca(ws_poi_h)
                IF ws_poi_idx <= ws_poi_nb
                    SUBTRACT fvent_prix FROM ws_poi_t_ca(ws_poi_idx)
                END-IF
            ELSE
                ADD fvent_prix TO ws_poi_ht_ca(ws_poi_h)
                MOVE "N" TO ws_poi_nouveau
                IF ws_poi_idx <= ws_poi_nb
                    ADD fvent_prix TO ws_poi_t_ca(ws_poi_idx)
                    IF fvent_refTicket = SPACES
                            OR fvent_refTicket
                                NOT = ws_poi_t_ticket(ws_poi_idx)
                        MOVE "O" TO ws_poi_nouveau
                        MOVE fvent_refTicket
                            TO ws_poi_t_ticket(ws_poi_idx)
                        ADD 1 TO ws_poi_t_tickets(ws_poi_idx)
                    END-IF
                ELSE
                    IF fvent_refTicket = SPACES
                            OR fvent_refTicket NOT = ws_poi_ticket_prec
                        MOVE "O" TO ws_poi_nouveau
                        MOVE fvent_refTicket TO ws_poi_ticket_prec
                    END-IF
                END-IF
                IF ws_poi_nouveau = "O"
                    ADD 1 TO ws_poi_ht_tickets(ws_poi_h)
                END-IF
            END-IF.

        EDITER-PRODUCTIVITE-VENDEURS.
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Par employe : CA net, tickets, heures pointees,"
                " CA par heure, tickets par heure"
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-POINTAGE
            MOVE ZERO TO ws_poi_total_ca
            MOVE ZERO TO ws_poi_total_min
            OPEN INPUT fpers
            PERFORM VARYING ws_poi_idx FROM 1 BY 1
                    UNTIL ws_poi_idx > ws_poi_nb
                PERFORM EDITER-LIGNE-PRODUCTIVITE
            END-PERFORM
            CLOSE fpers

            MOVE ws_poi_total_ca TO ws_poi_ca_edite
            MOVE ws_poi_total_min TO ws_poi_minutes
            PERFORM EDITER-DUREE-POINTAGE
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Total                                     CA "
                ws_poi_ca_edite "  heures " ws_poi_duree_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-POINTAGE
            MOVE SPACES TO ws_rpt_ligne
            PERFORM SORTIR-LIGNE-POINTAGE.

        EDITER-LIGNE-PRODUCTIVITE.
            MOVE ws_poi_t_idp(ws_poi_idx) TO fpers_idp
            READ fpers KEY IS fpers_idp
                INVALID KEY
                    MOVE SPACES TO fpers_prenom
                    MOVE "(inconnu)" TO fpers_nom
            END-READ
            ADD ws_poi_t_ca(ws_poi_idx) TO ws_poi_total_ca
            ADD ws_poi_t_minutes(ws_poi_idx) TO ws_poi_total_min
            MOVE ws_poi_t_ca(ws_poi_idx) TO ws_poi_ca_edite
            MOVE ws_poi_t_tickets(ws_poi_idx) TO ws_poi_nb_edite
            MOVE ws_poi_t_minutes(ws_poi_idx) TO ws_poi_minutes
            PERFORM EDITER-DUREE-POINTAGE
            MOVE SPACES TO ws_rpt_ligne
            IF ws_poi_t_minutes(ws_poi_idx) = ZERO
                STRING
                    ws_poi_t_idp(ws_poi_idx) " "
                    fpers_prenom(1:15) " " fpers_nom(1:20)
                    " CA " ws_poi_ca_edite " tickets "
                    ws_poi_nb_edite "  heures " ws_poi_duree_edite
                    "  (non pointe)"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
            ELSE
                COMPUTE ws_poi_ratio ROUNDED =
                    ws_poi_t_ca(ws_poi_idx) * 60
                    / ws_poi_t_minutes(ws_poi_idx)
                MOVE ws_poi_ratio TO ws_poi_ratio_edite
                COMPUTE ws_poi_ratio ROUNDED =
                    ws_poi_t_tickets(ws_poi_idx) * 60
                    / ws_poi_t_minutes(ws_poi_idx)
                MOVE ws_poi_ratio TO ws_poi_tk_heure_edite
                STRING
                    ws_poi_t_idp(ws_poi_idx) " "
                    fpers_prenom(1:15) " " fpers_nom(1:20)
                    " CA " ws_poi_ca_edite " tickets "
                    ws_poi_nb_edite "  heures " ws_poi_duree_edite
                    "  CA/h " ws_poi_ratio_edite
                    "  tickets/h " ws_poi_tk_heure_edite
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
            END-IF
            PERFORM SORTIR-LIGNE-POINTAGE.

        EDITER-PRODUCTIVITE-HEURES.
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Par heure : CA net, tickets, heures de presence,"
                " effectif moyen, CA par heure de presence"
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-POINTAGE
            PERFORM VARYING ws_poi_h FROM 1 BY 1
                    UNTIL ws_poi_h > 25
                IF ws_poi_ht_ca(ws_poi_h) NOT = ZERO
                        OR ws_poi_ht_tickets(ws_poi_h) > 0
                        OR ws_poi_ht_minutes(ws_poi_h) > 0
                    PERFORM EDITER-LIGNE-HEURE-JOUR
                END-IF
            END-PERFORM.

        EDITER-LIGNE-HEURE-JOUR.
            MOVE ws_poi_ht_ca(ws_poi_h) TO ws_poi_ca_edite
            MOVE ws_poi_ht_tickets(ws_poi_h) TO ws_poi_nb_edite
            MOVE SPACES TO ws_rpt_ligne
            IF ws_poi_h = 25
                STRING
                    "heure inconnue  CA " ws_poi_ca_edite
                    " tickets " ws_poi_nb_edite
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
            ELSE
                MOVE ws_poi_ht_minutes(ws_poi_h) TO ws_poi_minutes
                PERFORM EDITER-DUREE-POINTAGE
                COMPUTE ws_poi_hh = ws_poi_h - 1
                MOVE ws_poi_hh TO ws_poi_hms_hh
                COMPUTE ws_poi_effectif ROUNDED =
                    ws_poi_ht_minutes(ws_poi_h) / 60 / ws_poi_nb_jours
                MOVE ws_poi_effectif TO ws_poi_effectif_edite
                MOVE ZERO TO ws_poi_ratio
                IF ws_poi_ht_minutes(ws_poi_h) > 0
                    COMPUTE ws_poi_ratio ROUNDED =
                        ws_poi_ht_ca(ws_poi_h) * 60
                        / ws_poi_ht_minutes(ws_poi_h)
                END-IF
                MOVE ws_poi_ratio TO ws_poi_ratio_edite
                STRING
                    ws_poi_hms_hh "h-" ws_poi_hms_hh "h59  CA "
                    ws_poi_ca_edite " tickets " ws_poi_nb_edite
                    "  presence " ws_poi_duree_edite
                    "  effectif " ws_poi_effectif_edite
                    "  CA/h presence " ws_poi_ratio_edite
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
            END-IF
            PERFORM SORTIR-LIGNE-POINTAGE.

        RAPPORT-STOCK-DORMANT.
      **
      * Dead-stock report (menu, or batch "DORMANT [date]" into
      * dormant.rpt), to pick markdown candidates and stop reordering
      * what does not sell. Every article with stock on hand gets
      * the date of its last sale - live ventes.dat plus every
      * archive listed in archives.lst - and of its last receipt off
      * commandes.dat. Its quantity and value at fvet_cout fall in
      * a bucket by days without a sale (0-30, 31-90, 91-180, 180+)
      * per fvet_categ / fvet_saison. An article never sold is aged
      * from its last receipt, or counts as 180+ when there is none.
      * The slowest ws_dor_nb_lents articles are then listed.
      **
            IF ws_mode_batch = "N"
                DISPLAY "Date de reference (AAAA-MM-JJ, vide ="
                    " aujourd'hui) : " WITH NO ADVANCING
                ACCEPT ws_dor_ref_x
            END-IF
            IF ws_dor_ref_x = SPACES
                PERFORM OBTENIR-DATE-JOUR
                MOVE fvent_dateV TO ws_dor_ref_x
            END-IF
            MOVE "O" TO ws_dor_ok
            IF ws_dor_ref_x(1:4) IS NOT NUMERIC
                    OR ws_dor_ref_x(5:1) NOT = "-"
                    OR ws_dor_ref_x(6:2) IS NOT NUMERIC
                    OR ws_dor_ref_x(8:1) NOT = "-"
                    OR ws_dor_ref_x(9:2) IS NOT NUMERIC
                MOVE "N" TO ws_dor_ok
            ELSE
                MOVE ws_dor_ref_x(1:4) TO ws_dor_date_aaaa
                MOVE ws_dor_ref_x(6:2) TO ws_dor_date_mm
                MOVE ws_dor_ref_x(9:2) TO ws_dor_date_jj
                IF FUNCTION TEST-DATE-YYYYMMDD(ws_dor_date_num)
                        NOT = 0
                    MOVE "N" TO ws_dor_ok
                END-IF
            END-IF
            IF ws_dor_ok = "N"
                DISPLAY "Date invalide (DORMANT [AAAA-MM-JJ]) : "
                    ws_dor_ref_x
                IF ws_mode_batch = "O"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            IF ws_dor_ok = "O"
                MOVE ws_dor_date_num TO ws_dor_date_ref
                IF ws_mode_batch = "O"
                    MOVE "dormant.rpt" TO ws_rpt_nom_fichier
                    OPEN OUTPUT frapport
                    IF cr_frapport NOT = 0
                        DISPLAY "Erreur ouverture dormant.rpt, statut "
                            cr_frapport
                        MOVE 8 TO RETURN-CODE
                        MOVE "N" TO ws_dor_ok
                    ELSE
                        MOVE ZERO TO ws_rpt_page
                        MOVE SPACES TO ws_rpt_titre
                        STRING
                            "Stock dormant au " ws_dor_ref_x
                            DELIMITED BY SIZE INTO ws_rpt_titre
                        END-STRING
                        PERFORM ECRIRE-ENTETE-RAPPORT
                    END-IF
                ELSE
                    DISPLAY " "
                    DISPLAY "=== Stock dormant au " ws_dor_ref_x " ==="
                END-IF
            END-IF

            IF ws_dor_ok = "O"
                PERFORM CHARGER-STOCK-DORMANT
                MOVE "ventes.dat" TO ws_arch_nom_fichier
                MOVE "V" TO ws_vent_source
                PERFORM DATER-VENTES-DORMANT
                PERFORM PARCOURIR-ARCHIVES-DORMANT
                MOVE "V" TO ws_vent_source
                PERFORM DATER-RECEPTIONS-DORMANT
                PERFORM VIEILLIR-STOCK-DORMANT
                PERFORM TRIER-GROUPES-DORMANT
                PERFORM EDITER-GROUPES-DORMANT
                PERFORM EDITER-ARTICLES-LENTS
                IF ws_dor_plein = "O"
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "Table pleine : des articles en stock ne sont"
                        " pas dans ce rapport."
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM SORTIR-LIGNE-DORMANT
                    IF ws_mode_batch = "O" AND RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
                IF ws_mode_batch = "O"
                    CLOSE frapport
                    DISPLAY ws_dor_nb " article(s) en stock analyses,"
                        " detail dans dormant.rpt"
                END-IF
            END-IF.

        CHARGER-STOCK-DORMANT.
      **
      * Articles with stock on hand, in fvet_refVet order - the
      * order CHERCHER-ARTICLE-DORMANT's binary search relies on.
      **
            MOVE ZERO TO ws_dor_nb
            MOVE "N" TO ws_dor_plein
            OPEN INPUT fvet
            MOVE ZERO TO fvet_refVet
            START fvet KEY IS >= fvet_refVet
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fvet = 0
                PERFORM UNTIL 1 = 2
                    READ fvet NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fvet_quantite > 0
                        IF ws_dor_nb < 2000
                            ADD 1 TO ws_dor_nb
                            MOVE fvet_refVet TO ws_dor_t_ref(ws_dor_nb)
                            MOVE fvet_categ
                                TO ws_dor_t_categ(ws_dor_nb)
                            MOVE fvet_saison
                                TO ws_dor_t_saison(ws_dor_nb)
                            MOVE fvet_quantite
                                TO ws_dor_t_qte(ws_dor_nb)
                            MOVE fvet_cout TO ws_dor_t_cout(ws_dor_nb)
                            MOVE ZERO TO ws_dor_t_vente(ws_dor_nb)
                            MOVE ZERO TO ws_dor_t_recep(ws_dor_nb)
                            MOVE ZERO TO ws_dor_t_jours(ws_dor_nb)
                            MOVE "N" TO ws_dor_t_edite(ws_dor_nb)
                        ELSE
                            MOVE "O" TO ws_dor_plein
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fvet.

        CHERCHER-ARTICLE-DORMANT.
      **
      * Binary search of ws_dor_ref in ws_dor_tab: ws_dor_trouve
      * "O" and ws_dor_idx on the entry when the article is there.
      **
            MOVE "N" TO ws_dor_trouve
            MOVE 1 TO ws_dor_bas
            MOVE ws_dor_nb TO ws_dor_haut
            PERFORM UNTIL ws_dor_bas > ws_dor_haut
                    OR ws_dor_trouve = "O"
                COMPUTE ws_dor_idx = (ws_dor_bas + ws_dor_haut) / 2
                IF ws_dor_t_ref(ws_dor_idx) = ws_dor_ref
                    MOVE "O" TO ws_dor_trouve
                ELSE
                    IF ws_dor_t_ref(ws_dor_idx) < ws_dor_ref
                        COMPUTE ws_dor_bas = ws_dor_idx + 1
                    ELSE
                        COMPUTE ws_dor_haut = ws_dor_idx - 1
                    END-IF
                END-IF
            END-PERFORM.

        DATER-VENTES-DORMANT.
      **
      * One sales source (live file or the archive in
      * ws_arch_nom_fichier, per ws_vent_source): the latest sale
      * date of each article in the table. Returns are not sales.
      **
            MOVE LOW-VALUES TO fvent_dateV
            PERFORM OUVRIR-VENTES-SOURCE
            IF cr_fvent NOT = 0
                DISPLAY "Ventes inaccessibles (" ws_arch_nom_fichier
                    "), statut " cr_fvent
                MOVE "fventes" TO ws_jour_fichier
                MOVE "OUVERTURE" TO ws_jour_operation
                MOVE ws_arch_nom_fichier TO ws_jour_cle
                MOVE cr_fvent TO ws_jour_statut
                PERFORM ENREGISTRER-JOURNAL
                IF ws_mode_batch = "O" AND RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM DEMARRER-VENTES-DATE-SUP
                IF cr_fvent = 0
                    PERFORM UNTIL 1 = 2
                        PERFORM LIRE-VENTE-SUIVANTE
                        IF ws_vent_eof = "O"
                            EXIT PERFORM
                        END-IF
                        IF fvent_type NOT = "R"
                            PERFORM NOTER-VENTE-DORMANT
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM FERMER-VENTES-SOURCE
            END-IF.

        NOTER-VENTE-DORMANT.
            MOVE fvent_refVet TO ws_dor_ref
            PERFORM CHERCHER-ARTICLE-DORMANT
            IF ws_dor_trouve = "O"
                MOVE fvent_dateV(1:4) TO ws_dor_date_aaaa
                MOVE fvent_dateV(6:2) TO ws_dor_date_mm
                MOVE fvent_dateV(9:2) TO ws_dor_date_jj
                IF ws_dor_date_num > ws_dor_t_vente(ws_dor_idx)
                    MOVE ws_dor_date_num TO ws_dor_t_vente(ws_dor_idx)
                END-IF
            END-IF.

        PARCOURIR-ARCHIVES-DORMANT.
            MOVE "D" TO ws_arch_lecteur
            PERFORM PARCOURIR-ARCHIVES-VENTES
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Ventes en cours + " ws_arch_nb_liste
                " archive(s) de archives.lst"
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-DORMANT.

        PARCOURIR-ARCHIVES-VENTES.
      **
      * Shared walk of the sales history: every archive named in
      * archives.lst (one per line, kept by ARCHIVER-VENTES) is
      * handed in turn, as ws_vent_source "A", to the reader chosen
      * by ws_arch_lecteur - "D" dead stock, "M" mailing, "P"
      * productivity. No list simply means no archive yet.
      **
            MOVE ZERO TO ws_arch_nb_liste
            OPEN INPUT farchcat
            IF cr_facat = 0
                PERFORM UNTIL 1 = 2
                    READ farchcat
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF tamp_farchcat NOT = SPACES
                        ADD 1 TO ws_arch_nb_liste
                        MOVE tamp_farchcat TO ws_arch_nom_fichier
                        MOVE "A" TO ws_vent_source
                        EVALUATE ws_arch_lecteur
                            WHEN "D"
                                PERFORM DATER-VENTES-DORMANT
                            WHEN "M"
                                PERFORM DATER-ACHATS-MAILING
                            WHEN "P"
                                PERFORM LIRE-VENTES-PRODUCTIVITE
                        END-EVALUATE
                    END-IF
                END-PERFORM
                CLOSE farchcat
            END-IF
            MOVE "V" TO ws_vent_source.

        DATER-RECEPTIONS-DORMANT.
            OPEN INPUT fcommande
            MOVE LOW-VALUES TO fcmd_cle
            START fcommande KEY IS >= fcmd_cle
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fcmd = 0
                PERFORM UNTIL 1 = 2
                    READ fcommande NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fcmd_dateRecep IS NUMERIC
                            AND fcmd_dateRecep > 0
                        MOVE fcmd_refVet TO ws_dor_ref
                        PERFORM CHERCHER-ARTICLE-DORMANT
                        IF ws_dor_trouve = "O"
                                AND fcmd_dateRecep
                                    > ws_dor_t_recep(ws_dor_idx)
                            MOVE fcmd_dateRecep
                                TO ws_dor_t_recep(ws_dor_idx)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            CLOSE fcommande.

        VIEILLIR-STOCK-DORMANT.
      **
      * Days without a sale per article, then its quantity and
      * value into the bucket of its categ/saison group.
      **
            MOVE ZERO TO ws_dor_nb_grp
            INITIALIZE ws_dor_tab_tot
            PERFORM VARYING ws_dor_idx FROM 1 BY 1
                    UNTIL ws_dor_idx > ws_dor_nb
                IF ws_dor_t_vente(ws_dor_idx) > 0
                    MOVE ws_dor_t_vente(ws_dor_idx) TO ws_dor_date
                ELSE
                    MOVE ws_dor_t_recep(ws_dor_idx) TO ws_dor_date
                END-IF
                IF ws_dor_date = 0
                    MOVE 99999 TO ws_dor_jours
                ELSE
                    IF ws_dor_date >= ws_dor_date_ref
                        MOVE ZERO TO ws_dor_jours
                    ELSE
                        COMPUTE ws_dor_jours =
                            FUNCTION INTEGER-OF-DATE(ws_dor_date_ref)
                            - FUNCTION INTEGER-OF-DATE(ws_dor_date)
                    END-IF
                END-IF
                MOVE ws_dor_jours TO ws_dor_t_jours(ws_dor_idx)
                EVALUATE TRUE
                    WHEN ws_dor_jours <= 30
                        MOVE 1 TO ws_dor_tranche
                    WHEN ws_dor_jours <= 90
                        MOVE 2 TO ws_dor_tranche
                    WHEN ws_dor_jours <= 180
                        MOVE 3 TO ws_dor_tranche
                    WHEN OTHER
                        MOVE 4 TO ws_dor_tranche
                END-EVALUATE
                PERFORM CUMULER-GROUPE-DORMANT
            END-PERFORM.

        CUMULER-GROUPE-DORMANT.
            PERFORM VARYING ws_dor_grp FROM 1 BY 1
                    UNTIL ws_dor_grp > ws_dor_nb_grp
                    OR (ws_dor_g_categ(ws_dor_grp)
                            = ws_dor_t_categ(ws_dor_idx)
                        AND ws_dor_g_saison(ws_dor_grp)
                            = ws_dor_t_saison(ws_dor_idx))
                CONTINUE
            END-PERFORM
            IF ws_dor_grp > ws_dor_nb_grp AND ws_dor_nb_grp < 200
                ADD 1 TO ws_dor_nb_grp
                INITIALIZE ws_dor_g(ws_dor_nb_grp)
                MOVE ws_dor_t_categ(ws_dor_idx)
                    TO ws_dor_g_categ(ws_dor_nb_grp)
                MOVE ws_dor_t_saison(ws_dor_idx)
                    TO ws_dor_g_saison(ws_dor_nb_grp)
                MOVE ws_dor_nb_grp TO ws_dor_grp
            END-IF
            COMPUTE ws_dor_valeur =
                ws_dor_t_qte(ws_dor_idx) * ws_dor_t_cout(ws_dor_idx)
            IF ws_dor_grp <= ws_dor_nb_grp
                ADD ws_dor_t_qte(ws_dor_idx)
                    TO ws_dor_g_qte(ws_dor_grp, ws_dor_tranche)
                ADD ws_dor_valeur
                    TO ws_dor_g_val(ws_dor_grp, ws_dor_tranche)
            END-IF
            ADD ws_dor_t_qte(ws_dor_idx)
                TO ws_dor_tot_qte(ws_dor_tranche)
            ADD ws_dor_valeur TO ws_dor_tot_val(ws_dor_tranche).

        TRIER-GROUPES-DORMANT.
      **
      * Bubble sort of the groups on categ then saison, as
      * TRIER-REAPPRO orders its lines.
      **
            PERFORM VARYING ws_dor_grp FROM 1 BY 1
                    UNTIL ws_dor_grp >= ws_dor_nb_grp
                PERFORM VARYING ws_dor_grp2 FROM 1 BY 1
                        UNTIL ws_dor_grp2 > ws_dor_nb_grp - ws_dor_grp
                    IF ws_dor_g_categ(ws_dor_grp2)
                            > ws_dor_g_categ(ws_dor_grp2 + 1)
                        OR (ws_dor_g_categ(ws_dor_grp2)
                                = ws_dor_g_categ(ws_dor_grp2 + 1)
                            AND ws_dor_g_saison(ws_dor_grp2)
                                > ws_dor_g_saison(ws_dor_grp2 + 1))
                        MOVE ws_dor_g(ws_dor_grp2) TO ws_dor_swap_grp
                        MOVE ws_dor_g(ws_dor_grp2 + 1)
                            TO ws_dor_g(ws_dor_grp2)
                        MOVE ws_dor_swap_grp
                            TO ws_dor_g(ws_dor_grp2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        EDITER-GROUPES-DORMANT.
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Cat Saison     |    0-30 j  qte / valeur"
                " |   31-90 j  qte / valeur"
                " |  91-180 j  qte / valeur"
                " |    180+ j  qte / valeur"
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-DORMANT
            PERFORM VARYING ws_dor_grp FROM 1 BY 1
                    UNTIL ws_dor_grp > ws_dor_nb_grp
                MOVE SPACES TO ws_rpt_ligne
                STRING
                    ws_dor_g_categ(ws_dor_grp) "   "
                    ws_dor_g_saison(ws_dor_grp) " "
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
                PERFORM VARYING ws_dor_tranche FROM 1 BY 1
                        UNTIL ws_dor_tranche > 4
                    MOVE ws_dor_g_qte(ws_dor_grp, ws_dor_tranche)
                        TO ws_dor_qte_edite
                    MOVE ws_dor_g_val(ws_dor_grp, ws_dor_tranche)
                        TO ws_dor_val_edite
                    PERFORM AJOUTER-TRANCHE-DORMANT
                END-PERFORM
                PERFORM SORTIR-LIGNE-DORMANT
            END-PERFORM
            MOVE SPACES TO ws_rpt_ligne
            MOVE "Total" TO ws_rpt_ligne(1:5)
            PERFORM VARYING ws_dor_tranche FROM 1 BY 1
                    UNTIL ws_dor_tranche > 4
                MOVE ws_dor_tot_qte(ws_dor_tranche) TO ws_dor_qte_edite
                MOVE ws_dor_tot_val(ws_dor_tranche) TO ws_dor_val_edite
                PERFORM AJOUTER-TRANCHE-DORMANT
            END-PERFORM
            PERFORM SORTIR-LIGNE-DORMANT
            MOVE SPACES TO ws_rpt_ligne
            PERFORM SORTIR-LIGNE-DORMANT.

        AJOUTER-TRANCHE-DORMANT.
      **
      * Bucket ws_dor_tranche's quantity/value, edited, into its
      * 26-character column of ws_rpt_ligne (columns start at 16).
      **
            COMPUTE ws_dor_idx = 16 + (ws_dor_tranche - 1) * 26
            STRING
                "| " ws_dor_qte_edite " / " ws_dor_val_edite " "
                DELIMITED BY SIZE
                INTO ws_rpt_ligne(ws_dor_idx:23)
            END-STRING.

        EDITER-ARTICLES-LENTS.
      **
      * The slowest articles in stock, longest without a sale
      * first: a selection pass per rank over the table.
      **
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Articles les plus lents (jours sans vente) :"
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-DORMANT
            OPEN INPUT fvet
            PERFORM VARYING ws_dor_rang FROM 1 BY 1
                    UNTIL ws_dor_rang > ws_dor_nb_lents
                    OR ws_dor_rang > ws_dor_nb
                MOVE ZERO TO ws_dor_max_idx
                PERFORM VARYING ws_dor_idx FROM 1 BY 1
                        UNTIL ws_dor_idx > ws_dor_nb
                    IF ws_dor_t_edite(ws_dor_idx) = "N"
                        IF ws_dor_max_idx = 0
                            MOVE ws_dor_idx TO ws_dor_max_idx
                        ELSE
                            IF ws_dor_t_jours(ws_dor_idx)
                                    > ws_dor_t_jours(ws_dor_max_idx)
                                MOVE ws_dor_idx TO ws_dor_max_idx
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                MOVE "O" TO ws_dor_t_edite(ws_dor_max_idx)
                PERFORM EDITER-ARTICLE-LENT
            END-PERFORM
            CLOSE fvet.

        EDITER-ARTICLE-LENT.
            MOVE ws_dor_t_ref(ws_dor_max_idx) TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    MOVE SPACES TO fvet_nom
            END-READ
            MOVE ws_dor_t_vente(ws_dor_max_idx) TO ws_dor_date
            PERFORM FORMATER-DATE-DORMANT
            MOVE ws_dor_date_x TO ws_dor_vente_x
            MOVE ws_dor_t_recep(ws_dor_max_idx) TO ws_dor_date
            PERFORM FORMATER-DATE-DORMANT
            MOVE ws_dor_date_x TO ws_dor_recep_x
            MOVE ws_dor_t_qte(ws_dor_max_idx) TO ws_dor_qte_edite
            COMPUTE ws_dor_valeur = ws_dor_t_qte(ws_dor_max_idx)
                * ws_dor_t_cout(ws_dor_max_idx)
            MOVE ws_dor_valeur TO ws_dor_val_edite
            MOVE SPACES TO ws_rpt_ligne
            IF ws_dor_t_jours(ws_dor_max_idx) = 99999
                STRING
                    ws_dor_rang " " ws_dor_t_ref(ws_dor_max_idx) " "
                    fvet_nom(1:25) " " ws_dor_t_categ(ws_dor_max_idx)
                    " " ws_dor_t_saison(ws_dor_max_idx)
                    " qte" ws_dor_qte_edite " val " ws_dor_val_edite
                    " jamais vendu ni recu"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
            ELSE
                MOVE ws_dor_t_jours(ws_dor_max_idx)
                    TO ws_dor_jours_edite
                STRING
                    ws_dor_rang " " ws_dor_t_ref(ws_dor_max_idx) " "
                    fvet_nom(1:25) " " ws_dor_t_categ(ws_dor_max_idx)
                    " " ws_dor_t_saison(ws_dor_max_idx)
                    " qte" ws_dor_qte_edite " val " ws_dor_val_edite
                    " vente " ws_dor_vente_x " recu " ws_dor_recep_x
                    " " ws_dor_jours_edite " j"
                    DELIMITED BY SIZE INTO ws_rpt_ligne
                END-STRING
            END-IF
            PERFORM SORTIR-LIGNE-DORMANT.

        FORMATER-DATE-DORMANT.
            IF ws_dor_date = 0
                MOVE "jamais" TO ws_dor_date_x
            ELSE
                MOVE ws_dor_date TO ws_dor_date_num
                MOVE SPACES TO ws_dor_date_x
                STRING
                    ws_dor_date_aaaa "-" ws_dor_date_mm "-"
                    ws_dor_date_jj
                    DELIMITED BY SIZE INTO ws_dor_date_x
                END-STRING
            END-IF.

        SORTIR-LIGNE-DORMANT.
      **
      * ws_rpt_ligne goes to dormant.rpt in mode batch, to the screen
      * otherwise.
      **
            IF ws_mode_batch = "O"
                PERFORM ECRIRE-LIGNE-RAPPORT
            ELSE
                DISPLAY ws_rpt_ligne(1:120)
            END-IF.

        METTRE-TICKET-ATTENTE.
      **
      * Parks the unconfirmed basket in attente.dat: lines (article
      * and price quoted), client, vendeur, poste and total under a
      * hold number - a new one, or the one it was recalled under.
      * Nothing is written to ventes.dat and no stock moves; the
      * avoir only simulated by DEMANDER-AVOIR stays untouched.
      **
            MOVE "N" TO ws_att_ecrit
            PERFORM OBTENIR-DATE-JOUR
            IF ws_att_numero = 0
                PERFORM NUMEROTER-TICKET-ATTENTE
            END-IF
            INITIALIZE tamp_fattente
            MOVE "A" TO fatt_statut
            MOVE fvent_dateV TO fatt_date
            MOVE FUNCTION CURRENT-DATE(9:6) TO fatt_heure
            MOVE ws_poste TO fatt_poste
            MOVE ZERO TO fatt_poste_rappel
            MOVE ws_v_idvendeur TO fatt_vendeur
            MOVE ws_v_idclient TO fatt_client
            MOVE ws_tk_total TO fatt_total
            MOVE ws_tk_nb TO fatt_nb
            PERFORM VARYING ws_tk_idx FROM 1 BY 1
                    UNTIL ws_tk_idx > ws_tk_nb
                MOVE ws_tk_t_ref(ws_tk_idx) TO fatt_l_ref(ws_tk_idx)
                MOVE ws_tk_t_prix(ws_tk_idx) TO fatt_l_prix(ws_tk_idx)
            END-PERFORM

      * Status 23 on the re-park: the hold was purged meanwhile (a
      * cloture on another till), so it is written back afresh under
      * the same number rather than losing the basket.
            IF ws_att_numero > 0
                MOVE ws_att_numero TO fatt_numero
                REWRITE tamp_fattente
                    INVALID KEY
                        IF cr_fatt = 23
                            PERFORM ECRIRE-TICKET-ATTENTE
                        ELSE
                            DISPLAY "Erreur mise en attente, statut "
                                cr_fatt
                            MOVE "fattente" TO ws_jour_fichier
                            MOVE "REECRITURE" TO ws_jour_operation
                            MOVE fatt_numero TO ws_jour_cle
                            MOVE cr_fatt TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                        END-IF
                    NOT INVALID KEY
                        MOVE "O" TO ws_att_ecrit
                        DISPLAY "Ticket remis en attente sous le"
                            " numero " fatt_numero
                END-REWRITE
            ELSE
                COMPUTE fatt_numero = ws_att_max + 1
                PERFORM ECRIRE-TICKET-ATTENTE
            END-IF.

        ECRIRE-TICKET-ATTENTE.
      **
      * Status 22: another till parked a basket under the same
      * number between NUMEROTER-TICKET-ATTENTE and this WRITE; the
      * next number is tried, up to ten times, the way
      * ENREGISTRER-DEROGATION steps fder_seq. ws_att_ecrit tells the
      * caller whether the basket is safely on file.
      **
            MOVE ZERO TO ws_att_essais
            MOVE "N" TO ws_att_fin
            PERFORM UNTIL ws_att_fin = "O"
                WRITE tamp_fattente
                    INVALID KEY
                        IF cr_fatt = 22 AND ws_att_essais < 10
                            ADD 1 TO ws_att_essais
                            ADD 1 TO fatt_numero
                        ELSE
                            DISPLAY "Erreur mise en attente, statut "
                                cr_fatt
                            MOVE "fattente" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE fatt_numero TO ws_jour_cle
                            MOVE cr_fatt TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                            MOVE "O" TO ws_att_fin
                        END-IF
                    NOT INVALID KEY
                        MOVE "O" TO ws_att_ecrit
                        MOVE "O" TO ws_att_fin
                        DISPLAY "Ticket mis en attente sous le"
                            " numero " fatt_numero
                END-WRITE
            END-PERFORM.

        NUMEROTER-TICKET-ATTENTE.
      **
      * Highest hold number on file into ws_att_max, the way
      * reservations are numbered.
      **
            MOVE ZERO TO ws_att_max
            MOVE ZERO TO fatt_numero
            START fattente KEY IS >= fatt_numero
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fatt = 0
                PERFORM UNTIL 1 = 2
                    READ fattente NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fatt_numero > ws_att_max
                        MOVE fatt_numero TO ws_att_max
                    END-IF
                END-PERFORM
            END-IF.

        RAPPELER-TICKET-ATTENTE.
      **
      * Takes up a parked basket on this till: the held tickets are
      * listed, the chosen one is marked "R" (rappele) with this
      * poste so a second till cannot take it at the same time, and
      * its vendeur and client are restored. Each line is then
      * re-checked through PRENDRE-ARTICLE-TICKET - article still
      * sellable, stock not gone, today's price and promotion - so
      * only what can still be sold comes back, at today's price.
      * A basket a till died on is left "R"; it can be forced.
      **
            DISPLAY "Tickets en attente :"
            MOVE ZERO TO ws_att_nb
            MOVE ZERO TO fatt_numero
            START fattente KEY IS >= fatt_numero
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fatt = 0
                PERFORM UNTIL 1 = 2
                    READ fattente NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    ADD 1 TO ws_att_nb
                    PERFORM AFFICHER-TICKET-ATTENTE
                END-PERFORM
            END-IF
            IF ws_att_nb = 0
                DISPLAY "Aucun ticket en attente."
                MOVE "N" TO ws_tk_valide
            ELSE
                DISPLAY "Numero du ticket a rappeler (0 = abandon) : "
                    WITH NO ADVANCING
                ACCEPT ws_att_saisi
                IF ws_att_saisi = 0
                    MOVE "N" TO ws_tk_valide
                END-IF
            END-IF

            IF ws_tk_valide = "O"
                MOVE ws_att_saisi TO fatt_numero
                READ fattente KEY IS fatt_numero
                    INVALID KEY
                        DISPLAY "Ticket en attente introuvable : "
                            ws_att_saisi
                        MOVE "N" TO ws_tk_valide
                END-READ
            END-IF

            IF ws_tk_valide = "O" AND fatt_statut = "R"
                DISPLAY "Ticket deja rappele au poste "
                    fatt_poste_rappel ". Le reprendre ici (O/N) : "
                    WITH NO ADVANCING
                ACCEPT ws_att_reponse
                IF ws_att_reponse NOT = "O"
                    MOVE "N" TO ws_tk_valide
                END-IF
            END-IF

            IF ws_tk_valide = "O"
                MOVE "R" TO fatt_statut
                MOVE ws_poste TO fatt_poste_rappel
                REWRITE tamp_fattente
                    INVALID KEY
                        DISPLAY "Erreur rappel du ticket, statut "
                            cr_fatt
                        MOVE "fattente" TO ws_jour_fichier
                        MOVE "REECRITURE" TO ws_jour_operation
                        MOVE fatt_numero TO ws_jour_cle
                        MOVE cr_fatt TO ws_jour_statut
                        PERFORM ENREGISTRER-JOURNAL
                        MOVE "N" TO ws_tk_valide
                END-REWRITE
            END-IF

            IF ws_tk_valide = "O"
                MOVE fatt_numero TO ws_att_numero
                MOVE fatt_vendeur TO ws_v_idvendeur
                MOVE fatt_client TO ws_v_idclient
                DISPLAY "Ticket " fatt_numero " (poste " fatt_poste
                    ", vendeur " fatt_vendeur ", client "
                    fatt_client ") :"
                PERFORM VARYING ws_att_idx FROM 1 BY 1
                        UNTIL ws_att_idx > fatt_nb
                    PERFORM REPRENDRE-LIGNE-ATTENTE
                END-PERFORM
                IF ws_tk_nb < fatt_nb
                    DISPLAY "Attention : " ws_tk_nb " ligne(s)"
                        " reprise(s) sur " fatt_nb "."
                END-IF
            END-IF.

        REPRENDRE-LIGNE-ATTENTE.
            MOVE fatt_l_ref(ws_att_idx) TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    DISPLAY "Article " fatt_l_ref(ws_att_idx)
                        " introuvable, ligne " ws_att_idx " retiree."
                NOT INVALID KEY
                    IF fvet_statut = "R" AND fvet_quantite = 0
                        DISPLAY "Article retire de la vente, code "
                            fvet_refVet ", ligne retiree."
                    ELSE
                        MOVE ws_tk_nb TO ws_tk_idx2
                        PERFORM PRENDRE-ARTICLE-TICKET
                        IF ws_tk_nb > ws_tk_idx2
                            IF ws_tk_t_prix(ws_tk_nb)
                                    NOT = fatt_l_prix(ws_att_idx)
                                MOVE fatt_l_prix(ws_att_idx)
                                    TO ws_att_prix_edite
                                DISPLAY "  Prix change depuis la mise"
                                    " en attente (etait "
                                    ws_att_prix_edite ")"
                            END-IF
                        ELSE
                            DISPLAY "  Ligne " ws_att_idx " ("
                                fvet_nom(1:30) ") retiree."
                        END-IF
                    END-IF
            END-READ.

        AFFICHER-TICKET-ATTENTE.
            MOVE fatt_total TO ws_att_total_edite
            IF fatt_statut = "R"
                DISPLAY "  " fatt_numero " du " fatt_date " "
                    fatt_heure(1:2) ":" fatt_heure(3:2)
                    " poste " fatt_poste " vendeur " fatt_vendeur
                    " client " fatt_client " " fatt_nb " ligne(s) "
                    ws_att_total_edite " - rappele poste "
                    fatt_poste_rappel
            ELSE
                DISPLAY "  " fatt_numero " du " fatt_date " "
                    fatt_heure(1:2) ":" fatt_heure(3:2)
                    " poste " fatt_poste " vendeur " fatt_vendeur
                    " client " fatt_client " " fatt_nb " ligne(s) "
                    ws_att_total_edite
            END-IF.

        SOLDER-TICKET-ATTENTE.
      **
      * End of a recalled basket that was not parked again: written
      * as a sale or abandoned, its hold is deleted. A ticket whose
      * write failed and was backed out goes back to "A" so it can
      * be recalled again.
      **
            MOVE ws_att_numero TO fatt_numero
            READ fattente KEY IS fatt_numero
                INVALID KEY
                    DISPLAY "Ticket en attente introuvable : "
                        ws_att_numero
                    MOVE "fattente" TO ws_jour_fichier
                    MOVE "LECTURE" TO ws_jour_operation
                    MOVE ws_att_numero TO ws_jour_cle
                    MOVE cr_fatt TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    IF ws_tk_confirme = "O" AND ws_tk_erreur = "O"
                        MOVE "A" TO fatt_statut
                        MOVE ZERO TO fatt_poste_rappel
                        REWRITE tamp_fattente
                            INVALID KEY
                                MOVE "fattente" TO ws_jour_fichier
                                MOVE "REECRITURE" TO ws_jour_operation
                                MOVE fatt_numero TO ws_jour_cle
                                MOVE cr_fatt TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                            NOT INVALID KEY
                                DISPLAY "Ticket " fatt_numero
                                    " laisse en attente."
                        END-REWRITE
                    ELSE
                        DELETE fattente RECORD
                            INVALID KEY
                                DISPLAY "Erreur suppression ticket en"
                                    " attente, statut " cr_fatt
                                MOVE "fattente" TO ws_jour_fichier
                                MOVE "EFFACEMENT" TO ws_jour_operation
                                MOVE fatt_numero TO ws_jour_cle
                                MOVE cr_fatt TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                        END-DELETE
                    END-IF
            END-READ.

        PURGER-TICKETS-ATTENTE.
      **
      * Cloture guard: baskets parked on or before the day being
      * closed are listed; the day only closes once the manager has
      * purged them (each purge journalled). Refusing leaves them in
      * place and sets ws_clo_ok to "N". A basket recalled ("R") is
      * being rung up on another till: it is never purged and the
      * cloture is refused until that till has finished with it.
      **
            OPEN I-O fattente
            MOVE ZERO TO ws_att_nb
            MOVE ZERO TO ws_att_nb_rappel
            MOVE ZERO TO fatt_numero
            START fattente KEY IS >= fatt_numero
                INVALID KEY
                    CONTINUE
            END-START
            IF cr_fatt = 0
                PERFORM UNTIL 1 = 2
                    READ fattente NEXT RECORD
                        AT END
                            EXIT PERFORM
                    END-READ
                    IF fatt_date <= ws_clo_date_saisie
                        IF ws_att_nb = 0
                            DISPLAY "Tickets restes en attente :"
                        END-IF
                        IF fatt_statut = "R"
                            ADD 1 TO ws_att_nb_rappel
                        ELSE
                            ADD 1 TO ws_att_nb
                        END-IF
                        PERFORM AFFICHER-TICKET-ATTENTE
                    END-IF
                END-PERFORM
            END-IF

            IF ws_att_nb_rappel > 0
                DISPLAY "Cloture refusee : " ws_att_nb_rappel
                    " ticket(s) rappele(s) en cours sur un autre poste."
                MOVE "N" TO ws_clo_ok
            END-IF

            IF ws_att_nb > 0 AND ws_att_nb_rappel = 0
                DISPLAY ws_att_nb " ticket(s) en attente. Les purger"
                    " pour cloturer (O/N) : " WITH NO ADVANCING
                ACCEPT ws_att_reponse
                IF ws_att_reponse = "O"
                    MOVE ZERO TO fatt_numero
                    START fattente KEY IS >= fatt_numero
                        INVALID KEY
                            CONTINUE
                    END-START
                    IF cr_fatt = 0
                        PERFORM UNTIL 1 = 2
                            READ fattente NEXT RECORD
                                AT END
                                    EXIT PERFORM
                            END-READ
                            IF fatt_date <= ws_clo_date_saisie
                                    AND fatt_statut NOT = "R"
                                PERFORM EFFACER-TICKET-ATTENTE
                            END-IF
                        END-PERFORM
                    END-IF
                    DISPLAY "Tickets en attente purges."
                ELSE
                    DISPLAY "Cloture refusee : tickets en attente a"
                        " rappeler ou purger."
                    MOVE "N" TO ws_clo_ok
                END-IF
            END-IF
            CLOSE fattente.

        EFFACER-TICKET-ATTENTE.
            MOVE "fattente" TO ws_jour_fichier
            MOVE fatt_numero TO ws_jour_cle
            DELETE fattente RECORD
                INVALID KEY
                    DISPLAY "Erreur purge ticket " fatt_numero
                        ", statut " cr_fatt
                    MOVE "EFFACEMENT" TO ws_jour_operation
                    MOVE cr_fatt TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                NOT INVALID KEY
                    MOVE "PURGE" TO ws_jour_operation
                    MOVE "OK" TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
            END-DELETE.

        IMPORTER-CATALOGUE.
      **
      * Supplier catalogue import (admin menu, or batch "CATALOGUE
      * fichier [SIMUL]"): one fixed-column line per article - ffou_id,
      * supplier reference, nom, type, categ, taille, saison, prix and
      * cout (5 digits, 2 implied decimals) and TVA code. A line whose
      * fournisseur + reference is already in reffourn.dat updates the
      * cost of the article it points to (ENREGISTRER-HISTO-PRIX); any
      * other becomes a new vetements.dat article with no stock under
      * the next fvet_refVet, and its reference is stored. A rejected
      * line goes to catalogue.rej with its reason, ready to be fixed
      * and fed again. In simulation nothing is written but the report
      * and the rejects, so a catalogue can be checked before the real
      * run. Control totals close the report; RETURN-CODE 4 when lines
      * were rejected.
      **
            IF ws_mode_batch = "N"
                DISPLAY "Fichier catalogue : " WITH NO ADVANCING
                ACCEPT ws_imp_nom_fichier
                DISPLAY "Simulation sans mise a jour (O/N) : "
                    WITH NO ADVANCING
                ACCEPT ws_imp_simul
            ELSE
                IF ws_imp_mode = "SIMUL"
                    MOVE "O" TO ws_imp_simul
                ELSE
                    MOVE "N" TO ws_imp_simul
                END-IF
            END-IF
            IF ws_imp_simul NOT = "O"
                MOVE "N" TO ws_imp_simul
            END-IF
            MOVE ZERO TO ws_imp_ligne
            MOVE ZERO TO ws_imp_lues
            MOVE ZERO TO ws_imp_crees
            MOVE ZERO TO ws_imp_maj
            MOVE ZERO TO ws_imp_inchanges
            MOVE ZERO TO ws_imp_rejets
            MOVE ZERO TO ws_imp_sim_nb
            MOVE "N" TO ws_imp_sim_plein
            MOVE ws_seq_article TO ws_imp_seq

            MOVE "O" TO ws_imp_ok
            IF ws_imp_nom_fichier = SPACES
                DISPLAY "Fichier catalogue absent (CATALOGUE fichier"
                    " [SIMUL])."
                MOVE "N" TO ws_imp_ok
            ELSE
                OPEN INPUT fcatalogue
                IF cr_fcat NOT = 0
                    DISPLAY "Erreur ouverture " ws_imp_nom_fichier
                        ", statut " cr_fcat
                    MOVE "fcatalogue" TO ws_jour_fichier
                    MOVE "OUVERTURE" TO ws_jour_operation
                    MOVE ws_imp_nom_fichier TO ws_jour_cle
                    MOVE cr_fcat TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                    MOVE "N" TO ws_imp_ok
                END-IF
            END-IF

            IF ws_imp_ok = "O"
                OPEN OUTPUT fcatrej
                IF cr_frej NOT = 0
                    DISPLAY "Erreur ouverture catalogue.rej, statut "
                        cr_frej
                    CLOSE fcatalogue
                    MOVE "N" TO ws_imp_ok
                END-IF
            END-IF

            IF ws_imp_ok = "O" AND ws_mode_batch = "O"
                MOVE "catalogue.rpt" TO ws_rpt_nom_fichier
                OPEN OUTPUT frapport
                IF cr_frapport NOT = 0
                    DISPLAY "Erreur ouverture catalogue.rpt, statut "
                        cr_frapport
                    CLOSE fcatalogue
                    CLOSE fcatrej
                    MOVE "N" TO ws_imp_ok
                ELSE
                    MOVE ZERO TO ws_rpt_page
                    MOVE SPACES TO ws_rpt_titre
                    IF ws_imp_simul = "O"
                        STRING
                            "Import catalogue " ws_imp_nom_fichier
                            " (simulation)"
                            DELIMITED BY SIZE INTO ws_rpt_titre
                        END-STRING
                    ELSE
                        STRING
                            "Import catalogue " ws_imp_nom_fichier
                            DELIMITED BY SIZE INTO ws_rpt_titre
                        END-STRING
                    END-IF
                    PERFORM ECRIRE-ENTETE-RAPPORT
                END-IF
            END-IF

            IF ws_imp_ok = "N"
                IF ws_mode_batch = "O"
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                OPEN INPUT ffourn
                IF ws_imp_simul = "O"
                    OPEN INPUT fvet
                    OPEN INPUT freffourn
                ELSE
                    OPEN I-O fvet
                    OPEN I-O freffourn
                END-IF
                PERFORM UNTIL 1 = 2
                    READ fcatalogue
                        AT END
                            EXIT PERFORM
                    END-READ
                    ADD 1 TO ws_imp_ligne
                    IF tamp_fcatalogue NOT = SPACES
                        ADD 1 TO ws_imp_lues
                        PERFORM TRAITER-LIGNE-CATALOGUE
                    END-IF
                END-PERFORM
                CLOSE fcatalogue
                CLOSE fcatrej
                CLOSE ffourn
                CLOSE fvet
                CLOSE freffourn
                PERFORM EDITER-TOTAUX-CATALOGUE
                IF ws_mode_batch = "O"
                    CLOSE frapport
                    IF ws_imp_rejets > 0 AND RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.

        TRAITER-LIGNE-CATALOGUE.
      **
      * Validates the catalogue line, then routes it to a cost update
      * (reference already known) or an article creation. The first
      * failing check gives the reject reason.
      **
            MOVE SPACES TO ws_imp_motif
            IF fcat_fournisseur IS NOT NUMERIC
                MOVE "Fournisseur inconnu" TO ws_imp_motif
            ELSE
                MOVE fcat_fournisseur_n TO ffou_id
                READ ffourn KEY IS ffou_id
                    INVALID KEY
                        MOVE "Fournisseur inconnu" TO ws_imp_motif
                END-READ
            END-IF
            IF ws_imp_motif = SPACES AND fcat_ref = SPACES
                MOVE "Reference fournisseur absente" TO ws_imp_motif
            END-IF
            IF ws_imp_motif = SPACES
                    AND fcat_codetva NOT = "N"
                    AND fcat_codetva NOT = "R"
                MOVE "Code TVA invalide" TO ws_imp_motif
            END-IF
            IF ws_imp_motif = SPACES AND fcat_prix IS NOT NUMERIC
                MOVE "Prix non numerique" TO ws_imp_motif
            END-IF
            IF ws_imp_motif = SPACES AND fcat_cout IS NOT NUMERIC
                MOVE "Cout non numerique" TO ws_imp_motif
            END-IF
            IF ws_imp_motif = SPACES AND fcat_prix_n = 0
                MOVE "Prix de vente nul" TO ws_imp_motif
            END-IF
            IF ws_imp_motif = SPACES AND fcat_prix_n < fcat_cout_n
                MOVE "Prix inferieur au cout" TO ws_imp_motif
            END-IF

            IF ws_imp_motif = SPACES
                MOVE fcat_fournisseur_n TO frf_fournisseur
                MOVE fcat_ref TO frf_ref
                READ freffourn KEY IS frf_cle
                    INVALID KEY
                        PERFORM CHERCHER-SIMULATION-CATALOGUE
                        IF ws_imp_sim_idx > 0
                            PERFORM REPRENDRE-SIMULATION-CATALOGUE
                        ELSE
                            PERFORM CREER-ARTICLE-CATALOGUE
                        END-IF
                    NOT INVALID KEY
                        PERFORM MAJ-COUT-CATALOGUE
                END-READ
            END-IF

            IF ws_imp_motif NOT = SPACES
                PERFORM REJETER-LIGNE-CATALOGUE
            END-IF.

        CREER-ARTICLE-CATALOGUE.
      **
      * New article from the catalogue line, no stock yet: the "O"
      * movement opens its stock card at zero, the supplier reference
      * is stored so the next catalogue updates it instead, and the
      * article sequence is saved at once as AJOUTER-ARTICLE does.
      * The article is only kept once its supplier reference is
      * stored (LIER-ARTICLE-CATALOGUE), so a rejected line fed again
      * from catalogue.rej cannot create it a second time. In
      * simulation the article is only noted in ws_imp_sim_tab, so
      * a repeat of the same reference further down is costed as the
      * real run would (REPRENDRE-SIMULATION-CATALOGUE).
      **
            IF fcat_nom = SPACES
                MOVE "Nom d'article absent" TO ws_imp_motif
            ELSE
                ADD 1 TO ws_imp_seq
                MOVE ws_imp_seq TO fvet_refVet
                MOVE fcat_nom TO fvet_nom
                MOVE fcat_type TO fvet_type
                MOVE fcat_categ TO fvet_categ
                MOVE fcat_taille TO fvet_taille
                MOVE fcat_saison TO fvet_saison
                MOVE fcat_prix_n TO fvet_prix
                MOVE fcat_cout_n TO fvet_cout
                MOVE ZERO TO fvet_quantite
                MOVE fcat_codetva TO fvet_codeTVA
                MOVE "A" TO fvet_statut
                IF ws_imp_simul = "O"
                    IF ws_imp_sim_nb < 500
                        ADD 1 TO ws_imp_sim_nb
                        MOVE frf_cle TO ws_imp_sim_cle(ws_imp_sim_nb)
                        MOVE fvet_refVet
                            TO ws_imp_sim_refvet(ws_imp_sim_nb)
                        MOVE fvet_nom TO ws_imp_sim_nom(ws_imp_sim_nb)
                        MOVE fvet_prix TO ws_imp_sim_prix(ws_imp_sim_nb)
                        MOVE fvet_cout TO ws_imp_sim_cout(ws_imp_sim_nb)
                    ELSE
                        MOVE "O" TO ws_imp_sim_plein
                    END-IF
                    ADD 1 TO ws_imp_crees
                    PERFORM EDITER-CREATION-CATALOGUE
                ELSE
                    WRITE tamp_fvet
                        INVALID KEY
                            MOVE "fvet" TO ws_jour_fichier
                            MOVE "ECRITURE" TO ws_jour_operation
                            MOVE fvet_refVet TO ws_jour_cle
                            MOVE cr_fvet TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
                            SUBTRACT 1 FROM ws_imp_seq
                            MOVE SPACES TO ws_imp_motif
                            STRING
                                "Erreur creation article " cr_fvet
                                DELIMITED BY SIZE INTO ws_imp_motif
                            END-STRING
                        NOT INVALID KEY
                            PERFORM LIER-ARTICLE-CATALOGUE
                    END-WRITE
                END-IF
            END-IF.

        LIER-ARTICLE-CATALOGUE.
      **
      * The article just written is tied to its supplier reference.
      * Only then are the sequence saved and the "O" movement
      * written; if the reference cannot be stored the article is
      * deleted again and its number handed back, and the line is
      * rejected with nothing left behind.
      **
            MOVE fvet_refVet TO frf_refVet
            MOVE FUNCTION CURRENT-DATE(1:8) TO frf_date
            WRITE tamp_freffourn
                INVALID KEY
                    MOVE "freffourn" TO ws_jour_fichier
                    MOVE "ECRITURE" TO ws_jour_operation
                    MOVE frf_cle TO ws_jour_cle
                    MOVE cr_frf TO ws_jour_statut
                    PERFORM ENREGISTRER-JOURNAL
                    MOVE "Erreur reference fournisseur" TO ws_imp_motif
                    DELETE fvet RECORD
                        INVALID KEY
                            MOVE "fvet" TO ws_jour_fichier
                            MOVE "EFFACEMENT" TO ws_jour_operation
                            MOVE fvet_refVet TO ws_jour_cle
                            MOVE cr_fvet TO ws_jour_statut
                            PERFORM ENREGISTRER-JOURNAL
      * The article could not be withdrawn: its number is used, so
      * the sequence moves past it all the same.
                            MOVE ws_imp_seq TO ws_seq_article
                            PERFORM SAUVER-SEQUENCES
                        NOT INVALID KEY
                            SUBTRACT 1 FROM ws_imp_seq
                    END-DELETE
                NOT INVALID KEY
                    MOVE ws_imp_seq TO ws_seq_article
                    PERFORM SAUVER-SEQUENCES
                    MOVE "O" TO ws_mvt_type
                    MOVE ZERO TO ws_mvt_qte
                    MOVE "CATALOGUE" TO ws_mvt_source
                    PERFORM ENREGISTRER-MOUVEMENT
                    ADD 1 TO ws_imp_crees
                    PERFORM EDITER-CREATION-CATALOGUE
            END-WRITE.

        MAJ-COUT-CATALOGUE.
      **
      * Known supplier reference: only the purchase cost is taken
      * from the catalogue, the shop's own selling price stays. A
      * cost above that price is refused like a price below cost.
      **
            MOVE frf_refVet TO fvet_refVet
            READ fvet KEY IS fvet_refVet
                INVALID KEY
                    MOVE "Article reference introuvable"
                        TO ws_imp_motif
            END-READ
            IF ws_imp_motif = SPACES
                PERFORM COMPARER-COUT-CATALOGUE
            END-IF.

        CHERCHER-SIMULATION-CATALOGUE.
      **
      * Simulation only: entry of ws_imp_sim_tab holding the supplier
      * reference in frf_cle into ws_imp_sim_idx, zero when this run
      * has not created it.
      **
            MOVE ZERO TO ws_imp_sim_idx
            IF ws_imp_simul = "O"
                PERFORM VARYING ws_imp_sim_idx FROM 1 BY 1
                        UNTIL ws_imp_sim_idx > ws_imp_sim_nb
                        OR ws_imp_sim_cle(ws_imp_sim_idx) = frf_cle
                    CONTINUE
                END-PERFORM
                IF ws_imp_sim_idx > ws_imp_sim_nb
                    MOVE ZERO TO ws_imp_sim_idx
                END-IF
            END-IF.

        REPRENDRE-SIMULATION-CATALOGUE.
      **
      * A reference already created earlier in this simulation: the
      * real run would find it in reffourn.dat by now, so the line is
      * costed against the simulated article like any known one.
      **
            MOVE ws_imp_sim_refvet(ws_imp_sim_idx) TO fvet_refVet
            MOVE ws_imp_sim_nom(ws_imp_sim_idx) TO fvet_nom
            MOVE ws_imp_sim_prix(ws_imp_sim_idx) TO fvet_prix
            MOVE ws_imp_sim_cout(ws_imp_sim_idx) TO fvet_cout
            PERFORM COMPARER-COUT-CATALOGUE
            IF ws_imp_motif = SPACES
                MOVE fcat_cout_n TO ws_imp_sim_cout(ws_imp_sim_idx)
            END-IF.

        COMPARER-COUT-CATALOGUE.
      **
      * The article of a known reference is in the fvet record area:
      * its cost is compared with the catalogue's and updated.
      **
            IF fcat_cout_n > fvet_prix
                MOVE "Cout superieur au prix article" TO ws_imp_motif
            END-IF
            IF ws_imp_motif = SPACES
                IF fcat_cout_n = fvet_cout
                    ADD 1 TO ws_imp_inchanges
                ELSE
                    MOVE fvet_cout TO ws_hp_ancien
                    MOVE fvet_cout TO ws_imp_ancien_edite
                    MOVE fcat_cout_n TO ws_imp_cout_edite
                    IF ws_imp_simul = "O"
                        ADD 1 TO ws_imp_maj
                        PERFORM EDITER-MAJ-CATALOGUE
                    ELSE
                        MOVE fcat_cout_n TO fvet_cout
                        REWRITE tamp_fvet
                            INVALID KEY
                                MOVE "fvet" TO ws_jour_fichier
                                MOVE "REECRITURE" TO ws_jour_operation
                                MOVE fvet_refVet TO ws_jour_cle
                                MOVE cr_fvet TO ws_jour_statut
                                PERFORM ENREGISTRER-JOURNAL
                                MOVE SPACES TO ws_imp_motif
                                STRING
                                    "Erreur mise a jour article "
                                    cr_fvet
                                    DELIMITED BY SIZE INTO ws_imp_motif
                                END-STRING
                            NOT INVALID KEY
                                MOVE fvet_refVet TO ws_hp_refvet
                                MOVE "C" TO ws_hp_type
                                MOVE fvet_cout TO ws_hp_nouveau
                                MOVE SPACES TO ws_hp_motif
                                STRING
                                    "CATALOGUE FOURN "
                                    fcat_fournisseur
                                    DELIMITED BY SIZE INTO ws_hp_motif
                                END-STRING
                                PERFORM ENREGISTRER-HISTO-PRIX
                                ADD 1 TO ws_imp_maj
                                PERFORM EDITER-MAJ-CATALOGUE
                        END-REWRITE
                    END-IF
                END-IF
            END-IF.

        REJETER-LIGNE-CATALOGUE.
            ADD 1 TO ws_imp_rejets
            MOVE SPACES TO tamp_fcatrej
            MOVE ws_imp_ligne TO frej_ligne
            MOVE ws_imp_motif TO frej_motif
            MOVE tamp_fcatalogue TO frej_donnees
            WRITE tamp_fcatrej
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "REJET  ligne " ws_imp_ligne " fourn. "
                fcat_fournisseur " ref " fcat_ref " : " ws_imp_motif
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE.

        EDITER-CREATION-CATALOGUE.
            MOVE fvet_prix TO ws_imp_prix_edite
            MOVE fvet_cout TO ws_imp_cout_edite
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "CREE   ligne " ws_imp_ligne " code " fvet_refVet
                " ref " fcat_ref " " fvet_nom(1:30)
                " prix " ws_imp_prix_edite " cout " ws_imp_cout_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE.

        EDITER-MAJ-CATALOGUE.
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "COUT   ligne " ws_imp_ligne " code " fvet_refVet
                " ref " fcat_ref " " fvet_nom(1:30)
                " cout " ws_imp_ancien_edite " -> " ws_imp_cout_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE.

        EDITER-TOTAUX-CATALOGUE.
            MOVE SPACES TO ws_rpt_ligne
            PERFORM SORTIR-LIGNE-CATALOGUE
            IF ws_imp_simul = "O"
                MOVE "Simulation : aucun fichier n'a ete mis a jour."
                    TO ws_rpt_ligne
                PERFORM SORTIR-LIGNE-CATALOGUE
                IF ws_imp_sim_plein = "O"
                    MOVE SPACES TO ws_rpt_ligne
                    STRING
                        "Plus de 500 creations simulees : une"
                        " reference repetee au-dela compte en creation."
                        DELIMITED BY SIZE INTO ws_rpt_ligne
                    END-STRING
                    PERFORM SORTIR-LIGNE-CATALOGUE
                END-IF
            END-IF
            MOVE ws_imp_lues TO ws_imp_nb_edite
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Lignes lues           : " ws_imp_nb_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE
            MOVE ws_imp_crees TO ws_imp_nb_edite
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Articles crees        : " ws_imp_nb_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE
            MOVE ws_imp_maj TO ws_imp_nb_edite
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Couts mis a jour      : " ws_imp_nb_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE
            MOVE ws_imp_inchanges TO ws_imp_nb_edite
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Connus, cout inchange : " ws_imp_nb_edite
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE
            MOVE ws_imp_rejets TO ws_imp_nb_edite
            MOVE SPACES TO ws_rpt_ligne
            STRING
                "Lignes rejetees       : " ws_imp_nb_edite
                " (catalogue.rej)"
                DELIMITED BY SIZE INTO ws_rpt_ligne
            END-STRING
            PERFORM SORTIR-LIGNE-CATALOGUE
            IF ws_mode_batch = "O"
                DISPLAY "Import " ws_imp_nom_fichier " : "
                    ws_imp_lues " lues, " ws_imp_crees " crees, "
                    ws_imp_maj " mises a jour, " ws_imp_rejets
                    " rejetees"
            END-IF.

        SORTIR-LIGNE-CATALOGUE.
      **
      * ws_rpt_ligne goes to catalogue.rpt in mode batch, to the
      * screen otherwise.
      **
            IF ws_mode_batch = "O"
                PERFORM ECRIRE-LIGNE-RAPPORT
            ELSE
                DISPLAY ws_rpt_ligne(1:120)
            END-IF.

        ENREGISTRER-JOURNAL.
      **
