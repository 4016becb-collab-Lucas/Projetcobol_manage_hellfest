                lock mode is automatic
                file status is cr_fgroupes.

                select fconcerts assign to WnomFichierConcerts
                organization indexed
                access mode is dynamic
                record key is fc_id
                lock mode is automatic
                file status is cr_fscans.

                select fmembres assign to "membres_groupes.dat"
                organization indexed
                access mode is dynamic
                record key is mg_id
                alternate record key is mg_id_groupe WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fmembres.

                select fretenues assign to "retenues_source.dat"
                organization line sequential
                sharing with all other
                file status is cr_fretenues.

                select ftauxchange assign to "taux_change.dat"
                organization indexed
                access mode is dynamic
                record key is tx_cle
                sharing with all other
                lock mode is automatic
                file status is cr_ftauxchange.

                select fdevises assign to "cachets_devises.dat"
                organization indexed
                access mode is dynamic
                record key is cd_id_groupe
                sharing with all other
                lock mode is automatic
                file status is cr_fdevises.

                select fcouts assign to "couts_unitaires.dat"
                organization indexed
                access mode is dynamic
                record key is cu_code
                sharing with all other
                lock mode is automatic
                file status is cr_fcouts.

                select fhoraires assign to "horaires_reels.dat"
                organization indexed
                access mode is dynamic
                record key is hr_id_concert
                sharing with all other
                lock mode is automatic
                file status is cr_fhoraires.

                select floges assign to "loges.dat"
                organization indexed
                access mode is dynamic
                record key is lo_cle
                sharing with all other
                lock mode is automatic
                file status is cr_floges.

                select flogesconcerts assign to "loges_concerts.dat"
                organization indexed
                access mode is dynamic
                record key is lc_id_concert
                sharing with all other
                lock mode is automatic
                file status is cr_flogesconcerts.

                select fequipe assign to "equipe_technique.dat"
                organization indexed
                access mode is dynamic
                record key is eq_id
                alternate record key is eq_id_scene WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fequipe.

                select fbudget assign to "budget_lignes.dat"
                organization indexed
                access mode is dynamic
                record key is bu_cle
                sharing with all other
                lock mode is automatic
                file status is cr_fbudget.

                select fengagements assign to "engagements.dat"
                organization indexed
                access mode is dynamic
                record key is en_id
                alternate record key is en_piece WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fengagements.


                select ffactfourn assign to "factures_fournisseurs.dat"
                organization indexed
                access mode is dynamic
                record key is fa_id
                alternate record key is fa_id_fournisseur
                        WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_ffactfourn.

                select flignesfact assign to "factures_lignes.dat"
                organization indexed
                access mode is dynamic
                record key is fl_cle
                alternate record key is fl_id_commande
                        WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_flignesfact.

                select fsessions assign to "sessions_caisse.dat"
                organization indexed
                access mode is dynamic
                record key is ss_id
                alternate record key is ss_poste WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fsessions.

                select fmouvcaisse assign to "mouvements_caisse.dat"
                organization line sequential
                sharing with all other
                file status is cr_fmouvcaisse.

                select freleve assign to "releve_banque.csv"
                organization line sequential
                file status is cr_freleve.

                select frappro assign to "rapprochement_banque.dat"
                organization indexed
                access mode is dynamic
                record key is bq_id
                alternate record key is bq_piece WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_frappro.

                select fperiodes assign to "periodes_comptables.dat"
                organization indexed
                access mode is dynamic
                record key is pe_cle
                sharing with all other
                lock mode is automatic
                file status is cr_fperiodes.

                select favis assign to WnomAvis
                organization line sequential
                file status is cr_favis.

                select ftransferts assign to "transferts_billets.dat"
                organization indexed
                access mode is dynamic
                record key is tf_id
                alternate record key is tf_ancienne_ref WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_ftransferts.

                select fimportscanners assign to "import_scanners.csv"
                organization line sequential
                file status is cr_fimportscanners.

                select ftriscanners assign to "tri_scanners.tmp".

                select freprises assign to "reprise_scanners.dat"
                organization line sequential
                file status is cr_freprises.

                select frejets assign to "rejets_scanners.dat"
                organization line sequential
                file status is cr_frejets.

                select ffraudes assign to "fraudes_scanners.txt"
                organization line sequential
                file status is cr_ffraudes.

                select fquotas assign to "quotas_canaux.dat"
                organization indexed
                access mode is dynamic
                record key is qc_cle
                sharing with all other
                lock mode is automatic
                file status is cr_fquotas.

                select fresagroupes assign to "reservations_groupes.dat"
                organization indexed
                access mode is dynamic
                record key is rg_id
                alternate record key is rg_id_client WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fresagroupes.

                select fannonces assign to "annonces_lineup.dat"
                organization indexed
                access mode is dynamic
                record key is em_cle
                alternate record key is em_date WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fannonces.

                select fscenario assign to WnomScenario
                organization indexed
                access mode is dynamic
                record key is sn_id
                alternate record key is sn_id_scene WITH DUPLICATES
                alternate record key is sn_id_groupe WITH DUPLICATES
                alternate record key is sn_jour WITH DUPLICATES
                alternate record key is sn_heure_debut WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fscenario.

                select fscenarios assign to "scenarios_grille.dat"
                organization indexed
                access mode is dynamic
                record key is sr_nom
                sharing with all other
                lock mode is automatic
                file status is cr_fscenarios.

                select fmaincour assign to "main_courante.dat"
                organization indexed
                access mode is dynamic
                record key is mn_id
                alternate record key is mn_jour WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fmaincour.

                select fobjets assign to "objets_trouves.dat"
                organization indexed
                access mode is dynamic
                record key is ob_id
                alternate record key is ob_categorie WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fobjets.

                select freclamobj assign to "reclamations_objets.dat"
                organization indexed
                access mode is dynamic
                record key is rl_id
                sharing with all other
                lock mode is automatic
                file status is cr_freclamobj.

                select freclam assign to "reclamations_clients.dat"
                organization indexed
                access mode is dynamic
                record key is rq_id
                alternate record key is rq_id_client WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_freclam.
                select frecompense assign to "recompenses_benevoles.dat"
                organization indexed
                access mode is dynamic
                record key is rw_cle
                alternate record key is rw_fu_id WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_frecompense.
                select frepas assign to "bons_repas.dat"
                organization indexed
                access mode is dynamic
                record key is vr_cle
                alternate record key is vr_reference
                sharing with all other
                lock mode is automatic
                file status is cr_frepas.
                select fparc assign to "parc_equipements.dat"
                organization indexed
                access mode is dynamic
                record key is pq_id
                alternate record key is pq_fu_id WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fparc.

                select fprets assign to "prets_equipements.dat"
                organization indexed
                access mode is dynamic
                record key is px_id
                alternate record key is px_fu_id WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fprets.
                select fportes assign to "portes_livraison.dat"
                organization indexed
                access mode is dynamic
                record key is pl_id
                sharing with all other
                lock mode is automatic
                file status is cr_fportes.

                select flivraisons assign to "livraisons.dat"
                organization indexed
                access mode is dynamic
                record key is lv_id
                alternate record key is lv_date WITH DUPLICATES
                alternate record key is lv_objet WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_flivraisons.
                select fcarburant assign to "carburant_generateurs.dat"
                organization indexed
                access mode is dynamic
                record key is gx_id_generateur
                sharing with all other
                lock mode is automatic
                file status is cr_fcarburant.

                select fpleins assign to "pleins_generateurs.dat"
                organization indexed
                access mode is dynamic
                record key is pn_id
                alternate record key is pn_id_generateur WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fpleins.
                select ffacteurs assign to "facteurs_carbone.dat"
                organization indexed
                access mode is dynamic
                record key is ef_cle
                sharing with all other
                lock mode is automatic
                file status is cr_ffacteurs.

                select farchivecarbone assign to "archive_carbone.dat"
                organization line sequential
                file status is cr_farchivecarbone.
                select fcommconc assign to "commissions_concessions.dat"
                organization indexed
                access mode is dynamic
                record key is kc_id_concession
                sharing with all other
                lock mode is automatic
                file status is cr_fcommconc.

                select fribsconc assign to "ribs_concessions.dat"
                organization indexed
                access mode is dynamic
                record key is rk_id_concession
                sharing with all other
                lock mode is automatic
                file status is cr_fribsconc.

                select freglconc assign to "reglements_concessions.dat"
                organization indexed
                access mode is dynamic
                record key is kr_cle
                sharing with all other
                lock mode is automatic
                file status is cr_freglconc.

                select fdroitsdiff assign to "droits_diffusion.dat"
                organization indexed
                access mode is dynamic
                record key is dd_id_groupe
                sharing with all other
                lock mode is automatic
                file status is cr_fdroitsdiff.

                select fmodifdiff assign to "modifs_diffusion.dat"
                organization indexed
                access mode is dynamic
                record key is dm_id_concert
                sharing with all other
                lock mode is automatic
                file status is cr_fmodifdiff.
                select fnavettes assign to "navettes.dat"
                organization indexed
                access mode is dynamic
                record key is nv_id
                sharing with all other
                lock mode is automatic
                file status is cr_fnavettes.

                select fresanav assign to "reservations_navettes.dat"
                organization indexed
                access mode is dynamic
                record key is rn_id
                alternate record key is rn_nv_id WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fresanav.
        DATA DIVISION.

        FILE SECTION.
                02 fu_edition PIC 9(4).
                02 fu_date_mdp PIC 9(8).

      *>----ad_sequence / ad_controle : chainage des traces, le----
      *>----controle de chaque trace porte sur son contenu et son----
      *>----numero, a partir du controle de la trace precedente----
      *>----(cf CALCULE_CONTROLE_AUDIT) ; les traces anterieures au----
      *>----chainage ont ces deux zones a blanc----
        FD faudit.
        01 tamp_faudit.
                02 ad_fu_id PIC 9(5).
                02 ad_avant PIC X(30).
                02 ad_apres PIC X(30).
                02 ad_poste PIC X(8).
                02 ad_sequence PIC 9(8).
                02 ad_controle PIC 9(13).

        FD ferreurs.
        01 tamp_ferreurs.
      *>----journee (J, bi_jour = numero du jour) et du pass----
      *>----edition complete (F), ces deux derniers sans concert----
      *>----(bi_id_concert = 0), plafonnes par la capacite du site ;----
      *>----bi_source donne le canal de vente (G = guichet, W =----
      *>----web, P = partenaire) borne par son quota (cf----
      *>----groupe_10_quota.cpy) ;----
      *>----bi_edition porte l'edition de la vente, le billet----
      *>----restant en place apres le rollover (pass et billets de----
      *>----concerts annules n'ont pas de concert a interroger,----
      *>----op_statut suit l'ordre jusqu'a la banque : A = a----
      *>----transmettre (les anciens ordres sans statut lisent des----
      *>----espaces et valent A), T = transmis, R = rejete par la----
      *>----banque ; op_beneficiaire K = reversement a une----
      *>----concession (op_id_groupe porte alors co_id), sinon----
      *>----groupe----
        FD fordres.
        01 tamp_fordres.
                02 op_id_groupe PIC 9(5).
                02 op_montant PIC 9(6)V99.
                02 op_date PIC 9(8).
                02 op_statut PIC X(1).
                02 op_beneficiaire PIC X(1).

        FD fpostes.
        01 tamp_fpostes.
      *>----reste en fichier, la deduction compense sa recette),----
      *>----B = annulation d'un billet individuel (le billet est----
      *>----supprime, sa recette a deja disparu du brut, l'ordre----
      *>----ne se deduit pas une seconde fois), R = reclamation----
      *>----client (geste sur un billet, un pass ou un bracelet----
      *>----qui restent en fichier, deduit comme C) ; rb_nature----
      *>----: objet rembourse (B = billet, P = pass camping, L =----
      *>----bracelet cashless, porte par le compte cashless et non----
      *>----par la billetterie), rb_objet sa reference----
        FD fremb.
        01 tamp_fremb.
                02 rb_id PIC 9(6).
                02 rb_date_reglement PIC 9(8).
                02 rb_edition PIC 9(4).
                02 rb_origine PIC X(1).
                02 rb_nature PIC X(1).
                02 rb_objet PIC X(12).

      *>----voyages des groupes : comment la formation arrive----
      *>----(vy_mode A = avion, T = train, R = route), numero de----
      *>----comptes cashless des bracelets (solde et statut A =----
      *>----actif, R = solde rembourse) et journal de leurs----
      *>----mouvements (T = rechargement, D = depense, R =----
      *>----remboursement), sur le modele du journal des ventes ;----
      *>----une depense porte le vendeur (mc_type_vendeur B = bar----
      *>----br_id, K = concession co_id) et le terminal----
        FD fcashless.
        01 tamp_fcashless.
                02 cw_reference PIC X(12).
                02 mc_montant PIC 9(6)V99.
                02 mc_date PIC 9(8).
                02 mc_heure PIC 9(8).
                02 mc_type_vendeur PIC X(1).
                02 mc_id_vendeur PIC 9(5).
                02 mc_terminal PIC X(8).

      *>----plateformes PMR des scenes : nombre de places----
      *>----surelevees reservables (fs_nb_place ne distinguait----
      *>----d'audit anonymise avant reecriture (un fichier----
      *>----sequentiel ne se reecrit pas sur place)----
        FD fpurgetmp.
        01 tamp_fpurgetmp PIC X(137).

      *>----demandes d'approbation a double controle pour les----
      *>----operations sensibles (paiement des cachets, fusion de----
                02 at_date PIC 9(8).

      *>----scans de controle d'acces aux portes : une trace par----
      *>----lecture de billet (sc_statut A = acceptee, D = refusee----
      *>----pour doublon, T = refusee, reference transferee, C =----
      *>----refusee, cle de controle invalide)----
        FD fscans.
        01 tamp_fscans.
                02 sc_id PIC 9(6).
                02 sc_fu_id PIC 9(5).
                02 sc_statut PIC X(1).

      *>----effectif declare de chaque groupe : une ligne par----
      *>----musicien ou membre d'equipe (mg_fonction M = musicien,----
      *>----T = tour manager, E = technicien, C = chauffeur), avec----
      *>----ses jours d'arrivee et de depart (numeros du----
      *>----calendrier) ; les voyages, chambres et repas se----
      *>----controlent contre cet effectif----
        FD fmembres.
        01 tamp_fmembres.
                02 mg_id PIC 9(5).
                02 mg_id_groupe PIC 9(5).
                02 mg_nom PIC A(30).
                02 mg_fonction PIC X(1).
                02 mg_nationalite PIC A(30).
                02 mg_jour_arrivee PIC 9(1).
                02 mg_jour_depart PIC 9(1).

      *>----registre des retenues a la source sur les cachets des----
      *>----artistes non residents, une ligne par cachet paye----
      *>----(rs_sens R = retenue) ou par virement rejete qui----
      *>----l'annule (rs_sens A) ; rs_taux en pourcentage----
        FD fretenues.
        01 tamp_fretenues.
                02 rs_id_groupe PIC 9(5).
                02 rs_nom_groupe PIC A(30).
                02 rs_nationalite PIC A(30).
                02 rs_brut PIC 9(6)V99.
                02 rs_taux PIC 9(2)V99.
                02 rs_retenue PIC 9(6)V99.
                02 rs_net PIC 9(6)V99.
                02 rs_date PIC 9(8).
                02 rs_sens PIC X(1).

      *>----cours des devises tenus par la finance : tx_taux =----
      *>----valeur en euros d'une unite de devise, applicable a----
      *>----partir de tx_date et jusqu'au cours suivant----
        FD ftauxchange.
        01 tamp_ftauxchange.
                02 tx_cle.
                        03 tx_devise PIC X(3).
                        03 tx_date PIC 9(8).
                02 tx_taux PIC 9(3)V9(4).

      *>----contrat en devise d'un cachet (cachets.dat garde la----
      *>----valeur en euros au cours du jour du contrat dans----
      *>----fe_cachet) ; cd_cachet_paye et cd_date_paiement sont----
      *>----poses par le traitement des paiements au cours du jour----
      *>----de l'ordre, l'ecart avec cd_cachet_contrat est le gain----
      *>----ou la perte de change----
        FD fdevises.
        01 tamp_fdevises.
                02 cd_id_groupe PIC 9(5).
                02 cd_devise PIC X(3).
                02 cd_montant_devise PIC 9(7)V99.
                02 cd_date_contrat PIC 9(8).
                02 cd_cachet_contrat PIC 9(6)V99.
                02 cd_cachet_paye PIC 9(6)V99.
                02 cd_date_paiement PIC 9(8).

      *>----couts unitaires des extras refactures aux groupes sur----
      *>----leur releve de compte : CHAMBRE = une chambre pour une----
      *>----nuit, sinon le ma_type d'un lot de materiel (prix par----
      *>----unite allouee) ; un extra sans cout n'est pas refacture----
        FD fcouts.
        01 tamp_fcouts.
                02 cu_code PIC X(10).
                02 cu_libelle PIC A(30).
                02 cu_prix PIC 9(5)V99.

      *>----horaires reels d'un concert saisis par le regisseur----
      *>----(HHMM) ; hr_fin_reelle = 0 tant que le set est en----
      *>----cours----
        FD fhoraires.
        01 tamp_fhoraires.
                02 hr_id_concert PIC 9(5).
                02 hr_debut_reel PIC 9(4).
                02 hr_fin_reelle PIC 9(4).

      *>----loges backstage de chaque scene : lo_partagee O = loge----
      *>----commune a plusieurs groupes dans la limite de----
      *>----lo_capacite, N = loge privative----
        FD floges.
        01 tamp_floges.
                02 lo_cle.
                        03 lo_id_scene PIC 9(2).
                        03 lo_numero PIC 9(2).
                02 lo_nom PIC A(30).
                02 lo_capacite PIC 9(3).
                02 lo_partagee PIC X(1).

      *>----loge affectee a un concert, tenue de LOGEAVANT minutes----
      *>----avant fc_heure_debut a LOGEAPRES minutes apres la fin----
      *>----du set ; lc_effectif = effectif present ce jour-la----
        FD flogesconcerts.
        01 tamp_flogesconcerts.
                02 lc_id_concert PIC 9(5).
                02 lc_id_scene PIC 9(2).
                02 lc_numero PIC 9(2).
                02 lc_effectif PIC 9(3).

      *>----equipe technique salariee (intermittents) rattachee a----
      *>----une scene, payee a la journee----
        FD fequipe.
        01 tamp_fequipe.
                02 eq_id PIC 9(5).
                02 eq_nom PIC A(30).
                02 eq_metier PIC A(20).
                02 eq_id_scene PIC 9(2).
                02 eq_taux_jour PIC 9(4)V99.

      *>----budget vote de chaque ligne par edition----
        FD fbudget.
        01 tamp_fbudget.
                02 bu_cle.
                        03 bu_edition PIC 9(4).
                        03 bu_ligne PIC X(12).
                02 bu_libelle PIC A(30).
                02 bu_vote PIC 9(8)V99.

      *>----engagements de depense sur les lignes budgetaires :----
      *>----en_piece = ecran d'origine (COMMANDE, SECURITE, HOTEL,----
      *>----CACHET) et id de la piece ; en_statut E = engage,----
      *>----R = realise (en_realise), A = annule----
        FD fengagements.
        01 tamp_fengagements.
                02 en_id PIC 9(6).
                02 en_edition PIC 9(4).
                02 en_ligne PIC X(12).
                02 en_piece.
                        03 en_origine PIC X(10).
                        03 en_reference PIC 9(5).
                02 en_montant PIC 9(8)V99.
                02 en_realise PIC 9(8)V99.
                02 en_date PIC 9(8).
                02 en_statut PIC X(1).


      *>----factures fournisseurs : rapprochement a trois voies----
      *>----(facture / commande / reception) ; fa_statut A = en----
      *>----attente (ecart ou reception manquante), B = bon a----
      *>----payer, P = payee ; fa_ecart_montant = total saisi moins----
      *>----total des lignes----
        FD ffactfourn.
        01 tamp_ffactfourn.
                02 fa_id PIC 9(6).
                02 fa_id_fournisseur PIC 9(5).
                02 fa_numero PIC X(15).
                02 fa_date PIC 9(8).
                02 fa_echeance PIC 9(8).
                02 fa_montant PIC 9(8)V99.
                02 fa_ecart_montant PIC S9(8)V99.
                02 fa_statut PIC X(1).
                02 fa_date_paiement PIC 9(8).

      *>----lignes de facture : une ligne par commande facturee ;----
      *>----ecarts de prix (facture - commande) et de quantite----
      *>----(facture au-dela du recu), fl_statut O = conforme,----
      *>----E = en ecart----
        FD flignesfact.
        01 tamp_flignesfact.
                02 fl_cle.
                        03 fl_id_facture PIC 9(6).
                        03 fl_numero PIC 9(3).
                02 fl_id_commande PIC 9(5).
                02 fl_quantite PIC 9(5).
                02 fl_prix PIC 9(4)V99.
                02 fl_ecart_prix PIC S9(4)V99.
                02 fl_ecart_qte PIC S9(5).
                02 fl_statut PIC X(1).


      *>----sessions de caisse : une caisse par caissier et par----
      *>----poste, ouverte avec un fond ; a la fermeture le----
      *>----comptage par coupure donne ss_compte, ss_attendu = fond----
      *>----+ especes encaissees, ss_ecart = compte - attendu ;----
      *>----ss_statut O = ouverte, F = fermee----
        FD fsessions.
        01 tamp_fsessions.
                02 ss_id PIC 9(5).
                02 ss_poste PIC X(8).
                02 ss_fu_id PIC 9(5).
                02 ss_date PIC 9(8).
                02 ss_heure_ouverture PIC 9(4).
                02 ss_fond PIC 9(5)V99.
                02 ss_statut PIC X(1).
                02 ss_date_fermeture PIC 9(8).
                02 ss_heure_fermeture PIC 9(4).
                02 ss_attendu PIC 9(7)V99.
                02 ss_compte PIC 9(7)V99.
                02 ss_ecart PIC S9(7)V99.
                02 ss_coupures.
                        03 ss_nb_coupure PIC 9(5) OCCURS 15.

      *>----mouvements especes rattaches a une session de caisse----
      *>----(mk_id_session = 0 : vente especes hors session)----
        FD fmouvcaisse.
        01 tamp_fmouvcaisse.
                02 mk_id_session PIC 9(5).
                02 mk_poste PIC X(8).
                02 mk_fu_id PIC 9(5).
                02 mk_date PIC 9(8).
                02 mk_heure PIC 9(8).
                02 mk_origine PIC X(10).
                02 mk_reference PIC X(12).
                02 mk_montant PIC 9(6)V99.


      *>----releve bancaire importe : date;montant;libelle;reference----
      *>----(montant negatif = debit du compte)----
        FD freleve.
        01 tamp_freleve PIC X(120).

      *>----registre du rapprochement bancaire : lignes du releve----
      *>----(bq_cote B) et flux attendus du systeme (bq_cote S :----
      *>----echeances sponsors recues, redevances payees, virements----
      *>----transmis, remboursements regles) ; bq_statut N = en----
      *>----suspens (reporte d'un passage a l'autre), R = rapproche----
      *>----avec bq_id_lettre, E = efface a la main----
        FD frappro.
        01 tamp_frappro.
                02 bq_id PIC 9(6).
                02 bq_cote PIC X(1).
                02 bq_date PIC 9(8).
                02 bq_sens PIC X(1).
                02 bq_montant PIC 9(8)V99.
                02 bq_libelle PIC X(30).
                02 bq_reference PIC X(15).
                02 bq_piece.
                        03 bq_source PIC X(10).
                        03 bq_id_source PIC X(15).
                02 bq_statut PIC X(1).
                02 bq_id_lettre PIC 9(6).
                02 bq_date_traitement PIC 9(8).


      *>----periodes comptables par edition (mois AAAAMM) : pas----
      *>----d'enregistrement = periode ouverte ; pe_statut C =----
      *>----cloturee avec l'export definitif pe_numero_export,----
      *>----O = reouverte apres double controle----
        FD fperiodes.
        01 tamp_fperiodes.
                02 pe_cle.
                        03 pe_edition PIC 9(4).
                        03 pe_periode PIC 9(6).
                02 pe_statut PIC X(1).
                02 pe_date_cloture PIC 9(8).
                02 pe_numero_export PIC 9(4).
                02 pe_fu_id PIC 9(5).


      *>----extrait des avis clients pour le prestataire d'envoi----
      *>----email/SMS (avis_clients_AAAAMMJJ.csv, une ligne par----
      *>----billet touche, separateur ;)----
        FD favis.
        01 tamp_favis PIC X(200).


      *>----transferts de billets entre clients (revente----
      *>----officielle ou changement de nom) : l'ancienne----
      *>----reference est invalidee, le controle d'acces la----
      *>----retrouve ici pour motiver le refus ; tf_frais = frais----
      *>----de transfert pris a la grille (0 si aucun)----
        FD ftransferts.
        01 tamp_ftransferts.
                02 tf_id PIC 9(6).
                02 tf_bi_id PIC 9(5).
                02 tf_client_cedant PIC 9(5).
                02 tf_client_cessionnaire PIC 9(5).
                02 tf_ancienne_ref PIC X(12).
                02 tf_nouvelle_ref PIC X(12).
                02 tf_code_tarif PIC X(5).
                02 tf_frais PIC 9(4)V99.
                02 tf_mode_paiement PIC X(1).
                02 tf_date PIC 9(8).
                02 tf_fu_id PIC 9(5).
                02 tf_edition PIC 9(4).


      *>----vidages des scanners de porte hors ligne (porte;----
      *>----reference;date AAAAMMJJ;heure HHMMSS;operateur), remis----
      *>----dans l'ordre chronologique par le tri avant rejeu----
        FD fimportscanners.
        01 tamp_fimportscanners PIC X(100).

        SD ftriscanners.
        01 tamp_ftriscanners.
                02 ts_date PIC 9(8).
                02 ts_heure PIC 9(8).
                02 ts_rang PIC 9(6).
                02 ts_porte PIC 9(2).
                02 ts_reference PIC X(12).
                02 ts_fu_id PIC 9(5).
                02 ts_valide PIC X(1).
                02 ts_motif PIC X(30).
                02 ts_ligne PIC X(100).

        FD freprises.
        01 tamp_freprises PIC 9(6).

        FD frejets.
        01 tamp_frejets.
                02 rjs_ligne PIC X(100).
                02 rjs_motif PIC X(30).

        FD ffraudes.
        01 tamp_ffraudes PIC X(100).


      *>----quotas de places par canal de vente : qc_type C =----
      *>----concert (qc_objet = id concert), J = pass journee----
      *>----(qc_objet = numero du jour), F = pass festival----
      *>----(qc_objet = 0) ; qc_canal G = guichet, W = web, P =----
      *>----partenaires (CE, agences) ; pas d'enregistrement = canal----
      *>----sans quota, limite par la seule capacite----
        FD fquotas.
        01 tamp_fquotas.
                02 qc_cle.
                        03 qc_edition PIC 9(4).
                        03 qc_type PIC X(1).
                        03 qc_objet PIC 9(5).
                        03 qc_canal PIC X(1).
                02 qc_quota PIC 9(6).
                02 qc_fu_id PIC 9(5).
                02 qc_date PIC 9(8).


      *>----reservations de groupe (CE, autocaristes) : jusqu'a----
      *>----trois lignes de pass (rg_type_pass J/F, rg_jour pour le----
      *>----pass journee) au prix unitaire TTC du tarif et a son----
      *>----taux de TVA ; rg_statut O = option (places tenues----
      *>----jusqu'a rg_date_option), A = acompte recu, C = convertie----
      *>----en billets (a partir de rg_premier_billet), L = option----
      *>----liberee a l'expiration faute d'acompte----
        FD fresagroupes.
        01 tamp_fresagroupes.
                02 rg_id PIC 9(5).
                02 rg_id_client PIC 9(5).
                02 rg_edition PIC 9(4).
                02 rg_nb_lignes PIC 9(1).
                02 rg_ligne OCCURS 3.
                        03 rg_type_pass PIC X(1).
                        03 rg_jour PIC 9(1).
                        03 rg_quantite PIC 9(3).
                        03 rg_code_tarif PIC X(5).
                        03 rg_prix_unitaire PIC 9(4)V99.
                        03 rg_taux_tva PIC 9(2)V99.
                02 rg_montant_total PIC 9(6)V99.
                02 rg_date_option PIC 9(8).
                02 rg_acompte_du PIC 9(6)V99.
                02 rg_acompte_recu PIC 9(6)V99.
                02 rg_statut PIC X(1).
                02 rg_date_creation PIC 9(8).
                02 rg_premier_billet PIC 9(5).
                02 rg_fu_id PIC 9(5).


      *>----embargo d'annonce de la programmation : em_type C =----
      *>----concert (em_objet = fc_id), G = groupe (em_objet =----
      *>----fg_id, couvre tous ses concerts) ; rien n'est publie----
      *>----(export, ecrans, programme imprime) avant em_date a----
      *>----em_heure ; pas d'enregistrement = deja annonce----
        FD fannonces.
        01 tamp_fannonces.
                02 em_cle.
                        03 em_type PIC X(1).
                        03 em_objet PIC 9(5).
                02 em_date PIC 9(8).
                02 em_heure PIC 9(4).
                02 em_edition PIC 9(4).
                02 em_fu_id PIC 9(5).
                02 em_date_saisie PIC 9(8).


      *>----copie de travail de la grille pour un scenario de----
      *>----programmation (scenario_<nom>.dat) : meme dessin et----
      *>----memes cles que concerts.dat, la copie est ouverte sous----
      *>----fconcerts pendant les modifications du scenario----
        FD fscenario.
        01 tamp_fscenario.
                02 sn_id PIC 9(5).
                02 sn_jour PIC A(30).
                02 sn_heure_debut PIC 9(4).
                02 sn_id_groupe PIC 9(5).
                02 sn_id_scene PIC 9(2).
                02 sn_duree PIC 9(3).
                02 sn_edition PIC 9(4).

      *>----registre des scenarios : sr_sequence_audit = derniere----
      *>----trace d'audit a la copie (une modification de la grille----
      *>----reelle depuis rend le scenario perime) ; sr_statut O =----
      *>----ouvert, P = promu sur la grille reelle----
        FD fscenarios.
        01 tamp_fscenarios.
                02 sr_nom PIC X(20).
                02 sr_edition PIC 9(4).
                02 sr_date_creation PIC 9(8).
                02 sr_fu_id PIC 9(5).
                02 sr_sequence_audit PIC 9(8).
                02 sr_statut PIC X(1).
                02 sr_date_promotion PIC 9(8).


      *>----main courante du poste securite (hors secours) :----
      *>----mn_categorie 1 a 7 (cf WtableCategoriesMC),----
      *>----mn_id_societe = societe de securite privee impliquee----
      *>----(0 = aucune), mn_police O/N, mn_suivi O = ouvert,----
      *>----T = transmis (police, organisateur), C = clos----
        FD fmaincour.
        01 tamp_fmaincour.
                02 mn_id PIC 9(6).
                02 mn_jour PIC A(30).
                02 mn_heure PIC 9(4).
                02 mn_zone PIC X(20).
                02 mn_categorie PIC 9(1).
                02 mn_description PIC X(60).
                02 mn_fu_id PIC 9(5).
                02 mn_id_societe PIC 9(3).
                02 mn_police PIC X(1).
                02 mn_suivi PIC X(1).


      *>----objets trouves : ob_categorie 1 a 8 (cf----
      *>----WtableCategoriesObj), ob_date / ob_heure de la----
      *>----trouvaille ; ob_statut S = en stock, R = rendu, D =----
      *>----donne, X = detruit, avec l'operateur et la date de----
      *>----sortie ; ob_id_reclamation = reclamation servie----
        FD fobjets.
        01 tamp_fobjets.
                02 ob_id PIC 9(5).
                02 ob_categorie PIC 9(1).
                02 ob_description PIC X(60).
                02 ob_zone PIC X(20).
                02 ob_date PIC 9(8).
                02 ob_heure PIC 9(4).
                02 ob_rangement PIC X(20).
                02 ob_statut PIC X(1).
                02 ob_fu_id PIC 9(5).
                02 ob_id_reclamation PIC 9(5).
                02 ob_date_sortie PIC 9(8).
                02 ob_fu_id_sortie PIC 9(5).

      *>----reclamations d'objets perdus : rl_id_client = fiche----
      *>----client du festivalier (0 = pas de fiche, nom et----
      *>----contact saisis) ; rl_statut O = ouverte, R = objet----
      *>----rendu----
        FD freclamobj.
        01 tamp_freclamobj.
                02 rl_id PIC 9(5).
                02 rl_id_client PIC 9(5).
                02 rl_nom PIC A(30).
                02 rl_contact PIC X(30).
                02 rl_categorie PIC 9(1).
                02 rl_description PIC X(60).
                02 rl_zone PIC X(20).
                02 rl_date PIC 9(8).
                02 rl_statut PIC X(1).
                02 rl_date_saisie PIC 9(8).
                02 rl_fu_id PIC 9(5).


      *>----reclamations clients : rq_categorie 1 a 5 (cf----
      *>----WtableCategoriesRecl) fixe la nature de rq_objet----
      *>----(reference de billet, reference de bracelet, id de----
      *>----pass camping, id de concert, rien) ; rq_statut O =----
      *>----ouverte, E = en cours, C = close ; rq_resolution R =----
      *>----remboursement (ordre rq_id_remb dans fremb), G = geste----
      *>----ou explication sans paiement, J = rejetee----
        FD freclam.
        01 tamp_freclam.
                02 rq_id PIC 9(5).
                02 rq_id_client PIC 9(5).
                02 rq_categorie PIC 9(1).
                02 rq_objet PIC X(12).
                02 rq_description PIC X(60).
                02 rq_date_ouverture PIC 9(8).
                02 rq_fu_id PIC 9(5).
                02 rq_fu_assigne PIC 9(5).
                02 rq_statut PIC X(1).
                02 rq_resolution PIC X(1).
                02 rq_commentaire PIC X(60).
                02 rq_montant PIC 9(4)V99.
                02 rq_id_remb PIC 9(6).
                02 rq_date_cloture PIC 9(8).

      *>----pass recompense des benevoles : un enregistrement par----
      *>----benevole et par edition (rw_cle), ce qui interdit une----
      *>----seconde emission ; rw_id_client garde la fiche client----
      *>----creee pour le benevole, reprise aux editions suivantes----
        FD frecompense.
        01 tamp_frecompense.
                02 rw_cle.
                        03 rw_edition PIC 9(4).
                        03 rw_fu_id PIC 9(5).
                02 rw_heures PIC 9(4).
                02 rw_type_pass PIC X(1).
                02 rw_jour PIC 9(1).
                02 rw_bi_id PIC 9(5).
                02 rw_id_client PIC 9(5).
                02 rw_date PIC 9(8).

      *>----bons repas du personnel : un bon par personne, par----
      *>----jour du festival (vr_jour) et par edition, calcule----
      *>----depuis ses shifts et ses pointages ; vr_nb_repas----
      *>----repas dus dont le repas du soir (vr_soir O/N),----
      *>----vr_nb_servis repas deja servis a la cantine----
        FD frepas.
        01 tamp_frepas.
                02 vr_cle.
                        03 vr_edition PIC 9(4).
                        03 vr_fu_id PIC 9(5).
                        03 vr_jour PIC 9(1).
                02 vr_reference PIC X(12).
                02 vr_id PIC 9(6).
                02 vr_nb_repas PIC 9(1).
                02 vr_soir PIC X(1).
                02 vr_nb_servis PIC 9(1).
                02 vr_date_emission PIC 9(8).
                02 vr_date_service PIC 9(8).
                02 vr_heure_service PIC 9(4).

      *>----parc des equipements remis au personnel (radios,----
      *>----voiturettes, cles de vehicule, passe-partout), distinct----
      *>----du materiel de scene de fmateriel : pq_type 1 a 4 (cf----
      *>----WtableTypesEquip), pq_statut D = disponible, S = sorti----
      *>----(detenteur pq_fu_id, pret en cours pq_id_pret), H =----
      *>----hors service----
        FD fparc.
        01 tamp_fparc.
                02 pq_id PIC 9(5).
                02 pq_type PIC 9(1).
                02 pq_libelle PIC X(30).
                02 pq_serie PIC X(20).
                02 pq_service PIC X(20).
                02 pq_statut PIC X(1).
                02 pq_fu_id PIC 9(5).
                02 pq_id_pret PIC 9(6).

      *>----journal des sorties et retours d'equipements ;----
      *>----px_date_retour = 0 tant que l'equipement n'est pas----
      *>----rendu, px_etat_retour B = bon etat, E = endommage----
        FD fprets.
        01 tamp_fprets.
                02 px_id PIC 9(6).
                02 px_pq_id PIC 9(5).
                02 px_fu_id PIC 9(5).
                02 px_date_sortie PIC 9(8).
                02 px_heure_sortie PIC 9(4).
                02 px_date_retour PIC 9(8).
                02 px_heure_retour PIC 9(4).
                02 px_fu_operateur PIC 9(5).
                02 px_etat_retour PIC X(1).

      *>----portes de livraison du site : pl_capacite camions par----
      *>----creneau d'une heure----
        FD fportes.
        01 tamp_fportes.
                02 pl_id PIC 9(2).
                02 pl_nom PIC X(20).
                02 pl_capacite PIC 9(2).

      *>----creneaux de livraison reserves : lv_origine C =----
      *>----commande d'achat (lv_reference = oc_id), B =----
      *>----reappro d'un bar (br_id), K = fournitures d'une----
      *>----concession (co_id) ; lv_statut R = reserve, A =----
      *>----arrive (lv_dans_creneau O/N, heure d'arrivee HHMM)----
        FD flivraisons.
        01 tamp_flivraisons.
                02 lv_id PIC 9(6).
                02 lv_date PIC 9(8).
                02 lv_heure PIC 9(2).
                02 lv_pl_id PIC 9(2).
                02 lv_objet.
                        03 lv_origine PIC X(1).
                        03 lv_reference PIC 9(5).
                02 lv_transporteur PIC X(30).
                02 lv_statut PIC X(1).
                02 lv_heure_arrivee PIC 9(4).
                02 lv_dans_creneau PIC X(1).

      *>----modele carburant d'un groupe electrogene : reservoir----
      *>----(litres), consommation en litres par kVA-heure et----
      *>----dernier niveau releve (date, heure HHMM)----
        FD fcarburant.
        01 tamp_fcarburant.
                02 gx_id_generateur PIC 9(3).
                02 gx_reservoir PIC 9(5).
                02 gx_conso PIC 9V999.
                02 gx_niveau PIC 9(5).
                02 gx_date_releve PIC 9(8).
                02 gx_heure_releve PIC 9(4).

      *>----journal des pleins : niveau lu a la jauge avant le----
      *>----plein, litres verses, et litres consommes depuis le----
      *>----releve precedent----
        FD fpleins.
        01 tamp_fpleins.
                02 pn_id PIC 9(6).
                02 pn_id_generateur PIC 9(3).
                02 pn_edition PIC 9(4).
                02 pn_date PIC 9(8).
                02 pn_heure PIC 9(4).
                02 pn_niveau_avant PIC 9(5).
                02 pn_litres PIC 9(5).
                02 pn_niveau_apres PIC 9(5).
                02 pn_consomme PIC 9(5).

      *>----facteurs d'emission (kg CO2e) : ef_categorie T =----
      *>----transport (ef_code = mode A/T/R + bande 1/2/3, par----
      *>----personne et par trajet), H = nuit d'hotel (par----
      *>----chambre), G = litre de gazole, F = journee----
      *>----festivalier, C = nuit de camping ; L = bande de----
      *>----distance (ef_bande) d'un point de voyage (ef_code =----
      *>----vy_point)----
        FD ffacteurs.
        01 tamp_ffacteurs.
                02 ef_cle.
                        03 ef_categorie PIC X(1).
                        03 ef_code PIC X(30).
                02 ef_facteur PIC 9(5)V999.
                02 ef_bande PIC 9(1).

      *>----bilan carbone d'une edition (tonnes CO2e), une ligne----
      *>----par calcul ; la derniere ligne d'une edition fait foi----
        FD farchivecarbone.
        01 tamp_farchivecarbone.
                02 ak_edition PIC 9(4).
                02 ak_date PIC 9(8).
                02 ak_transport PIC 9(6)V999.
                02 ak_hebergement PIC 9(6)V999.
                02 ak_energie PIC 9(6)V999.
                02 ak_public PIC 9(6)V999.
                02 ak_total PIC 9(6)V999.
                02 ak_journees PIC 9(7).

      *>----taux de commission du festival sur les recettes----
      *>----cashless de chaque concession----
        FD fcommconc.
        01 tamp_fcommconc.
                02 kc_id_concession PIC 9(5).
                02 kc_taux PIC 9(2)V99.

      *>----coordonnees bancaires des concessions pour le----
      *>----reversement de leurs recettes cashless----
        FD fribsconc.
        01 tamp_fribsconc.
                02 rk_id_concession PIC 9(5).
                02 rk_iban PIC X(34).
                02 rk_bic PIC X(11).

      *>----reglement d'une concession pour une edition : recettes----
      *>----brutes, commission, redevance compensee et net----
      *>----reverse par ordre de paiement----
        FD freglconc.
        01 tamp_freglconc.
                02 kr_cle.
                        03 kr_edition PIC 9(4).
                        03 kr_id_concession PIC 9(5).
                02 kr_date PIC 9(8).
                02 kr_brut PIC 9(7)V99.
                02 kr_taux PIC 9(2)V99.
                02 kr_commission PIC 9(7)V99.
                02 kr_redevance PIC 9(7)V99.
                02 kr_net PIC 9(7)V99.

      *>----droits de captation et de diffusion d'un groupe :----
      *>----dd_media V = video (image et son), A = audio seul, P =----
      *>----photos seulement, N = rien ; embargo en heures apres le----
      *>----concert (0 = direct), supplement verse au groupe en----
      *>----plus du cachet (0 = aucun)----
        FD fdroitsdiff.
        01 tamp_fdroitsdiff.
                02 dd_id_groupe PIC 9(5).
                02 dd_media PIC X(1).
                02 dd_territoire PIC X(20).
                02 dd_embargo PIC 9(3).
                02 dd_supplement PIC 9(6)V99.

      *>----changements (dm_type M = deplace, A = annule) des----
      *>----concerts autorises a la captation, en attente du----
      *>----prochain export pour le diffuseur ; dm_id_scene a----
      *>----dm_duree : creneau connu du diffuseur avant le----
      *>----changement----
        FD fmodifdiff.
        01 tamp_fmodifdiff.
                02 dm_id_concert PIC 9(5).
                02 dm_type PIC X(1).
                02 dm_id_groupe PIC 9(5).
                02 dm_date PIC 9(8).
                02 dm_id_scene PIC 9(2).
                02 dm_jour PIC A(30).
                02 dm_heure PIC 9(4).
                02 dm_duree PIC 9(3).

      *>----horaires des navettes publiques gare <-> site :----
      *>----nv_sens A = aller vers le site, R = retour ; nv_jour----
      *>----numero du jour au calendrier, depart HHMM, duree du----
      *>----trajet en minutes (arrivee aux portes pour la----
      *>----projection d'affluence)----
        FD fnavettes.
        01 tamp_fnavettes.
                02 nv_id PIC 9(4).
                02 nv_trajet PIC X(30).
                02 nv_sens PIC X(1).
                02 nv_jour PIC 9(1).
                02 nv_heure PIC 9(4).
                02 nv_duree PIC 9(3).
                02 nv_places PIC 9(4).
                02 nv_edition PIC 9(4).

      *>----places reservees : un client, un billet ou pass valable----
      *>----le jour de la navette ; jour et sens recopies pour----
      *>----refuser deux places du meme billet sur le meme trajet----
        FD fresanav.
        01 tamp_fresanav.
                02 rn_id PIC 9(6).
                02 rn_nv_id PIC 9(4).
                02 rn_id_client PIC 9(5).
                02 rn_bi_id PIC 9(5).
                02 rn_jour PIC 9(1).
                02 rn_sens PIC X(1).
                02 rn_date PIC 9(8).

        WORKING-STORAGE SECTION.
        77 cr_fscenes PIC 9(2).
        77 cr_fgroupes PIC 9(2).
        77 cr_fordres PIC 9(2).
        77 cr_fecheances PIC 9(2).
        77 cr_ftarifs PIC 9(2).
        77 cr_fmembres PIC 9(2).
        77 cr_fretenues PIC 9(2).
        77 cr_ftauxchange PIC 9(2).
        77 cr_fdevises PIC 9(2).
        77 cr_fcouts PIC 9(2).
        77 cr_fhoraires PIC 9(2).
        77 cr_floges PIC 9(2).
        77 cr_flogesconcerts PIC 9(2).
        77 cr_fequipe PIC 9(2).
        77 cr_fbudget PIC 9(2).
        77 cr_fengagements PIC 9(2).
        77 cr_ffactfourn PIC 9(2).
        77 cr_flignesfact PIC 9(2).
        77 cr_fsessions PIC 9(2).
        77 cr_fmouvcaisse PIC 9(2).
        77 cr_freleve PIC 9(2).
        77 cr_frappro PIC 9(2).
        77 cr_fperiodes PIC 9(2).
        77 cr_favis PIC 9(2).
        77 cr_ftransferts PIC 9(2).
        77 cr_fimportscanners PIC 9(2).
        77 cr_freprises PIC 9(2).
        77 cr_frejets PIC 9(2).
        77 cr_ffraudes PIC 9(2).
        77 cr_fquotas PIC 9(2).
        77 cr_fresagroupes PIC 9(2).
        77 cr_fannonces PIC 9(2).
        77 cr_fscenario PIC 9(2).
        77 cr_fscenarios PIC 9(2).
        77 cr_fmaincour PIC 9(2).
        77 cr_fobjets PIC 9(2).
        77 cr_freclamobj PIC 9(2).
        77 cr_freclam PIC 9(2).
        77 cr_frecompense PIC 9(2).
        77 cr_frepas PIC 9(2).
        77 cr_fparc PIC 9(2).
        77 cr_fprets PIC 9(2).
        77 cr_fportes PIC 9(2).
        77 cr_flivraisons PIC 9(2).
        77 cr_fcarburant PIC 9(2).
        77 cr_fpleins PIC 9(2).
        77 cr_ffacteurs PIC 9(2).
        77 cr_farchivecarbone PIC 9(2).
        77 cr_fcommconc PIC 9(2).
        77 cr_fribsconc PIC 9(2).
        77 cr_freglconc PIC 9(2).
        77 cr_fdroitsdiff PIC 9(2).
        77 cr_fmodifdiff PIC 9(2).
        77 cr_fnavettes PIC 9(2).
        77 cr_fresanav PIC 9(2).

        77 Wfin PIC 9.
        77 Wfin2 PIC 9.
        77 Wtrouve PIC 9.
        77 Wchoix PIC 9(2).
        77 WidUtilisateur PIC 9(5).
        77 Wmot_de_passe PIC X(30).
        77 WidUtilisateurConnecte PIC 9(5).
        77 WratioSecurite PIC 9(1)V99 VALUE 0.90.
        77 WprojectionScene PIC 9(7).
        77 WprojectionSlot PIC 9(7).
        77 WpremierCreneau PIC 9(2) VALUE 10.
        77 WcapaciteSite PIC 9(7).
        77 WbilletsConcert PIC 9(6).
        77 WseuilScene PIC 9(7).
        01 WalphabetHashR REDEFINES WalphabetHash.
                02 WalphaCar OCCURS 70 PIC X(1).

      *>----zone de travail chainage du journal d'audit : la----
      *>----trace en cours est mise de cote pendant la lecture de----
      *>----la tete de chaine ; compteurs et indices propres, les----
      *>----appelants d'ENREGISTRE_AUDIT pouvant etre en boucle----
        01 WsauveAudit PIC X(137).
        01 WcontenuAudit PIC X(124).
        01 WcontenuAuditR REDEFINES WcontenuAudit.
                02 WcaCar OCCURS 124 PIC X(1).
        77 WsequenceAudit PIC 9(8).
        77 WcontrolePrecedent PIC 9(13).
        77 WcontroleCalcule PIC 9(13).
        77 WcalculAudit PIC 9(18).
        77 WquotientAudit PIC 9(18).
        77 WcodeAudit PIC 9(3).
        77 WposAudit PIC 9(3).
        77 WalphaAudit PIC 9(3).
        77 WfinAudit PIC 9(1).
        77 WruptureAudit PIC 9(1).
        77 WtypeRupture PIC X(1).
        77 WnumLigneAudit PIC 9(8).
        77 WnbTracesScellees PIC 9(8).
        77 WnbTracesAnciennes PIC 9(8).
        77 WancienneTete PIC 9(13).

      *>----zone de travail consultation du journal d'audit----
        77 WfiltreFuId PIC 9(5).
        77 WfiltreType PIC X(10).
        77 WpartEntiere PIC X(10).
        77 WpartDecimale PIC X(2).
        77 WligneDejaImportee PIC 9(4).
        77 WprixImport PIC 9(8)V99.

      *>----zone de travail grille tarifaire billetterie----
        77 WcodeTarif PIC X(5).
        77 WnbRembEmis PIC 9(4).
        77 WtotalRembEmis PIC 9(9)V99.
        77 WtotalRembRegles PIC 9(9)V99.
        77 WtotalRembCashless PIC 9(9)V99.

      *>----zone de travail liste d'attente----
        77 WidAttente PIC 9(5).
        77 WfonctionChoisie PIC 9(3).
        77 WdroitAccorde PIC X(1).
        77 WroleDroit PIC 9(2).
        77 WnbFonctionsCat PIC 9(2) VALUE 55.
        77 Wfc PIC 9(2).

        01 WtableFonctionsDef.
                        "019Rapport de flux des portes".
                02 FILLER PIC X(33) VALUE
                        "020Reconciliation cashless".
                02 FILLER PIC X(33) VALUE
                        "021Balance agee fournisseurs".
                02 FILLER PIC X(33) VALUE
                        "022Fermer la session de caisse".
                02 FILLER PIC X(33) VALUE
                        "023Etat d'une session de caisse".
                02 FILLER PIC X(33) VALUE
                        "024Rapprochement bancaire".
                02 FILLER PIC X(33) VALUE
                        "025Effacer un suspens bancaire".
                02 FILLER PIC X(33) VALUE
                        "026Transferer un billet".
                02 FILLER PIC X(33) VALUE
                        "027Saisir en main courante".
                02 FILLER PIC X(33) VALUE
                        "028Main courante du jour".
                02 FILLER PIC X(33) VALUE
                        "029Suivi main courante".
                02 FILLER PIC X(33) VALUE
                        "030Synthese main courante".
                02 FILLER PIC X(33) VALUE
                        "031Enregistrer un objet trouve".
                02 FILLER PIC X(33) VALUE
                        "032Reclamation objet perdu".
                02 FILLER PIC X(33) VALUE
                        "033Rapprochement objets trouves".
                02 FILLER PIC X(33) VALUE
                        "034Restituer un objet trouve".
                02 FILLER PIC X(33) VALUE
                        "035Ouvrir une reclamation".
                02 FILLER PIC X(33) VALUE
                        "036Traiter une reclamation".
                02 FILLER PIC X(33) VALUE
                        "037Anciennete des reclamations".
                02 FILLER PIC X(33) VALUE
                        "038Emettre les bons repas".
                02 FILLER PIC X(33) VALUE
                        "039Servir un bon repas".
                02 FILLER PIC X(33) VALUE
                        "040Sortie d'un equipement".
                02 FILLER PIC X(33) VALUE
                        "041Retour d'un equipement".
                02 FILLER PIC X(33) VALUE
                        "042Reserver creneau livraison".
                02 FILLER PIC X(33) VALUE
                        "043Planning des livraisons".
                02 FILLER PIC X(33) VALUE
                        "044Plein groupe electrogene".
                02 FILLER PIC X(33) VALUE
                        "045Tournee de ravitaillement".
                02 FILLER PIC X(33) VALUE
                        "046Bilan carbone de l'edition".
                02 FILLER PIC X(33) VALUE
                        "047Encaissement cashless conc.".
                02 FILLER PIC X(33) VALUE
                        "048Recettes par vendeur".
                02 FILLER PIC X(33) VALUE
                        "049Reglement des concessions".
                02 FILLER PIC X(33) VALUE
                        "050Droits de diffusion groupe".
                02 FILLER PIC X(33) VALUE
                        "051Plan de captation".
                02 FILLER PIC X(33) VALUE
                        "052Export planning diffuseur".
                02 FILLER PIC X(33) VALUE
                        "053Ajouter un depart navette".
                02 FILLER PIC X(33) VALUE
                        "054Reserver une place navette".
                02 FILLER PIC X(33) VALUE
                        "055Manifeste navette".
        01 WtableFonctionsCat REDEFINES WtableFonctionsDef.
                02 WfonctionCat OCCURS 55.
                        03 Wfd_code PIC 9(3).
                        03 Wfd_libelle PIC X(30).

                        03 Wov_montant PIC 9(6)V99.
                        03 Wov_date PIC 9(8).
                        03 Wov_statut PIC X(1).
                        03 Wov_beneficiaire PIC X(1).

      *>----zone de travail comptes cashless----
        77 WrefCashless PIC X(12).
                        03 Wcf_capacite PIC 9(5).
                        03 Wcf_charge PIC 9(6).

      *>----zone de travail effectif des groupes : presents sur----
      *>----une plage de jours (WjourEffDebut a WjourEffFin) et----
      *>----arrivants le jour WjourEffDebut----
        77 WidMembre PIC 9(5).
        77 WidGroupeEffectif PIC 9(5).
        77 WjourEffDebut PIC 9(1).
        77 WjourEffFin PIC 9(1).
        77 WeffectifGroupe PIC 9(3).
        77 WeffectifPresent PIC 9(3).
        77 WeffectifArrivant PIC 9(3).
        77 WfinMembres PIC 9(1).
        77 WchoixMembre PIC 9(1).
        77 WlibelleFonction PIC X(12).

      *>----zone de travail retenue a la source : taux du pays du----
      *>----groupe (parametre RS + nationalite), montants du cachet----
      *>----en cours de paiement, table des lignes du registre pour----
      *>----la declaration annuelle----
        77 WtauxRetenue PIC 9(2)V99.
        77 WbrutCachet PIC 9(6)V99.
        77 WmontantRetenue PIC 9(6)V99.
        77 WnetCachet PIC 9(6)V99.
        77 WtotalRetenues PIC 9(8)V99.
        77 WtotalBrutRetenues PIC 9(8)V99.
        77 WanneeDeclaration PIC 9(4).
        77 WnbLignesRetenue PIC 9(3).
        77 WretenuesDeborde PIC 9(1).
        77 Wrs PIC 9(3).
        77 WnationaliteSaisie PIC A(30).

        01 WtableRetenues.
                02 WligneRetenue OCCURS 300.
                        03 Wrs_id_groupe PIC 9(5).
                        03 Wrs_nom PIC A(30).
                        03 Wrs_brut PIC 9(6)V99.
                        03 Wrs_taux PIC 9(2)V99.
                        03 Wrs_retenue PIC 9(6)V99.
                        03 Wrs_date PIC 9(8).
                        03 Wrs_sens PIC X(1).

      *>----zone de travail cachets en devise : cours en vigueur a----
      *>----la date WdateTaux pour WdeviseCachet, ecarts de change----
        77 WdeviseCachet PIC X(3).
        77 WdateTaux PIC 9(8).
        77 WtauxChange PIC 9(3)V9(4).
        77 WtauxTrouve PIC 9(1).
        77 WfinTaux PIC 9(1).
        77 WmontantDevise PIC 9(7)V99.
        77 WecartChange PIC S9(7)V99.
        77 WcachetConverti PIC 9(11)V99.
        77 WtotalEcartChange PIC S9(8)V99.
        77 WcachetEnDevise PIC 9(1).

      *>----zone de travail releve de compte d'un groupe : une----
      *>----ligne (date, libelle, sens D = du par le groupe, C = du----
      *>----au groupe, montant) puis les cumuls et le solde----
        77 WdateLigne PIC 9(8).
        77 WlibelleLigne PIC X(30).
        77 WsensLigne PIC X(1).
        77 WmontantLigne PIC 9(8)V99.
        77 WdebitLigne PIC 9(8)V99.
        77 WcreditLigne PIC 9(8)V99.
        77 WtotalDebitReleve PIC 9(9)V99.
        77 WtotalCreditReleve PIC 9(9)V99.
        77 WsoldeReleve PIC S9(9)V99.
        77 WmontantSolde PIC 9(9)V99.
        77 WnbNuitsReleve PIC 9(2).
        77 WdatePremierConcert PIC 9(8).
        77 WdateDerniereVente PIC 9(8).
        77 WidConcertReleve PIC 9(5).

      *>----zone de travail horaires reels et ponctualite : minutes----
      *>----reelles du set, retard au depart et depassement de fin----
      *>----(en minutes, negatifs = en avance), retard courant----
      *>----d'une scene pour les ecrans----
        77 WidConcertReel PIC 9(5).
        77 WcreneauReel PIC 9(3).
        77 WdebutReelMin PIC 9(5).
        77 WfinReelleMin PIC 9(5).
        77 WdebutPrevuMin PIC 9(5).
        77 WfinPrevueMin PIC 9(5).
        77 WretardDepart PIC S9(4).
        77 WdepassementFin PIC S9(4).
        77 WretardScene PIC S9(4).
        77 WretardAffiche PIC 9(4).
        77 WnbRetardsDepart PIC 9(3).
        77 WnbDepassements PIC 9(3).
        77 WnbChangementsManges PIC 9(3).
        77 WhoraireReelValide PIC 9(1).
        77 WhoraireConnu PIC 9(1).
        77 WfinPrecedenteMin PIC 9(5).
        77 WcauseDepassement PIC X(12).

      *>----zone de travail loges : fenetre de tenue de la loge----
      *>----autour du set (en minutes depuis minuit), occupation----
      *>----cumulee d'une loge partagee----
        77 WchoixLoge PIC 9(1).
        77 WnumeroLoge PIC 9(2).
        77 WcapaciteLoge PIC 9(3).
        77 WlogePartagee PIC X(1).
        77 WavantLoge PIC 9(3).
        77 WapresLoge PIC 9(3).
        77 WcreneauLoge PIC 9(3).
        77 WdebutLogeMin PIC S9(5).
        77 WfinLogeMin PIC 9(5).
        77 WautreDebutLoge PIC S9(5).
        77 WautreFinLoge PIC 9(5).
        77 WoccupationLoge PIC 9(4).
        77 WconflitLoge PIC 9(1).
        77 WnbLoges PIC 9(3).
        77 WdebutHHMMLoge PIC 9(4).

      *>----zone de travail itineraires des groupes----
        77 WidGroupeItineraire PIC 9(5).
        77 WjourItineraire PIC 9(1).
        77 WactiviteItineraire PIC 9(1).
        77 WfinItineraire PIC 9(1).
        77 WnbItineraires PIC 9(4).
        77 WnbInvitesItineraire PIC 9(4).

      *>----zone de travail equipe technique : amplitude de la----
      *>----scene par jour (minutes depuis minuit, montage et----
      *>----demontage compris), heures et paie de l'intervenant----
        77 WidIntervenant PIC 9(5).
        77 WsceneValide PIC 9(1).
        77 WsceneAmplitude PIC 9(2).
        77 WfinAmplitude PIC 9(1).
        77 WmontageMin PIC 9(3).
        77 WdemontageMin PIC 9(3).
        77 WmaxJourMin PIC 9(4).
        77 WreposMin PIC 9(4).
        77 WbaseJourMin PIC 9(4).
        77 WmajorationSup PIC 9(3).
        77 WminutesTravail PIC 9(5).
        77 WminutesSup PIC 9(5).
        77 WreposConstate PIC S9(5).
        77 WheuresTravail PIC 9(2)V99.
        77 WheuresSup PIC 9(2)V99.
        77 WmontantPaie PIC 9(6)V99.
        77 WtotalPaie PIC 9(8)V99.
        77 WnbViolations PIC 9(4).
        77 WnbLignesPaie PIC 9(5).
        77 WjourPrecedentActif PIC 9(1).
        77 WmodePaie PIC 9(1).
        01 WtableAmplitudes.
                02 Wamplitude OCCURS 7.
                        03 Wamp_actif PIC 9(1).
                        03 Wamp_debut PIC 9(5).
                        03 Wamp_fin PIC 9(5).

      *>----zone de travail budget et engagements----
        77 WligneBudget PIC X(12).
        77 WligneSaisie PIC X(12).
        77 WmontantEngage PIC 9(8)V99.
        77 WmontantRealise PIC 9(8)V99.
        77 WorigineEngagement PIC X(10).
        77 WreferenceEngagement PIC 9(5).
        77 WbudgetOk PIC 9(1).
        77 WidEngagement PIC 9(6).
        77 WfinEngagement PIC 9(1).
        77 WvoteLigne PIC 9(8)V99.
        77 WengageLigne PIC 9(9)V99.
        77 WrealiseLigne PIC 9(9)V99.
        77 WresteLigne PIC S9(9)V99.
        77 WtotalVoteBudget PIC 9(10)V99.
        77 WtotalEngageBudget PIC 9(10)V99.
        77 WtotalRealiseBudget PIC 9(10)V99.
        77 WnbLignesBudget PIC 9(3).
        77 WnbNuitsHotel PIC 9(2).


      *>----zone de travail factures fournisseurs----
        77 WidFacture PIC 9(6).
        77 WnumeroFacture PIC X(15).
        77 WnbLignesFacture PIC 9(2).
        77 WtotalLignesFacture PIC 9(8)V99.
        77 WqteRecue PIC 9(5).
        77 WqteDejaFacturee PIC 9(6).
        77 WqteDisponible PIC S9(6).
        77 WfactureConforme PIC 9(1).
        77 WfinFacture PIC 9(1).
        77 WfinLigneFacture PIC 9(1).
        77 WfactNonEchu PIC 9(8)V99.
        77 WfactEchu PIC 9(8)V99.
        77 WfactBloque PIC 9(8)V99.
        77 WtotalNonEchu PIC 9(9)V99.
        77 WtotalEchu PIC 9(9)V99.
        77 WtotalBloque PIC 9(9)V99.
        01 WtableLignesFacture.
                02 WligneFacture OCCURS 20.
                        03 Wlf_numero PIC 9(3).
                        03 Wlf_commande PIC 9(5).
                        03 Wlf_quantite PIC 9(5).
                        03 Wlf_prix PIC 9(4)V99.


      *>----zone de travail sessions de caisse----
        77 WidSessionCaisse PIC 9(5).
        77 WidSessionTraitee PIC 9(5).
        77 WorigineCaisse PIC X(10).
        77 WreferenceCaisse PIC X(12).
        77 WmontantCaisse PIC 9(6)V99.
        77 WmouvementsCaisse PIC 9(7)V99.
        77 WcompteCaisse PIC 9(7)V99.
        77 WecartCaisse PIC S9(7)V99 SIGN LEADING SEPARATE.
        77 WecartAbsCaisse PIC 9(7)V99.
        77 WseuilEcartCaisse PIC 9(7)V99.
        77 WfinCaisse PIC 9(1).
        77 WfinSession PIC 9(1).
        77 WnbSessionsJour PIC 9(3).
        77 WhorsSessionJour PIC 9(7)V99.
        77 WtotFondsJour PIC 9(8)V99.
        77 WtotAttenduJour PIC 9(8)V99.
        77 WtotCompteJour PIC 9(8)V99.
        77 WtotEcartJour PIC S9(8)V99 SIGN LEADING SEPARATE.
        77 Wcp PIC 9(2).
        01 WcomptageCaisse.
                02 Wnb_coupure PIC 9(5) OCCURS 15.
        01 WtableCoupuresDef.
                02 FILLER PIC X(13) VALUE "50000500 EUR ".
                02 FILLER PIC X(13) VALUE "20000200 EUR ".
                02 FILLER PIC X(13) VALUE "10000100 EUR ".
                02 FILLER PIC X(13) VALUE "0500050 EUR  ".
                02 FILLER PIC X(13) VALUE "0200020 EUR  ".
                02 FILLER PIC X(13) VALUE "0100010 EUR  ".
                02 FILLER PIC X(13) VALUE "005005 EUR   ".
                02 FILLER PIC X(13) VALUE "002002 EUR   ".
                02 FILLER PIC X(13) VALUE "001001 EUR   ".
                02 FILLER PIC X(13) VALUE "000500,50 EUR".
                02 FILLER PIC X(13) VALUE "000200,20 EUR".
                02 FILLER PIC X(13) VALUE "000100,10 EUR".
                02 FILLER PIC X(13) VALUE "000050,05 EUR".
                02 FILLER PIC X(13) VALUE "000020,02 EUR".
                02 FILLER PIC X(13) VALUE "000010,01 EUR".
        01 WtableCoupures REDEFINES WtableCoupuresDef.
                02 Wcoupure OCCURS 15.
                        03 Wcp_valeur PIC 9(3)V99.
                        03 Wcp_libelle PIC X(8).


      *>----zone de travail rapprochement bancaire----
        77 WidRappro PIC 9(6).
        77 WchampMontantBq PIC X(14).
        77 WchampLibelleBq PIC X(30).
        77 WchampRefBq PIC X(15).
        77 WdateBq PIC 9(8).
        77 WsensBq PIC X(1).
        77 WmontantBq PIC 9(8)V99.
        77 WsourceSysteme PIC X(10).
        77 WidSourceSysteme PIC X(15).
        77 WdateSysteme PIC 9(8).
        77 WsensSysteme PIC X(1).
        77 WmontantSysteme PIC 9(8)V99.
        77 WrefSysteme PIC X(15).
        77 WlibelleSysteme PIC X(30).
        77 WfenetreRappro PIC 9(3).
        77 WjoursBanque PIC 9(7).
        77 WecartJours PIC S9(7).
        77 WnbImportesBq PIC 9(5).
        77 WnbDoublonsBq PIC 9(5).
        77 WnbNouveauxSys PIC 9(5).
        77 WnbRapproches PIC 9(5).
        77 WnbSuspensBq PIC 9(5).
        77 WnbSuspensSys PIC 9(5).
        77 WnbSuspensCharges PIC 9(3).
        77 WfinRappro PIC 9(1).
        77 Wsy PIC 9(3).
        77 WsyRetenu PIC 9(3).
        01 WtableSuspensSys.
                02 WsuspensSys OCCURS 500.
                        03 Wsy_id PIC 9(6).
                        03 Wsy_date PIC 9(8).
                        03 Wsy_sens PIC X(1).
                        03 Wsy_montant PIC 9(8)V99.
                        03 Wsy_reference PIC X(15).
                        03 Wsy_lettre PIC 9(6).


      *>----zone de travail periodes comptables----
        01 WdateComptable PIC 9(8).
        01 WdateComptableR REDEFINES WdateComptable.
                02 WanneeComptable PIC 9(4).
                02 WmoisComptable PIC 9(2).
                02 WjourComptable PIC 9(2).
        77 WperiodeOk PIC 9(1).
        01 WperiodeTest PIC 9(6).
        01 WperiodeTestR REDEFINES WperiodeTest.
                02 WanneePeriode PIC 9(4).
                02 WmoisPeriode PIC 9(2).
        77 WperiodeCloture PIC 9(6).
        77 WnumeroExport PIC 9(4).
        77 WperiodeFermee PIC 9(1).


      *>----zone de travail avis clients (concert deplace ou----
      *>----annule) : l'appelant pose le concert, le type d'avis et----
      *>----les creneaux ancien / nouveau----
        01 WnomAvis PIC X(30).
        77 WidConcertAvis PIC 9(5).
        77 WtypeAvis PIC X(11).
        77 WancienCreneau PIC X(30).
        77 WnouveauCreneau PIC X(30).
        77 WrefRembAvis PIC X(6).
        77 WnbAvis PIC 9(5).
        77 WnbAvisSansContact PIC 9(5).
        77 WfinAvis PIC 9(1).
        77 WfinRembAvis PIC 9(1).


      *>----zone de travail transferts de billets----
        77 WidTransfert PIC 9(6).
        77 WidBilletTransfert PIC 9(5).
        77 WidClientCedant PIC 9(5).
        77 WrefAncienne PIC X(12).
        77 WrefNouvelle PIC X(12).
        77 WcodeTarifFrais PIC X(5).
        77 WfraisTransfert PIC 9(4)V99.
        77 WbilletScanne PIC 9(1).
        77 WbilletTransfere PIC 9(1).

      *>----zone de travail references de billets a cle de----
      *>----controle : prefixe, id sur 6 chiffres, partie non----
      *>----sequentielle sur 3 chiffres et chiffre cle, et----
      *>----contenu de l'e-billet remis a l'acheteur----
        77 WprefixeRef PIC X(1).
        77 WidBaseRef PIC 9(6).
        77 WheureRef PIC 9(8).
        77 WcleCalculee PIC 9(1).
        77 WcleValide PIC 9(1).
        77 WsommeCle PIC 9(4).
        77 WquotientCle PIC 9(4).
        77 WpoidsCle PIC 9(1).
        77 WrangCle PIC 9(2).
        77 WcalculAlea PIC 9(12).
        77 WquotientAlea PIC 9(12).
        77 WnbRejetsCle PIC 9(5).
        77 WtitulaireEticket PIC X(30).
        77 WobjetEticket PIC X(30).
        77 WjourEticket PIC X(30).
        77 WprixEticket PIC Z(3)9.99.

        01 WrefControle PIC X(12).
        01 WrefControleR REDEFINES WrefControle.
                02 WrcPrefixe PIC X(1).
                02 WrcId PIC 9(6).
                02 WrcAlea PIC 9(3).
                02 WrcCle PIC 9(1).
                02 WrcFin PIC X(1).
        01 WrefControleN REDEFINES WrefControle.
                02 FILLER PIC X(1).
                02 WrcChiffres PIC X(10).
                02 FILLER PIC X(1).
        01 WrefControleA REDEFINES WrefControle.
                02 FILLER PIC X(1).
                02 WrcAncien PIC X(5).
                02 WrcAncienFin PIC X(6).
        01 WrefControleT REDEFINES WrefControle.
                02 FILLER PIC X(1).
                02 WrcAncienT PIC X(6).
                02 WrcAncienTFin PIC X(5).
        01 WrefControleC REDEFINES WrefControle.
                02 FILLER PIC X(1).
                02 WrcChiffre OCCURS 9 PIC 9(1).
                02 FILLER PIC X(2).


      *>----zone de travail rejeu des scanners hors ligne----
        77 WrangScanner PIC 9(6).
        77 WstatutScan PIC X(1).
        77 WscanDejaImporte PIC 9(1).
        77 WporteDoublon PIC 9(2).
        77 WheureDoublon PIC 9(8).
        77 WnbDoublonsHorsLigne PIC 9(5).
        77 WnbRefusHorsLigne PIC 9(5).
        77 WchampPorte PIC X(10).
        77 WchampHeure PIC X(10).
        77 WchampOperateur PIC X(10).


      *>----zone de travail quotas par canal de vente----
        77 WtypeQuota PIC X(1).
        77 WobjetQuota PIC 9(5).
        77 WcanalQuota PIC X(1).
        77 WcanalVente PIC X(1).
        77 WcanalCible PIC X(1).
        77 WcanalSaisi PIC X(1).
        77 WfinQuota PIC 9(1).
        77 WquotaDefini PIC 9(1).
        77 WquotaCanal PIC 9(6).
        77 WquotaOk PIC 9(1).
        77 WvendusCanal PIC 9(6).
        77 WresteCanal PIC S9(6).
        77 WtotalQuotas PIC 9(7).
        77 WcapaciteQuota PIC 9(7).
        77 WnbPlacesDeplacees PIC 9(6).
        77 WbilletsOuverts PIC 9(1) VALUE 0.
        77 WkCanal PIC 9(1).

        01 WtableCanaux.
                02 FILLER PIC X(11) VALUE "Gguichet   ".
                02 FILLER PIC X(11) VALUE "Wweb       ".
                02 FILLER PIC X(11) VALUE "Ppartenaire".
        01 WtableCanauxR REDEFINES WtableCanaux.
                02 WcanalListe OCCURS 3.
                        03 Wcn_code PIC X(1).
                        03 Wcn_libelle PIC X(10).


      *>----zone de travail reservations de groupe ; bornes d'un----
      *>----bloc et part d'acompte demandee a la pose d'option----
      *>----(parametres GRPMINPASS, GRPMAXPASS, GRPACOMPTE)----
        77 WidResaGroupe PIC 9(5).
        77 WminPassGroupe PIC 9(3).
        77 WmaxPassGroupe PIC 9(3).
        77 WtauxAcompteGroupe PIC 9(2).
        77 WquotaSaisiGroupe PIC 9(6).
        77 WtotalPassGroupe PIC 9(4).
        77 WkLigneGroupe PIC 9(1).
        77 WkOptionGroupe PIC 9(1).
        77 WkBilletGroupe PIC 9(3).
        77 WkJourGroupe PIC 9(1).
        77 WfinGroupe PIC 9(1).
        77 WtypeLigneGroupe PIC X(1).
        77 WmontantGroupe PIC 9(6)V99.
        77 WsoldeGroupe PIC S9(6)V99.
        77 WnbOptionsLiberees PIC 9(4).
        77 WnbBilletsGroupe PIC 9(4).
        77 WhtGroupe PIC 9(6)V99.
        77 WtvaGroupe PIC 9(6)V99.
        77 WmontantEdite PIC Z(5)9.99.
        77 WtauxEdite PIC Z9.99.
        77 WnbTauxGroupe PIC 9(1).
        77 WkTauxGroupe PIC 9(1).

        77 WnbLignesGroupe PIC 9(1).
        01 WlignesGroupe.
                02 WligneGroupe OCCURS 3.
                        03 Wlg_type PIC X(1).
                        03 Wlg_jour PIC 9(1).
                        03 Wlg_quantite PIC 9(3).
                        03 Wlg_tarif PIC X(5).
                        03 Wlg_prix PIC 9(4)V99.
                        03 Wlg_taux PIC 9(2)V99.

        01 WtablePassGroupe.
                02 WpassGroupeJour OCCURS 7 PIC 9(4).

        01 WtableTvaGroupe.
                02 WtvaGroupeTaux OCCURS 3.
                        03 Wtg_taux PIC 9(2)V99.
                        03 Wtg_ttc PIC 9(6)V99.


      *>----zone de travail embargo d'annonce----
        77 WidConcertEmbargo PIC 9(5).
        77 WidGroupeEmbargo PIC 9(5).
        77 WsousEmbargo PIC 9(1).
        77 WmarqueEmbargo PIC X(10).
        77 WdateEmbargo PIC 9(8).
        77 WheureEmbargo PIC 9(8).
        77 WinstantCourant PIC 9(12).
        77 WinstantAnnonce PIC 9(12).
        77 WinstantLu PIC 9(12).
        77 WtypeAnnonce PIC X(1).
        77 WobjetAnnonce PIC 9(5).
        77 WfinAnnonce PIC 9(1).
        77 WnbEmbargo PIC 9(5).
        77 WnbConcertsGroupe PIC 9(3).
        77 WdateAnnoncePrec PIC 9(8).
        77 WkCreneauGarde PIC 9(3).


      *>----zone de travail scenarios de grille : tant que----
      *>----WgrilleScenario = 1, fconcerts designe la copie du----
      *>----scenario et non la grille reelle----
        01 WnomFichierConcerts PIC X(30) VALUE "concerts.dat".
        01 WnomScenario PIC X(30).
        77 WgrilleScenario PIC 9(1) VALUE 0.
        77 WscenarioSaisi PIC X(20).
        77 WfinScenario PIC 9(1).
        77 WscenarioPerime PIC 9(1).
        77 WnbConcertsCopies PIC 9(5).
        77 WnbAjoutsScenario PIC 9(3).
        77 WnbDeplacementsScenario PIC 9(3).
        77 WnbAnnulationsScenario PIC 9(3).
        77 WnbBilletsEcart PIC 9(6).
        77 WnbCassesEcart PIC 9(3).
        77 WnbEcarts PIC 9(3).
        77 WecartsDebordes PIC 9(1).
        77 WtypeEcart PIC X(1).
        77 WsequenceScenario PIC 9(8).
        77 WnbCarNom PIC 9(2).
        77 WkEcart PIC 9(3).
        01 WtableEcarts.
                02 WecartScenario OCCURS 100.
                        03 Wec_type PIC X(1).
                        03 Wec_id PIC 9(5).
                        03 Wec_groupe PIC 9(5).
                        03 Wec_scene_av PIC 9(2).
                        03 Wec_jour_av PIC A(30).
                        03 Wec_heure_av PIC 9(4).
                        03 Wec_duree_av PIC 9(3).
                        03 Wec_scene_ap PIC 9(2).
                        03 Wec_jour_ap PIC A(30).
                        03 Wec_heure_ap PIC 9(4).
                        03 Wec_duree_ap PIC 9(3).
        77 WnbLotsEcart PIC 9(2).
        77 WkLot PIC 9(2).
        01 WtableLotsEcart.
                02 WlotEcart OCCURS 20.
                        03 Wle_materiel PIC 9(5).
                        03 Wle_qte PIC 9(3).


      *>----zone de travail main courante----
        77 WidMainCourante PIC 9(6).
        77 WnbCategoriesMC PIC 9(1) VALUE 7.
        77 WkCategorieMC PIC 9(1).
        77 WnbPoliceSlot PIC 9(3).
        01 WtableCategoriesDef.
                02 FILLER PIC X(20) VALUE "VOL".
                02 FILLER PIC X(20) VALUE "RIXE".
                02 FILLER PIC X(20) VALUE "ENFANT PERDU".
                02 FILLER PIC X(20) VALUE "SAISIE STUPEFIANTS".
                02 FILLER PIC X(20) VALUE "REQUISITION POLICE".
                02 FILLER PIC X(20) VALUE "EXCLUSION".
                02 FILLER PIC X(20) VALUE "AUTRE".
        01 WtableCategoriesMC REDEFINES WtableCategoriesDef.
                02 Wcm_libelle PIC X(20) OCCURS 7.
        01 WtableComptesMC.
                02 Wcm_nb PIC 9(3) OCCURS 7.


      *>----zone de travail objets trouves----
        77 WidObjet PIC 9(5).
        77 WidReclamObj PIC 9(5).
        77 WnbCategoriesObj PIC 9(1) VALUE 8.
        77 WkCategorieObj PIC 9(1).
        77 WcategorieSaisie PIC 9(1).
        77 WnbObjetsProposes PIC 9(3).
        77 WnbObjetsNonReclames PIC 9(4).
        77 WfinObjet PIC 9(1).
        01 WtableCategoriesObjDef.
                02 FILLER PIC X(20) VALUE "TELEPHONE".
                02 FILLER PIC X(20) VALUE "PORTEFEUILLE/PAPIERS".
                02 FILLER PIC X(20) VALUE "CLES".
                02 FILLER PIC X(20) VALUE "VETEMENT".
                02 FILLER PIC X(20) VALUE "SAC".
                02 FILLER PIC X(20) VALUE "BIJOU/MONTRE".
                02 FILLER PIC X(20) VALUE "LUNETTES".
                02 FILLER PIC X(20) VALUE "AUTRE".
        01 WtableCategoriesObj REDEFINES WtableCategoriesObjDef.
                02 Wco_libelle PIC X(20) OCCURS 8.


      *>----zone de travail reclamations clients----
        77 WidReclam PIC 9(5).
        77 WnbCategoriesRecl PIC 9(1) VALUE 5.
        77 WkCategorieRecl PIC 9(1).
        77 WdelaiReclam PIC 9(5).
        77 WageReclam PIC 9(5).
        77 WobjetValide PIC 9(1).
        77 WmontantReclam PIC 9(4)V99.
        77 WmontantMaxReclam PIC 9(6)V99.
        77 WbilletRemb PIC 9(5).
        77 WconcertRemb PIC 9(5).
        77 WeditionRemb PIC 9(4).
        77 WnatureRemb PIC X(1).
        77 WobjetRemb PIC X(12).
        77 WtotalReclOuvertes PIC 9(4).
        77 WtotalReclRetard PIC 9(4).
        01 WtableCategoriesReclDef.
                02 FILLER PIC X(20) VALUE "SCAN REFUSE".
                02 FILLER PIC X(20) VALUE "LITIGE CASHLESS".
                02 FILLER PIC X(20) VALUE "CONCERT ANNULE".
                02 FILLER PIC X(20) VALUE "CAMPING".
                02 FILLER PIC X(20) VALUE "AUTRE".
        01 WtableCategoriesRecl REDEFINES WtableCategoriesReclDef.
                02 Wrq_libelle PIC X(20) OCCURS 5.
        01 WtableAgeReclam.
                02 WageCategorie OCCURS 5.
                        03 Wrq_ouvertes PIC 9(4).
                        03 Wrq_retard PIC 9(4).
                        03 Wrq_plus_ancien PIC 9(5).


      *>----zone de travail pass recompense des benevoles----
        77 WcodeTarifBenevole PIC X(5) VALUE "BENEV".
        77 WseuilPassFestival PIC 9(4).
        77 WseuilPassJour PIC 9(4).
        77 WheuresPointage PIC 9(2).
        77 WanneePointage PIC 9(4).
        77 WtypePassRecomp PIC X(1).
        77 WjourRecomp PIC 9(1).
        77 WkBenevole PIC 9(3).
        77 WnbBenevolesRecomp PIC 9(3).
        77 WnbPassEmisRecomp PIC 9(4).
        77 WnbDejaRecomp PIC 9(4).
        77 WnbRefusRecomp PIC 9(4).
        77 WnbPassBenevoles PIC 9(6).
        01 WtableHeuresBenevoles.
                02 WheuresBenevole OCCURS 300.
                        03 Wrw_fu_id PIC 9(5).
                        03 Wrw_heures PIC 9(4).
                        03 Wrw_jour PIC 9(1) OCCURS 7.


      *>----zone de travail bons repas du personnel----
        77 WrepasDuree PIC 9(2).
        77 WrepasSoir PIC 9(2).
        77 WmodeDroitsRepas PIC 9(1).
        77 WjourRepas PIC 9(1).
        77 WheuresRepas PIC 9(2).
        77 WfinRepas PIC 9(2).
        77 WidBonRepas PIC 9(6).
        77 WkPersRepas PIC 9(3).
        77 WnbPersRepas PIC 9(3).
        77 WnbBonsEmis PIC 9(4).
        77 WnbBonsMaj PIC 9(4).
        77 WrepasPrevus PIC 9(5).
        77 WrepasSoirPrevus PIC 9(5).
        77 WnbBonsJour PIC 9(4).
        77 WrepasBons PIC 9(5).
        77 WrepasServis PIC 9(5).
        77 WtotRepasBons PIC 9(6).
        77 WtotRepasServis PIC 9(6).
        77 WheureService PIC 9(4).
        77 WnbPersNourris PIC 9(4).
        01 WtableDroitsRepas.
                02 WdroitRepas OCCURS 300.
                        03 Wbr_fu_id PIC 9(5).
                        03 Wbr_repas PIC 9(1).
                        03 Wbr_soir PIC 9(1).


      *>----zone de travail sorties d'equipements----
        77 WidEquipement PIC 9(5).
        77 WidPret PIC 9(6).
        77 WnbTypesEquip PIC 9(1) VALUE 4.
        77 WkTypeEquip PIC 9(1).
        77 WtypeAutorise PIC 9(1).
        77 WheurePret PIC 9(4).
        77 WnbEquipSortis PIC 9(4).
        77 WdetenteurPrec PIC 9(5).
      *>----niveaux d'accreditation admis par type (* = toute----
      *>----accreditation)----
        01 WtableTypesEquipDef.
                02 FILLER PIC X(34) VALUE
                        "RADIO         *                   ".
                02 FILLER PIC X(34) VALUE
                        "VOITURETTE    STAFF     SECURITE  ".
                02 FILLER PIC X(34) VALUE
                        "CLE VEHICULE  STAFF               ".
                02 FILLER PIC X(34) VALUE
                        "PASSE-PARTOUT SECURITE            ".
        01 WtableTypesEquip REDEFINES WtableTypesEquipDef.
                02 WtypeEquip OCCURS 4.
                        03 Wte_libelle PIC X(14).
                        03 Wte_niveau1 PIC X(10).
                        03 Wte_niveau2 PIC X(10).


      *>----zone de travail creneaux de livraison----
        77 WidReservLivr PIC 9(6).
        77 WdateLivr PIC 9(8).
        77 WheureLivr PIC 9(2).
        77 WjourLivr PIC 9(1).
        77 WfenetreFermee PIC 9(1).
        77 WmotifFermeture PIC X(30).
        77 WouvertureLivr PIC 9(2).
        77 WfermetureLivr PIC 9(2).
        77 WminDebutSlot PIC 9(5).
        77 WminFinSlot PIC 9(5).
        77 WminFinConcert PIC 9(5).
        77 WnbLivrSlot PIC 9(3).
        77 WnbLivrJour PIC 9(4).
        77 WheureArrivee PIC 9(4).
        77 WidPorteLivr PIC 9(2).
        77 WligneLivraison PIC X(60).

      *>----zone de travail carburant : projection heure par----
      *>----heure du niveau de chaque groupe electrogene sur un----
      *>----jour du festival et pleins a prevoir----
        77 WidPlein PIC 9(6).
        77 WseuilCarbPct PIC 9(3).
        77 WdateCarb PIC 9(8).
        77 WnbGenCarb PIC 9(2).
        77 Wgx PIC 9(2).
        77 Wgh PIC 9(2).
        77 WheureCarb PIC 9(2).
        77 WcalmeCarb PIC 9(2).
        77 WrepriseCarb PIC 9(1).
        77 WniveauCarb PIC S9(6)V99.
        77 WdebutRecouv PIC 9(5).
        77 WfinRecouv PIC 9(5).
        77 WminutesRecouv PIC S9(5).
        77 WniveauAffCarb PIC 9(5).
        77 WnbPleinsJour PIC 9(3).
        77 WconsoGenCarb PIC 9(7).
        77 WversesGenCarb PIC 9(7).
        77 WlitresEdition PIC 9(7).
        77 WversesEdition PIC 9(7).

        01 WtableCarburant.
                02 WcarbGenerateur OCCURS 10.
                        03 Wgx_id PIC 9(3).
                        03 Wgx_nom PIC A(30).
                        03 Wgx_reservoir PIC 9(5).
                        03 Wgx_conso PIC 9V999.
                        03 Wgx_seuil PIC 9(5).
                        03 Wgx_niveau PIC 9(5).
                        03 Wgx_heure_dep PIC 9(2).
                        03 Wgx_heure OCCURS 24.
                                04 Wgx_charge PIC 9(6).
                                04 Wgx_litres PIC 9(5)V99.
                                04 Wgx_concert PIC 9(1).
                                04 Wgx_plein PIC 9(1).
                                04 Wgx_verse PIC 9(5).

      *>----zone de travail bilan carbone (kg CO2e, convertis en----
      *>----tonnes pour l'etat et l'archive)----
        77 WcategorieFacteur PIC X(1).
        77 WcodeFacteur PIC X(30).
        77 WfacteurDefaut PIC 9(5)V999.
        77 WfacteurCarbone PIC 9(5)V999.
        77 WbandeVoyage PIC 9(1).
        77 WnbPointsSansBande PIC 9(4).
        77 WnbPersTransport PIC 9(6).
        77 WnuitsHotel PIC 9(6).
        77 WnuitsCamping PIC 9(6).
        77 WjourneesPublic PIC 9(7).
        77 WlitresBilan PIC 9(7).
        77 WsourceLitres PIC X(20).
        77 WconsoDefautKvah PIC 9V999.
        77 WkgTransport PIC 9(9)V999.
        77 WkgHebergement PIC 9(9)V999.
        77 WkgEnergie PIC 9(9)V999.
        77 WkgPublic PIC 9(9)V999.
        77 WkgCamping PIC 9(9)V999.
        77 WtonnesCategorie PIC 9(6)V999.
        77 WtonnesTotal PIC 9(6)V999.
        77 WtonnesPrecedent PIC 9(6)V999.
        77 WecartCarbone PIC S9(6)V999.
        77 WnbEditionsCarb PIC 9(2).
        77 Wkc PIC 9(2).

        01 WtableModesCarbone.
                02 WmodeCarbone OCCURS 3.
                        03 Wmc_personnes PIC 9(6).
                        03 Wmc_kg PIC 9(9)V999.

        01 WtableEditionsCarbone.
                02 WeditionCarbone OCCURS 10.
                        03 Wec_edition PIC 9(4).
                        03 Wec_total PIC 9(6)V999.
                        03 Wec_journees PIC 9(7).

      *>----zone de travail recettes cashless par vendeur et----
      *>----reglement des concessions----
        77 WtypeVendeur PIC X(1).
        77 WidVendeur PIC 9(5).
        77 WterminalCashless PIC X(8).
        77 WbrutConcession PIC 9(7)V99.
        77 WcommConcession PIC 9(7)V99.
        77 WredevanceCompensee PIC 9(7)V99.
        77 WresteConcession PIC S9(7)V99.
        77 WnetConcession PIC 9(7)V99.
        77 WnbReglements PIC 9(3).
        77 WtotalNetConcessions PIC 9(8)V99.
        77 WnbVendeursJour PIC 9(3).
        77 WtotalRecettesJour PIC 9(8)V99.
        77 Wrv PIC 9(3).
        77 WnomVendeur PIC X(30).

        01 WtableRecettesVendeurs.
                02 WrecetteVendeur OCCURS 100.
                        03 Wrv_type PIC X(1).
                        03 Wrv_id PIC 9(5).
                        03 Wrv_nb PIC 9(5).
                        03 Wrv_total PIC 9(7)V99.

      *>----zone de travail droits de diffusion et captation----
        77 WidConcertDiff PIC 9(5).
        77 WidGroupeDiff PIC 9(5).
        77 WtypeModifDiff PIC X(1).
        77 WsceneDiff PIC 9(2).
        77 WjourDiff PIC A(30).
        77 WheureDiff PIC 9(4).
        77 WdureeDiff PIC 9(3).
        77 WusageDiffusion PIC X(12).
        77 WsignalDiffusion PIC X(8).
        77 WautoriseDiffusion PIC 9(1).
        77 WnbConcertsCaptation PIC 9(4).
        77 WnbConcertsAutorises PIC 9(4).
        77 WnbChangementsDiff PIC 9(4).
        77 WtotalDroitsDiffusion PIC 9(8)V99.
        77 WligneDiffusion PIC X(100).

      *>----zone de travail navettes publiques----
        77 WidNavette PIC 9(4).
        77 WidResaNavette PIC 9(6).
        77 WplacesNavette PIC 9(4).
        77 WbilletNavetteOk PIC 9(1).
        77 WjourNavette PIC 9(1).
        77 WarriveesNavettes PIC 9(6).
        77 WarriveeNavette PIC 9(4).
        01 WheureNavette PIC 9(4).
        01 WheureNavetteR REDEFINES WheureNavette.
                02 WhnHeures PIC 9(2).
                02 WhnMinutes PIC 9(2).

        PROCEDURE DIVISION.

        OPEN I-O fgroupes
        END-IF
        CLOSE fpmr

        OPEN I-O fmembres
        IF cr_fmembres = 35 THEN
                OPEN OUTPUT fmembres
        END-IF
        CLOSE fmembres

        OPEN I-O ftauxchange
        IF cr_ftauxchange = 35 THEN
                OPEN OUTPUT ftauxchange
        END-IF
        CLOSE ftauxchange

        OPEN I-O fdevises
        IF cr_fdevises = 35 THEN
                OPEN OUTPUT fdevises
        END-IF
        CLOSE fdevises

        OPEN I-O fcouts
        IF cr_fcouts = 35 THEN
                OPEN OUTPUT fcouts
        END-IF
        CLOSE fcouts

        OPEN I-O fhoraires
        IF cr_fhoraires = 35 THEN
                OPEN OUTPUT fhoraires
        END-IF
        CLOSE fhoraires

        OPEN I-O floges
        IF cr_floges = 35 THEN
                OPEN OUTPUT floges
        END-IF
        CLOSE floges

        OPEN I-O flogesconcerts
        IF cr_flogesconcerts = 35 THEN
                OPEN OUTPUT flogesconcerts
        END-IF
        CLOSE flogesconcerts

        OPEN I-O fequipe
        IF cr_fequipe = 35 THEN
                OPEN OUTPUT fequipe
        END-IF
        CLOSE fequipe

        OPEN I-O fbudget
        IF cr_fbudget = 35 THEN
                OPEN OUTPUT fbudget
        END-IF
        CLOSE fbudget

        OPEN I-O fengagements
        IF cr_fengagements = 35 THEN
                OPEN OUTPUT fengagements
        END-IF
        CLOSE fengagements

        OPEN I-O ffactfourn
        IF cr_ffactfourn = 35 THEN
                OPEN OUTPUT ffactfourn
        END-IF
        CLOSE ffactfourn

        OPEN I-O flignesfact
        IF cr_flignesfact = 35 THEN
                OPEN OUTPUT flignesfact
        END-IF
        CLOSE flignesfact

        OPEN I-O fsessions
        IF cr_fsessions = 35 THEN
                OPEN OUTPUT fsessions
        END-IF
        CLOSE fsessions

        OPEN I-O frappro
        IF cr_frappro = 35 THEN
                OPEN OUTPUT frappro
        END-IF
        CLOSE frappro

        OPEN I-O fperiodes
        IF cr_fperiodes = 35 THEN
                OPEN OUTPUT fperiodes
        END-IF
        CLOSE fperiodes

        OPEN I-O ftransferts
        IF cr_ftransferts = 35 THEN
                OPEN OUTPUT ftransferts
        END-IF
        CLOSE ftransferts

        OPEN I-O fquotas
        IF cr_fquotas = 35 THEN
                OPEN OUTPUT fquotas
        END-IF
        CLOSE fquotas

        OPEN I-O fresagroupes
        IF cr_fresagroupes = 35 THEN
                OPEN OUTPUT fresagroupes
        END-IF
        CLOSE fresagroupes

        OPEN I-O fannonces
        IF cr_fannonces = 35 THEN
                OPEN OUTPUT fannonces
        END-IF
        CLOSE fannonces

        OPEN I-O fscenarios
        IF cr_fscenarios = 35 THEN
                OPEN OUTPUT fscenarios
        END-IF
        CLOSE fscenarios

        OPEN I-O fmaincour
        IF cr_fmaincour = 35 THEN
                OPEN OUTPUT fmaincour
        END-IF
        CLOSE fmaincour

        OPEN I-O fobjets
        IF cr_fobjets = 35 THEN
                OPEN OUTPUT fobjets
        END-IF
        CLOSE fobjets

        OPEN I-O freclamobj
        IF cr_freclamobj = 35 THEN
                OPEN OUTPUT freclamobj
        END-IF
        CLOSE freclamobj

        OPEN I-O freclam
        IF cr_freclam = 35 THEN
                OPEN OUTPUT freclam
        END-IF
        CLOSE freclam

        OPEN I-O frecompense
        IF cr_frecompense = 35 THEN
                OPEN OUTPUT frecompense
        END-IF
        CLOSE frecompense

        OPEN I-O frepas
        IF cr_frepas = 35 THEN
                OPEN OUTPUT frepas
        END-IF
        CLOSE frepas

        OPEN I-O fparc
        IF cr_fparc = 35 THEN
                OPEN OUTPUT fparc
        END-IF
        CLOSE fparc

        OPEN I-O fprets
        IF cr_fprets = 35 THEN
                OPEN OUTPUT fprets
        END-IF
        CLOSE fprets

        OPEN I-O fportes
        IF cr_fportes = 35 THEN
                OPEN OUTPUT fportes
        END-IF
        CLOSE fportes

        OPEN I-O flivraisons
        IF cr_flivraisons = 35 THEN
                OPEN OUTPUT flivraisons
        END-IF
        CLOSE flivraisons

        OPEN I-O fcarburant
        IF cr_fcarburant = 35 THEN
                OPEN OUTPUT fcarburant
        END-IF
        CLOSE fcarburant

        OPEN I-O fpleins
        IF cr_fpleins = 35 THEN
                OPEN OUTPUT fpleins
        END-IF
        CLOSE fpleins

        OPEN I-O ffacteurs
        IF cr_ffacteurs = 35 THEN
                OPEN OUTPUT ffacteurs
        END-IF
        CLOSE ffacteurs

        OPEN I-O fcommconc
        IF cr_fcommconc = 35 THEN
                OPEN OUTPUT fcommconc
        END-IF
        CLOSE fcommconc

        OPEN I-O fribsconc
        IF cr_fribsconc = 35 THEN
                OPEN OUTPUT fribsconc
        END-IF
        CLOSE fribsconc

        OPEN I-O freglconc
        IF cr_freglconc = 35 THEN
                OPEN OUTPUT freglconc
        END-IF
        CLOSE freglconc

        OPEN I-O fdroitsdiff
        IF cr_fdroitsdiff = 35 THEN
                OPEN OUTPUT fdroitsdiff
        END-IF
        CLOSE fdroitsdiff

        OPEN I-O fmodifdiff
        IF cr_fmodifdiff = 35 THEN
                OPEN OUTPUT fmodifdiff
        END-IF
        CLOSE fmodifdiff

        OPEN I-O fnavettes
        IF cr_fnavettes = 35 THEN
                OPEN OUTPUT fnavettes
        END-IF
        CLOSE fnavettes

        OPEN I-O fresanav
        IF cr_fresanav = 35 THEN
                OPEN OUTPUT fresanav
        END-IF
        CLOSE fresanav

      *>----recupere l'edition courante du festival, ou l'initialise----
      *>----au premier lancement (voir ROLLOVER_EDITION pour le----
      *>----passage a l'edition suivante)----
        COPY "groupe_10_client.cpy".
        COPY "groupe_10_voyage.cpy".
        COPY "groupe_10_hotel.cpy".
        COPY "groupe_10_membre.cpy".
        COPY "groupe_10_materiel.cpy".
        COPY "groupe_10_energie.cpy".
        COPY "groupe_10_sacem.cpy".
        COPY "groupe_10_paiement.cpy".
        COPY "groupe_10_cashless.cpy".
        COPY "groupe_10_virement.cpy".
        COPY "groupe_10_retenue.cpy".
        COPY "groupe_10_devise.cpy".
        COPY "groupe_10_releve.cpy".
        COPY "groupe_10_ponctualite.cpy".
        COPY "groupe_10_loge.cpy".
        COPY "groupe_10_itineraire.cpy".
        COPY "groupe_10_equipe.cpy".
        COPY "groupe_10_budget.cpy".
        COPY "groupe_10_facture.cpy".
        COPY "groupe_10_caisse.cpy".
        COPY "groupe_10_banque.cpy".
        COPY "groupe_10_periode.cpy".
        COPY "groupe_10_transfert.cpy".
        COPY "groupe_10_eticket.cpy".
        COPY "groupe_10_scanner.cpy".
        COPY "groupe_10_quota.cpy".
        COPY "groupe_10_resagroupe.cpy".
        COPY "groupe_10_annonce.cpy".
        COPY "groupe_10_scenario.cpy".
        COPY "groupe_10_maincourante.cpy".
        COPY "groupe_10_objets.cpy".
        COPY "groupe_10_reclamation.cpy".
        COPY "groupe_10_recompense.cpy".
        COPY "groupe_10_repas.cpy".
        COPY "groupe_10_equipement.cpy".
        COPY "groupe_10_livraison.cpy".
        COPY "groupe_10_carburant.cpy".
        COPY "groupe_10_carbone.cpy".
        COPY "groupe_10_reversement.cpy".
        COPY "groupe_10_diffusion.cpy".
        COPY "groupe_10_navette.cpy".
        COPY "groupe_10_tva.cpy".
        COPY "groupe_10_merch.cpy".
        COPY "groupe_10_invites.cpy".
