      *>----bilan carbone de l'edition de travail pour la----
      *>----prefecture et les partenaires : les donnees sont deja----
      *>----dans le systeme (voyages des artistes, nuits d'hotel,----
      *>----gazole des groupes electrogenes, entrees aux portes et----
      *>----pass camping), on les multiplie par une table de----
      *>----facteurs d'emission reglable ; chaque facteur absent----
      *>----garde sa valeur par defaut, comme CHARGE_PARAMETRE ; le----
      *>----resultat est archive pour suivre la tendance d'une----
      *>----edition a l'autre----

      *>----saisie d'un facteur : en grammes CO2e (2680 pour----
      *>----2,680 kg par litre) ; la bande d'un point de voyage----
      *>----va de 1 (moins de 500 km) a 3 (plus de 2000 km)----
        DEFINIR_FACTEUR_CARBONE.
        DISPLAY "1. Transport (mode et bande de distance)"
        DISPLAY "2. Nuit d'hotel (par chambre)"
        DISPLAY "3. Litre de gazole"
        DISPLAY "4. Journee festivalier"
        DISPLAY "5. Nuit de camping"
        DISPLAY "6. Bande de distance d'un point de voyage"
        MOVE SPACES TO tamp_ffacteurs
        MOVE 0 TO ef_facteur
        MOVE 0 TO ef_bande
        MOVE "Type de facteur" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR ef_categorie <> SPACE
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        EVALUATE WnombreConverti
                           WHEN 1 MOVE "T" TO ef_categorie
                           WHEN 2 MOVE "H" TO ef_categorie
                                  MOVE "NUIT" TO ef_code
                           WHEN 3 MOVE "G" TO ef_categorie
                                  MOVE "GAZOLE" TO ef_code
                           WHEN 4 MOVE "F" TO ef_categorie
                                  MOVE "JOURNEE" TO ef_code
                           WHEN 5 MOVE "C" TO ef_categorie
                                  MOVE "NUIT" TO ef_code
                           WHEN 6 MOVE "L" TO ef_categorie
                           WHEN OTHER
                                DISPLAY "⚠️ Choix inconnu ⚠️"
                        END-EVALUATE
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        IF ef_categorie = "T" THEN
                MOVE SPACE TO vy_mode
                PERFORM WITH TEST AFTER UNTIL vy_mode = "A"
                OR vy_mode = "T" OR vy_mode = "R"
                        DISPLAY "Mode (A avion, T train, R route): "
                                WITH NO ADVANCING
                        ACCEPT vy_mode
                END-PERFORM
                PERFORM SAISIE_BANDE_CARBONE
                IF WsaisieAnnulee = 1 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                STRING vy_mode WbandeVoyage
                       DELIMITED BY SIZE INTO ef_code
                END-STRING
        END-IF
        IF ef_categorie = "L" THEN
                DISPLAY "Point de voyage (aeroport, gare...): "
                        WITH NO ADVANCING
                ACCEPT ef_code
                IF ef_code = SPACES THEN
                        DISPLAY "⚠️ Point vide ⚠️"
                        EXIT PARAGRAPH
                END-IF
                PERFORM SAISIE_BANDE_CARBONE
                IF WsaisieAnnulee = 1 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                MOVE WbandeVoyage TO ef_bande
        ELSE
                MOVE "Grammes CO2e" TO WlibelleSaisie
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 1 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                COMPUTE ef_facteur = WnombreConverti / 1000
        END-IF

        OPEN I-O ffacteurs
        WRITE tamp_ffacteurs
          INVALID KEY
                REWRITE tamp_ffacteurs
                END-REWRITE
        END-WRITE
        IF cr_ffacteurs = 0 THEN
                DISPLAY "✅️ Facteur " ef_categorie " " ef_code
                        " enregistre ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "CARBONE" TO ad_type
                MOVE "FACTEUR" TO ad_operation
                MOVE 0 TO ad_cible
                MOVE SPACES TO ad_apres
                STRING ef_categorie " " ef_code(1:15) " "
                       ef_facteur " " ef_bande
                       DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "ffacteurs" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_ffacteurs TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE ffacteurs.

        SAISIE_BANDE_CARBONE.
        MOVE 0 TO WbandeVoyage
        MOVE "Bande (1 <500 km, 2 <2000 km, 3 au-dela)"
                TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WbandeVoyage <> 0
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 0 AND
                           WnombreConverti < 4 THEN
                                MOVE WnombreConverti TO WbandeVoyage
                        ELSE
                                DISPLAY "⚠️ Bande invalide ⚠️"
                        END-IF
                END-IF
        END-PERFORM.

        LISTE_FACTEURS_CARBONE.
        DISPLAY "Cat|Code                          |kg CO2e  |Bande"
        MOVE 0 TO Wcompteur
        OPEN INPUT ffacteurs
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ffacteurs NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        DISPLAY ef_categorie "  |" ef_code "|"
                                ef_facteur "|" ef_bande
                        ADD 1 TO Wcompteur
                END-READ
        END-PERFORM
        CLOSE ffacteurs
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucun facteur defini (valeurs par"
                        " defaut en vigueur) ❌️"
        END-IF.

      *>----rend dans WfacteurCarbone le facteur WcategorieFacteur----
      *>----/ WcodeFacteur, ou WfacteurDefaut s'il n'est pas defini----
        CHERCHE_FACTEUR_CARBONE.
        MOVE WfacteurDefaut TO WfacteurCarbone
        OPEN INPUT ffacteurs
        IF cr_ffacteurs = 35 THEN
                CONTINUE
        ELSE
                MOVE WcategorieFacteur TO ef_categorie
                MOVE WcodeFacteur TO ef_code
                READ ffacteurs
                  NOT INVALID KEY MOVE ef_facteur TO WfacteurCarbone
                END-READ
                CLOSE ffacteurs
        END-IF.

      *>----etat du bilan carbone (bilan_carbone_AAAA.txt) et----
      *>----ligne d'archive de l'edition de travail----
        BILAN_CARBONE_EDITION.
        PERFORM CHARGE_JOURS_FESTIVAL
        PERFORM BILAN_CARBONE_TRANSPORT
        PERFORM BILAN_CARBONE_HEBERGEMENT
        PERFORM BILAN_CARBONE_ENERGIE
        PERFORM BILAN_CARBONE_PUBLIC

        MOVE SPACES TO WnomFeuille
        STRING "bilan_carbone_" WeditionTravail ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        DISPLAY " "
        MOVE SPACES TO tamp_ffeuille
        STRING "BILAN CARBONE - EDITION " WeditionTravail
               " (tonnes CO2e estimees)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE
        PERFORM ECRIT_LIGNE_CARBONE

        COMPUTE WtonnesCategorie = WkgTransport / 1000
        STRING "Transport des artistes   : " WtonnesCategorie " t ("
               WnbPersTransport " trajets-personne)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE
        MOVE "A" TO vy_mode
        MOVE 1 TO Wkc
        PERFORM ECRIT_MODE_CARBONE
        MOVE "T" TO vy_mode
        MOVE 2 TO Wkc
        PERFORM ECRIT_MODE_CARBONE
        MOVE "R" TO vy_mode
        MOVE 3 TO Wkc
        PERFORM ECRIT_MODE_CARBONE
        IF WnbPointsSansBande <> 0 THEN
                STRING "  dont " WnbPointsSansBande
                       " trajets sans bande de distance (bande 2)"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_CARBONE
        END-IF

        COMPUTE WtonnesCategorie = WkgHebergement / 1000
        STRING "Hebergement des artistes : " WtonnesCategorie " t ("
               WnuitsHotel " nuits-chambre)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE

        COMPUTE WtonnesCategorie = WkgEnergie / 1000
        STRING "Energie (gazole)         : " WtonnesCategorie " t ("
               WlitresBilan " L " WsourceLitres ")"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE

        COMPUTE WtonnesCategorie = (WkgPublic + WkgCamping) / 1000
        STRING "Public                   : " WtonnesCategorie " t ("
               WjourneesPublic " journees, " WnuitsCamping
               " nuits camping)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE

        COMPUTE WtonnesTotal = (WkgTransport + WkgHebergement
                + WkgEnergie + WkgPublic + WkgCamping) / 1000
        PERFORM ECRIT_LIGNE_CARBONE
        STRING "TOTAL                    : " WtonnesTotal " t CO2e"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE
        CLOSE ffeuille
        DISPLAY "Etat: " WnomFeuille
        PERFORM ARCHIVE_BILAN_CARBONE.

        ECRIT_MODE_CARBONE.
        COMPUTE WtonnesCategorie = Wmc_kg(Wkc) / 1000
        STRING "  mode " vy_mode ": " Wmc_personnes(Wkc)
               " trajets-personne, " WtonnesCategorie " t"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBONE.

        ECRIT_LIGNE_CARBONE.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

      *>----chaque voyage (arrivee ou depart) est un trajet par----
      *>----personne ; la bande vient du point de voyage, bande 2----
      *>----par defaut----
        BILAN_CARBONE_TRANSPORT.
        MOVE 0 TO WkgTransport
        MOVE 0 TO WnbPersTransport
        MOVE 0 TO WnbPointsSansBande
        PERFORM VARYING Wkc FROM 1 BY 1 UNTIL Wkc > 3
                MOVE 0 TO Wmc_personnes(Wkc)
                MOVE 0 TO Wmc_kg(Wkc)
        END-PERFORM
        OPEN INPUT fvoyages
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fvoyages NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END PERFORM CARBONE_UN_VOYAGE
                END-READ
        END-PERFORM
        CLOSE fvoyages.

        CARBONE_UN_VOYAGE.
        MOVE 2 TO WbandeVoyage
        OPEN INPUT ffacteurs
        IF cr_ffacteurs = 35 THEN
                ADD 1 TO WnbPointsSansBande
        ELSE
                MOVE "L" TO ef_categorie
                MOVE vy_point TO ef_code
                READ ffacteurs
                  INVALID KEY ADD 1 TO WnbPointsSansBande
                  NOT INVALID KEY MOVE ef_bande TO WbandeVoyage
                END-READ
                CLOSE ffacteurs
        END-IF

        EVALUATE vy_mode
           WHEN "A" MOVE 1 TO Wkc
           WHEN "T" MOVE 2 TO Wkc
           WHEN OTHER MOVE 3 TO Wkc
        END-EVALUATE
        EVALUATE Wkc ALSO WbandeVoyage
           WHEN 1 ALSO 1 MOVE 120 TO WfacteurDefaut
           WHEN 1 ALSO 2 MOVE 300 TO WfacteurDefaut
           WHEN 1 ALSO 3 MOVE 1200 TO WfacteurDefaut
           WHEN 2 ALSO 1 MOVE 5 TO WfacteurDefaut
           WHEN 2 ALSO 2 MOVE 20 TO WfacteurDefaut
           WHEN 2 ALSO 3 MOVE 50 TO WfacteurDefaut
           WHEN 3 ALSO 1 MOVE 30 TO WfacteurDefaut
           WHEN 3 ALSO 2 MOVE 120 TO WfacteurDefaut
           WHEN OTHER MOVE 300 TO WfacteurDefaut
        END-EVALUATE
        MOVE "T" TO WcategorieFacteur
        MOVE SPACES TO WcodeFacteur
        STRING vy_mode WbandeVoyage
               DELIMITED BY SIZE INTO WcodeFacteur
        END-STRING
        PERFORM CHERCHE_FACTEUR_CARBONE

        ADD vy_nb_personnes TO WnbPersTransport
        ADD vy_nb_personnes TO Wmc_personnes(Wkc)
        COMPUTE Wmc_kg(Wkc) = Wmc_kg(Wkc)
                + vy_nb_personnes * WfacteurCarbone
        COMPUTE WkgTransport = WkgTransport
                + vy_nb_personnes * WfacteurCarbone.

      *>----nuits-chambre des allocations (nuits debut a fin----
      *>----incluses, comme le releve des frais)----
        BILAN_CARBONE_HEBERGEMENT.
        MOVE 0 TO WnuitsHotel
        OPEN INPUT falloch
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ falloch NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF al_nuit_fin >= al_nuit_debut THEN
                                COMPUTE WnuitsHotel = WnuitsHotel
                                   + al_nb_chambres
                                   * (al_nuit_fin - al_nuit_debut + 1)
                        END-IF
                END-READ
        END-PERFORM
        CLOSE falloch
        MOVE "H" TO WcategorieFacteur
        MOVE "NUIT" TO WcodeFacteur
        MOVE 15 TO WfacteurDefaut
        PERFORM CHERCHE_FACTEUR_CARBONE
        COMPUTE WkgHebergement = WnuitsHotel * WfacteurCarbone.

      *>----gazole constate aux pleins de l'edition ; sans pleins----
      *>----saisis, estimation par le plan de charge (puissance----
      *>----des fiches techniques sur la duree des concerts, au----
      *>----taux du modele carburant du groupe, 0,250 L/kVA-h----
      *>----sinon)----
        BILAN_CARBONE_ENERGIE.
        PERFORM CUMUL_CARBURANT_EDITION
        IF WlitresEdition <> 0 THEN
                MOVE WlitresEdition TO WlitresBilan
                MOVE "constates aux pleins" TO WsourceLitres
        ELSE
                PERFORM ESTIME_LITRES_PLAN_CHARGE
                MOVE "plan de charge" TO WsourceLitres
        END-IF
        MOVE "G" TO WcategorieFacteur
        MOVE "GAZOLE" TO WcodeFacteur
        MOVE 2.680 TO WfacteurDefaut
        PERFORM CHERCHE_FACTEUR_CARBONE
        COMPUTE WkgEnergie = WlitresBilan * WfacteurCarbone.

        ESTIME_LITRES_PLAN_CHARGE.
        MOVE 0 TO WlitresBilan
        MOVE 0.250 TO WconsoDefautKvah
        OPEN INPUT fconcerts
        OPEN INPUT ffichetech
        OPEN INPUT fraccords
        OPEN INPUT fcarburant
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF fc_edition = WeditionTravail THEN
                                PERFORM LITRES_UN_CONCERT
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fcarburant
        CLOSE fraccords
        CLOSE ffichetech
        CLOSE fconcerts.

        LITRES_UN_CONCERT.
        MOVE fc_id_groupe TO ft_id_groupe
        READ ffichetech
          INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE WconsoDefautKvah TO gx_conso
        MOVE fc_id_scene TO rc_id_scene
        READ fraccords
          NOT INVALID KEY
                MOVE rc_id_generateur TO gx_id_generateur
                READ fcarburant
                  INVALID KEY MOVE WconsoDefautKvah TO gx_conso
                END-READ
        END-READ
        COMPUTE WlitresBilan ROUNDED = WlitresBilan
                + ft_puissance * fc_duree / 60 * gx_conso.

      *>----journees festivalier = entrees acceptees aux portes----
      *>----(une par reference et par jour) aux dates du----
      *>----calendrier ; nuits de camping des pass actifs----
        BILAN_CARBONE_PUBLIC.
        MOVE 0 TO WjourneesPublic
        OPEN INPUT fscans
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fscans NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF sc_statut = "A" THEN
                                PERFORM COMPTE_SCAN_FESTIVAL
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fscans
        MOVE "F" TO WcategorieFacteur
        MOVE "JOURNEE" TO WcodeFacteur
        MOVE 12 TO WfacteurDefaut
        PERFORM CHERCHE_FACTEUR_CARBONE
        COMPUTE WkgPublic = WjourneesPublic * WfacteurCarbone

        MOVE 0 TO WnuitsCamping
        OPEN INPUT fpasscamp
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fpasscamp NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pc_statut = "A" AND
                           pc_jour_depart > pc_jour_arrivee THEN
                                COMPUTE WnuitsCamping = WnuitsCamping
                                   + pc_jour_depart - pc_jour_arrivee
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fpasscamp
        MOVE "C" TO WcategorieFacteur
        MOVE "NUIT" TO WcodeFacteur
        MOVE 2 TO WfacteurDefaut
        PERFORM CHERCHE_FACTEUR_CARBONE
        COMPUTE WkgCamping = WnuitsCamping * WfacteurCarbone.

        COMPTE_SCAN_FESTIVAL.
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                IF Wjf_date(Wjc) = sc_date THEN
                        ADD 1 TO WjourneesPublic
                END-IF
        END-PERFORM.

        ARCHIVE_BILAN_CARBONE.
        MOVE WeditionTravail TO ak_edition
        ACCEPT ak_date FROM DATE YYYYMMDD
        COMPUTE ak_transport = WkgTransport / 1000
        COMPUTE ak_hebergement = WkgHebergement / 1000
        COMPUTE ak_energie = WkgEnergie / 1000
        COMPUTE ak_public = (WkgPublic + WkgCamping) / 1000
        MOVE WtonnesTotal TO ak_total
        MOVE WjourneesPublic TO ak_journees
        OPEN EXTEND farchivecarbone
        IF cr_farchivecarbone = 35 THEN
                OPEN OUTPUT farchivecarbone
        END-IF
        WRITE tamp_farchivecarbone
        END-WRITE
        IF cr_farchivecarbone <> 0 THEN
                MOVE "farchivecarbone" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_farchivecarbone TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE farchivecarbone
                EXIT PARAGRAPH
        END-IF
        CLOSE farchivecarbone
        DISPLAY "✅️ Bilan " WeditionTravail " archive ✅️".

      *>----tendance d'une edition a l'autre : derniere ligne----
      *>----archivee de chaque edition, ecart avec la precedente----
        TENDANCE_CARBONE_ARCHIVES.
        MOVE 0 TO WnbEditionsCarb
        OPEN INPUT farchivecarbone
        IF cr_farchivecarbone = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ farchivecarbone NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END PERFORM RELEVE_LIGNE_CARBONE
                END-READ
        END-PERFORM
        CLOSE farchivecarbone
        IF WnbEditionsCarb = 0 THEN
                EXIT PARAGRAPH
        END-IF

        DISPLAY " "
        DISPLAY "~~Bilan carbone par edition (t CO2e)~~"
        MOVE 0 TO WtonnesPrecedent
        PERFORM VARYING Wkc FROM 1 BY 1 UNTIL Wkc > WnbEditionsCarb
                IF Wkc = 1 THEN
                        DISPLAY Wec_edition(Wkc) ": " Wec_total(Wkc)
                                " t (" Wec_journees(Wkc)
                                " journees)"
                ELSE
                        COMPUTE WecartCarbone = Wec_total(Wkc)
                                - WtonnesPrecedent
                        DISPLAY Wec_edition(Wkc) ": " Wec_total(Wkc)
                                " t (" Wec_journees(Wkc)
                                " journees) ecart " WecartCarbone
                                " t"
                END-IF
                MOVE Wec_total(Wkc) TO WtonnesPrecedent
        END-PERFORM.

        RELEVE_LIGNE_CARBONE.
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wkc FROM 1 BY 1 UNTIL Wkc > WnbEditionsCarb
                IF Wec_edition(Wkc) = ak_edition THEN
                        MOVE ak_total TO Wec_total(Wkc)
                        MOVE ak_journees TO Wec_journees(Wkc)
                        MOVE 1 TO Wtrouve
                END-IF
        END-PERFORM
        IF Wtrouve = 0 AND WnbEditionsCarb < 10 THEN
                ADD 1 TO WnbEditionsCarb
                MOVE ak_edition TO Wec_edition(WnbEditionsCarb)
                MOVE ak_total TO Wec_total(WnbEditionsCarb)
                MOVE ak_journees TO Wec_journees(WnbEditionsCarb)
        END-IF.
