      *>----reservations de groupe : les CE et autocaristes----
      *>----reservent des blocs de 20 a 200 pass, vendus jusqu'ici----
      *>----d'un coup ou tenus de maniere informelle ; la----
      *>----reservation (reservations_groupes.dat) tient les places----
      *>----contre la capacite du site (cf COMPTE_PASS_SITE_JOUR)----
      *>----jusqu'a l'expiration de l'option, l'acompte confirme----
      *>----l'option, le solde convertit la reservation en billets----
      *>----individuels (canal partenaire P) avec sa facture----

      *>----places tenues le jour Wjc par les reservations de----
      *>----groupe non encore converties (les converties sont deja----
      *>----des billets), ajoutees a WnbPassJour----
        COMPTE_PASS_RESERVES_JOUR.
        OPEN INPUT fresagroupes
        MOVE 0 TO WfinGroupe
        PERFORM WITH TEST AFTER UNTIL WfinGroupe = 1
                READ fresagroupes NEXT
                AT END MOVE 1 TO WfinGroupe
                NOT AT END
                        IF rg_edition = WeditionTravail AND
                           (rg_statut = "O" OR rg_statut = "A") THEN
                                PERFORM CUMUL_PASS_RESERVES_JOUR
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresagroupes.

        CUMUL_PASS_RESERVES_JOUR.
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > rg_nb_lignes
                IF rg_type_pass(WkLigneGroupe) = "F" OR
                   rg_jour(WkLigneGroupe) = Wjc THEN
                        ADD rg_quantite(WkLigneGroupe) TO WnbPassJour
                END-IF
        END-PERFORM.

      *>----pose d'une option : client enregistre, une a trois----
      *>----lignes de pass au tarif de la grille, chacune controlee----
      *>----contre la capacite du site, bloc de WminPassGroupe a----
      *>----WmaxPassGroupe pass, acompte de WtauxAcompteGroupe %----
        CREATION_RESERVATION_GROUPE.
        PERFORM CHARGE_PARAMETRES_GROUPE
        PERFORM SELECTION_CLIENT_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WidClient = 0 THEN
                DISPLAY "⚠️ Une reservation de groupe se fait au"
                        " nom d'un client enregistre ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHARGE_JOURS_FESTIVAL
        PERFORM CALCULE_CAPACITE_SITE
        MOVE 0 TO WnbLignesGroupe
        MOVE 0 TO WtotalPassGroupe
        MOVE 0 TO WmontantGroupe
        PERFORM VARYING WkJourGroupe FROM 1 BY 1 UNTIL WkJourGroupe > 7
                MOVE 0 TO WpassGroupeJour(WkJourGroupe)
        END-PERFORM
        MOVE "O" TO WreponseConfirmation
        PERFORM WITH TEST AFTER UNTIL WnbLignesGroupe = 3
        OR WreponseConfirmation <> "O" OR WsaisieAnnulee = 1
                PERFORM SAISIE_LIGNE_GROUPE
                IF WsaisieAnnulee = 0 AND WnbLignesGroupe < 3 THEN
                        DISPLAY "Autre ligne de pass (O/N): "
                                WITH NO ADVANCING
                        ACCEPT WreponseConfirmation
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 OR WnbLignesGroupe = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WtotalPassGroupe < WminPassGroupe OR
           WtotalPassGroupe > WmaxPassGroupe THEN
                DISPLAY "⚠️ Un bloc de groupe compte de "
                        WminPassGroupe " a " WmaxPassGroupe
                        " pass (" WtotalPassGroupe ") ⚠️"
                EXIT PARAGRAPH
        END-IF

        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE "Fin d'option (AAAAMMJJ)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti < WdateJour OR
           WnombreConverti > 99991231 THEN
                DISPLAY "⚠️ Date d'option invalide ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_RESA_GROUPE
        MOVE WidResaGroupe TO rg_id
        MOVE WidClient TO rg_id_client
        MOVE WeditionTravail TO rg_edition
        MOVE WnbLignesGroupe TO rg_nb_lignes
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > 3
                IF WkLigneGroupe > WnbLignesGroupe THEN
                        MOVE SPACE TO rg_type_pass(WkLigneGroupe)
                        MOVE 0 TO rg_jour(WkLigneGroupe)
                        MOVE 0 TO rg_quantite(WkLigneGroupe)
                        MOVE SPACES TO rg_code_tarif(WkLigneGroupe)
                        MOVE 0 TO rg_prix_unitaire(WkLigneGroupe)
                        MOVE 0 TO rg_taux_tva(WkLigneGroupe)
                ELSE
                        MOVE Wlg_type(WkLigneGroupe)
                                TO rg_type_pass(WkLigneGroupe)
                        MOVE Wlg_jour(WkLigneGroupe)
                                TO rg_jour(WkLigneGroupe)
                        MOVE Wlg_quantite(WkLigneGroupe)
                                TO rg_quantite(WkLigneGroupe)
                        MOVE Wlg_tarif(WkLigneGroupe)
                                TO rg_code_tarif(WkLigneGroupe)
                        MOVE Wlg_prix(WkLigneGroupe)
                                TO rg_prix_unitaire(WkLigneGroupe)
                        MOVE Wlg_taux(WkLigneGroupe)
                                TO rg_taux_tva(WkLigneGroupe)
                END-IF
        END-PERFORM
        MOVE WmontantGroupe TO rg_montant_total
        MOVE WnombreConverti TO rg_date_option
        COMPUTE rg_acompte_du ROUNDED = WmontantGroupe
                * WtauxAcompteGroupe / 100
        MOVE 0 TO rg_acompte_recu
        MOVE "O" TO rg_statut
        MOVE WdateJour TO rg_date_creation
        MOVE 0 TO rg_premier_billet
        MOVE WidUtilisateurConnecte TO rg_fu_id

        OPEN I-O fresagroupes
        WRITE tamp_fresagroupes
        END-WRITE
        IF cr_fresagroupes <> 0 THEN
                MOVE "fresagroupes" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fresagroupes TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fresagroupes
                EXIT PARAGRAPH
        END-IF
        CLOSE fresagroupes

        DISPLAY "✅️ Reservation " WidResaGroupe " : "
                WtotalPassGroupe " pass, total " WmontantGroupe
                " ✅️"
        DISPLAY "Option jusqu'au " rg_date_option ", acompte du "
                rg_acompte_du
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "GROUPE" TO ad_type
        MOVE "OPTION" TO ad_operation
        MOVE WidResaGroupe TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "client " WidClient " pass " WtotalPassGroupe
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----une ligne de la reservation : type de pass, jour,----
      *>----quantite et tarif ; refusee si le site ne peut pas----
      *>----tenir ces places en plus des pass vendus, des options----
      *>----en cours et des lignes deja saisies----
        SAISIE_LIGNE_GROUPE.
        MOVE SPACE TO WtypeLigneGroupe
        MOVE "Type de pass (1 = journee, 2 = festival)"
                TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WtypeLigneGroupe <> SPACE
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti = 1 THEN
                                MOVE "J" TO WtypeLigneGroupe
                        ELSE IF WnombreConverti = 2 THEN
                                MOVE "F" TO WtypeLigneGroupe
                        END-IF
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WnumeroJourChoisi
        IF WtypeLigneGroupe = "J" THEN
                PERFORM SELECTION_JOUR_FESTIVAL
                IF WsaisieAnnulee = 1 THEN
                        EXIT PARAGRAPH
                END-IF
        END-IF

        MOVE "Nombre de pass" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 OR WnombreConverti > WmaxPassGroupe
        THEN
                DISPLAY "⚠️ Quantite invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WkBilletGroupe

        PERFORM SAISIE_TARIF_GROUPE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WpassComplet
        IF WtypeLigneGroupe = "J" THEN
                MOVE WnumeroJourChoisi TO Wjc
                PERFORM CONTROLE_PLACES_GROUPE_JOUR
        ELSE
                PERFORM VARYING Wjc FROM 1 BY 1
                UNTIL Wjc > WnbJoursFestival OR WpassComplet = 1
                        PERFORM CONTROLE_PLACES_GROUPE_JOUR
                END-PERFORM
        END-IF
        IF WpassComplet = 1 THEN
                DISPLAY "⚠️ Capacite du site insuffisante ("
                        WcapaciteSite "), ligne refusee ⚠️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CONTROLE_QUOTA_LIGNE_GROUPE
        IF WquotaOk = 0 THEN
                DISPLAY "⚠️ Quota partenaire depasse (vendus et"
                        " options " WvendusCanal ", quota "
                        WquotaCanal "), ligne refusee ⚠️"
                EXIT PARAGRAPH
        END-IF

        ADD 1 TO WnbLignesGroupe
        MOVE WtypeLigneGroupe TO Wlg_type(WnbLignesGroupe)
        MOVE WnumeroJourChoisi TO Wlg_jour(WnbLignesGroupe)
        MOVE WkBilletGroupe TO Wlg_quantite(WnbLignesGroupe)
        MOVE ta_code TO Wlg_tarif(WnbLignesGroupe)
        MOVE ta_prix TO Wlg_prix(WnbLignesGroupe)
        MOVE ta_taux_tva TO Wlg_taux(WnbLignesGroupe)
        ADD WkBilletGroupe TO WtotalPassGroupe
        COMPUTE WmontantGroupe = WmontantGroupe
                + ta_prix * WkBilletGroupe
        IF WtypeLigneGroupe = "J" THEN
                ADD WkBilletGroupe
                        TO WpassGroupeJour(WnumeroJourChoisi)
        ELSE
                PERFORM VARYING WkJourGroupe FROM 1 BY 1
                UNTIL WkJourGroupe > WnbJoursFestival
                        ADD WkBilletGroupe
                                TO WpassGroupeJour(WkJourGroupe)
                END-PERFORM
        END-IF.

      *>----les billets d'un groupe sortent sur le canal partenaire----
      *>----P : la ligne doit tenir dans son quota, avec les ventes----
      *>----P, les options en cours (cf COMPTE_VENDUS_CANAL) et les----
      *>----lignes deja saisies de meme type et meme jour----
        CONTROLE_QUOTA_LIGNE_GROUPE.
        MOVE "P" TO WcanalQuota
        MOVE WtypeLigneGroupe TO WtypeQuota
        MOVE 0 TO WobjetQuota
        IF WtypeLigneGroupe = "J" THEN
                MOVE WnumeroJourChoisi TO WobjetQuota
        END-IF
        MOVE 0 TO WbilletsOuverts
        PERFORM CONTROLE_QUOTA_CANAL
        IF WquotaDefini = 0 THEN
                MOVE 1 TO WquotaOk
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WquotaSaisiGroupe
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > WnbLignesGroupe
                IF Wlg_type(WkLigneGroupe) = WtypeLigneGroupe AND
                   Wlg_jour(WkLigneGroupe) = WnumeroJourChoisi THEN
                        ADD Wlg_quantite(WkLigneGroupe)
                                TO WquotaSaisiGroupe
                END-IF
        END-PERFORM
        IF WvendusCanal + WquotaSaisiGroupe + WkBilletGroupe
           > WquotaCanal THEN
                MOVE 0 TO WquotaOk
        ELSE
                MOVE 1 TO WquotaOk
        END-IF.

      *>----avant le solde qui convertit la reservation : ses----
      *>----lignes (comptees dans les options du canal P) ne----
      *>----doivent pas faire passer le canal au-dela d'un quota----
      *>----abaisse depuis la pose de l'option ; les lignes de la----
      *>----reservation sont recopiees dans Wlg_ car le comptage----
      *>----relit fresagroupes----
        CONTROLE_QUOTA_RESA_GROUPE.
        MOVE 1 TO WquotaOk
        MOVE rg_nb_lignes TO WnbLignesGroupe
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > rg_nb_lignes
                MOVE rg_type_pass(WkLigneGroupe)
                        TO Wlg_type(WkLigneGroupe)
                MOVE rg_jour(WkLigneGroupe) TO Wlg_jour(WkLigneGroupe)
        END-PERFORM
        MOVE "P" TO WcanalQuota
        MOVE 0 TO WbilletsOuverts
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > WnbLignesGroupe OR WquotaOk = 0
                MOVE Wlg_type(WkLigneGroupe) TO WtypeQuota
                MOVE Wlg_jour(WkLigneGroupe) TO WobjetQuota
                PERFORM LIT_QUOTA_CANAL
                IF WquotaDefini = 1 THEN
                        PERFORM COMPTE_VENDUS_CANAL
                        IF WvendusCanal > WquotaCanal THEN
                                MOVE 0 TO WquotaOk
                        END-IF
                END-IF
        END-PERFORM.

        CHARGE_PARAMETRES_GROUPE.
        MOVE "GRPMINPASS" TO WcodeParam
        MOVE 20 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WminPassGroupe
        MOVE "GRPMAXPASS" TO WcodeParam
        MOVE 200 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WmaxPassGroupe
        MOVE "GRPACOMPTE" TO WcodeParam
        MOVE 30 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WtauxAcompteGroupe.

        CONTROLE_PLACES_GROUPE_JOUR.
        PERFORM COMPTE_PASS_SITE_JOUR
        IF WnbPassJour + WpassGroupeJour(Wjc) + WkBilletGroupe
           > WcapaciteSite THEN
                MOVE 1 TO WpassComplet
        END-IF.

      *>----tarif d'une ligne de groupe, controle comme a la vente----
      *>----(edition et periode de validite) ; laisse le tarif dans----
      *>----tamp_ftarifs----
        SAISIE_TARIF_GROUPE.
        PERFORM LISTE_TARIFS
        ACCEPT WdateJour FROM DATE YYYYMMDD
        OPEN INPUT ftarifs
        MOVE 0 TO WsaisieAnnulee
        MOVE 0 TO WtarifValide
        PERFORM WITH TEST AFTER UNTIL WtarifValide = 1
        OR WsaisieAnnulee = 1
                DISPLAY "Code tarif (* pour annuler): "
                        WITH NO ADVANCING
                ACCEPT WcodeTarif
                IF WcodeTarif = "*" THEN
                        MOVE 1 TO WsaisieAnnulee
                ELSE
                        MOVE WcodeTarif TO ta_code
                        READ ftarifs
                          INVALID KEY
                                DISPLAY "⚠️ Code tarif inconnu"
                                        " ⚠️"
                          NOT INVALID KEY
                                PERFORM CONTROLE_VALIDITE_TARIF
                        END-READ
                END-IF
        END-PERFORM
        CLOSE ftarifs.

        CHERCHE_MAX_ID_RESA_GROUPE.
        MOVE 0 TO WidResaGroupe
        OPEN INPUT fresagroupes
        MOVE 0 TO WfinGroupe
        PERFORM WITH TEST AFTER UNTIL WfinGroupe = 1
                READ fresagroupes NEXT
                AT END MOVE 1 TO WfinGroupe
                NOT AT END
                        IF rg_id > WidResaGroupe THEN
                                MOVE rg_id TO WidResaGroupe
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresagroupes
        ADD 1 TO WidResaGroupe.

      *>----encaissement sur une reservation (acompte ou solde, en----
      *>----euros entiers) ; l'acompte du confirme l'option, le----
      *>----reglement complet convertit la reservation en billets----
        ENCAISSE_RESERVATION_GROUPE.
        MOVE "Id reservation de groupe" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidResaGroupe
        ACCEPT WdateJour FROM DATE YYYYMMDD

        MOVE 0 TO Wtrouve
        OPEN INPUT fresagroupes
        MOVE WidResaGroupe TO rg_id
        READ fresagroupes
          INVALID KEY DISPLAY "⚠️ Reservation inexistante ⚠️"
          NOT INVALID KEY MOVE 1 TO Wtrouve
        END-READ
        CLOSE fresagroupes
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        IF rg_statut <> "O" AND rg_statut <> "A" THEN
                DISPLAY "⚠️ Reservation " rg_statut
                        " (convertie ou liberee) ⚠️"
                EXIT PARAGRAPH
        END-IF
        IF rg_statut = "O" AND rg_date_option < WdateJour THEN
                DISPLAY "⚠️ Option expiree le " rg_date_option
                        " ⚠️"
                EXIT PARAGRAPH
        END-IF
        COMPUTE WsoldeGroupe = rg_montant_total - rg_acompte_recu
        DISPLAY "Total " rg_montant_total ", recu " rg_acompte_recu
                ", acompte du " rg_acompte_du ", solde "
                WsoldeGroupe

        MOVE "Montant encaisse (euros entiers)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 OR WnombreConverti > WsoldeGroupe THEN
                DISPLAY "⚠️ Montant invalide (solde "
                        WsoldeGroupe ") ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WmontantGroupe
        IF WmontantGroupe = WsoldeGroupe THEN
                PERFORM CONTROLE_QUOTA_RESA_GROUPE
                IF WquotaOk = 0 THEN
                        DISPLAY "⚠️ Quota partenaire depasse"
                                " (vendus et options " WvendusCanal
                                ", quota " WquotaCanal
                                "), solde refuse ⚠️"
                        EXIT PARAGRAPH
                END-IF
        END-IF
        PERFORM SAISIE_MODE_PAIEMENT
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO Wtrouve
        OPEN I-O fresagroupes
        MOVE WidResaGroupe TO rg_id
        READ fresagroupes
          INVALID KEY DISPLAY "⚠️ Reservation inexistante ⚠️"
          NOT INVALID KEY
                ADD WmontantGroupe TO rg_acompte_recu
                IF rg_statut = "O" AND
                   rg_acompte_recu >= rg_acompte_du THEN
                        MOVE "A" TO rg_statut
                END-IF
                REWRITE tamp_fresagroupes
                END-REWRITE
                IF cr_fresagroupes = 0 THEN
                        MOVE 1 TO Wtrouve
                ELSE
                        MOVE "fresagroupes" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fresagroupes TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-READ
        CLOSE fresagroupes
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        COMPUTE WsoldeGroupe = rg_montant_total - rg_acompte_recu

        DISPLAY "✅️ Encaisse " WmontantGroupe ", reste du "
                WsoldeGroupe " ✅️"
        IF WmodePaiement = "E" THEN
                MOVE "GROUPE" TO WorigineCaisse
                MOVE WidResaGroupe TO WreferenceCaisse
                MOVE WmontantGroupe TO WmontantCaisse
                PERFORM ENREGISTRE_MOUVEMENT_CAISSE
        END-IF
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "GROUPE" TO ad_type
        MOVE "ENCAISSEMENT" TO ad_operation
        MOVE WidResaGroupe TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "montant " WmontantGroupe " mode " WmodePaiement
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT

        IF WsoldeGroupe <= 0 THEN
                PERFORM CONVERSION_RESERVATION_GROUPE
        END-IF.

      *>----reservation soldee : un billet par pass (reference----
      *>----individuelle, canal partenaire, date comptable du----
      *>----reglement) et sa facture----
        CONVERSION_RESERVATION_GROUPE.
        PERFORM CHERCHE_MAX_ID_BILLET
        MOVE 0 TO Wtrouve
        OPEN I-O fresagroupes
        MOVE WidResaGroupe TO rg_id
        READ fresagroupes
          INVALID KEY DISPLAY "⚠️ Reservation inexistante ⚠️"
          NOT INVALID KEY
                MOVE "C" TO rg_statut
                MOVE WidBillet TO rg_premier_billet
                REWRITE tamp_fresagroupes
                END-REWRITE
                IF cr_fresagroupes = 0 THEN
                        MOVE 1 TO Wtrouve
                ELSE
                        MOVE "fresagroupes" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fresagroupes TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-READ
        CLOSE fresagroupes
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE rg_id_client TO WidClient
        MOVE rg_nb_lignes TO WnbLignesGroupe
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > rg_nb_lignes
                MOVE rg_type_pass(WkLigneGroupe)
                        TO Wlg_type(WkLigneGroupe)
                MOVE rg_jour(WkLigneGroupe) TO Wlg_jour(WkLigneGroupe)
                MOVE rg_quantite(WkLigneGroupe)
                        TO Wlg_quantite(WkLigneGroupe)
                MOVE rg_code_tarif(WkLigneGroupe)
                        TO Wlg_tarif(WkLigneGroupe)
                MOVE rg_prix_unitaire(WkLigneGroupe)
                        TO Wlg_prix(WkLigneGroupe)
                MOVE rg_taux_tva(WkLigneGroupe)
                        TO Wlg_taux(WkLigneGroupe)
        END-PERFORM

        MOVE 0 TO WnbBilletsGroupe
        OPEN I-O fbillets
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > WnbLignesGroupe
                PERFORM VARYING WkBilletGroupe FROM 1 BY 1
                UNTIL WkBilletGroupe > Wlg_quantite(WkLigneGroupe)
                        PERFORM EMET_BILLET_GROUPE
                END-PERFORM
        END-PERFORM
        CLOSE fbillets

        DISPLAY "✅️ Reservation " WidResaGroupe " convertie : "
                WnbBilletsGroupe " billet(s) ✅️"
        PERFORM ECRIT_FACTURE_GROUPE
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "GROUPE" TO ad_type
        MOVE "CONVERSION" TO ad_operation
        MOVE WidResaGroupe TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "billets " WnbBilletsGroupe " a partir de "
                rg_premier_billet
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

        EMET_BILLET_GROUPE.
        MOVE WidBillet TO bi_id
        MOVE 0 TO bi_id_concert
        MOVE Wlg_prix(WkLigneGroupe) TO bi_prix
        MOVE Wlg_tarif(WkLigneGroupe) TO bi_code_tarif
        MOVE "G" TO WprefixeRef
        MOVE WidBillet TO WidBaseRef
        PERFORM GENERE_REFERENCE_BILLET
        MOVE WrefControle TO bi_reference
        MOVE "P" TO bi_source
        MOVE WdateComptable TO bi_date_vente
        MOVE WidClient TO bi_id_client
        MOVE Wlg_type(WkLigneGroupe) TO bi_type_pass
        MOVE Wlg_jour(WkLigneGroupe) TO bi_jour
        MOVE WmodePaiement TO bi_mode_paiement
        COMPUTE bi_tva ROUNDED = bi_prix * Wlg_taux(WkLigneGroupe)
                / (100 + Wlg_taux(WkLigneGroupe))
        MOVE "N" TO bi_pmr
        MOVE WeditionTravail TO bi_edition
        WRITE tamp_fbillets
        END-WRITE
        IF cr_fbillets = 0 THEN
                ADD 1 TO WnbBilletsGroupe
                PERFORM ECRIT_ETICKET
        ELSE
                MOVE "fbillets" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fbillets TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        ADD 1 TO WidBillet.

      *>----facture_groupe_NNNNN.txt : lignes de pass, ventilation----
      *>----de la TVA par taux du tarif (prix TTC, HT = TTC x 100 /----
      *>----(100 + taux)), acomptes et solde----
        ECRIT_FACTURE_GROUPE.
        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE SPACES TO cli_nom
        OPEN INPUT fclients
        MOVE WidClient TO cli_id
        READ fclients
          INVALID KEY CONTINUE
        END-READ
        CLOSE fclients

        MOVE SPACES TO WnomFeuille
        STRING "facture_groupe_" WidResaGroupe ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "HELLFEST " WeditionTravail " - FACTURE RESERVATION"
                " DE GROUPE N° " WidResaGroupe
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "Date: " WdateComptable "   Client " WidClient " "
                cli_nom DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "Qte|Designation          |Tarif|PU TTC   |Total TTC"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE

        MOVE 0 TO WnbTauxGroupe
        PERFORM VARYING WkLigneGroupe FROM 1 BY 1
        UNTIL WkLigneGroupe > WnbLignesGroupe
                PERFORM ECRIT_LIGNE_FACTURE_GROUPE
        END-PERFORM

        MOVE SPACES TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "Ventilation TVA: taux|TTC      |HT       |TVA"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        PERFORM VARYING WkTauxGroupe FROM 1 BY 1
        UNTIL WkTauxGroupe > WnbTauxGroupe
                COMPUTE WhtGroupe ROUNDED = Wtg_ttc(WkTauxGroupe)
                        * 100 / (100 + Wtg_taux(WkTauxGroupe))
                COMPUTE WtvaGroupe = Wtg_ttc(WkTauxGroupe) - WhtGroupe
                MOVE Wtg_taux(WkTauxGroupe) TO WtauxEdite
                MOVE SPACES TO tamp_ffeuille
                MOVE Wtg_ttc(WkTauxGroupe) TO WmontantEdite
                STRING "                 " WtauxEdite "%|"
                        WmontantEdite "|"
                        DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                MOVE WhtGroupe TO WmontantEdite
                MOVE WmontantEdite TO tamp_ffeuille(35:9)
                MOVE "|" TO tamp_ffeuille(44:1)
                MOVE WtvaGroupe TO WmontantEdite
                MOVE WmontantEdite TO tamp_ffeuille(45:9)
                WRITE tamp_ffeuille
                END-WRITE
        END-PERFORM

        MOVE SPACES TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        MOVE rg_montant_total TO WmontantEdite
        STRING "Total TTC      : " WmontantEdite
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        MOVE rg_acompte_recu TO WmontantEdite
        STRING "Deja regle     : " WmontantEdite
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        COMPUTE WsoldeGroupe = rg_montant_total - rg_acompte_recu
        MOVE SPACES TO tamp_ffeuille
        MOVE WsoldeGroupe TO WmontantEdite
        STRING "Reste du       : " WmontantEdite
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "Billets n° " rg_premier_billet " et suivants ("
                WnbBilletsGroupe " billets, canal partenaire)"
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        CLOSE ffeuille
        DISPLAY "Facture: " WnomFeuille.

        ECRIT_LIGNE_FACTURE_GROUPE.
        IF Wlg_type(WkLigneGroupe) = "J" THEN
                MOVE SPACES TO WobjetEticket
                STRING "PASS JOURNEE " Wjf_libelle(Wlg_jour
                        (WkLigneGroupe))
                        DELIMITED BY SIZE INTO WobjetEticket
                END-STRING
        ELSE
                MOVE "PASS FESTIVAL" TO WobjetEticket
        END-IF
        COMPUTE WmontantGroupe = Wlg_prix(WkLigneGroupe)
                * Wlg_quantite(WkLigneGroupe)
        MOVE SPACES TO tamp_ffeuille
        MOVE Wlg_quantite(WkLigneGroupe) TO tamp_ffeuille(1:3)
        MOVE "|" TO tamp_ffeuille(4:1)
        MOVE WobjetEticket TO tamp_ffeuille(5:21)
        MOVE "|" TO tamp_ffeuille(26:1)
        MOVE Wlg_tarif(WkLigneGroupe) TO tamp_ffeuille(27:5)
        MOVE "|" TO tamp_ffeuille(32:1)
        MOVE Wlg_prix(WkLigneGroupe) TO WmontantEdite
        MOVE WmontantEdite TO tamp_ffeuille(33:9)
        MOVE "|" TO tamp_ffeuille(42:1)
        MOVE WmontantGroupe TO WmontantEdite
        MOVE WmontantEdite TO tamp_ffeuille(43:9)
        WRITE tamp_ffeuille
        END-WRITE

      *>----cumul TTC par taux de TVA pour la ventilation----
        MOVE 0 TO WkTauxGroupe
        PERFORM VARYING WkJourGroupe FROM 1 BY 1
        UNTIL WkJourGroupe > WnbTauxGroupe
                IF Wtg_taux(WkJourGroupe) = Wlg_taux(WkLigneGroupe)
                THEN
                        MOVE WkJourGroupe TO WkTauxGroupe
                END-IF
        END-PERFORM
        IF WkTauxGroupe = 0 THEN
                ADD 1 TO WnbTauxGroupe
                MOVE WnbTauxGroupe TO WkTauxGroupe
                MOVE Wlg_taux(WkLigneGroupe) TO Wtg_taux(WkTauxGroupe)
                MOVE 0 TO Wtg_ttc(WkTauxGroupe)
        END-IF
        ADD WmontantGroupe TO Wtg_ttc(WkTauxGroupe).

      *>----traitement de nuit : les options echues sans aucun----
      *>----acompte rendent leurs places a la capacite----
        LIBERE_OPTIONS_EXPIREES.
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE 0 TO WnbOptionsLiberees
        OPEN I-O fresagroupes
        MOVE 0 TO WfinGroupe
        PERFORM WITH TEST AFTER UNTIL WfinGroupe = 1
                READ fresagroupes NEXT
                AT END MOVE 1 TO WfinGroupe
                NOT AT END
                        IF rg_statut = "O" AND rg_acompte_recu = 0
                           AND rg_date_option < WdateJour THEN
                                PERFORM LIBERE_UNE_OPTION
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresagroupes
        DISPLAY "Options de groupe liberees: " WnbOptionsLiberees.

        LIBERE_UNE_OPTION.
        MOVE "L" TO rg_statut
        REWRITE tamp_fresagroupes
        END-REWRITE
        IF cr_fresagroupes = 0 THEN
                ADD 1 TO WnbOptionsLiberees
                DISPLAY "  reservation " rg_id " client "
                        rg_id_client " option du " rg_date_option
                MOVE 0 TO ad_fu_id
                MOVE "GROUPE" TO ad_type
                MOVE "LIBERATION" TO ad_operation
                MOVE rg_id TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE SPACES TO ad_apres
                STRING "option " rg_date_option
                        DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fresagroupes" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fresagroupes TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

        LISTE_RESERVATIONS_GROUPE.
        DISPLAY " "
        DISPLAY "~~Reservations de groupe de l'edition "
                WeditionTravail "~~"
        DISPLAY "Id   |Client|Statut|Option  |Total    |Recu"
        MOVE 0 TO Wcompteur
        OPEN INPUT fresagroupes
        MOVE 0 TO WfinGroupe
        PERFORM WITH TEST AFTER UNTIL WfinGroupe = 1
                READ fresagroupes NEXT
                AT END MOVE 1 TO WfinGroupe
                NOT AT END
                        IF rg_edition = WeditionTravail THEN
                                DISPLAY rg_id "|" rg_id_client "|"
                                        rg_statut "     |"
                                        rg_date_option "|"
                                        rg_montant_total "|"
                                        rg_acompte_recu
                                ADD 1 TO Wcompteur
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresagroupes
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucune reservation de groupe ❌️"
        END-IF.
