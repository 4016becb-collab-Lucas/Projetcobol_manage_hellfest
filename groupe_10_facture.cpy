      *>----factures fournisseurs : les factures se reglaient sur----
      *>----papier sans controle ; elles entrent desormais au----
      *>----registre, chaque ligne est rapprochee de la commande----
      *>----(prix oc_prix_achat) et de la quantite reellement----
      *>----receptionnee ; une facture conforme passe bon a payer,----
      *>----une facture en ecart reste en attente avec l'ecart----
      *>----affiche, et la balance agee des fournisseurs suit le----
      *>----modele de celle des sponsors----

        SAISIE_FACTURE_FOURN.
        OPEN INPUT ffourn
        MOVE 1 TO Wtrouve
        MOVE "Id du fournisseur" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidFournisseur
                        MOVE WidFournisseur TO fr_id
                        READ ffourn
                          INVALID KEY
                                DISPLAY "⚠️ Fournisseur"
                                        " inexistant ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE ffourn
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        DISPLAY "Numero de facture du fournisseur: "
                WITH NO ADVANCING
        MOVE SPACES TO WnumeroFacture
        ACCEPT WnumeroFacture
        IF WnumeroFacture = SPACES THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CONTROLE_DOUBLON_FACTURE
        IF Wtrouve = 1 THEN
                DISPLAY "⚠️ Facture deja enregistree pour ce"
                        " fournisseur ⚠️"
                EXIT PARAGRAPH
        END-IF

      *>----l'id se cherche avant la saisie : le balayage ecraserait----
      *>----sinon le tampon fa_*----
        PERFORM CHERCHE_MAX_ID_FACTURE

        MOVE "Date de facture (AAAAMMJJ)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO fa_date
        MOVE "Date d'echeance (AAAAMMJJ)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO fa_echeance
        MOVE "Montant total de la facture (entier)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO fa_montant

        MOVE WidFacture TO fa_id
        MOVE WidFournisseur TO fa_id_fournisseur
        MOVE WnumeroFacture TO fa_numero
        MOVE 0 TO fa_ecart_montant
        MOVE "A" TO fa_statut
        MOVE 0 TO fa_date_paiement
        OPEN I-O ffactfourn
        WRITE tamp_ffactfourn
        END-WRITE
        IF cr_ffactfourn <> 0 THEN
                MOVE "ffactfourn" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_ffactfourn TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE ffactfourn
                EXIT PARAGRAPH
        END-IF
        CLOSE ffactfourn

        PERFORM SAISIE_LIGNES_FACTURE
        IF WnbLignesFacture = 0 THEN
                DISPLAY "⚠️ Facture sans ligne, laissee en"
                        " attente ⚠️"
        END-IF

        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "ACHAT" TO ad_type
        MOVE "FACTURE" TO ad_operation
        MOVE WidFacture TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE WnumeroFacture TO ad_apres
        PERFORM ENREGISTRE_AUDIT
        DISPLAY "✅️ Facture " WidFacture " enregistree ✅️"

        PERFORM RAPPROCHE_FACTURE.

      *>----meme numero de facture deja saisi pour ce fournisseur----
        CONTROLE_DOUBLON_FACTURE.
        MOVE 0 TO Wtrouve
        OPEN INPUT ffactfourn
        MOVE WidFournisseur TO fa_id_fournisseur
        MOVE 0 TO WfinFacture
        START ffactfourn KEY IS = fa_id_fournisseur
          INVALID KEY MOVE 1 TO WfinFacture
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinFacture = 1
                READ ffactfourn NEXT
                AT END MOVE 1 TO WfinFacture
                NOT AT END
                        IF fa_id_fournisseur = WidFournisseur THEN
                                IF fa_numero = WnumeroFacture THEN
                                        MOVE 1 TO Wtrouve
                                        MOVE 1 TO WfinFacture
                                END-IF
                        ELSE
                                MOVE 1 TO WfinFacture
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE ffactfourn.

        CHERCHE_MAX_ID_FACTURE.
        MOVE 0 TO WidFacture
        OPEN INPUT ffactfourn
        MOVE 0 TO WfinFacture
        PERFORM WITH TEST AFTER UNTIL WfinFacture = 1
                READ ffactfourn NEXT
                AT END MOVE 1 TO WfinFacture
                NOT AT END
                        IF fa_id > WidFacture THEN
                                MOVE fa_id TO WidFacture
                        END-IF
                END-READ
        END-PERFORM
        CLOSE ffactfourn
        ADD 1 TO WidFacture.

      *>----une ligne par commande du fournisseur (20 au plus),----
      *>----commande 0 ou annulation pour terminer----
        SAISIE_LIGNES_FACTURE.
        MOVE 0 TO WnbLignesFacture
        OPEN INPUT fcommandes
        OPEN I-O flignesfact
        MOVE 0 TO WfinLigneFacture
        PERFORM WITH TEST AFTER UNTIL WfinLigneFacture = 1
                MOVE "Id commande facturee (0 pour terminer)"
                        TO WlibelleSaisie
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 1 OR WnombreConverti = 0 THEN
                        MOVE 1 TO WfinLigneFacture
                ELSE
                        MOVE WnombreConverti TO oc_id
                        READ fcommandes
                          INVALID KEY
                                DISPLAY "⚠️ Commande"
                                        " inexistante ⚠️"
                          NOT INVALID KEY
                                PERFORM SAISIE_UNE_LIGNE_FACTURE
                        END-READ
                END-IF
                IF WnbLignesFacture = 20 THEN
                        DISPLAY "⚠️ 20 lignes au plus par"
                                " facture ⚠️"
                        MOVE 1 TO WfinLigneFacture
                END-IF
        END-PERFORM
        CLOSE flignesfact
        CLOSE fcommandes.

        SAISIE_UNE_LIGNE_FACTURE.
        IF oc_id_fournisseur <> WidFournisseur THEN
                DISPLAY "⚠️ Commande d'un autre fournisseur ⚠️"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Commande " oc_id "|qte " oc_quantite "|prix "
                oc_prix_achat "|statut " oc_statut
        MOVE "Quantite facturee" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO fl_quantite
        MOVE "Prix unitaire facture (entier)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO fl_prix
        ADD 1 TO WnbLignesFacture
        MOVE WidFacture TO fl_id_facture
        MOVE WnbLignesFacture TO fl_numero
        MOVE oc_id TO fl_id_commande
        MOVE 0 TO fl_ecart_prix
        MOVE 0 TO fl_ecart_qte
        MOVE "E" TO fl_statut
        WRITE tamp_flignesfact
        END-WRITE
        IF cr_flignesfact <> 0 THEN
                MOVE "flignesfact" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_flignesfact TO er_code
                PERFORM VERIFIE_CR_FICHIER
                SUBTRACT 1 FROM WnbLignesFacture
        END-IF.

      *>----relance du rapprochement d'une facture en attente (la----
      *>----reception a pu arriver apres la facture)----
        RAPPROCHEMENT_FACTURE_FOURN.
        DISPLAY " "
        DISPLAY "~~Factures fournisseurs en attente~~"
        MOVE 0 TO Wcompteur
        OPEN INPUT ffactfourn
        MOVE 0 TO WfinFacture
        PERFORM WITH TEST AFTER UNTIL WfinFacture = 1
                READ ffactfourn NEXT
                AT END MOVE 1 TO WfinFacture
                NOT AT END
                        IF fa_statut = "A" THEN
                                DISPLAY fa_id "|fournisseur "
                                        fa_id_fournisseur "|no "
                                        fa_numero "|" fa_montant
                                ADD 1 TO Wcompteur
                        END-IF
                END-READ
        END-PERFORM
        CLOSE ffactfourn
        IF Wcompteur = 0 THEN
                DISPLAY "✅️ Aucune facture en attente ✅️"
                EXIT PARAGRAPH
        END-IF
        MOVE "Id de la facture a rapprocher" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidFacture
        PERFORM RAPPROCHE_FACTURE.

      *>----rapprochement a trois voies de la facture WidFacture :----
      *>----prix de chaque ligne contre oc_prix_achat, quantite----
      *>----contre le recu (commande en R) diminue de ce que les----
      *>----autres lignes ont deja facture sur la commande, total----
      *>----saisi contre total des lignes----
        RAPPROCHE_FACTURE.
        OPEN I-O ffactfourn
        MOVE WidFacture TO fa_id
        READ ffactfourn
          INVALID KEY
                DISPLAY "⚠️ Facture inexistante ⚠️"
                CLOSE ffactfourn
                EXIT PARAGRAPH
        END-READ
        IF fa_statut = "P" THEN
                DISPLAY "⚠️ Facture deja payee ⚠️"
                CLOSE ffactfourn
                EXIT PARAGRAPH
        END-IF

      *>----les lignes passent d'abord en table : le cumul deja----
      *>----facture reparcourt flignesfact par commande----
        MOVE 0 TO WnbLignesFacture
        OPEN I-O flignesfact
        MOVE WidFacture TO fl_id_facture
        MOVE 0 TO fl_numero
        MOVE 0 TO WfinLigneFacture
        START flignesfact KEY IS >= fl_cle
          INVALID KEY MOVE 1 TO WfinLigneFacture
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinLigneFacture = 1
                READ flignesfact NEXT
                AT END MOVE 1 TO WfinLigneFacture
                NOT AT END
                        IF fl_id_facture = WidFacture AND
                           WnbLignesFacture < 20 THEN
                                ADD 1 TO WnbLignesFacture
                                MOVE fl_numero TO
                                        Wlf_numero(WnbLignesFacture)
                                MOVE fl_id_commande TO
                                        Wlf_commande(WnbLignesFacture)
                                MOVE fl_quantite TO
                                        Wlf_quantite(WnbLignesFacture)
                                MOVE fl_prix TO
                                        Wlf_prix(WnbLignesFacture)
                        ELSE
                                MOVE 1 TO WfinLigneFacture
                        END-IF
                END-READ
           END-PERFORM
        END-START

        DISPLAY " "
        DISPLAY "~~Rapprochement facture " fa_numero " (fournisseur "
                fa_id_fournisseur ")~~"
        DISPLAY "Ligne|Commande|Qte fact.|Dispo|Prix fact.|Prix cde"
                "|Ecart prix|Ecart qte"
        MOVE 1 TO WfactureConforme
        IF WnbLignesFacture = 0 THEN
                MOVE 0 TO WfactureConforme
        END-IF
        MOVE 0 TO WtotalLignesFacture
        OPEN INPUT fcommandes
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > WnbLignesFacture
                PERFORM RAPPROCHE_UNE_LIGNE
        END-PERFORM
        CLOSE fcommandes
        CLOSE flignesfact

        COMPUTE fa_ecart_montant = fa_montant - WtotalLignesFacture
        DISPLAY "Total facture " fa_montant "|total des lignes "
                WtotalLignesFacture "|ecart " fa_ecart_montant
        IF fa_ecart_montant <> 0 THEN
                MOVE 0 TO WfactureConforme
        END-IF

        IF WfactureConforme = 1 THEN
                MOVE "B" TO fa_statut
                DISPLAY "✅️ Facture conforme : bon a payer ✅️"
        ELSE
                MOVE "A" TO fa_statut
                DISPLAY "⚠️ Facture en ecart : bloquee en"
                        " attente ⚠️"
        END-IF
        REWRITE tamp_ffactfourn
        END-REWRITE
        IF cr_ffactfourn <> 0 THEN
                MOVE "ffactfourn" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_ffactfourn TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE ffactfourn.

        RAPPROCHE_UNE_LIGNE.
        MOVE 0 TO WqteRecue
        MOVE 0 TO oc_prix_achat
        MOVE Wlf_commande(Wk) TO oc_id
        MOVE 1 TO Wtrouve
        READ fcommandes
          INVALID KEY MOVE 0 TO Wtrouve
        END-READ
        IF Wtrouve = 1 THEN
                IF oc_id_fournisseur <> fa_id_fournisseur THEN
                        MOVE 0 TO Wtrouve
                        MOVE 0 TO oc_prix_achat
                ELSE
                        IF oc_statut = "R" THEN
                                MOVE oc_quantite TO WqteRecue
                        END-IF
                END-IF
        END-IF

      *>----deja facture par les autres lignes sur cette commande----
        MOVE 0 TO WqteDejaFacturee
        MOVE Wlf_commande(Wk) TO fl_id_commande
        MOVE 0 TO WfinLigneFacture
        START flignesfact KEY IS = fl_id_commande
          INVALID KEY MOVE 1 TO WfinLigneFacture
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinLigneFacture = 1
                READ flignesfact NEXT
                AT END MOVE 1 TO WfinLigneFacture
                NOT AT END
                        IF fl_id_commande = Wlf_commande(Wk) THEN
                                IF fl_id_facture <> WidFacture OR
                                   fl_numero <> Wlf_numero(Wk) THEN
                                        ADD fl_quantite TO
                                           WqteDejaFacturee
                                END-IF
                        ELSE
                                MOVE 1 TO WfinLigneFacture
                        END-IF
                END-READ
           END-PERFORM
        END-START

        COMPUTE WqteDisponible = WqteRecue - WqteDejaFacturee
        IF WqteDisponible < 0 THEN
                MOVE 0 TO WqteDisponible
        END-IF

        MOVE WidFacture TO fl_id_facture
        MOVE Wlf_numero(Wk) TO fl_numero
        READ flignesfact
          INVALID KEY EXIT PARAGRAPH
        END-READ
        IF Wtrouve = 1 THEN
                COMPUTE fl_ecart_prix = fl_prix - oc_prix_achat
        ELSE
                MOVE fl_prix TO fl_ecart_prix
        END-IF
        IF fl_quantite > WqteDisponible THEN
                COMPUTE fl_ecart_qte = fl_quantite - WqteDisponible
        ELSE
                MOVE 0 TO fl_ecart_qte
        END-IF
        IF fl_ecart_prix = 0 AND fl_ecart_qte = 0 AND
           Wtrouve = 1 THEN
                MOVE "O" TO fl_statut
        ELSE
                MOVE "E" TO fl_statut
                MOVE 0 TO WfactureConforme
        END-IF
        REWRITE tamp_flignesfact
        END-REWRITE
        IF cr_flignesfact <> 0 THEN
                MOVE "flignesfact" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_flignesfact TO er_code
                PERFORM VERIFIE_CR_FICHIER
                EXIT PARAGRAPH
        END-IF
        COMPUTE WtotalLignesFacture = WtotalLignesFacture +
                fl_quantite * fl_prix

        DISPLAY fl_numero "|" fl_id_commande "|" fl_quantite "|"
                WqteDisponible "|" fl_prix "|" oc_prix_achat "|"
                fl_ecart_prix "|" fl_ecart_qte WITH NO ADVANCING
        IF Wtrouve = 0 THEN
                DISPLAY "|⚠️ commande hors fournisseur ⚠️"
        ELSE
                IF fl_statut = "E" THEN
                        DISPLAY "|⚠️ ECART ⚠️"
                ELSE
                        DISPLAY " "
                END-IF
        END-IF.

      *>----reglement d'une facture bon a payer----
        REGLEMENT_FACTURE_FOURN.
        DISPLAY " "
        DISPLAY "~~Factures fournisseurs bon a payer~~"
        MOVE 0 TO Wcompteur
        OPEN INPUT ffactfourn
        MOVE 0 TO WfinFacture
        PERFORM WITH TEST AFTER UNTIL WfinFacture = 1
                READ ffactfourn NEXT
                AT END MOVE 1 TO WfinFacture
                NOT AT END
                        IF fa_statut = "B" THEN
                                DISPLAY fa_id "|fournisseur "
                                        fa_id_fournisseur "|no "
                                        fa_numero "|" fa_montant
                                        "|echeance " fa_echeance
                                ADD 1 TO Wcompteur
                        END-IF
                END-READ
        END-PERFORM
        CLOSE ffactfourn
        IF Wcompteur = 0 THEN
                DISPLAY "✅️ Aucune facture a regler ✅️"
                EXIT PARAGRAPH
        END-IF
        MOVE "Id de la facture reglee" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        ACCEPT WdateJour FROM DATE YYYYMMDD
        OPEN I-O ffactfourn
        MOVE WnombreConverti TO fa_id
        READ ffactfourn
          INVALID KEY DISPLAY "⚠️ Facture inexistante ⚠️"
          NOT INVALID KEY
                IF fa_statut <> "B" THEN
                        DISPLAY "⚠️ Facture non liberee pour"
                                " paiement ⚠️"
                ELSE
                        MOVE "P" TO fa_statut
                        MOVE WdateJour TO fa_date_paiement
                        REWRITE tamp_ffactfourn
                        END-REWRITE
                        IF cr_ffactfourn = 0 THEN
                                DISPLAY "✅️ Facture reglee ✅️"
                                MOVE WidUtilisateurConnecte TO
                                        ad_fu_id
                                MOVE "ACHAT" TO ad_type
                                MOVE "REGLEMENT" TO ad_operation
                                MOVE fa_id TO ad_cible
                                MOVE "B" TO ad_avant
                                MOVE "P" TO ad_apres
                                PERFORM ENREGISTRE_AUDIT
                        END-IF
                END-IF
        END-READ
        CLOSE ffactfourn.

      *>----balance agee des fournisseurs : restant du (factures non----
      *>----payees) reparti en non echu, echu et bloque en attente----
      *>----de rapprochement, fournisseur par fournisseur puis----
      *>----totaux----
        RAPPORT_DETTES_FOURNISSEURS.
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE 0 TO WtotalNonEchu
        MOVE 0 TO WtotalEchu
        MOVE 0 TO WtotalBloque

        DISPLAY " "
        DISPLAY "~~Dettes fournisseurs au " WdateJour "~~"
        DISPLAY "Fournisseur                   |Non echu|Echu|Bloque"
        OPEN INPUT ffourn
        OPEN INPUT ffactfourn
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ffourn NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END PERFORM DETTES_UN_FOURNISSEUR
        END-PERFORM
        CLOSE ffactfourn
        CLOSE ffourn

        DISPLAY " "
        DISPLAY "Totaux (non echu | echu | bloque): " WtotalNonEchu
                "|" WtotalEchu "|" WtotalBloque.

        DETTES_UN_FOURNISSEUR.
        MOVE 0 TO WfactNonEchu
        MOVE 0 TO WfactEchu
        MOVE 0 TO WfactBloque

        MOVE fr_id TO fa_id_fournisseur
        MOVE 0 TO Wfin2
        START ffactfourn KEY IS = fa_id_fournisseur
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ ffactfourn NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF fa_id_fournisseur = fr_id THEN
                                IF fa_statut = "A" THEN
                                        ADD fa_montant TO WfactBloque
                                ELSE IF fa_statut = "B" THEN
                                        IF fa_echeance < WdateJour
                                        THEN
                                           ADD fa_montant TO WfactEchu
                                        ELSE
                                           ADD fa_montant TO
                                             WfactNonEchu
                                        END-IF
                                END-IF
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin2
                        END-IF
                END-READ
           END-PERFORM
        END-START

        IF WfactNonEchu = 0 AND WfactEchu = 0 AND
           WfactBloque = 0 THEN
                EXIT PARAGRAPH
        END-IF
        DISPLAY fr_nom "|" WfactNonEchu "|" WfactEchu "|"
                WfactBloque WITH NO ADVANCING
        IF WfactEchu <> 0 THEN
                DISPLAY "|⚠️ A REGLER ⚠️"
        ELSE
                DISPLAY " "
        END-IF
        ADD WfactNonEchu TO WtotalNonEchu
        ADD WfactEchu TO WtotalEchu
        ADD WfactBloque TO WtotalBloque.
