        END-IF
        MOVE WnombreConverti TO oc_date_livraison

        COMPUTE WmontantEngage = oc_quantite * oc_prix_achat
        MOVE "ACHATS" TO WligneBudget
        PERFORM SAISIE_LIGNE_BUDGET
        PERFORM CONTROLE_BUDGET
        IF WbudgetOk = 0 THEN
                DISPLAY "❌️ Commande refusee (budget) ❌️"
                EXIT PARAGRAPH
        END-IF

        MOVE WidCommande TO oc_id
        MOVE WidFournisseur TO oc_id_fournisseur
        MOVE WidStock TO oc_id_produit
                MOVE "COMMANDE" TO ad_operation
                MOVE WidCommande TO ad_cible
                PERFORM ENREGISTRE_AUDIT
                MOVE "COMMANDE" TO WorigineEngagement
                MOVE WidCommande TO WreferenceEngagement
                PERFORM ENREGISTRE_ENGAGEMENT
        ELSE
                MOVE "fcommandes" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fcommandes TO er_code
                PERFORM VERIFIE_CR_FICHIER
                PERFORM REARME_APPROBATION
        END-IF
        CLOSE fcommandes.

                        MOVE "R" TO oc_statut
                        REWRITE tamp_fcommandes
                        END-REWRITE
                        COMPUTE WmontantRealise =
                                oc_quantite * oc_prix_achat
                        MOVE "COMMANDE" TO WorigineEngagement
                        MOVE oc_id TO WreferenceEngagement
                        PERFORM REALISE_ENGAGEMENT
                        OPEN I-O fstock
                        MOVE oc_id_produit TO st_id
                        READ fstock
                                        " ✅️"
                        END-READ
                        CLOSE fstock
                        PERFORM ARRIVEE_LIVRAISON_COMMANDE
                END-IF
        END-READ
        CLOSE fcommandes.
