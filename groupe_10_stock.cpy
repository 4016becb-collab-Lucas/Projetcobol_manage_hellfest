                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WqteVendue
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                CLOSE fstock
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        IF WqteVendue > st_quantite THEN
                DISPLAY "⚠️ Stock insuffisant ⚠️"
                IF WmodePaiement = "B" THEN
                        COMPUTE WmontantCashless =
                                WqteVendue * st_prix
                        PERFORM SAISIE_BAR_VENDEUR
                        IF WcashlessOk = 1 THEN
                                PERFORM DEBIT_CASHLESS
                        END-IF
                END-IF
                IF WcashlessOk = 0 THEN
                        DISPLAY "⚠️ Vente abandonnee ⚠️"
                        DISPLAY "✅️ Vente enregistree, stock"
                                " restant: " st_quantite
                        PERFORM JOURNALISE_VENTE_STOCK
                        IF WmodePaiement = "E" THEN
                                MOVE "VENTE" TO WorigineCaisse
                                MOVE st_id TO WreferenceCaisse
                                COMPUTE WmontantCaisse =
                                        WqteVendue * st_prix
                                PERFORM ENREGISTRE_MOUVEMENT_CAISSE
                        END-IF
                        IF st_quantite < WseuilReappro THEN
                                DISPLAY "⚠️ Stock bas (seuil "
                                        WseuilReappro "),"
      *>----ventes (produit, groupe, quantite, prix unitaire,----
      *>----date/heure) pour les rapports journaliers----
        JOURNALISE_VENTE_STOCK.
        ACCEPT WheureJour FROM TIME

        MOVE st_id TO ve_id_produit
        MOVE st_nom TO ve_nom_produit
        MOVE WqteVendue TO ve_quantite
        MOVE st_prix TO ve_prix_unitaire
        MOVE WdateComptable TO ve_date
        MOVE WheureJour TO ve_heure
        MOVE WmodePaiement TO ve_mode_paiement
      *>----TVA unitaire retranchee du prix TTC du produit----
