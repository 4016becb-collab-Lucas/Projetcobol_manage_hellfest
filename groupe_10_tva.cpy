        MOVE WnombreConverti TO WdateFinFiltre

        MOVE 0 TO WnbTauxTva
        MOVE 0 TO WnbPassBenevoles
        PERFORM CUMUL_TVA_BILLETS
        PERFORM CUMUL_TVA_VENTES
        PERFORM CUMUL_TVA_PASSES
                        DISPLAY Wtv_taux(Wk) "%|" Wtv_net(Wk)
                                "|" Wtv_tva(Wk)
                END-PERFORM
        END-IF
        DISPLAY "Pass recompense benevoles (prix nul, hors TVA): "
                WnbPassBenevoles.

      *>----ventile une ligne (WtauxLigne / WbrutLigne TTC /----
      *>----WtvaLigne) dans la table des taux----
        END-IF.

      *>----le taux du billet se retrouve par son code tarif (0----
      *>----pour les ventes hors grille) ; les pass recompense des----
      *>----benevoles, sans contrepartie, sont seulement comptes----
        CUMUL_TVA_BILLETS.
        OPEN INPUT fbillets
        OPEN INPUT ftarifs
                NOT AT END
                        MOVE bi_date_vente TO WdateRapport
                        PERFORM TVA_DATE_DANS_PERIODE
                        IF Wtrouver = 1 AND
                           bi_code_tarif = WcodeTarifBenevole THEN
                                ADD 1 TO WnbPassBenevoles
                        ELSE IF Wtrouver = 1 THEN
                                MOVE 0 TO WtauxLigne
                                IF bi_code_tarif <> SPACES THEN
                                        MOVE bi_code_tarif
                                MOVE bi_tva TO WtvaLigne
                                PERFORM CUMUL_TVA_LIGNE
                        END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE ftarifs
