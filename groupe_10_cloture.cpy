      *>----cloture_AAAAMMJJ.txt que le directeur de site lit----
      *>----chaque matin a 8h : billets vendus et recette du jour,----
      *>----ventes de stock par produit, passes camping emis par----
      *>----zone, incidents encore ouverts, equipements encore----
      *>----sortis par detenteur, volumetrie d'audit et erreurs----
      *>----journalisees----
        CLOTURE_JOURNEE.
        MOVE "Date a cloturer (AAAAMMJJ, 0 = aujourd'hui)"
                TO WlibelleSaisie

        PERFORM CLOTURE_BILLETTERIE
        PERFORM CLOTURE_MODES_PAIEMENT
        PERFORM CLOTURE_SESSIONS_CAISSE
        PERFORM CLOTURE_VENTES_STOCK
        PERFORM CLOTURE_CAMPING
        PERFORM CLOTURE_INCIDENTS_OUVERTS
        PERFORM CLOTURE_EQUIPEMENTS_SORTIS
        PERFORM CLOTURE_VOLUMES_JOURNAUX

        CLOSE ffeuille
        MOVE 0 TO WrecetteJour
        MOVE 0 TO WbilletsGuichet
        MOVE 0 TO WbilletsWeb
        MOVE 0 TO WnbPassBenevoles
        OPEN INPUT fbillets
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fbillets NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
      *>----les pass recompense des benevoles (prix nul) ne sont----
      *>----pas des ventes : comptes a part----
                        IF bi_date_vente = WdateCloture AND
                           bi_code_tarif = WcodeTarifBenevole THEN
                                ADD 1 TO WnbPassBenevoles
                        ELSE IF bi_date_vente = WdateCloture THEN
                                ADD 1 TO WbilletsJour
                                ADD bi_prix TO WrecetteJour
                                IF bi_source = "W" THEN
                                        ADD 1 TO WbilletsGuichet
                                END-IF
                        END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fbillets
               WrecetteJour DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "Pass recompense benevoles emis: " WnbPassBenevoles
               " (prix nul, hors recette)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----reutilise les cumuls du rapport des ventes (produits----
