        MOVE 0 TO WtotalSponsors
        MOVE 0 TO WtotalCachetsEngages
        MOVE 0 TO WtotalCachetsPayes
        MOVE 0 TO WtotalDroitsDiffusion
        MOVE 0 TO WtotalPassesCamping
        MOVE 0 TO WvaleurStockRestant
        MOVE 0 TO WtotalMerchandising
        MOVE 0 TO WnbPassBenevoles

        PERFORM CHARGE_SCENES_BILAN
        PERFORM CUMUL_BILLETTERIE_BILAN
        DISPLAY "Recettes merchandising: " WtotalMerchandising
        DISPLAY "Redevances concessions: " WtotalConcessions
        DISPLAY "  (engagees: " WtotalConcessionsEng ")"
        DISPLAY "Litiges cashless rembourses: " WtotalRembCashless
        COMPUTE WtotalRecettes =
                WtotalBilletterie + WtotalSponsors +
                WtotalMerchandising + WtotalConcessions -
                WtotalRembCashless
        DISPLAY "Total recettes       : " WtotalRecettes
        DISPLAY " "
        DISPLAY "Cachets engages      : " WtotalCachetsEngages
        DISPLAY "  dont payes         : " WtotalCachetsPayes
        DISPLAY "  dont suppl. diffusion: " WtotalDroitsDiffusion
        DISPLAY "Ecart de change      : " WtotalEcartChange
        DISPLAY "  (cachets en devise, + gain / - perte)"
        DISPLAY " "
        COMPUTE WresultatNet =
                WtotalRecettes - WtotalCachetsEngages +
                WtotalEcartChange
        DISPLAY "Resultat net         : " WresultatNet
        DISPLAY " "
        DISPLAY "Pour memoire:"
        DISPLAY "  Passes camping emis: " WtotalPassesCamping
        DISPLAY "  Pass benevoles emis: " WnbPassBenevoles
                " (prix nul)"
        DISPLAY "  Valeur stock restant: " WvaleurStockRestant
        DISPLAY " "
        DISPLAY "Ventilation par scene (billets | sponsors):"
      *>----brut et le remboursement eventuel se deduit ensuite----
      *>----(cf CUMUL_REMBOURSEMENTS_BILAN) ; bi_edition ecarte----
      *>----les billets des editions precedentes, que le rollover----
      *>----laisse en place ; les pass recompense des benevoles----
      *>----sont comptes pour memoire----
                          INVALID KEY
                                IF bi_edition =
                                   WeditionCourante AND
                                   bi_code_tarif =
                                   WcodeTarifBenevole THEN
                                        ADD 1 TO WnbPassBenevoles
                                ELSE IF bi_edition =
                                   WeditionCourante THEN
                                        ADD bi_prix TO
                                                WtotalBilletterie
                                END-IF
                                END-IF
                          NOT INVALID KEY
                            IF fc_edition = WeditionCourante THEN
                                ADD bi_prix TO WtotalBilletterie
        END-PERFORM
        CLOSE fsponsors.

      *>----cachets filtres sur l'edition du groupe beneficiaire ;----
      *>----le supplement de diffusion du groupe s'y ajoute (cf----
      *>----groupe_10_diffusion.cpy)----
        CUMUL_CACHETS_BILAN.
        OPEN INPUT ffees
        OPEN INPUT fgroupes
        OPEN INPUT fdroitsdiff
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ffees NEXT
                          NOT INVALID KEY
                            IF fg_edition = WeditionCourante THEN
                                ADD fe_cachet TO WtotalCachetsEngages
                                PERFORM SUPPLEMENT_DIFFUSION_GROUPE
                                IF fe_statut_paiement = "PAYE" THEN
                                        ADD fe_cachet TO
                                                WtotalCachetsPayes
                        END-READ
                END-READ
        END-PERFORM
        PERFORM CUMUL_ECARTS_CHANGE
        CLOSE fdroitsdiff
        CLOSE fgroupes
        CLOSE ffees.

