        END-IF

        MOVE WidGroupe TO fe_id_groupe
        PERFORM SAISIE_CACHET_DEVISE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Statut de paiement (EN ATTENTE/PAYE): "
                WITH NO ADVANCING
        ACCEPT fe_statut_paiement

        MOVE fe_cachet TO WmontantEngage
        MOVE "CACHETS" TO WligneBudget
        PERFORM SAISIE_LIGNE_BUDGET
        PERFORM CONTROLE_BUDGET
        IF WbudgetOk = 0 THEN
                DISPLAY "❌️ Cachet refuse (budget) ❌️"
                EXIT PARAGRAPH
        END-IF

        OPEN I-O ffees
        WRITE tamp_ffees
        END-WRITE
        IF cr_ffees = 0 THEN
                DISPLAY "✅️ Cachet enregistre ✅️"
                IF WcachetEnDevise = 1 THEN
                        PERFORM ENREGISTRE_CACHET_DEVISE
                END-IF
                MOVE "CACHET" TO WorigineEngagement
                MOVE WidGroupe TO WreferenceEngagement
                PERFORM ENREGISTRE_ENGAGEMENT
        ELSE
                PERFORM REARME_APPROBATION
        END-IF
        CLOSE ffees.

        IF cr_fordres = 35 THEN
                OPEN OUTPUT fordres
        END-IF
        OPEN EXTEND fretenues
        IF cr_fretenues = 35 THEN
                OPEN OUTPUT fretenues
        END-IF
        MOVE 0 TO WtotalRetenues

        OPEN I-O ffees
        OPEN INPUT fgroupes
        OPEN INPUT fconcerts
        OPEN I-O fdevises
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ffees NEXT
        CLOSE fgroupes
        CLOSE ffees
        CLOSE fordres
        CLOSE fretenues
        CLOSE fdevises

        DISPLAY "✅️ Traitement termine: " WnbOrdres
                " ordre(s) de paiement, total " WtotalOrdres
                " ✅️"
        IF WtotalRetenues > 0 THEN
                DISPLAY "📣 Retenue a la source (non residents): "
                        WtotalRetenues
                MOVE WdateJour(1:4) TO WanneeDeclaration
                PERFORM GENERE_DECLARATION_RETENUES
        END-IF.

      *>----eligibilite : contrat signe + au moins un concert----
      *>----programme pour le groupe----
        END-READ

        IF WgroupeEligible = 1 THEN
                PERFORM VALEUR_PAIEMENT_CACHET
        END-IF

        IF WgroupeEligible = 1 THEN
      *>----l'ordre porte le net de la retenue a la source du pays----
      *>----du groupe----
                MOVE fg_nationalite TO WnationaliteSaisie
                PERFORM CALCUL_RETENUE_SOURCE
                MOVE fe_id_groupe TO op_id_groupe
                MOVE fg_nom TO op_nom_groupe
                MOVE WnetCachet TO op_montant
                MOVE WdateJour TO op_date
                MOVE "A" TO op_statut
                MOVE "G" TO op_beneficiaire
                WRITE tamp_fordres
                END-WRITE

                END-REWRITE
                IF cr_ffees = 0 THEN
                        ADD 1 TO WnbOrdres
                        ADD WnetCachet TO WtotalOrdres
                        DISPLAY "✅️ " fg_nom ": ordre de "
                                WnetCachet " emis ✅️"
                        IF WmontantRetenue > 0 THEN
                                DISPLAY "   brut " WbrutCachet
                                        ", retenue " WtauxRetenue
                                        " % = " WmontantRetenue
                                ADD WmontantRetenue TO WtotalRetenues
                        END-IF
                        PERFORM ENREGISTRE_RETENUE
                        PERFORM MARQUE_PAIEMENT_DEVISE
                        MOVE WbrutCachet TO WmontantRealise
                        MOVE "CACHET" TO WorigineEngagement
                        MOVE fe_id_groupe TO WreferenceEngagement
                        PERFORM REALISE_ENGAGEMENT
                        MOVE WidUtilisateurConnecte TO ad_fu_id
                        MOVE "CACHET" TO ad_type
                        MOVE "PAIEMENT" TO ad_operation
