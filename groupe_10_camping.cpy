                        EXIT PARAGRAPH
                END-IF

                PERFORM DATE_COMPTABLE_OPERATION
                IF WperiodeOk = 0 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                PERFORM CONTROLE_CAPACITE_SEJOUR
                IF WjourComplet = 1 THEN
                        DISPLAY "⚠️ Zone complete sur une partie"
        MOVE WjourArrivee TO pc_jour_arrivee
        MOVE WjourDepart TO pc_jour_depart
        MOVE "A" TO pc_statut
        MOVE WdateComptable TO pc_date_vente
        PERFORM SELECTION_CLIENT_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
        END-WRITE
        IF cr_fpasscamp = 0 THEN
                DISPLAY "✅️ Pass " WidPass " vendu ✅️"
                IF WmodePaiement = "E" THEN
                        MOVE "CAMPING" TO WorigineCaisse
                        MOVE WidPass TO WreferenceCaisse
                        MOVE pc_prix TO WmontantCaisse
                        PERFORM ENREGISTRE_MOUVEMENT_CAISSE
                END-IF
                OPEN I-O fcampings
                READ fcampings
                  NOT INVALID KEY
