        ACCEPT WdateJour FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME

      *>----une reference a cle fausse (faute de frappe, billet----
      *>----fabrique) est refusee sans interroger la billetterie----
        PERFORM VERIFIE_CLE_REFERENCE
        IF WcleValide = 0 THEN
                PERFORM TRACE_SCAN_CLE_INVALIDE
                EXIT PARAGRAPH
        END-IF

      *>----la reference doit exister en billetterie (vente----
      *>----guichet, web ou pass) avant d'ouvrir la porte----
        MOVE 0 TO WbilletConnu
        END-READ
        CLOSE fbillets

      *>----une reference absente peut avoir ete invalidee par un----
      *>----transfert : le refus est alors motive et trace----
        MOVE 0 TO WbilletTransfere
        IF WbilletConnu = 0 THEN
                PERFORM CHERCHE_TRANSFERT_REFERENCE
                IF WbilletTransfere = 0 THEN
                        DISPLAY "❌️ Reference inconnue de la"
                                " billetterie, acces refuse ❌️"
                        EXIT PARAGRAPH
                END-IF
        END-IF

        PERFORM CHERCHE_SCAN_DU_JOUR
        MOVE WheureJour TO sc_heure
        MOVE WidUtilisateurConnecte TO sc_fu_id

        IF WbilletTransfere = 1 THEN
                MOVE "T" TO sc_statut
                DISPLAY "❌️ TRANSFERE: billet cede le " tf_date
                        ", reference invalidee, acces refuse ❌️"
                MOVE "fscans" TO er_fichier
                MOVE "TRANSFERE" TO er_operation
                MOVE 96 TO er_code
                PERFORM LOG_ERREUR
        ELSE IF WdejaScanne = 1 THEN
                MOVE "D" TO sc_statut
                DISPLAY "⚠️ DOUBLON: reference deja scannee"
                        " aujourd'hui, acces refuse ⚠️"
                DISPLAY "✅️ Acces accorde porte " WporteScan
                        " ✅️"
        END-IF
        END-IF

        OPEN I-O fscans
        WRITE tamp_fscans

      *>----une reference est en doublon si un scan accepte existe----
      *>----deja pour elle a la date du jour (toutes portes----
      *>----confondues) ; WporteDoublon et WheureDoublon gardent----
      *>----la porte et l'heure de ce passage----
        CHERCHE_SCAN_DU_JOUR.
        MOVE 0 TO WdejaScanne
        OPEN INPUT fscans
                                IF sc_date = WdateJour AND
                                   sc_statut = "A" THEN
                                        MOVE 1 TO WdejaScanne
                                        MOVE sc_porte TO WporteDoublon
                                        MOVE sc_heure TO WheureDoublon
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin
        END-IF

        MOVE 0 TO WnbPortesFlux
        MOVE 0 TO WnbRejetsCle
        OPEN INPUT fscans
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           sc_statut = "A" THEN
                                PERFORM CUMUL_FLUX_PORTE
                        END-IF
                        IF sc_date = WdateFlux AND
                           sc_statut = "C" THEN
                                ADD 1 TO WnbRejetsCle
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fscans
                                END-IF
                        END-PERFORM
                END-PERFORM
        END-IF
        DISPLAY "References rejetees (cle invalide): " WnbRejetsCle.

        CUMUL_FLUX_PORTE.
        COMPUTE WheureScanHH = sc_heure / 1000000
