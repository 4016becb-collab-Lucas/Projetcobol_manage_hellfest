        MOVE WmontantCashless TO mc_montant
        MOVE WdateJour TO mc_date
        MOVE WheureJour TO mc_heure
        IF mc_type = "D" THEN
                MOVE WtypeVendeur TO mc_type_vendeur
                MOVE WidVendeur TO mc_id_vendeur
                MOVE WterminalCashless TO mc_terminal
        ELSE
                MOVE SPACE TO mc_type_vendeur
                MOVE 0 TO mc_id_vendeur
                MOVE SPACES TO mc_terminal
        END-IF
        OPEN EXTEND fmouvcash
        IF cr_fmouvcash = 35 THEN
                OPEN OUTPUT fmouvcash
        IF WmontantCashless <> 0 THEN
                MOVE "T" TO mc_type
                PERFORM JOURNALISE_MOUVEMENT_CASHLESS
                IF WmodePaiement = "E" THEN
                        MOVE "RECHARGE" TO WorigineCaisse
                        MOVE WrefCashless TO WreferenceCaisse
                        MOVE WmontantCashless TO WmontantCaisse
                        PERFORM ENREGISTRE_MOUVEMENT_CAISSE
                END-IF
        END-IF.

      *>----debit d'une depense (appele par VENTE_STOCK quand le----
      *>----client paie au bracelet) ; WmontantCashless porte le----
      *>----montant, WtypeVendeur / WidVendeur le vendeur pose par----
      *>----l'appelant, WcashlessOk dit si le debit a pu se faire----
        DEBIT_CASHLESS.
        MOVE 0 TO WcashlessOk
        DISPLAY "Terminal: " WITH NO ADVANCING
        MOVE SPACES TO WterminalCashless
        ACCEPT WterminalCashless
        DISPLAY "Reference du bracelet: " WITH NO ADVANCING
        MOVE SPACES TO WrefCashless
        ACCEPT WrefCashless
                PERFORM JOURNALISE_MOUVEMENT_CASHLESS
        END-IF.

      *>----vendeur d'une vente de stock au bracelet : le bar qui----
      *>----encaisse (WcashlessOk = 0 si la saisie est annulee)----
        SAISIE_BAR_VENDEUR.
        MOVE "B" TO WtypeVendeur
        MOVE 0 TO WidVendeur
        MOVE 1 TO WcashlessOk
        OPEN INPUT fbars
        MOVE 0 TO Wtrouve
        MOVE "Id du bar vendeur" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO br_id
                        READ fbars
                          INVALID KEY
                                DISPLAY "⚠️ Bar inexistant ⚠️"
                          NOT INVALID KEY MOVE 1 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fbars
        IF WsaisieAnnulee = 1 THEN
                MOVE 0 TO WcashlessOk
        ELSE
                MOVE br_id TO WidVendeur
        END-IF.

      *>----encaissement au terminal d'une concession (food-truck,----
      *>----bar independant) : pas de stock festival, seul le----
      *>----bracelet est debite, au profit de la concession----
      *>----(montant saisi en centimes)----
        ENCAISSEMENT_CASHLESS_CONCESSION.
        OPEN INPUT fconcessions
        MOVE 0 TO Wtrouve
        MOVE "Id de la concession" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO co_id
                        READ fconcessions
                          INVALID KEY
                                DISPLAY "⚠️ Concession"
                                        " inexistante ⚠️"
                          NOT INVALID KEY MOVE 1 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fconcessions
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE "Montant en centimes" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 OR WnombreConverti > 99999999 THEN
                DISPLAY "⚠️ Montant invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        COMPUTE WmontantCashless = WnombreConverti / 100
        MOVE "K" TO WtypeVendeur
        MOVE co_id TO WidVendeur
        PERFORM DEBIT_CASHLESS
        IF WcashlessOk = 1 THEN
                DISPLAY "✅️ " WmontantCashless " encaisses pour "
                        co_nom " ✅️"
        END-IF.

      *>----reconciliation de fin de journee : les debits bracelets----
      *>----du jour doivent retomber sur les ventes de stock----
      *>----payees au bracelet dans le journal des ventes (les----
      *>----encaissements des concessions n'y passent pas)----
        RECONCILIATION_CASHLESS.
        MOVE "Date (AAAAMMJJ, 0 = aujourd'hui)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
                        AT END MOVE 1 TO Wfin
                        NOT AT END
                                IF mc_date = WdateCashless AND
                                   mc_type = "D" AND
                                   mc_type_vendeur <> "K" THEN
                                        ADD mc_montant TO
                                                WtotalDebitsCash
                                END-IF
