                EXIT PARAGRAPH
        END-IF

      *>----le canal de la vente doit avoir du quota pour ce----
      *>----concert, meme s'il reste de la place sur la scene----
        PERFORM SAISIE_CANAL_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE "C" TO WtypeQuota
        MOVE WidConcertBillet TO WobjetQuota
        MOVE WcanalVente TO WcanalQuota
        PERFORM CONTROLE_QUOTA_CANAL
        IF WquotaOk = 0 THEN
                DISPLAY "⚠️ Quota du canal " WcanalVente
                        " atteint (" WvendusCanal "/" WquotaCanal
                        "), vente refusee ⚠️"
                EXIT PARAGRAPH
        END-IF

      *>----place PMR : la plateforme surelevee de la scene a sa----
      *>----propre capacite (cf groupe_10_pmr.cpy), la vente PMR----
      *>----est refusee quand elle est pleine ou absente----
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM SAISIE_MODE_PAIEMENT
        MOVE WmodePaiement TO bi_mode_paiement
        MOVE WidClient TO bi_id_client
        MOVE WidConcertBillet TO bi_id_concert
      *>----les billets guichet portent desormais une reference----
      *>----("G" + id a cle, cf groupe_10_eticket.cpy) pour passer----
      *>----le controle d'acces aux portes, comme les references----
      *>----web importees----
        MOVE "G" TO WprefixeRef
        MOVE WidBillet TO WidBaseRef
        PERFORM GENERE_REFERENCE_BILLET
        MOVE WrefControle TO bi_reference
        MOVE WcanalVente TO bi_source
        MOVE WdateComptable TO bi_date_vente
        MOVE "C" TO bi_type_pass
        MOVE 0 TO bi_jour
        MOVE WpmrDemande TO bi_pmr
        END-WRITE
        IF cr_fbillets = 0 THEN
                DISPLAY "✅️ Billet enregistre ✅️"
                PERFORM ECRIT_ETICKET
                IF WmodePaiement = "E" THEN
                        MOVE "BILLET" TO WorigineCaisse
                        MOVE WidBillet TO WreferenceCaisse
                        MOVE bi_prix TO WmontantCaisse
                        PERFORM ENREGISTRE_MOUVEMENT_CAISSE
                END-IF
        END-IF
        CLOSE fbillets.

                EXIT PARAGRAPH
        END-IF

        PERFORM SAISIE_CANAL_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WtypePassVente = 1 THEN
                MOVE "J" TO WtypeQuota
                MOVE WjourPassVente TO WobjetQuota
        ELSE
                MOVE "F" TO WtypeQuota
                MOVE 0 TO WobjetQuota
        END-IF
        MOVE WcanalVente TO WcanalQuota
        PERFORM CONTROLE_QUOTA_CANAL
        IF WquotaOk = 0 THEN
                DISPLAY "⚠️ Quota du canal " WcanalVente
                        " atteint (" WvendusCanal "/" WquotaCanal
                        "), vente refusee ⚠️"
                EXIT PARAGRAPH
        END-IF

      *>----l'id est alloue avant le choix du tarif : le balayage----
      *>----de fbillets ecraserait sinon bi_prix/bi_code_tarif/----
      *>----bi_tva poses par SELECTION_TARIF_BILLET (meme ordre que----
        END-IF

        PERFORM SAISIE_MODE_PAIEMENT
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE WidBillet TO bi_id
        MOVE 0 TO bi_id_concert
        MOVE WidClient TO bi_id_client
        MOVE WmodePaiement TO bi_mode_paiement
        MOVE "G" TO WprefixeRef
        MOVE WidBillet TO WidBaseRef
        PERFORM GENERE_REFERENCE_BILLET
        MOVE WrefControle TO bi_reference
        MOVE WcanalVente TO bi_source
        MOVE WdateComptable TO bi_date_vente
        IF WtypePassVente = 1 THEN
                MOVE "J" TO bi_type_pass
                MOVE WjourPassVente TO bi_jour
        END-WRITE
        IF cr_fbillets = 0 THEN
                DISPLAY "✅️ Pass " WidBillet " vendu ✅️"
                PERFORM ECRIT_ETICKET
                IF WmodePaiement = "E" THEN
                        MOVE "BILLET" TO WorigineCaisse
                        MOVE WidBillet TO WreferenceCaisse
                        MOVE bi_prix TO WmontantCaisse
                        PERFORM ENREGISTRE_MOUVEMENT_CAISSE
                END-IF
        END-IF
        CLOSE fbillets.

                        END-IF
                END-READ
        END-PERFORM
        CLOSE fbillets
        PERFORM COMPTE_PASS_RESERVES_JOUR.

      *>----compte les billets deja vendus pour WidConcertBillet et----
      *>----lit la capacite de la scene associee dans WplaceScene----
