      *>----transfert de billet entre clients : un client qui ne----
      *>----peut pas venir cede son billet a un autre (changement----
      *>----de nom ou revente officielle) au lieu d'une annulation----
      *>----suivie d'une revente, qui emettait un ordre de----
      *>----remboursement et pouvait perdre la place au profit de----
      *>----la liste d'attente ; le billet change de titulaire et----
      *>----de reference, l'ancienne reference est refusee aux----
      *>----portes avec le motif "transfere"----
        TRANSFERT_BILLET.
        MOVE "Id du billet a transferer" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidBilletTransfert

        MOVE 0 TO Wtrouve
        OPEN INPUT fbillets
        MOVE WidBilletTransfert TO bi_id
        READ fbillets
          INVALID KEY DISPLAY "⚠️ Billet inexistant ⚠️"
          NOT INVALID KEY
                MOVE 1 TO Wtrouve
                MOVE bi_reference TO WrefAncienne
                MOVE bi_id_client TO WidClientCedant
                DISPLAY "Billet " bi_id "|concert " bi_id_concert
                        "|reference " bi_reference "|client "
                        bi_id_client
        END-READ
        CLOSE fbillets
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF

      *>----un billet deja passe a une porte ne se transfere plus----
        PERFORM CHERCHE_SCAN_BILLET
        IF WbilletScanne = 1 THEN
                DISPLAY "⚠️ Billet deja scanne a une porte,"
                        " transfert refuse ⚠️"
                EXIT PARAGRAPH
        END-IF

        DISPLAY "Nouveau titulaire :"
        PERFORM SELECTION_CLIENT_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WidClient = 0 THEN
                DISPLAY "⚠️ Le nouveau titulaire doit etre un"
                        " client enregistre ⚠️"
                EXIT PARAGRAPH
        END-IF
        IF WidClient = WidClientCedant THEN
                DISPLAY "⚠️ Le billet appartient deja a ce"
                        " client ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM SAISIE_FRAIS_TRANSFERT
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE SPACE TO WmodePaiement
        IF WfraisTransfert <> 0 THEN
                PERFORM SAISIE_MODE_PAIEMENT
                PERFORM DATE_COMPTABLE_OPERATION
                IF WperiodeOk = 0 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
        ELSE
                ACCEPT WdateComptable FROM DATE YYYYMMDD
        END-IF

        PERFORM CHERCHE_MAX_ID_TRANSFERT
        MOVE "T" TO WprefixeRef
        MOVE WidTransfert TO WidBaseRef
        PERFORM GENERE_REFERENCE_BILLET
        MOVE WrefControle TO WrefNouvelle

        MOVE 0 TO Wtrouve
        OPEN I-O fbillets
        MOVE WidBilletTransfert TO bi_id
        READ fbillets
          INVALID KEY DISPLAY "⚠️ Billet inexistant ⚠️"
          NOT INVALID KEY
                MOVE WidClient TO bi_id_client
                MOVE WrefNouvelle TO bi_reference
                REWRITE tamp_fbillets
                END-REWRITE
                IF cr_fbillets = 0 THEN
                        MOVE 1 TO Wtrouve
                        PERFORM ECRIT_ETICKET
                ELSE
                        MOVE "fbillets" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fbillets TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-READ
        CLOSE fbillets
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE WidTransfert TO tf_id
        MOVE WidBilletTransfert TO tf_bi_id
        MOVE WidClientCedant TO tf_client_cedant
        MOVE WidClient TO tf_client_cessionnaire
        MOVE WrefAncienne TO tf_ancienne_ref
        MOVE WrefNouvelle TO tf_nouvelle_ref
        MOVE WcodeTarifFrais TO tf_code_tarif
        MOVE WfraisTransfert TO tf_frais
        MOVE WmodePaiement TO tf_mode_paiement
        MOVE WdateComptable TO tf_date
        MOVE WidUtilisateurConnecte TO tf_fu_id
        MOVE WeditionTravail TO tf_edition
        OPEN I-O ftransferts
        WRITE tamp_ftransferts
        END-WRITE
        IF cr_ftransferts <> 0 THEN
                MOVE "ftransferts" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_ftransferts TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE ftransferts

        DISPLAY "✅️ Billet " WidBilletTransfert " transfere au"
                " client " WidClient ", nouvelle reference "
                WrefNouvelle " ✅️"
        IF WfraisTransfert <> 0 AND WmodePaiement = "E" THEN
                MOVE "TRANSFERT" TO WorigineCaisse
                MOVE WidTransfert TO WreferenceCaisse
                MOVE WfraisTransfert TO WmontantCaisse
                PERFORM ENREGISTRE_MOUVEMENT_CAISSE
        END-IF
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "BILLET" TO ad_type
        MOVE "TRANSFERT" TO ad_operation
        MOVE WidBilletTransfert TO ad_cible
        MOVE SPACES TO ad_avant
        STRING "client " WidClientCedant " ref " WrefAncienne
                DELIMITED BY SIZE INTO ad_avant
        END-STRING
        MOVE SPACES TO ad_apres
        STRING "client " WidClient " ref " WrefNouvelle
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----frais de transfert : un code de la grille tarifaire----
      *>----(edition et validite controlees comme a la vente), ou----
      *>----rien pour un transfert gratuit ; * abandonne----
        SAISIE_FRAIS_TRANSFERT.
        MOVE 0 TO WsaisieAnnulee
        MOVE 0 TO WfraisTransfert
        MOVE SPACES TO WcodeTarifFrais
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE 0 TO WtarifValide
        OPEN INPUT ftarifs
        PERFORM WITH TEST AFTER UNTIL WtarifValide = 1
        OR WsaisieAnnulee = 1
                DISPLAY "Code tarif des frais (vide = sans frais,"
                        " * pour annuler): " WITH NO ADVANCING
                MOVE SPACES TO WcodeTarifFrais
                ACCEPT WcodeTarifFrais
                IF WcodeTarifFrais = "*" THEN
                        MOVE 1 TO WsaisieAnnulee
                ELSE
                        IF WcodeTarifFrais = SPACES THEN
                                MOVE 1 TO WtarifValide
                        ELSE
                                MOVE WcodeTarifFrais TO ta_code
                                READ ftarifs
                                  INVALID KEY
                                        DISPLAY "⚠️ Code tarif"
                                                " inconnu ⚠️"
                                  NOT INVALID KEY
                                        PERFORM
                                           CONTROLE_VALIDITE_TARIF
                                END-READ
                                IF WtarifValide = 1 THEN
                                        MOVE ta_prix
                                                TO WfraisTransfert
                                        DISPLAY "Frais de transfert: "
                                                WfraisTransfert
                                END-IF
                        END-IF
                END-IF
        END-PERFORM
        CLOSE ftarifs.

      *>----un scan accepte (toutes dates) existe-t-il pour la----
      *>----reference WrefAncienne ?----
        CHERCHE_SCAN_BILLET.
        MOVE 0 TO WbilletScanne
        IF WrefAncienne = SPACES THEN
                EXIT PARAGRAPH
        END-IF
        OPEN INPUT fscans
        MOVE WrefAncienne TO sc_reference
        MOVE 0 TO Wfin
        START fscans KEY IS = sc_reference
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fscans NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF sc_reference = WrefAncienne THEN
                                IF sc_statut = "A" THEN
                                        MOVE 1 TO WbilletScanne
                                        MOVE 1 TO Wfin
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fscans.

        CHERCHE_MAX_ID_TRANSFERT.
        MOVE 0 TO WidTransfert
        OPEN INPUT ftransferts
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ftransferts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF tf_id > WidTransfert THEN
                                MOVE tf_id TO WidTransfert
                        END-IF
                END-READ
        END-PERFORM
        CLOSE ftransferts
        ADD 1 TO WidTransfert.

      *>----la reference scannee WrefScan a-t-elle ete invalidee----
      *>----par un transfert ? (WbilletTransfere = 1, tf_ porte le----
      *>----transfert)----
        CHERCHE_TRANSFERT_REFERENCE.
        MOVE 0 TO WbilletTransfere
        OPEN INPUT ftransferts
        MOVE WrefScan TO tf_ancienne_ref
        READ ftransferts KEY IS tf_ancienne_ref
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE 1 TO WbilletTransfere
        END-READ
        CLOSE ftransferts.

      *>----transferts cedes et recus par le client WidClient, pour----
      *>----l'historique client----
        HISTORIQUE_TRANSFERTS_CLIENT.
        DISPLAY "Transferts:"
        MOVE 0 TO Wcompteur
        OPEN INPUT ftransferts
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ftransferts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF tf_client_cedant = WidClient THEN
                                DISPLAY "  billet " tf_bi_id
                                        " cede au client "
                                        tf_client_cessionnaire
                                        " le " tf_date "|ref "
                                        tf_ancienne_ref " invalidee"
                                ADD 1 TO Wcompteur
                        END-IF
                        IF tf_client_cessionnaire = WidClient THEN
                                DISPLAY "  billet " tf_bi_id
                                        " recu du client "
                                        tf_client_cedant " le "
                                        tf_date "|ref " tf_nouvelle_ref
                                        "|frais " tf_frais
                                ADD 1 TO Wcompteur
                        END-IF
                END-READ
        END-PERFORM
        CLOSE ftransferts
        IF Wcompteur = 0 THEN
                DISPLAY "  (aucun transfert)"
        END-IF.
