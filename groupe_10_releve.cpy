      *>----releve de compte d'un groupe : tous les flux avec le----
      *>----groupe (cachet, retenue a la source, ordres de----
      *>----paiement, merchandising, extras refactures : chambres----
      *>----d'hotel et lots de materiel) en une liste datee de----
      *>----debits et credits, soldee en fin de releve ; imprime----
      *>----dans releve_<id>.txt pour signature du tour manager a----
      *>----la caisse de reglement le soir du concert----

        DEFINIR_COUT_UNITAIRE.
        DISPLAY "Code (CHAMBRE ou type de materiel): "
                WITH NO ADVANCING
        ACCEPT cu_code
        IF cu_code = SPACES THEN
                DISPLAY "⚠️ Code vide ⚠️"
                EXIT PARAGRAPH
        END-IF
        INSPECT cu_code CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        DISPLAY "Libelle: " WITH NO ADVANCING
        ACCEPT cu_libelle
        MOVE "Cout unitaire refacture (entier)" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WnombreConverti < 100000
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 AND
                   WnombreConverti > 99999 THEN
                        DISPLAY "⚠️ Cout trop eleve ⚠️"
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO cu_prix

        OPEN I-O fcouts
        WRITE tamp_fcouts
          INVALID KEY
                REWRITE tamp_fcouts
                END-REWRITE
        END-WRITE
        IF cr_fcouts = 0 THEN
                DISPLAY "✅️ Cout " cu_code " = " cu_prix " ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "COUT" TO ad_type
                MOVE "MODIFICATION" TO ad_operation
                MOVE 0 TO ad_cible
                MOVE cu_code TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fcouts" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fcouts TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fcouts.

        LISTE_COUTS_UNITAIRES.
        DISPLAY "Code      |Libelle                       |Cout"
        MOVE 0 TO Wcompteur
        OPEN INPUT fcouts
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fcouts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        DISPLAY cu_code "|" cu_libelle "|" cu_prix
                        ADD 1 TO Wcompteur
                END-READ
        END-PERFORM
        CLOSE fcouts
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucun cout : aucun extra"
                        " refacture ❌️"
        END-IF.

        RELEVE_COMPTE_GROUPE.
        OPEN INPUT fgroupes
        MOVE 1 TO Wtrouve
        MOVE "Id du groupe" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidGroupe
                        MOVE WidGroupe TO fg_id
                        READ fgroupes
                          INVALID KEY
                                DISPLAY "⚠️ Groupe"
                                        " inexistant ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fgroupes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE 0 TO WtotalDebitReleve
        MOVE 0 TO WtotalCreditReleve
        MOVE SPACES TO WnomFeuille
        STRING "releve_" WidGroupe ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille

        MOVE SPACES TO tamp_ffeuille
        STRING "RELEVE DE COMPTE - " fg_nom DELIMITED BY SIZE
                INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        ACCEPT WdateJour FROM DATE YYYYMMDD
        STRING "groupe " WidGroupe " - edition " fg_edition
               " - edite le " WdateJour
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE ALL "-" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "date    |libelle                       |"
               "du par le grp|du au groupe"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE

        PERFORM RELEVE_CONCERTS_MATERIEL
        PERFORM RELEVE_CACHET
        PERFORM RELEVE_RETENUES
        PERFORM RELEVE_ORDRES
        PERFORM RELEVE_MERCH
        PERFORM RELEVE_HOTEL

        MOVE ALL "-" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "TOTAUX                                  |"
               WtotalDebitReleve " |" WtotalCreditReleve
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        COMPUTE WsoldeReleve = WtotalCreditReleve - WtotalDebitReleve
        MOVE SPACES TO tamp_ffeuille
        IF WsoldeReleve < 0 THEN
                COMPUTE WmontantSolde = 0 - WsoldeReleve
                STRING "SOLDE DU PAR LE GROUPE AU FESTIVAL : "
                       WmontantSolde
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE
                MOVE WsoldeReleve TO WmontantSolde
                STRING "SOLDE DU PAR LE FESTIVAL AU GROUPE : "
                       WmontantSolde
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        END-IF
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "Signature tour manager:            Signature festival:"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        CLOSE ffeuille

        DISPLAY "Du par le groupe: " WtotalDebitReleve
        DISPLAY "Du au groupe    : " WtotalCreditReleve
        DISPLAY "Solde           : " WsoldeReleve
        DISPLAY "✅️ " WnomFeuille " ✅️".

      *>----ecrit la ligne WdateLigne / WlibelleLigne / WsensLigne----
      *>----/ WmontantLigne et la cumule (ffeuille ouvert)----
        ECRIT_LIGNE_RELEVE.
        IF WmontantLigne = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WdebitLigne
        MOVE 0 TO WcreditLigne
        IF WsensLigne = "D" THEN
                MOVE WmontantLigne TO WdebitLigne
                ADD WmontantLigne TO WtotalDebitReleve
        ELSE
                MOVE WmontantLigne TO WcreditLigne
                ADD WmontantLigne TO WtotalCreditReleve
        END-IF
        MOVE SPACES TO tamp_ffeuille
        STRING WdateLigne "|" WlibelleLigne "|" WdebitLigne "  |"
               WcreditLigne
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----date reelle du jour de festival WjourConcert (0 si le----
      *>----jour n'est pas au calendrier)----
        DATE_JOUR_RELEVE.
        MOVE 0 TO WdateLigne
        PERFORM VARYING Wjc FROM 1 BY 1
        UNTIL Wjc > WnbJoursFestival
                IF Wjf_libelle(Wjc) = WjourConcert THEN
                        MOVE Wjf_date(Wjc) TO WdateLigne
                END-IF
        END-PERFORM.

      *>----concerts du groupe : date du premier concert (qui date----
      *>----le cachet) et lots de materiel alloues, refactures au----
      *>----cout unitaire de leur type----
        RELEVE_CONCERTS_MATERIEL.
        MOVE 0 TO WdatePremierConcert
        OPEN INPUT fconcerts
        OPEN INPUT fallocmat
        OPEN INPUT fmateriel
        OPEN INPUT fcouts
        MOVE WidGroupe TO fc_id_groupe
        MOVE 0 TO Wfin
        START fconcerts KEY IS = fc_id_groupe
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF fc_id_groupe = WidGroupe THEN
                                PERFORM RELEVE_UN_CONCERT
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fcouts
        CLOSE fmateriel
        CLOSE fallocmat
        CLOSE fconcerts.

        RELEVE_UN_CONCERT.
        MOVE fc_jour TO WjourConcert
        PERFORM DATE_JOUR_RELEVE
        IF WdatePremierConcert = 0 OR
           (WdateLigne <> 0 AND WdateLigne < WdatePremierConcert)
           THEN
                MOVE WdateLigne TO WdatePremierConcert
        END-IF
        MOVE fc_id TO WidConcertReleve
        MOVE WidConcertReleve TO am_id_concert
        MOVE 0 TO Wfin2
        START fallocmat KEY IS = am_id_concert
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fallocmat NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF am_id_concert = WidConcertReleve THEN
                                PERFORM RELEVE_UN_LOT
                        ELSE
                                MOVE 1 TO Wfin2
                        END-IF
                END-READ
           END-PERFORM
        END-START.

        RELEVE_UN_LOT.
        MOVE am_id_materiel TO ma_id
        READ fmateriel
          INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE ma_type TO cu_code
        INSPECT cu_code CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        READ fcouts
          INVALID KEY EXIT PARAGRAPH
        END-READ
        COMPUTE WmontantLigne = am_quantite * cu_prix
        MOVE SPACES TO WlibelleLigne
        STRING "materiel " am_quantite " x " ma_nom
                DELIMITED BY SIZE INTO WlibelleLigne
        END-STRING
        MOVE "D" TO WsensLigne
        PERFORM ECRIT_LIGNE_RELEVE.

      *>----le cachet, en euros au cours du contrat ; un cachet en----
      *>----devise paye porte en plus son ecart de change----
        RELEVE_CACHET.
        OPEN INPUT ffees
        MOVE WidGroupe TO fe_id_groupe
        READ ffees
          INVALID KEY
                CLOSE ffees
                EXIT PARAGRAPH
        END-READ
        CLOSE ffees
        MOVE WdatePremierConcert TO WdateLigne
        MOVE "cachet" TO WlibelleLigne
        MOVE "C" TO WsensLigne
        MOVE fe_cachet TO WmontantLigne

        OPEN INPUT fdevises
        MOVE WidGroupe TO cd_id_groupe
        READ fdevises
          INVALID KEY
                CLOSE fdevises
                PERFORM ECRIT_LIGNE_RELEVE
                EXIT PARAGRAPH
        END-READ
        CLOSE fdevises
        MOVE cd_date_contrat TO WdateLigne
        MOVE SPACES TO WlibelleLigne
        STRING "cachet " cd_montant_devise " " cd_devise
                DELIMITED BY SIZE INTO WlibelleLigne
        END-STRING
        PERFORM ECRIT_LIGNE_RELEVE
        IF cd_date_paiement = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE cd_date_paiement TO WdateLigne
        MOVE "ecart de change au paiement" TO WlibelleLigne
        IF cd_cachet_paye > cd_cachet_contrat THEN
                MOVE "C" TO WsensLigne
                COMPUTE WmontantLigne =
                        cd_cachet_paye - cd_cachet_contrat
        ELSE
                MOVE "D" TO WsensLigne
                COMPUTE WmontantLigne =
                        cd_cachet_contrat - cd_cachet_paye
        END-IF
        PERFORM ECRIT_LIGNE_RELEVE.

      *>----retenues a la source (debit) et leurs annulations----
      *>----apres rejet de virement (credit)----
        RELEVE_RETENUES.
        OPEN INPUT fretenues
        IF cr_fretenues = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fretenues NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rs_id_groupe = WidGroupe THEN
                                MOVE rs_date TO WdateLigne
                                MOVE rs_retenue TO WmontantLigne
                                IF rs_sens = "A" THEN
                                        MOVE "annulation retenue"
                                                TO WlibelleLigne
                                        MOVE "C" TO WsensLigne
                                ELSE
                                        MOVE SPACES TO WlibelleLigne
                                        STRING "retenue a la source "
                                               rs_taux " %"
                                               DELIMITED BY SIZE
                                               INTO WlibelleLigne
                                        END-STRING
                                        MOVE "D" TO WsensLigne
                                END-IF
                                PERFORM ECRIT_LIGNE_RELEVE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fretenues.

      *>----ordres de paiement emis au groupe (cachet net,----
      *>----reversement merchandising) ; un ordre rejete par la----
      *>----banque n'a rien regle----
        RELEVE_ORDRES.
        OPEN INPUT fordres
        IF cr_fordres = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fordres NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF op_id_groupe = WidGroupe AND
                           op_beneficiaire <> "K" AND
                           op_statut <> "R" THEN
                                MOVE op_date TO WdateLigne
                                MOVE "ordre de paiement"
                                        TO WlibelleLigne
                                IF op_statut = "T" THEN
                                        MOVE "virement emis"
                                                TO WlibelleLigne
                                END-IF
                                MOVE op_montant TO WmontantLigne
                                MOVE "D" TO WsensLigne
                                PERFORM ECRIT_LIGNE_RELEVE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fordres.

      *>----merchandising aux stands : ventes brutes dues au----
      *>----groupe, commission du festival a deduire----
        RELEVE_MERCH.
        MOVE 0 TO WbrutMerch
        MOVE 0 TO WdateDerniereVente
        OPEN INPUT fventes
        IF cr_fventes = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fventes NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF ve_id_groupe = WidGroupe THEN
                                COMPUTE WbrutMerch = WbrutMerch +
                                        ve_quantite * ve_prix_unitaire
                                IF ve_date > WdateDerniereVente THEN
                                        MOVE ve_date
                                           TO WdateDerniereVente
                                END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fventes
        IF WbrutMerch = 0 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE WdateDerniereVente TO WdateLigne
        MOVE "ventes merchandising" TO WlibelleLigne
        MOVE "C" TO WsensLigne
        MOVE WbrutMerch TO WmontantLigne
        PERFORM ECRIT_LIGNE_RELEVE

        MOVE 0 TO WtauxCommission
        OPEN INPUT fcommerch
        MOVE WidGroupe TO cm_id_groupe
        READ fcommerch
          NOT INVALID KEY MOVE cm_taux TO WtauxCommission
        END-READ
        CLOSE fcommerch
        COMPUTE WcommissionMerch ROUNDED =
                WbrutMerch * WtauxCommission / 100
        MOVE SPACES TO WlibelleLigne
        STRING "commission merch " WtauxCommission " %"
                DELIMITED BY SIZE INTO WlibelleLigne
        END-STRING
        MOVE "D" TO WsensLigne
        MOVE WcommissionMerch TO WmontantLigne
        PERFORM ECRIT_LIGNE_RELEVE.

      *>----chambres d'hotel allouees : chambres x nuits au cout----
      *>----unitaire CHAMBRE----
        RELEVE_HOTEL.
        OPEN INPUT fcouts
        MOVE "CHAMBRE" TO cu_code
        READ fcouts
          INVALID KEY
                CLOSE fcouts
                EXIT PARAGRAPH
        END-READ
        CLOSE fcouts
        OPEN INPUT falloch
        MOVE WidGroupe TO al_id_groupe
        MOVE 0 TO Wfin
        START falloch KEY IS = al_id_groupe
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ falloch NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF al_id_groupe = WidGroupe THEN
                                PERFORM RELEVE_UNE_ALLOCATION
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE falloch.

        RELEVE_UNE_ALLOCATION.
        COMPUTE WnbNuitsReleve = al_nuit_fin - al_nuit_debut + 1
        MOVE 0 TO WdateLigne
        IF al_nuit_debut > 0 AND al_nuit_debut <= WnbJoursFestival
           THEN
                MOVE Wjf_date(al_nuit_debut) TO WdateLigne
        END-IF
        COMPUTE WmontantLigne =
                al_nb_chambres * WnbNuitsReleve * cu_prix
        MOVE SPACES TO WlibelleLigne
        STRING "hotel " al_nb_chambres " ch. x " WnbNuitsReleve
               " nuit(s)"
               DELIMITED BY SIZE INTO WlibelleLigne
        END-STRING
        MOVE "D" TO WsensLigne
        PERFORM ECRIT_LIGNE_RELEVE.
