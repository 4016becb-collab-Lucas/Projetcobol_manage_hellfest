      *>----reversement des recettes cashless aux concessions : les----
      *>----food-trucks et bars independants encaissent au bracelet----
      *>----(mc_type_vendeur K) ; en fin d'edition, le reglement----
      *>----reprend les debits de chaque concession, retient la----
      *>----commission du festival a son taux propre, compense la----
      *>----redevance encore EN ATTENTE et emet le net en ordre de----
      *>----paiement (op_beneficiaire K), repris par le fichier de----
      *>----virements comme les cachets----
        SAISIE_COMMISSION_CONCESSION.
        OPEN INPUT fconcessions
        MOVE 1 TO Wtrouve
        MOVE "Id de la concession" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO co_id
                        READ fconcessions
                          INVALID KEY
                                DISPLAY "⚠️ Concession"
                                        " inexistante ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fconcessions
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

      *>----taux au centieme de point : 1250 pour 12,50 %----
        MOVE "Taux de commission en centiemes de % (ex 1250)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 9999 THEN
                DISPLAY "⚠️ Taux invalide ⚠️"
                EXIT PARAGRAPH
        END-IF

        MOVE co_id TO kc_id_concession
        COMPUTE kc_taux = WnombreConverti / 100
        OPEN I-O fcommconc
        WRITE tamp_fcommconc
          INVALID KEY
                REWRITE tamp_fcommconc
                END-REWRITE
        END-WRITE
        IF cr_fcommconc = 0 THEN
                DISPLAY "✅️ Commission de " kc_taux "% pour "
                        co_nom " ✅️"
        ELSE
                MOVE "fcommconc" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fcommconc TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fcommconc.

      *>----saisie (ou remplacement) des coordonnees bancaires----
      *>----d'une concession----
        SAISIE_RIB_CONCESSION.
        OPEN INPUT fconcessions
        MOVE 1 TO Wtrouve
        MOVE "Id de la concession" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO co_id
                        READ fconcessions
                          INVALID KEY
                                DISPLAY "⚠️ Concession"
                                        " inexistante ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fconcessions
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE co_id TO rk_id_concession
        DISPLAY "IBAN: " WITH NO ADVANCING
        ACCEPT rk_iban
        DISPLAY "BIC: " WITH NO ADVANCING
        ACCEPT rk_bic

        OPEN I-O fribsconc
        WRITE tamp_fribsconc
          INVALID KEY
                REWRITE tamp_fribsconc
                END-REWRITE
        END-WRITE
        IF cr_fribsconc = 0 THEN
                DISPLAY "✅️ RIB enregistre ✅️"
        ELSE
                MOVE "fribsconc" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fribsconc TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fribsconc.

      *>----reglement de l'edition de travail, toutes concessions :----
      *>----une concession deja reglee pour l'edition n'est pas----
      *>----reprise ; sans taux de commission elle est ecartee ;----
      *>----une redevance EN ATTENTE que les recettes ne couvrent----
      *>----pas suspend son reglement (a encaisser a part avant de----
      *>----relancer) ; etat reglements_concessions_AAAA.txt----
        REGLEMENT_CONCESSIONS.
        DISPLAY "Reglement des concessions, edition "
                WeditionTravail " (O/N): " WITH NO ADVANCING
        ACCEPT WreponseConfirmation
        IF WreponseConfirmation <> "O" THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WnbReglements
        MOVE 0 TO WtotalNetConcessions
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE SPACES TO WnomFeuille
        STRING "reglements_concessions_" WeditionTravail ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        DISPLAY " "
        MOVE SPACES TO tamp_ffeuille
        STRING "REGLEMENT DES CONCESSIONS - EDITION " WeditionTravail
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT
        STRING "Concession|brut|commission|redevance|net"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT

        OPEN I-O fconcessions
        OPEN I-O freglconc
        OPEN INPUT fcommconc
        OPEN EXTEND fordres
        IF cr_fordres = 35 THEN
                OPEN OUTPUT fordres
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fconcessions NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END PERFORM REGLE_UNE_CONCESSION
        END-PERFORM
        CLOSE fordres
        CLOSE fcommconc
        CLOSE freglconc
        CLOSE fconcessions

        PERFORM ECRIT_LIGNE_REVERSEMENT
        STRING "TOTAL: " WnbReglements " reglement(s), net "
               WtotalNetConcessions
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT
        CLOSE ffeuille
        DISPLAY "Etat: " WnomFeuille.

        REGLE_UNE_CONCESSION.
        MOVE WeditionTravail TO kr_edition
        MOVE co_id TO kr_id_concession
        READ freglconc
          NOT INVALID KEY
                STRING co_nom DELIMITED BY "  "
                       "|deja reglee (net " kr_net ")"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_REVERSEMENT
                EXIT PARAGRAPH
        END-READ

        MOVE co_id TO kc_id_concession
        READ fcommconc
          INVALID KEY
                STRING co_nom DELIMITED BY "  "
                       "|pas de taux de commission, ecartee"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_REVERSEMENT
                EXIT PARAGRAPH
        END-READ

        PERFORM CUMUL_RECETTES_CONCESSION
        IF WbrutConcession = 0 THEN
                EXIT PARAGRAPH
        END-IF
        COMPUTE WcommConcession ROUNDED =
                WbrutConcession * kc_taux / 100
        COMPUTE WresteConcession = WbrutConcession - WcommConcession

        MOVE 0 TO WredevanceCompensee
        IF co_statut_paiement = "EN ATTENTE" THEN
                IF WresteConcession < co_redevance THEN
                        STRING co_nom DELIMITED BY "  "
                               "|brut " WbrutConcession
                               " : redevance non couverte, suspendu"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                        PERFORM ECRIT_LIGNE_REVERSEMENT
                        EXIT PARAGRAPH
                END-IF
                MOVE co_redevance TO WredevanceCompensee
        END-IF
        COMPUTE WnetConcession =
                WresteConcession - WredevanceCompensee

        MOVE WeditionTravail TO kr_edition
        MOVE co_id TO kr_id_concession
        MOVE WdateJour TO kr_date
        MOVE WbrutConcession TO kr_brut
        MOVE kc_taux TO kr_taux
        MOVE WcommConcession TO kr_commission
        MOVE WredevanceCompensee TO kr_redevance
        MOVE WnetConcession TO kr_net
        WRITE tamp_freglconc
        END-WRITE
        IF cr_freglconc <> 0 THEN
                MOVE "freglconc" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_freglconc TO er_code
                PERFORM VERIFIE_CR_FICHIER
                EXIT PARAGRAPH
        END-IF
      *>----la redevance n'est marquee compensee qu'une fois le----
      *>----reglement qui la retient enregistre----
        IF co_statut_paiement = "EN ATTENTE" THEN
                MOVE "COMPENSEE" TO co_statut_paiement
                REWRITE tamp_fconcessions
                END-REWRITE
                IF cr_fconcessions <> 0 THEN
                        MOVE "fconcessions" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fconcessions TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-IF

        IF WnetConcession > 0 THEN
                MOVE co_id TO op_id_groupe
                MOVE co_nom TO op_nom_groupe
                MOVE WnetConcession TO op_montant
                MOVE WdateJour TO op_date
                MOVE "A" TO op_statut
                MOVE "K" TO op_beneficiaire
                WRITE tamp_fordres
                END-WRITE
        END-IF
        ADD 1 TO WnbReglements
        ADD WnetConcession TO WtotalNetConcessions

        STRING co_nom DELIMITED BY "  "
               "|" WbrutConcession "|" WcommConcession "|"
               WredevanceCompensee "|" WnetConcession
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "CONCESSION" TO ad_type
        MOVE "REGLEMENT" TO ad_operation
        MOVE co_id TO ad_cible
        PERFORM ENREGISTRE_AUDIT.

      *>----recettes brutes de la concession sur l'edition : debits----
      *>----bracelets marques K et co_id, dates de l'annee----
      *>----de l'edition----
        CUMUL_RECETTES_CONCESSION.
        MOVE 0 TO WbrutConcession
        OPEN INPUT fmouvcash
        IF cr_fmouvcash = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fmouvcash NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF mc_type = "D" AND
                           mc_type_vendeur = "K" AND
                           mc_id_vendeur = co_id AND
                           mc_date(1:4) = WeditionTravail THEN
                                ADD mc_montant TO WbrutConcession
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fmouvcash.

        ECRIT_LIGNE_REVERSEMENT.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

      *>----recettes cashless d'une journee par vendeur (bar ou----
      *>----concession) ; les debits anterieurs au marquage du----
      *>----vendeur sortent en non attribue ; etat----
      *>----recettes_vendeurs_AAAAMMJJ.txt----
        RAPPORT_RECETTES_VENDEURS.
        MOVE "Date AAAAMMJJ (0 = aujourd'hui)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WdateRapport
        IF WdateRapport = 0 THEN
                ACCEPT WdateRapport FROM DATE YYYYMMDD
        END-IF

        MOVE 0 TO WnbVendeursJour
        MOVE 0 TO WtotalRecettesJour
        OPEN INPUT fmouvcash
        IF cr_fmouvcash = 35 THEN
                DISPLAY "❌️ Aucun mouvement cashless ❌️"
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fmouvcash NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF mc_type = "D" AND
                           mc_date = WdateRapport THEN
                                PERFORM CUMUL_RECETTE_VENDEUR
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fmouvcash
        IF WnbVendeursJour = 0 THEN
                DISPLAY "❌️ Aucune depense cashless ce jour ❌️"
                EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO WnomFeuille
        STRING "recettes_vendeurs_" WdateRapport ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        DISPLAY " "
        MOVE SPACES TO tamp_ffeuille
        STRING "RECETTES CASHLESS PAR VENDEUR - " WdateRapport
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT
        STRING "Vendeur|debits|montant"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT
        OPEN INPUT fbars
        OPEN INPUT fconcessions
        PERFORM VARYING Wrv FROM 1 BY 1 UNTIL Wrv > WnbVendeursJour
                PERFORM ECRIT_RECETTE_VENDEUR
        END-PERFORM
        CLOSE fconcessions
        CLOSE fbars
        PERFORM ECRIT_LIGNE_REVERSEMENT
        STRING "TOTAL: " WtotalRecettesJour
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT
        CLOSE ffeuille
        DISPLAY "Etat: " WnomFeuille.

      *>----au-dela de 100 vendeurs dans la journee, le debit est----
      *>----compte dans le total sans ligne propre----
        CUMUL_RECETTE_VENDEUR.
        ADD mc_montant TO WtotalRecettesJour
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wrv FROM 1 BY 1 UNTIL Wrv > WnbVendeursJour
        OR Wtrouve = 1
                IF Wrv_type(Wrv) = mc_type_vendeur AND
                   Wrv_id(Wrv) = mc_id_vendeur THEN
                        MOVE 1 TO Wtrouve
                        ADD 1 TO Wrv_nb(Wrv)
                        ADD mc_montant TO Wrv_total(Wrv)
                END-IF
        END-PERFORM
        IF Wtrouve = 0 AND WnbVendeursJour < 100 THEN
                ADD 1 TO WnbVendeursJour
                MOVE mc_type_vendeur TO Wrv_type(WnbVendeursJour)
                MOVE mc_id_vendeur TO Wrv_id(WnbVendeursJour)
                MOVE 1 TO Wrv_nb(WnbVendeursJour)
                MOVE mc_montant TO Wrv_total(WnbVendeursJour)
        END-IF.

        ECRIT_RECETTE_VENDEUR.
        MOVE "non attribue" TO WnomVendeur
        IF Wrv_type(Wrv) = "B" THEN
                MOVE Wrv_id(Wrv) TO br_id
                MOVE "bar inconnu" TO WnomVendeur
                READ fbars
                  NOT INVALID KEY MOVE br_nom TO WnomVendeur
                END-READ
        END-IF
        IF Wrv_type(Wrv) = "K" THEN
                MOVE Wrv_id(Wrv) TO co_id
                MOVE "concession inconnue" TO WnomVendeur
                READ fconcessions
                  NOT INVALID KEY MOVE co_nom TO WnomVendeur
                END-READ
        END-IF
        STRING Wrv_type(Wrv) Wrv_id(Wrv) " " DELIMITED BY SIZE
               WnomVendeur DELIMITED BY "  "
               "|" Wrv_nb(Wrv) "|" Wrv_total(Wrv)
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_REVERSEMENT.
