      *>----cachets en devise : le contrat est tenu dans sa devise----
      *>----(fdevises), fe_cachet en porte la valeur en euros au----
      *>----cours du jour du contrat et le paiement est calcule au----
      *>----cours en vigueur le jour de l'ordre ; la difference----
      *>----remonte au bilan et au journal comptable comme gain ou----
      *>----perte de change----

      *>----saisie d'un cours par la finance : le taux est saisi----
      *>----en euros pour 10000 unites (9250 pour 0,9250)----
        DEFINIR_TAUX_CHANGE.
        DISPLAY "Devise (USD, GBP, ...): " WITH NO ADVANCING
        ACCEPT WdeviseCachet
        PERFORM NORMALISE_DEVISE
        IF WdeviseCachet = "EUR" THEN
                DISPLAY "⚠️ Pas de cours pour l'euro ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE "Date d'application (AAAAMMJJ)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WdateTaux
        MOVE "Euros pour 10000 unites" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR (WnombreConverti > 0 AND WnombreConverti < 10000000)
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 AND
                   (WnombreConverti = 0 OR
                    WnombreConverti > 9999999) THEN
                        DISPLAY "⚠️ Cours hors limites ⚠️"
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WdeviseCachet TO tx_devise
        MOVE WdateTaux TO tx_date
        COMPUTE tx_taux = WnombreConverti / 10000

        OPEN I-O ftauxchange
        WRITE tamp_ftauxchange
          INVALID KEY
                REWRITE tamp_ftauxchange
                END-REWRITE
        END-WRITE
        IF cr_ftauxchange = 0 THEN
                DISPLAY "✅️ 1 " tx_devise " = " tx_taux " EUR au "
                        tx_date " ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "DEVISE" TO ad_type
                MOVE "COURS" TO ad_operation
                MOVE 0 TO ad_cible
                MOVE tx_cle TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "ftauxchange" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_ftauxchange TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE ftauxchange.

        LISTE_TAUX_CHANGE.
        DISPLAY "Devise|Date    |Cours (EUR)"
        MOVE 0 TO Wcompteur
        OPEN INPUT ftauxchange
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ ftauxchange NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        DISPLAY tx_devise "   |" tx_date "|" tx_taux
                        ADD 1 TO Wcompteur
                END-READ
        END-PERFORM
        CLOSE ftauxchange
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucun cours enregistre ❌️"
        END-IF.

      *>----devise en majuscules, vide = euro----
        NORMALISE_DEVISE.
        INSPECT WdeviseCachet CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF WdeviseCachet = SPACES THEN
                MOVE "EUR" TO WdeviseCachet
        END-IF.

      *>----cours de WdeviseCachet en vigueur a WdateTaux : le----
      *>----dernier cours date au plus tard ce jour-la ; rend----
      *>----WtauxChange et WtauxTrouve (0 = aucun cours)----
        CHERCHE_TAUX_CHANGE.
        MOVE 0 TO WtauxTrouve
        MOVE 0 TO WtauxChange
        OPEN INPUT ftauxchange
        IF cr_ftauxchange = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WdeviseCachet TO tx_devise
        MOVE 0 TO tx_date
        MOVE 0 TO WfinTaux
        START ftauxchange KEY IS >= tx_cle
          INVALID KEY MOVE 1 TO WfinTaux
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinTaux = 1
                READ ftauxchange NEXT
                AT END MOVE 1 TO WfinTaux
                NOT AT END
                        IF tx_devise = WdeviseCachet AND
                           tx_date <= WdateTaux THEN
                                MOVE tx_taux TO WtauxChange
                                MOVE 1 TO WtauxTrouve
                        ELSE
                                MOVE 1 TO WfinTaux
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE ftauxchange.

      *>----saisie du cachet (AJOUT_CACHET) : en euros comme avant,----
      *>----ou en devise avec le montant et la date du contrat ;----
      *>----rend fe_cachet en euros et WcachetEnDevise (1 = un----
      *>----contrat fdevises est a ecrire apres le cachet)----
        SAISIE_CACHET_DEVISE.
        MOVE 0 TO WcachetEnDevise
        DISPLAY "Devise du contrat (EUR, USD, GBP...): "
                WITH NO ADVANCING
        MOVE SPACES TO WdeviseCachet
        ACCEPT WdeviseCachet
        PERFORM NORMALISE_DEVISE
        IF WdeviseCachet = "EUR" THEN
                MOVE "Cachet negocie (entier)" TO WlibelleSaisie
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 1 THEN
                        EXIT PARAGRAPH
                END-IF
                MOVE WnombreConverti TO fe_cachet
                EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO WlibelleSaisie
        STRING "Cachet negocie en " WdeviseCachet " (entier)"
                DELIMITED BY SIZE INTO WlibelleSaisie
        END-STRING
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WmontantDevise
        MOVE "Date du contrat (AAAAMMJJ, 0 = ce jour)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WdateTaux
        IF WdateTaux = 0 THEN
                ACCEPT WdateTaux FROM DATE YYYYMMDD
        END-IF
        PERFORM CHERCHE_TAUX_CHANGE
        IF WtauxTrouve = 0 THEN
                DISPLAY "❌️ Aucun cours " WdeviseCachet " au "
                        WdateTaux " : saisir d'abord le cours ❌️"
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        COMPUTE WcachetConverti ROUNDED =
                WmontantDevise * WtauxChange
        IF WcachetConverti > 999999.99 THEN
                DISPLAY "❌️ Montant en euros trop grand ❌️"
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        MOVE WcachetConverti TO fe_cachet
        DISPLAY "📣 " WmontantDevise " " WdeviseCachet " au cours "
                WtauxChange " = " fe_cachet " EUR"
        MOVE fe_id_groupe TO cd_id_groupe
        MOVE WdeviseCachet TO cd_devise
        MOVE WmontantDevise TO cd_montant_devise
        MOVE WdateTaux TO cd_date_contrat
        MOVE fe_cachet TO cd_cachet_contrat
        MOVE 0 TO cd_cachet_paye
        MOVE 0 TO cd_date_paiement
        MOVE 1 TO WcachetEnDevise.

        ENREGISTRE_CACHET_DEVISE.
        OPEN I-O fdevises
        WRITE tamp_fdevises
          INVALID KEY
                REWRITE tamp_fdevises
                END-REWRITE
        END-WRITE
        IF cr_fdevises <> 0 THEN
                MOVE "fdevises" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fdevises TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fdevises.

      *>----valeur a payer du cachet en cours (TRAITE_UN_CACHET,----
      *>----fdevises ouvert en I-O) : fe_cachet pour un cachet en----
      *>----euros, sinon le montant du contrat au cours du jour----
      *>----WdateJour ; sans cours, WgroupeEligible repasse a 0 et----
      *>----le cachet attend le prochain traitement----
        VALEUR_PAIEMENT_CACHET.
        MOVE fe_cachet TO WbrutCachet
        MOVE 0 TO WcachetEnDevise
        MOVE fe_id_groupe TO cd_id_groupe
        READ fdevises
          INVALID KEY CONTINUE
          NOT INVALID KEY
                IF cd_devise <> "EUR" THEN
                        MOVE 1 TO WcachetEnDevise
                END-IF
        END-READ
        IF WcachetEnDevise = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE cd_devise TO WdeviseCachet
        MOVE WdateJour TO WdateTaux
        PERFORM CHERCHE_TAUX_CHANGE
        IF WtauxTrouve = 0 THEN
                DISPLAY "⚠️ " fg_nom ": aucun cours " cd_devise
                        " au " WdateJour ", ignore ⚠️"
                MOVE 0 TO WgroupeEligible
                EXIT PARAGRAPH
        END-IF
        COMPUTE WcachetConverti ROUNDED =
                cd_montant_devise * WtauxChange
        IF WcachetConverti > 999999.99 THEN
                DISPLAY "⚠️ " fg_nom ": montant en euros trop"
                        " grand, ignore ⚠️"
                MOVE 0 TO WgroupeEligible
                EXIT PARAGRAPH
        END-IF
        MOVE WcachetConverti TO WbrutCachet
        COMPUTE WecartChange = cd_cachet_contrat - WbrutCachet
        DISPLAY "   " cd_montant_devise " " cd_devise " au cours "
                WtauxChange " = " WbrutCachet " EUR (ecart "
                WecartChange ")".

      *>----apres l'ordre : valeur payee et date sur le contrat----
        MARQUE_PAIEMENT_DEVISE.
        IF WcachetEnDevise = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WbrutCachet TO cd_cachet_paye
        MOVE WdateJour TO cd_date_paiement
        REWRITE tamp_fdevises
        END-REWRITE
        IF cr_fdevises <> 0 THEN
                MOVE "fdevises" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fdevises TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

      *>----bilan : ecart de change des cachets payes de l'edition----
      *>----(fgroupes ouvert par l'appelant) ; positif = gain----
        CUMUL_ECARTS_CHANGE.
        MOVE 0 TO WtotalEcartChange
        OPEN INPUT fdevises
        IF cr_fdevises = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fdevises NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        MOVE cd_id_groupe TO fg_id
                        READ fgroupes
                          NOT INVALID KEY
                            IF fg_edition = WeditionCourante AND
                               cd_date_paiement <> 0 THEN
                                COMPUTE WtotalEcartChange =
                                        WtotalEcartChange +
                                        cd_cachet_contrat -
                                        cd_cachet_paye
                            END-IF
                        END-READ
                END-READ
        END-PERFORM
        CLOSE fdevises.

      *>----journal comptable : une ecriture GAINCHANGE ou----
      *>----PERTCHANGE par cachet en devise paye, datee du jour----
      *>----de l'ordre (fcomptes et ffeuille ouverts par----
      *>----EXPORT_JOURNAL_COMPTABLE)----
        EXPORT_ECARTS_CHANGE.
        OPEN INPUT fdevises
        IF cr_fdevises = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fdevises NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF cd_date_paiement <> 0 THEN
                                PERFORM EXPORT_UN_ECART_CHANGE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fdevises.

        EXPORT_UN_ECART_CHANGE.
        COMPUTE WecartChange = cd_cachet_contrat - cd_cachet_paye
        IF WecartChange > 0 THEN
                MOVE "GAINCHANGE" TO WfluxCompta
                MOVE WecartChange TO WmontantEcriture
        ELSE
                MOVE "PERTCHANGE" TO WfluxCompta
                COMPUTE WmontantEcriture = 0 - WecartChange
        END-IF
        MOVE cd_date_paiement TO WdateEcriture
        MOVE SPACES TO WlibelleEcriture
        STRING "change grp " cd_id_groupe
                DELIMITED BY SIZE
                INTO WlibelleEcriture
        END-STRING
        PERFORM ECRIT_ECRITURE_COMPTABLE.
