
        DEFINIR_COMPTE_FLUX.
        DISPLAY "Flux (BILLET/VENTE/PASSCAMP/ECHEANCE/ORDRE"
                "/REVERSCONC/REMBOURS/REMBCASH/GAINCHANGE"
                "/PERTCHANGE/TRANSFERT): " WITH NO ADVANCING
        ACCEPT cp_flux
        IF cp_flux = SPACES THEN
                DISPLAY "⚠️ Flux vide ⚠️"
        END-IF
        MOVE WnombreConverti TO WdateFinFiltre

        MOVE SPACES TO WnomFeuille
        STRING "journal_" WdateDebutFiltre ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        PERFORM PRODUIT_JOURNAL_COMPTABLE.

      *>----corps de l'export : l'appelant pose WdateDebutFiltre,----
      *>----WdateFinFiltre et WnomFeuille (export libre ci-dessus----
      *>----ou export definitif de cloture de periode, cf----
      *>----groupe_10_periode.cpy)----
        PRODUIT_JOURNAL_COMPTABLE.
        MOVE 0 TO WnbEcritures
        MOVE 0 TO WnbFluxSansCompte
        MOVE 0 TO WnbJoursCompta

        OPEN OUTPUT ffeuille
        MOVE "date;debit;credit;montant;libelle"
                TO tamp_ffeuille
        PERFORM EXPORT_FLUX_ECHEANCES
        PERFORM EXPORT_FLUX_ORDRES
        PERFORM EXPORT_FLUX_REMBOURS
        PERFORM EXPORT_FLUX_TRANSFERTS
        CLOSE fcomptes

      *>----totaux de controle : une ligne par jour, a rapprocher----
                        MOVE op_date TO WdateEcriture
                        MOVE op_montant TO WmontantEcriture
                        MOVE SPACES TO WlibelleEcriture
                        IF op_beneficiaire = "K" THEN
                                MOVE "REVERSCONC" TO WfluxCompta
                                STRING "revers. conc "
                                        op_id_groupe
                                        DELIMITED BY SIZE
                                        INTO WlibelleEcriture
                                END-STRING
                        ELSE
                                STRING "paiement grp " op_id_groupe
                                        DELIMITED BY SIZE
                                        INTO WlibelleEcriture
                                END-STRING
                        END-IF
                        PERFORM ECRIT_ECRITURE_COMPTABLE
                END-READ
        END-PERFORM
        CLOSE fordres
        PERFORM EXPORT_ECARTS_CHANGE.

      *>----remboursements de billetterie effectivement regles----
      *>----(statut R), dates du jour du reglement ; seules les----
      *>----annulations de concert (origine C) et reclamations----
      *>----(origine R) sortent : leur billet, pass ou bracelet----
      *>----conserve a emis la recette que ce REMBOURS----
      *>----contrepasse, alors qu'un billet annule----
      *>----individuellement (origine B) est supprime et n'emet----
      *>----aucune des deux ecritures (net nul des deux cotes) ;----
      *>----un litige cashless (nature L) sort sur REMBCASH, vers----
      *>----le compte cashless----
        EXPORT_FLUX_REMBOURS.
        OPEN INPUT fremb
        MOVE 0 TO Wfin2
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF rb_statut = "R" AND
                           (rb_origine = "C" OR rb_origine = "R") THEN
                                MOVE "REMBOURS" TO WfluxCompta
                                MOVE rb_date_reglement TO
                                        WdateEcriture
                                MOVE rb_montant TO
                                        WmontantEcriture
                                MOVE SPACES TO WlibelleEcriture
                                EVALUATE rb_nature
                                   WHEN "L"
                                        MOVE "REMBCASH" TO WfluxCompta
                                        STRING "remb bracelet "
                                                rb_objet
                                                DELIMITED BY SIZE
                                                INTO WlibelleEcriture
                                        END-STRING
                                   WHEN "P"
                                        STRING "remb pass " rb_objet
                                                DELIMITED BY SIZE
                                                INTO WlibelleEcriture
                                        END-STRING
                                   WHEN OTHER
                                        STRING "remb billet " rb_bi_id
                                                DELIMITED BY SIZE
                                                INTO WlibelleEcriture
                                        END-STRING
                                END-EVALUATE
                                PERFORM ECRIT_ECRITURE_COMPTABLE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fremb.

      *>----frais de transfert de billet encaisses (cf----
      *>----groupe_10_transfert.cpy), un transfert gratuit----
      *>----n'ecrit rien----
        EXPORT_FLUX_TRANSFERTS.
        OPEN INPUT ftransferts
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ ftransferts NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        MOVE "TRANSFERT" TO WfluxCompta
                        MOVE tf_date TO WdateEcriture
                        MOVE tf_frais TO WmontantEcriture
                        MOVE SPACES TO WlibelleEcriture
                        STRING "transfert " tf_bi_id
                                DELIMITED BY SIZE
                                INTO WlibelleEcriture
                        END-STRING
                        PERFORM ECRIT_ECRITURE_COMPTABLE
                END-READ
        END-PERFORM
        CLOSE ftransferts.
