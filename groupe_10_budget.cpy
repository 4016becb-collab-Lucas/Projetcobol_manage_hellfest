      *>----budget de l'edition : chaque ligne (SECURITE,----
      *>----HEBERGEMENT, ACHATS, CACHETS, TRAITEUR...) porte un----
      *>----montant vote ; chaque saisie de depense (commande----
      *>----d'achat, deploiement securite, allocation hoteliere,----
      *>----cachet) est rattachee a une ligne et y pose un----
      *>----engagement, realise ensuite par la reception, les----
      *>----heures livrees ou le paiement ; une saisie qui ferait----
      *>----depasser la ligne passe par le double controle----

        DEFINIR_LIGNE_BUDGET.
        DISPLAY "Code de la ligne (SECURITE, HEBERGEMENT...): "
                WITH NO ADVANCING
        ACCEPT WligneBudget
        INSPECT WligneBudget CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF WligneBudget = SPACES THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O fbudget
        MOVE WeditionTravail TO bu_edition
        MOVE WligneBudget TO bu_ligne
        MOVE 1 TO Wtrouve
        READ fbudget
          INVALID KEY
                MOVE 0 TO Wtrouve
                MOVE SPACES TO bu_libelle
                MOVE 0 TO bu_vote
        END-READ
        IF Wtrouve = 1 THEN
                DISPLAY "Ligne actuelle: " bu_libelle " vote "
                        bu_vote
                MOVE tamp_fbudget TO ad_avant
        ELSE
                MOVE SPACES TO ad_avant
        END-IF
        DISPLAY "Libelle: " WITH NO ADVANCING
        ACCEPT bu_libelle
        MOVE "Montant vote (euros)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                CLOSE fbudget
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO bu_vote
        IF Wtrouve = 1 THEN
                REWRITE tamp_fbudget
                END-REWRITE
                MOVE "MODIF" TO ad_operation
        ELSE
                WRITE tamp_fbudget
                END-WRITE
                MOVE "AJOUT" TO ad_operation
        END-IF
        IF cr_fbudget = 0 THEN
                DISPLAY "✅️ Ligne budgetaire enregistree ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "BUDGET" TO ad_type
                MOVE WeditionTravail TO ad_cible
                MOVE tamp_fbudget TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fbudget" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fbudget TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fbudget.

      *>----choix de la ligne d'une depense : WligneBudget arrive----
      *>----avec la ligne habituelle de l'ecran, gardee si la----
      *>----saisie est vide----
        SAISIE_LIGNE_BUDGET.
        DISPLAY "Lignes budgetaires de l'edition " WeditionTravail
                ":"
        OPEN INPUT fbudget
        MOVE WeditionTravail TO bu_edition
        MOVE LOW-VALUES TO bu_ligne
        MOVE 0 TO WfinEngagement
        START fbudget KEY IS >= bu_cle
          INVALID KEY MOVE 1 TO WfinEngagement
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinEngagement = 1
                READ fbudget NEXT
                AT END MOVE 1 TO WfinEngagement
                NOT AT END
                        IF bu_edition = WeditionTravail THEN
                                DISPLAY "  " bu_ligne " " bu_libelle
                        ELSE
                                MOVE 1 TO WfinEngagement
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fbudget
        DISPLAY "Ligne budgetaire [" WligneBudget "]: "
                WITH NO ADVANCING
        MOVE SPACES TO WligneSaisie
        ACCEPT WligneSaisie
        INSPECT WligneSaisie CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF WligneSaisie <> SPACES THEN
                MOVE WligneSaisie TO WligneBudget
        END-IF.

      *>----WbudgetOk = 1 si WmontantEngage tient dans le reste de----
      *>----la ligne WligneBudget, ou si un second administrateur a----
      *>----valide le depassement (operation BU-<ligne>)----
        CONTROLE_BUDGET.
        MOVE 0 TO WbudgetOk
        MOVE 0 TO WidApprobConsommee
        OPEN INPUT fbudget
        MOVE WeditionTravail TO bu_edition
        MOVE WligneBudget TO bu_ligne
        MOVE 1 TO Wtrouve
        READ fbudget
          INVALID KEY MOVE 0 TO Wtrouve
          NOT INVALID KEY MOVE bu_vote TO WvoteLigne
        END-READ
        CLOSE fbudget
        IF Wtrouve = 0 THEN
                DISPLAY "⚠️ Ligne budgetaire " WligneBudget
                        " inexistante pour l'edition ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CUMUL_ENGAGE_LIGNE
        IF WengageLigne + WmontantEngage <= WvoteLigne THEN
                MOVE 1 TO WbudgetOk
                EXIT PARAGRAPH
        END-IF

        COMPUTE WresteLigne = WvoteLigne - WengageLigne
        DISPLAY "⚠️ Depassement de la ligne " WligneBudget
                ": reste " WresteLigne ", depense "
                WmontantEngage " ⚠️"
        MOVE SPACES TO WoperationSensible
        STRING "BU-" WligneBudget DELIMITED BY SIZE
                INTO WoperationSensible
        END-STRING
        PERFORM CONTROLE_APPROBATION
        IF WapprobationOk = 1 THEN
                MOVE 1 TO WbudgetOk
                DISPLAY "📣 Depassement approuve par un second"
                        " administrateur 📣"
        END-IF.

      *>----engage et realise de la ligne WligneBudget (hors----
      *>----engagements annules)----
        CUMUL_ENGAGE_LIGNE.
        MOVE 0 TO WengageLigne
        MOVE 0 TO WrealiseLigne
        OPEN INPUT fengagements
        IF cr_fengagements = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WfinEngagement
        PERFORM WITH TEST AFTER UNTIL WfinEngagement = 1
                READ fengagements NEXT
                AT END MOVE 1 TO WfinEngagement
                NOT AT END
                        IF en_edition = WeditionTravail AND
                           en_ligne = WligneBudget AND
                           en_statut <> "A" THEN
                                ADD en_montant TO WengageLigne
                                ADD en_realise TO WrealiseLigne
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fengagements.

      *>----pose l'engagement WmontantEngage sur WligneBudget pour----
      *>----la piece WorigineEngagement / WreferenceEngagement----
        ENREGISTRE_ENGAGEMENT.
        MOVE 0 TO WidEngagement
        OPEN I-O fengagements
        MOVE 0 TO WfinEngagement
        PERFORM WITH TEST AFTER UNTIL WfinEngagement = 1
                READ fengagements NEXT
                AT END MOVE 1 TO WfinEngagement
                NOT AT END
                        IF en_id > WidEngagement THEN
                                MOVE en_id TO WidEngagement
                        END-IF
                END-READ
        END-PERFORM
        ADD 1 TO WidEngagement
        MOVE WidEngagement TO en_id
        MOVE WeditionTravail TO en_edition
        MOVE WligneBudget TO en_ligne
        MOVE WorigineEngagement TO en_origine
        MOVE WreferenceEngagement TO en_reference
        MOVE WmontantEngage TO en_montant
        MOVE 0 TO en_realise
        ACCEPT en_date FROM DATE YYYYMMDD
        MOVE "E" TO en_statut
        WRITE tamp_fengagements
        END-WRITE
        IF cr_fengagements = 0 THEN
                DISPLAY "📣 Engagement de " WmontantEngage
                        " sur la ligne " WligneBudget " 📣"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "BUDGET" TO ad_type
                MOVE "ENGAGEMENT" TO ad_operation
                MOVE en_reference TO ad_cible
                MOVE en_ligne TO ad_avant
                MOVE tamp_fengagements TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fengagements" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fengagements TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fengagements.

      *>----realise (WmontantRealise) l'engagement de la piece----
      *>----WorigineEngagement / WreferenceEngagement de l'edition----
        REALISE_ENGAGEMENT.
        OPEN I-O fengagements
        IF cr_fengagements = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WorigineEngagement TO en_origine
        MOVE WreferenceEngagement TO en_reference
        MOVE 0 TO WfinEngagement
        START fengagements KEY IS = en_piece
          INVALID KEY MOVE 1 TO WfinEngagement
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinEngagement = 1
                READ fengagements NEXT
                AT END MOVE 1 TO WfinEngagement
                NOT AT END
                        IF en_origine <> WorigineEngagement OR
                           en_reference <> WreferenceEngagement THEN
                                MOVE 1 TO WfinEngagement
                        ELSE
                                IF en_edition = WeditionTravail AND
                                   en_statut <> "A" THEN
                                        PERFORM MAJ_REALISE_ENGAGEMENT
                                        MOVE 1 TO WfinEngagement
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fengagements.

        MAJ_REALISE_ENGAGEMENT.
        MOVE WmontantRealise TO en_realise
        MOVE "R" TO en_statut
        REWRITE tamp_fengagements
        END-REWRITE
        IF cr_fengagements <> 0 THEN
                MOVE "fengagements" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fengagements TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

      *>----suivi budgetaire : vote, engage, realise et reste par----
      *>----ligne de l'edition de travail----
        RAPPORT_BUDGET.
        MOVE 0 TO WtotalVoteBudget
        MOVE 0 TO WtotalEngageBudget
        MOVE 0 TO WtotalRealiseBudget
        MOVE 0 TO WnbLignesBudget
        DISPLAY " "
        DISPLAY "~~Suivi budgetaire - edition " WeditionTravail "~~"
        DISPLAY "Ligne       |Vote        |Engage      |Realise"
                "     |Reste"
        OPEN INPUT fbudget
        MOVE WeditionTravail TO bu_edition
        MOVE LOW-VALUES TO bu_ligne
        MOVE 0 TO Wfin
        START fbudget KEY IS >= bu_cle
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fbudget NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF bu_edition = WeditionTravail THEN
                                PERFORM RAPPORT_UNE_LIGNE_BUDGET
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fbudget
        IF WnbLignesBudget = 0 THEN
                DISPLAY "❌️ Aucune ligne budgetaire pour"
                        " l'edition ❌️"
                EXIT PARAGRAPH
        END-IF
        COMPUTE WresteLigne = WtotalVoteBudget - WtotalEngageBudget
        DISPLAY "TOTAL       |" WtotalVoteBudget "|"
                WtotalEngageBudget "|" WtotalRealiseBudget "|"
                WresteLigne.

        RAPPORT_UNE_LIGNE_BUDGET.
        ADD 1 TO WnbLignesBudget
        MOVE bu_ligne TO WligneBudget
        MOVE bu_vote TO WvoteLigne
        PERFORM CUMUL_ENGAGE_LIGNE
        COMPUTE WresteLigne = WvoteLigne - WengageLigne
        ADD WvoteLigne TO WtotalVoteBudget
        ADD WengageLigne TO WtotalEngageBudget
        ADD WrealiseLigne TO WtotalRealiseBudget
        DISPLAY bu_ligne "|" bu_vote "|" WengageLigne "|"
                WrealiseLigne "|" WresteLigne
        IF WresteLigne < 0 THEN
                DISPLAY "  ⚠️ ligne depassee (depassement approuve)"
                        " ⚠️"
        END-IF.
