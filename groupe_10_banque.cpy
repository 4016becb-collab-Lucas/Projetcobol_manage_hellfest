      *>----rapprochement bancaire des flux hors carte : le releve----
      *>----de la banque (releve_banque.csv) est importe au----
      *>----registre, les flux que le systeme tient pour passes en----
      *>----banque (echeances sponsors recues, redevances de----
      *>----concession PAYE, virements transmis, remboursements----
      *>----regles) y sont ajoutes, puis chaque ligne du releve se----
      *>----lettre par reference, ou par montant dans une fenetre----
      *>----de dates (parametre RAPPROJOUR) ; ce qui reste en----
      *>----suspens est reporte au passage suivant jusqu'a ce----
      *>----qu'on l'efface----
        RAPPROCHEMENT_BANCAIRE.
        MOVE "RAPPROJOUR" TO WcodeParam
        MOVE 5 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WfenetreRappro
        ACCEPT WdateJour FROM DATE YYYYMMDD

        PERFORM IMPORT_RELEVE_BANQUE
        PERFORM COLLECTE_FLUX_SYSTEME
        PERFORM LETTRAGE_BANCAIRE

        DISPLAY " "
        DISPLAY "~~Rapprochement bancaire du " WdateJour "~~"
        DISPLAY "Lignes de releve importees: " WnbImportesBq
                " (deja connues: " WnbDoublonsBq ")"
        DISPLAY "Flux systeme nouveaux: " WnbNouveauxSys
        DISPLAY "Rapprochees ce passage: " WnbRapproches
        DISPLAY "En suspens banque: " WnbSuspensBq
                " | en suspens systeme: " WnbSuspensSys
        DISPLAY "✅️ Etat ecrit dans " WnomFeuille " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "BANQUE" TO ad_type
        MOVE "RAPPRO" TO ad_operation
        MOVE WnbRapproches TO ad_cible
        PERFORM ENREGISTRE_AUDIT.

        CHERCHE_MAX_ID_RAPPRO.
        MOVE 0 TO WidRappro
        OPEN INPUT frappro
        MOVE 0 TO WfinRappro
        PERFORM WITH TEST AFTER UNTIL WfinRappro = 1
                READ frappro NEXT
                AT END MOVE 1 TO WfinRappro
                NOT AT END
                        IF bq_id > WidRappro THEN
                                MOVE bq_id TO WidRappro
                        END-IF
                END-READ
        END-PERFORM
        CLOSE frappro.

      *>----import du releve : une ligne deja presente au registre----
      *>----(meme date, sens, montant, libelle et reference) n'est----
      *>----pas reprise, le releve peut donc etre relu----
        IMPORT_RELEVE_BANQUE.
        MOVE 0 TO WnbImportesBq
        MOVE 0 TO WnbDoublonsBq
        OPEN INPUT freleve
        IF cr_freleve = 35 THEN
                DISPLAY "⚠️ Pas de fichier releve_banque.csv,"
                        " seuls les suspens sont repris ⚠️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHERCHE_MAX_ID_RAPPRO
        OPEN I-O frappro
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ freleve NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END PERFORM IMPORT_UNE_LIGNE_RELEVE
        END-PERFORM
        CLOSE frappro
        CLOSE freleve.

        IMPORT_UNE_LIGNE_RELEVE.
        MOVE SPACES TO WchampDate
        MOVE SPACES TO WchampMontantBq
        MOVE SPACES TO WchampLibelleBq
        MOVE SPACES TO WchampRefBq
        UNSTRING tamp_freleve DELIMITED BY ";"
                INTO WchampDate WchampMontantBq WchampLibelleBq
                     WchampRefBq
        END-UNSTRING
        IF WchampDate = "date" OR WchampDate = SPACES THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WchampDate TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WdateBq

        MOVE SPACES TO WchampPrix
        IF WchampMontantBq(1:1) = "-" THEN
                MOVE "D" TO WsensBq
                MOVE WchampMontantBq(2:12) TO WchampPrix
        ELSE
                MOVE "C" TO WsensBq
                MOVE WchampMontantBq TO WchampPrix
        END-IF
        PERFORM CONVERTIT_PRIX_IMPORT
        IF WnombreValide = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WprixImport TO WmontantBq

        PERFORM CHERCHE_DOUBLON_RELEVE
        IF Wtrouve = 1 THEN
                ADD 1 TO WnbDoublonsBq
                EXIT PARAGRAPH
        END-IF

        ADD 1 TO WidRappro
        MOVE WidRappro TO bq_id
        MOVE "B" TO bq_cote
        MOVE WdateBq TO bq_date
        MOVE WsensBq TO bq_sens
        MOVE WmontantBq TO bq_montant
        MOVE WchampLibelleBq TO bq_libelle
        MOVE WchampRefBq TO bq_reference
        MOVE "BANQUE" TO bq_source
        MOVE WidRappro TO bq_id_source
        MOVE "N" TO bq_statut
        MOVE 0 TO bq_id_lettre
        MOVE WdateJour TO bq_date_traitement
        WRITE tamp_frappro
        END-WRITE
        IF cr_frappro = 0 THEN
                ADD 1 TO WnbImportesBq
        ELSE
                MOVE "frappro" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_frappro TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

        CHERCHE_DOUBLON_RELEVE.
        MOVE 0 TO Wtrouve
        MOVE 0 TO bq_id
        MOVE 0 TO WfinRappro
        START frappro KEY IS >= bq_id
          INVALID KEY MOVE 1 TO WfinRappro
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinRappro = 1
                READ frappro NEXT
                AT END MOVE 1 TO WfinRappro
                NOT AT END
                        IF bq_cote = "B" AND bq_date = WdateBq AND
                           bq_sens = WsensBq AND
                           bq_montant = WmontantBq AND
                           bq_libelle = WchampLibelleBq AND
                           bq_reference = WchampRefBq THEN
                                MOVE 1 TO Wtrouve
                                MOVE 1 TO WfinRappro
                        END-IF
                END-READ
           END-PERFORM
        END-START.

      *>----flux attendus en banque, ajoutes une seule fois au----
      *>----registre (cle bq_piece = source + id de la piece)----
        COLLECTE_FLUX_SYSTEME.
        MOVE 0 TO WnbNouveauxSys
        PERFORM CHERCHE_MAX_ID_RAPPRO
        OPEN I-O frappro

        OPEN INPUT fecheances
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fecheances NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF ec_date_recue <> 0 THEN
                                MOVE "ECHEANCE" TO WsourceSysteme
                                MOVE ec_id TO WidSourceSysteme
                                MOVE ec_date_recue TO WdateSysteme
                                MOVE "C" TO WsensSysteme
                                MOVE ec_montant TO WmontantSysteme
                                MOVE SPACES TO WrefSysteme
                                STRING "ECH" ec_id DELIMITED BY SIZE
                                        INTO WrefSysteme
                                END-STRING
                                MOVE SPACES TO WlibelleSysteme
                                STRING "Echeance sponsor "
                                        ec_id_sponsor
                                        DELIMITED BY SIZE
                                        INTO WlibelleSysteme
                                END-STRING
                                PERFORM AJOUTE_FLUX_SYSTEME
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fecheances

      *>----la redevance ne porte pas de date de paiement : elle se----
      *>----lettre sur le montant seul (bq_date = 0)----
        OPEN INPUT fconcessions
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fconcessions NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF co_statut_paiement = "PAYE" THEN
                                MOVE "CONCESSION" TO WsourceSysteme
                                MOVE co_id TO WidSourceSysteme
                                MOVE 0 TO WdateSysteme
                                MOVE "C" TO WsensSysteme
                                MOVE co_redevance TO WmontantSysteme
                                MOVE SPACES TO WrefSysteme
                                STRING "CON" co_id DELIMITED BY SIZE
                                        INTO WrefSysteme
                                END-STRING
                                MOVE co_nom TO WlibelleSysteme
                                PERFORM AJOUTE_FLUX_SYSTEME
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fconcessions

        OPEN INPUT fordres
        IF cr_fordres <> 35 THEN
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ fordres NEXT
                        AT END MOVE 1 TO Wfin
                        NOT AT END
                                IF op_statut = "T" THEN
                                        PERFORM FLUX_UN_VIREMENT
                                END-IF
                        END-READ
                END-PERFORM
                CLOSE fordres
        END-IF

        OPEN INPUT fremb
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fremb NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rb_statut = "R" THEN
                                MOVE "REMBOURS" TO WsourceSysteme
                                MOVE rb_id TO WidSourceSysteme
                                MOVE rb_date_reglement TO
                                        WdateSysteme
                                MOVE "D" TO WsensSysteme
                                MOVE rb_montant TO WmontantSysteme
                                MOVE SPACES TO WrefSysteme
                                STRING "RMB" rb_id DELIMITED BY SIZE
                                        INTO WrefSysteme
                                END-STRING
                                MOVE SPACES TO WlibelleSysteme
                                STRING "Remboursement billet "
                                        rb_bi_id
                                        DELIMITED BY SIZE
                                        INTO WlibelleSysteme
                                END-STRING
                                PERFORM AJOUTE_FLUX_SYSTEME
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fremb

        CLOSE frappro.

      *>----les ordres n'ont pas d'id : la piece est groupe + date----
      *>----(precedee de K pour un reversement de concession)----
        FLUX_UN_VIREMENT.
        MOVE "VIREMENT" TO WsourceSysteme
        MOVE SPACES TO WidSourceSysteme
        MOVE SPACES TO WrefSysteme
        IF op_beneficiaire = "K" THEN
                STRING "K" op_id_groupe op_date DELIMITED BY SIZE
                        INTO WidSourceSysteme
                END-STRING
                STRING "VIRK" op_id_groupe DELIMITED BY SIZE
                        INTO WrefSysteme
                END-STRING
        ELSE
                STRING op_id_groupe op_date DELIMITED BY SIZE
                        INTO WidSourceSysteme
                END-STRING
                STRING "VIR" op_id_groupe DELIMITED BY SIZE
                        INTO WrefSysteme
                END-STRING
        END-IF
        MOVE op_date TO WdateSysteme
        MOVE "D" TO WsensSysteme
        MOVE op_montant TO WmontantSysteme
        MOVE op_nom_groupe TO WlibelleSysteme
        PERFORM AJOUTE_FLUX_SYSTEME.

        AJOUTE_FLUX_SYSTEME.
        MOVE WsourceSysteme TO bq_source
        MOVE WidSourceSysteme TO bq_id_source
        READ frappro KEY IS bq_piece
          INVALID KEY
                ADD 1 TO WidRappro
                MOVE WidRappro TO bq_id
                MOVE "S" TO bq_cote
                MOVE WdateSysteme TO bq_date
                MOVE WsensSysteme TO bq_sens
                MOVE WmontantSysteme TO bq_montant
                MOVE WlibelleSysteme TO bq_libelle
                MOVE WrefSysteme TO bq_reference
                MOVE WsourceSysteme TO bq_source
                MOVE WidSourceSysteme TO bq_id_source
                MOVE "N" TO bq_statut
                MOVE 0 TO bq_id_lettre
                MOVE WdateJour TO bq_date_traitement
                WRITE tamp_frappro
                END-WRITE
                IF cr_frappro = 0 THEN
                        ADD 1 TO WnbNouveauxSys
                END-IF
        END-READ.

      *>----lettrage : les flux systeme en suspens passent en table,----
      *>----chaque ligne de releve en suspens y cherche d'abord sa----
      *>----reference, puis le meme sens et montant dans la----
      *>----fenetre de dates ; l'etat liste les rapprochements du----
      *>----passage puis tous les suspens des deux cotes----
        LETTRAGE_BANCAIRE.
        MOVE 0 TO WnbRapproches
        MOVE 0 TO WnbSuspensBq
        MOVE 0 TO WnbSuspensSys
        MOVE 0 TO WnbSuspensCharges
        OPEN INPUT frappro
        MOVE 0 TO WfinRappro
        PERFORM WITH TEST AFTER UNTIL WfinRappro = 1
                READ frappro NEXT
                AT END MOVE 1 TO WfinRappro
                NOT AT END
                        IF bq_cote = "S" AND bq_statut = "N" AND
                           WnbSuspensCharges < 500 THEN
                                ADD 1 TO WnbSuspensCharges
                                MOVE bq_id TO
                                        Wsy_id(WnbSuspensCharges)
                                MOVE bq_date TO
                                        Wsy_date(WnbSuspensCharges)
                                MOVE bq_sens TO
                                        Wsy_sens(WnbSuspensCharges)
                                MOVE bq_montant TO
                                        Wsy_montant(WnbSuspensCharges)
                                MOVE bq_reference TO
                                     Wsy_reference(WnbSuspensCharges)
                                MOVE 0 TO
                                        Wsy_lettre(WnbSuspensCharges)
                        END-IF
                END-READ
        END-PERFORM
        CLOSE frappro

        MOVE SPACES TO WnomFeuille
        STRING "rapprochement_banque_" WdateJour ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "RAPPROCHEMENT BANCAIRE - " WdateJour
                " (fenetre " WfenetreRappro " jours)"
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "RAPPROCHES CE PASSAGE (banque <-> systeme):"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE

        OPEN I-O frappro
        MOVE 0 TO WfinRappro
        PERFORM WITH TEST AFTER UNTIL WfinRappro = 1
                READ frappro NEXT
                AT END MOVE 1 TO WfinRappro
                NOT AT END
                        IF bq_cote = "B" AND bq_statut = "N" THEN
                                PERFORM LETTRE_UNE_LIGNE_BANQUE
                        END-IF
                END-READ
        END-PERFORM

        PERFORM VARYING Wsy FROM 1 BY 1
        UNTIL Wsy > WnbSuspensCharges
                IF Wsy_lettre(Wsy) <> 0 THEN
                        MOVE Wsy_id(Wsy) TO bq_id
                        READ frappro
                          NOT INVALID KEY
                                MOVE "R" TO bq_statut
                                MOVE Wsy_lettre(Wsy) TO bq_id_lettre
                                MOVE WdateJour TO
                                        bq_date_traitement
                                REWRITE tamp_frappro
                                END-REWRITE
                        END-READ
                END-IF
        END-PERFORM
        CLOSE frappro

        PERFORM ETAT_SUSPENS_RAPPRO
        CLOSE ffeuille.

        LETTRE_UNE_LIGNE_BANQUE.
        MOVE 0 TO WsyRetenu
        IF bq_reference <> SPACES THEN
                PERFORM VARYING Wsy FROM 1 BY 1
                UNTIL Wsy > WnbSuspensCharges OR WsyRetenu <> 0
                        IF Wsy_lettre(Wsy) = 0 AND
                           Wsy_reference(Wsy) = bq_reference AND
                           Wsy_sens(Wsy) = bq_sens AND
                           Wsy_montant(Wsy) = bq_montant THEN
                                MOVE Wsy TO WsyRetenu
                        END-IF
                END-PERFORM
        END-IF
        IF WsyRetenu = 0 THEN
                MOVE bq_date TO WdateTravailPurge
                PERFORM CONVERTIT_DATE_JOURS_PURGE
                MOVE WjoursEnreg TO WjoursBanque
                PERFORM VARYING Wsy FROM 1 BY 1
                UNTIL Wsy > WnbSuspensCharges OR WsyRetenu <> 0
                        PERFORM ESSAIE_LETTRAGE_MONTANT
                END-PERFORM
        END-IF
        IF WsyRetenu = 0 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE bq_id TO Wsy_lettre(WsyRetenu)
        MOVE "R" TO bq_statut
        MOVE Wsy_id(WsyRetenu) TO bq_id_lettre
        MOVE WdateJour TO bq_date_traitement
        REWRITE tamp_frappro
        END-REWRITE
        ADD 1 TO WnbRapproches
        MOVE SPACES TO tamp_ffeuille
        STRING "  " bq_date "|" bq_sens "|" bq_montant "|"
               bq_libelle "|" bq_reference " <-> "
               Wsy_id(WsyRetenu) "|" Wsy_reference(WsyRetenu)
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----meme sens et montant, dates a WfenetreRappro jours au----
      *>----plus (un flux sans date se lettre sur le montant)----
        ESSAIE_LETTRAGE_MONTANT.
        IF Wsy_lettre(Wsy) <> 0 OR Wsy_sens(Wsy) <> bq_sens OR
           Wsy_montant(Wsy) <> bq_montant THEN
                EXIT PARAGRAPH
        END-IF
        IF Wsy_date(Wsy) = 0 THEN
                MOVE Wsy TO WsyRetenu
                EXIT PARAGRAPH
        END-IF
        MOVE Wsy_date(Wsy) TO WdateTravailPurge
        PERFORM CONVERTIT_DATE_JOURS_PURGE
        COMPUTE WecartJours = WjoursBanque - WjoursEnreg
        IF WecartJours < 0 THEN
                COMPUTE WecartJours = 0 - WecartJours
        END-IF
        IF WecartJours <= WfenetreRappro THEN
                MOVE Wsy TO WsyRetenu
        END-IF.

        ETAT_SUSPENS_RAPPRO.
        MOVE SPACES TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "EN SUSPENS BANQUE (au releve, absent du systeme):"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        OPEN INPUT frappro
        MOVE 0 TO WfinRappro
        PERFORM WITH TEST AFTER UNTIL WfinRappro = 1
                READ frappro NEXT
                AT END MOVE 1 TO WfinRappro
                NOT AT END
                        IF bq_cote = "B" AND bq_statut = "N" THEN
                                ADD 1 TO WnbSuspensBq
                                PERFORM ECRIT_LIGNE_SUSPENS
                        END-IF
                END-READ
        END-PERFORM
        CLOSE frappro

        MOVE SPACES TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "EN SUSPENS SYSTEME (attendu, absent du releve):"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        OPEN INPUT frappro
        MOVE 0 TO WfinRappro
        PERFORM WITH TEST AFTER UNTIL WfinRappro = 1
                READ frappro NEXT
                AT END MOVE 1 TO WfinRappro
                NOT AT END
                        IF bq_cote = "S" AND bq_statut = "N" THEN
                                ADD 1 TO WnbSuspensSys
                                PERFORM ECRIT_LIGNE_SUSPENS
                        END-IF
                END-READ
        END-PERFORM
        CLOSE frappro.

        ECRIT_LIGNE_SUSPENS.
        MOVE SPACES TO tamp_ffeuille
        STRING "  " bq_id "|" bq_date "|" bq_sens "|" bq_montant
               "|" bq_libelle "|" bq_reference "|" bq_source
               "|depuis " bq_date_traitement
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----effacement d'un suspens explique (frais bancaires,----
      *>----flux hors systeme...) : il ne sera plus reporte----
        EFFACE_SUSPENS_RAPPRO.
        MOVE "Id de la ligne en suspens" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O frappro
        MOVE WnombreConverti TO bq_id
        READ frappro
          INVALID KEY DISPLAY "⚠️ Ligne inexistante ⚠️"
          NOT INVALID KEY
                IF bq_statut <> "N" THEN
                        DISPLAY "⚠️ Ligne non en suspens ⚠️"
                ELSE
                        DISPLAY bq_date "|" bq_sens "|" bq_montant
                                "|" bq_libelle "|" bq_reference
                        DISPLAY "Motif de l'effacement: "
                                WITH NO ADVANCING
                        MOVE SPACES TO ad_apres
                        ACCEPT ad_apres
                        MOVE "E" TO bq_statut
                        ACCEPT bq_date_traitement FROM DATE YYYYMMDD
                        REWRITE tamp_frappro
                        END-REWRITE
                        IF cr_frappro = 0 THEN
                                DISPLAY "✅️ Suspens efface ✅️"
                                MOVE WidUtilisateurConnecte TO
                                        ad_fu_id
                                MOVE "BANQUE" TO ad_type
                                MOVE "EFFACEMENT" TO ad_operation
                                MOVE bq_id TO ad_cible
                                MOVE bq_reference TO ad_avant
                                PERFORM ENREGISTRE_AUDIT
                        END-IF
                END-IF
        END-READ
        CLOSE frappro.
