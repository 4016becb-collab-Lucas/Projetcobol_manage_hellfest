      *>----scenarios de grille : avant de deplacer une tete----
      *>----d'affiche ou toute une soiree de scene, la----
      *>----programmation copie la grille dans un scenario nomme----
      *>----(scenario_<nom>.dat) et y ajoute, deplace ou annule des----
      *>----concerts avec les memes controles que AJOUT_CONCERT et----
      *>----MODIF_CONCERT, sans toucher concerts.dat ; le rapport de----
      *>----comparaison liste les concerts changes et ce qu'ils----
      *>----cassent, la promotion reporte le scenario sur la grille----
      *>----reelle en une seule operation tracee----

      *>----fconcerts designe la copie du scenario WnomScenario----
        BASCULE_GRILLE_SCENARIO.
        MOVE WnomScenario TO WnomFichierConcerts
        MOVE 1 TO WgrilleScenario.

      *>----fconcerts designe de nouveau la grille reelle----
        BASCULE_GRILLE_REELLE.
        MOVE "concerts.dat" TO WnomFichierConcerts
        MOVE 0 TO WgrilleScenario.

      *>----nom du fichier du scenario WscenarioSaisi----
        NOM_FICHIER_SCENARIO.
        MOVE SPACES TO WnomScenario
        STRING "scenario_" DELIMITED BY SIZE
               WscenarioSaisi DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WnomScenario
        END-STRING.

      *>----scenarios ouverts de l'edition de travail----
        LISTE_SCENARIOS.
        OPEN INPUT fscenarios
        MOVE 0 TO WfinScenario
        PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ fscenarios NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        IF sr_edition = WeditionTravail AND
                           sr_statut = "O" THEN
                                DISPLAY sr_nom " cree le "
                                        sr_date_creation
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fscenarios.

      *>----choix d'un scenario ouvert de l'edition de travail----
      *>----(WsaisieAnnulee = 1 si abandon ou scenario refuse)----
        SELECTION_SCENARIO.
        MOVE 0 TO WsaisieAnnulee
        PERFORM LISTE_SCENARIOS
        DISPLAY "Nom du scenario (* pour annuler): "
                WITH NO ADVANCING
        ACCEPT WscenarioSaisi
        IF WscenarioSaisi = "*" OR WscenarioSaisi = SPACES THEN
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        OPEN INPUT fscenarios
        MOVE WscenarioSaisi TO sr_nom
        READ fscenarios
          INVALID KEY
                DISPLAY "⚠️ Scenario inexistant ⚠️"
                MOVE 1 TO WsaisieAnnulee
          NOT INVALID KEY
                IF sr_edition <> WeditionTravail THEN
                        DISPLAY "⚠️ Scenario d'une autre"
                                " edition ⚠️"
                        MOVE 1 TO WsaisieAnnulee
                ELSE IF sr_statut <> "O" THEN
                        DISPLAY "⚠️ Scenario deja promu ⚠️"
                        MOVE 1 TO WsaisieAnnulee
                ELSE
                        MOVE sr_sequence_audit TO WsequenceScenario
                END-IF
                END-IF
        END-READ
        CLOSE fscenarios
        PERFORM NOM_FICHIER_SCENARIO.

      *>----copie de la grille reelle dans un nouveau scenario : la----
      *>----derniere trace d'audit a la copie sert a reperer une----
      *>----grille reelle modifiee depuis (scenario perime)----
        CREATION_SCENARIO.
        DISPLAY "Nom du scenario, sans espace (* pour annuler): "
                WITH NO ADVANCING
        ACCEPT WscenarioSaisi
        IF WscenarioSaisi = "*" OR WscenarioSaisi = SPACES THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WnbCarNom
        INSPECT WscenarioSaisi TALLYING WnbCarNom
                FOR CHARACTERS BEFORE INITIAL SPACE
        IF WscenarioSaisi(WnbCarNom + 1:) <> SPACES THEN
                DISPLAY "⚠️ Le nom ne doit pas contenir"
                        " d'espace ⚠️"
                EXIT PARAGRAPH
        END-IF
        OPEN INPUT fscenarios
        MOVE WscenarioSaisi TO sr_nom
        MOVE 0 TO Wtrouve
        READ fscenarios
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE 1 TO Wtrouve
        END-READ
        CLOSE fscenarios
        IF Wtrouve = 1 THEN
                DISPLAY "⚠️ Ce nom de scenario existe deja ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM NOM_FICHIER_SCENARIO
        PERFORM LIT_TETE_CHAINE_AUDIT
        MOVE 0 TO WnbConcertsCopies
        OPEN INPUT fconcerts
        OPEN OUTPUT fscenario
        MOVE 0 TO WfinScenario
        PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        MOVE tamp_fconcerts TO tamp_fscenario
                        WRITE tamp_fscenario
                        END-WRITE
                        IF cr_fscenario <> 0 THEN
                                MOVE "fscenario" TO er_fichier
                                MOVE "WRITE" TO er_operation
                                MOVE cr_fscenario TO er_code
                                PERFORM VERIFIE_CR_FICHIER
                        ELSE IF fc_edition = WeditionTravail THEN
                                ADD 1 TO WnbConcertsCopies
                        END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fscenario
        CLOSE fconcerts

        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE WscenarioSaisi TO sr_nom
        MOVE WeditionTravail TO sr_edition
        MOVE WdateJour TO sr_date_creation
        MOVE WidUtilisateurConnecte TO sr_fu_id
        MOVE WsequenceAudit TO sr_sequence_audit
        MOVE "O" TO sr_statut
        MOVE 0 TO sr_date_promotion
        OPEN I-O fscenarios
        WRITE tamp_fscenarios
        END-WRITE
        IF cr_fscenarios <> 0 THEN
                MOVE "fscenarios" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fscenarios TO er_code
                PERFORM VERIFIE_CR_FICHIER
        ELSE
                DISPLAY "✅️ Scenario " WscenarioSaisi
                        " cree : " WnbConcertsCopies
                        " concerts de l'edition ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "SCENARIO" TO ad_type
                MOVE "CREATION" TO ad_operation
                MOVE WnbConcertsCopies TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE WscenarioSaisi TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        END-IF
        CLOSE fscenarios.

      *>----ajout, deplacement et annulation dans un scenario : la----
      *>----saisie et les controles sont ceux de la grille reelle,----
      *>----sur la copie du scenario, sans trace ni prevenance----
        AJOUT_CONCERT_SCENARIO.
        PERFORM SELECTION_SCENARIO
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM BASCULE_GRILLE_SCENARIO
        DISPLAY "*** Scenario " WscenarioSaisi
                " : grille reelle inchangee ***"
        PERFORM AJOUT_CONCERT
        PERFORM BASCULE_GRILLE_REELLE.

        DEPLACE_CONCERT_SCENARIO.
        PERFORM SELECTION_SCENARIO
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM BASCULE_GRILLE_SCENARIO
        DISPLAY "*** Scenario " WscenarioSaisi
                " : grille reelle inchangee ***"
        PERFORM MODIF_CONCERT
        PERFORM BASCULE_GRILLE_REELLE.

        ANNULE_CONCERT_SCENARIO.
        PERFORM SELECTION_SCENARIO
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM BASCULE_GRILLE_SCENARIO
        DISPLAY "*** Scenario " WscenarioSaisi
                " : grille reelle inchangee ***"
        MOVE "Id du concert a annuler" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
        ELSE
                OPEN I-O fconcerts
                MOVE WnombreConverti TO fc_id
                READ fconcerts
                  INVALID KEY DISPLAY "⚠️ Concert inexistant ⚠️"
                  NOT INVALID KEY
                        IF fc_edition <> WeditionTravail THEN
                                DISPLAY "⚠️ Concert d'une autre"
                                        " edition ⚠️"
                        ELSE
                                DELETE fconcerts
                                END-DELETE
                                IF cr_fconcerts = 0 THEN
                                        DISPLAY "✅️ Concert"
                                                " annulé dans le"
                                                " scénario ✅️"
                                ELSE
                                        MOVE "fconcerts" TO er_fichier
                                        MOVE "DELETE" TO er_operation
                                        MOVE cr_fconcerts TO er_code
                                        PERFORM VERIFIE_CR_FICHIER
                                END-IF
                        END-IF
                END-READ
                CLOSE fconcerts
        END-IF
        PERFORM BASCULE_GRILLE_REELLE.

      *>----ecarts entre la grille reelle (edition de travail) et----
      *>----le scenario WnomScenario dans WtableEcarts : X = annule----
      *>----dans le scenario, D = deplace, A = ajoute----
        CHARGE_ECARTS_SCENARIO.
        MOVE 0 TO WnbEcarts
        MOVE 0 TO WecartsDebordes
        MOVE 0 TO WnbAjoutsScenario
        MOVE 0 TO WnbDeplacementsScenario
        MOVE 0 TO WnbAnnulationsScenario
        OPEN INPUT fscenario
        IF cr_fscenario <> 0 THEN
                DISPLAY "⚠️ Fichier du scenario introuvable ⚠️"
                MOVE "fscenario" TO er_fichier
                MOVE "OPEN" TO er_operation
                MOVE cr_fscenario TO er_code
                PERFORM LOG_ERREUR
                MOVE 1 TO WecartsDebordes
                EXIT PARAGRAPH
        END-IF
        OPEN INPUT fconcerts
        MOVE 0 TO WfinScenario
        PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        IF fc_edition = WeditionTravail THEN
                                PERFORM COMPARE_CONCERT_SCENARIO
                        END-IF
                END-READ
        END-PERFORM

        MOVE 0 TO sn_id
        MOVE 0 TO WfinScenario
        START fscenario KEY IS >= sn_id
          INVALID KEY MOVE 1 TO WfinScenario
        END-START
        PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ fscenario NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        IF sn_edition = WeditionTravail THEN
                                MOVE sn_id TO fc_id
                                READ fconcerts
                                  INVALID KEY
                                        MOVE "A" TO WtypeEcart
                                        PERFORM AJOUTE_ECART_SCENARIO
                                END-READ
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fconcerts
        CLOSE fscenario
        IF WecartsDebordes = 1 THEN
                DISPLAY "⚠️ Plus de 100 ecarts, seuls les 100"
                        " premiers sont retenus ⚠️"
        END-IF.

      *>----le concert reel courant face a sa copie du scenario----
        COMPARE_CONCERT_SCENARIO.
        MOVE fc_id TO sn_id
        READ fscenario
          INVALID KEY
                MOVE "X" TO WtypeEcart
                PERFORM AJOUTE_ECART_SCENARIO
          NOT INVALID KEY
                IF sn_id_scene <> fc_id_scene OR
                   sn_jour <> fc_jour OR
                   sn_heure_debut <> fc_heure_debut OR
                   sn_duree <> fc_duree THEN
                        MOVE "D" TO WtypeEcart
                        PERFORM AJOUTE_ECART_SCENARIO
                END-IF
        END-READ.

      *>----ecart WtypeEcart : creneau avant = tamp_fconcerts,----
      *>----creneau apres = tamp_fscenario----
        AJOUTE_ECART_SCENARIO.
        IF WnbEcarts = 100 THEN
                MOVE 1 TO WecartsDebordes
                EXIT PARAGRAPH
        END-IF
        ADD 1 TO WnbEcarts
        MOVE WtypeEcart TO Wec_type(WnbEcarts)
        IF WtypeEcart = "A" THEN
                MOVE sn_id TO Wec_id(WnbEcarts)
                MOVE sn_id_groupe TO Wec_groupe(WnbEcarts)
                MOVE 0 TO Wec_scene_av(WnbEcarts)
                MOVE SPACES TO Wec_jour_av(WnbEcarts)
                MOVE 0 TO Wec_heure_av(WnbEcarts)
                MOVE 0 TO Wec_duree_av(WnbEcarts)
                ADD 1 TO WnbAjoutsScenario
        ELSE
                MOVE fc_id TO Wec_id(WnbEcarts)
                MOVE fc_id_groupe TO Wec_groupe(WnbEcarts)
                MOVE fc_id_scene TO Wec_scene_av(WnbEcarts)
                MOVE fc_jour TO Wec_jour_av(WnbEcarts)
                MOVE fc_heure_debut TO Wec_heure_av(WnbEcarts)
                MOVE fc_duree TO Wec_duree_av(WnbEcarts)
        END-IF
        IF WtypeEcart = "X" THEN
                MOVE 0 TO Wec_scene_ap(WnbEcarts)
                MOVE SPACES TO Wec_jour_ap(WnbEcarts)
                MOVE 0 TO Wec_heure_ap(WnbEcarts)
                MOVE 0 TO Wec_duree_ap(WnbEcarts)
                ADD 1 TO WnbAnnulationsScenario
        ELSE
                MOVE sn_id_scene TO Wec_scene_ap(WnbEcarts)
                MOVE sn_jour TO Wec_jour_ap(WnbEcarts)
                MOVE sn_heure_debut TO Wec_heure_ap(WnbEcarts)
                MOVE sn_duree TO Wec_duree_ap(WnbEcarts)
        END-IF
        IF WtypeEcart = "D" THEN
                ADD 1 TO WnbDeplacementsScenario
        END-IF.

      *>----la grille reelle a-t-elle change depuis la copie ? une----
      *>----trace CONCERT ou une promotion posterieure a----
      *>----WsequenceScenario rend le scenario perime----
        CONTROLE_SCENARIO_PERIME.
        MOVE 0 TO WscenarioPerime
        OPEN INPUT faudit
        IF cr_faudit = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WfinScenario
        PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ faudit NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        IF ad_sequence IS NUMERIC THEN
                        IF ad_sequence > WsequenceScenario THEN
                        IF ad_type = "CONCERT" OR
                           (ad_type = "SCENARIO" AND
                            ad_operation = "PROMOTION") THEN
                                MOVE 1 TO WscenarioPerime
                                MOVE 1 TO WfinScenario
                        END-IF
                        END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE faudit.

      *>----rapport de comparaison scenario / grille reelle----
      *>----(comparaison_<nom>.txt) : pour chaque concert change,----
      *>----billets deja vendus, capacite de la nouvelle scene,----
      *>----balances et backline casses----
        RAPPORT_COMPARAISON_SCENARIO.
        PERFORM SELECTION_SCENARIO
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_ECARTS_SCENARIO
        PERFORM CONTROLE_SCENARIO_PERIME

        MOVE SPACES TO WnomFeuille
        STRING "comparaison_" DELIMITED BY SIZE
               WscenarioSaisi DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "COMPARAISON SCENARIO " WscenarioSaisi
               " / GRILLE REELLE " WeditionTravail
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_COMPARAISON
        IF WscenarioPerime = 1 THEN
                MOVE "ATTENTION : grille reelle modifiee depuis la"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_COMPARAISON
                MOVE "copie, scenario a recreer avant promotion"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_COMPARAISON
        END-IF
        IF WnbEcarts = 0 THEN
                MOVE "Aucun ecart avec la grille reelle"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_COMPARAISON
        END-IF
        PERFORM VARYING WkEcart FROM 1 BY 1
        UNTIL WkEcart > WnbEcarts
                PERFORM ANALYSE_ECART_SCENARIO
        END-PERFORM
        MOVE SPACES TO tamp_ffeuille
        STRING "Ajouts: " WnbAjoutsScenario
               "  Deplacements: " WnbDeplacementsScenario
               "  Annulations: " WnbAnnulationsScenario
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_COMPARAISON
        CLOSE ffeuille
        DISPLAY "Rapport: " WnomFeuille.

        ECRIT_LIGNE_COMPARAISON.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

      *>----lignes du rapport pour l'ecart WkEcart----
        ANALYSE_ECART_SCENARIO.
        MOVE "?" TO WparamNomGroupe
        OPEN INPUT fgroupes
        MOVE Wec_groupe(WkEcart) TO fg_id
        READ fgroupes
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE fg_nom TO WparamNomGroupe
        END-READ
        CLOSE fgroupes

        MOVE SPACES TO tamp_ffeuille
        IF Wec_type(WkEcart) = "A" THEN
                STRING "AJOUT       concert " DELIMITED BY SIZE
                       Wec_id(WkEcart) " " WparamNomGroupe
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE IF Wec_type(WkEcart) = "D" THEN
                STRING "DEPLACEMENT concert " DELIMITED BY SIZE
                       Wec_id(WkEcart) " " WparamNomGroupe
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE
                STRING "ANNULATION  concert " DELIMITED BY SIZE
                       Wec_id(WkEcart) " " WparamNomGroupe
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        END-IF
        END-IF
        PERFORM ECRIT_LIGNE_COMPARAISON
        IF Wec_type(WkEcart) <> "A" THEN
                STRING "   avant : " DELIMITED BY SIZE
                       Wec_jour_av(WkEcart) DELIMITED BY SPACE
                       " " Wec_heure_av(WkEcart) "h scene "
                       Wec_scene_av(WkEcart) " ("
                       Wec_duree_av(WkEcart) " min)"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_COMPARAISON
        END-IF
        IF Wec_type(WkEcart) <> "X" THEN
                STRING "   apres : " DELIMITED BY SIZE
                       Wec_jour_ap(WkEcart) DELIMITED BY SPACE
                       " " Wec_heure_ap(WkEcart) "h scene "
                       Wec_scene_ap(WkEcart) " ("
                       Wec_duree_ap(WkEcart) " min)"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_COMPARAISON
        END-IF

        MOVE 0 TO WnbBilletsEcart
        OPEN INPUT fbillets
        MOVE Wec_id(WkEcart) TO bi_id_concert
        MOVE 0 TO WfinScenario
        START fbillets KEY IS = bi_id_concert
          INVALID KEY MOVE 1 TO WfinScenario
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ fbillets NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        IF bi_id_concert = Wec_id(WkEcart) THEN
                                ADD 1 TO WnbBilletsEcart
                        ELSE
                                MOVE 1 TO WfinScenario
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fbillets
        STRING "   billets deja vendus : " WnbBilletsEcart
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_COMPARAISON

        IF Wec_type(WkEcart) <> "X" THEN
                MOVE 0 TO fs_nb_place
                OPEN INPUT fscenes
                MOVE Wec_scene_ap(WkEcart) TO fs_id
                READ fscenes
                  INVALID KEY CONTINUE
                END-READ
                CLOSE fscenes
                IF WnbBilletsEcart > fs_nb_place THEN
                        STRING "   CAPACITE DEPASSEE : scene "
                               Wec_scene_ap(WkEcart) " de "
                               fs_nb_place " places"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                ELSE
                        STRING "   capacite scene "
                               Wec_scene_ap(WkEcart) " : "
                               fs_nb_place " places"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                END-IF
                PERFORM ECRIT_LIGNE_COMPARAISON
        END-IF

        MOVE 0 TO WnbCassesEcart
        PERFORM BALANCES_ECART_SCENARIO
        PERFORM BACKLINE_ECART_SCENARIO
        IF WnbCassesEcart = 0 THEN
                MOVE "   balances et backline : rien de casse"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_COMPARAISON
        END-IF.

      *>----balances cassees : celles du groupe sur l'ancien jour et----
      *>----l'ancienne scene quand le concert en part ou disparait,----
      *>----puis toute balance recouverte par le nouveau creneau----
        BALANCES_ECART_SCENARIO.
        IF Wec_type(WkEcart) <> "A" THEN
                OPEN INPUT fbalances
                MOVE Wec_groupe(WkEcart) TO ba_id_groupe
                MOVE 0 TO WfinScenario
                START fbalances KEY IS = ba_id_groupe
                  INVALID KEY MOVE 1 TO WfinScenario
                  NOT INVALID KEY
                   PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                        READ fbalances NEXT
                        AT END MOVE 1 TO WfinScenario
                        NOT AT END
                           IF ba_id_groupe = Wec_groupe(WkEcart) THEN
                                PERFORM CONTROLE_BALANCE_ECART
                           ELSE
                                MOVE 1 TO WfinScenario
                           END-IF
                        END-READ
                   END-PERFORM
                END-START
                CLOSE fbalances
        END-IF
        IF Wec_type(WkEcart) <> "X" THEN
                MOVE Wec_scene_ap(WkEcart) TO WidScene
                MOVE Wec_groupe(WkEcart) TO WidGroupe
                MOVE Wec_jour_ap(WkEcart) TO WjourConcert
                MOVE Wec_heure_ap(WkEcart) TO WheureHHMM
                PERFORM CONVERTIT_HHMM_MINUTES
                MOVE WminutesTotal TO WdebutMinutes
                COMPUTE WfinMinutes = WdebutMinutes
                        + Wec_duree_ap(WkEcart)
                MOVE 0 TO WconflitCreneau
                PERFORM VERIFIE_BALANCE_CONFLIT
                IF WconflitCreneau = 1 THEN
                        MOVE "   BALANCE : le nouveau creneau recouvre"
                                TO tamp_ffeuille
                        PERFORM ECRIT_LIGNE_COMPARAISON
                        MOVE "   une balance deja planifiee"
                                TO tamp_ffeuille
                        PERFORM ECRIT_LIGNE_COMPARAISON
                        ADD 1 TO WnbCassesEcart
                END-IF
        END-IF.

        CONTROLE_BALANCE_ECART.
        IF ba_jour = Wec_jour_av(WkEcart) AND
           ba_id_scene = Wec_scene_av(WkEcart) THEN
                IF Wec_type(WkEcart) = "X" OR
                   Wec_jour_ap(WkEcart) <> Wec_jour_av(WkEcart) OR
                   Wec_scene_ap(WkEcart) <> Wec_scene_av(WkEcart)
                THEN
                        STRING "   BALANCE " ba_id " du "
                               DELIMITED BY SIZE
                               ba_jour DELIMITED BY SPACE
                               " a " ba_heure_debut
                               " sur scene " ba_id_scene " cassee"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                        PERFORM ECRIT_LIGNE_COMPARAISON
                        ADD 1 TO WnbCassesEcart
                END-IF
        END-IF.

      *>----backline casse : lots alloues au concert, sans concert----
      *>----s'il est annule, fixes a une autre scene, ou deja----
      *>----pris ailleurs sur le nouveau creneau du scenario----
        BACKLINE_ECART_SCENARIO.
        MOVE 0 TO WnbLotsEcart
        OPEN INPUT fallocmat
        MOVE Wec_id(WkEcart) TO am_id_concert
        MOVE 0 TO WfinScenario
        START fallocmat KEY IS = am_id_concert
          INVALID KEY MOVE 1 TO WfinScenario
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinScenario = 1
                READ fallocmat NEXT
                AT END MOVE 1 TO WfinScenario
                NOT AT END
                        IF am_id_concert = Wec_id(WkEcart) AND
                           WnbLotsEcart < 20 THEN
                                ADD 1 TO WnbLotsEcart
                                MOVE am_id_materiel
                                        TO Wle_materiel(WnbLotsEcart)
                                MOVE am_quantite
                                        TO Wle_qte(WnbLotsEcart)
                        ELSE
                                MOVE 1 TO WfinScenario
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fallocmat
        PERFORM VARYING WkLot FROM 1 BY 1 UNTIL WkLot > WnbLotsEcart
                PERFORM CONTROLE_LOT_ECART
        END-PERFORM.

        CONTROLE_LOT_ECART.
        MOVE "?" TO ma_nom
        MOVE 0 TO ma_id_scene
        MOVE 0 TO ma_quantite
        OPEN INPUT fmateriel
        MOVE Wle_materiel(WkLot) TO ma_id
        READ fmateriel
          INVALID KEY CONTINUE
        END-READ
        CLOSE fmateriel
        IF Wec_type(WkEcart) = "X" THEN
                STRING "   BACKLINE lot " Wle_materiel(WkLot) " "
                       ma_nom DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_COMPARAISON
                MOVE "      allocation sans concert a liberer"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_COMPARAISON
                ADD 1 TO WnbCassesEcart
                EXIT PARAGRAPH
        END-IF
        IF ma_id_scene <> 0 AND
           ma_id_scene <> Wec_scene_ap(WkEcart) THEN
                STRING "   BACKLINE lot " Wle_materiel(WkLot) " "
                       ma_nom DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_COMPARAISON
                STRING "      lot fixe a la scene " ma_id_scene
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_COMPARAISON
                ADD 1 TO WnbCassesEcart
                EXIT PARAGRAPH
        END-IF

      *>----l'allocation du concert est deja comptee sur son----
      *>----nouveau creneau dans le scenario (WqteAllocMat = 0)----
        MOVE Wle_materiel(WkLot) TO WidMateriel
        MOVE Wec_jour_ap(WkEcart) TO WjourCible
        MOVE Wec_scene_ap(WkEcart) TO WsceneCible
        MOVE Wec_heure_ap(WkEcart) TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        MOVE WminutesTotal TO WdebutCibleMin
        COMPUTE WfinCibleMin = WdebutCibleMin
                + Wec_duree_ap(WkEcart)
        MOVE 0 TO WqteAllocMat
        PERFORM BASCULE_GRILLE_SCENARIO
        PERFORM CONTROLE_DISPONIBILITE_MATERIEL
        PERFORM BASCULE_GRILLE_REELLE
        IF WconflitMateriel = 1 THEN
                STRING "   BACKLINE lot " Wle_materiel(WkLot) " "
                       ma_nom DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_COMPARAISON
                MOVE "      indisponible sur le nouveau creneau"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_COMPARAISON
                ADD 1 TO WnbCassesEcart
        END-IF.

      *>----promotion d'un scenario approuve : ses ecarts sont----
      *>----reportes sur concerts.dat en une seule operation,----
      *>----refusee si la grille reelle a change depuis la copie ;----
      *>----groupes prevenus, billets des concerts annules----
      *>----rembourses et porteurs avises comme pour une----
      *>----modification unitaire----
        PROMOTION_SCENARIO.
        PERFORM SELECTION_SCENARIO
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM REAUTHENTIFIE
        IF WreauthOk = 0 THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM CONTROLE_SCENARIO_PERIME
        IF WscenarioPerime = 1 THEN
                DISPLAY "⚠️ La grille reelle a change depuis la"
                        " copie du scenario, promotion refusee ⚠️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_ECARTS_SCENARIO
        IF WecartsDebordes = 1 THEN
                DISPLAY "⚠️ Promotion refusee ⚠️"
                EXIT PARAGRAPH
        END-IF
        IF WnbEcarts = 0 THEN
                DISPLAY "Aucun ecart, rien a promouvoir"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Ajouts: " WnbAjoutsScenario
                "  Deplacements: " WnbDeplacementsScenario
                "  Annulations: " WnbAnnulationsScenario
        DISPLAY "Confirmer la promotion (O/N): " WITH NO ADVANCING
        ACCEPT WreponseConfirmation
        IF WreponseConfirmation <> "O" AND
           WreponseConfirmation <> "o" THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        OPEN I-O fconcerts
        PERFORM VARYING WkEcart FROM 1 BY 1
        UNTIL WkEcart > WnbEcarts
                PERFORM APPLIQUE_ECART_SCENARIO
        END-PERFORM
        CLOSE fconcerts
        PERFORM VARYING WkEcart FROM 1 BY 1
        UNTIL WkEcart > WnbEcarts
                PERFORM SUITES_ECART_SCENARIO
        END-PERFORM

        ACCEPT WdateJour FROM DATE YYYYMMDD
        OPEN I-O fscenarios
        MOVE WscenarioSaisi TO sr_nom
        READ fscenarios
          NOT INVALID KEY
                MOVE "P" TO sr_statut
                MOVE WdateJour TO sr_date_promotion
                REWRITE tamp_fscenarios
                END-REWRITE
        END-READ
        CLOSE fscenarios

        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "SCENARIO" TO ad_type
        MOVE "PROMOTION" TO ad_operation
        MOVE WnbEcarts TO ad_cible
        MOVE WscenarioSaisi TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "A" WnbAjoutsScenario " D" WnbDeplacementsScenario
               " X" WnbAnnulationsScenario
               DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT
        DISPLAY "✅️ Scenario promu sur la grille reelle ✅️".

      *>----report de l'ecart WkEcart sur fconcerts (ouvert) ; un----
      *>----ecart non reporte passe au type E----
        APPLIQUE_ECART_SCENARIO.
        MOVE Wec_id(WkEcart) TO fc_id
        IF Wec_type(WkEcart) = "X" THEN
                MOVE "DELETE" TO er_operation
                DELETE fconcerts
                END-DELETE
        ELSE
                MOVE Wec_scene_ap(WkEcart) TO fc_id_scene
                MOVE Wec_jour_ap(WkEcart) TO fc_jour
                MOVE Wec_heure_ap(WkEcart) TO fc_heure_debut
                MOVE Wec_groupe(WkEcart) TO fc_id_groupe
                MOVE Wec_duree_ap(WkEcart) TO fc_duree
                MOVE WeditionTravail TO fc_edition
                IF Wec_type(WkEcart) = "A" THEN
                        MOVE "WRITE" TO er_operation
                        WRITE tamp_fconcerts
                        END-WRITE
                ELSE
                        MOVE "REWRITE" TO er_operation
                        REWRITE tamp_fconcerts
                        END-REWRITE
                END-IF
        END-IF
        IF cr_fconcerts <> 0 THEN
                MOVE "fconcerts" TO er_fichier
                MOVE cr_fconcerts TO er_code
                PERFORM VERIFIE_CR_FICHIER
                MOVE "E" TO Wec_type(WkEcart)
        END-IF.

      *>----prevenance du groupe, remboursements et avis clients----
      *>----pour l'ecart WkEcart reporte----
        SUITES_ECART_SCENARIO.
        IF Wec_type(WkEcart) = "E" THEN
                EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WancienCreneau
        MOVE SPACES TO WnouveauCreneau
        IF Wec_type(WkEcart) <> "A" THEN
                STRING Wec_jour_av(WkEcart) DELIMITED BY SPACE
                       " " Wec_heure_av(WkEcart) "h sc"
                       Wec_scene_av(WkEcart)
                       DELIMITED BY SIZE INTO WancienCreneau
                END-STRING
        END-IF
        IF Wec_type(WkEcart) <> "X" THEN
                STRING Wec_jour_ap(WkEcart) DELIMITED BY SPACE
                       " " Wec_heure_ap(WkEcart) "h sc"
                       Wec_scene_ap(WkEcart)
                       DELIMITED BY SIZE INTO WnouveauCreneau
                END-STRING
        END-IF

        MOVE Wec_groupe(WkEcart) TO WidGroupeNotif
        MOVE SPACES TO WmessageNotif
        IF Wec_type(WkEcart) = "A" THEN
                STRING "Concert " Wec_id(WkEcart) " programme: "
                       WnouveauCreneau
                       DELIMITED BY SIZE INTO WmessageNotif
                END-STRING
        ELSE IF Wec_type(WkEcart) = "D" THEN
                STRING "Concert " Wec_id(WkEcart) " deplace: "
                       WnouveauCreneau
                       DELIMITED BY SIZE INTO WmessageNotif
                END-STRING
        ELSE
                STRING "Concert " Wec_id(WkEcart) " annule"
                       DELIMITED BY SIZE INTO WmessageNotif
                END-STRING
        END-IF
        END-IF
        PERFORM NOTIFIE_GROUPE_CONCERT
        IF Wec_type(WkEcart) <> "A" THEN
                MOVE Wec_id(WkEcart) TO WidConcertDiff
                MOVE Wec_groupe(WkEcart) TO WidGroupeDiff
                MOVE Wec_scene_av(WkEcart) TO WsceneDiff
                MOVE Wec_jour_av(WkEcart) TO WjourDiff
                MOVE Wec_heure_av(WkEcart) TO WheureDiff
                MOVE Wec_duree_av(WkEcart) TO WdureeDiff
                IF Wec_type(WkEcart) = "X" THEN
                        MOVE "A" TO WtypeModifDiff
                ELSE
                        MOVE "M" TO WtypeModifDiff
                END-IF
                PERFORM SIGNALE_MODIF_DIFFUSION
        END-IF

        IF Wec_type(WkEcart) = "X" THEN
                MOVE Wec_id(WkEcart) TO WidConcert
                PERFORM GENERE_REMBOURSEMENTS_CONCERT
                MOVE Wec_id(WkEcart) TO WidConcertAvis
                MOVE "ANNULATION" TO WtypeAvis
                MOVE "ANNULE" TO WnouveauCreneau
                PERFORM EXTRAIT_AVIS_CLIENTS
        END-IF
        IF Wec_type(WkEcart) = "D" THEN
                MOVE Wec_id(WkEcart) TO WidConcertAvis
                MOVE "DEPLACEMENT" TO WtypeAvis
                PERFORM EXTRAIT_AVIS_CLIENTS
        END-IF.
