      *>----equipe technique salariee (intermittents) : chaque----
      *>----technicien est rattache a une scene ; ses heures du----
      *>----jour se deduisent des concerts et balances de la scene----
      *>----(premiere balance ou premier set moins le montage,----
      *>----dernier set plus le demontage), controlees contre le----
      *>----maximum journalier et le repos minimal entre deux----
      *>----jours, et exportees pour le prestataire de paie----
      *>----(parametres EQPMONTAGE, EQPDEMONT, EQPMAXJOUR,----
      *>----EQPREPOS, EQPBASEJR en minutes, EQPMAJORE en %)----

        AJOUT_INTERVENANT.
        OPEN I-O fequipe
        MOVE "Id de l'intervenant" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                CLOSE fequipe
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidIntervenant
        MOVE WidIntervenant TO eq_id
        MOVE 1 TO Wtrouve
        READ fequipe
          INVALID KEY MOVE 0 TO Wtrouve
        END-READ
        IF Wtrouve = 1 THEN
                DISPLAY "Intervenant actuel: " eq_nom " " eq_metier
                        " scene " eq_id_scene " taux " eq_taux_jour
                MOVE tamp_fequipe TO ad_avant
        ELSE
                MOVE SPACES TO ad_avant
        END-IF
        MOVE WidIntervenant TO eq_id
        DISPLAY "Nom: " WITH NO ADVANCING
        ACCEPT eq_nom
        DISPLAY "Metier (son, lumiere, plateau...): "
                WITH NO ADVANCING
        ACCEPT eq_metier

        PERFORM AFFICHAGE_SCENES
        OPEN INPUT fscenes
        MOVE 1 TO WsceneValide
        MOVE "Scene de rattachement" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsceneValide = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO fs_id
                        READ fscenes
                          INVALID KEY
                                DISPLAY "⚠️ Scene"
                                        " inexistante ⚠️"
                          NOT INVALID KEY MOVE 0 TO WsceneValide
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fscenes
        IF WsaisieAnnulee = 1 THEN
                CLOSE fequipe
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE fs_id TO eq_id_scene

        MOVE "Taux journalier (euros)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                CLOSE fequipe
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO eq_taux_jour

        IF Wtrouve = 1 THEN
                REWRITE tamp_fequipe
                END-REWRITE
                MOVE "MODIF" TO ad_operation
        ELSE
                WRITE tamp_fequipe
                END-WRITE
                MOVE "AJOUT" TO ad_operation
        END-IF
        IF cr_fequipe = 0 THEN
                DISPLAY "✅️ Intervenant enregistre ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "EQUIPE" TO ad_type
                MOVE eq_id TO ad_cible
                MOVE tamp_fequipe TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fequipe" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fequipe TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fequipe.

        LISTE_INTERVENANTS.
        DISPLAY " "
        DISPLAY "Id   |Nom                           |Metier"
                "              |Sc|Taux jour"
        OPEN INPUT fequipe
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fequipe NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        DISPLAY eq_id "|" eq_nom "|" eq_metier "|"
                                eq_id_scene "|" eq_taux_jour
                END-READ
        END-PERFORM
        CLOSE fequipe.

      *>----controle seul : les depassements a l'ecran----
        CONTROLE_HEURES_EQUIPE.
        MOVE 0 TO WmodePaie
        PERFORM TRAITEMENT_HEURES_EQUIPE.

      *>----export de paie paie_equipe_AAAA.csv (montants et----
      *>----heures en centiemes, comme le journal comptable)----
        EXPORT_PAIE_EQUIPE.
        MOVE 1 TO WmodePaie
        MOVE SPACES TO WnomFeuille
        STRING "paie_equipe_" WeditionTravail ".csv"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE "id;nom;metier;jour;date;heures;heures_sup;montant"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        PERFORM TRAITEMENT_HEURES_EQUIPE
        CLOSE ffeuille
        DISPLAY "✅️ " WnbLignesPaie " ligne(s) dans " WnomFeuille
                " pour " WtotalPaie " euros ✅️".

        TRAITEMENT_HEURES_EQUIPE.
        PERFORM CHARGE_PARAMETRES_EQUIPE
        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE 0 TO WnbViolations
        MOVE 0 TO WnbLignesPaie
        MOVE 0 TO WtotalPaie
        MOVE 0 TO WsceneAmplitude
        DISPLAY " "
        DISPLAY "~~Heures de l'equipe technique - edition "
                WeditionTravail "~~"
        OPEN INPUT fequipe
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fequipe NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF eq_id_scene <> WsceneAmplitude THEN
                                MOVE eq_id_scene TO WsceneAmplitude
                                PERFORM CALCUL_AMPLITUDES_SCENE
                        END-IF
                        PERFORM HEURES_UN_INTERVENANT
                END-READ
        END-PERFORM
        CLOSE fequipe
        IF WnbViolations = 0 THEN
                DISPLAY "✅️ Aucun depassement d'amplitude ni de"
                        " repos ✅️"
        ELSE
                DISPLAY "⚠️ " WnbViolations " depassement(s) a"
                        " regulariser ⚠️"
        END-IF.

        CHARGE_PARAMETRES_EQUIPE.
        MOVE "EQPMONTAGE" TO WcodeParam
        MOVE 120 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WmontageMin
        MOVE "EQPDEMONT" TO WcodeParam
        MOVE 90 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WdemontageMin
        MOVE "EQPMAXJOUR" TO WcodeParam
        MOVE 720 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WmaxJourMin
        MOVE "EQPREPOS" TO WcodeParam
        MOVE 660 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WreposMin
        MOVE "EQPBASEJR" TO WcodeParam
        MOVE 480 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WbaseJourMin
        IF WbaseJourMin = 0 THEN
                MOVE 480 TO WbaseJourMin
        END-IF
        MOVE "EQPMAJORE" TO WcodeParam
        MOVE 125 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WmajorationSup.

      *>----amplitude de travail de la scene WsceneAmplitude pour----
      *>----chaque jour du calendrier (Wamp_actif = 0 si la scene----
      *>----n'a ni set ni balance ce jour-la)----
        CALCUL_AMPLITUDES_SCENE.
        MOVE WsceneAmplitude TO WidScene
        OPEN INPUT fconcerts
        OPEN INPUT fbalances
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                MOVE 0 TO Wamp_actif(Wjc)
                MOVE 99999 TO Wamp_debut(Wjc)
                MOVE 0 TO Wamp_fin(Wjc)
                MOVE Wjf_libelle(Wjc) TO WjourConcert
                PERFORM CHARGE_CRENEAUX_SCENE_JOUR
                PERFORM VARYING Wm FROM 1 BY 1
                UNTIL Wm > WnbCreneauxJour
                        MOVE 1 TO Wamp_actif(Wjc)
                        IF Wcr_debut_min(Wm) < Wamp_debut(Wjc) THEN
                                MOVE Wcr_debut_min(Wm)
                                        TO Wamp_debut(Wjc)
                        END-IF
                        IF Wcr_fin_min(Wm) > Wamp_fin(Wjc) THEN
                                MOVE Wcr_fin_min(Wm) TO Wamp_fin(Wjc)
                        END-IF
                END-PERFORM
                PERFORM AMPLITUDE_BALANCES_JOUR
                IF Wamp_actif(Wjc) = 1 THEN
                        IF Wamp_debut(Wjc) > WmontageMin THEN
                                SUBTRACT WmontageMin
                                        FROM Wamp_debut(Wjc)
                        ELSE
                                MOVE 0 TO Wamp_debut(Wjc)
                        END-IF
                        ADD WdemontageMin TO Wamp_fin(Wjc)
                END-IF
        END-PERFORM
        CLOSE fbalances
        CLOSE fconcerts.

        AMPLITUDE_BALANCES_JOUR.
        MOVE WidScene TO ba_id_scene
        MOVE 0 TO WfinAmplitude
        START fbalances KEY IS = ba_id_scene
          INVALID KEY MOVE 1 TO WfinAmplitude
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinAmplitude = 1
                READ fbalances NEXT
                AT END MOVE 1 TO WfinAmplitude
                NOT AT END
                        IF ba_id_scene <> WidScene THEN
                                MOVE 1 TO WfinAmplitude
                        ELSE
                                IF ba_jour = WjourConcert THEN
                                        PERFORM AMPLITUDE_UNE_BALANCE
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START.

        AMPLITUDE_UNE_BALANCE.
        MOVE 1 TO Wamp_actif(Wjc)
        MOVE ba_heure_debut TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        IF WminutesTotal < Wamp_debut(Wjc) THEN
                MOVE WminutesTotal TO Wamp_debut(Wjc)
        END-IF
        IF WminutesTotal + ba_duree > Wamp_fin(Wjc) THEN
                COMPUTE Wamp_fin(Wjc) = WminutesTotal + ba_duree
        END-IF.

      *>----jours travailles de l'intervenant courant (tamp_fequipe)----
        HEURES_UN_INTERVENANT.
        MOVE 0 TO WjourPrecedentActif
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                IF Wamp_actif(Wjc) = 1 THEN
                        PERFORM HEURES_UN_JOUR
                        MOVE 1 TO WjourPrecedentActif
                ELSE
                        MOVE 0 TO WjourPrecedentActif
                END-IF
        END-PERFORM.

        HEURES_UN_JOUR.
        COMPUTE WminutesTravail = Wamp_fin(Wjc) - Wamp_debut(Wjc)
        IF WminutesTravail > WmaxJourMin THEN
                ADD 1 TO WnbViolations
                DISPLAY "⚠️ " eq_id " " eq_nom " " Wjf_libelle(Wjc)
                        " : " WminutesTravail " min travaillees, max "
                        WmaxJourMin " ⚠️"
        END-IF
      *>----repos entre la fin de la veille et la reprise----
        IF WjourPrecedentActif = 1 THEN
                COMPUTE WreposConstate = 1440 - Wamp_fin(Wjc - 1)
                        + Wamp_debut(Wjc)
                IF WreposConstate < WreposMin THEN
                        ADD 1 TO WnbViolations
                        DISPLAY "⚠️ " eq_id " " eq_nom " "
                                Wjf_libelle(Wjc) " : repos de "
                                WreposConstate " min, minimum "
                                WreposMin " ⚠️"
                END-IF
        END-IF
        IF WmodePaie = 0 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WminutesSup
        IF WminutesTravail > WbaseJourMin THEN
                COMPUTE WminutesSup = WminutesTravail - WbaseJourMin
        END-IF
        COMPUTE WheuresTravail ROUNDED = WminutesTravail / 60
        COMPUTE WheuresSup ROUNDED = WminutesSup / 60
        COMPUTE WmontantPaie ROUNDED = eq_taux_jour
                + eq_taux_jour * WminutesSup / WbaseJourMin
                * WmajorationSup / 100
        ADD WmontantPaie TO WtotalPaie
        ADD 1 TO WnbLignesPaie
        MOVE SPACES TO tamp_ffeuille
        STRING eq_id ";" DELIMITED BY SIZE
               eq_nom DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               eq_metier DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               Wjf_libelle(Wjc) DELIMITED BY SPACE
               ";" Wjf_date(Wjc) ";" WheuresTravail ";" WheuresSup
               ";" WmontantPaie DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.
