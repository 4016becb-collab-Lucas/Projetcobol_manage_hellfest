      *>----horaires reels des sets : la grille (fc_heure_debut,----
      *>----fc_duree) n'est que le plan ; le regisseur saisit----
      *>----l'heure reelle de montee et de sortie de scene, ce qui----
      *>----donne le rapport de ponctualite par scene et par jour,----
      *>----signale les changements de plateau (fs_changement)----
      *>----manges par un depassement et decale les ecrans du----
      *>----site (cf GENERE_FEED_ECRANS)----

      *>----saisie par le responsable de scene connecte----
        SAISIE_HORAIRE_REEL.
        PERFORM SELECTION_SCENE_RESPONSABLE
        IF WidSceneUtilisateurConnecte = 0 THEN
                DISPLAY "❌️ Doit avoir cree une scene avant ❌️"
                EXIT PARAGRAPH
        END-IF
        MOVE WidSceneUtilisateurConnecte TO WidScene
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_HORAIRES_SCENE_JOUR
        IF WnbCreneauxJour = 0 THEN
                DISPLAY "❌️ Aucun concert sur la scene"
                        " ce jour ❌️"
                EXIT PARAGRAPH
        END-IF
        PERFORM RAPPORT_PONCTUALITE

        MOVE 0 TO WcreneauReel
        MOVE "Id du concert" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WcreneauReel > 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidConcertReel
                        PERFORM VARYING Wm FROM 1 BY 1
                        UNTIL Wm > WnbCreneauxJour
                                IF Wcr_id(Wm) = WidConcertReel THEN
                                        MOVE Wm TO WcreneauReel
                                END-IF
                        END-PERFORM
                        IF WcreneauReel = 0 THEN
                                DISPLAY "⚠️ Concert absent de cette"
                                        " scene ce jour ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE "Heure reelle de debut (HHMM)" TO WlibelleSaisie
        PERFORM SAISIE_HEURE_REELLE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WheureHHMM TO hr_debut_reel
        MOVE WminutesTotal TO WdebutReelMin
        MOVE Wcr_debut_min(WcreneauReel) TO WdebutPrevuMin
        MOVE Wcr_fin_min(WcreneauReel) TO WfinPrevueMin
        PERFORM NORMALISE_MINUIT_DEBUT
        MOVE "Heure reelle de fin (HHMM, 0 = en cours)"
                TO WlibelleSaisie
        MOVE 0 TO WhoraireReelValide
        PERFORM WITH TEST AFTER UNTIL WhoraireReelValide = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_HEURE_REELLE
                IF WsaisieAnnulee = 0 THEN
                        IF WheureHHMM = 0 OR
                           WminutesTotal <> WdebutReelMin THEN
                                MOVE 1 TO WhoraireReelValide
                        ELSE
                                DISPLAY "⚠️ Fin egale au"
                                        " debut ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WheureHHMM TO hr_fin_reelle
        MOVE WminutesTotal TO WfinReelleMin
        PERFORM NORMALISE_MINUIT_FIN
        MOVE WidConcertReel TO hr_id_concert

        OPEN I-O fhoraires
        WRITE tamp_fhoraires
          INVALID KEY
                REWRITE tamp_fhoraires
                END-REWRITE
        END-WRITE
        IF cr_fhoraires = 0 THEN
                DISPLAY "✅️ Horaires reels enregistres ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "CONCERT" TO ad_type
                MOVE "HORAIRE" TO ad_operation
                MOVE WidConcertReel TO ad_cible
                MOVE tamp_fhoraires TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fhoraires" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fhoraires TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fhoraires

        IF hr_fin_reelle <> 0 AND
           WfinReelleMin > WfinPrevueMin THEN
                PERFORM CONTROLE_CHANGEMENTS_MANGES
        END-IF.

      *>----saisie HHMM controlee (minutes < 60, heure < 24) ; rend----
      *>----WheureHHMM et WminutesTotal----
        SAISIE_HEURE_REELLE.
        MOVE 0 TO WhoraireReelValide
        PERFORM WITH TEST AFTER UNTIL WhoraireReelValide = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 2359 THEN
                                DISPLAY "⚠️ Heure invalide ⚠️"
                        ELSE
                                MOVE WnombreConverti TO WheureHHMM
                                PERFORM CONVERTIT_HHMM_MINUTES
                                IF WheureHHMM - WhhTravail * 100
                                   > 59 THEN
                                        DISPLAY "⚠️ Minutes"
                                                " invalides ⚠️"
                                ELSE
                                        MOVE 1 TO WhoraireReelValide
                                END-IF
                        END-IF
                END-IF
        END-PERFORM.

      *>----le set WcreneauReel deborde : chaque concert suivant de----
      *>----la scene dont le changement de plateau ne tient plus----
      *>----entre la fin reelle et son debut prevu est signale----
        CONTROLE_CHANGEMENTS_MANGES.
        MOVE 0 TO WnbChangementsManges
        OPEN INPUT fgroupes
        COMPUTE Wk = WcreneauReel + 1
        PERFORM VARYING Wk FROM Wk BY 1 UNTIL Wk > WnbCreneauxJour
                IF WfinReelleMin + WchangementScene >
                   Wcr_debut_min(Wk) THEN
                        ADD 1 TO WnbChangementsManges
                        MOVE "?" TO WparamNomGroupe
                        MOVE Wcr_id_groupe(Wk) TO fg_id
                        READ fgroupes
                          NOT INVALID KEY
                                MOVE fg_nom TO WparamNomGroupe
                        END-READ
                        DISPLAY "⚠️ " Wcr_id(Wk) " " WparamNomGroupe
                                " prevu a " Wcr_hhmm(Wk)
                                " : changement de " WchangementScene
                                " min mange ⚠️"
                END-IF
        END-PERFORM
        CLOSE fgroupes
        IF WnbChangementsManges = 0 THEN
                DISPLAY "📣 Depassement absorbe, les changements"
                        " suivants tiennent"
        ELSE
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "CONCERT" TO ad_type
                MOVE "DEPASSEMENT" TO ad_operation
                MOVE WidConcertReel TO ad_cible
                PERFORM ENREGISTRE_AUDIT
        END-IF.

      *>----creneaux de la scene WidScene au jour WjourConcert et----
      *>----duree de changement de plateau de la scene----
        CHARGE_HORAIRES_SCENE_JOUR.
        MOVE 0 TO WchangementScene
        OPEN INPUT fscenes
        MOVE WidScene TO fs_id
        READ fscenes
          NOT INVALID KEY MOVE fs_changement TO WchangementScene
        END-READ
        CLOSE fscenes
        OPEN INPUT fconcerts
        PERFORM CHARGE_CRENEAUX_SCENE_JOUR
        CLOSE fconcerts.

      *>----ecarts du creneau Wm (fhoraires ouvert par----
      *>----l'appelant) : WhoraireConnu 0 = rien de saisi, 1 = set----
      *>----en cours (debut reel seul), 2 = set termine----
        CALCULE_ECARTS_CRENEAU.
        MOVE 0 TO WhoraireConnu
        MOVE 0 TO WretardDepart
        MOVE 0 TO WdepassementFin
        MOVE SPACES TO WcauseDepassement
        MOVE Wcr_id(Wm) TO hr_id_concert
        READ fhoraires
          INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE 1 TO WhoraireConnu
        MOVE hr_debut_reel TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        MOVE WminutesTotal TO WdebutReelMin
        MOVE Wcr_debut_min(Wm) TO WdebutPrevuMin
        MOVE Wcr_fin_min(Wm) TO WfinPrevueMin
        PERFORM NORMALISE_MINUIT_DEBUT
        COMPUTE WretardDepart = WdebutReelMin - WdebutPrevuMin
        IF hr_fin_reelle = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 2 TO WhoraireConnu
        MOVE hr_fin_reelle TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        MOVE WminutesTotal TO WfinReelleMin
        PERFORM NORMALISE_MINUIT_FIN
        COMPUTE WdepassementFin = WfinReelleMin - WfinPrevueMin
        IF WfinReelleMin - WdebutReelMin >
           WfinPrevueMin - WdebutPrevuMin THEN
                MOVE "set rallonge" TO WcauseDepassement
        ELSE
                IF WdepassementFin > 0 THEN
                        MOVE "depart tardif" TO WcauseDepassement
                END-IF
        END-IF.

      *>----set a cheval sur minuit : les heures saisies sont----
      *>----ramenees sur une meme echelle de minutes ; un debut----
      *>----reel a plus de 12 h du prevu est sur l'autre jour, une----
      *>----fin avant son debut est le lendemain----
        NORMALISE_MINUIT_DEBUT.
        IF WfinPrevueMin < WdebutPrevuMin THEN
                ADD 1440 TO WfinPrevueMin
        END-IF
        IF WdebutReelMin + 720 < WdebutPrevuMin THEN
                ADD 1440 TO WdebutReelMin
        ELSE
                IF WdebutPrevuMin + 720 < WdebutReelMin THEN
                        ADD 1440 TO WdebutPrevuMin
                        ADD 1440 TO WfinPrevueMin
                END-IF
        END-IF.

        NORMALISE_MINUIT_FIN.
        IF WfinReelleMin < WdebutReelMin THEN
                ADD 1440 TO WfinReelleMin
        END-IF.

      *>----rapport de ponctualite de la scene WidScene au jour----
      *>----WjourConcert (creneaux deja charges) : retards au----
      *>----depart, depassements, groupe en cause (set rallonge----
      *>----au-dela de fc_duree) et changements manges----
        RAPPORT_PONCTUALITE.
        MOVE 0 TO WnbRetardsDepart
        MOVE 0 TO WnbDepassements
        MOVE 0 TO WnbChangementsManges
        MOVE 0 TO WfinPrecedenteMin
        DISPLAY " "
        DISPLAY "~~Ponctualite scene " WidScene " - " WjourConcert
                "~~"
        DISPLAY "Id   |Prevu|Reel |Retard|Fin  |Depass.|Cause"
                "       |Groupe"
        OPEN INPUT fhoraires
        OPEN INPUT fgroupes
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                PERFORM CALCULE_ECARTS_CRENEAU
                MOVE "?" TO WparamNomGroupe
                MOVE Wcr_id_groupe(Wm) TO fg_id
                READ fgroupes
                  NOT INVALID KEY MOVE fg_nom TO WparamNomGroupe
                END-READ
                IF WhoraireConnu = 0 THEN
                        DISPLAY Wcr_id(Wm) "|" Wcr_hhmm(Wm)
                                "|(non saisi)" "|" WparamNomGroupe
                ELSE
                        DISPLAY Wcr_id(Wm) "|" Wcr_hhmm(Wm) "|"
                                hr_debut_reel "|" WretardDepart " |"
                                hr_fin_reelle "|" WdepassementFin
                                "  |" WcauseDepassement "|"
                                WparamNomGroupe
                        IF WretardDepart > 0 THEN
                                ADD 1 TO WnbRetardsDepart
                        END-IF
                        IF WdepassementFin > 0 THEN
                                ADD 1 TO WnbDepassements
                        END-IF
                END-IF
                IF WfinPrecedenteMin > 0 AND
                   WfinPrecedenteMin + WchangementScene >
                   Wcr_debut_min(Wm) THEN
                        ADD 1 TO WnbChangementsManges
                        DISPLAY "  ⚠️ changement de plateau mange"
                                " avant ce set ⚠️"
                END-IF
                MOVE 0 TO WfinPrecedenteMin
                IF WhoraireConnu = 2 THEN
                        MOVE WfinReelleMin TO WfinPrecedenteMin
                END-IF
        END-PERFORM
        CLOSE fgroupes
        CLOSE fhoraires
        DISPLAY "Departs en retard   : " WnbRetardsDepart
        DISPLAY "Fins en depassement : " WnbDepassements
        DISPLAY "Changements manges  : " WnbChangementsManges.

        RAPPORT_PONCTUALITE_RESPONSABLE.
        PERFORM SELECTION_SCENE_RESPONSABLE
        IF WidSceneUtilisateurConnecte = 0 THEN
                DISPLAY "❌️ Doit avoir cree une scene avant ❌️"
                EXIT PARAGRAPH
        END-IF
        MOVE WidSceneUtilisateurConnecte TO WidScene
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_HORAIRES_SCENE_JOUR
        PERFORM RAPPORT_PONCTUALITE.

        RAPPORT_PONCTUALITE_ADMIN.
        PERFORM AFFICHAGE_SCENES
        OPEN INPUT fscenes
        MOVE 1 TO Wtrouve
        MOVE "Id de la scene" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidScene
                        MOVE WidScene TO fs_id
                        READ fscenes
                          INVALID KEY
                                DISPLAY "⚠️ Scene"
                                        " inexistante ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fscenes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_HORAIRES_SCENE_JOUR
        PERFORM RAPPORT_PONCTUALITE.

      *>----retard courant de la scene pour les ecrans (creneaux----
      *>----deja charges) : celui du dernier set saisi, au depart----
      *>----s'il est en cours (WcreneauReel), a la fin s'il est----
      *>----termine ; une avance ne decale rien----
        RETARD_COURANT_SCENE.
        MOVE 0 TO WretardScene
        MOVE 0 TO WcreneauReel
        OPEN INPUT fhoraires
        IF cr_fhoraires = 35 THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                PERFORM CALCULE_ECARTS_CRENEAU
                IF WhoraireConnu = 1 THEN
                        MOVE WretardDepart TO WretardScene
                        MOVE Wm TO WcreneauReel
                END-IF
                IF WhoraireConnu = 2 THEN
                        MOVE WdepassementFin TO WretardScene
                        MOVE 0 TO WcreneauReel
                END-IF
        END-PERFORM
        CLOSE fhoraires
        IF WretardScene < 0 THEN
                MOVE 0 TO WretardScene
        END-IF
        MOVE WretardScene TO WretardAffiche.
