        WRITE tamp_fconcerts
        END-WRITE

        IF cr_fconcerts = 0 AND WgrilleScenario = 1 THEN
                DISPLAY "✅️ Concert ajouté au scénario ✅️"
        ELSE IF cr_fconcerts = 0 THEN
                DISPLAY "✅️ Concert ajouté ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "CONCERT" TO ad_type
                MOVE cr_fconcerts TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        END-IF

        CLOSE fconcerts.

          NOT INVALID KEY
                MOVE fc_id TO WidConcert
                MOVE fc_id_groupe TO WidGroupeNotif
                MOVE SPACES TO WancienCreneau
                STRING fc_jour DELIMITED BY SPACE
                       " " fc_heure_debut "h sc" fc_id_scene
                       DELIMITED BY SIZE
                       INTO WancienCreneau
                END-STRING
                PERFORM MEMORISE_CRENEAU_DIFFUSION
                DELETE fconcerts
                END-DELETE
                IF cr_fconcerts = 0 THEN
                        MOVE "ANNULATION" TO ad_operation
                        MOVE WidConcert TO ad_cible
                        PERFORM ENREGISTRE_AUDIT
                        MOVE WidConcert TO WidConcertDiff
                        MOVE WidGroupeNotif TO WidGroupeDiff
                        MOVE "A" TO WtypeModifDiff
                        PERFORM SIGNALE_MODIF_DIFFUSION
                        MOVE SPACES TO WmessageNotif
                        STRING "Concert " WidConcert " annule"
                                DELIMITED BY SIZE
      *>----les billets deja vendus sur le concert annule partent----
      *>----en remboursement (cf groupe_10_remboursement.cpy)----
                        PERFORM GENERE_REMBOURSEMENTS_CONCERT
      *>----puis les porteurs de billets sont prevenus----
                        MOVE WidConcert TO WidConcertAvis
                        MOVE "ANNULATION" TO WtypeAvis
                        MOVE "ANNULE" TO WnouveauCreneau
                        PERFORM EXTRAIT_AVIS_CLIENTS
                ELSE
                        MOVE "fconcerts" TO er_fichier
                        MOVE "DELETE" TO er_operation
                       DELIMITED BY SIZE
                       INTO ad_avant
                END-STRING
                MOVE ad_avant TO WancienCreneau
                PERFORM MEMORISE_CRENEAU_DIFFUSION

                DISPLAY "1-Jour  2-Heure de début  3-Scène"
                MOVE "Champ a modifier" TO WlibelleSaisie
                                        DISPLAY "✅️ Concert mis à"
                                                WITH NO ADVANCING
                                        DISPLAY " jour ✅️"
                                        IF WgrilleScenario = 0
                                        THEN
                                           PERFORM SUITES_MODIF_CONCERT
                                        END-IF
                                ELSE
                                        MOVE "fconcerts" TO er_fichier
                                        MOVE "REWRITE" TO er_operation
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres.

      *>----suites d'un deplacement sur la grille reelle : trace,----
      *>----prevenance du groupe et des porteurs de billets----
        SUITES_MODIF_CONCERT.
        MOVE SPACES TO ad_apres
        STRING fc_jour DELIMITED BY SPACE
               " " fc_heure_debut "h sc" fc_id_scene
               DELIMITED BY SIZE
               INTO ad_apres
        END-STRING
        MOVE ad_apres TO WnouveauCreneau
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "CONCERT" TO ad_type
        MOVE "MODIFICATION" TO ad_operation
        MOVE WidConcertCible TO ad_cible
        PERFORM ENREGISTRE_AUDIT
        MOVE WidConcertCible TO WidConcertDiff
        MOVE WidGroupe TO WidGroupeDiff
        MOVE "M" TO WtypeModifDiff
        PERFORM SIGNALE_MODIF_DIFFUSION
        MOVE WidGroupe TO WidGroupeNotif
        MOVE SPACES TO WmessageNotif
        STRING "Concert " WidConcertCible " deplace: "
               DELIMITED BY SIZE
               WjourConcert DELIMITED BY SPACE
               " " WheureDebut " scene " WidScene
               DELIMITED BY SIZE
               INTO WmessageNotif
        END-STRING
        PERFORM NOTIFIE_GROUPE_CONCERT
        MOVE WidConcertCible TO WidConcertAvis
        MOVE "DEPLACEMENT" TO WtypeAvis
        PERFORM EXTRAIT_AVIS_CLIENTS.

        AFFICHAGE_SCENES.
        MOVE 0 TO Wcompteur
        OPEN INPUT fscenes
        CLOSE fgroupes.

        EDITE_LIGNE_TRIEE.
        MOVE tr_id TO WidConcertEmbargo
        MOVE tr_id_groupe TO WidGroupeEmbargo
        PERFORM CONTROLE_EMBARGO
        MOVE "?" TO WparamNomGroupe
        MOVE tr_id_groupe TO fg_id
        READ fgroupes
          NOT INVALID KEY MOVE fs_nom TO WnouvelleValeurTxt
        END-READ
        DISPLAY tr_heure "|" WnouvelleValeurTxt "|"
                WparamNomGroupe " " WmarqueEmbargo.

      *>----que voulez-vous utiliser pour chercher le concert ?----
        RECHERCHE_CONCERT.
                                IF fc_id_groupe = fg_id THEN
                                   IF fc_edition =
                                      WeditionTravail THEN
                                        MOVE fc_id TO WidConcertEmbargo
                                        MOVE fg_id TO WidGroupeEmbargo
                                        PERFORM CONTROLE_EMBARGO
                                        DISPLAY fc_id "|" fc_jour
                                                "|" fc_heure_debut
                                                "|scène " fc_id_scene
                                                " " WmarqueEmbargo
                                        ADD 1 TO Wcompteur
                                   END-IF
                                ELSE
                                  IF fc_id_groupe = fg_id THEN
                                    IF fc_edition =
                                       WeditionTravail THEN
                                     MOVE fc_id TO WidConcertEmbargo
                                     MOVE fg_id TO WidGroupeEmbargo
                                     PERFORM CONTROLE_EMBARGO
                                     DISPLAY fc_id "|" fc_jour
                                        "|" fc_heure_debut
                                        "|scène " fc_id_scene
                                        "|" fg_nom " " WmarqueEmbargo
                                     ADD 1 TO Wcompteur
                                    END-IF
                                  ELSE
