        READ fconcerts
          INVALID KEY DISPLAY "⚠️ Concert inexistant ⚠️"
          NOT INVALID KEY
                MOVE SPACES TO WancienCreneau
                STRING fc_jour DELIMITED BY SPACE
                       " " fc_heure_debut "h sc" fc_id_scene
                       DELIMITED BY SIZE
                       INTO WancienCreneau
                END-STRING
                PERFORM MEMORISE_CRENEAU_DIFFUSION
                MOVE WjourConcert TO fc_jour
                MOVE WheureDebut TO fc_heure_debut
                MOVE SPACES TO WnouveauCreneau
                STRING fc_jour DELIMITED BY SPACE
                       " " fc_heure_debut "h sc" fc_id_scene
                       DELIMITED BY SIZE
                       INTO WnouveauCreneau
                END-STRING
                REWRITE tamp_fconcerts
                END-REWRITE
                IF cr_fconcerts = 0 THEN
                        MOVE "MODIFICATION" TO ad_operation
                        MOVE Wim_id(Wk) TO ad_cible
                        PERFORM ENREGISTRE_AUDIT
                        MOVE Wim_id(Wk) TO WidConcertDiff
                        MOVE Wim_id_groupe(Wk) TO WidGroupeDiff
                        MOVE "M" TO WtypeModifDiff
                        PERFORM SIGNALE_MODIF_DIFFUSION
                        MOVE Wim_id_groupe(Wk) TO WidGroupeNotif
                        MOVE SPACES TO WmessageNotif
                        STRING "Concert " Wim_id(Wk)
                                INTO WmessageNotif
                        END-STRING
                        PERFORM NOTIFIE_GROUPE_CONCERT
                        MOVE Wim_id(Wk) TO WidConcertAvis
                        MOVE "DEPLACEMENT" TO WtypeAvis
                        PERFORM EXTRAIT_AVIS_CLIENTS
                ELSE
                        MOVE "fconcerts" TO er_fichier
                        MOVE "REWRITE" TO er_operation
