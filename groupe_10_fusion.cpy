        PERFORM FUSION_BALANCES
        PERFORM FUSION_NOTIFICATIONS
        PERFORM FUSION_CACHET
        PERFORM FUSION_CACHET_DEVISE
        PERFORM FUSION_MEMBRES
        PERFORM FUSION_FICHE_TECHNIQUE
        PERFORM FUSION_HOSPITALITE
        PERFORM FUSION_SUPPRIME_DOUBLON
        END-READ
        CLOSE ffees.

      *>----le contrat en devise suit le cachet : il ne migre que----
      *>----si le survivant n'en a pas (cf FUSION_CACHET)----
        FUSION_CACHET_DEVISE.
        OPEN I-O fdevises
        MOVE WidDouble TO cd_id_groupe
        READ fdevises
          INVALID KEY CONTINUE
          NOT INVALID KEY
                MOVE tamp_fdevises TO WtampFusion
                DELETE fdevises
                END-DELETE
                MOVE WidSurvivant TO cd_id_groupe
                READ fdevises
                  INVALID KEY
                        MOVE WtampFusion TO tamp_fdevises
                        MOVE WidSurvivant TO cd_id_groupe
                        WRITE tamp_fdevises
                        END-WRITE
                        ADD 1 TO WnbRepointes
                  NOT INVALID KEY CONTINUE
                END-READ
        END-READ
        CLOSE fdevises.

      *>----les membres du doublon rejoignent l'effectif du----
      *>----survivant, par passes comme FUSION_BALANCES----
        FUSION_MEMBRES.
        PERFORM WITH TEST AFTER UNTIL WnbAFusionner = 0
        MOVE 0 TO WnbAFusionner
        OPEN INPUT fmembres
        MOVE WidDouble TO mg_id_groupe
        MOVE 0 TO Wfin
        START fmembres KEY IS = mg_id_groupe
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fmembres NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF mg_id_groupe = WidDouble THEN
                                IF WnbAFusionner < 80 THEN
                                        ADD 1 TO WnbAFusionner
                                        MOVE mg_id TO
                                           WidsAFusionner
                                           (WnbAFusionner)
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fmembres

        OPEN I-O fmembres
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbAFusionner
                MOVE WidsAFusionner(Wm) TO mg_id
                READ fmembres
                  NOT INVALID KEY
                        MOVE WidSurvivant TO mg_id_groupe
                        REWRITE tamp_fmembres
                        END-REWRITE
                        ADD 1 TO WnbRepointes
                END-READ
        END-PERFORM
        CLOSE fmembres
        END-PERFORM.

        FUSION_FICHE_TECHNIQUE.
        OPEN I-O ffichetech
        MOVE WidDouble TO ft_id_groupe
