        CLOSE futilisateurs

        PERFORM CHARGE_JOURS_FESTIVAL
        PERFORM CHARGE_FENETRE_LOGE
        OPEN INPUT fconcerts
        OPEN INPUT fgroupes
        OPEN INPUT floges
        OPEN INPUT flogesconcerts
        PERFORM VARYING Wjc FROM 1 BY 1
        UNTIL Wjc > WnbJoursFestival
                PERFORM IMPRIME_FEUILLE_SCENE_JOUR
        END-PERFORM
        CLOSE flogesconcerts
        CLOSE floges
        CLOSE fgroupes
        CLOSE fconcerts.

        WRITE tamp_ffeuille
        END-WRITE

        IF WnbCreneauxJour > 0 THEN
                PERFORM IMPRIME_LOGES_SCENE_JOUR
                MOVE ALL "-" TO tamp_ffeuille
                WRITE tamp_ffeuille
                END-WRITE
        END-IF

        MOVE SPACES TO tamp_ffeuille
        STRING "Responsable: " WnomResponsable
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-PERFORM.

        IMPRIME_LIGNE_PROGRAMME.
        MOVE fc_id TO WidConcertEmbargo
        MOVE fc_id_groupe TO WidGroupeEmbargo
        PERFORM CONTROLE_EMBARGO
        IF WsousEmbargo = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE "?" TO WparamNomGroupe
        MOVE fc_id_groupe TO fg_id
        READ fgroupes
