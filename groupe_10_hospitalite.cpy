      *>----d'hospitalite avec les jours de concert effectifs des----
      *>----groupes, et sort par jour les totaux de repas, la----
      *>----ventilation par regime et le nombre d'invites, pour----
      *>----passer une commande consolidee par journee ; les repas----
      *>----du personnel (bons repas) s'y ajoutent----
        RAPPORT_PRODUCTION_TRAITEUR.
        DISPLAY " "
        DISPLAY "~~Production traiteur par jour~~"
        PERFORM CHARGE_JOURS_FESTIVAL
        PERFORM CHARGE_REGLES_REPAS
        OPEN INPUT fconcerts
        OPEN INPUT fhospitalite
        PERFORM VARYING WjourResslot FROM 1 BY 1
        MOVE 0 TO WnbRegimes
        MOVE 0 TO WnbGroupesComptes

        DISPLAY " "
        DISPLAY "--- " WparamJour " ("
                Wjf_date(WjourResslot) ") ---"
        MOVE WparamJour TO fc_jour
        MOVE 0 TO Wfin2
        START fconcerts KEY IS = fc_jour
           END-PERFORM
        END-START

        DISPLAY "Repas: " WtotalRepasJour "|Invites backstage: "
                WtotalInvitesJour
        IF WnbRegimes = 0 THEN
                PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > WnbRegimes
                        DISPLAY "  " Wrg_nom(Wk) ": " Wrg_nb(Wk)
                END-PERFORM
        END-IF
        PERFORM REPAS_PERSONNEL_TRAITEUR.

        CUMUL_HOSPITALITE_GROUPE.
        MOVE 0 TO Wtrouve
                        IF ho_regime <> SPACES THEN
                                PERFORM CUMUL_REGIME_JOUR
                        END-IF
                        PERFORM CONTROLE_REPAS_EFFECTIF
                END-READ
        END-IF.

      *>----les repas demandes se comparent aux membres declares----
      *>----presents ce jour-la----
        CONTROLE_REPAS_EFFECTIF.
        MOVE fc_id_groupe TO WidGroupeEffectif
        MOVE WjourResslot TO WjourEffDebut
        MOVE WjourResslot TO WjourEffFin
        PERFORM COMPTE_EFFECTIF_GROUPE
        IF WeffectifGroupe > 0 AND
           ho_nb_repas <> WeffectifPresent THEN
                DISPLAY "  ⚠️ groupe " fc_id_groupe ": "
                        ho_nb_repas " repas pour "
                        WeffectifPresent " membre(s) declare(s)"
                        " presents ⚠️"
        END-IF.

        CUMUL_REGIME_JOUR.
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > WnbRegimes
