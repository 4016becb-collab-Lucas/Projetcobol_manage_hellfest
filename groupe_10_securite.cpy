        MOVE WnombreConverti TO de_nb_agents
        MOVE 0 TO de_heures_livrees

      *>----engagement au tarif horaire de la societe (un----
      *>----deploiement de nuit finit le lendemain)----
        OPEN INPUT fsocsecu
        MOVE WidSociete TO so_id
        READ fsocsecu
          INVALID KEY MOVE 0 TO so_tarif_heure
        END-READ
        CLOSE fsocsecu
        IF de_heure_fin > de_heure_debut THEN
                COMPUTE WmontantEngage = (de_heure_fin -
                        de_heure_debut) * de_nb_agents * so_tarif_heure
        ELSE
                COMPUTE WmontantEngage = (de_heure_fin + 24 -
                        de_heure_debut) * de_nb_agents * so_tarif_heure
        END-IF
        MOVE "SECURITE" TO WligneBudget
        PERFORM SAISIE_LIGNE_BUDGET
        PERFORM CONTROLE_BUDGET
        IF WbudgetOk = 0 THEN
                DISPLAY "❌️ Deploiement refuse (budget) ❌️"
                EXIT PARAGRAPH
        END-IF

        OPEN I-O fdeploie
        WRITE tamp_fdeploie
        END-WRITE
        IF cr_fdeploie = 0 THEN
                DISPLAY "✅️ Deploiement " WidDeploie
                        " planifie ✅️"
                MOVE "SECURITE" TO WorigineEngagement
                MOVE WidDeploie TO WreferenceEngagement
                PERFORM ENREGISTRE_ENGAGEMENT
        ELSE
                MOVE "fdeploie" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fdeploie TO er_code
                PERFORM VERIFIE_CR_FICHIER
                PERFORM REARME_APPROBATION
        END-IF
        CLOSE fdeploie.

                        IF cr_fdeploie = 0 THEN
                                DISPLAY "✅️ Heures"
                                        " enregistrees ✅️"
                                PERFORM REALISE_DEPLOIEMENT
                        END-IF
                END-IF
        END-READ
        CLOSE fdeploie.

      *>----heures livrees au tarif de la societe : realise de----
      *>----l'engagement du deploiement----
        REALISE_DEPLOIEMENT.
        OPEN INPUT fsocsecu
        MOVE de_id_societe TO so_id
        READ fsocsecu
          INVALID KEY MOVE 0 TO so_tarif_heure
        END-READ
        CLOSE fsocsecu
        COMPUTE WmontantRealise = de_heures_livrees * so_tarif_heure
        MOVE "SECURITE" TO WorigineEngagement
        MOVE de_id TO WreferenceEngagement
        PERFORM REALISE_ENGAGEMENT.

      *>----controle de la facture d'une societe : les heures----
      *>----livrees cumulees au tarif du contrat contre le montant----
      *>----facture----
