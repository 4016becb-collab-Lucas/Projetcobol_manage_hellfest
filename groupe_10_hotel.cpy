        END-READ
        CLOSE fhospitalite

      *>----l'effectif declare, quand il existe, prime sur la----
      *>----demande d'hospitalite----
        MOVE WidGroupe TO WidGroupeEffectif
        MOVE 1 TO WjourEffDebut
        MOVE 9 TO WjourEffFin
        PERFORM COMPTE_EFFECTIF_GROUPE
        IF WeffectifGroupe > 0 THEN
                COMPUTE WchambresDemandees =
                        (WeffectifGroupe + 1) / 2
                DISPLAY "Suggestion d'apres l'effectif declare ("
                        WeffectifGroupe " pers): "
                        WchambresDemandees " chambre(s)"
        END-IF

        OPEN INPUT fhotels
        MOVE 1 TO Wtrouve
        MOVE "Id de l'hotel" TO WlibelleSaisie
                EXIT PARAGRAPH
        END-IF

      *>----deux personnes par chambre au plus, et pas plus de----
      *>----chambres que de membres presents sur le sejour----
        MOVE WidGroupe TO WidGroupeEffectif
        MOVE WnuitDebut TO WjourEffDebut
        MOVE WnuitFin TO WjourEffFin
        PERFORM COMPTE_EFFECTIF_GROUPE
        IF WeffectifGroupe > 0 THEN
                IF WchambresDemandees * 2 < WeffectifPresent THEN
                        DISPLAY "⚠️ " WchambresDemandees
                                " chambre(s) pour "
                                WeffectifPresent " membre(s)"
                                " declare(s) sur le sejour ⚠️"
                END-IF
                IF WchambresDemandees > WeffectifPresent THEN
                        DISPLAY "⚠️ Plus de chambres ("
                                WchambresDemandees ") que de"
                                " membres declares sur le sejour ("
                                WeffectifPresent ") ⚠️"
                END-IF
        END-IF

      *>----meme porte que le camping : de la place chaque nuit ;----
      *>----la nuit fautive est notee dans WnuitPleine, Wjc ayant----
      *>----deja ete incremente quand la boucle s'arrete----
                EXIT PARAGRAPH
        END-IF

      *>----engagement au cout unitaire CHAMBRE (par nuit)----
        COMPUTE WnbNuitsHotel = WnuitFin - WnuitDebut + 1
        MOVE 0 TO WmontantEngage
        OPEN INPUT fcouts
        MOVE "CHAMBRE" TO cu_code
        READ fcouts
          NOT INVALID KEY
                COMPUTE WmontantEngage = WchambresDemandees *
                        WnbNuitsHotel * cu_prix
        END-READ
        CLOSE fcouts
        IF WmontantEngage = 0 THEN
                DISPLAY "⚠️ Cout unitaire CHAMBRE non defini,"
                        " engagement a zero ⚠️"
        END-IF
        MOVE "HEBERGEMENT" TO WligneBudget
        PERFORM SAISIE_LIGNE_BUDGET
        PERFORM CONTROLE_BUDGET
        IF WbudgetOk = 0 THEN
                DISPLAY "❌️ Allocation refusee (budget) ❌️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_ALLOCH
        MOVE WidAlloc TO al_id
        MOVE WidHotel TO al_id_hotel
        IF cr_falloch = 0 THEN
                DISPLAY "✅️ " WchambresDemandees " chambre(s)"
                        " allouee(s) ✅️"
                MOVE "HOTEL" TO WorigineEngagement
                MOVE WidAlloc TO WreferenceEngagement
                PERFORM ENREGISTRE_ENGAGEMENT
        ELSE
                MOVE "falloch" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_falloch TO er_code
                PERFORM VERIFIE_CR_FICHIER
                PERFORM REARME_APPROBATION
        END-IF
        CLOSE falloch.

