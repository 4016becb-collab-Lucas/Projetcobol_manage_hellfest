        END-IF.

      *>----historique complet d'un client : billets (avec le----
      *>----concert resolu), passes camping puis transferts de----
      *>----billets cedes ou recus----
        HISTORIQUE_CLIENT.
        MOVE "Id du client" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        CLOSE fpasscamp
        IF Wcompteur = 0 THEN
                DISPLAY "  (aucun pass camping)"
        END-IF
        PERFORM HISTORIQUE_TRANSFERTS_CLIENT.

        AFFICHE_BILLET_CLIENT.
        ADD 1 TO Wcompteur
