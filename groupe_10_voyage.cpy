        END-IF
        MOVE WnumeroJourChoisi TO vy_jour

      *>----l'effectif du voyage se compare aux membres declares----
      *>----arrivant ce jour-la (rien a comparer sans effectif)----
        MOVE WidGroupe TO WidGroupeEffectif
        MOVE vy_jour TO WjourEffDebut
        MOVE vy_jour TO WjourEffFin
        PERFORM COMPTE_EFFECTIF_GROUPE
        IF WeffectifGroupe > 0 AND
           vy_nb_personnes <> WeffectifArrivant THEN
                DISPLAY "⚠️ " vy_nb_personnes " personne(s) sur ce"
                        " voyage, " WeffectifArrivant " membre(s)"
                        " declare(s) arrivant ce jour ⚠️"
        END-IF

        MOVE "Heure d'arrivee (HHMM)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
