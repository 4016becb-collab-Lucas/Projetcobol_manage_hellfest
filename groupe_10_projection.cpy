        OPEN INPUT fscenes
        OPEN INPUT fgroupes
        OPEN INPUT fbillets
        OPEN INPUT fnavettes
        OPEN INPUT fresanav
        PERFORM VARYING Wjc FROM 1 BY 1
        UNTIL Wjc > WnbJoursFestival
                MOVE Wjf_libelle(Wjc) TO WparamJour
                DISPLAY " "
                DISPLAY "--- " WparamJour " ("
                        Wjf_date(Wjc) ") ---"
                PERFORM VARYING Wi FROM WpremierCreneau BY 2
                UNTIL Wi > 22
                        PERFORM PROJECTION_UN_CRENEAU
                END-PERFORM
        END-PERFORM
        CLOSE fresanav
        CLOSE fnavettes
        CLOSE fbillets
        CLOSE fgroupes
        CLOSE fscenes
                ELSE
                        DISPLAY " ✅️"
                END-IF
        END-IF
        PERFORM ARRIVEES_NAVETTES_CRENEAU.

      *>----un concert compte dans le creneau s'il le chevauche ;----
      *>----public attendu = billets du concert x facteur du rang----
