        MOVE WparamJour TO WjourConcert
        PERFORM CHARGE_CRENEAUX_SCENE_JOUR
        CLOSE fconcerts
        PERFORM RETIRE_CRENEAUX_EMBARGO

      *>----horaires reels saisis : la grille est decalee du----
      *>----retard courant, le set monte reste en cours----
        PERFORM RETARD_COURANT_SCENE

        MOVE 0 TO WactuelIdx
        MOVE 0 TO WsuivantIdx
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                IF Wcr_debut_min(Wm) + WretardScene
                   <= WmaintenantFeed AND
                   WmaintenantFeed <
                   Wcr_fin_min(Wm) + WretardScene THEN
                        MOVE Wm TO WactuelIdx
                END-IF
                IF Wcr_debut_min(Wm) + WretardScene
                   > WmaintenantFeed AND
                   WsuivantIdx = 0 THEN
                        MOVE Wm TO WsuivantIdx
                END-IF
        END-PERFORM
        IF WcreneauReel > 0 THEN
                MOVE WcreneauReel TO WactuelIdx
                MOVE 0 TO WsuivantIdx
                IF WcreneauReel < WnbCreneauxJour THEN
                        COMPUTE WsuivantIdx = WcreneauReel + 1
                END-IF
        END-IF

        OPEN INPUT fgroupes
        IF WactuelIdx = 0 THEN
        READ fgroupes
          NOT INVALID KEY MOVE fg_nom TO WparamNomGroupe
        END-READ
        COMPUTE WminutesTotal = Wcr_fin_min(Wm) + WretardScene
        PERFORM CONVERTIT_MINUTES_HHMM
        MOVE SPACES TO tamp_ffeuille
        IF WretardAffiche > 0 THEN
                STRING "EN CE MOMENT: " DELIMITED BY SIZE
                       WparamNomGroupe DELIMITED BY "  "
                       " (jusqu'a " WheureHHMM " - retard "
                       WretardAffiche " min)"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE
                STRING "EN CE MOMENT: " DELIMITED BY SIZE
                       WparamNomGroupe DELIMITED BY "  "
                       " (jusqu'a " WheureHHMM ")"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        END-IF
        WRITE tamp_ffeuille
        END-WRITE.

          NOT INVALID KEY MOVE fg_nom TO WparamNomGroupe
        END-READ
        MOVE SPACES TO tamp_ffeuille
        IF WretardAffiche > 0 THEN
                COMPUTE WminutesTotal =
                        Wcr_debut_min(Wm) + WretardScene
                PERFORM CONVERTIT_MINUTES_HHMM
                STRING "A SUIVRE: " DELIMITED BY SIZE
                       WparamNomGroupe DELIMITED BY "  "
                       " (vers " WheureHHMM ", retard "
                       WretardAffiche " min)"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE
                STRING "A SUIVRE: " DELIMITED BY SIZE
                       WparamNomGroupe DELIMITED BY "  "
                       " (a " Wcr_hhmm(Wm) ")"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        END-IF
        WRITE tamp_ffeuille
        END-WRITE.
