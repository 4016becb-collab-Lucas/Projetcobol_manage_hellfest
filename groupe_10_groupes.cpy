              AT END MOVE 1 TO Wfin
              NOT AT END
                IF fg_edition = WeditionTravail THEN
                  MOVE 0 TO WidConcertEmbargo
                  MOVE fg_id TO WidGroupeEmbargo
                  PERFORM CONTROLE_EMBARGO
                  DISPLAY fg_id "|" fg_nom "|" fg_genre "|"
                          fg_nationalite "|" fg_statut_contrat
                          " " WmarqueEmbargo
                END-IF
              END-READ
       END-PERFORM
