        WRITE tamp_fexportcsv
        END-WRITE

      *>----les concerts sous embargo d'annonce ne sortent pas----
        MOVE 0 TO WnbEmbargo
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        MOVE fc_id TO WidConcertEmbargo
                        MOVE fc_id_groupe TO WidGroupeEmbargo
                        PERFORM CONTROLE_EMBARGO
                        IF WsousEmbargo = 0 THEN
                                PERFORM ECRIT_LIGNE_EXPORT_CONCERT
                        ELSE
                                ADD 1 TO WnbEmbargo
                        END-IF
        END-PERFORM

        CLOSE fexportcsv
        CLOSE fscenes
        CLOSE fgroupes
        CLOSE fconcerts
        DISPLAY "✅️ Export termine dans export_concerts.csv ✅️"
        IF WnbEmbargo > 0 THEN
                DISPLAY WnbEmbargo " concert(s) sous embargo omis"
        END-IF.

      *>----construit une ligne csv pour le concert courant, en----
      *>----resolvant le nom du groupe et le nom de la scene----
        END-IF.

        ENREGISTRE_BILLET_IMPORTE.
      *>----le canal web reste dans son quota du concert (fbillets----
      *>----est deja ouvert par l'import)----
        MOVE "C" TO WtypeQuota
        MOVE fc_id TO WobjetQuota
        MOVE "W" TO WcanalQuota
        MOVE 1 TO WbilletsOuverts
        PERFORM CONTROLE_QUOTA_CANAL
        MOVE 0 TO WbilletsOuverts
        IF WquotaOk = 0 THEN
                MOVE "quota web atteint" TO rjb_motif
                PERFORM REJETTE_LIGNE_IMPORT_BILLET
                EXIT PARAGRAPH
        END-IF
        PERFORM CONVERTIT_PRIX_IMPORT
        IF WnombreValide = 0 THEN
                MOVE "prix invalide" TO rjb_motif
