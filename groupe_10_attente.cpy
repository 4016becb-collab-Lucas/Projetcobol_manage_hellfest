                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidBillet
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WidConcertAttente
        OPEN I-O fbillets
        MOVE WidBillet TO bi_id
        READ fbillets
          INVALID KEY DISPLAY "⚠️ Billet inexistant ⚠️"
          NOT INVALID KEY
                MOVE bi_id_concert TO WidConcertAttente
                PERFORM CHERCHE_MAX_ID_REMB
                OPEN I-O fremb
                MOVE WidRemb TO rb_id
                MOVE bi_id TO rb_bi_id
                MOVE bi_id_concert TO rb_id_concert
                MOVE bi_prix TO rb_montant
                MOVE "A" TO rb_statut
                MOVE WdateComptable TO rb_date_emission
                MOVE 0 TO rb_date_reglement
                MOVE bi_edition TO rb_edition
      *>----origine B : le billet part du fichier juste apres, sa----
      *>----recette sort du brut d'elle-meme (cf commentaire du FD)----
                MOVE "B" TO rb_origine
                MOVE "B" TO rb_nature
                MOVE bi_reference TO rb_objet
                WRITE tamp_fremb
                END-WRITE
                CLOSE fremb
                EXIT PARAGRAPH
        END-IF

      *>----la place liberee est revendue au guichet : elle compte----
      *>----dans le quota du canal G (le comptage balaie fbillets,----
      *>----d'ou le controle avant de poser le billet)----
        MOVE "C" TO WtypeQuota
        MOVE at_id_concert TO WobjetQuota
        MOVE "G" TO WcanalQuota
        PERFORM CONTROLE_QUOTA_CANAL
        IF WquotaOk = 0 THEN
                DISPLAY "⚠️ Quota du canal G atteint (" WvendusCanal
                        "/" WquotaCanal "), offre maintenue ⚠️"
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

      *>----l'id est alloue avant le choix du tarif : le balayage----
      *>----de fbillets ecraserait sinon bi_prix/bi_code_tarif/----
      *>----bi_tva poses par SELECTION_TARIF_BILLET----
                EXIT PARAGRAPH
        END-IF
        PERFORM SAISIE_MODE_PAIEMENT
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WidBillet TO bi_id
        MOVE WidClient TO bi_id_client
        MOVE WmodePaiement TO bi_mode_paiement
        MOVE WidConcertBillet TO bi_id_concert
        MOVE "G" TO WprefixeRef
        MOVE WidBillet TO WidBaseRef
        PERFORM GENERE_REFERENCE_BILLET
        MOVE WrefControle TO bi_reference
        MOVE "G" TO bi_source
        MOVE WdateComptable TO bi_date_vente
        MOVE "C" TO bi_type_pass
        MOVE 0 TO bi_jour
        MOVE "N" TO bi_pmr
        IF cr_fbillets = 0 THEN
                DISPLAY "✅️ Billet " WidBillet " vendu sur"
                        " offre ✅️"
                PERFORM ECRIT_ETICKET
                IF WmodePaiement = "E" THEN
                        MOVE "BILLET" TO WorigineCaisse
                        MOVE WidBillet TO WreferenceCaisse
                        MOVE bi_prix TO WmontantCaisse
                        PERFORM ENREGISTRE_MOUVEMENT_CAISSE
                END-IF
                OPEN I-O fattente
                READ fattente
                  NOT INVALID KEY
