      *>----navettes publiques gare <-> site : les departs sont----
      *>----saisis au calendrier de l'edition, chaque place est----
      *>----nominative et rattachee a un billet ou pass valable le----
      *>----jour de la navette (fin des coupons papier)----
        AJOUT_NAVETTE.
        OPEN INPUT fnavettes
        MOVE 1 TO Wtrouve
        MOVE "Id depart" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO nv_id
                        READ fnavettes
                          INVALID KEY MOVE 0 TO Wtrouve
                          NOT INVALID KEY
                                DISPLAY "⚠️ Id deja utilise ⚠️"
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fnavettes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE nv_id TO WidNavette

        DISPLAY "Trajet (ex Gare Clisson - Site): " WITH NO ADVANCING
        ACCEPT nv_trajet
        MOVE SPACE TO nv_sens
        PERFORM WITH TEST AFTER UNTIL nv_sens = "A" OR nv_sens = "R"
                DISPLAY "Sens (A = vers le site, R = retour): "
                        WITH NO ADVANCING
                ACCEPT nv_sens
        END-PERFORM

        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnumeroJourChoisi TO WjourNavette

        MOVE 9999 TO WheureNavette
        MOVE "Heure de depart (HHMM)" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR (WhnHeures < 24 AND WhnMinutes < 60)
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 9999 THEN
                                MOVE 9999 TO WheureNavette
                        ELSE
                                MOVE WnombreConverti TO WheureNavette
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE "Duree du trajet (minutes)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO nv_duree
        MOVE "Nombre de places" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WnombreConverti > 0
                PERFORM SAISIE_NUMERIQUE
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO nv_places

        MOVE WidNavette TO nv_id
        MOVE WjourNavette TO nv_jour
        MOVE WheureNavette TO nv_heure
        MOVE WeditionTravail TO nv_edition
        OPEN I-O fnavettes
        WRITE tamp_fnavettes
        END-WRITE
        IF cr_fnavettes = 0 THEN
                DISPLAY "✅️ Depart de navette enregistre ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "NAVETTE" TO ad_type
                MOVE "DEPART" TO ad_operation
                MOVE WidNavette TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE SPACES TO ad_apres
                STRING nv_sens " jour " nv_jour " " nv_heure
                       " places " nv_places
                       DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fnavettes" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fnavettes TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fnavettes.

      *>----une place par billet et par trajet (jour + sens) ; le----
      *>----billet doit etre de l'edition, au client ou anonyme, et----
      *>----valable le jour de la navette----
        RESERVATION_NAVETTE.
        PERFORM SELECTION_NAVETTE
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF

        OPEN INPUT fresanav
        PERFORM COMPTE_PLACES_NAVETTE
        CLOSE fresanav
        IF WplacesNavette >= nv_places THEN
                DISPLAY "⚠️ Navette complete (" WplacesNavette "/"
                        nv_places ") ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM SELECTION_CLIENT_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WidClient = 0 THEN
                DISPLAY "⚠️ Reservation nominative: client"
                        " obligatoire ⚠️"
                EXIT PARAGRAPH
        END-IF

        MOVE "Id du billet ou du pass" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidBillet
        PERFORM CONTROLE_BILLET_NAVETTE
        IF WbilletNavetteOk = 0 THEN
                EXIT PARAGRAPH
        END-IF

        PERFORM CONTROLE_DOUBLE_RESA_NAVETTE
        IF Wtrouve = 1 THEN
                DISPLAY "⚠️ Ce billet a deja une place sur ce"
                        " trajet ce jour-la (reservation "
                        WidResaNavette ") ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM ENREGISTRE_RESA_NAVETTE.

        SELECTION_NAVETTE.
        MOVE 0 TO Wtrouve
        MOVE "Id depart" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidNavette
        OPEN INPUT fnavettes
        MOVE WidNavette TO nv_id
        READ fnavettes
          INVALID KEY DISPLAY "⚠️ Depart inexistant ⚠️"
          NOT INVALID KEY
                IF nv_edition <> WeditionTravail THEN
                        DISPLAY "⚠️ Depart d'une autre"
                                " edition ⚠️"
                ELSE
                        MOVE 1 TO Wtrouve
                END-IF
        END-READ
        CLOSE fnavettes
        IF Wtrouve = 1 THEN
                PERFORM CHARGE_JOURS_FESTIVAL
                MOVE nv_heure TO WheureNavette
                DISPLAY nv_trajet " - " WITH NO ADVANCING
                IF nv_jour > 0 AND nv_jour <= WnbJoursFestival THEN
                        DISPLAY Wjf_libelle(nv_jour) WITH NO ADVANCING
                END-IF
                DISPLAY " " WhnHeures "h" WhnMinutes
        END-IF.

      *>----places prises sur le depart nv_id ; fresanav est----
      *>----ouvert par l'appelant----
        COMPTE_PLACES_NAVETTE.
        MOVE 0 TO WplacesNavette
        MOVE nv_id TO rn_nv_id
        MOVE 0 TO Wfin
        START fresanav KEY IS = rn_nv_id
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fresanav NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rn_nv_id = nv_id THEN
                                ADD 1 TO WplacesNavette
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START.

      *>----pass festival : tous les jours ; pass jour : son jour ;----
      *>----billet de concert : le jour du concert----
        CONTROLE_BILLET_NAVETTE.
        MOVE 0 TO WbilletNavetteOk
        OPEN INPUT fbillets
        MOVE WidBillet TO bi_id
        READ fbillets
          INVALID KEY DISPLAY "⚠️ Billet inexistant ⚠️"
          NOT INVALID KEY PERFORM CONTROLE_JOUR_BILLET_NAVETTE
        END-READ
        CLOSE fbillets.

        CONTROLE_JOUR_BILLET_NAVETTE.
        IF bi_edition <> WeditionTravail THEN
                DISPLAY "⚠️ Billet d'une autre edition ⚠️"
                EXIT PARAGRAPH
        END-IF
        IF bi_id_client <> 0 AND bi_id_client <> WidClient THEN
                DISPLAY "⚠️ Billet d'un autre client ⚠️"
                EXIT PARAGRAPH
        END-IF
        EVALUATE bi_type_pass
           WHEN "F"
                MOVE 1 TO WbilletNavetteOk
           WHEN "J"
                IF bi_jour = nv_jour THEN
                        MOVE 1 TO WbilletNavetteOk
                END-IF
           WHEN OTHER
                OPEN INPUT fconcerts
                MOVE bi_id_concert TO fc_id
                READ fconcerts
                  NOT INVALID KEY
                        IF nv_jour > 0 AND
                           nv_jour <= WnbJoursFestival THEN
                                IF fc_jour = Wjf_libelle(nv_jour) THEN
                                        MOVE 1 TO WbilletNavetteOk
                                END-IF
                        END-IF
                END-READ
                CLOSE fconcerts
        END-EVALUATE
        IF WbilletNavetteOk = 0 THEN
                DISPLAY "⚠️ Billet valable un autre jour ⚠️"
        END-IF.

        CONTROLE_DOUBLE_RESA_NAVETTE.
        MOVE 0 TO Wtrouve
        OPEN INPUT fresanav
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fresanav NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rn_bi_id = WidBillet AND
                           rn_jour = nv_jour AND
                           rn_sens = nv_sens THEN
                                MOVE 1 TO Wtrouve
                                MOVE rn_id TO WidResaNavette
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresanav.

        ENREGISTRE_RESA_NAVETTE.
        MOVE 0 TO WidResaNavette
        OPEN INPUT fresanav
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fresanav NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rn_id > WidResaNavette THEN
                                MOVE rn_id TO WidResaNavette
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresanav
        ADD 1 TO WidResaNavette

        MOVE WidResaNavette TO rn_id
        MOVE nv_id TO rn_nv_id
        MOVE WidClient TO rn_id_client
        MOVE WidBillet TO rn_bi_id
        MOVE nv_jour TO rn_jour
        MOVE nv_sens TO rn_sens
        ACCEPT rn_date FROM DATE YYYYMMDD
        OPEN I-O fresanav
        WRITE tamp_fresanav
        END-WRITE
        IF cr_fresanav = 0 THEN
                DISPLAY "✅️ Place reservee (reservation "
                        WidResaNavette ") ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "NAVETTE" TO ad_type
                MOVE "RESERVATION" TO ad_operation
                MOVE WidBillet TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE SPACES TO ad_apres
                STRING "resa " WidResaNavette " dep " nv_id
                       " cli " WidClient
                       DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fresanav" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fresanav TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fresanav.

      *>----manifeste d'un depart pour le chauffeur : etat----
      *>----manifeste_navette_NNNN.txt----
        MANIFESTE_NAVETTE.
        PERFORM SELECTION_NAVETTE
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WnomFeuille
        STRING "manifeste_navette_" nv_id ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        DISPLAY " "
        MOVE SPACES TO tamp_ffeuille
        STRING "MANIFESTE NAVETTE " nv_id " - " DELIMITED BY SIZE
               nv_trajet DELIMITED BY "  "
               INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_NAVETTE
        IF nv_jour > 0 AND nv_jour <= WnbJoursFestival THEN
                STRING "Jour " Wjf_libelle(nv_jour) DELIMITED BY "  "
                       " (" Wjf_date(nv_jour) ")" DELIMITED BY SIZE
                       INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_NAVETTE
        END-IF
        STRING "Depart " WhnHeures "h" WhnMinutes
               " - " nv_places " places" DELIMITED BY SIZE
               INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_NAVETTE
        MOVE "Resa|Client|Nom|Billet|Reference" TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_NAVETTE

        OPEN INPUT fresanav
        OPEN INPUT fclients
        OPEN INPUT fbillets
        MOVE 0 TO WplacesNavette
        MOVE nv_id TO rn_nv_id
        MOVE 0 TO Wfin
        START fresanav KEY IS = rn_nv_id
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fresanav NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rn_nv_id = nv_id THEN
                                PERFORM MANIFESTE_UN_PASSAGER
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fbillets
        CLOSE fclients
        CLOSE fresanav

        STRING "TOTAL: " WplacesNavette " passager(s) pour "
               nv_places " places" DELIMITED BY SIZE
               INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_NAVETTE
        CLOSE ffeuille
        DISPLAY "Etat: " WnomFeuille.

      *>----un billet annule depuis la reservation est signale au----
      *>----chauffeur plutot que retire du manifeste----
        MANIFESTE_UN_PASSAGER.
        ADD 1 TO WplacesNavette
        MOVE SPACES TO cli_nom
        MOVE rn_id_client TO cli_id
        READ fclients
          INVALID KEY MOVE SPACES TO cli_nom
        END-READ
        MOVE rn_bi_id TO bi_id
        READ fbillets
          INVALID KEY MOVE "BILLET ANNULE" TO bi_reference
        END-READ
        STRING rn_id "|" rn_id_client "|" DELIMITED BY SIZE
               cli_nom DELIMITED BY "  "
               "|" rn_bi_id "|" bi_reference DELIMITED BY SIZE
               INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_NAVETTE.

        ECRIT_LIGNE_NAVETTE.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

      *>----vagues d'arrivee aux portes : places reservees sur les----
      *>----navettes vers le site du jour Wjc arrivant dans le----
      *>----creneau Wi (le premier creneau prend aussi les arrivees----
      *>----avant l'ouverture) ; fnavettes et fresanav sont ouverts----
      *>----par la projection----
        ARRIVEES_NAVETTES_CRENEAU.
        MOVE 0 TO WarriveesNavettes
        MOVE 0 TO Wfin2
        MOVE 0 TO nv_id
        START fnavettes KEY IS >= nv_id
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fnavettes NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF nv_edition = WeditionTravail AND
                           nv_sens = "A" AND nv_jour = Wjc THEN
                                PERFORM ARRIVEE_UNE_NAVETTE
                        END-IF
                END-READ
           END-PERFORM
        END-START
        IF WarriveesNavettes <> 0 THEN
                COMPUTE WfinCreneau = Wi + 2
                DISPLAY "  " Wi "h-" WfinCreneau "h arrivees navettes: "
                        WarriveesNavettes
        END-IF.

        ARRIVEE_UNE_NAVETTE.
        MOVE nv_heure TO WheureNavette
        COMPUTE WarriveeNavette = WhnHeures * 60 + WhnMinutes
                + nv_duree
        IF WarriveeNavette < (Wi + 2) * 60 AND
           (WarriveeNavette >= Wi * 60 OR
            Wi = WpremierCreneau) THEN
                PERFORM COMPTE_PLACES_NAVETTE
                ADD WplacesNavette TO WarriveesNavettes
        END-IF.
