      *>----creneaux de livraison aux portes du site : chaque----
      *>----livraison attendue (commande d'achat, reappro d'un bar,----
      *>----fournitures d'une concession) reserve un creneau d'une----
      *>----heure sur une porte ; le creneau est refuse s'il est----
      *>----plein ou si les routes de service sont fermees aux----
      *>----camions (heures d'ouverture au public du calendrier et----
      *>----concerts de la grille de travail) ; la reception d'une----
      *>----commande note si le camion s'est presente dans son----
      *>----creneau----

        AJOUT_PORTE_LIVRAISON.
        OPEN INPUT fportes
        MOVE 1 TO Wtrouve
        MOVE "Id de la porte" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO pl_id
                        READ fportes
                          INVALID KEY MOVE 0 TO Wtrouve
                          NOT INVALID KEY
                                DISPLAY "⚠️ Id deja utilise ⚠️"
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fportes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Nom de la porte: " WITH NO ADVANCING
        ACCEPT pl_nom
        MOVE "Camions par creneau d'une heure" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO pl_capacite
        OPEN I-O fportes
        WRITE tamp_fportes
        END-WRITE
        IF cr_fportes = 0 THEN
                DISPLAY "✅️ Porte " pl_id " enregistree ✅️"
        ELSE
                MOVE "fportes" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fportes TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fportes.

        RESERVATION_LIVRAISON.
        DISPLAY "1. Commande d'achat"
        DISPLAY "2. Reappro d'un bar"
        DISPLAY "3. Fournitures d'une concession"
        MOVE SPACE TO lv_origine
        MOVE "Objet de la livraison" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR lv_origine <> SPACE
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        EVALUATE WnombreConverti
                           WHEN 1 MOVE "C" TO lv_origine
                           WHEN 2 MOVE "B" TO lv_origine
                           WHEN 3 MOVE "K" TO lv_origine
                           WHEN OTHER
                                DISPLAY "⚠️ Choix inconnu ⚠️"
                        END-EVALUATE
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM SAISIE_OBJET_LIVRAISON
        IF WsaisieAnnulee = 1 OR Wtrouve = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        IF lv_origine = "C" THEN
                MOVE "Date de livraison (AAAAMMJJ, 0 = date prevue)"
                        TO WlibelleSaisie
        ELSE
                MOVE "Date de livraison (AAAAMMJJ)" TO WlibelleSaisie
        END-IF
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti <> 0 THEN
                MOVE WnombreConverti TO WdateLivr
        END-IF
        IF WdateLivr = 0 THEN
                DISPLAY "⚠️ Date de livraison obligatoire ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WdateLivr TO lv_date

        PERFORM LISTE_PORTES_LIVRAISON
        MOVE 0 TO Wtrouve
        MOVE "Porte" TO WlibelleSaisie
        OPEN INPUT fportes
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO pl_id
                        READ fportes
                          INVALID KEY
                                DISPLAY "⚠️ Porte inexistante"
                                        " ⚠️"
                          NOT INVALID KEY MOVE 1 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fportes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE pl_id TO lv_pl_id

        MOVE "Heure du creneau (0-23)" TO WlibelleSaisie
        MOVE 99 TO WheureLivr
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WheureLivr < 24
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti < 24 THEN
                                MOVE WnombreConverti TO WheureLivr
                        ELSE
                                DISPLAY "⚠️ Heure invalide ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WheureLivr TO lv_heure

        PERFORM CONTROLE_FENETRE_LIVRAISON
        IF WfenetreFermee = 1 THEN
                DISPLAY "⚠️ Creneau ferme aux camions ("
                        WmotifFermeture "), reservation refusee ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE tamp_flivraisons TO WligneLivraison
        PERFORM COMPTE_LIVRAISONS_CRENEAU
        IF WnbLivrSlot >= pl_capacite THEN
                DISPLAY "⚠️ Creneau complet (" WnbLivrSlot "/"
                        pl_capacite "), reservation refusee ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_LIVRAISON
        MOVE WligneLivraison TO tamp_flivraisons
        MOVE WidReservLivr TO lv_id
        MOVE "R" TO lv_statut
        MOVE 0 TO lv_heure_arrivee
        MOVE SPACE TO lv_dans_creneau
        OPEN I-O flivraisons
        WRITE tamp_flivraisons
        END-WRITE
        IF cr_flivraisons = 0 THEN
                DISPLAY "✅️ Creneau " lv_date " " lv_heure
                        "h porte " lv_pl_id " reserve ("
                        WidReservLivr ") ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "LIVRAISON" TO ad_type
                MOVE "RESERVATION" TO ad_operation
                MOVE lv_reference TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE SPACES TO ad_apres
                STRING lv_origine " " lv_date " " lv_heure "h porte "
                       lv_pl_id DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "flivraisons" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_flivraisons TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE flivraisons.

      *>----objet livre selon lv_origine, controle dans son----
      *>----fichier ; une commande donne sa date prevue et son----
      *>----fournisseur comme transporteur (Wtrouve = 1 si trouve)----
        SAISIE_OBJET_LIVRAISON.
        MOVE 0 TO Wtrouve
        MOVE 0 TO WdateLivr
        MOVE SPACES TO lv_transporteur
        EVALUATE lv_origine
           WHEN "C" MOVE "Id de la commande" TO WlibelleSaisie
           WHEN "B" MOVE "Id du bar" TO WlibelleSaisie
           WHEN OTHER MOVE "Id de la concession" TO WlibelleSaisie
        END-EVALUATE
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO lv_reference
        EVALUATE lv_origine
           WHEN "C"
                OPEN INPUT fcommandes
                MOVE lv_reference TO oc_id
                READ fcommandes
                  INVALID KEY
                        DISPLAY "⚠️ Commande inexistante ⚠️"
                  NOT INVALID KEY
                        IF oc_statut = "E" THEN
                                MOVE 1 TO Wtrouve
                                MOVE oc_date_livraison TO WdateLivr
                        ELSE
                                DISPLAY "⚠️ Commande deja"
                                        " receptionnee ⚠️"
                        END-IF
                END-READ
                CLOSE fcommandes
                IF Wtrouve = 1 THEN
                        OPEN INPUT ffourn
                        MOVE oc_id_fournisseur TO fr_id
                        READ ffourn
                          NOT INVALID KEY
                                MOVE fr_nom TO lv_transporteur
                        END-READ
                        CLOSE ffourn
                        DISPLAY "Fournisseur " lv_transporteur
                                ", livraison prevue le " WdateLivr
                END-IF
           WHEN "B"
                OPEN INPUT fbars
                MOVE lv_reference TO br_id
                READ fbars
                  INVALID KEY DISPLAY "⚠️ Bar inexistant ⚠️"
                  NOT INVALID KEY MOVE 1 TO Wtrouve
                END-READ
                CLOSE fbars
           WHEN OTHER
                OPEN INPUT fconcessions
                MOVE lv_reference TO co_id
                READ fconcessions
                  INVALID KEY
                        DISPLAY "⚠️ Concession inexistante ⚠️"
                  NOT INVALID KEY MOVE 1 TO Wtrouve
                END-READ
                CLOSE fconcessions
        END-EVALUATE
        IF Wtrouve = 1 AND lv_origine <> "C" THEN
                DISPLAY "Transporteur: " WITH NO ADVANCING
                ACCEPT lv_transporteur
        END-IF.

        LISTE_PORTES_LIVRAISON.
        OPEN INPUT fportes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fportes NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        DISPLAY pl_id ". " pl_nom " (" pl_capacite
                                " camions/h)"
                END-READ
        END-PERFORM
        CLOSE fportes.

      *>----fenetre fermee aux camions pour WdateLivr/WheureLivr----
      *>----(WfenetreFermee = 1, WmotifFermeture) : un jour du----
      *>----festival ferme les heures d'ouverture au public et----
      *>----toute heure ou un concert de l'edition de travail joue----
        CONTROLE_FENETRE_LIVRAISON.
        MOVE 0 TO WfenetreFermee
        MOVE SPACES TO WmotifFermeture
        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE 0 TO WjourLivr
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                IF Wjf_date(Wjc) = WdateLivr AND WdateLivr <> 0 THEN
                        MOVE Wjc TO WjourLivr
                END-IF
        END-PERFORM
        IF WjourLivr = 0 THEN
                EXIT PARAGRAPH
        END-IF

      *>----une fermeture apres minuit ferme jusqu'a 24h, les----
      *>----heures suivantes relevent du jour calendaire d'apres----
        MOVE Wjf_ouverture(WjourLivr) TO WouvertureLivr
        MOVE Wjf_fermeture(WjourLivr) TO WfermetureLivr
        IF WfermetureLivr <= WouvertureLivr THEN
                MOVE 24 TO WfermetureLivr
        END-IF
        IF WheureLivr >= WouvertureLivr AND
           WheureLivr < WfermetureLivr THEN
                MOVE 1 TO WfenetreFermee
                MOVE "site ouvert au public" TO WmotifFermeture
                EXIT PARAGRAPH
        END-IF

        COMPUTE WminDebutSlot = WheureLivr * 60
        COMPUTE WminFinSlot = WminDebutSlot + 60
        OPEN INPUT fconcerts
        MOVE Wjf_libelle(WjourLivr) TO fc_jour
        MOVE 0 TO Wfin2
        START fconcerts KEY IS = fc_jour
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF fc_jour <> Wjf_libelle(WjourLivr) THEN
                                MOVE 1 TO Wfin2
                        ELSE IF fc_edition = WeditionTravail THEN
                                PERFORM CONTROLE_CONCERT_LIVRAISON
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fconcerts.

        CONTROLE_CONCERT_LIVRAISON.
        MOVE fc_heure_debut TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        COMPUTE WminFinConcert = WminutesTotal + fc_duree
        IF WminutesTotal < WminFinSlot AND
           WminFinConcert > WminDebutSlot THEN
                MOVE 1 TO WfenetreFermee
                MOVE 1 TO Wfin2
                MOVE SPACES TO WmotifFermeture
                STRING "concert " fc_id " a " fc_heure_debut
                       DELIMITED BY SIZE INTO WmotifFermeture
                END-STRING
        END-IF.

      *>----reservations deja posees sur le creneau lv_date /----
      *>----lv_heure / lv_pl_id----
        COMPTE_LIVRAISONS_CRENEAU.
        MOVE 0 TO WnbLivrSlot
        MOVE lv_date TO WdateLivr
        MOVE lv_heure TO WheureLivr
        MOVE lv_pl_id TO WidPorteLivr
        OPEN INPUT flivraisons
        MOVE 0 TO Wfin
        START flivraisons KEY IS = lv_date
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ flivraisons NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF lv_date <> WdateLivr THEN
                                MOVE 1 TO Wfin
                        ELSE IF lv_heure = WheureLivr AND
                                lv_pl_id = WidPorteLivr THEN
                                ADD 1 TO WnbLivrSlot
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE flivraisons.

        CHERCHE_MAX_ID_LIVRAISON.
        MOVE 0 TO WidReservLivr
        OPEN INPUT flivraisons
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ flivraisons NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF lv_id > WidReservLivr THEN
                                MOVE lv_id TO WidReservLivr
                        END-IF
                END-READ
        END-PERFORM
        CLOSE flivraisons
        ADD 1 TO WidReservLivr.

      *>----planning des livraisons d'un jour pour l'equipe des----
      *>----portes, heure par heure avec les fenetres fermees----
      *>----(livraisons_AAAAMMJJ.txt)----
        PLANNING_LIVRAISONS_JOUR.
        MOVE "Date (AAAAMMJJ, 0 = aujourd'hui)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WdateLivr
        IF WdateLivr = 0 THEN
                ACCEPT WdateLivr FROM DATE YYYYMMDD
        END-IF
        MOVE 0 TO WnbLivrJour
        MOVE SPACES TO WnomFeuille
        STRING "livraisons_" WdateLivr ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "PLANNING DES LIVRAISONS - " WdateLivr
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_LIVRAISONS
        MOVE "Heure|Porte|Objet |Transporteur                  |Etat"
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_LIVRAISONS
        OPEN INPUT fportes
        PERFORM VARYING WheureLivr FROM 0 BY 1 UNTIL WheureLivr > 23
                PERFORM PLANNING_LIVRAISONS_HEURE
        END-PERFORM
        CLOSE fportes
        STRING "Livraisons prevues: " WnbLivrJour
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_LIVRAISONS
        CLOSE ffeuille
        DISPLAY "Planning: " WnomFeuille.

        PLANNING_LIVRAISONS_HEURE.
        PERFORM CONTROLE_FENETRE_LIVRAISON
        IF WfenetreFermee = 1 THEN
                STRING WheureLivr "h  -- ferme aux camions ("
                       WmotifFermeture ")"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_LIVRAISONS
        END-IF
        OPEN INPUT flivraisons
        MOVE WdateLivr TO lv_date
        MOVE 0 TO Wfin
        START flivraisons KEY IS = lv_date
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ flivraisons NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF lv_date <> WdateLivr THEN
                                MOVE 1 TO Wfin
                        ELSE IF lv_heure = WheureLivr THEN
                                PERFORM PLANNING_UNE_LIVRAISON
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE flivraisons.

        PLANNING_UNE_LIVRAISON.
        ADD 1 TO WnbLivrJour
        MOVE lv_pl_id TO pl_id
        MOVE SPACES TO pl_nom
        READ fportes
          INVALID KEY CONTINUE
        END-READ
        MOVE SPACES TO WmotifFermeture
        IF lv_statut = "R" THEN
                MOVE "attendu" TO WmotifFermeture
        ELSE IF lv_dans_creneau = "O" THEN
                STRING "arrive " lv_heure_arrivee " dans le creneau"
                       DELIMITED BY SIZE INTO WmotifFermeture
                END-STRING
        ELSE
                STRING "arrive " lv_heure_arrivee " HORS creneau"
                       DELIMITED BY SIZE INTO WmotifFermeture
                END-STRING
        END-IF
        END-IF
        STRING lv_heure "h  |" lv_pl_id " " pl_nom(1:10) "|"
               lv_origine lv_reference "|" lv_transporteur "|"
               WmotifFermeture
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_LIVRAISONS.

        ECRIT_LIGNE_LIVRAISONS.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

      *>----arrivee du camion d'une commande receptionnee (oc_id) :----
      *>----le creneau reserve passe a arrive, dans le creneau si----
      *>----le jour et l'heure concordent ; une livraison sans----
      *>----reservation est enregistree comme arrivee hors----
      *>----creneau----
        ARRIVEE_LIVRAISON_COMMANDE.
        ACCEPT WdateJour FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE WheureArrivee = WheureJour / 10000
        COMPUTE WheureLivr = WheureArrivee / 100
        MOVE 0 TO Wtrouve
        OPEN I-O flivraisons
        MOVE "C" TO lv_origine
        MOVE oc_id TO lv_reference
        MOVE 0 TO Wfin
        START flivraisons KEY IS = lv_objet
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ flivraisons NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF lv_origine <> "C" OR
                           lv_reference <> oc_id THEN
                                MOVE 1 TO Wfin
                        ELSE IF lv_statut = "R" THEN
                                MOVE 1 TO Wtrouve
                                MOVE 1 TO Wfin
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        IF Wtrouve = 1 THEN
                MOVE "A" TO lv_statut
                MOVE WheureArrivee TO lv_heure_arrivee
                IF lv_date = WdateJour AND lv_heure = WheureLivr THEN
                        MOVE "O" TO lv_dans_creneau
                        DISPLAY "✅️ Camion arrive dans son creneau"
                                " ✅️"
                ELSE
                        MOVE "N" TO lv_dans_creneau
                        DISPLAY "⚠️ Camion hors creneau"
                                " (reserve le " lv_date " a "
                                lv_heure "h) ⚠️"
                END-IF
                REWRITE tamp_flivraisons
                END-REWRITE
                IF cr_flivraisons <> 0 THEN
                        MOVE "flivraisons" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_flivraisons TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
                CLOSE flivraisons
                EXIT PARAGRAPH
        END-IF
        CLOSE flivraisons

        DISPLAY "⚠️ Livraison sans creneau reserve ⚠️"
        PERFORM CHERCHE_MAX_ID_LIVRAISON
        MOVE WidReservLivr TO lv_id
        MOVE WdateJour TO lv_date
        MOVE WheureLivr TO lv_heure
        MOVE 0 TO lv_pl_id
        MOVE "C" TO lv_origine
        MOVE oc_id TO lv_reference
        MOVE "SANS RESERVATION" TO lv_transporteur
        MOVE "A" TO lv_statut
        MOVE WheureArrivee TO lv_heure_arrivee
        MOVE "N" TO lv_dans_creneau
        OPEN I-O flivraisons
        WRITE tamp_flivraisons
        END-WRITE
        IF cr_flivraisons <> 0 THEN
                MOVE "flivraisons" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_flivraisons TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE flivraisons.
