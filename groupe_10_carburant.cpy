      *>----carburant des groupes electrogenes : le plan de charge----
      *>----(RAPPORT_CHARGE_ELECTRIQUE) donne des kVA, ce module----
      *>----les convertit en gazole ; chaque groupe a un modele----
      *>----(reservoir, litres par kVA-heure, dernier niveau----
      *>----releve), la projection suit le niveau heure par heure----
      *>----sur la charge planifiee des concerts et place les----
      *>----pleins pour qu'aucun reservoir ne passe sous le seuil----
      *>----de securite (SEUILCARB, % du reservoir) pendant un----
      *>----concert ; chaque plein saisi remet la projection a----
      *>----zero et alimente le cumul de l'edition----

      *>----modele carburant : la consommation est saisie en----
      *>----millilitres par kVA-heure (250 pour 0,250 litre) ; le----
      *>----niveau initial n'est demande qu'a la creation, il----
      *>----evolue ensuite par les pleins----
        MODELE_CARBURANT_GENERATEUR.
        OPEN INPUT fgenerateurs
        MOVE 0 TO Wtrouve
        MOVE "Id du groupe electrogene" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO ge_id
                        READ fgenerateurs
                          INVALID KEY
                                DISPLAY "⚠️ Groupe electrogene"
                                        " inexistant ⚠️"
                          NOT INVALID KEY MOVE 1 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fgenerateurs
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE ge_id TO WidGenerateur

        OPEN INPUT fcarburant
        MOVE WidGenerateur TO gx_id_generateur
        READ fcarburant
          INVALID KEY MOVE 0 TO Wtrouve
          NOT INVALID KEY
                MOVE 1 TO Wtrouve
                DISPLAY "Modele actuel: reservoir " gx_reservoir
                        " L, " gx_conso " L/kVA-h, niveau "
                        gx_niveau " L"
        END-READ
        CLOSE fcarburant

        MOVE "Reservoir (litres)" TO WlibelleSaisie
        MOVE 0 TO WnombreConverti
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR (WnombreConverti > 0 AND WnombreConverti < 100000)
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 AND
                   (WnombreConverti = 0 OR
                    WnombreConverti > 99999) THEN
                        DISPLAY "⚠️ Reservoir hors limites ⚠️"
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO gx_reservoir

        MOVE "Millilitres par kVA-heure" TO WlibelleSaisie
        MOVE 0 TO WnombreConverti
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR (WnombreConverti > 0 AND WnombreConverti < 10000)
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 AND
                   (WnombreConverti = 0 OR
                    WnombreConverti > 9999) THEN
                        DISPLAY "⚠️ Consommation hors"
                                " limites ⚠️"
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        COMPUTE gx_conso = WnombreConverti / 1000

        IF Wtrouve = 0 THEN
                MOVE "Niveau actuel (litres)" TO WlibelleSaisie
                MOVE 99999 TO gx_niveau
                PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
                OR gx_niveau <= gx_reservoir
                        PERFORM SAISIE_NUMERIQUE
                        IF WsaisieAnnulee = 0 THEN
                           IF WnombreConverti > gx_reservoir THEN
                                DISPLAY "⚠️ Niveau superieur au"
                                        " reservoir ⚠️"
                           ELSE
                                MOVE WnombreConverti TO gx_niveau
                           END-IF
                        END-IF
                END-PERFORM
                IF WsaisieAnnulee = 1 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                ACCEPT gx_date_releve FROM DATE YYYYMMDD
                ACCEPT WheureJour FROM TIME
                COMPUTE gx_heure_releve = WheureJour / 10000
        ELSE
                IF gx_niveau > gx_reservoir THEN
                        MOVE gx_reservoir TO gx_niveau
                END-IF
        END-IF

        OPEN I-O fcarburant
        IF Wtrouve = 0 THEN
                MOVE "WRITE" TO er_operation
                WRITE tamp_fcarburant
                END-WRITE
        ELSE
                MOVE "REWRITE" TO er_operation
                REWRITE tamp_fcarburant
                END-REWRITE
        END-IF
        IF cr_fcarburant = 0 THEN
                DISPLAY "✅️ Modele carburant du groupe "
                        WidGenerateur " enregistre ✅️"
        ELSE
                MOVE "fcarburant" TO er_fichier
                MOVE cr_fcarburant TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fcarburant.

      *>----plein (ou simple releve, 0 litre verse) : le niveau lu----
      *>----a la jauge donne la consommation reelle depuis le----
      *>----releve precedent, le niveau apres plein devient le----
      *>----point de depart des projections suivantes----
        PLEIN_GENERATEUR.
        OPEN INPUT fcarburant
        MOVE 0 TO Wtrouve
        MOVE "Id du groupe electrogene" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO gx_id_generateur
                        READ fcarburant
                          INVALID KEY
                                DISPLAY "⚠️ Pas de modele"
                                        " carburant ⚠️"
                          NOT INVALID KEY MOVE 1 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fcarburant
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Dernier releve: " gx_niveau " L le "
                gx_date_releve " a " gx_heure_releve
                " (reservoir " gx_reservoir " L)"

        MOVE "Niveau lu avant le plein (litres)" TO WlibelleSaisie
        MOVE 99999 TO pn_niveau_avant
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR pn_niveau_avant <= gx_reservoir
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > gx_reservoir THEN
                                DISPLAY "⚠️ Niveau superieur au"
                                        " reservoir ⚠️"
                        ELSE
                                MOVE WnombreConverti
                                        TO pn_niveau_avant
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE "Litres verses (0 = releve seul)" TO WlibelleSaisie
        MOVE 99999 TO pn_litres
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR pn_litres <> 99999
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF pn_niveau_avant + WnombreConverti >
                           gx_reservoir THEN
                                DISPLAY "⚠️ Depasse le"
                                        " reservoir ⚠️"
                        ELSE
                                MOVE WnombreConverti TO pn_litres
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_PLEIN
        MOVE WidPlein TO pn_id
        MOVE gx_id_generateur TO pn_id_generateur
        MOVE WeditionTravail TO pn_edition
        ACCEPT pn_date FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE pn_heure = WheureJour / 10000
        COMPUTE pn_niveau_apres = pn_niveau_avant + pn_litres
        IF gx_niveau > pn_niveau_avant THEN
                COMPUTE pn_consomme = gx_niveau - pn_niveau_avant
        ELSE
                MOVE 0 TO pn_consomme
        END-IF
        OPEN I-O fpleins
        WRITE tamp_fpleins
        END-WRITE
        IF cr_fpleins <> 0 THEN
                MOVE "fpleins" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fpleins TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fpleins
                EXIT PARAGRAPH
        END-IF
        CLOSE fpleins

        MOVE pn_niveau_apres TO gx_niveau
        MOVE pn_date TO gx_date_releve
        MOVE pn_heure TO gx_heure_releve
        OPEN I-O fcarburant
        REWRITE tamp_fcarburant
        END-REWRITE
        IF cr_fcarburant <> 0 THEN
                MOVE "fcarburant" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fcarburant TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fcarburant
        DISPLAY "✅️ Niveau " pn_niveau_apres " L, consomme depuis"
                " le dernier releve: " pn_consomme " L ✅️".

        CHERCHE_MAX_ID_PLEIN.
        MOVE 0 TO WidPlein
        OPEN INPUT fpleins
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fpleins NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pn_id > WidPlein THEN
                                MOVE pn_id TO WidPlein
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fpleins
        ADD 1 TO WidPlein.

      *>----projection d'un jour du festival et tournee de----
      *>----ravitaillement (tournees_carburant_AAAAMMJJ.txt)----
        PROJECTION_CARBURANT_JOUR.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE Wjf_date(WnumeroJourChoisi) TO WdateCarb
        MOVE "SEUILCARB" TO WcodeParam
        MOVE 20 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WseuilCarbPct
        PERFORM CHARGE_TABLE_CARBURANT
        IF WnbGenCarb = 0 THEN
                DISPLAY "❌️ Aucun modele carburant defini ❌️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_CONSO_CONCERTS

        DISPLAY " "
        DISPLAY "~~Projection carburant " WjourConcert " ("
                WdateCarb ")~~"
        MOVE 0 TO WnbPleinsJour
        PERFORM VARYING Wgx FROM 1 BY 1 UNTIL Wgx > WnbGenCarb
                PERFORM PLANIFIE_PLEINS_GENERATEUR
                PERFORM AFFICHE_PROJECTION_GENERATEUR
        END-PERFORM
        PERFORM ECRIT_TOURNEES_CARBURANT.

      *>----un releve du jour projete demarre a son heure, un----
      *>----releve anterieur est pris comme niveau de debut de----
      *>----journee----
        CHARGE_TABLE_CARBURANT.
        MOVE 0 TO WnbGenCarb
        OPEN INPUT fcarburant
        OPEN INPUT fgenerateurs
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fcarburant NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF WnbGenCarb < 10 THEN
                                ADD 1 TO WnbGenCarb
                                PERFORM CHARGE_UN_MODELE_CARBURANT
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fgenerateurs
        CLOSE fcarburant.

        CHARGE_UN_MODELE_CARBURANT.
        INITIALIZE WcarbGenerateur(WnbGenCarb)
        MOVE gx_id_generateur TO Wgx_id(WnbGenCarb)
        MOVE gx_id_generateur TO ge_id
        READ fgenerateurs
          INVALID KEY MOVE "?" TO Wgx_nom(WnbGenCarb)
          NOT INVALID KEY MOVE ge_nom TO Wgx_nom(WnbGenCarb)
        END-READ
        MOVE gx_reservoir TO Wgx_reservoir(WnbGenCarb)
        MOVE gx_conso TO Wgx_conso(WnbGenCarb)
        COMPUTE Wgx_seuil(WnbGenCarb) =
                gx_reservoir * WseuilCarbPct / 100
        MOVE gx_niveau TO Wgx_niveau(WnbGenCarb)
        IF gx_date_releve = WdateCarb THEN
                COMPUTE Wgx_heure_dep(WnbGenCarb) =
                        gx_heure_releve / 100
        ELSE
                MOVE 0 TO Wgx_heure_dep(WnbGenCarb)
        END-IF.

      *>----litres par heure : puissance de la fiche technique----
      *>----au prorata des minutes de concert dans l'heure, sur----
      *>----le groupe electrogene raccorde a la scene----
        CHARGE_CONSO_CONCERTS.
        OPEN INPUT fconcerts
        OPEN INPUT ffichetech
        OPEN INPUT fraccords
        MOVE WjourConcert TO fc_jour
        MOVE 0 TO Wfin2
        START fconcerts KEY IS = fc_jour
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF fc_jour <> WjourConcert THEN
                                MOVE 1 TO Wfin2
                        ELSE IF fc_edition = WeditionTravail THEN
                                PERFORM CONSO_UN_CONCERT
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fraccords
        CLOSE ffichetech
        CLOSE fconcerts.

        CONSO_UN_CONCERT.
        MOVE fc_id_groupe TO ft_id_groupe
        READ ffichetech
          INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE fc_id_scene TO rc_id_scene
        READ fraccords
          INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wgx FROM 1 BY 1
        UNTIL Wgx > WnbGenCarb OR Wtrouve = 1
                IF Wgx_id(Wgx) = rc_id_generateur THEN
                        MOVE 1 TO Wtrouve
                END-IF
        END-PERFORM
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        SUBTRACT 1 FROM Wgx
        PERFORM CONVERTIT_CRENEAU_EXISTANT
        PERFORM VARYING Wgh FROM 1 BY 1 UNTIL Wgh > 24
                PERFORM CONSO_CONCERT_HEURE
        END-PERFORM.

        CONSO_CONCERT_HEURE.
        COMPUTE WdebutRecouv = (Wgh - 1) * 60
        COMPUTE WfinRecouv = WdebutRecouv + 60
        IF WexistDebutMin > WdebutRecouv THEN
                MOVE WexistDebutMin TO WdebutRecouv
        END-IF
        IF WexistFinMin < WfinRecouv THEN
                MOVE WexistFinMin TO WfinRecouv
        END-IF
        COMPUTE WminutesRecouv = WfinRecouv - WdebutRecouv
        IF WminutesRecouv > 0 THEN
                ADD ft_puissance TO Wgx_charge(Wgx, Wgh)
                COMPUTE Wgx_litres(Wgx, Wgh) = Wgx_litres(Wgx, Wgh)
                        + ft_puissance * WminutesRecouv / 60
                        * Wgx_conso(Wgx)
                MOVE 1 TO Wgx_concert(Wgx, Wgh)
        END-IF.

      *>----premier passage : place les pleins ; une heure qui----
      *>----passerait sous le seuil pendant un concert fait avancer----
      *>----le plein a la derniere heure sans concert et la----
      *>----simulation reprend ; si le concert seul vide le----
      *>----reservoir, le plein tombe pendant le concert----
        PLANIFIE_PLEINS_GENERATEUR.
        MOVE 1 TO WrepriseCarb
        PERFORM WITH TEST AFTER UNTIL WrepriseCarb = 0
                MOVE 0 TO WrepriseCarb
                MOVE Wgx_niveau(Wgx) TO WniveauCarb
                MOVE 99 TO WcalmeCarb
                COMPUTE Wgh = Wgx_heure_dep(Wgx) + 1
                PERFORM SIMULE_HEURE_CARBURANT
                        UNTIL Wgh > 24 OR WrepriseCarb = 1
        END-PERFORM.

        SIMULE_HEURE_CARBURANT.
        IF Wgx_plein(Wgx, Wgh) = 1 THEN
                MOVE Wgx_reservoir(Wgx) TO WniveauCarb
        END-IF
        IF Wgx_concert(Wgx, Wgh) = 0 THEN
                MOVE Wgh TO WcalmeCarb
        END-IF
        IF WniveauCarb - Wgx_litres(Wgx, Wgh) < Wgx_seuil(Wgx) THEN
                IF Wgx_concert(Wgx, Wgh) = 1 AND WcalmeCarb <> 99
                THEN
                   IF Wgx_plein(Wgx, WcalmeCarb) = 0 THEN
                        MOVE 1 TO Wgx_plein(Wgx, WcalmeCarb)
                        MOVE 1 TO WrepriseCarb
                        EXIT PARAGRAPH
                   END-IF
                END-IF
                IF Wgx_plein(Wgx, Wgh) = 0 THEN
                        MOVE 1 TO Wgx_plein(Wgx, Wgh)
                        MOVE Wgx_reservoir(Wgx) TO WniveauCarb
                END-IF
        END-IF
        SUBTRACT Wgx_litres(Wgx, Wgh) FROM WniveauCarb
        IF WniveauCarb < 0 THEN
                MOVE 0 TO WniveauCarb
        END-IF
        ADD 1 TO Wgh.

      *>----second passage : niveau projete heure par heure avec----
      *>----les pleins places----
        AFFICHE_PROJECTION_GENERATEUR.
        DISPLAY " "
        DISPLAY Wgx_id(Wgx) " " Wgx_nom(Wgx) " reservoir "
                Wgx_reservoir(Wgx) " L, seuil " Wgx_seuil(Wgx)
                " L"
        DISPLAY "  depart " Wgx_heure_dep(Wgx) "h a "
                Wgx_niveau(Wgx) " L"
        MOVE Wgx_niveau(Wgx) TO WniveauCarb
        COMPUTE Wgh = Wgx_heure_dep(Wgx) + 1
        PERFORM PROJECTION_HEURE_CARBURANT UNTIL Wgh > 24.

        PROJECTION_HEURE_CARBURANT.
        COMPUTE WheureCarb = Wgh - 1
        IF Wgx_plein(Wgx, Wgh) = 1 THEN
                COMPUTE Wgx_verse(Wgx, Wgh) =
                        Wgx_reservoir(Wgx) - WniveauCarb
                DISPLAY "  " WheureCarb "h  PLEIN a prevoir: "
                        Wgx_verse(Wgx, Wgh) " L" WITH NO ADVANCING
                IF Wgx_concert(Wgx, Wgh) = 1 THEN
                        DISPLAY " ⚠️ pendant un concert ⚠️"
                ELSE
                        DISPLAY " "
                END-IF
                MOVE Wgx_reservoir(Wgx) TO WniveauCarb
                ADD 1 TO WnbPleinsJour
        END-IF
        SUBTRACT Wgx_litres(Wgx, Wgh) FROM WniveauCarb
        IF WniveauCarb < 0 THEN
                MOVE 0 TO WniveauCarb
        END-IF
        IF Wgx_charge(Wgx, Wgh) <> 0 THEN
                MOVE WniveauCarb TO WniveauAffCarb
                DISPLAY "  " WheureCarb "h|" Wgx_charge(Wgx, Wgh)
                        " kVA|" Wgx_litres(Wgx, Wgh) " L|niveau "
                        WniveauAffCarb " L" WITH NO ADVANCING
                IF WniveauCarb < Wgx_seuil(Wgx) THEN
                        DISPLAY " ⚠️ sous le seuil ⚠️"
                ELSE
                        DISPLAY " "
                END-IF
        END-IF
        ADD 1 TO Wgh.

      *>----tournee du camion-citerne : pleins du jour dans l'ordre----
      *>----des heures, tous groupes confondus----
        ECRIT_TOURNEES_CARBURANT.
        MOVE SPACES TO WnomFeuille
        STRING "tournees_carburant_" WdateCarb ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        DISPLAY " "
        MOVE SPACES TO tamp_ffeuille
        STRING "TOURNEE DE RAVITAILLEMENT - " WjourConcert(1:10)
               " " WdateCarb
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBURANT
        MOVE "Heure|Groupe electrogene             |Litres|Concert"
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_CARBURANT
        PERFORM VARYING Wgh FROM 1 BY 1 UNTIL Wgh > 24
                PERFORM VARYING Wgx FROM 1 BY 1 UNTIL Wgx > WnbGenCarb
                        IF Wgx_plein(Wgx, Wgh) = 1 THEN
                                PERFORM ECRIT_UN_PLEIN_TOURNEE
                        END-IF
                END-PERFORM
        END-PERFORM
        STRING "Pleins a prevoir: " WnbPleinsJour
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CARBURANT
        CLOSE ffeuille
        DISPLAY "Tournee: " WnomFeuille.

        ECRIT_UN_PLEIN_TOURNEE.
        COMPUTE WheureCarb = Wgh - 1
        STRING WheureCarb "h  |" Wgx_id(Wgx) " " Wgx_nom(Wgx) "|"
               Wgx_verse(Wgx, Wgh) " |"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        IF Wgx_concert(Wgx, Wgh) = 1 THEN
                MOVE "PENDANT CONCERT" TO tamp_ffeuille(51:15)
        END-IF
        PERFORM ECRIT_LIGNE_CARBURANT.

        ECRIT_LIGNE_CARBURANT.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

      *>----gazole consomme sur l'edition de travail : somme des----
      *>----consommations constatees aux pleins, par groupe puis----
      *>----pour le site----
        CONSOMMATION_CARBURANT_EDITION.
        DISPLAY " "
        DISPLAY "~~Carburant de l'edition " WeditionTravail "~~"
        MOVE 0 TO WlitresEdition
        MOVE 0 TO WversesEdition
        OPEN INPUT fcarburant
        OPEN INPUT fgenerateurs
        OPEN INPUT fpleins
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fcarburant NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END PERFORM CONSOMMATION_UN_GENERATEUR
                END-READ
        END-PERFORM
        CLOSE fpleins
        CLOSE fgenerateurs
        CLOSE fcarburant
        DISPLAY "Total site: " WlitresEdition " L consommes, "
                WversesEdition " L livres".

        CONSOMMATION_UN_GENERATEUR.
        MOVE 0 TO WconsoGenCarb
        MOVE 0 TO WversesGenCarb
        MOVE gx_id_generateur TO pn_id_generateur
        MOVE 0 TO Wfin
        START fpleins KEY IS = pn_id_generateur
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fpleins NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pn_id_generateur <> gx_id_generateur THEN
                                MOVE 1 TO Wfin
                        ELSE IF pn_edition = WeditionTravail THEN
                                ADD pn_consomme TO WconsoGenCarb
                                ADD pn_litres TO WversesGenCarb
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        MOVE gx_id_generateur TO ge_id
        MOVE SPACES TO ge_nom
        READ fgenerateurs
          INVALID KEY CONTINUE
        END-READ
        DISPLAY gx_id_generateur " " ge_nom ": " WconsoGenCarb
                " L consommes, " WversesGenCarb " L livres"
        ADD WconsoGenCarb TO WlitresEdition
        ADD WversesGenCarb TO WversesEdition.

      *>----cumul seul (sans affichage) du gazole consomme sur----
      *>----l'edition de travail, dans WlitresEdition----
        CUMUL_CARBURANT_EDITION.
        MOVE 0 TO WlitresEdition
        OPEN INPUT fpleins
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fpleins NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pn_edition = WeditionTravail THEN
                                ADD pn_consomme TO WlitresEdition
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fpleins.
