      *>----sessions de caisse : les especes des billets, ventes----
      *>----de stock, passes camping et rechargements n'etaient----
      *>----imputables a personne ; le caissier ouvre desormais a----
      *>----la connexion une session sur son poste (Wposte) avec----
      *>----un fond, chaque encaissement especes du poste s'y----
      *>----rattache, et la fermeture compte la caisse coupure par----
      *>----coupure ; l'ecart au-dela du seuil ECARTCAISS----
      *>----(parametres) est signale----

      *>----a la connexion (administrateur et roles a profil, ceux----
      *>----qui encaissent) : reprise de sa session ouverte sur le----
      *>----poste, sinon proposition d'en ouvrir une----
        OUVERTURE_SESSION_CAISSE.
        MOVE 0 TO WidSessionCaisse
        IF WroleUtilisateurConnecte <> 3 AND
           WroleUtilisateurConnecte < 5 THEN
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_SESSION_POSTE
        IF Wtrouve = 1 THEN
                IF ss_fu_id = WidUtilisateurConnecte THEN
                        MOVE ss_id TO WidSessionCaisse
                        DISPLAY "📣 Session de caisse " ss_id
                                " reprise (fond " ss_fond ") 📣"
                ELSE
                        DISPLAY "⚠️ Caisse du poste " Wposte
                                " ouverte par l'utilisateur "
                                ss_fu_id " ⚠️"
                        DISPLAY "⚠️ Vos encaissements especes"
                                " seront hors session ⚠️"
                END-IF
                EXIT PARAGRAPH
        END-IF

        DISPLAY "Ouvrir une session de caisse sur le poste "
                Wposte " (O/N): " WITH NO ADVANCING
        MOVE SPACES TO WreponseConfirmation
        ACCEPT WreponseConfirmation
        IF WreponseConfirmation <> "O" AND
           WreponseConfirmation <> "o" THEN
                EXIT PARAGRAPH
        END-IF
        MOVE "Fond de caisse (entier)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_SESSION
        MOVE WidSessionTraitee TO ss_id
        MOVE WnombreConverti TO ss_fond
        MOVE Wposte TO ss_poste
        MOVE WidUtilisateurConnecte TO ss_fu_id
        ACCEPT ss_date FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE ss_heure_ouverture = WheureJour / 10000
        MOVE "O" TO ss_statut
        MOVE 0 TO ss_date_fermeture
        MOVE 0 TO ss_heure_fermeture
        MOVE 0 TO ss_attendu
        MOVE 0 TO ss_compte
        MOVE 0 TO ss_ecart
        PERFORM VARYING Wcp FROM 1 BY 1 UNTIL Wcp > 15
                MOVE 0 TO ss_nb_coupure(Wcp)
        END-PERFORM
        OPEN I-O fsessions
        WRITE tamp_fsessions
        END-WRITE
        IF cr_fsessions = 0 THEN
                MOVE ss_id TO WidSessionCaisse
                DISPLAY "✅️ Session de caisse " ss_id
                        " ouverte ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "CAISSE" TO ad_type
                MOVE "OUVERTURE" TO ad_operation
                MOVE ss_id TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE SPACES TO ad_apres
                STRING ss_fond DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fsessions" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fsessions TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fsessions.

      *>----session ouverte sur le poste Wposte (Wtrouve, tampon----
      *>----ss_* positionne)----
        CHERCHE_SESSION_POSTE.
        MOVE 0 TO Wtrouve
        OPEN INPUT fsessions
        MOVE Wposte TO ss_poste
        MOVE 0 TO WfinSession
        START fsessions KEY IS = ss_poste
          INVALID KEY MOVE 1 TO WfinSession
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinSession = 1
                READ fsessions NEXT
                AT END MOVE 1 TO WfinSession
                NOT AT END
                        IF ss_poste = Wposte THEN
                                IF ss_statut = "O" THEN
                                        MOVE 1 TO Wtrouve
                                        MOVE 1 TO WfinSession
                                END-IF
                        ELSE
                                MOVE 1 TO WfinSession
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fsessions.

        CHERCHE_MAX_ID_SESSION.
        MOVE 0 TO WidSessionTraitee
        OPEN INPUT fsessions
        MOVE 0 TO WfinSession
        PERFORM WITH TEST AFTER UNTIL WfinSession = 1
                READ fsessions NEXT
                AT END MOVE 1 TO WfinSession
                NOT AT END
                        IF ss_id > WidSessionTraitee THEN
                                MOVE ss_id TO WidSessionTraitee
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fsessions
        ADD 1 TO WidSessionTraitee.

      *>----encaissement especes du poste : WorigineCaisse,----
      *>----WreferenceCaisse, WmontantCaisse ; rattache a la----
      *>----session ouverte du caissier connecte (0 sinon)----
        ENREGISTRE_MOUVEMENT_CAISSE.
        IF WidSessionCaisse = 0 THEN
                DISPLAY "⚠️ Encaissement especes hors session de"
                        " caisse ⚠️"
        END-IF
        MOVE WidSessionCaisse TO mk_id_session
        MOVE Wposte TO mk_poste
        MOVE WidUtilisateurConnecte TO mk_fu_id
        ACCEPT mk_date FROM DATE YYYYMMDD
        ACCEPT mk_heure FROM TIME
        MOVE WorigineCaisse TO mk_origine
        MOVE WreferenceCaisse TO mk_reference
        MOVE WmontantCaisse TO mk_montant
        OPEN EXTEND fmouvcaisse
        IF cr_fmouvcaisse = 35 THEN
                OPEN OUTPUT fmouvcaisse
        END-IF
        WRITE tamp_fmouvcaisse
        END-WRITE
        IF cr_fmouvcaisse <> 0 THEN
                MOVE "fmouvcaisse" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fmouvcaisse TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fmouvcaisse.

      *>----especes encaissees par la session WidSessionTraitee----
        CUMUL_MOUVEMENTS_SESSION.
        MOVE 0 TO WmouvementsCaisse
        OPEN INPUT fmouvcaisse
        IF cr_fmouvcaisse = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WfinCaisse
        PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
                READ fmouvcaisse NEXT
                AT END MOVE 1 TO WfinCaisse
                NOT AT END
                        IF mk_id_session = WidSessionTraitee THEN
                                ADD mk_montant TO WmouvementsCaisse
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fmouvcaisse.

        CHARGE_SEUIL_ECART_CAISSE.
        MOVE "ECARTCAISS" TO WcodeParam
        MOVE 10 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WseuilEcartCaisse.

      *>----fermeture de la session ouverte sur le poste : comptage----
      *>----par coupure, attendu = fond + especes encaissees ; un----
      *>----administrateur peut fermer la caisse d'un autre----
      *>----caissier----
        FERMETURE_SESSION_CAISSE.
        PERFORM CHERCHE_SESSION_POSTE
        IF Wtrouve = 0 THEN
                DISPLAY "⚠️ Aucune session de caisse ouverte sur"
                        " le poste " Wposte " ⚠️"
                EXIT PARAGRAPH
        END-IF
        IF ss_fu_id <> WidUtilisateurConnecte AND
           WroleUtilisateurConnecte <> 3 THEN
                DISPLAY "⚠️ Session d'un autre caissier ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE ss_id TO WidSessionTraitee

        DISPLAY " "
        DISPLAY "~~Comptage de la caisse " ss_id
                " (nombre par coupure)~~"
        MOVE 0 TO WcompteCaisse
        MOVE 0 TO WsaisieAnnulee
        PERFORM VARYING Wcp FROM 1 BY 1
        UNTIL Wcp > 15 OR WsaisieAnnulee = 1
                MOVE SPACES TO WlibelleSaisie
                STRING "Nombre de " Wcp_libelle(Wcp)
                        DELIMITED BY SIZE INTO WlibelleSaisie
                END-STRING
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO Wnb_coupure(Wcp)
                        COMPUTE WcompteCaisse = WcompteCaisse +
                                Wnb_coupure(Wcp) * Wcp_valeur(Wcp)
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Comptage annule, la session reste"
                        " ouverte"
                EXIT PARAGRAPH
        END-IF

        PERFORM CUMUL_MOUVEMENTS_SESSION
        OPEN I-O fsessions
        MOVE WidSessionTraitee TO ss_id
        READ fsessions
          INVALID KEY
                DISPLAY "⚠️ Session disparue ⚠️"
                CLOSE fsessions
                EXIT PARAGRAPH
        END-READ
        COMPUTE ss_attendu = ss_fond + WmouvementsCaisse
        MOVE WcompteCaisse TO ss_compte
        COMPUTE ss_ecart = ss_compte - ss_attendu
        PERFORM VARYING Wcp FROM 1 BY 1 UNTIL Wcp > 15
                MOVE Wnb_coupure(Wcp) TO ss_nb_coupure(Wcp)
        END-PERFORM
        ACCEPT ss_date_fermeture FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE ss_heure_fermeture = WheureJour / 10000
        MOVE "F" TO ss_statut
        REWRITE tamp_fsessions
        END-REWRITE
        IF cr_fsessions = 0 THEN
                DISPLAY "✅️ Session de caisse " ss_id
                        " fermee ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "CAISSE" TO ad_type
                MOVE "FERMETURE" TO ad_operation
                MOVE ss_id TO ad_cible
                MOVE SPACES TO ad_avant
                STRING ss_attendu DELIMITED BY SIZE INTO ad_avant
                END-STRING
                MOVE SPACES TO ad_apres
                STRING ss_compte DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
                IF ss_id = WidSessionCaisse THEN
                        MOVE 0 TO WidSessionCaisse
                END-IF
        ELSE
                MOVE "fsessions" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fsessions TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fsessions
        PERFORM AFFICHE_SESSION_CAISSE.

      *>----etat d'une session : fond, attendu, compte, ecart ; une----
      *>----session encore ouverte montre l'attendu a l'instant----
        RAPPORT_SESSION_CAISSE.
        MOVE "Id de la session de caisse" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidSessionTraitee
        OPEN INPUT fsessions
        MOVE WidSessionTraitee TO ss_id
        MOVE 1 TO Wtrouve
        READ fsessions
          INVALID KEY MOVE 0 TO Wtrouve
        END-READ
        CLOSE fsessions
        IF Wtrouve = 0 THEN
                DISPLAY "⚠️ Session inexistante ⚠️"
                EXIT PARAGRAPH
        END-IF
        IF ss_statut = "O" THEN
                PERFORM CUMUL_MOUVEMENTS_SESSION
                COMPUTE ss_attendu = ss_fond + WmouvementsCaisse
        END-IF
        PERFORM AFFICHE_SESSION_CAISSE.

        AFFICHE_SESSION_CAISSE.
        PERFORM CHARGE_SEUIL_ECART_CAISSE
        DISPLAY " "
        DISPLAY "~~Session de caisse " ss_id " - poste " ss_poste
                " - caissier " ss_fu_id "~~"
        DISPLAY "Ouverte le " ss_date " a " ss_heure_ouverture
                WITH NO ADVANCING
        IF ss_statut = "F" THEN
                DISPLAY ", fermee le " ss_date_fermeture " a "
                        ss_heure_fermeture
        ELSE
                DISPLAY ", toujours ouverte"
        END-IF
        DISPLAY "Fond de caisse : " ss_fond
        COMPUTE WmouvementsCaisse = ss_attendu - ss_fond
        DISPLAY "Especes encaissees : " WmouvementsCaisse
        DISPLAY "Attendu en caisse : " ss_attendu
        IF ss_statut = "O" THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM VARYING Wcp FROM 1 BY 1 UNTIL Wcp > 15
                IF ss_nb_coupure(Wcp) <> 0 THEN
                        DISPLAY "  " Wcp_libelle(Wcp) " x "
                                ss_nb_coupure(Wcp)
                END-IF
        END-PERFORM
        DISPLAY "Compte : " ss_compte
        DISPLAY "Ecart (compte - attendu) : " ss_ecart
                WITH NO ADVANCING
        IF ss_ecart < 0 THEN
                COMPUTE WecartAbsCaisse = 0 - ss_ecart
        ELSE
                MOVE ss_ecart TO WecartAbsCaisse
        END-IF
        IF WecartAbsCaisse > WseuilEcartCaisse THEN
                DISPLAY " ⚠️ ECART AU-DELA DU SEUIL "
                        WseuilEcartCaisse " ⚠️"
        ELSE
                DISPLAY " "
        END-IF.

      *>----synthese des sessions de la journee cloturee, ecrite----
      *>----dans l'etat de cloture (ffeuille ouvert)----
        CLOTURE_SESSIONS_CAISSE.
        PERFORM CHARGE_SEUIL_ECART_CAISSE
        MOVE 0 TO WnbSessionsJour
        MOVE 0 TO WtotFondsJour
        MOVE 0 TO WtotAttenduJour
        MOVE 0 TO WtotCompteJour
        MOVE 0 TO WtotEcartJour

        MOVE SPACES TO tamp_ffeuille
        STRING "Sessions de caisse (id|poste|caissier|fond|attendu"
               "|compte|ecart):"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        OPEN INPUT fsessions
        MOVE 0 TO WfinSession
        PERFORM WITH TEST AFTER UNTIL WfinSession = 1
                READ fsessions NEXT
                AT END MOVE 1 TO WfinSession
                NOT AT END
                        IF ss_date = WdateCloture THEN
                                PERFORM CLOTURE_UNE_SESSION
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fsessions

      *>----especes encaissees sans session ouverte sur le poste----
        MOVE 0 TO WhorsSessionJour
        OPEN INPUT fmouvcaisse
        IF cr_fmouvcaisse <> 35 THEN
                MOVE 0 TO WfinCaisse
                PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
                        READ fmouvcaisse NEXT
                        AT END MOVE 1 TO WfinCaisse
                        NOT AT END
                                IF mk_date = WdateCloture AND
                                   mk_id_session = 0 THEN
                                        ADD mk_montant TO
                                           WhorsSessionJour
                                END-IF
                        END-READ
                END-PERFORM
                CLOSE fmouvcaisse
        END-IF

        MOVE SPACES TO tamp_ffeuille
        STRING "  Total " WnbSessionsJour " session(s): fond "
               WtotFondsJour " | attendu " WtotAttenduJour
               " | compte " WtotCompteJour " | ecart "
               WtotEcartJour
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        IF WhorsSessionJour <> 0 THEN
                MOVE SPACES TO tamp_ffeuille
                STRING "  Especes encaissees hors session: "
                       WhorsSessionJour " (A VERIFIER)"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                WRITE tamp_ffeuille
                END-WRITE
        END-IF.

        CLOTURE_UNE_SESSION.
        ADD 1 TO WnbSessionsJour
        ADD ss_fond TO WtotFondsJour
        MOVE SPACES TO tamp_ffeuille
        IF ss_statut = "O" THEN
                MOVE ss_id TO WidSessionTraitee
                PERFORM CUMUL_MOUVEMENTS_SESSION
                COMPUTE ss_attendu = ss_fond + WmouvementsCaisse
                ADD ss_attendu TO WtotAttenduJour
                STRING "  " ss_id "|" ss_poste "|" ss_fu_id "|"
                       ss_fond "|" ss_attendu "|NON FERMEE"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE
                ADD ss_attendu TO WtotAttenduJour
                ADD ss_compte TO WtotCompteJour
                ADD ss_ecart TO WtotEcartJour
                IF ss_ecart < 0 THEN
                        COMPUTE WecartAbsCaisse = 0 - ss_ecart
                ELSE
                        MOVE ss_ecart TO WecartAbsCaisse
                END-IF
                MOVE ss_ecart TO WecartCaisse
                IF WecartAbsCaisse > WseuilEcartCaisse THEN
                        STRING "  " ss_id "|" ss_poste "|" ss_fu_id
                               "|" ss_fond "|" ss_attendu "|"
                               ss_compte "|" WecartCaisse
                               " ECART AU-DELA DU SEUIL"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                ELSE
                        STRING "  " ss_id "|" ss_poste "|" ss_fu_id
                               "|" ss_fond "|" ss_attendu "|"
                               ss_compte "|" WecartCaisse
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                END-IF
        END-IF
        WRITE tamp_ffeuille
        END-WRITE.
