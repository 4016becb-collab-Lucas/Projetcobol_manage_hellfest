      *>----effectif des groupes : chaque musicien et membre----
      *>----d'equipe a sa ligne (nom, fonction, nationalite, jours----
      *>----d'arrivee et de depart) ; les effectifs retapes a la----
      *>----main (voyages, chambres, repas) se controlent contre----
      *>----cette liste au lieu de se croire sur parole----

      *>----maintenance par le groupe connecte (role 1) : on----
      *>----retrouve son groupe comme pour les invites----
        GESTION_MEMBRES_GROUPE.
        MOVE 0 TO WidGroupeEffectif
        OPEN INPUT fgroupes
        MOVE WidUtilisateurConnecte TO fg_id_utilisateur
        READ fgroupes KEY IS fg_id_utilisateur
          INVALID KEY
           DISPLAY "⚠️ Vous n'avez pas encore de groupe ⚠️"
          NOT INVALID KEY MOVE fg_id TO WidGroupeEffectif
        END-READ
        CLOSE fgroupes
        IF WidGroupeEffectif = 0 THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM MAINTENANCE_MEMBRES.

      *>----maintenance depuis l'administration : groupe saisi----
        GESTION_MEMBRES_ADMIN.
        OPEN INPUT fgroupes
        MOVE 1 TO Wtrouve
        MOVE "Id du groupe" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidGroupeEffectif
                        MOVE WidGroupeEffectif TO fg_id
                        READ fgroupes
                          INVALID KEY
                                DISPLAY "⚠️ Groupe"
                                        " inexistant ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fgroupes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM MAINTENANCE_MEMBRES.

        MAINTENANCE_MEMBRES.
        MOVE 0 TO WchoixMembre
        PERFORM WITH TEST AFTER UNTIL WchoixMembre = 3
                PERFORM LISTE_MEMBRES_GROUPE
                DISPLAY "1. Ajouter un membre"
                DISPLAY "2. Retirer un membre"
                DISPLAY "3. Retour"
                PERFORM WITH TEST AFTER UNTIL WchoixMembre < 4
                AND WchoixMembre > 0
                        DISPLAY "Choix: " WITH NO ADVANCING
                        ACCEPT WchoixMembre
                END-PERFORM
                IF WchoixMembre = 1 THEN
                        PERFORM AJOUT_MEMBRE_GROUPE
                ELSE IF WchoixMembre = 2 THEN
                        PERFORM RETRAIT_MEMBRE_GROUPE
                END-IF
        END-PERFORM.

        LISTE_MEMBRES_GROUPE.
        PERFORM CHARGE_JOURS_FESTIVAL
        DISPLAY " "
        DISPLAY "~~Effectif declare du groupe " WidGroupeEffectif
                "~~"
        MOVE 0 TO WeffectifGroupe
        OPEN INPUT fmembres
        MOVE WidGroupeEffectif TO mg_id_groupe
        MOVE 0 TO WfinMembres
        START fmembres KEY IS = mg_id_groupe
          INVALID KEY MOVE 1 TO WfinMembres
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinMembres = 1
                READ fmembres NEXT
                AT END MOVE 1 TO WfinMembres
                NOT AT END
                        IF mg_id_groupe = WidGroupeEffectif THEN
                                ADD 1 TO WeffectifGroupe
                                PERFORM LIBELLE_FONCTION_MEMBRE
                                DISPLAY mg_id "|" mg_nom "|"
                                        WlibelleFonction "|"
                                        mg_nationalite "|jours "
                                        mg_jour_arrivee " a "
                                        mg_jour_depart
                        ELSE
                                MOVE 1 TO WfinMembres
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fmembres
        IF WeffectifGroupe = 0 THEN
                DISPLAY "❌️ Aucun membre declare ❌️"
        ELSE
                DISPLAY WeffectifGroupe " personne(s) declaree(s)"
        END-IF.

        LIBELLE_FONCTION_MEMBRE.
        EVALUATE mg_fonction
           WHEN "M" MOVE "musicien" TO WlibelleFonction
           WHEN "T" MOVE "tour manager" TO WlibelleFonction
           WHEN "E" MOVE "technicien" TO WlibelleFonction
           WHEN "C" MOVE "chauffeur" TO WlibelleFonction
           WHEN OTHER MOVE "?" TO WlibelleFonction
        END-EVALUATE.

        AJOUT_MEMBRE_GROUPE.
        PERFORM CHERCHE_MAX_ID_MEMBRE
        MOVE WidMembre TO mg_id
        MOVE WidGroupeEffectif TO mg_id_groupe
        DISPLAY "Nom: " WITH NO ADVANCING
        ACCEPT mg_nom
        MOVE SPACES TO mg_fonction
        PERFORM WITH TEST AFTER UNTIL mg_fonction = "M"
        OR mg_fonction = "T" OR mg_fonction = "E"
        OR mg_fonction = "C"
                DISPLAY "Fonction (M = musicien, T = tour manager,"
                        " E = technicien, C = chauffeur): "
                        WITH NO ADVANCING
                ACCEPT mg_fonction
        END-PERFORM
        DISPLAY "Nationalite: " WITH NO ADVANCING
        ACCEPT mg_nationalite

        DISPLAY "Jour d'arrivee:"
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnumeroJourChoisi TO mg_jour_arrivee
        DISPLAY "Jour de depart:"
        MOVE 0 TO mg_jour_depart
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR mg_jour_depart >= mg_jour_arrivee
                PERFORM SELECTION_JOUR_FESTIVAL
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnumeroJourChoisi TO mg_jour_depart
                        IF mg_jour_depart < mg_jour_arrivee THEN
                                DISPLAY "⚠️ Depart avant"
                                        " l'arrivee ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        OPEN I-O fmembres
        WRITE tamp_fmembres
        END-WRITE
        IF cr_fmembres = 0 THEN
                DISPLAY "✅️ Membre " WidMembre " enregistre ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "MEMBRE" TO ad_type
                MOVE "CREATION" TO ad_operation
                MOVE mg_id TO ad_cible
                MOVE mg_nom TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fmembres" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fmembres TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fmembres.

      *>----un membre ne se retire que de son propre groupe----
        RETRAIT_MEMBRE_GROUPE.
        MOVE "Id du membre a retirer" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O fmembres
        MOVE WnombreConverti TO mg_id
        READ fmembres
          INVALID KEY
                DISPLAY "⚠️ Membre inexistant ⚠️"
          NOT INVALID KEY
                IF mg_id_groupe <> WidGroupeEffectif THEN
                        DISPLAY "⚠️ Ce membre n'est pas dans"
                                " ce groupe ⚠️"
                ELSE
                        MOVE mg_nom TO ad_avant
                        DELETE fmembres
                        END-DELETE
                        IF cr_fmembres = 0 THEN
                                DISPLAY "✅️ Membre retire ✅️"
                                MOVE WidUtilisateurConnecte
                                        TO ad_fu_id
                                MOVE "MEMBRE" TO ad_type
                                MOVE "SUPPRESSION" TO ad_operation
                                MOVE mg_id TO ad_cible
                                PERFORM ENREGISTRE_AUDIT
                        ELSE
                                MOVE "fmembres" TO er_fichier
                                MOVE "DELETE" TO er_operation
                                MOVE cr_fmembres TO er_code
                                PERFORM VERIFIE_CR_FICHIER
                                MOVE SPACES TO ad_avant
                        END-IF
                END-IF
        END-READ
        CLOSE fmembres.

        CHERCHE_MAX_ID_MEMBRE.
        MOVE 0 TO WidMembre
        OPEN INPUT fmembres
        MOVE 0 TO WfinMembres
        PERFORM WITH TEST AFTER UNTIL WfinMembres = 1
                READ fmembres NEXT
                AT END MOVE 1 TO WfinMembres
                NOT AT END
                        IF mg_id > WidMembre THEN
                                MOVE mg_id TO WidMembre
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fmembres
        ADD 1 TO WidMembre.

      *>----effectif du groupe WidGroupeEffectif : WeffectifGroupe----
      *>----= toute la liste, WeffectifPresent = membres sur site----
      *>----au moins un jour de WjourEffDebut a WjourEffFin,----
      *>----WeffectifArrivant = membres arrivant le jour----
      *>----WjourEffDebut ; fmembres ne doit pas etre ouvert par----
      *>----l'appelant----
        COMPTE_EFFECTIF_GROUPE.
        MOVE 0 TO WeffectifGroupe
        MOVE 0 TO WeffectifPresent
        MOVE 0 TO WeffectifArrivant
        OPEN INPUT fmembres
        IF cr_fmembres = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WidGroupeEffectif TO mg_id_groupe
        MOVE 0 TO WfinMembres
        START fmembres KEY IS = mg_id_groupe
          INVALID KEY MOVE 1 TO WfinMembres
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinMembres = 1
                READ fmembres NEXT
                AT END MOVE 1 TO WfinMembres
                NOT AT END
                        IF mg_id_groupe = WidGroupeEffectif THEN
                                ADD 1 TO WeffectifGroupe
                                IF mg_jour_arrivee <= WjourEffFin AND
                                   mg_jour_depart >= WjourEffDebut
                                   THEN
                                        ADD 1 TO WeffectifPresent
                                END-IF
                                IF mg_jour_arrivee = WjourEffDebut
                                   THEN
                                        ADD 1 TO WeffectifArrivant
                                END-IF
                        ELSE
                                MOVE 1 TO WfinMembres
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fmembres.
