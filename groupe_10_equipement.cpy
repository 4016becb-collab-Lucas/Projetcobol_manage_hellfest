      *>----sorties d'equipements du personnel : radios,----
      *>----voiturettes, cles de vehicule et passe-partout sortaient----
      *>----sur une feuille papier ; chaque sortie et chaque retour----
      *>----est journalise (fprets) avec son detenteur, la sortie----
      *>----est refusee si l'accreditation du detenteur n'admet pas----
      *>----le type d'equipement, la cloture de journee liste les----
      *>----equipements encore dehors par detenteur----

        CHOIX_TYPE_EQUIPEMENT.
        PERFORM VARYING WkTypeEquip FROM 1 BY 1
        UNTIL WkTypeEquip > WnbTypesEquip
                DISPLAY WkTypeEquip ". " Wte_libelle(WkTypeEquip)
        END-PERFORM
        MOVE 0 TO pq_type
        MOVE "Type d'equipement" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR pq_type > 0
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 0 AND
                           WnombreConverti <= WnbTypesEquip THEN
                                MOVE WnombreConverti TO pq_type
                        ELSE
                                DISPLAY "⚠️ Type inconnu ⚠️"
                        END-IF
                END-IF
        END-PERFORM.

        AJOUT_EQUIPEMENT.
        PERFORM CHERCHE_MAX_ID_EQUIPEMENT
        PERFORM CHOIX_TYPE_EQUIPEMENT
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Libelle: " WITH NO ADVANCING
        ACCEPT pq_libelle
        DISPLAY "Numero de serie: " WITH NO ADVANCING
        ACCEPT pq_serie
        DISPLAY "Service proprietaire: " WITH NO ADVANCING
        ACCEPT pq_service
        MOVE "D" TO pq_statut
        MOVE 0 TO pq_fu_id
        MOVE 0 TO pq_id_pret

        MOVE WidEquipement TO pq_id
        OPEN I-O fparc
        WRITE tamp_fparc
        END-WRITE
        IF cr_fparc = 0 THEN
                DISPLAY "✅️ Equipement " WidEquipement
                        " enregistre ✅️"
        ELSE
                MOVE "fparc" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fparc TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fparc.

        CHERCHE_MAX_ID_EQUIPEMENT.
        MOVE 0 TO WidEquipement
        OPEN INPUT fparc
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fparc NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pq_id > WidEquipement THEN
                                MOVE pq_id TO WidEquipement
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fparc
        ADD 1 TO WidEquipement.

      *>----sortie : equipement disponible, detenteur existant et----
      *>----accredite pour ce type----
        SORTIE_EQUIPEMENT.
        MOVE "Id de l'equipement" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidEquipement
        MOVE 0 TO Wtrouve
        OPEN INPUT fparc
        MOVE WidEquipement TO pq_id
        READ fparc
          INVALID KEY DISPLAY "⚠️ Equipement inexistant ⚠️"
          NOT INVALID KEY
                IF pq_statut = "D" THEN
                        MOVE 1 TO Wtrouve
                ELSE IF pq_statut = "S" THEN
                        DISPLAY "⚠️ Deja sorti (detenteur "
                                pq_fu_id ") ⚠️"
                ELSE
                        DISPLAY "⚠️ Equipement hors service ⚠️"
                END-IF
                END-IF
        END-READ
        CLOSE fparc
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        DISPLAY pq_libelle " (" Wte_libelle(pq_type) ")"

        MOVE 0 TO Wtrouve
        MOVE "Id du detenteur" TO WlibelleSaisie
        OPEN INPUT futilisateurs
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO fu_id
                        READ futilisateurs
                          INVALID KEY
                                DISPLAY "⚠️ Utilisateur"
                                        " inexistant ⚠️"
                          NOT INVALID KEY MOVE 1 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE futilisateurs
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        PERFORM CONTROLE_ACCRED_EQUIPEMENT
        IF WtypeAutorise = 0 THEN
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_PRET
        ACCEPT WdateJour FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE WheurePret = WheureJour / 10000
        MOVE WidPret TO px_id
        MOVE WidEquipement TO px_pq_id
        MOVE fu_id TO px_fu_id
        MOVE WdateJour TO px_date_sortie
        MOVE WheurePret TO px_heure_sortie
        MOVE 0 TO px_date_retour
        MOVE 0 TO px_heure_retour
        MOVE WidUtilisateurConnecte TO px_fu_operateur
        MOVE SPACE TO px_etat_retour
        OPEN I-O fprets
        WRITE tamp_fprets
        END-WRITE
        IF cr_fprets <> 0 THEN
                MOVE "fprets" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fprets TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fprets
                EXIT PARAGRAPH
        END-IF
        CLOSE fprets

        OPEN I-O fparc
        MOVE WidEquipement TO pq_id
        READ fparc
          NOT INVALID KEY
                MOVE "S" TO pq_statut
                MOVE px_fu_id TO pq_fu_id
                MOVE WidPret TO pq_id_pret
                REWRITE tamp_fparc
                END-REWRITE
                IF cr_fparc <> 0 THEN
                        MOVE "fparc" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fparc TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                        CLOSE fparc
                        EXIT PARAGRAPH
                END-IF
        END-READ
        CLOSE fparc
        DISPLAY "✅️ Equipement " WidEquipement " remis a "
                px_fu_id " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "EQUIPEMENT" TO ad_type
        MOVE "SORTIE" TO ad_operation
        MOVE WidEquipement TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "detenteur " px_fu_id " pret " WidPret
               DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----le detenteur fu_id doit avoir une accreditation dont le----
      *>----niveau est admis pour pq_type (WtypeAutorise = 1)----
        CONTROLE_ACCRED_EQUIPEMENT.
        MOVE 0 TO WtypeAutorise
        OPEN INPUT faccreds
        MOVE fu_id TO ac_fu_id
        READ faccreds
          INVALID KEY
                DISPLAY "⚠️ Detenteur sans accreditation ⚠️"
          NOT INVALID KEY
                IF Wte_niveau1(pq_type) = "*" OR
                   ac_niveau = Wte_niveau1(pq_type) OR
                   (ac_niveau = Wte_niveau2(pq_type) AND
                    Wte_niveau2(pq_type) <> SPACES) THEN
                        MOVE 1 TO WtypeAutorise
                ELSE
                        DISPLAY "⚠️ Accreditation " ac_niveau
                                " non admise pour "
                                Wte_libelle(pq_type) " ⚠️"
                END-IF
        END-READ
        CLOSE faccreds.

        CHERCHE_MAX_ID_PRET.
        MOVE 0 TO WidPret
        OPEN INPUT fprets
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fprets NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF px_id > WidPret THEN
                                MOVE px_id TO WidPret
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fprets
        ADD 1 TO WidPret.

      *>----retour : cloture le pret en cours, un equipement----
      *>----rendu endommage passe hors service----
        RETOUR_EQUIPEMENT.
        MOVE "Id de l'equipement" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidEquipement
        MOVE 0 TO Wtrouve
        OPEN INPUT fparc
        MOVE WidEquipement TO pq_id
        READ fparc
          INVALID KEY DISPLAY "⚠️ Equipement inexistant ⚠️"
          NOT INVALID KEY
                IF pq_statut = "S" THEN
                        MOVE 1 TO Wtrouve
                ELSE
                        DISPLAY "⚠️ Equipement non sorti ⚠️"
                END-IF
        END-READ
        CLOSE fparc
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE SPACE TO WreponseConfirmation
        PERFORM WITH TEST AFTER UNTIL WreponseConfirmation = "B"
        OR WreponseConfirmation = "E"
                DISPLAY "Etat au retour (B bon, E endommage): "
                        WITH NO ADVANCING
                ACCEPT WreponseConfirmation
        END-PERFORM
        ACCEPT WdateJour FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE WheurePret = WheureJour / 10000

        OPEN I-O fprets
        MOVE pq_id_pret TO px_id
        READ fprets
          INVALID KEY CONTINUE
          NOT INVALID KEY
                MOVE WdateJour TO px_date_retour
                MOVE WheurePret TO px_heure_retour
                MOVE WreponseConfirmation TO px_etat_retour
                REWRITE tamp_fprets
                END-REWRITE
                IF cr_fprets <> 0 THEN
                        MOVE "fprets" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fprets TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                        CLOSE fprets
                        EXIT PARAGRAPH
                END-IF
        END-READ
        CLOSE fprets

        OPEN I-O fparc
        MOVE WidEquipement TO pq_id
        READ fparc
          NOT INVALID KEY
                MOVE pq_fu_id TO WdetenteurPrec
                IF WreponseConfirmation = "E" THEN
                        MOVE "H" TO pq_statut
                ELSE
                        MOVE "D" TO pq_statut
                END-IF
                MOVE 0 TO pq_fu_id
                MOVE 0 TO pq_id_pret
                REWRITE tamp_fparc
                END-REWRITE
                IF cr_fparc <> 0 THEN
                        MOVE "fparc" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fparc TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                        CLOSE fparc
                        EXIT PARAGRAPH
                END-IF
        END-READ
        CLOSE fparc
        DISPLAY "✅️ Equipement " WidEquipement " rendu ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "EQUIPEMENT" TO ad_type
        MOVE "RETOUR" TO ad_operation
        MOVE WidEquipement TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "detenteur " WdetenteurPrec " etat "
               WreponseConfirmation
               DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----historique des sorties d'un detenteur, equipements non----
      *>----rendus en evidence----
        HISTORIQUE_EQUIPEMENTS_DETENTEUR.
        MOVE "Id du detenteur" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WdetenteurPrec
        DISPLAY " "
        DISPLAY "~~Equipements du detenteur " WdetenteurPrec "~~"
        MOVE 0 TO Wcompteur
        MOVE 0 TO WnbEquipSortis
        OPEN INPUT fprets
        OPEN INPUT fparc
        MOVE WdetenteurPrec TO px_fu_id
        MOVE 0 TO Wfin
        START fprets KEY IS = px_fu_id
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fprets NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF px_fu_id = WdetenteurPrec THEN
                                PERFORM AFFICHE_PRET_EQUIPEMENT
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fparc
        CLOSE fprets
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucune sortie ❌️"
        ELSE
                DISPLAY Wcompteur " sortie(s), " WnbEquipSortis
                        " non rendue(s)"
        END-IF.

        AFFICHE_PRET_EQUIPEMENT.
        ADD 1 TO Wcompteur
        MOVE px_pq_id TO pq_id
        MOVE SPACES TO pq_libelle
        READ fparc
          INVALID KEY CONTINUE
        END-READ
        DISPLAY px_date_sortie " " px_heure_sortie "|" px_pq_id " "
                pq_libelle "|" WITH NO ADVANCING
        IF px_date_retour = 0 THEN
                ADD 1 TO WnbEquipSortis
                DISPLAY "⚠️ NON RENDU ⚠️"
        ELSE
                DISPLAY "rendu " px_date_retour " " px_heure_retour
                        " (" px_etat_retour ")"
        END-IF.

      *>----cloture de journee : equipements encore dehors, dans----
      *>----l'ordre des detenteurs----
        CLOTURE_EQUIPEMENTS_SORTIS.
        MOVE 0 TO WnbEquipSortis
        MOVE 0 TO WdetenteurPrec
        OPEN INPUT fparc
        OPEN INPUT futilisateurs
        MOVE 1 TO pq_fu_id
        MOVE 0 TO Wfin
        START fparc KEY IS >= pq_fu_id
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fparc NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pq_statut = "S" THEN
                                PERFORM CLOTURE_UN_EQUIPEMENT
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE futilisateurs
        CLOSE fparc

        MOVE SPACES TO tamp_ffeuille
        STRING "Equipements encore sortis: " WnbEquipSortis
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

        CLOTURE_UN_EQUIPEMENT.
        ADD 1 TO WnbEquipSortis
        IF pq_fu_id <> WdetenteurPrec THEN
                MOVE pq_fu_id TO WdetenteurPrec
                MOVE pq_fu_id TO fu_id
                MOVE "?" TO fu_nom
                READ futilisateurs
                  INVALID KEY CONTINUE
                END-READ
                MOVE SPACES TO tamp_ffeuille
                STRING "  detenteur " pq_fu_id " " fu_nom
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                WRITE tamp_ffeuille
                END-WRITE
        END-IF
        MOVE SPACES TO tamp_ffeuille
        STRING "    " pq_id " " Wte_libelle(pq_type) " " pq_libelle
               " serie " pq_serie
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.
