      *>----objets trouves : le bureau des objets trouves tenait un----
      *>----cahier et les festivaliers appelaient des jours durant ;----
      *>----les objets (categorie, zone, date et heure, rangement)----
      *>----et les reclamations (rattachees a la fiche client quand----
      *>----elle existe) sont saisis, le rapprochement propose les----
      *>----objets de meme categorie, meme jour et meme zone pour----
      *>----chaque reclamation ouverte, restitution et sortie (don----
      *>----ou destruction) sont tracees avec l'operateur, et le----
      *>----batch d'apres festival liste les objets non reclames----
      *>----passe le delai de garde (parametre RETOBJETS en jours,----
      *>----90 par defaut)----

      *>----choix d'une categorie dans WcategorieSaisie----
        CHOIX_CATEGORIE_OBJET.
        PERFORM VARYING WkCategorieObj FROM 1 BY 1
        UNTIL WkCategorieObj > WnbCategoriesObj
                DISPLAY WkCategorieObj ". "
                        Wco_libelle(WkCategorieObj)
        END-PERFORM
        MOVE 0 TO WcategorieSaisie
        MOVE "Categorie" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WcategorieSaisie > 0
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 0 AND
                           WnombreConverti <= WnbCategoriesObj THEN
                                MOVE WnombreConverti
                                        TO WcategorieSaisie
                        ELSE
                                DISPLAY "⚠️ Categorie"
                                        " inconnue ⚠️"
                        END-IF
                END-IF
        END-PERFORM.

        AJOUT_OBJET_TROUVE.
        PERFORM CHOIX_CATEGORIE_OBJET
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WcategorieSaisie TO ob_categorie
        DISPLAY "Description: " WITH NO ADVANCING
        ACCEPT ob_description
        DISPLAY "Zone (fosse, camping, bar, ...): "
                WITH NO ADVANCING
        ACCEPT ob_zone

        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE "Date trouvee (AAAAMMJJ, 0 = aujourd'hui)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 THEN
                MOVE WdateJour TO ob_date
        ELSE
                MOVE WnombreConverti TO ob_date
        END-IF

        MOVE 0 TO Wtrouve
        MOVE "Heure trouvee (HHMM)" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR Wtrouve = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WheureHHMM
                        PERFORM CONVERTIT_HHMM_MINUTES
                        IF WnombreConverti > 2359 OR
                           WheureHHMM - WhhTravail * 100 > 59 THEN
                                DISPLAY "⚠️ Heure invalide ⚠️"
                        ELSE
                                MOVE 1 TO Wtrouve
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WheureHHMM TO ob_heure
        DISPLAY "Rangement (bac, etagere...): " WITH NO ADVANCING
        ACCEPT ob_rangement

        PERFORM CHERCHE_MAX_ID_OBJET
        MOVE WidObjet TO ob_id
        MOVE "S" TO ob_statut
        MOVE WidUtilisateurConnecte TO ob_fu_id
        MOVE 0 TO ob_id_reclamation
        MOVE 0 TO ob_date_sortie
        MOVE 0 TO ob_fu_id_sortie
        OPEN I-O fobjets
        WRITE tamp_fobjets
        END-WRITE
        IF cr_fobjets = 0 THEN
                DISPLAY "✅️ Objet " WidObjet " enregistre ✅️"
        ELSE
                MOVE "fobjets" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fobjets TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fobjets.

        CHERCHE_MAX_ID_OBJET.
        MOVE 0 TO WidObjet
        OPEN INPUT fobjets
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fobjets NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF ob_id > WidObjet THEN
                                MOVE ob_id TO WidObjet
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fobjets
        ADD 1 TO WidObjet.

      *>----reclamation d'un festivalier : sa fiche client si elle----
      *>----existe, sinon nom et contact saisis----
        AJOUT_RECLAMATION_OBJET.
        PERFORM SELECTION_CLIENT_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WidClient TO rl_id_client
        IF WidClient = 0 THEN
                DISPLAY "Nom: " WITH NO ADVANCING
                ACCEPT rl_nom
                DISPLAY "Contact (tel/email): " WITH NO ADVANCING
                ACCEPT rl_contact
        ELSE
                OPEN INPUT fclients
                MOVE WidClient TO cli_id
                READ fclients
                  NOT INVALID KEY
                        MOVE cli_nom TO rl_nom
                        MOVE cli_contact TO rl_contact
                END-READ
                CLOSE fclients
        END-IF

        PERFORM CHOIX_CATEGORIE_OBJET
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WcategorieSaisie TO rl_categorie
        DISPLAY "Description: " WITH NO ADVANCING
        ACCEPT rl_description
        DISPLAY "Zone de la perte: " WITH NO ADVANCING
        ACCEPT rl_zone
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE "Date de la perte (AAAAMMJJ, 0 = aujourd'hui)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 THEN
                MOVE WdateJour TO rl_date
        ELSE
                MOVE WnombreConverti TO rl_date
        END-IF

        PERFORM CHERCHE_MAX_ID_RECLAM_OBJET
        MOVE WidReclamObj TO rl_id
        MOVE "O" TO rl_statut
        MOVE WdateJour TO rl_date_saisie
        MOVE WidUtilisateurConnecte TO rl_fu_id
        OPEN I-O freclamobj
        WRITE tamp_freclamobj
        END-WRITE
        IF cr_freclamobj = 0 THEN
                DISPLAY "✅️ Reclamation " WidReclamObj
                        " enregistree ✅️"
        ELSE
                MOVE "freclamobj" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_freclamobj TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE freclamobj.

        CHERCHE_MAX_ID_RECLAM_OBJET.
        MOVE 0 TO WidReclamObj
        OPEN INPUT freclamobj
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ freclamobj NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rl_id > WidReclamObj THEN
                                MOVE rl_id TO WidReclamObj
                        END-IF
                END-READ
        END-PERFORM
        CLOSE freclamobj
        ADD 1 TO WidReclamObj.

      *>----rapprochement : pour chaque reclamation ouverte, les----
      *>----objets en stock de meme categorie, meme jour et meme----
      *>----zone (rapprochement_objets.txt)----
        RAPPROCHEMENT_OBJETS.
        MOVE "rapprochement_objets.txt" TO WnomFeuille
        OPEN OUTPUT ffeuille
        MOVE "RAPPROCHEMENT RECLAMATIONS / OBJETS TROUVES"
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_OBJETS
        MOVE 0 TO Wcompteur
        OPEN INPUT freclamobj
        OPEN INPUT fobjets
        MOVE 0 TO WfinObjet
        PERFORM WITH TEST AFTER UNTIL WfinObjet = 1
                READ freclamobj NEXT
                AT END MOVE 1 TO WfinObjet
                NOT AT END
                        IF rl_statut = "O" THEN
                                PERFORM PROPOSE_OBJETS_RECLAMATION
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fobjets
        CLOSE freclamobj
        STRING "Reclamations ouvertes: " Wcompteur
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS
        CLOSE ffeuille
        DISPLAY "Rapport: " WnomFeuille.

        ECRIT_LIGNE_OBJETS.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

        PROPOSE_OBJETS_RECLAMATION.
        ADD 1 TO Wcompteur
        MOVE SPACES TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_OBJETS
        STRING "Reclamation " rl_id " " rl_nom " " rl_contact
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS
        STRING "  " Wco_libelle(rl_categorie) " " rl_date " "
               rl_zone " " rl_description
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS
        MOVE 0 TO WnbObjetsProposes
        MOVE rl_categorie TO ob_categorie
        MOVE 0 TO Wfin
        START fobjets KEY IS = ob_categorie
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fobjets NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF ob_categorie <> rl_categorie THEN
                                MOVE 1 TO Wfin
                        ELSE IF ob_statut = "S" AND
                                ob_date = rl_date AND
                                ob_zone = rl_zone THEN
                                ADD 1 TO WnbObjetsProposes
                                STRING "  -> objet " ob_id " trouve a "
                                       ob_heure " range " ob_rangement
                                       " " ob_description
                                       DELIMITED BY SIZE
                                       INTO tamp_ffeuille
                                END-STRING
                                PERFORM ECRIT_LIGNE_OBJETS
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        IF WnbObjetsProposes = 0 THEN
                MOVE "  -> aucun objet correspondant"
                        TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_OBJETS
        END-IF.

      *>----restitution d'un objet en stock, a une reclamation----
      *>----ouverte ou a un festivalier venu sans reclamer (0)----
        RESTITUTION_OBJET.
        MOVE "Id de l'objet" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidObjet
        OPEN INPUT fobjets
        MOVE WidObjet TO ob_id
        MOVE 0 TO Wtrouve
        READ fobjets
          INVALID KEY DISPLAY "⚠️ Objet inexistant ⚠️"
          NOT INVALID KEY
                IF ob_statut <> "S" THEN
                        DISPLAY "⚠️ Objet deja sorti (" ob_statut
                                ") ⚠️"
                ELSE
                        DISPLAY Wco_libelle(ob_categorie) " "
                                ob_description
                        MOVE 1 TO Wtrouve
                END-IF
        END-READ
        CLOSE fobjets
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO Wtrouve
        MOVE "Id de la reclamation (0 = aucune)" TO WlibelleSaisie
        OPEN INPUT freclamobj
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidReclamObj
                        IF WidReclamObj = 0 THEN
                                MOVE 1 TO Wtrouve
                        ELSE
                                MOVE WidReclamObj TO rl_id
                                READ freclamobj
                                  INVALID KEY
                                        DISPLAY "⚠️ Reclamation"
                                                " inexistante ⚠️"
                                  NOT INVALID KEY
                                        IF rl_statut = "O" THEN
                                                DISPLAY rl_nom " "
                                                        rl_contact
                                                MOVE 1 TO Wtrouve
                                        ELSE
                                                DISPLAY "⚠️ Deja"
                                                   " servie ⚠️"
                                        END-IF
                                END-READ
                        END-IF
                END-IF
        END-PERFORM
        CLOSE freclamobj
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        ACCEPT WdateJour FROM DATE YYYYMMDD
        OPEN I-O fobjets
        MOVE WidObjet TO ob_id
        READ fobjets
          NOT INVALID KEY
                MOVE "R" TO ob_statut
                MOVE WidReclamObj TO ob_id_reclamation
                MOVE WdateJour TO ob_date_sortie
                MOVE WidUtilisateurConnecte TO ob_fu_id_sortie
                REWRITE tamp_fobjets
                END-REWRITE
        END-READ
        IF cr_fobjets <> 0 THEN
                MOVE "fobjets" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fobjets TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fobjets
                EXIT PARAGRAPH
        END-IF
        CLOSE fobjets

        IF WidReclamObj <> 0 THEN
                OPEN I-O freclamobj
                MOVE WidReclamObj TO rl_id
                READ freclamobj
                  NOT INVALID KEY
                        MOVE "R" TO rl_statut
                        REWRITE tamp_freclamobj
                        END-REWRITE
                        IF cr_freclamobj <> 0 THEN
                                MOVE "freclamobj" TO er_fichier
                                MOVE "REWRITE" TO er_operation
                                MOVE cr_freclamobj TO er_code
                                PERFORM VERIFIE_CR_FICHIER
                        END-IF
                END-READ
                CLOSE freclamobj
        END-IF

        DISPLAY "✅️ Objet " WidObjet " restitue ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "OBJET" TO ad_type
        MOVE "RESTITUTION" TO ad_operation
        MOVE WidObjet TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "reclamation " WidReclamObj
               DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----delai de garde des objets trouves : WjoursLimite = jour----
      *>----limite de trouvaille (cf CONVERTIT_DATE_JOURS_PURGE)----
        CHARGE_DELAI_OBJETS.
        MOVE "RETOBJETS" TO WcodeParam
        MOVE 90 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WretentionJours
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE WdateJour TO WdateTravailPurge
        PERFORM CONVERTIT_DATE_JOURS_PURGE
        COMPUTE WjoursLimite = WjoursEnreg - WretentionJours.

      *>----sortie d'un objet non reclame passe le delai de garde :----
      *>----don (D) ou destruction (X)----
        SORTIE_OBJET_NON_RECLAME.
        PERFORM CHARGE_DELAI_OBJETS
        MOVE "Id de l'objet" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidObjet
        OPEN I-O fobjets
        MOVE WidObjet TO ob_id
        READ fobjets
          INVALID KEY DISPLAY "⚠️ Objet inexistant ⚠️"
          NOT INVALID KEY
                PERFORM SORTIE_UN_OBJET
        END-READ
        CLOSE fobjets.

        SORTIE_UN_OBJET.
        IF ob_statut <> "S" THEN
                DISPLAY "⚠️ Objet deja sorti (" ob_statut ") ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE ob_date TO WdateTravailPurge
        PERFORM CONVERTIT_DATE_JOURS_PURGE
        IF WjoursEnreg >= WjoursLimite THEN
                DISPLAY "⚠️ Delai de garde de " WretentionJours
                        " jours non ecoule ⚠️"
                EXIT PARAGRAPH
        END-IF
        DISPLAY Wco_libelle(ob_categorie) " " ob_description
        MOVE SPACES TO WreponseConfirmation
        PERFORM WITH TEST AFTER UNTIL WreponseConfirmation = "D"
        OR WreponseConfirmation = "X"
        OR WreponseConfirmation = "*"
                DISPLAY "Don (D), destruction (X), * pour annuler: "
                        WITH NO ADVANCING
                ACCEPT WreponseConfirmation
        END-PERFORM
        IF WreponseConfirmation = "*" THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WreponseConfirmation TO ob_statut
        MOVE WdateJour TO ob_date_sortie
        MOVE WidUtilisateurConnecte TO ob_fu_id_sortie
        REWRITE tamp_fobjets
        END-REWRITE
        IF cr_fobjets = 0 THEN
                DISPLAY "✅️ Sortie de l'objet " ob_id
                        " enregistree ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "OBJET" TO ad_type
                IF ob_statut = "D" THEN
                        MOVE "DON" TO ad_operation
                ELSE
                        MOVE "DESTRUCTION" TO ad_operation
                END-IF
                MOVE ob_id TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE ob_rangement TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fobjets" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_fobjets TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

      *>----batch d'apres festival : objets encore en stock passe----
      *>----le delai de garde, a donner ou detruire----
      *>----(objets_non_reclames_AAAAMMJJ.txt)----
        LISTE_OBJETS_NON_RECLAMES.
        PERFORM CHARGE_DELAI_OBJETS
        MOVE SPACES TO WnomFeuille
        STRING "objets_non_reclames_" WdateJour ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "OBJETS NON RECLAMES AU " WdateJour
               " (garde " WretentionJours " jours)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS
        MOVE "Id   |Categorie           |Trouve le|Zone"
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_OBJETS
        MOVE 0 TO WnbObjetsNonReclames
        OPEN INPUT fobjets
        MOVE 0 TO WfinObjet
        PERFORM WITH TEST AFTER UNTIL WfinObjet = 1
                READ fobjets NEXT
                AT END MOVE 1 TO WfinObjet
                NOT AT END
                        IF ob_statut = "S" THEN
                                MOVE ob_date TO WdateTravailPurge
                                PERFORM CONVERTIT_DATE_JOURS_PURGE
                                IF WjoursEnreg < WjoursLimite THEN
                                        PERFORM ECRIT_OBJET_NON_RECLAME
                                END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fobjets
        STRING "Objets a donner ou detruire: "
               WnbObjetsNonReclames
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS
        CLOSE ffeuille
        DISPLAY "Liste: " WnomFeuille.

        ECRIT_OBJET_NON_RECLAME.
        ADD 1 TO WnbObjetsNonReclames
        STRING ob_id "|" Wco_libelle(ob_categorie) "|" ob_date "|"
               ob_zone "|" ob_rangement
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS
        STRING "      " ob_description
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_OBJETS.
