      *>----reclamations clients : scans refuses, litiges cashless,----
      *>----concerts annules et soucis de camping arrivaient par----
      *>----courrier et au stand info sans lien avec le systeme ;----
      *>----chaque reclamation est rattachee a la fiche client et a----
      *>----l'objet en cause (billet, bracelet, concert, pass----
      *>----camping), assignee a un utilisateur et suivie jusqu'a----
      *>----sa resolution ; un remboursement passe par un ordre de----
      *>----fremb (origine R) regle comme les autres, et l'etat----
      *>----d'anciennete compare les reclamations ouvertes au delai----
      *>----de reponse cible (parametre DELAIRECL en jours, 7 par----
      *>----defaut)----

        OUVERTURE_RECLAMATION.
        PERFORM SELECTION_CLIENT_VENTE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WidClient = 0 THEN
                DISPLAY "⚠️ Une reclamation se rattache a une"
                        " fiche client ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WidClient TO rq_id_client

        PERFORM VARYING WkCategorieRecl FROM 1 BY 1
        UNTIL WkCategorieRecl > WnbCategoriesRecl
                DISPLAY WkCategorieRecl ". "
                        Wrq_libelle(WkCategorieRecl)
        END-PERFORM
        MOVE 0 TO rq_categorie
        MOVE "Categorie" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR rq_categorie > 0
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 0 AND
                           WnombreConverti <= WnbCategoriesRecl THEN
                                MOVE WnombreConverti TO rq_categorie
                        ELSE
                                DISPLAY "⚠️ Categorie"
                                        " inconnue ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        PERFORM SAISIE_OBJET_RECLAMATION
        IF WsaisieAnnulee = 1 OR WobjetValide = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Description: " WITH NO ADVANCING
        ACCEPT rq_description

        PERFORM SAISIE_ASSIGNE_RECLAMATION
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        ACCEPT WdateJour FROM DATE YYYYMMDD
        PERFORM CHERCHE_MAX_ID_RECLAM
        MOVE WidReclam TO rq_id
        MOVE WdateJour TO rq_date_ouverture
        MOVE WidUtilisateurConnecte TO rq_fu_id
        MOVE "O" TO rq_statut
        MOVE SPACE TO rq_resolution
        MOVE SPACES TO rq_commentaire
        MOVE 0 TO rq_montant
        MOVE 0 TO rq_id_remb
        MOVE 0 TO rq_date_cloture
        OPEN I-O freclam
        WRITE tamp_freclam
        END-WRITE
        IF cr_freclam = 0 THEN
                DISPLAY "✅️ Reclamation " WidReclam
                        " ouverte ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "RECLAMATION" TO ad_type
                MOVE "OUVERTURE" TO ad_operation
                MOVE WidReclam TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE SPACES TO ad_apres
                STRING "client " rq_id_client " " rq_objet
                       DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "freclam" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_freclam TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE freclam.

      *>----objet en cause selon la categorie, controle dans son----
      *>----fichier (WobjetValide = 1 si trouve)----
        SAISIE_OBJET_RECLAMATION.
        MOVE SPACES TO rq_objet
        MOVE 1 TO WobjetValide
        IF rq_categorie = 1 OR rq_categorie = 2 THEN
                IF rq_categorie = 1 THEN
                        DISPLAY "Reference du billet: "
                                WITH NO ADVANCING
                ELSE
                        DISPLAY "Reference du bracelet: "
                                WITH NO ADVANCING
                END-IF
                ACCEPT rq_objet
        ELSE IF rq_categorie = 3 OR rq_categorie = 4 THEN
                IF rq_categorie = 3 THEN
                        MOVE "Id du concert" TO WlibelleSaisie
                ELSE
                        MOVE "Id du pass camping" TO WlibelleSaisie
                END-IF
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 1 THEN
                        EXIT PARAGRAPH
                END-IF
                MOVE WnombreConverti TO WidObjet
                MOVE WidObjet TO rq_objet
        END-IF
        END-IF
        PERFORM CONTROLE_OBJET_RECLAMATION
        IF WobjetValide = 0 THEN
                DISPLAY "⚠️ " rq_objet " introuvable ⚠️"
        END-IF.

      *>----relit l'objet de la reclamation courante : WobjetValide,----
      *>----et pour un remboursement WmontantMaxReclam (prix ou----
      *>----solde), WbilletRemb, WconcertRemb, WeditionRemb,----
      *>----WnatureRemb et WobjetRemb (cf FD fremb)----
        CONTROLE_OBJET_RECLAMATION.
        MOVE 1 TO WobjetValide
        MOVE 0 TO WmontantMaxReclam
        MOVE 0 TO WbilletRemb
        MOVE 0 TO WconcertRemb
        MOVE WeditionCourante TO WeditionRemb
        MOVE SPACE TO WnatureRemb
        MOVE SPACES TO WobjetRemb
        EVALUATE rq_categorie
           WHEN 1
                OPEN INPUT fbillets
                MOVE rq_objet TO bi_reference
                READ fbillets KEY IS bi_reference
                  INVALID KEY MOVE 0 TO WobjetValide
                  NOT INVALID KEY
                        MOVE bi_prix TO WmontantMaxReclam
                        MOVE "B" TO WnatureRemb
                        MOVE bi_reference TO WobjetRemb
                        MOVE bi_id TO WbilletRemb
                        MOVE bi_id_concert TO WconcertRemb
                        IF bi_edition <> 0 THEN
                                MOVE bi_edition TO WeditionRemb
                        END-IF
                END-READ
                CLOSE fbillets
           WHEN 2
                OPEN INPUT fcashless
                MOVE rq_objet TO cw_reference
                READ fcashless
                  INVALID KEY MOVE 0 TO WobjetValide
      *>----un debit conteste n'est pas borne par le solde restant----
                  NOT INVALID KEY
                        MOVE 9999.99 TO WmontantMaxReclam
                        MOVE "L" TO WnatureRemb
                        MOVE cw_reference TO WobjetRemb
                END-READ
                CLOSE fcashless
           WHEN 3
                OPEN INPUT fconcerts
                MOVE rq_objet(1:5) TO fc_id
                READ fconcerts
                  INVALID KEY
      *>----un concert annule n'est plus dans fconcerts : ses----
      *>----ordres de remboursement en gardent la trace----
                        PERFORM CHERCHE_CONCERT_REMBOURSE
                END-READ
                CLOSE fconcerts
           WHEN 4
                OPEN INPUT fpasscamp
                MOVE rq_objet(1:5) TO pc_id
                READ fpasscamp
                  INVALID KEY MOVE 0 TO WobjetValide
                  NOT INVALID KEY
                        MOVE pc_prix TO WmontantMaxReclam
                        MOVE "P" TO WnatureRemb
                        MOVE pc_id TO WobjetRemb
                END-READ
                CLOSE fpasscamp
           WHEN OTHER
                CONTINUE
        END-EVALUATE.

        CHERCHE_CONCERT_REMBOURSE.
        MOVE 0 TO WobjetValide
        OPEN INPUT fremb
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fremb NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rb_id_concert = fc_id AND
                           rb_origine = "C" THEN
                                MOVE 1 TO WobjetValide
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fremb.

      *>----utilisateur assigne (0 = l'operateur connecte)----
        SAISIE_ASSIGNE_RECLAMATION.
        MOVE 0 TO Wtrouve
        MOVE "Utilisateur assigne (0 = moi)" TO WlibelleSaisie
        OPEN INPUT futilisateurs
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti = 0 THEN
                                MOVE WidUtilisateurConnecte
                                        TO rq_fu_assigne
                                MOVE 1 TO Wtrouve
                        ELSE
                                MOVE WnombreConverti TO fu_id
                                READ futilisateurs
                                  INVALID KEY
                                        DISPLAY "⚠️ Utilisateur"
                                                " inexistant ⚠️"
                                  NOT INVALID KEY
                                        MOVE fu_id TO rq_fu_assigne
                                        MOVE 1 TO Wtrouve
                                END-READ
                        END-IF
                END-IF
        END-PERFORM
        CLOSE futilisateurs.

        CHERCHE_MAX_ID_RECLAM.
        MOVE 0 TO WidReclam
        OPEN INPUT freclam
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ freclam NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rq_id > WidReclam THEN
                                MOVE rq_id TO WidReclam
                        END-IF
                END-READ
        END-PERFORM
        CLOSE freclam
        ADD 1 TO WidReclam.

      *>----traitement : reassigner, prendre en charge ou clore----
      *>----avec sa resolution----
        TRAITEMENT_RECLAMATION.
        MOVE "Id de la reclamation" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidReclam
        OPEN INPUT freclam
        MOVE WidReclam TO rq_id
        MOVE 0 TO Wtrouve
        READ freclam
          INVALID KEY DISPLAY "⚠️ Reclamation inexistante ⚠️"
          NOT INVALID KEY
                IF rq_statut = "C" THEN
                        DISPLAY "⚠️ Reclamation deja close ⚠️"
                ELSE
                        MOVE 1 TO Wtrouve
                END-IF
        END-READ
        CLOSE freclam
        IF Wtrouve = 0 THEN
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Client " rq_id_client " - "
                Wrq_libelle(rq_categorie) " " rq_objet
        DISPLAY rq_description
        DISPLAY "Ouverte le " rq_date_ouverture ", assignee a "
                rq_fu_assigne ", statut " rq_statut

        DISPLAY "1-Reassigner  2-Prendre en charge  3-Clore"
        MOVE "Action" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        EVALUATE WnombreConverti
           WHEN 1
                PERFORM SAISIE_ASSIGNE_RECLAMATION
                IF WsaisieAnnulee = 1 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                MOVE "ASSIGNATION" TO ad_operation
                STRING "assignee a " rq_fu_assigne
                       DELIMITED BY SIZE INTO ad_apres
                END-STRING
           WHEN 2
                MOVE "E" TO rq_statut
                MOVE WidUtilisateurConnecte TO rq_fu_assigne
                MOVE "PRISE EN CH." TO ad_operation
           WHEN 3
                PERFORM CLOTURE_RECLAMATION
                IF WsaisieAnnulee = 1 THEN
                        DISPLAY "Operation annulee"
                        EXIT PARAGRAPH
                END-IF
                MOVE "CLOTURE" TO ad_operation
                STRING "resolution " rq_resolution " "
                       rq_montant " remb " rq_id_remb
                       DELIMITED BY SIZE INTO ad_apres
                END-STRING
           WHEN OTHER
                DISPLAY "⚠️ Action inconnue ⚠️"
                EXIT PARAGRAPH
        END-EVALUATE

        OPEN I-O freclam
        REWRITE tamp_freclam
        END-REWRITE
        IF cr_freclam = 0 THEN
                DISPLAY "✅️ Reclamation " rq_id
                        " mise a jour ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "RECLAMATION" TO ad_type
                MOVE rq_id TO ad_cible
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "freclam" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_freclam TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE freclam.

      *>----cloture : resolution, commentaire et, pour un----
      *>----remboursement, l'ordre emis dans fremb----
        CLOTURE_RECLAMATION.
        MOVE SPACE TO WreponseConfirmation
        PERFORM WITH TEST AFTER UNTIL WreponseConfirmation = "R"
        OR WreponseConfirmation = "G" OR WreponseConfirmation = "J"
        OR WreponseConfirmation = "*"
                DISPLAY "Resolution (R rembourser, G geste/reponse,"
                        " J rejet, * annuler): " WITH NO ADVANCING
                ACCEPT WreponseConfirmation
        END-PERFORM
        IF WreponseConfirmation = "*" THEN
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        MOVE WreponseConfirmation TO rq_resolution
        MOVE 0 TO rq_montant
        MOVE 0 TO rq_id_remb
        IF rq_resolution = "R" THEN
                PERFORM REMBOURSEMENT_RECLAMATION
                IF WsaisieAnnulee = 1 THEN
                        EXIT PARAGRAPH
                END-IF
        END-IF
        DISPLAY "Commentaire: " WITH NO ADVANCING
        ACCEPT rq_commentaire
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE "C" TO rq_statut
        MOVE WdateJour TO rq_date_cloture.

      *>----ordre de remboursement d'origine R : billet, pass----
      *>----camping ou bracelet restent en place, l'ordre se regle----
      *>----par REGLE_REMBOURSEMENT ; les billets d'un concert----
      *>----annule sont deja rembourses a l'annulation----
        REMBOURSEMENT_RECLAMATION.
        IF rq_categorie = 3 OR rq_categorie = 5 THEN
                DISPLAY "⚠️ Pas de remboursement sur cette"
                        " categorie (billets d'un concert annule"
                        " deja rembourses) ⚠️"
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        PERFORM CONTROLE_OBJET_RECLAMATION
        IF WobjetValide = 0 THEN
                DISPLAY "⚠️ " rq_objet " introuvable ⚠️"
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        PERFORM DEDUIT_REMB_DEJA_EMIS
        IF WmontantMaxReclam = 0 THEN
                DISPLAY "⚠️ " rq_objet " deja rembourse ⚠️"
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WmontantReclam
        DISPLAY "Montant maximum: " WmontantMaxReclam
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WmontantReclam > 0
                DISPLAY "Montant a rembourser: " WITH NO ADVANCING
                ACCEPT WmontantReclam
                IF WmontantReclam = 0 THEN
                        MOVE 1 TO WsaisieAnnulee
                ELSE IF WmontantReclam > WmontantMaxReclam THEN
                        DISPLAY "⚠️ Montant superieur au"
                                " maximum ⚠️"
                        MOVE 0 TO WmontantReclam
                END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF

        ACCEPT WdateJour FROM DATE YYYYMMDD
        PERFORM CHERCHE_MAX_ID_REMB
        OPEN I-O fremb
        MOVE WidRemb TO rb_id
        MOVE WbilletRemb TO rb_bi_id
        MOVE WconcertRemb TO rb_id_concert
        MOVE WmontantReclam TO rb_montant
        MOVE "A" TO rb_statut
        MOVE WdateJour TO rb_date_emission
        MOVE 0 TO rb_date_reglement
        MOVE WeditionRemb TO rb_edition
        MOVE "R" TO rb_origine
        MOVE WnatureRemb TO rb_nature
        MOVE WobjetRemb TO rb_objet
        WRITE tamp_fremb
        END-WRITE
        IF cr_fremb = 0 THEN
                DISPLAY "✅️ Ordre de remboursement " WidRemb
                        " emis ✅️"
                MOVE WmontantReclam TO rq_montant
                MOVE WidRemb TO rq_id_remb
        ELSE
                MOVE "fremb" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fremb TO er_code
                PERFORM VERIFIE_CR_FICHIER
                MOVE 1 TO WsaisieAnnulee
        END-IF
        CLOSE fremb.

      *>----le maximum remboursable d'un billet ou d'un pass----
      *>----camping est net des ordres deja emis sur le meme objet----
      *>----(annulation de concert, annulation du billet ou----
      *>----reclamation precedente) ; un debit cashless conteste----
      *>----reste borne par la seule saisie----
        DEDUIT_REMB_DEJA_EMIS.
        IF WnatureRemb = "L" THEN
                EXIT PARAGRAPH
        END-IF
        OPEN INPUT fremb
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fremb NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF (WnatureRemb = "B" AND
                            rb_bi_id = WbilletRemb AND
                            rb_nature <> "L" AND rb_nature <> "P")
                        OR (WnatureRemb = "P" AND
                            rb_nature = "P" AND
                            rb_objet = WobjetRemb) THEN
                                PERFORM DEDUIT_UN_REMB_EMIS
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fremb.

        DEDUIT_UN_REMB_EMIS.
        IF rb_montant >= WmontantMaxReclam THEN
                MOVE 0 TO WmontantMaxReclam
        ELSE
                SUBTRACT rb_montant FROM WmontantMaxReclam
        END-IF.

      *>----etat d'anciennete des reclamations ouvertes par----
      *>----categorie contre le delai de reponse cible, puis le----
      *>----detail des reclamations hors delai----
      *>----(age_reclamations_AAAAMMJJ.txt)----
        RAPPORT_AGE_RECLAMATIONS.
        MOVE "DELAIRECL" TO WcodeParam
        MOVE 7 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WdelaiReclam
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE WdateJour TO WdateTravailPurge
        PERFORM CONVERTIT_DATE_JOURS_PURGE
        MOVE WjoursEnreg TO WjoursLimite
        PERFORM VARYING WkCategorieRecl FROM 1 BY 1
        UNTIL WkCategorieRecl > WnbCategoriesRecl
                MOVE 0 TO Wrq_ouvertes(WkCategorieRecl)
                MOVE 0 TO Wrq_retard(WkCategorieRecl)
                MOVE 0 TO Wrq_plus_ancien(WkCategorieRecl)
        END-PERFORM
        MOVE 0 TO WtotalReclOuvertes
        MOVE 0 TO WtotalReclRetard

        MOVE SPACES TO WnomFeuille
        STRING "age_reclamations_" WdateJour ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "RECLAMATIONS OUVERTES AU " WdateJour
               " (delai cible " WdelaiReclam " jours)"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_RECLAMATIONS
        MOVE "Hors delai : Id   |Categorie           |Age  |Client|Ass."
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_RECLAMATIONS

        OPEN INPUT freclam
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ freclam NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rq_statut <> "C" THEN
                                PERFORM CUMUL_AGE_RECLAMATION
                        END-IF
                END-READ
        END-PERFORM
        CLOSE freclam

        MOVE "Categorie           |Ouv.|Hors delai|Plus ancienne"
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_RECLAMATIONS
        PERFORM VARYING WkCategorieRecl FROM 1 BY 1
        UNTIL WkCategorieRecl > WnbCategoriesRecl
                STRING Wrq_libelle(WkCategorieRecl) "|"
                       Wrq_ouvertes(WkCategorieRecl) "|"
                       Wrq_retard(WkCategorieRecl) "      |"
                       Wrq_plus_ancien(WkCategorieRecl) " j"
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_RECLAMATIONS
        END-PERFORM
        STRING "TOTAL               |" WtotalReclOuvertes "|"
               WtotalReclRetard
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_RECLAMATIONS
        CLOSE ffeuille
        DISPLAY "Etat: " WnomFeuille.

        CUMUL_AGE_RECLAMATION.
        MOVE rq_date_ouverture TO WdateTravailPurge
        PERFORM CONVERTIT_DATE_JOURS_PURGE
        IF WjoursEnreg > WjoursLimite THEN
                MOVE 0 TO WageReclam
        ELSE
                COMPUTE WageReclam = WjoursLimite - WjoursEnreg
        END-IF
        ADD 1 TO Wrq_ouvertes(rq_categorie)
        ADD 1 TO WtotalReclOuvertes
        IF WageReclam > Wrq_plus_ancien(rq_categorie) THEN
                MOVE WageReclam TO Wrq_plus_ancien(rq_categorie)
        END-IF
        IF WageReclam > WdelaiReclam THEN
                ADD 1 TO Wrq_retard(rq_categorie)
                ADD 1 TO WtotalReclRetard
                STRING "             " rq_id "|"
                       Wrq_libelle(rq_categorie) "|"
                       WageReclam "|" rq_id_client "|" rq_fu_assigne
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_RECLAMATIONS
        END-IF.

        ECRIT_LIGNE_RECLAMATIONS.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.
