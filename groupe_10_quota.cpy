      *>----quotas de places par canal de vente : la capacite d'un----
      *>----concert (fs_nb_place) ou du site (pass) etait un seul----
      *>----pot dispute par le guichet (bi_source G), l'import web----
      *>----nocturne (W) et les allocations partenaires (P, CE et----
      *>----agences) tenues sur tableur ; quotas_canaux.dat partage----
      *>----la capacite par canal, la vente et l'import refusent ce----
      *>----qui depasse le quota du canal meme s'il reste de la----
      *>----place ; un canal sans quota n'est borne que par la----
      *>----capacite----

      *>----quota du canal WcanalQuota pour l'objet WtypeQuota/----
      *>----WobjetQuota de l'edition de travail (WquotaDefini = 0----
      *>----si le canal n'a pas de quota)----
        LIT_QUOTA_CANAL.
        MOVE 0 TO WquotaDefini
        MOVE 0 TO WquotaCanal
        OPEN INPUT fquotas
        MOVE WeditionTravail TO qc_edition
        MOVE WtypeQuota TO qc_type
        MOVE WobjetQuota TO qc_objet
        MOVE WcanalQuota TO qc_canal
        READ fquotas
          INVALID KEY CONTINUE
          NOT INVALID KEY
                MOVE 1 TO WquotaDefini
                MOVE qc_quota TO WquotaCanal
        END-READ
        CLOSE fquotas.

      *>----billets vendus par le canal WcanalQuota pour l'objet ;----
      *>----WbilletsOuverts = 1 quand l'appelant tient deja fbillets----
      *>----ouvert (import de nuit)----
        COMPTE_VENDUS_CANAL.
        MOVE 0 TO WvendusCanal
        IF WbilletsOuverts = 0 THEN
                OPEN INPUT fbillets
        END-IF
        MOVE 0 TO WfinQuota
        IF WtypeQuota = "C" THEN
                MOVE WobjetQuota TO bi_id_concert
                START fbillets KEY IS = bi_id_concert
                  INVALID KEY MOVE 1 TO WfinQuota
                END-START
        ELSE
                MOVE 0 TO bi_id
                START fbillets KEY IS >= bi_id
                  INVALID KEY MOVE 1 TO WfinQuota
                END-START
        END-IF
        IF WfinQuota = 0 THEN
           PERFORM WITH TEST AFTER UNTIL WfinQuota = 1
                READ fbillets NEXT
                AT END MOVE 1 TO WfinQuota
                NOT AT END
                        IF WtypeQuota = "C" THEN
                                IF bi_id_concert <> WobjetQuota THEN
                                        MOVE 1 TO WfinQuota
                                ELSE IF bi_source = WcanalQuota THEN
                                        ADD 1 TO WvendusCanal
                                END-IF
                                END-IF
                        ELSE
                                IF bi_edition = WeditionTravail AND
                                   bi_type_pass = WtypeQuota AND
                                   bi_source = WcanalQuota AND
                                   (WtypeQuota = "F" OR
                                    bi_jour = WobjetQuota) THEN
                                        ADD 1 TO WvendusCanal
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-IF
        IF WbilletsOuverts = 0 THEN
                CLOSE fbillets
        END-IF
        IF WcanalQuota = "P" AND WtypeQuota <> "C" THEN
                PERFORM COMPTE_OPTIONS_GROUPE_CANAL
        END-IF.

      *>----les reservations de groupe en option ou acomptees----
      *>----tiennent deja des places du canal partenaire : leurs----
      *>----pass sont comptes comme vendus----
        COMPTE_OPTIONS_GROUPE_CANAL.
        OPEN INPUT fresagroupes
        IF cr_fresagroupes <> 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WfinGroupe
        PERFORM WITH TEST AFTER UNTIL WfinGroupe = 1
                READ fresagroupes NEXT
                AT END MOVE 1 TO WfinGroupe
                NOT AT END
                        IF rg_edition = WeditionTravail AND
                           (rg_statut = "O" OR rg_statut = "A") THEN
                                PERFORM CUMUL_OPTIONS_GROUPE_CANAL
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fresagroupes.

        CUMUL_OPTIONS_GROUPE_CANAL.
        PERFORM VARYING WkOptionGroupe FROM 1 BY 1
        UNTIL WkOptionGroupe > rg_nb_lignes
                IF rg_type_pass(WkOptionGroupe) = WtypeQuota AND
                   (WtypeQuota = "F" OR
                    rg_jour(WkOptionGroupe) = WobjetQuota) THEN
                        ADD rg_quantite(WkOptionGroupe)
                                TO WvendusCanal
                END-IF
        END-PERFORM.

      *>----une vente de plus tient-elle dans le quota du canal ?----
      *>----(WquotaOk = 0 sinon, WvendusCanal et WquotaCanal pour----
      *>----le message de l'appelant)----
        CONTROLE_QUOTA_CANAL.
        MOVE 1 TO WquotaOk
        MOVE 0 TO WvendusCanal
        PERFORM LIT_QUOTA_CANAL
        IF WquotaDefini = 0 THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM COMPTE_VENDUS_CANAL
        IF WvendusCanal >= WquotaCanal THEN
                MOVE 0 TO WquotaOk
        END-IF.

      *>----canal d'une vente au guichet : guichet ou allocation----
      *>----partenaire (le canal web est celui de l'import) ; vide----
      *>----= guichet, * abandonne----
        SAISIE_CANAL_VENTE.
        MOVE 0 TO WsaisieAnnulee
        MOVE SPACE TO WcanalVente
        PERFORM WITH TEST AFTER UNTIL WcanalVente = "G"
        OR WcanalVente = "P" OR WsaisieAnnulee = 1
                DISPLAY "Canal (G = guichet, P = partenaire CE/"
                        "agence, * pour annuler): " WITH NO ADVANCING
                MOVE SPACE TO WcanalVente
                ACCEPT WcanalVente
                IF WcanalVente = "*" THEN
                        MOVE 1 TO WsaisieAnnulee
                ELSE IF WcanalVente = SPACE THEN
                        MOVE "G" TO WcanalVente
                END-IF
                END-IF
        END-PERFORM.

      *>----saisie d'un canal G/W/P dans WcanalSaisi ; * abandonne----
        SAISIE_CANAL_QUOTA.
        MOVE 0 TO WsaisieAnnulee
        MOVE SPACE TO WcanalSaisi
        PERFORM WITH TEST AFTER UNTIL WcanalSaisi = "G"
        OR WcanalSaisi = "W" OR WcanalSaisi = "P"
        OR WsaisieAnnulee = 1
                DISPLAY WlibelleSaisie " (G = guichet, W = web, P ="
                        " partenaire, * pour annuler): "
                        WITH NO ADVANCING
                MOVE SPACE TO WcanalSaisi
                ACCEPT WcanalSaisi
                IF WcanalSaisi = "*" THEN
                        MOVE 1 TO WsaisieAnnulee
                END-IF
        END-PERFORM.

      *>----objet d'un quota : concert (capacite de sa scene), pass----
      *>----journee d'un jour ou pass festival (capacite du site)----
        SAISIE_OBJET_QUOTA.
        MOVE 0 TO WsaisieAnnulee
        MOVE SPACE TO WtypeQuota
        PERFORM WITH TEST AFTER UNTIL WtypeQuota = "C"
        OR WtypeQuota = "J" OR WtypeQuota = "F"
        OR WsaisieAnnulee = 1
                DISPLAY "Objet (C = concert, J = pass journee, F ="
                        " pass festival, * pour annuler): "
                        WITH NO ADVANCING
                MOVE SPACE TO WtypeQuota
                ACCEPT WtypeQuota
                IF WtypeQuota = "*" THEN
                        MOVE 1 TO WsaisieAnnulee
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WobjetQuota
        IF WtypeQuota = "C" THEN
                MOVE "Id concert" TO WlibelleSaisie
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 1 THEN
                        EXIT PARAGRAPH
                END-IF
                MOVE WnombreConverti TO WidConcertBillet
                PERFORM CALCULE_OCCUPATION_BILLETS
                IF WplaceScene = 0 THEN
                        DISPLAY "⚠️ Concert inexistant ou"
                                " scene sans places ⚠️"
                        MOVE 1 TO WsaisieAnnulee
                        EXIT PARAGRAPH
                END-IF
                MOVE WidConcertBillet TO WobjetQuota
                MOVE WplaceScene TO WcapaciteQuota
        ELSE
                IF WtypeQuota = "J" THEN
                        PERFORM SELECTION_JOUR_FESTIVAL
                        IF WsaisieAnnulee = 1 THEN
                                EXIT PARAGRAPH
                        END-IF
                        MOVE WnumeroJourChoisi TO WobjetQuota
                END-IF
                PERFORM CALCULE_CAPACITE_SITE
                MOVE WcapaciteSite TO WcapaciteQuota
        END-IF.

      *>----somme des quotas des autres canaux que WcanalQuota pour----
      *>----l'objet courant----
        CUMUL_QUOTAS_AUTRES_CANAUX.
        MOVE 0 TO WtotalQuotas
        OPEN INPUT fquotas
        PERFORM VARYING WkCanal FROM 1 BY 1 UNTIL WkCanal > 3
                IF Wcn_code(WkCanal) <> WcanalQuota THEN
                        MOVE WeditionTravail TO qc_edition
                        MOVE WtypeQuota TO qc_type
                        MOVE WobjetQuota TO qc_objet
                        MOVE Wcn_code(WkCanal) TO qc_canal
                        READ fquotas
                          INVALID KEY CONTINUE
                          NOT INVALID KEY ADD qc_quota TO WtotalQuotas
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fquotas.

      *>----pose (ou retire, quota 0) le quota d'un canal ; la somme----
      *>----des quotas ne peut pas depasser la capacite et un quota----
      *>----ne descend pas sous les ventes deja faites----
        DEFINIR_QUOTA_CANAL.
        PERFORM SAISIE_OBJET_QUOTA
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE "Canal" TO WlibelleSaisie
        PERFORM SAISIE_CANAL_QUOTA
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WcanalSaisi TO WcanalQuota
        PERFORM LIT_QUOTA_CANAL
        PERFORM COMPTE_VENDUS_CANAL
        IF WquotaDefini = 1 THEN
                DISPLAY "Quota actuel: " WquotaCanal " (vendus "
                        WvendusCanal ")"
        ELSE
                DISPLAY "Pas de quota actuel (vendus "
                        WvendusCanal ")"
        END-IF

        MOVE "Quota de places (0 = retirer le quota)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 999999 THEN
                DISPLAY "⚠️ Quota invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WnbPlacesDeplacees
        IF WnbPlacesDeplacees <> 0 THEN
                IF WnbPlacesDeplacees < WvendusCanal THEN
                        DISPLAY "⚠️ Quota inferieur aux ventes"
                                " du canal (" WvendusCanal ") ⚠️"
                        EXIT PARAGRAPH
                END-IF
                PERFORM CUMUL_QUOTAS_AUTRES_CANAUX
                IF WtotalQuotas + WnbPlacesDeplacees > WcapaciteQuota
                THEN
                        DISPLAY "⚠️ Quotas superieurs a la"
                                " capacite (" WcapaciteQuota ") ⚠️"
                        EXIT PARAGRAPH
                END-IF
        END-IF

        OPEN I-O fquotas
        MOVE WeditionTravail TO qc_edition
        MOVE WtypeQuota TO qc_type
        MOVE WobjetQuota TO qc_objet
        MOVE WcanalQuota TO qc_canal
        MOVE WnbPlacesDeplacees TO qc_quota
        MOVE WidUtilisateurConnecte TO qc_fu_id
        ACCEPT qc_date FROM DATE YYYYMMDD
        IF WnbPlacesDeplacees = 0 THEN
                IF WquotaDefini = 1 THEN
                        DELETE fquotas
                        END-DELETE
                END-IF
        ELSE
                IF WquotaDefini = 1 THEN
                        REWRITE tamp_fquotas
                        END-REWRITE
                ELSE
                        WRITE tamp_fquotas
                        END-WRITE
                END-IF
        END-IF
        IF cr_fquotas <> 0 THEN
                MOVE "fquotas" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fquotas TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fquotas
                EXIT PARAGRAPH
        END-IF
        CLOSE fquotas

        DISPLAY "✅️ Quota du canal " WcanalQuota " : "
                WnbPlacesDeplacees " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "QUOTA" TO ad_type
        MOVE "DEFINITION" TO ad_operation
        MOVE WobjetQuota TO ad_cible
        MOVE SPACES TO ad_avant
        STRING WtypeQuota " " WcanalQuota " " WquotaCanal
                DELIMITED BY SIZE INTO ad_avant
        END-STRING
        MOVE SPACES TO ad_apres
        STRING WtypeQuota " " WcanalQuota " " WnbPlacesDeplacees
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----deplace des places invendues du quota d'un canal vers un----
      *>----autre ; vers un canal sans quota, les places rejoignent----
      *>----simplement la capacite libre----
        DEPLACE_QUOTA_CANAL.
        PERFORM SAISIE_OBJET_QUOTA
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE "Canal source" TO WlibelleSaisie
        PERFORM SAISIE_CANAL_QUOTA
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WcanalSaisi TO WcanalQuota
        PERFORM LIT_QUOTA_CANAL
        IF WquotaDefini = 0 THEN
                DISPLAY "⚠️ Le canal " WcanalQuota " n'a pas de"
                        " quota ⚠️"
                EXIT PARAGRAPH
        END-IF
        PERFORM COMPTE_VENDUS_CANAL
        COMPUTE WresteCanal = WquotaCanal - WvendusCanal
        IF WresteCanal <= 0 THEN
                DISPLAY "⚠️ Aucune place invendue sur le canal "
                        WcanalQuota " ⚠️"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Quota " WquotaCanal ", vendus " WvendusCanal
                ", invendus " WresteCanal

        MOVE "Canal cible" TO WlibelleSaisie
        PERFORM SAISIE_CANAL_QUOTA
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WcanalSaisi TO WcanalCible
        IF WcanalCible = WcanalQuota THEN
                DISPLAY "⚠️ Canal cible identique au canal"
                        " source ⚠️"
                EXIT PARAGRAPH
        END-IF

        MOVE "Nombre de places a deplacer" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 OR WnombreConverti > WresteCanal THEN
                DISPLAY "⚠️ Nombre invalide (1 a " WresteCanal
                        ") ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WnbPlacesDeplacees

        OPEN I-O fquotas
        MOVE WeditionTravail TO qc_edition
        MOVE WtypeQuota TO qc_type
        MOVE WobjetQuota TO qc_objet
        MOVE WcanalQuota TO qc_canal
        READ fquotas
          INVALID KEY CONTINUE
          NOT INVALID KEY
                SUBTRACT WnbPlacesDeplacees FROM qc_quota
                MOVE WidUtilisateurConnecte TO qc_fu_id
                ACCEPT qc_date FROM DATE YYYYMMDD
                REWRITE tamp_fquotas
                END-REWRITE
        END-READ
        MOVE WeditionTravail TO qc_edition
        MOVE WtypeQuota TO qc_type
        MOVE WobjetQuota TO qc_objet
        MOVE WcanalCible TO qc_canal
        READ fquotas
          INVALID KEY
                DISPLAY "Canal " WcanalCible " sans quota : les"
                        " places rejoignent la capacite libre"
          NOT INVALID KEY
                ADD WnbPlacesDeplacees TO qc_quota
                MOVE WidUtilisateurConnecte TO qc_fu_id
                ACCEPT qc_date FROM DATE YYYYMMDD
                REWRITE tamp_fquotas
                END-REWRITE
        END-READ
        CLOSE fquotas

        DISPLAY "✅️ " WnbPlacesDeplacees " place(s) deplacee(s) de "
                WcanalQuota " vers " WcanalCible " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "QUOTA" TO ad_type
        MOVE "DEPLACEMENT" TO ad_operation
        MOVE WobjetQuota TO ad_cible
        MOVE SPACES TO ad_avant
        STRING WtypeQuota " " WcanalQuota " " WquotaCanal
                DELIMITED BY SIZE INTO ad_avant
        END-STRING
        MOVE SPACES TO ad_apres
        STRING WtypeQuota " " WcanalQuota ">" WcanalCible " "
                WnbPlacesDeplacees
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----remplissage par canal d'un concert ou d'un pass : quota,----
      *>----vendus et reste de chaque canal----
        RAPPORT_REMPLISSAGE_CANAUX.
        PERFORM SAISIE_OBJET_QUOTA
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY " "
        DISPLAY "~~Remplissage par canal " WtypeQuota " " WobjetQuota
                " (capacite " WcapaciteQuota ")~~"
        DISPLAY "Canal      |Quota |Vendus|Reste"
        MOVE 0 TO WtotalQuotas
        PERFORM VARYING WkCanal FROM 1 BY 1 UNTIL WkCanal > 3
                MOVE Wcn_code(WkCanal) TO WcanalQuota
                PERFORM LIT_QUOTA_CANAL
                PERFORM COMPTE_VENDUS_CANAL
                ADD WvendusCanal TO WtotalQuotas
                IF WquotaDefini = 1 THEN
                        COMPUTE WresteCanal = WquotaCanal
                                - WvendusCanal
                        DISPLAY Wcn_libelle(WkCanal) " |"
                                WquotaCanal "|" WvendusCanal "|"
                                WresteCanal
                ELSE
                        DISPLAY Wcn_libelle(WkCanal) " |libre |"
                                WvendusCanal "|"
                END-IF
        END-PERFORM
        COMPUTE WresteCanal = WcapaciteQuota - WtotalQuotas
        DISPLAY "Total vendus " WtotalQuotas ", places restantes "
                WresteCanal.
