      *>----retenue a la source sur les cachets des artistes non----
      *>----residents : le taux de chaque pays est un parametre----
      *>----d'exploitation de code RS suivi des 8 premiers----
      *>----caracteres de la nationalite en majuscules (RSROYAUME-,----
      *>----RSUSA...), valeur = taux en pourcentage ; un pays sans----
      *>----parametre (France) ne supporte aucune retenue----

      *>----code du parametre de taux pour WnationaliteSaisie----
        CODE_TAUX_RETENUE.
        MOVE SPACES TO WcodeParam
        STRING "RS" WnationaliteSaisie(1:8)
                DELIMITED BY SIZE INTO WcodeParam
        END-STRING
        INSPECT WcodeParam CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>----retenue sur WbrutCachet pour la nationalite----
      *>----WnationaliteSaisie : rend WtauxRetenue, WmontantRetenue----
      *>----et WnetCachet ; fparams ne doit pas etre ouvert----
        CALCUL_RETENUE_SOURCE.
        PERFORM CODE_TAUX_RETENUE
        MOVE 0 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        IF WvaleurParam > 99 THEN
                MOVE 99 TO WtauxRetenue
        ELSE
                MOVE WvaleurParam TO WtauxRetenue
        END-IF
        COMPUTE WmontantRetenue ROUNDED =
                WbrutCachet * WtauxRetenue / 100
        COMPUTE WnetCachet = WbrutCachet - WmontantRetenue.

      *>----ligne R du registre pour le cachet en cours de paiement----
      *>----(fgroupes lu, fretenues ouvert en EXTEND par l'appelant)----
        ENREGISTRE_RETENUE.
        MOVE fg_id TO rs_id_groupe
        MOVE fg_nom TO rs_nom_groupe
        MOVE fg_nationalite TO rs_nationalite
        MOVE WbrutCachet TO rs_brut
        MOVE WtauxRetenue TO rs_taux
        MOVE WmontantRetenue TO rs_retenue
        MOVE WnetCachet TO rs_net
        MOVE WdateJour TO rs_date
        MOVE "R" TO rs_sens
        WRITE tamp_fretenues
        END-WRITE
        IF cr_fretenues <> 0 THEN
                MOVE "fretenues" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fretenues TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

      *>----virement rejete : la derniere retenue du groupe----
      *>----WidGroupe est annulee par une ligne A, le cachet----
      *>----repassant EN ATTENTE sera retenu a nouveau au----
      *>----prochain paiement----
        ANNULE_RETENUE_GROUPE.
        MOVE 0 TO Wtrouve
        OPEN INPUT fretenues
        IF cr_fretenues = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fretenues NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF rs_id_groupe = WidGroupe THEN
                                IF rs_sens = "R" THEN
                                        MOVE 1 TO Wtrouve
                                        MOVE rs_nom_groupe TO Wrs_nom(1)
                                        MOVE rs_brut TO Wrs_brut(1)
                                        MOVE rs_taux TO Wrs_taux(1)
                                        MOVE rs_retenue
                                                TO Wrs_retenue(1)
                                        MOVE rs_nationalite
                                                TO WnationaliteSaisie
                                ELSE
                                        MOVE 0 TO Wtrouve
                                END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fretenues
        IF Wtrouve = 0 OR Wrs_retenue(1) = 0 THEN
                EXIT PARAGRAPH
        END-IF

        OPEN EXTEND fretenues
        MOVE WidGroupe TO rs_id_groupe
        MOVE Wrs_nom(1) TO rs_nom_groupe
        MOVE WnationaliteSaisie TO rs_nationalite
        MOVE Wrs_brut(1) TO rs_brut
        MOVE Wrs_taux(1) TO rs_taux
        MOVE Wrs_retenue(1) TO rs_retenue
        COMPUTE rs_net = Wrs_brut(1) - Wrs_retenue(1)
        ACCEPT rs_date FROM DATE YYYYMMDD
        MOVE "A" TO rs_sens
        WRITE tamp_fretenues
        END-WRITE
        CLOSE fretenues
        DISPLAY "📣 Retenue de " Wrs_retenue(1) " annulee pour "
                Wrs_nom(1).

      *>----ecran de saisie du taux d'un pays----
        DEFINIR_TAUX_RETENUE.
        DISPLAY "Nationalite (telle que saisie sur les groupes): "
                WITH NO ADVANCING
        ACCEPT WnationaliteSaisie
        IF WnationaliteSaisie = SPACES THEN
                DISPLAY "⚠️ Nationalite vide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE "Taux de retenue en % (0 = aucune)" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR WnombreConverti < 100
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 AND WnombreConverti > 99 THEN
                        DISPLAY "⚠️ Taux superieur a 99 % ⚠️"
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CODE_TAUX_RETENUE
        MOVE WcodeParam TO pa_code
        MOVE WnombreConverti TO pa_valeur

        OPEN I-O fparams
        WRITE tamp_fparams
          INVALID KEY
                REWRITE tamp_fparams
                END-REWRITE
        END-WRITE
        IF cr_fparams = 0 THEN
                DISPLAY "✅️ Taux " pa_code " = " pa_valeur
                        " % ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "PARAMETRE" TO ad_type
                MOVE "MODIFICATION" TO ad_operation
                MOVE 0 TO ad_cible
                MOVE pa_code TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fparams" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fparams TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fparams.

        LISTE_TAUX_RETENUE.
        DISPLAY "Code      |Taux"
        MOVE 0 TO Wcompteur
        OPEN INPUT fparams
        MOVE "RS" TO pa_code
        MOVE 0 TO Wfin
        START fparams KEY IS >= pa_code
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fparams NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pa_code(1:2) = "RS" THEN
                                DISPLAY pa_code "|" pa_valeur
                                ADD 1 TO Wcompteur
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fparams
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucun taux defini : aucune"
                        " retenue ❌️"
        END-IF.

      *>----declaration annuelle (declaration_ras_AAAA.txt) tiree----
      *>----du registre : une ligne par retenue de l'annee, les----
      *>----retenues annulees par un rejet de virement en sont----
      *>----retirees ; appelee en fin de traitement des paiements----
      *>----pour l'annee en cours, ou a la demande----
        DECLARATION_RETENUES.
        MOVE "Annee de la declaration (AAAA)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WanneeDeclaration
        PERFORM GENERE_DECLARATION_RETENUES.

        GENERE_DECLARATION_RETENUES.
        MOVE 0 TO WnbLignesRetenue
        MOVE 0 TO WretenuesDeborde
        OPEN INPUT fretenues
        IF cr_fretenues = 35 THEN
                DISPLAY "❌️ Aucune retenue enregistree ❌️"
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin2
        PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fretenues NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF rs_date(1:4) = WanneeDeclaration THEN
                                PERFORM CHARGE_LIGNE_RETENUE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fretenues
        IF WretenuesDeborde = 1 THEN
                DISPLAY "⚠️ Plus de 300 lignes pour "
                        WanneeDeclaration
                        " : declaration incomplete ⚠️"
        END-IF

        MOVE SPACES TO WnomFeuille
        STRING "declaration_ras_" WanneeDeclaration ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "DECLARATION RETENUE A LA SOURCE ARTISTES NON"
                " RESIDENTS " WanneeDeclaration
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE "groupe;nom;brut;taux;retenue;date_paiement"
                TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE 0 TO Wcompteur
        MOVE 0 TO WtotalBrutRetenues
        MOVE 0 TO WtotalRetenues
        PERFORM VARYING Wrs FROM 1 BY 1 UNTIL Wrs > WnbLignesRetenue
                IF Wrs_sens(Wrs) = "R" AND Wrs_retenue(Wrs) > 0 THEN
                        MOVE SPACES TO tamp_ffeuille
                        STRING Wrs_id_groupe(Wrs) ";"
                               DELIMITED BY SIZE
                               Wrs_nom(Wrs) DELIMITED BY "  "
                               ";" Wrs_brut(Wrs) ";"
                               Wrs_taux(Wrs) ";"
                               Wrs_retenue(Wrs) ";"
                               Wrs_date(Wrs)
                               DELIMITED BY SIZE
                               INTO tamp_ffeuille
                        END-STRING
                        WRITE tamp_ffeuille
                        END-WRITE
                        ADD 1 TO Wcompteur
                        ADD Wrs_brut(Wrs) TO WtotalBrutRetenues
                        ADD Wrs_retenue(Wrs) TO WtotalRetenues
                END-IF
        END-PERFORM
        MOVE SPACES TO tamp_ffeuille
        STRING "TOTAL;" Wcompteur ";" WtotalBrutRetenues ";;"
                WtotalRetenues
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        CLOSE ffeuille
        DISPLAY "✅️ " Wcompteur " retenue(s), total " WtotalRetenues
                ", dans " WnomFeuille " ✅️".

      *>----une ligne A efface la derniere ligne R encore active du----
      *>----meme groupe (passee en X dans la table)----
        CHARGE_LIGNE_RETENUE.
        IF rs_sens = "A" THEN
                MOVE 0 TO Wtrouve
                PERFORM VARYING Wrs FROM WnbLignesRetenue BY -1
                UNTIL Wrs < 1 OR Wtrouve = 1
                        IF Wrs_id_groupe(Wrs) = rs_id_groupe AND
                           Wrs_sens(Wrs) = "R" THEN
                                MOVE "X" TO Wrs_sens(Wrs)
                                MOVE 1 TO Wtrouve
                        END-IF
                END-PERFORM
                EXIT PARAGRAPH
        END-IF
        IF WnbLignesRetenue >= 300 THEN
                MOVE 1 TO WretenuesDeborde
                EXIT PARAGRAPH
        END-IF
        ADD 1 TO WnbLignesRetenue
        MOVE rs_id_groupe TO Wrs_id_groupe(WnbLignesRetenue)
        MOVE rs_nom_groupe TO Wrs_nom(WnbLignesRetenue)
        MOVE rs_brut TO Wrs_brut(WnbLignesRetenue)
        MOVE rs_taux TO Wrs_taux(WnbLignesRetenue)
        MOVE rs_retenue TO Wrs_retenue(WnbLignesRetenue)
        MOVE rs_date TO Wrs_date(WnbLignesRetenue)
        MOVE rs_sens TO Wrs_sens(WnbLignesRetenue).
