      *>----cloture des periodes comptables : le journal pouvait----
      *>----etre relance a tout moment et un remboursement, une----
      *>----annulation ou une vente antidatee tombait dans un mois----
      *>----deja arrete et transmis ; les periodes (mois AAAAMM)----
      *>----sont tenues par edition dans periodes_comptables.dat,----
      *>----la cloture produit l'export definitif numerote de la----
      *>----periode, et la reouverture passe par le double----
      *>----controle (cf groupe_10_approbation.cpy)----

      *>----statut de la periode WperiodeTest pour l'edition de----
      *>----travail : WperiodeFermee = 1 si elle est cloturee----
        CONTROLE_PERIODE_OUVERTE.
        MOVE 0 TO WperiodeFermee
        OPEN INPUT fperiodes
        MOVE WeditionTravail TO pe_edition
        MOVE WperiodeTest TO pe_periode
        READ fperiodes
          INVALID KEY CONTINUE
          NOT INVALID KEY
                IF pe_statut = "C" THEN
                        MOVE 1 TO WperiodeFermee
                END-IF
        END-READ
        CLOSE fperiodes.

      *>----date a porter sur un enregistrement financier : la date----
      *>----du jour si sa periode est ouverte, sinon le premier jour----
      *>----de la premiere periode ouverte qui suit, sur accord de----
      *>----l'operateur ; WperiodeOk = 0 si l'operation est refusee----
        DATE_COMPTABLE_OPERATION.
        MOVE 1 TO WperiodeOk
        ACCEPT WdateComptable FROM DATE YYYYMMDD
        MOVE WanneeComptable TO WanneePeriode
        MOVE WmoisComptable TO WmoisPeriode
        PERFORM CONTROLE_PERIODE_OUVERTE
        IF WperiodeFermee = 0 THEN
                EXIT PARAGRAPH
        END-IF

        DISPLAY "⚠️ Periode " WperiodeTest " cloturee, date "
                WdateComptable " refusee ⚠️"
        PERFORM WITH TEST AFTER UNTIL WperiodeFermee = 0
                ADD 1 TO WmoisPeriode
                IF WmoisPeriode > 12 THEN
                        MOVE 1 TO WmoisPeriode
                        ADD 1 TO WanneePeriode
                END-IF
                PERFORM CONTROLE_PERIODE_OUVERTE
        END-PERFORM
        MOVE WanneePeriode TO WanneeComptable
        MOVE WmoisPeriode TO WmoisComptable
        MOVE 1 TO WjourComptable
        DISPLAY "Premiere date ouverte : " WdateComptable
        DISPLAY "Enregistrer l'operation a cette date (O/N): "
                WITH NO ADVANCING
        ACCEPT WreponseConfirmation
        IF WreponseConfirmation <> "O" AND
           WreponseConfirmation <> "o" THEN
                MOVE 0 TO WperiodeOk
        END-IF.

      *>----saisie d'une periode AAAAMM dans WperiodeTest ;----
      *>----WsaisieAnnulee = 1 si abandon ou periode invalide----
        SAISIE_PERIODE_COMPTABLE.
        MOVE "Periode (AAAAMM)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 999999 THEN
                DISPLAY "⚠️ Periode invalide ⚠️"
                MOVE 1 TO WsaisieAnnulee
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WperiodeTest
        IF WmoisPeriode < 1 OR WmoisPeriode > 12 OR
           WanneePeriode = 0 THEN
                DISPLAY "⚠️ Periode invalide ⚠️"
                MOVE 1 TO WsaisieAnnulee
        END-IF.

      *>----cloture : la periode doit etre echue (mois en cours----
      *>----exclu) et encore ouverte ;----
      *>----l'export definitif prend le numero suivant le plus----
      *>----grand deja attribue, toutes editions confondues----
        CLOTURE_PERIODE_COMPTABLE.
        PERFORM SAISIE_PERIODE_COMPTABLE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        ACCEPT WdateComptable FROM DATE YYYYMMDD
        COMPUTE WperiodeCloture = WanneeComptable * 100
                + WmoisComptable
        IF WperiodeTest >= WperiodeCloture THEN
                DISPLAY "⚠️ Periode " WperiodeTest " non encore"
                        " echue ⚠️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CONTROLE_PERIODE_OUVERTE
        IF WperiodeFermee = 1 THEN
                DISPLAY "⚠️ Periode " WperiodeTest " deja"
                        " cloturee ⚠️"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Cloturer definitivement la periode " WperiodeTest
                " (O/N): " WITH NO ADVANCING
        ACCEPT WreponseConfirmation
        IF WreponseConfirmation <> "O" AND
           WreponseConfirmation <> "o" THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WperiodeTest TO WperiodeCloture

        MOVE 0 TO WnumeroExport
        OPEN INPUT fperiodes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fperiodes NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pe_numero_export > WnumeroExport THEN
                                MOVE pe_numero_export
                                        TO WnumeroExport
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fperiodes
        ADD 1 TO WnumeroExport

      *>----export definitif : toutes les ecritures du mois----
        COMPUTE WdateDebutFiltre = WperiodeCloture * 100 + 1
        COMPUTE WdateFinFiltre = WperiodeCloture * 100 + 31
        MOVE SPACES TO WnomFeuille
        STRING "journal_cloture_" WnumeroExport "_"
                WperiodeCloture ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        PERFORM PRODUIT_JOURNAL_COMPTABLE

        OPEN I-O fperiodes
        MOVE WeditionTravail TO pe_edition
        MOVE WperiodeCloture TO pe_periode
        READ fperiodes
          INVALID KEY MOVE 0 TO Wtrouve
          NOT INVALID KEY MOVE 1 TO Wtrouve
        END-READ
        MOVE WeditionTravail TO pe_edition
        MOVE WperiodeCloture TO pe_periode
        MOVE "C" TO pe_statut
        ACCEPT pe_date_cloture FROM DATE YYYYMMDD
        MOVE WnumeroExport TO pe_numero_export
        MOVE WidUtilisateurConnecte TO pe_fu_id
        IF Wtrouve = 1 THEN
                REWRITE tamp_fperiodes
                END-REWRITE
        ELSE
                WRITE tamp_fperiodes
                END-WRITE
        END-IF
        IF cr_fperiodes = 0 THEN
                DISPLAY "✅️ Periode " WperiodeCloture
                        " cloturee, export definitif n° "
                        WnumeroExport " ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "PERIODE" TO ad_type
                MOVE "CLOTURE" TO ad_operation
                MOVE WnumeroExport TO ad_cible
                MOVE SPACES TO ad_apres
                STRING "periode " WperiodeCloture
                        DELIMITED BY SIZE INTO ad_apres
                END-STRING
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fperiodes" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fperiodes TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fperiodes.

      *>----reouverture d'une periode cloturee : soumise au double----
      *>----controle (operation PE-AAAAMM) ; le numero d'export----
      *>----reste en fichier, une nouvelle cloture en prendra un----
      *>----autre----
        REOUVERTURE_PERIODE.
        PERFORM SAISIE_PERIODE_COMPTABLE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CONTROLE_PERIODE_OUVERTE
        IF WperiodeFermee = 0 THEN
                DISPLAY "⚠️ Periode " WperiodeTest " non"
                        " cloturee ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WperiodeTest TO WperiodeCloture
        MOVE SPACES TO WoperationSensible
        STRING "PE-" WperiodeCloture DELIMITED BY SIZE
                INTO WoperationSensible
        END-STRING
        PERFORM CONTROLE_APPROBATION
        IF WapprobationOk = 0 THEN
                EXIT PARAGRAPH
        END-IF

        OPEN I-O fperiodes
        MOVE WeditionTravail TO pe_edition
        MOVE WperiodeCloture TO pe_periode
        READ fperiodes
          INVALID KEY DISPLAY "⚠️ Periode inexistante ⚠️"
          NOT INVALID KEY
                MOVE "O" TO pe_statut
                REWRITE tamp_fperiodes
                END-REWRITE
                IF cr_fperiodes = 0 THEN
                        DISPLAY "✅️ Periode " WperiodeCloture
                                " reouverte ✅️"
                        MOVE WidUtilisateurConnecte TO ad_fu_id
                        MOVE "PERIODE" TO ad_type
                        MOVE "REOUVERTURE" TO ad_operation
                        MOVE pe_numero_export TO ad_cible
                        MOVE SPACES TO ad_apres
                        STRING "periode " WperiodeCloture
                                DELIMITED BY SIZE INTO ad_apres
                        END-STRING
                        PERFORM ENREGISTRE_AUDIT
                ELSE
                        MOVE "fperiodes" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fperiodes TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-READ
        CLOSE fperiodes.

      *>----etat des periodes de l'edition de travail (les mois----
      *>----absents sont ouverts)----
        LISTE_PERIODES.
        DISPLAY " "
        DISPLAY "~~Periodes comptables de l'edition "
                WeditionTravail "~~"
        DISPLAY "Periode|Statut|Cloture |Export"
        MOVE 0 TO Wcompteur
        OPEN INPUT fperiodes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fperiodes NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF pe_edition = WeditionTravail THEN
                                DISPLAY pe_periode " |" pe_statut
                                        "     |" pe_date_cloture
                                        "|" pe_numero_export
                                ADD 1 TO Wcompteur
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fperiodes
        IF Wcompteur = 0 THEN
                DISPLAY "❌️ Aucune periode cloturee ❌️"
        END-IF.
