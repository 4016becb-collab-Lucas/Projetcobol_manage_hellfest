      *>----groupe a l'appui), chaque ordre passe au statut----
      *>----transmis, et le fichier de retour de la banque fait----
      *>----retomber les rejets sur une liste d'exceptions en----
      *>----remettant le cachet EN ATTENTE ; les reversements aux----
      *>----concessions (op_beneficiaire K) suivent le meme circuit,----
      *>----avec le RIB de la concession----

      *>----saisie (ou remplacement) des coordonnees bancaires d'un----
      *>----groupe----
                                           Wov_date(WnbOrdresVir)
                                        MOVE op_statut TO
                                           Wov_statut(WnbOrdresVir)
                                        MOVE op_beneficiaire TO
                                           Wov_beneficiaire
                                           (WnbOrdresVir)
                                        IF Wov_statut(WnbOrdresVir)
                                           = SPACE THEN
                                                MOVE "A" TO
                MOVE Wov_montant(Wk) TO op_montant
                MOVE Wov_date(Wk) TO op_date
                MOVE Wov_statut(Wk) TO op_statut
                MOVE Wov_beneficiaire(Wk) TO op_beneficiaire
                WRITE tamp_fordres
                END-WRITE
        END-PERFORM
        OPEN OUTPUT ffeuille

        OPEN INPUT fribs
        OPEN INPUT fribsconc
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > WnbOrdresVir
                IF Wov_statut(Wk) = "A" THEN
                        IF Wov_beneficiaire(Wk) = "K" THEN
                                PERFORM EMET_VIREMENT_CONCESSION
                        ELSE
                                PERFORM EMET_UN_VIREMENT
                        END-IF
                END-IF
        END-PERFORM
        CLOSE fribsconc
        CLOSE fribs

        MOVE SPACES TO tamp_ffeuille
                ADD Wov_montant(Wk) TO WtotalVirEmis
        END-READ.

        EMET_VIREMENT_CONCESSION.
        MOVE Wov_id_groupe(Wk) TO rk_id_concession
        READ fribsconc
          INVALID KEY
                DISPLAY "⚠️ " Wov_nom(Wk) ": pas de RIB, ordre"
                        " laisse en attente ⚠️"
          NOT INVALID KEY
                MOVE SPACES TO tamp_ffeuille
                STRING "VIR;" DELIMITED BY SIZE
                       rk_iban DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       rk_bic DELIMITED BY SPACE
                       ";" Wov_montant(Wk) ";"
                       DELIMITED BY SIZE
                       Wov_nom(Wk) DELIMITED BY "  "
                       INTO tamp_ffeuille
                END-STRING
                WRITE tamp_ffeuille
                END-WRITE
                MOVE "T" TO Wov_statut(Wk)
                ADD 1 TO WnbVirEmis
                ADD Wov_montant(Wk) TO WtotalVirEmis
        END-READ.

      *>----retour de la banque (retour_banque.dat, lignes----
      *>----id_groupe;motif, ou Kid_concession;motif) : l'ordre----
      *>----transmis repasse en rejete, le cachet du groupe----
      *>----redevient EN ATTENTE et l'exception est listee pour la----
      *>----tresorerie----
        TRAITE_RETOUR_BANQUE.
        OPEN INPUT fretourbq
        IF cr_fretourbq = 35 THEN
        UNSTRING tamp_fretourbq DELIMITED BY ";"
                INTO WchampGroupeRetour WchampMotif
        END-UNSTRING
        IF WchampGroupeRetour(1:1) = "K" THEN
                PERFORM TRAITE_REJET_CONCESSION
                EXIT PARAGRAPH
        END-IF
        MOVE WchampGroupeRetour TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 THEN
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > WnbOrdresVir
                IF Wov_id_groupe(Wk) = WidGroupe AND
                   Wov_beneficiaire(Wk) <> "K" AND
                   Wov_statut(Wk) = "T" AND Wtrouve = 0 THEN
                        MOVE 1 TO Wtrouve
                        MOVE "R" TO Wov_statut(Wk)
                MOVE "REJET" TO ad_operation
                MOVE WidGroupe TO ad_cible
                PERFORM ENREGISTRE_AUDIT
                PERFORM ANNULE_RETENUE_GROUPE
        ELSE
                DISPLAY "⚠️ Rejet groupe " WidGroupe
                        " sans ordre transmis correspondant ⚠️"
        END-IF.

      *>----rejet d'un reversement de concession : le reglement de----
      *>----l'edition est fige dans reglements_concessions.dat, on----
      *>----ne le recalcule pas ; l'ordre repasse en attente et----
      *>----repartira au prochain fichier une fois le RIB corrige----
        TRAITE_REJET_CONCESSION.
        MOVE WchampGroupeRetour(2:) TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > WnbOrdresVir
                IF Wov_id_groupe(Wk) = WnombreConverti AND
                   Wov_beneficiaire(Wk) = "K" AND
                   Wov_statut(Wk) = "T" AND Wtrouve = 0 THEN
                        MOVE 1 TO Wtrouve
                        MOVE "A" TO Wov_statut(Wk)
                        ADD 1 TO WnbRejetsBanque
                        DISPLAY "⚠️ " Wov_nom(Wk) "|"
                                Wov_montant(Wk) "|" WchampMotif
                                " (RIB a corriger) ⚠️"
                END-IF
        END-PERFORM
        IF Wtrouve = 1 THEN
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "VIREMENT" TO ad_type
                MOVE "REJET" TO ad_operation
                MOVE WnombreConverti TO ad_cible
                PERFORM ENREGISTRE_AUDIT
        ELSE
                DISPLAY "⚠️ Rejet concession " WnombreConverti
                        " sans ordre transmis correspondant ⚠️"
        END-IF.
