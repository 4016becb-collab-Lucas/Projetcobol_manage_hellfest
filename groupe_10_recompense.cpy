      *>----pass recompense des benevoles : les heures reellement----
      *>----faites (pointages de l'edition de travail, meme regle----
      *>----que l'etat de fin de journee) sont cumulees par----
      *>----benevole et comparees aux seuils HRSPASSF (pass----
      *>----festival, 24 h par defaut) et HRSPASSJ (pass journee,----
      *>----12 h par defaut) ; le pass est emis a prix nul sous le----
      *>----code tarif BENEV et le canal B (hors quotas de vente----
      *>----mais dans la capacite du site), rattache a une fiche----
      *>----client du benevole ; frecompense empeche une seconde----
      *>----emission sur la meme edition, le traitement peut donc----
      *>----etre relance a chaque fin de journee----

        RECOMPENSES_BENEVOLES.
        MOVE "HRSPASSF" TO WcodeParam
        MOVE 24 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WseuilPassFestival
        MOVE "HRSPASSJ" TO WcodeParam
        MOVE 12 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WseuilPassJour

        PERFORM CHARGE_JOURS_FESTIVAL
        PERFORM CUMUL_HEURES_BENEVOLES

        MOVE 0 TO WnbPassEmisRecomp
        MOVE 0 TO WnbDejaRecomp
        MOVE 0 TO WnbRefusRecomp
        ACCEPT WdateJour FROM DATE YYYYMMDD
        PERFORM CALCULE_CAPACITE_SITE
        DISPLAY " "
        DISPLAY "~~Pass recompense des benevoles (edition "
                WeditionTravail ")~~"
        DISPLAY "Seuils: festival " WseuilPassFestival
                " h, journee " WseuilPassJour " h"
        PERFORM VARYING WkBenevole FROM 1 BY 1
        UNTIL WkBenevole > WnbBenevolesRecomp
                PERFORM RECOMPENSE_UN_BENEVOLE
        END-PERFORM

        DISPLAY "Benevoles pointes: " WnbBenevolesRecomp
        DISPLAY "Pass emis: " WnbPassEmisRecomp
                " | deja recompenses: " WnbDejaRecomp
                " | refuses (capacite): " WnbRefusRecomp.

      *>----heures par benevole : un depart non pointe vaut la fin----
      *>----planifiee du shift, un depart apres minuit reporte les----
      *>----heures sur 24 ; les jours du calendrier travailles sont----
      *>----notes pour placer un pass journee sur un jour libre----
        CUMUL_HEURES_BENEVOLES.
        MOVE 0 TO WnbBenevolesRecomp
        OPEN INPUT fpointages
        OPEN INPUT fshifts
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fpointages NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        DIVIDE pt_date BY 10000 GIVING WanneePointage
                        IF WanneePointage = WeditionTravail THEN
                                PERFORM CUMUL_UN_POINTAGE
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fshifts
        CLOSE fpointages.

        CUMUL_UN_POINTAGE.
        MOVE 0 TO WheuresPointage
        IF pt_heure_depart = 0 THEN
                MOVE pt_id_shift TO sh_id
                READ fshifts
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        IF sh_heure_fin > pt_heure_arrivee THEN
                                COMPUTE WheuresPointage =
                                        sh_heure_fin - pt_heure_arrivee
                        END-IF
                END-READ
        ELSE IF pt_heure_depart < pt_heure_arrivee THEN
                COMPUTE WheuresPointage =
                        pt_heure_depart + 24 - pt_heure_arrivee
        ELSE
                COMPUTE WheuresPointage =
                        pt_heure_depart - pt_heure_arrivee
        END-IF
        END-IF

        MOVE 0 TO Wtrouve
        PERFORM VARYING Wk FROM 1 BY 1
        UNTIL Wk > WnbBenevolesRecomp OR Wtrouve = 1
                IF Wrw_fu_id(Wk) = pt_fu_id THEN
                        MOVE 1 TO Wtrouve
                        MOVE Wk TO WkBenevole
                END-IF
        END-PERFORM
        IF Wtrouve = 0 THEN
                IF WnbBenevolesRecomp >= 300 THEN
                        DISPLAY "⚠️ Plus de 300 benevoles,"
                                " pointage " pt_id_shift
                                " ignore ⚠️"
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO WnbBenevolesRecomp
                MOVE WnbBenevolesRecomp TO WkBenevole
                MOVE pt_fu_id TO Wrw_fu_id(WkBenevole)
                MOVE 0 TO Wrw_heures(WkBenevole)
                PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > 7
                        MOVE 0 TO Wrw_jour(WkBenevole, Wjc)
                END-PERFORM
        END-IF
        ADD WheuresPointage TO Wrw_heures(WkBenevole)
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                IF Wjf_date(Wjc) = pt_date THEN
                        MOVE 1 TO Wrw_jour(WkBenevole, Wjc)
                END-IF
        END-PERFORM.

        RECOMPENSE_UN_BENEVOLE.
        MOVE SPACE TO WtypePassRecomp
        IF WseuilPassFestival > 0 AND
           Wrw_heures(WkBenevole) >= WseuilPassFestival THEN
                MOVE "F" TO WtypePassRecomp
        ELSE IF WseuilPassJour > 0 AND
           Wrw_heures(WkBenevole) >= WseuilPassJour THEN
                MOVE "J" TO WtypePassRecomp
        END-IF
        END-IF
        IF WtypePassRecomp = SPACE THEN
                EXIT PARAGRAPH
        END-IF

        OPEN INPUT frecompense
        MOVE WeditionTravail TO rw_edition
        MOVE Wrw_fu_id(WkBenevole) TO rw_fu_id
        MOVE 0 TO Wtrouve
        READ frecompense
          NOT INVALID KEY MOVE 1 TO Wtrouve
        END-READ
        CLOSE frecompense
        IF Wtrouve = 1 THEN
                ADD 1 TO WnbDejaRecomp
                EXIT PARAGRAPH
        END-IF

      *>----pass journee : premier jour du festival ou le benevole----
      *>----n'a pas pointe (le premier jour s'il a tout fait)----
        MOVE 0 TO WjourRecomp
        MOVE 0 TO WpassComplet
        IF WtypePassRecomp = "J" THEN
                PERFORM VARYING Wjc FROM 1 BY 1
                UNTIL Wjc > WnbJoursFestival OR WjourRecomp > 0
                        IF Wrw_jour(WkBenevole, Wjc) = 0 THEN
                                MOVE Wjc TO WjourRecomp
                        END-IF
                END-PERFORM
                IF WjourRecomp = 0 THEN
                        MOVE 1 TO WjourRecomp
                END-IF
                MOVE WjourRecomp TO Wjc
                PERFORM COMPTE_PASS_SITE_JOUR
                IF WnbPassJour >= WcapaciteSite THEN
                        MOVE 1 TO WpassComplet
                END-IF
        ELSE
                PERFORM VARYING Wjc FROM 1 BY 1
                UNTIL Wjc > WnbJoursFestival OR WpassComplet = 1
                        PERFORM COMPTE_PASS_SITE_JOUR
                        IF WnbPassJour >= WcapaciteSite THEN
                                MOVE 1 TO WpassComplet
                        END-IF
                END-PERFORM
        END-IF
        IF WpassComplet = 1 THEN
                ADD 1 TO WnbRefusRecomp
                DISPLAY "⚠️ Benevole " Wrw_fu_id(WkBenevole)
                        ": capacite du site atteinte ⚠️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CLIENT_RECOMPENSE
        IF WidClient = 0 THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM CHERCHE_MAX_ID_BILLET

        MOVE WidBillet TO bi_id
        MOVE 0 TO bi_id_concert
        MOVE 0 TO bi_prix
        MOVE WcodeTarifBenevole TO bi_code_tarif
        MOVE "G" TO WprefixeRef
        MOVE WidBillet TO WidBaseRef
        PERFORM GENERE_REFERENCE_BILLET
        MOVE WrefControle TO bi_reference
        MOVE "B" TO bi_source
        MOVE WdateJour TO bi_date_vente
        MOVE WidClient TO bi_id_client
        MOVE WtypePassRecomp TO bi_type_pass
        MOVE WjourRecomp TO bi_jour
        MOVE SPACE TO bi_mode_paiement
        MOVE 0 TO bi_tva
        MOVE "N" TO bi_pmr
        MOVE WeditionTravail TO bi_edition

        OPEN I-O fbillets
        WRITE tamp_fbillets
        END-WRITE
        IF cr_fbillets <> 0 THEN
                MOVE "fbillets" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fbillets TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fbillets
                EXIT PARAGRAPH
        END-IF
        CLOSE fbillets
        PERFORM ECRIT_ETICKET

        MOVE WeditionTravail TO rw_edition
        MOVE Wrw_fu_id(WkBenevole) TO rw_fu_id
        MOVE Wrw_heures(WkBenevole) TO rw_heures
        MOVE WtypePassRecomp TO rw_type_pass
        MOVE WjourRecomp TO rw_jour
        MOVE WidBillet TO rw_bi_id
        MOVE WidClient TO rw_id_client
        MOVE WdateJour TO rw_date
        OPEN I-O frecompense
        WRITE tamp_frecompense
        END-WRITE
        IF cr_frecompense <> 0 THEN
                MOVE "frecompense" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_frecompense TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE frecompense

        ADD 1 TO WnbPassEmisRecomp
        DISPLAY "✅️ Benevole " Wrw_fu_id(WkBenevole) " ("
                Wrw_heures(WkBenevole) " h): pass " WtypePassRecomp
                " " WidBillet " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "BILLET" TO ad_type
        MOVE "RECOMPENSE" TO ad_operation
        MOVE WidBillet TO ad_cible
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres
        STRING "benevole " Wrw_fu_id(WkBenevole) " pass "
               WtypePassRecomp DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

      *>----fiche client du benevole dans WidClient : celle d'une----
      *>----recompense precedente si elle existe encore, sinon une----
      *>----fiche creee a son nom----
        CLIENT_RECOMPENSE.
        MOVE 0 TO WidClient
        OPEN INPUT frecompense
        MOVE Wrw_fu_id(WkBenevole) TO rw_fu_id
        MOVE 0 TO Wfin
        START frecompense KEY IS = rw_fu_id
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ frecompense NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rw_fu_id = Wrw_fu_id(WkBenevole) THEN
                                MOVE rw_id_client TO WidClient
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE frecompense
        IF WidClient <> 0 THEN
                OPEN INPUT fclients
                MOVE WidClient TO cli_id
                READ fclients
                  INVALID KEY MOVE 0 TO WidClient
                END-READ
                CLOSE fclients
        END-IF
        IF WidClient <> 0 THEN
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_CLIENT
        MOVE SPACES TO cli_nom
        OPEN INPUT futilisateurs
        MOVE Wrw_fu_id(WkBenevole) TO fu_id
        READ futilisateurs
          INVALID KEY MOVE "BENEVOLE" TO cli_nom
          NOT INVALID KEY
                STRING fu_prenom DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       fu_nom DELIMITED BY "  "
                       INTO cli_nom
                END-STRING
        END-READ
        CLOSE futilisateurs
        MOVE WidClient TO cli_id
        MOVE "COORDINATION BENEVOLES" TO cli_contact
        MOVE "N" TO cli_consentement
        OPEN I-O fclients
        WRITE tamp_fclients
        END-WRITE
        IF cr_fclients <> 0 THEN
                MOVE "fclients" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fclients TO er_code
                PERFORM VERIFIE_CR_FICHIER
                MOVE 0 TO WidClient
        END-IF
        CLOSE fclients.

        CHERCHE_MAX_ID_CLIENT.
        MOVE 0 TO WidClient
        OPEN INPUT fclients
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fclients NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF cli_id > WidClient THEN
                                MOVE cli_id TO WidClient
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fclients
        ADD 1 TO WidClient.
