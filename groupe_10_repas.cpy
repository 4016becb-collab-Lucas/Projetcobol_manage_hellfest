      *>----bons repas du personnel : les droits se calculent----
      *>----depuis les shifts du jour (fshifts) corriges par les----
      *>----pointages (fpointages) quand ils existent, selon les----
      *>----regles de parametres.dat : un repas par shift de plus----
      *>----de REPASDUREE heures (5 par defaut), plus un repas du----
      *>----soir si un shift finit apres REPASSOIR heures (20 par----
      *>----defaut) ; le bon a reference a cle est servi a la----
      *>----cantine, la prevision et le rapprochement alimentent----
      *>----la production traiteur a cote des repas artistes----

        CHARGE_REGLES_REPAS.
        MOVE "REPASDUREE" TO WcodeParam
        MOVE 5 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WrepasDuree
        MOVE "REPASSOIR" TO WcodeParam
        MOVE 20 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WrepasSoir.

      *>----droits du jour WjourRepas par personne dans----
      *>----WtableDroitsRepas ; WmodeDroitsRepas = 1 s'en tient----
      *>----aux shifts planifies (prevision), 0 retient les heures----
      *>----pointees quand le pointage existe (emission)----
        CALCULE_DROITS_REPAS_JOUR.
        MOVE 0 TO WnbPersRepas
        OPEN INPUT fshifts
        OPEN INPUT fpointages
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fshifts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF sh_jour = Wjf_libelle(WjourRepas) THEN
                                PERFORM DROITS_REPAS_SHIFT
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fpointages
        CLOSE fshifts.

        DROITS_REPAS_SHIFT.
        MOVE sh_heure_fin TO WfinRepas
        IF sh_heure_fin < sh_heure_debut THEN
                ADD 24 TO WfinRepas
        END-IF
        COMPUTE WheuresRepas = WfinRepas - sh_heure_debut
        IF WmodeDroitsRepas = 0 THEN
                MOVE sh_id TO pt_id_shift
                READ fpointages
                  INVALID KEY CONTINUE
                  NOT INVALID KEY PERFORM DROITS_REPAS_POINTAGE
                END-READ
        END-IF

        MOVE 0 TO Wtrouve
        PERFORM VARYING WkPersRepas FROM 1 BY 1
        UNTIL WkPersRepas > WnbPersRepas OR Wtrouve = 1
                IF Wbr_fu_id(WkPersRepas) = sh_fu_id THEN
                        MOVE 1 TO Wtrouve
                END-IF
        END-PERFORM
        IF Wtrouve = 1 THEN
                SUBTRACT 1 FROM WkPersRepas
        ELSE
                IF WnbPersRepas >= 300 THEN
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO WnbPersRepas
                MOVE WnbPersRepas TO WkPersRepas
                MOVE sh_fu_id TO Wbr_fu_id(WkPersRepas)
                MOVE 0 TO Wbr_repas(WkPersRepas)
                MOVE 0 TO Wbr_soir(WkPersRepas)
        END-IF
        IF WheuresRepas > WrepasDuree AND
           Wbr_repas(WkPersRepas) < 8 THEN
                ADD 1 TO Wbr_repas(WkPersRepas)
        END-IF
        IF WfinRepas > WrepasSoir THEN
                MOVE 1 TO Wbr_soir(WkPersRepas)
        END-IF.

      *>----heures reellement faites : un depart non pointe vaut la----
      *>----fin planifiee, un depart apres minuit passe sur 24----
        DROITS_REPAS_POINTAGE.
        IF pt_heure_depart = 0 THEN
                IF WfinRepas > pt_heure_arrivee THEN
                        COMPUTE WheuresRepas =
                                WfinRepas - pt_heure_arrivee
                ELSE
                        MOVE 0 TO WheuresRepas
                END-IF
        ELSE IF pt_heure_depart < pt_heure_arrivee THEN
                COMPUTE WfinRepas = pt_heure_depart + 24
                COMPUTE WheuresRepas = WfinRepas - pt_heure_arrivee
        ELSE
                MOVE pt_heure_depart TO WfinRepas
                COMPUTE WheuresRepas =
                        pt_heure_depart - pt_heure_arrivee
        END-IF
        END-IF.

      *>----totaux de la table des droits : personnes nourries,----
      *>----repas dus et repas du soir----
        SOMME_DROITS_REPAS.
        MOVE 0 TO WnbPersNourris
        MOVE 0 TO WrepasPrevus
        MOVE 0 TO WrepasSoirPrevus
        PERFORM VARYING WkPersRepas FROM 1 BY 1
        UNTIL WkPersRepas > WnbPersRepas
                IF Wbr_repas(WkPersRepas) + Wbr_soir(WkPersRepas)
                   > 0 THEN
                        ADD 1 TO WnbPersNourris
                        ADD Wbr_repas(WkPersRepas) TO WrepasPrevus
                        ADD Wbr_soir(WkPersRepas) TO WrepasPrevus
                        ADD Wbr_soir(WkPersRepas) TO WrepasSoirPrevus
                END-IF
        END-PERFORM.

      *>----emission des bons d'un jour : un bon par personne, la----
      *>----relance met a jour les droits d'un bon existant (sans----
      *>----descendre sous les repas deja servis) et garde sa----
      *>----reference ; la liste part a l'accueil benevoles----
      *>----(bons_repas_EEEE_J<n>.txt)----
        EMISSION_BONS_REPAS.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnumeroJourChoisi TO WjourRepas
        PERFORM CHARGE_REGLES_REPAS
        MOVE 0 TO WmodeDroitsRepas
        PERFORM CALCULE_DROITS_REPAS_JOUR
        IF WnbPersRepas = 0 THEN
                DISPLAY "❌️ Aucun shift ce jour ❌️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHERCHE_MAX_ID_BON_REPAS
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE 0 TO WnbBonsEmis
        MOVE 0 TO WnbBonsMaj

        MOVE SPACES TO WnomFeuille
        STRING "bons_repas_" WeditionTravail "_J" WjourRepas ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "BONS REPAS " Wjf_libelle(WjourRepas)
               DELIMITED BY "  " INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_BONS_REPAS
        MOVE "Reference   |Nom                           |Repas|Soir"
                TO tamp_ffeuille
        PERFORM ECRIT_LIGNE_BONS_REPAS

        OPEN I-O frepas
        OPEN INPUT futilisateurs
        PERFORM VARYING WkPersRepas FROM 1 BY 1
        UNTIL WkPersRepas > WnbPersRepas
                PERFORM EMET_BON_REPAS
        END-PERFORM
        CLOSE futilisateurs
        CLOSE frepas
        CLOSE ffeuille
        DISPLAY "Bons emis: " WnbBonsEmis " | mis a jour: "
                WnbBonsMaj " | liste: " WnomFeuille.

        EMET_BON_REPAS.
        COMPUTE WrepasBons = Wbr_repas(WkPersRepas) +
                Wbr_soir(WkPersRepas)
        MOVE WeditionTravail TO vr_edition
        MOVE Wbr_fu_id(WkPersRepas) TO vr_fu_id
        MOVE WjourRepas TO vr_jour
        READ frepas
          INVALID KEY
                IF WrepasBons = 0 THEN
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO WidBonRepas
                MOVE "R" TO WprefixeRef
                MOVE WidBonRepas TO WidBaseRef
                PERFORM GENERE_REFERENCE_BILLET
                MOVE WeditionTravail TO vr_edition
                MOVE Wbr_fu_id(WkPersRepas) TO vr_fu_id
                MOVE WjourRepas TO vr_jour
                MOVE WrefControle TO vr_reference
                MOVE WidBonRepas TO vr_id
                MOVE WrepasBons TO vr_nb_repas
                MOVE 0 TO vr_nb_servis
                MOVE WdateJour TO vr_date_emission
                MOVE 0 TO vr_date_service
                MOVE 0 TO vr_heure_service
                PERFORM POSE_SOIR_BON_REPAS
                WRITE tamp_frepas
                END-WRITE
                IF cr_frepas = 0 THEN
                        ADD 1 TO WnbBonsEmis
                ELSE
                        MOVE "frepas" TO er_fichier
                        MOVE "WRITE" TO er_operation
                        MOVE cr_frepas TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                        EXIT PARAGRAPH
                END-IF
          NOT INVALID KEY
                IF WrepasBons < vr_nb_servis THEN
                        MOVE vr_nb_servis TO WrepasBons
                END-IF
                IF WrepasBons <> vr_nb_repas THEN
                        MOVE WrepasBons TO vr_nb_repas
                        PERFORM POSE_SOIR_BON_REPAS
                        REWRITE tamp_frepas
                        END-REWRITE
                        IF cr_frepas = 0 THEN
                                ADD 1 TO WnbBonsMaj
                        ELSE
                                MOVE "frepas" TO er_fichier
                                MOVE "REWRITE" TO er_operation
                                MOVE cr_frepas TO er_code
                                PERFORM VERIFIE_CR_FICHIER
                                EXIT PARAGRAPH
                        END-IF
                END-IF
        END-READ

        MOVE vr_fu_id TO fu_id
        MOVE "?" TO fu_nom
        READ futilisateurs
          INVALID KEY CONTINUE
        END-READ
        STRING vr_reference "|" fu_nom "|" vr_nb_repas "    |"
               vr_soir DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_BONS_REPAS.

        POSE_SOIR_BON_REPAS.
        IF Wbr_soir(WkPersRepas) = 1 THEN
                MOVE "O" TO vr_soir
        ELSE
                MOVE "N" TO vr_soir
        END-IF.

        ECRIT_LIGNE_BONS_REPAS.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.

        CHERCHE_MAX_ID_BON_REPAS.
        MOVE 0 TO WidBonRepas
        OPEN INPUT frepas
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ frepas NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF vr_id > WidBonRepas THEN
                                MOVE vr_id TO WidBonRepas
                        END-IF
                END-READ
        END-PERFORM
        CLOSE frepas.

      *>----passage a la cantine : un repas servi par lecture du----
      *>----bon, dans la limite des repas dus et le jour du bon----
        SERVICE_BON_REPAS.
        DISPLAY "Reference du bon repas: " WITH NO ADVANCING
        ACCEPT WrefScan
        OPEN I-O frepas
        MOVE WrefScan TO vr_reference
        READ frepas KEY IS vr_reference
          INVALID KEY DISPLAY "❌️ Bon inconnu ❌️"
          NOT INVALID KEY PERFORM SERT_BON_REPAS
        END-READ
        CLOSE frepas.

        SERT_BON_REPAS.
        IF vr_edition <> WeditionTravail THEN
                DISPLAY "❌️ Bon d'une autre edition ❌️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_JOURS_FESTIVAL
        ACCEPT WdateJour FROM DATE YYYYMMDD
        IF Wjf_date(vr_jour) <> 0 AND
           Wjf_date(vr_jour) <> WdateJour THEN
                DISPLAY "❌️ Bon valable le " Wjf_libelle(vr_jour)
                        " ❌️"
                EXIT PARAGRAPH
        END-IF
        IF vr_nb_servis >= vr_nb_repas THEN
                DISPLAY "❌️ Tous les repas du bon sont servis ("
                        vr_nb_repas ") ❌️"
                EXIT PARAGRAPH
        END-IF
        ACCEPT WheureJour FROM TIME
        COMPUTE WheureService = WheureJour / 10000
        ADD 1 TO vr_nb_servis
        MOVE WdateJour TO vr_date_service
        MOVE WheureService TO vr_heure_service
        REWRITE tamp_frepas
        END-REWRITE
        IF cr_frepas = 0 THEN
                DISPLAY "✅️ Repas " vr_nb_servis "/" vr_nb_repas
                        " servi ✅️"
        ELSE
                MOVE "frepas" TO er_fichier
                MOVE "REWRITE" TO er_operation
                MOVE cr_frepas TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF.

      *>----prevision des couverts par jour depuis les shifts----
      *>----planifies----
        PREVISION_REPAS_PERSONNEL.
        PERFORM CHARGE_JOURS_FESTIVAL
        PERFORM CHARGE_REGLES_REPAS
        MOVE 1 TO WmodeDroitsRepas
        DISPLAY " "
        DISPLAY "~~Prevision repas du personnel~~"
        DISPLAY "Jour                          |Pers|Repas|dont soir"
        PERFORM VARYING WjourRepas FROM 1 BY 1
        UNTIL WjourRepas > WnbJoursFestival
                PERFORM CALCULE_DROITS_REPAS_JOUR
                PERFORM SOMME_DROITS_REPAS
                DISPLAY Wjf_libelle(WjourRepas) "|" WnbPersNourris
                        "|" WrepasPrevus "|" WrepasSoirPrevus
        END-PERFORM.

      *>----bons du jour WjourRepas : nombre, repas dus, servis----
        CUMUL_BONS_REPAS_JOUR.
        MOVE 0 TO WnbBonsJour
        MOVE 0 TO WrepasBons
        MOVE 0 TO WrepasServis
        OPEN INPUT frepas
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ frepas NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF vr_edition = WeditionTravail AND
                           vr_jour = WjourRepas THEN
                                ADD 1 TO WnbBonsJour
                                ADD vr_nb_repas TO WrepasBons
                                ADD vr_nb_servis TO WrepasServis
                        END-IF
                END-READ
        END-PERFORM
        CLOSE frepas.

      *>----rapprochement bons emis / repas servis par jour----
        RAPPROCHEMENT_BONS_REPAS.
        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE 0 TO WtotRepasBons
        MOVE 0 TO WtotRepasServis
        DISPLAY " "
        DISPLAY "~~Rapprochement des bons repas (edition "
                WeditionTravail ")~~"
        DISPLAY "Jour                          |Bons|Dus  |Servis"
        PERFORM VARYING WjourRepas FROM 1 BY 1
        UNTIL WjourRepas > WnbJoursFestival
                PERFORM CUMUL_BONS_REPAS_JOUR
                DISPLAY Wjf_libelle(WjourRepas) "|" WnbBonsJour "|"
                        WrepasBons "|" WrepasServis
                ADD WrepasBons TO WtotRepasBons
                ADD WrepasServis TO WtotRepasServis
        END-PERFORM
        DISPLAY "Total repas dus: " WtotRepasBons " | servis: "
                WtotRepasServis.

      *>----volet personnel de la production traiteur du jour----
      *>----WjourResslot : les droits des bons emis font foi, la----
      *>----prevision des shifts a defaut----
        REPAS_PERSONNEL_TRAITEUR.
        MOVE WjourResslot TO WjourRepas
        MOVE 1 TO WmodeDroitsRepas
        PERFORM CALCULE_DROITS_REPAS_JOUR
        PERFORM SOMME_DROITS_REPAS
        PERFORM CUMUL_BONS_REPAS_JOUR
        DISPLAY "Repas personnel prevus: " WrepasPrevus
                " (dont soir " WrepasSoirPrevus ", "
                WnbPersNourris " personnes)"
        DISPLAY "Bons repas emis: " WnbBonsJour " pour "
                WrepasBons " repas, servis " WrepasServis
        IF WnbBonsJour > 0 THEN
                COMPUTE WrepasPrevus = WtotalRepasJour + WrepasBons
        ELSE
                COMPUTE WrepasPrevus = WtotalRepasJour + WrepasPrevus
        END-IF
        DISPLAY "Total repas a produire (artistes + personnel): "
                WrepasPrevus.
