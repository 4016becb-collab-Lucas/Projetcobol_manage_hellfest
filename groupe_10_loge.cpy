      *>----loges backstage : inventaire des loges de chaque scene----
      *>----et affectation d'une loge a chaque concert, tenue de----
      *>----LOGEAVANT minutes avant le debut du set a LOGEAPRES----
      *>----minutes apres sa fin ; une loge privative refuse tout----
      *>----chevauchement (comme VERIFIE_CONFLIT_CRENEAU pour la----
      *>----scene), une loge partagee refuse ce qui depasse sa----
      *>----capacite ; le plan du jour s'imprime avec la feuille----
      *>----de scene----

      *>----depuis le menu du responsable de scene----
        GESTION_LOGES_RESPONSABLE.
        PERFORM SELECTION_SCENE_RESPONSABLE
        IF WidSceneUtilisateurConnecte = 0 THEN
                DISPLAY "❌️ Doit avoir cree une scene avant ❌️"
                EXIT PARAGRAPH
        END-IF
        MOVE WidSceneUtilisateurConnecte TO WidScene
        PERFORM GESTION_LOGES.

      *>----depuis l'administration : scene saisie----
        GESTION_LOGES_ADMIN.
        PERFORM AFFICHAGE_SCENES
        OPEN INPUT fscenes
        MOVE 1 TO Wtrouve
        MOVE "Id de la scene" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidScene
                        MOVE WidScene TO fs_id
                        READ fscenes
                          INVALID KEY
                                DISPLAY "⚠️ Scene"
                                        " inexistante ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fscenes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM GESTION_LOGES.

        GESTION_LOGES.
        MOVE 0 TO WchoixLoge
        PERFORM WITH TEST AFTER UNTIL WchoixLoge = 5
                DISPLAY " "
                DISPLAY "~~Loges de la scene " WidScene "~~"
                DISPLAY "1. Definir une loge"
                DISPLAY "2. Liste des loges"
                DISPLAY "3. Affecter une loge a un concert"
                DISPLAY "4. Plan des loges d'un jour"
                DISPLAY "5. Retour"
                PERFORM WITH TEST AFTER UNTIL WchoixLoge < 6
                AND WchoixLoge > 0
                        DISPLAY "Choix: " WITH NO ADVANCING
                        ACCEPT WchoixLoge
                END-PERFORM
                IF WchoixLoge = 1 THEN
                        PERFORM DEFINIR_LOGE
                ELSE IF WchoixLoge = 2 THEN
                        PERFORM LISTE_LOGES_SCENE
                ELSE IF WchoixLoge = 3 THEN
                        PERFORM AFFECTATION_LOGE
                ELSE IF WchoixLoge = 4 THEN
                        PERFORM PLAN_LOGES_SAISI
                END-IF
        END-PERFORM.

      *>----creation ou modification d'une loge de WidScene----
        DEFINIR_LOGE.
        MOVE "Numero de la loge" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR (WnombreConverti > 0 AND WnombreConverti < 100)
                PERFORM SAISIE_NUMERIQUE
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WnumeroLoge

        OPEN I-O floges
        MOVE WidScene TO lo_id_scene
        MOVE WnumeroLoge TO lo_numero
        MOVE 1 TO Wtrouve
        READ floges
          INVALID KEY
                MOVE 0 TO Wtrouve
                MOVE SPACES TO lo_nom
                MOVE 0 TO lo_capacite
                MOVE "N" TO lo_partagee
        END-READ
        IF Wtrouve = 1 THEN
                DISPLAY "Loge actuelle: " lo_nom " capacite "
                        lo_capacite " partagee " lo_partagee
                MOVE tamp_floges TO ad_avant
        ELSE
                MOVE SPACES TO ad_avant
        END-IF

        DISPLAY "Nom de la loge: " WITH NO ADVANCING
        ACCEPT lo_nom
        MOVE "Capacite (personnes)" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR (WnombreConverti > 0 AND WnombreConverti < 1000)
                PERFORM SAISIE_NUMERIQUE
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                CLOSE floges
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO lo_capacite
        MOVE SPACES TO WlogePartagee
        PERFORM WITH TEST AFTER UNTIL WlogePartagee = "O"
        OR WlogePartagee = "N"
                DISPLAY "Loge partagee entre groupes (O/N): "
                        WITH NO ADVANCING
                ACCEPT WlogePartagee
                INSPECT WlogePartagee CONVERTING "on" TO "ON"
        END-PERFORM
        MOVE WlogePartagee TO lo_partagee

        IF Wtrouve = 1 THEN
                REWRITE tamp_floges
                END-REWRITE
                MOVE "MODIF" TO ad_operation
        ELSE
                WRITE tamp_floges
                END-WRITE
                MOVE "AJOUT" TO ad_operation
        END-IF
        IF cr_floges = 0 THEN
                DISPLAY "✅️ Loge enregistree ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "LOGE" TO ad_type
                MOVE WidScene TO ad_cible
                MOVE tamp_floges TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "floges" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_floges TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE floges.

        LISTE_LOGES_SCENE.
        MOVE 0 TO WnbLoges
        DISPLAY " "
        DISPLAY "No|Nom                           |Capa.|Partagee"
        OPEN INPUT floges
        MOVE WidScene TO lo_id_scene
        MOVE 0 TO lo_numero
        MOVE 0 TO Wfin2
        START floges KEY IS >= lo_cle
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ floges NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF lo_id_scene = WidScene THEN
                                ADD 1 TO WnbLoges
                                DISPLAY lo_numero "|" lo_nom "|"
                                        lo_capacite "  |" lo_partagee
                        ELSE
                                MOVE 1 TO Wfin2
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE floges
        IF WnbLoges = 0 THEN
                DISPLAY "⚠️ Aucune loge definie pour cette"
                        " scene ⚠️"
        END-IF.

      *>----fenetre de tenue de loge (parametres, en minutes)----
        CHARGE_FENETRE_LOGE.
        MOVE "LOGEAVANT" TO WcodeParam
        MOVE 60 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WavantLoge
        MOVE "LOGEAPRES" TO WcodeParam
        MOVE 30 TO WvaleurDefaut
        PERFORM CHARGE_PARAMETRE
        MOVE WvaleurParam TO WapresLoge.

      *>----affectation (ou liberation, loge 0) d'une loge de----
      *>----WidScene a un concert du jour choisi----
        AFFECTATION_LOGE.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_HORAIRES_SCENE_JOUR
        IF WnbCreneauxJour = 0 THEN
                DISPLAY "❌️ Aucun concert sur la scene"
                        " ce jour ❌️"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_FENETRE_LOGE
        PERFORM PLAN_LOGES_JOUR

        MOVE 0 TO WcreneauLoge
        MOVE "Id du concert" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WcreneauLoge > 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        PERFORM VARYING Wm FROM 1 BY 1
                        UNTIL Wm > WnbCreneauxJour
                                IF Wcr_id(Wm) = WnombreConverti THEN
                                        MOVE Wm TO WcreneauLoge
                                END-IF
                        END-PERFORM
                        IF WcreneauLoge = 0 THEN
                                DISPLAY "⚠️ Concert absent de cette"
                                        " scene ce jour ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE "Numero de la loge (0 = liberer)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 THEN
                PERFORM LIBERE_LOGE_CONCERT
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 99 THEN
                DISPLAY "⚠️ Loge inexistante ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WnumeroLoge
        OPEN INPUT floges
        MOVE WidScene TO lo_id_scene
        MOVE WnumeroLoge TO lo_numero
        MOVE 1 TO Wtrouve
        READ floges
          INVALID KEY MOVE 0 TO Wtrouve
          NOT INVALID KEY
                MOVE lo_capacite TO WcapaciteLoge
                MOVE lo_partagee TO WlogePartagee
        END-READ
        CLOSE floges
        IF Wtrouve = 0 THEN
                DISPLAY "⚠️ Loge inexistante ⚠️"
                EXIT PARAGRAPH
        END-IF

      *>----l'effectif present ce jour-la doit tenir dans la loge----
        MOVE Wcr_id_groupe(WcreneauLoge) TO WidGroupeEffectif
        MOVE WnumeroJourChoisi TO WjourEffDebut
        MOVE WnumeroJourChoisi TO WjourEffFin
        PERFORM COMPTE_EFFECTIF_GROUPE
        IF WeffectifGroupe = 0 THEN
                DISPLAY "⚠️ Effectif du groupe non declare,"
                        " capacite non controlee ⚠️"
        END-IF
        IF WeffectifPresent > WcapaciteLoge THEN
                DISPLAY "❌️ Effectif " WeffectifPresent
                        " superieur a la capacite " WcapaciteLoge
                        " ❌️"
                EXIT PARAGRAPH
        END-IF

        PERFORM CONTROLE_CONFLIT_LOGE
        IF WconflitLoge = 1 THEN
                DISPLAY "❌️ Loge deja occupee sur ce creneau ❌️"
                EXIT PARAGRAPH
        END-IF

        OPEN I-O flogesconcerts
        MOVE Wcr_id(WcreneauLoge) TO lc_id_concert
        MOVE WidScene TO lc_id_scene
        MOVE WnumeroLoge TO lc_numero
        MOVE WeffectifPresent TO lc_effectif
        WRITE tamp_flogesconcerts
          INVALID KEY
                REWRITE tamp_flogesconcerts
                END-REWRITE
        END-WRITE
        IF cr_flogesconcerts = 0 THEN
                DISPLAY "✅️ Loge " WnumeroLoge
                        " affectee au concert "
                        lc_id_concert " ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "LOGE" TO ad_type
                MOVE "AFFECTE" TO ad_operation
                MOVE lc_id_concert TO ad_cible
                MOVE SPACES TO ad_avant
                MOVE tamp_flogesconcerts TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "flogesconcerts" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_flogesconcerts TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE flogesconcerts.

        LIBERE_LOGE_CONCERT.
        OPEN I-O flogesconcerts
        MOVE Wcr_id(WcreneauLoge) TO lc_id_concert
        READ flogesconcerts
          INVALID KEY
                DISPLAY "⚠️ Aucune loge affectee a ce"
                        " concert ⚠️"
          NOT INVALID KEY
                MOVE tamp_flogesconcerts TO ad_avant
                DELETE flogesconcerts
                END-DELETE
                IF cr_flogesconcerts = 0 THEN
                        DISPLAY "✅️ Loge liberee ✅️"
                        MOVE WidUtilisateurConnecte TO ad_fu_id
                        MOVE "LOGE" TO ad_type
                        MOVE "LIBERE" TO ad_operation
                        MOVE lc_id_concert TO ad_cible
                        MOVE SPACES TO ad_apres
                        PERFORM ENREGISTRE_AUDIT
                ELSE
                        MOVE "flogesconcerts" TO er_fichier
                        MOVE "DELETE" TO er_operation
                        MOVE cr_flogesconcerts TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-READ
        CLOSE flogesconcerts.

      *>----fenetre de tenue de la loge pour le creneau Wm----
        FENETRE_LOGE_CRENEAU.
        COMPUTE WautreDebutLoge = Wcr_debut_min(Wm) - WavantLoge
        COMPUTE WautreFinLoge = Wcr_fin_min(Wm) + WapresLoge.

      *>----WnumeroLoge sur la fenetre du creneau WcreneauLoge :----
      *>----loge privative, tout chevauchement est un conflit ;----
      *>----loge partagee, les effectifs qui se chevauchent----
      *>----s'additionnent jusqu'a WcapaciteLoge----
        CONTROLE_CONFLIT_LOGE.
        MOVE 0 TO WconflitLoge
        MOVE WeffectifPresent TO WoccupationLoge
        MOVE WcreneauLoge TO Wm
        PERFORM FENETRE_LOGE_CRENEAU
        MOVE WautreDebutLoge TO WdebutLogeMin
        MOVE WautreFinLoge TO WfinLogeMin
        OPEN INPUT flogesconcerts
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                IF Wm <> WcreneauLoge THEN
                        MOVE Wcr_id(Wm) TO lc_id_concert
                        READ flogesconcerts
                          NOT INVALID KEY
                                IF lc_numero = WnumeroLoge THEN
                                   PERFORM FENETRE_LOGE_CRENEAU
                                   IF WdebutLogeMin < WautreFinLoge AND
                                      WautreDebutLoge < WfinLogeMin THEN
                                        IF WlogePartagee = "O" THEN
                                           ADD lc_effectif
                                                TO WoccupationLoge
                                        ELSE
                                           MOVE 1 TO WconflitLoge
                                        END-IF
                                   END-IF
                                END-IF
                        END-READ
                END-IF
        END-PERFORM
        CLOSE flogesconcerts
        IF WoccupationLoge > WcapaciteLoge THEN
                MOVE 1 TO WconflitLoge
        END-IF.

        PLAN_LOGES_SAISI.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        PERFORM CHARGE_HORAIRES_SCENE_JOUR
        PERFORM CHARGE_FENETRE_LOGE
        PERFORM PLAN_LOGES_JOUR.

      *>----plan des loges de WidScene au jour WjourConcert----
      *>----(creneaux et fenetre deja charges)----
        PLAN_LOGES_JOUR.
        DISPLAY " "
        DISPLAY "~~Loges scene " WidScene " - " WjourConcert "~~"
        DISPLAY "Id   |Set      |Loge tenue|No|Groupe"
        OPEN INPUT flogesconcerts
        OPEN INPUT fgroupes
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                MOVE "?" TO WparamNomGroupe
                MOVE Wcr_id_groupe(Wm) TO fg_id
                READ fgroupes
                  NOT INVALID KEY MOVE fg_nom TO WparamNomGroupe
                END-READ
                PERFORM FENETRE_LOGE_CRENEAU
                MOVE Wcr_fin_min(Wm) TO WminutesTotal
                PERFORM CONVERTIT_MINUTES_HHMM
                MOVE WheureHHMM TO WfinHHMM
                MOVE Wcr_id(Wm) TO lc_id_concert
                READ flogesconcerts
                  INVALID KEY
                        DISPLAY Wcr_id(Wm) "|" Wcr_hhmm(Wm) "-"
                                WfinHHMM "|(aucune)  |--|"
                                WparamNomGroupe
                  NOT INVALID KEY
                        PERFORM FORMATE_FENETRE_LOGE
                        DISPLAY Wcr_id(Wm) "|" Wcr_hhmm(Wm) "-"
                                WfinHHMM "|" WdebutHHMMLoge "-"
                                WheureHHMM "|" lc_numero "|"
                                WparamNomGroupe
                END-READ
        END-PERFORM
        CLOSE fgroupes
        CLOSE flogesconcerts.

      *>----fenetre du creneau Wm en HHMM : WdebutHHMMLoge et----
      *>----WheureHHMM (fin)----
        FORMATE_FENETRE_LOGE.
        IF WautreDebutLoge < 0 THEN
                MOVE 0 TO WminutesTotal
        ELSE
                MOVE WautreDebutLoge TO WminutesTotal
        END-IF
        PERFORM CONVERTIT_MINUTES_HHMM
        MOVE WheureHHMM TO WdebutHHMMLoge
        MOVE WautreFinLoge TO WminutesTotal
        PERFORM CONVERTIT_MINUTES_HHMM.

      *>----section loges de la feuille de scene (ffeuille ouvert,----
      *>----creneaux du jour charges par IMPRIME_FEUILLE_SCENE_JOUR)----
        IMPRIME_LOGES_SCENE_JOUR.
        MOVE "LOGES" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                MOVE Wcr_id(Wm) TO lc_id_concert
                READ flogesconcerts
                  INVALID KEY
                        MOVE SPACES TO tamp_ffeuille
                        STRING "  " Wcr_hhmm(Wm) "  concert "
                               Wcr_id(Wm) "  (pas de loge)"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                  NOT INVALID KEY
                        MOVE "?" TO lo_nom
                        MOVE lc_id_scene TO lo_id_scene
                        MOVE lc_numero TO lo_numero
                        READ floges
                          INVALID KEY MOVE "?" TO lo_nom
                        END-READ
                        PERFORM FENETRE_LOGE_CRENEAU
                        PERFORM FORMATE_FENETRE_LOGE
                        MOVE SPACES TO tamp_ffeuille
                        STRING "  " Wcr_hhmm(Wm) "  concert "
                               Wcr_id(Wm) "  loge " lc_numero " "
                               DELIMITED BY SIZE
                               lo_nom DELIMITED BY "  "
                               " " WdebutHHMMLoge "-" WheureHHMM
                               " (" lc_effectif " pers.)"
                               DELIMITED BY SIZE INTO tamp_ffeuille
                        END-STRING
                END-READ
                WRITE tamp_ffeuille
                END-WRITE
        END-PERFORM.
