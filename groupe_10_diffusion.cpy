      *>----droits de captation et de diffusion : le partenaire de----
      *>----streaming filme une selection de concerts ; ce que----
      *>----chaque groupe autorise (video, audio, photos, rien), le----
      *>----territoire, l'embargo et un eventuel supplement sont----
      *>----tenus par groupe ; le plan de captation reprend chaque----
      *>----concert avec son statut, l'export au diffuseur ne----
      *>----garde que les concerts autorises (video ou audio) et----
      *>----signale ceux deplaces ou annules depuis le dernier----
      *>----export ; le supplement rejoint le cachet au bilan----
        SAISIE_DROITS_DIFFUSION.
        OPEN INPUT fgroupes
        MOVE 1 TO Wtrouve
        MOVE "Id du groupe" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidGroupe
                        MOVE WidGroupe TO fg_id
                        READ fgroupes
                          INVALID KEY
                                DISPLAY "⚠️ Groupe"
                                        " inexistant ⚠️"
                          NOT INVALID KEY MOVE 0 TO Wtrouve
                        END-READ
                END-IF
        END-PERFORM
        CLOSE fgroupes
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE WidGroupe TO dd_id_groupe
        PERFORM WITH TEST AFTER UNTIL dd_media = "V" OR
                dd_media = "A" OR dd_media = "P" OR dd_media = "N"
                DISPLAY "Usage autorise (V=video A=audio P=photos"
                        " N=rien): " WITH NO ADVANCING
                MOVE SPACE TO dd_media
                ACCEPT dd_media
        END-PERFORM
        DISPLAY "Territoire de diffusion: " WITH NO ADVANCING
        MOVE SPACES TO dd_territoire
        ACCEPT dd_territoire
        MOVE "Embargo en heures apres le concert (0 = direct)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 999 THEN
                DISPLAY "⚠️ Embargo invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO dd_embargo
        MOVE "Supplement de diffusion (entier, 0 = aucun)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 999999 THEN
                DISPLAY "⚠️ Supplement invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO dd_supplement

        OPEN I-O fdroitsdiff
        WRITE tamp_fdroitsdiff
          INVALID KEY
                REWRITE tamp_fdroitsdiff
                END-REWRITE
        END-WRITE
        IF cr_fdroitsdiff = 0 THEN
                DISPLAY "✅️ Droits de diffusion enregistres ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "DIFFUSION" TO ad_type
                MOVE "DROITS" TO ad_operation
                MOVE WidGroupe TO ad_cible
                PERFORM ENREGISTRE_AUDIT
        ELSE
                MOVE "fdroitsdiff" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fdroitsdiff TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fdroitsdiff.

      *>----libelle de l'usage autorise (dd_* lu au prealable,----
      *>----Wtrouve = 0 si le groupe n'a pas de droits saisis) ;----
      *>----seuls video et audio interessent le diffuseur----
        LIBELLE_USAGE_DIFFUSION.
        MOVE 0 TO WautoriseDiffusion
        IF Wtrouve = 0 THEN
                MOVE "A SAISIR" TO WusageDiffusion
        ELSE
                EVALUATE dd_media
                   WHEN "V"
                        MOVE "VIDEO" TO WusageDiffusion
                        MOVE 1 TO WautoriseDiffusion
                   WHEN "A"
                        MOVE "AUDIO SEUL" TO WusageDiffusion
                        MOVE 1 TO WautoriseDiffusion
                   WHEN "P"
                        MOVE "PHOTOS SEUL" TO WusageDiffusion
                   WHEN OTHER
                        MOVE "AUCUNE" TO WusageDiffusion
                END-EVALUATE
        END-IF.

      *>----plan de captation de l'edition de travail, jour par----
      *>----jour : chaque concert avec le statut de ses droits ;----
      *>----etat plan_captation_AAAA.txt----
        PLAN_CAPTATION.
        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE 0 TO WnbConcertsCaptation
        MOVE 0 TO WnbConcertsAutorises
        MOVE SPACES TO WnomFeuille
        STRING "plan_captation_" WeditionTravail ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        DISPLAY " "
        MOVE SPACES TO tamp_ffeuille
        STRING "PLAN DE CAPTATION - EDITION " WeditionTravail
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_DIFFUSION
        STRING "Jour|debut|scene|groupe|usage|territoire|embargo h"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_DIFFUSION

        OPEN INPUT fconcerts
        OPEN INPUT fgroupes
        OPEN INPUT fscenes
        OPEN INPUT fdroitsdiff
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                MOVE Wjf_libelle(Wjc) TO WjourConcert
                PERFORM PLAN_CAPTATION_JOUR
        END-PERFORM
        CLOSE fdroitsdiff
        CLOSE fscenes
        CLOSE fgroupes
        CLOSE fconcerts

        PERFORM ECRIT_LIGNE_DIFFUSION
        STRING "TOTAL: " WnbConcertsCaptation " concert(s), dont "
               WnbConcertsAutorises " autorise(s) a la captation"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_DIFFUSION
        CLOSE ffeuille
        DISPLAY "Etat: " WnomFeuille.

        PLAN_CAPTATION_JOUR.
        MOVE WjourConcert TO fc_jour
        MOVE 0 TO Wfin2
        START fconcerts KEY IS = fc_jour
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF fc_jour <> WjourConcert THEN
                                MOVE 1 TO Wfin2
                        ELSE IF fc_edition = WeditionTravail THEN
                                PERFORM PLAN_UN_CONCERT_CAPTATION
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START.

        PLAN_UN_CONCERT_CAPTATION.
        ADD 1 TO WnbConcertsCaptation
        PERFORM LIT_DROITS_CONCERT
        IF WautoriseDiffusion = 1 THEN
                ADD 1 TO WnbConcertsAutorises
        END-IF
        STRING fc_jour DELIMITED BY SPACE
               "|" fc_heure_debut "|" DELIMITED BY SIZE
               fs_nom DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               fg_nom DELIMITED BY "  "
               "|" WusageDiffusion DELIMITED BY SIZE
               INTO tamp_ffeuille
        END-STRING
        IF Wtrouve = 1 THEN
                MOVE tamp_ffeuille TO WligneDiffusion
                MOVE SPACES TO tamp_ffeuille
                STRING WligneDiffusion DELIMITED BY "  "
                       "|" DELIMITED BY SIZE
                       dd_territoire DELIMITED BY "  "
                       "|" dd_embargo DELIMITED BY SIZE
                       INTO tamp_ffeuille
                END-STRING
        END-IF
        PERFORM ECRIT_LIGNE_DIFFUSION.

      *>----groupe, scene et droits du concert courant (fc_*)----
        LIT_DROITS_CONCERT.
        MOVE fc_id_groupe TO fg_id
        READ fgroupes
          INVALID KEY MOVE "groupe inconnu" TO fg_nom
        END-READ
        MOVE fc_id_scene TO fs_id
        READ fscenes
          INVALID KEY MOVE "scene inconnue" TO fs_nom
        END-READ
        MOVE fc_id_groupe TO dd_id_groupe
        MOVE 1 TO Wtrouve
        READ fdroitsdiff
          INVALID KEY MOVE 0 TO Wtrouve
        END-READ
        PERFORM LIBELLE_USAGE_DIFFUSION.

      *>----export pour le diffuseur (diffusion_AAAAMMJJ.txt, une----
      *>----ligne par concert autorise : scene;jour;debut;duree;----
      *>----usage;territoire;embargo;signal) ; les concerts----
      *>----deplaces depuis le dernier export sont signales----
      *>----MODIFIE, les annules suivent en lignes ANNULE ; les----
      *>----changements signales sont ensuite purges----
        EXPORT_DIFFUSION.
        PERFORM CHARGE_JOURS_FESTIVAL
        MOVE 0 TO WnbConcertsAutorises
        MOVE 0 TO WnbChangementsDiff
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE SPACES TO WnomFeuille
        STRING "diffusion_" WdateJour ".txt"
               DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "SCENE;JOUR;DEBUT;DUREE;USAGE;TERRITOIRE;EMBARGO;"
               "SIGNAL" DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE

        OPEN INPUT fconcerts
        OPEN INPUT fgroupes
        OPEN INPUT fscenes
        OPEN INPUT fdroitsdiff
        OPEN INPUT fmodifdiff
        PERFORM VARYING Wjc FROM 1 BY 1 UNTIL Wjc > WnbJoursFestival
                MOVE Wjf_libelle(Wjc) TO WjourConcert
                PERFORM EXPORT_DIFFUSION_JOUR
        END-PERFORM

      *>----concerts annules : ils ont quitte concerts.dat, le----
      *>----creneau d'origine vient du changement memorise----
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fmodifdiff NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF dm_type = "A" THEN
                                PERFORM EXPORT_ANNULATION_DIFFUSION
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fmodifdiff
        CLOSE fdroitsdiff
        CLOSE fscenes
        CLOSE fgroupes
        CLOSE fconcerts
        CLOSE ffeuille

        OPEN OUTPUT fmodifdiff
        CLOSE fmodifdiff
        DISPLAY "✅️ " WnbConcertsAutorises " concert(s) exporte(s),"
                " " WnbChangementsDiff " changement(s) signale(s)"
                " dans " WnomFeuille " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "DIFFUSION" TO ad_type
        MOVE "EXPORT" TO ad_operation
        MOVE WnbConcertsAutorises TO ad_cible
        PERFORM ENREGISTRE_AUDIT.

        EXPORT_DIFFUSION_JOUR.
        MOVE WjourConcert TO fc_jour
        MOVE 0 TO Wfin2
        START fconcerts KEY IS = fc_jour
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF fc_jour <> WjourConcert THEN
                                MOVE 1 TO Wfin2
                        ELSE IF fc_edition = WeditionTravail THEN
                                PERFORM EXPORT_UN_CONCERT_DIFFUSION
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START.

      *>----un concert ou une programmation encore sous embargo----
      *>----d'annonce ne part pas chez le diffuseur----
        EXPORT_UN_CONCERT_DIFFUSION.
        PERFORM LIT_DROITS_CONCERT
        IF WautoriseDiffusion = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE fc_id TO WidConcertEmbargo
        MOVE fc_id_groupe TO WidGroupeEmbargo
        PERFORM CONTROLE_EMBARGO
        IF WsousEmbargo = 1 THEN
                EXIT PARAGRAPH
        END-IF
        ADD 1 TO WnbConcertsAutorises
        MOVE SPACES TO WsignalDiffusion
        MOVE fc_id TO dm_id_concert
        READ fmodifdiff
          NOT INVALID KEY
                IF dm_type = "M" THEN
                        MOVE "MODIFIE" TO WsignalDiffusion
                        ADD 1 TO WnbChangementsDiff
                END-IF
        END-READ
        MOVE SPACES TO tamp_ffeuille
        STRING fs_nom DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               fc_jour DELIMITED BY SPACE
               ";" fc_heure_debut ";" fc_duree ";"
               DELIMITED BY SIZE
               WusageDiffusion DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               dd_territoire DELIMITED BY "  "
               ";" dd_embargo ";" WsignalDiffusion
               DELIMITED BY SIZE
               INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----ligne ANNULE au format des lignes concert, sur le----
      *>----creneau memorise ; une annulation encore sous embargo----
      *>----n'est pas plus annoncee que le concert----
        EXPORT_ANNULATION_DIFFUSION.
        MOVE dm_id_concert TO WidConcertEmbargo
        MOVE dm_id_groupe TO WidGroupeEmbargo
        PERFORM CONTROLE_EMBARGO
        IF WsousEmbargo = 1 THEN
                EXIT PARAGRAPH
        END-IF
        ADD 1 TO WnbChangementsDiff
        MOVE dm_id_scene TO fs_id
        READ fscenes
          INVALID KEY MOVE "scene inconnue" TO fs_nom
        END-READ
        MOVE dm_id_groupe TO dd_id_groupe
        MOVE 1 TO Wtrouve
        READ fdroitsdiff
          INVALID KEY MOVE 0 TO Wtrouve
        END-READ
        PERFORM LIBELLE_USAGE_DIFFUSION
        IF Wtrouve = 0 THEN
                MOVE SPACES TO dd_territoire
                MOVE 0 TO dd_embargo
        END-IF
        MOVE SPACES TO tamp_ffeuille
        STRING fs_nom DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               dm_jour DELIMITED BY SPACE
               ";" dm_heure ";" dm_duree ";"
               DELIMITED BY SIZE
               WusageDiffusion DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               dd_territoire DELIMITED BY "  "
               ";" dd_embargo ";ANNULE"
               DELIMITED BY SIZE
               INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----appele par MODIF_CONCERT / ANNULER_CONCERT : un concert----
      *>----dont le groupe autorise la captation est note pour le----
      *>----prochain export (WidConcertDiff, WidGroupeDiff,----
      *>----WtypeModifDiff, creneau d'avant le changement----
      *>----WsceneDiff / WjourDiff / WheureDiff / WdureeDiff) ;----
      *>----une annulation remplace un deplacement en attente----
        SIGNALE_MODIF_DIFFUSION.
        OPEN INPUT fdroitsdiff
        MOVE WidGroupeDiff TO dd_id_groupe
        MOVE 1 TO Wtrouve
        READ fdroitsdiff
          INVALID KEY MOVE 0 TO Wtrouve
        END-READ
        CLOSE fdroitsdiff
        PERFORM LIBELLE_USAGE_DIFFUSION
        IF WautoriseDiffusion = 0 THEN
                EXIT PARAGRAPH
        END-IF

        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE WidConcertDiff TO dm_id_concert
        MOVE WtypeModifDiff TO dm_type
        MOVE WidGroupeDiff TO dm_id_groupe
        MOVE WdateJour TO dm_date
        MOVE WsceneDiff TO dm_id_scene
        MOVE WjourDiff TO dm_jour
        MOVE WheureDiff TO dm_heure
        MOVE WdureeDiff TO dm_duree
        OPEN I-O fmodifdiff
        WRITE tamp_fmodifdiff
          INVALID KEY
      *>----deplacement deja en attente : le creneau connu du----
      *>----diffuseur reste celui du dernier export----
                MOVE WidConcertDiff TO dm_id_concert
                READ fmodifdiff
                END-READ
                MOVE WtypeModifDiff TO dm_type
                MOVE WdateJour TO dm_date
                REWRITE tamp_fmodifdiff
                END-REWRITE
        END-WRITE
        IF cr_fmodifdiff <> 0 THEN
                MOVE "fmodifdiff" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fmodifdiff TO er_code
                PERFORM VERIFIE_CR_FICHIER
        ELSE
                DISPLAY "📣 Concert autorise a la captation :"
                        " changement signale au diffuseur 📣"
        END-IF
        CLOSE fmodifdiff.

      *>----creneau du concert courant (fc_*) avant changement,----
      *>----pour SIGNALE_MODIF_DIFFUSION----
        MEMORISE_CRENEAU_DIFFUSION.
        MOVE fc_id_scene TO WsceneDiff
        MOVE fc_jour TO WjourDiff
        MOVE fc_heure_debut TO WheureDiff
        MOVE fc_duree TO WdureeDiff.

      *>----supplement de diffusion du groupe (fe_id_groupe), pour----
      *>----le cumul des cachets du bilan ; fdroitsdiff ouvert par----
      *>----l'appelant----
        SUPPLEMENT_DIFFUSION_GROUPE.
        MOVE fe_id_groupe TO dd_id_groupe
        READ fdroitsdiff
          NOT INVALID KEY
                ADD dd_supplement TO WtotalCachetsEngages
                ADD dd_supplement TO WtotalDroitsDiffusion
        END-READ.

        ECRIT_LIGNE_DIFFUSION.
        DISPLAY tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.
