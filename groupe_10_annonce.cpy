      *>----embargo d'annonce de la programmation : les concerts----
      *>----sont programmes des semaines avant l'annonce officielle----
      *>----alors que l'export csv, les feeds des ecrans et le----
      *>----programme imprime publiaient tout concerts.dat des sa----
      *>----saisie ; chaque concert ou groupe peut porter une date----
      *>----et une heure d'annonce (annonces_lineup.dat), les----
      *>----sorties publiques l'omettent jusque-la, les ecrans----
      *>----internes l'affichent avec la marque [EMBARGO]----

      *>----le concert WidConcertEmbargo du groupe WidGroupeEmbargo----
      *>----est-il encore sous embargo ? (0 = pas de concert ou de----
      *>----groupe a controler) ; l'annonce la plus tardive du----
      *>----concert et de son groupe fait foi----
        CONTROLE_EMBARGO.
        MOVE 0 TO WsousEmbargo
        MOVE SPACES TO WmarqueEmbargo
        MOVE 0 TO WinstantAnnonce
        ACCEPT WdateEmbargo FROM DATE YYYYMMDD
        ACCEPT WheureEmbargo FROM TIME
        COMPUTE WinstantCourant = WdateEmbargo * 10000
                + WheureEmbargo / 10000
        OPEN INPUT fannonces
        IF cr_fannonces = 35 THEN
                EXIT PARAGRAPH
        END-IF
        IF WidConcertEmbargo <> 0 THEN
                MOVE "C" TO em_type
                MOVE WidConcertEmbargo TO em_objet
                READ fannonces
                  INVALID KEY CONTINUE
                  NOT INVALID KEY PERFORM RETIENT_INSTANT_ANNONCE
                END-READ
        END-IF
        IF WidGroupeEmbargo <> 0 THEN
                MOVE "G" TO em_type
                MOVE WidGroupeEmbargo TO em_objet
                READ fannonces
                  INVALID KEY CONTINUE
                  NOT INVALID KEY PERFORM RETIENT_INSTANT_ANNONCE
                END-READ
        END-IF
        CLOSE fannonces
        IF WinstantAnnonce > WinstantCourant THEN
                MOVE 1 TO WsousEmbargo
                MOVE "[EMBARGO]" TO WmarqueEmbargo
        END-IF.

        RETIENT_INSTANT_ANNONCE.
        COMPUTE WinstantLu = em_date * 10000 + em_heure
        IF WinstantLu > WinstantAnnonce THEN
                MOVE WinstantLu TO WinstantAnnonce
        END-IF.

      *>----retire de WtableCreneaux les concerts sous embargo----
      *>----avant publication sur les ecrans du site----
        RETIRE_CRENEAUX_EMBARGO.
        MOVE 0 TO WkCreneauGarde
        PERFORM VARYING Wm FROM 1 BY 1 UNTIL Wm > WnbCreneauxJour
                MOVE Wcr_id(Wm) TO WidConcertEmbargo
                MOVE Wcr_id_groupe(Wm) TO WidGroupeEmbargo
                PERFORM CONTROLE_EMBARGO
                IF WsousEmbargo = 0 THEN
                        ADD 1 TO WkCreneauGarde
                        IF WkCreneauGarde < Wm THEN
                                MOVE Wcreneau(Wm)
                                        TO Wcreneau(WkCreneauGarde)
                        END-IF
                END-IF
        END-PERFORM
        MOVE WkCreneauGarde TO WnbCreneauxJour.

      *>----pose, deplace ou leve l'embargo d'un concert ou d'un----
      *>----groupe de l'edition de travail----
        DEFINIR_ANNONCE.
        MOVE SPACE TO WtypeAnnonce
        PERFORM WITH TEST AFTER UNTIL WtypeAnnonce = "C"
        OR WtypeAnnonce = "G" OR WtypeAnnonce = "*"
                DISPLAY "Embargo sur un concert (C) ou un groupe (G),"
                        " * pour annuler: " WITH NO ADVANCING
                ACCEPT WtypeAnnonce
        END-PERFORM
        IF WtypeAnnonce = "*" THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WtypeAnnonce = "C" THEN
                MOVE "Id du concert" TO WlibelleSaisie
        ELSE
                MOVE "Id du groupe" TO WlibelleSaisie
        END-IF
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WobjetAnnonce

        MOVE 0 TO Wtrouve
        IF WtypeAnnonce = "C" THEN
                OPEN INPUT fconcerts
                MOVE WobjetAnnonce TO fc_id
                READ fconcerts
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        IF fc_edition = WeditionTravail THEN
                                MOVE 1 TO Wtrouve
                        END-IF
                END-READ
                CLOSE fconcerts
        ELSE
                OPEN INPUT fgroupes
                MOVE WobjetAnnonce TO fg_id
                READ fgroupes
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        IF fg_edition = WeditionTravail THEN
                                MOVE 1 TO Wtrouve
                        END-IF
                END-READ
                CLOSE fgroupes
        END-IF
        IF Wtrouve = 0 THEN
                DISPLAY "❌️ Inexistant dans l'edition de"
                        " travail ❌️"
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WdateAnnoncePrec
        OPEN INPUT fannonces
        MOVE WtypeAnnonce TO em_type
        MOVE WobjetAnnonce TO em_objet
        READ fannonces
          INVALID KEY DISPLAY "Pas d'embargo en cours"
          NOT INVALID KEY
                MOVE em_date TO WdateAnnoncePrec
                DISPLAY "Annonce prevue le " em_date " a " em_heure
        END-READ
        CLOSE fannonces

        MOVE "Date d'annonce (AAAAMMJJ, 0 = lever l'embargo)"
                TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti = 0 THEN
                PERFORM LEVE_EMBARGO
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti < 19000101 OR WnombreConverti > 99991231
        THEN
                DISPLAY "⚠️ Date invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO em_date
        MOVE "Heure d'annonce (HHMM)" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        IF WnombreConverti > 2359 THEN
                DISPLAY "⚠️ Heure invalide ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        IF WheureHHMM - WhhTravail * 100 > 59 THEN
                DISPLAY "⚠️ Minutes invalides ⚠️"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO em_heure
        MOVE WtypeAnnonce TO em_type
        MOVE WobjetAnnonce TO em_objet
        MOVE WeditionTravail TO em_edition
        MOVE WidUtilisateurConnecte TO em_fu_id
        ACCEPT em_date_saisie FROM DATE YYYYMMDD

        OPEN I-O fannonces
        IF WdateAnnoncePrec = 0 THEN
                WRITE tamp_fannonces
                END-WRITE
        ELSE
                REWRITE tamp_fannonces
                END-REWRITE
        END-IF
        IF cr_fannonces <> 0 THEN
                MOVE "fannonces" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fannonces TO er_code
                PERFORM VERIFIE_CR_FICHIER
                CLOSE fannonces
                EXIT PARAGRAPH
        END-IF
        CLOSE fannonces

        DISPLAY "✅️ Embargo jusqu'au " em_date " a " em_heure
                " ✅️"
        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "ANNONCE" TO ad_type
        MOVE "EMBARGO" TO ad_operation
        MOVE WobjetAnnonce TO ad_cible
        MOVE SPACES TO ad_avant
        STRING WtypeAnnonce " " WdateAnnoncePrec
                DELIMITED BY SIZE INTO ad_avant
        END-STRING
        MOVE SPACES TO ad_apres
        STRING WtypeAnnonce " " em_date " " em_heure
                DELIMITED BY SIZE INTO ad_apres
        END-STRING
        PERFORM ENREGISTRE_AUDIT.

        LEVE_EMBARGO.
        IF WdateAnnoncePrec = 0 THEN
                DISPLAY "Pas d'embargo a lever"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O fannonces
        MOVE WtypeAnnonce TO em_type
        MOVE WobjetAnnonce TO em_objet
        DELETE fannonces
          INVALID KEY
                MOVE "fannonces" TO er_fichier
                MOVE "DELETE" TO er_operation
                MOVE cr_fannonces TO er_code
                PERFORM VERIFIE_CR_FICHIER
          NOT INVALID KEY
                DISPLAY "✅️ Embargo leve ✅️"
                MOVE WidUtilisateurConnecte TO ad_fu_id
                MOVE "ANNONCE" TO ad_type
                MOVE "LEVEE" TO ad_operation
                MOVE WobjetAnnonce TO ad_cible
                MOVE SPACES TO ad_avant
                STRING WtypeAnnonce " " WdateAnnoncePrec
                        DELIMITED BY SIZE INTO ad_avant
                END-STRING
                MOVE SPACES TO ad_apres
                PERFORM ENREGISTRE_AUDIT
        END-DELETE
        CLOSE fannonces.

      *>----calendrier des annonces de l'edition, jour par jour, a----
      *>----l'ecran et dans calendrier_annonces_AAAA.txt : ce qui----
      *>----devient public et quand, pour caler les ouvertures de----
      *>----vente sur les annonces----
        CALENDRIER_ANNONCES.
        ACCEPT WdateEmbargo FROM DATE YYYYMMDD
        ACCEPT WheureEmbargo FROM TIME
        COMPUTE WinstantCourant = WdateEmbargo * 10000
                + WheureEmbargo / 10000
        MOVE SPACES TO WnomFeuille
        STRING "calendrier_annonces_" WeditionTravail ".txt"
                DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "CALENDRIER DES ANNONCES - edition " WeditionTravail
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        PERFORM ECRIT_LIGNE_CALENDRIER_ANNONCES

        MOVE 0 TO WnbEmbargo
        MOVE 0 TO WdateAnnoncePrec
        OPEN INPUT fconcerts
        OPEN INPUT fgroupes
        OPEN INPUT fannonces
        MOVE 0 TO em_date
        MOVE 0 TO WfinAnnonce
        START fannonces KEY IS >= em_date
          INVALID KEY MOVE 1 TO WfinAnnonce
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinAnnonce = 1
                READ fannonces NEXT
                AT END MOVE 1 TO WfinAnnonce
                NOT AT END
                        IF em_edition = WeditionTravail THEN
                                PERFORM EDITE_ANNONCE_CALENDRIER
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fannonces
        CLOSE fgroupes
        CLOSE fconcerts

        IF WnbEmbargo = 0 THEN
                MOVE "Aucune annonce programmee" TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_CALENDRIER_ANNONCES
        END-IF
        CLOSE ffeuille
        DISPLAY "✅️ " WnomFeuille " ✅️".

        EDITE_ANNONCE_CALENDRIER.
        ADD 1 TO WnbEmbargo
        IF em_date <> WdateAnnoncePrec THEN
                MOVE em_date TO WdateAnnoncePrec
                MOVE SPACES TO tamp_ffeuille
                PERFORM ECRIT_LIGNE_CALENDRIER_ANNONCES
                STRING "--- " em_date " ---"
                        DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
                PERFORM ECRIT_LIGNE_CALENDRIER_ANNONCES
        END-IF
        COMPUTE WinstantLu = em_date * 10000 + em_heure
        IF WinstantLu > WinstantCourant THEN
                MOVE "A VENIR" TO WmarqueEmbargo
        ELSE
                MOVE "PUBLIE" TO WmarqueEmbargo
        END-IF
        MOVE "?" TO WparamNomGroupe
        IF em_type = "G" THEN
                MOVE em_objet TO fg_id
                READ fgroupes
                  NOT INVALID KEY MOVE fg_nom TO WparamNomGroupe
                END-READ
                PERFORM COMPTE_CONCERTS_ANNONCE
                STRING em_heure "  GROUPE  " em_objet " "
                        WparamNomGroupe " (" WnbConcertsGroupe
                        " concert(s))  " WmarqueEmbargo
                        DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        ELSE
                MOVE SPACES TO fc_jour
                MOVE 0 TO fc_heure_debut
                MOVE em_objet TO fc_id
                READ fconcerts
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        MOVE fc_id_groupe TO fg_id
                        READ fgroupes
                          NOT INVALID KEY
                                MOVE fg_nom TO WparamNomGroupe
                        END-READ
                END-READ
                STRING em_heure "  CONCERT " em_objet " "
                        WparamNomGroupe " " fc_jour(1:10) " "
                        fc_heure_debut "  " WmarqueEmbargo
                        DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        END-IF
        PERFORM ECRIT_LIGNE_CALENDRIER_ANNONCES.

      *>----concerts de l'edition du groupe em_objet----
        COMPTE_CONCERTS_ANNONCE.
        MOVE 0 TO WnbConcertsGroupe
        MOVE em_objet TO fc_id_groupe
        MOVE 0 TO Wfin2
        START fconcerts KEY IS = fc_id_groupe
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF fc_id_groupe = em_objet THEN
                                IF fc_edition = WeditionTravail THEN
                                        ADD 1 TO WnbConcertsGroupe
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin2
                        END-IF
                END-READ
           END-PERFORM
        END-START
        MOVE SPACES TO tamp_ffeuille.

        ECRIT_LIGNE_CALENDRIER_ANNONCES.
        DISPLAY tamp_ffeuille(1:78)
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille.
