      *>----itineraire d'un groupe pour un jour du calendrier----
      *>----(itineraire_GGGGG_J.txt), rassemble pour le tour----
      *>----manager : arrivee et ramassage, hotel, balance,----
      *>----catering, set et scene, nombre d'invites ; le groupe----
      *>----connecte tire le sien, le batch tire ceux de tous les----
      *>----groupes actifs le jour choisi----

      *>----depuis le menu du groupe connecte (role 1)----
        ITINERAIRE_GROUPE.
        MOVE 0 TO WidGroupeItineraire
        OPEN INPUT fgroupes
        MOVE WidUtilisateurConnecte TO fg_id_utilisateur
        READ fgroupes KEY IS fg_id_utilisateur
          INVALID KEY
           DISPLAY "⚠️ Vous n'avez pas encore de groupe ⚠️"
          NOT INVALID KEY
                MOVE fg_id TO WidGroupeItineraire
                MOVE fg_nom TO WparamNomGroupe
        END-READ
        CLOSE fgroupes
        IF WidGroupeItineraire = 0 THEN
                EXIT PARAGRAPH
        END-IF
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnumeroJourChoisi TO WjourItineraire
        PERFORM ECRIT_ITINERAIRE_GROUPE_JOUR.

      *>----batch : un itineraire par groupe ayant un voyage, une----
      *>----balance ou un set le jour choisi----
        ITINERAIRES_JOUR_BATCH.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnumeroJourChoisi TO WjourItineraire
        MOVE 0 TO WnbItineraires
        OPEN INPUT fgroupes
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fgroupes NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        MOVE fg_id TO WidGroupeItineraire
                        MOVE fg_nom TO WparamNomGroupe
                        PERFORM CONTROLE_ACTIVITE_ITINERAIRE
                        IF WactiviteItineraire = 1 THEN
                                PERFORM ECRIT_ITINERAIRE_GROUPE_JOUR
                                ADD 1 TO WnbItineraires
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fgroupes
        DISPLAY "✅️ " WnbItineraires " itineraire(s) pour le "
                WjourConcert " ✅️".

      *>----WactiviteItineraire = 1 si WidGroupeItineraire a un----
      *>----voyage, une balance ou un set le jour WjourItineraire----
        CONTROLE_ACTIVITE_ITINERAIRE.
        MOVE 0 TO WactiviteItineraire
        OPEN INPUT fvoyages
        MOVE WidGroupeItineraire TO vy_id_groupe
        MOVE 0 TO WfinItineraire
        START fvoyages KEY IS = vy_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ fvoyages NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF vy_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF vy_jour = WjourItineraire THEN
                                        MOVE 1 TO WactiviteItineraire
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fvoyages

        OPEN INPUT fbalances
        MOVE WidGroupeItineraire TO ba_id_groupe
        MOVE 0 TO WfinItineraire
        START fbalances KEY IS = ba_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ fbalances NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF ba_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF ba_jour = WjourConcert THEN
                                        MOVE 1 TO WactiviteItineraire
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fbalances

        OPEN INPUT fconcerts
        MOVE WidGroupeItineraire TO fc_id_groupe
        MOVE 0 TO WfinItineraire
        START fconcerts KEY IS = fc_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF fc_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF fc_jour = WjourConcert AND
                                   fc_edition = WeditionTravail THEN
                                        MOVE 1 TO WactiviteItineraire
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fconcerts.

      *>----ecrit l'itineraire de WidGroupeItineraire (nom dans----
      *>----WparamNomGroupe) pour le jour WjourItineraire----
        ECRIT_ITINERAIRE_GROUPE_JOUR.
        MOVE SPACES TO WnomFeuille
        STRING "itineraire_" WidGroupeItineraire "_" WjourItineraire
               ".txt" DELIMITED BY SIZE INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille

        MOVE SPACES TO tamp_ffeuille
        STRING "ITINERAIRE - " WparamNomGroupe DELIMITED BY SIZE
                INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING WjourConcert DELIMITED BY SPACE
               " " Wjf_date(WjourItineraire) " - edition "
               WeditionTravail DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE ALL "-" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE

        PERFORM ITINERAIRE_VOYAGES
        PERFORM ITINERAIRE_HOTEL
        PERFORM ITINERAIRE_BALANCES
        PERFORM ITINERAIRE_CATERING
        PERFORM ITINERAIRE_SETS

        MOVE ALL "-" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        CLOSE ffeuille
        DISPLAY "✅️ " WnomFeuille " ✅️".

      *>----arrivees du jour : vol/train, point, chauffeur, navette----
        ITINERAIRE_VOYAGES.
        MOVE "ARRIVEE / RAMASSAGE" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE 0 TO WactiviteItineraire
        OPEN INPUT fvoyages
        OPEN INPUT futilisateurs
        MOVE WidGroupeItineraire TO vy_id_groupe
        MOVE 0 TO WfinItineraire
        START fvoyages KEY IS = vy_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ fvoyages NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF vy_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF vy_jour = WjourItineraire THEN
                                        PERFORM ITINERAIRE_UN_VOYAGE
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE futilisateurs
        CLOSE fvoyages
        IF WactiviteItineraire = 0 THEN
                MOVE "  (aucune arrivee ce jour)" TO tamp_ffeuille
                WRITE tamp_ffeuille
                END-WRITE
        END-IF.

        ITINERAIRE_UN_VOYAGE.
        MOVE 1 TO WactiviteItineraire
        MOVE SPACES TO tamp_ffeuille
        STRING "  " vy_heure "  " vy_mode " " vy_numero " - "
               DELIMITED BY SIZE
               vy_point DELIMITED BY "  "
               " - " vy_nb_personnes " pers"
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        IF vy_fu_id_chauffeur = 0 THEN
                MOVE "      chauffeur : a affecter" TO tamp_ffeuille
        ELSE
                MOVE "?" TO WnomResponsable
                MOVE vy_fu_id_chauffeur TO fu_id
                READ futilisateurs
                  NOT INVALID KEY MOVE fu_nom TO WnomResponsable
                END-READ
                STRING "      chauffeur : " DELIMITED BY SIZE
                       WnomResponsable DELIMITED BY "  "
                       " - navette " vy_navette
                       DELIMITED BY SIZE INTO tamp_ffeuille
                END-STRING
        END-IF
        WRITE tamp_ffeuille
        END-WRITE.

      *>----hotel si une allocation couvre la nuit du jour----
        ITINERAIRE_HOTEL.
        MOVE "HOTEL" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE 0 TO WactiviteItineraire
        OPEN INPUT falloch
        OPEN INPUT fhotels
        MOVE WidGroupeItineraire TO al_id_groupe
        MOVE 0 TO WfinItineraire
        START falloch KEY IS = al_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ falloch NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF al_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF al_nuit_debut <= WjourItineraire
                                AND al_nuit_fin >= WjourItineraire
                                THEN
                                        PERFORM ITINERAIRE_UN_HOTEL
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fhotels
        CLOSE falloch
        IF WactiviteItineraire = 0 THEN
                MOVE "  (pas d'hebergement cette nuit)"
                        TO tamp_ffeuille
                WRITE tamp_ffeuille
                END-WRITE
        END-IF.

        ITINERAIRE_UN_HOTEL.
        MOVE 1 TO WactiviteItineraire
        MOVE "?" TO ht_nom
        MOVE al_id_hotel TO ht_id
        READ fhotels
          INVALID KEY MOVE "?" TO ht_nom
        END-READ
        MOVE SPACES TO tamp_ffeuille
        STRING "  " DELIMITED BY SIZE
               ht_nom DELIMITED BY "  "
               " - " al_nb_chambres " chambre(s), nuits "
               al_nuit_debut " a " al_nuit_fin
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

        ITINERAIRE_BALANCES.
        MOVE "BALANCE" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE 0 TO WactiviteItineraire
        OPEN INPUT fbalances
        OPEN INPUT fscenes
        MOVE WidGroupeItineraire TO ba_id_groupe
        MOVE 0 TO WfinItineraire
        START fbalances KEY IS = ba_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ fbalances NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF ba_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF ba_jour = WjourConcert THEN
                                        PERFORM ITINERAIRE_UNE_BALANCE
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fscenes
        CLOSE fbalances
        IF WactiviteItineraire = 0 THEN
                MOVE "  (pas de balance)" TO tamp_ffeuille
                WRITE tamp_ffeuille
                END-WRITE
        END-IF.

        ITINERAIRE_UNE_BALANCE.
        MOVE 1 TO WactiviteItineraire
        MOVE ba_id_scene TO fs_id
        READ fscenes
          INVALID KEY MOVE "?" TO fs_nom
        END-READ
        MOVE SPACES TO tamp_ffeuille
        STRING "  " ba_heure_debut "  " ba_duree " min - "
               DELIMITED BY SIZE
               fs_nom DELIMITED BY "  "
               INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.

      *>----hospitalite : heure d'arrivee au catering et regime----
        ITINERAIRE_CATERING.
        MOVE "CATERING" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        OPEN INPUT fhospitalite
        MOVE WidGroupeItineraire TO ho_id_groupe
        READ fhospitalite
          INVALID KEY
                MOVE "  (pas de demande d'hospitalite)"
                        TO tamp_ffeuille
          NOT INVALID KEY
                MOVE SPACES TO tamp_ffeuille
                STRING "  " ho_heure_arrivee "h00  " ho_nb_repas
                       " repas - regime : " DELIMITED BY SIZE
                       ho_regime DELIMITED BY "  "
                       INTO tamp_ffeuille
                END-STRING
        END-READ
        CLOSE fhospitalite
        WRITE tamp_ffeuille
        END-WRITE.

      *>----sets du jour, scene et nombre de noms sur la liste----
      *>----d'invites de chaque set----
        ITINERAIRE_SETS.
        MOVE "SET" TO tamp_ffeuille
        WRITE tamp_ffeuille
        END-WRITE
        MOVE 0 TO WactiviteItineraire
        OPEN INPUT fconcerts
        OPEN INPUT fscenes
        OPEN INPUT finvites
        MOVE WidGroupeItineraire TO fc_id_groupe
        MOVE 0 TO WfinItineraire
        START fconcerts KEY IS = fc_id_groupe
          INVALID KEY MOVE 1 TO WfinItineraire
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinItineraire = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO WfinItineraire
                NOT AT END
                        IF fc_id_groupe <> WidGroupeItineraire THEN
                                MOVE 1 TO WfinItineraire
                        ELSE
                                IF fc_jour = WjourConcert AND
                                   fc_edition = WeditionTravail THEN
                                        PERFORM ITINERAIRE_UN_SET
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE finvites
        CLOSE fscenes
        CLOSE fconcerts
        IF WactiviteItineraire = 0 THEN
                MOVE "  (pas de set ce jour)" TO tamp_ffeuille
                WRITE tamp_ffeuille
                END-WRITE
        END-IF.

        ITINERAIRE_UN_SET.
        MOVE 1 TO WactiviteItineraire
        MOVE fc_id_scene TO fs_id
        READ fscenes
          INVALID KEY MOVE "?" TO fs_nom
        END-READ
        MOVE fc_heure_debut TO WheureHHMM
        PERFORM CONVERTIT_HHMM_MINUTES
        ADD fc_duree TO WminutesTotal
        PERFORM CONVERTIT_MINUTES_HHMM
        MOVE WheureHHMM TO WfinHHMM

        MOVE 0 TO WnbInvitesItineraire
        MOVE fc_id TO iv_id_concert
        MOVE 0 TO Wfin2
        START finvites KEY IS = iv_id_concert
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ finvites NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF iv_id_concert <> fc_id THEN
                                MOVE 1 TO Wfin2
                        ELSE
                                ADD 1 TO WnbInvitesItineraire
                        END-IF
                END-READ
           END-PERFORM
        END-START

        MOVE SPACES TO tamp_ffeuille
        STRING "  " fc_heure_debut "-" WfinHHMM "  " DELIMITED BY SIZE
               fs_nom DELIMITED BY "  "
               " - invites : " WnbInvitesItineraire
               DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE.
