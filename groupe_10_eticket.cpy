      *>----references de billets a cle de controle et e-billets :----
      *>----la reference "G" + id etait sequentielle, un billet----
      *>----voisin se devinait et une faute de frappe a la porte----
      *>----tombait sur un autre billet ; la reference porte----
      *>----desormais l'id sur 6 chiffres, une partie non----
      *>----sequentielle sur 3 chiffres et un chiffre cle (poids----
      *>----3 et 1 alternes, modulo 10), verifie aux portes avant----
      *>----toute lecture de la billetterie ; chaque vente produit----
      *>----l'e-billet eticket_<reference>.txt a remettre a----
      *>----l'acheteur----

      *>----reference a cle dans WrefControle pour le prefixe----
      *>----WprefixeRef et l'id WidBaseRef----
        GENERE_REFERENCE_BILLET.
        MOVE SPACES TO WrefControle
        MOVE WprefixeRef TO WrcPrefixe
        MOVE WidBaseRef TO WrcId
        ACCEPT WheureRef FROM TIME
        COMPUTE WcalculAlea = WheureRef * 37 + WidBaseRef * 7919
        DIVIDE WcalculAlea BY 1000
                GIVING WquotientAlea
                REMAINDER WrcAlea
        END-DIVIDE
        PERFORM CALCULE_CLE_REFERENCE
        MOVE WcleCalculee TO WrcCle.

      *>----chiffre cle des 9 chiffres de WrefControle dans----
      *>----WcleCalculee----
        CALCULE_CLE_REFERENCE.
        MOVE 0 TO WsommeCle
        MOVE 3 TO WpoidsCle
        PERFORM VARYING WrangCle FROM 1 BY 1 UNTIL WrangCle > 9
                COMPUTE WsommeCle = WsommeCle
                        + WrcChiffre(WrangCle) * WpoidsCle
                IF WpoidsCle = 3 THEN
                        MOVE 1 TO WpoidsCle
                ELSE
                        MOVE 3 TO WpoidsCle
                END-IF
        END-PERFORM
        DIVIDE WsommeCle BY 10
                GIVING WquotientCle
                REMAINDER WcleCalculee
        END-DIVIDE
        IF WcleCalculee <> 0 THEN
                COMPUTE WcleCalculee = 10 - WcleCalculee
        END-IF.

      *>----controle de la reference WrefScan presentee a la porte :----
      *>----les references guichet (G) et de transfert (T) doivent----
      *>----etre au format a cle et porter la bonne cle, sauf les----
      *>----anciennes references guichet "G" + 5 chiffres et les----
      *>----anciennes references de transfert "T" + 6 chiffres----
      *>----d'un billet d'une edition precedente present en----
      *>----billetterie ; les references web importees gardent le----
      *>----format du site de vente (WcleValide = 0 si refusee)----
        VERIFIE_CLE_REFERENCE.
        MOVE 1 TO WcleValide
        MOVE WrefScan TO WrefControle
        IF WrcPrefixe <> "G" AND WrcPrefixe <> "T" THEN
                EXIT PARAGRAPH
        END-IF
        IF WrcPrefixe = "G" AND WrcAncien IS NUMERIC AND
           WrcAncienFin = SPACES THEN
                EXIT PARAGRAPH
        END-IF
        IF WrcPrefixe = "T" AND WrcAncienT IS NUMERIC AND
           WrcAncienTFin = SPACES THEN
                MOVE 0 TO WcleValide
                OPEN INPUT fbillets
                MOVE WrefScan TO bi_reference
                READ fbillets KEY IS bi_reference
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        IF bi_edition < WeditionTravail THEN
                                MOVE 1 TO WcleValide
                        END-IF
                END-READ
                CLOSE fbillets
                EXIT PARAGRAPH
        END-IF
        IF WrcChiffres IS NOT NUMERIC OR WrcFin <> SPACE THEN
                MOVE 0 TO WcleValide
                EXIT PARAGRAPH
        END-IF
        PERFORM CALCULE_CLE_REFERENCE
        IF WcleCalculee <> WrcCle THEN
                MOVE 0 TO WcleValide
        END-IF.

      *>----e-billet du billet present dans tamp_fbillets :----
      *>----titulaire, concert ou pass, jour, prix et ligne de----
      *>----code-barres (HF + edition + reference) lue par les----
      *>----scanners----
        ECRIT_ETICKET.
        MOVE "ANONYME" TO WtitulaireEticket
        IF bi_id_client <> 0 THEN
                OPEN INPUT fclients
                MOVE bi_id_client TO cli_id
                READ fclients
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE cli_nom TO WtitulaireEticket
                END-READ
                CLOSE fclients
        END-IF

        MOVE SPACES TO WobjetEticket
        MOVE SPACES TO WjourEticket
        IF bi_type_pass = "J" THEN
                MOVE "PASS JOURNEE" TO WobjetEticket
                PERFORM CHARGE_JOURS_FESTIVAL
                IF bi_jour > 0 AND bi_jour <= WnbJoursFestival THEN
                        MOVE Wjf_libelle(bi_jour) TO WjourEticket
                END-IF
        ELSE IF bi_type_pass = "F" THEN
                MOVE "PASS FESTIVAL" TO WobjetEticket
                MOVE "TOUS LES JOURS" TO WjourEticket
        ELSE
                STRING "CONCERT " bi_id_concert
                        DELIMITED BY SIZE INTO WobjetEticket
                END-STRING
                OPEN INPUT fconcerts
                MOVE bi_id_concert TO fc_id
                READ fconcerts
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                        MOVE SPACES TO WobjetEticket
                        STRING "CONCERT " bi_id_concert " A "
                                fc_heure_debut
                                DELIMITED BY SIZE INTO WobjetEticket
                        END-STRING
                        MOVE fc_jour TO WjourEticket
                END-READ
                CLOSE fconcerts
        END-IF
        END-IF
        MOVE bi_prix TO WprixEticket

        MOVE SPACES TO WnomFeuille
        STRING "eticket_" DELIMITED BY SIZE
                bi_reference DELIMITED BY SPACE
                ".txt" DELIMITED BY SIZE
                INTO WnomFeuille
        END-STRING
        OPEN OUTPUT ffeuille
        MOVE SPACES TO tamp_ffeuille
        STRING "HELLFEST " bi_edition " - E-BILLET"
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "REFERENCE: " bi_reference
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "TITULAIRE: " WtitulaireEticket
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "OBJET    : " WobjetEticket
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "JOUR     : " WjourEticket
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "PRIX     : " WprixEticket " EUR"
                DELIMITED BY SIZE INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        MOVE SPACES TO tamp_ffeuille
        STRING "CODEBARRE: HF" bi_edition DELIMITED BY SIZE
                bi_reference DELIMITED BY SPACE
                INTO tamp_ffeuille
        END-STRING
        WRITE tamp_ffeuille
        END-WRITE
        CLOSE ffeuille
        DISPLAY "E-billet: " WnomFeuille.

      *>----trace du refus d'une reference a cle invalide : scan----
      *>----statut C, sans lecture de la billetterie----
        TRACE_SCAN_CLE_INVALIDE.
        DISPLAY "❌️ Reference invalide (cle de controle),"
                " acces refuse ❌️"
        MOVE "fscans" TO er_fichier
        MOVE "CLE INVALIDE" TO er_operation
        MOVE 95 TO er_code
        PERFORM LOG_ERREUR
        PERFORM CHERCHE_MAX_ID_SCAN
        MOVE WidScan TO sc_id
        MOVE WrefScan TO sc_reference
        MOVE WporteScan TO sc_porte
        MOVE WdateJour TO sc_date
        MOVE WheureJour TO sc_heure
        MOVE WidUtilisateurConnecte TO sc_fu_id
        MOVE "C" TO sc_statut
        OPEN I-O fscans
        WRITE tamp_fscans
        END-WRITE
        IF cr_fscans <> 0 THEN
                MOVE "fscans" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fscans TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fscans.
