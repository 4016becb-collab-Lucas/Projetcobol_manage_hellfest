      *>----rejeu des scanners de porte hors ligne : quand le reseau----
      *>----tombe aux portes eloignees, les scanners a main----
      *>----continuent de lire mais rien n'arrive dans scans.dat ;----
      *>----leurs vidages (import_scanners.csv) sont remis dans----
      *>----l'ordre chronologique par le tri puis rejoues avec les----
      *>----regles de SCAN_ENTREE_BILLET (cle de controle,----
      *>----billetterie, transfert, doublon du jour) contre les----
      *>----scans deja enregistres ; chaque doublon decouvert apres----
      *>----coup part dans fraudes_scanners.txt, les lignes----
      *>----inexploitables dans rejets_scanners.dat, et la----
      *>----progression est pointee dans reprise_scanners.dat comme----
      *>----pour les imports de masse (le tri, stable, redonne le----
      *>----meme ordre a la reprise)----
        IMPORT_SCANNERS_BATCH.
        MOVE 0 TO WligneOk
        MOVE 0 TO WligneRejet
        MOVE 0 TO WligneDejaImportee
        MOVE 0 TO WnbDoublonsHorsLigne
        MOVE 0 TO WnbRefusHorsLigne
        MOVE 0 TO WligneCourante

        OPEN INPUT fimportscanners
        IF cr_fimportscanners = 35 THEN
                DISPLAY "❌️ Pas de fichier"
                        " import_scanners.csv ❌️"
                EXIT PARAGRAPH
        END-IF
        CLOSE fimportscanners

        MOVE 0 TO WligneReprise
        OPEN INPUT freprises
        IF cr_freprises = 35 THEN
                CONTINUE
        ELSE
                READ freprises INTO WligneReprise
                  AT END MOVE 0 TO WligneReprise
                END-READ
                CLOSE freprises
        END-IF
        IF WligneReprise <> 0 THEN
                DISPLAY "Reprise apres la lecture " WligneReprise
        END-IF

        OPEN EXTEND frejets
        IF cr_frejets = 35 THEN
                OPEN OUTPUT frejets
        END-IF
        OPEN EXTEND ffraudes
        IF cr_ffraudes = 35 THEN
                OPEN OUTPUT ffraudes
        END-IF
        IF WligneReprise = 0 THEN
                ACCEPT WdateJour FROM DATE YYYYMMDD
                MOVE SPACES TO tamp_ffraudes
                STRING "~~Rejeu des scanners hors ligne du "
                        WdateJour "~~"
                        DELIMITED BY SIZE INTO tamp_ffraudes
                END-STRING
                WRITE tamp_ffraudes
                END-WRITE
        END-IF

        PERFORM CHERCHE_MAX_ID_SCAN
        SORT ftriscanners ON ASCENDING KEY ts_date ts_heure ts_rang
                INPUT PROCEDURE ALIMENTE_TRI_SCANNERS
                OUTPUT PROCEDURE REJOUE_LECTURES_SCANNERS
        CLOSE ffraudes
        CLOSE frejets

        MOVE 0 TO WligneCourante
        PERFORM POINTE_REPRISE_SCANNERS

        DISPLAY "Rejeu scanners: " WligneOk " entree(s) acceptee(s), "
                WnbDoublonsHorsLigne " doublon(s), "
                WnbRefusHorsLigne " refus, "
                WligneRejet " rejetee(s), "
                WligneDejaImportee " deja importee(s)"
        IF WnbDoublonsHorsLigne <> 0 THEN
                DISPLAY "Doublons dans fraudes_scanners.txt"
        END-IF
        IF WligneRejet <> 0 THEN
                DISPLAY "Motifs dans rejets_scanners.dat"
        END-IF.

      *>----pointe la derniere lecture rejouee (0 = import termine)----
        POINTE_REPRISE_SCANNERS.
        OPEN OUTPUT freprises
        WRITE tamp_freprises FROM WligneCourante
        END-WRITE
        CLOSE freprises.

      *>----lecture du vidage : une ligne par lecture, rang----
      *>----d'origine garde pour departager deux lectures de la meme----
      *>----seconde ; une ligne invalide passe au tri marquee N----
      *>----pour etre rejetee au rejeu (et donc pointee)----
        ALIMENTE_TRI_SCANNERS.
        MOVE 0 TO WrangScanner
        OPEN INPUT fimportscanners
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                READ fimportscanners NEXT
                AT END MOVE 1 TO WfinTri
                NOT AT END
                        PERFORM PREPARE_LECTURE_SCANNER
                END-READ
        END-PERFORM
        CLOSE fimportscanners.

        PREPARE_LECTURE_SCANNER.
        MOVE SPACES TO WchampPorte
        MOVE SPACES TO ts_reference
        MOVE SPACES TO WchampDate
        MOVE SPACES TO WchampHeure
        MOVE SPACES TO WchampOperateur
        UNSTRING tamp_fimportscanners DELIMITED BY ";"
                INTO WchampPorte ts_reference WchampDate
                     WchampHeure WchampOperateur
        END-UNSTRING
        IF WchampPorte = "porte" OR
           tamp_fimportscanners = SPACES THEN
                EXIT PARAGRAPH
        END-IF

        ADD 1 TO WrangScanner
        MOVE WrangScanner TO ts_rang
        MOVE tamp_fimportscanners TO ts_ligne
        MOVE "O" TO ts_valide
        MOVE SPACES TO ts_motif
        MOVE 0 TO ts_porte
        MOVE 0 TO ts_date
        MOVE 0 TO ts_heure
        MOVE 0 TO ts_fu_id

        MOVE WchampPorte TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 OR WnombreConverti > 99 THEN
                MOVE "porte invalide" TO WmotifRejet
                PERFORM INVALIDE_LECTURE_SCANNER
        ELSE
                MOVE WnombreConverti TO ts_porte
        END-IF
        IF ts_reference = SPACES THEN
                MOVE "reference vide" TO WmotifRejet
                PERFORM INVALIDE_LECTURE_SCANNER
        END-IF
        MOVE WchampDate TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 OR WnombreConverti < 19000101 OR
           WnombreConverti > 99991231 THEN
                MOVE "date invalide" TO WmotifRejet
                PERFORM INVALIDE_LECTURE_SCANNER
        ELSE
                MOVE WnombreConverti TO ts_date
        END-IF
      *>----heure HHMMSS du scanner, centiemes a zero----
        MOVE WchampHeure TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 OR WnombreConverti > 235959 THEN
                MOVE "heure invalide" TO WmotifRejet
                PERFORM INVALIDE_LECTURE_SCANNER
        ELSE
                COMPUTE ts_heure = WnombreConverti * 100
        END-IF
        MOVE WchampOperateur TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 OR WnombreConverti > 99999 THEN
                MOVE "operateur invalide" TO WmotifRejet
                PERFORM INVALIDE_LECTURE_SCANNER
        ELSE
                MOVE WnombreConverti TO ts_fu_id
        END-IF
        RELEASE tamp_ftriscanners.

      *>----le premier motif trouve est celui du rejet----
        INVALIDE_LECTURE_SCANNER.
        IF ts_valide = "O" THEN
                MOVE "N" TO ts_valide
                MOVE WmotifRejet TO ts_motif
        END-IF.

        REJOUE_LECTURES_SCANNERS.
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                RETURN ftriscanners
                AT END MOVE 1 TO WfinTri
                NOT AT END
                        ADD 1 TO WligneCourante
                        IF WligneCourante > WligneReprise THEN
                                PERFORM REJOUE_LECTURE_SCANNER
                                PERFORM POINTE_REPRISE_SCANNERS
                        END-IF
                END-RETURN
        END-PERFORM.

      *>----une lecture rejouee : memes controles et memes statuts----
      *>----que le scan en ligne, a la date et l'heure du scanner ;----
      *>----une lecture deja presente dans scans.dat (meme----
      *>----reference, porte, date et heure) n'est pas reprise----
        REJOUE_LECTURE_SCANNER.
        IF ts_valide = "N" THEN
                MOVE ts_motif TO WmotifRejet
                PERFORM REJETTE_LECTURE_SCANNER
                EXIT PARAGRAPH
        END-IF
        MOVE ts_reference TO WrefScan
        MOVE ts_porte TO WporteScan
        MOVE ts_date TO WdateJour
        MOVE ts_heure TO WheureJour

        PERFORM CHERCHE_SCAN_IDENTIQUE
        IF WscanDejaImporte = 1 THEN
                ADD 1 TO WligneDejaImportee
                EXIT PARAGRAPH
        END-IF

        PERFORM VERIFIE_CLE_REFERENCE
        IF WcleValide = 0 THEN
                MOVE "C" TO WstatutScan
                PERFORM ENREGISTRE_SCAN_HORS_LIGNE
                ADD 1 TO WnbRefusHorsLigne
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO WbilletConnu
        OPEN INPUT fbillets
        MOVE WrefScan TO bi_reference
        READ fbillets KEY IS bi_reference
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE 1 TO WbilletConnu
        END-READ
        CLOSE fbillets

        IF WbilletConnu = 0 THEN
                PERFORM CHERCHE_TRANSFERT_REFERENCE
                IF WbilletTransfere = 0 THEN
                        MOVE "reference inconnue" TO WmotifRejet
                        PERFORM REJETTE_LECTURE_SCANNER
                ELSE
                        MOVE "T" TO WstatutScan
                        PERFORM ENREGISTRE_SCAN_HORS_LIGNE
                        ADD 1 TO WnbRefusHorsLigne
                END-IF
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_SCAN_DU_JOUR
        IF WdejaScanne = 1 THEN
                MOVE "D" TO WstatutScan
                PERFORM ENREGISTRE_SCAN_HORS_LIGNE
                ADD 1 TO WnbDoublonsHorsLigne
                PERFORM SIGNALE_FRAUDE_SCANNER
        ELSE
                MOVE "A" TO WstatutScan
                PERFORM ENREGISTRE_SCAN_HORS_LIGNE
                ADD 1 TO WligneOk
        END-IF.

        CHERCHE_SCAN_IDENTIQUE.
        MOVE 0 TO WscanDejaImporte
        OPEN INPUT fscans
        MOVE WrefScan TO sc_reference
        MOVE 0 TO Wfin
        START fscans KEY IS = sc_reference
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fscans NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF sc_reference = WrefScan THEN
                                IF sc_date = WdateJour AND
                                   sc_heure = WheureJour AND
                                   sc_porte = WporteScan THEN
                                        MOVE 1 TO WscanDejaImporte
                                        MOVE 1 TO Wfin
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fscans.

        ENREGISTRE_SCAN_HORS_LIGNE.
        MOVE WidScan TO sc_id
        MOVE WrefScan TO sc_reference
        MOVE WporteScan TO sc_porte
        MOVE WdateJour TO sc_date
        MOVE WheureJour TO sc_heure
        MOVE ts_fu_id TO sc_fu_id
        MOVE WstatutScan TO sc_statut
        OPEN I-O fscans
        WRITE tamp_fscans
        END-WRITE
        IF cr_fscans = 0 THEN
                ADD 1 TO WidScan
        ELSE
                MOVE "fscans" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fscans TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fscans.

      *>----entree en double decouverte apres coup : la lecture----
      *>----hors ligne et le passage deja accepte ce jour----
        SIGNALE_FRAUDE_SCANNER.
        MOVE SPACES TO tamp_ffraudes
        STRING "DOUBLON " WrefScan " porte " WporteScan " le "
                WdateJour " a " WheureJour " op " ts_fu_id
                " / deja entre porte " WporteDoublon " a "
                WheureDoublon
                DELIMITED BY SIZE INTO tamp_ffraudes
        END-STRING
        WRITE tamp_ffraudes
        END-WRITE.

        REJETTE_LECTURE_SCANNER.
        ADD 1 TO WligneRejet
        MOVE ts_ligne TO rjs_ligne
        MOVE WmotifRejet TO rjs_motif
        WRITE tamp_frejets
        END-WRITE.
