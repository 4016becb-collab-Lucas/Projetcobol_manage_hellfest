        IDENTIFICATION DIVISION.
        PROGRAM-ID. fraude.

      *>----programme autonome de veille fraude, lance seul ou par----
      *>----la chaine de nuit (etape FRAUDE) : le controle de----
      *>----coherence ne voit que les references cassees, celui-ci----
      *>----cherche les comportements suspects et les ecrit dans----
      *>----alertes_fraude_AAAAMMJJ.txt pour la securite :----
      *>----  - reference acceptee a une porte puis representee a----
      *>----    une autre quelques minutes plus tard (FRAUDEPORT,----
      *>----    minutes)----
      *>----  - scan accepte d'un billet rembourse (apres l'ordre de----
      *>----    remboursement) ou d'un billet annule depuis----
      *>----  - client achetant plus de FRAUDEBILL billets pour un----
      *>----    meme concert----
      *>----  - bracelet debite a deux terminaux en moins de----
      *>----    FRAUDESEC secondes, remboursement superieur au solde----
      *>----    restant apres depenses, depense apres remboursement----
      *>----  - paiement carte sans ligne du releve carte----
      *>----    (releve_cb.csv) a la meme date et au meme montant----
      *>----les seuils viennent de parametres.dat ; seule----
      *>----l'activite datee d'apres le dernier passage (date dans----
      *>----reprise_fraude.dat, fichier absent = tout l'historique)----
      *>----donne lieu a alerte, les alertes deja remontees ne----
      *>----reviennent pas chaque nuit----
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                select fparams assign to "parametres.dat"
                organization indexed
                access mode is dynamic
                record key is pa_code
                sharing with all other
                lock mode is automatic
                file status is cr_fparams.

                select fscans assign to "scans.dat"
                organization indexed
                access mode is dynamic
                record key is sc_id
                alternate record key is sc_reference WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fscans.

                select fbillets assign to "billets.dat"
                organization indexed
                access mode is dynamic
                record key is bi_id
                alternate record key is bi_id_concert WITH DUPLICATES
                alternate record key is bi_reference WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fbillets.

                select fremb assign to "remboursements.dat"
                organization indexed
                access mode is dynamic
                record key is rb_id
                alternate record key is rb_id_concert WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fremb.

                select fmouvcash assign to "mouvements_cashless.dat"
                organization line sequential
                sharing with all other
                file status is cr_fmouvcash.

                select fventes assign to "ventes_stock.dat"
                organization line sequential
                sharing with all other
                file status is cr_fventes.

                select fimportcb assign to "releve_cb.csv"
                organization line sequential
                file status is cr_fimportcb.

                select falertes assign to WnomAlertes
                organization line sequential
                file status is cr_falertes.

                select frepfraude assign to "reprise_fraude.dat"
                organization line sequential
                file status is cr_frepfraude.

                select ftrimouv assign to "tri_mouvements.tmp".

                select ftribillets assign to "tri_billets.tmp".

                select ftriremb assign to "tri_remboursements.tmp".

        DATA DIVISION.
        FILE SECTION.
        FD fparams.
        01 tamp_fparams.
                02 pa_code PIC X(10).
                02 pa_valeur PIC 9(7)V99.

      *>----memes dessins que le programme principal----
        FD fscans.
        01 tamp_fscans.
                02 sc_id PIC 9(6).
                02 sc_reference PIC X(12).
                02 sc_porte PIC 9(2).
                02 sc_date PIC 9(8).
                02 sc_heure PIC 9(8).
                02 sc_fu_id PIC 9(5).
                02 sc_statut PIC X(1).

        FD fbillets.
        01 tamp_fbillets.
                02 bi_id PIC 9(5).
                02 bi_id_concert PIC 9(5).
                02 bi_prix PIC 9(4)V99.
                02 bi_code_tarif PIC X(5).
                02 bi_reference PIC X(12).
                02 bi_source PIC X(1).
                02 bi_date_vente PIC 9(8).
                02 bi_id_client PIC 9(5).
                02 bi_type_pass PIC X(1).
                02 bi_jour PIC 9(1).
                02 bi_mode_paiement PIC X(1).
                02 bi_tva PIC 9(4)V99.
                02 bi_pmr PIC X(1).
                02 bi_edition PIC 9(4).

        FD fremb.
        01 tamp_fremb.
                02 rb_id PIC 9(6).
                02 rb_bi_id PIC 9(5).
                02 rb_id_concert PIC 9(5).
                02 rb_montant PIC 9(4)V99.
                02 rb_statut PIC X(1).
                02 rb_date_emission PIC 9(8).
                02 rb_date_reglement PIC 9(8).
                02 rb_edition PIC 9(4).
                02 rb_origine PIC X(1).
                02 rb_nature PIC X(1).
                02 rb_objet PIC X(12).

        FD fmouvcash.
        01 tamp_fmouvcash.
                02 mc_reference PIC X(12).
                02 mc_type PIC X(1).
                02 mc_montant PIC 9(6)V99.
                02 mc_date PIC 9(8).
                02 mc_heure PIC 9(8).
                02 mc_type_vendeur PIC X(1).
                02 mc_id_vendeur PIC 9(5).
                02 mc_terminal PIC X(8).

        FD fventes.
        01 tamp_fventes.
                02 ve_id_produit PIC 9(5).
                02 ve_id_groupe PIC 9(5).
                02 ve_nom_produit PIC A(30).
                02 ve_quantite PIC 9(5).
                02 ve_prix_unitaire PIC 9(4)V99.
                02 ve_date PIC 9(8).
                02 ve_heure PIC 9(8).
                02 ve_mode_paiement PIC X(1).
                02 ve_tva PIC 9(4)V99.

        FD fimportcb.
        01 tamp_fimportcb PIC X(40).

        FD falertes.
        01 tamp_falertes PIC X(100).

        FD frepfraude.
        01 tamp_frepfraude PIC 9(8).

      *>----mouvements cashless remis dans l'ordre bracelet / date /----
      *>----heure, le rang d'origine departageant la meme seconde----
        SD ftrimouv.
        01 tamp_ftrimouv.
                02 tm_reference PIC X(12).
                02 tm_date PIC 9(8).
                02 tm_heure PIC 9(8).
                02 tm_rang PIC 9(7).
                02 tm_type PIC X(1).
                02 tm_montant PIC 9(6)V99.
                02 tm_type_vendeur PIC X(1).
                02 tm_id_vendeur PIC 9(5).
                02 tm_terminal PIC X(8).

      *>----billets nominatifs regroupes par client et concert----
        SD ftribillets.
        01 tamp_ftribillets.
                02 tk_id_client PIC 9(5).
                02 tk_id_concert PIC 9(5).
                02 tk_nouveau PIC 9(1).

      *>----ordres de remboursement de billets regroupes par billet,----
      *>----dans l'ordre d'emission----
        SD ftriremb.
        01 tamp_ftriremb.
                02 tr_bi_id PIC 9(5).
                02 tr_date PIC 9(8).
                02 tr_id PIC 9(6).
                02 tr_montant PIC 9(4)V99.
                02 tr_origine PIC X(1).

        WORKING-STORAGE SECTION.
        77 cr_fparams PIC 9(2).
        77 cr_fscans PIC 9(2).
        77 cr_fbillets PIC 9(2).
        77 cr_fremb PIC 9(2).
        77 cr_fmouvcash PIC 9(2).
        77 cr_fventes PIC 9(2).
        77 cr_fimportcb PIC 9(2).
        77 cr_falertes PIC 9(2).
        77 cr_frepfraude PIC 9(2).

        77 WdateJour PIC 9(8).
        77 WdateDernierPassage PIC 9(8).
        77 Wfin PIC 9(1).
        77 Wfin2 PIC 9(1).
        77 WfinTri PIC 9(1).
        77 Wtrouve PIC 9(1).

        01 WnomAlertes PIC X(30).

      *>----seuils (parametres.dat, valeur par defaut sinon)----
        77 WcodeParam PIC X(10).
        77 WvaleurDefaut PIC 9(7)V99.
        77 WvaleurParam PIC 9(7)V99.
        77 WseuilMinutesPortes PIC 9(4).
        77 WseuilBilletsClient PIC 9(4).
        77 WseuilSecondesDebits PIC 9(4).

      *>----compteurs d'alertes par controle----
        77 WnbAlertesPortes PIC 9(5).
        77 WnbAlertesRembourses PIC 9(5).
        77 WnbAlertesAnnules PIC 9(5).
        77 WnbAlertesClients PIC 9(5).
        77 WnbAlertesBracelets PIC 9(5).
        77 WnbAlertesCarte PIC 9(5).
        77 WnbAlertes PIC 9(6).

      *>----heure HHMMSSCC ramenee en secondes dans la journee----
        01 WheureLue PIC 9(8).
        01 WheureLueR REDEFINES WheureLue.
                02 WhlHeures PIC 9(2).
                02 WhlMinutes PIC 9(2).
                02 WhlSecondes PIC 9(2).
                02 WhlCentiemes PIC 9(2).
        77 WsecondesLues PIC 9(5).
        77 WecartSecondes PIC 9(5).

      *>----doubles portes : dernier scan accepte de la reference----
        77 WrefPrecScan PIC X(12).
        77 WportePrecScan PIC 9(2).
        77 WdatePrecScan PIC 9(8).
        77 WsecPrecScan PIC 9(5).

      *>----billet rembourse : cumul des ordres et ordre a partir----
      *>----duquel le billet ne devait plus passer----
        77 WbilletRembCourant PIC 9(5).
        77 WbilletRembTrouve PIC 9(1).
        77 WtotalRembBillet PIC 9(6)V99.
        77 WdateRembAlerte PIC 9(8).
        77 WidRembAlerte PIC 9(6).

      *>----achats par client et concert----
        77 WclientCourant PIC 9(5).
        77 WconcertCourant PIC 9(5).
        77 WnbBilletsClient PIC 9(5).
        77 WachatNouveau PIC 9(1).

      *>----bracelets : etat reconstitue mouvement par mouvement----
        77 WrangMouvement PIC 9(7).
        77 WrefPrecBracelet PIC X(12).
        77 WsoldeReconstitue PIC S9(7)V99.
        77 WbraceletRembourse PIC 9(1).
        77 WdatePrecDebit PIC 9(8).
        77 WsecPrecDebit PIC 9(5).
        77 WterminalPrecDebit PIC X(8).
        77 WvendeurPrecDebit PIC X(6).
        77 WvendeurDebit PIC X(6).
        77 WsoldeEdite PIC -9(7).99.

      *>----releve carte charge en memoire (au plus 2000 lignes)----
        77 WnbLignesCB PIC 9(4).
        77 WrelevesDeborde PIC 9(1).
        77 Wrc PIC 9(4).
        01 WtableReleveCB.
                02 WligneReleveCB OCCURS 2000.
                        03 Wrc_date PIC 9(8).
                        03 Wrc_montant PIC 9(8)V99.
                        03 Wrc_pointee PIC 9(1).
        77 WdatePaiementCB PIC 9(8).
        77 WmontantPaiementCB PIC 9(8)V99.
        77 WdateCouverte PIC 9(1).
        77 WpiecePaiementCB PIC X(20).

      *>----lecture des champs du releve carte (date;montant)----
        77 WchampDate PIC X(12).
        77 WchampPrix PIC X(12).
        77 WpartEntiere PIC X(12).
        77 WpartDecimale PIC X(2).
        77 WprixImport PIC 9(8)V99.
        01 WtexteNombre PIC X(12).
        01 WtexteNombreR REDEFINES WtexteNombre.
                02 WtnCar OCCURS 12 PIC X(1).
        77 Wtn PIC 9(2).
        77 WtnVu PIC 9(1).
        77 WnombreConverti PIC 9(10).
        77 WnombreValide PIC 9(1).
        01 WchiffreCar PIC X(1).
        01 WchiffreNum REDEFINES WchiffreCar PIC 9(1).

        PROCEDURE DIVISION.

        MOVE 0 TO RETURN-CODE
        PERFORM CHARGE_SEUILS_FRAUDE
        PERFORM LIT_DERNIER_PASSAGE
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE SPACES TO WnomAlertes
        STRING "alertes_fraude_" WdateJour ".txt"
                DELIMITED BY SIZE INTO WnomAlertes
        END-STRING
        OPEN OUTPUT falertes
        IF cr_falertes <> 0 THEN
                DISPLAY "⚠️ Ouverture de " WnomAlertes
                        " impossible ⚠️"
                MOVE 1 TO RETURN-CODE
                GOBACK
        END-IF
        MOVE SPACES TO tamp_falertes
        STRING "VEILLE FRAUDE DU " WdateJour " (portes "
               WseuilMinutesPortes " min, billets/client "
               WseuilBilletsClient ", debits " WseuilSecondesDebits
               " s)" DELIMITED BY SIZE INTO tamp_falertes
        END-STRING
        PERFORM ECRIT_ALERTE
        STRING "activite posterieure au " WdateDernierPassage
               " (dernier passage)"
               DELIMITED BY SIZE INTO tamp_falertes
        END-STRING
        PERFORM ECRIT_ALERTE

        MOVE 0 TO WnbAlertesPortes
        MOVE 0 TO WnbAlertesRembourses
        MOVE 0 TO WnbAlertesAnnules
        MOVE 0 TO WnbAlertesClients
        MOVE 0 TO WnbAlertesBracelets
        MOVE 0 TO WnbAlertesCarte
        PERFORM CONTROLE_DOUBLES_PORTES
        PERFORM CONTROLE_SCANS_REMBOURSES
        PERFORM CONTROLE_SCANS_ANNULES
        PERFORM CONTROLE_ACHATS_CLIENTS
        PERFORM CONTROLE_BRACELETS
        PERFORM CONTROLE_PAIEMENTS_CB

        COMPUTE WnbAlertes = WnbAlertesPortes + WnbAlertesRembourses
                + WnbAlertesAnnules + WnbAlertesClients
                + WnbAlertesBracelets + WnbAlertesCarte
        MOVE SPACES TO tamp_falertes
        STRING "TOTAL " WnbAlertes " alerte(s) : portes "
               WnbAlertesPortes ", rembourses " WnbAlertesRembourses
               ", annules " WnbAlertesAnnules ", clients "
               WnbAlertesClients ", bracelets " WnbAlertesBracelets
               ", carte " WnbAlertesCarte
               DELIMITED BY SIZE INTO tamp_falertes
        END-STRING
        PERFORM ECRIT_ALERTE
        CLOSE falertes
        PERFORM POINTE_DERNIER_PASSAGE
        DISPLAY "  " WnbAlertes " alerte(s) dans " WnomAlertes

      *>----GOBACK comme la sauvegarde : appele par la chaine de----
      *>----nuit, le programme rend la main----
        GOBACK.

        CHARGE_SEUILS_FRAUDE.
        MOVE "FRAUDEPORT" TO WcodeParam
        MOVE 5 TO WvaleurDefaut
        PERFORM LIT_PARAMETRE_FRAUDE
        MOVE WvaleurParam TO WseuilMinutesPortes
        MOVE "FRAUDEBILL" TO WcodeParam
        MOVE 10 TO WvaleurDefaut
        PERFORM LIT_PARAMETRE_FRAUDE
        MOVE WvaleurParam TO WseuilBilletsClient
        MOVE "FRAUDESEC" TO WcodeParam
        MOVE 20 TO WvaleurDefaut
        PERFORM LIT_PARAMETRE_FRAUDE
        MOVE WvaleurParam TO WseuilSecondesDebits.

      *>----meme lecture que CHARGE_PARAMETRE du programme----
      *>----principal----
        LIT_PARAMETRE_FRAUDE.
        MOVE WvaleurDefaut TO WvaleurParam
        OPEN INPUT fparams
        IF cr_fparams = 35 THEN
                CONTINUE
        ELSE
                MOVE WcodeParam TO pa_code
                READ fparams
                  NOT INVALID KEY MOVE pa_valeur TO WvaleurParam
                END-READ
                CLOSE fparams
        END-IF.

      *>----date du dernier passage (0 au premier lancement)----
        LIT_DERNIER_PASSAGE.
        MOVE 0 TO WdateDernierPassage
        OPEN INPUT frepfraude
        IF cr_frepfraude = 35 THEN
                CONTINUE
        ELSE
                READ frepfraude INTO WdateDernierPassage
                END-READ
                CLOSE frepfraude
        END-IF.

      *>----la chaine de nuit tourne apres la journee (cf cloture----
      *>----de nuit) : la journee du passage est couverte----
        POINTE_DERNIER_PASSAGE.
        OPEN OUTPUT frepfraude
        WRITE tamp_frepfraude FROM WdateJour
        END-WRITE
        CLOSE frepfraude.

        ECRIT_ALERTE.
        WRITE tamp_falertes
        END-WRITE
        MOVE SPACES TO tamp_falertes.

        CALCULE_SECONDES.
        COMPUTE WsecondesLues = WhlHeures * 3600 + WhlMinutes * 60
                + WhlSecondes.

      *>----les scans d'une meme reference se suivent sur la cle----
      *>----sc_reference ; le scan accepte (A) du jour est compare----
      *>----aux presentations suivantes refusees en doublon (D) a----
      *>----une autre porte le meme jour (pas de franchissement----
      *>----de minuit), sur les journees d'apres le dernier----
      *>----passage----
        CONTROLE_DOUBLES_PORTES.
        OPEN INPUT fscans
        IF cr_fscans <> 0 THEN
                MOVE "scans.dat absent : portes non controlees"
                        TO tamp_falertes
                PERFORM ECRIT_ALERTE
                EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WrefPrecScan
        MOVE LOW-VALUES TO sc_reference
        MOVE 0 TO Wfin
        START fscans KEY IS >= sc_reference
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fscans NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF (sc_statut = "A" OR sc_statut = "D") AND
                           sc_date > WdateDernierPassage THEN
                                PERFORM COMPARE_SCAN_PRECEDENT
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fscans.

      *>----WrefPrecScan / WdatePrecScan : dernier scan accepte----
      *>----lu pour la reference----
        COMPARE_SCAN_PRECEDENT.
        MOVE sc_heure TO WheureLue
        PERFORM CALCULE_SECONDES
        IF sc_statut = "A" THEN
                MOVE sc_reference TO WrefPrecScan
                MOVE sc_porte TO WportePrecScan
                MOVE sc_date TO WdatePrecScan
                MOVE WsecondesLues TO WsecPrecScan
                EXIT PARAGRAPH
        END-IF
        IF sc_reference <> WrefPrecScan OR
           sc_date <> WdatePrecScan OR
           sc_porte = WportePrecScan OR
           WsecondesLues < WsecPrecScan THEN
                EXIT PARAGRAPH
        END-IF
        COMPUTE WecartSecondes = WsecondesLues - WsecPrecScan
        IF WecartSecondes <= WseuilMinutesPortes * 60 THEN
                ADD 1 TO WnbAlertesPortes
                STRING "PORTES     ref " sc_reference
                       " acceptee porte " WportePrecScan
                       " puis doublon porte " sc_porte
                       " a " WecartSecondes
                       " s d'ecart le " sc_date
                       DELIMITED BY SIZE INTO tamp_falertes
                END-STRING
                PERFORM ECRIT_ALERTE
        END-IF.

      *>----billet rembourse (le billet reste en fichier) scanne et----
      *>----accepte apres coup : une annulation de concert (origine----
      *>----C) suffit, une reclamation (origine R) seulement quand----
      *>----les ordres du billet atteignent bi_prix, un geste----
      *>----partiel laissant le billet valable ; l'alerte part de----
      *>----l'ordre qui a retire le billet ; seuls les ordres sur----
      *>----billet (rb_nature B) sont repris----
        CONTROLE_SCANS_REMBOURSES.
        OPEN INPUT fremb
        IF cr_fremb <> 0 THEN
                EXIT PARAGRAPH
        END-IF
        CLOSE fremb
        SORT ftriremb ON ASCENDING KEY tr_bi_id tr_date tr_id
                INPUT PROCEDURE ALIMENTE_TRI_REMB
                OUTPUT PROCEDURE CONTROLE_REMB_TRIES.

        ALIMENTE_TRI_REMB.
        OPEN INPUT fremb
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                READ fremb NEXT
                AT END MOVE 1 TO WfinTri
                NOT AT END
                        IF rb_nature = "B" AND
                           (rb_origine = "C" OR rb_origine = "R") THEN
                                MOVE rb_bi_id TO tr_bi_id
                                MOVE rb_date_emission TO tr_date
                                MOVE rb_id TO tr_id
                                MOVE rb_montant TO tr_montant
                                MOVE rb_origine TO tr_origine
                                RELEASE tamp_ftriremb
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fremb.

        CONTROLE_REMB_TRIES.
        OPEN INPUT fbillets
        OPEN INPUT fscans
        IF cr_fbillets <> 0 OR cr_fscans <> 0 THEN
                CLOSE fscans
                CLOSE fbillets
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WbilletRembCourant
        MOVE 0 TO WbilletRembTrouve
        MOVE 0 TO WdateRembAlerte
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                RETURN ftriremb
                AT END MOVE 1 TO WfinTri
                NOT AT END PERFORM CUMUL_UN_REMB_TRIE
                END-RETURN
        END-PERFORM
        PERFORM RUPTURE_BILLET_REMBOURSE
        CLOSE fscans
        CLOSE fbillets.

        CUMUL_UN_REMB_TRIE.
        IF tr_bi_id <> WbilletRembCourant THEN
                PERFORM RUPTURE_BILLET_REMBOURSE
                MOVE tr_bi_id TO WbilletRembCourant
                MOVE 0 TO WtotalRembBillet
                MOVE 0 TO WdateRembAlerte
                MOVE 0 TO WidRembAlerte
                MOVE 1 TO WbilletRembTrouve
                MOVE tr_bi_id TO bi_id
                READ fbillets
                  INVALID KEY MOVE 0 TO WbilletRembTrouve
                END-READ
        END-IF
        ADD tr_montant TO WtotalRembBillet
        IF WbilletRembTrouve = 1 AND WdateRembAlerte = 0 THEN
                IF tr_origine = "C" OR
                   WtotalRembBillet >= bi_prix THEN
                        MOVE tr_date TO WdateRembAlerte
                        MOVE tr_id TO WidRembAlerte
                END-IF
        END-IF.

        RUPTURE_BILLET_REMBOURSE.
        IF WbilletRembTrouve = 1 AND WdateRembAlerte <> 0 THEN
                PERFORM SCANS_UN_REMBOURSEMENT
        END-IF.

      *>----scans acceptes du billet lu (bi_) depuis l'ordre----
      *>----WidRembAlerte----
        SCANS_UN_REMBOURSEMENT.
        MOVE bi_reference TO sc_reference
        MOVE 0 TO Wfin2
        START fscans KEY IS = sc_reference
          INVALID KEY MOVE 1 TO Wfin2
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                READ fscans NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        IF sc_reference <> bi_reference THEN
                                MOVE 1 TO Wfin2
                        ELSE IF sc_statut = "A" AND
                           sc_date >= WdateRembAlerte AND
                           sc_date > WdateDernierPassage THEN
                                ADD 1 TO WnbAlertesRembourses
                                STRING "REMBOURSE  ref " sc_reference
                                       " acceptee porte " sc_porte
                                       " le " sc_date
                                       ", remboursement " WidRembAlerte
                                       " du " WdateRembAlerte
                                       DELIMITED BY SIZE
                                       INTO tamp_falertes
                                END-STRING
                                PERFORM ECRIT_ALERTE
                        END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START.

      *>----scan accepte d'une reference qui n'est plus en----
      *>----billetterie : billet annule (supprime) ou transfere----
      *>----apres son passage a la porte----
        CONTROLE_SCANS_ANNULES.
        OPEN INPUT fscans
        OPEN INPUT fbillets
        IF cr_fscans <> 0 OR cr_fbillets <> 0 THEN
                CLOSE fbillets
                CLOSE fscans
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fscans NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF sc_statut = "A" AND
                           sc_date > WdateDernierPassage THEN
                                PERFORM SCAN_BILLET_DISPARU
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fbillets
        CLOSE fscans.

        SCAN_BILLET_DISPARU.
        MOVE sc_reference TO bi_reference
        READ fbillets KEY IS bi_reference
          INVALID KEY
                ADD 1 TO WnbAlertesAnnules
                STRING "ANNULE     ref " sc_reference
                       " acceptee porte " sc_porte " le " sc_date
                       " : billet annule ou transfere depuis"
                       DELIMITED BY SIZE INTO tamp_falertes
                END-STRING
                PERFORM ECRIT_ALERTE
        END-READ.

        CONTROLE_ACHATS_CLIENTS.
        OPEN INPUT fbillets
        IF cr_fbillets <> 0 THEN
                EXIT PARAGRAPH
        END-IF
        CLOSE fbillets
        SORT ftribillets ON ASCENDING KEY tk_id_client tk_id_concert
                INPUT PROCEDURE ALIMENTE_TRI_BILLETS
                OUTPUT PROCEDURE COMPTE_BILLETS_CLIENTS.

      *>----billets nominatifs d'un concert precis (les pass----
      *>----jour / festival n'ont pas de concert) ; tous comptent,----
      *>----seul un couple client/concert ayant achete depuis le----
      *>----dernier passage est signale----
        ALIMENTE_TRI_BILLETS.
        OPEN INPUT fbillets
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                READ fbillets NEXT
                AT END MOVE 1 TO WfinTri
                NOT AT END
                        IF bi_id_client <> 0 AND
                           bi_id_concert <> 0 THEN
                                MOVE bi_id_client TO tk_id_client
                                MOVE bi_id_concert TO tk_id_concert
                                MOVE 0 TO tk_nouveau
                                IF bi_date_vente >
                                   WdateDernierPassage THEN
                                        MOVE 1 TO tk_nouveau
                                END-IF
                                RELEASE tamp_ftribillets
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fbillets.

        COMPTE_BILLETS_CLIENTS.
        MOVE 0 TO WclientCourant
        MOVE 0 TO WconcertCourant
        MOVE 0 TO WnbBilletsClient
        MOVE 0 TO WachatNouveau
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                RETURN ftribillets
                AT END MOVE 1 TO WfinTri
                NOT AT END
                        IF tk_id_client <> WclientCourant OR
                           tk_id_concert <> WconcertCourant THEN
                                PERFORM RUPTURE_CLIENT_CONCERT
                                MOVE tk_id_client TO WclientCourant
                                MOVE tk_id_concert TO WconcertCourant
                        END-IF
                        ADD 1 TO WnbBilletsClient
                        IF tk_nouveau = 1 THEN
                                MOVE 1 TO WachatNouveau
                        END-IF
                END-RETURN
        END-PERFORM
        PERFORM RUPTURE_CLIENT_CONCERT.

        RUPTURE_CLIENT_CONCERT.
        IF WnbBilletsClient > WseuilBilletsClient AND
           WachatNouveau = 1 THEN
                ADD 1 TO WnbAlertesClients
                STRING "CLIENT     " WclientCourant " : "
                       WnbBilletsClient " billets pour le concert "
                       WconcertCourant
                       DELIMITED BY SIZE INTO tamp_falertes
                END-STRING
                PERFORM ECRIT_ALERTE
        END-IF
        MOVE 0 TO WnbBilletsClient
        MOVE 0 TO WachatNouveau.

      *>----journal cashless trie par bracelet puis par instant ;----
      *>----le solde est reconstitue mouvement par mouvement (T----
      *>----credite, D debite, R solde le compte, qui est alors----
      *>----clos) sur tout le journal, seuls les mouvements----
      *>----d'apres le dernier passage levent une alerte----
        CONTROLE_BRACELETS.
        OPEN INPUT fmouvcash
        IF cr_fmouvcash <> 0 THEN
                EXIT PARAGRAPH
        END-IF
        CLOSE fmouvcash
        SORT ftrimouv ON ASCENDING KEY tm_reference tm_date tm_heure
                tm_rang
                INPUT PROCEDURE ALIMENTE_TRI_MOUVEMENTS
                OUTPUT PROCEDURE CONTROLE_MOUVEMENTS_TRIES.

        ALIMENTE_TRI_MOUVEMENTS.
        MOVE 0 TO WrangMouvement
        OPEN INPUT fmouvcash
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                READ fmouvcash NEXT
                AT END MOVE 1 TO WfinTri
                NOT AT END
                        ADD 1 TO WrangMouvement
                        MOVE mc_reference TO tm_reference
                        MOVE mc_date TO tm_date
                        MOVE mc_heure TO tm_heure
                        MOVE WrangMouvement TO tm_rang
                        MOVE mc_type TO tm_type
                        MOVE mc_montant TO tm_montant
                        MOVE mc_type_vendeur TO tm_type_vendeur
                        MOVE mc_id_vendeur TO tm_id_vendeur
                        MOVE mc_terminal TO tm_terminal
                        RELEASE tamp_ftrimouv
                END-READ
        END-PERFORM
        CLOSE fmouvcash.

        CONTROLE_MOUVEMENTS_TRIES.
        MOVE SPACES TO WrefPrecBracelet
        MOVE 0 TO WfinTri
        PERFORM WITH TEST AFTER UNTIL WfinTri = 1
                RETURN ftrimouv
                AT END MOVE 1 TO WfinTri
                NOT AT END PERFORM CONTROLE_UN_MOUVEMENT
                END-RETURN
        END-PERFORM.

        CONTROLE_UN_MOUVEMENT.
        IF tm_reference <> WrefPrecBracelet THEN
                MOVE tm_reference TO WrefPrecBracelet
                MOVE 0 TO WsoldeReconstitue
                MOVE 0 TO WbraceletRembourse
                MOVE 0 TO WdatePrecDebit
                MOVE 0 TO WsecPrecDebit
                MOVE SPACES TO WterminalPrecDebit
                MOVE SPACES TO WvendeurPrecDebit
        END-IF
        EVALUATE tm_type
           WHEN "T"
                ADD tm_montant TO WsoldeReconstitue
           WHEN "D"
                PERFORM CONTROLE_DEBIT_BRACELET
           WHEN "R"
                PERFORM CONTROLE_REMBOURSEMENT_BRACELET
        END-EVALUATE.

      *>----deux debits consecutifs a des terminaux (ou vendeurs)----
      *>----differents plus vite que FRAUDESEC : le bracelet est----
      *>----au moins a deux endroits ; les debits anterieurs au----
      *>----marquage du terminal ne sont pas compares----
        CONTROLE_DEBIT_BRACELET.
        IF WbraceletRembourse = 1 AND
           tm_date > WdateDernierPassage THEN
                ADD 1 TO WnbAlertesBracelets
                STRING "BRACELET   " tm_reference " : debit de "
                       tm_montant " le " tm_date " " tm_heure
                       " apres remboursement du solde"
                       DELIMITED BY SIZE INTO tamp_falertes
                END-STRING
                PERFORM ECRIT_ALERTE
        END-IF
        MOVE tm_heure TO WheureLue
        PERFORM CALCULE_SECONDES
        MOVE SPACES TO WvendeurDebit
        STRING tm_type_vendeur tm_id_vendeur DELIMITED BY SIZE
                INTO WvendeurDebit
        END-STRING
        IF tm_date = WdatePrecDebit AND
           (tm_terminal <> WterminalPrecDebit OR
            WvendeurDebit <> WvendeurPrecDebit) THEN
                COMPUTE WecartSecondes = WsecondesLues - WsecPrecDebit
                IF WecartSecondes < WseuilSecondesDebits AND
                   tm_date > WdateDernierPassage THEN
                        ADD 1 TO WnbAlertesBracelets
                        STRING "BRACELET   " tm_reference " : debits "
                               WterminalPrecDebit " puis "
                               tm_terminal " a " WecartSecondes
                               " s d'intervalle le " tm_date
                               DELIMITED BY SIZE INTO tamp_falertes
                        END-STRING
                        PERFORM ECRIT_ALERTE
                END-IF
        END-IF
        SUBTRACT tm_montant FROM WsoldeReconstitue
        MOVE tm_date TO WdatePrecDebit
        MOVE WsecondesLues TO WsecPrecDebit
        MOVE tm_terminal TO WterminalPrecDebit
        MOVE WvendeurDebit TO WvendeurPrecDebit.

      *>----un remboursement qui depasse ce que les rechargements----
      *>----laissaient apres les depenses rend de l'argent deja----
      *>----depense----
        CONTROLE_REMBOURSEMENT_BRACELET.
        IF tm_montant > WsoldeReconstitue AND
           tm_date > WdateDernierPassage THEN
                ADD 1 TO WnbAlertesBracelets
                MOVE WsoldeReconstitue TO WsoldeEdite
                STRING "BRACELET   " tm_reference " : rembourse "
                       tm_montant " le " tm_date " pour un solde de "
                       WsoldeEdite " apres depenses"
                       DELIMITED BY SIZE INTO tamp_falertes
                END-STRING
                PERFORM ECRIT_ALERTE
        END-IF
        MOVE 0 TO WsoldeReconstitue
        MOVE 1 TO WbraceletRembourse.

      *>----chaque paiement carte (billet ou vente de stock) doit----
      *>----retrouver une ligne du releve de meme date et de meme----
      *>----montant ; une date absente du releve n'est pas encore----
      *>----rapprochee et n'est pas controlee ; seuls les paiements----
      *>----d'apres le dernier passage sont repris----
        CONTROLE_PAIEMENTS_CB.
        PERFORM CHARGE_RELEVE_CB
        IF WnbLignesCB = 0 THEN
                MOVE "releve_cb.csv absent : carte non controlee"
                        TO tamp_falertes
                PERFORM ECRIT_ALERTE
                EXIT PARAGRAPH
        END-IF
        IF WrelevesDeborde = 1 THEN
                MOVE "releve carte tronque a 2000 lignes"
                        TO tamp_falertes
                PERFORM ECRIT_ALERTE
        END-IF

        OPEN INPUT fbillets
        IF cr_fbillets = 0 THEN
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ fbillets NEXT
                        AT END MOVE 1 TO Wfin
                        NOT AT END
                                IF bi_mode_paiement = "C" AND
                                   bi_date_vente >
                                        WdateDernierPassage THEN
                                   MOVE bi_date_vente TO
                                        WdatePaiementCB
                                   MOVE bi_prix TO WmontantPaiementCB
                                   MOVE SPACES TO WpiecePaiementCB
                                   STRING "billet " bi_id
                                        DELIMITED BY SIZE
                                        INTO WpiecePaiementCB
                                   END-STRING
                                   PERFORM RAPPROCHE_PAIEMENT_CB
                                END-IF
                        END-READ
                END-PERFORM
                CLOSE fbillets
        END-IF

        OPEN INPUT fventes
        IF cr_fventes = 0 THEN
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ fventes NEXT
                        AT END MOVE 1 TO Wfin
                        NOT AT END
                                IF ve_mode_paiement = "C" AND
                                   ve_date > WdateDernierPassage THEN
                                   MOVE ve_date TO WdatePaiementCB
                                   COMPUTE WmontantPaiementCB =
                                        ve_quantite * ve_prix_unitaire
                                   MOVE SPACES TO WpiecePaiementCB
                                   STRING "vente produit "
                                        ve_id_produit
                                        DELIMITED BY SIZE
                                        INTO WpiecePaiementCB
                                   END-STRING
                                   PERFORM RAPPROCHE_PAIEMENT_CB
                                END-IF
                        END-READ
                END-PERFORM
                CLOSE fventes
        END-IF.

        RAPPROCHE_PAIEMENT_CB.
        MOVE 0 TO WdateCouverte
        MOVE 0 TO Wtrouve
        PERFORM VARYING Wrc FROM 1 BY 1 UNTIL Wrc > WnbLignesCB
        OR Wtrouve = 1
                IF Wrc_date(Wrc) = WdatePaiementCB THEN
                        MOVE 1 TO WdateCouverte
                        IF Wrc_montant(Wrc) = WmontantPaiementCB AND
                           Wrc_pointee(Wrc) = 0 THEN
                                MOVE 1 TO Wrc_pointee(Wrc)
                                MOVE 1 TO Wtrouve
                        END-IF
                END-IF
        END-PERFORM
        IF WdateCouverte = 1 AND Wtrouve = 0 THEN
                ADD 1 TO WnbAlertesCarte
                STRING "CARTE      " WpiecePaiementCB " du "
                       WdatePaiementCB " montant " WmontantPaiementCB
                       " : aucune ligne du releve carte"
                       DELIMITED BY SIZE INTO tamp_falertes
                END-STRING
                PERFORM ECRIT_ALERTE
        END-IF.

      *>----meme lecture du releve que RAPPROCHEMENT_CB, mais ligne----
      *>----a ligne au lieu d'un cumul par date----
        CHARGE_RELEVE_CB.
        MOVE 0 TO WnbLignesCB
        MOVE 0 TO WrelevesDeborde
        OPEN INPUT fimportcb
        IF cr_fimportcb <> 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fimportcb NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END PERFORM CHARGE_LIGNE_RELEVE_CB
        END-PERFORM
        CLOSE fimportcb.

        CHARGE_LIGNE_RELEVE_CB.
        MOVE SPACES TO WchampDate
        MOVE SPACES TO WchampPrix
        UNSTRING tamp_fimportcb DELIMITED BY ";"
                INTO WchampDate WchampPrix
        END-UNSTRING
        IF WchampDate = "date" OR WchampDate = SPACES THEN
                EXIT PARAGRAPH
        END-IF
        MOVE WchampDate TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 0 THEN
                EXIT PARAGRAPH
        END-IF
        IF WnbLignesCB >= 2000 THEN
                MOVE 1 TO WrelevesDeborde
                EXIT PARAGRAPH
        END-IF
        ADD 1 TO WnbLignesCB
        MOVE WnombreConverti TO Wrc_date(WnbLignesCB)
        MOVE 0 TO Wrc_pointee(WnbLignesCB)
        PERFORM CONVERTIT_PRIX_IMPORT
        IF WnombreValide = 0 THEN
                SUBTRACT 1 FROM WnbLignesCB
                EXIT PARAGRAPH
        END-IF
        MOVE WprixImport TO Wrc_montant(WnbLignesCB).

      *>----prix du csv : partie entiere et centimes eventuels----
      *>----separes par un point (cf CONVERTIT_PRIX_IMPORT du----
      *>----programme principal)----
        CONVERTIT_PRIX_IMPORT.
        MOVE 0 TO WprixImport
        MOVE SPACES TO WpartEntiere
        MOVE "00" TO WpartDecimale
        UNSTRING WchampPrix DELIMITED BY "."
                INTO WpartEntiere WpartDecimale
        END-UNSTRING
        IF WpartDecimale = SPACES THEN
                MOVE "00" TO WpartDecimale
        END-IF
        IF WpartDecimale(2:1) = SPACE THEN
                MOVE "0" TO WpartDecimale(2:1)
        END-IF
        MOVE WpartEntiere TO WtexteNombre
        PERFORM CONVERTIT_TEXTE_NOMBRE
        IF WnombreValide = 1 THEN
                COMPUTE WprixImport = WnombreConverti
                MOVE WpartDecimale TO WtexteNombre
                PERFORM CONVERTIT_TEXTE_NOMBRE
                IF WnombreValide = 1 THEN
                        COMPUTE WprixImport = WprixImport +
                                WnombreConverti / 100
                END-IF
        END-IF.

        CONVERTIT_TEXTE_NOMBRE.
        MOVE 0 TO WnombreConverti
        MOVE 1 TO WnombreValide
        MOVE 0 TO WtnVu
        PERFORM VARYING Wtn FROM 1 BY 1 UNTIL Wtn > 12
                IF WtnCar(Wtn) >= "0" AND WtnCar(Wtn) <= "9" THEN
                        MOVE 1 TO WtnVu
                        MOVE WtnCar(Wtn) TO WchiffreCar
                        COMPUTE WnombreConverti =
                                WnombreConverti * 10 + WchiffreNum
                ELSE
                        IF WtnCar(Wtn) <> SPACE THEN
                                MOVE 0 TO WnombreValide
                        END-IF
                END-IF
        END-PERFORM
        IF WtnVu = 0 THEN
                MOVE 0 TO WnombreValide
        END-IF.
