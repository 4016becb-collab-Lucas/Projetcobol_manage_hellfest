      *>----programme autonome d'enchainement de nuit, a lancer----
      *>----par le planificateur du systeme : il lit la liste des----
      *>----etapes dans chaine_batch.dat (une etape par ligne :----
      *>----SAUVEGARDE, COHERENCE, CLOTURE, EXPORT, AUDIT,----
      *>----FRAUDE ; a defaut la chaine complete dans cet----
      *>----ordre), les execute----
      *>----sans aucune question, trace une ligne de statut par----
      *>----etape dans chaine_statut.dat, s'arrete a la premiere----
      *>----etape en echec et, au lancement suivant, reprend a----
      *>----l'etape qui avait echoue (pointage dans----
      *>----chaine_reprise.dat, comme les imports de masse)----
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                organization line sequential
                file status is cr_fcloture.

                select faudit assign to "audit.dat"
                organization line sequential
                sharing with all other
                file status is cr_faudit.

                select fannonces assign to "annonces_lineup.dat"
                organization indexed
                access mode is dynamic
                record key is em_cle
                alternate record key is em_date WITH DUPLICATES
                sharing with all other
                lock mode is automatic
                file status is cr_fannonces.

        DATA DIVISION.
        FILE SECTION.
        FD fscenes.
                02 fc_duree PIC 9(3).
                02 fc_edition PIC 9(4).

      *>----seuls l'id, le concert, le prix, le code tarif et la----
      *>----date de vente servent ici, le reste du billet passe en----
      *>----FILLER ; la----
      *>----longueur doit suivre le dessin du programme principal----
      *>----(61 octets : 15 octets apres la date de vente pour le----
      *>----client, le type de pass, le jour, le mode de paiement,----
                02 bi_id PIC 9(5).
                02 bi_id_concert PIC 9(5).
                02 bi_prix PIC 9(4)V99.
                02 bi_code_tarif PIC X(5).
                02 FILLER PIC X(13).
                02 bi_date_vente PIC 9(8).
                02 FILLER PIC X(19).

        FD fcloture.
        01 tamp_fcloture PIC X(100).

      *>----meme dessin que le journal d'audit du programme----
      *>----principal (137 octets, chainage en fin de trace)----
        FD faudit.
        01 tamp_faudit.
                02 ad_fu_id PIC 9(5).
                02 ad_type PIC X(10).
                02 ad_operation PIC X(12).
                02 ad_cible PIC 9(5).
                02 ad_date PIC 9(8).
                02 ad_heure PIC 9(8).
                02 ad_avant PIC X(30).
                02 ad_apres PIC X(30).
                02 ad_poste PIC X(8).
                02 ad_sequence PIC 9(8).
                02 ad_controle PIC 9(13).

      *>----meme dessin que les annonces du programme principal----
      *>----(embargo de la programmation, 35 octets)----
        FD fannonces.
        01 tamp_fannonces.
                02 em_cle.
                        03 em_type PIC X(1).
                        03 em_objet PIC 9(5).
                02 em_date PIC 9(8).
                02 em_heure PIC 9(4).
                02 em_edition PIC 9(4).
                02 em_fu_id PIC 9(5).
                02 em_date_saisie PIC 9(8).

        WORKING-STORAGE SECTION.
        77 cr_fscenes PIC 9(2).
        77 cr_fgroupes PIC 9(2).
        77 cr_fanomnuit PIC 9(2).
        77 cr_fexportcsv PIC 9(2).
        77 cr_fcloture PIC 9(2).
        77 cr_faudit PIC 9(2).
        77 cr_fannonces PIC 9(2).

        77 WdateJour PIC 9(8).
        77 WheureJour PIC 9(8).
        77 WnbAnomalies PIC 9(4).
        77 WbilletsJour PIC 9(6).
        77 WrecetteJour PIC 9(9)V99.
        77 WnbPassBenevoles PIC 9(6).
        77 WcodeTarifBenevole PIC X(5) VALUE "BENEV".
        77 WnbLignesExport PIC 9(5).
        77 WnbEmbargoExport PIC 9(5).

      *>----embargo d'annonce : un concert n'est exporte qu'apres----
      *>----l'annonce du concert et de son groupe----
        77 WannoncesOuvertes PIC 9(1).
        77 WsousEmbargo PIC 9(1).
        77 WinstantCourant PIC 9(12).
        77 WinstantLu PIC 9(12).

      *>----verification de la chaine d'audit : meme calcul que----
      *>----CALCULE_CONTROLE_AUDIT du programme principal----
        01 WalphabetHash.
                02 FILLER PIC X(10) VALUE "0123456789".
                02 FILLER PIC X(26)
                        VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                02 FILLER PIC X(26)
                        VALUE "abcdefghijklmnopqrstuvwxyz".
                02 FILLER PIC X(8) VALUE "!#$%&*+-".
        01 WalphabetHashR REDEFINES WalphabetHash.
                02 WalphaCar OCCURS 70 PIC X(1).
        77 WmoduloHash PIC 9(13) VALUE 9999999999999.
        01 WcontenuAudit PIC X(124).
        01 WcontenuAuditR REDEFINES WcontenuAudit.
                02 WcaCar OCCURS 124 PIC X(1).
        77 WsequenceAudit PIC 9(8).
        77 WcontrolePrecedent PIC 9(13).
        77 WcontroleCalcule PIC 9(13).
        77 WcalculAudit PIC 9(18).
        77 WquotientAudit PIC 9(18).
        77 WcodeAudit PIC 9(3).
        77 WposAudit PIC 9(3).
        77 WalphaAudit PIC 9(3).
        77 WruptureAudit PIC 9(1).
        77 WtypeRupture PIC X(1).
        77 WnumLigneAudit PIC 9(8).
        77 WnbTracesScellees PIC 9(8).
        77 WnbTracesAnciennes PIC 9(8).

        01 WnomCloture PIC X(30).
        01 WnomGroupeExp PIC A(30).
        END-IF

        IF WnbEtapes = 0 THEN
                MOVE 6 TO WnbEtapes
                MOVE "SAUVEGARDE" TO Wetape(1)
                MOVE "COHERENCE" TO Wetape(2)
                MOVE "CLOTURE" TO Wetape(3)
                MOVE "EXPORT" TO Wetape(4)
                MOVE "AUDIT" TO Wetape(5)
                MOVE "FRAUDE" TO Wetape(6)
        END-IF.

        CHARGE_POINT_REPRISE.
           WHEN "COHERENCE" PERFORM ETAPE_COHERENCE
           WHEN "CLOTURE" PERFORM ETAPE_CLOTURE
           WHEN "EXPORT" PERFORM ETAPE_EXPORT
           WHEN "AUDIT" PERFORM ETAPE_AUDIT
           WHEN "FRAUDE" PERFORM ETAPE_FRAUDE
           WHEN OTHER
                DISPLAY "⚠️ Etape inconnue: " WnomEtape " ⚠️"
                MOVE 1 TO WetapeEnEchec
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE 0 TO WbilletsJour
        MOVE 0 TO WrecetteJour
        MOVE 0 TO WnbPassBenevoles

        OPEN INPUT fbillets
        IF cr_fbillets <> 0 THEN
                READ fbillets NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF bi_date_vente = WdateJour AND
                           bi_code_tarif = WcodeTarifBenevole THEN
                                ADD 1 TO WnbPassBenevoles
                        ELSE IF bi_date_vente = WdateJour THEN
                                ADD 1 TO WbilletsJour
                                ADD bi_prix TO WrecetteJour
                        END-IF
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fbillets
        END-STRING
        WRITE tamp_fcloture
        END-WRITE
        MOVE SPACES TO tamp_fcloture
        STRING "Pass recompense benevoles: " WnbPassBenevoles
               DELIMITED BY SIZE INTO tamp_fcloture
        END-STRING
        WRITE tamp_fcloture
        END-WRITE
        CLOSE fcloture
        DISPLAY "  " WbilletsJour " billet(s) du jour".

        WRITE tamp_fexportcsv
        END-WRITE

        MOVE 0 TO WnbEmbargoExport
        ACCEPT WdateJour FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        COMPUTE WinstantCourant = WdateJour * 10000
                + WheureJour / 10000
        MOVE 1 TO WannoncesOuvertes
        OPEN INPUT fannonces
        IF cr_fannonces <> 0 THEN
                MOVE 0 TO WannoncesOuvertes
        END-IF

        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fconcerts NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        PERFORM CONTROLE_EMBARGO_EXPORT
                        IF WsousEmbargo = 0 THEN
                                PERFORM EXPORT_UN_CONCERT
                        ELSE
                                ADD 1 TO WnbEmbargoExport
                        END-IF
        END-PERFORM

        IF WannoncesOuvertes = 1 THEN
                CLOSE fannonces
        END-IF
        CLOSE fexportcsv
        CLOSE fscenes
        CLOSE fgroupes
        CLOSE fconcerts
        DISPLAY "  " WnbLignesExport " ligne(s) exportee(s), "
                WnbEmbargoExport " sous embargo".

        CONTROLE_EMBARGO_EXPORT.
        MOVE 0 TO WsousEmbargo
        IF WannoncesOuvertes = 0 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE "C" TO em_type
        MOVE fc_id TO em_objet
        READ fannonces
          INVALID KEY CONTINUE
          NOT INVALID KEY PERFORM COMPARE_INSTANT_ANNONCE
        END-READ
        MOVE "G" TO em_type
        MOVE fc_id_groupe TO em_objet
        READ fannonces
          INVALID KEY CONTINUE
          NOT INVALID KEY PERFORM COMPARE_INSTANT_ANNONCE
        END-READ.

        COMPARE_INSTANT_ANNONCE.
        COMPUTE WinstantLu = em_date * 10000 + em_heure
        IF WinstantLu > WinstantCourant THEN
                MOVE 1 TO WsousEmbargo
        END-IF.

        EXPORT_UN_CONCERT.
        MOVE "?" TO WnomGroupeExp
        WRITE tamp_fexportcsv
        END-WRITE
        ADD 1 TO WnbLignesExport.

      *>----etape 5 : verification de la chaine du journal----
      *>----d'audit (numeros consecutifs et controles chaines) ;----
      *>----le resultat detaille precede la ligne de statut de----
      *>----l'etape dans chaine_statut.dat ; comme les anomalies de----
      *>----coherence, une rupture ne casse pas la chaine, elle----
      *>----est signalee chaque nuit tant qu'elle n'est pas----
      *>----traitee----
        ETAPE_AUDIT.
        MOVE 0 TO WsequenceAudit
        MOVE 0 TO WcontrolePrecedent
        MOVE 0 TO WruptureAudit
        MOVE SPACE TO WtypeRupture
        MOVE 0 TO WnumLigneAudit
        MOVE 0 TO WnbTracesScellees
        MOVE 0 TO WnbTracesAnciennes
        OPEN INPUT faudit
        IF cr_faudit = 35 THEN
                CONTINUE
        ELSE
                IF cr_faudit <> 0 THEN
                        MOVE 1 TO WetapeEnEchec
                        EXIT PARAGRAPH
                END-IF
                MOVE 0 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ faudit NEXT
                        AT END MOVE 1 TO Wfin
                        NOT AT END
                                ADD 1 TO WnumLigneAudit
                                PERFORM VERIFIE_UNE_TRACE_AUDIT
                                IF WruptureAudit = 1 THEN
                                        MOVE 1 TO Wfin
                                END-IF
                        END-READ
                END-PERFORM
                CLOSE faudit
        END-IF

        ACCEPT WdateJour FROM DATE YYYYMMDD
        ACCEPT WheureJour FROM TIME
        OPEN EXTEND fstatut
        IF cr_fstatut = 35 THEN
                OPEN OUTPUT fstatut
        END-IF
        MOVE SPACES TO tamp_fstatut
        EVALUATE TRUE
           WHEN WruptureAudit = 0
                STRING WdateJour " " WheureJour " audit intact, "
                       WnbTracesScellees " traces scellees"
                       DELIMITED BY SIZE INTO tamp_fstatut
                END-STRING
           WHEN WtypeRupture = "S"
                STRING WdateJour " " WheureJour " audit RUPTURE"
                       " numero ligne " WnumLigneAudit
                       DELIMITED BY SIZE INTO tamp_fstatut
                END-STRING
           WHEN WtypeRupture = "C"
                STRING WdateJour " " WheureJour " audit RUPTURE"
                       " controle ligne " WnumLigneAudit
                       DELIMITED BY SIZE INTO tamp_fstatut
                END-STRING
           WHEN OTHER
                STRING WdateJour " " WheureJour " audit RUPTURE"
                       " non scellee ligne " WnumLigneAudit
                       DELIMITED BY SIZE INTO tamp_fstatut
                END-STRING
        END-EVALUATE
        WRITE tamp_fstatut
        END-WRITE
        CLOSE fstatut
        IF WruptureAudit = 0 THEN
                DISPLAY "  chaine d'audit intacte ("
                        WnbTracesScellees " traces)"
        ELSE
                DISPLAY "  ⚠️ rupture de la chaine d'audit a la"
                        " ligne " WnumLigneAudit " ⚠️"
        END-IF.

        VERIFIE_UNE_TRACE_AUDIT.
        IF ad_sequence IS NOT NUMERIC OR
           ad_controle IS NOT NUMERIC THEN
                IF WsequenceAudit = 0 THEN
                        ADD 1 TO WnbTracesAnciennes
                ELSE
                        MOVE 1 TO WruptureAudit
                        MOVE "N" TO WtypeRupture
                END-IF
                EXIT PARAGRAPH
        END-IF
        IF ad_sequence <> WsequenceAudit + 1 THEN
                MOVE 1 TO WruptureAudit
                MOVE "S" TO WtypeRupture
                EXIT PARAGRAPH
        END-IF
        PERFORM CALCULE_CONTROLE_AUDIT
        IF WcontroleCalcule <> ad_controle THEN
                MOVE 1 TO WruptureAudit
                MOVE "C" TO WtypeRupture
                EXIT PARAGRAPH
        END-IF
        MOVE ad_sequence TO WsequenceAudit
        MOVE ad_controle TO WcontrolePrecedent
        ADD 1 TO WnbTracesScellees.

        CALCULE_CONTROLE_AUDIT.
        MOVE tamp_faudit(1:124) TO WcontenuAudit
        MOVE WcontrolePrecedent TO WcontroleCalcule
        PERFORM VARYING WposAudit FROM 1 BY 1 UNTIL WposAudit > 124
                MOVE 0 TO WcodeAudit
                IF WcaCar(WposAudit) <> SPACE THEN
                        MOVE 71 TO WcodeAudit
                        PERFORM VARYING WalphaAudit FROM 1 BY 1
                        UNTIL WalphaAudit > 70
                                IF WalphaCar(WalphaAudit) =
                                   WcaCar(WposAudit) THEN
                                        MOVE WalphaAudit TO WcodeAudit
                                END-IF
                        END-PERFORM
                END-IF
                COMPUTE WcalculAudit = WcontroleCalcule * 31
                        + WcodeAudit * WposAudit
                DIVIDE WcalculAudit BY WmoduloHash
                        GIVING WquotientAudit
                        REMAINDER WcontroleCalcule
                END-DIVIDE
        END-PERFORM.

      *>----etape 6 : veille fraude, programme autonome comme la----
      *>----sauvegarde ; les alertes vont dans----
      *>----alertes_fraude_AAAAMMJJ.txt et ne cassent pas la----
      *>----chaine, seul un fichier d'alertes impossible a creer----
      *>----met l'etape en echec----
        ETAPE_FRAUDE.
        CALL "fraude"
          ON EXCEPTION
                DISPLAY "⚠️ Module fraude indisponible ⚠️"
                MOVE 1 TO WetapeEnEchec
        END-CALL
        IF WetapeEnEchec = 0 AND RETURN-CODE <> 0 THEN
                MOVE 1 TO WetapeEnEchec
        END-IF.
