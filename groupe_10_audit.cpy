        MOVE WheureJour TO ad_heure
        MOVE Wposte TO ad_poste

      *>----scellement : numero suivant et controle chaine sur la----
      *>----derniere trace scellee du fichier----
        MOVE tamp_faudit TO WsauveAudit
        PERFORM LIT_TETE_CHAINE_AUDIT
        MOVE WsauveAudit TO tamp_faudit
        ADD 1 TO WsequenceAudit
        MOVE WsequenceAudit TO ad_sequence
        PERFORM CALCULE_CONTROLE_AUDIT
        MOVE WcontroleCalcule TO ad_controle

        OPEN EXTEND faudit
        IF cr_faudit = 35 THEN
                OPEN OUTPUT faudit
        MOVE SPACES TO ad_avant
        MOVE SPACES TO ad_apres.

      *>----numero et controle de la derniere trace scellee (0 si----
      *>----aucune) dans WsequenceAudit / WcontrolePrecedent----
        LIT_TETE_CHAINE_AUDIT.
        MOVE 0 TO WsequenceAudit
        MOVE 0 TO WcontrolePrecedent
        OPEN INPUT faudit
        IF cr_faudit = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WfinAudit
        PERFORM WITH TEST AFTER UNTIL WfinAudit = 1
                READ faudit NEXT
                AT END MOVE 1 TO WfinAudit
                NOT AT END
                        IF ad_sequence IS NUMERIC AND
                           ad_controle IS NUMERIC THEN
                                MOVE ad_sequence TO WsequenceAudit
                                MOVE ad_controle TO WcontrolePrecedent
                        END-IF
                END-READ
        END-PERFORM
        CLOSE faudit.

      *>----controle d'une trace : somme ponderee par la position----
      *>----des caracteres du contenu et du numero (meme alphabet----
      *>----que l'empreinte des mots de passe, 71 pour un caractere----
      *>----hors alphabet, 0 pour un blanc), amorcee par le----
      *>----controle de la trace precedente (WcontrolePrecedent) ;----
      *>----resultat dans WcontroleCalcule----
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

      *>----parcours complet du journal : numeros consecutifs et----
      *>----controles recalcules ; arret a la premiere rupture----
      *>----(WruptureAudit = 1, WtypeRupture S = numero, C =----
      *>----controle, N = trace non scellee apres le debut du----
      *>----chainage, WnumLigneAudit = ligne fautive) ; les traces----
      *>----non scellees en tete de fichier sont anterieures au----
      *>----chainage et seulement comptees----
        PARCOURS_CHAINE_AUDIT.
        MOVE 0 TO WsequenceAudit
        MOVE 0 TO WcontrolePrecedent
        MOVE 0 TO WruptureAudit
        MOVE SPACE TO WtypeRupture
        MOVE 0 TO WnumLigneAudit
        MOVE 0 TO WnbTracesScellees
        MOVE 0 TO WnbTracesAnciennes
        OPEN INPUT faudit
        IF cr_faudit = 35 THEN
                EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WfinAudit
        PERFORM WITH TEST AFTER UNTIL WfinAudit = 1
                READ faudit NEXT
                AT END MOVE 1 TO WfinAudit
                NOT AT END
                        ADD 1 TO WnumLigneAudit
                        PERFORM VERIFIE_UNE_TRACE_AUDIT
                        IF WruptureAudit = 1 THEN
                                MOVE 1 TO WfinAudit
                        END-IF
                END-READ
        END-PERFORM
        CLOSE faudit.

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

      *>----verification a la demande depuis le sous-menu----
      *>----utilisateurs (meme controle que l'etape AUDIT de la----
      *>----chaine de nuit)----
        VERIFICATION_CHAINE_AUDIT.
        PERFORM PARCOURS_CHAINE_AUDIT
        IF WnumLigneAudit = 0 THEN
                DISPLAY "❌️ Journal d'audit vide ❌️"
                EXIT PARAGRAPH
        END-IF
        IF WruptureAudit = 0 THEN
                DISPLAY "✅️ Chaine d'audit intacte : "
                        WnbTracesScellees " trace(s) scellee(s) ✅️"
                IF WnbTracesAnciennes <> 0 THEN
                        DISPLAY "   " WnbTracesAnciennes
                                " trace(s) anterieure(s) au"
                                " chainage"
                END-IF
                EXIT PARAGRAPH
        END-IF
        DISPLAY "⚠️ Rupture de la chaine d'audit a la ligne "
                WnumLigneAudit " ⚠️"
        EVALUATE WtypeRupture
           WHEN "S"
                DISPLAY "   numero " ad_sequence " au lieu de "
                        "la suite de " WsequenceAudit
           WHEN "C"
                DISPLAY "   controle de la trace " ad_sequence
                        " faux (contenu modifie)"
           WHEN OTHER
                DISPLAY "   trace non scellee apres la trace "
                        WsequenceAudit
        END-EVALUATE
        DISPLAY "   derniere trace valide : " WsequenceAudit.

      *>----consultation du journal d'audit avec filtres sur----
      *>----l'utilisateur, le type, l'operation et une plage de----
      *>----dates (0 ou espaces = pas de filtre)----
