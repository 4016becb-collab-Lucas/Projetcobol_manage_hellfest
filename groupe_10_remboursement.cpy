        MOVE 0 TO rb_date_reglement
        MOVE bi_edition TO rb_edition
        MOVE "C" TO rb_origine
        MOVE "B" TO rb_nature
        MOVE bi_reference TO rb_objet
        WRITE tamp_fremb
        END-WRITE
        IF cr_fremb = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidRemb
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O fremb
        MOVE WidRemb TO rb_id
        READ fremb
          INVALID KEY DISPLAY "⚠️ Ordre inexistant ⚠️"
          NOT INVALID KEY
                                rb_date_reglement " ⚠️"
                ELSE
                        MOVE "R" TO rb_statut
                        MOVE WdateComptable TO rb_date_reglement
                        REWRITE tamp_fremb
                        END-REWRITE
                        IF cr_fremb = 0 THEN
      *>----regles, pour la seule edition courante (les----
      *>----remboursements des editions passees restent en fichier----
      *>----apres le rollover) et les seules annulations de----
      *>----concert (origine C) ou reclamations (origine R),----
      *>----dont l'objet reste en fichier : un billet annule----
      *>----individuellement est supprime de fbillets, sa recette----
      *>----a deja quitte le brut, deduire son ordre la----
      *>----retrancherait deux fois ; un litige cashless (nature----
      *>----L) ne touche pas la billetterie, il se cumule a part----
        CUMUL_REMBOURSEMENTS_BILAN.
        MOVE 0 TO WtotalRembEmis
        MOVE 0 TO WtotalRembRegles
        MOVE 0 TO WtotalRembCashless
        OPEN INPUT fremb
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF rb_edition = WeditionCourante AND
                           (rb_origine = "C" OR rb_origine = "R") THEN
                            IF rb_nature = "L" THEN
                                ADD rb_montant TO WtotalRembCashless
                            ELSE
                                ADD rb_montant TO WtotalRembEmis
                                IF rb_statut = "R" THEN
                                        ADD rb_montant TO
                                                WtotalRembRegles
                                END-IF
                            END-IF
                        END-IF
                END-READ
        END-PERFORM
