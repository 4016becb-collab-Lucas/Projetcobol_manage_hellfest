      *>----papier ; la redevance se suit comme un reglement----
      *>----sponsor (EN ATTENTE / PAYE), le besoin en puissance----
      *>----alimente le plan de charge du site et les redevances----
      *>----encaissees remontent au bilan financier ; une----
      *>----redevance retenue sur les recettes cashless reversees----
      *>----a la concession passe en COMPENSEE, encaissee au meme----
      *>----titre que PAYE----
        AJOUT_CONCESSION.
        OPEN INPUT fconcessions
        MOVE 1 TO Wtrouve
        READ fconcessions
          INVALID KEY DISPLAY "⚠️ Concession inexistante ⚠️"
          NOT INVALID KEY
                IF co_statut_paiement = "PAYE" OR
                   co_statut_paiement = "COMPENSEE" THEN
                        DISPLAY "⚠️ Redevance deja encaissee ⚠️"
                ELSE
                        MOVE "PAYE" TO co_statut_paiement
                                co_statut_paiement
                        ADD 1 TO Wcompteur
                        ADD co_redevance TO WtotalConcessionsEng
                        IF co_statut_paiement = "PAYE" OR
                           co_statut_paiement = "COMPENSEE" THEN
                                ADD co_redevance TO
                                        WtotalConcessions
                        END-IF
                AT END MOVE 1 TO Wfin
                NOT AT END
                        ADD co_redevance TO WtotalConcessionsEng
                        IF co_statut_paiement = "PAYE" OR
                           co_statut_paiement = "COMPENSEE" THEN
                                ADD co_redevance TO
                                        WtotalConcessions
                        END-IF
