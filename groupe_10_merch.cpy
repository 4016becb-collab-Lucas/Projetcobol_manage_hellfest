                MOVE WnetMerch TO op_montant
                MOVE WdateJour TO op_date
                MOVE "A" TO op_statut
                MOVE "G" TO op_beneficiaire
                WRITE tamp_fordres
                END-WRITE
                CLOSE fordres
