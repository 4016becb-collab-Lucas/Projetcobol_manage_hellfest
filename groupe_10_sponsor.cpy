        CLOSE fecheances.

      *>----encaissement d'un reglement entrant : on pointe----
      *>----l'echeance correspondante avec la date du jour, ou la----
      *>----premiere date ouverte si le mois est cloture----
        REGLEMENT_ECHEANCE_SPONSOR.
        MOVE "Id de l'echeance reglee" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
                EXIT PARAGRAPH
        END-IF
        MOVE WnombreConverti TO WidEcheance
        PERFORM DATE_COMPTABLE_OPERATION
        IF WperiodeOk = 0 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O fecheances
        MOVE WidEcheance TO ec_id
        READ fecheances
                        DISPLAY "⚠️ Echeance deja encaissee le "
                                ec_date_recue " ⚠️"
                ELSE
                        MOVE WdateComptable TO ec_date_recue
                        REWRITE tamp_fecheances
                        END-REWRITE
                        IF cr_fecheances = 0 THEN
