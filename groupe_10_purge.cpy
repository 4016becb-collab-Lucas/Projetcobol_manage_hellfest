      *>----journal d'audit : les traces anciennes perdent----
      *>----l'identite de l'operateur et le poste ; un sequentiel----
      *>----ne se reecrivant pas sur place, on passe par le fichier----
      *>----de travail puis on recopie ; l'anonymisation changeant----
      *>----le contenu des traces, la recopie les rescelle (memes----
      *>----numeros, controles recalcules) et une trace AUDIT----
      *>----RESCELLEMENT documente l'operation : ancienne tete de----
      *>----chaine et etat de la chaine constate avant la purge----
        PURGE_JOURNAL_AUDIT.
        PERFORM PARCOURS_CHAINE_AUDIT
        OPEN INPUT faudit
        IF cr_faudit = 35 THEN
                EXIT PARAGRAPH
        CLOSE fpurgetmp
        CLOSE faudit

        MOVE 0 TO WancienneTete
        MOVE 0 TO WcontrolePrecedent
        OPEN INPUT fpurgetmp
        OPEN OUTPUT faudit
        MOVE 0 TO Wfin2
                READ fpurgetmp NEXT
                AT END MOVE 1 TO Wfin2
                NOT AT END
                        MOVE tamp_fpurgetmp TO tamp_faudit
                        IF ad_sequence IS NUMERIC AND
                           ad_controle IS NUMERIC THEN
                                MOVE ad_controle TO WancienneTete
                                PERFORM CALCULE_CONTROLE_AUDIT
                                MOVE WcontroleCalcule TO ad_controle
                                MOVE WcontroleCalcule
                                        TO WcontrolePrecedent
                        END-IF
                        WRITE tamp_faudit
                        END-WRITE
                END-READ
        END-PERFORM
        CLOSE faudit
        CLOSE fpurgetmp

        MOVE WidUtilisateurConnecte TO ad_fu_id
        MOVE "AUDIT" TO ad_type
        MOVE "RESCELLEMENT" TO ad_operation
        MOVE WnbAuditPurges TO ad_cible
        MOVE SPACES TO ad_avant
        STRING "ancienne tete " WancienneTete
                DELIMITED BY SIZE INTO ad_avant
        END-STRING
        MOVE SPACES TO ad_apres
        IF WruptureAudit = 0 THEN
                MOVE "chaine intacte avant purge" TO ad_apres
        ELSE
                STRING "rupture ligne " WnumLigneAudit
                        " avant purge" DELIMITED BY SIZE
                        INTO ad_apres
                END-STRING
        END-IF
        PERFORM ENREGISTRE_AUDIT.

        ECRIT_ETAT_PURGE.
        MOVE SPACES TO WnomFeuille
