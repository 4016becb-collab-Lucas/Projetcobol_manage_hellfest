                REWRITE tamp_fnotifs
                END-REWRITE
        END-IF.

      *>----avis aux clients porteurs de billets d'un concert----
      *>----deplace ou annule : une ligne par billet rattache a un----
      *>----client (bi_id_client) dans l'extrait du jour, au format----
      *>----du prestataire email/SMS ; ce sont des messages de----
      *>----service, envoyes quel que soit cli_consentement et----
      *>----marques SERVICE pour que le marketing ne reprenne pas----
      *>----l'extrait ; l'appelant pose WidConcertAvis, WtypeAvis,----
      *>----WancienCreneau et WnouveauCreneau----
        EXTRAIT_AVIS_CLIENTS.
        MOVE 0 TO WnbAvis
        MOVE 0 TO WnbAvisSansContact
        ACCEPT WdateJour FROM DATE YYYYMMDD
        MOVE SPACES TO WnomAvis
        STRING "avis_clients_" WdateJour ".csv"
                DELIMITED BY SIZE INTO WnomAvis
        END-STRING
        OPEN EXTEND favis
        IF cr_favis = 35 THEN
                OPEN OUTPUT favis
                MOVE SPACES TO tamp_favis
                STRING "categorie;type;contact;nom;concert;"
                       "ancien_creneau;nouveau_creneau;"
                       "remboursement;billet"
                       DELIMITED BY SIZE INTO tamp_favis
                END-STRING
                WRITE tamp_favis
                END-WRITE
        END-IF

        OPEN INPUT fbillets
        OPEN INPUT fclients
        OPEN INPUT fremb
        MOVE WidConcertAvis TO bi_id_concert
        MOVE 0 TO WfinAvis
        START fbillets KEY IS = bi_id_concert
          INVALID KEY MOVE 1 TO WfinAvis
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinAvis = 1
                READ fbillets NEXT
                AT END MOVE 1 TO WfinAvis
                NOT AT END
                        IF bi_id_concert = WidConcertAvis THEN
                                IF bi_id_client <> 0 THEN
                                        PERFORM ECRIT_AVIS_CLIENT
                                END-IF
                        ELSE
                                MOVE 1 TO WfinAvis
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fremb
        CLOSE fclients
        CLOSE fbillets
        CLOSE favis

        IF WnbAvis <> 0 THEN
                DISPLAY "📣 " WnbAvis " avis client(s) dans "
                        WnomAvis " 📣"
        END-IF
        IF WnbAvisSansContact <> 0 THEN
                DISPLAY "⚠️ " WnbAvisSansContact " client(s)"
                        " sans contact, non prevenu(s) ⚠️"
        END-IF.

        ECRIT_AVIS_CLIENT.
        MOVE bi_id_client TO cli_id
        READ fclients
          INVALID KEY MOVE SPACES TO cli_contact
        END-READ
        IF cli_contact = SPACES THEN
                ADD 1 TO WnbAvisSansContact
                EXIT PARAGRAPH
        END-IF

      *>----ordre de remboursement emis pour ce billet, s'il y en a----
        MOVE SPACES TO WrefRembAvis
        MOVE WidConcertAvis TO rb_id_concert
        MOVE 0 TO WfinRembAvis
        START fremb KEY IS = rb_id_concert
          INVALID KEY MOVE 1 TO WfinRembAvis
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL WfinRembAvis = 1
                READ fremb NEXT
                AT END MOVE 1 TO WfinRembAvis
                NOT AT END
                        IF rb_id_concert <> WidConcertAvis THEN
                                MOVE 1 TO WfinRembAvis
                        ELSE
                                IF rb_bi_id = bi_id THEN
                                        MOVE rb_id TO WrefRembAvis
                                        MOVE 1 TO WfinRembAvis
                                END-IF
                        END-IF
                END-READ
           END-PERFORM
        END-START

        MOVE SPACES TO tamp_favis
        STRING "SERVICE;" DELIMITED BY SIZE
               WtypeAvis DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               cli_contact DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               cli_nom DELIMITED BY "  "
               ";" WidConcertAvis ";" DELIMITED BY SIZE
               WancienCreneau DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               WnouveauCreneau DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               WrefRembAvis DELIMITED BY SPACE
               ";" bi_id DELIMITED BY SIZE
               INTO tamp_favis
        END-STRING
        WRITE tamp_favis
        END-WRITE
        ADD 1 TO WnbAvis.
