      *>----main courante du poste securite : interventions.dat----
      *>----couvre les secours et incidents.dat les fermetures, les----
      *>----evenements de surete (vols, rixes, enfants perdus,----
      *>----saisies, requisitions, exclusions) etaient tenus sur----
      *>----papier ; chaque evenement est journalise avec son----
      *>----heure, sa zone, la societe de securite privee----
      *>----impliquee, l'appel a la police et un etat de suivi, et----
      *>----la synthese par creneau sert au debriefing prefecture----

        SAISIE_MAIN_COURANTE.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        MOVE 0 TO Wtrouve
        MOVE "Heure (HHMM)" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR Wtrouve = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WheureHHMM
                        PERFORM CONVERTIT_HHMM_MINUTES
                        IF WnombreConverti > 2359 OR
                           WheureHHMM - WhhTravail * 100 > 59 THEN
                                DISPLAY "⚠️ Heure invalide ⚠️"
                        ELSE
                                MOVE 1 TO Wtrouve
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF

        PERFORM CHERCHE_MAX_ID_MAIN_COURANTE
        MOVE WidMainCourante TO mn_id
        MOVE WjourConcert TO mn_jour
        MOVE WheureHHMM TO mn_heure
        DISPLAY "Zone (entree, fosse, camping, ...): "
                WITH NO ADVANCING
        ACCEPT mn_zone

        PERFORM VARYING WkCategorieMC FROM 1 BY 1
        UNTIL WkCategorieMC > WnbCategoriesMC
                DISPLAY WkCategorieMC ". " Wcm_libelle(WkCategorieMC)
        END-PERFORM
        MOVE 0 TO mn_categorie
        MOVE "Categorie" TO WlibelleSaisie
        PERFORM WITH TEST AFTER UNTIL WsaisieAnnulee = 1
        OR mn_categorie > 0
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        IF WnombreConverti > 0 AND
                           WnombreConverti <= WnbCategoriesMC THEN
                                MOVE WnombreConverti TO mn_categorie
                        ELSE
                                DISPLAY "⚠️ Categorie"
                                        " inconnue ⚠️"
                        END-IF
                END-IF
        END-PERFORM
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        DISPLAY "Description: " WITH NO ADVANCING
        ACCEPT mn_description

      *>----societe de securite privee impliquee (0 = aucune)----
        MOVE 1 TO Wtrouve
        MOVE "Societe de securite (0 = aucune)" TO WlibelleSaisie
        OPEN INPUT fsocsecu
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
        OR WsaisieAnnulee = 1
                PERFORM SAISIE_NUMERIQUE
                IF WsaisieAnnulee = 0 THEN
                        MOVE WnombreConverti TO WidSociete
                        IF WidSociete = 0 THEN
                                MOVE 0 TO Wtrouve
                        ELSE
                                MOVE WidSociete TO so_id
                                READ fsocsecu
                                  INVALID KEY
                                        DISPLAY "⚠️ Societe"
                                                " inexistante ⚠️"
                                  NOT INVALID KEY MOVE 0 TO Wtrouve
                                END-READ
                        END-IF
                END-IF
        END-PERFORM
        CLOSE fsocsecu
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WidSociete TO mn_id_societe

        MOVE SPACES TO WreponseConfirmation
        PERFORM WITH TEST AFTER UNTIL WreponseConfirmation = "O"
        OR WreponseConfirmation = "N"
                DISPLAY "Police appelee (O/N): " WITH NO ADVANCING
                ACCEPT WreponseConfirmation
        END-PERFORM
        MOVE WreponseConfirmation TO mn_police
        MOVE "O" TO mn_suivi
        MOVE WidUtilisateurConnecte TO mn_fu_id

        OPEN I-O fmaincour
        WRITE tamp_fmaincour
        END-WRITE
        IF cr_fmaincour = 0 THEN
                DISPLAY "✅️ Evenement " WidMainCourante
                        " porte en main courante ✅️"
        ELSE
                MOVE "fmaincour" TO er_fichier
                MOVE "WRITE" TO er_operation
                MOVE cr_fmaincour TO er_code
                PERFORM VERIFIE_CR_FICHIER
        END-IF
        CLOSE fmaincour.

        CHERCHE_MAX_ID_MAIN_COURANTE.
        MOVE 0 TO WidMainCourante
        OPEN INPUT fmaincour
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fmaincour NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF mn_id > WidMainCourante THEN
                                MOVE mn_id TO WidMainCourante
                        END-IF
                END-READ
        END-PERFORM
        CLOSE fmaincour
        ADD 1 TO WidMainCourante.

      *>----suivi d'un evenement : ouvert, transmis ou clos----
        SUIVI_MAIN_COURANTE.
        MOVE "Numero de l'evenement" TO WlibelleSaisie
        PERFORM SAISIE_NUMERIQUE
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        OPEN I-O fmaincour
        MOVE WnombreConverti TO mn_id
        READ fmaincour
          INVALID KEY DISPLAY "⚠️ Evenement inexistant ⚠️"
          NOT INVALID KEY
                DISPLAY mn_jour " " mn_heure " " mn_zone
                DISPLAY Wcm_libelle(mn_categorie) " "
                        mn_description
                DISPLAY "Suivi actuel: " mn_suivi
                MOVE SPACES TO WreponseConfirmation
                PERFORM WITH TEST AFTER UNTIL
                WreponseConfirmation = "O" OR
                WreponseConfirmation = "T" OR
                WreponseConfirmation = "C"
                        DISPLAY "Nouveau suivi (O ouvert, T transmis,"
                                " C clos): " WITH NO ADVANCING
                        ACCEPT WreponseConfirmation
                END-PERFORM
                MOVE WreponseConfirmation TO mn_suivi
                REWRITE tamp_fmaincour
                END-REWRITE
                IF cr_fmaincour = 0 THEN
                        DISPLAY "✅️ Suivi mis a jour ✅️"
                ELSE
                        MOVE "fmaincour" TO er_fichier
                        MOVE "REWRITE" TO er_operation
                        MOVE cr_fmaincour TO er_code
                        PERFORM VERIFIE_CR_FICHIER
                END-IF
        END-READ
        CLOSE fmaincour.

      *>----main courante d'un jour, dans l'ordre de saisie----
        JOURNAL_MAIN_COURANTE.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WjourConcert TO WparamJour

        DISPLAY " "
        DISPLAY "~~Main courante (" WparamJour ")~~"
        DISPLAY "Num.  |Heure|Zone                |Categorie"
                "           |Soc|Pol|Suivi"
        MOVE 0 TO Wcompteur
        OPEN INPUT fmaincour
        MOVE WparamJour TO mn_jour
        MOVE 0 TO Wfin
        START fmaincour KEY IS = mn_jour
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fmaincour NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF mn_jour = WparamJour THEN
                                DISPLAY mn_id "|" mn_heure " |"
                                        mn_zone "|"
                                        Wcm_libelle(mn_categorie)
                                        "|" mn_id_societe "| "
                                        mn_police " |" mn_suivi
                                DISPLAY "       " mn_description
                                ADD 1 TO Wcompteur
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START
        CLOSE fmaincour
        DISPLAY Wcompteur " evenement(s)".

      *>----synthese categorie x creneau de 2h d'une journee pour----
      *>----le debriefing prefecture (meme decoupage que----
      *>----STAT_INTERVENTIONS_CRENEAU, la nuit en fin de tableau)----
        STAT_MAIN_COURANTE_CRENEAU.
        PERFORM SELECTION_JOUR_FESTIVAL
        IF WsaisieAnnulee = 1 THEN
                DISPLAY "Operation annulee"
                EXIT PARAGRAPH
        END-IF
        MOVE WjourConcert TO WparamJour

        DISPLAY " "
        DISPLAY "~~Main courante par creneau (" WparamJour ")~~"
        DISPLAY "Creneau  |Vol|Rix|Enf|Stu|Req|Exc|Aut|Police"
        OPEN INPUT fmaincour
        PERFORM VARYING Wi FROM 10 BY 2 UNTIL Wi > 22
                COMPUTE WfinCreneau = Wi + 2
                PERFORM COMPTE_MAIN_COURANTE_CRENEAU
                DISPLAY Wi "h-" WfinCreneau "h|"
                        Wcm_nb(1) "|" Wcm_nb(2) "|" Wcm_nb(3) "|"
                        Wcm_nb(4) "|" Wcm_nb(5) "|" Wcm_nb(6) "|"
                        Wcm_nb(7) "|" WnbPoliceSlot
        END-PERFORM
      *>----0h-10h : la nuit et la matinee, hors grille concerts----
        MOVE 0 TO Wi
        MOVE 10 TO WfinCreneau
        PERFORM COMPTE_MAIN_COURANTE_CRENEAU
        DISPLAY "Nuit     |"
                Wcm_nb(1) "|" Wcm_nb(2) "|" Wcm_nb(3) "|"
                Wcm_nb(4) "|" Wcm_nb(5) "|" Wcm_nb(6) "|"
                Wcm_nb(7) "|" WnbPoliceSlot
        CLOSE fmaincour.

        COMPTE_MAIN_COURANTE_CRENEAU.
        PERFORM VARYING WkCategorieMC FROM 1 BY 1
        UNTIL WkCategorieMC > WnbCategoriesMC
                MOVE 0 TO Wcm_nb(WkCategorieMC)
        END-PERFORM
        MOVE 0 TO WnbPoliceSlot
        MOVE 0 TO Wfin
        MOVE WparamJour TO mn_jour
        START fmaincour KEY IS = mn_jour
          INVALID KEY MOVE 1 TO Wfin
          NOT INVALID KEY
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                READ fmaincour NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                        IF mn_jour = WparamJour THEN
                                MOVE mn_heure TO WheureHHMM
                                PERFORM CONVERTIT_HHMM_MINUTES
                                IF WminutesTotal >= Wi * 60 AND
                                   WminutesTotal <
                                   WfinCreneau * 60 THEN
                                        ADD 1 TO
                                           Wcm_nb(mn_categorie)
                                        IF mn_police = "O" THEN
                                                ADD 1 TO
                                                   WnbPoliceSlot
                                        END-IF
                                END-IF
                        ELSE
                                MOVE 1 TO Wfin
                        END-IF
                END-READ
           END-PERFORM
        END-START.
