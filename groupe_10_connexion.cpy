                        DISPLAY " Profil a droits (role "
                                fu_role ") "
                END-IF
                PERFORM OUVERTURE_SESSION_CAISSE
             ELSE
                DISPLAY "⚠️ Mot de passe incorrect ! ⚠️"
                ADD 1 TO fu_tentatives
