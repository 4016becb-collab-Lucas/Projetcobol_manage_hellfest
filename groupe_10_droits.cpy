        END-IF
        MOVE WnombreConverti TO WfonctionChoisie
        IF WfonctionChoisie = 999 THEN
                IF WidSessionCaisse <> 0 THEN
                        DISPLAY "📣 Session de caisse "
                                WidSessionCaisse
                                " toujours ouverte sur ce poste 📣"
                END-IF
                MOVE 0 TO WidUtilisateurConnecte
                DISPLAY "✅️ Deconnexion reussie ✅️"
                EXIT PARAGRAPH
           WHEN 018 PERFORM CONFIRME_OFFRE_ATTENTE
           WHEN 019 PERFORM RAPPORT_FLUX_PORTES
           WHEN 020 PERFORM RECONCILIATION_CASHLESS
           WHEN 021 PERFORM RAPPORT_DETTES_FOURNISSEURS
           WHEN 022 PERFORM FERMETURE_SESSION_CAISSE
           WHEN 023 PERFORM RAPPORT_SESSION_CAISSE
           WHEN 024 PERFORM RAPPROCHEMENT_BANCAIRE
           WHEN 025 PERFORM EFFACE_SUSPENS_RAPPRO
           WHEN 026 PERFORM TRANSFERT_BILLET
           WHEN 027 PERFORM SAISIE_MAIN_COURANTE
           WHEN 028 PERFORM JOURNAL_MAIN_COURANTE
           WHEN 029 PERFORM SUIVI_MAIN_COURANTE
           WHEN 030 PERFORM STAT_MAIN_COURANTE_CRENEAU
           WHEN 031 PERFORM AJOUT_OBJET_TROUVE
           WHEN 032 PERFORM AJOUT_RECLAMATION_OBJET
           WHEN 033 PERFORM RAPPROCHEMENT_OBJETS
           WHEN 034 PERFORM RESTITUTION_OBJET
           WHEN 035 PERFORM OUVERTURE_RECLAMATION
           WHEN 036 PERFORM TRAITEMENT_RECLAMATION
           WHEN 037 PERFORM RAPPORT_AGE_RECLAMATIONS
           WHEN 038 PERFORM EMISSION_BONS_REPAS
           WHEN 039 PERFORM SERVICE_BON_REPAS
           WHEN 040 PERFORM SORTIE_EQUIPEMENT
           WHEN 041 PERFORM RETOUR_EQUIPEMENT
           WHEN 042 PERFORM RESERVATION_LIVRAISON
           WHEN 043 PERFORM PLANNING_LIVRAISONS_JOUR
           WHEN 044 PERFORM PLEIN_GENERATEUR
           WHEN 045 PERFORM PROJECTION_CARBURANT_JOUR
           WHEN 046 PERFORM BILAN_CARBONE_EDITION
           WHEN 047 PERFORM ENCAISSEMENT_CASHLESS_CONCESSION
           WHEN 048 PERFORM RAPPORT_RECETTES_VENDEURS
           WHEN 049 PERFORM REGLEMENT_CONCESSIONS
           WHEN 050 PERFORM SAISIE_DROITS_DIFFUSION
           WHEN 051 PERFORM PLAN_CAPTATION
           WHEN 052 PERFORM EXPORT_DIFFUSION
           WHEN 053 PERFORM AJOUT_NAVETTE
           WHEN 054 PERFORM RESERVATION_NAVETTE
           WHEN 055 PERFORM MANIFESTE_NAVETTE
           WHEN OTHER DISPLAY "⚠️ Code inconnu ⚠️"
        END-EVALUATE.

