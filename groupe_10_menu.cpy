        DISPLAY "7. Mes notifications"
        DISPLAY "8. Saisir ma liste d'invites"
        DISPLAY "9. Changer mon mot de passe"
        DISPLAY "10. Effectif du groupe (musiciens, equipe)"
        DISPLAY "11. Mon itineraire du jour"
        DISPLAY "12. Deconnexion"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 13 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
        ELSE IF Wchoix = 9 THEN
                PERFORM MODIF_MOT_DE_PASSE
        ELSE IF Wchoix = 10 THEN
                PERFORM GESTION_MEMBRES_GROUPE
        ELSE IF Wchoix = 11 THEN
                PERFORM ITINERAIRE_GROUPE
        ELSE IF Wchoix = 12 THEN
                MOVE 0 TO WidUtilisateurConnecte
                DISPLAY "✅️ Deconnexion reussie ✅️"
        END-IF.
        DISPLAY "12. Imprimer une feuille de scene"
        DISPLAY "13. Planifier une balance (soundcheck)"
        DISPLAY "14. Checklist invites d'un concert"
        DISPLAY "15. Saisir les horaires reels d'un set"
        DISPLAY "16. Rapport de ponctualite"
        DISPLAY "17. Loges backstage"
        DISPLAY "18. Deconnexion"

        PERFORM WITH TEST AFTER UNTIL Wchoix < 19 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
        ELSE IF Wchoix = 14 THEN
                PERFORM CHECKLIST_INVITES_CONCERT
        ELSE IF Wchoix = 15 THEN
                PERFORM SAISIE_HORAIRE_REEL
        ELSE IF Wchoix = 16 THEN
                PERFORM RAPPORT_PONCTUALITE_RESPONSABLE
        ELSE IF Wchoix = 17 THEN
                PERFORM GESTION_LOGES_RESPONSABLE
        ELSE IF Wchoix = 18 THEN
                MOVE 0 TO WidUtilisateurConnecte
                MOVE 0 TO WidSceneUtilisateurConnecte
                DISPLAY "✅️ Deconnexion reussie ✅️"
        ELSE IF Wchoix = 8 THEN
                PERFORM SOUS_MENU_CASHLESS
        ELSE IF Wchoix = 9 THEN
                IF WidSessionCaisse <> 0 THEN
                        DISPLAY "📣 Session de caisse "
                                WidSessionCaisse
                                " toujours ouverte sur ce poste 📣"
                END-IF
                MOVE 0 TO WidUtilisateurConnecte
                DISPLAY "✅️ Deconnexion reussie ✅️"
        END-IF.
        DISPLAY "6. Transfert chambre froide vers un bar"
        DISPLAY "7. Saisir une consommation de bar"
        DISPLAY "8. Prevision de restockage des bars"
        DISPLAY "9. Encaissement cashless d'une concession"
        DISPLAY "10. Recettes cashless par vendeur d'un jour"
        DISPLAY "11. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 12 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM SAISIE_CONSO_BAR
        ELSE IF Wchoix = 8 THEN
                PERFORM PREVISION_RESTOCK_BARS
        ELSE IF Wchoix = 9 THEN
                PERFORM ENCAISSEMENT_CASHLESS_CONCESSION
        ELSE IF Wchoix = 10 THEN
                PERFORM RAPPORT_RECETTES_VENDEURS
        END-IF.

      *>----sous-menu production & logistique (arrivees d'artistes,----
        DISPLAY "21. Controle de facture securite"
        DISPLAY "22. Saisir une mesure sonore"
        DISPLAY "23. Rapport de conformite sonore"
        DISPLAY "24. Ajouter/modifier un intervenant technique"
        DISPLAY "25. Equipe technique"
        DISPLAY "26. Controle des heures de l'equipe technique"
        DISPLAY "27. Saisir un evenement en main courante"
        DISPLAY "28. Main courante du jour"
        DISPLAY "29. Suivi d'un evenement de main courante"
        DISPLAY "30. Synthese main courante (prefecture)"
        DISPLAY "31. Enregistrer un objet trouve"
        DISPLAY "32. Reclamation d'un objet perdu"
        DISPLAY "33. Rapprochement reclamations / objets"
        DISPLAY "34. Restituer un objet trouve"
        DISPLAY "35. Don ou destruction d'un objet non reclame"
        DISPLAY "36. Ajouter un equipement (radio, vehicule, cle)"
        DISPLAY "37. Sortie d'un equipement"
        DISPLAY "38. Retour d'un equipement"
        DISPLAY "39. Equipements d'un detenteur"
        DISPLAY "40. Ajouter une porte de livraison"
        DISPLAY "41. Reserver un creneau de livraison"
        DISPLAY "42. Planning des livraisons du jour"
        DISPLAY "43. Modele carburant d'un groupe electrogene"
        DISPLAY "44. Plein ou releve d'un groupe electrogene"
        DISPLAY "45. Projection carburant et tournee du jour"
        DISPLAY "46. Carburant consomme sur l'edition"
        DISPLAY "47. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 48 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM SAISIE_MESURE_DB
        ELSE IF Wchoix = 23 THEN
                PERFORM RAPPORT_CONFORMITE_SONORE
        ELSE IF Wchoix = 24 THEN
                PERFORM AJOUT_INTERVENANT
        ELSE IF Wchoix = 25 THEN
                PERFORM LISTE_INTERVENANTS
        ELSE IF Wchoix = 26 THEN
                PERFORM CONTROLE_HEURES_EQUIPE
        ELSE IF Wchoix = 27 THEN
                PERFORM SAISIE_MAIN_COURANTE
        ELSE IF Wchoix = 28 THEN
                PERFORM JOURNAL_MAIN_COURANTE
        ELSE IF Wchoix = 29 THEN
                PERFORM SUIVI_MAIN_COURANTE
        ELSE IF Wchoix = 30 THEN
                PERFORM STAT_MAIN_COURANTE_CRENEAU
        ELSE IF Wchoix = 31 THEN
                PERFORM AJOUT_OBJET_TROUVE
        ELSE IF Wchoix = 32 THEN
                PERFORM AJOUT_RECLAMATION_OBJET
        ELSE IF Wchoix = 33 THEN
                PERFORM RAPPROCHEMENT_OBJETS
        ELSE IF Wchoix = 34 THEN
                PERFORM RESTITUTION_OBJET
        ELSE IF Wchoix = 35 THEN
                PERFORM SORTIE_OBJET_NON_RECLAME
        ELSE IF Wchoix = 36 THEN
                PERFORM AJOUT_EQUIPEMENT
        ELSE IF Wchoix = 37 THEN
                PERFORM SORTIE_EQUIPEMENT
        ELSE IF Wchoix = 38 THEN
                PERFORM RETOUR_EQUIPEMENT
        ELSE IF Wchoix = 39 THEN
                PERFORM HISTORIQUE_EQUIPEMENTS_DETENTEUR
        ELSE IF Wchoix = 40 THEN
                PERFORM AJOUT_PORTE_LIVRAISON
        ELSE IF Wchoix = 41 THEN
                PERFORM RESERVATION_LIVRAISON
        ELSE IF Wchoix = 42 THEN
                PERFORM PLANNING_LIVRAISONS_JOUR
        ELSE IF Wchoix = 43 THEN
                PERFORM MODELE_CARBURANT_GENERATEUR
        ELSE IF Wchoix = 44 THEN
                PERFORM PLEIN_GENERATEUR
        ELSE IF Wchoix = 45 THEN
                PERFORM PROJECTION_CARBURANT_JOUR
        ELSE IF Wchoix = 46 THEN
                PERFORM CONSOMMATION_CARBURANT_EDITION
        END-IF.

        SOUS_MENU_CONCERTS_SCENES.
        DISPLAY "22. Saisir la frequentation observee"
        DISPLAY "23. Rapport de calibrage des projections"
        DISPLAY "24. Generer les feeds des ecrans"
        DISPLAY "25. Rapport de ponctualite d'une scene"
        DISPLAY "26. Loges backstage d'une scene"
        DISPLAY "27. Embargo d'annonce (concert ou groupe)"
        DISPLAY "28. Calendrier des annonces"
        DISPLAY "29. Creer un scenario de grille"
        DISPLAY "30. Ajouter un concert au scenario"
        DISPLAY "31. Deplacer un concert du scenario"
        DISPLAY "32. Annuler un concert du scenario"
        DISPLAY "33. Comparer scenario et grille reelle"
        DISPLAY "34. Promouvoir un scenario"
        DISPLAY "35. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 36 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM RAPPORT_CALIBRAGE_PROJECTION
        ELSE IF Wchoix = 24 THEN
                PERFORM GENERE_FEED_ECRANS
        ELSE IF Wchoix = 25 THEN
                PERFORM RAPPORT_PONCTUALITE_ADMIN
        ELSE IF Wchoix = 26 THEN
                PERFORM GESTION_LOGES_ADMIN
        ELSE IF Wchoix = 27 THEN
                PERFORM DEFINIR_ANNONCE
        ELSE IF Wchoix = 28 THEN
                PERFORM CALENDRIER_ANNONCES
        ELSE IF Wchoix = 29 THEN
                PERFORM CREATION_SCENARIO
        ELSE IF Wchoix = 30 THEN
                PERFORM AJOUT_CONCERT_SCENARIO
        ELSE IF Wchoix = 31 THEN
                PERFORM DEPLACE_CONCERT_SCENARIO
        ELSE IF Wchoix = 32 THEN
                PERFORM ANNULE_CONCERT_SCENARIO
        ELSE IF Wchoix = 33 THEN
                PERFORM RAPPORT_COMPARAISON_SCENARIO
        ELSE IF Wchoix = 34 THEN
                PERFORM PROMOTION_SCENARIO
        END-IF.

        SOUS_MENU_GROUPES_CACHETS.
        DISPLAY "14. Traiter le retour de la banque"
        DISPLAY "15. Commission merchandising d'un groupe"
        DISPLAY "16. Decompte merchandising d'un groupe"
        DISPLAY "17. Effectif d'un groupe (musiciens, equipe)"
        DISPLAY "18. Taux de retenue a la source d'un pays"
        DISPLAY "19. Lister les taux de retenue a la source"
        DISPLAY "20. Declaration annuelle des retenues"
        DISPLAY "21. Saisir un cours de devise"
        DISPLAY "22. Lister les cours de devises"
        DISPLAY "23. Releve de compte d'un groupe"
        DISPLAY "24. Cout unitaire d'un extra refacture"
        DISPLAY "25. Lister les couts unitaires"
        DISPLAY "26. Definir une ligne budgetaire"
        DISPLAY "27. Suivi budgetaire de l'edition"
        DISPLAY "28. Rapprochement bancaire (releve banque)"
        DISPLAY "29. Effacer un suspens de rapprochement"
        DISPLAY "30. Droits de diffusion d'un groupe"
        DISPLAY "31. Plan de captation de l'edition"
        DISPLAY "32. Export du planning pour le diffuseur"
        DISPLAY "33. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 34 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM SAISIE_COMMISSION_MERCH
        ELSE IF Wchoix = 16 THEN
                PERFORM DECOMPTE_MERCH_GROUPE
        ELSE IF Wchoix = 17 THEN
                PERFORM GESTION_MEMBRES_ADMIN
        ELSE IF Wchoix = 18 THEN
                PERFORM DEFINIR_TAUX_RETENUE
        ELSE IF Wchoix = 19 THEN
                PERFORM LISTE_TAUX_RETENUE
        ELSE IF Wchoix = 20 THEN
                PERFORM DECLARATION_RETENUES
        ELSE IF Wchoix = 21 THEN
                PERFORM DEFINIR_TAUX_CHANGE
        ELSE IF Wchoix = 22 THEN
                PERFORM LISTE_TAUX_CHANGE
        ELSE IF Wchoix = 23 THEN
                PERFORM RELEVE_COMPTE_GROUPE
        ELSE IF Wchoix = 24 THEN
                PERFORM DEFINIR_COUT_UNITAIRE
        ELSE IF Wchoix = 25 THEN
                PERFORM LISTE_COUTS_UNITAIRES
        ELSE IF Wchoix = 26 THEN
                PERFORM DEFINIR_LIGNE_BUDGET
        ELSE IF Wchoix = 27 THEN
                PERFORM RAPPORT_BUDGET
        ELSE IF Wchoix = 28 THEN
                PERFORM RAPPROCHEMENT_BANCAIRE
        ELSE IF Wchoix = 29 THEN
                PERFORM EFFACE_SUSPENS_RAPPRO
        ELSE IF Wchoix = 30 THEN
                PERFORM SAISIE_DROITS_DIFFUSION
        ELSE IF Wchoix = 31 THEN
                PERFORM PLAN_CAPTATION
        ELSE IF Wchoix = 32 THEN
                PERFORM EXPORT_DIFFUSION
        END-IF.

        SOUS_MENU_UTILISATEURS.
        DISPLAY "5. Lister les parametres"
        DISPLAY "6. Gerer les droits des profils"
        DISPLAY "7. Approbations en attente (valider)"
        DISPLAY "8. Verifier la chaine du journal d'audit"
        DISPLAY "9. Definir un facteur d'emission carbone"
        DISPLAY "10. Lister les facteurs d'emission"
        DISPLAY "11. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 12 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM GERE_DROITS
        ELSE IF Wchoix = 7 THEN
                PERFORM VALIDE_APPROBATION
        ELSE IF Wchoix = 8 THEN
                PERFORM VERIFICATION_CHAINE_AUDIT
        ELSE IF Wchoix = 9 THEN
                PERFORM DEFINIR_FACTEUR_CARBONE
        ELSE IF Wchoix = 10 THEN
                PERFORM LISTE_FACTEURS_CARBONE
        END-IF.

        SOUS_MENU_BILLETTERIE.
        DISPLAY "25. Rapport de marges"
        DISPLAY "26. Definir la plateforme PMR d'une scene"
        DISPLAY "27. Liste de plateforme PMR d'un concert"
        DISPLAY "28. Saisir une facture fournisseur"
        DISPLAY "29. Rapprocher une facture en attente"
        DISPLAY "30. Regler une facture fournisseur"
        DISPLAY "31. Balance agee des fournisseurs"
        DISPLAY "32. Fermer la session de caisse du poste"
        DISPLAY "33. Etat d'une session de caisse"
        DISPLAY "34. Transferer un billet a un autre client"
        DISPLAY "35. Definir un quota de canal de vente"
        DISPLAY "36. Deplacer du quota entre canaux"
        DISPLAY "37. Remplissage par canal de vente"
        DISPLAY "38. Poser une option de reservation de groupe"
        DISPLAY "39. Encaisser une reservation de groupe"
        DISPLAY "40. Lister les reservations de groupe"
        DISPLAY "41. Ouvrir une reclamation client"
        DISPLAY "42. Traiter une reclamation client"
        DISPLAY "43. Anciennete des reclamations ouvertes"
        DISPLAY "44. Ajouter un depart de navette"
        DISPLAY "45. Reserver une place de navette"
        DISPLAY "46. Manifeste d'un depart de navette"
        DISPLAY "47. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 48 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM DEFINIR_PMR_SCENE
        ELSE IF Wchoix = 27 THEN
                PERFORM LISTE_PLATEFORME_CONCERT
        ELSE IF Wchoix = 28 THEN
                PERFORM SAISIE_FACTURE_FOURN
        ELSE IF Wchoix = 29 THEN
                PERFORM RAPPROCHEMENT_FACTURE_FOURN
        ELSE IF Wchoix = 30 THEN
                PERFORM REGLEMENT_FACTURE_FOURN
        ELSE IF Wchoix = 31 THEN
                PERFORM RAPPORT_DETTES_FOURNISSEURS
        ELSE IF Wchoix = 32 THEN
                PERFORM FERMETURE_SESSION_CAISSE
        ELSE IF Wchoix = 33 THEN
                PERFORM RAPPORT_SESSION_CAISSE
        ELSE IF Wchoix = 34 THEN
                PERFORM TRANSFERT_BILLET
        ELSE IF Wchoix = 35 THEN
                PERFORM DEFINIR_QUOTA_CANAL
        ELSE IF Wchoix = 36 THEN
                PERFORM DEPLACE_QUOTA_CANAL
        ELSE IF Wchoix = 37 THEN
                PERFORM RAPPORT_REMPLISSAGE_CANAUX
        ELSE IF Wchoix = 38 THEN
                PERFORM CREATION_RESERVATION_GROUPE
        ELSE IF Wchoix = 39 THEN
                PERFORM ENCAISSE_RESERVATION_GROUPE
        ELSE IF Wchoix = 40 THEN
                PERFORM LISTE_RESERVATIONS_GROUPE
        ELSE IF Wchoix = 41 THEN
                PERFORM OUVERTURE_RECLAMATION
        ELSE IF Wchoix = 42 THEN
                PERFORM TRAITEMENT_RECLAMATION
        ELSE IF Wchoix = 43 THEN
                PERFORM RAPPORT_AGE_RECLAMATIONS
        ELSE IF Wchoix = 44 THEN
                PERFORM AJOUT_NAVETTE
        ELSE IF Wchoix = 45 THEN
                PERFORM RESERVATION_NAVETTE
        ELSE IF Wchoix = 46 THEN
                PERFORM MANIFESTE_NAVETTE
        END-IF.

        SOUS_MENU_PRESTATAIRES.
        DISPLAY "27. Pointer un livrable fait"
        DISPLAY "28. Livrables a executer (jour)"
        DISPLAY "29. Rapport d'execution des sponsors"
        DISPLAY "30. Emettre les bons repas d'un jour"
        DISPLAY "31. Servir un bon repas (cantine)"
        DISPLAY "32. Prevision repas du personnel"
        DISPLAY "33. Rapprochement des bons repas"
        DISPLAY "34. Taux de commission d'une concession"
        DISPLAY "35. RIB d'une concession"
        DISPLAY "36. Reglement des concessions (edition)"
        DISPLAY "37. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 38 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM LISTE_LIVRABLES_JOUR
        ELSE IF Wchoix = 29 THEN
                PERFORM RAPPORT_EXECUTION_SPONSORS
        ELSE IF Wchoix = 30 THEN
                PERFORM EMISSION_BONS_REPAS
        ELSE IF Wchoix = 31 THEN
                PERFORM SERVICE_BON_REPAS
        ELSE IF Wchoix = 32 THEN
                PERFORM PREVISION_REPAS_PERSONNEL
        ELSE IF Wchoix = 33 THEN
                PERFORM RAPPROCHEMENT_BONS_REPAS
        ELSE IF Wchoix = 34 THEN
                PERFORM SAISIE_COMMISSION_CONCESSION
        ELSE IF Wchoix = 35 THEN
                PERFORM SAISIE_RIB_CONCESSION
        ELSE IF Wchoix = 36 THEN
                PERFORM REGLEMENT_CONCESSIONS
        END-IF.

        SOUS_MENU_BATCH.
        DISPLAY "13. Purge des donnees personnelles (RGPD)"
        DISPLAY "14. Definir une correspondance comptable"
        DISPLAY "15. Export du journal comptable"
        DISPLAY "16. Itineraires des groupes d'un jour"
        DISPLAY "17. Export de paie de l'equipe technique"
        DISPLAY "18. Cloturer une periode comptable"
        DISPLAY "19. Reouvrir une periode comptable"
        DISPLAY "20. Etat des periodes comptables"
        DISPLAY "21. Importer les scanners de porte hors ligne"
        DISPLAY "22. Liberer les options de groupe expirees"
        DISPLAY "23. Objets trouves non reclames"
        DISPLAY "24. Pass recompense des benevoles"
        DISPLAY "25. Bilan carbone de l'edition"
        DISPLAY "26. Retour"
        PERFORM WITH TEST AFTER UNTIL Wchoix < 27 AND Wchoix > 0
                DISPLAY "Choix: " WITH NO ADVANCING
                ACCEPT Wchoix
        END-PERFORM
                PERFORM DEFINIR_COMPTE_FLUX
        ELSE IF Wchoix = 15 THEN
                PERFORM EXPORT_JOURNAL_COMPTABLE
        ELSE IF Wchoix = 16 THEN
                PERFORM ITINERAIRES_JOUR_BATCH
        ELSE IF Wchoix = 17 THEN
                PERFORM EXPORT_PAIE_EQUIPE
        ELSE IF Wchoix = 18 THEN
                PERFORM CLOTURE_PERIODE_COMPTABLE
        ELSE IF Wchoix = 19 THEN
                PERFORM REOUVERTURE_PERIODE
        ELSE IF Wchoix = 20 THEN
                PERFORM LISTE_PERIODES
        ELSE IF Wchoix = 21 THEN
                PERFORM IMPORT_SCANNERS_BATCH
        ELSE IF Wchoix = 22 THEN
                PERFORM LIBERE_OPTIONS_EXPIREES
        ELSE IF Wchoix = 23 THEN
                PERFORM LISTE_OBJETS_NON_RECLAMES
        ELSE IF Wchoix = 24 THEN
                PERFORM RECOMPENSES_BENEVOLES
        ELSE IF Wchoix = 25 THEN
                PERFORM BILAN_CARBONE_EDITION
        END-IF.

      *>----menu du role 4 (benevole)----
