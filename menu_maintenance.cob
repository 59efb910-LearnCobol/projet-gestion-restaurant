        DISPLAY '================================'

        PERFORM WITH TEST AFTER UNTIL WchoixOp = 0
         PERFORM WITH TEST AFTER UNTIL WchoixOp>=0 AND WchoixOp<=61
          DISPLAY 'Que souhaitez vous faire ?'
          DISPLAY ' 1 - Exporter les six fichiers en CSV'
          DISPLAY ' 2 - Réorganiser les fichiers indexés'
          DISPLAY '40 - Exporter le lot de consolidation d''un site'
          DISPLAY '41 - Importer un lot de site au siège'
          DISPLAY '42 - Registre RGPD des exports de données'
          DISPLAY '43 - Ecart matière théorique / réel du mois'
          DISPLAY '44 - Factures inter-sociétés du mois'
          DISPLAY '45 - Rapprocher un versement de plateforme'
          DISPLAY '46 - Passif des porte-monnaie clients'
          DISPLAY '47 - Rapport mensuel des parrainages'
          DISPLAY '48 - Rapport trimestriel des accords tarifaires'
          DISPLAY '49 - Rapport mensuel des réclamations'
          DISPLAY '50 - Registre des immobilisations'
          DISPLAY '51 - Dotations aux amortissements du mois'
          DISPLAY '52 - Fichier des écritures comptables (FEC) '
     -      'par entité'
          DISPLAY '53 - Produits constatés d''avance et dettes '
     -      'clients du mois'
          DISPLAY '54 - Prévision de trésorerie sur 8 semaines '
     -      'par entité'
          DISPLAY '55 - Périodes comptables par entité'
          DISPLAY '56 - Chaîne de fin de mois'
          DISPLAY '57 - RevPASH par jour de semaine et heure'
          DISPLAY '58 - Dates de création des réservations '
     -      '(journal d''audit)'
          DISPLAY '59 - Importer plats, menus ou clients (CSV)'
          DISPLAY '60 - Référentiel des codes postaux'
          DISPLAY '61 - Chiffrement des données protégées clients'
          DISPLAY ' 0 - Quitter'
          DISPLAY '================================'
          PERFORM DEBUTER_ATTENTE_SAISIE
          ACCEPT WchoixOp
          PERFORM CONTROLER_INACTIVITE
         END-PERFORM
         MOVE 7 TO WopMenu
         MOVE WchoixOp TO WopChoix
           PERFORM IMPORTER_LOT_SITE
          WHEN 42
           PERFORM CONSULTER_REGISTRE_EXPORTS
          WHEN 43
           PERFORM RAPPORT_ECART_MATIERE
          WHEN 44
           PERFORM FACTURER_CESSIONS_INTERCO
          WHEN 45
           PERFORM RAPPROCHER_VERSEMENTS_PLATEFORME
          WHEN 46
           PERFORM RAPPORT_PASSIF_PORTE_MONNAIE
          WHEN 47
           PERFORM RAPPORT_PARRAINAGES_MOIS
          WHEN 48
           PERFORM RAPPORT_ACCORDS_TRIMESTRE
          WHEN 49
           PERFORM RAPPORT_RECLAMATIONS_MOIS
          WHEN 50
           PERFORM GERER_IMMOBILISATIONS
          WHEN 51
           PERFORM DOTATIONS_AMORTISSEMENTS_MOIS
          WHEN 52
           PERFORM GENERER_FEC
          WHEN 53
           PERFORM ETAT_PRODUITS_AVANCE
          WHEN 54
           PERFORM PREVISION_TRESORERIE
          WHEN 55
           PERFORM GERER_PERIODES_COMPTA
          WHEN 56
           PERFORM LANCER_BATCH_FIN_MOIS
          WHEN 57
           PERFORM RAPPORT_REVPASH
          WHEN 58
           PERFORM RECONSTITUER_DATES_CREATION
          WHEN 59
           PERFORM IMPORTER_DONNEES_CSV
          WHEN 60
           PERFORM GERER_CODES_POSTAUX
          WHEN 61
           PERFORM GERER_CHIFFREMENT_CLIENTS
         END-EVALUATE
         END-IF
        END-PERFORM
