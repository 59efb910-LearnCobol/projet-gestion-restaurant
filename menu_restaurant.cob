       DISPLAY '================================'

       PERFORM WITH TEST AFTER UNTIL WchoixOp = 0
        PERFORM WITH TEST AFTER UNTIL WchoixOp >= 0 AND WchoixOp<=46
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Ajouter un restaurant'
         DISPLAY ' 2 - Consulter les informations d un restaurant'
         DISPLAY '22 - Franchise : conditions et relevés de '
     -     'redevances'
         DISPLAY '23 - Générer le document carte imprimable du site'
         DISPLAY '24 - Absences et congés des employés'
         DISPLAY '25 - Contrôle du temps de travail (réglementation)'
         DISPLAY '26 - Flash quotidien du prime cost'
         DISPLAY '27 - Ratios d''effectif par poste'
         DISPLAY '28 - Proposition de planning de la semaine'
         DISPLAY '29 - Certifications à renouveler (60 jours)'
         DISPLAY '30 - Déclarer des pertes (casse, périmé, ...)'
         DISPLAY '31 - Rapport mensuel des pertes'
         DISPLAY '32 - Sites de production (cuisine centrale)'
         DISPLAY '33 - Commandes internes à la cuisine centrale'
         DISPLAY '34 - Plan de production du jour'
         DISPLAY '35 - Expédier les commandes internes'
         DISPLAY '36 - Relevé mensuel de la cuisine centrale'
         DISPLAY '37 - Zones de livraison traiteur'
         DISPLAY '38 - Registre des objets trouvés'
         DISPLAY '39 - Objets non réclamés (90 jours) : don, '
     -     'destruction'
         DISPLAY '40 - Equipements de cuisine, maintenance et pannes'
         DISPLAY '41 - Maintenances préventives à échéance'
         DISPLAY '42 - Coût annuel par équipement (réparer ou '
     -     'remplacer)'
         DISPLAY '43 - Politique enfants (menu, remise, chaises '
     -     'hautes)'
         DISPLAY '44 - Marques et régions'
         DISPLAY '45 - Carte en projet, publication et versions'
         DISPLAY '46 - Catalogue des extras (occasions spéciales)'
         DISPLAY ' 0 - Quitter'
         DISPLAY '================================'
         PERFORM DEBUTER_ATTENTE_SAISIE
         ACCEPT WchoixOp
         PERFORM CONTROLER_INACTIVITE
         MOVE 4 TO WopMenu
         MOVE WchoixOp TO WopChoix
         PERFORM CONTROLER_ACCES
           PERFORM GERER_FRANCHISE
          WHEN 23
           PERFORM GENERER_DOCUMENT_CARTE
          WHEN 24
           PERFORM GERER_ABSENCES_EMPLOYES
          WHEN 25
           PERFORM CONTROLER_TEMPS_TRAVAIL
          WHEN 26
           PERFORM RAPPORT_FLASH_PRIME_COST
          WHEN 27
           PERFORM GERER_RATIOS_EFFECTIF
          WHEN 28
           PERFORM PROPOSER_PLANNING_SEMAINE
          WHEN 29
           PERFORM RAPPORT_ECHEANCES_CERTIFICATIONS
          WHEN 30
           PERFORM DECLARER_PERTES
          WHEN 31
           PERFORM RAPPORT_PERTES_MOIS
          WHEN 32
           PERFORM GERER_SITES_PRODUCTION
          WHEN 33
           PERFORM COMMANDER_CUISINE_CENTRALE
          WHEN 34
           PERFORM PLAN_PRODUCTION_JOUR
          WHEN 35
           PERFORM EXPEDIER_COMMANDES_INTERNES
          WHEN 36
           PERFORM RELEVE_CUISINE_CENTRALE
          WHEN 37
           PERFORM GERER_ZONES_LIVRAISON
          WHEN 38
           PERFORM GERER_OBJETS_TROUVES
          WHEN 39
           PERFORM OBJETS_NON_RECLAMES
          WHEN 40
           PERFORM GERER_EQUIPEMENTS
          WHEN 41
           PERFORM MAINTENANCES_A_ECHEANCE
          WHEN 42
           PERFORM RAPPORT_COUT_EQUIPEMENTS
          WHEN 43
           PERFORM GERER_POLITIQUE_ENFANTS
          WHEN 44
           PERFORM GERER_MARQUES_REGIONS
          WHEN 45
           PERFORM GERER_CARTE_PROJET
          WHEN 46
           PERFORM GERER_CATALOGUE_EXTRAS
         END-EVALUATE
         END-IF
        END-PERFORM
         DISPLAY ' 1 - Consulter les informations d''un restaurant'
         DISPLAY ' 0 - Quitter'
         DISPLAY '================================'
         PERFORM DEBUTER_ATTENTE_SAISIE
         ACCEPT Wmenu
         PERFORM CONTROLER_INACTIVITE
        END-PERFORM
        EVALUATE Wmenu
         WHEN 1
