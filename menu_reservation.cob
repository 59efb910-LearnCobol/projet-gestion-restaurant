         DISPLAY '25 - Gérer les codes motifs d''annulation'
         DISPLAY '26 - Analyse mensuelle des annulations'
         DISPLAY '27 - Pré-commandes nominatives d''un groupe'
         DISPLAY '28 - Commande traiteur livrée'
         DISPLAY '29 - Feuille de route des livraisons'
         DISPLAY '30 - Remise d''une livraison (bon signé)'
         DISPLAY '31 - Importer les commandes d''une plateforme'
         DISPLAY '32 - Articles des plateformes de livraison'
         DISPLAY '33 - Evénements à billets'
         DISPLAY '34 - Vendre des billets'
         DISPLAY '35 - Annuler des billets (revente)'
         DISPLAY '36 - Liste d''entrée d''un événement'
         DISPLAY '37 - Bilan d''un événement'
         DISPLAY '38 - Factures électroniques (profils, émission, '
     -     'transmissions)'
         DISPLAY '39 - Litiges et impayés sur paiements par carte'
         DISPLAY '40 - File d''attente à la porte'
         DISPLAY '41 - Demande perdue (réservations refusées)'
         DISPLAY '42 - Couverts réservés et couverts installés'
         DISPLAY '43 - Comparable avec l''année précédente'
         DISPLAY '44 - Rythme des réservations et délais'
         DISPLAY '45 - Occasion spéciale et extras d''une réservation'
         DISPLAY '46 - Extras à commander aux fournisseurs (semaine)'
         DISPLAY '47 - Titres restaurant : bordereaux de remise et '
     -     'règlements'
         PERFORM DEBUTER_ATTENTE_SAISIE
         ACCEPT WchoixOp
         PERFORM CONTROLER_INACTIVITE
         MOVE 5 TO WopMenu
         MOVE WchoixOp TO WopChoix
         PERFORM CONTROLER_ACCES
             PERFORM RAPPORT_ANNULATIONS
           WHEN 27
             PERFORM SAISIR_PRECOMMANDES
           WHEN 28
             PERFORM COMMANDER_TRAITEUR
           WHEN 29
             PERFORM FEUILLE_ROUTE_LIVRAISONS
           WHEN 30
             PERFORM REMETTRE_LIVRAISON
           WHEN 31
             PERFORM IMPORTER_COMMANDES_PLATEFORME
           WHEN 32
             PERFORM GERER_ARTICLES_PLATEFORME
           WHEN 33
             PERFORM GERER_EVENEMENTS_BILLETS
           WHEN 34
             PERFORM VENDRE_BILLETS
           WHEN 35
             PERFORM ANNULER_BILLETS
           WHEN 36
             PERFORM LISTE_ENTREE_EVENEMENT
           WHEN 37
             PERFORM BILAN_EVENEMENT
           WHEN 38
             PERFORM GERER_FACTURES_ELECTRONIQUES
           WHEN 39
             PERFORM GERER_LITIGES_CARTE
           WHEN 40
             PERFORM GERER_FILE_ATTENTE
           WHEN 41
             PERFORM RAPPORT_DEMANDE_PERDUE
           WHEN 42
             PERFORM RAPPORT_COUVERTS_INSTALLES
           WHEN 43
             PERFORM RAPPORT_COMPARABLE_ANNUEL
           WHEN 44
             PERFORM RAPPORT_RYTHME_RESERVATIONS
           WHEN 45
             PERFORM SAISIR_OCCASION_RESA
           WHEN 46
             PERFORM LISTER_EXTRAS_FOURNISSEURS
           WHEN 47
             PERFORM GERER_TITRES_RESTAURANT

         END-EVALUATE
         END-IF
         IF WSessionExpiree = 0 THEN
         PERFORM WITH TEST AFTER UNTIL WrepChoix = 0 OR WrepChoix = 1
           DISPLAY 'Souhaitez vous faire autre chose ? 1:oui, 0:non'
           PERFORM DEBUTER_ATTENTE_SAISIE
           ACCEPT WrepChoix
           PERFORM CONTROLER_INACTIVITE
         END-PERFORM
         END-IF
       END-PERFORM.


