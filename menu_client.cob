         OPERATION_CLIENT.

       PERFORM WITH TEST AFTER UNTIL WchoixOp = 0
        PERFORM WITH TEST AFTER UNTIL WchoixOp >= 0 AND WchoixOp<=22
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Ajouter un client'
         DISPLAY ' 2 - Consulter les clients'
         DISPLAY '15 - Rapport de segmentation des clients'
         DISPLAY '16 - Préférences de placement d''un client'
         DISPLAY '17 - Liste noire des clients (bannissements)'
         DISPLAY '18 - Porte-monnaie prépayé d''un client'
         DISPLAY '19 - Parrainages d''un client'
         DISPLAY '20 - Accords tarifaires d''un compte société'
         DISPLAY '21 - Campagnes marketing ciblées (coupons)'
         DISPLAY '22 - Réclamations clients'
         DISPLAY ' 0 - Quitter'
         PERFORM DEBUTER_ATTENTE_SAISIE
         ACCEPT WchoixOp
         PERFORM CONTROLER_INACTIVITE
         MOVE 3 TO WopMenu
         MOVE WchoixOp TO WopChoix
         PERFORM CONTROLER_ACCES
             PERFORM PREFERENCES_PLACEMENT_CLIENT
           WHEN 17
             PERFORM GERER_BLACKLIST_CLIENT
           WHEN 18
             PERFORM GERER_PORTE_MONNAIE
           WHEN 19
             PERFORM CONSULTER_PARRAINAGES_CLIENT
           WHEN 20
             PERFORM GERER_ACCORDS_TARIFAIRES
           WHEN 21
             PERFORM GERER_CAMPAGNES
           WHEN 22
             PERFORM GERER_RECLAMATIONS
         END-EVALUATE
         END-IF
        END-PERFORM
