       DISPLAY ' '

       PERFORM WITH TEST AFTER UNTIL WchoixOp = 0
        PERFORM WITH TEST AFTER UNTIL WchoixOp>=0 AND WchoixOp<=28
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Ajouter un plat'
         DISPLAY ' 2 - Modifier un plat'
         DISPLAY '19 - Imprimer la fiche nutritionnelle de la carte'
         DISPLAY '20 - Gérer le catalogue du bar (boissons)'
         DISPLAY '21 - Bilan de performance des fournisseurs'
         DISPLAY '22 - Alerte DLC des lots (48 heures)'
         DISPLAY '23 - Rappel d''un lot fournisseur'
         DISPLAY '24 - Reliquats de commandes par fournisseur'
         DISPLAY '25 - Annuler le reliquat d''une commande'
         DISPLAY '26 - Retour de marchandise au fournisseur'
         DISPLAY '27 - Approuver les commandes en attente'
         DISPLAY '28 - Echanges électroniques fournisseurs (EDI)'
         DISPLAY ' 0 - Quitter'
         DISPLAY '-====================================-'
         PERFORM DEBUTER_ATTENTE_SAISIE
         ACCEPT WchoixOp
         PERFORM CONTROLER_INACTIVITE
        END-PERFORM
        MOVE 2 TO WopMenu
        MOVE WchoixOp TO WopChoix
          PERFORM GERER_BOISSONS
         WHEN 21
          PERFORM RAPPORT_PERFORMANCE_FOURNISSEURS
         WHEN 22
          PERFORM ALERTER_LOTS_DLC
         WHEN 23
          PERFORM RAPPELER_LOT_FOURNISSEUR
         WHEN 24
          PERFORM RAPPORT_RELIQUATS_FOURNISSEURS
         WHEN 25
          PERFORM SOLDER_RELIQUAT_ACHAT
         WHEN 26
          PERFORM RETOURNER_ACHAT
         WHEN 27
          PERFORM APPROUVER_COMMANDES_ACHAT
         WHEN 28
          PERFORM ECHANGES_EDI_FOURNISSEURS
        END-EVALUATE
        END-IF
       END-PERFORM.
         DISPLAY ' 0 - Quitter'
         DISPLAY ' '
         DISPLAY '-====================================-'
         PERFORM DEBUTER_ATTENTE_SAISIE
         ACCEPT Wmenu
         PERFORM CONTROLER_INACTIVITE
        END-PERFORM
        EVALUATE Wmenu
         WHEN 1
