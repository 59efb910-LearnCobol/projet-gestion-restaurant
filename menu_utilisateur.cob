          DISPLAY ' 7 - Consulter le journal des connexions'
          DISPLAY ' 0 - Quitter'
          DISPLAY '================================'
          PERFORM DEBUTER_ATTENTE_SAISIE
          ACCEPT Wmenu
          PERFORM CONTROLER_INACTIVITE
         END-PERFORM
         EVALUATE Wmenu
          WHEN 1
