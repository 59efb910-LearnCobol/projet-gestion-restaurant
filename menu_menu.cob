           DISPLAY ' 5 - Consulter les menus pour un budget'
           DISPLAY ' 6 - Renommer un menu'
           DISPLAY ' 0 - Quitter'
           PERFORM DEBUTER_ATTENTE_SAISIE
           ACCEPT Wmenu
           PERFORM CONTROLER_INACTIVITE
          END-PERFORM

          MOVE 1 TO WopMenu
           DISPLAY ' 1 - Consulter un menu'
           DISPLAY ' 2 - Consulter les menus pour un budget'
           DISPLAY ' 0 - Quitter'
           PERFORM DEBUTER_ATTENTE_SAISIE
           ACCEPT Wmenu
           PERFORM CONTROLER_INACTIVITE
          END-PERFORM

          EVALUATE Wmenu
