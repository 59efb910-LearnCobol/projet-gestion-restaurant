      *exécution : recalcul des pourcentages de réduction client,    *
      *réorganisation des fichiers indexés, export de sauvegarde     *
      *CSV des six fichiers de données, puis envoi des rappels des   *
      *réservations du lendemain, publication des cartes en projet   *
      *qui prennent effet le lendemain ; le dernier jour             *
      *calendaire du mois, la chaîne de fin de mois                  *
      *(CHAINER_BATCH_FIN_MOIS) suit                                 *
      ****************************************************************
       CHAINER_BATCH_NOCTURNE.
       DISPLAY '================================'
       DISPLAY '=== BATCH NOCTURNE : DEBUT    ==='
       DISPLAY '================================'
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO WjcDate

       MOVE 1 TO WjcEtape
       MOVE 'Import des réservations du site web' TO WjcLibelle
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 25 TO WjcEtape
       MOVE 'Import des commandes des plateformes' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM IMPORTER_PLATEFORMES_JOUR
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 2 TO WjcEtape
       MOVE 'Balayage automatique des absences' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 18 TO WjcEtape
       MOVE 'Contrôle du temps de travail' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM CONTROLER_TEMPS_TRAVAIL_NUIT
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 19 TO WjcEtape
       MOVE 'Flash prime cost de la veille' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM FLASH_PRIME_COST_NUIT
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 20 TO WjcEtape
       MOVE 'Echéances des certifications' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM ECHEANCES_CERTIFICATIONS_NUIT
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 21 TO WjcEtape
       MOVE 'Alerte DLC des lots à 48 heures' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM ALERTER_LOTS_DLC
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 22 TO WjcEtape
       MOVE 'Envoi EDI des commandes fournisseurs' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM ENVOYER_COMMANDES_EDI
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 23 TO WjcEtape
       MOVE 'Import EDI des avis d''expédition' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM IMPORTER_AVIS_EDI
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 24 TO WjcEtape
       MOVE 'Feuilles de route des livraisons' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM PRODUIRE_FEUILLES_ROUTE
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 26 TO WjcEtape
       MOVE 'Escalade des réclamations en retard' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM ESCALADER_RECLAMATIONS
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 27 TO WjcEtape
       MOVE 'Synthèse de la file d''attente' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM RESUMER_FILE_ATTENTE_NUIT
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 28 TO WjcEtape
       MOVE 'Publication des cartes en projet' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM PUBLIER_CARTES_ECHUES
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       COMPUTE WfmLendemain = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WjcDate) + 1)
       IF FUNCTION MOD(WfmLendemain, 100) = 1 THEN
         COMPUTE WfmAnnee = WjcDate / 10000
         COMPUTE WfmMois = WjcDate / 100 - WfmAnnee * 100
         PERFORM CHAINER_BATCH_FIN_MOIS
       END-IF

       DISPLAY '================================'
       DISPLAY '=== BATCH NOCTURNE : TERMINE  ==='
       DISPLAY '================================'.

      ****************CHAINER_BATCH_FIN_MOIS**************************
      *Chaîne de fin de mois pour le mois WfmMois/WfmAnnee, lancée   *
      *par le batch nocturne le dernier jour calendaire du mois ou à *
      *la demande : valorisation des stocks de tous les sites,       *
      *journal comptable, relevés de redevances des franchisés,      *
      *écart budget / réalisé, commissions par canal, repas du       *
      *personnel et export des heures pour la paie. Les étapes       *
      *(51 à 57) sont suivies dans datajobcontrol.dat à la date du   *
      *dernier jour du mois, avec la même reprise au point d'arrêt   *
      *que le batch nocturne ; chaque état est inscrit au spool et   *
      *un compte rendu est adressé au Directeur                      *
      *(RESUMER_BATCH_FIN_MOIS)                                      *
      ****************************************************************
       CHAINER_BATCH_FIN_MOIS.
       DISPLAY '================================'
       DISPLAY '=== FIN DE MOIS : DEBUT       ==='
       DISPLAY '================================'
       COMPUTE WfmPeriode = WfmAnnee * 100 + WfmMois
       IF WfmMois = 12 THEN
         COMPUTE WfmLendemain = (WfmAnnee + 1) * 10000 + 101
       ELSE
         COMPUTE WfmLendemain = (WfmPeriode + 1) * 100 + 1
       END-IF
       COMPUTE WfmDateFin = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WfmLendemain) - 1)
       MOVE WfmDateFin TO WjcDate
       DISPLAY 'Période ',WfmPeriode,' (pilotage au ',WjcDate,')'

       MOVE 51 TO WjcEtape
       MOVE 'Valorisation des stocks du mois' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM VALORISER_STOCK_FIN_MOIS
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 52 TO WjcEtape
       MOVE 'Journal comptable du mois' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         MOVE WfmMois TO WcjMois
         MOVE WfmAnnee TO WcjAnnee
         PERFORM PRODUIRE_JOURNAL_COMPTA
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 53 TO WjcEtape
       MOVE 'Relevés de redevances des franchisés' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM RELEVES_FRANCHISE_FIN_MOIS
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 54 TO WjcEtape
       MOVE 'Ecart budget / réalisé' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         MOVE WfmMois TO WbuMois
         MOVE WfmAnnee TO WbuAnnee
         MOVE 0 TO WrupMarque
         MOVE 0 TO WrupRegion
         MOVE 3 TO WrupNiveau
         PERFORM PRODUIRE_ECART_BUDGET
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 55 TO WjcEtape
       MOVE 'Commissions par canal' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         MOVE WfmMois TO WchMois
         MOVE WfmAnnee TO WchAnnee
         PERFORM PRODUIRE_COMMISSIONS_CANAL
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 56 TO WjcEtape
       MOVE 'Repas du personnel' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         PERFORM REPAS_PERSONNEL_FIN_MOIS
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       MOVE 57 TO WjcEtape
       MOVE 'Export des heures pour la paie' TO WjcLibelle
       PERFORM DEBUTER_ETAPE_BATCH
       IF WjcSauter = 0 THEN
         MOVE WfmMois TO WptMois
         MOVE WfmAnnee TO WptAnnee
         PERFORM PRODUIRE_EXPORT_HEURES
         PERFORM TERMINER_ETAPE_BATCH
       END-IF

       PERFORM RESUMER_BATCH_FIN_MOIS
       DISPLAY '================================'
       DISPLAY '=== FIN DE MOIS : TERMINE     ==='
       DISPLAY '================================'.

      ****************LANCER_BATCH_FIN_MOIS***************************
      *Lancement à la demande de la chaîne de fin de mois pour un    *
      *mois donné (rattrapage ou reprise après incident : les        *
      *étapes déjà terminées pour ce mois sont sautées)              *
      ****************************************************************
       LANCER_BATCH_FIN_MOIS.
       MOVE 0 TO WfmMois
       PERFORM WITH TEST AFTER UNTIL WfmMois >= 1 AND WfmMois <= 12
         DISPLAY 'Mois à clôturer (MM) :'
         ACCEPT WfmMois
       END-PERFORM
       MOVE 0 TO WfmAnnee
       PERFORM WITH TEST AFTER UNTIL WfmAnnee >= 2015
         DISPLAY 'Année (AAAA) :'
         ACCEPT WfmAnnee
       END-PERFORM
       PERFORM CHAINER_BATCH_FIN_MOIS.

      ****************VALORISER_STOCK_FIN_MOIS************************
      *Etape de fin de mois : valorisation du stock de chaque        *
      *restaurant actif (VALORISER_STOCK_RESTO) et récapitulatif     *
      *valorisation_stock_<AAAAMM>.csv inscrit au spool              *
      ****************************************************************
       VALORISER_STOCK_FIN_MOIS.
       MOVE WfmMois TO WvlMois
       MOVE WfmAnnee TO WvlAnnee
       MOVE SPACE TO WNomFichierExport
       STRING 'valorisation_stock_' WfmPeriode '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idRestaurant;nom;entrees;plats;desserts;autres;'
     -   'valeur;variation' DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT frestaurants
       MOVE 0 TO WfmFin
       PERFORM WITH TEST AFTER UNTIL WfmFin = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WfmFin
         NOT AT END
           IF fr_actif = 1 THEN
             DISPLAY '--- Restaurant ',fr_id,' - ',fr_nom,' ---'
             PERFORM VALORISER_STOCK_RESTO
             MOVE WvlDelta TO WfmEdDelta
             MOVE SPACE TO exportLigne
             STRING fr_id ';' FUNCTION TRIM(fr_nom) ';'
     -         WvlTotEntrees ';' WvlTotPlats ';' WvlTotDesserts ';'
     -         WvlTotAutres ';' WvlValeur ';' WfmEdDelta
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
           END-IF
       END-PERFORM
       CLOSE frestaurants
       CLOSE fExport
       DISPLAY 'Récapitulatif écrit : ',WNomFichierExport
       MOVE 'VALORISATION STOCK' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************RESUMER_BATCH_FIN_MOIS**************************
      *Compte rendu de la chaîne de fin de mois : statut et heures   *
      *de chaque étape relevés dans datajobcontrol.dat, imprimés     *
      *dans fin_mois_<AAAAMM>.txt inscrit au spool, puis             *
      *notifié au Directeur (NOTIFIER_BATCH_FIN_MOIS) à l'adresse    *
      *MAILFINMOIS de dataparametres.dat, tenue par l'option 55 ;    *
      *sans adresse enregistrée, aucune notification n'est émise     *
      ****************************************************************
       RESUMER_BATCH_FIN_MOIS.
       MOVE 0 TO WfmNbTerminees
       MOVE 0 TO WfmNbEtapes
       MOVE SPACE TO WNomFichierTicket
       STRING 'fin_mois_' WfmPeriode '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING '=== CHAINE DE FIN DE MOIS - PERIODE ' WfmPeriode
     -   ' ===' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       OPEN INPUT fJobControl
       MOVE WjcDate TO fjc_date
       MOVE 51 TO fjc_etape
       MOVE 0 TO WfmFin
       START fJobControl, KEY IS >= fjc_cle
         INVALID KEY MOVE 1 TO WfmFin
       END-START
       PERFORM UNTIL WfmFin = 1
         READ fJobControl NEXT
         AT END MOVE 1 TO WfmFin
         NOT AT END
           IF fjc_date NOT = WjcDate OR fjc_etape > 57 THEN
             MOVE 1 TO WfmFin
           ELSE
             ADD 1 TO WfmNbEtapes
             EVALUATE TRUE
               WHEN fjc_etapeTerminee
                 ADD 1 TO WfmNbTerminees
                 MOVE 'terminée' TO WfmLibStatut
               WHEN fjc_etapeEchouee
                 MOVE 'EN ECHEC' TO WfmLibStatut
               WHEN OTHER
                 MOVE 'INTERROMPUE' TO WfmLibStatut
             END-EVALUATE
             MOVE SPACE TO ticketLigne
             STRING 'Etape ' fjc_etape ' - ' fjc_libelle ' : '
     -         WfmLibStatut ' (' fjc_heureDebut ' -> '
     -         fjc_heureFin ')' DELIMITED BY SIZE INTO ticketLigne
             WRITE ticketLigne
           END-IF
       END-PERFORM
       CLOSE fJobControl
       MOVE SPACE TO ticketLigne
       STRING WfmNbTerminees ' étape(s) terminée(s) sur '
     -     WfmNbEtapes DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY WfmNbTerminees,' étape(s) terminée(s) sur ',
     -     WfmNbEtapes
       DISPLAY 'Compte rendu écrit : ',WNomFichierTicket
       MOVE 'FIN DE MOIS' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       MOVE SPACE TO WfmMailDirecteur
       OPEN INPUT fParametres
       MOVE 'MAILFINMOIS' TO fprm_nom
       READ fParametres
         NOT INVALID KEY
           MOVE fprm_valeur TO WfmMailDirecteur
       END-READ
       CLOSE fParametres
       IF WfmMailDirecteur = SPACE THEN
         DISPLAY 'Aucune adresse de fin de mois (option 55) : '
     -     'compte rendu non notifié'
       ELSE
         PERFORM NOTIFIER_BATCH_FIN_MOIS
       END-IF.

      ****************NOTIFIER_BATCH_FIN_MOIS*************************
      *Mise en file de la notification FINMOIS à l'adresse du        *
      *Directeur WfmMailDirecteur ; la période tient lieu de         *
      *référence de réservation dans la remise à la passerelle       *
      ****************************************************************
       NOTIFIER_BATCH_FIN_MOIS.
       OPEN I-O fNotifications
       MOVE 0 TO WntNum
       MOVE 0 TO WfmFin
       PERFORM WITH TEST AFTER UNTIL WfmFin = 1
         READ fNotifications NEXT
         AT END MOVE 1 TO WfmFin
         NOT AT END
           MOVE fnt_id TO WntNum
       END-PERFORM
       ADD 1 TO WntNum
       MOVE WntNum TO fnt_id
       MOVE WfmPeriode TO fnt_idresa
       MOVE 0 TO fnt_idcli
       MOVE 0 TO fnt_tel
       MOVE WfmMailDirecteur TO fnt_mail
       MOVE 'FINMOIS' TO fnt_modele
       MOVE 1 TO fnt_statut
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO fnt_date
       MOVE 0 TO fnt_essais
       MOVE SPACE TO fnt_codeErreur
       WRITE notifTampon
       IF fnt_stat = 0 THEN
         DISPLAY 'Compte rendu de fin de mois mis en file pour le '
     -     'Directeur'
       ELSE
         DISPLAY 'Erreur lors de la mise en file du compte rendu'
       END-IF
       CLOSE fNotifications.

      ****************DEBUTER_ETAPE_BATCH********************************
      *Consulte le journal de pilotage du batch pour l'étape WjcEtape *
      *à la date de pilotage WjcDate (jour du batch nocturne, dernier *
      *jour du mois pour la chaîne de fin de mois) : si elle est déjà *
      *terminée, elle est sautée                                      *
      *(WjcSauter = 1) pour permettre une reprise après incident au   *
      *point d'arrêt ; sinon son démarrage est enregistré (statut 1,  *
      *qui ne passera à 2 que si l'étape va au bout)                  *
       DEBUTER_ETAPE_BATCH.
       MOVE 0 TO WjcSauter
       OPEN I-O fJobControl
       MOVE WjcDate TO fjc_date
       MOVE WjcEtape TO fjc_etape
       READ fJobControl
         INVALID KEY
     -     ') déjà terminée cette nuit : étape sautée'
       ELSE
         DISPLAY 'Etape ',WjcEtape,' : ',WjcLibelle
         MOVE WjcDate TO fjc_date
         MOVE WjcEtape TO fjc_etape
         MOVE 1 TO fjc_statut
         ACCEPT WheureSystemeISO FROM TIME
       CLOSE fJobControl.

      ****************TERMINER_ETAPE_BATCH*******************************
      *Enregistre la fin normale de l'étape WjcEtape à la date WjcDate*
      ****************************************************************
       TERMINER_ETAPE_BATCH.
       OPEN I-O fJobControl
       MOVE WjcDate TO fjc_date
       MOVE WjcEtape TO fjc_etape
       READ fJobControl
         INVALID KEY
       END-IF.

      ****************TABLEAU_BORD_RESTAURANTS**************************
      *Parcourt les restaurants du périmètre choisi (marque, région) *
      *et affiche pour chacun le nombre de réservations payées, le   *
      *chiffre d'affaire encaissé et les couverts, avec des          *
      *sous-totaux par marque et/ou région, puis un total du         *
      *périmètre                                                     *
      ****************************************************************
       TABLEAU_BORD_RESTAURANTS.
       DISPLAY '================================'
       DISPLAY '=== TABLEAU DE BORD RESTAURANTS ==='
       DISPLAY '================================'
       PERFORM SAISIR_PERIMETRE_GROUPE
       PERFORM CHARGER_PERIMETRE_GROUPE
       DISPLAY WrupFiltre
       OPEN INPUT frestaurants
       OPEN INPUT fAgregats
       MOVE 0 TO WtbCATotal
       MOVE 0 TO WtbResaTotal
       MOVE 0 TO WtbCASous
       MOVE 0 TO WtbResaSous
       MOVE 0 TO WtbCouvSous
       PERFORM VARYING WrupIdx FROM 1 BY 1 UNTIL WrupIdx > WrupNb
         IF WrupNiveau > 0 AND WrupIdx > 1 THEN
           IF WrupCle(WrupIdx) NOT = WrupCle(WrupIdx - 1) THEN
             COMPUTE WrupIdxLib = WrupIdx - 1
             PERFORM SOUS_TOTAL_TABLEAU_BORD
           END-IF
         END-IF
         MOVE WrupId(WrupIdx) TO fr_id
         READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM CALCULER_TABLEAU_BORD_RESTO
           DISPLAY '--------------------------------'
           DISPLAY 'Restaurant ',fr_id,' - ',fr_nom
           DISPLAY '  Couverts : ',WtbCouverts
           ADD WtbCA TO WtbCATotal
           ADD WtbNbResa TO WtbResaTotal
           ADD WtbCA TO WtbCASous
           ADD WtbNbResa TO WtbResaSous
           ADD WtbCouverts TO WtbCouvSous
         END-READ
       END-PERFORM
       IF WrupNiveau > 0 AND WrupNb > 0 THEN
         MOVE WrupNb TO WrupIdxLib
         PERFORM SOUS_TOTAL_TABLEAU_BORD
       END-IF
       DISPLAY '================================'
       DISPLAY 'Total réservations : ',WtbResaTotal
       DISPLAY 'Total chiffre d''affaire : ',WtbCATotal
       CLOSE frestaurants
       CLOSE fAgregats.

      ****************SOUS_TOTAL_TABLEAU_BORD***************************
      *Sous-total du groupe de restaurants qui se termine au rang    *
      *WrupIdxLib du périmètre, puis remise à zéro des cumuls        *
      ****************************************************************
       SOUS_TOTAL_TABLEAU_BORD.
       PERFORM LIBELLE_RUPTURE_GROUPE
       DISPLAY '================================'
       DISPLAY 'Sous-total ',WrupLibelle
       DISPLAY '  Réservations : ',WtbResaSous
       DISPLAY '  Chiffre d''affaire : ',WtbCASous
       DISPLAY '  Couverts : ',WtbCouvSous
       DISPLAY '================================'
       MOVE 0 TO WtbResaSous
       MOVE 0 TO WtbCASous
       MOVE 0 TO WtbCouvSous.

      ****************CALCULER_TABLEAU_BORD_RESTO***********************
      *Cumule pour le restaurant du tampon fr_id les réservations,   *
      *le chiffre d'affaire et les couverts à partir des agrégats    *
      *Etablit, pour l'année saisie, le bilan financier de chaque     *
      *restaurant actif ou non : chiffre d'affaire encaissé, nombre de*
      *réservations honorées, d'annulations et d'absences, ainsi que *
      *le cumul du périmètre choisi (marque, région) avec des       *
      *sous-totaux par marque et/ou région, suivi du tableau des     *
      *immobilisations par entité juridique ; le résultat est écrit  *
      *à l'écran et dans un fichier cloture_<année>.txt              *
      ****************************************************************
       RAPPORT_CLOTURE_ANNUELLE.
       DISPLAY '================================'
         DISPLAY 'Année à clôturer (AAAA) :'
         ACCEPT WanneeCloture
       END-PERFORM
       PERFORM SAISIR_PERIMETRE_GROUPE
       PERFORM CHARGER_PERIMETRE_GROUPE

       STRING 'cloture_' WanneeCloture DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierExport
       STRING 'Clôture comptable annuelle ' WanneeCloture
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE WrupFiltre TO exportLigne
       WRITE exportLigne
       DISPLAY WrupFiltre

       OPEN INPUT frestaurants
       OPEN INPUT freservations
       MOVE 0 TO WclotNbAnnulTotal
       MOVE 0 TO WclotNbAttenteTotal
       MOVE 0 TO WclotNbAbsTotal
       MOVE 0 TO WclotCASous
       MOVE 0 TO WclotNbResaSous
       MOVE 0 TO WclotNbAnnulSous
       MOVE 0 TO WclotNbAttenteSous
       MOVE 0 TO WclotNbAbsSous
       PERFORM VARYING WrupIdx FROM 1 BY 1 UNTIL WrupIdx > WrupNb
         IF WrupNiveau > 0 AND WrupIdx > 1 THEN
           IF WrupCle(WrupIdx) NOT = WrupCle(WrupIdx - 1) THEN
             COMPUTE WrupIdxLib = WrupIdx - 1
             PERFORM SOUS_TOTAL_CLOTURE
           END-IF
         END-IF
         MOVE WrupId(WrupIdx) TO fr_id
         READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM CALCULER_CLOTURE_RESTO
           MOVE SPACE TO exportLigne
           STRING 'Restaurant ' fr_id ' - ' fr_nom DELIMITED BY SIZE
           ADD WclotNbAnnul TO WclotNbAnnulTotal
           ADD WclotNbAttente TO WclotNbAttenteTotal
           ADD WclotNbAbs TO WclotNbAbsTotal
           ADD WclotCA TO WclotCASous
           ADD WclotNbResa TO WclotNbResaSous
           ADD WclotNbAnnul TO WclotNbAnnulSous
           ADD WclotNbAttente TO WclotNbAttenteSous
           ADD WclotNbAbs TO WclotNbAbsSous
         END-READ
       END-PERFORM
       IF WrupNiveau > 0 AND WrupNb > 0 THEN
         MOVE WrupNb TO WrupIdxLib
         PERFORM SOUS_TOTAL_CLOTURE
       END-IF
       MOVE SPACE TO exportLigne
       MOVE '================================' TO exportLigne
       WRITE exportLigne
       DISPLAY '================================'
       CLOSE frestaurants
       CLOSE freservations
       PERFORM TABLEAU_IMMOBILISATIONS
       CLOSE fExport
       DISPLAY 'Rapport écrit : ',WNomFichierExport.

      ****************SOUS_TOTAL_CLOTURE********************************
      *Sous-total de clôture du groupe de restaurants qui se termine *
      *au rang WrupIdxLib du périmètre, écrit dans le fichier et à   *
      *l'écran, puis remise à zéro des cumuls du groupe              *
      ****************************************************************
       SOUS_TOTAL_CLOTURE.
       PERFORM LIBELLE_RUPTURE_GROUPE
       MOVE '--------------------------------' TO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'Sous-total ' WrupLibelle DELIMITED BY SIZE
     -   INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING '  Chiffre d''affaire : ' WclotCASous DELIMITED BY SIZE
     -   INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING '  Réservations honorées : ' WclotNbResaSous
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING '  Annulations : ' WclotNbAnnulSous DELIMITED BY SIZE
     -   INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING '  Sur liste d''attente : ' WclotNbAttenteSous
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING '  Absences : ' WclotNbAbsSous DELIMITED BY SIZE
     -   INTO exportLigne
       WRITE exportLigne
       DISPLAY '================================'
       DISPLAY 'Sous-total ',WrupLibelle
       DISPLAY '  Chiffre d''affaire : ',WclotCASous
       DISPLAY '  Réservations honorées : ',WclotNbResaSous
       DISPLAY '  Annulations : ',WclotNbAnnulSous
       DISPLAY '  Sur liste d''attente : ',WclotNbAttenteSous
       DISPLAY '  Absences : ',WclotNbAbsSous
       DISPLAY '================================'
       MOVE 0 TO WclotCASous
       MOVE 0 TO WclotNbResaSous
       MOVE 0 TO WclotNbAnnulSous
       MOVE 0 TO WclotNbAttenteSous
       MOVE 0 TO WclotNbAbsSous.

      ****************CALCULER_CLOTURE_RESTO*****************************
      *Cumule, pour le restaurant du tampon fr_id et l'année          *
      *WanneeCloture, le chiffre d'affaire des réservations honorées, *
       DISPLAY 'Bons expirés : ',WbonNbExpires
       DISPLAY '================================'.

      ****************RAPPORT_PASSIF_PORTE_MONNAIE********************
      *Passif des porte-monnaie clients pour la comptabilité : liste *
      *des porte-monnaie dont le solde n'est pas nul, total des soldes*
      *(dette envers les clients), cumuls des recharges, des bonus   *
      *offerts, des dépenses et des remboursements, à l'écran et dans*
      *passif_portemonnaie_<date>.txt                                *
      ****************************************************************
       RAPPORT_PASSIF_PORTE_MONNAIE.
       DISPLAY '================================'
       DISPLAY '=== PASSIF DES PORTE-MONNAIE ==='
       DISPLAY '================================'
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WpmNb
       MOVE 0 TO WpmTotalSolde
       MOVE 0 TO WpmTotalRecharge
       MOVE 0 TO WpmTotalBonus
       MOVE 0 TO WpmTotalDepense
       MOVE 0 TO WpmTotalRembourse
       MOVE SPACE TO WNomFichierTicket
       STRING 'passif_portemonnaie_' WdateSystemeISOInt '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'PASSIF DES PORTE-MONNAIE CLIENTS AU '
     -     WdateSystemeISOInt DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       OPEN INPUT fPorteMonnaie
       MOVE 0 TO WpmFin
       PERFORM WITH TEST AFTER UNTIL WpmFin = 1
         READ fPorteMonnaie NEXT
         AT END MOVE 1 TO WpmFin
         NOT AT END
           ADD fpm_totalRecharge TO WpmTotalRecharge
           ADD fpm_totalBonus TO WpmTotalBonus
           ADD fpm_totalDepense TO WpmTotalDepense
           ADD fpm_totalRembourse TO WpmTotalRembourse
           IF fpm_solde > 0 THEN
             ADD 1 TO WpmNb
             ADD fpm_solde TO WpmTotalSolde
             MOVE SPACE TO ticketLigne
             STRING 'Client ' fpm_idcli ' - solde ' fpm_solde
     -         ' EUR - dernier mouvement le ' fpm_dateDernierMvt
     -         DELIMITED BY SIZE INTO ticketLigne
             WRITE ticketLigne
             DISPLAY ticketLigne
           END-IF
       END-PERFORM
       CLOSE fPorteMonnaie
       MOVE '--------------------------------' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Porte-monnaie avec solde : ' WpmNb DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Total des soldes (passif) : ' WpmTotalSolde ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Recharges encaissées : ' WpmTotalRecharge ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Bonus offerts : ' WpmTotalBonus ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Dépenses en restaurant : ' WpmTotalDepense ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Remboursements : ' WpmTotalRembourse ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY '--------------------------------'
       DISPLAY 'Porte-monnaie avec solde : ',WpmNb
       DISPLAY 'Total des soldes (passif) : ',WpmTotalSolde,' EUR'
       DISPLAY 'Recharges encaissées : ',WpmTotalRecharge,' EUR'
       DISPLAY 'Bonus offerts : ',WpmTotalBonus,' EUR'
       DISPLAY 'Dépenses en restaurant : ',WpmTotalDepense,' EUR'
       DISPLAY 'Remboursements : ',WpmTotalRembourse,' EUR'
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'PASSIF PORTE-MONNAIE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '================================'.

      ****************RAPPORT_PARRAINAGES_MOIS************************
      *Rapport mensuel du programme de parrainage pour le marketing :*
      *par restaurant, parrainages enregistrés dans le mois (restaurant*
      *de saisie du nouveau client), parrainages convertis et        *
      *récompensés dans le mois (restaurant de la première commande),*
      *points distribués et leur coût (1 point = 0.01 EUR) face au   *
      *chiffre d'affaires des premières commandes, dans              *
      *parrainages_<AAAAMM>.txt ; le restaurant 0 regroupe les       *
      *saisies faites hors restaurant                                *
      ****************************************************************
       RAPPORT_PARRAINAGES_MOIS.
       DISPLAY '================================'
       DISPLAY '=== PARRAINAGES DU MOIS      ==='
       DISPLAY '================================'
       MOVE 0 TO WparMois
       PERFORM WITH TEST AFTER UNTIL WparMois >= 1
     -    AND WparMois <= 12
         DISPLAY 'Mois (MM) :'
         ACCEPT WparMois
       END-PERFORM
       MOVE 0 TO WparAnnee
       PERFORM WITH TEST AFTER UNTIL WparAnnee >= 2015
         DISPLAY 'Année (AAAA) :'
         ACCEPT WparAnnee
       END-PERFORM
       COMPUTE WparPeriode = WparAnnee * 100 + WparMois
       MOVE 0 TO WparTotFaits
       MOVE 0 TO WparTotConvertis
       MOVE 0 TO WparTotPoints
       MOVE 0 TO WparTotCA
       MOVE 0 TO WparTotCout
       MOVE SPACE TO WNomFichierTicket
       STRING 'parrainages_' WparPeriode '.txt' DELIMITED BY SIZE
     -   INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'PARRAINAGES - PERIODE ' WparPeriode
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE 'rest;faits;convertis;annules;points;cout;CA' TO
     -     ticketLigne
       WRITE ticketLigne
       OPEN INPUT fParrainages
       MOVE 0 TO WparIdRest
       PERFORM CUMULER_PARRAINAGES_RESTO
       OPEN INPUT frestaurants
       MOVE 0 TO WparFinRest
       PERFORM WITH TEST AFTER UNTIL WparFinRest = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WparFinRest
         NOT AT END
           MOVE fr_id TO WparIdRest
           PERFORM CUMULER_PARRAINAGES_RESTO
       END-PERFORM
       CLOSE frestaurants
       CLOSE fParrainages
       MOVE SPACE TO ticketLigne
       STRING 'TOTAL;' WparTotFaits ';' WparTotConvertis ';;'
     -     WparTotPoints ';' WparTotCout ';' WparTotCA
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY '--------------------------------'
       DISPLAY 'Parrainages enregistrés : ',WparTotFaits
       DISPLAY 'Parrainages convertis : ',WparTotConvertis
       DISPLAY 'Points distribués : ',WparTotPoints,' (coût ',
     -     WparTotCout,' EUR)'
       DISPLAY 'CA des premières commandes : ',WparTotCA,' EUR'
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'PARRAINAGES DU MOIS' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '================================'.

      ****************CUMULER_PARRAINAGES_RESTO***********************
      *Cumule les parrainages du mois WparPeriode pour le restaurant *
      *WparIdRest (fParrainages ouvert par l'appelant) et écrit sa   *
      *ligne au rapport quand il y a eu de l'activité                *
      ****************************************************************
       CUMULER_PARRAINAGES_RESTO.
       MOVE 0 TO WparNbFaits
       MOVE 0 TO WparNbConvertis
       MOVE 0 TO WparNbAnnules
       MOVE 0 TO WparPoints
       MOVE 0 TO WparCA
       MOVE LOW-VALUE TO fpn_idFilleul
       START fParrainages, KEY IS >= fpn_idFilleul
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WparFin
         PERFORM WITH TEST AFTER UNTIL WparFin = 1
           READ fParrainages NEXT
           AT END MOVE 1 TO WparFin
           NOT AT END
             COMPUTE WparPerLu = fpn_dateInscription / 100
             IF fpn_idrestInscription = WparIdRest
     -          AND WparPerLu = WparPeriode THEN
               ADD 1 TO WparNbFaits
               IF fpn_annule THEN
                 ADD 1 TO WparNbAnnules
               END-IF
             END-IF
             COMPUTE WparPerLu = fpn_dateConversion / 100
             IF fpn_recompense AND fpn_idrest = WparIdRest
     -          AND WparPerLu = WparPeriode THEN
               ADD 1 TO WparNbConvertis
               ADD fpn_pointsParrain TO WparPoints
               ADD fpn_pointsFilleul TO WparPoints
               ADD fpn_montantCommande TO WparCA
             END-IF
         END-PERFORM
       END-START
       IF WparNbFaits > 0 OR WparNbConvertis > 0 THEN
         COMPUTE WparCout = WparPoints * 0.01
         ADD WparNbFaits TO WparTotFaits
         ADD WparNbConvertis TO WparTotConvertis
         ADD WparPoints TO WparTotPoints
         ADD WparCout TO WparTotCout
         ADD WparCA TO WparTotCA
         MOVE SPACE TO ticketLigne
         STRING WparIdRest ';' WparNbFaits ';' WparNbConvertis ';'
     -     WparNbAnnules ';' WparPoints ';' WparCout ';' WparCA
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         DISPLAY 'Restaurant ',WparIdRest,' : ',WparNbFaits,
     -     ' parrainage(s), ',WparNbConvertis,' converti(s), ',
     -     WparPoints,' points (',WparCout,' EUR) pour ',WparCA,
     -     ' EUR de CA'
       END-IF.

      ****************RAPPORT_ACCORDS_TRIMESTRE***********************
      *Rapport trimestriel des accords tarifaires pour la            *
      *renégociation des contrats : pour chaque accord de chaque     *
      *compte société, nombre de commandes et de lignes passées sous *
      *l'accord dans le trimestre, montant au tarif normal, remise   *
      *consentie et prix effectivement facturé, dans                 *
      *accords_<AAAA>T<n>.txt ; les accords sans consommation dans   *
      *le trimestre sont listés aussi                                *
      ****************************************************************
       RAPPORT_ACCORDS_TRIMESTRE.
       DISPLAY '================================'
       DISPLAY '=== ACCORDS DU TRIMESTRE     ==='
       DISPLAY '================================'
       MOVE 0 TO WacdTrimestre
       PERFORM WITH TEST AFTER UNTIL WacdTrimestre >= 1
     -    AND WacdTrimestre <= 4
         DISPLAY 'Trimestre (1 à 4) :'
         ACCEPT WacdTrimestre
       END-PERFORM
       MOVE 0 TO WacdAnnee
       PERFORM WITH TEST AFTER UNTIL WacdAnnee >= 2015
         DISPLAY 'Année (AAAA) :'
         ACCEPT WacdAnnee
       END-PERFORM
       COMPUTE WacdDateDeb = WacdAnnee * 10000
     -   + ((WacdTrimestre - 1) * 3 + 1) * 100 + 1
       COMPUTE WacdDateFin = WacdAnnee * 10000
     -   + WacdTrimestre * 300 + 31
       MOVE 0 TO WacdTotBrut
       MOVE 0 TO WacdTotRemise
       MOVE 0 TO WacdNbCli
       MOVE 0 TO WacdCliCour
       MOVE SPACE TO WNomFichierTicket
       STRING 'accords_' WacdAnnee 'T' WacdTrimestre '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'ACCORDS TARIFAIRES - ' WacdAnnee ' T' WacdTrimestre
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE 'client;accord;contrat;commandes;lignes;brut;remise;net'
     -   TO ticketLigne
       WRITE ticketLigne
       OPEN INPUT fAccordsTarif
       OPEN INPUT fConsoAccords
       MOVE 0 TO WacdFin
       PERFORM WITH TEST AFTER UNTIL WacdFin = 1
         READ fAccordsTarif NEXT
         AT END MOVE 1 TO WacdFin
         NOT AT END
           PERFORM CUMULER_CONSO_ACCORD
       END-PERFORM
       CLOSE fConsoAccords
       CLOSE fAccordsTarif
       COMPUTE WacdNet = WacdTotBrut - WacdTotRemise
       MOVE SPACE TO ticketLigne
       STRING 'TOTAL;;;;;' WacdTotBrut ';' WacdTotRemise ';'
     -     WacdNet DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY '--------------------------------'
       DISPLAY 'Comptes société sous accord : ',WacdNbCli
       DISPLAY 'Montant au tarif normal : ',WacdTotBrut,' EUR'
       DISPLAY 'Remises consenties : ',WacdTotRemise,' EUR'
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'ACCORDS TRIMESTRE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '================================'.

      ****************CUMULER_CONSO_ACCORD****************************
      *Cumule, pour l'accord du tampon accordTampon, les             *
      *consommations du trimestre (fConsoAccords ouvert par          *
      *l'appelant, lu par client) et écrit sa ligne au rapport       *
      ****************************************************************
       CUMULER_CONSO_ACCORD.
       IF fta_idcli NOT = WacdCliCour THEN
         MOVE fta_idcli TO WacdCliCour
         ADD 1 TO WacdNbCli
       END-IF
       MOVE 0 TO WacdNbCmd
       MOVE 0 TO WacdTotLignes
       MOVE 0 TO WacdBrutAcc
       MOVE 0 TO WacdRemiseAcc
       MOVE fta_idcli TO fcv_idcli
       START fConsoAccords, KEY IS = fcv_idcli
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WacdFinConso
         PERFORM WITH TEST AFTER UNTIL WacdFinConso = 1
           READ fConsoAccords NEXT
           AT END MOVE 1 TO WacdFinConso
           NOT AT END
             IF fcv_idcli NOT = fta_idcli THEN
               MOVE 1 TO WacdFinConso
             ELSE
               IF fcv_num = fta_num AND fcv_date >= WacdDateDeb
     -            AND fcv_date <= WacdDateFin THEN
                 ADD 1 TO WacdNbCmd
                 ADD fcv_nbLignes TO WacdTotLignes
                 ADD fcv_montantBrut TO WacdBrutAcc
                 ADD fcv_remise TO WacdRemiseAcc
               END-IF
             END-IF
         END-PERFORM
       END-START
       ADD WacdBrutAcc TO WacdTotBrut
       ADD WacdRemiseAcc TO WacdTotRemise
       COMPUTE WacdNet = WacdBrutAcc - WacdRemiseAcc
       MOVE SPACE TO ticketLigne
       STRING fta_idcli ';' fta_num ';' fta_reference ';'
     -     WacdNbCmd ';' WacdTotLignes ';' WacdBrutAcc ';'
     -     WacdRemiseAcc ';' WacdNet
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY 'Client ',fta_idcli,' accord ',fta_num,' (',
     -   FUNCTION TRIM(fta_reference),') : ',WacdNbCmd,
     -   ' commande(s), ',WacdTotLignes,' ligne(s), remise ',
     -     WacdRemiseAcc,' EUR'.

      ****************RAPPORT_RECLAMATIONS_MOIS***********************
      *Rapport mensuel des réclamations : par restaurant et par      *
      *catégorie, dossiers ouverts dans le mois, dossiers résolus et *
      *délai moyen de résolution en jours, dans                      *
      *reclamations_<AAAAMM>.txt ; le restaurant 0 regroupe les      *
      *dossiers sans restaurant                                      *
      ****************************************************************
       RAPPORT_RECLAMATIONS_MOIS.
       DISPLAY '================================'
       DISPLAY '=== RECLAMATIONS DU MOIS     ==='
       DISPLAY '================================'
       MOVE 0 TO WrclMois
       PERFORM WITH TEST AFTER UNTIL WrclMois >= 1
     -    AND WrclMois <= 12
         DISPLAY 'Mois (MM) :'
         ACCEPT WrclMois
       END-PERFORM
       MOVE 0 TO WrclAnnee
       PERFORM WITH TEST AFTER UNTIL WrclAnnee >= 2015
         DISPLAY 'Année (AAAA) :'
         ACCEPT WrclAnnee
       END-PERFORM
       COMPUTE WrclPeriode = WrclAnnee * 100 + WrclMois
       MOVE 0 TO WrclTotNb
       MOVE 0 TO WrclTotResolus
       MOVE 0 TO WrclTotJours
       MOVE SPACE TO WNomFichierTicket
       STRING 'reclamations_' WrclPeriode '.txt' DELIMITED BY SIZE
     -   INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'RECLAMATIONS - PERIODE ' WrclPeriode
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE 'rest;categorie;ouvertes;resolues;delaiMoyenJours' TO
     -     ticketLigne
       WRITE ticketLigne
       OPEN INPUT fReclamations
       MOVE 0 TO WrclIdRest
       PERFORM CUMULER_RECLAMATIONS_RESTO
       OPEN INPUT frestaurants
       MOVE 0 TO WrclFinRest
       PERFORM WITH TEST AFTER UNTIL WrclFinRest = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WrclFinRest
         NOT AT END
           MOVE fr_id TO WrclIdRest
           PERFORM CUMULER_RECLAMATIONS_RESTO
       END-PERFORM
       CLOSE frestaurants
       CLOSE fReclamations
       MOVE 0 TO WrclMoyenne
       IF WrclTotResolus > 0 THEN
         COMPUTE WrclMoyenne ROUNDED = WrclTotJours / WrclTotResolus
       END-IF
       MOVE SPACE TO ticketLigne
       STRING 'TOTAL;;' WrclTotNb ';' WrclTotResolus ';' WrclMoyenne
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY '--------------------------------'
       DISPLAY 'Dossiers ouverts : ',WrclTotNb
       DISPLAY 'Dossiers résolus : ',WrclTotResolus,
     -   ' - délai moyen : ',WrclMoyenne,' jour(s)'
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'RECLAMATIONS DU MOIS' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '================================'.

      ****************CUMULER_RECLAMATIONS_RESTO**********************
      *Cumule par catégorie les dossiers ouverts dans le mois        *
      *WrclPeriode pour le restaurant WrclIdRest (fReclamations ouvert*
      *par l'appelant) et écrit une ligne par catégorie concernée    *
      ****************************************************************
       CUMULER_RECLAMATIONS_RESTO.
       MOVE 1 TO WrclIdx
       PERFORM UNTIL WrclIdx > 5
         MOVE 0 TO WrclCatNb(WrclIdx)
         MOVE 0 TO WrclCatResolus(WrclIdx)
         MOVE 0 TO WrclCatJours(WrclIdx)
         ADD 1 TO WrclIdx
       END-PERFORM
       MOVE 0 TO frcl_id
       START fReclamations, KEY IS >= frcl_id
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WrclFin
         PERFORM WITH TEST AFTER UNTIL WrclFin = 1
           READ fReclamations NEXT
           AT END MOVE 1 TO WrclFin
           NOT AT END
             COMPUTE WrclPerLu = frcl_dateOuverture / 100
             IF frcl_idrest = WrclIdRest AND WrclPerLu = WrclPeriode
     -          AND frcl_categorie >= 1 AND frcl_categorie <= 5 THEN
               ADD 1 TO WrclCatNb(frcl_categorie)
               IF frcl_dateResolution > 0 THEN
                 ADD 1 TO WrclCatResolus(frcl_categorie)
                 COMPUTE WrclJour =
     -             FUNCTION INTEGER-OF-DATE(frcl_dateResolution)
     -             - FUNCTION INTEGER-OF-DATE(frcl_dateOuverture)
                 ADD WrclJour TO WrclCatJours(frcl_categorie)
               END-IF
             END-IF
         END-PERFORM
       END-START
       MOVE 1 TO WrclIdx
       PERFORM UNTIL WrclIdx > 5
         IF WrclCatNb(WrclIdx) > 0 THEN
           MOVE WrclIdx TO frcl_categorie
           PERFORM LIBELLES_RECLAMATION
           MOVE 0 TO WrclMoyenne
           IF WrclCatResolus(WrclIdx) > 0 THEN
             COMPUTE WrclMoyenne ROUNDED =
     -         WrclCatJours(WrclIdx) / WrclCatResolus(WrclIdx)
           END-IF
           ADD WrclCatNb(WrclIdx) TO WrclTotNb
           ADD WrclCatResolus(WrclIdx) TO WrclTotResolus
           ADD WrclCatJours(WrclIdx) TO WrclTotJours
           MOVE SPACE TO ticketLigne
           STRING WrclIdRest ';' WrclLibCategorie ';'
     -       WrclCatNb(WrclIdx) ';' WrclCatResolus(WrclIdx) ';'
     -       WrclMoyenne DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY 'Restaurant ',WrclIdRest,' - ',WrclLibCategorie,
     -       ' : ',WrclCatNb(WrclIdx),' ouvert(s), ',
     -       WrclCatResolus(WrclIdx),' résolu(s), délai moyen ',
     -       WrclMoyenne,' j'
         END-IF
         ADD 1 TO WrclIdx
       END-PERFORM.

      ****************ESCALADER_RECLAMATIONS**************************
      *Escalade au Directeur des dossiers de réclamation non résolus *
      *dont l'échéance est dépassée : le dossier est marqué escaladé *
      *(il figure alors dans la liste du Directeur) et repris sur la *
      *fiche escalade_reclamations_<AAAAMMJJ>.txt inscrite au spool  *
      ****************************************************************
       ESCALADER_RECLAMATIONS.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WrclNbEscalades
       MOVE SPACE TO WNomFichierTicket
       STRING 'escalade_reclamations_' WdateSystemeISOInt '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'RECLAMATIONS EN RETARD ESCALADEES AU DIRECTEUR - '
     -     WdateSystemeISOInt DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE 'dossier;client;rest;categorie;gravite;echeance;resp'
     -   TO ticketLigne
       WRITE ticketLigne
       OPEN I-O fReclamations
       MOVE 0 TO WrclFin
       PERFORM WITH TEST AFTER UNTIL WrclFin = 1
         READ fReclamations NEXT
         AT END MOVE 1 TO WrclFin
         NOT AT END
           IF frcl_active AND frcl_escalade = 0
     -        AND frcl_dateEcheance < WdateSystemeISOInt THEN
             MOVE 1 TO frcl_escalade
             MOVE WdateSystemeISOInt TO frcl_dateEscalade
             REWRITE reclTampon
             IF frcl_stat = 0 THEN
               ADD 1 TO WrclNbEscalades
               PERFORM LIBELLES_RECLAMATION
               MOVE SPACE TO ticketLigne
               STRING frcl_id ';' frcl_idcli ';' frcl_idrest ';'
     -           WrclLibCategorie ';' frcl_gravite ';'
     -           frcl_dateEcheance ';' frcl_responsable
     -           DELIMITED BY SIZE INTO ticketLigne
               WRITE ticketLigne
               MOVE 'fReclamations' TO WauditFichier
               MOVE frcl_id TO WauditCle
               MOVE 'MODIF' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             END-IF
           END-IF
       END-PERFORM
       CLOSE fReclamations
       CLOSE fTicket
       DISPLAY WrclNbEscalades,' réclamation(s) escaladée(s) au '
     -   'Directeur'
       IF WrclNbEscalades > 0 THEN
         MOVE 'ESCALADE RECLAMATIONS' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF.

      ****************RAPPORT_AGEING_COMPTES*****************************
      *Balance âgée des comptes société : pour chaque client de type *
      *société dont le solde dû n'est pas nul, ventile les paiements *
      *imputés sur le compte (mode 5) par ancienneté (0-30, 31-60,   *
      *61-90, plus de 90 jours) et affiche le solde dû et le plafond *
      ****************************************************************
       RAPPORT_AGEING_COMPTES.
       DISPLAY '================================'
       DISPLAY '=== BALANCE AGEE DES COMPTES ==='
       DISPLAY '================================'
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WdateSystemeEntier =
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
       OPEN INPUT fclients
       OPEN INPUT fPaiements
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fclients NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           IF fc_clientSociete AND fc_soldeCompte > 0 THEN
             PERFORM VENTILER_AGE_COMPTE
             DISPLAY '--------------------------------'
             DISPLAY 'Société ',fc_id,' - ',fc_nom
             DISPLAY '  Solde dû : ',fc_soldeCompte,
     -         ' (plafond : ',fc_limiteCredit,')'
             DISPLAY '  Imputations  0-30 jours : ',WcptAge30
             DISPLAY '  Imputations 31-60 jours : ',WcptAge60
             DISPLAY '  Imputations 61-90 jours : ',WcptAge90
             DISPLAY '  Imputations +90 jours   : ',WcptAgePlus
           END-IF
       END-PERFORM
       CLOSE fclients
       CLOSE fPaiements
       DISPLAY '================================'.

      ****************VENTILER_AGE_COMPTE********************************
      *Cumule les paiements sur compte (mode 5) du client du tampon  *
      *cliTampon dans les tranches d'ancienneté de la balance âgée   *
      ****************************************************************
       VENTILER_AGE_COMPTE.
       MOVE 0 TO WcptAge30
       MOVE 0 TO WcptAge60
       MOVE 0 TO WcptAge90
       MOVE 0 TO WcptAgePlus
       MOVE 0 TO fpay_id
       START fPaiements, KEY IS >= fpay_id
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WclotFinResa
      *validité, jour de semaine, plage horaire, restaurant et       *
      *article ciblés), consultation et désactivation ; les règles   *
      *actives sont évaluées par SAISIR_COMMANDE avant la remise     *
      *fidélité ; une règle réservée aux coupons de campagne         *
      *(actif = 2) ne s'applique que sur présentation du coupon      *
      ****************************************************************
       GERER_PROMOTIONS.
       DISPLAY '================================'
             ACCEPT fpr_idrest
             DISPLAY 'Menu ou plat ciblé (vide : toute commande) :'
             ACCEPT fpr_cible
             MOVE 9 TO WpromoCoupon
             PERFORM WITH TEST AFTER UNTIL WpromoCoupon <= 1
               DISPLAY 'Réservée aux coupons de campagne ? 1 : oui, '
     -           '0 : non'
               ACCEPT WpromoCoupon
             END-PERFORM
             IF WpromoCoupon = 1 THEN
               MOVE 2 TO fpr_actif
             ELSE
               MOVE 1 TO fpr_actif
             END-IF
             WRITE promoTampon
             IF fpr_stat = 0 THEN
               DISPLAY 'Promotion ',fpr_id,' créée'
      *inscriptions au registre des factures et notifications dont   *
      *la réservation n'existe plus au fichier vivant (archivée),    *
      *pour que datapaiements.dat et ses voisins cessent de grossir  *
      *(freservations ouvert par l'appelant) ; les notifications de  *
      *campagne, sans réservation, restent en place pour le suivi    *
      *des résultats de leur campagne                                *
      ****************************************************************
       ARCHIVER_ANNEXES_RESAS.
       MOVE 0 TO WarcNbPaie
         AT END MOVE 1 TO WbonFin
         NOT AT END
           MOVE ffa_idresa TO frs_id
           IF NOT ffa_interco THEN
             READ freservations
               INVALID KEY
                 MOVE factureTampon TO archiveFactLigne
                 WRITE archiveFactLigne
                 DELETE fFactures
                 END-DELETE
                 ADD 1 TO WarcNbFact
               NOT INVALID KEY
                 CONTINUE
             END-READ
           END-IF
       END-PERFORM
       CLOSE fArchiveFact
       CLOSE fFactures
         READ fNotifications NEXT
         AT END MOVE 1 TO WbonFin
         NOT AT END
           IF fnt_modele NOT = 'CAMPAGNE' THEN
           MOVE fnt_idresa TO frs_id
           READ freservations
             INVALID KEY
             NOT INVALID KEY
               CONTINUE
           END-READ
           END-IF
       END-PERFORM
       CLOSE fArchiveNotif
       CLOSE fNotifications
                 ADD 1 TO WmigIdx
               END-PERFORM
               MOVE 0 TO frs_codeMotifAnnul
               MOVE 0 TO frs_nbAdultes
               MOVE 0 TO frs_nbEnfants
               MOVE 0 TO frs_nbBebes
               MOVE 0 TO frs_remiseEnfants
               MOVE 0 TO frs_nbReserves
               MOVE 0 TO frs_fraisAbsents
               MOVE 0 TO frs_dateCreation
               WRITE resaTampon
               IF frs_stat = 0 THEN
                 ADD 1 TO WmigNb
               MOVE 0 TO fc_naissAnnee
               MOVE 0 TO fc_consentMarketing
               MOVE SPACE TO fc_allergies
               MOVE 0 TO fc_versionCle
               PERFORM CHIFFRER_CLIENT
               WRITE cliTampon
               IF fc_stat = 0 THEN
                 ADD 1 TO WmigNb
       MOVE 0 TO WzFrais
       MOVE 0 TO WzAbsences
       MOVE 1 TO WzIdxMode
       PERFORM WITH TEST AFTER UNTIL WzIdxMode > 6
         MOVE 0 TO WzModeMontant(WzIdxMode)
         ADD 1 TO WzIdxMode
       END-PERFORM
     -            AND frs_date_mois = WdateSystemeISO_mois
     -            AND frs_date_jour = WdateSystemeISO_jour THEN
                 IF frs_statut = 1 AND frs_prix > 0 THEN
                   IF frs_typeResa < 3 THEN
                     ADD frs_nbPersonnes TO WzCouverts
                   END-IF
                   ADD frs_prix TO WzCA
           AT END MOVE 1 TO WbonFin
           NOT AT END
             IF fpay_idresa = frs_id AND NOT fpay_annulee THEN
               IF fpay_mode >= 1 AND fpay_mode <= 6 THEN
                 ADD fpay_montant TO WzModeMontant(fpay_mode)
               END-IF
             END-IF
       STRING 'zreport_' fcz_idrest DELIMITED BY SIZE
     -   '_' fcz_date DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '              - sur compte : ' WzModeMontant(5)
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '              - porte-monnaie : ' WzModeMontant(6)
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '======================================' TO ticketLigne
      *Export comptable mensuel : transforme les réservations        *
      *facturées de la période en écritures de journal équilibrées   *
      *(CA HT par restaurant, TVA collectée au taux de chaque        *
      *restaurant, frais d'annulation, remboursements, remises,      *
      *factures inter-sociétés côté cédant et côté cessionnaire,     *
      *dotations aux amortissements et cessions d'immobilisations    *
      *passées pour la période, ajustement des produits constatés    *
      *d'avance de l'état du mois, impayés carte des litiges perdus  *
      *dans le mois, remises et règlements des titres restaurant) dans*
      *un fichier à format fixe journal_compta_<AAAAMM>.txt          *
      *(JOURNAL;DATE;COMPTE;LIBELLE;DEBIT;CREDIT) que le logiciel de *
      *la comptabilité peut ingérer, avec un état de contrôle des    *
      *totaux débit/crédit                                           *
      ****************************************************************
       EXPORTER_JOURNAL_COMPTA.
       DISPLAY '================================'
         DISPLAY 'Année à exporter (AAAA) :'
         ACCEPT WcjAnnee
       END-PERFORM
       PERFORM PRODUIRE_JOURNAL_COMPTA.

      ****************PRODUIRE_JOURNAL_COMPTA****************************
      *Produit le journal comptable du mois WcjMois/WcjAnnee (saisi  *
      *à l'écran ou posé par la chaîne de fin de mois)               *
      ****************************************************************
       PRODUIRE_JOURNAL_COMPTA.
       COMPUTE WcjPeriode = WcjAnnee * 100 + WcjMois
       MOVE 0 TO WcjNb
       MOVE 0 TO WcjSatureAvert
           ADD 1 TO WcjIdx
         END-PERFORM
         CLOSE fValorisations
         OPEN INPUT fFacInterco
         MOVE WcjPeriode TO ffi_periode
         MOVE 0 TO WicEof
         START fFacInterco, KEY IS = ffi_periode
           INVALID KEY MOVE 1 TO WicEof
         END-START
         PERFORM UNTIL WicEof = 1
           READ fFacInterco NEXT
           AT END MOVE 1 TO WicEof
           NOT AT END
             IF ffi_periode NOT = WcjPeriode THEN
               MOVE 1 TO WicEof
             ELSE
               PERFORM ECRIRE_JOURNAL_INTERCO
             END-IF
         END-PERFORM
         CLOSE fFacInterco
         OPEN INPUT fDotations
         MOVE WcjPeriode TO fdo_periode
         MOVE 0 TO fdo_idimmo
         MOVE 0 TO fdo_type
         MOVE 0 TO WimFin
         START fDotations, KEY IS >= fdo_cle
           INVALID KEY MOVE 1 TO WimFin
         END-START
         PERFORM UNTIL WimFin = 1
           READ fDotations NEXT
           AT END MOVE 1 TO WimFin
           NOT AT END
             IF fdo_periode NOT = WcjPeriode THEN
               MOVE 1 TO WimFin
             ELSE
               PERFORM ECRIRE_JOURNAL_DOTATION
             END-IF
         END-PERFORM
         CLOSE fDotations
         PERFORM ECRIRE_JOURNAL_PROD_AVANCE
         PERFORM ECRIRE_JOURNAL_LITIGES
         PERFORM ECRIRE_JOURNAL_TITRES
         MOVE SPACE TO exportLigne
         STRING 'CONTROLE;' WcjPeriode ';;TOTAL;' WcjDebitTotal ';'
     -     WcjCreditTotal DELIMITED BY SIZE INTO exportLigne
             AT END MOVE 1 TO Wfin
             NOT AT END
               IF frs_idrest = fr_id AND frs_statut = 1
     -            AND frs_typeResa < 3
     -            AND frs_date_annee = WhmAnnee THEN
                 MOVE frs_date_annee TO WdateResaISO_annee
                 MOVE frs_date_mois TO WdateResaISO_mois
      *globale, cuisine et service, tendance par rapport au mois     *
      *précédent, et liste des plus mauvais verbatims (note globale  *
      *inférieure ou égale à 2) avec les menus de la réservation     *
      *concernée pour repérer les corrélations ; l'identifiant 0     *
      *produit le rapport de tous les restaurants du périmètre       *
      *choisi (marque, région) avec sous-totaux et total             *
      ****************************************************************
       RAPPORT_QUALITE.
       DISPLAY '================================'
       DISPLAY '=== RAPPORT QUALITE          ==='
       DISPLAY '================================'
       DISPLAY 'Identifiant du restaurant (0 = tous ceux du '
     -   'périmètre) :'
       ACCEPT WidRestSauv
       MOVE 1 TO WsatOK
       IF WidRestSauv NOT = 0 THEN
         MOVE WidRestSauv TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
         MOVE WscopeOK TO WsatOK
       END-IF
       IF WsatOK = 1 THEN
         PERFORM WITH TEST AFTER UNTIL WsatMois >= 1
     -      AND WsatMois <= 12
           DISPLAY 'Mois (MM) :'
           ACCEPT WsatMois
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL WsatAnnee >= 2015
           DISPLAY 'Année (AAAA) :'
           ACCEPT WsatAnnee
         END-PERFORM
         COMPUTE WsatPeriode = WsatAnnee * 100 + WsatMois
         IF WsatMois = 1 THEN
           COMPUTE WsatPeriodePrec = (WsatAnnee - 1) * 100 + 12
         ELSE
           COMPUTE WsatPeriodePrec = WsatPeriode - 1
         END-IF
         IF WidRestSauv = 0 THEN
           PERFORM SAISIR_PERIMETRE_GROUPE
           PERFORM CHARGER_PERIMETRE_GROUPE
         END-IF
         MOVE SPACE TO WNomFichierTicket
         STRING 'rapport_qualite_' WsatPeriode DELIMITED BY SIZE
     -     '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE SPACE TO ticketLigne
         STRING 'Rapport qualité - restaurant ' WidRestSauv
     -     ' - période ' WsatPeriode
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         IF WidRestSauv = 0 THEN
           DISPLAY WrupFiltre
           MOVE WrupFiltre TO ticketLigne
           WRITE ticketLigne
           PERFORM RAPPORT_QUALITE_GROUPE
         ELSE
           PERFORM QUALITE_RESTO
           PERFORM MOYENNES_QUALITE
         END-IF
         CLOSE fTicket
         MOVE 'RAPPORT QUALITE' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF
       DISPLAY '================================'.

      ****************QUALITE_RESTO**************************************
      *Cumule les fiches de satisfaction du restaurant WidRestSauv   *
      *pour la période WsatPeriode et la précédente, et imprime les  *
      *plus mauvais verbatims avec les menus commandés               *
      ****************************************************************
       QUALITE_RESTO.
       MOVE 0 TO WsatNb
       MOVE 0 TO WsatSomG
       MOVE 0 TO WsatSomC
       MOVE 0 TO WsatSomS
       MOVE 0 TO WsatNbPrec
       MOVE 0 TO WsatSomPrec
       OPEN INPUT fSatisfaction
       OPEN INPUT freservations
       MOVE 0 TO Wfin
           END-IF
       END-PERFORM
       CLOSE freservations
       CLOSE fSatisfaction.

      ****************MOYENNES_QUALITE***********************************
      *Moyennes des notes cumulées dans les compteurs WsatNb,        *
      *WsatSom* et tendance par rapport au mois précédent, affichées *
      *et imprimées dans fTicket                                     *
      ****************************************************************
       MOYENNES_QUALITE.
       IF WsatNb = 0 THEN
         DISPLAY 'Aucune fiche de satisfaction sur la période'
         MOVE 'Aucune fiche de satisfaction sur la période'
           END-IF
           WRITE ticketLigne
         END-IF
       END-IF.

      ****************RAPPORT_QUALITE_GROUPE*****************************
      *Rapport qualité de chacun des restaurants du périmètre chargé *
      *par CHARGER_PERIMETRE_GROUPE, avec sous-totaux par marque     *
      *et/ou région et total du périmètre (moyennes pondérées par le *
      *nombre de fiches)                                             *
      ****************************************************************
       RAPPORT_QUALITE_GROUPE.
       INITIALIZE WsatCumulsSous
       INITIALIZE WsatCumulsTot
       OPEN INPUT frestaurants
       PERFORM VARYING WrupIdx FROM 1 BY 1 UNTIL WrupIdx > WrupNb
         IF WrupNiveau > 0 AND WrupIdx > 1 THEN
           IF WrupCle(WrupIdx) NOT = WrupCle(WrupIdx - 1) THEN
             COMPUTE WrupIdxLib = WrupIdx - 1
             PERFORM SOUS_TOTAL_QUALITE
           END-IF
         END-IF
         MOVE WrupId(WrupIdx) TO fr_id
         READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           DISPLAY '--------------------------------'
           DISPLAY 'Restaurant ',fr_id,' - ',fr_nom
           MOVE SPACE TO ticketLigne
           STRING 'Restaurant ' fr_id ' - ' fr_nom
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           MOVE fr_id TO WidRestSauv
           PERFORM QUALITE_RESTO
           PERFORM MOYENNES_QUALITE
           ADD WsatNb TO WsatSNb WsatTNb
           ADD WsatSomG TO WsatSSomG WsatTSomG
           ADD WsatSomC TO WsatSSomC WsatTSomC
           ADD WsatSomS TO WsatSSomS WsatTSomS
           ADD WsatNbPrec TO WsatSNbPrec WsatTNbPrec
           ADD WsatSomPrec TO WsatSSomPrec WsatTSomPrec
         END-READ
       END-PERFORM
       CLOSE frestaurants
       IF WrupNiveau > 0 AND WrupNb > 0 THEN
         MOVE WrupNb TO WrupIdxLib
         PERFORM SOUS_TOTAL_QUALITE
       END-IF
       DISPLAY '================================'
       DISPLAY 'Total du périmètre'
       MOVE 'Total du périmètre' TO ticketLigne
       WRITE ticketLigne
       MOVE WsatTNb TO WsatNb
       MOVE WsatTSomG TO WsatSomG
       MOVE WsatTSomC TO WsatSomC
       MOVE WsatTSomS TO WsatSomS
       MOVE WsatTNbPrec TO WsatNbPrec
       MOVE WsatTSomPrec TO WsatSomPrec
       PERFORM MOYENNES_QUALITE
       MOVE 0 TO WidRestSauv.

      ****************SOUS_TOTAL_QUALITE*********************************
      *Moyennes du groupe de restaurants qui se termine au rang      *
      *WrupIdxLib du périmètre, puis remise à zéro des cumuls        *
      ****************************************************************
       SOUS_TOTAL_QUALITE.
       PERFORM LIBELLE_RUPTURE_GROUPE
       DISPLAY '================================'
       DISPLAY 'Sous-total ',WrupLibelle
       MOVE SPACE TO ticketLigne
       STRING 'Sous-total ' WrupLibelle DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE WsatSNb TO WsatNb
       MOVE WsatSSomG TO WsatSomG
       MOVE WsatSSomC TO WsatSomC
       MOVE WsatSSomS TO WsatSomS
       MOVE WsatSNbPrec TO WsatNbPrec
       MOVE WsatSSomPrec TO WsatSomPrec
       PERFORM MOYENNES_QUALITE
       INITIALIZE WsatCumulsSous.

      ****************EXPORTER_TOUTES_DONNEES_CSV*******************
      *Exporte le contenu intégral des six fichiers de données vers *
       ELSE
         MOVE 'siège / BI' TO WpdDest
         MOVE 'sauvegarde nocturne' TO WpdFinalite
         IF WchfActif = 1 THEN
           MOVE 2 TO WpdMasque
         ELSE
           MOVE 0 TO WpdMasque
         END-IF
       END-IF
       OPEN INPUT fclients
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'id;nom;prenom;nbReserv;nbAbsences;pctReduc;'
     -   'pointsFidelite;tel;mail;rue;ville;codeP;versionCle'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE 0 TO WpdNbExport
           MOVE SPACE TO exportLigne
           STRING fc_id ';' fc_nom ';' fc_prenom ';' fc_nbReserv ';'
     -       fc_nbAbsences ';' fc_pctReduc ';' fc_pointsFidelite ';'
     -       WpdTelMasque ';' WpdMailMasque ';' WpdRueMasque ';'
     -       fc_ville ';' fc_codeP ';' fc_versionCle
     -       DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
           ADD 1 TO WpdNbExport
      ****************DEMANDER_DESTINATAIRE_EXPORT***********************
      *Demande le destinataire, la finalité et le mode masqué d'un   *
      *export de données personnelles, pour le registre RGPD des     *
      *exports. Quand les données protégées des clients sont        *
      *chiffrées, l'export les porte par défaut sous leur forme      *
      *chiffrée (WpdMasque = 2) ; l'export en clair est réservé aux  *
      *rôles autorisés à les consulter                               *
      ****************************************************************
       DEMANDER_DESTINATAIRE_EXPORT.
       DISPLAY 'Destinataire de l''export :'
       MOVE SPACE TO WpdFinalite
       ACCEPT WpdFinalite
       MOVE 9 TO WpdMasque
       IF WchfActif = 1 THEN
         PERFORM WITH TEST AFTER UNTIL WpdMasque <= 2
           DISPLAY 'Forme des données protégées : 2 : chiffrée, '
     -       '1 : masquée (téléphone et mail tronqués), '
     -       '0 : en clair'
           ACCEPT WpdMasque
         END-PERFORM
         IF WpdMasque = 0 AND WchfLecture = 0 THEN
           DISPLAY 'Export en clair non autorisé pour votre rôle : '
     -       'données exportées sous forme chiffrée'
           MOVE 2 TO WpdMasque
         END-IF
       ELSE
         PERFORM WITH TEST AFTER UNTIL WpdMasque <= 1
           DISPLAY 'Export masqué (téléphone et mail tronqués, '
     -       'pour un destinataire sans besoin des valeurs en '
     -       'clair) ? '
     -       '1 : oui, 0 : non'
           ACCEPT WpdMasque
         END-PERFORM
       END-IF.

      ****************MASQUER_COORDONNEES_CLIENT*************************
      *Prépare le téléphone, le mail et la rue du client courant    *
      *pour l'export : valeurs en clair, tronquées quand le mode     *
      *masqué est demandé (4 premiers chiffres du téléphone, 3       *
      *premiers caractères du mail, rue masquée si les données sont  *
      *chiffrées), ou sous leur forme chiffrée (mode 2, la version de*
      *clé étant exportée avec l'enregistrement)                     *
      ****************************************************************
       MASQUER_COORDONNEES_CLIENT.
       IF WpdMasque = 2 THEN
         PERFORM CHIFFRER_CLIENT
         MOVE fc_tel TO WpdTelMasque
         MOVE fc_mail TO WpdMailMasque
         MOVE fc_rue TO WpdRueMasque
       ELSE
         PERFORM DECHIFFRER_CLIENT
         MOVE fc_rue TO WpdRueMasque
         IF WpdMasque = 1 THEN
           MOVE 0 TO WpdTelMasque
           MOVE fc_tel(1:4) TO WpdTelMasque(1:4)
           MOVE SPACE TO WpdMailMasque
           STRING fc_mail(1:3) '***' DELIMITED BY SIZE
     -       INTO WpdMailMasque
           IF WchfActif = 1 THEN
             MOVE '***' TO WpdRueMasque
           END-IF
         ELSE
           MOVE fc_tel TO WpdTelMasque
           MOVE fc_mail TO WpdMailMasque
         END-IF
       END-IF.

      ****************ENREGISTRER_REGISTRE_EXPORT************************
      *paiement non encore réglé de même mode, même montant et même  *
      *date appartenant au même restaurant (via la réservation), qui *
      *est alors marqué réglé (fpay_rapproche) pour ne jamais être   *
      *rapproché deux fois ; une ligne en mode 3 (virement d'un      *
      *émetteur de titres restaurant) est rapprochée d'un bordereau  *
      *réglé du restaurant pour le même net. Les lignes du relevé sans*
      *paiement et les paiements du jour sans ligne de relevé sont   *
      *comptés par restaurant dans l'état d'écart                    *
      *rapprochement_<date>.txt, complété de l'encours des titres    *
      *restaurant par émetteur                                       *
      ****************************************************************
       RAPPROCHER_REGLEMENTS.
       DISPLAY '================================'
       ELSE
       OPEN I-O fPaiements
       OPEN INPUT freservations
       OPEN I-O fBordereauxTitres
       MOVE 0 TO WrapNbRapproches
       MOVE 0 TO WrapNbInconnus
       MOVE 0 TO WrapNbNonRegles
       END-PERFORM
       PERFORM COMPTER_PAIEMENTS_NON_REGLES
       CLOSE fReleveAcq
       CLOSE fBordereauxTitres
       CLOSE freservations
       CLOSE fPaiements
       PERFORM IMPRIMER_ETAT_RAPPROCHEMENT

      ****************RAPPROCHER_UNE_LIGNE_RELEVE************************
      *Rapproche une ligne du relevé acquéreur d'un paiement non     *
      *réglé de même restaurant, mode, montant et date, ou d'un      *
      *bordereau de titres restaurant réglé pour une ligne en mode 3 *
      *(fichiers ouverts par l'appelant) ; la ligne sans contrepartie*
      *est comptée en écart côté relevé                              *
      ****************************************************************
       RAPPROCHER_UNE_LIGNE_RELEVE.
       MOVE SPACE TO WrapChamps
         MOVE WrapModeX TO WrapMode
         COMPUTE WrapMontant = FUNCTION NUMVAL(WrapMontantX)
         MOVE 0 TO WrapTrouve
         IF WrapMode = 3 THEN
           PERFORM RAPPROCHER_LIGNE_TITRES
         ELSE
           MOVE 0 TO WrapFinPay
           MOVE LOW-VALUE TO fpay_id
           START fPaiements, KEY IS >= fpay_id
             INVALID KEY MOVE 1 TO WrapFinPay
           END-START
           PERFORM WITH TEST AFTER UNTIL WrapFinPay = 1
             READ fPaiements NEXT
             AT END MOVE 1 TO WrapFinPay
             NOT AT END
               IF fpay_rapproche = 0 AND fpay_mode = WrapMode
     -              AND NOT fpay_annulee
     -              AND fpay_montant = WrapMontant
     -              AND fpay_date = WrapDate THEN
                 MOVE fpay_idresa TO frs_id
                 READ freservations
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF frs_idrest = WrapIdRest THEN
                       MOVE 1 TO fpay_rapproche
                       REWRITE payTampon
                       IF fpay_stat = 0 THEN
                         MOVE 1 TO WrapTrouve
                         MOVE 1 TO WrapFinPay
                         ADD 1 TO WrapNbRapproches
                         MOVE 'fPaiements' TO WauditFichier
                         MOVE fpay_id TO WauditCle
                         MOVE 'RAPPROCHE' TO WauditOperation
                         PERFORM ENREGISTRER_AUDIT
                       END-IF
                     END-IF
                 END-READ
               END-IF
           END-PERFORM
         END-IF
         IF WrapTrouve = 1 THEN
           MOVE 1 TO WrapCumul
           PERFORM CUMULER_RAPPROCHEMENT_RESTO
        END-IF
       END-IF.

      ****************RAPPROCHER_LIGNE_TITRES****************************
      *Ligne de relevé en mode 3 : virement d'un émetteur de titres  *
      *restaurant, rapproché d'un bordereau réglé du même restaurant *
      *pour le même montant net et pas encore rapproché, qui est     *
      *alors marqué rapproché (fBordereauxTitres ouvert par          *
      *l'appelant)                                                   *
      ****************************************************************
       RAPPROCHER_LIGNE_TITRES.
       MOVE 0 TO WrapFinPay
       MOVE WrapIdRest TO fbt_idrest
       MOVE 0 TO fbt_num
       START fBordereauxTitres, KEY IS >= fbt_cle
         INVALID KEY MOVE 1 TO WrapFinPay
       END-START
       PERFORM UNTIL WrapFinPay = 1
         READ fBordereauxTitres NEXT
         AT END MOVE 1 TO WrapFinPay
         NOT AT END
           IF fbt_idrest NOT = WrapIdRest THEN
             MOVE 1 TO WrapFinPay
           ELSE
             IF fbt_regle AND fbt_rapproche = 0
     -          AND fbt_montantRegle = WrapMontant THEN
               MOVE 1 TO fbt_rapproche
               REWRITE bordereauTampon
               IF fbt_stat = 0 THEN
                 MOVE 1 TO WrapTrouve
                 MOVE 1 TO WrapFinPay
                 ADD 1 TO WrapNbRapproches
                 MOVE 'fBordereauxTitr' TO WauditFichier
                 MOVE fbt_cle TO WauditCle
                 MOVE 'RAPPROCHE' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               END-IF
             END-IF
           END-IF
         END-READ
       END-PERFORM.

      ****************COMPTER_PAIEMENTS_NON_REGLES***********************
      *Après le passage du relevé, compte par restaurant les         *
      *paiements carte et virement de la date rapprochée restés sans *

      ****************IMPRIMER_ETAT_RAPPROCHEMENT************************
      *Ecrit l'état d'écart du rapprochement du jour, par restaurant,*
      *suivi de l'encours des titres restaurant par émetteur, dans   *
      *rapprochement_<date>.txt et l'affiche à l'écran               *
      ****************************************************************
       IMPRIMER_ETAT_RAPPROCHEMENT.
       STRING 'rapprochement_' WrapDate DELIMITED BY SIZE
     -     '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
     -     WrapNbNonRegles ' paiement(s) sans relevé'
     -     DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE 0 TO WttFiltreRest
       PERFORM CALCULER_ENCOURS_TITRES
       PERFORM ECRIRE_ENCOURS_TITRES
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
     -     WrapNbNonRegles,' paiement(s) sans relevé'
       DISPLAY 'Etat écrit : ',WNomFichierTicket.

      ****************RAPPROCHER_VERSEMENTS_PLATEFORME****************
      *Rapprochement du relevé de versement hebdomadaire d'une       *
      *plateforme de livraison (versement_<canal>_<AAAAMMJJ>.csv, une*
      *ligne par commande : référence;montant brut;commission;       *
      *remboursement;ajustement;net versé, référence vide pour un    *
      *ajustement global) avec les commandes importées               *
      *(datacmdplateforme.dat) ; état des commissions, remboursements*
      *et ajustements, et des commandes servies de la période restées*
      *sans versement                                                *
      ****************************************************************
       RAPPROCHER_VERSEMENTS_PLATEFORME.
       DISPLAY '================================'
       DISPLAY '=== VERSEMENTS PLATEFORME     ==='
       DISPLAY '================================'
       DISPLAY 'Code du canal de la plateforme :'
       ACCEPT WplCanal
       MOVE 0 TO WplTrouve
       OPEN INPUT fCanaux
       MOVE WplCanal TO fch_code
       READ fCanaux
         INVALID KEY
           DISPLAY 'Canal inconnu'
         NOT INVALID KEY
           MOVE fch_nom TO WplNomCanal
           MOVE fch_modeCommission TO WvpModeComm
           MOVE fch_taux TO WvpTauxComm
           MOVE 1 TO WplTrouve
       END-READ
       CLOSE fCanaux
       IF WplTrouve = 1 THEN
         MOVE 0 TO WvpDate
         PERFORM WITH TEST AFTER UNTIL WvpDate > 20150000
           DISPLAY 'Date du relevé de versement (AAAAMMJJ) :'
           ACCEPT WvpDate
         END-PERFORM
         MOVE 0 TO WvpDebut
         PERFORM WITH TEST AFTER UNTIL WvpDebut > 20150000
           DISPLAY 'Première date de commande couverte (AAAAMMJJ) :'
           ACCEPT WvpDebut
         END-PERFORM
         MOVE 0 TO WvpFin
         PERFORM WITH TEST AFTER UNTIL WvpFin >= WvpDebut
           DISPLAY 'Dernière date de commande couverte (AAAAMMJJ) :'
           ACCEPT WvpFin
         END-PERFORM
         MOVE SPACE TO WNomFichierVersement
         STRING 'versement_' WplCanal '_' WvpDate '.csv'
     -     DELIMITED BY SIZE INTO WNomFichierVersement
         OPEN INPUT fVersementPlateforme
         IF fvpl_stat = 35 THEN
           DISPLAY 'Aucun relevé ',
     -       FUNCTION TRIM(WNomFichierVersement),' à rapprocher'
         ELSE
         OPEN I-O fCmdPlateforme
         OPEN INPUT freservations
         MOVE SPACE TO WNomFichierTicket
         STRING 'rapprochement_plateforme_' WplCanal '_' WvpDate
     -     '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING 'VERSEMENT ' FUNCTION TRIM(WplNomCanal) ' du '
     -     WvpDate ' - commandes du ' WvpDebut ' au ' WvpFin
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         DISPLAY ticketLigne
         MOVE 0 TO WvpNbLignes
         MOVE 0 TO WvpNbRapprochees
         MOVE 0 TO WvpNbInconnues
         MOVE 0 TO WvpNbEcarts
         MOVE 0 TO WvpNbNonPayees
         MOVE 0 TO WvpTotBrut
         MOVE 0 TO WvpTotComm
         MOVE 0 TO WvpTotRemb
         MOVE 0 TO WvpTotAjust
         MOVE 0 TO WvpTotNet
         MOVE 0 TO WvpTotNonPaye
         MOVE 0 TO WvpFinLect
         PERFORM WITH TEST AFTER UNTIL WvpFinLect = 1
           READ fVersementPlateforme
           AT END MOVE 1 TO WvpFinLect
           NOT AT END
             PERFORM RAPPROCHER_LIGNE_VERSEMENT
           END-READ
         END-PERFORM
         PERFORM LISTER_COMMANDES_NON_VERSEES
         PERFORM IMPRIMER_TOTAUX_VERSEMENT
         CLOSE fTicket
         CLOSE freservations
         CLOSE fCmdPlateforme
         CLOSE fVersementPlateforme
         DISPLAY 'Etat écrit : ',WNomFichierTicket
         MOVE 'VERSEMENT PLATEFORME' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
         END-IF
       END-IF
       DISPLAY '================================'.

      ****************RAPPROCHER_LIGNE_VERSEMENT**********************
      *Rapproche une ligne du relevé de versement de la commande de  *
      *même référence du canal : la commande est marquée versée avec *
      *le détail du relevé ; un montant brut différent de celui de   *
      *l'import, une commission hors du taux du canal ou un second   *
      *versement sont signalés en écart, une référence inconnue en   *
      *versement sans commande (fichiers ouverts par l'appelant)     *
      ****************************************************************
       RAPPROCHER_LIGNE_VERSEMENT.
       MOVE SPACE TO WvpChamps
       UNSTRING versementPlateformeLigne DELIMITED BY ';'
         INTO WvpRefX WvpBrutX WvpCommX WvpRembX WvpAjustX WvpNetX
       END-UNSTRING
       ADD 1 TO WvpNbLignes
       COMPUTE WvpBrut = FUNCTION NUMVAL(WvpBrutX)
       COMPUTE WvpComm = FUNCTION NUMVAL(WvpCommX)
       COMPUTE WvpRemb = FUNCTION NUMVAL(WvpRembX)
       COMPUTE WvpAjust = FUNCTION NUMVAL(WvpAjustX)
       COMPUTE WvpNet = FUNCTION NUMVAL(WvpNetX)
       ADD WvpBrut TO WvpTotBrut
       ADD WvpComm TO WvpTotComm
       ADD WvpRemb TO WvpTotRemb
       ADD WvpAjust TO WvpTotAjust
       ADD WvpNet TO WvpTotNet
       IF WvpRefX = SPACE THEN
         MOVE SPACE TO ticketLigne
         STRING 'Ajustement global : ' WvpAjust ' EUR, net '
     -     WvpNet ' EUR' DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         DISPLAY ticketLigne
       ELSE
         MOVE WplCanal TO fcm_canal
         MOVE WvpRefX TO fcm_ref
         READ fCmdPlateforme
           INVALID KEY
             ADD 1 TO WvpNbInconnues
             MOVE SPACE TO ticketLigne
             STRING 'Versement sans commande : ref ' WvpRefX
     -         ' brut ' WvpBrut ' net ' WvpNet
     -         DELIMITED BY SIZE INTO ticketLigne
             WRITE ticketLigne
             DISPLAY ticketLigne
           NOT INVALID KEY
             IF fcm_versee THEN
               ADD 1 TO WvpNbEcarts
               MOVE SPACE TO ticketLigne
               STRING 'Commande ' WvpRefX ' déjà versée le '
     -           fcm_dateVersement DELIMITED BY SIZE INTO ticketLigne
               WRITE ticketLigne
               DISPLAY ticketLigne
             ELSE
               ADD 1 TO WvpNbRapprochees
               IF WvpBrut NOT = fcm_montant THEN
                 ADD 1 TO WvpNbEcarts
                 COMPUTE WvpEcart = WvpBrut - fcm_montant
                 MOVE SPACE TO ticketLigne
                 STRING 'Ecart commande ' WvpRefX ' : importée '
     -             fcm_montant ' versée ' WvpBrut ' (' WvpEcart ')'
     -             DELIMITED BY SIZE INTO ticketLigne
                 WRITE ticketLigne
                 DISPLAY ticketLigne
               END-IF
               IF WvpModeComm = 1 THEN
                 COMPUTE WvpCommAttendue ROUNDED =
     -             WvpBrut * WvpTauxComm / 100
                 IF WvpComm > WvpCommAttendue + 0.01 THEN
                   ADD 1 TO WvpNbEcarts
                   MOVE SPACE TO ticketLigne
                   STRING 'Commission commande ' WvpRefX ' : '
     -               WvpComm ' pour ' WvpCommAttendue ' attendus'
     -               DELIMITED BY SIZE INTO ticketLigne
                   WRITE ticketLigne
                   DISPLAY ticketLigne
                 END-IF
               END-IF
               IF WvpRemb > 0 OR WvpAjust NOT = 0 THEN
                 MOVE SPACE TO ticketLigne
                 STRING 'Commande ' WvpRefX ' : remboursement '
     -             WvpRemb ' ajustement ' WvpAjust
     -             DELIMITED BY SIZE INTO ticketLigne
                 WRITE ticketLigne
                 DISPLAY ticketLigne
               END-IF
               MOVE 1 TO fcm_statut
               MOVE WvpDate TO fcm_dateVersement
               MOVE WvpBrut TO fcm_montantBrut
               MOVE WvpComm TO fcm_commission
               MOVE WvpRemb TO fcm_remboursement
               MOVE WvpAjust TO fcm_ajustement
               MOVE WvpNet TO fcm_montantNet
               REWRITE cmdPlateformeTampon
               IF fcm_stat = 0 THEN
                 MOVE 'fCmdPlateforme' TO WauditFichier
                 MOVE fcm_ref TO WauditCle
                 MOVE 'VERSEMENT' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               END-IF
             END-IF
         END-READ
       END-IF.

      ****************LISTER_COMMANDES_NON_VERSEES********************
      *Après le passage du relevé, liste les commandes du canal prises*
      *entre WvpDebut et WvpFin, servies (réservation confirmée, ni  *
      *annulée ni absente) et toujours sans versement (fichiers ouverts*
      *par l'appelant)                                               *
      ****************************************************************
       LISTER_COMMANDES_NON_VERSEES.
       MOVE WplCanal TO fcm_canal
       MOVE LOW-VALUE TO fcm_ref
       START fCmdPlateforme, KEY IS >= fcm_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WvpFinLect
         PERFORM WITH TEST AFTER UNTIL WvpFinLect = 1
           READ fCmdPlateforme NEXT
           AT END MOVE 1 TO WvpFinLect
           NOT AT END
             IF fcm_canal NOT = WplCanal THEN
               MOVE 1 TO WvpFinLect
             ELSE
               IF fcm_attendue AND fcm_date >= WvpDebut
     -            AND fcm_date <= WvpFin THEN
                 MOVE fcm_idresa TO frs_id
                 READ freservations
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF frs_statut = 1 THEN
                       ADD 1 TO WvpNbNonPayees
                       ADD fcm_montant TO WvpTotNonPaye
                       MOVE SPACE TO ticketLigne
                       STRING 'Servie non versée : ref ' fcm_ref
     -                   ' du ' fcm_date ' restaurant ' fcm_idrest
     -                   ' commande ' fcm_idresa ' ' fcm_montant
     -                   ' EUR' DELIMITED BY SIZE INTO ticketLigne
                       WRITE ticketLigne
                       DISPLAY ticketLigne
                     END-IF
                 END-READ
               END-IF
             END-IF
         END-PERFORM
       END-START.

      ****************IMPRIMER_TOTAUX_VERSEMENT***********************
      *Totaux du relevé de versement rapproché, écrits en pied d'état*
      *et affichés à l'écran                                         *
      ****************************************************************
       IMPRIMER_TOTAUX_VERSEMENT.
       MOVE '--------------------------------------' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Lignes du relevé      : ' WvpNbLignes ' dont '
     -     WvpNbRapprochees ' rapprochée(s), ' WvpNbInconnues
     -   ' sans commande' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Montant brut          : ' WvpTotBrut ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Commissions           : ' WvpTotComm ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Remboursements        : ' WvpTotRemb ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Ajustements           : ' WvpTotAjust ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Net versé             : ' WvpTotNet ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Ecarts signalés       : ' WvpNbEcarts
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Servies non versées   : ' WvpNbNonPayees ' pour '
     -     WvpTotNonPaye ' EUR' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne.

      ****************GERER_CAISSE***************************************
      *Sessions de caisse physique par restaurant et par service     *
      *(midi/soir) : ouverture avec fond de caisse, prélèvements en  *

      ****************REGLER_FACTURES_FOURNISSEURS***********************
      *Suivi des dettes fournisseurs : liste des factures à payer    *
      *cette semaine (avec les avoirs ouverts par fournisseur),      *
      *balance âgée des factures en retard (30/60/90 jours), marquage*
      *d'une facture comme payée après imputation des avoirs ouverts *
      *du fournisseur (seul le net est réglé) et saisie d'un avoir   *
      ****************************************************************
       REGLER_FACTURES_FOURNISSEURS.
       DISPLAY '================================'
         DISPLAY '1 - Echéances de la semaine'
         DISPLAY '2 - Balance âgée des factures en retard'
         DISPLAY '3 - Marquer une facture comme payée'
         DISPLAY '4 - Enregistrer un avoir fournisseur'
         DISPLAY '0 - Terminer'
         ACCEPT WapAction
         EVALUATE WapAction
           END-PERFORM
           DISPLAY 'Total à régler sous 7 jours : ',
     -       WapTotalSemaine,' EUR'
           PERFORM LISTER_AVOIRS_OUVERTS
           IF WavTotalOuvert > 0 THEN
             IF WapTotalSemaine > WavTotalOuvert THEN
               COMPUTE WavNet = WapTotalSemaine - WavTotalOuvert
             ELSE
               MOVE 0 TO WavNet
             END-IF
             DISPLAY 'Net estimé après imputation des avoirs : ',
     -         WavNet,' EUR'
           END-IF
          WHEN 2
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           COMPUTE WdateSystemeEntier =
               ELSE
                 DISPLAY 'Facture ',ffs_id,' - fournisseur ',
     -             ffs_idFournisseur,' - ',ffs_montant,' EUR'
                 PERFORM TOTALISER_AVOIRS_FOURNISSEUR
                 IF WavTotalOuvert > 0 THEN
                   IF ffs_montant > WavTotalOuvert THEN
                     COMPUTE WavNet = ffs_montant - WavTotalOuvert
                   ELSE
                     MOVE 0 TO WavNet
                   END-IF
                   DISPLAY 'Avoirs ouverts du fournisseur : ',
     -               WavTotalOuvert,' EUR - net à payer : ',WavNet,
     -               ' EUR'
                 END-IF
                 MOVE 9 TO Wchoix
                 PERFORM WITH TEST AFTER UNTIL Wchoix = 0
     -             OR Wchoix = 1
                   MOVE 2 TO ffs_statut
                   REWRITE facFourTampon
                   IF ffs_stat = 0 THEN
                     PERFORM IMPUTER_AVOIRS_FACTURE
                     DISPLAY 'Facture marquée payée - avoirs '
     -                 'imputés : ',WavTotalImpute,
     -                 ' EUR - net réglé : ',WavNet,' EUR'
                     MOVE 'fFacFourn' TO WauditFichier
                     MOVE ffs_id TO WauditCle
                     MOVE 'PAIEMENT' TO WauditOperation
                 END-IF
               END-IF
           END-READ
          WHEN 4
           PERFORM SAISIR_AVOIR_FOURNISSEUR
         END-EVALUATE
       END-PERFORM
       CLOSE fFacFournisseurs
       DISPLAY '================================'.

      ****************TOTALISER_AVOIRS_FOURNISSEUR***********************
      *WavTotalOuvert = solde des avoirs ouverts du fournisseur de la*
      *facture du tampon facFourTampon                               *
      ****************************************************************
       TOTALISER_AVOIRS_FOURNISSEUR.
       MOVE 0 TO WavTotalOuvert
       OPEN INPUT fAvoirsFourn
       MOVE ffs_idFournisseur TO fav_idFournisseur
       MOVE 0 TO WavEof
       START fAvoirsFourn, KEY IS = fav_idFournisseur
         INVALID KEY MOVE 1 TO WavEof
       END-START
       PERFORM UNTIL WavEof = 1
         READ fAvoirsFourn NEXT
         AT END MOVE 1 TO WavEof
         NOT AT END
           IF fav_idFournisseur NOT = ffs_idFournisseur THEN
             MOVE 1 TO WavEof
           ELSE
             IF fav_ouvert THEN
               ADD fav_solde TO WavTotalOuvert
             END-IF
           END-IF
       END-PERFORM
       CLOSE fAvoirsFourn.

      ****************IMPUTER_AVOIRS_FACTURE*****************************
      *Impute les avoirs ouverts du fournisseur, du plus ancien au   *
      *plus récent, sur la facture payée du tampon facFourTampon :   *
      *WavTotalImpute = montant compensé, WavNet = net réglé ; un    *
      *avoir entièrement consommé passe au statut imputé, un avoir   *
      *plus grand que la facture garde son solde pour la suivante    *
      ****************************************************************
       IMPUTER_AVOIRS_FACTURE.
       MOVE 0 TO WavTotalImpute
       MOVE ffs_montant TO WavNet
       OPEN I-O fAvoirsFourn
       MOVE ffs_idFournisseur TO fav_idFournisseur
       MOVE 0 TO WavEof
       START fAvoirsFourn, KEY IS = fav_idFournisseur
         INVALID KEY MOVE 1 TO WavEof
       END-START
       PERFORM UNTIL WavEof = 1 OR WavNet = 0
         READ fAvoirsFourn NEXT
         AT END MOVE 1 TO WavEof
         NOT AT END
           IF fav_idFournisseur NOT = ffs_idFournisseur THEN
             MOVE 1 TO WavEof
           ELSE
             IF fav_ouvert AND fav_solde > 0 THEN
               IF fav_solde > WavNet THEN
                 MOVE WavNet TO WavImpute
               ELSE
                 MOVE fav_solde TO WavImpute
               END-IF
               SUBTRACT WavImpute FROM fav_solde
               SUBTRACT WavImpute FROM WavNet
               ADD WavImpute TO WavTotalImpute
               IF fav_solde = 0 THEN
                 MOVE 2 TO fav_statut
               END-IF
               MOVE ffs_id TO fav_idFacture
               MOVE ffs_datePaiement TO fav_dateImputation
               REWRITE avoirFournTampon
               IF fav_stat = 0 THEN
                 DISPLAY '  avoir ',fav_id,' (',FUNCTION TRIM(fav_ref),
     -             ') imputé de ',WavImpute,' EUR, solde ',fav_solde
                 MOVE 'fAvoirsFourn' TO WauditFichier
                 MOVE fav_id TO WauditCle
                 MOVE 'IMPUTATION' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fAvoirsFourn.

      ****************LISTER_AVOIRS_OUVERTS******************************
      *Avoirs fournisseurs ouverts, totalisés par fournisseur (ordre*
      *de la clé secondaire fav_idFournisseur) : WavTotalOuvert =    *
      *total général                                                 *
      ****************************************************************
       LISTER_AVOIRS_OUVERTS.
       MOVE 0 TO WavTotalOuvert
       MOVE 0 TO WavFournCourant
       MOVE 0 TO WavFournTotal
       MOVE 0 TO WavNbOuverts
       OPEN INPUT fAvoirsFourn
       MOVE 0 TO fav_idFournisseur
       MOVE 0 TO WavEof
       START fAvoirsFourn, KEY IS >= fav_idFournisseur
         INVALID KEY MOVE 1 TO WavEof
       END-START
       PERFORM UNTIL WavEof = 1
         READ fAvoirsFourn NEXT
         AT END MOVE 1 TO WavEof
         NOT AT END
           IF fav_ouvert THEN
             IF fav_idFournisseur NOT = WavFournCourant THEN
               IF WavFournCourant NOT = 0 THEN
                 DISPLAY '  => fournisseur ',WavFournCourant,
     -             ' : ',WavFournTotal,' EUR d''avoirs ouverts'
               END-IF
               MOVE fav_idFournisseur TO WavFournCourant
               MOVE 0 TO WavFournTotal
             END-IF
             IF WavNbOuverts = 0 THEN
               DISPLAY 'Avoirs fournisseurs ouverts :'
             END-IF
             ADD 1 TO WavNbOuverts
             DISPLAY '  Avoir ',fav_id,' - fournisseur ',
     -         fav_idFournisseur,' - réf ',fav_ref,' - solde ',
     -         fav_solde,' EUR'
             ADD fav_solde TO WavFournTotal
             ADD fav_solde TO WavTotalOuvert
           END-IF
       END-PERFORM
       CLOSE fAvoirsFourn
       IF WavFournCourant NOT = 0 THEN
         DISPLAY '  => fournisseur ',WavFournCourant,
     -     ' : ',WavFournTotal,' EUR d''avoirs ouverts'
       END-IF
       IF WavNbOuverts = 0 THEN
         DISPLAY 'Aucun avoir fournisseur ouvert'
       ELSE
         DISPLAY 'Total des avoirs ouverts : ',WavTotalOuvert,' EUR'
       END-IF.

      ****************SAISIR_AVOIR_FOURNISSEUR***************************
      *Avoir reçu hors retour de marchandise (surfacturation, remise *
      *commerciale...), rattaché au fournisseur et éventuellement à  *
      *la commande concernée                                          *
      ****************************************************************
       SAISIR_AVOIR_FOURNISSEUR.
       OPEN INPUT fFournisseurs
       MOVE 0 TO WavEof
       PERFORM WITH TEST AFTER UNTIL WavEof = 1
         DISPLAY 'Identifiant du fournisseur :'
         ACCEPT ffo_id
         READ fFournisseurs
           INVALID KEY
             DISPLAY 'Fournisseur inconnu'
           NOT INVALID KEY
             MOVE 1 TO WavEof
         END-READ
       END-PERFORM
       CLOSE fFournisseurs
       MOVE ffo_id TO WavIdFournisseur
       MOVE 0 TO WavOrigine
       PERFORM WITH TEST AFTER UNTIL WavOrigine = 2
     -   OR WavOrigine = 3
         DISPLAY 'Origine : 2 surfacturation, 3 autre'
         DISPLAY '(les avoirs sur retour se saisissent avec le bon '
     -     'de retour)'
         ACCEPT WavOrigine
       END-PERFORM
       DISPLAY 'Commande fournisseur concernée (0 : aucune) :'
       MOVE 0 TO WavIdAchat
       ACCEPT WavIdAchat
       MOVE 0 TO WavIdRetour
       DISPLAY 'Motif :'
       MOVE SPACE TO WavMotif
       ACCEPT WavMotif
       MOVE 0 TO WavMontant
       PERFORM WITH TEST AFTER UNTIL WavMontant > 0
         DISPLAY 'Montant de l''avoir :'
         ACCEPT WavMontant
       END-PERFORM
       PERFORM ENREGISTRER_AVOIR_FOURNISSEUR.

      ****************CONTROLER_PRE_CLOTURE******************************
      *Contrôle de pré-clôture avant l'édition du rapport Z :        *
      *balaye les réservations du jour du restaurant (tampon         *
     -          AND frs_date_mois = WdateSystemeISO_mois
     -          AND frs_date_jour = WdateSystemeISO_jour
     -          AND frs_statut = 1 THEN
               IF frs_arrivee = 0 AND frs_typeResa < 3 THEN
                 DISPLAY 'Resa ',frs_id,' : arrivée jamais pointée '
     -             'au tableau des arrivées'
                 PERFORM DEROGER_POINT_CLOTURE

      ****************RAPPORT_ECART_BUDGET*******************************
      *Rapport d'écart budget / réalisé : pour chaque restaurant     *
      *actif du périmètre choisi (marque, région), CA et couverts    *
      *réalisés du mois (somme des clôtures Z de fClotures) face au  *
      *budget du mois, puis cumul depuis janvier avec les            *
      *pourcentages d'atteinte (PRODUIRE_ECART_BUDGET)               *
      ****************************************************************
       RAPPORT_ECART_BUDGET.
       MOVE 0 TO WbuMois
         DISPLAY 'Année (AAAA) :'
         ACCEPT WbuAnnee
       END-PERFORM
       PERFORM SAISIR_PERIMETRE_GROUPE
       PERFORM PRODUIRE_ECART_BUDGET.

      ****************PRODUIRE_ECART_BUDGET******************************
      *Rapport d'écart du mois WbuMois/WbuAnnee pour les restaurants *
      *actifs du périmètre WrupMarque/WrupRegion, avec sous-totaux   *
      *au niveau WrupNiveau et total du périmètre, affiché et        *
      *imprimé dans ecart_budget_<AAAAMM>.txt inscrit au spool       *
      ****************************************************************
       PRODUIRE_ECART_BUDGET.
       PERFORM CHARGER_PERIMETRE_GROUPE
       MOVE SPACE TO WNomFichierTicket
       STRING 'ecart_budget_' WbuAnnee WbuMois '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING '=== ECART BUDGET / REALISE - PERIODE ' WbuAnnee
     -     WbuMois ' ===' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE WrupFiltre TO ticketLigne
       WRITE ticketLigne
       DISPLAY WrupFiltre
       OPEN INPUT frestaurants
       OPEN INPUT fBudgets
       OPEN INPUT fClotures
       INITIALIZE WbuCumulsSous
       INITIALIZE WbuCumulsTot
       PERFORM VARYING WrupIdx FROM 1 BY 1 UNTIL WrupIdx > WrupNb
         IF WrupNiveau > 0 AND WrupIdx > 1 THEN
           IF WrupCle(WrupIdx) NOT = WrupCle(WrupIdx - 1) THEN
             COMPUTE WrupIdxLib = WrupIdx - 1
             PERFORM SOUS_TOTAL_ECART_BUDGET
           END-IF
         END-IF
         MOVE WrupId(WrupIdx) TO fr_id
         READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fr_actif = 1 THEN
             PERFORM ECART_BUDGET_RESTO
             ADD WbuCAMois TO WbuSCAMois WbuTCAMois
             ADD WbuCACibleMois TO WbuSCibleMois WbuTCibleMois
             ADD WbuCACumul TO WbuSCACumul WbuTCACumul
             ADD WbuCibleCumul TO WbuSCibleCumul WbuTCibleCumul
           END-IF
         END-READ
       END-PERFORM
       IF WrupNiveau > 0 AND WrupNb > 0 THEN
         MOVE WrupNb TO WrupIdxLib
         PERFORM SOUS_TOTAL_ECART_BUDGET
       END-IF
       MOVE 'Total du périmètre' TO WrupLibelle
       MOVE WbuCumulsTot TO WbuCumulsAff
       PERFORM IMPRIMER_CUMUL_BUDGET
       CLOSE fClotures
       CLOSE fBudgets
       CLOSE frestaurants
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'ECART BUDGET' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************ECART_BUDGET_RESTO*********************************
      *Ligne du rapport d'écart pour le restaurant du tampon         *
      *restTampon : réalisé et budget du mois WbuMois, puis cumul    *
      *depuis janvier (fichiers et fTicket ouverts par l'appelant)   *
      ****************************************************************
       ECART_BUDGET_RESTO.
       MOVE 0 TO WbuCACumul
       MOVE 0 TO WbuCibleCumul
       DISPLAY '--- Restaurant ',fr_id,' - ',fr_nom,' ---'
       MOVE SPACE TO ticketLigne
       STRING '--- Restaurant ' fr_id ' - ' fr_nom
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE 1 TO WbuIdxMois
       PERFORM WITH TEST AFTER UNTIL WbuIdxMois > WbuMois
         MOVE 0 TO WbuCAMois
     -         ' EUR / budget ',WbuCACibleMois,' EUR (',
     -         WbuPctMois,'%) - ',WbuCouvertsMois,' couverts / ',
     -         WbuCouvCibleMois,' cibles'
             MOVE SPACE TO ticketLigne
             STRING 'Mois ' WbuMois ' : réalisé ' WbuCAMois
     -         ' EUR / budget ' WbuCACibleMois ' EUR ('
     -         WbuPctMois '%) - ' WbuCouvertsMois ' couverts / '
     -         WbuCouvCibleMois ' cibles'
     -         DELIMITED BY SIZE INTO ticketLigne
           ELSE
             DISPLAY 'Mois ',WbuMois,' : réalisé ',WbuCAMois,
     -         ' EUR - pas de budget saisi'
             MOVE SPACE TO ticketLigne
             STRING 'Mois ' WbuMois ' : réalisé ' WbuCAMois
     -         ' EUR - pas de budget saisi'
     -         DELIMITED BY SIZE INTO ticketLigne
           END-IF
           WRITE ticketLigne
         END-IF
         ADD 1 TO WbuIdxMois
       END-PERFORM
     -     WbuCACumul * 100 / WbuCibleCumul
         DISPLAY 'Cumul janvier-',WbuMois,' : réalisé ',WbuCACumul,
     -     ' EUR / budget ',WbuCibleCumul,' EUR (',WbuPctCumul,'%)'
         MOVE SPACE TO ticketLigne
         STRING 'Cumul janvier-' WbuMois ' : réalisé ' WbuCACumul
     -     ' EUR / budget ' WbuCibleCumul ' EUR (' WbuPctCumul '%)'
     -     DELIMITED BY SIZE INTO ticketLigne
       ELSE
         DISPLAY 'Cumul janvier-',WbuMois,' : réalisé ',WbuCACumul,
     -     ' EUR - pas de budget annuel saisi'
         MOVE SPACE TO ticketLigne
         STRING 'Cumul janvier-' WbuMois ' : réalisé ' WbuCACumul
     -     ' EUR - pas de budget annuel saisi'
     -     DELIMITED BY SIZE INTO ticketLigne
       END-IF
       WRITE ticketLigne.

      ****************SOUS_TOTAL_ECART_BUDGET***************************
      *Sous-total d'écart du groupe de restaurants qui se termine au *
      *rang WrupIdxLib du périmètre, puis remise à zéro des cumuls   *
      ****************************************************************
       SOUS_TOTAL_ECART_BUDGET.
       PERFORM LIBELLE_RUPTURE_GROUPE
       MOVE WbuCumulsSous TO WbuCumulsAff
       PERFORM IMPRIMER_CUMUL_BUDGET
       INITIALIZE WbuCumulsSous.

      ****************IMPRIMER_CUMUL_BUDGET*****************************
      *Affiche et imprime les cumuls WbuCumulsAff sous le libellé    *
      *WrupLibelle : réalisé et budget du mois, puis depuis janvier, *
      *avec le pourcentage d'atteinte quand un budget existe         *
      ****************************************************************
       IMPRIMER_CUMUL_BUDGET.
       DISPLAY '=== ',WrupLibelle
       MOVE SPACE TO ticketLigne
       STRING '=== ' WrupLibelle DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       IF WbuACibleMois > 0 THEN
         COMPUTE WbuPctGroupe ROUNDED =
     -     WbuACAMois * 100 / WbuACibleMois
         DISPLAY 'Mois ',WbuMois,' : réalisé ',WbuACAMois,
     -     ' EUR / budget ',WbuACibleMois,' EUR (',WbuPctGroupe,'%)'
         MOVE SPACE TO ticketLigne
         STRING 'Mois ' WbuMois ' : réalisé ' WbuACAMois
     -     ' EUR / budget ' WbuACibleMois ' EUR (' WbuPctGroupe '%)'
     -     DELIMITED BY SIZE INTO ticketLigne
       ELSE
         DISPLAY 'Mois ',WbuMois,' : réalisé ',WbuACAMois,
     -     ' EUR - pas de budget saisi'
         MOVE SPACE TO ticketLigne
         STRING 'Mois ' WbuMois ' : réalisé ' WbuACAMois
     -     ' EUR - pas de budget saisi'
     -     DELIMITED BY SIZE INTO ticketLigne
       END-IF
       WRITE ticketLigne
       IF WbuACibleCumul > 0 THEN
         COMPUTE WbuPctGroupe ROUNDED =
     -     WbuACACumul * 100 / WbuACibleCumul
         DISPLAY 'Cumul janvier-',WbuMois,' : réalisé ',WbuACACumul,
     -     ' EUR / budget ',WbuACibleCumul,' EUR (',WbuPctGroupe,'%)'
         MOVE SPACE TO ticketLigne
         STRING 'Cumul janvier-' WbuMois ' : réalisé ' WbuACACumul
     -     ' EUR / budget ' WbuACibleCumul ' EUR (' WbuPctGroupe
     -     '%)' DELIMITED BY SIZE INTO ticketLigne
       ELSE
         DISPLAY 'Cumul janvier-',WbuMois,' : réalisé ',WbuACACumul,
     -     ' EUR - pas de budget annuel saisi'
         MOVE SPACE TO ticketLigne
         STRING 'Cumul janvier-' WbuMois ' : réalisé ' WbuACACumul
     -     ' EUR - pas de budget annuel saisi'
     -     DELIMITED BY SIZE INTO ticketLigne
       END-IF
       WRITE ticketLigne.

      ****************CUMULER_CLOTURES_MOIS******************************
      *Somme le CA et les couverts des clôtures Z du restaurant      *
      ****************EXPORTER_NOTIFS_PASSERELLE*************************
      *Ecrit les notifications à traiter dans le fichier de remise   *
      *de leur canal (SMS si un téléphone est connu, sinon mail) et  *
      *les passe au statut envoyée en comptant l'essai ; une         *
      *notification de campagne porte le code de son coupon à la     *
      *place du numéro de réservation                                *
      ****************************************************************
       EXPORTER_NOTIFS_PASSERELLE.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       OPEN I-O fNotifications
       OPEN INPUT fCoupons
       MOVE 0 TO WgwNbSms
       MOVE 0 TO WgwNbMails
       MOVE SPACE TO WNomFichierExport
         NOT AT END
           IF fnt_aTraiter AND fnt_tel > 0 THEN
             MOVE SPACE TO exportLigne
             IF fnt_modele = 'CAMPAGNE' THEN
               PERFORM CHERCHER_COUPON_NOTIF
               STRING fnt_id ';' fnt_tel ';' fnt_modele ';'
     -           WcgCodeExport DELIMITED BY SIZE INTO exportLigne
             ELSE
             STRING fnt_id ';' fnt_tel ';' fnt_modele ';'
     -         fnt_idresa DELIMITED BY SIZE INTO exportLigne
             END-IF
             WRITE exportLigne
             ADD 1 TO WgwNbSms
             MOVE 2 TO fnt_statut
           IF fnt_aTraiter AND fnt_tel = 0
     -        AND fnt_mail NOT = SPACE THEN
             MOVE SPACE TO exportLigne
             IF fnt_modele = 'CAMPAGNE' THEN
               PERFORM CHERCHER_COUPON_NOTIF
               STRING fnt_id ';' fnt_mail ';' fnt_modele ';'
     -           WcgCodeExport DELIMITED BY SIZE INTO exportLigne
             ELSE
             STRING fnt_id ';' fnt_mail ';' fnt_modele ';'
     -         fnt_idresa DELIMITED BY SIZE INTO exportLigne
             END-IF
             WRITE exportLigne
             ADD 1 TO WgwNbMails
             MOVE 2 TO fnt_statut
       END-PERFORM
       CLOSE fExport
       DISPLAY WgwNbMails,' mail(s) remis : ',WNomFichierExport
       CLOSE fCoupons
       CLOSE fNotifications.

      ****************CHERCHER_COUPON_NOTIF***************************
      *Code du coupon porté par la notification CAMPAGNE du tampon   *
      *notifTampon (fCoupons ouvert par l'appelant), dans            *
      *WcgCodeExport ; il remplace la réservation dans la remise     *
      ****************************************************************
       CHERCHER_COUPON_NOTIF.
       MOVE SPACE TO WcgCodeExport
       MOVE fnt_id TO fcu_idnotif
       READ fCoupons KEY IS fcu_idnotif
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fcu_code TO WcgCodeExport
       END-READ.

      ****************IMPORTER_ACCUSES_PASSERELLE************************
      *Importe le fichier d'accusés de la passerelle                 *
      *(gateway_retour.csv) : OK passe la notification au statut     *
             WHEN 1
             WHEN 5
               MOVE 1 TO WagDResas
               IF frs_typeResa < 3 THEN
                 MOVE frs_nbPersonnes TO WagDCouverts
               END-IF
               MOVE frs_prix TO WagDCA
      *pour un restaurant, chaque ligne de fStockSite est valorisée  *
      *à fp_cout (tenu au prix moyen pondéré par les réceptions),    *
      *avec totaux par type d'article ; la valeur totale est         *
      *mémorisée par mois (datavalorisations.dat), le détail par     *
      *article aussi (datavalodetail.dat), et le delta entre         *
      *valorisation d'ouverture et de clôture alimente l'écriture de *
      *variation de stock du journal comptable                       *
      ****************************************************************
           DISPLAY 'Année (AAAA) :'
           ACCEPT WvlAnnee
         END-PERFORM
         PERFORM VALORISER_STOCK_RESTO
       END-READ
       CLOSE frestaurants
       DISPLAY '================================'.

      ****************VALORISER_STOCK_RESTO******************************
      *Valorisation du restaurant du tampon restTampon pour le mois  *
      *WvlMois/WvlAnnee : détail, totaux par type, mémorisation et   *
      *variation sur le mois précédent (WvlDelta, 0 sans             *
      *valorisation d'ouverture)                                     *
      ****************************************************************
       VALORISER_STOCK_RESTO.
       COMPUTE WvlPeriode = WvlAnnee * 100 + WvlMois
       IF WvlMois = 1 THEN
         COMPUTE WvlPeriodePrec = (WvlAnnee - 1) * 100 + 12
       ELSE
         COMPUTE WvlPeriodePrec = WvlPeriode - 1
       END-IF
       MOVE 0 TO WvlValeur
       MOVE 0 TO WvlDelta
       MOVE 0 TO WvlTotEntrees
       MOVE 0 TO WvlTotPlats
       MOVE 0 TO WvlTotDesserts
       MOVE 0 TO WvlTotAutres
       OPEN INPUT fStockSite
       OPEN INPUT fplats
       OPEN I-O fValoDetail
       MOVE fr_id TO fss_idrest
       MOVE LOW-VALUE TO fss_plat
       MOVE 0 TO WvlFin
       START fStockSite, KEY IS >= fss_cle
         INVALID KEY MOVE 1 TO WvlFin
       END-START
       PERFORM WITH TEST AFTER UNTIL WvlFin = 1
         READ fStockSite NEXT
         AT END MOVE 1 TO WvlFin
         NOT AT END
           IF fss_idrest NOT = fr_id THEN
             MOVE 1 TO WvlFin
           ELSE
             MOVE fss_plat TO fp_nom
             READ fplats
               INVALID KEY
                 DISPLAY fss_plat,' : article inconnu, non '
     -               'valorisé (',fss_qte,' en stock)'
               NOT INVALID KEY
                 COMPUTE WvlLigne = fss_qte * fp_cout
                 ADD WvlLigne TO WvlValeur
                 EVALUATE fp_type
                   WHEN 'Entrée'
                     ADD WvlLigne TO WvlTotEntrees
                   WHEN 'Plat'
                     ADD WvlLigne TO WvlTotPlats
                   WHEN 'Dessert'
                     ADD WvlLigne TO WvlTotDesserts
                   WHEN OTHER
                     ADD WvlLigne TO WvlTotAutres
                 END-EVALUATE
                 DISPLAY fss_plat,' : ',fss_qte,' x ',fp_cout,
     -               ' EUR = ',WvlLigne,' EUR'
                 MOVE fr_id TO fvd_idrest
                 MOVE WvlPeriode TO fvd_periode
                 MOVE fss_plat TO fvd_article
                 MOVE fss_qte TO fvd_qte
                 MOVE fp_cout TO fvd_cout
                 WRITE valoDetailTampon
                 IF fvd_stat = 22 THEN
                   REWRITE valoDetailTampon
                 END-IF
             END-READ
           END-IF
       END-PERFORM
       CLOSE fValoDetail
       CLOSE fplats
       CLOSE fStockSite
       DISPLAY '--------------------------------'
       DISPLAY 'Entrées  : ',WvlTotEntrees,' EUR'
       DISPLAY 'Plats    : ',WvlTotPlats,' EUR'
       DISPLAY 'Desserts : ',WvlTotDesserts,' EUR'
       DISPLAY 'Autres   : ',WvlTotAutres,' EUR'
       DISPLAY 'VALEUR TOTALE DU STOCK : ',WvlValeur,' EUR'
       OPEN I-O fValorisations
       MOVE fr_id TO fvl_idrest
       MOVE WvlPeriode TO fvl_periode
       MOVE WvlValeur TO fvl_valeur
       WRITE valoTampon
       IF fvl_stat = 22 THEN
         REWRITE valoTampon
       END-IF
       MOVE fr_id TO fvl_idrest
       MOVE WvlPeriodePrec TO fvl_periode
       READ fValorisations
         INVALID KEY
           DISPLAY 'Pas de valorisation du mois précédent : delta '
     -         'indisponible'
         NOT INVALID KEY
           COMPUTE WvlDelta = WvlValeur - fvl_valeur
           DISPLAY 'Valorisation d''ouverture (',WvlPeriodePrec,
     -         ') : ',fvl_valeur,' EUR - variation : ',WvlDelta,
     -         ' EUR'
       END-READ
       CLOSE fValorisations
       MOVE 'fValorisations' TO WauditFichier
       MOVE fr_id TO WauditCle
       MOVE 'VALORISATION' TO WauditOperation
       PERFORM ENREGISTRER_AUDIT.

      ****************ECRIRE_VARIATION_STOCK_JOURNAL*********************
      *Ajoute au journal comptable la variation de stock du mois du  *
     -   'présent(s) ignoré(s)'.

      ****************MIGRER_FICHIERS_ETENDUS****************************
      *Conversion unique des quinze fichiers indexés dont            *
      *l'enregistrement s'est allongé (et freservations qui gagne la *
      *clé secondaire frs_dateISO) : chaque ancien fichier doit avoir*
      *été renommé en <nom>_prec.dat, il est relu dans son ancien    *
       DISPLAY ' datareservations_prec.dat, '
     -   'datautilisateurs_prec.dat, dataregistrefactures_prec.dat,'
       DISPLAY ' dataprixpending_prec.dat, datapaiements_prec.dat, '
     -   'datanotifications_prec.dat,'
       DISPLAY ' datapointages_prec.dat, dataemployes_prec.dat, '
     -   'dataachats_prec.dat,'
       DISPLAY ' datafournisseurs_prec.dat, dataexceptions_prec.dat)'
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
         DISPLAY 'Lancer la conversion ? 1 : oui, 0 : non'
         PERFORM MIGRER_PRIXPENDING_ETENDUS
         PERFORM MIGRER_PAIEMENTS_ETENDUS
         PERFORM MIGRER_NOTIFICATIONS_ETENDUES
         PERFORM MIGRER_POINTAGES_ETENDUS
         PERFORM MIGRER_EMPLOYES_ETENDUS
         PERFORM MIGRER_ACHATS_ETENDUS
         PERFORM MIGRER_FOURNISSEURS_ETENDUS
         PERFORM MIGRER_EXCEPTIONS_ETENDUES
         MOVE 'migration' TO WauditFichier
         MOVE 'EXTENSION' TO WauditCle
         MOVE 'MIGRATION' TO WauditOperation

      ****************MIGRER_CLIENTS_ETENDUS*****************************
      *fclients : ancien enregistrement de 638 octets, préférences de*
      *placement, liste noire et version de clé de chiffrement       *
      *ajoutées                                                       *
      ****************************************************************
       MIGRER_CLIENTS_ETENDUS.
       OPEN INPUT fClientsPrec
             MOVE 0 TO fc_blDebut
             MOVE 0 TO fc_blFin
             MOVE SPACE TO fc_blPar
             MOVE 0 TO fc_versionCle
             PERFORM CHIFFRER_CLIENT
             WRITE cliTampon
             IF fc_stat = 0 THEN
               ADD 1 TO WmigNb
      ****************MIGRER_RESTAURANTS_ETENDUS*************************
      *frestaurants : ancien enregistrement de 690 octets, entité    *
      *juridique, durée de tour mesurée, date de fermeture, attributs*
      *des tables, conditions de franchise, cadence cuisine,         *
      *politique des tables incomplètes, marque et région ajoutées   *
      ****************************************************************
       MIGRER_RESTAURANTS_ETENDUS.
       OPEN INPUT fRestPrec
             MOVE 0 TO fr_frTauxRedevance
             MOVE 0 TO fr_frMinimum
             MOVE 0 TO fr_frTauxPub
             MOVE 0 TO fr_cadenceMidi
             MOVE 0 TO fr_cadenceSoir
             MOVE 0 TO fr_politiqueAbsents
             MOVE 0 TO fr_idMarque
             MOVE 0 TO fr_idRegion
             WRITE restTampon
             IF fr_stat = 0 THEN
               ADD 1 TO WmigNb

      ****************MIGRER_RESERVATIONS_ETENDUES***********************
      *freservations : ancien enregistrement de 484 octets ; canal,  *
      *état de service, bases TVA, code motif et composition de la   *
      *table (adultes, enfants, bébés, remise enfants), couverts     *
      *réservés, part d'arrhes retenue pour absents et date de       *
      *création ajoutés, et la nouvelle clé secondaire frs_dateISO   *
      *est calculée depuis la date de chaque réservation             *
      ****************************************************************
       MIGRER_RESERVATIONS_ETENDUES.
       OPEN INPUT fResaPrec
               ADD 1 TO WmigIdx
             END-PERFORM
             MOVE 0 TO frs_codeMotifAnnul
             MOVE 0 TO frs_nbAdultes
             MOVE 0 TO frs_nbEnfants
             MOVE 0 TO frs_nbBebes
             MOVE 0 TO frs_remiseEnfants
             MOVE 0 TO frs_nbReserves
             MOVE 0 TO frs_fraisAbsents
             MOVE 0 TO frs_dateCreation
             WRITE resaTampon
             IF frs_stat = 0 THEN
               ADD 1 TO WmigNb
             MOVE 0 TO fu_derniereHeure
             MOVE 0 TO fu_sessionActive
             MOVE 0 TO fu_idrest
             MOVE 0 TO fu_idRegion
             WRITE uTampon
             IF fu_stat = 0 THEN
               ADD 1 TO WmigNb

      ****************MIGRER_PAIEMENTS_ETENDUS***************************
      *fPaiements : ancien enregistrement de 41 octets, rapprochement*
      *et annulation contrôlée ajoutés, puis émetteur, bordereau de  *
      *remise et rejet des titres restaurant                         *
      ****************************************************************
       MIGRER_PAIEMENTS_ETENDUS.
       OPEN INPUT fPaiePrec
             MOVE 0 TO fpay_annule
             MOVE 0 TO fpay_motifAnnul
             MOVE SPACE TO fpay_annulePar
             MOVE 0 TO fpay_emetteur
             MOVE 0 TO fpay_numBordereau
             MOVE 0 TO fpay_rejete
             WRITE payTampon
             IF fpay_stat = 0 THEN
               ADD 1 TO WmigNb
         CLOSE fNotifications
         DISPLAY WmigNb,' notification(s) convertie(s)'
       END-IF.

      ****************MIGRER_POINTAGES_ETENDUS***************************
      *fPointages : ancien enregistrement de 24 octets, durée des    *
      *pauses prises ajoutée                                          *
      ****************************************************************
       MIGRER_POINTAGES_ETENDUS.
       OPEN INPUT fPointPrec
       IF fptp_stat NOT = 0 THEN
         DISPLAY 'datapointages_prec.dat indisponible (statut ',
     -     fptp_stat,'), fichier sauté'
       ELSE
         OPEN OUTPUT fPointages
         MOVE 0 TO WmigNb
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fPointPrec NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
             MOVE fptpTampon TO pointageTampon(1:24)
             MOVE 0 TO fpt_pauseMinutes
             WRITE pointageTampon
             IF fpt_stat = 0 THEN
               ADD 1 TO WmigNb
             ELSE
               DISPLAY 'Erreur d''écriture sur le pointage ',
     -           fptp_cle
             END-IF
         END-PERFORM
         CLOSE fPointPrec
         CLOSE fPointages
         DISPLAY WmigNb,' pointage(s) converti(s)'
       END-IF.

      ****************MIGRER_EMPLOYES_ETENDUS****************************
      *fEmployes : ancien enregistrement de 124 octets, coût horaire*
      *chargé ajouté                                                  *
      ****************************************************************
       MIGRER_EMPLOYES_ETENDUS.
       OPEN INPUT fEmpPrec
       IF femq_stat NOT = 0 THEN
         DISPLAY 'dataemployes_prec.dat indisponible (statut ',
     -     femq_stat,'), fichier sauté'
       ELSE
         OPEN OUTPUT fEmployes
         MOVE 0 TO WmigNb
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fEmpPrec NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
             MOVE femqTampon TO empTampon(1:124)
             MOVE 0 TO femp_tauxHoraire
             WRITE empTampon
             IF femp_stat = 0 THEN
               ADD 1 TO WmigNb
             ELSE
               DISPLAY 'Erreur d''écriture sur l''employé ',femq_id
             END-IF
         END-PERFORM
         CLOSE fEmpPrec
         CLOSE fEmployes
         DISPLAY WmigNb,' employé(s) converti(s)'
       END-IF.

      ****************MIGRER_ACHATS_ETENDUS******************************
      *fAchats : ancien enregistrement de 649 octets, quantités reçues*
      *par ligne, motif/date de solde du reliquat, circuit          *
      *d'approbation et échange électronique ajoutés ; une commande  *
      *déjà reçue est réputée livrée en totalité                     *
      ****************************************************************
       MIGRER_ACHATS_ETENDUS.
       OPEN INPUT fAchatsPrec
       IF fpop_stat NOT = 0 THEN
         DISPLAY 'dataachats_prec.dat indisponible (statut ',
     -     fpop_stat,'), fichier sauté'
       ELSE
         OPEN OUTPUT fAchats
         MOVE 0 TO WmigNb
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fAchatsPrec NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
             MOVE fpopTampon TO achatTampon(1:649)
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > 10
               IF fpo_recue AND WpoIdx <= fpo_nbLignes THEN
                 MOVE fpo_qte(WpoIdx) TO fpo_qteRecue(WpoIdx)
               ELSE
                 MOVE 0 TO fpo_qteRecue(WpoIdx)
               END-IF
               ADD 1 TO WpoIdx
             END-PERFORM
             MOVE SPACE TO fpo_motifSolde
             MOVE 0 TO fpo_dateSolde
             MOVE SPACE TO fpo_saisiPar
             MOVE 0 TO fpo_idrestDemandeur
             MOVE SPACE TO fpo_approbateur
             MOVE 0 TO fpo_dateApprobation
             MOVE SPACE TO fpo_commentaireAppro
             MOVE 0 TO fpo_dateEnvoiEdi
             MOVE 0 TO fpo_dateAvis
             PERFORM EFFACER_AVIS_ACHAT
             WRITE achatTampon
             IF fpo_stat = 0 THEN
               ADD 1 TO WmigNb
             ELSE
               DISPLAY 'Erreur d''écriture sur la commande ',fpop_id
             END-IF
         END-PERFORM
         CLOSE fAchatsPrec
         CLOSE fAchats
         DISPLAY WmigNb,' commande(s) fournisseur convertie(s)'
       END-IF.

      ****************MIGRER_FOURNISSEURS_ETENDUS************************
      *fFournisseurs : ancien enregistrement de 165 octets, échange  *
      *électronique (indicateur et code client) ajouté, à non        *
      ****************************************************************
       MIGRER_FOURNISSEURS_ETENDUS.
       OPEN INPUT fFourPrec
       IF ffop_stat NOT = 0 THEN
         DISPLAY 'datafournisseurs_prec.dat indisponible (statut ',
     -     ffop_stat,'), fichier sauté'
       ELSE
         OPEN OUTPUT fFournisseurs
         MOVE 0 TO WmigNb
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fFourPrec NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
             MOVE ffopTampon TO fouTampon(1:165)
             MOVE 0 TO ffo_edi
             MOVE SPACE TO ffo_codeEdi
             WRITE fouTampon
             IF ffo_stat = 0 THEN
               ADD 1 TO WmigNb
             ELSE
               DISPLAY 'Erreur d''écriture sur le fournisseur ',
     -           ffop_id
             END-IF
         END-PERFORM
         CLOSE fFourPrec
         CLOSE fFournisseurs
         DISPLAY WmigNb,' fournisseur(s) converti(s)'
       END-IF.

      ****************MIGRER_EXCEPTIONS_ETENDUES*************************
      *fExceptions : ancien enregistrement de 52 octets, cadence de  *
      *réservation du jour ajoutée, à zéro (cadence du restaurant)   *
      ****************************************************************
       MIGRER_EXCEPTIONS_ETENDUES.
       OPEN INPUT fExceptionsPrec
       IF fxcp_stat NOT = 0 THEN
         DISPLAY 'dataexceptions_prec.dat indisponible (statut ',
     -     fxcp_stat,'), fichier sauté'
       ELSE
         OPEN OUTPUT fExceptions
         MOVE 0 TO WmigNb
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fExceptionsPrec NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
             MOVE fxcpTampon TO exceptionTampon(1:52)
             MOVE 0 TO fxc_cadence
             WRITE exceptionTampon
             IF fxc_stat = 0 THEN
               ADD 1 TO WmigNb
             ELSE
               DISPLAY 'Erreur d''écriture sur l''exception ',
     -           fxcp_cle
             END-IF
         END-PERFORM
         CLOSE fExceptionsPrec
         CLOSE fExceptions
         DISPLAY WmigNb,' exception(s) convertie(s)'
       END-IF.

      ****************RAPPORT_ECART_MATIERE******************************
      *Ecart de consommation matière théorique / réelle d'un         *
      *restaurant sur un mois, par article de stock (fp_nom, base    *
      *commune de la valorisation et du journal de stock) : la       *
      *consommation théorique découle des ventes facturées           *
      *(frs_nomsMenus), menus éclatés en leurs plats, une unité par  *
      *assiette vendue ; la consommation réelle par article vaut stock*
      *d'ouverture (détail de la valorisation du mois précédent) plus*
      *entrées du mois (réceptions, transferts et retours fournisseur*
      *du journal de stock) moins stock de clôture (détail de la     *
      *valorisation du mois) ; théorique et réel sont valorisés au   *
      *même coût unitaire de l'article (fp_cout, ou coût de la recette*
      *fRecettes / fing_cout pour un plat sans coût de stock), le coût*
      *de recette étant rappelé pour comparaison ; l'écart est donné *
      *par article en quantité et en euros, puis globalement à partir*
      *des valorisations d'ouverture et de clôture                   *
      ****************************************************************
       RAPPORT_ECART_MATIERE.
       DISPLAY '================================'
       DISPLAY '=== ECART MATIERE THEO/REEL  ==='
       DISPLAY '================================'
       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       READ frestaurants
       INVALID KEY
         DISPLAY 'Restaurant inexistant'
       NOT INVALID KEY
         MOVE 0 TO WfvMois
         PERFORM WITH TEST AFTER UNTIL WfvMois >= 1
     -      AND WfvMois <= 12
           DISPLAY 'Mois analysé (MM) :'
           ACCEPT WfvMois
         END-PERFORM
         MOVE 0 TO WfvAnnee
         PERFORM WITH TEST AFTER UNTIL WfvAnnee >= 2015
           DISPLAY 'Année (AAAA) :'
           ACCEPT WfvAnnee
         END-PERFORM
         COMPUTE WfvPeriode = WfvAnnee * 100 + WfvMois
         IF WfvMois = 1 THEN
           COMPUTE WfvPeriodePrec = (WfvAnnee - 1) * 100 + 12
         ELSE
           COMPUTE WfvPeriodePrec = WfvPeriode - 1
         END-IF
         MOVE 0 TO WfvNb
         MOVE 0 TO WfvSature
         MOVE 0 TO WfvNbVentes
         OPEN INPUT fmenus
         OPEN INPUT fplats
         OPEN INPUT fRecettes
         OPEN INPUT fIngredients

         OPEN INPUT freservations
         MOVE fr_id TO frs_idrest
         MOVE 0 TO WfvEof
         START freservations, KEY IS = frs_idrest
           INVALID KEY MOVE 1 TO WfvEof
         END-START
         PERFORM UNTIL WfvEof = 1
           READ freservations NEXT
           AT END MOVE 1 TO WfvEof
           NOT AT END
             IF frs_idrest NOT = fr_id THEN
               MOVE 1 TO WfvEof
             ELSE
               IF frs_date_annee = WfvAnnee
     -            AND frs_date_mois = WfvMois
     -            AND frs_prix > 0 THEN
                 PERFORM VENTILER_CONSO_THEORIQUE
               END-IF
             END-IF
         END-PERFORM
         CLOSE freservations

         OPEN INPUT fValoDetail
         MOVE fr_id TO fvd_idrest
         MOVE WfvPeriodePrec TO fvd_periode
         MOVE 2 TO WfvRubrique
         PERFORM LIRE_DETAIL_VALORISATION
         MOVE fr_id TO fvd_idrest
         MOVE WfvPeriode TO fvd_periode
         MOVE 4 TO WfvRubrique
         PERFORM LIRE_DETAIL_VALORISATION
         CLOSE fValoDetail

         OPEN INPUT fJournalStock
         IF fjs_stat = 0 THEN
           MOVE 0 TO WfvEof
           PERFORM UNTIL WfvEof = 1
             READ fJournalStock
             AT END MOVE 1 TO WfvEof
             NOT AT END
               MOVE SPACE TO WjsChamps
               UNSTRING journalStockLigne DELIMITED BY ';'
                 INTO WjsDate WjsHeure WjsPlat WjsQte WjsMotif
     -                WjsRef WjsRest
               END-UNSTRING
               IF WjsDate NUMERIC AND WjsRest NUMERIC THEN
                 IF FUNCTION NUMVAL(WjsDate) / 100 = WfvPeriode
     -              AND FUNCTION NUMVAL(WjsRest) = fr_id
     -              AND (WjsMotif = 'RECEPT'
     -                OR WjsMotif = 'TRANSF+'
     -                OR WjsMotif = 'TRANSF-'
     -                OR WjsMotif = 'RETOUR') THEN
                   MOVE WjsQte(1:5) TO WfvQteJs
                   MOVE WjsPlat TO WfvNomArt
                   MOVE WfvQteJsNum TO WfvQteAjout
                   MOVE WjsPlat TO fp_nom
                   MOVE 0 TO WfvCoutAjout
                   READ fplats
                     NOT INVALID KEY
                       MOVE fp_cout TO WfvCoutAjout
                   END-READ
                   MOVE 3 TO WfvRubrique
                   PERFORM CUMULER_ARTICLE_ECART
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE fJournalStock
         END-IF
         CLOSE fIngredients
         CLOSE fRecettes
         CLOSE fplats
         CLOSE fmenus

         PERFORM IMPRIMER_ECART_MATIERE
       END-READ
       CLOSE frestaurants
       DISPLAY '================================'.

      ****************VENTILER_CONSO_THEORIQUE***************************
      *Décompose frs_nomsMenus de la commande courante : chaque menu *
      *est éclaté en ses composants, chaque plat en consommation     *
      *théorique de l'article (AJOUTER_CONSO_PLAT)                   *
      ****************************************************************
       VENTILER_CONSO_THEORIQUE.
       MOVE 1 TO WmePtr
       MOVE 0 TO WmeFinTok
       PERFORM WITH TEST AFTER UNTIL WmeFinTok = 1
         MOVE SPACE TO WmeToken
         UNSTRING frs_nomsMenus DELIMITED BY '/'
           INTO WmeToken
           WITH POINTER WmePtr
           ON OVERFLOW MOVE 1 TO WmeFinTok
         END-UNSTRING
         IF WmeFinTok = 0 THEN
           IF WmeToken = SPACE THEN
             MOVE 1 TO WmeFinTok
           ELSE
             ADD 1 TO WfvNbVentes
             MOVE WmeToken TO fm_nom
             READ fmenus
               INVALID KEY
                 MOVE WmeToken TO WflPlat
                 PERFORM AJOUTER_CONSO_PLAT
               NOT INVALID KEY
                 IF fm_entree NOT = SPACE THEN
                   MOVE fm_entree TO WflPlat
                   PERFORM AJOUTER_CONSO_PLAT
                 END-IF
                 IF fm_plat NOT = SPACE THEN
                   MOVE fm_plat TO WflPlat
                   PERFORM AJOUTER_CONSO_PLAT
                 END-IF
                 IF fm_dessert NOT = SPACE THEN
                   MOVE fm_dessert TO WflPlat
                   PERFORM AJOUTER_CONSO_PLAT
                 END-IF
             END-READ
           END-IF
         END-IF
       END-PERFORM.

      ****************AJOUTER_CONSO_PLAT*********************************
      *Consommation théorique d'une assiette du plat WflPlat, sur la *
      *même base que le stock et les réceptions (l'article fp_nom) : *
      *une unité du plat au coût du stock fp_cout ; le coût de sa    *
      *recette (frc_qte x fing_cout) est relevé pour comparaison et  *
      *sert de coût unitaire quand le plat n'a pas de coût de stock  *
      ****************************************************************
       AJOUTER_CONSO_PLAT.
       MOVE 0 TO WfvTrouveRc
       MOVE 0 TO WfvCoutRecAjout
       MOVE WflPlat TO frc_plat
       MOVE LOW-VALUE TO frc_ingredient
       MOVE 0 TO WfvEofRc
       START fRecettes, KEY IS >= frc_cle
         INVALID KEY MOVE 1 TO WfvEofRc
       END-START
       PERFORM UNTIL WfvEofRc = 1
         READ fRecettes NEXT
         AT END MOVE 1 TO WfvEofRc
         NOT AT END
           IF frc_plat NOT = WflPlat THEN
             MOVE 1 TO WfvEofRc
           ELSE
             MOVE 1 TO WfvTrouveRc
             MOVE frc_ingredient TO fing_nom
             READ fIngredients
               NOT INVALID KEY
                 COMPUTE WfvCoutRecAjout ROUNDED = WfvCoutRecAjout
     -             + frc_qte * fing_cout
             END-READ
           END-IF
       END-PERFORM
       MOVE 1 TO WfvRubrique
       MOVE WflPlat TO WfvNomArt
       MOVE 1 TO WfvQteAjout
       MOVE WflPlat TO fp_nom
       MOVE 0 TO WfvCoutAjout
       READ fplats
         NOT INVALID KEY
           MOVE fp_cout TO WfvCoutAjout
       END-READ
       IF WfvCoutAjout = 0 THEN
         MOVE WfvCoutRecAjout TO WfvCoutAjout
       END-IF
       PERFORM CUMULER_ARTICLE_ECART
       IF WfvIdx > 0 AND WfvTrouveRc = 1 THEN
         MOVE WfvCoutRecAjout TO WfvCoutRecette(WfvIdx)
       END-IF.

      ****************LIRE_DETAIL_VALORISATION***************************
      *Cumule dans la rubrique WfvRubrique (2 ouverture, 4 clôture)  *
      *le détail de valorisation du restaurant et de la période      *
      *placés dans fvd_idrest / fvd_periode                           *
      ****************************************************************
       LIRE_DETAIL_VALORISATION.
       MOVE fvd_periode TO WfvPeriodeLue
       MOVE LOW-VALUE TO fvd_article
       MOVE 0 TO WfvEof
       START fValoDetail, KEY IS >= fvd_cle
         INVALID KEY MOVE 1 TO WfvEof
       END-START
       PERFORM UNTIL WfvEof = 1
         READ fValoDetail NEXT
         AT END MOVE 1 TO WfvEof
         NOT AT END
           IF fvd_idrest NOT = fr_id
     -        OR fvd_periode NOT = WfvPeriodeLue THEN
             MOVE 1 TO WfvEof
           ELSE
             MOVE fvd_article TO WfvNomArt
             MOVE fvd_qte TO WfvQteAjout
             MOVE fvd_cout TO WfvCoutAjout
             PERFORM CUMULER_ARTICLE_ECART
           END-IF
       END-PERFORM.

      ****************CUMULER_ARTICLE_ECART******************************
      *Ajoute WfvQteAjout à la rubrique WfvRubrique de l'article     *
      *WfvNomArt de la table d'écart (1 théorique, 2 ouverture,      *
      *3 entrées, 4 clôture) ; le coût unitaire retenu est celui de  *
      *la clôture quand il existe                                     *
      ****************************************************************
       CUMULER_ARTICLE_ECART.
       MOVE 0 TO WfvIdx
       MOVE 1 TO WmeIdx
       PERFORM UNTIL WmeIdx > WfvNb OR WfvIdx > 0
         IF WfvNom(WmeIdx) = WfvNomArt THEN
           MOVE WmeIdx TO WfvIdx
         END-IF
         ADD 1 TO WmeIdx
       END-PERFORM
       IF WfvIdx = 0 THEN
         IF WfvNb >= 200 THEN
           MOVE 1 TO WfvSature
         ELSE
           ADD 1 TO WfvNb
           MOVE WfvNb TO WfvIdx
           MOVE WfvNomArt TO WfvNom(WfvIdx)
           MOVE 0 TO WfvCout(WfvIdx)
           MOVE 0 TO WfvQteTheo(WfvIdx)
           MOVE 0 TO WfvQteOuv(WfvIdx)
           MOVE 0 TO WfvQteRecue(WfvIdx)
           MOVE 0 TO WfvQteClot(WfvIdx)
           MOVE 0 TO WfvCoutRecette(WfvIdx)
         END-IF
       END-IF
       IF WfvIdx > 0 THEN
         IF WfvCoutAjout > 0
     -      AND (WfvRubrique = 4 OR WfvCout(WfvIdx) = 0) THEN
           MOVE WfvCoutAjout TO WfvCout(WfvIdx)
         END-IF
         EVALUATE WfvRubrique
           WHEN 1
             ADD WfvQteAjout TO WfvQteTheo(WfvIdx)
           WHEN 2
             ADD WfvQteAjout TO WfvQteOuv(WfvIdx)
           WHEN 3
             ADD WfvQteAjout TO WfvQteRecue(WfvIdx)
           WHEN 4
             ADD WfvQteAjout TO WfvQteClot(WfvIdx)
         END-EVALUATE
       END-IF.

      ****************IMPRIMER_ECART_MATIERE*****************************
      *Ecrit ecart_matiere_<restaurant>_<AAAAMM>.csv : une ligne par *
      *article (quantités théorique, ouverture, entrées, clôture,    *
      *réelle, écart ; valeurs théorique, réelle, écart au coût      *
      *unitaire de l'article ; coût de recette) puis les totaux et le*
      *rapprochement global par les valorisations                    *
      ****************************************************************
       IMPRIMER_ECART_MATIERE.
       MOVE SPACE TO WNomFichierExport
       STRING 'ecart_matiere_' fr_id '_' WfvPeriode DELIMITED BY SIZE
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'article;qteTheorique;qteOuverture;qteEntrees;'
     -   'qteCloture;qteReelle;ecartQte;coutUnitaire;'
     -   'valeurTheorique;valeurReelle;ecartValeur;coutRecette'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       DISPLAY 'Restaurant ',fr_id,' - ',FUNCTION TRIM(fr_nom),
     -   ' - période ',WfvPeriode,' - ',WfvNbVentes,
     -   ' article(s) vendu(s)'
       MOVE 0 TO WfvTotTheo
       MOVE 0 TO WfvTotReel
       MOVE 0 TO WfvTotRecu
       MOVE 1 TO WfvIdx
       PERFORM UNTIL WfvIdx > WfvNb
         COMPUTE WfvQteReelle = WfvQteOuv(WfvIdx)
     -     + WfvQteRecue(WfvIdx) - WfvQteClot(WfvIdx)
         COMPUTE WfvEcartQte = WfvQteReelle - WfvQteTheo(WfvIdx)
         COMPUTE WfvValTheo ROUNDED =
     -     WfvQteTheo(WfvIdx) * WfvCout(WfvIdx)
         COMPUTE WfvValReelle ROUNDED =
     -     WfvQteReelle * WfvCout(WfvIdx)
         COMPUTE WfvEcartVal = WfvValReelle - WfvValTheo
         ADD WfvValTheo TO WfvTotTheo
         ADD WfvValReelle TO WfvTotReel
         COMPUTE WfvTotRecu ROUNDED = WfvTotRecu
     -     + WfvQteRecue(WfvIdx) * WfvCout(WfvIdx)
         IF WfvEcartVal NOT = 0 THEN
           DISPLAY '  ',WfvNom(WfvIdx),' écart ',WfvEcartQte,
     -       ' soit ',WfvEcartVal,' EUR'
         END-IF
         MOVE SPACE TO exportLigne
         STRING FUNCTION TRIM(WfvNom(WfvIdx)) ';'
     -     WfvQteTheo(WfvIdx) ';' WfvQteOuv(WfvIdx) ';'
     -     WfvQteRecue(WfvIdx) ';' WfvQteClot(WfvIdx) ';'
     -     WfvQteReelle ';' WfvEcartQte ';' WfvCout(WfvIdx) ';'
     -     WfvValTheo ';' WfvValReelle ';' WfvEcartVal ';'
     -     WfvCoutRecette(WfvIdx)
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD 1 TO WfvIdx
       END-PERFORM
       COMPUTE WfvTotEcart = WfvTotReel - WfvTotTheo
       MOVE SPACE TO exportLigne
       STRING 'TOTAL ARTICLES;;;;;;;;' WfvTotTheo ';' WfvTotReel ';'
     -     WfvTotEcart DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne

       MOVE 0 TO WfvValoOuv
       MOVE 0 TO WfvValoClot
       OPEN INPUT fValorisations
       MOVE fr_id TO fvl_idrest
       MOVE WfvPeriodePrec TO fvl_periode
       READ fValorisations
         NOT INVALID KEY
           MOVE fvl_valeur TO WfvValoOuv
       END-READ
       MOVE fr_id TO fvl_idrest
       MOVE WfvPeriode TO fvl_periode
       READ fValorisations
         NOT INVALID KEY
           MOVE fvl_valeur TO WfvValoClot
       END-READ
       CLOSE fValorisations
       COMPUTE WfvConsoGlobale = WfvValoOuv + WfvTotRecu - WfvValoClot
       COMPUTE WfvTotEcart = WfvConsoGlobale - WfvTotTheo
       IF WfvTotTheo > 0 THEN
         COMPUTE WfvPctEcart ROUNDED = WfvTotEcart * 100 / WfvTotTheo
       ELSE
         MOVE 0 TO WfvPctEcart
       END-IF
       MOVE SPACE TO exportLigne
       STRING 'VALORISATION OUVERTURE;' WfvValoOuv
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'ENTREES DU MOIS;' WfvTotRecu
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'VALORISATION CLOTURE;' WfvValoClot
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'CONSOMMATION REELLE;' WfvConsoGlobale
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'CONSOMMATION THEORIQUE;' WfvTotTheo
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'ECART;' WfvTotEcart ';' WfvPctEcart '%'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       CLOSE fExport
       DISPLAY '--------------------------------'
       DISPLAY 'Valorisation d''ouverture : ',WfvValoOuv,' EUR'
       DISPLAY 'Entrées du mois           : ',WfvTotRecu,' EUR'
       DISPLAY 'Valorisation de clôture   : ',WfvValoClot,' EUR'
       DISPLAY 'Consommation réelle       : ',WfvConsoGlobale,' EUR'
       DISPLAY 'Consommation théorique    : ',WfvTotTheo,' EUR'
       DISPLAY 'Ecart                     : ',WfvTotEcart,' EUR (',
     -     WfvPctEcart,' %)'
       IF WfvValoClot = 0 THEN
         DISPLAY 'Attention : pas de valorisation de clôture pour '
     -     'ce mois (VALORISER_STOCK)'
       END-IF
       IF WfvSature = 1 THEN
         DISPLAY 'Attention : plus de 200 articles, analyse '
     -     'tronquée'
       END-IF
       DISPLAY 'Rapport écrit : ',WNomFichierExport
       MOVE 'ECART MATIERE' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************FACTURER_CESSIONS_INTERCO***********************
      *Facturation mensuelle des cessions de stock entre sites       *
      *d'entités juridiques différentes (datacessions.dat) : une     *
      *facture par couple entité cédante / entité cessionnaire,      *
      *numérotée dans la série de factures de l'entité cédante et    *
      *inscrite au registre légal (type inter-sociétés) et au        *
      *registre datafacinterco.dat repris par l'export comptable ;   *
      *chaque cession facturée porte le numéro de sa facture. Les    *
      *cessions d'une entité cédante dont la période est close       *
      *restent non facturées                                         *
      ****************************************************************
       FACTURER_CESSIONS_INTERCO.
       DISPLAY '================================'
       DISPLAY '=== FACTURES INTER-SOCIETES  ==='
       DISPLAY '================================'
       PERFORM WITH TEST AFTER UNTIL WicMois >= 1 AND WicMois <= 12
         DISPLAY 'Mois à facturer (MM) :'
         ACCEPT WicMois
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL WicAnnee >= 2015
         DISPLAY 'Année à facturer (AAAA) :'
         ACCEPT WicAnnee
       END-PERFORM
       COMPUTE WicPeriode = WicAnnee * 100 + WicMois
       MOVE 0 TO WicNb
       MOVE 0 TO WicSatureAvert
       OPEN INPUT fCessions
       MOVE WicPeriode TO fces_periode
       MOVE 0 TO WicEof
       START fCessions, KEY IS = fces_periode
         INVALID KEY MOVE 1 TO WicEof
       END-START
       PERFORM UNTIL WicEof = 1
         READ fCessions NEXT
         AT END MOVE 1 TO WicEof
         NOT AT END
           IF fces_periode NOT = WicPeriode THEN
             MOVE 1 TO WicEof
           ELSE
             IF fces_numFacture = 0 THEN
               PERFORM CUMULER_PAIRE_INTERCO
               IF WicOk = 1 THEN
                 ADD 1 TO WicPaireNb(WicIdx)
                 ADD fces_montant TO WicPaireHT(WicIdx)
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fCessions
       IF WicNb = 0 THEN
         DISPLAY 'Aucune cession inter-sociétés à facturer sur la '
     -     'période'
       ELSE
         MOVE 1 TO WicIdx
         PERFORM UNTIL WicIdx > WicNb
           MOVE WicPaireEmet(WicIdx) TO WperIdEntite
           MOVE WicPeriode TO WperPeriode
           PERFORM VERIFIER_PERIODE_ENTITE
           IF WperOK = 1 THEN
             PERFORM EMETTRE_FACTURE_INTERCO
           END-IF
           ADD 1 TO WicIdx
         END-PERFORM
         OPEN I-O fCessions
         MOVE WicPeriode TO fces_periode
         MOVE 0 TO WicEof
         START fCessions, KEY IS = fces_periode
           INVALID KEY MOVE 1 TO WicEof
         END-START
         PERFORM UNTIL WicEof = 1
           READ fCessions NEXT
           AT END MOVE 1 TO WicEof
           NOT AT END
             IF fces_periode NOT = WicPeriode THEN
               MOVE 1 TO WicEof
             ELSE
               IF fces_numFacture = 0 THEN
                 PERFORM CUMULER_PAIRE_INTERCO
                 IF WicOk = 1 AND WicPaireNum(WicIdx) > 0 THEN
                   MOVE WicPaireNum(WicIdx) TO fces_numFacture
                   REWRITE cessionTampon
                 END-IF
               END-IF
             END-IF
         END-PERFORM
         CLOSE fCessions
         MOVE 1 TO WicIdx
         PERFORM UNTIL WicIdx > WicNb
           IF WicPaireNum(WicIdx) > 0 THEN
             PERFORM IMPRIMER_FACTURE_INTERCO
           END-IF
           ADD 1 TO WicIdx
         END-PERFORM
         IF WicSatureAvert = 1 THEN
           DISPLAY 'ATTENTION : plus de 50 couples d''entités, '
     -       'relancer la facturation pour les cessions restantes'
         END-IF
       END-IF
       DISPLAY '================================'.

      ****************CUMULER_PAIRE_INTERCO***************************
      *Positionne WicIdx sur le couple d'entités de la cession       *
      *courante, en le créant au besoin (WicOk = 0 si la table des   *
      *couples est pleine)                                           *
      ****************************************************************
       CUMULER_PAIRE_INTERCO.
       MOVE 1 TO WicOk
       MOVE 0 TO WicTrouve
       MOVE 1 TO WicIdx
       PERFORM UNTIL WicIdx > WicNb OR WicTrouve = 1
         IF WicPaireEmet(WicIdx) = fces_entiteEmet
     -      AND WicPaireRecoit(WicIdx) = fces_entiteRecoit THEN
           MOVE 1 TO WicTrouve
         ELSE
           ADD 1 TO WicIdx
         END-IF
       END-PERFORM
       IF WicTrouve = 0 THEN
         IF WicNb >= 50 THEN
           MOVE 0 TO WicOk
           MOVE 1 TO WicSatureAvert
         ELSE
           ADD 1 TO WicNb
           MOVE WicNb TO WicIdx
           MOVE fces_entiteEmet TO WicPaireEmet(WicIdx)
           MOVE fces_entiteRecoit TO WicPaireRecoit(WicIdx)
           MOVE 0 TO WicPaireNb(WicIdx)
           MOVE 0 TO WicPaireHT(WicIdx)
           MOVE 0 TO WicPaireNum(WicIdx)
         END-IF
       END-IF.

      ****************EMETTRE_FACTURE_INTERCO*************************
      *Numérote la facture du couple WicIdx dans la série FACT de    *
      *l'entité cédante (même série que ses factures clients, sans   *
      *trou), calcule la TVA sur le montant HT des cessions et       *
      *l'inscrit au registre des factures et à datafacinterco.dat    *
      ****************************************************************
       EMETTRE_FACTURE_INTERCO.
       MOVE WicPaireEmet(WicIdx) TO WenId
       MOVE SPACE TO WseqNom
       STRING 'FACT' WenId DELIMITED BY SIZE INTO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       COMPUTE WfacNumero = WenId * 1000000 + WseqValeur
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WfacNumero TO ffi_num
       MOVE WicPeriode TO ffi_periode
       MOVE WdateSystemeISOInt TO ffi_date
       MOVE WicPaireEmet(WicIdx) TO ffi_entiteEmet
       MOVE WicPaireRecoit(WicIdx) TO ffi_entiteRecoit
       MOVE WicPaireNb(WicIdx) TO ffi_nbLignes
       MOVE WicPaireHT(WicIdx) TO ffi_montantHT
       COMPUTE ffi_montantTVA ROUNDED = WicPaireHT(WicIdx) * WtauxTVA
       COMPUTE ffi_montantTTC = ffi_montantHT + ffi_montantTVA
       OPEN I-O fFacInterco
       WRITE facIntercoTampon
       IF ffi_stat = 0 THEN
         MOVE WfacNumero TO WicPaireNum(WicIdx)
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement de la facture '
     -     'inter-sociétés ',WfacNumero,' (statut ',ffi_stat,')'
       END-IF
       CLOSE fFacInterco
       IF WicPaireNum(WicIdx) > 0 THEN
         OPEN I-O fFactures
         MOVE WfacNumero TO ffa_num
         MOVE 0 TO ffa_idresa
         MOVE ffi_date TO ffa_date
         MOVE ffi_montantTTC TO ffa_montantTTC
         MOVE ffi_montantTVA TO ffa_montantTVA
         MOVE 3 TO ffa_type
         MOVE 0 TO ffa_numOrigine
         MOVE 'FACTURE' TO WfiscEvenement
         MOVE WfacNumero TO WfiscRef
         MOVE ffi_montantTTC TO WfiscMontant
         PERFORM ENREGISTRER_EVENEMENT_FISCAL
         MOVE WsigCalc TO ffa_signature
         WRITE factureTampon
         IF ffa_stat = 0 THEN
           MOVE 'fFactures' TO WauditFichier
           MOVE ffa_num TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''inscription au registre des '
     -       'factures (statut ',ffa_stat,')'
         END-IF
         CLOSE fFactures
         DISPLAY 'Facture ',WfacNumero,' : entité ',
     -     WicPaireEmet(WicIdx),' vers entité ',
     -     WicPaireRecoit(WicIdx),', ',WicPaireNb(WicIdx),
     -     ' cession(s), ',ffi_montantTTC,' EUR TTC'
       END-IF.

      ****************IMPRIMER_FACTURE_INTERCO************************
      *Imprime la facture inter-sociétés du couple WicIdx            *
      *(facture_interco_<numero>.txt) avec le détail des cessions    *
      *qu'elle reprend                                               *
      ****************************************************************
       IMPRIMER_FACTURE_INTERCO.
       MOVE SPACE TO WicNomEmet
       MOVE SPACE TO WicNomRecoit
       OPEN INPUT fEntites
       MOVE WicPaireRecoit(WicIdx) TO fen_id
       READ fEntites
         NOT INVALID KEY
           MOVE fen_nom TO WicNomRecoit
       END-READ
       MOVE WicPaireEmet(WicIdx) TO fen_id
       READ fEntites
         NOT INVALID KEY
           MOVE fen_nom TO WicNomEmet
       END-READ
       CLOSE fEntites
       MOVE WicPaireNum(WicIdx) TO ffi_num
       OPEN INPUT fFacInterco
       READ fFacInterco
         INVALID KEY
           CONTINUE
       END-READ
       CLOSE fFacInterco
       MOVE SPACE TO WNomFichierTicket
       STRING 'facture_interco_' WicPaireNum(WicIdx) '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'FACTURE n. ' ffi_num ' du ' ffi_date
     -   ' - cessions du mois ' ffi_periode
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Emetteur : ' FUNCTION TRIM(WicNomEmet) ' (SIRET '
     -     fen_siret ')' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Client   : ' FUNCTION TRIM(WicNomRecoit)
     -   ' (entité ' WicPaireRecoit(WicIdx) ')'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '--------------------------------------' TO ticketLigne
       WRITE ticketLigne
       OPEN INPUT fCessions
       MOVE WicPeriode TO fces_periode
       MOVE 0 TO WicEof
       START fCessions, KEY IS = fces_periode
         INVALID KEY MOVE 1 TO WicEof
       END-START
       PERFORM UNTIL WicEof = 1
         READ fCessions NEXT
         AT END MOVE 1 TO WicEof
         NOT AT END
           IF fces_periode NOT = WicPeriode THEN
             MOVE 1 TO WicEof
           ELSE
             IF fces_numFacture = WicPaireNum(WicIdx) THEN
               MOVE SPACE TO ticketLigne
               STRING fces_date ' ' fces_idrestOrig '>'
     -           fces_idrestDest ' ' FUNCTION TRIM(fces_plat) ' x '
     -           fces_qte ' a ' fces_coutUnit ' +' fces_taux '% = '
     -           fces_montant ' EUR'
     -           DELIMITED BY SIZE INTO ticketLigne
               WRITE ticketLigne
             END-IF
           END-IF
       END-PERFORM
       CLOSE fCessions
       MOVE '--------------------------------------' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Total HT  : ' ffi_montantHT ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'TVA       : ' ffi_montantTVA ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Total TTC : ' ffi_montantTTC ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY 'Facture écrite : ',WNomFichierTicket
       MOVE 'FACTURE INTER-SOCIETES' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************ECRIRE_JOURNAL_INTERCO**************************
      *Ecrit les deux côtés de la facture inter-sociétés courante :  *
      *chez l'entité cédante 451/707/44571 (créance groupe, cession  *
      *HT, TVA collectée), chez l'entité cessionnaire 607/44566/451  *
      *(achat HT, TVA déductible, dette groupe)                      *
      ****************************************************************
       ECRIRE_JOURNAL_INTERCO.
       MOVE SPACE TO exportLigne
       STRING 'VE' ffi_entiteEmet ';' WcjPeriode
     -   ';451;Créance groupe entité ' ffi_entiteRecoit
     -   ' facture ' ffi_num ';' ffi_montantTTC ';0'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD ffi_montantTTC TO WcjDebitTotal
       MOVE SPACE TO exportLigne
       STRING 'VE' ffi_entiteEmet ';' WcjPeriode
     -   ';707;Cessions inter-sociétés entité ' ffi_entiteRecoit
     -   ';0;' ffi_montantHT
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD ffi_montantHT TO WcjCreditTotal
       MOVE SPACE TO exportLigne
       STRING 'VE' ffi_entiteEmet ';' WcjPeriode
     -   ';44571;TVA collectée cessions entité ' ffi_entiteRecoit
     -   ';0;' ffi_montantTVA
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD ffi_montantTVA TO WcjCreditTotal
       MOVE SPACE TO exportLigne
       STRING 'AC' ffi_entiteRecoit ';' WcjPeriode
     -   ';607;Achats inter-sociétés entité ' ffi_entiteEmet
     -   ';' ffi_montantHT ';0'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD ffi_montantHT TO WcjDebitTotal
       MOVE SPACE TO exportLigne
       STRING 'AC' ffi_entiteRecoit ';' WcjPeriode
     -   ';44566;TVA déductible cessions entité ' ffi_entiteEmet
     -   ';' ffi_montantTVA ';0'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD ffi_montantTVA TO WcjDebitTotal
       MOVE SPACE TO exportLigne
       STRING 'AC' ffi_entiteRecoit ';' WcjPeriode
     -   ';451;Dette groupe entité ' ffi_entiteEmet
     -   ' facture ' ffi_num ';0;' ffi_montantTTC
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD ffi_montantTTC TO WcjCreditTotal.

      ****************GERER_IMMOBILISATIONS***************************
      *Registre des immobilisations par restaurant et par entité     *
      *juridique (dataimmobilisations.dat) : mobilier, matériel de   *
      *cuisine et travaux d'aménagement avec date et coût            *
      *d'acquisition, facture fournisseur (datafacfournisseurs.dat), *
      *durée d'utilisation et mode linéaire ou dégressif ; sortie du *
      *registre par cession ou mise au rebut avec calcul de la plus  *
      *ou moins-value                                                *
      ****************************************************************
       GERER_IMMOBILISATIONS.
       DISPLAY '================================'
       DISPLAY '=== REGISTRE DES IMMOBILISATIONS ==='
       DISPLAY '================================'
       OPEN I-O fImmobilisations
       OPEN I-O fDotations
       MOVE 9 TO WimAction
       PERFORM WITH TEST AFTER UNTIL WimAction = 0
         DISPLAY '1 - Inscrire une immobilisation'
         DISPLAY '2 - Lister le registre'
         DISPLAY '3 - Céder ou mettre au rebut une immobilisation'
         DISPLAY '0 - Terminer'
         ACCEPT WimAction
         EVALUATE WimAction
           WHEN 1
             PERFORM AJOUTER_IMMOBILISATION
           WHEN 2
             PERFORM LISTER_IMMOBILISATIONS
           WHEN 3
             PERFORM CEDER_IMMOBILISATION
         END-EVALUATE
       END-PERFORM
       CLOSE fDotations
       CLOSE fImmobilisations
       DISPLAY '================================'.

      ****************AJOUTER_IMMOBILISATION**************************
      *Inscription d'une immobilisation : l'entité juridique est     *
      *celle du restaurant sauf indication contraire, le coût est    *
      *repris de la facture fournisseur à défaut de saisie ; le mode *
      *dégressif n'est admis qu'à partir de trois ans d'utilisation  *
      ****************************************************************
       AJOUTER_IMMOBILISATION.
       INITIALIZE immoTampon
       MOVE 0 TO WimOK
       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       READ frestaurants
         INVALID KEY
           DISPLAY 'Restaurant inexistant'
         NOT INVALID KEY
           MOVE 1 TO WimOK
           MOVE fr_id TO fim_idrest
           MOVE fr_idEntite TO fim_identite
       END-READ
       CLOSE frestaurants
       IF WimOK = 1 THEN
         DISPLAY 'Entité juridique (0 : entité du restaurant, ',
     -     fim_identite,') :'
         ACCEPT WimIdEntite
         IF WimIdEntite > 0 THEN
           MOVE WimIdEntite TO fim_identite
         END-IF
         MOVE 0 TO fim_categorie
         PERFORM WITH TEST AFTER
     -     UNTIL fim_categorie >= 1 AND fim_categorie <= 3
           DISPLAY 'Catégorie : 1 mobilier, 2 matériel de cuisine, '
     -       '3 travaux d''aménagement'
           ACCEPT fim_categorie
         END-PERFORM
         DISPLAY 'Désignation :'
         ACCEPT fim_libelle
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         DISPLAY 'Date d''acquisition (AAAAMMJJ, 0 pour '
     -     'aujourd''hui) :'
         ACCEPT fim_dateAcquisition
         IF fim_dateAcquisition = 0 THEN
           MOVE WdateSystemeISOInt TO fim_dateAcquisition
         END-IF
         DISPLAY 'Facture fournisseur (identifiant, 0 : aucune) :'
         ACCEPT fim_idFacture
         IF fim_idFacture > 0 THEN
           OPEN INPUT fFacFournisseurs
           MOVE fim_idFacture TO ffs_id
           READ fFacFournisseurs
             INVALID KEY
               DISPLAY 'Facture inconnue, immobilisation inscrite '
     -           'sans facture'
               MOVE 0 TO fim_idFacture
             NOT INVALID KEY
               MOVE ffs_ref TO fim_refFacture
               DISPLAY 'Facture ',FUNCTION TRIM(ffs_ref),' du ',
     -           ffs_dateFacture,' : ',ffs_montant,' EUR'
           END-READ
           CLOSE fFacFournisseurs
         END-IF
         MOVE 0 TO fim_cout
         PERFORM WITH TEST AFTER UNTIL fim_cout > 0
           IF fim_idFacture > 0 THEN
             DISPLAY 'Coût d''acquisition HT (0 : montant de la '
     -         'facture) :'
           ELSE
             DISPLAY 'Coût d''acquisition HT :'
           END-IF
           ACCEPT fim_cout
           IF fim_cout = 0 AND fim_idFacture > 0 THEN
             MOVE ffs_montant TO fim_cout
           END-IF
         END-PERFORM
         MOVE 0 TO fim_dureeAns
         PERFORM WITH TEST AFTER UNTIL fim_dureeAns >= 1
           DISPLAY 'Durée d''utilisation (années) :'
           ACCEPT fim_dureeAns
         END-PERFORM
         MOVE 1 TO fim_methode
         IF fim_dureeAns >= 3 THEN
           MOVE 0 TO fim_methode
           PERFORM WITH TEST AFTER UNTIL fim_lineaire OR fim_degressif
             DISPLAY 'Mode : 1 linéaire, 2 dégressif'
             ACCEPT fim_methode
           END-PERFORM
         END-IF
         MOVE 1 TO fim_statut
         MOVE 'IMMO' TO WseqNom
         PERFORM ALLOUER_SEQUENCE
         IF WseqTrouve = 0 THEN
           MOVE 1 TO WseqValeur
           PERFORM SEMER_SEQUENCE
         END-IF
         MOVE WseqValeur TO fim_id
         WRITE immoTampon
         IF fim_stat = 0 THEN
           DISPLAY 'Immobilisation ',fim_id,' inscrite au registre'
           MOVE 'fImmobilisations' TO WauditFichier
           MOVE fim_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''inscription de '
     -       'l''immobilisation'
         END-IF
       END-IF.

      ****************LISTER_IMMOBILISATIONS**************************
      *Liste le registre d'un restaurant (0 : tous) : coût,          *
      *amortissements cumulés et valeur nette comptable              *
      ****************************************************************
       LISTER_IMMOBILISATIONS.
       DISPLAY 'Identifiant du restaurant (0 : tous) :'
       ACCEPT WimIdRest
       MOVE 0 TO WimNb
       MOVE 0 TO WimFin
       IF WimIdRest = 0 THEN
         MOVE 0 TO fim_id
         START fImmobilisations, KEY IS >= fim_id
           INVALID KEY MOVE 1 TO WimFin
         END-START
       ELSE
         MOVE WimIdRest TO fim_idrest
         START fImmobilisations, KEY IS = fim_idrest
           INVALID KEY MOVE 1 TO WimFin
         END-START
       END-IF
       PERFORM UNTIL WimFin = 1
         READ fImmobilisations NEXT
         AT END MOVE 1 TO WimFin
         NOT AT END
           IF WimIdRest NOT = 0 AND fim_idrest NOT = WimIdRest THEN
             MOVE 1 TO WimFin
           ELSE
             ADD 1 TO WimNb
             PERFORM AFFICHER_IMMOBILISATION
           END-IF
       END-PERFORM
       DISPLAY WimNb,' immobilisation(s)'.

      ****************AFFICHER_IMMOBILISATION*************************
      *Affiche l'immobilisation du tampon immoTampon                 *
      ****************************************************************
       AFFICHER_IMMOBILISATION.
       PERFORM LIBELLES_IMMOBILISATION
       COMPUTE WimVnc = fim_cout - fim_cumulAmort
       DISPLAY 'Immo ',fim_id,' - ',FUNCTION TRIM(fim_libelle),
     -   ' (',FUNCTION TRIM(WimLibCategorie),') restaurant ',
     -     fim_idrest,' entité ',fim_identite
       DISPLAY '  acquise le ',fim_dateAcquisition,' pour ',fim_cout,
     -   ' EUR, facture ',FUNCTION TRIM(fim_refFacture)
       DISPLAY '  ',FUNCTION TRIM(WimLibMethode),' sur ',
     -     fim_dureeAns,' an(s), amortie ',fim_cumulAmort,
     -   ' EUR jusqu''à ',fim_dernierePeriode,', VNC ',WimVnc
       IF fim_sortie THEN
         DISPLAY '  sortie le ',fim_dateSortie,' prix ',
     -     fim_prixCession,' EUR, résultat ',fim_resultatCession
       END-IF.

      ****************LIBELLES_IMMOBILISATION*************************
      *Libellés de catégorie et de mode de l'immobilisation du       *
      *tampon immoTampon et comptes d'immobilisation et              *
      *d'amortissement de sa catégorie (WimCompte, WimCompteAmort)   *
      ****************************************************************
       LIBELLES_IMMOBILISATION.
       MOVE fim_categorie TO fdo_categorie
       PERFORM COMPTES_IMMOBILISATION
       IF fim_lineaire THEN
         MOVE 'linéaire' TO WimLibMethode
       ELSE
         MOVE 'dégressif' TO WimLibMethode
       END-IF.

      ****************COMPTES_IMMOBILISATION**************************
      *Comptes du plan comptable de la catégorie fdo_categorie :     *
      *2184/28184 mobilier, 2154/28154 matériel de cuisine,          *
      *2135/28135 agencements et aménagements                        *
      ****************************************************************
       COMPTES_IMMOBILISATION.
       EVALUATE fdo_categorie
         WHEN 1
           MOVE 'mobilier' TO WimLibCategorie
           MOVE '2184' TO WimCompte
           MOVE '28184' TO WimCompteAmort
         WHEN 2
           MOVE 'matériel cuisine' TO WimLibCategorie
           MOVE '2154' TO WimCompte
           MOVE '28154' TO WimCompteAmort
         WHEN OTHER
           MOVE 'aménagements' TO WimLibCategorie
           MOVE '2135' TO WimCompte
           MOVE '28135' TO WimCompteAmort
       END-EVALUATE.

      ****************DOTATIONS_AMORTISSEMENTS_MOIS*******************
      *Dotations aux amortissements du mois : chaque immobilisation  *
      *en service est amortie jusqu'au mois demandé inclus (les mois *
      *non encore passés sont rattrapés), une dotation par mois est  *
      *écrite dans datadotations.dat et reprise par l'export du      *
      *journal comptable de la période ; un mois déjà passé n'est    *
      *pas recompté ; état dotations_<AAAAMM>.csv inscrit au spool.  *
      *Une immobilisation dont l'entité a clos (ou met en clôture) le*
      *mois demandé n'est pas amortie                                *
      ****************************************************************
       DOTATIONS_AMORTISSEMENTS_MOIS.
       DISPLAY '================================'
       DISPLAY '=== DOTATIONS AUX AMORTISSEMENTS ==='
       DISPLAY '================================'
       MOVE 0 TO WimMois
       PERFORM WITH TEST AFTER UNTIL WimMois >= 1 AND WimMois <= 12
         DISPLAY 'Mois à amortir (MM) :'
         ACCEPT WimMois
       END-PERFORM
       MOVE 0 TO WimAnnee
       PERFORM WITH TEST AFTER UNTIL WimAnnee >= 2015
         DISPLAY 'Année (AAAA) :'
         ACCEPT WimAnnee
       END-PERFORM
       COMPUTE WimPerCible = WimAnnee * 100 + WimMois
       MOVE SPACE TO WNomFichierExport
       STRING 'dotations_' WimPerCible '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'immo;entite;restaurant;designation;mode;cout;'
     -   'dotation;cumul;vnc' DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE 0 TO WimNb
       MOVE 0 TO WimTotal
       MOVE 1 TO WperBatch
       OPEN I-O fImmobilisations
       OPEN I-O fDotations
       MOVE 0 TO WimFin
       PERFORM UNTIL WimFin = 1
         READ fImmobilisations NEXT
         AT END MOVE 1 TO WimFin
         NOT AT END
           IF fim_enService AND fim_dernierePeriode < WimPerCible
     -        AND fim_cumulAmort < fim_cout THEN
             MOVE fim_identite TO WperIdEntite
             MOVE WimPerCible TO WperPeriode
             PERFORM VERIFIER_PERIODE_ENTITE
             IF WperOK = 0 THEN
               DISPLAY 'Immo ',fim_id,' : période ',WimPerCible,
     -           ' close ou en clôture pour l''entité ',fim_identite,
     -           ', non amortie'
             ELSE
             PERFORM AMORTIR_IMMOBILISATION
             REWRITE immoTampon
             IF WimDotImmo > 0 THEN
               ADD 1 TO WimNb
               ADD WimDotImmo TO WimTotal
               PERFORM LIBELLES_IMMOBILISATION
               COMPUTE WimVnc = fim_cout - fim_cumulAmort
               DISPLAY 'Immo ',fim_id,' ',FUNCTION TRIM(fim_libelle),
     -           ' : dotation ',WimDotImmo,' EUR, VNC ',WimVnc
               MOVE SPACE TO exportLigne
               STRING fim_id ';' fim_identite ';' fim_idrest ';'
     -           FUNCTION TRIM(fim_libelle) ';'
     -           FUNCTION TRIM(WimLibMethode) ';' fim_cout ';'
     -           WimDotImmo ';' fim_cumulAmort ';' WimVnc
     -           DELIMITED BY SIZE INTO exportLigne
               WRITE exportLigne
             END-IF
             END-IF
           END-IF
       END-PERFORM
       MOVE 0 TO WperBatch
       CLOSE fDotations
       CLOSE fImmobilisations
       CLOSE fExport
       DISPLAY '--------------------------------'
       DISPLAY WimNb,' immobilisation(s) amortie(s), total ',WimTotal,
     -   ' EUR'
       DISPLAY 'Etat écrit : ',WNomFichierExport
       MOVE 'DOTATIONS AMORTISSEMENTS' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '================================'.

      ****************AMORTIR_IMMOBILISATION**************************
      *Amortit l'immobilisation du tampon immoTampon du mois suivant *
      *sa dernière dotation (à défaut son mois d'acquisition)        *
      *jusqu'à la période WimPerCible incluse ; chaque dotation      *
      *mensuelle est écrite dans fDotations (ouvert en I-O par       *
      *l'appelant), le cumul de la période est rendu dans WimDotImmo *
      *et l'appelant réécrit immoTampon. La dotation d'un mois de    *
      *rattrapage tombant dans une période close est reportée sur le *
      *premier mois ouvert suivant                                   *
      ****************************************************************
       AMORTIR_IMMOBILISATION.
       MOVE 0 TO WimDotImmo
       MOVE 0 TO WimReport
       IF fim_dernierePeriode = 0 THEN
         COMPUTE WimPerCalc = fim_dateAcquisition / 100
       ELSE
         MOVE fim_dernierePeriode TO WimPerCalc
         PERFORM MOIS_SUIVANT_IMMO
       END-IF
       COMPUTE WimAnneeAcq = fim_dateAcquisition / 10000
       PERFORM UNTIL WimPerCalc > WimPerCible
         COMPUTE WimAnneeCalc = WimPerCalc / 100
         PERFORM CALCULER_DOTATION_MOIS
         MOVE fim_identite TO WperIdEntite
         MOVE WimPerCalc TO WperPeriode
         PERFORM VERIFIER_PERIODE_ENTITE
         IF WperOK = 0 THEN
           ADD WimMontant TO fim_cumulAmort
           ADD WimMontant TO WimReport
           MOVE 0 TO WimMontant
         ELSE
           IF WimReport > 0 THEN
             SUBTRACT WimReport FROM fim_cumulAmort
             ADD WimReport TO WimMontant
             MOVE 0 TO WimReport
           END-IF
         END-IF
         IF WimMontant > 0 THEN
           MOVE WimPerCalc TO fdo_periode
           MOVE fim_id TO fdo_idimmo
           MOVE 1 TO fdo_type
           MOVE fim_identite TO fdo_identite
           MOVE fim_idrest TO fdo_idrest
           MOVE fim_categorie TO fdo_categorie
           MOVE WimMontant TO fdo_montant
           MOVE fim_cout TO fdo_cout
           ADD WimMontant TO fim_cumulAmort
           MOVE fim_cumulAmort TO fdo_cumulAmort
           MOVE 0 TO fdo_prixCession
           WRITE dotationTampon
           IF fdo_stat = 0 THEN
             ADD WimMontant TO WimDotImmo
           ELSE
             SUBTRACT WimMontant FROM fim_cumulAmort
             DISPLAY 'Erreur lors de l''écriture de la dotation ',
     -         WimPerCalc,' de l''immo ',fim_id
           END-IF
         END-IF
         MOVE WimPerCalc TO fim_dernierePeriode
         PERFORM MOIS_SUIVANT_IMMO
       END-PERFORM.

      ****************MOIS_SUIVANT_IMMO*******************************
      *Avance la période WimPerCalc (AAAAMM) d'un mois               *
      ****************************************************************
       MOIS_SUIVANT_IMMO.
       COMPUTE WimAnneeCalc = WimPerCalc / 100
       COMPUTE WimMoisCalc = WimPerCalc - WimAnneeCalc * 100
       IF WimMoisCalc = 12 THEN
         COMPUTE WimPerCalc = (WimAnneeCalc + 1) * 100 + 1
       ELSE
         ADD 1 TO WimPerCalc
       END-IF.

      ****************CALCULER_DOTATION_MOIS**************************
      *Dotation WimMontant du mois WimPerCalc de l'immobilisation du *
      *tampon immoTampon. Linéaire : coût / (durée x 12). Dégressif :*
      *taux linéaire x coefficient (1,25 jusqu'à 4 ans, 1,75 pour 5  *
      *et 6 ans, 2,25 au-delà) ; l'annuité est fixée au premier mois *
      *de chaque exercice civil sur le coût la première année        *
      *(prorata des mois restants) puis sur la VNC, et bascule en    *
      *linéaire sur les années restantes dès que celui-ci est plus   *
      *fort ; la dotation ne dépasse jamais la VNC                   *
      ****************************************************************
       CALCULER_DOTATION_MOIS.
       COMPUTE WimVnc = fim_cout - fim_cumulAmort
       IF fim_lineaire THEN
         COMPUTE WimMontant ROUNDED = fim_cout / (fim_dureeAns * 12)
       ELSE
         IF fim_anneeBase NOT = WimAnneeCalc THEN
           EVALUATE TRUE
             WHEN fim_dureeAns <= 4
               MOVE 1.25 TO WimCoef
             WHEN fim_dureeAns <= 6
               MOVE 1.75 TO WimCoef
             WHEN OTHER
               MOVE 2.25 TO WimCoef
           END-EVALUATE
           COMPUTE WimTaux ROUNDED = WimCoef / fim_dureeAns
           IF WimAnneeCalc = WimAnneeAcq THEN
             COMPUTE WimAnnuite ROUNDED = fim_cout * WimTaux
           ELSE
             COMPUTE WimAnnuite ROUNDED = WimVnc * WimTaux
             COMPUTE WimAnsRestants = fim_dureeAns
     -         - (WimAnneeCalc - WimAnneeAcq)
             IF WimAnsRestants < 1 THEN
               MOVE 1 TO WimAnsRestants
             END-IF
             COMPUTE WimAnnuiteLin ROUNDED = WimVnc / WimAnsRestants
             IF WimAnnuiteLin > WimAnnuite THEN
               MOVE WimAnnuiteLin TO WimAnnuite
             END-IF
           END-IF
           COMPUTE fim_dotationMois ROUNDED = WimAnnuite / 12
           MOVE WimAnneeCalc TO fim_anneeBase
         END-IF
         MOVE fim_dotationMois TO WimMontant
       END-IF
       IF WimMontant > WimVnc THEN
         MOVE WimVnc TO WimMontant
       END-IF.

      ****************CEDER_IMMOBILISATION****************************
      *Sortie du registre d'une immobilisation en service : cession  *
      *(prix de vente) ou mise au rebut (prix nul). Les dotations    *
      *sont d'abord passées jusqu'au mois de sortie inclus, puis une *
      *écriture de cession est enregistrée pour ce mois (valeur      *
      *nette sortie, amortissements repris, prix) et le résultat de  *
      *cession (prix - VNC) est conservé sur l'immobilisation        *
      ****************************************************************
       CEDER_IMMOBILISATION.
       DISPLAY 'Identifiant de l''immobilisation :'
       ACCEPT WimId
       MOVE WimId TO fim_id
       MOVE 0 TO WimOK
       READ fImmobilisations
         INVALID KEY
           DISPLAY 'Immobilisation inconnue'
         NOT INVALID KEY
           IF fim_sortie THEN
             DISPLAY 'Immobilisation déjà sortie le ',fim_dateSortie
           ELSE
             MOVE 1 TO WimOK
             PERFORM AFFICHER_IMMOBILISATION
           END-IF
       END-READ
       IF WimOK = 1 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         DISPLAY 'Date de sortie (AAAAMMJJ, 0 pour aujourd''hui) :'
         ACCEPT WimDate
         IF WimDate = 0 THEN
           MOVE WdateSystemeISOInt TO WimDate
         END-IF
         COMPUTE WimPerCible = WimDate / 100
         IF WimDate < fim_dateAcquisition
     -      OR WimPerCible < fim_dernierePeriode THEN
           DISPLAY 'Date antérieure à l''acquisition ou aux '
     -       'dotations déjà passées (',fim_dernierePeriode,')'
           MOVE 0 TO WimOK
         END-IF
       END-IF
       IF WimOK = 1 THEN
         DISPLAY 'Prix de cession HT (0 : mise au rebut) :'
         ACCEPT fim_prixCession
         IF fim_cumulAmort < fim_cout THEN
           PERFORM AMORTIR_IMMOBILISATION
         END-IF
         COMPUTE WimVnc = fim_cout - fim_cumulAmort
         COMPUTE fim_resultatCession = fim_prixCession - WimVnc
         MOVE WimPerCible TO fdo_periode
         MOVE fim_id TO fdo_idimmo
         MOVE 2 TO fdo_type
         MOVE fim_identite TO fdo_identite
         MOVE fim_idrest TO fdo_idrest
         MOVE fim_categorie TO fdo_categorie
         MOVE WimVnc TO fdo_montant
         MOVE fim_cout TO fdo_cout
         MOVE fim_cumulAmort TO fdo_cumulAmort
         MOVE fim_prixCession TO fdo_prixCession
         WRITE dotationTampon
         IF fdo_stat = 0 THEN
           MOVE 2 TO fim_statut
           MOVE WimDate TO fim_dateSortie
           REWRITE immoTampon
           DISPLAY 'Immobilisation ',fim_id,' sortie : VNC ',WimVnc,
     -       ' EUR, prix ',fim_prixCession,' EUR'
           IF fim_resultatCession < 0 THEN
             DISPLAY 'Moins-value de cession : ',fim_resultatCession,
     -         ' EUR'
           ELSE
             DISPLAY 'Plus-value de cession : ',fim_resultatCession,
     -         ' EUR'
           END-IF
           MOVE 'fImmobilisations' TO WauditFichier
           MOVE fim_id TO WauditCle
           MOVE 'CESSION' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           REWRITE immoTampon
           DISPLAY 'Erreur lors de l''enregistrement de la cession'
         END-IF
       END-IF.

      ****************ECRIRE_JOURNAL_DOTATION*************************
      *Ecritures du journal des opérations diverses (OD) pour la     *
      *ligne du tampon dotationTampon : dotation 6811 / 28xx ;       *
      *cession 28xx (amortissements repris) et 675 (VNC sortie)      *
      *contre 2xxx (coût), prix de cession 462 / 775                 *
      ****************************************************************
       ECRIRE_JOURNAL_DOTATION.
       PERFORM COMPTES_IMMOBILISATION
       IF fdo_dotation THEN
         MOVE SPACE TO exportLigne
         STRING 'OD' fdo_identite ';' WcjPeriode
     -     ';6811;Dotation amortissement immo ' fdo_idimmo
     -     ' restaurant ' fdo_idrest ';' fdo_montant ';0'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD fdo_montant TO WcjDebitTotal
         MOVE SPACE TO exportLigne
         STRING 'OD' fdo_identite ';' WcjPeriode ';'
     -     FUNCTION TRIM(WimCompteAmort) ';Amortissement immo '
     -     fdo_idimmo ' restaurant ' fdo_idrest ';0;' fdo_montant
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD fdo_montant TO WcjCreditTotal
       ELSE
         IF fdo_cumulAmort > 0 THEN
           MOVE SPACE TO exportLigne
           STRING 'OD' fdo_identite ';' WcjPeriode ';'
     -       FUNCTION TRIM(WimCompteAmort)
     -       ';Reprise amortissements cession immo ' fdo_idimmo
     -       ';' fdo_cumulAmort ';0'
     -       DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
           ADD fdo_cumulAmort TO WcjDebitTotal
         END-IF
         IF fdo_montant > 0 THEN
           MOVE SPACE TO exportLigne
           STRING 'OD' fdo_identite ';' WcjPeriode
     -       ';675;VNC des éléments cédés immo ' fdo_idimmo
     -       ';' fdo_montant ';0'
     -       DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
           ADD fdo_montant TO WcjDebitTotal
         END-IF
         MOVE SPACE TO exportLigne
         STRING 'OD' fdo_identite ';' WcjPeriode ';'
     -     FUNCTION TRIM(WimCompte) ';Sortie immo ' fdo_idimmo
     -     ' restaurant ' fdo_idrest ';0;' fdo_cout
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD fdo_cout TO WcjCreditTotal
         IF fdo_prixCession > 0 THEN
           MOVE SPACE TO exportLigne
           STRING 'OD' fdo_identite ';' WcjPeriode
     -       ';462;Créance sur cession immo ' fdo_idimmo
     -       ';' fdo_prixCession ';0'
     -       DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
           ADD fdo_prixCession TO WcjDebitTotal
           MOVE SPACE TO exportLigne
           STRING 'OD' fdo_identite ';' WcjPeriode
     -       ';775;Produit de cession immo ' fdo_idimmo
     -       ';0;' fdo_prixCession
     -       DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
           ADD fdo_prixCession TO WcjCreditTotal
         END-IF
       END-IF.

      ****************TABLEAU_IMMOBILISATIONS*************************
      *Tableau des immobilisations et des amortissements de l'année  *
      *WanneeCloture par entité juridique, ajouté au rapport de      *
      *clôture : valeurs brutes (début, acquisitions, sorties, fin), *
      *amortissements (début, dotations, reprises sur sorties, fin), *
      *valeur nette en fin d'exercice et résultat des cessions ; les *
      *immobilisations sans entité sont regroupées sous l'entité 0   *
      ****************************************************************
       TABLEAU_IMMOBILISATIONS.
       MOVE SPACE TO exportLigne
       MOVE '================================' TO exportLigne
       WRITE exportLigne
       MOVE SPACE TO exportLigne
       STRING 'Tableau des immobilisations ' WanneeCloture
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       DISPLAY '================================'
       DISPLAY 'Tableau des immobilisations ',WanneeCloture
       OPEN INPUT fImmobilisations
       OPEN INPUT fDotations
       MOVE 0 TO WimIdEntite
       PERFORM TABLEAU_IMMOS_ENTITE
       OPEN INPUT fEntites
       MOVE 0 TO WimFinEnt
       PERFORM UNTIL WimFinEnt = 1
         READ fEntites NEXT
         AT END MOVE 1 TO WimFinEnt
         NOT AT END
           IF fen_id > 0 THEN
             MOVE fen_id TO WimIdEntite
             PERFORM TABLEAU_IMMOS_ENTITE
           END-IF
       END-PERFORM
       CLOSE fEntites
       CLOSE fDotations
       CLOSE fImmobilisations.

      ****************TABLEAU_IMMOS_ENTITE****************************
      *Lignes et totaux du tableau des immobilisations de l'entité   *
      *WimIdEntite (rien n'est écrit si l'entité n'en a aucune sur   *
      *l'exercice)                                                   *
      ****************************************************************
       TABLEAU_IMMOS_ENTITE.
       MOVE 0 TO WimNb
       MOVE 0 TO WimBrutDebut
       MOVE 0 TO WimAcquis
       MOVE 0 TO WimSorties
       MOVE 0 TO WimBrutFin
       MOVE 0 TO WimAmortDebut
       MOVE 0 TO WimDotAnnee
       MOVE 0 TO WimReprises
       MOVE 0 TO WimAmortFin
       MOVE 0 TO WimVncFin
       MOVE 0 TO WimResultat
       MOVE WimIdEntite TO fim_identite
       MOVE 0 TO WimFinDot
       START fImmobilisations, KEY IS = fim_identite
         INVALID KEY MOVE 1 TO WimFinDot
       END-START
       PERFORM UNTIL WimFinDot = 1
         READ fImmobilisations NEXT
         AT END MOVE 1 TO WimFinDot
         NOT AT END
           IF fim_identite NOT = WimIdEntite THEN
             MOVE 1 TO WimFinDot
           ELSE
             COMPUTE WimAnneeAcq = fim_dateAcquisition / 10000
             COMPUTE WimAnneeSortie = fim_dateSortie / 10000
             IF WimAnneeAcq <= WanneeCloture
     -          AND (fim_enService
     -          OR WimAnneeSortie >= WanneeCloture) THEN
               IF WimNb = 0 THEN
                 PERFORM ENTETE_TABLEAU_ENTITE
               END-IF
               ADD 1 TO WimNb
               PERFORM LIGNE_TABLEAU_IMMO
             END-IF
           END-IF
       END-PERFORM
       IF WimNb > 0 THEN
         MOVE SPACE TO exportLigne
         STRING '  TOTAL entité ' WimIdEntite ';' WimBrutDebut ';'
     -     WimAcquis ';' WimSorties ';' WimBrutFin ';'
     -     WimAmortDebut ';' WimDotAnnee ';' WimReprises ';'
     -     WimAmortFin ';' WimVncFin
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE SPACE TO exportLigne
         STRING '  Résultat des cessions de l''exercice : '
     -     WimResultat DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         DISPLAY '  Brut : début ',WimBrutDebut,' + acquisitions ',
     -     WimAcquis,' - sorties ',WimSorties,' = ',WimBrutFin
         DISPLAY '  Amortissements : début ',WimAmortDebut,
     -     ' + dotations ',WimDotAnnee,' - reprises ',WimReprises,
     -     ' = ',WimAmortFin
         DISPLAY '  Valeur nette fin d''exercice : ',WimVncFin,
     -     ', résultat des cessions : ',WimResultat
       END-IF.

      ****************ENTETE_TABLEAU_ENTITE***************************
      *En-tête du tableau des immobilisations de l'entité WimIdEntite*
      ****************************************************************
       ENTETE_TABLEAU_ENTITE.
       MOVE SPACE TO exportLigne
       IF WimIdEntite = 0 THEN
         MOVE 'Entité 00 - sans entité juridique' TO exportLigne
       ELSE
         STRING 'Entité ' fen_id ' - ' FUNCTION TRIM(fen_nom)
     -     DELIMITED BY SIZE INTO exportLigne
       END-IF
       WRITE exportLigne
       DISPLAY '--------------------------------'
       DISPLAY FUNCTION TRIM(exportLigne)
       MOVE SPACE TO exportLigne
       STRING '  immo;designation;brut_debut;acquisitions;sorties;'
     -   'brut_fin;amort_debut;dotations;reprises;amort_fin;vnc'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      ****************LIGNE_TABLEAU_IMMO******************************
      *Ligne du tableau pour l'immobilisation du tampon immoTampon : *
      *amortissements antérieurs et de l'exercice lus dans           *
      *fDotations, reprise égale au cumul amorti à la sortie         *
      ****************************************************************
       LIGNE_TABLEAU_IMMO.
       INITIALIZE WimLigneImmo
       IF WimAnneeAcq < WanneeCloture THEN
         MOVE fim_cout TO WimLBrutDebut
       ELSE
         MOVE fim_cout TO WimLAcquis
       END-IF
       MOVE fim_id TO fdo_idimmo
       MOVE 0 TO WimFin
       START fDotations, KEY IS = fdo_idimmo
         INVALID KEY MOVE 1 TO WimFin
       END-START
       PERFORM UNTIL WimFin = 1
         READ fDotations NEXT
         AT END MOVE 1 TO WimFin
         NOT AT END
           IF fdo_idimmo NOT = fim_id THEN
             MOVE 1 TO WimFin
           ELSE
             COMPUTE WimAnneeCalc = fdo_periode / 100
             IF fdo_dotation THEN
               IF WimAnneeCalc < WanneeCloture THEN
                 ADD fdo_montant TO WimLAmortDebut
               END-IF
               IF WimAnneeCalc = WanneeCloture THEN
                 ADD fdo_montant TO WimLDotAnnee
               END-IF
             ELSE
               IF WimAnneeCalc = WanneeCloture THEN
                 MOVE fim_cout TO WimLSorties
                 MOVE fdo_cumulAmort TO WimLReprises
                 ADD fim_resultatCession TO WimResultat
               END-IF
             END-IF
           END-IF
       END-PERFORM
       COMPUTE WimLBrutFin = WimLBrutDebut + WimLAcquis
     -   - WimLSorties
       COMPUTE WimLAmortFin = WimLAmortDebut + WimLDotAnnee
     -   - WimLReprises
       COMPUTE WimLVncFin = WimLBrutFin - WimLAmortFin
       ADD WimLBrutDebut TO WimBrutDebut
       ADD WimLAcquis TO WimAcquis
       ADD WimLSorties TO WimSorties
       ADD WimLBrutFin TO WimBrutFin
       ADD WimLAmortDebut TO WimAmortDebut
       ADD WimLDotAnnee TO WimDotAnnee
       ADD WimLReprises TO WimReprises
       ADD WimLAmortFin TO WimAmortFin
       ADD WimLVncFin TO WimVncFin
       MOVE SPACE TO exportLigne
       STRING '  ' fim_id ';' FUNCTION TRIM(fim_libelle) ';'
     -     WimLBrutDebut ';' WimLAcquis ';' WimLSorties ';'
     -     WimLBrutFin ';' WimLAmortDebut ';' WimLDotAnnee ';'
     -     WimLReprises ';' WimLAmortFin ';' WimLVncFin
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      ****************GENERER_FEC*************************************
      *Fichier des écritures comptables (FEC) d'une entité juridique *
      *de dataentites.dat pour un exercice civil : ventes et TVA du  *
      *registre des factures, factures inter-sociétés, règlements de *
      *datapaiements.dat et impayés carte des litiges perdus, remises*
      *et règlements des titres restaurant, arrhes, bons cadeaux,    *
      *factures fournisseurs et opérations diverses d'amortissement ;*
      *les lignes sont d'abord rangées dans le fichier temporaire    *
      *indexé temp_fec.dat par date d'écriture, et le fichier        *
      *<SIREN>FEC<AAAA>1231.txt (18 colonnes séparées par tabulation)*
      *n'est produit, relu dans l'ordre chronologique avec une       *
      *écriture numérotée en continu par pièce, que si le total des  *
      *débits est égal au total des crédits                          *
      ****************************************************************
       GENERER_FEC.
       DISPLAY '================================'
       DISPLAY '=== FICHIER DES ECRITURES COMPTABLES ==='
       DISPLAY '================================'
       MOVE 0 TO WfecOK
       OPEN INPUT fEntites
       PERFORM WITH TEST AFTER UNTIL WfecOK = 1
         DISPLAY 'Numéro de l''entité juridique :'
         ACCEPT WfecIdEntite
         MOVE WfecIdEntite TO fen_id
         READ fEntites
           INVALID KEY
             DISPLAY 'Entité inconnue'
           NOT INVALID KEY
             MOVE 1 TO WfecOK
         END-READ
       END-PERFORM
       CLOSE fEntites
       DISPLAY 'Entité ',fen_id,' - ',FUNCTION TRIM(fen_nom),
     -   ' - SIRET ',fen_siret
       COMPUTE WfecSiren = fen_siret / 100000
       MOVE 0 TO WfecAnnee
       PERFORM WITH TEST AFTER UNTIL WfecAnnee >= 2015
         DISPLAY 'Exercice (AAAA) :'
         ACCEPT WfecAnnee
       END-PERFORM
       COMPUTE WfecDebut = WfecAnnee * 10000 + 101
       COMPUTE WfecFin = WfecAnnee * 10000 + 1231
       DISPLAY 'Entité émettrice des bons cadeaux (0 : entité du '
     -   'restaurant où le bon est utilisé) :'
       MOVE 0 TO WfecEntiteBons
       ACCEPT WfecEntiteBons
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WfecNumEcr
       MOVE 0 TO WfecNbLignes
       MOVE 0 TO WfecNbIgnorees
       MOVE 0 TO WfecTotalDebit
       MOVE 0 TO WfecTotalCredit
       MOVE SPACE TO WfecAux
       MOVE SPACE TO WfecAuxLib
       OPEN OUTPUT fFecTri
       OPEN INPUT freservations
       OPEN INPUT frestaurants
       PERFORM ECRIRE_FEC_VENTES
       PERFORM ECRIRE_FEC_INTERCO
       PERFORM ECRIRE_FEC_REGLEMENTS
       PERFORM ECRIRE_FEC_LITIGES
       PERFORM ECRIRE_FEC_TITRES
       PERFORM ECRIRE_FEC_BONS
       PERFORM ECRIRE_FEC_ACHATS
       PERFORM ECRIRE_FEC_ARRHES
       PERFORM ECRIRE_FEC_DOTATIONS
       CLOSE frestaurants
       CLOSE freservations
       CLOSE fFecTri
       DISPLAY '--------------------------------'
       DISPLAY WfecNumEcr,' écriture(s), ',WfecNbLignes,' ligne(s)'
       DISPLAY 'Total débit  : ',WfecTotalDebit
       DISPLAY 'Total crédit : ',WfecTotalCredit
       IF WfecNbIgnorees > 0 THEN
         DISPLAY 'ATTENTION : ',WfecNbIgnorees,' pièce(s) sans '
     -     'restaurant rattaché n''ont pu être affectées à une '
     -     'entité'
       END-IF
       IF WfecNbLignes = 0 THEN
         DISPLAY 'Aucune écriture pour l''entité sur '
     -     'l''exercice, FEC non produit'
       ELSE
         IF WfecTotalDebit NOT = WfecTotalCredit THEN
           DISPLAY '*** FEC NON PRODUIT : les débits et les crédits '
     -       'ne sont pas égaux'
         ELSE
           MOVE SPACE TO WNomFichierExport
           STRING WfecSiren 'FEC' WfecAnnee '1231.txt'
     -       DELIMITED BY SIZE INTO WNomFichierExport
           OPEN OUTPUT fExport
           MOVE SPACE TO exportLigne
           STRING 'JournalCode' WfecTab 'JournalLib' WfecTab
     -       'EcritureNum' WfecTab 'EcritureDate' WfecTab
     -       'CompteNum' WfecTab 'CompteLib' WfecTab
     -       'CompAuxNum' WfecTab 'CompAuxLib' WfecTab
     -       'PieceRef' WfecTab 'PieceDate' WfecTab
     -       'EcritureLib' WfecTab 'Debit' WfecTab 'Credit' WfecTab
     -       'EcritureLet' WfecTab 'DateLet' WfecTab
     -       'ValidDate' WfecTab 'Montantdevise' WfecTab 'Idevise'
     -       DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
           OPEN INPUT fFecTri
           MOVE 0 TO WfecNumEcr
           MOVE 0 TO WfecPiecePrec
           MOVE 0 TO WfecEof
           PERFORM UNTIL WfecEof = 1
             READ fFecTri NEXT
             AT END MOVE 1 TO WfecEof
             NOT AT END
               PERFORM NUMEROTER_LIGNE_FEC
           END-PERFORM
           CLOSE fFecTri
           CLOSE fExport
           DISPLAY 'Débits et crédits équilibrés'
           DISPLAY 'FEC écrit : ',WNomFichierExport
           MOVE 'fEntites' TO WauditFichier
           MOVE WfecIdEntite TO WauditCle
           MOVE 'FEC' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           MOVE 'FEC' TO WspoolRapport
           MOVE WNomFichierExport TO WspoolFichier
           PERFORM ENREGISTRER_SPOOL
         END-IF
       END-IF
       DISPLAY '================================'.

      ****************ENTITE_RESA_FEC*********************************
      *Lit la réservation WfecIdResa (freservations ouvert par       *
      *l'appelant) et en déduit par ENTITE_RESTO_FEC l'entité, le    *
      *restaurant, le client, la date et le taux de TVA ; WfecEntResa*
      *reste à 0 si la réservation est inconnue                      *
      ****************************************************************
       ENTITE_RESA_FEC.
       MOVE 0 TO WfecEntResa
       MOVE 0 TO WfecIdRest
       MOVE 0 TO WfecIdCli
       MOVE 0 TO WfecDateResa
       MOVE WfecIdResa TO frs_id
       READ freservations
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE frs_idcli TO WfecIdCli
           MOVE frs_dateISO TO WfecDateResa
           MOVE frs_idrest TO WfecIdRest
           PERFORM ENTITE_RESTO_FEC
       END-READ.

      ****************ENTITE_RESTO_FEC********************************
      *Entité juridique WfecEntResa et taux de TVA WfecTaux du       *
      *restaurant WfecIdRest (frestaurants ouvert par l'appelant)    *
      ****************************************************************
       ENTITE_RESTO_FEC.
       MOVE 0 TO WfecEntResa
       MOVE WtauxTVA TO WfecTaux
       MOVE WfecIdRest TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fr_idEntite TO WfecEntResa
           IF fr_tauxTVA > 0 THEN
             MOVE fr_tauxTVA TO WfecTaux
           END-IF
       END-READ.

      ****************VENTILER_TTC_FEC********************************
      *Ventile le montant TTC WfecTTC en hors taxe WfecHT et TVA     *
      *WfecTVA au taux WfecTaux du restaurant                        *
      ****************************************************************
       VENTILER_TTC_FEC.
       COMPUTE WfecHT ROUNDED = WfecTTC / (1 + WfecTaux)
       COMPUTE WfecTVA = WfecTTC - WfecHT.

      ****************ECRIRE_FEC_VENTES*******************************
      *Journal des ventes (VE) : factures et avoirs du registre des  *
      *factures de l'exercice dont la réservation dépend d'un        *
      *restaurant de l'entité, 411 (client) contre 706 et 44571 ; les*
      *factures inter-sociétés sont passées par ECRIRE_FEC_INTERCO   *
      ****************************************************************
       ECRIRE_FEC_VENTES.
       OPEN INPUT fFactures
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fFactures NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           IF ffa_date >= WfecDebut AND ffa_date <= WfecFin
     -        AND NOT ffa_interco THEN
             MOVE ffa_idresa TO WfecIdResa
             PERFORM ENTITE_RESA_FEC
             IF WfecEntResa = WfecIdEntite THEN
               ADD 1 TO WfecNumEcr
               MOVE 'VE' TO WfecJournal
               MOVE ffa_date TO WfecDate
               MOVE ffa_num TO WfecPiece
               MOVE ffa_date TO WfecPieceDate
               MOVE SPACE TO WfecLib
               IF ffa_avoir THEN
                 STRING 'Avoir ' ffa_num ' sur facture '
     -             ffa_numOrigine ' réservation ' ffa_idresa
     -             DELIMITED BY SIZE INTO WfecLib
               ELSE
                 STRING 'Facture ' ffa_num ' réservation '
     -             ffa_idresa DELIMITED BY SIZE INTO WfecLib
               END-IF
               IF ffa_montantTVA > ffa_montantTTC THEN
                 MOVE 0 TO WfecHT
               ELSE
                 COMPUTE WfecHT = ffa_montantTTC - ffa_montantTVA
               END-IF
               IF ffa_avoir THEN
                 MOVE '706' TO WfecCompte
                 MOVE WfecHT TO WfecMontant
                 PERFORM DEBITER_FEC
                 MOVE '44571' TO WfecCompte
                 MOVE ffa_montantTVA TO WfecMontant
                 PERFORM DEBITER_FEC
                 MOVE '411' TO WfecCompte
                 MOVE WfecIdCli TO WfecAux
                 STRING 'Client ' WfecIdCli
     -             DELIMITED BY SIZE INTO WfecAuxLib
                 COMPUTE WfecMontant = WfecHT + ffa_montantTVA
                 PERFORM CREDITER_FEC
               ELSE
                 MOVE '411' TO WfecCompte
                 MOVE WfecIdCli TO WfecAux
                 STRING 'Client ' WfecIdCli
     -             DELIMITED BY SIZE INTO WfecAuxLib
                 COMPUTE WfecMontant = WfecHT + ffa_montantTVA
                 PERFORM DEBITER_FEC
                 MOVE '706' TO WfecCompte
                 MOVE WfecHT TO WfecMontant
                 PERFORM CREDITER_FEC
                 MOVE '44571' TO WfecCompte
                 MOVE ffa_montantTVA TO WfecMontant
                 PERFORM CREDITER_FEC
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fFactures.

      ****************ECRIRE_FEC_INTERCO******************************
      *Factures inter-sociétés de l'exercice : côté cédant au journal*
      *des ventes (451 groupe contre 707 et 44571), côté cessionnaire*
      *au journal des achats (607 et 44566 contre 451 groupe), comme *
      *dans ECRIRE_JOURNAL_INTERCO                                   *
      ****************************************************************
       ECRIRE_FEC_INTERCO.
       OPEN INPUT fFacInterco
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fFacInterco NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           IF ffi_date >= WfecDebut AND ffi_date <= WfecFin THEN
             IF ffi_entiteEmet = WfecIdEntite THEN
               ADD 1 TO WfecNumEcr
               MOVE 'VE' TO WfecJournal
               MOVE ffi_date TO WfecDate
               MOVE ffi_num TO WfecPiece
               MOVE ffi_date TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Facture inter-sociétés ' ffi_num ' entité '
     -           ffi_entiteRecoit DELIMITED BY SIZE INTO WfecLib
               MOVE '451' TO WfecCompte
               MOVE ffi_entiteRecoit TO WfecAux
               STRING 'Entité ' ffi_entiteRecoit
     -           DELIMITED BY SIZE INTO WfecAuxLib
               MOVE ffi_montantTTC TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '707' TO WfecCompte
               MOVE ffi_montantHT TO WfecMontant
               PERFORM CREDITER_FEC
               MOVE '44571' TO WfecCompte
               MOVE ffi_montantTVA TO WfecMontant
               PERFORM CREDITER_FEC
             END-IF
             IF ffi_entiteRecoit = WfecIdEntite THEN
               ADD 1 TO WfecNumEcr
               MOVE 'AC' TO WfecJournal
               MOVE ffi_date TO WfecDate
               MOVE ffi_num TO WfecPiece
               MOVE ffi_date TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Facture inter-sociétés ' ffi_num ' entité '
     -           ffi_entiteEmet DELIMITED BY SIZE INTO WfecLib
               MOVE '607' TO WfecCompte
               MOVE ffi_montantHT TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '44566' TO WfecCompte
               MOVE ffi_montantTVA TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '451' TO WfecCompte
               MOVE ffi_entiteEmet TO WfecAux
               STRING 'Entité ' ffi_entiteEmet
     -           DELIMITED BY SIZE INTO WfecAuxLib
               MOVE ffi_montantTTC TO WfecMontant
               PERFORM CREDITER_FEC
             END-IF
           END-IF
       END-PERFORM
       CLOSE fFacInterco.

      ****************ECRIRE_FEC_REGLEMENTS***************************
      *Règlements non annulés de datapaiements.dat sur l'exercice, au*
      *journal de caisse (CA) pour les espèces et de banque (BQ) pour*
      *les autres modes : compte de trésorerie ou de tiers du mode   *
      *(530, 5112, 5113, 512, 4111, 41972) contre 411 du client ; les*
      *paiements carte contre-passés après un litige perdu (motif 5) *
      *restent à leur date, l'impayé étant passé par                 *
      *ECRIRE_FEC_LITIGES                                            *
      ****************************************************************
       ECRIRE_FEC_REGLEMENTS.
       OPEN INPUT fPaiements
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           IF (fpay_valide OR fpay_motifAnnul = 5)
     -        AND fpay_date >= WfecDebut
     -        AND fpay_date <= WfecFin THEN
             MOVE fpay_idresa TO WfecIdResa
             PERFORM ENTITE_RESA_FEC
             IF WfecIdRest = 0 THEN
               ADD 1 TO WfecNbIgnorees
             END-IF
             IF WfecEntResa = WfecIdEntite AND WfecIdRest > 0 THEN
               ADD 1 TO WfecNumEcr
               IF fpay_mode = 1 THEN
                 MOVE 'CA' TO WfecJournal
               ELSE
                 MOVE 'BQ' TO WfecJournal
               END-IF
               MOVE fpay_date TO WfecDate
               MOVE fpay_id TO WfecPiece
               MOVE fpay_date TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Règlement ' fpay_id ' réservation '
     -           fpay_idresa DELIMITED BY SIZE INTO WfecLib
               EVALUATE fpay_mode
                 WHEN 1
                   MOVE '530' TO WfecCompte
                 WHEN 2
                   MOVE '5112' TO WfecCompte
                 WHEN 3
                   MOVE '5113' TO WfecCompte
                 WHEN 5
                   MOVE '4111' TO WfecCompte
                   MOVE fpay_idcli TO WfecAux
                   STRING 'Compte société ' fpay_idcli
     -               DELIMITED BY SIZE INTO WfecAuxLib
                 WHEN 6
                   MOVE '41972' TO WfecCompte
                   MOVE fpay_idcli TO WfecAux
                   STRING 'Porte-monnaie client ' fpay_idcli
     -               DELIMITED BY SIZE INTO WfecAuxLib
                 WHEN OTHER
                   MOVE '512' TO WfecCompte
               END-EVALUATE
               MOVE fpay_montant TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '411' TO WfecCompte
               MOVE fpay_idcli TO WfecAux
               STRING 'Client ' fpay_idcli
     -           DELIMITED BY SIZE INTO WfecAuxLib
               MOVE fpay_montant TO WfecMontant
               PERFORM CREDITER_FEC
             END-IF
           END-IF
       END-PERFORM
       CLOSE fPaiements.

      ****************ECRIRE_FEC_BONS*********************************
      *Mouvements des bons cadeaux (41971) : vente encaissée en caisse*
      *chez l'entité émettrice WfecEntiteBons, utilisation en chiffre*
      *d'affaire (706 et 44571 au taux du restaurant) chez l'entité du*
      *restaurant, avec passage par le compte groupe 451 quand       *
      *l'émettrice est une autre entité, et bons expirés non utilisés*
      *constatés en produit 758 chez l'émettrice ; sans émettrice    *
      *désignée, les bons relèvent de l'entité du restaurant         *
      *d'utilisation et leur vente n'est pas reprise                 *
      ****************************************************************
       ECRIRE_FEC_BONS.
       OPEN INPUT fBons
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fBons NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           MOVE fb_num TO WfecPiece
           IF WfecEntiteBons = WfecIdEntite
     -        AND fb_dateAchat >= WfecDebut
     -        AND fb_dateAchat <= WfecFin THEN
             ADD 1 TO WfecNumEcr
             MOVE 'CA' TO WfecJournal
             MOVE fb_dateAchat TO WfecDate
             MOVE fb_dateAchat TO WfecPieceDate
             MOVE SPACE TO WfecLib
             STRING 'Vente bon cadeau ' fb_num
     -         DELIMITED BY SIZE INTO WfecLib
             MOVE '530' TO WfecCompte
             MOVE fb_montant TO WfecMontant
             PERFORM DEBITER_FEC
             MOVE '41971' TO WfecCompte
             PERFORM CREDITER_FEC
           END-IF
           IF fb_bonUtilise THEN
             MOVE fb_idresa TO WfecIdResa
             PERFORM ENTITE_RESA_FEC
             IF WfecEntiteBons = 0 THEN
               MOVE WfecEntResa TO WfecIdEntBon
             ELSE
               MOVE WfecEntiteBons TO WfecIdEntBon
             END-IF
             IF WfecDateResa >= WfecDebut AND WfecDateResa <= WfecFin
     -          AND WfecIdRest > 0 THEN
               MOVE WfecDateResa TO WfecDate
               MOVE WfecDateResa TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Bon cadeau ' fb_num ' utilisé réservation '
     -           fb_idresa DELIMITED BY SIZE INTO WfecLib
               MOVE fb_montant TO WfecTTC
               PERFORM VENTILER_TTC_FEC
               IF WfecIdEntBon = WfecIdEntite THEN
                 ADD 1 TO WfecNumEcr
                 MOVE '41971' TO WfecCompte
                 MOVE fb_montant TO WfecMontant
                 IF WfecEntResa = WfecIdEntite THEN
                   MOVE 'VE' TO WfecJournal
                   PERFORM DEBITER_FEC
                   MOVE '706' TO WfecCompte
                   MOVE WfecHT TO WfecMontant
                   PERFORM CREDITER_FEC
                   MOVE '44571' TO WfecCompte
                   MOVE WfecTVA TO WfecMontant
                   PERFORM CREDITER_FEC
                 ELSE
                   MOVE 'OD' TO WfecJournal
                   PERFORM DEBITER_FEC
                   MOVE '451' TO WfecCompte
                   MOVE WfecEntResa TO WfecAux
                   STRING 'Entité ' WfecEntResa
     -               DELIMITED BY SIZE INTO WfecAuxLib
                   PERFORM CREDITER_FEC
                 END-IF
               ELSE
                 IF WfecEntResa = WfecIdEntite THEN
                   ADD 1 TO WfecNumEcr
                   MOVE 'VE' TO WfecJournal
                   MOVE '451' TO WfecCompte
                   MOVE WfecIdEntBon TO WfecAux
                   STRING 'Entité ' WfecIdEntBon
     -               DELIMITED BY SIZE INTO WfecAuxLib
                   MOVE fb_montant TO WfecMontant
                   PERFORM DEBITER_FEC
                   MOVE '706' TO WfecCompte
                   MOVE WfecHT TO WfecMontant
                   PERFORM CREDITER_FEC
                   MOVE '44571' TO WfecCompte
                   MOVE WfecTVA TO WfecMontant
                   PERFORM CREDITER_FEC
                 END-IF
               END-IF
             END-IF
           END-IF
           IF WfecEntiteBons = WfecIdEntite
     -        AND fb_dateExpiration >= WfecDebut
     -        AND fb_dateExpiration <= WfecFin
     -        AND fb_dateExpiration < WdateSystemeISOInt
     -        AND (fb_bonExpire OR fb_bonValide) THEN
             ADD 1 TO WfecNumEcr
             MOVE 'OD' TO WfecJournal
             MOVE fb_dateExpiration TO WfecDate
             MOVE fb_dateExpiration TO WfecPieceDate
             MOVE SPACE TO WfecLib
             STRING 'Bon cadeau ' fb_num ' expiré non utilisé'
     -         DELIMITED BY SIZE INTO WfecLib
             MOVE '41971' TO WfecCompte
             MOVE fb_montant TO WfecMontant
             PERFORM DEBITER_FEC
             MOVE '758' TO WfecCompte
             PERFORM CREDITER_FEC
           END-IF
       END-PERFORM
       CLOSE fBons.

      ****************ECRIRE_FEC_ACHATS*******************************
      *Factures fournisseurs de l'exercice dont la commande d'achat  *
      *émane d'un restaurant de l'entité : 607 contre 401 au journal *
      *des achats (AC) à la date de facture, puis 401 contre 512 au  *
      *journal de banque (BQ) à la date de paiement                  *
      ****************************************************************
       ECRIRE_FEC_ACHATS.
       OPEN INPUT fFacFournisseurs
       OPEN INPUT fAchats
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fFacFournisseurs NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           MOVE 0 TO WfecIdRest
           MOVE 0 TO WfecEntResa
           MOVE ffs_idAchat TO fpo_id
           READ fAchats
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE fpo_idrestDemandeur TO WfecIdRest
           END-READ
           IF WfecIdRest > 0 THEN
             PERFORM ENTITE_RESTO_FEC
           END-IF
           IF ffs_dateFacture >= WfecDebut
     -        AND ffs_dateFacture <= WfecFin THEN
             IF WfecIdRest = 0 THEN
               ADD 1 TO WfecNbIgnorees
             END-IF
             IF WfecEntResa = WfecIdEntite AND WfecIdRest > 0 THEN
               ADD 1 TO WfecNumEcr
               MOVE 'AC' TO WfecJournal
               MOVE ffs_dateFacture TO WfecDate
               MOVE ffs_ref TO WfecPiece
               MOVE ffs_dateFacture TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Facture fournisseur ' ffs_id ' commande '
     -           ffs_idAchat DELIMITED BY SIZE INTO WfecLib
               MOVE '607' TO WfecCompte
               MOVE ffs_montant TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '401' TO WfecCompte
               MOVE ffs_idFournisseur TO WfecAux
               STRING 'Fournisseur ' ffs_idFournisseur
     -           DELIMITED BY SIZE INTO WfecAuxLib
               PERFORM CREDITER_FEC
             END-IF
           END-IF
           IF ffs_payee AND ffs_datePaiement >= WfecDebut
     -        AND ffs_datePaiement <= WfecFin
     -        AND WfecEntResa = WfecIdEntite AND WfecIdRest > 0 THEN
             ADD 1 TO WfecNumEcr
             MOVE 'BQ' TO WfecJournal
             MOVE ffs_datePaiement TO WfecDate
             MOVE ffs_ref TO WfecPiece
             MOVE ffs_dateFacture TO WfecPieceDate
             MOVE SPACE TO WfecLib
             STRING 'Paiement facture fournisseur ' ffs_id
     -         DELIMITED BY SIZE INTO WfecLib
             MOVE '401' TO WfecCompte
             MOVE ffs_idFournisseur TO WfecAux
             STRING 'Fournisseur ' ffs_idFournisseur
     -         DELIMITED BY SIZE INTO WfecAuxLib
             MOVE ffs_montant TO WfecMontant
             PERFORM DEBITER_FEC
             MOVE '512' TO WfecCompte
             PERFORM CREDITER_FEC
           END-IF
       END-PERFORM
       CLOSE fAchats
       CLOSE fFacFournisseurs.

      ****************ECRIRE_FEC_ARRHES*******************************
      *Arrhes des réservations des restaurants de l'entité :         *
      *encaissement 512 contre 4191 à la date de la réservation (la  *
      *date de versement n'est pas conservée), imputation en chiffre *
      *d'affaire 706 et 44571 quand la réservation est facturée, et  *
      *à l'annulation part retenue en 708 (dans la limite des frais  *
      *d'annulation) et part remboursée en 512                       *
      ****************************************************************
       ECRIRE_FEC_ARRHES.
       MOVE 0 TO WfecEof
       MOVE 0 TO frs_id
       START freservations, KEY IS >= frs_id
         INVALID KEY MOVE 1 TO WfecEof
       END-START
       PERFORM UNTIL WfecEof = 1
         READ freservations NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           IF frs_arrhes > 0 THEN
             MOVE frs_idrest TO WfecIdRest
             PERFORM ENTITE_RESTO_FEC
             IF WfecEntResa = WfecIdEntite THEN
               PERFORM ECRIRE_FEC_ARRHES_RESA
             END-IF
           END-IF
       END-PERFORM.

      ****************ECRIRE_FEC_ARRHES_RESA**************************
      *Ecritures d'arrhes de la réservation courante du tampon       *
      *resaTampon (voir ECRIRE_FEC_ARRHES)                           *
      ****************************************************************
       ECRIRE_FEC_ARRHES_RESA.
       MOVE frs_id TO WfecPiece
       MOVE frs_dateISO TO WfecPieceDate
       IF frs_dateISO >= WfecDebut AND frs_dateISO <= WfecFin THEN
         ADD 1 TO WfecNumEcr
         MOVE 'BQ' TO WfecJournal
         MOVE frs_dateISO TO WfecDate
         MOVE SPACE TO WfecLib
         STRING 'Arrhes réservation ' frs_id
     -     DELIMITED BY SIZE INTO WfecLib
         MOVE '512' TO WfecCompte
         MOVE frs_arrhes TO WfecMontant
         PERFORM DEBITER_FEC
         MOVE '4191' TO WfecCompte
         MOVE frs_idcli TO WfecAux
         STRING 'Client ' frs_idcli DELIMITED BY SIZE INTO WfecAuxLib
         PERFORM CREDITER_FEC
         IF frs_statut = 1 AND frs_prix > 0 THEN
           ADD 1 TO WfecNumEcr
           MOVE 'VE' TO WfecJournal
           MOVE SPACE TO WfecLib
           STRING 'Arrhes imputées réservation ' frs_id
     -       DELIMITED BY SIZE INTO WfecLib
           MOVE frs_arrhes TO WfecTTC
           PERFORM VENTILER_TTC_FEC
           MOVE '4191' TO WfecCompte
           MOVE frs_idcli TO WfecAux
           STRING 'Client ' frs_idcli
     -       DELIMITED BY SIZE INTO WfecAuxLib
           MOVE frs_arrhes TO WfecMontant
           PERFORM DEBITER_FEC
           MOVE '706' TO WfecCompte
           MOVE WfecHT TO WfecMontant
           PERFORM CREDITER_FEC
           MOVE '44571' TO WfecCompte
           MOVE WfecTVA TO WfecMontant
           PERFORM CREDITER_FEC
         END-IF
       END-IF
       IF frs_statut = 3 THEN
         COMPUTE WfecDate = frs_dateAnnulation_annee * 10000
     -     + frs_dateAnnulation_mois * 100 + frs_dateAnnulation_jour
         IF WfecDate >= WfecDebut AND WfecDate <= WfecFin THEN
           IF frs_fraisAnnulation < frs_arrhes THEN
             MOVE frs_fraisAnnulation TO WfecRetenu
           ELSE
             MOVE frs_arrhes TO WfecRetenu
           END-IF
           COMPUTE WfecRendu = frs_arrhes - WfecRetenu
           ADD 1 TO WfecNumEcr
           MOVE 'OD' TO WfecJournal
           MOVE SPACE TO WfecLib
           STRING 'Arrhes réservation annulée ' frs_id
     -       DELIMITED BY SIZE INTO WfecLib
           MOVE '4191' TO WfecCompte
           MOVE frs_idcli TO WfecAux
           STRING 'Client ' frs_idcli
     -       DELIMITED BY SIZE INTO WfecAuxLib
           MOVE frs_arrhes TO WfecMontant
           PERFORM DEBITER_FEC
           MOVE '708' TO WfecCompte
           MOVE WfecRetenu TO WfecMontant
           PERFORM CREDITER_FEC
           MOVE '512' TO WfecCompte
           MOVE WfecRendu TO WfecMontant
           PERFORM CREDITER_FEC
         END-IF
       END-IF.

      ****************ECRIRE_FEC_DOTATIONS****************************
      *Opérations diverses (OD) d'amortissement et de cession de     *
      *datadotations.dat pour l'entité et l'exercice, aux comptes de *
      *ECRIRE_JOURNAL_DOTATION, datées du dernier jour du mois       *
      ****************************************************************
       ECRIRE_FEC_DOTATIONS.
       OPEN INPUT fDotations
       COMPUTE fdo_periode = WfecAnnee * 100 + 1
       MOVE 0 TO fdo_idimmo
       MOVE 0 TO fdo_type
       MOVE 0 TO WfecEof
       START fDotations, KEY IS >= fdo_cle
         INVALID KEY MOVE 1 TO WfecEof
       END-START
       PERFORM UNTIL WfecEof = 1
         READ fDotations NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           IF fdo_periode > WfecAnnee * 100 + 12 THEN
             MOVE 1 TO WfecEof
           ELSE
             IF fdo_identite = WfecIdEntite THEN
               PERFORM ECRIRE_FEC_DOTATION
             END-IF
           END-IF
       END-PERFORM
       CLOSE fDotations.

      ****************ECRIRE_FEC_DOTATION*****************************
      *Ecriture OD de la ligne courante du tampon dotationTampon     *
      ****************************************************************
       ECRIRE_FEC_DOTATION.
       PERFORM COMPTES_IMMOBILISATION
       IF fdo_periode - (WfecAnnee * 100) = 12 THEN
         COMPUTE WfecPerSuiv = (WfecAnnee + 1) * 100 + 1
       ELSE
         COMPUTE WfecPerSuiv = fdo_periode + 1
       END-IF
       COMPUTE WfecJours =
     -   FUNCTION INTEGER-OF-DATE(WfecPerSuiv * 100 + 1) - 1
       MOVE FUNCTION DATE-OF-INTEGER(WfecJours) TO WfecDate
       ADD 1 TO WfecNumEcr
       MOVE 'OD' TO WfecJournal
       MOVE fdo_idimmo TO WfecPiece
       MOVE WfecDate TO WfecPieceDate
       MOVE SPACE TO WfecLib
       IF fdo_dotation THEN
         STRING 'Dotation amortissement immo ' fdo_idimmo
     -     ' restaurant ' fdo_idrest DELIMITED BY SIZE INTO WfecLib
         MOVE '6811' TO WfecCompte
         MOVE fdo_montant TO WfecMontant
         PERFORM DEBITER_FEC
         MOVE WimCompteAmort TO WfecCompte
         PERFORM CREDITER_FEC
       ELSE
         STRING 'Cession immo ' fdo_idimmo ' restaurant '
     -     fdo_idrest DELIMITED BY SIZE INTO WfecLib
         MOVE WimCompteAmort TO WfecCompte
         MOVE fdo_cumulAmort TO WfecMontant
         PERFORM DEBITER_FEC
         MOVE '675' TO WfecCompte
         MOVE fdo_montant TO WfecMontant
         PERFORM DEBITER_FEC
         MOVE WimCompte TO WfecCompte
         MOVE fdo_cout TO WfecMontant
         PERFORM CREDITER_FEC
         MOVE '462' TO WfecCompte
         MOVE fdo_prixCession TO WfecMontant
         PERFORM DEBITER_FEC
         MOVE '775' TO WfecCompte
         PERFORM CREDITER_FEC
       END-IF.

      ****************DEBITER_FEC*************************************
      *Ligne au débit du compte WfecCompte pour WfecMontant (rien    *
      *n'est écrit pour un montant nul)                              *
      ****************************************************************
       DEBITER_FEC.
       IF WfecMontant > 0 THEN
         MOVE WfecMontant TO WfecDebit
         MOVE 0 TO WfecCredit
         PERFORM ECRIRE_LIGNE_FEC
       END-IF
       MOVE SPACE TO WfecAux
       MOVE SPACE TO WfecAuxLib.

      ****************CREDITER_FEC************************************
      *Ligne au crédit du compte WfecCompte pour WfecMontant (rien   *
      *n'est écrit pour un montant nul)                              *
      ****************************************************************
       CREDITER_FEC.
       IF WfecMontant > 0 THEN
         MOVE 0 TO WfecDebit
         MOVE WfecMontant TO WfecCredit
         PERFORM ECRIRE_LIGNE_FEC
       END-IF
       MOVE SPACE TO WfecAux
       MOVE SPACE TO WfecAuxLib.

      ****************ECRIRE_LIGNE_FEC********************************
      *Range dans le fichier temporaire indexé temp_fec.dat la ligne *
      *de la pièce WfecNumEcr, sous la clé date d'écriture, pièce et *
      *rang de la ligne, et cumule les totaux de contrôle : la       *
      *numérotation définitive est posée à la relecture du fichier   *
      *dans l'ordre des clés (NUMEROTER_LIGNE_FEC)                   *
      ****************************************************************
       ECRIRE_LIGNE_FEC.
       ADD 1 TO WfecNbLignes
       MOVE WfecDate TO ffec_date
       MOVE WfecNumEcr TO ffec_piece
       MOVE WfecNbLignes TO ffec_ligne
       MOVE WfecJournal TO ffec_journal
       MOVE WfecCompte TO ffec_compte
       MOVE WfecAux TO ffec_aux
       MOVE WfecAuxLib TO ffec_auxLib
       MOVE WfecPiece TO ffec_pieceRef
       MOVE WfecPieceDate TO ffec_pieceDate
       MOVE WfecLib TO ffec_lib
       MOVE WfecDebit TO ffec_debit
       MOVE WfecCredit TO ffec_credit
       WRITE fecTriTampon
       IF ffec_stat NOT = 0 THEN
         DISPLAY 'Erreur d''écriture de la ligne FEC ',WfecNbLignes,
     -     ' (statut ',ffec_stat,')'
       END-IF
       ADD WfecDebit TO WfecTotalDebit
       ADD WfecCredit TO WfecTotalCredit.

      ****************NUMEROTER_LIGNE_FEC*****************************
      *Ligne du fichier temporaire lue dans l'ordre chronologique :  *
      *un numéro EcritureNum continu est pris à chaque nouvelle pièce*
      *et la ligne est écrite dans le FEC (18 colonnes séparées par  *
      *tabulation, montants avec virgule décimale, lettrage et devise*
      *vides, date de validation égale à la date d'écriture)         *
      ****************************************************************
       NUMEROTER_LIGNE_FEC.
       IF ffec_piece NOT = WfecPiecePrec THEN
         ADD 1 TO WfecNumEcr
         MOVE ffec_piece TO WfecPiecePrec
       END-IF
       MOVE ffec_date TO WfecDate
       MOVE ffec_journal TO WfecJournal
       MOVE ffec_compte TO WfecCompte
       MOVE ffec_aux TO WfecAux
       MOVE ffec_auxLib TO WfecAuxLib
       MOVE ffec_pieceRef TO WfecPiece
       MOVE ffec_pieceDate TO WfecPieceDate
       MOVE ffec_lib TO WfecLib
       MOVE ffec_debit TO WfecDebit
       MOVE ffec_credit TO WfecCredit
       EVALUATE WfecJournal
         WHEN 'VE'
           MOVE 'Ventes' TO WfecJournalLib
         WHEN 'AC'
           MOVE 'Achats' TO WfecJournalLib
         WHEN 'BQ'
           MOVE 'Banque' TO WfecJournalLib
         WHEN 'CA'
           MOVE 'Caisse' TO WfecJournalLib
         WHEN OTHER
           MOVE 'Opérations diverses' TO WfecJournalLib
       END-EVALUATE
       PERFORM LIBELLE_COMPTE_FEC
       MOVE WfecDebit TO WfecMontantEd
       MOVE WfecMontantEd TO WfecDebitTxt
       INSPECT WfecDebitTxt REPLACING ALL '.' BY ','
       MOVE WfecCredit TO WfecMontantEd
       MOVE WfecMontantEd TO WfecCreditTxt
       INSPECT WfecCreditTxt REPLACING ALL '.' BY ','
       MOVE SPACE TO exportLigne
       STRING WfecJournal WfecTab
     -     WfecJournalLib DELIMITED BY '  '
     -     WfecTab WfecNumEcr WfecTab WfecDate WfecTab
     -   DELIMITED BY SIZE
     -     WfecCompte DELIMITED BY SPACE
     -     WfecTab DELIMITED BY SIZE
     -     WfecCompteLib DELIMITED BY '  '
     -     WfecTab DELIMITED BY SIZE
     -     WfecAux DELIMITED BY SPACE
     -     WfecTab DELIMITED BY SIZE
     -     WfecAuxLib DELIMITED BY '  '
     -     WfecTab DELIMITED BY SIZE
     -     WfecPiece DELIMITED BY '  '
     -     WfecTab WfecPieceDate WfecTab DELIMITED BY SIZE
     -     WfecLib DELIMITED BY '  '
     -     WfecTab FUNCTION TRIM(WfecDebitTxt)
     -     WfecTab FUNCTION TRIM(WfecCreditTxt)
     -     WfecTab WfecTab WfecTab WfecDate WfecTab WfecTab
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      ****************LIBELLE_COMPTE_FEC******************************
      *Intitulé du compte WfecCompte pour la colonne CompteLib       *
      ****************************************************************
       LIBELLE_COMPTE_FEC.
       EVALUATE WfecCompte
         WHEN '401'
           MOVE 'Fournisseurs' TO WfecCompteLib
         WHEN '411'
           MOVE 'Clients' TO WfecCompteLib
         WHEN '4111'
           MOVE 'Clients comptes société' TO WfecCompteLib
         WHEN '4191'
           MOVE 'Clients arrhes reçues' TO WfecCompteLib
         WHEN '41971'
           MOVE 'Bons cadeaux en circulation' TO WfecCompteLib
         WHEN '41972'
           MOVE 'Porte-monnaie clients' TO WfecCompteLib
         WHEN '44566'
           MOVE 'TVA déductible' TO WfecCompteLib
         WHEN '44571'
           MOVE 'TVA collectée' TO WfecCompteLib
         WHEN '451'
           MOVE 'Groupe' TO WfecCompteLib
         WHEN '4671'
           MOVE 'Emetteurs de titres restaurant' TO WfecCompteLib
         WHEN '462'
           MOVE 'Créances sur cessions d''immobilisations'
     -       TO WfecCompteLib
         WHEN '512'
           MOVE 'Banque' TO WfecCompteLib
         WHEN '5112'
           MOVE 'Cartes bancaires à encaisser' TO WfecCompteLib
         WHEN '5113'
           MOVE 'Titres restaurant à encaisser' TO WfecCompteLib
         WHEN '530'
           MOVE 'Caisse' TO WfecCompteLib
         WHEN '6278'
           MOVE 'Commissions sur titres restaurant' TO WfecCompteLib
         WHEN '654'
           MOVE 'Pertes sur créances irrécouvrables'
     -       TO WfecCompteLib
         WHEN '607'
           MOVE 'Achats de marchandises' TO WfecCompteLib
         WHEN '675'
           MOVE 'Valeur comptable des éléments cédés'
     -       TO WfecCompteLib
         WHEN '6811'
           MOVE 'Dotations aux amortissements' TO WfecCompteLib
         WHEN '706'
           MOVE 'Prestations de services' TO WfecCompteLib
         WHEN '707'
           MOVE 'Ventes de marchandises' TO WfecCompteLib
         WHEN '708'
           MOVE 'Produits des activités annexes' TO WfecCompteLib
         WHEN '758'
           MOVE 'Produits divers de gestion' TO WfecCompteLib
         WHEN '775'
           MOVE 'Produits des cessions d''éléments d''actif'
     -       TO WfecCompteLib
         WHEN '2135'
           MOVE 'Agencements et aménagements' TO WfecCompteLib
         WHEN '2154'
           MOVE 'Matériel de cuisine' TO WfecCompteLib
         WHEN '2184'
           MOVE 'Mobilier' TO WfecCompteLib
         WHEN OTHER
           MOVE 'Amortissements des immobilisations'
     -       TO WfecCompteLib
       END-EVALUATE.

      ****************ETAT_PRODUITS_AVANCE****************************
      *Etat mensuel des produits constatés d'avance et des dettes    *
      *envers les clients, par entité juridique et par restaurant :  *
      *arrhes des réservations datées après la fin du mois, bons     *
      *cadeaux encore valides, billets d'événements à venir, commandes*
      *à emporter réglées et non encore servies, crédits des         *
      *porte-monnaie (clients société et particuliers) et soldes     *
      *créditeurs des comptes société ; mouvement                    *
      *depuis le mois précédent (ouverture, nouveaux, consommés ou   *
      *restitués, perdus par le client, expirés, clôture), situation *
      *conservée dans dataproduitsavance.dat pour l'ajustement du    *
      *journal comptable et l'ouverture du mois suivant, état écrit  *
      *dans produits_avance_<AAAAMM>.txt                             *
      ****************************************************************
       ETAT_PRODUITS_AVANCE.
       DISPLAY '================================'
       DISPLAY '=== PRODUITS CONSTATES D''AVANCE ==='
       DISPLAY '================================'
       PERFORM WITH TEST AFTER UNTIL WpcaMois >= 1 AND WpcaMois <= 12
         DISPLAY 'Mois de l''état (MM) :'
         ACCEPT WpcaMois
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL WpcaAnnee >= 2015
         DISPLAY 'Année de l''état (AAAA) :'
         ACCEPT WpcaAnnee
       END-PERFORM
       COMPUTE WpcaPeriode = WpcaAnnee * 100 + WpcaMois
       COMPUTE WpcaDebut = WpcaPeriode * 100 + 1
       IF WpcaMois = 12 THEN
         COMPUTE WpcaFin = (WpcaAnnee + 1) * 10000 + 101
       ELSE
         COMPUTE WpcaFin = WpcaDebut + 100
       END-IF
       COMPUTE WpcaFin = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WpcaFin) - 1)
       COMPUTE WpcaFinPrec = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WpcaDebut) - 1)
       COMPUTE WpcaPeriodePrec = WpcaFinPrec / 100
       DISPLAY 'Entité émettrice des bons cadeaux et des '
     -   'porte-monnaie (0 : aucune) :'
       MOVE 0 TO WpcaEntiteHorsSite
       ACCEPT WpcaEntiteHorsSite
       INITIALIZE WtabProdAvance
       MOVE 0 TO WpcaNb
       MOVE 0 TO WpcaSatureAvert
       OPEN INPUT frestaurants
       MOVE 0 TO WpcaIdRest
       PERFORM POSTE_PRODUITS_AVANCE
       OPEN INPUT freservations
       OPEN INPUT fPaiements
       PERFORM PCA_RESERVATIONS
       PERFORM PCA_BONS
       CLOSE fPaiements
       CLOSE freservations
       PERFORM PCA_BILLETS
       PERFORM PCA_PORTE_MONNAIE
       PERFORM PCA_COMPTES_SOCIETE
       PERFORM PCA_OUVERTURES
       CLOSE frestaurants
       PERFORM ENREGISTRER_PRODUITS_AVANCE
       PERFORM IMPRIMER_PRODUITS_AVANCE
       IF WpcaSatureAvert = 1 THEN
         DISPLAY 'ATTENTION : état INCOMPLET, des restaurants '
     -     'au-delà du 30e ont été exclus'
       END-IF
       IF WpcaPrecExiste = 0 THEN
         DISPLAY 'Pas de situation enregistrée pour ',
     -     WpcaPeriodePrec,' : ouverture recalculée à partir des '
     -     'fichiers'
       END-IF
       DISPLAY 'Etat écrit : ',WNomFichierTicket
       MOVE 'fProdAvance' TO WauditFichier
       MOVE WpcaPeriode TO WauditCle
       MOVE 'ETAT' TO WauditOperation
       PERFORM ENREGISTRER_AUDIT
       MOVE 'PRODUITS AVANCE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '================================'.

      ****************POSTE_PRODUITS_AVANCE***************************
      *Positionne WpcaIdx sur le poste du restaurant WpcaIdRest (0 : *
      *bons cadeaux et porte-monnaie non rattachés à un restaurant), *
      *en le créant au besoin avec l'entité et le taux de TVA du     *
      *restaurant (frestaurants ouvert par l'appelant) ; WpcaOk vaut 0*
      *si la table est pleine                                        *
      ****************************************************************
       POSTE_PRODUITS_AVANCE.
       MOVE 1 TO WpcaOk
       MOVE 0 TO WpcaTrouve
       MOVE 1 TO WpcaIdx
       PERFORM WITH TEST AFTER UNTIL WpcaIdx > WpcaNb
     -   OR WpcaTrouve = 1
         IF WpcaNb > 0 AND WpcaRest(WpcaIdx) = WpcaIdRest THEN
           MOVE 1 TO WpcaTrouve
         ELSE
           ADD 1 TO WpcaIdx
         END-IF
       END-PERFORM
       IF WpcaTrouve = 0 AND WpcaNb >= 30 THEN
         MOVE 0 TO WpcaOk
         IF WpcaSatureAvert = 0 THEN
           DISPLAY 'ATTENTION : plus de 30 restaurants, le '
     -       'restaurant ',WpcaIdRest,' est exclu de l''état'
           MOVE 1 TO WpcaSatureAvert
         END-IF
       END-IF
       IF WpcaTrouve = 0 AND WpcaOk = 1 THEN
         ADD 1 TO WpcaNb
         MOVE WpcaNb TO WpcaIdx
         MOVE WpcaIdRest TO WpcaRest(WpcaIdx)
         IF WpcaIdRest = 0 THEN
           MOVE WpcaEntiteHorsSite TO WpcaEnt(WpcaIdx)
           MOVE 0 TO WpcaTaux(WpcaIdx)
         ELSE
           MOVE 0 TO WpcaEnt(WpcaIdx)
           MOVE WtauxTVA TO WpcaTaux(WpcaIdx)
           MOVE WpcaIdRest TO fr_id
           READ frestaurants
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE fr_idEntite TO WpcaEnt(WpcaIdx)
               IF fr_tauxTVA > 0 THEN
                 MOVE fr_tauxTVA TO WpcaTaux(WpcaIdx)
               END-IF
           END-READ
         END-IF
       END-IF.

      ****************PCA_RESERVATIONS********************************
      *Arrhes des réservations (catégorie 1) et règlements anticipés *
      *des commandes à emporter (frs_typeResa = 3, catégorie 4) :    *
      *les sommes restent dues au client tant que la réservation est *
      *datée après la fin de la période et n'est pas annulée         *
      ****************************************************************
       PCA_RESERVATIONS.
       MOVE 0 TO WpcaEof
       PERFORM UNTIL WpcaEof = 1
         READ freservations NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           IF frs_arrhes > 0 OR frs_typeResa = 3 THEN
             MOVE frs_dateISO TO WpcaDateResa
             IF frs_statut = 3 THEN
               COMPUTE WpcaDateAnnul = frs_dateAnnulation_annee
     -           * 10000 + frs_dateAnnulation_mois * 100
     -           + frs_dateAnnulation_jour
             ELSE
               MOVE 99999999 TO WpcaDateAnnul
             END-IF
             MOVE frs_fraisAnnulation TO WpcaRetenu
             MOVE frs_idrest TO WpcaIdRest
             PERFORM POSTE_PRODUITS_AVANCE
             IF WpcaOk = 1 AND frs_arrhes > 0
     -          AND frs_typeResa NOT = 3 THEN
               MOVE 1 TO WpcaCatIdx
               MOVE frs_arrhes TO WpcaPaye
               MOVE frs_arrhes TO WpcaPayeAvant
               PERFORM PCA_MOUVEMENT_PRESTATION
             END-IF
             IF WpcaOk = 1 AND frs_typeResa = 3 THEN
               MOVE 4 TO WpcaCatIdx
               MOVE frs_fraisAnnulation TO WpcaRetenu
               PERFORM PCA_PAIEMENTS_RESA
               PERFORM PCA_MOUVEMENT_PRESTATION
             END-IF
           END-IF
       END-PERFORM.

      ****************PCA_PAIEMENTS_RESA******************************
      *Règlements valides de la réservation du tampon resaTampon reçus*
      *au plus tard à la fin de la période (WpcaPaye) et à la fin du *
      *mois précédent (WpcaPayeAvant), fPaiements ouvert par l'appelant*
      ****************************************************************
       PCA_PAIEMENTS_RESA.
       MOVE 0 TO WpcaPaye
       MOVE 0 TO WpcaPayeAvant
       MOVE frs_id TO fpay_idresa
       MOVE 0 TO WpcaEof2
       START fPaiements, KEY IS = fpay_idresa
         INVALID KEY MOVE 1 TO WpcaEof2
       END-START
       PERFORM UNTIL WpcaEof2 = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WpcaEof2
         NOT AT END
           IF fpay_idresa NOT = frs_id THEN
             MOVE 1 TO WpcaEof2
           ELSE
             IF NOT fpay_annulee AND fpay_date <= WpcaFin THEN
               ADD fpay_montant TO WpcaPaye
               IF fpay_date <= WpcaFinPrec THEN
                 ADD fpay_montant TO WpcaPayeAvant
               END-IF
             END-IF
           END-IF
       END-PERFORM.

      ****************PCA_MOUVEMENT_PRESTATION************************
      *Mouvement d'une somme versée d'avance pour une prestation datée*
      *WpcaDateResa (annulée le WpcaDateAnnul, 99999999 si elle ne   *
      *l'est pas) au poste WpcaIdx, catégorie WpcaCatIdx : WpcaPaye  *
      *détenu à la fin de la période, WpcaPayeAvant à la fin du mois *
      *précédent ; à la prestation du mois la somme est consommée    *
      *(perdue par le client absent), à l'annulation du mois la part *
      *retenue (WpcaRetenu au plus) est perdue et le reste restitué  *
      ****************************************************************
       PCA_MOUVEMENT_PRESTATION.
       IF WpcaDateResa > WpcaFin AND WpcaDateAnnul > WpcaFin THEN
         ADD WpcaPaye TO WpcaClot(WpcaIdx WpcaCatIdx)
       END-IF
       IF WpcaDateResa > WpcaFinPrec
     -    AND WpcaDateAnnul > WpcaFinPrec THEN
         ADD WpcaPayeAvant TO WpcaOuvCalc(WpcaIdx WpcaCatIdx)
       END-IF
       IF WpcaDateResa > WpcaFinPrec AND WpcaDateResa <= WpcaFin
     -    AND WpcaDateAnnul > WpcaFin THEN
         IF frs_statut = 4 AND WpcaCatIdx NOT = 3 THEN
           ADD WpcaPaye TO WpcaPerdu(WpcaIdx WpcaCatIdx)
         ELSE
           ADD WpcaPaye TO WpcaCons(WpcaIdx WpcaCatIdx)
         END-IF
       END-IF
       IF WpcaDateAnnul > WpcaFinPrec AND WpcaDateAnnul <= WpcaFin
     -    AND WpcaDateResa > WpcaFinPrec THEN
         IF WpcaRetenu > WpcaPaye THEN
           MOVE WpcaPaye TO WpcaRetenu
         END-IF
         ADD WpcaRetenu TO WpcaPerdu(WpcaIdx WpcaCatIdx)
         COMPUTE WpcaCons(WpcaIdx WpcaCatIdx) =
     -     WpcaCons(WpcaIdx WpcaCatIdx) + WpcaPaye - WpcaRetenu
       END-IF.

      ****************PCA_BONS****************************************
      *Bons cadeaux de databons.dat (catégorie 2, non rattachés à un *
      *restaurant) : un bon est dû à une date s'il est acheté, non   *
      *encore utilisé (date de la réservation où il a servi) et non  *
      *expiré ; consommé à son utilisation, expiré à sa date         *
      *d'expiration s'il n'a pas servi avant                         *
      ****************************************************************
       PCA_BONS.
       MOVE 0 TO WpcaIdRest
       PERFORM POSTE_PRODUITS_AVANCE
       MOVE 2 TO WpcaCatIdx
       OPEN INPUT fBons
       MOVE 0 TO WpcaEof
       PERFORM UNTIL WpcaEof = 1
         READ fBons NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           MOVE 99999999 TO WpcaDateResa
           IF fb_bonUtilise THEN
             MOVE 0 TO WpcaDateResa
             MOVE fb_idresa TO frs_id
             READ freservations
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE frs_dateISO TO WpcaDateResa
             END-READ
           END-IF
           IF fb_dateAchat <= WpcaFin AND WpcaDateResa > WpcaFin
     -        AND fb_dateExpiration > WpcaFin THEN
             ADD fb_montant TO WpcaClot(WpcaIdx WpcaCatIdx)
           END-IF
           IF fb_dateAchat <= WpcaFinPrec
     -        AND WpcaDateResa > WpcaFinPrec
     -        AND fb_dateExpiration > WpcaFinPrec THEN
             ADD fb_montant TO WpcaOuvCalc(WpcaIdx WpcaCatIdx)
           END-IF
           IF WpcaDateResa > WpcaFinPrec AND WpcaDateResa <= WpcaFin
     -        AND WpcaDateResa <= fb_dateExpiration THEN
             ADD fb_montant TO WpcaCons(WpcaIdx WpcaCatIdx)
           END-IF
           IF fb_dateExpiration > WpcaFinPrec
     -        AND fb_dateExpiration <= WpcaFin
     -        AND fb_dateAchat <= fb_dateExpiration
     -        AND WpcaDateResa > fb_dateExpiration THEN
             ADD fb_montant TO WpcaExp(WpcaIdx WpcaCatIdx)
           END-IF
       END-PERFORM
       CLOSE fBons.

      ****************PCA_BILLETS*************************************
      *Billets d'événements vendus ou en revente (catégorie 3, au    *
      *restaurant de l'événement) : dus jusqu'à la date de           *
      *l'événement, consommés à cette date ou restitués si           *
      *l'événement est annulé                                        *
      ****************************************************************
       PCA_BILLETS.
       MOVE 3 TO WpcaCatIdx
       MOVE 0 TO WpcaRetenu
       OPEN INPUT fBillets
       OPEN INPUT fEvenements
       MOVE 0 TO WpcaEof
       PERFORM UNTIL WpcaEof = 1
         READ fBillets NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           MOVE fbi_idEvt TO fev_id
           READ fEvenements
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE fev_idrest TO WpcaIdRest
               PERFORM POSTE_PRODUITS_AVANCE
               IF WpcaOk = 1 THEN
                 MOVE fev_date TO WpcaDateResa
                 MOVE 99999999 TO WpcaDateAnnul
                 IF fev_annule THEN
                   MOVE fev_date TO WpcaDateAnnul
                 END-IF
                 MOVE 0 TO WpcaPaye
                 MOVE 0 TO WpcaPayeAvant
                 IF fbi_dateAchat <= WpcaFin THEN
                   MOVE fbi_prix TO WpcaPaye
                 END-IF
                 IF fbi_dateAchat <= WpcaFinPrec THEN
                   MOVE fbi_prix TO WpcaPayeAvant
                 END-IF
                 PERFORM PCA_MOUVEMENT_PRESTATION
               END-IF
           END-READ
       END-PERFORM
       CLOSE fEvenements
       CLOSE fBillets.

      ****************PCA_PORTE_MONNAIE*******************************
      *Crédits des porte-monnaie (catégorie 5 pour les clients       *
      *société, 6 pour les particuliers) : solde après le dernier    *
      *mouvement de chaque période, consommé par les dépenses et les *
      *remboursements du mois                                        *
      ****************************************************************
       PCA_PORTE_MONNAIE.
       MOVE 0 TO WpcaIdRest
       PERFORM POSTE_PRODUITS_AVANCE
       OPEN INPUT fPorteMonnaie
       OPEN INPUT fMvtPorteMonnaie
       OPEN INPUT fclients
       MOVE 0 TO WpcaEof
       PERFORM UNTIL WpcaEof = 1
         READ fPorteMonnaie NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           MOVE 6 TO WpcaCatIdx
           MOVE fpm_idcli TO fc_id
           READ fclients
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF fc_clientSociete THEN
                 MOVE 5 TO WpcaCatIdx
               END-IF
           END-READ
           MOVE 0 TO WpcaSolde
           MOVE 0 TO WpcaSoldePrec
           MOVE fpm_idcli TO fmp_idcli
           MOVE 0 TO WpcaEof2
           START fMvtPorteMonnaie, KEY IS = fmp_idcli
             INVALID KEY MOVE 1 TO WpcaEof2
           END-START
           PERFORM UNTIL WpcaEof2 = 1
             READ fMvtPorteMonnaie NEXT
             AT END MOVE 1 TO WpcaEof2
             NOT AT END
               IF fmp_idcli NOT = fpm_idcli THEN
                 MOVE 1 TO WpcaEof2
               ELSE
                 PERFORM PCA_MVT_PORTE_MONNAIE
               END-IF
           END-PERFORM
           ADD WpcaSolde TO WpcaClot(WpcaIdx WpcaCatIdx)
           ADD WpcaSoldePrec TO WpcaOuvCalc(WpcaIdx WpcaCatIdx)
       END-PERFORM
       CLOSE fclients
       CLOSE fMvtPorteMonnaie
       CLOSE fPorteMonnaie.

      ****************PCA_MVT_PORTE_MONNAIE***************************
      *Prend en compte le mouvement du tampon mvtPmTampon dans les   *
      *soldes de fin de période et la consommation du mois           *
      ****************************************************************
       PCA_MVT_PORTE_MONNAIE.
       IF fmp_date <= WpcaFin THEN
         MOVE fmp_soldeApres TO WpcaSolde
       END-IF
       IF fmp_date <= WpcaFinPrec THEN
         MOVE fmp_soldeApres TO WpcaSoldePrec
       END-IF
       IF fmp_date > WpcaFinPrec AND fmp_date <= WpcaFin
     -    AND (fmp_depense OR fmp_remboursement) THEN
         ADD fmp_montant TO WpcaCons(WpcaIdx WpcaCatIdx)
       END-IF.

      ****************PCA_COMPTES_SOCIETE*****************************
      *Soldes créditeurs des comptes clients société (fc_soldeCompte *
      *négatif : sommes versées d'avance au-delà du dû), ajoutés aux *
      *crédits clients société ; le solde n'est connu qu'au jour du  *
      *calcul, ses mouvements du mois figurent dans les nouveaux     *
      ****************************************************************
       PCA_COMPTES_SOCIETE.
       MOVE 0 TO WpcaIdRest
       PERFORM POSTE_PRODUITS_AVANCE
       MOVE 5 TO WpcaCatIdx
       OPEN INPUT fclients
       MOVE 0 TO WpcaEof
       PERFORM UNTIL WpcaEof = 1
         READ fclients NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           IF fc_clientSociete AND fc_soldeCompte < 0 THEN
             COMPUTE WpcaClot(WpcaIdx WpcaCatIdx) =
     -         WpcaClot(WpcaIdx WpcaCatIdx) - fc_soldeCompte
           END-IF
       END-PERFORM
       CLOSE fclients.

      ****************PCA_OUVERTURES**********************************
      *Soldes d'ouverture : clôture de la situation enregistrée du   *
      *mois précédent si elle existe (montants comptabilisés), sinon *
      *soldes recalculés à la fin du mois précédent ; les nouveaux   *
      *montants du mois sont déduits de l'ouverture, de la clôture   *
      *et des sorties du mois                                        *
      ****************************************************************
       PCA_OUVERTURES.
       MOVE 0 TO WpcaPrecExiste
       OPEN INPUT fProdAvance
       MOVE WpcaPeriodePrec TO fpca_periode
       MOVE 0 TO fpca_idrest
       MOVE 0 TO fpca_categorie
       MOVE 0 TO WpcaEof
       START fProdAvance, KEY IS >= fpca_cle
         INVALID KEY MOVE 1 TO WpcaEof
       END-START
       PERFORM UNTIL WpcaEof = 1
         READ fProdAvance NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           IF fpca_periode NOT = WpcaPeriodePrec THEN
             MOVE 1 TO WpcaEof
           ELSE
             MOVE 1 TO WpcaPrecExiste
             MOVE fpca_idrest TO WpcaIdRest
             PERFORM POSTE_PRODUITS_AVANCE
             IF WpcaOk = 1 THEN
               MOVE fpca_cloture
     -           TO WpcaOuv(WpcaIdx fpca_categorie)
             END-IF
           END-IF
       END-PERFORM
       CLOSE fProdAvance
       PERFORM VARYING WpcaIdx FROM 1 BY 1 UNTIL WpcaIdx > WpcaNb
         PERFORM VARYING WpcaCatIdx FROM 1 BY 1
     -     UNTIL WpcaCatIdx > 6
           IF WpcaPrecExiste = 0 THEN
             MOVE WpcaOuvCalc(WpcaIdx WpcaCatIdx)
     -         TO WpcaOuv(WpcaIdx WpcaCatIdx)
           END-IF
           COMPUTE WpcaNouv(WpcaIdx WpcaCatIdx) =
     -       WpcaClot(WpcaIdx WpcaCatIdx)
     -       - WpcaOuv(WpcaIdx WpcaCatIdx)
     -       + WpcaCons(WpcaIdx WpcaCatIdx)
     -       + WpcaPerdu(WpcaIdx WpcaCatIdx)
     -       + WpcaExp(WpcaIdx WpcaCatIdx)
         END-PERFORM
       END-PERFORM.

      ****************ENREGISTRER_PRODUITS_AVANCE*********************
      *Remplace la situation de la période dans dataproduitsavance.dat*
      *par les postes non nuls de l'état                             *
      ****************************************************************
       ENREGISTRER_PRODUITS_AVANCE.
       OPEN I-O fProdAvance
       MOVE WpcaPeriode TO fpca_periode
       MOVE 0 TO fpca_idrest
       MOVE 0 TO fpca_categorie
       MOVE 0 TO WpcaEof
       START fProdAvance, KEY IS >= fpca_cle
         INVALID KEY MOVE 1 TO WpcaEof
       END-START
       PERFORM UNTIL WpcaEof = 1
         READ fProdAvance NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           IF fpca_periode NOT = WpcaPeriode THEN
             MOVE 1 TO WpcaEof
           ELSE
             DELETE fProdAvance
           END-IF
       END-PERFORM
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       PERFORM VARYING WpcaIdx FROM 1 BY 1 UNTIL WpcaIdx > WpcaNb
         PERFORM VARYING WpcaCatIdx FROM 1 BY 1
     -     UNTIL WpcaCatIdx > 6
           IF WpcaOuv(WpcaIdx WpcaCatIdx) > 0
     -        OR WpcaClot(WpcaIdx WpcaCatIdx) > 0
     -        OR WpcaCons(WpcaIdx WpcaCatIdx) > 0
     -        OR WpcaPerdu(WpcaIdx WpcaCatIdx) > 0
     -        OR WpcaExp(WpcaIdx WpcaCatIdx) > 0 THEN
             MOVE WpcaPeriode TO fpca_periode
             MOVE WpcaRest(WpcaIdx) TO fpca_idrest
             MOVE WpcaCatIdx TO fpca_categorie
             MOVE WpcaEnt(WpcaIdx) TO fpca_identite
             MOVE 0 TO fpca_tauxTVA
             IF fpca_arrhes OR fpca_billets OR fpca_emporter THEN
               MOVE WpcaTaux(WpcaIdx) TO fpca_tauxTVA
             END-IF
             MOVE WpcaOuv(WpcaIdx WpcaCatIdx) TO fpca_ouverture
             MOVE WpcaNouv(WpcaIdx WpcaCatIdx) TO fpca_nouveaux
             MOVE WpcaCons(WpcaIdx WpcaCatIdx) TO fpca_consommes
             MOVE WpcaPerdu(WpcaIdx WpcaCatIdx) TO fpca_perdus
             MOVE WpcaExp(WpcaIdx WpcaCatIdx) TO fpca_expires
             MOVE WpcaClot(WpcaIdx WpcaCatIdx) TO fpca_cloture
             MOVE WdateSystemeISOInt TO fpca_dateCalcul
             MOVE WSessionPseudo TO fpca_calculePar
             WRITE prodAvanceTampon
             IF fpca_stat NOT = 0 THEN
               DISPLAY 'Erreur lors de l''enregistrement du poste '
     -           fpca_idrest,'/',fpca_categorie,' (statut ',
     -           fpca_stat,')'
             END-IF
           END-IF
         END-PERFORM
       END-PERFORM
       CLOSE fProdAvance.

      ****************IMPRIMER_PRODUITS_AVANCE************************
      *Ecrit l'état à l'écran et dans produits_avance_<AAAAMM>.txt,  *
      *regroupé par entité juridique avec un total par catégorie     *
      ****************************************************************
       IMPRIMER_PRODUITS_AVANCE.
       MOVE SPACE TO WNomFichierTicket
       STRING 'produits_avance_' WpcaPeriode '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       OPEN INPUT fEntites
       MOVE SPACE TO ticketLigne
       STRING 'Produits constatés d''avance et dettes clients au '
     -     WpcaFin(7:2) '/' WpcaFin(5:2) '/' WpcaFin(1:4)
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
       MOVE SPACE TO ticketLigne
       STRING '  Catégorie                        Ouverture'
     -   '      Nouveaux    Consommés       Perdus'
     -   '      Expirés      Clôture'
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
       PERFORM VARYING WpcaIdx FROM 1 BY 1 UNTIL WpcaIdx > WpcaNb
         IF WpcaImprime(WpcaIdx) = 0 THEN
           PERFORM IMPRIMER_ENTITE_PRODUITS_AVANCE
         END-IF
       END-PERFORM
       CLOSE fEntites
       CLOSE fTicket.

      ****************IMPRIMER_ENTITE_PRODUITS_AVANCE*****************
      *Postes de l'entité du poste WpcaIdx, puis total de l'entité   *
      ****************************************************************
       IMPRIMER_ENTITE_PRODUITS_AVANCE.
       MOVE WpcaEnt(WpcaIdx) TO WpcaEntCourante
       INITIALIZE WpcaTotaux
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
       MOVE SPACE TO ticketLigne
       IF WpcaEntCourante = 0 THEN
         MOVE 'Sans entité juridique' TO ticketLigne
       ELSE
         MOVE WpcaEntCourante TO fen_id
         READ fEntites
           INVALID KEY
             STRING 'Entité ' WpcaEntCourante
     -         DELIMITED BY SIZE INTO ticketLigne
           NOT INVALID KEY
             STRING 'Entité ' WpcaEntCourante ' - '
     -         FUNCTION TRIM(fen_nom) ' - SIRET ' fen_siret
     -         DELIMITED BY SIZE INTO ticketLigne
         END-READ
       END-IF
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
       PERFORM VARYING WpcaIdx2 FROM WpcaIdx BY 1
     -   UNTIL WpcaIdx2 > WpcaNb
         IF WpcaImprime(WpcaIdx2) = 0
     -      AND WpcaEnt(WpcaIdx2) = WpcaEntCourante THEN
           MOVE 1 TO WpcaImprime(WpcaIdx2)
           MOVE SPACE TO ticketLigne
           IF WpcaRest(WpcaIdx2) = 0 THEN
             MOVE '- Non rattaché à un restaurant' TO ticketLigne
           ELSE
             STRING '- Restaurant ' WpcaRest(WpcaIdx2)
     -         DELIMITED BY SIZE INTO ticketLigne
           END-IF
           PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
           PERFORM VARYING WpcaCatIdx FROM 1 BY 1
     -       UNTIL WpcaCatIdx > 6
             PERFORM LIGNE_POSTE_PRODUITS_AVANCE
           END-PERFORM
         END-IF
       END-PERFORM
       MOVE '--------------------------------------' TO ticketLigne
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
       MOVE 'Total de l''entité' TO ticketLigne
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE
       PERFORM VARYING WpcaCatIdx FROM 1 BY 1 UNTIL WpcaCatIdx > 6
         IF WpcaTotOuv(WpcaCatIdx) > 0
     -      OR WpcaTotClot(WpcaCatIdx) > 0
     -      OR WpcaTotNouv(WpcaCatIdx) NOT = 0 THEN
           PERFORM LIBELLE_PRODUITS_AVANCE
           MOVE WpcaTotOuv(WpcaCatIdx) TO WpcaEdOuv
           MOVE WpcaTotNouv(WpcaCatIdx) TO WpcaEdNouv
           MOVE WpcaTotCons(WpcaCatIdx) TO WpcaEdCons
           MOVE WpcaTotPerdu(WpcaCatIdx) TO WpcaEdPerdu
           MOVE WpcaTotExp(WpcaCatIdx) TO WpcaEdExp
           MOVE WpcaTotClot(WpcaCatIdx) TO WpcaEdClot
           PERFORM MONTANTS_PRODUITS_AVANCE
         END-IF
       END-PERFORM.

      ****************LIGNE_POSTE_PRODUITS_AVANCE*********************
      *Ligne de la catégorie WpcaCatIdx du poste WpcaIdx2, cumulée au*
      *total de l'entité                                             *
      ****************************************************************
       LIGNE_POSTE_PRODUITS_AVANCE.
       IF WpcaOuv(WpcaIdx2 WpcaCatIdx) > 0
     -    OR WpcaClot(WpcaIdx2 WpcaCatIdx) > 0
     -    OR WpcaCons(WpcaIdx2 WpcaCatIdx) > 0
     -    OR WpcaPerdu(WpcaIdx2 WpcaCatIdx) > 0
     -    OR WpcaExp(WpcaIdx2 WpcaCatIdx) > 0 THEN
         PERFORM LIBELLE_PRODUITS_AVANCE
         MOVE WpcaOuv(WpcaIdx2 WpcaCatIdx) TO WpcaEdOuv
         MOVE WpcaNouv(WpcaIdx2 WpcaCatIdx) TO WpcaEdNouv
         MOVE WpcaCons(WpcaIdx2 WpcaCatIdx) TO WpcaEdCons
         MOVE WpcaPerdu(WpcaIdx2 WpcaCatIdx) TO WpcaEdPerdu
         MOVE WpcaExp(WpcaIdx2 WpcaCatIdx) TO WpcaEdExp
         MOVE WpcaClot(WpcaIdx2 WpcaCatIdx) TO WpcaEdClot
         PERFORM MONTANTS_PRODUITS_AVANCE
         ADD WpcaOuv(WpcaIdx2 WpcaCatIdx) TO WpcaTotOuv(WpcaCatIdx)
         ADD WpcaNouv(WpcaIdx2 WpcaCatIdx)
     -     TO WpcaTotNouv(WpcaCatIdx)
         ADD WpcaCons(WpcaIdx2 WpcaCatIdx)
     -     TO WpcaTotCons(WpcaCatIdx)
         ADD WpcaPerdu(WpcaIdx2 WpcaCatIdx)
     -     TO WpcaTotPerdu(WpcaCatIdx)
         ADD WpcaExp(WpcaIdx2 WpcaCatIdx) TO WpcaTotExp(WpcaCatIdx)
         ADD WpcaClot(WpcaIdx2 WpcaCatIdx)
     -     TO WpcaTotClot(WpcaCatIdx)
       END-IF.

      ****************MONTANTS_PRODUITS_AVANCE************************
      *Ecrit la ligne libellé WpcaLibCat et montants édités WpcaEd*  *
      ****************************************************************
       MONTANTS_PRODUITS_AVANCE.
       MOVE SPACE TO ticketLigne
       STRING '  ' WpcaLibCat WpcaEdOuv ' ' WpcaEdNouv ' '
     -     WpcaEdCons ' ' WpcaEdPerdu ' ' WpcaEdExp ' ' WpcaEdClot
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PRODUITS_AVANCE.

      ****************LIBELLE_PRODUITS_AVANCE*************************
      *Libellé de la catégorie WpcaCatIdx dans WpcaLibCat            *
      ****************************************************************
       LIBELLE_PRODUITS_AVANCE.
       EVALUATE WpcaCatIdx
         WHEN 1
           MOVE 'Arrhes reçues' TO WpcaLibCat
         WHEN 2
           MOVE 'Bons cadeaux valides' TO WpcaLibCat
         WHEN 3
           MOVE 'Billets prépayés' TO WpcaLibCat
         WHEN 4
           MOVE 'Emporter réglé non servi' TO WpcaLibCat
         WHEN 5
           MOVE 'Crédits clients société' TO WpcaLibCat
         WHEN OTHER
           MOVE 'Crédits particuliers' TO WpcaLibCat
       END-EVALUATE.

      ****************ECRIRE_LIGNE_PRODUITS_AVANCE********************
      *Ecrit la ligne ticketLigne dans l'état et à l'écran           *
      ****************************************************************
       ECRIRE_LIGNE_PRODUITS_AVANCE.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ****************ECRIRE_JOURNAL_PROD_AVANCE**********************
      *Ajustement des produits constatés d'avance de la période au   *
      *journal des opérations diverses : pour chaque poste de la     *
      *situation enregistrée (ETAT_PRODUITS_AVANCE), la variation du *
      *mois hors taxe (au taux du restaurant pour les arrhes, billets*
      *et commandes à emporter) est portée entre 706 et 487, au débit*
      *de 706 si le montant dû aux clients augmente, au crédit sinon *
      ****************************************************************
       ECRIRE_JOURNAL_PROD_AVANCE.
       MOVE 0 TO WpcaTrouve
       OPEN INPUT fProdAvance
       MOVE WcjPeriode TO fpca_periode
       MOVE 0 TO fpca_idrest
       MOVE 0 TO fpca_categorie
       MOVE 0 TO WpcaEof
       START fProdAvance, KEY IS >= fpca_cle
         INVALID KEY MOVE 1 TO WpcaEof
       END-START
       PERFORM UNTIL WpcaEof = 1
         READ fProdAvance NEXT
         AT END MOVE 1 TO WpcaEof
         NOT AT END
           IF fpca_periode NOT = WcjPeriode THEN
             MOVE 1 TO WpcaEof
           ELSE
             MOVE 1 TO WpcaTrouve
             COMPUTE WpcaVariation = fpca_cloture - fpca_ouverture
             IF WpcaVariation NOT = 0 THEN
               PERFORM ECRIRE_LIGNES_PROD_AVANCE
             END-IF
           END-IF
       END-PERFORM
       CLOSE fProdAvance
       IF WpcaTrouve = 0 THEN
         DISPLAY 'Etat des produits constatés d''avance non établi '
     -     'pour la période : pas d''ajustement au journal'
       END-IF.

      ****************ECRIRE_LIGNES_PROD_AVANCE***********************
      *Lignes d'ajustement 706 / 487 du poste du tampon              *
      *prodAvanceTampon pour la variation WpcaVariation              *
      ****************************************************************
       ECRIRE_LIGNES_PROD_AVANCE.
       MOVE fpca_categorie TO WpcaCatIdx
       PERFORM LIBELLE_PRODUITS_AVANCE
       IF WpcaVariation < 0 THEN
         COMPUTE WpcaVariation = 0 - WpcaVariation
       END-IF
       COMPUTE WpcaVarHT ROUNDED =
     -     WpcaVariation / (1 + fpca_tauxTVA)
       MOVE SPACE TO exportLigne
       IF fpca_cloture > fpca_ouverture THEN
         STRING 'OD' fpca_identite ';' WcjPeriode
     -     ';706;PCA ' FUNCTION TRIM(WpcaLibCat) ' restaurant '
     -     fpca_idrest ';' WpcaVarHT ';0'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD WpcaVarHT TO WcjDebitTotal
         MOVE SPACE TO exportLigne
         STRING 'OD' fpca_identite ';' WcjPeriode
     -     ';487;PCA ' FUNCTION TRIM(WpcaLibCat) ' restaurant '
     -     fpca_idrest ';0;' WpcaVarHT
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD WpcaVarHT TO WcjCreditTotal
       ELSE
         STRING 'OD' fpca_identite ';' WcjPeriode
     -     ';487;Reprise PCA ' FUNCTION TRIM(WpcaLibCat)
     -     ' restaurant ' fpca_idrest ';' WpcaVarHT ';0'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD WpcaVarHT TO WcjDebitTotal
         MOVE SPACE TO exportLigne
         STRING 'OD' fpca_identite ';' WcjPeriode
     -     ';706;Reprise PCA ' FUNCTION TRIM(WpcaLibCat)
     -     ' restaurant ' fpca_idrest ';0;' WpcaVarHT
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD WpcaVarHT TO WcjCreditTotal
       END-IF.

      ****************PREVISION_TRESORERIE****************************
      *Prévision de trésorerie d'une entité juridique sur les huit   *
      *semaines à venir (à partir du lundi de la semaine en cours) : *
      *encaissements attendus (budget du mois des restaurants, à     *
      *défaut moyenne des huit dernières semaines, diminués des      *
      *arrhes déjà reçues, ventilés par mode de paiement selon les   *
      *règlements des huit dernières semaines), règlements attendus  *
      *des comptes société selon leur délai de paiement constaté,    *
      *factures fournisseurs à échéance, paie du mois (export des    *
      *heures du mois précédent) en fin de mois, redevances de       *
      *franchise le 10 du mois ; solde cumulé depuis la position     *
      *bancaire saisie, semaines négatives signalées, état écrit dans*
      *tresorerie_<entite>_<AAAAMMJJ>.txt                            *
      ****************************************************************
       PREVISION_TRESORERIE.
       DISPLAY '================================'
       DISPLAY '=== PREVISION DE TRESORERIE ==='
       DISPLAY '================================'
       MOVE 0 TO WtrOk
       OPEN INPUT fEntites
       PERFORM WITH TEST AFTER UNTIL WtrOk = 1
         DISPLAY 'Numéro de l''entité juridique :'
         ACCEPT WtrIdEntite
         MOVE WtrIdEntite TO fen_id
         READ fEntites
           INVALID KEY
             DISPLAY 'Entité inconnue'
           NOT INVALID KEY
             MOVE 1 TO WtrOk
         END-READ
       END-PERFORM
       CLOSE fEntites
       DISPLAY 'Entité ',fen_id,' - ',FUNCTION TRIM(fen_nom)
       DISPLAY 'Position bancaire de départ (négative : -) :'
       MOVE 0 TO WtrPosition
       ACCEPT WtrPosition
       DISPLAY 'Coefficient de charges sur salaires (ex. 1.45, '
     -   '0 : 1.45) :'
       MOVE 0 TO WtrCoefCharges
       ACCEPT WtrCoefCharges
       IF WtrCoefCharges = 0 THEN
         MOVE 1.45 TO WtrCoefCharges
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WtrDebutInt =
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
       COMPUTE WtrDebutInt = WtrDebutInt
     -   - FUNCTION MOD(WtrDebutInt - 1, 7)
       COMPUTE WtrDebut = FUNCTION DATE-OF-INTEGER(WtrDebutInt)
       COMPUTE WtrFin = FUNCTION DATE-OF-INTEGER(WtrDebutInt + 55)
       COMPUTE WtrHistoDebut =
     -   FUNCTION DATE-OF-INTEGER(WtrDebutInt - 56)
       INITIALIZE WtabTresorerie
       INITIALIZE WtabTresoRestos
       INITIALIZE WtabTresoMix
       PERFORM VARYING WtrSem FROM 1 BY 1 UNTIL WtrSem > 8
         COMPUTE WtrDebSem(WtrSem) = FUNCTION DATE-OF-INTEGER(
     -     WtrDebutInt + (WtrSem - 1) * 7)
       END-PERFORM
       MOVE 0 TO WtrMixTotal
       MOVE 0 TO WtrAuDela
       MOVE 0 TO WtrEnRetard
       MOVE 0 TO WtrNbRetard
       PERFORM CHARGER_RESTOS_TRESORERIE
       IF WtrNbRest = 0 THEN
         DISPLAY 'Aucun restaurant rattaché à cette entité'
       ELSE
         PERFORM HISTORIQUE_TRESORERIE
         PERFORM ENCAISSEMENTS_TRESORERIE
         PERFORM REGLEMENTS_SOCIETE_TRESORERIE
         PERFORM FOURNISSEURS_TRESORERIE
         PERFORM PAIE_TRESORERIE
         PERFORM REDEVANCES_TRESORERIE
         PERFORM IMPRIMER_TRESORERIE
       END-IF
       DISPLAY '================================'.

      ****************CHARGER_RESTOS_TRESORERIE***********************
      *Restaurants de l'entité WtrIdEntite et conditions de franchise*
      ****************************************************************
       CHARGER_RESTOS_TRESORERIE.
       MOVE 0 TO WtrNbRest
       MOVE 0 TO WtrSatureAvert
       OPEN INPUT frestaurants
       MOVE 0 TO WtrEof
       PERFORM UNTIL WtrEof = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WtrEof
         NOT AT END
           IF fr_idEntite = WtrIdEntite THEN
             IF WtrNbRest >= 30 THEN
               IF WtrSatureAvert = 0 THEN
                 DISPLAY 'ATTENTION : plus de 30 restaurants, '
     -             'prévision limitée aux 30 premiers'
                 MOVE 1 TO WtrSatureAvert
               END-IF
             ELSE
               ADD 1 TO WtrNbRest
               MOVE fr_id TO WtrIdRest(WtrNbRest)
               MOVE fr_franchise TO WtrFranchise(WtrNbRest)
               MOVE fr_frTauxRedevance TO WtrTauxRed(WtrNbRest)
               MOVE fr_frMinimum TO WtrMinRed(WtrNbRest)
               MOVE fr_frTauxPub TO WtrTauxPub(WtrNbRest)
             END-IF
           END-IF
       END-PERFORM
       CLOSE frestaurants.

      ****************CHERCHER_RESTO_TRESORERIE***********************
      *Positionne WtrIdxR sur le restaurant frs_idrest de la table des*
      *restaurants de l'entité ; WtrOk vaut 0 s'il n'en fait pas partie*
      ****************************************************************
       CHERCHER_RESTO_TRESORERIE.
       MOVE 0 TO WtrOk
       PERFORM VARYING WtrIdxR FROM 1 BY 1
     -   UNTIL WtrIdxR > WtrNbRest OR WtrOk = 1
         IF WtrIdRest(WtrIdxR) = frs_idrest THEN
           MOVE 1 TO WtrOk
         END-IF
       END-PERFORM
       IF WtrOk = 1 THEN
         SUBTRACT 1 FROM WtrIdxR
       END-IF.

      ****************SEMAINE_TRESORERIE******************************
      *Semaine de la prévision (WtrSem, 1 à 8, 0 au-delà) de la date *
      *WtrJour ; une date passée tombe en première semaine           *
      ****************************************************************
       SEMAINE_TRESORERIE.
       COMPUTE WtrEcart = FUNCTION INTEGER-OF-DATE(WtrJour)
     -   - WtrDebutInt
       IF WtrEcart < 0 THEN
         MOVE 0 TO WtrEcart
       END-IF
       IF WtrEcart > 55 THEN
         MOVE 0 TO WtrSem
       ELSE
         COMPUTE WtrSem = WtrEcart / 7 + 1
       END-IF.

      ****************HISTORIQUE_TRESORERIE***************************
      *Chiffre d'affaires des huit dernières semaines par restaurant,*
      *arrhes déjà reçues sur les réservations de la période prévue et*
      *répartition des règlements récents par mode (espèces, carte,  *
      *tickets restaurant, virement)                                 *
      ****************************************************************
       HISTORIQUE_TRESORERIE.
       OPEN INPUT freservations
       MOVE 0 TO WtrEof
       PERFORM UNTIL WtrEof = 1
         READ freservations NEXT
         AT END MOVE 1 TO WtrEof
         NOT AT END
           PERFORM CHERCHER_RESTO_TRESORERIE
           IF WtrOk = 1 THEN
             IF frs_statut = 1 AND frs_prix > 0
     -          AND frs_dateISO >= WtrHistoDebut
     -          AND frs_dateISO < WtrDebut THEN
               ADD frs_prix TO WtrCAHisto(WtrIdxR)
             END-IF
             IF frs_statut NOT = 3 AND frs_arrhes > 0
     -          AND frs_dateISO >= WtrDebut
     -          AND frs_dateISO <= WtrFin THEN
               MOVE frs_dateISO TO WtrJour
               PERFORM SEMAINE_TRESORERIE
               ADD frs_arrhes TO WtrArrhesRecues(WtrSem)
             END-IF
           END-IF
       END-PERFORM
       OPEN INPUT fPaiements
       MOVE 0 TO WtrEof
       PERFORM UNTIL WtrEof = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WtrEof
         NOT AT END
           IF NOT fpay_annulee AND fpay_mode >= 1
     -        AND fpay_mode <= 4
     -        AND fpay_date >= WtrHistoDebut
     -        AND fpay_date < WtrDebut THEN
             MOVE fpay_idresa TO frs_id
             READ freservations
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM CHERCHER_RESTO_TRESORERIE
                 IF WtrOk = 1 THEN
                   ADD fpay_montant TO WtrMix(fpay_mode)
                   ADD fpay_montant TO WtrMixTotal
                 END-IF
             END-READ
           END-IF
       END-PERFORM
       CLOSE fPaiements
       CLOSE freservations.

      ****************ENCAISSEMENTS_TRESORERIE************************
      *Encaissements attendus jour par jour : budget du mois         *
      *(databudgets.dat) réparti sur les jours du mois, à défaut     *
      *moyenne journalière des huit dernières semaines ; les arrhes  *
      *déjà reçues sont déduites de la semaine de la réservation et  *
      *le total est ventilé par mode de paiement                     *
      ****************************************************************
       ENCAISSEMENTS_TRESORERIE.
       OPEN INPUT fBudgets
       PERFORM VARYING WtrIdxR FROM 1 BY 1 UNTIL WtrIdxR > WtrNbRest
         PERFORM VARYING WtrIdxJour FROM 0 BY 1
     -     UNTIL WtrIdxJour > 55
           COMPUTE WtrJour = FUNCTION DATE-OF-INTEGER(
     -       WtrDebutInt + WtrIdxJour)
           COMPUTE WtrPeriodeJour = WtrJour / 100
           MOVE WtrIdRest(WtrIdxR) TO fbu_idrest
           MOVE WtrPeriodeJour TO fbu_periode
           READ fBudgets
             INVALID KEY
               MOVE 0 TO fbu_caCible
           END-READ
           IF fbu_caCible > 0 THEN
             PERFORM JOURS_MOIS_TRESORERIE
             COMPUTE WtrBudgetJour ROUNDED =
     -         fbu_caCible / WtrJoursMois
           ELSE
             COMPUTE WtrBudgetJour ROUNDED =
     -         WtrCAHisto(WtrIdxR) / 56
           END-IF
           COMPUTE WtrSem = WtrIdxJour / 7 + 1
           ADD WtrBudgetJour TO WtrEncaisse(WtrSem)
         END-PERFORM
       END-PERFORM
       CLOSE fBudgets
       PERFORM VARYING WtrSem FROM 1 BY 1 UNTIL WtrSem > 8
         IF WtrArrhesRecues(WtrSem) > WtrEncaisse(WtrSem) THEN
           MOVE 0 TO WtrEncaisse(WtrSem)
         ELSE
           SUBTRACT WtrArrhesRecues(WtrSem)
     -       FROM WtrEncaisse(WtrSem)
         END-IF
         IF WtrMixTotal = 0 THEN
           MOVE WtrEncaisse(WtrSem) TO WtrEncMode(WtrSem 2)
         ELSE
           MOVE WtrEncaisse(WtrSem) TO WtrMontant
           PERFORM VARYING WtrMode FROM 1 BY 1 UNTIL WtrMode > 3
             COMPUTE WtrEncMode(WtrSem WtrMode) ROUNDED =
     -         WtrEncaisse(WtrSem) * WtrMix(WtrMode) / WtrMixTotal
             SUBTRACT WtrEncMode(WtrSem WtrMode) FROM WtrMontant
           END-PERFORM
           MOVE WtrMontant TO WtrEncMode(WtrSem 4)
         END-IF
       END-PERFORM.

      ****************JOURS_MOIS_TRESORERIE***************************
      *Nombre de jours WtrJoursMois du mois WtrPeriodeJour (AAAAMM)  *
      ****************************************************************
       JOURS_MOIS_TRESORERIE.
       COMPUTE WtrPremierJour = WtrPeriodeJour * 100 + 1
       IF FUNCTION MOD(WtrPeriodeJour, 100) = 12 THEN
         COMPUTE WtrLendemain = WtrPeriodeJour / 100
         COMPUTE WtrLendemain = (WtrLendemain + 1) * 10000 + 101
       ELSE
         COMPUTE WtrLendemain = WtrPremierJour + 100
       END-IF
       COMPUTE WtrJoursMois = FUNCTION INTEGER-OF-DATE(WtrLendemain)
     -   - FUNCTION INTEGER-OF-DATE(WtrPremierJour).

      ****************REGLEMENTS_SOCIETE_TRESORERIE*******************
      *Règlements attendus des comptes société : le solde dû         *
      *(fc_soldeCompte) est formé des dernières imputations sur compte*
      *(mode 5) ; chacune est attendue à sa date augmentée du délai de*
      *paiement constaté du client (solde dû rapporté aux imputations*
      *des 90 derniers jours, à défaut délai du profil de facturation*
      *ou 30 jours) et revient à l'entité du restaurant de la        *
      *réservation                                                   *
      ****************************************************************
       REGLEMENTS_SOCIETE_TRESORERIE.
       OPEN INPUT fclients
       OPEN INPUT fPaiements
       OPEN INPUT freservations
       OPEN INPUT fClientsFact
       MOVE 0 TO WtrEof
       PERFORM UNTIL WtrEof = 1
         READ fclients NEXT
         AT END MOVE 1 TO WtrEof
         NOT AT END
           IF fc_clientSociete AND fc_soldeCompte > 0 THEN
             MOVE fc_soldeCompte TO WtrSoldeCli
             PERFORM DELAI_COMPTE_TRESORERIE
             PERFORM ECHEANCES_COMPTE_TRESORERIE
           END-IF
       END-PERFORM
       CLOSE fClientsFact
       CLOSE freservations
       CLOSE fPaiements
       CLOSE fclients.

      ****************DELAI_COMPTE_TRESORERIE*************************
      *Total des imputations sur compte du client du tampon cliTampon*
      *et délai de paiement constaté WtrDelai en jours               *
      ****************************************************************
       DELAI_COMPTE_TRESORERIE.
       MOVE 0 TO WtrTotalImpute
       MOVE 0 TO WtrImpute90
       COMPUTE WtrJour = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) - 90)
       MOVE 0 TO fpay_id
       MOVE 0 TO WtrEof2
       START fPaiements, KEY IS >= fpay_id
         INVALID KEY MOVE 1 TO WtrEof2
       END-START
       PERFORM UNTIL WtrEof2 = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WtrEof2
         NOT AT END
           IF fpay_idcli = fc_id AND fpay_mode = 5
     -        AND NOT fpay_annulee THEN
             ADD fpay_montant TO WtrTotalImpute
             IF fpay_date > WtrJour THEN
               ADD fpay_montant TO WtrImpute90
             END-IF
           END-IF
       END-PERFORM
       IF WtrImpute90 > 0 THEN
         IF WtrSoldeCli >= WtrImpute90 * 4 THEN
           MOVE 360 TO WtrDelai
         ELSE
           COMPUTE WtrDelai ROUNDED = WtrSoldeCli * 90 / WtrImpute90
         END-IF
       ELSE
         MOVE 30 TO WtrDelai
         MOVE fc_id TO fcf_idcli
         READ fClientsFact
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fcf_delaiPaiement TO WtrDelai
         END-READ
       END-IF.

      ****************ECHEANCES_COMPTE_TRESORERIE*********************
      *Répartit le solde dû du client sur ses dernières imputations  *
      *(les plus anciennes étant réputées réglées) et les place dans *
      *la semaine de règlement attendue                              *
      ****************************************************************
       ECHEANCES_COMPTE_TRESORERIE.
       MOVE 0 TO WtrSeuil
       IF WtrTotalImpute > WtrSoldeCli THEN
         COMPUTE WtrSeuil = WtrTotalImpute - WtrSoldeCli
       END-IF
       MOVE 0 TO WtrCumul
       MOVE 0 TO fpay_id
       MOVE 0 TO WtrEof2
       START fPaiements, KEY IS >= fpay_id
         INVALID KEY MOVE 1 TO WtrEof2
       END-START
       PERFORM UNTIL WtrEof2 = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WtrEof2
         NOT AT END
           IF fpay_idcli = fc_id AND fpay_mode = 5
     -        AND NOT fpay_annulee THEN
             ADD fpay_montant TO WtrCumul
             IF WtrCumul > WtrSeuil THEN
               IF WtrCumul - WtrSeuil < fpay_montant THEN
                 COMPUTE WtrMontant = WtrCumul - WtrSeuil
               ELSE
                 MOVE fpay_montant TO WtrMontant
               END-IF
               PERFORM ECHEANCE_IMPUTATION_TRESORERIE
             END-IF
           END-IF
       END-PERFORM.

      ****************ECHEANCE_IMPUTATION_TRESORERIE******************
      *Place le montant WtrMontant de l'imputation du tampon payTampon*
      *dans la semaine de règlement attendue si la réservation dépend*
      *d'un restaurant de l'entité                                   *
      ****************************************************************
       ECHEANCE_IMPUTATION_TRESORERIE.
       MOVE fpay_idresa TO frs_id
       READ freservations
         INVALID KEY
           MOVE 0 TO WtrOk
         NOT INVALID KEY
           PERFORM CHERCHER_RESTO_TRESORERIE
       END-READ
       IF WtrOk = 1 THEN
         COMPUTE WtrJour = FUNCTION DATE-OF-INTEGER(
     -     FUNCTION INTEGER-OF-DATE(fpay_date) + WtrDelai)
         PERFORM SEMAINE_TRESORERIE
         IF WtrSem = 0 THEN
           ADD WtrMontant TO WtrAuDela
         ELSE
           ADD WtrMontant TO WtrEncSoc(WtrSem)
         END-IF
       END-IF.

      ****************FOURNISSEURS_TRESORERIE*************************
      *Factures fournisseurs à payer des restaurants de l'entité, à  *
      *leur date d'échéance (les échéances dépassées en première     *
      *semaine)                                                      *
      ****************************************************************
       FOURNISSEURS_TRESORERIE.
       OPEN INPUT fFacFournisseurs
       OPEN INPUT fAchats
       MOVE 0 TO WtrEof
       PERFORM UNTIL WtrEof = 1
         READ fFacFournisseurs NEXT
         AT END MOVE 1 TO WtrEof
         NOT AT END
           IF ffs_aPayer AND ffs_dateEcheance <= WtrFin THEN
             MOVE 0 TO WtrOk
             MOVE ffs_idAchat TO fpo_id
             READ fAchats
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fpo_idrestDemandeur TO frs_idrest
                 PERFORM CHERCHER_RESTO_TRESORERIE
             END-READ
             IF WtrOk = 1 THEN
               IF ffs_dateEcheance < WtrDebut THEN
                 ADD 1 TO WtrNbRetard
                 ADD ffs_montant TO WtrEnRetard
               END-IF
               MOVE ffs_dateEcheance TO WtrJour
               PERFORM SEMAINE_TRESORERIE
               ADD ffs_montant TO WtrDecFourn(WtrSem)
             END-IF
           END-IF
       END-PERFORM
       CLOSE fAchats
       CLOSE fFacFournisseurs.

      ****************PAIE_TRESORERIE*********************************
      *Masse salariale chargée estimée d'après l'export des heures du*
      *mois précédent (export_heures_<AAAAMM>.csv : heures pointées  *
      *des employés des restaurants de l'entité au taux horaire de la*
      *fiche employé, multipliées par le coefficient de charges),    *
      *décaissée le dernier jour de chaque mois de la prévision      *
      ****************************************************************
       PAIE_TRESORERIE.
       COMPUTE WtrPeriodeJour = WtrDebut / 100
       COMPUTE WtrPremierJour = WtrPeriodeJour * 100 + 1
       COMPUTE WtrJour = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WtrPremierJour) - 1)
       COMPUTE WtrPeriodePaie = WtrJour / 100
       MOVE 0 TO WtrMassePaie
       MOVE 0 TO WtrPaieTrouvee
       MOVE SPACE TO WNomFichierExport
       STRING 'export_heures_' WtrPeriodePaie '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN INPUT fExport
       IF fex_stat NOT = 0 THEN
         DISPLAY 'ATTENTION : export des heures ',WtrPeriodePaie,
     -     ' absent, la paie n''est pas prévue'
       ELSE
         MOVE 1 TO WtrPaieTrouvee
         OPEN INPUT fEmployes
         MOVE 0 TO WtrEof
         PERFORM UNTIL WtrEof = 1
           READ fExport
           AT END MOVE 1 TO WtrEof
           NOT AT END
             IF exportLigne(1:9) NOT = 'idEmploye' THEN
               PERFORM LIGNE_PAIE_TRESORERIE
             END-IF
         END-READ
         END-PERFORM
         CLOSE fEmployes
         CLOSE fExport
       END-IF
       PERFORM VARYING WtrIdxJour FROM 0 BY 1 UNTIL WtrIdxJour > 55
         COMPUTE WtrLendemain = FUNCTION DATE-OF-INTEGER(
     -     WtrDebutInt + WtrIdxJour + 1)
         IF FUNCTION MOD(WtrLendemain, 100) = 1 THEN
           COMPUTE WtrSem = WtrIdxJour / 7 + 1
           ADD WtrMassePaie TO WtrDecPaie(WtrSem)
         END-IF
       END-PERFORM.

      ****************LIGNE_PAIE_TRESORERIE***************************
      *Coût chargé de la ligne de l'export des heures exportLigne    *
      ****************************************************************
       LIGNE_PAIE_TRESORERIE.
       MOVE SPACE TO WtrChampId
       MOVE SPACE TO WtrChampHeures
       UNSTRING exportLigne DELIMITED BY ';'
         INTO WtrChampId WtrChampNom WtrChampPrenom WtrChampHeures
       END-UNSTRING
       IF WtrChampId NOT = SPACE THEN
         COMPUTE femp_id = FUNCTION NUMVAL(WtrChampId)
         COMPUTE WtrHeures = FUNCTION NUMVAL(WtrChampHeures) / 100
         READ fEmployes
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE femp_idrest TO frs_idrest
             PERFORM CHERCHER_RESTO_TRESORERIE
             IF WtrOk = 1 THEN
               COMPUTE WtrMassePaie ROUNDED = WtrMassePaie
     -           + WtrHeures * femp_tauxHoraire * WtrCoefCharges
             END-IF
         END-READ
       END-IF.

      ****************REDEVANCES_TRESORERIE***************************
      *Redevances et fonds marketing des restaurants franchisés de   *
      *l'entité, versés le 10 du mois sur le chiffre d'affaires du   *
      *mois précédent (clôtures Z, à défaut budget, à défaut moyenne *
      *des huit dernières semaines)                                  *
      ****************************************************************
       REDEVANCES_TRESORERIE.
       OPEN INPUT fClotures
       OPEN INPUT fBudgets
       PERFORM VARYING WtrIdxJour FROM 0 BY 1 UNTIL WtrIdxJour > 55
         COMPUTE WtrJour = FUNCTION DATE-OF-INTEGER(
     -     WtrDebutInt + WtrIdxJour)
         IF FUNCTION MOD(WtrJour, 100) = 10 THEN
           COMPUTE WtrSem = WtrIdxJour / 7 + 1
           COMPUTE WtrPeriodeJour = WtrJour / 100
           COMPUTE WtrPremierJour = WtrPeriodeJour * 100 + 1
           COMPUTE WtrLendemain = FUNCTION DATE-OF-INTEGER(
     -       FUNCTION INTEGER-OF-DATE(WtrPremierJour) - 1)
           COMPUTE WtrPeriodeJour = WtrLendemain / 100
           PERFORM VARYING WtrIdxR FROM 1 BY 1
     -       UNTIL WtrIdxR > WtrNbRest
             IF WtrFranchise(WtrIdxR) = 1 THEN
               PERFORM REDEVANCE_MOIS_TRESORERIE
             END-IF
           END-PERFORM
         END-IF
       END-PERFORM
       CLOSE fBudgets
       CLOSE fClotures.

      ****************REDEVANCE_MOIS_TRESORERIE***********************
      *Redevance due pour le mois WtrPeriodeJour du restaurant WtrIdxR*
      ****************************************************************
       REDEVANCE_MOIS_TRESORERIE.
       MOVE WtrIdRest(WtrIdxR) TO fr_id
       MOVE WtrPeriodeJour TO WfrPeriode
       PERFORM CALCULER_CA_CLOTURES_MOIS
       MOVE WfrCAMois TO WtrCARed
       IF WtrCARed = 0 THEN
         MOVE WtrIdRest(WtrIdxR) TO fbu_idrest
         MOVE WtrPeriodeJour TO fbu_periode
         READ fBudgets
           INVALID KEY
             MOVE 0 TO fbu_caCible
         END-READ
         MOVE fbu_caCible TO WtrCARed
       END-IF
       IF WtrCARed = 0 THEN
         PERFORM JOURS_MOIS_TRESORERIE
         COMPUTE WtrCARed ROUNDED =
     -     WtrCAHisto(WtrIdxR) / 56 * WtrJoursMois
       END-IF
       COMPUTE WtrMontant ROUNDED =
     -     WtrCARed * WtrTauxRed(WtrIdxR) / 100
       IF WtrMontant < WtrMinRed(WtrIdxR) THEN
         MOVE WtrMinRed(WtrIdxR) TO WtrMontant
       END-IF
       COMPUTE WtrMontant ROUNDED = WtrMontant
     -   + WtrCARed * WtrTauxPub(WtrIdxR) / 100
       ADD WtrMontant TO WtrDecRed(WtrSem).

      ****************IMPRIMER_TRESORERIE*****************************
      *Soldes semaine par semaine depuis la position bancaire de     *
      *départ, à l'écran et dans tresorerie_<entite>_<AAAAMMJJ>.txt, *
      *avec signalement des semaines à solde négatif                 *
      ****************************************************************
       IMPRIMER_TRESORERIE.
       MOVE SPACE TO WNomFichierTicket
       STRING 'tresorerie_' WtrIdEntite '_' WtrDebut '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Prévision de trésorerie - entité ' WtrIdEntite ' - '
     -   FUNCTION TRIM(fen_nom) DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE WtrPosition TO WtrEdMontant1
       MOVE SPACE TO ticketLigne
       STRING 'Position bancaire au ' WtrDebut(7:2) '/'
     -     WtrDebut(5:2) '/' WtrDebut(1:4) ' : ' WtrEdMontant1
     -   ' EUR' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE 0 TO WtrNbNegatif
       PERFORM VARYING WtrSem FROM 1 BY 1 UNTIL WtrSem > 8
         COMPUTE WtrNet(WtrSem) = WtrEncMode(WtrSem 1)
     -     + WtrEncMode(WtrSem 2) + WtrEncMode(WtrSem 3)
     -     + WtrEncMode(WtrSem 4) + WtrEncSoc(WtrSem)
     -     - WtrDecFourn(WtrSem) - WtrDecPaie(WtrSem)
     -     - WtrDecRed(WtrSem)
         COMPUTE WtrPosition = WtrPosition + WtrNet(WtrSem)
         MOVE WtrPosition TO WtrSolde(WtrSem)
         PERFORM SEMAINE_IMPRIMEE_TRESORERIE
       END-PERFORM
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       IF WtrNbRetard > 0 THEN
         MOVE WtrEnRetard TO WtrEdMontant1
         MOVE SPACE TO ticketLigne
         STRING 'Dont ' WtrNbRetard ' facture(s) fournisseur '
     -     'échue(s) non payée(s) : ' WtrEdMontant1 ' EUR'
     -     DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_TRESORERIE
       END-IF
       IF WtrAuDela > 0 THEN
         MOVE WtrAuDela TO WtrEdMontant1
         MOVE SPACE TO ticketLigne
         STRING 'Règlements société attendus au-delà de 8 '
     -     'semaines : ' WtrEdMontant1 ' EUR'
     -     DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_TRESORERIE
       END-IF
       IF WtrPaieTrouvee = 0 THEN
         MOVE 'Paie non prévue : export des heures du mois '
     -     TO ticketLigne
         MOVE WtrPeriodePaie TO ticketLigne(46:6)
         MOVE 'absent' TO ticketLigne(53:6)
         PERFORM ECRIRE_LIGNE_TRESORERIE
       END-IF
       IF WtrNbNegatif > 0 THEN
         MOVE SPACE TO ticketLigne
         STRING 'ATTENTION : ' WtrNbNegatif ' semaine(s) à solde '
     -     'négatif' DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_TRESORERIE
       END-IF
       CLOSE fTicket
       DISPLAY 'Prévision écrite : ',WNomFichierTicket
       MOVE 'PREVISION TRESORERIE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************SEMAINE_IMPRIMEE_TRESORERIE*********************
      *Bloc de la semaine WtrSem de la prévision                     *
      ****************************************************************
       SEMAINE_IMPRIMEE_TRESORERIE.
       MOVE '--------------------------------------' TO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE WtrDebSem(WtrSem) TO WtrJour
       MOVE SPACE TO ticketLigne
       STRING 'Semaine ' WtrSem ' du ' WtrJour(7:2) '/'
     -     WtrJour(5:2) '/' WtrJour(1:4)
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE WtrEncMode(WtrSem 1) TO WtrEdMontant1
       MOVE WtrEncMode(WtrSem 2) TO WtrEdMontant2
       MOVE WtrEncMode(WtrSem 3) TO WtrEdMontant3
       MOVE WtrEncMode(WtrSem 4) TO WtrEdMontant4
       MOVE SPACE TO ticketLigne
       STRING '  Encaissements : espèces' WtrEdMontant1
     -   ' carte' WtrEdMontant2 ' tickets' WtrEdMontant3
     -   ' virement' WtrEdMontant4
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE WtrEncSoc(WtrSem) TO WtrEdMontant1
       MOVE SPACE TO ticketLigne
       STRING '  Règlements comptes société :' WtrEdMontant1
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE WtrDecFourn(WtrSem) TO WtrEdMontant1
       MOVE WtrDecPaie(WtrSem) TO WtrEdMontant2
       MOVE WtrDecRed(WtrSem) TO WtrEdMontant3
       MOVE SPACE TO ticketLigne
       STRING '  Décaissements : fournisseurs' WtrEdMontant1
     -   ' paie' WtrEdMontant2 ' redevances' WtrEdMontant3
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_TRESORERIE
       MOVE WtrNet(WtrSem) TO WtrEdMontant1
       MOVE WtrSolde(WtrSem) TO WtrEdMontant2
       MOVE SPACE TO ticketLigne
       IF WtrSolde(WtrSem) < 0 THEN
         ADD 1 TO WtrNbNegatif
         STRING '  Flux net' WtrEdMontant1 ' - solde'
     -     WtrEdMontant2 '   *** SOLDE NEGATIF ***'
     -     DELIMITED BY SIZE INTO ticketLigne
       ELSE
         STRING '  Flux net' WtrEdMontant1 ' - solde'
     -     WtrEdMontant2 DELIMITED BY SIZE INTO ticketLigne
       END-IF
       PERFORM ECRIRE_LIGNE_TRESORERIE.

      ****************ECRIRE_LIGNE_TRESORERIE*************************
      *Ecrit la ligne ticketLigne dans la prévision et à l'écran     *
      ****************************************************************
       ECRIRE_LIGNE_TRESORERIE.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ****************ECRIRE_JOURNAL_LITIGES**************************
      *Impayés carte des litiges perdus ou partiellement perdus dont *
      *l'issue tombe dans la période : 411 du client au débit contre *
      *5112 (cartes bancaires à encaisser) au crédit pour le montant *
      *perdu, au journal de banque de l'entité du restaurant         *
      ****************************************************************
       ECRIRE_JOURNAL_LITIGES.
       OPEN INPUT fLitiges
       OPEN INPUT frestaurants
       MOVE 0 TO WltEof
       PERFORM UNTIL WltEof = 1
         READ fLitiges NEXT
         AT END MOVE 1 TO WltEof
         NOT AT END
           IF (flg_perdu OR flg_perduPartiel)
     -        AND flg_dateIssue >= WcjPeriode * 100 + 1
     -        AND flg_dateIssue <= WcjPeriode * 100 + 31 THEN
             MOVE 0 TO WltEntite
             MOVE flg_idrest TO fr_id
             READ frestaurants
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fr_idEntite TO WltEntite
             END-READ
             MOVE SPACE TO exportLigne
             STRING 'BQ' WltEntite ';' WcjPeriode
     -         ';411;Impayé carte litige ' flg_id ' restaurant '
     -         flg_idrest ';' flg_montantPerdu ';0'
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
             ADD flg_montantPerdu TO WcjDebitTotal
             MOVE SPACE TO exportLigne
             STRING 'BQ' WltEntite ';' WcjPeriode
     -         ';5112;Impayé carte litige ' flg_id ' restaurant '
     -         flg_idrest ';0;' flg_montantPerdu
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
             ADD flg_montantPerdu TO WcjCreditTotal
           END-IF
       END-PERFORM
       CLOSE frestaurants
       CLOSE fLitiges.

      ****************ECRIRE_FEC_LITIGES******************************
      *Impayés carte des litiges perdus ou partiellement perdus de   *
      *l'exercice, à la date de l'issue au journal de banque (BQ) :  *
      *le paiement d'origine est repris en totalité (411 du client   *
      *contre 5112), la part conservée étant ressaisie comme un      *
      *nouveau règlement passé par ECRIRE_FEC_REGLEMENTS             *
      ****************************************************************
       ECRIRE_FEC_LITIGES.
       OPEN INPUT fLitiges
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fLitiges NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           IF (flg_perdu OR flg_perduPartiel)
     -        AND flg_dateIssue >= WfecDebut
     -        AND flg_dateIssue <= WfecFin THEN
             MOVE flg_idrest TO WfecIdRest
             PERFORM ENTITE_RESTO_FEC
             IF WfecIdRest = 0 THEN
               ADD 1 TO WfecNbIgnorees
             END-IF
             IF WfecEntResa = WfecIdEntite AND WfecIdRest > 0 THEN
               ADD 1 TO WfecNumEcr
               MOVE 'BQ' TO WfecJournal
               MOVE flg_dateIssue TO WfecDate
               MOVE flg_id TO WfecPiece
               MOVE flg_dateIssue TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Impayé carte litige ' flg_id ' paiement '
     -           flg_idpay DELIMITED BY SIZE INTO WfecLib
               MOVE '411' TO WfecCompte
               MOVE flg_idcli TO WfecAux
               STRING 'Client ' flg_idcli
     -           DELIMITED BY SIZE INTO WfecAuxLib
               MOVE flg_montantPaiement TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '5112' TO WfecCompte
               MOVE flg_montantPaiement TO WfecMontant
               PERFORM CREDITER_FEC
             END-IF
           END-IF
       END-PERFORM
       CLOSE fLitiges.

      ****************ECRIRE_JOURNAL_TITRES**************************
      *Titres restaurant de la période, au journal de banque de      *
      *l'entité du restaurant : bordereaux remis (4671 émetteurs     *
      *contre 5113 titres à encaisser) et règlements des émetteurs   *
      *(512 net reçu, 6278 commission, 654 titres rejetés contre     *
      *4671 pour le montant remis)                                   *
      ****************************************************************
       ECRIRE_JOURNAL_TITRES.
       OPEN INPUT fBordereauxTitres
       OPEN INPUT frestaurants
       MOVE 0 TO WttFin
       PERFORM UNTIL WttFin = 1
         READ fBordereauxTitres NEXT
         AT END MOVE 1 TO WttFin
         NOT AT END
           MOVE 0 TO WttEntite
           MOVE fbt_idrest TO fr_id
           READ frestaurants
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE fr_idEntite TO WttEntite
           END-READ
           IF fbt_date >= WcjPeriode * 100 + 1
     -        AND fbt_date <= WcjPeriode * 100 + 31 THEN
             MOVE SPACE TO exportLigne
             STRING 'BQ' WttEntite ';' WcjPeriode
     -         ';4671;Remise titres bordereau ' fbt_num
     -         ' restaurant ' fbt_idrest ';' fbt_montant ';0'
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
             ADD fbt_montant TO WcjDebitTotal
             MOVE SPACE TO exportLigne
             STRING 'BQ' WttEntite ';' WcjPeriode
     -         ';5113;Remise titres bordereau ' fbt_num
     -         ' restaurant ' fbt_idrest ';0;' fbt_montant
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
             ADD fbt_montant TO WcjCreditTotal
           END-IF
           IF fbt_regle
     -        AND fbt_dateReglement >= WcjPeriode * 100 + 1
     -        AND fbt_dateReglement <= WcjPeriode * 100 + 31 THEN
             PERFORM ECRIRE_JOURNAL_REGL_TITRES
           END-IF
         END-READ
       END-PERFORM
       CLOSE frestaurants
       CLOSE fBordereauxTitres.

      ****************ECRIRE_JOURNAL_REGL_TITRES**********************
      *Règlement du bordereau du tampon par son émetteur : net reçu, *
      *commission et titres rejetés au débit, montant remis au crédit*
      *de 4671                                                       *
      ****************************************************************
       ECRIRE_JOURNAL_REGL_TITRES.
       IF fbt_montantRegle > 0 THEN
         MOVE SPACE TO exportLigne
         STRING 'BQ' WttEntite ';' WcjPeriode
     -     ';512;Règlement titres bordereau ' fbt_num
     -     ' restaurant ' fbt_idrest ';' fbt_montantRegle ';0'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD fbt_montantRegle TO WcjDebitTotal
       END-IF
       IF fbt_commission > 0 THEN
         MOVE SPACE TO exportLigne
         STRING 'BQ' WttEntite ';' WcjPeriode
     -     ';6278;Commission titres bordereau ' fbt_num
     -     ' restaurant ' fbt_idrest ';' fbt_commission ';0'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD fbt_commission TO WcjDebitTotal
       END-IF
       IF fbt_montantRejete > 0 THEN
         MOVE SPACE TO exportLigne
         STRING 'BQ' WttEntite ';' WcjPeriode
     -     ';654;Titres rejetés bordereau ' fbt_num
     -     ' restaurant ' fbt_idrest ';' fbt_montantRejete ';0'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD fbt_montantRejete TO WcjDebitTotal
       END-IF
       MOVE SPACE TO exportLigne
       STRING 'BQ' WttEntite ';' WcjPeriode
     -   ';4671;Règlement titres bordereau ' fbt_num
     -   ' restaurant ' fbt_idrest ';0;' fbt_montant
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       ADD fbt_montant TO WcjCreditTotal.

      ****************ECRIRE_FEC_TITRES*******************************
      *Titres restaurant de l'exercice au journal de banque (BQ) :   *
      *bordereaux remis à leur date (4671 de l'émetteur contre 5113) *
      *et règlements des émetteurs à leur date (512, 6278 commission *
      *et 654 titres rejetés contre 4671 de l'émetteur)              *
      ****************************************************************
       ECRIRE_FEC_TITRES.
       OPEN INPUT fBordereauxTitres
       OPEN INPUT fEmetteursTitres
       MOVE 0 TO WfecEof
       PERFORM UNTIL WfecEof = 1
         READ fBordereauxTitres NEXT
         AT END MOVE 1 TO WfecEof
         NOT AT END
           MOVE fbt_idrest TO WfecIdRest
           PERFORM ENTITE_RESTO_FEC
           IF WfecEntResa = WfecIdEntite THEN
             MOVE fbt_emetteur TO fem_code
             READ fEmetteursTitres
               INVALID KEY
                 MOVE SPACE TO fem_nom
             END-READ
             IF fbt_date >= WfecDebut AND fbt_date <= WfecFin THEN
               ADD 1 TO WfecNumEcr
               MOVE 'BQ' TO WfecJournal
               MOVE fbt_date TO WfecDate
               MOVE SPACE TO WfecPiece
               STRING 'BTR' fbt_idrest '-' fbt_num
     -           DELIMITED BY SIZE INTO WfecPiece
               MOVE fbt_date TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Remise titres bordereau ' fbt_num
     -           ' restaurant ' fbt_idrest
     -           DELIMITED BY SIZE INTO WfecLib
               MOVE '4671' TO WfecCompte
               MOVE fbt_emetteur TO WfecAux
               MOVE fem_nom TO WfecAuxLib
               MOVE fbt_montant TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '5113' TO WfecCompte
               MOVE fbt_montant TO WfecMontant
               PERFORM CREDITER_FEC
             END-IF
             IF fbt_regle AND fbt_dateReglement >= WfecDebut
     -          AND fbt_dateReglement <= WfecFin THEN
               ADD 1 TO WfecNumEcr
               MOVE 'BQ' TO WfecJournal
               MOVE fbt_dateReglement TO WfecDate
               MOVE SPACE TO WfecPiece
               STRING 'BTR' fbt_idrest '-' fbt_num
     -           DELIMITED BY SIZE INTO WfecPiece
               MOVE fbt_dateReglement TO WfecPieceDate
               MOVE SPACE TO WfecLib
               STRING 'Règlement titres bordereau ' fbt_num
     -           ' restaurant ' fbt_idrest
     -           DELIMITED BY SIZE INTO WfecLib
               MOVE '512' TO WfecCompte
               MOVE fbt_montantRegle TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '6278' TO WfecCompte
               MOVE fbt_commission TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '654' TO WfecCompte
               MOVE fbt_montantRejete TO WfecMontant
               PERFORM DEBITER_FEC
               MOVE '4671' TO WfecCompte
               MOVE fbt_emetteur TO WfecAux
               MOVE fem_nom TO WfecAuxLib
               MOVE fbt_montant TO WfecMontant
               PERFORM CREDITER_FEC
             END-IF
           END-IF
         END-READ
       END-PERFORM
       CLOSE fEmetteursTitres
       CLOSE fBordereauxTitres.

      ****************GERER_PERIODES_COMPTA***************************
      *Ecran Directeur des périodes comptables : pose le statut      *
      *(1 ouverte, 2 en clôture, 3 close) d'un mois AAAAMM d'une     *
      *entité juridique, ou liste les périodes d'une entité. Une     *
      *période close interdit toute modification des montants datés  *
      *dans ce mois (VERIFIER_PERIODE_COMPTA) ; sa réouverture exige *
      *un motif, est comptée sur la période et tracée à l'audit      *
      *(REOUVERTURE). L'écran tient aussi l'adresse à laquelle la    *
      *chaîne de fin de mois notifie son compte rendu                *
      ****************************************************************
       GERER_PERIODES_COMPTA.
       IF WSessionRole NOT = 'Directeur' THEN
        DISPLAY '================================'
        DISPLAY 'Accès réservé au role Directeur'
        DISPLAY '================================'
       ELSE
        MOVE 9 TO WperAction
        PERFORM WITH TEST AFTER UNTIL WperAction = 0
         DISPLAY '=== PERIODES COMPTABLES ==='
         DISPLAY '1 - Changer le statut d''une période'
         DISPLAY '2 - Lister les périodes d''une entité'
         DISPLAY '3 - Adresse du compte rendu de fin de mois'
         DISPLAY '0 - Terminer'
         ACCEPT WperAction
         EVALUATE WperAction
          WHEN 1
           PERFORM STATUT_PERIODE_COMPTA
          WHEN 2
           PERFORM LISTER_PERIODES_COMPTA
          WHEN 3
           PERFORM ADRESSE_FIN_MOIS
         END-EVALUATE
        END-PERFORM
       END-IF.

      ****************ADRESSE_FIN_MOIS********************************
      *Adresse électronique du Directeur à laquelle la chaîne de fin *
      *de mois notifie son compte rendu, tenue dans                  *
      *dataparametres.dat (paramètre MAILFINMOIS) ; une adresse vide *
      *suspend la notification. Chaque changement est tracé à l'audit*
      ****************************************************************
       ADRESSE_FIN_MOIS.
       OPEN I-O fParametres
       MOVE 'MAILFINMOIS' TO fprm_nom
       MOVE 1 TO Wtrouve
       READ fParametres
         INVALID KEY
           MOVE 0 TO Wtrouve
           MOVE SPACE TO fprm_valeur
       END-READ
       IF fprm_valeur = SPACE THEN
         DISPLAY 'Aucune adresse enregistrée'
       ELSE
         DISPLAY 'Adresse actuelle : ',FUNCTION TRIM(fprm_valeur)
       END-IF
       DISPLAY 'Nouvelle adresse (* pour effacer, vide = inchangée) :'
       MOVE SPACE TO WfmMailDirecteur
       ACCEPT WfmMailDirecteur
       IF WfmMailDirecteur = SPACE THEN
         DISPLAY 'Adresse inchangée'
       ELSE
         IF WfmMailDirecteur = '*' THEN
           MOVE SPACE TO WfmMailDirecteur
         END-IF
         MOVE 'MAILFINMOIS' TO fprm_nom
         MOVE WfmMailDirecteur TO fprm_valeur
         IF Wtrouve = 1 THEN
           REWRITE parametreTampon
         ELSE
           WRITE parametreTampon
         END-IF
         IF fprm_stat = 0 THEN
           DISPLAY 'Adresse de fin de mois enregistrée'
           MOVE 'fParametres' TO WauditFichier
           MOVE 'MAILFINMOIS' TO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement de l''adresse'
         END-IF
       END-IF
       CLOSE fParametres.

      ****************ENTITE_PERIODE_COMPTA***************************
      *Saisie d'une entité juridique existante (WperIdEntite)        *
      ****************************************************************
       ENTITE_PERIODE_COMPTA.
       OPEN INPUT fEntites
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
         DISPLAY 'Identifiant de l''entité juridique :'
         ACCEPT WperIdEntite
         MOVE WperIdEntite TO fen_id
         READ fEntites
           INVALID KEY
             DISPLAY 'Entité juridique inconnue'
           NOT INVALID KEY
             MOVE 1 TO Wtrouve
             DISPLAY 'Entité : ',fen_nom
         END-READ
       END-PERFORM
       CLOSE fEntites.

      ****************STATUT_PERIODE_COMPTA***************************
      *Changement de statut d'une période : la réouverture d'une     *
      *période close demande un motif et incrémente le compteur de   *
      *réouvertures ; chaque changement est tracé à l'audit          *
      ****************************************************************
       STATUT_PERIODE_COMPTA.
       PERFORM ENTITE_PERIODE_COMPTA
       MOVE 0 TO WperAnnee
       PERFORM WITH TEST AFTER UNTIL WperAnnee >= 2000
         DISPLAY 'Année (AAAA) :'
         ACCEPT WperAnnee
       END-PERFORM
       MOVE 0 TO WperMois
       PERFORM WITH TEST AFTER UNTIL WperMois >= 1 AND WperMois <= 12
         DISPLAY 'Mois (MM) :'
         ACCEPT WperMois
       END-PERFORM
       COMPUTE WperPeriode = WperAnnee * 100 + WperMois
       OPEN I-O fPeriodesCompta
       MOVE WperIdEntite TO fpco_identite
       MOVE WperPeriode TO fpco_periode
       MOVE 1 TO Wtrouve
       READ fPeriodesCompta
         INVALID KEY
           MOVE 0 TO Wtrouve
           MOVE 1 TO fpco_statut
           MOVE 0 TO fpco_nbReouvertures
           MOVE SPACE TO fpco_motifReouverture
       END-READ
       MOVE fpco_statut TO WperAncStatut
       PERFORM LIBELLE_PERIODE_COMPTA
       DISPLAY 'Statut actuel de la période ',WperPeriode,' : ',
     -     WperLibStatut
       MOVE 0 TO WperStatut
       PERFORM WITH TEST AFTER UNTIL WperStatut >= 1
     -    AND WperStatut <= 3
         DISPLAY 'Nouveau statut (1 ouverte, 2 en clôture, '
     -     '3 close) :'
         ACCEPT WperStatut
       END-PERFORM
       IF WperStatut = WperAncStatut THEN
         DISPLAY 'Statut inchangé'
       ELSE
         MOVE 'STATUT' TO WauditOperation
         IF WperAncStatut = 3 THEN
           MOVE SPACE TO WperMotif
           PERFORM WITH TEST AFTER UNTIL WperMotif NOT = SPACE
             DISPLAY 'Motif de la réouverture :'
             ACCEPT WperMotif
           END-PERFORM
           MOVE WperMotif TO fpco_motifReouverture
           ADD 1 TO fpco_nbReouvertures
           MOVE 'REOUVERTURE' TO WauditOperation
         END-IF
         MOVE WperIdEntite TO fpco_identite
         MOVE WperPeriode TO fpco_periode
         MOVE WperStatut TO fpco_statut
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO fpco_dateStatut
         MOVE WSessionPseudo TO fpco_modifiePar
         IF Wtrouve = 1 THEN
           REWRITE periodeComptaTampon
         ELSE
           WRITE periodeComptaTampon
         END-IF
         IF fpco_stat = 0 THEN
           PERFORM LIBELLE_PERIODE_COMPTA
           DISPLAY 'Période ',WperPeriode,' de l''entité ',
     -       WperIdEntite,' : ',WperLibStatut
           MOVE 'fPeriodesCompta' TO WauditFichier
           MOVE SPACE TO WauditCle
           STRING fpco_identite '-' fpco_periode
     -       DELIMITED BY SIZE INTO WauditCle
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement de la période'
         END-IF
       END-IF
       CLOSE fPeriodesCompta.

      ****************LISTER_PERIODES_COMPTA**************************
      *Liste des périodes enregistrées d'une entité (les mois absents*
      *du fichier sont ouverts)                                      *
      ****************************************************************
       LISTER_PERIODES_COMPTA.
       PERFORM ENTITE_PERIODE_COMPTA
       OPEN INPUT fPeriodesCompta
       MOVE WperIdEntite TO fpco_identite
       MOVE 0 TO fpco_periode
       START fPeriodesCompta, KEY IS >= fpco_cle
       INVALID KEY
         DISPLAY 'Aucune période enregistrée : toutes sont ouvertes'
       NOT INVALID KEY
         MOVE 0 TO WperEof
         PERFORM WITH TEST AFTER UNTIL WperEof = 1
           READ fPeriodesCompta NEXT
           AT END MOVE 1 TO WperEof
           NOT AT END
             IF fpco_identite NOT = WperIdEntite THEN
               MOVE 1 TO WperEof
             ELSE
               PERFORM LIBELLE_PERIODE_COMPTA
               DISPLAY '  ',fpco_periode,' - ',WperLibStatut,
     -           ' depuis le ',fpco_dateStatut,' par ',
     -           fpco_modifiePar
               IF fpco_nbReouvertures > 0 THEN
                 DISPLAY '    ',fpco_nbReouvertures,
     -             ' réouverture(s), dernier motif : ',
     -             fpco_motifReouverture
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fPeriodesCompta.

      ****************LIBELLE_PERIODE_COMPTA**************************
      *Libellé du statut de la période courante (WperLibStatut)      *
      ****************************************************************
       LIBELLE_PERIODE_COMPTA.
       EVALUATE TRUE
         WHEN fpco_close
           MOVE 'close' TO WperLibStatut
         WHEN fpco_enCloture
           MOVE 'en clôture' TO WperLibStatut
         WHEN OTHER
           MOVE 'ouverte' TO WperLibStatut
       END-EVALUATE.

      ****************RAPPORT_REVPASH*********************************
      *Revenu par heure-place disponible (RevPASH) d'un restaurant   *
      *sur une période : heures-places disponibles tirées de         *
      *fr_nbPlaces et des horaires de chaque jour ouvert (rythme     *
      *hebdomadaire, calendrier d'exceptions, jours fériés), CA des  *
      *réservations facturées réparti sur les heures occupées (de    *
      *l'arrivée à frs_heureDepart, ou durée de tour standard) ;     *
      *occupation, ticket moyen et RevPASH par jour de semaine et    *
      *heure, comparés à la période précédente de même durée, dans   *
      *revpash_<restaurant>_<AAAAMMJJ>.txt                           *
      ****************************************************************
       RAPPORT_REVPASH.
       DISPLAY '================================'
       DISPLAY '=== REVPASH PAR CRENEAU      ==='
       DISPLAY '================================'
       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       MOVE 0 TO WrvIdRest
       READ frestaurants
       INVALID KEY
         DISPLAY 'Restaurant inexistant'
       NOT INVALID KEY
         MOVE fr_id TO WrvIdRest
         MOVE fr_nbPlaces TO WrvPlaces
         MOVE 120 TO WrvDuree
         IF fr_dureeTour > 0 THEN
           MOVE fr_dureeTour TO WrvDuree
         END-IF
         MOVE restTampon TO WrvRestImage
       END-READ
       CLOSE frestaurants
       IF WrvIdRest > 0 THEN
         PERFORM SAISIR_PERIODE_REVPASH
         PERFORM DISPONIBLE_REVPASH
         PERFORM CUMULER_REVPASH
         PERFORM IMPRIMER_REVPASH
       END-IF
       DISPLAY '================================'.

      ****************SAISIR_PERIODE_REVPASH**************************
      *Période analysée (un an au plus) et période précédente de     *
      *même durée qui la précède immédiatement                       *
      ****************************************************************
       SAISIR_PERIODE_REVPASH.
       MOVE 0 TO WrvDateOK
       PERFORM WITH TEST AFTER UNTIL WrvDateOK = 1
         DISPLAY 'Début de la période (AAAAMMJJ) :'
         ACCEPT WrvDebut
         MOVE WrvDebut TO WrvDateISO
         PERFORM CONTROLER_DATE_REVPASH
       END-PERFORM
       MOVE 0 TO WrvDateOK
       PERFORM WITH TEST AFTER UNTIL WrvDateOK = 1
         DISPLAY 'Fin de la période (AAAAMMJJ) :'
         ACCEPT WrvFin
         MOVE WrvFin TO WrvDateISO
         PERFORM CONTROLER_DATE_REVPASH
         IF WrvDateOK = 1 THEN
           COMPUTE WrvJDeb = FUNCTION INTEGER-OF-DATE(WrvDebut)
           COMPUTE WrvJFin = FUNCTION INTEGER-OF-DATE(WrvFin)
           IF WrvJFin < WrvJDeb OR WrvJFin - WrvJDeb >= 366 THEN
             DISPLAY 'La fin doit suivre le début, un an au plus'
             MOVE 0 TO WrvDateOK
           END-IF
         END-IF
       END-PERFORM
       COMPUTE WrvNbJours = WrvJFin - WrvJDeb + 1
       COMPUTE WrvJDebPrec = WrvJDeb - WrvNbJours
       COMPUTE WrvDebutPrec = FUNCTION DATE-OF-INTEGER(WrvJDebPrec)
       COMPUTE WrvFinPrec = FUNCTION DATE-OF-INTEGER(WrvJDeb - 1).

      ****************CONTROLER_DATE_REVPASH**************************
      *WrvDateOK = 1 si WrvDateISO est une date AAAAMMJJ plausible   *
      ****************************************************************
       CONTROLER_DATE_REVPASH.
       MOVE 0 TO WrvDateOK
       IF WrvDateISO_annee >= 2015
     -    AND WrvDateISO_mois >= 1 AND WrvDateISO_mois <= 12
     -    AND WrvDateISO_jour >= 1 AND WrvDateISO_jour <= 31 THEN
         MOVE 1 TO WrvDateOK
       ELSE
         DISPLAY 'Date invalide'
       END-IF.

      ****************DISPONIBLE_REVPASH******************************
      *Heures-places disponibles de chaque jour des deux périodes :  *
      *jours fermés écartés par VERIFIER_JOUR_OUVERT (messages       *
      *muets), places de chaque heure d'ouverture du jour cumulées   *
      *par période, jour de semaine et heure                         *
      ****************************************************************
       DISPONIBLE_REVPASH.
       MOVE ZERO TO WrvTabPeriodes
       MOVE WmodeSilencieux TO WrvSilence
       MOVE 1 TO WmodeSilencieux
       MOVE WrvJDebPrec TO WrvJour
       PERFORM UNTIL WrvJour > WrvJFin
         COMPUTE WrvDateISO = FUNCTION DATE-OF-INTEGER(WrvJour)
         MOVE WrvDateISO_jour TO frs_date_jour
         MOVE WrvDateISO_mois TO frs_date_mois
         MOVE WrvDateISO_annee TO frs_date_annee
         MOVE WrvIdRest TO WidRestSauv
         PERFORM VERIFIER_JOUR_OUVERT
         IF WrestaurantFerme = 0 THEN
           PERFORM HORAIRE_JOUR_REVPASH
         END-IF
         ADD 1 TO WrvJour
       END-PERFORM
       MOVE WrvSilence TO WmodeSilencieux.

      ****************HORAIRE_JOUR_REVPASH****************************
      *Heures d'ouverture et places du jour WrvJour (jour de         *
      *semaine WjourSemaine) : horaires de la semaine ou généraux,   *
      *remplacés par ceux du calendrier d'exceptions s'il en porte   *
      *(WxcTrouve laissé par VERIFIER_JOUR_OUVERT), capacité réduite *
      *de l'exception le cas échéant                                 *
      ****************************************************************
       HORAIRE_JOUR_REVPASH.
       MOVE WrvRestImage TO restTampon
       MOVE fr_heureOuverture TO WrvHOuv
       MOVE fr_heureFermeture TO WrvHFerm
       IF fr_horaireConfigure = 1 THEN
         MOVE fr_hOuvJour(WjourSemaine) TO WrvHOuv
         MOVE fr_hFermJour(WjourSemaine) TO WrvHFerm
       END-IF
       MOVE WrvPlaces TO WrvPlacesJour
       IF WxcTrouve = 1 THEN
         IF WxcHFerm > WxcHOuv THEN
           MOVE WxcHOuv TO WrvHOuv
           MOVE WxcHFerm TO WrvHFerm
         END-IF
         IF WxcPlaces > 0 THEN
           MOVE WxcPlaces TO WrvPlacesJour
         END-IF
       END-IF
       IF WrvHFerm <= WrvHOuv OR WrvHFerm > 24 THEN
         MOVE 24 TO WrvHFerm
       END-IF
       IF WrvJour >= WrvJDeb THEN
         MOVE 1 TO WrvP
       ELSE
         MOVE 2 TO WrvP
       END-IF
       MOVE WrvHOuv TO WrvH
       PERFORM UNTIL WrvH >= WrvHFerm
         ADD WrvPlacesJour TO WrvDispo(WrvP, WjourSemaine, WrvH + 1)
         ADD 1 TO WrvH
       END-PERFORM.

      ****************CUMULER_REVPASH*********************************
      *Réservations de table confirmées du restaurant sur les deux   *
      *périodes (clé frs_dateISO) réparties par REPARTIR_RESA_REVPASH*
      ****************************************************************
       CUMULER_REVPASH.
       OPEN INPUT freservations
       MOVE WrvDebutPrec TO frs_dateISO
       MOVE 0 TO WrvEof
       START freservations, KEY IS >= frs_dateISO
         INVALID KEY MOVE 1 TO WrvEof
       END-START
       PERFORM UNTIL WrvEof = 1
         READ freservations NEXT
         AT END MOVE 1 TO WrvEof
         NOT AT END
           IF frs_dateISO > WrvFin THEN
             MOVE 1 TO WrvEof
           ELSE
             IF frs_idrest = WrvIdRest AND frs_statut = 1
     -          AND frs_typeResa < 3 AND frs_heure_heure < 24 THEN
               PERFORM REPARTIR_RESA_REVPASH
             END-IF
           END-IF
       END-PERFORM
       CLOSE freservations.

      ****************REPARTIR_RESA_REVPASH***************************
      *Répartit la réservation du tampon sur les heures qu'elle a    *
      *occupées, de l'arrivée au départ (frs_heureDepart) ou à la fin*
      *du tour standard, bornée à minuit : heures-places occupées au *
      *prorata des minutes de chaque heure, CA facturé (addition et  *
      *arrhes) au prorata de la durée ; couverts et CA facturés sont *
      *aussi comptés sur l'heure d'arrivée pour le ticket moyen      *
      ****************************************************************
       REPARTIR_RESA_REVPASH.
       IF frs_dateISO >= WrvDebut THEN
         MOVE 1 TO WrvP
       ELSE
         MOVE 2 TO WrvP
       END-IF
       COMPUTE WrvD = FUNCTION MOD(
     -   FUNCTION INTEGER-OF-DATE(frs_dateISO), 7)
       IF WrvD = 0 THEN
         MOVE 7 TO WrvD
       END-IF
       MOVE 0 TO WrvMontant
       IF frs_prix > 0 THEN
         COMPUTE WrvMontant = frs_prix + frs_arrhes
         ADD frs_nbPersonnes TO WrvCouv(WrvP, WrvD, frs_heure_heure + 1)
         ADD WrvMontant TO WrvCACouv(WrvP, WrvD, frs_heure_heure + 1)
       END-IF
       COMPUTE WrvMinDeb = frs_heure_heure * 60 + frs_heure_minute
       COMPUTE WrvMinFin = WrvMinDeb + WrvDuree
       IF frs_heureDepart > 0 THEN
         DIVIDE frs_heureDepart BY 100 GIVING WrvH
     -     REMAINDER WrvMinRecouv
         COMPUTE WrvBorneFin = WrvH * 60 + WrvMinRecouv
         IF WrvBorneFin > WrvMinDeb THEN
           MOVE WrvBorneFin TO WrvMinFin
         END-IF
       END-IF
       IF WrvMinFin > 1440 THEN
         MOVE 1440 TO WrvMinFin
       END-IF
       COMPUTE WrvMinDuree = WrvMinFin - WrvMinDeb
       MOVE frs_heure_heure TO WrvH
       PERFORM UNTIL WrvH * 60 >= WrvMinFin
         COMPUTE WrvBorneDeb = WrvH * 60
         IF WrvBorneDeb < WrvMinDeb THEN
           MOVE WrvMinDeb TO WrvBorneDeb
         END-IF
         COMPUTE WrvBorneFin = WrvH * 60 + 60
         IF WrvBorneFin > WrvMinFin THEN
           MOVE WrvMinFin TO WrvBorneFin
         END-IF
         COMPUTE WrvMinRecouv = WrvBorneFin - WrvBorneDeb
         COMPUTE WrvOccup(WrvP, WrvD, WrvH + 1) ROUNDED =
     -     WrvOccup(WrvP, WrvD, WrvH + 1)
     -     + frs_nbPersonnes * WrvMinRecouv / 60
         IF WrvMontant > 0 THEN
           COMPUTE WrvCA(WrvP, WrvD, WrvH + 1) ROUNDED =
     -       WrvCA(WrvP, WrvD, WrvH + 1)
     -       + WrvMontant * WrvMinRecouv / WrvMinDuree
         END-IF
         ADD 1 TO WrvH
       END-PERFORM.

      ****************IMPRIMER_REVPASH********************************
      *Ecrit le rapport à l'écran et dans le fichier : pour chaque   *
      *jour de semaine, une ligne par heure ouverte ou occupée puis  *
      *le total du jour, et enfin le total de la période avec les    *
      *volumes comparés à la période précédente                      *
      ****************************************************************
       IMPRIMER_REVPASH.
       MOVE SPACE TO WNomFichierTicket
       STRING 'revpash_' WrvIdRest '_' WrvDebut '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'RevPASH - restaurant ' WrvIdRest ' - du ' WrvDebut
     -     ' au ' WrvFin ' (comparé au ' WrvDebutPrec ' - '
     -     WrvFinPrec ')' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH
       MOVE 1 TO WrvD
       PERFORM UNTIL WrvD > 7
         MOVE SPACE TO ticketLigne
         STRING '--- ' WrvNomJour(WrvD) ' ---'
     -     DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_REVPASH
         MOVE 1 TO WrvH
         PERFORM UNTIL WrvH > 24
           IF WrvDispo(1, WrvD, WrvH) > 0
     -        OR WrvDispo(2, WrvD, WrvH) > 0
     -        OR WrvOccup(1, WrvD, WrvH) > 0
     -        OR WrvOccup(2, WrvD, WrvH) > 0 THEN
             INITIALIZE WrvCumul
             INITIALIZE WrvCumulPrec
             PERFORM AJOUTER_CELLULE_REVPASH
             MOVE SPACE TO WrvLibelle
             COMPUTE WrvHeureAff = WrvH - 1
             STRING '  ' WrvHeureAff 'h' DELIMITED BY SIZE
     -         INTO WrvLibelle
             PERFORM LIGNE_REVPASH
           END-IF
           ADD 1 TO WrvH
         END-PERFORM
         INITIALIZE WrvCumul
         INITIALIZE WrvCumulPrec
         MOVE 1 TO WrvH
         PERFORM UNTIL WrvH > 24
           PERFORM AJOUTER_CELLULE_REVPASH
           ADD 1 TO WrvH
         END-PERFORM
         MOVE '  jour' TO WrvLibelle
         PERFORM LIGNE_REVPASH
         ADD 1 TO WrvD
       END-PERFORM
       INITIALIZE WrvCumul
       INITIALIZE WrvCumulPrec
       MOVE 1 TO WrvD
       PERFORM UNTIL WrvD > 7
         MOVE 1 TO WrvH
         PERFORM UNTIL WrvH > 24
           PERFORM AJOUTER_CELLULE_REVPASH
           ADD 1 TO WrvH
         END-PERFORM
         ADD 1 TO WrvD
       END-PERFORM
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH
       MOVE 'période' TO WrvLibelle
       PERFORM LIGNE_REVPASH
       MOVE WrvCDispo TO WrvEdHeures
       MOVE WrvKDispo TO WrvEdHeuresPrec
       MOVE SPACE TO ticketLigne
       STRING 'Heures-places disponibles : ' WrvEdHeures ' (préc. '
     -     WrvEdHeuresPrec ')' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH
       MOVE WrvCOccup TO WrvEdHeures
       MOVE WrvKOccup TO WrvEdHeuresPrec
       MOVE SPACE TO ticketLigne
       STRING 'Heures-places occupées : ' WrvEdHeures ' (préc. '
     -     WrvEdHeuresPrec ')' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH
       MOVE WrvCCA TO WrvEdCA
       MOVE WrvKCA TO WrvEdCAPrec
       MOVE SPACE TO ticketLigne
       STRING 'CA réparti : ' WrvEdCA ' EUR (préc. ' WrvEdCAPrec
     -     ' EUR)' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH
       MOVE SPACE TO ticketLigne
       STRING 'Couverts facturés : ' WrvCCouv ' (préc. ' WrvKCouv
     -     ')' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'REVPASH' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************AJOUTER_CELLULE_REVPASH*************************
      *Ajoute la cellule jour WrvD / heure WrvH des deux périodes    *
      *aux cumuls WrvCumul (période) et WrvCumulPrec (précédente)    *
      ****************************************************************
       AJOUTER_CELLULE_REVPASH.
       ADD WrvDispo(1, WrvD, WrvH) TO WrvCDispo
       ADD WrvOccup(1, WrvD, WrvH) TO WrvCOccup
       ADD WrvCA(1, WrvD, WrvH) TO WrvCCA
       ADD WrvCouv(1, WrvD, WrvH) TO WrvCCouv
       ADD WrvCACouv(1, WrvD, WrvH) TO WrvCCACouv
       ADD WrvDispo(2, WrvD, WrvH) TO WrvKDispo
       ADD WrvOccup(2, WrvD, WrvH) TO WrvKOccup
       ADD WrvCA(2, WrvD, WrvH) TO WrvKCA
       ADD WrvCouv(2, WrvD, WrvH) TO WrvKCouv
       ADD WrvCACouv(2, WrvD, WrvH) TO WrvKCACouv.

      ****************LIGNE_REVPASH***********************************
      *Ligne WrvLibelle des cumuls : occupation (heures-places       *
      *occupées sur disponibles), ticket moyen par couvert facturé   *
      *et RevPASH (CA réparti sur heures-places disponibles), avec   *
      *le RevPASH de la période précédente et l'écart                *
      ****************************************************************
       LIGNE_REVPASH.
       MOVE 0 TO WrvPct
       MOVE 0 TO WrvTicket
       MOVE 0 TO WrvRevpash
       MOVE 0 TO WrvRevpashPrec
       IF WrvCDispo > 0 THEN
         COMPUTE WrvPct ROUNDED = WrvCOccup * 100 / WrvCDispo
         COMPUTE WrvRevpash ROUNDED = WrvCCA / WrvCDispo
       END-IF
       IF WrvCCouv > 0 THEN
         COMPUTE WrvTicket ROUNDED = WrvCCACouv / WrvCCouv
       END-IF
       IF WrvKDispo > 0 THEN
         COMPUTE WrvRevpashPrec ROUNDED = WrvKCA / WrvKDispo
       END-IF
       COMPUTE WrvEcart = WrvRevpash - WrvRevpashPrec
       MOVE WrvPct TO WrvEdPct
       MOVE WrvTicket TO WrvEdTicket
       MOVE WrvRevpash TO WrvEdRevpash
       MOVE WrvRevpashPrec TO WrvEdRevpashPrec
       MOVE WrvEcart TO WrvEdEcart
       MOVE SPACE TO ticketLigne
       STRING WrvLibelle ' occupation ' WrvEdPct ' % - ticket moyen '
     -     WrvEdTicket ' - RevPASH ' WrvEdRevpash ' (préc. '
     -     WrvEdRevpashPrec ', écart ' WrvEdEcart ')'
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_REVPASH.

      ****************ECRIRE_LIGNE_REVPASH****************************
      *Ecrit la ligne ticketLigne dans le rapport et à l'écran       *
      ****************************************************************
       ECRIRE_LIGNE_REVPASH.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ****************RECONSTITUER_DATES_CREATION*********************
      *Renseigne la date de création des réservations qui n'en ont   *
      *pas (enregistrements antérieurs à cette donnée) à partir du   *
      *journal d'audit : segments datés audit_<AAAAMMJJ>.log des 400 *
      *derniers jours puis audit.log ; la première trace d'une       *
      *réservation (AJOUT, WALKIN, IMPORTWEB, ...) donne sa date de  *
      *création, une date déjà connue n'est remplacée que par une    *
      *date plus ancienne                                            *
      ****************************************************************
       RECONSTITUER_DATES_CREATION.
       DISPLAY '================================'
       DISPLAY '=== DATES DE CREATION RESAS  ==='
       DISPLAY '================================'
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WrdcJFin = FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
       COMPUTE WrdcJour = WrdcJFin - 400
       MOVE 0 TO WrdcNbLignes
       MOVE 0 TO WrdcNbMaj
       OPEN I-O freservations
       PERFORM UNTIL WrdcJour > WrdcJFin
         COMPUTE WrdcDate = FUNCTION DATE-OF-INTEGER(WrdcJour)
         MOVE SPACE TO WNomFichierAuditArc
         STRING 'audit_' WrdcDate '.log' DELIMITED BY SIZE
     -     INTO WNomFichierAuditArc
         OPEN INPUT fAuditArchive
         IF fauda_stat = 0 THEN
           MOVE 0 TO WrdcFin
           PERFORM UNTIL WrdcFin = 1
             READ fAuditArchive
             AT END MOVE 1 TO WrdcFin
             NOT AT END
               MOVE auditArchiveLigne TO auditLigne
               PERFORM DATER_CREATION_AUDIT
             END-READ
           END-PERFORM
           CLOSE fAuditArchive
         END-IF
         ADD 1 TO WrdcJour
       END-PERFORM
       OPEN INPUT fAudit
       IF faud_stat = 0 THEN
         MOVE 0 TO WrdcFin
         PERFORM UNTIL WrdcFin = 1
           READ fAudit
           AT END MOVE 1 TO WrdcFin
           NOT AT END
             PERFORM DATER_CREATION_AUDIT
           END-READ
         END-PERFORM
         CLOSE fAudit
       END-IF
       CLOSE freservations
       DISPLAY WrdcNbLignes,' trace(s) de réservation lue(s), ',
     -     WrdcNbMaj,' date(s) de création '
     -   'renseignée(s)'
       DISPLAY '================================'.

      ****************DATER_CREATION_AUDIT****************************
      *Ligne auditLigne du journal : si elle concerne une réservation*
      *encore présente dont la date de création est inconnue ou      *
      *postérieure à la date de la trace, la date de la trace devient*
      *sa date de création                                           *
      ****************************************************************
       DATER_CREATION_AUDIT.
       MOVE SPACE TO WaudChamps
       UNSTRING auditLigne DELIMITED BY ';'
         INTO WaudIdLu WaudPseudoLu WaudDateHeureLu
     -        WaudFichierLu WaudCleLu WaudOperLu
       END-UNSTRING
       IF WaudFichierLu = 'freservations'
     -    AND WaudCleLu(1:10) NUMERIC
     -    AND WaudDateHeureLu(1:8) NUMERIC THEN
         ADD 1 TO WrdcNbLignes
         MOVE WaudDateHeureLu(1:8) TO WrdcDateAudit
         MOVE WaudCleLu(1:10) TO frs_id
         READ freservations
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF frs_dateCreation = 0
     -          OR frs_dateCreation > WrdcDateAudit THEN
               MOVE WrdcDateAudit TO frs_dateCreation
               REWRITE resaTampon
                 INVALID KEY
                   DISPLAY 'Erreur de mise à jour de la réservation ',
     -               frs_id
                 NOT INVALID KEY
                   ADD 1 TO WrdcNbMaj
               END-REWRITE
             END-IF
         END-READ
       END-IF.

      ****************SAISIR_PERIMETRE_GROUPE*************************
      *Saisie du périmètre des états de groupe : marque et région    *
      *(0 = toutes ; la région est imposée pour un compte rattaché   *
      *à une région) et niveau des sous-totaux WrupNiveau (0 aucun,  *
      *1 marque, 2 région, 3 marque et région)                       *
      ****************************************************************
       SAISIR_PERIMETRE_GROUPE.
       DISPLAY 'Marque (code, 0 = toutes) :'
       ACCEPT WrupMarque
       IF WSessionIdRegion NOT = 0 THEN
         MOVE WSessionIdRegion TO WrupRegion
         DISPLAY 'Région imposée par votre compte : ',WrupRegion
       ELSE
         DISPLAY 'Région (code, 0 = toutes) :'
         ACCEPT WrupRegion
       END-IF
       MOVE 9 TO WrupNiveau
       PERFORM WITH TEST AFTER UNTIL WrupNiveau <= 3
         DISPLAY 'Sous-totaux : 0 aucun, 1 par marque, '
     -     '2 par région, 3 par marque et région'
         ACCEPT WrupNiveau
       END-PERFORM.

      ****************CHARGER_PERIMETRE_GROUPE************************
      *Charge dans WrupSite les restaurants du périmètre             *
      *WrupMarque/WrupRegion accessibles au compte connecté, rangés  *
      *selon la clé de rupture du niveau WrupNiveau, et prépare le   *
      *libellé WrupFiltre ; frestaurants fermé à l'entrée            *
      ****************************************************************
       CHARGER_PERIMETRE_GROUPE.
       MOVE 0 TO WrupNb
       MOVE 0 TO WrupSature
       MOVE 'toutes' TO WrupTxtMq
       IF WrupMarque NOT = 0 THEN
         MOVE WrupMarque TO WrupTxtMq
       END-IF
       MOVE 'toutes' TO WrupTxtRg
       IF WrupRegion NOT = 0 THEN
         MOVE WrupRegion TO WrupTxtRg
       END-IF
       MOVE SPACE TO WrupFiltre
       STRING 'Périmètre : marque ' DELIMITED BY SIZE
     -     WrupTxtMq DELIMITED BY SPACE
     -   ' - région ' DELIMITED BY SIZE
     -     WrupTxtRg DELIMITED BY SPACE INTO WrupFiltre
       OPEN INPUT frestaurants
       MOVE 0 TO WrupFin
       PERFORM UNTIL WrupFin = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WrupFin
         NOT AT END
           MOVE fr_id TO WscopeIdRest
           PERFORM VERIFIER_PORTEE_SITE
           IF WscopeOK = 1
     -        AND (WrupMarque = 0 OR fr_idMarque = WrupMarque)
     -        AND (WrupRegion = 0 OR fr_idRegion = WrupRegion) THEN
             PERFORM RANGER_SITE_PERIMETRE
           END-IF
         END-READ
       END-PERFORM
       CLOSE frestaurants.

      ****************RANGER_SITE_PERIMETRE***************************
      *Insère le restaurant du tampon dans WrupSite à sa place selon *
      *sa clé de rupture (marque, région ou les deux), l'ordre des   *
      *identifiants étant conservé dans un même groupe ; deux cents  *
      *restaurants au plus                                           *
      ****************************************************************
       RANGER_SITE_PERIMETRE.
       EVALUATE WrupNiveau
         WHEN 1
           MOVE fr_idMarque TO WrupCleLue
         WHEN 2
           MOVE fr_idRegion TO WrupCleLue
         WHEN 3
           COMPUTE WrupCleLue = fr_idMarque * 100 + fr_idRegion
         WHEN OTHER
           MOVE 0 TO WrupCleLue
       END-EVALUATE
       IF WrupNb >= 200 THEN
         IF WrupSature = 0 THEN
           DISPLAY 'Plus de 200 restaurants dans le périmètre : '
     -       'les suivants sont ignorés'
           MOVE 1 TO WrupSature
         END-IF
       ELSE
         ADD 1 TO WrupNb
         MOVE WrupNb TO WrupPos
         MOVE 0 TO WrupPlace
         PERFORM UNTIL WrupPlace = 1
           IF WrupPos = 1 THEN
             MOVE 1 TO WrupPlace
           ELSE
             IF WrupCle(WrupPos - 1) > WrupCleLue THEN
               MOVE WrupSite(WrupPos - 1) TO WrupSite(WrupPos)
               SUBTRACT 1 FROM WrupPos
             ELSE
               MOVE 1 TO WrupPlace
             END-IF
           END-IF
         END-PERFORM
         MOVE WrupCleLue TO WrupCle(WrupPos)
         MOVE fr_id TO WrupId(WrupPos)
         MOVE fr_idMarque TO WrupMq(WrupPos)
         MOVE fr_idRegion TO WrupRg(WrupPos)
       END-IF.

      ****************LIBELLE_RUPTURE_GROUPE**************************
      *Libellé WrupLibelle du groupe (marque, région ou les deux     *
      *selon WrupNiveau) du restaurant de rang WrupIdxLib du         *
      *périmètre, pour les lignes de sous-total                      *
      ****************************************************************
       LIBELLE_RUPTURE_GROUPE.
       MOVE WrupMq(WrupIdxLib) TO WmqCode
       MOVE WrupRg(WrupIdxLib) TO WrgCode
       PERFORM LIBELLE_MARQUE_REGION
       MOVE SPACE TO WrupLibelle
       EVALUATE WrupNiveau
         WHEN 1
           STRING 'marque ' WmqCode ' - ' WmqNomAff
     -       DELIMITED BY SIZE INTO WrupLibelle
         WHEN 2
           STRING 'région ' WrgCode ' - ' WrgNomAff
     -       DELIMITED BY SIZE INTO WrupLibelle
         WHEN OTHER
           STRING 'marque ' WmqCode ' - ' DELIMITED BY SIZE
     -       WmqNomAff DELIMITED BY '  '
     -       ' / région ' WrgCode ' - ' DELIMITED BY SIZE
     -       WrgNomAff DELIMITED BY '  ' INTO WrupLibelle
       END-EVALUATE.

      ****************PUBLIER_CARTES_ECHUES***************************
      *Etape du batch nocturne : publie chaque carte en projet       *
      *dont la date d'effet est atteinte le lendemain de WjcDate,    *
      *après la liste des pré-commandes sur des articles qui         *
      *quittent la carte (PUBLIER_CARTE_PROJET) ; la carte           *
      *remplacée est archivée en version datée                       *
      ****************************************************************
       PUBLIER_CARTES_ECHUES.
       COMPUTE WcprLimite = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WjcDate) + 1)
       MOVE 0 TO WcprNbSortants
       OPEN I-O fProjetsCarte
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fProjetsCarte NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           IF fpj_brouillon AND fpj_dateEffet <= WcprLimite THEN
             MOVE fpj_idrest TO WcprIdRest
             MOVE fpj_dateEffet TO WcprDateEffetInt
             PERFORM LISTER_PRECOMMANDES_SORTANTES
             PERFORM HORODATER_VERSION_CARTE
             PERFORM PUBLIER_CARTE_PROJET
           END-IF
       END-PERFORM
       CLOSE fProjetsCarte.

      ****************IMPORTER_DONNEES_CSV****************************
      *Import en masse des plats, des menus ou des clients depuis un *
      *fichier CSV au format des exports (EXPORTER_x_CSV), les prix  *
      *étant écrits avec leur séparateur décimal ; plats et menus    *
      *acceptent en dernière colonne une catégorie de TVA (2 par     *
      *défaut à la création). Chaque ligne passe les contrôles des   *
      *écrans de saisie ; une ligne refusée est écrite dans          *
      *rejets_<type>.csv avec son numéro et le motif. En simulation  *
      *rien n'est écrit : le compte rendu import_<type>_<date>.txt   *
      *indique ce qui serait créé ou mis à jour. Chaque création ou  *
      *modification est tracée au journal d'audit sous le compte de  *
      *la session                                                    *
      ****************************************************************
       IMPORTER_DONNEES_CSV.
       DISPLAY '================================'
       DISPLAY '=== IMPORT CSV DE DONNEES    ==='
       DISPLAY '================================'
       MOVE 9 TO WimpType
       PERFORM WITH TEST AFTER UNTIL WimpType <= 3
         DISPLAY 'Données à importer ? 1 : plats, 2 : menus, '
     -     '3 : clients, 0 : abandon'
         ACCEPT WimpType
       END-PERFORM
       IF WimpType > 0 THEN
         EVALUATE WimpType
           WHEN 1
             MOVE 'plats' TO WimpLibType
           WHEN 2
             MOVE 'menus' TO WimpLibType
           WHEN 3
             MOVE 'clients' TO WimpLibType
         END-EVALUATE
         MOVE SPACE TO WNomFichierImport
         STRING 'import_' WimpLibType DELIMITED BY SPACE
     -     '.csv' DELIMITED BY SIZE INTO WNomFichierImport
         DISPLAY 'Fichier à importer (vide : ',
     -     FUNCTION TRIM(WNomFichierImport),') :'
         MOVE SPACE TO WimpCle
         ACCEPT WimpCle
         IF WimpCle NOT = SPACE THEN
           MOVE WimpCle TO WNomFichierImport
         END-IF
         MOVE 9 TO WimpSimulation
         PERFORM WITH TEST AFTER UNTIL WimpSimulation <= 1
           DISPLAY 'Simulation sans écriture ? 1 : oui, 0 : non'
           ACCEPT WimpSimulation
         END-PERFORM
         OPEN INPUT fImportDonnees
         IF fid_stat = 35 THEN
           DISPLAY 'Aucun fichier ',FUNCTION TRIM(WNomFichierImport),
     -       ' à importer'
         ELSE
           PERFORM TRAITER_FICHIER_IMPORT
           CLOSE fImportDonnees
         END-IF
       END-IF
       DISPLAY '================================'.

      ****************TRAITER_FICHIER_IMPORT**************************
      *Lecture du fichier à importer (ouvert par l'appelant) : ouvre *
      *le fichier de rejets, le compte rendu et le fichier de données*
      *visé, traite chaque ligne puis imprime les compteurs          *
      ****************************************************************
       TRAITER_FICHIER_IMPORT.
       MOVE SPACE TO WNomFichierRejets
       STRING 'rejets_' WimpLibType DELIMITED BY SPACE
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierRejets
       OPEN OUTPUT fRejetsDonnees
       MOVE 'ligne;motif;contenu' TO rejetDonneesLigne
       WRITE rejetDonneesLigne
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE SPACE TO WNomFichierTicket
       STRING 'import_' WimpLibType DELIMITED BY SPACE
     -   '_' WdateSystemeISOInt '.txt' DELIMITED BY SIZE
     -   INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'IMPORT DES ' WimpLibType DELIMITED BY SPACE
     -   ' DEPUIS ' DELIMITED BY SIZE
     -     WNomFichierImport DELIMITED BY SPACE
     -   INTO ticketLigne
       PERFORM ECRIRE_LIGNE_IMPORT
       IF WimpSimulation = 1 THEN
         MOVE 'Simulation : aucune donnée n''est écrite'
     -     TO ticketLigne
         PERFORM ECRIRE_LIGNE_IMPORT
       END-IF
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_IMPORT
       EVALUATE WimpType
         WHEN 1
           OPEN I-O fplats
         WHEN 2
           OPEN I-O fmenus
           OPEN INPUT fplats
         WHEN 3
           OPEN I-O fclients
           IF fc_stat = 35 THEN
             OPEN OUTPUT fclients
             CLOSE fclients
             OPEN I-O fclients
           END-IF
       END-EVALUATE
       MOVE 0 TO WimpNumLigne
       MOVE 0 TO WimpNbLus
       MOVE 0 TO WimpNbCrees
       MOVE 0 TO WimpNbMaj
       MOVE 0 TO WimpNbRejets
       MOVE 0 TO WimpFin
       PERFORM WITH TEST AFTER UNTIL WimpFin = 1
         READ fImportDonnees
         AT END MOVE 1 TO WimpFin
         NOT AT END
           ADD 1 TO WimpNumLigne
           PERFORM IMPORTER_LIGNE_CSV
         END-READ
       END-PERFORM
       EVALUATE WimpType
         WHEN 1
           CLOSE fplats
         WHEN 2
           CLOSE fmenus
           CLOSE fplats
         WHEN 3
           CLOSE fclients
       END-EVALUATE
       CLOSE fRejetsDonnees
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_IMPORT
       MOVE SPACE TO ticketLigne
       STRING 'Lignes lues : ' WimpNbLus DELIMITED BY SIZE
     -   INTO ticketLigne
       PERFORM ECRIRE_LIGNE_IMPORT
       MOVE SPACE TO ticketLigne
       IF WimpSimulation = 1 THEN
         STRING 'Créations prévues : ' WimpNbCrees
     -     ' - mises à jour prévues : ' WimpNbMaj
     -     DELIMITED BY SIZE INTO ticketLigne
       ELSE
         STRING 'Créations : ' WimpNbCrees
     -     ' - mises à jour : ' WimpNbMaj
     -     DELIMITED BY SIZE INTO ticketLigne
       END-IF
       PERFORM ECRIRE_LIGNE_IMPORT
       MOVE SPACE TO ticketLigne
       STRING 'Lignes rejetées : ' WimpNbRejets ' (voir '
     -   DELIMITED BY SIZE
     -     WNomFichierRejets DELIMITED BY SPACE
     -   ')' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_IMPORT
       CLOSE fTicket
       IF WimpSimulation = 0 THEN
         MOVE 'fImportDonnees' TO WauditFichier
         MOVE WNomFichierImport TO WauditCle
         MOVE 'IMPORTCSV' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       END-IF
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'IMPORT CSV' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ****************IMPORTER_LIGNE_CSV******************************
      *Découpe une ligne du fichier importé en zones ; la ligne vide *
      *et la ligne d'en-tête des exports sont ignorées. Une ligne    *
      *valide est enregistrée, une ligne refusée part en rejet       *
      ****************************************************************
       IMPORTER_LIGNE_CSV.
       MOVE SPACE TO WimpChamps
       UNSTRING importDonneesLigne DELIMITED BY ';'
         INTO WimpZone(1) WimpZone(2) WimpZone(3) WimpZone(4)
              WimpZone(5) WimpZone(6) WimpZone(7) WimpZone(8)
              WimpZone(9) WimpZone(10) WimpZone(11) WimpZone(12)
              WimpZone(13)
       END-UNSTRING
       IF importDonneesLigne = SPACE
     -    OR (WimpNumLigne = 1
     -    AND (WimpZone(1) = 'nom' OR WimpZone(1) = 'id')) THEN
         CONTINUE
       ELSE
         ADD 1 TO WimpNbLus
         MOVE SPACE TO WimpMotif
         EVALUATE WimpType
           WHEN 1
             PERFORM IMPORTER_PLAT_CSV
           WHEN 2
             PERFORM IMPORTER_MENU_CSV
           WHEN 3
             PERFORM IMPORTER_CLIENT_CSV
         END-EVALUATE
         IF WimpMotif = SPACE THEN
           PERFORM ENREGISTRER_LIGNE_IMPORT
         ELSE
           PERFORM REJETER_LIGNE_CSV
         END-IF
       END-IF.

      ****************IMPORTER_PLAT_CSV*******************************
      *Contrôle d'une ligne de plats (nom;type;prix;vegetarien;vegan;*
      *sansGluten;allergenes;dispoDebut;dispoFin;stock;description;  *
      *photo[;catTVA]) et préparation du tampon pTampon : un plat    *
      *existant est mis à jour (prix de revient et valeurs           *
      *nutritionnelles conservés), sinon il est créé                 *
      ****************************************************************
       IMPORTER_PLAT_CSV.
       IF WimpZone(1) = SPACE THEN
         MOVE 'nom du plat absent' TO WimpMotif
       END-IF
       MOVE 1 TO WimpIdx
       MOVE 50 TO WimpMaxLong
       MOVE 'nom du plat' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       IF WimpMotif = SPACE THEN
         MOVE WimpZone(1) TO fp_nom
         READ fplats
           INVALID KEY
             MOVE 0 TO WimpExiste
             INITIALIZE pTampon
             MOVE WimpZone(1) TO fp_nom
             MOVE 2 TO fp_catTVA
           NOT INVALID KEY
             MOVE 1 TO WimpExiste
         END-READ
         IF WimpZone(2) = 'Entrée' OR WimpZone(2) = 'Plat'
     -      OR WimpZone(2) = 'Dessert' THEN
           MOVE WimpZone(2) TO fp_type
         ELSE
           MOVE 'type inconnu (Entrée, Plat ou Dessert attendu)'
     -       TO WimpMotif
         END-IF
       END-IF
       MOVE 3 TO WimpIdx
       MOVE 'prix' TO WimpLibZone
       MOVE 999.99 TO WimpMax
       MOVE 0 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO fp_prix
       MOVE 1 TO WimpMax
       MOVE 1 TO WimpEntier
       MOVE 4 TO WimpIdx
       MOVE 'indicateur végétarien' TO WimpLibZone
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO fp_vegetarien
       MOVE 5 TO WimpIdx
       MOVE 'indicateur vegan' TO WimpLibZone
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO fp_vegan
       MOVE 6 TO WimpIdx
       MOVE 'indicateur sans gluten' TO WimpLibZone
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO fp_sansGluten
       PERFORM CONTROLER_ALLERGENES_IMPORT
       MOVE WimpZone(7) TO fp_allergenes
       MOVE 8 TO WimpIdx
       PERFORM CONTROLER_DISPO_IMPORT
       MOVE WimpDebut TO fp_dispoDebut
       MOVE WimpFinDispo TO fp_dispoFin
       MOVE 10 TO WimpIdx
       MOVE 'stock' TO WimpLibZone
       MOVE 99999 TO WimpMax
       MOVE 1 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO fp_stock
       MOVE 11 TO WimpIdx
       MOVE 200 TO WimpMaxLong
       MOVE 'description' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       MOVE WimpZone(11) TO fp_description
       MOVE 12 TO WimpIdx
       MOVE 50 TO WimpMaxLong
       MOVE 'nom de la photo' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       MOVE WimpZone(12) TO fp_photo
       MOVE 13 TO WimpIdx
       PERFORM CONTROLER_TVA_IMPORT
       IF WimpZone(13) NOT = SPACE THEN
         MOVE WimpValeur TO fp_catTVA
       END-IF
       MOVE SPACE TO WimpCle
       STRING 'plat ' fp_nom DELIMITED BY SIZE INTO WimpCle.

      ****************IMPORTER_MENU_CSV*******************************
      *Contrôle d'une ligne de menus (nom;entree;plat;dessert;prix;  *
      *dispoDebut;dispoFin[;catTVA]) : l'entrée et le dessert sont   *
      *facultatifs, le plat est obligatoire, chacun doit exister au  *
      *fichier des plats avec le bon type et le prix du menu ne peut *
      *dépasser celui des plats pris à la carte. Les plats doivent   *
      *donc être importés avant les menus qui les utilisent          *
      ****************************************************************
       IMPORTER_MENU_CSV.
       IF WimpZone(1) = SPACE THEN
         MOVE 'nom du menu absent' TO WimpMotif
       END-IF
       MOVE 1 TO WimpIdx
       MOVE 50 TO WimpMaxLong
       MOVE 'nom du menu' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       IF WimpMotif = SPACE THEN
         MOVE WimpZone(1) TO fm_nom
         READ fmenus
           INVALID KEY
             MOVE 0 TO WimpExiste
             INITIALIZE mTampon
             MOVE WimpZone(1) TO fm_nom
             MOVE 2 TO fm_catTVA
           NOT INVALID KEY
             MOVE 1 TO WimpExiste
         END-READ
       END-IF
       MOVE 0 TO WimpCarte
       MOVE 2 TO WimpIdx
       MOVE 'Entrée' TO WimpTypeAttendu
       MOVE 'entrée' TO WimpLibZone
       PERFORM CONTROLER_PLAT_MENU_IMPORT
       MOVE WimpZone(2) TO fm_entree
       IF WimpMotif = SPACE AND WimpZone(3) = SPACE THEN
         MOVE 'plat principal absent' TO WimpMotif
       END-IF
       MOVE 3 TO WimpIdx
       MOVE 'Plat' TO WimpTypeAttendu
       MOVE 'plat' TO WimpLibZone
       PERFORM CONTROLER_PLAT_MENU_IMPORT
       MOVE WimpZone(3) TO fm_plat
       MOVE 4 TO WimpIdx
       MOVE 'Dessert' TO WimpTypeAttendu
       MOVE 'dessert' TO WimpLibZone
       PERFORM CONTROLER_PLAT_MENU_IMPORT
       MOVE WimpZone(4) TO fm_dessert
       MOVE 5 TO WimpIdx
       MOVE 'prix' TO WimpLibZone
       MOVE 999.99 TO WimpMax
       MOVE 0 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       IF WimpMotif = SPACE AND WimpValeur > WimpCarte THEN
         MOVE 'prix du menu supérieur au prix des plats à la carte'
     -     TO WimpMotif
       END-IF
       MOVE WimpValeur TO fm_prix
       MOVE 6 TO WimpIdx
       PERFORM CONTROLER_DISPO_IMPORT
       MOVE WimpDebut TO fm_dispoDebut
       MOVE WimpFinDispo TO fm_dispoFin
       MOVE 8 TO WimpIdx
       PERFORM CONTROLER_TVA_IMPORT
       IF WimpZone(8) NOT = SPACE THEN
         MOVE WimpValeur TO fm_catTVA
       END-IF
       MOVE SPACE TO WimpCle
       STRING 'menu ' fm_nom DELIMITED BY SIZE INTO WimpCle.

      ****************IMPORTER_CLIENT_CSV*****************************
      *Contrôle d'une ligne de clients (id;nom;prenom;nbReserv;      *
      *nbAbsences;pctReduc;pointsFidelite;tel;mail;rue;ville;codeP) :*
      *un identifiant vide ou nul crée un client, un identifiant     *
      *existant met à jour son identité et ses coordonnées. Les      *
      *compteurs de réservations et de fidélité ne sont jamais repris*
      *du fichier. Téléphone et mail suivent les règles de la saisie *
      *et ne doivent appartenir à aucun autre client ; le couple code*
      *postal / ville doit exister au référentiel des codes postaux  *
      *(la ville est alors écrite dans l'orthographe officielle)     *
      ****************************************************************
       IMPORTER_CLIENT_CSV.
       MOVE 1 TO WimpIdx
       MOVE 'identifiant' TO WimpLibZone
       MOVE 9999 TO WimpMax
       MOVE 1 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO WimpIdCli
       IF WimpMotif = SPACE THEN
         IF WimpIdCli = 0 THEN
           MOVE 0 TO WimpExiste
           INITIALIZE cliTampon
         ELSE
           MOVE WimpIdCli TO fc_id
           READ fclients
             INVALID KEY
               STRING 'identifiant client inconnu : ' WimpIdCli
     -           DELIMITED BY SIZE INTO WimpMotif
             NOT INVALID KEY
               MOVE 1 TO WimpExiste
               PERFORM DECHIFFRER_CLIENT
           END-READ
         END-IF
       END-IF
       IF WimpMotif = SPACE AND WimpZone(2) = SPACE THEN
         MOVE 'nom du client absent' TO WimpMotif
       END-IF
       MOVE 2 TO WimpIdx
       MOVE 50 TO WimpMaxLong
       MOVE 'nom' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       MOVE 3 TO WimpIdx
       MOVE 'prénom' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       IF WimpMotif = SPACE THEN
         IF WimpZone(8)(1:10) NOT NUMERIC
     -      OR WimpZone(8)(11:) NOT = SPACE THEN
           STRING 'téléphone invalide (10 chiffres) : '
     -       WimpZone(8) DELIMITED BY '  ' INTO WimpMotif
         END-IF
       END-IF
       MOVE 9 TO WimpIdx
       MOVE 100 TO WimpMaxLong
       MOVE 'mail' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       MOVE 10 TO WimpIdx
       MOVE 'adresse' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       MOVE 11 TO WimpIdx
       MOVE 25 TO WimpMaxLong
       MOVE 'ville' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       MOVE 12 TO WimpIdx
       MOVE 'code postal' TO WimpLibZone
       MOVE 99999 TO WimpMax
       MOVE 1 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       IF WimpMotif = SPACE THEN
         MOVE WimpZone(2) TO fc_nom
         MOVE WimpZone(3) TO fc_prenom
         MOVE WimpZone(8)(1:10) TO fc_tel
         MOVE WimpZone(9) TO fc_mail
         MOVE WimpZone(10) TO fc_rue
         MOVE WimpZone(11) TO fc_ville
         MOVE WimpValeur TO fc_codeP
         PERFORM VERIFIER_FORMAT_CLIENT
         IF WformatOK = 0 THEN
           MOVE 'format du téléphone ou du mail refusé à la saisie'
     -       TO WimpMotif
         END-IF
       END-IF
       IF WimpMotif = SPACE
     -    AND (fc_codeP NOT = 0 OR fc_ville NOT = SPACE) THEN
         MOVE fc_codeP TO WcpoCodeP
         MOVE fc_ville TO WcpoVille
         MOVE 25 TO WcpoLong
         PERFORM CONTROLER_COMMUNE_CP
         IF WcpoOK = 0 THEN
           STRING 'ville incohérente avec le code postal '
     -       fc_codeP ' (proposition : ' WcpoCPSuggere ' '
     -       DELIMITED BY SIZE
     -       WcpoSuggestion DELIMITED BY '  '
     -       ')' DELIMITED BY SIZE INTO WimpMotif
         ELSE
           IF WcpoSuggestion NOT = SPACE THEN
             MOVE WcpoSuggestion TO fc_ville
           END-IF
         END-IF
       END-IF
       IF WimpMotif = SPACE THEN
         PERFORM CONTROLER_DOUBLON_IMPORT
       END-IF.

      ****************CONTROLER_DOUBLON_IMPORT************************
      *Recherche, par les clés téléphone puis mail, un autre client  *
      *que WimpIdCli (0 pour une création) portant les mêmes         *
      *coordonnées ; le tampon cliTampon est restitué à l'identique  *
      ****************************************************************
       CONTROLER_DOUBLON_IMPORT.
       MOVE cliTampon TO WimpCliImage
       MOVE fc_tel TO WimpTel
       MOVE fc_mail TO WimpMail
       MOVE 0 TO WdoublonClient
       MOVE 0 TO WimpFinDbl
       PERFORM CHIFFRER_CLE_RECHERCHE
       START fclients, KEY IS = fc_tel
         INVALID KEY
           MOVE 1 TO WimpFinDbl
       END-START
       PERFORM UNTIL WimpFinDbl = 1
         READ fclients NEXT
         AT END MOVE 1 TO WimpFinDbl
         NOT AT END
           PERFORM DECHIFFRER_CLIENT
           IF fc_tel NOT = WimpTel THEN
             MOVE 1 TO WimpFinDbl
           ELSE
             IF fc_id NOT = WimpIdCli THEN
               MOVE 1 TO WdoublonClient
               MOVE fc_id TO WimpDblId
               MOVE 1 TO WimpFinDbl
             END-IF
           END-IF
         END-READ
       END-PERFORM
       IF WdoublonClient = 0 THEN
         MOVE WimpMail TO fc_mail
         MOVE 0 TO WimpFinDbl
         PERFORM CHIFFRER_CLE_RECHERCHE
         START fclients, KEY IS = fc_mail
           INVALID KEY
             MOVE 1 TO WimpFinDbl
         END-START
         PERFORM UNTIL WimpFinDbl = 1
           READ fclients NEXT
           AT END MOVE 1 TO WimpFinDbl
           NOT AT END
             PERFORM DECHIFFRER_CLIENT
             IF fc_mail NOT = WimpMail THEN
               MOVE 1 TO WimpFinDbl
             ELSE
               IF fc_id NOT = WimpIdCli THEN
                 MOVE 1 TO WdoublonClient
                 MOVE fc_id TO WimpDblId
                 MOVE 1 TO WimpFinDbl
               END-IF
             END-IF
           END-READ
         END-PERFORM
       END-IF
       MOVE WimpCliImage TO cliTampon
       IF WdoublonClient = 1 THEN
         STRING 'doublon : téléphone ou mail déjà porté par le '
     -     'client ' WimpDblId DELIMITED BY SIZE INTO WimpMotif
       END-IF.

      ****************CONTROLER_ZONE_IMPORT***************************
      *Contrôle la zone numérique WimpZone(WimpIdx) : vide vaut 0,   *
      *sinon nombre positif (virgule ou point décimal) au plus égal à*
      *WimpMax, entier si WimpEntier = 1. La valeur est rendue dans  *
      *WimpValeur ; le motif de rejet cite le libellé WimpLibZone    *
      ****************************************************************
       CONTROLER_ZONE_IMPORT.
       MOVE 0 TO WimpValeur
       MOVE 0 TO WimpInvalide
       IF WimpMotif = SPACE AND WimpZone(WimpIdx) NOT = SPACE THEN
         INSPECT WimpZone(WimpIdx) REPLACING ALL ',' BY '.'
         IF FUNCTION TEST-NUMVAL(WimpZone(WimpIdx)) NOT = 0 THEN
           MOVE 1 TO WimpInvalide
         ELSE
           COMPUTE WimpValeur = FUNCTION NUMVAL(WimpZone(WimpIdx))
             ON SIZE ERROR
               MOVE 1 TO WimpInvalide
           END-COMPUTE
           MOVE WimpValeur TO WimpValEntiere
           IF WimpValeur < 0 OR WimpValeur > WimpMax THEN
             MOVE 1 TO WimpInvalide
           END-IF
           IF WimpEntier = 1 AND WimpValEntiere NOT = WimpValeur THEN
             MOVE 1 TO WimpInvalide
           END-IF
         END-IF
         IF WimpInvalide = 1 THEN
           MOVE 0 TO WimpValeur
           STRING WimpLibZone DELIMITED BY '  '
     -       ' invalide : ' DELIMITED BY SIZE
     -       WimpZone(WimpIdx) DELIMITED BY '  ' INTO WimpMotif
         END-IF
       END-IF.

      ****************CONTROLER_LONGUEUR_IMPORT***********************
      *Refuse la zone texte WimpZone(WimpIdx) plus longue que la     *
      *rubrique du fichier (WimpMaxLong caractères)                  *
      ****************************************************************
       CONTROLER_LONGUEUR_IMPORT.
       IF WimpMotif = SPACE THEN
         IF WimpZone(WimpIdx)(WimpMaxLong + 1:) NOT = SPACE THEN
           MOVE WimpMaxLong TO WimpEdLong
           STRING WimpLibZone DELIMITED BY '  '
     -       ' trop long (' WimpEdLong ' caractères au plus)'
     -       DELIMITED BY SIZE INTO WimpMotif
         END-IF
       END-IF.

      ****************CONTROLER_DISPO_IMPORT**************************
      *Mois de début (zone WimpIdx) et de fin (zone suivante) de     *
      *disponibilité : début 0 (toute l'année, fin forcée à 0) ou    *
      *1-12, fin alors obligatoire entre 1 et 12                     *
      ****************************************************************
       CONTROLER_DISPO_IMPORT.
       MOVE 'mois de début' TO WimpLibZone
       MOVE 12 TO WimpMax
       MOVE 1 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       MOVE WimpValeur TO WimpDebut
       ADD 1 TO WimpIdx
       MOVE 0 TO WimpFinDispo
       IF WimpDebut NOT = 0 THEN
         MOVE 'mois de fin' TO WimpLibZone
         PERFORM CONTROLER_ZONE_IMPORT
         MOVE WimpValeur TO WimpFinDispo
         IF WimpMotif = SPACE AND WimpFinDispo = 0 THEN
           MOVE 'mois de fin de disponibilité absent (1-12)'
     -       TO WimpMotif
         END-IF
       END-IF.

      ****************CONTROLER_TVA_IMPORT****************************
      *Catégorie de TVA facultative (zone WimpIdx) : 1 réduit, 2     *
      *restauration, 3 alcool                                        *
      ****************************************************************
       CONTROLER_TVA_IMPORT.
       MOVE 'catégorie de TVA' TO WimpLibZone
       MOVE 3 TO WimpMax
       MOVE 1 TO WimpEntier
       PERFORM CONTROLER_ZONE_IMPORT
       IF WimpMotif = SPACE AND WimpZone(WimpIdx) NOT = SPACE
     -    AND WimpValeur = 0 THEN
         MOVE 'catégorie de TVA invalide : 0' TO WimpMotif
       END-IF.

      ****************CONTROLER_ALLERGENES_IMPORT*********************
      *Liste des allergènes d'un plat (zone 7) : étiquettes séparées *
      *par des virgules, chacune non vide et de 30 caractères au plus*
      *pour rester comparable au profil d'allergies des clients      *
      ****************************************************************
       CONTROLER_ALLERGENES_IMPORT.
       MOVE 7 TO WimpIdx
       MOVE 100 TO WimpMaxLong
       MOVE 'liste des allergènes' TO WimpLibZone
       PERFORM CONTROLER_LONGUEUR_IMPORT
       IF WimpMotif = SPACE AND WimpZone(7) NOT = SPACE THEN
         MOVE 0 TO WimpLong
         INSPECT FUNCTION REVERSE(WimpZone(7)(1:100))
     -     TALLYING WimpLong FOR LEADING SPACE
         COMPUTE WimpLong = 100 - WimpLong
         MOVE 1 TO WimpPtr
         PERFORM UNTIL WimpPtr > WimpLong OR WimpMotif NOT = SPACE
           MOVE SPACE TO WimpTag
           UNSTRING WimpZone(7)(1:WimpLong) DELIMITED BY ','
             INTO WimpTag
             WITH POINTER WimpPtr
           END-UNSTRING
           IF WimpTag = SPACE THEN
             MOVE 'étiquette d''allergène vide (virgules successives)'
     -         TO WimpMotif
           ELSE
             MOVE FUNCTION TRIM(WimpTag) TO WimpTag
             MOVE 0 TO WimpTagLong
             INSPECT FUNCTION REVERSE(WimpTag)
     -         TALLYING WimpTagLong FOR LEADING SPACE
             IF WimpTagLong < 70 THEN
               STRING 'étiquette d''allergène trop longue (30 '
     -           'caractères au plus) : ' DELIMITED BY SIZE
     -           WimpTag DELIMITED BY '  ' INTO WimpMotif
             END-IF
           END-IF
         END-PERFORM
       END-IF.

      ****************CONTROLER_PLAT_MENU_IMPORT**********************
      *Composant facultatif d'un menu (zone WimpIdx) : il doit exister*
      *au fichier des plats avec le type WimpTypeAttendu ; son prix  *
      *s'ajoute au prix à la carte WimpCarte                         *
      ****************************************************************
       CONTROLER_PLAT_MENU_IMPORT.
       MOVE 50 TO WimpMaxLong
       PERFORM CONTROLER_LONGUEUR_IMPORT
       IF WimpMotif = SPACE AND WimpZone(WimpIdx) NOT = SPACE THEN
         MOVE WimpZone(WimpIdx) TO fp_nom
         READ fplats
           INVALID KEY
             STRING WimpLibZone DELIMITED BY '  '
     -         ' absent du fichier des plats : ' DELIMITED BY SIZE
     -         WimpZone(WimpIdx) DELIMITED BY '  ' INTO WimpMotif
           NOT INVALID KEY
             IF fp_type NOT = WimpTypeAttendu THEN
               STRING WimpZone(WimpIdx) DELIMITED BY '  '
     -           ' n''est pas du type ' DELIMITED BY SIZE
     -           WimpTypeAttendu DELIMITED BY SPACE INTO WimpMotif
             ELSE
               ADD fp_prix TO WimpCarte
             END-IF
         END-READ
       END-IF.

      ****************ENREGISTRER_LIGNE_IMPORT************************
      *Ecrit (ou réécrit) l'enregistrement préparé et le trace au    *
      *journal d'audit ; en simulation seul le compte rendu est      *
      *alimenté. Un nouveau client reçoit son identifiant ici        *
      ****************************************************************
       ENREGISTRER_LIGNE_IMPORT.
       MOVE 0 TO WimpStat
       IF WimpSimulation = 0 THEN
         EVALUATE WimpType
           WHEN 1
             IF WimpExiste = 1 THEN
               REWRITE pTampon
             ELSE
               WRITE pTampon
             END-IF
             MOVE fp_stat TO WimpStat
             MOVE 'fplats' TO WauditFichier
             MOVE fp_nom TO WauditCle
           WHEN 2
             IF WimpExiste = 1 THEN
               REWRITE mTampon
             ELSE
               WRITE mTampon
             END-IF
             MOVE fm_stat TO WimpStat
             MOVE 'fmenus' TO WauditFichier
             MOVE fm_nom TO WauditCle
           WHEN 3
             IF WimpExiste = 1 THEN
               PERFORM CHIFFRER_CLIENT
               REWRITE cliTampon
             ELSE
               MOVE cliTampon TO WimpCliImage
               PERFORM RECHERCHER_NUM_CLIENT
               MOVE WimpCliImage TO cliTampon
               MOVE Wnum TO fc_id
               PERFORM CHIFFRER_CLIENT
               WRITE cliTampon
             END-IF
             MOVE fc_stat TO WimpStat
             MOVE 'fclients' TO WauditFichier
             MOVE fc_id TO WauditCle
         END-EVALUATE
         IF WimpStat = 0 THEN
           IF WimpExiste = 1 THEN
             MOVE 'MODIF' TO WauditOperation
           ELSE
             MOVE 'AJOUT' TO WauditOperation
           END-IF
           PERFORM ENREGISTRER_AUDIT
         ELSE
           STRING 'écriture refusée, statut fichier ' WimpStat
     -       DELIMITED BY SIZE INTO WimpMotif
         END-IF
       END-IF
       IF WimpMotif NOT = SPACE THEN
         PERFORM REJETER_LIGNE_CSV
       ELSE
         IF WimpType = 3 THEN
           MOVE SPACE TO WimpCle
           IF WimpExiste = 0 AND WimpSimulation = 1 THEN
             STRING 'nouveau client ' fc_nom DELIMITED BY '  '
     -         ' ' fc_prenom DELIMITED BY '  ' INTO WimpCle
           ELSE
             STRING 'client ' fc_id ' ' DELIMITED BY SIZE
     -         fc_nom DELIMITED BY '  '
     -         ' ' fc_prenom DELIMITED BY '  ' INTO WimpCle
           END-IF
         END-IF
         EVALUATE TRUE
           WHEN WimpExiste = 1 AND WimpSimulation = 1
             MOVE 'serait mis à jour' TO WimpAction
           WHEN WimpExiste = 1
             MOVE 'mis à jour' TO WimpAction
           WHEN WimpSimulation = 1
             MOVE 'serait créé' TO WimpAction
           WHEN OTHER
             MOVE 'créé' TO WimpAction
         END-EVALUATE
         IF WimpExiste = 1 THEN
           ADD 1 TO WimpNbMaj
         ELSE
           ADD 1 TO WimpNbCrees
         END-IF
         MOVE SPACE TO ticketLigne
         STRING 'Ligne ' WimpNumLigne ' : ' DELIMITED BY SIZE
     -     WimpCle DELIMITED BY '  '
     -     ' ' WimpAction DELIMITED BY '  ' INTO ticketLigne
         PERFORM ECRIRE_LIGNE_IMPORT
       END-IF.

      ****************REJETER_LIGNE_CSV*******************************
      *Ecrit la ligne refusée dans le fichier de rejets (numéro de   *
      *ligne;motif;contenu d'origine) et la signale au compte rendu  *
      ****************************************************************
       REJETER_LIGNE_CSV.
       ADD 1 TO WimpNbRejets
       MOVE SPACE TO rejetDonneesLigne
       STRING WimpNumLigne ';' DELIMITED BY SIZE
     -     WimpMotif DELIMITED BY '  '
     -   ';' DELIMITED BY SIZE
     -     importDonneesLigne DELIMITED BY '   '
     -   INTO rejetDonneesLigne
       WRITE rejetDonneesLigne
       MOVE SPACE TO ticketLigne
       STRING 'Ligne ' WimpNumLigne ' : REJET - ' DELIMITED BY SIZE
     -     WimpMotif DELIMITED BY '  ' INTO ticketLigne
       PERFORM ECRIRE_LIGNE_IMPORT.

      ****************ECRIRE_LIGNE_IMPORT*****************************
      *Ecrit la ligne ticketLigne dans le compte rendu et à l'écran  *
      ****************************************************************
       ECRIRE_LIGNE_IMPORT.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ****************GERER_CODES_POSTAUX*****************************
      *Référentiel des codes postaux : chargement depuis la liste    *
      *officielle de La Poste, consultation d'un code postal et      *
      *rapport de nettoyage des adresses clients                     *
      ****************************************************************
       GERER_CODES_POSTAUX.
       DISPLAY '================================'
       DISPLAY '=== REFERENTIEL CODES POSTAUX ='
       DISPLAY '================================'
       PERFORM WITH TEST AFTER UNTIL WcpoAction = 0
         PERFORM WITH TEST AFTER UNTIL WcpoAction <= 3
           DISPLAY ' 1 - Charger la liste officielle des codes postaux'
           DISPLAY ' 2 - Consulter un code postal'
           DISPLAY ' 3 - Rapport de nettoyage des adresses clients'
           DISPLAY ' 0 - Retour'
           ACCEPT WcpoAction
         END-PERFORM
         EVALUATE WcpoAction
           WHEN 1
             PERFORM CHARGER_CODES_POSTAUX
           WHEN 2
             PERFORM CONSULTER_CODE_POSTAL
           WHEN 3
             PERFORM RAPPORT_NETTOYAGE_ADRESSES
         END-EVALUATE
       END-PERFORM
       DISPLAY '================================'.

      ****************CHARGER_CODES_POSTAUX***************************
      *Recharge entièrement le référentiel depuis la base officielle *
      *des codes postaux de La Poste (laposte_hexasmal.csv :         *
      *Code_commune_INSEE;Nom_de_la_commune;Code_postal;             *
      *Libellé_d_acheminement;Ligne_5). La commune retenue est le    *
      *libellé d'acheminement (nom de la commune à défaut), écrit    *
      *sans accents ; le département est tiré du code INSEE. Les     *
      *lignes répétant un couple code postal / commune déjà chargé   *
      *(lieux-dits) et les lignes sans code postal valide (en-tête)  *
      *sont comptées à part                                          *
      ****************************************************************
       CHARGER_CODES_POSTAUX.
       MOVE 'laposte_hexasmal.csv' TO WNomFichierImport
       DISPLAY 'Fichier à charger (vide : laposte_hexasmal.csv) :'
       MOVE SPACE TO WimpCle
       ACCEPT WimpCle
       IF WimpCle NOT = SPACE THEN
         MOVE WimpCle TO WNomFichierImport
       END-IF
       OPEN INPUT fImportDonnees
       IF fid_stat = 35 THEN
         DISPLAY 'Aucun fichier ',FUNCTION TRIM(WNomFichierImport),
     -     ' à charger'
       ELSE
         OPEN OUTPUT fCodesPostaux
         CLOSE fCodesPostaux
         OPEN I-O fCodesPostaux
         MOVE 0 TO WcpoNbLues
         MOVE 0 TO WcpoNbEcrites
         MOVE 0 TO WcpoNbDoublons
         MOVE 0 TO WcpoNbIgnorees
         MOVE 0 TO WcpoFin
         PERFORM WITH TEST AFTER UNTIL WcpoFin = 1
           READ fImportDonnees
           AT END MOVE 1 TO WcpoFin
           NOT AT END
             ADD 1 TO WcpoNbLues
             PERFORM CHARGER_LIGNE_CODE_POSTAL
           END-READ
         END-PERFORM
         CLOSE fCodesPostaux
         CLOSE fImportDonnees
         DISPLAY 'Lignes lues : ',WcpoNbLues
         DISPLAY 'Couples code postal / commune chargés : ',
     -     WcpoNbEcrites
         DISPLAY 'Lignes en double (lieux-dits) : ',WcpoNbDoublons
         DISPLAY 'Lignes ignorées : ',WcpoNbIgnorees
         MOVE 'fCodesPostaux' TO WauditFichier
         MOVE WNomFichierImport TO WauditCle
         MOVE 'CHARGEMENT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       END-IF.

      ****************CHARGER_LIGNE_CODE_POSTAL***********************
      *Ecrit au référentiel le couple code postal / commune d'une    *
      *ligne de la liste officielle (fichiers ouverts par l'appelant)*
      ****************************************************************
       CHARGER_LIGNE_CODE_POSTAL.
       MOVE SPACE TO WcpoChamps
       UNSTRING importDonneesLigne DELIMITED BY ';'
         INTO WcpoInseeX WcpoNomX WcpoCodePX WcpoAchemX
       END-UNSTRING
       IF WcpoCodePX(1:5) NOT NUMERIC
     -    OR WcpoCodePX(6:) NOT = SPACE THEN
         ADD 1 TO WcpoNbIgnorees
       ELSE
         MOVE WcpoCodePX(1:5) TO fcpo_codeP
         IF WcpoAchemX NOT = SPACE THEN
           MOVE WcpoAchemX TO WcpoNorm
         ELSE
           MOVE WcpoNomX TO WcpoNorm
         END-IF
         PERFORM NORMALISER_COMMUNE
         MOVE WcpoNorm TO fcpo_commune
         MOVE WcpoInseeX TO fcpo_insee
         IF WcpoInseeX(1:2) = '97' OR WcpoInseeX(1:2) = '98' THEN
           MOVE WcpoInseeX(1:3) TO fcpo_departement
         ELSE
           MOVE WcpoInseeX(1:2) TO fcpo_departement
         END-IF
         WRITE cpoTampon
         IF fcpo_stat = 0 THEN
           ADD 1 TO WcpoNbEcrites
         ELSE
           ADD 1 TO WcpoNbDoublons
         END-IF
       END-IF.

      ****************CONSULTER_CODE_POSTAL***************************
      *Affiche les communes et le département d'un code postal       *
      ****************************************************************
       CONSULTER_CODE_POSTAL.
       DISPLAY 'Code postal :'
       MOVE 0 TO WcpoCodeP
       ACCEPT WcpoCodeP
       OPEN INPUT fCodesPostaux
       MOVE WcpoCodeP TO fcpo_codeP
       MOVE LOW-VALUE TO fcpo_commune
       MOVE 0 TO WcpoNb
       MOVE 0 TO WcpoFin
       START fCodesPostaux, KEY IS >= fcpo_cle
         INVALID KEY
           MOVE 1 TO WcpoFin
       END-START
       PERFORM UNTIL WcpoFin = 1
         READ fCodesPostaux NEXT
         AT END MOVE 1 TO WcpoFin
         NOT AT END
           IF fcpo_codeP NOT = WcpoCodeP THEN
             MOVE 1 TO WcpoFin
           ELSE
             ADD 1 TO WcpoNb
             DISPLAY fcpo_codeP,' ',fcpo_commune,' département ',
     -         fcpo_departement,' (INSEE ',fcpo_insee,')'
           END-IF
         END-READ
       END-PERFORM
       CLOSE fCodesPostaux
       IF WcpoNb = 0 THEN
         DISPLAY 'Code postal inconnu du référentiel'
       END-IF.

      ****************RAPPORT_NETTOYAGE_ADRESSES**********************
      *Rapport ponctuel des clients dont le code postal et la ville  *
      *ne concordent pas avec le référentiel, ou dont la ville n'est *
      *pas écrite dans l'orthographe officielle (ce qui fausse la    *
      *recherche par ville), avec la correction proposée. En mode 2, *
      *l'opérateur accepte ou non chaque correction, appliquée au    *
      *client et tracée au journal d'audit. Les clients sans adresse *
      *ou anonymisés sont ignorés                                    *
      ****************************************************************
       RAPPORT_NETTOYAGE_ADRESSES.
       MOVE 0 TO WcpoCodeP
       PERFORM CHERCHER_COMMUNES_CP
       IF WcpoRefVide = 1 THEN
         DISPLAY 'Le référentiel des codes postaux n''est pas '
     -     'chargé'
       ELSE
         MOVE 9 TO WcpoMode
         PERFORM WITH TEST AFTER UNTIL WcpoMode = 1 OR WcpoMode = 2
           DISPLAY '1 : rapport seul, 2 : rapport et corrections à '
     -       'valider'
           ACCEPT WcpoMode
         END-PERFORM
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE SPACE TO WNomFichierTicket
         STRING 'nettoyage_adresses_' WdateSystemeISOInt '.txt'
     -     DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE 'NETTOYAGE DES ADRESSES CLIENTS' TO ticketLigne
         PERFORM ECRIRE_LIGNE_NETTOYAGE
         MOVE '======================================' TO ticketLigne
         PERFORM ECRIRE_LIGNE_NETTOYAGE
         MOVE 0 TO WcpoNbControles
         MOVE 0 TO WcpoNbEcarts
         MOVE 0 TO WcpoNbCorriges
         OPEN I-O fclients
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fclients NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
             IF fc_codeP NOT = 0 AND fc_ville NOT = 'efface' THEN
               PERFORM CONTROLER_ADRESSE_CLIENT
             END-IF
           END-READ
         END-PERFORM
         CLOSE fclients
         MOVE '======================================' TO ticketLigne
         PERFORM ECRIRE_LIGNE_NETTOYAGE
         MOVE SPACE TO ticketLigne
         STRING 'Clients contrôlés : ' WcpoNbControles
     -     ' - écarts : ' WcpoNbEcarts ' - corrigés : '
     -     WcpoNbCorriges DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_NETTOYAGE
         CLOSE fTicket
         DISPLAY 'Rapport écrit : ',WNomFichierTicket
         MOVE 'NETTOYAGE ADRESSES' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF.

      ****************CONTROLER_ADRESSE_CLIENT************************
      *Contrôle l'adresse du client lu (fclients ouvert en I-O par   *
      *l'appelant) et, en mode 2, propose la correction              *
      ****************************************************************
       CONTROLER_ADRESSE_CLIENT.
       ADD 1 TO WcpoNbControles
       MOVE fc_codeP TO WcpoCodeP
       MOVE fc_ville TO WcpoVille
       MOVE 25 TO WcpoLong
       PERFORM CONTROLER_COMMUNE_CP
       MOVE WcpoSuggestion TO WcpoVilleCli
       IF WcpoOK = 0 OR fc_ville NOT = WcpoVilleCli THEN
         ADD 1 TO WcpoNbEcarts
         MOVE SPACE TO ticketLigne
         IF WcpoSuggestion = SPACE THEN
           STRING 'Client ' fc_id ' : ' fc_codeP ' ' DELIMITED BY SIZE
     -       fc_ville DELIMITED BY '  '
     -       ' -> aucune correction trouvée' DELIMITED BY SIZE
     -       INTO ticketLigne
         ELSE
           STRING 'Client ' fc_id ' : ' fc_codeP ' ' DELIMITED BY SIZE
     -       fc_ville DELIMITED BY '  '
     -       ' -> ' WcpoCPSuggere ' ' DELIMITED BY SIZE
     -       WcpoSuggestion DELIMITED BY '  ' INTO ticketLigne
         END-IF
         PERFORM ECRIRE_LIGNE_NETTOYAGE
         IF WcpoMode = 2 AND WcpoSuggestion NOT = SPACE THEN
           MOVE 9 TO WcpoAccepte
           PERFORM WITH TEST AFTER UNTIL WcpoAccepte <= 1
             DISPLAY 'Appliquer la correction au client ',fc_id,
     -         ' ? 1 : oui, 0 : non'
             ACCEPT WcpoAccepte
           END-PERFORM
           IF WcpoAccepte = 1 THEN
             MOVE WcpoCPSuggere TO fc_codeP
             MOVE WcpoSuggestion TO fc_ville
             REWRITE cliTampon
             IF fc_stat = 0 THEN
               ADD 1 TO WcpoNbCorriges
               MOVE 'fclients' TO WauditFichier
               MOVE fc_id TO WauditCle
               MOVE 'MODIF' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
               MOVE '    correction appliquée' TO ticketLigne
               PERFORM ECRIRE_LIGNE_NETTOYAGE
             END-IF
           END-IF
         END-IF
       END-IF.

      ****************ECRIRE_LIGNE_NETTOYAGE**************************
      *Ecrit la ligne ticketLigne dans le rapport et à l'écran       *
      ****************************************************************
       ECRIRE_LIGNE_NETTOYAGE.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ****************GERER_CHIFFREMENT_CLIENTS***********************
      *Chiffrement des données protégées des clients (téléphone,     *
      *mail, rue, date de naissance, allergies) : état du fichier,   *
      *activation ou renouvellement de la clé avec rechiffrement de  *
      *tous les clients, reprise d'un rechiffrement interrompu et    *
      *remise en clair ; réservé au rôle Directeur                   *
      ****************************************************************
       GERER_CHIFFREMENT_CLIENTS.
       IF WSessionRole NOT = 'Directeur' THEN
        DISPLAY '================================'
        DISPLAY 'Accès réservé au role Directeur'
        DISPLAY '================================'
       ELSE
        DISPLAY '================================'
        DISPLAY '=== CHIFFREMENT DES CLIENTS  ==='
        DISPLAY '================================'
        MOVE 9 TO WchfAction
        PERFORM WITH TEST AFTER UNTIL WchfAction = 0
          IF WchfActif = 1 THEN
            DISPLAY 'Chiffrement actif, clé version ',WchfVersion
          ELSE
            DISPLAY 'Chiffrement inactif : données en clair'
          END-IF
          IF WchfVersionPrec > 0 THEN
            DISPLAY 'Rechiffrement inachevé depuis la clé version ',
     -        WchfVersionPrec
          END-IF
          PERFORM WITH TEST AFTER UNTIL WchfAction <= 4
            DISPLAY ' 1 - Etat du fichier clients'
            DISPLAY ' 2 - Activer le chiffrement ou renouveler la clé'
            DISPLAY ' 3 - Reprendre un rechiffrement interrompu'
            DISPLAY ' 4 - Désactiver le chiffrement (remise en clair)'
            DISPLAY ' 0 - Retour'
            ACCEPT WchfAction
          END-PERFORM
          EVALUATE WchfAction
            WHEN 1
              PERFORM ETAT_CHIFFREMENT_CLIENTS
            WHEN 2
              PERFORM RENOUVELER_CLE_CLIENTS
            WHEN 3
              PERFORM RECHIFFRER_CLIENTS
            WHEN 4
              PERFORM DESACTIVER_CHIFFREMENT
          END-EVALUATE
        END-PERFORM
        DISPLAY '================================'
       END-IF.

      ****************ETAT_CHIFFREMENT_CLIENTS************************
      *Compte les clients en clair, chiffrés avec la clé courante,   *
      *avec la clé précédente ou avec une clé qui n'est plus connue  *
      ****************************************************************
       ETAT_CHIFFREMENT_CLIENTS.
       MOVE 0 TO WchfNbClair
       MOVE 0 TO WchfNbCourant
       MOVE 0 TO WchfNbAncien
       MOVE 0 TO WchfNbInconnu
       OPEN INPUT fclients
       MOVE 0 TO WchfFin
       PERFORM UNTIL WchfFin = 1
         READ fclients NEXT
         AT END MOVE 1 TO WchfFin
         NOT AT END
           EVALUATE TRUE
             WHEN fc_versionCle = 0
               ADD 1 TO WchfNbClair
             WHEN fc_versionCle = WchfVersion
               ADD 1 TO WchfNbCourant
             WHEN fc_versionCle = WchfVersionPrec
               ADD 1 TO WchfNbAncien
             WHEN OTHER
               ADD 1 TO WchfNbInconnu
           END-EVALUATE
         END-READ
       END-PERFORM
       CLOSE fclients
       DISPLAY WchfNbClair,' client(s) en clair'
       DISPLAY WchfNbCourant,' client(s) chiffré(s) avec la clé '
     -   'courante'
       DISPLAY WchfNbAncien,' client(s) chiffré(s) avec la clé '
     -   'précédente'
       DISPLAY WchfNbInconnu,' client(s) chiffré(s) avec une clé '
     -   'inconnue'.

      ****************RENOUVELER_CLE_CLIENTS**************************
      *Saisie d'une nouvelle clé (16 à 64 caractères, sans ;), écrite*
      *dans cle_clients.key avec la clé actuelle en seconde ligne,   *
      *puis rechiffrement de tous les clients ; refusé tant qu'un    *
      *rechiffrement précédent n'est pas achevé                      *
      ****************************************************************
       RENOUVELER_CLE_CLIENTS.
       IF WchfVersionPrec > 0 THEN
         DISPLAY 'Un rechiffrement est inachevé : le reprendre '
     -     'd''abord (option 3)'
       ELSE
         DISPLAY 'Nouvelle clé (16 à 64 caractères, sans ;) :'
         MOVE SPACE TO WchfNouvelleCle
         ACCEPT WchfNouvelleCle
         DISPLAY 'Confirmer la nouvelle clé :'
         MOVE SPACE TO WchfConfirmCle
         ACCEPT WchfConfirmCle
         MOVE 0 TO WchfLong
         IF WchfNouvelleCle NOT = SPACE THEN
           COMPUTE WchfLong =
     -       FUNCTION LENGTH(FUNCTION TRIM(WchfNouvelleCle TRAILING))
         END-IF
         MOVE 0 TO WchfVal
         INSPECT WchfNouvelleCle TALLYING WchfVal FOR ALL ';'
         EVALUATE TRUE
           WHEN WchfNouvelleCle NOT = WchfConfirmCle
             DISPLAY 'Les deux saisies diffèrent, clé inchangée'
           WHEN WchfLong < 16 OR WchfLong > 64 OR WchfVal > 0
             DISPLAY 'Clé refusée : 16 à 64 caractères, sans ;'
           WHEN WchfActif = 1 AND WchfNouvelleCle = WchfCle
             DISPLAY 'La nouvelle clé doit différer de la clé '
     -         'actuelle'
           WHEN OTHER
             MOVE 9 TO WchfChoix
             PERFORM WITH TEST AFTER UNTIL WchfChoix <= 1
               DISPLAY 'Tous les clients vont être rechiffrés. '
     -           'Confirmer ? 1 : oui, 0 : non'
               ACCEPT WchfChoix
             END-PERFORM
             IF WchfChoix = 1 THEN
               IF WchfActif = 1 THEN
                 MOVE 'ROTATION' TO WauditOperation
                 MOVE WchfVersion TO WchfVersionPrec
                 MOVE WchfCle TO WchfClePrec
               ELSE
                 MOVE 'ACTIVATION' TO WauditOperation
                 MOVE 0 TO WchfVersionPrec
                 MOVE SPACE TO WchfClePrec
               END-IF
               COMPUTE WchfNouvVersion =
     -           FUNCTION MOD(WchfVersion, 999) + 1
               MOVE WchfNouvVersion TO WchfVersion
               MOVE WchfNouvelleCle TO WchfCle
               PERFORM ECRIRE_CLE_CLIENTS
               PERFORM CHARGER_CLE_CLIENTS
               MOVE 'cle_clients' TO WauditFichier
               MOVE WchfVersion TO WauditCle
               PERFORM ENREGISTRER_AUDIT
               DISPLAY 'Clé version ',WchfVersion,' enregistrée'
               PERFORM RECHIFFRER_CLIENTS
             END-IF
         END-EVALUATE
       END-IF
       MOVE SPACE TO WchfNouvelleCle
       MOVE SPACE TO WchfConfirmCle.

      ****************DESACTIVER_CHIFFREMENT**************************
      *Remet en clair tous les clients : la clé actuelle passe en    *
      *seconde ligne de cle_clients.key derrière une version 0, le   *
      *temps du déchiffrement                                        *
      ****************************************************************
       DESACTIVER_CHIFFREMENT.
       IF WchfActif = 0 THEN
         DISPLAY 'Le chiffrement n''est pas actif'
       ELSE
         IF WchfVersionPrec > 0 THEN
           DISPLAY 'Un rechiffrement est inachevé : le reprendre '
     -       'd''abord (option 3)'
         ELSE
           MOVE 9 TO WchfChoix
           PERFORM WITH TEST AFTER UNTIL WchfChoix <= 1
             DISPLAY 'Les données protégées des clients seront '
     -         'enregistrées en clair. Confirmer ? 1 : oui, 0 : non'
             ACCEPT WchfChoix
           END-PERFORM
           IF WchfChoix = 1 THEN
             MOVE WchfVersion TO WchfVersionPrec
             MOVE WchfCle TO WchfClePrec
             MOVE 0 TO WchfVersion
             MOVE SPACE TO WchfCle
             PERFORM ECRIRE_CLE_CLIENTS
             PERFORM CHARGER_CLE_CLIENTS
             MOVE 'cle_clients' TO WauditFichier
             MOVE WchfVersionPrec TO WauditCle
             MOVE 'DESACTIVE' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
             PERFORM RECHIFFRER_CLIENTS
           END-IF
         END-IF
       END-IF.

      ****************RECHIFFRER_CLIENTS******************************
      *Réécrit chaque client qui n'est pas sous la clé courante (ou  *
      *en clair si le chiffrement est désactivé). Un passage         *
      *interrompu se reprend tel quel : chaque enregistrement porte  *
      *sa version de clé. Quand tous les clients ont été traités, la *
      *clé précédente est retirée de cle_clients.key et conservée    *
      *dans cle_clients_archive.key pour relire les sauvegardes plus *
      *anciennes                                                     *
      ****************************************************************
       RECHIFFRER_CLIENTS.
       MOVE 0 TO WchfNbTraites
       MOVE 0 TO WchfNbErreurs
       OPEN I-O fclients
       MOVE 0 TO WchfFin
       PERFORM UNTIL WchfFin = 1
         READ fclients NEXT
         AT END MOVE 1 TO WchfFin
         NOT AT END
           IF fc_versionCle NOT = WchfVersion THEN
             PERFORM DECHIFFRER_CLIENT
             IF WchfErreur = 1 THEN
               ADD 1 TO WchfNbErreurs
             ELSE
               PERFORM CHIFFRER_CLIENT
               REWRITE cliTampon
               IF fc_stat = 0 THEN
                 ADD 1 TO WchfNbTraites
               ELSE
                 ADD 1 TO WchfNbErreurs
                 DISPLAY 'Erreur de réécriture du client ',fc_id,
     -             ' (statut ',fc_stat,')'
               END-IF
             END-IF
           END-IF
         END-READ
       END-PERFORM
       CLOSE fclients
       DISPLAY WchfNbTraites,' client(s) réécrit(s), ',
     -     WchfNbErreurs,' en erreur'
       MOVE 'cle_clients' TO WauditFichier
       MOVE WchfVersion TO WauditCle
       MOVE 'RECHIFFRE' TO WauditOperation
       PERFORM ENREGISTRER_AUDIT
       IF WchfNbErreurs = 0 THEN
         IF WchfVersionPrec > 0 THEN
           PERFORM ARCHIVER_CLE_CLIENTS
           MOVE 0 TO WchfVersionPrec
           MOVE SPACE TO WchfClePrec
           PERFORM ECRIRE_CLE_CLIENTS
           PERFORM CHARGER_CLE_CLIENTS
         END-IF
         DISPLAY 'Rechiffrement achevé ; faire une nouvelle '
     -     'sauvegarde des données'
       ELSE
         DISPLAY 'Rechiffrement inachevé : la clé précédente est '
     -     'conservée'
       END-IF.

      ****************ECRIRE_CLE_CLIENTS******************************
      *Réécrit cle_clients.key : clé courante (version 0 : pas de    *
      *chiffrement), puis clé précédente s'il y en a une             *
      ****************************************************************
       ECRIRE_CLE_CLIENTS.
       OPEN OUTPUT fCleClients
       MOVE SPACE TO cleClientsLigne
       STRING WchfVersion ';' WchfCle DELIMITED BY SIZE
     -   INTO cleClientsLigne
       WRITE cleClientsLigne
       IF WchfVersionPrec > 0 THEN
         MOVE SPACE TO cleClientsLigne
         STRING WchfVersionPrec ';' WchfClePrec DELIMITED BY SIZE
     -     INTO cleClientsLigne
         WRITE cleClientsLigne
       END-IF
       CLOSE fCleClients.

      ****************ARCHIVER_CLE_CLIENTS****************************
      *Conserve la clé retirée (version, clé, date de retrait) dans  *
      *cle_clients_archive.key                                       *
      ****************************************************************
       ARCHIVER_CLE_CLIENTS.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       OPEN EXTEND fCleArchive
       IF fcka_stat = 35 THEN
         OPEN OUTPUT fCleArchive
       END-IF
       MOVE SPACE TO cleArchiveLigne
       STRING WchfVersionPrec ';' WchfClePrec(1:WchfLongPrec)
     -   ';' WdateSystemeISOInt DELIMITED BY SIZE
     -   INTO cleArchiveLigne
       WRITE cleArchiveLigne
       CLOSE fCleArchive.
