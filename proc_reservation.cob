        AT END MOVE 1 TO Wfin
        NOT AT END
        IF WnomCli = fc_nom THEN
         PERFORM PREPARER_AFFICHAGE_CLIENT
         DISPLAY 'Identifiant :', fc_id
         DISPLAY 'Nom : ', fc_nom
         DISPLAY 'Prenom : ',fc_prenom
         DISPLAY 'Numéro de téléphone : ',WchfTelAff
         DISPLAY 'Adresse mail : ',WchfMailAff
        END-IF
        END-READ
       END-PERFORM
        DISPLAY 'Votre compte est limité au restaurant ',
     -     WSessionIdRest
       ELSE
        IF WSessionIdRegion NOT = 0 THEN
         DISPLAY 'Votre compte est limité aux restaurants de la '
     -     'région ',WSessionIdRegion
        END-IF
        DISPLAY 'Donnez la ville du restaurant'
        ACCEPT WvilleRst
        MOVE WvilleRst TO fr_ville
         READ frestaurants NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
         MOVE fr_id TO WscopeIdRest
         PERFORM VERIFIER_PORTEE_SITE
         IF WvilleRst = fr_ville AND fr_actif = 1 AND WscopeOK = 1 THEN
          DISPLAY 'identifiant: ',fr_id
        DISPLAY 'adresse: ',fr_rue,' ', fr_ville,' ', fr_codeP
         END-IF
          MOVE 1 TO WscopeErreur
         END-IF
         NOT INVALID KEY
         MOVE fr_id TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
         IF WscopeOK = 1 THEN
         MOVE fr_id TO frs_idrest
         MOVE fr_id TO WidRestSauv
         MOVE 1 TO WvaleurOK
           MOVE fr_hFermJour(Widx) TO WhFermJ(Widx)
           ADD 1 TO Widx
         END-PERFORM
         END-IF
       END-PERFORM
       DISPLAY '-====================================-'
       CLOSE frestaurants.
      *En cherchant toutes les réservations se déroulant sur la      *
      *plage horaire donné dans un restaurant précis,                *
      * Compare le résultat obtenu avec la capacité du restaurant    *
      * (messages muets si WmodeSilencieux = 1)                      *
      ****************************************************************
       NOMBRE_PLACE_RESTANTE.
       MOVE 0 TO WplacesOccupees
       PERFORM CHERCHER_EXCEPTION_JOUR
       IF WxcTrouve = 1 AND WxcPlaces > 0 THEN
         MOVE WxcPlaces TO WcapaciteRestaurant
         IF WmodeSilencieux = 0 THEN
           DISPLAY 'Capacité du jour limitée à ',WxcPlaces,
     -       ' places par le calendrier d''exceptions'
         END-IF
       END-IF
       PERFORM DEDUIRE_PLACES_EVENEMENTS
       COMPUTE WdateResaEntier = Wdate_annee * 10000
     -   + Wdate_mois * 100 + Wdate_jour
       MOVE WdateResaEntier TO frs_dateISO
              IF frs_idrest = WidRestSauv AND frs_date = Wdate
     - AND frs_heure <= WheureMax AND frs_heure >= WheureMin
     - AND frs_statut NOT = 2 AND frs_statut NOT = 3
     - AND frs_typeResa < 3 THEN
              ADD frs_nbPersonnes TO WplacesOccupees
              END-IF
             END-IF
         IF WprivBloque = 1 THEN
           MOVE 0 TO WplacesLibres
           MOVE 0 TO Wlibre
           IF WmodeSilencieux = 0 THEN
             DISPLAY 'Le restaurant est privatisé sur ce créneau, '
     -         'aucune réservation possible'
           END-IF
         ELSE
         IF WplacesOccupees < WcapaciteRestaurant THEN
           SUBTRACT WplacesOccupees FROM WplacesLibres
           IF WmodeSilencieux = 0 THEN
             DISPLAY 'Il reste ',WPlacesLibres,' places'
           END-IF
           MOVE 1 TO Wlibre
         ELSE
           IF WmodeSilencieux = 0 THEN
             DISPLAY 'Il ne reste que ',WPlacesLibres,' places dans ce'
      -' restaurant'
           END-IF
         END-IF
         END-IF.

      ***DEDUIRE_PLACES_EVENEMENTS***************************************
      *Retire de la capacité WcapaciteRestaurant du jour les places  *
      *des événements à billets (dataevenements.dat) du restaurant   *
      *WidRestSauv sur le même service que le créneau demandé (midi  *
      *avant 17h, soir ensuite), vendues ou non                      *
      ****************************************************************
       DEDUIRE_PLACES_EVENEMENTS.
       MOVE 0 TO WevPlacesEvt
       OPEN INPUT fEvenements
       MOVE WidRestSauv TO fev_idrest
       MOVE WxcDate TO fev_date
       START fEvenements, KEY IS = fev_jour
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WevFin
         PERFORM WITH TEST AFTER UNTIL WevFin = 1
           READ fEvenements NEXT
           AT END MOVE 1 TO WevFin
           NOT AT END
             IF fev_idrest NOT = WidRestSauv
     -          OR fev_date NOT = WxcDate THEN
               MOVE 1 TO WevFin
             ELSE
               IF NOT fev_annule
     -            AND ((fev_heure < 1700 AND WheureSauv_heure < 17)
     -            OR (fev_heure >= 1700 AND WheureSauv_heure >= 17))
     -            THEN
                 ADD fev_nbPlaces TO WevPlacesEvt
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fEvenements
       IF WevPlacesEvt > 0 THEN
         IF WevPlacesEvt >= WcapaciteRestaurant THEN
           MOVE 0 TO WcapaciteRestaurant
         ELSE
           SUBTRACT WevPlacesEvt FROM WcapaciteRestaurant
         END-IF
         IF WmodeSilencieux = 0 THEN
           DISPLAY 'Capacité réduite de ',WevPlacesEvt,' places '
     -       'réservées à un événement à billets'
         END-IF
       END-IF.

      ***CALCULER_FENETRE_CRENEAU****************************************
      *Calcule la fenêtre horaire WheureMin/WheureMax autour de       *
      *l'heure WheureSauv pendant laquelle une table ou la capacité   *
       IMPRIMER_TICKET_RESA.
       STRING 'ticket_' frs_id DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       OPEN INPUT frestaurants
       MOVE frs_idrest TO fr_id
       READ frestaurants
       CLOSE fplats.

      ***IMPRIMER_FACTURE_TVA*********************************************
      *Imprime (fichier + écran) la facture détaillée d'une commande,*
      *avec décomposition du montant total en prix hors taxe et TVA, *
      *le détail par menu commandé, les extras de l'occasion, les    *
      *couverts enfants et bébés, la réduction fidélité et la remise *
      *enfants appliquées, à partir de frs_prix une fois la commande *
      *finalisée ; une facture nouvellement numérotée d'un client    *
      *société est aussi émise au format structuré pour sa plateforme*
      *de réception                                                  *
      ****************************************************************
       IMPRIMER_FACTURE_TVA.
       MOVE 'EUR' TO WdeviseResto

       STRING 'facture_' frs_id DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       STRING 'Menus : ' frs_nomsMenus DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       IF frs_nbEnfants > 0 OR frs_nbBebes > 0 THEN
         MOVE SPACE TO ticketLigne
         STRING 'Couverts : ' frs_nbAdultes ' adulte(s), '
     -     frs_nbEnfants ' enfant(s), ' frs_nbBebes ' bébé(s)'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
       END-IF
       IF frs_nbReserves > 0 AND frs_nbReserves NOT = frs_nbPersonnes
         MOVE SPACE TO ticketLigne
         STRING 'Couverts installés : ' frs_nbPersonnes ' pour '
     -     frs_nbReserves ' réservés'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
       END-IF
       MOVE 1 TO WfacModeFichier
       PERFORM AFFICHER_DETAIL_FACTURE
       PERFORM AFFICHER_EXTRAS_FACTURE
       STRING 'Montant HT : ' WmontantHT DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
       END-IF
       PERFORM CHERCHER_FRAIS_LIVRAISON
       IF WlvFrais > 0 THEN
         MOVE SPACE TO ticketLigne
         STRING 'Frais de livraison : ' WlvFrais ' EUR'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
       END-IF
       PERFORM AFFICHER_ACCORDS_FACTURE
       IF WremisePromoCommande > 0 THEN
         STRING 'Promotion ' WpromoLibelle ' : -'
     -     WremisePromoCommande ' EUR'
     -     ' EUR' DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
       END-IF
       IF frs_remiseEnfants > 0 THEN
         MOVE SPACE TO ticketLigne
         STRING 'Remise enfants : -' frs_remiseEnfants ' EUR'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
       END-IF
       IF frs_fraisAbsents > 0 THEN
         MOVE SPACE TO ticketLigne
         STRING 'Part des arrhes retenue (absents) : '
     -     frs_fraisAbsents ' EUR' DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
       END-IF
       STRING 'Montant TTC : ' frs_prix ' EUR' DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne

       DISPLAY ' '
       DISPLAY '======================================'
       IF WSessionFormation = 1 THEN
         DISPLAY '*** FORMATION *** document d''exercice sans valeur'
       END-IF
       IF WfacReimpression = 1 THEN
         DISPLAY 'FACTURE n. ',WfacNumero,' - DUPLICATA'
       ELSE
       END-IF
       DISPLAY 'Facture - reservation n. ',frs_id
       DISPLAY 'Menus : ',frs_nomsMenus
       IF frs_nbEnfants > 0 OR frs_nbBebes > 0 THEN
         DISPLAY 'Couverts : ',frs_nbAdultes,' adulte(s), ',
     -     frs_nbEnfants,' enfant(s), ',frs_nbBebes,' bébé(s)'
       END-IF
       IF frs_nbReserves > 0 AND frs_nbReserves NOT = frs_nbPersonnes
         DISPLAY 'Couverts installés : ',frs_nbPersonnes,' pour ',
     -     frs_nbReserves,' réservés'
       END-IF
       MOVE 0 TO WfacModeFichier
       PERFORM AFFICHER_DETAIL_FACTURE
       PERFORM AFFICHER_EXTRAS_FACTURE
       DISPLAY 'Montant HT : ',WmontantHT
       IF WtvaVentilee = 1 THEN
         MOVE 1 TO WtvaIdx
       IF frs_fraisService > 0 THEN
         DISPLAY 'Frais de service : ',frs_fraisService,' EUR'
       END-IF
       IF WlvFrais > 0 THEN
         DISPLAY 'Frais de livraison : ',WlvFrais,' EUR'
       END-IF
       PERFORM AFFICHER_ACCORDS_FACTURE
       IF WremisePromoCommande > 0 THEN
         DISPLAY 'Promotion ',WpromoLibelle,' : -',
     -     WremisePromoCommande,' EUR'
       IF WremiseFideliteCommande > 0 THEN
         DISPLAY 'Réduction fidélité : -',WremiseFideliteCommande,
     -     ' EUR'
       END-IF
       IF frs_remiseEnfants > 0 THEN
         DISPLAY 'Remise enfants : -',frs_remiseEnfants,' EUR'
       END-IF
       IF frs_fraisAbsents > 0 THEN
         DISPLAY 'Part des arrhes retenue (absents) : ',
     -     frs_fraisAbsents,' EUR'
       END-IF
       DISPLAY 'Montant TTC : ',frs_prix,' EUR'
       IF WmontantDevise > 0 THEN
         DISPLAY 'Montant TTC (',WdeviseResto,') : ',WmontantDevise
       END-IF
       DISPLAY '======================================'
       IF WfacReimpression = 0 THEN
         MOVE 1 TO WfeType
         MOVE 0 TO WfeNumOrigine
         MOVE WdateSystemeISOInt TO WfeDateFacture
         PERFORM EMETTRE_FACTURE_ELECTRONIQUE
       END-IF.

      ***ENREGISTRER_FACTURE_REGISTRE************************************
      *Attribue à la facture en cours d'édition son numéro séquentiel*
         IF ffa_avoir THEN
           DISPLAY 'Ce numéro est un avoir (origine : facture ',
     -       ffa_numOrigine,'), montant ',ffa_montantTTC,' EUR'
         END-IF
         IF ffa_interco THEN
           DISPLAY 'Facture inter-sociétés du ',ffa_date,', montant ',
     -       ffa_montantTTC,' EUR TTC : document '
     -       'facture_interco_',ffa_num,'.txt'
         END-IF
         IF ffa_facture THEN
           MOVE ffa_idresa TO frs_id
           READ freservations
             INVALID KEY
               PERFORM REPRENDRE_POINTS_COMMANDE
               PERFORM AGREGER_CA_AVOIR
               PERFORM IMPRIMER_AVOIR
               MOVE 2 TO WfeType
               MOVE WavNumOrigine TO WfeNumOrigine
               MOVE ffa_date TO WfeDateFacture
               PERFORM EMETTRE_FACTURE_ELECTRONIQUE
               MOVE 0 TO frs_prix
               MOVE 0 TO frs_remiseTotale
               MOVE 0 TO frs_fraisService
       IMPRIMER_AVOIR.
       STRING 'avoir_' WfacNumero DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
      *fermeture hebdomadaire du restaurant (fr_jourFermeture) ni un  *
      *jour férié de la table TableJoursFeries ; positionne           *
      *WrestaurantFerme à 1 si le restaurant est fermé ce jour là     *
      *(messages muets si WmodeSilencieux = 1)                        *
      ****************************************************************
       VERIFIER_JOUR_OUVERT.
       MOVE 0 TO WrestaurantFerme
           IF fr_dateFermeture > 0
     -        AND WdateResaISOInt >= fr_dateFermeture THEN
             MOVE 1 TO WrestaurantFerme
             IF WmodeSilencieux = 0 THEN
               DISPLAY 'Ce restaurant est fermé définitivement à '
     -           'compter du ',fr_dateFermeture
             END-IF
           END-IF
       END-READ
       CLOSE frestaurants
       PERFORM CHERCHER_EXCEPTION_JOUR
       IF WxcTrouve = 1 THEN
         MOVE WxcFerme TO WrestaurantFerme
         IF WrestaurantFerme = 1 AND WmodeSilencieux = 0 THEN
           DISPLAY 'Exception du calendrier : le restaurant est '
     -       'fermé ce jour là'
         END-IF
           IF fr_horaireConfigure = 1 THEN
             IF fr_jourFerme(WjourSemaine) = 1 THEN
               MOVE 1 TO WrestaurantFerme
               IF WmodeSilencieux = 0 THEN
                 DISPLAY 'Le restaurant est fermé ce jour de la '
     -             'semaine'
               END-IF
             END-IF
           ELSE
             IF fr_jourFermeture NOT = 0
     -         AND fr_jourFermeture = WjourSemaine THEN
               MOVE 1 TO WrestaurantFerme
               IF WmodeSilencieux = 0 THEN
                 DISPLAY 'Le restaurant est fermé ce jour de la '
     -             'semaine'
               END-IF
             END-IF
           END-IF
       CLOSE frestaurants
           IF frs_date_jour = JF_jour(WidxJourFerie)
     -  AND frs_date_mois = JF_mois(WidxJourFerie) THEN
             MOVE 1 TO WrestaurantFerme
             IF WmodeSilencieux = 0 THEN
               DISPLAY 'Cette date est un jour férié, le restaurant '
     -   'est fermé'
             END-IF
           END-IF
           ADD 1 TO WidxJourFerie
         END-PERFORM
      *WxcIdRest pour la date WxcDate (fermeture travaux, horaires   *
      *spéciaux du 31 décembre, capacité réduite du mois d'août...) :*
      *WxcTrouve vaut 1 et WxcFerme/WxcHOuv/WxcHFerm/WxcPlaces       *
      *(et la cadence cuisine WxcCadence) portent l'exception, qui   *
      *prime sur le rythme hebdomadaire                              *
      ****************************************************************
       CHERCHER_EXCEPTION_JOUR.
       MOVE 0 TO WxcTrouve
       MOVE 0 TO WxcHOuv
       MOVE 0 TO WxcHFerm
       MOVE 0 TO WxcPlaces
       MOVE 0 TO WxcCadence
       OPEN INPUT fExceptions
       MOVE WxcIdRest TO fxc_idrest
       MOVE WxcDate TO fxc_date
           MOVE fxc_hOuv TO WxcHOuv
           MOVE fxc_hFerm TO WxcHFerm
           MOVE fxc_places TO WxcPlaces
           MOVE fxc_cadence TO WxcCadence
       END-READ
       CLOSE fExceptions.

      ***CHARGER_CADENCE_JOUR********************************************
      *Prépare le contrôle de cadence cuisine du restaurant WcdIdRest*
      *pour la date WcdDate : couverts attendus par quart d'heure    *
      *d'arrivée (WcdCouvQuart, 96 quarts, hors réservation WcdIdExclu*
      *en cours de modification, annulées et liste d'attente exclues),*
      *limites par quart du service du midi et du soir               *
      *(fr_cadenceMidi / fr_cadenceSoir, 0 : sans limite), limite du *
      *jour du calendrier d'exceptions qui prime sur les deux, et    *
      *horaires du jour. WjourSemaine doit avoir été positionné par  *
      *VERIFIER_JOUR_OUVERT ; freservations est ouvert par l'appelant*
      *et le tampon resaTampon est rendu intact                      *
      ****************************************************************
       CHARGER_CADENCE_JOUR.
       MOVE resaTampon TO WcdResaSauv
       MOVE 0 TO WcdLimMidi
       MOVE 0 TO WcdLimSoir
       MOVE 0 TO WcdLimJour
       MOVE 0 TO WcdHOuv
       MOVE 0 TO WcdHFerm
       OPEN INPUT frestaurants
       MOVE WcdIdRest TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fr_cadenceMidi TO WcdLimMidi
           MOVE fr_cadenceSoir TO WcdLimSoir
           MOVE fr_heureOuverture TO WcdHOuv
           MOVE fr_heureFermeture TO WcdHFerm
           IF fr_horaireConfigure = 1 THEN
             MOVE fr_hOuvJour(WjourSemaine) TO WcdHOuv
             MOVE fr_hFermJour(WjourSemaine) TO WcdHFerm
           END-IF
       END-READ
       CLOSE frestaurants
       MOVE WcdIdRest TO WxcIdRest
       MOVE WcdDate TO WxcDate
       PERFORM CHERCHER_EXCEPTION_JOUR
       IF WxcTrouve = 1 THEN
         MOVE WxcCadence TO WcdLimJour
         IF WxcHFerm > WxcHOuv THEN
           MOVE WxcHOuv TO WcdHOuv
           MOVE WxcHFerm TO WcdHFerm
         END-IF
       END-IF
       MOVE ZERO TO WcdTabQuarts
       MOVE WcdDate TO frs_dateISO
       MOVE 0 TO WcdFin
       START freservations, KEY IS = frs_dateISO
         INVALID KEY MOVE 1 TO WcdFin
       END-START
       PERFORM UNTIL WcdFin = 1
         READ freservations NEXT
         AT END MOVE 1 TO WcdFin
         NOT AT END
           IF frs_dateISO NOT = WcdDate THEN
             MOVE 1 TO WcdFin
           ELSE
             IF frs_idrest = WcdIdRest AND frs_id NOT = WcdIdExclu
     -          AND frs_statut NOT = 2 AND frs_statut NOT = 3
     -          AND frs_typeResa < 3 AND frs_heure_heure < 24 THEN
               COMPUTE WcdQ = frs_heure_minute / 15
               COMPUTE WcdQ = frs_heure_heure * 4 + WcdQ + 1
               ADD frs_nbPersonnes TO WcdCouvQuart(WcdQ)
             END-IF
           END-IF
       END-PERFORM
       MOVE WcdResaSauv TO resaTampon.

      ***LIMITE_CADENCE_QUART********************************************
      *Limite de couverts (WcdLimite, 0 : sans limite) applicable au *
      *quart d'heure WcdQ : limite du jour si le calendrier          *
      *d'exceptions en fixe une, sinon celle du service (midi avant  *
      *17h, soir ensuite)                                            *
      ****************************************************************
       LIMITE_CADENCE_QUART.
       IF WcdLimJour > 0 THEN
         MOVE WcdLimJour TO WcdLimite
       ELSE
         IF WcdQ <= 68 THEN
           MOVE WcdLimMidi TO WcdLimite
         ELSE
           MOVE WcdLimSoir TO WcdLimite
         END-IF
       END-IF.

      ***VERIFIER_CADENCE_CUISINE****************************************
      *Contrôle de cadence cuisine : WcdNbPers couverts arrivant à   *
      *WcdHeure (HHMM) au restaurant WcdIdRest le WcdDate tiennent-ils*
      *dans la limite du quart d'heure ? WcdOK = 0 sinon, avec les   *
      *heures conformes les plus proches dans WcdPropose             *
      ****************************************************************
       VERIFIER_CADENCE_CUISINE.
       PERFORM CHARGER_CADENCE_JOUR
       COMPUTE WcdQuart = WcdMM / 15
       COMPUTE WcdQuart = WcdHH * 4 + WcdQuart + 1
       MOVE WcdQuart TO WcdQ
       PERFORM LIMITE_CADENCE_QUART
       MOVE 1 TO WcdOK
       MOVE SPACE TO WcdPropose
       IF WcdLimite > 0 THEN
         IF WcdCouvQuart(WcdQuart) + WcdNbPers > WcdLimite THEN
           MOVE 0 TO WcdOK
           PERFORM PROPOSER_HEURES_CADENCE
         END-IF
       END-IF.

      ***PROPOSER_HEURES_CADENCE*****************************************
      *Cherche, sur le même service et dans les horaires du jour, le *
      *quart d'heure conforme le plus proche avant et après le quart *
      *WcdQuart refusé (jusqu'à deux heures d'écart) ; WcdPropose    *
      *reçoit les heures trouvées (HHhMM), WcdLimite est rendu pour le*
      *quart refusé                                                  *
      ****************************************************************
       PROPOSER_HEURES_CADENCE.
       MOVE 0 TO WcdAvant
       MOVE 0 TO WcdApres
       MOVE 1 TO WcdK
       PERFORM UNTIL WcdK > 8
         IF WcdAvant = 0 AND WcdQuart > WcdK THEN
           COMPUTE WcdQ = WcdQuart - WcdK
           PERFORM TESTER_QUART_CADENCE
           IF WcdConforme = 1 THEN
             MOVE WcdQ TO WcdAvant
           END-IF
         END-IF
         IF WcdApres = 0 AND WcdQuart + WcdK <= 96 THEN
           COMPUTE WcdQ = WcdQuart + WcdK
           PERFORM TESTER_QUART_CADENCE
           IF WcdConforme = 1 THEN
             MOVE WcdQ TO WcdApres
           END-IF
         END-IF
         ADD 1 TO WcdK
       END-PERFORM
       MOVE SPACE TO WcdPropose
       IF WcdAvant > 0 THEN
         MOVE WcdAvant TO WcdQ
         PERFORM FORMATER_QUART_CADENCE
         MOVE WcdEdQuart TO WcdPropose(1:5)
       END-IF
       IF WcdApres > 0 THEN
         MOVE WcdApres TO WcdQ
         PERFORM FORMATER_QUART_CADENCE
         IF WcdAvant > 0 THEN
           MOVE WcdEdQuart TO WcdPropose(7:5)
         ELSE
           MOVE WcdEdQuart TO WcdPropose(1:5)
         END-IF
       END-IF
       MOVE WcdQuart TO WcdQ
       PERFORM LIMITE_CADENCE_QUART.

      ***TESTER_QUART_CADENCE********************************************
      *WcdConforme = 1 si le quart d'heure WcdQ est sur le même      *
      *service que le quart demandé, dans les horaires du jour, et   *
      *peut encore recevoir WcdNbPers couverts                       *
      ****************************************************************
       TESTER_QUART_CADENCE.
       MOVE 0 TO WcdConforme
       COMPUTE WcdHQ = (WcdQ - 1) / 4
       IF (WcdQ <= 68 AND WcdQuart <= 68)
     -    OR (WcdQ > 68 AND WcdQuart > 68) THEN
         IF WcdHFerm <= WcdHOuv
     -      OR (WcdHQ >= WcdHOuv AND WcdHQ < WcdHFerm) THEN
           PERFORM LIMITE_CADENCE_QUART
           IF WcdLimite = 0
     -        OR WcdCouvQuart(WcdQ) + WcdNbPers <= WcdLimite THEN
             MOVE 1 TO WcdConforme
           END-IF
         END-IF
       END-IF.

      ***FORMATER_QUART_CADENCE******************************************
      *Heure de début du quart d'heure WcdQ au format HHhMM          *
      *(WcdEdQuart)                                                  *
      ****************************************************************
       FORMATER_QUART_CADENCE.
       COMPUTE WcdHQ = (WcdQ - 1) / 4
       COMPUTE WcdMQ = (WcdQ - 1 - WcdHQ * 4) * 15
       MOVE SPACE TO WcdEdQuart
       STRING WcdHQ 'h' WcdMQ DELIMITED BY SIZE INTO WcdEdQuart.

      ***CONTROLER_CADENCE_RESA******************************************
      *Contrôle de cadence cuisine à la saisie pour la réservation du*
      *tampon resaTampon (restaurant, date, heure, nombre de         *
      *personnes) : en cas de dépassement, le refus est affiché avec *
      *les heures conformes les plus proches à proposer au client    *
      ****************************************************************
       CONTROLER_CADENCE_RESA.
       MOVE frs_idrest TO WcdIdRest
       COMPUTE WcdDate = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       MOVE frs_heure_heure TO WcdHH
       MOVE frs_heure_minute TO WcdMM
       MOVE frs_nbPersonnes TO WcdNbPers
       MOVE frs_id TO WcdIdExclu
       PERFORM VERIFIER_CADENCE_CUISINE
       IF WcdOK = 0 THEN
         DISPLAY 'Cadence cuisine dépassée : ',
     -     WcdCouvQuart(WcdQuart),' couvert(s) déjà attendu(s) sur '
     -     'ce quart d''heure pour une limite de ',WcdLimite
         IF WcdPropose NOT = SPACE THEN
           DISPLAY 'Heures conformes les plus proches : ',WcdPropose
         ELSE
           DISPLAY 'Aucune heure conforme à moins de deux heures '
     -       'sur ce service'
         END-IF
       END-IF.


      ***ASSIGNER_TABLE**************************************************
      *Recherche la première table libre du restaurant pour la date et*
      *le créneau horaire en cours et la place dans frs_numTable ;    *
      *sont enregistrés dans datanotifications.dat au statut à        *
      *traiter ; l'écran TRAITER_NOTIFICATIONS sert ensuite de file   *
      *de travail pour tracer si le client a réellement été contacté  *
      *(rien n'est mis en file en mode formation)                     *
      ****************************************************************
       ENREGISTRER_NOTIFICATION.
       IF WSessionFormation = 1 THEN
         DISPLAY 'FORMATION : notification ',WntModele,
     -     ' non mise en file'
       ELSE
         OPEN I-O fNotifications
         MOVE 0 TO WntNum
         MOVE 0 TO WbonFin
         PERFORM WITH TEST AFTER UNTIL WbonFin = 1
           READ fNotifications NEXT
           AT END MOVE 1 TO WbonFin
           ADD 1 TO WntNum
           NOT AT END
           IF fnt_id = WntNum + 1 THEN
             MOVE fnt_id TO WntNum
           ELSE
             ADD 1 TO WntNum
             MOVE 1 TO WbonFin
           END-IF
           END-READ
         END-PERFORM
         MOVE WntNum TO fnt_id
         MOVE frs_id TO fnt_idresa
         MOVE frs_idcli TO fnt_idcli
         MOVE 0 TO fnt_tel
         MOVE SPACE TO fnt_mail
         OPEN INPUT fclients
         MOVE frs_idcli TO fc_id
         READ fclients
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM DECHIFFRER_CLIENT
             MOVE fc_tel TO fnt_tel
             MOVE fc_mail TO fnt_mail
         END-READ
         CLOSE fclients
         MOVE WntModele TO fnt_modele
         MOVE 1 TO fnt_statut
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO fnt_date
         MOVE 0 TO fnt_essais
         MOVE SPACE TO fnt_codeErreur
         WRITE notifTampon
         IF fnt_stat = 0 THEN
           DISPLAY 'Notification ',fnt_modele,' mise en file pour le ',
     -       'client ',fnt_idcli
         ELSE
           DISPLAY 'Erreur lors de la mise en file de la notification'
         END-IF
         CLOSE fNotifications
       END-IF.

      ***TRAITER_NOTIFICATIONS*******************************************
      *File de travail des notifications sortantes : affiche chaque   *
       END-IF.

      **********************NOUVELLE RESERVATION *********************
      *Une demande refusée (restaurant fermé, client déjà réservé,   *
      *créneau complet ou cadence cuisine dépassée) passe par        *
      *PROPOSER_ALTERNATIVES_RESA, qui propose des créneaux libres  *
      *et journalise la demande pour le rapport de demande perdue ;  *
      *la table est saisie en adultes, enfants et bébés, ces derniers*
      *dans la limite des chaises hautes du restaurant               *
      ****************************************************************
       AJOUTER_RESA.
       OPEN I-O freservations

               PERFORM VERIFIER_JOUR_OUVERT
               IF WrestaurantFerme = 1 THEN
                 MOVE 0 TO Wlibre
                 MOVE 2 TO WalMotif
                 PERFORM PROPOSER_ALTERNATIVES_RESA
               END-IF
               PERFORM NOMBRE_RESERVATION_JOUR
               IF WrestaurantFerme NOT = 1 AND WnbReservCli = 1 THEN
                   MOVE 1 TO Wlibre
                 ELSE
                   MOVE 0 TO Wlibre
                   MOVE 3 TO WalMotif
                   PERFORM PROPOSER_ALTERNATIVES_RESA
                 END-IF
               END-IF
               IF Wlibre NOT EQUAL 0 THEN
             PERFORM CHOISIR_CANAL_RESA
             MOVE 1 TO Wlibre
             PERFORM WITH TEST AFTER UNTIL Wlibre = 0
              PERFORM SAISIR_COMPOSITION_RESA
              MOVE 1 TO WcdOK
              MOVE 1 TO WenfChaisesOK
              IF frs_nbPersonnes <= WPlacesLibres THEN
                PERFORM CONTROLER_CADENCE_RESA
              END-IF
              IF frs_nbPersonnes <= WPlacesLibres AND WcdOK = 1 THEN
                MOVE 0 TO WenfIdExclu
                PERFORM CONTROLER_CHAISES_RESA
              END-IF
              IF frs_nbPersonnes <= WPlacesLibres AND WcdOK = 1
     -           AND WenfChaisesOK = 1 THEN
              MOVE 1 TO frs_statut
              MOVE 0 TO frs_dateLimiteConfirm
              MOVE 0 TO frs_fraisService
               END-IF
               MOVE 0 TO Wlibre
             ELSE
              IF WcdOK = 0 THEN
                MOVE 4 TO WalMotif
                PERFORM PROPOSER_ALTERNATIVES_RESA
                MOVE 0 TO Wlibre
              ELSE
              IF WenfChaisesOK = 0 THEN
                DISPLAY 'Que souhaitez vous faire ? 1 - modifier la ',
     -            'composition de la table, 0 - abandonner'
                MOVE 0 TO Wchoix
                ACCEPT Wchoix
                IF Wchoix = 1 THEN
                  MOVE 1 TO Wlibre
                ELSE
                  MOVE 0 TO Wlibre
                END-IF
              ELSE
              DISPLAY 'Erreur, Il ne reste que ',WPlacesLibres,
     - ' places pour cette heure'
              MOVE 1 TO WalMotif
              PERFORM PROPOSER_ALTERNATIVES_RESA
              IF WalReserve = 1 THEN
                MOVE 0 TO Wlibre
              ELSE
              DISPLAY 'Que souhaitez vous faire ? 1 - venir moins ',
     - 'nombreux, 2 - etre mis sur liste d''attente, 0 - abandonner'
              MOVE 0 TO Wchoix
                  MOVE 'AJOUT' TO WauditOperation
                  PERFORM ENREGISTRER_AUDIT
                  PERFORM AGREGER_RESA_CREEE
                  MOVE 2 TO WalIssue
                  PERFORM MAJ_ISSUE_DEMANDE_REFUSEE
                ELSE
                  DISPLAY 'Erreur lors de l''enregistrement'
                END-IF
                MOVE 0 TO Wlibre
               WHEN 1
                MOVE 3 TO WalIssue
                PERFORM MAJ_ISSUE_DEMANDE_REFUSEE
                MOVE 1 TO Wlibre
               WHEN OTHER
                MOVE 0 TO Wlibre
              END-EVALUATE
              END-IF
              END-IF
              END-IF
           END-IF
          END-PERFORM
         END-IF
      *attribuée via ASSIGNER_TABLE et l'enregistrement est marqué    *
      *frs_typeResa = 1 pour ne pas fausser les statistiques de       *
      *réservation ; la saisie de commande peut être enchaînée        *
      *immédiatement. Pour un groupe de la file d'attente             *
      *(WfaIdFile > 0), le restaurant et le nombre de personnes sont  *
      *repris de la file et le groupe y est marqué installé           *
      ****************************************************************
       ACCUEILLIR_SANS_RESA.
       OPEN I-O freservations
         END-IF
       END-IF
       IF WvaleurOK = 1 THEN
         IF WfaIdFile > 0 THEN
           MOVE WfaIdRest TO WidRestSauv
         ELSE
           PERFORM RECHERCHER_RESTAURANT
         END-IF
         IF WvaleurOK = 1 THEN
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           ACCEPT WheureSystemeISO FROM TIME
           MOVE 0 TO frs_heureDepart
           MOVE ZERO TO frs_basesTVA
           MOVE 0 TO frs_codeMotifAnnul
           MOVE 0 TO frs_nbAdultes
           MOVE 0 TO frs_nbEnfants
           MOVE 0 TO frs_nbBebes
           MOVE 0 TO frs_remiseEnfants
           MOVE 0 TO frs_nbReserves
           ACCEPT frs_dateCreation FROM DATE YYYYMMDD
           MOVE 0 TO frs_fraisAbsents
           MOVE WidSauv TO frs_idGroupe
           IF WfaIdFile > 0 THEN
             MOVE WfaNbPers TO frs_nbPersonnes
           ELSE
             DISPLAY 'Nombre de personnes :'
             ACCEPT frs_nbPersonnes
           END-IF
           IF frs_nbPersonnes > WPlacesLibres THEN
             DISPLAY 'Impossible d''installer ce groupe, il ne reste '
     -         'que ',WPlacesLibres,' places pour ce service'
               MOVE 'WALKIN' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
               PERFORM AGREGER_RESA_CREEE
               IF WfaIdFile > 0 THEN
                 PERFORM MARQUER_INSTALLE_FILE
               END-IF
               IF frs_numTable > 0 THEN
                 DISPLAY 'Table attribuée : ',frs_numTable
               ELSE
            MOVE 0 TO frs_heureDepart
            MOVE ZERO TO frs_basesTVA
            MOVE 0 TO frs_codeMotifAnnul
            MOVE 0 TO frs_nbAdultes
            MOVE 0 TO frs_nbEnfants
            MOVE 0 TO frs_nbBebes
            MOVE 0 TO frs_remiseEnfants
            MOVE 0 TO frs_nbReserves
            ACCEPT frs_dateCreation FROM DATE YYYYMMDD
            MOVE 0 TO frs_fraisAbsents
            MOVE WidSauv TO frs_idGroupe
            MOVE 0 TO frs_numTable
            MOVE 'PRIVATISATION' TO frs_nomsMenus
           MOVE 0 TO frs_heureDepart
           MOVE ZERO TO frs_basesTVA
           MOVE 0 TO frs_codeMotifAnnul
           MOVE 0 TO frs_nbAdultes
           MOVE 0 TO frs_nbEnfants
           MOVE 0 TO frs_nbBebes
           MOVE 0 TO frs_remiseEnfants
           MOVE 0 TO frs_nbReserves
           ACCEPT frs_dateCreation FROM DATE YYYYMMDD
           MOVE 0 TO frs_fraisAbsents
           MOVE SPACE TO frs_nomsMenus
           MOVE WidSauv TO frs_idGroupe
           MOVE 1 TO frs_statut
         END-IF
       END-IF.

      ***COMMANDER_TRAITEUR**********************************************
      *Commande traiteur livrée (plateaux, buffets en entreprise) :  *
      *adresse de livraison (celle du client par défaut), créneau    *
      *horaire de livraison, contact sur place et frais de livraison *
      *de la zone du code postal (GERER_ZONES_LIVRAISON) ; la        *
      *commande (frs_typeResa = 4) passe ensuite par la saisie       *
      *normale, entre dans la feuille de production de la cuisine    *
      *et dans la feuille de route des livraisons du jour            *
      ****************************************************************
       COMMANDER_TRAITEUR.
       OPEN I-O freservations

       DISPLAY '|====================================|'
       DISPLAY '|=========== COMMANDE     ===========|'
       DISPLAY '|===========  TRAITEUR    ===========|'
       DISPLAY '|===========  LIVREE      ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 0 TO WlvOK
       PERFORM RECHERCHER_CLIENT
       IF WvaleurOK = 1 THEN
        PERFORM RECHERCHER_RESTAURANT
        IF WvaleurOK = 1 THEN
         DISPLAY 'Date de livraison :'
         PERFORM WITH TEST AFTER UNTIL Wdate_jour >= 1
     -      AND Wdate_jour <= 31
           DISPLAY 'jour: (JJ)'
           ACCEPT Wdate_jour
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL Wdate_mois >= 1
     -      AND Wdate_mois <= 12
           DISPLAY 'mois: (MM)'
           ACCEPT Wdate_mois
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL Wdate_annee >= 2015
           DISPLAY 'annee: (AAAA)'
           ACCEPT Wdate_annee
         END-PERFORM
         MOVE 9999 TO WlvHeureDeb
         PERFORM WITH TEST AFTER UNTIL WlvHeureDeb <= 2359
     -      AND FUNCTION MOD(WlvHeureDeb, 100) <= 59
           DISPLAY 'Début du créneau de livraison (HHMM) :'
           ACCEPT WlvHeureDeb
         END-PERFORM
         MOVE 0 TO WlvHeureFin
         PERFORM WITH TEST AFTER UNTIL WlvHeureFin > WlvHeureDeb
     -      AND WlvHeureFin <= 2359
     -      AND FUNCTION MOD(WlvHeureFin, 100) <= 59
           DISPLAY 'Fin du créneau de livraison (HHMM) :'
           ACCEPT WlvHeureFin
         END-PERFORM
         MOVE 0 TO WempNbArticles
         PERFORM WITH TEST AFTER UNTIL WempNbArticles >= 1
           DISPLAY 'Nombre de convives à servir :'
           ACCEPT WempNbArticles
         END-PERFORM
         MOVE WidRestSauv TO flv_idrest
         MOVE WlvHeureDeb TO flv_heureDebut
         MOVE WlvHeureFin TO flv_heureFin
         MOVE SPACE TO flv_rue
         MOVE SPACE TO flv_ville
         MOVE 0 TO flv_codeP
         MOVE 0 TO flv_telContact
         OPEN INPUT fclients
         MOVE WidCliSauv TO fc_id
         READ fclients
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM DECHIFFRER_CLIENT
             MOVE fc_rue TO flv_rue
             MOVE fc_ville TO flv_ville
             MOVE fc_codeP TO flv_codeP
             MOVE fc_tel TO flv_telContact
         END-READ
         CLOSE fclients
         MOVE 0 TO WlvChoix
         IF flv_rue NOT = SPACE THEN
           DISPLAY 'Adresse du client : ',FUNCTION TRIM(flv_rue),
     -       ' ',flv_codeP,' ',flv_ville
           PERFORM WITH TEST AFTER UNTIL WlvChoix = 0 OR WlvChoix = 1
             DISPLAY 'Livrer à cette adresse ? 1 : oui, 0 : autre '
     -         'adresse'
             ACCEPT WlvChoix
           END-PERFORM
         END-IF
         IF WlvChoix = 0 THEN
           DISPLAY 'Rue de livraison :'
           MOVE SPACE TO flv_rue
           ACCEPT flv_rue
           DISPLAY 'Ville de livraison :'
           MOVE SPACE TO flv_ville
           ACCEPT flv_ville
           DISPLAY 'Code postal de livraison :'
           ACCEPT flv_codeP
         END-IF
         DISPLAY 'Contact sur place (nom) :'
         MOVE SPACE TO flv_contact
         ACCEPT flv_contact
         DISPLAY 'Téléphone du contact (',flv_telContact,
     -     ' par défaut, 0 : garder) :'
         MOVE 0 TO WlvTel
         ACCEPT WlvTel
         IF WlvTel > 0 THEN
           MOVE WlvTel TO flv_telContact
         END-IF
         PERFORM CHERCHER_ZONE_LIVRAISON
         IF WlvTrouveZone = 0 THEN
           DISPLAY 'Le code postal ',flv_codeP,' est hors des zones '
     -       'de livraison du restaurant : commande refusée'
         ELSE
           PERFORM RECHERCHER_NUM_RESA
           MOVE Wnum TO frs_id
           MOVE Wnum TO WidSauv
           MOVE WidCliSauv TO frs_idcli
           MOVE WidRestSauv TO frs_idrest
           MOVE Wdate TO frs_date
           COMPUTE WheureSauv_heure = WlvHeureDeb / 100
           COMPUTE WheureSauv_minute = FUNCTION MOD(WlvHeureDeb, 100)
           MOVE WheureSauv TO frs_heure
           MOVE WempNbArticles TO frs_nbPersonnes
           MOVE 0 TO frs_prix
           MOVE 0 TO frs_arrhes
           MOVE 4 TO frs_typeResa
           MOVE 0 TO frs_arrivee
           MOVE 0 TO frs_prixTete
           MOVE 0 TO frs_remiseTotale
           MOVE 0 TO frs_idServeur
           MOVE 0 TO frs_dateLimiteConfirm
           MOVE 0 TO frs_fraisService
           MOVE 0 TO frs_pourboire
           MOVE 0 TO frs_numTable
           MOVE 0 TO frs_numTable2
           MOVE 0 TO frs_canal
           MOVE 0 TO frs_tableFixee
           MOVE 0 TO frs_caBoissons
           MOVE 0 TO frs_etatService
           MOVE 0 TO frs_heureDepart
           MOVE ZERO TO frs_basesTVA
           MOVE 0 TO frs_codeMotifAnnul
           MOVE 0 TO frs_nbAdultes
           MOVE 0 TO frs_nbEnfants
           MOVE 0 TO frs_nbBebes
           MOVE 0 TO frs_remiseEnfants
           MOVE 0 TO frs_nbReserves
           ACCEPT frs_dateCreation FROM DATE YYYYMMDD
           MOVE 0 TO frs_fraisAbsents
           MOVE SPACE TO frs_nomsMenus
           MOVE WidSauv TO frs_idGroupe
           MOVE 1 TO frs_statut
           PERFORM MAJ_CLE_JOUR_RESA
           WRITE resaTampon
           IF frs_stat = 0 THEN
             MOVE frs_id TO flv_idresa
             MOVE frs_dateISO TO flv_dateLivr
             MOVE 1 TO flv_statut
             MOVE 0 TO flv_dateRemise
             MOVE 0 TO flv_heureRemise
             MOVE SPACE TO flv_signataire
             OPEN I-O fLivraisons
             WRITE livraisonTampon
             CLOSE fLivraisons
             MOVE 1 TO WlvOK
             DISPLAY '======================================'
             DISPLAY 'COMMANDE TRAITEUR n. ',frs_id
             DISPLAY 'Livraison le ',Wdate_jour,'/',Wdate_mois,'/',
     -         Wdate_annee,' entre ',WlvHeureDeb,' et ',WlvHeureFin
             DISPLAY 'Zone ',flv_zone,' : frais de livraison ',
     -         flv_frais,' EUR'
             DISPLAY '======================================'
             MOVE 'freservations' TO WauditFichier
             MOVE frs_id TO WauditCle
             MOVE 'TRAITEUR' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
             PERFORM AGREGER_RESA_CREEE
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement de la commande'
           END-IF
         END-IF
        END-IF
       END-IF
       DISPLAY '-====================================-'
       CLOSE freservations
       IF WlvOK = 1 THEN
         MOVE 0 TO Wchoix
         PERFORM WITH TEST AFTER UNTIL Wchoix = 0 OR Wchoix = 1
           DISPLAY 'Saisir le contenu de la commande maintenant '
     -       '(commande ',WidSauv,') ? 1 : oui, 0 : non'
           ACCEPT Wchoix
         END-PERFORM
         IF Wchoix = 1 THEN
           PERFORM SAISIR_COMMANDE
         END-IF
       END-IF.

      ***********AFFICHER RESERVATION ********************************
      *Affiche tous les attributs d'une réservation avec les détails *
      *du client et du restaurants                                   *
      ****************************************************************     
       AFFICHER_RESA.
       OPEN INPUT fclients

       MOVE frs_idCli TO fc_id
       READ fclients
       INVALID KEY DISPLAY 'Client inexistant'
       NOT INVALID KEY
         DISPLAY 'Client: ',fc_nom,' ', fc_prenom
       CLOSE fclients
       OPEN INPUT frestaurants
       MOVE frs_idrest TO fr_id
       READ frestaurants
       INVALID KEY DISPLAY 'Restaurant inexistant'
       NOT INVALID KEY
         DISPLAY 'numéro:',frs_id
         DISPLAY 'Ville: ',fr_ville, 'Adresse: ',fr_rue
       CLOSE frestaurants
       DISPLAY 'Date de la réservation: ',frs_date_jour,'/'
      -         frs_date_mois,'/',frs_date_annee
       DISPLAY 'Heure de la réservation: ', frs_heure_heure,':'
      -         frs_heure_minute
       DISPLAY 'Nombre de personne: ', frs_nbPersonnes
       IF frs_nbEnfants > 0 OR frs_nbBebes > 0 THEN
         DISPLAY '  dont ',frs_nbEnfants,' enfant(s) et ',frs_nbBebes,
     -     ' bébé(s) en chaise haute'
       END-IF
       IF frs_numTable > 0 THEN
         DISPLAY 'Table attribuée: ', frs_numTable
         IF frs_numTable2 > 0 THEN
           DISPLAY 'Table combinée: ', frs_numTable2
         END-IF
       END-IF
       IF frs_arrhes > 0 THEN
         DISPLAY 'Arrhes versées: ', frs_arrhes
       END-IF
       IF frs_typeResa = 1 THEN
         DISPLAY 'Type: passage sans réservation (walk-in)'
       END-IF
       IF frs_typeResa = 2 THEN
         DISPLAY 'Type: PRIVATISATION DU RESTAURANT (',
     -     frs_prixTete,' EUR par personne)'
       END-IF
       IF frs_typeResa = 3 THEN
         DISPLAY 'Type: VENTE A EMPORTER (ticket n. ',frs_id,')'
       END-IF
       IF frs_typeResa = 5 THEN
         DISPLAY 'Type: BILLETTERIE EVENEMENT (',frs_prixTete,
     -     ' EUR par billet)'
       END-IF
       IF frs_typeResa = 4 THEN
         DISPLAY 'Type: COMMANDE TRAITEUR LIVREE'
         OPEN INPUT fLivraisons
         MOVE frs_id TO flv_idresa
         READ fLivraisons
           NOT INVALID KEY
             DISPLAY 'Livraison : ',FUNCTION TRIM(flv_rue),' ',
     -         flv_codeP,' ',flv_ville
             DISPLAY 'Créneau : ',flv_heureDebut,' - ',flv_heureFin,
     -         ', contact ',FUNCTION TRIM(flv_contact),' ',
     -         flv_telContact
             IF flv_livree THEN
               DISPLAY 'Livrée le ',flv_dateRemise,' à ',
     -           flv_heureRemise,', signée par ',flv_signataire
             END-IF
         END-READ
         CLOSE fLivraisons
       END-IF
       IF frs_statut = 5 THEN
         DISPLAY 'EN ATTENTE DE CONFIRMATION jusqu''au ',
     -     frs_dateLimiteConfirm
       END-IF
       DISPLAY 'Prix Payé: ', frs_prix.





      ***TABLEAU_ARRIVEES_JOUR*******************************************
      *Tableau des arrivées du jour pour l'accueil : liste toutes les*
      *réservations du restaurant choisi pour la date du jour, triées*
      *par heure, avec le nom du client, le nombre de couverts (dont *
      *enfants et bébés, avec le total des chaises hautes à prévoir),*
      *la table et l'état, les tâches de préparation de l'occasion   *
      *spéciale et des extras demandés, puis permet de pointer chaque*
      *groupe comme arrivé (frs_arrivee = 1) avec le nombre de       *
      *personnes réellement installées (SAISIR_COUVERTS_INSTALLES)   *
      ****************************************************************
       TABLEAU_ARRIVEES_JOUR.
       OPEN I-O freservations

       DISPLAY '|====================================|'
       DISPLAY '|=========== ARRIVEES     ===========|'
       DISPLAY '|===========   DU         ===========|'
       DISPLAY '|===========   JOUR       ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       PERFORM RECHERCHER_RESTAURANT
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISO_jour TO Wdate_jour
       MOVE WdateSystemeISO_mois TO Wdate_mois
       MOVE WdateSystemeISO_annee TO Wdate_annee
       MOVE 0 TO WnbArrivees
       COMPUTE WdateResaEntier = Wdate_annee * 10000
     -   + Wdate_mois * 100 + Wdate_jour
       MOVE WdateResaEntier TO frs_dateISO
       START freservations, KEY IS = frs_dateISO
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ freservations NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE frs_numTable TO WarrTable(WnbArrivees)
               MOVE frs_statut TO WarrStatut(WnbArrivees)
               MOVE frs_arrivee TO WarrArrivee(WnbArrivees)
               MOVE frs_nbEnfants TO WarrEnfants(WnbArrivees)
               MOVE frs_nbBebes TO WarrBebes(WnbArrivees)
               MOVE SPACE TO WarrNomCli(WnbArrivees)
               MOVE SPACE TO WarrPref(WnbArrivees)
             END-IF
         END-IF
         DISPLAY 'Arrivées du ',Wdate_jour,'/',Wdate_mois,'/',
     -     Wdate_annee,' - restaurant ',WidRestSauv
         MOVE 0 TO WenfChaisesPrises
         MOVE 0 TO WxtNbTaches
         OPEN INPUT fOccasionsResa
         OPEN INPUT fExtrasResa
         MOVE 1 TO WidxArr
         PERFORM WITH TEST AFTER UNTIL WidxArr > WnbArrivees
           DISPLAY WarrHeure(WidxArr),' - resa ',WarrId(WidxArr),
           IF WarrPref(WidxArr) NOT = SPACE THEN
             DISPLAY '      préférence : ',WarrPref(WidxArr)
           END-IF
           IF WarrEnfants(WidxArr) > 0 OR WarrBebes(WidxArr) > 0 THEN
             DISPLAY '      dont ',WarrEnfants(WidxArr),
     -         ' enfant(s), ',WarrBebes(WidxArr),
     -         ' bébé(s) en chaise haute'
             IF WarrStatut(WidxArr) = 1 OR WarrStatut(WidxArr) = 5 THEN
               ADD WarrBebes(WidxArr) TO WenfChaisesPrises
             END-IF
           END-IF
           MOVE WarrId(WidxArr) TO WxtIdResa
           PERFORM AFFICHER_TACHES_OCCASION
           ADD 1 TO WidxArr
         END-PERFORM
         CLOSE fExtrasResa
         CLOSE fOccasionsResa
         IF WenfChaisesPrises > 0 THEN
           DISPLAY 'Chaises hautes à prévoir : ',WenfChaisesPrises
         END-IF
         IF WxtNbTaches > 0 THEN
           DISPLAY 'Tâches de préparation (occasions, extras) : ',
     -       WxtNbTaches
         END-IF
         MOVE 1 TO WarrPointage
         PERFORM WITH TEST AFTER UNTIL WarrPointage = 0
           DISPLAY 'Numéro de réservation à pointer comme arrivée '
               INVALID KEY
                 DISPLAY 'Réservation inconnue'
               NOT INVALID KEY
                 MOVE 0 TO WabsTrouve
                 IF frs_typeResa < 3 THEN
                   PERFORM SAISIR_COUVERTS_INSTALLES
                 END-IF
                 MOVE 1 TO frs_arrivee
                 REWRITE resaTampon
                 IF frs_stat = 0 THEN
                   DISPLAY 'Arrivée pointée pour la réservation ',
     -               frs_id
                   IF WabsTrouve = 1 THEN
                     PERFORM AGREGER_RESA_DEPLACEE
                   END-IF
                   MOVE 'freservations' TO WauditFichier
                   MOVE frs_id TO WauditCle
                   MOVE 'ARRIVEE' TO WauditOperation
       DISPLAY '-====================================-'
       CLOSE freservations.

      ***SAISIR_COUVERTS_INSTALLES***************************************
      *Au pointage d'une arrivée, saisit le nombre de personnes      *
      *réellement installées : le nombre réservé est conservé dans   *
      *frs_nbReserves au premier pointage et frs_nbPersonnes prend le*
      *nombre installé, sur lequel portent ensuite la facturation,   *
      *les statistiques et les commissions ; la composition est      *
      *ajustée sur les adultes, ou effacée si elle ne tient plus.    *
      *WabsTrouve = 1 si les couverts ont changé : l'appelant        *
      *rebascule alors l'agrégat du jour après réécriture            *
      ****************************************************************
       SAISIR_COUVERTS_INSTALLES.
       MOVE 0 TO WabsTrouve
       MOVE frs_idrest TO WagAncIdRest
       COMPUTE WagAncDate = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       MOVE frs_statut TO WagAncStatut
       MOVE frs_typeResa TO WagAncType
       MOVE frs_nbPersonnes TO WagAncCouverts
       MOVE frs_prix TO WagAncPrix
       IF frs_nbReserves = 0 THEN
         MOVE frs_nbPersonnes TO frs_nbReserves
       END-IF
       DISPLAY 'Réservée pour ',frs_nbReserves,' personne(s) ; '
     -   'nombre de personnes installées (0 : comme réservé) :'
       MOVE 0 TO WabsNbAssis
       ACCEPT WabsNbAssis
       IF WabsNbAssis > 0 AND WabsNbAssis NOT = frs_nbPersonnes THEN
         IF frs_nbAdultes > 0 THEN
           IF WabsNbAssis > frs_nbEnfants + frs_nbBebes THEN
             COMPUTE frs_nbAdultes = WabsNbAssis - frs_nbEnfants
     -         - frs_nbBebes
           ELSE
             MOVE 0 TO frs_nbAdultes
             MOVE 0 TO frs_nbEnfants
             MOVE 0 TO frs_nbBebes
           END-IF
         END-IF
         MOVE WabsNbAssis TO frs_nbPersonnes
         MOVE 1 TO WabsTrouve
       END-IF
       IF frs_nbPersonnes < frs_nbReserves THEN
         COMPUTE WabsManquants = frs_nbReserves - frs_nbPersonnes
         DISPLAY 'Table incomplète : ',WabsManquants,
     -     ' absent(s) sur ',frs_nbReserves,' réservé(s)'
       END-IF
       IF frs_nbPersonnes > frs_nbReserves THEN
         DISPLAY 'Table agrandie : ',frs_nbPersonnes,
     -     ' installé(s) pour ',frs_nbReserves,' réservé(s)'
       END-IF.

      *************CONSULTER RESERVATIONS ***************************
      *Propose de consulter les réservation en fontion de la date,  *
      *du client, du restaurant ou de l'identitifant                *
              NOT AT END
               COMPUTE WdateResaEntier = frs_date_annee * 10000 +
     -      frs_date_mois * 100 + frs_date_jour
               MOVE frs_idrest TO WscopeIdRest
               PERFORM VERIFIER_PORTEE_SITE
               IF WdateResaEntier >= WdateDebEntier AND
     -      WdateResaEntier <= WdateFinEntier AND
     -      WscopeOK = 1 THEN
                 PERFORM AFFICHER_RESA
               END-IF
            END-READ
                READ freservations NEXT
                AT END MOVE 1 TO Wfin       
                NOT AT END 
                  MOVE frs_idrest TO WscopeIdRest
                  PERFORM VERIFIER_PORTEE_SITE
                  IF frs_idCli = WidCliSauv AND WscopeOK = 1 THEN
                    PERFORM AFFICHER_RESA
                  END-IF
              END-PERFORM
               AT END MOVE 1 TO Wfin
               NOT AT END
                 MOVE archiveLigne TO resaTampon
                 MOVE frs_idrest TO WscopeIdRest
                 PERFORM VERIFIER_PORTEE_SITE
                 IF WscopeOK = 1 THEN
                   PERFORM AFFICHER_RESA
                 END-IF
               END-READ

      *************MODIFIER RESERVATION ******************************
      *Permet de modifier la date et l'heure d'une réservation       *
      *ainsi que la composition de la table (adultes, enfants, bébés)*
      ****************************************************************
       MODIFIER_RESA.
       OPEN I-O freservations
             MOVE 1 TO WvaleurOK             
             PERFORM AFFICHER_RESA
       END-PERFORM
       PERFORM VERIFIER_PERIODE_RESA
       IF WperOK = 1 THEN
       DISPLAY 'Remplissez les informations souhaitées'
       MOVE frs_id TO WidSauv
       MOVE frs_idrest TO WidRestSauv
             MOVE Wdate_annee TO frs_date_annee
           END-IF
           PERFORM VERIFIER_JOUR_OUVERT
           IF WrestaurantFerme = 0 THEN
             PERFORM VERIFIER_PERIODE_RESA
             IF WperOK = 0 THEN
               MOVE 1 TO WrestaurantFerme
             END-IF
           END-IF
           IF WrestaurantFerme = 1 THEN
             MOVE 0 TO Wlibre
           ELSE
           END-IF
         END-PERFORM
         MOVE WidSauv TO frs_id
         READ freservations
         END-READ
         MOVE WidrestSauv TO frs_idrest
         MOVE WidCliSauv TO frs_idcli
         IF Wdate_jour NOT = 0 THEN
         END-IF
         MOVE 1 TO Wlibre
         PERFORM WITH TEST AFTER UNTIL Wlibre = 0
           PERFORM MODIFIER_COMPOSITION_RESA
           MOVE 1 TO WcdOK
           MOVE 1 TO WenfChaisesOK
           IF WnbPersonnes <= WPlacesLibres THEN
             IF WnbPersonnes NOT = 0 THEN
                MOVE WnbPersonnes TO frs_nbPersonnes
                MOVE WenfSaisieAdultes TO frs_nbAdultes
                MOVE WenfSaisieEnfants TO frs_nbEnfants
                MOVE WenfSaisieBebes TO frs_nbBebes
             END-IF
             PERFORM CONTROLER_CADENCE_RESA
             IF WcdOK = 1 THEN
               MOVE frs_id TO WenfIdExclu
               PERFORM CONTROLER_CHAISES_RESA
             END-IF
           END-IF
           IF WcdOK = 0 OR WenfChaisesOK = 0 THEN
             MOVE 0 TO Wlibre
           END-IF
           IF WnbPersonnes <= WPlacesLibres AND WcdOK = 1
     -        AND WenfChaisesOK = 1 THEN
             PERFORM ASSIGNER_TABLE
             DISPLAY 'Fixer la table manuellement ? (numéro de '
     -         'table, 0 : attribution automatique)'
             ACCEPT Wlibre
          END-IF
        END-PERFORM
       END-IF
       DISPLAY '-====================================-'
       CLOSE freservations.

         MOVE frs_nbPersonnes TO WagAncCouverts
         MOVE frs_prix TO WagAncPrix
       END-PERFORM
       PERFORM VERIFIER_PERIODE_RESA
       IF WperOK = 1 THEN
         DISPLAY 'Restaurant de destination :'
         PERFORM RECHERCHER_RESTAURANT
         MOVE WidRestSauv TO frs_idrest
         PERFORM VERIFIER_PERIODE_RESA
       END-IF
       IF WperOK = 1 THEN
       PERFORM VERIFIER_JOUR_OUVERT
       IF WrestaurantFerme = 0 THEN
         MOVE frs_heure TO WheureSauv
       ELSE
         DISPLAY 'Transfert impossible, restaurant fermé à cette date'
       END-IF
       END-IF
       DISPLAY '-====================================-'
       CLOSE freservations.

         DISPLAY '==='
         DISPLAY 'Quel restaurant afficher ?'
         ACCEPT WidRestSauv
         IF WSessionIdRegion NOT = 0 THEN
          MOVE WidRestSauv TO WscopeIdRest
          PERFORM CONTROLER_PORTEE_SITE
          IF WscopeOK = 0 THEN
           MOVE 0 TO WidRestSauv
          END-IF
         END-IF
        END-IF

        DISPLAY '==='
           MOVE 'virement' TO WpayLibelle
         WHEN 5
           MOVE 'sur compte société' TO WpayLibelle
         WHEN 6
           MOVE 'porte-monnaie' TO WpayLibelle
         WHEN OTHER
           MOVE 'autre' TO WpayLibelle
       END-EVALUATE.
               ELSE
                 DISPLAY '  Paiement ',fpay_id,' - ',WpayLibelle,
     -             ' - ',fpay_montant,' EUR - le ',fpay_date
                 IF fpay_mode = 3 AND fpay_numBordereau > 0 THEN
                   DISPLAY '      remis à l''émetteur ',fpay_emetteur,
     -               ' sur le bordereau ',fpay_numBordereau
                 END-IF
               END-IF
             END-IF
         END-PERFORM

      ***SAISIR_PAIEMENTS_RESA*******************************************
      *Enregistre une ou plusieurs lignes de paiement (espèces,       *
      *carte, ticket restaurant, virement, compte société,            *
      *porte-monnaie prépayé) pour la réservation du                  *
      *tampon resaTampon, jusqu'à ce que la facture soit soldée ou    *
      *que l'opérateur reporte l'encaissement ; propose la part égale *
      *par personne pour faciliter l'addition partagée. Le fichier    *
         DISPLAY 'Reste à encaisser : ',WpayReste,' EUR'
         DISPLAY 'Mode de paiement ? 1 : espèces, 2 : carte, '
     -     '3 : ticket restaurant, 4 : virement, '
     -     '5 : sur compte société, 6 : porte-monnaie, '
     -     '0 : plus tard'
         ACCEPT WpayMode
         IF WpayMode = 0 THEN
           DISPLAY 'Encaissement reporté, solde restant dû : ',
     -       WpayReste
           MOVE 1 TO WpayFin
         ELSE
          IF WpayMode >= 1 AND WpayMode <= 6 THEN
           IF frs_nbPersonnes > 1 THEN
             COMPUTE WpayPart ROUNDED = WpayReste / frs_nbPersonnes
             DISPLAY 'Montant (part égale : ',WpayPart,' pour ',
             IF WpayMode = 5 THEN
               PERFORM IMPUTER_COMPTE_SOCIETE
             END-IF
             IF WpayMode = 6 THEN
               PERFORM PRELEVER_PORTE_MONNAIE
             END-IF
             MOVE 0 TO WttEmetteur
             IF WpayMode = 3 THEN
               PERFORM CHOISIR_EMETTEUR_TITRE
             END-IF
             IF WcptTrouve = 1 THEN
             PERFORM RECHERCHER_NUM_PAIEMENT
             MOVE WpayNum TO fpay_id
             MOVE 0 TO fpay_annule
             MOVE 0 TO fpay_motifAnnul
             MOVE SPACE TO fpay_annulePar
             MOVE WttEmetteur TO fpay_emetteur
             MOVE 0 TO fpay_numBordereau
             MOVE 0 TO fpay_rejete
             WRITE payTampon
             IF fpay_stat = 0 THEN
               PERFORM LIBELLE_MODE_PAIEMENT
       END-READ
       CLOSE fclients.

      ***PRELEVER_PORTE_MONNAIE******************************************
      *Prélève le paiement WpayMontant sur le porte-monnaie prépayé  *
      *du client de la réservation : refusé sans porte-monnaie ou    *
      *solde nul, ramené au solde disponible s'il est insuffisant    *
      *(le reste se règle par un autre mode). WcptTrouve vaut 1 si   *
      *le prélèvement a été accepté                                  *
      ****************************************************************
       PRELEVER_PORTE_MONNAIE.
       MOVE 0 TO WcptTrouve
       OPEN I-O fPorteMonnaie
       MOVE frs_idcli TO fpm_idcli
       READ fPorteMonnaie
         INVALID KEY
           DISPLAY 'Ce client n''a pas de porte-monnaie'
         NOT INVALID KEY
           IF fpm_solde = 0 THEN
             DISPLAY 'Le porte-monnaie de ce client est vide'
           ELSE
             IF WpayMontant > fpm_solde THEN
               DISPLAY 'Solde du porte-monnaie insuffisant, montant '
     -           'ramené à ',fpm_solde
               MOVE fpm_solde TO WpayMontant
             END-IF
             ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
             SUBTRACT WpayMontant FROM fpm_solde
             ADD WpayMontant TO fpm_totalDepense
             MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
             REWRITE pmTampon
             IF fpm_stat = 0 THEN
               MOVE 1 TO WcptTrouve
               MOVE 3 TO WpmType
               MOVE WpayMontant TO WpmMontant
               MOVE 0 TO WpmMode
               MOVE frs_id TO WpmRef
               MOVE WSessionPseudo TO WpmOperateur
               PERFORM ENREGISTRER_MVT_PORTE_MONNAIE
               DISPLAY 'Prélevé sur le porte-monnaie, solde '
     -           'restant : ',fpm_solde
             ELSE
               DISPLAY 'Erreur lors de la mise à jour du '
     -           'porte-monnaie'
             END-IF
           END-IF
       END-READ
       CLOSE fPorteMonnaie.

      ***RECREDITER_PORTE_MONNAIE****************************************
      *Annulation d'un paiement par porte-monnaie par                *
      *CORRIGER_PAIEMENT : le montant du paiement du tampon payTampon*
      *est recrédité au porte-monnaie du client                      *
      ****************************************************************
       RECREDITER_PORTE_MONNAIE.
       OPEN I-O fPorteMonnaie
       MOVE fpay_idcli TO fpm_idcli
       READ fPorteMonnaie
         INVALID KEY
           DISPLAY 'Porte-monnaie du client introuvable, recrédit '
     -       'impossible'
         NOT INVALID KEY
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           ADD fpay_montant TO fpm_solde
           IF fpm_totalDepense > fpay_montant THEN
             SUBTRACT fpay_montant FROM fpm_totalDepense
           ELSE
             MOVE 0 TO fpm_totalDepense
           END-IF
           MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
           REWRITE pmTampon
           IF fpm_stat = 0 THEN
             MOVE 5 TO WpmType
             MOVE fpay_montant TO WpmMontant
             MOVE 0 TO WpmMode
             MOVE fpay_idresa TO WpmRef
             MOVE WmgrPseudo TO WpmOperateur
             PERFORM ENREGISTRER_MVT_PORTE_MONNAIE
             DISPLAY 'Porte-monnaie recrédité de ',fpay_montant,
     -         ' EUR, solde : ',fpm_solde
           END-IF
       END-READ
       CLOSE fPorteMonnaie.

      ***RECOMPENSER_PARRAINAGE******************************************
      *Première commande facturée d'un client parrainé (réservation du*
      *tampon resaTampon, montant WprixTotal) : crédite les points de*
      *parrainage au parrain et au filleul dans le grand livre des   *
      *points (historiquePoints.csv) et marque le parrainage converti.*
      *Un parrainage annulé (fusion de doublons) ou dont le parrain a*
      *disparu n'est pas récompensé                                  *
      ****************************************************************
       RECOMPENSER_PARRAINAGE.
       OPEN I-O fParrainages
       MOVE frs_idcli TO fpn_idFilleul
       READ fParrainages
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fpn_enAttente THEN
             IF fpn_idParrain = fpn_idFilleul THEN
               MOVE 2 TO fpn_statut
               REWRITE parTampon
             ELSE
               ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
               OPEN I-O fclients
               MOVE fpn_idParrain TO fc_id
               READ fclients
                 INVALID KEY
                   MOVE 2 TO fpn_statut
                   REWRITE parTampon
                   DISPLAY 'Parrain introuvable, parrainage annulé'
                 NOT INVALID KEY
                   ADD WparPointsParrain TO fc_pointsFidelite
                   REWRITE cliTampon
                   MOVE 'PARRAIN' TO WpointsLedgerOperation
                   MOVE WparPointsParrain TO WpointsLedgerMouvement
                   MOVE frs_id TO WpointsLedgerResa
                   PERFORM ENREGISTRER_POINTS_LEDGER
                   MOVE fpn_idFilleul TO fc_id
                   READ fclients
                     NOT INVALID KEY
                       ADD WparPointsFilleul TO fc_pointsFidelite
                       REWRITE cliTampon
                       MOVE 'FILLEUL' TO WpointsLedgerOperation
                       MOVE WparPointsFilleul TO WpointsLedgerMouvement
                       MOVE frs_id TO WpointsLedgerResa
                       PERFORM ENREGISTRER_POINTS_LEDGER
                   END-READ
                   MOVE 1 TO fpn_statut
                   MOVE WdateSystemeISOInt TO fpn_dateConversion
                   MOVE frs_id TO fpn_idresa
                   MOVE frs_idrest TO fpn_idrest
                   MOVE WprixTotal TO fpn_montantCommande
                   MOVE WparPointsParrain TO fpn_pointsParrain
                   MOVE WparPointsFilleul TO fpn_pointsFilleul
                   REWRITE parTampon
                   DISPLAY 'Parrainage converti : ',WparPointsParrain,
     -               ' points au parrain ',fpn_idParrain,', ',
     -               WparPointsFilleul,' points au filleul'
                   MOVE 'fParrainages' TO WauditFichier
                   MOVE fpn_idFilleul TO WauditCle
                   MOVE 'RECOMPENSE' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
               END-READ
               CLOSE fclients
             END-IF
           END-IF
       END-READ
       CLOSE fParrainages.

      ***CHARGER_ACCORDS_CLIENT******************************************
      *Charge dans WacdTab les accords tarifaires actifs du client de*
      *la réservation du tampon resaTampon valables à la date de la  *
      *réservation (10 au plus) et remet à zéro leurs cumuls pour la *
      *commande en cours                                             *
      ****************************************************************
       CHARGER_ACCORDS_CLIENT.
       MOVE 0 TO WacdNb
       MOVE 0 TO WremiseAccordCommande
       COMPUTE WacdDateResa = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       OPEN INPUT fAccordsTarif
       MOVE frs_idcli TO fta_idcli
       MOVE 0 TO fta_num
       START fAccordsTarif, KEY IS >= fta_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WacdFin
         PERFORM WITH TEST AFTER UNTIL WacdFin = 1
           READ fAccordsTarif NEXT
           AT END MOVE 1 TO WacdFin
           NOT AT END
             IF fta_idcli NOT = frs_idcli THEN
               MOVE 1 TO WacdFin
             ELSE
               IF fta_actif = 1 AND WacdNb < 10
     -            AND WacdDateResa >= fta_dateDebut
     -            AND WacdDateResa <= fta_dateFin THEN
                 ADD 1 TO WacdNb
                 MOVE fta_num TO WacdNum(WacdNb)
                 MOVE fta_reference TO WacdRef(WacdNb)
                 MOVE fta_type TO WacdType(WacdNb)
                 MOVE fta_cible TO WacdCible(WacdNb)
                 MOVE fta_prix TO WacdPrix(WacdNb)
                 MOVE fta_pct TO WacdPct(WacdNb)
                 MOVE fta_cumulPromo TO WacdCumul(WacdNb)
                 MOVE 0 TO WacdBrut(WacdNb)
                 MOVE 0 TO WacdRemise(WacdNb)
                 MOVE 0 TO WacdNbLignes(WacdNb)
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fAccordsTarif
       IF WacdNb > 0 THEN
         DISPLAY '*** Client sous accord tarifaire (',WacdNb,
     -     ' accord(s) en vigueur)'
       END-IF.

      ***APPLIQUER_ACCORD_LIGNE******************************************
      *Applique à une ligne de commande (WacdLigneType M ou P, nom   *
      *WacdLigneNom, catégorie de plat WacdLigneCat, prix            *
      *WacdLignePrix) le meilleur des accords chargés : prix convenu *
      *d'un menu ou d'un plat, ou remise en pourcentage sur les menus*
      *ou sur les plats à la carte (tous ou une catégorie). Les      *
      *boissons ne passent jamais par ici et restent hors accord     *
      ****************************************************************
       APPLIQUER_ACCORD_LIGNE.
       MOVE 0 TO WacdRemiseMax
       MOVE 0 TO WacdMeilleur
       MOVE 1 TO WacdIdx
       PERFORM UNTIL WacdIdx > WacdNb
         MOVE 0 TO WacdRemiseLigne
         EVALUATE WacdType(WacdIdx)
           WHEN 1
             IF WacdLigneType = 'M'
     -          AND WacdLigneNom = WacdCible(WacdIdx)
     -          AND WacdLignePrix > WacdPrix(WacdIdx) THEN
               COMPUTE WacdRemiseLigne =
     -           WacdLignePrix - WacdPrix(WacdIdx)
             END-IF
           WHEN 2
             IF WacdLigneType = 'P'
     -          AND WacdLigneNom = WacdCible(WacdIdx)
     -          AND WacdLignePrix > WacdPrix(WacdIdx) THEN
               COMPUTE WacdRemiseLigne =
     -           WacdLignePrix - WacdPrix(WacdIdx)
             END-IF
           WHEN 3
             IF WacdLigneType = 'P'
     -          AND (WacdCible(WacdIdx) = SPACE
     -               OR WacdCible(WacdIdx) = WacdLigneCat) THEN
               COMPUTE WacdRemiseLigne ROUNDED =
     -           WacdLignePrix * WacdPct(WacdIdx) / 100
             END-IF
           WHEN 4
             IF WacdLigneType = 'M'
     -          AND (WacdCible(WacdIdx) = SPACE
     -               OR WacdCible(WacdIdx) = WacdLigneNom) THEN
               COMPUTE WacdRemiseLigne ROUNDED =
     -           WacdLignePrix * WacdPct(WacdIdx) / 100
             END-IF
         END-EVALUATE
         IF WacdRemiseLigne > WacdRemiseMax THEN
           MOVE WacdRemiseLigne TO WacdRemiseMax
           MOVE WacdIdx TO WacdMeilleur
         END-IF
         ADD 1 TO WacdIdx
       END-PERFORM
       IF WacdMeilleur > 0 THEN
         ADD WacdLignePrix TO WacdBrut(WacdMeilleur)
         ADD WacdRemiseMax TO WacdRemise(WacdMeilleur)
         ADD 1 TO WacdNbLignes(WacdMeilleur)
         ADD WacdRemiseMax TO WremiseAccordCommande
         DISPLAY 'Accord ',FUNCTION TRIM(WacdRef(WacdMeilleur)),
     -     ' : ',FUNCTION TRIM(WacdLigneNom),' -',WacdRemiseMax,
     -     ' EUR'
       END-IF.

      ***APPLIQUER_ACCORDS_COMMANDE**************************************
      *Règle de préséance entre accord tarifaire et promotions : la  *
      *remise d'accord est déduite de WprixTotal ; elle exclut les   *
      *promotions (APPLIQUER_PROMOTIONS) sauf si tous les accords    *
      *appliqués à la commande autorisent le cumul, auquel cas la    *
      *promotion s'applique ensuite sur le total déjà remisé. Sans   *
      *accord appliqué, les promotions s'appliquent normalement      *
      ****************************************************************
       APPLIQUER_ACCORDS_COMMANDE.
       MOVE 1 TO WacdCumulPromo
       IF WremiseAccordCommande > 0 THEN
         IF WremiseAccordCommande >= WprixTotal THEN
           COMPUTE WremiseAccordCommande = WprixTotal - 0.01
         END-IF
         SUBTRACT WremiseAccordCommande FROM WprixTotal
         DISPLAY 'Remise accord tarifaire : -',WremiseAccordCommande,
     -     ' EUR'
         MOVE 1 TO WacdIdx
         PERFORM UNTIL WacdIdx > WacdNb
           IF WacdNbLignes(WacdIdx) > 0
     -        AND WacdCumul(WacdIdx) = 0 THEN
             MOVE 0 TO WacdCumulPromo
           END-IF
           ADD 1 TO WacdIdx
         END-PERFORM
       END-IF
       IF WacdCumulPromo = 1 THEN
         PERFORM APPLIQUER_PROMOTIONS
       ELSE
         MOVE 0 TO WremisePromoCommande
         MOVE SPACE TO WpromoLibelle
         DISPLAY 'Accord tarifaire prioritaire : promotions non '
     -     'cumulables'
       END-IF.

      ***ENREGISTRER_CONSO_ACCORDS***************************************
      *Trace dans dataconsoaccords.dat, pour la réservation facturée,*
      *la consommation réalisée sous chaque accord appliqué (lignes, *
      *montant au tarif normal, remise), pour la facture et pour le  *
      *rapport trimestriel de renégociation                          *
      ****************************************************************
       ENREGISTRER_CONSO_ACCORDS.
       IF WremiseAccordCommande > 0 THEN
         COMPUTE WacdDateResa = frs_date_annee * 10000
     -     + frs_date_mois * 100 + frs_date_jour
         OPEN I-O fConsoAccords
         MOVE 1 TO WacdIdx
         PERFORM UNTIL WacdIdx > WacdNb
           IF WacdNbLignes(WacdIdx) > 0 THEN
             MOVE frs_id TO fcv_idresa
             MOVE WacdNum(WacdIdx) TO fcv_num
             MOVE frs_idcli TO fcv_idcli
             MOVE WacdRef(WacdIdx) TO fcv_reference
             MOVE WacdDateResa TO fcv_date
             MOVE frs_idrest TO fcv_idrest
             MOVE WacdNbLignes(WacdIdx) TO fcv_nbLignes
             MOVE WacdBrut(WacdIdx) TO fcv_montantBrut
             MOVE WacdRemise(WacdIdx) TO fcv_remise
             WRITE consoAccordTampon
             IF fcv_stat = 22 THEN
               REWRITE consoAccordTampon
             END-IF
           END-IF
           ADD 1 TO WacdIdx
         END-PERFORM
         CLOSE fConsoAccords
       END-IF.

      ***AFFICHER_ACCORDS_FACTURE****************************************
      *Imprime sur la facture la référence de contrat et la remise de*
      *chaque accord tarifaire appliqué à la réservation du tampon   *
      *(dataconsoaccords.dat), dans le ticket (WfacModeFichier = 1) ou*
      *à l'écran ; sert aussi aux duplicatas                         *
      ****************************************************************
       AFFICHER_ACCORDS_FACTURE.
       OPEN INPUT fConsoAccords
       MOVE frs_id TO fcv_idresa
       MOVE 0 TO fcv_num
       START fConsoAccords, KEY IS >= fcv_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WacdFin
         PERFORM WITH TEST AFTER UNTIL WacdFin = 1
           READ fConsoAccords NEXT
           AT END MOVE 1 TO WacdFin
           NOT AT END
             IF fcv_idresa NOT = frs_id THEN
               MOVE 1 TO WacdFin
             ELSE
               IF WfacModeFichier = 1 THEN
                 MOVE SPACE TO ticketLigne
                 STRING 'Accord contrat ' fcv_reference ' : -'
     -             fcv_remise ' EUR' DELIMITED BY SIZE
     -             INTO ticketLigne
                 WRITE ticketLigne
               ELSE
                 DISPLAY 'Accord contrat ',fcv_reference,' : -',
     -             fcv_remise,' EUR'
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fConsoAccords.

      ***SAISIR_COUPON_CAMPAGNE******************************************
      *Saisie facultative d'un code coupon de campagne pour la       *
      *commande en cours : le coupon doit exister, ne pas avoir servi,*
      *appartenir au client de la réservation et être présenté avant *
      *sa date limite ; la règle de promotion de sa campagne est alors*
      *proposée à APPLIQUER_PROMOTIONS (WcgPromoCoupon)              *
      ****************************************************************
       SAISIR_COUPON_CAMPAGNE.
       MOVE 0 TO WcgPromoCoupon
       MOVE 0 TO WcgCouponRetenu
       MOVE SPACE TO WcgCodeSaisi
       DISPLAY 'Code coupon de campagne (vide si aucun) :'
       ACCEPT WcgCodeSaisi
       IF WcgCodeSaisi NOT = SPACE THEN
         OPEN INPUT fCoupons
         MOVE WcgCodeSaisi TO fcu_code
         READ fCoupons
         INVALID KEY
           DISPLAY 'Code coupon inconnu'
         NOT INVALID KEY
           IF fcu_utilise THEN
             DISPLAY 'Coupon déjà utilisé (réservation ',fcu_idresa,
     -         ')'
           ELSE
             IF fcu_idcli NOT = frs_idcli THEN
               DISPLAY 'Ce coupon est nominatif et n''appartient pas '
     -           'au client de la réservation'
             ELSE
               OPEN INPUT fCampagnes
               MOVE fcu_idcampagne TO fcg_id
               READ fCampagnes
               INVALID KEY
                 DISPLAY 'Campagne du coupon introuvable'
               NOT INVALID KEY
                 COMPUTE WpromoDateResa = frs_date_annee * 10000
     -             + frs_date_mois * 100 + frs_date_jour
                 IF WpromoDateResa > fcg_dateFinCoupon THEN
                   DISPLAY 'Coupon expiré depuis le ',
     -               fcg_dateFinCoupon
                 ELSE
                   MOVE fcg_idpromo TO WcgPromoCoupon
                   DISPLAY 'Coupon accepté : campagne ',
     -               fcg_libelle
                 END-IF
               END-READ
               CLOSE fCampagnes
             END-IF
           END-IF
         END-READ
         CLOSE fCoupons
       END-IF.

      ***ENREGISTRER_UTILISATION_COUPON**********************************
      *Attribue la réservation facturée à la campagne du coupon      *
      *retenu par APPLIQUER_PROMOTIONS : le coupon passe à utilisé   *
      *avec la réservation, la date, le montant facturé et la remise *
      *consentie                                                     *
      ****************************************************************
       ENREGISTRER_UTILISATION_COUPON.
       IF WcgCouponRetenu = 1 THEN
         OPEN I-O fCoupons
         MOVE WcgCodeSaisi TO fcu_code
         READ fCoupons
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           MOVE 1 TO fcu_statut
           MOVE frs_id TO fcu_idresa
           MOVE WdateSystemeISOInt TO fcu_dateUtilisation
           MOVE frs_prix TO fcu_montantCommande
           MOVE WremisePromoCommande TO fcu_remise
           REWRITE couponTampon
           IF fcu_stat = 0 THEN
             MOVE 'fCoupons' TO WauditFichier
             MOVE fcu_code TO WauditCle
             MOVE 'UTILISATION' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           END-IF
         END-READ
         CLOSE fCoupons
       END-IF.

      ***ENREGISTRER_POURBOIRE*******************************************
      *Enregistre le pourboire laissé au règlement de l'addition sur *
      *la réservation (frs_pourboire), pour la répartition entre le  *
      *personnel du service (RAPPORT_POURBOIRES). Le fichier         *
      *freservations est ouvert en I-O par l'appelant                *
      ****************************************************************
       ENREGISTRER_POURBOIRE.
       MOVE 0 TO WpourboireSaisi
       DISPLAY 'Pourboire laissé par la table (0 si aucun) :'
       ACCEPT WpourboireSaisi
       IF WpourboireSaisi > 0 THEN
         ADD WpourboireSaisi TO frs_pourboire
         REWRITE resaTampon
         IF frs_stat = 0 THEN
           DISPLAY 'Pourboire de ',WpourboireSaisi,' EUR enregistré'
           MOVE 'freservations' TO WauditFichier
           MOVE frs_id TO WauditCle
           MOVE 'POURBOIRE' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement du pourboire'
         END-IF
       END-IF.

      ***ENCAISSER_RESERVATION*******************************************
      *Consulte les paiements déjà enregistrés d'une réservation      *
      *facturée et permet de compléter l'encaissement jusqu'au solde, *
      *pour les additions réglées en plusieurs fois ou reportées      *
      ****************************************************************
      *les arrhes, frais d'annulation et remboursements de toute la   *
      *série, à l'écran et dans releve_groupe_<idGroupe>.txt ; les    *
      *factures individuelles numérotées au registre restent les      *
      *seuls documents fiscaux (émises au format structuré pour un    *
      *client société)                                                *
      ****************************************************************
       FACTURER_GROUPE_RESA.
       OPEN INPUT freservations

       STRING 'releve_groupe_' WidGroupeResa DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
             IF WgrpTrouve = 0 THEN
               MOVE 1 TO WgrpTrouve
               MOVE frs_idrest TO WidRestSauv
               MOVE frs_idcli TO WfeIdCli
             END-IF
             MOVE SPACE TO ticketLigne
             IF frs_prix > 0 THEN
         DISPLAY 'Frais d''annulation : ',WgrpFrais,' EUR'
         DISPLAY 'Montants remboursés : ',WgrpRembourse,' EUR'
         DISPLAY 'Relevé écrit : ',WNomFichierTicket
         PERFORM EMETTRE_FACTURES_GROUPE
       END-IF
       DISPLAY '-====================================-'.

                   END-IF
                   MOVE fp_catTVA TO WtvaCat
                   PERFORM AJOUTER_BASE_TVA
                   MOVE 'P' TO WacdLigneType
                   MOVE fp_nom TO WacdLigneNom
                   MOVE fp_type TO WacdLigneCat
                   MOVE WtvaMontant TO WacdLignePrix
                   PERFORM APPLIQUER_ACCORD_LIGNE
                   END-IF
                 END-IF
               END-IF
      *réservation tombe dans sa période de validité, si le jour de   *
      *semaine et la plage horaire correspondent, si elle vise le bon *
      *restaurant et si sa cible (menu ou plat) figure dans la        *
      *commande ; une règle réservée aux coupons (actif = 2) n'est    *
      *évaluée que pour le coupon présenté (WcgPromoCoupon). La       *
      *meilleure remise est retenue (non cumulable),                  *
      *déduite de WprixTotal et portée sur la facture avec son        *
      *libellé ; elle s'applique avant la remise fidélité             *
      ****************************************************************
       APPLIQUER_PROMOTIONS.
       MOVE 0 TO WremisePromoCommande
       MOVE SPACE TO WpromoLibelle
       MOVE 0 TO WpromoIdRetenu
       COMPUTE WpromoDateResa = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       MOVE frs_date_annee TO WdateResaISO_annee
         READ fPromotions NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           IF (fpr_actif = 1
     -         OR (fpr_actif = 2 AND fpr_id = WcgPromoCoupon))
     -        AND WpromoDateResa >= fpr_dateDebut
     -        AND WpromoDateResa <= fpr_dateFin
     -        AND (fpr_jourSemaine = 0
               IF WpromoRemise > WremisePromoCommande THEN
                 MOVE WpromoRemise TO WremisePromoCommande
                 MOVE fpr_libelle TO WpromoLibelle
                 MOVE fpr_id TO WpromoIdRetenu
               END-IF
             END-IF
           END-IF
         SUBTRACT WremisePromoCommande FROM WprixTotal
         DISPLAY 'Promotion appliquée : ',WpromoLibelle,' (-',
     -     WremisePromoCommande,' EUR)'
       END-IF
       IF WcgPromoCoupon > 0 THEN
         IF WpromoIdRetenu = WcgPromoCoupon THEN
           MOVE 1 TO WcgCouponRetenu
         ELSE
           DISPLAY 'Coupon non retenu : offre non applicable à '
     -       'cette commande ou moins avantageuse'
         END-IF
       END-IF.

      ***APPLIQUER_FRAIS_SERVICE*****************************************
     -     frs_fraisService,' EUR'
       END-IF.

      ***CALCULER_FRAIS_ABSENTS******************************************
      *Part des arrhes retenue pour les convives absents d'une table *
      *pointée incomplète (frs_nbPersonnes installés sous            *
      *frs_nbReserves) si le restaurant applique cette politique :   *
      *arrhes au prorata des absents, dans frs_fraisAbsents          *
      ****************************************************************
       CALCULER_FRAIS_ABSENTS.
       MOVE 0 TO frs_fraisAbsents
       MOVE 0 TO WabsManquants
       IF frs_arrhes > 0 AND frs_nbReserves > frs_nbPersonnes THEN
         COMPUTE WabsManquants = frs_nbReserves - frs_nbPersonnes
         OPEN INPUT frestaurants
         MOVE frs_idrest TO fr_id
         READ frestaurants
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fr_retenirArrhesAbsents THEN
               COMPUTE frs_fraisAbsents ROUNDED =
     -           frs_arrhes * WabsManquants / frs_nbReserves
             END-IF
         END-READ
         CLOSE frestaurants
       END-IF.

      ***APPLIQUER_FRAIS_LIVRAISON***************************************
      *Ajoute au total d'une commande traiteur les frais de livraison*
      *de sa zone, fixés à la prise de commande (datalivraisons.dat) *
      ****************************************************************
       APPLIQUER_FRAIS_LIVRAISON.
       PERFORM CHERCHER_FRAIS_LIVRAISON
       IF WlvFrais > 0 THEN
         ADD WlvFrais TO WprixTotal
         DISPLAY 'Frais de livraison : ',WlvFrais,' EUR'
       END-IF.

      ***CHERCHER_FRAIS_LIVRAISON****************************************
      *Frais de livraison WlvFrais de la réservation du tampon (nuls *
      *hors commande traiteur)                                       *
      ****************************************************************
       CHERCHER_FRAIS_LIVRAISON.
       MOVE 0 TO WlvFrais
       IF frs_typeResa = 4 THEN
         OPEN INPUT fLivraisons
         MOVE frs_id TO flv_idresa
         READ fLivraisons
           NOT INVALID KEY
             MOVE flv_frais TO WlvFrais
         END-READ
         CLOSE fLivraisons
       END-IF.

      ***ENREGISTRER_SERVEUR_COMMANDE************************************
      *Enregistre sur la commande le serveur qui a tenu la table      *
      *(frs_idServeur), contrôlé dans le fichier des employés, pour   *
      *Permet de saisir les commandes prise par les clients   *
      *après leur passage au restaurants                      *
      *Prend en compte le pourcentage de réduction dû à la    *
      *fidélité du clients ; les bébés ne commandent pas,     *
      *les enfants hors menu enfant ont la remise enfant      *
      *du restaurant ; la part des arrhes des absents d'une   *
      *table incomplète est retenue selon la politique du     *
      *restaurant ; les extras demandés pour l'occasion       *
      *spéciale de la réservation sont ajoutés à la note      *
      *********************************************************
       SAISIR_COMMANDE.

          END-IF
        NOT INVALID KEY
      *   DISPLAY 'Prix :',frs_prix
         PERFORM VERIFIER_PERIODE_RESA
         IF WperOK = 0 THEN
           MOVE 0 TO Wtrouve
         ELSE
         IF frs_prix EQUAL 0 THEN
          MOVE 0 TO WNbPers
          MOVE 0 TO Wfin
          MOVE ZERO TO frs_basesTVA
          MOVE 0 TO frs_caBoissons
          MOVE 0 TO frs_codeMotifAnnul
          MOVE 0 TO frs_remiseEnfants
          MOVE 0 TO frs_fraisAbsents
          MOVE 0 TO WenfRemise
          MOVE SPACE TO WresMenu
          MOVE SPACE TO WallergCli
          OPEN INPUT fclients
            INVALID KEY
              CONTINUE
            NOT INVALID KEY
              PERFORM DECHIFFRER_CLIENT
              MOVE fc_allergies TO WallergCli
              IF fc_allergies NOT = SPACE THEN
                DISPLAY '*** Profil allergies du client : ',
              END-IF
          END-READ
          CLOSE fclients
          PERFORM CHARGER_ACCORDS_CLIENT
          IF frs_typeResa = 2 THEN
           COMPUTE WprixTotal ROUNDED =
     -       frs_prixTete * frs_nbPersonnes
               END-IF
            END-READ
          END-PERFORM
          MOVE frs_idrest TO WenfIdRest
          PERFORM CHARGER_POLITIQUE_ENFANTS
          IF frs_nbAdultes + frs_nbEnfants + frs_nbBebes = 0 THEN
            MOVE frs_nbPersonnes TO WenfAdultes
            MOVE frs_nbPersonnes TO WenfNbCommandes
          ELSE
            MOVE frs_nbAdultes TO WenfAdultes
            COMPUTE WenfNbCommandes = frs_nbAdultes + frs_nbEnfants
          END-IF
          IF frs_nbBebes > 0 THEN
            DISPLAY frs_nbBebes,' bébé(s) en chaise haute : sans '
     -        'commande'
          END-IF
          PERFORM WITH TEST AFTER UNTIL WNbPers = WenfNbCommandes
           ADD 1 TO WNbPers
           MOVE WprixTotal TO WenfAvant
           MOVE 0 TO WenfMenuPris
           IF WNbPers > WenfAdultes THEN
             IF WenfMenu NOT = SPACE THEN
               DISPLAY 'Personne ',WNbPers,' : enfant - menu enfant ',
     -           'du restaurant : ',WenfMenu
             ELSE
               DISPLAY 'Personne ',WNbPers,' : enfant'
             END-IF
           END-IF
           MOVE 0 TO Wchoix
           PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 2
            DISPLAY 'Commande de la personne ',WNbPers,
             ELSE
             PERFORM DECREMENTER_STOCK_MENU
             MOVE 1 TO Wok
             IF fm_nom = WenfMenu THEN
               MOVE 1 TO WenfMenuPris
             END-IF
             IF WresMenu = SPACE THEN
                MOVE fm_nom TO WresMenu

                 END-IF
                 MOVE fm_catTVA TO WtvaCat
                 PERFORM AJOUTER_BASE_TVA
                 MOVE 'M' TO WacdLigneType
                 MOVE fm_nom TO WacdLigneNom
                 MOVE SPACE TO WacdLigneCat
                 MOVE WtvaMontant TO WacdLignePrix
                 PERFORM APPLIQUER_ACCORD_LIGNE
             END-IF
             END-IF
             END-IF
              END-READ
            END-PERFORM
           END-IF
           IF WNbPers > WenfAdultes AND WenfMenuPris = 0
     -        AND WenfRemisePct > 0 AND WprixTotal > WenfAvant THEN
             COMPUTE WenfPrixPers = WprixTotal - WenfAvant
             COMPUTE WenfRemisePers ROUNDED =
     -         WenfPrixPers * WenfRemisePct / 100
             ADD WenfRemisePers TO WenfRemise
           END-IF
          END-PERFORM
          IF WenfRemise > 0 THEN
            SUBTRACT WenfRemise FROM WprixTotal
            MOVE WenfRemise TO frs_remiseEnfants
            DISPLAY 'Remise enfants (',WenfRemisePct,' %) : -',
     -        WenfRemise,' EUR'
          END-IF
          CLOSE fmenus
          CLOSE fplats
          CLOSE fCarte
          PERFORM COMMANDER_BOISSONS_TABLE
          MOVE WresMenu TO frs_nomsMenus
          END-IF
          PERFORM SAISIR_COUPON_CAMPAGNE
          PERFORM APPLIQUER_ACCORDS_COMMANDE
          MOVE 0 TO WremiseFideliteCommande
          OPEN I-O fclients
          MOVE frs_idCli TO fc_id
            PERFORM ENREGISTRER_POINTS_LEDGER
          END-READ
          CLOSE fclients
          PERFORM RECOMPENSER_PARRAINAGE
          PERFORM FACTURER_EXTRAS_OCCASION
          PERFORM APPLIQUER_FRAIS_SERVICE
          PERFORM APPLIQUER_FRAIS_LIVRAISON
          PERFORM CALCULER_FRAIS_ABSENTS
          IF frs_fraisAbsents > 0 THEN
            ADD frs_fraisAbsents TO WprixTotal
            DISPLAY 'Part des arrhes retenue pour ',WabsManquants,
     -        ' absent(s) : ',frs_fraisAbsents,' EUR'
          END-IF
          IF frs_arrhes > 0 THEN
            IF frs_arrhes >= WprixTotal THEN
              MOVE 0.01 TO WprixTotal
          PERFORM UTILISER_BON_CADEAU
          PERFORM PROPOSER_REMISE_EXCEPTIONNELLE
          COMPUTE frs_remiseTotale = WremiseFideliteCommande
     -      + WremisePromoCommande + WremiseAccordCommande
     -      + frs_remiseEnfants
          IF WgcApplique = 1 THEN
            ADD WgcMontant TO frs_remiseTotale
          END-IF
     -        'concurrent : réessayez dans un instant'
            MOVE 0 TO Wtrouve
          ELSE
          PERFORM ENREGISTRER_CONSO_ACCORDS
          PERFORM ENREGISTRER_UTILISATION_COUPON
          PERFORM AGREGER_CA_COMMANDE
          PERFORM IMPRIMER_BON_CUISINE
          MOVE 0 TO WfacReimpression
	       DISPLAY 'La réservation a déjà été payée'
	       MOVE 0 TO Wtrouve
         END-IF
         END-IF
         END-READ
       DISPLAY '-====================================-'
       CLOSE freservations
       READ freservations
        INVALID KEY DISPLAY 'Erreur lors de la saisie de l identifiant'
        NOT INVALID KEY
        PERFORM VERIFIER_PERIODE_RESA
        IF WperOK = 1 THEN
        IF frs_statut NOT = 1 AND frs_statut NOT = 5 THEN
         DISPLAY 'Cette réservation n''est plus confirmée, impossible'
     -     ' de l''annuler'
        ELSE
        IF frs_typeResa = 5 THEN
         DISPLAY 'Achat de billets : passer par l''annulation de '
     -     'billets (remise en revente)'
        ELSE
         MOVE 0 TO Wchoix
         PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
          DISPLAY 'Annulation abandonnée'
         END-IF
        END-IF
        END-IF
        END-IF
       DISPLAY '-====================================-'
       CLOSE freservations.

       READ freservations
        INVALID KEY DISPLAY 'Erreur lors de la saisie de l identifiant'
        NOT INVALID KEY
         PERFORM VERIFIER_PERIODE_RESA
         IF WperOK = 1 THEN
         IF frs_statut NOT = 1 THEN
          DISPLAY 'Cette réservation n''est pas confirmée, impossible'
     -      ' de la marquer comme absence'
            PERFORM PROMOUVOIR_LISTE_ATTENTE
          END-IF
         END-IF
         END-IF
       DISPLAY '-====================================-'
       CLOSE freservations.

      *Etape du batch nocturne : importe les réservations prises sur  *
      *le site web (fichier webresa_import.csv, une ligne par         *
      *réservation : idrest;jour;mois;annee;heure;minute;nbPers;      *
      *tel;mail;canal;enfants;bebes, les trois derniers champs        *
      *facultatifs). Chaque ligne subit les mêmes contrôles qu'une    *
      *saisie dans AJOUTER_RESA (restaurant existant et ouvert,       *
      *places restantes, rapprochement du client par fc_tel puis      *
      *fc_mail) ; les lignes refusées sont recopiées dans             *
      *webresa_rejets.csv avec un code motif :                        *
      *10 champs invalides, 11 restaurant inconnu, 12 restaurant      *
      *fermé, 13 capacité insuffisante, 14 client introuvable,        *
      *16 cadence cuisine du quart d'heure dépassée (heures conformes *
      *les plus proches jointes au rejet), 17 chaises hautes          *
      *insuffisantes                                                  *
      ****************************************************************
       IMPORTER_RESAS_WEB.
       OPEN INPUT fImportWeb
       UNSTRING importWebLigne DELIMITED BY ';'
         INTO WwebIdRestX WwebJourX WwebMoisX WwebAnneeX
     -        WwebHeureX WwebMinuteX WwebNbPersX WwebTelX WwebMailX
     -        WwebCanalX WwebEnfantsX WwebBebesX
       END-UNSTRING
       PERFORM LIRE_COMPOSITION_WEB
       IF WwebIdRestX NOT NUMERIC OR WwebJourX NOT NUMERIC
     -    OR WwebMoisX NOT NUMERIC OR WwebAnneeX NOT NUMERIC
     -    OR WwebHeureX NOT NUMERIC OR WwebMinuteX NOT NUMERIC
     -    OR WwebNbPersX NOT NUMERIC OR WenfCompoOK = 0 THEN
         MOVE 0 TO WwebOK
         MOVE 10 TO WwebMotifRejet
       END-IF
         IF frs_nbPersonnes > WPlacesLibres THEN
           MOVE 0 TO WwebOK
           MOVE 13 TO WwebMotifRejet
         ELSE
           MOVE WidRestSauv TO WcdIdRest
           COMPUTE WcdDate = frs_date_annee * 10000
     -       + frs_date_mois * 100 + frs_date_jour
           MOVE frs_heure_heure TO WcdHH
           MOVE frs_heure_minute TO WcdMM
           MOVE frs_nbPersonnes TO WcdNbPers
           MOVE 0 TO WcdIdExclu
           PERFORM VERIFIER_CADENCE_CUISINE
           IF WcdOK = 0 THEN
             MOVE 0 TO WwebOK
             MOVE 16 TO WwebMotifRejet
           ELSE
             MOVE WidRestSauv TO WenfIdRest
             MOVE WcdDate TO WenfDate
             MOVE WenfSaisieBebes TO WenfBebes
             MOVE 0 TO WenfIdExclu
             PERFORM VERIFIER_CHAISES_HAUTES
             IF WenfChaisesOK = 0 THEN
               MOVE 0 TO WwebOK
               MOVE 17 TO WwebMotifRejet
             END-IF
           END-IF
         END-IF
       END-IF
       IF WwebOK = 1 THEN
         MOVE 0 TO WwebClientTrouve
         IF WwebTelX NUMERIC THEN
           MOVE WwebTelX TO fc_tel
           PERFORM CHIFFRER_CLE_RECHERCHE
           START fclients, KEY IS = fc_tel
           INVALID KEY
             CONTINUE
         END-IF
         IF WwebClientTrouve = 0 AND WwebMailX NOT = SPACE THEN
           MOVE WwebMailX TO fc_mail
           PERFORM CHIFFRER_CLE_RECHERCHE
           START fclients, KEY IS = fc_mail
           INVALID KEY
             CONTINUE
         MOVE WwebHeureX TO frs_heure_heure
         MOVE WwebMinuteX TO frs_heure_minute
         MOVE WwebNbPersX TO frs_nbPersonnes
         MOVE WenfSaisieEnfants TO frs_nbEnfants
         MOVE WenfSaisieBebes TO frs_nbBebes
         COMPUTE frs_nbAdultes = frs_nbPersonnes - frs_nbEnfants
     -     - frs_nbBebes
         MOVE 0 TO frs_remiseEnfants
         MOVE 0 TO frs_nbReserves
         ACCEPT frs_dateCreation FROM DATE YYYYMMDD
         MOVE 0 TO frs_fraisAbsents
         MOVE Wdate TO frs_date
         MOVE 0 TO frs_prix
         MOVE 0 TO frs_arrhes
         PERFORM REJETER_LIGNE_WEB
       END-IF.

      ***LIRE_COMPOSITION_WEB********************************************
      *Composition facultative d'une ligne web (enfants et bébés sur *
      *deux chiffres après le nombre de personnes, le reste étant des*
      *adultes) : WenfSaisieEnfants et WenfSaisieBebes reçoivent le  *
      *détail, WenfTotal le nombre de personnes ; WenfCompoOK = 0 si *
      *un champ est invalide ou s'il ne reste aucun adulte           *
      ****************************************************************
       LIRE_COMPOSITION_WEB.
       MOVE 1 TO WenfCompoOK
       MOVE 0 TO WenfSaisieEnfants
       MOVE 0 TO WenfSaisieBebes
       MOVE 0 TO WenfTotal
       IF WwebNbPersX NUMERIC THEN
         MOVE WwebNbPersX TO WenfTotal
       END-IF
       IF WwebEnfantsX NOT = SPACE THEN
         IF WwebEnfantsX NUMERIC THEN
           MOVE WwebEnfantsX TO WenfSaisieEnfants
         ELSE
           MOVE 0 TO WenfCompoOK
         END-IF
       END-IF
       IF WwebBebesX NOT = SPACE THEN
         IF WwebBebesX NUMERIC THEN
           MOVE WwebBebesX TO WenfSaisieBebes
         ELSE
           MOVE 0 TO WenfCompoOK
         END-IF
       END-IF
       IF WenfSaisieEnfants + WenfSaisieBebes > 0
     -    AND WenfSaisieEnfants + WenfSaisieBebes >= WenfTotal THEN
         MOVE 0 TO WenfCompoOK
       END-IF.

      ***REJETER_LIGNE_WEB***********************************************
      *Recopie la ligne d'import courante dans webresa_rejets.csv    *
      *avec son code motif WwebMotifRejet, suivi des heures conformes*
      *les plus proches pour un refus de cadence cuisine (motif 16)  *
      ****************************************************************
       REJETER_LIGNE_WEB.
       ADD 1 TO WwebRejetees
       MOVE SPACE TO rejetWebLigne
       IF WwebMotifRejet = 16 THEN
         STRING importWebLigne DELIMITED BY '   '
     -     ';REJET=' WwebMotifRejet ';PROPOSE=' WcdPropose
     -     DELIMITED BY SIZE INTO rejetWebLigne
       ELSE
         STRING importWebLigne DELIMITED BY '   '
     -     ';REJET=' WwebMotifRejet DELIMITED BY SIZE
     -     INTO rejetWebLigne
       END-IF
       WRITE rejetWebLigne.

      ***ANNULER_RESA_WEB************************************************
      *du client avec la date et le restaurant, puis annulée avec    *
      *les mêmes règles de frais selon le délai que                  *
      *SUPPRIMER_RESERVATION ; motifs de rejet : 21 réservation      *
      *introuvable, 22 réservation non annulable, 25 période         *
      *comptable close ou en clôture                                 *
      ****************************************************************
       ANNULER_RESA_WEB.
       MOVE 1 TO WwebOK
     -    AND WwebIdRestX NUMERIC AND WwebJourX NUMERIC
     -    AND WwebMoisX NUMERIC AND WwebAnneeX NUMERIC THEN
         MOVE WwebTelX TO fc_tel
         PERFORM CHIFFRER_CLE_RECHERCHE
         START fclients, KEY IS = fc_tel
         INVALID KEY
           CONTINUE
           END-IF
         END-START
       END-IF
       IF Wtrouve = 1 THEN
         MOVE 1 TO WperBatch
         PERFORM VERIFIER_PERIODE_RESA
         MOVE 0 TO WperBatch
       END-IF
       IF Wtrouve = 0 THEN
         MOVE 0 TO WwebOK
         MOVE 21 TO WwebMotifRejet
         IF frs_statut NOT = 1 AND frs_statut NOT = 5 THEN
           MOVE 0 TO WwebOK
           MOVE 22 TO WwebMotifRejet
         ELSE IF WperOK = 0 THEN
           MOVE 0 TO WwebOK
           MOVE 25 TO WwebMotifRejet
         ELSE
           MOVE 'Annulation via le site web' TO frs_motifAnnulation
           MOVE 98 TO frs_codeMotifAnnul
             MOVE 22 TO WwebMotifRejet
           END-IF
         END-IF
         END-IF
       END-IF
       IF WwebOK = 0 THEN
         PERFORM REJETER_LIGNE_WEB

      ***MODIFIER_RESA_WEB***********************************************
      *Modification demandée sur le site web (ligne                  *
      *M;idresa;jour;mois;annee;heure;minute;nbPers, suivie au choix *
      *de ;enfants;bebes) : mêmes contrôles de jour d'ouverture, de  *
      *capacité et de chaises hautes que MODIFIER_RESA ; sans        *
      *composition, la répartition enregistrée est gardée si elle    *
      *tient encore. Motifs de rejet : 21 réservation introuvable,   *
      *22 réservation non modifiable, 24 champs invalides, 12 jour   *
      *fermé, 13 capacité insuffisante, 16 cadence cuisine dépassée, *
      *17 chaises hautes insuffisantes, 25 période comptable close   *
      *ou en clôture (ancienne ou nouvelle date)                     *
      ****************************************************************
       MODIFIER_RESA_WEB.
       MOVE 1 TO WwebOK
       MOVE SPACE TO WwebChamps
       UNSTRING importWebLigne DELIMITED BY ';'
         INTO WwebOpX WwebIdResaX WwebJourX WwebMoisX WwebAnneeX
     -        WwebHeureX WwebMinuteX WwebNbPersX WwebEnfantsX
     -        WwebBebesX
       END-UNSTRING
       PERFORM LIRE_COMPOSITION_WEB
       IF WwebIdResaX NOT NUMERIC OR WwebJourX NOT NUMERIC
     -    OR WwebMoisX NOT NUMERIC OR WwebAnneeX NOT NUMERIC
     -    OR WwebHeureX NOT NUMERIC OR WwebMinuteX NOT NUMERIC
     -    OR WwebNbPersX NOT NUMERIC OR WenfCompoOK = 0 THEN
         MOVE 0 TO WwebOK
         MOVE 24 TO WwebMotifRejet
       ELSE
               MOVE frs_id TO WidSauv
               MOVE frs_idrest TO WidRestSauv
               MOVE frs_idcli TO WidCliSauv
               IF WwebEnfantsX = SPACE AND WwebBebesX = SPACE
     -            AND frs_nbEnfants + frs_nbBebes < WenfTotal THEN
                 MOVE frs_nbEnfants TO WenfSaisieEnfants
                 MOVE frs_nbBebes TO WenfSaisieBebes
               END-IF
               MOVE 1 TO WperBatch
               PERFORM VERIFIER_PERIODE_RESA
               MOVE WwebJourX TO frs_date_jour
               MOVE WwebMoisX TO frs_date_mois
               MOVE WwebAnneeX TO frs_date_annee
               IF WperOK = 1 THEN
                 PERFORM VERIFIER_PERIODE_RESA
               END-IF
               MOVE 0 TO WperBatch
               MOVE frs_date TO Wdate
               PERFORM VERIFIER_JOUR_OUVERT
               IF WperOK = 0 THEN
                 MOVE 0 TO WwebOK
                 MOVE 25 TO WwebMotifRejet
               ELSE
               IF WrestaurantFerme = 1 THEN
                 MOVE 0 TO WwebOK
                 MOVE 12 TO WwebMotifRejet
                 MOVE WwebMinuteX TO WheureSauv_minute
                 PERFORM CALCULER_FENETRE_CRENEAU
                 PERFORM NOMBRE_PLACE_RESTANTE
                 MOVE 1 TO WcdOK
                 MOVE 1 TO WenfChaisesOK
                 IF FUNCTION NUMVAL(WwebNbPersX) <= WplacesLibres
                   MOVE WidRestSauv TO WcdIdRest
                   COMPUTE WcdDate = FUNCTION NUMVAL(WwebAnneeX) * 10000
     -               + FUNCTION NUMVAL(WwebMoisX) * 100
     -               + FUNCTION NUMVAL(WwebJourX)
                   MOVE WwebHeureX TO WcdHH
                   MOVE WwebMinuteX TO WcdMM
                   MOVE WwebNbPersX TO WcdNbPers
                   MOVE WidSauv TO WcdIdExclu
                   PERFORM VERIFIER_CADENCE_CUISINE
                   IF WcdOK = 1 THEN
                     MOVE WidRestSauv TO WenfIdRest
                     MOVE WcdDate TO WenfDate
                     MOVE WenfSaisieBebes TO WenfBebes
                     MOVE WidSauv TO WenfIdExclu
                     PERFORM VERIFIER_CHAISES_HAUTES
                   END-IF
                 END-IF
                 IF FUNCTION NUMVAL(WwebNbPersX) > WplacesLibres
                   MOVE 0 TO WwebOK
                   MOVE 13 TO WwebMotifRejet
                 ELSE
                 IF WcdOK = 0 THEN
                   MOVE 0 TO WwebOK
                   MOVE 16 TO WwebMotifRejet
                 ELSE
                 IF WenfChaisesOK = 0 THEN
                   MOVE 0 TO WwebOK
                   MOVE 17 TO WwebMotifRejet
                 ELSE
                   MOVE WidSauv TO frs_id
                   READ freservations
                   MOVE WwebHeureX TO frs_heure_heure
                   MOVE WwebMinuteX TO frs_heure_minute
                   MOVE WwebNbPersX TO frs_nbPersonnes
                   MOVE WenfSaisieEnfants TO frs_nbEnfants
                   MOVE WenfSaisieBebes TO frs_nbBebes
                   COMPUTE frs_nbAdultes = frs_nbPersonnes
     -               - frs_nbEnfants - frs_nbBebes
                   PERFORM ASSIGNER_TABLE
                   PERFORM MAJ_CLE_JOUR_RESA
                   REWRITE resaTampon
                     MOVE 22 TO WwebMotifRejet
                   END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               END-IF
             END-IF
         END-READ
      *quantités par plat, les compare au stock du site (ou au stock *
      *global à défaut) et imprime la feuille de production de la    *
      *cuisine (production_<rest>_<date>.txt) avec les manquants     *
      *signalés, les occasions spéciales et les extras à préparer    *
      ****************************************************************
       PRODUIRE_LISTE_CUISINE.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       OPEN INPUT fplats
       OPEN INPUT fStockSite
       OPEN INPUT fPreCommandes
       OPEN INPUT fLivraisons
       OPEN INPUT fOccasionsResa
       OPEN INPUT fExtrasResa
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ frestaurants NEXT
             PERFORM PRODUIRE_LISTE_CUISINE_RESTO
           END-IF
       END-PERFORM
       CLOSE fExtrasResa
       CLOSE fOccasionsResa
       CLOSE fLivraisons
       CLOSE fPreCommandes
       CLOSE fStockSite
       CLOSE fplats

      ***PRODUIRE_LISTE_CUISINE_RESTO************************************
      *Feuille de production du restaurant du tampon restTampon pour *
      *les réservations de demain (fichiers ouverts par l'appelant), *
      *avec les couverts attendus en adultes, enfants et bébés ; les *
      *enfants des tables sans commande comptent pour un menu enfant *
      *du restaurant ; une journée sans plat à produire mais avec des*
      *occasions ou des extras de cuisine a aussi sa feuille         *
      ****************************************************************
       PRODUIRE_LISTE_CUISINE_RESTO.
       MOVE 0 TO WprNb
       MOVE 0 TO WxpNb
       MOVE 0 TO WenfCouvAdultes
       MOVE 0 TO WenfCouvEnfants
       MOVE 0 TO WenfCouvBebes
       MOVE 0 TO WenfMenusPrevus
       MOVE fr_id TO WenfIdRest
       PERFORM CHARGER_POLITIQUE_ENFANTS
       MOVE fr_id TO frs_idrest
       START freservations, KEY IS = frs_idrest
       INVALID KEY
     -          AND frs_date_annee = WdemainISO_annee
     -          AND frs_date_mois = WdemainISO_mois
     -          AND frs_date_jour = WdemainISO_jour THEN
               IF frs_nbAdultes + frs_nbEnfants + frs_nbBebes = 0 THEN
                 ADD frs_nbPersonnes TO WenfCouvAdultes
               ELSE
                 ADD frs_nbAdultes TO WenfCouvAdultes
                 ADD frs_nbEnfants TO WenfCouvEnfants
                 ADD frs_nbBebes TO WenfCouvBebes
               END-IF
               PERFORM ECLATER_PRECOMMANDES_PRODUCTION
               PERFORM RELEVER_EXTRAS_PRODUCTION
               IF WpgTrouvePre = 0
     -            AND frs_nomsMenus NOT = SPACE THEN
                 PERFORM ECLATER_MENUS_PRODUCTION
               END-IF
               IF WpgTrouvePre = 0 AND frs_nomsMenus = SPACE
     -            AND WenfMenu NOT = SPACE THEN
                 ADD frs_nbEnfants TO WenfMenusPrevus
               END-IF
             END-IF
         END-PERFORM
       END-START
       IF WenfMenusPrevus > 0 THEN
         PERFORM ECLATER_MENUS_ENFANTS_PRODUCTION
       END-IF
       IF WprNb > 0 OR WxpNb > 0 THEN
         STRING 'production_' fr_id DELIMITED BY SIZE
     -     '_' WdemainISO DELIMITED BY SIZE
     -     '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
     -     ' - restaurant ' fr_id DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         DISPLAY 'Production du ',WdemainISO,' - restaurant ',fr_id
         MOVE SPACE TO ticketLigne
         STRING 'Couverts attendus : ' WenfCouvAdultes ' adulte(s), '
     -     WenfCouvEnfants ' enfant(s), ' WenfCouvBebes ' bébé(s)'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         DISPLAY ticketLigne
         IF WenfMenusPrevus > 0 THEN
           MOVE SPACE TO ticketLigne
           STRING 'Menus enfants à prévoir (tables sans commande) : '
     -       WenfMenusPrevus ' x ' WenfMenu
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
         END-IF
         MOVE 1 TO WprIdx
         PERFORM UNTIL WprIdx > WprNb
           MOVE WprPlat(WprIdx) TO fp_nom
           MOVE 0 TO WprStockDispo
           READ fplats
           DISPLAY ticketLigne
           ADD 1 TO WprIdx
         END-PERFORM
         PERFORM ECRIRE_LIVRAISONS_PRODUCTION
         PERFORM ECRIRE_EXTRAS_PRODUCTION
         PERFORM ECRIRE_BESOINS_INGREDIENTS
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         DISPLAY 'Feuille écrite : ',WNomFichierTicket
       END-IF.

      ***ECRIRE_LIVRAISONS_PRODUCTION************************************
      *Signale sur la feuille de production les commandes traiteur à *
      *livrer demain par le restaurant (heure de départ en cuisine   *
      *= début du créneau de livraison), leur contenu étant déjà     *
      *compté dans les plats ci-dessus                                *
      ****************************************************************
       ECRIRE_LIVRAISONS_PRODUCTION.
       MOVE 0 TO WlvNbCuisine
       MOVE fr_id TO flv_idrest
       MOVE WdemainISO TO flv_dateLivr
       MOVE 0 TO WlvEof
       START fLivraisons, KEY IS = flv_tournee
         INVALID KEY MOVE 1 TO WlvEof
       END-START
       PERFORM UNTIL WlvEof = 1
         READ fLivraisons NEXT
         AT END MOVE 1 TO WlvEof
         NOT AT END
           IF flv_idrest NOT = fr_id
     -        OR flv_dateLivr NOT = WdemainISO THEN
             MOVE 1 TO WlvEof
           ELSE
             MOVE flv_idresa TO frs_id
             READ freservations
               NOT INVALID KEY
                 IF frs_statut = 1 OR frs_statut = 5 THEN
                   IF WlvNbCuisine = 0 THEN
                     MOVE 'Livraisons traiteur :' TO ticketLigne
                     WRITE ticketLigne
                   END-IF
                   ADD 1 TO WlvNbCuisine
                   MOVE SPACE TO ticketLigne
                   STRING '  commande ' frs_id ' prête pour '
     -               flv_heureDebut ' (' frs_nbPersonnes
     -               ' convives) - ' FUNCTION TRIM(flv_ville)
     -               DELIMITED BY SIZE INTO ticketLigne
                   WRITE ticketLigne
                   DISPLAY ticketLigne
                 END-IF
             END-READ
           END-IF
       END-PERFORM.

      ***ECRIRE_BESOINS_INGREDIENTS**************************************
      *Complète la feuille de production avec le total des matières  *
      *premières nécessaires pour demain : chaque plat de la table   *
       OPEN INPUT fRecettes
       OPEN INPUT fIngredients
       MOVE 1 TO WprIdx
       PERFORM UNTIL WprIdx > WprNb
         MOVE WprPlat(WprIdx) TO frc_plat
         MOVE LOW-VALUE TO frc_ingredient
         START fRecettes, KEY IS >= frc_cle
         END-IF
       END-PERFORM.

      ***ECLATER_MENUS_ENFANTS_PRODUCTION********************************
      *Ajoute WenfMenusPrevus menus enfants du restaurant (WenfMenu, *
      *éclaté en plats via fmenus ou pris comme plat) à la table de  *
      *production                                                    *
      ****************************************************************
       ECLATER_MENUS_ENFANTS_PRODUCTION.
       MOVE WenfMenu TO fm_nom
       READ fmenus
         INVALID KEY
           MOVE WenfMenu TO WprToken
           PERFORM CUMULER_PLAT_PRODUCTION WenfMenusPrevus TIMES
         NOT INVALID KEY
           IF fm_entree NOT = SPACE THEN
             MOVE fm_entree TO WprToken
             PERFORM CUMULER_PLAT_PRODUCTION WenfMenusPrevus TIMES
           END-IF
           IF fm_plat NOT = SPACE THEN
             MOVE fm_plat TO WprToken
             PERFORM CUMULER_PLAT_PRODUCTION WenfMenusPrevus TIMES
           END-IF
           IF fm_dessert NOT = SPACE THEN
             MOVE fm_dessert TO WprToken
             PERFORM CUMULER_PLAT_PRODUCTION WenfMenusPrevus TIMES
           END-IF
       END-READ.

      ***CUMULER_PLAT_PRODUCTION*****************************************
      *Ajoute une unité du plat WprToken à la table de production    *
      ****************************************************************

       STRING 'rappels_' WdemainISO DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       OPEN INPUT freservations
       OPEN INPUT fclients
       MOVE 0 TO WnbRappelsEnvoyes
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM DECHIFFRER_CLIENT
                 ADD 1 TO WnbRappelsEnvoyes
                 MOVE SPACE TO ticketLigne
                 STRING 'Rappel reservation n. ' frs_id ' - ' fc_nom
      *mois choisi les réservations facturées portant son code       *
      *(frs_canal), le CA facturé et les couverts, et calcule la     *
      *commission selon le mode du canal, pour contrôler les         *
      *factures des partenaires (PRODUIRE_COMMISSIONS_CANAL)         *
      ****************************************************************
       RAPPORT_COMMISSIONS_CANAL.

         DISPLAY 'Année (AAAA) :'
         ACCEPT WchAnnee
       END-PERFORM
       PERFORM PRODUIRE_COMMISSIONS_CANAL
       DISPLAY '-====================================-'.

      ***PRODUIRE_COMMISSIONS_CANAL**************************************
      *Relevé du mois WchMois/WchAnnee pour tous les canaux, affiché *
      *et imprimé dans commissions_canal_<AAAAMM>.txt inscrit au     *
      *spool des états                                               *
      ****************************************************************
       PRODUIRE_COMMISSIONS_CANAL.
       MOVE SPACE TO WNomFichierTicket
       STRING 'commissions_canal_' WchAnnee WchMois '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING '=== COMMISSIONS PAR CANAL - PERIODE ' WchAnnee
     -     WchMois ' ===' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       OPEN INPUT fCanaux
       OPEN INPUT freservations
       MOVE 0 TO fch_code
       END-START
       CLOSE freservations
       CLOSE fCanaux
       CLOSE fTicket
       DISPLAY 'Relevé écrit : ',WNomFichierTicket
       MOVE 'COMMISSIONS CANAL' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***CUMULER_COMMISSIONS_CANAL***************************************
      *Calcule, affiche et imprime le relevé du mois WchMois/WchAnnee*
      *pour le canal du tampon canalTampon (fichiers et fTicket      *
      *ouverts par l'appelant)                                       *
      ****************************************************************
       CUMULER_COMMISSIONS_CANAL.
       MOVE 0 TO WchNbResas
           END-IF
       END-PERFORM
       DISPLAY 'Canal ',fch_code,' - ',fch_nom
       MOVE SPACE TO ticketLigne
       STRING 'Canal ' fch_code ' - ' fch_nom
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       IF WchNbResas = 0 THEN
         DISPLAY '  aucune réservation facturée sur la période'
         MOVE '  aucune réservation facturée sur la période'
     -     TO ticketLigne
         WRITE ticketLigne
       ELSE
         DISPLAY '  ',WchNbResas,' réservation(s) - ',WchCouverts,
     -     ' couvert(s) - CA facturé ',WchCABase,' EUR'
         MOVE SPACE TO ticketLigne
         STRING '  ' WchNbResas ' réservation(s) - ' WchCouverts
     -     ' couvert(s) - CA facturé ' WchCABase ' EUR'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         IF fch_commissionPctCA THEN
           DISPLAY '  commission due (',fch_taux,'%) : ',
     -       WchCommission,' EUR'
           STRING '  commission due (' fch_taux '%) : '
     -       WchCommission ' EUR' DELIMITED BY SIZE INTO ticketLigne
         ELSE
           DISPLAY '  commission due (',fch_taux,' EUR/couvert) : ',
     -       WchCommission,' EUR'
           STRING '  commission due (' fch_taux ' EUR/couvert) : '
     -       WchCommission ' EUR' DELIMITED BY SIZE INTO ticketLigne
         END-IF
         WRITE ticketLigne
       END-IF.

      ***CORRIGER_PAIEMENT***********************************************
      *obligatoire et la contre-signature d'un Gérant ou d'un        *
      *Directeur, puis le paiement correct peut être ressaisi dans   *
      *la foulée ; les totaux (CALCULER_TOTAL_PAIEMENTS_RESA,        *
      *rapport Z, rapprochement) ignorent les lignes annulées. Des   *
      *titres restaurant déjà remis sur un bordereau ne se corrigent *
      *plus                                                          *
      ****************************************************************
       CORRIGER_PAIEMENT.
       OPEN I-O fPaiements
           DISPLAY 'Paiement ',fpay_id,' - réservation ',
     -       fpay_idresa,' - ',WpayLibelle,' - ',fpay_montant,
     -       ' EUR - le ',fpay_date
           MOVE fpay_idresa TO frs_id
           READ freservations
             INVALID KEY
               MOVE 0 TO frs_idrest
           END-READ
           MOVE fpay_date TO WperDate
           MOVE frs_idrest TO WperIdRest
           PERFORM VERIFIER_PERIODE_COMPTA
           IF WperOK = 1 AND fpay_numBordereau > 0 THEN
             DISPLAY 'Titres remis à l''émetteur (bordereau ',
     -         fpay_numBordereau,') : correction impossible'
             MOVE 0 TO WperOK
           END-IF
           IF WperOK = 1 THEN
           PERFORM AUTORISER_OPERATION_MANAGER
           IF WmgrOK = 1 THEN
             MOVE 0 TO WvpMotif
               MOVE fpay_id TO WfiscRef
               MOVE fpay_montant TO WfiscMontant
               PERFORM ENREGISTRER_EVENEMENT_FISCAL
               IF fpay_mode = 6 THEN
                 PERFORM RECREDITER_PORTE_MONNAIE
               END-IF
               MOVE fpay_idresa TO frs_id
               READ freservations
                 INVALID KEY
               DISPLAY 'Erreur lors de l''annulation du paiement'
             END-IF
           END-IF
           END-IF
         END-IF
       END-READ
       DISPLAY '-====================================-'
      *logique de VERIFIER_JOUR_OUVERT et NOMBRE_PLACE_RESTANTE sur  *
      *chaque créneau horaire d'ouverture et écrit les places        *
      *restantes dans dispo_web_<date>.csv                           *
      *(idrest;date;heure;places;etat), plafonnées par la marge de   *
      *cadence cuisine du quart d'heure du créneau ; le site peut    *
      *ainsi griser les créneaux complets ou fermés avant que le     *
      *client ne réserve                                             *
      ****************************************************************
       EXPORTER_DISPONIBILITES.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
             MOVE WxcHOuv TO WdspHOuv
             MOVE WxcHFerm TO WdspHFerm
           END-IF
           MOVE WidRestSauv TO WcdIdRest
           MOVE WdspDateISOInt TO WcdDate
           MOVE 0 TO WcdIdExclu
           PERFORM CHARGER_CADENCE_JOUR
           IF WdspHFerm > WdspHOuv THEN
             MOVE WdspHOuv TO WdspHeure
             PERFORM WITH TEST AFTER UNTIL WdspHeure >= WdspHFerm
               MOVE 0 TO WheureSauv_minute
               PERFORM CALCULER_FENETRE_CRENEAU
               PERFORM NOMBRE_PLACE_RESTANTE
               COMPUTE WcdQ = WdspHeure * 4 + 1
               PERFORM LIMITE_CADENCE_QUART
               IF WcdLimite > 0 THEN
                 COMPUTE WcdMarge = WcdLimite - WcdCouvQuart(WcdQ)
                 IF WcdMarge < 0 THEN
                   MOVE 0 TO WcdMarge
                 END-IF
                 IF WcdMarge < WplacesLibres THEN
                   MOVE WcdMarge TO WplacesLibres
                 END-IF
               END-IF
               MOVE SPACE TO exportLigne
               STRING WidRestSauv ';' WdspDateISOInt ';'
     -           WdspHeure ';' WplacesLibres ';OUVERT'
         WHEN 1
           PERFORM RAZ_DELTAS_AGREGAT
           MOVE 1 TO WagDResas
           IF frs_typeResa < 3 THEN
             MOVE frs_nbPersonnes TO WagDCouverts
           END-IF
           IF frs_prix > 0 THEN
       PERFORM RAZ_DELTAS_AGREGAT
       MOVE -1 TO WagDAttente
       MOVE 1 TO WagDResas
       IF frs_typeResa < 3 THEN
         MOVE frs_nbPersonnes TO WagDCouverts
       END-IF
       PERFORM MAJ_AGREGAT_JOUR.
         MOVE 1 TO WagDAttente
       ELSE
         MOVE 1 TO WagDResas
         IF frs_typeResa < 3 THEN
           MOVE frs_nbPersonnes TO WagDCouverts
         END-IF
       END-IF
       AGREGER_RESA_ANNULEE.
       PERFORM RAZ_DELTAS_AGREGAT
       COMPUTE WagDResas = -1
       IF frs_typeResa < 3 THEN
         COMPUTE WagDCouverts = 0 - frs_nbPersonnes
       END-IF
       MOVE 1 TO WagDAnnulees
       AGREGER_RESA_ABSENTE.
       PERFORM RAZ_DELTAS_AGREGAT
       COMPUTE WagDResas = -1
       IF frs_typeResa < 3 THEN
         COMPUTE WagDCouverts = 0 - frs_nbPersonnes
       END-IF
       MOVE 1 TO WagDAbsences
     -   + fdv_location + fdv_options
       STRING 'devis_' fdv_num DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
               MOVE 0 TO frs_heureDepart
               MOVE ZERO TO frs_basesTVA
               MOVE 0 TO frs_codeMotifAnnul
               MOVE 0 TO frs_nbAdultes
               MOVE 0 TO frs_nbEnfants
               MOVE 0 TO frs_nbBebes
               MOVE 0 TO frs_remiseEnfants
               MOVE 0 TO frs_nbReserves
               ACCEPT frs_dateCreation FROM DATE YYYYMMDD
               MOVE 0 TO frs_fraisAbsents
               MOVE 'PRIVATISATION' TO frs_nomsMenus
               MOVE WidSauv TO frs_idGroupe
               MOVE 1 TO frs_statut
      *de réservation fait avancer son état d'un cran, et le départ  *
      *de la table alimente la durée de tour réelle du restaurant    *
      *(fr_dureeTourReelle) utilisée par CALCULER_FENETRE_CRENEAU    *
      *et propose la table libérée au groupe suivant de la file      *
      *d'attente à la porte                                          *
      ****************************************************************
       TABLEAU_SERVICE.
       OPEN I-O freservations
                   MOVE frs_id TO WauditCle
                   MOVE 'SERVICE' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                   IF frs_etatService = 7 THEN
                     PERFORM PROPOSER_TABLE_FILE
                   END-IF
                 ELSE
                   DISPLAY 'Erreur lors de la mise à jour'
                 END-IF
       PERFORM ECLATER_COMMANDE_CUISINE
       STRING 'bon_cuisine_' frs_id DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       PERFORM ECLATER_COMMANDE_CUISINE
       STRING 'rappel_plats_' frs_id DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       IMPRIMER_LISTE_PLACEMENT.
       STRING 'placement_' frs_id DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       END-PERFORM
       CLOSE fclients
       DISPLAY '-====================================-'.

      ***FEUILLE_ROUTE_LIVRAISONS****************************************
      *Feuille de route des livraisons traiteur d'un restaurant pour *
      *une date (du jour par défaut) : arrêts dans l'ordre des       *
      *créneaux, avec adresse, contact et contenu, et un bon de      *
      *livraison à faire signer à la remise pour chaque arrêt        *
      ****************************************************************
       FEUILLE_ROUTE_LIVRAISONS.
       DISPLAY '|====================================|'
       DISPLAY '|=========== FEUILLE DE   ===========|'
       DISPLAY '|===========  ROUTE       ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WlvIdRest
       MOVE WlvIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         DISPLAY 'Date de livraison (AAAAMMJJ, 0 : aujourd''hui) :'
         MOVE 0 TO WlvDate
         ACCEPT WlvDate
         IF WlvDate = 0 THEN
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           MOVE WdateSystemeISOInt TO WlvDate
         END-IF
         OPEN INPUT freservations
         OPEN INPUT fclients
         OPEN INPUT fLivraisons
         PERFORM PRODUIRE_FEUILLE_ROUTE
         CLOSE fLivraisons
         CLOSE fclients
         CLOSE freservations
       END-IF
       DISPLAY '-====================================-'.

      ***PRODUIRE_FEUILLE_ROUTE******************************************
      *Feuille de route feuille_route_<rest>_<date>.txt du           *
      *restaurant WlvIdRest pour la date WlvDate : les livraisons    *
      *non annulées sont triées par début de créneau, chacune avec   *
      *son bon de livraison (freservations, fclients et fLivraisons  *
      *ouverts par l'appelant)                                       *
      ****************************************************************
       PRODUIRE_FEUILLE_ROUTE.
       MOVE 0 TO WlvNb
       MOVE WlvIdRest TO flv_idrest
       MOVE WlvDate TO flv_dateLivr
       MOVE 0 TO WlvEof
       START fLivraisons, KEY IS = flv_tournee
         INVALID KEY MOVE 1 TO WlvEof
       END-START
       PERFORM UNTIL WlvEof = 1
         READ fLivraisons NEXT
         AT END MOVE 1 TO WlvEof
         NOT AT END
           IF flv_idrest NOT = WlvIdRest
     -        OR flv_dateLivr NOT = WlvDate THEN
             MOVE 1 TO WlvEof
           ELSE
             MOVE flv_idresa TO frs_id
             READ freservations
               NOT INVALID KEY
                 IF (frs_statut = 1 OR frs_statut = 5)
     -              AND WlvNb < 50 THEN
                   ADD 1 TO WlvNb
                   MOVE flv_heureDebut TO WlvDropHeure(WlvNb)
                   MOVE flv_idresa TO WlvDropResa(WlvNb)
                 END-IF
             END-READ
           END-IF
       END-PERFORM
       IF WlvNb = 0 THEN
         DISPLAY 'Aucune livraison traiteur le ',WlvDate,
     -     ' pour le restaurant ',WlvIdRest
       ELSE
         MOVE 1 TO WlvIdx
         PERFORM UNTIL WlvIdx >= WlvNb
           COMPUTE WlvIdx2 = WlvIdx + 1
           PERFORM UNTIL WlvIdx2 > WlvNb
             IF WlvDropHeure(WlvIdx2) < WlvDropHeure(WlvIdx) THEN
               MOVE WlvDrop(WlvIdx) TO WlvDropTmp
               MOVE WlvDrop(WlvIdx2) TO WlvDrop(WlvIdx)
               MOVE WlvDropTmp TO WlvDrop(WlvIdx2)
             END-IF
             ADD 1 TO WlvIdx2
           END-PERFORM
           ADD 1 TO WlvIdx
         END-PERFORM
         MOVE SPACE TO WNomFichierTicket
         STRING 'feuille_route_' WlvIdRest '_' WlvDate '.txt'
     -     DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING 'Feuille de route du ' WlvDate ' - restaurant '
     -     WlvIdRest ' - ' WlvNb ' livraison(s)'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         MOVE 1 TO WlvIdx
         PERFORM UNTIL WlvIdx > WlvNb
           MOVE WlvDropResa(WlvIdx) TO flv_idresa
           READ fLivraisons
             INVALID KEY
               CONTINUE
           END-READ
           MOVE WlvDropResa(WlvIdx) TO frs_id
           READ freservations
             INVALID KEY
               CONTINUE
           END-READ
           MOVE 'client inconnu' TO WlvNomCli
           MOVE frs_idcli TO fc_id
           READ fclients
             NOT INVALID KEY
               MOVE SPACE TO WlvNomCli
               STRING FUNCTION TRIM(fc_prenom) ' '
     -           FUNCTION TRIM(fc_nom)
     -           DELIMITED BY SIZE INTO WlvNomCli
           END-READ
           MOVE SPACE TO ticketLigne
           STRING WlvIdx '. ' flv_heureDebut '-' flv_heureFin
     -       '  commande ' frs_id ' - ' FUNCTION TRIM(WlvNomCli)
     -       ' (' frs_nbPersonnes ' convives)'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           MOVE SPACE TO ticketLigne
           STRING '    ' FUNCTION TRIM(flv_rue) ', ' flv_codeP ' '
     -       FUNCTION TRIM(flv_ville)
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           MOVE SPACE TO ticketLigne
           STRING '    Contact : ' FUNCTION TRIM(flv_contact) ' - '
     -       flv_telContact DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           PERFORM ECRIRE_CONTENU_LIVRAISON
           MOVE SPACE TO ticketLigne
           WRITE ticketLigne
           DISPLAY WlvIdx,'. ',flv_heureDebut,'-',flv_heureFin,
     -       ' commande ',frs_id,' ',FUNCTION TRIM(flv_ville)
           ADD 1 TO WlvIdx
         END-PERFORM
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         CLOSE fTicket
         DISPLAY 'Feuille de route écrite : ',WNomFichierTicket
         MOVE 'FEUILLE DE ROUTE' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
         MOVE 1 TO WlvIdx
         PERFORM UNTIL WlvIdx > WlvNb
           MOVE WlvDropResa(WlvIdx) TO flv_idresa
           READ fLivraisons
             INVALID KEY
               CONTINUE
           END-READ
           MOVE WlvDropResa(WlvIdx) TO frs_id
           READ freservations
             INVALID KEY
               CONTINUE
           END-READ
           PERFORM IMPRIMER_BON_LIVRAISON_TRAITEUR
           ADD 1 TO WlvIdx
         END-PERFORM
       END-IF.

      ***ECRIRE_CONTENU_LIVRAISON****************************************
      *Ecrit dans fTicket le contenu de la commande du tampon, un    *
      *menu ou plat de frs_nomsMenus par ligne                       *
      ****************************************************************
       ECRIRE_CONTENU_LIVRAISON.
       IF frs_nomsMenus = SPACE THEN
         MOVE '    Contenu : commande pas encore saisie' TO ticketLigne
         WRITE ticketLigne
       ELSE
         MOVE 1 TO WlvPtr
         MOVE 0 TO WlvFinTok
         PERFORM UNTIL WlvFinTok = 1
           MOVE SPACE TO WlvToken
           UNSTRING frs_nomsMenus DELIMITED BY '/'
             INTO WlvToken
             WITH POINTER WlvPtr
             ON OVERFLOW MOVE 1 TO WlvFinTok
           END-UNSTRING
           IF WlvToken = SPACE THEN
             MOVE 1 TO WlvFinTok
           ELSE
             MOVE SPACE TO ticketLigne
             STRING '    - ' WlvToken DELIMITED BY SIZE
     -         INTO ticketLigne
             WRITE ticketLigne
           END-IF
           IF WlvPtr > 250 THEN
             MOVE 1 TO WlvFinTok
           END-IF
         END-PERFORM
       END-IF.

      ***IMPRIMER_BON_LIVRAISON_TRAITEUR*********************************
      *Bon de livraison bon_livraison_<commande>.txt de la commande  *
      *traiteur du tampon, à faire signer par le contact à la        *
      *remise (fTicket libre, fichiers ouverts par l'appelant)       *
      ****************************************************************
       IMPRIMER_BON_LIVRAISON_TRAITEUR.
       MOVE SPACE TO WNomFichierTicket
       STRING 'bon_livraison_' frs_id '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'BON DE LIVRAISON - commande ' frs_id ' du '
     -     flv_dateLivr DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Livré à : ' FUNCTION TRIM(flv_rue) ', ' flv_codeP
     -   ' ' FUNCTION TRIM(flv_ville)
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Contact : ' FUNCTION TRIM(flv_contact) ' - '
     -     flv_telContact DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Créneau : ' flv_heureDebut ' - ' flv_heureFin
     -   '   Convives : ' frs_nbPersonnes
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '--------------------------------------' TO ticketLigne
       WRITE ticketLigne
       PERFORM ECRIRE_CONTENU_LIVRAISON
       MOVE '--------------------------------------' TO ticketLigne
       WRITE ticketLigne
       MOVE 'Remis le : ............  à : ........' TO ticketLigne
       WRITE ticketLigne
       MOVE 'Nom du signataire : ....................' TO ticketLigne
       WRITE ticketLigne
       MOVE 'Signature :' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       WRITE ticketLigne
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket.

      ***REMETTRE_LIVRAISON**********************************************
      *Enregistre la remise d'une livraison traiteur : nom du        *
      *signataire du bon de livraison, date et heure de remise       *
      ****************************************************************
       REMETTRE_LIVRAISON.
       DISPLAY '|====================================|'
       DISPLAY '|=========== REMISE D''UNE ===========|'
       DISPLAY '|===========  LIVRAISON   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '
       DISPLAY 'Numéro de la commande traiteur :'
       ACCEPT flv_idresa
       OPEN I-O fLivraisons
       READ fLivraisons
         INVALID KEY
           DISPLAY 'Aucune livraison pour cette commande'
         NOT INVALID KEY
           MOVE flv_idrest TO WscopeIdRest
           PERFORM CONTROLER_PORTEE_SITE
           IF WscopeOK = 1 THEN
             IF flv_livree THEN
               DISPLAY 'Déjà livrée le ',flv_dateRemise,' à ',
     -           flv_heureRemise,', signée par ',flv_signataire
             ELSE
               DISPLAY 'Livraison ',FUNCTION TRIM(flv_rue),' ',
     -           flv_codeP,' ',FUNCTION TRIM(flv_ville)
               DISPLAY 'Nom du signataire du bon de livraison :'
               MOVE SPACE TO flv_signataire
               ACCEPT flv_signataire
               ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
               MOVE WdateSystemeISOInt TO flv_dateRemise
               ACCEPT WheureSystemeISO FROM TIME
               COMPUTE flv_heureRemise = WheureSystemeISO_heure * 100
     -           + WheureSystemeISO_minute
               MOVE 2 TO flv_statut
               REWRITE livraisonTampon
               IF flv_stat = 0 THEN
                 DISPLAY 'Remise enregistrée'
                 MOVE 'fLivraisons' TO WauditFichier
                 MOVE flv_idresa TO WauditCle
                 MOVE 'LIVRAISON' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
             END-IF
           END-IF
       END-READ
       CLOSE fLivraisons
       DISPLAY '-====================================-'.

      ***PRODUIRE_FEUILLES_ROUTE*****************************************
      *Etape du batch du soir : feuille de route des livraisons      *
      *traiteur de demain et bons de livraison pour chaque           *
      *restaurant actif, prêts pour le départ du matin               *
      ****************************************************************
       PRODUIRE_FEUILLES_ROUTE.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WdateSystemeEntier = FUNCTION INTEGER-OF-DATE(
     -      WdateSystemeISOInt)
       ADD 1 TO WdateSystemeEntier
       MOVE FUNCTION DATE-OF-INTEGER(WdateSystemeEntier) TO WlvDate
       OPEN INPUT frestaurants
       OPEN INPUT freservations
       OPEN INPUT fclients
       OPEN INPUT fLivraisons
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           IF fr_actif = 1 THEN
             MOVE fr_id TO WlvIdRest
             PERFORM PRODUIRE_FEUILLE_ROUTE
           END-IF
       END-PERFORM
       CLOSE fLivraisons
       CLOSE fclients
       CLOSE freservations
       CLOSE frestaurants.

      ***GERER_ARTICLES_PLATEFORME***************************************
      *Table de correspondance des articles des plateformes de       *
      *livraison : pour un canal, le libellé de l'article tel qu'il  *
      *figure dans le fichier de commandes de la plateforme est      *
      *rattaché à un plat (dataplats) ou à un menu (datamenus) ; un  *
      *libellé identique au nom du plat ou du menu n'a pas besoin    *
      *d'être déclaré                                                *
      ****************************************************************
       GERER_ARTICLES_PLATEFORME.
       OPEN I-O fArticlesPlateforme
       OPEN INPUT fplats
       OPEN INPUT fmenus

       DISPLAY '|====================================|'
       DISPLAY '|=========== ARTICLES     ===========|'
       DISPLAY '|===========  DES         ===========|'
       DISPLAY '|===========  PLATEFORMES ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WplAction
       PERFORM WITH TEST AFTER UNTIL WplAction = 0
         DISPLAY '1 - Rattacher un article de plateforme'
         DISPLAY '2 - Supprimer un rattachement'
         DISPLAY '3 - Lister les articles d''un canal'
         DISPLAY '0 - Terminer'
         ACCEPT WplAction
         EVALUATE WplAction
          WHEN 1
           MOVE 0 TO fap_canal
           PERFORM WITH TEST AFTER UNTIL fap_canal >= 1
     -        AND fap_canal <= 99
             DISPLAY 'Code du canal de la plateforme (1-99) :'
             ACCEPT fap_canal
           END-PERFORM
           DISPLAY 'Libellé de l''article chez la plateforme :'
           ACCEPT fap_article
           READ fArticlesPlateforme
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY 'Article déjà rattaché à ',fap_nom,
     -           ', il sera modifié'
           END-READ
           MOVE 0 TO fap_type
           PERFORM WITH TEST AFTER UNTIL fap_estPlat OR fap_estMenu
             DISPLAY 'Rattacher à ? 1 : un plat, 2 : un menu'
             ACCEPT fap_type
           END-PERFORM
           MOVE 0 TO WplTrouve
           PERFORM WITH TEST AFTER UNTIL WplTrouve = 1
             IF fap_estPlat THEN
               DISPLAY 'Nom du plat :'
               ACCEPT fp_nom
               READ fplats
                 INVALID KEY
                   DISPLAY 'Plat inexistant'
                 NOT INVALID KEY
                   MOVE fp_nom TO fap_nom
                   MOVE 1 TO WplTrouve
               END-READ
             ELSE
               DISPLAY 'Nom du menu :'
               ACCEPT fm_nom
               READ fmenus
                 INVALID KEY
                   DISPLAY 'Menu inexistant'
                 NOT INVALID KEY
                   MOVE fm_nom TO fap_nom
                   MOVE 1 TO WplTrouve
               END-READ
             END-IF
           END-PERFORM
           WRITE articlePlateformeTampon
           IF fap_stat = 22 THEN
             REWRITE articlePlateformeTampon
           END-IF
           IF fap_stat = 0 THEN
             DISPLAY 'Article rattaché à ',fap_nom
             MOVE 'fArticlesPlatef' TO WauditFichier
             MOVE fap_article TO WauditCle
             MOVE 'MODIF' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement'
           END-IF
          WHEN 2
           DISPLAY 'Code du canal de la plateforme :'
           ACCEPT fap_canal
           DISPLAY 'Libellé de l''article chez la plateforme :'
           ACCEPT fap_article
           DELETE fArticlesPlateforme
             INVALID KEY
               DISPLAY 'Aucun rattachement pour cet article'
             NOT INVALID KEY
               DISPLAY 'Rattachement supprimé'
               MOVE 'fArticlesPlatef' TO WauditFichier
               MOVE fap_article TO WauditCle
               MOVE 'SUPPR' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
           END-DELETE
          WHEN 3
           DISPLAY 'Code du canal de la plateforme :'
           ACCEPT WplCanal
           MOVE WplCanal TO fap_canal
           MOVE LOW-VALUE TO fap_article
           START fArticlesPlateforme, KEY IS >= fap_cle
           INVALID KEY
             DISPLAY 'Aucun article rattaché pour ce canal'
           NOT INVALID KEY
             MOVE 0 TO WplFin
             PERFORM WITH TEST AFTER UNTIL WplFin = 1
               READ fArticlesPlateforme NEXT
               AT END MOVE 1 TO WplFin
               NOT AT END
                 IF fap_canal NOT = WplCanal THEN
                   MOVE 1 TO WplFin
                 ELSE
                   IF fap_estPlat THEN
                     DISPLAY '  ',FUNCTION TRIM(fap_article),
     -                 ' -> plat ',fap_nom
                   ELSE
                     DISPLAY '  ',FUNCTION TRIM(fap_article),
     -                 ' -> menu ',fap_nom
                   END-IF
                 END-IF
             END-PERFORM
           END-START
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'
       CLOSE fmenus
       CLOSE fplats
       CLOSE fArticlesPlateforme.

      ***IMPORTER_COMMANDES_PLATEFORME***********************************
      *Import à la demande du fichier de commandes du jour d'une     *
      *plateforme de livraison (canal actif de datacanaux.dat) :     *
      *plateforme_<canal>_<AAAAMMJJ>.csv                             *
      ****************************************************************
       IMPORTER_COMMANDES_PLATEFORME.
       DISPLAY '|====================================|'
       DISPLAY '|=========== COMMANDES    ===========|'
       DISPLAY '|===========  DES         ===========|'
       DISPLAY '|===========  PLATEFORMES ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Code du canal de la plateforme :'
       ACCEPT WplCanal
       MOVE 0 TO WplTrouve
       OPEN INPUT fCanaux
       MOVE WplCanal TO fch_code
       READ fCanaux
         INVALID KEY
           DISPLAY 'Canal inconnu'
         NOT INVALID KEY
           IF fch_actif = 1 THEN
             MOVE fch_nom TO WplNomCanal
             MOVE 1 TO WplTrouve
           ELSE
             DISPLAY 'Canal inactif : import refusé'
           END-IF
       END-READ
       CLOSE fCanaux
       IF WplTrouve = 1 THEN
         DISPLAY 'Date du fichier de commandes (AAAAMMJJ, 0 : '
     -     'aujourd''hui) :'
         ACCEPT WplDate
         IF WplDate = 0 THEN
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           MOVE WdateSystemeISOInt TO WplDate
         END-IF
         PERFORM IMPORTER_FICHIER_PLATEFORME
       END-IF
       DISPLAY '-====================================-'.

      ***IMPORTER_PLATEFORMES_JOUR***************************************
      *Etape du batch du soir : import du fichier de commandes du    *
      *jour de chaque canal actif ; un canal sans fichier est passé  *
      ****************************************************************
       IMPORTER_PLATEFORMES_JOUR.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO WplDate
       OPEN INPUT fCanaux
       MOVE 0 TO fch_code
       START fCanaux, KEY IS >= fch_code
       INVALID KEY
         DISPLAY 'Aucun canal enregistré'
       NOT INVALID KEY
         MOVE 0 TO WplFinCanal
         PERFORM WITH TEST AFTER UNTIL WplFinCanal = 1
           READ fCanaux NEXT
           AT END MOVE 1 TO WplFinCanal
           NOT AT END
             IF fch_actif = 1 THEN
               MOVE fch_code TO WplCanal
               MOVE fch_nom TO WplNomCanal
               PERFORM IMPORTER_FICHIER_PLATEFORME
             END-IF
         END-PERFORM
       END-START
       CLOSE fCanaux.

      ***IMPORTER_FICHIER_PLATEFORME*************************************
      *Import du fichier de commandes WplDate du canal WplCanal, une *
      *ligne par article : référence de commande;restaurant;date     *
      *AAAAMMJJ;heure HHMM;libellé article;quantité;montant TTC de   *
      *la ligne. Les lignes consécutives d'une même référence forment*
      *une commande à emporter (frs_typeResa = 3, frs_canal = canal) *
      *suivie dans datacmdplateforme.dat pour le rapprochement des   *
      *versements ; les lignes écartées vont dans                    *
      *plateforme_rejets.csv (motifs 40 ligne illisible, 41          *
      *restaurant inconnu, 42 commande déjà importée, 43 article non *
      *reconnu)                                                      *
      ****************************************************************
       IMPORTER_FICHIER_PLATEFORME.
       MOVE SPACE TO WNomFichierPlateforme
       STRING 'plateforme_' WplCanal '_' WplDate '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierPlateforme
       OPEN INPUT fImportPlateforme
       IF fipl_stat = 35 THEN
         DISPLAY 'Aucun fichier ',FUNCTION TRIM(WNomFichierPlateforme),
     -     ' à importer'
       ELSE
       OPEN EXTEND fRejetsPlateforme
       IF frpl_stat = 35 THEN
         OPEN OUTPUT fRejetsPlateforme
       END-IF
       OPEN I-O freservations
       OPEN I-O fCmdPlateforme
       OPEN I-O fplats
       OPEN INPUT fmenus
       OPEN INPUT fArticlesPlateforme
       OPEN INPUT frestaurants
       MOVE 0 TO WplNbCommandes
       MOVE 0 TO WplNbRejetees
       MOVE 0 TO WplNbDoublons
       MOVE 0 TO WplEnCours
       MOVE SPACE TO WplRefCour
       MOVE 0 TO WplFin
       PERFORM WITH TEST AFTER UNTIL WplFin = 1
         READ fImportPlateforme
         AT END MOVE 1 TO WplFin
         NOT AT END
           PERFORM TRAITER_LIGNE_PLATEFORME
         END-READ
       END-PERFORM
       IF WplEnCours = 1 THEN
         PERFORM CLORE_COMMANDE_PLATEFORME
       END-IF
       CLOSE frestaurants
       CLOSE fArticlesPlateforme
       CLOSE fmenus
       CLOSE fplats
       CLOSE fCmdPlateforme
       CLOSE freservations
       CLOSE fRejetsPlateforme
       CLOSE fImportPlateforme
       DISPLAY 'Import ',FUNCTION TRIM(WplNomCanal),' du ',WplDate,
     -   ' : ',WplNbCommandes,' commande(s) créée(s), ',
     -     WplNbDoublons,' déjà importée(s), ',WplNbRejetees,
     -   ' ligne(s) rejetée(s)'
       END-IF.

      ***TRAITER_LIGNE_PLATEFORME****************************************
      *Aiguille une ligne du fichier de la plateforme : un changement*
      *de référence clôt la commande en cours et en ouvre une        *
      *nouvelle ; la ligne est ensuite ajoutée à la commande, ou     *
      *rejetée avec le motif de la commande si celle-ci est refusée  *
      ****************************************************************
       TRAITER_LIGNE_PLATEFORME.
       MOVE SPACE TO WplChamps
       UNSTRING importPlateformeLigne DELIMITED BY ';'
         INTO WplRefX WplIdRestX WplDateX WplHeureX WplArticleX
     -        WplQteX WplPrixX
       END-UNSTRING
       IF WplRefX = SPACE THEN
         MOVE 40 TO WplMotifLigne
         PERFORM REJETER_LIGNE_PLATEFORME
       ELSE
         IF WplEnCours = 0 OR WplRefX NOT = WplRefCour THEN
           IF WplEnCours = 1 THEN
             PERFORM CLORE_COMMANDE_PLATEFORME
           END-IF
           PERFORM OUVRIR_COMMANDE_PLATEFORME
         END-IF
         IF WplCmdOK = 1 THEN
           PERFORM AJOUTER_LIGNE_PLATEFORME
         ELSE
           MOVE WplMotif TO WplMotifLigne
           PERFORM REJETER_LIGNE_PLATEFORME
         END-IF
       END-IF.

      ***OUVRIR_COMMANDE_PLATEFORME**************************************
      *Contrôles d'en-tête de la commande portée par la ligne        *
      *courante (restaurant, date, heure, doublon) et réservation de *
      *son numéro de commande à emporter                             *
      ****************************************************************
       OUVRIR_COMMANDE_PLATEFORME.
       MOVE WplRefX TO WplRefCour
       MOVE 1 TO WplEnCours
       MOVE 1 TO WplCmdOK
       MOVE 0 TO WplMotif
       MOVE 0 TO WplIdResa
       MOVE 0 TO WplMontant
       MOVE 0 TO WplNbArticles
       MOVE 0 TO WplNbLignes
       MOVE 0 TO WplNbRejets
       MOVE SPACE TO WplNoms
       MOVE 1 TO WplPtr
       MOVE ZERO TO WplBasesTVA
       IF WplIdRestX NOT NUMERIC OR WplDateX NOT NUMERIC
     -    OR WplHeureX NOT NUMERIC THEN
         MOVE 0 TO WplCmdOK
         MOVE 40 TO WplMotif
       ELSE
         MOVE WplIdRestX TO WplIdRest
         MOVE WplDateX TO WplDateCmd
         MOVE WplHeureX TO WplHeure
         IF WplDateX(5:2) < '01' OR WplDateX(5:2) > '12'
     -      OR WplDateX(7:2) < '01' OR WplDateX(7:2) > '31'
     -      OR WplDateCmd < 20150101
     -      OR WplHeure > 2359
     -      OR FUNCTION MOD(WplHeure, 100) > 59 THEN
           MOVE 0 TO WplCmdOK
           MOVE 40 TO WplMotif
         END-IF
       END-IF
       IF WplCmdOK = 1 THEN
         MOVE WplIdRest TO fr_id
         READ frestaurants
           INVALID KEY
             MOVE 0 TO WplCmdOK
             MOVE 41 TO WplMotif
         END-READ
       END-IF
       IF WplCmdOK = 1 THEN
         MOVE WplCanal TO fcm_canal
         MOVE WplRefCour TO fcm_ref
         READ fCmdPlateforme
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WplCmdOK
             MOVE 42 TO WplMotif
             ADD 1 TO WplNbDoublons
         END-READ
       END-IF
       IF WplCmdOK = 1 THEN
         PERFORM RECHERCHER_NUM_RESA
         MOVE Wnum TO WplIdResa
       END-IF.

      ***AJOUTER_LIGNE_PLATEFORME****************************************
      *Ajoute l'article de la ligne courante à la commande en cours :*
      *le montant de la ligne est toujours acquis (il a été encaissé *
      *par la plateforme) ; l'article reconnu entre dans la          *
      *composition de la commande, dans sa base de TVA et décrémente *
      *le stock du site, l'article inconnu est rejeté (motif 43)     *
      ****************************************************************
       AJOUTER_LIGNE_PLATEFORME.
       ADD 1 TO WplNbLignes
       IF WplQteX = SPACE THEN
         MOVE 1 TO WplQte
       ELSE
         COMPUTE WplQte = FUNCTION NUMVAL(WplQteX)
       END-IF
       COMPUTE WplPrix = FUNCTION NUMVAL(WplPrixX)
       IF WplQte = 0 THEN
         MOVE 40 TO WplMotifLigne
         ADD 1 TO WplNbRejets
         PERFORM REJETER_LIGNE_PLATEFORME
       ELSE
         ADD WplPrix TO WplMontant
         PERFORM CHERCHER_ARTICLE_PLATEFORME
         IF WplTrouve = 0 THEN
           MOVE 43 TO WplMotifLigne
           ADD 1 TO WplNbRejets
           PERFORM REJETER_LIGNE_PLATEFORME
         ELSE
           MOVE WplIdResa TO frs_id
           MOVE WplIdRest TO frs_idrest
           IF WplTrouve = 1 THEN
             MOVE fp_catTVA TO WtvaCat
           ELSE
             MOVE fm_catTVA TO WtvaCat
           END-IF
           IF WtvaCat < 1 OR WtvaCat > 3 THEN
             MOVE 2 TO WtvaCat
           END-IF
           ADD WplPrix TO WplBaseTVA(WtvaCat)
           MOVE 0 TO WplIdx
           PERFORM UNTIL WplIdx >= WplQte
             ADD 1 TO WplIdx
             ADD 1 TO WplNbArticles
             IF WplPtr > 1 THEN
               STRING '/' DELIMITED BY SIZE
                 INTO WplNoms WITH POINTER WplPtr
               END-STRING
             END-IF
             STRING WplNomArticle DELIMITED BY '  '
               INTO WplNoms WITH POINTER WplPtr
             END-STRING
             IF WplTrouve = 1 THEN
               MOVE 1 TO WstockOK
               PERFORM VERIFIER_STOCK_PLAT_SITE
               IF WstockOK = 1 THEN
                 PERFORM DECREMENTER_STOCK_PLAT_SITE
               ELSE
                 DISPLAY 'Stock épuisé pour ',
     -             FUNCTION TRIM(WplNomArticle),' (commande ',
     -             FUNCTION TRIM(WplRefCour),')'
               END-IF
             ELSE
               PERFORM VERIFIER_STOCK_MENU
               IF WstockOK = 1 THEN
                 PERFORM DECREMENTER_STOCK_MENU
               ELSE
                 DISPLAY 'Stock épuisé pour le menu ',
     -             FUNCTION TRIM(WplNomArticle),' (commande ',
     -             FUNCTION TRIM(WplRefCour),')'
               END-IF
             END-IF
           END-PERFORM
         END-IF
       END-IF.

      ***CHERCHER_ARTICLE_PLATEFORME*************************************
      *Retrouve le plat ou le menu correspondant au libellé          *
      *WplArticleX du canal WplCanal : rattachement déclaré dans     *
      *dataartplateforme.dat, à défaut nom identique ; WplTrouve     *
      *vaut 1 (plat, tampon pTampon) ou 2 (menu, tampon mTampon),    *
      *0 si l'article n'est pas reconnu                              *
      ****************************************************************
       CHERCHER_ARTICLE_PLATEFORME.
       MOVE 0 TO WplTrouve
       MOVE WplArticleX TO WplNomArticle
       MOVE WplCanal TO fap_canal
       MOVE WplArticleX TO fap_article
       READ fArticlesPlateforme
         INVALID KEY
           MOVE 0 TO fap_type
         NOT INVALID KEY
           MOVE fap_nom TO WplNomArticle
       END-READ
       IF NOT fap_estMenu THEN
         MOVE WplNomArticle TO fp_nom
         READ fplats
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WplTrouve
         END-READ
       END-IF
       IF WplTrouve = 0 AND NOT fap_estPlat THEN
         MOVE WplNomArticle TO fm_nom
         READ fmenus
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 2 TO WplTrouve
         END-READ
       END-IF.

      ***CLORE_COMMANDE_PLATEFORME***************************************
      *Ecrit la commande à emporter de la plateforme dès qu'au moins *
      *un article a été reconnu, puis sa fiche de suivi des          *
      *versements (statut attendu) ; une commande dont aucun article *
      *n'est reconnu n'est pas créée et pourra être réimportée une   *
      *fois les rattachements d'articles complétés                   *
      ****************************************************************
       CLORE_COMMANDE_PLATEFORME.
       MOVE 0 TO WplEnCours
       IF WplCmdOK = 1 AND WplNbArticles > 0 THEN
         MOVE WplIdResa TO frs_id
         MOVE 0 TO frs_idcli
         MOVE WplIdRest TO frs_idrest
         MOVE WplDateCmd(7:2) TO frs_date_jour
         MOVE WplDateCmd(5:2) TO frs_date_mois
         MOVE WplDateCmd(1:4) TO frs_date_annee
         COMPUTE frs_heure_heure = WplHeure / 100
         COMPUTE frs_heure_minute = FUNCTION MOD(WplHeure, 100)
         MOVE WplNbArticles TO frs_nbPersonnes
         MOVE WplMontant TO frs_prix
         MOVE 0 TO frs_arrhes
         MOVE 3 TO frs_typeResa
         MOVE 0 TO frs_arrivee
         MOVE 0 TO frs_prixTete
         MOVE 0 TO frs_remiseTotale
         MOVE 0 TO frs_idServeur
         MOVE 0 TO frs_dateLimiteConfirm
         MOVE 0 TO frs_fraisService
         MOVE 0 TO frs_pourboire
         MOVE 0 TO frs_numTable
         MOVE 0 TO frs_numTable2
         MOVE WplCanal TO frs_canal
         MOVE 0 TO frs_tableFixee
         MOVE 0 TO frs_caBoissons
         MOVE 0 TO frs_etatService
         MOVE 0 TO frs_heureDepart
         MOVE WplBaseTVA(1) TO frs_baseTVA(1)
         MOVE WplBaseTVA(2) TO frs_baseTVA(2)
         MOVE WplBaseTVA(3) TO frs_baseTVA(3)
         MOVE 0 TO frs_codeMotifAnnul
         MOVE 0 TO frs_nbAdultes
         MOVE 0 TO frs_nbEnfants
         MOVE 0 TO frs_nbBebes
         MOVE 0 TO frs_remiseEnfants
         MOVE 0 TO frs_nbReserves
         ACCEPT frs_dateCreation FROM DATE YYYYMMDD
         MOVE 0 TO frs_fraisAbsents
         MOVE WplNoms TO frs_nomsMenus
         MOVE WplIdResa TO frs_idGroupe
         MOVE 1 TO frs_statut
         PERFORM MAJ_CLE_JOUR_RESA
         WRITE resaTampon
         IF frs_stat = 0 THEN
           ADD 1 TO WplNbCommandes
           DISPLAY 'Commande ',FUNCTION TRIM(WplRefCour),
     -       ' importée : n. ',frs_id,' (restaurant ',frs_idrest,
     -       ', ',frs_prix,' EUR)'
           MOVE 'freservations' TO WauditFichier
           MOVE frs_id TO WauditCle
           MOVE 'PLATEFORME' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           PERFORM AGREGER_RESA_CREEE
           PERFORM AGREGER_CA_COMMANDE
           MOVE WplCanal TO fcm_canal
           MOVE WplRefCour TO fcm_ref
           MOVE WplIdResa TO fcm_idresa
           MOVE WplIdRest TO fcm_idrest
           MOVE WplDateCmd TO fcm_date
           MOVE WplMontant TO fcm_montant
           MOVE WplNbLignes TO fcm_nbLignes
           MOVE WplNbRejets TO fcm_nbRejets
           MOVE 0 TO fcm_statut
           MOVE 0 TO fcm_dateVersement
           MOVE 0 TO fcm_montantBrut
           MOVE 0 TO fcm_commission
           MOVE 0 TO fcm_remboursement
           MOVE 0 TO fcm_ajustement
           MOVE 0 TO fcm_montantNet
           WRITE cmdPlateformeTampon
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement de la commande ',
     -       FUNCTION TRIM(WplRefCour)
         END-IF
       END-IF.

      ***REJETER_LIGNE_PLATEFORME****************************************
      *Recopie la ligne courante dans plateforme_rejets.csv, précédée*
      *du canal et suivie du code motif WplMotifLigne                *
      ****************************************************************
       REJETER_LIGNE_PLATEFORME.
       ADD 1 TO WplNbRejetees
       MOVE SPACE TO rejetPlateformeLigne
       STRING WplCanal ';' DELIMITED BY SIZE
     -     importPlateformeLigne DELIMITED BY '   '
     -   ';REJET=' WplMotifLigne DELIMITED BY SIZE
     -   INTO rejetPlateformeLigne
       WRITE rejetPlateformeLigne.

      ***GERER_EVENEMENTS_BILLETS****************************************
      *Evénements à billets (dîners vins, démonstrations, réveillon) :*
      *un événement par restaurant et par date avec titre, menu imposé,*
      *prix par place, nombre de places et date limite de vente ; ses*
      *places sont retirées de la capacité du service (voir          *
      *DEDUIRE_PLACES_EVENEMENTS). Les autres frais de l'événement   *
      *(vins, animation, extras) sont saisis ici pour le bilan       *
      ****************************************************************
       GERER_EVENEMENTS_BILLETS.
       DISPLAY '|====================================|'
       DISPLAY '|=========== EVENEMENTS   ===========|'
       DISPLAY '|===========  A           ===========|'
       DISPLAY '|===========  BILLETS     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WevAction
       PERFORM WITH TEST AFTER UNTIL WevAction = 0
         DISPLAY '1 - Créer un événement'
         DISPLAY '2 - Lister les événements d''un restaurant'
         DISPLAY '3 - Saisir les autres frais d''un événement'
         DISPLAY '0 - Terminer'
         ACCEPT WevAction
         EVALUATE WevAction
          WHEN 1
           PERFORM CREER_EVENEMENT_BILLETS
          WHEN 2
           PERFORM RECHERCHER_RESTAURANT
           IF WvaleurOK = 1 THEN
             OPEN INPUT fEvenements
             MOVE WidRestSauv TO fev_idrest
             MOVE 0 TO fev_date
             START fEvenements, KEY IS >= fev_jour
             INVALID KEY
               DISPLAY 'Aucun événement pour ce restaurant'
             NOT INVALID KEY
               MOVE 0 TO WevFin
               PERFORM WITH TEST AFTER UNTIL WevFin = 1
                 READ fEvenements NEXT
                 AT END MOVE 1 TO WevFin
                 NOT AT END
                   IF fev_idrest NOT = WidRestSauv THEN
                     MOVE 1 TO WevFin
                   ELSE
                     COMPUTE WevReste = fev_nbPlaces - fev_nbVendus
                     DISPLAY '  ',fev_id,' - ',fev_date,' ',fev_heure,
     -                 ' - ',FUNCTION TRIM(fev_titre)
                     DISPLAY '      ',FUNCTION TRIM(fev_menu),' - ',
     -                 fev_prix,' EUR/place - ',fev_nbVendus,
     -                 ' vendue(s), ',WevReste,' restante(s) sur ',
     -                 fev_nbPlaces,' - vente jusqu''au ',
     -                 fev_dateLimite
                   END-IF
               END-PERFORM
             END-START
             CLOSE fEvenements
           END-IF
          WHEN 3
           OPEN I-O fEvenements
           DISPLAY 'Numéro de l''événement :'
           ACCEPT fev_id
           READ fEvenements
             INVALID KEY
               DISPLAY 'Evénement inexistant'
             NOT INVALID KEY
               DISPLAY FUNCTION TRIM(fev_titre),' du ',fev_date,
     -           ' - autres frais actuels : ',fev_autresFrais,' EUR'
               DISPLAY 'Montant total des autres frais :'
               ACCEPT fev_autresFrais
               REWRITE evenementTampon
               IF fev_stat = 0 THEN
                 DISPLAY 'Frais enregistrés'
                 MOVE 'fEvenements' TO WauditFichier
                 MOVE fev_id TO WauditCle
                 MOVE 'FRAIS' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               END-IF
           END-READ
           CLOSE fEvenements
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'.

      ***CREER_EVENEMENT_BILLETS*****************************************
      *Saisie d'un nouvel événement à billets ; le nombre de places ne*
      *peut dépasser la capacité du restaurant et la vente s'arrête au*
      *plus tard le jour de l'événement                              *
      ****************************************************************
       CREER_EVENEMENT_BILLETS.
       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         OPEN INPUT frestaurants
         MOVE WidRestSauv TO fr_id
         READ frestaurants
           INVALID KEY
             MOVE 0 TO WcapaciteRestaurant
           NOT INVALID KEY
             MOVE fr_nbPlaces TO WcapaciteRestaurant
         END-READ
         CLOSE frestaurants
         DISPLAY 'Date de l''événement :'
         PERFORM WITH TEST AFTER UNTIL Wdate_jour >= 1
     -      AND Wdate_jour <= 31
           DISPLAY 'jour: (JJ)'
           ACCEPT Wdate_jour
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL Wdate_mois >= 1
     -      AND Wdate_mois <= 12
           DISPLAY 'mois: (MM)'
           ACCEPT Wdate_mois
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL Wdate_annee >= 2015
           DISPLAY 'annee: (AAAA)'
           ACCEPT Wdate_annee
         END-PERFORM
         MOVE WidRestSauv TO fev_idrest
         COMPUTE fev_date = Wdate_annee * 10000 + Wdate_mois * 100
     -     + Wdate_jour
         MOVE 9999 TO fev_heure
         PERFORM WITH TEST AFTER UNTIL fev_heure <= 2359
     -      AND FUNCTION MOD(fev_heure, 100) <= 59
           DISPLAY 'Heure de début (HHMM) :'
           ACCEPT fev_heure
         END-PERFORM
         DISPLAY 'Titre de l''événement :'
         MOVE SPACE TO fev_titre
         ACCEPT fev_titre
         OPEN INPUT fmenus
         MOVE 0 TO WevTrouve
         PERFORM WITH TEST AFTER UNTIL WevTrouve = 1
           DISPLAY 'Menu servi (nom du menu) :'
           ACCEPT fm_nom
           READ fmenus
             INVALID KEY
               DISPLAY 'Menu inexistant'
             NOT INVALID KEY
               MOVE fm_nom TO fev_menu
               MOVE 1 TO WevTrouve
           END-READ
         END-PERFORM
         CLOSE fmenus
         MOVE 0 TO fev_prix
         PERFORM WITH TEST AFTER UNTIL fev_prix > 0
           DISPLAY 'Prix du billet par place (EUR) :'
           ACCEPT fev_prix
         END-PERFORM
         MOVE 0 TO fev_nbPlaces
         PERFORM WITH TEST AFTER UNTIL fev_nbPlaces >= 1
     -      AND fev_nbPlaces <= WcapaciteRestaurant
           DISPLAY 'Nombre de places (capacité ',
     -       WcapaciteRestaurant,') :'
           ACCEPT fev_nbPlaces
         END-PERFORM
         MOVE 0 TO fev_dateLimite
         PERFORM WITH TEST AFTER UNTIL fev_dateLimite > 20150000
     -      AND fev_dateLimite <= fev_date
           DISPLAY 'Date limite de vente (AAAAMMJJ, au plus tard le ',
     -       fev_date,') :'
           ACCEPT fev_dateLimite
         END-PERFORM
         MOVE 0 TO fev_nbVendus
         MOVE 0 TO fev_nbEmis
         MOVE 0 TO fev_autresFrais
         MOVE 1 TO fev_statut
         MOVE 'EVENEMENT' TO WseqNom
         PERFORM ALLOUER_SEQUENCE
         IF WseqTrouve = 0 THEN
           MOVE 1 TO WseqValeur
           PERFORM SEMER_SEQUENCE
         END-IF
         MOVE WseqValeur TO fev_id
         OPEN I-O fEvenements
         WRITE evenementTampon
         IF fev_stat = 0 THEN
           DISPLAY 'Evénement ',fev_id,' créé : ',fev_nbPlaces,
     -       ' places à ',fev_prix,' EUR'
           MOVE 'fEvenements' TO WauditFichier
           MOVE fev_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement de l''événement'
         END-IF
         CLOSE fEvenements
       END-IF.

      ***VENDRE_BILLETS**************************************************
      *Vente de N billets numérotés d'un événement à un client, réglés*
      *d'avance par les modes de paiement habituels ; affiche les    *
      *places restantes et propose la liste d'attente quand il n'y en*
      *a plus assez                                                  *
      ****************************************************************
       VENDRE_BILLETS.
       DISPLAY '|====================================|'
       DISPLAY '|=========== VENTE        ===========|'
       DISPLAY '|===========  DE          ===========|'
       DISPLAY '|===========  BILLETS     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O fEvenements
       DISPLAY 'Numéro de l''événement :'
       ACCEPT fev_id
       MOVE fev_id TO WevId
       READ fEvenements
         INVALID KEY
           DISPLAY 'Evénement inexistant'
         NOT INVALID KEY
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           IF NOT fev_enVente
     -        OR WdateSystemeISOInt > fev_dateLimite THEN
             DISPLAY 'La vente de cet événement est close'
           ELSE
             COMPUTE WevReste = fev_nbPlaces - fev_nbVendus
             DISPLAY FUNCTION TRIM(fev_titre),' du ',fev_date,
     -         ' : ',WevReste,' place(s) restante(s) sur ',
     -         fev_nbPlaces,' à ',fev_prix,' EUR'
             PERFORM RECHERCHER_CLIENT
             IF WvaleurOK = 1 THEN
               MOVE WidCliSauv TO WevIdCli
               MOVE 0 TO WevNb
               PERFORM WITH TEST AFTER UNTIL WevNb >= 1
                 DISPLAY 'Nombre de billets :'
                 ACCEPT WevNb
               END-PERFORM
               IF WevNb > WevReste THEN
                 MOVE 0 TO WevChoix
                 PERFORM WITH TEST AFTER UNTIL WevChoix = 0
     -              OR WevChoix = 1
                   DISPLAY 'Places insuffisantes : inscrire le client '
     -               'en liste d''attente ? 1 : oui, 0 : non'
                   ACCEPT WevChoix
                 END-PERFORM
                 IF WevChoix = 1 THEN
                   PERFORM INSCRIRE_ATTENTE_EVENEMENT
                 END-IF
               ELSE
                 PERFORM EMETTRE_BILLETS
               END-IF
             END-IF
           END-IF
       END-READ
       CLOSE fEvenements
       DISPLAY '-====================================-'.

      ***EMETTRE_BILLETS*************************************************
      *Crée l'achat de WevNb billets du client WevIdCli pour         *
      *l'événement du tampon evenementTampon (fEvenements ouvert en I-O*
      *par l'appelant) : réservation de type billetterie             *
      *(frs_typeResa = 5) au prix des places, règlement intégral exigé*
      *(un achat non soldé est annulé et l'acompte éventuel est à    *
      *rendre), puis attribution des numéros de billets et impression*
      *dans billets_<réservation>.txt                                *
      ****************************************************************
       EMETTRE_BILLETS.
       MOVE 0 TO WevOK
       OPEN I-O freservations
       OPEN I-O fPaiements
       OPEN INPUT fmenus
       MOVE 2 TO WtvaCat
       MOVE fev_menu TO fm_nom
       READ fmenus
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fm_catTVA TO WtvaCat
       END-READ
       CLOSE fmenus
       PERFORM RECHERCHER_NUM_RESA
       MOVE Wnum TO frs_id
       MOVE Wnum TO WevIdResa
       MOVE WevIdCli TO frs_idcli
       MOVE fev_idrest TO frs_idrest
       MOVE fev_date(7:2) TO frs_date_jour
       MOVE fev_date(5:2) TO frs_date_mois
       MOVE fev_date(1:4) TO frs_date_annee
       COMPUTE frs_heure_heure = fev_heure / 100
       COMPUTE frs_heure_minute = FUNCTION MOD(fev_heure, 100)
       MOVE WevNb TO frs_nbPersonnes
       COMPUTE frs_prix = WevNb * fev_prix
       MOVE fev_prix TO frs_prixTete
       MOVE 0 TO frs_arrhes
       MOVE 5 TO frs_typeResa
       MOVE 0 TO frs_arrivee
       MOVE 0 TO frs_remiseTotale
       MOVE 0 TO frs_idServeur
       MOVE 0 TO frs_dateLimiteConfirm
       MOVE 0 TO frs_fraisService
       MOVE 0 TO frs_pourboire
       MOVE 0 TO frs_numTable
       MOVE 0 TO frs_numTable2
       MOVE 0 TO frs_canal
       MOVE 0 TO frs_tableFixee
       MOVE 0 TO frs_caBoissons
       MOVE 0 TO frs_etatService
       MOVE 0 TO frs_heureDepart
       MOVE ZERO TO frs_basesTVA
       IF WtvaCat < 1 OR WtvaCat > 3 THEN
         MOVE 2 TO WtvaCat
       END-IF
       MOVE frs_prix TO frs_baseTVA(WtvaCat)
       MOVE 0 TO frs_codeMotifAnnul
       MOVE 0 TO frs_nbAdultes
       MOVE 0 TO frs_nbEnfants
       MOVE 0 TO frs_nbBebes
       MOVE 0 TO frs_remiseEnfants
       MOVE 0 TO frs_nbReserves
       ACCEPT frs_dateCreation FROM DATE YYYYMMDD
       MOVE 0 TO frs_fraisAbsents
       MOVE 0 TO frs_fraisAnnulation
       MOVE 0 TO frs_montantRembourse
       MOVE fev_menu TO frs_nomsMenus
       MOVE WevIdResa TO frs_idGroupe
       MOVE 1 TO frs_statut
       PERFORM MAJ_CLE_JOUR_RESA
       WRITE resaTampon
       IF frs_stat NOT = 0 THEN
         DISPLAY 'Erreur lors de l''enregistrement de l''achat'
       ELSE
         PERFORM AGREGER_RESA_CREEE
         DISPLAY 'Achat n. ',frs_id,' : ',WevNb,' billet(s), ',
     -     frs_prix,' EUR à régler'
         PERFORM SAISIR_PAIEMENTS_RESA
         PERFORM CALCULER_TOTAL_PAIEMENTS_RESA
         IF WpayTotal < frs_prix THEN
           MOVE 3 TO frs_statut
           MOVE WpayTotal TO frs_montantRembourse
           MOVE 'Billets non soldés à la vente' TO frs_motifAnnulation
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           ACCEPT WheureSystemeISO FROM TIME
           MOVE WdateSystemeISO_jour TO frs_dateAnnulation_jour
           MOVE WdateSystemeISO_mois TO frs_dateAnnulation_mois
           MOVE WdateSystemeISO_annee TO frs_dateAnnulation_annee
           MOVE WheureSystemeISO_heure TO frs_heureAnnulation_heure
           MOVE WheureSystemeISO_minute TO frs_heureAnnulation_minute
           REWRITE resaTampon
           PERFORM AGREGER_RESA_ANNULEE
           DISPLAY 'Achat non soldé : vente annulée, aucun billet '
     -       'émis'
           IF WpayTotal > 0 THEN
             DISPLAY 'Montant déjà encaissé à rendre au client : ',
     -         WpayTotal,' EUR'
           END-IF
         ELSE
           PERFORM AGREGER_CA_COMMANDE
           MOVE 'freservations' TO WauditFichier
           MOVE frs_id TO WauditCle
           MOVE 'BILLETS' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           PERFORM ATTRIBUER_BILLETS
           MOVE 1 TO WevOK
         END-IF
       END-IF
       CLOSE fPaiements
       CLOSE freservations.

      ***ATTRIBUER_BILLETS***********************************************
      *Attribue les numéros de billets de l'achat WevIdResa : les    *
      *places remises en revente par un client qui a annulé sont     *
      *reprises en premier (l'acheteur initial est alors remboursé du*
      *prix de son billet), puis de nouveaux numéros sont émis ; les *
      *billets sont imprimés dans billets_<réservation>.txt          *
      ****************************************************************
       ATTRIBUER_BILLETS.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE SPACE TO WNomFichierTicket
       STRING 'billets_' WevIdResa '.txt' DELIMITED BY SIZE
     -   INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING FUNCTION TRIM(fev_titre) DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Le ' fev_date(7:2) '/' fev_date(5:2) '/'
     -     fev_date(1:4) ' à ' fev_heure(1:2) 'h' fev_heure(3:2)
     -   ' - restaurant ' fev_idrest DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Menu : ' fev_menu DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE 0 TO WevIdx
       OPEN I-O fBillets
       MOVE fev_id TO fbi_idEvt
       MOVE 0 TO fbi_num
       START fBillets, KEY IS >= fbi_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WevFin
         PERFORM WITH TEST AFTER UNTIL WevFin = 1
           READ fBillets NEXT
           AT END MOVE 1 TO WevFin
           NOT AT END
             IF fbi_idEvt NOT = fev_id OR WevIdx >= WevNb THEN
               MOVE 1 TO WevFin
             ELSE
               IF fbi_enRevente THEN
                 MOVE fbi_idresa TO WevIdResaOrig
                 MOVE fbi_idresa TO fbi_idresaOrig
                 MOVE WevIdResa TO fbi_idresa
                 MOVE WevIdCli TO fbi_idcli
                 MOVE fev_prix TO fbi_prix
                 MOVE WdateSystemeISOInt TO fbi_dateAchat
                 MOVE 1 TO fbi_statut
                 REWRITE billetTampon
                 IF fbi_stat = 0 THEN
                   ADD 1 TO WevIdx
                   PERFORM ECRIRE_LIGNE_BILLET
                   PERFORM REMBOURSER_BILLET_REVENDU
                 END-IF
               END-IF
             END-IF
         END-PERFORM
       END-START
       PERFORM UNTIL WevIdx >= WevNb
         ADD 1 TO fev_nbEmis
         MOVE fev_id TO fbi_idEvt
         MOVE fev_nbEmis TO fbi_num
         MOVE WevIdResa TO fbi_idresa
         MOVE WevIdCli TO fbi_idcli
         MOVE fev_prix TO fbi_prix
         MOVE WdateSystemeISOInt TO fbi_dateAchat
         MOVE 1 TO fbi_statut
         MOVE 0 TO fbi_idresaOrig
         WRITE billetTampon
         ADD 1 TO WevIdx
         PERFORM ECRIRE_LIGNE_BILLET
       END-PERFORM
       CLOSE fBillets
       ADD WevNb TO fev_nbVendus
       REWRITE evenementTampon
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY 'Billets écrits : ',WNomFichierTicket.

      ***ECRIRE_LIGNE_BILLET*********************************************
      *Imprime le billet numéroté du tampon billetTampon             *
      ****************************************************************
       ECRIRE_LIGNE_BILLET.
       MOVE SPACE TO ticketLigne
       STRING 'Billet n. ' fbi_num ' - ' fbi_prix ' EUR - achat '
     -     fbi_idresa DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ***REMBOURSER_BILLET_REVENDU***************************************
      *Le billet du tampon billetTampon vient d'être revendu : son prix*
      *est porté au remboursement de l'achat annulé WevIdResaOrig    *
      *(freservations ouvert en I-O par l'appelant)                  *
      ****************************************************************
       REMBOURSER_BILLET_REVENDU.
       MOVE WevIdResaOrig TO frs_id
       READ freservations
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ADD fbi_prix TO frs_montantRembourse
           REWRITE resaTampon
           DISPLAY 'Billet ',fbi_num,' revendu : rembourser ',fbi_prix,
     -       ' EUR au client ',frs_idcli,' (achat ',frs_id,')'
           MOVE 'freservations' TO WauditFichier
           MOVE frs_id TO WauditCle
           MOVE 'REVENTE' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
       END-READ.

      ***INSCRIRE_ATTENTE_EVENEMENT**************************************
      *Inscrit le client WevIdCli pour WevNb places en fin de liste  *
      *d'attente de l'événement WevId                                *
      ****************************************************************
       INSCRIRE_ATTENTE_EVENEMENT.
       OPEN I-O fAttenteEvt
       MOVE 0 TO WevRang
       MOVE WevId TO fae_idEvt
       MOVE 0 TO fae_rang
       START fAttenteEvt, KEY IS >= fae_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WevFinAtt
         PERFORM WITH TEST AFTER UNTIL WevFinAtt = 1
           READ fAttenteEvt NEXT
           AT END MOVE 1 TO WevFinAtt
           NOT AT END
             IF fae_idEvt NOT = WevId THEN
               MOVE 1 TO WevFinAtt
             ELSE
               MOVE fae_rang TO WevRang
             END-IF
         END-PERFORM
       END-START
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WevId TO fae_idEvt
       COMPUTE fae_rang = WevRang + 1
       MOVE WevIdCli TO fae_idcli
       MOVE WevNb TO fae_nbPlaces
       MOVE WdateSystemeISOInt TO fae_dateDemande
       MOVE 0 TO fae_statut
       WRITE attenteEvtTampon
       IF fae_stat = 0 THEN
         DISPLAY 'Client inscrit en liste d''attente (rang ',
     -     fae_rang,')'
       ELSE
         DISPLAY 'Erreur lors de l''inscription en liste d''attente'
       END-IF
       CLOSE fAttenteEvt.

      ***ANNULER_BILLETS*************************************************
      *Annulation d'un achat de billets jusqu'à la date limite de    *
      *vente : les billets passent en revente et ne sont remboursés à*
      *l'acheteur qu'une fois revendus ; les places libérées sont    *
      *d'abord proposées à la liste d'attente de l'événement         *
      ****************************************************************
       ANNULER_BILLETS.
       DISPLAY '|====================================|'
       DISPLAY '|=========== ANNULATION   ===========|'
       DISPLAY '|===========  DE          ===========|'
       DISPLAY '|===========  BILLETS     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O freservations
       MOVE 0 TO WevTrouve
       DISPLAY 'Numéro de l''achat de billets :'
       ACCEPT frs_id
       READ freservations
         INVALID KEY
           DISPLAY 'Achat inexistant'
         NOT INVALID KEY
           IF frs_typeResa NOT = 5 OR frs_statut NOT = 1 THEN
             DISPLAY 'Ce numéro n''est pas un achat de billets en '
     -         'cours'
           ELSE
             MOVE 1 TO WevTrouve
           END-IF
       END-READ
       IF WevTrouve = 1 THEN
         MOVE frs_id TO WevIdResaOrig
         OPEN I-O fBillets
         MOVE frs_id TO fbi_idresa
         START fBillets, KEY IS = fbi_idresa
         INVALID KEY
           MOVE 0 TO WevTrouve
         NOT INVALID KEY
           READ fBillets NEXT
           END-READ
           MOVE fbi_idEvt TO WevId
         END-START
         CLOSE fBillets
       END-IF
       IF WevTrouve = 1 THEN
         OPEN I-O fEvenements
         MOVE WevId TO fev_id
         READ fEvenements
           INVALID KEY
             MOVE 0 TO WevTrouve
         END-READ
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         IF WevTrouve = 1
     -      AND WdateSystemeISOInt > fev_dateLimite THEN
           MOVE 0 TO WevTrouve
           DISPLAY 'Date limite dépassée : les billets ne peuvent '
     -       'plus être annulés'
         END-IF
         IF WevTrouve = 1 THEN
           MOVE 0 TO WevChoix
           PERFORM WITH TEST AFTER UNTIL WevChoix = 0
     -        OR WevChoix = 1
             DISPLAY 'Annuler les ',frs_nbPersonnes,' billet(s) de '
     -         FUNCTION TRIM(fev_titre),' ? 1 : oui, 0 : non'
             ACCEPT WevChoix
           END-PERFORM
           IF WevChoix = 1 THEN
             PERFORM CHOISIR_MOTIF_ANNULATION
             MOVE SPACE TO frs_motifAnnulation
             MOVE 'Billets remis en revente' TO frs_motifAnnulation
             ACCEPT WheureSystemeISO FROM TIME
             MOVE WdateSystemeISO_jour TO frs_dateAnnulation_jour
             MOVE WdateSystemeISO_mois TO frs_dateAnnulation_mois
             MOVE WdateSystemeISO_annee TO frs_dateAnnulation_annee
             MOVE WheureSystemeISO_heure TO frs_heureAnnulation_heure
             MOVE WheureSystemeISO_minute TO
     -         frs_heureAnnulation_minute
             MOVE 0 TO frs_fraisAnnulation
             MOVE 0 TO frs_montantRembourse
             MOVE 3 TO frs_statut
             REWRITE resaTampon
             PERFORM AGREGER_RESA_ANNULEE
             MOVE 'freservations' TO WauditFichier
             MOVE frs_id TO WauditCle
             MOVE 'ANNULATION' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
             MOVE 0 TO WevNbAnnules
             OPEN I-O fBillets
             MOVE WevIdResaOrig TO fbi_idresa
             START fBillets, KEY IS = fbi_idresa
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO WevFin
               PERFORM WITH TEST AFTER UNTIL WevFin = 1
                 READ fBillets NEXT
                 AT END MOVE 1 TO WevFin
                 NOT AT END
                   IF fbi_idresa NOT = WevIdResaOrig THEN
                     MOVE 1 TO WevFin
                   ELSE
                     IF fbi_vendu THEN
                       MOVE 2 TO fbi_statut
                       REWRITE billetTampon
                       ADD 1 TO WevNbAnnules
                     END-IF
                   END-IF
               END-PERFORM
             END-START
             CLOSE fBillets
             SUBTRACT WevNbAnnules FROM fev_nbVendus
             REWRITE evenementTampon
             DISPLAY WevNbAnnules,' billet(s) remis en revente ; '
     -         'remboursement à la revente'
             PERFORM PROPOSER_REVENTE_ATTENTE
           END-IF
         END-IF
         CLOSE fEvenements
       END-IF
       CLOSE freservations
       DISPLAY '-====================================-'.

      ***PROPOSER_REVENTE_ATTENTE****************************************
      *Propose les places libres de l'événement du tampon            *
      *evenementTampon aux clients de sa liste d'attente, par rang,  *
      *quand leur demande tient dans les places restantes ; la vente *
      *suit le circuit normal (règlement d'avance, reprise des billets*
      *en revente)                                                   *
      ****************************************************************
       PROPOSER_REVENTE_ATTENTE.
       CLOSE freservations
       OPEN I-O fAttenteEvt
       MOVE fev_id TO WevId
       MOVE WevId TO fae_idEvt
       MOVE 0 TO fae_rang
       START fAttenteEvt, KEY IS >= fae_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WevFinAtt
         PERFORM WITH TEST AFTER UNTIL WevFinAtt = 1
           READ fAttenteEvt NEXT
           AT END MOVE 1 TO WevFinAtt
           NOT AT END
             COMPUTE WevReste = fev_nbPlaces - fev_nbVendus
             IF fae_idEvt NOT = WevId OR WevReste = 0 THEN
               MOVE 1 TO WevFinAtt
             ELSE
               IF fae_enAttente AND fae_nbPlaces <= WevReste THEN
                 OPEN INPUT fclients
                 MOVE fae_idcli TO fc_id
                 READ fclients
                   INVALID KEY
                     MOVE SPACE TO fc_nom
                     MOVE 0 TO fc_tel
                     MOVE fc_tel TO WchfTelAff
                   NOT INVALID KEY
                     PERFORM PREPARER_AFFICHAGE_CLIENT
                 END-READ
                 CLOSE fclients
                 DISPLAY 'Liste d''attente rang ',fae_rang,' : client ',
     -             fae_idcli,' ',FUNCTION TRIM(fc_nom),' (tél. ',
     -             WchfTelAff,') pour ',fae_nbPlaces,' place(s)'
                 MOVE 9 TO WevChoix
                 PERFORM WITH TEST AFTER UNTIL WevChoix <= 2
                   DISPLAY '1 : vendre maintenant, 2 : retirer de la '
     -               'liste, 0 : laisser en attente'
                   ACCEPT WevChoix
                 END-PERFORM
                 IF WevChoix = 1 THEN
                   MOVE fae_idcli TO WevIdCli
                   MOVE fae_nbPlaces TO WevNb
                   PERFORM EMETTRE_BILLETS
                   IF WevOK = 1 THEN
                     MOVE 1 TO fae_statut
                     REWRITE attenteEvtTampon
                   END-IF
                 END-IF
                 IF WevChoix = 2 THEN
                   MOVE 2 TO fae_statut
                   REWRITE attenteEvtTampon
                 END-IF
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fAttenteEvt
       OPEN I-O freservations
       COMPUTE WevReste = fev_nbPlaces - fev_nbVendus
       DISPLAY WevReste,' place(s) restante(s) en vente'.

      ***LISTE_ENTREE_EVENEMENT******************************************
      *Liste d'entrée de la soirée : billets vendus de l'événement par*
      *numéro avec le nom du porteur, dans                           *
      *liste_entree_<événement>.txt                                  *
      ****************************************************************
       LISTE_ENTREE_EVENEMENT.
       OPEN INPUT fEvenements
       DISPLAY 'Numéro de l''événement :'
       ACCEPT fev_id
       READ fEvenements
         INVALID KEY
           DISPLAY 'Evénement inexistant'
         NOT INVALID KEY
           OPEN INPUT fBillets
           OPEN INPUT fclients
           MOVE SPACE TO WNomFichierTicket
           STRING 'liste_entree_' fev_id '.txt' DELIMITED BY SIZE
     -       INTO WNomFichierTicket
           PERFORM OUVRIR_TICKET
           MOVE '======================================' TO ticketLigne
           WRITE ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'LISTE D''ENTREE - ' FUNCTION TRIM(fev_titre)
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Le ' fev_date(7:2) '/' fev_date(5:2) '/'
     -       fev_date(1:4) ' à ' fev_heure(1:2) 'h'
     -       fev_heure(3:2) ' - restaurant ' fev_idrest
     -       DELIMITED BY SIZE
     -       INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE 0 TO WevNbVendus
           MOVE fev_id TO fbi_idEvt
           MOVE 0 TO fbi_num
           START fBillets, KEY IS >= fbi_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WevFin
             PERFORM WITH TEST AFTER UNTIL WevFin = 1
               READ fBillets NEXT
               AT END MOVE 1 TO WevFin
               NOT AT END
                 IF fbi_idEvt NOT = fev_id THEN
                   MOVE 1 TO WevFin
                 ELSE
                   IF fbi_vendu THEN
                     ADD 1 TO WevNbVendus
                     MOVE fbi_idcli TO fc_id
                     READ fclients
                       INVALID KEY
                         MOVE SPACE TO fc_nom
                         MOVE SPACE TO fc_prenom
                     END-READ
                     MOVE SPACE TO ticketLigne
                     STRING '[ ] Billet ' fbi_num ' - '
     -                 FUNCTION TRIM(fc_nom) ' '
     -                 FUNCTION TRIM(fc_prenom) ' - achat '
     -                 fbi_idresa DELIMITED BY SIZE
     -                 INTO ticketLigne
                     WRITE ticketLigne
                     DISPLAY ticketLigne
                   END-IF
                 END-IF
             END-PERFORM
           END-START
           MOVE SPACE TO ticketLigne
           STRING 'Total : ' WevNbVendus ' convive(s) attendu(s) sur '
     -       fev_nbPlaces ' places' DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE '======================================' TO ticketLigne
           WRITE ticketLigne
           CLOSE fTicket
           CLOSE fclients
           CLOSE fBillets
           DISPLAY 'Liste écrite : ',WNomFichierTicket
           MOVE 'LISTE ENTREE EVENEMENT' TO WspoolRapport
           MOVE WNomFichierTicket TO WspoolFichier
           PERFORM ENREGISTRER_SPOOL
       END-READ
       CLOSE fEvenements.

      ***BILAN_EVENEMENT*************************************************
      *Compte de résultat d'un événement à billets : billets vendus, *
      *billets annulés non revendus (conservés), chiffre d'affaires  *
      *TTC et HT au taux du menu, coût matière théorique du menu par *
      *billet vendu, autres frais saisis et marge ; écrit dans       *
      *bilan_evenement_<événement>.txt                               *
      ****************************************************************
       BILAN_EVENEMENT.
       OPEN INPUT fEvenements
       DISPLAY 'Numéro de l''événement :'
       ACCEPT fev_id
       READ fEvenements
         INVALID KEY
           DISPLAY 'Evénement inexistant'
         NOT INVALID KEY
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           IF WdateSystemeISOInt <= fev_date THEN
             DISPLAY 'Evénement non encore passé : bilan provisoire'
           END-IF
           MOVE 0 TO WevNbVendus
           MOVE 0 TO WevNbRevente
           MOVE 0 TO WevCA
           MOVE 0 TO WevCAConserve
           OPEN INPUT fBillets
           MOVE fev_id TO fbi_idEvt
           MOVE 0 TO fbi_num
           START fBillets, KEY IS >= fbi_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WevFin
             PERFORM WITH TEST AFTER UNTIL WevFin = 1
               READ fBillets NEXT
               AT END MOVE 1 TO WevFin
               NOT AT END
                 IF fbi_idEvt NOT = fev_id THEN
                   MOVE 1 TO WevFin
                 ELSE
                   IF fbi_vendu THEN
                     ADD 1 TO WevNbVendus
                     ADD fbi_prix TO WevCA
                   ELSE
                     ADD 1 TO WevNbRevente
                     ADD fbi_prix TO WevCAConserve
                   END-IF
                 END-IF
             END-PERFORM
           END-START
           CLOSE fBillets
           COMPUTE WevCATTC = WevCA + WevCAConserve
           OPEN INPUT fmenus
           OPEN INPUT fplats
           OPEN INPUT fRecettes
           OPEN INPUT fIngredients
           MOVE 2 TO WtvaCat
           MOVE fev_menu TO fm_nom
           READ fmenus
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE fm_catTVA TO WtvaCat
           END-READ
           MOVE fev_menu TO WflArticle
           PERFORM CALCULER_COUT_MATIERE_ARTICLE
           CLOSE fIngredients
           CLOSE fRecettes
           CLOSE fplats
           CLOSE fmenus
           PERFORM TAUX_TVA_CATEGORIE
           COMPUTE WevCAHT ROUNDED = WevCATTC / (1 + WtvaTaux)
           COMPUTE WevCoutMatiere = WflCoutArticle * WevNbVendus
           COMPUTE WevMarge = WevCAHT - WevCoutMatiere
     -       - fev_autresFrais
           COMPUTE WevRemplissage = WevNbVendus * 100 / fev_nbPlaces
           MOVE SPACE TO WNomFichierTicket
           STRING 'bilan_evenement_' fev_id '.txt' DELIMITED BY SIZE
     -       INTO WNomFichierTicket
           PERFORM OUVRIR_TICKET
           MOVE '======================================' TO ticketLigne
           WRITE ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'BILAN - ' FUNCTION TRIM(fev_titre) ' du '
     -       fev_date DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Billets vendus        : ' WevNbVendus ' sur '
     -       fev_nbPlaces ' (' WevRemplissage '%)'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Billets non revendus  : ' WevNbRevente ' ('
     -       WevCAConserve ' EUR conservés)'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Chiffre d''affaires TTC : ' WevCATTC ' EUR'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Chiffre d''affaires HT  : ' WevCAHT ' EUR'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Coût matière          : ' WevCoutMatiere ' EUR ('
     -       WflCoutArticle ' EUR par couvert)'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Autres frais          : ' fev_autresFrais ' EUR'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING 'Marge                 : ' WevMarge ' EUR'
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE '======================================' TO ticketLigne
           WRITE ticketLigne
           CLOSE fTicket
           DISPLAY 'Bilan écrit : ',WNomFichierTicket
           MOVE 'BILAN EVENEMENT' TO WspoolRapport
           MOVE WNomFichierTicket TO WspoolFichier
           PERFORM ENREGISTRER_SPOOL
       END-READ
       CLOSE fEvenements.


      ***EMETTRE_FACTURE_ELECTRONIQUE************************************
      *Emet la facture (WfeType 1) ou l'avoir (WfeType 2) WfacNumero *
      *de la réservation du tampon resaTampon au format structuré UBL*
      *2.1 (norme EN 16931) quand le client est un client société    *
      *doté d'un profil de facturation électronique : SIRET de       *
      *l'entité émettrice, identifiants de l'acheteur, ventilation de*
      *la TVA par taux (WtvaVentilee / WtvaTab, sinon WmontantHT /   *
      *WmontantTVA au taux WtauxTVAResto) et conditions de paiement ;*
      *le fichier efacture_<numero>.xml est déposé pour la plateforme*
      *du client et inscrit au journal des transmissions ; WfeOK vaut*
      *1 si la facture a été émise ; rien n'est déposé en mode       *
      *formation                                                     *
      ****************************************************************
       EMETTRE_FACTURE_ELECTRONIQUE.
       MOVE 0 TO WfeOK
       MOVE 0 TO WfeSociete
       MOVE 0 TO WfeCliOuvert
       OPEN INPUT fclients
       IF fc_stat = 0 THEN
         MOVE 1 TO WfeCliOuvert
       END-IF
       MOVE frs_idcli TO fc_id
       READ fclients
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fc_clientSociete THEN
             PERFORM DECHIFFRER_CLIENT
             MOVE 1 TO WfeSociete
             MOVE fc_nom TO WfeNomAcheteur
             MOVE fc_rue TO WfeRueAcheteur
             MOVE fc_ville TO WfeVilleAcheteur
             MOVE fc_codeP TO WfeCPAcheteur
           END-IF
       END-READ
       IF WfeCliOuvert = 1 THEN
         CLOSE fclients
       END-IF
       IF WfeSociete = 1 AND WSessionFormation = 1 THEN
         DISPLAY 'FORMATION : facture électronique non déposée'
         MOVE 0 TO WfeSociete
       END-IF
       IF WfeSociete = 1 THEN
         OPEN INPUT fClientsFact
         MOVE frs_idcli TO fcf_idcli
         READ fClientsFact
           INVALID KEY
             DISPLAY 'Client société ',frs_idcli,' sans profil de '
     -         'facturation électronique : facture ',WfacNumero,
     -         ' non émise au format structuré'
           NOT INVALID KEY
             MOVE 1 TO WfeOK
             IF fcf_raisonSociale NOT = SPACE THEN
               MOVE fcf_raisonSociale TO WfeNomAcheteur
             END-IF
             MOVE fcf_siret TO WfeSiretAcheteur
             MOVE fcf_numTVA TO WfeTVAAcheteur
             MOVE fcf_codeService TO WfeCodeService
             MOVE fcf_plateforme TO WfePlateforme
             MOVE fcf_delaiPaiement TO WfeDelai
         END-READ
         CLOSE fClientsFact
       END-IF
       IF WfeOK = 1 THEN
         PERFORM CHERCHER_ENTITE_RESTO
         IF WenId = 0 THEN
           MOVE 0 TO WfeOK
           DISPLAY 'Restaurant ',frs_idrest,' sans entité juridique :'
     -       ' facture ',WfacNumero,' non émise au format structuré'
         ELSE
           OPEN INPUT fEntites
           MOVE WenId TO fen_id
           READ fEntites
             INVALID KEY
               MOVE 0 TO WfeOK
             NOT INVALID KEY
               MOVE fen_nom TO WfeNomVendeur
               MOVE fen_rue TO WfeRueVendeur
               MOVE fen_ville TO WfeVilleVendeur
               MOVE fen_codeP TO WfeCPVendeur
               MOVE fen_siret TO WfeSiretVendeur
           END-READ
           CLOSE fEntites
         END-IF
       END-IF
       IF WfeOK = 1 THEN
         PERFORM PREPARER_EFACTURE
         PERFORM ECRIRE_EFACTURE_ENTETE
         PERFORM ECRIRE_EFACTURE_PARTIES
         PERFORM ECRIRE_EFACTURE_MONTANTS
         PERFORM JOURNALISER_TRANSMISSION
       END-IF.

      ***PREPARER_EFACTURE***********************************************
      *Prépare les données de la facture structurée : ventilation de *
      *la TVA par taux dans WfeTabTva et totaux, dates d'émission et *
      *d'échéance (délai du profil, 30 jours à défaut), balises UBL  *
      *de la facture ou de l'avoir, identifiants SIREN déduits des   *
      *SIRET et caractères réservés XML neutralisés dans les noms et *
      *adresses                                                      *
      ****************************************************************
       PREPARER_EFACTURE.
       MOVE 0 TO WfeNbTaux
       MOVE 0 TO WfeHT
       MOVE 0 TO WfeTVA
       IF WtvaVentilee = 1 THEN
         MOVE 1 TO WtvaIdx
         PERFORM WITH TEST AFTER UNTIL WtvaIdx > 3
           IF WtvaTTCCat(WtvaIdx) > 0 THEN
             ADD 1 TO WfeNbTaux
             MOVE WtvaHTCat(WtvaIdx) TO WfeTvaHT(WfeNbTaux)
             MOVE WtvaMontantCat(WtvaIdx) TO WfeTvaMontant(WfeNbTaux)
             MOVE WtvaTauxCat(WtvaIdx) TO WfeTvaTaux(WfeNbTaux)
             ADD WtvaHTCat(WtvaIdx) TO WfeHT
             ADD WtvaMontantCat(WtvaIdx) TO WfeTVA
           END-IF
           ADD 1 TO WtvaIdx
         END-PERFORM
       END-IF
       IF WfeNbTaux = 0 THEN
         MOVE 1 TO WfeNbTaux
         MOVE WmontantHT TO WfeTvaHT(1)
         MOVE WmontantTVA TO WfeTvaMontant(1)
         MOVE WtauxTVAResto TO WfeTvaTaux(1)
         MOVE WmontantHT TO WfeHT
         MOVE WmontantTVA TO WfeTVA
       END-IF
       COMPUTE WfeTTC = WfeHT + WfeTVA
       IF WfeDelai = 0 THEN
         MOVE 30 TO WfeDelai
       END-IF
       COMPUTE WfeJours =
     -   FUNCTION INTEGER-OF-DATE(WfeDateFacture) + WfeDelai
       MOVE FUNCTION DATE-OF-INTEGER(WfeJours) TO WfeDateEcheance
       MOVE WfeDateFacture TO WfeDateTxt
       MOVE SPACE TO WfeDateXml
       STRING WfeDateTxt(1:4) '-' WfeDateTxt(5:2) '-'
     -     WfeDateTxt(7:2) DELIMITED BY SIZE INTO WfeDateXml
       MOVE WfeDateEcheance TO WfeDateTxt
       MOVE SPACE TO WfeEcheanceXml
       STRING WfeDateTxt(1:4) '-' WfeDateTxt(5:2) '-'
     -     WfeDateTxt(7:2) DELIMITED BY SIZE INTO WfeEcheanceXml
       IF WfeType = 2 THEN
         MOVE 'CreditNote' TO WfeBalise
         MOVE 'CreditNoteLine' TO WfeLigneBalise
         MOVE 'CreditedQuantity' TO WfeQteBalise
       ELSE
         MOVE 'Invoice' TO WfeBalise
         MOVE 'InvoiceLine' TO WfeLigneBalise
         MOVE 'InvoicedQuantity' TO WfeQteBalise
       END-IF
       COMPUTE WfeSirenVendeur = WfeSiretVendeur / 100000
       COMPUTE WfeSirenAcheteur = WfeSiretAcheteur / 100000
       IF WfeCodeService = SPACE THEN
         MOVE frs_idcli TO WfeCodeService
       END-IF
       INSPECT WfeNomVendeur REPLACING ALL '&' BY '+'
     -   ALL '<' BY '(' ALL '>' BY ')'
       INSPECT WfeRueVendeur REPLACING ALL '&' BY '+'
     -   ALL '<' BY '(' ALL '>' BY ')'
       INSPECT WfeNomAcheteur REPLACING ALL '&' BY '+'
     -   ALL '<' BY '(' ALL '>' BY ')'
       INSPECT WfeRueAcheteur REPLACING ALL '&' BY '+'
     -   ALL '<' BY '(' ALL '>' BY ')'
       INSPECT WfeCodeService REPLACING ALL '&' BY '+'
     -   ALL '<' BY '(' ALL '>' BY ')'.

      ***ECRIRE_EFACTURE_ENTETE******************************************
      *Ouvre efacture_<numero>.xml et écrit l'en-tête UBL : numéro,  *
      *dates, type de document, devise, référence acheteur et, pour  *
      *un avoir, la facture d'origine                                *
      ****************************************************************
       ECRIRE_EFACTURE_ENTETE.
       MOVE SPACE TO WNomFichierTicket
       STRING 'efacture_' WfacNumero '.xml'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '<' WfeBalise DELIMITED BY SPACE
     -   ' xmlns="urn:oasis:names:specification:ubl:schema:xsd:'
     -   DELIMITED BY SIZE WfeBalise DELIMITED BY SPACE
     -   '-2"' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  xmlns:cac="urn:oasis:names:specification:ubl:'
     -   'schema:xsd:CommonAggregateComponents-2"'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  xmlns:cbc="urn:oasis:names:specification:ubl:'
     -   'schema:xsd:CommonBasicComponents-2">'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  <cbc:CustomizationID>urn:cen.eu:en16931:2017'
     -   '</cbc:CustomizationID>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  <cbc:ID>' WfacNumero '</cbc:ID>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  <cbc:IssueDate>' WfeDateXml '</cbc:IssueDate>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       IF WfeType = 2 THEN
         STRING '  <cbc:CreditNoteTypeCode>381'
     -     '</cbc:CreditNoteTypeCode>' DELIMITED BY SIZE
     -     INTO ticketLigne
       ELSE
         STRING '  <cbc:DueDate>' WfeEcheanceXml '</cbc:DueDate>'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING '  <cbc:InvoiceTypeCode>380</cbc:InvoiceTypeCode>'
     -     DELIMITED BY SIZE INTO ticketLigne
       END-IF
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  <cbc:Note>Réservation n. ' frs_id ' du '
     -     frs_date_jour '/' frs_date_mois '/' frs_date_annee
     -   '</cbc:Note>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '  <cbc:DocumentCurrencyCode>EUR</cbc:DocumentCurrencyCode>'
     -   TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  <cbc:BuyerReference>' FUNCTION TRIM(WfeCodeService)
     -   '</cbc:BuyerReference>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       IF WfeType = 2 THEN
         MOVE '  <cac:BillingReference>' TO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING '    <cac:InvoiceDocumentReference><cbc:ID>'
     -     WfeNumOrigine '</cbc:ID></cac:InvoiceDocumentReference>'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE '  </cac:BillingReference>' TO ticketLigne
         WRITE ticketLigne
       END-IF.

      ***ECRIRE_EFACTURE_PARTIES*****************************************
      *Vendeur (entité juridique du restaurant : SIRET, SIREN, raison*
      *sociale, adresse) et acheteur (client société : SIRET, numéro *
      *de TVA intracommunautaire, raison sociale, adresse)           *
      ****************************************************************
       ECRIRE_EFACTURE_PARTIES.
       MOVE '  <cac:AccountingSupplierParty>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    <cac:Party>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '      <cbc:EndpointID schemeID="0009">' WfeSiretVendeur
     -   '</cbc:EndpointID>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '      <cac:PartyIdentification><cbc:ID '
     -   'schemeID="0009">' WfeSiretVendeur
     -   '</cbc:ID></cac:PartyIdentification>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE WfeRueVendeur TO WfeAdrRue
       MOVE WfeVilleVendeur TO WfeAdrVille
       MOVE WfeCPVendeur TO WfeAdrCP
       PERFORM ECRIRE_EFACTURE_ADRESSE
       MOVE '      <cac:PartyLegalEntity>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:RegistrationName>'
     -   FUNCTION TRIM(WfeNomVendeur) '</cbc:RegistrationName>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:CompanyID schemeID="0002">'
     -     WfeSirenVendeur '</cbc:CompanyID>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '      </cac:PartyLegalEntity>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    </cac:Party>' TO ticketLigne
       WRITE ticketLigne
       MOVE '  </cac:AccountingSupplierParty>' TO ticketLigne
       WRITE ticketLigne
       MOVE '  <cac:AccountingCustomerParty>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    <cac:Party>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '      <cbc:EndpointID schemeID="0009">'
     -     WfeSiretAcheteur '</cbc:EndpointID>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '      <cac:PartyIdentification><cbc:ID '
     -   'schemeID="0009">' WfeSiretAcheteur
     -   '</cbc:ID></cac:PartyIdentification>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE WfeRueAcheteur TO WfeAdrRue
       MOVE WfeVilleAcheteur TO WfeAdrVille
       MOVE WfeCPAcheteur TO WfeAdrCP
       PERFORM ECRIRE_EFACTURE_ADRESSE
       IF WfeTVAAcheteur NOT = SPACE THEN
         MOVE SPACE TO ticketLigne
         STRING '      <cac:PartyTaxScheme><cbc:CompanyID>'
     -     FUNCTION TRIM(WfeTVAAcheteur) '</cbc:CompanyID>'
     -     '<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>'
     -     '</cac:PartyTaxScheme>' DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
       END-IF
       MOVE '      <cac:PartyLegalEntity>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:RegistrationName>'
     -   FUNCTION TRIM(WfeNomAcheteur) '</cbc:RegistrationName>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:CompanyID schemeID="0002">'
     -     WfeSirenAcheteur '</cbc:CompanyID>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '      </cac:PartyLegalEntity>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    </cac:Party>' TO ticketLigne
       WRITE ticketLigne
       MOVE '  </cac:AccountingCustomerParty>' TO ticketLigne
       WRITE ticketLigne.

      ***ECRIRE_EFACTURE_ADRESSE*****************************************
      *Bloc adresse postale UBL de WfeAdrRue, WfeAdrVille, WfeAdrCP  *
      ****************************************************************
       ECRIRE_EFACTURE_ADRESSE.
       MOVE '      <cac:PostalAddress>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:StreetName>' FUNCTION TRIM(WfeAdrRue)
     -   '</cbc:StreetName>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:CityName>' FUNCTION TRIM(WfeAdrVille)
     -   '</cbc:CityName>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:PostalZone>' WfeAdrCP '</cbc:PostalZone>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cac:Country><cbc:IdentificationCode>FR'
     -   '</cbc:IdentificationCode></cac:Country>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '      </cac:PostalAddress>' TO ticketLigne
       WRITE ticketLigne.

      ***ECRIRE_EFACTURE_MONTANTS****************************************
      *Conditions de paiement (virement, échéance, pénalités de      *
      *retard et indemnité forfaitaire de recouvrement), ventilation *
      *de la TVA par taux, totaux du document et une ligne par taux  *
      *de TVA, puis fermeture du document                            *
      ****************************************************************
       ECRIRE_EFACTURE_MONTANTS.
       MOVE '  <cac:PaymentMeans>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    <cbc:PaymentMeansCode>30</cbc:PaymentMeansCode>'
     -   TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:PaymentID>' WfacNumero '</cbc:PaymentID>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '  </cac:PaymentMeans>' TO ticketLigne
       WRITE ticketLigne
       MOVE '  <cac:PaymentTerms>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:Note>Paiement par virement à ' WfeDelai
     -   ' jours, échéance le ' WfeEcheanceXml
     -   ' ; pénalités de retard : trois fois le taux d''intérêt '
     -   'légal ; indemnité forfaitaire pour frais de recouvrement :'
     -   ' 40 EUR</cbc:Note>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '  </cac:PaymentTerms>' TO ticketLigne
       WRITE ticketLigne
       MOVE '  <cac:TaxTotal>' TO ticketLigne
       WRITE ticketLigne
       MOVE WfeTVA TO WfeMontant
       PERFORM FORMATER_MONTANT_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:TaxAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:TaxAmount>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       PERFORM VARYING WfeIdx FROM 1 BY 1 UNTIL WfeIdx > WfeNbTaux
         PERFORM ECRIRE_EFACTURE_SOUS_TOTAL
       END-PERFORM
       MOVE '  </cac:TaxTotal>' TO ticketLigne
       WRITE ticketLigne
       MOVE '  <cac:LegalMonetaryTotal>' TO ticketLigne
       WRITE ticketLigne
       MOVE WfeHT TO WfeMontant
       PERFORM FORMATER_MONTANT_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:LineExtensionAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:LineExtensionAmount>' DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:TaxExclusiveAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:TaxExclusiveAmount>' DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE WfeTTC TO WfeMontant
       PERFORM FORMATER_MONTANT_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:TaxInclusiveAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:TaxInclusiveAmount>' DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:PayableAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:PayableAmount>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '  </cac:LegalMonetaryTotal>' TO ticketLigne
       WRITE ticketLigne
       PERFORM VARYING WfeIdx FROM 1 BY 1 UNTIL WfeIdx > WfeNbTaux
         PERFORM ECRIRE_EFACTURE_LIGNE
       END-PERFORM
       MOVE SPACE TO ticketLigne
       STRING '</' WfeBalise DELIMITED BY SPACE
     -   '>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket.

      ***ECRIRE_EFACTURE_SOUS_TOTAL**************************************
      *Sous-total de TVA du taux WfeIdx (base HT, montant, taux)     *
      ****************************************************************
       ECRIRE_EFACTURE_SOUS_TOTAL.
       PERFORM FORMATER_TAUX_EFACTURE
       MOVE '    <cac:TaxSubtotal>' TO ticketLigne
       WRITE ticketLigne
       MOVE WfeTvaHT(WfeIdx) TO WfeMontant
       PERFORM FORMATER_MONTANT_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '      <cbc:TaxableAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:TaxableAmount>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE WfeTvaMontant(WfeIdx) TO WfeMontant
       PERFORM FORMATER_MONTANT_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '      <cbc:TaxAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:TaxAmount>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '      <cac:TaxCategory>' TO ticketLigne
       WRITE ticketLigne
       PERFORM ECRIRE_EFACTURE_CATEGORIE
       MOVE '      </cac:TaxCategory>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    </cac:TaxSubtotal>' TO ticketLigne
       WRITE ticketLigne.

      ***ECRIRE_EFACTURE_LIGNE*******************************************
      *Ligne de facture du taux WfeIdx : prestation de restauration  *
      *de la réservation, quantité 1, montant hors taxe du taux      *
      ****************************************************************
       ECRIRE_EFACTURE_LIGNE.
       PERFORM FORMATER_TAUX_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '  <cac:' WfeLigneBalise DELIMITED BY SPACE
     -   '>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:ID>' WfeIdx '</cbc:ID>'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:' WfeQteBalise DELIMITED BY SPACE
     -   ' unitCode="C62">1</cbc:' DELIMITED BY SIZE
     -     WfeQteBalise DELIMITED BY SPACE
     -   '>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE WfeTvaHT(WfeIdx) TO WfeMontant
       PERFORM FORMATER_MONTANT_EFACTURE
       MOVE SPACE TO ticketLigne
       STRING '    <cbc:LineExtensionAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:LineExtensionAmount>' DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE '    <cac:Item>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '      <cbc:Name>Restauration - réservation ' frs_id
     -   ' - TVA ' DELIMITED BY SIZE
     -     WfeTauxTxt DELIMITED BY SPACE
     -   ' %</cbc:Name>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '      <cac:ClassifiedTaxCategory>' TO ticketLigne
       WRITE ticketLigne
       PERFORM ECRIRE_EFACTURE_CATEGORIE
       MOVE '      </cac:ClassifiedTaxCategory>' TO ticketLigne
       WRITE ticketLigne
       MOVE '    </cac:Item>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '    <cac:Price><cbc:PriceAmount currencyID="EUR">'
     -     WfeMontantTxt DELIMITED BY SPACE
     -   '</cbc:PriceAmount></cac:Price>' DELIMITED BY SIZE
     -   INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '  </cac:' WfeLigneBalise DELIMITED BY SPACE
     -   '>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne.

      ***ECRIRE_EFACTURE_CATEGORIE***************************************
      *Catégorie de TVA (taux normal ou réduit, code S) du taux WfeIdx*
      ****************************************************************
       ECRIRE_EFACTURE_CATEGORIE.
       MOVE '        <cbc:ID>S</cbc:ID>' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cbc:Percent>' WfeTauxTxt DELIMITED BY SPACE
     -   '</cbc:Percent>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING '        <cac:TaxScheme><cbc:ID>VAT</cbc:ID>'
     -   '</cac:TaxScheme>' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne.

      ***FORMATER_MONTANT_EFACTURE***************************************
      *Montant WfeMontant au format XML (point décimal, sans zéros de*
      *tête) dans WfeMontantTxt                                      *
      ****************************************************************
       FORMATER_MONTANT_EFACTURE.
       MOVE WfeMontant TO WfeMontantEd
       MOVE FUNCTION TRIM(WfeMontantEd) TO WfeMontantTxt.

      ***FORMATER_TAUX_EFACTURE******************************************
      *Taux de TVA WfeTvaTaux(WfeIdx) en pourcentage (ex. 10.0, 5.5) *
      *dans WfeTauxTxt                                               *
      ****************************************************************
       FORMATER_TAUX_EFACTURE.
       COMPUTE WfeTauxPct = WfeTvaTaux(WfeIdx) * 100
       MOVE WfeTauxPct TO WfeTauxEd
       MOVE FUNCTION TRIM(WfeTauxEd) TO WfeTauxTxt.

      ***JOURNALISER_TRANSMISSION****************************************
      *Inscrit au journal des transmissions (datatransmissionsfe.dat,*
      *numéro de la séquence TRANSFE) le dépôt du document structuré *
      *pour la plateforme du client, au statut transmis en attente du*
      *retour (acceptée ou rejetée) de la plateforme                 *
      ****************************************************************
       JOURNALISER_TRANSMISSION.
       OPEN I-O fTransmissions
       MOVE 'TRANSFE' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         MOVE 0 TO WfeEof
         PERFORM UNTIL WfeEof = 1
           READ fTransmissions NEXT
           AT END MOVE 1 TO WfeEof
           NOT AT END
             IF ftr_id >= WseqValeur THEN
               COMPUTE WseqValeur = ftr_id + 1
             END-IF
         END-PERFORM
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO ftr_id
       MOVE WfacNumero TO ftr_numFacture
       MOVE WfeType TO ftr_type
       MOVE frs_idcli TO ftr_idcli
       MOVE WfeTTC TO ftr_montantTTC
       MOVE WfePlateforme TO ftr_plateforme
       MOVE WNomFichierTicket TO ftr_fichier
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       ACCEPT WheureSystemeISO FROM TIME
       MOVE WdateSystemeISOInt TO ftr_dateEnvoi
       COMPUTE ftr_heureEnvoi = WheureSystemeISO_heure * 100
     -   + WheureSystemeISO_minute
       MOVE WSessionPseudo TO ftr_envoyePar
       MOVE 1 TO ftr_statut
       MOVE 0 TO ftr_dateRetour
       MOVE SPACE TO ftr_motifRejet
       WRITE transmissionTampon
       IF ftr_stat = 0 THEN
         DISPLAY 'Facture électronique ',FUNCTION TRIM(ftr_fichier),
     -     ' déposée pour la plateforme ',
     -     FUNCTION TRIM(ftr_plateforme),' (transmission ',ftr_id,')'
         MOVE 'fTransmissions' TO WauditFichier
         MOVE ftr_id TO WauditCle
         MOVE 'EMISSION' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         MOVE 0 TO WfeOK
         DISPLAY 'Erreur lors de l''inscription au journal des '
     -     'transmissions (statut ',ftr_stat,')'
       END-IF
       CLOSE fTransmissions.

      ***PREPARER_EFACTURE_REGISTRE**************************************
      *Prépare l'émission structurée d'une facture ou d'un avoir déjà*
      *inscrit au registre (factureTampon et resaTampon lus par      *
      *l'appelant) : numéro, type, facture d'origine, date, taux du  *
      *restaurant ; la TVA est ventilée comme à l'impression quand la*
      *commande n'a pas été corrigée depuis, sinon les montants du   *
      *registre sont repris au taux du restaurant                    *
      ****************************************************************
       PREPARER_EFACTURE_REGISTRE.
       MOVE ffa_num TO WfacNumero
       MOVE ffa_type TO WfeType
       MOVE ffa_numOrigine TO WfeNumOrigine
       MOVE ffa_date TO WfeDateFacture
       MOVE WtauxTVA TO WtauxTVAResto
       OPEN INPUT frestaurants
       MOVE frs_idrest TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fr_tauxTVA > 0 THEN
             MOVE fr_tauxTVA TO WtauxTVAResto
           END-IF
       END-READ
       CLOSE frestaurants
       MOVE 0 TO WtvaVentilee
       MOVE ffa_montantTVA TO WmontantTVA
       IF ffa_montantTVA > ffa_montantTTC THEN
         MOVE 0 TO WmontantHT
       ELSE
         COMPUTE WmontantHT = ffa_montantTTC - ffa_montantTVA
       END-IF
       IF ffa_facture AND frs_prix = ffa_montantTTC THEN
         PERFORM CALCULER_TVA_VENTILEE
       END-IF.

      ***CHERCHER_TRANSMISSION_FACTURE***********************************
      *WfeDeja passe à 1 si la facture ffa_num figure déjà au journal*
      *des transmissions avec un statut autre que rejetée            *
      ****************************************************************
       CHERCHER_TRANSMISSION_FACTURE.
       MOVE 0 TO WfeDeja
       OPEN INPUT fTransmissions
       MOVE ffa_num TO ftr_numFacture
       MOVE 0 TO WfeEof
       START fTransmissions, KEY IS = ftr_numFacture
         INVALID KEY MOVE 1 TO WfeEof
       END-START
       PERFORM UNTIL WfeEof = 1
         READ fTransmissions NEXT
         AT END MOVE 1 TO WfeEof
         NOT AT END
           IF ftr_numFacture NOT = ffa_num THEN
             MOVE 1 TO WfeEof
           ELSE
             IF NOT ftr_rejetee THEN
               MOVE 1 TO WfeDeja
             END-IF
           END-IF
       END-PERFORM
       CLOSE fTransmissions.

      ***EMETTRE_FACTURES_GROUPE*****************************************
      *Après le relevé consolidé d'un groupe de réservations d'un    *
      *client société : émet au format structuré les factures et     *
      *avoirs du registre des occurrences du groupe WidGroupeResa qui*
      *n'ont pas encore été transmis (ou dont la transmission a été  *
      *rejetée), le relevé lui-même restant un document non fiscal   *
      ****************************************************************
       EMETTRE_FACTURES_GROUPE.
       MOVE 0 TO WfeSociete
       OPEN INPUT fclients
       MOVE WfeIdCli TO fc_id
       READ fclients
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fc_clientSociete THEN
             MOVE 1 TO WfeSociete
           END-IF
       END-READ
       CLOSE fclients
       IF WfeSociete = 1 THEN
         MOVE 9 TO Wchoix
         PERFORM WITH TEST AFTER UNTIL Wchoix = 0 OR Wchoix = 1
           DISPLAY 'Emettre au format structuré les factures de la '
     -       'série non encore transmises ? 1 : oui, 0 : non'
           ACCEPT Wchoix
         END-PERFORM
         IF Wchoix = 1 THEN
           MOVE 0 TO WfeNbEmises
           OPEN INPUT fFactures
           OPEN INPUT freservations
           MOVE 0 TO WfeFinFact
           PERFORM UNTIL WfeFinFact = 1
             READ fFactures NEXT
             AT END MOVE 1 TO WfeFinFact
             NOT AT END
               IF NOT ffa_interco THEN
                 MOVE ffa_idresa TO frs_id
                 READ freservations
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF frs_idGroupe = WidGroupeResa THEN
                       PERFORM CHERCHER_TRANSMISSION_FACTURE
                       IF WfeDeja = 1 THEN
                         DISPLAY 'Facture ',ffa_num,' déjà transmise'
                       ELSE
                         PERFORM PREPARER_EFACTURE_REGISTRE
                         PERFORM EMETTRE_FACTURE_ELECTRONIQUE
                         IF WfeOK = 1 THEN
                           ADD 1 TO WfeNbEmises
                         END-IF
                       END-IF
                     END-IF
                 END-READ
               END-IF
           END-PERFORM
           CLOSE freservations
           CLOSE fFactures
           DISPLAY WfeNbEmises,' facture(s) électronique(s) émise(s)'
         END-IF
       END-IF.

      ***GERER_FACTURES_ELECTRONIQUES************************************
      *Facturation électronique des clients société : profil de      *
      *facturation (SIRET, TVA intracommunautaire, code service,     *
      *plateforme, délai de paiement), émission ou réémission d'une  *
      *facture ou d'un avoir du registre, enregistrement du retour de*
      *la plateforme (acceptée / rejetée) et consultation du journal *
      *des transmissions                                             *
      ****************************************************************
       GERER_FACTURES_ELECTRONIQUES.
       DISPLAY '|====================================|'
       DISPLAY '|=========== FACTURES     ===========|'
       DISPLAY '|===========  ELECTRONI-  ===========|'
       DISPLAY '|===========  QUES        ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WfeAction
       PERFORM WITH TEST AFTER UNTIL WfeAction = 0
         DISPLAY '1 - Profil de facturation électronique d''un client'
     -     ' société'
         DISPLAY '2 - Emettre / réémettre une facture ou un avoir du '
     -     'registre'
         DISPLAY '3 - Enregistrer le retour de la plateforme'
         DISPLAY '4 - Consulter le journal des transmissions'
         DISPLAY '0 - Terminer'
         ACCEPT WfeAction
         EVALUATE WfeAction
          WHEN 1
           PERFORM SAISIR_PROFIL_EFACTURE
          WHEN 2
           PERFORM REEMETTRE_FACTURE_ELECTRONIQUE
          WHEN 3
           PERFORM ENREGISTRER_RETOUR_PLATEFORME
          WHEN 4
           PERFORM CONSULTER_TRANSMISSIONS
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'.

      ***SAISIR_PROFIL_EFACTURE******************************************
      *Crée ou modifie le profil de facturation électronique d'un    *
      *client société (dataclientsfacturation.dat) : raison sociale  *
      *telle que déclarée, SIRET, numéro de TVA intracommunautaire,  *
      *code service (référence acheteur), plateforme de réception et *
      *délai de paiement en jours (60 au plus)                       *
      ****************************************************************
       SAISIR_PROFIL_EFACTURE.
       DISPLAY 'Numéro du client société :'
       ACCEPT WfeIdCli
       MOVE 0 TO WfeSociete
       OPEN INPUT fclients
       MOVE WfeIdCli TO fc_id
       READ fclients
         INVALID KEY
           DISPLAY 'Client inconnu'
         NOT INVALID KEY
           IF fc_clientSociete THEN
             MOVE 1 TO WfeSociete
           ELSE
             DISPLAY 'Ce client n''est pas un client société'
           END-IF
       END-READ
       CLOSE fclients
       IF WfeSociete = 1 THEN
         OPEN I-O fClientsFact
         MOVE WfeIdCli TO fcf_idcli
         MOVE 1 TO WfeDeja
         READ fClientsFact
           INVALID KEY
             MOVE 0 TO WfeDeja
             MOVE fc_nom TO fcf_raisonSociale
             MOVE 0 TO fcf_siret
             MOVE SPACE TO fcf_numTVA
             MOVE SPACE TO fcf_codeService
             MOVE SPACE TO fcf_plateforme
             MOVE 30 TO fcf_delaiPaiement
           NOT INVALID KEY
             DISPLAY 'Profil actuel : ',
     -         FUNCTION TRIM(fcf_raisonSociale),
     -         ' - SIRET ',fcf_siret,' - TVA ',fcf_numTVA
             DISPLAY '  service ',FUNCTION TRIM(fcf_codeService),
     -         ' - plateforme ',FUNCTION TRIM(fcf_plateforme),
     -         ' - paiement à ',fcf_delaiPaiement,' jours'
         END-READ
         DISPLAY 'Raison sociale (vide : ',
     -     FUNCTION TRIM(fcf_raisonSociale),') :'
         MOVE SPACE TO WfeNomAcheteur
         ACCEPT WfeNomAcheteur
         IF WfeNomAcheteur NOT = SPACE THEN
           MOVE WfeNomAcheteur TO fcf_raisonSociale
         END-IF
         PERFORM WITH TEST AFTER UNTIL fcf_siret > 0
           DISPLAY 'SIRET de l''acheteur (14 chiffres) :'
           ACCEPT fcf_siret
         END-PERFORM
         DISPLAY 'Numéro de TVA intracommunautaire (vide : aucun) :'
         MOVE SPACE TO fcf_numTVA
         ACCEPT fcf_numTVA
         DISPLAY 'Code service / référence acheteur (vide : aucun) :'
         MOVE SPACE TO fcf_codeService
         ACCEPT fcf_codeService
         PERFORM WITH TEST AFTER UNTIL fcf_plateforme NOT = SPACE
           DISPLAY 'Plateforme de réception des factures :'
           ACCEPT fcf_plateforme
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL fcf_delaiPaiement > 0
     -     AND fcf_delaiPaiement <= 60
           DISPLAY 'Délai de paiement en jours (1 à 60) :'
           ACCEPT fcf_delaiPaiement
         END-PERFORM
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO fcf_dateMaj
         MOVE WSessionPseudo TO fcf_majPar
         MOVE 'fClientsFact' TO WauditFichier
         MOVE fcf_idcli TO WauditCle
         IF WfeDeja = 1 THEN
           REWRITE clientFactTampon
           MOVE 'MODIF' TO WauditOperation
         ELSE
           WRITE clientFactTampon
           MOVE 'AJOUT' TO WauditOperation
         END-IF
         IF fcf_stat = 0 THEN
           DISPLAY 'Profil de facturation électronique enregistré'
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement du profil '
     -       '(statut ',fcf_stat,')'
         END-IF
         CLOSE fClientsFact
       END-IF.

      ***REEMETTRE_FACTURE_ELECTRONIQUE**********************************
      *Emet (ou réémet après un rejet) au format structuré une facture*
      *ou un avoir du registre ; une nouvelle ligne est inscrite au  *
      *journal des transmissions                                     *
      ****************************************************************
       REEMETTRE_FACTURE_ELECTRONIQUE.
       OPEN INPUT fFactures
       OPEN INPUT freservations
       DISPLAY 'Numéro de la facture ou de l''avoir :'
       ACCEPT ffa_num
       READ fFactures
         INVALID KEY
           DISPLAY 'Aucune facture ne porte ce numéro au registre'
         NOT INVALID KEY
           IF ffa_interco THEN
             DISPLAY 'Les factures inter-sociétés ne sont pas '
     -         'émises vers les plateformes des clients'
           ELSE
             MOVE ffa_idresa TO frs_id
             READ freservations
               INVALID KEY
                 DISPLAY 'La réservation ',ffa_idresa,' de cette '
     -             'facture est introuvable (archivée ?)'
               NOT INVALID KEY
                 PERFORM CHERCHER_TRANSMISSION_FACTURE
                 MOVE 1 TO Wchoix
                 IF WfeDeja = 1 THEN
                   DISPLAY 'Cette facture a déjà été transmise et '
     -               'n''a pas été rejetée'
                   PERFORM WITH TEST AFTER UNTIL Wchoix = 0
     -               OR Wchoix = 1
                     DISPLAY 'La transmettre à nouveau ? 1 : oui, '
     -                 '0 : non'
                     ACCEPT Wchoix
                   END-PERFORM
                 END-IF
                 IF Wchoix = 1 THEN
                   PERFORM PREPARER_EFACTURE_REGISTRE
                   PERFORM EMETTRE_FACTURE_ELECTRONIQUE
                   IF WfeOK = 0 THEN
                     DISPLAY 'Facture électronique non émise (client '
     -                 'non société ou profil absent)'
                   END-IF
                 END-IF
             END-READ
           END-IF
       END-READ
       CLOSE freservations
       CLOSE fFactures.

      ***ENREGISTRER_RETOUR_PLATEFORME***********************************
      *Enregistre le retour de la plateforme pour une transmission en*
      *attente : acceptée, ou rejetée avec son motif (la facture peut*
      *alors être réémise après correction du profil)                *
      ****************************************************************
       ENREGISTRER_RETOUR_PLATEFORME.
       OPEN I-O fTransmissions
       DISPLAY 'Numéro de la transmission :'
       ACCEPT ftr_id
       READ fTransmissions
         INVALID KEY
           DISPLAY 'Transmission inconnue'
         NOT INVALID KEY
           IF NOT ftr_transmise THEN
             DISPLAY 'Le retour de cette transmission est déjà '
     -         'enregistré'
           ELSE
             DISPLAY 'Facture ',ftr_numFacture,' - client ',
     -         ftr_idcli,' - ',FUNCTION TRIM(ftr_plateforme),
     -         ' - envoyée le ',ftr_dateEnvoi
             MOVE 0 TO WfeAction
             PERFORM WITH TEST AFTER UNTIL WfeAction = 2
     -         OR WfeAction = 3
               DISPLAY '2 : acceptée, 3 : rejetée'
               ACCEPT WfeAction
             END-PERFORM
             MOVE WfeAction TO ftr_statut
             ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
             MOVE WdateSystemeISOInt TO ftr_dateRetour
             IF ftr_rejetee THEN
               DISPLAY 'Motif du rejet :'
               MOVE SPACE TO ftr_motifRejet
               ACCEPT ftr_motifRejet
             END-IF
             REWRITE transmissionTampon
             IF ftr_stat = 0 THEN
               DISPLAY 'Retour de la plateforme enregistré'
               MOVE 'fTransmissions' TO WauditFichier
               MOVE ftr_id TO WauditCle
               IF ftr_rejetee THEN
                 MOVE 'REJET' TO WauditOperation
                 DISPLAY 'Corrigez le profil du client puis réémettez'
     -             ' la facture ',ftr_numFacture
               ELSE
                 MOVE 'ACCEPTATION' TO WauditOperation
               END-IF
               PERFORM ENREGISTRER_AUDIT
             END-IF
           END-IF
       END-READ
       MOVE 9 TO WfeAction
       CLOSE fTransmissions.

      ***CONSULTER_TRANSMISSIONS*****************************************
      *Journal des transmissions de factures électroniques, filtré par*
      *client et par statut, avec le décompte par statut             *
      ****************************************************************
       CONSULTER_TRANSMISSIONS.
       DISPLAY 'Client (0 : tous) :'
       MOVE 0 TO WfeFiltreCli
       ACCEPT WfeFiltreCli
       DISPLAY 'Statut (0 : tous, 1 : en attente, 2 : acceptées, '
     -   '3 : rejetées) :'
       MOVE 0 TO WfeFiltreStatut
       ACCEPT WfeFiltreStatut
       MOVE 0 TO WfeNbTransmises
       MOVE 0 TO WfeNbAcceptees
       MOVE 0 TO WfeNbRejetees
       OPEN INPUT fTransmissions
       MOVE 0 TO WfeEof
       PERFORM UNTIL WfeEof = 1
         READ fTransmissions NEXT
         AT END MOVE 1 TO WfeEof
         NOT AT END
           IF (WfeFiltreCli = 0 OR ftr_idcli = WfeFiltreCli)
     -        AND (WfeFiltreStatut = 0
     -        OR ftr_statut = WfeFiltreStatut) THEN
             EVALUATE TRUE
               WHEN ftr_acceptee
                 MOVE 'acceptée' TO WfeLibStatut
                 ADD 1 TO WfeNbAcceptees
               WHEN ftr_rejetee
                 MOVE 'rejetée' TO WfeLibStatut
                 ADD 1 TO WfeNbRejetees
               WHEN OTHER
                 MOVE 'en attente' TO WfeLibStatut
                 ADD 1 TO WfeNbTransmises
             END-EVALUATE
             IF ftr_avoir THEN
               DISPLAY '  ',ftr_id,' - avoir ',ftr_numFacture,
     -           ' - client ',ftr_idcli,' - ',ftr_montantTTC,
     -           ' EUR - ',FUNCTION TRIM(ftr_plateforme),' - ',
     -           ftr_dateEnvoi,' - ',WfeLibStatut
             ELSE
               DISPLAY '  ',ftr_id,' - facture ',ftr_numFacture,
     -           ' - client ',ftr_idcli,' - ',ftr_montantTTC,
     -           ' EUR - ',FUNCTION TRIM(ftr_plateforme),' - ',
     -           ftr_dateEnvoi,' - ',WfeLibStatut
             END-IF
             IF ftr_rejetee THEN
               DISPLAY '      rejet du ',ftr_dateRetour,' : ',
     -           FUNCTION TRIM(ftr_motifRejet)
             END-IF
           END-IF
       END-PERFORM
       CLOSE fTransmissions
       DISPLAY WfeNbTransmises,' en attente, ',WfeNbAcceptees,
     -   ' acceptée(s), ',WfeNbRejetees,' rejetée(s)'.

      ***GERER_LITIGES_CARTE*********************************************
      *Suivi des contestations de paiements par carte (impayés       *
      *notifiés par la banque) : ouverture du dossier sur un paiement,*
      *preuves fournies en réponse, issue du litige avec             *
      *contre-passation du paiement perdu, dossiers en cours avec    *
      *leurs échéances et taux de litiges trimestriel par restaurant *
      ****************************************************************
       GERER_LITIGES_CARTE.
       DISPLAY '|====================================|'
       DISPLAY '|=========== LITIGES      ===========|'
       DISPLAY '|===========  CARTE       ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WltAction
       PERFORM WITH TEST AFTER UNTIL WltAction = 0
         DISPLAY '1 - Ouvrir un litige (avis d''impayé de la banque)'
         DISPLAY '2 - Saisir les preuves fournies en réponse'
         DISPLAY '3 - Enregistrer l''issue d''un litige'
         DISPLAY '4 - Litiges en cours et dates limites de réponse'
         DISPLAY '5 - Taux de litiges trimestriel par restaurant'
         DISPLAY '0 - Terminer'
         ACCEPT WltAction
         EVALUATE WltAction
          WHEN 1
           PERFORM OUVRIR_LITIGE_CARTE
          WHEN 2
           PERFORM SAISIR_PREUVES_LITIGE
          WHEN 3
           PERFORM CLOTURER_LITIGE_CARTE
          WHEN 4
           PERFORM LISTER_LITIGES_CARTE
          WHEN 5
           PERFORM RAPPORT_TAUX_LITIGES
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'.

      ***OUVRIR_LITIGE_CARTE*********************************************
      *Ouvre un dossier de litige sur un paiement par carte non      *
      *annulé de datapaiements.dat, s'il n'en a pas déjà un en cours *
      ****************************************************************
       OUVRIR_LITIGE_CARTE.
       DISPLAY 'Identifiant du paiement carte contesté :'
       ACCEPT fpay_id
       MOVE 0 TO WltOK
       OPEN INPUT fPaiements
       READ fPaiements
         INVALID KEY
           DISPLAY 'Aucun paiement ne porte cet identifiant'
         NOT INVALID KEY
           IF fpay_annulee THEN
             DISPLAY 'Ce paiement a été annulé (motif ',
     -         fpay_motifAnnul,', par ',fpay_annulePar,')'
           ELSE
             IF fpay_mode NOT = 2 THEN
               DISPLAY 'Seul un paiement par carte peut faire '
     -           'l''objet d''un litige'
             ELSE
               MOVE 1 TO WltOK
             END-IF
           END-IF
       END-READ
       CLOSE fPaiements
       IF WltOK = 1 THEN
         PERFORM CHERCHER_LITIGE_PAIEMENT
         IF WltTrouve = 1 THEN
           DISPLAY 'Le litige ',flg_id,' est déjà en cours sur ce '
     -       'paiement'
         ELSE
           PERFORM SAISIR_LITIGE_CARTE
         END-IF
       END-IF.

      ***CHERCHER_LITIGE_PAIEMENT****************************************
      *WltTrouve vaut 1 si un litige ouvert ou en attente d'issue    *
      *existe pour le paiement du tampon payTampon                   *
      ****************************************************************
       CHERCHER_LITIGE_PAIEMENT.
       MOVE 0 TO WltTrouve
       OPEN INPUT fLitiges
       MOVE fpay_id TO flg_idpay
       MOVE 0 TO WltEof
       START fLitiges, KEY IS = flg_idpay
         INVALID KEY MOVE 1 TO WltEof
       END-START
       PERFORM UNTIL WltEof = 1
         READ fLitiges NEXT
         AT END MOVE 1 TO WltEof
         NOT AT END
           IF flg_idpay NOT = fpay_id THEN
             MOVE 1 TO WltEof
           ELSE
             IF flg_ouvert OR flg_repondu THEN
               MOVE 1 TO WltTrouve
               MOVE 1 TO WltEof
             END-IF
           END-IF
       END-PERFORM
       CLOSE fLitiges.

      ***SAISIR_LITIGE_CARTE*********************************************
      *Saisie de l'avis d'impayé sur le paiement du tampon payTampon :*
      *référence de la banque, montant contesté (au plus le montant  *
      *du paiement), motif, date de réception et date limite de      *
      *réponse (10 jours après réception par défaut)                 *
      ****************************************************************
       SAISIR_LITIGE_CARTE.
       DISPLAY 'Paiement ',fpay_id,' - réservation ',fpay_idresa,
     -   ' - carte - ',fpay_montant,' EUR - le ',fpay_date
       MOVE 0 TO WltIdRest
       OPEN INPUT freservations
       MOVE fpay_idresa TO frs_id
       READ freservations
         INVALID KEY
           DISPLAY 'Réservation introuvable, restaurant non renseigné'
         NOT INVALID KEY
           MOVE frs_idrest TO WltIdRest
       END-READ
       CLOSE freservations
       DISPLAY 'Référence de l''impayé communiquée par la banque :'
       MOVE SPACE TO WltRef
       ACCEPT WltRef
       DISPLAY 'Montant contesté (0 : totalité du paiement) :'
       MOVE 0 TO WltMontant
       ACCEPT WltMontant
       IF WltMontant = 0 OR WltMontant > fpay_montant THEN
         MOVE fpay_montant TO WltMontant
       END-IF
       MOVE 0 TO WltMotif
       PERFORM WITH TEST AFTER UNTIL WltMotif >= 1
     -    AND WltMotif <= 5 OR WltMotif = 9
         DISPLAY 'Motif ? 1 : fraude, 2 : opération non reconnue, '
     -     '3 : prestation contestée, 4 : montant contesté, '
     -     '5 : débit en double, 9 : autre'
         ACCEPT WltMotif
       END-PERFORM
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       DISPLAY 'Date de réception de l''avis (AAAAMMJJ, 0 : '
     -   'aujourd''hui) :'
       MOVE 0 TO WltReception
       ACCEPT WltReception
       IF WltReception = 0 THEN
         MOVE WdateSystemeISOInt TO WltReception
       END-IF
       DISPLAY 'Date limite de réponse (AAAAMMJJ, 0 : 10 jours '
     -   'après réception) :'
       MOVE 0 TO WltLimite
       ACCEPT WltLimite
       IF WltLimite = 0 THEN
         COMPUTE WltLimite = FUNCTION DATE-OF-INTEGER(
     -     FUNCTION INTEGER-OF-DATE(WltReception) + 10)
       END-IF
       MOVE fpay_id TO WltIdPayReprise
       MOVE fpay_idresa TO WltPayIdresa
       MOVE fpay_idcli TO WltPayIdcli
       MOVE fpay_montant TO WltRetenu
       OPEN I-O fLitiges
       MOVE 'LITIGECB' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         MOVE 0 TO WltEof
         PERFORM UNTIL WltEof = 1
           READ fLitiges NEXT
           AT END MOVE 1 TO WltEof
           NOT AT END
             IF flg_id >= WseqValeur THEN
               COMPUTE WseqValeur = flg_id + 1
             END-IF
         END-PERFORM
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO flg_id
       MOVE WltIdPayReprise TO flg_idpay
       MOVE WltPayIdresa TO flg_idresa
       MOVE WltIdRest TO flg_idrest
       MOVE WltPayIdcli TO flg_idcli
       MOVE WltRetenu TO flg_montantPaiement
       MOVE WltRef TO flg_refBanque
       MOVE WltMontant TO flg_montant
       MOVE WltMotif TO flg_motif
       MOVE WltReception TO flg_dateReception
       MOVE WltLimite TO flg_dateLimite
       MOVE 0 TO flg_numFacture
       MOVE 0 TO flg_ticketSigne
       MOVE SPACE TO flg_notes
       MOVE 0 TO flg_dateReponse
       MOVE 1 TO flg_statut
       MOVE 0 TO flg_montantPerdu
       MOVE 0 TO flg_dateIssue
       MOVE 0 TO flg_idPayReprise
       MOVE WSessionPseudo TO flg_saisiPar
       MOVE SPACE TO flg_cloturePar
       WRITE litigeTampon
       IF flg_stat = 0 THEN
         DISPLAY 'Litige ',flg_id,' ouvert, réponse à fournir avant '
     -     'le ',flg_dateLimite(7:2),'/',flg_dateLimite(5:2),'/',
     -     flg_dateLimite(1:4)
         MOVE 'fLitiges' TO WauditFichier
         MOVE flg_id TO WauditCle
         MOVE 'OUVERTURE' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement du litige (statut '
     -     ,flg_stat,')'
       END-IF
       CLOSE fLitiges.

      ***LIBELLE_LITIGE_CARTE********************************************
      *Libellés du motif (WltLibMotif) et de l'état (WltLibStatut) du*
      *litige du tampon litigeTampon                                 *
      ****************************************************************
       LIBELLE_LITIGE_CARTE.
       EVALUATE flg_motif
         WHEN 1
           MOVE 'fraude' TO WltLibMotif
         WHEN 2
           MOVE 'opération non reconnue' TO WltLibMotif
         WHEN 3
           MOVE 'prestation contestée' TO WltLibMotif
         WHEN 4
           MOVE 'montant contesté' TO WltLibMotif
         WHEN 5
           MOVE 'débit en double' TO WltLibMotif
         WHEN OTHER
           MOVE 'autre' TO WltLibMotif
       END-EVALUATE
       EVALUATE TRUE
         WHEN flg_ouvert
           MOVE 'ouvert' TO WltLibStatut
         WHEN flg_repondu
           MOVE 'réponse envoyée' TO WltLibStatut
         WHEN flg_gagne
           MOVE 'gagné' TO WltLibStatut
         WHEN flg_perdu
           MOVE 'perdu' TO WltLibStatut
         WHEN flg_perduPartiel
           MOVE 'partiellement perdu' TO WltLibStatut
         WHEN OTHER
           MOVE 'inconnu' TO WltLibStatut
       END-EVALUATE.

      ***AFFICHER_LITIGE_CARTE*******************************************
      *Affiche le dossier de litige du tampon litigeTampon           *
      ****************************************************************
       AFFICHER_LITIGE_CARTE.
       PERFORM LIBELLE_LITIGE_CARTE
       DISPLAY 'Litige ',flg_id,' - ',FUNCTION TRIM(WltLibStatut),
     -   ' - référence banque ',FUNCTION TRIM(flg_refBanque)
       DISPLAY '  Paiement ',flg_idpay,' (',flg_montantPaiement,
     -   ' EUR) - réservation ',flg_idresa,' - restaurant ',
     -     flg_idrest,' - client ',flg_idcli
       DISPLAY '  Montant contesté : ',flg_montant,' EUR - motif : ',
     -   FUNCTION TRIM(WltLibMotif)
       DISPLAY '  Reçu le ',flg_dateReception,' - réponse avant le ',
     -     flg_dateLimite
       IF flg_dateReponse > 0 THEN
         DISPLAY '  Réponse du ',flg_dateReponse,' - facture ',
     -     flg_numFacture,' - ticket signé : ',flg_ticketSigne
         DISPLAY '  Notes : ',FUNCTION TRIM(flg_notes)
       END-IF
       IF flg_dateIssue > 0 THEN
         DISPLAY '  Issue du ',flg_dateIssue,' - montant perdu : ',
     -     flg_montantPerdu,' EUR - par ',flg_cloturePar
       END-IF.

      ***SAISIR_PREUVES_LITIGE*******************************************
      *Preuves fournies à la banque pour un litige ouvert : numéro de*
      *la facture du registre (contrôlée contre la réservation du    *
      *paiement), ticket signé et notes ; le dossier passe à l'état  *
      *réponse envoyée, avec un avertissement si la date limite est  *
      *dépassée                                                      *
      ****************************************************************
       SAISIR_PREUVES_LITIGE.
       DISPLAY 'Numéro du litige :'
       ACCEPT WltIdLitige
       OPEN I-O fLitiges
       MOVE WltIdLitige TO flg_id
       READ fLitiges
         INVALID KEY
           DISPLAY 'Aucun litige ne porte ce numéro'
         NOT INVALID KEY
           IF NOT flg_ouvert AND NOT flg_repondu THEN
             PERFORM AFFICHER_LITIGE_CARTE
             DISPLAY 'Ce litige est clos'
           ELSE
             PERFORM AFFICHER_LITIGE_CARTE
             PERFORM SAISIR_PREUVES_DOSSIER
             REWRITE litigeTampon
             IF flg_stat = 0 THEN
               DISPLAY 'Réponse au litige ',flg_id,' enregistrée'
               IF flg_dateReponse > flg_dateLimite THEN
                 DISPLAY 'ATTENTION : date limite de réponse '
     -             'dépassée'
               END-IF
               MOVE 'fLitiges' TO WauditFichier
               MOVE flg_id TO WauditCle
               MOVE 'REPONSE' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de l''enregistrement de la '
     -           'réponse'
             END-IF
           END-IF
       END-READ
       CLOSE fLitiges.

      ***SAISIR_PREUVES_DOSSIER******************************************
      *Saisie des preuves dans le tampon litigeTampon                *
      ****************************************************************
       SAISIR_PREUVES_DOSSIER.
       DISPLAY 'Numéro de facture du registre (0 : aucune) :'
       MOVE 0 TO WltNumFacture
       ACCEPT WltNumFacture
       IF WltNumFacture > 0 THEN
         OPEN INPUT fFactures
         MOVE WltNumFacture TO ffa_num
         READ fFactures
           INVALID KEY
             DISPLAY 'Facture absente du registre, non retenue'
             MOVE 0 TO WltNumFacture
           NOT INVALID KEY
             IF ffa_idresa NOT = flg_idresa THEN
               DISPLAY 'Cette facture porte sur la réservation ',
     -           ffa_idresa,', non retenue'
               MOVE 0 TO WltNumFacture
             END-IF
         END-READ
         CLOSE fFactures
       END-IF
       IF WltNumFacture > 0 THEN
         MOVE WltNumFacture TO flg_numFacture
       END-IF
       MOVE 9 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix = 0 OR Wchoix = 1
         DISPLAY 'Ticket de carte signé fourni ? 1 : oui, 0 : non'
         ACCEPT Wchoix
       END-PERFORM
       MOVE Wchoix TO flg_ticketSigne
       DISPLAY 'Notes (vide : inchangées) :'
       MOVE SPACE TO WltNotes
       ACCEPT WltNotes
       IF WltNotes NOT = SPACE THEN
         MOVE WltNotes TO flg_notes
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO flg_dateReponse
       MOVE 2 TO flg_statut.

      ***CLOTURER_LITIGE_CARTE*******************************************
      *Issue d'un litige : gagné (rien ne change), perdu ou          *
      *partiellement perdu avec la contre-signature d'un Gérant ou   *
      *d'un Directeur ; le paiement est alors contre-passé           *
      *(CONTREPASSER_PAIEMENT_LITIGE), ce qui rouvre le solde de la  *
      *réservation, et la perte est reprise au journal comptable du  *
      *mois de l'issue                                               *
      ****************************************************************
       CLOTURER_LITIGE_CARTE.
       DISPLAY 'Numéro du litige :'
       ACCEPT WltIdLitige
       MOVE 0 TO WltOK
       OPEN INPUT fLitiges
       MOVE WltIdLitige TO flg_id
       READ fLitiges
         INVALID KEY
           DISPLAY 'Aucun litige ne porte ce numéro'
         NOT INVALID KEY
           PERFORM AFFICHER_LITIGE_CARTE
           IF flg_ouvert OR flg_repondu THEN
             MOVE 1 TO WltOK
           ELSE
             DISPLAY 'Ce litige est clos'
           END-IF
       END-READ
       CLOSE fLitiges
       IF WltOK = 1 THEN
         MOVE 9 TO WltIssue
         PERFORM WITH TEST AFTER UNTIL WltIssue <= 3
           DISPLAY 'Issue ? 1 : gagné, 2 : perdu, 3 : partiellement '
     -       'perdu, 0 : abandon'
           ACCEPT WltIssue
         END-PERFORM
         IF WltIssue = 0 THEN
           MOVE 0 TO WltOK
         END-IF
       END-IF
       IF WltOK = 1 THEN
         MOVE WSessionPseudo TO WmgrPseudo
         MOVE 0 TO WltPerdu
         MOVE 0 TO WltIdPayReprise
         IF WltIssue > 1 THEN
           PERFORM AUTORISER_OPERATION_MANAGER
           IF WmgrOK = 0 THEN
             MOVE 0 TO WltOK
           END-IF
         END-IF
       END-IF
       IF WltOK = 1 AND WltIssue = 2 THEN
         MOVE flg_montant TO WltPerdu
       END-IF
       IF WltOK = 1 AND WltIssue = 3 THEN
         PERFORM WITH TEST AFTER UNTIL WltPerdu > 0
     -      AND WltPerdu < flg_montant
           DISPLAY 'Montant perdu (moins de ',flg_montant,' EUR) :'
           ACCEPT WltPerdu
         END-PERFORM
       END-IF
       IF WltOK = 1 AND WltPerdu > 0 THEN
         PERFORM CONTREPASSER_PAIEMENT_LITIGE
       END-IF
       IF WltOK = 1 THEN
         OPEN I-O fLitiges
         MOVE WltIdLitige TO flg_id
         READ fLitiges
           INVALID KEY
             DISPLAY 'Litige introuvable'
           NOT INVALID KEY
             COMPUTE flg_statut = WltIssue + 2
             MOVE WltPerdu TO flg_montantPerdu
             ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
             MOVE WdateSystemeISOInt TO flg_dateIssue
             MOVE WltIdPayReprise TO flg_idPayReprise
             MOVE WmgrPseudo TO flg_cloturePar
             REWRITE litigeTampon
             IF flg_stat = 0 THEN
               PERFORM LIBELLE_LITIGE_CARTE
               DISPLAY 'Litige ',flg_id,' clos : ',
     -           FUNCTION TRIM(WltLibStatut)
               MOVE 'fLitiges' TO WauditFichier
               MOVE flg_id TO WauditCle
               MOVE 'ISSUE' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de l''enregistrement de l''issue'
             END-IF
         END-READ
         CLOSE fLitiges
       END-IF.

      ***CONTREPASSER_PAIEMENT_LITIGE************************************
      *Contre-passation d'un paiement carte perdu en litige (tampon  *
      *litigeTampon) : le paiement est annulé (jamais supprimé) avec *
      *le motif 5 (impayé carte) ; si la perte n'est que partielle, la*
      *part conservée est ressaisie comme un nouveau paiement carte  *
      *daté de l'issue. Le solde de la réservation est rouvert d'autant*
      *et affiché ; WltOK vaut 0 si la contre-passation a échoué     *
      ****************************************************************
       CONTREPASSER_PAIEMENT_LITIGE.
       OPEN I-O fPaiements
       MOVE flg_idpay TO fpay_id
       READ fPaiements
         INVALID KEY
           DISPLAY 'Paiement ',flg_idpay,' introuvable, '
     -       'contre-passation impossible'
           MOVE 0 TO WltOK
         NOT INVALID KEY
           IF fpay_annulee THEN
             DISPLAY 'Le paiement a déjà été annulé (motif ',
     -         fpay_motifAnnul,'), contre-passation impossible'
             MOVE 0 TO WltOK
           ELSE
             MOVE 1 TO fpay_annule
             MOVE 5 TO fpay_motifAnnul
             MOVE WmgrPseudo TO fpay_annulePar
             REWRITE payTampon
             IF fpay_stat NOT = 0 THEN
               DISPLAY 'Erreur lors de l''annulation du paiement'
               MOVE 0 TO WltOK
             END-IF
           END-IF
       END-READ
       IF WltOK = 1 THEN
         DISPLAY 'Paiement ',fpay_id,' contre-passé (impayé carte)'
         MOVE 'fPaiements' TO WauditFichier
         MOVE fpay_id TO WauditCle
         MOVE 'ANNULATION' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
         MOVE 'ANNULPAIE' TO WfiscEvenement
         MOVE fpay_id TO WfiscRef
         MOVE fpay_montant TO WfiscMontant
         PERFORM ENREGISTRER_EVENEMENT_FISCAL
         COMPUTE WltRetenu = fpay_montant - WltPerdu
         MOVE fpay_idresa TO WltPayIdresa
         MOVE fpay_idcli TO WltPayIdcli
         IF WltRetenu > 0 THEN
           PERFORM RECHERCHER_NUM_PAIEMENT
           MOVE WpayNum TO fpay_id
           MOVE WltPayIdresa TO fpay_idresa
           MOVE 2 TO fpay_mode
           MOVE WltRetenu TO fpay_montant
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           MOVE WdateSystemeISOInt TO fpay_date
           MOVE WltPayIdcli TO fpay_idcli
           MOVE 0 TO fpay_rapproche
           MOVE 0 TO fpay_annule
           MOVE 0 TO fpay_motifAnnul
           MOVE SPACE TO fpay_annulePar
           MOVE 0 TO fpay_emetteur
           MOVE 0 TO fpay_numBordereau
           MOVE 0 TO fpay_rejete
           WRITE payTampon
           IF fpay_stat = 0 THEN
             MOVE fpay_id TO WltIdPayReprise
             DISPLAY 'Part conservée de ',WltRetenu,' EUR ressaisie '
     -         '(paiement ',fpay_id,')'
             MOVE 'fPaiements' TO WauditFichier
             MOVE fpay_id TO WauditCle
             MOVE 'AJOUT' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de la ressaisie de la part '
     -         'conservée'
           END-IF
         END-IF
         OPEN INPUT freservations
         MOVE WltPayIdresa TO frs_id
         READ freservations
           INVALID KEY
             DISPLAY 'Réservation ',WltPayIdresa,' introuvable'
           NOT INVALID KEY
             PERFORM CALCULER_TOTAL_PAIEMENTS_RESA
             IF WpayTotal >= frs_prix THEN
               MOVE 0 TO WpayReste
             ELSE
               COMPUTE WpayReste = frs_prix - WpayTotal
             END-IF
             DISPLAY 'Réservation ',frs_id,' : ',frs_prix,
     -         ' EUR facturés, ',WpayTotal,' EUR encaissés, solde '
     -         'dû ',WpayReste,' EUR'
         END-READ
         CLOSE freservations
       END-IF
       CLOSE fPaiements.

      ***LISTER_LITIGES_CARTE********************************************
      *Litiges ouverts ou en attente d'issue, avec le nombre de jours*
      *restant pour répondre ; les dossiers sans réponse dont la date*
      *limite est dépassée ou tombe dans les 3 jours sont signalés   *
      ****************************************************************
       LISTER_LITIGES_CARTE.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WltTotNbLitiges
       OPEN INPUT fLitiges
       MOVE 0 TO WltEof
       PERFORM UNTIL WltEof = 1
         READ fLitiges NEXT
         AT END MOVE 1 TO WltEof
         NOT AT END
           IF flg_ouvert OR flg_repondu THEN
             ADD 1 TO WltTotNbLitiges
             PERFORM AFFICHER_LITIGE_CARTE
             IF flg_ouvert THEN
               COMPUTE WltJoursRestants =
     -           FUNCTION INTEGER-OF-DATE(flg_dateLimite)
     -           - FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
               IF WltJoursRestants < 0 THEN
                 DISPLAY '  *** DATE LIMITE DEPASSEE, aucune '
     -             'réponse envoyée ***'
               ELSE
                 IF WltJoursRestants <= 3 THEN
                   DISPLAY '  *** Réponse à envoyer sous ',
     -               WltJoursRestants,' jour(s) ***'
                 END-IF
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fLitiges
       DISPLAY WltTotNbLitiges,' litige(s) en cours'.

      ***RAPPORT_TAUX_LITIGES********************************************
      *Taux de litiges d'un trimestre par restaurant : paiements par *
      *carte du trimestre (y compris ceux contre-passés depuis),     *
      *litiges reçus sur le trimestre et pertes, en nombre et en     *
      *montant, dans litiges_<AAAA>T<n>.txt                          *
      ****************************************************************
       RAPPORT_TAUX_LITIGES.
       MOVE 0 TO WltAnnee
       PERFORM WITH TEST AFTER UNTIL WltAnnee >= 2015
         DISPLAY 'Année (AAAA) :'
         ACCEPT WltAnnee
       END-PERFORM
       MOVE 0 TO WltTrimestre
       PERFORM WITH TEST AFTER UNTIL WltTrimestre >= 1
     -    AND WltTrimestre <= 4
         DISPLAY 'Trimestre (1 à 4) :'
         ACCEPT WltTrimestre
       END-PERFORM
       COMPUTE WltDebut = WltAnnee * 10000
     -   + ((WltTrimestre - 1) * 3 + 1) * 100 + 1
       COMPUTE WltFin = WltAnnee * 10000 + WltTrimestre * 300 + 31
       INITIALIZE WtabLitiges
       MOVE 0 TO WltNbRest
       MOVE 0 TO WltSatureAvert
       OPEN INPUT fPaiements
       OPEN INPUT freservations
       MOVE 0 TO WltEof
       PERFORM UNTIL WltEof = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WltEof
         NOT AT END
           IF fpay_mode = 2 AND fpay_date >= WltDebut
     -        AND fpay_date <= WltFin
     -        AND (fpay_valide OR fpay_motifAnnul = 5) THEN
             MOVE fpay_idresa TO frs_id
             READ freservations
               INVALID KEY
                 MOVE 0 TO WltIdRest
               NOT INVALID KEY
                 MOVE frs_idrest TO WltIdRest
             END-READ
             PERFORM CUMULER_LITIGES_RESTO
             IF WltTrouve = 1 THEN
               ADD 1 TO WltNbCarte(WltIdx)
               ADD fpay_montant TO WltMtCarte(WltIdx)
             END-IF
           END-IF
       END-PERFORM
       CLOSE freservations
       CLOSE fPaiements
       OPEN INPUT fLitiges
       MOVE 0 TO WltEof
       PERFORM UNTIL WltEof = 1
         READ fLitiges NEXT
         AT END MOVE 1 TO WltEof
         NOT AT END
           IF flg_dateReception >= WltDebut
     -        AND flg_dateReception <= WltFin THEN
             MOVE flg_idrest TO WltIdRest
             PERFORM CUMULER_LITIGES_RESTO
             IF WltTrouve = 1 THEN
               ADD 1 TO WltNbLitiges(WltIdx)
               ADD flg_montant TO WltMtLitiges(WltIdx)
               IF flg_perdu OR flg_perduPartiel THEN
                 ADD 1 TO WltNbPerdus(WltIdx)
                 ADD flg_montantPerdu TO WltMtPerdus(WltIdx)
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fLitiges
       PERFORM IMPRIMER_TAUX_LITIGES.

      ***CUMULER_LITIGES_RESTO*******************************************
      *Positionne WltIdx sur la ligne du restaurant WltIdRest, créée au*
      *besoin ; WltTrouve vaut 0 si la table est pleine              *
      ****************************************************************
       CUMULER_LITIGES_RESTO.
       MOVE 0 TO WltTrouve
       PERFORM VARYING WltIdx FROM 1 BY 1
     -   UNTIL WltIdx > WltNbRest OR WltTrouve = 1
         IF WltRest(WltIdx) = WltIdRest THEN
           MOVE 1 TO WltTrouve
         END-IF
       END-PERFORM
       IF WltTrouve = 1 THEN
         SUBTRACT 1 FROM WltIdx
       ELSE
         IF WltNbRest >= 30 THEN
           IF WltSatureAvert = 0 THEN
             DISPLAY 'ATTENTION : plus de 30 restaurants, rapport '
     -         'limité aux 30 premiers'
             MOVE 1 TO WltSatureAvert
           END-IF
         ELSE
           ADD 1 TO WltNbRest
           MOVE WltNbRest TO WltIdx
           MOVE WltIdRest TO WltRest(WltIdx)
           MOVE 1 TO WltTrouve
         END-IF
       END-IF.

      ***IMPRIMER_TAUX_LITIGES*******************************************
      *Ecrit le rapport des taux de litiges à l'écran et dans        *
      *litiges_<AAAA>T<n>.txt ; le taux est le nombre de litiges reçus*
      *rapporté au nombre de paiements par carte du trimestre, le taux*
      *en montant le montant contesté rapporté au montant encaissé   *
      ****************************************************************
       IMPRIMER_TAUX_LITIGES.
       MOVE SPACE TO WNomFichierTicket
       STRING 'litiges_' WltAnnee 'T' WltTrimestre '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Taux de litiges carte - trimestre ' WltTrimestre
     -   ' ' WltAnnee DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_LITIGES
       MOVE 0 TO WltTotNbCarte
       MOVE 0 TO WltTotMtCarte
       MOVE 0 TO WltTotNbLitiges
       MOVE 0 TO WltTotMtLitiges
       MOVE 0 TO WltTotNbPerdus
       MOVE 0 TO WltTotMtPerdus
       PERFORM VARYING WltIdx FROM 1 BY 1 UNTIL WltIdx > WltNbRest
         ADD WltNbCarte(WltIdx) TO WltTotNbCarte
         ADD WltMtCarte(WltIdx) TO WltTotMtCarte
         ADD WltNbLitiges(WltIdx) TO WltTotNbLitiges
         ADD WltMtLitiges(WltIdx) TO WltTotMtLitiges
         ADD WltNbPerdus(WltIdx) TO WltTotNbPerdus
         ADD WltMtPerdus(WltIdx) TO WltTotMtPerdus
         MOVE '--------------------------------------' TO ticketLigne
         PERFORM ECRIRE_LIGNE_LITIGES
         MOVE SPACE TO ticketLigne
         IF WltRest(WltIdx) = 0 THEN
           MOVE 'Sans restaurant rattaché' TO ticketLigne
         ELSE
           STRING 'Restaurant ' WltRest(WltIdx)
     -       DELIMITED BY SIZE INTO ticketLigne
         END-IF
         PERFORM ECRIRE_LIGNE_LITIGES
         MOVE WltNbCarte(WltIdx) TO WltLigNbCarte
         MOVE WltMtCarte(WltIdx) TO WltLigMtCarte
         MOVE WltNbLitiges(WltIdx) TO WltLigNbLitiges
         MOVE WltMtLitiges(WltIdx) TO WltLigMtLitiges
         MOVE WltNbPerdus(WltIdx) TO WltLigNbPerdus
         MOVE WltMtPerdus(WltIdx) TO WltLigMtPerdus
         PERFORM LIGNE_TAUX_LITIGES
       END-PERFORM
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_LITIGES
       MOVE 'Ensemble des restaurants' TO ticketLigne
       PERFORM ECRIRE_LIGNE_LITIGES
       MOVE WltTotNbCarte TO WltLigNbCarte
       MOVE WltTotMtCarte TO WltLigMtCarte
       MOVE WltTotNbLitiges TO WltLigNbLitiges
       MOVE WltTotMtLitiges TO WltLigMtLitiges
       MOVE WltTotNbPerdus TO WltLigNbPerdus
       MOVE WltTotMtPerdus TO WltLigMtPerdus
       PERFORM LIGNE_TAUX_LITIGES
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'TAUX LITIGES CARTE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***LIGNE_TAUX_LITIGES**********************************************
      *Lignes de détail (paiements carte, litiges, pertes et taux)   *
      *des cumuls WltLig*                                            *
      ****************************************************************
       LIGNE_TAUX_LITIGES.
       MOVE 0 TO WltTaux
       MOVE 0 TO WltTauxMt
       IF WltLigNbCarte > 0 THEN
         COMPUTE WltTaux ROUNDED =
     -     WltLigNbLitiges * 100 / WltLigNbCarte
       END-IF
       IF WltLigMtCarte > 0 THEN
         COMPUTE WltTauxMt ROUNDED =
     -     WltLigMtLitiges * 100 / WltLigMtCarte
       END-IF
       MOVE WltLigMtCarte TO WltEdMontant1
       MOVE WltLigMtLitiges TO WltEdMontant2
       MOVE WltLigMtPerdus TO WltEdMontant3
       MOVE WltTaux TO WltEdTaux
       MOVE WltTauxMt TO WltEdTauxMt
       MOVE SPACE TO ticketLigne
       STRING '  Paiements carte : ' WltLigNbCarte ' pour '
     -     WltEdMontant1 ' EUR' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_LITIGES
       MOVE SPACE TO ticketLigne
       STRING '  Litiges reçus   : ' WltLigNbLitiges ' pour '
     -     WltEdMontant2 ' EUR - taux ' WltEdTaux ' % (en montant '
     -     WltEdTauxMt ' %)' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_LITIGES
       MOVE SPACE TO ticketLigne
       STRING '  Litiges perdus  : ' WltLigNbPerdus ' pour '
     -     WltEdMontant3 ' EUR' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_LITIGES.

      ***ECRIRE_LIGNE_LITIGES********************************************
      *Ecrit la ligne ticketLigne dans le rapport et à l'écran       *
      ****************************************************************
       ECRIRE_LIGNE_LITIGES.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ***GERER_FILE_ATTENTE**********************************************
      *File d'attente à la porte du restaurant pour le service en    *
      *cours (midi avant 17h, soir ensuite) : inscription des groupes*
      *sans réservation avec une attente annoncée, liste de la file, *
      *table prête (l'hôte prévient le groupe, qui reçoit un message *
      *TABLEPRETE), installation du groupe en passage et départ d'un *
      *groupe lassé d'attendre ; un groupe prévenu qui ne s'est pas  *
      *présenté au bout de WfaDelaiPresentation minutes repasse en   *
      *fin de file                                                   *
      ****************************************************************
       GERER_FILE_ATTENTE.
       DISPLAY '|====================================|'
       DISPLAY '|=========== FILE         ===========|'
       DISPLAY '|===========  D''ATTENTE   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         MOVE WidRestSauv TO WfaIdRest
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO WfaDate
         ACCEPT WheureSystemeISO FROM TIME
         IF WheureSystemeISO_heure < 17 THEN
           MOVE 1 TO WfaService
         ELSE
           MOVE 2 TO WfaService
         END-IF
         MOVE 9 TO WfaAction
         PERFORM WITH TEST AFTER UNTIL WfaAction = 0
           PERFORM RELEGUER_ABSENTS_FILE
           DISPLAY '1 - Inscrire un groupe à la porte'
           DISPLAY '2 - File d''attente et attentes annoncées'
           DISPLAY '3 - Table prête : prévenir un groupe'
           DISPLAY '4 - Installer un groupe de la file'
           DISPLAY '5 - Groupe parti sans être installé'
           DISPLAY '0 - Terminer'
           ACCEPT WfaAction
           EVALUATE WfaAction
            WHEN 1
             PERFORM INSCRIRE_GROUPE_FILE
            WHEN 2
             PERFORM LISTER_FILE_ATTENTE
            WHEN 3
             PERFORM CHOISIR_GROUPE_A_PREVENIR
            WHEN 4
             PERFORM INSTALLER_GROUPE_FILE
            WHEN 5
             PERFORM DEPART_GROUPE_FILE
           END-EVALUATE
         END-PERFORM
       END-IF
       DISPLAY '-====================================-'.

      ***INSCRIRE_GROUPE_FILE********************************************
      *Inscrit un groupe en fin de file (nom, nombre de personnes,   *
      *téléphone pour le message de table prête) et lui annonce      *
      *l'attente estimée par QUOTER_ATTENTE_FILE                     *
      ****************************************************************
       INSCRIRE_GROUPE_FILE.
       DISPLAY 'Nom du groupe :'
       MOVE SPACE TO WfaNom
       ACCEPT WfaNom
       MOVE 0 TO WfaNbPers
       PERFORM WITH TEST AFTER UNTIL WfaNbPers > 0
         DISPLAY 'Nombre de personnes :'
         ACCEPT WfaNbPers
       END-PERFORM
       DISPLAY 'Téléphone portable (0 : aucun) :'
       MOVE 0 TO WfaTel
       ACCEPT WfaTel
       PERFORM QUOTER_ATTENTE_FILE
       PERFORM CALCULER_RANG_MAX_FILE
       OPEN I-O fFileAttente
       MOVE 'ATTENTE' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         MOVE 0 TO WfaEof
         PERFORM UNTIL WfaEof = 1
           READ fFileAttente NEXT
           AT END MOVE 1 TO WfaEof
           NOT AT END
             IF fat_id >= WseqValeur THEN
               COMPUTE WseqValeur = fat_id + 1
             END-IF
         END-PERFORM
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO fat_id
       MOVE WfaIdRest TO fat_idrest
       MOVE WfaDate TO fat_date
       MOVE WfaService TO fat_service
       MOVE WfaNom TO fat_nom
       MOVE WfaNbPers TO fat_nbPersonnes
       MOVE WfaTel TO fat_tel
       ACCEPT WheureSystemeISO FROM TIME
       COMPUTE fat_heureArrivee = WheureSystemeISO_heure * 100
     -   + WheureSystemeISO_minute
       MOVE WfaAttente TO fat_attenteAnnoncee
       COMPUTE fat_rang = WfaRangMax + 1
       MOVE 1 TO fat_statut
       MOVE 0 TO fat_heurePrevenu
       MOVE 0 TO fat_numTable
       MOVE 0 TO fat_heureInstalle
       MOVE 0 TO fat_nbRelegations
       MOVE 0 TO fat_idresa
       WRITE attenteTampon
       IF fat_stat = 0 THEN
         DISPLAY 'Groupe ',fat_nom,' inscrit sous le numéro ',fat_id
         DISPLAY WfaDevant,' groupe(s) devant lui - attente ',
     -     'annoncée : ',fat_attenteAnnoncee,' minute(s)'
         MOVE 'fFileAttente' TO WauditFichier
         MOVE fat_id TO WauditCle
         MOVE 'INSCRIT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''inscription du groupe'
       END-IF
       CLOSE fFileAttente.

      ***QUOTER_ATTENTE_FILE*********************************************
      *Attente annoncée (WfaAttente, minutes) pour un groupe de      *
      *WfaNbPers personnes au restaurant WfaIdRest : le groupe prend *
      *la position WfaDevant + 1 parmi les groupes encore en file,   *
      *et les tables du tableau de service assez grandes pour lui se *
      *libèrent d'abord celles au dessert ou à l'addition (un sixième*
      *de tour), puis celles aux plats (un tiers de tour), puis      *
      *celles qui viennent de s'installer ou de commander (deux tiers*
      *de tour) ; au-delà, chaque rotation complète ajoute un tour.  *
      *Le tour est la durée réelle mesurée du restaurant             *
      *(fr_dureeTourReelle), à défaut la durée forfaitaire           *
      ****************************************************************
       QUOTER_ATTENTE_FILE.
       MOVE 0 TO WfaDevant
       OPEN INPUT fFileAttente
       MOVE WfaDate TO fat_date
       MOVE 0 TO WfaEof
       START fFileAttente, KEY IS = fat_date
         INVALID KEY MOVE 1 TO WfaEof
       END-START
       PERFORM UNTIL WfaEof = 1
         READ fFileAttente NEXT
         AT END MOVE 1 TO WfaEof
         NOT AT END
           IF fat_date NOT = WfaDate THEN
             MOVE 1 TO WfaEof
           ELSE
             IF fat_idrest = WfaIdRest AND fat_service = WfaService
     -          AND (fat_enAttente OR fat_prevenu) THEN
               ADD 1 TO WfaDevant
             END-IF
           END-IF
       END-PERFORM
       CLOSE fFileAttente
       MOVE 0 TO WfaTour
       OPEN INPUT frestaurants
       MOVE WfaIdRest TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fr_dureeTourReelle > 0 THEN
             MOVE fr_dureeTourReelle TO WfaTour
           ELSE
             MOVE fr_dureeTour TO WfaTour
           END-IF
       END-READ
       CLOSE frestaurants
       MOVE 0 TO WfaBientot
       MOVE 0 TO WfaMiTour
       MOVE 0 TO WfaDebut
       OPEN INPUT freservations
       MOVE WfaDate TO frs_dateISO
       MOVE 0 TO WfaEof
       START freservations, KEY IS = frs_dateISO
         INVALID KEY MOVE 1 TO WfaEof
       END-START
       PERFORM UNTIL WfaEof = 1
         READ freservations NEXT
         AT END MOVE 1 TO WfaEof
         NOT AT END
           IF frs_dateISO NOT = WfaDate THEN
             MOVE 1 TO WfaEof
           ELSE
             IF frs_idrest = WfaIdRest
     -          AND (frs_statut = 1 OR frs_statut = 5)
     -          AND frs_numTable > 0 AND frs_numTable <= 50 THEN
               IF (frs_heure_heure < 17 AND WfaService = 1)
     -            OR (frs_heure_heure >= 17 AND WfaService = 2) THEN
                 PERFORM CAPACITE_TABLE_RESA
                 IF WfaCapacite >= WfaNbPers THEN
                   EVALUATE frs_etatService
                     WHEN 4 THRU 6
                       ADD 1 TO WfaBientot
                     WHEN 3
                       ADD 1 TO WfaMiTour
                     WHEN 1 THRU 2
                       ADD 1 TO WfaDebut
                   END-EVALUATE
                 END-IF
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE freservations
       COMPUTE WfaLibres = WfaBientot + WfaMiTour + WfaDebut
       IF WfaLibres = 0 THEN
         MOVE WfaTour TO WfaAttente
       ELSE
         COMPUTE WfaCycles = WfaDevant / WfaLibres
         COMPUTE WfaPosition = WfaDevant - WfaCycles * WfaLibres + 1
         EVALUATE TRUE
           WHEN WfaPosition <= WfaBientot
             COMPUTE WfaAttente = WfaTour / 6
           WHEN WfaPosition <= WfaBientot + WfaMiTour
             COMPUTE WfaAttente = WfaTour / 3
           WHEN OTHER
             COMPUTE WfaAttente = WfaTour * 2 / 3
         END-EVALUATE
         COMPUTE WfaAttente = WfaAttente + WfaCycles * WfaTour
       END-IF.

      ***CAPACITE_TABLE_RESA*********************************************
      *Nombre de places (WfaCapacite) de la table de la réservation  *
      *du tampon resaTampon, table jumelée comprise, d'après le plan *
      *de salle du restaurant lu dans restTampon                     *
      ****************************************************************
       CAPACITE_TABLE_RESA.
       MOVE 0 TO WfaCapacite
       IF frs_numTable > 0 AND frs_numTable <= 50 THEN
         MOVE fr_placesTable(frs_numTable) TO WfaCapacite
       END-IF
       IF frs_numTable2 > 0 AND frs_numTable2 <= 50 THEN
         ADD fr_placesTable(frs_numTable2) TO WfaCapacite
       END-IF.

      ***CALCULER_RANG_MAX_FILE******************************************
      *Plus grand rang (WfaRangMax) attribué dans la file du         *
      *restaurant WfaIdRest pour le service WfaService du jour WfaDate*
      ****************************************************************
       CALCULER_RANG_MAX_FILE.
       MOVE 0 TO WfaRangMax
       OPEN INPUT fFileAttente
       MOVE WfaDate TO fat_date
       MOVE 0 TO WfaEof
       START fFileAttente, KEY IS = fat_date
         INVALID KEY MOVE 1 TO WfaEof
       END-START
       PERFORM UNTIL WfaEof = 1
         READ fFileAttente NEXT
         AT END MOVE 1 TO WfaEof
         NOT AT END
           IF fat_date NOT = WfaDate THEN
             MOVE 1 TO WfaEof
           ELSE
             IF fat_idrest = WfaIdRest AND fat_service = WfaService
     -          AND fat_rang > WfaRangMax THEN
               MOVE fat_rang TO WfaRangMax
             END-IF
           END-IF
       END-PERFORM
       CLOSE fFileAttente.

      ***RELEGUER_ABSENTS_FILE*******************************************
      *Un groupe prévenu que sa table est prête et qui ne s'est pas  *
      *présenté au bout de WfaDelaiPresentation minutes perd son tour*
      *: il repasse en attente en fin de file (nouveau rang), sans   *
      *attribution de table                                          *
      ****************************************************************
       RELEGUER_ABSENTS_FILE.
       PERFORM CALCULER_RANG_MAX_FILE
       ACCEPT WheureSystemeISO FROM TIME
       COMPUTE WfaMinNow = WheureSystemeISO_heure * 60
     -   + WheureSystemeISO_minute
       OPEN I-O fFileAttente
       MOVE WfaDate TO fat_date
       MOVE 0 TO WfaEof
       START fFileAttente, KEY IS = fat_date
         INVALID KEY MOVE 1 TO WfaEof
       END-START
       PERFORM UNTIL WfaEof = 1
         READ fFileAttente NEXT
         AT END MOVE 1 TO WfaEof
         NOT AT END
           IF fat_date NOT = WfaDate THEN
             MOVE 1 TO WfaEof
           ELSE
             IF fat_idrest = WfaIdRest AND fat_service = WfaService
     -          AND fat_prevenu THEN
               COMPUTE WfaMinRef =
     -           FUNCTION INTEGER(fat_heurePrevenu / 100) * 60
     -           + FUNCTION MOD(fat_heurePrevenu, 100)
               COMPUTE WfaEcoule = WfaMinNow - WfaMinRef
               IF WfaEcoule < 0 THEN
                 ADD 1440 TO WfaEcoule
               END-IF
               IF WfaEcoule > WfaDelaiPresentation THEN
                 ADD 1 TO WfaRangMax
                 MOVE WfaRangMax TO fat_rang
                 MOVE 1 TO fat_statut
                 MOVE 0 TO fat_heurePrevenu
                 MOVE 0 TO fat_numTable
                 ADD 1 TO fat_nbRelegations
                 REWRITE attenteTampon
                 DISPLAY 'Groupe ',fat_nom,' (',fat_id,') non '
     -             'présenté : repassé en fin de file'
                 MOVE 'fFileAttente' TO WauditFichier
                 MOVE fat_id TO WauditCle
                 MOVE 'RELEGUE' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fFileAttente.

      ***LISTER_FILE_ATTENTE*********************************************
      *Affiche les groupes encore en file dans l'ordre de leur rang, *
      *avec l'attente annoncée, le temps déjà écoulé depuis leur     *
      *arrivée et, pour un groupe prévenu, la table proposée         *
      ****************************************************************
       LISTER_FILE_ATTENTE.
       ACCEPT WheureSystemeISO FROM TIME
       COMPUTE WfaMinNow = WheureSystemeISO_heure * 60
     -   + WheureSystemeISO_minute
       MOVE 0 TO WfaRangVu
       MOVE 0 TO WfaNbInscrits
       OPEN INPUT fFileAttente
       MOVE 1 TO WfaIdSuiv
       PERFORM UNTIL WfaIdSuiv = 0
         PERFORM CHERCHER_RANG_SUIVANT_FILE
         IF WfaIdSuiv > 0 THEN
           MOVE WfaIdSuiv TO fat_id
           READ fFileAttente
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WfaNbInscrits
               MOVE fat_rang TO WfaRangVu
               COMPUTE WfaMinRef =
     -           FUNCTION INTEGER(fat_heureArrivee / 100) * 60
     -           + FUNCTION MOD(fat_heureArrivee, 100)
               COMPUTE WfaEcoule = WfaMinNow - WfaMinRef
               IF WfaEcoule < 0 THEN
                 ADD 1440 TO WfaEcoule
               END-IF
               MOVE WfaEcoule TO WfaMinutes
               DISPLAY WfaNbInscrits,'. ',fat_id,' - ',fat_nom,' - ',
     -           fat_nbPersonnes,' pers. - arrivé à ',
     -           fat_heureArrivee,' - annoncé ',
     -           fat_attenteAnnoncee,' min, attend depuis ',
     -           WfaMinutes,' min' WITH NO ADVANCING
               IF fat_prevenu THEN
                 DISPLAY ' [PREVENU table ',fat_numTable,']'
               ELSE
                 DISPLAY ' '
               END-IF
           END-READ
         END-IF
       END-PERFORM
       CLOSE fFileAttente
       IF WfaNbInscrits = 0 THEN
         DISPLAY 'Personne en file d''attente'
       END-IF.

      ***CHERCHER_RANG_SUIVANT_FILE**************************************
      *Groupe en file (en attente ou prévenu) de plus petit rang     *
      *au-delà de WfaRangVu pour le restaurant et le service en      *
      *cours ; WfaIdSuiv = 0 quand la file est épuisée (fFileAttente *
      *ouvert par l'appelant)                                        *
      ****************************************************************
       CHERCHER_RANG_SUIVANT_FILE.
       MOVE 0 TO WfaIdSuiv
       MOVE 9999 TO WfaRangSuiv
       MOVE WfaDate TO fat_date
       MOVE 0 TO WfaEof
       START fFileAttente, KEY IS = fat_date
         INVALID KEY MOVE 1 TO WfaEof
       END-START
       PERFORM UNTIL WfaEof = 1
         READ fFileAttente NEXT
         AT END MOVE 1 TO WfaEof
         NOT AT END
           IF fat_date NOT = WfaDate THEN
             MOVE 1 TO WfaEof
           ELSE
             IF fat_idrest = WfaIdRest AND fat_service = WfaService
     -          AND (fat_enAttente OR fat_prevenu)
     -          AND fat_rang > WfaRangVu
     -          AND fat_rang <= WfaRangSuiv THEN
               MOVE fat_rang TO WfaRangSuiv
               MOVE fat_id TO WfaIdSuiv
             END-IF
           END-IF
       END-PERFORM.

      ***CHOISIR_GROUPE_A_PREVENIR***************************************
      *Table prête saisie par l'hôte : liste la file puis prévient le*
      *groupe choisi pour la table indiquée                          *
      ****************************************************************
       CHOISIR_GROUPE_A_PREVENIR.
       PERFORM LISTER_FILE_ATTENTE
       DISPLAY 'Numéro du groupe à prévenir (0 : aucun) :'
       MOVE 0 TO WfaIdFile
       ACCEPT WfaIdFile
       IF WfaIdFile > 0 THEN
         DISPLAY 'Table prête (0 : non précisée) :'
         MOVE 0 TO WfaNumTable
         ACCEPT WfaNumTable
         PERFORM PREVENIR_GROUPE_FILE
         MOVE 0 TO WfaIdFile
       END-IF.

      ***PREVENIR_GROUPE_FILE********************************************
      *Passe le groupe WfaIdFile au statut prévenu pour la table     *
      *WfaNumTable (heure de l'appel conservée pour la relégation des*
      *absents) et met en file la notification TABLEPRETE vers son   *
      *téléphone ; la référence de la file tient lieu de référence de*
      *réservation dans la remise à la passerelle                    *
      ****************************************************************
       PREVENIR_GROUPE_FILE.
       MOVE 0 TO WfaOK
       OPEN I-O fFileAttente
       MOVE WfaIdFile TO fat_id
       READ fFileAttente
         INVALID KEY
           DISPLAY 'Aucun groupe ne porte ce numéro'
         NOT INVALID KEY
           IF fat_idrest NOT = WfaIdRest OR fat_date NOT = WfaDate
     -        OR NOT fat_enAttente THEN
             DISPLAY 'Ce groupe n''attend pas dans la file en cours'
           ELSE
             ACCEPT WheureSystemeISO FROM TIME
             COMPUTE fat_heurePrevenu = WheureSystemeISO_heure * 100
     -         + WheureSystemeISO_minute
             MOVE WfaNumTable TO fat_numTable
             MOVE 2 TO fat_statut
             REWRITE attenteTampon
             IF fat_stat = 0 THEN
               MOVE 1 TO WfaOK
               MOVE fat_tel TO WfaTel
               DISPLAY 'Groupe ',fat_nom,' prévenu : il a ',
     -           WfaDelaiPresentation,' minute(s) pour se présenter'
               MOVE 'fFileAttente' TO WauditFichier
               MOVE fat_id TO WauditCle
               MOVE 'PREVENU' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de la mise à jour du groupe'
             END-IF
           END-IF
       END-READ
       CLOSE fFileAttente
       IF WfaOK = 1 AND WfaTel > 0 THEN
         OPEN I-O fNotifications
         MOVE 0 TO WntNum
         MOVE 0 TO WfaEof
         PERFORM WITH TEST AFTER UNTIL WfaEof = 1
           READ fNotifications NEXT
           AT END MOVE 1 TO WfaEof
           NOT AT END
             MOVE fnt_id TO WntNum
         END-PERFORM
         ADD 1 TO WntNum
         MOVE WntNum TO fnt_id
         MOVE WfaIdFile TO fnt_idresa
         MOVE 0 TO fnt_idcli
         MOVE WfaTel TO fnt_tel
         MOVE SPACE TO fnt_mail
         MOVE 'TABLEPRETE' TO fnt_modele
         MOVE 1 TO fnt_statut
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO fnt_date
         MOVE 0 TO fnt_essais
         MOVE SPACE TO fnt_codeErreur
         WRITE notifTampon
         IF fnt_stat = 0 THEN
           DISPLAY 'Message de table prête mis en file pour le ',
     -       WfaTel
         ELSE
           DISPLAY 'Erreur lors de la mise en file du message'
         END-IF
         CLOSE fNotifications
       END-IF.

      ***PROPOSER_TABLE_FILE*********************************************
      *Appelé du tableau de service au départ d'une table : si un    *
      *groupe de la file du service en cours tient à cette table     *
      *(table jumelée comprise), l'hôte est invité à prévenir le     *
      *premier d'entre eux dans l'ordre de la file                   *
      ****************************************************************
       PROPOSER_TABLE_FILE.
       MOVE frs_idrest TO WfaIdRest
       MOVE frs_dateISO TO WfaDate
       MOVE frs_numTable TO WfaNumTable
       IF frs_heure_heure < 17 THEN
         MOVE 1 TO WfaService
       ELSE
         MOVE 2 TO WfaService
       END-IF
       MOVE 0 TO WfaCapacite
       OPEN INPUT frestaurants
       MOVE frs_idrest TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM CAPACITE_TABLE_RESA
       END-READ
       CLOSE frestaurants
       PERFORM RELEGUER_ABSENTS_FILE
       MOVE 0 TO WfaIdFile
       OPEN INPUT fFileAttente
       MOVE 0 TO WfaRangVu
       MOVE 1 TO WfaIdSuiv
       PERFORM UNTIL WfaIdSuiv = 0 OR WfaIdFile > 0
         PERFORM CHERCHER_RANG_SUIVANT_FILE
         IF WfaIdSuiv > 0 THEN
           MOVE WfaIdSuiv TO fat_id
           READ fFileAttente
             INVALID KEY
               MOVE 0 TO WfaIdSuiv
             NOT INVALID KEY
               MOVE fat_rang TO WfaRangVu
               IF fat_enAttente
     -            AND fat_nbPersonnes <= WfaCapacite THEN
                 MOVE fat_id TO WfaIdFile
               END-IF
           END-READ
         END-IF
       END-PERFORM
       CLOSE fFileAttente
       IF WfaIdFile > 0 THEN
         MOVE 0 TO Wchoix
         PERFORM WITH TEST AFTER UNTIL Wchoix = 0 OR Wchoix = 1
           DISPLAY 'Table ',WfaNumTable,' libre : prévenir le groupe ',
     -       fat_nom,' (',fat_nbPersonnes,' pers., n° ',fat_id,
     -       ') ? 1 : oui, 0 : non'
           ACCEPT Wchoix
         END-PERFORM
         IF Wchoix = 1 THEN
           PERFORM PREVENIR_GROUPE_FILE
         END-IF
         MOVE 0 TO WfaIdFile
       END-IF.

      ***INSTALLER_GROUPE_FILE*******************************************
      *Installe un groupe de la file : le passage est enregistré par *
      *ACCUEILLIR_SANS_RESA pour le restaurant et le nombre de       *
      *personnes du groupe, qui passe au statut installé avec son    *
      *heure d'installation (attente réelle) et sa réservation       *
      ****************************************************************
       INSTALLER_GROUPE_FILE.
       DISPLAY 'Numéro du groupe à installer :'
       MOVE 0 TO WfaIdFile
       ACCEPT WfaIdFile
       MOVE 0 TO WfaOK
       OPEN INPUT fFileAttente
       MOVE WfaIdFile TO fat_id
       READ fFileAttente
         INVALID KEY
           DISPLAY 'Aucun groupe ne porte ce numéro'
         NOT INVALID KEY
           IF fat_idrest NOT = WfaIdRest OR fat_date NOT = WfaDate
     -        OR NOT (fat_enAttente OR fat_prevenu) THEN
             DISPLAY 'Ce groupe n''attend pas dans la file en cours'
           ELSE
             MOVE fat_nbPersonnes TO WfaNbPers
             MOVE 1 TO WfaOK
           END-IF
       END-READ
       CLOSE fFileAttente
       IF WfaOK = 1 THEN
         PERFORM ACCUEILLIR_SANS_RESA
       END-IF
       MOVE 0 TO WfaIdFile.

      ***MARQUER_INSTALLE_FILE*******************************************
      *Appelé par ACCUEILLIR_SANS_RESA après l'enregistrement du     *
      *passage d'un groupe de la file (WfaIdFile) : statut installé, *
      *heure d'installation, table et réservation attribuées         *
      ****************************************************************
       MARQUER_INSTALLE_FILE.
       OPEN I-O fFileAttente
       MOVE WfaIdFile TO fat_id
       READ fFileAttente
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ACCEPT WheureSystemeISO FROM TIME
           COMPUTE fat_heureInstalle = WheureSystemeISO_heure * 100
     -       + WheureSystemeISO_minute
           MOVE frs_numTable TO fat_numTable
           MOVE frs_id TO fat_idresa
           MOVE 3 TO fat_statut
           REWRITE attenteTampon
           MOVE 'fFileAttente' TO WauditFichier
           MOVE fat_id TO WauditCle
           MOVE 'INSTALLE' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
       END-READ
       CLOSE fFileAttente.

      ***DEPART_GROUPE_FILE**********************************************
      *Groupe reparti sans attendre sa table : il sort de la file et *
      *compte parmi les départs de la synthèse du service            *
      ****************************************************************
       DEPART_GROUPE_FILE.
       DISPLAY 'Numéro du groupe parti :'
       MOVE 0 TO WfaIdFile
       ACCEPT WfaIdFile
       OPEN I-O fFileAttente
       MOVE WfaIdFile TO fat_id
       READ fFileAttente
         INVALID KEY
           DISPLAY 'Aucun groupe ne porte ce numéro'
         NOT INVALID KEY
           IF fat_idrest NOT = WfaIdRest OR fat_date NOT = WfaDate
     -        OR NOT (fat_enAttente OR fat_prevenu) THEN
             DISPLAY 'Ce groupe n''attend pas dans la file en cours'
           ELSE
             MOVE 4 TO fat_statut
             REWRITE attenteTampon
             IF fat_stat = 0 THEN
               DISPLAY 'Groupe ',fat_nom,' sorti de la file'
               MOVE 'fFileAttente' TO WauditFichier
               MOVE fat_id TO WauditCle
               MOVE 'PARTI' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de la mise à jour du groupe'
             END-IF
           END-IF
       END-READ
       CLOSE fFileAttente
       MOVE 0 TO WfaIdFile.

      ***RESUMER_FILE_ATTENTE_NUIT***************************************
      *Etape du batch nocturne : synthèse de la file d'attente de la *
      *journée WjcDate par restaurant et par service (groupes        *
      *inscrits, installés, partis sans être installés, attente      *
      *réelle moyenne des groupes installés comparée à l'attente     *
      *annoncée), imprimée dans file_attente_<AAAAMMJJ>.txt inscrit  *
      *au spool                                                      *
      ****************************************************************
       RESUMER_FILE_ATTENTE_NUIT.
       MOVE WjcDate TO WfaDate
       MOVE SPACE TO WNomFichierTicket
       STRING 'file_attente_' WfaDate '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING '=== FILE D''ATTENTE A LA PORTE - JOURNEE ' WfaDate
     -   ' ===' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       OPEN INPUT fFileAttente
       OPEN INPUT frestaurants
       MOVE 0 TO Wfin
       PERFORM UNTIL Wfin = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           MOVE fr_id TO WfaIdRest
           MOVE 1 TO WfaService
           PERFORM RESUMER_SERVICE_FILE
           MOVE 2 TO WfaService
           PERFORM RESUMER_SERVICE_FILE
       END-PERFORM
       CLOSE frestaurants
       CLOSE fFileAttente
       CLOSE fTicket
       DISPLAY 'Synthèse de la file d''attente écrite : ',
     -     WNomFichierTicket
       MOVE 'FILE ATTENTE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***RESUMER_SERVICE_FILE********************************************
      *Ligne de synthèse du restaurant WfaIdRest pour le service     *
      *WfaService ; un groupe resté en file en fin de journée compte *
      *parmi les départs (fFileAttente et fTicket ouverts par        *
      *l'appelant)                                                   *
      ****************************************************************
       RESUMER_SERVICE_FILE.
       MOVE 0 TO WfaNbInscrits
       MOVE 0 TO WfaNbInstalles
       MOVE 0 TO WfaNbPartis
       MOVE 0 TO WfaCumReel
       MOVE 0 TO WfaCumAnnonce
       MOVE WfaDate TO fat_date
       MOVE 0 TO WfaEof
       START fFileAttente, KEY IS = fat_date
         INVALID KEY MOVE 1 TO WfaEof
       END-START
       PERFORM UNTIL WfaEof = 1
         READ fFileAttente NEXT
         AT END MOVE 1 TO WfaEof
         NOT AT END
           IF fat_date NOT = WfaDate THEN
             MOVE 1 TO WfaEof
           ELSE
             IF fat_idrest = WfaIdRest
     -          AND fat_service = WfaService THEN
               ADD 1 TO WfaNbInscrits
               IF fat_installe THEN
                 ADD 1 TO WfaNbInstalles
                 COMPUTE WfaMinRef =
     -             FUNCTION INTEGER(fat_heureArrivee / 100) * 60
     -             + FUNCTION MOD(fat_heureArrivee, 100)
                 COMPUTE WfaEcoule =
     -             FUNCTION INTEGER(fat_heureInstalle / 100) * 60
     -             + FUNCTION MOD(fat_heureInstalle, 100)
     -             - WfaMinRef
                 IF WfaEcoule < 0 THEN
                   ADD 1440 TO WfaEcoule
                 END-IF
                 ADD WfaEcoule TO WfaCumReel
                 ADD fat_attenteAnnoncee TO WfaCumAnnonce
               ELSE
                 ADD 1 TO WfaNbPartis
               END-IF
             END-IF
           END-IF
       END-PERFORM
       IF WfaNbInscrits > 0 THEN
         MOVE 0 TO WfaMoyReel
         MOVE 0 TO WfaMoyAnnonce
         IF WfaNbInstalles > 0 THEN
           COMPUTE WfaMoyReel ROUNDED = WfaCumReel / WfaNbInstalles
           COMPUTE WfaMoyAnnonce ROUNDED =
     -       WfaCumAnnonce / WfaNbInstalles
         END-IF
         COMPUTE WfaEdEcart = WfaMoyReel - WfaMoyAnnonce
         IF WfaService = 1 THEN
           MOVE 'midi' TO WfaLibService
         ELSE
           MOVE 'soir' TO WfaLibService
         END-IF
         MOVE SPACE TO ticketLigne
         STRING 'Restaurant ' WfaIdRest ' - ' WfaLibService
     -     ' : ' WfaNbInscrits ' inscrit(s), ' WfaNbInstalles
     -     ' installé(s), ' WfaNbPartis ' parti(s)'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING '  Attente réelle moyenne : ' WfaMoyReel
     -     ' min - annoncée : ' WfaMoyAnnonce ' min - écart : '
     -     WfaEdEcart ' min' DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
       END-IF.

      ***PROPOSER_ALTERNATIVES_RESA**************************************
      *Propose des alternatives quand AJOUTER_RESA refuse une demande*
      *(WalMotif : 1 créneau complet, 2 restaurant fermé ce jour, 3  *
      *client déjà réservé ce jour, 4 cadence cuisine dépassée) : les*
      *heures les plus proches le même jour (jusqu'à deux heures     *
      *d'écart, motifs 1 et 4), la même heure les jours suivants     *
      *(quinze jours) et la même heure dans les autres restaurants   *
      *actifs de la même ville (sauf motif 3 et compte limité à un   *
      *restaurant), trois au plus de chaque sorte. L'opérateur réserve*
      *l'une d'elles d'un seul numéro (WalReserve = 1) ; la demande  *
      *refusée est journalisée dans datademandesrefusees.dat pour    *
      *mesurer la demande perdue. freservations est ouvert par       *
      *l'appelant, dont le contexte de saisie est rendu intact       *
      ****************************************************************
       PROPOSER_ALTERNATIVES_RESA.
       MOVE resaTampon TO WalResaSauv
       MOVE WidRestSauv TO WalIdRestDem
       MOVE Wdate TO WalDateDem
       MOVE WplacesLibres TO WalPlacesSauv
       MOVE Wlibre TO WalLibreSauv
       MOVE WrestaurantFerme TO WalFermeSauv
       MOVE 0 TO WalReserve
       MOVE 0 TO WalNb
       MOVE 0 TO WalChoix
       IF WalMotif = 1 OR WalMotif = 4 THEN
         MOVE WheureSauv TO WalHeureDem
         MOVE frs_nbPersonnes TO WalNbPers
         MOVE frs_nbEnfants TO WalNbEnfants
         MOVE frs_nbBebes TO WalNbBebes
         MOVE frs_canal TO WalCanal
         MOVE 1 TO WalCanalConnu
       ELSE
         MOVE 0 TO WalCanalConnu
         MOVE 0 TO WalNbEnfants
         MOVE 0 TO WalNbBebes
         MOVE 0 TO WalNbPers
         PERFORM WITH TEST AFTER UNTIL WalNbPers > 0
           DISPLAY 'Nombre de personnes de la demande :'
           ACCEPT WalNbPers
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL WalHeureDem_heure < 24
     -      AND WalHeureDem_minute < 60
           DISPLAY 'Heure souhaitée (HHMM, 0 : ne pas chercher '
     -       'd''alternative) :'
           ACCEPT WalHeureDemInt
         END-PERFORM
       END-IF
       COMPUTE WalDateDemISO = WalDateDem_annee * 10000
     -   + WalDateDem_mois * 100 + WalDateDem_jour
       IF WalHeureDemInt > 0 THEN
         MOVE 1 TO WmodeSilencieux
         IF WalMotif = 1 OR WalMotif = 4 THEN
           PERFORM CHERCHER_AUTRES_HEURES_RESA
         END-IF
         PERFORM CHERCHER_AUTRES_JOURS_RESA
         IF WalMotif NOT = 3 AND WSessionIdRest = 0 THEN
           PERFORM CHERCHER_AUTRES_RESTOS_RESA
         END-IF
         MOVE 0 TO WmodeSilencieux
       END-IF
       IF WalNb = 0 THEN
         DISPLAY 'Aucune alternative disponible pour ',WalNbPers,
     -     ' personne(s)'
       ELSE
         DISPLAY 'Alternatives disponibles pour ',WalNbPers,
     -     ' personne(s) :'
         PERFORM VARYING WalIdx FROM 1 BY 1 UNTIL WalIdx > WalNb
           EVALUATE WalTType(WalIdx)
             WHEN 1
               MOVE 'autre heure' TO WalLibType
             WHEN 2
               MOVE 'autre jour' TO WalLibType
             WHEN OTHER
               MOVE 'autre adresse' TO WalLibType
           END-EVALUATE
           DISPLAY '  ',WalIdx(2:1),' - ',WalLibType,' : ',
     -       WalTNom(WalIdx),' le ',WalTDate(WalIdx)(7:2),'/',
     -       WalTDate(WalIdx)(5:2),'/',WalTDate(WalIdx)(1:4),' à ',
     -       WalTHeure(WalIdx)(1:2),'h',WalTHeure(WalIdx)(3:2),
     -       ' - ',WalTPlaces(WalIdx),' place(s) libre(s)'
         END-PERFORM
         PERFORM WITH TEST AFTER UNTIL WalChoix <= WalNb
           DISPLAY 'Numéro de l''alternative à réserver '
     -       '(0 : aucune) :'
           ACCEPT WalChoix
         END-PERFORM
         IF WalChoix > 0 THEN
           PERFORM RESERVER_ALTERNATIVE_RESA
         END-IF
       END-IF
       PERFORM ENREGISTRER_DEMANDE_REFUSEE
       MOVE WalResaSauv TO resaTampon
       MOVE WalIdRestDem TO WidRestSauv
       MOVE WalDateDem TO Wdate
       MOVE WalHeureDem TO WheureSauv
       MOVE WalPlacesSauv TO WplacesLibres
       MOVE WalLibreSauv TO Wlibre
       MOVE WalFermeSauv TO WrestaurantFerme.

      ***CHERCHER_AUTRES_HEURES_RESA*************************************
      *Même restaurant, même jour : heures à 30, 60, 90 puis 120     *
      *minutes avant et après l'heure demandée                       *
      ****************************************************************
       CHERCHER_AUTRES_HEURES_RESA.
       MOVE 1 TO WalCandType
       MOVE 0 TO WalTrouves
       MOVE WalIdRestDem TO WidRestSauv
       MOVE WalDateDemISO TO WalCandDate
       COMPUTE WalMinDem = WalHeureDem_heure * 60
     -   + WalHeureDem_minute
       PERFORM VARYING WalOffset FROM 30 BY 30
     -   UNTIL WalOffset > 120 OR WalTrouves >= 3
         COMPUTE WalMinCand = WalMinDem - WalOffset
         PERFORM TESTER_MINUTE_ALTERNATIVE
         IF WalTrouves < 3 THEN
           COMPUTE WalMinCand = WalMinDem + WalOffset
           PERFORM TESTER_MINUTE_ALTERNATIVE
         END-IF
       END-PERFORM.

      ***TESTER_MINUTE_ALTERNATIVE***************************************
      *Teste l'heure WalMinCand (minutes depuis minuit) si elle tombe*
      *dans la journée                                               *
      ****************************************************************
       TESTER_MINUTE_ALTERNATIVE.
       IF WalMinCand >= 0 AND WalMinCand < 1440 THEN
         DIVIDE WalMinCand BY 60 GIVING WheureSauv_heure
     -     REMAINDER WheureSauv_minute
         PERFORM TESTER_ALTERNATIVE_RESA
       END-IF.

      ***CHERCHER_AUTRES_JOURS_RESA**************************************
      *Même restaurant, même heure : les quinze jours suivant la date*
      *demandée                                                      *
      ****************************************************************
       CHERCHER_AUTRES_JOURS_RESA.
       MOVE 2 TO WalCandType
       MOVE 0 TO WalTrouves
       MOVE WalIdRestDem TO WidRestSauv
       MOVE WalHeureDem TO WheureSauv
       COMPUTE WalDateEntier = FUNCTION INTEGER-OF-DATE(WalDateDemISO)
       IF WalDateEntier > 0 THEN
         PERFORM VARYING WalOffset FROM 1 BY 1
     -     UNTIL WalOffset > 15 OR WalTrouves >= 3
           COMPUTE WalCandDate =
     -       FUNCTION DATE-OF-INTEGER(WalDateEntier + WalOffset)
           PERFORM TESTER_ALTERNATIVE_RESA
         END-PERFORM
       END-IF.

      ***CHERCHER_AUTRES_RESTOS_RESA*************************************
      *Même jour, même heure : les autres restaurants actifs de la   *
      *ville du restaurant demandé (dix au plus), relevés avant les  *
      *essais qui relisent frestaurants                              *
      ****************************************************************
       CHERCHER_AUTRES_RESTOS_RESA.
       MOVE 3 TO WalCandType
       MOVE 0 TO WalTrouves
       MOVE 0 TO WalNbSites
       MOVE SPACE TO WalVille
       OPEN INPUT frestaurants
       MOVE WalIdRestDem TO fr_id
       READ frestaurants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fr_ville TO WalVille
       END-READ
       IF WalVille NOT = SPACE THEN
         MOVE WalVille TO fr_ville
         START frestaurants, KEY IS = fr_ville
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WalFin
           PERFORM UNTIL WalFin = 1
             READ frestaurants NEXT
             AT END MOVE 1 TO WalFin
             NOT AT END
               IF fr_ville NOT = WalVille THEN
                 MOVE 1 TO WalFin
               ELSE
                 MOVE fr_id TO WscopeIdRest
                 PERFORM VERIFIER_PORTEE_SITE
                 IF fr_actif = 1 AND fr_id NOT = WalIdRestDem
     -              AND WalNbSites < 10 AND WscopeOK = 1 THEN
                   ADD 1 TO WalNbSites
                   MOVE fr_id TO WalSite(WalNbSites)
                 END-IF
               END-IF
             END-READ
           END-PERFORM
         END-START
       END-IF
       CLOSE frestaurants
       MOVE WalDateDemISO TO WalCandDate
       MOVE WalHeureDem TO WheureSauv
       PERFORM VARYING WalIdx FROM 1 BY 1
     -   UNTIL WalIdx > WalNbSites OR WalTrouves >= 3
         MOVE WalSite(WalIdx) TO WidRestSauv
         PERFORM TESTER_ALTERNATIVE_RESA
       END-PERFORM.

      ***TESTER_ALTERNATIVE_RESA*****************************************
      *Le restaurant WidRestSauv peut-il recevoir WalNbPers personnes*
      *le WalCandDate (AAAAMMJJ) à l'heure WheureSauv ? Jour ouvert, *
      *heure dans les horaires du jour, cadence cuisine respectée,   *
      *chaises hautes pour les WalNbBebes bébés de la demande et     *
      *places restantes suffisantes hors privatisation : l'alternative*
      *est alors ajoutée à la table WalTabAlternatives               *
      ****************************************************************
       TESTER_ALTERNATIVE_RESA.
       MOVE 0 TO WalCandPlaces
       MOVE WalCandDate TO WalDateISOInt
       MOVE WalDateISO_jour TO frs_date_jour
       MOVE WalDateISO_mois TO frs_date_mois
       MOVE WalDateISO_annee TO frs_date_annee
       MOVE frs_date TO Wdate
       PERFORM VERIFIER_JOUR_OUVERT
       IF WrestaurantFerme = 0 THEN
         MOVE WidRestSauv TO WcdIdRest
         MOVE WalCandDate TO WcdDate
         MOVE WheureSauv_heure TO WcdHH
         MOVE WheureSauv_minute TO WcdMM
         MOVE WalNbPers TO WcdNbPers
         MOVE 0 TO WcdIdExclu
         PERFORM VERIFIER_CADENCE_CUISINE
         IF WcdHFerm > WcdHOuv
     -      AND (WheureSauv_heure < WcdHOuv
     -      OR WheureSauv_heure > WcdHFerm) THEN
           MOVE 0 TO WcdOK
         END-IF
         IF WcdOK = 1 THEN
           PERFORM CALCULER_FENETRE_CRENEAU
           PERFORM NOMBRE_PLACE_RESTANTE
           IF WprivBloque = 0
     -        AND WplacesOccupees < WcapaciteRestaurant THEN
             COMPUTE WalCandPlaces =
     -         WcapaciteRestaurant - WplacesOccupees
           END-IF
           IF WalCandPlaces >= WalNbPers AND WalNbBebes > 0 THEN
             MOVE WidRestSauv TO WenfIdRest
             MOVE WalCandDate TO WenfDate
             MOVE WalNbBebes TO WenfBebes
             MOVE 0 TO WenfIdExclu
             PERFORM VERIFIER_CHAISES_HAUTES
             IF WenfChaisesOK = 0 THEN
               MOVE 0 TO WalCandPlaces
             END-IF
           END-IF
         END-IF
       END-IF
       IF WalCandPlaces > 0 AND WalCandPlaces >= WalNbPers
     -    AND WalNb < 9 THEN
         ADD 1 TO WalNb
         ADD 1 TO WalTrouves
         MOVE WidRestSauv TO WalTRest(WalNb)
         MOVE WalCandDate TO WalTDate(WalNb)
         MOVE WheureSauv TO WalTHeure(WalNb)
         MOVE WalCandPlaces TO WalTPlaces(WalNb)
         MOVE WalCandType TO WalTType(WalNb)
         MOVE SPACE TO WalTNom(WalNb)
         OPEN INPUT frestaurants
         MOVE WidRestSauv TO fr_id
         READ frestaurants
           NOT INVALID KEY
             MOVE fr_nom TO WalTNom(WalNb)
         END-READ
         CLOSE frestaurants
       END-IF.

      ***RESERVER_ALTERNATIVE_RESA***************************************
      *Enregistre la réservation sur l'alternative WalChoix retenue, *
      *sous le numéro WidSauv déjà attribué à la demande, confirmée  *
      *d'office, avec table, arrhes, confirmation et ticket comme une*
      *réservation saisie                                            *
      ****************************************************************
       RESERVER_ALTERNATIVE_RESA.
       MOVE WalTRest(WalChoix) TO WidRestSauv
       MOVE WalTDate(WalChoix) TO WalDateISOInt
       MOVE WalDateISO_jour TO Wdate_jour
       MOVE WalDateISO_mois TO Wdate_mois
       MOVE WalDateISO_annee TO Wdate_annee
       MOVE WalTHeure(WalChoix) TO WheureSauv
       PERFORM CALCULER_FENETRE_CRENEAU
       MOVE WidSauv TO frs_id
       MOVE WidRestSauv TO frs_idrest
       MOVE WidCliSauv TO frs_idcli
       MOVE Wdate TO frs_date
       MOVE WheureSauv TO frs_heure
       MOVE WalNbPers TO frs_nbPersonnes
       MOVE WalNbEnfants TO frs_nbEnfants
       MOVE WalNbBebes TO frs_nbBebes
       COMPUTE frs_nbAdultes = WalNbPers - WalNbEnfants - WalNbBebes
       MOVE 0 TO frs_remiseEnfants
       MOVE 0 TO frs_nbReserves
       ACCEPT frs_dateCreation FROM DATE YYYYMMDD
       MOVE 0 TO frs_fraisAbsents
       MOVE 0 TO frs_prix
       MOVE 0 TO frs_arrhes
       MOVE 0 TO frs_typeResa
       MOVE 0 TO frs_arrivee
       MOVE 0 TO frs_prixTete
       MOVE 0 TO frs_remiseTotale
       MOVE 0 TO frs_idServeur
       MOVE 0 TO frs_dateLimiteConfirm
       MOVE 0 TO frs_fraisService
       MOVE 0 TO frs_pourboire
       MOVE WidSauv TO frs_idGroupe
       MOVE 0 TO frs_tableFixee
       MOVE 0 TO frs_caBoissons
       MOVE 0 TO frs_etatService
       MOVE 0 TO frs_heureDepart
       MOVE ZERO TO frs_basesTVA
       MOVE 0 TO frs_codeMotifAnnul
       IF WalCanalConnu = 1 THEN
         MOVE WalCanal TO frs_canal
       ELSE
         PERFORM CHOISIR_CANAL_RESA
       END-IF
       MOVE 1 TO frs_statut
       PERFORM ASSIGNER_TABLE
       PERFORM MAJ_CLE_JOUR_RESA
       WRITE resaTampon
       IF frs_stat = 0 THEN
         MOVE 1 TO WalReserve
         DISPLAY 'Réservation ',frs_id,' enregistrée au restaurant ',
     -     frs_idrest,' le ',frs_date_jour,'/',frs_date_mois,'/',
     -     frs_date_annee,' à ',frs_heure_heure,'h',frs_heure_minute
         MOVE 'freservations' TO WauditFichier
         MOVE frs_id TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
         PERFORM AGREGER_RESA_CREEE
         IF frs_numTable > 0 THEN
           DISPLAY 'Table attribuée : ',frs_numTable
         ELSE
           DISPLAY 'Aucune table disponible : réservation ',
     -       'enregistrée sans table dédiée'
         END-IF
         PERFORM ENCAISSER_ARRHES_RESA
         MOVE 'CONFIRM' TO WntModele
         PERFORM ENREGISTRER_NOTIFICATION
         PERFORM IMPRIMER_TICKET_RESA
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement'
       END-IF.

      ***ENREGISTRER_DEMANDE_REFUSEE*************************************
      *Journalise la demande refusée en cours (opérateur, client,    *
      *restaurant, date et heure demandées, nombre de personnes,     *
      *motif, nombre d'alternatives proposées) avec son issue :      *
      *convertie si une alternative a été réservée, perdue sinon ;   *
      *WalIdDemande garde le numéro pour MAJ_ISSUE_DEMANDE_REFUSEE   *
      ****************************************************************
       ENREGISTRER_DEMANDE_REFUSEE.
       OPEN I-O fDemandesRefusees
       MOVE 'DEMREFUS' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         MOVE 0 TO WalFin
         PERFORM UNTIL WalFin = 1
           READ fDemandesRefusees NEXT
           AT END MOVE 1 TO WalFin
           NOT AT END
             IF fdr_id >= WseqValeur THEN
               COMPUTE WseqValeur = fdr_id + 1
             END-IF
         END-PERFORM
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO fdr_id
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       ACCEPT WheureSystemeISO FROM TIME
       MOVE WdateSystemeISOInt TO fdr_dateDemande
       COMPUTE fdr_heureDemande = WheureSystemeISO_heure * 100
     -   + WheureSystemeISO_minute
       MOVE WSessionPseudo TO fdr_operateur
       MOVE WidCliSauv TO fdr_idcli
       MOVE WalIdRestDem TO fdr_idrest
       MOVE WalDateDemISO TO fdr_dateResa
       MOVE WalHeureDemInt TO fdr_heureResa
       MOVE WalNbPers TO fdr_nbPersonnes
       MOVE WalMotif TO fdr_motif
       MOVE WalNb TO fdr_nbAlternatives
       IF WalReserve = 1 THEN
         MOVE 1 TO fdr_issue
         MOVE WalTType(WalChoix) TO fdr_typeAlternative
         MOVE WalTRest(WalChoix) TO fdr_idrestRetenu
         MOVE WidSauv TO fdr_idresa
       ELSE
         MOVE 0 TO fdr_issue
         MOVE 0 TO fdr_typeAlternative
         MOVE 0 TO fdr_idrestRetenu
         MOVE 0 TO fdr_idresa
       END-IF
       WRITE demandeRefuseeTampon
       IF fdr_stat = 0 THEN
         MOVE fdr_id TO WalIdDemande
       ELSE
         MOVE 0 TO WalIdDemande
         DISPLAY 'Erreur lors de la journalisation de la demande '
     -     'refusée'
       END-IF
       CLOSE fDemandesRefusees.

      ***MAJ_ISSUE_DEMANDE_REFUSEE***************************************
      *Reporte sur la dernière demande refusée journalisée l'issue   *
      *WalIssue choisie ensuite par le client (2 : liste d'attente,  *
      *réservation frs_id ; 3 : nouvel essai avec moins de personnes)*
      ****************************************************************
       MAJ_ISSUE_DEMANDE_REFUSEE.
       IF WalIdDemande > 0 THEN
         OPEN I-O fDemandesRefusees
         MOVE WalIdDemande TO fdr_id
         READ fDemandesRefusees
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE WalIssue TO fdr_issue
             IF WalIssue = 2 THEN
               MOVE frs_id TO fdr_idresa
             END-IF
             REWRITE demandeRefuseeTampon
         END-READ
         CLOSE fDemandesRefusees
       END-IF.

      ***RAPPORT_DEMANDE_PERDUE******************************************
      *Demande perdue d'un mois par restaurant demandé : demandes    *
      *refusées à la réservation pour une date du mois (et couverts  *
      *correspondants), converties sur une alternative, placées en   *
      *liste d'attente, retentées et perdues, avec le taux de        *
      *conversion et la répartition par motif de refus, dans         *
      *demande_perdue_<AAAAMM>.txt                                   *
      ****************************************************************
       RAPPORT_DEMANDE_PERDUE.
       MOVE 0 TO WalPeriode
       PERFORM WITH TEST AFTER UNTIL WalPeriode >= 201501
     -    AND WalPeriode(5:2) >= '01' AND WalPeriode(5:2) <= '12'
         DISPLAY 'Mois des réservations demandées (AAAAMM) :'
         ACCEPT WalPeriode
       END-PERFORM
       COMPUTE WalDebut = WalPeriode * 100 + 1
       COMPUTE WalFinPeriode = WalPeriode * 100 + 31
       INITIALIZE WalTabDemande
       INITIALIZE WalTotDemande
       INITIALIZE WalTabMotifs
       MOVE 0 TO WalNbRest
       MOVE 0 TO WalSature
       OPEN INPUT fDemandesRefusees
       MOVE WalDebut TO fdr_dateResa
       MOVE 0 TO WalFin
       START fDemandesRefusees, KEY IS >= fdr_dateResa
         INVALID KEY MOVE 1 TO WalFin
       END-START
       PERFORM UNTIL WalFin = 1
         READ fDemandesRefusees NEXT
         AT END MOVE 1 TO WalFin
         NOT AT END
           IF fdr_dateResa > WalFinPeriode THEN
             MOVE 1 TO WalFin
           ELSE
             PERFORM CUMULER_DEMANDE_PERDUE
           END-IF
       END-PERFORM
       CLOSE fDemandesRefusees
       PERFORM IMPRIMER_DEMANDE_PERDUE.

      ***CUMULER_DEMANDE_PERDUE******************************************
      *Cumule la demande refusée du tampon sur la ligne de son       *
      *restaurant (créée au besoin, cinquante au plus) et par motif  *
      ****************************************************************
       CUMULER_DEMANDE_PERDUE.
       IF fdr_motif >= 1 AND fdr_motif <= 4 THEN
         ADD 1 TO WalNbMotif(fdr_motif)
       END-IF
       MOVE 0 TO WalTrouves
       PERFORM VARYING WalIdx FROM 1 BY 1
     -   UNTIL WalIdx > WalNbRest OR WalTrouves = 1
         IF WalDRest(WalIdx) = fdr_idrest THEN
           MOVE 1 TO WalTrouves
         END-IF
       END-PERFORM
       IF WalTrouves = 1 THEN
         SUBTRACT 1 FROM WalIdx
       ELSE
         IF WalNbRest >= 50 THEN
           IF WalSature = 0 THEN
             DISPLAY 'ATTENTION : plus de 50 restaurants, rapport '
     -         'limité aux 50 premiers'
             MOVE 1 TO WalSature
           END-IF
         ELSE
           ADD 1 TO WalNbRest
           MOVE WalNbRest TO WalIdx
           MOVE fdr_idrest TO WalDRest(WalIdx)
           MOVE 1 TO WalTrouves
         END-IF
       END-IF
       IF WalTrouves = 1 THEN
         ADD 1 TO WalDRefus(WalIdx)
         ADD fdr_nbPersonnes TO WalDCouverts(WalIdx)
         EVALUATE TRUE
           WHEN fdr_convertie
             ADD 1 TO WalDConverties(WalIdx)
           WHEN fdr_listeAttente
             ADD 1 TO WalDAttente(WalIdx)
           WHEN fdr_nouvelEssai
             ADD 1 TO WalDEssais(WalIdx)
           WHEN OTHER
             ADD 1 TO WalDPerdues(WalIdx)
             ADD fdr_nbPersonnes TO WalDCouvPerdus(WalIdx)
         END-EVALUATE
       END-IF.

      ***IMPRIMER_DEMANDE_PERDUE*****************************************
      *Ecrit le rapport de demande perdue à l'écran et dans          *
      *demande_perdue_<AAAAMM>.txt : une section par restaurant puis *
      *l'ensemble des restaurants et la répartition par motif        *
      ****************************************************************
       IMPRIMER_DEMANDE_PERDUE.
       MOVE SPACE TO WNomFichierTicket
       STRING 'demande_perdue_' WalPeriode '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Demande perdue - réservations refusées - mois '
     -     WalPeriode(5:2) '/' WalPeriode(1:4)
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       PERFORM VARYING WalIdx FROM 1 BY 1 UNTIL WalIdx > WalNbRest
         ADD WalDRefus(WalIdx) TO WalTRefus
         ADD WalDCouverts(WalIdx) TO WalTCouverts
         ADD WalDConverties(WalIdx) TO WalTConverties
         ADD WalDAttente(WalIdx) TO WalTAttente
         ADD WalDEssais(WalIdx) TO WalTEssais
         ADD WalDPerdues(WalIdx) TO WalTPerdues
         ADD WalDCouvPerdus(WalIdx) TO WalTCouvPerdus
         MOVE '--------------------------------------' TO ticketLigne
         PERFORM ECRIRE_LIGNE_DEMANDE
         MOVE SPACE TO ticketLigne
         STRING 'Restaurant ' WalDRest(WalIdx)
     -     DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_DEMANDE
         MOVE WalDCumuls(WalIdx) TO WalLigDemande
         PERFORM LIGNE_DEMANDE_PERDUE
       END-PERFORM
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE 'Ensemble des restaurants' TO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE WalTotDemande TO WalLigDemande
       PERFORM LIGNE_DEMANDE_PERDUE
       MOVE SPACE TO ticketLigne
       STRING '  Motifs : complet ' WalNbMotif(1) ' - fermé '
     -     WalNbMotif(2) ' - déjà réservé ' WalNbMotif(3)
     -   ' - cadence ' WalNbMotif(4) DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'DEMANDE PERDUE' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***LIGNE_DEMANDE_PERDUE********************************************
      *Lignes de détail des cumuls WalLigDemande ; le taux de        *
      *conversion rapporte les demandes converties sur une           *
      *alternative aux demandes refusées                             *
      ****************************************************************
       LIGNE_DEMANDE_PERDUE.
       MOVE 0 TO WalPct
       IF WalLRefus > 0 THEN
         COMPUTE WalPct ROUNDED = WalLConverties * 100 / WalLRefus
       END-IF
       MOVE WalPct TO WalEdPct
       MOVE SPACE TO ticketLigne
       STRING '  Demandes refusées : ' WalLRefus ' pour '
     -     WalLCouverts ' couverts' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE SPACE TO ticketLigne
       STRING '  Converties sur alternative : ' WalLConverties
     -   ' - taux ' WalEdPct ' %' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE SPACE TO ticketLigne
       STRING '  Liste d''attente : ' WalLAttente
     -   ' - nouvel essai : ' WalLEssais
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE SPACE TO ticketLigne
       STRING '  Perdues : ' WalLPerdues ' pour ' WalLCouvPerdus
     -   ' couverts' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE.

      ***ECRIRE_LIGNE_DEMANDE********************************************
      *Ecrit la ligne ticketLigne dans le rapport et à l'écran       *
      ****************************************************************
       ECRIRE_LIGNE_DEMANDE.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ***CHARGER_POLITIQUE_ENFANTS***************************************
      *Politique enfants du restaurant WenfIdRest                    *
      *(datapolitenfants.dat) : âge limite des enfants (12 ans       *
      *par défaut), menu enfant, remise enfant en pourcentage et     *
      *nombre de chaises hautes ; WenfTrouve = 0 si le restaurant    *
      *n'en a pas défini (pas de menu, pas de remise, chaises hautes *
      *non limitées)                                                 *
      ****************************************************************
       CHARGER_POLITIQUE_ENFANTS.
       MOVE 0 TO WenfTrouve
       MOVE 12 TO WenfAge
       MOVE SPACE TO WenfMenu
       MOVE 0 TO WenfRemisePct
       MOVE 0 TO WenfChaises
       OPEN INPUT fPolitiquesEnfants
       MOVE WenfIdRest TO fpen_idrest
       READ fPolitiquesEnfants
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WenfTrouve
           IF fpen_ageLimite > 0 THEN
             MOVE fpen_ageLimite TO WenfAge
           END-IF
           MOVE fpen_menuEnfant TO WenfMenu
           MOVE fpen_remisePct TO WenfRemisePct
           MOVE fpen_nbChaisesHautes TO WenfChaises
       END-READ
       CLOSE fPolitiquesEnfants.

      ***SAISIR_COMPOSITION_RESA*****************************************
      *Saisie de la composition de la table de la réservation du     *
      *tampon : adultes (un au moins), enfants sous l'âge limite du  *
      *restaurant et bébés en chaise haute ; frs_nbPersonnes reçoit  *
      *le nombre de places, chaises hautes comprises                 *
      ****************************************************************
       SAISIR_COMPOSITION_RESA.
       MOVE frs_idrest TO WenfIdRest
       PERFORM CHARGER_POLITIQUE_ENFANTS
       MOVE 999 TO WenfTotal
       PERFORM WITH TEST AFTER UNTIL WenfTotal <= 99
         MOVE 0 TO frs_nbAdultes
         PERFORM WITH TEST AFTER UNTIL frs_nbAdultes > 0
           DISPLAY 'Nombre d''adultes :'
           ACCEPT frs_nbAdultes
         END-PERFORM
         DISPLAY 'Nombre d''enfants de moins de ',WenfAge,' ans '
     -     '(0 : aucun) :'
         MOVE 0 TO frs_nbEnfants
         ACCEPT frs_nbEnfants
         DISPLAY 'Nombre de bébés en chaise haute (0 : aucun) :'
         MOVE 0 TO frs_nbBebes
         ACCEPT frs_nbBebes
         COMPUTE WenfTotal = frs_nbAdultes + frs_nbEnfants
     -     + frs_nbBebes
         IF WenfTotal > 99 THEN
           DISPLAY 'Table de plus de 99 places impossible'
         END-IF
       END-PERFORM
       MOVE WenfTotal TO frs_nbPersonnes
       MOVE 0 TO frs_remiseEnfants
       MOVE 0 TO frs_nbReserves
       ACCEPT frs_dateCreation FROM DATE YYYYMMDD
       MOVE 0 TO frs_fraisAbsents
       DISPLAY 'Places à réserver : ',frs_nbPersonnes.

      ***MODIFIER_COMPOSITION_RESA***************************************
      *Nouvelle composition de la table pour MODIFIER_RESA : 0 adulte*
      *garde la composition enregistrée (WnbPersonnes = 0), sinon    *
      *WnbPersonnes reçoit le nouveau total et WenfSaisieAdultes,    *
      *WenfSaisieEnfants et WenfSaisieBebes le détail à reporter sur *
      *la réservation une fois la capacité contrôlée                 *
      ****************************************************************
       MODIFIER_COMPOSITION_RESA.
       MOVE frs_idrest TO WenfIdRest
       PERFORM CHARGER_POLITIQUE_ENFANTS
       MOVE 999 TO WenfTotal
       PERFORM WITH TEST AFTER UNTIL WenfTotal <= 99
         MOVE 0 TO WenfSaisieAdultes
         MOVE 0 TO WenfSaisieEnfants
         MOVE 0 TO WenfSaisieBebes
         DISPLAY 'Nombre d''adultes (0 : composition inchangée) :'
         ACCEPT WenfSaisieAdultes
         IF WenfSaisieAdultes > 0 THEN
           DISPLAY 'Nombre d''enfants de moins de ',WenfAge,' ans '
     -       '(0 : aucun) :'
           ACCEPT WenfSaisieEnfants
           DISPLAY 'Nombre de bébés en chaise haute (0 : aucun) :'
           ACCEPT WenfSaisieBebes
         END-IF
         COMPUTE WenfTotal = WenfSaisieAdultes + WenfSaisieEnfants
     -     + WenfSaisieBebes
         IF WenfTotal > 99 THEN
           DISPLAY 'Table de plus de 99 places impossible'
         END-IF
       END-PERFORM
       MOVE WenfTotal TO WnbPersonnes.

      ***VERIFIER_CHAISES_HAUTES*****************************************
      *Le restaurant WenfIdRest dispose-t-il de WenfBebes chaises    *
      *hautes le WenfDate (AAAAMMJJ) sur le créneau                  *
      *WheureMin/WheureMax déjà calculé ? Les bébés des réservations *
      *actives qui chevauchent le créneau sont décomptés du parc de  *
      *la politique enfants (réservation WenfIdExclu exclue) ;       *
      *WenfChaisesOK = 1 si la demande passe, WenfChaisesLibres rend *
      *les chaises encore libres. Sans politique définie, le parc    *
      *n'est pas limité. freservations est ouvert par l'appelant, le *
      *tampon resaTampon est rendu intact                            *
      ****************************************************************
       VERIFIER_CHAISES_HAUTES.
       MOVE 1 TO WenfChaisesOK
       MOVE 0 TO WenfChaisesLibres
       IF WenfBebes > 0 THEN
         PERFORM CHARGER_POLITIQUE_ENFANTS
       END-IF
       IF WenfBebes > 0 AND WenfTrouve = 1 THEN
         MOVE resaTampon TO WenfResaSauv
         MOVE 0 TO WenfChaisesPrises
         MOVE WenfDate TO frs_dateISO
         MOVE 0 TO WenfFin
         START freservations, KEY IS = frs_dateISO
           INVALID KEY MOVE 1 TO WenfFin
         END-START
         PERFORM UNTIL WenfFin = 1
           READ freservations NEXT
           AT END MOVE 1 TO WenfFin
           NOT AT END
             IF frs_dateISO NOT = WenfDate THEN
               MOVE 1 TO WenfFin
             ELSE
               IF frs_idrest = WenfIdRest AND frs_id NOT = WenfIdExclu
     -            AND frs_heure <= WheureMax AND frs_heure >= WheureMin
     -            AND frs_statut NOT = 2 AND frs_statut NOT = 3
     -            AND frs_typeResa < 3 THEN
                 ADD frs_nbBebes TO WenfChaisesPrises
               END-IF
             END-IF
         END-PERFORM
         MOVE WenfResaSauv TO resaTampon
         IF WenfChaisesPrises < WenfChaises THEN
           COMPUTE WenfChaisesLibres = WenfChaises - WenfChaisesPrises
         END-IF
         IF WenfBebes > WenfChaisesLibres THEN
           MOVE 0 TO WenfChaisesOK
         END-IF
       END-IF.

      ***CONTROLER_CHAISES_RESA******************************************
      *Contrôle des chaises hautes à la saisie pour la réservation   *
      *du tampon resaTampon (restaurant, date, créneau, bébés), la   *
      *réservation WenfIdExclu étant ignorée : le refus est affiché  *
      *avec le nombre de chaises encore libres                       *
      ****************************************************************
       CONTROLER_CHAISES_RESA.
       MOVE frs_idrest TO WenfIdRest
       COMPUTE WenfDate = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       MOVE frs_nbBebes TO WenfBebes
       PERFORM VERIFIER_CHAISES_HAUTES
       IF WenfChaisesOK = 0 THEN
         DISPLAY 'Chaises hautes insuffisantes : ',WenfChaisesLibres,
     -     ' libre(s) sur ce créneau pour ',frs_nbBebes,' bébé(s)'
       END-IF.

      ***RAPPORT_COUVERTS_INSTALLES**************************************
      *Couverts réservés et couverts installés d'un mois par         *
      *restaurant et par canal (réservations de table et             *
      *privatisations confirmées ou absentes), avec le taux de       *
      *présence et les tables arrivées incomplètes, puis les clients *
      *arrivés incomplets au moins deux fois sur les douze mois      *
      *finissant au mois choisi, dans couverts_installes_<AAAAMM>.txt*
      ****************************************************************
       RAPPORT_COUVERTS_INSTALLES.
       MOVE 0 TO WabsPeriode
       PERFORM WITH TEST AFTER UNTIL WabsPeriode >= 201501
     -    AND WabsPeriode(5:2) >= '01' AND WabsPeriode(5:2) <= '12'
         DISPLAY 'Mois des réservations (AAAAMM) :'
         ACCEPT WabsPeriode
       END-PERFORM
       COMPUTE WabsDebut = WabsPeriode * 100 + 1
       COMPUTE WabsFinPeriode = WabsPeriode * 100 + 31
       DIVIDE WabsPeriode BY 100 GIVING WabsAnnee REMAINDER WabsMois
       COMPUTE WabsMoisAbs = WabsAnnee * 12 + WabsMois - 12
       DIVIDE WabsMoisAbs BY 12 GIVING WabsAnnee REMAINDER WabsMois
       ADD 1 TO WabsMois
       COMPUTE WabsDebutCli = WabsAnnee * 10000 + WabsMois * 100 + 1
       INITIALIZE WabsTabCouverts
       INITIALIZE WabsTotCouverts
       INITIALIZE WabsTabClients
       MOVE 0 TO WabsNbLig
       MOVE 0 TO WabsNbCli
       MOVE 0 TO WabsSature
       MOVE 0 TO WabsSatCli
       OPEN INPUT freservations
       MOVE WabsDebutCli TO frs_dateISO
       MOVE 0 TO WabsFin
       START freservations, KEY IS >= frs_dateISO
         INVALID KEY MOVE 1 TO WabsFin
       END-START
       PERFORM UNTIL WabsFin = 1
         READ freservations NEXT
         AT END MOVE 1 TO WabsFin
         NOT AT END
           IF frs_dateISO > WabsFinPeriode THEN
             MOVE 1 TO WabsFin
           ELSE
             IF (frs_typeResa = 0 OR frs_typeResa = 2)
     -          AND (frs_statut = 1 OR frs_statut = 4) THEN
               PERFORM CUMULER_COUVERTS_INSTALLES
             END-IF
           END-IF
       END-PERFORM
       CLOSE freservations
       PERFORM IMPRIMER_COUVERTS_INSTALLES.

      ***CUMULER_COUVERTS_INSTALLES**************************************
      *Couverts réservés (frs_nbReserves, ou frs_nbPersonnes si la   *
      *table n'a pas été pointée avec un autre nombre) et installés  *
      *(aucun pour une absence) de la réservation du tampon : cumul  *
      *sur la ligne restaurant et canal pour le mois choisi, et sur  *
      *le client pour une arrivée incomplète dans les douze mois     *
      ****************************************************************
       CUMULER_COUVERTS_INSTALLES.
       MOVE frs_nbPersonnes TO WabsReserves
       IF frs_nbReserves > 0 THEN
         MOVE frs_nbReserves TO WabsReserves
       END-IF
       IF frs_statut = 4 THEN
         MOVE 0 TO WabsAssis
       ELSE
         MOVE frs_nbPersonnes TO WabsAssis
       END-IF
       MOVE 0 TO WabsManquants
       IF WabsAssis < WabsReserves THEN
         COMPUTE WabsManquants = WabsReserves - WabsAssis
       END-IF
       IF frs_dateISO >= WabsDebut THEN
         PERFORM CUMULER_LIGNE_COUVERTS
       END-IF
       IF WabsAssis > 0 AND WabsManquants > 0 THEN
         PERFORM CUMULER_CLIENT_INCOMPLET
       END-IF.

      ***CUMULER_LIGNE_COUVERTS******************************************
      *Cumule la réservation du tampon sur la ligne de son           *
      *restaurant et de son canal (créée au besoin, cent au plus)    *
      ****************************************************************
       CUMULER_LIGNE_COUVERTS.
       MOVE 0 TO WabsTrouve
       PERFORM VARYING WabsIdx FROM 1 BY 1
     -   UNTIL WabsIdx > WabsNbLig OR WabsTrouve = 1
         IF WabsLRest(WabsIdx) = frs_idrest
     -      AND WabsLCanal(WabsIdx) = frs_canal THEN
           MOVE 1 TO WabsTrouve
         END-IF
       END-PERFORM
       IF WabsTrouve = 1 THEN
         SUBTRACT 1 FROM WabsIdx
       ELSE
         IF WabsNbLig >= 100 THEN
           IF WabsSature = 0 THEN
             DISPLAY 'ATTENTION : plus de 100 couples restaurant et '
     -         'canal, rapport limité aux 100 premiers'
             MOVE 1 TO WabsSature
           END-IF
         ELSE
           ADD 1 TO WabsNbLig
           MOVE WabsNbLig TO WabsIdx
           MOVE frs_idrest TO WabsLRest(WabsIdx)
           MOVE frs_canal TO WabsLCanal(WabsIdx)
           MOVE 1 TO WabsTrouve
         END-IF
       END-IF
       IF WabsTrouve = 1 THEN
         ADD 1 TO WabsLResas(WabsIdx)
         ADD WabsReserves TO WabsLReserves(WabsIdx)
         ADD WabsAssis TO WabsLAssis(WabsIdx)
         IF WabsAssis > 0 AND WabsManquants > 0 THEN
           ADD 1 TO WabsLCourtes(WabsIdx)
           ADD WabsManquants TO WabsLManquants(WabsIdx)
         END-IF
       END-IF.

      ***CUMULER_CLIENT_INCOMPLET****************************************
      *Compte une arrivée incomplète et ses absents pour le client   *
      *de la réservation du tampon (deux cents clients au plus)      *
      ****************************************************************
       CUMULER_CLIENT_INCOMPLET.
       MOVE 0 TO WabsTrouve
       PERFORM VARYING WabsIdx FROM 1 BY 1
     -   UNTIL WabsIdx > WabsNbCli OR WabsTrouve = 1
         IF WabsKIdCli(WabsIdx) = frs_idcli THEN
           MOVE 1 TO WabsTrouve
         END-IF
       END-PERFORM
       IF WabsTrouve = 1 THEN
         SUBTRACT 1 FROM WabsIdx
       ELSE
         IF WabsNbCli >= 200 THEN
           IF WabsSatCli = 0 THEN
             DISPLAY 'ATTENTION : plus de 200 clients arrivés '
     -         'incomplets, liste limitée aux 200 premiers'
             MOVE 1 TO WabsSatCli
           END-IF
         ELSE
           ADD 1 TO WabsNbCli
           MOVE WabsNbCli TO WabsIdx
           MOVE frs_idcli TO WabsKIdCli(WabsIdx)
           MOVE 1 TO WabsTrouve
         END-IF
       END-IF
       IF WabsTrouve = 1 THEN
         ADD 1 TO WabsKCourtes(WabsIdx)
         ADD WabsManquants TO WabsKManquants(WabsIdx)
       END-IF.

      ***IMPRIMER_COUVERTS_INSTALLES*************************************
      *Ecrit le rapport à l'écran et dans                            *
      *couverts_installes_<AAAAMM>.txt : lignes triées par           *
      *restaurant puis canal, ensemble des restaurants, puis les     *
      *clients arrivés incomplets au moins deux fois                 *
      ****************************************************************
       IMPRIMER_COUVERTS_INSTALLES.
       IF WabsNbLig > 1 THEN
         MOVE 1 TO WabsIdx
         PERFORM WITH TEST AFTER UNTIL WabsIdx >= WabsNbLig
           MOVE 1 TO WabsIdx2
           PERFORM WITH TEST AFTER UNTIL WabsIdx2 >= WabsNbLig
             IF WabsLRest(WabsIdx2) > WabsLRest(WabsIdx2 + 1)
     -          OR (WabsLRest(WabsIdx2) = WabsLRest(WabsIdx2 + 1)
     -          AND WabsLCanal(WabsIdx2) > WabsLCanal(WabsIdx2 + 1))
     -          THEN
               MOVE WabsLig(WabsIdx2) TO WabsSwap
               MOVE WabsLig(WabsIdx2 + 1) TO WabsLig(WabsIdx2)
               MOVE WabsSwap TO WabsLig(WabsIdx2 + 1)
             END-IF
             ADD 1 TO WabsIdx2
           END-PERFORM
           ADD 1 TO WabsIdx
         END-PERFORM
       END-IF
       MOVE SPACE TO WNomFichierTicket
       STRING 'couverts_installes_' WabsPeriode '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Couverts réservés et installés - mois '
     -     WabsPeriode(5:2) '/' WabsPeriode(1:4)
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       OPEN INPUT fCanaux
       MOVE 0 TO WabsRestPrec
       PERFORM VARYING WabsIdx FROM 1 BY 1 UNTIL WabsIdx > WabsNbLig
         IF WabsIdx = 1 OR WabsLRest(WabsIdx) NOT = WabsRestPrec THEN
           MOVE WabsLRest(WabsIdx) TO WabsRestPrec
           MOVE '--------------------------------------' TO ticketLigne
           PERFORM ECRIRE_LIGNE_DEMANDE
           MOVE SPACE TO ticketLigne
           STRING 'Restaurant ' WabsLRest(WabsIdx)
     -       DELIMITED BY SIZE INTO ticketLigne
           PERFORM ECRIRE_LIGNE_DEMANDE
         END-IF
         MOVE 'direct' TO WabsNomCanal
         IF WabsLCanal(WabsIdx) > 0 THEN
           MOVE WabsLCanal(WabsIdx) TO fch_code
           READ fCanaux
             INVALID KEY
               MOVE 'canal inconnu' TO WabsNomCanal
             NOT INVALID KEY
               MOVE fch_nom TO WabsNomCanal
           END-READ
         END-IF
         MOVE SPACE TO ticketLigne
         STRING '  Canal ' WabsLCanal(WabsIdx) ' - ' WabsNomCanal
     -     DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_DEMANDE
         ADD WabsLResas(WabsIdx) TO WabsTResas
         ADD WabsLReserves(WabsIdx) TO WabsTReserves
         ADD WabsLAssis(WabsIdx) TO WabsTAssis
         ADD WabsLCourtes(WabsIdx) TO WabsTCourtes
         ADD WabsLManquants(WabsIdx) TO WabsTManquants
         MOVE WabsLCumuls(WabsIdx) TO WabsLigCouverts
         PERFORM LIGNE_COUVERTS_INSTALLES
       END-PERFORM
       CLOSE fCanaux
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE 'Ensemble des restaurants' TO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE WabsTotCouverts TO WabsLigCouverts
       PERFORM LIGNE_COUVERTS_INSTALLES
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE SPACE TO ticketLigne
       STRING 'Clients arrivés incomplets au moins deux fois depuis '
     -     WabsDebutCli(5:2) '/' WabsDebutCli(1:4)
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE 0 TO WabsNbRecidive
       OPEN INPUT fclients
       PERFORM VARYING WabsIdx FROM 1 BY 1 UNTIL WabsIdx > WabsNbCli
         IF WabsKCourtes(WabsIdx) >= 2 THEN
           ADD 1 TO WabsNbRecidive
           MOVE WabsKIdCli(WabsIdx) TO fc_id
           READ fclients
             INVALID KEY
               MOVE 'client inconnu' TO fc_nom
           END-READ
           MOVE SPACE TO ticketLigne
           STRING '  Client ' WabsKIdCli(WabsIdx) ' - ' fc_nom
     -       ' : ' WabsKCourtes(WabsIdx) ' arrivée(s) incomplète(s), '
     -       WabsKManquants(WabsIdx) ' absent(s)'
     -       DELIMITED BY SIZE INTO ticketLigne
           PERFORM ECRIRE_LIGNE_DEMANDE
         END-IF
       END-PERFORM
       CLOSE fclients
       IF WabsNbRecidive = 0 THEN
         MOVE '  aucun' TO ticketLigne
         PERFORM ECRIRE_LIGNE_DEMANDE
       END-IF
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'COUVERTS INSTALLES' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***LIGNE_COUVERTS_INSTALLES****************************************
      *Lignes de détail des cumuls WabsLigCouverts ; le taux de      *
      *présence rapporte les couverts installés aux couverts         *
      *réservés, l'écart est compté en couverts (négatif si moins    *
      *de personnes que réservé)                                     *
      ****************************************************************
       LIGNE_COUVERTS_INSTALLES.
       MOVE 0 TO WabsPct
       IF WabsCReserves > 0 THEN
         COMPUTE WabsPct ROUNDED = WabsCAssis * 100 / WabsCReserves
       END-IF
       MOVE WabsPct TO WabsEdPct
       COMPUTE WabsEcart = WabsCAssis - WabsCReserves
       MOVE WabsEcart TO WabsEdEcart
       MOVE SPACE TO ticketLigne
       STRING '    ' WabsCResas ' réservation(s) - couverts '
     -     'réservés ' WabsCReserves ' - installés ' WabsCAssis
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE SPACE TO ticketLigne
       STRING '    Taux de présence ' WabsEdPct ' % - écart '
     -     WabsEdEcart ' couvert(s)' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE
       MOVE SPACE TO ticketLigne
       STRING '    Tables incomplètes : ' WabsCCourtes ' pour '
     -     WabsCManquants ' absent(s)'
     -     DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_DEMANDE.

      ***RAPPORT_COMPARABLE_ANNUEL***************************************
      *Comparaison à périmètre comparable avec l'année précédente :  *
      *la période choisie est alignée sur les mêmes jours de semaine *
      *de l'année précédente (52 semaines plus tôt) ; couverts, CA,  *
      *ticket moyen, taux de no-show et annulations par restaurant   *
      *puis pour le groupe, avec les écarts en valeur et en          *
      *pourcentage. Les réservations archivées                       *
      *(archive_reservations_<AAAA>.dat) sont incluses ; les sites   *
      *ouverts ou fermés pendant l'une des périodes sont exclus du   *
      *total comparable et listés à part. Rapport écrit dans         *
      *comparable_<AAAAMMJJ>.txt                                     *
      ****************************************************************
       RAPPORT_COMPARABLE_ANNUEL.

       DISPLAY '|====================================|'
       DISPLAY '|=========== COMPARABLE   ===========|'
       DISPLAY '|===========  ANNEE N-1   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 0 TO WcmpDateOK
       PERFORM WITH TEST AFTER UNTIL WcmpDateOK = 1
         DISPLAY 'Début de la période (AAAAMMJJ) :'
         ACCEPT WcmpDebut
         MOVE WcmpDebut TO WcmpDateDecoupe
         PERFORM CONTROLER_DATE_COMPARABLE
       END-PERFORM
       MOVE 0 TO WcmpDateOK
       PERFORM WITH TEST AFTER UNTIL WcmpDateOK = 1
         DISPLAY 'Fin de la période (AAAAMMJJ) :'
         ACCEPT WcmpFin
         MOVE WcmpFin TO WcmpDateDecoupe
         PERFORM CONTROLER_DATE_COMPARABLE
         IF WcmpDateOK = 1 THEN
           COMPUTE WcmpJDeb = FUNCTION INTEGER-OF-DATE(WcmpDebut)
           COMPUTE WcmpJFin = FUNCTION INTEGER-OF-DATE(WcmpFin)
           IF WcmpJFin < WcmpJDeb OR WcmpJFin - WcmpJDeb >= 364 THEN
             DISPLAY 'La fin doit suivre le début, 364 jours au plus'
             MOVE 0 TO WcmpDateOK
           END-IF
         END-IF
       END-PERFORM
       COMPUTE WcmpDebutPrec = FUNCTION DATE-OF-INTEGER(WcmpJDeb - 364)
       COMPUTE WcmpFinPrec = FUNCTION DATE-OF-INTEGER(WcmpJFin - 364)
       DISPLAY 'Comparé au ',WcmpDebutPrec,' - ',WcmpFinPrec,
     -   ' (mêmes jours de semaine)'
       INITIALIZE WcmpTabRest
       INITIALIZE WcmpTotaux
       MOVE 0 TO WcmpNbRest
       MOVE 0 TO WcmpSature
       OPEN INPUT freservations
       MOVE 0 TO frs_id
       MOVE 0 TO WcmpFin2
       START freservations, KEY IS >= frs_id
         INVALID KEY MOVE 1 TO WcmpFin2
       END-START
       PERFORM UNTIL WcmpFin2 = 1
         READ freservations NEXT
         AT END MOVE 1 TO WcmpFin2
         NOT AT END
           PERFORM CUMULER_RESA_COMPARABLE
       END-PERFORM
       CLOSE freservations
       MOVE WcmpFin(1:4) TO WcmpAnneeFin
       MOVE 2015 TO WcmpAnnee
       PERFORM UNTIL WcmpAnnee > WcmpAnneeFin
         MOVE SPACE TO WNomFichierArchive
         STRING 'archive_reservations_' WcmpAnnee '.dat'
     -     DELIMITED BY SIZE INTO WNomFichierArchive
         OPEN INPUT fArchiveResa
         IF farc_stat = 0 THEN
           MOVE 0 TO WcmpFin2
           PERFORM UNTIL WcmpFin2 = 1
             READ fArchiveResa
             AT END MOVE 1 TO WcmpFin2
             NOT AT END
               MOVE archiveLigne TO resaTampon
               PERFORM CUMULER_RESA_COMPARABLE
             END-READ
           END-PERFORM
           CLOSE fArchiveResa
         END-IF
         ADD 1 TO WcmpAnnee
       END-PERFORM
       PERFORM IMPRIMER_COMPARABLE.

      ***CONTROLER_DATE_COMPARABLE***************************************
      *WcmpDateOK = 1 si WcmpDateDecoupe est une date AAAAMMJJ       *
      *plausible                                                     *
      ****************************************************************
       CONTROLER_DATE_COMPARABLE.
       MOVE 0 TO WcmpDateOK
       IF WcmpDD_annee >= 2016
     -    AND WcmpDD_mois >= 1 AND WcmpDD_mois <= 12
     -    AND WcmpDD_jour >= 1 AND WcmpDD_jour <= 31 THEN
         MOVE 1 TO WcmpDateOK
       ELSE
         DISPLAY 'Date invalide'
       END-IF.

      ***CUMULER_RESA_COMPARABLE*****************************************
      *Réservation du tampon (fichier vivant ou archive) : première  *
      *date d'activité de son restaurant (ligne créée au besoin,     *
      *cinquante au plus), et cumul sur la période courante (1) ou   *
      *la période alignée de l'année précédente (2). La date est     *
      *recalculée depuis frs_date, absente des archives anciennes    *
      *sous forme AAAAMMJJ                                           *
      ****************************************************************
       CUMULER_RESA_COMPARABLE.
       MOVE frs_idrest TO WscopeIdRest
       PERFORM VERIFIER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         COMPUTE WcmpDateResa = frs_date_annee * 10000
     -     + frs_date_mois * 100 + frs_date_jour
         MOVE 0 TO WcmpTrouve
         PERFORM VARYING WcmpIdx FROM 1 BY 1
     -     UNTIL WcmpIdx > WcmpNbRest OR WcmpTrouve = 1
           IF WcmpIdRest(WcmpIdx) = frs_idrest THEN
             MOVE 1 TO WcmpTrouve
           END-IF
         END-PERFORM
         IF WcmpTrouve = 1 THEN
           SUBTRACT 1 FROM WcmpIdx
         ELSE
           IF WcmpNbRest >= 50 THEN
             IF WcmpSature = 0 THEN
               DISPLAY 'ATTENTION : plus de 50 restaurants, rapport '
     -           'limité aux 50 premiers'
               MOVE 1 TO WcmpSature
             END-IF
           ELSE
             ADD 1 TO WcmpNbRest
             MOVE WcmpNbRest TO WcmpIdx
             MOVE frs_idrest TO WcmpIdRest(WcmpIdx)
             MOVE 99999999 TO WcmpPremier(WcmpIdx)
             MOVE 1 TO WcmpTrouve
           END-IF
         END-IF
         IF WcmpTrouve = 1 THEN
           IF WcmpDateResa < WcmpPremier(WcmpIdx) THEN
             MOVE WcmpDateResa TO WcmpPremier(WcmpIdx)
           END-IF
           MOVE 0 TO WcmpP
           IF WcmpDateResa >= WcmpDebut AND WcmpDateResa <= WcmpFin
     -        THEN
             MOVE 1 TO WcmpP
           END-IF
           IF WcmpDateResa >= WcmpDebutPrec
     -        AND WcmpDateResa <= WcmpFinPrec THEN
             MOVE 2 TO WcmpP
           END-IF
           IF WcmpP > 0 THEN
             PERFORM CUMULER_PERIODE_COMPARABLE
           END-IF
         END-IF
       END-IF.

      ***CUMULER_PERIODE_COMPARABLE**************************************
      *Cumuls de la réservation du tampon pour le restaurant WcmpIdx *
      *et la période WcmpP : réservations honorées ou absentes,      *
      *couverts des tables, CA facturé (addition et arrhes), CA et   *
      *couverts des tables facturées pour le ticket moyen, absences  *
      *et annulations                                                *
      ****************************************************************
       CUMULER_PERIODE_COMPARABLE.
       EVALUATE frs_statut
         WHEN 1
           ADD 1 TO WcmpResas(WcmpIdx, WcmpP)
           ADD 1 TO WcmpHonorees(WcmpIdx, WcmpP)
           IF frs_typeResa < 3 THEN
             ADD frs_nbPersonnes TO WcmpCouverts(WcmpIdx, WcmpP)
           END-IF
           IF frs_prix > 0 THEN
             COMPUTE WcmpCA(WcmpIdx, WcmpP) =
     -         WcmpCA(WcmpIdx, WcmpP) + frs_prix + frs_arrhes
             IF frs_typeResa < 3 THEN
               COMPUTE WcmpCATable(WcmpIdx, WcmpP) =
     -           WcmpCATable(WcmpIdx, WcmpP) + frs_prix + frs_arrhes
               ADD frs_nbPersonnes TO WcmpCouvFact(WcmpIdx, WcmpP)
             END-IF
           END-IF
         WHEN 4
           ADD 1 TO WcmpResas(WcmpIdx, WcmpP)
           ADD 1 TO WcmpAbsences(WcmpIdx, WcmpP)
         WHEN 3
           ADD 1 TO WcmpAnnulees(WcmpIdx, WcmpP)
         WHEN OTHER
           CONTINUE
       END-EVALUATE.

      ***IMPRIMER_COMPARABLE*********************************************
      *Ecrit le rapport à l'écran et dans comparable_<AAAAMMJJ>.txt :*
      *restaurants comparables (ouverts avant le début de la période *
      *de l'année précédente, non fermés), total du groupe à         *
      *périmètre comparable, puis les sites hors périmètre avec le   *
      *motif de leur exclusion                                       *
      ****************************************************************
       IMPRIMER_COMPARABLE.
       OPEN INPUT frestaurants
       PERFORM VARYING WcmpIdx FROM 1 BY 1 UNTIL WcmpIdx > WcmpNbRest
         MOVE SPACE TO WcmpHorsMotif(WcmpIdx)
         MOVE WcmpIdRest(WcmpIdx) TO fr_id
         READ frestaurants
           INVALID KEY
             MOVE 'restaurant inconnu' TO WcmpNom(WcmpIdx)
             MOVE 'restaurant supprimé' TO WcmpHorsMotif(WcmpIdx)
           NOT INVALID KEY
             MOVE fr_nom TO WcmpNom(WcmpIdx)
             IF fr_dateFermeture > 0 AND fr_dateFermeture <= WcmpFin
     -          THEN
               MOVE SPACE TO WcmpHorsMotif(WcmpIdx)
               STRING 'fermé le ' fr_dateFermeture
     -           DELIMITED BY SIZE INTO WcmpHorsMotif(WcmpIdx)
             END-IF
         END-READ
         IF WcmpHorsMotif(WcmpIdx) = SPACE
     -      AND WcmpPremier(WcmpIdx) > WcmpDebutPrec THEN
           STRING 'première activité le ' WcmpPremier(WcmpIdx)
     -       DELIMITED BY SIZE INTO WcmpHorsMotif(WcmpIdx)
         END-IF
       END-PERFORM
       CLOSE frestaurants
       MOVE SPACE TO WNomFichierTicket
       STRING 'comparable_' WcmpDebut '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Comparable du ' WcmpDebut ' au ' WcmpFin
     -     ' contre le ' WcmpDebutPrec ' - ' WcmpFinPrec
     -     ' (mêmes jours de semaine)'
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_COMPARABLE
       MOVE 0 TO WcmpNbHors
       PERFORM VARYING WcmpIdx FROM 1 BY 1 UNTIL WcmpIdx > WcmpNbRest
         IF WcmpHorsMotif(WcmpIdx) = SPACE THEN
           PERFORM IMPRIMER_SITE_COMPARABLE
           PERFORM VARYING WcmpP FROM 1 BY 1 UNTIL WcmpP > 2
             ADD WcmpResas(WcmpIdx, WcmpP) TO WcmpTResas(WcmpP)
             ADD WcmpCouverts(WcmpIdx, WcmpP) TO WcmpTCouverts(WcmpP)
             ADD WcmpCA(WcmpIdx, WcmpP) TO WcmpTCA(WcmpP)
             ADD WcmpCATable(WcmpIdx, WcmpP) TO WcmpTCATable(WcmpP)
             ADD WcmpCouvFact(WcmpIdx, WcmpP) TO WcmpTCouvFact(WcmpP)
             ADD WcmpHonorees(WcmpIdx, WcmpP) TO WcmpTHonorees(WcmpP)
             ADD WcmpAbsences(WcmpIdx, WcmpP) TO WcmpTAbsences(WcmpP)
             ADD WcmpAnnulees(WcmpIdx, WcmpP) TO WcmpTAnnulees(WcmpP)
           END-PERFORM
         ELSE
           ADD 1 TO WcmpNbHors
         END-IF
       END-PERFORM
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_COMPARABLE
       MOVE 'Groupe à périmètre comparable' TO ticketLigne
       PERFORM ECRIRE_LIGNE_COMPARABLE
       MOVE WcmpTot(1) TO WcmpLig(1)
       MOVE WcmpTot(2) TO WcmpLig(2)
       PERFORM LIGNES_COMPARABLE
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_COMPARABLE
       MOVE 'Sites hors périmètre comparable' TO ticketLigne
       PERFORM ECRIRE_LIGNE_COMPARABLE
       IF WcmpNbHors = 0 THEN
         MOVE '  aucun' TO ticketLigne
         PERFORM ECRIRE_LIGNE_COMPARABLE
       ELSE
         PERFORM VARYING WcmpIdx FROM 1 BY 1
     -     UNTIL WcmpIdx > WcmpNbRest
           IF WcmpHorsMotif(WcmpIdx) NOT = SPACE THEN
             PERFORM IMPRIMER_SITE_COMPARABLE
           END-IF
         END-PERFORM
       END-IF
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'COMPARABLE N-1' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***IMPRIMER_SITE_COMPARABLE****************************************
      *Section du restaurant WcmpIdx (avec le motif d'exclusion du   *
      *périmètre comparable le cas échéant)                          *
      ****************************************************************
       IMPRIMER_SITE_COMPARABLE.
       MOVE '--------------------------------------' TO ticketLigne
       PERFORM ECRIRE_LIGNE_COMPARABLE
       MOVE SPACE TO ticketLigne
       IF WcmpHorsMotif(WcmpIdx) = SPACE THEN
         STRING 'Restaurant ' WcmpIdRest(WcmpIdx) ' - '
     -     WcmpNom(WcmpIdx) DELIMITED BY SIZE INTO ticketLigne
       ELSE
         STRING 'Restaurant ' WcmpIdRest(WcmpIdx) ' - '
     -     WcmpNom(WcmpIdx) ' : ' WcmpHorsMotif(WcmpIdx)
     -     DELIMITED BY SIZE INTO ticketLigne
       END-IF
       PERFORM ECRIRE_LIGNE_COMPARABLE
       MOVE WcmpCumuls(WcmpIdx, 1) TO WcmpLig(1)
       MOVE WcmpCumuls(WcmpIdx, 2) TO WcmpLig(2)
       PERFORM LIGNES_COMPARABLE.

      ***LIGNES_COMPARABLE***********************************************
      *Lignes de comparaison des cumuls WcmpLigne (1 : période       *
      *courante, 2 : année précédente) ; le taux de no-show rapporte *
      *les absences aux réservations honorées ou absentes et son     *
      *écart est exprimé en points                                   *
      ****************************************************************
       LIGNES_COMPARABLE.
       MOVE 'Réservations' TO WcmpLibelle
       MOVE WcmpLResas(1) TO WcmpValeur
       MOVE WcmpLResas(2) TO WcmpValeurPrec
       MOVE 0 TO WcmpTaux
       PERFORM LIGNE_ECART_COMPARABLE
       MOVE 'Couverts' TO WcmpLibelle
       MOVE WcmpLCouverts(1) TO WcmpValeur
       MOVE WcmpLCouverts(2) TO WcmpValeurPrec
       PERFORM LIGNE_ECART_COMPARABLE
       MOVE 'Chiffre d''affaires' TO WcmpLibelle
       MOVE WcmpLCA(1) TO WcmpValeur
       MOVE WcmpLCA(2) TO WcmpValeurPrec
       PERFORM LIGNE_ECART_COMPARABLE
       MOVE 'Ticket moyen' TO WcmpLibelle
       MOVE 0 TO WcmpValeur
       MOVE 0 TO WcmpValeurPrec
       IF WcmpLCouvFact(1) > 0 THEN
         COMPUTE WcmpValeur ROUNDED =
     -     WcmpLCATable(1) / WcmpLCouvFact(1)
       END-IF
       IF WcmpLCouvFact(2) > 0 THEN
         COMPUTE WcmpValeurPrec ROUNDED =
     -     WcmpLCATable(2) / WcmpLCouvFact(2)
       END-IF
       PERFORM LIGNE_ECART_COMPARABLE
       MOVE 'Taux de no-show (%)' TO WcmpLibelle
       MOVE 0 TO WcmpValeur
       MOVE 0 TO WcmpValeurPrec
       IF WcmpLResas(1) > 0 THEN
         COMPUTE WcmpValeur ROUNDED =
     -     WcmpLAbsences(1) * 100 / WcmpLResas(1)
       END-IF
       IF WcmpLResas(2) > 0 THEN
         COMPUTE WcmpValeurPrec ROUNDED =
     -     WcmpLAbsences(2) * 100 / WcmpLResas(2)
       END-IF
       MOVE 1 TO WcmpTaux
       PERFORM LIGNE_ECART_COMPARABLE
       MOVE 0 TO WcmpTaux
       MOVE 'Annulations' TO WcmpLibelle
       MOVE WcmpLAnnulees(1) TO WcmpValeur
       MOVE WcmpLAnnulees(2) TO WcmpValeurPrec
       PERFORM LIGNE_ECART_COMPARABLE.

      ***LIGNE_ECART_COMPARABLE******************************************
      *Ligne WcmpLibelle : valeur courante, valeur de l'année        *
      *précédente, écart en valeur et en pourcentage (en points pour *
      *un taux, non significatif si l'année précédente est nulle)    *
      ****************************************************************
       LIGNE_ECART_COMPARABLE.
       COMPUTE WcmpEcart = WcmpValeur - WcmpValeurPrec
       MOVE WcmpValeur TO WcmpEdValeur
       MOVE WcmpValeurPrec TO WcmpEdValeurPrec
       MOVE WcmpEcart TO WcmpEdEcart
       MOVE SPACE TO ticketLigne
       IF WcmpTaux = 1 THEN
         STRING '  ' WcmpLibelle ' : ' WcmpEdValeur ' (N-1 '
     -     WcmpEdValeurPrec ') écart ' WcmpEdEcart ' pt'
     -     DELIMITED BY SIZE INTO ticketLigne
       ELSE
         IF WcmpValeurPrec > 0 THEN
           COMPUTE WcmpPct ROUNDED = WcmpEcart * 100 / WcmpValeurPrec
           MOVE WcmpPct TO WcmpEdPct
           STRING '  ' WcmpLibelle ' : ' WcmpEdValeur ' (N-1 '
     -       WcmpEdValeurPrec ') écart ' WcmpEdEcart ' soit '
     -       WcmpEdPct ' %' DELIMITED BY SIZE INTO ticketLigne
         ELSE
           STRING '  ' WcmpLibelle ' : ' WcmpEdValeur ' (N-1 '
     -       WcmpEdValeurPrec ') écart ' WcmpEdEcart ' soit n.s.'
     -       DELIMITED BY SIZE INTO ticketLigne
         END-IF
       END-IF
       PERFORM ECRIRE_LIGNE_COMPARABLE.

      ***ECRIRE_LIGNE_COMPARABLE*****************************************
      *Ecrit la ligne ticketLigne dans le rapport et à l'écran       *
      ****************************************************************
       ECRIRE_LIGNE_COMPARABLE.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ***RAPPORT_RYTHME_RESERVATIONS*************************************
      *Rythme de remplissage du carnet d'un restaurant : pour chacun *
      *des 30 prochains jours, couverts déjà réservés aujourd'hui et *
      *couverts qui étaient réservés au même délai avant le même jour*
      *de semaine de l'année précédente (52 semaines plus tôt), avec *
      *l'écart ; puis répartition par canal des délais entre la      *
      *création et la date de service des réservations créées ces 90 *
      *derniers jours. Les réservations sans date de création ne     *
      *peuvent pas être situées dans le carnet de l'an passé et sont *
      *comptées à part. Rapport écrit dans                           *
      *rythme_<restaurant>_<AAAAMMJJ>.txt                            *
      ****************************************************************
       RAPPORT_RYTHME_RESERVATIONS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== RYTHME DES   ===========|'
       DISPLAY '|=========== RESERVATIONS ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         OPEN INPUT frestaurants
         MOVE WidRestSauv TO fr_id
         MOVE SPACE TO WpkNomRest
         READ frestaurants
           NOT INVALID KEY
             MOVE fr_nom TO WpkNomRest
         END-READ
         CLOSE frestaurants
         ACCEPT WpkAujourdhui FROM DATE YYYYMMDD
         COMPUTE WpkJAujourdhui =
     -     FUNCTION INTEGER-OF-DATE(WpkAujourdhui)
         COMPUTE WpkJCoupure = WpkJAujourdhui - 364
         COMPUTE WpkCoupure = FUNCTION DATE-OF-INTEGER(WpkJCoupure)
         COMPUTE WpkFinPrec =
     -     FUNCTION DATE-OF-INTEGER(WpkJCoupure + 29)
         COMPUTE WpkDebutDelais = WpkJAujourdhui - 90
         COMPUTE WpkDateDelais =
     -     FUNCTION DATE-OF-INTEGER(WpkDebutDelais)
         INITIALIZE WpkTabJours
         INITIALIZE WpkTotJours
         INITIALIZE WpkTabDelais
         INITIALIZE WpkTotDelais
         MOVE 0 TO WpkInconnues
         PERFORM VARYING WpkK FROM 1 BY 1 UNTIL WpkK > 30
           COMPUTE WpkDateJour(WpkK) = FUNCTION DATE-OF-INTEGER(
     -       WpkJAujourdhui + WpkK - 1)
           COMPUTE WpkDatePrec(WpkK) = FUNCTION DATE-OF-INTEGER(
     -       WpkJCoupure + WpkK - 1)
         END-PERFORM
         OPEN INPUT freservations
         MOVE WpkCoupure TO frs_dateISO
         MOVE 0 TO WpkFin
         START freservations, KEY IS >= frs_dateISO
           INVALID KEY MOVE 1 TO WpkFin
         END-START
         PERFORM UNTIL WpkFin = 1
           READ freservations NEXT
           AT END MOVE 1 TO WpkFin
           NOT AT END
             PERFORM CUMULER_RESA_RYTHME
         END-PERFORM
         CLOSE freservations
         MOVE WpkCoupure(1:4) TO WpkAnnee
         MOVE WpkFinPrec(1:4) TO WpkAnneeFin
         PERFORM UNTIL WpkAnnee > WpkAnneeFin
           MOVE SPACE TO WNomFichierArchive
           STRING 'archive_reservations_' WpkAnnee '.dat'
     -       DELIMITED BY SIZE INTO WNomFichierArchive
           OPEN INPUT fArchiveResa
           IF farc_stat = 0 THEN
             MOVE 0 TO WpkFin
             PERFORM UNTIL WpkFin = 1
               READ fArchiveResa
               AT END MOVE 1 TO WpkFin
               NOT AT END
                 MOVE archiveLigne TO resaTampon
                 PERFORM CUMULER_RESA_RYTHME
               END-READ
             END-PERFORM
             CLOSE fArchiveResa
           END-IF
           ADD 1 TO WpkAnnee
         END-PERFORM
         PERFORM IMPRIMER_RYTHME_RESERVATIONS
       END-IF.

      ***CUMULER_RESA_RYTHME*********************************************
      *Réservation de table du tampon (fichier vivant ou archive) pour*
      *le restaurant WidRestSauv, hors file d'attente : couverts au  *
      *carnet pour les 30 prochains jours (confirmées ou en attente  *
      *de confirmation), couverts au carnet à la date de coupure de  *
      *l'an passé (créées au plus tard ce jour-là et pas encore      *
      *annulées), et tranche de délai par canal pour les créations   *
      *des 90 derniers jours, annulations comprises                  *
      ****************************************************************
       CUMULER_RESA_RYTHME.
       IF frs_idrest = WidRestSauv AND frs_statut NOT = 2
     -    AND (frs_typeResa = 0 OR frs_typeResa = 2) THEN
         COMPUTE WpkDateResa = frs_date_annee * 10000
     -     + frs_date_mois * 100 + frs_date_jour
         COMPUTE WpkJResa = FUNCTION INTEGER-OF-DATE(WpkDateResa)
         IF WpkJResa >= WpkJAujourdhui
     -      AND WpkJResa <= WpkJAujourdhui + 29
     -      AND (frs_statut = 1 OR frs_statut = 5) THEN
           COMPUTE WpkK = WpkJResa - WpkJAujourdhui + 1
           ADD frs_nbPersonnes TO WpkCouv(WpkK)
         END-IF
         IF WpkJResa >= WpkJCoupure AND WpkJResa <= WpkJCoupure + 29
     -      THEN
           IF frs_dateCreation = 0 THEN
             ADD 1 TO WpkInconnues
           ELSE
             IF frs_dateCreation <= WpkCoupure THEN
               MOVE 0 TO WpkJ
               IF frs_statut = 1 OR frs_statut = 4 OR frs_statut = 5
     -            THEN
                 MOVE 1 TO WpkJ
               END-IF
               IF frs_statut = 3 THEN
                 COMPUTE WpkDateAnnul = frs_dateAnnulation_annee
     -             * 10000 + frs_dateAnnulation_mois * 100
     -             + frs_dateAnnulation_jour
                 IF WpkDateAnnul > WpkCoupure THEN
                   MOVE 1 TO WpkJ
                 END-IF
               END-IF
               IF WpkJ = 1 THEN
                 COMPUTE WpkK = WpkJResa - WpkJCoupure + 1
                 ADD frs_nbPersonnes TO WpkCouvPrec(WpkK)
               END-IF
             END-IF
           END-IF
         END-IF
         IF frs_dateCreation > 0 THEN
           COMPUTE WpkJCreation =
     -       FUNCTION INTEGER-OF-DATE(frs_dateCreation)
           IF WpkJCreation >= WpkDebutDelais
     -        AND WpkJResa >= WpkJCreation THEN
             COMPUTE WpkDelai = WpkJResa - WpkJCreation
             EVALUATE TRUE
               WHEN WpkDelai = 0
                 MOVE 1 TO WpkT
               WHEN WpkDelai <= 3
                 MOVE 2 TO WpkT
               WHEN WpkDelai <= 7
                 MOVE 3 TO WpkT
               WHEN WpkDelai <= 30
                 MOVE 4 TO WpkT
               WHEN OTHER
                 MOVE 5 TO WpkT
             END-EVALUATE
             COMPUTE WpkC = frs_canal + 1
             ADD 1 TO WpkTranche(WpkC, WpkT)
             ADD 1 TO WpkTotTranche(WpkT)
           END-IF
         END-IF
       END-IF.

      ***IMPRIMER_RYTHME_RESERVATIONS************************************
      *Ecrit le rapport : une ligne par jour (jour de semaine, date, *
      *couverts au carnet, date comparée de l'an passé, couverts au  *
      *carnet à la coupure, écart en couverts et en pourcentage),    *
      *le total des 30 jours, puis le tableau des délais par canal   *
      ****************************************************************
       IMPRIMER_RYTHME_RESERVATIONS.
       MOVE SPACE TO WNomFichierTicket
       STRING 'rythme_' WidRestSauv '_' WpkAujourdhui '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Rythme des réservations - restaurant ' WidRestSauv
     -     ' - ' WpkNomRest DELIMITED BY '  ' INTO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       MOVE SPACE TO ticketLigne
       STRING 'Carnet au ' WpkAujourdhui ' comparé au carnet du '
     -     WpkCoupure ' (52 semaines plus tôt)'
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       MOVE 'Jour     Date     Carnet  An passé Carnet   Ecart'
     -   TO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       PERFORM VARYING WpkK FROM 1 BY 1 UNTIL WpkK > 30
         COMPUTE WpkJ = FUNCTION MOD(
     -     FUNCTION INTEGER-OF-DATE(WpkDateJour(WpkK)), 7)
         IF WpkJ = 0 THEN
           MOVE 7 TO WpkJ
         END-IF
         ADD WpkCouv(WpkK) TO WpkTCouv
         ADD WpkCouvPrec(WpkK) TO WpkTCouvPrec
         MOVE SPACE TO ticketLigne
         STRING WrvNomJour(WpkJ) ' ' WpkDateJour(WpkK)
     -     DELIMITED BY SIZE INTO ticketLigne
         MOVE WpkCouv(WpkK) TO WpkEdCouv
         MOVE WpkCouvPrec(WpkK) TO WpkEdCouvPrec
         MOVE 18 TO WpkPtr
         STRING '  ' WpkEdCouv '  ' WpkDatePrec(WpkK) '  '
     -     WpkEdCouvPrec DELIMITED BY SIZE
     -     INTO ticketLigne WITH POINTER WpkPtr
         COMPUTE WpkEcart = WpkCouv(WpkK) - WpkCouvPrec(WpkK)
         MOVE WpkCouvPrec(WpkK) TO WpkBase
         PERFORM ECART_RYTHME_RESERVATIONS
       END-PERFORM
       MOVE '--------------------------------------' TO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       MOVE 'Total 30 jours' TO ticketLigne
       MOVE WpkTCouv TO WpkEdCouv
       MOVE WpkTCouvPrec TO WpkEdCouvPrec
       MOVE 18 TO WpkPtr
       STRING '  ' WpkEdCouv '            ' WpkEdCouvPrec
     -   DELIMITED BY SIZE INTO ticketLigne WITH POINTER WpkPtr
       COMPUTE WpkEcart = WpkTCouv - WpkTCouvPrec
       MOVE WpkTCouvPrec TO WpkBase
       PERFORM ECART_RYTHME_RESERVATIONS
       IF WpkInconnues > 0 THEN
         MOVE WpkInconnues TO WpkEdNb
         MOVE SPACE TO ticketLigne
         STRING 'Réservations de l''an passé sans date de création '
     -     '(non comptées) : ' WpkEdNb
     -     DELIMITED BY SIZE INTO ticketLigne
         PERFORM ECRIRE_LIGNE_RYTHME
       END-IF
       MOVE '======================================' TO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       MOVE SPACE TO ticketLigne
       STRING 'Délai entre création et service (réservations '
     -     'créées depuis le ' WpkDateDelais ')'
     -   DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_RYTHME
       MOVE 'Canal' TO ticketLigne
       MOVE 31 TO WpkPtr
       PERFORM VARYING WpkT FROM 1 BY 1 UNTIL WpkT > 5
         STRING '  ' WpkLibTranche(WpkT) DELIMITED BY SIZE
     -     INTO ticketLigne WITH POINTER WpkPtr
       END-PERFORM
       STRING '   Total' DELIMITED BY SIZE
     -   INTO ticketLigne WITH POINTER WpkPtr
       PERFORM ECRIRE_LIGNE_RYTHME
       OPEN INPUT fCanaux
       PERFORM VARYING WpkC FROM 1 BY 1 UNTIL WpkC > 100
         MOVE 0 TO WpkTotCanal
         PERFORM VARYING WpkT FROM 1 BY 1 UNTIL WpkT > 5
           ADD WpkTranche(WpkC, WpkT) TO WpkTotCanal
         END-PERFORM
         IF WpkTotCanal > 0 THEN
           MOVE 'direct' TO WpkNomCanal
           IF WpkC > 1 THEN
             COMPUTE fch_code = WpkC - 1
             READ fCanaux
               INVALID KEY
                 MOVE 'canal inconnu' TO WpkNomCanal
               NOT INVALID KEY
                 MOVE fch_nom TO WpkNomCanal
             END-READ
           END-IF
           MOVE WpkNomCanal TO ticketLigne
           MOVE 31 TO WpkPtr
           PERFORM VARYING WpkT FROM 1 BY 1 UNTIL WpkT > 5
             MOVE WpkTranche(WpkC, WpkT) TO WpkEdNb
             STRING '      ' WpkEdNb DELIMITED BY SIZE
     -         INTO ticketLigne WITH POINTER WpkPtr
           END-PERFORM
           MOVE WpkTotCanal TO WpkEdNb
           STRING '  ' WpkEdNb DELIMITED BY SIZE
     -       INTO ticketLigne WITH POINTER WpkPtr
           PERFORM ECRIRE_LIGNE_RYTHME
         END-IF
       END-PERFORM
       CLOSE fCanaux
       MOVE 0 TO WpkTotCanal
       MOVE 'Tous canaux' TO ticketLigne
       MOVE 31 TO WpkPtr
       PERFORM VARYING WpkT FROM 1 BY 1 UNTIL WpkT > 5
         ADD WpkTotTranche(WpkT) TO WpkTotCanal
         MOVE WpkTotTranche(WpkT) TO WpkEdNb
         STRING '      ' WpkEdNb DELIMITED BY SIZE
     -     INTO ticketLigne WITH POINTER WpkPtr
       END-PERFORM
       MOVE WpkTotCanal TO WpkEdNb
       STRING '  ' WpkEdNb DELIMITED BY SIZE
     -   INTO ticketLigne WITH POINTER WpkPtr
       PERFORM ECRIRE_LIGNE_RYTHME
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'RYTHME RESERVATIONS' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***ECART_RYTHME_RESERVATIONS***************************************
      *Complète la ligne ticketLigne (à partir de WpkPtr) avec l'écart*
      *WpkEcart en couverts et, si le carnet de l'an passé WpkBase   *
      *n'était pas vide, en pourcentage, puis l'écrit                *
      ****************************************************************
       ECART_RYTHME_RESERVATIONS.
       MOVE WpkEcart TO WpkEdEcart
       STRING '  ' WpkEdEcart DELIMITED BY SIZE
     -   INTO ticketLigne WITH POINTER WpkPtr
       IF WpkBase > 0 THEN
         COMPUTE WpkPct ROUNDED = WpkEcart * 100 / WpkBase
         MOVE WpkPct TO WpkEdPct
         STRING '  ' WpkEdPct ' %' DELIMITED BY SIZE
     -     INTO ticketLigne WITH POINTER WpkPtr
       END-IF
       PERFORM ECRIRE_LIGNE_RYTHME.

      ***ECRIRE_LIGNE_RYTHME*********************************************
      *Ecrit la ligne ticketLigne dans le rapport et à l'écran       *
      ****************************************************************
       ECRIRE_LIGNE_RYTHME.
       WRITE ticketLigne
       DISPLAY ticketLigne.


      ***SAISIR_OCCASION_RESA********************************************
      *Occasion spéciale d'une réservation (anniversaire, anniversaire*
      *de mariage, demande en mariage, autre) avec sa note pour la   *
      *salle, et extras demandés pris dans le catalogue du restaurant*
      *(dataextrascatalogue.dat) avec quantité et message (inscription*
      *du gâteau, carte des fleurs...) ; un extra est refusé quand le*
      *délai de commande du catalogue n'est plus tenu avant la date du*
      *service. Les extras sont facturés à la saisie de la commande  *
      *(FACTURER_EXTRAS_OCCASION), ils ne se modifient plus ensuite  *
      ****************************************************************
       SAISIR_OCCASION_RESA.
       OPEN INPUT freservations
       OPEN I-O fOccasionsResa
       OPEN I-O fExtrasResa
       OPEN INPUT fExtrasCatalogue

       DISPLAY '|====================================|'
       DISPLAY '|=========== OCCASION     ===========|'
       DISPLAY '|===========  SPECIALE    ===========|'
       DISPLAY '|===========  ET EXTRAS   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant de la réservation :'
       ACCEPT frs_id
       READ freservations
       INVALID KEY
         DISPLAY 'Aucune réservation ne porte cet identifiant'
       NOT INVALID KEY
         MOVE frs_idrest TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
         IF WscopeOK = 1 THEN
           IF frs_statut = 3 THEN
             DISPLAY 'Réservation annulée'
           ELSE
             DISPLAY 'Réservation du ',frs_date_jour,'/',
     -         frs_date_mois,'/',frs_date_annee,' à ',
     -         frs_heure_heure,'h',frs_heure_minute,' - ',
     -         frs_nbPersonnes,' personne(s)'
             PERFORM SAISIR_TYPE_OCCASION
             IF frs_prix > 0 THEN
               DISPLAY 'Commande déjà saisie : les extras ne sont '
     -           'plus modifiables'
               PERFORM LISTER_EXTRAS_RESA
             ELSE
               PERFORM SAISIR_EXTRAS_RESA
             END-IF
           END-IF
         END-IF
       END-READ
       CLOSE fExtrasCatalogue
       CLOSE fExtrasResa
       CLOSE fOccasionsResa
       CLOSE freservations
       DISPLAY '-====================================-'.

      ***SAISIR_TYPE_OCCASION********************************************
      *Type d'occasion et note de la réservation du tampon           *
      *(fOccasionsResa ouvert par l'appelant) ; le choix 0 retire    *
      *l'occasion enregistrée                                        *
      ****************************************************************
       SAISIR_TYPE_OCCASION.
       MOVE frs_id TO foc_idresa
       READ fOccasionsResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM LIBELLE_OCCASION
           DISPLAY 'Occasion enregistrée : ',WxtLibOccasion
           IF foc_note NOT = SPACE THEN
             DISPLAY '  ',foc_note
           END-IF
       END-READ
       MOVE 9 TO WxtAction
       PERFORM WITH TEST AFTER UNTIL WxtAction <= 4
         DISPLAY 'Occasion : 1 anniversaire, 2 anniversaire de '
     -     'mariage, 3 demande en mariage, 4 autre, 0 aucune'
         ACCEPT WxtAction
       END-PERFORM
       MOVE frs_id TO foc_idresa
       IF WxtAction = 0 THEN
         DELETE fOccasionsResa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             DISPLAY 'Occasion retirée'
             MOVE 'fOccasionsResa' TO WauditFichier
             MOVE foc_idresa TO WauditCle
             MOVE 'SUPPRESSION' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
         END-DELETE
       ELSE
         MOVE WxtAction TO foc_type
         DISPLAY 'Note pour la salle et la cuisine (prénom, âge, '
     -     'surprise...) :'
         MOVE SPACE TO foc_note
         ACCEPT foc_note
         WRITE occasionTampon
         IF foc_stat = 22 THEN
           REWRITE occasionTampon
         END-IF
         IF foc_stat = 0 THEN
           PERFORM LIBELLE_OCCASION
           DISPLAY 'Occasion enregistrée : ',WxtLibOccasion
           MOVE 'fOccasionsResa' TO WauditFichier
           MOVE foc_idresa TO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement'
         END-IF
       END-IF.

      ***LIBELLE_OCCASION************************************************
      *Traduit le type d'occasion foc_type en libellé lisible        *
      ****************************************************************
       LIBELLE_OCCASION.
       EVALUATE TRUE
         WHEN foc_anniversaire
           MOVE 'anniversaire' TO WxtLibOccasion
         WHEN foc_anniversaireMariage
           MOVE 'anniversaire de mariage' TO WxtLibOccasion
         WHEN foc_demandeMariage
           MOVE 'demande en mariage' TO WxtLibOccasion
         WHEN OTHER
           MOVE 'autre occasion' TO WxtLibOccasion
       END-EVALUATE.

      ***SAISIR_EXTRAS_RESA**********************************************
      *Ajout et retrait des extras de la réservation du tampon       *
      *(fichiers ouverts par l'appelant) ; le délai restant avant le *
      *service (WxtJours, en jours) est comparé au délai de commande *
      *de chaque extra du catalogue                                  *
      ****************************************************************
       SAISIR_EXTRAS_RESA.
       ACCEPT WxtAujourdhui FROM DATE YYYYMMDD
       COMPUTE WxtDateService = frs_date_annee * 10000
     -   + frs_date_mois * 100 + frs_date_jour
       COMPUTE WxtJours = FUNCTION INTEGER-OF-DATE(WxtDateService)
     -   - FUNCTION INTEGER-OF-DATE(WxtAujourdhui)
       PERFORM LISTER_EXTRAS_RESA
       MOVE 9 TO WxtAction
       PERFORM WITH TEST AFTER UNTIL WxtAction = 0
         DISPLAY '1 - Ajouter un extra'
         DISPLAY '2 - Retirer un extra'
         DISPLAY '3 - Voir le catalogue des extras du restaurant'
         DISPLAY '0 - Terminer'
         ACCEPT WxtAction
         EVALUATE WxtAction
           WHEN 1
             PERFORM AJOUTER_EXTRA_RESA
           WHEN 2
             DISPLAY 'Numéro de la ligne à retirer :'
             ACCEPT fxr_num
             MOVE frs_id TO fxr_idresa
             DELETE fExtrasResa
               INVALID KEY
                 DISPLAY 'Ligne inconnue'
               NOT INVALID KEY
                 DISPLAY 'Extra retiré de la réservation'
                 MOVE 'fExtrasResa' TO WauditFichier
                 MOVE fxr_cle TO WauditCle
                 MOVE 'SUPPRESSION' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
             END-DELETE
           WHEN 3
             MOVE frs_idrest TO fxa_idrest
             MOVE SPACE TO fxa_code
             MOVE 0 TO WxtFin
             START fExtrasCatalogue, KEY IS >= fxa_cle
               INVALID KEY MOVE 1 TO WxtFin
             END-START
             PERFORM UNTIL WxtFin = 1
               READ fExtrasCatalogue NEXT
               AT END MOVE 1 TO WxtFin
               NOT AT END
                 IF fxa_idrest NOT = frs_idrest THEN
                   MOVE 1 TO WxtFin
                 ELSE
                   DISPLAY '  ',fxa_code,' - ',fxa_libelle,' : ',
     -               fxa_prix,' EUR, délai ',fxa_delaiJours,' j'
                 END-IF
             END-PERFORM
         END-EVALUATE
       END-PERFORM.

      ***AJOUTER_EXTRA_RESA**********************************************
      *Ajoute à la réservation du tampon un extra du catalogue de son*
      *restaurant, refusé si son délai de commande dépasse le délai  *
      *restant avant le service ; prix, TVA, fournisseur et passage en*
      *cuisine sont figés sur la ligne au moment de la demande       *
      ****************************************************************
       AJOUTER_EXTRA_RESA.
       MOVE frs_idrest TO fxa_idrest
       DISPLAY 'Code de l''extra :'
       MOVE SPACE TO fxa_code
       ACCEPT fxa_code
       READ fExtrasCatalogue
         INVALID KEY
           DISPLAY 'Extra absent du catalogue du restaurant'
         NOT INVALID KEY
           IF WxtJours < fxa_delaiJours THEN
             DISPLAY 'Extra refusé : ',fxa_libelle,' se commande ',
     -         fxa_delaiJours,' jour(s) avant le service'
           ELSE
             MOVE 0 TO WxtQte
             PERFORM WITH TEST AFTER UNTIL WxtQte >= 1
               DISPLAY 'Quantité :'
               ACCEPT WxtQte
             END-PERFORM
             ADD 1 TO WxtNum
             MOVE frs_id TO fxr_idresa
             MOVE WxtNum TO fxr_num
             MOVE fxa_code TO fxr_code
             MOVE fxa_libelle TO fxr_libelle
             MOVE WxtQte TO fxr_qte
             MOVE fxa_prix TO fxr_prix
             MOVE fxa_catTVA TO fxr_catTVA
             MOVE fxa_cuisine TO fxr_cuisine
             MOVE fxa_fournisseur TO fxr_fournisseur
             MOVE WxtAujourdhui TO fxr_dateSaisie
             DISPLAY 'Message (inscription, carte...) :'
             MOVE SPACE TO fxr_message
             ACCEPT fxr_message
             WRITE extraResaTampon
             IF fxr_stat = 0 THEN
               DISPLAY 'Ligne ',fxr_num,' : ',fxr_qte,' x ',
     -           fxr_libelle,' ajoutée'
               MOVE 'fExtrasResa' TO WauditFichier
               MOVE fxr_cle TO WauditCle
               MOVE 'AJOUT' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de l''enregistrement'
             END-IF
           END-IF
       END-READ.

      ***LISTER_EXTRAS_RESA**********************************************
      *Affiche les extras demandés pour la réservation du tampon     *
      *(fExtrasResa ouvert par l'appelant) et laisse dans WxtNum le  *
      *numéro de la dernière ligne                                   *
      ****************************************************************
       LISTER_EXTRAS_RESA.
       MOVE 0 TO WxtNum
       MOVE frs_id TO fxr_idresa
       MOVE 0 TO fxr_num
       MOVE 0 TO WxtFin
       START fExtrasResa, KEY IS >= fxr_cle
         INVALID KEY MOVE 1 TO WxtFin
       END-START
       PERFORM UNTIL WxtFin = 1
         READ fExtrasResa NEXT
         AT END MOVE 1 TO WxtFin
         NOT AT END
           IF fxr_idresa NOT = frs_id THEN
             MOVE 1 TO WxtFin
           ELSE
             MOVE fxr_num TO WxtNum
             DISPLAY '  ',fxr_num,' - ',fxr_qte,' x ',fxr_libelle,
     -         ' à ',fxr_prix,' EUR'
             IF fxr_message NOT = SPACE THEN
               DISPLAY '      ',fxr_message
             END-IF
           END-IF
       END-PERFORM.

      ***FACTURER_EXTRAS_OCCASION****************************************
      *Ajoute au total de la commande en cours les extras demandés pour*
      *la réservation du tampon, au prix et au taux de TVA figés lors*
      *de la demande ; WxtTotal porte le montant des extras          *
      ****************************************************************
       FACTURER_EXTRAS_OCCASION.
       MOVE 0 TO WxtTotal
       OPEN INPUT fExtrasResa
       MOVE frs_id TO fxr_idresa
       MOVE 0 TO fxr_num
       MOVE 0 TO WxtFin
       START fExtrasResa, KEY IS >= fxr_cle
         INVALID KEY MOVE 1 TO WxtFin
       END-START
       PERFORM UNTIL WxtFin = 1
         READ fExtrasResa NEXT
         AT END MOVE 1 TO WxtFin
         NOT AT END
           IF fxr_idresa NOT = frs_id THEN
             MOVE 1 TO WxtFin
           ELSE
             COMPUTE WxtMontant = fxr_qte * fxr_prix
             ADD WxtMontant TO WprixTotal
             ADD WxtMontant TO WxtTotal
             MOVE fxr_catTVA TO WtvaCat
             MOVE WxtMontant TO WtvaMontant
             PERFORM AJOUTER_BASE_TVA
             DISPLAY 'Extra ',fxr_qte,' x ',fxr_libelle,' : ',
     -         WxtMontant,' EUR'
           END-IF
       END-PERFORM
       CLOSE fExtrasResa
       IF WxtTotal > 0 THEN
         DISPLAY 'Extras de l''occasion : ',WxtTotal,' EUR'
       END-IF.

      ***AFFICHER_EXTRAS_FACTURE*****************************************
      *Imprime sur la facture une ligne par extra de la réservation du*
      *tampon, dans le ticket (WfacModeFichier = 1) ou à l'écran ; sert*
      *aussi aux duplicatas                                          *
      ****************************************************************
       AFFICHER_EXTRAS_FACTURE.
       OPEN INPUT fExtrasResa
       MOVE frs_id TO fxr_idresa
       MOVE 0 TO fxr_num
       MOVE 0 TO WxtFin
       START fExtrasResa, KEY IS >= fxr_cle
         INVALID KEY MOVE 1 TO WxtFin
       END-START
       PERFORM UNTIL WxtFin = 1
         READ fExtrasResa NEXT
         AT END MOVE 1 TO WxtFin
         NOT AT END
           IF fxr_idresa NOT = frs_id THEN
             MOVE 1 TO WxtFin
           ELSE
             COMPUTE WxtMontant = fxr_qte * fxr_prix
             IF WfacModeFichier = 1 THEN
               MOVE SPACE TO ticketLigne
               STRING 'Extra ' fxr_qte ' x ' fxr_libelle ' : '
     -           WxtMontant ' EUR' DELIMITED BY SIZE
     -           INTO ticketLigne
               WRITE ticketLigne
               MOVE SPACE TO ticketLigne
             ELSE
               DISPLAY 'Extra ',fxr_qte,' x ',fxr_libelle,' : ',
     -           WxtMontant,' EUR'
             END-IF
           END-IF
       END-PERFORM
       CLOSE fExtrasResa.

      ***AFFICHER_TACHES_OCCASION****************************************
      *Tâches de préparation de la réservation WxtIdResa pour le     *
      *tableau des arrivées : occasion avec sa note et extras à      *
      *mettre en place (fOccasionsResa et fExtrasResa ouverts par    *
      *l'appelant), comptées dans WxtNbTaches                        *
      ****************************************************************
       AFFICHER_TACHES_OCCASION.
       MOVE WxtIdResa TO foc_idresa
       READ fOccasionsResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ADD 1 TO WxtNbTaches
           PERFORM LIBELLE_OCCASION
           DISPLAY '      occasion : ',WxtLibOccasion,' ',foc_note
       END-READ
       MOVE WxtIdResa TO fxr_idresa
       MOVE 0 TO fxr_num
       MOVE 0 TO WxtFin
       START fExtrasResa, KEY IS >= fxr_cle
         INVALID KEY MOVE 1 TO WxtFin
       END-START
       PERFORM UNTIL WxtFin = 1
         READ fExtrasResa NEXT
         AT END MOVE 1 TO WxtFin
         NOT AT END
           IF fxr_idresa NOT = WxtIdResa THEN
             MOVE 1 TO WxtFin
           ELSE
             ADD 1 TO WxtNbTaches
             DISPLAY '      à préparer : ',fxr_qte,' x ',
     -         fxr_libelle,' ',fxr_message
           END-IF
       END-PERFORM.

      ***RELEVER_EXTRAS_PRODUCTION***************************************
      *Relève pour la feuille de production l'occasion de la         *
      *réservation du tampon et ses extras passant par la cuisine    *
      *(table WxpEntry, fichiers ouverts par l'appelant)             *
      ****************************************************************
       RELEVER_EXTRAS_PRODUCTION.
       MOVE frs_id TO foc_idresa
       READ fOccasionsResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF WxpNb < 100 THEN
             ADD 1 TO WxpNb
             PERFORM LIBELLE_OCCASION
             MOVE frs_heure TO WxpHeure(WxpNb)
             MOVE frs_id TO WxpIdResa(WxpNb)
             MOVE WxtLibOccasion TO WxpLibelle(WxpNb)
             MOVE 0 TO WxpQte(WxpNb)
             MOVE foc_note TO WxpMessage(WxpNb)
           END-IF
       END-READ
       MOVE frs_id TO fxr_idresa
       MOVE 0 TO fxr_num
       MOVE 0 TO WxtFin
       START fExtrasResa, KEY IS >= fxr_cle
         INVALID KEY MOVE 1 TO WxtFin
       END-START
       PERFORM UNTIL WxtFin = 1
         READ fExtrasResa NEXT
         AT END MOVE 1 TO WxtFin
         NOT AT END
           IF fxr_idresa NOT = frs_id THEN
             MOVE 1 TO WxtFin
           ELSE
             IF fxr_cuisine = 1 AND WxpNb < 100 THEN
               ADD 1 TO WxpNb
               MOVE frs_heure TO WxpHeure(WxpNb)
               MOVE frs_id TO WxpIdResa(WxpNb)
               MOVE fxr_libelle TO WxpLibelle(WxpNb)
               MOVE fxr_qte TO WxpQte(WxpNb)
               MOVE fxr_message TO WxpMessage(WxpNb)
             END-IF
           END-IF
       END-PERFORM.

      ***ECRIRE_EXTRAS_PRODUCTION****************************************
      *Complète la feuille de production avec les occasions spéciales*
      *et les extras à préparer en cuisine pour demain, par heure de *
      *service (fTicket ouvert par l'appelant)                       *
      ****************************************************************
       ECRIRE_EXTRAS_PRODUCTION.
       IF WxpNb > 1 THEN
         MOVE 1 TO WxpIdx
         PERFORM WITH TEST AFTER UNTIL WxpIdx >= WxpNb
           MOVE 1 TO WxpIdx2
           PERFORM WITH TEST AFTER UNTIL WxpIdx2 >= WxpNb
             IF WxpHeure(WxpIdx2) > WxpHeure(WxpIdx2 + 1) THEN
               MOVE WxpEntry(WxpIdx2) TO WxpSwap
               MOVE WxpEntry(WxpIdx2 + 1) TO WxpEntry(WxpIdx2)
               MOVE WxpSwap TO WxpEntry(WxpIdx2 + 1)
             END-IF
             ADD 1 TO WxpIdx2
           END-PERFORM
           ADD 1 TO WxpIdx
         END-PERFORM
       END-IF
       IF WxpNb > 0 THEN
         MOVE 'Occasions spéciales et extras :' TO ticketLigne
         WRITE ticketLigne
         DISPLAY ticketLigne
         MOVE 1 TO WxpIdx
         PERFORM WITH TEST AFTER UNTIL WxpIdx > WxpNb
           MOVE SPACE TO ticketLigne
           IF WxpQte(WxpIdx) = 0 THEN
             STRING '  ' WxpHeure(WxpIdx) ' resa ' WxpIdResa(WxpIdx)
     -         ' - ' WxpLibelle(WxpIdx) ' : ' WxpMessage(WxpIdx)
     -         DELIMITED BY SIZE INTO ticketLigne
           ELSE
             STRING '  ' WxpHeure(WxpIdx) ' resa ' WxpIdResa(WxpIdx)
     -         ' - ' WxpQte(WxpIdx) ' x ' WxpLibelle(WxpIdx) ' : '
     -         WxpMessage(WxpIdx) DELIMITED BY SIZE INTO ticketLigne
           END-IF
           WRITE ticketLigne
           DISPLAY ticketLigne
           ADD 1 TO WxpIdx
         END-PERFORM
       END-IF.

      ***LISTER_EXTRAS_FOURNISSEURS**************************************
      *Liste hebdomadaire des extras à commander aux fournisseurs    *
      *extérieurs (fleuriste, pâtissier...) pour les réservations    *
      *confirmées des sept prochains jours d'un restaurant, regroupés*
      *par fournisseur puis par date et heure de service, avec le    *
      *message à transmettre ; écrite dans                           *
      *extras_fournisseurs_<restaurant>_<AAAAMMJJ>.txt               *
      ****************************************************************
       LISTER_EXTRAS_FOURNISSEURS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== EXTRAS A     ===========|'
       DISPLAY '|=========== COMMANDER    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         ACCEPT WxtAujourdhui FROM DATE YYYYMMDD
         COMPUTE WxtDateFin = FUNCTION DATE-OF-INTEGER(
     -     FUNCTION INTEGER-OF-DATE(WxtAujourdhui) + 6)
         MOVE 0 TO WxfNb
         OPEN INPUT freservations
         OPEN INPUT fExtrasResa
         MOVE WxtAujourdhui TO frs_dateISO
         MOVE 0 TO WxtFinResa
         START freservations, KEY IS >= frs_dateISO
           INVALID KEY MOVE 1 TO WxtFinResa
         END-START
         PERFORM UNTIL WxtFinResa = 1
           READ freservations NEXT
           AT END MOVE 1 TO WxtFinResa
           NOT AT END
             IF frs_dateISO > WxtDateFin THEN
               MOVE 1 TO WxtFinResa
             ELSE
               IF frs_idrest = WidRestSauv
     -            AND (frs_statut = 1 OR frs_statut = 5) THEN
                 PERFORM RELEVER_EXTRAS_FOURNISSEURS
               END-IF
             END-IF
         END-PERFORM
         CLOSE fExtrasResa
         CLOSE freservations
         IF WxfNb = 0 THEN
           DISPLAY 'Aucun extra à commander aux fournisseurs du ',
     -       WxtAujourdhui,' au ',WxtDateFin
         ELSE
           PERFORM IMPRIMER_EXTRAS_FOURNISSEURS
         END-IF
       END-IF.

      ***RELEVER_EXTRAS_FOURNISSEURS*************************************
      *Relève les extras de la réservation du tampon livrés par un   *
      *fournisseur extérieur (table WxfEntry, dont la clé de tri est *
      *fournisseur, date, heure)                                     *
      ****************************************************************
       RELEVER_EXTRAS_FOURNISSEURS.
       MOVE frs_id TO fxr_idresa
       MOVE 0 TO fxr_num
       MOVE 0 TO WxtFin
       START fExtrasResa, KEY IS >= fxr_cle
         INVALID KEY MOVE 1 TO WxtFin
       END-START
       PERFORM UNTIL WxtFin = 1
         READ fExtrasResa NEXT
         AT END MOVE 1 TO WxtFin
         NOT AT END
           IF fxr_idresa NOT = frs_id THEN
             MOVE 1 TO WxtFin
           ELSE
             IF fxr_fournisseur NOT = SPACE AND WxfNb < 200 THEN
               ADD 1 TO WxfNb
               MOVE fxr_fournisseur TO WxfFournisseur(WxfNb)
               MOVE frs_dateISO TO WxfDate(WxfNb)
               MOVE frs_heure TO WxfHeure(WxfNb)
               MOVE frs_id TO WxfIdResa(WxfNb)
               MOVE fxr_libelle TO WxfLibelle(WxfNb)
               MOVE fxr_qte TO WxfQte(WxfNb)
               MOVE fxr_message TO WxfMessage(WxfNb)
             END-IF
           END-IF
       END-PERFORM.

      ***IMPRIMER_EXTRAS_FOURNISSEURS************************************
      *Trie la table WxfEntry et imprime la liste des commandes      *
      *fournisseurs, un bloc par fournisseur                         *
      ****************************************************************
       IMPRIMER_EXTRAS_FOURNISSEURS.
       IF WxfNb > 1 THEN
         MOVE 1 TO WxfIdx
         PERFORM WITH TEST AFTER UNTIL WxfIdx >= WxfNb
           MOVE 1 TO WxfIdx2
           PERFORM WITH TEST AFTER UNTIL WxfIdx2 >= WxfNb
             IF WxfEntry(WxfIdx2) > WxfEntry(WxfIdx2 + 1) THEN
               MOVE WxfEntry(WxfIdx2) TO WxfSwap
               MOVE WxfEntry(WxfIdx2 + 1) TO WxfEntry(WxfIdx2)
               MOVE WxfSwap TO WxfEntry(WxfIdx2 + 1)
             END-IF
             ADD 1 TO WxfIdx2
           END-PERFORM
           ADD 1 TO WxfIdx
         END-PERFORM
       END-IF
       MOVE SPACE TO WNomFichierTicket
       STRING 'extras_fournisseurs_' WidRestSauv '_' WxtAujourdhui
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Extras à commander du ' WxtAujourdhui ' au '
     -     WxtDateFin ' - restaurant ' WidRestSauv
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne
       MOVE SPACE TO WxfFournPrec
       MOVE 1 TO WxfIdx
       PERFORM WITH TEST AFTER UNTIL WxfIdx > WxfNb
         IF WxfFournisseur(WxfIdx) NOT = WxfFournPrec THEN
           MOVE WxfFournisseur(WxfIdx) TO WxfFournPrec
           MOVE SPACE TO ticketLigne
           STRING 'Fournisseur : ' WxfFournPrec
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
         END-IF
         MOVE SPACE TO ticketLigne
         STRING '  ' WxfDate(WxfIdx) ' ' WxfHeure(WxfIdx)
     -     ' resa ' WxfIdResa(WxfIdx) ' : ' WxfQte(WxfIdx) ' x '
     -     WxfLibelle(WxfIdx) DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         DISPLAY ticketLigne
         IF WxfMessage(WxfIdx) NOT = SPACE THEN
           MOVE SPACE TO ticketLigne
           STRING '      message : ' WxfMessage(WxfIdx)
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
         END-IF
         ADD 1 TO WxfIdx
       END-PERFORM
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY 'Liste écrite : ',WNomFichierTicket
       MOVE 'EXTRAS FOURNISSEURS' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***CHOISIR_EMETTEUR_TITRE******************************************
      *Emetteur WttEmetteur des titres restaurant d'un paiement en mode*
      *3, pris dans dataemetteurstitres.dat ; 0 laisse l'émetteur à  *
      *préciser avant la remise (référentiel vide ou émetteur inconnu*
      *de la caisse)                                                 *
      ****************************************************************
       CHOISIR_EMETTEUR_TITRE.
       MOVE 0 TO WttEmetteur
       MOVE 0 TO WttNbEmetteurs
       OPEN INPUT fEmetteursTitres
       MOVE 0 TO WttFin
       PERFORM UNTIL WttFin = 1
         READ fEmetteursTitres NEXT
         AT END MOVE 1 TO WttFin
         NOT AT END
           ADD 1 TO WttNbEmetteurs
           DISPLAY '  ',fem_code,' - ',fem_nom
         END-READ
       END-PERFORM
       IF WttNbEmetteurs = 0 THEN
         DISPLAY 'Aucun émetteur de titres enregistré : émetteur à '
     -     'préciser avant la remise'
       ELSE
         MOVE 0 TO WttTrouve
         PERFORM WITH TEST AFTER UNTIL WttTrouve = 1
           DISPLAY 'Emetteur des titres (code, 0 : à préciser) :'
           ACCEPT WttEmetteur
           IF WttEmetteur = 0 THEN
             MOVE 1 TO WttTrouve
           ELSE
             MOVE WttEmetteur TO fem_code
             READ fEmetteursTitres
               INVALID KEY
                 DISPLAY 'Emetteur inconnu'
               NOT INVALID KEY
                 MOVE 1 TO WttTrouve
             END-READ
           END-IF
         END-PERFORM
       END-IF
       CLOSE fEmetteursTitres.

      ***GERER_TITRES_RESTAURANT*****************************************
      *Suivi des titres restaurant encaissés (paiements en mode 3) : *
      *émetteurs et leurs conditions, bordereaux de remise par       *
      *restaurant et par émetteur (databordereauxtitres.dat),        *
      *règlement de l'émetteur avec commission et titres rejetés,    *
      *encours par émetteur et émetteur manquant d'un paiement       *
      ****************************************************************
       GERER_TITRES_RESTAURANT.
       DISPLAY '|====================================|'
       DISPLAY '|=========== TITRES       ===========|'
       DISPLAY '|===========  RESTAURANT  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WttAction
       PERFORM WITH TEST AFTER UNTIL WttAction = 0
         DISPLAY '1 - Emetteurs de titres restaurant'
         DISPLAY '2 - Etablir les bordereaux de remise d''un '
     -     'restaurant'
         DISPLAY '3 - Enregistrer le règlement d''un bordereau'
         DISPLAY '4 - Bordereaux d''un restaurant'
         DISPLAY '5 - Encours par émetteur'
         DISPLAY '6 - Préciser l''émetteur d''un paiement en titres'
         DISPLAY '0 - Terminer'
         ACCEPT WttAction
         EVALUATE WttAction
          WHEN 1
           PERFORM GERER_EMETTEURS_TITRES
          WHEN 2
           PERFORM ETABLIR_BORDEREAUX_TITRES
          WHEN 3
           PERFORM ENREGISTRER_REGLEMENT_TITRES
          WHEN 4
           PERFORM LISTER_BORDEREAUX_TITRES
          WHEN 5
           PERFORM IMPRIMER_ENCOURS_TITRES
          WHEN 6
           PERFORM PRECISER_EMETTEUR_PAIEMENT
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'.

      ***GERER_EMETTEURS_TITRES******************************************
      *Création ou modification d'un émetteur de titres (nom, taux de*
      *commission convenu en pourcentage, délai de règlement en jours)*
      *ou liste des émetteurs avec le code 0                         *
      ****************************************************************
       GERER_EMETTEURS_TITRES.
       DISPLAY 'Code de l''émetteur (1-99, 0 : liste) :'
       ACCEPT WttCode
       OPEN I-O fEmetteursTitres
       IF WttCode = 0 THEN
         MOVE 0 TO fem_code
         START fEmetteursTitres, KEY IS >= fem_code
         INVALID KEY
           DISPLAY 'Aucun émetteur enregistré'
         NOT INVALID KEY
           MOVE 0 TO WttFin
           PERFORM WITH TEST AFTER UNTIL WttFin = 1
             READ fEmetteursTitres NEXT
             AT END MOVE 1 TO WttFin
             NOT AT END
               DISPLAY fem_code,' - ',fem_nom,' - commission ',
     -           fem_tauxCommission,' % - règlement à ',
     -           fem_delaiJours,' jours'
             END-READ
           END-PERFORM
         END-START
       ELSE
         MOVE WttCode TO fem_code
         READ fEmetteursTitres
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             DISPLAY 'Emetteur existant (',fem_nom,'), il sera '
     -         'modifié'
         END-READ
         MOVE WttCode TO fem_code
         DISPLAY 'Nom de l''émetteur :'
         ACCEPT fem_nom
         DISPLAY 'Taux de commission (pourcentage) :'
         ACCEPT fem_tauxCommission
         DISPLAY 'Délai de règlement convenu (jours) :'
         ACCEPT fem_delaiJours
         WRITE emetteurTampon
         IF fem_stat = 22 THEN
           REWRITE emetteurTampon
         END-IF
         IF fem_stat = 0 THEN
           DISPLAY 'Emetteur ',fem_code,' enregistré'
           MOVE 'fEmetteursTitre' TO WauditFichier
           MOVE fem_code TO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement'
         END-IF
       END-IF
       CLOSE fEmetteursTitres.

      ***ETABLIR_BORDEREAUX_TITRES***************************************
      *Remise des titres d'un restaurant : les paiements en titres non*
      *annulés, encore au tiroir (sans bordereau) et encaissés jusqu'à*
      *la date limite sont regroupés par émetteur ; après confirmation,*
      *chaque émetteur reçoit un bordereau numéroté par restaurant   *
      *(séquence BTR<restaurant>), ses paiements sont marqués du numéro*
      *et le bordereau est imprimé. Les paiements sans émetteur restent*
      *au tiroir et sont signalés                                    *
      ****************************************************************
       ETABLIR_BORDEREAUX_TITRES.
       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         ACCEPT WttAujourdhui FROM DATE YYYYMMDD
         DISPLAY 'Remettre les titres encaissés jusqu''au '
     -     '(AAAAMMJJ, 0 : aujourd''hui) :'
         MOVE 0 TO WttDateLimite
         ACCEPT WttDateLimite
         IF WttDateLimite = 0 OR WttDateLimite > WttAujourdhui THEN
           MOVE WttAujourdhui TO WttDateLimite
         END-IF
         INITIALIZE WtabTitres
         MOVE 0 TO WttNbSansEmetteur
         MOVE 0 TO WttNbBordereaux
         OPEN INPUT fPaiements
         OPEN INPUT freservations
         MOVE 0 TO WttFinPay
         PERFORM UNTIL WttFinPay = 1
           READ fPaiements NEXT
           AT END MOVE 1 TO WttFinPay
           NOT AT END
             PERFORM TITRE_A_REMETTRE
             IF WttOK = 1 THEN
               IF fpay_emetteur = 0 THEN
                 ADD 1 TO WttNbSansEmetteur
               ELSE
                 COMPUTE WttIdx = fpay_emetteur + 1
                 IF WttNbTiroir(WttIdx) = 0 THEN
                   ADD 1 TO WttNbBordereaux
                 END-IF
                 ADD 1 TO WttNbTiroir(WttIdx)
                 ADD fpay_montant TO WttMtTiroir(WttIdx)
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE freservations
         CLOSE fPaiements
         IF WttNbSansEmetteur > 0 THEN
           DISPLAY WttNbSansEmetteur,' paiement(s) en titres sans '
     -       'émetteur restent au tiroir (option 6 pour le préciser)'
         END-IF
         IF WttNbBordereaux = 0 THEN
           DISPLAY 'Aucun titre à remettre jusqu''au ',WttDateLimite
         ELSE
           PERFORM CONFIRMER_BORDEREAUX_TITRES
         END-IF
       END-IF.

      ***TITRE_A_REMETTRE************************************************
      *WttOK = 1 si le paiement du tampon est un paiement en titres non*
      *annulé, sans bordereau, encaissé au plus tard le WttDateLimite,*
      *pour une réservation du restaurant WidRestSauv (freservations *
      *ouvert par l'appelant)                                        *
      ****************************************************************
       TITRE_A_REMETTRE.
       MOVE 0 TO WttOK
       IF fpay_mode = 3 AND fpay_valide AND fpay_numBordereau = 0
     -    AND fpay_date <= WttDateLimite THEN
         MOVE fpay_idresa TO frs_id
         READ freservations
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF frs_idrest = WidRestSauv THEN
               MOVE 1 TO WttOK
             END-IF
         END-READ
       END-IF.

      ***CONFIRMER_BORDEREAUX_TITRES*************************************
      *Affiche les titres au tiroir par émetteur et, après           *
      *confirmation, établit un bordereau par émetteur               *
      ****************************************************************
       CONFIRMER_BORDEREAUX_TITRES.
       OPEN INPUT fEmetteursTitres
       DISPLAY 'Titres au tiroir jusqu''au ',WttDateLimite,' :'
       MOVE 1 TO WttIdx
       PERFORM WITH TEST AFTER UNTIL WttIdx >= 100
         IF WttNbTiroir(WttIdx + 1) > 0 THEN
           MOVE WttIdx TO fem_code
           READ fEmetteursTitres
             INVALID KEY
               MOVE SPACE TO fem_nom
           END-READ
           DISPLAY '  ',fem_code,' - ',fem_nom,' : ',
     -       WttNbTiroir(WttIdx + 1),' paiement(s), ',
     -       WttMtTiroir(WttIdx + 1),' EUR'
         END-IF
         ADD 1 TO WttIdx
       END-PERFORM
       CLOSE fEmetteursTitres
       MOVE 9 TO WttOK
       PERFORM WITH TEST AFTER UNTIL WttOK = 0 OR WttOK = 1
         DISPLAY 'Etablir les ',WttNbBordereaux,' bordereau(x) ? '
     -     '1:oui, 0:non'
         ACCEPT WttOK
       END-PERFORM
       IF WttOK = 1 THEN
         OPEN I-O fBordereauxTitres
         OPEN I-O fPaiements
         OPEN INPUT freservations
         OPEN INPUT fEmetteursTitres
         MOVE 1 TO WttIdx
         PERFORM WITH TEST AFTER UNTIL WttIdx >= 100
           IF WttNbTiroir(WttIdx + 1) > 0 THEN
             PERFORM REMETTRE_TITRES_EMETTEUR
           END-IF
           ADD 1 TO WttIdx
         END-PERFORM
         CLOSE fEmetteursTitres
         CLOSE freservations
         CLOSE fPaiements
         CLOSE fBordereauxTitres
       END-IF.

      ***REMETTRE_TITRES_EMETTEUR****************************************
      *Bordereau de l'émetteur WttIdx : numéro suivant de la séquence*
      *du restaurant (amorcée au plus grand numéro déjà attribué),   *
      *paiements au tiroir marqués du numéro, enregistrement du      *
      *bordereau et impression (fichiers ouverts par l'appelant)     *
      ****************************************************************
       REMETTRE_TITRES_EMETTEUR.
       MOVE SPACE TO WseqNom
       STRING 'BTR' WidRestSauv DELIMITED BY SIZE INTO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 0 TO WseqValeur
         MOVE WidRestSauv TO fbt_idrest
         MOVE 0 TO fbt_num
         MOVE 0 TO WttFin
         START fBordereauxTitres, KEY IS >= fbt_cle
           INVALID KEY MOVE 1 TO WttFin
         END-START
         PERFORM UNTIL WttFin = 1
           READ fBordereauxTitres NEXT
           AT END MOVE 1 TO WttFin
           NOT AT END
             IF fbt_idrest NOT = WidRestSauv THEN
               MOVE 1 TO WttFin
             ELSE
               MOVE fbt_num TO WseqValeur
             END-IF
           END-READ
         END-PERFORM
         ADD 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO WttNum
       MOVE WttNum TO WttNumBord(WttIdx + 1)
       MOVE 0 TO WttNbRemis(WttIdx + 1)
       MOVE 0 TO WttMtRemis(WttIdx + 1)
       MOVE 0 TO fpay_id
       MOVE 0 TO WttFinPay
       START fPaiements, KEY IS >= fpay_id
         INVALID KEY MOVE 1 TO WttFinPay
       END-START
       PERFORM UNTIL WttFinPay = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WttFinPay
         NOT AT END
           PERFORM TITRE_A_REMETTRE
           IF WttOK = 1 AND fpay_emetteur = WttIdx THEN
             MOVE WttNum TO fpay_numBordereau
             REWRITE payTampon
             IF fpay_stat = 0 THEN
               ADD 1 TO WttNbRemis(WttIdx + 1)
               ADD fpay_montant TO WttMtRemis(WttIdx + 1)
               MOVE 'fPaiements' TO WauditFichier
               MOVE fpay_id TO WauditCle
               MOVE 'REMISE' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             END-IF
           END-IF
         END-READ
       END-PERFORM
       IF WttNbRemis(WttIdx + 1) > 0 THEN
         MOVE WidRestSauv TO fbt_idrest
         MOVE WttNum TO fbt_num
         MOVE WttIdx TO fbt_emetteur
         MOVE WttAujourdhui TO fbt_date
         MOVE WttNbRemis(WttIdx + 1) TO fbt_nbTitres
         MOVE WttMtRemis(WttIdx + 1) TO fbt_montant
         MOVE 1 TO fbt_statut
         MOVE 0 TO fbt_dateReglement
         MOVE 0 TO fbt_montantRegle
         MOVE 0 TO fbt_commission
         MOVE 0 TO fbt_nbRejetes
         MOVE 0 TO fbt_montantRejete
         MOVE SPACE TO fbt_refReglement
         MOVE 0 TO fbt_rapproche
         MOVE WSessionPseudo TO fbt_etabliPar
         WRITE bordereauTampon
         IF fbt_stat = 0 THEN
           DISPLAY 'Bordereau ',fbt_num,' établi : ',fbt_nbTitres,
     -       ' paiement(s), ',fbt_montant,' EUR'
           MOVE 'fBordereauxTitr' TO WauditFichier
           MOVE fbt_cle TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           PERFORM IMPRIMER_BORDEREAU_TITRES
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement du bordereau ',
     -       WttNum
         END-IF
       END-IF.

      ***IMPRIMER_BORDEREAU_TITRES***************************************
      *Imprime le bordereau du tampon bordereauTampon avec le détail de*
      *ses paiements (et leur rejet éventuel) et son règlement dans  *
      *bordereau_titres_<restaurant>_<numéro>.txt (fPaiements,       *
      *freservations et fEmetteursTitres ouverts par l'appelant)     *
      ****************************************************************
       IMPRIMER_BORDEREAU_TITRES.
       MOVE fbt_emetteur TO fem_code
       READ fEmetteursTitres
         INVALID KEY
           MOVE SPACE TO fem_nom
       END-READ
       MOVE SPACE TO WNomFichierTicket
       STRING 'bordereau_titres_' fbt_idrest '_' fbt_num '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'BORDEREAU DE REMISE DE TITRES RESTAURANT ' fbt_num
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Restaurant ' fbt_idrest ' - remis le ' fbt_date
     -   ' par ' fbt_etabliPar DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Emetteur ' fbt_emetteur ' - ' fem_nom
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE 0 TO fpay_id
       MOVE 0 TO WttFinPay
       START fPaiements, KEY IS >= fpay_id
         INVALID KEY MOVE 1 TO WttFinPay
       END-START
       PERFORM UNTIL WttFinPay = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WttFinPay
         NOT AT END
           PERFORM TITRE_DU_BORDEREAU
           IF WttOK = 1 THEN
             MOVE SPACE TO ticketLigne
             IF fpay_titreRejete THEN
               STRING '  Paiement ' fpay_id ' du ' fpay_date ' : '
     -           fpay_montant ' EUR - REJETE'
     -           DELIMITED BY SIZE INTO ticketLigne
             ELSE
               STRING '  Paiement ' fpay_id ' du ' fpay_date ' : '
     -           fpay_montant ' EUR'
     -           DELIMITED BY SIZE INTO ticketLigne
             END-IF
             WRITE ticketLigne
           END-IF
         END-READ
       END-PERFORM
       MOVE SPACE TO ticketLigne
       STRING 'Total remis : ' fbt_nbTitres ' paiement(s), '
     -     fbt_montant ' EUR' DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       IF fbt_regle THEN
         MOVE SPACE TO ticketLigne
         STRING 'Réglé le ' fbt_dateReglement ' : net '
     -     fbt_montantRegle ' EUR, commission ' fbt_commission
     -     ' EUR, ' fbt_nbRejetes ' rejeté(s) pour '
     -     fbt_montantRejete ' EUR - réf. ' fbt_refReglement
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
       END-IF
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY 'Bordereau écrit : ',WNomFichierTicket
       MOVE 'BORDEREAU TITRES' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      ***TITRE_DU_BORDEREAU**********************************************
      *WttOK = 1 si le paiement du tampon figure sur le bordereau du *
      *tampon bordereauTampon : titres de son émetteur portant son   *
      *numéro, pour une réservation de son restaurant (freservations *
      *ouvert par l'appelant)                                        *
      ****************************************************************
       TITRE_DU_BORDEREAU.
       MOVE 0 TO WttOK
       IF fpay_mode = 3 AND fpay_numBordereau = fbt_num
     -    AND fpay_emetteur = fbt_emetteur THEN
         MOVE fpay_idresa TO frs_id
         READ freservations
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF frs_idrest = fbt_idrest THEN
               MOVE 1 TO WttOK
             END-IF
         END-READ
       END-IF.

      ***ENREGISTRER_REGLEMENT_TITRES************************************
      *Règlement d'un bordereau remis par son émetteur : les paiements*
      *dont les titres sont rejetés sont d'abord marqués, puis le    *
      *montant net reçu, la date et la référence du règlement sont   *
      *saisis ; la commission retenue (montant remis - titres rejetés -*
      *net reçu) est comparée à la commission théorique du taux de   *
      *l'émetteur. Un net supérieur au montant accepté, ou une date de*
      *règlement dans une période comptable close, est refusé        *
      ****************************************************************
       ENREGISTRER_REGLEMENT_TITRES.
       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         DISPLAY 'Numéro du bordereau réglé :'
         ACCEPT WttNum
         OPEN I-O fBordereauxTitres
         MOVE WidRestSauv TO fbt_idrest
         MOVE WttNum TO fbt_num
         READ fBordereauxTitres
           INVALID KEY
             DISPLAY 'Aucun bordereau ne porte ce numéro'
           NOT INVALID KEY
             IF fbt_regle THEN
               DISPLAY 'Bordereau déjà réglé le ',fbt_dateReglement,
     -           ' (',fbt_montantRegle,' EUR)'
             ELSE
               PERFORM REGLER_BORDEREAU_TITRES
             END-IF
         END-READ
         CLOSE fBordereauxTitres
       END-IF.

      ***REGLER_BORDEREAU_TITRES*****************************************
      *Saisie du règlement du bordereau du tampon bordereauTampon    *
      *(fBordereauxTitres ouvert par l'appelant)                     *
      ****************************************************************
       REGLER_BORDEREAU_TITRES.
       OPEN INPUT fEmetteursTitres
       MOVE fbt_emetteur TO fem_code
       READ fEmetteursTitres
         INVALID KEY
           MOVE SPACE TO fem_nom
           MOVE 0 TO fem_tauxCommission
       END-READ
       CLOSE fEmetteursTitres
       DISPLAY 'Bordereau ',fbt_num,' du ',fbt_date,' - émetteur ',
     -     fem_nom
       DISPLAY fbt_nbTitres,' paiement(s) remis pour ',fbt_montant,
     -   ' EUR'
       OPEN I-O fPaiements
       OPEN INPUT freservations
       MOVE 1 TO WttIdPay
       PERFORM UNTIL WttIdPay = 0
         DISPLAY 'Paiement dont les titres sont rejetés par '
     -     'l''émetteur (0 : aucun autre) :'
         ACCEPT WttIdPay
         IF WttIdPay NOT = 0 THEN
           MOVE WttIdPay TO fpay_id
           READ fPaiements
             INVALID KEY
               DISPLAY 'Aucun paiement ne porte cet identifiant'
             NOT INVALID KEY
               PERFORM TITRE_DU_BORDEREAU
               IF WttOK = 0 THEN
                 DISPLAY 'Ce paiement ne figure pas sur le bordereau'
               ELSE
                 IF fpay_titreRejete THEN
                   DISPLAY 'Titres déjà rejetés'
                 ELSE
                   MOVE 1 TO fpay_rejete
                   REWRITE payTampon
                   IF fpay_stat = 0 THEN
                     DISPLAY 'Paiement ',fpay_id,' (',fpay_montant,
     -                 ' EUR) rejeté'
                     MOVE 'fPaiements' TO WauditFichier
                     MOVE fpay_id TO WauditCle
                     MOVE 'REJET' TO WauditOperation
                     PERFORM ENREGISTRER_AUDIT
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-IF
       END-PERFORM
       MOVE 0 TO WttNbRejetes
       MOVE 0 TO WttMtRejete
       MOVE 0 TO fpay_id
       MOVE 0 TO WttFinPay
       START fPaiements, KEY IS >= fpay_id
         INVALID KEY MOVE 1 TO WttFinPay
       END-START
       PERFORM UNTIL WttFinPay = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WttFinPay
         NOT AT END
           IF fpay_titreRejete THEN
             PERFORM TITRE_DU_BORDEREAU
             IF WttOK = 1 THEN
               ADD 1 TO WttNbRejetes
               ADD fpay_montant TO WttMtRejete
             END-IF
           END-IF
         END-READ
       END-PERFORM
       CLOSE freservations
       CLOSE fPaiements
       DISPLAY 'Titres rejetés : ',WttNbRejetes,' paiement(s) pour ',
     -     WttMtRejete,' EUR'
       DISPLAY 'Montant net réglé par l''émetteur :'
       MOVE 0 TO WttNet
       ACCEPT WttNet
       COMPUTE WttComm = fbt_montant - WttMtRejete - WttNet
       IF WttComm < 0 THEN
         DISPLAY 'Montant réglé supérieur au montant des titres '
     -     'acceptés : règlement refusé'
       ELSE
         ACCEPT WttAujourdhui FROM DATE YYYYMMDD
         DISPLAY 'Date du règlement (AAAAMMJJ, 0 : aujourd''hui) :'
         MOVE 0 TO WttDateRegl
         ACCEPT WttDateRegl
         IF WttDateRegl = 0 THEN
           MOVE WttAujourdhui TO WttDateRegl
         END-IF
         MOVE WttDateRegl TO WperDate
         MOVE fbt_idrest TO WperIdRest
         PERFORM VERIFIER_PERIODE_COMPTA
         IF WperOK = 1 THEN
           DISPLAY 'Référence du règlement (virement, avis) :'
           MOVE SPACE TO WttRef
           ACCEPT WttRef
           COMPUTE WttCommTheo ROUNDED = (fbt_montant - WttMtRejete)
     -       * fem_tauxCommission / 100
           COMPUTE WttEcart = WttComm - WttCommTheo
           MOVE 2 TO fbt_statut
           MOVE WttDateRegl TO fbt_dateReglement
           MOVE WttNet TO fbt_montantRegle
           MOVE WttComm TO fbt_commission
           MOVE WttNbRejetes TO fbt_nbRejetes
           MOVE WttMtRejete TO fbt_montantRejete
           MOVE WttRef TO fbt_refReglement
           MOVE 0 TO fbt_rapproche
           REWRITE bordereauTampon
           IF fbt_stat = 0 THEN
             DISPLAY 'Règlement enregistré : net ',fbt_montantRegle,
     -         ' EUR, commission retenue ',fbt_commission,' EUR'
             DISPLAY 'Commission au taux de l''émetteur (',
     -         fem_tauxCommission,' %) : ',WttCommTheo,
     -         ' EUR - écart ',WttEcart,' EUR'
             MOVE 'fBordereauxTitr' TO WauditFichier
             MOVE fbt_cle TO WauditCle
             MOVE 'REGLEMENT' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement du règlement'
           END-IF
         END-IF
       END-IF.

      ***LISTER_BORDEREAUX_TITRES****************************************
      *Bordereaux de remise d'un restaurant avec leur état (remis,   *
      *réglé, rapproché du relevé bancaire) et réimpression éventuelle*
      *d'un bordereau                                                *
      ****************************************************************
       LISTER_BORDEREAUX_TITRES.
       PERFORM RECHERCHER_RESTAURANT
       IF WvaleurOK = 1 THEN
         OPEN INPUT fBordereauxTitres
         MOVE WidRestSauv TO fbt_idrest
         MOVE 0 TO fbt_num
         MOVE 0 TO WttNbBordereaux
         MOVE 0 TO WttFin
         START fBordereauxTitres, KEY IS >= fbt_cle
           INVALID KEY MOVE 1 TO WttFin
         END-START
         PERFORM UNTIL WttFin = 1
           READ fBordereauxTitres NEXT
           AT END MOVE 1 TO WttFin
           NOT AT END
             IF fbt_idrest NOT = WidRestSauv THEN
               MOVE 1 TO WttFin
             ELSE
               ADD 1 TO WttNbBordereaux
               DISPLAY 'Bordereau ',fbt_num,' du ',fbt_date,
     -           ' - émetteur ',fbt_emetteur,' - ',fbt_nbTitres,
     -           ' paiement(s), ',fbt_montant,' EUR'
               IF fbt_regle THEN
                 IF fbt_rapproche = 1 THEN
                   DISPLAY '    réglé le ',fbt_dateReglement,
     -               ' : net ',fbt_montantRegle,' EUR, commission ',
     -               fbt_commission,' EUR, rejetés ',
     -               fbt_montantRejete,' EUR - rapproché'
                 ELSE
                   DISPLAY '    réglé le ',fbt_dateReglement,
     -               ' : net ',fbt_montantRegle,' EUR, commission ',
     -               fbt_commission,' EUR, rejetés ',
     -               fbt_montantRejete,' EUR - non rapproché'
                 END-IF
               ELSE
                 DISPLAY '    remis, en attente de règlement'
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE fBordereauxTitres
         IF WttNbBordereaux = 0 THEN
           DISPLAY 'Aucun bordereau pour ce restaurant'
         ELSE
           DISPLAY 'Bordereau à réimprimer (0 : aucun) :'
           MOVE 0 TO WttNum
           ACCEPT WttNum
           IF WttNum NOT = 0 THEN
             OPEN INPUT fBordereauxTitres
             MOVE WidRestSauv TO fbt_idrest
             MOVE WttNum TO fbt_num
             READ fBordereauxTitres
               INVALID KEY
                 DISPLAY 'Aucun bordereau ne porte ce numéro'
               NOT INVALID KEY
                 OPEN INPUT fPaiements
                 OPEN INPUT freservations
                 OPEN INPUT fEmetteursTitres
                 PERFORM IMPRIMER_BORDEREAU_TITRES
                 CLOSE fEmetteursTitres
                 CLOSE freservations
                 CLOSE fPaiements
             END-READ
             CLOSE fBordereauxTitres
           END-IF
         END-IF
       END-IF.

      ***IMPRIMER_ENCOURS_TITRES*****************************************
      *Encours des titres restaurant par émetteur, pour un restaurant*
      *ou pour tous ceux du périmètre du compte : titres au tiroir,  *
      *remis non réglés, dont en retard sur le délai de l'émetteur, net*
      *attendu après commission, et règlements reçus non encore      *
      *rapprochés du relevé bancaire ; écrit dans                    *
      *encours_titres_<AAAAMMJJ>.txt                                 *
      ****************************************************************
       IMPRIMER_ENCOURS_TITRES.
       DISPLAY 'Restaurant (0 : tous les restaurants de votre '
     -   'périmètre) :'
       MOVE 0 TO WttFiltreRest
       ACCEPT WttFiltreRest
       MOVE 1 TO WscopeOK
       IF WttFiltreRest NOT = 0 THEN
         MOVE WttFiltreRest TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
       END-IF
       IF WscopeOK = 1 THEN
         PERFORM CALCULER_ENCOURS_TITRES
         MOVE SPACE TO WNomFichierTicket
         STRING 'encours_titres_' WttAujourdhui '.txt'
     -     DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         IF WttFiltreRest = 0 THEN
           STRING 'ENCOURS TITRES RESTAURANT au ' WttAujourdhui
     -       DELIMITED BY SIZE INTO ticketLigne
         ELSE
           STRING 'ENCOURS TITRES RESTAURANT au ' WttAujourdhui
     -       ' - restaurant ' WttFiltreRest
     -       DELIMITED BY SIZE INTO ticketLigne
         END-IF
         WRITE ticketLigne
         DISPLAY ticketLigne
         PERFORM ECRIRE_ENCOURS_TITRES
         MOVE '======================================' TO ticketLigne
         WRITE ticketLigne
         CLOSE fTicket
         DISPLAY 'Etat écrit : ',WNomFichierTicket
         MOVE 'ENCOURS TITRES' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF.

      ***CALCULER_ENCOURS_TITRES*****************************************
      *Cumule par émetteur (table WttLig, indice code + 1) l'encours des*
      *titres du restaurant WttFiltreRest (0 : tous) dans le périmètre*
      *du compte : paiements au tiroir, bordereaux remis non réglés, en*
      *retard quand la date de remise plus le délai de l'émetteur est*
      *dépassée, net attendu au taux de l'émetteur, et règlements non*
      *rapprochés                                                    *
      ****************************************************************
       CALCULER_ENCOURS_TITRES.
       INITIALIZE WtabTitres
       MOVE 0 TO WttTotTiroir
       MOVE 0 TO WttTotRemis
       MOVE 0 TO WttTotRetard
       MOVE 0 TO WttTotAttendu
       MOVE 0 TO WttTotNonRap
       ACCEPT WttAujourdhui FROM DATE YYYYMMDD
       OPEN INPUT fPaiements
       OPEN INPUT freservations
       MOVE 0 TO WttFinPay
       PERFORM UNTIL WttFinPay = 1
         READ fPaiements NEXT
         AT END MOVE 1 TO WttFinPay
         NOT AT END
           IF fpay_mode = 3 AND fpay_valide
     -        AND fpay_numBordereau = 0 THEN
             MOVE fpay_idresa TO frs_id
             READ freservations
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE frs_idrest TO WscopeIdRest
                 PERFORM VERIFIER_PORTEE_SITE
                 IF WscopeOK = 1 AND (WttFiltreRest = 0
     -              OR frs_idrest = WttFiltreRest) THEN
                   COMPUTE WttIdx = fpay_emetteur + 1
                   ADD 1 TO WttNbTiroir(WttIdx)
                   ADD fpay_montant TO WttMtTiroir(WttIdx)
                   ADD fpay_montant TO WttTotTiroir
                 END-IF
             END-READ
           END-IF
         END-READ
       END-PERFORM
       CLOSE freservations
       CLOSE fPaiements
       OPEN INPUT fBordereauxTitres
       OPEN INPUT fEmetteursTitres
       MOVE 0 TO WttFin
       PERFORM UNTIL WttFin = 1
         READ fBordereauxTitres NEXT
         AT END MOVE 1 TO WttFin
         NOT AT END
           MOVE fbt_idrest TO WscopeIdRest
           PERFORM VERIFIER_PORTEE_SITE
           IF WscopeOK = 1 AND (WttFiltreRest = 0
     -        OR fbt_idrest = WttFiltreRest) THEN
             PERFORM CUMULER_BORDEREAU_ENCOURS
           END-IF
         END-READ
       END-PERFORM
       CLOSE fEmetteursTitres
       CLOSE fBordereauxTitres.

      ***CUMULER_BORDEREAU_ENCOURS***************************************
      *Ajoute le bordereau du tampon à l'encours de son émetteur     *
      *(fEmetteursTitres ouvert par l'appelant)                      *
      ****************************************************************
       CUMULER_BORDEREAU_ENCOURS.
       COMPUTE WttIdx = fbt_emetteur + 1
       IF fbt_remis THEN
         MOVE fbt_emetteur TO fem_code
         READ fEmetteursTitres
           INVALID KEY
             MOVE 0 TO fem_tauxCommission
             MOVE 0 TO fem_delaiJours
         END-READ
         ADD fbt_nbTitres TO WttNbRemis(WttIdx)
         ADD fbt_montant TO WttMtRemis(WttIdx)
         ADD fbt_montant TO WttTotRemis
         COMPUTE WttEcheance = FUNCTION DATE-OF-INTEGER(
     -     FUNCTION INTEGER-OF-DATE(fbt_date) + fem_delaiJours)
         IF WttEcheance < WttAujourdhui THEN
           ADD fbt_montant TO WttMtRetard(WttIdx)
           ADD fbt_montant TO WttTotRetard
         END-IF
         COMPUTE WttNet ROUNDED = fbt_montant
     -     - fbt_montant * fem_tauxCommission / 100
         ADD WttNet TO WttMtAttendu(WttIdx)
         ADD WttNet TO WttTotAttendu
       END-IF
       IF fbt_regle AND fbt_rapproche = 0 THEN
         ADD fbt_montantRegle TO WttMtNonRap(WttIdx)
         ADD fbt_montantRegle TO WttTotNonRap
       END-IF.

      ***ECRIRE_ENCOURS_TITRES*******************************************
      *Ecrit dans ticketLigne (fTicket ouvert par l'appelant) et affiche*
      *une ligne par émetteur ayant un encours, l'émetteur 0 regroupant*
      *les titres sans émetteur précisé, puis les totaux             *
      ****************************************************************
       ECRIRE_ENCOURS_TITRES.
       OPEN INPUT fEmetteursTitres
       MOVE 1 TO WttIdx
       PERFORM WITH TEST AFTER UNTIL WttIdx > 100
         IF WttMtTiroir(WttIdx) > 0 OR WttMtRemis(WttIdx) > 0
     -      OR WttMtNonRap(WttIdx) > 0 THEN
           COMPUTE fem_code = WttIdx - 1
           IF fem_code = 0 THEN
             MOVE 'émetteur à préciser' TO fem_nom
           ELSE
             READ fEmetteursTitres
               INVALID KEY
                 MOVE SPACE TO fem_nom
             END-READ
           END-IF
           MOVE SPACE TO ticketLigne
           STRING 'Emetteur ' fem_code ' - ' fem_nom
     -       DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
           MOVE SPACE TO ticketLigne
           STRING '  au tiroir ' WttMtTiroir(WttIdx) ' - remis '
     -       WttMtRemis(WttIdx) ' dont en retard '
     -       WttMtRetard(WttIdx) ' - net attendu '
     -       WttMtAttendu(WttIdx) ' - réglé non rapproché '
     -       WttMtNonRap(WttIdx) DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY ticketLigne
         END-IF
         ADD 1 TO WttIdx
       END-PERFORM
       CLOSE fEmetteursTitres
       MOVE SPACE TO ticketLigne
       STRING 'Total titres : au tiroir ' WttTotTiroir ' - remis '
     -     WttTotRemis ' dont en retard ' WttTotRetard
     -   ' - net attendu ' WttTotAttendu ' - réglé non rapproché '
     -     WttTotNonRap DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       DISPLAY ticketLigne.

      ***PRECISER_EMETTEUR_PAIEMENT**************************************
      *Renseigne l'émetteur d'un paiement en titres encore au tiroir *
      *enregistré sans émetteur (ou avec un émetteur erroné)         *
      ****************************************************************
       PRECISER_EMETTEUR_PAIEMENT.
       DISPLAY 'Identifiant du paiement en titres :'
       ACCEPT fpay_id
       OPEN I-O fPaiements
       READ fPaiements
         INVALID KEY
           DISPLAY 'Aucun paiement ne porte cet identifiant'
         NOT INVALID KEY
           MOVE 0 TO WttOK
           IF fpay_mode NOT = 3 OR fpay_annulee THEN
             DISPLAY 'Ce paiement n''est pas un paiement en titres '
     -         'valide'
           ELSE
             IF fpay_numBordereau > 0 THEN
               DISPLAY 'Titres déjà remis (bordereau ',
     -           fpay_numBordereau,')'
             ELSE
               OPEN INPUT freservations
               MOVE fpay_idresa TO frs_id
               READ freservations
                 INVALID KEY
                   DISPLAY 'Réservation du paiement introuvable'
                 NOT INVALID KEY
                   MOVE frs_idrest TO WscopeIdRest
                   PERFORM CONTROLER_PORTEE_SITE
                   MOVE WscopeOK TO WttOK
               END-READ
               CLOSE freservations
             END-IF
           END-IF
           IF WttOK = 1 THEN
             DISPLAY 'Paiement ',fpay_id,' du ',fpay_date,' : ',
     -         fpay_montant,' EUR - émetteur actuel ',fpay_emetteur
             PERFORM CHOISIR_EMETTEUR_TITRE
             IF WttEmetteur NOT = 0 THEN
               MOVE WttEmetteur TO fpay_emetteur
               REWRITE payTampon
               IF fpay_stat = 0 THEN
                 DISPLAY 'Emetteur du paiement enregistré'
                 MOVE 'fPaiements' TO WauditFichier
                 MOVE fpay_id TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
             END-IF
           END-IF
       END-READ
       CLOSE fPaiements.
