
       OPEN I-O fFournisseurs
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix <= 3
        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY '1 - Ajouter un fournisseur'
        DISPLAY '2 - Lister les fournisseurs'
        DISPLAY '3 - Paramétrer l''échange électronique (EDI)'
        ACCEPT Wchoix
       END-PERFORM
       EVALUATE Wchoix
           DISPLAY 'Adresse mail :'
           ACCEPT ffo_mail
           MOVE 1 TO ffo_actif
           PERFORM SAISIR_EDI_FOURNISSEUR
           WRITE fouTampon
           IF ffo_stat = 0 THEN
             DISPLAY 'Fournisseur ',ffo_id,' enregistré'
             NOT AT END
               DISPLAY ffo_id,' - ',ffo_nom,' - tel ',ffo_tel,
     -           ' - ',ffo_mail
               IF ffo_ediActif THEN
                 DISPLAY '     échange électronique, code client ',
     -             ffo_codeEdi
               END-IF
             END-READ
           END-PERFORM
         WHEN 3
           DISPLAY 'Identifiant du fournisseur :'
           ACCEPT ffo_id
           READ fFournisseurs
             INVALID KEY
               DISPLAY 'Fournisseur inconnu'
             NOT INVALID KEY
               PERFORM SAISIR_EDI_FOURNISSEUR
               REWRITE fouTampon
               IF ffo_stat = 0 THEN
                 DISPLAY 'Fournisseur ',ffo_id,' mis à jour'
                 MOVE 'fFournisseurs' TO WauditFichier
                 MOVE ffo_id TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
           END-READ
       END-EVALUATE
       DISPLAY '-====================================-'
       CLOSE fFournisseurs.
      * quantités commandées à un fournisseur, avec prix
      * d'achat unitaire ; la commande est imprimée dans un
      * fichier commande_achat_<id>.txt et attend la
      * réception de la livraison (RECEPTIONNER_ACHAT).
      * Au-delà du plafond du rôle (CHERCHER_PLAFOND_ACHAT)
      * elle reste en attente d'approbation du Directeur,
      * sans bon de commande imprimé
      ******************************************************
       SAISIR_COMMANDE_ACHAT.

         MOVE 0 TO fpo_dateReception
         MOVE SPACE TO fpo_refFacture
         MOVE 0 TO fpo_nbLignes
         INITIALIZE fpo_lignesRecues(1) fpo_lignesRecues(2)
     -     fpo_lignesRecues(3) fpo_lignesRecues(4)
     -     fpo_lignesRecues(5) fpo_lignesRecues(6)
     -     fpo_lignesRecues(7) fpo_lignesRecues(8)
     -     fpo_lignesRecues(9) fpo_lignesRecues(10)
         MOVE SPACE TO fpo_motifSolde
         MOVE 0 TO fpo_dateSolde
         MOVE WSessionPseudo TO fpo_saisiPar
         MOVE WSessionIdRest TO fpo_idrestDemandeur
         MOVE SPACE TO fpo_approbateur
         MOVE 0 TO fpo_dateApprobation
         MOVE SPACE TO fpo_commentaireAppro
         MOVE 0 TO fpo_dateEnvoiEdi
         MOVE 0 TO fpo_dateAvis
         PERFORM EFFACER_AVIS_ACHAT
         MOVE 0 TO WpoFin
         PERFORM WITH TEST AFTER UNTIL WpoFin = 1
     -      OR fpo_nbLignes >= 10
         IF fpo_nbLignes = 0 THEN
           DISPLAY 'Commande abandonnée, aucune ligne saisie'
         ELSE
           MOVE 0 TO WpoTotal
           MOVE 1 TO WpoIdx
           PERFORM UNTIL WpoIdx > fpo_nbLignes
             COMPUTE WpoTotal = WpoTotal +
     -         fpo_qte(WpoIdx) * fpo_prixUnit(WpoIdx)
             ADD 1 TO WpoIdx
           END-PERFORM
           PERFORM CHERCHER_PLAFOND_ACHAT
           IF WpaTrouve = 1 AND WpoTotal > WpaPlafond THEN
             MOVE 4 TO fpo_statut
           END-IF
           WRITE achatTampon
           IF fpo_stat = 0 THEN
             DISPLAY 'Commande fournisseur ',fpo_id,' enregistrée'
             MOVE fpo_id TO WauditCle
             MOVE 'AJOUT' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
             IF fpo_enAttente THEN
               DISPLAY 'Montant ',WpoTotal,' EUR supérieur au '
     -           'plafond de votre rôle (',WpaPlafond,' EUR) :'
               DISPLAY 'commande en attente d''approbation du '
     -           'Directeur, bon de commande non imprimé'
             ELSE
               PERFORM IMPRIMER_COMMANDE_ACHAT
             END-IF
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement de la commande'
           END-IF

      **************** IMPRIMER_COMMANDE_ACHAT *************
      * Imprime le bon de commande fournisseur du tampon
      * achatTampon dans commande_achat_<id>.txt (commande
      * émise : jamais avant l'approbation si elle est requise)
      ******************************************************
       IMPRIMER_COMMANDE_ACHAT.
       MOVE SPACE TO WNomFichierTicket
       STRING 'commande_achat_' fpo_id DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
      **************** RECEPTIONNER_ACHAT ******************
      * Réceptionne la livraison d'une commande fournisseur :
      * incrémente le stock de chaque plat livré, enregistre
      * le lot fournisseur et la DLC de chaque ligne reçue
      * (datalotsstock.dat), la date de réception et la
      * référence de la facture fournisseur, et passe la
      * commande au statut reçue, ou partiellement reçue
      * tant qu'un reliquat reste attendu (plusieurs
      * livraisons possibles jusqu'au solde de la commande).
      * Un avis d'expédition importé (IMPORTER_AVIS_EDI)
      * pré-remplit quantités, lots et DLC attendus
      ******************************************************
       RECEPTIONNER_ACHAT.

       INVALID KEY
         DISPLAY 'Commande inconnue'
       NOT INVALID KEY
         IF fpo_recue OR fpo_enAttente OR fpo_rejetee THEN
           IF fpo_recue THEN
             DISPLAY 'Cette commande a déjà été soldée le ',
     -         fpo_dateReception
           ELSE
             DISPLAY 'Commande non approuvée : réception impossible'
           END-IF
         ELSE
           IF fpo_partielle THEN
             DISPLAY 'Commande partiellement reçue, dernière '
     -         'livraison le ',fpo_dateReception
           END-IF
           DISPLAY 'Restaurant destinataire de la livraison '
     -       '(identifiant, 0 : stock global) :'
           MOVE 0 TO WstkIdRestDest
           ACCEPT WstkIdRestDest
           OPEN I-O fStockSite
           OPEN I-O fLotsStock
           MOVE 0 TO WapTotalCmd
           MOVE 0 TO WapTotalRecu
           MOVE 0 TO WapNbEcartsQte
           MOVE 9 TO WapComplet
           IF fpo_dateAvis > 0 THEN
             DISPLAY 'Avis d''expédition du fournisseur reçu le ',
     -         fpo_dateAvis,' :'
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > fpo_nbLignes
               IF fpo_qteAnnoncee(WpoIdx) > 0 THEN
                 DISPLAY '  ',FUNCTION TRIM(fpo_plat(WpoIdx)),' : ',
     -             fpo_qteAnnoncee(WpoIdx),' expédiée(s), lot ',
     -             fpo_lotAnnonce(WpoIdx),' DLC ',
     -             fpo_dlcAnnoncee(WpoIdx)
               END-IF
               ADD 1 TO WpoIdx
             END-PERFORM
             PERFORM WITH TEST AFTER UNTIL WapComplet <= 2
               DISPLAY 'Livraison : 2 conforme à l''avis, 1 tout le '
     -           'reste à recevoir, 0 saisie ligne par ligne'
               ACCEPT WapComplet
             END-PERFORM
           ELSE
             PERFORM WITH TEST AFTER UNTIL WapComplet <= 1
               DISPLAY 'Livraison de tout le reste à recevoir ? '
     -           '1 : oui, 0 : non (saisie ligne par ligne)'
               ACCEPT WapComplet
             END-PERFORM
           END-IF
           MOVE 1 TO WpoIdx
           PERFORM WITH TEST AFTER UNTIL WpoIdx > fpo_nbLignes
             MOVE 0 TO WapReste
             IF fpo_qte(WpoIdx) > fpo_qteRecue(WpoIdx) THEN
               COMPUTE WapReste = fpo_qte(WpoIdx)
     -           - fpo_qteRecue(WpoIdx)
             END-IF
             MOVE 0 TO WapQteRecue
             IF WapReste > 0 THEN
               EVALUATE WapComplet
                 WHEN 1
                   MOVE WapReste TO WapQteRecue
                 WHEN 2
                   MOVE fpo_qteAnnoncee(WpoIdx) TO WapQteRecue
                 WHEN OTHER
                   DISPLAY 'Quantité reçue de ',
     -               FUNCTION TRIM(fpo_plat(WpoIdx)),' (',
     -               fpo_qte(WpoIdx),' commandée(s), ',WapReste,
     -               ' restant à recevoir, 0 : rien reçu) :'
                   ACCEPT WapQteRecue
               END-EVALUATE
               IF WapQteRecue NOT = WapReste THEN
                 ADD 1 TO WapNbEcartsQte
                 DISPLAY '*** ECART QUANTITE : ',WapQteRecue,
     -             ' reçue(s) contre ',WapReste,' attendue(s)'
               END-IF
               COMPUTE WapTotalCmd = WapTotalCmd +
     -           WapReste * fpo_prixUnit(WpoIdx)
             END-IF
             IF WapQteRecue > 0 THEN
               ADD WapQteRecue TO fpo_qteRecue(WpoIdx)
               MOVE fpo_plat(WpoIdx) TO fp_nom
               READ fplats
                 INVALID KEY
                   DISPLAY 'Plat ',fpo_plat(WpoIdx),' introuvable, ',
     -               'ligne ignorée'
                 NOT INVALID KEY
                   COMPUTE WapTotalRecu = WapTotalRecu +
     -               WapQteRecue * fpo_prixUnit(WpoIdx)
                   MOVE fp_nom TO WtarPlat
                   MOVE fpo_idFournisseur TO ffo_id
                   PERFORM CHERCHER_TARIF_ARTICLE
                   IF WtarTrouve = 1 AND WtarPrixContrat > 0 THEN
                     COMPUTE WtarEcartPct ROUNDED =
     -                 (fpo_prixUnit(WpoIdx) - WtarPrixContrat)
     -                 * 100 / WtarPrixContrat
                     IF WtarEcartPct > WtarTolerance
     -                  OR WtarEcartPct < 0 - WtarTolerance THEN
                       DISPLAY '*** ECART TARIF : ',fp_nom,
     -                   ' commandé à ',fpo_prixUnit(WpoIdx),
     -                   ' EUR contre ',WtarPrixContrat,
     -                   ' EUR au contrat (',WtarEcartPct,'%)'
                     END-IF
                   END-IF
                   IF WapQteRecue > 0
     -                AND fpo_prixUnit(WpoIdx) > 0 THEN
                     MOVE fp_cout TO WcoutPAncien
                     COMPUTE fp_cout ROUNDED =
     -                 (fp_stock * fp_cout
     -                 + WapQteRecue * fpo_prixUnit(WpoIdx))
     -                 / (fp_stock + WapQteRecue)
                     IF fp_cout NOT = WcoutPAncien THEN
                       PERFORM ENREGISTRER_HISTO_COUT
                       DISPLAY fp_nom,' : coût moyen pondéré porté '
     -                   'à ',fp_cout,' EUR'
                     END-IF
                   END-IF
                   MOVE fp_nom TO WmvtPlat
                   MOVE WapQteRecue TO WmvtQte
                   MOVE 'RECEPT' TO WmvtMotif
                   MOVE fpo_id TO WmvtRef
                   MOVE WstkIdRestDest TO WmvtIdRest
                   PERFORM ENREGISTRER_MOUVEMENT_STOCK
                   IF WstkIdRestDest = 0 THEN
                     ADD WapQteRecue TO fp_stock
                     REWRITE pTampon
                     DISPLAY fp_nom,' : stock porté à ',fp_stock
                   ELSE
                     MOVE WstkIdRestDest TO fss_idrest
                     MOVE fp_nom TO fss_plat
                     READ fStockSite
                       INVALID KEY
                         MOVE WstkIdRestDest TO fss_idrest
                         MOVE fp_nom TO fss_plat
                         MOVE WapQteRecue TO fss_qte
                         WRITE stockSiteTampon
                       NOT INVALID KEY
                         ADD WapQteRecue TO fss_qte
                         REWRITE stockSiteTampon
                     END-READ
                     DISPLAY fp_nom,' : stock du site ',
     -                 WstkIdRestDest,' porté à ',fss_qte
                     ADD WapQteRecue TO fp_stock
                     REWRITE pTampon
                   END-IF
                   IF WapQteRecue > 0 THEN
                     PERFORM SAISIR_LOT_RECEPTION
                   END-IF
               END-READ
             END-IF
             ADD 1 TO WpoIdx
           END-PERFORM
           CLOSE fLotsStock
           CLOSE fStockSite
           DISPLAY 'Référence de la facture fournisseur :'
           ACCEPT fpo_refFacture
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           MOVE WdateSystemeISOInt TO fpo_dateReception
           MOVE 0 TO fpo_dateAvis
           PERFORM EFFACER_AVIS_ACHAT
           PERFORM CALCULER_RELIQUAT_ACHAT
           IF WapResteTotal = 0 THEN
             MOVE 2 TO fpo_statut
           ELSE
             MOVE 3 TO fpo_statut
             DISPLAY 'Commande partiellement reçue : ',WapResteTotal,
     -         ' unité(s) restent à livrer'
             MOVE 9 TO WapSolder
             PERFORM WITH TEST AFTER UNTIL WapSolder <= 1
               DISPLAY 'Annuler le reliquat et solder la commande ? '
     -           '1 : oui, 0 : non (reliquat attendu)'
               ACCEPT WapSolder
             END-PERFORM
             IF WapSolder = 1 THEN
               PERFORM SOLDER_ACHAT
             END-IF
           END-IF
           REWRITE achatTampon
           IF fpo_stat = 0 THEN
             DISPLAY 'Livraison réceptionnée'
       STRING 'rapport_marges_' WdateSystemeISOInt
     -   DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       OPEN INPUT fplats
       MOVE '--- Marges par plat ---' TO ticketLigne
       WRITE ticketLigne
         READ fAchats NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           IF fpo_emise OR fpo_partielle OR fpo_enAttente THEN
             MOVE 0 TO WrenTrouve
             MOVE 1 TO WpoIdx
             PERFORM WITH TEST AFTER UNTIL WpoIdx > fpo_nbLignes
      *moyen et pire délai entre commande et réception, commandes    *
      *encore ouvertes au-delà de 7 jours, et dérive du prix d'achat *
      *de chaque article entre la première et la dernière commande   *
      *de la période, taux de service (quantités reçues / quantités  *
      *commandées, reliquats compris), pour préparer la négociation  *
      *sur des faits                                                 *
      ****************************************************************
       RAPPORT_PERFORMANCE_FOURNISSEURS.

       MOVE 0 TO WpfPire
       MOVE 0 TO WpfNbOuvertes
       MOVE 0 TO WpfArtNb
       MOVE 0 TO WpfQteCmd
       MOVE 0 TO WpfQteRecue
       MOVE 0 TO WpoFin
       MOVE 0 TO fpo_id
       START fAchats, KEY IS >= fpo_id
         NOT AT END
           IF fpo_idFournisseur = ffo_id
     -        AND fpo_dateCommande >= WpfDeb
     -        AND fpo_dateCommande <= WpfFinPer
     -        AND NOT fpo_enAttente AND NOT fpo_rejetee THEN
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > fpo_nbLignes
               ADD fpo_qte(WpoIdx) TO WpfQteCmd
               IF fpo_qteRecue(WpoIdx) > fpo_qte(WpoIdx) THEN
                 ADD fpo_qte(WpoIdx) TO WpfQteRecue
               ELSE
                 ADD fpo_qteRecue(WpoIdx) TO WpfQteRecue
               END-IF
               ADD 1 TO WpoIdx
             END-PERFORM
             IF fpo_recue THEN
               IF fpo_dateReception > 0 THEN
                 COMPUTE WpfDelai =
     -             FUNCTION INTEGER-OF-DATE(fpo_dateReception)
     -             - FUNCTION INTEGER-OF-DATE(fpo_dateCommande)
                 IF WpfDelai < 0 THEN
                   MOVE 0 TO WpfDelai
                 END-IF
                 ADD 1 TO WpfNbRecues
                 ADD WpfDelai TO WpfSommeDelais
                 IF WpfDelai > WpfPire THEN
                   MOVE WpfDelai TO WpfPire
                 END-IF
                 PERFORM CUMULER_DERIVE_PRIX_FOURN
               END-IF
             ELSE
               COMPUTE WpfDelai = WdateSystemeEntier
     -           - FUNCTION INTEGER-OF-DATE(fpo_dateCommande)
             END-IF
           END-IF
       END-PERFORM
       IF WpfNbRecues > 0 OR WpfNbOuvertes > 0 OR WpfQteCmd > 0 THEN
         DISPLAY '--- Fournisseur ',ffo_id,' - ',ffo_nom,' ---'
         IF WpfNbRecues > 0 THEN
           COMPUTE WpfMoy ROUNDED = WpfSommeDelais / WpfNbRecues
         IF WpfNbOuvertes > 0 THEN
           DISPLAY WpfNbOuvertes,' commande(s) encore ouverte(s) '
     -       'au-delà de 7 jours'
         END-IF
         IF WpfQteCmd > 0 THEN
           COMPUTE WpfTauxService ROUNDED =
     -       WpfQteRecue * 100 / WpfQteCmd
           DISPLAY 'Taux de service : ',WpfTauxService,'% (',
     -       WpfQteRecue,' reçue(s) sur ',WpfQteCmd,
     -       ' commandée(s), reliquats en attente ou annulés '
     -       'compris)'
         END-IF
         MOVE 1 TO WpfIdx
         PERFORM WITH TEST AFTER UNTIL WpfIdx > WpfArtNb
         END-IF
         ADD 1 TO WpoIdx
       END-PERFORM.

      ***SAISIR_LOT_RECEPTION********************************************
      *Lot fournisseur et DLC de la ligne reçue (fp_nom, WapQteRecue) *
      *pour le site WstkIdRestDest ; la quantité s'ajoute au lot du   *
      *même site, de même DLC et de même numéro s'il existe déjà ;   *
      *lot et DLC sont repris de l'avis d'expédition électronique    *
      *quand la livraison est déclarée conforme à l'avis             *
      ****************************************************************
       SAISIR_LOT_RECEPTION.
       MOVE SPACE TO WdlLot
       MOVE 0 TO WdlDlc
       IF WapComplet = 2 AND fpo_lotAnnonce(WpoIdx) NOT = SPACE THEN
         MOVE fpo_lotAnnonce(WpoIdx) TO WdlLot
         MOVE fpo_dlcAnnoncee(WpoIdx) TO WdlDlc
       ELSE
         DISPLAY 'Numéro de lot fournisseur de ',
     -     FUNCTION TRIM(fp_nom),' (vide : sans lot) :'
         ACCEPT WdlLot
       END-IF
       IF WdlLot NOT = SPACE THEN
         PERFORM UNTIL WdlDlc > 20150000
           DISPLAY 'Date limite de consommation (AAAAMMJJ) :'
           ACCEPT WdlDlc
         END-PERFORM
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WstkIdRestDest TO fls_idrest
         MOVE fp_nom TO fls_plat
         MOVE WdlDlc TO fls_dlc
         MOVE WdlLot TO fls_lot
         READ fLotsStock
           INVALID KEY
             MOVE fpo_idFournisseur TO fls_idFournisseur
             MOVE fpo_id TO fls_idAchat
             MOVE WdateSystemeISOInt TO fls_dateReception
             MOVE WapQteRecue TO fls_qteRecue
             MOVE WapQteRecue TO fls_qte
             MOVE 0 TO fls_dateEpuise
             WRITE lotStockTampon
           NOT INVALID KEY
             ADD WapQteRecue TO fls_qteRecue
             ADD WapQteRecue TO fls_qte
             MOVE 0 TO fls_dateEpuise
             REWRITE lotStockTampon
         END-READ
         IF fls_stat = 0 THEN
           DISPLAY 'Lot ',FUNCTION TRIM(WdlLot),' enregistré, DLC ',
     -       WdlDlc
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement du lot'
         END-IF
       END-IF.

      ***CONSOMMER_LOTS_PLAT*********************************************
      *Sort WdlQte unités du plat WdlPlat des lots du site WdlIdRest *
      *en commençant par la DLC la plus proche, puis des lots du     *
      *stock global (site 0) ; un lot vidé garde sa date             *
      *d'épuisement pour les rappels. Une quantité sans lot restant  *
      *est simplement ignorée (plat reçu avant la tenue des lots)    *
      ****************************************************************
       CONSOMMER_LOTS_PLAT.
       OPEN I-O fLotsStock
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 1 TO WdlPasse
       PERFORM UNTIL WdlPasse > 2 OR WdlQte = 0
         IF WdlPasse = 1 THEN
           MOVE WdlIdRest TO fls_idrest
         ELSE
           MOVE 0 TO fls_idrest
         END-IF
         MOVE WdlPlat TO fls_plat
         MOVE 0 TO fls_dlc
         MOVE LOW-VALUE TO fls_lot
         MOVE 0 TO WdlEof
         START fLotsStock, KEY IS >= fls_cle
           INVALID KEY MOVE 1 TO WdlEof
         END-START
         PERFORM UNTIL WdlEof = 1 OR WdlQte = 0
           READ fLotsStock NEXT
           AT END MOVE 1 TO WdlEof
           NOT AT END
             IF fls_plat NOT = WdlPlat
     -          OR (WdlPasse = 1 AND fls_idrest NOT = WdlIdRest)
     -          OR (WdlPasse = 2 AND fls_idrest NOT = 0) THEN
               MOVE 1 TO WdlEof
             ELSE
               IF fls_qte > 0 THEN
                 IF fls_qte > WdlQte THEN
                   SUBTRACT WdlQte FROM fls_qte
                   MOVE 0 TO WdlQte
                 ELSE
                   SUBTRACT fls_qte FROM WdlQte
                   MOVE 0 TO fls_qte
                   MOVE WdateSystemeISOInt TO fls_dateEpuise
                 END-IF
                 REWRITE lotStockTampon
               END-IF
             END-IF
         END-PERFORM
         IF WdlIdRest = 0 THEN
           MOVE 3 TO WdlPasse
         ELSE
           ADD 1 TO WdlPasse
         END-IF
       END-PERFORM
       CLOSE fLotsStock.

      ***ALERTER_LOTS_DLC************************************************
      *Alerte DLC : lots encore en stock dont la date limite de       *
      *consommation tombe dans les 48 heures (ou est dépassée), tous  *
      *sites confondus ; écrit alertes_dlc_<AAAAMMJJ>.csv             *
      ****************************************************************
       ALERTER_LOTS_DLC.
       DISPLAY '|====================================|'
       DISPLAY '|=========== ALERTE DLC   ===========|'
       DISPLAY '|====================================|'
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WdlLimite = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) + 2)
       MOVE 0 TO WdlNb
       MOVE SPACE TO WNomFichierExport
       STRING 'alertes_dlc_' WdateSystemeISOInt '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idRestaurant;article;lot;dlc;quantite;fournisseur;'
     -   'statut' DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT fLotsStock
       MOVE LOW-VALUE TO fls_cle
       MOVE 0 TO WdlEof
       START fLotsStock, KEY IS >= fls_cle
         INVALID KEY MOVE 1 TO WdlEof
       END-START
       PERFORM UNTIL WdlEof = 1
         READ fLotsStock NEXT
         AT END MOVE 1 TO WdlEof
         NOT AT END
           IF fls_qte > 0 AND fls_dlc <= WdlLimite THEN
             IF fls_dlc < WdateSystemeISOInt THEN
               MOVE 'DEPASSEE' TO WdlStatut
             ELSE
               MOVE 'SOUS 48H' TO WdlStatut
             END-IF
             ADD 1 TO WdlNb
             DISPLAY 'Site ',fls_idrest,' - ',
     -         FUNCTION TRIM(fls_plat),' lot ',
     -         FUNCTION TRIM(fls_lot),' DLC ',fls_dlc,' : ',
     -         fls_qte,' en stock ',WdlStatut
             MOVE SPACE TO exportLigne
             STRING fls_idrest ';' FUNCTION TRIM(fls_plat) ';'
     -         FUNCTION TRIM(fls_lot) ';' fls_dlc ';' fls_qte ';'
     -         fls_idFournisseur ';' FUNCTION TRIM(WdlStatut)
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
           END-IF
       END-PERFORM
       CLOSE fLotsStock
       CLOSE fExport
       DISPLAY WdlNb,' lot(s) à DLC dépassée ou sous 48 heures'
       DISPLAY 'Alerte écrite : ',WNomFichierExport
       MOVE 'ALERTE DLC' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '-====================================-'.

      ***RAPPELER_LOT_FOURNISSEUR****************************************
      *Rapport de rappel d'un lot : pour un fournisseur et un numéro *
      *de lot, les sites qui l'ont reçu, la quantité encore en stock,*
      *et les commandes servies par le site avec un plat du lot      *
      *(directement ou dans un menu) entre la réception et           *
      *l'épuisement du lot (ou aujourd'hui s'il reste du stock) ;    *
      *écrit rappel_lot_<fournisseur>_<lot>.csv                       *
      ****************************************************************
       RAPPELER_LOT_FOURNISSEUR.
       DISPLAY '|====================================|'
       DISPLAY '|=========== RAPPEL       ===========|'
       DISPLAY '|===========  D''UN LOT   ===========|'
       DISPLAY '|====================================|'
       DISPLAY 'Identifiant du fournisseur :'
       ACCEPT WdlIdFournisseur
       DISPLAY 'Numéro de lot :'
       MOVE SPACE TO WdlLot
       ACCEPT WdlLot
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WdlNbLots
       MOVE 0 TO WdlNbResas
       MOVE SPACE TO WNomFichierExport
       STRING 'rappel_lot_' WdlIdFournisseur '_' DELIMITED BY SIZE
     -     WdlLot DELIMITED BY SPACE
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'rubrique;idRestaurant;article;dlc;dateReception;'
     -   'qteRecue;qteEnStock;dateEpuisement;reservation;date;'
     -   'client' DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT fLotsStock
       OPEN INPUT freservations
       OPEN INPUT fmenus
       MOVE WdlLot TO fls_lot
       MOVE 0 TO WdlEof
       START fLotsStock, KEY IS = fls_lot
         INVALID KEY MOVE 1 TO WdlEof
       END-START
       PERFORM UNTIL WdlEof = 1
         READ fLotsStock NEXT
         AT END MOVE 1 TO WdlEof
         NOT AT END
           IF fls_lot NOT = WdlLot THEN
             MOVE 1 TO WdlEof
           ELSE
             IF fls_idFournisseur = WdlIdFournisseur THEN
               PERFORM RAPPELER_UN_LOT
             END-IF
           END-IF
       END-PERFORM
       CLOSE fmenus
       CLOSE freservations
       CLOSE fLotsStock
       CLOSE fExport
       IF WdlNbLots = 0 THEN
         DISPLAY 'Aucune réception de ce lot pour ce fournisseur'
       ELSE
         DISPLAY WdlNbLots,' réception(s) du lot, ',WdlNbResas,
     -     ' commande(s) servie(s) concernée(s)'
       END-IF
       DISPLAY 'Rapport écrit : ',WNomFichierExport
       MOVE 'RAPPEL LOT' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       MOVE 'fLotsStock' TO WauditFichier
       MOVE WdlLot TO WauditCle
       MOVE 'RAPPEL' TO WauditOperation
       PERFORM ENREGISTRER_AUDIT
       DISPLAY '-====================================-'.

      ***RAPPELER_UN_LOT*************************************************
      *Ligne de réception du tampon lotStockTampon et commandes du    *
      *site servies avec le plat pendant la période du lot            *
      ****************************************************************
       RAPPELER_UN_LOT.
       ADD 1 TO WdlNbLots
       MOVE fls_dateReception TO WdlDebut
       IF fls_dateEpuise = 0 THEN
         MOVE WdateSystemeISOInt TO WdlFin
       ELSE
         MOVE fls_dateEpuise TO WdlFin
       END-IF
       DISPLAY 'Site ',fls_idrest,' - ',FUNCTION TRIM(fls_plat),
     -   ' reçu le ',fls_dateReception,' (',fls_qteRecue,
     -   '), DLC ',fls_dlc,', encore en stock : ',fls_qte
       MOVE SPACE TO exportLigne
       STRING 'RECEPTION;' fls_idrest ';' FUNCTION TRIM(fls_plat) ';'
     -     fls_dlc ';' fls_dateReception ';' fls_qteRecue ';'
     -     fls_qte ';' fls_dateEpuise ';;;'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE fls_idrest TO frs_idrest
       MOVE 0 TO WdlEofResa
       START freservations, KEY IS = frs_idrest
         INVALID KEY MOVE 1 TO WdlEofResa
       END-START
       PERFORM UNTIL WdlEofResa = 1
         READ freservations NEXT
         AT END MOVE 1 TO WdlEofResa
         NOT AT END
           IF frs_idrest NOT = fls_idrest THEN
             MOVE 1 TO WdlEofResa
           ELSE
             IF frs_prix > 0 AND frs_dateISO >= WdlDebut
     -          AND frs_dateISO <= WdlFin THEN
               PERFORM RESA_UTILISE_PLAT_LOT
               IF WdlUtilise = 1 THEN
                 ADD 1 TO WdlNbResas
                 DISPLAY '  commande ',frs_id,' du ',frs_dateISO,
     -             ' client ',frs_idcli
                 MOVE SPACE TO exportLigne
                 STRING 'COMMANDE;' fls_idrest ';'
     -             FUNCTION TRIM(fls_plat) ';;;;;;' frs_id ';'
     -             frs_dateISO ';' frs_idcli
     -             DELIMITED BY SIZE INTO exportLigne
                 WRITE exportLigne
               END-IF
             END-IF
           END-IF
       END-PERFORM.

      ***RESA_UTILISE_PLAT_LOT*******************************************
      *WdlUtilise = 1 si la commande du tampon contient le plat du   *
      *lot, seul ou comme composant d'un menu                         *
      ****************************************************************
       RESA_UTILISE_PLAT_LOT.
       MOVE 0 TO WdlUtilise
       MOVE 1 TO WmePtr
       MOVE 0 TO WmeFinTok
       PERFORM WITH TEST AFTER UNTIL WmeFinTok = 1
         MOVE SPACE TO WmeToken
         UNSTRING frs_nomsMenus DELIMITED BY '/'
           INTO WmeToken
           WITH POINTER WmePtr
           ON OVERFLOW MOVE 1 TO WmeFinTok
         END-UNSTRING
         IF WmeToken = SPACE THEN
           MOVE 1 TO WmeFinTok
         ELSE
           IF WmeToken = fls_plat THEN
             MOVE 1 TO WdlUtilise
           ELSE
             MOVE WmeToken TO fm_nom
             READ fmenus
               NOT INVALID KEY
                 IF fm_entree = fls_plat OR fm_plat = fls_plat
     -              OR fm_dessert = fls_plat THEN
                   MOVE 1 TO WdlUtilise
                 END-IF
             END-READ
           END-IF
         END-IF
       END-PERFORM.

      ***CALCULER_RELIQUAT_ACHAT*****************************************
      *WapResteTotal = quantité restant à livrer sur l'ensemble des   *
      *lignes de la commande du tampon achatTampon                    *
      ****************************************************************
       CALCULER_RELIQUAT_ACHAT.
       MOVE 0 TO WapResteTotal
       MOVE 1 TO WpoIdx
       PERFORM UNTIL WpoIdx > fpo_nbLignes
         IF fpo_qte(WpoIdx) > fpo_qteRecue(WpoIdx) THEN
           COMPUTE WapResteTotal = WapResteTotal
     -       + fpo_qte(WpoIdx) - fpo_qteRecue(WpoIdx)
         END-IF
         ADD 1 TO WpoIdx
       END-PERFORM.

      ***SOLDER_ACHAT****************************************************
      *Annule le reliquat de la commande du tampon achatTampon : motif*
      *obligatoire, date de solde, statut reçue (l'appelant réécrit)  *
      ****************************************************************
       SOLDER_ACHAT.
       MOVE SPACE TO fpo_motifSolde
       PERFORM WITH TEST AFTER UNTIL fpo_motifSolde NOT = SPACE
         DISPLAY 'Motif de l''annulation du reliquat :'
         ACCEPT fpo_motifSolde
       END-PERFORM
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO fpo_dateSolde
       MOVE 2 TO fpo_statut
       DISPLAY 'Reliquat de ',WapResteTotal,' unité(s) annulé, '
     -   'commande soldée'.

      ***SOLDER_RELIQUAT_ACHAT*******************************************
      *Annule, avec un motif, le reliquat d'une commande fournisseur  *
      *émise ou partiellement reçue que le fournisseur ne livrera pas *
      ****************************************************************
       SOLDER_RELIQUAT_ACHAT.
       DISPLAY '|====================================|'
       DISPLAY '|=========== ANNULATION   ===========|'
       DISPLAY '|===========  DE RELIQUAT ===========|'
       DISPLAY '|====================================|'
       OPEN I-O fAchats
       DISPLAY 'Numéro de la commande fournisseur :'
       ACCEPT fpo_id
       READ fAchats
       INVALID KEY
         DISPLAY 'Commande inconnue'
       NOT INVALID KEY
         IF fpo_recue OR fpo_enAttente OR fpo_rejetee THEN
           DISPLAY 'Cette commande n''a pas de reliquat ouvert'
         ELSE
           MOVE 1 TO WpoIdx
           PERFORM UNTIL WpoIdx > fpo_nbLignes
             IF fpo_qte(WpoIdx) > fpo_qteRecue(WpoIdx) THEN
               COMPUTE WapReste = fpo_qte(WpoIdx)
     -           - fpo_qteRecue(WpoIdx)
               DISPLAY '  ',FUNCTION TRIM(fpo_plat(WpoIdx)),' : ',
     -           fpo_qteRecue(WpoIdx),' reçue(s) sur ',
     -           fpo_qte(WpoIdx),', reste ',WapReste
             END-IF
             ADD 1 TO WpoIdx
           END-PERFORM
           PERFORM CALCULER_RELIQUAT_ACHAT
           MOVE 9 TO WapSolder
           PERFORM WITH TEST AFTER UNTIL WapSolder <= 1
             DISPLAY 'Annuler ce reliquat de ',WapResteTotal,
     -         ' unité(s) ? 1 : oui, 0 : non'
             ACCEPT WapSolder
           END-PERFORM
           IF WapSolder = 1 THEN
             PERFORM SOLDER_ACHAT
             REWRITE achatTampon
             IF fpo_stat = 0 THEN
               MOVE 'fAchats' TO WauditFichier
               MOVE fpo_id TO WauditCle
               MOVE 'SOLDE' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de la mise à jour de la commande'
             END-IF
           END-IF
         END-IF
       END-READ
       CLOSE fAchats
       DISPLAY '-====================================-'.

      ***RAPPORT_RELIQUATS_FOURNISSEURS**********************************
      *Reliquats ouverts par fournisseur (un seul ou tous) : lignes  *
      *des commandes émises ou partiellement reçues restant à livrer,*
      *avec l'ancienneté de la commande et la valeur du reliquat ;   *
      *écrit reliquats_fournisseurs_<AAAAMMJJ>.csv                    *
      ****************************************************************
       RAPPORT_RELIQUATS_FOURNISSEURS.
       DISPLAY '|====================================|'
       DISPLAY '|=========== RELIQUATS    ===========|'
       DISPLAY '|=========== FOURNISSEURS ===========|'
       DISPLAY '|====================================|'
       DISPLAY 'Identifiant du fournisseur (0 : tous) :'
       MOVE 0 TO WrlIdFournisseur
       ACCEPT WrlIdFournisseur
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WdateSystemeEntier =
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
       MOVE SPACE TO WNomFichierExport
       STRING 'reliquats_fournisseurs_' WdateSystemeISOInt '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idFournisseur;fournisseur;commande;dateCommande;'
     -   'statut;article;qteCommandee;qteRecue;reliquat;'
     -   'prixUnit;valeur;anciennete' DELIMITED BY SIZE
     -   INTO exportLigne
       WRITE exportLigne
       MOVE 0 TO WrlNbLignes
       MOVE 0 TO WrlValeur
       MOVE 0 TO WrlNbFour
       OPEN INPUT fFournisseurs
       OPEN INPUT fAchats
       MOVE 0 TO WrlFinFour
       PERFORM WITH TEST AFTER UNTIL WrlFinFour = 1
         READ fFournisseurs NEXT
         AT END MOVE 1 TO WrlFinFour
         NOT AT END
           IF WrlIdFournisseur = 0 OR ffo_id = WrlIdFournisseur THEN
             PERFORM RELIQUATS_UN_FOURNISSEUR
           END-IF
       END-PERFORM
       CLOSE fAchats
       CLOSE fFournisseurs
       CLOSE fExport
       DISPLAY WrlNbLignes,' ligne(s) en reliquat chez ',WrlNbFour,
     -   ' fournisseur(s), valeur ',WrlValeur,' EUR'
       DISPLAY 'Rapport écrit : ',WNomFichierExport
       MOVE 'RELIQUATS FOURNISSEURS' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL
       DISPLAY '-====================================-'.

      ***RELIQUATS_UN_FOURNISSEUR****************************************
      *Lignes en reliquat du fournisseur du tampon fouTampon         *
      *(fichiers ouverts par l'appelant)                             *
      ****************************************************************
       RELIQUATS_UN_FOURNISSEUR.
       MOVE 0 TO WrlTrouve
       MOVE 0 TO WrlEof
       MOVE 0 TO fpo_id
       START fAchats, KEY IS >= fpo_id
         INVALID KEY MOVE 1 TO WrlEof
       END-START
       PERFORM UNTIL WrlEof = 1
         READ fAchats NEXT
         AT END MOVE 1 TO WrlEof
         NOT AT END
           IF fpo_idFournisseur = ffo_id
     -        AND (fpo_emise OR fpo_partielle) THEN
             COMPUTE WrlJours = WdateSystemeEntier
     -         - FUNCTION INTEGER-OF-DATE(fpo_dateCommande)
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > fpo_nbLignes
               IF fpo_qte(WpoIdx) > fpo_qteRecue(WpoIdx) THEN
                 IF WrlTrouve = 0 THEN
                   MOVE 1 TO WrlTrouve
                   ADD 1 TO WrlNbFour
                   DISPLAY '--- Fournisseur ',ffo_id,' - ',
     -               ffo_nom,' ---'
                 END-IF
                 COMPUTE WapReste = fpo_qte(WpoIdx)
     -             - fpo_qteRecue(WpoIdx)
                 COMPUTE WrlValLigne = WapReste
     -             * fpo_prixUnit(WpoIdx)
                 ADD WrlValLigne TO WrlValeur
                 ADD 1 TO WrlNbLignes
                 DISPLAY '  commande ',fpo_id,' du ',
     -             fpo_dateCommande,' : ',
     -             FUNCTION TRIM(fpo_plat(WpoIdx)),' reste ',
     -             WapReste,' sur ',fpo_qte(WpoIdx),' (',
     -             WrlJours,' jour(s))'
                 MOVE SPACE TO exportLigne
                 STRING ffo_id ';' FUNCTION TRIM(ffo_nom) ';'
     -             fpo_id ';' fpo_dateCommande ';' fpo_statut ';'
     -             FUNCTION TRIM(fpo_plat(WpoIdx)) ';'
     -             fpo_qte(WpoIdx) ';' fpo_qteRecue(WpoIdx) ';'
     -             WapReste ';' fpo_prixUnit(WpoIdx) ';'
     -             WrlValLigne ';' WrlJours
     -             DELIMITED BY SIZE INTO exportLigne
                 WRITE exportLigne
               END-IF
               ADD 1 TO WpoIdx
             END-PERFORM
           END-IF
       END-PERFORM.

      ***RETOURNER_ACHAT*************************************************
      *Bon de retour fournisseur rattaché à une commande reçue (en   *
      *tout ou partie) : article endommagé, non conforme, DLC        *
      *dépassée ou erreur de livraison ; la quantité renvoyée (au    *
      *plus la quantité reçue non encore retournée) sort du stock du *
      *site ou du stock global, des lots de la commande en priorité, *
      *et un avoir fournisseur attendu peut être enregistré aussitôt *
      ****************************************************************
       RETOURNER_ACHAT.
       DISPLAY '|====================================|'
       DISPLAY '|=========== RETOUR       ===========|'
       DISPLAY '|=========== FOURNISSEUR  ===========|'
       DISPLAY '|====================================|'
       OPEN INPUT fAchats
       DISPLAY 'Numéro de la commande fournisseur :'
       ACCEPT fpo_id
       READ fAchats
       INVALID KEY
         DISPLAY 'Commande inconnue'
         CLOSE fAchats
       NOT INVALID KEY
         CLOSE fAchats
         IF fpo_emise OR fpo_enAttente OR fpo_rejetee THEN
           DISPLAY 'Rien n''a encore été reçu sur cette commande'
         ELSE
           PERFORM SAISIR_RETOUR_ACHAT
         END-IF
       END-READ
       DISPLAY '-====================================-'.

      ***SAISIR_RETOUR_ACHAT*********************************************
      *Saisie et enregistrement du retour pour la commande du tampon *
      *achatTampon                                                    *
      ****************************************************************
       SAISIR_RETOUR_ACHAT.
       MOVE 1 TO WpoIdx
       PERFORM UNTIL WpoIdx > fpo_nbLignes
         DISPLAY WpoIdx,' - ',FUNCTION TRIM(fpo_plat(WpoIdx)),' : ',
     -     fpo_qteRecue(WpoIdx),' reçue(s) à ',fpo_prixUnit(WpoIdx),
     -     ' EUR'
         ADD 1 TO WpoIdx
       END-PERFORM
       MOVE 0 TO WrfLigne
       PERFORM WITH TEST AFTER
     -   UNTIL WrfLigne >= 1 AND WrfLigne <= fpo_nbLignes
         DISPLAY 'Ligne retournée :'
         ACCEPT WrfLigne
       END-PERFORM
       OPEN I-O fRetoursFourn
       MOVE 0 TO WrfDejaRetourne
       MOVE fpo_id TO frf_idAchat
       MOVE 0 TO WrfEof
       START fRetoursFourn, KEY IS = frf_idAchat
         INVALID KEY MOVE 1 TO WrfEof
       END-START
       PERFORM UNTIL WrfEof = 1
         READ fRetoursFourn NEXT
         AT END MOVE 1 TO WrfEof
         NOT AT END
           IF frf_idAchat NOT = fpo_id THEN
             MOVE 1 TO WrfEof
           ELSE
             IF frf_plat = fpo_plat(WrfLigne) THEN
               ADD frf_qte TO WrfDejaRetourne
             END-IF
           END-IF
       END-PERFORM
       MOVE 0 TO WrfRetournable
       IF fpo_qteRecue(WrfLigne) > WrfDejaRetourne THEN
         COMPUTE WrfRetournable = fpo_qteRecue(WrfLigne)
     -     - WrfDejaRetourne
       END-IF
       IF WrfRetournable = 0 THEN
         DISPLAY 'Toute la quantité reçue de cet article a déjà '
     -     'été retournée'
       ELSE
         MOVE fpo_plat(WrfLigne) TO frf_plat
         MOVE 0 TO frf_qte
         PERFORM WITH TEST AFTER
     -     UNTIL frf_qte > 0 AND frf_qte <= WrfRetournable
           DISPLAY 'Quantité retournée (au plus ',WrfRetournable,
     -       ') :'
           ACCEPT frf_qte
         END-PERFORM
         MOVE 0 TO frf_motif
         PERFORM WITH TEST AFTER UNTIL frf_motif >= 1
     -     AND frf_motif <= 4
           DISPLAY 'Motif : 1 endommagé, 2 non conforme, '
     -       '3 DLC dépassée, 4 erreur de livraison'
           ACCEPT frf_motif
         END-PERFORM
         DISPLAY 'Commentaire :'
         MOVE SPACE TO frf_commentaire
         ACCEPT frf_commentaire
         DISPLAY 'Restaurant qui renvoie la marchandise '
     -     '(identifiant, 0 : stock global) :'
         MOVE 0 TO WrfIdRest
         ACCEPT WrfIdRest
         MOVE 'RETOURFOURN' TO WseqNom
         PERFORM ALLOUER_SEQUENCE
         IF WseqTrouve = 0 THEN
           MOVE 1 TO WseqValeur
           PERFORM SEMER_SEQUENCE
         END-IF
         MOVE WseqValeur TO frf_id
         MOVE fpo_id TO frf_idAchat
         MOVE fpo_idFournisseur TO frf_idFournisseur
         MOVE WrfIdRest TO frf_idrest
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO frf_date
         MOVE fpo_prixUnit(WrfLigne) TO frf_prixUnit
         MOVE 0 TO frf_idAvoir
         MOVE WSessionPseudo TO frf_saisiPar
         WRITE retourFournTampon
         IF frf_stat = 0 THEN
           DISPLAY 'Bon de retour ',frf_id,' enregistré'
           MOVE 'fRetoursFourn' TO WauditFichier
           MOVE frf_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           PERFORM SORTIR_STOCK_RETOUR
           MOVE 9 TO WrfAvoir
           PERFORM WITH TEST AFTER UNTIL WrfAvoir <= 1
             DISPLAY 'Enregistrer l''avoir attendu du fournisseur ? '
     -         '1 : oui, 0 : non (saisi plus tard)'
             ACCEPT WrfAvoir
           END-PERFORM
           IF WrfAvoir = 1 THEN
             MOVE frf_idFournisseur TO WavIdFournisseur
             MOVE 1 TO WavOrigine
             MOVE frf_idAchat TO WavIdAchat
             MOVE frf_id TO WavIdRetour
             PERFORM LIBELLE_MOTIF_RETOUR
             MOVE SPACE TO WavMotif
             STRING 'Retour ' DELIMITED BY SIZE
     -         WrfLibMotif DELIMITED BY '  '
     -         ' - ' FUNCTION TRIM(frf_plat)
     -         DELIMITED BY SIZE INTO WavMotif
             COMPUTE WavMontant = frf_qte * frf_prixUnit
             PERFORM ENREGISTRER_AVOIR_FOURNISSEUR
             IF fav_stat = 0 THEN
               MOVE fav_id TO frf_idAvoir
               REWRITE retourFournTampon
             END-IF
           END-IF
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement du retour'
         END-IF
       END-IF
       CLOSE fRetoursFourn.

      ***SORTIR_STOCK_RETOUR*********************************************
      *Sort du stock (site frf_idrest et total fp_stock) la quantité  *
      *du bon de retour du tampon, en la prenant d'abord dans les    *
      *lots reçus sur la commande puis selon la DLC ; journal RETOUR *
      ****************************************************************
       SORTIR_STOCK_RETOUR.
       OPEN I-O fplats
       MOVE frf_plat TO fp_nom
       READ fplats
         INVALID KEY
           DISPLAY 'Plat ',frf_plat,' introuvable, stock inchangé'
         NOT INVALID KEY
           IF frf_idrest NOT = 0 THEN
             OPEN I-O fStockSite
             MOVE frf_idrest TO fss_idrest
             MOVE fp_nom TO fss_plat
             READ fStockSite
               NOT INVALID KEY
                 IF fss_qte > frf_qte THEN
                   SUBTRACT frf_qte FROM fss_qte
                 ELSE
                   MOVE 0 TO fss_qte
                 END-IF
                 REWRITE stockSiteTampon
             END-READ
             CLOSE fStockSite
           END-IF
           IF fp_stock > frf_qte THEN
             SUBTRACT frf_qte FROM fp_stock
           ELSE
             MOVE 0 TO fp_stock
           END-IF
           REWRITE pTampon
           DISPLAY fp_nom,' : stock porté à ',fp_stock
           MOVE fp_nom TO WmvtPlat
           COMPUTE WmvtQte = 0 - frf_qte
           MOVE 'RETOUR' TO WmvtMotif
           MOVE frf_id TO WmvtRef
           MOVE frf_idrest TO WmvtIdRest
           PERFORM ENREGISTRER_MOUVEMENT_STOCK
           MOVE frf_qte TO WrfReste
           OPEN I-O fLotsStock
           MOVE frf_idrest TO fls_idrest
           MOVE frf_plat TO fls_plat
           MOVE 0 TO fls_dlc
           MOVE LOW-VALUE TO fls_lot
           MOVE 0 TO WrfEof
           START fLotsStock, KEY IS >= fls_cle
             INVALID KEY MOVE 1 TO WrfEof
           END-START
           PERFORM UNTIL WrfEof = 1 OR WrfReste = 0
             READ fLotsStock NEXT
             AT END MOVE 1 TO WrfEof
             NOT AT END
               IF fls_idrest NOT = frf_idrest
     -            OR fls_plat NOT = frf_plat THEN
                 MOVE 1 TO WrfEof
               ELSE
                 IF fls_idAchat = frf_idAchat AND fls_qte > 0 THEN
                   IF fls_qte > WrfReste THEN
                     SUBTRACT WrfReste FROM fls_qte
                     MOVE 0 TO WrfReste
                   ELSE
                     SUBTRACT fls_qte FROM WrfReste
                     MOVE 0 TO fls_qte
                     MOVE frf_date TO fls_dateEpuise
                   END-IF
                   REWRITE lotStockTampon
                 END-IF
               END-IF
           END-PERFORM
           CLOSE fLotsStock
           IF WrfReste > 0 THEN
             MOVE frf_idrest TO WdlIdRest
             MOVE frf_plat TO WdlPlat
             MOVE WrfReste TO WdlQte
             PERFORM CONSOMMER_LOTS_PLAT
           END-IF
       END-READ
       CLOSE fplats.

      ***LIBELLE_MOTIF_RETOUR********************************************
      *Libellé WrfLibMotif du motif du bon de retour du tampon       *
      ****************************************************************
       LIBELLE_MOTIF_RETOUR.
       EVALUATE frf_motif
         WHEN 1
           MOVE 'endommagé' TO WrfLibMotif
         WHEN 2
           MOVE 'non conforme' TO WrfLibMotif
         WHEN 3
           MOVE 'DLC dépassée' TO WrfLibMotif
         WHEN 4
           MOVE 'erreur de livraison' TO WrfLibMotif
         WHEN OTHER
           MOVE 'autre' TO WrfLibMotif
       END-EVALUATE.

      ***ENREGISTRER_AVOIR_FOURNISSEUR***********************************
      *Crée un avoir fournisseur ouvert à partir de WavIdFournisseur,*
      *WavOrigine, WavIdAchat, WavIdRetour, WavMotif et WavMontant    *
      *(montant proposé, modifiable) ; il sera imputé sur les        *
      *prochaines factures réglées par REGLER_FACTURES_FOURNISSEURS  *
      ****************************************************************
       ENREGISTRER_AVOIR_FOURNISSEUR.
       OPEN I-O fAvoirsFourn
       MOVE 'AVOIRFOURN' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO fav_id
       MOVE WavIdFournisseur TO fav_idFournisseur
       DISPLAY 'Référence de l''avoir fournisseur :'
       MOVE SPACE TO fav_ref
       ACCEPT fav_ref
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO fav_date
       MOVE WavOrigine TO fav_origine
       MOVE WavIdAchat TO fav_idAchat
       MOVE WavIdRetour TO fav_idRetour
       MOVE WavMotif TO fav_motif
       DISPLAY 'Montant de l''avoir (',WavMontant,
     -   ' EUR, 0 : conserver) :'
       MOVE 0 TO fav_montant
       ACCEPT fav_montant
       IF fav_montant = 0 THEN
         MOVE WavMontant TO fav_montant
       END-IF
       MOVE fav_montant TO fav_solde
       MOVE 1 TO fav_statut
       MOVE 0 TO fav_idFacture
       MOVE 0 TO fav_dateImputation
       WRITE avoirFournTampon
       IF fav_stat = 0 THEN
         DISPLAY 'Avoir ',fav_id,' de ',fav_montant,' EUR enregistré '
     -     'pour le fournisseur ',fav_idFournisseur
         MOVE 'fAvoirsFourn' TO WauditFichier
         MOVE fav_id TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement de l''avoir'
       END-IF
       CLOSE fAvoirsFourn.

      ***APPROUVER_COMMANDES_ACHAT***************************************
      *Ecran Directeur : liste des commandes fournisseur en attente  *
      *d'approbation (montant au-delà du plafond du rôle qui les a   *
      *saisies), puis approbation (la commande est émise et son bon  *
      *imprimé) ou rejet, avec un commentaire conservé sur la        *
      *commande                                                      *
      ****************************************************************
       APPROUVER_COMMANDES_ACHAT.
       DISPLAY '|====================================|'
       DISPLAY '|=========== APPROBATION  ===========|'
       DISPLAY '|===========  DES ACHATS  ===========|'
       DISPLAY '|====================================|'
       IF WSessionRole NOT = 'Directeur' THEN
         DISPLAY 'Accès réservé au role Directeur'
       ELSE
         OPEN I-O fAchats
         OPEN INPUT fFournisseurs
         PERFORM WITH TEST AFTER UNTIL fpo_id = 0
           PERFORM LISTER_ACHATS_EN_ATTENTE
           DISPLAY 'Numéro de la commande à traiter (0 : terminer) :'
           MOVE 0 TO fpo_id
           ACCEPT fpo_id
           IF fpo_id NOT = 0 THEN
             PERFORM DECIDER_ACHAT_EN_ATTENTE
           END-IF
         END-PERFORM
         CLOSE fFournisseurs
         CLOSE fAchats
       END-IF
       DISPLAY '-====================================-'.

      ***LISTER_ACHATS_EN_ATTENTE****************************************
      *Commandes au statut en attente d'approbation, avec leur montant*
      ****************************************************************
       LISTER_ACHATS_EN_ATTENTE.
       MOVE 0 TO WpaNb
       MOVE 0 TO WpoFin
       MOVE 0 TO fpo_id
       START fAchats, KEY IS >= fpo_id
         INVALID KEY MOVE 1 TO WpoFin
       END-START
       PERFORM UNTIL WpoFin = 1
         READ fAchats NEXT
         AT END MOVE 1 TO WpoFin
         NOT AT END
           IF fpo_enAttente THEN
             ADD 1 TO WpaNb
             MOVE 0 TO WpoTotal
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > fpo_nbLignes
               COMPUTE WpoTotal = WpoTotal +
     -           fpo_qte(WpoIdx) * fpo_prixUnit(WpoIdx)
               ADD 1 TO WpoIdx
             END-PERFORM
             DISPLAY '  Commande ',fpo_id,' du ',fpo_dateCommande,
     -         ' - fournisseur ',fpo_idFournisseur,' - ',WpoTotal,
     -         ' EUR'
             DISPLAY '    saisie par ',FUNCTION TRIM(fpo_saisiPar),
     -         ' (restaurant ',fpo_idrestDemandeur,')'
           END-IF
       END-PERFORM
       IF WpaNb = 0 THEN
         DISPLAY 'Aucune commande en attente d''approbation'
       END-IF.

      ***DECIDER_ACHAT_EN_ATTENTE****************************************
      *Approbation ou rejet de la commande fpo_id saisie              *
      ****************************************************************
       DECIDER_ACHAT_EN_ATTENTE.
       READ fAchats
         INVALID KEY
           DISPLAY 'Commande inconnue'
         NOT INVALID KEY
           IF NOT fpo_enAttente THEN
             DISPLAY 'Cette commande n''est pas en attente '
     -         'd''approbation'
           ELSE
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > fpo_nbLignes
               DISPLAY '  ',FUNCTION TRIM(fpo_plat(WpoIdx)),' x ',
     -           fpo_qte(WpoIdx),' à ',fpo_prixUnit(WpoIdx),' EUR'
               ADD 1 TO WpoIdx
             END-PERFORM
             MOVE 9 TO WpaDecision
             PERFORM WITH TEST AFTER UNTIL WpaDecision <= 2
               DISPLAY '1 : approuver, 2 : rejeter, 0 : plus tard'
               ACCEPT WpaDecision
             END-PERFORM
             IF WpaDecision NOT = 0 THEN
               DISPLAY 'Commentaire :'
               MOVE SPACE TO fpo_commentaireAppro
               ACCEPT fpo_commentaireAppro
               MOVE WSessionPseudo TO fpo_approbateur
               ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
               MOVE WdateSystemeISOInt TO fpo_dateApprobation
               IF WpaDecision = 1 THEN
                 MOVE 1 TO fpo_statut
                 MOVE 'APPROBATION' TO WauditOperation
               ELSE
                 MOVE 5 TO fpo_statut
                 MOVE 'REJET' TO WauditOperation
               END-IF
               REWRITE achatTampon
               IF fpo_stat = 0 THEN
                 MOVE 'fAchats' TO WauditFichier
                 MOVE fpo_id TO WauditCle
                 PERFORM ENREGISTRER_AUDIT
                 IF fpo_emise THEN
                   DISPLAY 'Commande ',fpo_id,' approuvée'
                   MOVE fpo_idFournisseur TO ffo_id
                   READ fFournisseurs
                     INVALID KEY
                       MOVE SPACE TO ffo_nom
                   END-READ
                   PERFORM IMPRIMER_COMMANDE_ACHAT
                 ELSE
                   DISPLAY 'Commande ',fpo_id,' rejetée'
                 END-IF
               ELSE
                 DISPLAY 'Erreur lors de la mise à jour de la commande'
               END-IF
             END-IF
           END-IF
       END-READ.

      ***SAISIR_EDI_FOURNISSEUR******************************************
      *Echange électronique du fournisseur du tampon fouTampon :     *
      *commandes envoyées en fichier plat, avis d'expédition reçus en*
      *retour ; le code client est celui que le fournisseur nous a   *
      *attribué, repris en tête de chaque commande envoyée           *
      ****************************************************************
       SAISIR_EDI_FOURNISSEUR.
       MOVE 9 TO ffo_edi
       PERFORM WITH TEST AFTER UNTIL ffo_edi <= 1
         DISPLAY 'Echange électronique des commandes ? '
     -     '1 : oui, 0 : non'
         ACCEPT ffo_edi
       END-PERFORM
       MOVE SPACE TO ffo_codeEdi
       IF ffo_ediActif THEN
         DISPLAY 'Notre code client chez ce fournisseur :'
         ACCEPT ffo_codeEdi
       END-IF.

      ***EFFACER_AVIS_ACHAT**********************************************
      *Remet à blanc les quantités, lots et DLC annoncés par l'avis  *
      *d'expédition sur la commande du tampon achatTampon            *
      ****************************************************************
       EFFACER_AVIS_ACHAT.
       MOVE 1 TO WediIdx
       PERFORM UNTIL WediIdx > 10
         MOVE 0 TO fpo_qteAnnoncee(WediIdx)
         MOVE SPACE TO fpo_lotAnnonce(WediIdx)
         MOVE 0 TO fpo_dlcAnnoncee(WediIdx)
         ADD 1 TO WediIdx
       END-PERFORM.

      ***ECHANGES_EDI_FOURNISSEURS***************************************
      *Lancement à la demande des deux étapes d'échange électronique *
      *du batch nocturne                                             *
      ****************************************************************
       ECHANGES_EDI_FOURNISSEURS.
       DISPLAY '|====================================|'
       DISPLAY '|=========== ECHANGES EDI ===========|'
       DISPLAY '|=========== FOURNISSEURS ===========|'
       DISPLAY '|====================================|'
       MOVE 9 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix <= 2
         DISPLAY '1 - Envoyer les nouvelles commandes'
         DISPLAY '2 - Importer les avis d''expédition'
         DISPLAY '0 - Retour'
         ACCEPT Wchoix
       END-PERFORM
       EVALUATE Wchoix
         WHEN 1
           PERFORM ENVOYER_COMMANDES_EDI
         WHEN 2
           PERFORM IMPORTER_AVIS_EDI
       END-EVALUATE
       DISPLAY '-====================================-'.

      ***ENVOYER_COMMANDES_EDI*******************************************
      *Etape du batch nocturne : pour chaque fournisseur en échange  *
      *électronique, écrit ses commandes émises non encore envoyées  *
      *dans edi_cmd_<fournisseur>_<AAAAMMJJ>.txt (ajout si le fichier*
      *du jour existe déjà) et date l'envoi sur la commande :        *
      *E;codeClient;commande;dateCommande;nbLignes puis une ligne    *
      *L;commande;numéroLigne;article;quantité;prixUnitaire par ligne*
      ****************************************************************
       ENVOYER_COMMANDES_EDI.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WediTotalCmd
       OPEN INPUT fFournisseurs
       OPEN I-O fAchats
       MOVE 0 TO WediFinFour
       PERFORM WITH TEST AFTER UNTIL WediFinFour = 1
         READ fFournisseurs NEXT
         AT END MOVE 1 TO WediFinFour
         NOT AT END
           IF ffo_ediActif AND ffo_actif = 1 THEN
             PERFORM ENVOYER_COMMANDES_UN_FOURN
           END-IF
       END-PERFORM
       CLOSE fAchats
       CLOSE fFournisseurs
       DISPLAY 'Envoi EDI : ',WediTotalCmd,' commande(s) transmise(s)'.

      ***ENVOYER_COMMANDES_UN_FOURN**************************************
      *Commandes à envoyer du fournisseur du tampon fouTampon        *
      ****************************************************************
       ENVOYER_COMMANDES_UN_FOURN.
       MOVE 0 TO WediNbCmd
       MOVE 0 TO WediOuvert
       MOVE 0 TO WediEof
       MOVE 0 TO fpo_id
       START fAchats, KEY IS >= fpo_id
         INVALID KEY MOVE 1 TO WediEof
       END-START
       PERFORM UNTIL WediEof = 1
         READ fAchats NEXT
         AT END MOVE 1 TO WediEof
         NOT AT END
           IF fpo_idFournisseur = ffo_id AND fpo_emise
     -        AND fpo_dateEnvoiEdi = 0 THEN
             IF WediOuvert = 0 THEN
               MOVE SPACE TO WNomFichierEdi
               STRING 'edi_cmd_' ffo_id '_' WdateSystemeISOInt
     -           '.txt' DELIMITED BY SIZE INTO WNomFichierEdi
               OPEN EXTEND fEdiCommandes
               IF fec_stat = 35 THEN
                 OPEN OUTPUT fEdiCommandes
               END-IF
               MOVE 1 TO WediOuvert
             END-IF
             MOVE SPACE TO ediCommandeLigne
             STRING 'E;' FUNCTION TRIM(ffo_codeEdi) ';' fpo_id ';'
     -         fpo_dateCommande ';' fpo_nbLignes
     -         DELIMITED BY SIZE INTO ediCommandeLigne
             WRITE ediCommandeLigne
             MOVE 1 TO WpoIdx
             PERFORM UNTIL WpoIdx > fpo_nbLignes
               MOVE SPACE TO ediCommandeLigne
               STRING 'L;' fpo_id ';' WpoIdx ';'
     -           FUNCTION TRIM(fpo_plat(WpoIdx)) ';'
     -           fpo_qte(WpoIdx) ';' fpo_prixUnit(WpoIdx)
     -           DELIMITED BY SIZE INTO ediCommandeLigne
               WRITE ediCommandeLigne
               ADD 1 TO WpoIdx
             END-PERFORM
             MOVE WdateSystemeISOInt TO fpo_dateEnvoiEdi
             REWRITE achatTampon
             ADD 1 TO WediNbCmd
           END-IF
       END-PERFORM
       IF WediOuvert = 1 THEN
         CLOSE fEdiCommandes
         ADD WediNbCmd TO WediTotalCmd
         DISPLAY 'Fournisseur ',ffo_id,' : ',WediNbCmd,
     -     ' commande(s) écrite(s) dans ',WNomFichierEdi
         MOVE 'fAchats' TO WauditFichier
         MOVE WNomFichierEdi TO WauditCle
         MOVE 'ENVOI EDI' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       END-IF.

      ***IMPORTER_AVIS_EDI***********************************************
      *Etape du batch nocturne : lit, pour chaque fournisseur en     *
      *échange électronique, son avis d'expédition edi_avis_<four-   *
      *nisseur>.txt (une ligne par article expédié :                 *
      *A;commande (6 chiffres);article;quantité (5 chiffres);lot;DLC *
      *AAAAMMJJ) et pré-remplit la réception attendue de la         *
      *commande ; les lignes refusées                                *
      *sont recopiées dans edi_avis_rejets_<fournisseur>.txt suivies *
      *d'un code motif : 30 champs invalides, 31 commande inconnue,  *
      *32 commande d'un autre fournisseur, 33 commande non ouverte   *
      *à la réception, 34 article absent de la commande. Un avis     *
      *traité est vidé pour ne pas être relu la nuit suivante        *
      ****************************************************************
       IMPORTER_AVIS_EDI.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WediTotalAvis
       MOVE 0 TO WediTotalRejets
       OPEN INPUT fFournisseurs
       OPEN I-O fAchats
       MOVE 0 TO WediFinFour
       PERFORM WITH TEST AFTER UNTIL WediFinFour = 1
         READ fFournisseurs NEXT
         AT END MOVE 1 TO WediFinFour
         NOT AT END
           IF ffo_ediActif THEN
             PERFORM IMPORTER_AVIS_UN_FOURN
           END-IF
       END-PERFORM
       CLOSE fAchats
       CLOSE fFournisseurs
       DISPLAY 'Import EDI : ',WediTotalAvis,' ligne(s) d''avis '
     -   'rapprochée(s), ',WediTotalRejets,' rejet(s)'.

      ***IMPORTER_AVIS_UN_FOURN******************************************
      *Avis d'expédition du fournisseur du tampon fouTampon          *
      ****************************************************************
       IMPORTER_AVIS_UN_FOURN.
       MOVE SPACE TO WNomFichierEdiAvis
       STRING 'edi_avis_' ffo_id '.txt' DELIMITED BY SIZE
     -   INTO WNomFichierEdiAvis
       OPEN INPUT fEdiAvis
       IF fea_stat = 0 THEN
         MOVE SPACE TO WNomFichierEdiRejets
         STRING 'edi_avis_rejets_' ffo_id '.txt' DELIMITED BY SIZE
     -     INTO WNomFichierEdiRejets
         OPEN EXTEND fEdiRejets
         IF fer_stat = 35 THEN
           OPEN OUTPUT fEdiRejets
         END-IF
         MOVE 0 TO WediNbLus
         MOVE 0 TO WediNbAvis
         MOVE 0 TO WediNbRejets
         MOVE 0 TO WediEof
         PERFORM UNTIL WediEof = 1
           READ fEdiAvis
           AT END MOVE 1 TO WediEof
           NOT AT END
             IF ediAvisLigne NOT = SPACE THEN
               ADD 1 TO WediNbLus
               PERFORM TRAITER_LIGNE_AVIS
             END-IF
           END-READ
         END-PERFORM
         CLOSE fEdiAvis
         CLOSE fEdiRejets
         OPEN OUTPUT fEdiAvis
         CLOSE fEdiAvis
         ADD WediNbAvis TO WediTotalAvis
         ADD WediNbRejets TO WediTotalRejets
         DISPLAY 'Fournisseur ',ffo_id,' : ',WediNbLus,
     -     ' ligne(s) lue(s), ',WediNbAvis,' rapprochée(s), ',
     -     WediNbRejets,' rejetée(s)'
         IF WediNbRejets > 0 THEN
           DISPLAY '  rejets dans ',WNomFichierEdiRejets
         END-IF
       END-IF.

      ***TRAITER_LIGNE_AVIS**********************************************
      *Rapproche une ligne d'avis d'expédition de sa commande        *
      ****************************************************************
       TRAITER_LIGNE_AVIS.
       MOVE 1 TO WediOK
       MOVE 0 TO WediMotif
       MOVE SPACE TO WediChamps
       UNSTRING ediAvisLigne DELIMITED BY ';'
         INTO WediType WediIdAchatX WediPlatX WediQteX WediLotX
     -        WediDlcX
       END-UNSTRING
       IF WediType NOT = 'A' OR WediIdAchatX NOT NUMERIC
     -    OR WediPlatX = SPACE OR WediQteX NOT NUMERIC THEN
         MOVE 0 TO WediOK
         MOVE 30 TO WediMotif
       END-IF
       IF WediOK = 1 AND WediDlcX NOT = SPACE
     -    AND WediDlcX NOT NUMERIC THEN
         MOVE 0 TO WediOK
         MOVE 30 TO WediMotif
       END-IF
       IF WediOK = 1 THEN
         MOVE WediIdAchatX TO fpo_id
         READ fAchats
           INVALID KEY
             MOVE 0 TO WediOK
             MOVE 31 TO WediMotif
         END-READ
       END-IF
       IF WediOK = 1 AND fpo_idFournisseur NOT = ffo_id THEN
         MOVE 0 TO WediOK
         MOVE 32 TO WediMotif
       END-IF
       IF WediOK = 1 AND NOT fpo_emise AND NOT fpo_partielle THEN
         MOVE 0 TO WediOK
         MOVE 33 TO WediMotif
       END-IF
       IF WediOK = 1 THEN
         MOVE 0 TO WediIdx
         MOVE 1 TO WpoIdx
         PERFORM UNTIL WpoIdx > fpo_nbLignes OR WediIdx > 0
           IF fpo_plat(WpoIdx) = WediPlatX THEN
             MOVE WpoIdx TO WediIdx
           END-IF
           ADD 1 TO WpoIdx
         END-PERFORM
         IF WediIdx = 0 THEN
           MOVE 0 TO WediOK
           MOVE 34 TO WediMotif
         END-IF
       END-IF
       IF WediOK = 1 THEN
         MOVE WediQteX TO fpo_qteAnnoncee(WediIdx)
         MOVE WediLotX TO fpo_lotAnnonce(WediIdx)
         IF WediDlcX = SPACE THEN
           MOVE 0 TO fpo_dlcAnnoncee(WediIdx)
         ELSE
           MOVE WediDlcX TO fpo_dlcAnnoncee(WediIdx)
         END-IF
         MOVE WdateSystemeISOInt TO fpo_dateAvis
         REWRITE achatTampon
         ADD 1 TO WediNbAvis
       ELSE
         MOVE SPACE TO ediRejetLigne
         STRING FUNCTION TRIM(ediAvisLigne) ';' WediMotif
     -     DELIMITED BY SIZE INTO ediRejetLigne
         WRITE ediRejetLigne
         ADD 1 TO WediNbRejets
       END-IF.
