      * motif;référence;restaurant). Motifs : VENTE (commande),
      * AJUST (modification manuelle), RECEPT (livraison
      * fournisseur), TRANSF- / TRANSF+ (transfert entre
      * sites), ECART (inventaire physique), PERTE (casse,
      * produit périmé...), RETOUR (renvoi au fournisseur).
      * La référence est la réservation, la commande
      * fournisseur, l'utilisateur, la déclaration de perte
      * ou le bon de retour selon le motif
      ******************************************************
       ENREGISTRER_MOUVEMENT_STOCK.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
      * Décrémente d'une unité le stock du plat du tampon
      * pTampon pour le restaurant servi : le stock du site
      * (fStockSite) quand il existe, sinon le stock global
      * fp_stock ; l'unité est prise sur le lot du site dont
      * la DLC est la plus proche (CONSOMMER_LOTS_PLAT)
      ******************************************************
       DECREMENTER_STOCK_PLAT_SITE.
       OPEN I-O fStockSite
       MOVE frs_id TO WmvtRef
       MOVE frs_idrest TO WmvtIdRest
       PERFORM ENREGISTRER_MOUVEMENT_STOCK
       MOVE frs_idrest TO WdlIdRest
       MOVE fp_nom TO WdlPlat
       MOVE 1 TO WdlQte
       PERFORM CONSOMMER_LOTS_PLAT
       PERFORM DECREMENTER_INGREDIENTS_PLAT.

      **************** DECREMENTER_INGREDIENTS_PLAT *********
      ****************************************************************
       IMPRIMER_FICHE_NUTRITION.
       MOVE 'fiche_nutrition.txt' TO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       OPEN INPUT fplats
       OPEN INPUT fmenus
       MOVE '===== FICHE NUTRITIONNELLE DE LA CARTE ====='
