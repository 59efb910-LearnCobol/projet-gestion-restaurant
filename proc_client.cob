      ****************VERIFIER_CLIENT_DOUBLON*******************
      *Vérifie si un téléphone ou une adresse mail saisis pour  *
      *un nouveau client correspondent déjà à un client existant*
      *ou, à défaut, si un client au nom proche existe déjà     *
      *(WdoublonClient = 1 : téléphone ou mail, 2 : nom proche) *
      ************************************************************
       VERIFIER_CLIENT_DOUBLON.
       MOVE 0 TO WdoublonClient
       MOVE fc_tel TO WtelSauv
       MOVE fc_mail TO WmailSauv
       PERFORM CHIFFRER_CLE_RECHERCHE
       START fclients, KEY IS = fc_tel
       INVALID KEY
         CONTINUE
       MOVE WtelSauv TO fc_tel
       MOVE WmailSauv TO fc_mail
       IF WdoublonClient = 0 THEN
         PERFORM CHIFFRER_CLE_RECHERCHE
         START fclients, KEY IS = fc_mail
         INVALID KEY
           CONTINUE
         END-START
         MOVE WtelSauv TO fc_tel
         MOVE WmailSauv TO fc_mail
       END-IF
       IF WdoublonClient = 0 THEN
         PERFORM CHERCHER_HOMONYME_CLIENT
       END-IF.

      ****************VERIFIER_FORMAT_CLIENT*********************
         END-PERFORM
         PERFORM VERIFIER_CLIENT_DOUBLON
         MOVE Wnum TO fc_id
         IF WdoublonClient NOT = 0 THEN
           IF WdoublonClient = 1 THEN
             DISPLAY 'Un client existe déjà avec ce téléphone ou'
             DISPLAY 'cette adresse mail. Enregistrer tout de même ?'
           ELSE
             DISPLAY 'Un client au nom proche existe déjà (voir la '
     -         'liste ci-dessus).'
             DISPLAY 'Enregistrer tout de même ?'
           END-IF
           DISPLAY '1 : oui, 0 : non'
           ACCEPT WdoublonForcer
         ELSE
         IF WdoublonForcer = 1 THEN
         DISPLAY 'Adresse du client: '
         ACCEPT fc_rue
         MOVE 0 TO WcpoFacultatif
         PERFORM SAISIR_COMMUNE_CP
         MOVE WcpoVille TO fc_ville
         MOVE WcpoCodeP TO fc_codeP
         PERFORM WITH TEST AFTER UNTIL fc_naissJour <= 31
           DISPLAY 'Jour de naissance (JJ, 0 : non communiqué) :'
           ACCEPT fc_naissJour
         MOVE 0 TO fc_pctReduc
         MOVE 0 TO fc_pointsFidelite
         MOVE 0 TO fc_nbAbsences
         MOVE 0 TO fc_versionCle
         PERFORM CHIFFRER_CLIENT
         WRITE cliTampon
         IF fc_stat = 0 THEN
           DISPLAY "Le client a été enregistré"
           MOVE fc_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           PERFORM SAISIR_PARRAINAGE
         END-IF
         END-IF

       CLOSE fclients.
      ********************AFFICHER_CLIENT**********************
      *Affiche tous les attributs d'un client                 *
      *et ses dossiers de réclamation non résolus             *
      *********************************************************
       AFFICHER_CLIENT.

       PERFORM PREPARER_AFFICHAGE_CLIENT
       DISPLAY '--------------------------------------'
       DISPLAY ' '

       DISPLAY 'Nombre d''absences : ',fc_nbAbsences
       DISPLAY 'Pourcentage de réduction : ',WpctReduc,'%'
       DISPLAY 'Points de fidélité : ',fc_pointsFidelite
       MOVE fc_id TO WparIdCode
       PERFORM CODE_PARRAINAGE_CLIENT
       DISPLAY 'Code de parrainage : ',WparCode
       DISPLAY 'Nom : ', fc_nom
       DISPLAY 'Prenom : ',fc_prenom
       DISPLAY 'Numéro de téléphone : ',WchfTelAff
       DISPLAY 'Adresse mail : ',WchfMailAff
       DISPLAY 'Adresse postale : ',WchfRueAff
       DISPLAY fc_codeP
       DISPLAY fc_ville
       PERFORM AFFICHER_RECLAMATIONS_CLIENT.

      ***********************CONSULTER_CLIENT********************
      *Consulter la liste des clients en fonction d'un nom de la*

       OPEN INPUT fclients
       MOVE 0 TO Wchoix
       PERFORM WITH TEST AFTER UNTIL Wchoix <= 8 AND Wchoix > 0
        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY '1 - voir tous les clients'
        DISPLAY '2 - Faire une recherche à partir dun nom'
        DISPLAY '5 - Faire une recherche à partir d''un téléphone'
        DISPLAY '6 - Faire une recherche à partir d''un mail'
        DISPLAY '7 - Historique de contact (notifications, notes)'
        DISPLAY '8 - Recherche approchée (nom partiel ou '
      -  'phonétique)'
        DISPLAY ' '
        DISPLAY '-====================================-'
        ACCEPT Wchoix
           DISPLAY 'Donnez le numéro de téléphone recherché'
           ACCEPT fc_tel
           MOVE fc_tel TO WtelSauv
           PERFORM CHIFFRER_CLE_RECHERCHE
           START fclients, KEY IS = fc_tel
           INVALID KEY
           DISPLAY ' '
              READ fclients NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                PERFORM DECHIFFRER_CLIENT
                IF WtelSauv = fc_tel THEN
                  PERFORM AFFICHER_CLIENT
                END-IF
           DISPLAY 'Donnez l''adresse mail recherchée'
           ACCEPT fc_mail
           MOVE fc_mail TO WmailSauv
           PERFORM CHIFFRER_CLE_RECHERCHE
           START fclients, KEY IS = fc_mail
           INVALID KEY
           DISPLAY ' '
              READ fclients NEXT
                AT END MOVE 1 TO Wfin
                NOT AT END
                PERFORM DECHIFFRER_CLIENT
                IF WmailSauv = fc_mail THEN
                  PERFORM AFFICHER_CLIENT
                END-IF
       DISPLAY '-====================================-'
         WHEN 7
           PERFORM HISTORIQUE_CONTACT_CLIENT
         WHEN 8
           PERFORM RECHERCHER_CLIENT_APPROCHE
       END-EVALUATE
       CLOSE fclients.

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
       INVALID KEY DISPLAY 'Erreur lors de la saisie de lidentifiant'
       CLOSE fclients
       NOT INVALID KEY
       PERFORM PREPARER_AFFICHAGE_CLIENT
       MOVE SPACE TO WnomCli
       MOVE SPACE TO WprenomCli
       MOVE LOW-VALUE TO WtelCli
       END-PERFORM
       DISPLAY 'Adresse du client: '
       ACCEPT WrueCli
       MOVE 1 TO WcpoFacultatif
       PERFORM SAISIR_COMMUNE_CP
       MOVE WcpoVille TO WvilleCli
       MOVE WcpoCodeP TO WcodePCli
       DISPLAY 'Nombre de réservation: '
       ACCEPT WnbReservCli
       IF WnomCli NOT = SPACE 
       IF WconsentCli = 0 OR WconsentCli = 1
         MOVE WconsentCli TO fc_consentMarketing
       END-IF
       DISPLAY 'Allergies du client : ',WchfAllergAff
       DISPLAY 'Nouvelles allergies, séparées par des virgules '
     -   '(vide : inchangées, AUCUNE : effacer) :'
       MOVE SPACE TO WallergCli
           ADD 1 TO WcptIdx
         END-PERFORM
       END-IF
       PERFORM CHIFFRER_CLIENT
       REWRITE cliTampon
       IF fc_stat = 0 THEN
         DISPLAY 'Le client a été modifié'
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
         READ fclients NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
           PERFORM DECHIFFRER_CLIENT
           IF fc_consentDonne AND fc_naissMois = WannivMois THEN
             PERFORM TROUVER_RESTAURANT_PREFERE
             ADD 1 TO WannivNb
             IF WchfLecture = 0 THEN
               PERFORM CHIFFRER_CLE_RECHERCHE
             END-IF
             MOVE SPACE TO exportLigne
             STRING fc_id ';' fc_nom ';' fc_prenom ';' fc_tel ';'
     -         fc_mail ';' fc_naissJour ';' WprefRestChoisi
      *Rattache au client conservé les références annexes du     *
      *doublon : lignes de paiement (fpay_idcli, dont dépendent  *
      *le relevé et la balance âgée des comptes société) et      *
      *notifications en file (fnt_idcli), parrainages et         *
      *porte-monnaie prépayé, coupons de campagne et dossiers de *
      *réclamation                                               *
      ************************************************************
       FUSIONNER_REFERENCES_ANNEXES.
       MOVE 0 TO WfusNbPaiements
       END-PERFORM
       CLOSE fNotifications
       DISPLAY WfusNbPaiements,' paiement(s) et ',WfusNbNotifs,
     -   ' notification(s) rattachés au client ',WfusIdGarde
       PERFORM FUSIONNER_PARRAINAGES
       PERFORM FUSIONNER_PORTE_MONNAIE
       PERFORM FUSIONNER_COUPONS
       PERFORM FUSIONNER_RECLAMATIONS
       PERFORM FUSIONNER_OBJETS_TROUVES.

      ****************FUSIONNER_PARRAINAGES***********************
      *Fusion de doublons : un parrainage entre le client conservé*
      *et son doublon (la même personne) est annulé ; les autres *
      *parrainages du doublon sont rattachés au client conservé, *
      *qui garde son propre parrainage s'il en a déjà un         *
      ************************************************************
       FUSIONNER_PARRAINAGES.
       OPEN I-O fParrainages
       MOVE 0 TO WparFin
       PERFORM WITH TEST AFTER UNTIL WparFin = 1
         READ fParrainages NEXT
         AT END MOVE 1 TO WparFin
         NOT AT END
           IF (fpn_idFilleul = WfusIdDouble
     -          AND fpn_idParrain = WfusIdGarde)
     -        OR (fpn_idFilleul = WfusIdGarde
     -          AND fpn_idParrain = WfusIdDouble) THEN
             IF fpn_enAttente THEN
               MOVE 2 TO fpn_statut
             END-IF
             MOVE WfusIdGarde TO fpn_idParrain
             REWRITE parTampon
             DISPLAY 'Parrainage entre doublons annulé (filleul ',
     -         fpn_idFilleul,')'
           ELSE
             IF fpn_idParrain = WfusIdDouble THEN
               MOVE WfusIdGarde TO fpn_idParrain
               REWRITE parTampon
             END-IF
           END-IF
       END-PERFORM
       MOVE WfusIdDouble TO fpn_idFilleul
       READ fParrainages
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           DELETE fParrainages
           END-DELETE
           IF fpn_idParrain NOT = WfusIdGarde THEN
             MOVE WfusIdGarde TO fpn_idFilleul
             WRITE parTampon
             IF fpn_stat NOT = 0 THEN
               DISPLAY 'Le client conservé a déjà un parrain, '
     -           'parrainage du doublon abandonné'
             END-IF
           END-IF
       END-READ
       CLOSE fParrainages.

      ****************FUSIONNER_PORTE_MONNAIE*********************
      *Fusion de doublons : le porte-monnaie du doublon (solde,  *
      *cumuls et mouvements) est reporté sur celui du client     *
      *conservé, créé au besoin                                  *
      ************************************************************
       FUSIONNER_PORTE_MONNAIE.
       OPEN I-O fPorteMonnaie
       MOVE WfusIdDouble TO fpm_idcli
       READ fPorteMonnaie
         INVALID KEY
           MOVE 0 TO WpmTrouve
         NOT INVALID KEY
           MOVE 1 TO WpmTrouve
       END-READ
       IF WpmTrouve = 1 THEN
         MOVE fpm_solde TO WpmMontant
         MOVE fpm_totalRecharge TO WpmTotalRecharge
         MOVE fpm_totalBonus TO WpmTotalBonus
         MOVE fpm_totalDepense TO WpmTotalDepense
         MOVE fpm_totalRembourse TO WpmTotalRembourse
         DELETE fPorteMonnaie
         END-DELETE
         MOVE WfusIdGarde TO fpm_idcli
         READ fPorteMonnaie
           INVALID KEY
             MOVE WfusIdGarde TO fpm_idcli
             MOVE WpmMontant TO fpm_solde
             MOVE WpmTotalRecharge TO fpm_totalRecharge
             MOVE WpmTotalBonus TO fpm_totalBonus
             MOVE WpmTotalDepense TO fpm_totalDepense
             MOVE WpmTotalRembourse TO fpm_totalRembourse
             WRITE pmTampon
           NOT INVALID KEY
             ADD WpmMontant TO fpm_solde
             ADD WpmTotalRecharge TO fpm_totalRecharge
             ADD WpmTotalBonus TO fpm_totalBonus
             ADD WpmTotalDepense TO fpm_totalDepense
             ADD WpmTotalRembourse TO fpm_totalRembourse
             REWRITE pmTampon
         END-READ
         OPEN I-O fMvtPorteMonnaie
         MOVE 0 TO WpmFin
         PERFORM WITH TEST AFTER UNTIL WpmFin = 1
           READ fMvtPorteMonnaie NEXT
           AT END MOVE 1 TO WpmFin
           NOT AT END
             IF fmp_idcli = WfusIdDouble THEN
               MOVE WfusIdGarde TO fmp_idcli
               REWRITE mvtPmTampon
             END-IF
         END-PERFORM
         CLOSE fMvtPorteMonnaie
         DISPLAY 'Porte-monnaie du doublon reporté (solde ',
     -     WpmMontant,' EUR)'
       END-IF
       CLOSE fPorteMonnaie.

      ****************ENREGISTRER_REGLEMENT_COMPTE****************
      *Enregistre le règlement mensuel d'un compte société : le  *
       DISPLAY '-====================================-'
       CLOSE fclients.

      ****************GERER_PORTE_MONNAIE*************************
      *Porte-monnaie prépayé d'un client : le client charge un   *
      *montant (réglé en espèces, carte ou virement, avec un bonus*
      *éventuel en pourcentage offert par la maison) et le dépense*
      *au fil de ses visites par le mode de paiement 6 de        *
      *SAISIR_PAIEMENTS_RESA ; relevé des mouvements et          *
      *remboursement du solde (contre-signature d'un Gérant ou d'un*
      *Directeur). Le porte-monnaie est créé à la première recharge*
      ************************************************************
       GERER_PORTE_MONNAIE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== PORTE-       ===========|'
       DISPLAY '|===========  MONNAIE     ===========|'
       DISPLAY '|===========  CLIENT      ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN INPUT fclients
       DISPLAY 'Identifiant du client : '
       ACCEPT fc_id
       READ fclients
       INVALID KEY
         DISPLAY 'Aucun client ne correspond à cet identifiant'
         MOVE 0 TO WpmIdCli
       NOT INVALID KEY
         DISPLAY 'Client : ',fc_nom,' ',fc_prenom
         MOVE fc_id TO WpmIdCli
       END-READ
       CLOSE fclients
       IF WpmIdCli > 0 THEN
         MOVE 9 TO WpmAction
         PERFORM WITH TEST AFTER UNTIL WpmAction = 0
           OPEN I-O fPorteMonnaie
           MOVE WpmIdCli TO fpm_idcli
           READ fPorteMonnaie
             INVALID KEY
               MOVE 0 TO WpmTrouve
               DISPLAY 'Pas encore de porte-monnaie (créé à la '
     -           'première recharge)'
             NOT INVALID KEY
               MOVE 1 TO WpmTrouve
               DISPLAY 'Solde du porte-monnaie : ',fpm_solde,' EUR'
           END-READ
           DISPLAY '1 - Recharger le porte-monnaie'
           DISPLAY '2 - Relevé des mouvements'
           DISPLAY '3 - Rembourser le solde'
           DISPLAY '0 - Terminer'
           ACCEPT WpmAction
           EVALUATE WpmAction
             WHEN 1
               PERFORM RECHARGER_PORTE_MONNAIE
             WHEN 2
               PERFORM RELEVE_PORTE_MONNAIE
             WHEN 3
               IF WpmTrouve = 0 OR fpm_solde = 0 THEN
                 DISPLAY 'Aucun solde à rembourser'
               ELSE
                 PERFORM REMBOURSER_PORTE_MONNAIE
               END-IF
           END-EVALUATE
           CLOSE fPorteMonnaie
         END-PERFORM
       END-IF
       DISPLAY '-====================================-'.

      ****************RECHARGER_PORTE_MONNAIE*********************
      *Recharge du porte-monnaie du client WpmIdCli (fichier     *
      *fPorteMonnaie ouvert en I-O, WpmTrouve = 1 si le tampon   *
      *pmTampon est déjà lu) : le montant réglé et le bonus offert*
      *sont crédités et tracés chacun par un mouvement           *
      ************************************************************
       RECHARGER_PORTE_MONNAIE.
       MOVE 0 TO WpmMontant
       PERFORM WITH TEST AFTER UNTIL WpmMontant > 0
         DISPLAY 'Montant de la recharge :'
         ACCEPT WpmMontant
       END-PERFORM
       MOVE 0 TO WpmMode
       PERFORM WITH TEST AFTER UNTIL WpmMode = 1 OR WpmMode = 2
     -    OR WpmMode = 4
         DISPLAY 'Réglée par ? 1 : espèces, 2 : carte, 4 : virement'
         ACCEPT WpmMode
       END-PERFORM
       MOVE 99 TO WpmBonusPct
       PERFORM WITH TEST AFTER UNTIL WpmBonusPct <= WpmBonusMax
         DISPLAY 'Bonus offert en % (0 si aucun, ',WpmBonusMax,
     -     ' maximum) :'
         ACCEPT WpmBonusPct
       END-PERFORM
       COMPUTE WpmBonus ROUNDED = WpmMontant * WpmBonusPct / 100
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       IF WpmTrouve = 0 THEN
         MOVE WpmIdCli TO fpm_idcli
         MOVE 0 TO fpm_solde
         MOVE 0 TO fpm_totalRecharge
         MOVE 0 TO fpm_totalBonus
         MOVE 0 TO fpm_totalDepense
         MOVE 0 TO fpm_totalRembourse
         MOVE WdateSystemeISOInt TO fpm_dateOuverture
         MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
         WRITE pmTampon
         IF fpm_stat = 0 THEN
           MOVE 1 TO WpmTrouve
         ELSE
           DISPLAY 'Erreur lors de la création du porte-monnaie'
         END-IF
       END-IF
       IF WpmTrouve = 1 THEN
         ADD WpmMontant TO fpm_solde
         ADD WpmMontant TO fpm_totalRecharge
         MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
         REWRITE pmTampon
         IF fpm_stat = 0 THEN
           MOVE 1 TO WpmType
           MOVE 0 TO WpmRef
           MOVE WSessionPseudo TO WpmOperateur
           PERFORM ENREGISTRER_MVT_PORTE_MONNAIE
           IF WpmBonus > 0 THEN
             ADD WpmBonus TO fpm_solde
             ADD WpmBonus TO fpm_totalBonus
             REWRITE pmTampon
             MOVE 2 TO WpmType
             MOVE 0 TO WpmMode
             MOVE WpmBonus TO WpmMontant
             PERFORM ENREGISTRER_MVT_PORTE_MONNAIE
           END-IF
           DISPLAY 'Porte-monnaie rechargé, nouveau solde : ',
     -       fpm_solde,' EUR'
           IF WpmBonus > 0 THEN
             DISPLAY '(dont bonus offert : ',WpmBonus,' EUR)'
           END-IF
           MOVE 'fPorteMonnaie' TO WauditFichier
           MOVE fpm_idcli TO WauditCle
           MOVE 'RECHARGE' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de la recharge du porte-monnaie'
         END-IF
       END-IF.

      ****************REMBOURSER_PORTE_MONNAIE********************
      *Remboursement de tout ou partie du solde du porte-monnaie *
      *lu dans pmTampon (fPorteMonnaie ouvert en I-O), après     *
      *contre-signature d'un Gérant ou d'un Directeur ; le       *
      *remboursement est inscrit au journal fiscal               *
      ************************************************************
       REMBOURSER_PORTE_MONNAIE.
       DISPLAY 'Solde : ',fpm_solde,' EUR (bonus offert cumulé : ',
     -     fpm_totalBonus,' EUR)'
       PERFORM AUTORISER_OPERATION_MANAGER
       IF WmgrOK = 1 THEN
         MOVE 0 TO WpmMontant
         PERFORM WITH TEST AFTER UNTIL WpmMontant > 0
     -      AND WpmMontant <= fpm_solde
           DISPLAY 'Montant à rembourser (',fpm_solde,
     -       ' maximum) :'
           ACCEPT WpmMontant
         END-PERFORM
         MOVE 0 TO WpmMode
         PERFORM WITH TEST AFTER UNTIL WpmMode = 1 OR WpmMode = 4
           DISPLAY 'Remboursé par ? 1 : espèces, 4 : virement'
           ACCEPT WpmMode
         END-PERFORM
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         SUBTRACT WpmMontant FROM fpm_solde
         ADD WpmMontant TO fpm_totalRembourse
         MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
         REWRITE pmTampon
         IF fpm_stat = 0 THEN
           MOVE 4 TO WpmType
           MOVE 0 TO WpmRef
           MOVE WmgrPseudo TO WpmOperateur
           PERFORM ENREGISTRER_MVT_PORTE_MONNAIE
           DISPLAY 'Remboursement de ',WpmMontant,' EUR enregistré, '
     -       'solde restant : ',fpm_solde,' EUR'
           MOVE 'fPorteMonnaie' TO WauditFichier
           MOVE fpm_idcli TO WauditCle
           MOVE 'REMBOURSE' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           MOVE 'REMBOURSPM' TO WfiscEvenement
           MOVE fpm_idcli TO WfiscRef
           MOVE WpmMontant TO WfiscMontant
           PERFORM ENREGISTRER_EVENEMENT_FISCAL
         ELSE
           DISPLAY 'Erreur lors du remboursement'
         END-IF
       END-IF.

      ****************RELEVE_PORTE_MONNAIE************************
      *Relevé de tous les mouvements du porte-monnaie du client  *
      *WpmIdCli, à l'écran et dans releve_pm_<id>.txt            *
      ************************************************************
       RELEVE_PORTE_MONNAIE.
       MOVE SPACE TO WNomFichierExport
       STRING 'releve_pm_' WpmIdCli DELIMITED BY SIZE
     -   '.txt' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'Relevé du porte-monnaie du client ' WpmIdCli
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       DISPLAY exportLigne
       MOVE 0 TO WpmNbMvt
       OPEN INPUT fMvtPorteMonnaie
       MOVE WpmIdCli TO fmp_idcli
       START fMvtPorteMonnaie, KEY IS = fmp_idcli
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WpmFin
         PERFORM WITH TEST AFTER UNTIL WpmFin = 1
           READ fMvtPorteMonnaie NEXT
           AT END MOVE 1 TO WpmFin
           NOT AT END
             IF fmp_idcli NOT = WpmIdCli THEN
               MOVE 1 TO WpmFin
             ELSE
               ADD 1 TO WpmNbMvt
               MOVE fmp_type TO WpmType
               PERFORM LIBELLE_MVT_PORTE_MONNAIE
               MOVE SPACE TO exportLigne
               STRING fmp_date ' ' fmp_heure ' ' WpmLibelle ' '
     -           fmp_montant ' EUR - solde ' fmp_soldeApres
     -           ' - réf. ' fmp_ref ' - ' fmp_operateur
     -           DELIMITED BY SIZE INTO exportLigne
               WRITE exportLigne
               DISPLAY exportLigne
             END-IF
         END-PERFORM
       END-START
       CLOSE fMvtPorteMonnaie
       MOVE SPACE TO exportLigne
       IF WpmTrouve = 1 THEN
         STRING 'Solde : ' fpm_solde ' EUR - rechargé '
     -     fpm_totalRecharge ' - bonus ' fpm_totalBonus
     -     ' - dépensé ' fpm_totalDepense ' - remboursé '
     -     fpm_totalRembourse DELIMITED BY SIZE INTO exportLigne
       ELSE
         MOVE 'Aucun mouvement' TO exportLigne
       END-IF
       WRITE exportLigne
       DISPLAY exportLigne
       CLOSE fExport
       DISPLAY WpmNbMvt,' mouvement(s) - relevé écrit : ',
     -     WNomFichierExport.

      ****************LIBELLE_MVT_PORTE_MONNAIE*******************
      *Traduit le type de mouvement WpmType en libellé WpmLibelle*
      ************************************************************
       LIBELLE_MVT_PORTE_MONNAIE.
       EVALUATE WpmType
         WHEN 1
           MOVE 'recharge' TO WpmLibelle
         WHEN 2
           MOVE 'bonus offert' TO WpmLibelle
         WHEN 3
           MOVE 'dépense' TO WpmLibelle
         WHEN 4
           MOVE 'remboursement' TO WpmLibelle
         WHEN 5
           MOVE 'recrédit' TO WpmLibelle
         WHEN OTHER
           MOVE 'autre' TO WpmLibelle
       END-EVALUATE.

      ****************ENREGISTRER_MVT_PORTE_MONNAIE***************
      *Trace un mouvement du porte-monnaie du tampon pmTampon :  *
      *l'appelant renseigne WpmType, WpmMontant, WpmMode, WpmRef et*
      *WpmOperateur ; le solde après mouvement est fpm_solde     *
      ************************************************************
       ENREGISTRER_MVT_PORTE_MONNAIE.
       MOVE 'MVTPM' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       ACCEPT WheureSystemeISO FROM TIME
       OPEN I-O fMvtPorteMonnaie
       MOVE WseqValeur TO fmp_id
       MOVE fpm_idcli TO fmp_idcli
       MOVE WdateSystemeISOInt TO fmp_date
       COMPUTE fmp_heure = WheureSystemeISO_heure * 100
     -   + WheureSystemeISO_minute
       MOVE WpmType TO fmp_type
       MOVE WpmMontant TO fmp_montant
       MOVE fpm_solde TO fmp_soldeApres
       MOVE WpmMode TO fmp_mode
       MOVE WpmRef TO fmp_ref
       MOVE WpmOperateur TO fmp_operateur
       WRITE mvtPmTampon
       IF fmp_stat NOT = 0 THEN
         DISPLAY 'Erreur lors de l''enregistrement du mouvement'
       END-IF
       CLOSE fMvtPorteMonnaie.

      ****************CODE_PARRAINAGE_CLIENT**********************
      *Code de parrainage du client WparIdCode dans WparCode : la*
      *lettre P, l'identifiant sur 4 chiffres et une clé de      *
      *contrôle (identifiant modulo 7) qui écarte les fautes de  *
      *frappe                                                    *
      ************************************************************
       CODE_PARRAINAGE_CLIENT.
       MOVE 'P' TO WparCodeLettre
       MOVE WparIdCode TO WparCodeId
       COMPUTE WparCodeCle = FUNCTION MOD(WparIdCode, 7).

      ****************SAISIR_PARRAINAGE***************************
      *A la création d'un client (tampon cliTampon tout juste    *
      *écrit, fclients ouvert en I-O) : saisie facultative du code*
      *de parrainage du parrain. L'auto-parrainage (même         *
      *téléphone, même adresse mail ou mêmes nom et prénom que le*
      *parrain) est refusé ; les points sont attribués à la      *
      *première commande facturée (RECOMPENSER_PARRAINAGE)       *
      ************************************************************
       SAISIR_PARRAINAGE.
       PERFORM DECHIFFRER_CLIENT
       MOVE fc_id TO WparIdFilleul
       MOVE fc_nom TO WparNom
       MOVE fc_prenom TO WparPrenom
       MOVE fc_tel TO WparTel
       MOVE fc_mail TO WparMail
       MOVE fc_id TO WparIdCode
       PERFORM CODE_PARRAINAGE_CLIENT
       DISPLAY 'Code de parrainage du client : ',WparCode
       MOVE 0 TO WparOK
       PERFORM WITH TEST AFTER UNTIL WparOK = 1
         DISPLAY 'Code de parrainage du parrain (vide si aucun) :'
         MOVE SPACE TO WparCodeSaisi
         ACCEPT WparCodeSaisi
         IF WparCodeSaisi = SPACE THEN
           MOVE 1 TO WparOK
           MOVE 0 TO WparIdParrain
         ELSE
           MOVE 0 TO WparIdParrain
           IF (WparSaisiLettre = 'P' OR WparSaisiLettre = 'p')
     -        AND WparSaisiId IS NUMERIC
     -        AND WparSaisiCle IS NUMERIC
     -        AND WparSaisiReste = SPACE THEN
             MOVE WparSaisiId TO WparIdCode
             PERFORM CODE_PARRAINAGE_CLIENT
             IF WparCodeCle = WparSaisiCle THEN
               MOVE WparIdCode TO WparIdParrain
             END-IF
           END-IF
           IF WparIdParrain = 0 THEN
             DISPLAY 'Code de parrainage invalide'
           ELSE
             MOVE WparIdParrain TO fc_id
             READ fclients
               INVALID KEY
                 DISPLAY 'Aucun client ne porte ce code'
                 MOVE 0 TO WparIdParrain
               NOT INVALID KEY
                 MOVE 1 TO WparOK
                 PERFORM DECHIFFRER_CLIENT
                 IF fc_id = WparIdFilleul OR fc_tel = WparTel
     -              OR fc_mail = WparMail
     -              OR (fc_nom = WparNom AND fc_prenom = WparPrenom)
     -              THEN
                   DISPLAY 'Auto-parrainage refusé : le parrain ',
     -               'et le nouveau client sont la même personne'
                   MOVE 0 TO WparIdParrain
                 ELSE
                   DISPLAY 'Parrain : ',fc_nom,' ',fc_prenom
                 END-IF
             END-READ
           END-IF
         END-IF
       END-PERFORM
       IF WparIdParrain > 0 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         OPEN I-O fParrainages
         MOVE WparIdFilleul TO fpn_idFilleul
         MOVE WparIdParrain TO fpn_idParrain
         MOVE WdateSystemeISOInt TO fpn_dateInscription
         MOVE WSessionIdRest TO fpn_idrestInscription
         MOVE 0 TO fpn_statut
         MOVE 0 TO fpn_dateConversion
         MOVE 0 TO fpn_idresa
         MOVE 0 TO fpn_idrest
         MOVE 0 TO fpn_montantCommande
         MOVE 0 TO fpn_pointsParrain
         MOVE 0 TO fpn_pointsFilleul
         WRITE parTampon
         IF fpn_stat = 0 THEN
           DISPLAY 'Parrainage enregistré : les points seront '
     -       'crédités à la première commande'
           MOVE 'fParrainages' TO WauditFichier
           MOVE fpn_idFilleul TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement du parrainage'
         END-IF
         CLOSE fParrainages
       END-IF
       MOVE WparIdFilleul TO fc_id
       READ fclients
       END-READ.

      ****************CONSULTER_PARRAINAGES_CLIENT****************
      *Code de parrainage d'un client, son parrain éventuel et la*
      *liste de ses filleuls avec l'état de chaque parrainage    *
      ************************************************************
       CONSULTER_PARRAINAGES_CLIENT.

       DISPLAY '|====================================|'
       DISPLAY '|=========== PARRAINAGES  ===========|'
       DISPLAY '|===========  D''UN        ===========|'
       DISPLAY '|===========  CLIENT      ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN INPUT fclients
       DISPLAY 'Identifiant du client : '
       ACCEPT fc_id
       READ fclients
       INVALID KEY
         DISPLAY 'Aucun client ne correspond à cet identifiant'
       NOT INVALID KEY
         MOVE fc_id TO WparIdCode
         PERFORM CODE_PARRAINAGE_CLIENT
         DISPLAY fc_nom,' ',fc_prenom
         DISPLAY 'Code de parrainage : ',WparCode
         OPEN INPUT fParrainages
         MOVE fc_id TO fpn_idFilleul
         READ fParrainages
           INVALID KEY
             DISPLAY 'Client non parrainé'
           NOT INVALID KEY
             DISPLAY 'Parrainé par le client ',fpn_idParrain,
     -         ' le ',fpn_dateInscription
         END-READ
         MOVE 0 TO WparNbFaits
         MOVE fc_id TO fpn_idParrain
         START fParrainages, KEY IS = fpn_idParrain
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WparFin
           PERFORM WITH TEST AFTER UNTIL WparFin = 1
             READ fParrainages NEXT
             AT END MOVE 1 TO WparFin
             NOT AT END
               IF fpn_idParrain NOT = fc_id THEN
                 MOVE 1 TO WparFin
               ELSE
                 ADD 1 TO WparNbFaits
                 EVALUATE TRUE
                   WHEN fpn_enAttente
                     DISPLAY '  Filleul ',fpn_idFilleul,' inscrit le ',
     -                 fpn_dateInscription,' - en attente de '
     -                 'première commande'
                   WHEN fpn_recompense
                     DISPLAY '  Filleul ',fpn_idFilleul,' inscrit le ',
     -                 fpn_dateInscription,' - récompensé le ',
     -                 fpn_dateConversion,' (',fpn_pointsParrain,
     -                 ' points)'
                   WHEN OTHER
                     DISPLAY '  Filleul ',fpn_idFilleul,' inscrit le ',
     -                 fpn_dateInscription,' - annulé'
                 END-EVALUATE
               END-IF
           END-PERFORM
         END-START
         CLOSE fParrainages
         DISPLAY WparNbFaits,' filleul(s)'
       END-READ
       DISPLAY '-====================================-'
       CLOSE fclients.

      ****************GERER_ACCORDS_TARIFAIRES********************
      *Accords tarifaires négociés d'un compte société : création*
      *d'un accord (référence de contrat, prix convenu d'un menu ou*
      *d'un plat, ou remise en % sur les menus ou sur les plats à la*
      *carte, période de validité, cumul ou non avec les promotions),*
      *liste des accords et désactivation. Les accords sont appliqués*
      *automatiquement par SAISIR_COMMANDE                       *
      ************************************************************
       GERER_ACCORDS_TARIFAIRES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== ACCORDS      ===========|'
       DISPLAY '|===========  TARIFAIRES  ===========|'
       DISPLAY '|===========  SOCIETE     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 0 TO WacdIdCli
       OPEN INPUT fclients
       DISPLAY 'Identifiant du client société : '
       ACCEPT fc_id
       READ fclients
       INVALID KEY
         DISPLAY 'Aucun client ne correspond à cet identifiant'
       NOT INVALID KEY
         IF NOT fc_clientSociete THEN
           DISPLAY 'Ce client n''est pas un compte société'
         ELSE
           DISPLAY 'Société : ',fc_nom
           MOVE fc_id TO WacdIdCli
         END-IF
       END-READ
       CLOSE fclients
       IF WacdIdCli > 0 THEN
         MOVE 9 TO WacdAction
         PERFORM WITH TEST AFTER UNTIL WacdAction = 0
           DISPLAY '1 - Créer un accord'
           DISPLAY '2 - Lister les accords'
           DISPLAY '3 - Désactiver un accord'
           DISPLAY '0 - Terminer'
           ACCEPT WacdAction
           EVALUATE WacdAction
             WHEN 1
               PERFORM CREER_ACCORD_TARIFAIRE
             WHEN 2
               PERFORM LISTER_ACCORDS_TARIFAIRES
             WHEN 3
               PERFORM DESACTIVER_ACCORD_TARIFAIRE
           END-EVALUATE
         END-PERFORM
       END-IF
       DISPLAY '-====================================-'.

      ****************CREER_ACCORD_TARIFAIRE**********************
      *Saisie d'un nouvel accord pour le client WacdIdCli ; le numéro*
      *d'accord suit le plus grand numéro déjà attribué au client*
      ************************************************************
       CREER_ACCORD_TARIFAIRE.
       MOVE 0 TO WacdNumSuiv
       OPEN I-O fAccordsTarif
       MOVE WacdIdCli TO fta_idcli
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
             IF fta_idcli NOT = WacdIdCli THEN
               MOVE 1 TO WacdFin
             ELSE
               MOVE fta_num TO WacdNumSuiv
             END-IF
         END-PERFORM
       END-START
       ADD 1 TO WacdNumSuiv
       MOVE SPACE TO accordTampon
       MOVE WacdIdCli TO fta_idcli
       MOVE WacdNumSuiv TO fta_num
       PERFORM WITH TEST AFTER UNTIL fta_reference NOT = SPACE
         DISPLAY 'Référence du contrat :'
         ACCEPT fta_reference
       END-PERFORM
       MOVE 0 TO fta_type
       PERFORM WITH TEST AFTER UNTIL fta_type >= 1 AND fta_type <= 4
         DISPLAY 'Type d''accord : 1 - prix convenu d''un menu, '
     -     '2 - prix convenu d''un plat,'
         DISPLAY '  3 - remise % sur les plats à la carte, '
     -     '4 - remise % sur les menus'
         ACCEPT fta_type
       END-PERFORM
       MOVE 0 TO fta_prix
       MOVE 0 TO fta_pct
       MOVE 0 TO Wok
       EVALUATE TRUE
         WHEN fta_menuPrix
           OPEN INPUT fmenus
           PERFORM WITH TEST AFTER UNTIL Wok = 1
             DISPLAY 'Nom du menu :'
             ACCEPT fm_nom
             READ fmenus
             INVALID KEY
               DISPLAY 'Nom de menu invalide'
             NOT INVALID KEY
               MOVE fm_nom TO fta_cible
               DISPLAY 'Prix catalogue : ',fm_prix,' EUR'
               MOVE 1 TO Wok
             END-READ
           END-PERFORM
           CLOSE fmenus
         WHEN fta_platPrix
           OPEN INPUT fplats
           PERFORM WITH TEST AFTER UNTIL Wok = 1
             DISPLAY 'Nom du plat :'
             ACCEPT fp_nom
             READ fplats
             INVALID KEY
               DISPLAY 'Nom de plat invalide'
             NOT INVALID KEY
               MOVE fp_nom TO fta_cible
               DISPLAY 'Prix catalogue : ',fp_prix,' EUR'
               MOVE 1 TO Wok
             END-READ
           END-PERFORM
           CLOSE fplats
         WHEN fta_pctCarte
           DISPLAY 'Catégorie de plat visée (entree, plat, dessert ;'
     -       ' vide pour toute la carte) :'
           ACCEPT fta_cible
         WHEN fta_pctMenus
           DISPLAY 'Menu visé (vide pour tous les menus) :'
           ACCEPT fta_cible
       END-EVALUATE
       IF fta_menuPrix OR fta_platPrix THEN
         PERFORM WITH TEST AFTER UNTIL fta_prix > 0
           DISPLAY 'Prix convenu (EUR) :'
           ACCEPT fta_prix
         END-PERFORM
       ELSE
         PERFORM WITH TEST AFTER UNTIL fta_pct > 0 AND fta_pct < 100
           DISPLAY 'Remise convenue (%) :'
           ACCEPT fta_pct
         END-PERFORM
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       DISPLAY 'Début de validité (AAAAMMJJ, 0 pour aujourd''hui) :'
       ACCEPT fta_dateDebut
       IF fta_dateDebut = 0 THEN
         MOVE WdateSystemeISOInt TO fta_dateDebut
       END-IF
       MOVE 0 TO fta_dateFin
       PERFORM WITH TEST AFTER UNTIL fta_dateFin >= fta_dateDebut
         DISPLAY 'Fin de validité (AAAAMMJJ) :'
         ACCEPT fta_dateFin
       END-PERFORM
       MOVE 9 TO fta_cumulPromo
       PERFORM WITH TEST AFTER UNTIL fta_cumulPromo <= 1
         DISPLAY 'Cumulable avec les promotions ? 1 : oui, 0 : non'
         ACCEPT fta_cumulPromo
       END-PERFORM
       MOVE 1 TO fta_actif
       WRITE accordTampon
       IF fta_stat = 0 THEN
         DISPLAY 'Accord ',fta_num,' enregistré'
         MOVE 'fAccordsTarif' TO WauditFichier
         MOVE SPACE TO WauditCle
         STRING fta_idcli '/' fta_num DELIMITED BY SIZE
     -     INTO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement de l''accord'
       END-IF
       CLOSE fAccordsTarif.

      ****************LISTER_ACCORDS_TARIFAIRES*******************
      *Liste des accords (actifs ou non) du client WacdIdCli     *
      ************************************************************
       LISTER_ACCORDS_TARIFAIRES.
       OPEN INPUT fAccordsTarif
       MOVE WacdIdCli TO fta_idcli
       MOVE 0 TO fta_num
       START fAccordsTarif, KEY IS >= fta_cle
       INVALID KEY
         DISPLAY 'Aucun accord pour ce client'
       NOT INVALID KEY
         MOVE 0 TO WacdFin
         PERFORM WITH TEST AFTER UNTIL WacdFin = 1
           READ fAccordsTarif NEXT
           AT END MOVE 1 TO WacdFin
           NOT AT END
             IF fta_idcli NOT = WacdIdCli THEN
               MOVE 1 TO WacdFin
             ELSE
               DISPLAY '-------------------------------------'
               DISPLAY 'Accord ',fta_num,' - contrat ',fta_reference
               EVALUATE TRUE
                 WHEN fta_menuPrix
                   DISPLAY '  Menu ',FUNCTION TRIM(fta_cible),
     -               ' au prix de ',fta_prix,' EUR'
                 WHEN fta_platPrix
                   DISPLAY '  Plat ',FUNCTION TRIM(fta_cible),
     -               ' au prix de ',fta_prix,' EUR'
                 WHEN fta_pctCarte
                   DISPLAY '  Remise ',fta_pct,' % sur la carte ',
     -               FUNCTION TRIM(fta_cible)
                 WHEN fta_pctMenus
                   DISPLAY '  Remise ',fta_pct,' % sur les menus ',
     -               FUNCTION TRIM(fta_cible)
               END-EVALUATE
               DISPLAY '  Du ',fta_dateDebut,' au ',fta_dateFin,
     -           ' - cumul promotions : ',fta_cumulPromo,
     -           ' - actif : ',fta_actif
             END-IF
         END-PERFORM
       END-START
       CLOSE fAccordsTarif.

      ****************DESACTIVER_ACCORD_TARIFAIRE*****************
      *Désactivation d'un accord du client WacdIdCli (l'accord est*
      *conservé pour l'historique des consommations)             *
      ************************************************************
       DESACTIVER_ACCORD_TARIFAIRE.
       OPEN I-O fAccordsTarif
       MOVE WacdIdCli TO fta_idcli
       DISPLAY 'Numéro de l''accord à désactiver :'
       ACCEPT fta_num
       READ fAccordsTarif
       INVALID KEY
         DISPLAY 'Aucun accord ne correspond à ce numéro'
       NOT INVALID KEY
         MOVE 0 TO fta_actif
         REWRITE accordTampon
         IF fta_stat = 0 THEN
           DISPLAY 'Accord ',fta_num,' désactivé'
           MOVE 'fAccordsTarif' TO WauditFichier
           MOVE SPACE TO WauditCle
           STRING fta_idcli '/' fta_num DELIMITED BY SIZE
     -       INTO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         END-IF
       END-READ
       CLOSE fAccordsTarif.

      ****************GERER_CAMPAGNES*****************************
      *Campagnes marketing ciblées : une campagne sélectionne les*
      *clients ayant donné leur consentement marketing selon des *
      *critères (jours sans visite, segment de CALCULER_TIER_CLIENT,*
      *restaurant préféré, ville) et leur envoie par la file des *
      *notifications un coupon nominatif à code unique ; l'offre est*
      *une règle de fPromotions réservée aux coupons (actif = 2),*
      *appliquée par SAISIR_COMMANDE sur présentation du code    *
      ************************************************************
       GERER_CAMPAGNES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CAMPAGNES    ===========|'
       DISPLAY '|===========  MARKETING   ===========|'
       DISPLAY '|===========  CIBLEES     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WcgAction
       PERFORM WITH TEST AFTER UNTIL WcgAction = 0
         DISPLAY '1 - Créer une campagne'
         DISPLAY '2 - Lister les campagnes'
         DISPLAY '3 - Générer les coupons d''une campagne'
         DISPLAY '4 - Résultats d''une campagne'
         DISPLAY '0 - Terminer'
         ACCEPT WcgAction
         EVALUATE WcgAction
           WHEN 1
             PERFORM CREER_CAMPAGNE
           WHEN 2
             PERFORM LISTER_CAMPAGNES
           WHEN 3
             PERFORM GENERER_CAMPAGNE
           WHEN 4
             PERFORM RESULTATS_CAMPAGNE
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'.

      ****************CREER_CAMPAGNE******************************
      *Saisie d'une campagne : libellé, règle de promotion offerte*
      *(réservée aux coupons), critères de ciblage (0 ou vide : pas*
      *de critère) et date limite d'utilisation des coupons      *
      ************************************************************
       CREER_CAMPAGNE.
       MOVE SPACE TO campTampon
       MOVE 0 TO Wok
       OPEN INPUT fPromotions
       PERFORM WITH TEST AFTER UNTIL Wok = 1
         DISPLAY 'Identifiant de la promotion offerte (réservée aux '
     -     'coupons, 0 pour abandonner) :'
         ACCEPT fpr_id
         IF fpr_id = 0 THEN
           MOVE 1 TO Wok
         ELSE
           READ fPromotions
           INVALID KEY
             DISPLAY 'Promotion inconnue'
           NOT INVALID KEY
             IF fpr_actif NOT = 2 THEN
               DISPLAY 'Cette promotion n''est pas réservée aux '
     -           'coupons de campagne'
             ELSE
               DISPLAY 'Offre : ',fpr_libelle,' (jusqu''au ',
     -           fpr_dateFin,')'
               MOVE 1 TO Wok
             END-IF
           END-READ
         END-IF
       END-PERFORM
       CLOSE fPromotions
       IF fpr_id > 0 THEN
         MOVE fpr_id TO fcg_idpromo
         MOVE 'CAMPAGNE' TO WseqNom
         PERFORM ALLOUER_SEQUENCE
         IF WseqTrouve = 0 THEN
           MOVE 1 TO WseqValeur
           PERFORM SEMER_SEQUENCE
         END-IF
         MOVE WseqValeur TO fcg_id
         DISPLAY 'Libellé de la campagne :'
         ACCEPT fcg_libelle
         DISPLAY 'Clients sans visite depuis au moins combien de '
     -     'jours ? (0 : pas de critère)'
         ACCEPT fcg_joursSansVisite
         MOVE 9 TO fcg_tier
         PERFORM WITH TEST AFTER UNTIL fcg_tier <= 4
           DISPLAY 'Segment ? 1 VIP, 2 régulier, 3 en sommeil, '
     -       '4 perdu, 0 : tous'
           ACCEPT fcg_tier
         END-PERFORM
         DISPLAY 'Restaurant préféré du client (identifiant, 0 : '
     -     'tous) :'
         ACCEPT fcg_idrest
         DISPLAY 'Ville du client (vide : toutes) :'
         ACCEPT fcg_ville
         DISPLAY 'Date limite d''utilisation des coupons (AAAAMMJJ,'
     -     ' 0 : fin de la promotion) :'
         ACCEPT fcg_dateFinCoupon
         IF fcg_dateFinCoupon = 0 THEN
           MOVE fpr_dateFin TO fcg_dateFinCoupon
         END-IF
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO fcg_dateCreation
         MOVE 0 TO fcg_statut
         MOVE 0 TO fcg_dateGeneration
         MOVE 0 TO fcg_nbCoupons
         OPEN I-O fCampagnes
         WRITE campTampon
         IF fcg_stat = 0 THEN
           DISPLAY 'Campagne ',fcg_id,' créée'
           MOVE 'fCampagnes' TO WauditFichier
           MOVE fcg_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de la création de la campagne'
         END-IF
         CLOSE fCampagnes
       END-IF.

      ****************LISTER_CAMPAGNES****************************
      *Liste des campagnes avec leurs critères et leur état      *
      ************************************************************
       LISTER_CAMPAGNES.
       OPEN INPUT fCampagnes
       MOVE 0 TO fcg_id
       START fCampagnes, KEY IS >= fcg_id
       INVALID KEY
         DISPLAY 'Aucune campagne enregistrée'
       NOT INVALID KEY
         MOVE 0 TO WcgFin
         PERFORM WITH TEST AFTER UNTIL WcgFin = 1
           READ fCampagnes NEXT
           AT END MOVE 1 TO WcgFin
           NOT AT END
             DISPLAY '-------------------------------------'
             DISPLAY fcg_id,' - ',fcg_libelle,' - promotion ',
     -         fcg_idpromo,' - coupons valables jusqu''au ',
     -         fcg_dateFinCoupon
             DISPLAY '  Critères : ',fcg_joursSansVisite,
     -         ' jours sans visite, segment ',fcg_tier,
     -         ', restaurant ',fcg_idrest,', ville ',fcg_ville
             IF fcg_generee THEN
               DISPLAY '  Générée le ',fcg_dateGeneration,' : ',
     -           fcg_nbCoupons,' coupon(s)'
             ELSE
               DISPLAY '  Pas encore générée'
             END-IF
         END-PERFORM
       END-START
       CLOSE fCampagnes.

      ****************GENERER_CAMPAGNE****************************
      *Génère les coupons d'une campagne : chaque client retenu par*
      *CIBLER_CLIENT_CAMPAGNE reçoit un coupon nominatif et une  *
      *notification CAMPAGNE en file ; une campagne n'est générée*
      *qu'une fois                                               *
      ************************************************************
       GENERER_CAMPAGNE.
       OPEN I-O fCampagnes
       DISPLAY 'Identifiant de la campagne :'
       ACCEPT fcg_id
       READ fCampagnes
       INVALID KEY
         DISPLAY 'Campagne inconnue'
       NOT INVALID KEY
         IF fcg_generee THEN
           DISPLAY 'Campagne déjà générée le ',fcg_dateGeneration
         ELSE
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           COMPUTE WdateSystemeEntier =
     -       FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
           MOVE 0 TO WcgNbCoupons
           MOVE 0 TO WcgNotifNum
           OPEN I-O fNotifications
           MOVE 0 TO WcgFin
           PERFORM WITH TEST AFTER UNTIL WcgFin = 1
             READ fNotifications NEXT
             AT END MOVE 1 TO WcgFin
             NOT AT END
               MOVE fnt_id TO WcgNotifNum
           END-PERFORM
           OPEN INPUT fclients
           OPEN INPUT freservations
           OPEN I-O fCoupons
           MOVE 0 TO WcgFin
           PERFORM WITH TEST AFTER UNTIL WcgFin = 1
             READ fclients NEXT
             AT END MOVE 1 TO WcgFin
             NOT AT END
               PERFORM DECHIFFRER_CLIENT
               PERFORM CIBLER_CLIENT_CAMPAGNE
               IF WcgRetenu = 1 THEN
                 PERFORM EMETTRE_COUPON_CAMPAGNE
               END-IF
           END-PERFORM
           CLOSE fCoupons
           CLOSE freservations
           CLOSE fclients
           CLOSE fNotifications
           MOVE 1 TO fcg_statut
           MOVE WdateSystemeISOInt TO fcg_dateGeneration
           MOVE WcgNbCoupons TO fcg_nbCoupons
           REWRITE campTampon
           MOVE 'fCampagnes' TO WauditFichier
           MOVE fcg_id TO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           DISPLAY WcgNbCoupons,' coupon(s) émis et mis en file'
         END-IF
       END-READ
       CLOSE fCampagnes.

      ****************CIBLER_CLIENT_CAMPAGNE**********************
      *Retient (WcgRetenu = 1) le client du tampon cliTampon pour la*
      *campagne du tampon campTampon : consentement marketing donné,*
      *pas de bannissement en cours, un téléphone ou un mail connu,*
      *et chaque critère renseigné de la campagne satisfait (le  *
      *critère de jours sans visite ne vise que les clients déjà *
      *venus) ; freservations est ouvert par l'appelant          *
      ************************************************************
       CIBLER_CLIENT_CAMPAGNE.
       MOVE 0 TO WcgRetenu
       IF fc_consentDonne AND (fc_tel > 0 OR fc_mail NOT = SPACE)
     -    THEN
         MOVE 1 TO WcgRetenu
       END-IF
       IF WcgRetenu = 1 AND fc_blDebut > 0
     -    AND fc_blDebut <= WdateSystemeISOInt
     -    AND fc_blFin >= WdateSystemeISOInt THEN
         MOVE 0 TO WcgRetenu
       END-IF
       IF WcgRetenu = 1 AND fcg_ville NOT = SPACE
     -    AND fc_ville NOT = fcg_ville THEN
         MOVE 0 TO WcgRetenu
       END-IF
       IF WcgRetenu = 1
     -    AND (fcg_tier > 0 OR fcg_joursSansVisite > 0) THEN
         PERFORM CALCULER_TIER_CLIENT
         IF fcg_tier > 0 AND WsegTier NOT = fcg_tier THEN
           MOVE 0 TO WcgRetenu
         END-IF
         IF fcg_joursSansVisite > 0 THEN
           IF WsegVisites = 0 THEN
             MOVE 0 TO WcgRetenu
           ELSE
             IF WsegRecence < fcg_joursSansVisite THEN
               MOVE 0 TO WcgRetenu
             END-IF
           END-IF
         END-IF
       END-IF
       IF WcgRetenu = 1 AND fcg_idrest > 0 THEN
         PERFORM TROUVER_RESTAURANT_PREFERE
         IF WprefRestChoisi NOT = fcg_idrest THEN
           MOVE 0 TO WcgRetenu
         END-IF
       END-IF.

      ****************EMETTRE_COUPON_CAMPAGNE*********************
      *Emet le coupon du client cliTampon pour la campagne campTampon*
      *(code K + campagne + client + clé) et met en file sa      *
      *notification CAMPAGNE (sans réservation) ; fCoupons et    *
      *fNotifications sont ouverts en I-O par l'appelant         *
      ************************************************************
       EMETTRE_COUPON_CAMPAGNE.
       MOVE fcg_id TO WcgCodeCamp
       MOVE fc_id TO WcgCodeCli
       COMPUTE WcgCodeCle = FUNCTION MOD(fcg_id + fc_id, 7)
       MOVE WcgCode TO fcu_code
       READ fCoupons
       INVALID KEY
         ADD 1 TO WcgNotifNum
         MOVE WcgNotifNum TO fnt_id
         MOVE 0 TO fnt_idresa
         MOVE fc_id TO fnt_idcli
         MOVE fc_tel TO fnt_tel
         MOVE fc_mail TO fnt_mail
         MOVE 'CAMPAGNE' TO fnt_modele
         MOVE 1 TO fnt_statut
         MOVE WdateSystemeISOInt TO fnt_date
         MOVE 0 TO fnt_essais
         MOVE SPACE TO fnt_codeErreur
         WRITE notifTampon
         IF fnt_stat = 0 THEN
           MOVE WcgCode TO fcu_code
           MOVE fcg_id TO fcu_idcampagne
           MOVE fc_id TO fcu_idcli
           MOVE fnt_id TO fcu_idnotif
           MOVE WdateSystemeISOInt TO fcu_dateEmission
           MOVE 0 TO fcu_statut
           MOVE 0 TO fcu_idresa
           MOVE 0 TO fcu_dateUtilisation
           MOVE 0 TO fcu_montantCommande
           MOVE 0 TO fcu_remise
           WRITE couponTampon
           IF fcu_stat = 0 THEN
             ADD 1 TO WcgNbCoupons
             DISPLAY 'Coupon ',fcu_code,' - ',fc_nom,' ',fc_prenom
           END-IF
         ELSE
           DISPLAY 'Erreur de mise en file pour le client ',fc_id
         END-IF
       NOT INVALID KEY
         CONTINUE
       END-READ.

      ****************RESULTATS_CAMPAGNE**************************
      *Résultats d'une campagne, dans campagne_<id>.txt : coupons*
      *émis, notifications envoyées, remises (accusé de la       *
      *passerelle) et en échec, coupons utilisés et taux de      *
      *conversion, chiffre d'affaires des commandes attribuées à la*
      *campagne et coût des remises consenties                   *
      ************************************************************
       RESULTATS_CAMPAGNE.
       OPEN INPUT fCampagnes
       DISPLAY 'Identifiant de la campagne :'
       ACCEPT fcg_id
       READ fCampagnes
       INVALID KEY
         DISPLAY 'Campagne inconnue'
         MOVE 0 TO WcgNum
       NOT INVALID KEY
         MOVE fcg_id TO WcgNum
       END-READ
       IF WcgNum > 0 THEN
         MOVE 0 TO WcgNbCoupons
         MOVE 0 TO WcgNbEnvoyes
         MOVE 0 TO WcgNbRemis
         MOVE 0 TO WcgNbEchecs
         MOVE 0 TO WcgNbUtilises
         MOVE 0 TO WcgCA
         MOVE 0 TO WcgCout
         OPEN INPUT fCoupons
         OPEN INPUT fNotifications
         MOVE WcgNum TO fcu_idcampagne
         START fCoupons, KEY IS = fcu_idcampagne
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WcgFin
           PERFORM WITH TEST AFTER UNTIL WcgFin = 1
             READ fCoupons NEXT
             AT END MOVE 1 TO WcgFin
             NOT AT END
               IF fcu_idcampagne NOT = WcgNum THEN
                 MOVE 1 TO WcgFin
               ELSE
                 ADD 1 TO WcgNbCoupons
                 MOVE fcu_idnotif TO fnt_id
                 READ fNotifications
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN fnt_envoyee
                       ADD 1 TO WcgNbEnvoyes
                     WHEN fnt_remise
                       ADD 1 TO WcgNbEnvoyes
                       ADD 1 TO WcgNbRemis
                     WHEN fnt_enEchec
                     WHEN fnt_parquee
                       ADD 1 TO WcgNbEchecs
                   END-EVALUATE
                 END-READ
                 IF fcu_utilise THEN
                   ADD 1 TO WcgNbUtilises
                   ADD fcu_montantCommande TO WcgCA
                   ADD fcu_remise TO WcgCout
                 END-IF
               END-IF
           END-PERFORM
         END-START
         CLOSE fNotifications
         CLOSE fCoupons
         MOVE 0 TO WcgTaux
         IF WcgNbCoupons > 0 THEN
           COMPUTE WcgTaux ROUNDED =
     -       WcgNbUtilises * 100 / WcgNbCoupons
         END-IF
         MOVE SPACE TO WNomFichierTicket
         STRING 'campagne_' WcgNum '.txt' DELIMITED BY SIZE
     -     INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE SPACE TO ticketLigne
         STRING 'CAMPAGNE ' WcgNum ' - ' fcg_libelle
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE 'emis;envoyes;remis;echecs;utilises;taux;CA;cout'
     -     TO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING WcgNbCoupons ';' WcgNbEnvoyes ';' WcgNbRemis ';'
     -     WcgNbEchecs ';' WcgNbUtilises ';' WcgTaux ';' WcgCA ';'
     -     WcgCout DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         CLOSE fTicket
         DISPLAY 'Campagne ',WcgNum,' - ',fcg_libelle
         DISPLAY 'Coupons émis : ',WcgNbCoupons
         DISPLAY 'Notifications envoyées : ',WcgNbEnvoyes,
     -     ' dont remises : ',WcgNbRemis,' - en échec : ',
     -     WcgNbEchecs
         DISPLAY 'Coupons utilisés : ',WcgNbUtilises,' (',WcgTaux,
     -     ' %)'
         DISPLAY 'CA généré : ',WcgCA,' EUR - coût des remises : ',
     -     WcgCout,' EUR'
         DISPLAY 'Rapport écrit : ',WNomFichierTicket
         MOVE 'RESULTATS CAMPAGNE' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF
       CLOSE fCampagnes.

      ****************FUSIONNER_COUPONS***************************
      *Fusion de doublons : les coupons de campagne du doublon sont*
      *rattachés au client conservé                              *
      ************************************************************
       FUSIONNER_COUPONS.
       OPEN I-O fCoupons
       MOVE 0 TO WcgFin
       PERFORM WITH TEST AFTER UNTIL WcgFin = 1
         READ fCoupons NEXT
         AT END MOVE 1 TO WcgFin
         NOT AT END
           IF fcu_idcli = WfusIdDouble THEN
             MOVE WfusIdGarde TO fcu_idcli
             REWRITE couponTampon
           END-IF
       END-PERFORM
       CLOSE fCoupons.

      ****************GERER_RECLAMATIONS**************************
      *Dossiers de réclamation client : ouverture (téléphone, mail,*
      *sur place ou depuis une fiche de satisfaction), suivi du  *
      *cycle ouverte / en cours / en attente client / résolue /  *
      *close, résolution avec geste commercial éventuel          *
      *(contre-signature d'un Gérant ou d'un Directeur), liste des*
      *dossiers ouverts et des dossiers escaladés au Directeur   *
      ************************************************************
       GERER_RECLAMATIONS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== RECLAMATIONS ===========|'
       DISPLAY '|===========  CLIENTS     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WrclAction
       PERFORM WITH TEST AFTER UNTIL WrclAction = 0
         DISPLAY '1 - Ouvrir un dossier'
         DISPLAY '2 - Ouvrir un dossier depuis une fiche de '
     -     'satisfaction'
         DISPLAY '3 - Traiter un dossier'
         DISPLAY '4 - Dossiers ouverts'
         DISPLAY '5 - Dossiers escaladés au Directeur'
         DISPLAY '0 - Terminer'
         ACCEPT WrclAction
         EVALUATE WrclAction
           WHEN 1
             MOVE 0 TO WrclSource
             PERFORM OUVRIR_RECLAMATION
           WHEN 2
             MOVE 1 TO WrclSource
             PERFORM OUVRIR_RECLAMATION
           WHEN 3
             PERFORM TRAITER_RECLAMATION
           WHEN 4
             MOVE 0 TO WrclFiltreEscalade
             PERFORM LISTER_RECLAMATIONS_OUVERTES
           WHEN 5
             IF WSessionRole NOT = 'Directeur' THEN
               DISPLAY 'Liste réservée au Directeur'
             ELSE
               MOVE 1 TO WrclFiltreEscalade
               PERFORM LISTER_RECLAMATIONS_OUVERTES
             END-IF
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'.

      ****************OUVRIR_RECLAMATION**************************
      *Ouverture d'un dossier (WrclSource = 1 : depuis la fiche de*
      *satisfaction d'une réservation, qui fournit client,       *
      *restaurant et commentaire) ; l'échéance proposée dépend de*
      *la gravité (grave 1 jour, sérieuse 3 jours, mineure 7 jours)*
      ************************************************************
       OUVRIR_RECLAMATION.
       MOVE SPACE TO reclTampon
       MOVE 0 TO frcl_idcli
       MOVE 0 TO frcl_idresa
       MOVE 0 TO frcl_idrest
       MOVE 0 TO WrclOK
       IF WrclSource = 1 THEN
         OPEN INPUT fSatisfaction
         DISPLAY 'Identifiant de la réservation de la fiche :'
         ACCEPT fsa_id
         READ fSatisfaction
         INVALID KEY
           DISPLAY 'Aucune fiche de satisfaction pour cette '
     -       'réservation'
         NOT INVALID KEY
           DISPLAY 'Notes : globale ',fsa_noteGlobale,', cuisine ',
     -       fsa_noteCuisine,', service ',fsa_noteService
           DISPLAY 'Commentaire : ',fsa_commentaire
           MOVE fsa_id TO frcl_idresa
           MOVE fsa_idrest TO frcl_idrest
           MOVE fsa_commentaire TO frcl_objet
           MOVE 3 TO frcl_canal
           OPEN INPUT freservations
           MOVE fsa_id TO frs_id
           READ freservations
           INVALID KEY
             DISPLAY 'Réservation archivée ou inconnue'
           NOT INVALID KEY
             MOVE frs_idcli TO frcl_idcli
             MOVE 1 TO WrclOK
           END-READ
           CLOSE freservations
         END-READ
         CLOSE fSatisfaction
       ELSE
         OPEN INPUT fclients
         DISPLAY 'Identifiant du client :'
         ACCEPT fc_id
         READ fclients
         INVALID KEY
           DISPLAY 'Aucun client ne correspond à cet identifiant'
         NOT INVALID KEY
           DISPLAY 'Client : ',fc_nom,' ',fc_prenom
           MOVE fc_id TO frcl_idcli
           MOVE 1 TO WrclOK
         END-READ
         CLOSE fclients
         IF WrclOK = 1 THEN
           DISPLAY 'Réservation concernée (0 si aucune) :'
           ACCEPT frcl_idresa
           IF frcl_idresa > 0 THEN
             OPEN INPUT freservations
             MOVE frcl_idresa TO frs_id
             READ freservations
             INVALID KEY
               DISPLAY 'Réservation inconnue'
               MOVE 0 TO WrclOK
             NOT INVALID KEY
               IF frs_idcli NOT = frcl_idcli THEN
                 DISPLAY 'Cette réservation n''est pas celle du '
     -             'client'
                 MOVE 0 TO WrclOK
               ELSE
                 MOVE frs_idrest TO frcl_idrest
               END-IF
             END-READ
             CLOSE freservations
           ELSE
             DISPLAY 'Restaurant concerné :'
             ACCEPT frcl_idrest
           END-IF
         END-IF
         IF WrclOK = 1 THEN
           MOVE 0 TO frcl_canal
           PERFORM WITH TEST AFTER UNTIL frcl_canal >= 1
     -        AND frcl_canal <= 4
             DISPLAY 'Canal ? 1 : téléphone, 2 : mail, 3 : fiche de '
     -         'satisfaction, 4 : sur place'
             ACCEPT frcl_canal
           END-PERFORM
         END-IF
       END-IF
       IF WrclOK = 1 THEN
         MOVE 0 TO frcl_categorie
         PERFORM WITH TEST AFTER UNTIL frcl_categorie >= 1
     -      AND frcl_categorie <= 5
           DISPLAY 'Catégorie ? 1 : cuisine, 2 : service, '
     -       '3 : facturation, 4 : hygiène, 5 : réservation'
           ACCEPT frcl_categorie
         END-PERFORM
         MOVE 0 TO frcl_gravite
         PERFORM WITH TEST AFTER UNTIL frcl_gravite >= 1
     -      AND frcl_gravite <= 3
           DISPLAY 'Gravité ? 1 : mineure, 2 : sérieuse, 3 : grave'
           ACCEPT frcl_gravite
         END-PERFORM
         IF frcl_objet = SPACE THEN
           DISPLAY 'Objet de la réclamation :'
           ACCEPT frcl_objet
         END-IF
         DISPLAY 'Responsable du dossier (vide : vous-même) :'
         ACCEPT frcl_responsable
         IF frcl_responsable = SPACE THEN
           MOVE WSessionPseudo TO frcl_responsable
         END-IF
         EVALUATE frcl_gravite
           WHEN 3
             MOVE 1 TO WrclDelai
           WHEN 2
             MOVE 3 TO WrclDelai
           WHEN OTHER
             MOVE 7 TO WrclDelai
         END-EVALUATE
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO frcl_dateOuverture
         COMPUTE WrclJour =
     -     FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) + WrclDelai
         MOVE FUNCTION DATE-OF-INTEGER(WrclJour) TO frcl_dateEcheance
         DISPLAY 'Echéance proposée : ',frcl_dateEcheance
         DISPLAY 'Autre échéance (AAAAMMJJ, 0 : garder) :'
         ACCEPT WrclJour
         IF WrclJour >= frcl_dateOuverture THEN
           MOVE WrclJour TO frcl_dateEcheance
         END-IF
         MOVE 1 TO frcl_statut
         MOVE SPACE TO frcl_resolution
         MOVE 0 TO frcl_dateResolution
         MOVE 0 TO frcl_dateCloture
         MOVE 0 TO frcl_gesteType
         MOVE 0 TO frcl_gesteMontant
         MOVE SPACE TO frcl_gesteAutorise
         MOVE 0 TO frcl_escalade
         MOVE 0 TO frcl_dateEscalade
         MOVE 'RECLAM' TO WseqNom
         PERFORM ALLOUER_SEQUENCE
         IF WseqTrouve = 0 THEN
           MOVE 1 TO WseqValeur
           PERFORM SEMER_SEQUENCE
         END-IF
         MOVE WseqValeur TO frcl_id
         OPEN I-O fReclamations
         WRITE reclTampon
         IF frcl_stat = 0 THEN
           DISPLAY 'Dossier de réclamation ',frcl_id,' ouvert, '
     -       'échéance le ',frcl_dateEcheance
           MOVE 'fReclamations' TO WauditFichier
           MOVE frcl_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''ouverture du dossier'
         END-IF
         CLOSE fReclamations
       END-IF.

      ****************LIBELLES_RECLAMATION************************
      *Libellés du statut et de la catégorie du dossier reclTampon*
      ************************************************************
       LIBELLES_RECLAMATION.
       EVALUATE TRUE
         WHEN frcl_ouverte
           MOVE 'ouverte' TO WrclLibStatut
         WHEN frcl_enCours
           MOVE 'en cours' TO WrclLibStatut
         WHEN frcl_attenteClient
           MOVE 'en attente client' TO WrclLibStatut
         WHEN frcl_resolue
           MOVE 'résolue' TO WrclLibStatut
         WHEN frcl_close
           MOVE 'close' TO WrclLibStatut
         WHEN OTHER
           MOVE '?' TO WrclLibStatut
       END-EVALUATE
       EVALUATE TRUE
         WHEN frcl_catCuisine
           MOVE 'cuisine' TO WrclLibCategorie
         WHEN frcl_catService
           MOVE 'service' TO WrclLibCategorie
         WHEN frcl_catFacturation
           MOVE 'facturation' TO WrclLibCategorie
         WHEN frcl_catHygiene
           MOVE 'hygiène' TO WrclLibCategorie
         WHEN frcl_catReservation
           MOVE 'réservation' TO WrclLibCategorie
         WHEN OTHER
           MOVE '?' TO WrclLibCategorie
       END-EVALUATE.

      ****************AFFICHER_RECLAMATION************************
      *Affiche le dossier de réclamation du tampon reclTampon    *
      ************************************************************
       AFFICHER_RECLAMATION.
       PERFORM LIBELLES_RECLAMATION
       DISPLAY '-------------------------------------'
       DISPLAY 'Dossier ',frcl_id,' - client ',frcl_idcli,
     -   ' - réservation ',frcl_idresa,' - restaurant ',frcl_idrest
       DISPLAY 'Catégorie : ',WrclLibCategorie,' - gravité ',
     -     frcl_gravite,' - canal ',frcl_canal
       DISPLAY 'Objet : ',frcl_objet
       DISPLAY 'Statut : ',WrclLibStatut,' - responsable ',
     -     frcl_responsable
       DISPLAY 'Ouvert le ',frcl_dateOuverture,' - échéance ',
     -     frcl_dateEcheance
       IF frcl_escalade = 1 THEN
         DISPLAY 'Escaladé au Directeur le ',frcl_dateEscalade
       END-IF
       IF frcl_dateResolution > 0 THEN
         DISPLAY 'Résolu le ',frcl_dateResolution,' : ',
     -     frcl_resolution
         IF frcl_gesteType > 0 THEN
           DISPLAY 'Geste commercial : ',frcl_gesteMontant,
     -       ' EUR (type ',frcl_gesteType,') autorisé par ',
     -       frcl_gesteAutorise
         END-IF
       END-IF.

      ****************TRAITER_RECLAMATION*************************
      *Suivi d'un dossier : prise en charge, attente d'une réponse*
      *du client, changement de responsable ou d'échéance,       *
      *résolution (RESOUDRE_RECLAMATION) et clôture d'un dossier *
      *résolu                                                    *
      ************************************************************
       TRAITER_RECLAMATION.
       OPEN I-O fReclamations
       DISPLAY 'Numéro du dossier :'
       ACCEPT frcl_id
       READ fReclamations
       INVALID KEY
         DISPLAY 'Aucun dossier ne porte ce numéro'
       NOT INVALID KEY
         PERFORM AFFICHER_RECLAMATION
         IF frcl_close THEN
           DISPLAY 'Dossier clos'
         ELSE
           MOVE 9 TO WrclAction
           PERFORM WITH TEST AFTER UNTIL WrclAction <= 6
             DISPLAY '1 - Prendre en charge (en cours)'
             DISPLAY '2 - En attente de réponse du client'
             DISPLAY '3 - Changer le responsable ou l''échéance'
             DISPLAY '4 - Résoudre le dossier'
             DISPLAY '5 - Clore le dossier résolu'
             DISPLAY '0 - Ne rien changer'
             ACCEPT WrclAction
           END-PERFORM
           MOVE 0 TO WrclOK
           EVALUATE WrclAction
             WHEN 1
               MOVE 2 TO frcl_statut
               MOVE 1 TO WrclOK
             WHEN 2
               MOVE 3 TO frcl_statut
               MOVE 1 TO WrclOK
             WHEN 3
               DISPLAY 'Nouveau responsable (vide : inchangé) :'
               MOVE SPACE TO WrclResponsable
               ACCEPT WrclResponsable
               IF WrclResponsable NOT = SPACE THEN
                 MOVE WrclResponsable TO frcl_responsable
               END-IF
               DISPLAY 'Nouvelle échéance (AAAAMMJJ, 0 : '
     -           'inchangée) :'
               ACCEPT WrclJour
               IF WrclJour >= frcl_dateOuverture THEN
                 MOVE WrclJour TO frcl_dateEcheance
               END-IF
               MOVE 1 TO WrclOK
             WHEN 4
               IF frcl_resolue THEN
                 DISPLAY 'Dossier déjà résolu'
               ELSE
                 PERFORM RESOUDRE_RECLAMATION
               END-IF
             WHEN 5
               IF NOT frcl_resolue THEN
                 DISPLAY 'Seul un dossier résolu peut être clos'
               ELSE
                 ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
                 MOVE 5 TO frcl_statut
                 MOVE WdateSystemeISOInt TO frcl_dateCloture
                 MOVE 1 TO WrclOK
               END-IF
           END-EVALUATE
           IF WrclOK = 1 THEN
             REWRITE reclTampon
             IF frcl_stat = 0 THEN
               DISPLAY 'Dossier ',frcl_id,' mis à jour'
               MOVE 'fReclamations' TO WauditFichier
               MOVE frcl_id TO WauditCle
               MOVE 'MODIF' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de la mise à jour du dossier'
             END-IF
           END-IF
         END-IF
       END-READ
       CLOSE fReclamations.

      ****************RESOUDRE_RECLAMATION************************
      *Résolution du dossier reclTampon : texte de résolution et *
      *geste commercial éventuel, remboursement sur la réservation*
      *ou avoir crédité au porte-monnaie du client, soumis à la  *
      *contre-signature et aux plafonds des gestes commerciaux   *
      *(AUTORISER_OPERATION_MANAGER) ; WrclOK = 1 si le dossier est*
      *à réécrire                                                *
      ************************************************************
       RESOUDRE_RECLAMATION.
       DISPLAY 'Résolution apportée :'
       ACCEPT frcl_resolution
       MOVE 9 TO frcl_gesteType
       PERFORM WITH TEST AFTER UNTIL frcl_gesteType <= 2
         DISPLAY 'Geste commercial ? 0 : aucun, 1 : remboursement '
     -     'sur la réservation, 2 : avoir au porte-monnaie'
         ACCEPT frcl_gesteType
       END-PERFORM
       IF frcl_gesteType = 1 AND frcl_idresa = 0 THEN
         DISPLAY 'Pas de réservation rattachée : remboursement '
     -     'impossible'
         MOVE 0 TO frcl_gesteType
       END-IF
       MOVE 0 TO frcl_gesteMontant
       MOVE SPACE TO frcl_gesteAutorise
       IF frcl_gesteType > 0 THEN
         PERFORM ACCORDER_GESTE_RECLAMATION
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 4 TO frcl_statut
       MOVE WdateSystemeISOInt TO frcl_dateResolution
       MOVE 1 TO WrclOK.

      ****************ACCORDER_GESTE_RECLAMATION******************
      *Geste commercial d'un dossier de réclamation : montant,   *
      *contre-signature d'un Gérant (plafond 50 EUR) ou d'un     *
      *Directeur (plafond 500 EUR), puis remboursement ajouté à  *
      *frs_montantRembourse ou avoir crédité au porte-monnaie, et*
      *trace au journal des gestes commerciaux ; sans autorisation*
      *le dossier est résolu sans geste                          *
      ************************************************************
       ACCORDER_GESTE_RECLAMATION.
       MOVE 0 TO WgcMontant
       PERFORM WITH TEST AFTER UNTIL WgcMontant > 0
         DISPLAY 'Montant du geste :'
         ACCEPT WgcMontant
       END-PERFORM
       PERFORM AUTORISER_OPERATION_MANAGER
       IF WmgrOK = 1 THEN
         IF WmgrRole = 'Directeur' THEN
           MOVE WgcPlafondDirecteur TO WgcPlafond
         ELSE
           MOVE WgcPlafondGerant TO WgcPlafond
         END-IF
         IF WgcMontant > WgcPlafond THEN
           DISPLAY 'Geste refusé : plafond du rôle ',WmgrRole,
     -       ' fixé à ',WgcPlafond,' EUR'
           MOVE 0 TO WmgrOK
         END-IF
       END-IF
       IF WmgrOK = 1 AND frcl_gesteType = 1 THEN
         OPEN I-O freservations
         MOVE frcl_idresa TO frs_id
         READ freservations
         INVALID KEY
           DISPLAY 'Réservation archivée : remboursement impossible'
           MOVE 0 TO WmgrOK
         NOT INVALID KEY
           ADD WgcMontant TO frs_montantRembourse
           REWRITE resaTampon
           IF frs_stat NOT = 0 THEN
             DISPLAY 'Erreur lors de la mise à jour de la '
     -         'réservation'
             MOVE 0 TO WmgrOK
           ELSE
             MOVE 'REMBOURS' TO WgcType
             DISPLAY 'Remboursement porté à ',frs_montantRembourse,
     -         ' EUR'
           END-IF
         END-READ
         CLOSE freservations
       END-IF
       IF WmgrOK = 1 AND frcl_gesteType = 2 THEN
         MOVE frcl_idcli TO WpmIdCli
         MOVE WgcMontant TO WrclMontant
         PERFORM CREDITER_AVOIR_RECLAMATION
         MOVE 'AVOIR-PM' TO WgcType
         MOVE frcl_idresa TO frs_id
       END-IF
       IF WmgrOK = 1 THEN
         EVALUATE TRUE
           WHEN frcl_catCuisine
             MOVE 3 TO WgcMotif
           WHEN frcl_catService
             MOVE 1 TO WgcMotif
           WHEN OTHER
             MOVE 9 TO WgcMotif
         END-EVALUATE
         PERFORM ENREGISTRER_GESTE_COMMERCIAL
         MOVE WgcMontant TO frcl_gesteMontant
         MOVE WmgrPseudo TO frcl_gesteAutorise
       ELSE
         MOVE 0 TO frcl_gesteType
       END-IF.

      ****************CREDITER_AVOIR_RECLAMATION******************
      *Avoir de réclamation de WrclMontant EUR crédité au        *
      *porte-monnaie du client WpmIdCli (créé au besoin) comme un*
      *bonus offert, référencé par le numéro du dossier          *
      ************************************************************
       CREDITER_AVOIR_RECLAMATION.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       OPEN I-O fPorteMonnaie
       MOVE WpmIdCli TO fpm_idcli
       READ fPorteMonnaie
         INVALID KEY
           MOVE WpmIdCli TO fpm_idcli
           MOVE 0 TO fpm_solde
           MOVE 0 TO fpm_totalRecharge
           MOVE 0 TO fpm_totalBonus
           MOVE 0 TO fpm_totalDepense
           MOVE 0 TO fpm_totalRembourse
           MOVE WdateSystemeISOInt TO fpm_dateOuverture
           MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
           WRITE pmTampon
       END-READ
       ADD WrclMontant TO fpm_solde
       ADD WrclMontant TO fpm_totalBonus
       MOVE WdateSystemeISOInt TO fpm_dateDernierMvt
       REWRITE pmTampon
       IF fpm_stat = 0 THEN
         MOVE 2 TO WpmType
         MOVE 0 TO WpmMode
         MOVE WrclMontant TO WpmMontant
         MOVE frcl_id TO WpmRef
         MOVE WmgrPseudo TO WpmOperateur
         PERFORM ENREGISTRER_MVT_PORTE_MONNAIE
         DISPLAY 'Avoir crédité, solde du porte-monnaie : ',
     -     fpm_solde,' EUR'
       ELSE
         DISPLAY 'Erreur lors du crédit du porte-monnaie'
       END-IF
       CLOSE fPorteMonnaie.

      ****************LISTER_RECLAMATIONS_OUVERTES****************
      *Liste des dossiers non résolus, pour un restaurant ou tous*
      *(0), les dossiers en retard étant signalés ; avec         *
      *WrclFiltreEscalade = 1, seuls les dossiers escaladés au   *
      *Directeur sont listés, tous restaurants confondus         *
      ************************************************************
       LISTER_RECLAMATIONS_OUVERTES.
       IF WrclFiltreEscalade = 1 THEN
         MOVE 0 TO WrclIdRestFiltre
       ELSE
         DISPLAY 'Restaurant (identifiant, 0 : tous) :'
         ACCEPT WrclIdRestFiltre
       END-IF
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WrclNb
       OPEN INPUT fReclamations
       MOVE 0 TO WrclFin
       PERFORM WITH TEST AFTER UNTIL WrclFin = 1
         READ fReclamations NEXT
         AT END MOVE 1 TO WrclFin
         NOT AT END
           IF frcl_active
     -        AND (WrclIdRestFiltre = 0
     -             OR frcl_idrest = WrclIdRestFiltre)
     -        AND (WrclFiltreEscalade = 0 OR frcl_escalade = 1)
     -        THEN
             ADD 1 TO WrclNb
             PERFORM AFFICHER_RECLAMATION
             IF frcl_dateEcheance < WdateSystemeISOInt THEN
               DISPLAY '*** EN RETARD'
             END-IF
           END-IF
       END-PERFORM
       CLOSE fReclamations
       DISPLAY WrclNb,' dossier(s)'.

      ****************AFFICHER_RECLAMATIONS_CLIENT****************
      *Dossiers de réclamation non résolus du client du tampon   *
      *cliTampon, affichés sur sa fiche                          *
      ************************************************************
       AFFICHER_RECLAMATIONS_CLIENT.
       OPEN INPUT fReclamations
       MOVE fc_id TO frcl_idcli
       START fReclamations, KEY IS = frcl_idcli
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WrclFin
         PERFORM WITH TEST AFTER UNTIL WrclFin = 1
           READ fReclamations NEXT
           AT END MOVE 1 TO WrclFin
           NOT AT END
             IF frcl_idcli NOT = fc_id THEN
               MOVE 1 TO WrclFin
             ELSE
               IF frcl_active THEN
                 PERFORM LIBELLES_RECLAMATION
                 DISPLAY '*** Réclamation ',frcl_id,' (',
     -             FUNCTION TRIM(WrclLibCategorie),') ',
     -             FUNCTION TRIM(WrclLibStatut),', échéance ',
     -             frcl_dateEcheance
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fReclamations.

      ****************FUSIONNER_RECLAMATIONS**********************
      *Fusion de doublons : les dossiers de réclamation du doublon*
      *sont rattachés au client conservé                         *
      ************************************************************
       FUSIONNER_RECLAMATIONS.
       OPEN I-O fReclamations
       MOVE 0 TO WrclFin
       PERFORM WITH TEST AFTER UNTIL WrclFin = 1
         READ fReclamations NEXT
         AT END MOVE 1 TO WrclFin
         NOT AT END
           IF frcl_idcli = WfusIdDouble THEN
             MOVE WfusIdGarde TO frcl_idcli
             REWRITE reclTampon
           END-IF
       END-PERFORM
       CLOSE fReclamations.

      ****************FUSIONNER_OBJETS_TROUVES********************
      *Fusion de doublons : les objets trouvés rapprochés d'une  *
      *réservation du doublon sont rattachés au client conservé  *
      ************************************************************
       FUSIONNER_OBJETS_TROUVES.
       OPEN I-O fObjetsTrouves
       MOVE 0 TO WobFin
       PERFORM WITH TEST AFTER UNTIL WobFin = 1
         READ fObjetsTrouves NEXT
         AT END MOVE 1 TO WobFin
         NOT AT END
           IF fob_idcli = WfusIdDouble THEN
             MOVE WfusIdGarde TO fob_idcli
             REWRITE objetTrouveTampon
           END-IF
       END-PERFORM
       CLOSE fObjetsTrouves.

      ****************RECHERCHER_NUM_BON**************************
      *Parcours le fichier des bons cadeaux pour trouver le      *
      *numéro disponible pour un nouveau bon                     *
      ************************************************************
       RECHERCHER_NUM_BON.
       CLOSE fBons
       OPEN I-O fBons
       MOVE 0 TO WbonNum
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
         READ fBons NEXT
         AT END MOVE 1 TO Wfin
         ADD 1 TO WbonNum
         NOT AT END
         IF fb_num = WbonNum + 1 THEN
           MOVE fb_num TO WbonNum
         ELSE
           ADD 1 TO WbonNum
           MOVE 1 TO Wfin
         END-IF
         END-READ
       END-PERFORM.

      ****************VENDRE_BON_CADEAU***************************
      *Vend un bon cadeau à la caisse : numéro attribué           *
      *automatiquement, montant libre, validité d'un an à compter *
      *de la date du jour ; le bon est suivi dans databons.dat    *
      *jusqu'à son utilisation dans SAISIR_COMMANDE               *
      ************************************************************
       VENDRE_BON_CADEAU.

       DISPLAY '|====================================|'
       DISPLAY '|=========== VENTE        ===========|'
       DISPLAY '|===========  D''UN BON    ===========|'
       DISPLAY '|===========  CADEAU      ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O fBons
       PERFORM RECHERCHER_NUM_BON
       MOVE WbonNum TO fb_num
       MOVE 0 TO WbonMontant
       PERFORM WITH TEST AFTER UNTIL WbonMontant > 0
         DISPLAY 'Montant du bon cadeau :'
         ACCEPT WbonMontant
       END-PERFORM
       MOVE WbonMontant TO fb_montant
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO fb_dateAchat
       COMPUTE WdateSystemeEntier =
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) + 365
       MOVE FUNCTION DATE-OF-INTEGER(WdateSystemeEntier)
     -   TO fb_dateExpiration
       MOVE 1 TO fb_statut
       MOVE 0 TO fb_idresa
       WRITE bonTampon
       IF fb_stat = 0 THEN
         DISPLAY 'Bon cadeau n. ',fb_num,' de ',fb_montant,
     -     ' EUR vendu, valable jusqu''au ',fb_dateExpiration
         MOVE 'fBons' TO WauditFichier
         MOVE fb_num TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement du bon cadeau'
       END-IF
       DISPLAY '-====================================-'
       CLOSE fBons.

      ****************EXPORTER_DONNEES_CLIENT********************
      *Exporte les données personnelles d'un client ainsi que son*
      *historique de réservations dans un fichier CSV, en réponse*
      *à une demande d'accès aux données (RGPD)                  *
      *************************************************************
       EXPORTER_DONNEES_CLIENT.

       DISPLAY '|====================================|'
       DISPLAY '|=========== EXPORT RGPD  ===========|'
       DISPLAY '|===========   D''UN       ===========|'
       DISPLAY '|===========    CLIENT    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN INPUT fclients
       DISPLAY 'Identifiant du client: '
       ACCEPT fc_id
       READ fclients
       INVALID KEY
         DISPLAY 'Aucun client ne correspond à cet identifiant'
       NOT INVALID KEY
         STRING 'export_client_' fc_id DELIMITED BY SIZE
     -    '.csv' DELIMITED BY SIZE INTO WNomFichierExport
         PERFORM DEMANDER_DESTINATAIRE_EXPORT
         PERFORM MASQUER_COORDONNEES_CLIENT
         OPEN OUTPUT fExport
         MOVE SPACE TO exportLigne
         STRING 'id;nom;prenom;telephone;mail;rue;ville;codePostal;'
     -    'nbReservations;nbAbsences;pctReduction;pointsFidelite;'
     -    'versionCle'
     -    DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE SPACE TO exportLigne
         STRING fc_id ';' fc_nom ';' fc_prenom ';' WpdTelMasque
     -    ';' WpdMailMasque ';' WpdRueMasque ';' fc_ville
     -    ';' fc_codeP ';' fc_nbReserv
     -    ';' fc_nbAbsences ';' fc_pctReduc
     -    ';' fc_pointsFidelite ';' fc_versionCle
     -    DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE 1 TO WpdNbExport
         MOVE SPACE TO exportLigne
         STRING 'idReservation;date;idRestaurant;prix;statut'
     -    DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE fc_id TO frs_idCli
         OPEN INPUT freservations
         START freservations, KEY IS = frs_idCli
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ freservations NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END
               IF frs_idCli = fc_id THEN
                 MOVE SPACE TO exportLigne
                 STRING frs_id ';' frs_date_jour '/' frs_date_mois
     -            '/' frs_date_annee ';' frs_idrest ';' frs_prix
     -            ';' frs_statut DELIMITED BY SIZE INTO exportLigne
                 WRITE exportLigne
               END-IF
           END-PERFORM
         END-START
         CLOSE freservations
         CLOSE fExport
         PERFORM ENREGISTRER_REGISTRE_EXPORT
         DISPLAY 'Export terminé : ',WNomFichierExport
       END-READ
       DISPLAY '-====================================-'
       CLOSE fclients.

      ****************EFFACER_DONNEES_CLIENT**********************
      *Anonymise les données personnelles d'un client en réponse à*
      *une demande de droit à l'effacement (RGPD). L'enregistrement*
      *est conservé pour préserver l'intégrité des réservations   *
      *déjà associées à cet identifiant, mais les champs permettant*
      *d'identifier la personne sont remplacés                    *
      **************************************************************
       EFFACER_DONNEES_CLIENT.

       DISPLAY '|====================================|'
       DISPLAY '|=========== EFFACEMENT   ===========|'
       DISPLAY '|===========   RGPD       ===========|'
       DISPLAY '|===========   D''UN CLIENT===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O fclients
       DISPLAY 'Identifiant du client: '
       ACCEPT fc_id
       READ fclients
           ACCEPT Wchoix
         END-PERFORM
         IF Wchoix = 1 THEN
           PERFORM DECHIFFRER_CLIENT
           MOVE 'Client efface' TO fc_nom
           MOVE 'Client efface' TO fc_prenom
           MOVE 0 TO fc_tel
           MOVE 'efface' TO fc_rue
           MOVE 'efface' TO fc_ville
           MOVE 0 TO fc_codeP
           PERFORM CHIFFRER_CLIENT
           REWRITE cliTampon
           IF fc_stat = 0 THEN
             DISPLAY 'Les données du client ont été effacées'
         READ fclients NEXT
         AT END MOVE 1 TO WanoFin
         NOT AT END
           PERFORM DECHIFFRER_CLIENT
           IF fc_mail NOT = 'efface@rgpd.local'
     -        AND fc_id >= 1 AND fc_id <= 9999
     -        AND WanoActif(fc_id) = 0 THEN
             MOVE 0 TO fc_naissJour
             MOVE 0 TO fc_naissMois
             MOVE 0 TO fc_naissAnnee
             PERFORM CHIFFRER_CLIENT
             REWRITE cliTampon
             IF fc_stat = 0 THEN
               ADD 1 TO WanoNb
       CLOSE fExport
       DISPLAY 'Anonymisation de conservation : ',WanoNb,
     -   ' client(s), rapport ',WNomFichierExport.

      ****************RECHERCHER_CLIENT_APPROCHE******************
      *Recherche d'un client à l'accueil sur un nom partiel ou   *
      *approchant (Lefebvre, Lefèvre, Lefevre) et un prénom      *
      *facultatif : tout le fichier est parcouru, chaque client est*
      *noté par SCORER_CLIENT_APPROCHE et les 30 meilleurs sont  *
      *classés par proximité puis par date de dernière venue, avec*
      *ville et téléphone masqué ; le client choisi est affiché  *
      *(fclients ouvert par CONSULTER_CLIENT)                    *
      ************************************************************
       RECHERCHER_CLIENT_APPROCHE.
       MOVE 0 TO WphoLongNom
       PERFORM WITH TEST AFTER UNTIL WphoLongNom >= 2
         DISPLAY 'Nom ou début du nom (2 lettres au moins) :'
         MOVE SPACE TO WnomCli
         ACCEPT WnomCli
         MOVE WnomCli TO WphoSrc
         PERFORM PREPARER_SAISIE_APPROCHEE
         MOVE WphoSrc TO WphoNomSaisi
         MOVE WphoCle TO WphoCleNom
         MOVE WphoPos TO WphoLongCleNom
         MOVE WphoIdx TO WphoLongNom
       END-PERFORM
       DISPLAY 'Prénom ou début du prénom (vide si inconnu) :'
       MOVE SPACE TO WprenomCli
       ACCEPT WprenomCli
       MOVE WprenomCli TO WphoSrc
       PERFORM PREPARER_SAISIE_APPROCHEE
       MOVE WphoSrc TO WphoPrenomSaisi
       MOVE WphoCle TO WphoClePrenom
       MOVE WphoPos TO WphoLongClePrenom
       MOVE WphoIdx TO WphoLongPrenom
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       OPEN INPUT freservations
       MOVE 0 TO WphoNbRes
       MOVE 0 TO fc_id
       MOVE 0 TO WphoFin
       START fclients, KEY IS >= fc_id
         INVALID KEY
           MOVE 1 TO WphoFin
       END-START
       PERFORM UNTIL WphoFin = 1
         READ fclients NEXT
         AT END MOVE 1 TO WphoFin
         NOT AT END
           PERFORM SCORER_CLIENT_APPROCHE
           IF WphoScore > 0 THEN
             PERFORM DERNIERE_VISITE_CLIENT
             PERFORM RANGER_CLIENT_APPROCHE
           END-IF
         END-READ
       END-PERFORM
       CLOSE freservations
       IF WphoNbRes = 0 THEN
         DISPLAY 'Aucun client ne ressemble à ce nom'
       ELSE
         PERFORM VARYING WphoI FROM 1 BY 1 UNTIL WphoI > WphoNbRes
           MOVE WphoResId(WphoI) TO fc_id
           READ fclients
             NOT INVALID KEY
               PERFORM MASQUER_TEL_ACCUEIL
               DISPLAY WphoI,' - ',fc_id,' ',
     -           FUNCTION TRIM(fc_nom),' ',FUNCTION TRIM(fc_prenom),
     -           ' - ',FUNCTION TRIM(fc_ville),' - ',WphoTelMasque
               IF WphoResVisite(WphoI) = 0 THEN
                 DISPLAY '     dernière venue : aucune'
               ELSE
                 DISPLAY '     dernière venue : ',
     -             WphoResVisite(WphoI)(7:2),'/',
     -             WphoResVisite(WphoI)(5:2),'/',
     -             WphoResVisite(WphoI)(1:4)
               END-IF
           END-READ
         END-PERFORM
         DISPLAY 'Numéro du client à afficher (0 : aucun) :'
         MOVE 0 TO WphoChoix
         ACCEPT WphoChoix
         IF WphoChoix >= 1 AND WphoChoix <= WphoNbRes THEN
           MOVE WphoResId(WphoChoix) TO fc_id
           READ fclients
             NOT INVALID KEY
               PERFORM AFFICHER_CLIENT
           END-READ
         END-IF
       END-IF.

      ****************PREPARER_SAISIE_APPROCHEE*******************
      *Code phonétique de la saisie WphoSrc, rendue normalisée ; *
      *WphoIdx reçoit la longueur de la saisie normalisée et WphoPos*
      *celle du code                                             *
      ************************************************************
       PREPARER_SAISIE_APPROCHEE.
       PERFORM CODER_PHONETIQUE
       MOVE 0 TO WphoIdx
       INSPECT FUNCTION REVERSE(WphoSrc)
     -     TALLYING WphoIdx FOR LEADING SPACE
       COMPUTE WphoIdx = 40 - WphoIdx.

      ****************SCORER_CLIENT_APPROCHE**********************
      *Note la proximité du client lu avec la saisie : nom identique*
      *100, nom commençant par la saisie 90, même code phonétique 80,*
      *code phonétique commençant par celui de la saisie 60, sinon 0 ;*
      *un prénom saisi ajoute de 5 à 20 points selon la même échelle*
      ************************************************************
       SCORER_CLIENT_APPROCHE.
       MOVE 0 TO WphoScore
       MOVE 0 TO WphoBonus
       MOVE fc_nom TO WphoSrc
       PERFORM CODER_PHONETIQUE
       MOVE WphoCle TO WphoCleCand
       EVALUATE TRUE
         WHEN WphoSrc = WphoNomSaisi
           MOVE 100 TO WphoScore
         WHEN WphoSrc(1:WphoLongNom) = WphoNomSaisi(1:WphoLongNom)
           MOVE 90 TO WphoScore
         WHEN WphoCle = WphoCleNom
           MOVE 80 TO WphoScore
         WHEN WphoLongCleNom >= 2
     -     AND WphoCle(1:WphoLongCleNom)
     -       = WphoCleNom(1:WphoLongCleNom)
           MOVE 60 TO WphoScore
       END-EVALUATE
       IF WphoScore > 0 AND WphoLongPrenom > 0 THEN
         MOVE fc_prenom TO WphoSrc
         PERFORM CODER_PHONETIQUE
         EVALUATE TRUE
           WHEN WphoSrc = WphoPrenomSaisi
             MOVE 20 TO WphoBonus
           WHEN WphoSrc(1:WphoLongPrenom)
     -       = WphoPrenomSaisi(1:WphoLongPrenom)
             MOVE 15 TO WphoBonus
           WHEN WphoCle = WphoClePrenom
             MOVE 10 TO WphoBonus
           WHEN WphoLongClePrenom >= 2
     -       AND WphoCle(1:WphoLongClePrenom)
     -         = WphoClePrenom(1:WphoLongClePrenom)
             MOVE 5 TO WphoBonus
         END-EVALUATE
         ADD WphoBonus TO WphoScore
       END-IF.

      ****************CODER_PHONETIQUE****************************
      *Code phonétique à la française du nom WphoSrc (rendu      *
      *normalisé : majuscules sans accents) dans WphoCle, WphoPos*
      *donnant sa longueur : EAU/AU/O -> O, AI/EI/E -> E, OU -> U,*
      *PH -> F, QU/CK/Q -> K, CH/SCH -> S, C dur -> K, C doux -> S,*
      *G doux -> J, GU -> G, GN -> N, TH -> T, BV -> V, W -> V,  *
      *X/Z -> S, Y -> I, H muet ; lettres doublées fusionnées et *
      *E/S/T/D muets de fin retirés                              *
      ************************************************************
       CODER_PHONETIQUE.
       MOVE WphoSrc TO WcpoNorm
       PERFORM NORMALISER_COMMUNE
       MOVE WcpoNorm TO WphoSrc
       MOVE SPACE TO WphoCle
       MOVE 0 TO WphoPos
       MOVE SPACE TO WphoEmis
       MOVE 1 TO WphoIdx
       PERFORM UNTIL WphoIdx > 40
         MOVE WphoSrc(WphoIdx:1) TO WphoCar
         MOVE SPACE TO WphoSuiv
         IF WphoIdx < 40 THEN
           MOVE WphoSrc(WphoIdx + 1:1) TO WphoSuiv
         END-IF
         MOVE 1 TO WphoPas
         EVALUATE TRUE
           WHEN WphoCar < 'A' OR WphoCar > 'Z'
             MOVE SPACE TO WphoCar
           WHEN WphoIdx < 39 AND WphoSrc(WphoIdx:3) = 'EAU'
             MOVE 'O' TO WphoCar
             MOVE 3 TO WphoPas
           WHEN WphoIdx < 39 AND WphoSrc(WphoIdx:3) = 'SCH'
             MOVE 'S' TO WphoCar
             MOVE 3 TO WphoPas
           WHEN WphoCar = 'A' AND WphoSuiv = 'U'
             MOVE 'O' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN (WphoCar = 'A' OR WphoCar = 'E') AND WphoSuiv = 'I'
             MOVE 'E' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'O' AND WphoSuiv = 'U'
             MOVE 'U' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'P' AND WphoSuiv = 'H'
             MOVE 'F' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'Q' AND WphoSuiv = 'U'
             MOVE 'K' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'C' AND WphoSuiv = 'K'
             MOVE 'K' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'C' AND WphoSuiv = 'H'
             MOVE 'S' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'G' AND WphoSuiv = 'N'
             MOVE 'N' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'G' AND WphoSuiv = 'U'
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'T' AND WphoSuiv = 'H'
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'B' AND WphoSuiv = 'V'
             MOVE 'V' TO WphoCar
             MOVE 2 TO WphoPas
           WHEN WphoCar = 'C'
             IF WphoSuiv = 'E' OR WphoSuiv = 'I' OR WphoSuiv = 'Y'
               MOVE 'S' TO WphoCar
             ELSE
               MOVE 'K' TO WphoCar
             END-IF
           WHEN WphoCar = 'G'
             IF WphoSuiv = 'E' OR WphoSuiv = 'I' OR WphoSuiv = 'Y'
               MOVE 'J' TO WphoCar
             END-IF
           WHEN WphoCar = 'Q'
             MOVE 'K' TO WphoCar
           WHEN WphoCar = 'W'
             MOVE 'V' TO WphoCar
           WHEN WphoCar = 'X' OR WphoCar = 'Z'
             MOVE 'S' TO WphoCar
           WHEN WphoCar = 'Y'
             MOVE 'I' TO WphoCar
           WHEN WphoCar = 'H'
             MOVE SPACE TO WphoCar
         END-EVALUATE
         IF WphoCar NOT = SPACE AND WphoCar NOT = WphoEmis
     -      AND WphoPos < 20 THEN
           ADD 1 TO WphoPos
           MOVE WphoCar TO WphoCle(WphoPos:1)
           MOVE WphoCar TO WphoEmis
         END-IF
         ADD WphoPas TO WphoIdx
       END-PERFORM
       MOVE 0 TO WphoFin
       PERFORM UNTIL WphoFin = 1
         IF WphoPos <= 1 THEN
           MOVE 1 TO WphoFin
         ELSE
           IF WphoCle(WphoPos:1) = 'E' OR WphoCle(WphoPos:1) = 'S'
     -        OR WphoCle(WphoPos:1) = 'T'
     -        OR WphoCle(WphoPos:1) = 'D' THEN
             MOVE SPACE TO WphoCle(WphoPos:1)
             SUBTRACT 1 FROM WphoPos
           ELSE
             MOVE 1 TO WphoFin
           END-IF
         END-IF
       END-PERFORM.

      ****************DERNIERE_VISITE_CLIENT**********************
      *Date de la dernière réservation honorée (statut confirmé, date*
      *passée) du client lu, par la clé client des réservations  *
      *(freservations ouvert par l'appelant) ; 0 s'il n'est jamais*
      *venu                                                      *
      ************************************************************
       DERNIERE_VISITE_CLIENT.
       MOVE 0 TO WphoVisite
       MOVE fc_id TO frs_idcli
       MOVE 0 TO WphoFinResa
       START freservations, KEY IS = frs_idcli
         INVALID KEY
           MOVE 1 TO WphoFinResa
       END-START
       PERFORM UNTIL WphoFinResa = 1
         READ freservations NEXT
         AT END MOVE 1 TO WphoFinResa
         NOT AT END
           IF frs_idcli NOT = fc_id THEN
             MOVE 1 TO WphoFinResa
           ELSE
             IF frs_statut = 1 AND frs_dateISO <= WdateSystemeISOInt
     -          AND frs_dateISO > WphoVisite THEN
               MOVE frs_dateISO TO WphoVisite
             END-IF
           END-IF
         END-READ
       END-PERFORM.

      ****************RANGER_CLIENT_APPROCHE**********************
      *Insère le client lu dans la liste WphoRes, triée par note *
      *décroissante puis par dernière venue la plus récente ; au-delà*
      *de 30 clients, le moins proche est écarté                 *
      ************************************************************
       RANGER_CLIENT_APPROCHE.
       MOVE 0 TO WphoI
       IF WphoNbRes < 30 THEN
         ADD 1 TO WphoNbRes
         MOVE WphoNbRes TO WphoI
       ELSE
         IF WphoScore > WphoResScore(30)
     -      OR (WphoScore = WphoResScore(30)
     -      AND WphoVisite > WphoResVisite(30)) THEN
           MOVE 30 TO WphoI
         END-IF
       END-IF
       IF WphoI > 0 THEN
         MOVE 0 TO WphoPlace
         PERFORM UNTIL WphoPlace = 1
           IF WphoI = 1 THEN
             MOVE 1 TO WphoPlace
           ELSE
             IF WphoResScore(WphoI - 1) > WphoScore
     -          OR (WphoResScore(WphoI - 1) = WphoScore
     -          AND WphoResVisite(WphoI - 1) >= WphoVisite) THEN
               MOVE 1 TO WphoPlace
             ELSE
               MOVE WphoRes(WphoI - 1) TO WphoRes(WphoI)
               SUBTRACT 1 FROM WphoI
             END-IF
           END-IF
         END-PERFORM
         MOVE fc_id TO WphoResId(WphoI)
         MOVE WphoScore TO WphoResScore(WphoI)
         MOVE WphoVisite TO WphoResVisite(WphoI)
       END-IF.

      ****************MASQUER_TEL_ACCUEIL*************************
      *Téléphone du client lu, mis en clair, réduit à ses deux   *
      *premiers et deux derniers chiffres (06 ** ** ** 78)       *
      ************************************************************
       MASQUER_TEL_ACCUEIL.
       PERFORM DECHIFFRER_CLIENT
       MOVE SPACE TO WphoTelMasque
       STRING fc_tel(1:2) ' ** ** ** ' fc_tel(9:2)
     -   DELIMITED BY SIZE INTO WphoTelMasque.

      ****************CHERCHER_HOMONYME_CLIENT********************
      *Signale les clients dont le nom a le même code phonétique que*
      *celui saisi et dont le prénom est identique, commence pareil*
      *ou sonne pareil (prénom non saisi : le nom suffit), même si*
      *téléphone et mail diffèrent : WdoublonClient passe à 2. Le*
      *client en cours de saisie (cliTampon) est restitué        *
      ************************************************************
       CHERCHER_HOMONYME_CLIENT.
       MOVE cliTampon TO WphoCliImage
       MOVE fc_id TO WphoIdCli
       MOVE fc_prenom TO WphoSrc
       PERFORM PREPARER_SAISIE_APPROCHEE
       MOVE WphoSrc TO WphoPrenomSaisi
       MOVE WphoCle TO WphoClePrenom
       MOVE WphoPos TO WphoLongClePrenom
       MOVE WphoIdx TO WphoLongPrenom
       MOVE fc_nom TO WphoSrc
       PERFORM PREPARER_SAISIE_APPROCHEE
       MOVE WphoSrc TO WphoNomSaisi
       MOVE WphoCle TO WphoCleNom
       MOVE WphoPos TO WphoLongCleNom
       MOVE WphoIdx TO WphoLongNom
       MOVE 0 TO WphoNbProches
       IF WphoLongNom > 0 THEN
         MOVE 0 TO fc_id
         MOVE 0 TO WphoFin
         START fclients, KEY IS >= fc_id
           INVALID KEY
             MOVE 1 TO WphoFin
         END-START
         PERFORM UNTIL WphoFin = 1
           READ fclients NEXT
           AT END MOVE 1 TO WphoFin
           NOT AT END
             IF fc_id NOT = WphoIdCli THEN
               PERFORM SCORER_CLIENT_APPROCHE
               IF WphoCleCand = WphoCleNom
     -            AND (WphoLongPrenom = 0 OR WphoBonus >= 10) THEN
                 ADD 1 TO WphoNbProches
                 IF WphoNbProches = 1 THEN
                   DISPLAY 'Clients au nom proche déjà enregistrés :'
                 END-IF
                 IF WphoNbProches <= 5 THEN
                   PERFORM MASQUER_TEL_ACCUEIL
                   DISPLAY '  ',fc_id,' ',FUNCTION TRIM(fc_nom),' ',
     -               FUNCTION TRIM(fc_prenom),' - ',
     -               FUNCTION TRIM(fc_ville),' - ',WphoTelMasque
                 END-IF
               END-IF
             END-IF
           END-READ
         END-PERFORM
       END-IF
       MOVE WphoCliImage TO cliTampon
       IF WphoNbProches > 0 THEN
         MOVE 2 TO WdoublonClient
       END-IF.
