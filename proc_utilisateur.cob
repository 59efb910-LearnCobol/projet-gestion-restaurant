       MOVE 0 TO fu_derniereHeure
       MOVE 0 TO fu_sessionActive
       MOVE 0 TO fu_idrest
       MOVE 0 TO fu_idRegion
       WRITE uTampon
       DISPLAY 'Aucun utilisateur trouvé : compte par défaut créé '
     -   '(pseudo admin / mdp admin)'
      *et refusé même avec le bon mot de passe, jusqu'à déverrouillage
      *par un Directeur via OPERATION_UTILISATEUR. La session retient
      *fu_id/fu_role de l'utilisateur connecté pour le reste de
      *l'exécution, ainsi que le mode de travail choisi (production
      *ou formation, WSessionFormation)
      *************************************************************
       CONNEXION_UTILISATEUR.

            IF WSessionIdRest NOT = 0 THEN
             DISPLAY 'Compte limité au restaurant ',WSessionIdRest
            END-IF
            MOVE fu_idRegion TO WSessionIdRegion
            IF WSessionIdRegion NOT = 0 THEN
             DISPLAY 'Compte limité aux restaurants de la région ',
     -         WSessionIdRegion
            END-IF
            PERFORM CHARGER_SITES_REGION
            MOVE 0 TO fu_nbEchecs
            IF fu_derniereDate NOT = 0 THEN
             DISPLAY 'Dernière connexion réussie le ',
            MOVE 'OK' TO WcnxResultat
            PERFORM JOURNALISER_CONNEXION
            DISPLAY 'Connexion réussie, bienvenue ',fu_pseudo
            MOVE 9 TO Wchoix
            PERFORM WITH TEST AFTER UNTIL Wchoix = 0 OR Wchoix = 1
             DISPLAY 'Mode de travail ? 0 : production, '
     -         '1 : formation (jeu d''exercice)'
             ACCEPT Wchoix
            END-PERFORM
            MOVE Wchoix TO WSessionFormation
            IF WSessionFormation = 1 THEN
             DISPLAY '*** MODE FORMATION *** les opérations portent '
     -         'sur une copie des données'
            END-IF
           END-IF
          ELSE
           ADD 1 TO fu_nbEchecs
         DISPLAY 'Restreindre ce compte à un restaurant ? '
     -     'identifiant du site (0 : tous les sites) :'
         ACCEPT fu_idrest
         MOVE 0 TO fu_idRegion
         IF fu_idrest = 0 THEN
           PERFORM SAISIR_REGION_COMPTE
         END-IF
         MOVE 0 TO fu_nbEchecs
         MOVE 0 TO fu_verrouille
         MOVE 0 TO fu_derniereDate
         DISPLAY 'Nouveau site de rattachement (0 : tous les '
     -     'sites) :'
         ACCEPT fu_idrest
         IF fu_idrest NOT = 0 THEN
           MOVE 0 TO fu_idRegion
         ELSE
           DISPLAY 'Région de rattachement actuelle : ',fu_idRegion,
     -       ' (0 : toutes les régions)'
           PERFORM SAISIR_REGION_COMPTE
         END-IF
         IF Wpseudo NOT = SPACE
          MOVE Wpseudo TO fu_pseudo
         END-IF 
      *Ajoute une ligne au journal des connexions
      *(journal_connexions.log) pour chaque tentative de connexion :
      *date (1-8), heure (10-13), pseudo saisi (15-44) et résultat
      *(46-52 : OK, ECHEC, REFUS de session en double, ou expiré
      *pour une session fermée après inactivité)
      *************************************************************
       JOURNALISER_CONNEXION.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISO TO journalConnexLigne(1:8)
       MOVE WheureSystemeISO(1:4) TO journalConnexLigne(10:4)
       MOVE Wpseudo TO journalConnexLigne(15:30)
       MOVE WcnxResultat TO journalConnexLigne(46:7)
       WRITE journalConnexLigne
       CLOSE fJournalConnex.

        DISPLAY WcnxNb,' tentative(s) affichée(s)'
       END-IF
       DISPLAY '================================'.

      *************************************************************
      *SAISIR_REGION_COMPTE
      *Rattachement facultatif d'un compte tous sites à une région
      *(responsable de secteur) : le compte ne voit alors que les
      *restaurants de cette région. Le code est contrôlé dans le
      *référentiel des régions et placé dans fu_idRegion
      *************************************************************
       SAISIR_REGION_COMPTE.
       MOVE 99 TO WrgSaisie
       PERFORM WITH TEST AFTER UNTIL WrgSaisie = 0
     -   OR WrgSaisie = fu_idRegion
        DISPLAY 'Restreindre ce compte à une région ? code de la '
     -    'région (0 : toutes les régions) :'
        ACCEPT WrgSaisie
        IF WrgSaisie = 0 THEN
         MOVE 0 TO fu_idRegion
        ELSE
         OPEN INPUT fRegions
         MOVE WrgSaisie TO frg_code
         READ fRegions
          INVALID KEY
           DISPLAY 'Région inconnue'
          NOT INVALID KEY
           MOVE frg_code TO fu_idRegion
           DISPLAY 'Région retenue : ',frg_nom
         END-READ
         CLOSE fRegions
        END-IF
       END-PERFORM.
