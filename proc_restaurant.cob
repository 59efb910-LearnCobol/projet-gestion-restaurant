        ACCEPT fr_nom
        DISPLAY 'Rue dans lequelle se trouve le restaurant :'
        ACCEPT fr_rue
        MOVE 0 TO WcpoFacultatif
        PERFORM WITH TEST AFTER UNTIL Wcp >= 1000 AND Wcp < 99999
         PERFORM SAISIR_COMMUNE_CP
         MOVE WcpoCodeP TO Wcp
        END-PERFORM
        MOVE WcpoVille TO fr_ville
        MOVE Wcp TO fr_codeP 
        PERFORM WITH TEST AFTER UNTIL Wtel > 0100000000 AND
           Wtel < 0999999999
     -    'd''une heure (0 : sans limite) :'
        ACCEPT WempMaxCreneau
        MOVE WempMaxCreneau TO fr_maxEmporterCreneau
        DISPLAY 'Cadence cuisine : couverts maximum arrivant par '
     -    'quart d''heure au service du midi (0 : sans limite) :'
        ACCEPT WcdMidiResto
        MOVE WcdMidiResto TO fr_cadenceMidi
        DISPLAY 'Cadence cuisine : couverts maximum arrivant par '
     -    'quart d''heure au service du soir (0 : sans limite) :'
        ACCEPT WcdSoirResto
        MOVE WcdSoirResto TO fr_cadenceSoir
        MOVE 9 TO WabsPolitiqueResto
        PERFORM WITH TEST AFTER UNTIL WabsPolitiqueResto <= 1
         DISPLAY 'Retenir la part des arrhes des convives absents '
     -     'd''une table incomplète ? 1 : oui, 0 : non'
         ACCEPT WabsPolitiqueResto
        END-PERFORM
        MOVE WabsPolitiqueResto TO fr_politiqueAbsents
        DISPLAY 'Pourcentage de frais de service porté sur les '
     -    'additions (0 : aucun) :'
        ACCEPT WsvcPct
        MOVE 0 TO fr_frTauxRedevance
        MOVE 0 TO fr_frMinimum
        MOVE 0 TO fr_frTauxPub
        PERFORM CHOISIR_MARQUE_REGION_RESTO
        PERFORM WITH TEST AFTER UNTIL Wactif = 1 OR Wactif = 2
          DISPLAY 'Le restaurant est-il actif ? '
          DISPLAY '(1 : oui ; 2 : non) :'
          MOVE fr_id TO WauditCle
          MOVE 'AJOUT' TO WauditOperation
          PERFORM ENREGISTRER_AUDIT
          IF WSessionIdRegion NOT = 0 AND WSessionNbSites < 200 THEN
            ADD 1 TO WSessionNbSites
            MOVE fr_id TO WSessionSite(WSessionNbSites)
          END-IF
        PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
        DISPLAY 'Souhaitez-vous enregistrer un nouveau restaurant ?'
          DISPLAY '1 : OUI, 0 : NON'
       ELSE
         DISPLAY 'Durée d''un tour de table : 120 minutes (défaut)'
       END-IF
       IF fr_retenirArrhesAbsents THEN
         DISPLAY 'Table incomplète : part des arrhes des absents '
     -     'retenue'
       END-IF
       MOVE fr_idMarque TO WmqCode
       MOVE fr_idRegion TO WrgCode
       PERFORM LIBELLE_MARQUE_REGION
       DISPLAY 'Marque : ',fr_idMarque,' - ',WmqNomAff
       DISPLAY 'Région : ',fr_idRegion,' - ',WrgNomAff
        IF fr_actif=2 THEN
         DISPLAY 'Restaurant actif : NON'
        ELSE
       OPEN I-O fStockSite
       OPEN INPUT frestaurants
       OPEN I-O fplats
       OPEN INPUT fRecettes
       OPEN INPUT fIngredients
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       READ frestaurants
                     MOVE fp_nom TO WauditCle
                     MOVE 'TRANSFSTK' TO WauditOperation
                     PERFORM ENREGISTRER_AUDIT
                     MOVE WcaIdRest TO WicIdRestOrig
                     MOVE WstkIdRestDest TO WicIdRestDest
                     MOVE fp_nom TO WicPlat
                     MOVE WstkQteTransfert TO WicQte
                     MOVE 0 TO WicCout
                     MOVE 'T' TO WicOrigine
                     MOVE 0 TO WicRef
                     PERFORM ENREGISTRER_CESSION_INTERCO
                     MOVE WcaIdRest TO fr_id
                     READ frestaurants
                       INVALID KEY
                         CONTINUE
                     END-READ
                   END-IF
               END-READ
           END-EVALUATE
         END-PERFORM
       END-READ
       DISPLAY '-====================================-'
       CLOSE fIngredients
       CLOSE fRecettes
       CLOSE fplats
       CLOSE frestaurants
       CLOSE fStockSite.

      *********** GERER_EMPLOYES ****************************
      * Tenue du fichier des employés de salle par restaurant
      * (identifiant auto-incrémenté, nom, poste, coût
      * horaire chargé) : ajout, liste d'un restaurant, mise
      * en inactivité, mise à jour du coût horaire et tenue
      * des certifications de l'employé
      ******************************************************
       GERER_EMPLOYES.

         DISPLAY '1 - Ajouter un employé'
         DISPLAY '2 - Lister les employés d''un restaurant'
         DISPLAY '3 - Rendre un employé inactif'
         DISPLAY '4 - Modifier le coût horaire chargé d''un employé'
         DISPLAY '5 - Certifications d''un employé'
         DISPLAY '0 - Terminer'
         ACCEPT WempAction
         EVALUATE WempAction
             ACCEPT femp_prenom
             DISPLAY 'Poste (Serveur, Chef de rang, ...) :'
             ACCEPT femp_poste
             MOVE 0 TO femp_tauxHoraire
             DISPLAY 'Coût horaire chargé (charges comprises) :'
             ACCEPT femp_tauxHoraire
             MOVE 1 TO femp_actif
             WRITE empTampon
             IF femp_stat = 0 THEN
                   IF femp_idrest = WcaIdRest
     -                AND femp_actif = 1 THEN
                     DISPLAY '  ',femp_id,' - ',femp_nom,' ',
     -                 femp_prenom,' (',femp_poste,') - ',
     -                 femp_tauxHoraire,' /h'
                   END-IF
               END-PERFORM
             END-START
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
             END-READ
           WHEN 4
             DISPLAY 'Identifiant de l''employé :'
             ACCEPT femp_id
             READ fEmployes
               INVALID KEY
                 DISPLAY 'Employé inconnu'
               NOT INVALID KEY
                 DISPLAY 'Coût horaire actuel : ',femp_tauxHoraire
                 DISPLAY 'Nouveau coût horaire chargé :'
                 ACCEPT femp_tauxHoraire
                 REWRITE empTampon
                 IF femp_stat = 0 THEN
                   DISPLAY 'Coût horaire mis à jour'
                   MOVE 'fEmployes' TO WauditFichier
                   MOVE femp_id TO WauditCle
                   MOVE 'MODIF' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                 ELSE
                   DISPLAY 'Erreur lors de la mise à jour'
                 END-IF
             END-READ
           WHEN 5
             DISPLAY 'Identifiant de l''employé :'
             ACCEPT femp_id
             READ fEmployes
               INVALID KEY
                 DISPLAY 'Employé inconnu'
               NOT INVALID KEY
                 PERFORM GERER_CERTIFICATIONS_EMPLOYE
             END-READ
         END-EVALUATE
       END-PERFORM
       DISPLAY '-====================================-'
      * et une semaine donnée, affecte jour par jour les
      * employés au service du midi, du soir ou aux deux, en
      * respectant les jours de fermeture du restaurant
      * (fr_horaireSemaine / fr_jourFermeture) et les absences
      * du personnel (fAbsences) ; la semaine saisie est
      * contrôlée au regard du temps de travail et des
      * certifications obligatoires avant d'être enregistrée
      ******************************************************
       PLANIFIER_SERVICE_SEMAINE.


       OPEN I-O fPlanning
       OPEN INPUT frestaurants
       OPEN INPUT fAbsences
       OPEN INPUT fEmployes
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       READ frestaurants
         MOVE Wdate_jour TO WplgDateISO_jour
         COMPUTE WplgDateEntier =
     -     FUNCTION INTEGER-OF-DATE(WplgDateISOInt)
         MOVE 0 TO WplgNbSaisies
         MOVE 0 TO WplgJourIdx
         PERFORM WITH TEST AFTER UNTIL WplgJourIdx >= 7
           COMPUTE WjourSemaineEntier = WplgDateEntier + WplgJourIdx
     -               '3 : les deux'
                   ACCEPT WplgService
                 END-PERFORM
                 MOVE WplgIdEmp TO WabIdEmp
                 MOVE WplgDateISOInt TO WabDate
                 PERFORM CHERCHER_ABSENCE_EMPLOYE
                 MOVE 1 TO WabDecision
                 IF WabTrouve = 1 THEN
                   IF WabStatut = 2 THEN
                     DISPLAY 'Affectation refusée : employé absent '
     -                 '(',FUNCTION TRIM(WabLibelle),')'
                     MOVE 0 TO WabDecision
                   ELSE
                     DISPLAY 'Attention : demande d''absence en '
     -                 'attente (',FUNCTION TRIM(WabLibelle),')'
                     DISPLAY 'Affecter quand même ? 1 : oui, 0 : non'
                     ACCEPT WabDecision
                   END-IF
                 END-IF
                 IF WabDecision = 1 THEN
                   IF WplgNbSaisies >= 100 THEN
                     DISPLAY 'Nombre maximal d''affectations de la '
     -                 'semaine atteint'
                   ELSE
                     ADD 1 TO WplgNbSaisies
                     MOVE WplgDateISOInt
     -                 TO WplgSaisieDate(WplgNbSaisies)
                     MOVE WplgIdEmp TO WplgSaisieEmp(WplgNbSaisies)
                     MOVE WplgService TO WplgSaisieSrv(WplgNbSaisies)
                     DISPLAY 'Affectation notée'
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           ADD 1 TO WplgJourIdx
         END-PERFORM
         IF WplgNbSaisies > 0 THEN
           PERFORM CONTROLER_SEMAINE_PLANIFIEE
           PERFORM CONTROLER_CERTIFS_SEMAINE
           MOVE 1 TO Wchoix
           IF WtcNbAlertes > 0 OR WceNbAlertes > 0 THEN
             DISPLAY WtcNbAlertes,' écart(s) à la réglementation '
     -         'du temps de travail'
             DISPLAY WceNbAlertes,' manque(s) de certification '
     -         'obligatoire'
             MOVE 9 TO Wchoix
             PERFORM WITH TEST AFTER UNTIL Wchoix <= 1
               DISPLAY 'Enregistrer la semaine malgré tout ? '
     -           '1 : oui, 0 : non'
               ACCEPT Wchoix
             END-PERFORM
           END-IF
           IF Wchoix = 1 THEN
             PERFORM ENREGISTRER_SEMAINE_PLANIFIEE
           ELSE
             DISPLAY 'Planning de la semaine non enregistré'
           END-IF
         END-IF
       END-READ
       DISPLAY '-====================================-'
       CLOSE fEmployes
       CLOSE frestaurants
       CLOSE fAbsences
       CLOSE fPlanning.

      *********** CONTROLER_SEMAINE_PLANIFIEE ***************
      * Contrôle, avant enregistrement, des affectations
      * saisies pour la semaine (table WplgSaisies) : pour
      * chaque employé concerné, le planning déjà enregistré
      * des six jours précédents et de la semaine est
      * complété par la saisie puis soumis aux règles du
      * temps de travail ; les écarts sont affichés et
      * comptés dans WtcNbAlertes
      ******************************************************
       CONTROLER_SEMAINE_PLANIFIEE.
       MOVE 1 TO WtcSourceChoix
       MOVE 1 TO WtcSortie
       MOVE 0 TO WtcNbAlertes
       COMPUTE WtcDebutEntier = WplgDateEntier - 6
       MOVE 13 TO WtcNbJours
       MOVE 7 TO WtcPremierJour
       MOVE 1 TO WplgIdxSaisie
       PERFORM UNTIL WplgIdxSaisie > WplgNbSaisies
         MOVE 0 TO WplgDejaVu
         MOVE 1 TO WplgIdxAutre
         PERFORM UNTIL WplgIdxAutre >= WplgIdxSaisie
           IF WplgSaisieEmp(WplgIdxAutre)
     -        = WplgSaisieEmp(WplgIdxSaisie) THEN
             MOVE 1 TO WplgDejaVu
           END-IF
           ADD 1 TO WplgIdxAutre
         END-PERFORM
         IF WplgDejaVu = 0 THEN
           MOVE WplgSaisieEmp(WplgIdxSaisie) TO femp_id
           READ fEmployes
             INVALID KEY
               MOVE SPACE TO femp_nom
               MOVE SPACE TO femp_prenom
           END-READ
           MOVE WplgSaisieEmp(WplgIdxSaisie) TO femp_id
           PERFORM CHARGER_JOURS_EMPLOYE
           MOVE 1 TO WplgIdxAutre
           PERFORM UNTIL WplgIdxAutre > WplgNbSaisies
             IF WplgSaisieEmp(WplgIdxAutre) = femp_id THEN
               COMPUTE WtcDateEntier = FUNCTION INTEGER-OF-DATE(
     -           WplgSaisieDate(WplgIdxAutre))
               COMPUTE WtcIdx = WtcDateEntier - WtcDebutEntier + 1
               MOVE WplgSaisieSrv(WplgIdxAutre) TO WtcService(WtcIdx)
               PERFORM HORAIRES_SERVICE_PLANIFIE
             END-IF
             ADD 1 TO WplgIdxAutre
           END-PERFORM
           PERFORM APPLIQUER_REGLES_TEMPS
         END-IF
         ADD 1 TO WplgIdxSaisie
       END-PERFORM.

      *********** ENREGISTRER_SEMAINE_PLANIFIEE *************
      * Ecrit dans fPlanning les affectations de la semaine
      * retenues dans WplgSaisies (une affectation existante
      * pour le même jour et le même employé est remplacée)
      ******************************************************
       ENREGISTRER_SEMAINE_PLANIFIEE.
       MOVE 1 TO WplgIdxSaisie
       PERFORM UNTIL WplgIdxSaisie > WplgNbSaisies
         MOVE fr_id TO fplg_idrest
         MOVE WplgSaisieDate(WplgIdxSaisie) TO fplg_date
         MOVE WplgSaisieEmp(WplgIdxSaisie) TO fplg_idemp
         MOVE WplgSaisieSrv(WplgIdxSaisie) TO fplg_service
         WRITE planningTampon
         IF fplg_stat = 22 THEN
           REWRITE planningTampon
         END-IF
         IF fplg_stat = 0 THEN
           DISPLAY 'Affectation enregistrée : employé ',fplg_idemp,
     -       ' le ',fplg_date
         ELSE
           DISPLAY 'Erreur lors de l''affectation de l''employé ',
     -       fplg_idemp,' le ',fplg_date
         END-IF
         ADD 1 TO WplgIdxSaisie
       END-PERFORM.

      *********** RAPPORT_SERVICE_SERVEURS ******************
      * Rapport d'un service : couverts servis et chiffre
      * d'affaire encaissé par serveur pour un restaurant et
       DISPLAY 'Donnez les nouvelles informations'
       DISPLAY 'Nom du restaurant: '
       ACCEPT WnomResto
       DISPLAY 'Nom de la rue: '
       ACCEPT Wrue
       MOVE 1 TO WcpoFacultatif
       PERFORM WITH TEST AFTER UNTIL (Wcp >= 1000 AND Wcp < 99999)
           OR Wcp=0
         PERFORM SAISIR_COMMUNE_CP
         MOVE WcpoCodeP TO Wcp
       END-PERFORM
       MOVE WcpoVille TO Wville
       PERFORM WITH TEST AFTER UNTIL (Wtel > 0100000000 AND Wtel <
           0999999999) OR Wtel=0
         DISPLAY 'Numero de telephone (ex: 0204124874) :'
       IF WempMaxCreneau NOT = 99
         MOVE WempMaxCreneau TO fr_maxEmporterCreneau
       END-IF
       MOVE 999 TO WcdMidiResto
       DISPLAY 'Cadence cuisine du midi, couverts par quart d''heure'
     -   ' (0 : sans limite, 999 : ne pas modifier) :'
       ACCEPT WcdMidiResto
       IF WcdMidiResto NOT = 999
         MOVE WcdMidiResto TO fr_cadenceMidi
       END-IF
       MOVE 999 TO WcdSoirResto
       DISPLAY 'Cadence cuisine du soir, couverts par quart d''heure'
     -   ' (0 : sans limite, 999 : ne pas modifier) :'
       ACCEPT WcdSoirResto
       IF WcdSoirResto NOT = 999
         MOVE WcdSoirResto TO fr_cadenceSoir
       END-IF
       MOVE 9 TO WabsPolitiqueResto
       DISPLAY 'Retenir la part des arrhes des convives absents '
     -   '(1 : oui, 0 : non, 9 : ne pas modifier) :'
       ACCEPT WabsPolitiqueResto
       IF WabsPolitiqueResto <= 1
         MOVE WabsPolitiqueResto TO fr_politiqueAbsents
       END-IF
       MOVE 99 TO WsvcPct
       DISPLAY 'Pourcentage de frais de service (0 : aucun, '
     -   '99 : ne pas modifier) :'

      *********** POINTER_HEURES_EMPLOYE ********************
      * Pointeuse : enregistre l'arrivée puis le départ d'un
      * employé avec la durée des pauses prises (un pointage
      * par jour, fichier fPointages) et
      * rappelle le service planifié du jour (fPlanning) pour
      * comparer les heures réelles au planning
      ******************************************************
     -           WheureSystemeISO_heure * 100
     -           + WheureSystemeISO_minute
               MOVE 0 TO fpt_heureDepart
               MOVE 0 TO fpt_pauseMinutes
               WRITE pointageTampon
               IF fpt_stat = 0 THEN
                 DISPLAY 'Arrivée pointée à ',fpt_heureArrivee
     -             WheureSystemeISO_heure * 100
     -             + WheureSystemeISO_minute
                 COMPUTE WptMinutes =
     -             FUNCTION INTEGER(fpt_heureDepart / 100) * 60
     -             + FUNCTION MOD(fpt_heureDepart, 100)
     -             - FUNCTION INTEGER(fpt_heureArrivee / 100) * 60
     -             - FUNCTION MOD(fpt_heureArrivee, 100)
                 IF WptMinutes < 0 THEN
                   ADD 1440 TO WptMinutes
                 END-IF
                 COMPUTE WptHeuresJour ROUNDED = WptMinutes / 60
                 MOVE 0 TO fpt_pauseMinutes
                 DISPLAY 'Durée totale des pauses prises (minutes) :'
                 ACCEPT fpt_pauseMinutes
                 IF WptMinutes > WtcSeuilPause
     -              AND fpt_pauseMinutes = 0 THEN
                   COMPUTE WtcSeuilPauseH = WtcSeuilPause / 60
                   DISPLAY 'Attention : plus de ',
     -               FUNCTION TRIM(WtcSeuilPauseH),
     -               ' heures sans pause enregistrée'
                 END-IF
                 REWRITE pointageTampon
                 IF fpt_stat = 0 THEN
                   DISPLAY 'Départ pointé à ',fpt_heureDepart,
         DISPLAY 'Année (AAAA) :'
         ACCEPT WptAnnee
       END-PERFORM
       PERFORM PRODUIRE_EXPORT_HEURES

       DISPLAY 'Coût horaire moyen chargé pour le ratio masse '
     -   'salariale / CA (0 : passer) :'
       IF WptTauxHoraire > 0 THEN
         DISPLAY 'Identifiant du restaurant :'
         ACCEPT WidRestSauv
         OPEN INPUT fPointages
         MOVE SPACE TO WtabHeuresJour
         MOVE 1 TO WphjIdx
         PERFORM WITH TEST AFTER UNTIL WphjIdx > 31
     -          AND fpt_date / 100 = WptPeriode
     -          AND fpt_heureDepart > 0 THEN
               COMPUTE WptMinutes =
     -           FUNCTION INTEGER(fpt_heureDepart / 100) * 60
     -           + FUNCTION MOD(fpt_heureDepart, 100)
     -           - FUNCTION INTEGER(fpt_heureArrivee / 100) * 60
     -           - FUNCTION MOD(fpt_heureArrivee, 100)
               IF WptMinutes < 0 THEN
                 ADD 1440 TO WptMinutes
           ADD 1 TO WphjIdx
         END-PERFORM
         CLOSE fClotures
         CLOSE fPointages
       END-IF
       DISPLAY '-====================================-'.

      *********** PRODUIRE_EXPORT_HEURES *******************
      * Export des heures du mois WptMois/WptAnnee pour le
      * bureau de paie (export_heures_<AAAAMM>.csv inscrit au
      * spool des états)
      ******************************************************
       PRODUIRE_EXPORT_HEURES.
       COMPUTE WptPeriode = WptAnnee * 100 + WptMois
       MOVE 0 TO WplnNb
       OPEN INPUT fPlanning
       MOVE 0 TO WptFin
       PERFORM WITH TEST AFTER UNTIL WptFin = 1
         READ fPlanning NEXT
         AT END MOVE 1 TO WptFin
         NOT AT END
           IF fplg_date / 100 = WptPeriode THEN
             PERFORM CUMULER_SERVICE_PLANIFIE
           END-IF
       END-PERFORM
       CLOSE fPlanning

       MOVE SPACE TO WNomFichierExport
       STRING 'export_heures_' WptPeriode DELIMITED BY SIZE
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idEmploye;nom;prenom;heuresPointees;heuresPlanifiees;'
     -   'joursCP;joursMaladie;joursFormation;joursRecup'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT fEmployes
       OPEN INPUT fPointages
       OPEN INPUT fAbsences
       MOVE 0 TO WptFin
       PERFORM WITH TEST AFTER UNTIL WptFin = 1
         READ fEmployes NEXT
         AT END MOVE 1 TO WptFin
         NOT AT END
           PERFORM CALCULER_HEURES_EMPLOYE_MOIS
           MOVE 0 TO WptTotalPlanifie
           MOVE 1 TO WplnIdx
           PERFORM WITH TEST AFTER UNTIL WplnIdx > WplnNb
             IF WplnNb > 0 AND WplnIdEmp(WplnIdx) = femp_id THEN
               COMPUTE WptTotalPlanifie =
     -           WplnNbSrv(WplnIdx) * WptDureeService
             END-IF
             ADD 1 TO WplnIdx
           END-PERFORM
           PERFORM CALCULER_ABSENCES_EMPLOYE_MOIS
           IF WptTotalEmp > 0 OR WptTotalPlanifie > 0
     -        OR WabJoursParType NOT = ZERO THEN
             MOVE SPACE TO exportLigne
             STRING femp_id ';' femp_nom ';' femp_prenom ';'
     -         WptTotalEmp ';' WptTotalPlanifie ';'
     -         WabJoursType(1) ';' WabJoursType(2) ';'
     -         WabJoursType(3) ';' WabJoursType(4)
     -         DELIMITED BY SIZE INTO exportLigne
             WRITE exportLigne
             DISPLAY femp_id,' ',femp_nom,' : ',WptTotalEmp,
     -         ' h pointées / ',WptTotalPlanifie,' h planifiées'
             IF WabJoursParType NOT = ZERO THEN
               DISPLAY '      absences : CP ',WabJoursType(1),
     -           ' j, maladie ',WabJoursType(2),' j, formation ',
     -           WabJoursType(3),' j, récupération ',
     -           WabJoursType(4),' j'
             END-IF
           END-IF
       END-PERFORM
       CLOSE fAbsences
       CLOSE fEmployes
       CLOSE fPointages
       CLOSE fExport
       DISPLAY 'Export écrit : ',WNomFichierExport
       MOVE 'HEURES PAIE' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** CUMULER_SERVICE_PLANIFIE ******************
      * Ajoute l'affectation de planning courante au cumul
      * mensuel des services planifiés de son employé
           ELSE
             IF fpt_heureDepart > 0 THEN
               COMPUTE WptMinutes =
     -           FUNCTION INTEGER(fpt_heureDepart / 100) * 60
     -           + FUNCTION MOD(fpt_heureDepart, 100)
     -           - FUNCTION INTEGER(fpt_heureArrivee / 100) * 60
     -           - FUNCTION MOD(fpt_heureArrivee, 100)
               IF WptMinutes < 0 THEN
                 ADD 1440 TO WptMinutes
      * propriétaires des restaurants) : raison sociale,
      * SIRET et adresse, rattachement d'un restaurant à son
      * entité ; chaque entité porte ensuite ses propres
      * séries de factures et d'avoirs au registre, et la
      * marge qu'elle applique au coût du stock cédé aux
      * sites des autres entités (datamargesinterco.dat)
      ******************************************************
       GERER_ENTITES_JURIDIQUES.

         DISPLAY '1 - Créer ou modifier une entité'
         DISPLAY '2 - Lister les entités'
         DISPLAY '3 - Rattacher un restaurant à une entité'
         DISPLAY '4 - Marge sur les cessions inter-sociétés'
         DISPLAY '0 - Terminer'
         ACCEPT WenAction
         EVALUATE WenAction
               END-IF
           END-READ
           CLOSE frestaurants
          WHEN 4
           DISPLAY 'Identifiant de l''entité qui cède le stock :'
           ACCEPT fen_id
           READ fEntites
             INVALID KEY
               DISPLAY 'Entité inconnue'
             NOT INVALID KEY
               OPEN I-O fMargesInterco
               MOVE fen_id TO fmi_idEntite
               READ fMargesInterco
                 INVALID KEY
                   MOVE 0 TO fmi_taux
                 NOT INVALID KEY
                   CONTINUE
               END-READ
               DISPLAY 'Marge actuelle de ',fen_nom,' : ',fmi_taux,
     -           ' % du coût'
               DISPLAY 'Nouvelle marge (%) :'
               ACCEPT fmi_taux
               MOVE fen_id TO fmi_idEntite
               WRITE margeIntercoTampon
               IF fmi_stat = 22 THEN
                 REWRITE margeIntercoTampon
               END-IF
               IF fmi_stat = 0 THEN
                 DISPLAY 'Les cessions de ',fen_nom,' seront '
     -             'facturées au coût + ',fmi_taux,' %'
                 MOVE 'fMargesInterco' TO WauditFichier
                 MOVE fmi_idEntite TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
               CLOSE fMargesInterco
           END-READ
         END-EVALUATE
       END-PERFORM
       CLOSE fEntites
             MOVE 0 TO fxc_hOuv
             MOVE 0 TO fxc_hFerm
             MOVE 0 TO fxc_places
             MOVE 0 TO fxc_cadence
             IF fxc_ferme = 0 THEN
               DISPLAY 'Heure d''ouverture spéciale (0 : horaires '
     -           'habituels) :'
               DISPLAY 'Places réservables ce jour là (0 : '
     -           'capacité habituelle) :'
               ACCEPT fxc_places
               DISPLAY 'Cadence cuisine du jour, couverts par quart '
     -           'd''heure (0 : cadence habituelle du service) :'
               ACCEPT fxc_cadence
             END-IF
             DISPLAY 'Libellé (ex : travaux, réveillon) :'
             MOVE SPACE TO fxc_libelle
                   ELSE
                     DISPLAY '  ',fxc_date,' : ouvert ',fxc_hOuv,
     -                 'h-',fxc_hFerm,'h - places ',fxc_places,
     -                 ' - cadence ',fxc_cadence,
     -                 ' (',fxc_libelle,')'
                   END-IF
                 END-IF
         END-PERFORM
         DISPLAY 'Année :'
         ACCEPT WrpsAnnee
         PERFORM PRODUIRE_REPAS_PERSONNEL
       END-READ
       CLOSE frestaurants
       DISPLAY '-====================================-'.

      *********** PRODUIRE_REPAS_PERSONNEL *****************
      * Rapport des repas du personnel du mois
      * WrpsMois/WrpsAnnee pour le restaurant du tampon
      * restTampon
      ******************************************************
       PRODUIRE_REPAS_PERSONNEL.
       COMPUTE WrpsPeriode = WrpsAnnee * 100 + WrpsMois
       MOVE 0 TO WreNbEntrees
       MOVE 0 TO WrpsTotalRest
       MOVE 0 TO WrpsNbRest
       OPEN INPUT fRepasPersonnel
       MOVE 0 TO WrpsFin
       MOVE LOW-VALUE TO frper_cle
       START fRepasPersonnel, KEY IS >= frper_cle
         INVALID KEY MOVE 1 TO WrpsFin
       END-START
       PERFORM WITH TEST AFTER UNTIL WrpsFin = 1
         READ fRepasPersonnel NEXT
         AT END MOVE 1 TO WrpsFin
         NOT AT END
           IF frper_idrest = fr_id
     -         AND frper_date / 100 = WrpsPeriode THEN
             PERFORM CUMULER_REPAS_EMPLOYE
           END-IF
       END-PERFORM
       CLOSE fRepasPersonnel
       IF WreNbEntrees = 0 THEN
         DISPLAY 'Aucun repas du personnel sur cette période'
       ELSE
         MOVE SPACE TO WNomFichierTicket
         STRING 'repas_personnel_' fr_id '_' WrpsPeriode '.txt'
     -       DELIMITED BY SIZE INTO WNomFichierTicket
         PERFORM OUVRIR_TICKET
         MOVE SPACE TO ticketLigne
         STRING '=== REPAS DU PERSONNEL - RESTAURANT ' fr_id
     -       ' - PERIODE ' WrpsPeriode ' ==='
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         OPEN INPUT fEmployes
         MOVE 1 TO WreIdx
         PERFORM WITH TEST AFTER UNTIL WreIdx > WreNbEntrees
           MOVE WreIdEmp(WreIdx) TO femp_id
           READ fEmployes
             INVALID KEY
               MOVE SPACE TO femp_nom
               MOVE SPACE TO femp_prenom
           END-READ
           MOVE SPACE TO ticketLigne
           STRING 'Employé ' WreIdEmp(WreIdx) ' ' femp_prenom
     -         ' ' femp_nom ' : ' WreNb(WreIdx) ' repas - '
     -         WreMontant(WreIdx) ' EUR à retenir'
     -         DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
           DISPLAY '  employé ',WreIdEmp(WreIdx),' : ',
     -         WreNb(WreIdx),' repas - ',WreMontant(WreIdx),' EUR'
           ADD 1 TO WreIdx
         END-PERFORM
         CLOSE fEmployes
         MOVE SPACE TO ticketLigne
         STRING 'TOTAL SITE : ' WrpsNbRest ' repas - '
     -       WrpsTotalRest ' EUR'
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         CLOSE fTicket
         DISPLAY 'Total site : ',WrpsNbRest,' repas - ',
     -       WrpsTotalRest,' EUR'
         DISPLAY 'Rapport écrit : ',WNomFichierTicket
         MOVE 'REPAS PERSONNEL' TO WspoolRapport
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF.

      *********** CUMULER_REPAS_EMPLOYE *********************
      * Cumule l'enregistrement repasPersTampon courant dans
               MOVE frh_cle TO WauditCle
               MOVE 'AJOUT' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
               IF frh_conforme = 0 THEN
                 PERFORM OUVRIR_PANNE_HACCP
               END-IF
             ELSE
               DISPLAY 'Erreur lors de l''enregistrement du relevé'
             END-IF
       MOVE SPACE TO WNomFichierTicket
       STRING 'haccp_' fr_id '_' WhcPeriode '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING '=== REGISTRE HACCP - ' fr_nom ' - PERIODE '
     -     WhcPeriode ' ==='
       END-PERFORM
       DISPLAY 'Année :'
       ACCEPT WfrAnnee
       PERFORM PRODUIRE_RELEVE_FRANCHISE.

      *********** PRODUIRE_RELEVE_FRANCHISE ****************
      * Relevé du mois WfrMois/WfrAnnee pour le restaurant
      * franchisé du tampon restTampon (saisi à l'écran ou
      * posé par la chaîne de fin de mois)
      ******************************************************
       PRODUIRE_RELEVE_FRANCHISE.
       COMPUTE WfrPeriode = WfrAnnee * 100 + WfrMois
       MOVE SPACE TO WNomFichierTicket
       STRING 'releve_franchise_' fr_id '_' WfrPeriode '.txt'
     -     DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       OPEN INPUT fClotures
       MOVE SPACE TO ticketLigne
       STRING '=== RELEVE DE REDEVANCES - ' fr_nom
      * composés ; les fenêtres saisonnières
      * (fp_dispoDebut/Fin, fm_dispoDebut/Fin) écartent
      * d'office les articles hors saison ; document écrit
      * dans carte_<rest>_<AAAAMMJJ>.txt et inscrit au spool.
      * En mode aperçu (WdcApercu = 1), le document montre la
      * carte en projet du site (fCarteProjet, prix du projet,
      * nouveaux menus de fMenusProjet) pour le mois de sa
      * date d'effet, dans carte_projet_<rest>_<AAAAMMJJ>.txt
      ******************************************************
       GENERER_DOCUMENT_CARTE.

         PERFORM CHOISIR_LANGUE_MENU
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISO_mois TO WmoisVerif
         MOVE 0 TO WdcApercu
         OPEN INPUT fProjetsCarte
         MOVE fr_id TO fpj_idrest
         READ fProjetsCarte
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fpj_brouillon THEN
               DISPLAY 'Une carte en projet prend effet le ',
     -           fpj_dateEffet
               DISPLAY 'Aperçu de la carte en projet (1 : oui, '
     -           '0 : carte actuelle) :'
               ACCEPT WdcApercu
               MOVE fpj_dateEffet TO WcprDateEffetInt
             END-IF
         END-READ
         CLOSE fProjetsCarte
         MOVE fr_id TO WcaIdRest
         OPEN INPUT fCarte
         OPEN INPUT fplats
         OPEN INPUT fmenus
         OPEN INPUT fSpeciaux
         MOVE SPACE TO WNomFichierTicket
         IF WdcApercu = 1 THEN
           MOVE WcprEffetMois TO WmoisVerif
           MOVE 1 TO WcaConfigure
           OPEN INPUT fCarteProjet
           OPEN INPUT fMenusProjet
           STRING 'carte_projet_' fr_id '_' WcprDateEffetInt '.txt'
     -         DELIMITED BY SIZE INTO WNomFichierTicket
         ELSE
           MOVE 0 TO WdcApercu
           PERFORM VERIFIER_CARTE_CONFIGUREE
           STRING 'carte_' fr_id '_' WdateSystemeISOInt '.txt'
     -         DELIMITED BY SIZE INTO WNomFichierTicket
         END-IF
         PERFORM OUVRIR_TICKET
         MOVE SPACE TO ticketLigne
         STRING '********  ' fr_nom '  ********'
     -       DELIMITED BY SIZE INTO ticketLigne
         STRING fr_rue ' - ' fr_ville
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         IF WdcApercu = 1 THEN
           MOVE SPACE TO ticketLigne
           STRING '(aperçu de la carte en projet - effet au '
     -         WcprDateEffetInt ')' DELIMITED BY SIZE INTO ticketLigne
           WRITE ticketLigne
         ELSE
           PERFORM ECRIRE_PLAT_DU_JOUR_CARTE
         END-IF
         MOVE 0 TO WdcNb
         MOVE 'Entrée' TO WtypeP
         MOVE WlblEntree TO WdcLblSection
         CLOSE fmenus
         CLOSE fplats
         CLOSE fCarte
         IF WdcApercu = 1 THEN
           CLOSE fMenusProjet
           CLOSE fCarteProjet
         END-IF
         DISPLAY WdcNb,' article(s) sur le document'
         DISPLAY 'Document carte écrit : ',WNomFichierTicket
         IF WdcApercu = 1 THEN
           MOVE 'APERCU CARTE PROJET' TO WspoolRapport
         ELSE
           MOVE 'DOCUMENT CARTE' TO WspoolRapport
         END-IF
         MOVE WNomFichierTicket TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-READ
       ECRIRE_PLAT_CARTE.
       MOVE 'P' TO WcaType
       MOVE fp_nom TO WcaNom
       MOVE fp_prix TO WdcPrix
       PERFORM VERIFIER_ARTICLE_DOCUMENT
       PERFORM VERIFIER_DISPO_PLAT
       IF WcaAuCarte = 1 AND WdispoOK = 1 THEN
         MOVE SPACE TO WdcSymboles
         IF fp_vegan = 1 THEN
           MOVE '(VG)' TO WdcSymboles
      * Ecrit la section des menus composés du document
      * carte : menus servis par le site et en saison, avec
      * prix du site prioritaire et composition
      * entrée/plat/dessert dans la langue choisie ; en
      * aperçu, les nouveaux menus de la carte en projet
      * suivent
      ******************************************************
       ECRIRE_MENUS_CARTE.
       MOVE SPACE TO ticketLigne
           READ fmenus NEXT
           AT END MOVE 1 TO WdcFin
           NOT AT END
             PERFORM ECRIRE_MENU_CARTE
         END-PERFORM
       END-START
       IF WdcApercu = 1 THEN
         MOVE fr_id TO fmj_idrest
         MOVE LOW-VALUE TO fmj_nom
         START fMenusProjet, KEY IS >= fmj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdcFin
           PERFORM WITH TEST AFTER UNTIL WdcFin = 1
             READ fMenusProjet NEXT
             AT END MOVE 1 TO WdcFin
             NOT AT END
               IF fmj_idrest NOT = fr_id THEN
                 MOVE 1 TO WdcFin
               ELSE
                 MOVE fmj_nom TO fm_nom
                 MOVE fmj_entree TO fm_entree
                 MOVE fmj_plat TO fm_plat
                 MOVE fmj_dessert TO fm_dessert
                 MOVE fmj_prix TO fm_prix
                 MOVE fmj_dispoDebut TO fm_dispoDebut
                 MOVE fmj_dispoFin TO fm_dispoFin
                 MOVE fmj_catTVA TO fm_catTVA
                 PERFORM ECRIRE_MENU_CARTE
               END-IF
           END-PERFORM
         END-START
       END-IF.

      *********** ECRIRE_MENU_CARTE *************************
      * Ecrit le menu du tampon mTampon sur le document carte
      * s'il est servi par le site et en saison
      ******************************************************
       ECRIRE_MENU_CARTE.
       MOVE 'M' TO WcaType
       MOVE fm_nom TO WcaNom
       MOVE fm_prix TO WdcPrix
       PERFORM VERIFIER_ARTICLE_DOCUMENT
       PERFORM VERIFIER_DISPO_MENU
       IF WcaAuCarte = 1 AND WdispoOK = 1 THEN
         MOVE SPACE TO ticketLigne
         STRING fm_nom ' ... ' WdcPrix ' ' fr_devise
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING '   ' WlblEntree ' : ' fm_entree
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING '   ' WlblPlat ' : ' fm_plat
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         MOVE SPACE TO ticketLigne
         STRING '   ' WlblDessert ' : ' fm_dessert
     -       DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         ADD 1 TO WdcNb
       END-IF.

      *********** VERIFIER_ARTICLE_DOCUMENT *****************
      * Présence de l'article WcaType/WcaNom sur le document
      * carte (WcaAuCarte) et son prix WdcPrix, initialisé au
      * prix national par l'appelant : carte servie et prix
      * du site, ou en aperçu carte en projet et prix du
      * projet
      ******************************************************
       VERIFIER_ARTICLE_DOCUMENT.
       IF WdcApercu = 1 THEN
         MOVE 0 TO WcaAuCarte
         MOVE fr_id TO fcj_idrest
         MOVE WcaType TO fcj_type
         MOVE WcaNom TO fcj_nom
         READ fCarteProjet
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WcaAuCarte
             IF fcj_prix > 0 THEN
               MOVE fcj_prix TO WdcPrix
             END-IF
         END-READ
       ELSE
         PERFORM VERIFIER_ARTICLE_CARTE
         IF WcaAuCarte = 1 THEN
           MOVE fr_id TO WpsIdRest
           MOVE WcaType TO WpsType
           MOVE WcaNom TO WpsNom
           PERFORM CHERCHER_PRIX_SITE
           IF WpsTrouve = 1 THEN
             MOVE WpsPrix TO WdcPrix
           END-IF
         END-IF
       END-IF.

      *********** GERER_ABSENCES_EMPLOYES *******************
      * Calendrier des absences du personnel : demande
      * d'absence d'un employé (congés payés, maladie,
      * formation, récupération) sur une période, décision
      * (approbation ou refus) par un Gérant ou le
      * Directeur, annulation d'une demande et consultation
      * des absences d'un employé ; une absence approuvée
      * bloque l'affectation de l'employé dans
      * PLANIFIER_SERVICE_SEMAINE et est reprise par type
      * dans l'export des heures pour la paie
      ******************************************************
       GERER_ABSENCES_EMPLOYES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== ABSENCES     ===========|'
       DISPLAY '|===========  DU          ===========|'
       DISPLAY '|===========  PERSONNEL   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O fAbsences
       OPEN INPUT fEmployes
       MOVE 9 TO WabAction
       PERFORM WITH TEST AFTER UNTIL WabAction = 0
         DISPLAY '1 - Demander une absence'
         DISPLAY '2 - Approuver ou refuser une demande'
         DISPLAY '3 - Annuler une absence'
         DISPLAY '4 - Consulter les absences d''un employé'
         DISPLAY '5 - Demandes en attente d''un restaurant'
         DISPLAY '0 - Terminer'
         ACCEPT WabAction
         EVALUATE WabAction
           WHEN 1
             PERFORM DEMANDER_ABSENCE_EMPLOYE
           WHEN 2
             PERFORM DECIDER_ABSENCE_EMPLOYE
           WHEN 3
             DISPLAY 'Identifiant de l''employé :'
             ACCEPT fab_idemp
             DISPLAY 'Date de début de l''absence (AAAAMMJJ) :'
             ACCEPT fab_dateDebut
             READ fAbsences
               INVALID KEY
                 DISPLAY 'Aucune absence ne commence à cette date '
     -             'pour cet employé'
               NOT INVALID KEY
                 DELETE fAbsences
                 IF fab_stat = 0 THEN
                   DISPLAY 'Absence annulée'
                   MOVE 'fAbsences' TO WauditFichier
                   MOVE fab_cle TO WauditCle
                   MOVE 'SUPPRESSION' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                 ELSE
                   DISPLAY 'Erreur lors de l''annulation'
                 END-IF
             END-READ
           WHEN 4
             DISPLAY 'Identifiant de l''employé :'
             ACCEPT WabIdEmp
             MOVE WabIdEmp TO fab_idemp
             MOVE 0 TO fab_dateDebut
             MOVE 0 TO WabFin
             START fAbsences, KEY IS >= fab_cle
               INVALID KEY MOVE 1 TO WabFin
             END-START
             PERFORM WITH TEST AFTER UNTIL WabFin = 1
               READ fAbsences NEXT
               AT END MOVE 1 TO WabFin
               NOT AT END
                 IF fab_idemp NOT = WabIdEmp THEN
                   MOVE 1 TO WabFin
                 ELSE
                   PERFORM AFFICHER_ABSENCE_EMPLOYE
                 END-IF
             END-PERFORM
           WHEN 5
             DISPLAY 'Identifiant du restaurant :'
             ACCEPT WcaIdRest
             MOVE LOW-VALUE TO fab_cle
             MOVE 0 TO WabFin
             START fAbsences, KEY IS >= fab_cle
               INVALID KEY MOVE 1 TO WabFin
             END-START
             PERFORM WITH TEST AFTER UNTIL WabFin = 1
               READ fAbsences NEXT
               AT END MOVE 1 TO WabFin
               NOT AT END
                 IF fab_demandee THEN
                   MOVE fab_idemp TO femp_id
                   READ fEmployes
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF femp_idrest = WcaIdRest THEN
                         PERFORM AFFICHER_ABSENCE_EMPLOYE
                       END-IF
                   END-READ
                 END-IF
             END-PERFORM
         END-EVALUATE
       END-PERFORM
       CLOSE fEmployes
       CLOSE fAbsences
       DISPLAY '-====================================-'.

      *********** DEMANDER_ABSENCE_EMPLOYE ******************
      * Saisie d'une demande d'absence : l'employé doit être
      * actif et dans la portée du compte connecté ; la
      * période ne doit chevaucher aucune autre absence non
      * refusée du même employé. Une demande saisie par un
      * Gérant ou le Directeur est approuvée d'office
      ******************************************************
       DEMANDER_ABSENCE_EMPLOYE.
       DISPLAY 'Identifiant de l''employé :'
       ACCEPT femp_id
       READ fEmployes
       INVALID KEY
         DISPLAY 'Employé inconnu'
       NOT INVALID KEY
        MOVE femp_idrest TO WscopeIdRest
        PERFORM CONTROLER_PORTEE_SITE
        IF WscopeOK = 1 THEN
         IF femp_actif = 0 THEN
           DISPLAY 'Cet employé est inactif'
         ELSE
           DISPLAY 'Absence de ',femp_prenom,' ',femp_nom
           MOVE 0 TO WabType
           PERFORM WITH TEST AFTER UNTIL WabType >= 1
     -        AND WabType <= 4
             DISPLAY 'Type : 1 congés payés, 2 maladie, '
     -         '3 formation, 4 récupération'
             ACCEPT WabType
           END-PERFORM
           MOVE 0 TO WabJourDeb
           PERFORM WITH TEST AFTER UNTIL WabJourDeb > 20150000
             DISPLAY 'Premier jour d''absence (AAAAMMJJ) :'
             ACCEPT WabJourDeb
           END-PERFORM
           MOVE 0 TO WabJourFin
           PERFORM WITH TEST AFTER UNTIL WabJourFin >= WabJourDeb
             DISPLAY 'Dernier jour d''absence (AAAAMMJJ) :'
             ACCEPT WabJourFin
           END-PERFORM
           MOVE femp_id TO WabIdEmp
           PERFORM CONTROLER_CHEVAUCHEMENT_ABSENCE
           IF WabTrouve = 1 THEN
             DISPLAY 'Refus : cette période chevauche l''absence '
     -         'du ',fab_dateDebut,' au ',fab_dateFin
           ELSE
             MOVE WabIdEmp TO fab_idemp
             MOVE WabJourDeb TO fab_dateDebut
             MOVE WabJourFin TO fab_dateFin
             MOVE WabType TO fab_type
             MOVE WSessionPseudo TO fab_demandePar
             ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
             MOVE WdateSystemeISOInt TO fab_dateDemande
             MOVE SPACE TO fab_motif
             DISPLAY 'Commentaire (facultatif) :'
             ACCEPT fab_motif
             IF WSessionRole = 'Gérant'
     -          OR WSessionRole = 'Directeur' THEN
               MOVE 2 TO fab_statut
               MOVE WSessionPseudo TO fab_approuvePar
               MOVE WdateSystemeISOInt TO fab_dateDecision
             ELSE
               MOVE 1 TO fab_statut
               MOVE SPACE TO fab_approuvePar
               MOVE 0 TO fab_dateDecision
             END-IF
             WRITE absenceTampon
             IF fab_stat = 0 THEN
               IF fab_approuvee THEN
                 DISPLAY 'Absence enregistrée et approuvée'
               ELSE
                 DISPLAY 'Demande enregistrée, en attente '
     -             'd''approbation'
               END-IF
               MOVE 'fAbsences' TO WauditFichier
               MOVE fab_cle TO WauditCle
               MOVE 'AJOUT' TO WauditOperation
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de l''enregistrement'
             END-IF
           END-IF
         END-IF
        END-IF
       END-READ.

      *********** DECIDER_ABSENCE_EMPLOYE *******************
      * Approbation ou refus d'une demande d'absence : la
      * décision est prise par un Gérant ou le Directeur,
      * soit le compte connecté, soit sur autorisation
      * (AUTORISER_OPERATION_MANAGER) ; le décideur et la
      * date de décision sont conservés sur l'absence
      ******************************************************
       DECIDER_ABSENCE_EMPLOYE.
       DISPLAY 'Identifiant de l''employé :'
       ACCEPT fab_idemp
       DISPLAY 'Date de début de l''absence (AAAAMMJJ) :'
       ACCEPT fab_dateDebut
       READ fAbsences
       INVALID KEY
         DISPLAY 'Aucune absence ne commence à cette date pour cet '
     -     'employé'
       NOT INVALID KEY
         PERFORM AFFICHER_ABSENCE_EMPLOYE
         IF NOT fab_demandee THEN
           DISPLAY 'Cette absence a déjà fait l''objet d''une '
     -       'décision'
         ELSE
           MOVE 9 TO WabDecision
           PERFORM WITH TEST AFTER UNTIL WabDecision <= 2
             DISPLAY '1 : approuver, 2 : refuser, 0 : abandonner'
             ACCEPT WabDecision
           END-PERFORM
           IF WabDecision > 0 THEN
             IF WSessionRole = 'Gérant'
     -          OR WSessionRole = 'Directeur' THEN
               MOVE 1 TO WmgrOK
               MOVE WSessionPseudo TO WmgrPseudo
             ELSE
               PERFORM AUTORISER_OPERATION_MANAGER
             END-IF
             IF WmgrOK = 1 THEN
               IF WabDecision = 1 THEN
                 MOVE 2 TO fab_statut
               ELSE
                 MOVE 3 TO fab_statut
               END-IF
               MOVE WmgrPseudo TO fab_approuvePar
               ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
               MOVE WdateSystemeISOInt TO fab_dateDecision
               REWRITE absenceTampon
               IF fab_stat = 0 THEN
                 DISPLAY 'Décision enregistrée'
                 MOVE 'fAbsences' TO WauditFichier
                 MOVE fab_cle TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
             END-IF
           END-IF
         END-IF
       END-READ.

      *********** AFFICHER_ABSENCE_EMPLOYE ******************
      * Affiche l'absence du tampon absenceTampon (période,
      * type, statut, demandeur et décideur)
      ******************************************************
       AFFICHER_ABSENCE_EMPLOYE.
       MOVE fab_type TO WabType
       PERFORM LIBELLE_TYPE_ABSENCE
       EVALUATE TRUE
         WHEN fab_demandee
           DISPLAY '  Employé ',fab_idemp,' du ',fab_dateDebut,
     -       ' au ',fab_dateFin,' - ',WabLibelle,
     -       ' - EN ATTENTE (demandé par ',
     -       FUNCTION TRIM(fab_demandePar),')'
         WHEN fab_approuvee
           DISPLAY '  Employé ',fab_idemp,' du ',fab_dateDebut,
     -       ' au ',fab_dateFin,' - ',WabLibelle,
     -       ' - approuvée par ',FUNCTION TRIM(fab_approuvePar),
     -       ' le ',fab_dateDecision
         WHEN fab_refusee
           DISPLAY '  Employé ',fab_idemp,' du ',fab_dateDebut,
     -       ' au ',fab_dateFin,' - ',WabLibelle,
     -       ' - refusée par ',FUNCTION TRIM(fab_approuvePar)
       END-EVALUATE
       IF fab_motif NOT = SPACE THEN
         DISPLAY '    ',fab_motif
       END-IF.

      *********** LIBELLE_TYPE_ABSENCE **********************
      * Libellé court du type d'absence WabType
      ******************************************************
       LIBELLE_TYPE_ABSENCE.
       EVALUATE WabType
         WHEN 1
           MOVE 'congés payés' TO WabLibelle
         WHEN 2
           MOVE 'maladie' TO WabLibelle
         WHEN 3
           MOVE 'formation' TO WabLibelle
         WHEN 4
           MOVE 'récupération' TO WabLibelle
         WHEN OTHER
           MOVE 'inconnu' TO WabLibelle
       END-EVALUATE.

      *********** CONTROLER_CHEVAUCHEMENT_ABSENCE ***********
      * Recherche, pour l'employé WabIdEmp, une absence non
      * refusée chevauchant la période WabJourDeb-WabJourFin
      * (fAbsences ouvert par l'appelant) : WabTrouve vaut 1
      * et absenceTampon porte l'absence trouvée
      ******************************************************
       CONTROLER_CHEVAUCHEMENT_ABSENCE.
       MOVE 0 TO WabTrouve
       MOVE WabIdEmp TO fab_idemp
       MOVE 0 TO fab_dateDebut
       MOVE 0 TO WabFin
       START fAbsences, KEY IS >= fab_cle
         INVALID KEY MOVE 1 TO WabFin
       END-START
       PERFORM WITH TEST AFTER UNTIL WabFin = 1
         READ fAbsences NEXT
         AT END MOVE 1 TO WabFin
         NOT AT END
           IF fab_idemp NOT = WabIdEmp
     -        OR fab_dateDebut > WabJourFin THEN
             MOVE 1 TO WabFin
           ELSE
             IF fab_dateFin >= WabJourDeb
     -          AND NOT fab_refusee THEN
               MOVE 1 TO WabTrouve
               MOVE 1 TO WabFin
             END-IF
           END-IF
       END-PERFORM.

      *********** CHERCHER_ABSENCE_EMPLOYE ******************
      * Situation de l'employé WabIdEmp au jour WabDate
      * (fAbsences ouvert par l'appelant) : WabTrouve = 0 si
      * aucune absence, sinon WabType et WabStatut décrivent
      * l'absence couvrant ce jour, une absence approuvée
      * l'emportant sur une simple demande en attente
      ******************************************************
       CHERCHER_ABSENCE_EMPLOYE.
       MOVE 0 TO WabTrouve
       MOVE 0 TO WabType
       MOVE 0 TO WabStatut
       MOVE WabIdEmp TO fab_idemp
       MOVE 0 TO fab_dateDebut
       MOVE 0 TO WabFin
       START fAbsences, KEY IS >= fab_cle
         INVALID KEY MOVE 1 TO WabFin
       END-START
       PERFORM WITH TEST AFTER UNTIL WabFin = 1
         READ fAbsences NEXT
         AT END MOVE 1 TO WabFin
         NOT AT END
           IF fab_idemp NOT = WabIdEmp
     -        OR fab_dateDebut > WabDate THEN
             MOVE 1 TO WabFin
           ELSE
             IF fab_dateFin >= WabDate AND NOT fab_refusee THEN
               IF WabTrouve = 0 OR fab_approuvee THEN
                 MOVE 1 TO WabTrouve
                 MOVE fab_type TO WabType
                 MOVE fab_statut TO WabStatut
               END-IF
             END-IF
           END-IF
       END-PERFORM
       PERFORM LIBELLE_TYPE_ABSENCE.

      *********** CALCULER_ABSENCES_EMPLOYE_MOIS ************
      * Décompte par type, en jours calendaires, des absences
      * approuvées de l'employé du tampon empTampon tombant
      * dans le mois WptPeriode (fAbsences ouvert par
      * l'appelant) : résultat dans WabJoursType(1 à 4)
      ******************************************************
       CALCULER_ABSENCES_EMPLOYE_MOIS.
       MOVE ZERO TO WabJoursParType
       COMPUTE WabMoisDeb = WptPeriode * 100 + 1
       COMPUTE WabMoisDeb = FUNCTION INTEGER-OF-DATE(WabMoisDeb)
       IF FUNCTION MOD(WptPeriode, 100) = 12 THEN
         COMPUTE WabMoisFin =
     -     (FUNCTION INTEGER(WptPeriode / 100) + 1) * 10000 + 101
       ELSE
         COMPUTE WabMoisFin = (WptPeriode + 1) * 100 + 1
       END-IF
       COMPUTE WabMoisFin = FUNCTION INTEGER-OF-DATE(WabMoisFin) - 1
       MOVE femp_id TO fab_idemp
       MOVE 0 TO fab_dateDebut
       MOVE 0 TO WabFin
       START fAbsences, KEY IS >= fab_cle
         INVALID KEY MOVE 1 TO WabFin
       END-START
       PERFORM WITH TEST AFTER UNTIL WabFin = 1
         READ fAbsences NEXT
         AT END MOVE 1 TO WabFin
         NOT AT END
           IF fab_idemp NOT = femp_id THEN
             MOVE 1 TO WabFin
           ELSE
             IF fab_approuvee AND fab_type >= 1 AND fab_type <= 4
               COMPUTE WabJourDeb =
     -           FUNCTION INTEGER-OF-DATE(fab_dateDebut)
               COMPUTE WabJourFin =
     -           FUNCTION INTEGER-OF-DATE(fab_dateFin)
               IF WabJourDeb < WabMoisDeb THEN
                 MOVE WabMoisDeb TO WabJourDeb
               END-IF
               IF WabJourFin > WabMoisFin THEN
                 MOVE WabMoisFin TO WabJourFin
               END-IF
               COMPUTE WabNbJours = WabJourFin - WabJourDeb + 1
               IF WabNbJours > 0 THEN
                 ADD WabNbJours TO WabJoursType(fab_type)
               END-IF
             END-IF
           END-IF
       END-PERFORM.

      *********** CONTROLER_TEMPS_TRAVAIL *******************
      * Contrôle du temps de travail sur une période : pour
      * chaque employé actif d'un restaurant (ou de tous),
      * le planning (fPlanning), les pointages (fPointages)
      * ou les deux (le réel l'emportant sur le prévu) sont
      * confrontés aux règles : 10 heures par jour au plus,
      * 11 heures de repos entre deux journées, 48 heures
      * par semaine, 6 jours consécutifs, pause au-delà de
      * 6 heures ; rapport des écarts par restaurant dans
      * controle_temps_<AAAAMMJJ>.csv
      ******************************************************
       CONTROLER_TEMPS_TRAVAIL.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CONTROLE     ===========|'
       DISPLAY '|===========  DU TEMPS    ===========|'
       DISPLAY '|===========  DE TRAVAIL  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant (0 : tous) :'
       ACCEPT WtcIdRest
       IF WtcIdRest = 0 AND WSessionIdRest NOT = 0 THEN
         MOVE WSessionIdRest TO WtcIdRest
       END-IF
       MOVE WtcIdRest TO WscopeIdRest
       IF WtcIdRest = 0 THEN
         MOVE 1 TO WscopeOK
       ELSE
         PERFORM CONTROLER_PORTEE_SITE
       END-IF
       IF WscopeOK = 1 THEN
         MOVE 0 TO WtcDateISOInt
         PERFORM WITH TEST AFTER UNTIL WtcDateISOInt > 20150000
           DISPLAY 'Premier jour de la période (AAAAMMJJ) :'
           ACCEPT WtcDateISOInt
         END-PERFORM
         MOVE 0 TO WtcNbPeriode
         PERFORM WITH TEST AFTER UNTIL WtcNbPeriode >= 1
     -      AND WtcNbPeriode <= 56
           DISPLAY 'Nombre de jours à contrôler (1 à 56) :'
           ACCEPT WtcNbPeriode
         END-PERFORM
         MOVE 0 TO WtcSourceChoix
         PERFORM WITH TEST AFTER UNTIL WtcSourceChoix >= 1
     -      AND WtcSourceChoix <= 3
           DISPLAY 'Contrôler : 1 le planning, 2 les pointages, '
     -       '3 les deux (pointage prioritaire)'
           ACCEPT WtcSourceChoix
         END-PERFORM
         COMPUTE WtcDebutEntier =
     -     FUNCTION INTEGER-OF-DATE(WtcDateISOInt) - 6
         PERFORM PRODUIRE_CONTROLE_TEMPS
       END-IF
       DISPLAY '-====================================-'.

      *********** CONTROLER_TEMPS_TRAVAIL_NUIT **************
      * Etape du batch nocturne : contrôle du temps de
      * travail de tous les restaurants sur les sept jours
      * précédant la date du traitement, pointages pris en
      * priorité sur le planning
      ******************************************************
       CONTROLER_TEMPS_TRAVAIL_NUIT.
       MOVE 0 TO WtcIdRest
       MOVE 3 TO WtcSourceChoix
       MOVE 7 TO WtcNbPeriode
       COMPUTE WtcDebutEntier =
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) - 13
       MOVE FUNCTION DATE-OF-INTEGER(WtcDebutEntier + 6)
     -   TO WtcDateISOInt
       PERFORM PRODUIRE_CONTROLE_TEMPS.

      *********** PRODUIRE_CONTROLE_TEMPS *******************
      * Moteur du contrôle : période de WtcNbPeriode jours
      * commençant le WtcDateISOInt (la table de travail
      * débute six jours plus tôt, WtcDebutEntier, pour les
      * règles de repos, de semaine et de jours consécutifs),
      * restaurant WtcIdRest (0 : tous ceux du périmètre du
      * compte), source WtcSourceChoix
      ******************************************************
       PRODUIRE_CONTROLE_TEMPS.
       COMPUTE WtcNbJours = WtcNbPeriode + 6
       MOVE 7 TO WtcPremierJour
       MOVE 2 TO WtcSortie
       MOVE 0 TO WtcNbAlertes
       MOVE 0 TO WtcNbEmpControles
       MOVE SPACE TO WNomFichierExport
       STRING 'controle_temps_' WtcDateISOInt DELIMITED BY SIZE
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idRestaurant;idEmploye;nom;prenom;date;regle;'
     -   'valeur;source' DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT frestaurants
       OPEN INPUT fEmployes
       OPEN INPUT fPlanning
       OPEN INPUT fPointages
       IF WtcIdRest NOT = 0 THEN
         MOVE WtcIdRest TO fr_id
         READ frestaurants
           INVALID KEY
             DISPLAY 'Restaurant inexistant'
           NOT INVALID KEY
             PERFORM CONTROLER_TEMPS_RESTAURANT
         END-READ
       ELSE
         MOVE 0 TO WtcEofRest
         PERFORM WITH TEST AFTER UNTIL WtcEofRest = 1
           READ frestaurants NEXT
           AT END MOVE 1 TO WtcEofRest
           NOT AT END
             MOVE fr_id TO WscopeIdRest
             PERFORM VERIFIER_PORTEE_SITE
             IF WscopeOK = 1 THEN
               PERFORM CONTROLER_TEMPS_RESTAURANT
             END-IF
         END-PERFORM
       END-IF
       CLOSE fPointages
       CLOSE fPlanning
       CLOSE fEmployes
       CLOSE frestaurants
       CLOSE fExport
       DISPLAY WtcNbEmpControles,' employé(s) contrôlé(s), ',
     -     WtcNbAlertes,' écart(s) relevé(s)'
       DISPLAY 'Rapport écrit : ',WNomFichierExport
       MOVE 'CONTROLE TEMPS' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** CONTROLER_TEMPS_RESTAURANT ****************
      * Contrôle des employés actifs du restaurant du tampon
      * restTampon
      ******************************************************
       CONTROLER_TEMPS_RESTAURANT.
       DISPLAY 'Restaurant ',fr_id,' - ',FUNCTION TRIM(fr_nom)
       MOVE WtcNbAlertes TO WtcNbAlertesRest
       MOVE 0 TO femp_id
       MOVE 0 TO WtcEof
       START fEmployes, KEY IS >= femp_id
         INVALID KEY MOVE 1 TO WtcEof
       END-START
       PERFORM WITH TEST AFTER UNTIL WtcEof = 1
         READ fEmployes NEXT
         AT END MOVE 1 TO WtcEof
         NOT AT END
           IF femp_idrest = fr_id AND femp_actif = 1 THEN
             ADD 1 TO WtcNbEmpControles
             PERFORM CHARGER_JOURS_EMPLOYE
             PERFORM APPLIQUER_REGLES_TEMPS
           END-IF
       END-PERFORM
       COMPUTE WtcNbAlertesRest = WtcNbAlertes - WtcNbAlertesRest
       DISPLAY '  ',WtcNbAlertesRest,' écart(s) pour ce restaurant'.

      *********** CHARGER_JOURS_EMPLOYE *********************
      * Remplit la table WtcJours de l'employé du tampon
      * empTampon, jour par jour à partir de WtcDebutEntier :
      * service planifié au restaurant fr_id (sources 1 et
      * 3), remplacé par le pointage complet du jour
      * (sources 2 et 3)
      ******************************************************
       CHARGER_JOURS_EMPLOYE.
       INITIALIZE WtcJours
       MOVE 1 TO WtcIdx
       PERFORM UNTIL WtcIdx > WtcNbJours
         COMPUTE WtcDateEntier = WtcDebutEntier + WtcIdx - 1
         MOVE FUNCTION DATE-OF-INTEGER(WtcDateEntier) TO WtcDateISO
         IF WtcSourceChoix NOT = 2 THEN
           MOVE fr_id TO fplg_idrest
           MOVE WtcDateISOInt TO fplg_date
           MOVE femp_id TO fplg_idemp
           READ fPlanning
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE fplg_service TO WtcService(WtcIdx)
               PERFORM HORAIRES_SERVICE_PLANIFIE
           END-READ
         END-IF
         IF WtcSourceChoix NOT = 1 THEN
           MOVE femp_id TO fpt_idemp
           MOVE WtcDateISOInt TO fpt_date
           READ fPointages
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF fpt_heureDepart > 0 THEN
                 MOVE 1 TO WtcTravail(WtcIdx)
                 MOVE 'R' TO WtcSource(WtcIdx)
                 MOVE 0 TO WtcService(WtcIdx)
                 COMPUTE WtcHDebut(WtcIdx) =
     -             FUNCTION INTEGER(fpt_heureArrivee / 100) * 60
     -             + FUNCTION MOD(fpt_heureArrivee, 100)
                 COMPUTE WtcHFin(WtcIdx) =
     -             FUNCTION INTEGER(fpt_heureDepart / 100) * 60
     -             + FUNCTION MOD(fpt_heureDepart, 100)
                 IF WtcHFin(WtcIdx) < WtcHDebut(WtcIdx) THEN
                   ADD 1440 TO WtcHFin(WtcIdx)
                 END-IF
                 MOVE fpt_pauseMinutes TO WtcPause(WtcIdx)
                 IF WtcHFin(WtcIdx) - WtcHDebut(WtcIdx)
     -              > fpt_pauseMinutes THEN
                   COMPUTE WtcMinutes(WtcIdx) = WtcHFin(WtcIdx)
     -               - WtcHDebut(WtcIdx) - fpt_pauseMinutes
                 ELSE
                   MOVE 0 TO WtcMinutes(WtcIdx)
                 END-IF
               END-IF
           END-READ
         END-IF
         ADD 1 TO WtcIdx
       END-PERFORM.

      *********** HORAIRES_SERVICE_PLANIFIE *****************
      * Horaires prévus du jour WtcIdx (date WtcDateEntier)
      * pour le service WtcService(WtcIdx) du restaurant du
      * tampon restTampon : le midi commence à l'ouverture,
      * le soir finit à la fermeture, chaque service durant
      * WptDureeService heures ; la coupure d'un service
      * midi et soir compte comme pause
      ******************************************************
       HORAIRES_SERVICE_PLANIFIE.
       COMPUTE WtcJourSemaine = FUNCTION MOD(WtcDateEntier, 7)
       IF WtcJourSemaine = 0 THEN
         MOVE 7 TO WtcJourSemaine
       END-IF
       IF fr_horaireConfigure = 1 THEN
         COMPUTE WtcOuverture = fr_hOuvJour(WtcJourSemaine) * 60
         COMPUTE WtcFermeture = fr_hFermJour(WtcJourSemaine) * 60
       ELSE
         COMPUTE WtcOuverture = fr_heureOuverture * 60
         COMPUTE WtcFermeture = fr_heureFermeture * 60
       END-IF
       IF WtcFermeture <= WtcOuverture THEN
         MOVE 660 TO WtcOuverture
         MOVE 1380 TO WtcFermeture
       END-IF
       MOVE 1 TO WtcTravail(WtcIdx)
       MOVE 'P' TO WtcSource(WtcIdx)
       MOVE 0 TO WtcPause(WtcIdx)
       EVALUATE WtcService(WtcIdx)
         WHEN 1
           MOVE WtcOuverture TO WtcHDebut(WtcIdx)
           COMPUTE WtcHFin(WtcIdx) =
     -       WtcOuverture + WptDureeService * 60
           COMPUTE WtcMinutes(WtcIdx) = WptDureeService * 60
         WHEN 2
           COMPUTE WtcHDebut(WtcIdx) =
     -       WtcFermeture - WptDureeService * 60
           MOVE WtcFermeture TO WtcHFin(WtcIdx)
           COMPUTE WtcMinutes(WtcIdx) = WptDureeService * 60
         WHEN OTHER
           MOVE WtcOuverture TO WtcHDebut(WtcIdx)
           MOVE WtcFermeture TO WtcHFin(WtcIdx)
           COMPUTE WtcMinutes(WtcIdx) = WptDureeService * 120
           IF WtcFermeture - WtcOuverture > WtcMinutes(WtcIdx) THEN
             COMPUTE WtcPause(WtcIdx) =
     -         WtcFermeture - WtcOuverture - WtcMinutes(WtcIdx)
           END-IF
       END-EVALUATE.

      *********** APPLIQUER_REGLES_TEMPS ********************
      * Applique les règles du temps de travail à la table
      * WtcJours de l'employé du tampon empTampon ; seuls les
      * jours à partir de WtcPremierJour sont signalés, les
      * jours précédents servant au calcul du repos, de la
      * semaine civile et des jours consécutifs
      ******************************************************
       APPLIQUER_REGLES_TEMPS.
       MOVE 0 TO WtcConsecutifs
       MOVE 0 TO WtcSemaine
       MOVE 1 TO WtcIdx
       PERFORM UNTIL WtcIdx > WtcNbJours
         COMPUTE WtcDateEntier = WtcDebutEntier + WtcIdx - 1
         COMPUTE WtcJourSemaine = FUNCTION MOD(WtcDateEntier, 7)
         IF WtcJourSemaine = 0 THEN
           MOVE 7 TO WtcJourSemaine
         END-IF
         IF WtcJourSemaine = 1 THEN
           MOVE 0 TO WtcSemaine
         END-IF
         IF WtcTravail(WtcIdx) = 1 THEN
           ADD WtcMinutes(WtcIdx) TO WtcSemaine
           ADD 1 TO WtcConsecutifs
           IF WtcIdx >= WtcPremierJour THEN
             IF WtcMinutes(WtcIdx) > WtcMaxJour THEN
               MOVE 'DUREE JOUR > 10H' TO WtcRegle
               MOVE WtcMinutes(WtcIdx) TO WtcValeur
               PERFORM SIGNALER_ECART_TEMPS
             END-IF
             IF WtcTravail(WtcIdx - 1) = 1 THEN
               COMPUTE WtcRepos = 1440 - WtcHFin(WtcIdx - 1)
     -           + WtcHDebut(WtcIdx)
               IF WtcRepos < WtcReposMin THEN
                 MOVE 'REPOS < 11H' TO WtcRegle
                 IF WtcRepos < 0 THEN
                   MOVE 0 TO WtcValeur
                 ELSE
                   MOVE WtcRepos TO WtcValeur
                 END-IF
                 PERFORM SIGNALER_ECART_TEMPS
               END-IF
             END-IF
             IF WtcConsecutifs = WtcMaxConsecutifs + 1 THEN
               MOVE 'JOURS CONSECUTIFS > 6' TO WtcRegle
               MOVE WtcConsecutifs TO WtcValeur
               PERFORM SIGNALER_ECART_TEMPS
             END-IF
             IF WtcSource(WtcIdx) = 'R'
     -          AND WtcHFin(WtcIdx) - WtcHDebut(WtcIdx)
     -          > WtcSeuilPause
     -          AND WtcPause(WtcIdx) = 0 THEN
               MOVE 'SANS PAUSE' TO WtcRegle
               COMPUTE WtcValeur = WtcHFin(WtcIdx) - WtcHDebut(WtcIdx)
               PERFORM SIGNALER_ECART_TEMPS
             END-IF
           END-IF
         ELSE
           MOVE 0 TO WtcConsecutifs
         END-IF
         IF WtcIdx >= WtcPremierJour
     -      AND (WtcJourSemaine = 7 OR WtcIdx = WtcNbJours)
     -      AND WtcSemaine > WtcMaxSemaine THEN
           MOVE 'SEMAINE > 48H' TO WtcRegle
           MOVE WtcSemaine TO WtcValeur
           PERFORM SIGNALER_ECART_TEMPS
         END-IF
         ADD 1 TO WtcIdx
       END-PERFORM.

      *********** SIGNALER_ECART_TEMPS **********************
      * Affiche l'écart WtcRegle / WtcValeur (minutes, ou
      * nombre de jours consécutifs) de l'employé du tampon
      * empTampon au jour WtcDateEntier et, en mode rapport
      * (WtcSortie = 2), l'écrit dans le fichier d'export
      ******************************************************
       SIGNALER_ECART_TEMPS.
       ADD 1 TO WtcNbAlertes
       MOVE FUNCTION DATE-OF-INTEGER(WtcDateEntier) TO WtcDateISO
       DISPLAY '  ',femp_id,' ',FUNCTION TRIM(femp_prenom),' ',
     -   FUNCTION TRIM(femp_nom),' le ',WtcDateISOInt,' : ',
     -   FUNCTION TRIM(WtcRegle),' (',WtcValeur,')'
       IF WtcSortie = 2 THEN
         MOVE SPACE TO exportLigne
         STRING fr_id ';' femp_id ';'
     -     FUNCTION TRIM(femp_nom) ';'
     -     FUNCTION TRIM(femp_prenom) ';'
     -     WtcDateISOInt ';' FUNCTION TRIM(WtcRegle) ';'
     -     WtcValeur ';' WtcSource(WtcIdx)
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
       END-IF.

      *********** RAPPORT_FLASH_PRIME_COST ******************
      * Flash quotidien du prime cost : pour une journée et
      * un restaurant (ou tous), chiffre d'affaires de la
      * clôture Z, coût matière théorique des menus et plats
      * vendus, coût du personnel pointé, et ratios matière,
      * personnel et prime cost ; l'état est rangé au spool
      ******************************************************
       RAPPORT_FLASH_PRIME_COST.

       DISPLAY '|====================================|'
       DISPLAY '|=========== FLASH        ===========|'
       DISPLAY '|===========  PRIME COST  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant (0 : tous) :'
       ACCEPT WflIdRest
       IF WflIdRest = 0 AND WSessionIdRest NOT = 0 THEN
         MOVE WSessionIdRest TO WflIdRest
       END-IF
       MOVE WflIdRest TO WscopeIdRest
       IF WflIdRest = 0 THEN
         MOVE 1 TO WscopeOK
       ELSE
         PERFORM CONTROLER_PORTEE_SITE
       END-IF
       IF WscopeOK = 1 THEN
         MOVE 0 TO WflDate
         PERFORM WITH TEST AFTER UNTIL WflDate > 20150000
           DISPLAY 'Journée (AAAAMMJJ) :'
           ACCEPT WflDate
         END-PERFORM
         PERFORM PRODUIRE_FLASH_PRIME_COST
       END-IF
       DISPLAY '-====================================-'.

      *********** FLASH_PRIME_COST_NUIT *********************
      * Etape du batch nocturne : flash prime cost de la
      * veille pour tous les restaurants, disponible au spool
      * pour les responsables de site dès le matin
      ******************************************************
       FLASH_PRIME_COST_NUIT.
       MOVE 0 TO WflIdRest
       COMPUTE WflDate = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) - 1)
       PERFORM PRODUIRE_FLASH_PRIME_COST.

      *********** PRODUIRE_FLASH_PRIME_COST *****************
      * Produit flash_prime_cost_<AAAAMMJJ>.csv pour la
      * journée WflDate et le restaurant WflIdRest (0 : tous
      * les restaurants actifs du périmètre du compte) et
      * l'enregistre au spool
      ******************************************************
       PRODUIRE_FLASH_PRIME_COST.
       MOVE 0 TO WflNbSites
       MOVE SPACE TO WNomFichierExport
       STRING 'flash_prime_cost_' WflDate DELIMITED BY SIZE
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idRestaurant;nom;date;sourceCA;ca;couverts;'
     -   'coutMatiere;coutPersonnel;heuresPointees;primeCost;'
     -   'pctMatiere;pctPersonnel;pctPrimeCost;employesSansTaux'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT frestaurants
       OPEN INPUT fClotures
       OPEN INPUT freservations
       OPEN INPUT fmenus
       OPEN INPUT fplats
       OPEN INPUT fRecettes
       OPEN INPUT fIngredients
       OPEN INPUT fEmployes
       OPEN INPUT fPointages
       IF WflIdRest NOT = 0 THEN
         MOVE WflIdRest TO fr_id
         READ frestaurants
           INVALID KEY
             DISPLAY 'Restaurant inexistant'
           NOT INVALID KEY
             PERFORM FLASH_PRIME_COST_RESTO
         END-READ
       ELSE
         MOVE 0 TO WflEofRest
         PERFORM WITH TEST AFTER UNTIL WflEofRest = 1
           READ frestaurants NEXT
           AT END MOVE 1 TO WflEofRest
           NOT AT END
             MOVE fr_id TO WscopeIdRest
             PERFORM VERIFIER_PORTEE_SITE
             IF fr_actif = 1 AND WscopeOK = 1 THEN
               PERFORM FLASH_PRIME_COST_RESTO
             END-IF
         END-PERFORM
       END-IF
       CLOSE fPointages
       CLOSE fEmployes
       CLOSE fIngredients
       CLOSE fRecettes
       CLOSE fplats
       CLOSE fmenus
       CLOSE freservations
       CLOSE fClotures
       CLOSE frestaurants
       CLOSE fExport
       DISPLAY WflNbSites,' restaurant(s) - état écrit : ',
     -     WNomFichierExport
       MOVE 'FLASH PRIME COST' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** FLASH_PRIME_COST_RESTO ********************
      * Ligne du flash pour le restaurant du tampon
      * restTampon : CA de la clôture Z du jour (à défaut,
      * total des commandes facturées, signalé Z absente),
      * coût matière de chaque article de frs_nomsMenus,
      * heures pointées valorisées au coût horaire chargé
      ******************************************************
       FLASH_PRIME_COST_RESTO.
       ADD 1 TO WflNbSites
       MOVE 0 TO WflCA
       MOVE 0 TO WflCAResas
       MOVE 0 TO WflCouverts
       MOVE 0 TO WflCoutMatiere
       MOVE 0 TO WflCoutPersonnel
       MOVE 0 TO WflHeures
       MOVE 0 TO WflSansTaux
       MOVE 0 TO WflNbArticles
       MOVE fr_id TO fcz_idrest
       MOVE WflDate TO fcz_date
       READ fClotures
         INVALID KEY
           MOVE 0 TO WflZ
         NOT INVALID KEY
           MOVE 1 TO WflZ
           MOVE fcz_ca TO WflCA
           MOVE fcz_couverts TO WflCouverts
       END-READ

       MOVE WflDate TO frs_dateISO
       MOVE 0 TO WflEof
       START freservations, KEY IS = frs_dateISO
         INVALID KEY MOVE 1 TO WflEof
       END-START
       PERFORM UNTIL WflEof = 1
         READ freservations NEXT
         AT END MOVE 1 TO WflEof
         NOT AT END
           IF frs_dateISO NOT = WflDate THEN
             MOVE 1 TO WflEof
           ELSE
             IF frs_idrest = fr_id AND frs_prix > 0 THEN
               ADD frs_prix TO WflCAResas
               IF WflZ = 0 THEN
                 ADD frs_nbPersonnes TO WflCouverts
               END-IF
               PERFORM CUMULER_COUT_MATIERE_RESA
             END-IF
           END-IF
       END-PERFORM
       IF WflZ = 0 THEN
         MOVE WflCAResas TO WflCA
       END-IF

       MOVE 0 TO femp_id
       MOVE 0 TO WflEof
       START fEmployes, KEY IS >= femp_id
         INVALID KEY MOVE 1 TO WflEof
       END-START
       PERFORM UNTIL WflEof = 1
         READ fEmployes NEXT
         AT END MOVE 1 TO WflEof
         NOT AT END
           MOVE femp_id TO fpt_idemp
           MOVE WflDate TO fpt_date
           READ fPointages
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF fpt_idrest = fr_id AND fpt_heureDepart > 0 THEN
                 COMPUTE WflMinutes =
     -             FUNCTION INTEGER(fpt_heureDepart / 100) * 60
     -             + FUNCTION MOD(fpt_heureDepart, 100)
     -             - FUNCTION INTEGER(fpt_heureArrivee / 100) * 60
     -             - FUNCTION MOD(fpt_heureArrivee, 100)
                 IF WflMinutes < 0 THEN
                   ADD 1440 TO WflMinutes
                 END-IF
                 SUBTRACT fpt_pauseMinutes FROM WflMinutes
                 IF WflMinutes > 0 THEN
                   COMPUTE WflHeures = WflHeures + WflMinutes / 60
                   COMPUTE WflCoutPersonnel ROUNDED = WflCoutPersonnel
     -               + WflMinutes * femp_tauxHoraire / 60
                   IF femp_tauxHoraire = 0 THEN
                     ADD 1 TO WflSansTaux
                   END-IF
                 END-IF
               END-IF
           END-READ
       END-PERFORM

       COMPUTE WflPrimeCost = WflCoutMatiere + WflCoutPersonnel
       IF WflCA > 0 THEN
         COMPUTE WflPctMatiere ROUNDED =
     -     WflCoutMatiere * 100 / WflCA
         COMPUTE WflPctPersonnel ROUNDED =
     -     WflCoutPersonnel * 100 / WflCA
         COMPUTE WflPctPrimeCost ROUNDED =
     -     WflPrimeCost * 100 / WflCA
       ELSE
         MOVE 0 TO WflPctMatiere
         MOVE 0 TO WflPctPersonnel
         MOVE 0 TO WflPctPrimeCost
       END-IF

       DISPLAY fr_id,' ',FUNCTION TRIM(fr_nom),' - ',WflDate
       IF WflZ = 0 THEN
         DISPLAY '  Clôture Z absente : CA reconstitué des commandes'
       END-IF
       DISPLAY '  CA ',WflCA,' - ',WflCouverts,' couvert(s)'
       DISPLAY '  Coût matière    ',WflCoutMatiere,' (',
     -     WflPctMatiere,' %) - ',WflNbArticles,' article(s)'
       DISPLAY '  Coût personnel  ',WflCoutPersonnel,' (',
     -     WflPctPersonnel,' %) - ',WflHeures,' h'
       DISPLAY '  Prime cost      ',WflPrimeCost,' (',
     -     WflPctPrimeCost,' %)'
       IF WflSansTaux > 0 THEN
         DISPLAY '  Attention : ',WflSansTaux,' employé(s) pointé(s) '
     -     'sans coût horaire'
       END-IF

       IF WflZ = 1 THEN
         MOVE 'Z' TO WflSourceCA
       ELSE
         MOVE 'COMMANDES' TO WflSourceCA
       END-IF
       MOVE SPACE TO exportLigne
       STRING fr_id ';' FUNCTION TRIM(fr_nom) ';' WflDate ';'
     -   FUNCTION TRIM(WflSourceCA) ';' WflCA ';' WflCouverts ';'
     -     WflCoutMatiere ';' WflCoutPersonnel ';' WflHeures ';'
     -     WflPrimeCost ';' WflPctMatiere ';' WflPctPersonnel ';'
     -     WflPctPrimeCost ';' WflSansTaux
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      *********** CUMULER_COUT_MATIERE_RESA *****************
      * Décompose frs_nomsMenus de la commande courante et
      * ajoute à WflCoutMatiere le coût matière théorique de
      * chaque menu ou plat vendu
      ******************************************************
       CUMULER_COUT_MATIERE_RESA.
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
             MOVE WmeToken TO WflArticle
             PERFORM CALCULER_COUT_MATIERE_ARTICLE
             ADD WflCoutArticle TO WflCoutMatiere
             ADD 1 TO WflNbArticles
           END-IF
         END-IF
       END-PERFORM.

      *********** CALCULER_COUT_MATIERE_ARTICLE *************
      * Coût matière théorique WflCoutArticle de l'article
      * WflArticle : somme des composants pour un menu, coût
      * du plat pour un plat à la carte
      ******************************************************
       CALCULER_COUT_MATIERE_ARTICLE.
       MOVE 0 TO WflCoutArticle
       MOVE WflArticle TO fm_nom
       READ fmenus
         INVALID KEY
           MOVE WflArticle TO WflPlat
           PERFORM CALCULER_COUT_MATIERE_PLAT
           MOVE WflCoutPlat TO WflCoutArticle
         NOT INVALID KEY
           IF fm_entree NOT = SPACE THEN
             MOVE fm_entree TO WflPlat
             PERFORM CALCULER_COUT_MATIERE_PLAT
             ADD WflCoutPlat TO WflCoutArticle
           END-IF
           IF fm_plat NOT = SPACE THEN
             MOVE fm_plat TO WflPlat
             PERFORM CALCULER_COUT_MATIERE_PLAT
             ADD WflCoutPlat TO WflCoutArticle
           END-IF
           IF fm_dessert NOT = SPACE THEN
             MOVE fm_dessert TO WflPlat
             PERFORM CALCULER_COUT_MATIERE_PLAT
             ADD WflCoutPlat TO WflCoutArticle
           END-IF
       END-READ.

      *********** CALCULER_COUT_MATIERE_PLAT ****************
      * Coût matière WflCoutPlat du plat WflPlat : fp_cout
      * quand il est renseigné, sinon valorisation de la
      * recette (fRecettes) au coût des ingrédients
      ******************************************************
       CALCULER_COUT_MATIERE_PLAT.
       MOVE 0 TO WflCoutPlat
       MOVE WflPlat TO fp_nom
       READ fplats
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fp_cout TO WflCoutPlat
       END-READ
       IF WflCoutPlat = 0 THEN
         MOVE WflPlat TO frc_plat
         MOVE LOW-VALUE TO frc_ingredient
         MOVE 0 TO WflEofRc
         START fRecettes, KEY IS >= frc_cle
           INVALID KEY MOVE 1 TO WflEofRc
         END-START
         PERFORM UNTIL WflEofRc = 1
           READ fRecettes NEXT
           AT END MOVE 1 TO WflEofRc
           NOT AT END
             IF frc_plat NOT = WflPlat THEN
               MOVE 1 TO WflEofRc
             ELSE
               MOVE frc_ingredient TO fing_nom
               READ fIngredients
                 NOT INVALID KEY
                   COMPUTE WflCoutPlat ROUNDED =
     -               WflCoutPlat + frc_qte * fing_cout
               END-READ
             END-IF
         END-PERFORM
       END-IF.

      *********** GERER_RATIOS_EFFECTIF *********************
      * Ratios d'effectif par restaurant et par poste
      * (dataratios.dat) : nombre de couverts pris en charge
      * par un employé du poste sur un service et effectif
      * minimum du poste par service ; ils servent à
      * PROPOSER_PLANNING_SEMAINE
      ******************************************************
       GERER_RATIOS_EFFECTIF.

       DISPLAY '|====================================|'
       DISPLAY '|=========== RATIOS       ===========|'
       DISPLAY '|===========  D''EFFECTIF  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WefIdRest
       MOVE WefIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         OPEN I-O fRatios
         MOVE 9 TO WefAction
         PERFORM WITH TEST AFTER UNTIL WefAction = 0
           DISPLAY '1 - Définir ou modifier le ratio d''un poste'
           DISPLAY '2 - Lister les ratios du restaurant'
           DISPLAY '3 - Supprimer le ratio d''un poste'
           DISPLAY '0 - Terminer'
           ACCEPT WefAction
           EVALUATE WefAction
             WHEN 1
               MOVE WefIdRest TO frt_idrest
               DISPLAY 'Poste (tel que saisi sur la fiche employé) :'
               ACCEPT frt_poste
               MOVE 0 TO WefTrouve
               READ fRatios
                 NOT INVALID KEY
                   MOVE 1 TO WefTrouve
                   DISPLAY 'Ratio actuel : 1 pour ',frt_couvertsParEmp,
     -               ' couverts, minimum ',frt_minimum,' par service'
               END-READ
               DISPLAY 'Couverts par employé et par service '
     -           '(0 : effectif minimum seul) :'
               ACCEPT frt_couvertsParEmp
               DISPLAY 'Effectif minimum par service :'
               ACCEPT frt_minimum
               MOVE 'fRatios' TO WauditFichier
               MOVE frt_cle TO WauditCle
               IF WefTrouve = 1 THEN
                 REWRITE ratioTampon
                 MOVE 'MODIF' TO WauditOperation
               ELSE
                 WRITE ratioTampon
                 MOVE 'AJOUT' TO WauditOperation
               END-IF
               IF frt_stat = 0 THEN
                 DISPLAY 'Ratio enregistré'
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
             WHEN 2
               MOVE WefIdRest TO frt_idrest
               MOVE LOW-VALUE TO frt_poste
               MOVE 0 TO WefEof
               START fRatios, KEY IS >= frt_cle
                 INVALID KEY MOVE 1 TO WefEof
               END-START
               PERFORM UNTIL WefEof = 1
                 READ fRatios NEXT
                 AT END MOVE 1 TO WefEof
                 NOT AT END
                   IF frt_idrest NOT = WefIdRest THEN
                     MOVE 1 TO WefEof
                   ELSE
                     DISPLAY frt_poste,' : 1 pour ',
     -                 frt_couvertsParEmp,' couverts, minimum ',
     -                 frt_minimum,' par service'
                   END-IF
               END-PERFORM
             WHEN 3
               MOVE WefIdRest TO frt_idrest
               DISPLAY 'Poste :'
               ACCEPT frt_poste
               READ fRatios
                 INVALID KEY
                   DISPLAY 'Aucun ratio pour ce poste'
                 NOT INVALID KEY
                   DELETE fRatios
                   IF frt_stat = 0 THEN
                     DISPLAY 'Ratio supprimé'
                     MOVE 'fRatios' TO WauditFichier
                     MOVE frt_cle TO WauditCle
                     MOVE 'SUPPRESSION' TO WauditOperation
                     PERFORM ENREGISTRER_AUDIT
                   ELSE
                     DISPLAY 'Erreur lors de la suppression'
                   END-IF
               END-READ
           END-EVALUATE
         END-PERFORM
         CLOSE fRatios
       END-IF
       DISPLAY '-====================================-'.

      *********** PROPOSER_PLANNING_SEMAINE *****************
      * Proposition de planning des 7 prochains jours d'un
      * restaurant : la prévision de couverts de chaque jour
      * ouvert (moyenne des mêmes jours de semaine, comme
      * PREVOIR_COUVERTURES, ou les réservations déjà prises
      * si elles la dépassent) est répartie sur les deux
      * services et convertie, poste par poste, en effectif
      * à l'aide des ratios (dataratios.dat) ; les employés
      * actifs du restaurant, ni déjà planifiés ce jour-là
      * ni en absence approuvée, sont affectés à tour de
      * rôle. Le responsable revoit la proposition, la
      * corrige au besoin puis l'accepte : elle est alors
      * contrôlée et enregistrée comme une semaine saisie
      * dans PLANIFIER_SERVICE_SEMAINE
      ******************************************************
       PROPOSER_PLANNING_SEMAINE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== PROPOSITION  ===========|'
       DISPLAY '|===========  DE          ===========|'
       DISPLAY '|===========  PLANNING    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       MOVE fr_id TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         READ frestaurants
         INVALID KEY
           DISPLAY 'Restaurant inexistant'
         NOT INVALID KEY
           OPEN I-O fPlanning
           OPEN INPUT fAbsences
           OPEN INPUT fEmployes
           OPEN INPUT fRatios
           PERFORM CHARGER_RATIOS_EMPLOYES
           IF WefNbRatios = 0 THEN
             DISPLAY 'Aucun ratio d''effectif défini pour ce '
     -         'restaurant'
           ELSE
             PERFORM CONSTRUIRE_PROPOSITION_PLANNING
             PERFORM REVOIR_PROPOSITION_PLANNING
           END-IF
           CLOSE fRatios
           CLOSE fEmployes
           CLOSE fAbsences
           CLOSE fPlanning
         END-READ
       END-IF
       CLOSE frestaurants
       DISPLAY '-====================================-'.

      *********** CHARGER_RATIOS_EMPLOYES *******************
      * Charge les ratios du restaurant fr_id (WefRatios) et
      * ses employés actifs (WefEmployes) ; les postes sont
      * rapprochés en majuscules
      ******************************************************
       CHARGER_RATIOS_EMPLOYES.
       MOVE 0 TO WefNbRatios
       MOVE fr_id TO frt_idrest
       MOVE LOW-VALUE TO frt_poste
       MOVE 0 TO WefEof
       START fRatios, KEY IS >= frt_cle
         INVALID KEY MOVE 1 TO WefEof
       END-START
       PERFORM UNTIL WefEof = 1
         READ fRatios NEXT
         AT END MOVE 1 TO WefEof
         NOT AT END
           IF frt_idrest NOT = fr_id THEN
             MOVE 1 TO WefEof
           ELSE
             IF WefNbRatios < 20 THEN
               ADD 1 TO WefNbRatios
               MOVE FUNCTION UPPER-CASE(frt_poste)
     -           TO WefRatPoste(WefNbRatios)
               MOVE frt_couvertsParEmp TO WefRatCouverts(WefNbRatios)
               MOVE frt_minimum TO WefRatMinimum(WefNbRatios)
               MOVE 0 TO WefRatCurseur(WefNbRatios)
             END-IF
           END-IF
       END-PERFORM
       MOVE 0 TO WefNbEmp
       MOVE 0 TO femp_id
       MOVE 0 TO WefEof
       START fEmployes, KEY IS >= femp_id
         INVALID KEY MOVE 1 TO WefEof
       END-START
       PERFORM UNTIL WefEof = 1
         READ fEmployes NEXT
         AT END MOVE 1 TO WefEof
         NOT AT END
           IF femp_idrest = fr_id AND femp_actif = 1
     -        AND WefNbEmp < 200 THEN
             ADD 1 TO WefNbEmp
             MOVE femp_id TO WefEmpId(WefNbEmp)
             MOVE FUNCTION UPPER-CASE(femp_poste)
     -         TO WefEmpPoste(WefNbEmp)
           END-IF
       END-PERFORM.

      *********** CONSTRUIRE_PROPOSITION_PLANNING ***********
      * Construit dans WplgSaisies la proposition des 7 jours
      * suivant la date du jour
      ******************************************************
       CONSTRUIRE_PROPOSITION_PLANNING.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       COMPUTE WdateSystemeEntier =
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
       COMPUTE WplgDateEntier = WdateSystemeEntier + 1
       MOVE 0 TO WplgNbSaisies
       MOVE 0 TO WefNbManques
       OPEN INPUT fAgregats
       MOVE 1 TO WpvJour
       PERFORM WITH TEST AFTER UNTIL WpvJour > 7
         COMPUTE WpvJoursEntier = WdateSystemeEntier + WpvJour
         MOVE FUNCTION DATE-OF-INTEGER(WpvJoursEntier)
     -     TO WpvCibleISO
         COMPUTE WpvDow = FUNCTION MOD(WpvJoursEntier, 7)
         IF WpvDow = 0 THEN
           MOVE 7 TO WpvDow
         END-IF
         MOVE 0 TO WpvFerme
         IF fr_horaireConfigure = 1 THEN
           IF fr_jourFerme(WpvDow) = 1 THEN
             MOVE 1 TO WpvFerme
           END-IF
         ELSE
           IF fr_jourFermeture NOT = 0
     -        AND fr_jourFermeture = WpvDow THEN
             MOVE 1 TO WpvFerme
           END-IF
         END-IF
         MOVE fr_id TO WxcIdRest
         MOVE WpvCibleISOInt TO WxcDate
         PERFORM CHERCHER_EXCEPTION_JOUR
         IF WxcTrouve = 1 THEN
           MOVE WxcFerme TO WpvFerme
         END-IF
         IF WpvFerme = 1 THEN
           DISPLAY 'Le ',WpvCibleISO_jour,'/',WpvCibleISO_mois,
     -       ' : restaurant fermé'
         ELSE
           PERFORM CALCULER_MOYENNE_JOUR_SEMAINE
           MOVE WpvMoyenne TO WefPrevision
           IF WpvDejaReserve > WefPrevision THEN
             MOVE WpvDejaReserve TO WefPrevision
           END-IF
           COMPUTE WefCouvertsService = (WefPrevision + 1) / 2
           DISPLAY 'Le ',WpvCibleISO_jour,'/',WpvCibleISO_mois,
     -       ' : ',WefPrevision,' couverts prévus'
           PERFORM PROPOSER_EFFECTIF_JOUR
         END-IF
         ADD 1 TO WpvJour
       END-PERFORM
       CLOSE fAgregats
       IF WefNbManques > 0 THEN
         DISPLAY 'Attention : ',WefNbManques,' poste(s) non '
     -     'pourvu(s) faute d''employé disponible'
       END-IF.

      *********** PROPOSER_EFFECTIF_JOUR ********************
      * Effectif d'un jour (date WpvCibleISOInt) : écarte les
      * employés déjà planifiés ou absents, couvre chaque
      * poste sur le midi puis sur le soir et ajoute les
      * affectations retenues à WplgSaisies
      ******************************************************
       PROPOSER_EFFECTIF_JOUR.
       MOVE 1 TO WefIdxEmp
       PERFORM UNTIL WefIdxEmp > WefNbEmp
         MOVE 0 TO WefEmpJour(WefIdxEmp)
         MOVE fr_id TO fplg_idrest
         MOVE WpvCibleISOInt TO fplg_date
         MOVE WefEmpId(WefIdxEmp) TO fplg_idemp
         READ fPlanning
           NOT INVALID KEY
             MOVE 9 TO WefEmpJour(WefIdxEmp)
         END-READ
         MOVE WefEmpId(WefIdxEmp) TO WabIdEmp
         MOVE WpvCibleISOInt TO WabDate
         PERFORM CHERCHER_ABSENCE_EMPLOYE
         IF WabTrouve = 1 AND WabStatut = 2 THEN
           MOVE 9 TO WefEmpJour(WefIdxEmp)
         END-IF
         ADD 1 TO WefIdxEmp
       END-PERFORM
       MOVE 1 TO WefIdxRatio
       PERFORM UNTIL WefIdxRatio > WefNbRatios
         MOVE 0 TO WefBesoin
         IF WefRatCouverts(WefIdxRatio) > 0 THEN
           COMPUTE WefBesoin = (WefCouvertsService
     -       + WefRatCouverts(WefIdxRatio) - 1)
     -       / WefRatCouverts(WefIdxRatio)
         END-IF
         IF WefBesoin < WefRatMinimum(WefIdxRatio) THEN
           MOVE WefRatMinimum(WefIdxRatio) TO WefBesoin
         END-IF
         MOVE 1 TO WefSrv
         PERFORM AFFECTER_POSTE_SERVICE
         MOVE 2 TO WefSrv
         PERFORM AFFECTER_POSTE_SERVICE
         ADD 1 TO WefIdxRatio
       END-PERFORM
       MOVE 1 TO WefIdxEmp
       PERFORM UNTIL WefIdxEmp > WefNbEmp
         IF WefEmpJour(WefIdxEmp) >= 1
     -      AND WefEmpJour(WefIdxEmp) <= 3 THEN
           IF WplgNbSaisies >= 100 THEN
             DISPLAY 'Nombre maximal d''affectations de la '
     -         'semaine atteint'
           ELSE
             ADD 1 TO WplgNbSaisies
             MOVE WpvCibleISOInt TO WplgSaisieDate(WplgNbSaisies)
             MOVE WefEmpId(WefIdxEmp) TO WplgSaisieEmp(WplgNbSaisies)
             MOVE WefEmpJour(WefIdxEmp)
     -         TO WplgSaisieSrv(WplgNbSaisies)
           END-IF
         END-IF
         ADD 1 TO WefIdxEmp
       END-PERFORM.

      *********** AFFECTER_POSTE_SERVICE ********************
      * Affecte WefBesoin employés du poste WefIdxRatio au
      * service WefSrv (1 midi, 2 soir) en partant de
      * l'employé suivant le dernier retenu pour ce poste ;
      * pour le soir, un employé déjà retenu le midi passe
      * sur les deux services si personne d'autre n'est libre
      ******************************************************
       AFFECTER_POSTE_SERVICE.
       MOVE 0 TO WefAffectes
       MOVE 0 TO WefEssai
       PERFORM UNTIL WefEssai >= WefNbEmp
     -   OR WefAffectes >= WefBesoin
         COMPUTE WefIdxEmp = FUNCTION MOD(
     -     WefRatCurseur(WefIdxRatio) + WefEssai, WefNbEmp) + 1
         IF WefEmpPoste(WefIdxEmp) = WefRatPoste(WefIdxRatio)
     -      AND WefEmpJour(WefIdxEmp) = 0 THEN
           MOVE WefSrv TO WefEmpJour(WefIdxEmp)
           ADD 1 TO WefAffectes
           MOVE WefIdxEmp TO WefRatCurseur(WefIdxRatio)
         END-IF
         ADD 1 TO WefEssai
       END-PERFORM
       IF WefSrv = 2 THEN
         MOVE 1 TO WefIdxEmp
         PERFORM UNTIL WefIdxEmp > WefNbEmp
     -     OR WefAffectes >= WefBesoin
           IF WefEmpPoste(WefIdxEmp) = WefRatPoste(WefIdxRatio)
     -        AND WefEmpJour(WefIdxEmp) = 1 THEN
             MOVE 3 TO WefEmpJour(WefIdxEmp)
             ADD 1 TO WefAffectes
           END-IF
           ADD 1 TO WefIdxEmp
         END-PERFORM
       END-IF
       IF WefAffectes < WefBesoin THEN
         ADD 1 TO WefNbManques
         IF WefSrv = 1 THEN
           DISPLAY '  ',FUNCTION TRIM(WefRatPoste(WefIdxRatio)),
     -       ' midi : ',WefAffectes,' sur ',WefBesoin
         ELSE
           DISPLAY '  ',FUNCTION TRIM(WefRatPoste(WefIdxRatio)),
     -       ' soir : ',WefAffectes,' sur ',WefBesoin
         END-IF
       END-IF.

      *********** REVOIR_PROPOSITION_PLANNING ***************
      * Revue de la proposition par le responsable : retrait,
      * ajout ou modification d'affectations, puis
      * acceptation (contrôle du temps de travail et
      * enregistrement dans dataplanning.dat) ou abandon
      ******************************************************
       REVOIR_PROPOSITION_PLANNING.
       PERFORM AFFICHER_PROPOSITION_PLANNING
       MOVE 9 TO WefAction
       PERFORM WITH TEST AFTER UNTIL WefAction = 0
         DISPLAY '1 - Accepter la proposition'
         DISPLAY '2 - Retirer une affectation'
         DISPLAY '3 - Ajouter ou modifier une affectation'
         DISPLAY '4 - Afficher la proposition'
         DISPLAY '0 - Abandonner la proposition'
         ACCEPT WefAction
         EVALUATE WefAction
           WHEN 1
             IF WplgNbSaisies = 0 THEN
               DISPLAY 'Proposition vide, rien à enregistrer'
             ELSE
               PERFORM CONTROLER_SEMAINE_PLANIFIEE
               PERFORM CONTROLER_CERTIFS_SEMAINE
               MOVE 1 TO Wchoix
               IF WtcNbAlertes > 0 OR WceNbAlertes > 0 THEN
                 DISPLAY WtcNbAlertes,' écart(s) à la '
     -             'réglementation du temps de travail'
                 DISPLAY WceNbAlertes,' manque(s) de certification '
     -             'obligatoire'
                 MOVE 9 TO Wchoix
                 PERFORM WITH TEST AFTER UNTIL Wchoix <= 1
                   DISPLAY 'Enregistrer la proposition malgré tout ? '
     -               '1 : oui, 0 : non'
                   ACCEPT Wchoix
                 END-PERFORM
               END-IF
               IF Wchoix = 1 THEN
                 PERFORM ENREGISTRER_SEMAINE_PLANIFIEE
                 MOVE 0 TO WefAction
               END-IF
             END-IF
           WHEN 2
             DISPLAY 'Numéro de la ligne à retirer :'
             ACCEPT WefLigne
             IF WefLigne >= 1 AND WefLigne <= WplgNbSaisies THEN
               PERFORM UNTIL WefLigne >= WplgNbSaisies
                 MOVE WplgSaisie(WefLigne + 1) TO WplgSaisie(WefLigne)
                 ADD 1 TO WefLigne
               END-PERFORM
               SUBTRACT 1 FROM WplgNbSaisies
               DISPLAY 'Affectation retirée'
             ELSE
               DISPLAY 'Ligne inexistante'
             END-IF
           WHEN 3
             PERFORM MODIFIER_PROPOSITION_PLANNING
           WHEN 4
             PERFORM AFFICHER_PROPOSITION_PLANNING
           WHEN 0
             DISPLAY 'Proposition abandonnée, planning inchangé'
         END-EVALUATE
       END-PERFORM.

      *********** MODIFIER_PROPOSITION_PLANNING *************
      * Ajoute une affectation à la proposition ou change le
      * service d'une affectation existante (même jour, même
      * employé), avec le contrôle des absences de la saisie
      * manuelle
      ******************************************************
       MODIFIER_PROPOSITION_PLANNING.
       DISPLAY 'Date (AAAAMMJJ) :'
       ACCEPT WefDate
       COMPUTE WjourSemaineEntier = FUNCTION INTEGER-OF-DATE(WefDate)
       IF WjourSemaineEntier < WplgDateEntier
     -    OR WjourSemaineEntier > WplgDateEntier + 6 THEN
         DISPLAY 'Date hors de la semaine proposée'
       ELSE
         DISPLAY 'Identifiant de l''employé :'
         ACCEPT WplgIdEmp
         MOVE WplgIdEmp TO femp_id
         READ fEmployes
           INVALID KEY
             DISPLAY 'Employé inexistant'
           NOT INVALID KEY
             MOVE 0 TO WplgService
             PERFORM WITH TEST AFTER UNTIL WplgService >= 1
     -          AND WplgService <= 3
               DISPLAY 'Service ? 1 : midi, 2 : soir, 3 : les deux'
               ACCEPT WplgService
             END-PERFORM
             MOVE WplgIdEmp TO WabIdEmp
             MOVE WefDate TO WabDate
             PERFORM CHERCHER_ABSENCE_EMPLOYE
             MOVE 1 TO WabDecision
             IF WabTrouve = 1 THEN
               IF WabStatut = 2 THEN
                 DISPLAY 'Affectation refusée : employé absent '
     -             '(',FUNCTION TRIM(WabLibelle),')'
                 MOVE 0 TO WabDecision
               ELSE
                 DISPLAY 'Attention : demande d''absence en '
     -             'attente (',FUNCTION TRIM(WabLibelle),')'
                 DISPLAY 'Affecter quand même ? 1 : oui, 0 : non'
                 ACCEPT WabDecision
               END-IF
             END-IF
             IF WabDecision = 1 THEN
               MOVE 0 TO WefLigne
               MOVE 1 TO WplgIdxSaisie
               PERFORM UNTIL WplgIdxSaisie > WplgNbSaisies
                 IF WplgSaisieDate(WplgIdxSaisie) = WefDate
     -              AND WplgSaisieEmp(WplgIdxSaisie) = WplgIdEmp THEN
                   MOVE WplgIdxSaisie TO WefLigne
                 END-IF
                 ADD 1 TO WplgIdxSaisie
               END-PERFORM
               IF WefLigne > 0 THEN
                 MOVE WplgService TO WplgSaisieSrv(WefLigne)
                 DISPLAY 'Affectation modifiée'
               ELSE
                 IF WplgNbSaisies >= 100 THEN
                   DISPLAY 'Nombre maximal d''affectations de la '
     -               'semaine atteint'
                 ELSE
                   ADD 1 TO WplgNbSaisies
                   MOVE WefDate TO WplgSaisieDate(WplgNbSaisies)
                   MOVE WplgIdEmp TO WplgSaisieEmp(WplgNbSaisies)
                   MOVE WplgService TO WplgSaisieSrv(WplgNbSaisies)
                   DISPLAY 'Affectation ajoutée'
                 END-IF
               END-IF
             END-IF
         END-READ
       END-IF.

      *********** AFFICHER_PROPOSITION_PLANNING *************
      * Liste numérotée des affectations proposées
      ******************************************************
       AFFICHER_PROPOSITION_PLANNING.
       DISPLAY '--- Proposition : ',WplgNbSaisies,' affectation(s)'
       MOVE 1 TO WplgIdxSaisie
       PERFORM UNTIL WplgIdxSaisie > WplgNbSaisies
         MOVE WplgSaisieEmp(WplgIdxSaisie) TO femp_id
         READ fEmployes
           INVALID KEY
             MOVE SPACE TO femp_nom
             MOVE SPACE TO femp_prenom
             MOVE SPACE TO femp_poste
         END-READ
         EVALUATE WplgSaisieSrv(WplgIdxSaisie)
           WHEN 1
             MOVE 'midi' TO WefPoste
           WHEN 2
             MOVE 'soir' TO WefPoste
           WHEN OTHER
             MOVE 'midi et soir' TO WefPoste
         END-EVALUATE
         DISPLAY WplgIdxSaisie,' - ',WplgSaisieDate(WplgIdxSaisie),
     -     ' ',FUNCTION TRIM(femp_prenom),' ',
     -     FUNCTION TRIM(femp_nom),' (',FUNCTION TRIM(femp_poste),
     -     ') : ',FUNCTION TRIM(WefPoste)
         ADD 1 TO WplgIdxSaisie
       END-PERFORM.

      *********** GERER_CERTIFICATIONS_EMPLOYE **************
      * Registre des certifications de l'employé du tampon
      * empTampon (datacertifications.dat) : une ligne par
      * type (formation hygiène alimentaire, permis
      * d'exploitation, secourisme ou autre) avec dates de
      * délivrance et d'expiration et référence ; un
      * renouvellement remplace la ligne du même type
      ******************************************************
       GERER_CERTIFICATIONS_EMPLOYE.
       DISPLAY 'Certifications de ',FUNCTION TRIM(femp_prenom),' ',
     -   FUNCTION TRIM(femp_nom)
       OPEN I-O fCertifications
       MOVE 9 TO WceAction
       PERFORM WITH TEST AFTER UNTIL WceAction = 0
         DISPLAY '1 - Enregistrer ou renouveler une certification'
         DISPLAY '2 - Lister les certifications'
         DISPLAY '3 - Supprimer une certification'
         DISPLAY '0 - Terminer'
         ACCEPT WceAction
         EVALUATE WceAction
           WHEN 1
             PERFORM CHOISIR_TYPE_CERTIFICATION
             MOVE femp_id TO fce_idemp
             MOVE WceType TO fce_type
             MOVE 0 TO WceValide
             READ fCertifications
               NOT INVALID KEY
                 MOVE 1 TO WceValide
                 DISPLAY 'Certification actuelle : ',fce_reference,
     -             ' expire le ',fce_dateExpiration
             END-READ
             MOVE 0 TO fce_dateDelivrance
             PERFORM WITH TEST AFTER UNTIL fce_dateDelivrance
     -         > 19000000
               DISPLAY 'Date de délivrance (AAAAMMJJ) :'
               ACCEPT fce_dateDelivrance
             END-PERFORM
             DISPLAY 'Date d''expiration (AAAAMMJJ, 0 : sans '
     -         'échéance) :'
             ACCEPT fce_dateExpiration
             DISPLAY 'Référence du certificat :'
             ACCEPT fce_reference
             MOVE 'fCertifications' TO WauditFichier
             MOVE fce_cle TO WauditCle
             IF WceValide = 1 THEN
               REWRITE certifTampon
               MOVE 'MODIF' TO WauditOperation
             ELSE
               WRITE certifTampon
               MOVE 'AJOUT' TO WauditOperation
             END-IF
             IF fce_stat = 0 THEN
               DISPLAY 'Certification enregistrée'
               PERFORM ENREGISTRER_AUDIT
             ELSE
               DISPLAY 'Erreur lors de l''enregistrement'
             END-IF
           WHEN 2
             ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
             MOVE femp_id TO fce_idemp
             MOVE LOW-VALUE TO fce_type
             MOVE 0 TO WceEof
             START fCertifications, KEY IS >= fce_cle
               INVALID KEY MOVE 1 TO WceEof
             END-START
             PERFORM UNTIL WceEof = 1
               READ fCertifications NEXT
               AT END MOVE 1 TO WceEof
               NOT AT END
                 IF fce_idemp NOT = femp_id THEN
                   MOVE 1 TO WceEof
                 ELSE
                   IF fce_dateExpiration NOT = 0
     -                AND fce_dateExpiration < WdateSystemeISOInt
     -                THEN
                     MOVE 'EXPIREE' TO WceStatutEch
                   ELSE
                     MOVE 'VALIDE' TO WceStatutEch
                   END-IF
                   DISPLAY '  ',fce_type,' ',fce_reference,
     -               ' du ',fce_dateDelivrance,' au ',
     -               fce_dateExpiration,' ',WceStatutEch
                 END-IF
             END-PERFORM
           WHEN 3
             PERFORM CHOISIR_TYPE_CERTIFICATION
             MOVE femp_id TO fce_idemp
             MOVE WceType TO fce_type
             READ fCertifications
               INVALID KEY
                 DISPLAY 'Aucune certification de ce type'
               NOT INVALID KEY
                 DELETE fCertifications
                 IF fce_stat = 0 THEN
                   DISPLAY 'Certification supprimée'
                   MOVE 'fCertifications' TO WauditFichier
                   MOVE fce_cle TO WauditCle
                   MOVE 'SUPPRESSION' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                 ELSE
                   DISPLAY 'Erreur lors de la suppression'
                 END-IF
             END-READ
         END-EVALUATE
       END-PERFORM
       CLOSE fCertifications.

      *********** CHOISIR_TYPE_CERTIFICATION ****************
      * Saisie du type de certification dans WceType
      ******************************************************
       CHOISIR_TYPE_CERTIFICATION.
       MOVE 0 TO WceChoixType
       PERFORM WITH TEST AFTER UNTIL WceChoixType >= 1
     -    AND WceChoixType <= 4
         DISPLAY 'Type : 1 hygiène alimentaire, 2 permis '
     -     'd''exploitation, 3 secourisme, 4 autre'
         ACCEPT WceChoixType
       END-PERFORM
       EVALUATE WceChoixType
         WHEN 1
           MOVE 'HYGIENE' TO WceType
         WHEN 2
           MOVE 'PERMIS EXPLOIT' TO WceType
         WHEN 3
           MOVE 'SECOURISME' TO WceType
         WHEN OTHER
           DISPLAY 'Libellé du type :'
           ACCEPT WceType
           MOVE FUNCTION UPPER-CASE(WceType) TO WceType
       END-EVALUATE.

      *********** CERTIFICATION_VALIDE **********************
      * WceValide = 1 si l'employé WceIdEmp détient une
      * certification du type WceType valide à la date
      * WceDate (fCertifications ouvert par l'appelant)
      ******************************************************
       CERTIFICATION_VALIDE.
       MOVE 0 TO WceValide
       MOVE WceIdEmp TO fce_idemp
       MOVE WceType TO fce_type
       READ fCertifications
         NOT INVALID KEY
           IF fce_dateDelivrance <= WceDate
     -        AND (fce_dateExpiration = 0
     -        OR fce_dateExpiration >= WceDate) THEN
             MOVE 1 TO WceValide
           END-IF
       END-READ.

      *********** POSTE_CUISINE *****************************
      * WceCuisine = 1 si le poste femp_poste est un poste de
      * cuisine soumis à la formation hygiène (cuisinier,
      * chef ou sous-chef de cuisine, commis, pâtissier,
      * plongeur ; le chef de rang reste un poste de salle)
      ******************************************************
       POSTE_CUISINE.
       MOVE FUNCTION UPPER-CASE(femp_poste) TO WcePoste
       MOVE 0 TO WceNbCar
       INSPECT WcePoste TALLYING WceNbCar FOR ALL 'CUISIN'
     -   ALL 'COMMIS' ALL 'PATISS' ALL 'PLONG' ALL 'SOUS-CHEF'
       IF WcePoste = 'CHEF' THEN
         ADD 1 TO WceNbCar
       END-IF
       IF WceNbCar > 0 THEN
         MOVE 1 TO WceCuisine
       ELSE
         MOVE 0 TO WceCuisine
       END-IF.

      *********** CONTROLER_CERTIFS_SEMAINE *****************
      * Contrôle des certifications obligatoires sur la
      * semaine commençant à WplgDateEntier au restaurant
      * fr_id : planning déjà enregistré complété par les
      * affectations de WplgSaisies ; chaque service pourvu
      * doit compter un titulaire du permis d'exploitation et
      * un secouriste, chaque employé de cuisine doit avoir
      * sa formation hygiène à jour (fPlanning et fEmployes
      * ouverts par l'appelant) ; les manques sont affichés
      * et comptés dans WceNbAlertes
      ******************************************************
       CONTROLER_CERTIFS_SEMAINE.
       MOVE 0 TO WceNbAlertes
       OPEN INPUT fCertifications
       MOVE 0 TO WceJourIdx
       PERFORM WITH TEST AFTER UNTIL WceJourIdx >= 7
         COMPUTE WjourSemaineEntier = WplgDateEntier + WceJourIdx
         MOVE FUNCTION DATE-OF-INTEGER(WjourSemaineEntier)
     -     TO WceDateISO
         MOVE WceDateISOInt TO WceDate
         PERFORM CHARGER_EQUIPE_JOUR
         MOVE 1 TO WceSrv
         PERFORM WITH TEST AFTER UNTIL WceSrv >= 2
           MOVE 0 TO WceNbPermis
           MOVE 0 TO WceNbSecours
           MOVE 0 TO WceTrouve
           MOVE 1 TO WceIdxMembre
           PERFORM UNTIL WceIdxMembre > WceNbMembres
             IF WceMembreSrv(WceIdxMembre) = WceSrv
     -          OR WceMembreSrv(WceIdxMembre) = 3 THEN
               ADD 1 TO WceTrouve
               MOVE WceMembreEmp(WceIdxMembre) TO WceIdEmp
               MOVE 'PERMIS EXPLOIT' TO WceType
               PERFORM CERTIFICATION_VALIDE
               ADD WceValide TO WceNbPermis
               MOVE 'SECOURISME' TO WceType
               PERFORM CERTIFICATION_VALIDE
               ADD WceValide TO WceNbSecours
             END-IF
             ADD 1 TO WceIdxMembre
           END-PERFORM
           IF WceTrouve > 0 THEN
             IF WceNbPermis = 0 THEN
               ADD 1 TO WceNbAlertes
               IF WceSrv = 1 THEN
                 DISPLAY 'Le ',WceDateISO_jour,'/',WceDateISO_mois,
     -             ' midi : aucun titulaire du permis d''exploitation'
               ELSE
                 DISPLAY 'Le ',WceDateISO_jour,'/',WceDateISO_mois,
     -             ' soir : aucun titulaire du permis d''exploitation'
               END-IF
             END-IF
             IF WceNbSecours = 0 THEN
               ADD 1 TO WceNbAlertes
               IF WceSrv = 1 THEN
                 DISPLAY 'Le ',WceDateISO_jour,'/',WceDateISO_mois,
     -             ' midi : aucun secouriste'
               ELSE
                 DISPLAY 'Le ',WceDateISO_jour,'/',WceDateISO_mois,
     -             ' soir : aucun secouriste'
               END-IF
             END-IF
           END-IF
           ADD 1 TO WceSrv
         END-PERFORM
         MOVE 1 TO WceIdxMembre
         PERFORM UNTIL WceIdxMembre > WceNbMembres
           MOVE WceMembreEmp(WceIdxMembre) TO femp_id
           READ fEmployes
             NOT INVALID KEY
               PERFORM POSTE_CUISINE
               IF WceCuisine = 1 THEN
                 MOVE femp_id TO WceIdEmp
                 MOVE 'HYGIENE' TO WceType
                 PERFORM CERTIFICATION_VALIDE
                 IF WceValide = 0 THEN
                   ADD 1 TO WceNbAlertes
                   DISPLAY 'Le ',WceDateISO_jour,'/',WceDateISO_mois,
     -               ' : ',FUNCTION TRIM(femp_prenom),' ',
     -               FUNCTION TRIM(femp_nom),' sans formation '
     -               'hygiène valide'
                 END-IF
               END-IF
           END-READ
           ADD 1 TO WceIdxMembre
         END-PERFORM
         ADD 1 TO WceJourIdx
       END-PERFORM
       CLOSE fCertifications.

      *********** CHARGER_EQUIPE_JOUR ***********************
      * Equipe du restaurant fr_id à la date WceDate : les
      * affectations enregistrées dans fPlanning, remplacées
      * ou complétées par celles de WplgSaisies
      ******************************************************
       CHARGER_EQUIPE_JOUR.
       MOVE 0 TO WceNbMembres
       MOVE fr_id TO fplg_idrest
       MOVE WceDate TO fplg_date
       MOVE 0 TO fplg_idemp
       MOVE 0 TO WceEof
       START fPlanning, KEY IS >= fplg_cle
         INVALID KEY MOVE 1 TO WceEof
       END-START
       PERFORM UNTIL WceEof = 1
         READ fPlanning NEXT
         AT END MOVE 1 TO WceEof
         NOT AT END
           IF fplg_idrest NOT = fr_id OR fplg_date NOT = WceDate
     -        THEN
             MOVE 1 TO WceEof
           ELSE
             IF WceNbMembres < 60 THEN
               ADD 1 TO WceNbMembres
               MOVE fplg_idemp TO WceMembreEmp(WceNbMembres)
               MOVE fplg_service TO WceMembreSrv(WceNbMembres)
             END-IF
           END-IF
       END-PERFORM
       MOVE 1 TO WplgIdxSaisie
       PERFORM UNTIL WplgIdxSaisie > WplgNbSaisies
         IF WplgSaisieDate(WplgIdxSaisie) = WceDate THEN
           MOVE 0 TO WceTrouve
           MOVE 1 TO WceIdxMembre
           PERFORM UNTIL WceIdxMembre > WceNbMembres
             IF WceMembreEmp(WceIdxMembre)
     -          = WplgSaisieEmp(WplgIdxSaisie) THEN
               MOVE WceIdxMembre TO WceTrouve
             END-IF
             ADD 1 TO WceIdxMembre
           END-PERFORM
           IF WceTrouve = 0 AND WceNbMembres < 60 THEN
             ADD 1 TO WceNbMembres
             MOVE WceNbMembres TO WceTrouve
           END-IF
           IF WceTrouve > 0 THEN
             MOVE WplgSaisieEmp(WplgIdxSaisie)
     -         TO WceMembreEmp(WceTrouve)
             MOVE WplgSaisieSrv(WplgIdxSaisie)
     -         TO WceMembreSrv(WceTrouve)
           END-IF
         END-IF
         ADD 1 TO WplgIdxSaisie
       END-PERFORM.

      *********** RAPPORT_ECHEANCES_CERTIFICATIONS **********
      * Certifications des employés actifs expirées ou
      * arrivant à échéance dans les 60 jours, pour un
      * restaurant ou pour tous
      ******************************************************
       RAPPORT_ECHEANCES_CERTIFICATIONS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== ECHEANCES    ===========|'
       DISPLAY '|===========  DES         ===========|'
       DISPLAY '|===========  CERTIFICATS ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant (0 : tous) :'
       ACCEPT WceIdRest
       IF WceIdRest = 0 AND WSessionIdRest NOT = 0 THEN
         MOVE WSessionIdRest TO WceIdRest
       END-IF
       MOVE WceIdRest TO WscopeIdRest
       IF WceIdRest = 0 THEN
         MOVE 1 TO WscopeOK
       ELSE
         PERFORM CONTROLER_PORTEE_SITE
       END-IF
       IF WscopeOK = 1 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         PERFORM PRODUIRE_ECHEANCES_CERTIFICATIONS
       END-IF
       DISPLAY '-====================================-'.

      *********** ECHEANCES_CERTIFICATIONS_NUIT *************
      * Etape du batch nocturne : le rapport des échéances de
      * tous les restaurants est produit le premier du mois
      ******************************************************
       ECHEANCES_CERTIFICATIONS_NUIT.
       IF WdateSystemeISO_jour = 1 THEN
         MOVE 0 TO WceIdRest
         PERFORM PRODUIRE_ECHEANCES_CERTIFICATIONS
       ELSE
         DISPLAY 'Rapport des échéances produit le premier du mois'
       END-IF.

      *********** PRODUIRE_ECHEANCES_CERTIFICATIONS *********
      * Ecrit echeances_certifications_<AAAAMMJJ>.csv pour
      * le restaurant WceIdRest (0 : tous ceux du périmètre
      * du compte) à la date du jour WdateSystemeISO et
      * l'enregistre au spool
      ******************************************************
       PRODUIRE_ECHEANCES_CERTIFICATIONS.
       COMPUTE WceLimite = FUNCTION DATE-OF-INTEGER(
     -   FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) + 60)
       MOVE 0 TO WceNbEcheances
       MOVE SPACE TO WNomFichierExport
       STRING 'echeances_certifications_' WdateSystemeISOInt
     -   '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'idRestaurant;idEmploye;nom;prenom;poste;type;'
     -   'reference;dateDelivrance;dateExpiration;statut'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT fCertifications
       OPEN INPUT fEmployes
       MOVE LOW-VALUE TO fce_cle
       MOVE 0 TO WceEof
       START fCertifications, KEY IS >= fce_cle
         INVALID KEY MOVE 1 TO WceEof
       END-START
       PERFORM UNTIL WceEof = 1
         READ fCertifications NEXT
         AT END MOVE 1 TO WceEof
         NOT AT END
           IF fce_dateExpiration NOT = 0
     -        AND fce_dateExpiration <= WceLimite THEN
             MOVE fce_idemp TO femp_id
             READ fEmployes
               INVALID KEY
                 MOVE 0 TO femp_actif
             END-READ
             MOVE femp_idrest TO WscopeIdRest
             PERFORM VERIFIER_PORTEE_SITE
             IF femp_actif = 1 AND WscopeOK = 1 AND (WceIdRest = 0
     -          OR femp_idrest = WceIdRest) THEN
               IF fce_dateExpiration < WdateSystemeISOInt THEN
                 MOVE 'EXPIREE' TO WceStatutEch
               ELSE
                 MOVE 'A RENOUVELER' TO WceStatutEch
               END-IF
               ADD 1 TO WceNbEcheances
               DISPLAY femp_idrest,' ',FUNCTION TRIM(femp_prenom),' ',
     -           FUNCTION TRIM(femp_nom),' - ',
     -           FUNCTION TRIM(fce_type),' au ',fce_dateExpiration,
     -           ' ',WceStatutEch
               MOVE SPACE TO exportLigne
               STRING femp_idrest ';' femp_id ';'
     -           FUNCTION TRIM(femp_nom) ';'
     -           FUNCTION TRIM(femp_prenom) ';'
     -           FUNCTION TRIM(femp_poste) ';'
     -           FUNCTION TRIM(fce_type) ';'
     -           FUNCTION TRIM(fce_reference) ';'
     -           fce_dateDelivrance ';' fce_dateExpiration ';'
     -           FUNCTION TRIM(WceStatutEch)
     -           DELIMITED BY SIZE INTO exportLigne
               WRITE exportLigne
             END-IF
           END-IF
       END-PERFORM
       CLOSE fEmployes
       CLOSE fCertifications
       CLOSE fExport
       DISPLAY WceNbEcheances,' certification(s) expirée(s) ou à '
     -   'renouveler sous 60 jours'
       DISPLAY 'Rapport écrit : ',WNomFichierExport
       MOVE 'ECHEANCES CERTIFS' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** DECLARER_PERTES ***************************
      * Déclaration des pertes d'un restaurant : article
      * (plat, ingrédient ou boisson), quantité, motif
      * (périmé, casse, erreur cuisine, retour client, repas
      * test) et employé déclarant ; le stock concerné est
      * décrémenté (stock du site pour un plat qui en a un,
      * sinon stock global), la perte est valorisée au coût
      * courant (coût du plat ou de sa recette, coût de
      * l'ingrédient, dernier prix d'achat reçu de la
      * boisson), enregistrée dans datapertes.dat et
      * journalisée dans journalStock.csv (motif PERTE)
      ******************************************************
       DECLARER_PERTES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== DECLARATION  ===========|'
       DISPLAY '|===========  DES         ===========|'
       DISPLAY '|===========  PERTES      ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WpeIdRest
       MOVE WpeIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         OPEN INPUT fEmployes
         MOVE 0 TO WpeTrouve
         PERFORM WITH TEST AFTER UNTIL WpeTrouve = 1
           DISPLAY 'Identifiant de l''employé déclarant :'
           ACCEPT WpeIdEmp
           MOVE WpeIdEmp TO femp_id
           READ fEmployes
             INVALID KEY
               DISPLAY 'Employé inconnu'
             NOT INVALID KEY
               IF femp_idrest NOT = WpeIdRest THEN
                 DISPLAY 'Employé d''un autre restaurant'
               ELSE
                 MOVE 1 TO WpeTrouve
               END-IF
           END-READ
         END-PERFORM
         CLOSE fEmployes
         OPEN I-O fplats
         OPEN I-O fStockSite
         OPEN I-O fIngredients
         OPEN I-O fBoissons
         OPEN INPUT fRecettes
         OPEN I-O fPertes
         MOVE 0 TO WpeFin
         PERFORM WITH TEST AFTER UNTIL WpeFin = 1
           MOVE 9 TO fpe_typeArticle
           PERFORM WITH TEST AFTER UNTIL fpe_typeArticle <= 3
             DISPLAY 'Article perdu : 1 plat, 2 ingrédient, '
     -         '3 boisson, 0 terminer'
             ACCEPT fpe_typeArticle
           END-PERFORM
           IF fpe_typeArticle = 0 THEN
             MOVE 1 TO WpeFin
           ELSE
             DISPLAY 'Nom de l''article :'
             MOVE SPACE TO fpe_article
             ACCEPT fpe_article
             MOVE 0 TO WpeTrouve
             EVALUATE TRUE
               WHEN fpe_plat
                 PERFORM PREPARER_PERTE_PLAT
               WHEN fpe_ingredient
                 PERFORM PREPARER_PERTE_INGREDIENT
               WHEN fpe_boisson
                 PERFORM PREPARER_PERTE_BOISSON
             END-EVALUATE
             IF WpeTrouve = 0 THEN
               DISPLAY 'Article inconnu'
             ELSE
               PERFORM ENREGISTRER_PERTE
             END-IF
           END-IF
         END-PERFORM
         CLOSE fPertes
         CLOSE fRecettes
         CLOSE fBoissons
         CLOSE fIngredients
         CLOSE fStockSite
         CLOSE fplats
       END-IF
       DISPLAY '-====================================-'.

      *********** PREPARER_PERTE_PLAT ***********************
      * Plat perdu : coût du plat (ou de sa recette),
      * quantité en portions et décrément du stock du site
      * s'il existe, sinon du stock global, et des lots
      ******************************************************
       PREPARER_PERTE_PLAT.
       MOVE fpe_article TO WflPlat
       PERFORM CALCULER_COUT_MATIERE_PLAT
       MOVE fpe_article TO fp_nom
       READ fplats
         NOT INVALID KEY
           MOVE 1 TO WpeTrouve
       END-READ
       IF WpeTrouve = 1 THEN
         MOVE WflCoutPlat TO WpeCoutUnit
         MOVE 'portion' TO fpe_unite
         PERFORM SAISIR_QTE_MOTIF_PERTE
         MOVE WpeIdRest TO fss_idrest
         MOVE fp_nom TO fss_plat
         READ fStockSite
           INVALID KEY
             IF fp_stock > fpe_qte THEN
               SUBTRACT fpe_qte FROM fp_stock
             ELSE
               MOVE 0 TO fp_stock
             END-IF
           NOT INVALID KEY
             IF fss_qte > fpe_qte THEN
               SUBTRACT fpe_qte FROM fss_qte
             ELSE
               MOVE 0 TO fss_qte
             END-IF
             REWRITE stockSiteTampon
             IF fp_stock > fpe_qte THEN
               SUBTRACT fpe_qte FROM fp_stock
             ELSE
               MOVE 0 TO fp_stock
             END-IF
         END-READ
         REWRITE pTampon
         MOVE WpeIdRest TO WdlIdRest
         MOVE fp_nom TO WdlPlat
         MOVE fpe_qte TO WdlQte
         PERFORM CONSOMMER_LOTS_PLAT
       END-IF.

      *********** PREPARER_PERTE_INGREDIENT *****************
      * Ingrédient perdu : quantité dans l'unité de
      * l'ingrédient, coût fing_cout, décrément de fing_stock
      ******************************************************
       PREPARER_PERTE_INGREDIENT.
       MOVE fpe_article TO fing_nom
       READ fIngredients
         NOT INVALID KEY
           MOVE 1 TO WpeTrouve
       END-READ
       IF WpeTrouve = 1 THEN
         MOVE fing_cout TO WpeCoutUnit
         MOVE fing_unite TO fpe_unite
         PERFORM SAISIR_QTE_MOTIF_PERTE
         IF fing_stock > fpe_qte THEN
           SUBTRACT fpe_qte FROM fing_stock
         ELSE
           MOVE 0 TO fing_stock
         END-IF
         REWRITE ingredientTampon
       END-IF.

      *********** PREPARER_PERTE_BOISSON ********************
      * Boisson perdue, en bouteilles ou en verres : coût du
      * dernier achat reçu (ramené au verre le cas échéant),
      * décrément du stock de bouteilles ou de verres
      ******************************************************
       PREPARER_PERTE_BOISSON.
       MOVE fpe_article TO fbs_nom
       READ fBoissons
         NOT INVALID KEY
           MOVE 1 TO WpeTrouve
       END-READ
       IF WpeTrouve = 1 THEN
         PERFORM COUT_DERNIER_ACHAT
         MOVE 0 TO WpeUniteBs
         PERFORM WITH TEST AFTER UNTIL WpeUniteBs = 1
     -      OR WpeUniteBs = 2
           DISPLAY 'Perte en 1 bouteilles, 2 verres ?'
           ACCEPT WpeUniteBs
         END-PERFORM
         IF WpeUniteBs = 1 THEN
           MOVE 'bouteille' TO fpe_unite
         ELSE
           MOVE 'verre' TO fpe_unite
           IF fbs_versParBouteille > 0 THEN
             COMPUTE WpeCoutUnit ROUNDED =
     -         WpeCoutUnit / fbs_versParBouteille
           END-IF
         END-IF
         PERFORM SAISIR_QTE_MOTIF_PERTE
         IF WpeUniteBs = 1 THEN
           IF fbs_stockBouteilles > fpe_qte THEN
             SUBTRACT fpe_qte FROM fbs_stockBouteilles
           ELSE
             MOVE 0 TO fbs_stockBouteilles
           END-IF
         ELSE
           IF fbs_stockVerres > fpe_qte THEN
             SUBTRACT fpe_qte FROM fbs_stockVerres
           ELSE
             MOVE 0 TO fbs_stockVerres
           END-IF
         END-IF
         REWRITE boissonTampon
       END-IF.

      *********** COUT_DERNIER_ACHAT ************************
      * WpeCoutUnit = prix unitaire de la dernière commande
      * fournisseur reçue contenant l'article fpe_article
      * (0 si l'article n'a jamais été acheté)
      ******************************************************
       COUT_DERNIER_ACHAT.
       MOVE 0 TO WpeCoutUnit
       MOVE 0 TO WpeDateAchat
       OPEN INPUT fAchats
       MOVE 0 TO WpeEof
       PERFORM UNTIL WpeEof = 1
         READ fAchats NEXT
         AT END MOVE 1 TO WpeEof
         NOT AT END
           IF (fpo_recue OR fpo_partielle)
     -        AND fpo_dateReception > 0
     -        AND fpo_dateReception >= WpeDateAchat THEN
             MOVE 1 TO WpeIdx
             PERFORM UNTIL WpeIdx > fpo_nbLignes OR WpeIdx > 10
               IF fpo_plat(WpeIdx) = fpe_article
     -            AND fpo_qteRecue(WpeIdx) > 0 THEN
                 MOVE fpo_prixUnit(WpeIdx) TO WpeCoutUnit
                 MOVE fpo_dateReception TO WpeDateAchat
               END-IF
               ADD 1 TO WpeIdx
             END-PERFORM
           END-IF
       END-PERFORM
       CLOSE fAchats
       IF WpeDateAchat = 0 THEN
         DISPLAY 'Aucun achat reçu pour cet article : perte '
     -     'valorisée à 0'
       END-IF.

      *********** SAISIR_QTE_MOTIF_PERTE ********************
      * Saisie de la quantité perdue et du motif
      ******************************************************
       SAISIR_QTE_MOTIF_PERTE.
       MOVE 0 TO fpe_qte
       PERFORM WITH TEST AFTER UNTIL fpe_qte > 0
         DISPLAY 'Quantité perdue (',FUNCTION TRIM(fpe_unite),') :'
         ACCEPT fpe_qte
       END-PERFORM
       MOVE 0 TO fpe_motif
       PERFORM WITH TEST AFTER UNTIL fpe_motif >= 1
     -    AND fpe_motif <= 5
         DISPLAY 'Motif : 1 périmé, 2 casse, 3 erreur cuisine, '
     -     '4 retour client, 5 repas test'
         ACCEPT fpe_motif
       END-PERFORM.

      *********** ENREGISTRER_PERTE *************************
      * Valorise la perte du tampon perteTampon, l'écrit
      * dans datapertes.dat et la journalise
      ******************************************************
       ENREGISTRER_PERTE.
       MOVE 'PERTE' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO fpe_id
       MOVE WpeIdRest TO fpe_idrest
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       ACCEPT WheureSystemeISO FROM TIME
       MOVE WdateSystemeISOInt TO fpe_date
       COMPUTE fpe_heure = WheureSystemeISO_heure * 100
     -   + WheureSystemeISO_minute
       MOVE WpeIdEmp TO fpe_idemp
       MOVE WpeCoutUnit TO fpe_coutUnit
       COMPUTE fpe_valeur ROUNDED = fpe_qte * WpeCoutUnit
       MOVE WSessionPseudo TO fpe_saisiPar
       WRITE perteTampon
       IF fpe_stat = 0 THEN
         MOVE fpe_motif TO WpeIdx
         PERFORM LIBELLE_MOTIF_PERTE
         DISPLAY 'Perte ',fpe_id,' enregistrée (',
     -     FUNCTION TRIM(WpeLibMotif),') : ',fpe_valeur,' EUR'
         MOVE fpe_article TO WmvtPlat
         COMPUTE WmvtQte ROUNDED = 0 - fpe_qte
         MOVE 'PERTE' TO WmvtMotif
         MOVE fpe_id TO WmvtRef
         MOVE WpeIdRest TO WmvtIdRest
         PERFORM ENREGISTRER_MOUVEMENT_STOCK
         MOVE 'fPertes' TO WauditFichier
         MOVE fpe_id TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement de la perte'
       END-IF.

      *********** LIBELLE_MOTIF_PERTE ***********************
      * Libellé WpeLibMotif du motif de perte WpeIdx
      ******************************************************
       LIBELLE_MOTIF_PERTE.
       EVALUATE WpeIdx
         WHEN 1
           MOVE 'périmé' TO WpeLibMotif
         WHEN 2
           MOVE 'casse' TO WpeLibMotif
         WHEN 3
           MOVE 'erreur cuisine' TO WpeLibMotif
         WHEN 4
           MOVE 'retour client' TO WpeLibMotif
         WHEN OTHER
           MOVE 'repas test' TO WpeLibMotif
       END-EVALUATE.

      *********** RAPPORT_PERTES_MOIS ***********************
      * Rapport mensuel des pertes d'un restaurant : total
      * par motif, détail par article et par motif, et les
      * dix pertes les plus coûteuses ; écrit
      * pertes_<restaurant>_<AAAAMM>.csv
      ******************************************************
       RAPPORT_PERTES_MOIS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== RAPPORT      ===========|'
       DISPLAY '|===========  DES         ===========|'
       DISPLAY '|===========  PERTES      ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WpeIdRest
       MOVE WpeIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         MOVE 0 TO WpeMois
         PERFORM WITH TEST AFTER UNTIL WpeMois >= 1
     -      AND WpeMois <= 12
           DISPLAY 'Mois (MM) :'
           ACCEPT WpeMois
         END-PERFORM
         MOVE 0 TO WpeAnnee
         PERFORM WITH TEST AFTER UNTIL WpeAnnee >= 2015
           DISPLAY 'Année (AAAA) :'
           ACCEPT WpeAnnee
         END-PERFORM
         INITIALIZE WpeMotifs
         MOVE 0 TO WpeNbArt
         MOVE 0 TO WpeTotal
         MOVE 0 TO WpeNbLignes
         MOVE 0 TO WpeSature
         OPEN INPUT fPertes
         MOVE WpeIdRest TO fpe_idrest
         MOVE 0 TO WpeEof
         START fPertes, KEY IS = fpe_idrest
           INVALID KEY MOVE 1 TO WpeEof
         END-START
         PERFORM UNTIL WpeEof = 1
           READ fPertes NEXT
           AT END MOVE 1 TO WpeEof
           NOT AT END
             IF fpe_idrest NOT = WpeIdRest THEN
               MOVE 1 TO WpeEof
             ELSE
               IF fpe_date(1:4) = WpeAnnee
     -            AND fpe_date(5:2) = WpeMois THEN
                 PERFORM CUMULER_PERTE
               END-IF
             END-IF
         END-PERFORM
         CLOSE fPertes
         PERFORM IMPRIMER_PERTES_MOIS
       END-IF
       DISPLAY '-====================================-'.

      *********** CUMULER_PERTE *****************************
      * Cumule la perte du tampon perteTampon par motif et
      * par couple article / motif
      ******************************************************
       CUMULER_PERTE.
       ADD 1 TO WpeNbLignes
       ADD fpe_valeur TO WpeTotal
       ADD fpe_qte TO WpeMotifQte(fpe_motif)
       ADD fpe_valeur TO WpeMotifVal(fpe_motif)
       ADD 1 TO WpeMotifNb(fpe_motif)
       MOVE 0 TO WpeIdxMax
       MOVE 1 TO WpeIdxArt
       PERFORM UNTIL WpeIdxArt > WpeNbArt OR WpeIdxMax > 0
         IF WpeArtNom(WpeIdxArt) = fpe_article
     -      AND WpeArtMotif(WpeIdxArt) = fpe_motif
     -      AND WpeArtUnite(WpeIdxArt) = fpe_unite THEN
           MOVE WpeIdxArt TO WpeIdxMax
         END-IF
         ADD 1 TO WpeIdxArt
       END-PERFORM
       IF WpeIdxMax = 0 THEN
         IF WpeNbArt >= 300 THEN
           MOVE 1 TO WpeSature
         ELSE
           ADD 1 TO WpeNbArt
           MOVE WpeNbArt TO WpeIdxMax
           MOVE fpe_article TO WpeArtNom(WpeIdxMax)
           MOVE fpe_motif TO WpeArtMotif(WpeIdxMax)
           MOVE fpe_unite TO WpeArtUnite(WpeIdxMax)
           MOVE 0 TO WpeArtQte(WpeIdxMax)
           MOVE 0 TO WpeArtVal(WpeIdxMax)
         END-IF
       END-IF
       IF WpeIdxMax > 0 THEN
         ADD fpe_qte TO WpeArtQte(WpeIdxMax)
         ADD fpe_valeur TO WpeArtVal(WpeIdxMax)
       END-IF.

      *********** IMPRIMER_PERTES_MOIS **********************
      * Affiche et écrit le rapport mensuel des pertes
      ******************************************************
       IMPRIMER_PERTES_MOIS.
       MOVE SPACE TO WNomFichierExport
       STRING 'pertes_' WpeIdRest '_' WpeAnnee WpeMois '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'rubrique;article;motif;unite;quantite;valeur'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       DISPLAY 'Pertes du restaurant ',WpeIdRest,' - ',WpeMois,'/',
     -     WpeAnnee,' : ',WpeNbLignes,' déclaration(s), ',WpeTotal,
     -   ' EUR'
       DISPLAY '--- Par motif'
       MOVE 1 TO WpeIdx
       PERFORM UNTIL WpeIdx > 5
         PERFORM LIBELLE_MOTIF_PERTE
         DISPLAY '  ',WpeLibMotif,' : ',WpeMotifNb(WpeIdx),
     -     ' déclaration(s), ',WpeMotifVal(WpeIdx),' EUR'
         MOVE SPACE TO exportLigne
         STRING 'MOTIF;;' FUNCTION TRIM(WpeLibMotif) ';;'
     -     WpeMotifQte(WpeIdx) ';' WpeMotifVal(WpeIdx)
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD 1 TO WpeIdx
       END-PERFORM
       MOVE 1 TO WpeIdxArt
       PERFORM UNTIL WpeIdxArt > WpeNbArt
         MOVE 0 TO WpeArtPris(WpeIdxArt)
         MOVE WpeArtMotif(WpeIdxArt) TO WpeIdx
         PERFORM LIBELLE_MOTIF_PERTE
         MOVE SPACE TO exportLigne
         STRING 'ARTICLE;' FUNCTION TRIM(WpeArtNom(WpeIdxArt)) ';'
     -     FUNCTION TRIM(WpeLibMotif) ';'
     -     FUNCTION TRIM(WpeArtUnite(WpeIdxArt)) ';'
     -     WpeArtQte(WpeIdxArt) ';' WpeArtVal(WpeIdxArt)
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD 1 TO WpeIdxArt
       END-PERFORM
       DISPLAY '--- Les pertes les plus coûteuses'
       MOVE 1 TO WpeRang
       PERFORM UNTIL WpeRang > 10 OR WpeRang > WpeNbArt
         MOVE 0 TO WpeIdxMax
         MOVE 1 TO WpeIdxArt
         PERFORM UNTIL WpeIdxArt > WpeNbArt
           IF WpeArtPris(WpeIdxArt) = 0 THEN
             IF WpeIdxMax = 0 THEN
               MOVE WpeIdxArt TO WpeIdxMax
             ELSE
               IF WpeArtVal(WpeIdxArt) > WpeArtVal(WpeIdxMax) THEN
                 MOVE WpeIdxArt TO WpeIdxMax
               END-IF
             END-IF
           END-IF
           ADD 1 TO WpeIdxArt
         END-PERFORM
         MOVE 1 TO WpeArtPris(WpeIdxMax)
         MOVE WpeArtMotif(WpeIdxMax) TO WpeIdx
         PERFORM LIBELLE_MOTIF_PERTE
         DISPLAY '  ',WpeRang,' - ',
     -     FUNCTION TRIM(WpeArtNom(WpeIdxMax)),' (',
     -     FUNCTION TRIM(WpeLibMotif),') : ',WpeArtQte(WpeIdxMax),
     -     ' ',FUNCTION TRIM(WpeArtUnite(WpeIdxMax)),', ',
     -     WpeArtVal(WpeIdxMax),' EUR'
         ADD 1 TO WpeRang
       END-PERFORM
       MOVE SPACE TO exportLigne
       STRING 'TOTAL;;;;;' WpeTotal
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       CLOSE fExport
       IF WpeSature = 1 THEN
         DISPLAY 'Attention : plus de 300 couples article / motif, '
     -     'détail tronqué'
       END-IF
       DISPLAY 'Rapport écrit : ',WNomFichierExport
       MOVE 'PERTES' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** GERER_SITES_PRODUCTION ********************
      * Déclaration des sites de production (cuisine
      * centrale) dans datasitesproduction.dat : un site de
      * production est un restaurant existant qui fabrique
      * pour les autres sites ; ceux-ci lui passent des
      * commandes internes (COMMANDER_CUISINE_CENTRALE)
      ******************************************************
       GERER_SITES_PRODUCTION.

       DISPLAY '|====================================|'
       DISPLAY '|=========== SITES DE     ===========|'
       DISPLAY '|===========  PRODUCTION  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O fSitesProduction
       OPEN INPUT frestaurants
       MOVE 9 TO WccAction
       PERFORM WITH TEST AFTER UNTIL WccAction = 0
         DISPLAY '1 - Déclarer un site de production'
         DISPLAY '2 - Lister les sites de production'
         DISPLAY '3 - Retirer un site de la production'
         DISPLAY '0 - Terminer'
         ACCEPT WccAction
         EVALUATE WccAction
           WHEN 1
             DISPLAY 'Identifiant du restaurant :'
             ACCEPT fr_id
             READ frestaurants
               INVALID KEY
                 DISPLAY 'Restaurant inexistant'
               NOT INVALID KEY
                 MOVE fr_id TO fspr_idrest
                 DISPLAY 'Libellé (ex. cuisine centrale) :'
                 MOVE SPACE TO fspr_libelle
                 ACCEPT fspr_libelle
                 MOVE 1 TO fspr_actif
                 WRITE siteProdTampon
                 IF fspr_stat = 22 THEN
                   REWRITE siteProdTampon
                 END-IF
                 IF fspr_stat = 0 THEN
                   DISPLAY 'Site ',fspr_idrest,' déclaré site de '
     -               'production'
                   MOVE 'fSitesProd' TO WauditFichier
                   MOVE fspr_idrest TO WauditCle
                   MOVE 'MODIF' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                 ELSE
                   DISPLAY 'Erreur lors de l''enregistrement'
                 END-IF
             END-READ
           WHEN 2
             MOVE 0 TO fspr_idrest
             MOVE 0 TO WccFin
             START fSitesProduction, KEY IS >= fspr_idrest
               INVALID KEY MOVE 1 TO WccFin
             END-START
             PERFORM UNTIL WccFin = 1
               READ fSitesProduction NEXT
               AT END MOVE 1 TO WccFin
               NOT AT END
                 IF fspr_siteActif THEN
                   DISPLAY '  ',fspr_idrest,' - ',fspr_libelle
                 END-IF
             END-PERFORM
           WHEN 3
             DISPLAY 'Identifiant du site de production :'
             ACCEPT fspr_idrest
             READ fSitesProduction
               INVALID KEY
                 DISPLAY 'Ce restaurant n''est pas site de production'
               NOT INVALID KEY
                 MOVE 0 TO fspr_actif
                 REWRITE siteProdTampon
                 DISPLAY 'Site ',fspr_idrest,' retiré de la '
     -             'production'
                 MOVE 'fSitesProd' TO WauditFichier
                 MOVE fspr_idrest TO WauditCle
                 MOVE 'SUPPRESSION' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
             END-READ
         END-EVALUATE
       END-PERFORM
       CLOSE frestaurants
       CLOSE fSitesProduction
       DISPLAY '-====================================-'.

      *********** CONTROLER_SITE_PRODUCTION *****************
      * WccFin = 0 si WccIdRestProd est un site de
      * production actif, 1 sinon (message affiché)
      ******************************************************
       CONTROLER_SITE_PRODUCTION.
       MOVE 1 TO WccFin
       OPEN INPUT fSitesProduction
       MOVE WccIdRestProd TO fspr_idrest
       READ fSitesProduction
         NOT INVALID KEY
           IF fspr_siteActif THEN
             MOVE 0 TO WccFin
           END-IF
       END-READ
       CLOSE fSitesProduction
       IF WccFin = 1 THEN
         DISPLAY 'Le restaurant ',WccIdRestProd,' n''est pas un '
     -     'site de production'
       END-IF.

      *********** COMMANDER_CUISINE_CENTRALE ****************
      * Commandes internes d'un restaurant à un site de
      * production (datacmdinternes.dat) : saisie des plats
      * et quantités pour une date de livraison, liste des
      * commandes du site, annulation d'une commande pas
      * encore expédiée
      ******************************************************
       COMMANDER_CUISINE_CENTRALE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== COMMANDE     ===========|'
       DISPLAY '|===========  INTERNE     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant demandeur :'
       ACCEPT WccIdRestDest
       MOVE WccIdRestDest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         OPEN I-O fCmdInternes
         MOVE 9 TO WccAction
         PERFORM WITH TEST AFTER UNTIL WccAction = 0
           DISPLAY '1 - Passer une commande à la cuisine centrale'
           DISPLAY '2 - Lister les commandes du restaurant'
           DISPLAY '3 - Annuler une commande non expédiée'
           DISPLAY '0 - Terminer'
           ACCEPT WccAction
           EVALUATE WccAction
             WHEN 1
               PERFORM SAISIR_COMMANDE_INTERNE
             WHEN 2
               PERFORM LISTER_COMMANDES_INTERNES
             WHEN 3
               DISPLAY 'Numéro de la commande interne :'
               ACCEPT fci_id
               READ fCmdInternes
                 INVALID KEY
                   DISPLAY 'Commande inconnue'
                 NOT INVALID KEY
                   IF fci_idrestDest NOT = WccIdRestDest
     -                OR NOT fci_commandee THEN
                     DISPLAY 'Commande d''un autre restaurant ou '
     -                 'déjà expédiée / annulée'
                   ELSE
                     MOVE 3 TO fci_statut
                     REWRITE cmdInterneTampon
                     DISPLAY 'Commande ',fci_id,' annulée'
                     MOVE 'fCmdInternes' TO WauditFichier
                     MOVE fci_id TO WauditCle
                     MOVE 'SUPPRESSION' TO WauditOperation
                     PERFORM ENREGISTRER_AUDIT
                   END-IF
               END-READ
           END-EVALUATE
         END-PERFORM
         CLOSE fCmdInternes
       END-IF
       DISPLAY '-====================================-'.

      *********** SAISIR_COMMANDE_INTERNE *******************
      * Saisie d'une commande interne du restaurant
      * WccIdRestDest (fCmdInternes ouvert par l'appelant)
      ******************************************************
       SAISIR_COMMANDE_INTERNE.
       DISPLAY 'Site de production (identifiant) :'
       ACCEPT WccIdRestProd
       PERFORM CONTROLER_SITE_PRODUCTION
       IF WccFin = 0 AND WccIdRestProd = WccIdRestDest THEN
         DISPLAY 'Un site ne se commande pas à lui-même'
         MOVE 1 TO WccFin
       END-IF
       IF WccFin = 0 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE 0 TO fci_dateLivraison
         PERFORM WITH TEST AFTER
     -     UNTIL fci_dateLivraison >= WdateSystemeISOInt
           DISPLAY 'Date de livraison souhaitée (AAAAMMJJ) :'
           ACCEPT fci_dateLivraison
         END-PERFORM
         MOVE WccIdRestProd TO fci_idrestProd
         MOVE WccIdRestDest TO fci_idrestDest
         MOVE WdateSystemeISOInt TO fci_dateCommande
         MOVE 1 TO fci_statut
         MOVE 0 TO fci_dateExpedition
         MOVE WSessionPseudo TO fci_saisiPar
         MOVE 0 TO fci_nbLignes
         OPEN INPUT fplats
         MOVE 0 TO WccEof
         PERFORM WITH TEST AFTER UNTIL WccEof = 1
     -      OR fci_nbLignes >= 10
           DISPLAY 'Plat commandé (vide : terminer) :'
           MOVE SPACE TO WnomP
           ACCEPT WnomP
           IF WnomP = SPACE THEN
             MOVE 1 TO WccEof
           ELSE
             MOVE WnomP TO fp_nom
             READ fplats
               INVALID KEY
                 DISPLAY 'Aucun plat ne porte ce nom'
               NOT INVALID KEY
                 MOVE 0 TO WccQte
                 PERFORM WITH TEST AFTER UNTIL WccQte > 0
                   DISPLAY 'Quantité :'
                   ACCEPT WccQte
                 END-PERFORM
                 ADD 1 TO fci_nbLignes
                 MOVE fp_nom TO fci_plat(fci_nbLignes)
                 MOVE WccQte TO fci_qte(fci_nbLignes)
                 MOVE 0 TO fci_qteExpediee(fci_nbLignes)
                 MOVE 0 TO fci_coutUnit(fci_nbLignes)
             END-READ
           END-IF
         END-PERFORM
         CLOSE fplats
         IF fci_nbLignes = 0 THEN
           DISPLAY 'Commande abandonnée, aucune ligne saisie'
         ELSE
           MOVE 'CMDINTERNE' TO WseqNom
           PERFORM ALLOUER_SEQUENCE
           IF WseqTrouve = 0 THEN
             MOVE 1 TO WseqValeur
             PERFORM SEMER_SEQUENCE
           END-IF
           MOVE WseqValeur TO fci_id
           WRITE cmdInterneTampon
           IF fci_stat = 0 THEN
             DISPLAY 'Commande interne ',fci_id,' enregistrée pour '
     -         'le ',fci_dateLivraison
             MOVE 'fCmdInternes' TO WauditFichier
             MOVE fci_id TO WauditCle
             MOVE 'AJOUT' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement de la commande'
           END-IF
         END-IF
       END-IF.

      *********** LISTER_COMMANDES_INTERNES *****************
      * Commandes internes du restaurant WccIdRestDest
      ******************************************************
       LISTER_COMMANDES_INTERNES.
       MOVE WccIdRestDest TO fci_idrestDest
       MOVE 0 TO WccEof
       START fCmdInternes, KEY IS = fci_idrestDest
         INVALID KEY
           DISPLAY 'Aucune commande interne pour ce restaurant'
           MOVE 1 TO WccEof
       END-START
       PERFORM UNTIL WccEof = 1
         READ fCmdInternes NEXT
         AT END MOVE 1 TO WccEof
         NOT AT END
           IF fci_idrestDest NOT = WccIdRestDest THEN
             MOVE 1 TO WccEof
           ELSE
             EVALUATE TRUE
               WHEN fci_commandee
                 DISPLAY '  ',fci_id,' pour le ',fci_dateLivraison,
     -             ' (site ',fci_idrestProd,') : commandée'
               WHEN fci_expediee
                 DISPLAY '  ',fci_id,' pour le ',fci_dateLivraison,
     -             ' (site ',fci_idrestProd,') : expédiée le ',
     -             fci_dateExpedition
               WHEN OTHER
                 DISPLAY '  ',fci_id,' pour le ',fci_dateLivraison,
     -             ' (site ',fci_idrestProd,') : annulée'
             END-EVALUATE
             MOVE 1 TO WccIdx
             PERFORM UNTIL WccIdx > fci_nbLignes
               DISPLAY '      ',FUNCTION TRIM(fci_plat(WccIdx)),
     -           ' x ',fci_qte(WccIdx)
               ADD 1 TO WccIdx
             END-PERFORM
           END-IF
       END-PERFORM.

      *********** PLAN_PRODUCTION_JOUR **********************
      * Plan de production consolidé d'un site de
      * production pour une date : total commandé par plat
      * sur les commandes internes à livrer ce jour, stock
      * déjà présent sur le site et quantité à produire ;
      * écrit plan_production_<site>_<AAAAMMJJ>.csv, puis
      * enregistre éventuellement la production réalisée
      * (entrée au stock du site, journal motif PRODUC)
      ******************************************************
       PLAN_PRODUCTION_JOUR.

       DISPLAY '|====================================|'
       DISPLAY '|=========== PLAN DE      ===========|'
       DISPLAY '|===========  PRODUCTION  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Site de production (identifiant) :'
       ACCEPT WccIdRestProd
       PERFORM CONTROLER_SITE_PRODUCTION
       IF WccFin = 0 THEN
         MOVE WccIdRestProd TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
         IF WscopeOK = 0 THEN
           MOVE 1 TO WccFin
         END-IF
       END-IF
       IF WccFin = 0 THEN
         MOVE 0 TO WccDate
         PERFORM WITH TEST AFTER UNTIL WccDate > 20150000
           DISPLAY 'Date de livraison à préparer (AAAAMMJJ) :'
           ACCEPT WccDate
         END-PERFORM
         MOVE 0 TO WccPlanNb
         MOVE 0 TO WccNbCmd
         OPEN INPUT fCmdInternes
         MOVE WccDate TO fci_dateLivraison
         MOVE 0 TO WccEof
         START fCmdInternes, KEY IS = fci_dateLivraison
           INVALID KEY MOVE 1 TO WccEof
         END-START
         PERFORM UNTIL WccEof = 1
           READ fCmdInternes NEXT
           AT END MOVE 1 TO WccEof
           NOT AT END
             IF fci_dateLivraison NOT = WccDate THEN
               MOVE 1 TO WccEof
             ELSE
               IF fci_idrestProd = WccIdRestProd
     -            AND fci_commandee THEN
                 ADD 1 TO WccNbCmd
                 MOVE 1 TO WccIdx
                 PERFORM UNTIL WccIdx > fci_nbLignes
                   PERFORM CUMULER_PLAN_PRODUCTION
                   ADD 1 TO WccIdx
                 END-PERFORM
               END-IF
             END-IF
         END-PERFORM
         CLOSE fCmdInternes
         IF WccPlanNb = 0 THEN
           DISPLAY 'Aucune commande interne à livrer ce jour'
         ELSE
           PERFORM IMPRIMER_PLAN_PRODUCTION
           PERFORM DECLARER_PRODUCTION
         END-IF
       END-IF
       DISPLAY '-====================================-'.

      *********** CUMULER_PLAN_PRODUCTION *******************
      * Ajoute la ligne WccIdx de la commande interne du
      * tampon au plan de production WccPlan
      ******************************************************
       CUMULER_PLAN_PRODUCTION.
       MOVE 0 TO WccPlanTrouve
       MOVE 1 TO WccPlanIdx
       PERFORM UNTIL WccPlanIdx > WccPlanNb OR WccPlanTrouve = 1
         IF WccPlanPlat(WccPlanIdx) = fci_plat(WccIdx) THEN
           MOVE 1 TO WccPlanTrouve
         ELSE
           ADD 1 TO WccPlanIdx
         END-IF
       END-PERFORM
       IF WccPlanTrouve = 0 THEN
         IF WccPlanNb < 50 THEN
           ADD 1 TO WccPlanNb
           MOVE WccPlanNb TO WccPlanIdx
           MOVE fci_plat(WccIdx) TO WccPlanPlat(WccPlanIdx)
           MOVE 0 TO WccPlanQte(WccPlanIdx)
           MOVE 1 TO WccPlanTrouve
         ELSE
           DISPLAY 'Plan limité à 50 plats : ',
     -       FUNCTION TRIM(fci_plat(WccIdx)),' ignoré'
         END-IF
       END-IF
       IF WccPlanTrouve = 1 THEN
         ADD fci_qte(WccIdx) TO WccPlanQte(WccPlanIdx)
       END-IF.

      *********** IMPRIMER_PLAN_PRODUCTION ******************
      * Stock du site de production et quantité à produire
      * pour chaque plat du plan, écrits dans le fichier
      * plan_production_<site>_<AAAAMMJJ>.csv
      ******************************************************
       IMPRIMER_PLAN_PRODUCTION.
       MOVE SPACE TO WNomFichierExport
       STRING 'plan_production_' WccIdRestProd '_' WccDate '.csv'
     -   DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'plat;qteCommandee;stockSite;aProduire'
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       OPEN INPUT fStockSite
       DISPLAY 'Plan de production du ',WccDate,' (',WccNbCmd,
     -   ' commande(s) interne(s)) :'
       MOVE 1 TO WccPlanIdx
       PERFORM UNTIL WccPlanIdx > WccPlanNb
         MOVE 0 TO WccPlanStock(WccPlanIdx)
         MOVE WccIdRestProd TO fss_idrest
         MOVE WccPlanPlat(WccPlanIdx) TO fss_plat
         READ fStockSite
           NOT INVALID KEY
             MOVE fss_qte TO WccPlanStock(WccPlanIdx)
         END-READ
         MOVE 0 TO WccPlanAProduire(WccPlanIdx)
         IF WccPlanQte(WccPlanIdx) > WccPlanStock(WccPlanIdx) THEN
           COMPUTE WccPlanAProduire(WccPlanIdx) =
     -       WccPlanQte(WccPlanIdx) - WccPlanStock(WccPlanIdx)
         END-IF
         DISPLAY '  ',FUNCTION TRIM(WccPlanPlat(WccPlanIdx)),
     -     ' : commandé ',WccPlanQte(WccPlanIdx),', en stock ',
     -     WccPlanStock(WccPlanIdx),', à produire ',
     -     WccPlanAProduire(WccPlanIdx)
         MOVE SPACE TO exportLigne
         STRING FUNCTION TRIM(WccPlanPlat(WccPlanIdx)) ';'
     -     WccPlanQte(WccPlanIdx) ';' WccPlanStock(WccPlanIdx) ';'
     -     WccPlanAProduire(WccPlanIdx)
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         ADD 1 TO WccPlanIdx
       END-PERFORM
       CLOSE fStockSite
       CLOSE fExport
       DISPLAY 'Plan écrit : ',WNomFichierExport
       MOVE 'PLAN PRODUCTION' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** DECLARER_PRODUCTION ***********************
      * Production réalisée par le site de production pour
      * chaque plat du plan : entrée au stock du site et au
      * stock global, journal motif PRODUC
      ******************************************************
       DECLARER_PRODUCTION.
       MOVE 9 TO WccAction
       PERFORM WITH TEST AFTER UNTIL WccAction <= 1
         DISPLAY 'Enregistrer la production réalisée ? '
     -     '1 : oui, 0 : non'
         ACCEPT WccAction
       END-PERFORM
       IF WccAction = 1 THEN
         OPEN I-O fStockSite
         OPEN I-O fplats
         MOVE 1 TO WccPlanIdx
         PERFORM UNTIL WccPlanIdx > WccPlanNb
           DISPLAY 'Quantité produite de ',
     -       FUNCTION TRIM(WccPlanPlat(WccPlanIdx)),' (0 : ',
     -       WccPlanAProduire(WccPlanIdx),' prévue(s)) :'
           MOVE 0 TO WccQte
           ACCEPT WccQte
           IF WccQte = 0 THEN
             MOVE WccPlanAProduire(WccPlanIdx) TO WccQte
           END-IF
           IF WccQte > 0 THEN
             MOVE WccPlanPlat(WccPlanIdx) TO fp_nom
             READ fplats
               NOT INVALID KEY
                 ADD WccQte TO fp_stock
                 REWRITE pTampon
             END-READ
             MOVE WccIdRestProd TO fss_idrest
             MOVE WccPlanPlat(WccPlanIdx) TO fss_plat
             READ fStockSite
               INVALID KEY
                 MOVE WccIdRestProd TO fss_idrest
                 MOVE WccPlanPlat(WccPlanIdx) TO fss_plat
                 MOVE WccQte TO fss_qte
                 WRITE stockSiteTampon
               NOT INVALID KEY
                 ADD WccQte TO fss_qte
                 REWRITE stockSiteTampon
             END-READ
             MOVE WccPlanPlat(WccPlanIdx) TO WmvtPlat
             MOVE WccQte TO WmvtQte
             MOVE 'PRODUC' TO WmvtMotif
             MOVE WccDate TO WmvtRef
             MOVE WccIdRestProd TO WmvtIdRest
             PERFORM ENREGISTRER_MOUVEMENT_STOCK
           END-IF
           ADD 1 TO WccPlanIdx
         END-PERFORM
         CLOSE fplats
         CLOSE fStockSite
         DISPLAY 'Production enregistrée au stock du site ',
     -     WccIdRestProd
       END-IF.

      *********** EXPEDIER_COMMANDES_INTERNES ***************
      * Expédition des commandes internes d'un site de
      * production pour une date de livraison : pour chaque
      * commande confirmée, les quantités (au plus le stock
      * du site de production) passent du stock du site de
      * production à celui du restaurant destinataire,
      * valorisées au coût matière du plat ; un bon de
      * livraison bon_livraison_interne_<id>.txt est
      * imprimé et les mouvements journalisés (TRANSF- et
      * TRANSF+, comme un transfert entre sites)
      ******************************************************
       EXPEDIER_COMMANDES_INTERNES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== EXPEDITION   ===========|'
       DISPLAY '|===========  CUISINE     ===========|'
       DISPLAY '|===========  CENTRALE    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Site de production (identifiant) :'
       ACCEPT WccIdRestProd
       PERFORM CONTROLER_SITE_PRODUCTION
       IF WccFin = 0 THEN
         MOVE WccIdRestProd TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
         IF WscopeOK = 0 THEN
           MOVE 1 TO WccFin
         END-IF
       END-IF
       IF WccFin = 0 THEN
         MOVE 0 TO WccDate
         PERFORM WITH TEST AFTER UNTIL WccDate > 20150000
           DISPLAY 'Date de livraison (AAAAMMJJ) :'
           ACCEPT WccDate
         END-PERFORM
         MOVE 0 TO WccNbCmd
         OPEN I-O fCmdInternes
         OPEN I-O fStockSite
         OPEN INPUT fplats
         OPEN INPUT fRecettes
         OPEN INPUT fIngredients
         OPEN INPUT frestaurants
         MOVE WccDate TO fci_dateLivraison
         MOVE 0 TO WccEof
         START fCmdInternes, KEY IS = fci_dateLivraison
           INVALID KEY MOVE 1 TO WccEof
         END-START
         PERFORM UNTIL WccEof = 1
           READ fCmdInternes NEXT
           AT END MOVE 1 TO WccEof
           NOT AT END
             IF fci_dateLivraison NOT = WccDate THEN
               MOVE 1 TO WccEof
             ELSE
               IF fci_idrestProd = WccIdRestProd
     -            AND fci_commandee THEN
                 PERFORM EXPEDIER_UNE_COMMANDE_INTERNE
               END-IF
             END-IF
         END-PERFORM
         CLOSE frestaurants
         CLOSE fIngredients
         CLOSE fRecettes
         CLOSE fplats
         CLOSE fStockSite
         CLOSE fCmdInternes
         DISPLAY WccNbCmd,' commande(s) interne(s) expédiée(s)'
       END-IF
       DISPLAY '-====================================-'.

      *********** EXPEDIER_UNE_COMMANDE_INTERNE *************
      * Expédition de la commande interne du tampon
      ******************************************************
       EXPEDIER_UNE_COMMANDE_INTERNE.
       DISPLAY 'Commande ',fci_id,' du restaurant ',fci_idrestDest,
     -   ' :'
       MOVE 1 TO WccIdx
       PERFORM UNTIL WccIdx > fci_nbLignes
         DISPLAY '  ',FUNCTION TRIM(fci_plat(WccIdx)),' x ',
     -     fci_qte(WccIdx)
         ADD 1 TO WccIdx
       END-PERFORM
       MOVE 9 TO WccAction
       PERFORM WITH TEST AFTER UNTIL WccAction <= 1
         DISPLAY 'Expédier cette commande ? 1 : oui, 0 : plus tard'
         ACCEPT WccAction
       END-PERFORM
       IF WccAction = 1 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE 1 TO WccIdx
         PERFORM UNTIL WccIdx > fci_nbLignes
           PERFORM EXPEDIER_LIGNE_INTERNE
           ADD 1 TO WccIdx
         END-PERFORM
         MOVE 2 TO fci_statut
         MOVE WdateSystemeISOInt TO fci_dateExpedition
         REWRITE cmdInterneTampon
         IF fci_stat = 0 THEN
           ADD 1 TO WccNbCmd
           MOVE 'fCmdInternes' TO WauditFichier
           MOVE fci_id TO WauditCle
           MOVE 'EXPEDITION' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
           PERFORM IMPRIMER_BON_LIVRAISON_INTERNE
         ELSE
           DISPLAY 'Erreur lors de la mise à jour de la commande'
         END-IF
       END-IF.

      *********** EXPEDIER_LIGNE_INTERNE ********************
      * Sortie du stock du site de production et entrée au
      * stock du restaurant destinataire de la ligne WccIdx
      ******************************************************
       EXPEDIER_LIGNE_INTERNE.
       MOVE fci_plat(WccIdx) TO WflPlat
       PERFORM CALCULER_COUT_MATIERE_PLAT
       MOVE WflCoutPlat TO fci_coutUnit(WccIdx)
       MOVE 0 TO WccDispo
       MOVE WccIdRestProd TO fss_idrest
       MOVE fci_plat(WccIdx) TO fss_plat
       READ fStockSite
         NOT INVALID KEY
           MOVE fss_qte TO WccDispo
       END-READ
       IF WccDispo < fci_qte(WccIdx) THEN
         MOVE WccDispo TO fci_qteExpediee(WccIdx)
         DISPLAY '*** ',FUNCTION TRIM(fci_plat(WccIdx)),' : ',
     -     WccDispo,' disponible(s) seulement sur ',fci_qte(WccIdx)
       ELSE
         MOVE fci_qte(WccIdx) TO fci_qteExpediee(WccIdx)
       END-IF
       IF fci_qteExpediee(WccIdx) > 0 THEN
         SUBTRACT fci_qteExpediee(WccIdx) FROM fss_qte
         REWRITE stockSiteTampon
         MOVE fci_idrestDest TO fss_idrest
         MOVE fci_plat(WccIdx) TO fss_plat
         READ fStockSite
           INVALID KEY
             MOVE fci_idrestDest TO fss_idrest
             MOVE fci_plat(WccIdx) TO fss_plat
             MOVE fci_qteExpediee(WccIdx) TO fss_qte
             WRITE stockSiteTampon
           NOT INVALID KEY
             ADD fci_qteExpediee(WccIdx) TO fss_qte
             REWRITE stockSiteTampon
         END-READ
         MOVE fci_plat(WccIdx) TO WmvtPlat
         COMPUTE WmvtQte = 0 - fci_qteExpediee(WccIdx)
         MOVE 'TRANSF-' TO WmvtMotif
         MOVE fci_idrestDest TO WmvtRef
         MOVE WccIdRestProd TO WmvtIdRest
         PERFORM ENREGISTRER_MOUVEMENT_STOCK
         MOVE fci_qteExpediee(WccIdx) TO WmvtQte
         MOVE 'TRANSF+' TO WmvtMotif
         MOVE WccIdRestProd TO WmvtRef
         MOVE fci_idrestDest TO WmvtIdRest
         PERFORM ENREGISTRER_MOUVEMENT_STOCK
         MOVE WccIdRestProd TO WicIdRestOrig
         MOVE fci_idrestDest TO WicIdRestDest
         MOVE fci_plat(WccIdx) TO WicPlat
         MOVE fci_qteExpediee(WccIdx) TO WicQte
         MOVE fci_coutUnit(WccIdx) TO WicCout
         MOVE 'C' TO WicOrigine
         MOVE fci_id TO WicRef
         PERFORM ENREGISTRER_CESSION_INTERCO
       END-IF.

      *********** IMPRIMER_BON_LIVRAISON_INTERNE ************
      * Bon de livraison de la commande interne du tampon
      * dans bon_livraison_interne_<id>.txt
      ******************************************************
       IMPRIMER_BON_LIVRAISON_INTERNE.
       MOVE SPACE TO WNomFichierTicket
       STRING 'bon_livraison_interne_' fci_id '.txt'
     -   DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'Bon de livraison interne n. ' fci_id ' du '
     -     fci_dateExpedition DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE SPACE TO ticketLigne
       STRING 'De : site de production ' fci_idrestProd
     -   '  A : restaurant ' fci_idrestDest
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE 0 TO WccTotal
       MOVE 1 TO WccIdx
       PERFORM UNTIL WccIdx > fci_nbLignes
         COMPUTE WccValLigne = fci_qteExpediee(WccIdx)
     -     * fci_coutUnit(WccIdx)
         ADD WccValLigne TO WccTotal
         MOVE SPACE TO ticketLigne
         STRING '  ' fci_plat(WccIdx) ' ' fci_qteExpediee(WccIdx)
     -     ' / ' fci_qte(WccIdx) ' a ' fci_coutUnit(WccIdx)
     -     ' EUR = ' WccValLigne ' EUR'
     -     DELIMITED BY SIZE INTO ticketLigne
         WRITE ticketLigne
         ADD 1 TO WccIdx
       END-PERFORM
       MOVE SPACE TO ticketLigne
       STRING 'Valeur au coût : ' WccTotal ' EUR'
     -   DELIMITED BY SIZE INTO ticketLigne
       WRITE ticketLigne
       MOVE '======================================' TO ticketLigne
       WRITE ticketLigne
       CLOSE fTicket
       DISPLAY 'Bon de livraison écrit : ',WNomFichierTicket.

      *********** RELEVE_CUISINE_CENTRALE *******************
      * Relevé mensuel de ce que chaque restaurant a tiré
      * d'un site de production : lignes expédiées dans le
      * mois, au coût, avec sous-total par restaurant ;
      * écrit releve_cuisine_centrale_<site>_<AAAAMM>.csv
      ******************************************************
       RELEVE_CUISINE_CENTRALE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== RELEVE       ===========|'
       DISPLAY '|===========  CUISINE     ===========|'
       DISPLAY '|===========  CENTRALE    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Site de production (identifiant) :'
       ACCEPT WccIdRestProd
       PERFORM CONTROLER_SITE_PRODUCTION
       IF WccFin = 0 THEN
         MOVE 0 TO WccPeriode
         PERFORM WITH TEST AFTER UNTIL WccPeriode > 201500
           DISPLAY 'Mois du relevé (AAAAMM) :'
           ACCEPT WccPeriode
         END-PERFORM
         MOVE SPACE TO WNomFichierExport
         STRING 'releve_cuisine_centrale_' WccIdRestProd '_'
     -     WccPeriode '.csv' DELIMITED BY SIZE INTO WNomFichierExport
         OPEN OUTPUT fExport
         MOVE SPACE TO exportLigne
         STRING 'idRestaurant;commande;dateExpedition;plat;'
     -     'qteExpediee;coutUnitaire;valeur'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE 0 TO WccTotal
         MOVE 0 TO WccTotalSite
         MOVE 0 TO WccSiteCourant
         MOVE 0 TO WccNbLignes
         COMPUTE WccDate = WccPeriode * 100
         OPEN INPUT fCmdInternes
         MOVE 0 TO fci_idrestDest
         MOVE 0 TO WccEof
         START fCmdInternes, KEY IS >= fci_idrestDest
           INVALID KEY MOVE 1 TO WccEof
         END-START
         PERFORM UNTIL WccEof = 1
           READ fCmdInternes NEXT
           AT END MOVE 1 TO WccEof
           NOT AT END
             IF fci_idrestProd = WccIdRestProd AND fci_expediee
     -          AND fci_dateExpedition > WccDate
     -          AND fci_dateExpedition <= WccDate + 31 THEN
               PERFORM RELEVER_COMMANDE_INTERNE
             END-IF
         END-PERFORM
         CLOSE fCmdInternes
         IF WccSiteCourant NOT = 0 THEN
           PERFORM TOTALISER_SITE_RELEVE
         END-IF
         MOVE SPACE TO exportLigne
         STRING 'TOTAL;;;;;;' WccTotal
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         CLOSE fExport
         DISPLAY 'Total tiré de la cuisine centrale : ',WccTotal,
     -     ' EUR (',WccNbLignes,' ligne(s))'
         DISPLAY 'Relevé écrit : ',WNomFichierExport
         MOVE 'RELEVE CUISINE CENTRALE' TO WspoolRapport
         MOVE WNomFichierExport TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF
       DISPLAY '-====================================-'.

      *********** RELEVER_COMMANDE_INTERNE ******************
      * Lignes expédiées de la commande interne du tampon,
      * avec rupture de sous-total par restaurant
      ******************************************************
       RELEVER_COMMANDE_INTERNE.
       IF fci_idrestDest NOT = WccSiteCourant THEN
         IF WccSiteCourant NOT = 0 THEN
           PERFORM TOTALISER_SITE_RELEVE
         END-IF
         MOVE fci_idrestDest TO WccSiteCourant
         MOVE 0 TO WccTotalSite
         DISPLAY '--- Restaurant ',WccSiteCourant,' ---'
       END-IF
       MOVE 1 TO WccIdx
       PERFORM UNTIL WccIdx > fci_nbLignes
         IF fci_qteExpediee(WccIdx) > 0 THEN
           COMPUTE WccValLigne = fci_qteExpediee(WccIdx)
     -       * fci_coutUnit(WccIdx)
           ADD WccValLigne TO WccTotalSite
           ADD WccValLigne TO WccTotal
           ADD 1 TO WccNbLignes
           DISPLAY '  ',fci_dateExpedition,' cde ',fci_id,' ',
     -       FUNCTION TRIM(fci_plat(WccIdx)),' x ',
     -       fci_qteExpediee(WccIdx),' = ',WccValLigne,' EUR'
           MOVE SPACE TO exportLigne
           STRING fci_idrestDest ';' fci_id ';' fci_dateExpedition
     -       ';' FUNCTION TRIM(fci_plat(WccIdx)) ';'
     -       fci_qteExpediee(WccIdx) ';' fci_coutUnit(WccIdx) ';'
     -       WccValLigne DELIMITED BY SIZE INTO exportLigne
           WRITE exportLigne
         END-IF
         ADD 1 TO WccIdx
       END-PERFORM.

      *********** TOTALISER_SITE_RELEVE *********************
      * Sous-total du restaurant WccSiteCourant
      ******************************************************
       TOTALISER_SITE_RELEVE.
       DISPLAY '  => restaurant ',WccSiteCourant,' : ',WccTotalSite,
     -   ' EUR'
       MOVE SPACE TO exportLigne
       STRING WccSiteCourant ';SOUS-TOTAL;;;;;' WccTotalSite
     -   DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      *********** ENREGISTRER_CESSION_INTERCO **************
      * Valorise une sortie de stock d'un site vers un site
      * d'une autre entité juridique (transfert de stock ou
      * livraison de la cuisine centrale) : coût matière du
      * plat (WicCout, recalculé s'il est nul) majoré de la
      * marge de l'entité cédante, inscrit dans
      * datacessions.dat pour la facturation inter-sociétés
      * du mois (FACTURER_CESSIONS_INTERCO) ; sans effet
      * entre deux sites de la même entité. L'appelant
      * renseigne WicIdRestOrig, WicIdRestDest, WicPlat,
      * WicQte, WicCout, WicOrigine et WicRef, et a ouvert
      * frestaurants, fplats, fRecettes et fIngredients
      ******************************************************
       ENREGISTRER_CESSION_INTERCO.
       MOVE 0 TO WicEntiteEmet
       MOVE 0 TO WicEntiteRecoit
       MOVE WicIdRestOrig TO fr_id
       READ frestaurants
         NOT INVALID KEY
           MOVE fr_idEntite TO WicEntiteEmet
       END-READ
       MOVE WicIdRestDest TO fr_id
       READ frestaurants
         NOT INVALID KEY
           MOVE fr_idEntite TO WicEntiteRecoit
       END-READ
       IF WicEntiteEmet > 0 AND WicEntiteRecoit > 0
     -    AND WicEntiteEmet NOT = WicEntiteRecoit AND WicQte > 0 THEN
         IF WicCout = 0 THEN
           MOVE WicPlat TO WflPlat
           PERFORM CALCULER_COUT_MATIERE_PLAT
           MOVE WflCoutPlat TO WicCout
         END-IF
         MOVE 0 TO WicTaux
         OPEN INPUT fMargesInterco
         MOVE WicEntiteEmet TO fmi_idEntite
         READ fMargesInterco
           NOT INVALID KEY
             MOVE fmi_taux TO WicTaux
         END-READ
         CLOSE fMargesInterco
         COMPUTE WicMontant ROUNDED =
     -     WicQte * WicCout * (1 + WicTaux / 100)
         MOVE 'CESSION' TO WseqNom
         PERFORM ALLOUER_SEQUENCE
         IF WseqTrouve = 0 THEN
           MOVE 1 TO WseqValeur
           PERFORM SEMER_SEQUENCE
         END-IF
         MOVE WseqValeur TO fces_id
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO fces_date
         COMPUTE fces_periode = WdateSystemeISOInt / 100
         MOVE WicOrigine TO fces_origine
         MOVE WicRef TO fces_ref
         MOVE WicIdRestOrig TO fces_idrestOrig
         MOVE WicIdRestDest TO fces_idrestDest
         MOVE WicEntiteEmet TO fces_entiteEmet
         MOVE WicEntiteRecoit TO fces_entiteRecoit
         MOVE WicPlat TO fces_plat
         MOVE WicQte TO fces_qte
         MOVE WicCout TO fces_coutUnit
         MOVE WicTaux TO fces_taux
         MOVE WicMontant TO fces_montant
         MOVE 0 TO fces_numFacture
         OPEN I-O fCessions
         WRITE cessionTampon
         IF fces_stat = 0 THEN
           DISPLAY 'Cession inter-sociétés ',fces_id,' (entité ',
     -       WicEntiteEmet,' vers entité ',WicEntiteRecoit,') : ',
     -       WicMontant,' EUR HT'
           MOVE 'fCessions' TO WauditFichier
           MOVE fces_id TO WauditCle
           MOVE 'AJOUT' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement de la cession '
     -       'inter-sociétés (statut ',fces_stat,')'
         END-IF
         CLOSE fCessions
       END-IF.

      *********** GERER_ZONES_LIVRAISON *********************
      * Zones de livraison traiteur d'un restaurant
      * (datazoneslivraison.dat) : plage de codes postaux
      * desservie et frais de livraison facturés pour la
      * zone ; une adresse hors de toutes les zones du
      * restaurant n'est pas livrable
      ******************************************************
       GERER_ZONES_LIVRAISON.

       DISPLAY '|====================================|'
       DISPLAY '|=========== ZONES DE     ===========|'
       DISPLAY '|===========  LIVRAISON   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WlvIdRest
       MOVE WlvIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         OPEN I-O fZonesLivraison
         MOVE 9 TO WlvAction
         PERFORM WITH TEST AFTER UNTIL WlvAction = 0
           DISPLAY '1 - Créer ou modifier une zone'
           DISPLAY '2 - Lister les zones du restaurant'
           DISPLAY '3 - Supprimer une zone'
           DISPLAY '0 - Terminer'
           ACCEPT WlvAction
           EVALUATE WlvAction
             WHEN 1
               MOVE WlvIdRest TO fzl_idrest
               MOVE 0 TO fzl_zone
               PERFORM WITH TEST AFTER UNTIL fzl_zone >= 1
                 DISPLAY 'Numéro de la zone (1-99) :'
                 ACCEPT fzl_zone
               END-PERFORM
               READ fZonesLivraison
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   DISPLAY 'Zone existante (',fzl_libelle,'), elle '
     -               'sera modifiée'
               END-READ
               DISPLAY 'Libellé de la zone :'
               MOVE SPACE TO fzl_libelle
               ACCEPT fzl_libelle
               DISPLAY 'Premier code postal desservi :'
               ACCEPT fzl_codePDeb
               MOVE 0 TO fzl_codePFin
               PERFORM WITH TEST AFTER
     -         UNTIL fzl_codePFin >= fzl_codePDeb
                 DISPLAY 'Dernier code postal desservi :'
                 ACCEPT fzl_codePFin
               END-PERFORM
               DISPLAY 'Frais de livraison de la zone (EUR) :'
               ACCEPT fzl_frais
               WRITE zoneLivrTampon
               IF fzl_stat = 22 THEN
                 REWRITE zoneLivrTampon
               END-IF
               IF fzl_stat = 0 THEN
                 DISPLAY 'Zone ',fzl_zone,' enregistrée'
                 MOVE 'fZonesLivr' TO WauditFichier
                 MOVE fzl_cle TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
             WHEN 2
               MOVE WlvIdRest TO fzl_idrest
               MOVE 0 TO fzl_zone
               MOVE 0 TO WlvFinZone
               START fZonesLivraison, KEY IS >= fzl_cle
                 INVALID KEY MOVE 1 TO WlvFinZone
               END-START
               PERFORM UNTIL WlvFinZone = 1
                 READ fZonesLivraison NEXT
                 AT END MOVE 1 TO WlvFinZone
                 NOT AT END
                   IF fzl_idrest NOT = WlvIdRest THEN
                     MOVE 1 TO WlvFinZone
                   ELSE
                     DISPLAY '  ',fzl_zone,' - ',fzl_libelle,' : ',
     -                 fzl_codePDeb,' à ',fzl_codePFin,', ',
     -                 fzl_frais,' EUR'
                   END-IF
               END-PERFORM
             WHEN 3
               MOVE WlvIdRest TO fzl_idrest
               DISPLAY 'Numéro de la zone à supprimer :'
               ACCEPT fzl_zone
               DELETE fZonesLivraison
                 INVALID KEY
                   DISPLAY 'Zone inconnue'
                 NOT INVALID KEY
                   DISPLAY 'Zone supprimée'
                   MOVE 'fZonesLivr' TO WauditFichier
                   MOVE fzl_cle TO WauditCle
                   MOVE 'SUPPRESSION' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
               END-DELETE
           END-EVALUATE
         END-PERFORM
         CLOSE fZonesLivraison
       END-IF
       DISPLAY '-====================================-'.

      *********** CHERCHER_ZONE_LIVRAISON *******************
      * Zone du restaurant flv_idrest couvrant le code
      * postal flv_codeP : renseigne flv_zone et flv_frais,
      * WlvTrouveZone = 0 si l'adresse n'est pas livrable
      ******************************************************
       CHERCHER_ZONE_LIVRAISON.
       MOVE 0 TO WlvTrouveZone
       MOVE 0 TO flv_zone
       MOVE 0 TO flv_frais
       OPEN INPUT fZonesLivraison
       MOVE flv_idrest TO fzl_idrest
       MOVE 0 TO fzl_zone
       MOVE 0 TO WlvFinZone
       START fZonesLivraison, KEY IS >= fzl_cle
         INVALID KEY MOVE 1 TO WlvFinZone
       END-START
       PERFORM UNTIL WlvFinZone = 1 OR WlvTrouveZone = 1
         READ fZonesLivraison NEXT
         AT END MOVE 1 TO WlvFinZone
         NOT AT END
           IF fzl_idrest NOT = flv_idrest THEN
             MOVE 1 TO WlvFinZone
           ELSE
             IF flv_codeP >= fzl_codePDeb
     -          AND flv_codeP <= fzl_codePFin THEN
               MOVE 1 TO WlvTrouveZone
               MOVE fzl_zone TO flv_zone
               MOVE fzl_frais TO flv_frais
             END-IF
           END-IF
       END-PERFORM
       CLOSE fZonesLivraison.

      *********** GERER_CATALOGUE_EXTRAS ********************
      * Catalogue des prestations extras d'un restaurant
      * (dataextrascatalogue.dat) proposées pour les
      * occasions spéciales (gâteau, fleurs, champagne,
      * décoration...) : prix unitaire facturé, taux de TVA,
      * délai de commande minimal en jours avant le service,
      * fournisseur extérieur qui la livre (vide si préparée
      * sur place) et passage ou non par la cuisine
      ******************************************************
       GERER_CATALOGUE_EXTRAS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CATALOGUE    ===========|'
       DISPLAY '|===========  DES EXTRAS  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WxtIdRest
       MOVE WxtIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         OPEN I-O fExtrasCatalogue
         MOVE 9 TO WxtAction
         PERFORM WITH TEST AFTER UNTIL WxtAction = 0
           DISPLAY '1 - Créer ou modifier un extra'
           DISPLAY '2 - Lister les extras du restaurant'
           DISPLAY '3 - Supprimer un extra'
           DISPLAY '0 - Terminer'
           ACCEPT WxtAction
           EVALUATE WxtAction
             WHEN 1
               MOVE WxtIdRest TO fxa_idrest
               MOVE SPACE TO fxa_code
               PERFORM WITH TEST AFTER UNTIL fxa_code NOT = SPACE
                 DISPLAY 'Code de l''extra :'
                 ACCEPT fxa_code
               END-PERFORM
               READ fExtrasCatalogue
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   DISPLAY 'Extra existant (',fxa_libelle,'), il '
     -               'sera modifié'
               END-READ
               DISPLAY 'Libellé de l''extra :'
               MOVE SPACE TO fxa_libelle
               ACCEPT fxa_libelle
               DISPLAY 'Prix unitaire facturé (EUR) :'
               ACCEPT fxa_prix
               MOVE 0 TO fxa_catTVA
               PERFORM WITH TEST AFTER
     -         UNTIL fxa_catTVA >= 1 AND fxa_catTVA <= 3
                 DISPLAY 'Catégorie de TVA (1 : 5,5 %, 2 : 10 %, '
     -             '3 : 20 %) :'
                 ACCEPT fxa_catTVA
               END-PERFORM
               DISPLAY 'Délai de commande minimal (jours avant le '
     -           'service) :'
               ACCEPT fxa_delaiJours
               DISPLAY 'Fournisseur extérieur (vide si préparé sur '
     -           'place) :'
               MOVE SPACE TO fxa_fournisseur
               ACCEPT fxa_fournisseur
               PERFORM WITH TEST AFTER
     -         UNTIL fxa_cuisine = 0 OR fxa_cuisine = 1
                 DISPLAY 'A préparer ou dresser en cuisine ? '
     -             '1 : oui, 0 : non'
                 ACCEPT fxa_cuisine
               END-PERFORM
               WRITE extraCatTampon
               IF fxa_stat = 22 THEN
                 REWRITE extraCatTampon
               END-IF
               IF fxa_stat = 0 THEN
                 DISPLAY 'Extra ',fxa_code,' enregistré'
                 MOVE 'fExtrasCatal' TO WauditFichier
                 MOVE fxa_cle TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
               ELSE
                 DISPLAY 'Erreur lors de l''enregistrement'
               END-IF
             WHEN 2
               MOVE WxtIdRest TO fxa_idrest
               MOVE SPACE TO fxa_code
               MOVE 0 TO WxtFin
               START fExtrasCatalogue, KEY IS >= fxa_cle
                 INVALID KEY MOVE 1 TO WxtFin
               END-START
               PERFORM UNTIL WxtFin = 1
                 READ fExtrasCatalogue NEXT
                 AT END MOVE 1 TO WxtFin
                 NOT AT END
                   IF fxa_idrest NOT = WxtIdRest THEN
                     MOVE 1 TO WxtFin
                   ELSE
                     DISPLAY '  ',fxa_code,' - ',fxa_libelle,' : ',
     -                 fxa_prix,' EUR, délai ',fxa_delaiJours,
     -                 ' j'
                     IF fxa_fournisseur NOT = SPACE THEN
                       DISPLAY '      fournisseur : ',fxa_fournisseur
                     END-IF
                   END-IF
               END-PERFORM
             WHEN 3
               MOVE WxtIdRest TO fxa_idrest
               DISPLAY 'Code de l''extra à supprimer :'
               ACCEPT fxa_code
               DELETE fExtrasCatalogue
                 INVALID KEY
                   DISPLAY 'Extra inconnu'
                 NOT INVALID KEY
                   DISPLAY 'Extra supprimé du catalogue'
                   MOVE 'fExtrasCatal' TO WauditFichier
                   MOVE fxa_cle TO WauditCle
                   MOVE 'SUPPRESSION' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
               END-DELETE
           END-EVALUATE
         END-PERFORM
         CLOSE fExtrasCatalogue
       END-IF
       DISPLAY '-====================================-'.

      *********** GERER_OBJETS_TROUVES **********************
      * Registre des objets trouvés d'un restaurant
      * (dataobjetstrouves.dat) : description, date et
      * service de la découverte, table, personne qui l'a
      * trouvé et saisie ; rapprochement avec la
      * réservation de la table sur ce service et mise en
      * file d'une notification OBJET pour le client,
      * restitution au propriétaire contre une référence de
      * signature, extrait du registre sur une période
      * (déclarations aux assurances)
      ******************************************************
       GERER_OBJETS_TROUVES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== REGISTRE DES ===========|'
       DISPLAY '|===========  OBJETS      ===========|'
       DISPLAY '|===========  TROUVES     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WobIdRest
       MOVE WobIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         MOVE 0 TO WobOK
         OPEN INPUT frestaurants
         MOVE WobIdRest TO fr_id
         READ frestaurants
           INVALID KEY
             DISPLAY 'Restaurant inconnu'
           NOT INVALID KEY
             MOVE 1 TO WobOK
             MOVE fr_nbTables TO WobNbTables
         END-READ
         CLOSE frestaurants
       ELSE
         MOVE 0 TO WobOK
       END-IF
       IF WobOK = 1 THEN
         OPEN I-O fObjetsTrouves
         MOVE 9 TO WobAction
         PERFORM WITH TEST AFTER UNTIL WobAction = 0
           DISPLAY '1 - Enregistrer un objet trouvé'
           DISPLAY '2 - Rapprocher d''une réservation et prévenir le '
     -       'client'
           DISPLAY '3 - Restituer un objet à son propriétaire'
           DISPLAY '4 - Extrait du registre sur une période'
           DISPLAY '0 - Terminer'
           ACCEPT WobAction
           EVALUATE WobAction
             WHEN 1
               PERFORM ENREGISTRER_OBJET_TROUVE
             WHEN 2
               PERFORM LIRE_OBJET_TROUVE
               IF WobOK = 1 THEN
                 PERFORM RAPPROCHER_OBJET_TROUVE
               END-IF
             WHEN 3
               PERFORM LIRE_OBJET_TROUVE
               IF WobOK = 1 THEN
                 PERFORM RESTITUER_OBJET_TROUVE
               END-IF
             WHEN 4
               PERFORM EXTRAIRE_REGISTRE_OBJETS
           END-EVALUATE
         END-PERFORM
         CLOSE fObjetsTrouves
       END-IF
       DISPLAY '-====================================-'.

      *********** ENREGISTRER_OBJET_TROUVE ******************
      * Saisie d'un objet trouvé dans le restaurant
      * WobIdRest (table 0 : hors table ou inconnue) ; le
      * rapprochement avec la réservation est proposé dans
      * la foulée
      ******************************************************
       ENREGISTRER_OBJET_TROUVE.
       INITIALIZE objetTrouveTampon
       MOVE WobIdRest TO fob_idrest
       DISPLAY 'Description de l''objet :'
       MOVE SPACE TO fob_description
       ACCEPT fob_description
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 99999999 TO fob_dateTrouve
       PERFORM WITH TEST AFTER
     -   UNTIL fob_dateTrouve <= WdateSystemeISOInt
         DISPLAY 'Date de la découverte (AAAAMMJJ, 0 pour '
     -     'aujourd''hui) :'
         ACCEPT fob_dateTrouve
         IF fob_dateTrouve = 0 THEN
           MOVE WdateSystemeISOInt TO fob_dateTrouve
         END-IF
       END-PERFORM
       MOVE 0 TO fob_service
       PERFORM WITH TEST AFTER UNTIL fob_midi OR fob_soir
         DISPLAY 'Service : 1 midi, 2 soir'
         ACCEPT fob_service
       END-PERFORM
       MOVE 99999 TO fob_numTable
       PERFORM WITH TEST AFTER UNTIL fob_numTable <= WobNbTables
         DISPLAY 'Numéro de la table (1-',WobNbTables,', 0 : hors '
     -     'table) :'
         ACCEPT fob_numTable
       END-PERFORM
       DISPLAY 'Trouvé par (nom de l''employé) :'
       MOVE SPACE TO fob_trouvePar
       ACCEPT fob_trouvePar
       DISPLAY 'Valeur estimée (EUR, 0 si inconnue) :'
       ACCEPT fob_valeurEstimee
       MOVE WSessionPseudo TO fob_saisiPar
       MOVE 1 TO fob_statut
       MOVE 'OBJTROUVE' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO fob_id
       WRITE objetTrouveTampon
       IF fob_stat = 0 THEN
         DISPLAY 'Objet ',fob_id,' inscrit au registre'
         MOVE 'fObjetsTrouves' TO WauditFichier
         MOVE fob_id TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
         IF fob_numTable > 0 THEN
           MOVE 9 TO WobOK
           PERFORM WITH TEST AFTER UNTIL WobOK <= 1
             DISPLAY 'Rechercher la réservation de la table ? '
     -         '1 : oui, 0 : non'
             ACCEPT WobOK
           END-PERFORM
           IF WobOK = 1 THEN
             PERFORM RAPPROCHER_OBJET_TROUVE
           END-IF
         END-IF
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement de l''objet'
       END-IF.

      *********** LIRE_OBJET_TROUVE *************************
      * Lecture d'un objet du registre du restaurant
      * WobIdRest encore en garde (non restitué, ni donné,
      * ni détruit) : WobOK = 1 si l'objet est utilisable
      ******************************************************
       LIRE_OBJET_TROUVE.
       MOVE 0 TO WobOK
       DISPLAY 'Identifiant de l''objet :'
       ACCEPT WobId
       MOVE WobId TO fob_id
       READ fObjetsTrouves
         INVALID KEY
           DISPLAY 'Objet inconnu'
         NOT INVALID KEY
           IF fob_idrest NOT = WobIdRest THEN
             DISPLAY 'Objet inscrit au registre d''un autre '
     -         'restaurant'
           ELSE
             IF fob_nonReclame THEN
               MOVE 1 TO WobOK
               PERFORM AFFICHER_OBJET_TROUVE
             ELSE
               PERFORM LIBELLES_OBJET_TROUVE
               DISPLAY 'Objet déjà sorti du registre : ',
     -           FUNCTION TRIM(WobLibStatut)
             END-IF
           END-IF
       END-READ.

      *********** RAPPROCHER_OBJET_TROUVE *******************
      * Recherche des réservations du restaurant à la table
      * de l'objet (table principale ou table jointe), le
      * jour et au service de la découverte (midi avant
      * 17h, soir ensuite) ; la réservation retenue est
      * rattachée à l'objet et une notification OBJET est
      * mise en file pour son client
      ******************************************************
       RAPPROCHER_OBJET_TROUVE.
       IF fob_numTable = 0 THEN
         DISPLAY 'Objet trouvé hors table : pas de rapprochement'
       ELSE
         MOVE 0 TO WobNb
         OPEN INPUT freservations
         MOVE fob_dateTrouve TO frs_dateISO
         MOVE 0 TO WobFin
         START freservations, KEY IS = frs_dateISO
           INVALID KEY MOVE 1 TO WobFin
         END-START
         PERFORM UNTIL WobFin = 1
           READ freservations NEXT
           AT END MOVE 1 TO WobFin
           NOT AT END
             IF frs_dateISO NOT = fob_dateTrouve THEN
               MOVE 1 TO WobFin
             ELSE
               PERFORM CONTROLER_RESA_OBJET
               IF WobOK = 1 THEN
                 ADD 1 TO WobNb
                 DISPLAY '  Réservation ',frs_id,' - client ',
     -             frs_idcli,' - ',frs_heure_heure,'h',
     -             frs_heure_minute,' - ',frs_nbPersonnes,
     -             ' personne(s)'
               END-IF
             END-IF
         END-PERFORM
         IF WobNb = 0 THEN
           DISPLAY 'Aucune réservation à cette table pour ce '
     -       'service'
         ELSE
           DISPLAY 'Réservation à rapprocher (0 : aucune) :'
           ACCEPT WobIdResa
           IF WobIdResa > 0 THEN
             MOVE WobIdResa TO frs_id
             READ freservations
               INVALID KEY
                 MOVE 0 TO WobOK
               NOT INVALID KEY
                 PERFORM CONTROLER_RESA_OBJET
             END-READ
             IF WobOK = 0 THEN
               DISPLAY 'Réservation hors de la liste proposée'
             ELSE
               MOVE frs_id TO fob_idresa
               MOVE frs_idcli TO fob_idcli
               ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
               MOVE WdateSystemeISOInt TO fob_dateContact
               MOVE 2 TO fob_statut
               REWRITE objetTrouveTampon
               IF fob_stat = 0 THEN
                 DISPLAY 'Objet ',fob_id,' rapproché de la '
     -             'réservation ',fob_idresa
                 MOVE 'fObjetsTrouves' TO WauditFichier
                 MOVE fob_id TO WauditCle
                 MOVE 'MODIF' TO WauditOperation
                 PERFORM ENREGISTRER_AUDIT
                 MOVE 'OBJET' TO WntModele
                 PERFORM ENREGISTRER_NOTIFICATION
               ELSE
                 DISPLAY 'Erreur lors de la mise à jour de l''objet'
               END-IF
             END-IF
           END-IF
         END-IF
         CLOSE freservations
       END-IF.

      *********** CONTROLER_RESA_OBJET **********************
      * WobOK = 1 si la réservation du tampon resaTampon
      * (non annulée) occupait la table de l'objet du
      * tampon objetTrouveTampon le jour et au service de
      * la découverte
      ******************************************************
       CONTROLER_RESA_OBJET.
       MOVE 0 TO WobOK
       IF frs_idrest = fob_idrest AND frs_statut NOT = 3
     -    AND frs_dateISO = fob_dateTrouve
     -    AND (frs_numTable = fob_numTable
     -    OR frs_numTable2 = fob_numTable) THEN
         IF (fob_midi AND frs_heure_heure < 17)
     -      OR (fob_soir AND frs_heure_heure >= 17) THEN
           MOVE 1 TO WobOK
         END-IF
       END-IF.

      *********** RESTITUER_OBJET_TROUVE ********************
      * Remise de l'objet à son propriétaire : nom de la
      * personne qui le récupère et référence de la
      * signature (bon de remise signé) obligatoires
      ******************************************************
       RESTITUER_OBJET_TROUVE.
       DISPLAY 'Nom de la personne qui récupère l''objet :'
       MOVE SPACE TO fob_remisA
       ACCEPT fob_remisA
       MOVE SPACE TO fob_refSignature
       PERFORM WITH TEST AFTER UNTIL fob_refSignature NOT = SPACE
         DISPLAY 'Référence de la signature (bon de remise) :'
         ACCEPT fob_refSignature
       END-PERFORM
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE WdateSystemeISOInt TO fob_dateRestitution
       MOVE WSessionPseudo TO fob_sortiePar
       MOVE 3 TO fob_statut
       REWRITE objetTrouveTampon
       IF fob_stat = 0 THEN
         DISPLAY 'Objet ',fob_id,' restitué à ',
     -     FUNCTION TRIM(fob_remisA)
         MOVE 'fObjetsTrouves' TO WauditFichier
         MOVE fob_id TO WauditCle
         MOVE 'RESTITUTION' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de la restitution de l''objet'
       END-IF.

      *********** LIBELLES_OBJET_TROUVE *********************
      * Libellés WobLibStatut et WobLibService de l'objet
      * du tampon objetTrouveTampon
      ******************************************************
       LIBELLES_OBJET_TROUVE.
       EVALUATE TRUE
         WHEN fob_enGarde
           MOVE 'en garde' TO WobLibStatut
         WHEN fob_clientContacte
           MOVE 'client contacté' TO WobLibStatut
         WHEN fob_restitue
           MOVE 'restitué' TO WobLibStatut
         WHEN fob_donne
           MOVE 'donné' TO WobLibStatut
         WHEN OTHER
           MOVE 'détruit' TO WobLibStatut
       END-EVALUATE
       IF fob_midi THEN
         MOVE 'midi' TO WobLibService
       ELSE
         MOVE 'soir' TO WobLibService
       END-IF.

      *********** AFFICHER_OBJET_TROUVE *********************
      * Affiche l'objet du tampon objetTrouveTampon
      ******************************************************
       AFFICHER_OBJET_TROUVE.
       PERFORM LIBELLES_OBJET_TROUVE
       DISPLAY 'Objet ',fob_id,' : ',FUNCTION TRIM(fob_description)
       DISPLAY '  trouvé le ',fob_dateTrouve,' (',WobLibService,
     -   ') table ',fob_numTable,' par ',FUNCTION TRIM(fob_trouvePar)
       DISPLAY '  statut : ',FUNCTION TRIM(WobLibStatut),
     -   ', valeur estimée ',fob_valeurEstimee,' EUR'
       IF fob_idresa > 0 THEN
         DISPLAY '  réservation ',fob_idresa,' - client ',fob_idcli,
     -     ' prévenu le ',fob_dateContact
       END-IF.

      *********** EXTRAIRE_REGISTRE_OBJETS ******************
      * Extrait du registre des objets trouvés du
      * restaurant WobIdRest découverts sur une période,
      * avec le devenir de chaque objet (restitution et
      * signature, don ou destruction) et la valeur
      * estimée ; écrit
      * objets_trouves_<restaurant>_<début>_<fin>.csv,
      * inscrit au spool des états
      ******************************************************
       EXTRAIRE_REGISTRE_OBJETS.
       DISPLAY 'Date de début (AAAAMMJJ) :'
       ACCEPT WobDateDeb
       MOVE 0 TO WobDateFin
       PERFORM WITH TEST AFTER UNTIL WobDateFin >= WobDateDeb
         DISPLAY 'Date de fin (AAAAMMJJ) :'
         ACCEPT WobDateFin
       END-PERFORM
       MOVE SPACE TO WNomFichierExport
       STRING 'objets_trouves_' WobIdRest '_' WobDateDeb '_'
     -     WobDateFin '.csv' DELIMITED BY SIZE INTO WNomFichierExport
       OPEN OUTPUT fExport
       MOVE SPACE TO exportLigne
       STRING 'objet;date;service;table;description;trouve_par;'
     -   'saisi_par;valeur;statut;reservation;client;restitution;'
     -   'remis_a;signature;sortie' DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne
       MOVE 0 TO WobNb
       MOVE 0 TO WobTotal
       MOVE WobIdRest TO fob_idrest
       MOVE 0 TO WobFin
       START fObjetsTrouves, KEY IS = fob_idrest
         INVALID KEY MOVE 1 TO WobFin
       END-START
       PERFORM UNTIL WobFin = 1
         READ fObjetsTrouves NEXT
         AT END MOVE 1 TO WobFin
         NOT AT END
           IF fob_idrest NOT = WobIdRest THEN
             MOVE 1 TO WobFin
           ELSE
             IF fob_dateTrouve >= WobDateDeb
     -          AND fob_dateTrouve <= WobDateFin THEN
               ADD 1 TO WobNb
               ADD fob_valeurEstimee TO WobTotal
               PERFORM AFFICHER_OBJET_TROUVE
               MOVE SPACE TO exportLigne
               STRING fob_id ';' fob_dateTrouve ';' WobLibService ';'
     -           fob_numTable ';' FUNCTION TRIM(fob_description) ';'
     -           FUNCTION TRIM(fob_trouvePar) ';'
     -           FUNCTION TRIM(fob_saisiPar) ';' fob_valeurEstimee ';'
     -           FUNCTION TRIM(WobLibStatut) ';' fob_idresa ';'
     -           fob_idcli ';' fob_dateRestitution ';'
     -           FUNCTION TRIM(fob_remisA) ';'
     -           FUNCTION TRIM(fob_refSignature) ';' fob_dateSortie
     -           DELIMITED BY SIZE INTO exportLigne
               WRITE exportLigne
             END-IF
           END-IF
       END-PERFORM
       CLOSE fExport
       DISPLAY WobNb,' objet(s) sur la période, valeur estimée ',
     -     WobTotal,' EUR'
       DISPLAY 'Extrait écrit dans ',FUNCTION TRIM(WNomFichierExport)
       MOVE 'REGISTRE OBJETS TROUVES' TO WspoolRapport
       MOVE WNomFichierExport TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** OBJETS_NON_RECLAMES ***********************
      * Liste mensuelle des objets non réclamés d'un
      * restaurant trouvés depuis plus de 90 jours (en
      * garde ou client prévenu sans retour) : écrit
      * objets_non_reclames_<restaurant>_<AAAAMMJJ>.csv,
      * inscrit au spool, puis sortie du registre de chaque
      * objet donné ou détruit
      ******************************************************
       OBJETS_NON_RECLAMES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== OBJETS NON   ===========|'
       DISPLAY '|===========  RECLAMES    ===========|'
       DISPLAY '|===========  (90 JOURS)  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WobIdRest
       MOVE WobIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         COMPUTE WobJourLimite = FUNCTION DATE-OF-INTEGER(
     -     FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) - 90)
         MOVE SPACE TO WNomFichierExport
         STRING 'objets_non_reclames_' WobIdRest '_'
     -     WdateSystemeISOInt '.csv'
     -     DELIMITED BY SIZE INTO WNomFichierExport
         OPEN OUTPUT fExport
         MOVE SPACE TO exportLigne
         STRING 'objet;date;service;table;description;valeur;'
     -     'statut;age_jours' DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE 0 TO WobNb
         MOVE 0 TO WobTotal
         OPEN I-O fObjetsTrouves
         MOVE WobIdRest TO fob_idrest
         MOVE 0 TO WobFin
         START fObjetsTrouves, KEY IS = fob_idrest
           INVALID KEY MOVE 1 TO WobFin
         END-START
         PERFORM UNTIL WobFin = 1
           READ fObjetsTrouves NEXT
           AT END MOVE 1 TO WobFin
           NOT AT END
             IF fob_idrest NOT = WobIdRest THEN
               MOVE 1 TO WobFin
             ELSE
               IF fob_nonReclame
     -            AND fob_dateTrouve <= WobJourLimite THEN
                 ADD 1 TO WobNb
                 ADD fob_valeurEstimee TO WobTotal
                 COMPUTE WobAge =
     -             FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt)
     -             - FUNCTION INTEGER-OF-DATE(fob_dateTrouve)
                 PERFORM AFFICHER_OBJET_TROUVE
                 MOVE SPACE TO exportLigne
                 STRING fob_id ';' fob_dateTrouve ';' WobLibService
     -             ';' fob_numTable ';'
     -             FUNCTION TRIM(fob_description) ';'
     -             fob_valeurEstimee ';' FUNCTION TRIM(WobLibStatut)
     -             ';' WobAge DELIMITED BY SIZE INTO exportLigne
                 WRITE exportLigne
               END-IF
             END-IF
         END-PERFORM
         CLOSE fExport
         DISPLAY WobNb,' objet(s) non réclamé(s) depuis plus de 90 '
     -     'jours, valeur estimée ',WobTotal,' EUR'
         DISPLAY 'Liste écrite dans ',FUNCTION TRIM(WNomFichierExport)
         MOVE 'OBJETS NON RECLAMES' TO WspoolRapport
         MOVE WNomFichierExport TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
         IF WobNb > 0 THEN
           MOVE 99999999 TO WobId
           PERFORM WITH TEST AFTER UNTIL WobId = 0
             DISPLAY 'Objet donné ou détruit (identifiant, 0 : '
     -         'terminer) :'
             ACCEPT WobId
             IF WobId > 0 THEN
               PERFORM SORTIR_OBJET_NON_RECLAME
             END-IF
           END-PERFORM
         END-IF
         CLOSE fObjetsTrouves
       END-IF
       DISPLAY '-====================================-'.

      *********** SORTIR_OBJET_NON_RECLAME ******************
      * Sortie du registre de l'objet WobId non réclamé
      * depuis plus de 90 jours : don ou destruction, date
      * et utilisateur de la sortie
      ******************************************************
       SORTIR_OBJET_NON_RECLAME.
       MOVE WobId TO fob_id
       READ fObjetsTrouves
         INVALID KEY
           MOVE 0 TO WobOK
         NOT INVALID KEY
           MOVE 1 TO WobOK
       END-READ
       IF WobOK = 1 THEN
         IF fob_idrest NOT = WobIdRest OR NOT fob_nonReclame
     -      OR fob_dateTrouve > WobJourLimite THEN
           MOVE 0 TO WobOK
         END-IF
       END-IF
       IF WobOK = 0 THEN
         DISPLAY 'Objet absent de la liste des non réclamés'
       ELSE
         MOVE 9 TO WobSortie
         PERFORM WITH TEST AFTER UNTIL WobSortie <= 2
           DISPLAY 'Sortie : 1 don, 2 destruction, 0 conserver'
           ACCEPT WobSortie
         END-PERFORM
         IF WobSortie > 0 THEN
           COMPUTE fob_statut = WobSortie + 3
           ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
           MOVE WdateSystemeISOInt TO fob_dateSortie
           MOVE WSessionPseudo TO fob_sortiePar
           REWRITE objetTrouveTampon
           IF fob_stat = 0 THEN
             PERFORM LIBELLES_OBJET_TROUVE
             DISPLAY 'Objet ',fob_id,' sorti du registre : ',
     -         FUNCTION TRIM(WobLibStatut)
             MOVE 'fObjetsTrouves' TO WauditFichier
             MOVE fob_id TO WauditCle
             MOVE 'SORTIE' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de la sortie de l''objet'
           END-IF
         END-IF
       END-IF.

      *********** GERER_EQUIPEMENTS *************************
      * Parc d'équipements de cuisine d'un restaurant
      * (dataequipements.dat : type, marque, numéro de
      * série, mise en service, prestataire de maintenance,
      * fin de garantie, périodicité de la maintenance
      * préventive, point de contrôle HACCP relié) et
      * tickets de panne (datapannes.dat : appel du
      * prestataire, durée d'arrêt, coût de réparation)
      ******************************************************
       GERER_EQUIPEMENTS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== EQUIPEMENTS  ===========|'
       DISPLAY '|===========  DE CUISINE  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WeqIdRest
       MOVE WeqIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       MOVE 0 TO WeqOK
       IF WscopeOK = 1 THEN
         OPEN INPUT frestaurants
         MOVE WeqIdRest TO fr_id
         READ frestaurants
           INVALID KEY
             DISPLAY 'Restaurant inexistant'
           NOT INVALID KEY
             MOVE 1 TO WeqOK
         END-READ
         CLOSE frestaurants
       END-IF
       IF WeqOK = 1 THEN
         OPEN I-O fEquipements
         OPEN I-O fPannes
         MOVE 9 TO WeqAction
         PERFORM WITH TEST AFTER UNTIL WeqAction = 0
           DISPLAY 'Equipements de ',fr_nom
           DISPLAY '1 - Ajouter un équipement'
           DISPLAY '2 - Modifier ou réformer un équipement'
           DISPLAY '3 - Lister le parc du restaurant'
           DISPLAY '4 - Enregistrer une maintenance préventive'
           DISPLAY '5 - Ouvrir un ticket de panne'
           DISPLAY '6 - Suivre un ticket (prestataire, remise en '
     -       'service)'
           DISPLAY '7 - Lister les tickets en cours'
           DISPLAY '0 - Terminer'
           ACCEPT WeqAction
           EVALUATE WeqAction
             WHEN 1
               PERFORM AJOUTER_EQUIPEMENT
             WHEN 2
               PERFORM LIRE_EQUIPEMENT
               IF WeqOK = 1 THEN
                 PERFORM MODIFIER_EQUIPEMENT
               END-IF
             WHEN 3
               PERFORM LISTER_EQUIPEMENTS
             WHEN 4
               PERFORM LIRE_EQUIPEMENT
               IF WeqOK = 1 THEN
                 PERFORM ENREGISTRER_MAINTENANCE_EQUIP
               END-IF
             WHEN 5
               PERFORM LIRE_EQUIPEMENT
               IF WeqOK = 1 THEN
                 PERFORM OUVRIR_TICKET_PANNE
               END-IF
             WHEN 6
               PERFORM SUIVRE_TICKET_PANNE
             WHEN 7
               PERFORM LISTER_TICKETS_PANNE
           END-EVALUATE
         END-PERFORM
         CLOSE fPannes
         CLOSE fEquipements
       END-IF
       DISPLAY '-====================================-'.

      *********** AJOUTER_EQUIPEMENT ************************
      * Inscription d'un équipement au parc du restaurant
      * WeqIdRest ; la prochaine maintenance préventive est
      * calculée à partir de la dernière réalisée (ou de la
      * mise en service) et de la périodicité en jours
      ******************************************************
       AJOUTER_EQUIPEMENT.
       INITIALIZE equipementTampon
       MOVE WeqIdRest TO feq_idrest
       MOVE 0 TO feq_type
       PERFORM WITH TEST AFTER UNTIL feq_type >= 1 AND feq_type <= 4
         DISPLAY 'Type : 1 froid (chambre froide, frigo), '
     -     '2 cuisson (four, friteuse), 3 lavage, 4 autre'
         ACCEPT feq_type
       END-PERFORM
       DISPLAY 'Désignation (chambre froide positive, four '
     -   'mixte, ...) :'
       ACCEPT feq_libelle
       DISPLAY 'Marque :'
       ACCEPT feq_marque
       DISPLAY 'Numéro de série :'
       ACCEPT feq_numSerie
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       DISPLAY 'Date de mise en service (AAAAMMJJ, 0 pour '
     -   'aujourd''hui) :'
       ACCEPT feq_dateInstall
       IF feq_dateInstall = 0 THEN
         MOVE WdateSystemeISOInt TO feq_dateInstall
       END-IF
       DISPLAY 'Prix d''achat (EUR) :'
       ACCEPT feq_prixAchat
       DISPLAY 'Prestataire de maintenance :'
       ACCEPT feq_prestataire
       DISPLAY 'Téléphone du prestataire :'
       ACCEPT feq_telPrestataire
       DISPLAY 'Fin de garantie (AAAAMMJJ, 0 : aucune) :'
       ACCEPT feq_finGarantie
       DISPLAY 'Périodicité de la maintenance préventive (jours, '
     -   '0 : aucune) :'
       ACCEPT feq_intervalleMaint
       IF feq_intervalleMaint > 0 THEN
         DISPLAY 'Date de la dernière maintenance (AAAAMMJJ, 0 : '
     -     'aucune) :'
         ACCEPT feq_dateDerniereMaint
       END-IF
       PERFORM CALCULER_PROCHAINE_MAINT
       PERFORM SAISIR_POINT_HACCP_EQUIP
       MOVE 1 TO feq_actif
       MOVE 'EQUIPEMENT' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO feq_id
       WRITE equipementTampon
       IF feq_stat = 0 THEN
         DISPLAY 'Equipement ',feq_id,' inscrit au parc'
         IF feq_dateProchaineMaint > 0 THEN
           DISPLAY 'Prochaine maintenance préventive le ',
     -       feq_dateProchaineMaint
         END-IF
         MOVE 'fEquipements' TO WauditFichier
         MOVE feq_id TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''inscription de l''équipement'
       END-IF.

      *********** CALCULER_PROCHAINE_MAINT ******************
      * Date de la prochaine maintenance préventive de
      * l'équipement du tampon equipementTampon : dernière
      * maintenance (à défaut mise en service) plus la
      * périodicité ; 0 si l'équipement n'en a pas
      ******************************************************
       CALCULER_PROCHAINE_MAINT.
       IF feq_intervalleMaint = 0 THEN
         MOVE 0 TO feq_dateProchaineMaint
       ELSE
         IF feq_dateDerniereMaint > 0 THEN
           COMPUTE feq_dateProchaineMaint = FUNCTION DATE-OF-INTEGER(
     -       FUNCTION INTEGER-OF-DATE(feq_dateDerniereMaint)
     -       + feq_intervalleMaint)
         ELSE
           COMPUTE feq_dateProchaineMaint = FUNCTION DATE-OF-INTEGER(
     -       FUNCTION INTEGER-OF-DATE(feq_dateInstall)
     -       + feq_intervalleMaint)
         END-IF
       END-IF.

      *********** SAISIR_POINT_HACCP_EQUIP ******************
      * Point de contrôle HACCP du restaurant relié à
      * l'équipement : un relevé non conforme sur ce point
      * ouvre automatiquement un ticket de panne
      ******************************************************
       SAISIR_POINT_HACCP_EQUIP.
       OPEN INPUT fPointsHaccp
       MOVE 0 TO WeqOK
       PERFORM WITH TEST AFTER UNTIL WeqOK = 1
         DISPLAY 'Point de contrôle HACCP relié (numéro, 0 : '
     -     'aucun) :'
         ACCEPT feq_pointHaccp
         IF feq_pointHaccp = 0 THEN
           MOVE 1 TO WeqOK
         ELSE
           MOVE feq_idrest TO fph_idrest
           MOVE feq_pointHaccp TO fph_num
           READ fPointsHaccp
             INVALID KEY
               DISPLAY 'Point de contrôle inconnu pour ce restaurant'
             NOT INVALID KEY
               DISPLAY 'Relié au point ',fph_libelle
               MOVE 1 TO WeqOK
           END-READ
         END-IF
       END-PERFORM
       CLOSE fPointsHaccp.

      *********** LIRE_EQUIPEMENT ***************************
      * Lecture d'un équipement en service du restaurant
      * WeqIdRest : WeqOK = 1 si l'équipement est utilisable
      ******************************************************
       LIRE_EQUIPEMENT.
       MOVE 0 TO WeqOK
       DISPLAY 'Identifiant de l''équipement :'
       ACCEPT WeqId
       MOVE WeqId TO feq_id
       READ fEquipements
         INVALID KEY
           DISPLAY 'Equipement inconnu'
         NOT INVALID KEY
           IF feq_idrest NOT = WeqIdRest THEN
             DISPLAY 'Equipement d''un autre restaurant'
           ELSE
             IF feq_actif = 0 THEN
               DISPLAY 'Equipement réformé le ',feq_dateReforme
             ELSE
               MOVE 1 TO WeqOK
               PERFORM AFFICHER_EQUIPEMENT
             END-IF
           END-IF
       END-READ.

      *********** AFFICHER_EQUIPEMENT ***********************
      * Affiche l'équipement du tampon equipementTampon
      ******************************************************
       AFFICHER_EQUIPEMENT.
       PERFORM LIBELLE_TYPE_EQUIPEMENT
       DISPLAY 'Equipement ',feq_id,' : ',FUNCTION TRIM(feq_libelle),
     -   ' (',FUNCTION TRIM(WeqLibType),')'
       DISPLAY '  ',FUNCTION TRIM(feq_marque),' n. série ',
     -   FUNCTION TRIM(feq_numSerie),', en service depuis le ',
     -     feq_dateInstall
       DISPLAY '  prestataire ',FUNCTION TRIM(feq_prestataire),
     -   ' (',feq_telPrestataire,'), garantie jusqu''au ',
     -     feq_finGarantie
       IF feq_intervalleMaint > 0 THEN
         DISPLAY '  maintenance tous les ',feq_intervalleMaint,
     -     ' jours, dernière ',feq_dateDerniereMaint,
     -     ', prochaine ',feq_dateProchaineMaint
       END-IF
       IF feq_pointHaccp > 0 THEN
         DISPLAY '  relié au point HACCP ',feq_pointHaccp
       END-IF.

      *********** LIBELLE_TYPE_EQUIPEMENT *******************
      * Libellé WeqLibType du type de l'équipement
      ******************************************************
       LIBELLE_TYPE_EQUIPEMENT.
       EVALUATE TRUE
         WHEN feq_froid
           MOVE 'froid' TO WeqLibType
         WHEN feq_cuisson
           MOVE 'cuisson' TO WeqLibType
         WHEN feq_lavage
           MOVE 'lavage' TO WeqLibType
         WHEN OTHER
           MOVE 'autre' TO WeqLibType
       END-EVALUATE.

      *********** MODIFIER_EQUIPEMENT ***********************
      * Mise à jour du prestataire, de la garantie, de la
      * périodicité de maintenance et du point HACCP relié,
      * ou réforme de l'équipement (sortie du parc)
      ******************************************************
       MODIFIER_EQUIPEMENT.
       MOVE 9 TO WeqOK
       PERFORM WITH TEST AFTER UNTIL WeqOK <= 1
         DISPLAY 'Réformer l''équipement ? 1 : oui, 0 : non'
         ACCEPT WeqOK
       END-PERFORM
       IF WeqOK = 1 THEN
         MOVE 0 TO feq_actif
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE WdateSystemeISOInt TO feq_dateReforme
         MOVE 0 TO feq_pointHaccp
         MOVE 0 TO feq_dateProchaineMaint
       ELSE
         DISPLAY 'Prestataire de maintenance (vide : inchangé) :'
         MOVE SPACE TO WeqPrestataire
         ACCEPT WeqPrestataire
         IF WeqPrestataire NOT = SPACE THEN
           MOVE WeqPrestataire TO feq_prestataire
           DISPLAY 'Téléphone du prestataire :'
           ACCEPT feq_telPrestataire
         END-IF
         DISPLAY 'Fin de garantie (AAAAMMJJ, 0 : inchangée) :'
         ACCEPT WeqDate
         IF WeqDate > 0 THEN
           MOVE WeqDate TO feq_finGarantie
         END-IF
         DISPLAY 'Périodicité de maintenance (jours, 0 : aucune) :'
         ACCEPT feq_intervalleMaint
         PERFORM CALCULER_PROCHAINE_MAINT
         PERFORM SAISIR_POINT_HACCP_EQUIP
       END-IF
       REWRITE equipementTampon
       IF feq_stat = 0 THEN
         DISPLAY 'Equipement ',feq_id,' mis à jour'
         MOVE 'fEquipements' TO WauditFichier
         MOVE feq_id TO WauditCle
         MOVE 'MODIF' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de la mise à jour de l''équipement'
       END-IF.

      *********** LISTER_EQUIPEMENTS ************************
      * Liste le parc en service du restaurant WeqIdRest
      ******************************************************
       LISTER_EQUIPEMENTS.
       MOVE 0 TO WeqNb
       MOVE WeqIdRest TO feq_idrest
       MOVE 0 TO WeqFin
       START fEquipements, KEY IS = feq_idrest
         INVALID KEY MOVE 1 TO WeqFin
       END-START
       PERFORM UNTIL WeqFin = 1
         READ fEquipements NEXT
         AT END MOVE 1 TO WeqFin
         NOT AT END
           IF feq_idrest NOT = WeqIdRest THEN
             MOVE 1 TO WeqFin
           ELSE
             IF feq_actif = 1 THEN
               ADD 1 TO WeqNb
               PERFORM AFFICHER_EQUIPEMENT
             END-IF
           END-IF
       END-PERFORM
       DISPLAY WeqNb,' équipement(s) en service'.

      *********** ENREGISTRER_MAINTENANCE_EQUIP *************
      * Maintenance préventive réalisée sur l'équipement du
      * tampon equipementTampon : tracée comme une
      * intervention close (nature préventive) avec son
      * coût, la prochaine échéance est recalculée
      ******************************************************
       ENREGISTRER_MAINTENANCE_EQUIP.
       INITIALIZE panneTampon
       MOVE 2 TO fpan_nature
       MOVE 1 TO fpan_origine
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 99999999 TO fpan_dateReparation
       PERFORM WITH TEST AFTER
     -   UNTIL fpan_dateReparation <= WdateSystemeISOInt
         DISPLAY 'Date de la maintenance (AAAAMMJJ, 0 pour '
     -     'aujourd''hui) :'
         ACCEPT fpan_dateReparation
         IF fpan_dateReparation = 0 THEN
           MOVE WdateSystemeISOInt TO fpan_dateReparation
         END-IF
       END-PERFORM
       MOVE fpan_dateReparation TO fpan_dateOuverture
       MOVE fpan_dateReparation TO fpan_dateAppel
       DISPLAY 'Compte rendu de la maintenance :'
       MOVE SPACE TO fpan_description
       ACCEPT fpan_description
       DISPLAY 'Référence de l''intervention du prestataire :'
       ACCEPT fpan_refIntervention
       PERFORM SAISIR_COUT_INTERVENTION
       MOVE 3 TO fpan_statut
       PERFORM ECRIRE_TICKET_PANNE
       IF fpan_stat = 0 THEN
         MOVE fpan_dateReparation TO feq_dateDerniereMaint
         PERFORM CALCULER_PROCHAINE_MAINT
         REWRITE equipementTampon
         IF feq_dateProchaineMaint > 0 THEN
           DISPLAY 'Prochaine maintenance préventive le ',
     -       feq_dateProchaineMaint
         END-IF
       END-IF.

      *********** SAISIR_COUT_INTERVENTION ******************
      * Coût de l'intervention du tampon panneTampon :
      * pièces et main d'oeuvre, prise en charge sous
      * garantie proposée si l'intervention a lieu avant
      * la fin de garantie de l'équipement
      ******************************************************
       SAISIR_COUT_INTERVENTION.
       MOVE 0 TO fpan_sousGarantie
       IF fpan_dateOuverture <= feq_finGarantie THEN
         MOVE 9 TO fpan_sousGarantie
         PERFORM WITH TEST AFTER UNTIL fpan_sousGarantie <= 1
           DISPLAY 'Equipement sous garantie jusqu''au ',
     -       feq_finGarantie,' : prise en charge ? 1 : oui, '
     -       '0 : non'
           ACCEPT fpan_sousGarantie
         END-PERFORM
       END-IF
       IF fpan_sousGarantie = 1 THEN
         MOVE 0 TO fpan_coutPieces
         MOVE 0 TO fpan_coutMainOeuvre
       ELSE
         DISPLAY 'Coût des pièces (EUR) :'
         ACCEPT fpan_coutPieces
         DISPLAY 'Coût de la main d''oeuvre et du déplacement '
     -     '(EUR) :'
         ACCEPT fpan_coutMainOeuvre
       END-IF
       COMPUTE fpan_coutTotal = fpan_coutPieces
     -   + fpan_coutMainOeuvre.

      *********** ECRIRE_TICKET_PANNE ***********************
      * Numérote (séquence PANNE) et écrit l'intervention du
      * tampon panneTampon sur l'équipement du tampon
      * equipementTampon (fichier fPannes ouvert en I-O)
      ******************************************************
       ECRIRE_TICKET_PANNE.
       MOVE feq_id TO fpan_idequip
       MOVE feq_idrest TO fpan_idrest
       IF fpan_ouvertPar = SPACE THEN
         MOVE WSessionPseudo TO fpan_ouvertPar
       END-IF
       MOVE 'PANNE' TO WseqNom
       PERFORM ALLOUER_SEQUENCE
       IF WseqTrouve = 0 THEN
         MOVE 1 TO WseqValeur
         PERFORM SEMER_SEQUENCE
       END-IF
       MOVE WseqValeur TO fpan_id
       WRITE panneTampon
       IF fpan_stat = 0 THEN
         IF fpan_preventive THEN
           DISPLAY 'Maintenance ',fpan_id,' enregistrée sur ',
     -       FUNCTION TRIM(feq_libelle)
         ELSE
           DISPLAY 'Ticket de panne ',fpan_id,' ouvert sur ',
     -       FUNCTION TRIM(feq_libelle),' - prestataire ',
     -       FUNCTION TRIM(feq_prestataire),' ',feq_telPrestataire
         END-IF
         MOVE 'fPannes' TO WauditFichier
         MOVE fpan_id TO WauditCle
         MOVE 'AJOUT' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       ELSE
         DISPLAY 'Erreur lors de l''enregistrement de '
     -     'l''intervention'
       END-IF.

      *********** CHERCHER_TICKET_EN_COURS ******************
      * WpanTrouve = 1 si une panne est déjà en cours sur
      * l'équipement du tampon equipementTampon (numéro du
      * ticket dans WpanId)
      ******************************************************
       CHERCHER_TICKET_EN_COURS.
       MOVE 0 TO WpanTrouve
       MOVE feq_id TO fpan_idequip
       MOVE 0 TO WpanFin
       START fPannes, KEY IS = fpan_idequip
         INVALID KEY MOVE 1 TO WpanFin
       END-START
       PERFORM UNTIL WpanFin = 1 OR WpanTrouve = 1
         READ fPannes NEXT
         AT END MOVE 1 TO WpanFin
         NOT AT END
           IF fpan_idequip NOT = feq_id THEN
             MOVE 1 TO WpanFin
           ELSE
             IF fpan_panne AND fpan_enCours THEN
               MOVE 1 TO WpanTrouve
               MOVE fpan_id TO WpanId
             END-IF
           END-IF
       END-PERFORM.

      *********** OUVRIR_TICKET_PANNE ***********************
      * Ouverture manuelle d'un ticket de panne sur
      * l'équipement du tampon equipementTampon
      ******************************************************
       OUVRIR_TICKET_PANNE.
       PERFORM CHERCHER_TICKET_EN_COURS
       IF WpanTrouve = 1 THEN
         DISPLAY 'Ticket ',WpanId,' déjà en cours sur cet '
     -     'équipement'
       ELSE
         INITIALIZE panneTampon
         MOVE 1 TO fpan_nature
         MOVE 1 TO fpan_origine
         DISPLAY 'Description de la panne :'
         MOVE SPACE TO fpan_description
         ACCEPT fpan_description
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         ACCEPT WheureSystemeISO FROM TIME
         MOVE WdateSystemeISOInt TO fpan_dateOuverture
         COMPUTE fpan_heureOuverture = WheureSystemeISO_heure * 100
     -     + WheureSystemeISO_minute
         MOVE 1 TO fpan_statut
         PERFORM ECRIRE_TICKET_PANNE
       END-IF.

      *********** OUVRIR_PANNE_HACCP ************************
      * Relevé non conforme sur le point HACCP WhcNum du
      * restaurant fr_id : un ticket de panne est ouvert
      * automatiquement sur chaque équipement en service
      * relié à ce point, sauf si une panne y est déjà en
      * cours
      ******************************************************
       OUVRIR_PANNE_HACCP.
       OPEN INPUT fEquipements
       OPEN I-O fPannes
       MOVE fr_id TO feq_idrest
       MOVE 0 TO WeqFin
       START fEquipements, KEY IS = feq_idrest
         INVALID KEY MOVE 1 TO WeqFin
       END-START
       PERFORM UNTIL WeqFin = 1
         READ fEquipements NEXT
         AT END MOVE 1 TO WeqFin
         NOT AT END
           IF feq_idrest NOT = fr_id THEN
             MOVE 1 TO WeqFin
           ELSE
             IF feq_actif = 1 AND feq_pointHaccp = WhcNum THEN
               PERFORM CHERCHER_TICKET_EN_COURS
               IF WpanTrouve = 1 THEN
                 DISPLAY 'Ticket de panne ',WpanId,' déjà en cours '
     -             'sur ',FUNCTION TRIM(feq_libelle)
               ELSE
                 INITIALIZE panneTampon
                 MOVE 1 TO fpan_nature
                 MOVE 2 TO fpan_origine
                 MOVE SPACE TO fpan_description
                 STRING 'Relevé HACCP hors plage sur '
     -             FUNCTION TRIM(fph_libelle) ' : '
     -             FUNCTION TRIM(frh_action)
     -             DELIMITED BY SIZE INTO fpan_description
                 MOVE frh_date TO fpan_dateOuverture
                 MOVE frh_heure TO fpan_heureOuverture
                 MOVE 1 TO fpan_statut
                 PERFORM ECRIRE_TICKET_PANNE
               END-IF
             END-IF
           END-IF
       END-PERFORM
       CLOSE fPannes
       CLOSE fEquipements.

      *********** SUIVRE_TICKET_PANNE ***********************
      * Suivi d'un ticket de panne en cours du restaurant
      * WeqIdRest : appel du prestataire (date, heure,
      * référence d'intervention) puis remise en service
      * avec calcul de la durée d'arrêt et coût de la
      * réparation
      ******************************************************
       SUIVRE_TICKET_PANNE.
       DISPLAY 'Numéro du ticket :'
       ACCEPT WpanId
       MOVE WpanId TO fpan_id
       MOVE 0 TO WpanTrouve
       READ fPannes
         INVALID KEY
           DISPLAY 'Ticket inconnu'
         NOT INVALID KEY
           IF fpan_idrest NOT = WeqIdRest THEN
             DISPLAY 'Ticket d''un autre restaurant'
           ELSE
             IF NOT fpan_enCours THEN
               DISPLAY 'Ticket déjà clos'
             ELSE
               MOVE 1 TO WpanTrouve
             END-IF
           END-IF
       END-READ
       IF WpanTrouve = 1 THEN
         MOVE fpan_idequip TO feq_id
         READ fEquipements
           INVALID KEY
             MOVE 0 TO WpanTrouve
         END-READ
       END-IF
       IF WpanTrouve = 1 THEN
         PERFORM AFFICHER_TICKET_PANNE
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         ACCEPT WheureSystemeISO FROM TIME
         IF fpan_ouvert THEN
           DISPLAY 'Prestataire ',FUNCTION TRIM(feq_prestataire),
     -       ' ',feq_telPrestataire
           DISPLAY 'Référence d''intervention donnée par le '
     -       'prestataire :'
           ACCEPT fpan_refIntervention
           MOVE WdateSystemeISOInt TO fpan_dateAppel
           COMPUTE fpan_heureAppel = WheureSystemeISO_heure * 100
     -       + WheureSystemeISO_minute
           MOVE 2 TO fpan_statut
         ELSE
           MOVE 9 TO WpanAction
           PERFORM WITH TEST AFTER UNTIL WpanAction <= 1
             DISPLAY 'Equipement remis en service ? 1 : oui, 0 : non'
             ACCEPT WpanAction
           END-PERFORM
           IF WpanAction = 1 THEN
             MOVE WdateSystemeISOInt TO fpan_dateReparation
             COMPUTE fpan_heureReparation =
     -         WheureSystemeISO_heure * 100 + WheureSystemeISO_minute
             PERFORM CALCULER_DUREE_ARRET
             PERFORM SAISIR_COUT_INTERVENTION
             MOVE 3 TO fpan_statut
           END-IF
         END-IF
         REWRITE panneTampon
         IF fpan_stat = 0 THEN
           PERFORM LIBELLE_STATUT_PANNE
           DISPLAY 'Ticket ',fpan_id,' : ',
     -       FUNCTION TRIM(WpanLibStatut)
           IF fpan_clos THEN
             DISPLAY '  arrêt de ',fpan_heuresArret,' heure(s), '
     -         'coût ',fpan_coutTotal,' EUR'
           END-IF
           MOVE 'fPannes' TO WauditFichier
           MOVE fpan_id TO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de la mise à jour du ticket'
         END-IF
       END-IF.

      *********** CALCULER_DUREE_ARRET **********************
      * Durée d'arrêt en heures (arrondie) entre l'ouverture
      * et la remise en service du ticket panneTampon
      ******************************************************
       CALCULER_DUREE_ARRET.
       MOVE fpan_heureOuverture TO WpanHeure
       MOVE fpan_heureReparation TO WpanHeureFin
       COMPUTE WpanDuree =
     -   (FUNCTION INTEGER-OF-DATE(fpan_dateReparation)
     -   - FUNCTION INTEGER-OF-DATE(fpan_dateOuverture)) * 1440
     -   + WpanHHFin * 60 + WpanMMFin - WpanHH * 60 - WpanMM
       IF WpanDuree < 0 THEN
         MOVE 0 TO WpanDuree
       END-IF
       COMPUTE fpan_heuresArret ROUNDED = WpanDuree / 60.

      *********** LIBELLE_STATUT_PANNE **********************
      * Libellé WpanLibStatut du statut du ticket
      ******************************************************
       LIBELLE_STATUT_PANNE.
       EVALUATE TRUE
         WHEN fpan_ouvert
           MOVE 'ouvert' TO WpanLibStatut
         WHEN fpan_prestataireAppele
           MOVE 'prestataire appelé' TO WpanLibStatut
         WHEN OTHER
           MOVE 'clos' TO WpanLibStatut
       END-EVALUATE.

      *********** AFFICHER_TICKET_PANNE *********************
      * Affiche le ticket du tampon panneTampon
      ******************************************************
       AFFICHER_TICKET_PANNE.
       PERFORM LIBELLE_STATUT_PANNE
       DISPLAY 'Ticket ',fpan_id,' - équipement ',fpan_idequip,
     -   ' - ',FUNCTION TRIM(WpanLibStatut)
       DISPLAY '  ouvert le ',fpan_dateOuverture,' à ',
     -     fpan_heureOuverture,' par ',FUNCTION TRIM(fpan_ouvertPar)
       DISPLAY '  ',FUNCTION TRIM(fpan_description)
       IF fpan_dateAppel > 0 THEN
         DISPLAY '  prestataire appelé le ',fpan_dateAppel,' à ',
     -     fpan_heureAppel,', intervention ',
     -     FUNCTION TRIM(fpan_refIntervention)
       END-IF.

      *********** LISTER_TICKETS_PANNE **********************
      * Liste les tickets de panne en cours du restaurant
      * WeqIdRest
      ******************************************************
       LISTER_TICKETS_PANNE.
       MOVE 0 TO WpanNb
       MOVE WeqIdRest TO fpan_idrest
       MOVE 0 TO WpanFin
       START fPannes, KEY IS = fpan_idrest
         INVALID KEY MOVE 1 TO WpanFin
       END-START
       PERFORM UNTIL WpanFin = 1
         READ fPannes NEXT
         AT END MOVE 1 TO WpanFin
         NOT AT END
           IF fpan_idrest NOT = WeqIdRest THEN
             MOVE 1 TO WpanFin
           ELSE
             IF fpan_panne AND fpan_enCours THEN
               ADD 1 TO WpanNb
               PERFORM AFFICHER_TICKET_PANNE
             END-IF
           END-IF
       END-PERFORM
       DISPLAY WpanNb,' ticket(s) de panne en cours'.

      *********** MAINTENANCES_A_ECHEANCE *******************
      * Equipements en service dont la maintenance
      * préventive est échue ou arrive à échéance dans
      * l'horizon demandé, pour un restaurant ou tous
      * (0) ; écrit maintenances_<AAAAMMJJ>.csv et inscrit
      * la liste au spool des états
      ******************************************************
       MAINTENANCES_A_ECHEANCE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== MAINTENANCES ===========|'
       DISPLAY '|===========  A ECHEANCE  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant (0 : tous) :'
       ACCEPT WeqIdRest
       MOVE WeqIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         DISPLAY 'Horizon en jours (0 : échues seulement) :'
         ACCEPT WeqHorizon
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         COMPUTE WeqJourLimite = FUNCTION DATE-OF-INTEGER(
     -     FUNCTION INTEGER-OF-DATE(WdateSystemeISOInt) + WeqHorizon)
         MOVE SPACE TO WNomFichierExport
         STRING 'maintenances_' WdateSystemeISOInt '.csv'
     -     DELIMITED BY SIZE INTO WNomFichierExport
         OPEN OUTPUT fExport
         MOVE SPACE TO exportLigne
         STRING 'restaurant;equipement;designation;prestataire;'
     -     'telephone;derniere;echeance;etat'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE 0 TO WeqNb
         OPEN INPUT fEquipements
         MOVE 0 TO WeqFin
         IF WeqIdRest = 0 THEN
           MOVE 0 TO feq_id
           START fEquipements, KEY IS >= feq_id
             INVALID KEY MOVE 1 TO WeqFin
           END-START
         ELSE
           MOVE WeqIdRest TO feq_idrest
           START fEquipements, KEY IS = feq_idrest
             INVALID KEY MOVE 1 TO WeqFin
           END-START
         END-IF
         PERFORM UNTIL WeqFin = 1
           READ fEquipements NEXT
           AT END MOVE 1 TO WeqFin
           NOT AT END
             IF WeqIdRest NOT = 0 AND feq_idrest NOT = WeqIdRest
     -          THEN
               MOVE 1 TO WeqFin
             ELSE
               IF feq_actif = 1 AND feq_dateProchaineMaint > 0
     -            AND feq_dateProchaineMaint <= WeqJourLimite THEN
                 PERFORM LISTER_MAINTENANCE_ECHUE
               END-IF
             END-IF
         END-PERFORM
         CLOSE fEquipements
         CLOSE fExport
         DISPLAY WeqNb,' maintenance(s) à planifier'
         DISPLAY 'Liste écrite dans ',FUNCTION TRIM(WNomFichierExport)
         MOVE 'MAINTENANCES A ECHEANCE' TO WspoolRapport
         MOVE WNomFichierExport TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF
       DISPLAY '-====================================-'.

      *********** LISTER_MAINTENANCE_ECHUE ******************
      * Affiche et exporte l'échéance de maintenance de
      * l'équipement du tampon equipementTampon
      ******************************************************
       LISTER_MAINTENANCE_ECHUE.
       ADD 1 TO WeqNb
       IF feq_dateProchaineMaint < WdateSystemeISOInt THEN
         MOVE 'EN RETARD' TO WeqAvis
       ELSE
         MOVE 'A PLANIFIER' TO WeqAvis
       END-IF
       DISPLAY '  Restaurant ',feq_idrest,' - ',feq_id,' ',
     -   FUNCTION TRIM(feq_libelle),' : échéance ',
     -     feq_dateProchaineMaint,' ',FUNCTION TRIM(WeqAvis)
       DISPLAY '    prestataire ',FUNCTION TRIM(feq_prestataire),
     -   ' ',feq_telPrestataire
       MOVE SPACE TO exportLigne
       STRING feq_idrest ';' feq_id ';' FUNCTION TRIM(feq_libelle)
     -   ';' FUNCTION TRIM(feq_prestataire) ';' feq_telPrestataire
     -   ';' feq_dateDerniereMaint ';' feq_dateProchaineMaint ';'
     -   FUNCTION TRIM(WeqAvis) DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      *********** RAPPORT_COUT_EQUIPEMENTS ******************
      * Coût annuel par équipement d'un restaurant :
      * pannes, heures d'arrêt, coût des réparations et des
      * maintenances de l'année, coût cumulé depuis la mise
      * en service, comparés au prix d'achat pour aider à
      * décider entre réparer et remplacer (avis REMPLACER
      * quand les réparations de l'année atteignent la
      * moitié du prix d'achat ou que le cumul le dépasse) ;
      * écrit couts_equipements_<restaurant>_<AAAA>.csv
      ******************************************************
       RAPPORT_COUT_EQUIPEMENTS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== COUT ANNUEL  ===========|'
       DISPLAY '|===========  DES         ===========|'
       DISPLAY '|===========  EQUIPEMENTS ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WeqIdRest
       MOVE WeqIdRest TO WscopeIdRest
       PERFORM CONTROLER_PORTEE_SITE
       IF WscopeOK = 1 THEN
         MOVE 0 TO WeqAnnee
         PERFORM WITH TEST AFTER UNTIL WeqAnnee >= 2015
           DISPLAY 'Année (AAAA) :'
           ACCEPT WeqAnnee
         END-PERFORM
         ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
         MOVE SPACE TO WNomFichierExport
         STRING 'couts_equipements_' WeqIdRest '_' WeqAnnee '.csv'
     -     DELIMITED BY SIZE INTO WNomFichierExport
         OPEN OUTPUT fExport
         MOVE SPACE TO exportLigne
         STRING 'equipement;designation;mise_en_service;age;'
     -     'prix_achat;pannes;heures_arret;cout_pannes;'
     -     'cout_maintenance;cout_annee;cout_cumule;avis'
     -     DELIMITED BY SIZE INTO exportLigne
         WRITE exportLigne
         MOVE 0 TO WeqNb
         MOVE 0 TO WeqTotal
         OPEN INPUT fEquipements
         OPEN INPUT fPannes
         MOVE WeqIdRest TO feq_idrest
         MOVE 0 TO WeqFin
         START fEquipements, KEY IS = feq_idrest
           INVALID KEY MOVE 1 TO WeqFin
         END-START
         PERFORM UNTIL WeqFin = 1
           READ fEquipements NEXT
           AT END MOVE 1 TO WeqFin
           NOT AT END
             IF feq_idrest NOT = WeqIdRest THEN
               MOVE 1 TO WeqFin
             ELSE
               IF feq_dateInstall(1:4) <= WeqAnnee
     -            AND (feq_actif = 1
     -            OR feq_dateReforme(1:4) >= WeqAnnee) THEN
                 PERFORM CUMULER_COUT_EQUIPEMENT
               END-IF
             END-IF
         END-PERFORM
         CLOSE fPannes
         CLOSE fEquipements
         CLOSE fExport
         DISPLAY WeqNb,' équipement(s), coût total de l''année ',
     -     WeqTotal,' EUR'
         DISPLAY 'Rapport écrit dans ',FUNCTION TRIM(WNomFichierExport)
         MOVE 'COUT ANNUEL EQUIPEMENTS' TO WspoolRapport
         MOVE WNomFichierExport TO WspoolFichier
         PERFORM ENREGISTRER_SPOOL
       END-IF
       DISPLAY '-====================================-'.

      *********** CUMULER_COUT_EQUIPEMENT *******************
      * Cumule les interventions de l'équipement du tampon
      * equipementTampon pour l'année WeqAnnee et depuis la
      * mise en service, puis l'affiche et l'exporte
      ******************************************************
       CUMULER_COUT_EQUIPEMENT.
       ADD 1 TO WeqNb
       MOVE 0 TO WeqNbPannes
       MOVE 0 TO WeqHeuresArret
       MOVE 0 TO WeqCoutPannes
       MOVE 0 TO WeqCoutMaint
       MOVE 0 TO WeqCoutVie
       MOVE feq_id TO fpan_idequip
       MOVE 0 TO WpanFin
       START fPannes, KEY IS = fpan_idequip
         INVALID KEY MOVE 1 TO WpanFin
       END-START
       PERFORM UNTIL WpanFin = 1
         READ fPannes NEXT
         AT END MOVE 1 TO WpanFin
         NOT AT END
           IF fpan_idequip NOT = feq_id THEN
             MOVE 1 TO WpanFin
           ELSE
             IF fpan_dateOuverture(1:4) <= WeqAnnee THEN
               ADD fpan_coutTotal TO WeqCoutVie
             END-IF
             IF fpan_dateOuverture(1:4) = WeqAnnee THEN
               IF fpan_panne THEN
                 ADD 1 TO WeqNbPannes
                 ADD fpan_heuresArret TO WeqHeuresArret
                 ADD fpan_coutTotal TO WeqCoutPannes
               ELSE
                 ADD fpan_coutTotal TO WeqCoutMaint
               END-IF
             END-IF
           END-IF
       END-PERFORM
       COMPUTE WeqCoutAnnee = WeqCoutPannes + WeqCoutMaint
       ADD WeqCoutAnnee TO WeqTotal
       COMPUTE WeqAge = WdateSystemeISOInt / 10000
     -   - feq_dateInstall / 10000
       MOVE 'REPARER' TO WeqAvis
       IF feq_prixAchat > 0 THEN
         IF WeqCoutPannes * 2 >= feq_prixAchat
     -      OR WeqCoutVie >= feq_prixAchat THEN
           MOVE 'REMPLACER' TO WeqAvis
         END-IF
       END-IF
       IF feq_actif = 0 THEN
         MOVE 'REFORME' TO WeqAvis
       END-IF
       DISPLAY '  ',feq_id,' ',FUNCTION TRIM(feq_libelle),' (',
     -     WeqAge,' an(s), achat ',feq_prixAchat,' EUR)'
       DISPLAY '    ',WeqNbPannes,' panne(s), ',WeqHeuresArret,
     -   ' h d''arrêt, pannes ',WeqCoutPannes,' EUR, maintenance ',
     -     WeqCoutMaint,' EUR'
       DISPLAY '    cumul depuis la mise en service ',WeqCoutVie,
     -   ' EUR : ',FUNCTION TRIM(WeqAvis)
       MOVE SPACE TO exportLigne
       STRING feq_id ';' FUNCTION TRIM(feq_libelle) ';'
     -     feq_dateInstall ';' WeqAge ';' feq_prixAchat ';'
     -     WeqNbPannes ';' WeqHeuresArret ';' WeqCoutPannes ';'
     -     WeqCoutMaint ';' WeqCoutAnnee ';' WeqCoutVie ';'
     -   FUNCTION TRIM(WeqAvis) DELIMITED BY SIZE INTO exportLigne
       WRITE exportLigne.

      *********** RELEVES_FRANCHISE_FIN_MOIS ***************
      * Etape de fin de mois : relevé de redevances du mois
      * WfmMois/WfmAnnee pour chaque restaurant actif franchisé
      ******************************************************
       RELEVES_FRANCHISE_FIN_MOIS.
       OPEN INPUT frestaurants
       MOVE 0 TO WfmFin
       PERFORM WITH TEST AFTER UNTIL WfmFin = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WfmFin
         NOT AT END
           IF fr_actif = 1 AND fr_siteFranchise THEN
             MOVE WfmMois TO WfrMois
             MOVE WfmAnnee TO WfrAnnee
             DISPLAY '--- Restaurant ',fr_id,' - ',fr_nom,' ---'
             PERFORM PRODUIRE_RELEVE_FRANCHISE
           END-IF
       END-PERFORM
       CLOSE frestaurants.

      *********** REPAS_PERSONNEL_FIN_MOIS *****************
      * Etape de fin de mois : rapport des repas du personnel du
      * mois WfmMois/WfmAnnee pour chaque restaurant actif
      ******************************************************
       REPAS_PERSONNEL_FIN_MOIS.
       OPEN INPUT frestaurants
       MOVE 0 TO WfmFin
       PERFORM WITH TEST AFTER UNTIL WfmFin = 1
         READ frestaurants NEXT
         AT END MOVE 1 TO WfmFin
         NOT AT END
           IF fr_actif = 1 THEN
             MOVE WfmMois TO WrpsMois
             MOVE WfmAnnee TO WrpsAnnee
             DISPLAY '--- Restaurant ',fr_id,' - ',fr_nom,' ---'
             PERFORM PRODUIRE_REPAS_PERSONNEL
           END-IF
       END-PERFORM
       CLOSE frestaurants.

      *********** GERER_POLITIQUE_ENFANTS ******************
      * Politique enfants d'un restaurant : âge limite des
      * enfants, menu enfant proposé à la commande, remise
      * enfant en pourcentage sur les autres lignes d'un enfant
      * et parc de chaises hautes (0 : aucune) ; sans politique,
      * enfants au tarif adulte et chaises hautes non limitées
      ******************************************************
       GERER_POLITIQUE_ENFANTS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== POLITIQUE    ===========|'
       DISPLAY '|===========  ENFANTS     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN I-O fPolitiquesEnfants
       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       READ frestaurants
       INVALID KEY
         DISPLAY 'Restaurant inexistant'
       NOT INVALID KEY
         MOVE fr_id TO fpen_idrest
         READ fPolitiquesEnfants
           INVALID KEY
             DISPLAY 'Aucune politique enfants pour ',fr_nom
             MOVE 12 TO fpen_ageLimite
             MOVE SPACE TO fpen_menuEnfant
             MOVE 0 TO fpen_remisePct
             MOVE 0 TO fpen_nbChaisesHautes
           NOT INVALID KEY
             DISPLAY 'Politique enfants de ',fr_nom
             DISPLAY '  âge limite : ',fpen_ageLimite,' ans'
             DISPLAY '  menu enfant : ',fpen_menuEnfant
             DISPLAY '  remise enfant : ',fpen_remisePct,' %'
             DISPLAY '  chaises hautes : ',fpen_nbChaisesHautes
         END-READ
         MOVE 0 TO WenfAge
         PERFORM WITH TEST AFTER UNTIL WenfAge > 0
           DISPLAY 'Age limite des enfants (ans, ex : 12) :'
           ACCEPT WenfAge
         END-PERFORM
         MOVE WenfAge TO fpen_ageLimite
         OPEN INPUT fmenus
         MOVE 0 TO WenfMenuOK
         PERFORM WITH TEST AFTER UNTIL WenfMenuOK = 1
           DISPLAY 'Nom du menu enfant (vide : aucun) :'
           MOVE SPACE TO WenfMenu
           ACCEPT WenfMenu
           IF WenfMenu = SPACE THEN
             MOVE 1 TO WenfMenuOK
           ELSE
             MOVE WenfMenu TO fm_nom
             READ fmenus
               INVALID KEY
                 DISPLAY 'Menu inconnu'
               NOT INVALID KEY
                 MOVE 1 TO WenfMenuOK
             END-READ
           END-IF
         END-PERFORM
         CLOSE fmenus
         MOVE WenfMenu TO fpen_menuEnfant
         DISPLAY 'Remise enfant en % sur les plats hors menu enfant '
     -     '(0 : aucune) :'
         MOVE 0 TO fpen_remisePct
         ACCEPT fpen_remisePct
         DISPLAY 'Nombre de chaises hautes du restaurant :'
         MOVE 0 TO fpen_nbChaisesHautes
         ACCEPT fpen_nbChaisesHautes
         MOVE fr_id TO fpen_idrest
         WRITE politiqueEnfantTampon
         IF fpen_stat = 22 THEN
           REWRITE politiqueEnfantTampon
         END-IF
         IF fpen_stat = 0 THEN
           DISPLAY 'Politique enfants enregistrée'
           MOVE 'fPolitEnfants' TO WauditFichier
           MOVE fpen_idrest TO WauditCle
           MOVE 'MODIF' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         ELSE
           DISPLAY 'Erreur lors de l''enregistrement'
         END-IF
       END-READ
       CLOSE frestaurants
       CLOSE fPolitiquesEnfants
       DISPLAY '-====================================-'.

      *********** GERER_MARQUES_REGIONS ********************
      * Référentiels des marques (enseignes du groupe) et des
      * régions (secteurs confiés à un responsable de région,
      * compte utilisateur identifié par son numéro), et
      * rattachement de chaque restaurant à une marque et une
      * région ; les états de groupe peuvent ensuite filtrer et
      * sous-totaliser par marque et par région, et un compte
      * rattaché à une région ne voit que les sites de celle-ci
      ******************************************************
       GERER_MARQUES_REGIONS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== MARQUES      ===========|'
       DISPLAY '|===========  ET REGIONS  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WmqAction
       PERFORM WITH TEST AFTER UNTIL WmqAction = 0
         DISPLAY '1 - Créer ou modifier une marque'
         DISPLAY '2 - Créer ou modifier une région'
         DISPLAY '3 - Lister les marques et les régions'
         DISPLAY '4 - Rattacher un restaurant à une marque et une '
     -     'région'
         DISPLAY '0 - Terminer'
         ACCEPT WmqAction
         EVALUATE WmqAction
          WHEN 1
           OPEN I-O fMarques
           MOVE 0 TO fmq_code
           PERFORM WITH TEST AFTER UNTIL fmq_code >= 1
     -        AND fmq_code <= 99
             DISPLAY 'Code de la marque (1-99) :'
             ACCEPT fmq_code
           END-PERFORM
           READ fMarques
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY 'Marque existante (',fmq_nom,'), elle sera '
     -           'modifiée'
           END-READ
           DISPLAY 'Nom de la marque :'
           ACCEPT fmq_nom
           MOVE 9 TO fmq_actif
           PERFORM WITH TEST AFTER UNTIL fmq_actif <= 1
             DISPLAY 'Marque active ? 1 : oui, 0 : non'
             ACCEPT fmq_actif
           END-PERFORM
           WRITE marqueTampon
           IF fmq_stat = 22 THEN
             REWRITE marqueTampon
           END-IF
           IF fmq_stat = 0 THEN
             DISPLAY 'Marque ',fmq_code,' enregistrée'
             MOVE 'fMarques' TO WauditFichier
             MOVE fmq_code TO WauditCle
             MOVE 'MODIF' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement'
           END-IF
           CLOSE fMarques
          WHEN 2
           OPEN I-O fRegions
           MOVE 0 TO frg_code
           PERFORM WITH TEST AFTER UNTIL frg_code >= 1
     -        AND frg_code <= 99
             DISPLAY 'Code de la région (1-99) :'
             ACCEPT frg_code
           END-PERFORM
           READ fRegions
             INVALID KEY
               MOVE 0 TO frg_idResponsable
             NOT INVALID KEY
               DISPLAY 'Région existante (',frg_nom,'), elle sera '
     -           'modifiée'
           END-READ
           DISPLAY 'Nom de la région :'
           ACCEPT frg_nom
           DISPLAY 'Responsable de région actuel : ',
     -       frg_idResponsable,' (0 : aucun)'
           DISPLAY 'Identifiant du compte du responsable de région '
     -       '(0 : aucun) :'
           ACCEPT WrgResponsable
           IF WrgResponsable NOT = 0 THEN
             OPEN INPUT futilisateurs
             MOVE WrgResponsable TO fu_id
             READ futilisateurs
               INVALID KEY
                 DISPLAY 'Compte inconnu, responsable non modifié'
               NOT INVALID KEY
                 MOVE WrgResponsable TO frg_idResponsable
                 DISPLAY 'Responsable : ',fu_pseudo
                 IF fu_idRegion NOT = frg_code THEN
                   DISPLAY 'Ce compte n''est pas encore limité à la '
     -               'région : à rattacher en gestion des '
     -               'utilisateurs'
                 END-IF
             END-READ
             CLOSE futilisateurs
           ELSE
             MOVE 0 TO frg_idResponsable
           END-IF
           MOVE 9 TO frg_actif
           PERFORM WITH TEST AFTER UNTIL frg_actif <= 1
             DISPLAY 'Région active ? 1 : oui, 0 : non'
             ACCEPT frg_actif
           END-PERFORM
           WRITE regionTampon
           IF frg_stat = 22 THEN
             REWRITE regionTampon
           END-IF
           IF frg_stat = 0 THEN
             DISPLAY 'Région ',frg_code,' enregistrée'
             MOVE 'fRegions' TO WauditFichier
             MOVE frg_code TO WauditCle
             MOVE 'MODIF' TO WauditOperation
             PERFORM ENREGISTRER_AUDIT
           ELSE
             DISPLAY 'Erreur lors de l''enregistrement'
           END-IF
           CLOSE fRegions
          WHEN 3
           OPEN INPUT fMarques
           DISPLAY 'Marques :'
           MOVE 0 TO WmqFin
           PERFORM WITH TEST AFTER UNTIL WmqFin = 1
             READ fMarques NEXT
             AT END MOVE 1 TO WmqFin
             NOT AT END
               IF fmq_actif = 1 THEN
                 DISPLAY '  ',fmq_code,' - ',fmq_nom
               ELSE
                 DISPLAY '  ',fmq_code,' - ',fmq_nom,' (inactive)'
               END-IF
           END-PERFORM
           CLOSE fMarques
           OPEN INPUT fRegions
           DISPLAY 'Régions :'
           MOVE 0 TO WmqFin
           PERFORM WITH TEST AFTER UNTIL WmqFin = 1
             READ fRegions NEXT
             AT END MOVE 1 TO WmqFin
             NOT AT END
               IF frg_actif = 1 THEN
                 DISPLAY '  ',frg_code,' - ',frg_nom,
     -             ' - responsable ',frg_idResponsable
               ELSE
                 DISPLAY '  ',frg_code,' - ',frg_nom,
     -             ' - responsable ',frg_idResponsable,' (inactive)'
               END-IF
           END-PERFORM
           CLOSE fRegions
          WHEN 4
           OPEN I-O frestaurants
           DISPLAY 'Identifiant du restaurant :'
           ACCEPT fr_id
           READ frestaurants
             INVALID KEY
               DISPLAY 'Restaurant inexistant'
             NOT INVALID KEY
               MOVE fr_id TO WscopeIdRest
               PERFORM CONTROLER_PORTEE_SITE
               IF WscopeOK = 1 THEN
                 DISPLAY 'Restaurant ',fr_nom,' - marque actuelle : ',
     -             fr_idMarque,' - région actuelle : ',fr_idRegion
                 PERFORM CHOISIR_MARQUE_REGION_RESTO
                 REWRITE restTampon
                 IF fr_stat = 0 THEN
                   DISPLAY 'Restaurant ',fr_id,' rattaché à la '
     -               'marque ',fr_idMarque,' et à la région ',
     -               fr_idRegion
                   MOVE 'frestaurants' TO WauditFichier
                   MOVE fr_id TO WauditCle
                   MOVE 'MODIF' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                 ELSE
                   DISPLAY 'Erreur lors de l''enregistrement'
                 END-IF
               END-IF
           END-READ
           CLOSE frestaurants
         END-EVALUATE
       END-PERFORM.

      *********** CHOISIR_MARQUE_REGION_RESTO **************
      * Saisie de la marque et de la région du restaurant du
      * tampon restTampon (0 : non rattaché), contrôlées dans les
      * référentiels ; un compte limité à une région ne peut
      * rattacher ses sites qu'à sa propre région
      ******************************************************
       CHOISIR_MARQUE_REGION_RESTO.
       OPEN INPUT fMarques
       MOVE 0 TO WmqFin
       PERFORM WITH TEST AFTER UNTIL WmqFin = 1
         READ fMarques NEXT
         AT END MOVE 1 TO WmqFin
         NOT AT END
           IF fmq_actif = 1 THEN
             DISPLAY '  ',fmq_code,' - ',fmq_nom
           END-IF
       END-PERFORM
       MOVE 0 TO WmqOK
       PERFORM WITH TEST AFTER UNTIL WmqOK = 1
         DISPLAY 'Marque du restaurant (0 : aucune) :'
         ACCEPT WmqSaisie
         IF WmqSaisie = 0 THEN
           MOVE 0 TO fr_idMarque
           MOVE 1 TO WmqOK
         ELSE
           MOVE WmqSaisie TO fmq_code
           READ fMarques
             INVALID KEY
               DISPLAY 'Marque inconnue'
             NOT INVALID KEY
               MOVE fmq_code TO fr_idMarque
               MOVE 1 TO WmqOK
               DISPLAY 'Marque retenue : ',fmq_nom
           END-READ
         END-IF
       END-PERFORM
       CLOSE fMarques
       IF WSessionIdRegion NOT = 0 THEN
         MOVE WSessionIdRegion TO fr_idRegion
         DISPLAY 'Région imposée par votre compte : ',fr_idRegion
       ELSE
         OPEN INPUT fRegions
         MOVE 0 TO WmqFin
         PERFORM WITH TEST AFTER UNTIL WmqFin = 1
           READ fRegions NEXT
           AT END MOVE 1 TO WmqFin
           NOT AT END
             IF frg_actif = 1 THEN
               DISPLAY '  ',frg_code,' - ',frg_nom
             END-IF
         END-PERFORM
         MOVE 0 TO WmqOK
         PERFORM WITH TEST AFTER UNTIL WmqOK = 1
           DISPLAY 'Région du restaurant (0 : aucune) :'
           ACCEPT WrgSaisie
           IF WrgSaisie = 0 THEN
             MOVE 0 TO fr_idRegion
             MOVE 1 TO WmqOK
           ELSE
             MOVE WrgSaisie TO frg_code
             READ fRegions
               INVALID KEY
                 DISPLAY 'Région inconnue'
               NOT INVALID KEY
                 MOVE frg_code TO fr_idRegion
                 MOVE 1 TO WmqOK
                 DISPLAY 'Région retenue : ',frg_nom
             END-READ
           END-IF
         END-PERFORM
         CLOSE fRegions
       END-IF.

      *********** LIBELLE_MARQUE_REGION ********************
      * Noms de la marque WmqCode et de la région WrgCode pour
      * les affichages et les états (WmqNomAff, WrgNomAff) ;
      * fMarques et fRegions fermés
      ******************************************************
       LIBELLE_MARQUE_REGION.
       MOVE 'aucune' TO WmqNomAff
       MOVE 'aucune' TO WrgNomAff
       IF WmqCode NOT = 0 THEN
         OPEN INPUT fMarques
         MOVE WmqCode TO fmq_code
         READ fMarques
           INVALID KEY
             MOVE 'marque inconnue' TO WmqNomAff
           NOT INVALID KEY
             MOVE fmq_nom TO WmqNomAff
         END-READ
         CLOSE fMarques
       END-IF
       IF WrgCode NOT = 0 THEN
         OPEN INPUT fRegions
         MOVE WrgCode TO frg_code
         READ fRegions
           INVALID KEY
             MOVE 'région inconnue' TO WrgNomAff
           NOT INVALID KEY
             MOVE frg_nom TO WrgNomAff
         END-READ
         CLOSE fRegions
       END-IF.

      *********** GERER_CARTE_PROJET ***********************
      * Préparation de la prochaine carte d'un restaurant sans
      * toucher à la carte servie : articles, prix du site et
      * nouveaux menus saisis dans la carte en projet
      * (fProjetsCarte, fCarteProjet, fMenusProjet), aperçu des
      * marges et des pré-commandes touchées, publication
      * immédiate ou par le batch nocturne à la date d'effet ;
      * la carte remplacée est archivée en version datée
      * (fCarteVersions) consultable et restaurable
      ******************************************************
       GERER_CARTE_PROJET.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CARTE        ===========|'
       DISPLAY '|===========  EN PROJET   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT fr_id
       MOVE 0 TO WcprOK
       READ frestaurants
       INVALID KEY
         DISPLAY 'Restaurant inexistant'
       NOT INVALID KEY
         MOVE fr_id TO WscopeIdRest
         PERFORM CONTROLER_PORTEE_SITE
         MOVE WscopeOK TO WcprOK
       END-READ
       CLOSE frestaurants
       IF WcprOK = 1 THEN
         MOVE fr_id TO WcprIdRest
         MOVE 99 TO WcprAction
         PERFORM WITH TEST AFTER UNTIL WcprAction = 0
           PERFORM AFFICHER_ETAT_PROJET_CARTE
           DISPLAY ' 1 - Créer le projet ou changer sa date d''effet'
           DISPLAY ' 2 - Reprendre la carte actuelle dans le projet'
           DISPLAY ' 3 - Ajouter un menu ou un plat existant'
           DISPLAY ' 4 - Composer un nouveau menu pour le projet'
           DISPLAY ' 5 - Retirer un article du projet'
           DISPLAY ' 6 - Lister le projet et les articles sortants'
           DISPLAY ' 7 - Aperçu des marges du projet'
           DISPLAY ' 8 - Pré-commandes sur des articles sortants'
           DISPLAY ' 9 - Publier le projet maintenant'
           DISPLAY '10 - Abandonner le projet'
           DISPLAY '11 - Lister les versions archivées'
           DISPLAY '12 - Consulter une version archivée'
           DISPLAY '13 - Restaurer une version archivée'
           DISPLAY ' 0 - Terminer'
           ACCEPT WcprAction
           IF WcprAction >= 2 AND WcprAction <= 10
     -        AND WcprTrouve = 0 THEN
             DISPLAY 'Aucune carte en projet : créez-la d''abord (1)'
           ELSE
             EVALUATE WcprAction
               WHEN 1
                 PERFORM DATER_PROJET_CARTE
               WHEN 2
                 PERFORM REPRENDRE_CARTE_PROJET
               WHEN 3
                 PERFORM AJOUTER_ARTICLE_PROJET
               WHEN 4
                 PERFORM COMPOSER_MENU_PROJET
               WHEN 5
                 PERFORM RETIRER_ARTICLE_PROJET
               WHEN 6
                 PERFORM LISTER_PROJET_CARTE
               WHEN 7
                 PERFORM APERCU_MARGES_PROJET
               WHEN 8
                 PERFORM LISTER_PRECOMMANDES_SORTANTES
               WHEN 9
                 PERFORM PUBLIER_PROJET_IMMEDIAT
               WHEN 10
                 PERFORM ABANDONNER_PROJET_CARTE
               WHEN 11
                 PERFORM LISTER_VERSIONS_CARTE
               WHEN 12
                 PERFORM CONSULTER_VERSION_CARTE
               WHEN 13
                 PERFORM RESTAURER_VERSION_CARTE
             END-EVALUATE
           END-IF
         END-PERFORM
       END-IF
       DISPLAY '-====================================-'.

      *********** AFFICHER_ETAT_PROJET_CARTE ***************
      * Etat de la carte en projet du restaurant WcprIdRest :
      * WcprTrouve = 1 et WcprDateEffet renseignée si un projet
      * est en cours
      ******************************************************
       AFFICHER_ETAT_PROJET_CARTE.
       MOVE 0 TO WcprTrouve
       OPEN INPUT fProjetsCarte
       MOVE WcprIdRest TO fpj_idrest
       READ fProjetsCarte
         INVALID KEY
           DISPLAY 'Restaurant ',WcprIdRest,' : aucune carte en '
     -       'projet'
         NOT INVALID KEY
           IF fpj_brouillon THEN
             MOVE 1 TO WcprTrouve
             MOVE fpj_dateEffet TO WcprDateEffetInt
             DISPLAY 'Restaurant ',WcprIdRest,' : carte en projet, '
     -         'effet au ',fpj_dateEffet
           ELSE
             DISPLAY 'Restaurant ',WcprIdRest,' : aucune carte en '
     -         'projet (dernière publication le ',
     -         fpj_datePublication,')'
           END-IF
       END-READ
       CLOSE fProjetsCarte.

      *********** DATER_PROJET_CARTE ***********************
      * Ouvre la carte en projet du restaurant WcprIdRest, ou
      * change sa date d'effet (postérieure à aujourd'hui)
      ******************************************************
       DATER_PROJET_CARTE.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       MOVE 0 TO WcprDateEffetInt
       PERFORM WITH TEST AFTER UNTIL
     -     WcprDateEffetInt > WdateSystemeISOInt
     -     AND WcprEffetMois >= 1 AND WcprEffetMois <= 12
     -     AND WcprEffetJour >= 1 AND WcprEffetJour <= 31
         DISPLAY 'Date d''effet de la nouvelle carte (AAAAMMJJ, '
     -     'après aujourd''hui) :'
         ACCEPT WcprDateEffetInt
       END-PERFORM
       OPEN I-O fProjetsCarte
       MOVE WcprIdRest TO fpj_idrest
       IF WcprTrouve = 1 THEN
         READ fProjetsCarte
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE WcprDateEffetInt TO fpj_dateEffet
             REWRITE projetCarteTampon
             DISPLAY 'Date d''effet modifiée'
         END-READ
       ELSE
         MOVE WcprDateEffetInt TO fpj_dateEffet
         MOVE 1 TO fpj_statut
         MOVE WdateSystemeISOInt TO fpj_dateCreation
         MOVE 0 TO fpj_datePublication
         MOVE WSessionPseudo TO fpj_pseudo
         WRITE projetCarteTampon
         IF fpj_stat = 22 THEN
           REWRITE projetCarteTampon
         END-IF
         DISPLAY 'Carte en projet ouverte : ajoutez les articles '
     -     'ou reprenez la carte actuelle (2)'
       END-IF
       CLOSE fProjetsCarte
       MOVE 'fProjetsCarte' TO WauditFichier
       MOVE WcprIdRest TO WauditCle
       MOVE 'MODIF' TO WauditOperation
       PERFORM ENREGISTRER_AUDIT.

      *********** REPRENDRE_CARTE_PROJET *******************
      * Recopie la carte servie du restaurant WcprIdRest (fCarte)
      * dans la carte en projet avec les prix du site
      * (fPrixSite) ; les articles déjà au projet sont conservés
      ******************************************************
       REPRENDRE_CARTE_PROJET.
       MOVE 0 TO WcprNb
       OPEN INPUT fCarte
       OPEN INPUT fPrixSite
       OPEN I-O fCarteProjet
       MOVE WcprIdRest TO fca_idrest
       MOVE LOW-VALUE TO fca_type
       MOVE LOW-VALUE TO fca_nom
       START fCarte, KEY IS >= fca_cle
       INVALID KEY
         DISPLAY 'Pas de carte propre à ce restaurant : ajoutez '
     -     'les articles un par un (3)'
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarte NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fca_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               MOVE fca_idrest TO fcj_idrest
               MOVE fca_type TO fcj_type
               MOVE fca_nom TO fcj_nom
               MOVE 0 TO fcj_prix
               MOVE fca_idrest TO fps_idrest
               MOVE fca_type TO fps_type
               MOVE fca_nom TO fps_nom
               READ fPrixSite
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE fps_prix TO fcj_prix
               END-READ
               WRITE carteProjetTampon
               IF fcj_stat = 0 THEN
                 ADD 1 TO WcprNb
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fCarteProjet
       CLOSE fPrixSite
       CLOSE fCarte
       DISPLAY WcprNb,' article(s) repris dans la carte en projet'.

      *********** AJOUTER_ARTICLE_PROJET *******************
      * Ajoute à la carte en projet un menu ou un plat existant
      * avec son prix pour le site (0 : prix national) ; un
      * article déjà au projet voit son prix mis à jour
      ******************************************************
       AJOUTER_ARTICLE_PROJET.
       DISPLAY 'Type de l''article (M : menu, P : plat) :'
       ACCEPT WcprType
       DISPLAY 'Nom de l''article :'
       ACCEPT WcprNom
       MOVE 0 TO WcprOK
       EVALUATE WcprType
         WHEN 'M'
           OPEN INPUT fmenus
           MOVE WcprNom TO fm_nom
           READ fmenus
             INVALID KEY
               DISPLAY 'Aucun menu ne porte ce nom'
             NOT INVALID KEY
               MOVE 1 TO WcprOK
               DISPLAY 'Prix national : ',fm_prix
           END-READ
           CLOSE fmenus
         WHEN 'P'
           OPEN INPUT fplats
           MOVE WcprNom TO fp_nom
           READ fplats
             INVALID KEY
               DISPLAY 'Aucun plat ne porte ce nom'
             NOT INVALID KEY
               MOVE 1 TO WcprOK
               DISPLAY 'Prix national : ',fp_prix
           END-READ
           CLOSE fplats
         WHEN OTHER
           DISPLAY 'Type inconnu'
       END-EVALUATE
       IF WcprOK = 1 THEN
         DISPLAY 'Prix pour le site (0 : prix national) :'
         ACCEPT WcprPrix
         OPEN I-O fCarteProjet
         MOVE WcprIdRest TO fcj_idrest
         MOVE WcprType TO fcj_type
         MOVE WcprNom TO fcj_nom
         MOVE WcprPrix TO fcj_prix
         WRITE carteProjetTampon
         IF fcj_stat = 22 THEN
           REWRITE carteProjetTampon
           DISPLAY 'Article déjà au projet : prix mis à jour'
         ELSE
           DISPLAY 'Article ajouté à la carte en projet'
         END-IF
         CLOSE fCarteProjet
       END-IF.

      *********** COMPOSER_MENU_PROJET *********************
      * Compose un nouveau menu pour la carte en projet
      * (fMenusProjet), mêmes contrôles que AJOUTER_MENU ; il
      * n'entre dans fmenus qu'à la publication et figure déjà
      * sur la carte en projet
      ******************************************************
       COMPOSER_MENU_PROJET.
       DISPLAY 'Nom du nouveau menu :'
       ACCEPT WcprNom
       MOVE 0 TO WcprOK
       OPEN INPUT fmenus
       MOVE WcprNom TO fm_nom
       READ fmenus
         INVALID KEY
           MOVE 1 TO WcprOK
         NOT INVALID KEY
           DISPLAY 'Un menu porte déjà ce nom : ajoutez-le avec '
     -       'l''option 3'
       END-READ
       CLOSE fmenus
       IF WcprOK = 1 THEN
         MOVE WcprIdRest TO fmj_idrest
         MOVE WcprNom TO fmj_nom
         OPEN INPUT fplats
         MOVE 0 TO WprixCarte
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           DISPLAY 'Nom de l''entrée (vide si le menu n''en '
     -       'comporte pas) :'
           ACCEPT fp_nom
           IF fp_nom = SPACE THEN
             MOVE SPACE TO fmj_entree
             MOVE 1 TO Wfin
           ELSE
             READ fplats
               INVALID KEY
                 DISPLAY 'Aucune entrée ne porte ce nom'
               NOT INVALID KEY
                 IF fp_type = 'Entrée' THEN
                   MOVE fp_nom TO fmj_entree
                   ADD fp_prix TO WprixCarte
                   MOVE 1 TO Wfin
                 ELSE
                   DISPLAY 'Aucune entrée ne porte ce nom'
                 END-IF
             END-READ
           END-IF
         END-PERFORM
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           DISPLAY 'Nom du plat :'
           ACCEPT fp_nom
           READ fplats
             INVALID KEY
               DISPLAY 'Aucun plat ne porte ce nom'
             NOT INVALID KEY
               IF fp_type = 'Plat' THEN
                 MOVE fp_nom TO fmj_plat
                 ADD fp_prix TO WprixCarte
                 MOVE 1 TO Wfin
               ELSE
                 DISPLAY 'Aucun plat ne porte ce nom'
               END-IF
           END-READ
         END-PERFORM
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
           DISPLAY 'Nom du dessert (vide si le menu n''en '
     -       'comporte pas) :'
           ACCEPT fp_nom
           IF fp_nom = SPACE THEN
             MOVE SPACE TO fmj_dessert
             MOVE 1 TO Wfin
           ELSE
             READ fplats
               INVALID KEY
                 DISPLAY 'Aucun dessert ne porte ce nom'
               NOT INVALID KEY
                 IF fp_type = 'Dessert' THEN
                   MOVE fp_nom TO fmj_dessert
                   ADD fp_prix TO WprixCarte
                   MOVE 1 TO Wfin
                 ELSE
                   DISPLAY 'Aucun dessert ne porte ce nom'
                 END-IF
             END-READ
           END-IF
         END-PERFORM
         CLOSE fplats
         PERFORM WITH TEST AFTER UNTIL fmj_prix <= WprixCarte
           DISPLAY 'Prix du menu (tarif à la carte :',WprixCarte,
     -       '€)'
           ACCEPT fmj_prix
           IF fmj_prix > WprixCarte THEN
             DISPLAY 'prix du menu < prix à la carte'
           END-IF
         END-PERFORM
         DISPLAY 'Mois de début de disponibilité (1-12, 0 : toute '
     -     'l''année) :'
         ACCEPT fmj_dispoDebut
         IF fmj_dispoDebut NOT = 0 THEN
           PERFORM WITH TEST AFTER UNTIL fmj_dispoFin >= 1
     -       AND fmj_dispoFin <= 12
             DISPLAY 'Mois de fin de disponibilité (1-12) :'
             ACCEPT fmj_dispoFin
           END-PERFORM
         ELSE
           MOVE 0 TO fmj_dispoFin
         END-IF
         MOVE 0 TO fmj_catTVA
         PERFORM WITH TEST AFTER UNTIL fmj_catTVA >= 1
     -     AND fmj_catTVA <= 3
           DISPLAY 'Catégorie de TVA du menu ? 1 : réduit 5,5%, '
     -       '2 : restauration 10%, 3 : alcool 20%'
           ACCEPT fmj_catTVA
         END-PERFORM
         OPEN I-O fMenusProjet
         WRITE menuProjetTampon
         IF fmj_stat = 22 THEN
           REWRITE menuProjetTampon
         END-IF
         CLOSE fMenusProjet
         OPEN I-O fCarteProjet
         MOVE WcprIdRest TO fcj_idrest
         MOVE 'M' TO fcj_type
         MOVE WcprNom TO fcj_nom
         MOVE 0 TO fcj_prix
         WRITE carteProjetTampon
         CLOSE fCarteProjet
         DISPLAY 'Nouveau menu ajouté à la carte en projet'
       END-IF.

      *********** RETIRER_ARTICLE_PROJET *******************
      * Retire un article de la carte en projet ; un nouveau
      * menu du projet est abandonné avec lui
      ******************************************************
       RETIRER_ARTICLE_PROJET.
       DISPLAY 'Type de l''article (M : menu, P : plat) :'
       ACCEPT WcprType
       DISPLAY 'Nom de l''article :'
       ACCEPT WcprNom
       OPEN I-O fCarteProjet
       MOVE WcprIdRest TO fcj_idrest
       MOVE WcprType TO fcj_type
       MOVE WcprNom TO fcj_nom
       READ fCarteProjet
         INVALID KEY
           DISPLAY 'Cet article n''est pas à la carte en projet'
         NOT INVALID KEY
           DELETE fCarteProjet
           END-DELETE
           DISPLAY 'Article retiré de la carte en projet'
       END-READ
       CLOSE fCarteProjet
       IF WcprType = 'M' THEN
         OPEN I-O fMenusProjet
         MOVE WcprIdRest TO fmj_idrest
         MOVE WcprNom TO fmj_nom
         READ fMenusProjet
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             DELETE fMenusProjet
             END-DELETE
             DISPLAY 'Nouveau menu du projet abandonné'
         END-READ
         CLOSE fMenusProjet
       END-IF.

      *********** LISTER_PROJET_CARTE **********************
      * Liste la carte en projet (prix du site ou prix
      * national, nouveaux menus signalés) puis les articles
      * de la carte servie qui n'y figurent plus
      ******************************************************
       LISTER_PROJET_CARTE.
       MOVE 0 TO WcprNb
       OPEN INPUT fCarteProjet
       OPEN INPUT fMenusProjet
       DISPLAY 'Carte en projet (effet au ',WcprDateEffetInt,') :'
       MOVE WcprIdRest TO fcj_idrest
       MOVE LOW-VALUE TO fcj_type
       MOVE LOW-VALUE TO fcj_nom
       START fCarteProjet, KEY IS >= fcj_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarteProjet NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fcj_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               ADD 1 TO WcprNb
               MOVE WcprIdRest TO fmj_idrest
               MOVE fcj_nom TO fmj_nom
               MOVE 0 TO WcprTrouve
               IF fcj_type = 'M' THEN
                 READ fMenusProjet
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 1 TO WcprTrouve
                 END-READ
               END-IF
               IF fcj_prix = 0 THEN
                 DISPLAY '  ',fcj_type,' - ',fcj_nom,
     -             ' prix national' WITH NO ADVANCING
               ELSE
                 DISPLAY '  ',fcj_type,' - ',fcj_nom,' ',fcj_prix
     -             WITH NO ADVANCING
               END-IF
               IF WcprTrouve = 1 THEN
                 DISPLAY ' (nouveau menu)'
               ELSE
                 DISPLAY ' '
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fMenusProjet
       DISPLAY WcprNb,' article(s) au projet'
       DISPLAY 'Articles de la carte actuelle qui sortent :'
       MOVE 0 TO WcprNb
       OPEN INPUT fCarte
       MOVE WcprIdRest TO fca_idrest
       MOVE LOW-VALUE TO fca_type
       MOVE LOW-VALUE TO fca_nom
       START fCarte, KEY IS >= fca_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarte NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fca_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               MOVE fca_idrest TO fcj_idrest
               MOVE fca_type TO fcj_type
               MOVE fca_nom TO fcj_nom
               READ fCarteProjet
                 INVALID KEY
                   ADD 1 TO WcprNb
                   DISPLAY '  ',fca_type,' - ',fca_nom
                 NOT INVALID KEY
                   CONTINUE
               END-READ
             END-IF
         END-PERFORM
       END-START
       CLOSE fCarte
       CLOSE fCarteProjet
       DISPLAY WcprNb,' article(s) sortant(s)'.

      *********** APERCU_MARGES_PROJET *********************
      * Aperçu des marges de la carte en projet : pour chaque
      * article, prix de vente sur le site, coût matière
      * (fp_cout, somme des composants pour un menu), marge
      * et taux de marge, puis la marge globale ; écrit dans
      * marges_projet_<rest>_<AAAAMMJJ>.txt et inscrit au spool
      ******************************************************
       APERCU_MARGES_PROJET.
       MOVE 0 TO WcprTotVente
       MOVE 0 TO WcprTotMarge
       MOVE 0 TO WcprNb
       MOVE SPACE TO WNomFichierTicket
       STRING 'marges_projet_' WcprIdRest '_' WcprDateEffetInt
     -     '.txt' DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Marges de la carte en projet - restaurant '
     -     WcprIdRest ' - effet au ' WcprDateEffetInt
     -     DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PROJET
       OPEN INPUT fCarteProjet
       OPEN INPUT fMenusProjet
       OPEN INPUT fmenus
       OPEN INPUT fplats
       MOVE WcprIdRest TO fcj_idrest
       MOVE LOW-VALUE TO fcj_type
       MOVE LOW-VALUE TO fcj_nom
       START fCarteProjet, KEY IS >= fcj_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarteProjet NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fcj_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               PERFORM CALCULER_MARGE_PROJET
               ADD 1 TO WcprNb
               ADD WcprPrixVente TO WcprTotVente
               ADD WcprMarge TO WcprTotMarge
               MOVE SPACE TO ticketLigne
               STRING fcj_type ' - ' fcj_nom ' vente ' WcprPrixVente
     -           ' coût ' WcprCout ' marge ' WcprMarge ' ('
     -           WcprTaux '%)' DELIMITED BY SIZE INTO ticketLigne
               PERFORM ECRIRE_LIGNE_PROJET
             END-IF
         END-PERFORM
       END-START
       CLOSE fplats
       CLOSE fmenus
       CLOSE fMenusProjet
       CLOSE fCarteProjet
       MOVE 0 TO WcprTaux
       IF WcprTotVente > 0 THEN
         COMPUTE WcprTaux ROUNDED =
     -     WcprTotMarge * 100 / WcprTotVente
       END-IF
       MOVE SPACE TO ticketLigne
       STRING WcprNb ' article(s) - ventes ' WcprTotVente
     -     ' - marge ' WcprTotMarge ' - taux moyen ' WcprTaux '%'
     -     DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PROJET
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'MARGES CARTE PROJET' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** CALCULER_MARGE_PROJET ********************
      * Prix de vente, coût matière et marge de l'article
      * fcj_ de la carte en projet ; un menu est cherché dans
      * fmenus puis parmi les nouveaux menus du projet
      * (fichiers ouverts par l'appelant)
      ******************************************************
       CALCULER_MARGE_PROJET.
       MOVE 0 TO WcprPrixVente
       MOVE 0 TO WcprCout
       IF fcj_type = 'P' THEN
         MOVE fcj_nom TO fp_nom
         READ fplats
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fp_prix TO WcprPrixVente
             MOVE fp_cout TO WcprCout
         END-READ
       ELSE
         MOVE 0 TO WcprOK
         MOVE fcj_nom TO fm_nom
         READ fmenus
           INVALID KEY
             MOVE WcprIdRest TO fmj_idrest
             MOVE fcj_nom TO fmj_nom
             READ fMenusProjet
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 1 TO WcprOK
                 MOVE fmj_entree TO fm_entree
                 MOVE fmj_plat TO fm_plat
                 MOVE fmj_dessert TO fm_dessert
                 MOVE fmj_prix TO fm_prix
             END-READ
           NOT INVALID KEY
             MOVE 1 TO WcprOK
         END-READ
         IF WcprOK = 1 THEN
           MOVE fm_prix TO WcprPrixVente
           IF fm_entree NOT = SPACE THEN
             MOVE fm_entree TO fp_nom
             READ fplats
               NOT INVALID KEY
                 ADD fp_cout TO WcprCout
             END-READ
           END-IF
           IF fm_plat NOT = SPACE THEN
             MOVE fm_plat TO fp_nom
             READ fplats
               NOT INVALID KEY
                 ADD fp_cout TO WcprCout
             END-READ
           END-IF
           IF fm_dessert NOT = SPACE THEN
             MOVE fm_dessert TO fp_nom
             READ fplats
               NOT INVALID KEY
                 ADD fp_cout TO WcprCout
             END-READ
           END-IF
         END-IF
       END-IF
       IF fcj_prix > 0 THEN
         MOVE fcj_prix TO WcprPrixVente
       END-IF
       COMPUTE WcprMarge = WcprPrixVente - WcprCout
       MOVE 0 TO WcprTaux
       IF WcprPrixVente > 0 THEN
         COMPUTE WcprTaux ROUNDED = WcprMarge * 100 / WcprPrixVente
       END-IF.

      *********** ECRIRE_LIGNE_PROJET **********************
      * Ecrit la ligne ticketLigne dans le rapport et à l'écran
      ******************************************************
       ECRIRE_LIGNE_PROJET.
       WRITE ticketLigne
       DISPLAY ticketLigne.

      *********** LISTER_PRECOMMANDES_SORTANTES ************
      * Réservations du restaurant WcprIdRest à partir de la
      * date d'effet WcprDateEffet (confirmées ou en attente de
      * confirmation) dont une pré-commande porte sur un
      * article absent de la carte en projet ; nombre dans
      * WcprNbSortants, liste écrite dans
      * precommandes_sortantes_<rest>_<AAAAMMJJ>.txt au spool
      ******************************************************
       LISTER_PRECOMMANDES_SORTANTES.
       MOVE 0 TO WcprNbSortants
       MOVE SPACE TO WNomFichierTicket
       STRING 'precommandes_sortantes_' WcprIdRest '_'
     -     WcprDateEffetInt '.txt'
     -     DELIMITED BY SIZE INTO WNomFichierTicket
       PERFORM OUVRIR_TICKET
       MOVE SPACE TO ticketLigne
       STRING 'Pré-commandes sur des articles quittant la carte - '
     -     'restaurant ' WcprIdRest ' - effet au ' WcprDateEffetInt
     -     DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PROJET
       OPEN INPUT freservations
       OPEN INPUT fPreCommandes
       OPEN INPUT fCarteProjet
       MOVE WcprIdRest TO frs_idrest
       START freservations, KEY IS = frs_idrest
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ freservations NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF frs_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               IF frs_dateISO >= WcprDateEffetInt
     -            AND (frs_statut = 1 OR frs_statut = 5) THEN
                 PERFORM CONTROLER_PRECOMMANDES_RESA
               END-IF
             END-IF
         END-PERFORM
       END-START
       CLOSE fCarteProjet
       CLOSE fPreCommandes
       CLOSE freservations
       MOVE SPACE TO ticketLigne
       STRING WcprNbSortants ' pré-commande(s) à revoir avec '
     -     'les clients' DELIMITED BY SIZE INTO ticketLigne
       PERFORM ECRIRE_LIGNE_PROJET
       CLOSE fTicket
       DISPLAY 'Rapport écrit : ',WNomFichierTicket
       MOVE 'PRECOMMANDES SORTANTES' TO WspoolRapport
       MOVE WNomFichierTicket TO WspoolFichier
       PERFORM ENREGISTRER_SPOOL.

      *********** CONTROLER_PRECOMMANDES_RESA **************
      * Signale chaque pré-commande de la réservation du
      * tampon dont l'article (menu ou plat) ne figure pas sur
      * la carte en projet (fichiers ouverts par l'appelant)
      ******************************************************
       CONTROLER_PRECOMMANDES_RESA.
       MOVE frs_id TO fpc_idresa
       MOVE 0 TO fpc_numConvive
       MOVE 0 TO WcprFinPc
       START fPreCommandes, KEY IS >= fpc_cle
         INVALID KEY MOVE 1 TO WcprFinPc
       END-START
       PERFORM UNTIL WcprFinPc = 1
         READ fPreCommandes NEXT
         AT END MOVE 1 TO WcprFinPc
         NOT AT END
           IF fpc_idresa NOT = frs_id THEN
             MOVE 1 TO WcprFinPc
           ELSE
             IF fpc_menu NOT = SPACE THEN
               MOVE 0 TO WcprOK
               MOVE WcprIdRest TO fcj_idrest
               MOVE 'M' TO fcj_type
               MOVE fpc_menu TO fcj_nom
               READ fCarteProjet
                 INVALID KEY
                   MOVE 'P' TO fcj_type
                   READ fCarteProjet
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 1 TO WcprOK
                   END-READ
                 NOT INVALID KEY
                   MOVE 1 TO WcprOK
               END-READ
               IF WcprOK = 0 THEN
                 ADD 1 TO WcprNbSortants
                 MOVE SPACE TO ticketLigne
                 STRING 'Résa ' frs_id ' du ' frs_dateISO ' - '
     -             'client ' frs_idcli ' - ' fpc_nomConvive ' : '
     -             fpc_menu
     -             DELIMITED BY SIZE INTO ticketLigne
                 PERFORM ECRIRE_LIGNE_PROJET
               END-IF
             END-IF
           END-IF
         END-READ
       END-PERFORM.

      *********** PUBLIER_PROJET_IMMEDIAT ******************
      * Publication à la demande de la carte en projet, après
      * la liste des pré-commandes touchées et confirmation
      ******************************************************
       PUBLIER_PROJET_IMMEDIAT.
       PERFORM LISTER_PRECOMMANDES_SORTANTES
       IF WcprNbSortants > 0 THEN
         DISPLAY 'Attention : ',WcprNbSortants,' pré-commande(s) '
     -     'portent sur des articles qui quittent la carte'
       END-IF
       DISPLAY 'Publier la carte en projet maintenant '
     -   '(1 : oui, 0 : non) :'
       ACCEPT WcprConfirme
       IF WcprConfirme = 1 THEN
         PERFORM HORODATER_VERSION_CARTE
         OPEN I-O fProjetsCarte
         MOVE WcprIdRest TO fpj_idrest
         READ fProjetsCarte
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fpj_brouillon THEN
               PERFORM PUBLIER_CARTE_PROJET
             END-IF
         END-READ
         CLOSE fProjetsCarte
       END-IF.

      *********** HORODATER_VERSION_CARTE ******************
      * Date et heure (WcprDateVersion, WcprHeureVersion) sous
      * lesquelles la carte servie est archivée
      ******************************************************
       HORODATER_VERSION_CARTE.
       ACCEPT WdateSystemeISO FROM DATE YYYYMMDD
       ACCEPT WheureSystemeISO FROM TIME
       MOVE WdateSystemeISOInt TO WcprDateVersion
       COMPUTE WcprHeureVersion = WheureSystemeISO_heure * 10000
     -   + WheureSystemeISO_minute * 100
     -   + WheureSystemeISO_reste / 100.

      *********** PUBLIER_CARTE_PROJET *********************
      * Publie la carte en projet du restaurant WcprIdRest dont
      * l'en-tête est dans projetCarteTampon (fProjetsCarte
      * ouvert en I-O par l'appelant) : archivage de la carte
      * servie et des prix du site à WcprDateVersion /
      * WcprHeureVersion, remplacement par les articles et prix
      * du projet, création des nouveaux menus dans fmenus ; un
      * projet vide n'est pas publié
      ******************************************************
       PUBLIER_CARTE_PROJET.
       MOVE 0 TO WcprOK
       OPEN INPUT fCarteProjet
       MOVE WcprIdRest TO fcj_idrest
       MOVE LOW-VALUE TO fcj_type
       MOVE LOW-VALUE TO fcj_nom
       START fCarteProjet, KEY IS >= fcj_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         READ fCarteProjet NEXT
         END-READ
         IF fcj_stat = 0 AND fcj_idrest = WcprIdRest THEN
           MOVE 1 TO WcprOK
         END-IF
       END-START
       CLOSE fCarteProjet
       IF WcprOK = 0 THEN
         DISPLAY 'Restaurant ',WcprIdRest,' : carte en projet '
     -     'vide, publication refusée'
       ELSE
         PERFORM ARCHIVER_CARTE_SITE
         PERFORM VIDER_CARTE_SITE
         OPEN I-O fMenusProjet
         OPEN I-O fmenus
         MOVE WcprIdRest TO fmj_idrest
         MOVE LOW-VALUE TO fmj_nom
         START fMenusProjet, KEY IS >= fmj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WcprFin
           PERFORM WITH TEST AFTER UNTIL WcprFin = 1
             READ fMenusProjet NEXT
             AT END MOVE 1 TO WcprFin
             NOT AT END
               IF fmj_idrest NOT = WcprIdRest THEN
                 MOVE 1 TO WcprFin
               ELSE
                 MOVE fmj_nom TO fm_nom
                 MOVE fmj_entree TO fm_entree
                 MOVE fmj_plat TO fm_plat
                 MOVE fmj_dessert TO fm_dessert
                 MOVE fmj_prix TO fm_prix
                 MOVE fmj_dispoDebut TO fm_dispoDebut
                 MOVE fmj_dispoFin TO fm_dispoFin
                 MOVE fmj_catTVA TO fm_catTVA
                 WRITE mTampon
                 IF fm_stat = 0 THEN
                   MOVE 'fmenus' TO WauditFichier
                   MOVE fm_nom TO WauditCle
                   MOVE 'AJOUT' TO WauditOperation
                   PERFORM ENREGISTRER_AUDIT
                 ELSE
                   DISPLAY 'Menu ',fm_nom,' déjà existant : '
     -               'composition actuelle conservée'
                 END-IF
                 DELETE fMenusProjet
                 END-DELETE
               END-IF
           END-PERFORM
         END-START
         CLOSE fmenus
         CLOSE fMenusProjet
         MOVE 0 TO WcprNb
         OPEN I-O fCarteProjet
         OPEN I-O fCarte
         OPEN I-O fPrixSite
         MOVE WcprIdRest TO fcj_idrest
         MOVE LOW-VALUE TO fcj_type
         MOVE LOW-VALUE TO fcj_nom
         START fCarteProjet, KEY IS >= fcj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WcprFin
           PERFORM WITH TEST AFTER UNTIL WcprFin = 1
             READ fCarteProjet NEXT
             AT END MOVE 1 TO WcprFin
             NOT AT END
               IF fcj_idrest NOT = WcprIdRest THEN
                 MOVE 1 TO WcprFin
               ELSE
                 MOVE fcj_idrest TO fca_idrest
                 MOVE fcj_type TO fca_type
                 MOVE fcj_nom TO fca_nom
                 WRITE carteTampon
                 ADD 1 TO WcprNb
                 IF fcj_prix > 0 THEN
                   MOVE fcj_idrest TO fps_idrest
                   MOVE fcj_type TO fps_type
                   MOVE fcj_nom TO fps_nom
                   MOVE fcj_prix TO fps_prix
                   WRITE prixSiteTampon
                   IF fps_stat = 22 THEN
                     REWRITE prixSiteTampon
                   END-IF
                 END-IF
                 DELETE fCarteProjet
                 END-DELETE
               END-IF
           END-PERFORM
         END-START
         CLOSE fPrixSite
         CLOSE fCarte
         CLOSE fCarteProjet
         MOVE 2 TO fpj_statut
         MOVE WcprDateVersion TO fpj_datePublication
         REWRITE projetCarteTampon
         DISPLAY 'Restaurant ',WcprIdRest,' : nouvelle carte '
     -     'publiée (',WcprNb,' article(s)), ancienne carte '
     -     'archivée au ',WcprDateVersion,' ',WcprHeureVersion
         MOVE 'fCarte' TO WauditFichier
         MOVE WcprIdRest TO WauditCle
         MOVE 'PUBLICATION' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       END-IF.

      *********** ARCHIVER_CARTE_SITE **********************
      * Archive dans fCarteVersions, sous WcprDateVersion /
      * WcprHeureVersion, la carte servie du restaurant
      * WcprIdRest (fCarte) et ses prix du site (fPrixSite) ;
      * un prix sans article à la carte est gardé avec
      * fvc_surCarte = 0
      ******************************************************
       ARCHIVER_CARTE_SITE.
       MOVE 0 TO WcprNb
       OPEN I-O fCarteVersions
       OPEN INPUT fCarte
       MOVE WcprIdRest TO fca_idrest
       MOVE LOW-VALUE TO fca_type
       MOVE LOW-VALUE TO fca_nom
       START fCarte, KEY IS >= fca_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarte NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fca_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               MOVE fca_idrest TO fvc_idrest
               MOVE WcprDateVersion TO fvc_dateVersion
               MOVE WcprHeureVersion TO fvc_heureVersion
               MOVE fca_type TO fvc_type
               MOVE fca_nom TO fvc_nom
               MOVE 1 TO fvc_surCarte
               MOVE 0 TO fvc_prix
               WRITE versionCarteTampon
               IF fvc_stat = 22 THEN
                 REWRITE versionCarteTampon
               END-IF
               ADD 1 TO WcprNb
             END-IF
         END-PERFORM
       END-START
       CLOSE fCarte
       OPEN INPUT fPrixSite
       MOVE WcprIdRest TO fps_idrest
       MOVE LOW-VALUE TO fps_type
       MOVE LOW-VALUE TO fps_nom
       START fPrixSite, KEY IS >= fps_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fPrixSite NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fps_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               MOVE fps_idrest TO fvc_idrest
               MOVE WcprDateVersion TO fvc_dateVersion
               MOVE WcprHeureVersion TO fvc_heureVersion
               MOVE fps_type TO fvc_type
               MOVE fps_nom TO fvc_nom
               READ fCarteVersions
                 INVALID KEY
                   MOVE fps_idrest TO fvc_idrest
                   MOVE WcprDateVersion TO fvc_dateVersion
                   MOVE WcprHeureVersion TO fvc_heureVersion
                   MOVE fps_type TO fvc_type
                   MOVE fps_nom TO fvc_nom
                   MOVE 0 TO fvc_surCarte
                   MOVE fps_prix TO fvc_prix
                   WRITE versionCarteTampon
                   ADD 1 TO WcprNb
                 NOT INVALID KEY
                   MOVE fps_prix TO fvc_prix
                   REWRITE versionCarteTampon
               END-READ
             END-IF
         END-PERFORM
       END-START
       CLOSE fPrixSite
       CLOSE fCarteVersions
       DISPLAY WcprNb,' ligne(s) archivée(s) au ',WcprDateVersion,
     -   ' ',WcprHeureVersion.

      *********** VIDER_CARTE_SITE *************************
      * Supprime la carte servie (fCarte) et les prix du site
      * (fPrixSite) du restaurant WcprIdRest, préalablement
      * archivés par ARCHIVER_CARTE_SITE
      ******************************************************
       VIDER_CARTE_SITE.
       OPEN I-O fCarte
       MOVE WcprIdRest TO fca_idrest
       MOVE LOW-VALUE TO fca_type
       MOVE LOW-VALUE TO fca_nom
       START fCarte, KEY IS >= fca_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarte NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fca_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               DELETE fCarte
               END-DELETE
             END-IF
         END-PERFORM
       END-START
       CLOSE fCarte
       OPEN I-O fPrixSite
       MOVE WcprIdRest TO fps_idrest
       MOVE LOW-VALUE TO fps_type
       MOVE LOW-VALUE TO fps_nom
       START fPrixSite, KEY IS >= fps_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fPrixSite NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fps_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               DELETE fPrixSite
               END-DELETE
             END-IF
         END-PERFORM
       END-START
       CLOSE fPrixSite.

      *********** ABANDONNER_PROJET_CARTE ******************
      * Abandonne la carte en projet du restaurant WcprIdRest :
      * articles, nouveaux menus et en-tête supprimés, la carte
      * servie reste inchangée
      ******************************************************
       ABANDONNER_PROJET_CARTE.
       DISPLAY 'Abandonner la carte en projet (1 : oui, 0 : non) :'
       ACCEPT WcprConfirme
       IF WcprConfirme = 1 THEN
         OPEN I-O fCarteProjet
         MOVE WcprIdRest TO fcj_idrest
         MOVE LOW-VALUE TO fcj_type
         MOVE LOW-VALUE TO fcj_nom
         START fCarteProjet, KEY IS >= fcj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WcprFin
           PERFORM WITH TEST AFTER UNTIL WcprFin = 1
             READ fCarteProjet NEXT
             AT END MOVE 1 TO WcprFin
             NOT AT END
               IF fcj_idrest NOT = WcprIdRest THEN
                 MOVE 1 TO WcprFin
               ELSE
                 DELETE fCarteProjet
                 END-DELETE
               END-IF
           END-PERFORM
         END-START
         CLOSE fCarteProjet
         OPEN I-O fMenusProjet
         MOVE WcprIdRest TO fmj_idrest
         MOVE LOW-VALUE TO fmj_nom
         START fMenusProjet, KEY IS >= fmj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WcprFin
           PERFORM WITH TEST AFTER UNTIL WcprFin = 1
             READ fMenusProjet NEXT
             AT END MOVE 1 TO WcprFin
             NOT AT END
               IF fmj_idrest NOT = WcprIdRest THEN
                 MOVE 1 TO WcprFin
               ELSE
                 DELETE fMenusProjet
                 END-DELETE
               END-IF
           END-PERFORM
         END-START
         CLOSE fMenusProjet
         OPEN I-O fProjetsCarte
         MOVE WcprIdRest TO fpj_idrest
         READ fProjetsCarte
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             DELETE fProjetsCarte
             END-DELETE
         END-READ
         CLOSE fProjetsCarte
         DISPLAY 'Carte en projet abandonnée'
         MOVE 'fProjetsCarte' TO WauditFichier
         MOVE WcprIdRest TO WauditCle
         MOVE 'SUPPRESSION' TO WauditOperation
         PERFORM ENREGISTRER_AUDIT
       END-IF.

      *********** LISTER_VERSIONS_CARTE ********************
      * Liste les versions archivées de la carte du restaurant
      * WcprIdRest : date, heure et nombre de lignes
      ******************************************************
       LISTER_VERSIONS_CARTE.
       MOVE 0 TO WcprDateCible
       MOVE 0 TO WcprHeureCible
       MOVE 0 TO WcprNb
       OPEN INPUT fCarteVersions
       MOVE WcprIdRest TO fvc_idrest
       MOVE 0 TO fvc_dateVersion
       MOVE 0 TO fvc_heureVersion
       MOVE LOW-VALUE TO fvc_type
       MOVE LOW-VALUE TO fvc_nom
       START fCarteVersions, KEY IS >= fvc_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE 0 TO WcprFin
         PERFORM WITH TEST AFTER UNTIL WcprFin = 1
           READ fCarteVersions NEXT
           AT END MOVE 1 TO WcprFin
           NOT AT END
             IF fvc_idrest NOT = WcprIdRest THEN
               MOVE 1 TO WcprFin
             ELSE
               IF fvc_dateVersion NOT = WcprDateCible
     -            OR fvc_heureVersion NOT = WcprHeureCible THEN
                 IF WcprNb > 0 THEN
                   DISPLAY '  Version du ',WcprDateCible,' ',
     -               WcprHeureCible,' : ',WcprNb,' ligne(s)'
                 END-IF
                 MOVE fvc_dateVersion TO WcprDateCible
                 MOVE fvc_heureVersion TO WcprHeureCible
                 MOVE 0 TO WcprNb
               END-IF
               ADD 1 TO WcprNb
             END-IF
         END-PERFORM
       END-START
       CLOSE fCarteVersions
       IF WcprNb > 0 THEN
         DISPLAY '  Version du ',WcprDateCible,' ',WcprHeureCible,
     -     ' : ',WcprNb,' ligne(s)'
       ELSE
         DISPLAY 'Aucune version archivée'
       END-IF.

      *********** CHOISIR_VERSION_CARTE ********************
      * Saisie de la version archivée (date et heure, voir la
      * liste) : WcprOK = 1 si elle existe pour le restaurant
      * WcprIdRest
      ******************************************************
       CHOISIR_VERSION_CARTE.
       DISPLAY 'Date de la version (AAAAMMJJ) :'
       ACCEPT WcprDateCible
       DISPLAY 'Heure de la version (HHMMSS) :'
       ACCEPT WcprHeureCible
       MOVE 0 TO WcprOK
       OPEN INPUT fCarteVersions
       MOVE WcprIdRest TO fvc_idrest
       MOVE WcprDateCible TO fvc_dateVersion
       MOVE WcprHeureCible TO fvc_heureVersion
       MOVE LOW-VALUE TO fvc_type
       MOVE LOW-VALUE TO fvc_nom
       START fCarteVersions, KEY IS >= fvc_cle
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         READ fCarteVersions NEXT
         END-READ
         IF fvc_stat = 0 AND fvc_idrest = WcprIdRest
     -      AND fvc_dateVersion = WcprDateCible
     -      AND fvc_heureVersion = WcprHeureCible THEN
           MOVE 1 TO WcprOK
         END-IF
       END-START
       CLOSE fCarteVersions
       IF WcprOK = 0 THEN
         DISPLAY 'Aucune version archivée à cette date et heure'
       END-IF.

      *********** CONSULTER_VERSION_CARTE ******************
      * Affiche le contenu d'une version archivée de la carte :
      * articles à la carte et prix du site
      ******************************************************
       CONSULTER_VERSION_CARTE.
       PERFORM CHOISIR_VERSION_CARTE
       IF WcprOK = 1 THEN
         OPEN INPUT fCarteVersions
         MOVE WcprIdRest TO fvc_idrest
         MOVE WcprDateCible TO fvc_dateVersion
         MOVE WcprHeureCible TO fvc_heureVersion
         MOVE LOW-VALUE TO fvc_type
         MOVE LOW-VALUE TO fvc_nom
         START fCarteVersions, KEY IS >= fvc_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WcprFin
           PERFORM WITH TEST AFTER UNTIL WcprFin = 1
             READ fCarteVersions NEXT
             AT END MOVE 1 TO WcprFin
             NOT AT END
               IF fvc_idrest NOT = WcprIdRest
     -            OR fvc_dateVersion NOT = WcprDateCible
     -            OR fvc_heureVersion NOT = WcprHeureCible THEN
                 MOVE 1 TO WcprFin
               ELSE
                 IF fvc_surCarte = 1 THEN
                   DISPLAY '  ',fvc_type,' - ',fvc_nom
                     WITH NO ADVANCING
                 ELSE
                   DISPLAY '  ',fvc_type,' - ',fvc_nom,
     -               ' (hors carte)' WITH NO ADVANCING
                 END-IF
                 IF fvc_prix > 0 THEN
                   DISPLAY ' prix du site ',fvc_prix
                 ELSE
                   DISPLAY ' prix national'
                 END-IF
               END-IF
           END-PERFORM
         END-START
         CLOSE fCarteVersions
       END-IF.

      *********** RESTAURER_VERSION_CARTE ******************
      * Remet en service une version archivée de la carte du
      * restaurant WcprIdRest : la carte servie est d'abord
      * archivée à son tour, puis remplacée par les articles
      * et prix du site de la version choisie
      ******************************************************
       RESTAURER_VERSION_CARTE.
       PERFORM CHOISIR_VERSION_CARTE
       IF WcprOK = 1 THEN
         DISPLAY 'Restaurer cette version (1 : oui, 0 : non) :'
         ACCEPT WcprConfirme
         IF WcprConfirme = 1 THEN
           PERFORM HORODATER_VERSION_CARTE
           PERFORM ARCHIVER_CARTE_SITE
           PERFORM VIDER_CARTE_SITE
           MOVE 0 TO WcprNb
           OPEN INPUT fCarteVersions
           OPEN I-O fCarte
           OPEN I-O fPrixSite
           MOVE WcprIdRest TO fvc_idrest
           MOVE WcprDateCible TO fvc_dateVersion
           MOVE WcprHeureCible TO fvc_heureVersion
           MOVE LOW-VALUE TO fvc_type
           MOVE LOW-VALUE TO fvc_nom
           START fCarteVersions, KEY IS >= fvc_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WcprFin
             PERFORM WITH TEST AFTER UNTIL WcprFin = 1
               READ fCarteVersions NEXT
               AT END MOVE 1 TO WcprFin
               NOT AT END
                 IF fvc_idrest NOT = WcprIdRest
     -              OR fvc_dateVersion NOT = WcprDateCible
     -              OR fvc_heureVersion NOT = WcprHeureCible THEN
                   MOVE 1 TO WcprFin
                 ELSE
                   IF fvc_surCarte = 1 THEN
                     MOVE fvc_idrest TO fca_idrest
                     MOVE fvc_type TO fca_type
                     MOVE fvc_nom TO fca_nom
                     WRITE carteTampon
                     ADD 1 TO WcprNb
                   END-IF
                   IF fvc_prix > 0 THEN
                     MOVE fvc_idrest TO fps_idrest
                     MOVE fvc_type TO fps_type
                     MOVE fvc_nom TO fps_nom
                     MOVE fvc_prix TO fps_prix
                     WRITE prixSiteTampon
                     IF fps_stat = 22 THEN
                       REWRITE prixSiteTampon
                     END-IF
                   END-IF
                 END-IF
             END-PERFORM
           END-START
           CLOSE fPrixSite
           CLOSE fCarte
           CLOSE fCarteVersions
           DISPLAY 'Version du ',WcprDateCible,' ',WcprHeureCible,
     -       ' restaurée (',WcprNb,' article(s) à la carte)'
           MOVE 'fCarte' TO WauditFichier
           MOVE WcprIdRest TO WauditCle
           MOVE 'RESTAURER' TO WauditOperation
           PERFORM ENREGISTRER_AUDIT
         END-IF
       END-IF.
